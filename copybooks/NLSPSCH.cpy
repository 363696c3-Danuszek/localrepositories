000100*----------------------------------------------------------*
000200* NLSPSCH - PARTNER SCORECARD HISTORY RECORD LAYOUT. ONE   *
000300*           RECORD PER TRADING PARTNER, HOLDING THE TOTALS *
000400*           OF THE LAST SCAN THAT PARTNER APPEARED IN, SO  *
000500*           THE NEXT NLSPSCOR RUN CAN SHOW THE CHANGE      *
000600*           SINCE THAT SCAN. REWRITTEN WHOLE BY EVERY      *
000700*           SCORECARD RUN. LRECL 62.                       *
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*  2026-10-05  RLH  ORIGINAL VERSION.                      *
001100*----------------------------------------------------------*
001200 01  NLS-PSCORE-HISTORY-RECORD.
001300     05  NLS-PH-PARTNER-NAME     PIC X(25).
001400     05  NLS-PH-SCAN-DATE        PIC 9(08).
001500     05  NLS-PH-SCAN-TIME        PIC 9(06).
001600     05  NLS-PH-RECORDS-SENT     PIC 9(09).
001700     05  NLS-PH-RECORDS-REJECTED PIC 9(09).
001800     05  NLS-PH-REJECT-PCT       PIC 9(03)V99.
