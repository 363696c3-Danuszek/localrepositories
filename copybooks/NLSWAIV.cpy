000100*----------------------------------------------------------*
000200* NLSWAIV - FAILURE-WAIVER REGISTER RECORD LAYOUT. ONE     *
000300*           CARD PER ACCEPTED FAILURE, KEYED ON PROGRAM ID *
000400*           PLUS TEST ID, WITH THE EXPIRY DATE (CCYYMMDD,  *
000500*           LAST DAY THE WAIVER HOLDS), WHO APPROVED IT    *
000600*           AND WHY. MAINTAINED BY HAND UNDER CHANGE       *
000700*           CONTROL LIKE NLSCASE; * IN COLUMN 1 MARKS A    *
000800*           COMMENT CARD. READ ONLY THROUGH NLSWAIVR.      *
000900*           LRECL 100.                                     *
001000*----------------------------------------------------------*
001100* MODIFICATION HISTORY                                     *
001200*  2026-10-09  RLH  ORIGINAL VERSION.                      *
001300*----------------------------------------------------------*
001400 01  NLS-WAIVER-RECORD.
001500     05  NLS-WV-PROGRAM-ID       PIC X(08).
001600     05  FILLER                  PIC X(01).
001700     05  NLS-WV-TEST-ID          PIC X(08).
001800     05  FILLER                  PIC X(01).
001900     05  NLS-WV-EXPIRY-DATE      PIC X(08).
002000     05  NLS-WV-EXPIRY-DATE-R REDEFINES NLS-WV-EXPIRY-DATE.
002100         10  NLS-WV-EXPIRY-CCYY  PIC 9(04).
002200         10  NLS-WV-EXPIRY-MM    PIC 9(02).
002300         10  NLS-WV-EXPIRY-DD    PIC 9(02).
002400     05  FILLER                  PIC X(01).
002500     05  NLS-WV-APPROVER         PIC X(20).
002600     05  FILLER                  PIC X(01).
002700     05  NLS-WV-REASON           PIC X(50).
002800     05  FILLER                  PIC X(02).
