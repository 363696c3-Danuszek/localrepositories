000100*----------------------------------------------------------*
000200* NLSAGNL - AGING ESCALATION-NOTICE LOG RECORD LAYOUT.     *
000300*           NLSAGNOT APPENDS ONE "N" RECORD PER NOTICE     *
000400*           SENT - THE ITEM, THE FROM-DATE ITS AGE RUNS    *
000500*           FROM, THE THRESHOLD (IN MONTHS) IT CROSSED AND *
000600*           THE LOCALE THE NOTICE WENT OUT IN - AND ONE    *
000700*           "T" TRAILER PER NOTICE BATCH WITH THE BATCH'S  *
000800*           NOTICE COUNT. THE BATCH ID IS THE RUN DATE AND *
000900*           START TIME. AN ITEM IS NEVER ESCALATED AGAIN   *
001000*           AT OR BELOW A THRESHOLD LOGGED FOR THE SAME    *
001100*           FROM-DATE. THE FILE IS EXTENDED, NEVER         *
001200*           REWRITTEN. LRECL 60.                           *
001300*----------------------------------------------------------*
001400* MODIFICATION HISTORY                                     *
001500*  2026-10-11  RLH  ORIGINAL VERSION.                      *
001600*----------------------------------------------------------*
001700 01  NLS-AGING-NOTICE-LOG.
001800     05  NLS-NL-BATCH-ID.
001900         10  NLS-NL-BATCH-DATE   PIC 9(08).
002000         10  NLS-NL-BATCH-TIME   PIC 9(06).
002100     05  NLS-NL-RECORD-TYPE      PIC X(01).
002200         88  NLS-NL-NOTICE-ENTRY            VALUE "N".
002300         88  NLS-NL-BATCH-TRAILER           VALUE "T".
002400     05  NLS-NL-ITEM-ID          PIC X(10).
002500     05  NLS-NL-FROM-DATE        PIC 9(08).
002600     05  NLS-NL-THRESHOLD-MONTHS PIC 9(03).
002700     05  NLS-NL-LOCALE           PIC X(02).
002800     05  NLS-NL-NOTICE-COUNT     PIC 9(05).
002900     05  FILLER                  PIC X(17).
