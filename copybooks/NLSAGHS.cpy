000100*----------------------------------------------------------*
000200* NLSAGHS - AGING HISTORY (MONTH-END SNAPSHOT) RECORD      *
000300*           LAYOUT. NLSAGRPT APPENDS ONE RECORD PER ITEM   *
000400*           AT EACH MONTH-END RUN - THE ITEM, ITS AGING    *
000500*           BAND AND THE INTERVAL BEHIND IT - SO NLSAGMOV  *
000600*           CAN SHOW HOW THE BACKLOG MOVED SINCE THE       *
000700*           PREVIOUS MONTH-END. BAND 0 = FROM-DATE         *
000800*           REJECTED BY NLSDTIVL (UNBANDED); 1-4 = THE     *
000900*           CALENDAR OR WORKING-DAY BAND NLSAGRPT PRINTED. *
001000*           THE FILE IS EXTENDED, NEVER REWRITTEN.         *
001100*           LRECL 60.                                      *
001200*----------------------------------------------------------*
001300* MODIFICATION HISTORY                                     *
001400*  2026-10-10  RLH  ORIGINAL VERSION.                      *
001500*----------------------------------------------------------*
001600 01  NLS-AGING-HIST-RECORD.
001700     05  NLS-AH-SNAPSHOT-ID.
001800         10  NLS-AH-SNAPSHOT-DATE PIC 9(08).
001900         10  NLS-AH-SNAPSHOT-TIME PIC 9(06).
002000     05  NLS-AH-ITEM-ID          PIC X(10).
002100     05  NLS-AH-FROM-DATE        PIC 9(08).
002200     05  NLS-AH-BAND             PIC 9(01).
002300         88  NLS-AH-UNBANDED                VALUE 0.
002400         88  NLS-AH-OVER-1YR                VALUE 4.
002500     05  NLS-AH-BAND-BASIS       PIC X(01).
002600         88  NLS-AH-CALENDAR-BASIS          VALUE "C".
002700         88  NLS-AH-WORKDAY-BASIS           VALUE "W".
002800     05  NLS-AH-YEARS            PIC 9(03).
002900     05  NLS-AH-MONTHS           PIC 9(02).
003000     05  NLS-AH-DAYS             PIC 9(02).
003100     05  NLS-AH-BUSINESS-DAYS    PIC 9(05).
003200     05  FILLER                  PIC X(14).
