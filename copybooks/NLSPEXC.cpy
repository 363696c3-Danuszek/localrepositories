000400*           BYTES OUTSIDE THE CERTIFIED CODEPAGE SET,      *
000500*           WITH THE OFFENDING BYTES RENDERED IN HEX SO    *
000600*           OPERATIONS CAN READ THEM WITHOUT A JAPANESE-   *
000700*           CAPABLE TERMINAL. LRECL 189.                   *
000800*----------------------------------------------------------*
000900* MODIFICATION HISTORY                                     *
001000*  2026-09-02  RLH  ORIGINAL VERSION.                      *
001010*  2026-10-05  RLH  ADDED THE INVOICE-ID / PARTNER-NAME    *
001020*                   VIEW OF THE RECORD PREFIX, PER THE     *
001030*                   NLSPDATA LAYOUT. LRECL UNCHANGED.      *
001040*  2026-10-07  RLH  ADDED NLS-PE-REASON AND THE COUNT OF   *
001050*                   BAD BYTES THAT ARE IN THE TABLE BUT    *
001060*                   FAILED THE LATEST CERTIFICATION SWEEP. *
001070*                   LRECL 183 TO 189.                      *
001074*  2026-10-15  RLH  FOR A MIXED (B) RECORD THE FIRST       *
001078*                   OFFSET AND THE HEX NOW COVER ONLY THE  *
001082*                   BYTES OUTSIDE THE TABLE; A U RECORD    *
001086*                   CARRIES ITS UNCERTIFIED BYTES THERE.   *
001090*                   THE BAD-BYTE COUNT STILL COUNTS BOTH   *
001094*                   KINDS. LRECL UNCHANGED.                *
001100*----------------------------------------------------------*
001200 01  NLS-PSCAN-EXCEPTION-RECORD.
001300     05  NLS-PE-RECORD-NUMBER    PIC 9(09).
001700     05  NLS-PE-FIRST-OFFSET     PIC 9(05).
001800     05  NLS-PE-BAD-BYTES-HEX    PIC X(100).
001900     05  NLS-PE-RECORD-PREFIX    PIC X(50).
002000     05  NLS-PE-PREFIX-FIELDS REDEFINES NLS-PE-RECORD-PREFIX.
002100         10  NLS-PE-INVOICE-ID   PIC X(10).
002200         10  FILLER              PIC X(01).
002300         10  NLS-PE-PARTNER-NAME PIC X(25).
002400         10  FILLER              PIC X(14).
002500     05  NLS-PE-REASON           PIC X(01).
002600         88  NLS-PE-NOT-IN-TABLE            VALUES "T", " ".
002700         88  NLS-PE-UNCERTIFIED             VALUE "U".
002800         88  NLS-PE-BOTH-REASONS            VALUE "B".
002900     05  NLS-PE-UNCERT-COUNT     PIC 9(05).
