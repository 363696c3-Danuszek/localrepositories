000100*----------------------------------------------------------*
000200* NLSWVPM - PARAMETER BLOCK FOR THE NLSWAIVR FAILURE-      *
000300*           WAIVER LOOKUP SUBPROGRAM. FUNCTION "CK" CHECKS *
000400*           ONE PROGRAM ID / TEST ID AS OF THE CALLER'S    *
000500*           DATE (ZERO MEANS TODAY); FUNCTION "LS" RETURNS *
000600*           REGISTER ENTRY NUMBER N, SO A REPORT CAN LIST  *
000700*           THE WAIVERS DUE FOR RENEWAL. BOTH RETURN THE   *
000800*           WAIVER'S EXPIRY, APPROVER AND REASON, AND THE  *
000900*           COUNTS OF CARDS LOADED AND REJECTED.           *
001000*           STATUS 00 = WAIVED (UNEXPIRED), 10 = NO        *
001100*           WAIVER, 20 = WAIVER EXPIRED - A NORMAL         *
001200*           FAILURE AGAIN, 30 = NO ENTRY N ("LS"), 40 =    *
001300*           REGISTER NOT AVAILABLE - NOTHING IS WAIVED,    *
001400*           50 = INVALID FUNCTION.                         *
001500*----------------------------------------------------------*
001600* MODIFICATION HISTORY                                     *
001700*  2026-10-09  RLH  ORIGINAL VERSION.                      *
001800*----------------------------------------------------------*
001900 01  NLS-WAIVER-PARMS.
002000     05  NLS-WP-FUNCTION         PIC X(02).
002100         88  NLS-WP-CHECK-KEY               VALUE "CK".
002200         88  NLS-WP-LIST-ENTRY              VALUE "LS".
002300     05  NLS-WP-PROGRAM-ID       PIC X(08).
002400     05  NLS-WP-TEST-ID          PIC X(08).
002500     05  NLS-WP-AS-OF-DATE       PIC 9(08).
002600     05  NLS-WP-ENTRY-NUMBER     PIC 9(04) COMP.
002700     05  NLS-WP-STATUS           PIC X(02).
002800         88  NLS-WP-WAIVED                  VALUE "00".
002900         88  NLS-WP-NOT-WAIVED              VALUE "10".
003000         88  NLS-WP-EXPIRED                 VALUE "20".
003100         88  NLS-WP-NO-SUCH-ENTRY           VALUE "30".
003200         88  NLS-WP-REGISTER-UNAVAILABLE    VALUE "40".
003300         88  NLS-WP-REQUEST-BAD             VALUE "50".
003400     05  NLS-WP-EXPIRY-DATE      PIC 9(08).
003500     05  NLS-WP-APPROVER         PIC X(20).
003600     05  NLS-WP-REASON           PIC X(50).
003700     05  NLS-WP-ENTRY-COUNT      PIC 9(04) COMP.
003800     05  NLS-WP-REJECT-COUNT     PIC 9(04) COMP.
