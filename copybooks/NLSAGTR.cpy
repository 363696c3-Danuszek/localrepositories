000500*           THE SUBMITTING USER ID FOR THE AUDIT TRAIL.    *
000600*           ON A CHANGE, A BLANK DESCRIPTION OR FROM-DATE  *
000700*           LEAVES THE MASTER VALUE AS IT STANDS.          *
000800*           LRECL 59.                                      *
000900*----------------------------------------------------------*
001000* MODIFICATION HISTORY                                     *
001100*  2026-09-02  RLH  ORIGINAL VERSION.                      *
001110*  2026-10-11  RLH  ADDED NLS-AT-LOCALE. BLANK ON AN ADD   *
001120*                   MEANS ENGLISH; BLANK ON A CHANGE       *
001130*                   LEAVES THE MASTER LOCALE AS IT STANDS. *
001140*                   LRECL 57 TO 59.                        *
001200*----------------------------------------------------------*
001300 01  NLS-AGING-TRANSACTION.
001400     05  NLS-AT-ACTION           PIC X(01).
001900     05  NLS-AT-ITEM-DESC        PIC X(30).
002000     05  NLS-AT-FROM-DATE        PIC X(08).
002100     05  NLS-AT-USER-ID          PIC X(08).
002200     05  NLS-AT-LOCALE           PIC X(02).
