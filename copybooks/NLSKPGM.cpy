000100*----------------------------------------------------------*
000200* NLSKPGM - KNOWN CERTIFICATION PROGRAM IDS. EVERY         *
000300*           PROGRAM THAT READS NLSCASE AND WRITES ITS      *
000400*           RESULTS TO NLSRSLT IS LISTED HERE. NLSCVAL     *
000500*           REJECTS A TEST CASE KEYED TO ANYTHING ELSE,    *
000600*           AND NLSCOVR REPORTS COVERAGE PER PROGRAM IN    *
000700*           THIS ORDER, SO A NEW CERTIFIER IS ADDED IN     *
000800*           ONE PLACE.                                     *
000900*----------------------------------------------------------*
001000* MODIFICATION HISTORY                                     *
001100*  2026-10-08  RLH  ORIGINAL VERSION, MOVED OUT OF NLSCVAL *
001200*                   SO NLSCOVR JOINS ON THE SAME LIST.     *
001300*----------------------------------------------------------*
001400 01  NLS-KNOWN-PROGRAM-LIST.
001500     05  FILLER              PIC X(08) VALUE "JAPCOB1".
001600     05  FILLER              PIC X(08) VALUE "COHELLO".
001700     05  FILLER              PIC X(08) VALUE "EURCERT".
001800 01  NLS-KNOWN-PROGRAMS REDEFINES
001900         NLS-KNOWN-PROGRAM-LIST.
002000     05  NLS-KP-ID           PIC X(08) OCCURS 3 TIMES.
002100 77  NLS-KP-COUNT            PIC 9(03) COMP VALUE 3.
