000100*----------------------------------------------------------*
000200* NLSLOCL - AGING-ITEM LANGUAGE/LOCALE CODES. ONE ENTRY    *
000300*           PER CODE NLSAGMNT ACCEPTS ON NLS-AT-LOCALE:    *
000400*           THE LANGUAGE THE NLSAGNOT ESCALATION NOTICE IS *
000500*           WRITTEN IN, ITS DATE CONVENTION, THE CHARACTER *
000600*           SET IT NEEDS, AND THE CERTIFICATION TEST (IN   *
000700*           NLSHIST) THAT MUST HAVE PASSED IN ITS          *
000800*           PROGRAM'S LATEST RUN BEFORE A NOTICE GOES OUT  *
000900*           IN THAT CHARACTER SET. A BLANK CERTIFYING      *
001000*           PROGRAM MEANS THE INVARIANT SET - NO           *
001100*           CERTIFICATION NEEDED. DATE STYLE J =           *
001200*           CCYY/MM/DD WITH THE JAPANESE YEAR, MONTH AND   *
001300*           DAY MARKS, D = DD.MM.CCYY, S = DD/MM/CCYY, I = *
001400*           CCYY-MM-DD.                                    *
001500*----------------------------------------------------------*
001600* MODIFICATION HISTORY                                     *
001700*  2026-10-11  RLH  ORIGINAL VERSION.                      *
001800*----------------------------------------------------------*
001900 01  NLS-LOCALE-LIST.
002000     05  FILLER              PIC X(02) VALUE "JA".
002100     05  FILLER              PIC X(10) VALUE "JAPANESE".
002200     05  FILLER              PIC X(20) VALUE "HIRAGANA-GREETING".
002300     05  FILLER              PIC X(08) VALUE "JAPCOB1".
002400     05  FILLER              PIC X(08) VALUE "ZZ".
002500     05  FILLER              PIC X(01) VALUE "J".
002600     05  FILLER              PIC X(02) VALUE "NO".
002700     05  FILLER              PIC X(10) VALUE "NORWEGIAN".
002800     05  FILLER              PIC X(20) VALUE
002900         "NORWEGIAN-DIACRITICS".
003000     05  FILLER              PIC X(08) VALUE "COHELLO".
003100     05  FILLER              PIC X(08) VALUE "DSPFLD".
003200     05  FILLER              PIC X(01) VALUE "D".
003300     05  FILLER              PIC X(02) VALUE "DE".
003400     05  FILLER              PIC X(10) VALUE "GERMAN".
003500     05  FILLER              PIC X(20) VALUE "LATIN1-GERMAN".
003600     05  FILLER              PIC X(08) VALUE "EURCERT".
003700     05  FILLER              PIC X(08) VALUE "GERMAN".
003800     05  FILLER              PIC X(01) VALUE "D".
003900     05  FILLER              PIC X(02) VALUE "FR".
004000     05  FILLER              PIC X(10) VALUE "FRENCH".
004100     05  FILLER              PIC X(20) VALUE "LATIN1-FRENCH".
004200     05  FILLER              PIC X(08) VALUE "EURCERT".
004300     05  FILLER              PIC X(08) VALUE "FRENCH".
004400     05  FILLER              PIC X(01) VALUE "S".
004500     05  FILLER              PIC X(02) VALUE "ES".
004600     05  FILLER              PIC X(10) VALUE "SPANISH".
004700     05  FILLER              PIC X(20) VALUE "LATIN1-SPANISH".
004800     05  FILLER              PIC X(08) VALUE "EURCERT".
004900     05  FILLER              PIC X(08) VALUE "SPANISH".
005000     05  FILLER              PIC X(01) VALUE "S".
005100     05  FILLER              PIC X(02) VALUE "EN".
005200     05  FILLER              PIC X(10) VALUE "ENGLISH".
005300     05  FILLER              PIC X(20) VALUE "INVARIANT".
005400     05  FILLER              PIC X(08) VALUE SPACES.
005500     05  FILLER              PIC X(08) VALUE SPACES.
005600     05  FILLER              PIC X(01) VALUE "I".
005700 01  NLS-LOCALES REDEFINES NLS-LOCALE-LIST.
005800     05  NLS-LC-ENTRY OCCURS 6 TIMES.
005900         10  NLS-LC-CODE     PIC X(02).
006000         10  NLS-LC-LANGUAGE PIC X(10).
006100         10  NLS-LC-CHARSET  PIC X(20).
006200         10  NLS-LC-CERT-PROGRAM PIC X(08).
006300         10  NLS-LC-CERT-TEST PIC X(08).
006400         10  NLS-LC-DATE-STYLE PIC X(01).
006500 77  NLS-LC-COUNT            PIC 9(03) COMP VALUE 6.
