000330*                   MAINTAINED COPY OVER NLS.PROD.NLSAGIN,  *
000340*                   SO THE AGING REPORT READS A MAINTAINED  *
000350*                   MASTER, NOT A HAND-TYPED DATASET.       *
000351*----------------------------------------------------------*
000352*  2026-10-11  RLH  CARRIES THE NEW NLSAGIN LANGUAGE/LOCALE *
000353*                   CODE. A TRANSACTION'S LOCALE IS EDITED  *
000354*                   AGAINST THE NLSLOCL TABLE THE NLSAGNOT  *
000355*                   ESCALATION NOTICES ARE WRITTEN FROM; AN *
000356*                   ADD WITHOUT ONE IS ENGLISH, A CHANGE    *
000357*                   WITHOUT ONE KEEPS THE MASTER'S. THE OLD *
000358*                   AND NEW LOCALE ARE AUDITED IN NLSAGAU.  *
000359*                   NLSAGNEW IS NOW 50 BYTES.               *
000360*----------------------------------------------------------*
000370*----------------------------------------------------------*
000380* PURPOSE                                                  *
000710 FD  NLS-TRANSACTION-FILE.
000720     COPY NLSAGTR.
000730 FD  NLS-NEW-MASTER-FILE.
000740 01  NLS-NEW-MASTER-RECORD   PIC X(50).
000750 FD  NLS-AUDIT-FILE.
000760     COPY NLSAGAU.
000770 FD  NLS-MAINT-REPORT.
001110         10  NLS-AM-IT-ITEM-ID   PIC X(10).
001120         10  NLS-AM-IT-ITEM-DESC PIC X(30).
001130         10  NLS-AM-IT-FROM-DATE PIC 9(08).
001131         10  NLS-AM-IT-LOCALE    PIC X(02).
001140         10  NLS-AM-IT-DELETED-SW PIC X(01).
001150 77  NLS-AM-IT-SUB           PIC 9(03) COMP VALUE ZERO.
001160 77  NLS-AM-IT-FOUND-SUB     PIC 9(03) COMP VALUE ZERO.
001480     88  NLS-AM-DATE-OK                 VALUE "00".
001490 77  NLS-AM-CALC-MODE        PIC X(01) VALUE "C".
001500 77  NLS-AM-BUSINESS-DAYS    PIC 9(05) VALUE ZERO.
001501*----------------------------------------------------------*
001502* LOCALE EDIT FIELDS - CODES FROM THE NLSLOCL TABLE THE    *
001503*   NLSAGNOT NOTICE PROGRAM SHARES.                        *
001504*----------------------------------------------------------*
001505     COPY NLSLOCL.
001506 77  NLS-AM-EDIT-LOCALE      PIC X(02) VALUE SPACES.
001507 77  NLS-AM-LC-SUB           PIC 9(03) COMP VALUE ZERO.
001508 77  NLS-AM-LC-MATCH-SW      PIC X(01) VALUE "N".
001509     88  NLS-AM-LC-MATCH-FOUND          VALUE "Y".
001510*----------------------------------------------------------*
001520* MAINTENANCE-STAMP FIELDS                                 *
001530*----------------------------------------------------------*
002860             TO NLS-AM-IT-ITEM-DESC (NLS-AM-ITEM-COUNT)
002870         MOVE NLS-AI-FROM-DATE
002880             TO NLS-AM-IT-FROM-DATE (NLS-AM-ITEM-COUNT)
002881         MOVE NLS-AI-LOCALE
002882             TO NLS-AM-IT-LOCALE (NLS-AM-ITEM-COUNT)
002890         MOVE "N"
002900             TO NLS-AM-IT-DELETED-SW (NLS-AM-ITEM-COUNT)
002910     ELSE
003390*   PRESENT, ITEM ID PRESENT, DUPLICATE/EXISTENCE RULES    *
003400*   PER ACTION, AND THE FROM-DATE EDIT THROUGH NLSDTIVL    *
003410*   (STATUS 10 = INVALID, 30 = AFTER THE RUN DATE) FOR     *
003420*   ADDS AND FOR CHANGES THAT SUPPLY A DATE, AND THE       *
003421*   LOCALE CODE AGAINST NLSLOCL. THE FIRST FAILED EDIT     *
003422*   REJECTS THE TRANSACTION.                               *
003440*----------------------------------------------------------*
003450 3200-EDIT-TRANSACTION.
003460     IF NOT NLS-AT-ADD
003820             OR (NLS-AT-CHANGE AND NLS-AT-FROM-DATE
003830                 NOT = SPACES)
003840         PERFORM 3600-EDIT-FROM-DATE THRU 3600-EXIT
003842     END-IF.
003844     IF NOT NLS-AM-REJECTED AND NOT NLS-AT-DELETE
003846         PERFORM 3700-EDIT-LOCALE THRU 3700-EXIT
003850     END-IF.
003860 3200-EXIT.
003870     EXIT.
004540 3600-EXIT.
004550     EXIT.
004560*----------------------------------------------------------*
004561* 3700-EDIT-LOCALE                                         *
004562*   A SUPPLIED LOCALE CODE MUST BE ONE NLSLOCL KNOWS. AN   *
004563*   ADD WITH NO LOCALE IS ENGLISH; A CHANGE WITH NONE      *
004564*   KEEPS THE MASTER'S. A DELETE IS NOT EDITED.            *
004565*----------------------------------------------------------*
004566 3700-EDIT-LOCALE.
004567     MOVE NLS-AT-LOCALE TO NLS-AM-EDIT-LOCALE.
004568     IF NLS-AM-EDIT-LOCALE = SPACES
004569         IF NLS-AT-ADD
004571             MOVE "EN" TO NLS-AM-EDIT-LOCALE
004572         END-IF
004573         GO TO 3700-EXIT
004574     END-IF.
004575     MOVE "N" TO NLS-AM-LC-MATCH-SW.
004576     PERFORM 3710-MATCH-LOCALE THRU 3710-EXIT
004577         VARYING NLS-AM-LC-SUB FROM 1 BY 1
004578         UNTIL NLS-AM-LC-SUB > NLS-LC-COUNT
004579            OR NLS-AM-LC-MATCH-FOUND.
004581     IF NOT NLS-AM-LC-MATCH-FOUND
004582         SET NLS-AM-REJECTED TO TRUE
004583         MOVE SPACES TO NLS-AM-REJECT-REASON
004584         STRING "LOCALE CODE '" NLS-AT-LOCALE
004585             "' NOT IN NLSLOCL"
004586             DELIMITED BY SIZE INTO NLS-AM-REJECT-REASON
004587     END-IF.
004588 3700-EXIT.
004589     EXIT.
004590 3710-MATCH-LOCALE.
004591     IF NLS-LC-CODE (NLS-AM-LC-SUB) = NLS-AM-EDIT-LOCALE
004592         SET NLS-AM-LC-MATCH-FOUND TO TRUE
004593     END-IF.
004594 3710-EXIT.
004595     EXIT.
004596*----------------------------------------------------------*
004597* 4000-APPLY-TO-TABLE                                      *
004598*   APPLIES THE EDITED TRANSACTION AND APPENDS ITS AUDIT   *
004599*   RECORD - WHO, WHAT, WHEN, BEFORE AND AFTER. ON A       *
004600*   CHANGE, A BLANK FIELD LEAVES THE MASTER VALUE AS IT    *
004610*   STANDS.                                                *
004620*----------------------------------------------------------*
004820             MOVE "N"
004830                 TO NLS-AM-IT-DELETED-SW
004840                     (NLS-AM-IT-FOUND-SUB)
004841             MOVE NLS-AM-EDIT-LOCALE
004842                 TO NLS-AM-IT-LOCALE (NLS-AM-IT-FOUND-SUB)
004850             ADD 1 TO NLS-AM-ADD-COUNT
004860         WHEN NLS-AT-CHANGE
004870             MOVE NLS-AM-IT-ITEM-DESC (NLS-AM-IT-FOUND-SUB)
004880                 TO NLS-AU-OLD-DESC
004890             MOVE NLS-AM-IT-FROM-DATE (NLS-AM-IT-FOUND-SUB)
004900                 TO NLS-AU-OLD-FROM-DATE
004901             MOVE NLS-AM-IT-LOCALE (NLS-AM-IT-FOUND-SUB)
004902                 TO NLS-AU-OLD-LOCALE
004910             IF NLS-AT-ITEM-DESC NOT = SPACES
004920                 MOVE NLS-AT-ITEM-DESC
004930                     TO NLS-AM-IT-ITEM-DESC
004980                     TO NLS-AM-IT-FROM-DATE
004990                         (NLS-AM-IT-FOUND-SUB)
005000             END-IF
005001             IF NLS-AT-LOCALE NOT = SPACES
005002                 MOVE NLS-AT-LOCALE
005003                     TO NLS-AM-IT-LOCALE (NLS-AM-IT-FOUND-SUB)
005004             END-IF
005010             ADD 1 TO NLS-AM-CHANGE-COUNT
005020         WHEN NLS-AT-DELETE
005030             MOVE NLS-AM-IT-ITEM-DESC (NLS-AM-IT-FOUND-SUB)
005040                 TO NLS-AU-OLD-DESC
005050             MOVE NLS-AM-IT-FROM-DATE (NLS-AM-IT-FOUND-SUB)
005060                 TO NLS-AU-OLD-FROM-DATE
005061             MOVE NLS-AM-IT-LOCALE (NLS-AM-IT-FOUND-SUB)
005062                 TO NLS-AU-OLD-LOCALE
005070             MOVE "D"
005080                 TO NLS-AM-IT-DELETED-SW
005090                     (NLS-AM-IT-FOUND-SUB)
005140             TO NLS-AU-NEW-DESC
005150         MOVE NLS-AM-IT-FROM-DATE (NLS-AM-IT-FOUND-SUB)
005160             TO NLS-AU-NEW-FROM-DATE
005163         MOVE NLS-AM-IT-LOCALE (NLS-AM-IT-FOUND-SUB)
005166             TO NLS-AU-NEW-LOCALE
005170     END-IF.
005180     WRITE NLS-AGING-AUDIT-RECORD.
005190     ADD 1 TO NLS-AM-APPLIED-COUNT.
005450         TO NLS-NEW-MASTER-RECORD (11:30).
005460     MOVE NLS-AM-IT-FROM-DATE (NLS-AM-IT-SUB)
005470         TO NLS-NEW-MASTER-RECORD (41:8).
005471     MOVE NLS-AM-IT-LOCALE (NLS-AM-IT-SUB)
005472         TO NLS-NEW-MASTER-RECORD (49:2).
005480     WRITE NLS-NEW-MASTER-RECORD.
005490     ADD 1 TO NLS-AM-RECORDS-OUT.
005500 5100-EXIT.
