001162*                   KEYED CONVERSION INTRODUCED (THE OLD    *
001163*                   OPEN OUTPUT ALWAYS CREATED THE FILE).   *
001164*----------------------------------------------------------*
001168*  2026-10-06  RLH  THE HALF-WIDTH AND FULL-WIDTH SWEEPS   *
001169*                   NOW CONVERT EACH CODE POINT THROUGH THE *
001171*                   NLSCONV CONVERSION SERVICE (CERTIFY     *
001172*                   MODE) INSTEAD OF THIS PROGRAM'S OWN     *
001173*                   INSPECT AND TABLE LOOKUPS, SO WHAT IS   *
001174*                   CERTIFIED IS WHAT THE APPLICATIONS      *
001175*                   CALL. STILL JUDGED AGAINST THE SAME     *
001176*                   COMPILED-IN PUBLISHED ANCHORS.          *
001177*----------------------------------------------------------*
001178*  2026-10-09  RLH  A FAILING CHECK NOW ASKS THE NLSWAIVR   *
001179*                   WAIVER SERVICE WHETHER THE NLSWAIV      *
001180*                   REGISTER HAS SIGNED IT OFF. AN          *
001181*                   UNEXPIRED WAIVER (AS OF THE RUN DATE)   *
001182*                   IS STILL WRITTEN TO NLSRSLT AS F BUT    *
001183*                   COUNTED AS WAIVED, NOT AS A FAILURE, SO *
001184*                   IT NO LONGER RAISES THE RETURN CODE OR  *
001185*                   NLSDRIVR'S. AN EXPIRED WAIVER COUNTS AS *
001186*                   A NORMAL FAILURE AGAIN AND IS NOTED ON  *
001187*                   SYSOUT.                                 *
001188*----------------------------------------------------------*
001189*  2026-10-15  RLH  NLS-WAIVED-COUNT IS NOW DISPLAYED AT    *
001190*                   CLOSE WITH THE CHECKS RECORDED AND THE  *
001191*                   UNWAIVED FAILURES.                      *
001192*----------------------------------------------------------*
001193*  2026-10-15  RLH  THE STEP NO LONGER KEEPS ITS OWN COPY   *
001194*                   OF THE NLSCPDB TABLE, WHICH NOTHING     *
001195*                   READ ONCE THE FULL-WIDTH SWEEP WENT     *
001196*                   THROUGH NLSCONV. IT STILL COUNTS THE    *
001197*                   ENTRIES AND FAILS ANY WHOSE HEX WILL    *
001198*                   NOT PARSE, AND ITS OLD 200-ENTRY LIMIT  *
001199*                   IS GONE - NLSCONV POLICES ITS OWN.      *
001200*----------------------------------------------------------*
001201 ENVIRONMENT DIVISION.
001202 CONFIGURATION SECTION.
001203 INPUT-OUTPUT SECTION.
001204 FILE-CONTROL.
001205     SELECT NLS-RESULT-FILE ASSIGN TO "NLSRSLT"
001206         ORGANIZATION INDEXED
001207         ACCESS MODE DYNAMIC
001208         RECORD KEY IS NLS-TR-RESULT-KEY
001209         FILE STATUS IS NLS-RESULT-FILE-STATUS.
001210     SELECT NLS-CASE-FILE ASSIGN TO "NLSCASE"
001220         ORGANIZATION LINE SEQUENTIAL
001230         FILE STATUS IS NLS-CASE-FILE-STATUS.
002040 77  NLS-CKPT-RESTART-COUNT  PIC 9(09) COMP VALUE ZERO.
002050 77  NLS-CKPT-RECORDS-READ   PIC 9(09) COMP VALUE ZERO.
002060*----------------------------------------------------------*
002061* FAILURE-WAIVER SERVICE FIELDS                            *
002062*   A FAILING CHECK SIGNED OFF IN NLSWAIV, AND NOT YET     *
002063*   EXPIRED, IS COUNTED IN NLS-WAIVED-COUNT INSTEAD OF     *
002064*   NLS-FAILURE-COUNT BELOW. BOTH ARE DISPLAYED AT CLOSE.  *
002065*----------------------------------------------------------*
002066     COPY NLSWVPM.
002067 77  NLS-WAIVED-COUNT        PIC 9(03) COMP VALUE ZERO.
002068*----------------------------------------------------------*
002070* CALLABLE-SUBROUTINE HEALTH FIELDS                         *
002080*   LETS A CALLING DRIVER PROGRAM TELL FROM RETURN-CODE      *
002090*   WHETHER EVERY CHARACTER-SET CHECK IN THIS RUN PASSED,    *
002280 77  NLS-KATAKANA-SJIS-REFERENCE PIC X      VALUE X"BF".
002290 77  NLS-AA-ORIGINAL             PIC X VALUE SPACE.
002300 77  NLS-AA-SJIS-WORK            PIC X VALUE SPACE.
002301 77  NLS-AA-EBCDIC-WORK          PIC X VALUE SPACE.
002302*----------------------------------------------------------*
002303* NLSCONV SERVICE FIELDS                                    *
002304*   THE SWEEPS CONVERT EVERY CODE POINT THROUGH NLSCONV IN  *
002305*   CERTIFY MODE - THE SAME TABLES AND CODE PATH THE        *
002306*   APPLICATIONS CALL, WITHOUT THE REFUSAL OF POINTS THIS   *
002307*   SWEEP ITSELF FAILED LAST RUN.                           *
002308*----------------------------------------------------------*
002309     COPY NLSCVPM.
002310 77  NLS-SW-FWD-STATUS           PIC X(02) VALUE SPACES.
002311 77  NLS-SW-REV-STATUS           PIC X(02) VALUE SPACES.
002320*----------------------------------------------------------*
002330* EXTERNAL CODEPAGE-TABLE FIELDS                            *
002340*   THE LIVE CONVERSION TABLES. SEEDED FROM THE COMPILED-IN *
003860 77  NLS-X0201-COUNT             PIC 9(03) COMP VALUE 63.
003870 77  NLS-CONV-EBCDIC-BYTES       PIC X(64) VALUE SPACES.
003880 77  NLS-CONV-SJIS-BYTES         PIC X(64) VALUE SPACES.
003881 77  NLS-CONV-LENGTH             PIC 9(03) COMP VALUE ZERO.
003882*----------------------------------------------------------*
003883* DOUBLE-BYTE (FULL-WIDTH) CODEPAGE FIELDS                  *
003884*   THE NLSCPDB DATASET CARRIES TWO-BYTE HOST DBCS AND     *
003885*   TWO-BYTE SHIFT-JIS VALUES PER FULL-WIDTH CODE POINT.   *
003886*   NLSCONV LOADS IT FOR THE SWEEP; THIS STEP ONLY COUNTS  *
003887*   ITS ENTRIES AND FAILS ANY WHOSE HEX WILL NOT PARSE.    *
003895*   THE SWEEP NEVER JUDGES THE LOADED TABLE AGAINST        *
003896*   ITSELF - ITS ANCHORS ARE THE COMPILED-IN PUBLISHED     *
003897*   RANGE CONSTANTS BELOW (DECIMAL RANGE-START BYTE        *
003908     88  NLS-DB-EOF                         VALUE "Y".
003909 77  NLS-DB-LOADED-SW            PIC X(01) VALUE "N".
003910     88  NLS-DB-TABLE-LOADED                VALUE "Y".
003913 77  NLS-DB-ENTRY-COUNT          PIC 9(05) COMP VALUE ZERO.
003916 77  NLS-FW-HIRA-COUNT           PIC 9(03) COMP VALUE 83.
003917 77  NLS-FW-HIRA-EBCDIC-HI       PIC 9(03) COMP VALUE 68.
003918 77  NLS-FW-HIRA-EBCDIC-LO       PIC 9(03) COMP VALUE 65.
003935 77  NLS-FW-WORK-VALUE           PIC 9(03) COMP VALUE ZERO.
003936 77  NLS-FW-REF-EBCDIC           PIC X(02) VALUE SPACES.
003937 77  NLS-FW-REF-SJIS             PIC X(02) VALUE SPACES.
003940 77  NLS-FW-FWD-SJIS             PIC X(02) VALUE SPACES.
003941 77  NLS-FW-REV-EBCDIC           PIC X(02) VALUE SPACES.
003944*----------------------------------------------------------*
003945* HEX-PAIR PARSING FIELDS                                   *
003946*   NLSCPTB CARRIES EACH BYTE AS TWO HEX CHARACTERS; THE    *
006820         END-IF
006830     END-IF.
006840 1250-EXIT.
006842     EXIT.
006844*----------------------------------------------------------*
006846* 1255-LOAD-DBCS-TABLE                                     *
006848*   READS THE NLSCPDB DOUBLE-BYTE CODEPAGE-TABLE DATASET   *
006850*   THE FULL-WIDTH SWEEP CONVERTS THROUGH, FOR ITS ENTRY   *
006852*   COUNT AND HEX CHECK ONLY - NLSCONV LOADS ITS OWN COPY. *
006854*   IF THE DATASET IS NOT PRESENT THE SWEEP IS             *
006856*   SKIPPED - THERE IS NO COMPILED-IN DOUBLE-BYTE          *
006857*   FALLBACK TABLE.                                        *
006858*----------------------------------------------------------*
006886     EXIT.
006887*----------------------------------------------------------*
006888* 1257-APPLY-DB-ENTRY                                      *
006889*   CHECKS THAT ONE ENTRY'S TWO HEX PAIRS PER SIDE PARSE,  *
006890*   COUNTS IT, THEN READS THE NEXT. AN ENTRY THAT          *
006891*   CANNOT BE PARSED IS COUNTED AS A FAILED CHECK, THE     *
006892*   SAME RULE 1270 APPLIES TO THE SINGLE-BYTE TABLE.       *
006893*----------------------------------------------------------*
006894 1257-APPLY-DB-ENTRY.
006899     ADD 1 TO NLS-DB-ENTRY-COUNT.
006900     MOVE NLS-DB-EBCDIC-HEX (1:2) TO NLS-HEX-INPUT-PAIR.
006901     PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT.
006904     IF NLS-HEX-PAIR-VALID
006905         MOVE NLS-DB-EBCDIC-HEX (3:2) TO NLS-HEX-INPUT-PAIR
006906         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
006909     END-IF.
006910     IF NLS-HEX-PAIR-VALID
006911         MOVE NLS-DB-SJIS-HEX (1:2) TO NLS-HEX-INPUT-PAIR
006912         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
006915     END-IF.
006916     IF NLS-HEX-PAIR-VALID
006917         MOVE NLS-DB-SJIS-HEX (3:2) TO NLS-HEX-INPUT-PAIR
006918         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
006921     END-IF.
006922     IF NOT NLS-HEX-PAIR-VALID
006923*        AN ENTRY THAT CANNOT BE PARSED CANNOT BE CERTIFIED
006929             NLS-DB-EBCDIC-HEX " " NLS-DB-SJIS-HEX
006930             "' - COUNTED AS FAILED CHECK"
006931     END-IF.
006933     PERFORM 1256-READ-DB-ENTRY THRU 1256-EXIT.
006934 1257-EXIT.
006935     EXIT.
008850*----------------------------------------------------------*
008860* 2750-SWEEP-KATAKANA-RANGE                                *
008870*   ROUND-TRIPS EVERY PUBLISHED JIS X0201 CODE POINT       *
008880*   THROUGH NLSCONV'S LOADED TABLES, EACH DIRECTION        *
008890*   JUDGED AGAINST THE COMPILED-IN NLS-X0201-REFERENCE -   *
008900*   AN ANCHOR INDEPENDENT OF THE DATASET, SO A WRONG OR    *
008910*   MISTYPED TABLE CANNOT CERTIFY ITSELF - AND WRITES ONE  *
009090*----------------------------------------------------------*
009100* 2760-SWEEP-ONE-CODEPOINT                                 *
009110*   FORWARD: THE PUBLISHED EBCDIC BYTE MUST CONVERT        *
009120*   THROUGH NLSCONV TO THE PUBLISHED SHIFT-JIS BYTE.       *
009130*   REVERSE: THE PUBLISHED SHIFT-JIS BYTE MUST CONVERT     *
009140*   BACK TO THE PUBLISHED EBCDIC BYTE. A CODE POINT THE    *
009150*   LOADED TABLE MISSTATES - OR OMITS, SO NLSCONV REFUSES  *
009160*   IT AND NOTHING COMES BACK - FAILS. ONLY FAILURES ARE   *
009170*   DISPLAYED; THE RESULT FILE CARRIES THE FULL SWEEP.     *
009180*----------------------------------------------------------*
009190 2760-SWEEP-ONE-CODEPOINT.
009192     MOVE "ES" TO NLS-CV-FUNCTION.
009194     MOVE "C"  TO NLS-CV-MODE.
009196     MOVE 1    TO NLS-CV-INPUT-LENGTH.
009200     MOVE NLS-X0201-EBCDIC (NLS-CP-SWEEP-SUB)
009210         TO NLS-CV-INPUT-BUFFER.
009215     CALL "NLSCONV" USING NLS-CONV-PARMS.
009220     MOVE NLS-CV-STATUS TO NLS-SW-FWD-STATUS.
009225     MOVE SPACE TO NLS-AA-SJIS-WORK.
009230     IF NLS-CV-OK AND NLS-CV-OUTPUT-LENGTH = 1
009235         MOVE NLS-CV-OUTPUT-BUFFER (1:1) TO NLS-AA-SJIS-WORK
009240     END-IF.
009245     MOVE "SE" TO NLS-CV-FUNCTION.
009250     MOVE NLS-X0201-SJIS (NLS-CP-SWEEP-SUB)
009260         TO NLS-CV-INPUT-BUFFER.
009265     CALL "NLSCONV" USING NLS-CONV-PARMS.
009270     MOVE NLS-CV-STATUS TO NLS-SW-REV-STATUS.
009275     MOVE SPACE TO NLS-AA-EBCDIC-WORK.
009280     IF NLS-CV-OK AND NLS-CV-OUTPUT-LENGTH = 1
009285         MOVE NLS-CV-OUTPUT-BUFFER (1:1) TO NLS-AA-EBCDIC-WORK
009290     END-IF.
009300     IF NLS-AA-SJIS-WORK = NLS-X0201-SJIS (NLS-CP-SWEEP-SUB)
009310             AND NLS-AA-EBCDIC-WORK =
009320                 NLS-X0201-EBCDIC (NLS-CP-SWEEP-SUB)
009340     ELSE
009350         SET NLS-FAIL TO TRUE
009360         DISPLAY "JAPCOB1 SWEEP FAIL AT SJIS X'"
009370             NLS-X0201-SJIS-HEX (NLS-CP-SWEEP-SUB)
009373             "' - NLSCONV STATUS " NLS-SW-FWD-STATUS
009376             "/" NLS-SW-REV-STATUS
009380     END-IF.
009390     MOVE SPACES TO NLS-WR-TEST-ID.
009400     STRING "RT" NLS-X0201-SJIS-HEX (NLS-CP-SWEEP-SUB)
009481*----------------------------------------------------------*
009482* 2800-SWEEP-FULLWIDTH-RANGE                               *
009483*   ROUND-TRIPS EVERY FULL-WIDTH HIRAGANA AND KATAKANA     *
009484*   CODE POINT THROUGH NLSCONV'S LOADED NLSCPDB TABLE,     *
009485*   DIRECTION JUDGED AGAINST THE TWO-BYTE REFERENCE        *
009486*   VALUES COMPUTED FROM THE COMPILED-IN PUBLISHED RANGE   *
009487*   CONSTANTS - NEVER AGAINST THE TABLE ITSELF - AND       *
009528* 2830-SWEEP-ONE-FW-POINT                                  *
009529*   BUILDS THE PUBLISHED TWO-BYTE REFERENCE PAIR FOR THIS  *
009530*   OFFSET (TRAIL BYTES INCREMENT FROM THE RANGE START;    *
009531*   SHIFT-JIS TRAIL BYTES SKIP X"7F"), THEN DEMANDS        *
009532*   NLSCONV CONVERT EXACTLY THAT MAPPING IN BOTH           *
009533*   DIRECTIONS. A CODE POINT THE TABLE MISSTATES OR        *
009534*   OMITS FAILS. ONLY FAILURES ARE DISPLAYED; THE RESULT   *
009535*   FILE CARRIES THE FULL SWEEP.                           *
009550     END-IF.
009551     MOVE NLS-FW-WORK-VALUE TO NLS-HEX-BYTE-NUM.
009552     MOVE NLS-HEX-BYTE-CHAR TO NLS-FW-REF-SJIS (2:1).
009553     MOVE "ES" TO NLS-CV-FUNCTION.
009554     MOVE "C"  TO NLS-CV-MODE.
009555     MOVE 4    TO NLS-CV-INPUT-LENGTH.
009556     MOVE SPACES TO NLS-CV-INPUT-BUFFER.
009557     MOVE X"0E" TO NLS-CV-INPUT-BUFFER (1:1).
009558     MOVE NLS-FW-REF-EBCDIC TO NLS-CV-INPUT-BUFFER (2:2).
009560     MOVE X"0F" TO NLS-CV-INPUT-BUFFER (4:1).
009561     CALL "NLSCONV" USING NLS-CONV-PARMS.
009563     MOVE NLS-CV-STATUS TO NLS-SW-FWD-STATUS.
009564     MOVE SPACES TO NLS-FW-FWD-SJIS.
009565     IF NLS-CV-OK AND NLS-CV-OUTPUT-LENGTH = 2
009566         MOVE NLS-CV-OUTPUT-BUFFER (1:2) TO NLS-FW-FWD-SJIS
009567     END-IF.
009568*    THE REVERSE MUST COME BACK AS ONE SHIFT-OUT RUN HOLDING
009569*    EXACTLY THE REFERENCE PAIR.
009570     MOVE "SE" TO NLS-CV-FUNCTION.
009571     MOVE 2    TO NLS-CV-INPUT-LENGTH.
009572     MOVE NLS-FW-REF-SJIS TO NLS-CV-INPUT-BUFFER.
009573     CALL "NLSCONV" USING NLS-CONV-PARMS.
009574     MOVE NLS-CV-STATUS TO NLS-SW-REV-STATUS.
009575     MOVE SPACES TO NLS-FW-REV-EBCDIC.
009576     IF NLS-CV-OK AND NLS-CV-OUTPUT-LENGTH = 4
009577             AND NLS-CV-OUTPUT-BUFFER (1:1) = X"0E"
009578             AND NLS-CV-OUTPUT-BUFFER (4:1) = X"0F"
009579         MOVE NLS-CV-OUTPUT-BUFFER (2:2) TO NLS-FW-REV-EBCDIC
009580     END-IF.
009581     IF NLS-FW-FWD-SJIS = NLS-FW-REF-SJIS
009582             AND NLS-FW-REV-EBCDIC = NLS-FW-REF-EBCDIC
009583         SET NLS-PASS TO TRUE
009584     ELSE
009585         SET NLS-FAIL TO TRUE
009586         DISPLAY "JAPCOB1 FULL-WIDTH SWEEP FAIL AT SJIS X'"
009587             FUNCTION HEX-OF(NLS-FW-REF-SJIS)
009599             "' - NLSCONV STATUS " NLS-SW-FWD-STATUS
009600             "/" NLS-SW-REV-STATUS
009601     END-IF.
009602     MOVE SPACES TO NLS-WR-TEST-ID.
009603     STRING "FW" FUNCTION HEX-OF(NLS-FW-REF-SJIS)
009604         DELIMITED BY SIZE INTO NLS-WR-TEST-ID.
009605     MOVE NLS-FW-CHARSET-NAME TO NLS-WR-CHARSET-NAME.
009606     MOVE SPACES TO NLS-WR-EXPECTED.
009607     MOVE NLS-FW-REF-SJIS TO NLS-WR-EXPECTED (1:2).
009608     MOVE SPACES TO NLS-WR-ACTUAL.
009609     MOVE NLS-FW-FWD-SJIS TO NLS-WR-ACTUAL (1:2).
009610     PERFORM 7000-WRITE-RESULT-RECORD THRU 7000-EXIT.
009611 2830-EXIT.
009612     EXIT.
009613*----------------------------------------------------------*
009614* 7000-WRITE-RESULT-RECORD                                 *
009615*   STAGES ONE NLS-TEST-RESULT RECORD FROM THE NLS-WR-*     *
009616*   FIELDS SET UP BY THE CALLING CHECK PARAGRAPH.           *
009617*   A FAILURE SIGNED OFF IN NLSWAIV IS STILL WRITTEN AS F - *
009618*   THE REPORT, EXTRACT AND HISTORY STEPS JUDGE THE WAIVER  *
009619*   FOR THEMSELVES - BUT ONLY AN UNWAIVED OR EXPIRED ONE    *
009620*   COUNTS TOWARDS THE RETURN CODE.                         *
009628*----------------------------------------------------------*
009629 7000-WRITE-RESULT-RECORD.
009630     MOVE SPACES TO NLS-TEST-RESULT.
009638     MOVE NLS-WR-ACTUAL       TO NLS-TR-ACTUAL-VALUE.
009640     MOVE NLS-RESULT-FLAG     TO NLS-TR-PASS-FAIL-FLAG.
009650     IF NLS-FAIL
009651         MOVE "CK"            TO NLS-WP-FUNCTION
009652         MOVE "JAPCOB1"       TO NLS-WP-PROGRAM-ID
009653         MOVE NLS-WR-TEST-ID  TO NLS-WP-TEST-ID
009654         MOVE NLS-RS-RUN-DATE TO NLS-WP-AS-OF-DATE
009655         CALL "NLSWAIVR" USING NLS-WAIVER-PARMS
009656         IF NLS-WP-WAIVED
009657             ADD 1 TO NLS-WAIVED-COUNT
009658             DISPLAY "JAPCOB1 " NLS-WR-TEST-ID
009659                 " FAILED - WAIVED UNTIL " NLS-WP-EXPIRY-DATE
009660         ELSE
009661             ADD 1 TO NLS-FAILURE-COUNT
009662         END-IF
009663         IF NLS-WP-EXPIRED
009664             DISPLAY "JAPCOB1 " NLS-WR-TEST-ID
009665                 " FAILED - WAIVER EXPIRED " NLS-WP-EXPIRY-DATE
009666                 " - COUNTED AS A FAILURE"
009667         END-IF
009670     END-IF.
009680     WRITE NLS-TEST-RESULT
009682         INVALID KEY
009954             REWRITE NLS-TEST-RESULT
009956     END-WRITE.
009960     CLOSE NLS-RESULT-FILE.
009962     DISPLAY "JAPCOB1 " NLS-RS-RECORDS-WRITTEN
009964         " CHECKS RECORDED, " NLS-FAILURE-COUNT " FAILED, "
009966         NLS-WAIVED-COUNT " WAIVED".
009970 9000-EXIT.
009980     EXIT.
009990*----------------------------------------------------------*
