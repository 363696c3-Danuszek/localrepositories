000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSCONV.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-06.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-06  RLH  ORIGINAL VERSION. CALLABLE EBCDIC <->   *
000200*                   SHIFT-JIS CONVERSION SERVICE, BUILT THE *
000210*                   WAY NLSDTIVL IS CALLED, THAT CONVERTS   *
000220*                   ONLY THROUGH THE NLSCPTB AND NLSCPDB    *
000230*                   TABLES JAPCOB1 CERTIFIES AND REFUSES    *
000240*                   EVERY CODE POINT WHOSE JAPCOB1 SWEEP    *
000250*                   TEST IS FAILING IN NLSRSLT, SO THE      *
000260*                   APPLICATIONS' HAND-CODED TRANSLATE      *
000270*                   TABLES CAN BE RETIRED IN FAVOUR OF WHAT *
000280*                   THE CERTIFICATION ACTUALLY PROVES.      *
000281*  2026-10-15  RLH  THE SINGLE-BYTE AND DOUBLE-BYTE TABLES  *
000282*                   ARE NOW READY SEPARATELY. A MISSING     *
000283*                   NLSCPDB NO LONGER REFUSES EVERY CALL -  *
000284*                   SINGLE-BYTE DATA STILL CONVERTS, AND 40 *
000285*                   COMES BACK ONLY AT THE FIRST            *
000286*                   DOUBLE-BYTE CHARACTER.                  *
000290*----------------------------------------------------------*
000300*----------------------------------------------------------*
000310* PURPOSE                                                  *
000320*   CONVERTS NLS-CV-INPUT-BUFFER (1:NLS-CV-INPUT-LENGTH)    *
000330*   EBCDIC TO SHIFT-JIS (FUNCTION "ES") OR SHIFT-JIS TO     *
000340*   EBCDIC (FUNCTION "SE") INTO NLS-CV-OUTPUT-BUFFER. ON    *
000350*   THE EBCDIC SIDE DOUBLE-BYTE RUNS ARE BRACKETED BY       *
000360*   SHIFT-OUT X"0E" AND SHIFT-IN X"0F"; ON THE SHIFT-JIS    *
000370*   SIDE A LEAD BYTE X"81"-X"9F" OR X"E0"-X"FC" STARTS A    *
000380*   DOUBLE-BYTE CHARACTER, AND THE SHIFT BYTES ARE DROPPED  *
000390*   OR INSERTED ACCORDINGLY. CONVERSION STOPS AT THE FIRST  *
000400*   BYTE THAT CANNOT BE CONVERTED: NLS-CV-ERROR-OFFSET IS   *
000410*   ITS 1-BASED POSITION IN THE INPUT AND                   *
000420*   NLS-CV-OUTPUT-LENGTH COUNTS ONLY WHAT WAS CONVERTED     *
000430*   BEFORE IT. STATUS VALUES ARE LISTED IN NLSCVPM.         *
000440*                                                          *
000450*   BOTH TABLES ARE LOADED ON THE FIRST CALL AND KEPT FOR   *
000460*   THE REST OF THE RUN. IN PRODUCTION MODE ("P" OR SPACE)  *
000470*   THE JAPCOB1 SWEEP RESULTS ARE READ FROM NLSRSLT ON THE  *
000480*   FIRST CALL TOO, AND A CODE POINT WHOSE RT (HALF-WIDTH)  *
000490*   OR FW (FULL-WIDTH) SWEEP TEST IS FLAGGED F IS REFUSED   *
000500*   WITH STATUS 20 - AS IS THE WRONG VALUE THE FAILING      *
000510*   TEST ACTUALLY GOT, SINCE THAT MAPPING IS THE ONE AT     *
000520*   FAULT. NO SWEEP RESULTS AT ALL MEANS NOTHING IS         *
000530*   CERTIFIED AND EVERY CALL ENDS STATUS 40. CERTIFY MODE   *
000540*   ("C") SKIPS ONLY THE NLSRSLT REFUSAL - IT IS USED BY    *
000550*   JAPCOB1'S OWN SWEEP, WHICH MUST JUDGE THE TABLES AS     *
000560*   LOADED SO A POINT THAT FAILED LAST RUN CAN PROVE ITSELF *
000570*   FIXED - AND OTHERWISE RUNS THE SAME CODE PATH THE       *
000580*   APPLICATIONS CALL.                                      *
000590*----------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT NLS-CODEPAGE-FILE ASSIGN TO "NLSCPTB"
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS IS NLS-CODEPAGE-FILE-STATUS.
000670     SELECT NLS-DBCS-FILE ASSIGN TO "NLSCPDB"
000680         ORGANIZATION LINE SEQUENTIAL
000690         FILE STATUS IS NLS-DBCS-FILE-STATUS.
000700     SELECT NLS-RESULT-FILE ASSIGN TO "NLSRSLT"
000710         ORGANIZATION INDEXED
000720         ACCESS MODE DYNAMIC
000730         RECORD KEY IS NLS-TR-RESULT-KEY
000740         FILE STATUS IS NLS-RESULT-FILE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  NLS-CODEPAGE-FILE.
000780     COPY NLSCPTB.
000790 FD  NLS-DBCS-FILE.
000800     COPY NLSCPDB.
000810 FD  NLS-RESULT-FILE.
000820     COPY NLSTRES.
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------*
000850* FILE STATUS AND LOAD SWITCHES                            *
000860*   EACH LOAD IS TRIED ONCE PER RUN; A TABLE OR RESULT     *
000870*   FILE THAT WAS NOT AVAILABLE ON THE FIRST CALL STAYS    *
000880*   UNAVAILABLE, AND IS REPORTED ONLY THAT ONCE.           *
000890*----------------------------------------------------------*
000900 77  NLS-CODEPAGE-FILE-STATUS    PIC X(02) VALUE SPACES.
000910 77  NLS-DBCS-FILE-STATUS        PIC X(02) VALUE SPACES.
000920 77  NLS-RESULT-FILE-STATUS      PIC X(02) VALUE SPACES.
000930 77  NLS-CV-CP-EOF-SW            PIC X(01) VALUE "N".
000940     88  NLS-CV-CP-EOF                      VALUE "Y".
000950 77  NLS-CV-DB-EOF-SW            PIC X(01) VALUE "N".
000960     88  NLS-CV-DB-EOF                      VALUE "Y".
000970 77  NLS-CV-RS-EOF-SW            PIC X(01) VALUE "N".
000980     88  NLS-CV-RS-EOF                      VALUE "Y".
000990 77  NLS-CV-TABLE-TRIED-SW       PIC X(01) VALUE "N".
001000     88  NLS-CV-TABLE-LOAD-TRIED            VALUE "Y".
001010 77  NLS-CV-SB-READY-SW          PIC X(01) VALUE "N".
001020     88  NLS-CV-SB-READY                    VALUE "Y".
001022 77  NLS-CV-DB-READY-SW          PIC X(01) VALUE "N".
001024     88  NLS-CV-DB-READY                    VALUE "Y".
001030 77  NLS-CV-CERT-TRIED-SW        PIC X(01) VALUE "N".
001040     88  NLS-CV-CERT-LOAD-TRIED             VALUE "Y".
001050 77  NLS-CV-CERT-READY-SW        PIC X(01) VALUE "N".
001060     88  NLS-CV-CERT-READY                  VALUE "Y".
001070*----------------------------------------------------------*
001080* SINGLE-BYTE CONVERSION MAPS                              *
001090*   ONE SLOT PER BYTE VALUE (VALUE + 1). A FLAG OF "Y"     *
001100*   MEANS NLSCPTB CARRIES A MAPPING FOR THAT BYTE; THE     *
001110*   MAPPED BYTE SITS AT THE SAME POSITION IN THE BYTES     *
001120*   FIELD. THE REFUSED MAP IS INDEXED BY SHIFT-JIS VALUE,  *
001130*   THE SAME CODE-POINT IDENTITY JAPCOB1'S RT TEST IDS     *
001140*   CARRY.                                                 *
001150*----------------------------------------------------------*
001160 01  NLS-CV-E2S-MAP.
001170     05  NLS-CV-E2S-FLAG         PIC X(01) OCCURS 256 TIMES.
001180 77  NLS-CV-E2S-BYTES            PIC X(256) VALUE SPACES.
001190 01  NLS-CV-S2E-MAP.
001200     05  NLS-CV-S2E-FLAG         PIC X(01) OCCURS 256 TIMES.
001210 77  NLS-CV-S2E-BYTES            PIC X(256) VALUE SPACES.
001220 01  NLS-CV-SB-REFUSED-MAP.
001230     05  NLS-CV-SB-REFUSED-FLAG  PIC X(01) OCCURS 256 TIMES.
001240 77  NLS-CV-SB-COUNT             PIC 9(03) COMP VALUE ZERO.
001250*----------------------------------------------------------*
001260* DOUBLE-BYTE CONVERSION TABLE                             *
001270*   ONE ENTRY PER NLSCPDB CODE POINT, SEARCHED BY EITHER   *
001280*   SIDE. THE REFUSED FLAG IS SET FROM NLSRSLT IN          *
001290*   PRODUCTION MODE.                                       *
001300*----------------------------------------------------------*
001310 01  NLS-CV-DB-TABLE.
001320     05  NLS-CV-DB-COUNT         PIC 9(03) COMP VALUE ZERO.
001330     05  NLS-CV-DB-ENTRY OCCURS 500 TIMES.
001340         10  NLS-CV-DB-EBCDIC    PIC X(02).
001350         10  NLS-CV-DB-SJIS      PIC X(02).
001360         10  NLS-CV-DB-REFUSED-FLAG PIC X(01).
001370 77  NLS-CV-DB-SUB               PIC 9(03) COMP VALUE ZERO.
001380 77  NLS-CV-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
001390 77  NLS-CV-SEARCH-PAIR          PIC X(02) VALUE SPACES.
001400 77  NLS-CV-MATCH-SW             PIC X(01) VALUE "N".
001410     88  NLS-CV-MATCH-FOUND                 VALUE "Y".
001420*----------------------------------------------------------*
001430* CERTIFICATION-RESULT FIELDS                              *
001440*----------------------------------------------------------*
001450 77  NLS-CV-SWEEP-RESULTS        PIC 9(05) COMP VALUE ZERO.
001460 77  NLS-CV-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001470 77  NLS-CV-REFUSE-PAIR          PIC X(02) VALUE SPACES.
001480*----------------------------------------------------------*
001490* CONVERSION WORK FIELDS                                   *
001500*----------------------------------------------------------*
001510 77  NLS-CV-SHIFT-OUT            PIC X(01) VALUE X"0E".
001520 77  NLS-CV-SHIFT-IN             PIC X(01) VALUE X"0F".
001530 77  NLS-CV-IN-SUB               PIC 9(04) COMP VALUE ZERO.
001540 77  NLS-CV-SO-OFFSET            PIC 9(04) COMP VALUE ZERO.
001550 77  NLS-CV-IN-BYTE              PIC X(01) VALUE SPACE.
001560 77  NLS-CV-OUT-BYTE             PIC X(01) VALUE SPACE.
001570 77  NLS-CV-VALUE-CHAR           PIC X(01) VALUE SPACE.
001580 77  NLS-CV-BYTE-VALUE           PIC 9(03) COMP VALUE ZERO.
001590 77  NLS-CV-DBCS-MODE-SW         PIC X(01) VALUE "N".
001600     88  NLS-CV-IN-DBCS                     VALUE "Y".
001610*----------------------------------------------------------*
001620* HEX-PAIR PARSING FIELDS                                   *
001630*   NLSCPTB AND NLSCPDB CARRY EACH BYTE AS TWO HEX          *
001640*   CHARACTERS; THE 9(04) COMP WORK FIELD IS TWO BIG-ENDIAN *
001650*   BINARY BYTES, SO THE ASSEMBLED VALUE'S LOW-ORDER BYTE   *
001660*   IS THE CHARACTER ITSELF - AND, RUN THE OTHER WAY, A     *
001670*   CHARACTER MOVED INTO THE LOW-ORDER BYTE READS BACK AS   *
001680*   ITS BYTE VALUE.                                         *
001690*----------------------------------------------------------*
001700 77  NLS-HEX-DIGIT-LIST          PIC X(16)
001710     VALUE "0123456789ABCDEF".
001720 77  NLS-HEX-SCAN-SUB            PIC 9(03) COMP VALUE ZERO.
001730 77  NLS-HEX-INPUT-PAIR          PIC X(02) VALUE SPACES.
001740 77  NLS-HEX-DIGIT-CHAR          PIC X(01) VALUE SPACE.
001750 77  NLS-HEX-DIGIT-VALUE         PIC 9(03) COMP VALUE ZERO.
001760 77  NLS-HEX-DIGIT-VALID-SW      PIC X(01) VALUE "N".
001770     88  NLS-HEX-DIGIT-VALID                VALUE "Y".
001780 77  NLS-HEX-PAIR-VALID-SW       PIC X(01) VALUE "N".
001790     88  NLS-HEX-PAIR-VALID                 VALUE "Y".
001800 77  NLS-HEX-HIGH-VALUE          PIC 9(03) COMP VALUE ZERO.
001810 77  NLS-HEX-LOW-VALUE           PIC 9(03) COMP VALUE ZERO.
001820 77  NLS-CV-EBCDIC-VALUE         PIC 9(03) COMP VALUE ZERO.
001830 77  NLS-CV-SJIS-VALUE           PIC 9(03) COMP VALUE ZERO.
001840 77  NLS-CV-EBCDIC-BYTE          PIC X(01) VALUE SPACE.
001850 77  NLS-CV-SJIS-BYTE            PIC X(01) VALUE SPACE.
001860 01  NLS-HEX-BYTE-WORK.
001870     05  NLS-HEX-BYTE-NUM        PIC 9(04) COMP VALUE ZERO.
001880 01  NLS-HEX-BYTE-WORK-R REDEFINES NLS-HEX-BYTE-WORK.
001890     05  FILLER                  PIC X(01).
001900     05  NLS-HEX-BYTE-CHAR       PIC X(01).
001910 LINKAGE SECTION.
001920     COPY NLSCVPM.
001930 PROCEDURE DIVISION USING NLS-CONV-PARMS.
001940*----------------------------------------------------------*
001950* 0000-MAINLINE                                            *
001960*----------------------------------------------------------*
001970 0000-MAINLINE.
001980     MOVE ZERO TO NLS-CV-OUTPUT-LENGTH.
001990     MOVE ZERO TO NLS-CV-ERROR-OFFSET.
002000     MOVE SPACES TO NLS-CV-OUTPUT-BUFFER.
002010     PERFORM 1000-VALIDATE-REQUEST THRU 1000-EXIT.
002020     IF NLS-CV-OK AND NOT NLS-CV-TABLE-LOAD-TRIED
002030         PERFORM 1100-LOAD-TABLES THRU 1100-EXIT
002040     END-IF.
002050     IF NLS-CV-OK AND NOT NLS-CV-SB-READY
002060         SET NLS-CV-TABLES-UNAVAILABLE TO TRUE
002070     END-IF.
002080     IF NLS-CV-OK AND NLS-CV-MODE-PRODUCTION
002090             AND NOT NLS-CV-CERT-LOAD-TRIED
002100         PERFORM 1500-LOAD-CERTIFICATION THRU 1500-EXIT
002110     END-IF.
002120     IF NLS-CV-OK AND NLS-CV-MODE-PRODUCTION
002130             AND NOT NLS-CV-CERT-READY
002140         SET NLS-CV-TABLES-UNAVAILABLE TO TRUE
002150     END-IF.
002160     IF NLS-CV-OK
002170         MOVE 1 TO NLS-CV-IN-SUB
002180         MOVE "N" TO NLS-CV-DBCS-MODE-SW
002190         IF NLS-CV-EBCDIC-TO-SJIS
002200             PERFORM 2000-CONVERT-EBCDIC-TO-SJIS THRU 2000-EXIT
002210         ELSE
002220             PERFORM 3000-CONVERT-SJIS-TO-EBCDIC THRU 3000-EXIT
002230         END-IF
002240     END-IF.
002250     GOBACK.
002260*----------------------------------------------------------*
002270* 1000-VALIDATE-REQUEST                                    *
002280*   AN UNKNOWN FUNCTION OR MODE, OR AN INPUT LONGER THAN   *
002290*   THE BUFFER, IS STATUS 50 - NOTHING IS CONVERTED.       *
002300*----------------------------------------------------------*
002310 1000-VALIDATE-REQUEST.
002320     SET NLS-CV-OK TO TRUE.
002330     IF NOT NLS-CV-EBCDIC-TO-SJIS
002340             AND NOT NLS-CV-SJIS-TO-EBCDIC
002350         SET NLS-CV-REQUEST-BAD TO TRUE
002360         GO TO 1000-EXIT
002370     END-IF.
002380     IF NOT NLS-CV-MODE-PRODUCTION
002390             AND NOT NLS-CV-MODE-CERTIFY
002400         SET NLS-CV-REQUEST-BAD TO TRUE
002410         GO TO 1000-EXIT
002420     END-IF.
002430     IF NLS-CV-INPUT-LENGTH > LENGTH OF NLS-CV-INPUT-BUFFER
002440         SET NLS-CV-REQUEST-BAD TO TRUE
002450     END-IF.
002460 1000-EXIT.
002470     EXIT.
002480*----------------------------------------------------------*
002490* 1100-LOAD-TABLES                                         *
002500*   LOADS NLSCPTB INTO THE SINGLE-BYTE MAPS AND NLSCPDB    *
002510*   INTO THE DOUBLE-BYTE TABLE. EACH IS READY ONCE IT      *
002520*   LOADED AT LEAST ONE CODE POINT. WITHOUT NLSCPTB EVERY  *
002530*   CALL ENDS STATUS 40. WITHOUT NLSCPDB SINGLE-BYTE DATA  *
002540*   STILL CONVERTS, AND STATUS 40 IS RETURNED AT THE FIRST *
002543*   DOUBLE-BYTE CHARACTER - NEVER "NOT IN TABLE", SINCE    *
002546*   THE REAL FAULT IS A MISSING DD, NOT THE DATA.          *
002550*----------------------------------------------------------*
002560 1100-LOAD-TABLES.
002570     SET NLS-CV-TABLE-LOAD-TRIED TO TRUE.
002580     MOVE ALL "N" TO NLS-CV-E2S-MAP.
002590     MOVE ALL "N" TO NLS-CV-S2E-MAP.
002600     MOVE ALL "N" TO NLS-CV-SB-REFUSED-MAP.
002610     OPEN INPUT NLS-CODEPAGE-FILE.
002620     IF NLS-CODEPAGE-FILE-STATUS NOT = "00"
002630         DISPLAY "NLSCONV NLSCPTB NOT AVAILABLE - STATUS "
002640             NLS-CODEPAGE-FILE-STATUS " - CONVERSION REFUSED"
002650         GO TO 1100-EXIT
002660     END-IF.
002670     PERFORM 1110-READ-CP-ENTRY THRU 1110-EXIT.
002680     PERFORM 1120-APPLY-CP-ENTRY THRU 1120-EXIT
002690         UNTIL NLS-CV-CP-EOF.
002700     CLOSE NLS-CODEPAGE-FILE.
002703     IF NLS-CV-SB-COUNT > ZERO
002706         SET NLS-CV-SB-READY TO TRUE
002709     END-IF.
002710     OPEN INPUT NLS-DBCS-FILE.
002720     IF NLS-DBCS-FILE-STATUS NOT = "00"
002730         DISPLAY "NLSCONV NLSCPDB NOT AVAILABLE - STATUS "
002740             NLS-DBCS-FILE-STATUS
002745             " - DOUBLE-BYTE CONVERSION REFUSED"
002750         GO TO 1100-EXIT
002760     END-IF.
002770     PERFORM 1130-READ-DB-ENTRY THRU 1130-EXIT.
002780     PERFORM 1140-APPLY-DB-ENTRY THRU 1140-EXIT
002790         UNTIL NLS-CV-DB-EOF.
002800     CLOSE NLS-DBCS-FILE.
002810     IF NLS-CV-DB-COUNT > ZERO
002820         SET NLS-CV-DB-READY TO TRUE
002830     END-IF.
002840     DISPLAY "NLSCONV LOADED " NLS-CV-SB-COUNT
002850         " SINGLE-BYTE AND " NLS-CV-DB-COUNT
002860         " DOUBLE-BYTE CODE POINTS".
002870 1100-EXIT.
002880     EXIT.
002890*----------------------------------------------------------*
002900* 1110-READ-CP-ENTRY                                       *
002910*----------------------------------------------------------*
002920 1110-READ-CP-ENTRY.
002930     READ NLS-CODEPAGE-FILE
002940         AT END
002950             SET NLS-CV-CP-EOF TO TRUE
002960     END-READ.
002970 1110-EXIT.
002980     EXIT.
002990*----------------------------------------------------------*
003000* 1120-APPLY-CP-ENTRY                                      *
003010*   AN ENTRY THAT CANNOT BE PARSED IS NOT LOADED - ITS     *
003020*   BYTES STAY UNCONVERTIBLE RATHER THAN CONVERT TO A      *
003030*   GUESS. WHEN TWO ENTRIES CLAIM THE SAME BYTE THE FIRST  *
003040*   IS KEPT, THE SAME RESULT INSPECT CONVERTING GIVES      *
003050*   JAPCOB1'S OWN TABLES, AND THE CLASH IS REPORTED.       *
003060*----------------------------------------------------------*
003070 1120-APPLY-CP-ENTRY.
003080     MOVE NLS-CP-EBCDIC-HEX TO NLS-HEX-INPUT-PAIR.
003090     PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT.
003100     MOVE NLS-HEX-BYTE-NUM  TO NLS-CV-EBCDIC-VALUE.
003110     MOVE NLS-HEX-BYTE-CHAR TO NLS-CV-EBCDIC-BYTE.
003120     IF NLS-HEX-PAIR-VALID
003130         MOVE NLS-CP-SJIS-HEX TO NLS-HEX-INPUT-PAIR
003140         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
003150         MOVE NLS-HEX-BYTE-NUM  TO NLS-CV-SJIS-VALUE
003160         MOVE NLS-HEX-BYTE-CHAR TO NLS-CV-SJIS-BYTE
003170     END-IF.
003180     IF NOT NLS-HEX-PAIR-VALID
003190         DISPLAY "NLSCONV NLSCPTB BAD HEX IN ENTRY '"
003200             NLS-CP-EBCDIC-HEX " " NLS-CP-SJIS-HEX
003210             "' - ENTRY NOT LOADED"
003220         GO TO 1120-NEXT
003230     END-IF.
003240     IF NLS-CV-E2S-FLAG (NLS-CV-EBCDIC-VALUE + 1) = "Y"
003250             OR NLS-CV-S2E-FLAG (NLS-CV-SJIS-VALUE + 1) = "Y"
003260         DISPLAY "NLSCONV NLSCPTB DUPLICATE ENTRY '"
003270             NLS-CP-EBCDIC-HEX " " NLS-CP-SJIS-HEX
003280             "' - FIRST MAPPING KEPT"
003290     END-IF.
003300     IF NLS-CV-E2S-FLAG (NLS-CV-EBCDIC-VALUE + 1) NOT = "Y"
003310         MOVE "Y" TO NLS-CV-E2S-FLAG (NLS-CV-EBCDIC-VALUE + 1)
003320         MOVE NLS-CV-SJIS-BYTE
003330             TO NLS-CV-E2S-BYTES (NLS-CV-EBCDIC-VALUE + 1:1)
003340     END-IF.
003350     IF NLS-CV-S2E-FLAG (NLS-CV-SJIS-VALUE + 1) NOT = "Y"
003360         MOVE "Y" TO NLS-CV-S2E-FLAG (NLS-CV-SJIS-VALUE + 1)
003370         MOVE NLS-CV-EBCDIC-BYTE
003380             TO NLS-CV-S2E-BYTES (NLS-CV-SJIS-VALUE + 1:1)
003390     END-IF.
003400     ADD 1 TO NLS-CV-SB-COUNT.
003410 1120-NEXT.
003420     PERFORM 1110-READ-CP-ENTRY THRU 1110-EXIT.
003430 1120-EXIT.
003440     EXIT.
003450*----------------------------------------------------------*
003460* 1130-READ-DB-ENTRY                                       *
003470*----------------------------------------------------------*
003480 1130-READ-DB-ENTRY.
003490     READ NLS-DBCS-FILE
003500         AT END
003510             SET NLS-CV-DB-EOF TO TRUE
003520     END-READ.
003530 1130-EXIT.
003540     EXIT.
003550*----------------------------------------------------------*
003560* 1140-APPLY-DB-ENTRY                                      *
003570*   PARSES ONE ENTRY'S TWO HEX PAIRS PER SIDE, THE SAME    *
003580*   WAY JAPCOB1'S 1257 DOES. AN ENTRY THAT CANNOT BE       *
003590*   PARSED, OR THAT WILL NOT FIT, IS REPORTED AND LEFT     *
003600*   OUT.                                                   *
003610*----------------------------------------------------------*
003620 1140-APPLY-DB-ENTRY.
003630     IF NLS-CV-DB-COUNT NOT < 500
003640         DISPLAY "NLSCONV NLSCPDB ENTRY IGNORED - TABLE FULL"
003650         GO TO 1140-NEXT
003660     END-IF.
003670     ADD 1 TO NLS-CV-DB-COUNT.
003680     MOVE "N" TO NLS-CV-DB-REFUSED-FLAG (NLS-CV-DB-COUNT).
003690     MOVE NLS-DB-EBCDIC-HEX (1:2) TO NLS-HEX-INPUT-PAIR.
003700     PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT.
003710     MOVE NLS-HEX-BYTE-CHAR
003720         TO NLS-CV-DB-EBCDIC (NLS-CV-DB-COUNT) (1:1).
003730     IF NLS-HEX-PAIR-VALID
003740         MOVE NLS-DB-EBCDIC-HEX (3:2) TO NLS-HEX-INPUT-PAIR
003750         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
003760         MOVE NLS-HEX-BYTE-CHAR
003770             TO NLS-CV-DB-EBCDIC (NLS-CV-DB-COUNT) (2:1)
003780     END-IF.
003790     IF NLS-HEX-PAIR-VALID
003800         MOVE NLS-DB-SJIS-HEX (1:2) TO NLS-HEX-INPUT-PAIR
003810         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
003820         MOVE NLS-HEX-BYTE-CHAR
003830             TO NLS-CV-DB-SJIS (NLS-CV-DB-COUNT) (1:1)
003840     END-IF.
003850     IF NLS-HEX-PAIR-VALID
003860         MOVE NLS-DB-SJIS-HEX (3:2) TO NLS-HEX-INPUT-PAIR
003870         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
003880         MOVE NLS-HEX-BYTE-CHAR
003890             TO NLS-CV-DB-SJIS (NLS-CV-DB-COUNT) (2:1)
003900     END-IF.
003910     IF NOT NLS-HEX-PAIR-VALID
003920         SUBTRACT 1 FROM NLS-CV-DB-COUNT
003930         DISPLAY "NLSCONV NLSCPDB BAD HEX IN ENTRY '"
003940             NLS-DB-EBCDIC-HEX " " NLS-DB-SJIS-HEX
003950             "' - ENTRY NOT LOADED"
003960     END-IF.
003970 1140-NEXT.
003980     PERFORM 1130-READ-DB-ENTRY THRU 1130-EXIT.
003990 1140-EXIT.
004000     EXIT.
004010*----------------------------------------------------------*
004020* 1280-HEX-PAIR-TO-BYTE                                    *
004030*   ASSEMBLES THE TWO HEX CHARACTERS IN NLS-HEX-INPUT-PAIR *
004040*   INTO ONE BYTE, RETURNED IN NLS-HEX-BYTE-CHAR VIA THE   *
004050*   BIG-ENDIAN BINARY WORK FIELD.                          *
004060*----------------------------------------------------------*
004070 1280-HEX-PAIR-TO-BYTE.
004080     SET NLS-HEX-PAIR-VALID TO TRUE.
004090     MOVE NLS-HEX-INPUT-PAIR (1:1) TO NLS-HEX-DIGIT-CHAR.
004100     PERFORM 1285-LOOKUP-HEX-DIGIT THRU 1285-EXIT.
004110     MOVE NLS-HEX-DIGIT-VALUE TO NLS-HEX-HIGH-VALUE.
004120     MOVE NLS-HEX-INPUT-PAIR (2:1) TO NLS-HEX-DIGIT-CHAR.
004130     PERFORM 1285-LOOKUP-HEX-DIGIT THRU 1285-EXIT.
004140     MOVE NLS-HEX-DIGIT-VALUE TO NLS-HEX-LOW-VALUE.
004150     COMPUTE NLS-HEX-BYTE-NUM =
004160             NLS-HEX-HIGH-VALUE * 16 + NLS-HEX-LOW-VALUE.
004170 1280-EXIT.
004180     EXIT.
004190*----------------------------------------------------------*
004200* 1285-LOOKUP-HEX-DIGIT                                    *
004210*   A CHARACTER THAT IS NOT A HEX DIGIT DROPS THE PAIR'S   *
004220*   VALID SWITCH - IT MUST NEVER PARSE AS ZERO.            *
004230*----------------------------------------------------------*
004240 1285-LOOKUP-HEX-DIGIT.
004250     MOVE ZERO TO NLS-HEX-DIGIT-VALUE.
004260     MOVE "N" TO NLS-HEX-DIGIT-VALID-SW.
004270     PERFORM 1286-MATCH-HEX-DIGIT THRU 1286-EXIT
004280         VARYING NLS-HEX-SCAN-SUB FROM 1 BY 1
004290         UNTIL NLS-HEX-SCAN-SUB > 16.
004300     IF NOT NLS-HEX-DIGIT-VALID
004310         MOVE "N" TO NLS-HEX-PAIR-VALID-SW
004320     END-IF.
004330 1285-EXIT.
004340     EXIT.
004350 1286-MATCH-HEX-DIGIT.
004360     IF NLS-HEX-DIGIT-LIST (NLS-HEX-SCAN-SUB:1) =
004370             NLS-HEX-DIGIT-CHAR
004380         COMPUTE NLS-HEX-DIGIT-VALUE = NLS-HEX-SCAN-SUB - 1
004390         SET NLS-HEX-DIGIT-VALID TO TRUE
004400     END-IF.
004410 1286-EXIT.
004420     EXIT.
004430*----------------------------------------------------------*
004440* 1500-LOAD-CERTIFICATION                                  *
004450*   READS JAPCOB1'S KEYS IN THE SHARED RESULT FILE AND     *
004460*   MARKS EVERY CODE POINT WHOSE SWEEP TEST IS FLAGGED F.  *
004470*   THE SERVICE IS CERTIFIED ONLY WHEN AT LEAST ONE SWEEP  *
004480*   RESULT WAS FOUND - AN EMPTY OR MISSING RESULT FILE     *
004490*   PROVES NOTHING, SO NOTHING IS CONVERTED.               *
004500*----------------------------------------------------------*
004510 1500-LOAD-CERTIFICATION.
004520     SET NLS-CV-CERT-LOAD-TRIED TO TRUE.
004530     OPEN INPUT NLS-RESULT-FILE.
004540     IF NLS-RESULT-FILE-STATUS NOT = "00"
004550         DISPLAY "NLSCONV NLSRSLT NOT AVAILABLE - STATUS "
004560             NLS-RESULT-FILE-STATUS " - NO CERTIFIED CONVERSION"
004570         GO TO 1500-EXIT
004580     END-IF.
004590     MOVE "JAPCOB1"  TO NLS-TR-PROGRAM-ID.
004600     MOVE LOW-VALUES TO NLS-TR-TEST-ID.
004610     START NLS-RESULT-FILE KEY NOT < NLS-TR-RESULT-KEY
004620         INVALID KEY
004630             SET NLS-CV-RS-EOF TO TRUE
004640     END-START.
004650     IF NOT NLS-CV-RS-EOF
004660         PERFORM 1510-READ-NEXT-RESULT THRU 1510-EXIT
004670         PERFORM 1520-APPLY-RESULT THRU 1520-EXIT
004680             UNTIL NLS-CV-RS-EOF
004690     END-IF.
004700     CLOSE NLS-RESULT-FILE.
004710     IF NLS-CV-SWEEP-RESULTS = ZERO
004720         DISPLAY "NLSCONV NLSRSLT HOLDS NO JAPCOB1 SWEEP "
004730             "RESULTS - NO CERTIFIED CONVERSION"
004740         GO TO 1500-EXIT
004750     END-IF.
004760     SET NLS-CV-CERT-READY TO TRUE.
004770     DISPLAY "NLSCONV NLSRSLT " NLS-CV-SWEEP-RESULTS
004780         " SWEEP RESULTS - " NLS-CV-REFUSED-COUNT
004790         " CODE POINTS REFUSED".
004800 1500-EXIT.
004810     EXIT.
004820*----------------------------------------------------------*
004830* 1510-READ-NEXT-RESULT                                    *
004840*   A KEY BELONGING TO ANOTHER PROGRAM ENDS THE SCAN.      *
004850*----------------------------------------------------------*
004860 1510-READ-NEXT-RESULT.
004870     READ NLS-RESULT-FILE NEXT
004880         AT END
004890             SET NLS-CV-RS-EOF TO TRUE
004900     END-READ.
004910     IF NOT NLS-CV-RS-EOF
004920             AND NLS-TR-PROGRAM-ID NOT = "JAPCOB1"
004930         SET NLS-CV-RS-EOF TO TRUE
004940     END-IF.
004950 1510-EXIT.
004960     EXIT.
004970*----------------------------------------------------------*
004980* 1520-APPLY-RESULT                                        *
004990*   ONLY THE RT (HALF-WIDTH) AND FW (FULL-WIDTH) SWEEP     *
005000*   DETAILS SPEAK FOR INDIVIDUAL CODE POINTS; THE AA, ZZ   *
005010*   AND ROUND-TRIP CHECKS AND THE TRAILER ARE SKIPPED.     *
005020*----------------------------------------------------------*
005030 1520-APPLY-RESULT.
005040     IF NLS-TR-DETAIL
005050             AND (NLS-TR-TEST-ID (1:2) = "RT"
005060               OR NLS-TR-TEST-ID (1:2) = "FW")
005070         ADD 1 TO NLS-CV-SWEEP-RESULTS
005080         IF NLS-TR-FAIL
005090             PERFORM 1530-REFUSE-CODE-POINT THRU 1530-EXIT
005100         END-IF
005110     END-IF.
005120     PERFORM 1510-READ-NEXT-RESULT THRU 1510-EXIT.
005130 1520-EXIT.
005140     EXIT.
005150*----------------------------------------------------------*
005160* 1530-REFUSE-CODE-POINT                                   *
005170*   THE TEST ID NAMES THE FAILING CODE POINT BY ITS        *
005180*   PUBLISHED SHIFT-JIS VALUE IN HEX ("RT" + 2 OR "FW" +   *
005190*   4 CHARACTERS). THAT POINT IS REFUSED IN BOTH           *
005200*   DIRECTIONS. WHEN THE SWEEP GOT A WRONG VALUE RATHER    *
005210*   THAN NONE, THE MAPPING THAT PRODUCED IT IS REFUSED     *
005220*   TOO - IT IS THE TABLE ENTRY AT FAULT.                  *
005230*----------------------------------------------------------*
005240 1530-REFUSE-CODE-POINT.
005250     IF NLS-TR-TEST-ID (1:2) = "RT"
005260         MOVE NLS-TR-TEST-ID (3:2) TO NLS-HEX-INPUT-PAIR
005270         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
005280         IF NLS-HEX-PAIR-VALID
005290             MOVE "Y" TO NLS-CV-SB-REFUSED-FLAG
005300                 (NLS-HEX-BYTE-NUM + 1)
005310             ADD 1 TO NLS-CV-REFUSED-COUNT
005320         END-IF
005330         IF NLS-TR-ACTUAL-VALUE (1:1) NOT = SPACE
005340                 AND NLS-TR-ACTUAL-VALUE (1:1) NOT =
005350                     NLS-TR-EXPECTED-VALUE (1:1)
005360             MOVE NLS-TR-ACTUAL-VALUE (1:1) TO NLS-CV-VALUE-CHAR
005370             PERFORM 8000-GET-BYTE-VALUE THRU 8000-EXIT
005380             MOVE "Y" TO NLS-CV-SB-REFUSED-FLAG
005390                 (NLS-CV-BYTE-VALUE + 1)
005400         END-IF
005410     ELSE
005420         MOVE NLS-TR-TEST-ID (3:2) TO NLS-HEX-INPUT-PAIR
005430         PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
005440         MOVE NLS-HEX-BYTE-CHAR TO NLS-CV-REFUSE-PAIR (1:1)
005450         IF NLS-HEX-PAIR-VALID
005460             MOVE NLS-TR-TEST-ID (5:2) TO NLS-HEX-INPUT-PAIR
005470             PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT
005480             MOVE NLS-HEX-BYTE-CHAR TO NLS-CV-REFUSE-PAIR (2:1)
005490         END-IF
005500         IF NLS-HEX-PAIR-VALID
005510             PERFORM 1540-REFUSE-DB-BY-SJIS THRU 1540-EXIT
005520             ADD 1 TO NLS-CV-REFUSED-COUNT
005530         END-IF
005540         IF NLS-TR-ACTUAL-VALUE (1:2) NOT = SPACES
005550                 AND NLS-TR-ACTUAL-VALUE (1:2) NOT =
005560                     NLS-TR-EXPECTED-VALUE (1:2)
005570             MOVE NLS-TR-ACTUAL-VALUE (1:2) TO NLS-CV-REFUSE-PAIR
005580             PERFORM 1540-REFUSE-DB-BY-SJIS THRU 1540-EXIT
005590         END-IF
005600     END-IF.
005610     IF NOT NLS-HEX-PAIR-VALID
005620         DISPLAY "NLSCONV NLSRSLT TEST ID '" NLS-TR-TEST-ID
005630             "' DOES NOT NAME A CODE POINT - NOT REFUSED"
005640     END-IF.
005650 1530-EXIT.
005660     EXIT.
005670*----------------------------------------------------------*
005680* 1540-REFUSE-DB-BY-SJIS                                   *
005690*----------------------------------------------------------*
005700 1540-REFUSE-DB-BY-SJIS.
005710     MOVE NLS-CV-REFUSE-PAIR TO NLS-CV-SEARCH-PAIR.
005720     PERFORM 4200-FIND-DB-BY-SJIS THRU 4200-EXIT.
005730     IF NLS-CV-FOUND-SUB NOT = ZERO
005740         MOVE "Y" TO NLS-CV-DB-REFUSED-FLAG (NLS-CV-FOUND-SUB)
005750     END-IF.
005760 1540-EXIT.
005770     EXIT.
005780*----------------------------------------------------------*
005790* 2000-CONVERT-EBCDIC-TO-SJIS                              *
005800*   A SHIFT-OUT LEFT OPEN AT THE END OF THE INPUT IS A     *
005810*   BROKEN RUN, REPORTED AT THE SHIFT-OUT THAT OPENED IT.  *
005820*----------------------------------------------------------*
005830 2000-CONVERT-EBCDIC-TO-SJIS.
005840     PERFORM 2100-CONVERT-ONE-EBCDIC THRU 2100-EXIT
005850         UNTIL NLS-CV-IN-SUB > NLS-CV-INPUT-LENGTH
005860            OR NOT NLS-CV-OK.
005870     IF NLS-CV-OK AND NLS-CV-IN-DBCS
005880         SET NLS-CV-SHIFT-ERROR TO TRUE
005890         MOVE NLS-CV-SO-OFFSET TO NLS-CV-ERROR-OFFSET
005900     END-IF.
005910 2000-EXIT.
005920     EXIT.
005930*----------------------------------------------------------*
005940* 2100-CONVERT-ONE-EBCDIC                                  *
005950*   SHIFT BYTES ONLY SWITCH MODE AND ARE DROPPED; A SHIFT- *
005960*   OUT INSIDE A RUN OR A SHIFT-IN OUTSIDE ONE IS A        *
005970*   BROKEN RUN. A SHIFT-OUT WITH NO NLSCPDB LOADED ENDS    *
005975*   STATUS 40 AT THAT BYTE.                                *
005980*----------------------------------------------------------*
005990 2100-CONVERT-ONE-EBCDIC.
006000     MOVE NLS-CV-INPUT-BUFFER (NLS-CV-IN-SUB:1)
006010         TO NLS-CV-IN-BYTE.
006020     EVALUATE TRUE
006030         WHEN NLS-CV-IN-BYTE = NLS-CV-SHIFT-OUT
006040                 AND NLS-CV-IN-DBCS
006050             SET NLS-CV-SHIFT-ERROR TO TRUE
006052             MOVE NLS-CV-IN-SUB TO NLS-CV-ERROR-OFFSET
006054         WHEN NLS-CV-IN-BYTE = NLS-CV-SHIFT-OUT
006056                 AND NOT NLS-CV-DB-READY
006058             SET NLS-CV-TABLES-UNAVAILABLE TO TRUE
006060             MOVE NLS-CV-IN-SUB TO NLS-CV-ERROR-OFFSET
006070         WHEN NLS-CV-IN-BYTE = NLS-CV-SHIFT-OUT
006080             SET NLS-CV-IN-DBCS TO TRUE
006090             MOVE NLS-CV-IN-SUB TO NLS-CV-SO-OFFSET
006100             ADD 1 TO NLS-CV-IN-SUB
006110         WHEN NLS-CV-IN-BYTE = NLS-CV-SHIFT-IN
006120                 AND NOT NLS-CV-IN-DBCS
006130             SET NLS-CV-SHIFT-ERROR TO TRUE
006140             MOVE NLS-CV-IN-SUB TO NLS-CV-ERROR-OFFSET
006150         WHEN NLS-CV-IN-BYTE = NLS-CV-SHIFT-IN
006160             MOVE "N" TO NLS-CV-DBCS-MODE-SW
006170             ADD 1 TO NLS-CV-IN-SUB
006180         WHEN NLS-CV-IN-DBCS
006190             PERFORM 2200-CONVERT-EBCDIC-PAIR THRU 2200-EXIT
006200         WHEN OTHER
006210             PERFORM 2300-CONVERT-EBCDIC-BYTE THRU 2300-EXIT
006220     END-EVALUATE.
006230 2100-EXIT.
006240     EXIT.
006250*----------------------------------------------------------*
006260* 2200-CONVERT-EBCDIC-PAIR                                 *
006270*----------------------------------------------------------*
006280 2200-CONVERT-EBCDIC-PAIR.
006290     MOVE NLS-CV-IN-SUB TO NLS-CV-ERROR-OFFSET.
006300     IF NLS-CV-IN-SUB = NLS-CV-INPUT-LENGTH
006310         SET NLS-CV-SHIFT-ERROR TO TRUE
006320         GO TO 2200-EXIT
006330     END-IF.
006340     MOVE NLS-CV-INPUT-BUFFER (NLS-CV-IN-SUB:2)
006350         TO NLS-CV-SEARCH-PAIR.
006360     PERFORM 4100-FIND-DB-BY-EBCDIC THRU 4100-EXIT.
006370     IF NLS-CV-FOUND-SUB = ZERO
006380         SET NLS-CV-NOT-IN-TABLE TO TRUE
006390         GO TO 2200-EXIT
006400     END-IF.
006410     IF NLS-CV-MODE-PRODUCTION
006420             AND NLS-CV-DB-REFUSED-FLAG (NLS-CV-FOUND-SUB) = "Y"
006430         SET NLS-CV-NOT-CERTIFIED TO TRUE
006440         GO TO 2200-EXIT
006450     END-IF.
006460     MOVE NLS-CV-DB-SJIS (NLS-CV-FOUND-SUB)
006470         TO NLS-CV-OUTPUT-BUFFER (NLS-CV-OUTPUT-LENGTH + 1:2).
006480     ADD 2 TO NLS-CV-OUTPUT-LENGTH.
006490     ADD 2 TO NLS-CV-IN-SUB.
006500     MOVE ZERO TO NLS-CV-ERROR-OFFSET.
006510 2200-EXIT.
006520     EXIT.
006530*----------------------------------------------------------*
006540* 2300-CONVERT-EBCDIC-BYTE                                 *
006550*----------------------------------------------------------*
006560 2300-CONVERT-EBCDIC-BYTE.
006570     MOVE NLS-CV-IN-SUB TO NLS-CV-ERROR-OFFSET.
006580     MOVE NLS-CV-IN-BYTE TO NLS-CV-VALUE-CHAR.
006590     PERFORM 8000-GET-BYTE-VALUE THRU 8000-EXIT.
006600     IF NLS-CV-E2S-FLAG (NLS-CV-BYTE-VALUE + 1) NOT = "Y"
006610         SET NLS-CV-NOT-IN-TABLE TO TRUE
006620         GO TO 2300-EXIT
006630     END-IF.
006640     MOVE NLS-CV-E2S-BYTES (NLS-CV-BYTE-VALUE + 1:1)
006650         TO NLS-CV-OUT-BYTE.
006660     MOVE NLS-CV-OUT-BYTE TO NLS-CV-VALUE-CHAR.
006670     PERFORM 8000-GET-BYTE-VALUE THRU 8000-EXIT.
006680     IF NLS-CV-MODE-PRODUCTION
006690             AND NLS-CV-SB-REFUSED-FLAG (NLS-CV-BYTE-VALUE + 1)
006700                 = "Y"
006710         SET NLS-CV-NOT-CERTIFIED TO TRUE
006720         GO TO 2300-EXIT
006730     END-IF.
006740     MOVE NLS-CV-OUT-BYTE
006750         TO NLS-CV-OUTPUT-BUFFER (NLS-CV-OUTPUT-LENGTH + 1:1).
006760     ADD 1 TO NLS-CV-OUTPUT-LENGTH.
006770     ADD 1 TO NLS-CV-IN-SUB.
006780     MOVE ZERO TO NLS-CV-ERROR-OFFSET.
006790 2300-EXIT.
006800     EXIT.
006810*----------------------------------------------------------*
006820* 3000-CONVERT-SJIS-TO-EBCDIC                              *
006830*   A DOUBLE-BYTE RUN STILL OPEN AT THE END OF THE INPUT   *
006840*   IS CLOSED WITH A SHIFT-IN.                             *
006850*----------------------------------------------------------*
006860 3000-CONVERT-SJIS-TO-EBCDIC.
006870     PERFORM 3100-CONVERT-ONE-SJIS THRU 3100-EXIT
006880         UNTIL NLS-CV-IN-SUB > NLS-CV-INPUT-LENGTH
006890            OR NOT NLS-CV-OK.
006900     IF NLS-CV-OK AND NLS-CV-IN-DBCS
006910         MOVE NLS-CV-SHIFT-IN
006920             TO NLS-CV-OUTPUT-BUFFER (NLS-CV-OUTPUT-LENGTH + 1:1)
006930         ADD 1 TO NLS-CV-OUTPUT-LENGTH
006940         MOVE "N" TO NLS-CV-DBCS-MODE-SW
006950     END-IF.
006960 3000-EXIT.
006970     EXIT.
006980*----------------------------------------------------------*
006990* 3100-CONVERT-ONE-SJIS                                    *
007000*   SHIFT-JIS LEAD BYTES (X"81"-X"9F" AND X"E0"-X"FC")     *
007010*   START A DOUBLE-BYTE CHARACTER; EVERY OTHER BYTE IS     *
007020*   SINGLE-BYTE.                                           *
007030*----------------------------------------------------------*
007040 3100-CONVERT-ONE-SJIS.
007050     MOVE NLS-CV-INPUT-BUFFER (NLS-CV-IN-SUB:1)
007060         TO NLS-CV-IN-BYTE.
007070     MOVE NLS-CV-IN-BYTE TO NLS-CV-VALUE-CHAR.
007080     PERFORM 8000-GET-BYTE-VALUE THRU 8000-EXIT.
007090     IF (NLS-CV-BYTE-VALUE NOT < 129 AND NOT > 159)
007100             OR (NLS-CV-BYTE-VALUE NOT < 224 AND NOT > 252)
007110         PERFORM 3200-CONVERT-SJIS-PAIR THRU 3200-EXIT
007120     ELSE
007130         PERFORM 3300-CONVERT-SJIS-BYTE THRU 3300-EXIT
007140     END-IF.
007150 3100-EXIT.
007160     EXIT.
007170*----------------------------------------------------------*
007180* 3200-CONVERT-SJIS-PAIR                                   *
007190*   OPENS A SHIFT-OUT RUN ON THE EBCDIC SIDE IF ONE IS     *
007200*   NOT ALREADY OPEN. A LEAD BYTE WITH NO TRAIL BYTE IS    *
007210*   AN INCOMPLETE PAIR. A LEAD BYTE WITH NO NLSCPDB        *
007215*   LOADED ENDS STATUS 40 AT THAT BYTE.                    *
007220*----------------------------------------------------------*
007230 3200-CONVERT-SJIS-PAIR.
007240     MOVE NLS-CV-IN-SUB TO NLS-CV-ERROR-OFFSET.
007243     IF NOT NLS-CV-DB-READY
007245         SET NLS-CV-TABLES-UNAVAILABLE TO TRUE
007247         GO TO 3200-EXIT
007248     END-IF.
007250     IF NLS-CV-IN-SUB = NLS-CV-INPUT-LENGTH
007260         SET NLS-CV-SHIFT-ERROR TO TRUE
007270         GO TO 3200-EXIT
007280     END-IF.
007290     MOVE NLS-CV-INPUT-BUFFER (NLS-CV-IN-SUB:2)
007300         TO NLS-CV-SEARCH-PAIR.
007310     PERFORM 4200-FIND-DB-BY-SJIS THRU 4200-EXIT.
007320     IF NLS-CV-FOUND-SUB = ZERO
007330         SET NLS-CV-NOT-IN-TABLE TO TRUE
007340         GO TO 3200-EXIT
007350     END-IF.
007360     IF NLS-CV-MODE-PRODUCTION
007370             AND NLS-CV-DB-REFUSED-FLAG (NLS-CV-FOUND-SUB) = "Y"
007380         SET NLS-CV-NOT-CERTIFIED TO TRUE
007390         GO TO 3200-EXIT
007400     END-IF.
007410     IF NOT NLS-CV-IN-DBCS
007420         MOVE NLS-CV-SHIFT-OUT
007430             TO NLS-CV-OUTPUT-BUFFER (NLS-CV-OUTPUT-LENGTH + 1:1)
007440         ADD 1 TO NLS-CV-OUTPUT-LENGTH
007450         SET NLS-CV-IN-DBCS TO TRUE
007460     END-IF.
007470     MOVE NLS-CV-DB-EBCDIC (NLS-CV-FOUND-SUB)
007480         TO NLS-CV-OUTPUT-BUFFER (NLS-CV-OUTPUT-LENGTH + 1:2).
007490     ADD 2 TO NLS-CV-OUTPUT-LENGTH.
007500     ADD 2 TO NLS-CV-IN-SUB.
007510     MOVE ZERO TO NLS-CV-ERROR-OFFSET.
007520 3200-EXIT.
007530     EXIT.
007540*----------------------------------------------------------*
007550* 3300-CONVERT-SJIS-BYTE                                   *
007560*   CLOSES AN OPEN SHIFT-OUT RUN BEFORE THE SINGLE BYTE.   *
007570*----------------------------------------------------------*
007580 3300-CONVERT-SJIS-BYTE.
007590     MOVE NLS-CV-IN-SUB TO NLS-CV-ERROR-OFFSET.
007600     IF NLS-CV-S2E-FLAG (NLS-CV-BYTE-VALUE + 1) NOT = "Y"
007610         SET NLS-CV-NOT-IN-TABLE TO TRUE
007620         GO TO 3300-EXIT
007630     END-IF.
007640     IF NLS-CV-MODE-PRODUCTION
007650             AND NLS-CV-SB-REFUSED-FLAG (NLS-CV-BYTE-VALUE + 1)
007660                 = "Y"
007670         SET NLS-CV-NOT-CERTIFIED TO TRUE
007680         GO TO 3300-EXIT
007690     END-IF.
007700     IF NLS-CV-IN-DBCS
007710         MOVE NLS-CV-SHIFT-IN
007720             TO NLS-CV-OUTPUT-BUFFER (NLS-CV-OUTPUT-LENGTH + 1:1)
007730         ADD 1 TO NLS-CV-OUTPUT-LENGTH
007740         MOVE "N" TO NLS-CV-DBCS-MODE-SW
007750     END-IF.
007760     MOVE NLS-CV-S2E-BYTES (NLS-CV-BYTE-VALUE + 1:1)
007770         TO NLS-CV-OUTPUT-BUFFER (NLS-CV-OUTPUT-LENGTH + 1:1).
007780     ADD 1 TO NLS-CV-OUTPUT-LENGTH.
007790     ADD 1 TO NLS-CV-IN-SUB.
007800     MOVE ZERO TO NLS-CV-ERROR-OFFSET.
007810 3300-EXIT.
007820     EXIT.
007830*----------------------------------------------------------*
007840* 4100-FIND-DB-BY-EBCDIC                                   *
007850*----------------------------------------------------------*
007860 4100-FIND-DB-BY-EBCDIC.
007870     MOVE ZERO TO NLS-CV-FOUND-SUB.
007880     MOVE "N" TO NLS-CV-MATCH-SW.
007890     PERFORM 4110-MATCH-DB-EBCDIC THRU 4110-EXIT
007900         VARYING NLS-CV-DB-SUB FROM 1 BY 1
007910         UNTIL NLS-CV-DB-SUB > NLS-CV-DB-COUNT
007920            OR NLS-CV-MATCH-FOUND.
007930 4100-EXIT.
007940     EXIT.
007950 4110-MATCH-DB-EBCDIC.
007960     IF NLS-CV-DB-EBCDIC (NLS-CV-DB-SUB) = NLS-CV-SEARCH-PAIR
007970         SET NLS-CV-MATCH-FOUND TO TRUE
007980         MOVE NLS-CV-DB-SUB TO NLS-CV-FOUND-SUB
007990     END-IF.
008000 4110-EXIT.
008010     EXIT.
008020*----------------------------------------------------------*
008030* 4200-FIND-DB-BY-SJIS                                     *
008040*----------------------------------------------------------*
008050 4200-FIND-DB-BY-SJIS.
008060     MOVE ZERO TO NLS-CV-FOUND-SUB.
008070     MOVE "N" TO NLS-CV-MATCH-SW.
008080     PERFORM 4210-MATCH-DB-SJIS THRU 4210-EXIT
008090         VARYING NLS-CV-DB-SUB FROM 1 BY 1
008100         UNTIL NLS-CV-DB-SUB > NLS-CV-DB-COUNT
008110            OR NLS-CV-MATCH-FOUND.
008120 4200-EXIT.
008130     EXIT.
008140 4210-MATCH-DB-SJIS.
008150     IF NLS-CV-DB-SJIS (NLS-CV-DB-SUB) = NLS-CV-SEARCH-PAIR
008160         SET NLS-CV-MATCH-FOUND TO TRUE
008170         MOVE NLS-CV-DB-SUB TO NLS-CV-FOUND-SUB
008180     END-IF.
008190 4210-EXIT.
008200     EXIT.
008210*----------------------------------------------------------*
008220* 8000-GET-BYTE-VALUE                                      *
008230*   RETURNS THE BINARY VALUE (0-255) OF NLS-CV-VALUE-CHAR  *
008240*   THROUGH THE LOW-ORDER BYTE OF THE HEX WORK FIELD.      *
008250*----------------------------------------------------------*
008260 8000-GET-BYTE-VALUE.
008270     MOVE ZERO TO NLS-HEX-BYTE-NUM.
008280     MOVE NLS-CV-VALUE-CHAR TO NLS-HEX-BYTE-CHAR.
008290     MOVE NLS-HEX-BYTE-NUM TO NLS-CV-BYTE-VALUE.
008300 8000-EXIT.
008310     EXIT.
008320*
008330 END PROGRAM "NLSCONV".
