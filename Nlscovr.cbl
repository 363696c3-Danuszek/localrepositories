000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSCOVR.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-08.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-08  RLH  ORIGINAL VERSION. CERTIFICATION TEST-  *
000200*                   COVERAGE MATRIX: JOINS THE NLSCASE     *
000210*                   TEST CASES, THE NLSCPTB AND NLSCPDB    *
000220*                   CODE POINTS AND THE NLSKPGM KNOWN      *
000230*                   PROGRAM LIST AGAINST EVERY RUN IN THE  *
000240*                   NLSHIST HISTORY, AND LISTS THE CODE    *
000250*                   POINTS NO SWEEP HAS EVER EXERCISED,    *
000260*                   THE NLSCASE TESTS THAT NEVER PRODUCED  *
000270*                   A RESULT, AND THE HISTORY TESTS NO     *
000280*                   LONGER DEFINED ANYWHERE, WITH COVERAGE *
000290*                   PERCENTAGES PER PROGRAM AND CHARACTER  *
000300*                   SET FOR THE QUARTERLY REVIEW.          *
000310*----------------------------------------------------------*
000311*  2026-10-15  RLH  THE OTHER-TEST KIND AND THE             *
000312*                   ORPHAN/BUILT-IN LIST SELECTOR NOW HAVE  *
000313*                   THEIR OWN SWITCHES INSTEAD OF SHARING   *
000314*                   THE EXERCISED FLAG. OUTPUT UNCHANGED.   *
000315*----------------------------------------------------------*
000320*----------------------------------------------------------*
000330* PURPOSE                                                  *
000340*   A TEST IS DEFINED BY AN NLSCASE RECORD (PROGRAM ID +   *
000350*   TEST ID) OR, FOR JAPCOB1'S SWEEPS, BY A CODEPAGE-TABLE *
000360*   ENTRY: NLSCPTB ENTRY SJIS XX IS SWEEP TEST "RTXX" AND  *
000370*   NLSCPDB ENTRY SJIS XXXX IS SWEEP TEST "FWXXXX", THE    *
000380*   IDS JAPCOB1 WRITES. A DEFINED TEST IS EXERCISED WHEN   *
000390*   ANY ARCHIVED RUN IN NLSHIST CARRIES A RESULT FOR IT,   *
000400*   PASS OR FAIL. A HISTORY TEST THAT MATCHES NOTHING      *
000410*   DEFINED IS AN ORPHAN WHEN ITS PROGRAM HAS RUN SINCE    *
000420*   WITHOUT IT (A RETIRED CASE) OR WHEN IT SWEPT A CODE    *
000430*   POINT NO LONGER IN THE TABLES; ONE STILL IN ITS        *
000440*   PROGRAM'S LATEST RUN IS A BUILT-IN TEST THE PROGRAM    *
000450*   RUNS WITHOUT AN NLSCASE RECORD, LISTED FOR INFORMATION *
000460*   ONLY. COVERAGE IS EXERCISED OVER DEFINED, PER PROGRAM  *
000470*   AND CHARACTER SET (THE NLSCASE CHARSET NAME, OR THE    *
000480*   SWEEP'S OWN NAME FOR THE CODEPAGE TABLES).             *
000490*   RETURN CODE 0 = EVERY DEFINED TEST EXERCISED AND NO    *
000500*   ORPHANS, 4 = COVERAGE GAPS, ORPHANS OR RECORDS FOR AN  *
000510*   UNKNOWN PROGRAM LISTED, 8 = AN INPUT MISSING OR A      *
000520*   TABLE OVERFLOWED - NOTHING TO MEASURE BY.              *
000530*----------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT NLS-CASE-FILE ASSIGN TO "NLSCASE"
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS IS NLS-CASE-FILE-STATUS.
000610     SELECT NLS-CODEPAGE-FILE ASSIGN TO "NLSCPTB"
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS IS NLS-CODEPAGE-FILE-STATUS.
000640     SELECT NLS-DBCS-CODEPAGE-FILE ASSIGN TO "NLSCPDB"
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS IS NLS-DBCS-CODEPAGE-STATUS.
000670     SELECT NLS-HISTORY-FILE ASSIGN TO "NLSHIST"
000680         ORGANIZATION LINE SEQUENTIAL
000690         FILE STATUS IS NLS-HISTORY-FILE-STATUS.
000700     SELECT NLS-COVERAGE-REPORT ASSIGN TO "COVRPT"
000710         ORGANIZATION LINE SEQUENTIAL
000720         FILE STATUS IS NLS-COVERAGE-REPORT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  NLS-CASE-FILE.
000760     COPY NLSCASE.
000770 FD  NLS-CODEPAGE-FILE.
000780     COPY NLSCPTB.
000790 FD  NLS-DBCS-CODEPAGE-FILE.
000800     COPY NLSCPDB.
000810 FD  NLS-HISTORY-FILE.
000820     COPY NLSHIST.
000830 FD  NLS-COVERAGE-REPORT.
000840 01  NLS-CM-PRINT-LINE       PIC X(132).
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------*
000870* FILE-STATUS AND SWITCH FIELDS                            *
000880*----------------------------------------------------------*
000890 77  NLS-CASE-FILE-STATUS    PIC X(02) VALUE SPACES.
000900 77  NLS-CODEPAGE-FILE-STATUS PIC X(02) VALUE SPACES.
000910 77  NLS-DBCS-CODEPAGE-STATUS PIC X(02) VALUE SPACES.
000920 77  NLS-HISTORY-FILE-STATUS PIC X(02) VALUE SPACES.
000930 77  NLS-COVERAGE-REPORT-STATUS PIC X(02) VALUE SPACES.
000940 77  NLS-CM-FILE-EOF-SW      PIC X(01) VALUE "N".
000950     88  NLS-CM-FILE-EOF                VALUE "Y".
000960 77  NLS-CM-INPUT-MISSING-SW PIC X(01) VALUE "N".
000970     88  NLS-CM-INPUT-MISSING           VALUE "Y".
000980*----------------------------------------------------------*
000990* KNOWN CERTIFICATION PROGRAM IDS                          *
001000*   THE SAME LIST NLSCVAL EDITS NLSCASE AGAINST. EACH      *
001010*   PROGRAM'S LATEST RUN IN NLSHIST IS KEPT ALONGSIDE, BY  *
001020*   THE SAME SUBSCRIPT - IT SEPARATES RETIRED TESTS FROM   *
001030*   BUILT-IN ONES.                                         *
001040*----------------------------------------------------------*
001050     COPY NLSKPGM.
001060 01  NLS-CM-PROGRAM-TABLE.
001070     05  NLS-CM-PG-ENTRY OCCURS 20 TIMES.
001080         10  NLS-CM-PG-LATEST-RUN PIC X(14).
001090         10  NLS-CM-PG-HIST-RECORDS PIC 9(09) COMP.
001100 77  NLS-CM-PG-SUB           PIC 9(03) COMP VALUE ZERO.
001110 77  NLS-CM-PG-FOUND-SUB     PIC 9(03) COMP VALUE ZERO.
001120 77  NLS-CM-SEARCH-PROGRAM   PIC X(08) VALUE SPACES.
001130*----------------------------------------------------------*
001140* NLSCASE TEST TABLE                                       *
001150*   EVERY TEST CASE OF A KNOWN PROGRAM, WITH A SWITCH SET  *
001160*   WHEN ANY ARCHIVED RUN CARRIES A RESULT FOR IT. SIZED   *
001170*   LIKE THE NLSCVAL KEY TABLE; OVERFLOW IS COUNTED AND    *
001180*   REPORTED, NEVER DROPPED SILENTLY.                      *
001190*----------------------------------------------------------*
001200 01  NLS-CM-CASE-TABLE.
001210     05  NLS-CM-CS-COUNT         PIC 9(04) COMP VALUE ZERO.
001220     05  NLS-CM-CS-ENTRY OCCURS 200 TIMES.
001230         10  NLS-CM-CS-PROGRAM   PIC X(08).
001240         10  NLS-CM-CS-TEST      PIC X(08).
001250         10  NLS-CM-CS-CHARSET   PIC X(20).
001260         10  NLS-CM-CS-SEEN-SW   PIC X(01).
001270             88  NLS-CM-CS-SEEN             VALUE "Y".
001280 77  NLS-CM-CS-SUB           PIC 9(04) COMP VALUE ZERO.
001290 77  NLS-CM-CS-FOUND-SUB     PIC 9(04) COMP VALUE ZERO.
001300*----------------------------------------------------------*
001310* CODE-POINT TABLE                                         *
001320*   EVERY NLSCPTB (KIND S) AND NLSCPDB (KIND D) ENTRY,     *
001330*   WITH THE SWEEP TEST ID JAPCOB1 GIVES IT AND A SWITCH   *
001340*   SET WHEN ANY ARCHIVED RUN CARRIES THAT TEST.           *
001350*----------------------------------------------------------*
001360 01  NLS-CM-POINT-TABLE.
001370     05  NLS-CM-PT-COUNT         PIC 9(04) COMP VALUE ZERO.
001380     05  NLS-CM-PT-ENTRY OCCURS 1000 TIMES.
001390         10  NLS-CM-PT-KIND      PIC X(01).
001400         10  NLS-CM-PT-EBCDIC-HEX PIC X(04).
001410         10  NLS-CM-PT-SJIS-HEX  PIC X(04).
001420         10  NLS-CM-PT-TEST-ID   PIC X(08).
001430         10  NLS-CM-PT-NAME      PIC X(30).
001440         10  NLS-CM-PT-SWEPT-SW  PIC X(01).
001450             88  NLS-CM-PT-SWEPT            VALUE "Y".
001460 77  NLS-CM-PT-SUB           PIC 9(04) COMP VALUE ZERO.
001470 77  NLS-CM-PT-FOUND-SUB     PIC 9(04) COMP VALUE ZERO.
001480*----------------------------------------------------------*
001490* UNMATCHED HISTORY TEST TABLE                             *
001500*   ONE ENTRY PER (PROGRAM, TEST) IN NLSHIST THAT MATCHES  *
001510*   NO NLSCASE RECORD AND NO CODE POINT, WITH THE LATEST   *
001520*   RUN THAT CARRIED IT. KIND S MARKS A SWEEP TEST WHOSE   *
001530*   CODE POINT HAS LEFT THE TABLES; KIND C ANY OTHER.      *
001540*----------------------------------------------------------*
001550 01  NLS-CM-OTHER-TABLE.
001560     05  NLS-CM-OT-COUNT         PIC 9(04) COMP VALUE ZERO.
001570     05  NLS-CM-OT-ENTRY OCCURS 500 TIMES.
001580         10  NLS-CM-OT-PROGRAM   PIC X(08).
001590         10  NLS-CM-OT-TEST      PIC X(08).
001600         10  NLS-CM-OT-CHARSET   PIC X(20).
001610         10  NLS-CM-OT-KIND      PIC X(01).
001620             88  NLS-CM-OT-SWEEP            VALUE "S".
001630         10  NLS-CM-OT-LAST-RUN  PIC X(14).
001640         10  NLS-CM-OT-LAST-RUN-R REDEFINES NLS-CM-OT-LAST-RUN.
001650             15  NLS-CM-OT-LAST-DATE PIC X(08).
001660             15  NLS-CM-OT-LAST-TIME PIC X(06).
001670         10  NLS-CM-OT-ORPHAN-SW PIC X(01).
001680             88  NLS-CM-OT-ORPHAN           VALUE "Y".
001690 77  NLS-CM-OT-SUB           PIC 9(04) COMP VALUE ZERO.
001700 77  NLS-CM-OT-FOUND-SUB     PIC 9(04) COMP VALUE ZERO.
001710*----------------------------------------------------------*
001720* COVERAGE TABLE                                           *
001730*   ONE ROW PER PROGRAM AND CHARACTER SET: TESTS DEFINED   *
001740*   AND TESTS EXERCISED. PRINTED GROUPED BY PROGRAM IN     *
001750*   NLSKPGM ORDER.                                         *
001760*----------------------------------------------------------*
001770 01  NLS-CM-COVERAGE-TABLE.
001780     05  NLS-CM-CV-COUNT         PIC 9(04) COMP VALUE ZERO.
001790     05  NLS-CM-CV-ENTRY OCCURS 100 TIMES.
001800         10  NLS-CM-CV-PROGRAM   PIC X(08).
001810         10  NLS-CM-CV-CHARSET   PIC X(20).
001820         10  NLS-CM-CV-DEFINED   PIC 9(07) COMP.
001830         10  NLS-CM-CV-EXERCISED PIC 9(07) COMP.
001840 77  NLS-CM-CV-SUB           PIC 9(04) COMP VALUE ZERO.
001850 77  NLS-CM-CV-FOUND-SUB     PIC 9(04) COMP VALUE ZERO.
001860*    THE ROW BEING POSTED.
001870 77  NLS-CM-IN-PROGRAM       PIC X(08) VALUE SPACES.
001880 77  NLS-CM-IN-CHARSET       PIC X(20) VALUE SPACES.
001890 77  NLS-CM-IN-EXERCISED-SW  PIC X(01) VALUE "N".
001900     88  NLS-CM-IN-EXERCISED            VALUE "Y".
001901*    KIND OF AN UNMATCHED HISTORY TEST, AS IT IS POSTED.
001902 77  NLS-CM-IN-KIND          PIC X(01) VALUE SPACE.
001903     88  NLS-CM-IN-CASE-TEST            VALUE "C".
001904     88  NLS-CM-IN-SWEEP-TEST           VALUE "S".
001905*    WHICH OTHER-TEST LIST IS BEING PRINTED.
001906 77  NLS-CM-LIST-SW          PIC X(01) VALUE SPACE.
001907     88  NLS-CM-LIST-ORPHANS            VALUE "O".
001908     88  NLS-CM-LIST-BUILT-INS          VALUE "B".
001910*    SWEEP CHARACTER-SET NAMES. THE SINGLE-BYTE NAME IS THE
001920*    ONE JAPCOB1 WRITES; THE FULL-WIDTH SWEEP SPLITS ITS
001930*    RESULTS BY KANA RANGE, SO THE TABLE IS REPORTED WHOLE.
001940 77  NLS-CM-SBCS-CHARSET     PIC X(20)
001950     VALUE "KATAKANA-X0201-SWEEP".
001960 77  NLS-CM-DBCS-CHARSET     PIC X(20)
001970     VALUE "NLSCPDB-FULL-WIDTH".
001980*----------------------------------------------------------*
001990* RUN-STAMP FIELDS                                         *
002000*----------------------------------------------------------*
002010 77  NLS-CM-RUN-DATE         PIC 9(08) VALUE ZERO.
002020 77  NLS-CM-RUN-TIME         PIC 9(06) VALUE ZERO.
002030 77  NLS-CM-TIME-WORK        PIC 9(08) VALUE ZERO.
002040*----------------------------------------------------------*
002050* COVERAGE COUNTERS                                        *
002060*----------------------------------------------------------*
002070 77  NLS-CM-CASES-READ       PIC 9(07) COMP VALUE ZERO.
002080 77  NLS-CM-POINTS-READ      PIC 9(07) COMP VALUE ZERO.
002090 77  NLS-CM-HIST-READ        PIC 9(09) COMP VALUE ZERO.
002100 77  NLS-CM-CASE-UNKNOWN     PIC 9(07) COMP VALUE ZERO.
002110 77  NLS-CM-HIST-UNKNOWN     PIC 9(09) COMP VALUE ZERO.
002120 77  NLS-CM-NEVER-SWEPT      PIC 9(07) COMP VALUE ZERO.
002130 77  NLS-CM-NO-RESULT        PIC 9(07) COMP VALUE ZERO.
002140 77  NLS-CM-ORPHANS          PIC 9(07) COMP VALUE ZERO.
002150 77  NLS-CM-BUILT-IN         PIC 9(07) COMP VALUE ZERO.
002160 77  NLS-CM-OVERFLOW         PIC 9(07) COMP VALUE ZERO.
002170 77  NLS-CM-LINES-WRITTEN    PIC 9(07) COMP VALUE ZERO.
002180 77  NLS-CM-SECTION-LINES    PIC 9(07) COMP VALUE ZERO.
002190 77  NLS-CM-PG-DEFINED       PIC 9(07) COMP VALUE ZERO.
002200 77  NLS-CM-PG-EXERCISED     PIC 9(07) COMP VALUE ZERO.
002210 77  NLS-CM-ALL-DEFINED      PIC 9(07) COMP VALUE ZERO.
002220 77  NLS-CM-ALL-EXERCISED    PIC 9(07) COMP VALUE ZERO.
002230 77  NLS-CM-PCT-WORK         PIC 9(03)V99 VALUE ZERO.
002240 77  NLS-CM-PCT-DEFINED      PIC 9(07) COMP VALUE ZERO.
002250 77  NLS-CM-PCT-EXERCISED    PIC 9(07) COMP VALUE ZERO.
002260*----------------------------------------------------------*
002270* REPORT LINE LAYOUTS                                      *
002280*----------------------------------------------------------*
002290 01  NLS-CM-HEADING-1.
002300     05  FILLER              PIC X(44) VALUE
002310         "NLSCOVR   CERTIFICATION TEST-COVERAGE MATRIX".
002320     05  FILLER              PIC X(11) VALUE "  RUN DATE ".
002330     05  NLS-CM-H1-RUN-DATE  PIC 9(08).
002340     05  FILLER              PIC X(01) VALUE "/".
002350     05  NLS-CM-H1-RUN-TIME  PIC 9(06).
002360     05  FILLER              PIC X(62) VALUE SPACES.
002370 01  NLS-CM-SECTION-LINE.
002380     05  NLS-CM-SL-TEXT      PIC X(70).
002390     05  FILLER              PIC X(62) VALUE SPACES.
002400 01  NLS-CM-NONE-LINE.
002410     05  FILLER              PIC X(06) VALUE "  NONE".
002420     05  FILLER              PIC X(126) VALUE SPACES.
002430 01  NLS-CM-POINT-HEADING.
002440     05  FILLER              PIC X(10) VALUE "  TABLE".
002450     05  FILLER              PIC X(08) VALUE "EBCDIC".
002460     05  FILLER              PIC X(08) VALUE "SJIS".
002470     05  FILLER              PIC X(10) VALUE "TEST ID".
002480     05  FILLER              PIC X(30) VALUE "CHARACTER NAME".
002490     05  FILLER              PIC X(66) VALUE SPACES.
002500 01  NLS-CM-POINT-LINE.
002510     05  FILLER              PIC X(02) VALUE SPACES.
002520     05  NLS-CM-PL-TABLE     PIC X(07).
002530     05  FILLER              PIC X(01) VALUE SPACES.
002540     05  NLS-CM-PL-EBCDIC    PIC X(04).
002550     05  FILLER              PIC X(04) VALUE SPACES.
002560     05  NLS-CM-PL-SJIS      PIC X(04).
002570     05  FILLER              PIC X(04) VALUE SPACES.
002580     05  NLS-CM-PL-TEST      PIC X(08).
002590     05  FILLER              PIC X(02) VALUE SPACES.
002600     05  NLS-CM-PL-NAME      PIC X(30).
002610     05  FILLER              PIC X(66) VALUE SPACES.
002620 01  NLS-CM-TEST-HEADING.
002630     05  FILLER              PIC X(11) VALUE "  PROGRAM".
002640     05  FILLER              PIC X(10) VALUE "TEST ID".
002650     05  FILLER              PIC X(22) VALUE "CHARACTER SET".
002660     05  FILLER              PIC X(17) VALUE "LAST RUN".
002670     05  FILLER              PIC X(30) VALUE "NOTE".
002680     05  FILLER              PIC X(42) VALUE SPACES.
002690 01  NLS-CM-TEST-LINE.
002700     05  FILLER              PIC X(02) VALUE SPACES.
002710     05  NLS-CM-TL-PROGRAM   PIC X(08).
002720     05  FILLER              PIC X(01) VALUE SPACES.
002730     05  NLS-CM-TL-TEST      PIC X(08).
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  NLS-CM-TL-CHARSET   PIC X(20).
002760     05  FILLER              PIC X(02) VALUE SPACES.
002770     05  NLS-CM-TL-LAST-DATE PIC X(08).
002780     05  NLS-CM-TL-SLASH     PIC X(01).
002790     05  NLS-CM-TL-LAST-TIME PIC X(06).
002800     05  FILLER              PIC X(02) VALUE SPACES.
002810     05  NLS-CM-TL-NOTE      PIC X(30).
002820     05  FILLER              PIC X(42) VALUE SPACES.
002830 01  NLS-CM-COVER-HEADING.
002840     05  FILLER              PIC X(11) VALUE "  PROGRAM".
002850     05  FILLER              PIC X(22) VALUE "CHARACTER SET".
002860     05  FILLER              PIC X(10) VALUE "  DEFINED".
002870     05  FILLER              PIC X(11) VALUE "  EXERCISED".
002880     05  FILLER              PIC X(11) VALUE "  COVERAGE".
002890     05  FILLER              PIC X(67) VALUE SPACES.
002900 01  NLS-CM-COVER-LINE.
002910     05  FILLER              PIC X(02) VALUE SPACES.
002920     05  NLS-CM-VL-PROGRAM   PIC X(08).
002930     05  FILLER              PIC X(01) VALUE SPACES.
002940     05  NLS-CM-VL-CHARSET   PIC X(20).
002950     05  FILLER              PIC X(02) VALUE SPACES.
002960     05  NLS-CM-VL-DEFINED   PIC ZZZZZZZZ9.
002970     05  FILLER              PIC X(02) VALUE SPACES.
002980     05  NLS-CM-VL-EXERCISED PIC ZZZZZZZZ9.
002990     05  FILLER              PIC X(04) VALUE SPACES.
003000     05  NLS-CM-VL-PCT       PIC ZZ9.99.
003010     05  FILLER              PIC X(01) VALUE "%".
003020     05  FILLER              PIC X(68) VALUE SPACES.
003030 01  NLS-CM-TOTAL-LINE.
003040     05  FILLER              PIC X(02) VALUE SPACES.
003050     05  NLS-CM-TT-LABEL     PIC X(40).
003060     05  NLS-CM-TT-COUNT     PIC ZZZZZZZZ9.
003070     05  FILLER              PIC X(81) VALUE SPACES.
003080 01  NLS-CM-VERDICT-LINE.
003090     05  FILLER              PIC X(10) VALUE "VERDICT: ".
003100     05  NLS-CM-VD-TEXT      PIC X(60).
003110     05  FILLER              PIC X(62) VALUE SPACES.
003120*----------------------------------------------------------*
003130* RUN-LOG FIELDS                                           *
003140*   ONE STEP RECORD PER RUN, APPENDED THROUGH NLSRLOGW     *
003150*   AFTER THE RETURN CODE IS SET.                          *
003160*----------------------------------------------------------*
003170     COPY NLSRLOG.
003180 01  NLS-RL-TIME-WORK-G.
003190     05  NLS-RL-TIME-HH      PIC 9(02).
003200     05  NLS-RL-TIME-MM      PIC 9(02).
003210     05  NLS-RL-TIME-SS      PIC 9(02).
003220     05  FILLER              PIC X(02).
003230 77  NLS-RL-JOB-WORK         PIC X(08) VALUE SPACES.
003240 77  NLS-RL-DATE-WORK        PIC 9(08) VALUE ZERO.
003250 77  NLS-RL-START-SECS       PIC 9(06) COMP VALUE ZERO.
003260 77  NLS-RL-END-SECS         PIC 9(06) COMP VALUE ZERO.
003270 77  NLS-RL-ELAPSED          PIC S9(07) COMP VALUE ZERO.
003280 77  NLS-RL-SAVED-RC         PIC S9(04) COMP VALUE ZERO.
003290 PROCEDURE DIVISION.
003300*----------------------------------------------------------*
003310* 0000-MAINLINE                                            *
003320*----------------------------------------------------------*
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003350     PERFORM 1100-LOAD-CASES THRU 1100-EXIT.
003360     PERFORM 1200-LOAD-SBCS-POINTS THRU 1200-EXIT.
003370     PERFORM 1300-LOAD-DBCS-POINTS THRU 1300-EXIT.
003380     IF NOT NLS-CM-INPUT-MISSING
003390         PERFORM 2000-MATCH-HISTORY THRU 2000-EXIT
003400     END-IF.
003410     IF NOT NLS-CM-INPUT-MISSING
003420         PERFORM 3000-CLASSIFY-OTHERS THRU 3000-EXIT
003430         PERFORM 3500-BUILD-COVERAGE THRU 3500-EXIT
003440         PERFORM 4000-PRINT-MATRIX THRU 4000-EXIT
003450     END-IF.
003460     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003470     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003480     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
003490     PERFORM 9600-WRITE-RUN-LOG THRU 9600-EXIT.
003500     GOBACK.
003510*----------------------------------------------------------*
003520* 1000-INITIALIZE                                          *
003530*----------------------------------------------------------*
003540 1000-INITIALIZE.
003550     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
003560     COMPUTE NLS-RL-START-SECS = NLS-RL-TIME-HH * 3600
003570             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
003580     ACCEPT NLS-CM-RUN-DATE FROM DATE YYYYMMDD.
003590     ACCEPT NLS-CM-TIME-WORK FROM TIME.
003600     MOVE NLS-CM-TIME-WORK (1:6) TO NLS-CM-RUN-TIME.
003610     PERFORM 1010-CLEAR-PROGRAM THRU 1010-EXIT
003620         VARYING NLS-CM-PG-SUB FROM 1 BY 1
003630         UNTIL NLS-CM-PG-SUB > NLS-KP-COUNT.
003640     OPEN OUTPUT NLS-COVERAGE-REPORT.
003650     MOVE NLS-CM-RUN-DATE TO NLS-CM-H1-RUN-DATE.
003660     MOVE NLS-CM-RUN-TIME TO NLS-CM-H1-RUN-TIME.
003670     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-HEADING-1.
003680     ADD 1 TO NLS-CM-LINES-WRITTEN.
003690 1000-EXIT.
003700     EXIT.
003710 1010-CLEAR-PROGRAM.
003720     MOVE LOW-VALUES TO NLS-CM-PG-LATEST-RUN (NLS-CM-PG-SUB).
003730     MOVE ZERO TO NLS-CM-PG-HIST-RECORDS (NLS-CM-PG-SUB).
003740 1010-EXIT.
003750     EXIT.
003760*----------------------------------------------------------*
003770* 1100-LOAD-CASES                                          *
003780*   EVERY INPUT IS REQUIRED - WITHOUT ONE, EVERY TEST IT   *
003790*   DEFINES WOULD VANISH FROM THE MATRIX, OR EVERY TEST    *
003800*   WOULD SHOW AS NEVER RUN, AND THE PERCENTAGES WOULD LIE.*
003810*   A CASE KEYED TO A PROGRAM NOT IN NLSKPGM IS COUNTED,   *
003820*   NOT LOADED - NO PROGRAM WILL EVER RUN IT, AND NLSCVAL  *
003830*   ALREADY STOPS THE CERTIFICATION JOB ON IT.             *
003840*----------------------------------------------------------*
003850 1100-LOAD-CASES.
003860     OPEN INPUT NLS-CASE-FILE.
003870     IF NLS-CASE-FILE-STATUS NOT = "00"
003880         SET NLS-CM-INPUT-MISSING TO TRUE
003890         DISPLAY "NLSCOVR NLSCASE NOT AVAILABLE - STATUS "
003900             NLS-CASE-FILE-STATUS
003910         GO TO 1100-EXIT
003920     END-IF.
003930     MOVE "N" TO NLS-CM-FILE-EOF-SW.
003940     PERFORM 1110-READ-CASE THRU 1110-EXIT.
003950     PERFORM 1120-POST-CASE THRU 1120-EXIT
003960         UNTIL NLS-CM-FILE-EOF.
003970     CLOSE NLS-CASE-FILE.
003980 1100-EXIT.
003990     EXIT.
004000 1110-READ-CASE.
004010     READ NLS-CASE-FILE
004020         AT END
004030             SET NLS-CM-FILE-EOF TO TRUE
004040     END-READ.
004050 1110-EXIT.
004060     EXIT.
004070 1120-POST-CASE.
004080     ADD 1 TO NLS-CM-CASES-READ.
004090     MOVE NLS-TC-PROGRAM-ID TO NLS-CM-SEARCH-PROGRAM.
004100     PERFORM 1500-FIND-PROGRAM THRU 1500-EXIT.
004110     IF NLS-CM-PG-FOUND-SUB = ZERO
004120         ADD 1 TO NLS-CM-CASE-UNKNOWN
004130         GO TO 1120-NEXT
004140     END-IF.
004150     IF NLS-CM-CS-COUNT NOT < 200
004160         ADD 1 TO NLS-CM-OVERFLOW
004170         GO TO 1120-NEXT
004180     END-IF.
004190     ADD 1 TO NLS-CM-CS-COUNT.
004200     MOVE NLS-TC-PROGRAM-ID
004210         TO NLS-CM-CS-PROGRAM (NLS-CM-CS-COUNT).
004220     MOVE NLS-TC-TEST-ID    TO NLS-CM-CS-TEST (NLS-CM-CS-COUNT).
004230     MOVE NLS-TC-CHARSET-NAME
004240         TO NLS-CM-CS-CHARSET (NLS-CM-CS-COUNT).
004250     MOVE "N" TO NLS-CM-CS-SEEN-SW (NLS-CM-CS-COUNT).
004260 1120-NEXT.
004270     PERFORM 1110-READ-CASE THRU 1110-EXIT.
004280 1120-EXIT.
004290     EXIT.
004300*----------------------------------------------------------*
004310* 1200-LOAD-SBCS-POINTS                                    *
004320*   NLSCPTB ENTRY SJIS XX IS SWEPT AS TEST "RTXX".         *
004330*----------------------------------------------------------*
004340 1200-LOAD-SBCS-POINTS.
004350     OPEN INPUT NLS-CODEPAGE-FILE.
004360     IF NLS-CODEPAGE-FILE-STATUS NOT = "00"
004370         SET NLS-CM-INPUT-MISSING TO TRUE
004380         DISPLAY "NLSCOVR NLSCPTB NOT AVAILABLE - STATUS "
004390             NLS-CODEPAGE-FILE-STATUS
004400         GO TO 1200-EXIT
004410     END-IF.
004420     MOVE "N" TO NLS-CM-FILE-EOF-SW.
004430     PERFORM 1210-READ-SBCS THRU 1210-EXIT.
004440     PERFORM 1220-POST-SBCS THRU 1220-EXIT
004450         UNTIL NLS-CM-FILE-EOF.
004460     CLOSE NLS-CODEPAGE-FILE.
004470 1200-EXIT.
004480     EXIT.
004490 1210-READ-SBCS.
004500     READ NLS-CODEPAGE-FILE
004510         AT END
004520             SET NLS-CM-FILE-EOF TO TRUE
004530     END-READ.
004540 1210-EXIT.
004550     EXIT.
004560 1220-POST-SBCS.
004570     ADD 1 TO NLS-CM-POINTS-READ.
004580     IF NLS-CM-PT-COUNT NOT < 1000
004590         ADD 1 TO NLS-CM-OVERFLOW
004600         GO TO 1220-NEXT
004610     END-IF.
004620     ADD 1 TO NLS-CM-PT-COUNT.
004630     MOVE "S" TO NLS-CM-PT-KIND (NLS-CM-PT-COUNT).
004640     MOVE NLS-CP-EBCDIC-HEX
004650         TO NLS-CM-PT-EBCDIC-HEX (NLS-CM-PT-COUNT).
004660     MOVE NLS-CP-SJIS-HEX TO NLS-CM-PT-SJIS-HEX (NLS-CM-PT-COUNT).
004670     MOVE SPACES TO NLS-CM-PT-TEST-ID (NLS-CM-PT-COUNT).
004680     STRING "RT" NLS-CP-SJIS-HEX DELIMITED BY SIZE
004690         INTO NLS-CM-PT-TEST-ID (NLS-CM-PT-COUNT).
004700     MOVE NLS-CP-CHAR-NAME TO NLS-CM-PT-NAME (NLS-CM-PT-COUNT).
004710     MOVE "N" TO NLS-CM-PT-SWEPT-SW (NLS-CM-PT-COUNT).
004720 1220-NEXT.
004730     PERFORM 1210-READ-SBCS THRU 1210-EXIT.
004740 1220-EXIT.
004750     EXIT.
004760*----------------------------------------------------------*
004770* 1300-LOAD-DBCS-POINTS                                    *
004780*   NLSCPDB ENTRY SJIS XXXX IS SWEPT AS TEST "FWXXXX".     *
004790*----------------------------------------------------------*
004800 1300-LOAD-DBCS-POINTS.
004810     OPEN INPUT NLS-DBCS-CODEPAGE-FILE.
004820     IF NLS-DBCS-CODEPAGE-STATUS NOT = "00"
004830         SET NLS-CM-INPUT-MISSING TO TRUE
004840         DISPLAY "NLSCOVR NLSCPDB NOT AVAILABLE - STATUS "
004850             NLS-DBCS-CODEPAGE-STATUS
004860         GO TO 1300-EXIT
004870     END-IF.
004880     MOVE "N" TO NLS-CM-FILE-EOF-SW.
004890     PERFORM 1310-READ-DBCS THRU 1310-EXIT.
004900     PERFORM 1320-POST-DBCS THRU 1320-EXIT
004910         UNTIL NLS-CM-FILE-EOF.
004920     CLOSE NLS-DBCS-CODEPAGE-FILE.
004930 1300-EXIT.
004940     EXIT.
004950 1310-READ-DBCS.
004960     READ NLS-DBCS-CODEPAGE-FILE
004970         AT END
004980             SET NLS-CM-FILE-EOF TO TRUE
004990     END-READ.
005000 1310-EXIT.
005010     EXIT.
005020 1320-POST-DBCS.
005030     ADD 1 TO NLS-CM-POINTS-READ.
005040     IF NLS-CM-PT-COUNT NOT < 1000
005050         ADD 1 TO NLS-CM-OVERFLOW
005060         GO TO 1320-NEXT
005070     END-IF.
005080     ADD 1 TO NLS-CM-PT-COUNT.
005090     MOVE "D" TO NLS-CM-PT-KIND (NLS-CM-PT-COUNT).
005100     MOVE NLS-DB-EBCDIC-HEX
005110         TO NLS-CM-PT-EBCDIC-HEX (NLS-CM-PT-COUNT).
005120     MOVE NLS-DB-SJIS-HEX TO NLS-CM-PT-SJIS-HEX (NLS-CM-PT-COUNT).
005130     MOVE SPACES TO NLS-CM-PT-TEST-ID (NLS-CM-PT-COUNT).
005140     STRING "FW" NLS-DB-SJIS-HEX DELIMITED BY SIZE
005150         INTO NLS-CM-PT-TEST-ID (NLS-CM-PT-COUNT).
005160     MOVE NLS-DB-CHAR-NAME TO NLS-CM-PT-NAME (NLS-CM-PT-COUNT).
005170     MOVE "N" TO NLS-CM-PT-SWEPT-SW (NLS-CM-PT-COUNT).
005180 1320-NEXT.
005190     PERFORM 1310-READ-DBCS THRU 1310-EXIT.
005200 1320-EXIT.
005210     EXIT.
005220*----------------------------------------------------------*
005230* 1500-FIND-PROGRAM                                        *
005240*   NLS-CM-SEARCH-PROGRAM IN THE NLSKPGM LIST; ZERO WHEN   *
005250*   IT IS NOT A KNOWN CERTIFICATION PROGRAM.               *
005260*----------------------------------------------------------*
005270 1500-FIND-PROGRAM.
005280     MOVE ZERO TO NLS-CM-PG-FOUND-SUB.
005290     PERFORM 1510-MATCH-PROGRAM THRU 1510-EXIT
005300         VARYING NLS-CM-PG-SUB FROM 1 BY 1
005310         UNTIL NLS-CM-PG-SUB > NLS-KP-COUNT
005320            OR NLS-CM-PG-FOUND-SUB > ZERO.
005330 1500-EXIT.
005340     EXIT.
005350 1510-MATCH-PROGRAM.
005360     IF NLS-KP-ID (NLS-CM-PG-SUB) = NLS-CM-SEARCH-PROGRAM
005370         MOVE NLS-CM-PG-SUB TO NLS-CM-PG-FOUND-SUB
005380     END-IF.
005390 1510-EXIT.
005400     EXIT.
005410*----------------------------------------------------------*
005420* 2000-MATCH-HISTORY                                       *
005430*   ONE PASS OVER EVERY ARCHIVED RUN. EACH RESULT MARKS    *
005440*   THE NLSCASE TEST OR THE CODE POINT IT EXERCISED; ONE   *
005450*   THAT MATCHES NEITHER IS KEPT AS AN UNMATCHED TEST.     *
005460*----------------------------------------------------------*
005470 2000-MATCH-HISTORY.
005480     OPEN INPUT NLS-HISTORY-FILE.
005490     IF NLS-HISTORY-FILE-STATUS NOT = "00"
005500         SET NLS-CM-INPUT-MISSING TO TRUE
005510         DISPLAY "NLSCOVR NLSHIST NOT AVAILABLE - STATUS "
005520             NLS-HISTORY-FILE-STATUS
005530         GO TO 2000-EXIT
005540     END-IF.
005550     MOVE "N" TO NLS-CM-FILE-EOF-SW.
005560     PERFORM 2010-READ-HISTORY THRU 2010-EXIT.
005570     PERFORM 2100-POST-HISTORY THRU 2100-EXIT
005580         UNTIL NLS-CM-FILE-EOF.
005590     CLOSE NLS-HISTORY-FILE.
005600 2000-EXIT.
005610     EXIT.
005620 2010-READ-HISTORY.
005630     READ NLS-HISTORY-FILE
005640         AT END
005650             SET NLS-CM-FILE-EOF TO TRUE
005660     END-READ.
005670 2010-EXIT.
005680     EXIT.
005690*----------------------------------------------------------*
005700* 2100-POST-HISTORY                                        *
005710*   AN NLSCASE MATCH IS TRIED FIRST, SO A CASE WHOSE TEST  *
005720*   ID HAPPENS TO LOOK LIKE A SWEEP ID IS STILL CREDITED   *
005730*   TO THE CASE.                                           *
005740*----------------------------------------------------------*
005750 2100-POST-HISTORY.
005760     ADD 1 TO NLS-CM-HIST-READ.
005770     MOVE NLS-HR-PROGRAM-ID TO NLS-CM-SEARCH-PROGRAM.
005780     PERFORM 1500-FIND-PROGRAM THRU 1500-EXIT.
005790     IF NLS-CM-PG-FOUND-SUB = ZERO
005800         ADD 1 TO NLS-CM-HIST-UNKNOWN
005810         GO TO 2100-NEXT
005820     END-IF.
005830     ADD 1 TO NLS-CM-PG-HIST-RECORDS (NLS-CM-PG-FOUND-SUB).
005840     IF NLS-HR-RUN-ID > NLS-CM-PG-LATEST-RUN (NLS-CM-PG-FOUND-SUB)
005850         MOVE NLS-HR-RUN-ID
005860             TO NLS-CM-PG-LATEST-RUN (NLS-CM-PG-FOUND-SUB)
005870     END-IF.
005880     PERFORM 2200-FIND-CASE THRU 2200-EXIT.
005890     IF NLS-CM-CS-FOUND-SUB > ZERO
005900         SET NLS-CM-CS-SEEN (NLS-CM-CS-FOUND-SUB) TO TRUE
005910         GO TO 2100-NEXT
005920     END-IF.
005930     SET NLS-CM-IN-CASE-TEST TO TRUE.
005940     IF NLS-HR-PROGRAM-ID = "JAPCOB1"
005950             AND (NLS-HR-TEST-ID (1:2) = "RT"
005960               OR NLS-HR-TEST-ID (1:2) = "FW")
005970         PERFORM 2300-FIND-POINT THRU 2300-EXIT
005980         IF NLS-CM-PT-FOUND-SUB > ZERO
005990             SET NLS-CM-PT-SWEPT (NLS-CM-PT-FOUND-SUB) TO TRUE
006000             GO TO 2100-NEXT
006010         END-IF
006020         SET NLS-CM-IN-SWEEP-TEST TO TRUE
006030     END-IF.
006040     PERFORM 2400-POST-OTHER-TEST THRU 2400-EXIT.
006050 2100-NEXT.
006060     PERFORM 2010-READ-HISTORY THRU 2010-EXIT.
006070 2100-EXIT.
006080     EXIT.
006090*----------------------------------------------------------*
006100* 2200-FIND-CASE                                           *
006110*----------------------------------------------------------*
006120 2200-FIND-CASE.
006130     MOVE ZERO TO NLS-CM-CS-FOUND-SUB.
006140     PERFORM 2210-MATCH-CASE THRU 2210-EXIT
006150         VARYING NLS-CM-CS-SUB FROM 1 BY 1
006160         UNTIL NLS-CM-CS-SUB > NLS-CM-CS-COUNT
006170            OR NLS-CM-CS-FOUND-SUB > ZERO.
006180 2200-EXIT.
006190     EXIT.
006200 2210-MATCH-CASE.
006210     IF NLS-CM-CS-PROGRAM (NLS-CM-CS-SUB) = NLS-HR-PROGRAM-ID
006220             AND NLS-CM-CS-TEST (NLS-CM-CS-SUB) = NLS-HR-TEST-ID
006230         MOVE NLS-CM-CS-SUB TO NLS-CM-CS-FOUND-SUB
006240     END-IF.
006250 2210-EXIT.
006260     EXIT.
006270*----------------------------------------------------------*
006280* 2300-FIND-POINT                                          *
006290*----------------------------------------------------------*
006300 2300-FIND-POINT.
006310     MOVE ZERO TO NLS-CM-PT-FOUND-SUB.
006320     PERFORM 2310-MATCH-POINT THRU 2310-EXIT
006330         VARYING NLS-CM-PT-SUB FROM 1 BY 1
006340         UNTIL NLS-CM-PT-SUB > NLS-CM-PT-COUNT
006350            OR NLS-CM-PT-FOUND-SUB > ZERO.
006360 2300-EXIT.
006370     EXIT.
006380 2310-MATCH-POINT.
006390     IF NLS-CM-PT-TEST-ID (NLS-CM-PT-SUB) = NLS-HR-TEST-ID
006400         MOVE NLS-CM-PT-SUB TO NLS-CM-PT-FOUND-SUB
006410     END-IF.
006420 2310-EXIT.
006430     EXIT.
006440*----------------------------------------------------------*
006450* 2400-POST-OTHER-TEST                                     *
006460*   ADDS THE UNMATCHED TEST ON FIRST SIGHT, AND KEEPS THE  *
006470*   LATEST RUN THAT CARRIED IT. THE KIND (C OR S) WAITS IN *
006480*   NLS-CM-IN-KIND.                                        *
006490*----------------------------------------------------------*
006500 2400-POST-OTHER-TEST.
006510     MOVE ZERO TO NLS-CM-OT-FOUND-SUB.
006520     PERFORM 2410-MATCH-OTHER THRU 2410-EXIT
006530         VARYING NLS-CM-OT-SUB FROM 1 BY 1
006540         UNTIL NLS-CM-OT-SUB > NLS-CM-OT-COUNT
006550            OR NLS-CM-OT-FOUND-SUB > ZERO.
006560     IF NLS-CM-OT-FOUND-SUB = ZERO
006570         IF NLS-CM-OT-COUNT NOT < 500
006580             ADD 1 TO NLS-CM-OVERFLOW
006590             GO TO 2400-EXIT
006600         END-IF
006610         ADD 1 TO NLS-CM-OT-COUNT
006620         MOVE NLS-CM-OT-COUNT TO NLS-CM-OT-FOUND-SUB
006630         MOVE NLS-HR-PROGRAM-ID
006640             TO NLS-CM-OT-PROGRAM (NLS-CM-OT-FOUND-SUB)
006650         MOVE NLS-HR-TEST-ID
006660             TO NLS-CM-OT-TEST (NLS-CM-OT-FOUND-SUB)
006670         MOVE NLS-CM-IN-KIND
006680             TO NLS-CM-OT-KIND (NLS-CM-OT-FOUND-SUB)
006690         MOVE LOW-VALUES
006700             TO NLS-CM-OT-LAST-RUN (NLS-CM-OT-FOUND-SUB)
006710         MOVE "N" TO NLS-CM-OT-ORPHAN-SW (NLS-CM-OT-FOUND-SUB)
006720     END-IF.
006730     IF NLS-HR-RUN-ID > NLS-CM-OT-LAST-RUN (NLS-CM-OT-FOUND-SUB)
006740         MOVE NLS-HR-RUN-ID
006750             TO NLS-CM-OT-LAST-RUN (NLS-CM-OT-FOUND-SUB)
006760         MOVE NLS-HR-CHARSET-NAME
006770             TO NLS-CM-OT-CHARSET (NLS-CM-OT-FOUND-SUB)
006780     END-IF.
006790 2400-EXIT.
006800     EXIT.
006810 2410-MATCH-OTHER.
006820     IF NLS-CM-OT-PROGRAM (NLS-CM-OT-SUB) = NLS-HR-PROGRAM-ID
006830             AND NLS-CM-OT-TEST (NLS-CM-OT-SUB) = NLS-HR-TEST-ID
006840         MOVE NLS-CM-OT-SUB TO NLS-CM-OT-FOUND-SUB
006850     END-IF.
006860 2410-EXIT.
006870     EXIT.
006880*----------------------------------------------------------*
006890* 3000-CLASSIFY-OTHERS                                     *
006900*   A SWEEP TEST WHOSE CODE POINT LEFT THE TABLES IS AN    *
006910*   ORPHAN OUTRIGHT. ANY OTHER UNMATCHED TEST IS AN ORPHAN *
006920*   WHEN ITS PROGRAM HAS RUN SINCE WITHOUT IT; STILL IN    *
006930*   THE PROGRAM'S LATEST RUN, IT IS BUILT IN.              *
006940*----------------------------------------------------------*
006950 3000-CLASSIFY-OTHERS.
006960     PERFORM 3010-CLASSIFY-ONE THRU 3010-EXIT
006970         VARYING NLS-CM-OT-SUB FROM 1 BY 1
006980         UNTIL NLS-CM-OT-SUB > NLS-CM-OT-COUNT.
006990 3000-EXIT.
007000     EXIT.
007010 3010-CLASSIFY-ONE.
007020     MOVE NLS-CM-OT-PROGRAM (NLS-CM-OT-SUB)
007030         TO NLS-CM-SEARCH-PROGRAM.
007040     PERFORM 1500-FIND-PROGRAM THRU 1500-EXIT.
007050     IF NLS-CM-OT-SWEEP (NLS-CM-OT-SUB)
007060             OR NLS-CM-OT-LAST-RUN (NLS-CM-OT-SUB) <
007070                NLS-CM-PG-LATEST-RUN (NLS-CM-PG-FOUND-SUB)
007080         SET NLS-CM-OT-ORPHAN (NLS-CM-OT-SUB) TO TRUE
007090         ADD 1 TO NLS-CM-ORPHANS
007100     ELSE
007110         ADD 1 TO NLS-CM-BUILT-IN
007120     END-IF.
007130 3010-EXIT.
007140     EXIT.
007150*----------------------------------------------------------*
007160* 3500-BUILD-COVERAGE                                      *
007170*   EVERY NLSCASE TEST COUNTS UNDER ITS OWN PROGRAM AND    *
007180*   CHARACTER SET; EVERY CODE POINT COUNTS UNDER JAPCOB1,  *
007190*   THE PROGRAM THAT SWEEPS THE TABLES.                    *
007200*----------------------------------------------------------*
007210 3500-BUILD-COVERAGE.
007220     PERFORM 3510-COVER-ONE-CASE THRU 3510-EXIT
007230         VARYING NLS-CM-CS-SUB FROM 1 BY 1
007240         UNTIL NLS-CM-CS-SUB > NLS-CM-CS-COUNT.
007250     PERFORM 3520-COVER-ONE-POINT THRU 3520-EXIT
007260         VARYING NLS-CM-PT-SUB FROM 1 BY 1
007270         UNTIL NLS-CM-PT-SUB > NLS-CM-PT-COUNT.
007280 3500-EXIT.
007290     EXIT.
007300 3510-COVER-ONE-CASE.
007310     MOVE NLS-CM-CS-PROGRAM (NLS-CM-CS-SUB) TO NLS-CM-IN-PROGRAM.
007320     MOVE NLS-CM-CS-CHARSET (NLS-CM-CS-SUB) TO NLS-CM-IN-CHARSET.
007330     MOVE NLS-CM-CS-SEEN-SW (NLS-CM-CS-SUB)
007340         TO NLS-CM-IN-EXERCISED-SW.
007350     IF NOT NLS-CM-CS-SEEN (NLS-CM-CS-SUB)
007360         ADD 1 TO NLS-CM-NO-RESULT
007370     END-IF.
007380     PERFORM 3600-POST-COVERAGE THRU 3600-EXIT.
007390 3510-EXIT.
007400     EXIT.
007410 3520-COVER-ONE-POINT.
007420     MOVE "JAPCOB1" TO NLS-CM-IN-PROGRAM.
007430     IF NLS-CM-PT-KIND (NLS-CM-PT-SUB) = "D"
007440         MOVE NLS-CM-DBCS-CHARSET TO NLS-CM-IN-CHARSET
007450     ELSE
007460         MOVE NLS-CM-SBCS-CHARSET TO NLS-CM-IN-CHARSET
007470     END-IF.
007480     MOVE NLS-CM-PT-SWEPT-SW (NLS-CM-PT-SUB)
007490         TO NLS-CM-IN-EXERCISED-SW.
007500     IF NOT NLS-CM-PT-SWEPT (NLS-CM-PT-SUB)
007510         ADD 1 TO NLS-CM-NEVER-SWEPT
007520     END-IF.
007530     PERFORM 3600-POST-COVERAGE THRU 3600-EXIT.
007540 3520-EXIT.
007550     EXIT.
007560*----------------------------------------------------------*
007570* 3600-POST-COVERAGE                                       *
007580*----------------------------------------------------------*
007590 3600-POST-COVERAGE.
007600     MOVE ZERO TO NLS-CM-CV-FOUND-SUB.
007610     PERFORM 3610-MATCH-COVERAGE THRU 3610-EXIT
007620         VARYING NLS-CM-CV-SUB FROM 1 BY 1
007630         UNTIL NLS-CM-CV-SUB > NLS-CM-CV-COUNT
007640            OR NLS-CM-CV-FOUND-SUB > ZERO.
007650     IF NLS-CM-CV-FOUND-SUB = ZERO
007660         IF NLS-CM-CV-COUNT NOT < 100
007670             ADD 1 TO NLS-CM-OVERFLOW
007680             GO TO 3600-EXIT
007690         END-IF
007700         ADD 1 TO NLS-CM-CV-COUNT
007710         MOVE NLS-CM-CV-COUNT TO NLS-CM-CV-FOUND-SUB
007720         MOVE NLS-CM-IN-PROGRAM
007730             TO NLS-CM-CV-PROGRAM (NLS-CM-CV-FOUND-SUB)
007740         MOVE NLS-CM-IN-CHARSET
007750             TO NLS-CM-CV-CHARSET (NLS-CM-CV-FOUND-SUB)
007760         MOVE ZERO TO NLS-CM-CV-DEFINED (NLS-CM-CV-FOUND-SUB)
007770         MOVE ZERO TO NLS-CM-CV-EXERCISED (NLS-CM-CV-FOUND-SUB)
007780     END-IF.
007790     ADD 1 TO NLS-CM-CV-DEFINED (NLS-CM-CV-FOUND-SUB).
007800     IF NLS-CM-IN-EXERCISED
007810         ADD 1 TO NLS-CM-CV-EXERCISED (NLS-CM-CV-FOUND-SUB)
007820     END-IF.
007830 3600-EXIT.
007840     EXIT.
007850 3610-MATCH-COVERAGE.
007860     IF NLS-CM-CV-PROGRAM (NLS-CM-CV-SUB) = NLS-CM-IN-PROGRAM
007870             AND NLS-CM-CV-CHARSET (NLS-CM-CV-SUB) =
007880                 NLS-CM-IN-CHARSET
007890         MOVE NLS-CM-CV-SUB TO NLS-CM-CV-FOUND-SUB
007900     END-IF.
007910 3610-EXIT.
007920     EXIT.
007930*----------------------------------------------------------*
007940* 4000-PRINT-MATRIX                                        *
007950*   FOUR LISTS, THEN THE COVERAGE TABLE. AN EMPTY LIST     *
007960*   SAYS NONE, SO A CLEAN SECTION IS NOT MISTAKEN FOR A    *
007970*   MISSING ONE.                                           *
007980*----------------------------------------------------------*
007990 4000-PRINT-MATRIX.
008000     MOVE "CODE POINTS NO ARCHIVED SWEEP HAS EVER EXERCISED"
008010         TO NLS-CM-SL-TEXT.
008020     PERFORM 4900-START-SECTION THRU 4900-EXIT.
008030     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-POINT-HEADING.
008040     ADD 1 TO NLS-CM-LINES-WRITTEN.
008050     PERFORM 4100-PRINT-UNSWEPT-POINT THRU 4100-EXIT
008060         VARYING NLS-CM-PT-SUB FROM 1 BY 1
008070         UNTIL NLS-CM-PT-SUB > NLS-CM-PT-COUNT.
008080     PERFORM 4950-END-SECTION THRU 4950-EXIT.
008090     MOVE "NLSCASE TESTS WITH NO RESULT IN ANY ARCHIVED RUN"
008100         TO NLS-CM-SL-TEXT.
008110     PERFORM 4900-START-SECTION THRU 4900-EXIT.
008120     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TEST-HEADING.
008130     ADD 1 TO NLS-CM-LINES-WRITTEN.
008140     PERFORM 4200-PRINT-UNRUN-CASE THRU 4200-EXIT
008150         VARYING NLS-CM-CS-SUB FROM 1 BY 1
008160         UNTIL NLS-CM-CS-SUB > NLS-CM-CS-COUNT.
008170     PERFORM 4950-END-SECTION THRU 4950-EXIT.
008180     MOVE "ORPHANS - NLSHIST TESTS NO LONGER DEFINED"
008190         TO NLS-CM-SL-TEXT.
008200     PERFORM 4900-START-SECTION THRU 4900-EXIT.
008210     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TEST-HEADING.
008220     ADD 1 TO NLS-CM-LINES-WRITTEN.
008230     SET NLS-CM-LIST-ORPHANS TO TRUE.
008240     PERFORM 4300-PRINT-OTHER-TEST THRU 4300-EXIT
008250         VARYING NLS-CM-OT-SUB FROM 1 BY 1
008260         UNTIL NLS-CM-OT-SUB > NLS-CM-OT-COUNT.
008270     PERFORM 4950-END-SECTION THRU 4950-EXIT.
008280     MOVE "BUILT-IN TESTS - IN THE LATEST RUN, NOT IN NLSCASE"
008290         TO NLS-CM-SL-TEXT.
008300     PERFORM 4900-START-SECTION THRU 4900-EXIT.
008310     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TEST-HEADING.
008320     ADD 1 TO NLS-CM-LINES-WRITTEN.
008330     SET NLS-CM-LIST-BUILT-INS TO TRUE.
008340     PERFORM 4300-PRINT-OTHER-TEST THRU 4300-EXIT
008350         VARYING NLS-CM-OT-SUB FROM 1 BY 1
008360         UNTIL NLS-CM-OT-SUB > NLS-CM-OT-COUNT.
008370     PERFORM 4950-END-SECTION THRU 4950-EXIT.
008380     PERFORM 4400-PRINT-COVERAGE THRU 4400-EXIT.
008390 4000-EXIT.
008400     EXIT.
008410*----------------------------------------------------------*
008420* 4100-PRINT-UNSWEPT-POINT                                 *
008430*----------------------------------------------------------*
008440 4100-PRINT-UNSWEPT-POINT.
008450     IF NLS-CM-PT-SWEPT (NLS-CM-PT-SUB)
008460         GO TO 4100-EXIT
008470     END-IF.
008480     IF NLS-CM-PT-KIND (NLS-CM-PT-SUB) = "D"
008490         MOVE "NLSCPDB" TO NLS-CM-PL-TABLE
008500     ELSE
008510         MOVE "NLSCPTB" TO NLS-CM-PL-TABLE
008520     END-IF.
008530     MOVE NLS-CM-PT-EBCDIC-HEX (NLS-CM-PT-SUB)
008540         TO NLS-CM-PL-EBCDIC.
008550     MOVE NLS-CM-PT-SJIS-HEX (NLS-CM-PT-SUB) TO NLS-CM-PL-SJIS.
008560     MOVE NLS-CM-PT-TEST-ID (NLS-CM-PT-SUB) TO NLS-CM-PL-TEST.
008570     MOVE NLS-CM-PT-NAME (NLS-CM-PT-SUB) TO NLS-CM-PL-NAME.
008580     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-POINT-LINE.
008590     ADD 1 TO NLS-CM-LINES-WRITTEN.
008600     ADD 1 TO NLS-CM-SECTION-LINES.
008610 4100-EXIT.
008620     EXIT.
008630*----------------------------------------------------------*
008640* 4200-PRINT-UNRUN-CASE                                    *
008650*----------------------------------------------------------*
008660 4200-PRINT-UNRUN-CASE.
008670     IF NLS-CM-CS-SEEN (NLS-CM-CS-SUB)
008680         GO TO 4200-EXIT
008690     END-IF.
008700     MOVE NLS-CM-CS-PROGRAM (NLS-CM-CS-SUB) TO NLS-CM-TL-PROGRAM.
008710     MOVE NLS-CM-CS-TEST (NLS-CM-CS-SUB) TO NLS-CM-TL-TEST.
008720     MOVE NLS-CM-CS-CHARSET (NLS-CM-CS-SUB) TO NLS-CM-TL-CHARSET.
008730     MOVE SPACES TO NLS-CM-TL-LAST-DATE.
008740     MOVE SPACES TO NLS-CM-TL-SLASH.
008750     MOVE SPACES TO NLS-CM-TL-LAST-TIME.
008760     MOVE "NEVER RUN" TO NLS-CM-TL-NOTE.
008770     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TEST-LINE.
008780     ADD 1 TO NLS-CM-LINES-WRITTEN.
008790     ADD 1 TO NLS-CM-SECTION-LINES.
008800 4200-EXIT.
008810     EXIT.
008820*----------------------------------------------------------*
008830* 4300-PRINT-OTHER-TEST                                    *
008836*   PRINTS THE ORPHANS UNDER NLS-CM-LIST-ORPHANS, THE      *
008842*   BUILT-IN TESTS UNDER NLS-CM-LIST-BUILT-INS.            *
008848*----------------------------------------------------------*
008854 4300-PRINT-OTHER-TEST.
008860     IF NLS-CM-LIST-ORPHANS
008866             AND NOT NLS-CM-OT-ORPHAN (NLS-CM-OT-SUB)
008872         GO TO 4300-EXIT
008878     END-IF.
008884     IF NLS-CM-LIST-BUILT-INS
008890             AND NLS-CM-OT-ORPHAN (NLS-CM-OT-SUB)
008896         GO TO 4300-EXIT
008902     END-IF.
008920     MOVE NLS-CM-OT-PROGRAM (NLS-CM-OT-SUB) TO NLS-CM-TL-PROGRAM.
008930     MOVE NLS-CM-OT-TEST (NLS-CM-OT-SUB) TO NLS-CM-TL-TEST.
008940     MOVE NLS-CM-OT-CHARSET (NLS-CM-OT-SUB) TO NLS-CM-TL-CHARSET.
008950     MOVE NLS-CM-OT-LAST-DATE (NLS-CM-OT-SUB)
008960         TO NLS-CM-TL-LAST-DATE.
008970     MOVE "/" TO NLS-CM-TL-SLASH.
008980     MOVE NLS-CM-OT-LAST-TIME (NLS-CM-OT-SUB)
008990         TO NLS-CM-TL-LAST-TIME.
009000     EVALUATE TRUE
009010         WHEN NOT NLS-CM-OT-ORPHAN (NLS-CM-OT-SUB)
009020             MOVE "NO NLSCASE RECORD" TO NLS-CM-TL-NOTE
009030         WHEN NLS-CM-OT-SWEEP (NLS-CM-OT-SUB)
009040             MOVE "CODE POINT LEFT THE TABLES" TO NLS-CM-TL-NOTE
009050         WHEN OTHER
009060             MOVE "CASE RETIRED FROM NLSCASE" TO NLS-CM-TL-NOTE
009070     END-EVALUATE.
009080     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TEST-LINE.
009090     ADD 1 TO NLS-CM-LINES-WRITTEN.
009100     ADD 1 TO NLS-CM-SECTION-LINES.
009110 4300-EXIT.
009120     EXIT.
009130*----------------------------------------------------------*
009140* 4400-PRINT-COVERAGE                                      *
009150*   ONE LINE PER CHARACTER SET, A TOTAL PER PROGRAM IN     *
009160*   NLSKPGM ORDER, AND A GRAND TOTAL. A KNOWN PROGRAM WITH *
009170*   NOTHING DEFINED STILL PRINTS ITS TOTAL, AT ZERO.       *
009180*----------------------------------------------------------*
009190 4400-PRINT-COVERAGE.
009200     MOVE "COVERAGE BY PROGRAM AND CHARACTER SET"
009210         TO NLS-CM-SL-TEXT.
009220     PERFORM 4900-START-SECTION THRU 4900-EXIT.
009230     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-COVER-HEADING.
009240     ADD 1 TO NLS-CM-LINES-WRITTEN.
009250     PERFORM 4410-PRINT-ONE-PROGRAM THRU 4410-EXIT
009260         VARYING NLS-CM-PG-SUB FROM 1 BY 1
009270         UNTIL NLS-CM-PG-SUB > NLS-KP-COUNT.
009280     MOVE "ALL" TO NLS-CM-VL-PROGRAM.
009290     MOVE "ALL CHARACTER SETS" TO NLS-CM-VL-CHARSET.
009300     MOVE NLS-CM-ALL-DEFINED TO NLS-CM-PCT-DEFINED.
009310     MOVE NLS-CM-ALL-EXERCISED TO NLS-CM-PCT-EXERCISED.
009320     PERFORM 4500-WRITE-COVER-LINE THRU 4500-EXIT.
009330 4400-EXIT.
009340     EXIT.
009350 4410-PRINT-ONE-PROGRAM.
009360     MOVE ZERO TO NLS-CM-PG-DEFINED.
009370     MOVE ZERO TO NLS-CM-PG-EXERCISED.
009380     PERFORM 4420-PRINT-ONE-CHARSET THRU 4420-EXIT
009390         VARYING NLS-CM-CV-SUB FROM 1 BY 1
009400         UNTIL NLS-CM-CV-SUB > NLS-CM-CV-COUNT.
009410     MOVE NLS-KP-ID (NLS-CM-PG-SUB) TO NLS-CM-VL-PROGRAM.
009420     MOVE "PROGRAM TOTAL" TO NLS-CM-VL-CHARSET.
009430     MOVE NLS-CM-PG-DEFINED TO NLS-CM-PCT-DEFINED.
009440     MOVE NLS-CM-PG-EXERCISED TO NLS-CM-PCT-EXERCISED.
009450     PERFORM 4500-WRITE-COVER-LINE THRU 4500-EXIT.
009460     MOVE SPACES TO NLS-CM-PRINT-LINE.
009470     WRITE NLS-CM-PRINT-LINE.
009480     ADD 1 TO NLS-CM-LINES-WRITTEN.
009490     ADD NLS-CM-PG-DEFINED TO NLS-CM-ALL-DEFINED.
009500     ADD NLS-CM-PG-EXERCISED TO NLS-CM-ALL-EXERCISED.
009510 4410-EXIT.
009520     EXIT.
009530 4420-PRINT-ONE-CHARSET.
009540     IF NLS-CM-CV-PROGRAM (NLS-CM-CV-SUB) NOT =
009550             NLS-KP-ID (NLS-CM-PG-SUB)
009560         GO TO 4420-EXIT
009570     END-IF.
009580     MOVE NLS-CM-CV-PROGRAM (NLS-CM-CV-SUB) TO NLS-CM-VL-PROGRAM.
009590     MOVE NLS-CM-CV-CHARSET (NLS-CM-CV-SUB) TO NLS-CM-VL-CHARSET.
009600     MOVE NLS-CM-CV-DEFINED (NLS-CM-CV-SUB) TO NLS-CM-PCT-DEFINED.
009610     MOVE NLS-CM-CV-EXERCISED (NLS-CM-CV-SUB)
009620         TO NLS-CM-PCT-EXERCISED.
009630     PERFORM 4500-WRITE-COVER-LINE THRU 4500-EXIT.
009640     ADD NLS-CM-CV-DEFINED (NLS-CM-CV-SUB) TO NLS-CM-PG-DEFINED.
009650     ADD NLS-CM-CV-EXERCISED (NLS-CM-CV-SUB)
009660         TO NLS-CM-PG-EXERCISED.
009670 4420-EXIT.
009680     EXIT.
009690*----------------------------------------------------------*
009700* 4500-WRITE-COVER-LINE                                    *
009710*   EXERCISED OVER DEFINED, FROM NLS-CM-PCT-DEFINED AND    *
009720*   NLS-CM-PCT-EXERCISED. NOTHING DEFINED IS 0.00%, NOT A  *
009730*   DIVIDE BY ZERO.                                        *
009740*----------------------------------------------------------*
009750 4500-WRITE-COVER-LINE.
009760     IF NLS-CM-PCT-DEFINED = ZERO
009770         MOVE ZERO TO NLS-CM-PCT-WORK
009780     ELSE
009790         COMPUTE NLS-CM-PCT-WORK ROUNDED =
009800                 NLS-CM-PCT-EXERCISED * 100 / NLS-CM-PCT-DEFINED
009810     END-IF.
009820     MOVE NLS-CM-PCT-DEFINED TO NLS-CM-VL-DEFINED.
009830     MOVE NLS-CM-PCT-EXERCISED TO NLS-CM-VL-EXERCISED.
009840     MOVE NLS-CM-PCT-WORK TO NLS-CM-VL-PCT.
009850     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-COVER-LINE.
009860     ADD 1 TO NLS-CM-LINES-WRITTEN.
009870 4500-EXIT.
009880     EXIT.
009890*----------------------------------------------------------*
009900* 4900-START-SECTION / 4950-END-SECTION                    *
009910*----------------------------------------------------------*
009920 4900-START-SECTION.
009930     MOVE SPACES TO NLS-CM-PRINT-LINE.
009940     WRITE NLS-CM-PRINT-LINE.
009950     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-SECTION-LINE.
009960     ADD 2 TO NLS-CM-LINES-WRITTEN.
009970     MOVE ZERO TO NLS-CM-SECTION-LINES.
009980 4900-EXIT.
009990     EXIT.
010000 4950-END-SECTION.
010010     IF NLS-CM-SECTION-LINES = ZERO
010020         WRITE NLS-CM-PRINT-LINE FROM NLS-CM-NONE-LINE
010030         ADD 1 TO NLS-CM-LINES-WRITTEN
010040     END-IF.
010050 4950-EXIT.
010060     EXIT.
010070*----------------------------------------------------------*
010080* 7000-PRINT-TOTALS                                        *
010090*----------------------------------------------------------*
010100 7000-PRINT-TOTALS.
010110     MOVE SPACES TO NLS-CM-PRINT-LINE.
010120     WRITE NLS-CM-PRINT-LINE.
010130     MOVE "NLSCASE RECORDS READ" TO NLS-CM-TT-LABEL.
010140     MOVE NLS-CM-CASES-READ TO NLS-CM-TT-COUNT.
010150     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010160     MOVE "NLSCASE RECORDS FOR UNKNOWN PROGRAMS"
010170         TO NLS-CM-TT-LABEL.
010180     MOVE NLS-CM-CASE-UNKNOWN TO NLS-CM-TT-COUNT.
010190     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010200     MOVE "CODE POINTS READ" TO NLS-CM-TT-LABEL.
010210     MOVE NLS-CM-POINTS-READ TO NLS-CM-TT-COUNT.
010220     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010230     MOVE "NLSHIST RECORDS READ" TO NLS-CM-TT-LABEL.
010240     MOVE NLS-CM-HIST-READ TO NLS-CM-TT-COUNT.
010250     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010260     MOVE "NLSHIST RECORDS FOR UNKNOWN PROGRAMS"
010270         TO NLS-CM-TT-LABEL.
010280     MOVE NLS-CM-HIST-UNKNOWN TO NLS-CM-TT-COUNT.
010290     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010300     MOVE "CODE POINTS NEVER SWEPT" TO NLS-CM-TT-LABEL.
010310     MOVE NLS-CM-NEVER-SWEPT TO NLS-CM-TT-COUNT.
010320     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010330     MOVE "NLSCASE TESTS NEVER RUN" TO NLS-CM-TT-LABEL.
010340     MOVE NLS-CM-NO-RESULT TO NLS-CM-TT-COUNT.
010350     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010360     MOVE "ORPHAN TESTS IN NLSHIST" TO NLS-CM-TT-LABEL.
010370     MOVE NLS-CM-ORPHANS TO NLS-CM-TT-COUNT.
010380     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010390     MOVE "BUILT-IN TESTS" TO NLS-CM-TT-LABEL.
010400     MOVE NLS-CM-BUILT-IN TO NLS-CM-TT-COUNT.
010410     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010420     MOVE "ENTRIES NOT HELD (TABLE FULL)" TO NLS-CM-TT-LABEL.
010430     MOVE NLS-CM-OVERFLOW TO NLS-CM-TT-COUNT.
010440     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-TOTAL-LINE.
010450     MOVE SPACES TO NLS-CM-PRINT-LINE.
010460     WRITE NLS-CM-PRINT-LINE.
010470     EVALUATE TRUE
010480         WHEN NLS-CM-INPUT-MISSING
010490             MOVE "NOT MEASURED - AN INPUT DATASET IS MISSING"
010500                 TO NLS-CM-VD-TEXT
010510         WHEN NLS-CM-OVERFLOW > ZERO
010520             MOVE "NOT MEASURED - A WORK TABLE OVERFLOWED"
010530                 TO NLS-CM-VD-TEXT
010540         WHEN NLS-CM-NEVER-SWEPT > ZERO
010550           OR NLS-CM-NO-RESULT > ZERO
010560           OR NLS-CM-ORPHANS > ZERO
010570           OR NLS-CM-CASE-UNKNOWN > ZERO
010580           OR NLS-CM-HIST-UNKNOWN > ZERO
010590             MOVE "COVERAGE GAPS LISTED - REVIEW ABOVE"
010600                 TO NLS-CM-VD-TEXT
010610         WHEN OTHER
010620             MOVE "EVERY DEFINED TEST EXERCISED, NO ORPHANS"
010630                 TO NLS-CM-VD-TEXT
010640     END-EVALUATE.
010650     WRITE NLS-CM-PRINT-LINE FROM NLS-CM-VERDICT-LINE.
010660     ADD 13 TO NLS-CM-LINES-WRITTEN.
010670     DISPLAY "NLSCOVR " NLS-CM-VD-TEXT.
010680 7000-EXIT.
010690     EXIT.
010700*----------------------------------------------------------*
010710* 9000-CLOSE-FILES                                         *
010720*----------------------------------------------------------*
010730 9000-CLOSE-FILES.
010740     CLOSE NLS-COVERAGE-REPORT.
010750 9000-EXIT.
010760     EXIT.
010770*----------------------------------------------------------*
010780* 9500-SET-RETURN-CODE                                     *
010790*   0 = EVERY DEFINED TEST EXERCISED AND NO ORPHANS; 4 =   *
010800*   GAPS, ORPHANS OR UNKNOWN PROGRAMS LISTED; 8 = NOTHING  *
010810*   TO MEASURE BY - AN INPUT MISSING OR A TABLE FULL.      *
010820*----------------------------------------------------------*
010830 9500-SET-RETURN-CODE.
010840     EVALUATE TRUE
010850         WHEN NLS-CM-INPUT-MISSING
010860             MOVE 8 TO RETURN-CODE
010870         WHEN NLS-CM-OVERFLOW > ZERO
010880             MOVE 8 TO RETURN-CODE
010890         WHEN NLS-CM-NEVER-SWEPT > ZERO
010900           OR NLS-CM-NO-RESULT > ZERO
010910           OR NLS-CM-ORPHANS > ZERO
010920           OR NLS-CM-CASE-UNKNOWN > ZERO
010930           OR NLS-CM-HIST-UNKNOWN > ZERO
010940             MOVE 4 TO RETURN-CODE
010950         WHEN OTHER
010960             MOVE ZERO TO RETURN-CODE
010970     END-EVALUATE.
010980 9500-EXIT.
010990     EXIT.
011000*----------------------------------------------------------*
011010* 9600-WRITE-RUN-LOG                                       *
011020*   ONE STEP RECORD FOR THE RUN-LEVEL AUDIT TRAIL - JOB,   *
011030*   PROGRAM, RETURN CODE, RECORD COUNTS AND ELAPSED        *
011040*   SECONDS - APPENDED THROUGH NLSRLOGW.                   *
011050*----------------------------------------------------------*
011060 9600-WRITE-RUN-LOG.
011070     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
011080     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
011090     COMPUTE NLS-RL-END-SECS = NLS-RL-TIME-HH * 3600
011100             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
011110     COMPUTE NLS-RL-ELAPSED =
011120             NLS-RL-END-SECS - NLS-RL-START-SECS.
011130     IF NLS-RL-ELAPSED < ZERO
011140         ADD 86400 TO NLS-RL-ELAPSED
011150     END-IF.
011160     ACCEPT NLS-RL-JOB-WORK FROM ENVIRONMENT "JOBNAME"
011170     END-ACCEPT.
011180     IF NLS-RL-JOB-WORK = SPACES
011190         MOVE "NLSCOVR"  TO NLS-RL-JOB-WORK
011200     END-IF.
011210     ACCEPT NLS-RL-DATE-WORK FROM DATE YYYYMMDD.
011220     MOVE SPACES TO NLS-RUN-LOG-RECORD.
011230     SET NLS-RL-STEP-RECORD TO TRUE.
011240     MOVE NLS-RL-JOB-WORK     TO NLS-RL-JOB-NAME.
011250     MOVE NLS-RL-DATE-WORK    TO NLS-RL-RUN-DATE.
011260     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-RL-RUN-TIME.
011270     MOVE "NLSCOVR"           TO NLS-RL-PROGRAM-ID.
011280     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
011290     COMPUTE NLS-RL-RECORDS-READ = NLS-CM-CASES-READ
011300             + NLS-CM-POINTS-READ + NLS-CM-HIST-READ.
011310     MOVE NLS-CM-LINES-WRITTEN TO NLS-RL-RECORDS-WRITTEN.
011320     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
011330     MOVE SPACES              TO NLS-RL-VERDICT.
011340     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
011350     MOVE NLS-RL-SAVED-RC TO RETURN-CODE.
011360 9600-EXIT.
011370     EXIT.
011380*
011390 END PROGRAM "NLSCOVR".
