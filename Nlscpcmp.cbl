000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSCPCMP.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-07.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-07  RLH  ORIGINAL VERSION. COMPARES THE OLD AND *
000200*                   NEW GENERATIONS OF THE NLSCPTB AND     *
000210*                   NLSCPDB CODEPAGE TABLES BEFORE A NEW   *
000220*                   GENERATION IS PROMOTED: LISTS EVERY    *
000230*                   CODE POINT ADDED, REMOVED, REMAPPED TO *
000240*                   A DIFFERENT SHIFT-JIS VALUE OR ONLY    *
000250*                   RENAMED, AND COUNTS THE PARTNER        *
000260*                   RECORDS IN NLSPDATA THAT CARRY EACH    *
000270*                   CHANGED BYTE OR BYTE PAIR, SO THE      *
000280*                   MIGRATION JOB STOPS BEFORE PROMOTION   *
000290*                   WHEN A REMOVAL OR REMAP WOULD BREAK    *
000300*                   LIVE DATA.                             *
000310*----------------------------------------------------------*
000320*----------------------------------------------------------*
000330* PURPOSE                                                  *
000340*   THE TWO GENERATIONS ARE MATCHED ON THE EBCDIC HEX KEY  *
000350*   (NLS-CP-EBCDIC-HEX / NLS-DB-EBCDIC-HEX), SINGLE-BYTE   *
000360*   AGAINST SINGLE-BYTE AND DOUBLE-BYTE AGAINST            *
000370*   DOUBLE-BYTE. A KEY ONLY IN THE NEW TABLE IS ADDED,     *
000380*   ONLY IN THE OLD TABLE REMOVED; A KEY IN BOTH WHOSE     *
000390*   SHIFT-JIS VALUE DIFFERS IS REMAPPED, AND ONE WHOSE     *
000400*   SHIFT-JIS VALUE AGREES BUT WHOSE CHARACTER NAME        *
000410*   DIFFERS IS RENAMED. PARTNERS DELIVER SHIFT-JIS, AND    *
000420*   THE EBCDIC SIDE'S BYTE VALUES OVERLAP PLAIN LETTERS,   *
000430*   SO THE IMPACT COUNT IS THE NUMBER OF NLSPDATA RECORDS  *
000440*   HOLDING THE CODE POINT'S OLD OR NEW SHIFT-JIS BYTE     *
000450*   (OR BYTE PAIR) ANYWHERE IN THE RECORD.                 *
000460*   RETURN CODE 0 = SAFE TO PROMOTE (NO CHANGES, OR ONLY   *
000470*   ADDITIONS, RENAMES AND REMOVALS OR REMAPS NO PARTNER   *
000480*   RECORD USES), 4 = A REMOVAL OR REMAP TOUCHES LIVE      *
000490*   PARTNER DATA, 8 = A TABLE GENERATION OR THE PARTNER    *
000500*   DATA IS MISSING, A TABLE HOLDS BAD HEX OR A DUPLICATE  *
000510*   KEY, OR A TABLE OVERFLOWED - NOTHING TO JUDGE BY.      *
000520*----------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT NLS-OLD-SBCS-FILE ASSIGN TO "OLDCPTB"
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS IS NLS-OLD-SBCS-STATUS.
000600     SELECT NLS-NEW-SBCS-FILE ASSIGN TO "NEWCPTB"
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS IS NLS-NEW-SBCS-STATUS.
000630     SELECT NLS-OLD-DBCS-FILE ASSIGN TO "OLDCPDB"
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS IS NLS-OLD-DBCS-STATUS.
000660     SELECT NLS-NEW-DBCS-FILE ASSIGN TO "NEWCPDB"
000670         ORGANIZATION LINE SEQUENTIAL
000680         FILE STATUS IS NLS-NEW-DBCS-STATUS.
000690     SELECT NLS-PARTNER-FILE ASSIGN TO "NLSPDATA"
000700         ORGANIZATION LINE SEQUENTIAL
000710         FILE STATUS IS NLS-PARTNER-FILE-STATUS.
000720     SELECT NLS-COMPARE-REPORT ASSIGN TO "CPCRPT"
000730         ORGANIZATION LINE SEQUENTIAL
000740         FILE STATUS IS NLS-COMPARE-REPORT-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770*    BOTH GENERATIONS SHARE ONE LAYOUT PER TABLE, SO THE
000780*    RECORDS ARE READ INTO THE WORKING-STORAGE COPIES OF
000790*    NLSCPTB AND NLSCPDB.
000800 FD  NLS-OLD-SBCS-FILE.
000810 01  NLS-OLD-SBCS-RECORD     PIC X(36).
000820 FD  NLS-NEW-SBCS-FILE.
000830 01  NLS-NEW-SBCS-RECORD     PIC X(36).
000840 FD  NLS-OLD-DBCS-FILE.
000850 01  NLS-OLD-DBCS-RECORD     PIC X(40).
000860 FD  NLS-NEW-DBCS-FILE.
000870 01  NLS-NEW-DBCS-RECORD     PIC X(40).
000880 FD  NLS-PARTNER-FILE.
000890     COPY NLSPDATA.
000900 FD  NLS-COMPARE-REPORT.
000910 01  NLS-CC-PRINT-LINE       PIC X(132).
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------*
000940* FILE-STATUS AND SWITCH FIELDS                            *
000950*----------------------------------------------------------*
000960 77  NLS-OLD-SBCS-STATUS     PIC X(02) VALUE SPACES.
000970 77  NLS-NEW-SBCS-STATUS     PIC X(02) VALUE SPACES.
000980 77  NLS-OLD-DBCS-STATUS     PIC X(02) VALUE SPACES.
000990 77  NLS-NEW-DBCS-STATUS     PIC X(02) VALUE SPACES.
001000 77  NLS-PARTNER-FILE-STATUS PIC X(02) VALUE SPACES.
001010 77  NLS-COMPARE-REPORT-STATUS PIC X(02) VALUE SPACES.
001020 77  NLS-CC-TABLE-EOF-SW     PIC X(01) VALUE "N".
001030     88  NLS-CC-TABLE-EOF               VALUE "Y".
001040 77  NLS-CC-PARTNER-EOF-SW   PIC X(01) VALUE "N".
001050     88  NLS-CC-PARTNER-EOF             VALUE "Y".
001060 77  NLS-CC-INPUT-MISSING-SW PIC X(01) VALUE "N".
001070     88  NLS-CC-INPUT-MISSING           VALUE "Y".
001080*----------------------------------------------------------*
001090* CODEPAGE-TABLE RECORD LAYOUTS                            *
001100*----------------------------------------------------------*
001110     COPY NLSCPTB.
001120     COPY NLSCPDB.
001130*----------------------------------------------------------*
001140* RUN-STAMP FIELDS                                         *
001150*----------------------------------------------------------*
001160 77  NLS-CC-RUN-DATE         PIC 9(08) VALUE ZERO.
001170 77  NLS-CC-RUN-TIME         PIC 9(06) VALUE ZERO.
001180 77  NLS-CC-TIME-WORK        PIC 9(08) VALUE ZERO.
001190*----------------------------------------------------------*
001200* CODE-POINT TABLE                                         *
001210*   EVERY ENTRY OF ALL FOUR TABLES, TAGGED WITH ITS        *
001220*   GENERATION (O = OLD, N = NEW) AND KIND (S = SINGLE-    *
001230*   BYTE NLSCPTB, D = DOUBLE-BYTE NLSCPDB). A SINGLE-BYTE  *
001240*   KEY CARRIES ITS TWO HEX CHARACTERS LEFT-JUSTIFIED. THE *
001250*   MATCHED SWITCH MARKS A NEW ENTRY PAIRED WITH AN OLD    *
001260*   ONE, SO THE UNPAIRED NEW ENTRIES ARE THE ADDITIONS.    *
001270*   OVERFLOW IS COUNTED AND REPORTED, NEVER DROPPED        *
001280*   SILENTLY.                                              *
001290*----------------------------------------------------------*
001300 01  NLS-CC-POINT-TABLE.
001310     05  NLS-CC-PT-COUNT         PIC 9(04) COMP VALUE ZERO.
001320     05  NLS-CC-PT-ENTRY OCCURS 1600 TIMES.
001330         10  NLS-CC-PT-GEN       PIC X(01).
001340         10  NLS-CC-PT-KIND      PIC X(01).
001350         10  NLS-CC-PT-EBCDIC-HEX PIC X(04).
001360         10  NLS-CC-PT-SJIS-HEX  PIC X(04).
001370         10  NLS-CC-PT-NAME      PIC X(30).
001380         10  NLS-CC-PT-MATCHED-SW PIC X(01).
001390             88  NLS-CC-PT-MATCHED          VALUE "Y".
001400 77  NLS-CC-PT-SUB           PIC 9(04) COMP VALUE ZERO.
001410 77  NLS-CC-WALK-SUB         PIC 9(04) COMP VALUE ZERO.
001420 77  NLS-CC-PT-FOUND-SUB     PIC 9(04) COMP VALUE ZERO.
001430 77  NLS-CC-PT-OVERFLOW      PIC 9(07) COMP VALUE ZERO.
001440*    THE ENTRY BEING POSTED OR LOOKED FOR.
001450 77  NLS-CC-IN-GEN           PIC X(01) VALUE SPACE.
001460 77  NLS-CC-IN-KIND          PIC X(01) VALUE SPACE.
001470 77  NLS-CC-IN-EBCDIC-HEX    PIC X(04) VALUE SPACES.
001480 77  NLS-CC-IN-SJIS-HEX      PIC X(04) VALUE SPACES.
001490 77  NLS-CC-IN-NAME          PIC X(30) VALUE SPACES.
001500 77  NLS-CC-IN-TABLE         PIC X(07) VALUE SPACES.
001510*----------------------------------------------------------*
001520* CHANGE TABLE                                             *
001530*   ONE ENTRY PER CODE POINT THAT DIFFERS BETWEEN THE      *
001540*   GENERATIONS, WITH UP TO TWO SHIFT-JIS SEARCH PATTERNS  *
001550*   (THE OLD VALUE AND THE NEW ONE) AND THE COUNT OF       *
001560*   PARTNER RECORDS HOLDING EITHER.                        *
001570*----------------------------------------------------------*
001580 01  NLS-CC-CHANGE-TABLE.
001590     05  NLS-CC-CH-COUNT         PIC 9(04) COMP VALUE ZERO.
001600     05  NLS-CC-CH-ENTRY OCCURS 1600 TIMES.
001610         10  NLS-CC-CH-TYPE      PIC X(08).
001620             88  NLS-CC-CH-ADDED            VALUE "ADDED".
001630             88  NLS-CC-CH-REMOVED          VALUE "REMOVED".
001640             88  NLS-CC-CH-REMAPPED         VALUE "REMAPPED".
001650             88  NLS-CC-CH-RENAMED          VALUE "RENAMED".
001660         10  NLS-CC-CH-KIND      PIC X(01).
001670         10  NLS-CC-CH-EBCDIC-HEX PIC X(04).
001680         10  NLS-CC-CH-OLD-SJIS-HEX PIC X(04).
001690         10  NLS-CC-CH-NEW-SJIS-HEX PIC X(04).
001700         10  NLS-CC-CH-OLD-NAME  PIC X(30).
001710         10  NLS-CC-CH-NEW-NAME  PIC X(30).
001720         10  NLS-CC-CH-PAT-LEN   PIC 9(01) COMP.
001730         10  NLS-CC-CH-PAT-COUNT PIC 9(01) COMP.
001740         10  NLS-CC-CH-PATTERN   PIC X(02) OCCURS 2 TIMES.
001750         10  NLS-CC-CH-RECORDS   PIC 9(09) COMP.
001760 77  NLS-CC-CH-SUB           PIC 9(04) COMP VALUE ZERO.
001770 77  NLS-CC-PAT-SUB          PIC 9(01) COMP VALUE ZERO.
001780 77  NLS-CC-PAT-TALLY        PIC 9(05) COMP VALUE ZERO.
001790 77  NLS-CC-REC-HIT-SW       PIC X(01) VALUE "N".
001800     88  NLS-CC-REC-HIT                 VALUE "Y".
001810*    ONE SHIFT-JIS HEX VALUE BEING TURNED INTO A PATTERN.
001820 77  NLS-CC-SJIS-HEX-WORK    PIC X(04) VALUE SPACES.
001830 77  NLS-CC-PATTERN-WORK     PIC X(02) VALUE SPACES.
001840*----------------------------------------------------------*
001850* HEX-PAIR PARSING FIELDS                                   *
001860*   NLSCPTB AND NLSCPDB CARRY EACH BYTE AS TWO HEX          *
001870*   CHARACTERS; THE 9(04) COMP WORK FIELD IS TWO BIG-ENDIAN *
001880*   BINARY BYTES, SO THE ASSEMBLED VALUE'S LOW-ORDER BYTE   *
001890*   IS THE CHARACTER ITSELF - THE SAME PARSE JAPCOB1 USES.  *
001900*----------------------------------------------------------*
001910 77  NLS-HEX-DIGIT-LIST      PIC X(16)
001920     VALUE "0123456789ABCDEF".
001930 77  NLS-HEX-SCAN-SUB        PIC 9(03) COMP VALUE ZERO.
001940 77  NLS-HEX-INPUT-PAIR      PIC X(02) VALUE SPACES.
001950 77  NLS-HEX-DIGIT-CHAR      PIC X(01) VALUE SPACE.
001960 77  NLS-HEX-DIGIT-VALUE     PIC 9(03) COMP VALUE ZERO.
001970 77  NLS-HEX-DIGIT-VALID-SW  PIC X(01) VALUE "N".
001980     88  NLS-HEX-DIGIT-VALID            VALUE "Y".
001990 77  NLS-HEX-PAIR-VALID-SW   PIC X(01) VALUE "N".
002000     88  NLS-HEX-PAIR-VALID             VALUE "Y".
002010 77  NLS-HEX-HIGH-VALUE      PIC 9(03) COMP VALUE ZERO.
002020 77  NLS-HEX-LOW-VALUE       PIC 9(03) COMP VALUE ZERO.
002030 01  NLS-HEX-BYTE-WORK.
002040     05  NLS-HEX-BYTE-NUM    PIC 9(04) COMP VALUE ZERO.
002050 01  NLS-HEX-BYTE-WORK-R REDEFINES NLS-HEX-BYTE-WORK.
002060     05  FILLER              PIC X(01).
002070     05  NLS-HEX-BYTE-CHAR   PIC X(01).
002080*----------------------------------------------------------*
002090* COMPARE COUNTERS                                         *
002100*----------------------------------------------------------*
002110 77  NLS-CC-TABLE-READ       PIC 9(07) COMP VALUE ZERO.
002120 77  NLS-CC-PARTNER-READ     PIC 9(09) COMP VALUE ZERO.
002130 77  NLS-CC-BAD-ENTRIES      PIC 9(05) COMP VALUE ZERO.
002140 77  NLS-CC-DUPLICATES       PIC 9(05) COMP VALUE ZERO.
002150 77  NLS-CC-ADDED-COUNT      PIC 9(05) COMP VALUE ZERO.
002160 77  NLS-CC-REMOVED-COUNT    PIC 9(05) COMP VALUE ZERO.
002170 77  NLS-CC-REMAPPED-COUNT   PIC 9(05) COMP VALUE ZERO.
002180 77  NLS-CC-RENAMED-COUNT    PIC 9(05) COMP VALUE ZERO.
002190 77  NLS-CC-BREAKING-COUNT   PIC 9(05) COMP VALUE ZERO.
002200 77  NLS-CC-LINES-WRITTEN    PIC 9(07) COMP VALUE ZERO.
002210*----------------------------------------------------------*
002220* REPORT LINE LAYOUTS                                      *
002230*----------------------------------------------------------*
002240 01  NLS-CC-HEADING-1.
002250     05  FILLER              PIC X(44) VALUE
002260         "NLSCPCMP  CODEPAGE-TABLE GENERATION COMPARE".
002270     05  FILLER              PIC X(11) VALUE "  RUN DATE ".
002280     05  NLS-CC-H1-RUN-DATE  PIC 9(08).
002290     05  FILLER              PIC X(01) VALUE "/".
002300     05  NLS-CC-H1-RUN-TIME  PIC 9(06).
002310     05  FILLER              PIC X(62) VALUE SPACES.
002320 01  NLS-CC-HEADING-2.
002330     05  FILLER              PIC X(10) VALUE "CHANGE".
002340     05  FILLER              PIC X(06) VALUE "TABLE".
002350     05  FILLER              PIC X(08) VALUE "EBCDIC".
002360     05  FILLER              PIC X(08) VALUE "OLD SJIS".
002370     05  FILLER              PIC X(10) VALUE "  NEW SJIS".
002380     05  FILLER              PIC X(32) VALUE
002390         "  OLD CHARACTER NAME".
002400     05  FILLER              PIC X(30) VALUE "NEW CHARACTER NAME".
002410     05  FILLER              PIC X(10) VALUE "  RECORDS".
002420     05  FILLER              PIC X(18) VALUE "  IMPACT".
002430 01  NLS-CC-DETAIL-LINE.
002440     05  NLS-CC-DL-TYPE      PIC X(08).
002450     05  FILLER              PIC X(02) VALUE SPACES.
002460     05  NLS-CC-DL-TABLE     PIC X(04).
002470     05  FILLER              PIC X(02) VALUE SPACES.
002480     05  NLS-CC-DL-EBCDIC    PIC X(04).
002490     05  FILLER              PIC X(04) VALUE SPACES.
002500     05  NLS-CC-DL-OLD-SJIS  PIC X(04).
002510     05  FILLER              PIC X(06) VALUE SPACES.
002520     05  NLS-CC-DL-NEW-SJIS  PIC X(04).
002530     05  FILLER              PIC X(04) VALUE SPACES.
002540     05  NLS-CC-DL-OLD-NAME  PIC X(30).
002550     05  FILLER              PIC X(02) VALUE SPACES.
002560     05  NLS-CC-DL-NEW-NAME  PIC X(30).
002570     05  FILLER              PIC X(01) VALUE SPACES.
002580     05  NLS-CC-DL-RECORDS   PIC ZZZZZZZZ9.
002590     05  FILLER              PIC X(02) VALUE SPACES.
002600     05  NLS-CC-DL-IMPACT    PIC X(16).
002610 01  NLS-CC-NO-CHANGE-LINE.
002620     05  FILLER              PIC X(50) VALUE
002630         "NO CODE POINT DIFFERS BETWEEN THE TWO GENERATIONS".
002640     05  FILLER              PIC X(82) VALUE SPACES.
002650 01  NLS-CC-TOTAL-LINE.
002660     05  FILLER              PIC X(02) VALUE SPACES.
002670     05  NLS-CC-TL-LABEL     PIC X(40).
002680     05  NLS-CC-TL-COUNT     PIC ZZZZZZZZ9.
002690     05  FILLER              PIC X(81) VALUE SPACES.
002700 01  NLS-CC-VERDICT-LINE.
002710     05  FILLER              PIC X(10) VALUE "VERDICT: ".
002720     05  NLS-CC-VL-TEXT      PIC X(60).
002730     05  FILLER              PIC X(62) VALUE SPACES.
002740*----------------------------------------------------------*
002750* RUN-LOG FIELDS                                            *
002760*   ONE STEP RECORD PER RUN, APPENDED THROUGH NLSRLOGW      *
002770*   AFTER THE RETURN CODE IS SET.                           *
002780*----------------------------------------------------------*
002790     COPY NLSRLOG.
002800 01  NLS-RL-TIME-WORK-G.
002810     05  NLS-RL-TIME-HH      PIC 9(02).
002820     05  NLS-RL-TIME-MM      PIC 9(02).
002830     05  NLS-RL-TIME-SS      PIC 9(02).
002840     05  FILLER              PIC X(02).
002850 77  NLS-RL-JOB-WORK         PIC X(08) VALUE SPACES.
002860 77  NLS-RL-DATE-WORK        PIC 9(08) VALUE ZERO.
002870 77  NLS-RL-START-SECS       PIC 9(06) COMP VALUE ZERO.
002880 77  NLS-RL-END-SECS         PIC 9(06) COMP VALUE ZERO.
002890 77  NLS-RL-ELAPSED          PIC S9(07) COMP VALUE ZERO.
002900 77  NLS-RL-SAVED-RC         PIC S9(04) COMP VALUE ZERO.
002910 PROCEDURE DIVISION.
002920*----------------------------------------------------------*
002930* 0000-MAINLINE                                            *
002940*----------------------------------------------------------*
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     PERFORM 1100-LOAD-OLD-SBCS THRU 1100-EXIT.
002980     PERFORM 1150-LOAD-NEW-SBCS THRU 1150-EXIT.
002990     PERFORM 1200-LOAD-OLD-DBCS THRU 1200-EXIT.
003000     PERFORM 1250-LOAD-NEW-DBCS THRU 1250-EXIT.
003010     IF NOT NLS-CC-INPUT-MISSING
003020         PERFORM 2000-COMPARE-GENERATIONS THRU 2000-EXIT
003030         PERFORM 3000-COUNT-PARTNER-HITS THRU 3000-EXIT
003040     END-IF.
003050     IF NOT NLS-CC-INPUT-MISSING
003060         PERFORM 4000-PRINT-CHANGES THRU 4000-EXIT
003070     END-IF.
003080     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003090     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003100     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
003110     PERFORM 9600-WRITE-RUN-LOG THRU 9600-EXIT.
003120     GOBACK.
003130*----------------------------------------------------------*
003140* 1000-INITIALIZE                                          *
003150*----------------------------------------------------------*
003160 1000-INITIALIZE.
003170     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
003180     COMPUTE NLS-RL-START-SECS = NLS-RL-TIME-HH * 3600
003190             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
003200     ACCEPT NLS-CC-RUN-DATE FROM DATE YYYYMMDD.
003210     ACCEPT NLS-CC-TIME-WORK FROM TIME.
003220     MOVE NLS-CC-TIME-WORK (1:6) TO NLS-CC-RUN-TIME.
003230     OPEN OUTPUT NLS-COMPARE-REPORT.
003240 1000-EXIT.
003250     EXIT.
003260*----------------------------------------------------------*
003270* 1100-LOAD-OLD-SBCS                                       *
003280*   THE PRODUCTION NLSCPTB GENERATION. EVERY TABLE IS      *
003290*   REQUIRED - A MISSING GENERATION WOULD SHOW EVERY CODE  *
003300*   POINT AS ADDED OR REMOVED AND PROVE NOTHING.           *
003310*----------------------------------------------------------*
003320 1100-LOAD-OLD-SBCS.
003330     OPEN INPUT NLS-OLD-SBCS-FILE.
003340     IF NLS-OLD-SBCS-STATUS NOT = "00"
003350         SET NLS-CC-INPUT-MISSING TO TRUE
003360         DISPLAY "NLSCPCMP OLDCPTB NOT AVAILABLE - STATUS "
003370             NLS-OLD-SBCS-STATUS
003380         GO TO 1100-EXIT
003390     END-IF.
003400     MOVE "N" TO NLS-CC-TABLE-EOF-SW.
003410     MOVE "O" TO NLS-CC-IN-GEN.
003420     MOVE "OLDCPTB" TO NLS-CC-IN-TABLE.
003430     PERFORM 1110-READ-OLD-SBCS THRU 1110-EXIT.
003440     PERFORM 1120-POST-OLD-SBCS THRU 1120-EXIT
003450         UNTIL NLS-CC-TABLE-EOF.
003460     CLOSE NLS-OLD-SBCS-FILE.
003470 1100-EXIT.
003480     EXIT.
003490 1110-READ-OLD-SBCS.
003500     READ NLS-OLD-SBCS-FILE INTO NLS-CODEPAGE-ENTRY
003510         AT END
003520             SET NLS-CC-TABLE-EOF TO TRUE
003530     END-READ.
003540 1110-EXIT.
003550     EXIT.
003560 1120-POST-OLD-SBCS.
003570     PERFORM 1300-POST-SBCS-ENTRY THRU 1300-EXIT.
003580     PERFORM 1110-READ-OLD-SBCS THRU 1110-EXIT.
003590 1120-EXIT.
003600     EXIT.
003610*----------------------------------------------------------*
003620* 1150-LOAD-NEW-SBCS                                       *
003630*   THE CANDIDATE NLSCPTB GENERATION.                      *
003640*----------------------------------------------------------*
003650 1150-LOAD-NEW-SBCS.
003660     OPEN INPUT NLS-NEW-SBCS-FILE.
003670     IF NLS-NEW-SBCS-STATUS NOT = "00"
003680         SET NLS-CC-INPUT-MISSING TO TRUE
003690         DISPLAY "NLSCPCMP NEWCPTB NOT AVAILABLE - STATUS "
003700             NLS-NEW-SBCS-STATUS
003710         GO TO 1150-EXIT
003720     END-IF.
003730     MOVE "N" TO NLS-CC-TABLE-EOF-SW.
003740     MOVE "N" TO NLS-CC-IN-GEN.
003750     MOVE "NEWCPTB" TO NLS-CC-IN-TABLE.
003760     PERFORM 1160-READ-NEW-SBCS THRU 1160-EXIT.
003770     PERFORM 1170-POST-NEW-SBCS THRU 1170-EXIT
003780         UNTIL NLS-CC-TABLE-EOF.
003790     CLOSE NLS-NEW-SBCS-FILE.
003800 1150-EXIT.
003810     EXIT.
003820 1160-READ-NEW-SBCS.
003830     READ NLS-NEW-SBCS-FILE INTO NLS-CODEPAGE-ENTRY
003840         AT END
003850             SET NLS-CC-TABLE-EOF TO TRUE
003860     END-READ.
003870 1160-EXIT.
003880     EXIT.
003890 1170-POST-NEW-SBCS.
003900     PERFORM 1300-POST-SBCS-ENTRY THRU 1300-EXIT.
003910     PERFORM 1160-READ-NEW-SBCS THRU 1160-EXIT.
003920 1170-EXIT.
003930     EXIT.
003940*----------------------------------------------------------*
003950* 1200-LOAD-OLD-DBCS                                       *
003960*   THE PRODUCTION NLSCPDB GENERATION.                     *
003970*----------------------------------------------------------*
003980 1200-LOAD-OLD-DBCS.
003990     OPEN INPUT NLS-OLD-DBCS-FILE.
004000     IF NLS-OLD-DBCS-STATUS NOT = "00"
004010         SET NLS-CC-INPUT-MISSING TO TRUE
004020         DISPLAY "NLSCPCMP OLDCPDB NOT AVAILABLE - STATUS "
004030             NLS-OLD-DBCS-STATUS
004040         GO TO 1200-EXIT
004050     END-IF.
004060     MOVE "N" TO NLS-CC-TABLE-EOF-SW.
004070     MOVE "O" TO NLS-CC-IN-GEN.
004080     MOVE "OLDCPDB" TO NLS-CC-IN-TABLE.
004090     PERFORM 1210-READ-OLD-DBCS THRU 1210-EXIT.
004100     PERFORM 1220-POST-OLD-DBCS THRU 1220-EXIT
004110         UNTIL NLS-CC-TABLE-EOF.
004120     CLOSE NLS-OLD-DBCS-FILE.
004130 1200-EXIT.
004140     EXIT.
004150 1210-READ-OLD-DBCS.
004160     READ NLS-OLD-DBCS-FILE INTO NLS-DBCS-CODEPAGE-ENTRY
004170         AT END
004180             SET NLS-CC-TABLE-EOF TO TRUE
004190     END-READ.
004200 1210-EXIT.
004210     EXIT.
004220 1220-POST-OLD-DBCS.
004230     PERFORM 1350-POST-DBCS-ENTRY THRU 1350-EXIT.
004240     PERFORM 1210-READ-OLD-DBCS THRU 1210-EXIT.
004250 1220-EXIT.
004260     EXIT.
004270*----------------------------------------------------------*
004280* 1250-LOAD-NEW-DBCS                                       *
004290*   THE CANDIDATE NLSCPDB GENERATION.                      *
004300*----------------------------------------------------------*
004310 1250-LOAD-NEW-DBCS.
004320     OPEN INPUT NLS-NEW-DBCS-FILE.
004330     IF NLS-NEW-DBCS-STATUS NOT = "00"
004340         SET NLS-CC-INPUT-MISSING TO TRUE
004350         DISPLAY "NLSCPCMP NEWCPDB NOT AVAILABLE - STATUS "
004360             NLS-NEW-DBCS-STATUS
004370         GO TO 1250-EXIT
004380     END-IF.
004390     MOVE "N" TO NLS-CC-TABLE-EOF-SW.
004400     MOVE "N" TO NLS-CC-IN-GEN.
004410     MOVE "NEWCPDB" TO NLS-CC-IN-TABLE.
004420     PERFORM 1260-READ-NEW-DBCS THRU 1260-EXIT.
004430     PERFORM 1270-POST-NEW-DBCS THRU 1270-EXIT
004440         UNTIL NLS-CC-TABLE-EOF.
004450     CLOSE NLS-NEW-DBCS-FILE.
004460 1250-EXIT.
004470     EXIT.
004480 1260-READ-NEW-DBCS.
004490     READ NLS-NEW-DBCS-FILE INTO NLS-DBCS-CODEPAGE-ENTRY
004500         AT END
004510             SET NLS-CC-TABLE-EOF TO TRUE
004520     END-READ.
004530 1260-EXIT.
004540     EXIT.
004550 1270-POST-NEW-DBCS.
004560     PERFORM 1350-POST-DBCS-ENTRY THRU 1350-EXIT.
004570     PERFORM 1260-READ-NEW-DBCS THRU 1260-EXIT.
004580 1270-EXIT.
004590     EXIT.
004600*----------------------------------------------------------*
004610* 1300-POST-SBCS-ENTRY                                     *
004620*   STAGES ONE NLSCPTB ENTRY OF EITHER GENERATION FOR      *
004630*   1400-ADD-POINT.                                        *
004640*----------------------------------------------------------*
004650 1300-POST-SBCS-ENTRY.
004660     ADD 1 TO NLS-CC-TABLE-READ.
004670     MOVE "S" TO NLS-CC-IN-KIND.
004680     MOVE NLS-CP-EBCDIC-HEX TO NLS-CC-IN-EBCDIC-HEX.
004690     MOVE NLS-CP-SJIS-HEX   TO NLS-CC-IN-SJIS-HEX.
004700     MOVE NLS-CP-CHAR-NAME  TO NLS-CC-IN-NAME.
004710     PERFORM 1400-ADD-POINT THRU 1400-EXIT.
004720 1300-EXIT.
004730     EXIT.
004740*----------------------------------------------------------*
004750* 1350-POST-DBCS-ENTRY                                     *
004760*   STAGES ONE NLSCPDB ENTRY OF EITHER GENERATION FOR      *
004770*   1400-ADD-POINT.                                        *
004780*----------------------------------------------------------*
004790 1350-POST-DBCS-ENTRY.
004800     ADD 1 TO NLS-CC-TABLE-READ.
004810     MOVE "D" TO NLS-CC-IN-KIND.
004820     MOVE NLS-DB-EBCDIC-HEX TO NLS-CC-IN-EBCDIC-HEX.
004830     MOVE NLS-DB-SJIS-HEX   TO NLS-CC-IN-SJIS-HEX.
004840     MOVE NLS-DB-CHAR-NAME  TO NLS-CC-IN-NAME.
004850     PERFORM 1400-ADD-POINT THRU 1400-EXIT.
004860 1350-EXIT.
004870     EXIT.
004880*----------------------------------------------------------*
004890* 1400-ADD-POINT                                           *
004900*   VALIDATES THE STAGED ENTRY AND ADDS IT TO THE CODE-    *
004910*   POINT TABLE. EVERY HEX PAIR MUST PARSE - A MISTYPED    *
004920*   KEY WOULD OTHERWISE SHOW AS ONE POINT REMOVED AND      *
004930*   ANOTHER ADDED - AND A KEY MAY APPEAR ONLY ONCE PER     *
004940*   GENERATION AND TABLE. A REJECTED ENTRY IS DISPLAYED,   *
004950*   COUNTED AND LEFT OUT.                                  *
004960*----------------------------------------------------------*
004970 1400-ADD-POINT.
004980     MOVE NLS-CC-IN-EBCDIC-HEX (1:2) TO NLS-HEX-INPUT-PAIR.
004990     PERFORM 1480-HEX-PAIR-TO-BYTE THRU 1480-EXIT.
005000     IF NLS-HEX-PAIR-VALID
005010         MOVE NLS-CC-IN-SJIS-HEX (1:2) TO NLS-HEX-INPUT-PAIR
005020         PERFORM 1480-HEX-PAIR-TO-BYTE THRU 1480-EXIT
005030     END-IF.
005040     IF NLS-HEX-PAIR-VALID
005050             AND NLS-CC-IN-KIND = "D"
005060         MOVE NLS-CC-IN-EBCDIC-HEX (3:2) TO NLS-HEX-INPUT-PAIR
005070         PERFORM 1480-HEX-PAIR-TO-BYTE THRU 1480-EXIT
005080         IF NLS-HEX-PAIR-VALID
005090             MOVE NLS-CC-IN-SJIS-HEX (3:2) TO NLS-HEX-INPUT-PAIR
005100             PERFORM 1480-HEX-PAIR-TO-BYTE THRU 1480-EXIT
005110         END-IF
005120     END-IF.
005130     IF NOT NLS-HEX-PAIR-VALID
005140         ADD 1 TO NLS-CC-BAD-ENTRIES
005150         DISPLAY "NLSCPCMP " NLS-CC-IN-TABLE
005160             " BAD HEX IN ENTRY '" NLS-CC-IN-EBCDIC-HEX " "
005170             NLS-CC-IN-SJIS-HEX "' - ENTRY NOT COMPARED"
005180         GO TO 1400-EXIT
005190     END-IF.
005200     PERFORM 1450-FIND-POINT THRU 1450-EXIT.
005210     IF NLS-CC-PT-FOUND-SUB > ZERO
005220         ADD 1 TO NLS-CC-DUPLICATES
005230         DISPLAY "NLSCPCMP " NLS-CC-IN-TABLE
005240             " DUPLICATE KEY " NLS-CC-IN-EBCDIC-HEX
005250             " - ENTRY NOT COMPARED"
005260         GO TO 1400-EXIT
005270     END-IF.
005280     IF NLS-CC-PT-COUNT NOT < 1600
005290         ADD 1 TO NLS-CC-PT-OVERFLOW
005300         DISPLAY "NLSCPCMP " NLS-CC-IN-TABLE
005310             " ENTRY IGNORED - TABLE FULL"
005320         GO TO 1400-EXIT
005330     END-IF.
005340     ADD 1 TO NLS-CC-PT-COUNT.
005350     MOVE NLS-CC-IN-GEN  TO NLS-CC-PT-GEN (NLS-CC-PT-COUNT).
005360     MOVE NLS-CC-IN-KIND TO NLS-CC-PT-KIND (NLS-CC-PT-COUNT).
005370     MOVE NLS-CC-IN-EBCDIC-HEX
005380         TO NLS-CC-PT-EBCDIC-HEX (NLS-CC-PT-COUNT).
005390     MOVE NLS-CC-IN-SJIS-HEX
005400         TO NLS-CC-PT-SJIS-HEX (NLS-CC-PT-COUNT).
005410     MOVE NLS-CC-IN-NAME TO NLS-CC-PT-NAME (NLS-CC-PT-COUNT).
005420     MOVE "N" TO NLS-CC-PT-MATCHED-SW (NLS-CC-PT-COUNT).
005430 1400-EXIT.
005440     EXIT.
005450*----------------------------------------------------------*
005460* 1450-FIND-POINT                                          *
005470*   LOOKS UP THE STAGED GENERATION, KIND AND EBCDIC KEY.   *
005480*   NLS-CC-PT-FOUND-SUB IS ZERO WHEN NOT FOUND.            *
005490*----------------------------------------------------------*
005500 1450-FIND-POINT.
005510     MOVE ZERO TO NLS-CC-PT-FOUND-SUB.
005520     PERFORM 1460-MATCH-POINT THRU 1460-EXIT
005530         VARYING NLS-CC-PT-SUB FROM 1 BY 1
005540         UNTIL NLS-CC-PT-SUB > NLS-CC-PT-COUNT
005550            OR NLS-CC-PT-FOUND-SUB > ZERO.
005560 1450-EXIT.
005570     EXIT.
005580 1460-MATCH-POINT.
005590     IF NLS-CC-PT-GEN (NLS-CC-PT-SUB) = NLS-CC-IN-GEN
005600             AND NLS-CC-PT-KIND (NLS-CC-PT-SUB) = NLS-CC-IN-KIND
005610             AND NLS-CC-PT-EBCDIC-HEX (NLS-CC-PT-SUB) =
005620                 NLS-CC-IN-EBCDIC-HEX
005630         MOVE NLS-CC-PT-SUB TO NLS-CC-PT-FOUND-SUB
005640     END-IF.
005650 1460-EXIT.
005660     EXIT.
005670*----------------------------------------------------------*
005680* 1480-HEX-PAIR-TO-BYTE                                    *
005690*   ASSEMBLES THE TWO HEX CHARACTERS IN NLS-HEX-INPUT-PAIR *
005700*   INTO ONE BYTE, RETURNED IN NLS-HEX-BYTE-CHAR VIA THE   *
005710*   BIG-ENDIAN BINARY WORK FIELD.                          *
005720*----------------------------------------------------------*
005730 1480-HEX-PAIR-TO-BYTE.
005740     SET NLS-HEX-PAIR-VALID TO TRUE.
005750     MOVE NLS-HEX-INPUT-PAIR (1:1) TO NLS-HEX-DIGIT-CHAR.
005760     PERFORM 1485-LOOKUP-HEX-DIGIT THRU 1485-EXIT.
005770     MOVE NLS-HEX-DIGIT-VALUE TO NLS-HEX-HIGH-VALUE.
005780     MOVE NLS-HEX-INPUT-PAIR (2:1) TO NLS-HEX-DIGIT-CHAR.
005790     PERFORM 1485-LOOKUP-HEX-DIGIT THRU 1485-EXIT.
005800     MOVE NLS-HEX-DIGIT-VALUE TO NLS-HEX-LOW-VALUE.
005810     COMPUTE NLS-HEX-BYTE-NUM =
005820             NLS-HEX-HIGH-VALUE * 16 + NLS-HEX-LOW-VALUE.
005830 1480-EXIT.
005840     EXIT.
005850*----------------------------------------------------------*
005860* 1485-LOOKUP-HEX-DIGIT                                    *
005870*   A CHARACTER THAT IS NOT A HEX DIGIT DROPS THE PAIR'S   *
005880*   VALID SWITCH - IT MUST NEVER PARSE AS ZERO.            *
005890*----------------------------------------------------------*
005900 1485-LOOKUP-HEX-DIGIT.
005910     MOVE ZERO TO NLS-HEX-DIGIT-VALUE.
005920     MOVE "N" TO NLS-HEX-DIGIT-VALID-SW.
005930     PERFORM 1486-MATCH-HEX-DIGIT THRU 1486-EXIT
005940         VARYING NLS-HEX-SCAN-SUB FROM 1 BY 1
005950         UNTIL NLS-HEX-SCAN-SUB > 16.
005960     IF NOT NLS-HEX-DIGIT-VALID
005970         MOVE "N" TO NLS-HEX-PAIR-VALID-SW
005980     END-IF.
005990 1485-EXIT.
006000     EXIT.
006010 1486-MATCH-HEX-DIGIT.
006020     IF NLS-HEX-DIGIT-LIST (NLS-HEX-SCAN-SUB:1) =
006030             NLS-HEX-DIGIT-CHAR
006040         COMPUTE NLS-HEX-DIGIT-VALUE = NLS-HEX-SCAN-SUB - 1
006050         SET NLS-HEX-DIGIT-VALID TO TRUE
006060     END-IF.
006070 1486-EXIT.
006080     EXIT.
006090*----------------------------------------------------------*
006100* 2000-COMPARE-GENERATIONS                                 *
006110*   EVERY OLD ENTRY IS LOOKED UP AMONG THE NEW ONES (AND   *
006120*   ITS PARTNER MARKED MATCHED); THE NEW ENTRIES LEFT      *
006130*   UNMATCHED ARE THEN THE ADDITIONS.                      *
006140*----------------------------------------------------------*
006150 2000-COMPARE-GENERATIONS.
006160     PERFORM 2100-COMPARE-OLD-POINT THRU 2100-EXIT
006170         VARYING NLS-CC-WALK-SUB FROM 1 BY 1
006180         UNTIL NLS-CC-WALK-SUB > NLS-CC-PT-COUNT.
006190     PERFORM 2200-CHECK-NEW-POINT THRU 2200-EXIT
006200         VARYING NLS-CC-WALK-SUB FROM 1 BY 1
006210         UNTIL NLS-CC-WALK-SUB > NLS-CC-PT-COUNT.
006220 2000-EXIT.
006230     EXIT.
006240*----------------------------------------------------------*
006250* 2100-COMPARE-OLD-POINT                                   *
006260*   NLS-CC-WALK-SUB WALKS THE CODE-POINT TABLE; THE        *
006270*   CHANGE ENTRY IS BUILT AT NLS-CC-CH-COUNT.              *
006280*----------------------------------------------------------*
006290 2100-COMPARE-OLD-POINT.
006300     IF NLS-CC-PT-GEN (NLS-CC-WALK-SUB) NOT = "O"
006310         GO TO 2100-EXIT
006320     END-IF.
006330     MOVE "N" TO NLS-CC-IN-GEN.
006340     MOVE NLS-CC-PT-KIND (NLS-CC-WALK-SUB) TO NLS-CC-IN-KIND.
006350     MOVE NLS-CC-PT-EBCDIC-HEX (NLS-CC-WALK-SUB)
006360         TO NLS-CC-IN-EBCDIC-HEX.
006370     PERFORM 1450-FIND-POINT THRU 1450-EXIT.
006380     IF NLS-CC-PT-FOUND-SUB = ZERO
006390         PERFORM 2300-NEW-CHANGE THRU 2300-EXIT
006400         SET NLS-CC-CH-REMOVED (NLS-CC-CH-COUNT) TO TRUE
006410         ADD 1 TO NLS-CC-REMOVED-COUNT
006420         GO TO 2100-EXIT
006430     END-IF.
006440     SET NLS-CC-PT-MATCHED (NLS-CC-PT-FOUND-SUB) TO TRUE.
006450     IF NLS-CC-PT-SJIS-HEX (NLS-CC-PT-FOUND-SUB) NOT =
006460             NLS-CC-PT-SJIS-HEX (NLS-CC-WALK-SUB)
006470         PERFORM 2300-NEW-CHANGE THRU 2300-EXIT
006480         SET NLS-CC-CH-REMAPPED (NLS-CC-CH-COUNT) TO TRUE
006490         ADD 1 TO NLS-CC-REMAPPED-COUNT
006500         GO TO 2100-EXIT
006510     END-IF.
006520     IF NLS-CC-PT-NAME (NLS-CC-PT-FOUND-SUB) NOT =
006530             NLS-CC-PT-NAME (NLS-CC-WALK-SUB)
006540         PERFORM 2300-NEW-CHANGE THRU 2300-EXIT
006550         SET NLS-CC-CH-RENAMED (NLS-CC-CH-COUNT) TO TRUE
006560         ADD 1 TO NLS-CC-RENAMED-COUNT
006570     END-IF.
006580 2100-EXIT.
006590     EXIT.
006600*----------------------------------------------------------*
006610* 2200-CHECK-NEW-POINT                                     *
006620*----------------------------------------------------------*
006630 2200-CHECK-NEW-POINT.
006640     IF NLS-CC-PT-GEN (NLS-CC-WALK-SUB) = "N"
006650             AND NOT NLS-CC-PT-MATCHED (NLS-CC-WALK-SUB)
006660         MOVE ZERO TO NLS-CC-PT-FOUND-SUB
006670         PERFORM 2300-NEW-CHANGE THRU 2300-EXIT
006680         SET NLS-CC-CH-ADDED (NLS-CC-CH-COUNT) TO TRUE
006690         ADD 1 TO NLS-CC-ADDED-COUNT
006700     END-IF.
006710 2200-EXIT.
006720     EXIT.
006730*----------------------------------------------------------*
006740* 2300-NEW-CHANGE                                          *
006750*   OPENS A CHANGE ENTRY FOR THE POINT AT NLS-CC-WALK-SUB  *
006760*   (OLD FOR A REMOVAL, REMAP OR RENAME; NEW FOR AN        *
006770*   ADDITION) AND, WHEN NLS-CC-PT-FOUND-SUB IS SET, THE    *
006780*   NEW POINT IT MATCHED. THE SEARCH PATTERNS ARE THE      *
006790*   OLD SHIFT-JIS VALUE AND, WHEN DIFFERENT, THE NEW ONE.  *
006800*   THE CHANGE TABLE HOLDS AS MANY ENTRIES AS THE CODE-    *
006810*   POINT TABLE, SO IT CANNOT OVERFLOW.                    *
006820*----------------------------------------------------------*
006830 2300-NEW-CHANGE.
006840     ADD 1 TO NLS-CC-CH-COUNT.
006850     MOVE NLS-CC-PT-KIND (NLS-CC-WALK-SUB)
006860         TO NLS-CC-CH-KIND (NLS-CC-CH-COUNT).
006870     MOVE NLS-CC-PT-EBCDIC-HEX (NLS-CC-WALK-SUB)
006880         TO NLS-CC-CH-EBCDIC-HEX (NLS-CC-CH-COUNT).
006890     MOVE SPACES TO NLS-CC-CH-OLD-SJIS-HEX (NLS-CC-CH-COUNT).
006900     MOVE SPACES TO NLS-CC-CH-NEW-SJIS-HEX (NLS-CC-CH-COUNT).
006910     MOVE SPACES TO NLS-CC-CH-OLD-NAME (NLS-CC-CH-COUNT).
006920     MOVE SPACES TO NLS-CC-CH-NEW-NAME (NLS-CC-CH-COUNT).
006930     MOVE ZERO TO NLS-CC-CH-PAT-COUNT (NLS-CC-CH-COUNT).
006940     MOVE ZERO TO NLS-CC-CH-RECORDS (NLS-CC-CH-COUNT).
006950     IF NLS-CC-PT-KIND (NLS-CC-WALK-SUB) = "D"
006960         MOVE 2 TO NLS-CC-CH-PAT-LEN (NLS-CC-CH-COUNT)
006970     ELSE
006980         MOVE 1 TO NLS-CC-CH-PAT-LEN (NLS-CC-CH-COUNT)
006990     END-IF.
007000     IF NLS-CC-PT-GEN (NLS-CC-WALK-SUB) = "O"
007010         MOVE NLS-CC-PT-SJIS-HEX (NLS-CC-WALK-SUB)
007020             TO NLS-CC-CH-OLD-SJIS-HEX (NLS-CC-CH-COUNT)
007030         MOVE NLS-CC-PT-NAME (NLS-CC-WALK-SUB)
007040             TO NLS-CC-CH-OLD-NAME (NLS-CC-CH-COUNT)
007050         MOVE NLS-CC-PT-SJIS-HEX (NLS-CC-WALK-SUB)
007060             TO NLS-CC-SJIS-HEX-WORK
007070         PERFORM 2350-ADD-PATTERN THRU 2350-EXIT
007080     ELSE
007090         MOVE NLS-CC-PT-SJIS-HEX (NLS-CC-WALK-SUB)
007100             TO NLS-CC-CH-NEW-SJIS-HEX (NLS-CC-CH-COUNT)
007110         MOVE NLS-CC-PT-NAME (NLS-CC-WALK-SUB)
007120             TO NLS-CC-CH-NEW-NAME (NLS-CC-CH-COUNT)
007130         MOVE NLS-CC-PT-SJIS-HEX (NLS-CC-WALK-SUB)
007140             TO NLS-CC-SJIS-HEX-WORK
007150         PERFORM 2350-ADD-PATTERN THRU 2350-EXIT
007160     END-IF.
007170     IF NLS-CC-PT-FOUND-SUB > ZERO
007180         MOVE NLS-CC-PT-SJIS-HEX (NLS-CC-PT-FOUND-SUB)
007190             TO NLS-CC-CH-NEW-SJIS-HEX (NLS-CC-CH-COUNT)
007200         MOVE NLS-CC-PT-NAME (NLS-CC-PT-FOUND-SUB)
007210             TO NLS-CC-CH-NEW-NAME (NLS-CC-CH-COUNT)
007220         IF NLS-CC-PT-SJIS-HEX (NLS-CC-PT-FOUND-SUB) NOT =
007230                 NLS-CC-PT-SJIS-HEX (NLS-CC-WALK-SUB)
007240             MOVE NLS-CC-PT-SJIS-HEX (NLS-CC-PT-FOUND-SUB)
007250                 TO NLS-CC-SJIS-HEX-WORK
007260             PERFORM 2350-ADD-PATTERN THRU 2350-EXIT
007270         END-IF
007280     END-IF.
007290 2300-EXIT.
007300     EXIT.
007310*----------------------------------------------------------*
007320* 2350-ADD-PATTERN                                         *
007330*   TURNS THE SHIFT-JIS HEX IN NLS-CC-SJIS-HEX-WORK INTO   *
007340*   ITS BYTE (OR BYTE PAIR) AND ADDS IT AS A SEARCH        *
007350*   PATTERN OF THE CURRENT CHANGE. THE HEX WAS CHECKED AT  *
007360*   LOAD, SO IT PARSES.                                    *
007370*----------------------------------------------------------*
007380 2350-ADD-PATTERN.
007390     MOVE SPACES TO NLS-CC-PATTERN-WORK.
007400     MOVE NLS-CC-SJIS-HEX-WORK (1:2) TO NLS-HEX-INPUT-PAIR.
007410     PERFORM 1480-HEX-PAIR-TO-BYTE THRU 1480-EXIT.
007420     MOVE NLS-HEX-BYTE-CHAR TO NLS-CC-PATTERN-WORK (1:1).
007430     IF NLS-CC-CH-PAT-LEN (NLS-CC-CH-COUNT) = 2
007440         MOVE NLS-CC-SJIS-HEX-WORK (3:2) TO NLS-HEX-INPUT-PAIR
007450         PERFORM 1480-HEX-PAIR-TO-BYTE THRU 1480-EXIT
007460         MOVE NLS-HEX-BYTE-CHAR TO NLS-CC-PATTERN-WORK (2:1)
007470     END-IF.
007480     ADD 1 TO NLS-CC-CH-PAT-COUNT (NLS-CC-CH-COUNT).
007490     MOVE NLS-CC-PATTERN-WORK TO NLS-CC-CH-PATTERN
007500         (NLS-CC-CH-COUNT, NLS-CC-CH-PAT-COUNT (NLS-CC-CH-COUNT)).
007510 2350-EXIT.
007520     EXIT.
007530*----------------------------------------------------------*
007540* 3000-COUNT-PARTNER-HITS                                  *
007550*   ONE PASS OVER NLSPDATA: EACH RECORD IS SEARCHED FOR    *
007560*   EVERY CHANGE'S PATTERNS AND COUNTED ONCE PER CHANGE IT *
007570*   TOUCHES. NOTHING TO SEARCH FOR MEANS NO PASS.          *
007580*----------------------------------------------------------*
007590 3000-COUNT-PARTNER-HITS.
007600     IF NLS-CC-CH-COUNT = ZERO
007610         GO TO 3000-EXIT
007620     END-IF.
007630     OPEN INPUT NLS-PARTNER-FILE.
007640     IF NLS-PARTNER-FILE-STATUS NOT = "00"
007650         SET NLS-CC-INPUT-MISSING TO TRUE
007660         DISPLAY "NLSCPCMP NLSPDATA NOT AVAILABLE - STATUS "
007670             NLS-PARTNER-FILE-STATUS
007680         GO TO 3000-EXIT
007690     END-IF.
007700     PERFORM 3100-READ-PARTNER THRU 3100-EXIT.
007710     PERFORM 3200-SEARCH-ONE-RECORD THRU 3200-EXIT
007720         UNTIL NLS-CC-PARTNER-EOF.
007730     CLOSE NLS-PARTNER-FILE.
007740 3000-EXIT.
007750     EXIT.
007760*----------------------------------------------------------*
007770* 3100-READ-PARTNER                                        *
007780*----------------------------------------------------------*
007790 3100-READ-PARTNER.
007800     READ NLS-PARTNER-FILE
007810         AT END
007820             SET NLS-CC-PARTNER-EOF TO TRUE
007830     END-READ.
007840 3100-EXIT.
007850     EXIT.
007860*----------------------------------------------------------*
007870* 3200-SEARCH-ONE-RECORD                                   *
007880*----------------------------------------------------------*
007890 3200-SEARCH-ONE-RECORD.
007900     ADD 1 TO NLS-CC-PARTNER-READ.
007910     PERFORM 3300-SEARCH-ONE-CHANGE THRU 3300-EXIT
007920         VARYING NLS-CC-CH-SUB FROM 1 BY 1
007930         UNTIL NLS-CC-CH-SUB > NLS-CC-CH-COUNT.
007940     PERFORM 3100-READ-PARTNER THRU 3100-EXIT.
007950 3200-EXIT.
007960     EXIT.
007970*----------------------------------------------------------*
007980* 3300-SEARCH-ONE-CHANGE                                   *
007990*----------------------------------------------------------*
008000 3300-SEARCH-ONE-CHANGE.
008010     MOVE "N" TO NLS-CC-REC-HIT-SW.
008020     PERFORM 3310-SEARCH-ONE-PATTERN THRU 3310-EXIT
008030         VARYING NLS-CC-PAT-SUB FROM 1 BY 1
008040         UNTIL NLS-CC-PAT-SUB >
008050                   NLS-CC-CH-PAT-COUNT (NLS-CC-CH-SUB)
008060            OR NLS-CC-REC-HIT.
008070     IF NLS-CC-REC-HIT
008080         ADD 1 TO NLS-CC-CH-RECORDS (NLS-CC-CH-SUB)
008090     END-IF.
008100 3300-EXIT.
008110     EXIT.
008120 3310-SEARCH-ONE-PATTERN.
008130     MOVE ZERO TO NLS-CC-PAT-TALLY.
008140     INSPECT NLS-PARTNER-RECORD TALLYING NLS-CC-PAT-TALLY
008150         FOR ALL NLS-CC-CH-PATTERN (NLS-CC-CH-SUB, NLS-CC-PAT-SUB)
008160             (1:NLS-CC-CH-PAT-LEN (NLS-CC-CH-SUB)).
008170     IF NLS-CC-PAT-TALLY > ZERO
008180         SET NLS-CC-REC-HIT TO TRUE
008190     END-IF.
008200 3310-EXIT.
008210     EXIT.
008220*----------------------------------------------------------*
008230* 4000-PRINT-CHANGES                                       *
008240*   ONE LINE PER CHANGE, IN TABLE ORDER: THE OLD           *
008250*   GENERATION'S REMOVALS, REMAPS AND RENAMES, THEN THE    *
008260*   NEW GENERATION'S ADDITIONS. A REMOVAL OR REMAP THAT    *
008270*   ANY PARTNER RECORD USES IS MARKED AS BREAKING LIVE     *
008280*   DATA; THOSE DECIDE THE RETURN CODE.                    *
008290*----------------------------------------------------------*
008300 4000-PRINT-CHANGES.
008310     MOVE NLS-CC-RUN-DATE TO NLS-CC-H1-RUN-DATE.
008320     MOVE NLS-CC-RUN-TIME TO NLS-CC-H1-RUN-TIME.
008330     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-HEADING-1.
008340     MOVE SPACES TO NLS-CC-PRINT-LINE.
008350     WRITE NLS-CC-PRINT-LINE.
008360     IF NLS-CC-CH-COUNT = ZERO
008370         WRITE NLS-CC-PRINT-LINE FROM NLS-CC-NO-CHANGE-LINE
008380         GO TO 4000-EXIT
008390     END-IF.
008400     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-HEADING-2.
008410     PERFORM 4100-PRINT-ONE-CHANGE THRU 4100-EXIT
008420         VARYING NLS-CC-CH-SUB FROM 1 BY 1
008430         UNTIL NLS-CC-CH-SUB > NLS-CC-CH-COUNT.
008440 4000-EXIT.
008450     EXIT.
008460*----------------------------------------------------------*
008470* 4100-PRINT-ONE-CHANGE                                    *
008480*----------------------------------------------------------*
008490 4100-PRINT-ONE-CHANGE.
008500     MOVE NLS-CC-CH-TYPE (NLS-CC-CH-SUB) TO NLS-CC-DL-TYPE.
008510     IF NLS-CC-CH-KIND (NLS-CC-CH-SUB) = "D"
008520         MOVE "DBCS" TO NLS-CC-DL-TABLE
008530     ELSE
008540         MOVE "SBCS" TO NLS-CC-DL-TABLE
008550     END-IF.
008560     MOVE NLS-CC-CH-EBCDIC-HEX (NLS-CC-CH-SUB)
008570         TO NLS-CC-DL-EBCDIC.
008580     MOVE NLS-CC-CH-OLD-SJIS-HEX (NLS-CC-CH-SUB)
008590         TO NLS-CC-DL-OLD-SJIS.
008600     MOVE NLS-CC-CH-NEW-SJIS-HEX (NLS-CC-CH-SUB)
008610         TO NLS-CC-DL-NEW-SJIS.
008620     MOVE NLS-CC-CH-OLD-NAME (NLS-CC-CH-SUB)
008630         TO NLS-CC-DL-OLD-NAME.
008640     MOVE NLS-CC-CH-NEW-NAME (NLS-CC-CH-SUB)
008650         TO NLS-CC-DL-NEW-NAME.
008660     MOVE NLS-CC-CH-RECORDS (NLS-CC-CH-SUB)
008670         TO NLS-CC-DL-RECORDS.
008680     MOVE SPACES TO NLS-CC-DL-IMPACT.
008690     IF NLS-CC-CH-RECORDS (NLS-CC-CH-SUB) > ZERO
008700         IF NLS-CC-CH-REMOVED (NLS-CC-CH-SUB)
008710                 OR NLS-CC-CH-REMAPPED (NLS-CC-CH-SUB)
008720             MOVE "BREAKS LIVE DATA" TO NLS-CC-DL-IMPACT
008730             ADD 1 TO NLS-CC-BREAKING-COUNT
008740         ELSE
008750             MOVE "IN LIVE DATA" TO NLS-CC-DL-IMPACT
008760         END-IF
008770     END-IF.
008780     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-DETAIL-LINE.
008790     ADD 1 TO NLS-CC-LINES-WRITTEN.
008800 4100-EXIT.
008810     EXIT.
008820*----------------------------------------------------------*
008830* 7000-PRINT-TOTALS                                        *
008840*----------------------------------------------------------*
008850 7000-PRINT-TOTALS.
008860     MOVE SPACES TO NLS-CC-PRINT-LINE.
008870     WRITE NLS-CC-PRINT-LINE.
008880     MOVE "TABLE ENTRIES READ" TO NLS-CC-TL-LABEL.
008890     MOVE NLS-CC-TABLE-READ TO NLS-CC-TL-COUNT.
008900     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
008910     MOVE "ENTRIES REJECTED (BAD HEX)" TO NLS-CC-TL-LABEL.
008920     MOVE NLS-CC-BAD-ENTRIES TO NLS-CC-TL-COUNT.
008930     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
008940     MOVE "ENTRIES REJECTED (DUPLICATE KEY)" TO NLS-CC-TL-LABEL.
008950     MOVE NLS-CC-DUPLICATES TO NLS-CC-TL-COUNT.
008960     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
008970     MOVE "ENTRIES REJECTED (TABLE FULL)" TO NLS-CC-TL-LABEL.
008980     MOVE NLS-CC-PT-OVERFLOW TO NLS-CC-TL-COUNT.
008990     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
009000     MOVE "CODE POINTS ADDED" TO NLS-CC-TL-LABEL.
009010     MOVE NLS-CC-ADDED-COUNT TO NLS-CC-TL-COUNT.
009020     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
009030     MOVE "CODE POINTS REMOVED" TO NLS-CC-TL-LABEL.
009040     MOVE NLS-CC-REMOVED-COUNT TO NLS-CC-TL-COUNT.
009050     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
009060     MOVE "CODE POINTS REMAPPED" TO NLS-CC-TL-LABEL.
009070     MOVE NLS-CC-REMAPPED-COUNT TO NLS-CC-TL-COUNT.
009080     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
009090     MOVE "CODE POINTS RENAMED" TO NLS-CC-TL-LABEL.
009100     MOVE NLS-CC-RENAMED-COUNT TO NLS-CC-TL-COUNT.
009110     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
009120     MOVE "PARTNER RECORDS SEARCHED" TO NLS-CC-TL-LABEL.
009130     MOVE NLS-CC-PARTNER-READ TO NLS-CC-TL-COUNT.
009140     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
009150     MOVE "CHANGES BREAKING LIVE DATA" TO NLS-CC-TL-LABEL.
009160     MOVE NLS-CC-BREAKING-COUNT TO NLS-CC-TL-COUNT.
009170     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-TOTAL-LINE.
009180     MOVE SPACES TO NLS-CC-PRINT-LINE.
009190     WRITE NLS-CC-PRINT-LINE.
009200     EVALUATE TRUE
009210         WHEN NLS-CC-INPUT-MISSING
009220             MOVE "NOT JUDGED - TABLE OR PARTNER DATA MISSING"
009230                 TO NLS-CC-VL-TEXT
009240         WHEN NLS-CC-BAD-ENTRIES > ZERO
009250           OR NLS-CC-DUPLICATES > ZERO
009260           OR NLS-CC-PT-OVERFLOW > ZERO
009270             MOVE "NOT JUDGED - TABLE ENTRIES REJECTED"
009280                 TO NLS-CC-VL-TEXT
009290         WHEN NLS-CC-BREAKING-COUNT > ZERO
009300             MOVE "DO NOT PROMOTE - CHANGES BREAK LIVE DATA"
009310                 TO NLS-CC-VL-TEXT
009320         WHEN OTHER
009330             MOVE "SAFE TO PROMOTE" TO NLS-CC-VL-TEXT
009340     END-EVALUATE.
009350     WRITE NLS-CC-PRINT-LINE FROM NLS-CC-VERDICT-LINE.
009360     DISPLAY "NLSCPCMP " NLS-CC-CH-COUNT " CHANGES, "
009370         NLS-CC-BREAKING-COUNT " BREAKING LIVE DATA".
009380 7000-EXIT.
009390     EXIT.
009400*----------------------------------------------------------*
009410* 9000-CLOSE-FILES                                         *
009420*----------------------------------------------------------*
009430 9000-CLOSE-FILES.
009440     CLOSE NLS-COMPARE-REPORT.
009450 9000-EXIT.
009460     EXIT.
009470*----------------------------------------------------------*
009480* 9500-SET-RETURN-CODE                                     *
009490*   0 = SAFE TO PROMOTE; 4 = A REMOVAL OR REMAP TOUCHES    *
009500*   LIVE PARTNER DATA; 8 = NOTHING TO JUDGE BY - A TABLE   *
009510*   GENERATION OR THE PARTNER DATA MISSING, OR TABLE       *
009520*   ENTRIES REJECTED.                                      *
009530*----------------------------------------------------------*
009540 9500-SET-RETURN-CODE.
009550     EVALUATE TRUE
009560         WHEN NLS-CC-INPUT-MISSING
009570             MOVE 8 TO RETURN-CODE
009580         WHEN NLS-CC-BAD-ENTRIES > ZERO
009590             MOVE 8 TO RETURN-CODE
009600         WHEN NLS-CC-DUPLICATES > ZERO
009610             MOVE 8 TO RETURN-CODE
009620         WHEN NLS-CC-PT-OVERFLOW > ZERO
009630             MOVE 8 TO RETURN-CODE
009640         WHEN NLS-CC-BREAKING-COUNT > ZERO
009650             MOVE 4 TO RETURN-CODE
009660         WHEN OTHER
009670             MOVE ZERO TO RETURN-CODE
009680     END-EVALUATE.
009690 9500-EXIT.
009700     EXIT.
009710*----------------------------------------------------------*
009720* 9600-WRITE-RUN-LOG                                       *
009730*   ONE STEP RECORD FOR THE RUN-LEVEL AUDIT TRAIL - JOB,   *
009740*   PROGRAM, RETURN CODE, RECORD COUNTS AND ELAPSED        *
009750*   SECONDS - APPENDED THROUGH NLSRLOGW.                   *
009760*----------------------------------------------------------*
009770 9600-WRITE-RUN-LOG.
009780     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
009790     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
009800     COMPUTE NLS-RL-END-SECS = NLS-RL-TIME-HH * 3600
009810             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
009820     COMPUTE NLS-RL-ELAPSED =
009830             NLS-RL-END-SECS - NLS-RL-START-SECS.
009840     IF NLS-RL-ELAPSED < ZERO
009850         ADD 86400 TO NLS-RL-ELAPSED
009860     END-IF.
009870     ACCEPT NLS-RL-JOB-WORK FROM ENVIRONMENT "JOBNAME"
009880     END-ACCEPT.
009890     IF NLS-RL-JOB-WORK = SPACES
009900         MOVE "NLSCPMIG" TO NLS-RL-JOB-WORK
009910     END-IF.
009920     ACCEPT NLS-RL-DATE-WORK FROM DATE YYYYMMDD.
009930     MOVE SPACES TO NLS-RUN-LOG-RECORD.
009940     SET NLS-RL-STEP-RECORD TO TRUE.
009950     MOVE NLS-RL-JOB-WORK     TO NLS-RL-JOB-NAME.
009960     MOVE NLS-RL-DATE-WORK    TO NLS-RL-RUN-DATE.
009970     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-RL-RUN-TIME.
009980     MOVE "NLSCPCMP"          TO NLS-RL-PROGRAM-ID.
009990     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
010000     COMPUTE NLS-RL-RECORDS-READ =
010010             NLS-CC-TABLE-READ + NLS-CC-PARTNER-READ.
010020     MOVE NLS-CC-LINES-WRITTEN TO NLS-RL-RECORDS-WRITTEN.
010030     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
010040     MOVE SPACES              TO NLS-RL-VERDICT.
010050     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
010060     MOVE NLS-RL-SAVED-RC TO RETURN-CODE.
010070 9600-EXIT.
010080     EXIT.
010090*
010100 END PROGRAM "NLSCPCMP".
