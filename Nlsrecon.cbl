000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSRECON.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-13.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-13  RLH  ORIGINAL VERSION. END-OF-JOB CONTROL-   *
000200*                   TOTAL RECONCILIATION FOR A              *
000210*                   CERTIFICATION RUN - TIES THE RECORDS-   *
000220*                   WRITTEN COUNT EACH STEP LOGGED IN       *
000230*                   NLSRLOG TO THE NLSRSLT TRAILERS AND     *
000240*                   DETAIL RECORDS, THE NLSRPT DETAIL LINES *
000250*                   TO THE NLSXTRT EXTRACT, THE RECORDS     *
000260*                   NLSHARCH APPENDED TO NLSHIST UNDER THE  *
000270*                   RUN ID, AND THE NLSFAIL EXTRACT TO THE  *
000280*                   F FLAGS, PRINTS A CONTROL-TOTAL SHEET   *
000290*                   AND ENDS 8 ON ANY BREAK.                *
000300*----------------------------------------------------------*
000310*----------------------------------------------------------*
000320* PURPOSE                                                  *
000330*   LAST STEP OF THE CERTIFICATION JOB. EVERY COUNT THE    *
000340*   RUN LEFT BEHIND IS TIED BACK TO EVERY OTHER COUNT OF   *
000350*   THE SAME RECORDS, SO A STEP THAT LOST, DUPLICATED OR   *
000360*   MISREPORTED RECORDS CANNOT PASS UNNOTICED:             *
000370*   RUN-LOG BLOCK - THE JOB'S STEP RECORDS IN NLSRLOG FROM *
000380*   ITS LATEST NLSCVAL RECORD (THE FIRST STEP) ONWARD. A   *
000390*   STEP LOGGED TWICE IN THE BLOCK (A RESUBMITTED STEP)    *
000400*   COUNTS BY ITS LATEST RECORD.                           *
000410*   RUN ID - THE RUN DATE/TIME OF THE LAST RUN ARCHIVED TO *
000420*   NLSHIST. IT MUST NOT BE OLDER THAN THE BLOCK, OR THIS  *
000430*   RUN ARCHIVED NOTHING.                                  *
000440*   THE TIES, ONE LINE EACH ON THE CONTROL-TOTAL SHEET:    *
000450*   - EACH NLSKPGM CERTIFIER: RECORDS WRITTEN IN ITS       *
000460*     RUN-LOG RECORD = ITS NLSRSLT TRAILER COUNT = ITS     *
000470*     NLSRSLT DETAIL RECORDS.                              *
000480*   - NLSRPT: DETAIL LINES IN ITS RUN-LOG RECORD = NLSRSLT *
000490*     DETAIL RECORDS = NLSXTRT "D" ROWS, AND THE "V" ROW'S *
000500*     PASS COUNT AND FAIL PLUS WAIVED COUNT = THE NLSRSLT  *
000510*     P AND F FLAGS.                                       *
000520*   - NLSHARCH: RECORDS IN ITS RUN-LOG RECORD = NLSHIST    *
000530*     RECORDS UNDER THE RUN ID = NLSRSLT DETAIL RECORDS,   *
000540*     AND THE RUN ID'S F FLAGS = THE NLSRSLT F FLAGS.      *
000550*   - NLSFAIL: FAILURES IN ITS RUN-LOG RECORD = NLSEXCP    *
000560*     RECORDS = NLSRSLT F FLAGS, AND EVERY NLSEXCP RECORD  *
000570*     MATCHES (BY KEY AND RUN STAMP) A DETAIL RECORD       *
000580*     FLAGGED F. NLSFAIL RUNS ONLY WHEN AN EARLIER STEP    *
000590*     ENDED NONZERO; WHEN NONE DID ITS TIE IS NOT CHECKED  *
000600*     (NLSEXCP STILL HOLDS AN EARLIER RUN'S EXTRACT), AND  *
000610*     WHEN ONE DID AND NLSFAIL DID NOT LOG, THAT IS A      *
000620*     BREAK.                                               *
000630*   A STEP MISSING FROM THE BLOCK, A MISSING TRAILER OR    *
000640*   "V" ROW, AND AN UNREADABLE INPUT ARE BREAKS TOO.       *
000650*   RETURN CODE 0 = EVERY TIE BALANCED, 8 = ANY BREAK, SO  *
000660*   THE JOB ENDS RED. ONE STEP RECORD OF ITS OWN GOES TO   *
000670*   NLSRLOG THROUGH NLSRLOGW.                              *
000680*----------------------------------------------------------*
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT NLS-RUN-LOG-FILE ASSIGN TO "NLSRLOG"
000740         ORGANIZATION LINE SEQUENTIAL
000750         FILE STATUS IS NLS-RUN-LOG-STATUS.
000760     SELECT NLS-RESULT-FILE ASSIGN TO "NLSRSLT"
000770         ORGANIZATION INDEXED
000780         ACCESS MODE DYNAMIC
000790         RECORD KEY IS NLS-TR-RESULT-KEY
000800         FILE STATUS IS NLS-RESULT-FILE-STATUS.
000810     SELECT NLS-EXTRACT-FILE ASSIGN TO "NLSXTRT"
000820         ORGANIZATION LINE SEQUENTIAL
000830         FILE STATUS IS NLS-EXTRACT-FILE-STATUS.
000840     SELECT NLS-HISTORY-FILE ASSIGN TO "NLSHIST"
000850         ORGANIZATION LINE SEQUENTIAL
000860         FILE STATUS IS NLS-HISTORY-FILE-STATUS.
000870     SELECT NLS-EXCEPTION-FILE ASSIGN TO "NLSEXCP"
000880         ORGANIZATION LINE SEQUENTIAL
000890         FILE STATUS IS NLS-EXCEPTION-FILE-STATUS.
000900     SELECT NLS-RECON-REPORT ASSIGN TO "RECRPT"
000910         ORGANIZATION LINE SEQUENTIAL
000920         FILE STATUS IS NLS-RECON-REPORT-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  NLS-RUN-LOG-FILE.
000960 01  NLS-RN-LOG-LINE         PIC X(63).
000970 FD  NLS-RESULT-FILE.
000980     COPY NLSTRES.
000990 FD  NLS-EXTRACT-FILE.
001000 01  NLS-XT-EXTRACT-LINE     PIC X(260).
001010 01  NLS-XT-VERDICT-ROW.
001020     05  NLS-XT-ROW-TYPE     PIC X(01).
001030         88  NLS-XT-DETAIL-ROW              VALUE "D".
001040         88  NLS-XT-VERDICT                 VALUE "V".
001050     05  FILLER              PIC X(01).
001060     05  NLS-XT-VD-VERDICT   PIC X(04).
001070     05  FILLER              PIC X(01).
001080     05  NLS-XT-VD-PASS      PIC 9(05).
001090     05  FILLER              PIC X(01).
001100     05  NLS-XT-VD-FAIL      PIC 9(05).
001110     05  FILLER              PIC X(01).
001120     05  NLS-XT-VD-WAIVED    PIC 9(05).
001130     05  FILLER              PIC X(236).
001140 FD  NLS-HISTORY-FILE.
001150     COPY NLSHIST.
001160 FD  NLS-EXCEPTION-FILE.
001170     COPY NLSEXCP.
001180 FD  NLS-RECON-REPORT.
001190 01  NLS-RN-PRINT-LINE       PIC X(132).
001200 WORKING-STORAGE SECTION.
001210*----------------------------------------------------------*
001220* FILE-STATUS AND SWITCH FIELDS                            *
001230*----------------------------------------------------------*
001240 77  NLS-RUN-LOG-STATUS      PIC X(02) VALUE SPACES.
001250 77  NLS-RESULT-FILE-STATUS  PIC X(02) VALUE SPACES.
001260 77  NLS-EXTRACT-FILE-STATUS PIC X(02) VALUE SPACES.
001270 77  NLS-HISTORY-FILE-STATUS PIC X(02) VALUE SPACES.
001280 77  NLS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
001290 77  NLS-RECON-REPORT-STATUS PIC X(02) VALUE SPACES.
001300 77  NLS-RN-LOG-EOF-SW       PIC X(01) VALUE "N".
001310     88  NLS-RN-LOG-EOF                 VALUE "Y".
001320 77  NLS-RN-RESULT-EOF-SW    PIC X(01) VALUE "N".
001330     88  NLS-RN-RESULT-EOF              VALUE "Y".
001340 77  NLS-RN-RESULT-OPEN-SW   PIC X(01) VALUE "N".
001350     88  NLS-RN-RESULT-OPEN             VALUE "Y".
001360 77  NLS-RN-EXTRACT-EOF-SW   PIC X(01) VALUE "N".
001370     88  NLS-RN-EXTRACT-EOF             VALUE "Y".
001380 77  NLS-RN-HISTORY-EOF-SW   PIC X(01) VALUE "N".
001390     88  NLS-RN-HISTORY-EOF             VALUE "Y".
001400 77  NLS-RN-EXCEPTION-EOF-SW PIC X(01) VALUE "N".
001410     88  NLS-RN-EXCEPTION-EOF           VALUE "Y".
001420 77  NLS-RN-BLOCK-FOUND-SW   PIC X(01) VALUE "N".
001430     88  NLS-RN-BLOCK-FOUND             VALUE "Y".
001440 77  NLS-RN-VERDICT-ROW-SW   PIC X(01) VALUE "N".
001450     88  NLS-RN-VERDICT-ROW-SEEN        VALUE "Y".
001460 77  NLS-RN-FAIL-DUE-SW      PIC X(01) VALUE "N".
001470     88  NLS-RN-FAIL-DUE                VALUE "Y".
001480 77  NLS-RN-KEY-FOUND-SW     PIC X(01) VALUE "N".
001490     88  NLS-RN-KEY-FOUND               VALUE "Y".
001500*----------------------------------------------------------*
001510* RUN-IDENTIFICATION FIELDS                                *
001520*   THE JOB NAME IS TAKEN FROM THE JOBNAME ENVIRONMENT     *
001530*   VALUE AND DEFAULTS TO THE CERTIFICATION JOB'S OWN      *
001540*   NAME. THE BLOCK START IS THE STAMP OF THE JOB'S LATEST *
001550*   NLSCVAL STEP RECORD.                                   *
001560*----------------------------------------------------------*
001570 77  NLS-RN-JOB-NAME         PIC X(08) VALUE SPACES.
001580 77  NLS-RN-RUN-DATE         PIC 9(08) VALUE ZERO.
001590 01  NLS-RN-BLOCK-START.
001600     05  NLS-RN-BS-DATE      PIC 9(08) VALUE ZERO.
001610     05  NLS-RN-BS-TIME      PIC 9(06) VALUE ZERO.
001620 01  NLS-RN-RUN-ID.
001630     05  NLS-RN-RI-DATE      PIC 9(08) VALUE ZERO.
001640     05  NLS-RN-RI-TIME      PIC 9(06) VALUE ZERO.
001650*----------------------------------------------------------*
001660* RUN-LOG BLOCK TABLE - ONE ENTRY PER PROGRAM WITH A STEP  *
001670* RECORD IN THE BLOCK, HOLDING ITS LATEST RECORD           *
001680*----------------------------------------------------------*
001690 01  NLS-RN-STEP-TABLE.
001700     05  NLS-RN-SP-ENTRY OCCURS 20 TIMES.
001710         10  NLS-RN-SP-PROGRAM   PIC X(08).
001720         10  NLS-RN-SP-RC        PIC 9(04).
001730         10  NLS-RN-SP-WRITTEN   PIC 9(09) COMP.
001740 77  NLS-RN-SP-COUNT         PIC 9(03) COMP VALUE ZERO.
001750 77  NLS-RN-SP-SUB           PIC 9(03) COMP VALUE ZERO.
001760 77  NLS-RN-SP-FOUND-SUB     PIC 9(03) COMP VALUE ZERO.
001770 77  NLS-RN-SP-MATCH-SW      PIC X(01) VALUE "N".
001780     88  NLS-RN-SP-MATCH-FOUND          VALUE "Y".
001790 77  NLS-RN-SP-OVERFLOW      PIC 9(05) COMP VALUE ZERO.
001800 77  NLS-RN-FIND-PROGRAM     PIC X(08) VALUE SPACES.
001810*----------------------------------------------------------*
001820* RESULT-FILE TABLE - DETAIL RECORDS AND TRAILER COUNT PER *
001830* PROGRAM IN NLSRSLT                                       *
001840*----------------------------------------------------------*
001850 01  NLS-RN-RESULT-TABLE.
001860     05  NLS-RN-RS-ENTRY OCCURS 10 TIMES.
001870         10  NLS-RN-RS-PROGRAM   PIC X(08).
001880         10  NLS-RN-RS-DETAILS   PIC 9(09) COMP.
001890         10  NLS-RN-RS-CLAIMED   PIC 9(09) COMP.
001900         10  NLS-RN-RS-TRAILER-SW PIC X(01).
001910 77  NLS-RN-RS-COUNT         PIC 9(03) COMP VALUE ZERO.
001920 77  NLS-RN-RS-SUB           PIC 9(03) COMP VALUE ZERO.
001930 77  NLS-RN-RS-FOUND-SUB     PIC 9(03) COMP VALUE ZERO.
001940 77  NLS-RN-RS-MATCH-SW      PIC X(01) VALUE "N".
001950     88  NLS-RN-RS-MATCH-FOUND          VALUE "Y".
001960 77  NLS-RN-RS-OVERFLOW      PIC 9(05) COMP VALUE ZERO.
001970 77  NLS-RN-KP-SUB           PIC 9(03) COMP VALUE ZERO.
001980     COPY NLSKPGM.
001990*----------------------------------------------------------*
002000* CONTROL TOTALS                                           *
002010*----------------------------------------------------------*
002020 77  NLS-RN-RESULT-DETAILS   PIC 9(09) COMP VALUE ZERO.
002030 77  NLS-RN-RESULT-PASSES    PIC 9(09) COMP VALUE ZERO.
002040 77  NLS-RN-RESULT-FAILS     PIC 9(09) COMP VALUE ZERO.
002050 77  NLS-RN-EXTRACT-DETAILS  PIC 9(09) COMP VALUE ZERO.
002060 77  NLS-RN-EXTRACT-PASSES   PIC 9(09) COMP VALUE ZERO.
002070 77  NLS-RN-EXTRACT-FAILS    PIC 9(09) COMP VALUE ZERO.
002080 77  NLS-RN-HISTORY-RECORDS  PIC 9(09) COMP VALUE ZERO.
002090 77  NLS-RN-HISTORY-FAILS    PIC 9(09) COMP VALUE ZERO.
002100 77  NLS-RN-EXCEPTIONS       PIC 9(09) COMP VALUE ZERO.
002110 77  NLS-RN-EXCEPTIONS-MATCHED PIC 9(09) COMP VALUE ZERO.
002120 77  NLS-RN-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
002130 77  NLS-RN-TIES-CHECKED     PIC 9(05) COMP VALUE ZERO.
002140 77  NLS-RN-BREAK-COUNT      PIC 9(05) COMP VALUE ZERO.
002150*----------------------------------------------------------*
002160* TIE WORK FIELDS - SET BY EACH TIE BEFORE 7900 PRINTS IT. *
002170* A BLANK THIRD LABEL MEANS A TWO-WAY TIE; A NOTE MEANS A  *
002180* SOURCE IS MISSING AND THE TIE IS A BREAK AS IT STANDS.   *
002190*----------------------------------------------------------*
002200 77  NLS-RN-TIE-LABEL        PIC X(30) VALUE SPACES.
002210 77  NLS-RN-A-LABEL          PIC X(16) VALUE SPACES.
002220 77  NLS-RN-A-COUNT          PIC 9(09) COMP VALUE ZERO.
002230 77  NLS-RN-B-LABEL          PIC X(16) VALUE SPACES.
002240 77  NLS-RN-B-COUNT          PIC 9(09) COMP VALUE ZERO.
002250 77  NLS-RN-C-LABEL          PIC X(16) VALUE SPACES.
002260 77  NLS-RN-C-COUNT          PIC 9(09) COMP VALUE ZERO.
002270 77  NLS-RN-TIE-NOTE         PIC X(18) VALUE SPACES.
002280 77  NLS-RN-EDIT-COUNT       PIC ZZZZZZZZ9.
002290 77  NLS-RN-NOTE-TEXT        PIC X(100) VALUE SPACES.
002300*----------------------------------------------------------*
002310* REPORT LINE LAYOUTS                                      *
002320*----------------------------------------------------------*
002330 01  NLS-RN-HEADING-1.
002340     05  FILLER              PIC X(40) VALUE
002350         "NLSRECON  CERTIFICATION CONTROL TOTALS  ".
002360     05  FILLER              PIC X(04) VALUE "JOB ".
002370     05  NLS-RN-H1-JOB-NAME  PIC X(08).
002380     05  FILLER              PIC X(10) VALUE "  PRINTED ".
002390     05  NLS-RN-H1-RUN-DATE  PIC 9(08).
002400     05  FILLER              PIC X(62) VALUE SPACES.
002410 01  NLS-RN-HEADING-2.
002420     05  FILLER              PIC X(08) VALUE "RUN ID ".
002430     05  NLS-RN-H2-RUN-DATE  PIC X(08).
002440     05  NLS-RN-H2-SLASH     PIC X(01).
002450     05  NLS-RN-H2-RUN-TIME  PIC X(06).
002460     05  FILLER              PIC X(30) VALUE
002470         "   RUN-LOG BLOCK FROM NLSCVAL ".
002480     05  NLS-RN-H2-BS-DATE   PIC X(08).
002490     05  NLS-RN-H2-BS-SLASH  PIC X(01).
002500     05  NLS-RN-H2-BS-TIME   PIC X(06).
002510     05  FILLER              PIC X(64) VALUE SPACES.
002520 01  NLS-RN-SECTION-LINE.
002530     05  NLS-RN-SL-TITLE     PIC X(60).
002540     05  FILLER              PIC X(72) VALUE SPACES.
002550 01  NLS-RN-TIE-LINE.
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  NLS-RN-TL-LABEL     PIC X(30).
002580     05  NLS-RN-TL-A-LABEL   PIC X(16).
002590     05  NLS-RN-TL-A-COUNT   PIC X(09).
002600     05  FILLER              PIC X(02) VALUE SPACES.
002610     05  NLS-RN-TL-B-LABEL   PIC X(16).
002620     05  NLS-RN-TL-B-COUNT   PIC X(09).
002630     05  FILLER              PIC X(02) VALUE SPACES.
002640     05  NLS-RN-TL-C-LABEL   PIC X(16).
002650     05  NLS-RN-TL-C-COUNT   PIC X(09).
002660     05  FILLER              PIC X(02) VALUE SPACES.
002670     05  NLS-RN-TL-STATUS    PIC X(18).
002680     05  FILLER              PIC X(01) VALUE SPACES.
002690 01  NLS-RN-NOTE-LINE.
002700     05  FILLER              PIC X(04) VALUE SPACES.
002710     05  NLS-RN-NL-TEXT      PIC X(100).
002720     05  FILLER              PIC X(28) VALUE SPACES.
002730 01  NLS-RN-TOTAL-LINE.
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  NLS-RN-TT-LABEL     PIC X(28).
002760     05  NLS-RN-TT-COUNT     PIC ZZZZ9.
002770     05  FILLER              PIC X(97) VALUE SPACES.
002780*----------------------------------------------------------*
002790* RUN-LOG FIELDS                                           *
002800*   THE RUN-LOG IS READ INTO NLS-RUN-LOG-RECORD, AND THIS  *
002810*   PROGRAM'S OWN STEP RECORD IS BUILT THERE TOO.          *
002820*----------------------------------------------------------*
002830     COPY NLSRLOG.
002840 01  NLS-RL-TIME-WORK-G.
002850     05  NLS-RL-TIME-HH      PIC 9(02).
002860     05  NLS-RL-TIME-MM      PIC 9(02).
002870     05  NLS-RL-TIME-SS      PIC 9(02).
002880     05  FILLER              PIC X(02).
002890 77  NLS-RL-DATE-WORK        PIC 9(08) VALUE ZERO.
002900 77  NLS-RL-START-SECS       PIC 9(06) COMP VALUE ZERO.
002910 77  NLS-RL-END-SECS         PIC 9(06) COMP VALUE ZERO.
002920 77  NLS-RL-ELAPSED          PIC S9(07) COMP VALUE ZERO.
002930 77  NLS-RL-SAVED-RC         PIC S9(04) COMP VALUE ZERO.
002940 PROCEDURE DIVISION.
002950*----------------------------------------------------------*
002960* 0000-MAINLINE                                            *
002970*----------------------------------------------------------*
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT.
003010     PERFORM 3000-COUNT-RESULTS THRU 3000-EXIT.
003020     PERFORM 4000-COUNT-EXTRACT THRU 4000-EXIT.
003030     PERFORM 4500-COUNT-HISTORY THRU 4500-EXIT.
003040     PERFORM 6000-PRINT-RUN-ID THRU 6000-EXIT.
003050     PERFORM 7000-TIE-CERTIFIERS THRU 7000-EXIT.
003060     PERFORM 7200-TIE-REPORT-EXTRACT THRU 7200-EXIT.
003070     PERFORM 7300-TIE-HISTORY THRU 7300-EXIT.
003080     PERFORM 7400-TIE-FAILURE-EXTRACT THRU 7400-EXIT.
003090     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003100     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003110     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
003120     PERFORM 9600-WRITE-RUN-LOG THRU 9600-EXIT.
003130     GOBACK.
003140*----------------------------------------------------------*
003150* 1000-INITIALIZE                                          *
003160*   STAMPS THE RUN DATE, PICKS UP THE JOB NAME AND PRINTS  *
003170*   THE FIRST HEADING. A PROBLEM FOUND WHILE THE INPUTS    *
003180*   ARE COUNTED IS NOTED DIRECTLY BENEATH IT.              *
003190*----------------------------------------------------------*
003200 1000-INITIALIZE.
003210     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
003220     COMPUTE NLS-RL-START-SECS = NLS-RL-TIME-HH * 3600
003230             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
003240     ACCEPT NLS-RN-RUN-DATE FROM DATE YYYYMMDD.
003250     ACCEPT NLS-RN-JOB-NAME FROM ENVIRONMENT "JOBNAME"
003260     END-ACCEPT.
003270     IF NLS-RN-JOB-NAME = SPACES
003280         MOVE "NLSCERT" TO NLS-RN-JOB-NAME
003290     END-IF.
003300     OPEN OUTPUT NLS-RECON-REPORT.
003310     MOVE NLS-RN-JOB-NAME TO NLS-RN-H1-JOB-NAME.
003320     MOVE NLS-RN-RUN-DATE TO NLS-RN-H1-RUN-DATE.
003330     WRITE NLS-RN-PRINT-LINE FROM NLS-RN-HEADING-1
003340         AFTER ADVANCING 1 LINE.
003350 1000-EXIT.
003360     EXIT.
003370*----------------------------------------------------------*
003380* 2000-LOAD-RUN-LOG                                        *
003390*   ONE PASS OVER NLSRLOG. EVERY NLSCVAL STEP RECORD OF    *
003400*   THIS JOB STARTS A NEW BLOCK, SO WHAT IS LEFT AT END OF *
003410*   FILE IS THE CURRENT RUN'S STEPS.                       *
003420*----------------------------------------------------------*
003430 2000-LOAD-RUN-LOG.
003440     OPEN INPUT NLS-RUN-LOG-FILE.
003450     IF NLS-RUN-LOG-STATUS NOT = "00"
003460         MOVE SPACES TO NLS-RN-NOTE-TEXT
003470         STRING "NLSRLOG NOT AVAILABLE - STATUS "
003480             NLS-RUN-LOG-STATUS
003490             " - NO STEP COUNTS TO RECONCILE"
003500             DELIMITED BY SIZE INTO NLS-RN-NOTE-TEXT
003510         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
003520         GO TO 2000-EXIT
003530     END-IF.
003540     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
003550     PERFORM 2200-APPLY-RUN-LOG-RECORD THRU 2200-EXIT
003560         UNTIL NLS-RN-LOG-EOF.
003570     CLOSE NLS-RUN-LOG-FILE.
003580     IF NOT NLS-RN-BLOCK-FOUND
003590         MOVE SPACES TO NLS-RN-NOTE-TEXT
003600         STRING "NO NLSCVAL STEP RECORD FOR JOB "
003610             NLS-RN-JOB-NAME
003620             " IN NLSRLOG - NO RUN TO RECONCILE"
003630             DELIMITED BY SIZE INTO NLS-RN-NOTE-TEXT
003640         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
003650     END-IF.
003660     IF NLS-RN-SP-OVERFLOW > ZERO
003670         MOVE "RUN-LOG BLOCK TABLE OVERFLOW - STEPS UNCOUNTED"
003680             TO NLS-RN-NOTE-TEXT
003690         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
003700     END-IF.
003710 2000-EXIT.
003720     EXIT.
003730 2100-READ-RUN-LOG.
003740     READ NLS-RUN-LOG-FILE INTO NLS-RUN-LOG-RECORD
003750         AT END
003760             SET NLS-RN-LOG-EOF TO TRUE
003770         NOT AT END
003780             ADD 1 TO NLS-RN-RECORDS-READ
003790     END-READ.
003800 2100-EXIT.
003810     EXIT.
003820*----------------------------------------------------------*
003830* 2200-APPLY-RUN-LOG-RECORD                                *
003840*   ONLY THIS JOB'S STEP RECORDS COUNT. A STEP ALREADY IN  *
003850*   THE BLOCK IS OVERLAID BY ITS LATER RECORD.             *
003860*----------------------------------------------------------*
003870 2200-APPLY-RUN-LOG-RECORD.
003880     IF NOT NLS-RL-STEP-RECORD
003890             OR NLS-RL-JOB-NAME NOT = NLS-RN-JOB-NAME
003900         GO TO 2200-NEXT
003910     END-IF.
003920     IF NLS-RL-PROGRAM-ID = "NLSCVAL"
003930         SET NLS-RN-BLOCK-FOUND TO TRUE
003940         MOVE NLS-RL-RUN-DATE TO NLS-RN-BS-DATE
003950         MOVE NLS-RL-RUN-TIME TO NLS-RN-BS-TIME
003960         MOVE ZERO TO NLS-RN-SP-COUNT
003970         MOVE ZERO TO NLS-RN-SP-OVERFLOW
003980     END-IF.
003990     IF NOT NLS-RN-BLOCK-FOUND
004000         GO TO 2200-NEXT
004010     END-IF.
004020     MOVE NLS-RL-PROGRAM-ID TO NLS-RN-FIND-PROGRAM.
004030     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
004040     IF NLS-RN-SP-FOUND-SUB = ZERO
004050         IF NLS-RN-SP-COUNT < 20
004060             ADD 1 TO NLS-RN-SP-COUNT
004070             MOVE NLS-RN-SP-COUNT TO NLS-RN-SP-FOUND-SUB
004080             MOVE NLS-RL-PROGRAM-ID
004090                 TO NLS-RN-SP-PROGRAM (NLS-RN-SP-FOUND-SUB)
004100         ELSE
004110             ADD 1 TO NLS-RN-SP-OVERFLOW
004120             GO TO 2200-NEXT
004130         END-IF
004140     END-IF.
004150     MOVE NLS-RL-RETURN-CODE
004160         TO NLS-RN-SP-RC (NLS-RN-SP-FOUND-SUB).
004170     MOVE NLS-RL-RECORDS-WRITTEN
004180         TO NLS-RN-SP-WRITTEN (NLS-RN-SP-FOUND-SUB).
004190 2200-NEXT.
004200     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
004210 2200-EXIT.
004220     EXIT.
004230*----------------------------------------------------------*
004240* 2300-FIND-STEP                                           *
004250*   RETURNS THE BLOCK ENTRY FOR NLS-RN-FIND-PROGRAM IN     *
004260*   NLS-RN-SP-FOUND-SUB, OR ZERO WHEN IT DID NOT LOG.      *
004270*----------------------------------------------------------*
004280 2300-FIND-STEP.
004290     MOVE ZERO TO NLS-RN-SP-FOUND-SUB.
004300     MOVE "N" TO NLS-RN-SP-MATCH-SW.
004310     PERFORM 2310-MATCH-STEP THRU 2310-EXIT
004320         VARYING NLS-RN-SP-SUB FROM 1 BY 1
004330         UNTIL NLS-RN-SP-SUB > NLS-RN-SP-COUNT
004340            OR NLS-RN-SP-MATCH-FOUND.
004350 2300-EXIT.
004360     EXIT.
004370 2310-MATCH-STEP.
004380     IF NLS-RN-SP-PROGRAM (NLS-RN-SP-SUB) = NLS-RN-FIND-PROGRAM
004390         SET NLS-RN-SP-MATCH-FOUND TO TRUE
004400         MOVE NLS-RN-SP-SUB TO NLS-RN-SP-FOUND-SUB
004410     END-IF.
004420 2310-EXIT.
004430     EXIT.
004440*----------------------------------------------------------*
004450* 3000-COUNT-RESULTS                                       *
004460*   ONE PASS ALONG THE NLSRSLT KEY: DETAIL RECORDS AND     *
004470*   TRAILER COUNT PER PROGRAM, AND THE P AND F FLAGS. THE  *
004480*   FILE STAYS OPEN FOR THE NLSEXCP KEY LOOKUPS.           *
004490*----------------------------------------------------------*
004500 3000-COUNT-RESULTS.
004510     OPEN INPUT NLS-RESULT-FILE.
004520     IF NLS-RESULT-FILE-STATUS NOT = "00"
004530         MOVE SPACES TO NLS-RN-NOTE-TEXT
004540         STRING "NLSRSLT NOT AVAILABLE - STATUS "
004550             NLS-RESULT-FILE-STATUS
004560             DELIMITED BY SIZE INTO NLS-RN-NOTE-TEXT
004570         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
004580         GO TO 3000-EXIT
004590     END-IF.
004600     SET NLS-RN-RESULT-OPEN TO TRUE.
004610     MOVE LOW-VALUES TO NLS-TR-RESULT-KEY.
004620     START NLS-RESULT-FILE KEY NOT < NLS-TR-RESULT-KEY
004630         INVALID KEY
004640             SET NLS-RN-RESULT-EOF TO TRUE
004650     END-START.
004660     IF NOT NLS-RN-RESULT-EOF
004670         PERFORM 3100-READ-RESULT-NEXT THRU 3100-EXIT
004680         PERFORM 3200-COUNT-ONE-RESULT THRU 3200-EXIT
004690             UNTIL NLS-RN-RESULT-EOF
004700     END-IF.
004710     IF NLS-RN-RS-OVERFLOW > ZERO
004720         MOVE "NLSRSLT PROGRAM TABLE OVERFLOW - RECORDS UNCOUNTED"
004730             TO NLS-RN-NOTE-TEXT
004740         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
004750     END-IF.
004760 3000-EXIT.
004770     EXIT.
004780 3100-READ-RESULT-NEXT.
004790     READ NLS-RESULT-FILE NEXT
004800         AT END
004810             SET NLS-RN-RESULT-EOF TO TRUE
004820         NOT AT END
004830             ADD 1 TO NLS-RN-RECORDS-READ
004840     END-READ.
004850 3100-EXIT.
004860     EXIT.
004870*----------------------------------------------------------*
004880* 3200-COUNT-ONE-RESULT                                    *
004890*----------------------------------------------------------*
004900 3200-COUNT-ONE-RESULT.
004910     MOVE NLS-TR-PROGRAM-ID TO NLS-RN-FIND-PROGRAM.
004920     PERFORM 3300-FIND-RESULT-PROGRAM THRU 3300-EXIT.
004930     IF NLS-TR-TRAILER
004940         IF NLS-RN-RS-FOUND-SUB > ZERO
004950             MOVE NLS-TR-RECORD-COUNT
004960                 TO NLS-RN-RS-CLAIMED (NLS-RN-RS-FOUND-SUB)
004970             MOVE "Y"
004980                 TO NLS-RN-RS-TRAILER-SW (NLS-RN-RS-FOUND-SUB)
004990         END-IF
005000         GO TO 3200-NEXT
005010     END-IF.
005020     ADD 1 TO NLS-RN-RESULT-DETAILS.
005030     IF NLS-RN-RS-FOUND-SUB > ZERO
005040         ADD 1 TO NLS-RN-RS-DETAILS (NLS-RN-RS-FOUND-SUB)
005050     END-IF.
005060     EVALUATE TRUE
005070         WHEN NLS-TR-PASS
005080             ADD 1 TO NLS-RN-RESULT-PASSES
005090         WHEN NLS-TR-FAIL
005100             ADD 1 TO NLS-RN-RESULT-FAILS
005110     END-EVALUATE.
005120 3200-NEXT.
005130     PERFORM 3100-READ-RESULT-NEXT THRU 3100-EXIT.
005140 3200-EXIT.
005150     EXIT.
005160*----------------------------------------------------------*
005170* 3300-FIND-RESULT-PROGRAM                                 *
005180*   LOCATES (OR CREATES) THE RESULT-FILE ENTRY FOR         *
005190*   NLS-RN-FIND-PROGRAM; ZERO IF THE TABLE IS FULL.        *
005200*----------------------------------------------------------*
005210 3300-FIND-RESULT-PROGRAM.
005220     MOVE ZERO TO NLS-RN-RS-FOUND-SUB.
005230     MOVE "N" TO NLS-RN-RS-MATCH-SW.
005240     PERFORM 3310-MATCH-RESULT-PROGRAM THRU 3310-EXIT
005250         VARYING NLS-RN-RS-SUB FROM 1 BY 1
005260         UNTIL NLS-RN-RS-SUB > NLS-RN-RS-COUNT
005270            OR NLS-RN-RS-MATCH-FOUND.
005280     IF NLS-RN-RS-MATCH-FOUND
005290         GO TO 3300-EXIT
005300     END-IF.
005310     IF NLS-RN-RS-COUNT NOT < 10
005320         ADD 1 TO NLS-RN-RS-OVERFLOW
005330         GO TO 3300-EXIT
005340     END-IF.
005350     ADD 1 TO NLS-RN-RS-COUNT.
005360     MOVE NLS-RN-RS-COUNT TO NLS-RN-RS-FOUND-SUB.
005370     MOVE NLS-RN-FIND-PROGRAM
005380         TO NLS-RN-RS-PROGRAM (NLS-RN-RS-FOUND-SUB).
005390     MOVE ZERO TO NLS-RN-RS-DETAILS (NLS-RN-RS-FOUND-SUB).
005400     MOVE ZERO TO NLS-RN-RS-CLAIMED (NLS-RN-RS-FOUND-SUB).
005410     MOVE "N" TO NLS-RN-RS-TRAILER-SW (NLS-RN-RS-FOUND-SUB).
005420 3300-EXIT.
005430     EXIT.
005440 3310-MATCH-RESULT-PROGRAM.
005450     IF NLS-RN-RS-PROGRAM (NLS-RN-RS-SUB) = NLS-RN-FIND-PROGRAM
005460         SET NLS-RN-RS-MATCH-FOUND TO TRUE
005470         MOVE NLS-RN-RS-SUB TO NLS-RN-RS-FOUND-SUB
005480     END-IF.
005490 3310-EXIT.
005500     EXIT.
005510*----------------------------------------------------------*
005520* 4000-COUNT-EXTRACT                                       *
005530*   "D" ROWS IN NLSXTRT, AND THE "V" ROW'S PASS, FAIL AND  *
005540*   WAIVED TOTALS. "S" ROWS ARE SUBTOTALS OF THE SAME      *
005550*   RESULTS AND ARE NOT COUNTED.                           *
005560*----------------------------------------------------------*
005570 4000-COUNT-EXTRACT.
005580     OPEN INPUT NLS-EXTRACT-FILE.
005590     IF NLS-EXTRACT-FILE-STATUS NOT = "00"
005600         MOVE SPACES TO NLS-RN-NOTE-TEXT
005610         STRING "NLSXTRT NOT AVAILABLE - STATUS "
005620             NLS-EXTRACT-FILE-STATUS
005630             DELIMITED BY SIZE INTO NLS-RN-NOTE-TEXT
005640         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
005650         GO TO 4000-EXIT
005660     END-IF.
005670     PERFORM 4100-READ-EXTRACT THRU 4100-EXIT.
005680     PERFORM 4200-COUNT-ONE-EXTRACT-ROW THRU 4200-EXIT
005690         UNTIL NLS-RN-EXTRACT-EOF.
005700     CLOSE NLS-EXTRACT-FILE.
005710 4000-EXIT.
005720     EXIT.
005730 4100-READ-EXTRACT.
005740     READ NLS-EXTRACT-FILE
005750         AT END
005760             SET NLS-RN-EXTRACT-EOF TO TRUE
005770         NOT AT END
005780             ADD 1 TO NLS-RN-RECORDS-READ
005790     END-READ.
005800 4100-EXIT.
005810     EXIT.
005820 4200-COUNT-ONE-EXTRACT-ROW.
005830     EVALUATE TRUE
005840         WHEN NLS-XT-DETAIL-ROW
005850             ADD 1 TO NLS-RN-EXTRACT-DETAILS
005860         WHEN NLS-XT-VERDICT
005870             SET NLS-RN-VERDICT-ROW-SEEN TO TRUE
005880             MOVE NLS-XT-VD-PASS TO NLS-RN-EXTRACT-PASSES
005890             ADD NLS-XT-VD-FAIL NLS-XT-VD-WAIVED
005900                 GIVING NLS-RN-EXTRACT-FAILS
005910     END-EVALUATE.
005920     PERFORM 4100-READ-EXTRACT THRU 4100-EXIT.
005930 4200-EXIT.
005940     EXIT.
005950*----------------------------------------------------------*
005960* 4500-COUNT-HISTORY                                       *
005970*   NLSHIST IS APPENDED ONE RUN AT A TIME, SO THE RECORDS  *
005980*   OF THE LAST RUN ID ARE THE TAIL OF THE FILE - THE      *
005990*   COUNTS RESTART WHENEVER THE RUN ID CHANGES. A LAST RUN *
006000*   OLDER THAN THE RUN-LOG BLOCK WAS NOT ARCHIVED BY THIS  *
006010*   RUN, AND COUNTS AS NOTHING ARCHIVED.                   *
006020*----------------------------------------------------------*
006030 4500-COUNT-HISTORY.
006040     OPEN INPUT NLS-HISTORY-FILE.
006050     IF NLS-HISTORY-FILE-STATUS NOT = "00"
006060         MOVE SPACES TO NLS-RN-NOTE-TEXT
006070         STRING "NLSHIST NOT AVAILABLE - STATUS "
006080             NLS-HISTORY-FILE-STATUS
006090             DELIMITED BY SIZE INTO NLS-RN-NOTE-TEXT
006100         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
006110         GO TO 4500-EXIT
006120     END-IF.
006130     PERFORM 4600-READ-HISTORY THRU 4600-EXIT.
006140     PERFORM 4700-COUNT-ONE-HISTORY THRU 4700-EXIT
006150         UNTIL NLS-RN-HISTORY-EOF.
006160     CLOSE NLS-HISTORY-FILE.
006170     IF NLS-RN-RUN-ID < NLS-RN-BLOCK-START
006180         MOVE SPACES TO NLS-RN-NOTE-TEXT
006190         STRING "NO NLSHIST RUN ARCHIVED BY THIS RUN - LAST RUN "
006200             "ID IS " NLS-RN-RI-DATE "/" NLS-RN-RI-TIME
006210             DELIMITED BY SIZE INTO NLS-RN-NOTE-TEXT
006220         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
006230         MOVE ZERO TO NLS-RN-HISTORY-RECORDS
006240         MOVE ZERO TO NLS-RN-HISTORY-FAILS
006250     END-IF.
006260 4500-EXIT.
006270     EXIT.
006280 4600-READ-HISTORY.
006290     READ NLS-HISTORY-FILE
006300         AT END
006310             SET NLS-RN-HISTORY-EOF TO TRUE
006320         NOT AT END
006330             ADD 1 TO NLS-RN-RECORDS-READ
006340     END-READ.
006350 4600-EXIT.
006360     EXIT.
006370 4700-COUNT-ONE-HISTORY.
006380     IF NLS-HR-RUN-ID NOT = NLS-RN-RUN-ID
006390         MOVE NLS-HR-RUN-ID TO NLS-RN-RUN-ID
006400         MOVE ZERO TO NLS-RN-HISTORY-RECORDS
006410         MOVE ZERO TO NLS-RN-HISTORY-FAILS
006420     END-IF.
006430     ADD 1 TO NLS-RN-HISTORY-RECORDS.
006440     IF NLS-HR-FAIL
006450         ADD 1 TO NLS-RN-HISTORY-FAILS
006460     END-IF.
006470     PERFORM 4600-READ-HISTORY THRU 4600-EXIT.
006480 4700-EXIT.
006490     EXIT.
006500*----------------------------------------------------------*
006510* 5000-CHECK-EXCEPTIONS                                    *
006520*   COUNTS NLSEXCP AND LOOKS EACH RECORD UP IN NLSRSLT BY  *
006530*   ITS PROGRAM/TEST KEY. IT MATCHES WHEN THE KEY IS A     *
006540*   DETAIL RECORD FLAGGED F WITH THE SAME RUN STAMP.       *
006550*----------------------------------------------------------*
006560 5000-CHECK-EXCEPTIONS.
006570     OPEN INPUT NLS-EXCEPTION-FILE.
006580     IF NLS-EXCEPTION-FILE-STATUS NOT = "00"
006590         MOVE SPACES TO NLS-RN-NOTE-TEXT
006600         STRING "NLSEXCP NOT AVAILABLE - STATUS "
006610             NLS-EXCEPTION-FILE-STATUS
006620             DELIMITED BY SIZE INTO NLS-RN-NOTE-TEXT
006630         PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
006640         GO TO 5000-EXIT
006650     END-IF.
006660     PERFORM 5100-READ-EXCEPTION THRU 5100-EXIT.
006670     PERFORM 5200-MATCH-ONE-EXCEPTION THRU 5200-EXIT
006680         UNTIL NLS-RN-EXCEPTION-EOF.
006690     CLOSE NLS-EXCEPTION-FILE.
006700 5000-EXIT.
006710     EXIT.
006720 5100-READ-EXCEPTION.
006730     READ NLS-EXCEPTION-FILE
006740         AT END
006750             SET NLS-RN-EXCEPTION-EOF TO TRUE
006760         NOT AT END
006770             ADD 1 TO NLS-RN-RECORDS-READ
006780     END-READ.
006790 5100-EXIT.
006800     EXIT.
006810 5200-MATCH-ONE-EXCEPTION.
006820     ADD 1 TO NLS-RN-EXCEPTIONS.
006830     IF NOT NLS-RN-RESULT-OPEN
006840         GO TO 5200-NEXT
006850     END-IF.
006860     MOVE NLS-EX-PROGRAM-ID TO NLS-TR-PROGRAM-ID.
006870     MOVE NLS-EX-TEST-ID    TO NLS-TR-TEST-ID.
006880     SET NLS-RN-KEY-FOUND TO TRUE.
006890     READ NLS-RESULT-FILE
006900         KEY IS NLS-TR-RESULT-KEY
006910         INVALID KEY
006920             MOVE "N" TO NLS-RN-KEY-FOUND-SW
006930     END-READ.
006940     IF NLS-RN-KEY-FOUND
006950             AND NLS-TR-DETAIL
006960             AND NLS-TR-FAIL
006970             AND NLS-TR-RUN-DATE = NLS-EX-RUN-DATE
006980             AND NLS-TR-RUN-TIME = NLS-EX-RUN-TIME
006990         ADD 1 TO NLS-RN-EXCEPTIONS-MATCHED
007000     ELSE
007010         DISPLAY "NLSRECON NLSEXCP " NLS-EX-PROGRAM-ID " "
007020             NLS-EX-TEST-ID " " NLS-EX-RUN-DATE "/"
007030             NLS-EX-RUN-TIME " HAS NO MATCHING F FLAG"
007040     END-IF.
007050 5200-NEXT.
007060     PERFORM 5100-READ-EXCEPTION THRU 5100-EXIT.
007070 5200-EXIT.
007080     EXIT.
007090*----------------------------------------------------------*
007100* 6000-PRINT-RUN-ID                                        *
007110*----------------------------------------------------------*
007120 6000-PRINT-RUN-ID.
007130     MOVE SPACES TO NLS-RN-H2-RUN-DATE NLS-RN-H2-SLASH
007140         NLS-RN-H2-RUN-TIME NLS-RN-H2-BS-DATE NLS-RN-H2-BS-SLASH
007150         NLS-RN-H2-BS-TIME.
007160     IF NLS-RN-RI-DATE > ZERO
007170         MOVE NLS-RN-RI-DATE TO NLS-RN-H2-RUN-DATE
007180         MOVE "/"            TO NLS-RN-H2-SLASH
007190         MOVE NLS-RN-RI-TIME TO NLS-RN-H2-RUN-TIME
007200     END-IF.
007210     IF NLS-RN-BLOCK-FOUND
007220         MOVE NLS-RN-BS-DATE TO NLS-RN-H2-BS-DATE
007230         MOVE "/"            TO NLS-RN-H2-BS-SLASH
007240         MOVE NLS-RN-BS-TIME TO NLS-RN-H2-BS-TIME
007250     END-IF.
007260     MOVE SPACES TO NLS-RN-PRINT-LINE.
007270     WRITE NLS-RN-PRINT-LINE AFTER ADVANCING 1 LINE.
007280     WRITE NLS-RN-PRINT-LINE FROM NLS-RN-HEADING-2
007290         AFTER ADVANCING 1 LINE.
007300 6000-EXIT.
007310     EXIT.
007320*----------------------------------------------------------*
007330* 7000-TIE-CERTIFIERS                                      *
007340*   RUN-LOG WRITTEN = TRAILER COUNT = DETAIL RECORDS FOR   *
007350*   EVERY CERTIFIER NLSKPGM KNOWS.                         *
007360*----------------------------------------------------------*
007370 7000-TIE-CERTIFIERS.
007380     MOVE "CERTIFICATION RESULT RECORDS" TO NLS-RN-SL-TITLE.
007390     PERFORM 7800-PRINT-SECTION THRU 7800-EXIT.
007400     PERFORM 7100-TIE-ONE-CERTIFIER THRU 7100-EXIT
007410         VARYING NLS-RN-KP-SUB FROM 1 BY 1
007420         UNTIL NLS-RN-KP-SUB > NLS-KP-COUNT.
007430 7000-EXIT.
007440     EXIT.
007450 7100-TIE-ONE-CERTIFIER.
007460     MOVE NLS-KP-ID (NLS-RN-KP-SUB) TO NLS-RN-FIND-PROGRAM.
007470     MOVE NLS-RN-FIND-PROGRAM TO NLS-RN-TIE-LABEL.
007480     MOVE "RUN-LOG WRITTEN" TO NLS-RN-A-LABEL.
007490     MOVE "NLSRSLT TRAILER" TO NLS-RN-B-LABEL.
007500     MOVE "NLSRSLT DETAILS" TO NLS-RN-C-LABEL.
007510     MOVE ZERO TO NLS-RN-A-COUNT NLS-RN-B-COUNT NLS-RN-C-COUNT.
007520     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
007530     IF NLS-RN-SP-FOUND-SUB = ZERO
007540         MOVE "** NOT IN RUN-LOG" TO NLS-RN-TIE-NOTE
007550     ELSE
007560         MOVE NLS-RN-SP-WRITTEN (NLS-RN-SP-FOUND-SUB)
007570             TO NLS-RN-A-COUNT
007580     END-IF.
007590     MOVE "N" TO NLS-RN-RS-MATCH-SW.
007600     MOVE ZERO TO NLS-RN-RS-FOUND-SUB.
007610     PERFORM 3310-MATCH-RESULT-PROGRAM THRU 3310-EXIT
007620         VARYING NLS-RN-RS-SUB FROM 1 BY 1
007630         UNTIL NLS-RN-RS-SUB > NLS-RN-RS-COUNT
007640            OR NLS-RN-RS-MATCH-FOUND.
007650     IF NLS-RN-RS-FOUND-SUB > ZERO
007660         MOVE NLS-RN-RS-CLAIMED (NLS-RN-RS-FOUND-SUB)
007670             TO NLS-RN-B-COUNT
007680         MOVE NLS-RN-RS-DETAILS (NLS-RN-RS-FOUND-SUB)
007690             TO NLS-RN-C-COUNT
007700     END-IF.
007710     IF NLS-RN-TIE-NOTE = SPACES
007720         IF NLS-RN-RS-FOUND-SUB = ZERO
007730             MOVE "** NO TRAILER" TO NLS-RN-TIE-NOTE
007740         ELSE
007750             IF NLS-RN-RS-TRAILER-SW (NLS-RN-RS-FOUND-SUB)
007760                     NOT = "Y"
007770                 MOVE "** NO TRAILER" TO NLS-RN-TIE-NOTE
007780             END-IF
007790         END-IF
007800     END-IF.
007810     PERFORM 7900-PRINT-TIE THRU 7900-EXIT.
007820 7100-EXIT.
007830     EXIT.
007840*----------------------------------------------------------*
007850* 7200-TIE-REPORT-EXTRACT                                  *
007860*   NLSRPT'S DETAIL LINES AGAINST NLSRSLT AND NLSXTRT, AND *
007870*   THE EXTRACT'S VERDICT ROW AGAINST THE P AND F FLAGS.   *
007880*----------------------------------------------------------*
007890 7200-TIE-REPORT-EXTRACT.
007900     MOVE "REPORT AND EXTRACT (NLSRPT)" TO NLS-RN-SL-TITLE.
007910     PERFORM 7800-PRINT-SECTION THRU 7800-EXIT.
007920     MOVE "NLSRPT" TO NLS-RN-FIND-PROGRAM.
007930     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
007940     MOVE "DETAIL LINES REPORTED" TO NLS-RN-TIE-LABEL.
007950     MOVE "RUN-LOG WRITTEN" TO NLS-RN-A-LABEL.
007960     MOVE ZERO TO NLS-RN-A-COUNT.
007970     IF NLS-RN-SP-FOUND-SUB = ZERO
007980         MOVE "** NOT IN RUN-LOG" TO NLS-RN-TIE-NOTE
007990     ELSE
008000         MOVE NLS-RN-SP-WRITTEN (NLS-RN-SP-FOUND-SUB)
008010             TO NLS-RN-A-COUNT
008020     END-IF.
008030     MOVE "NLSRSLT DETAILS" TO NLS-RN-B-LABEL.
008040     MOVE NLS-RN-RESULT-DETAILS TO NLS-RN-B-COUNT.
008050     MOVE "NLSXTRT D ROWS" TO NLS-RN-C-LABEL.
008060     MOVE NLS-RN-EXTRACT-DETAILS TO NLS-RN-C-COUNT.
008070     PERFORM 7900-PRINT-TIE THRU 7900-EXIT.
008080     MOVE "VERDICT ROW PASSES" TO NLS-RN-TIE-LABEL.
008090     MOVE "NLSXTRT V ROW" TO NLS-RN-A-LABEL.
008100     MOVE NLS-RN-EXTRACT-PASSES TO NLS-RN-A-COUNT.
008110     MOVE "NLSRSLT P FLAGS" TO NLS-RN-B-LABEL.
008120     MOVE NLS-RN-RESULT-PASSES TO NLS-RN-B-COUNT.
008130     IF NOT NLS-RN-VERDICT-ROW-SEEN
008140         MOVE "** NO V ROW" TO NLS-RN-TIE-NOTE
008150     END-IF.
008160     PERFORM 7900-PRINT-TIE THRU 7900-EXIT.
008170     MOVE "VERDICT ROW FAILS + WAIVED" TO NLS-RN-TIE-LABEL.
008180     MOVE "NLSXTRT V ROW" TO NLS-RN-A-LABEL.
008190     MOVE NLS-RN-EXTRACT-FAILS TO NLS-RN-A-COUNT.
008200     MOVE "NLSRSLT F FLAGS" TO NLS-RN-B-LABEL.
008210     MOVE NLS-RN-RESULT-FAILS TO NLS-RN-B-COUNT.
008220     IF NOT NLS-RN-VERDICT-ROW-SEEN
008230         MOVE "** NO V ROW" TO NLS-RN-TIE-NOTE
008240     END-IF.
008250     PERFORM 7900-PRINT-TIE THRU 7900-EXIT.
008260 7200-EXIT.
008270     EXIT.
008280*----------------------------------------------------------*
008290* 7300-TIE-HISTORY                                         *
008300*   WHAT NLSHARCH LOGGED AGAINST WHAT NLSHIST HOLDS UNDER  *
008310*   THE RUN ID, AND BOTH AGAINST NLSRSLT.                  *
008320*----------------------------------------------------------*
008330 7300-TIE-HISTORY.
008340     MOVE "HISTORY ARCHIVE (NLSHARCH)" TO NLS-RN-SL-TITLE.
008350     PERFORM 7800-PRINT-SECTION THRU 7800-EXIT.
008360     MOVE "NLSHARCH" TO NLS-RN-FIND-PROGRAM.
008370     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
008380     MOVE "RECORDS ARCHIVED" TO NLS-RN-TIE-LABEL.
008390     MOVE "RUN-LOG WRITTEN" TO NLS-RN-A-LABEL.
008400     MOVE ZERO TO NLS-RN-A-COUNT.
008410     IF NLS-RN-SP-FOUND-SUB = ZERO
008420         MOVE "** NOT IN RUN-LOG" TO NLS-RN-TIE-NOTE
008430     ELSE
008440         MOVE NLS-RN-SP-WRITTEN (NLS-RN-SP-FOUND-SUB)
008450             TO NLS-RN-A-COUNT
008460     END-IF.
008470     MOVE "NLSHIST RUN ID" TO NLS-RN-B-LABEL.
008480     MOVE NLS-RN-HISTORY-RECORDS TO NLS-RN-B-COUNT.
008490     MOVE "NLSRSLT DETAILS" TO NLS-RN-C-LABEL.
008500     MOVE NLS-RN-RESULT-DETAILS TO NLS-RN-C-COUNT.
008510     PERFORM 7900-PRINT-TIE THRU 7900-EXIT.
008520     MOVE "FAILURES ARCHIVED" TO NLS-RN-TIE-LABEL.
008530     MOVE "NLSHIST F FLAGS" TO NLS-RN-A-LABEL.
008540     MOVE NLS-RN-HISTORY-FAILS TO NLS-RN-A-COUNT.
008550     MOVE "NLSRSLT F FLAGS" TO NLS-RN-B-LABEL.
008560     MOVE NLS-RN-RESULT-FAILS TO NLS-RN-B-COUNT.
008570     PERFORM 7900-PRINT-TIE THRU 7900-EXIT.
008580 7300-EXIT.
008590     EXIT.
008600*----------------------------------------------------------*
008610* 7400-TIE-FAILURE-EXTRACT                                 *
008620*   NLSFAIL RUNS ONLY WHEN THE JOB'S IFFAIL TEST TRIPS -   *
008630*   NLSCVAL ABOVE 4, OR A CERTIFIER, NLSRPT, NLSHARCH OR   *
008640*   NLSHCMP ABOVE 0. THE SAME TEST DECIDES WHETHER ITS     *
008650*   ABSENCE IS A BREAK.                                    *
008660*----------------------------------------------------------*
008670 7400-TIE-FAILURE-EXTRACT.
008680     MOVE "FAILURE EXTRACT (NLSFAIL)" TO NLS-RN-SL-TITLE.
008690     PERFORM 7800-PRINT-SECTION THRU 7800-EXIT.
008700     MOVE "N" TO NLS-RN-FAIL-DUE-SW.
008710     MOVE "NLSCVAL" TO NLS-RN-FIND-PROGRAM.
008720     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
008730     IF NLS-RN-SP-FOUND-SUB > ZERO
008740         IF NLS-RN-SP-RC (NLS-RN-SP-FOUND-SUB) > 4
008750             SET NLS-RN-FAIL-DUE TO TRUE
008760         END-IF
008770     END-IF.
008780     PERFORM 7410-CHECK-STEP-RC THRU 7410-EXIT
008790         VARYING NLS-RN-KP-SUB FROM 1 BY 1
008800         UNTIL NLS-RN-KP-SUB > NLS-KP-COUNT.
008810     MOVE "NLSRPT" TO NLS-RN-FIND-PROGRAM.
008820     PERFORM 7420-CHECK-NAMED-STEP-RC THRU 7420-EXIT.
008830     MOVE "NLSHARCH" TO NLS-RN-FIND-PROGRAM.
008840     PERFORM 7420-CHECK-NAMED-STEP-RC THRU 7420-EXIT.
008850     MOVE "NLSHCMP" TO NLS-RN-FIND-PROGRAM.
008860     PERFORM 7420-CHECK-NAMED-STEP-RC THRU 7420-EXIT.
008870     MOVE "NLSFAIL" TO NLS-RN-FIND-PROGRAM.
008880     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
008890     IF NLS-RN-SP-FOUND-SUB = ZERO
008900         IF NLS-RN-FAIL-DUE
008910             STRING "AN EARLIER STEP ENDED NONZERO BUT NLSFAIL "
008920                 "DID NOT LOG - FAILURES NOT EXTRACTED"
008930                 DELIMITED BY SIZE INTO NLS-RN-NOTE-TEXT
008940             PERFORM 7950-PRINT-BREAK-NOTE THRU 7950-EXIT
008950         ELSE
008960             MOVE SPACES TO NLS-RN-NL-TEXT
008970             STRING "NLSFAIL NOT RUN - NO EARLIER STEP ENDED "
008980                 "NONZERO, NOTHING TO EXTRACT"
008990                 DELIMITED BY SIZE INTO NLS-RN-NL-TEXT
009000             WRITE NLS-RN-PRINT-LINE FROM NLS-RN-NOTE-LINE
009010                 AFTER ADVANCING 1 LINE
009020         END-IF
009030         GO TO 7400-EXIT
009040     END-IF.
009050     MOVE NLS-RN-SP-WRITTEN (NLS-RN-SP-FOUND-SUB)
009060         TO NLS-RN-A-COUNT.
009070     PERFORM 5000-CHECK-EXCEPTIONS THRU 5000-EXIT.
009080     MOVE "FAILURES EXTRACTED" TO NLS-RN-TIE-LABEL.
009090     MOVE "RUN-LOG WRITTEN" TO NLS-RN-A-LABEL.
009100     MOVE "NLSEXCP RECORDS" TO NLS-RN-B-LABEL.
009110     MOVE NLS-RN-EXCEPTIONS TO NLS-RN-B-COUNT.
009120     MOVE "NLSRSLT F FLAGS" TO NLS-RN-C-LABEL.
009130     MOVE NLS-RN-RESULT-FAILS TO NLS-RN-C-COUNT.
009140     PERFORM 7900-PRINT-TIE THRU 7900-EXIT.
009150     MOVE "EXTRACTS MATCHING AN F FLAG" TO NLS-RN-TIE-LABEL.
009160     MOVE "NLSEXCP RECORDS" TO NLS-RN-A-LABEL.
009170     MOVE NLS-RN-EXCEPTIONS TO NLS-RN-A-COUNT.
009180     MOVE "MATCHED" TO NLS-RN-B-LABEL.
009190     MOVE NLS-RN-EXCEPTIONS-MATCHED TO NLS-RN-B-COUNT.
009200     PERFORM 7900-PRINT-TIE THRU 7900-EXIT.
009210 7400-EXIT.
009220     EXIT.
009230 7410-CHECK-STEP-RC.
009240     MOVE NLS-KP-ID (NLS-RN-KP-SUB) TO NLS-RN-FIND-PROGRAM.
009250     PERFORM 7420-CHECK-NAMED-STEP-RC THRU 7420-EXIT.
009260 7410-EXIT.
009270     EXIT.
009280 7420-CHECK-NAMED-STEP-RC.
009290     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
009300     IF NLS-RN-SP-FOUND-SUB > ZERO
009310         IF NLS-RN-SP-RC (NLS-RN-SP-FOUND-SUB) > ZERO
009320             SET NLS-RN-FAIL-DUE TO TRUE
009330         END-IF
009340     END-IF.
009350 7420-EXIT.
009360     EXIT.
009370*----------------------------------------------------------*
009380* 7800-PRINT-SECTION                                       *
009390*----------------------------------------------------------*
009400 7800-PRINT-SECTION.
009410     MOVE SPACES TO NLS-RN-PRINT-LINE.
009420     WRITE NLS-RN-PRINT-LINE AFTER ADVANCING 1 LINE.
009430     WRITE NLS-RN-PRINT-LINE FROM NLS-RN-SECTION-LINE
009440         AFTER ADVANCING 1 LINE.
009450 7800-EXIT.
009460     EXIT.
009470*----------------------------------------------------------*
009480* 7900-PRINT-TIE                                           *
009490*   ONE LINE OF THE CONTROL-TOTAL SHEET FROM THE TIE WORK  *
009500*   FIELDS, WHICH ARE CLEARED FOR THE NEXT TIE.            *
009510*----------------------------------------------------------*
009520 7900-PRINT-TIE.
009530     ADD 1 TO NLS-RN-TIES-CHECKED.
009540     MOVE NLS-RN-TIE-LABEL TO NLS-RN-TL-LABEL.
009550     MOVE NLS-RN-A-LABEL   TO NLS-RN-TL-A-LABEL.
009560     MOVE NLS-RN-A-COUNT   TO NLS-RN-EDIT-COUNT.
009570     MOVE NLS-RN-EDIT-COUNT TO NLS-RN-TL-A-COUNT.
009580     MOVE NLS-RN-B-LABEL   TO NLS-RN-TL-B-LABEL.
009590     MOVE NLS-RN-B-COUNT   TO NLS-RN-EDIT-COUNT.
009600     MOVE NLS-RN-EDIT-COUNT TO NLS-RN-TL-B-COUNT.
009610     MOVE NLS-RN-C-LABEL   TO NLS-RN-TL-C-LABEL.
009620     IF NLS-RN-C-LABEL = SPACES
009630         MOVE SPACES TO NLS-RN-TL-C-COUNT
009640     ELSE
009650         MOVE NLS-RN-C-COUNT TO NLS-RN-EDIT-COUNT
009660         MOVE NLS-RN-EDIT-COUNT TO NLS-RN-TL-C-COUNT
009670     END-IF.
009680     EVALUATE TRUE
009690         WHEN NLS-RN-TIE-NOTE NOT = SPACES
009700             MOVE NLS-RN-TIE-NOTE TO NLS-RN-TL-STATUS
009710             ADD 1 TO NLS-RN-BREAK-COUNT
009720         WHEN NLS-RN-A-COUNT NOT = NLS-RN-B-COUNT
009730             MOVE "** BREAK" TO NLS-RN-TL-STATUS
009740             ADD 1 TO NLS-RN-BREAK-COUNT
009750         WHEN NLS-RN-C-LABEL NOT = SPACES
009760                 AND NLS-RN-B-COUNT NOT = NLS-RN-C-COUNT
009770             MOVE "** BREAK" TO NLS-RN-TL-STATUS
009780             ADD 1 TO NLS-RN-BREAK-COUNT
009790         WHEN OTHER
009800             MOVE "BALANCED" TO NLS-RN-TL-STATUS
009810     END-EVALUATE.
009820     WRITE NLS-RN-PRINT-LINE FROM NLS-RN-TIE-LINE
009830         AFTER ADVANCING 1 LINE.
009840     MOVE SPACES TO NLS-RN-TIE-LABEL NLS-RN-A-LABEL
009850         NLS-RN-B-LABEL NLS-RN-C-LABEL NLS-RN-TIE-NOTE.
009860     MOVE ZERO TO NLS-RN-A-COUNT NLS-RN-B-COUNT NLS-RN-C-COUNT.
009870 7900-EXIT.
009880     EXIT.
009890*----------------------------------------------------------*
009900* 7950-PRINT-BREAK-NOTE                                    *
009910*   A PROBLEM NO SINGLE TIE CAN SHOW - PRINTED AND COUNTED *
009920*   AS A BREAK.                                            *
009930*----------------------------------------------------------*
009940 7950-PRINT-BREAK-NOTE.
009950     ADD 1 TO NLS-RN-BREAK-COUNT.
009960     MOVE SPACES TO NLS-RN-NL-TEXT.
009970     STRING "** " NLS-RN-NOTE-TEXT
009980         DELIMITED BY SIZE INTO NLS-RN-NL-TEXT.
009990     WRITE NLS-RN-PRINT-LINE FROM NLS-RN-NOTE-LINE
010000         AFTER ADVANCING 1 LINE.
010010     DISPLAY "NLSRECON " NLS-RN-NOTE-TEXT.
010020     MOVE SPACES TO NLS-RN-NOTE-TEXT.
010030 7950-EXIT.
010040     EXIT.
010050*----------------------------------------------------------*
010060* 8000-PRINT-TOTALS                                        *
010070*----------------------------------------------------------*
010080 8000-PRINT-TOTALS.
010090     MOVE SPACES TO NLS-RN-PRINT-LINE.
010100     WRITE NLS-RN-PRINT-LINE AFTER ADVANCING 1 LINE.
010110     MOVE "TIES CHECKED" TO NLS-RN-TT-LABEL.
010120     MOVE NLS-RN-TIES-CHECKED TO NLS-RN-TT-COUNT.
010130     WRITE NLS-RN-PRINT-LINE FROM NLS-RN-TOTAL-LINE
010140         AFTER ADVANCING 1 LINE.
010150     MOVE "BREAKS" TO NLS-RN-TT-LABEL.
010160     MOVE NLS-RN-BREAK-COUNT TO NLS-RN-TT-COUNT.
010170     WRITE NLS-RN-PRINT-LINE FROM NLS-RN-TOTAL-LINE
010180         AFTER ADVANCING 1 LINE.
010190     MOVE SPACES TO NLS-RN-PRINT-LINE.
010200     WRITE NLS-RN-PRINT-LINE AFTER ADVANCING 1 LINE.
010210     IF NLS-RN-BREAK-COUNT = ZERO
010220         MOVE "  CONTROL TOTALS BALANCED - RUN RECONCILED"
010230             TO NLS-RN-PRINT-LINE
010240     ELSE
010250         MOVE "  *** CONTROL-TOTAL BREAK - RUN NOT RECONCILED ***"
010260             TO NLS-RN-PRINT-LINE
010270     END-IF.
010280     WRITE NLS-RN-PRINT-LINE AFTER ADVANCING 1 LINE.
010290     MOVE NLS-RN-BREAK-COUNT TO NLS-RN-TT-COUNT.
010300     DISPLAY "NLSRECON " NLS-RN-JOB-NAME " RUN ID "
010310         NLS-RN-RI-DATE "/" NLS-RN-RI-TIME " - "
010320         NLS-RN-TT-COUNT " CONTROL-TOTAL BREAKS".
010330 8000-EXIT.
010340     EXIT.
010350*----------------------------------------------------------*
010360* 9000-CLOSE-FILES                                         *
010370*----------------------------------------------------------*
010380 9000-CLOSE-FILES.
010390     IF NLS-RN-RESULT-OPEN
010400         CLOSE NLS-RESULT-FILE
010410     END-IF.
010420     CLOSE NLS-RECON-REPORT.
010430 9000-EXIT.
010440     EXIT.
010450*----------------------------------------------------------*
010460* 9500-SET-RETURN-CODE                                     *
010470*   0 = EVERY TIE BALANCED; 8 = ANY BREAK, SO THE JOB      *
010480*   ENDS RED AND NOBODY SIGNS OFF A RUN THAT LOST OR       *
010490*   GAINED RECORDS ON THE WAY THROUGH.                     *
010500*----------------------------------------------------------*
010510 9500-SET-RETURN-CODE.
010520     IF NLS-RN-BREAK-COUNT = ZERO
010530         MOVE ZERO TO RETURN-CODE
010540     ELSE
010550         MOVE 8 TO RETURN-CODE
010560     END-IF.
010570 9500-EXIT.
010580     EXIT.
010590*----------------------------------------------------------*
010600* 9600-WRITE-RUN-LOG                                       *
010610*   ONE STEP RECORD FOR THE RUN-LEVEL AUDIT TRAIL - JOB,   *
010620*   PROGRAM, RETURN CODE, RECORDS READ ACROSS ALL FIVE     *
010630*   INPUTS AND ELAPSED SECONDS - APPENDED THROUGH          *
010640*   NLSRLOGW. NOTHING IS WRITTEN BUT THE SHEET.            *
010650*----------------------------------------------------------*
010660 9600-WRITE-RUN-LOG.
010670     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
010680     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
010690     COMPUTE NLS-RL-END-SECS = NLS-RL-TIME-HH * 3600
010700             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
010710     COMPUTE NLS-RL-ELAPSED =
010720             NLS-RL-END-SECS - NLS-RL-START-SECS.
010730     IF NLS-RL-ELAPSED < ZERO
010740         ADD 86400 TO NLS-RL-ELAPSED
010750     END-IF.
010760     ACCEPT NLS-RL-DATE-WORK FROM DATE YYYYMMDD.
010770     MOVE SPACES TO NLS-RUN-LOG-RECORD.
010780     SET NLS-RL-STEP-RECORD TO TRUE.
010790     MOVE NLS-RN-JOB-NAME     TO NLS-RL-JOB-NAME.
010800     MOVE NLS-RL-DATE-WORK    TO NLS-RL-RUN-DATE.
010810     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-RL-RUN-TIME.
010820     MOVE "NLSRECON"          TO NLS-RL-PROGRAM-ID.
010830     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
010840     MOVE NLS-RN-RECORDS-READ TO NLS-RL-RECORDS-READ.
010850     MOVE ZERO                TO NLS-RL-RECORDS-WRITTEN.
010860     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
010870     MOVE SPACES              TO NLS-RL-VERDICT.
010880     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
010890     MOVE NLS-RL-SAVED-RC TO RETURN-CODE.
010900 9600-EXIT.
010910     EXIT.
010920*
010930 END PROGRAM "NLSRECON".
