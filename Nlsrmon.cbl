000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSRMON.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-12.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-12  RLH  ORIGINAL VERSION. RUN-LOG MONITOR OVER  *
000200*                   NLSRLOG FOR OPERATIONS - PER PROGRAM    *
000210*                   THE AVERAGE, MAXIMUM AND LATEST ELAPSED *
000220*                   TIME AND RECORDS PER SECOND OVER A      *
000230*                   ROLLING WINDOW, WITH ANY STEP WHOSE     *
000240*                   LATEST RUN IS WELL ABOVE ITS OWN        *
000250*                   BASELINE FLAGGED; MISSED AND DUPLICATE  *
000260*                   RUNS AGAINST EACH JOB'S EXPECTED        *
000270*                   CADENCE; AND A WARNING WHEN A STEP IS   *
000280*                   CREEPING TOWARD ITS BATCH-WINDOW CUTOFF *
000290*                   BEFORE IT ACTUALLY MISSES IT.           *
000300*----------------------------------------------------------*
000301*  2026-10-15  RLH  NLSCERT IS NO LONGER A DEFAULT CADENCE  *
000302*                   JOB - IT RUNS ON DEMAND, NOT WEEKLY.    *
000303*                   THE CUTOFF CHECK NOW MEASURES THE       *
000304*                   LATEST END ON DATE AND TIME FROM THE    *
000305*                   OPENING OF THE WINDOW THE RUN STARTED   *
000306*                   IN, SO A RUN THAT OVERRUNS PAST         *
000307*                   MIDNIGHT IS NOT WRAPPED BACK INTO THE   *
000308*                   WINDOW.                                 *
000309*----------------------------------------------------------*
000310*----------------------------------------------------------*
000320* PURPOSE                                                  *
000330*   READS THE WHOLE RUN-LOG ONCE AND PRINTS THREE          *
000340*   SECTIONS ON RMNRPT:                                    *
000350*   STEP PERFORMANCE - EVERY STEP RECORD WHOSE RUN DATE    *
000360*   FALLS IN THE LAST "WINDOW" DAYS (TODAY INCLUDED) IS    *
000370*   ADDED TO ITS PROGRAM'S LINE. THE BASELINE IS THE       *
000380*   AVERAGE ELAPSED TIME OF THE PROGRAM'S OTHER RUNS IN    *
000390*   THE WINDOW; THE LATEST RUN IS SLOW WHEN IT EXCEEDS THE *
000400*   BASELINE BY MORE THAN "SLOWPCT" PERCENT AND BY AT      *
000410*   LEAST "SLOWSECS" SECONDS. A PROGRAM WITH FEWER THAN    *
000420*   "MINRUNS" OTHER RUNS HAS NO BASELINE YET.              *
000430*   JOB CADENCE - RUN HEADERS OF EACH "CADENCE" JOB ARE    *
000440*   COUNTED PER PERIOD (D = EVERY DAY, B = MONDAY TO       *
000450*   FRIDAY, W = MONDAY-BASED WEEK, M = CALENDAR MONTH)     *
000460*   OVER THE LOOKBACK. A PAST PERIOD WITH NO HEADER IS A   *
000470*   MISSED RUN, ANY PERIOD WITH TWO OR MORE IS A           *
000480*   DUPLICATE. THE CURRENT PERIOD IS NEVER COUNTED MISSED. *
000490*   BATCH-WINDOW CUTOFF - FOR EACH "CUTOFF" PROGRAM THE    *
000500*   LATEST RUN'S END TIME IS MEASURED AGAINST THE WINDOW   *
000510*   OPEN AND CUTOFF TIMES (A WINDOW MAY SPAN MIDNIGHT).    *
000520*   THE TREND IS THE CHANGE IN ELAPSED TIME PER RUN FROM   *
000530*   THE FIRST TO THE LATEST RUN IN THE WINDOW; THE STEP IS *
000540*   WARNED WHEN IT ENDED WITHIN "MARGIN" MINUTES OF THE    *
000550*   CUTOFF, OR WHEN THE TREND WOULD CARRY IT PAST THE      *
000560*   CUTOFF WITHIN "HORIZON" RUNS.                          *
000570*   CONTROL CARDS RMNCTL (KEYWORD IN COLUMNS 1-8, VALUE    *
000580*   FROM COLUMN 10, ALL OPTIONAL):                         *
000590*     WINDOW   NNN            DAYS, DEFAULT 030            *
000600*     SLOWPCT  NNN            PERCENT, DEFAULT 050         *
000610*     SLOWSECS NNNNN          SECONDS, DEFAULT 00030       *
000620*     MINRUNS  NNN            OTHER RUNS, DEFAULT 003      *
000630*     MARGIN   NNN            MINUTES, DEFAULT 030         *
000640*     HORIZON  NNN            RUNS, DEFAULT 005            *
000650*     CADENCE  JOBNAME  P NNN   PERIOD TYPE, LOOKBACK      *
000660*     CUTOFF   PROGRAM  HHMMSS HHMMSS  OPEN AND CUTOFF     *
000666*   WITH NO CADENCE CARD THE JOBS WATCHED ARE NLSAGING M   *
000672*   006 AND NLSPSCAN B 010; WITH NO CUTOFF CARD, NLSPSCAN  *
000678*   200000 060000. NLSCERT RUNS ON DEMAND (COMPILER        *
000684*   UPGRADE OR CODEPAGE MIGRATION) AND HAS NO CADENCE TO   *
000690*   MISS - ITS STEPS STILL APPEAR UNDER STEP PERFORMANCE.  *
000700*   RETURN CODE 0 = NOTHING TO REPORT, 4 = A SLOW STEP, A  *
000710*   MISSED OR DUPLICATE RUN, OR A CUTOFF WARNING, 8 = NO   *
000720*   RUN-LOG OR THE PROGRAM TABLE OVERFLOWED. THE MONITOR   *
000730*   ONLY READS THE RUN-LOG - IT WRITES NO RECORD OF ITS    *
000740*   OWN.                                                   *
000750*----------------------------------------------------------*
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT NLS-MONITOR-CONTROL ASSIGN TO "RMNCTL"
000810         ORGANIZATION LINE SEQUENTIAL
000820         FILE STATUS IS NLS-MONITOR-CONTROL-STATUS.
000830     SELECT NLS-RUN-LOG-FILE ASSIGN TO "NLSRLOG"
000840         ORGANIZATION LINE SEQUENTIAL
000850         FILE STATUS IS NLS-RUN-LOG-STATUS.
000860     SELECT NLS-MONITOR-REPORT ASSIGN TO "RMNRPT"
000870         ORGANIZATION LINE SEQUENTIAL
000880         FILE STATUS IS NLS-MONITOR-REPORT-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  NLS-MONITOR-CONTROL.
000920 01  NLS-MONITOR-CARD.
000930     05  NLS-MC-KEYWORD      PIC X(08).
000940     05  FILLER              PIC X(01).
000950     05  NLS-MC-NUMBER       PIC X(03).
000960     05  FILLER              PIC X(68).
000970 01  NLS-MC-SECONDS-CARD.
000980     05  FILLER              PIC X(09).
000990     05  NLS-MC-SECONDS      PIC X(05).
001000     05  FILLER              PIC X(66).
001010 01  NLS-MC-CADENCE-CARD.
001020     05  FILLER              PIC X(09).
001030     05  NLS-MC-CD-JOB       PIC X(08).
001040     05  FILLER              PIC X(01).
001050     05  NLS-MC-CD-TYPE      PIC X(01).
001060     05  FILLER              PIC X(01).
001070     05  NLS-MC-CD-LOOKBACK  PIC X(03).
001080     05  FILLER              PIC X(57).
001090 01  NLS-MC-CUTOFF-CARD.
001100     05  FILLER              PIC X(09).
001110     05  NLS-MC-CO-PROGRAM   PIC X(08).
001120     05  FILLER              PIC X(01).
001130     05  NLS-MC-CO-OPEN      PIC X(06).
001140     05  FILLER              PIC X(01).
001150     05  NLS-MC-CO-CUTOFF    PIC X(06).
001160     05  FILLER              PIC X(49).
001170 FD  NLS-RUN-LOG-FILE.
001180     COPY NLSRLOG.
001190 FD  NLS-MONITOR-REPORT.
001200 01  NLS-RM-PRINT-LINE       PIC X(132).
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------*
001230* FILE-STATUS AND SWITCH FIELDS                            *
001240*----------------------------------------------------------*
001250 77  NLS-MONITOR-CONTROL-STATUS PIC X(02) VALUE SPACES.
001260 77  NLS-RUN-LOG-STATUS      PIC X(02) VALUE SPACES.
001270 77  NLS-MONITOR-REPORT-STATUS PIC X(02) VALUE SPACES.
001280 77  NLS-RM-CONTROL-EOF-SW   PIC X(01) VALUE "N".
001290     88  NLS-RM-CONTROL-EOF             VALUE "Y".
001300 77  NLS-RM-LOG-EOF-SW       PIC X(01) VALUE "N".
001310     88  NLS-RM-LOG-EOF                 VALUE "Y".
001320 77  NLS-RM-LOG-MISSING-SW   PIC X(01) VALUE "N".
001330     88  NLS-RM-LOG-MISSING             VALUE "Y".
001340 77  NLS-RM-OVERFLOW-SW      PIC X(01) VALUE "N".
001350     88  NLS-RM-OVERFLOW                VALUE "Y".
001360 77  NLS-RM-DATE-OK-SW       PIC X(01) VALUE "N".
001370     88  NLS-RM-DATE-OK                 VALUE "Y".
001380*----------------------------------------------------------*
001390* MONITORING LIMITS - DEFAULTS, OVERRIDDEN BY RMNCTL       *
001400*----------------------------------------------------------*
001410 77  NLS-RM-WINDOW-DAYS      PIC 9(03) COMP VALUE 30.
001420 77  NLS-RM-SLOW-PCT         PIC 9(03) COMP VALUE 50.
001430 77  NLS-RM-SLOW-SECS        PIC 9(05) COMP VALUE 30.
001440 77  NLS-RM-MIN-RUNS         PIC 9(03) COMP VALUE 3.
001450 77  NLS-RM-MARGIN-MINUTES   PIC 9(03) COMP VALUE 30.
001460 77  NLS-RM-HORIZON-RUNS     PIC 9(03) COMP VALUE 5.
001470 77  NLS-RM-CARD-VALUE       PIC 9(05) COMP VALUE ZERO.
001480*----------------------------------------------------------*
001490* RUN DATE AND WINDOW FIELDS                               *
001500*----------------------------------------------------------*
001510 77  NLS-RM-RUN-DATE         PIC 9(08) VALUE ZERO.
001520 77  NLS-RM-RUN-DATE-INT     PIC S9(09) COMP VALUE ZERO.
001530 77  NLS-RM-WINDOW-START     PIC 9(08) VALUE ZERO.
001540 77  NLS-RM-WINDOW-START-INT PIC S9(09) COMP VALUE ZERO.
001550 77  NLS-RM-RECORD-INT       PIC S9(09) COMP VALUE ZERO.
001560 01  NLS-RM-RECORD-STAMP.
001570     05  NLS-RM-RS-DATE      PIC 9(08).
001580     05  NLS-RM-RS-TIME      PIC 9(06).
001590*----------------------------------------------------------*
001600* PERIOD WORK FIELDS - A DATE AS A DAY, WEEK OR MONTH      *
001610* NUMBER AND BACK AGAIN AS A PRINTABLE LABEL               *
001620*----------------------------------------------------------*
001630 01  NLS-RM-PD-DATE-G.
001640     05  NLS-RM-PD-CCYY      PIC 9(04).
001650     05  NLS-RM-PD-MM        PIC 9(02).
001660     05  NLS-RM-PD-DD        PIC 9(02).
001670 01  NLS-RM-PD-DATE REDEFINES NLS-RM-PD-DATE-G
001680                             PIC 9(08).
001690 77  NLS-RM-PD-TYPE          PIC X(01) VALUE SPACE.
001700 77  NLS-RM-PD-PERIOD        PIC S9(09) COMP VALUE ZERO.
001710 77  NLS-RM-PD-INT           PIC S9(09) COMP VALUE ZERO.
001720 77  NLS-RM-PD-WEEKDAY       PIC 9(01) COMP VALUE ZERO.
001730     88  NLS-RM-PD-WEEKEND              VALUE 5 6.
001740 77  NLS-RM-PD-LABEL         PIC X(18) VALUE SPACES.
001750 01  NLS-RM-LABEL-DATE.
001760     05  NLS-RM-LD-CCYY      PIC 9(04).
001770     05  FILLER              PIC X(01) VALUE "-".
001780     05  NLS-RM-LD-MM        PIC 9(02).
001790     05  FILLER              PIC X(01) VALUE "-".
001800     05  NLS-RM-LD-DD        PIC 9(02).
001810 01  NLS-RM-LABEL-MONTH.
001820     05  NLS-RM-LM-CCYY      PIC 9(04).
001830     05  FILLER              PIC X(01) VALUE "-".
001840     05  NLS-RM-LM-MM        PIC 9(02).
001850*----------------------------------------------------------*
001860* PROGRAM TABLE - ONE ENTRY PER PROGRAM WITH A STEP        *
001870* RECORD IN THE WINDOW                                     *
001880*----------------------------------------------------------*
001890 01  NLS-RM-PROGRAM-TABLE.
001900     05  NLS-RM-PG-ENTRY OCCURS 100 TIMES.
001910         10  NLS-RM-PG-PROGRAM   PIC X(08).
001920         10  NLS-RM-PG-RUNS      PIC 9(05) COMP.
001930         10  NLS-RM-PG-SUM-ELAPSED PIC 9(11) COMP.
001940         10  NLS-RM-PG-MAX-ELAPSED PIC 9(06) COMP.
001950         10  NLS-RM-PG-SUM-READ  PIC 9(15) COMP.
001960         10  NLS-RM-PG-LATEST-STAMP.
001970             15  NLS-RM-PG-LATEST-DATE PIC 9(08).
001980             15  NLS-RM-PG-LATEST-TIME PIC 9(06).
001990         10  NLS-RM-PG-LATEST-ELAPSED PIC 9(06) COMP.
002000         10  NLS-RM-PG-LATEST-READ PIC 9(09) COMP.
002010         10  NLS-RM-PG-FIRST-STAMP PIC X(14).
002020         10  NLS-RM-PG-FIRST-ELAPSED PIC 9(06) COMP.
002030 77  NLS-RM-PG-COUNT         PIC 9(03) COMP VALUE ZERO.
002040 77  NLS-RM-PG-SUB           PIC 9(03) COMP VALUE ZERO.
002050*----------------------------------------------------------*
002060* CADENCE TABLE - RUN HEADERS PER PERIOD FOR EACH WATCHED  *
002070* JOB; SLOT 1 IS THE OLDEST PERIOD OF THE LOOKBACK, THE    *
002080* LAST SLOT THE CURRENT ONE                                *
002090*----------------------------------------------------------*
002100 01  NLS-RM-CADENCE-TABLE.
002110     05  NLS-RM-CD-ENTRY OCCURS 10 TIMES.
002120         10  NLS-RM-CD-JOB       PIC X(08).
002130         10  NLS-RM-CD-TYPE      PIC X(01).
002140         10  NLS-RM-CD-LOOKBACK  PIC 9(03) COMP.
002150         10  NLS-RM-CD-FIRST-PERIOD PIC S9(09) COMP.
002160         10  NLS-RM-CD-CURRENT-PERIOD PIC S9(09) COMP.
002170         10  NLS-RM-CD-RUNS-SEEN PIC 9(05) COMP.
002180         10  NLS-RM-CD-MISSED    PIC 9(03) COMP.
002190         10  NLS-RM-CD-DUPLICATES PIC 9(03) COMP.
002200         10  NLS-RM-CD-LAST-STAMP PIC X(14).
002210         10  NLS-RM-CD-PERIOD-RUNS PIC 9(03) COMP
002220                                 OCCURS 100 TIMES.
002230 77  NLS-RM-CD-COUNT         PIC 9(03) COMP VALUE ZERO.
002240 77  NLS-RM-CD-SUB           PIC 9(03) COMP VALUE ZERO.
002250 77  NLS-RM-CD-SLOT          PIC 9(03) COMP VALUE ZERO.
002260 77  NLS-RM-CD-SLOTS         PIC 9(03) COMP VALUE ZERO.
002270*----------------------------------------------------------*
002280* CUTOFF TABLE - BATCH-WINDOW OPEN AND CUTOFF TIMES        *
002290*----------------------------------------------------------*
002300 01  NLS-RM-CUTOFF-TABLE.
002310     05  NLS-RM-CO-ENTRY OCCURS 10 TIMES.
002320         10  NLS-RM-CO-PROGRAM   PIC X(08).
002330         10  NLS-RM-CO-OPEN      PIC 9(06).
002340         10  NLS-RM-CO-CUTOFF    PIC 9(06).
002350 77  NLS-RM-CO-COUNT         PIC 9(03) COMP VALUE ZERO.
002360 77  NLS-RM-CO-SUB           PIC 9(03) COMP VALUE ZERO.
002370*----------------------------------------------------------*
002380* ARITHMETIC WORK FIELDS                                   *
002390*----------------------------------------------------------*
002400 01  NLS-RM-TIME-G.
002410     05  NLS-RM-TIME-HH      PIC 9(02).
002420     05  NLS-RM-TIME-MM      PIC 9(02).
002430     05  NLS-RM-TIME-SS      PIC 9(02).
002440 01  NLS-RM-TIME REDEFINES NLS-RM-TIME-G
002450                             PIC 9(06).
002460 77  NLS-RM-SECONDS          PIC S9(07) COMP VALUE ZERO.
002470 77  NLS-RM-OPEN-SECS        PIC S9(07) COMP VALUE ZERO.
002471 77  NLS-RM-CUTOFF-SECS      PIC S9(07) COMP VALUE ZERO.
002472 77  NLS-RM-START-SECS       PIC S9(07) COMP VALUE ZERO.
002473 77  NLS-RM-START-DAY        PIC S9(09) COMP VALUE ZERO.
002474 77  NLS-RM-END-DAY          PIC S9(09) COMP VALUE ZERO.
002475 77  NLS-RM-END-ABS          PIC S9(12) COMP VALUE ZERO.
002476 77  NLS-RM-START-ABS        PIC S9(12) COMP VALUE ZERO.
002477 77  NLS-RM-OPEN-ABS         PIC S9(12) COMP VALUE ZERO.
002480 77  NLS-RM-FINISH-OFFSET    PIC S9(07) COMP VALUE ZERO.
002490 77  NLS-RM-CUTOFF-OFFSET    PIC S9(07) COMP VALUE ZERO.
002500 77  NLS-RM-HEADROOM         PIC S9(07) COMP VALUE ZERO.
002510 77  NLS-RM-HEADROOM-MINUTES PIC S9(05) COMP VALUE ZERO.
002520 77  NLS-RM-TREND            PIC S9(07)V9(01) COMP VALUE ZERO.
002530 77  NLS-RM-RUNS-TO-CUTOFF   PIC 9(07) COMP VALUE ZERO.
002540 77  NLS-RM-PRIOR-RUNS       PIC 9(05) COMP VALUE ZERO.
002550 77  NLS-RM-BASELINE         PIC 9(07)V9(01) COMP VALUE ZERO.
002560 77  NLS-RM-SLOW-LIMIT       PIC 9(09)V9(01) COMP VALUE ZERO.
002570 77  NLS-RM-PCT-OF-BASELINE  PIC 9(05) COMP VALUE ZERO.
002580 77  NLS-RM-DIVISOR          PIC 9(11) COMP VALUE ZERO.
002590 77  NLS-RM-EDIT-COUNT       PIC ZZ9.
002600 77  NLS-RM-EDIT-PCT         PIC ZZZZ9.
002610*----------------------------------------------------------*
002620* MONITOR COUNTERS                                         *
002630*----------------------------------------------------------*
002640 77  NLS-RM-RECORDS-READ     PIC 9(07) COMP VALUE ZERO.
002650 77  NLS-RM-STEPS-IN-WINDOW  PIC 9(07) COMP VALUE ZERO.
002660 77  NLS-RM-UNUSABLE-COUNT   PIC 9(07) COMP VALUE ZERO.
002670 77  NLS-RM-SLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
002680 77  NLS-RM-MISSED-COUNT     PIC 9(05) COMP VALUE ZERO.
002690 77  NLS-RM-DUPLICATE-COUNT  PIC 9(05) COMP VALUE ZERO.
002700 77  NLS-RM-CUTOFF-WARN-COUNT PIC 9(05) COMP VALUE ZERO.
002710*----------------------------------------------------------*
002720* REPORT LINE LAYOUTS                                      *
002730*----------------------------------------------------------*
002740 01  NLS-RM-HEADING-1.
002750     05  FILLER              PIC X(35) VALUE
002760         "NLSRMON  RUN-LOG MONITOR  RUN DATE ".
002770     05  NLS-RM-H1-RUN-DATE  PIC 9(08).
002780     05  FILLER              PIC X(10) VALUE "  WINDOW ".
002790     05  NLS-RM-H1-WINDOW    PIC ZZ9.
002800     05  FILLER              PIC X(11) VALUE " DAYS FROM ".
002810     05  NLS-RM-H1-START     PIC 9(08).
002820     05  FILLER              PIC X(57) VALUE SPACES.
002830 01  NLS-RM-HEADING-2.
002840     05  FILLER              PIC X(14) VALUE "SLOW = LATEST ".
002850     05  FILLER              PIC X(19) VALUE
002860         "ABOVE BASELINE BY ".
002870     05  NLS-RM-H2-PCT       PIC ZZ9.
002880     05  FILLER              PIC X(08) VALUE "% AND BY".
002890     05  NLS-RM-H2-SECS      PIC ZZZZ9.
002900     05  FILLER              PIC X(20) VALUE
002910         " SECONDS;  BASELINE ".
002920     05  FILLER              PIC X(06) VALUE "NEEDS ".
002930     05  NLS-RM-H2-MIN-RUNS  PIC ZZ9.
002940     05  FILLER              PIC X(19) VALUE
002950         " OTHER RUNS;  CUTOF".
002960     05  FILLER              PIC X(09) VALUE "F MARGIN ".
002970     05  NLS-RM-H2-MARGIN    PIC ZZ9.
002980     05  FILLER              PIC X(14) VALUE " MIN, HORIZON ".
002990     05  NLS-RM-H2-HORIZON   PIC ZZ9.
003000     05  FILLER              PIC X(06) VALUE " RUNS ".
003010 01  NLS-RM-SECTION-LINE.
003020     05  NLS-RM-SL-TITLE     PIC X(40).
003030     05  FILLER              PIC X(92) VALUE SPACES.
003040 01  NLS-RM-PERF-HEADING-1.
003050     05  FILLER              PIC X(17) VALUE SPACES.
003060     05  FILLER              PIC X(24) VALUE
003070         "--- ELAPSED SECONDS --- ".
003080     05  FILLER              PIC X(23) VALUE
003090         "---- RECORDS/SECOND ---".
003100     05  FILLER              PIC X(68) VALUE SPACES.
003110 01  NLS-RM-PERF-HEADING-2.
003120     05  FILLER              PIC X(15) VALUE "PROGRAM    RUNS".
003130     05  FILLER              PIC X(25) VALUE
003140         "   AVERAGE MAXIMUM LATEST".
003150     05  FILLER              PIC X(24) VALUE
003160         "     AVERAGE      LATEST".
003170     05  FILLER              PIC X(30) VALUE
003180         "   LATEST RUN       BASELINE  ".
003190     05  FILLER              PIC X(38) VALUE "STATUS".
003200 01  NLS-RM-PERF-LINE.
003210     05  NLS-RM-PL-PROGRAM   PIC X(08).
003220     05  FILLER              PIC X(02) VALUE SPACES.
003230     05  NLS-RM-PL-RUNS      PIC ZZZZ9.
003240     05  FILLER              PIC X(02) VALUE SPACES.
003250     05  NLS-RM-PL-AVG-ELAPSED PIC ZZZZZ9.9.
003260     05  FILLER              PIC X(02) VALUE SPACES.
003270     05  NLS-RM-PL-MAX-ELAPSED PIC ZZZZZ9.
003280     05  FILLER              PIC X(01) VALUE SPACES.
003290     05  NLS-RM-PL-LATEST-ELAPSED PIC ZZZZZ9.
003300     05  FILLER              PIC X(01) VALUE SPACES.
003310     05  NLS-RM-PL-AVG-RATE  PIC ZZZZZZZZ9.9.
003320     05  FILLER              PIC X(01) VALUE SPACES.
003330     05  NLS-RM-PL-LATEST-RATE PIC ZZZZZZZZ9.9.
003340     05  FILLER              PIC X(03) VALUE SPACES.
003350     05  NLS-RM-PL-LATEST-DATE PIC 9(08).
003360     05  FILLER              PIC X(01) VALUE "/".
003370     05  NLS-RM-PL-LATEST-TIME PIC 9(06).
003380     05  FILLER              PIC X(02) VALUE SPACES.
003390     05  NLS-RM-PL-BASELINE  PIC X(08).
003400     05  FILLER              PIC X(02) VALUE SPACES.
003410     05  NLS-RM-PL-STATUS    PIC X(35).
003420 01  NLS-RM-BASELINE-EDIT    PIC ZZZZZ9.9.
003430 01  NLS-RM-RATE-WORK        PIC 9(09)V9(01) VALUE ZERO.
003440 01  NLS-RM-CADENCE-LINE.
003450     05  FILLER              PIC X(04) VALUE "JOB ".
003460     05  NLS-RM-CL-JOB       PIC X(08).
003470     05  FILLER              PIC X(11) VALUE "  EXPECTED ".
003480     05  NLS-RM-CL-CADENCE   PIC X(14).
003490     05  FILLER              PIC X(10) VALUE "LOOKBACK ".
003500     05  NLS-RM-CL-LOOKBACK  PIC ZZ9.
003510     05  FILLER              PIC X(19) VALUE
003520         "  RUN HEADERS SEEN ".
003530     05  NLS-RM-CL-RUNS      PIC ZZZZ9.
003540     05  FILLER              PIC X(11) VALUE "  LAST RUN ".
003550     05  NLS-RM-CL-LAST-DATE PIC X(08).
003560     05  NLS-RM-CL-SLASH     PIC X(01).
003570     05  NLS-RM-CL-LAST-TIME PIC X(06).
003580     05  FILLER              PIC X(32) VALUE SPACES.
003590 01  NLS-RM-PERIOD-LINE.
003600     05  FILLER              PIC X(06) VALUE SPACES.
003610     05  NLS-RM-PR-FINDING   PIC X(16).
003620     05  NLS-RM-PR-LABEL     PIC X(18).
003630     05  FILLER              PIC X(02) VALUE SPACES.
003640     05  NLS-RM-PR-DETAIL    PIC X(40).
003650     05  FILLER              PIC X(50) VALUE SPACES.
003660 01  NLS-RM-CUTOFF-LINE.
003670     05  NLS-RM-XL-PROGRAM   PIC X(08).
003680     05  FILLER              PIC X(09) VALUE "  WINDOW ".
003690     05  NLS-RM-XL-OPEN-HH   PIC 9(02).
003700     05  FILLER              PIC X(01) VALUE ":".
003710     05  NLS-RM-XL-OPEN-MM   PIC 9(02).
003720     05  FILLER              PIC X(01) VALUE "-".
003730     05  NLS-RM-XL-CUTOFF-HH PIC 9(02).
003740     05  FILLER              PIC X(01) VALUE ":".
003750     05  NLS-RM-XL-CUTOFF-MM PIC 9(02).
003760     05  FILLER              PIC X(13) VALUE "  LATEST END ".
003770     05  NLS-RM-XL-END-DATE  PIC X(08).
003780     05  NLS-RM-XL-SLASH     PIC X(01).
003790     05  NLS-RM-XL-END-TIME  PIC X(06).
003800     05  FILLER              PIC X(10) VALUE " HEADROOM ".
003810     05  NLS-RM-XL-HEADROOM  PIC X(06).
003820     05  FILLER              PIC X(04) VALUE " MIN".
003830     05  FILLER              PIC X(08) VALUE "  TREND ".
003840     05  NLS-RM-XL-TREND     PIC X(08).
003850     05  FILLER              PIC X(08) VALUE " SEC/RUN".
003860     05  FILLER              PIC X(02) VALUE SPACES.
003870     05  NLS-RM-XL-STATUS    PIC X(30).
003880 01  NLS-RM-HEADROOM-EDIT    PIC -----9.
003890 01  NLS-RM-TREND-EDIT       PIC -----9.9.
003900 01  NLS-RM-TOTAL-LINE.
003910     05  FILLER              PIC X(02) VALUE SPACES.
003920     05  NLS-RM-TL-LABEL     PIC X(28).
003930     05  NLS-RM-TL-COUNT     PIC ZZZZZZ9.
003940     05  FILLER              PIC X(95) VALUE SPACES.
003950 PROCEDURE DIVISION.
003960*----------------------------------------------------------*
003970* 0000-MAINLINE                                            *
003980*----------------------------------------------------------*
003990 0000-MAINLINE.
004000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004010     IF NOT NLS-RM-LOG-MISSING
004020         PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT
004030         PERFORM 2000-APPLY-ONE-RECORD THRU 2000-EXIT
004040             UNTIL NLS-RM-LOG-EOF
004050         PERFORM 6000-PRINT-PERFORMANCE THRU 6000-EXIT
004060         PERFORM 7000-PRINT-CADENCE THRU 7000-EXIT
004070         PERFORM 7500-PRINT-CUTOFF THRU 7500-EXIT
004080         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
004090     END-IF.
004100     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
004110     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
004120     GOBACK.
004130*----------------------------------------------------------*
004140* 1000-INITIALIZE                                          *
004150*   READS THE CONTROL CARDS, WORKS OUT THE WINDOW AND EACH *
004160*   CADENCE JOB'S LOOKBACK FROM TODAY'S DATE, PRINTS THE   *
004170*   HEADINGS AND OPENS THE RUN-LOG.                        *
004180*----------------------------------------------------------*
004190 1000-INITIALIZE.
004200     ACCEPT NLS-RM-RUN-DATE FROM DATE YYYYMMDD.
004210     OPEN OUTPUT NLS-MONITOR-REPORT.
004220     PERFORM 1200-READ-MONITOR-CONTROL THRU 1200-EXIT.
004230     COMPUTE NLS-RM-RUN-DATE-INT =
004240         FUNCTION INTEGER-OF-DATE (NLS-RM-RUN-DATE).
004250     COMPUTE NLS-RM-WINDOW-START-INT =
004260         NLS-RM-RUN-DATE-INT - NLS-RM-WINDOW-DAYS + 1.
004270     COMPUTE NLS-RM-WINDOW-START =
004280         FUNCTION DATE-OF-INTEGER (NLS-RM-WINDOW-START-INT).
004290     PERFORM 1400-PREPARE-CADENCE THRU 1400-EXIT
004300         VARYING NLS-RM-CD-SUB FROM 1 BY 1
004310         UNTIL NLS-RM-CD-SUB > NLS-RM-CD-COUNT.
004320     MOVE NLS-RM-RUN-DATE     TO NLS-RM-H1-RUN-DATE.
004330     MOVE NLS-RM-WINDOW-DAYS  TO NLS-RM-H1-WINDOW.
004340     MOVE NLS-RM-WINDOW-START TO NLS-RM-H1-START.
004350     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-HEADING-1
004360         AFTER ADVANCING 1 LINE.
004370     MOVE NLS-RM-SLOW-PCT       TO NLS-RM-H2-PCT.
004380     MOVE NLS-RM-SLOW-SECS      TO NLS-RM-H2-SECS.
004390     MOVE NLS-RM-MIN-RUNS       TO NLS-RM-H2-MIN-RUNS.
004400     MOVE NLS-RM-MARGIN-MINUTES TO NLS-RM-H2-MARGIN.
004410     MOVE NLS-RM-HORIZON-RUNS   TO NLS-RM-H2-HORIZON.
004420     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-HEADING-2
004430         AFTER ADVANCING 1 LINE.
004440     MOVE SPACES TO NLS-RM-PRINT-LINE.
004450     WRITE NLS-RM-PRINT-LINE AFTER ADVANCING 1 LINE.
004460     OPEN INPUT NLS-RUN-LOG-FILE.
004470     IF NLS-RUN-LOG-STATUS NOT = "00"
004480         SET NLS-RM-LOG-MISSING TO TRUE
004490         DISPLAY "NLSRMON NLSRLOG NOT AVAILABLE - STATUS "
004500             NLS-RUN-LOG-STATUS
004510         MOVE "NLSRLOG NOT AVAILABLE - NOTHING TO MONITOR"
004520             TO NLS-RM-PRINT-LINE
004530         WRITE NLS-RM-PRINT-LINE AFTER ADVANCING 1 LINE
004540     END-IF.
004550 1000-EXIT.
004560     EXIT.
004570*----------------------------------------------------------*
004580* 1200-READ-MONITOR-CONTROL                                *
004590*   OPTIONAL RMNCTL CARDS. A CARD THAT CANNOT BE USED IS   *
004600*   REPORTED ON SYSOUT AND IGNORED. NO USABLE CADENCE OR   *
004610*   CUTOFF CARD MEANS THE STANDARD JOBS AND CUTOFF.        *
004620*----------------------------------------------------------*
004630 1200-READ-MONITOR-CONTROL.
004640     OPEN INPUT NLS-MONITOR-CONTROL.
004650     IF NLS-MONITOR-CONTROL-STATUS = "00"
004660         PERFORM 1220-READ-CONTROL-CARD THRU 1220-EXIT
004670         PERFORM 1230-APPLY-CONTROL-CARD THRU 1230-EXIT
004680             UNTIL NLS-RM-CONTROL-EOF
004690         CLOSE NLS-MONITOR-CONTROL
004700     END-IF.
004710     IF NLS-RM-CD-COUNT = ZERO
004720         MOVE 2          TO NLS-RM-CD-COUNT
004730         MOVE "NLSAGING" TO NLS-RM-CD-JOB (1)
004740         MOVE "M"        TO NLS-RM-CD-TYPE (1)
004750         MOVE 6          TO NLS-RM-CD-LOOKBACK (1)
004760         MOVE "NLSPSCAN" TO NLS-RM-CD-JOB (2)
004770         MOVE "B"        TO NLS-RM-CD-TYPE (2)
004780         MOVE 10         TO NLS-RM-CD-LOOKBACK (2)
004790     END-IF.
004830     IF NLS-RM-CO-COUNT = ZERO
004840         MOVE 1          TO NLS-RM-CO-COUNT
004850         MOVE "NLSPSCAN" TO NLS-RM-CO-PROGRAM (1)
004860         MOVE 200000     TO NLS-RM-CO-OPEN (1)
004870         MOVE 060000     TO NLS-RM-CO-CUTOFF (1)
004880     END-IF.
004890 1200-EXIT.
004900     EXIT.
004910 1220-READ-CONTROL-CARD.
004920     READ NLS-MONITOR-CONTROL
004930         AT END
004940             SET NLS-RM-CONTROL-EOF TO TRUE
004950     END-READ.
004960 1220-EXIT.
004970     EXIT.
004980 1230-APPLY-CONTROL-CARD.
004990     EVALUATE NLS-MC-KEYWORD
005000         WHEN "WINDOW"
005010             PERFORM 1240-NUMBER-CARD THRU 1240-EXIT
005020             IF NLS-RM-CARD-VALUE > ZERO
005030                 MOVE NLS-RM-CARD-VALUE TO NLS-RM-WINDOW-DAYS
005040             END-IF
005050         WHEN "SLOWPCT"
005060             PERFORM 1240-NUMBER-CARD THRU 1240-EXIT
005070             IF NLS-RM-CARD-VALUE > ZERO
005080                 MOVE NLS-RM-CARD-VALUE TO NLS-RM-SLOW-PCT
005090             END-IF
005100         WHEN "SLOWSECS"
005110             IF NLS-MC-SECONDS IS NUMERIC
005120                 MOVE NLS-MC-SECONDS TO NLS-RM-SLOW-SECS
005130             ELSE
005140                 DISPLAY "NLSRMON SLOWSECS '" NLS-MC-SECONDS
005150                     "' NOT NUMERIC - CARD IGNORED"
005160             END-IF
005170         WHEN "MINRUNS"
005180             PERFORM 1240-NUMBER-CARD THRU 1240-EXIT
005190             IF NLS-RM-CARD-VALUE > ZERO
005200                 MOVE NLS-RM-CARD-VALUE TO NLS-RM-MIN-RUNS
005210             END-IF
005220         WHEN "MARGIN"
005230             PERFORM 1240-NUMBER-CARD THRU 1240-EXIT
005240             IF NLS-RM-CARD-VALUE > ZERO
005250                 MOVE NLS-RM-CARD-VALUE TO NLS-RM-MARGIN-MINUTES
005260             END-IF
005270         WHEN "HORIZON"
005280             PERFORM 1240-NUMBER-CARD THRU 1240-EXIT
005290             IF NLS-RM-CARD-VALUE > ZERO
005300                 MOVE NLS-RM-CARD-VALUE TO NLS-RM-HORIZON-RUNS
005310             END-IF
005320         WHEN "CADENCE"
005330             PERFORM 1250-ADD-CADENCE THRU 1250-EXIT
005340         WHEN "CUTOFF"
005350             PERFORM 1260-ADD-CUTOFF THRU 1260-EXIT
005360         WHEN OTHER
005370             DISPLAY "NLSRMON UNKNOWN RMNCTL KEYWORD '"
005380                 NLS-MC-KEYWORD "' - CARD IGNORED"
005390     END-EVALUATE.
005400     PERFORM 1220-READ-CONTROL-CARD THRU 1220-EXIT.
005410 1230-EXIT.
005420     EXIT.
005430*----------------------------------------------------------*
005440* 1240-NUMBER-CARD                                         *
005450*   THE THREE-DIGIT VALUE IN COLUMNS 10-12; ZERO WHEN IT   *
005460*   IS NOT NUMERIC OR IS ZERO, SO THE DEFAULT STANDS.      *
005470*----------------------------------------------------------*
005480 1240-NUMBER-CARD.
005490     MOVE ZERO TO NLS-RM-CARD-VALUE.
005500     IF NLS-MC-NUMBER IS NOT NUMERIC
005510         DISPLAY "NLSRMON " NLS-MC-KEYWORD " '" NLS-MC-NUMBER
005520             "' NOT NUMERIC - CARD IGNORED"
005530         GO TO 1240-EXIT
005540     END-IF.
005550     MOVE NLS-MC-NUMBER TO NLS-RM-CARD-VALUE.
005560     IF NLS-RM-CARD-VALUE = ZERO
005570         DISPLAY "NLSRMON " NLS-MC-KEYWORD
005580             " OF ZERO - CARD IGNORED"
005590     END-IF.
005600 1240-EXIT.
005610     EXIT.
005620*----------------------------------------------------------*
005630* 1250-ADD-CADENCE                                         *
005640*   JOB NAME IN COLUMNS 10-17, PERIOD TYPE IN COLUMN 19,   *
005650*   LOOKBACK (1-99 PERIODS) IN COLUMNS 21-23, UP TO 10.    *
005660*----------------------------------------------------------*
005670 1250-ADD-CADENCE.
005680     IF NLS-MC-CD-JOB = SPACES
005690         DISPLAY "NLSRMON CADENCE WITH NO JOB NAME - CARD "
005700             "IGNORED"
005710         GO TO 1250-EXIT
005720     END-IF.
005730     IF NLS-MC-CD-TYPE NOT = "D" AND NOT = "B"
005740             AND NOT = "W" AND NOT = "M"
005750         DISPLAY "NLSRMON CADENCE " NLS-MC-CD-JOB " PERIOD '"
005760             NLS-MC-CD-TYPE "' NOT D, B, W OR M - CARD IGNORED"
005770         GO TO 1250-EXIT
005780     END-IF.
005790     IF NLS-MC-CD-LOOKBACK IS NOT NUMERIC
005800         DISPLAY "NLSRMON CADENCE " NLS-MC-CD-JOB " LOOKBACK '"
005810             NLS-MC-CD-LOOKBACK "' NOT NUMERIC - CARD IGNORED"
005820         GO TO 1250-EXIT
005830     END-IF.
005840     MOVE NLS-MC-CD-LOOKBACK TO NLS-RM-CARD-VALUE.
005850     IF NLS-RM-CARD-VALUE = ZERO OR NLS-RM-CARD-VALUE > 99
005860         DISPLAY "NLSRMON CADENCE " NLS-MC-CD-JOB " LOOKBACK "
005870             NLS-MC-CD-LOOKBACK " NOT 001-099 - CARD IGNORED"
005880         GO TO 1250-EXIT
005890     END-IF.
005900     IF NLS-RM-CD-COUNT NOT < 10
005910         DISPLAY "NLSRMON MORE THAN 10 CADENCE JOBS - "
005920             NLS-MC-CD-JOB " IGNORED"
005930         GO TO 1250-EXIT
005940     END-IF.
005950     ADD 1 TO NLS-RM-CD-COUNT.
005960     MOVE NLS-MC-CD-JOB     TO NLS-RM-CD-JOB (NLS-RM-CD-COUNT).
005970     MOVE NLS-MC-CD-TYPE    TO NLS-RM-CD-TYPE (NLS-RM-CD-COUNT).
005980     MOVE NLS-RM-CARD-VALUE
005990         TO NLS-RM-CD-LOOKBACK (NLS-RM-CD-COUNT).
006000 1250-EXIT.
006010     EXIT.
006020*----------------------------------------------------------*
006030* 1260-ADD-CUTOFF                                          *
006040*   PROGRAM IN COLUMNS 10-17, WINDOW OPEN HHMMSS IN        *
006050*   COLUMNS 19-24, CUTOFF HHMMSS IN COLUMNS 26-31, UP TO   *
006060*   10. OPEN AND CUTOFF MAY NOT BE THE SAME TIME.          *
006070*----------------------------------------------------------*
006080 1260-ADD-CUTOFF.
006090     IF NLS-MC-CO-PROGRAM = SPACES
006100         DISPLAY "NLSRMON CUTOFF WITH NO PROGRAM - CARD IGNORED"
006110         GO TO 1260-EXIT
006120     END-IF.
006130     IF NLS-MC-CO-OPEN IS NOT NUMERIC
006140             OR NLS-MC-CO-CUTOFF IS NOT NUMERIC
006150             OR NLS-MC-CO-OPEN NOT < "240000"
006160             OR NLS-MC-CO-CUTOFF NOT < "240000"
006170             OR NLS-MC-CO-OPEN = NLS-MC-CO-CUTOFF
006180         DISPLAY "NLSRMON CUTOFF " NLS-MC-CO-PROGRAM " TIMES '"
006190             NLS-MC-CO-OPEN " " NLS-MC-CO-CUTOFF
006200             "' NOT USABLE - CARD IGNORED"
006210         GO TO 1260-EXIT
006220     END-IF.
006230     IF NLS-RM-CO-COUNT NOT < 10
006240         DISPLAY "NLSRMON MORE THAN 10 CUTOFFS - "
006250             NLS-MC-CO-PROGRAM " IGNORED"
006260         GO TO 1260-EXIT
006270     END-IF.
006280     ADD 1 TO NLS-RM-CO-COUNT.
006290     MOVE NLS-MC-CO-PROGRAM
006300         TO NLS-RM-CO-PROGRAM (NLS-RM-CO-COUNT).
006310     MOVE NLS-MC-CO-OPEN    TO NLS-RM-CO-OPEN (NLS-RM-CO-COUNT).
006320     MOVE NLS-MC-CO-CUTOFF  TO NLS-RM-CO-CUTOFF (NLS-RM-CO-COUNT).
006330 1260-EXIT.
006340     EXIT.
006350*----------------------------------------------------------*
006360* 1400-PREPARE-CADENCE                                     *
006370*   TODAY'S PERIOD IS THE LAST SLOT OF THE LOOKBACK; THE   *
006380*   FIRST SLOT IS LOOKBACK PERIODS BEFORE IT.              *
006390*----------------------------------------------------------*
006400 1400-PREPARE-CADENCE.
006410     MOVE NLS-RM-RUN-DATE TO NLS-RM-PD-DATE.
006420     MOVE NLS-RM-CD-TYPE (NLS-RM-CD-SUB) TO NLS-RM-PD-TYPE.
006430     PERFORM 5000-PERIOD-OF-DATE THRU 5000-EXIT.
006440     MOVE NLS-RM-PD-PERIOD
006450         TO NLS-RM-CD-CURRENT-PERIOD (NLS-RM-CD-SUB).
006460     COMPUTE NLS-RM-CD-FIRST-PERIOD (NLS-RM-CD-SUB) =
006470         NLS-RM-PD-PERIOD - NLS-RM-CD-LOOKBACK (NLS-RM-CD-SUB).
006480     MOVE ZERO   TO NLS-RM-CD-RUNS-SEEN (NLS-RM-CD-SUB)
006490                    NLS-RM-CD-MISSED (NLS-RM-CD-SUB)
006500                    NLS-RM-CD-DUPLICATES (NLS-RM-CD-SUB).
006510     MOVE SPACES TO NLS-RM-CD-LAST-STAMP (NLS-RM-CD-SUB).
006520     PERFORM 1410-CLEAR-PERIOD-SLOT THRU 1410-EXIT
006530         VARYING NLS-RM-CD-SLOT FROM 1 BY 1
006540         UNTIL NLS-RM-CD-SLOT > 100.
006550 1400-EXIT.
006560     EXIT.
006570 1410-CLEAR-PERIOD-SLOT.
006580     MOVE ZERO
006590         TO NLS-RM-CD-PERIOD-RUNS (NLS-RM-CD-SUB, NLS-RM-CD-SLOT).
006600 1410-EXIT.
006610     EXIT.
006620*----------------------------------------------------------*
006630* 2000-APPLY-ONE-RECORD                                    *
006640*   STEP RECORDS IN THE WINDOW FEED THE PROGRAM TABLE, RUN *
006650*   HEADERS FEED THE CADENCE TABLE. A RECORD WITH AN       *
006660*   UNUSABLE STAMP IS COUNTED AND SKIPPED.                 *
006670*----------------------------------------------------------*
006680 2000-APPLY-ONE-RECORD.
006690     ADD 1 TO NLS-RM-RECORDS-READ.
006700     PERFORM 2050-CHECK-RECORD-DATE THRU 2050-EXIT.
006710     IF NOT NLS-RM-DATE-OK
006720         ADD 1 TO NLS-RM-UNUSABLE-COUNT
006730         GO TO 2000-NEXT
006740     END-IF.
006750     MOVE NLS-RL-RUN-DATE TO NLS-RM-RS-DATE.
006760     MOVE NLS-RL-RUN-TIME TO NLS-RM-RS-TIME.
006770     IF NLS-RL-STEP-RECORD
006780         IF NLS-RM-RECORD-INT NOT < NLS-RM-WINDOW-START-INT
006790                 AND NLS-RM-RECORD-INT NOT > NLS-RM-RUN-DATE-INT
006800             PERFORM 2200-APPLY-STEP-RECORD THRU 2200-EXIT
006810         END-IF
006820     ELSE
006830         IF NLS-RL-RUN-HEADER
006840             PERFORM 2300-APPLY-RUN-HEADER THRU 2300-EXIT
006850                 VARYING NLS-RM-CD-SUB FROM 1 BY 1
006860                 UNTIL NLS-RM-CD-SUB > NLS-RM-CD-COUNT
006870         END-IF
006880     END-IF.
006890 2000-NEXT.
006900     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
006910 2000-EXIT.
006920     EXIT.
006930*----------------------------------------------------------*
006940* 2050-CHECK-RECORD-DATE                                   *
006950*----------------------------------------------------------*
006960 2050-CHECK-RECORD-DATE.
006970     MOVE "N" TO NLS-RM-DATE-OK-SW.
006980     IF NLS-RL-RUN-DATE IS NOT NUMERIC
006990             OR NLS-RL-RUN-TIME IS NOT NUMERIC
007000         GO TO 2050-EXIT
007010     END-IF.
007020     MOVE NLS-RL-RUN-DATE TO NLS-RM-PD-DATE.
007030     IF NLS-RM-PD-CCYY < 1601
007040             OR NLS-RM-PD-MM < 1 OR NLS-RM-PD-MM > 12
007050             OR NLS-RM-PD-DD < 1 OR NLS-RM-PD-DD > 31
007060         GO TO 2050-EXIT
007070     END-IF.
007080     COMPUTE NLS-RM-RECORD-INT =
007090         FUNCTION INTEGER-OF-DATE (NLS-RM-PD-DATE).
007100     IF NLS-RM-RECORD-INT > ZERO
007110         SET NLS-RM-DATE-OK TO TRUE
007120     END-IF.
007130 2050-EXIT.
007140     EXIT.
007150*----------------------------------------------------------*
007160* 2100-READ-RUN-LOG                                        *
007170*----------------------------------------------------------*
007180 2100-READ-RUN-LOG.
007190     READ NLS-RUN-LOG-FILE
007200         AT END
007210             SET NLS-RM-LOG-EOF TO TRUE
007220     END-READ.
007230 2100-EXIT.
007240     EXIT.
007250*----------------------------------------------------------*
007260* 2200-APPLY-STEP-RECORD                                   *
007270*   THE LATEST RUN IS THE ONE WITH THE HIGHEST DATE/TIME   *
007280*   STAMP, THE FIRST THE LOWEST; ON A TIE THE LATER RECORD *
007290*   IN THE LOG IS TAKEN AS THE LATEST.                     *
007300*----------------------------------------------------------*
007310 2200-APPLY-STEP-RECORD.
007320     ADD 1 TO NLS-RM-STEPS-IN-WINDOW.
007330     PERFORM 2210-FIND-PROGRAM THRU 2210-EXIT.
007340     IF NLS-RM-PG-SUB = ZERO
007350         GO TO 2200-EXIT
007360     END-IF.
007370     ADD 1 TO NLS-RM-PG-RUNS (NLS-RM-PG-SUB).
007380     ADD NLS-RL-ELAPSED-SECONDS
007390         TO NLS-RM-PG-SUM-ELAPSED (NLS-RM-PG-SUB).
007400     ADD NLS-RL-RECORDS-READ
007410         TO NLS-RM-PG-SUM-READ (NLS-RM-PG-SUB).
007420     IF NLS-RL-ELAPSED-SECONDS > NLS-RM-PG-MAX-ELAPSED
007430                                     (NLS-RM-PG-SUB)
007440         MOVE NLS-RL-ELAPSED-SECONDS
007450             TO NLS-RM-PG-MAX-ELAPSED (NLS-RM-PG-SUB)
007460     END-IF.
007470     IF NLS-RM-RECORD-STAMP NOT < NLS-RM-PG-LATEST-STAMP
007480                                     (NLS-RM-PG-SUB)
007490         MOVE NLS-RM-RECORD-STAMP
007500             TO NLS-RM-PG-LATEST-STAMP (NLS-RM-PG-SUB)
007510         MOVE NLS-RL-ELAPSED-SECONDS
007520             TO NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB)
007530         MOVE NLS-RL-RECORDS-READ
007540             TO NLS-RM-PG-LATEST-READ (NLS-RM-PG-SUB)
007550     END-IF.
007560     IF NLS-RM-RECORD-STAMP < NLS-RM-PG-FIRST-STAMP
007570                                     (NLS-RM-PG-SUB)
007580         MOVE NLS-RM-RECORD-STAMP
007590             TO NLS-RM-PG-FIRST-STAMP (NLS-RM-PG-SUB)
007600         MOVE NLS-RL-ELAPSED-SECONDS
007610             TO NLS-RM-PG-FIRST-ELAPSED (NLS-RM-PG-SUB)
007620     END-IF.
007630 2200-EXIT.
007640     EXIT.
007650*----------------------------------------------------------*
007660* 2210-FIND-PROGRAM                                        *
007670*   RETURNS THE PROGRAM'S ENTRY IN NLS-RM-PG-SUB, ADDING   *
007680*   IT IF NEW; ZERO WHEN THE TABLE IS FULL.                *
007690*----------------------------------------------------------*
007700 2210-FIND-PROGRAM.
007710     PERFORM 2220-SCAN-PROGRAM THRU 2220-EXIT
007720         VARYING NLS-RM-PG-SUB FROM 1 BY 1
007730         UNTIL NLS-RM-PG-SUB > NLS-RM-PG-COUNT
007740             OR NLS-RM-PG-PROGRAM (NLS-RM-PG-SUB)
007750                 = NLS-RL-PROGRAM-ID.
007760     IF NLS-RM-PG-SUB NOT > NLS-RM-PG-COUNT
007770         GO TO 2210-EXIT
007780     END-IF.
007790     IF NLS-RM-PG-COUNT NOT < 100
007800         IF NOT NLS-RM-OVERFLOW
007810             DISPLAY "NLSRMON MORE THAN 100 PROGRAMS IN THE "
007820                 "WINDOW - " NLS-RL-PROGRAM-ID " AND LATER "
007830                 "PROGRAMS NOT MONITORED"
007840         END-IF
007850         SET NLS-RM-OVERFLOW TO TRUE
007860         MOVE ZERO TO NLS-RM-PG-SUB
007870         GO TO 2210-EXIT
007880     END-IF.
007890     ADD 1 TO NLS-RM-PG-COUNT.
007900     MOVE NLS-RM-PG-COUNT TO NLS-RM-PG-SUB.
007910     MOVE NLS-RL-PROGRAM-ID TO NLS-RM-PG-PROGRAM (NLS-RM-PG-SUB).
007920     MOVE ZERO TO NLS-RM-PG-RUNS (NLS-RM-PG-SUB)
007930                  NLS-RM-PG-SUM-ELAPSED (NLS-RM-PG-SUB)
007940                  NLS-RM-PG-MAX-ELAPSED (NLS-RM-PG-SUB)
007950                  NLS-RM-PG-SUM-READ (NLS-RM-PG-SUB)
007960                  NLS-RM-PG-LATEST-DATE (NLS-RM-PG-SUB)
007970                  NLS-RM-PG-LATEST-TIME (NLS-RM-PG-SUB)
007980                  NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB)
007990                  NLS-RM-PG-LATEST-READ (NLS-RM-PG-SUB)
008000                  NLS-RM-PG-FIRST-ELAPSED (NLS-RM-PG-SUB).
008010     MOVE HIGH-VALUES TO NLS-RM-PG-FIRST-STAMP (NLS-RM-PG-SUB).
008020 2210-EXIT.
008030     EXIT.
008040 2220-SCAN-PROGRAM.
008050     CONTINUE.
008060 2220-EXIT.
008070     EXIT.
008080*----------------------------------------------------------*
008090* 2300-APPLY-RUN-HEADER                                    *
008100*   A HEADER FOR A WATCHED JOB IS COUNTED IN THE SLOT OF   *
008110*   ITS PERIOD WHEN THAT PERIOD IS INSIDE THE LOOKBACK.    *
008120*----------------------------------------------------------*
008130 2300-APPLY-RUN-HEADER.
008140     IF NLS-RL-JOB-NAME NOT = NLS-RM-CD-JOB (NLS-RM-CD-SUB)
008150         GO TO 2300-EXIT
008160     END-IF.
008170     MOVE NLS-RL-RUN-DATE TO NLS-RM-PD-DATE.
008180     MOVE NLS-RM-CD-TYPE (NLS-RM-CD-SUB) TO NLS-RM-PD-TYPE.
008190     PERFORM 5000-PERIOD-OF-DATE THRU 5000-EXIT.
008200     IF NLS-RM-PD-PERIOD < NLS-RM-CD-FIRST-PERIOD (NLS-RM-CD-SUB)
008210             OR NLS-RM-PD-PERIOD >
008220                 NLS-RM-CD-CURRENT-PERIOD (NLS-RM-CD-SUB)
008230         GO TO 2300-EXIT
008240     END-IF.
008250     COMPUTE NLS-RM-CD-SLOT = NLS-RM-PD-PERIOD
008260         - NLS-RM-CD-FIRST-PERIOD (NLS-RM-CD-SUB) + 1.
008270     ADD 1
008280         TO NLS-RM-CD-PERIOD-RUNS (NLS-RM-CD-SUB, NLS-RM-CD-SLOT).
008290     ADD 1 TO NLS-RM-CD-RUNS-SEEN (NLS-RM-CD-SUB).
008300     IF NLS-RM-CD-LAST-STAMP (NLS-RM-CD-SUB) = SPACES
008310             OR NLS-RM-RECORD-STAMP NOT <
008320                 NLS-RM-CD-LAST-STAMP (NLS-RM-CD-SUB)
008330         MOVE NLS-RM-RECORD-STAMP
008340             TO NLS-RM-CD-LAST-STAMP (NLS-RM-CD-SUB)
008350     END-IF.
008360 2300-EXIT.
008370     EXIT.
008380*----------------------------------------------------------*
008390* 5000-PERIOD-OF-DATE                                      *
008400*   NLS-RM-PD-DATE AS A PERIOD NUMBER OF TYPE              *
008410*   NLS-RM-PD-TYPE: D AND B COUNT DAYS, W COUNTS WEEKS     *
008420*   STARTING ON A MONDAY (DAY 1, 1601-01-01, WAS A         *
008430*   MONDAY), M COUNTS CALENDAR MONTHS.                     *
008440*----------------------------------------------------------*
008450 5000-PERIOD-OF-DATE.
008460     EVALUATE NLS-RM-PD-TYPE
008470         WHEN "M"
008480             COMPUTE NLS-RM-PD-PERIOD =
008490                 NLS-RM-PD-CCYY * 12 + NLS-RM-PD-MM - 1
008500         WHEN "W"
008510             COMPUTE NLS-RM-PD-PERIOD =
008520                 (FUNCTION INTEGER-OF-DATE (NLS-RM-PD-DATE) - 1)
008530                 / 7
008540         WHEN OTHER
008550             COMPUTE NLS-RM-PD-PERIOD =
008560                 FUNCTION INTEGER-OF-DATE (NLS-RM-PD-DATE)
008570     END-EVALUATE.
008580 5000-EXIT.
008590     EXIT.
008600*----------------------------------------------------------*
008610* 5100-PERIOD-LABEL                                        *
008620*   NLS-RM-PD-PERIOD BACK AS A PRINTABLE LABEL, WITH THE   *
008630*   WEEKDAY (0 = MONDAY) FOR A DAY PERIOD.                 *
008640*----------------------------------------------------------*
008650 5100-PERIOD-LABEL.
008660     MOVE SPACES TO NLS-RM-PD-LABEL.
008670     MOVE ZERO   TO NLS-RM-PD-WEEKDAY.
008680     EVALUATE NLS-RM-PD-TYPE
008690         WHEN "M"
008700             DIVIDE NLS-RM-PD-PERIOD BY 12
008710                 GIVING NLS-RM-LM-CCYY REMAINDER NLS-RM-PD-INT
008720             COMPUTE NLS-RM-LM-MM = NLS-RM-PD-INT + 1
008730             MOVE NLS-RM-LABEL-MONTH TO NLS-RM-PD-LABEL
008740         WHEN "W"
008750             COMPUTE NLS-RM-PD-INT = NLS-RM-PD-PERIOD * 7 + 1
008760             PERFORM 5150-LABEL-DATE THRU 5150-EXIT
008770             STRING "WEEK OF " NLS-RM-LABEL-DATE
008780                 DELIMITED BY SIZE INTO NLS-RM-PD-LABEL
008790         WHEN OTHER
008800             MOVE NLS-RM-PD-PERIOD TO NLS-RM-PD-INT
008810             PERFORM 5150-LABEL-DATE THRU 5150-EXIT
008820             MOVE NLS-RM-LABEL-DATE TO NLS-RM-PD-LABEL
008830             COMPUTE NLS-RM-PD-WEEKDAY =
008840                 FUNCTION MOD (NLS-RM-PD-PERIOD - 1, 7)
008850     END-EVALUATE.
008860 5100-EXIT.
008870     EXIT.
008880 5150-LABEL-DATE.
008890     COMPUTE NLS-RM-PD-DATE =
008900         FUNCTION DATE-OF-INTEGER (NLS-RM-PD-INT).
008910     MOVE NLS-RM-PD-CCYY TO NLS-RM-LD-CCYY.
008920     MOVE NLS-RM-PD-MM   TO NLS-RM-LD-MM.
008930     MOVE NLS-RM-PD-DD   TO NLS-RM-LD-DD.
008940 5150-EXIT.
008950     EXIT.
008960*----------------------------------------------------------*
008970* 6000-PRINT-PERFORMANCE                                   *
008980*----------------------------------------------------------*
008990 6000-PRINT-PERFORMANCE.
009000     MOVE "STEP PERFORMANCE OVER THE WINDOW"
009010         TO NLS-RM-SL-TITLE.
009020     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-SECTION-LINE
009030         AFTER ADVANCING 1 LINE.
009040     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-PERF-HEADING-1
009050         AFTER ADVANCING 1 LINE.
009060     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-PERF-HEADING-2
009070         AFTER ADVANCING 1 LINE.
009080     IF NLS-RM-PG-COUNT = ZERO
009090         MOVE "NO STEP RECORDS IN THE WINDOW"
009100             TO NLS-RM-PRINT-LINE
009110         WRITE NLS-RM-PRINT-LINE AFTER ADVANCING 1 LINE
009120     END-IF.
009130     PERFORM 6100-PRINT-ONE-PROGRAM THRU 6100-EXIT
009140         VARYING NLS-RM-PG-SUB FROM 1 BY 1
009150         UNTIL NLS-RM-PG-SUB > NLS-RM-PG-COUNT.
009160     MOVE SPACES TO NLS-RM-PRINT-LINE.
009170     WRITE NLS-RM-PRINT-LINE AFTER ADVANCING 1 LINE.
009180 6000-EXIT.
009190     EXIT.
009200*----------------------------------------------------------*
009210* 6100-PRINT-ONE-PROGRAM                                   *
009220*   RATES TREAT A RUN UNDER ONE SECOND AS ONE SECOND. THE  *
009230*   BASELINE LEAVES THE LATEST RUN OUT, SO A SLOW RUN DOES *
009240*   NOT HIDE BEHIND ITSELF.                                *
009250*----------------------------------------------------------*
009260 6100-PRINT-ONE-PROGRAM.
009270     MOVE NLS-RM-PG-PROGRAM (NLS-RM-PG-SUB) TO NLS-RM-PL-PROGRAM.
009280     MOVE NLS-RM-PG-RUNS (NLS-RM-PG-SUB)    TO NLS-RM-PL-RUNS.
009290     COMPUTE NLS-RM-PL-AVG-ELAPSED ROUNDED =
009300         NLS-RM-PG-SUM-ELAPSED (NLS-RM-PG-SUB)
009310             / NLS-RM-PG-RUNS (NLS-RM-PG-SUB).
009320     MOVE NLS-RM-PG-MAX-ELAPSED (NLS-RM-PG-SUB)
009330         TO NLS-RM-PL-MAX-ELAPSED.
009340     MOVE NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB)
009350         TO NLS-RM-PL-LATEST-ELAPSED.
009360     MOVE NLS-RM-PG-SUM-ELAPSED (NLS-RM-PG-SUB) TO NLS-RM-DIVISOR.
009370     IF NLS-RM-DIVISOR = ZERO
009380         MOVE 1 TO NLS-RM-DIVISOR
009390     END-IF.
009400     COMPUTE NLS-RM-RATE-WORK ROUNDED =
009410         NLS-RM-PG-SUM-READ (NLS-RM-PG-SUB) / NLS-RM-DIVISOR
009420         ON SIZE ERROR
009430             MOVE 999999999.9 TO NLS-RM-RATE-WORK
009440     END-COMPUTE.
009450     MOVE NLS-RM-RATE-WORK TO NLS-RM-PL-AVG-RATE.
009460     MOVE NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB)
009470         TO NLS-RM-DIVISOR.
009480     IF NLS-RM-DIVISOR = ZERO
009490         MOVE 1 TO NLS-RM-DIVISOR
009500     END-IF.
009510     COMPUTE NLS-RM-RATE-WORK ROUNDED =
009520         NLS-RM-PG-LATEST-READ (NLS-RM-PG-SUB) / NLS-RM-DIVISOR.
009530     MOVE NLS-RM-RATE-WORK TO NLS-RM-PL-LATEST-RATE.
009540     MOVE NLS-RM-PG-LATEST-DATE (NLS-RM-PG-SUB)
009550         TO NLS-RM-PL-LATEST-DATE.
009560     MOVE NLS-RM-PG-LATEST-TIME (NLS-RM-PG-SUB)
009570         TO NLS-RM-PL-LATEST-TIME.
009580     MOVE SPACES TO NLS-RM-PL-BASELINE NLS-RM-PL-STATUS.
009590     COMPUTE NLS-RM-PRIOR-RUNS =
009600         NLS-RM-PG-RUNS (NLS-RM-PG-SUB) - 1.
009610     IF NLS-RM-PRIOR-RUNS < NLS-RM-MIN-RUNS
009620         MOVE NLS-RM-PRIOR-RUNS TO NLS-RM-EDIT-COUNT
009630         STRING "NO BASELINE -" DELIMITED BY SIZE
009640             NLS-RM-EDIT-COUNT DELIMITED BY SIZE
009650             " OTHER RUNS" DELIMITED BY SIZE
009660             INTO NLS-RM-PL-STATUS
009670         GO TO 6100-WRITE
009680     END-IF.
009690     COMPUTE NLS-RM-BASELINE ROUNDED =
009700         (NLS-RM-PG-SUM-ELAPSED (NLS-RM-PG-SUB)
009710             - NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB))
009720         / NLS-RM-PRIOR-RUNS.
009730     MOVE NLS-RM-BASELINE TO NLS-RM-BASELINE-EDIT.
009740     MOVE NLS-RM-BASELINE-EDIT TO NLS-RM-PL-BASELINE.
009750     COMPUTE NLS-RM-SLOW-LIMIT =
009760         NLS-RM-BASELINE * (100 + NLS-RM-SLOW-PCT) / 100.
009770     IF NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB)
009780                 > NLS-RM-SLOW-LIMIT
009790             AND NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB)
009800                 - NLS-RM-BASELINE NOT < NLS-RM-SLOW-SECS
009810         ADD 1 TO NLS-RM-SLOW-COUNT
009820         IF NLS-RM-BASELINE < 1
009830             MOVE 1 TO NLS-RM-BASELINE
009840         END-IF
009850         COMPUTE NLS-RM-PCT-OF-BASELINE ROUNDED =
009860             NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB) * 100
009870                 / NLS-RM-BASELINE
009880             ON SIZE ERROR
009890                 MOVE 99999 TO NLS-RM-PCT-OF-BASELINE
009900         END-COMPUTE
009910         MOVE NLS-RM-PCT-OF-BASELINE TO NLS-RM-EDIT-PCT
009920         STRING "** SLOW -" DELIMITED BY SIZE
009930             NLS-RM-EDIT-PCT DELIMITED BY SIZE
009940             "% OF BASELINE" DELIMITED BY SIZE
009950             INTO NLS-RM-PL-STATUS
009960     ELSE
009970         MOVE "OK" TO NLS-RM-PL-STATUS
009980     END-IF.
009990 6100-WRITE.
010000     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-PERF-LINE
010010         AFTER ADVANCING 1 LINE.
010020 6100-EXIT.
010030     EXIT.
010040*----------------------------------------------------------*
010050* 7000-PRINT-CADENCE                                       *
010060*----------------------------------------------------------*
010070 7000-PRINT-CADENCE.
010080     MOVE "JOB CADENCE" TO NLS-RM-SL-TITLE.
010090     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-SECTION-LINE
010100         AFTER ADVANCING 1 LINE.
010110     PERFORM 7100-PRINT-ONE-CADENCE THRU 7100-EXIT
010120         VARYING NLS-RM-CD-SUB FROM 1 BY 1
010130         UNTIL NLS-RM-CD-SUB > NLS-RM-CD-COUNT.
010140     MOVE SPACES TO NLS-RM-PRINT-LINE.
010150     WRITE NLS-RM-PRINT-LINE AFTER ADVANCING 1 LINE.
010160 7000-EXIT.
010170     EXIT.
010180*----------------------------------------------------------*
010190* 7100-PRINT-ONE-CADENCE                                   *
010200*   ONE LINE PER JOB, THEN ONE LINE PER MISSED OR          *
010210*   DUPLICATE PERIOD, OLDEST FIRST.                        *
010220*----------------------------------------------------------*
010230 7100-PRINT-ONE-CADENCE.
010240     MOVE NLS-RM-CD-JOB (NLS-RM-CD-SUB) TO NLS-RM-CL-JOB.
010250     EVALUATE NLS-RM-CD-TYPE (NLS-RM-CD-SUB)
010260         WHEN "D"
010270             MOVE "DAILY"         TO NLS-RM-CL-CADENCE
010280         WHEN "B"
010290             MOVE "BUSINESS DAYS" TO NLS-RM-CL-CADENCE
010300         WHEN "W"
010310             MOVE "WEEKLY"        TO NLS-RM-CL-CADENCE
010320         WHEN OTHER
010330             MOVE "MONTHLY"       TO NLS-RM-CL-CADENCE
010340     END-EVALUATE.
010350     MOVE NLS-RM-CD-LOOKBACK (NLS-RM-CD-SUB)
010360         TO NLS-RM-CL-LOOKBACK.
010370     MOVE NLS-RM-CD-RUNS-SEEN (NLS-RM-CD-SUB) TO NLS-RM-CL-RUNS.
010380     IF NLS-RM-CD-LAST-STAMP (NLS-RM-CD-SUB) = SPACES
010390         MOVE "NONE"  TO NLS-RM-CL-LAST-DATE
010400         MOVE SPACES  TO NLS-RM-CL-SLASH NLS-RM-CL-LAST-TIME
010410     ELSE
010420         MOVE NLS-RM-CD-LAST-STAMP (NLS-RM-CD-SUB) (1:8)
010430             TO NLS-RM-CL-LAST-DATE
010440         MOVE "/" TO NLS-RM-CL-SLASH
010450         MOVE NLS-RM-CD-LAST-STAMP (NLS-RM-CD-SUB) (9:6)
010460             TO NLS-RM-CL-LAST-TIME
010470     END-IF.
010480     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-CADENCE-LINE
010490         AFTER ADVANCING 1 LINE.
010500     COMPUTE NLS-RM-CD-SLOTS = NLS-RM-CD-LOOKBACK (NLS-RM-CD-SUB)
010510         + 1.
010520     PERFORM 7110-CHECK-ONE-PERIOD THRU 7110-EXIT
010530         VARYING NLS-RM-CD-SLOT FROM 1 BY 1
010540         UNTIL NLS-RM-CD-SLOT > NLS-RM-CD-SLOTS.
010550 7100-EXIT.
010560     EXIT.
010570*----------------------------------------------------------*
010580* 7110-CHECK-ONE-PERIOD                                    *
010590*   A BUSINESS-DAY JOB IS NOT EXPECTED ON A SATURDAY OR    *
010600*   SUNDAY, BUT TWO RUNS THERE ARE STILL A DUPLICATE.      *
010610*----------------------------------------------------------*
010620 7110-CHECK-ONE-PERIOD.
010630     MOVE NLS-RM-CD-TYPE (NLS-RM-CD-SUB) TO NLS-RM-PD-TYPE.
010640     COMPUTE NLS-RM-PD-PERIOD =
010650         NLS-RM-CD-FIRST-PERIOD (NLS-RM-CD-SUB)
010660             + NLS-RM-CD-SLOT - 1.
010670     PERFORM 5100-PERIOD-LABEL THRU 5100-EXIT.
010680     MOVE NLS-RM-PD-LABEL TO NLS-RM-PR-LABEL.
010690     MOVE SPACES TO NLS-RM-PR-DETAIL.
010700     IF NLS-RM-CD-PERIOD-RUNS (NLS-RM-CD-SUB, NLS-RM-CD-SLOT) > 1
010710         ADD 1 TO NLS-RM-CD-DUPLICATES (NLS-RM-CD-SUB)
010720                  NLS-RM-DUPLICATE-COUNT
010730         MOVE "** DUPLICATE" TO NLS-RM-PR-FINDING
010740         MOVE NLS-RM-CD-PERIOD-RUNS
010750                 (NLS-RM-CD-SUB, NLS-RM-CD-SLOT)
010760             TO NLS-RM-EDIT-COUNT
010770         STRING NLS-RM-EDIT-COUNT DELIMITED BY SIZE
010780             " RUN HEADERS" DELIMITED BY SIZE
010790             INTO NLS-RM-PR-DETAIL
010800         WRITE NLS-RM-PRINT-LINE FROM NLS-RM-PERIOD-LINE
010810             AFTER ADVANCING 1 LINE
010820         GO TO 7110-EXIT
010830     END-IF.
010840     IF NLS-RM-CD-PERIOD-RUNS (NLS-RM-CD-SUB, NLS-RM-CD-SLOT)
010850             > ZERO
010860         GO TO 7110-EXIT
010870     END-IF.
010880     IF NLS-RM-CD-TYPE (NLS-RM-CD-SUB) = "B"
010890             AND NLS-RM-PD-WEEKEND
010900         GO TO 7110-EXIT
010910     END-IF.
010920     IF NLS-RM-CD-SLOT = NLS-RM-CD-SLOTS
010930         MOVE "NOT YET RUN" TO NLS-RM-PR-FINDING
010940         MOVE "CURRENT PERIOD" TO NLS-RM-PR-DETAIL
010950     ELSE
010960         ADD 1 TO NLS-RM-CD-MISSED (NLS-RM-CD-SUB)
010970                  NLS-RM-MISSED-COUNT
010980         MOVE "** MISSED" TO NLS-RM-PR-FINDING
010990         MOVE "NO RUN HEADER" TO NLS-RM-PR-DETAIL
011000     END-IF.
011010     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-PERIOD-LINE
011020         AFTER ADVANCING 1 LINE.
011030 7110-EXIT.
011040     EXIT.
011050*----------------------------------------------------------*
011060* 7500-PRINT-CUTOFF                                        *
011070*----------------------------------------------------------*
011080 7500-PRINT-CUTOFF.
011090     MOVE "BATCH-WINDOW CUTOFF" TO NLS-RM-SL-TITLE.
011100     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-SECTION-LINE
011110         AFTER ADVANCING 1 LINE.
011120     PERFORM 7600-PRINT-ONE-CUTOFF THRU 7600-EXIT
011130         VARYING NLS-RM-CO-SUB FROM 1 BY 1
011140         UNTIL NLS-RM-CO-SUB > NLS-RM-CO-COUNT.
011150     MOVE SPACES TO NLS-RM-PRINT-LINE.
011160     WRITE NLS-RM-PRINT-LINE AFTER ADVANCING 1 LINE.
011170 7500-EXIT.
011180     EXIT.
011190*----------------------------------------------------------*
011200* 7600-PRINT-ONE-CUTOFF                                    *
011204*   THE LATEST RUN IS PLACED IN THE WINDOW IT STARTED IN - *
011208*   ITS END STAMP LESS ITS ELAPSED TIME. ON A WINDOW THAT  *
011212*   SPANS MIDNIGHT, A START BEFORE THE CUTOFF BELONGS TO   *
011216*   THE WINDOW OPENED THE DAY BEFORE. THE END IS MEASURED  *
011220*   ON DATE AND TIME FROM THAT OPENING, SO A RUN THAT      *
011224*   OVERRUNS PAST MIDNIGHT, OR INTO A LATER DAY, IS MISSED *
011228*   BY ITS FULL OVERRUN. AN END AFTER THE CUTOFF IS A      *
011232*   MISS. OTHERWISE THE HEADROOM IS CHECKED AGAINST THE    *
011240*   MARGIN, THEN - WHEN THE PROGRAM HAS A BASELINE'S WORTH *
011250*   OF RUNS AND IS GETTING SLOWER - AGAINST THE HORIZON:   *
011260*   RUNS TO CUTOFF = HEADROOM / TREND, ROUNDED DOWN.       *
011270*----------------------------------------------------------*
011280 7600-PRINT-ONE-CUTOFF.
011290     MOVE NLS-RM-CO-PROGRAM (NLS-RM-CO-SUB) TO NLS-RM-XL-PROGRAM.
011300     MOVE NLS-RM-CO-OPEN (NLS-RM-CO-SUB)    TO NLS-RM-TIME.
011310     MOVE NLS-RM-TIME-HH TO NLS-RM-XL-OPEN-HH.
011320     MOVE NLS-RM-TIME-MM TO NLS-RM-XL-OPEN-MM.
011330     PERFORM 7700-TIME-TO-SECONDS THRU 7700-EXIT.
011340     MOVE NLS-RM-SECONDS TO NLS-RM-OPEN-SECS.
011350     MOVE NLS-RM-CO-CUTOFF (NLS-RM-CO-SUB)  TO NLS-RM-TIME.
011360     MOVE NLS-RM-TIME-HH TO NLS-RM-XL-CUTOFF-HH.
011370     MOVE NLS-RM-TIME-MM TO NLS-RM-XL-CUTOFF-MM.
011376     PERFORM 7700-TIME-TO-SECONDS THRU 7700-EXIT.
011382     MOVE NLS-RM-SECONDS TO NLS-RM-CUTOFF-SECS.
011390     COMPUTE NLS-RM-CUTOFF-OFFSET =
011400         NLS-RM-SECONDS - NLS-RM-OPEN-SECS.
011410     IF NLS-RM-CUTOFF-OFFSET NOT > ZERO
011420         ADD 86400 TO NLS-RM-CUTOFF-OFFSET
011430     END-IF.
011440     MOVE SPACES TO NLS-RM-XL-END-DATE NLS-RM-XL-SLASH
011450                    NLS-RM-XL-END-TIME NLS-RM-XL-HEADROOM
011460                    NLS-RM-XL-TREND NLS-RM-XL-STATUS.
011470     PERFORM 2220-SCAN-PROGRAM THRU 2220-EXIT
011480         VARYING NLS-RM-PG-SUB FROM 1 BY 1
011490         UNTIL NLS-RM-PG-SUB > NLS-RM-PG-COUNT
011500             OR NLS-RM-PG-PROGRAM (NLS-RM-PG-SUB)
011510                 = NLS-RM-CO-PROGRAM (NLS-RM-CO-SUB).
011520     IF NLS-RM-PG-SUB > NLS-RM-PG-COUNT
011530         MOVE "NO RUNS IN THE WINDOW" TO NLS-RM-XL-STATUS
011540         GO TO 7600-WRITE
011550     END-IF.
011560     MOVE NLS-RM-PG-LATEST-DATE (NLS-RM-PG-SUB)
011570         TO NLS-RM-XL-END-DATE.
011580     MOVE "/" TO NLS-RM-XL-SLASH.
011584     MOVE NLS-RM-PG-LATEST-TIME (NLS-RM-PG-SUB)
011588         TO NLS-RM-XL-END-TIME NLS-RM-TIME.
011592     PERFORM 7700-TIME-TO-SECONDS THRU 7700-EXIT.
011596     COMPUTE NLS-RM-END-DAY = FUNCTION INTEGER-OF-DATE
011600         (NLS-RM-PG-LATEST-DATE (NLS-RM-PG-SUB)).
011604     COMPUTE NLS-RM-END-ABS =
011608         NLS-RM-END-DAY * 86400 + NLS-RM-SECONDS.
011612     COMPUTE NLS-RM-START-ABS = NLS-RM-END-ABS
011616         - NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB).
011620     DIVIDE NLS-RM-START-ABS BY 86400 GIVING NLS-RM-START-DAY
011624         REMAINDER NLS-RM-START-SECS.
011628     IF NLS-RM-START-SECS < NLS-RM-OPEN-SECS
011632             AND NLS-RM-CUTOFF-SECS NOT > NLS-RM-OPEN-SECS
011636             AND NLS-RM-START-SECS NOT > NLS-RM-CUTOFF-SECS
011640         SUBTRACT 1 FROM NLS-RM-START-DAY
011644     END-IF.
011648     COMPUTE NLS-RM-OPEN-ABS =
011652         NLS-RM-START-DAY * 86400 + NLS-RM-OPEN-SECS.
011656     COMPUTE NLS-RM-FINISH-OFFSET =
011660         NLS-RM-END-ABS - NLS-RM-OPEN-ABS.
011670     COMPUTE NLS-RM-HEADROOM =
011680         NLS-RM-CUTOFF-OFFSET - NLS-RM-FINISH-OFFSET.
011690     COMPUTE NLS-RM-HEADROOM-MINUTES = NLS-RM-HEADROOM / 60.
011700     MOVE NLS-RM-HEADROOM-MINUTES TO NLS-RM-HEADROOM-EDIT.
011710     MOVE NLS-RM-HEADROOM-EDIT TO NLS-RM-XL-HEADROOM.
011720     MOVE ZERO TO NLS-RM-TREND.
011730     IF NLS-RM-PG-RUNS (NLS-RM-PG-SUB) > 1
011740         COMPUTE NLS-RM-PRIOR-RUNS =
011750             NLS-RM-PG-RUNS (NLS-RM-PG-SUB) - 1
011760         COMPUTE NLS-RM-TREND ROUNDED =
011770             (NLS-RM-PG-LATEST-ELAPSED (NLS-RM-PG-SUB)
011780                 - NLS-RM-PG-FIRST-ELAPSED (NLS-RM-PG-SUB))
011790             / NLS-RM-PRIOR-RUNS
011800         MOVE NLS-RM-TREND TO NLS-RM-TREND-EDIT
011810         MOVE NLS-RM-TREND-EDIT TO NLS-RM-XL-TREND
011820     END-IF.
011830     IF NLS-RM-HEADROOM < ZERO
011840         ADD 1 TO NLS-RM-CUTOFF-WARN-COUNT
011850         MOVE "** MISSED CUTOFF" TO NLS-RM-XL-STATUS
011860         GO TO 7600-WRITE
011870     END-IF.
011880     IF NLS-RM-HEADROOM < NLS-RM-MARGIN-MINUTES * 60
011890         ADD 1 TO NLS-RM-CUTOFF-WARN-COUNT
011900         MOVE "** WARNING - INSIDE MARGIN"
011910             TO NLS-RM-XL-STATUS
011920         GO TO 7600-WRITE
011930     END-IF.
011940     IF NLS-RM-PG-RUNS (NLS-RM-PG-SUB) > NLS-RM-MIN-RUNS
011950             AND NLS-RM-TREND > ZERO
011960         COMPUTE NLS-RM-RUNS-TO-CUTOFF =
011970             NLS-RM-HEADROOM / NLS-RM-TREND
011980             ON SIZE ERROR
011990                 MOVE 9999999 TO NLS-RM-RUNS-TO-CUTOFF
012000         END-COMPUTE
012010         IF NLS-RM-RUNS-TO-CUTOFF NOT > NLS-RM-HORIZON-RUNS
012020             ADD 1 TO NLS-RM-CUTOFF-WARN-COUNT
012030             MOVE NLS-RM-RUNS-TO-CUTOFF TO NLS-RM-EDIT-COUNT
012040             STRING "** WARNING -" DELIMITED BY SIZE
012050                 NLS-RM-EDIT-COUNT DELIMITED BY SIZE
012060                 " RUNS TO CUTOFF" DELIMITED BY SIZE
012070                 INTO NLS-RM-XL-STATUS
012080             GO TO 7600-WRITE
012090         END-IF
012100     END-IF.
012110     MOVE "OK" TO NLS-RM-XL-STATUS.
012120 7600-WRITE.
012130     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-CUTOFF-LINE
012140         AFTER ADVANCING 1 LINE.
012150 7600-EXIT.
012160     EXIT.
012170*----------------------------------------------------------*
012180* 7700-TIME-TO-SECONDS                                     *
012190*----------------------------------------------------------*
012200 7700-TIME-TO-SECONDS.
012210     COMPUTE NLS-RM-SECONDS = NLS-RM-TIME-HH * 3600
012220         + NLS-RM-TIME-MM * 60 + NLS-RM-TIME-SS.
012230 7700-EXIT.
012240     EXIT.
012250*----------------------------------------------------------*
012260* 8000-PRINT-TOTALS                                        *
012270*----------------------------------------------------------*
012280 8000-PRINT-TOTALS.
012290     MOVE "RUN-LOG RECORDS READ" TO NLS-RM-TL-LABEL.
012300     MOVE NLS-RM-RECORDS-READ TO NLS-RM-TL-COUNT.
012310     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-TOTAL-LINE
012320         AFTER ADVANCING 1 LINE.
012330     MOVE "STEP RECORDS IN THE WINDOW" TO NLS-RM-TL-LABEL.
012340     MOVE NLS-RM-STEPS-IN-WINDOW TO NLS-RM-TL-COUNT.
012350     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-TOTAL-LINE
012360         AFTER ADVANCING 1 LINE.
012370     MOVE "RECORDS WITH A BAD STAMP" TO NLS-RM-TL-LABEL.
012380     MOVE NLS-RM-UNUSABLE-COUNT TO NLS-RM-TL-COUNT.
012390     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-TOTAL-LINE
012400         AFTER ADVANCING 1 LINE.
012410     MOVE "SLOW STEPS" TO NLS-RM-TL-LABEL.
012420     MOVE NLS-RM-SLOW-COUNT TO NLS-RM-TL-COUNT.
012430     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-TOTAL-LINE
012440         AFTER ADVANCING 1 LINE.
012450     MOVE "MISSED RUNS" TO NLS-RM-TL-LABEL.
012460     MOVE NLS-RM-MISSED-COUNT TO NLS-RM-TL-COUNT.
012470     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-TOTAL-LINE
012480         AFTER ADVANCING 1 LINE.
012490     MOVE "DUPLICATE RUNS" TO NLS-RM-TL-LABEL.
012500     MOVE NLS-RM-DUPLICATE-COUNT TO NLS-RM-TL-COUNT.
012510     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-TOTAL-LINE
012520         AFTER ADVANCING 1 LINE.
012530     MOVE "CUTOFF WARNINGS AND MISSES" TO NLS-RM-TL-LABEL.
012540     MOVE NLS-RM-CUTOFF-WARN-COUNT TO NLS-RM-TL-COUNT.
012550     WRITE NLS-RM-PRINT-LINE FROM NLS-RM-TOTAL-LINE
012560         AFTER ADVANCING 1 LINE.
012570 8000-EXIT.
012580     EXIT.
012590*----------------------------------------------------------*
012600* 9000-CLOSE-FILES                                         *
012610*----------------------------------------------------------*
012620 9000-CLOSE-FILES.
012630     IF NOT NLS-RM-LOG-MISSING
012640         CLOSE NLS-RUN-LOG-FILE
012650     END-IF.
012660     CLOSE NLS-MONITOR-REPORT.
012670 9000-EXIT.
012680     EXIT.
012690*----------------------------------------------------------*
012700* 9500-SET-RETURN-CODE                                     *
012710*----------------------------------------------------------*
012720 9500-SET-RETURN-CODE.
012730     EVALUATE TRUE
012740         WHEN NLS-RM-LOG-MISSING OR NLS-RM-OVERFLOW
012750             MOVE 8 TO RETURN-CODE
012760         WHEN NLS-RM-SLOW-COUNT > ZERO
012770                 OR NLS-RM-MISSED-COUNT > ZERO
012780                 OR NLS-RM-DUPLICATE-COUNT > ZERO
012790                 OR NLS-RM-CUTOFF-WARN-COUNT > ZERO
012800             MOVE 4 TO RETURN-CODE
012810         WHEN OTHER
012820             MOVE ZERO TO RETURN-CODE
012830     END-EVALUATE.
012840 9500-EXIT.
012850     EXIT.
012860*
012870 END PROGRAM "NLSRMON".
