000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSAGNOT.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-11.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-11  RLH  ORIGINAL VERSION. ESCALATION NOTICES    *
000200*                   FOR AGED ITEMS - ONE NOTICE PER ITEM    *
000210*                   CROSSING A CONFIGURABLE AGE THRESHOLD,  *
000220*                   WRITTEN IN THE ITEM'S NLSAGIN LOCALE:   *
000230*                   JAPANESE NOTICES STATE THE AGE AS THE   *
000240*                   NLSDTIVL YEAR/MONTH/DAY PERIOD IN       *
000250*                   JAPANESE UNITS, NORWEGIAN AND EUROPEAN  *
000260*                   NOTICES USE THEIR OWN DATE CONVENTIONS. *
000270*                   A LOCALE'S NOTICES GO OUT ONLY WHILE    *
000280*                   ITS CHARACTER SET PASSES CERTIFICATION  *
000290*                   (JAPCOB1, COHELLO, EURCERT) IN NLSHIST. *
000300*                   EVERY NOTICE AND EVERY BATCH IS LOGGED  *
000310*                   IN NLSAGNLG SO NO ITEM IS ESCALATED     *
000320*                   TWICE FOR THE SAME THRESHOLD.           *
000330*----------------------------------------------------------*
000331*  2026-10-15  RLH  AGNOTICE IS NOW CHECKED AT OPEN AND     *
000332*                   EVERY NLSAGNLG WRITE IS CHECKED. A      *
000333*                   FAILURE ENDS THE STEP 8 AND STOPS THE   *
000334*                   BATCH, SO NO NOTICE IS LOGGED AS SENT   *
000335*                   WHEN IT WAS NOT, AND NONE IS SENT       *
000336*                   UNLOGGED AFTER THE FAILURE.             *
000337*----------------------------------------------------------*
000340*----------------------------------------------------------*
000350* PURPOSE                                                  *
000360*   AGES EVERY NLSAGIN ITEM AGAINST THE RUN DATE THROUGH   *
000370*   NLSDTIVL AND FINDS THE HIGHEST AGNCTL "THRESHLD" (IN   *
000380*   WHOLE MONTHS) IT HAS REACHED - NO CARDS MEANS 6 AND 12 *
000390*   MONTHS, THE BAND LINES NLSAGRPT PRINTS. A NOTICE IS    *
000400*   WRITTEN TO AGNOTICE UNLESS NLSAGNLG ALREADY HOLDS A    *
000410*   NOTICE FOR THE ITEM AND FROM-DATE AT THAT THRESHOLD OR *
000420*   ABOVE. A NOTICE HELD FOR AN UNCERTIFIED CHARACTER SET  *
000430*   IS NOT LOGGED, SO IT GOES OUT ON THE FIRST RUN AFTER   *
000440*   THE CHARACTER SET PASSES AGAIN. RETURN CODE 8 = NO     *
000450*   NLSAGIN, ITEM TABLE OVERFLOW OR THE NOTICE LOG NOT     *
000460*   USABLE (NOTHING SENT); 4 = NOTICES HELD OR BAD         *
000470*   FROM-DATES; 0 = EVERY DUE NOTICE SENT.                 *
000480*----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT NLS-AGING-INPUT ASSIGN TO "NLSAGIN"
000540         ORGANIZATION LINE SEQUENTIAL
000550         FILE STATUS IS NLS-AGING-INPUT-STATUS.
000560     SELECT NLS-NOTICE-CONTROL ASSIGN TO "AGNCTL"
000570         ORGANIZATION LINE SEQUENTIAL
000580         FILE STATUS IS NLS-NOTICE-CONTROL-STATUS.
000590     SELECT NLS-HISTORY-FILE ASSIGN TO "NLSHIST"
000600         ORGANIZATION LINE SEQUENTIAL
000610         FILE STATUS IS NLS-HISTORY-FILE-STATUS.
000620     SELECT NLS-NOTICE-LOG ASSIGN TO "NLSAGNLG"
000630         ORGANIZATION LINE SEQUENTIAL
000640         FILE STATUS IS NLS-NOTICE-LOG-STATUS.
000650     SELECT NLS-NOTICE-FILE ASSIGN TO "AGNOTICE"
000660         ORGANIZATION LINE SEQUENTIAL
000670         FILE STATUS IS NLS-NOTICE-FILE-STATUS.
000680     SELECT NLS-NOTICE-REPORT ASSIGN TO "AGNRPT"
000690         ORGANIZATION LINE SEQUENTIAL
000700         FILE STATUS IS NLS-NOTICE-REPORT-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  NLS-AGING-INPUT.
000740     COPY NLSAGIN.
000750 FD  NLS-NOTICE-CONTROL.
000760 01  NLS-NOTICE-CONTROL-CARD.
000770     05  NLS-NC-KEYWORD      PIC X(08).
000780     05  FILLER              PIC X(01).
000790     05  NLS-NC-MONTHS       PIC X(03).
000800     05  FILLER              PIC X(68).
000810 FD  NLS-HISTORY-FILE.
000820     COPY NLSHIST.
000830 FD  NLS-NOTICE-LOG.
000840     COPY NLSAGNL.
000850 FD  NLS-NOTICE-FILE.
000860 01  NLS-NOTICE-LINE         PIC X(132).
000870 FD  NLS-NOTICE-REPORT.
000880 01  NLS-NOT-PRINT-LINE      PIC X(132).
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------*
000910* FILE-STATUS AND SWITCH FIELDS                            *
000920*----------------------------------------------------------*
000930 77  NLS-AGING-INPUT-STATUS  PIC X(02) VALUE SPACES.
000940 77  NLS-NOTICE-CONTROL-STATUS PIC X(02) VALUE SPACES.
000950 77  NLS-HISTORY-FILE-STATUS PIC X(02) VALUE SPACES.
000960 77  NLS-NOTICE-LOG-STATUS   PIC X(02) VALUE SPACES.
000970 77  NLS-NOTICE-FILE-STATUS  PIC X(02) VALUE SPACES.
000980 77  NLS-NOTICE-REPORT-STATUS PIC X(02) VALUE SPACES.
000990 77  NLS-NT-INPUT-EOF-SW     PIC X(01) VALUE "N".
001000     88  NLS-NT-INPUT-EOF               VALUE "Y".
001010 77  NLS-NT-INPUT-MISSING-SW PIC X(01) VALUE "N".
001020     88  NLS-NT-INPUT-MISSING           VALUE "Y".
001030 77  NLS-NT-OVERFLOW-SW      PIC X(01) VALUE "N".
001040     88  NLS-NT-TABLE-OVERFLOW          VALUE "Y".
001050 77  NLS-NT-CONTROL-EOF-SW   PIC X(01) VALUE "N".
001060     88  NLS-NT-CONTROL-EOF             VALUE "Y".
001070 77  NLS-NT-HISTORY-EOF-SW   PIC X(01) VALUE "N".
001080     88  NLS-NT-HISTORY-EOF             VALUE "Y".
001090 77  NLS-NT-LOG-EOF-SW       PIC X(01) VALUE "N".
001100     88  NLS-NT-LOG-EOF                 VALUE "Y".
001110 77  NLS-NT-LOG-FAILED-SW    PIC X(01) VALUE "N".
001120     88  NLS-NT-LOG-FAILED              VALUE "Y".
001123 77  NLS-NT-OUTPUTS-OPEN-SW  PIC X(01) VALUE "N".
001126     88  NLS-NT-OUTPUTS-OPEN            VALUE "Y".
001130*----------------------------------------------------------*
001140* BATCH-STAMP AND NLSDTIVL CALL FIELDS                     *
001150*   THE BATCH ID IS THE RUN DATE PLUS THE START TIME; AN   *
001160*   ITEM'S AGE IS THE CALENDAR INTERVAL NLSAGRPT PRINTS.   *
001170*----------------------------------------------------------*
001180 77  NLS-NT-RUN-DATE         PIC 9(08) VALUE ZERO.
001190 77  NLS-NT-BATCH-TIME       PIC 9(06) VALUE ZERO.
001200 77  NLS-NT-FROM-DATE        PIC 9(08) VALUE ZERO.
001210 77  NLS-NT-RESULT-YEARS     PIC 9(03) VALUE ZERO.
001220 77  NLS-NT-RESULT-MONTHS    PIC 9(02) VALUE ZERO.
001230 77  NLS-NT-RESULT-DAYS      PIC 9(02) VALUE ZERO.
001240 77  NLS-NT-OVER-1Y0M0D      PIC X(01) VALUE SPACE.
001250 77  NLS-NT-DTI-STATUS       PIC X(02) VALUE SPACES.
001260     88  NLS-NT-DATE-OK                 VALUE "00".
001270 77  NLS-NT-CALC-MODE        PIC X(01) VALUE "C".
001280 77  NLS-NT-BUSINESS-DAYS    PIC 9(05) VALUE ZERO.
001290 77  NLS-NT-AGE-MONTHS       PIC 9(05) COMP VALUE ZERO.
001300*----------------------------------------------------------*
001310* ESCALATION THRESHOLDS                                    *
001320*   AGE IN WHOLE MONTHS (YEARS * 12 + MONTHS) AT WHICH AN  *
001330*   ITEM IS ESCALATED, ASCENDING. AGNCTL "THRESHLD NNN"    *
001340*   CARDS REPLACE THE DEFAULT 6 AND 12 MONTHS.             *
001350*----------------------------------------------------------*
001360 01  NLS-NT-THRESHOLD-TABLE.
001370     05  NLS-NT-THR-COUNT        PIC 9(03) COMP VALUE ZERO.
001380     05  NLS-NT-THR-MONTHS       PIC 9(03) OCCURS 10 TIMES.
001390 77  NLS-NT-THR-SUB          PIC 9(03) COMP VALUE ZERO.
001400 77  NLS-NT-THR-CROSSED      PIC 9(03) COMP VALUE ZERO.
001410 77  NLS-NT-THR-CARD-VALUE   PIC 9(03) VALUE ZERO.
001420*----------------------------------------------------------*
001430* ITEM TABLE                                               *
001440*   THE WHOLE ITEM FILE, LOADED SO THE NOTICE LOG CAN BE   *
001450*   MATCHED AGAINST IT IN ONE PASS. SENT-MONTHS IS THE     *
001460*   HIGHEST THRESHOLD ALREADY NOTIFIED FOR THE ITEM AND    *
001470*   ITS CURRENT FROM-DATE. AN OVERFLOWING FILE REFUSES THE *
001480*   WHOLE RUN - A HALF-CHECKED LOG COULD SEND DUPLICATES.  *
001490*----------------------------------------------------------*
001500 01  NLS-NT-ITEM-TABLE.
001510     05  NLS-NT-ITEM-COUNT       PIC 9(03) COMP VALUE ZERO.
001520     05  NLS-NT-ITEM-ENTRY OCCURS 500 TIMES.
001530         10  NLS-NT-IT-ITEM-ID   PIC X(10).
001540         10  NLS-NT-IT-ITEM-DESC PIC X(30).
001550         10  NLS-NT-IT-FROM-DATE PIC 9(08).
001560         10  NLS-NT-IT-LOCALE    PIC X(02).
001570         10  NLS-NT-IT-SENT-MONTHS PIC 9(03).
001580 77  NLS-NT-IT-SUB           PIC 9(03) COMP VALUE ZERO.
001590 77  NLS-NT-IT-MATCH-SW      PIC X(01) VALUE "N".
001600     88  NLS-NT-IT-MATCH-FOUND          VALUE "Y".
001610 77  NLS-NT-LOG-SUB          PIC 9(03) COMP VALUE ZERO.
001620*----------------------------------------------------------*
001630* LOCALE AND CERTIFICATION FIELDS                          *
001640*   NLSLOCL NAMES EACH LOCALE'S CHARACTER SET AND THE      *
001650*   CERTIFICATION TEST BEHIND IT. THE VERDICT IS THAT      *
001660*   TEST'S RESULT IN THE LATEST NLSHIST RUN HOLDING IT -   *
001670*   "P" PASS, "F" FAIL, SPACE NO RESULT. ONLY A PASS (OR   *
001680*   THE INVARIANT SET) LETS A LOCALE'S NOTICES GO OUT.     *
001690*----------------------------------------------------------*
001700     COPY NLSLOCL.
001710 01  NLS-NT-CERT-TABLE.
001720     05  NLS-NT-CERT-ENTRY OCCURS 6 TIMES.
001730         10  NLS-NT-CERT-RUN-ID  PIC X(14).
001740         10  NLS-NT-CERT-FLAG    PIC X(01).
001750         10  NLS-NT-LC-NOTICES   PIC 9(05) COMP.
001760 77  NLS-NT-LC-SUB           PIC 9(03) COMP VALUE ZERO.
001770 77  NLS-NT-LC-FOUND-SUB     PIC 9(03) COMP VALUE ZERO.
001780 77  NLS-NT-LC-MATCH-SW      PIC X(01) VALUE "N".
001790     88  NLS-NT-LC-MATCH-FOUND          VALUE "Y".
001800 77  NLS-NT-LOCALE           PIC X(02) VALUE SPACES.
001810 77  NLS-NT-HISTORY-READ     PIC 9(07) COMP VALUE ZERO.
001820*----------------------------------------------------------*
001830* NOTICE-BUILDING FIELDS                                   *
001840*   NUMBER 1 = YEARS, 2 = MONTHS, 3 = DAYS, 4 = THRESHOLD  *
001850*   MONTHS, EACH LEFT-JUSTIFIED WITH ITS LENGTH SO THE     *
001860*   LOCALIZED TEXT READS WITHOUT PADDING.                  *
001870*----------------------------------------------------------*
001880 01  NLS-NT-NUMBER-TABLE.
001890     05  NLS-NT-NUM-ENTRY OCCURS 4 TIMES.
001900         10  NLS-NT-NUM-VALUE    PIC 9(05).
001910         10  NLS-NT-NUM-TEXT     PIC X(05).
001920         10  NLS-NT-NUM-LEN      PIC 9(03) COMP.
001930 77  NLS-NT-NUM-SUB          PIC 9(03) COMP VALUE ZERO.
001940 77  NLS-NT-NUM-EDIT         PIC ZZZZ9.
001950 77  NLS-NT-SCAN-SUB         PIC 9(03) COMP VALUE ZERO.
001960 01  NLS-NT-DATE-PARTS.
001970     05  NLS-NT-DATE-CCYY    PIC 9(04).
001980     05  NLS-NT-DATE-MM      PIC 9(02).
001990     05  NLS-NT-DATE-DD      PIC 9(02).
002000 77  NLS-NT-DATE-TEXT        PIC X(20) VALUE SPACES.
002010 77  NLS-NT-DATE-PTR         PIC 9(03) COMP VALUE ZERO.
002020 77  NLS-NT-DATE-LEN         PIC 9(03) COMP VALUE ZERO.
002030 01  NLS-NT-NOTICE-TEXT.
002040     05  NLS-NT-TEXT-LINE    PIC X(100) OCCURS 5 TIMES.
002050 77  NLS-NT-TEXT-SUB         PIC 9(03) COMP VALUE ZERO.
002060 01  NLS-NT-NOTICE-HEADER.
002070     05  FILLER              PIC X(09) VALUE "NLSAGNOT ".
002080     05  FILLER              PIC X(06) VALUE "BATCH ".
002090     05  NLS-NT-NH-BATCH-DATE PIC 9(08).
002100     05  FILLER              PIC X(01) VALUE "/".
002110     05  NLS-NT-NH-BATCH-TIME PIC 9(06).
002120     05  FILLER              PIC X(09) VALUE "  NOTICE ".
002130     05  NLS-NT-NH-NUMBER    PIC 9(05).
002140     05  FILLER              PIC X(09) VALUE "  LOCALE ".
002150     05  NLS-NT-NH-LOCALE    PIC X(02).
002160     05  FILLER              PIC X(10) VALUE "  CHARSET ".
002170     05  NLS-NT-NH-CHARSET   PIC X(20).
002180     05  FILLER              PIC X(47) VALUE SPACES.
002190*----------------------------------------------------------*
002200* COUNTERS                                                 *
002210*----------------------------------------------------------*
002220 77  NLS-NT-ITEMS-READ       PIC 9(05) COMP VALUE ZERO.
002230 77  NLS-NT-BELOW-COUNT      PIC 9(05) COMP VALUE ZERO.
002240 77  NLS-NT-NOTICE-COUNT     PIC 9(05) COMP VALUE ZERO.
002250 77  NLS-NT-ESCALATED-COUNT  PIC 9(05) COMP VALUE ZERO.
002260 77  NLS-NT-HELD-COUNT       PIC 9(05) COMP VALUE ZERO.
002270 77  NLS-NT-BAD-DATE-COUNT   PIC 9(05) COMP VALUE ZERO.
002280 77  NLS-NT-LOG-READ         PIC 9(07) COMP VALUE ZERO.
002290 77  NLS-NT-LOG-WRITTEN      PIC 9(07) COMP VALUE ZERO.
002300*----------------------------------------------------------*
002310* REPORT LINE LAYOUTS                                      *
002320*----------------------------------------------------------*
002330 01  NLS-NT-HEADING-1.
002340     05  FILLER              PIC X(36) VALUE
002350         "NLSAGNOT  AGING ESCALATION NOTICES".
002360     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002370     05  NLS-NT-H1-RUN-DATE  PIC 9(08).
002380     05  FILLER              PIC X(08) VALUE "  BATCH ".
002390     05  NLS-NT-H1-BATCH-DATE PIC 9(08).
002400     05  FILLER              PIC X(01) VALUE "/".
002410     05  NLS-NT-H1-BATCH-TIME PIC 9(06).
002420     05  FILLER              PIC X(56) VALUE SPACES.
002430 01  NLS-NT-THRESHOLD-LINE.
002440     05  FILLER              PIC X(22) VALUE
002450         "THRESHOLDS (MONTHS) :".
002460     05  NLS-NT-TL-ENTRY OCCURS 10 TIMES.
002470         10  NLS-NT-TL-MONTHS PIC ZZ9.
002480         10  FILLER          PIC X(01).
002490     05  FILLER              PIC X(70) VALUE SPACES.
002500 01  NLS-NT-CERT-HEADING.
002510     05  FILLER              PIC X(08) VALUE "LOCALE".
002520     05  FILLER              PIC X(12) VALUE "LANGUAGE".
002530     05  FILLER              PIC X(22) VALUE "CHARACTER SET".
002540     05  FILLER              PIC X(18) VALUE "CERTIFIED BY".
002550     05  FILLER              PIC X(17) VALUE "LATEST RUN".
002560     05  FILLER              PIC X(55) VALUE "VERDICT".
002570 01  NLS-NT-CERT-LINE.
002580     05  FILLER              PIC X(02) VALUE SPACES.
002590     05  NLS-NT-CL-LOCALE    PIC X(02).
002600     05  FILLER              PIC X(04) VALUE SPACES.
002610     05  NLS-NT-CL-LANGUAGE  PIC X(10).
002620     05  FILLER              PIC X(02) VALUE SPACES.
002630     05  NLS-NT-CL-CHARSET   PIC X(20).
002640     05  FILLER              PIC X(02) VALUE SPACES.
002650     05  NLS-NT-CL-PROGRAM   PIC X(08).
002660     05  FILLER              PIC X(01) VALUE SPACE.
002670     05  NLS-NT-CL-TEST      PIC X(08).
002680     05  FILLER              PIC X(01) VALUE SPACE.
002690     05  NLS-NT-CL-RUN-DATE  PIC X(08).
002700     05  NLS-NT-CL-RUN-SEP   PIC X(01).
002710     05  NLS-NT-CL-RUN-TIME  PIC X(06).
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  NLS-NT-CL-VERDICT   PIC X(30).
002740     05  FILLER              PIC X(25) VALUE SPACES.
002750 01  NLS-NT-DETAIL-HEADING.
002760     05  FILLER              PIC X(12) VALUE "ITEM-ID".
002770     05  FILLER              PIC X(32) VALUE "DESCRIPTION".
002780     05  FILLER              PIC X(11) VALUE "FROM-DATE".
002790     05  FILLER              PIC X(12) VALUE "YRS/MM/DD".
002800     05  FILLER              PIC X(07) VALUE "THRESH".
002810     05  FILLER              PIC X(08) VALUE "LOCALE".
002820     05  FILLER              PIC X(50) VALUE "ACTION".
002830 01  NLS-NT-DETAIL-LINE.
002840     05  NLS-NT-DL-ITEM-ID   PIC X(10).
002850     05  FILLER              PIC X(02) VALUE SPACES.
002860     05  NLS-NT-DL-ITEM-DESC PIC X(30).
002870     05  FILLER              PIC X(02) VALUE SPACES.
002880     05  NLS-NT-DL-FROM-DATE PIC 9(08).
002890     05  FILLER              PIC X(03) VALUE SPACES.
002900     05  NLS-NT-DL-YEARS     PIC 9(03).
002910     05  FILLER              PIC X(01) VALUE "/".
002920     05  NLS-NT-DL-MONTHS    PIC 9(02).
002930     05  FILLER              PIC X(01) VALUE "/".
002940     05  NLS-NT-DL-DAYS      PIC 9(02).
002950     05  FILLER              PIC X(03) VALUE SPACES.
002960     05  NLS-NT-DL-THRESHOLD PIC ZZ9.
002970     05  FILLER              PIC X(04) VALUE SPACES.
002980     05  NLS-NT-DL-LOCALE    PIC X(02).
002990     05  FILLER              PIC X(06) VALUE SPACES.
003000     05  NLS-NT-DL-ACTION    PIC X(40).
003010     05  FILLER              PIC X(10) VALUE SPACES.
003020 01  NLS-NT-TOTAL-LINE.
003030     05  FILLER              PIC X(02) VALUE SPACES.
003040     05  NLS-NT-TOT-LABEL    PIC X(34).
003050     05  NLS-NT-TOT-COUNT    PIC ZZZZ9.
003060     05  FILLER              PIC X(91) VALUE SPACES.
003070*----------------------------------------------------------*
003080* RUN-LOG FIELDS                                            *
003090*   ONE STEP RECORD PER RUN, APPENDED THROUGH NLSRLOGW      *
003100*   AFTER THE RETURN CODE IS SET.                           *
003110*----------------------------------------------------------*
003120     COPY NLSRLOG.
003130 01  NLS-RL-TIME-WORK-G.
003140     05  NLS-RL-TIME-HH      PIC 9(02).
003150     05  NLS-RL-TIME-MM      PIC 9(02).
003160     05  NLS-RL-TIME-SS      PIC 9(02).
003170     05  FILLER              PIC X(02).
003180 77  NLS-RL-JOB-WORK         PIC X(08) VALUE SPACES.
003190 77  NLS-RL-DATE-WORK        PIC 9(08) VALUE ZERO.
003200 77  NLS-RL-START-SECS       PIC 9(06) COMP VALUE ZERO.
003210 77  NLS-RL-END-SECS         PIC 9(06) COMP VALUE ZERO.
003220 77  NLS-RL-ELAPSED          PIC S9(07) COMP VALUE ZERO.
003230 77  NLS-RL-SAVED-RC         PIC S9(04) COMP VALUE ZERO.
003240 PROCEDURE DIVISION.
003250*----------------------------------------------------------*
003260* 0000-MAINLINE                                            *
003270*----------------------------------------------------------*
003280 0000-MAINLINE.
003290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003300     IF NOT NLS-NT-INPUT-MISSING
003310             AND NOT NLS-NT-TABLE-OVERFLOW
003320             AND NOT NLS-NT-LOG-FAILED
003326         PERFORM 3000-CHECK-ONE-ITEM THRU 3000-EXIT
003332             VARYING NLS-NT-IT-SUB FROM 1 BY 1
003338             UNTIL NLS-NT-IT-SUB > NLS-NT-ITEM-COUNT
003344                OR NLS-NT-LOG-FAILED
003350         IF NOT NLS-NT-LOG-FAILED
003356             PERFORM 7000-WRITE-BATCH-TRAILER THRU 7000-EXIT
003362         END-IF
003368         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
003380     END-IF.
003390     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003400     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
003410     PERFORM 9600-WRITE-RUN-LOG THRU 9600-EXIT.
003420     GOBACK.
003430*----------------------------------------------------------*
003440* 1000-INITIALIZE                                          *
003450*   STAMPS THE BATCH, READS THE THRESHOLDS AND THE         *
003460*   CERTIFICATION VERDICTS, LOADS THE ITEMS, APPLIES THE   *
003470*   NOTICE LOG AND OPENS THE NOTICE OUTPUTS. ANY FAILURE   *
003480*   BEFORE THE OUTPUTS ARE OPEN MEANS NO NOTICE IS SENT.   *
003490*----------------------------------------------------------*
003500 1000-INITIALIZE.
003510     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
003520     COMPUTE NLS-RL-START-SECS = NLS-RL-TIME-HH * 3600
003530             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
003540     ACCEPT NLS-NT-RUN-DATE FROM DATE YYYYMMDD.
003550     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-NT-BATCH-TIME.
003560     OPEN OUTPUT NLS-NOTICE-REPORT.
003570     MOVE NLS-NT-RUN-DATE   TO NLS-NT-H1-RUN-DATE.
003580     MOVE NLS-NT-RUN-DATE   TO NLS-NT-H1-BATCH-DATE.
003590     MOVE NLS-NT-BATCH-TIME TO NLS-NT-H1-BATCH-TIME.
003600     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-HEADING-1
003610         AFTER ADVANCING 1 LINE.
003620     MOVE SPACES TO NLS-NOT-PRINT-LINE.
003630     WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE.
003640     PERFORM 1200-READ-NOTICE-CONTROL THRU 1200-EXIT.
003650     PERFORM 1500-LOAD-CERTIFICATION THRU 1500-EXIT.
003660     OPEN INPUT NLS-AGING-INPUT.
003670     IF NLS-AGING-INPUT-STATUS NOT = "00"
003680         SET NLS-NT-INPUT-MISSING TO TRUE
003690         DISPLAY "NLSAGNOT NLSAGIN NOT AVAILABLE - STATUS "
003700             NLS-AGING-INPUT-STATUS
003710         MOVE "NLSAGIN NOT AVAILABLE - NO NOTICES SENT"
003720             TO NLS-NOT-PRINT-LINE
003730         WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE
003740         GO TO 1000-EXIT
003750     END-IF.
003760     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
003770     PERFORM 2000-LOAD-ONE-ITEM THRU 2000-EXIT
003780         UNTIL NLS-NT-INPUT-EOF.
003790     CLOSE NLS-AGING-INPUT.
003800     IF NLS-NT-TABLE-OVERFLOW
003810         MOVE "ITEM TABLE OVERFLOW - NO NOTICES SENT"
003820             TO NLS-NOT-PRINT-LINE
003830         WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE
003840         GO TO 1000-EXIT
003850     END-IF.
003860     PERFORM 2500-LOAD-NOTICE-LOG THRU 2500-EXIT.
003870     IF NLS-NT-LOG-FAILED
003880         GO TO 1000-EXIT
003890     END-IF.
003900     PERFORM 2800-OPEN-NOTICE-OUTPUTS THRU 2800-EXIT.
003910     IF NLS-NT-LOG-FAILED
003920         GO TO 1000-EXIT
003930     END-IF.
003940     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-DETAIL-HEADING
003950         AFTER ADVANCING 1 LINE.
003960     MOVE SPACES TO NLS-NOT-PRINT-LINE.
003970     WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE.
003980 1000-EXIT.
003990     EXIT.
004000*----------------------------------------------------------*
004010* 1200-READ-NOTICE-CONTROL                                 *
004020*   OPTIONAL AGNCTL CARDS, "THRESHLD" IN COLUMNS 1-8 AND   *
004030*   A MONTH COUNT IN COLUMNS 10-12, IN ASCENDING ORDER, UP *
004040*   TO 10. A CARD THAT IS NOT NUMERIC, ZERO, OR NOT ABOVE  *
004050*   THE ONE BEFORE IT IS IGNORED. NO USABLE CARD MEANS THE *
004060*   DEFAULT 6 AND 12 MONTHS.                               *
004070*----------------------------------------------------------*
004080 1200-READ-NOTICE-CONTROL.
004090     OPEN INPUT NLS-NOTICE-CONTROL.
004100     IF NLS-NOTICE-CONTROL-STATUS = "00"
004110         PERFORM 1220-READ-CONTROL-CARD THRU 1220-EXIT
004120         PERFORM 1230-APPLY-CONTROL-CARD THRU 1230-EXIT
004130             UNTIL NLS-NT-CONTROL-EOF
004140         CLOSE NLS-NOTICE-CONTROL
004150     END-IF.
004160     IF NLS-NT-THR-COUNT = ZERO
004170         MOVE 2  TO NLS-NT-THR-COUNT
004180         MOVE 6  TO NLS-NT-THR-MONTHS (1)
004190         MOVE 12 TO NLS-NT-THR-MONTHS (2)
004200     END-IF.
004210     MOVE SPACES TO NLS-NT-THRESHOLD-LINE (23:).
004220     PERFORM 1250-LIST-THRESHOLD THRU 1250-EXIT
004230         VARYING NLS-NT-THR-SUB FROM 1 BY 1
004240         UNTIL NLS-NT-THR-SUB > NLS-NT-THR-COUNT.
004250     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-THRESHOLD-LINE
004260         AFTER ADVANCING 1 LINE.
004270     MOVE SPACES TO NLS-NOT-PRINT-LINE.
004280     WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE.
004290 1200-EXIT.
004300     EXIT.
004310 1220-READ-CONTROL-CARD.
004320     READ NLS-NOTICE-CONTROL
004330         AT END
004340             SET NLS-NT-CONTROL-EOF TO TRUE
004350     END-READ.
004360 1220-EXIT.
004370     EXIT.
004380 1230-APPLY-CONTROL-CARD.
004390     EVALUATE NLS-NC-KEYWORD
004400         WHEN "THRESHLD"
004410             PERFORM 1240-ADD-THRESHOLD THRU 1240-EXIT
004420         WHEN OTHER
004430             DISPLAY "NLSAGNOT UNKNOWN AGNCTL KEYWORD '"
004440                 NLS-NC-KEYWORD "' - CARD IGNORED"
004450     END-EVALUATE.
004460     PERFORM 1220-READ-CONTROL-CARD THRU 1220-EXIT.
004470 1230-EXIT.
004480     EXIT.
004490 1240-ADD-THRESHOLD.
004500     IF NLS-NC-MONTHS IS NOT NUMERIC
004510         DISPLAY "NLSAGNOT THRESHLD '" NLS-NC-MONTHS
004520             "' NOT NUMERIC - CARD IGNORED"
004530         GO TO 1240-EXIT
004540     END-IF.
004550     MOVE NLS-NC-MONTHS TO NLS-NT-THR-CARD-VALUE.
004560     IF NLS-NT-THR-CARD-VALUE = ZERO
004570         DISPLAY "NLSAGNOT THRESHLD OF ZERO MONTHS - CARD IGNORED"
004580         GO TO 1240-EXIT
004590     END-IF.
004600     IF NLS-NT-THR-COUNT > ZERO
004610         IF NLS-NT-THR-CARD-VALUE NOT >
004620                 NLS-NT-THR-MONTHS (NLS-NT-THR-COUNT)
004630             DISPLAY "NLSAGNOT THRESHLD " NLS-NT-THR-CARD-VALUE
004640                 " NOT ABOVE THE ONE BEFORE IT - CARD IGNORED"
004650             GO TO 1240-EXIT
004660         END-IF
004670     END-IF.
004680     IF NLS-NT-THR-COUNT NOT < 10
004690         DISPLAY "NLSAGNOT MORE THAN 10 THRESHOLDS - THRESHLD "
004700             NLS-NT-THR-CARD-VALUE " IGNORED"
004710         GO TO 1240-EXIT
004720     END-IF.
004730     ADD 1 TO NLS-NT-THR-COUNT.
004740     MOVE NLS-NT-THR-CARD-VALUE
004750         TO NLS-NT-THR-MONTHS (NLS-NT-THR-COUNT).
004760 1240-EXIT.
004770     EXIT.
004780 1250-LIST-THRESHOLD.
004790     MOVE NLS-NT-THR-MONTHS (NLS-NT-THR-SUB)
004800         TO NLS-NT-TL-MONTHS (NLS-NT-THR-SUB).
004810 1250-EXIT.
004820     EXIT.
004830*----------------------------------------------------------*
004840* 1500-LOAD-CERTIFICATION                                  *
004850*   ONE PASS OVER NLSHIST KEEPS, FOR EACH LOCALE, ITS      *
004860*   CERTIFYING TEST'S RESULT FROM THE LATEST RUN HOLDING   *
004870*   IT, THEN PRINTS THE VERDICT PER LOCALE. NO HISTORY     *
004880*   LEAVES EVERY CERTIFIED LOCALE WITHOUT A VERDICT - ITS  *
004890*   NOTICES ARE HELD.                                      *
004900*----------------------------------------------------------*
004910 1500-LOAD-CERTIFICATION.
004920     PERFORM 1505-CLEAR-ONE-LOCALE THRU 1505-EXIT
004930         VARYING NLS-NT-LC-SUB FROM 1 BY 1
004940         UNTIL NLS-NT-LC-SUB > NLS-LC-COUNT.
004950     OPEN INPUT NLS-HISTORY-FILE.
004960     IF NLS-HISTORY-FILE-STATUS NOT = "00"
004970         DISPLAY "NLSAGNOT NLSHIST NOT AVAILABLE - STATUS "
004980             NLS-HISTORY-FILE-STATUS
004990             " - NO CERTIFICATION VERDICT"
005000     ELSE
005010         PERFORM 1510-READ-HISTORY THRU 1510-EXIT
005020         PERFORM 1520-APPLY-HISTORY-RECORD THRU 1520-EXIT
005030             UNTIL NLS-NT-HISTORY-EOF
005040         CLOSE NLS-HISTORY-FILE
005050     END-IF.
005060     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-CERT-HEADING
005070         AFTER ADVANCING 1 LINE.
005080     PERFORM 1700-PRINT-ONE-LOCALE THRU 1700-EXIT
005090         VARYING NLS-NT-LC-SUB FROM 1 BY 1
005100         UNTIL NLS-NT-LC-SUB > NLS-LC-COUNT.
005110     MOVE SPACES TO NLS-NOT-PRINT-LINE.
005120     WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE.
005130 1500-EXIT.
005140     EXIT.
005150 1505-CLEAR-ONE-LOCALE.
005160     MOVE LOW-VALUES TO NLS-NT-CERT-RUN-ID (NLS-NT-LC-SUB).
005170     MOVE SPACE      TO NLS-NT-CERT-FLAG (NLS-NT-LC-SUB).
005180     MOVE ZERO       TO NLS-NT-LC-NOTICES (NLS-NT-LC-SUB).
005190 1505-EXIT.
005200     EXIT.
005210*----------------------------------------------------------*
005220* 1510-READ-HISTORY                                        *
005230*----------------------------------------------------------*
005240 1510-READ-HISTORY.
005250     READ NLS-HISTORY-FILE
005260         AT END
005270             SET NLS-NT-HISTORY-EOF TO TRUE
005280     END-READ.
005290 1510-EXIT.
005300     EXIT.
005310*----------------------------------------------------------*
005320* 1520-APPLY-HISTORY-RECORD                                *
005330*----------------------------------------------------------*
005340 1520-APPLY-HISTORY-RECORD.
005350     ADD 1 TO NLS-NT-HISTORY-READ.
005360     PERFORM 1530-MATCH-LOCALE-TEST THRU 1530-EXIT
005370         VARYING NLS-NT-LC-SUB FROM 1 BY 1
005380         UNTIL NLS-NT-LC-SUB > NLS-LC-COUNT.
005390     PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
005400 1520-EXIT.
005410     EXIT.
005420 1530-MATCH-LOCALE-TEST.
005430     IF NLS-LC-CERT-PROGRAM (NLS-NT-LC-SUB) NOT = SPACES
005440             AND NLS-HR-PROGRAM-ID =
005450                 NLS-LC-CERT-PROGRAM (NLS-NT-LC-SUB)
005460             AND NLS-HR-TEST-ID = NLS-LC-CERT-TEST (NLS-NT-LC-SUB)
005470             AND NLS-HR-RUN-ID NOT <
005480                 NLS-NT-CERT-RUN-ID (NLS-NT-LC-SUB)
005490         MOVE NLS-HR-RUN-ID TO NLS-NT-CERT-RUN-ID (NLS-NT-LC-SUB)
005500         MOVE NLS-HR-PASS-FAIL-FLAG
005510             TO NLS-NT-CERT-FLAG (NLS-NT-LC-SUB)
005520     END-IF.
005530 1530-EXIT.
005540     EXIT.
005550*----------------------------------------------------------*
005560* 1700-PRINT-ONE-LOCALE                                    *
005570*----------------------------------------------------------*
005580 1700-PRINT-ONE-LOCALE.
005590     MOVE NLS-LC-CODE (NLS-NT-LC-SUB)     TO NLS-NT-CL-LOCALE.
005600     MOVE NLS-LC-LANGUAGE (NLS-NT-LC-SUB) TO NLS-NT-CL-LANGUAGE.
005610     MOVE NLS-LC-CHARSET (NLS-NT-LC-SUB)  TO NLS-NT-CL-CHARSET.
005620     MOVE NLS-LC-CERT-PROGRAM (NLS-NT-LC-SUB)
005630         TO NLS-NT-CL-PROGRAM.
005640     MOVE NLS-LC-CERT-TEST (NLS-NT-LC-SUB) TO NLS-NT-CL-TEST.
005650     MOVE SPACES TO NLS-NT-CL-RUN-DATE.
005660     MOVE SPACE  TO NLS-NT-CL-RUN-SEP.
005670     MOVE SPACES TO NLS-NT-CL-RUN-TIME.
005680     IF NLS-NT-CERT-RUN-ID (NLS-NT-LC-SUB) NOT = LOW-VALUES
005690         MOVE NLS-NT-CERT-RUN-ID (NLS-NT-LC-SUB) (1:8)
005700             TO NLS-NT-CL-RUN-DATE
005710         MOVE "/" TO NLS-NT-CL-RUN-SEP
005720         MOVE NLS-NT-CERT-RUN-ID (NLS-NT-LC-SUB) (9:6)
005730             TO NLS-NT-CL-RUN-TIME
005740     END-IF.
005750     EVALUATE TRUE
005760         WHEN NLS-LC-CERT-PROGRAM (NLS-NT-LC-SUB) = SPACES
005770             MOVE "NOT REQUIRED" TO NLS-NT-CL-VERDICT
005780         WHEN NLS-NT-CERT-FLAG (NLS-NT-LC-SUB) = "P"
005790             MOVE "PASS" TO NLS-NT-CL-VERDICT
005800         WHEN NLS-NT-CERT-FLAG (NLS-NT-LC-SUB) = "F"
005810             MOVE "** FAIL - NOTICES HELD" TO NLS-NT-CL-VERDICT
005820         WHEN OTHER
005830             MOVE "** NO RESULT - NOTICES HELD"
005840                 TO NLS-NT-CL-VERDICT
005850     END-EVALUATE.
005860     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-CERT-LINE
005870         AFTER ADVANCING 1 LINE.
005880 1700-EXIT.
005890     EXIT.
005900*----------------------------------------------------------*
005910* 2000-LOAD-ONE-ITEM                                       *
005920*----------------------------------------------------------*
005930 2000-LOAD-ONE-ITEM.
005940     IF NLS-NT-ITEM-COUNT < 500
005950         ADD 1 TO NLS-NT-ITEMS-READ
005960         ADD 1 TO NLS-NT-ITEM-COUNT
005970         MOVE NLS-AI-ITEM-ID
005980             TO NLS-NT-IT-ITEM-ID (NLS-NT-ITEM-COUNT)
005990         MOVE NLS-AI-ITEM-DESC
006000             TO NLS-NT-IT-ITEM-DESC (NLS-NT-ITEM-COUNT)
006010         MOVE NLS-AI-FROM-DATE
006020             TO NLS-NT-IT-FROM-DATE (NLS-NT-ITEM-COUNT)
006030         MOVE NLS-AI-LOCALE
006040             TO NLS-NT-IT-LOCALE (NLS-NT-ITEM-COUNT)
006050         MOVE ZERO
006060             TO NLS-NT-IT-SENT-MONTHS (NLS-NT-ITEM-COUNT)
006070     ELSE
006080         SET NLS-NT-TABLE-OVERFLOW TO TRUE
006090     END-IF.
006100     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
006110 2000-EXIT.
006120     EXIT.
006130*----------------------------------------------------------*
006140* 2100-READ-ITEM                                           *
006150*----------------------------------------------------------*
006160 2100-READ-ITEM.
006170     READ NLS-AGING-INPUT
006180         AT END
006190             SET NLS-NT-INPUT-EOF TO TRUE
006200     END-READ.
006210 2100-EXIT.
006220     EXIT.
006230*----------------------------------------------------------*
006240* 2500-LOAD-NOTICE-LOG                                     *
006250*   EVERY "N" RECORD RAISES ITS ITEM'S SENT-MONTHS WHEN    *
006260*   THE LOGGED FROM-DATE IS STILL THE ITEM'S - A NEW       *
006270*   FROM-DATE RESTARTS THE ITEM'S ESCALATIONS. NO LOG YET  *
006280*   IS THE FIRST BATCH; ANY OTHER OPEN FAILURE STOPS THE   *
006290*   RUN, SINCE DUPLICATES COULD NOT BE RULED OUT.          *
006300*----------------------------------------------------------*
006310 2500-LOAD-NOTICE-LOG.
006320     OPEN INPUT NLS-NOTICE-LOG.
006330     IF NLS-NOTICE-LOG-STATUS = "35"
006340         DISPLAY "NLSAGNOT NLSAGNLG EMPTY - FIRST NOTICE BATCH"
006350         GO TO 2500-EXIT
006360     END-IF.
006370     IF NLS-NOTICE-LOG-STATUS NOT = "00"
006380         SET NLS-NT-LOG-FAILED TO TRUE
006390         DISPLAY "NLSAGNOT NLSAGNLG NOT AVAILABLE - STATUS "
006400             NLS-NOTICE-LOG-STATUS
006410         MOVE "NLSAGNLG NOT AVAILABLE - NO NOTICES SENT"
006420             TO NLS-NOT-PRINT-LINE
006430         WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE
006440         GO TO 2500-EXIT
006450     END-IF.
006460     PERFORM 2510-READ-LOG THRU 2510-EXIT.
006470     PERFORM 2520-APPLY-LOG-ENTRY THRU 2520-EXIT
006480         UNTIL NLS-NT-LOG-EOF.
006490     CLOSE NLS-NOTICE-LOG.
006500 2500-EXIT.
006510     EXIT.
006520 2510-READ-LOG.
006530     READ NLS-NOTICE-LOG
006540         AT END
006550             SET NLS-NT-LOG-EOF TO TRUE
006560     END-READ.
006570 2510-EXIT.
006580     EXIT.
006590 2520-APPLY-LOG-ENTRY.
006600     ADD 1 TO NLS-NT-LOG-READ.
006610     IF NLS-NL-NOTICE-ENTRY
006620         MOVE "N" TO NLS-NT-IT-MATCH-SW
006630         PERFORM 2530-MATCH-LOG-ITEM THRU 2530-EXIT
006640             VARYING NLS-NT-LOG-SUB FROM 1 BY 1
006650             UNTIL NLS-NT-LOG-SUB > NLS-NT-ITEM-COUNT
006660                OR NLS-NT-IT-MATCH-FOUND
006670     END-IF.
006680     PERFORM 2510-READ-LOG THRU 2510-EXIT.
006690 2520-EXIT.
006700     EXIT.
006710 2530-MATCH-LOG-ITEM.
006720     IF NLS-NT-IT-ITEM-ID (NLS-NT-LOG-SUB) = NLS-NL-ITEM-ID
006730             AND NLS-NT-IT-FROM-DATE (NLS-NT-LOG-SUB)
006740                 = NLS-NL-FROM-DATE
006750         SET NLS-NT-IT-MATCH-FOUND TO TRUE
006760         IF NLS-NL-THRESHOLD-MONTHS >
006770                 NLS-NT-IT-SENT-MONTHS (NLS-NT-LOG-SUB)
006780             MOVE NLS-NL-THRESHOLD-MONTHS
006790                 TO NLS-NT-IT-SENT-MONTHS (NLS-NT-LOG-SUB)
006800         END-IF
006810     END-IF.
006820 2530-EXIT.
006830     EXIT.
006840*----------------------------------------------------------*
006850* 2800-OPEN-NOTICE-OUTPUTS                                 *
006855*   THE LOG IS EXTENDED, OR CREATED FOR THE FIRST BATCH,   *
006860*   THEN THE NOTICE FILE IS OPENED. IF EITHER FAILS NO     *
006865*   NOTICE IS SENT AND NOTHING IS LOGGED.                  *
006870*----------------------------------------------------------*
006880 2800-OPEN-NOTICE-OUTPUTS.
006890     OPEN EXTEND NLS-NOTICE-LOG.
006900     IF NLS-NOTICE-LOG-STATUS = "35"
006910         OPEN OUTPUT NLS-NOTICE-LOG
006920     END-IF.
006930     IF NLS-NOTICE-LOG-STATUS NOT = "00"
006940         SET NLS-NT-LOG-FAILED TO TRUE
006950         DISPLAY "NLSAGNOT NLSAGNLG CANNOT BE EXTENDED - STATUS "
006960             NLS-NOTICE-LOG-STATUS
006970         MOVE "NLSAGNLG CANNOT BE EXTENDED - NO NOTICES SENT"
006980             TO NLS-NOT-PRINT-LINE
006990         WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE
007000         GO TO 2800-EXIT
007010     END-IF.
007011     OPEN OUTPUT NLS-NOTICE-FILE.
007012     IF NLS-NOTICE-FILE-STATUS NOT = "00"
007013         SET NLS-NT-LOG-FAILED TO TRUE
007014         DISPLAY "NLSAGNOT AGNOTICE CANNOT BE OPENED - STATUS "
007015             NLS-NOTICE-FILE-STATUS
007016         MOVE "AGNOTICE CANNOT BE OPENED - NO NOTICES SENT"
007017             TO NLS-NOT-PRINT-LINE
007018         WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE
007019         CLOSE NLS-NOTICE-LOG
007020         GO TO 2800-EXIT
007021     END-IF.
007022     SET NLS-NT-OUTPUTS-OPEN TO TRUE.
007030 2800-EXIT.
007040     EXIT.
007050*----------------------------------------------------------*
007060* 3000-CHECK-ONE-ITEM                                      *
007070*   AGES THE ITEM, FINDS THE HIGHEST THRESHOLD REACHED,    *
007080*   AND EITHER SENDS THE NOTICE, SKIPS IT AS ALREADY       *
007090*   ESCALATED, OR HOLDS IT FOR ITS LOCALE.                 *
007100*----------------------------------------------------------*
007110 3000-CHECK-ONE-ITEM.
007120     MOVE NLS-NT-IT-FROM-DATE (NLS-NT-IT-SUB) TO NLS-NT-FROM-DATE.
007130     CALL "NLSDTIVL" USING NLS-NT-FROM-DATE
007140                           NLS-NT-RUN-DATE
007150                           NLS-NT-RESULT-YEARS
007160                           NLS-NT-RESULT-MONTHS
007170                           NLS-NT-RESULT-DAYS
007180                           NLS-NT-OVER-1Y0M0D
007190                           NLS-NT-DTI-STATUS
007200                           NLS-NT-CALC-MODE
007210                           NLS-NT-BUSINESS-DAYS.
007220     MOVE ZERO TO NLS-NT-THR-CROSSED.
007230     MOVE NLS-NT-IT-LOCALE (NLS-NT-IT-SUB) TO NLS-NT-LOCALE.
007240     IF NLS-NT-LOCALE = SPACES
007250         MOVE "EN" TO NLS-NT-LOCALE
007260     END-IF.
007270     IF NOT NLS-NT-DATE-OK
007280         ADD 1 TO NLS-NT-BAD-DATE-COUNT
007290         MOVE ZERO TO NLS-NT-RESULT-YEARS
007300         MOVE ZERO TO NLS-NT-RESULT-MONTHS
007310         MOVE ZERO TO NLS-NT-RESULT-DAYS
007320         MOVE SPACES TO NLS-NT-DL-ACTION
007330         STRING "** BAD FROM-DATE - NLSDTIVL STATUS "
007340             NLS-NT-DTI-STATUS
007350             DELIMITED BY SIZE INTO NLS-NT-DL-ACTION
007360         PERFORM 3500-PRINT-ITEM-LINE THRU 3500-EXIT
007370         GO TO 3000-EXIT
007380     END-IF.
007390     COMPUTE NLS-NT-AGE-MONTHS =
007400             NLS-NT-RESULT-YEARS * 12 + NLS-NT-RESULT-MONTHS.
007410     PERFORM 3100-FIND-THRESHOLD THRU 3100-EXIT
007420         VARYING NLS-NT-THR-SUB FROM 1 BY 1
007430         UNTIL NLS-NT-THR-SUB > NLS-NT-THR-COUNT.
007440     IF NLS-NT-THR-CROSSED = ZERO
007450         ADD 1 TO NLS-NT-BELOW-COUNT
007460         GO TO 3000-EXIT
007470     END-IF.
007480     IF NLS-NT-IT-SENT-MONTHS (NLS-NT-IT-SUB) NOT <
007490             NLS-NT-THR-MONTHS (NLS-NT-THR-CROSSED)
007500         ADD 1 TO NLS-NT-ESCALATED-COUNT
007510         MOVE "ALREADY ESCALATED - NOT SENT AGAIN"
007520             TO NLS-NT-DL-ACTION
007530         PERFORM 3500-PRINT-ITEM-LINE THRU 3500-EXIT
007540         GO TO 3000-EXIT
007550     END-IF.
007560     PERFORM 3200-FIND-LOCALE THRU 3200-EXIT.
007570     IF NLS-NT-LC-FOUND-SUB = ZERO
007580         ADD 1 TO NLS-NT-HELD-COUNT
007590         MOVE "** HELD - LOCALE NOT IN NLSLOCL"
007600             TO NLS-NT-DL-ACTION
007610         PERFORM 3500-PRINT-ITEM-LINE THRU 3500-EXIT
007620         GO TO 3000-EXIT
007630     END-IF.
007640     IF NLS-LC-CERT-PROGRAM (NLS-NT-LC-FOUND-SUB) NOT = SPACES
007650             AND NLS-NT-CERT-FLAG (NLS-NT-LC-FOUND-SUB) NOT = "P"
007660         ADD 1 TO NLS-NT-HELD-COUNT
007670         MOVE "** HELD - CHARACTER SET NOT CERTIFIED"
007680             TO NLS-NT-DL-ACTION
007690         PERFORM 3500-PRINT-ITEM-LINE THRU 3500-EXIT
007700         GO TO 3000-EXIT
007710     END-IF.
007720     PERFORM 4000-WRITE-NOTICE THRU 4000-EXIT.
007730     PERFORM 4900-WRITE-LOG-ENTRY THRU 4900-EXIT.
007732     IF NLS-NT-LOG-FAILED
007734         MOVE "** SENT - NOT LOGGED IN NLSAGNLG"
007736             TO NLS-NT-DL-ACTION
007738     ELSE
007740         MOVE "NOTICE SENT" TO NLS-NT-DL-ACTION
007742     END-IF.
007750     PERFORM 3500-PRINT-ITEM-LINE THRU 3500-EXIT.
007760 3000-EXIT.
007770     EXIT.
007780 3100-FIND-THRESHOLD.
007790     IF NLS-NT-AGE-MONTHS NOT < NLS-NT-THR-MONTHS (NLS-NT-THR-SUB)
007800         MOVE NLS-NT-THR-SUB TO NLS-NT-THR-CROSSED
007810     END-IF.
007820 3100-EXIT.
007830     EXIT.
007840*----------------------------------------------------------*
007850* 3200-FIND-LOCALE                                         *
007860*   RETURNS THE NLSLOCL ENTRY FOR NLS-NT-LOCALE IN         *
007870*   NLS-NT-LC-FOUND-SUB, OR ZERO.                          *
007880*----------------------------------------------------------*
007890 3200-FIND-LOCALE.
007900     MOVE ZERO TO NLS-NT-LC-FOUND-SUB.
007910     MOVE "N" TO NLS-NT-LC-MATCH-SW.
007920     PERFORM 3210-MATCH-LOCALE THRU 3210-EXIT
007930         VARYING NLS-NT-LC-SUB FROM 1 BY 1
007940         UNTIL NLS-NT-LC-SUB > NLS-LC-COUNT
007950            OR NLS-NT-LC-MATCH-FOUND.
007960 3200-EXIT.
007970     EXIT.
007980 3210-MATCH-LOCALE.
007990     IF NLS-LC-CODE (NLS-NT-LC-SUB) = NLS-NT-LOCALE
008000         SET NLS-NT-LC-MATCH-FOUND TO TRUE
008010         MOVE NLS-NT-LC-SUB TO NLS-NT-LC-FOUND-SUB
008020     END-IF.
008030 3210-EXIT.
008040     EXIT.
008050*----------------------------------------------------------*
008060* 3500-PRINT-ITEM-LINE                                     *
008070*----------------------------------------------------------*
008080 3500-PRINT-ITEM-LINE.
008090     MOVE NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB) TO NLS-NT-DL-ITEM-ID.
008100     MOVE NLS-NT-IT-ITEM-DESC (NLS-NT-IT-SUB)
008110         TO NLS-NT-DL-ITEM-DESC.
008120     MOVE NLS-NT-IT-FROM-DATE (NLS-NT-IT-SUB)
008130         TO NLS-NT-DL-FROM-DATE.
008140     MOVE NLS-NT-RESULT-YEARS  TO NLS-NT-DL-YEARS.
008150     MOVE NLS-NT-RESULT-MONTHS TO NLS-NT-DL-MONTHS.
008160     MOVE NLS-NT-RESULT-DAYS   TO NLS-NT-DL-DAYS.
008170     IF NLS-NT-THR-CROSSED = ZERO
008180         MOVE ZERO TO NLS-NT-DL-THRESHOLD
008190     ELSE
008200         MOVE NLS-NT-THR-MONTHS (NLS-NT-THR-CROSSED)
008210             TO NLS-NT-DL-THRESHOLD
008220     END-IF.
008230     MOVE NLS-NT-LOCALE TO NLS-NT-DL-LOCALE.
008240     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-DETAIL-LINE
008250         AFTER ADVANCING 1 LINE.
008260 3500-EXIT.
008270     EXIT.
008280*----------------------------------------------------------*
008290* 4000-WRITE-NOTICE                                        *
008300*   A HEADER LINE FOR OPERATIONS (BATCH, NOTICE NUMBER,    *
008310*   LOCALE AND CHARACTER SET), THEN THE FIVE LOCALIZED     *
008320*   LINES: TITLE, ITEM, FROM-DATE, AGE AND THRESHOLD.      *
008330*----------------------------------------------------------*
008340 4000-WRITE-NOTICE.
008350     ADD 1 TO NLS-NT-NOTICE-COUNT.
008360     ADD 1 TO NLS-NT-LC-NOTICES (NLS-NT-LC-FOUND-SUB).
008370     MOVE NLS-NT-RESULT-YEARS  TO NLS-NT-NUM-VALUE (1).
008380     MOVE NLS-NT-RESULT-MONTHS TO NLS-NT-NUM-VALUE (2).
008390     MOVE NLS-NT-RESULT-DAYS   TO NLS-NT-NUM-VALUE (3).
008400     MOVE NLS-NT-THR-MONTHS (NLS-NT-THR-CROSSED)
008410         TO NLS-NT-NUM-VALUE (4).
008420     PERFORM 4800-TRIM-NUMBER THRU 4800-EXIT
008430         VARYING NLS-NT-NUM-SUB FROM 1 BY 1
008440         UNTIL NLS-NT-NUM-SUB > 4.
008450     PERFORM 4700-FORMAT-DATE THRU 4700-EXIT.
008460     MOVE SPACES TO NLS-NT-NOTICE-TEXT.
008470     EVALUATE NLS-NT-LOCALE
008480         WHEN "JA"
008490             PERFORM 4100-JAPANESE-TEXT THRU 4100-EXIT
008500         WHEN "NO"
008510             PERFORM 4200-NORWEGIAN-TEXT THRU 4200-EXIT
008520         WHEN "DE"
008530             PERFORM 4300-GERMAN-TEXT THRU 4300-EXIT
008540         WHEN "FR"
008550             PERFORM 4400-FRENCH-TEXT THRU 4400-EXIT
008560         WHEN "ES"
008570             PERFORM 4500-SPANISH-TEXT THRU 4500-EXIT
008580         WHEN OTHER
008590             PERFORM 4600-ENGLISH-TEXT THRU 4600-EXIT
008600     END-EVALUATE.
008610     MOVE NLS-NT-RUN-DATE     TO NLS-NT-NH-BATCH-DATE.
008620     MOVE NLS-NT-BATCH-TIME   TO NLS-NT-NH-BATCH-TIME.
008630     MOVE NLS-NT-NOTICE-COUNT TO NLS-NT-NH-NUMBER.
008640     MOVE NLS-NT-LOCALE       TO NLS-NT-NH-LOCALE.
008650     MOVE NLS-LC-CHARSET (NLS-NT-LC-FOUND-SUB)
008660         TO NLS-NT-NH-CHARSET.
008670     WRITE NLS-NOTICE-LINE FROM NLS-NT-NOTICE-HEADER.
008680     PERFORM 4050-WRITE-TEXT-LINE THRU 4050-EXIT
008690         VARYING NLS-NT-TEXT-SUB FROM 1 BY 1
008700         UNTIL NLS-NT-TEXT-SUB > 5.
008710     MOVE SPACES TO NLS-NOTICE-LINE.
008720     WRITE NLS-NOTICE-LINE.
008730 4000-EXIT.
008740     EXIT.
008750 4050-WRITE-TEXT-LINE.
008760     MOVE NLS-NT-TEXT-LINE (NLS-NT-TEXT-SUB) TO NLS-NOTICE-LINE.
008770     WRITE NLS-NOTICE-LINE.
008780 4050-EXIT.
008790     EXIT.
008800*----------------------------------------------------------*
008810* 4100-JAPANESE-TEXT                                       *
008820*   THE AGE IS THE NLSDTIVL PERIOD IN YEARS, MONTHS AND    *
008830*   DAYS WITH THE JAPANESE UNIT MARKS.                     *
008840*----------------------------------------------------------*
008850 4100-JAPANESE-TEXT.
008860     STRING "督促通知 - 長期未処理項目"
008870         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (1).
008880     STRING "項目: " NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB) " "
008890         NLS-NT-IT-ITEM-DESC (NLS-NT-IT-SUB)
008900         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (2).
008910     STRING "起算日: " NLS-NT-DATE-TEXT (1:NLS-NT-DATE-LEN)
008920         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (3).
008930     STRING "経過期間: "
008940         NLS-NT-NUM-TEXT (1) (1:NLS-NT-NUM-LEN (1)) "年"
008950         NLS-NT-NUM-TEXT (2) (1:NLS-NT-NUM-LEN (2)) "月"
008960         NLS-NT-NUM-TEXT (3) (1:NLS-NT-NUM-LEN (3)) "日"
008970         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (4).
008980     STRING "基準: "
008990         NLS-NT-NUM-TEXT (4) (1:NLS-NT-NUM-LEN (4))
009000         "か月を超過しました"
009010         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (5).
009020 4100-EXIT.
009030     EXIT.
009040*----------------------------------------------------------*
009050* 4200-NORWEGIAN-TEXT                                      *
009060*----------------------------------------------------------*
009070 4200-NORWEGIAN-TEXT.
009080     STRING "Eskaleringsvarsel - gammel post"
009090         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (1).
009100     STRING "Post: " NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB) " "
009110         NLS-NT-IT-ITEM-DESC (NLS-NT-IT-SUB)
009120         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (2).
009130     STRING "Fra dato: " NLS-NT-DATE-TEXT (1:NLS-NT-DATE-LEN)
009140         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (3).
009150     STRING "Alder: "
009160         NLS-NT-NUM-TEXT (1) (1:NLS-NT-NUM-LEN (1)) " år, "
009170         NLS-NT-NUM-TEXT (2) (1:NLS-NT-NUM-LEN (2)) " måneder, "
009180         NLS-NT-NUM-TEXT (3) (1:NLS-NT-NUM-LEN (3)) " dager"
009190         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (4).
009200     STRING "Terskel på "
009210         NLS-NT-NUM-TEXT (4) (1:NLS-NT-NUM-LEN (4))
009220         " måneder er nådd"
009230         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (5).
009240 4200-EXIT.
009250     EXIT.
009260*----------------------------------------------------------*
009270* 4300-GERMAN-TEXT                                         *
009280*----------------------------------------------------------*
009290 4300-GERMAN-TEXT.
009300     STRING "Eskalationsmitteilung - offener Posten"
009310         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (1).
009320     STRING "Posten: " NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB) " "
009330         NLS-NT-IT-ITEM-DESC (NLS-NT-IT-SUB)
009340         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (2).
009350     STRING "Ab Datum: " NLS-NT-DATE-TEXT (1:NLS-NT-DATE-LEN)
009360         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (3).
009370     STRING "Alter: "
009380         NLS-NT-NUM-TEXT (1) (1:NLS-NT-NUM-LEN (1)) " Jahre, "
009390         NLS-NT-NUM-TEXT (2) (1:NLS-NT-NUM-LEN (2)) " Monate, "
009400         NLS-NT-NUM-TEXT (3) (1:NLS-NT-NUM-LEN (3)) " Tage"
009410         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (4).
009420     STRING "Schwelle von "
009430         NLS-NT-NUM-TEXT (4) (1:NLS-NT-NUM-LEN (4))
009440         " Monaten überschritten"
009450         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (5).
009460 4300-EXIT.
009470     EXIT.
009480*----------------------------------------------------------*
009490* 4400-FRENCH-TEXT                                         *
009500*----------------------------------------------------------*
009510 4400-FRENCH-TEXT.
009520     STRING "Avis d'escalade - élément en souffrance"
009530         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (1).
009540     STRING "Référence : " NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB) " "
009550         NLS-NT-IT-ITEM-DESC (NLS-NT-IT-SUB)
009560         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (2).
009570     STRING "Date de départ : "
009580         NLS-NT-DATE-TEXT (1:NLS-NT-DATE-LEN)
009590         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (3).
009600     STRING "Ancienneté : "
009610         NLS-NT-NUM-TEXT (1) (1:NLS-NT-NUM-LEN (1)) " an(s), "
009620         NLS-NT-NUM-TEXT (2) (1:NLS-NT-NUM-LEN (2)) " mois, "
009630         NLS-NT-NUM-TEXT (3) (1:NLS-NT-NUM-LEN (3)) " jour(s)"
009640         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (4).
009650     STRING "Seuil de "
009660         NLS-NT-NUM-TEXT (4) (1:NLS-NT-NUM-LEN (4))
009670         " mois dépassé"
009680         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (5).
009690 4400-EXIT.
009700     EXIT.
009710*----------------------------------------------------------*
009720* 4500-SPANISH-TEXT                                        *
009730*----------------------------------------------------------*
009740 4500-SPANISH-TEXT.
009750     STRING "Aviso de escalado - partida pendiente"
009760         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (1).
009770     STRING "Partida: " NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB) " "
009780         NLS-NT-IT-ITEM-DESC (NLS-NT-IT-SUB)
009790         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (2).
009800     STRING "Fecha de inicio: "
009810         NLS-NT-DATE-TEXT (1:NLS-NT-DATE-LEN)
009820         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (3).
009830     STRING "Antigüedad: "
009840         NLS-NT-NUM-TEXT (1) (1:NLS-NT-NUM-LEN (1)) " año(s), "
009850         NLS-NT-NUM-TEXT (2) (1:NLS-NT-NUM-LEN (2)) " mes(es), "
009860         NLS-NT-NUM-TEXT (3) (1:NLS-NT-NUM-LEN (3)) " día(s)"
009870         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (4).
009880     STRING "Umbral de "
009890         NLS-NT-NUM-TEXT (4) (1:NLS-NT-NUM-LEN (4))
009900         " meses alcanzado"
009910         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (5).
009920 4500-EXIT.
009930     EXIT.
009940*----------------------------------------------------------*
009950* 4600-ENGLISH-TEXT                                        *
009960*----------------------------------------------------------*
009970 4600-ENGLISH-TEXT.
009980     STRING "ESCALATION NOTICE - AGED ITEM"
009990         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (1).
010000     STRING "ITEM: " NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB) " "
010010         NLS-NT-IT-ITEM-DESC (NLS-NT-IT-SUB)
010020         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (2).
010030     STRING "FROM DATE: " NLS-NT-DATE-TEXT (1:NLS-NT-DATE-LEN)
010040         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (3).
010050     STRING "AGE: "
010060         NLS-NT-NUM-TEXT (1) (1:NLS-NT-NUM-LEN (1)) " YEARS, "
010070         NLS-NT-NUM-TEXT (2) (1:NLS-NT-NUM-LEN (2)) " MONTHS, "
010080         NLS-NT-NUM-TEXT (3) (1:NLS-NT-NUM-LEN (3)) " DAYS"
010090         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (4).
010100     STRING "THRESHOLD OF "
010110         NLS-NT-NUM-TEXT (4) (1:NLS-NT-NUM-LEN (4))
010120         " MONTHS REACHED"
010130         DELIMITED BY SIZE INTO NLS-NT-TEXT-LINE (5).
010140 4600-EXIT.
010150     EXIT.
010160*----------------------------------------------------------*
010170* 4700-FORMAT-DATE                                         *
010180*   THE FROM-DATE IN THE LOCALE'S DATE STYLE (NLSLOCL):    *
010190*   J = CCYY/MM/DD WITH THE JAPANESE YEAR, MONTH AND DAY   *
010200*   MARKS, D = DD.MM.CCYY, S = DD/MM/CCYY, I = CCYY-MM-DD. *
010210*----------------------------------------------------------*
010220 4700-FORMAT-DATE.
010230     MOVE NLS-NT-IT-FROM-DATE (NLS-NT-IT-SUB)
010240         TO NLS-NT-DATE-PARTS.
010250     MOVE SPACES TO NLS-NT-DATE-TEXT.
010260     MOVE 1 TO NLS-NT-DATE-PTR.
010270     EVALUATE NLS-LC-DATE-STYLE (NLS-NT-LC-FOUND-SUB)
010280         WHEN "J"
010290             STRING NLS-NT-DATE-CCYY "年" NLS-NT-DATE-MM "月"
010300                 NLS-NT-DATE-DD "日"
010310                 DELIMITED BY SIZE INTO NLS-NT-DATE-TEXT
010320                 WITH POINTER NLS-NT-DATE-PTR
010330         WHEN "D"
010340             STRING NLS-NT-DATE-DD "." NLS-NT-DATE-MM "."
010350                 NLS-NT-DATE-CCYY
010360                 DELIMITED BY SIZE INTO NLS-NT-DATE-TEXT
010370                 WITH POINTER NLS-NT-DATE-PTR
010380         WHEN "S"
010390             STRING NLS-NT-DATE-DD "/" NLS-NT-DATE-MM "/"
010400                 NLS-NT-DATE-CCYY
010410                 DELIMITED BY SIZE INTO NLS-NT-DATE-TEXT
010420                 WITH POINTER NLS-NT-DATE-PTR
010430         WHEN OTHER
010440             STRING NLS-NT-DATE-CCYY "-" NLS-NT-DATE-MM "-"
010450                 NLS-NT-DATE-DD
010460                 DELIMITED BY SIZE INTO NLS-NT-DATE-TEXT
010470                 WITH POINTER NLS-NT-DATE-PTR
010480     END-EVALUATE.
010490     COMPUTE NLS-NT-DATE-LEN = NLS-NT-DATE-PTR - 1.
010500 4700-EXIT.
010510     EXIT.
010520*----------------------------------------------------------*
010530* 4800-TRIM-NUMBER                                         *
010540*   LEFT-JUSTIFIES NUMBER NLS-NT-NUM-SUB AND SETS ITS      *
010550*   LENGTH - ZERO PRINTS AS "0".                           *
010560*----------------------------------------------------------*
010570 4800-TRIM-NUMBER.
010580     MOVE NLS-NT-NUM-VALUE (NLS-NT-NUM-SUB) TO NLS-NT-NUM-EDIT.
010590     PERFORM 4810-SCAN-LEADING-SPACE THRU 4810-EXIT
010600         VARYING NLS-NT-SCAN-SUB FROM 1 BY 1
010610         UNTIL NLS-NT-NUM-EDIT (NLS-NT-SCAN-SUB:1) NOT = SPACE.
010620     MOVE SPACES TO NLS-NT-NUM-TEXT (NLS-NT-NUM-SUB).
010630     MOVE NLS-NT-NUM-EDIT (NLS-NT-SCAN-SUB:)
010640         TO NLS-NT-NUM-TEXT (NLS-NT-NUM-SUB).
010650     COMPUTE NLS-NT-NUM-LEN (NLS-NT-NUM-SUB) =
010660             LENGTH OF NLS-NT-NUM-EDIT - NLS-NT-SCAN-SUB + 1.
010670 4800-EXIT.
010680     EXIT.
010690 4810-SCAN-LEADING-SPACE.
010700     CONTINUE.
010710 4810-EXIT.
010720     EXIT.
010730*----------------------------------------------------------*
010740* 4900-WRITE-LOG-ENTRY                                     *
010746*   THE NOTICE JUST WRITTEN, LOGGED AGAINST THE ITEM, ITS  *
010752*   FROM-DATE AND THE THRESHOLD IT CROSSED. A FAILED WRITE *
010758*   STOPS THE BATCH SO NO FURTHER NOTICE GOES OUT UNLOGGED *
010764*   - THE ONE JUST SENT WILL GO OUT AGAIN NEXT RUN.        *
010770*----------------------------------------------------------*
010780 4900-WRITE-LOG-ENTRY.
010790     MOVE SPACES TO NLS-AGING-NOTICE-LOG.
010800     MOVE NLS-NT-RUN-DATE   TO NLS-NL-BATCH-DATE.
010810     MOVE NLS-NT-BATCH-TIME TO NLS-NL-BATCH-TIME.
010820     SET NLS-NL-NOTICE-ENTRY TO TRUE.
010830     MOVE NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB)   TO NLS-NL-ITEM-ID.
010840     MOVE NLS-NT-IT-FROM-DATE (NLS-NT-IT-SUB) TO NLS-NL-FROM-DATE.
010850     MOVE NLS-NT-THR-MONTHS (NLS-NT-THR-CROSSED)
010860         TO NLS-NL-THRESHOLD-MONTHS.
010870     MOVE NLS-NT-LOCALE     TO NLS-NL-LOCALE.
010880     MOVE ZERO              TO NLS-NL-NOTICE-COUNT.
010882     WRITE NLS-AGING-NOTICE-LOG.
010884     IF NLS-NOTICE-LOG-STATUS NOT = "00"
010886         SET NLS-NT-LOG-FAILED TO TRUE
010888         DISPLAY "NLSAGNOT NLSAGNLG WRITE FAILED - STATUS "
010890             NLS-NOTICE-LOG-STATUS " - ITEM "
010892             NLS-NT-IT-ITEM-ID (NLS-NT-IT-SUB)
010894             " SENT BUT NOT LOGGED"
010896         MOVE "NLSAGNLG WRITE FAILED - BATCH STOPPED"
010898             TO NLS-NOT-PRINT-LINE
010900         WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE
010902         GO TO 4900-EXIT
010904     END-IF.
010906     ADD 1 TO NLS-NT-LOG-WRITTEN.
010910     MOVE NLS-NT-THR-MONTHS (NLS-NT-THR-CROSSED)
010920         TO NLS-NT-IT-SENT-MONTHS (NLS-NT-IT-SUB).
010930 4900-EXIT.
010940     EXIT.
010950*----------------------------------------------------------*
010960* 7000-WRITE-BATCH-TRAILER                                 *
010970*   EVERY BATCH IS LOGGED, EVEN ONE THAT SENT NOTHING, SO  *
010980*   THE LOG SHOWS EACH RUN.                                *
010990*----------------------------------------------------------*
011000 7000-WRITE-BATCH-TRAILER.
011010     MOVE SPACES TO NLS-AGING-NOTICE-LOG.
011020     MOVE NLS-NT-RUN-DATE     TO NLS-NL-BATCH-DATE.
011030     MOVE NLS-NT-BATCH-TIME   TO NLS-NL-BATCH-TIME.
011040     SET NLS-NL-BATCH-TRAILER TO TRUE.
011050     MOVE ZERO                TO NLS-NL-FROM-DATE.
011060     MOVE ZERO                TO NLS-NL-THRESHOLD-MONTHS.
011070     MOVE NLS-NT-NOTICE-COUNT TO NLS-NL-NOTICE-COUNT.
011072     WRITE NLS-AGING-NOTICE-LOG.
011074     IF NLS-NOTICE-LOG-STATUS NOT = "00"
011076         SET NLS-NT-LOG-FAILED TO TRUE
011078         DISPLAY "NLSAGNOT NLSAGNLG TRAILER NOT WRITTEN - STATUS "
011080             NLS-NOTICE-LOG-STATUS
011082         MOVE "NLSAGNLG BATCH TRAILER NOT WRITTEN"
011084             TO NLS-NOT-PRINT-LINE
011086         WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE
011088         GO TO 7000-EXIT
011090     END-IF.
011092     ADD 1 TO NLS-NT-LOG-WRITTEN.
011100 7000-EXIT.
011110     EXIT.
011120*----------------------------------------------------------*
011130* 8000-PRINT-TOTALS                                        *
011140*----------------------------------------------------------*
011150 8000-PRINT-TOTALS.
011160     MOVE SPACES TO NLS-NOT-PRINT-LINE.
011170     WRITE NLS-NOT-PRINT-LINE AFTER ADVANCING 1 LINE.
011180     MOVE "ITEMS READ" TO NLS-NT-TOT-LABEL.
011190     MOVE NLS-NT-ITEMS-READ TO NLS-NT-TOT-COUNT.
011200     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-TOTAL-LINE
011210         AFTER ADVANCING 1 LINE.
011220     MOVE "BELOW EVERY THRESHOLD" TO NLS-NT-TOT-LABEL.
011230     MOVE NLS-NT-BELOW-COUNT TO NLS-NT-TOT-COUNT.
011240     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-TOTAL-LINE
011250         AFTER ADVANCING 1 LINE.
011260     MOVE "ALREADY ESCALATED (NOT RESENT)" TO NLS-NT-TOT-LABEL.
011270     MOVE NLS-NT-ESCALATED-COUNT TO NLS-NT-TOT-COUNT.
011280     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-TOTAL-LINE
011290         AFTER ADVANCING 1 LINE.
011300     MOVE "HELD (LOCALE OR CHARACTER SET)" TO NLS-NT-TOT-LABEL.
011310     MOVE NLS-NT-HELD-COUNT TO NLS-NT-TOT-COUNT.
011320     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-TOTAL-LINE
011330         AFTER ADVANCING 1 LINE.
011340     MOVE "BAD FROM-DATES" TO NLS-NT-TOT-LABEL.
011350     MOVE NLS-NT-BAD-DATE-COUNT TO NLS-NT-TOT-COUNT.
011360     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-TOTAL-LINE
011370         AFTER ADVANCING 1 LINE.
011380     MOVE "NOTICES SENT" TO NLS-NT-TOT-LABEL.
011390     MOVE NLS-NT-NOTICE-COUNT TO NLS-NT-TOT-COUNT.
011400     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-TOTAL-LINE
011410         AFTER ADVANCING 1 LINE.
011420     PERFORM 8100-PRINT-LOCALE-TOTAL THRU 8100-EXIT
011430         VARYING NLS-NT-LC-SUB FROM 1 BY 1
011440         UNTIL NLS-NT-LC-SUB > NLS-LC-COUNT.
011450 8000-EXIT.
011460     EXIT.
011470 8100-PRINT-LOCALE-TOTAL.
011480     IF NLS-NT-LC-NOTICES (NLS-NT-LC-SUB) = ZERO
011490         GO TO 8100-EXIT
011500     END-IF.
011510     MOVE SPACES TO NLS-NT-TOT-LABEL.
011520     STRING "  NOTICES SENT - "
011530         NLS-LC-LANGUAGE (NLS-NT-LC-SUB)
011540         DELIMITED BY SIZE INTO NLS-NT-TOT-LABEL.
011550     MOVE NLS-NT-LC-NOTICES (NLS-NT-LC-SUB) TO NLS-NT-TOT-COUNT.
011560     WRITE NLS-NOT-PRINT-LINE FROM NLS-NT-TOTAL-LINE
011570         AFTER ADVANCING 1 LINE.
011580 8100-EXIT.
011590     EXIT.
011600*----------------------------------------------------------*
011610* 9000-CLOSE-FILES                                         *
011620*----------------------------------------------------------*
011630 9000-CLOSE-FILES.
011640     IF NLS-NT-OUTPUTS-OPEN
011650         CLOSE NLS-NOTICE-LOG
011660         CLOSE NLS-NOTICE-FILE
011670     END-IF.
011700     CLOSE NLS-NOTICE-REPORT.
011710 9000-EXIT.
011720     EXIT.
011730*----------------------------------------------------------*
011740* 9500-SET-RETURN-CODE                                     *
011750*   8 = NO NLSAGIN, ITEM TABLE OVERFLOW OR NLSAGNLG NOT    *
011760*   USABLE - NOTHING SENT; 4 = NOTICES HELD OR BAD         *
011770*   FROM-DATES; 0 = EVERY DUE NOTICE SENT.                 *
011780*----------------------------------------------------------*
011790 9500-SET-RETURN-CODE.
011800     EVALUATE TRUE
011810         WHEN NLS-NT-INPUT-MISSING
011820                 OR NLS-NT-TABLE-OVERFLOW
011830                 OR NLS-NT-LOG-FAILED
011840             MOVE 8 TO RETURN-CODE
011850         WHEN NLS-NT-HELD-COUNT > ZERO
011860                 OR NLS-NT-BAD-DATE-COUNT > ZERO
011870             MOVE 4 TO RETURN-CODE
011880         WHEN OTHER
011890             MOVE ZERO TO RETURN-CODE
011900     END-EVALUATE.
011910 9500-EXIT.
011920     EXIT.
011930*----------------------------------------------------------*
011940* 9600-WRITE-RUN-LOG                                       *
011950*   ONE STEP RECORD FOR THE RUN-LEVEL AUDIT TRAIL - JOB,   *
011960*   PROGRAM, RETURN CODE, RECORD COUNTS AND ELAPSED        *
011970*   SECONDS - APPENDED THROUGH NLSRLOGW.                   *
011980*----------------------------------------------------------*
011990 9600-WRITE-RUN-LOG.
012000     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
012010     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
012020     COMPUTE NLS-RL-END-SECS = NLS-RL-TIME-HH * 3600
012030             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
012040     COMPUTE NLS-RL-ELAPSED =
012050             NLS-RL-END-SECS - NLS-RL-START-SECS.
012060     IF NLS-RL-ELAPSED < ZERO
012070         ADD 86400 TO NLS-RL-ELAPSED
012080     END-IF.
012090     ACCEPT NLS-RL-JOB-WORK FROM ENVIRONMENT "JOBNAME"
012100     END-ACCEPT.
012110     IF NLS-RL-JOB-WORK = SPACES
012120         MOVE "NLSAGING" TO NLS-RL-JOB-WORK
012130     END-IF.
012140     ACCEPT NLS-RL-DATE-WORK FROM DATE YYYYMMDD.
012150     MOVE SPACES TO NLS-RUN-LOG-RECORD.
012160     SET NLS-RL-STEP-RECORD TO TRUE.
012170     MOVE NLS-RL-JOB-WORK     TO NLS-RL-JOB-NAME.
012180     MOVE NLS-RL-DATE-WORK    TO NLS-RL-RUN-DATE.
012190     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-RL-RUN-TIME.
012200     MOVE "NLSAGNOT"          TO NLS-RL-PROGRAM-ID.
012210     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
012220     MOVE NLS-NT-ITEMS-READ   TO NLS-RL-RECORDS-READ.
012230     MOVE NLS-NT-NOTICE-COUNT TO NLS-RL-RECORDS-WRITTEN.
012240     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
012250     MOVE SPACES              TO NLS-RL-VERDICT.
012260     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
012270     MOVE NLS-RL-SAVED-RC TO RETURN-CODE.
012280 9600-EXIT.
012290     EXIT.
012300*
012310 END PROGRAM "NLSAGNOT".
