000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSPSCOR.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-05.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-05  RLH  ORIGINAL VERSION. RUNS AFTER NLSPSCAN  *
000200*                   AND GROUPS ITS NLSPEXC EXCEPTIONS BY   *
000210*                   TRADING PARTNER: PRINTS ONE SCORECARD  *
000220*                   LINE PER PARTNER (RECORDS SENT,        *
000230*                   REJECTED, REJECT PERCENTAGE, THE MOST  *
000240*                   FREQUENT OFFENDING BYTES IN HEX AND    *
000250*                   THE CHANGE SINCE THE LAST SCAN) AND    *
000260*                   WRITES ONE FEEDBACK MEMBER PER         *
000270*                   PARTNER LISTING THE REJECTED INVOICES  *
000280*                   AND THEIR BYTES, SO THE ACCOUNT TEAM   *
000290*                   SENDS THAT BACK INSTEAD OF THE RAW     *
000300*                   EXCEPTION DUMP.                        *
000310*----------------------------------------------------------*
000311*  2026-10-07  RLH  AN EXCEPTION NLSPSCAN WROTE ONLY FOR    *
000312*                   BYTES THE LATEST CERTIFICATION SWEEP    *
000313*                   FAILED (REASON U) IS OURS, NOT THE      *
000314*                   PARTNER'S - IT IS HELD OFF THE          *
000315*                   SCORECARD AND THE FEEDBACK AND COUNTED  *
000316*                   ON ITS OWN TOTAL LINE.                  *
000317*----------------------------------------------------------*
000318*  2026-10-15  RLH  THE NEW SCORECARD HISTORY (PSCNEW) AND  *
000319*                   THE PER-MEMBER REREAD OF NLSPEXC ARE    *
000320*                   NOW CHECKED AT OPEN. A FAILED PSCNEW    *
000321*                   ENDS THE STEP 8 SO STEP030 DOES NOT     *
000322*                   SWAP IN AN EMPTY HISTORY; A FAILED      *
000323*                   REREAD COUNTS THE MEMBER AS NOT         *
000324*                   WRITTEN.                                *
000325*----------------------------------------------------------*
000327*  2026-10-15  RLH  A MIXED (B) EXCEPTION NOW CHARGES THE   *
000328*                   PARTNER ONLY FOR ITS BYTES OUTSIDE THE  *
000329*                   TABLE - THE UNCERTIFIED ONES NO LONGER  *
000331*                   REACH THE BYTE TALLY, THE TOP-OFFENDER  *
000332*                   COLUMN OR THE FEEDBACK. THE PSCFBK      *
000333*                   DYNAMIC-ALLOCATION CONVENTION IS NOW    *
000334*                   SET OUT IN FULL BELOW AND IN THE JOB.   *
000335*----------------------------------------------------------*
000336*----------------------------------------------------------*
000337* PURPOSE                                                  *
000340*   RECORDS SENT ARE COUNTED FROM NLSPDATA BY THE PARTNER  *
000350*   NAME THE NLSPDATA LAYOUT CARRIES; RECORDS REJECTED     *
000360*   AND THEIR BYTES COME FROM NLSPEXC, WHOSE RECORD        *
000370*   PREFIX CARRIES THE SAME NAME. THE LAST SCAN'S TOTALS   *
000380*   ARE READ FROM THE NLSPSCH SCORECARD HISTORY (PSCPREV)  *
000390*   AND THIS SCAN'S ARE WRITTEN TO ITS NEXT GENERATION     *
000400*   (PSCNEW) - A PARTNER ABSENT FROM THIS DELIVERY IS      *
000410*   CARRIED FORWARD UNCHANGED SO ITS NEXT DELIVERY STILL   *
000420*   COMPARES AGAINST ITS LAST REAL SCAN.                   *
000430*   EACH PARTNER'S FEEDBACK GOES TO ITS OWN MEMBER OF THE  *
000440*   NLS.PROD.NLSPFBK LIBRARY, NAMED "P" PLUS THE FIRST     *
000450*   SEVEN LETTERS AND DIGITS OF THE PARTNER NAME, AND      *
000460*   DYNAMICALLY ALLOCATED TO DDNAME PSCFBK BEFORE EACH     *
000470*   OPEN. RETURN CODE 0 = NO PARTNER HAD A REJECTED        *
000480*   RECORD, 4 = REJECTIONS SCORED AND FED BACK, 8 = NO     *
000490*   PARTNER DATA OR NO EXCEPTION FILE, A PARTNER TABLE     *
000500*   OVERFLOW, OR A FEEDBACK MEMBER THAT COULD NOT BE       *
000510*   WRITTEN.                                               *
000511*   DYNAMIC ALLOCATION: THE PARTNERS IN A DELIVERY ARE NOT *
000512*   KNOWN UNTIL THE RUN, SO NO FIXED DD CAN NAME THEIR     *
000513*   MEMBERS. BEFORE EACH OPEN, PUTENV SETS PSCFBK TO       *
000514*   "DSN(NLS.PROD.NLSPFBK(MEMBER)) OLD"; THE RUN-TIME      *
000515*   ALLOCATES THE MEMBER AT OPEN AND FREES IT AT CLOSE.    *
000516*   THE JCL MUST NOT CODE A PSCFBK DD - A DD WOULD BE USED *
000517*   INSTEAD FOR EVERY PARTNER - AND THE LIBRARY MUST EXIST *
000518*   (THE JOB'S STEP015 CATALOGS IT). THIS IS THE ONE       *
000519*   OUTPUT IN THE SYSTEM ALLOCATED THIS WAY.               *
000520*----------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT NLS-PARTNER-FILE ASSIGN TO "NLSPDATA"
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS IS NLS-PARTNER-FILE-STATUS.
000600     SELECT NLS-PSCAN-EXCEPTION-FILE ASSIGN TO "NLSPEXC"
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS IS NLS-PSCAN-EXCEPTION-STATUS.
000630     SELECT NLS-SCORE-PREVIOUS-FILE ASSIGN TO "PSCPREV"
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS IS NLS-SCORE-PREVIOUS-STATUS.
000660     SELECT NLS-SCORE-NEW-FILE ASSIGN TO "PSCNEW"
000670         ORGANIZATION LINE SEQUENTIAL
000680         FILE STATUS IS NLS-SCORE-NEW-STATUS.
000690     SELECT NLS-SCORE-REPORT ASSIGN TO "PSCRPT"
000700         ORGANIZATION LINE SEQUENTIAL
000710         FILE STATUS IS NLS-SCORE-REPORT-STATUS.
000720     SELECT NLS-FEEDBACK-FILE ASSIGN TO "PSCFBK"
000730         ORGANIZATION LINE SEQUENTIAL
000740         FILE STATUS IS NLS-FEEDBACK-FILE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  NLS-PARTNER-FILE.
000780     COPY NLSPDATA.
000790 FD  NLS-PSCAN-EXCEPTION-FILE.
000800     COPY NLSPEXC.
000810 FD  NLS-SCORE-PREVIOUS-FILE.
000820     COPY NLSPSCH.
000830 FD  NLS-SCORE-NEW-FILE.
000840 01  NLS-SCORE-NEW-RECORD        PIC X(62).
000850 FD  NLS-SCORE-REPORT.
000860 01  NLS-SC-PRINT-LINE       PIC X(132).
000870 FD  NLS-FEEDBACK-FILE.
000880 01  NLS-SC-FEEDBACK-LINE    PIC X(132).
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------*
000910* FILE-STATUS AND SWITCH FIELDS                            *
000920*----------------------------------------------------------*
000930 77  NLS-PARTNER-FILE-STATUS PIC X(02) VALUE SPACES.
000940 77  NLS-PSCAN-EXCEPTION-STATUS PIC X(02) VALUE SPACES.
000950 77  NLS-SCORE-PREVIOUS-STATUS PIC X(02) VALUE SPACES.
000960 77  NLS-SCORE-NEW-STATUS    PIC X(02) VALUE SPACES.
000970 77  NLS-SCORE-REPORT-STATUS PIC X(02) VALUE SPACES.
000980 77  NLS-FEEDBACK-FILE-STATUS PIC X(02) VALUE SPACES.
000990 77  NLS-SC-PARTNER-EOF-SW   PIC X(01) VALUE "N".
001000     88  NLS-SC-PARTNER-EOF             VALUE "Y".
001010 77  NLS-SC-EXCEPTION-EOF-SW PIC X(01) VALUE "N".
001020     88  NLS-SC-EXCEPTION-EOF           VALUE "Y".
001030 77  NLS-SC-PREVIOUS-EOF-SW  PIC X(01) VALUE "N".
001040     88  NLS-SC-PREVIOUS-EOF            VALUE "Y".
001050 77  NLS-SC-INPUT-MISSING-SW PIC X(01) VALUE "N".
001060     88  NLS-SC-INPUT-MISSING           VALUE "Y".
001070 77  NLS-SC-PREVIOUS-MISSING-SW PIC X(01) VALUE "N".
001080     88  NLS-SC-PREVIOUS-MISSING        VALUE "Y".
001083 77  NLS-SC-HISTORY-FAILED-SW PIC X(01) VALUE "N".
001086     88  NLS-SC-HISTORY-FAILED          VALUE "Y".
001090*----------------------------------------------------------*
001100* RUN-STAMP FIELDS                                         *
001110*   THE SCAN DATE/TIME IS TAKEN FROM THE FIRST EXCEPTION   *
001120*   RECORD - THE SCAN THAT FOUND THE BYTES - AND FALLS     *
001130*   BACK TO TODAY WHEN THE SCAN WAS CLEAN.                 *
001140*----------------------------------------------------------*
001150 77  NLS-SC-RUN-DATE         PIC 9(08) VALUE ZERO.
001160 77  NLS-SC-SCAN-DATE        PIC 9(08) VALUE ZERO.
001170 77  NLS-SC-SCAN-TIME        PIC 9(06) VALUE ZERO.
001180 77  NLS-SC-TIME-WORK        PIC 9(08) VALUE ZERO.
001190*----------------------------------------------------------*
001200* PARTNER TABLE                                            *
001210*   ONE ENTRY PER PARTNER NAME SEEN IN THE LAST SCORECARD, *
001220*   IN NLSPDATA OR IN NLSPEXC, WITH ITS FEEDBACK MEMBER,   *
001230*   THIS SCAN'S COUNTS, THE LAST SCAN'S TOTALS, AND A      *
001240*   TALLY OF THE DISTINCT OFFENDING BYTE VALUES (AS THEIR  *
001250*   HEX PAIRS). NLSPEXC CARRIES THE FIRST 50 BAD BYTES OF  *
001260*   A RECORD, SO THE TALLY COUNTS THOSE. OVERFLOW IS       *
001270*   COUNTED AND REPORTED, NEVER DROPPED SILENTLY.          *
001280*----------------------------------------------------------*
001290 01  NLS-SC-PARTNER-TABLE.
001300     05  NLS-SC-PT-COUNT         PIC 9(03) COMP VALUE ZERO.
001310     05  NLS-SC-PT-ENTRY OCCURS 500 TIMES.
001320         10  NLS-SC-PT-NAME      PIC X(25).
001330         10  NLS-SC-PT-MEMBER    PIC X(08).
001340         10  NLS-SC-PT-SENT      PIC 9(09) COMP.
001350         10  NLS-SC-PT-REJECTED  PIC 9(09) COMP.
001360         10  NLS-SC-PT-BAD-BYTES PIC 9(09) COMP.
001370         10  NLS-SC-PT-PCT       PIC 9(03)V99.
001380         10  NLS-SC-PT-LAST-SW   PIC X(01).
001390             88  NLS-SC-PT-HAS-LAST         VALUE "Y".
001400         10  NLS-SC-PT-LAST-DATE PIC 9(08).
001410         10  NLS-SC-PT-LAST-TIME PIC 9(06).
001420         10  NLS-SC-PT-LAST-SENT PIC 9(09).
001430         10  NLS-SC-PT-LAST-REJECTED PIC 9(09).
001440         10  NLS-SC-PT-LAST-PCT  PIC 9(03)V99.
001450         10  NLS-SC-PT-BYTE-COUNT PIC 9(03) COMP.
001460         10  NLS-SC-PT-BYTE-OVERFLOW PIC 9(07) COMP.
001470         10  NLS-SC-PT-BYTE-ENTRY OCCURS 20 TIMES.
001480             15  NLS-SC-PT-BYTE-HEX PIC X(02).
001490             15  NLS-SC-PT-BYTE-TALLY PIC 9(07) COMP.
001500 77  NLS-SC-PT-SUB           PIC 9(03) COMP VALUE ZERO.
001510 77  NLS-SC-PT-FOUND-SUB     PIC 9(03) COMP VALUE ZERO.
001520 77  NLS-SC-PT-OVERFLOW      PIC 9(07) COMP VALUE ZERO.
001530 77  NLS-SC-PT-MATCH-SW      PIC X(01) VALUE "N".
001540     88  NLS-SC-PT-MATCH-FOUND          VALUE "Y".
001550 77  NLS-SC-SEARCH-NAME      PIC X(25) VALUE SPACES.
001560 77  NLS-SC-BYTE-SUB         PIC 9(03) COMP VALUE ZERO.
001570 77  NLS-SC-BYTE-FOUND-SUB   PIC 9(03) COMP VALUE ZERO.
001580 77  NLS-SC-HEX-SUB          PIC 9(03) COMP VALUE ZERO.
001590 77  NLS-SC-HEX-PAIR         PIC X(02) VALUE SPACES.
001600*----------------------------------------------------------*
001610* RESTART-DUPLICATE FIELDS                                 *
001620*   A RESTARTED NLSPSCAN RESCANS THE RECORDS PAST ITS LAST *
001630*   CHECKPOINT, SO THEIR EXCEPTIONS CAN APPEAR TWICE. THE  *
001640*   FILE IS OTHERWISE IN RECORD-NUMBER ORDER, SO ANY       *
001650*   RECORD NUMBER NOT ABOVE THE HIGHEST ALREADY SEEN IS A  *
001660*   REPEAT AND IS SKIPPED - ON EVERY PASS OVER THE FILE.   *
001670*----------------------------------------------------------*
001680 77  NLS-SC-HIGH-RECORD      PIC 9(09) COMP VALUE ZERO.
001690 77  NLS-SC-DUPLICATES       PIC 9(07) COMP VALUE ZERO.
001691*----------------------------------------------------------*
001692* UNCERTIFIED-POINT HOLD COUNT                             *
001693*   EXCEPTIONS WHOSE EVERY BAD BYTE IS IN THE TABLE BUT    *
001694*   FAILED THE LATEST SWEEP - NOT SCORED AGAINST THE       *
001695*   PARTNER, NOT FED BACK, ONLY COUNTED.                   *
001698*   A MIXED (B) EXCEPTION IS SCORED, BUT ONLY ITS BYTES    *
001699*   OUTSIDE THE TABLE ARE CHARGED TO THE PARTNER; NLSPSCAN *
001701*   LEAVES THE UNCERTIFIED ONES OUT OF ITS HEX.            *
001702*----------------------------------------------------------*
001703 77  NLS-SC-UNCERT-HELD      PIC 9(07) COMP VALUE ZERO.
001704 77  NLS-SC-CHARGED-BYTES    PIC 9(05) COMP VALUE ZERO.
001705*----------------------------------------------------------*
001710* TOP-OFFENDER SELECTION FIELDS                            *
001720*   THE THREE HIGHEST TALLIES OF ONE PARTNER, PICKED FROM  *
001730*   A WORKING COPY THAT IS ZEROED AS EACH RANK IS TAKEN.   *
001740*----------------------------------------------------------*
001750 01  NLS-SC-TALLY-WORK.
001760     05  NLS-SC-TW-TALLY         PIC 9(07) COMP OCCURS 20 TIMES.
001770 77  NLS-SC-RANK-SUB         PIC 9(03) COMP VALUE ZERO.
001780 77  NLS-SC-BEST-SUB         PIC 9(03) COMP VALUE ZERO.
001790 77  NLS-SC-BEST-TALLY       PIC 9(07) COMP VALUE ZERO.
001800*----------------------------------------------------------*
001810* FEEDBACK-MEMBER FIELDS                                   *
001820*   THE MEMBER NAME IS "P" PLUS THE FIRST SEVEN LETTERS    *
001830*   AND DIGITS OF THE PARTNER NAME. TWO PARTNERS THAT      *
001840*   WOULD SHARE A NAME ARE TOLD APART BY A DIGIT IN THE    *
001850*   LAST POSITION; A PARTNER FOR WHOM NO FREE NAME IS      *
001860*   FOUND GETS NO MEMBER AND IS COUNTED AS A FAILURE.      *
001870*   THE ALLOCATION STRING IS PASSED TO PUTENV, WHICH KEEPS *
001880*   A POINTER TO IT - IT MUST STAY IN WORKING-STORAGE.     *
001890*----------------------------------------------------------*
001900 77  NLS-SC-FBK-LIBRARY      PIC X(20)
001910     VALUE "NLS.PROD.NLSPFBK".
001920 77  NLS-SC-FBK-ENV          PIC X(80) VALUE SPACES.
001930 77  NLS-SC-PUTENV-RC        PIC S9(09) BINARY VALUE ZERO.
001940 77  NLS-SC-MEMBER           PIC X(08) VALUE SPACES.
001950 77  NLS-SC-MEMBER-LEN       PIC 9(03) COMP VALUE ZERO.
001960 77  NLS-SC-NAME-SUB         PIC 9(03) COMP VALUE ZERO.
001970 77  NLS-SC-NAME-CHAR        PIC X(01) VALUE SPACE.
001980 77  NLS-SC-SUFFIX-LIST      PIC X(09) VALUE "123456789".
001990 77  NLS-SC-SUFFIX-SUB       PIC 9(03) COMP VALUE ZERO.
002000 77  NLS-SC-MEMBER-USED-SW   PIC X(01) VALUE "N".
002010     88  NLS-SC-MEMBER-USED             VALUE "Y".
002020 77  NLS-SC-FBK-LINES        PIC 9(07) COMP VALUE ZERO.
002030*----------------------------------------------------------*
002040* SCORECARD COUNTERS                                       *
002050*----------------------------------------------------------*
002060 77  NLS-SC-PARTNER-READ     PIC 9(09) COMP VALUE ZERO.
002070 77  NLS-SC-EXCEPTIONS-READ  PIC 9(09) COMP VALUE ZERO.
002080 77  NLS-SC-TOTAL-SENT       PIC 9(09) COMP VALUE ZERO.
002090 77  NLS-SC-TOTAL-REJECTED   PIC 9(09) COMP VALUE ZERO.
002100 77  NLS-SC-TOTAL-PCT        PIC 9(03)V99 VALUE ZERO.
002110 77  NLS-SC-PARTNERS-SCORED  PIC 9(05) COMP VALUE ZERO.
002120 77  NLS-SC-PARTNERS-CARRIED PIC 9(05) COMP VALUE ZERO.
002130 77  NLS-SC-FBK-WRITTEN      PIC 9(05) COMP VALUE ZERO.
002140 77  NLS-SC-FBK-FAILED       PIC 9(05) COMP VALUE ZERO.
002150 77  NLS-SC-FBK-RECORDS      PIC 9(09) COMP VALUE ZERO.
002160 77  NLS-SC-PCT-CHANGE       PIC S9(03)V99 VALUE ZERO.
002170*----------------------------------------------------------*
002180* REPORT LINE LAYOUTS                                      *
002190*----------------------------------------------------------*
002200 01  NLS-SC-HEADING-1.
002210     05  FILLER              PIC X(38) VALUE
002220         "NLSPSCOR  PARTNER DATA-QUALITY SCORE".
002230     05  FILLER              PIC X(12) VALUE "  SCAN DATE ".
002240     05  NLS-SC-H1-SCAN-DATE PIC 9(08).
002250     05  FILLER              PIC X(01) VALUE "/".
002260     05  NLS-SC-H1-SCAN-TIME PIC 9(06).
002270     05  FILLER              PIC X(67) VALUE SPACES.
002280 01  NLS-SC-HEADING-2.
002290     05  FILLER              PIC X(27) VALUE "PARTNER".
002300     05  FILLER              PIC X(11) VALUE "     SENT".
002310     05  FILLER              PIC X(11) VALUE " REJECTED".
002320     05  FILLER              PIC X(08) VALUE "  REJ%".
002330     05  FILLER              PIC X(10) VALUE "CHANGE".
002340     05  FILLER              PIC X(32) VALUE
002350         "TOP OFFENDING BYTES (HEX COUNT)".
002360     05  FILLER              PIC X(10) VALUE "FEEDBACK".
002370     05  FILLER              PIC X(23) VALUE SPACES.
002380 01  NLS-SC-DETAIL-LINE.
002390     05  NLS-SC-DL-NAME      PIC X(25).
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  NLS-SC-DL-SENT      PIC ZZZZZZZZ9.
002420     05  FILLER              PIC X(02) VALUE SPACES.
002430     05  NLS-SC-DL-REJECTED  PIC ZZZZZZZZ9.
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  NLS-SC-DL-PCT       PIC ZZ9.99.
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  NLS-SC-DL-CHANGE    PIC X(08).
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  NLS-SC-DL-TOP-BYTES.
002500         10  NLS-SC-DL-TOP OCCURS 3 TIMES.
002510             15  NLS-SC-DL-TOP-HEX PIC X(02).
002520             15  FILLER          PIC X(01).
002530             15  NLS-SC-DL-TOP-TALLY PIC X(05).
002540             15  FILLER          PIC X(02).
002550     05  NLS-SC-DL-MEMBER    PIC X(08).
002560     05  FILLER              PIC X(27) VALUE SPACES.
002570 77  NLS-SC-EDIT-CHANGE      PIC +ZZ9.99.
002580 77  NLS-SC-EDIT-TALLY       PIC ZZZZ9.
002590 01  NLS-SC-TOTAL-LINE.
002600     05  FILLER              PIC X(02) VALUE SPACES.
002610     05  NLS-SC-TL-LABEL     PIC X(32).
002620     05  NLS-SC-TL-COUNT     PIC ZZZZZZZZ9.
002630     05  FILLER              PIC X(89) VALUE SPACES.
002640 01  NLS-SC-PCT-LINE.
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  NLS-SC-PL-LABEL     PIC X(32).
002670     05  FILLER              PIC X(03) VALUE SPACES.
002680     05  NLS-SC-PL-PCT       PIC ZZ9.99.
002690     05  FILLER              PIC X(89) VALUE SPACES.
002700*----------------------------------------------------------*
002710* FEEDBACK LINE LAYOUTS                                    *
002720*   WRITTEN FOR THE PARTNER'S OWN EYES - NO INTERNAL       *
002730*   RECORD NUMBERS, ONLY THEIR INVOICE IDS, HOW MANY       *
002740*   BYTES OF EACH WERE REJECTED, WHERE THE FIRST SITS,     *
002750*   AND THE BYTES THEMSELVES IN HEX.                       *
002760*----------------------------------------------------------*
002770 01  NLS-SC-FBK-HEADING-1.
002780     05  FILLER              PIC X(40) VALUE
002790         "PARTNER DATA-QUALITY FEEDBACK - PARTNER ".
002800     05  NLS-SC-FH-NAME      PIC X(25).
002810     05  FILLER              PIC X(12) VALUE "  SCAN DATE ".
002820     05  NLS-SC-FH-SCAN-DATE PIC 9(08).
002830     05  FILLER              PIC X(47) VALUE SPACES.
002840 01  NLS-SC-FBK-HEADING-2.
002850     05  FILLER              PIC X(12) VALUE "INVOICE-ID".
002860     05  FILLER              PIC X(07) VALUE "BYTES".
002870     05  FILLER              PIC X(07) VALUE "OFFSET".
002880     05  FILLER              PIC X(40) VALUE
002890         "REJECTED BYTES (HEX, FIRST 50)".
002900     05  FILLER              PIC X(66) VALUE SPACES.
002910 01  NLS-SC-FBK-DETAIL.
002920     05  NLS-SC-FD-INVOICE   PIC X(10).
002930     05  FILLER              PIC X(02) VALUE SPACES.
002940     05  NLS-SC-FD-BAD-COUNT PIC ZZZZ9.
002950     05  FILLER              PIC X(02) VALUE SPACES.
002960     05  NLS-SC-FD-OFFSET    PIC ZZZZ9.
002970     05  FILLER              PIC X(02) VALUE SPACES.
002980     05  NLS-SC-FD-HEX       PIC X(100).
002990     05  FILLER              PIC X(06) VALUE SPACES.
003000 01  NLS-SC-FBK-TRAILER.
003010     05  FILLER              PIC X(20) VALUE
003020         "REJECTED INVOICES: ".
003030     05  NLS-SC-FT-COUNT     PIC ZZZZZZZZ9.
003040     05  FILLER              PIC X(103) VALUE SPACES.
003050*----------------------------------------------------------*
003060* RUN-LOG FIELDS                                            *
003070*   ONE STEP RECORD PER RUN, APPENDED THROUGH NLSRLOGW      *
003080*   AFTER THE RETURN CODE IS SET.                           *
003090*----------------------------------------------------------*
003100     COPY NLSRLOG.
003110 01  NLS-RL-TIME-WORK-G.
003120     05  NLS-RL-TIME-HH      PIC 9(02).
003130     05  NLS-RL-TIME-MM      PIC 9(02).
003140     05  NLS-RL-TIME-SS      PIC 9(02).
003150     05  FILLER              PIC X(02).
003160 77  NLS-RL-JOB-WORK         PIC X(08) VALUE SPACES.
003170 77  NLS-RL-DATE-WORK        PIC 9(08) VALUE ZERO.
003180 77  NLS-RL-START-SECS       PIC 9(06) COMP VALUE ZERO.
003190 77  NLS-RL-END-SECS         PIC 9(06) COMP VALUE ZERO.
003200 77  NLS-RL-ELAPSED          PIC S9(07) COMP VALUE ZERO.
003210 77  NLS-RL-SAVED-RC         PIC S9(04) COMP VALUE ZERO.
003220 PROCEDURE DIVISION.
003230*----------------------------------------------------------*
003240* 0000-MAINLINE                                            *
003250*----------------------------------------------------------*
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     PERFORM 1100-LOAD-LAST-SCORECARD THRU 1100-EXIT.
003290     PERFORM 1200-COUNT-PARTNER-RECORDS THRU 1200-EXIT.
003300     IF NOT NLS-SC-INPUT-MISSING
003310         PERFORM 1300-TALLY-EXCEPTIONS THRU 1300-EXIT
003320     END-IF.
003330     IF NOT NLS-SC-INPUT-MISSING
003340         PERFORM 4000-PRINT-SCORECARD THRU 4000-EXIT
003350         PERFORM 5000-WRITE-FEEDBACK-FILES THRU 5000-EXIT
003360         PERFORM 6000-WRITE-SCORE-HISTORY THRU 6000-EXIT
003370     END-IF.
003380     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003390     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003400     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
003410     PERFORM 9600-WRITE-RUN-LOG THRU 9600-EXIT.
003420     GOBACK.
003430*----------------------------------------------------------*
003440* 1000-INITIALIZE                                          *
003450*----------------------------------------------------------*
003460 1000-INITIALIZE.
003470     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
003480     COMPUTE NLS-RL-START-SECS = NLS-RL-TIME-HH * 3600
003490             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
003500     ACCEPT NLS-SC-RUN-DATE FROM DATE YYYYMMDD.
003510     ACCEPT NLS-SC-TIME-WORK FROM TIME.
003520     MOVE NLS-SC-RUN-DATE TO NLS-SC-SCAN-DATE.
003530     MOVE NLS-SC-TIME-WORK (1:6) TO NLS-SC-SCAN-TIME.
003540     OPEN OUTPUT NLS-SCORE-REPORT.
003550 1000-EXIT.
003560     EXIT.
003570*----------------------------------------------------------*
003580* 1100-LOAD-LAST-SCORECARD                                 *
003590*   SEEDS THE PARTNER TABLE WITH THE LAST SCAN'S TOTALS.   *
003600*   A MISSING OR EMPTY HISTORY - THE FIRST SCORECARD RUN - *
003610*   ONLY MEANS EVERY PARTNER SHOWS AS NEW.                 *
003620*----------------------------------------------------------*
003630 1100-LOAD-LAST-SCORECARD.
003640     OPEN INPUT NLS-SCORE-PREVIOUS-FILE.
003650     IF NLS-SCORE-PREVIOUS-STATUS NOT = "00"
003660         SET NLS-SC-PREVIOUS-MISSING TO TRUE
003670         DISPLAY "NLSPSCOR PSCPREV NOT AVAILABLE - NO CHANGE "
003680             "SINCE LAST SCAN, STATUS " NLS-SCORE-PREVIOUS-STATUS
003690         GO TO 1100-EXIT
003700     END-IF.
003710     PERFORM 1110-READ-LAST THRU 1110-EXIT.
003720     PERFORM 1120-POST-LAST THRU 1120-EXIT
003730         UNTIL NLS-SC-PREVIOUS-EOF.
003740     CLOSE NLS-SCORE-PREVIOUS-FILE.
003750 1100-EXIT.
003760     EXIT.
003770*----------------------------------------------------------*
003780* 1110-READ-LAST                                           *
003790*----------------------------------------------------------*
003800 1110-READ-LAST.
003810     READ NLS-SCORE-PREVIOUS-FILE
003820         AT END
003830             SET NLS-SC-PREVIOUS-EOF TO TRUE
003840     END-READ.
003850 1110-EXIT.
003860     EXIT.
003870*----------------------------------------------------------*
003880* 1120-POST-LAST                                           *
003890*----------------------------------------------------------*
003900 1120-POST-LAST.
003910     MOVE NLS-PH-PARTNER-NAME TO NLS-SC-SEARCH-NAME.
003920     PERFORM 3000-FIND-PARTNER THRU 3000-EXIT.
003930     IF NLS-SC-PT-FOUND-SUB > ZERO
003940         SET NLS-SC-PT-HAS-LAST (NLS-SC-PT-FOUND-SUB) TO TRUE
003950         MOVE NLS-PH-SCAN-DATE
003960             TO NLS-SC-PT-LAST-DATE (NLS-SC-PT-FOUND-SUB)
003970         MOVE NLS-PH-SCAN-TIME
003980             TO NLS-SC-PT-LAST-TIME (NLS-SC-PT-FOUND-SUB)
003990         MOVE NLS-PH-RECORDS-SENT
004000             TO NLS-SC-PT-LAST-SENT (NLS-SC-PT-FOUND-SUB)
004010         MOVE NLS-PH-RECORDS-REJECTED
004020             TO NLS-SC-PT-LAST-REJECTED (NLS-SC-PT-FOUND-SUB)
004030         MOVE NLS-PH-REJECT-PCT
004040             TO NLS-SC-PT-LAST-PCT (NLS-SC-PT-FOUND-SUB)
004050     END-IF.
004060     PERFORM 1110-READ-LAST THRU 1110-EXIT.
004070 1120-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 1200-COUNT-PARTNER-RECORDS                               *
004110*   RECORDS SENT PER PARTNER, COUNTED FROM THE SAME        *
004120*   NLSPDATA DELIVERY NLSPSCAN JUST SCANNED.               *
004130*----------------------------------------------------------*
004140 1200-COUNT-PARTNER-RECORDS.
004150     OPEN INPUT NLS-PARTNER-FILE.
004160     IF NLS-PARTNER-FILE-STATUS NOT = "00"
004170         SET NLS-SC-INPUT-MISSING TO TRUE
004180         DISPLAY "NLSPSCOR NLSPDATA NOT AVAILABLE - STATUS "
004190             NLS-PARTNER-FILE-STATUS
004200         GO TO 1200-EXIT
004210     END-IF.
004220     PERFORM 1210-READ-PARTNER THRU 1210-EXIT.
004230     PERFORM 1220-COUNT-ONE-RECORD THRU 1220-EXIT
004240         UNTIL NLS-SC-PARTNER-EOF.
004250     CLOSE NLS-PARTNER-FILE.
004260 1200-EXIT.
004270     EXIT.
004280*----------------------------------------------------------*
004290* 1210-READ-PARTNER                                        *
004300*----------------------------------------------------------*
004310 1210-READ-PARTNER.
004320     READ NLS-PARTNER-FILE
004330         AT END
004340             SET NLS-SC-PARTNER-EOF TO TRUE
004350     END-READ.
004360 1210-EXIT.
004370     EXIT.
004380*----------------------------------------------------------*
004390* 1220-COUNT-ONE-RECORD                                    *
004400*----------------------------------------------------------*
004410 1220-COUNT-ONE-RECORD.
004420     ADD 1 TO NLS-SC-PARTNER-READ.
004430     MOVE NLS-PD-PARTNER-NAME TO NLS-SC-SEARCH-NAME.
004440     PERFORM 3000-FIND-PARTNER THRU 3000-EXIT.
004450     IF NLS-SC-PT-FOUND-SUB > ZERO
004460         ADD 1 TO NLS-SC-PT-SENT (NLS-SC-PT-FOUND-SUB)
004470     END-IF.
004480     PERFORM 1210-READ-PARTNER THRU 1210-EXIT.
004490 1220-EXIT.
004500     EXIT.
004510*----------------------------------------------------------*
004520* 1300-TALLY-EXCEPTIONS                                    *
004530*   RECORDS REJECTED AND OFFENDING BYTES PER PARTNER, FROM *
004540*   THE EXCEPTIONS NLSPSCAN JUST WROTE. WITHOUT THE        *
004550*   EXCEPTION FILE THE SCAN DID NOT RUN, AND A SCORECARD   *
004560*   OF ALL-CLEAN PARTNERS WOULD BE A LIE - SO THE STEP     *
004570*   STOPS AT RETURN CODE 8 INSTEAD.                        *
004580*----------------------------------------------------------*
004590 1300-TALLY-EXCEPTIONS.
004600     OPEN INPUT NLS-PSCAN-EXCEPTION-FILE.
004610     IF NLS-PSCAN-EXCEPTION-STATUS NOT = "00"
004620         SET NLS-SC-INPUT-MISSING TO TRUE
004630         DISPLAY "NLSPSCOR NLSPEXC NOT AVAILABLE - STATUS "
004640             NLS-PSCAN-EXCEPTION-STATUS
004650         GO TO 1300-EXIT
004660     END-IF.
004670     MOVE ZERO TO NLS-SC-HIGH-RECORD.
004680     MOVE "N" TO NLS-SC-EXCEPTION-EOF-SW.
004690     PERFORM 1310-READ-EXCEPTION THRU 1310-EXIT.
004700     IF NOT NLS-SC-EXCEPTION-EOF
004710         MOVE NLS-PE-SCAN-DATE TO NLS-SC-SCAN-DATE
004720         MOVE NLS-PE-SCAN-TIME TO NLS-SC-SCAN-TIME
004730     END-IF.
004740     PERFORM 1320-TALLY-ONE-EXCEPTION THRU 1320-EXIT
004750         UNTIL NLS-SC-EXCEPTION-EOF.
004760     CLOSE NLS-PSCAN-EXCEPTION-FILE.
004770     IF NLS-SC-DUPLICATES > ZERO
004780         DISPLAY "NLSPSCOR " NLS-SC-DUPLICATES
004790             " RESTART-REPEATED EXCEPTIONS SKIPPED"
004800     END-IF.
004810 1300-EXIT.
004820     EXIT.
004830*----------------------------------------------------------*
004840* 1310-READ-EXCEPTION                                      *
004850*----------------------------------------------------------*
004860 1310-READ-EXCEPTION.
004870     READ NLS-PSCAN-EXCEPTION-FILE
004880         AT END
004890             SET NLS-SC-EXCEPTION-EOF TO TRUE
004900     END-READ.
004910 1310-EXIT.
004920     EXIT.
004930*----------------------------------------------------------*
004940* 1320-TALLY-ONE-EXCEPTION                                 *
004941*   A REASON-U EXCEPTION IS HELD OFF THE PARTNER. FOR THE  *
004942*   REST, THE BYTES CHARGED ARE THE BAD BYTES LESS ANY     *
004943*   UNCERTIFIED ONES, AND THE HEX NLSPSCAN WROTE HOLDS     *
004944*   ONLY THE BYTES OUTSIDE THE TABLE - SO ONLY THOSE REACH *
004945*   THE TALLY, THE TOP-OFFENDER COLUMN AND THE FEEDBACK.   *
004950*----------------------------------------------------------*
004960 1320-TALLY-ONE-EXCEPTION.
004970     IF NLS-PE-RECORD-NUMBER NOT > NLS-SC-HIGH-RECORD
004980         ADD 1 TO NLS-SC-DUPLICATES
004990         GO TO 1320-NEXT
005000     END-IF.
005010     MOVE NLS-PE-RECORD-NUMBER TO NLS-SC-HIGH-RECORD.
005011     IF NLS-PE-UNCERTIFIED
005012         ADD 1 TO NLS-SC-UNCERT-HELD
005013         GO TO 1320-NEXT
005014     END-IF.
005020     ADD 1 TO NLS-SC-EXCEPTIONS-READ.
005030     MOVE NLS-PE-PARTNER-NAME TO NLS-SC-SEARCH-NAME.
005040     PERFORM 3000-FIND-PARTNER THRU 3000-EXIT.
005050     IF NLS-SC-PT-FOUND-SUB = ZERO
005060         GO TO 1320-NEXT
005070     END-IF.
005080     ADD 1 TO NLS-SC-PT-REJECTED (NLS-SC-PT-FOUND-SUB).
005090     COMPUTE NLS-SC-CHARGED-BYTES =
005092             NLS-PE-BAD-BYTE-COUNT - NLS-PE-UNCERT-COUNT.
005094     ADD NLS-SC-CHARGED-BYTES
005100         TO NLS-SC-PT-BAD-BYTES (NLS-SC-PT-FOUND-SUB).
005110     PERFORM 1330-TALLY-ONE-BYTE THRU 1330-EXIT
005120         VARYING NLS-SC-HEX-SUB FROM 1 BY 2
005130         UNTIL NLS-SC-HEX-SUB > LENGTH OF NLS-PE-BAD-BYTES-HEX
005140            OR NLS-PE-BAD-BYTES-HEX (NLS-SC-HEX-SUB:2) = SPACES.
005150 1320-NEXT.
005160     PERFORM 1310-READ-EXCEPTION THRU 1310-EXIT.
005170 1320-EXIT.
005180     EXIT.
005190*----------------------------------------------------------*
005200* 1330-TALLY-ONE-BYTE                                      *
005210*   ONE HEX PAIR OF THE EXCEPTION'S BAD BYTES, COUNTED     *
005220*   AGAINST THE PARTNER'S DISTINCT-BYTE TALLY.             *
005230*----------------------------------------------------------*
005240 1330-TALLY-ONE-BYTE.
005250     MOVE NLS-PE-BAD-BYTES-HEX (NLS-SC-HEX-SUB:2)
005260         TO NLS-SC-HEX-PAIR.
005270     MOVE ZERO TO NLS-SC-BYTE-FOUND-SUB.
005280     PERFORM 1340-MATCH-BYTE THRU 1340-EXIT
005290         VARYING NLS-SC-BYTE-SUB FROM 1 BY 1
005300         UNTIL NLS-SC-BYTE-SUB >
005310                 NLS-SC-PT-BYTE-COUNT (NLS-SC-PT-FOUND-SUB)
005320            OR NLS-SC-BYTE-FOUND-SUB > ZERO.
005330     IF NLS-SC-BYTE-FOUND-SUB = ZERO
005340         IF NLS-SC-PT-BYTE-COUNT (NLS-SC-PT-FOUND-SUB) < 20
005350             ADD 1 TO NLS-SC-PT-BYTE-COUNT (NLS-SC-PT-FOUND-SUB)
005360             MOVE NLS-SC-PT-BYTE-COUNT (NLS-SC-PT-FOUND-SUB)
005370                 TO NLS-SC-BYTE-FOUND-SUB
005380             MOVE NLS-SC-HEX-PAIR
005390                 TO NLS-SC-PT-BYTE-HEX (NLS-SC-PT-FOUND-SUB
005400                                        NLS-SC-BYTE-FOUND-SUB)
005410             MOVE ZERO
005420                 TO NLS-SC-PT-BYTE-TALLY (NLS-SC-PT-FOUND-SUB
005430                                          NLS-SC-BYTE-FOUND-SUB)
005440         ELSE
005450             ADD 1
005460                 TO NLS-SC-PT-BYTE-OVERFLOW (NLS-SC-PT-FOUND-SUB)
005470             GO TO 1330-EXIT
005480         END-IF
005490     END-IF.
005500     ADD 1 TO NLS-SC-PT-BYTE-TALLY (NLS-SC-PT-FOUND-SUB
005510                                    NLS-SC-BYTE-FOUND-SUB).
005520 1330-EXIT.
005530     EXIT.
005540 1340-MATCH-BYTE.
005550     IF NLS-SC-PT-BYTE-HEX (NLS-SC-PT-FOUND-SUB NLS-SC-BYTE-SUB)
005560             = NLS-SC-HEX-PAIR
005570         MOVE NLS-SC-BYTE-SUB TO NLS-SC-BYTE-FOUND-SUB
005580     END-IF.
005590 1340-EXIT.
005600     EXIT.
005610*----------------------------------------------------------*
005620* 3000-FIND-PARTNER                                        *
005630*   FINDS NLS-SC-SEARCH-NAME IN THE PARTNER TABLE, ADDING  *
005640*   IT (AND CHOOSING ITS FEEDBACK MEMBER) WHEN IT IS NEW.  *
005650*   FOUND-SUB STAYS ZERO ONLY ON TABLE OVERFLOW.           *
005660*----------------------------------------------------------*
005670 3000-FIND-PARTNER.
005680     MOVE ZERO TO NLS-SC-PT-FOUND-SUB.
005690     MOVE "N" TO NLS-SC-PT-MATCH-SW.
005700     PERFORM 3010-MATCH-PARTNER THRU 3010-EXIT
005710         VARYING NLS-SC-PT-SUB FROM 1 BY 1
005720         UNTIL NLS-SC-PT-SUB > NLS-SC-PT-COUNT
005730            OR NLS-SC-PT-MATCH-FOUND.
005740     IF NLS-SC-PT-MATCH-FOUND
005750         GO TO 3000-EXIT
005760     END-IF.
005770     IF NLS-SC-PT-COUNT NOT < 500
005780         ADD 1 TO NLS-SC-PT-OVERFLOW
005790         GO TO 3000-EXIT
005800     END-IF.
005810     ADD 1 TO NLS-SC-PT-COUNT.
005820     MOVE NLS-SC-PT-COUNT TO NLS-SC-PT-FOUND-SUB.
005830     MOVE NLS-SC-SEARCH-NAME
005840         TO NLS-SC-PT-NAME (NLS-SC-PT-FOUND-SUB).
005850     MOVE ZERO TO NLS-SC-PT-SENT (NLS-SC-PT-FOUND-SUB).
005860     MOVE ZERO TO NLS-SC-PT-REJECTED (NLS-SC-PT-FOUND-SUB).
005870     MOVE ZERO TO NLS-SC-PT-BAD-BYTES (NLS-SC-PT-FOUND-SUB).
005880     MOVE ZERO TO NLS-SC-PT-PCT (NLS-SC-PT-FOUND-SUB).
005890     MOVE "N" TO NLS-SC-PT-LAST-SW (NLS-SC-PT-FOUND-SUB).
005900     MOVE ZERO TO NLS-SC-PT-LAST-DATE (NLS-SC-PT-FOUND-SUB).
005910     MOVE ZERO TO NLS-SC-PT-LAST-TIME (NLS-SC-PT-FOUND-SUB).
005920     MOVE ZERO TO NLS-SC-PT-LAST-SENT (NLS-SC-PT-FOUND-SUB).
005930     MOVE ZERO TO NLS-SC-PT-LAST-REJECTED (NLS-SC-PT-FOUND-SUB).
005940     MOVE ZERO TO NLS-SC-PT-LAST-PCT (NLS-SC-PT-FOUND-SUB).
005950     MOVE ZERO TO NLS-SC-PT-BYTE-COUNT (NLS-SC-PT-FOUND-SUB).
005960     MOVE ZERO TO NLS-SC-PT-BYTE-OVERFLOW (NLS-SC-PT-FOUND-SUB).
005970     PERFORM 3100-CHOOSE-MEMBER THRU 3100-EXIT.
005980     MOVE NLS-SC-MEMBER TO NLS-SC-PT-MEMBER (NLS-SC-PT-FOUND-SUB).
005990 3000-EXIT.
006000     EXIT.
006010 3010-MATCH-PARTNER.
006020     IF NLS-SC-PT-NAME (NLS-SC-PT-SUB) = NLS-SC-SEARCH-NAME
006030         SET NLS-SC-PT-MATCH-FOUND TO TRUE
006040         MOVE NLS-SC-PT-SUB TO NLS-SC-PT-FOUND-SUB
006050     END-IF.
006060 3010-EXIT.
006070     EXIT.
006080*----------------------------------------------------------*
006090* 3100-CHOOSE-MEMBER                                       *
006100*   "P" PLUS THE FIRST SEVEN LETTERS AND DIGITS OF THE     *
006110*   NAME; IF AN EARLIER PARTNER ALREADY HOLDS THAT MEMBER, *
006120*   THE LAST POSITION IS TRIED WITH 1 THROUGH 9. SPACES    *
006130*   MEANS NO FREE MEMBER WAS FOUND.                        *
006140*----------------------------------------------------------*
006150 3100-CHOOSE-MEMBER.
006160     MOVE "P" TO NLS-SC-MEMBER.
006170     MOVE 1 TO NLS-SC-MEMBER-LEN.
006180     PERFORM 3110-TAKE-NAME-CHAR THRU 3110-EXIT
006190         VARYING NLS-SC-NAME-SUB FROM 1 BY 1
006200         UNTIL NLS-SC-NAME-SUB > LENGTH OF NLS-SC-SEARCH-NAME
006210            OR NLS-SC-MEMBER-LEN NOT < 8.
006220     PERFORM 3120-CHECK-MEMBER-USED THRU 3120-EXIT.
006230     IF NOT NLS-SC-MEMBER-USED
006240         GO TO 3100-EXIT
006250     END-IF.
006260     IF NLS-SC-MEMBER-LEN < 8
006270         ADD 1 TO NLS-SC-MEMBER-LEN
006280     END-IF.
006290     PERFORM 3130-TRY-ONE-SUFFIX THRU 3130-EXIT
006300         VARYING NLS-SC-SUFFIX-SUB FROM 1 BY 1
006310         UNTIL NLS-SC-SUFFIX-SUB > 9
006320            OR NOT NLS-SC-MEMBER-USED.
006330     IF NLS-SC-MEMBER-USED
006340         MOVE SPACES TO NLS-SC-MEMBER
006350     END-IF.
006360 3100-EXIT.
006370     EXIT.
006380 3110-TAKE-NAME-CHAR.
006390     MOVE NLS-SC-SEARCH-NAME (NLS-SC-NAME-SUB:1)
006400         TO NLS-SC-NAME-CHAR.
006410     IF NLS-SC-NAME-CHAR IS NUMERIC
006420             OR (NLS-SC-NAME-CHAR IS ALPHABETIC-UPPER
006430                 AND NLS-SC-NAME-CHAR NOT = SPACE)
006440         ADD 1 TO NLS-SC-MEMBER-LEN
006450         MOVE NLS-SC-NAME-CHAR
006460             TO NLS-SC-MEMBER (NLS-SC-MEMBER-LEN:1)
006470     END-IF.
006480 3110-EXIT.
006490     EXIT.
006500 3120-CHECK-MEMBER-USED.
006510     MOVE "N" TO NLS-SC-MEMBER-USED-SW.
006520     PERFORM 3125-MATCH-MEMBER THRU 3125-EXIT
006530         VARYING NLS-SC-PT-SUB FROM 1 BY 1
006540         UNTIL NLS-SC-PT-SUB NOT < NLS-SC-PT-FOUND-SUB
006550            OR NLS-SC-MEMBER-USED.
006560 3120-EXIT.
006570     EXIT.
006580 3125-MATCH-MEMBER.
006590     IF NLS-SC-PT-MEMBER (NLS-SC-PT-SUB) = NLS-SC-MEMBER
006600         SET NLS-SC-MEMBER-USED TO TRUE
006610     END-IF.
006620 3125-EXIT.
006630     EXIT.
006640 3130-TRY-ONE-SUFFIX.
006650     MOVE NLS-SC-SUFFIX-LIST (NLS-SC-SUFFIX-SUB:1)
006660         TO NLS-SC-MEMBER (NLS-SC-MEMBER-LEN:1).
006670     PERFORM 3120-CHECK-MEMBER-USED THRU 3120-EXIT.
006680 3130-EXIT.
006690     EXIT.
006700*----------------------------------------------------------*
006710* 4000-PRINT-SCORECARD                                     *
006720*   ONE LINE PER PARTNER IN THIS DELIVERY. A PARTNER       *
006730*   KNOWN ONLY FROM THE LAST SCORECARD SENT NOTHING THIS   *
006740*   TIME; IT IS COUNTED AND CARRIED FORWARD, NOT SCORED.   *
006750*----------------------------------------------------------*
006760 4000-PRINT-SCORECARD.
006770     MOVE NLS-SC-SCAN-DATE TO NLS-SC-H1-SCAN-DATE.
006780     MOVE NLS-SC-SCAN-TIME TO NLS-SC-H1-SCAN-TIME.
006790     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-HEADING-1
006800         AFTER ADVANCING 1 LINE.
006810     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-HEADING-2
006820         AFTER ADVANCING 1 LINE.
006830     MOVE SPACES TO NLS-SC-PRINT-LINE.
006840     WRITE NLS-SC-PRINT-LINE AFTER ADVANCING 1 LINE.
006850     PERFORM 4100-PRINT-ONE-PARTNER THRU 4100-EXIT
006860         VARYING NLS-SC-PT-SUB FROM 1 BY 1
006870         UNTIL NLS-SC-PT-SUB > NLS-SC-PT-COUNT.
006880 4000-EXIT.
006890     EXIT.
006900*----------------------------------------------------------*
006910* 4100-PRINT-ONE-PARTNER                                   *
006920*   REJECT PERCENTAGE IS REJECTED OVER SENT; THE CHANGE IS *
006930*   THIS PERCENTAGE LESS THE LAST SCAN'S, OR "NEW" FOR A   *
006940*   PARTNER THE LAST SCORECARD NEVER SAW. A PARTNER WITH   *
006950*   EXCEPTIONS BUT NO RECORDS IN NLSPDATA (THE DELIVERY    *
006960*   WAS REPLACED AFTER THE SCAN) SHOWS 100.00 SO IT CAN    *
006970*   NEVER LOOK CLEAN.                                      *
006980*----------------------------------------------------------*
006990 4100-PRINT-ONE-PARTNER.
007000     IF NLS-SC-PT-SENT (NLS-SC-PT-SUB) = ZERO
007010             AND NLS-SC-PT-REJECTED (NLS-SC-PT-SUB) = ZERO
007020         ADD 1 TO NLS-SC-PARTNERS-CARRIED
007030         GO TO 4100-EXIT
007040     END-IF.
007050     ADD 1 TO NLS-SC-PARTNERS-SCORED.
007060     ADD NLS-SC-PT-SENT (NLS-SC-PT-SUB) TO NLS-SC-TOTAL-SENT.
007070     ADD NLS-SC-PT-REJECTED (NLS-SC-PT-SUB)
007080         TO NLS-SC-TOTAL-REJECTED.
007090     EVALUATE TRUE
007100         WHEN NLS-SC-PT-SENT (NLS-SC-PT-SUB) = ZERO
007110             MOVE 100 TO NLS-SC-PT-PCT (NLS-SC-PT-SUB)
007120         WHEN NLS-SC-PT-REJECTED (NLS-SC-PT-SUB) >
007130                 NLS-SC-PT-SENT (NLS-SC-PT-SUB)
007140             MOVE 100 TO NLS-SC-PT-PCT (NLS-SC-PT-SUB)
007150         WHEN OTHER
007160             COMPUTE NLS-SC-PT-PCT (NLS-SC-PT-SUB) ROUNDED =
007170                 NLS-SC-PT-REJECTED (NLS-SC-PT-SUB) * 100
007180                 / NLS-SC-PT-SENT (NLS-SC-PT-SUB)
007190     END-EVALUATE.
007200     MOVE NLS-SC-PT-NAME (NLS-SC-PT-SUB) TO NLS-SC-DL-NAME.
007210     MOVE NLS-SC-PT-SENT (NLS-SC-PT-SUB) TO NLS-SC-DL-SENT.
007220     MOVE NLS-SC-PT-REJECTED (NLS-SC-PT-SUB)
007230         TO NLS-SC-DL-REJECTED.
007240     MOVE NLS-SC-PT-PCT (NLS-SC-PT-SUB) TO NLS-SC-DL-PCT.
007250     IF NLS-SC-PT-HAS-LAST (NLS-SC-PT-SUB)
007260         COMPUTE NLS-SC-PCT-CHANGE =
007270             NLS-SC-PT-PCT (NLS-SC-PT-SUB)
007280             - NLS-SC-PT-LAST-PCT (NLS-SC-PT-SUB)
007290         MOVE NLS-SC-PCT-CHANGE TO NLS-SC-EDIT-CHANGE
007300         MOVE NLS-SC-EDIT-CHANGE TO NLS-SC-DL-CHANGE
007310     ELSE
007320         MOVE "    NEW" TO NLS-SC-DL-CHANGE
007330     END-IF.
007340     PERFORM 4200-PICK-TOP-BYTES THRU 4200-EXIT.
007350     IF NLS-SC-PT-REJECTED (NLS-SC-PT-SUB) > ZERO
007360         MOVE NLS-SC-PT-MEMBER (NLS-SC-PT-SUB) TO NLS-SC-DL-MEMBER
007370     ELSE
007380         MOVE SPACES TO NLS-SC-DL-MEMBER
007390     END-IF.
007400     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-DETAIL-LINE
007410         AFTER ADVANCING 1 LINE.
007420 4100-EXIT.
007430     EXIT.
007440*----------------------------------------------------------*
007450* 4200-PICK-TOP-BYTES                                      *
007460*   THE THREE MOST FREQUENT OFFENDING BYTES, HIGHEST       *
007470*   TALLY FIRST; UNUSED RANKS PRINT BLANK.                 *
007480*----------------------------------------------------------*
007490 4200-PICK-TOP-BYTES.
007500     MOVE SPACES TO NLS-SC-DL-TOP-BYTES.
007510     PERFORM 4210-COPY-ONE-TALLY THRU 4210-EXIT
007520         VARYING NLS-SC-BYTE-SUB FROM 1 BY 1
007530         UNTIL NLS-SC-BYTE-SUB > 20.
007540     PERFORM 4220-PICK-ONE-RANK THRU 4220-EXIT
007550         VARYING NLS-SC-RANK-SUB FROM 1 BY 1
007560         UNTIL NLS-SC-RANK-SUB > 3.
007570 4200-EXIT.
007580     EXIT.
007590 4210-COPY-ONE-TALLY.
007600     IF NLS-SC-BYTE-SUB > NLS-SC-PT-BYTE-COUNT (NLS-SC-PT-SUB)
007610         MOVE ZERO TO NLS-SC-TW-TALLY (NLS-SC-BYTE-SUB)
007620     ELSE
007630         MOVE NLS-SC-PT-BYTE-TALLY (NLS-SC-PT-SUB NLS-SC-BYTE-SUB)
007640             TO NLS-SC-TW-TALLY (NLS-SC-BYTE-SUB)
007650     END-IF.
007660 4210-EXIT.
007670     EXIT.
007680 4220-PICK-ONE-RANK.
007690     MOVE ZERO TO NLS-SC-BEST-SUB.
007700     MOVE ZERO TO NLS-SC-BEST-TALLY.
007710     PERFORM 4230-TEST-ONE-TALLY THRU 4230-EXIT
007720         VARYING NLS-SC-BYTE-SUB FROM 1 BY 1
007730         UNTIL NLS-SC-BYTE-SUB > 20.
007740     IF NLS-SC-BEST-SUB = ZERO
007750         GO TO 4220-EXIT
007760     END-IF.
007770     MOVE NLS-SC-PT-BYTE-HEX (NLS-SC-PT-SUB NLS-SC-BEST-SUB)
007780         TO NLS-SC-DL-TOP-HEX (NLS-SC-RANK-SUB).
007790     MOVE NLS-SC-BEST-TALLY TO NLS-SC-EDIT-TALLY.
007800     MOVE NLS-SC-EDIT-TALLY
007810         TO NLS-SC-DL-TOP-TALLY (NLS-SC-RANK-SUB).
007820     MOVE ZERO TO NLS-SC-TW-TALLY (NLS-SC-BEST-SUB).
007830 4220-EXIT.
007840     EXIT.
007850 4230-TEST-ONE-TALLY.
007860     IF NLS-SC-TW-TALLY (NLS-SC-BYTE-SUB) > NLS-SC-BEST-TALLY
007870         MOVE NLS-SC-TW-TALLY (NLS-SC-BYTE-SUB)
007880             TO NLS-SC-BEST-TALLY
007890         MOVE NLS-SC-BYTE-SUB TO NLS-SC-BEST-SUB
007900     END-IF.
007910 4230-EXIT.
007920     EXIT.
007930*----------------------------------------------------------*
007940* 5000-WRITE-FEEDBACK-FILES                                *
007950*   ONE FEEDBACK MEMBER PER PARTNER WITH REJECTED RECORDS. *
007960*----------------------------------------------------------*
007970 5000-WRITE-FEEDBACK-FILES.
007980     PERFORM 5100-WRITE-ONE-FEEDBACK THRU 5100-EXIT
007990         VARYING NLS-SC-PT-SUB FROM 1 BY 1
008000         UNTIL NLS-SC-PT-SUB > NLS-SC-PT-COUNT.
008010 5000-EXIT.
008020     EXIT.
008030*----------------------------------------------------------*
008040* 5100-WRITE-ONE-FEEDBACK                                  *
008050*   ALLOCATES THE PARTNER'S MEMBER TO PSCFBK, THEN COPIES  *
008060*   THAT PARTNER'S EXCEPTIONS OUT OF ONE MORE PASS OVER    *
008070*   NLSPEXC - THE EXCEPTION FILE IS SMALL BESIDE NLSPDATA, *
008080*   AND REREADING IT KEEPS EVERY REJECTED INVOICE ON THE   *
008090*   FEEDBACK WITHOUT A TABLE THAT COULD OVERFLOW.          *
008100*----------------------------------------------------------*
008110 5100-WRITE-ONE-FEEDBACK.
008120     IF NLS-SC-PT-REJECTED (NLS-SC-PT-SUB) = ZERO
008130         GO TO 5100-EXIT
008140     END-IF.
008150     IF NLS-SC-PT-MEMBER (NLS-SC-PT-SUB) = SPACES
008160         ADD 1 TO NLS-SC-FBK-FAILED
008170         DISPLAY "NLSPSCOR NO FREE FEEDBACK MEMBER FOR PARTNER '"
008180             NLS-SC-PT-NAME (NLS-SC-PT-SUB) "'"
008190         GO TO 5100-EXIT
008200     END-IF.
008210     MOVE SPACES TO NLS-SC-FBK-ENV.
008220     STRING "PSCFBK=DSN(" DELIMITED BY SIZE
008230            NLS-SC-FBK-LIBRARY DELIMITED BY SPACE
008240            "(" DELIMITED BY SIZE
008250            NLS-SC-PT-MEMBER (NLS-SC-PT-SUB) DELIMITED BY SPACE
008260            ")) OLD" DELIMITED BY SIZE
008270            X"00" DELIMITED BY SIZE
008280         INTO NLS-SC-FBK-ENV.
008290     CALL "putenv" USING NLS-SC-FBK-ENV
008300         RETURNING NLS-SC-PUTENV-RC.
008310     OPEN OUTPUT NLS-FEEDBACK-FILE.
008320     IF NLS-SC-PUTENV-RC NOT = ZERO
008330             OR NLS-FEEDBACK-FILE-STATUS NOT = "00"
008340         ADD 1 TO NLS-SC-FBK-FAILED
008350         DISPLAY "NLSPSCOR FEEDBACK MEMBER "
008360             NLS-SC-PT-MEMBER (NLS-SC-PT-SUB)
008370             " NOT WRITTEN - STATUS " NLS-FEEDBACK-FILE-STATUS
008380         GO TO 5100-EXIT
008390     END-IF.
008400     MOVE NLS-SC-PT-NAME (NLS-SC-PT-SUB) TO NLS-SC-FH-NAME.
008410     MOVE NLS-SC-SCAN-DATE TO NLS-SC-FH-SCAN-DATE.
008420     WRITE NLS-SC-FEEDBACK-LINE FROM NLS-SC-FBK-HEADING-1.
008430     WRITE NLS-SC-FEEDBACK-LINE FROM NLS-SC-FBK-HEADING-2.
008440     MOVE ZERO TO NLS-SC-FBK-LINES.
008450     MOVE ZERO TO NLS-SC-HIGH-RECORD.
008460     MOVE "N" TO NLS-SC-EXCEPTION-EOF-SW.
008462     OPEN INPUT NLS-PSCAN-EXCEPTION-FILE.
008464     IF NLS-PSCAN-EXCEPTION-STATUS NOT = "00"
008466         ADD 1 TO NLS-SC-FBK-FAILED
008468         DISPLAY "NLSPSCOR NLSPEXC NOT REOPENED FOR MEMBER "
008470             NLS-SC-PT-MEMBER (NLS-SC-PT-SUB)
008472             " - STATUS " NLS-PSCAN-EXCEPTION-STATUS
008474         CLOSE NLS-FEEDBACK-FILE
008476         GO TO 5100-EXIT
008478     END-IF.
008480     PERFORM 1310-READ-EXCEPTION THRU 1310-EXIT.
008490     PERFORM 5200-COPY-ONE-EXCEPTION THRU 5200-EXIT
008500         UNTIL NLS-SC-EXCEPTION-EOF.
008510     CLOSE NLS-PSCAN-EXCEPTION-FILE.
008520     MOVE NLS-SC-FBK-LINES TO NLS-SC-FT-COUNT.
008530     WRITE NLS-SC-FEEDBACK-LINE FROM NLS-SC-FBK-TRAILER.
008540     CLOSE NLS-FEEDBACK-FILE.
008550     ADD 1 TO NLS-SC-FBK-WRITTEN.
008560 5100-EXIT.
008570     EXIT.
008580*----------------------------------------------------------*
008590* 5200-COPY-ONE-EXCEPTION                                  *
008600*----------------------------------------------------------*
008610 5200-COPY-ONE-EXCEPTION.
008620     IF NLS-PE-RECORD-NUMBER NOT > NLS-SC-HIGH-RECORD
008630         GO TO 5200-NEXT
008640     END-IF.
008650     MOVE NLS-PE-RECORD-NUMBER TO NLS-SC-HIGH-RECORD.
008660     IF NLS-PE-PARTNER-NAME NOT = NLS-SC-PT-NAME (NLS-SC-PT-SUB)
008661             OR NLS-PE-UNCERTIFIED
008670         GO TO 5200-NEXT
008680     END-IF.
008690     MOVE NLS-PE-INVOICE-ID     TO NLS-SC-FD-INVOICE.
008700     COMPUTE NLS-SC-FD-BAD-COUNT =
008705             NLS-PE-BAD-BYTE-COUNT - NLS-PE-UNCERT-COUNT.
008710     MOVE NLS-PE-FIRST-OFFSET   TO NLS-SC-FD-OFFSET.
008720     MOVE NLS-PE-BAD-BYTES-HEX  TO NLS-SC-FD-HEX.
008730     WRITE NLS-SC-FEEDBACK-LINE FROM NLS-SC-FBK-DETAIL.
008740     ADD 1 TO NLS-SC-FBK-LINES.
008750     ADD 1 TO NLS-SC-FBK-RECORDS.
008760 5200-NEXT.
008770     PERFORM 1310-READ-EXCEPTION THRU 1310-EXIT.
008780 5200-EXIT.
008790     EXIT.
008800*----------------------------------------------------------*
008810* 6000-WRITE-SCORE-HISTORY                                 *
008820*   THE NEXT GENERATION OF THE SCORECARD HISTORY: THIS     *
008830*   SCAN'S TOTALS FOR EVERY PARTNER SCORED, AND THE LAST   *
008840*   SCAN'S TOTALS CARRIED FORWARD FOR EVERY PARTNER THAT   *
008846*   SENT NOTHING THIS TIME. IF IT CANNOT BE OPENED THE     *
008852*   STEP ENDS 8 AND THE OLD HISTORY STAYS IN PLACE.        *
008860*----------------------------------------------------------*
008870 6000-WRITE-SCORE-HISTORY.
008872     OPEN OUTPUT NLS-SCORE-NEW-FILE.
008874     IF NLS-SCORE-NEW-STATUS NOT = "00"
008876         SET NLS-SC-HISTORY-FAILED TO TRUE
008878         DISPLAY "NLSPSCOR PSCNEW CANNOT BE OPENED - STATUS "
008880             NLS-SCORE-NEW-STATUS
008882         GO TO 6000-EXIT
008884     END-IF.
008890     PERFORM 6100-WRITE-ONE-HISTORY THRU 6100-EXIT
008900         VARYING NLS-SC-PT-SUB FROM 1 BY 1
008910         UNTIL NLS-SC-PT-SUB > NLS-SC-PT-COUNT.
008920     CLOSE NLS-SCORE-NEW-FILE.
008930 6000-EXIT.
008940     EXIT.
008950 6100-WRITE-ONE-HISTORY.
008960     MOVE SPACES TO NLS-PSCORE-HISTORY-RECORD.
008970     MOVE NLS-SC-PT-NAME (NLS-SC-PT-SUB) TO NLS-PH-PARTNER-NAME.
008980     IF NLS-SC-PT-SENT (NLS-SC-PT-SUB) = ZERO
008990             AND NLS-SC-PT-REJECTED (NLS-SC-PT-SUB) = ZERO
009000         MOVE NLS-SC-PT-LAST-DATE (NLS-SC-PT-SUB)
009010             TO NLS-PH-SCAN-DATE
009020         MOVE NLS-SC-PT-LAST-TIME (NLS-SC-PT-SUB)
009030             TO NLS-PH-SCAN-TIME
009040         MOVE NLS-SC-PT-LAST-SENT (NLS-SC-PT-SUB)
009050             TO NLS-PH-RECORDS-SENT
009060         MOVE NLS-SC-PT-LAST-REJECTED (NLS-SC-PT-SUB)
009070             TO NLS-PH-RECORDS-REJECTED
009080         MOVE NLS-SC-PT-LAST-PCT (NLS-SC-PT-SUB)
009090             TO NLS-PH-REJECT-PCT
009100     ELSE
009110         MOVE NLS-SC-SCAN-DATE TO NLS-PH-SCAN-DATE
009120         MOVE NLS-SC-SCAN-TIME TO NLS-PH-SCAN-TIME
009130         MOVE NLS-SC-PT-SENT (NLS-SC-PT-SUB)
009140             TO NLS-PH-RECORDS-SENT
009150         MOVE NLS-SC-PT-REJECTED (NLS-SC-PT-SUB)
009160             TO NLS-PH-RECORDS-REJECTED
009170         MOVE NLS-SC-PT-PCT (NLS-SC-PT-SUB) TO NLS-PH-REJECT-PCT
009180     END-IF.
009190     WRITE NLS-SCORE-NEW-RECORD FROM NLS-PSCORE-HISTORY-RECORD.
009200 6100-EXIT.
009210     EXIT.
009220*----------------------------------------------------------*
009230* 7000-PRINT-TOTALS                                        *
009240*----------------------------------------------------------*
009250 7000-PRINT-TOTALS.
009260     MOVE SPACES TO NLS-SC-PRINT-LINE.
009270     WRITE NLS-SC-PRINT-LINE AFTER ADVANCING 1 LINE.
009280     IF NLS-SC-INPUT-MISSING
009290         MOVE "NLSPDATA OR NLSPEXC NOT AVAILABLE - NO SCORECARD"
009300             TO NLS-SC-PRINT-LINE
009310         WRITE NLS-SC-PRINT-LINE AFTER ADVANCING 1 LINE
009320         GO TO 7000-EXIT
009330     END-IF.
009340     MOVE "PARTNERS SCORED" TO NLS-SC-TL-LABEL.
009350     MOVE NLS-SC-PARTNERS-SCORED TO NLS-SC-TL-COUNT.
009360     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009370         AFTER ADVANCING 1 LINE.
009380     MOVE "PARTNERS CARRIED, NONE SENT" TO NLS-SC-TL-LABEL.
009390     MOVE NLS-SC-PARTNERS-CARRIED TO NLS-SC-TL-COUNT.
009400     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009410         AFTER ADVANCING 1 LINE.
009420     MOVE "RECORDS SENT" TO NLS-SC-TL-LABEL.
009430     MOVE NLS-SC-TOTAL-SENT TO NLS-SC-TL-COUNT.
009440     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009450         AFTER ADVANCING 1 LINE.
009460     MOVE "RECORDS REJECTED" TO NLS-SC-TL-LABEL.
009470     MOVE NLS-SC-TOTAL-REJECTED TO NLS-SC-TL-COUNT.
009480     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009490         AFTER ADVANCING 1 LINE.
009500     EVALUATE TRUE
009510         WHEN NLS-SC-TOTAL-REJECTED = ZERO
009520             MOVE ZERO TO NLS-SC-TOTAL-PCT
009530         WHEN NLS-SC-TOTAL-REJECTED > NLS-SC-TOTAL-SENT
009540             MOVE 100 TO NLS-SC-TOTAL-PCT
009550         WHEN OTHER
009560             COMPUTE NLS-SC-TOTAL-PCT ROUNDED =
009570                 NLS-SC-TOTAL-REJECTED * 100 / NLS-SC-TOTAL-SENT
009580     END-EVALUATE.
009590     MOVE "OVERALL REJECT PERCENTAGE" TO NLS-SC-PL-LABEL.
009600     MOVE NLS-SC-TOTAL-PCT TO NLS-SC-PL-PCT.
009610     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-PCT-LINE
009620         AFTER ADVANCING 1 LINE.
009630     MOVE "FEEDBACK MEMBERS WRITTEN" TO NLS-SC-TL-LABEL.
009640     MOVE NLS-SC-FBK-WRITTEN TO NLS-SC-TL-COUNT.
009650     WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009660         AFTER ADVANCING 1 LINE.
009670     IF NLS-SC-FBK-FAILED > ZERO
009680         MOVE "FEEDBACK MEMBERS NOT WRITTEN" TO NLS-SC-TL-LABEL
009690         MOVE NLS-SC-FBK-FAILED TO NLS-SC-TL-COUNT
009700         WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009710             AFTER ADVANCING 1 LINE
009720     END-IF.
009730     IF NLS-SC-DUPLICATES > ZERO
009740         MOVE "RESTART REPEATS SKIPPED" TO NLS-SC-TL-LABEL
009750         MOVE NLS-SC-DUPLICATES TO NLS-SC-TL-COUNT
009760         WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009770             AFTER ADVANCING 1 LINE
009780     END-IF.
009781     IF NLS-SC-UNCERT-HELD > ZERO
009782         MOVE "HELD - UNCERTIFIED POINTS ONLY" TO NLS-SC-TL-LABEL
009783         MOVE NLS-SC-UNCERT-HELD TO NLS-SC-TL-COUNT
009784         WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009785             AFTER ADVANCING 1 LINE
009786     END-IF.
009790     IF NLS-SC-PT-OVERFLOW > ZERO
009800         MOVE "PARTNER TABLE OVERFLOW - RECORDS"
009810             TO NLS-SC-TL-LABEL
009820         MOVE NLS-SC-PT-OVERFLOW TO NLS-SC-TL-COUNT
009830         WRITE NLS-SC-PRINT-LINE FROM NLS-SC-TOTAL-LINE
009840             AFTER ADVANCING 1 LINE
009850     END-IF.
009860 7000-EXIT.
009870     EXIT.
009880*----------------------------------------------------------*
009890* 9000-CLOSE-FILES                                         *
009900*----------------------------------------------------------*
009910 9000-CLOSE-FILES.
009920     CLOSE NLS-SCORE-REPORT.
009930 9000-EXIT.
009940     EXIT.
009950*----------------------------------------------------------*
009960* 9500-SET-RETURN-CODE                                     *
009970*   0 = NO PARTNER HAD A REJECTED RECORD; 4 = REJECTIONS   *
009980*   SCORED AND FED BACK; 8 = NOTHING TO SCORE, A PARTNER   *
009990*   LEFT OFF THE SCORECARD BY TABLE OVERFLOW, OR A         *
009996*   PARTNER WHOSE FEEDBACK COULD NOT BE WRITTEN, OR NO     *
010002*   NEW SCORECARD HISTORY - SO THE SWAP STEP IS BYPASSED.  *
010010*----------------------------------------------------------*
010020 9500-SET-RETURN-CODE.
010030     EVALUATE TRUE
010040         WHEN NLS-SC-INPUT-MISSING
010050             MOVE 8 TO RETURN-CODE
010060         WHEN NLS-SC-PT-OVERFLOW > ZERO
010070             MOVE 8 TO RETURN-CODE
010076         WHEN NLS-SC-FBK-FAILED > ZERO
010082             MOVE 8 TO RETURN-CODE
010088         WHEN NLS-SC-HISTORY-FAILED
010094             MOVE 8 TO RETURN-CODE
010100         WHEN NLS-SC-TOTAL-REJECTED > ZERO
010110             MOVE 4 TO RETURN-CODE
010120         WHEN OTHER
010130             MOVE ZERO TO RETURN-CODE
010140     END-EVALUATE.
010150 9500-EXIT.
010160     EXIT.
010170*----------------------------------------------------------*
010180* 9600-WRITE-RUN-LOG                                       *
010190*   ONE STEP RECORD FOR THE RUN-LEVEL AUDIT TRAIL - JOB,   *
010200*   PROGRAM, RETURN CODE, RECORD COUNTS AND ELAPSED        *
010210*   SECONDS - APPENDED THROUGH NLSRLOGW.                   *
010220*----------------------------------------------------------*
010230 9600-WRITE-RUN-LOG.
010240     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
010250     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
010260     COMPUTE NLS-RL-END-SECS = NLS-RL-TIME-HH * 3600
010270             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
010280     COMPUTE NLS-RL-ELAPSED =
010290             NLS-RL-END-SECS - NLS-RL-START-SECS.
010300     IF NLS-RL-ELAPSED < ZERO
010310         ADD 86400 TO NLS-RL-ELAPSED
010320     END-IF.
010330     ACCEPT NLS-RL-JOB-WORK FROM ENVIRONMENT "JOBNAME"
010340     END-ACCEPT.
010350     IF NLS-RL-JOB-WORK = SPACES
010360         MOVE "NLSPSCAN" TO NLS-RL-JOB-WORK
010370     END-IF.
010380     ACCEPT NLS-RL-DATE-WORK FROM DATE YYYYMMDD.
010390     MOVE SPACES TO NLS-RUN-LOG-RECORD.
010400     SET NLS-RL-STEP-RECORD TO TRUE.
010410     MOVE NLS-RL-JOB-WORK     TO NLS-RL-JOB-NAME.
010420     MOVE NLS-RL-DATE-WORK    TO NLS-RL-RUN-DATE.
010430     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-RL-RUN-TIME.
010440     MOVE "NLSPSCOR"          TO NLS-RL-PROGRAM-ID.
010450     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
010460     COMPUTE NLS-RL-RECORDS-READ =
010470             NLS-SC-PARTNER-READ + NLS-SC-EXCEPTIONS-READ.
010480     MOVE NLS-SC-FBK-RECORDS  TO NLS-RL-RECORDS-WRITTEN.
010490     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
010500     MOVE SPACES              TO NLS-RL-VERDICT.
010510     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
010520     MOVE NLS-RL-SAVED-RC TO RETURN-CODE.
010530 9600-EXIT.
010540     EXIT.
010550*
010560 END PROGRAM "NLSPSCOR".
