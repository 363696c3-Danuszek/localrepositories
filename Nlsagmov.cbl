000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSAGMOV.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-10.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-10  RLH  ORIGINAL VERSION. MONTH-END AGING       *
000200*                   MOVEMENT REPORT - COMPARES THE LATEST   *
000210*                   NLSAGHS SNAPSHOT WITH THE PREVIOUS      *
000220*                   MONTH-END, LISTS ITEMS THAT MOVED TO AN *
000230*                   OLDER BAND OR NEWLY CROSSED THE OVER-   *
000240*                   ONE-YEAR LINE, AND ITEMS ADDED OR       *
000250*                   DELETED MATCHED TO THE NLSAGAU AUDIT    *
000260*                   RECORDS THAT EXPLAIN THEM, THEN CARRIES *
000270*                   THE BAND TOTALS FORWARD WITH A          *
000280*                   RECONCILIATION.                         *
000290*----------------------------------------------------------*
000291*  2026-10-15  RLH  THE SECOND-PASS REOPEN OF NLSAGHS IS    *
000292*                   NOW CHECKED - A FAILURE ENDS THE STEP 8 *
000293*                   INSTEAD OF READING AS AN EMPTY PRIOR    *
000294*                   SNAPSHOT.                               *
000295*----------------------------------------------------------*
000296*  2026-10-15  RLH  ONLY A NOT-FOUND NLSAGHS NOW MEANS NO   *
000297*                   HISTORY; ANY OTHER OPEN FAILURE ENDS 8. *
000298*                   RECORDS READ COUNTED IN PASS 1 ONLY.    *
000299*----------------------------------------------------------*
000300*----------------------------------------------------------*
000310* PURPOSE                                                  *
000320*   PASS 1 OVER THE NLSAGHS AGING HISTORY FINDS THE LATEST *
000330*   MONTH-END SNAPSHOT AND THE ONE BEFORE IT (A RERUN ON   *
000340*   THE SAME DATE REPLACES THAT DATE'S EARLIER SNAPSHOT);  *
000350*   PASS 2 LOADS BOTH. NLSAGAU RECORDS STAMPED AFTER THE   *
000360*   PREVIOUS SNAPSHOT AND NO LATER THAN THE CURRENT ONE    *
000370*   ARE THE MAINTENANCE THAT EXPLAINS THE ADDS, DELETES    *
000380*   AND DATE CHANGES. PER BAND: OPENING + ADDED - DELETED  *
000390*   + MOVED IN - MOVED OUT MUST EQUAL THE CLOSING COUNT.   *
000400*   RETURN CODE 8 = OUT OF BALANCE OR A TABLE OVERFLOWED;  *
000410*   4 = AN ADD OR DELETE WITH NO AUDIT RECORD, NLSAGAU     *
000420*   MISSING, OR FEWER THAN TWO SNAPSHOTS TO COMPARE.       *
000430*----------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT NLS-AGING-HISTORY ASSIGN TO "NLSAGHS"
000490         ORGANIZATION LINE SEQUENTIAL
000500         FILE STATUS IS NLS-AGING-HISTORY-STATUS.
000510     SELECT NLS-AUDIT-FILE ASSIGN TO "NLSAGAUD"
000520         ORGANIZATION LINE SEQUENTIAL
000530         FILE STATUS IS NLS-AUDIT-FILE-STATUS.
000540     SELECT NLS-MOVEMENT-REPORT ASSIGN TO "AGMVRPT"
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS NLS-MOVEMENT-REPORT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  NLS-AGING-HISTORY.
000600     COPY NLSAGHS.
000610 FD  NLS-AUDIT-FILE.
000620     COPY NLSAGAU.
000630 FD  NLS-MOVEMENT-REPORT.
000640 01  NLS-MOV-PRINT-LINE      PIC X(132).
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------*
000670* FILE-STATUS AND SWITCH FIELDS                            *
000680*----------------------------------------------------------*
000690 77  NLS-AGING-HISTORY-STATUS PIC X(02) VALUE SPACES.
000700 77  NLS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
000710 77  NLS-MOVEMENT-REPORT-STATUS PIC X(02) VALUE SPACES.
000720 77  NLS-MV-HISTORY-EOF-SW   PIC X(01) VALUE "N".
000730     88  NLS-MV-HISTORY-EOF             VALUE "Y".
000740 77  NLS-MV-AUDIT-EOF-SW     PIC X(01) VALUE "N".
000750     88  NLS-MV-AUDIT-EOF               VALUE "Y".
000760 77  NLS-MV-AUDIT-MISSING-SW PIC X(01) VALUE "N".
000770     88  NLS-MV-AUDIT-MISSING           VALUE "Y".
000780 77  NLS-MV-NO-COMPARE-SW    PIC X(01) VALUE "N".
000790     88  NLS-MV-NO-COMPARE              VALUE "Y".
000800 77  NLS-MV-WORKDAY-SEEN-SW  PIC X(01) VALUE "N".
000810     88  NLS-MV-WORKDAY-SEEN            VALUE "Y".
000813 77  NLS-MV-HISTORY-FAILED-SW PIC X(01) VALUE "N".
000816     88  NLS-MV-HISTORY-FAILED          VALUE "Y".
000820*----------------------------------------------------------*
000830* SNAPSHOT SELECTION FIELDS                                *
000840*   A SNAPSHOT ID IS THE NLSAGRPT RUN DATE THEN START      *
000850*   TIME, SO ALPHANUMERIC COMPARISON ORDERS SNAPSHOTS      *
000860*   CHRONOLOGICALLY. THE AUDIT STAMP IS BUILT THE SAME     *
000870*   WAY FROM NLSAGAU'S MAINTENANCE DATE AND TIME.          *
000880*----------------------------------------------------------*
000890 77  NLS-MV-CUR-SNAP-ID      PIC X(14) VALUE LOW-VALUES.
000900 77  NLS-MV-PRV-SNAP-ID      PIC X(14) VALUE LOW-VALUES.
000910 01  NLS-MV-AUDIT-STAMP.
000920     05  NLS-MV-AUDIT-STAMP-DATE PIC 9(08).
000930     05  NLS-MV-AUDIT-STAMP-TIME PIC 9(06).
000940*----------------------------------------------------------*
000950* SNAPSHOT TABLES                                          *
000960*   ONE ENTRY PER ITEM PER SNAPSHOT. 500 ENTRIES MATCHES   *
000970*   THE NLSAGMNT ITEM-MASTER CAPACITY; OVERFLOW IS COUNTED *
000980*   AND SHOWS IN THE RECONCILIATION, WHOSE OPENING AND     *
000990*   CLOSING COUNTS ARE TAKEN FROM THE FILE, NOT THE TABLE. *
001000*----------------------------------------------------------*
001010 01  NLS-MV-CURRENT-TABLE.
001020     05  NLS-MV-CUR-COUNT        PIC 9(03) COMP VALUE ZERO.
001030     05  NLS-MV-CUR-ENTRY OCCURS 500 TIMES.
001040         10  NLS-MV-CUR-ITEM-ID  PIC X(10).
001050         10  NLS-MV-CUR-FROM-DATE PIC 9(08).
001060         10  NLS-MV-CUR-BAND     PIC 9(01).
001070         10  NLS-MV-CUR-BASIS    PIC X(01).
001080         10  NLS-MV-CUR-PRV-SUB  PIC 9(03) COMP.
001090         10  NLS-MV-CUR-MOVE     PIC X(01).
001100             88  NLS-MV-CUR-UNCHANGED       VALUE SPACE.
001110             88  NLS-MV-CUR-ADDED           VALUE "A".
001120             88  NLS-MV-CUR-OLDER           VALUE "O".
001130             88  NLS-MV-CUR-OTHER-MOVE      VALUE "M".
001140         10  NLS-MV-CUR-NEW-1YR-SW PIC X(01).
001150             88  NLS-MV-CUR-NEW-OVER-1YR    VALUE "Y".
001160 01  NLS-MV-PREVIOUS-TABLE.
001170     05  NLS-MV-PRV-COUNT        PIC 9(03) COMP VALUE ZERO.
001180     05  NLS-MV-PRV-ENTRY OCCURS 500 TIMES.
001190         10  NLS-MV-PRV-ITEM-ID  PIC X(10).
001200         10  NLS-MV-PRV-FROM-DATE PIC 9(08).
001210         10  NLS-MV-PRV-BAND     PIC 9(01).
001220         10  NLS-MV-PRV-BASIS    PIC X(01).
001230         10  NLS-MV-PRV-MATCH-SW PIC X(01).
001240             88  NLS-MV-PRV-MATCHED         VALUE "Y".
001250 77  NLS-MV-CUR-SUB          PIC 9(03) COMP VALUE ZERO.
001260 77  NLS-MV-PRV-SUB          PIC 9(03) COMP VALUE ZERO.
001270 77  NLS-MV-OVERFLOW-COUNT   PIC 9(05) COMP VALUE ZERO.
001280*----------------------------------------------------------*
001290* AUDIT TABLE                                              *
001300*   THE NLSAGAU RECORDS INSIDE THE SNAPSHOT WINDOW, IN     *
001310*   FILE (CHRONOLOGICAL) ORDER. AN ADD OR DELETE MATCHED   *
001320*   TO A SNAPSHOT ITEM IS MARKED USED; THE REST ARE LISTED *
001330*   AS AUDIT-ONLY ACTIVITY.                                *
001340*----------------------------------------------------------*
001350 01  NLS-MV-AUDIT-TABLE.
001360     05  NLS-MV-AU-COUNT         PIC 9(03) COMP VALUE ZERO.
001370     05  NLS-MV-AU-ENTRY OCCURS 500 TIMES.
001380         10  NLS-MV-AU-ITEM-ID   PIC X(10).
001390         10  NLS-MV-AU-ACTION    PIC X(01).
001400         10  NLS-MV-AU-DATE      PIC 9(08).
001410         10  NLS-MV-AU-TIME      PIC 9(06).
001420         10  NLS-MV-AU-USER-ID   PIC X(08).
001430         10  NLS-MV-AU-FROM-DATE PIC 9(08).
001440         10  NLS-MV-AU-USED-SW   PIC X(01).
001450             88  NLS-MV-AU-USED             VALUE "Y".
001460 77  NLS-MV-AU-SUB           PIC 9(03) COMP VALUE ZERO.
001470 77  NLS-MV-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
001480 77  NLS-MV-FIND-ITEM        PIC X(10) VALUE SPACES.
001490 77  NLS-MV-FIND-ACTION      PIC X(01) VALUE SPACE.
001500*----------------------------------------------------------*
001510* BAND RECONCILIATION TOTALS                               *
001520*   ENTRY 1 = BAND 0 (UNBANDED, BAD DATE), ENTRIES 2-5 =   *
001530*   BANDS 1-4. A WORKING-DAY ITEM IS CARRIED IN THE BAND   *
001540*   OF THE SAME NUMBER.                                    *
001550*----------------------------------------------------------*
001560 01  NLS-MV-BAND-TOTALS.
001570     05  NLS-MV-BAND-ENTRY OCCURS 5 TIMES.
001580         10  NLS-MV-BT-OPENING   PIC 9(05) COMP.
001590         10  NLS-MV-BT-ADDED     PIC 9(05) COMP.
001600         10  NLS-MV-BT-DELETED   PIC 9(05) COMP.
001610         10  NLS-MV-BT-MOVED-IN  PIC 9(05) COMP.
001620         10  NLS-MV-BT-MOVED-OUT PIC 9(05) COMP.
001630         10  NLS-MV-BT-CLOSING   PIC 9(05) COMP.
001640 77  NLS-MV-BAND-SUB         PIC 9(03) COMP VALUE ZERO.
001650 77  NLS-MV-EXPECTED         PIC S9(05) COMP VALUE ZERO.
001660 77  NLS-MV-TOT-OPENING      PIC 9(05) COMP VALUE ZERO.
001670 77  NLS-MV-TOT-ADDED        PIC 9(05) COMP VALUE ZERO.
001680 77  NLS-MV-TOT-DELETED      PIC 9(05) COMP VALUE ZERO.
001690 77  NLS-MV-TOT-MOVED-IN     PIC 9(05) COMP VALUE ZERO.
001700 77  NLS-MV-TOT-MOVED-OUT    PIC 9(05) COMP VALUE ZERO.
001710 77  NLS-MV-TOT-CLOSING      PIC 9(05) COMP VALUE ZERO.
001720 77  NLS-MV-TOT-EXPECTED     PIC S9(05) COMP VALUE ZERO.
001730 77  NLS-MV-BREAK-COUNT      PIC 9(03) COMP VALUE ZERO.
001740*----------------------------------------------------------*
001750* MOVEMENT COUNTERS                                        *
001760*----------------------------------------------------------*
001770 77  NLS-MV-OLDER-COUNT      PIC 9(05) COMP VALUE ZERO.
001780 77  NLS-MV-NEW-1YR-COUNT    PIC 9(05) COMP VALUE ZERO.
001790 77  NLS-MV-OTHER-MOVE-COUNT PIC 9(05) COMP VALUE ZERO.
001800 77  NLS-MV-UNCHANGED-COUNT  PIC 9(05) COMP VALUE ZERO.
001810 77  NLS-MV-ADDED-COUNT      PIC 9(05) COMP VALUE ZERO.
001820 77  NLS-MV-DELETED-COUNT    PIC 9(05) COMP VALUE ZERO.
001830 77  NLS-MV-NO-AUDIT-COUNT   PIC 9(05) COMP VALUE ZERO.
001840 77  NLS-MV-AUDIT-ONLY-COUNT PIC 9(05) COMP VALUE ZERO.
001850 77  NLS-MV-AUDIT-ADDS       PIC 9(05) COMP VALUE ZERO.
001860 77  NLS-MV-AUDIT-DELETES    PIC 9(05) COMP VALUE ZERO.
001870 77  NLS-MV-AUDIT-CHANGES    PIC 9(05) COMP VALUE ZERO.
001880 77  NLS-MV-SECTION-LINES    PIC 9(05) COMP VALUE ZERO.
001890 77  NLS-MV-SECTION-TITLE    PIC X(60) VALUE SPACES.
001900*----------------------------------------------------------*
001910* BAND LABELS                                              *
001920*   THE SAME WORDING NLSAGRPT PRINTS, PLUS BAND 0 FOR AN   *
001930*   ITEM WHOSE FROM-DATE NLSDTIVL REJECTED.                *
001940*----------------------------------------------------------*
001950 01  NLS-MV-BAND-LABEL-LIST.
001960     05  FILLER              PIC X(20) VALUE
001970         "UNBANDED - BAD DATE".
001980     05  FILLER              PIC X(20) VALUE "UNDER 3 MONTHS".
001990     05  FILLER              PIC X(20) VALUE "3 TO 6 MONTHS".
002000     05  FILLER              PIC X(20) VALUE
002010         "6 MONTHS TO 1 YEAR".
002020     05  FILLER              PIC X(20) VALUE "OVER 1 YEAR".
002030 01  NLS-MV-BAND-LABELS REDEFINES NLS-MV-BAND-LABEL-LIST.
002040     05  NLS-MV-BAND-LABEL   PIC X(20) OCCURS 5 TIMES.
002050 01  NLS-MV-WD-BAND-LABEL-LIST.
002060     05  FILLER              PIC X(20) VALUE
002070         "UNDER 60 WORK DAYS".
002080     05  FILLER              PIC X(20) VALUE
002090         "60-119 WORK DAYS".
002100     05  FILLER              PIC X(20) VALUE
002110         "120-249 WORK DAYS".
002120     05  FILLER              PIC X(20) VALUE
002130         "250+ WORK DAYS".
002140 01  NLS-MV-WD-BAND-LABELS REDEFINES
002150         NLS-MV-WD-BAND-LABEL-LIST.
002160     05  NLS-MV-WD-BAND-LABEL PIC X(20) OCCURS 4 TIMES.
002170 77  NLS-MV-LABEL-BAND       PIC 9(01) VALUE ZERO.
002180 77  NLS-MV-LABEL-BASIS      PIC X(01) VALUE SPACE.
002190 77  NLS-MV-LABEL-WORK       PIC X(20) VALUE SPACES.
002200*----------------------------------------------------------*
002210* REPORT LINE LAYOUTS                                      *
002220*----------------------------------------------------------*
002230 01  NLS-MV-HEADING-1.
002240     05  FILLER              PIC X(36) VALUE
002250         "NLSAGMOV  MONTH-END AGING MOVEMENT".
002260     05  FILLER              PIC X(08) VALUE "CURRENT ".
002270     05  NLS-MV-H1-CUR-DATE  PIC 9(08).
002280     05  FILLER              PIC X(01) VALUE "/".
002290     05  NLS-MV-H1-CUR-TIME  PIC 9(06).
002300     05  FILLER              PIC X(11) VALUE "  PREVIOUS ".
002310     05  NLS-MV-H1-PRV-DATE  PIC 9(08).
002320     05  FILLER              PIC X(01) VALUE "/".
002330     05  NLS-MV-H1-PRV-TIME  PIC 9(06).
002340     05  FILLER              PIC X(47) VALUE SPACES.
002350 01  NLS-MV-HEADING-2.
002360     05  FILLER              PIC X(18) VALUE "  CATEGORY".
002370     05  FILLER              PIC X(12) VALUE "ITEM-ID".
002380     05  FILLER              PIC X(10) VALUE "FROM-DATE".
002390     05  FILLER              PIC X(22) VALUE "PREVIOUS BAND".
002400     05  FILLER              PIC X(22) VALUE "CURRENT BAND".
002410     05  FILLER              PIC X(32) VALUE "AUDIT RECORD".
002420     05  FILLER              PIC X(16) VALUE SPACES.
002430 01  NLS-MV-DETAIL-LINE.
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  NLS-MV-DL-CATEGORY  PIC X(16).
002460     05  NLS-MV-DL-ITEM-ID   PIC X(10).
002470     05  FILLER              PIC X(02) VALUE SPACES.
002480     05  NLS-MV-DL-FROM-DATE PIC 9(08).
002490     05  FILLER              PIC X(02) VALUE SPACES.
002500     05  NLS-MV-DL-PREVIOUS  PIC X(20).
002510     05  FILLER              PIC X(02) VALUE SPACES.
002520     05  NLS-MV-DL-CURRENT   PIC X(20).
002530     05  FILLER              PIC X(02) VALUE SPACES.
002540     05  NLS-MV-DL-AUDIT     PIC X(32).
002550     05  NLS-MV-DL-AUDIT-G REDEFINES NLS-MV-DL-AUDIT.
002560         10  NLS-MV-DL-AU-LABEL  PIC X(06).
002570         10  NLS-MV-DL-AU-ACTION PIC X(01).
002580         10  FILLER              PIC X(01).
002590         10  NLS-MV-DL-AU-DATE   PIC 9(08).
002600         10  FILLER              PIC X(01).
002610         10  NLS-MV-DL-AU-TIME   PIC 9(06).
002620         10  FILLER              PIC X(01).
002630         10  NLS-MV-DL-AU-USER-ID PIC X(08).
002640     05  FILLER              PIC X(16) VALUE SPACES.
002650 01  NLS-MV-RECON-HEADING.
002660     05  FILLER              PIC X(22) VALUE "  BAND".
002670     05  FILLER              PIC X(10) VALUE "   OPENING".
002680     05  FILLER              PIC X(10) VALUE "     ADDED".
002690     05  FILLER              PIC X(10) VALUE "   DELETED".
002700     05  FILLER              PIC X(10) VALUE "  MOVED IN".
002710     05  FILLER              PIC X(10) VALUE " MOVED OUT".
002720     05  FILLER              PIC X(10) VALUE "  EXPECTED".
002730     05  FILLER              PIC X(10) VALUE "   CLOSING".
002740     05  FILLER              PIC X(03) VALUE SPACES.
002750     05  FILLER              PIC X(18) VALUE "STATUS".
002760     05  FILLER              PIC X(19) VALUE SPACES.
002770 01  NLS-MV-RECON-LINE.
002780     05  FILLER              PIC X(02) VALUE SPACES.
002790     05  NLS-MV-RL-LABEL     PIC X(20).
002800     05  FILLER              PIC X(04) VALUE SPACES.
002810     05  NLS-MV-RL-OPENING   PIC ZZZZZ9.
002820     05  FILLER              PIC X(04) VALUE SPACES.
002830     05  NLS-MV-RL-ADDED     PIC ZZZZZ9.
002840     05  FILLER              PIC X(04) VALUE SPACES.
002850     05  NLS-MV-RL-DELETED   PIC ZZZZZ9.
002860     05  FILLER              PIC X(04) VALUE SPACES.
002870     05  NLS-MV-RL-MOVED-IN  PIC ZZZZZ9.
002880     05  FILLER              PIC X(04) VALUE SPACES.
002890     05  NLS-MV-RL-MOVED-OUT PIC ZZZZZ9.
002900     05  FILLER              PIC X(04) VALUE SPACES.
002910     05  NLS-MV-RL-EXPECTED  PIC -----9.
002920     05  FILLER              PIC X(04) VALUE SPACES.
002930     05  NLS-MV-RL-CLOSING   PIC ZZZZZ9.
002940     05  FILLER              PIC X(03) VALUE SPACES.
002950     05  NLS-MV-RL-STATUS    PIC X(18).
002960     05  FILLER              PIC X(19) VALUE SPACES.
002970 01  NLS-MV-TOTAL-LINE.
002980     05  FILLER              PIC X(02) VALUE SPACES.
002990     05  NLS-MV-TL-LABEL     PIC X(34).
003000     05  NLS-MV-TL-COUNT     PIC ZZZZ9.
003010     05  FILLER              PIC X(91) VALUE SPACES.
003020*----------------------------------------------------------*
003030* RUN-LOG FIELDS                                            *
003040*   ONE STEP RECORD PER RUN, APPENDED THROUGH NLSRLOGW      *
003050*   AFTER THE RETURN CODE IS SET.                           *
003060*----------------------------------------------------------*
003070     COPY NLSRLOG.
003080 01  NLS-RL-TIME-WORK-G.
003090     05  NLS-RL-TIME-HH      PIC 9(02).
003100     05  NLS-RL-TIME-MM      PIC 9(02).
003110     05  NLS-RL-TIME-SS      PIC 9(02).
003120     05  FILLER              PIC X(02).
003130 77  NLS-RL-JOB-WORK         PIC X(08) VALUE SPACES.
003140 77  NLS-RL-DATE-WORK        PIC 9(08) VALUE ZERO.
003150 77  NLS-RL-START-SECS       PIC 9(06) COMP VALUE ZERO.
003160 77  NLS-RL-END-SECS         PIC 9(06) COMP VALUE ZERO.
003170 77  NLS-RL-ELAPSED          PIC S9(07) COMP VALUE ZERO.
003180 77  NLS-RL-SAVED-RC         PIC S9(04) COMP VALUE ZERO.
003190 77  NLS-MV-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
003200 PROCEDURE DIVISION.
003210*----------------------------------------------------------*
003220* 0000-MAINLINE                                            *
003230*----------------------------------------------------------*
003240 0000-MAINLINE.
003250     PERFORM 1000-OPEN-REPORT THRU 1000-EXIT.
003260     PERFORM 2000-FIND-LAST-TWO-SNAPSHOTS THRU 2000-EXIT.
003265     EVALUATE TRUE
003266         WHEN NLS-MV-HISTORY-FAILED
003267             CONTINUE
003270         WHEN NLS-MV-PRV-SNAP-ID = LOW-VALUES
003280             PERFORM 8000-REPORT-NO-COMPARISON THRU 8000-EXIT
003290         WHEN OTHER
003297             PERFORM 3000-LOAD-SNAPSHOTS THRU 3000-EXIT
003304             IF NOT NLS-MV-HISTORY-FAILED
003311                 PERFORM 3500-LOAD-AUDIT THRU 3500-EXIT
003318                 PERFORM 4000-CLASSIFY-ITEMS THRU 4000-EXIT
003325                 PERFORM 5000-PRINT-MOVEMENT THRU 5000-EXIT
003332                 PERFORM 7000-PRINT-RECONCILIATION THRU 7000-EXIT
003339             END-IF
003350     END-EVALUATE.
003360     PERFORM 9000-CLOSE-REPORT THRU 9000-EXIT.
003370     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
003380     PERFORM 9600-WRITE-RUN-LOG THRU 9600-EXIT.
003390     GOBACK.
003400*----------------------------------------------------------*
003410* 1000-OPEN-REPORT                                         *
003420*----------------------------------------------------------*
003430 1000-OPEN-REPORT.
003440     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
003450     COMPUTE NLS-RL-START-SECS = NLS-RL-TIME-HH * 3600
003460             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
003470     PERFORM 1100-ZERO-ONE-BAND THRU 1100-EXIT
003480         VARYING NLS-MV-BAND-SUB FROM 1 BY 1
003490         UNTIL NLS-MV-BAND-SUB > 5.
003500     OPEN OUTPUT NLS-MOVEMENT-REPORT.
003510 1000-EXIT.
003520     EXIT.
003530 1100-ZERO-ONE-BAND.
003540     MOVE ZERO TO NLS-MV-BT-OPENING (NLS-MV-BAND-SUB).
003550     MOVE ZERO TO NLS-MV-BT-ADDED (NLS-MV-BAND-SUB).
003560     MOVE ZERO TO NLS-MV-BT-DELETED (NLS-MV-BAND-SUB).
003570     MOVE ZERO TO NLS-MV-BT-MOVED-IN (NLS-MV-BAND-SUB).
003580     MOVE ZERO TO NLS-MV-BT-MOVED-OUT (NLS-MV-BAND-SUB).
003590     MOVE ZERO TO NLS-MV-BT-CLOSING (NLS-MV-BAND-SUB).
003600 1100-EXIT.
003610     EXIT.
003620*----------------------------------------------------------*
003630* 2000-FIND-LAST-TWO-SNAPSHOTS                             *
003640*   FIRST PASS OVER THE HISTORY: KEEPS THE LATEST SNAPSHOT *
003650*   ID AND THE LATEST ID ON AN EARLIER DATE. A SECOND      *
003660*   SNAPSHOT ON THE SAME DATE IS A RERUN AND SUPERSEDES    *
003670*   THE FIRST RATHER THAN BECOMING THE "PREVIOUS" MONTH.   *
003672*   THIS PASS IS THE ONE THAT COUNTS THE RECORDS READ.     *
003674*   ONLY STATUS 35 (NOT FOUND) MEANS NO HISTORY YET; ANY   *
003676*   OTHER FAILED OPEN IS A DAMAGED OR MIS-ALLOCATED        *
003678*   NLSAGHS AND ENDS THE STEP 8 - NEVER A QUIET MONTH.     *
003680*----------------------------------------------------------*
003690 2000-FIND-LAST-TWO-SNAPSHOTS.
003700     OPEN INPUT NLS-AGING-HISTORY.
003701     IF NLS-AGING-HISTORY-STATUS = "35"
003702         DISPLAY "NLSAGMOV NLSAGHS NOT FOUND - NO SNAPSHOTS YET"
003703         GO TO 2000-EXIT
003704     END-IF.
003710     IF NLS-AGING-HISTORY-STATUS NOT = "00"
003711         SET NLS-MV-HISTORY-FAILED TO TRUE
003720         DISPLAY "NLSAGMOV NLSAGHS NOT AVAILABLE - STATUS "
003730             NLS-AGING-HISTORY-STATUS
003732         MOVE SPACES TO NLS-MOV-PRINT-LINE
003733         STRING "NLSAGHS COULD NOT BE OPENED - STATUS "
003734                NLS-AGING-HISTORY-STATUS
003735                " - NO COMPARISON MADE" DELIMITED BY SIZE
003736             INTO NLS-MOV-PRINT-LINE
003737         WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE
003740         GO TO 2000-EXIT
003750     END-IF.
003760     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003770     PERFORM 2200-NOTE-SNAPSHOT THRU 2200-EXIT
003780         UNTIL NLS-MV-HISTORY-EOF.
003790     CLOSE NLS-AGING-HISTORY.
003800 2000-EXIT.
003810     EXIT.
003820*----------------------------------------------------------*
003830* 2100-READ-HISTORY                                        *
003840*----------------------------------------------------------*
003850 2100-READ-HISTORY.
003860     READ NLS-AGING-HISTORY
003870         AT END
003880             SET NLS-MV-HISTORY-EOF TO TRUE
003910     END-READ.
003920 2100-EXIT.
003930     EXIT.
003940*----------------------------------------------------------*
003950* 2200-NOTE-SNAPSHOT                                       *
003960*----------------------------------------------------------*
003970 2200-NOTE-SNAPSHOT.
003975     ADD 1 TO NLS-MV-RECORDS-READ.
003980     EVALUATE TRUE
003990         WHEN NLS-AH-SNAPSHOT-ID (1:8) > NLS-MV-CUR-SNAP-ID (1:8)
004000             MOVE NLS-MV-CUR-SNAP-ID TO NLS-MV-PRV-SNAP-ID
004010             MOVE NLS-AH-SNAPSHOT-ID TO NLS-MV-CUR-SNAP-ID
004020         WHEN NLS-AH-SNAPSHOT-ID (1:8) = NLS-MV-CUR-SNAP-ID (1:8)
004030             IF NLS-AH-SNAPSHOT-ID > NLS-MV-CUR-SNAP-ID
004040                 MOVE NLS-AH-SNAPSHOT-ID TO NLS-MV-CUR-SNAP-ID
004050             END-IF
004060         WHEN NLS-AH-SNAPSHOT-ID > NLS-MV-PRV-SNAP-ID
004070             MOVE NLS-AH-SNAPSHOT-ID TO NLS-MV-PRV-SNAP-ID
004080     END-EVALUATE.
004090     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004100 2200-EXIT.
004110     EXIT.
004120*----------------------------------------------------------*
004130* 3000-LOAD-SNAPSHOTS                                      *
004140*   SECOND PASS: LOADS THE CURRENT AND PREVIOUS SNAPSHOTS  *
004150*   INTO THEIR TABLES AND COUNTS THE CLOSING AND OPENING   *
004156*   ITEMS PER BAND STRAIGHT FROM THE FILE. A FAILED REOPEN *
004162*   ENDS THE STEP 8 RATHER THAN READING AS AN EMPTY FILE.  *
004170*----------------------------------------------------------*
004180 3000-LOAD-SNAPSHOTS.
004190     MOVE "N" TO NLS-MV-HISTORY-EOF-SW.
004191     OPEN INPUT NLS-AGING-HISTORY.
004192     IF NLS-AGING-HISTORY-STATUS NOT = "00"
004193         SET NLS-MV-HISTORY-FAILED TO TRUE
004194         DISPLAY "NLSAGMOV NLSAGHS NOT REOPENED - STATUS "
004195             NLS-AGING-HISTORY-STATUS
004196         MOVE "NLSAGHS COULD NOT BE REOPENED - NO COMPARISON MADE"
004197             TO NLS-MOV-PRINT-LINE
004198         WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE
004199         GO TO 3000-EXIT
004200     END-IF.
004210     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004220     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
004230         UNTIL NLS-MV-HISTORY-EOF.
004240     CLOSE NLS-AGING-HISTORY.
004250 3000-EXIT.
004260     EXIT.
004270*----------------------------------------------------------*
004280* 3100-LOAD-ONE-RECORD                                     *
004290*----------------------------------------------------------*
004300 3100-LOAD-ONE-RECORD.
004310     COMPUTE NLS-MV-BAND-SUB = NLS-AH-BAND + 1.
004320     IF NLS-AH-SNAPSHOT-ID = NLS-MV-CUR-SNAP-ID
004330         ADD 1 TO NLS-MV-BT-CLOSING (NLS-MV-BAND-SUB)
004340         IF NLS-AH-WORKDAY-BASIS
004350             SET NLS-MV-WORKDAY-SEEN TO TRUE
004360         END-IF
004370         IF NLS-MV-CUR-COUNT < 500
004380             ADD 1 TO NLS-MV-CUR-COUNT
004390             MOVE NLS-AH-ITEM-ID
004400                 TO NLS-MV-CUR-ITEM-ID (NLS-MV-CUR-COUNT)
004410             MOVE NLS-AH-FROM-DATE
004420                 TO NLS-MV-CUR-FROM-DATE (NLS-MV-CUR-COUNT)
004430             MOVE NLS-AH-BAND
004440                 TO NLS-MV-CUR-BAND (NLS-MV-CUR-COUNT)
004450             MOVE NLS-AH-BAND-BASIS
004460                 TO NLS-MV-CUR-BASIS (NLS-MV-CUR-COUNT)
004470         ELSE
004480             ADD 1 TO NLS-MV-OVERFLOW-COUNT
004490         END-IF
004500     END-IF.
004510     IF NLS-AH-SNAPSHOT-ID = NLS-MV-PRV-SNAP-ID
004520         ADD 1 TO NLS-MV-BT-OPENING (NLS-MV-BAND-SUB)
004530         IF NLS-MV-PRV-COUNT < 500
004540             ADD 1 TO NLS-MV-PRV-COUNT
004550             MOVE NLS-AH-ITEM-ID
004560                 TO NLS-MV-PRV-ITEM-ID (NLS-MV-PRV-COUNT)
004570             MOVE NLS-AH-FROM-DATE
004580                 TO NLS-MV-PRV-FROM-DATE (NLS-MV-PRV-COUNT)
004590             MOVE NLS-AH-BAND
004600                 TO NLS-MV-PRV-BAND (NLS-MV-PRV-COUNT)
004610             MOVE NLS-AH-BAND-BASIS
004620                 TO NLS-MV-PRV-BASIS (NLS-MV-PRV-COUNT)
004630             MOVE "N" TO NLS-MV-PRV-MATCH-SW (NLS-MV-PRV-COUNT)
004640         ELSE
004650             ADD 1 TO NLS-MV-OVERFLOW-COUNT
004660         END-IF
004670     END-IF.
004680     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004690 3100-EXIT.
004700     EXIT.
004710*----------------------------------------------------------*
004720* 3500-LOAD-AUDIT                                          *
004730*   KEEPS THE NLSAGAU RECORDS STAMPED AFTER THE PREVIOUS   *
004740*   SNAPSHOT AND NO LATER THAN THE CURRENT ONE - THE       *
004750*   MAINTENANCE APPLIED BETWEEN THE TWO MONTH-ENDS.        *
004760*----------------------------------------------------------*
004770 3500-LOAD-AUDIT.
004780     OPEN INPUT NLS-AUDIT-FILE.
004790     IF NLS-AUDIT-FILE-STATUS NOT = "00"
004800         SET NLS-MV-AUDIT-MISSING TO TRUE
004810         DISPLAY "NLSAGMOV NLSAGAUD NOT AVAILABLE - STATUS "
004820             NLS-AUDIT-FILE-STATUS
004830             " - ADDS AND DELETES CANNOT BE EXPLAINED"
004840         GO TO 3500-EXIT
004850     END-IF.
004860     PERFORM 3600-READ-AUDIT THRU 3600-EXIT.
004870     PERFORM 3700-KEEP-ONE-AUDIT THRU 3700-EXIT
004880         UNTIL NLS-MV-AUDIT-EOF.
004890     CLOSE NLS-AUDIT-FILE.
004900 3500-EXIT.
004910     EXIT.
004920*----------------------------------------------------------*
004930* 3600-READ-AUDIT                                          *
004940*----------------------------------------------------------*
004950 3600-READ-AUDIT.
004960     READ NLS-AUDIT-FILE
004970         AT END
004980             SET NLS-MV-AUDIT-EOF TO TRUE
004990         NOT AT END
005000             ADD 1 TO NLS-MV-RECORDS-READ
005010     END-READ.
005020 3600-EXIT.
005030     EXIT.
005040*----------------------------------------------------------*
005050* 3700-KEEP-ONE-AUDIT                                      *
005060*----------------------------------------------------------*
005070 3700-KEEP-ONE-AUDIT.
005080     MOVE NLS-AU-MAINT-DATE TO NLS-MV-AUDIT-STAMP-DATE.
005090     MOVE NLS-AU-MAINT-TIME TO NLS-MV-AUDIT-STAMP-TIME.
005100     IF NLS-MV-AUDIT-STAMP NOT > NLS-MV-PRV-SNAP-ID
005110             OR NLS-MV-AUDIT-STAMP > NLS-MV-CUR-SNAP-ID
005120         GO TO 3700-NEXT
005130     END-IF.
005140     EVALUATE NLS-AU-ACTION
005150         WHEN "A"
005160             ADD 1 TO NLS-MV-AUDIT-ADDS
005170         WHEN "D"
005180             ADD 1 TO NLS-MV-AUDIT-DELETES
005190         WHEN "C"
005200             ADD 1 TO NLS-MV-AUDIT-CHANGES
005210         WHEN OTHER
005220             GO TO 3700-NEXT
005230     END-EVALUATE.
005240     IF NLS-MV-AU-COUNT < 500
005250         ADD 1 TO NLS-MV-AU-COUNT
005260         MOVE NLS-AU-ITEM-ID
005270             TO NLS-MV-AU-ITEM-ID (NLS-MV-AU-COUNT)
005280         MOVE NLS-AU-ACTION
005290             TO NLS-MV-AU-ACTION (NLS-MV-AU-COUNT)
005300         MOVE NLS-AU-MAINT-DATE
005310             TO NLS-MV-AU-DATE (NLS-MV-AU-COUNT)
005320         MOVE NLS-AU-MAINT-TIME
005330             TO NLS-MV-AU-TIME (NLS-MV-AU-COUNT)
005340         MOVE NLS-AU-USER-ID
005350             TO NLS-MV-AU-USER-ID (NLS-MV-AU-COUNT)
005360         IF NLS-AU-ACTION = "D"
005370             MOVE NLS-AU-OLD-FROM-DATE
005380                 TO NLS-MV-AU-FROM-DATE (NLS-MV-AU-COUNT)
005390         ELSE
005400             MOVE NLS-AU-NEW-FROM-DATE
005410                 TO NLS-MV-AU-FROM-DATE (NLS-MV-AU-COUNT)
005420         END-IF
005430         MOVE "N" TO NLS-MV-AU-USED-SW (NLS-MV-AU-COUNT)
005440     ELSE
005450         ADD 1 TO NLS-MV-OVERFLOW-COUNT
005460     END-IF.
005470 3700-NEXT.
005480     PERFORM 3600-READ-AUDIT THRU 3600-EXIT.
005490 3700-EXIT.
005500     EXIT.
005510*----------------------------------------------------------*
005520* 4000-CLASSIFY-ITEMS                                      *
005530*   MATCHES EVERY CURRENT ITEM TO THE PREVIOUS SNAPSHOT,   *
005540*   MARKS IT ADDED, UNCHANGED OR MOVED, AND ACCUMULATES    *
005550*   THE BAND FLOWS; PREVIOUS ITEMS LEFT UNMATCHED ARE THE  *
005560*   DELETES.                                               *
005570*----------------------------------------------------------*
005580 4000-CLASSIFY-ITEMS.
005590     PERFORM 4100-CLASSIFY-ONE-CURRENT THRU 4100-EXIT
005600         VARYING NLS-MV-CUR-SUB FROM 1 BY 1
005610         UNTIL NLS-MV-CUR-SUB > NLS-MV-CUR-COUNT.
005620     PERFORM 4300-CHECK-ONE-DELETED THRU 4300-EXIT
005630         VARYING NLS-MV-PRV-SUB FROM 1 BY 1
005640         UNTIL NLS-MV-PRV-SUB > NLS-MV-PRV-COUNT.
005650 4000-EXIT.
005660     EXIT.
005670*----------------------------------------------------------*
005680* 4100-CLASSIFY-ONE-CURRENT                                *
005690*   A MOVE TO A HIGHER-NUMBERED BAND FROM A REAL BAND IS   *
005700*   AGING; ANYTHING ELSE (YOUNGER, OR INTO OR OUT OF BAND  *
005710*   0) COMES FROM A CORRECTED FROM-DATE OR A CHANGED       *
005720*   WORKDAYS CARD AND IS LISTED SEPARATELY.                *
005730*----------------------------------------------------------*
005740 4100-CLASSIFY-ONE-CURRENT.
005750     MOVE ZERO TO NLS-MV-CUR-PRV-SUB (NLS-MV-CUR-SUB).
005760     MOVE SPACE TO NLS-MV-CUR-MOVE (NLS-MV-CUR-SUB).
005770     MOVE "N" TO NLS-MV-CUR-NEW-1YR-SW (NLS-MV-CUR-SUB).
005780     PERFORM 4200-FIND-IN-PREVIOUS THRU 4200-EXIT
005790         VARYING NLS-MV-PRV-SUB FROM 1 BY 1
005800         UNTIL NLS-MV-PRV-SUB > NLS-MV-PRV-COUNT
005810            OR NLS-MV-CUR-PRV-SUB (NLS-MV-CUR-SUB) NOT = ZERO.
005820     IF NLS-MV-CUR-PRV-SUB (NLS-MV-CUR-SUB) = ZERO
005830         SET NLS-MV-CUR-ADDED (NLS-MV-CUR-SUB) TO TRUE
005840         ADD 1 TO NLS-MV-ADDED-COUNT
005850         COMPUTE NLS-MV-BAND-SUB =
005860                 NLS-MV-CUR-BAND (NLS-MV-CUR-SUB) + 1
005870         ADD 1 TO NLS-MV-BT-ADDED (NLS-MV-BAND-SUB)
005880         GO TO 4100-EXIT
005890     END-IF.
005900     MOVE NLS-MV-CUR-PRV-SUB (NLS-MV-CUR-SUB) TO NLS-MV-PRV-SUB.
005910     IF NLS-MV-CUR-BAND (NLS-MV-CUR-SUB) =
005920             NLS-MV-PRV-BAND (NLS-MV-PRV-SUB)
005930         ADD 1 TO NLS-MV-UNCHANGED-COUNT
005940         GO TO 4100-EXIT
005950     END-IF.
005960     COMPUTE NLS-MV-BAND-SUB =
005970             NLS-MV-PRV-BAND (NLS-MV-PRV-SUB) + 1.
005980     ADD 1 TO NLS-MV-BT-MOVED-OUT (NLS-MV-BAND-SUB).
005990     COMPUTE NLS-MV-BAND-SUB =
006000             NLS-MV-CUR-BAND (NLS-MV-CUR-SUB) + 1.
006010     ADD 1 TO NLS-MV-BT-MOVED-IN (NLS-MV-BAND-SUB).
006020     IF NLS-MV-CUR-BAND (NLS-MV-CUR-SUB) >
006030             NLS-MV-PRV-BAND (NLS-MV-PRV-SUB)
006040         AND NLS-MV-PRV-BAND (NLS-MV-PRV-SUB) > ZERO
006050         SET NLS-MV-CUR-OLDER (NLS-MV-CUR-SUB) TO TRUE
006060         ADD 1 TO NLS-MV-OLDER-COUNT
006070     ELSE
006080         SET NLS-MV-CUR-OTHER-MOVE (NLS-MV-CUR-SUB) TO TRUE
006090         ADD 1 TO NLS-MV-OTHER-MOVE-COUNT
006100     END-IF.
006110     IF NLS-MV-CUR-BAND (NLS-MV-CUR-SUB) = 4
006120         SET NLS-MV-CUR-NEW-OVER-1YR (NLS-MV-CUR-SUB) TO TRUE
006130         ADD 1 TO NLS-MV-NEW-1YR-COUNT
006140     END-IF.
006150 4100-EXIT.
006160     EXIT.
006170*----------------------------------------------------------*
006180* 4200-FIND-IN-PREVIOUS                                    *
006190*   AN ITEM ID APPEARING TWICE IN A SNAPSHOT MATCHES ONLY  *
006200*   ONCE, SO A DUPLICATE SHOWS UP AS AN UNEXPLAINED ADD.   *
006210*----------------------------------------------------------*
006220 4200-FIND-IN-PREVIOUS.
006230     IF NLS-MV-PRV-ITEM-ID (NLS-MV-PRV-SUB) =
006240             NLS-MV-CUR-ITEM-ID (NLS-MV-CUR-SUB)
006250         AND NOT NLS-MV-PRV-MATCHED (NLS-MV-PRV-SUB)
006260         MOVE NLS-MV-PRV-SUB
006270             TO NLS-MV-CUR-PRV-SUB (NLS-MV-CUR-SUB)
006280         SET NLS-MV-PRV-MATCHED (NLS-MV-PRV-SUB) TO TRUE
006290     END-IF.
006300 4200-EXIT.
006310     EXIT.
006320*----------------------------------------------------------*
006330* 4300-CHECK-ONE-DELETED                                   *
006340*----------------------------------------------------------*
006350 4300-CHECK-ONE-DELETED.
006360     IF NOT NLS-MV-PRV-MATCHED (NLS-MV-PRV-SUB)
006370         ADD 1 TO NLS-MV-DELETED-COUNT
006380         COMPUTE NLS-MV-BAND-SUB =
006390                 NLS-MV-PRV-BAND (NLS-MV-PRV-SUB) + 1
006400         ADD 1 TO NLS-MV-BT-DELETED (NLS-MV-BAND-SUB)
006410     END-IF.
006420 4300-EXIT.
006430     EXIT.
006440*----------------------------------------------------------*
006450* 5000-PRINT-MOVEMENT                                      *
006460*   ONE SECTION PER KIND OF MOVEMENT. AN ITEM THAT AGED    *
006470*   PAST ONE YEAR APPEARS UNDER "OLDER BAND" AND AGAIN IN  *
006480*   THE OVER-ONE-YEAR SECTION FOR THE REVIEWERS WHO ONLY   *
006490*   WANT THAT LINE.                                        *
006500*----------------------------------------------------------*
006510 5000-PRINT-MOVEMENT.
006520     MOVE NLS-MV-CUR-SNAP-ID (1:8) TO NLS-MV-H1-CUR-DATE.
006530     MOVE NLS-MV-CUR-SNAP-ID (9:6) TO NLS-MV-H1-CUR-TIME.
006540     MOVE NLS-MV-PRV-SNAP-ID (1:8) TO NLS-MV-H1-PRV-DATE.
006550     MOVE NLS-MV-PRV-SNAP-ID (9:6) TO NLS-MV-H1-PRV-TIME.
006560     WRITE NLS-MOV-PRINT-LINE FROM NLS-MV-HEADING-1
006570         AFTER ADVANCING 1 LINE.
006580     WRITE NLS-MOV-PRINT-LINE FROM NLS-MV-HEADING-2
006590         AFTER ADVANCING 1 LINE.
006600     MOVE "  ITEMS MOVED TO AN OLDER BAND"
006610         TO NLS-MV-SECTION-TITLE.
006620     PERFORM 5800-START-SECTION THRU 5800-EXIT.
006630     PERFORM 5100-PRINT-ONE-OLDER THRU 5100-EXIT
006640         VARYING NLS-MV-CUR-SUB FROM 1 BY 1
006650         UNTIL NLS-MV-CUR-SUB > NLS-MV-CUR-COUNT.
006660     PERFORM 5850-END-SECTION THRU 5850-EXIT.
006670     MOVE "  ITEMS NEWLY OVER 1 YEAR" TO NLS-MV-SECTION-TITLE.
006680     PERFORM 5800-START-SECTION THRU 5800-EXIT.
006690     PERFORM 5200-PRINT-ONE-NEW-OVER-1YR THRU 5200-EXIT
006700         VARYING NLS-MV-CUR-SUB FROM 1 BY 1
006710         UNTIL NLS-MV-CUR-SUB > NLS-MV-CUR-COUNT.
006720     PERFORM 5850-END-SECTION THRU 5850-EXIT.
006730     MOVE "  ITEMS MOVED TO A YOUNGER BAND OR INTO/OUT OF BAND 0"
006740         TO NLS-MV-SECTION-TITLE.
006750     PERFORM 5800-START-SECTION THRU 5800-EXIT.
006760     PERFORM 5300-PRINT-ONE-OTHER-MOVE THRU 5300-EXIT
006770         VARYING NLS-MV-CUR-SUB FROM 1 BY 1
006780         UNTIL NLS-MV-CUR-SUB > NLS-MV-CUR-COUNT.
006790     PERFORM 5850-END-SECTION THRU 5850-EXIT.
006800     MOVE "  ITEMS ADDED" TO NLS-MV-SECTION-TITLE.
006810     PERFORM 5800-START-SECTION THRU 5800-EXIT.
006820     PERFORM 5400-PRINT-ONE-ADDED THRU 5400-EXIT
006830         VARYING NLS-MV-CUR-SUB FROM 1 BY 1
006840         UNTIL NLS-MV-CUR-SUB > NLS-MV-CUR-COUNT.
006850     PERFORM 5850-END-SECTION THRU 5850-EXIT.
006860     MOVE "  ITEMS DELETED" TO NLS-MV-SECTION-TITLE.
006870     PERFORM 5800-START-SECTION THRU 5800-EXIT.
006880     PERFORM 5500-PRINT-ONE-DELETED THRU 5500-EXIT
006890         VARYING NLS-MV-PRV-SUB FROM 1 BY 1
006900         UNTIL NLS-MV-PRV-SUB > NLS-MV-PRV-COUNT.
006910     PERFORM 5850-END-SECTION THRU 5850-EXIT.
006920     MOVE "  AUDITED ADDS/DELETES NOT SEEN IN EITHER SNAPSHOT"
006930         TO NLS-MV-SECTION-TITLE.
006940     PERFORM 5800-START-SECTION THRU 5800-EXIT.
006950     PERFORM 5600-PRINT-ONE-AUDIT-ONLY THRU 5600-EXIT
006960         VARYING NLS-MV-AU-SUB FROM 1 BY 1
006970         UNTIL NLS-MV-AU-SUB > NLS-MV-AU-COUNT.
006980     PERFORM 5850-END-SECTION THRU 5850-EXIT.
006990 5000-EXIT.
007000     EXIT.
007010*----------------------------------------------------------*
007020* 5100-PRINT-ONE-OLDER                                     *
007030*----------------------------------------------------------*
007040 5100-PRINT-ONE-OLDER.
007050     IF NOT NLS-MV-CUR-OLDER (NLS-MV-CUR-SUB)
007060         GO TO 5100-EXIT
007070     END-IF.
007080     MOVE "OLDER BAND" TO NLS-MV-DL-CATEGORY.
007090     PERFORM 5900-FILL-MOVED-LINE THRU 5900-EXIT.
007100     PERFORM 5950-WRITE-DETAIL THRU 5950-EXIT.
007110 5100-EXIT.
007120     EXIT.
007130*----------------------------------------------------------*
007140* 5200-PRINT-ONE-NEW-OVER-1YR                              *
007150*----------------------------------------------------------*
007160 5200-PRINT-ONE-NEW-OVER-1YR.
007170     IF NOT NLS-MV-CUR-NEW-OVER-1YR (NLS-MV-CUR-SUB)
007180         GO TO 5200-EXIT
007190     END-IF.
007200     MOVE "** OVER 1 YEAR" TO NLS-MV-DL-CATEGORY.
007210     PERFORM 5900-FILL-MOVED-LINE THRU 5900-EXIT.
007220     PERFORM 5950-WRITE-DETAIL THRU 5950-EXIT.
007230 5200-EXIT.
007240     EXIT.
007250*----------------------------------------------------------*
007260* 5300-PRINT-ONE-OTHER-MOVE                                *
007270*----------------------------------------------------------*
007280 5300-PRINT-ONE-OTHER-MOVE.
007290     IF NOT NLS-MV-CUR-OTHER-MOVE (NLS-MV-CUR-SUB)
007300         GO TO 5300-EXIT
007310     END-IF.
007320     MOVE NLS-MV-CUR-PRV-SUB (NLS-MV-CUR-SUB) TO NLS-MV-PRV-SUB.
007330     EVALUATE TRUE
007340         WHEN NLS-MV-PRV-BAND (NLS-MV-PRV-SUB) = ZERO
007350             MOVE "NOW BANDED" TO NLS-MV-DL-CATEGORY
007360         WHEN NLS-MV-CUR-BAND (NLS-MV-CUR-SUB) = ZERO
007370             MOVE "NOW UNBANDED" TO NLS-MV-DL-CATEGORY
007380         WHEN OTHER
007390             MOVE "YOUNGER BAND" TO NLS-MV-DL-CATEGORY
007400     END-EVALUATE.
007410     PERFORM 5900-FILL-MOVED-LINE THRU 5900-EXIT.
007420     PERFORM 5950-WRITE-DETAIL THRU 5950-EXIT.
007430 5300-EXIT.
007440     EXIT.
007450*----------------------------------------------------------*
007460* 5400-PRINT-ONE-ADDED                                     *
007470*   AN ADD IS EXPLAINED BY AN NLSAGAU "A" RECORD IN THE    *
007480*   WINDOW; WITHOUT ONE THE ITEM REACHED NLSAGIN OUTSIDE   *
007490*   NLSAGMNT AND IS FLAGGED.                               *
007500*----------------------------------------------------------*
007510 5400-PRINT-ONE-ADDED.
007520     IF NOT NLS-MV-CUR-ADDED (NLS-MV-CUR-SUB)
007530         GO TO 5400-EXIT
007540     END-IF.
007550     MOVE "ADDED" TO NLS-MV-DL-CATEGORY.
007560     MOVE NLS-MV-CUR-ITEM-ID (NLS-MV-CUR-SUB)
007570         TO NLS-MV-DL-ITEM-ID.
007580     MOVE NLS-MV-CUR-FROM-DATE (NLS-MV-CUR-SUB)
007590         TO NLS-MV-DL-FROM-DATE.
007600     MOVE "-" TO NLS-MV-DL-PREVIOUS.
007610     MOVE NLS-MV-CUR-BAND (NLS-MV-CUR-SUB) TO NLS-MV-LABEL-BAND.
007620     MOVE NLS-MV-CUR-BASIS (NLS-MV-CUR-SUB) TO NLS-MV-LABEL-BASIS.
007630     PERFORM 7500-BAND-LABEL THRU 7500-EXIT.
007640     MOVE NLS-MV-LABEL-WORK TO NLS-MV-DL-CURRENT.
007650     MOVE NLS-MV-CUR-ITEM-ID (NLS-MV-CUR-SUB) TO NLS-MV-FIND-ITEM.
007660     MOVE "A" TO NLS-MV-FIND-ACTION.
007670     PERFORM 6000-FIND-AUDIT THRU 6000-EXIT.
007680     PERFORM 6500-FILL-AUDIT-TEXT THRU 6500-EXIT.
007690     PERFORM 5950-WRITE-DETAIL THRU 5950-EXIT.
007700 5400-EXIT.
007710     EXIT.
007720*----------------------------------------------------------*
007730* 5500-PRINT-ONE-DELETED                                   *
007740*----------------------------------------------------------*
007750 5500-PRINT-ONE-DELETED.
007760     IF NLS-MV-PRV-MATCHED (NLS-MV-PRV-SUB)
007770         GO TO 5500-EXIT
007780     END-IF.
007790     MOVE "DELETED" TO NLS-MV-DL-CATEGORY.
007800     MOVE NLS-MV-PRV-ITEM-ID (NLS-MV-PRV-SUB)
007810         TO NLS-MV-DL-ITEM-ID.
007820     MOVE NLS-MV-PRV-FROM-DATE (NLS-MV-PRV-SUB)
007830         TO NLS-MV-DL-FROM-DATE.
007840     MOVE NLS-MV-PRV-BAND (NLS-MV-PRV-SUB) TO NLS-MV-LABEL-BAND.
007850     MOVE NLS-MV-PRV-BASIS (NLS-MV-PRV-SUB) TO NLS-MV-LABEL-BASIS.
007860     PERFORM 7500-BAND-LABEL THRU 7500-EXIT.
007870     MOVE NLS-MV-LABEL-WORK TO NLS-MV-DL-PREVIOUS.
007880     MOVE "-" TO NLS-MV-DL-CURRENT.
007890     MOVE NLS-MV-PRV-ITEM-ID (NLS-MV-PRV-SUB) TO NLS-MV-FIND-ITEM.
007900     MOVE "D" TO NLS-MV-FIND-ACTION.
007910     PERFORM 6000-FIND-AUDIT THRU 6000-EXIT.
007920     PERFORM 6500-FILL-AUDIT-TEXT THRU 6500-EXIT.
007930     PERFORM 5950-WRITE-DETAIL THRU 5950-EXIT.
007940 5500-EXIT.
007950     EXIT.
007960*----------------------------------------------------------*
007970* 5600-PRINT-ONE-AUDIT-ONLY                                *
007980*   AN AUDITED ADD OR DELETE NO SNAPSHOT ITEM ACCOUNTS     *
007990*   FOR - TYPICALLY AN ITEM ADDED AND DELETED WITHIN THE   *
008000*   MONTH. LISTED FOR COMPLETENESS; NOT A BREAK.           *
008010*----------------------------------------------------------*
008020 5600-PRINT-ONE-AUDIT-ONLY.
008030     IF NLS-MV-AU-USED (NLS-MV-AU-SUB)
008040             OR NLS-MV-AU-ACTION (NLS-MV-AU-SUB) = "C"
008050         GO TO 5600-EXIT
008060     END-IF.
008070     ADD 1 TO NLS-MV-AUDIT-ONLY-COUNT.
008080     MOVE "AUDIT ONLY" TO NLS-MV-DL-CATEGORY.
008090     MOVE NLS-MV-AU-ITEM-ID (NLS-MV-AU-SUB) TO NLS-MV-DL-ITEM-ID.
008100     MOVE NLS-MV-AU-FROM-DATE (NLS-MV-AU-SUB)
008110         TO NLS-MV-DL-FROM-DATE.
008120     MOVE "-" TO NLS-MV-DL-PREVIOUS.
008130     MOVE "-" TO NLS-MV-DL-CURRENT.
008140     MOVE NLS-MV-AU-SUB TO NLS-MV-FOUND-SUB.
008150     PERFORM 6500-FILL-AUDIT-TEXT THRU 6500-EXIT.
008160     PERFORM 5950-WRITE-DETAIL THRU 5950-EXIT.
008170 5600-EXIT.
008180     EXIT.
008190*----------------------------------------------------------*
008200* 5800-START-SECTION                                       *
008210*----------------------------------------------------------*
008220 5800-START-SECTION.
008230     MOVE SPACES TO NLS-MOV-PRINT-LINE.
008240     WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE.
008250     MOVE NLS-MV-SECTION-TITLE TO NLS-MOV-PRINT-LINE.
008260     WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE.
008270     MOVE ZERO TO NLS-MV-SECTION-LINES.
008280 5800-EXIT.
008290     EXIT.
008300*----------------------------------------------------------*
008310* 5850-END-SECTION                                         *
008320*----------------------------------------------------------*
008330 5850-END-SECTION.
008340     IF NLS-MV-SECTION-LINES = ZERO
008350         MOVE "  (NONE)" TO NLS-MOV-PRINT-LINE
008360         WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE
008370     END-IF.
008380 5850-EXIT.
008390     EXIT.
008400*----------------------------------------------------------*
008410* 5900-FILL-MOVED-LINE                                     *
008420*   ITEM, BOTH BANDS AND, WHEN THERE IS ONE, THE LATEST    *
008430*   NLSAGAU CHANGE RECORD FOR THE ITEM IN THE WINDOW.      *
008440*----------------------------------------------------------*
008450 5900-FILL-MOVED-LINE.
008460     MOVE NLS-MV-CUR-PRV-SUB (NLS-MV-CUR-SUB) TO NLS-MV-PRV-SUB.
008470     MOVE NLS-MV-CUR-ITEM-ID (NLS-MV-CUR-SUB)
008480         TO NLS-MV-DL-ITEM-ID.
008490     MOVE NLS-MV-CUR-FROM-DATE (NLS-MV-CUR-SUB)
008500         TO NLS-MV-DL-FROM-DATE.
008510     MOVE NLS-MV-PRV-BAND (NLS-MV-PRV-SUB) TO NLS-MV-LABEL-BAND.
008520     MOVE NLS-MV-PRV-BASIS (NLS-MV-PRV-SUB) TO NLS-MV-LABEL-BASIS.
008530     PERFORM 7500-BAND-LABEL THRU 7500-EXIT.
008540     MOVE NLS-MV-LABEL-WORK TO NLS-MV-DL-PREVIOUS.
008550     MOVE NLS-MV-CUR-BAND (NLS-MV-CUR-SUB) TO NLS-MV-LABEL-BAND.
008560     MOVE NLS-MV-CUR-BASIS (NLS-MV-CUR-SUB) TO NLS-MV-LABEL-BASIS.
008570     PERFORM 7500-BAND-LABEL THRU 7500-EXIT.
008580     MOVE NLS-MV-LABEL-WORK TO NLS-MV-DL-CURRENT.
008590     MOVE SPACES TO NLS-MV-DL-AUDIT.
008600     MOVE NLS-MV-CUR-ITEM-ID (NLS-MV-CUR-SUB) TO NLS-MV-FIND-ITEM.
008610     MOVE "C" TO NLS-MV-FIND-ACTION.
008620     PERFORM 6000-FIND-AUDIT THRU 6000-EXIT.
008630     IF NLS-MV-FOUND-SUB > ZERO
008640         PERFORM 6500-FILL-AUDIT-TEXT THRU 6500-EXIT
008650     END-IF.
008660 5900-EXIT.
008670     EXIT.
008680*----------------------------------------------------------*
008690* 5950-WRITE-DETAIL                                        *
008700*----------------------------------------------------------*
008710 5950-WRITE-DETAIL.
008720     WRITE NLS-MOV-PRINT-LINE FROM NLS-MV-DETAIL-LINE
008730         AFTER ADVANCING 1 LINE.
008740     ADD 1 TO NLS-MV-SECTION-LINES.
008750 5950-EXIT.
008760     EXIT.
008770*----------------------------------------------------------*
008780* 6000-FIND-AUDIT                                          *
008790*   LATEST AUDIT RECORD IN THE WINDOW FOR NLS-MV-FIND-ITEM *
008800*   WITH ACTION NLS-MV-FIND-ACTION; ZERO WHEN THERE IS     *
008810*   NONE.                                                  *
008820*----------------------------------------------------------*
008830 6000-FIND-AUDIT.
008840     MOVE ZERO TO NLS-MV-FOUND-SUB.
008850     PERFORM 6100-CHECK-ONE-AUDIT THRU 6100-EXIT
008860         VARYING NLS-MV-AU-SUB FROM 1 BY 1
008870         UNTIL NLS-MV-AU-SUB > NLS-MV-AU-COUNT.
008880 6000-EXIT.
008890     EXIT.
008900 6100-CHECK-ONE-AUDIT.
008910     IF NLS-MV-AU-ITEM-ID (NLS-MV-AU-SUB) = NLS-MV-FIND-ITEM
008920         AND NLS-MV-AU-ACTION (NLS-MV-AU-SUB) = NLS-MV-FIND-ACTION
008930         MOVE NLS-MV-AU-SUB TO NLS-MV-FOUND-SUB
008940     END-IF.
008950 6100-EXIT.
008960     EXIT.
008970*----------------------------------------------------------*
008980* 6500-FILL-AUDIT-TEXT                                     *
008990*   SHOWS THE AUDIT RECORD AT NLS-MV-FOUND-SUB AND MARKS   *
009000*   IT USED; NO RECORD IS A BREAK IN THE AUDIT TRAIL.      *
009010*----------------------------------------------------------*
009020 6500-FILL-AUDIT-TEXT.
009030     MOVE SPACES TO NLS-MV-DL-AUDIT.
009040     IF NLS-MV-FOUND-SUB = ZERO
009050         MOVE "** NO AUDIT RECORD" TO NLS-MV-DL-AUDIT
009060         ADD 1 TO NLS-MV-NO-AUDIT-COUNT
009070         GO TO 6500-EXIT
009080     END-IF.
009090     MOVE "AUDIT " TO NLS-MV-DL-AU-LABEL.
009100     MOVE NLS-MV-AU-ACTION (NLS-MV-FOUND-SUB)
009110         TO NLS-MV-DL-AU-ACTION.
009120     MOVE NLS-MV-AU-DATE (NLS-MV-FOUND-SUB) TO NLS-MV-DL-AU-DATE.
009130     MOVE NLS-MV-AU-TIME (NLS-MV-FOUND-SUB) TO NLS-MV-DL-AU-TIME.
009140     MOVE NLS-MV-AU-USER-ID (NLS-MV-FOUND-SUB)
009150         TO NLS-MV-DL-AU-USER-ID.
009160     SET NLS-MV-AU-USED (NLS-MV-FOUND-SUB) TO TRUE.
009170 6500-EXIT.
009180     EXIT.
009190*----------------------------------------------------------*
009200* 7000-PRINT-RECONCILIATION                                *
009210*   BAND TOTALS CARRIED FORWARD: PER BAND AND OVERALL,     *
009220*   OPENING + ADDED - DELETED + MOVED IN - MOVED OUT MUST  *
009230*   EQUAL THE CLOSING COUNT READ FROM THE CURRENT          *
009240*   SNAPSHOT. ANY BAND OUT OF BALANCE LEAVES RC 8.         *
009250*----------------------------------------------------------*
009260 7000-PRINT-RECONCILIATION.
009270     MOVE SPACES TO NLS-MOV-PRINT-LINE.
009280     WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE.
009290     MOVE "  BAND TOTALS CARRIED FORWARD" TO NLS-MOV-PRINT-LINE.
009300     WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE.
009310     WRITE NLS-MOV-PRINT-LINE FROM NLS-MV-RECON-HEADING
009320         AFTER ADVANCING 1 LINE.
009330     PERFORM 7100-RECONCILE-ONE-BAND THRU 7100-EXIT
009340         VARYING NLS-MV-BAND-SUB FROM 1 BY 1
009350         UNTIL NLS-MV-BAND-SUB > 5.
009360     PERFORM 7200-RECONCILE-TOTAL THRU 7200-EXIT.
009370     IF NLS-MV-WORKDAY-SEEN
009380         MOVE "  WORKING-DAY ITEMS ARE CARRIED IN THE BAND OF THE"
009390             & " SAME NUMBER" TO NLS-MOV-PRINT-LINE
009400         WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE
009410     END-IF.
009420     IF NLS-MV-BREAK-COUNT = ZERO
009430         MOVE "  RECONCILIATION OK - OPENING + ADDED - DELETED +"
009440             & " MOVED IN - MOVED OUT = CLOSING"
009450             TO NLS-MOV-PRINT-LINE
009460     ELSE
009470         MOVE "  ** RECONCILIATION OUT OF BALANCE - SEE BANDS"
009480             & " MARKED ABOVE" TO NLS-MOV-PRINT-LINE
009490     END-IF.
009500     WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE.
009510     PERFORM 7300-PRINT-COUNTS THRU 7300-EXIT.
009520 7000-EXIT.
009530     EXIT.
009540*----------------------------------------------------------*
009550* 7100-RECONCILE-ONE-BAND                                  *
009560*----------------------------------------------------------*
009570 7100-RECONCILE-ONE-BAND.
009580     COMPUTE NLS-MV-EXPECTED =
009590             NLS-MV-BT-OPENING (NLS-MV-BAND-SUB)
009600           + NLS-MV-BT-ADDED (NLS-MV-BAND-SUB)
009610           - NLS-MV-BT-DELETED (NLS-MV-BAND-SUB)
009620           + NLS-MV-BT-MOVED-IN (NLS-MV-BAND-SUB)
009630           - NLS-MV-BT-MOVED-OUT (NLS-MV-BAND-SUB).
009640     ADD NLS-MV-BT-OPENING (NLS-MV-BAND-SUB)
009650         TO NLS-MV-TOT-OPENING.
009660     ADD NLS-MV-BT-ADDED (NLS-MV-BAND-SUB) TO NLS-MV-TOT-ADDED.
009670     ADD NLS-MV-BT-DELETED (NLS-MV-BAND-SUB)
009680         TO NLS-MV-TOT-DELETED.
009690     ADD NLS-MV-BT-MOVED-IN (NLS-MV-BAND-SUB)
009700         TO NLS-MV-TOT-MOVED-IN.
009710     ADD NLS-MV-BT-MOVED-OUT (NLS-MV-BAND-SUB)
009720         TO NLS-MV-TOT-MOVED-OUT.
009730     ADD NLS-MV-BT-CLOSING (NLS-MV-BAND-SUB)
009740         TO NLS-MV-TOT-CLOSING.
009750     MOVE NLS-MV-BAND-LABEL (NLS-MV-BAND-SUB) TO NLS-MV-RL-LABEL.
009760     MOVE NLS-MV-BT-OPENING (NLS-MV-BAND-SUB)
009770         TO NLS-MV-RL-OPENING.
009780     MOVE NLS-MV-BT-ADDED (NLS-MV-BAND-SUB) TO NLS-MV-RL-ADDED.
009790     MOVE NLS-MV-BT-DELETED (NLS-MV-BAND-SUB)
009800         TO NLS-MV-RL-DELETED.
009810     MOVE NLS-MV-BT-MOVED-IN (NLS-MV-BAND-SUB)
009820         TO NLS-MV-RL-MOVED-IN.
009830     MOVE NLS-MV-BT-MOVED-OUT (NLS-MV-BAND-SUB)
009840         TO NLS-MV-RL-MOVED-OUT.
009850     MOVE NLS-MV-EXPECTED TO NLS-MV-RL-EXPECTED.
009860     MOVE NLS-MV-BT-CLOSING (NLS-MV-BAND-SUB)
009870         TO NLS-MV-RL-CLOSING.
009880     IF NLS-MV-EXPECTED = NLS-MV-BT-CLOSING (NLS-MV-BAND-SUB)
009890         MOVE "OK" TO NLS-MV-RL-STATUS
009900     ELSE
009910         MOVE "** OUT OF BALANCE" TO NLS-MV-RL-STATUS
009920         ADD 1 TO NLS-MV-BREAK-COUNT
009930     END-IF.
009940     WRITE NLS-MOV-PRINT-LINE FROM NLS-MV-RECON-LINE
009950         AFTER ADVANCING 1 LINE.
009960 7100-EXIT.
009970     EXIT.
009980*----------------------------------------------------------*
009990* 7200-RECONCILE-TOTAL                                     *
010000*----------------------------------------------------------*
010010 7200-RECONCILE-TOTAL.
010020     COMPUTE NLS-MV-TOT-EXPECTED =
010030             NLS-MV-TOT-OPENING + NLS-MV-TOT-ADDED
010040           - NLS-MV-TOT-DELETED + NLS-MV-TOT-MOVED-IN
010050           - NLS-MV-TOT-MOVED-OUT.
010060     MOVE "ALL ITEMS" TO NLS-MV-RL-LABEL.
010070     MOVE NLS-MV-TOT-OPENING TO NLS-MV-RL-OPENING.
010080     MOVE NLS-MV-TOT-ADDED TO NLS-MV-RL-ADDED.
010090     MOVE NLS-MV-TOT-DELETED TO NLS-MV-RL-DELETED.
010100     MOVE NLS-MV-TOT-MOVED-IN TO NLS-MV-RL-MOVED-IN.
010110     MOVE NLS-MV-TOT-MOVED-OUT TO NLS-MV-RL-MOVED-OUT.
010120     MOVE NLS-MV-TOT-EXPECTED TO NLS-MV-RL-EXPECTED.
010130     MOVE NLS-MV-TOT-CLOSING TO NLS-MV-RL-CLOSING.
010140     IF NLS-MV-TOT-EXPECTED = NLS-MV-TOT-CLOSING
010150             AND NLS-MV-TOT-MOVED-IN = NLS-MV-TOT-MOVED-OUT
010160         MOVE "OK" TO NLS-MV-RL-STATUS
010170     ELSE
010180         MOVE "** OUT OF BALANCE" TO NLS-MV-RL-STATUS
010190         ADD 1 TO NLS-MV-BREAK-COUNT
010200     END-IF.
010210     WRITE NLS-MOV-PRINT-LINE FROM NLS-MV-RECON-LINE
010220         AFTER ADVANCING 1 LINE.
010230 7200-EXIT.
010240     EXIT.
010250*----------------------------------------------------------*
010260* 7300-PRINT-COUNTS                                        *
010270*----------------------------------------------------------*
010280 7300-PRINT-COUNTS.
010290     MOVE SPACES TO NLS-MOV-PRINT-LINE.
010300     WRITE NLS-MOV-PRINT-LINE AFTER ADVANCING 1 LINE.
010310     MOVE "MOVED TO AN OLDER BAND" TO NLS-MV-TL-LABEL.
010320     MOVE NLS-MV-OLDER-COUNT TO NLS-MV-TL-COUNT.
010330     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010340     MOVE "NEWLY OVER 1 YEAR" TO NLS-MV-TL-LABEL.
010350     MOVE NLS-MV-NEW-1YR-COUNT TO NLS-MV-TL-COUNT.
010360     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010370     MOVE "YOUNGER OR INTO/OUT OF BAND 0" TO NLS-MV-TL-LABEL.
010380     MOVE NLS-MV-OTHER-MOVE-COUNT TO NLS-MV-TL-COUNT.
010390     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010400     MOVE "SAME BAND" TO NLS-MV-TL-LABEL.
010410     MOVE NLS-MV-UNCHANGED-COUNT TO NLS-MV-TL-COUNT.
010420     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010430     MOVE "ADDED" TO NLS-MV-TL-LABEL.
010440     MOVE NLS-MV-ADDED-COUNT TO NLS-MV-TL-COUNT.
010450     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010460     MOVE "DELETED" TO NLS-MV-TL-LABEL.
010470     MOVE NLS-MV-DELETED-COUNT TO NLS-MV-TL-COUNT.
010480     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010490     MOVE "AUDITED ADDS IN PERIOD" TO NLS-MV-TL-LABEL.
010500     MOVE NLS-MV-AUDIT-ADDS TO NLS-MV-TL-COUNT.
010510     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010520     MOVE "AUDITED DELETES IN PERIOD" TO NLS-MV-TL-LABEL.
010530     MOVE NLS-MV-AUDIT-DELETES TO NLS-MV-TL-COUNT.
010540     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010550     MOVE "AUDITED CHANGES IN PERIOD" TO NLS-MV-TL-LABEL.
010560     MOVE NLS-MV-AUDIT-CHANGES TO NLS-MV-TL-COUNT.
010570     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010580     MOVE "AUDIT-ONLY ADDS/DELETES" TO NLS-MV-TL-LABEL.
010590     MOVE NLS-MV-AUDIT-ONLY-COUNT TO NLS-MV-TL-COUNT.
010600     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010610     MOVE "** ADDS/DELETES WITH NO AUDIT" TO NLS-MV-TL-LABEL.
010620     MOVE NLS-MV-NO-AUDIT-COUNT TO NLS-MV-TL-COUNT.
010630     PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT.
010640     IF NLS-MV-OVERFLOW-COUNT > ZERO
010650         MOVE "TABLE OVERFLOW - NOT COMPARED" TO NLS-MV-TL-LABEL
010660         MOVE NLS-MV-OVERFLOW-COUNT TO NLS-MV-TL-COUNT
010670         PERFORM 7400-WRITE-TOTAL THRU 7400-EXIT
010680     END-IF.
010690 7300-EXIT.
010700     EXIT.
010710 7400-WRITE-TOTAL.
010720     WRITE NLS-MOV-PRINT-LINE FROM NLS-MV-TOTAL-LINE
010730         AFTER ADVANCING 1 LINE.
010740 7400-EXIT.
010750     EXIT.
010760*----------------------------------------------------------*
010770* 7500-BAND-LABEL                                          *
010780*   NLS-MV-LABEL-BAND/-BASIS IN, NLS-MV-LABEL-WORK OUT.    *
010790*----------------------------------------------------------*
010800 7500-BAND-LABEL.
010810     IF NLS-MV-LABEL-BASIS = "W"
010820             AND NLS-MV-LABEL-BAND > ZERO
010830         MOVE NLS-MV-WD-BAND-LABEL (NLS-MV-LABEL-BAND)
010840             TO NLS-MV-LABEL-WORK
010850     ELSE
010860         MOVE NLS-MV-BAND-LABEL (NLS-MV-LABEL-BAND + 1)
010870             TO NLS-MV-LABEL-WORK
010880     END-IF.
010890 7500-EXIT.
010900     EXIT.
010910*----------------------------------------------------------*
010920* 8000-REPORT-NO-COMPARISON                                *
010930*   NO SNAPSHOTS YET, OR ONLY THE FIRST MONTH-END -        *
010940*   NOTHING TO MOVE FROM. RC 4 SO THE SCHEDULE NOTICES IF  *
010950*   THIS PERSISTS PAST THE SECOND MONTH-END.               *
010960*----------------------------------------------------------*
010970 8000-REPORT-NO-COMPARISON.
010980     SET NLS-MV-NO-COMPARE TO TRUE.
010990     IF NLS-MV-CUR-SNAP-ID = LOW-VALUES
011000         MOVE "NLSAGMOV - NO MONTH-END SNAPSHOTS IN NLSAGHS,"
011010             & " NOTHING TO COMPARE" TO NLS-MOV-PRINT-LINE
011020     ELSE
011030         MOVE "NLSAGMOV - ONLY ONE MONTH-END SNAPSHOT IN NLSAGHS,"
011040             & " NOTHING TO COMPARE YET" TO NLS-MOV-PRINT-LINE
011050     END-IF.
011060     WRITE NLS-MOV-PRINT-LINE
011070         AFTER ADVANCING 1 LINE.
011080 8000-EXIT.
011090     EXIT.
011100*----------------------------------------------------------*
011110* 9000-CLOSE-REPORT                                        *
011120*----------------------------------------------------------*
011130 9000-CLOSE-REPORT.
011140     CLOSE NLS-MOVEMENT-REPORT.
011150 9000-EXIT.
011160     EXIT.
011170*----------------------------------------------------------*
011180* 9500-SET-RETURN-CODE                                     *
011186*   8 = NLSAGHS COULD NOT BE OPENED (OTHER THAN NOT FOUND) *
011188*   OR REOPENED FOR THE SECOND PASS,                       *
011192*   A BAND OUT OF BALANCE OR A TABLE OVERFLOW; 4 = AN      *
011200*   ADD OR DELETE NO NLSAGAU RECORD EXPLAINS, NLSAGAU NOT  *
011210*   AVAILABLE, OR NO TWO SNAPSHOTS TO COMPARE; 0 = EVERY   *
011220*   MOVEMENT ACCOUNTED FOR.                                *
011230*----------------------------------------------------------*
011240 9500-SET-RETURN-CODE.
011245     EVALUATE TRUE
011250         WHEN NLS-MV-HISTORY-FAILED
011255             MOVE 8 TO RETURN-CODE
011260         WHEN NLS-MV-BREAK-COUNT > ZERO
011270             MOVE 8 TO RETURN-CODE
011280         WHEN NLS-MV-OVERFLOW-COUNT > ZERO
011290             MOVE 8 TO RETURN-CODE
011300         WHEN NLS-MV-NO-COMPARE
011310             MOVE 4 TO RETURN-CODE
011320         WHEN NLS-MV-AUDIT-MISSING
011330             MOVE 4 TO RETURN-CODE
011340         WHEN NLS-MV-NO-AUDIT-COUNT > ZERO
011350             MOVE 4 TO RETURN-CODE
011360         WHEN OTHER
011370             MOVE ZERO TO RETURN-CODE
011380     END-EVALUATE.
011390 9500-EXIT.
011400     EXIT.
011410*----------------------------------------------------------*
011420* 9600-WRITE-RUN-LOG                                       *
011430*   ONE STEP RECORD FOR THE RUN-LEVEL AUDIT TRAIL - JOB,   *
011440*   PROGRAM, RETURN CODE, RECORD COUNTS AND ELAPSED        *
011450*   SECONDS - APPENDED THROUGH NLSRLOGW.                   *
011460*----------------------------------------------------------*
011470 9600-WRITE-RUN-LOG.
011480     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
011490     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
011500     COMPUTE NLS-RL-END-SECS = NLS-RL-TIME-HH * 3600
011510             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
011520     COMPUTE NLS-RL-ELAPSED =
011530             NLS-RL-END-SECS - NLS-RL-START-SECS.
011540     IF NLS-RL-ELAPSED < ZERO
011550         ADD 86400 TO NLS-RL-ELAPSED
011560     END-IF.
011570     ACCEPT NLS-RL-JOB-WORK FROM ENVIRONMENT "JOBNAME"
011580     END-ACCEPT.
011590     IF NLS-RL-JOB-WORK = SPACES
011600         MOVE "NLSAGING" TO NLS-RL-JOB-WORK
011610     END-IF.
011620     ACCEPT NLS-RL-DATE-WORK FROM DATE YYYYMMDD.
011630     MOVE SPACES TO NLS-RUN-LOG-RECORD.
011640     SET NLS-RL-STEP-RECORD TO TRUE.
011650     MOVE NLS-RL-JOB-WORK     TO NLS-RL-JOB-NAME.
011660     MOVE NLS-RL-DATE-WORK    TO NLS-RL-RUN-DATE.
011670     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-RL-RUN-TIME.
011680     MOVE "NLSAGMOV"          TO NLS-RL-PROGRAM-ID.
011690     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
011700     MOVE NLS-MV-RECORDS-READ TO NLS-RL-RECORDS-READ.
011710     MOVE ZERO                TO NLS-RL-RECORDS-WRITTEN.
011720     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
011730     MOVE SPACES              TO NLS-RL-VERDICT.
011740     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
011750     MOVE NLS-RL-SAVED-RC TO RETURN-CODE.
011760 9600-EXIT.
011770     EXIT.
011780*
011790 END PROGRAM "NLSAGMOV".
