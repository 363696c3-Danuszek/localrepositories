000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    NLSWAIVR.
000120 AUTHOR.        NLS-CONFORMANCE-TEAM.
000130 INSTALLATION.  DATA-CENTER-1.
000140 DATE-WRITTEN.  2026-10-09.
000150 DATE-COMPILED.
000160*----------------------------------------------------------*
000170* MODIFICATION HISTORY                                     *
000180*----------------------------------------------------------*
000190*  2026-10-09  RLH  ORIGINAL VERSION. CALLABLE LOOKUP OVER  *
000200*                   THE NLSWAIV FAILURE-WAIVER REGISTER,    *
000210*                   BUILT THE WAY NLSCONV IS CALLED, SO     *
000220*                   THE CERTIFIERS, NLSRPT, NLSFAIL AND     *
000230*                   NLSHCMP ALL JUDGE A SIGNED-OFF FAILURE  *
000240*                   BY THE SAME RULES AND THE SAME DATES.   *
000250*----------------------------------------------------------*
000260*----------------------------------------------------------*
000270* PURPOSE                                                  *
000280*   FUNCTION "CK" LOOKS UP NLS-WP-PROGRAM-ID PLUS          *
000290*   NLS-WP-TEST-ID IN THE REGISTER. A WAIVER HOLDS UP TO   *
000300*   AND INCLUDING ITS EXPIRY DATE: ON OR BEFORE IT THE     *
000310*   STATUS IS 00, AFTER IT 20 - THE FAILURE COUNTS AGAIN   *
000320*   AND THE WAIVER IS DUE FOR RENEWAL OR REMOVAL. THE      *
000330*   DATE JUDGED IS NLS-WP-AS-OF-DATE, OR TODAY WHEN IT IS  *
000340*   ZERO; CALLERS JUDGING A STORED RESULT PASS THAT        *
000350*   RESULT'S RUN DATE SO A RERUN OF AN OLD REPORT GIVES    *
000360*   THE SAME ANSWER. FUNCTION "LS" RETURNS ENTRY           *
000370*   NLS-WP-ENTRY-NUMBER (1 UP) WITH STATUS 00 OR 20 BY THE *
000380*   SAME RULE, OR 30 PAST THE LAST ENTRY.                  *
000390*                                                          *
000400*   THE REGISTER IS LOADED ON THE FIRST CALL AND KEPT FOR  *
000410*   THE REST OF THE RUN. A CARD IS HONOURED ONLY WHEN IT   *
000420*   NAMES A KNOWN CERTIFICATION PROGRAM (NLSKPGM) AND A    *
000430*   TEST ID, CARRIES A REAL CCYYMMDD EXPIRY, AN APPROVER   *
000440*   AND A REASON, AND IS NOT A REPEAT OF AN EARLIER KEY -  *
000450*   ANYTHING ELSE IS LISTED ON SYSOUT AND COUNTED IN       *
000460*   NLS-WP-REJECT-COUNT, SO AN INCOMPLETE SIGN-OFF CAN     *
000470*   NEVER HIDE A FAILURE. NO REGISTER AT ALL IS STATUS 40  *
000480*   ON EVERY CALL: NOTHING IS WAIVED.                      *
000490*----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT NLS-WAIVER-FILE ASSIGN TO "NLSWAIV"
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS NLS-WAIVER-FILE-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  NLS-WAIVER-FILE.
000600     COPY NLSWAIV.
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------*
000630* FILE STATUS AND LOAD SWITCHES                            *
000640*   THE LOAD IS TRIED ONCE PER RUN; A REGISTER THAT WAS    *
000650*   NOT AVAILABLE ON THE FIRST CALL STAYS UNAVAILABLE, AND *
000660*   IS REPORTED ONLY THAT ONCE.                            *
000670*----------------------------------------------------------*
000680 77  NLS-WAIVER-FILE-STATUS      PIC X(02) VALUE SPACES.
000690 77  NLS-WR-EOF-SW               PIC X(01) VALUE "N".
000700     88  NLS-WR-EOF                         VALUE "Y".
000710 77  NLS-WR-LOAD-TRIED-SW        PIC X(01) VALUE "N".
000720     88  NLS-WR-LOAD-TRIED                  VALUE "Y".
000730 77  NLS-WR-READY-SW             PIC X(01) VALUE "N".
000740     88  NLS-WR-READY                       VALUE "Y".
000750*----------------------------------------------------------*
000760* WAIVER TABLE                                             *
000770*   ONE ENTRY PER HONOURED REGISTER CARD, IN REGISTER      *
000780*   ORDER.                                                 *
000790*----------------------------------------------------------*
000800 01  NLS-WR-TABLE.
000810     05  NLS-WR-COUNT            PIC 9(04) COMP VALUE ZERO.
000820     05  NLS-WR-ENTRY OCCURS 200 TIMES.
000830         10  NLS-WR-PROGRAM-ID   PIC X(08).
000840         10  NLS-WR-TEST-ID      PIC X(08).
000850         10  NLS-WR-EXPIRY-DATE  PIC 9(08).
000860         10  NLS-WR-APPROVER     PIC X(20).
000870         10  NLS-WR-REASON       PIC X(50).
000880 77  NLS-WR-REJECT-COUNT         PIC 9(04) COMP VALUE ZERO.
000890 77  NLS-WR-SUB                  PIC 9(04) COMP VALUE ZERO.
000900 77  NLS-WR-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
000910 77  NLS-WR-KP-SUB               PIC 9(03) COMP VALUE ZERO.
000920 77  NLS-WR-SEARCH-PROGRAM-ID    PIC X(08) VALUE SPACES.
000930 77  NLS-WR-SEARCH-TEST-ID       PIC X(08) VALUE SPACES.
000940 77  NLS-WR-AS-OF-DATE           PIC 9(08) VALUE ZERO.
000950 77  NLS-WR-TODAY                PIC 9(08) VALUE ZERO.
000960 77  NLS-WR-REJECT-REASON        PIC X(30) VALUE SPACES.
000970 77  NLS-WR-MATCH-SW             PIC X(01) VALUE "N".
000980     88  NLS-WR-MATCH-FOUND                 VALUE "Y".
000990*----------------------------------------------------------*
001000* KNOWN CERTIFICATION PROGRAMS                             *
001010*----------------------------------------------------------*
001020     COPY NLSKPGM.
001030 LINKAGE SECTION.
001040     COPY NLSWVPM.
001050 PROCEDURE DIVISION USING NLS-WAIVER-PARMS.
001060*----------------------------------------------------------*
001070* 0000-MAINLINE                                            *
001080*----------------------------------------------------------*
001090 0000-MAINLINE.
001100     MOVE ZERO TO NLS-WP-EXPIRY-DATE.
001110     MOVE SPACES TO NLS-WP-APPROVER.
001120     MOVE SPACES TO NLS-WP-REASON.
001130     SET NLS-WP-NOT-WAIVED TO TRUE.
001140     IF NOT NLS-WP-CHECK-KEY AND NOT NLS-WP-LIST-ENTRY
001150         SET NLS-WP-REQUEST-BAD TO TRUE
001160         GOBACK
001170     END-IF.
001180     IF NOT NLS-WR-LOAD-TRIED
001190         PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT
001200     END-IF.
001210     MOVE NLS-WR-COUNT TO NLS-WP-ENTRY-COUNT.
001220     MOVE NLS-WR-REJECT-COUNT TO NLS-WP-REJECT-COUNT.
001230     IF NOT NLS-WR-READY
001240         SET NLS-WP-REGISTER-UNAVAILABLE TO TRUE
001250         GOBACK
001260     END-IF.
001270     IF NLS-WP-AS-OF-DATE = ZERO
001280         MOVE NLS-WR-TODAY TO NLS-WR-AS-OF-DATE
001290     ELSE
001300         MOVE NLS-WP-AS-OF-DATE TO NLS-WR-AS-OF-DATE
001310     END-IF.
001320     IF NLS-WP-CHECK-KEY
001330         PERFORM 2000-CHECK-KEY THRU 2000-EXIT
001340     ELSE
001350         PERFORM 3000-LIST-ENTRY THRU 3000-EXIT
001360     END-IF.
001370     GOBACK.
001380*----------------------------------------------------------*
001390* 1000-LOAD-REGISTER                                       *
001400*   AN EMPTY REGISTER IS STILL A REGISTER - THE SERVICE IS *
001410*   READY AND SIMPLY FINDS NO WAIVERS. ONLY A MISSING OR   *
001420*   UNREADABLE DATASET MAKES IT UNAVAILABLE.               *
001430*----------------------------------------------------------*
001440 1000-LOAD-REGISTER.
001450     SET NLS-WR-LOAD-TRIED TO TRUE.
001460     ACCEPT NLS-WR-TODAY FROM DATE YYYYMMDD.
001470     OPEN INPUT NLS-WAIVER-FILE.
001480     IF NLS-WAIVER-FILE-STATUS NOT = "00"
001490         DISPLAY "NLSWAIVR NLSWAIV NOT AVAILABLE - STATUS "
001500             NLS-WAIVER-FILE-STATUS " - NO FAILURES WAIVED"
001510         GO TO 1000-EXIT
001520     END-IF.
001530     PERFORM 1100-READ-WAIVER THRU 1100-EXIT.
001540     PERFORM 1200-APPLY-WAIVER THRU 1200-EXIT
001550         UNTIL NLS-WR-EOF.
001560     CLOSE NLS-WAIVER-FILE.
001570     SET NLS-WR-READY TO TRUE.
001580     DISPLAY "NLSWAIVR LOADED " NLS-WR-COUNT " WAIVERS, "
001590         NLS-WR-REJECT-COUNT " REJECTED".
001600 1000-EXIT.
001610     EXIT.
001620*----------------------------------------------------------*
001630* 1100-READ-WAIVER                                         *
001640*----------------------------------------------------------*
001650 1100-READ-WAIVER.
001660     READ NLS-WAIVER-FILE
001670         AT END
001680             SET NLS-WR-EOF TO TRUE
001690     END-READ.
001700 1100-EXIT.
001710     EXIT.
001720*----------------------------------------------------------*
001730* 1200-APPLY-WAIVER                                        *
001740*   COMMENT CARDS AND BLANK CARDS ARE SKIPPED. EACH OTHER  *
001750*   CARD IS CHECKED BY 1300; ONE THAT FAILS IS LISTED AND  *
001760*   NOT LOADED.                                            *
001770*----------------------------------------------------------*
001780 1200-APPLY-WAIVER.
001790     IF NLS-WAIVER-RECORD (1:1) = "*"
001800             OR NLS-WAIVER-RECORD = SPACES
001810         GO TO 1200-NEXT
001820     END-IF.
001830     PERFORM 1300-VALIDATE-WAIVER THRU 1300-EXIT.
001840     IF NLS-WR-REJECT-REASON NOT = SPACES
001850         ADD 1 TO NLS-WR-REJECT-COUNT
001860         DISPLAY "NLSWAIVR WAIVER REJECTED - "
001870             NLS-WR-REJECT-REASON " - " NLS-WV-PROGRAM-ID " "
001880             NLS-WV-TEST-ID " " NLS-WV-EXPIRY-DATE
001890         GO TO 1200-NEXT
001900     END-IF.
001910     IF NLS-WR-COUNT NOT < 200
001920         ADD 1 TO NLS-WR-REJECT-COUNT
001930         DISPLAY "NLSWAIVR WAIVER IGNORED - TABLE FULL - "
001940             NLS-WV-PROGRAM-ID " " NLS-WV-TEST-ID
001950         GO TO 1200-NEXT
001960     END-IF.
001970     ADD 1 TO NLS-WR-COUNT.
001980     MOVE NLS-WV-PROGRAM-ID  TO NLS-WR-PROGRAM-ID (NLS-WR-COUNT).
001990     MOVE NLS-WV-TEST-ID     TO NLS-WR-TEST-ID (NLS-WR-COUNT).
002000     MOVE NLS-WV-EXPIRY-DATE TO NLS-WR-EXPIRY-DATE (NLS-WR-COUNT).
002010     MOVE NLS-WV-APPROVER    TO NLS-WR-APPROVER (NLS-WR-COUNT).
002020     MOVE NLS-WV-REASON      TO NLS-WR-REASON (NLS-WR-COUNT).
002030 1200-NEXT.
002040     PERFORM 1100-READ-WAIVER THRU 1100-EXIT.
002050 1200-EXIT.
002060     EXIT.
002070*----------------------------------------------------------*
002080* 1300-VALIDATE-WAIVER                                     *
002090*   LEAVES NLS-WR-REJECT-REASON BLANK WHEN THE CARD MAY BE *
002100*   HONOURED. A REPEATED KEY IS REJECTED SO THE REGISTER   *
002110*   CANNOT CARRY TWO EXPIRY DATES FOR ONE TEST.            *
002120*----------------------------------------------------------*
002130 1300-VALIDATE-WAIVER.
002140     MOVE SPACES TO NLS-WR-REJECT-REASON.
002150     MOVE "N" TO NLS-WR-MATCH-SW.
002160     PERFORM 1310-MATCH-KNOWN-PROGRAM THRU 1310-EXIT
002170         VARYING NLS-WR-KP-SUB FROM 1 BY 1
002180         UNTIL NLS-WR-KP-SUB > NLS-KP-COUNT
002190            OR NLS-WR-MATCH-FOUND.
002200     IF NOT NLS-WR-MATCH-FOUND
002210         MOVE "UNKNOWN PROGRAM ID" TO NLS-WR-REJECT-REASON
002220         GO TO 1300-EXIT
002230     END-IF.
002240     IF NLS-WV-TEST-ID = SPACES
002250         MOVE "NO TEST ID" TO NLS-WR-REJECT-REASON
002260         GO TO 1300-EXIT
002270     END-IF.
002280     IF NLS-WV-EXPIRY-DATE NOT NUMERIC
002290         MOVE "EXPIRY NOT CCYYMMDD" TO NLS-WR-REJECT-REASON
002300         GO TO 1300-EXIT
002310     END-IF.
002320     IF NLS-WV-EXPIRY-CCYY < 2000
002330             OR NLS-WV-EXPIRY-MM < 1 OR NLS-WV-EXPIRY-MM > 12
002340             OR NLS-WV-EXPIRY-DD < 1 OR NLS-WV-EXPIRY-DD > 31
002350         MOVE "EXPIRY NOT CCYYMMDD" TO NLS-WR-REJECT-REASON
002360         GO TO 1300-EXIT
002370     END-IF.
002380     IF NLS-WV-APPROVER = SPACES
002390         MOVE "NO APPROVER" TO NLS-WR-REJECT-REASON
002400         GO TO 1300-EXIT
002410     END-IF.
002420     IF NLS-WV-REASON = SPACES
002430         MOVE "NO REASON" TO NLS-WR-REJECT-REASON
002440         GO TO 1300-EXIT
002450     END-IF.
002460     MOVE NLS-WV-PROGRAM-ID TO NLS-WR-SEARCH-PROGRAM-ID.
002470     MOVE NLS-WV-TEST-ID TO NLS-WR-SEARCH-TEST-ID.
002480     PERFORM 2100-FIND-KEY THRU 2100-EXIT.
002490     IF NLS-WR-FOUND-SUB > ZERO
002500         MOVE "DUPLICATE PROGRAM/TEST" TO NLS-WR-REJECT-REASON
002510     END-IF.
002520 1300-EXIT.
002530     EXIT.
002540*----------------------------------------------------------*
002550* 1310-MATCH-KNOWN-PROGRAM                                 *
002560*----------------------------------------------------------*
002570 1310-MATCH-KNOWN-PROGRAM.
002580     IF NLS-WV-PROGRAM-ID = NLS-KP-ID (NLS-WR-KP-SUB)
002590         SET NLS-WR-MATCH-FOUND TO TRUE
002600     END-IF.
002610 1310-EXIT.
002620     EXIT.
002630*----------------------------------------------------------*
002640* 2000-CHECK-KEY                                           *
002650*----------------------------------------------------------*
002660 2000-CHECK-KEY.
002670     MOVE NLS-WP-PROGRAM-ID TO NLS-WR-SEARCH-PROGRAM-ID.
002680     MOVE NLS-WP-TEST-ID TO NLS-WR-SEARCH-TEST-ID.
002690     PERFORM 2100-FIND-KEY THRU 2100-EXIT.
002700     IF NLS-WR-FOUND-SUB = ZERO
002710         SET NLS-WP-NOT-WAIVED TO TRUE
002720         GO TO 2000-EXIT
002730     END-IF.
002740     MOVE NLS-WR-FOUND-SUB TO NLS-WR-SUB.
002750     PERFORM 4000-RETURN-ENTRY THRU 4000-EXIT.
002760 2000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------*
002790* 2100-FIND-KEY                                            *
002800*   SETS NLS-WR-FOUND-SUB TO THE ENTRY FOR THE SEARCH      *
002810*   PROGRAM AND TEST, OR ZERO.                             *
002820*----------------------------------------------------------*
002830 2100-FIND-KEY.
002840     MOVE ZERO TO NLS-WR-FOUND-SUB.
002850     PERFORM 2110-COMPARE-ENTRY THRU 2110-EXIT
002860         VARYING NLS-WR-SUB FROM 1 BY 1
002870         UNTIL NLS-WR-SUB > NLS-WR-COUNT
002880            OR NLS-WR-FOUND-SUB > ZERO.
002890 2100-EXIT.
002900     EXIT.
002910*----------------------------------------------------------*
002920* 2110-COMPARE-ENTRY                                       *
002930*----------------------------------------------------------*
002940 2110-COMPARE-ENTRY.
002950     IF NLS-WR-PROGRAM-ID (NLS-WR-SUB)
002960                 = NLS-WR-SEARCH-PROGRAM-ID
002970             AND NLS-WR-TEST-ID (NLS-WR-SUB)
002980                 = NLS-WR-SEARCH-TEST-ID
002990         MOVE NLS-WR-SUB TO NLS-WR-FOUND-SUB
003000     END-IF.
003010 2110-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040* 3000-LIST-ENTRY                                          *
003050*----------------------------------------------------------*
003060 3000-LIST-ENTRY.
003070     IF NLS-WP-ENTRY-NUMBER < 1
003080             OR NLS-WP-ENTRY-NUMBER > NLS-WR-COUNT
003090         SET NLS-WP-NO-SUCH-ENTRY TO TRUE
003100         GO TO 3000-EXIT
003110     END-IF.
003120     MOVE NLS-WP-ENTRY-NUMBER TO NLS-WR-SUB.
003130     MOVE NLS-WR-PROGRAM-ID (NLS-WR-SUB) TO NLS-WP-PROGRAM-ID.
003140     MOVE NLS-WR-TEST-ID (NLS-WR-SUB) TO NLS-WP-TEST-ID.
003150     PERFORM 4000-RETURN-ENTRY THRU 4000-EXIT.
003160 3000-EXIT.
003170     EXIT.
003180*----------------------------------------------------------*
003190* 4000-RETURN-ENTRY                                        *
003200*   RETURNS ENTRY NLS-WR-SUB AND JUDGES IT AGAINST THE     *
003210*   AS-OF DATE: THE EXPIRY DATE ITSELF IS STILL COVERED.   *
003220*----------------------------------------------------------*
003230 4000-RETURN-ENTRY.
003240     MOVE NLS-WR-EXPIRY-DATE (NLS-WR-SUB) TO NLS-WP-EXPIRY-DATE.
003250     MOVE NLS-WR-APPROVER (NLS-WR-SUB) TO NLS-WP-APPROVER.
003260     MOVE NLS-WR-REASON (NLS-WR-SUB) TO NLS-WP-REASON.
003270     IF NLS-WR-EXPIRY-DATE (NLS-WR-SUB) < NLS-WR-AS-OF-DATE
003280         SET NLS-WP-EXPIRED TO TRUE
003290     ELSE
003300         SET NLS-WP-WAIVED TO TRUE
003310     END-IF.
003320 4000-EXIT.
003330     EXIT.
003340*
003350 END PROGRAM "NLSWAIVR".
