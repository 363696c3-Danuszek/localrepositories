000411*                   ITS OWN STEP RECORD THROUGH NLSRLOGW   *
000412*                   FOR THE RUN-LEVEL AUDIT TRAIL.         *
000413*----------------------------------------------------------*
000414*  2026-10-09  RLH  HONOURS THE NLSWAIV FAILURE-WAIVER      *
000415*                   REGISTER THROUGH NLSWAIVR. A FAILED     *
000416*                   CHECK UNDER AN UNEXPIRED WAIVER (AS OF  *
000417*                   ITS RUN DATE) PRINTS AS WAIV, IS        *
000418*                   COUNTED AS WAIVED INSTEAD OF FAILED AND *
000419*                   IS LEFT OUT OF THE VERDICT AND RETURN   *
000420*                   CODE. NEW SECTIONS LIST THE WAIVED      *
000421*                   FAILURES WITH APPROVER, REASON AND      *
000422*                   EXPIRY, AND EVERY EXPIRED REGISTER      *
000423*                   ENTRY FOR RENEWAL. THE S AND V EXTRACT  *
000424*                   ROWS GAIN A TRAILING WAIVED COUNT.      *
000425*----------------------------------------------------------*
000426 ENVIRONMENT DIVISION.
000427 CONFIGURATION SECTION.
000428 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT NLS-RESULT-FILE ASSIGN TO "NLSRSLT"
000450         ORGANIZATION INDEXED
000810 77  NLS-RP-TOTAL-PASS       PIC 9(05) COMP VALUE ZERO.
000820 77  NLS-RP-TOTAL-FAIL       PIC 9(05) COMP VALUE ZERO.
000830 77  NLS-RP-TOTAL-OTHER      PIC 9(05) COMP VALUE ZERO.
000831 77  NLS-RP-TOTAL-WAIVED     PIC 9(05) COMP VALUE ZERO.
000832 77  NLS-RP-TOTAL-EXPIRED    PIC 9(05) COMP VALUE ZERO.
000840*----------------------------------------------------------*
000850* PER-CHARACTER-SET SUBTOTAL TABLE                         *
000860*   ONE ENTRY PER DISTINCT NLS-TR-CHARSET-NAME SEEN; 50    *
000930         10  NLS-RP-ST-CHARSET   PIC X(20).
000940         10  NLS-RP-ST-PASS-CTR  PIC 9(05) COMP.
000950         10  NLS-RP-ST-FAIL-CTR  PIC 9(05) COMP.
000951         10  NLS-RP-ST-WAIVED-CTR PIC 9(05) COMP.
000960 77  NLS-RP-ST-SUB           PIC 9(03) COMP VALUE ZERO.
000970 77  NLS-RP-ST-MATCH-SW      PIC X(01) VALUE "N".
000980     88  NLS-RP-ST-MATCH-FOUND          VALUE "Y".
001170 77  NLS-RP-RECON-ERROR-SW   PIC X(01) VALUE "N".
001180     88  NLS-RP-RECON-ERROR             VALUE "Y".
001190*----------------------------------------------------------*
001191* WAIVED-FAILURE TABLE                                     *
001192*   ONE ENTRY PER FAILED CHECK AN UNEXPIRED NLSWAIV        *
001193*   WAIVER COVERED, FOR THE WAIVED-FAILURES SECTION.       *
001194*   OVERFLOW IS COUNTED AND REPORTED - THE WAIVER STILL    *
001195*   APPLIES TO THE TOTALS.                                 *
001196*----------------------------------------------------------*
001197 01  NLS-RP-WAIVED-TABLE.
001198     05  NLS-RP-WV-COUNT         PIC 9(03) COMP VALUE ZERO.
001199     05  NLS-RP-WV-ENTRY OCCURS 100 TIMES.
001201         10  NLS-RP-WV-PROGRAM   PIC X(08).
001202         10  NLS-RP-WV-TEST-ID   PIC X(08).
001203         10  NLS-RP-WV-CHARSET   PIC X(20).
001204         10  NLS-RP-WV-EXPIRY    PIC 9(08).
001205         10  NLS-RP-WV-APPROVER  PIC X(20).
001206         10  NLS-RP-WV-REASON    PIC X(50).
001207 77  NLS-RP-WV-SUB           PIC 9(03) COMP VALUE ZERO.
001208 77  NLS-RP-WV-OVERFLOW      PIC 9(05) COMP VALUE ZERO.
001209 77  NLS-RP-WAIVED-SW        PIC X(01) VALUE "N".
001211     88  NLS-RP-RESULT-WAIVED           VALUE "Y".
001212*----------------------------------------------------------*
001213* FAILURE-WAIVER SERVICE FIELDS                            *
001214*   THE REGISTER ITSELF IS READ ONLY THROUGH NLSWAIVR; THE *
001215*   EXPIRED-WAIVER LIST WALKS IT ENTRY BY ENTRY.           *
001216*----------------------------------------------------------*
001217     COPY NLSWVPM.
001218 77  NLS-RP-WV-LIST-SUB      PIC 9(04) COMP VALUE ZERO.
001219 77  NLS-RP-WV-LIST-DONE-SW  PIC X(01) VALUE "N".
001221     88  NLS-RP-WV-LIST-DONE            VALUE "Y".
001222 77  NLS-RP-WV-EXPIRED-LISTED PIC 9(05) COMP VALUE ZERO.
001223*----------------------------------------------------------*
001224* HEX-RENDERING WORK FIELDS                                *
001225*   ONLY THE OCCUPIED BYTES OF A VALUE ARE RENDERED, SO A  *
001226*   MOSTLY-BLANK FIELD DOES NOT PRINT FORTY-ODD "20"S.     *
001230*----------------------------------------------------------*
001240 77  NLS-RP-HEX-SOURCE       PIC X(50) VALUE SPACES.
001250 77  NLS-RP-HEX-SCAN-SUB     PIC 9(03) COMP VALUE ZERO.
001270 77  NLS-RP-XT-ACTUAL-HEX    PIC X(100) VALUE SPACES.
001272 77  NLS-RP-XT-PASS-COUNT    PIC 9(05) VALUE ZERO.
001274 77  NLS-RP-XT-FAIL-COUNT    PIC 9(05) VALUE ZERO.
001275 77  NLS-RP-XT-WAIVED-COUNT  PIC 9(05) VALUE ZERO.
001276 77  NLS-RP-XT-RUN-DATE      PIC 9(08) VALUE ZERO.
001278 77  NLS-RP-XT-RUN-TIME      PIC 9(06) VALUE ZERO.
001279*----------------------------------------------------------*
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  FILLER              PIC X(05) VALUE "FAIL ".
001880     05  NLS-RP-SL-FAIL      PIC ZZZZ9.
001890     05  FILLER              PIC X(02) VALUE SPACES.
001891     05  FILLER              PIC X(07) VALUE "WAIVED ".
001892     05  NLS-RP-SL-WAIVED    PIC ZZZZ9.
001893     05  FILLER              PIC X(72) VALUE SPACES.
001900 01  NLS-RP-SUMMARY-LINE.
001910     05  FILLER              PIC X(02) VALUE SPACES.
001920     05  NLS-RP-SM-LABEL     PIC X(30).
001930     05  NLS-RP-SM-COUNT     PIC ZZZZ9.
001940     05  FILLER              PIC X(95) VALUE SPACES.
001941 01  NLS-RP-WAIVER-LINE.
001942     05  FILLER              PIC X(02) VALUE SPACES.
001943     05  NLS-RP-WL-PROGRAM   PIC X(08).
001944     05  FILLER              PIC X(02) VALUE SPACES.
001945     05  NLS-RP-WL-TEST-ID   PIC X(08).
001946     05  FILLER              PIC X(02) VALUE SPACES.
001947     05  NLS-RP-WL-CHARSET   PIC X(20).
001948     05  FILLER              PIC X(02) VALUE SPACES.
001949     05  NLS-RP-WL-LABEL     PIC X(06).
001951     05  NLS-RP-WL-EXPIRY    PIC 9(08).
001952     05  FILLER              PIC X(02) VALUE SPACES.
001953     05  NLS-RP-WL-APPROVER  PIC X(20).
001954     05  FILLER              PIC X(02) VALUE SPACES.
001955     05  NLS-RP-WL-REASON    PIC X(50).
001957 01  NLS-RP-VERDICT-LINE.
001960     05  FILLER              PIC X(02) VALUE SPACES.
001970     05  FILLER              PIC X(32) VALUE
001980         "OVERALL CERTIFICATION VERDICT : ".
002110             UNTIL NLS-RP-RESULT-EOF
002120         PERFORM 5000-PRINT-SUBTOTALS THRU 5000-EXIT
002130         PERFORM 5500-PRINT-RECONCILIATION THRU 5500-EXIT
002131         PERFORM 5700-PRINT-WAIVERS THRU 5700-EXIT
002140         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002150     END-IF.
002160     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002670     MOVE NLS-TR-PROGRAM-ID   TO NLS-RP-DL-PROGRAM.
002680     MOVE NLS-TR-TEST-ID      TO NLS-RP-DL-TEST-ID.
002690     MOVE NLS-TR-CHARSET-NAME TO NLS-RP-DL-CHARSET.
002691     PERFORM 3200-CHECK-WAIVER THRU 3200-EXIT.
002700     EVALUATE TRUE
002710         WHEN NLS-TR-PASS
002720             MOVE "PASS" TO NLS-RP-DL-RESULT
002721         WHEN NLS-TR-FAIL AND NLS-RP-RESULT-WAIVED
002722             MOVE "WAIV" TO NLS-RP-DL-RESULT
002730         WHEN NLS-TR-FAIL
002740             MOVE "FAIL" TO NLS-RP-DL-RESULT
002750         WHEN OTHER
002960*----------------------------------------------------------*
002970 3100-READ-RESULT.
002980     READ NLS-RESULT-FILE
002981         AT END
002982             SET NLS-RP-RESULT-EOF TO TRUE
002983     END-READ.
002984 3100-EXIT.
002985     EXIT.
002986*----------------------------------------------------------*
002987* 3200-CHECK-WAIVER                                        *
002988*   A FAILED CHECK IS LOOKED UP IN THE NLSWAIV REGISTER AS *
002989*   OF ITS OWN RUN DATE, THE SAME JUDGEMENT THE            *
002990*   CERTIFICATION STEP MADE. AN UNEXPIRED WAIVER TAKES IT  *
002991*   OUT OF THE FAILURE TOTALS AND ONTO THE WAIVED-FAILURES *
002992*   LIST; AN EXPIRED ONE LEAVES IT A NORMAL FAILURE.       *
002993*----------------------------------------------------------*
002994 3200-CHECK-WAIVER.
002995     MOVE "N" TO NLS-RP-WAIVED-SW.
002996     IF NOT NLS-TR-FAIL
002997         GO TO 3200-EXIT
002998     END-IF.
002999     MOVE "CK"              TO NLS-WP-FUNCTION.
003000     MOVE NLS-TR-PROGRAM-ID TO NLS-WP-PROGRAM-ID.
003001     MOVE NLS-TR-TEST-ID    TO NLS-WP-TEST-ID.
003002     MOVE NLS-TR-RUN-DATE   TO NLS-WP-AS-OF-DATE.
003003     CALL "NLSWAIVR" USING NLS-WAIVER-PARMS.
003004     IF NLS-WP-EXPIRED
003005         ADD 1 TO NLS-RP-TOTAL-EXPIRED
003006     END-IF.
003007     IF NOT NLS-WP-WAIVED
003008         GO TO 3200-EXIT
003009     END-IF.
003010     SET NLS-RP-RESULT-WAIVED TO TRUE.
003011     IF NLS-RP-WV-COUNT NOT < 100
003012         ADD 1 TO NLS-RP-WV-OVERFLOW
003013         GO TO 3200-EXIT
003014     END-IF.
003015     ADD 1 TO NLS-RP-WV-COUNT.
003016     MOVE NLS-RP-WV-COUNT TO NLS-RP-WV-SUB.
003017     MOVE NLS-TR-PROGRAM-ID TO NLS-RP-WV-PROGRAM (NLS-RP-WV-SUB).
003018     MOVE NLS-TR-TEST-ID TO NLS-RP-WV-TEST-ID (NLS-RP-WV-SUB).
003019     MOVE NLS-TR-CHARSET-NAME
003020         TO NLS-RP-WV-CHARSET (NLS-RP-WV-SUB).
003021     MOVE NLS-WP-EXPIRY-DATE TO NLS-RP-WV-EXPIRY (NLS-RP-WV-SUB).
003022     MOVE NLS-WP-APPROVER
003023         TO NLS-RP-WV-APPROVER (NLS-RP-WV-SUB).
003024     MOVE NLS-WP-REASON TO NLS-RP-WV-REASON (NLS-RP-WV-SUB).
003025 3200-EXIT.
003030     EXIT.
003040*----------------------------------------------------------*
003050* 3300-PRINT-HEX-LINE                                      *
003660                 TO NLS-RP-ST-CHARSET (NLS-RP-ST-SUB)
003670             MOVE ZERO TO NLS-RP-ST-PASS-CTR (NLS-RP-ST-SUB)
003680             MOVE ZERO TO NLS-RP-ST-FAIL-CTR (NLS-RP-ST-SUB)
003681             MOVE ZERO TO NLS-RP-ST-WAIVED-CTR (NLS-RP-ST-SUB)
003690             PERFORM 4200-COUNT-INTO-ENTRY THRU 4200-EXIT
003700         ELSE
003710             ADD 1 TO NLS-RP-ST-OVERFLOW
003920         WHEN NLS-TR-PASS
003930             ADD 1 TO NLS-RP-ST-PASS-CTR (NLS-RP-ST-SUB)
003940             ADD 1 TO NLS-RP-TOTAL-PASS
003941         WHEN NLS-TR-FAIL AND NLS-RP-RESULT-WAIVED
003942             ADD 1 TO NLS-RP-ST-WAIVED-CTR (NLS-RP-ST-SUB)
003943             ADD 1 TO NLS-RP-TOTAL-WAIVED
003950         WHEN NLS-TR-FAIL
003960             ADD 1 TO NLS-RP-ST-FAIL-CTR (NLS-RP-ST-SUB)
003970             ADD 1 TO NLS-RP-TOTAL-FAIL
004950         TO NLS-RP-SL-PASS.
004960     MOVE NLS-RP-ST-FAIL-CTR (NLS-RP-ST-SUB)
004970         TO NLS-RP-SL-FAIL.
004971     MOVE NLS-RP-ST-WAIVED-CTR (NLS-RP-ST-SUB)
004972         TO NLS-RP-SL-WAIVED.
004980     WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-SUBTOTAL-LINE
004990         AFTER ADVANCING 1 LINE.
005000     ADD 1 TO NLS-RP-LINE-COUNT.
005028         TO NLS-RP-XT-PASS-COUNT.
005029     MOVE NLS-RP-ST-FAIL-CTR (NLS-RP-ST-SUB)
005030         TO NLS-RP-XT-FAIL-COUNT.
005031     MOVE NLS-RP-ST-WAIVED-CTR (NLS-RP-ST-SUB)
005032         TO NLS-RP-XT-WAIVED-COUNT.
005033     MOVE SPACES TO NLS-XT-EXTRACT-LINE.
005034     STRING "S" ";"
005035         NLS-RP-ST-CHARSET (NLS-RP-ST-SUB) ";"
005036         NLS-RP-XT-PASS-COUNT ";"
005037         NLS-RP-XT-FAIL-COUNT ";"
005038         NLS-RP-XT-WAIVED-COUNT
005039         DELIMITED BY SIZE INTO NLS-XT-EXTRACT-LINE.
005040     WRITE NLS-XT-EXTRACT-LINE.
005041 5150-EXIT.
005042     EXIT.
005043*----------------------------------------------------------*
005044* 5500-PRINT-RECONCILIATION                                *
005050*   WHAT EACH PROGRAM'S TRAILER CLAIMS IT WROTE VERSUS THE *
005060*   DETAIL RECORDS ACTUALLY READ. SHORT (LOST RECORDS),    *
005070*   OVER (DUPLICATES), AND MISSING-TRAILER FILES ALL FAIL  *
005490 5510-EXIT.
005500     EXIT.
005510*----------------------------------------------------------*
005511* 5700-PRINT-WAIVERS                                       *
005512*   TWO SECTIONS FROM THE NLSWAIV FAILURE-WAIVER REGISTER: *
005513*   THE FAILED CHECKS AN UNEXPIRED WAIVER COVERED THIS RUN *
005514*   (REPORTED, BUT LEFT OUT OF THE TOTALS AND VERDICT),    *
005515*   AND EVERY REGISTER ENTRY THAT HAS EXPIRED - ITS TEST   *
005516*   COUNTS AS A NORMAL FAILURE AGAIN, AND THE ENTRY IS     *
005517*   LISTED ON EVERY RUN UNTIL SOMEONE RENEWS OR REMOVES IT *
005518*   SO NO EXEMPTION QUIETLY BECOMES PERMANENT.             *
005519*----------------------------------------------------------*
005521 5700-PRINT-WAIVERS.
005522     IF NLS-RP-LINE-COUNT > NLS-RP-LINES-PER-PAGE
005523         PERFORM 3500-START-NEW-PAGE THRU 3500-EXIT
005524     END-IF.
005525     MOVE SPACES TO NLS-RPT-PRINT-LINE.
005526     WRITE NLS-RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005527     MOVE "  WAIVED FAILURES - NOT COUNTED IN THE VERDICT"
005528         TO NLS-RPT-PRINT-LINE.
005529     WRITE NLS-RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005531     ADD 2 TO NLS-RP-LINE-COUNT.
005532     IF NLS-RP-WV-COUNT = ZERO
005533         MOVE "  NONE" TO NLS-RPT-PRINT-LINE
005534         WRITE NLS-RPT-PRINT-LINE AFTER ADVANCING 1 LINE
005535         ADD 1 TO NLS-RP-LINE-COUNT
005536     END-IF.
005537     PERFORM 5710-PRINT-ONE-WAIVED THRU 5710-EXIT
005538         VARYING NLS-RP-WV-SUB FROM 1 BY 1
005539         UNTIL NLS-RP-WV-SUB > NLS-RP-WV-COUNT.
005541     IF NLS-RP-WV-OVERFLOW > ZERO
005542         MOVE "  WAIVED-FAILURE TABLE OVERFLOW - SOME NOT LISTED"
005543             TO NLS-RPT-PRINT-LINE
005544         WRITE NLS-RPT-PRINT-LINE AFTER ADVANCING 1 LINE
005545         ADD 1 TO NLS-RP-LINE-COUNT
005546     END-IF.
005547     MOVE SPACES TO NLS-RPT-PRINT-LINE.
005548     WRITE NLS-RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005549     MOVE "  EXPIRED WAIVERS - FAILING AGAIN, RENEW OR REMOVE"
005551         TO NLS-RPT-PRINT-LINE.
005552     WRITE NLS-RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005553     ADD 2 TO NLS-RP-LINE-COUNT.
005554     MOVE "N" TO NLS-RP-WV-LIST-DONE-SW.
005555     PERFORM 5750-LIST-ONE-REGISTER-ENTRY THRU 5750-EXIT
005556         VARYING NLS-RP-WV-LIST-SUB FROM 1 BY 1
005557         UNTIL NLS-RP-WV-LIST-DONE.
005558     IF NLS-WP-REGISTER-UNAVAILABLE
005559         MOVE "  NLSWAIV REGISTER NOT AVAILABLE - NOTHING WAIVED"
005560             TO NLS-RPT-PRINT-LINE
005561         WRITE NLS-RPT-PRINT-LINE AFTER ADVANCING 1 LINE
005562         ADD 1 TO NLS-RP-LINE-COUNT
005563         GO TO 5700-EXIT
005564     END-IF.
005565     IF NLS-RP-WV-EXPIRED-LISTED = ZERO
005566         MOVE "  NONE" TO NLS-RPT-PRINT-LINE
005567         WRITE NLS-RPT-PRINT-LINE AFTER ADVANCING 1 LINE
005568         ADD 1 TO NLS-RP-LINE-COUNT
005569     END-IF.
005570     IF NLS-WP-REJECT-COUNT > ZERO
005571         MOVE NLS-WP-REJECT-COUNT TO NLS-RP-SM-COUNT
005572         MOVE "REGISTER CARDS REJECTED" TO NLS-RP-SM-LABEL
005573         WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-SUMMARY-LINE
005574             AFTER ADVANCING 1 LINE
005575         ADD 1 TO NLS-RP-LINE-COUNT
005576     END-IF.
005577 5700-EXIT.
005578     EXIT.
005579*----------------------------------------------------------*
005580* 5710-PRINT-ONE-WAIVED                                    *
005581*----------------------------------------------------------*
005582 5710-PRINT-ONE-WAIVED.
005583     IF NLS-RP-LINE-COUNT > NLS-RP-LINES-PER-PAGE
005584         PERFORM 3500-START-NEW-PAGE THRU 3500-EXIT
005585     END-IF.
005586     MOVE NLS-RP-WV-PROGRAM (NLS-RP-WV-SUB)  TO NLS-RP-WL-PROGRAM.
005587     MOVE NLS-RP-WV-TEST-ID (NLS-RP-WV-SUB)  TO NLS-RP-WL-TEST-ID.
005588     MOVE NLS-RP-WV-CHARSET (NLS-RP-WV-SUB)  TO NLS-RP-WL-CHARSET.
005589     MOVE "UNTIL "                           TO NLS-RP-WL-LABEL.
005590     MOVE NLS-RP-WV-EXPIRY (NLS-RP-WV-SUB)   TO NLS-RP-WL-EXPIRY.
005591     MOVE NLS-RP-WV-APPROVER (NLS-RP-WV-SUB)
005592         TO NLS-RP-WL-APPROVER.
005593     MOVE NLS-RP-WV-REASON (NLS-RP-WV-SUB)   TO NLS-RP-WL-REASON.
005594     WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-WAIVER-LINE
005595         AFTER ADVANCING 1 LINE.
005596     ADD 1 TO NLS-RP-LINE-COUNT.
005597 5710-EXIT.
005598     EXIT.
005599*----------------------------------------------------------*
005600* 5750-LIST-ONE-REGISTER-ENTRY                             *
005601*   ASKS NLSWAIVR FOR REGISTER ENTRY NLS-RP-WV-LIST-SUB,   *
005602*   JUDGED AS OF TODAY, AND PRINTS IT WHEN IT HAS EXPIRED. *
005603*   THE LIST ENDS PAST THE LAST ENTRY, OR AT ONCE WHEN     *
005604*   THERE IS NO REGISTER.                                  *
005605*----------------------------------------------------------*
005606 5750-LIST-ONE-REGISTER-ENTRY.
005607     MOVE "LS"               TO NLS-WP-FUNCTION.
005608     MOVE NLS-RP-WV-LIST-SUB TO NLS-WP-ENTRY-NUMBER.
005609     MOVE ZERO               TO NLS-WP-AS-OF-DATE.
005610     CALL "NLSWAIVR" USING NLS-WAIVER-PARMS.
005611     IF NOT NLS-WP-WAIVED AND NOT NLS-WP-EXPIRED
005612         SET NLS-RP-WV-LIST-DONE TO TRUE
005613         GO TO 5750-EXIT
005614     END-IF.
005615     IF NLS-WP-WAIVED
005616         GO TO 5750-EXIT
005617     END-IF.
005618     IF NLS-RP-LINE-COUNT > NLS-RP-LINES-PER-PAGE
005619         PERFORM 3500-START-NEW-PAGE THRU 3500-EXIT
005620     END-IF.
005621     MOVE NLS-WP-PROGRAM-ID  TO NLS-RP-WL-PROGRAM.
005622     MOVE NLS-WP-TEST-ID     TO NLS-RP-WL-TEST-ID.
005623     MOVE SPACES             TO NLS-RP-WL-CHARSET.
005624     MOVE "ENDED "           TO NLS-RP-WL-LABEL.
005625     MOVE NLS-WP-EXPIRY-DATE TO NLS-RP-WL-EXPIRY.
005626     MOVE NLS-WP-APPROVER    TO NLS-RP-WL-APPROVER.
005627     MOVE NLS-WP-REASON      TO NLS-RP-WL-REASON.
005628     WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-WAIVER-LINE
005629         AFTER ADVANCING 1 LINE.
005630     ADD 1 TO NLS-RP-LINE-COUNT.
005631     ADD 1 TO NLS-RP-WV-EXPIRED-LISTED.
005632 5750-EXIT.
005633     EXIT.
005634*----------------------------------------------------------*
005635* 6000-PRINT-SUMMARY                                       *
005636*   FINAL SUMMARY PAGE - TOTALS AND THE OVERALL VERDICT.   *
005637*   THE VERDICT MATCHES THE CERTIFICATION STEPS' RETURN    *
005638*   CODES: ANY FAILED CHECK ANYWHERE MEANS FAIL, UNLESS AN *
005639*   UNEXPIRED NLSWAIV WAIVER COVERS IT - WAIVED FAILURES   *
005640*   ARE COUNTED SEPARATELY AND LEFT OUT OF THE VERDICT.    *
005641*----------------------------------------------------------*
005642 6000-PRINT-SUMMARY.
005643     PERFORM 3500-START-NEW-PAGE THRU 3500-EXIT.
005644     MOVE "TOTAL CHECKS PASSED" TO NLS-RP-SM-LABEL.
005645     MOVE NLS-RP-TOTAL-PASS TO NLS-RP-SM-COUNT.
005646     WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-SUMMARY-LINE
005647         AFTER ADVANCING 1 LINE.
005648     MOVE "TOTAL CHECKS FAILED" TO NLS-RP-SM-LABEL.
005649     MOVE NLS-RP-TOTAL-FAIL TO NLS-RP-SM-COUNT.
005650     WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-SUMMARY-LINE
005660         AFTER ADVANCING 1 LINE.
005661     IF NLS-RP-TOTAL-WAIVED > ZERO
005662         MOVE "TOTAL FAILURES WAIVED" TO NLS-RP-SM-LABEL
005663         MOVE NLS-RP-TOTAL-WAIVED TO NLS-RP-SM-COUNT
005664         WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-SUMMARY-LINE
005665             AFTER ADVANCING 1 LINE
005666     END-IF.
005670     IF NLS-RP-TOTAL-OTHER > ZERO
005680         MOVE "CHECKS WITH NO P/F FLAG" TO NLS-RP-SM-LABEL
005690         MOVE NLS-RP-TOTAL-OTHER TO NLS-RP-SM-COUNT
005691         WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-SUMMARY-LINE
005692             AFTER ADVANCING 1 LINE
005693     END-IF.
005694     IF NLS-RP-TOTAL-EXPIRED > ZERO
005695         MOVE "FAILURES WITH EXPIRED WAIVER" TO NLS-RP-SM-LABEL
005696         MOVE NLS-RP-TOTAL-EXPIRED TO NLS-RP-SM-COUNT
005700         WRITE NLS-RPT-PRINT-LINE FROM NLS-RP-SUMMARY-LINE
005710             AFTER ADVANCING 1 LINE
005720     END-IF.
005866 6500-WRITE-EXTRACT-VERDICT.
005867     MOVE NLS-RP-TOTAL-PASS TO NLS-RP-XT-PASS-COUNT.
005868     MOVE NLS-RP-TOTAL-FAIL TO NLS-RP-XT-FAIL-COUNT.
005869     MOVE NLS-RP-TOTAL-WAIVED TO NLS-RP-XT-WAIVED-COUNT.
005870     MOVE SPACES TO NLS-XT-EXTRACT-LINE.
005871     STRING "V" ";"
005872         NLS-RP-VD-VERDICT ";"
005873         NLS-RP-XT-PASS-COUNT ";"
005874         NLS-RP-XT-FAIL-COUNT ";"
005881         NLS-RP-XT-WAIVED-COUNT
005882         DELIMITED BY SIZE INTO NLS-XT-EXTRACT-LINE.
005883     WRITE NLS-XT-EXTRACT-LINE.
005884 6500-EXIT.
005885     EXIT.
005886*----------------------------------------------------------*
005887* 9000-CLOSE-FILES                                         *
005890*----------------------------------------------------------*
005900 9000-CLOSE-FILES.
005910     IF NOT NLS-RP-RESULT-MISSING
005960     EXIT.
005970*----------------------------------------------------------*
005980* 9500-SET-RETURN-CODE                                     *
005990*   0 = EVERY CHECK PASSED OR IS WAIVED; 4 = AN UNWAIVED   *
006000*   FAILURE, AN UNREADABLE FLAG OR AN EMPTY FILE; 8 = NO   *
006010*   RESULT FILE AT ALL, SO NOBODY MISTAKES A MISSING RUN   *
006020*   FOR A CLEAN ONE.                                       *
006030*----------------------------------------------------------*
006040 9500-SET-RETURN-CODE.
006050     EVALUATE TRUE
006223 9700-WRITE-RUN-LOG.
006224     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
006225     PERFORM 9650-STAMP-RUN-LOG-COMMON THRU 9650-EXIT.
006226     ADD NLS-RP-TOTAL-PASS NLS-RP-TOTAL-FAIL NLS-RP-TOTAL-OTHER
006227         NLS-RP-TOTAL-WAIVED GIVING NLS-RL-READ-WORK.
006228     MOVE SPACES TO NLS-RUN-LOG-RECORD.
006229     SET NLS-RL-STEP-RECORD TO TRUE.
006230     MOVE NLS-RL-JOB-WORK     TO NLS-RL-JOB-NAME.
