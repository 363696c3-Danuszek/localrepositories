000327*                   NEW, THE EXACT MIS-PAGE THE AGE         *
000328*                   MARKING EXISTS TO PREVENT.              *
000329*----------------------------------------------------------*
000333*  2026-10-09  RLH  EACH FAILING KEY IS LOOKED UP IN THE    *
000334*                   NLSWAIV WAIVER REGISTER THROUGH         *
000335*                   NLSWAIVR AS OF THE RUN DATE. A FAILURE  *
000336*                   UNDER AN UNEXPIRED WAIVER IS STILL      *
000337*                   EXTRACTED (AGE "WAIVD") BUT IS NOT      *
000338*                   COUNTED OR PAGED; ONE UNDER AN EXPIRED  *
000339*                   WAIVER PAGES AS A NORMAL FAILURE AND    *
000341*                   RAISES A RENEW-OR-REMOVE CONSOLE LINE.  *
000342*                   RECORDS WRITTEN IN THE RUN LOG NOW      *
000343*                   COUNT EVERY EXCEPTION RECORD, WAIVED OR *
000344*                   NOT.                                    *
000345*----------------------------------------------------------*
000346 ENVIRONMENT DIVISION.
000347 CONFIGURATION SECTION.
000348 INPUT-OUTPUT SECTION.
000349 FILE-CONTROL.
000350     SELECT NLS-RESULT-FILE ASSIGN TO "NLSRSLT"
000360         ORGANIZATION INDEXED
000362         ACCESS MODE SEQUENTIAL
000722 77  NLS-FX-EDITED-KNOWN     PIC ZZZZ9.
000723 77  NLS-FX-PG-FOUND-SUB     PIC 9(03) COMP VALUE ZERO.
000724*----------------------------------------------------------*
000727* FAILURE-WAIVER SERVICE FIELDS                            *
000728*   A FAILING KEY SIGNED OFF IN NLSWAIV, AND NOT YET       *
000729*   EXPIRED, IS COUNTED IN NLS-FX-WAIVED-COUNT INSTEAD OF  *
000730*   NLS-FX-TOTAL-FAILURES AND IS NOT PAGED.                *
000731*----------------------------------------------------------*
000732     COPY NLSWVPM.
000733 77  NLS-FX-WAIVED-COUNT     PIC 9(05) COMP VALUE ZERO.
000734 77  NLS-FX-EXPIRED-COUNT    PIC 9(05) COMP VALUE ZERO.
000735 77  NLS-FX-EDITED-WAIVER    PIC ZZZZ9.
000736*----------------------------------------------------------*
000737* HEX-RENDERING WORK FIELDS                                *
000738*----------------------------------------------------------*
000739 77  NLS-FX-HEX-SOURCE       PIC X(50) VALUE SPACES.
000740 77  NLS-FX-HEX-RESULT       PIC X(100) VALUE SPACES.
000750 77  NLS-FX-HEX-SCAN-SUB     PIC 9(03) COMP VALUE ZERO.
000751*----------------------------------------------------------*
001147*----------------------------------------------------------*
001148* 2000-EXTRACT-ONE-RESULT                                  *
001149*   ONLY FAILED DETAIL CHECKS BECOME EXCEPTION RECORDS -   *
001150*   TRAILERS AND PASSES ARE NOT OPERATIONS' PROBLEM. A     *
001151*   WAIVED FAILURE IS STILL EXTRACTED, AGED "WAIVD", BUT   *
001152*   IS NOT COUNTED TOWARD THE PAGE.                        *
001153*----------------------------------------------------------*
001154 2000-EXTRACT-ONE-RESULT.
001155     IF NLS-TR-TRAILER OR NOT NLS-TR-FAIL
001156         GO TO 2000-NEXT
001157     END-IF.
001158     PERFORM 2200-CHECK-WAIVER THRU 2200-EXIT.
001159     IF NOT NLS-WP-WAIVED
001161         ADD 1 TO NLS-FX-TOTAL-FAILURES
001162         PERFORM 3000-COUNT-PROGRAM-FAILURE THRU 3000-EXIT
001163     END-IF.
001166     MOVE SPACES TO NLS-EXCEPTION-RECORD.
001170     MOVE NLS-TR-PROGRAM-ID   TO NLS-EX-PROGRAM-ID.
001180     MOVE NLS-TR-TEST-ID      TO NLS-EX-TEST-ID.
001190     MOVE NLS-TR-CHARSET-NAME TO NLS-EX-CHARSET-NAME.
001250     MOVE NLS-TR-ACTUAL-VALUE TO NLS-FX-HEX-SOURCE.
001260     PERFORM 4000-RENDER-HEX THRU 4000-EXIT.
001270     MOVE NLS-FX-HEX-RESULT   TO NLS-EX-ACTUAL-HEX.
001272     IF NLS-WP-WAIVED
001273         SET NLS-EX-WAIVED-FAILURE TO TRUE
001274         MOVE ZERO TO NLS-EX-FIRST-FAIL-DATE
001275     ELSE
001276         PERFORM 5000-CLASSIFY-FAILURE-AGE THRU 5000-EXIT
001277     END-IF.
001280     WRITE NLS-EXCEPTION-RECORD.
001290 2000-NEXT.
001300     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
001392         NOT AT END
001394             ADD 1 TO NLS-FX-RECORDS-READ
001400     END-READ.
001401 2100-EXIT.
001402     EXIT.
001403*----------------------------------------------------------*
001404* 2200-CHECK-WAIVER                                        *
001405*   LOOKS THE FAILING KEY UP IN THE NLSWAIV REGISTER AS OF *
001406*   THE RUN DATE. AN UNEXPIRED WAIVER IS NOTED ON SYSOUT   *
001407*   AND NOT PAGED; AN EXPIRED ONE GOES BACK TO BEING A     *
001408*   NORMAL FAILURE AND IS COUNTED FOR THE RENEWAL LINE.    *
001409*----------------------------------------------------------*
001410 2200-CHECK-WAIVER.
001411     MOVE "CK"                TO NLS-WP-FUNCTION.
001412     MOVE NLS-TR-PROGRAM-ID   TO NLS-WP-PROGRAM-ID.
001413     MOVE NLS-TR-TEST-ID      TO NLS-WP-TEST-ID.
001414     MOVE NLS-TR-RUN-DATE     TO NLS-WP-AS-OF-DATE.
001415     CALL "NLSWAIVR" USING NLS-WAIVER-PARMS.
001416     EVALUATE TRUE
001417         WHEN NLS-WP-WAIVED
001418             ADD 1 TO NLS-FX-WAIVED-COUNT
001419             DISPLAY "NLSFAIL " NLS-TR-PROGRAM-ID " "
001420                 NLS-TR-TEST-ID " WAIVED UNTIL "
001421                 NLS-WP-EXPIRY-DATE " - NOT PAGED"
001422         WHEN NLS-WP-EXPIRED
001423             ADD 1 TO NLS-FX-EXPIRED-COUNT
001424             DISPLAY "NLSFAIL " NLS-TR-PROGRAM-ID " "
001425                 NLS-TR-TEST-ID " WAIVER EXPIRED "
001426                 NLS-WP-EXPIRY-DATE " - PAGED AS A FAILURE"
001427     END-EVALUATE.
001428 2200-EXIT.
001429     EXIT.
001430*----------------------------------------------------------*
001440* 3000-COUNT-PROGRAM-FAILURE                               *
001450*----------------------------------------------------------*
002046*   THE CONSOLE MESSAGES - ONE SUMMARY LINE AND ONE LINE   *
002047*   PER FAILING PROGRAM - SO THE OPERATOR SEES THE RED     *
002048*   RUN THE SAME NIGHT IT HAPPENS, WITHOUT OPENING A       *
002049*   REPORT. FAILURES UNDER AN UNEXPIRED WAIVER ARE LEFT    *
002051*   OUT OF THE COUNTS; ANY UNDER AN EXPIRED WAIVER GET A   *
002052*   RENEWAL LINE OF THEIR OWN.                             *
002056*----------------------------------------------------------*
002060 8000-NOTIFY-OPERATIONS.
002070     EVALUATE TRUE
002080         WHEN NLS-FX-RESULT-MISSING
002090             DISPLAY "NLSFAIL *** CERTIFICATION RAN RED BUT "
002100                 "NO RESULT FILE EXISTS - INVESTIGATE ***"
002101                 UPON CONSOLE
002102         WHEN NLS-FX-TOTAL-FAILURES = ZERO
002103             AND NLS-FX-WAIVED-COUNT > ZERO
002104             MOVE NLS-FX-WAIVED-COUNT TO NLS-FX-EDITED-WAIVER
002105             DISPLAY "NLSFAIL *** A CERTIFICATION STEP ENDED "
002106                 "NONZERO WITH NO UNWAIVED FAILURE, "
002107                 NLS-FX-EDITED-WAIVER " WAIVED - CHECK NLSHCMP "
002108                 "FOR A CHANGED WAIVED RESULT ***"
002110                 UPON CONSOLE
002120         WHEN NLS-FX-TOTAL-FAILURES = ZERO
002130             DISPLAY "NLSFAIL *** A CERTIFICATION STEP ENDED "
002230                 VARYING NLS-FX-PG-SUB FROM 1 BY 1
002240                 UNTIL NLS-FX-PG-SUB > NLS-FX-PG-COUNT
002250     END-EVALUATE.
002251     IF NLS-FX-EXPIRED-COUNT > ZERO
002252         MOVE NLS-FX-EXPIRED-COUNT TO NLS-FX-EDITED-WAIVER
002253         DISPLAY "NLSFAIL *** " NLS-FX-EDITED-WAIVER
002254             " FAILED CHECK(S) UNDER AN EXPIRED WAIVER - "
002255             "RENEW OR REMOVE THE WAIVER ***"
002256             UPON CONSOLE
002257     END-IF.
002260 8000-EXIT.
002270     EXIT.
002280*----------------------------------------------------------*
002658     MOVE "NLSFAIL"           TO NLS-RL-PROGRAM-ID.
002659     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
002660     MOVE NLS-FX-RECORDS-READ TO NLS-RL-RECORDS-READ.
002661     COMPUTE NLS-RL-RECORDS-WRITTEN = NLS-FX-TOTAL-FAILURES
002662             + NLS-FX-WAIVED-COUNT.
002663     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
002664     MOVE SPACES              TO NLS-RL-VERDICT.
002665     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
