000330*                   OVERFLOWING TABLE SILENTLY EXCLUDES     *
000331*                   TESTS FROM THE REGRESSION GATE.         *
000332*----------------------------------------------------------*
000334*  2026-10-09  RLH  THE RUN TABLES NOW CARRY EACH TEST'S    *
000335*                   ACTUAL VALUE. A TEST FAILING IN BOTH    *
000336*                   RUNS WHOSE ACTUAL VALUE CHANGED, AND    *
000337*                   WHICH IS UNDER AN UNEXPIRED NLSWAIV     *
000338*                   WAIVER (LOOKED UP THROUGH NLSWAIVR AS   *
000339*                   OF THE CURRENT RUN DATE), IS LISTED AS  *
000341*                   "** WAIVED CHG" AND SETS RC 8 LIKE A    *
000342*                   REGRESSION - A WAIVER COVERS ONE        *
000343*                   SIGNED-OFF RESULT, NOT ANY RESULT.      *
000344*----------------------------------------------------------*
000346*----------------------------------------------------------*
000348* PURPOSE                                                  *
000350*   READS THE CUMULATIVE NLSHIST RUN-HISTORY FILE WRITTEN  *
000360*   BY NLSHARCH, IDENTIFIES THE TWO MOST RECENT RUN        *
000370*   IDENTIFIERS, AND PRINTS A RUN-OVER-RUN COMPARISON.     *
000820         10  NLS-HC-CUR-PROGRAM  PIC X(08).
000830         10  NLS-HC-CUR-TEST-ID  PIC X(08).
000840         10  NLS-HC-CUR-FLAG     PIC X(01).
000841         10  NLS-HC-CUR-ACTUAL   PIC X(50).
000850 01  NLS-HC-PREVIOUS-RUN-TABLE.
000860     05  NLS-HC-PRV-COUNT        PIC 9(03) COMP VALUE ZERO.
000870     05  NLS-HC-PRV-ENTRY OCCURS 400 TIMES.
000880         10  NLS-HC-PRV-PROGRAM  PIC X(08).
000890         10  NLS-HC-PRV-TEST-ID  PIC X(08).
000900         10  NLS-HC-PRV-FLAG     PIC X(01).
000901         10  NLS-HC-PRV-ACTUAL   PIC X(50).
000910 77  NLS-HC-CUR-SUB          PIC 9(03) COMP VALUE ZERO.
000920 77  NLS-HC-PRV-SUB          PIC 9(03) COMP VALUE ZERO.
000930 77  NLS-HC-OVERFLOW-COUNT   PIC 9(05) COMP VALUE ZERO.
001010 77  NLS-HC-NOW-PASS-COUNT   PIC 9(03) COMP VALUE ZERO.
001020 77  NLS-HC-UNCHANGED-COUNT  PIC 9(03) COMP VALUE ZERO.
001030 77  NLS-HC-DROPPED-COUNT    PIC 9(03) COMP VALUE ZERO.
001031 77  NLS-HC-WAIVED-CHG-COUNT PIC 9(03) COMP VALUE ZERO.
001032*----------------------------------------------------------*
001033* FAILURE-WAIVER SERVICE FIELDS                            *
001034*   NLSWAIVR SAYS WHETHER A TEST STILL FAILING IS SIGNED   *
001035*   OFF IN THE NLSWAIV REGISTER AS OF THE CURRENT RUN.     *
001036*----------------------------------------------------------*
001037     COPY NLSWVPM.
001040*----------------------------------------------------------*
001050* REPORT LINE LAYOUTS                                      *
001060*----------------------------------------------------------*
002300                 TO NLS-HC-CUR-TEST-ID (NLS-HC-CUR-COUNT)
002310             MOVE NLS-HR-PASS-FAIL-FLAG
002320                 TO NLS-HC-CUR-FLAG (NLS-HC-CUR-COUNT)
002321             MOVE NLS-HR-ACTUAL-VALUE
002322                 TO NLS-HC-CUR-ACTUAL (NLS-HC-CUR-COUNT)
002330         ELSE
002340             ADD 1 TO NLS-HC-OVERFLOW-COUNT
002350         END-IF
002430                 TO NLS-HC-PRV-TEST-ID (NLS-HC-PRV-COUNT)
002440             MOVE NLS-HR-PASS-FAIL-FLAG
002450                 TO NLS-HC-PRV-FLAG (NLS-HC-PRV-COUNT)
002451             MOVE NLS-HR-ACTUAL-VALUE
002452                 TO NLS-HC-PRV-ACTUAL (NLS-HC-PRV-COUNT)
002460         ELSE
002470             ADD 1 TO NLS-HC-OVERFLOW-COUNT
002480         END-IF
003450                 WRITE NLS-CMP-PRINT-LINE
003460                     FROM NLS-HC-DETAIL-LINE
003470                     AFTER ADVANCING 1 LINE
003473             WHEN "F" ALSO "F"
003476                 PERFORM 4250-CHECK-WAIVED-CHANGE THRU 4250-EXIT
003480             WHEN OTHER
003490                 ADD 1 TO NLS-HC-UNCHANGED-COUNT
003491         END-EVALUATE
003492     END-IF.
003493 4200-EXIT.
003494     EXIT.
003495*----------------------------------------------------------*
003496* 4250-CHECK-WAIVED-CHANGE                                 *
003497*   A TEST FAILING IN BOTH RUNS IS UNCHANGED UNLESS IT IS  *
003498*   UNDER AN UNEXPIRED NLSWAIV WAIVER AND ITS ACTUAL VALUE *
003499*   MOVED - THE WAIVER SIGNED OFF ONE KNOWN WRONG RESULT,  *
003500*   NOT WHATEVER THE CHECK PRODUCES NEXT.                  *
003501*----------------------------------------------------------*
003502 4250-CHECK-WAIVED-CHANGE.
003503     IF NLS-HC-CUR-ACTUAL (NLS-HC-CUR-SUB) =
003504             NLS-HC-PRV-ACTUAL (NLS-HC-PRV-SUB)
003505         ADD 1 TO NLS-HC-UNCHANGED-COUNT
003506         GO TO 4250-EXIT
003507     END-IF.
003508     MOVE "CK" TO NLS-WP-FUNCTION.
003509     MOVE NLS-HC-CUR-PROGRAM (NLS-HC-CUR-SUB)
003510         TO NLS-WP-PROGRAM-ID.
003511     MOVE NLS-HC-CUR-TEST-ID (NLS-HC-CUR-SUB)
003512         TO NLS-WP-TEST-ID.
003513     MOVE NLS-HC-CURRENT-RUN-ID (1:8) TO NLS-WP-AS-OF-DATE.
003514     CALL "NLSWAIVR" USING NLS-WAIVER-PARMS.
003515     IF NLS-WP-WAIVED
003516         ADD 1 TO NLS-HC-WAIVED-CHG-COUNT
003517         MOVE "** WAIVED CHG" TO NLS-HC-DL-CATEGORY
003518         WRITE NLS-CMP-PRINT-LINE FROM NLS-HC-DETAIL-LINE
003519             AFTER ADVANCING 1 LINE
003520     ELSE
003521         ADD 1 TO NLS-HC-UNCHANGED-COUNT
003522     END-IF.
003523 4250-EXIT.
003530     EXIT.
003540*----------------------------------------------------------*
003550* 4300-CHECK-ONE-DROPPED                                   *
004010     MOVE NLS-HC-REGRESSION-COUNT TO NLS-HC-TL-COUNT.
004020     WRITE NLS-CMP-PRINT-LINE FROM NLS-HC-TOTAL-LINE
004030         AFTER ADVANCING 1 LINE.
004031     MOVE "WAIVED RESULT CHANGED" TO NLS-HC-TL-LABEL.
004032     MOVE NLS-HC-WAIVED-CHG-COUNT TO NLS-HC-TL-COUNT.
004033     WRITE NLS-CMP-PRINT-LINE FROM NLS-HC-TOTAL-LINE
004034         AFTER ADVANCING 1 LINE.
004040     MOVE "NEW TESTS"    TO NLS-HC-TL-LABEL.
004050     MOVE NLS-HC-NEW-TEST-COUNT TO NLS-HC-TL-COUNT.
004060     WRITE NLS-CMP-PRINT-LINE FROM NLS-HC-TOTAL-LINE
004450     EXIT.
004460*----------------------------------------------------------*
004470* 9500-SET-RETURN-CODE                                     *
004480*   8 FLAGS AT LEAST ONE REGRESSION, OR A WAIVED FAILURE   *
004487*   WHOSE ACTUAL VALUE MOVED, SO THE JOB GOES RED ON THE   *
004494*   SCHEDULE; 0 MEANS NOTHING THAT PASSED LAST RUN FAILS   *
004501*   NOW AND NO WAIVED RESULT CHANGED.                      *
004510*----------------------------------------------------------*
004520 9500-SET-RETURN-CODE.
004530     IF NLS-HC-REGRESSION-COUNT > ZERO
004531             OR NLS-HC-WAIVED-CHG-COUNT > ZERO
004540         MOVE 8 TO RETURN-CODE
004550     ELSE
004560         MOVE ZERO TO RETURN-CODE
