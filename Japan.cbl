000885*                   KEYED CONVERSION INTRODUCED (THE OLD    *
000886*                   OPEN OUTPUT ALWAYS CREATED THE FILE).   *
000887*----------------------------------------------------------*
000891*  2026-10-09  RLH  A FAILING CHECK NOW ASKS THE NLSWAIVR   *
000892*                   WAIVER SERVICE WHETHER THE NLSWAIV      *
000893*                   REGISTER HAS SIGNED IT OFF. AN          *
000894*                   UNEXPIRED WAIVER (AS OF THE RUN DATE)   *
000895*                   IS STILL WRITTEN TO NLSRSLT AS F BUT    *
000896*                   COUNTED AS WAIVED, NOT AS A FAILURE, SO *
000897*                   IT NO LONGER RAISES THE RETURN CODE OR  *
000898*                   NLSDRIVR'S. AN EXPIRED WAIVER COUNTS AS *
000899*                   A NORMAL FAILURE AGAIN AND IS NOTED ON  *
000900*                   SYSOUT.                                 *
000901*----------------------------------------------------------*
000902*  2026-10-15  RLH  NLS-WAIVED-COUNT IS NOW DISPLAYED AT    *
000903*                   CLOSE WITH THE CHECKS RECORDED AND THE  *
000904*                   UNWAIVED FAILURES.                      *
000905*----------------------------------------------------------*
000906*④②で算出した年月日から③まで算出した年月日までの期間
000907*　　　　　　　　　　　　　　　　　　　＞　1年0月0日　の場合
000908 ENVIRONMENT DIVISION.
000909 CONFIGURATION SECTION.
000910*SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
000920*TEST 2
000930 INPUT-OUTPUT SECTION.
001930 77  NLS-CHECKPOINT-FILE-STATUS PIC X(02) VALUE SPACES.
001940 77  NLS-CKPT-RESTART-COUNT  PIC 9(09) COMP VALUE ZERO.
001950 77  NLS-CKPT-RECORDS-READ   PIC 9(09) COMP VALUE ZERO.
001951*----------------------------------------------------------*
001952* FAILURE-WAIVER SERVICE FIELDS                            *
001953*   A FAILING CHECK SIGNED OFF IN NLSWAIV, AND NOT YET     *
001954*   EXPIRED, IS COUNTED IN NLS-WAIVED-COUNT INSTEAD OF     *
001955*   NLS-FAILURE-COUNT BELOW. BOTH ARE DISPLAYED AT CLOSE.  *
001956*----------------------------------------------------------*
001957     COPY NLSWVPM.
001958 77  NLS-WAIVED-COUNT        PIC 9(03) COMP VALUE ZERO.
001960*----------------------------------------------------------*
001970* CALLABLE-SUBROUTINE HEALTH FIELDS                         *
001980*   LETS A CALLING DRIVER PROGRAM TELL FROM RETURN-CODE      *
005420* 7000-WRITE-RESULT-RECORD                                 *
005430*   STAGES ONE NLS-TEST-RESULT RECORD FROM THE NLS-WR-*     *
005440*   FIELDS SET UP BY THE CALLING CHECK PARAGRAPH.           *
005442*   A FAILURE SIGNED OFF IN NLSWAIV IS STILL WRITTEN AS F - *
005444*   THE REPORT, EXTRACT AND HISTORY STEPS JUDGE THE WAIVER  *
005446*   FOR THEMSELVES - BUT ONLY AN UNWAIVED OR EXPIRED ONE    *
005448*   COUNTS TOWARDS THE RETURN CODE.                         *
005450*----------------------------------------------------------*
005460 7000-WRITE-RESULT-RECORD.
005470     MOVE SPACES TO NLS-TEST-RESULT.
005550     MOVE NLS-WR-ACTUAL       TO NLS-TR-ACTUAL-VALUE.
005560     MOVE NLS-RESULT-FLAG     TO NLS-TR-PASS-FAIL-FLAG.
005570     IF NLS-FAIL
005571         MOVE "CK"            TO NLS-WP-FUNCTION
005572         MOVE "COHELLO"       TO NLS-WP-PROGRAM-ID
005573         MOVE NLS-WR-TEST-ID  TO NLS-WP-TEST-ID
005574         MOVE NLS-RS-RUN-DATE TO NLS-WP-AS-OF-DATE
005575         CALL "NLSWAIVR" USING NLS-WAIVER-PARMS
005576         IF NLS-WP-WAIVED
005577             ADD 1 TO NLS-WAIVED-COUNT
005578             DISPLAY "COHELLO " NLS-WR-TEST-ID
005579                 " FAILED - WAIVED UNTIL " NLS-WP-EXPIRY-DATE
005580         ELSE
005581             ADD 1 TO NLS-FAILURE-COUNT
005582         END-IF
005583         IF NLS-WP-EXPIRED
005584             DISPLAY "COHELLO " NLS-WR-TEST-ID
005585                 " FAILED - WAIVER EXPIRED " NLS-WP-EXPIRY-DATE
005586                 " - COUNTED AS A FAILURE"
005587         END-IF
005590     END-IF.
005600     WRITE NLS-TEST-RESULT
005602         INVALID KEY
005774             REWRITE NLS-TEST-RESULT
005776     END-WRITE.
005780     CLOSE NLS-RESULT-FILE.
005782     DISPLAY "COHELLO " NLS-RS-RECORDS-WRITTEN
005784         " CHECKS RECORDED, " NLS-FAILURE-COUNT " FAILED, "
005786         NLS-WAIVED-COUNT " WAIVED".
005790 9000-EXIT.
005800     EXIT.
005810*----------------------------------------------------------*
