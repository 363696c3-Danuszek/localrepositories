000340*                   KEYED CONVERSION INTRODUCED (THE OLD    *
000341*                   OPEN OUTPUT ALWAYS CREATED THE FILE).   *
000342*----------------------------------------------------------*
000345*  2026-10-09  RLH  A FAILING CHECK NOW ASKS THE NLSWAIVR   *
000346*                   WAIVER SERVICE WHETHER THE NLSWAIV      *
000347*                   REGISTER HAS SIGNED IT OFF. AN          *
000348*                   UNEXPIRED WAIVER (AS OF THE RUN DATE)   *
000349*                   IS STILL WRITTEN TO NLSRSLT AS F BUT    *
000351*                   COUNTED AS WAIVED, NOT AS A FAILURE, SO *
000352*                   IT NO LONGER RAISES THE RETURN CODE OR  *
000353*                   NLSDRIVR'S. AN EXPIRED WAIVER COUNTS AS *
000354*                   A NORMAL FAILURE AGAIN AND IS NOTED ON  *
000355*                   SYSOUT.                                 *
000356*----------------------------------------------------------*
000357*  2026-10-15  RLH  NLS-WAIVED-COUNT IS NOW DISPLAYED AT    *
000358*                   CLOSE WITH THE CHECKS RECORDED AND THE  *
000359*                   UNWAIVED FAILURES.                      *
000361*----------------------------------------------------------*
000362 ENVIRONMENT DIVISION.
000363 CONFIGURATION SECTION.
000364 INPUT-OUTPUT SECTION.
000365 FILE-CONTROL.
000370     SELECT NLS-RESULT-FILE ASSIGN TO "NLSRSLT"
000380         ORGANIZATION INDEXED
000382         ACCESS MODE DYNAMIC
001400 77  NLS-CHECKPOINT-FILE-STATUS PIC X(02) VALUE SPACES.
001410 77  NLS-CKPT-RESTART-COUNT  PIC 9(09) COMP VALUE ZERO.
001420 77  NLS-CKPT-RECORDS-READ   PIC 9(09) COMP VALUE ZERO.
001421*----------------------------------------------------------*
001422* FAILURE-WAIVER SERVICE FIELDS                            *
001423*   A FAILING CHECK SIGNED OFF IN NLSWAIV, AND NOT YET     *
001424*   EXPIRED, IS COUNTED IN NLS-WAIVED-COUNT INSTEAD OF     *
001425*   NLS-FAILURE-COUNT BELOW. BOTH ARE DISPLAYED AT CLOSE.  *
001426*----------------------------------------------------------*
001427     COPY NLSWVPM.
001428 77  NLS-WAIVED-COUNT        PIC 9(03) COMP VALUE ZERO.
001430*----------------------------------------------------------*
001440* CALLABLE-SUBROUTINE HEALTH FIELDS                         *
001450*----------------------------------------------------------*
004620* 7000-WRITE-RESULT-RECORD                                 *
004630*   STAGES ONE KEYED NLS-TEST-RESULT RECORD FROM THE       *
004640*   NLS-WR-* FIELDS SET UP BY THE CALLING CHECK PARAGRAPH. *
004642*   A FAILURE SIGNED OFF IN NLSWAIV IS STILL WRITTEN AS F  *
004644*   - THE REPORT, EXTRACT AND HISTORY STEPS JUDGE THE      *
004646*   WAIVER FOR THEMSELVES - BUT ONLY AN UNWAIVED OR        *
004648*   EXPIRED ONE COUNTS TOWARDS THE RETURN CODE.            *
004650*----------------------------------------------------------*
004660 7000-WRITE-RESULT-RECORD.
004670     MOVE SPACES TO NLS-TEST-RESULT.
004750     MOVE NLS-WR-ACTUAL       TO NLS-TR-ACTUAL-VALUE.
004760     MOVE NLS-RESULT-FLAG     TO NLS-TR-PASS-FAIL-FLAG.
004770     IF NLS-FAIL
004771         MOVE "CK"            TO NLS-WP-FUNCTION
004772         MOVE "EURCERT"       TO NLS-WP-PROGRAM-ID
004773         MOVE NLS-WR-TEST-ID  TO NLS-WP-TEST-ID
004774         MOVE NLS-RS-RUN-DATE TO NLS-WP-AS-OF-DATE
004775         CALL "NLSWAIVR" USING NLS-WAIVER-PARMS
004776         IF NLS-WP-WAIVED
004777             ADD 1 TO NLS-WAIVED-COUNT
004778             DISPLAY "EURCERT " NLS-WR-TEST-ID
004779                 " FAILED - WAIVED UNTIL " NLS-WP-EXPIRY-DATE
004780         ELSE
004781             ADD 1 TO NLS-FAILURE-COUNT
004782         END-IF
004783         IF NLS-WP-EXPIRED
004784             DISPLAY "EURCERT " NLS-WR-TEST-ID
004785                 " FAILED - WAIVER EXPIRED " NLS-WP-EXPIRY-DATE
004786                 " - COUNTED AS A FAILURE"
004787         END-IF
004790     END-IF.
004800     WRITE NLS-TEST-RESULT
004802         INVALID KEY
004974             REWRITE NLS-TEST-RESULT
004976     END-WRITE.
004980     CLOSE NLS-RESULT-FILE.
004982     DISPLAY "EURCERT " NLS-RS-RECORDS-WRITTEN
004984         " CHECKS RECORDED, " NLS-FAILURE-COUNT " FAILED, "
004986         NLS-WAIVED-COUNT " WAIVED".
004990 9000-EXIT.
005000     EXIT.
005010*----------------------------------------------------------*
