000335*                   SJIS PAIR COULD WIDEN THE CERTIFIED     *
000336*                   SET BY ITS GOOD HALF BEFORE.            *
000337*----------------------------------------------------------*
000338*  2026-10-05  RLH  THE PARTNER RECORD IS NOW LAID OUT BY   *
000339*                   THE NLSPDATA COPYBOOK (INVOICE ID,      *
000341*                   PARTNER NAME, FREE TEXT); THE SCAN      *
000342*                   STILL JUDGES ALL 100 BYTES.             *
000343*----------------------------------------------------------*
000344*  2026-10-07  RLH  THE SCAN NOW GATES ON THE CERTIFICATION *
000345*                   VERDICT. THE LATEST NLSHIST RUN HOLDING *
000346*                   JAPCOB1'S HALF-WIDTH SWEEP IS READ, AND *
000347*                   A CODE POINT WHOSE SWEEP TEST FAILED    *
000348*                   THERE NO LONGER CERTIFIES ITS BYTE - IT *
000349*                   IS REPORTED UNDER ITS OWN EXCEPTION     *
000350*                   REASON, NOT AS A BYTE OUTSIDE THE       *
000351*                   TABLE. A SCAN IS NOT CALLED CLEAN WHEN  *
000352*                   THAT RUN IS OLDER THAN THE PSCCTL       *
000353*                   "DAYS NNN" LIMIT (DEFAULT 30) OR NO     *
000354*                   SWEEP RUN IS ON FILE.                   *
000355*----------------------------------------------------------*
000356*  2026-10-12  RLH  THE SCAN NOW WRITES THE NLSPSCAN JOB'S  *
000357*                   RUN HEADER AND ITS OWN STEP RECORD TO   *
000358*                   THE NLSRLOG RUN-LOG THROUGH NLSRLOGW,   *
000359*                   AS THE CERTIFICATION AND AGING JOBS DO, *
000360*                   SO ITS ELAPSED TIME AND THROUGHPUT CAN  *
000361*                   BE WATCHED AGAINST THE BATCH WINDOW. A  *
000362*                   RESTARTED SCAN LOGS ONLY THE RECORDS IT *
000363*                   SCANNED ITSELF.                         *
000364*----------------------------------------------------------*
000365*  2026-10-15  RLH  THE SECOND OPEN OF NLSHIST, FOR THE     *
000366*                   SWEEP-RESULT PASS, IS NOW CHECKED AND   *
000367*                   MARKS THE CERTIFICATION STALE ON        *
000368*                   FAILURE. BYTES THAT FAILED THE SWEEP    *
000369*                   ARE COLLECTED APART FROM THE BYTES      *
000370*                   OUTSIDE THE TABLE: A MIXED (B)          *
000371*                   EXCEPTION NOW CARRIES THE OFFSET AND    *
000372*                   HEX OF THE BYTES OUTSIDE THE TABLE      *
000373*                   ONLY, SO NLSPSCOR NO LONGER CHARGES THE *
000374*                   PARTNER FOR UNCERTIFIED BYTES.          *
000375*----------------------------------------------------------*
000376*----------------------------------------------------------*
000377* PURPOSE                                                  *
000378*   THE CERTIFICATION SUITE PROVES THE COMPILER AND CODE   *
000379*   PAGES HEALTHY; THIS SCAN PROVES THE PARTNER DATA       *
000380*   ITSELF STAYS INSIDE THE CERTIFIED SET. A BYTE IS       *
000390*   ACCEPTED WHEN IT IS IN THE INVARIANT PRINTABLE RANGE   *
000400*   (X"20" THROUGH X"7E") OR APPEARS ON EITHER SIDE OF A   *
000410*   CERTIFIED NLSCPTB CODE POINT; A SHIFT-JIS BYTE WHOSE   *
000415*   CODE POINT FAILED THE LATEST SWEEP IS UNCERTIFIED;     *
000420*   EVERYTHING ELSE IS OUTSIDE THE TABLE. RETURN CODE 0 =  *
000425*   CLEAN SCAN AGAINST A CURRENT CERTIFICATION, 4 = AT     *
000430*   LEAST ONE EXCEPTION RECORD WRITTEN OR THE              *
000435*   CERTIFICATION STALE OR MISSING, 8 = NO PARTNER DATA OR *
000440*   NO CODEPAGE TABLE TO JUDGE IT BY.                      *
000450*----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000590     SELECT NLS-CHECKPOINT-FILE ASSIGN TO "PSCCKPT"
000600         ORGANIZATION LINE SEQUENTIAL
000610         FILE STATUS IS NLS-CHECKPOINT-FILE-STATUS.
000611     SELECT NLS-HISTORY-FILE ASSIGN TO "NLSHIST"
000612         ORGANIZATION LINE SEQUENTIAL
000613         FILE STATUS IS NLS-HISTORY-FILE-STATUS.
000614     SELECT NLS-SCAN-CONTROL ASSIGN TO "PSCCTL"
000615         ORGANIZATION LINE SEQUENTIAL
000616         FILE STATUS IS NLS-SCAN-CONTROL-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  NLS-PARTNER-FILE.
000650     COPY NLSPDATA.
000660 FD  NLS-CODEPAGE-FILE.
000670     COPY NLSCPTB.
000680 FD  NLS-PSCAN-EXCEPTION-FILE.
000690     COPY NLSPEXC.
000700 FD  NLS-CHECKPOINT-FILE.
000710     COPY NLSCKPT.
000711 FD  NLS-HISTORY-FILE.
000712     COPY NLSHIST.
000713 FD  NLS-SCAN-CONTROL.
000714 01  NLS-SCAN-CONTROL-CARD.
000715     05  NLS-SX-KEYWORD      PIC X(04).
000716     05  FILLER              PIC X(01).
000717     05  NLS-SX-VALUE        PIC X(03).
000718     05  FILLER              PIC X(72).
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------*
000740* FILE-STATUS AND SWITCH FIELDS                            *
000770 77  NLS-CODEPAGE-FILE-STATUS PIC X(02) VALUE SPACES.
000780 77  NLS-PSCAN-EXCEPTION-STATUS PIC X(02) VALUE SPACES.
000790 77  NLS-CHECKPOINT-FILE-STATUS PIC X(02) VALUE SPACES.
000793 77  NLS-HISTORY-FILE-STATUS PIC X(02) VALUE SPACES.
000796 77  NLS-SCAN-CONTROL-STATUS PIC X(02) VALUE SPACES.
000800 77  NLS-PS-PARTNER-EOF-SW   PIC X(01) VALUE "N".
000810     88  NLS-PS-PARTNER-EOF             VALUE "Y".
000820 77  NLS-PS-INPUT-MISSING-SW PIC X(01) VALUE "N".
000850     88  NLS-PS-TABLE-MISSING           VALUE "Y".
000860 77  NLS-CP-EOF-SW           PIC X(01) VALUE "N".
000870     88  NLS-CP-EOF                     VALUE "Y".
000873 77  NLS-PS-HISTORY-EOF-SW   PIC X(01) VALUE "N".
000876     88  NLS-PS-HISTORY-EOF             VALUE "Y".
000880*----------------------------------------------------------*
000890* RUN-STAMP FIELDS                                         *
000900*----------------------------------------------------------*
000910 77  NLS-PS-SCAN-DATE        PIC 9(08) VALUE ZERO.
000920 77  NLS-PS-SCAN-TIME        PIC 9(06) VALUE ZERO.
000921 77  NLS-PS-TIME-WORK        PIC 9(08) VALUE ZERO.
000922*----------------------------------------------------------*
000923* CERTIFICATION-GATE FIELDS                                *
000924*   THE VERDICT COMES FROM THE LATEST NLSHIST RUN THAT     *
000925*   HOLDS JAPCOB1'S HALF-WIDTH ("RT") SWEEP - THE SWEEP    *
000926*   THAT CERTIFIES EACH NLSCPTB CODE POINT. ITS AGE IN     *
000927*   DAYS IS TESTED AGAINST THE PSCCTL "DAYS NNN" CARD.     *
000928*----------------------------------------------------------*
000929 77  NLS-PS-MAX-CERT-DAYS    PIC 9(03) VALUE 30.
000930 77  NLS-PS-CERT-RUN-ID      PIC X(14) VALUE LOW-VALUES.
000931 77  NLS-PS-CERT-RUN-DATE    PIC 9(08) VALUE ZERO.
000932 77  NLS-PS-CERT-AGE-DAYS    PIC S9(07) COMP VALUE ZERO.
000933 77  NLS-PS-SWEEP-FAILURES   PIC 9(05) COMP VALUE ZERO.
000934 77  NLS-PS-UNCERT-POINTS    PIC 9(05) COMP VALUE ZERO.
000935 77  NLS-PS-CERT-STALE-SW    PIC X(01) VALUE "N".
000936     88  NLS-PS-CERT-STALE              VALUE "Y".
000940*----------------------------------------------------------*
000950* CHECKPOINT/RESTART FIELDS                                *
000960*   THE PRODUCTION FILE RUNS TO HUNDREDS OF THOUSANDS OF   *
001110 77  NLS-PS-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
001120 77  NLS-PS-EXCEPTION-COUNT  PIC 9(09) COMP VALUE ZERO.
001130 77  NLS-PS-TOTAL-BAD-BYTES  PIC 9(09) COMP VALUE ZERO.
001133 77  NLS-PS-UNCERT-RECORDS   PIC 9(09) COMP VALUE ZERO.
001136 77  NLS-PS-TOTAL-UNCERT-BYTES PIC 9(09) COMP VALUE ZERO.
001140*----------------------------------------------------------*
001150* CERTIFIED-BYTE MAP                                       *
001160*   ONE FLAG PER POSSIBLE BYTE VALUE, SUBSCRIPTED BY THE   *
001180*   PRINTABLE RANGE, THEN EVERY BYTE NLSCPTB CERTIFIES ON  *
001190*   EITHER THE EBCDIC OR THE SHIFT-JIS SIDE IS MARKED      *
001200*   VALID. A BYTE WHOSE FLAG STAYS "N" IS OUTSIDE THE      *
001202*   CERTIFIED SET; A SHIFT-JIS BYTE WHOSE CODE POINT       *
001208*   FAILED THE LATEST SWEEP IS FLAGGED "U" (UNCERTIFIED) - *
001214*   IN THE TABLE, BUT NOT PROVEN TO CONVERT.               *
001220*----------------------------------------------------------*
001230 01  NLS-PS-VALID-MAP.
001240     05  NLS-PS-VALID-FLAG   PIC X(01) OCCURS 256 TIMES.
001300*   RENDERED IN HEX THE WAY NLSFAIL RENDERS A FAILED       *
001310*   CHECK'S BYTES INTO NLSEXCP - ONLY THE FIRST 50 FIT     *
001320*   THE RECORD; THE COUNT CARRIES THE TRUE TOTAL.          *
001322*   BYTES THAT ARE IN THE TABLE BUT FAILED THE SWEEP ARE   *
001324*   COLLECTED APART, SO A RECORD CARRYING BOTH KINDS SHOWS *
001326*   THE PARTNER ONLY THE BYTES OUTSIDE THE TABLE.          *
001330*----------------------------------------------------------*
001340 77  NLS-PS-SCAN-SUB         PIC 9(03) COMP VALUE ZERO.
001350 77  NLS-PS-OCCUPIED-BYTES   PIC 9(03) COMP VALUE ZERO.
001360 77  NLS-PS-REC-BAD-COUNT    PIC 9(05) COMP VALUE ZERO.
001370 77  NLS-PS-REC-FIRST-OFFSET PIC 9(05) COMP VALUE ZERO.
001375 77  NLS-PS-REC-UNCERT-COUNT PIC 9(05) COMP VALUE ZERO.
001377 77  NLS-PS-REC-UNCERT-OFFSET PIC 9(05) COMP VALUE ZERO.
001380 77  NLS-PS-BAD-BYTES        PIC X(50) VALUE SPACES.
001390 77  NLS-PS-BAD-BYTE-SUB     PIC 9(03) COMP VALUE ZERO.
001392 77  NLS-PS-UNCERT-BYTES     PIC X(50) VALUE SPACES.
001394 77  NLS-PS-UNCERT-BYTE-SUB  PIC 9(03) COMP VALUE ZERO.
001400*----------------------------------------------------------*
001410* HEX-PAIR PARSING FIELDS                                   *
001420*   NLSCPTB CARRIES EACH BYTE AS TWO HEX CHARACTERS; THE    *
001610 01  NLS-HEX-BYTE-WORK-R REDEFINES NLS-HEX-BYTE-WORK.
001620     05  FILLER              PIC X(01).
001630     05  NLS-HEX-BYTE-CHAR   PIC X(01).
001631*----------------------------------------------------------*
001632* RUN-LOG FIELDS                                           *
001633*   THE SCAN OPENS THE NLSPSCAN JOB'S RUN IN THE NLSRLOG   *
001634*   RUN-LOG - ONE "H" HEADER AND ITS OWN "S" STEP RECORD,  *
001635*   BOTH APPENDED THROUGH NLSRLOGW.                        *
001636*----------------------------------------------------------*
001637     COPY NLSRLOG.
001638 01  NLS-RL-TIME-WORK-G.
001639     05  NLS-RL-TIME-HH      PIC 9(02).
001640     05  NLS-RL-TIME-MM      PIC 9(02).
001641     05  NLS-RL-TIME-SS      PIC 9(02).
001642     05  FILLER              PIC X(02).
001643 77  NLS-RL-JOB-WORK         PIC X(08) VALUE SPACES.
001644 77  NLS-RL-DATE-WORK        PIC 9(08) VALUE ZERO.
001645 77  NLS-RL-START-SECS       PIC 9(06) COMP VALUE ZERO.
001646 77  NLS-RL-END-SECS         PIC 9(06) COMP VALUE ZERO.
001647 77  NLS-RL-ELAPSED          PIC S9(07) COMP VALUE ZERO.
001648 77  NLS-RL-SAVED-RC         PIC S9(04) COMP VALUE ZERO.
001649 PROCEDURE DIVISION.
001650*----------------------------------------------------------*
001660* 0000-MAINLINE                                            *
001670*----------------------------------------------------------*
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     PERFORM 1250-LOAD-CODEPAGE-TABLE THRU 1250-EXIT.
001702     IF NOT NLS-PS-TABLE-MISSING
001704         PERFORM 1400-READ-SCAN-CONTROL THRU 1400-EXIT
001706         PERFORM 1500-LOAD-CERTIFICATION THRU 1500-EXIT
001708     END-IF.
001710     PERFORM 1100-OPEN-PARTNER-FILE THRU 1100-EXIT.
001720     IF NOT NLS-PS-INPUT-MISSING
001730             AND NOT NLS-PS-TABLE-MISSING
001800     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT.
001810     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001820     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT.
001821     PERFORM 9600-WRITE-RUN-HEADER THRU 9600-EXIT.
001822     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT.
001830     GOBACK.
001840*----------------------------------------------------------*
001850* 1000-INITIALIZE                                          *
001890*   NEEDS TO CERTIFY.                                      *
001900*----------------------------------------------------------*
001910 1000-INITIALIZE.
001911     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
001912     COMPUTE NLS-RL-START-SECS = NLS-RL-TIME-HH * 3600
001913             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
001920     ACCEPT NLS-PS-SCAN-DATE FROM DATE YYYYMMDD.
001930     ACCEPT NLS-PS-TIME-WORK FROM TIME.
001940     MOVE NLS-PS-TIME-WORK (1:6) TO NLS-PS-SCAN-TIME.
003930     MOVE ZERO TO NLS-PS-REC-FIRST-OFFSET.
003940     MOVE ZERO TO NLS-PS-BAD-BYTE-SUB.
003950     MOVE SPACES TO NLS-PS-BAD-BYTES.
003951     MOVE ZERO TO NLS-PS-REC-UNCERT-COUNT.
003952     MOVE ZERO TO NLS-PS-REC-UNCERT-OFFSET.
003953     MOVE ZERO TO NLS-PS-UNCERT-BYTE-SUB.
003954     MOVE SPACES TO NLS-PS-UNCERT-BYTES.
003960     PERFORM 2010-FIND-OCCUPIED-BYTES THRU 2010-EXIT
003970         VARYING NLS-PS-OCCUPIED-BYTES
003980         FROM LENGTH OF NLS-PARTNER-RECORD BY -1
004310* 2200-SCAN-ONE-BYTE                                       *
004320*   THE BYTE'S VALUE PLUS ONE SUBSCRIPTS THE MAP; A FLAG   *
004330*   STILL "N" MEANS THE BYTE IS OUTSIDE THE CERTIFIED SET. *
004331*   "U" MEANS THE TABLE CARRIES IT BUT THE LATEST SWEEP    *
004332*   FAILED IT - STILL AN EXCEPTION, COUNTED SEPARATELY SO  *
004333*   THE EXCEPTION CAN SAY WHY, AND COLLECTED APART FROM    *
004334*   THE BYTES OUTSIDE THE TABLE.                           *
004340*----------------------------------------------------------*
004350 2200-SCAN-ONE-BYTE.
004360     MOVE ZERO TO NLS-HEX-BYTE-NUM.
004410     END-IF.
004420     ADD 1 TO NLS-PS-REC-BAD-COUNT.
004430     ADD 1 TO NLS-PS-TOTAL-BAD-BYTES.
004431     IF NLS-PS-VALID-FLAG (NLS-HEX-BYTE-NUM + 1) = "U"
004432         ADD 1 TO NLS-PS-REC-UNCERT-COUNT
004433         ADD 1 TO NLS-PS-TOTAL-UNCERT-BYTES
004434         IF NLS-PS-REC-UNCERT-OFFSET = ZERO
004435             MOVE NLS-PS-SCAN-SUB TO NLS-PS-REC-UNCERT-OFFSET
004436         END-IF
004437         IF NLS-PS-UNCERT-BYTE-SUB < LENGTH OF NLS-PS-UNCERT-BYTES
004438             ADD 1 TO NLS-PS-UNCERT-BYTE-SUB
004439             MOVE NLS-PARTNER-RECORD (NLS-PS-SCAN-SUB:1)
004441                 TO NLS-PS-UNCERT-BYTES (NLS-PS-UNCERT-BYTE-SUB:1)
004442         END-IF
004443         GO TO 2200-EXIT
004444     END-IF.
004447     IF NLS-PS-REC-FIRST-OFFSET = ZERO
004450         MOVE NLS-PS-SCAN-SUB TO NLS-PS-REC-FIRST-OFFSET
004460     END-IF.
004470     IF NLS-PS-BAD-BYTE-SUB < LENGTH OF NLS-PS-BAD-BYTES
004570*   RECORD NUMBER, HOW MANY BYTES FELL OUTSIDE THE SET,    *
004580*   WHERE THE FIRST ONE SITS, THE COLLECTED BAD BYTES      *
004590*   RENDERED IN HEX, AND THE START OF THE RECORD ITSELF    *
004600*   FOR EYEBALLING. THE REASON SAYS WHETHER THE BAD BYTES  *
004601*   WERE NEVER IN THE TABLE (T), ARE IN IT BUT FAILED THE  *
004602*   LATEST CERTIFICATION SWEEP (U), OR A MIX OF BOTH (B).  *
004603*   THE OFFSET AND THE HEX ARE THOSE OF THE BYTES OUTSIDE  *
004604*   THE TABLE - ONLY A U RECORD CARRIES ITS UNCERTIFIED    *
004605*   BYTES THERE - SO A B RECORD NEVER CHARGES THE PARTNER  *
004606*   FOR A CODE POINT THAT IS OURS TO RECERTIFY. THE BAD    *
004607*   COUNT STAYS THE TOTAL OF BOTH KINDS.                   *
004610*----------------------------------------------------------*
004620 2500-WRITE-EXCEPTION.
004630     ADD 1 TO NLS-PS-EXCEPTION-COUNT.
004660     MOVE NLS-PS-SCAN-DATE       TO NLS-PE-SCAN-DATE.
004670     MOVE NLS-PS-SCAN-TIME       TO NLS-PE-SCAN-TIME.
004680     MOVE NLS-PS-REC-BAD-COUNT   TO NLS-PE-BAD-BYTE-COUNT.
004690     MOVE NLS-PS-REC-UNCERT-COUNT TO NLS-PE-UNCERT-COUNT.
004691     EVALUATE TRUE
004692         WHEN NLS-PS-REC-UNCERT-COUNT = ZERO
004693             SET NLS-PE-NOT-IN-TABLE TO TRUE
004694         WHEN NLS-PS-REC-UNCERT-COUNT = NLS-PS-REC-BAD-COUNT
004695             SET NLS-PE-UNCERTIFIED TO TRUE
004696         WHEN OTHER
004697             SET NLS-PE-BOTH-REASONS TO TRUE
004698     END-EVALUATE.
004699     IF NLS-PE-UNCERTIFIED
004700         MOVE NLS-PS-REC-UNCERT-OFFSET TO NLS-PE-FIRST-OFFSET
004702         MOVE FUNCTION HEX-OF
004704             (NLS-PS-UNCERT-BYTES (1:NLS-PS-UNCERT-BYTE-SUB))
004706             TO NLS-PE-BAD-BYTES-HEX
004708     ELSE
004709         MOVE NLS-PS-REC-FIRST-OFFSET TO NLS-PE-FIRST-OFFSET
004710         MOVE FUNCTION HEX-OF
004711             (NLS-PS-BAD-BYTES (1:NLS-PS-BAD-BYTE-SUB))
004712             TO NLS-PE-BAD-BYTES-HEX
004714     END-IF.
004730     MOVE NLS-PARTNER-RECORD (1:50) TO NLS-PE-RECORD-PREFIX.
004731     IF NLS-PS-REC-UNCERT-COUNT > ZERO
004732         ADD 1 TO NLS-PS-UNCERT-RECORDS
004733     END-IF.
004740     WRITE NLS-PSCAN-EXCEPTION-RECORD.
004750 2500-EXIT.
004760     EXIT.
004990         NLS-PS-EXCEPTION-COUNT.
005000     DISPLAY "NLSPSCAN BYTES OUTSIDE SET  : "
005010         NLS-PS-TOTAL-BAD-BYTES.
005011     DISPLAY "NLSPSCAN UNCERTIFIED RECORDS: "
005012         NLS-PS-UNCERT-RECORDS.
005013     DISPLAY "NLSPSCAN UNCERTIFIED BYTES  : "
005014         NLS-PS-TOTAL-UNCERT-BYTES.
005015     IF NLS-PS-CERT-STALE
005016         DISPLAY "NLSPSCAN CERTIFICATION      : STALE OR MISSING"
005017     END-IF.
005020 8000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------*
005360     EXIT.
005370*----------------------------------------------------------*
005380* 9500-SET-RETURN-CODE                                     *
005390*   0 = EVERY BYTE IN THE CERTIFIED SET AND A CURRENT      *
005400*   CERTIFICATION VERDICT BEHIND IT; 4 = EXCEPTIONS        *
005401*   EXTRACTED FOR REVIEW, OR THE CERTIFICATION RUN IS      *
005402*   MISSING OR TOO OLD TO CALL THE SCAN CLEAN; 8 = NOTHING *
005410*   TO SCAN OR NOTHING TO SCAN AGAINST.                    *
005420*----------------------------------------------------------*
005430 9500-SET-RETURN-CODE.
005440     EVALUATE TRUE
005450         WHEN NLS-PS-INPUT-MISSING OR NLS-PS-TABLE-MISSING
005460             MOVE 8 TO RETURN-CODE
005470         WHEN NLS-PS-EXCEPTION-COUNT > ZERO
005471           OR NLS-PS-CERT-STALE
005480             MOVE 4 TO RETURN-CODE
005490         WHEN OTHER
005500             MOVE ZERO TO RETURN-CODE
005510     END-EVALUATE.
005520 9500-EXIT.
005530     EXIT.
005531*----------------------------------------------------------*
005532* 1400-READ-SCAN-CONTROL                                   *
005533*   "DAYS NNN" SETS HOW MANY DAYS OLD THE CERTIFICATION    *
005534*   RUN MAY BE BEFORE A SCAN CAN NO LONGER BE CALLED       *
005535*   CLEAN; ANYTHING ELSE (OR NO CARD) LEAVES THE DEFAULT   *
005536*   OF 30. "DAYS 000" DEMANDS A CERTIFICATION RUN TODAY.   *
005537*----------------------------------------------------------*
005538 1400-READ-SCAN-CONTROL.
005539     OPEN INPUT NLS-SCAN-CONTROL.
005541     IF NLS-SCAN-CONTROL-STATUS NOT = "00"
005542         GO TO 1400-EXIT
005543     END-IF.
005544     READ NLS-SCAN-CONTROL
005545         AT END
005546             CLOSE NLS-SCAN-CONTROL
005547             GO TO 1400-EXIT
005548     END-READ.
005549     CLOSE NLS-SCAN-CONTROL.
005551     IF NLS-SX-KEYWORD = "DAYS"
005552             AND NLS-SX-VALUE IS NUMERIC
005553         MOVE NLS-SX-VALUE TO NLS-PS-MAX-CERT-DAYS
005554     ELSE
005555         DISPLAY "NLSPSCAN BAD CONTROL CARD - CERTIFICATION "
005556             "MAY BE " NLS-PS-MAX-CERT-DAYS " DAYS OLD"
005557     END-IF.
005558 1400-EXIT.
005559     EXIT.
005560*----------------------------------------------------------*
005561* 1500-LOAD-CERTIFICATION                                  *
005562*   PASS 1 OVER NLSHIST FINDS THE LATEST RUN HOLDING       *
005563*   JAPCOB1'S "RT" SWEEP RESULTS; PASS 2 TAKES THAT RUN'S  *
005564*   FAILED SWEEP TESTS OUT OF THE CERTIFIED SET. NO        *
005565*   HISTORY, OR NO SWEEP RUN IN IT, LEAVES THE TABLE AS    *
005566*   LOADED BUT MARKS THE CERTIFICATION STALE - THERE IS NO *
005567*   VERDICT TO CALL THE SCAN CLEAN BY.                     *
005568*----------------------------------------------------------*
005569 1500-LOAD-CERTIFICATION.
005570     OPEN INPUT NLS-HISTORY-FILE.
005571     IF NLS-HISTORY-FILE-STATUS NOT = "00"
005572         SET NLS-PS-CERT-STALE TO TRUE
005573         DISPLAY "NLSPSCAN NLSHIST NOT AVAILABLE - STATUS "
005574             NLS-HISTORY-FILE-STATUS " - NO CERTIFICATION VERDICT"
005575         GO TO 1500-EXIT
005576     END-IF.
005577     MOVE "N" TO NLS-PS-HISTORY-EOF-SW.
005578     PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
005579     PERFORM 1520-FIND-SWEEP-RUN THRU 1520-EXIT
005580         UNTIL NLS-PS-HISTORY-EOF.
005581     CLOSE NLS-HISTORY-FILE.
005582     IF NLS-PS-CERT-RUN-ID = LOW-VALUES
005583         SET NLS-PS-CERT-STALE TO TRUE
005584         DISPLAY "NLSPSCAN NLSHIST HOLDS NO JAPCOB1 SWEEP RUN - "
005585             "NO CERTIFICATION VERDICT"
005586         GO TO 1500-EXIT
005587     END-IF.
005588     OPEN INPUT NLS-HISTORY-FILE.
005589     IF NLS-HISTORY-FILE-STATUS NOT = "00"
005590         SET NLS-PS-CERT-STALE TO TRUE
005591         DISPLAY "NLSPSCAN NLSHIST NOT REOPENED - STATUS "
005592             NLS-HISTORY-FILE-STATUS " - NO CERTIFICATION VERDICT"
005593         GO TO 1500-EXIT
005594     END-IF.
005595     MOVE "N" TO NLS-PS-HISTORY-EOF-SW.
005596     PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
005597     PERFORM 1530-APPLY-SWEEP-RESULT THRU 1530-EXIT
005598         UNTIL NLS-PS-HISTORY-EOF.
005599     CLOSE NLS-HISTORY-FILE.
005600     MOVE NLS-PS-CERT-RUN-ID (1:8) TO NLS-PS-CERT-RUN-DATE.
005601     COMPUTE NLS-PS-CERT-AGE-DAYS =
005602             FUNCTION INTEGER-OF-DATE (NLS-PS-SCAN-DATE)
005603           - FUNCTION INTEGER-OF-DATE (NLS-PS-CERT-RUN-DATE).
005604     DISPLAY "NLSPSCAN CERTIFICATION RUN "
005605         NLS-PS-CERT-RUN-ID (1:8) "/" NLS-PS-CERT-RUN-ID (9:6)
005606         " - " NLS-PS-SWEEP-FAILURES " SWEEP FAILURES, "
005607         NLS-PS-UNCERT-POINTS " CODE POINTS UNCERTIFIED".
005608     IF NLS-PS-CERT-AGE-DAYS > NLS-PS-MAX-CERT-DAYS
005609         SET NLS-PS-CERT-STALE TO TRUE
005610         DISPLAY "NLSPSCAN CERTIFICATION RUN IS "
005611             NLS-PS-CERT-AGE-DAYS " DAYS OLD, LIMIT "
005612             NLS-PS-MAX-CERT-DAYS " - SCAN CANNOT BE CALLED CLEAN"
005613     END-IF.
005614 1500-EXIT.
005615     EXIT.
005616*----------------------------------------------------------*
005617* 1510-READ-HISTORY                                        *
005618*----------------------------------------------------------*
005619 1510-READ-HISTORY.
005620     READ NLS-HISTORY-FILE
005621         AT END
005622             SET NLS-PS-HISTORY-EOF TO TRUE
005623     END-READ.
005624 1510-EXIT.
005625     EXIT.
005626*----------------------------------------------------------*
005627* 1520-FIND-SWEEP-RUN                                      *
005628*----------------------------------------------------------*
005629 1520-FIND-SWEEP-RUN.
005630     IF NLS-HR-PROGRAM-ID = "JAPCOB1"
005631             AND NLS-HR-TEST-ID (1:2) = "RT"
005632             AND NLS-HR-RUN-ID > NLS-PS-CERT-RUN-ID
005633         MOVE NLS-HR-RUN-ID TO NLS-PS-CERT-RUN-ID
005634     END-IF.
005635     PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
005636 1520-EXIT.
005637     EXIT.
005638*----------------------------------------------------------*
005639* 1530-APPLY-SWEEP-RESULT                                  *
005640*----------------------------------------------------------*
005641 1530-APPLY-SWEEP-RESULT.
005642     IF NLS-HR-RUN-ID = NLS-PS-CERT-RUN-ID
005643             AND NLS-HR-PROGRAM-ID = "JAPCOB1"
005644             AND NLS-HR-TEST-ID (1:2) = "RT"
005645             AND NLS-HR-FAIL
005646         ADD 1 TO NLS-PS-SWEEP-FAILURES
005647         PERFORM 1540-UNCERTIFY-POINT THRU 1540-EXIT
005648     END-IF.
005649     PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
005650 1530-EXIT.
005651     EXIT.
005652*----------------------------------------------------------*
005653* 1540-UNCERTIFY-POINT                                     *
005654*   THE TEST ID NAMES THE FAILED CODE POINT BY ITS         *
005655*   PUBLISHED SHIFT-JIS VALUE ("RT" + 2 HEX CHARACTERS) -  *
005656*   THE BYTE PARTNERS SEND. A BYTE IN THE INVARIANT        *
005657*   PRINTABLE RANGE STAYS VALID; ONE THE TABLE NEVER       *
005658*   CERTIFIED IS ALREADY OUTSIDE THE SET.                  *
005659*----------------------------------------------------------*
005660 1540-UNCERTIFY-POINT.
005661     MOVE NLS-HR-TEST-ID (3:2) TO NLS-HEX-INPUT-PAIR.
005662     PERFORM 1280-HEX-PAIR-TO-BYTE THRU 1280-EXIT.
005663     IF NOT NLS-HEX-PAIR-VALID
005664         DISPLAY "NLSPSCAN NLSHIST TEST ID '" NLS-HR-TEST-ID
005665             "' DOES NOT NAME A CODE POINT - IGNORED"
005666         GO TO 1540-EXIT
005667     END-IF.
005668     IF NLS-HEX-BYTE-NUM > 31 AND NLS-HEX-BYTE-NUM < 127
005669         GO TO 1540-EXIT
005670     END-IF.
005671     IF NLS-PS-VALID-FLAG (NLS-HEX-BYTE-NUM + 1) = "Y"
005672         MOVE "U" TO NLS-PS-VALID-FLAG (NLS-HEX-BYTE-NUM + 1)
005673         ADD 1 TO NLS-PS-UNCERT-POINTS
005674     END-IF.
005675 1540-EXIT.
005676     EXIT.
005677*----------------------------------------------------------*
005678* 9600-WRITE-RUN-HEADER                                    *
005679*   THE SCAN RUN'S "H" HEADER RECORD - JOB NAME, RUN STAMP *
005680*   AND A PASS/FAIL VERDICT FROM THE RETURN CODE - THE     *
005681*   SAME WAY NLSAGRPT OPENS THE AGING JOB'S RUN.           *
005682*----------------------------------------------------------*
005683 9600-WRITE-RUN-HEADER.
005684     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
005685     PERFORM 9650-STAMP-RUN-LOG-COMMON THRU 9650-EXIT.
005686     MOVE SPACES TO NLS-RUN-LOG-RECORD.
005687     SET NLS-RL-RUN-HEADER TO TRUE.
005688     MOVE NLS-RL-JOB-WORK     TO NLS-RL-JOB-NAME.
005689     MOVE NLS-RL-DATE-WORK    TO NLS-RL-RUN-DATE.
005690     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-RL-RUN-TIME.
005691     MOVE SPACES              TO NLS-RL-PROGRAM-ID.
005692     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
005693     MOVE ZERO                TO NLS-RL-RECORDS-READ.
005694     MOVE ZERO                TO NLS-RL-RECORDS-WRITTEN.
005695     MOVE ZERO                TO NLS-RL-ELAPSED-SECONDS.
005696     IF NLS-RL-SAVED-RC = ZERO
005697         MOVE "PASS" TO NLS-RL-VERDICT
005698     ELSE
005699         MOVE "FAIL" TO NLS-RL-VERDICT
005700     END-IF.
005701     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
005702     MOVE NLS-RL-SAVED-RC TO RETURN-CODE.
005703 9600-EXIT.
005704     EXIT.
005705*----------------------------------------------------------*
005706* 9650-STAMP-RUN-LOG-COMMON                                *
005707*   END TIME, ELAPSED SECONDS, JOB NAME AND DATE - THE     *
005708*   FIELDS THE HEADER AND STEP RECORDS SHARE.              *
005709*----------------------------------------------------------*
005710 9650-STAMP-RUN-LOG-COMMON.
005711     ACCEPT NLS-RL-TIME-WORK-G FROM TIME.
005712     COMPUTE NLS-RL-END-SECS = NLS-RL-TIME-HH * 3600
005713             + NLS-RL-TIME-MM * 60 + NLS-RL-TIME-SS.
005714     COMPUTE NLS-RL-ELAPSED =
005715             NLS-RL-END-SECS - NLS-RL-START-SECS.
005716     IF NLS-RL-ELAPSED < ZERO
005717         ADD 86400 TO NLS-RL-ELAPSED
005718     END-IF.
005719     ACCEPT NLS-RL-JOB-WORK FROM ENVIRONMENT "JOBNAME"
005720     END-ACCEPT.
005721     IF NLS-RL-JOB-WORK = SPACES
005722         MOVE "NLSPSCAN" TO NLS-RL-JOB-WORK
005723     END-IF.
005724     ACCEPT NLS-RL-DATE-WORK FROM DATE YYYYMMDD.
005725 9650-EXIT.
005726     EXIT.
005727*----------------------------------------------------------*
005728* 9700-WRITE-RUN-LOG                                       *
005729*   THIS PROGRAM'S OWN STEP RECORD. RECORDS READ ARE THE   *
005730*   PARTNER RECORDS SCANNED BY THIS STEP - A RESTARTED     *
005731*   SCAN DOES NOT COUNT THE CHECKPOINTED RECORDS IT        *
005732*   SKIPPED, SO ITS RECORDS PER SECOND STAY COMPARABLE.    *
005733*   RECORDS WRITTEN ARE THE NLSPEXC EXCEPTION RECORDS.     *
005734*----------------------------------------------------------*
005735 9700-WRITE-RUN-LOG.
005736     MOVE RETURN-CODE TO NLS-RL-SAVED-RC.
005737     PERFORM 9650-STAMP-RUN-LOG-COMMON THRU 9650-EXIT.
005738     MOVE SPACES TO NLS-RUN-LOG-RECORD.
005739     SET NLS-RL-STEP-RECORD TO TRUE.
005740     MOVE NLS-RL-JOB-WORK     TO NLS-RL-JOB-NAME.
005741     MOVE NLS-RL-DATE-WORK    TO NLS-RL-RUN-DATE.
005742     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-RL-RUN-TIME.
005743     MOVE "NLSPSCAN"          TO NLS-RL-PROGRAM-ID.
005744     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
005745     COMPUTE NLS-RL-RECORDS-READ =
005746             NLS-PS-RECORDS-READ - NLS-PS-CKPT-RESTART-COUNT.
005747     MOVE NLS-PS-EXCEPTION-COUNT TO NLS-RL-RECORDS-WRITTEN.
005748     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
005749     MOVE SPACES              TO NLS-RL-VERDICT.
005750     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
005751     MOVE NLS-RL-SAVED-RC TO RETURN-CODE.
005752 9700-EXIT.
005753     EXIT.
005763*
005773 END PROGRAM "NLSPSCAN".
