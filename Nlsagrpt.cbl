000361*                   SAME RUN-LEVEL AUDIT TRAIL AS THE       *
000362*                   CERTIFICATION JOB.                      *
000363*----------------------------------------------------------*
000365*  2026-10-10  RLH  A RUN ON THE LAST DAY OF THE MONTH - OR *
000366*                   ANY RUN WITH A NEW "MONTHEND" AGRCTL    *
000367*                   CARD - NOW ALSO SAVES EVERY ITEM'S ID,  *
000368*                   BAND AND INTERVAL TO THE NLSAGHS AGING  *
000369*                   HISTORY FOR THE NLSAGMOV MONTH-END      *
000371*                   MOVEMENT REPORT. AGRCTL NOW TAKES       *
000372*                   SEVERAL CARDS. A SNAPSHOT THAT CANNOT   *
000373*                   BE WRITTEN LEAVES RETURN CODE 8.        *
000374*----------------------------------------------------------*
000376*----------------------------------------------------------*
000378* PURPOSE                                                  *
000380*   FOR EACH NLSAGIN RECORD: INTERVAL = RUN DATE MINUS     *
000390*   FROM-DATE IN YEARS/MONTHS/DAYS (VIA NLSDTIVL), BANDED  *
000400*   AS UNDER 3 MONTHS, 3 TO 6 MONTHS, 6 MONTHS TO 1 YEAR,  *
000532     SELECT NLS-AGING-CONTROL ASSIGN TO "AGRCTL"
000534         ORGANIZATION LINE SEQUENTIAL
000536         FILE STATUS IS NLS-AGING-CONTROL-STATUS.
000537     SELECT NLS-AGING-HISTORY ASSIGN TO "NLSAGHS"
000538         ORGANIZATION LINE SEQUENTIAL
000539         FILE STATUS IS NLS-AGING-HISTORY-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  NLS-AGING-INPUT.
000596     05  FILLER              PIC X(01).
000597     05  NLS-AC-PREFIX       PIC X(10).
000598     05  FILLER              PIC X(61).
000599 FD  NLS-AGING-HISTORY.
000601     COPY NLSAGHS.
000605 WORKING-STORAGE SECTION.
000610*----------------------------------------------------------*
000620* FILE-STATUS AND SWITCH FIELDS                            *
000630*----------------------------------------------------------*
000852 77  NLS-AG-WD-THIS-BAND     PIC 9(03) COMP VALUE ZERO.
000853 77  NLS-AG-WD-ITEM-COUNT    PIC 9(05) COMP VALUE ZERO.
000854*----------------------------------------------------------*
000855* MONTH-END SNAPSHOT FIELDS                                *
000856*   ON THE LAST DAY OF THE MONTH (OR WITH A "MONTHEND"     *
000857*   AGRCTL CARD) EVERY ITEM IS ALSO WRITTEN TO THE NLSAGHS *
000858*   AGING HISTORY FOR THE NLSAGMOV MOVEMENT REPORT.        *
000859*----------------------------------------------------------*
000860 77  NLS-AGING-HISTORY-STATUS PIC X(02) VALUE SPACES.
000861 77  NLS-AG-CONTROL-EOF-SW   PIC X(01) VALUE "N".
000862     88  NLS-AG-CONTROL-EOF             VALUE "Y".
000863 77  NLS-AG-MONTHEND-SW      PIC X(01) VALUE "N".
000864     88  NLS-AG-MONTHEND-CARD           VALUE "Y".
000865 77  NLS-AG-SNAPSHOT-SW      PIC X(01) VALUE "N".
000866     88  NLS-AG-TAKE-SNAPSHOT           VALUE "Y".
000867 77  NLS-AG-SNAPSHOT-FAIL-SW PIC X(01) VALUE "N".
000868     88  NLS-AG-SNAPSHOT-FAILED         VALUE "Y".
000869 77  NLS-AG-SNAPSHOT-TIME    PIC 9(06) VALUE ZERO.
000870 77  NLS-AG-SNAPSHOT-COUNT   PIC 9(05) COMP VALUE ZERO.
000871 77  NLS-AG-MONTH-END-DAY    PIC 9(02) VALUE ZERO.
000872 77  NLS-AG-LEAP-QUOT        PIC 9(04) COMP VALUE ZERO.
000873 77  NLS-AG-LEAP-REM         PIC 9(04) COMP VALUE ZERO.
000874 01  NLS-AG-RUN-DATE-PARTS.
000875     05  NLS-AG-RUN-CCYY     PIC 9(04).
000876     05  NLS-AG-RUN-MM       PIC 9(02).
000877     05  NLS-AG-RUN-DD       PIC 9(02).
000878 01  NLS-AG-MONTH-DAYS-LIST.
000879     05  FILLER              PIC X(24) VALUE
000880         "312831303130313130313031".
000881 01  NLS-AG-MONTH-DAYS-TABLE REDEFINES NLS-AG-MONTH-DAYS-LIST.
000882     05  NLS-AG-MONTH-DAYS   PIC 9(02) OCCURS 12 TIMES.
000883*----------------------------------------------------------*
000884* AGING-BAND COUNTERS                                      *
000885*   BAND 1 = UNDER 3 MONTHS, 2 = 3 TO 6 MONTHS, 3 = 6      *
000886*   MONTHS TO 1 YEAR (INCLUSIVE OF EXACTLY ONE YEAR), 4 =  *
000887*   OVER 1 YEAR PER THE NLS-DTI-OVER-1Y0M0D SWITCH.        *
000888*----------------------------------------------------------*
000890 01  NLS-AG-BAND-LABEL-LIST.
000900     05  FILLER              PIC X(20) VALUE "UNDER 3 MONTHS".
000910     05  FILLER              PIC X(20) VALUE "3 TO 6 MONTHS".
001960             TO NLS-AGE-PRINT-LINE
001970         WRITE NLS-AGE-PRINT-LINE AFTER ADVANCING 1 LINE
001980     END-IF.
001981     IF NOT NLS-AG-INPUT-MISSING
001982         PERFORM 1300-DECIDE-SNAPSHOT THRU 1300-EXIT
001983     END-IF.
001990 1000-EXIT.
002000     EXIT.
002010 1100-ZERO-ONE-BAND.
002011     MOVE ZERO TO NLS-AG-BAND-COUNT (NLS-AG-BAND-SUB).
002012     MOVE ZERO TO NLS-AG-WD-BAND-COUNT (NLS-AG-BAND-SUB).
002013 1100-EXIT.
002014     EXIT.
002015*----------------------------------------------------------*
002016* 1200-READ-AGING-CONTROL                                  *
002017*   OPTIONAL AGRCTL CARDS. "WORKDAYS" TURNS WORKING-DAY    *
002018*   BANDING ON FOR ITEMS WHOSE ID STARTS WITH THE PREFIX   *
002019*   IN COLUMNS 10-19 (BLANK PREFIX = EVERY ITEM).          *
002020*   "MONTHEND" FORCES THE MONTH-END SNAPSHOT ON A RUN      *
002021*   DATE THAT IS NOT THE LAST DAY OF ITS MONTH (A LATE OR  *
002022*   RERUN CLOSE). NO CARDS LEAVE THE ALL-CALENDAR REPORT   *
002023*   EXACTLY AS BEFORE.                                     *
002024*----------------------------------------------------------*
002025 1200-READ-AGING-CONTROL.
002026     OPEN INPUT NLS-AGING-CONTROL.
002027     IF NLS-AGING-CONTROL-STATUS NOT = "00"
002028         GO TO 1200-EXIT
002029     END-IF.
002030     PERFORM 1220-READ-CONTROL-CARD THRU 1220-EXIT.
002031     PERFORM 1230-APPLY-CONTROL-CARD THRU 1230-EXIT
002032         UNTIL NLS-AG-CONTROL-EOF.
002033     CLOSE NLS-AGING-CONTROL.
002034 1200-EXIT.
002035     EXIT.
002036 1210-SCAN-PREFIX-LENGTH.
002037     CONTINUE.
002038 1210-EXIT.
002039     EXIT.
002040 1220-READ-CONTROL-CARD.
002041     READ NLS-AGING-CONTROL
002042         AT END
002043             SET NLS-AG-CONTROL-EOF TO TRUE
002044     END-READ.
002045 1220-EXIT.
002046     EXIT.
002047 1230-APPLY-CONTROL-CARD.
002048     EVALUATE NLS-AC-KEYWORD
002049         WHEN "WORKDAYS"
002050             PERFORM 1240-SET-WORKDAYS THRU 1240-EXIT
002051         WHEN "MONTHEND"
002052             SET NLS-AG-MONTHEND-CARD TO TRUE
002053             DISPLAY "NLSAGRPT MONTHEND CARD - SNAPSHOT FORCED"
002054         WHEN OTHER
002055             DISPLAY "NLSAGRPT UNKNOWN AGRCTL KEYWORD '"
002056                 NLS-AC-KEYWORD "' - CARD IGNORED"
002057     END-EVALUATE.
002058     PERFORM 1220-READ-CONTROL-CARD THRU 1220-EXIT.
002059 1230-EXIT.
002060     EXIT.
002061 1240-SET-WORKDAYS.
002064     SET NLS-AG-WORKDAY-ACTIVE TO TRUE.
002065     MOVE NLS-AC-PREFIX TO NLS-AG-WD-PREFIX.
002066     PERFORM 1210-SCAN-PREFIX-LENGTH THRU 1210-EXIT
002072     MOVE NLS-AG-WD-SCAN-SUB TO NLS-AG-WD-PREFIX-LEN.
002073     DISPLAY "NLSAGRPT WORKING-DAY BANDING ACTIVE FOR "
002074         "ITEM-ID PREFIX '" NLS-AG-WD-PREFIX "'".
002075 1240-EXIT.
002076     EXIT.
002077*----------------------------------------------------------*
002078* 1300-DECIDE-SNAPSHOT                                     *
002079*   A RUN ON THE LAST CALENDAR DAY OF ITS MONTH (LEAP-     *
002080*   YEAR AWARE), OR ANY RUN WITH A "MONTHEND" CARD, SAVES  *
002081*   EVERY ITEM'S ID, BAND AND INTERVAL TO NLSAGHS. THE     *
002082*   HISTORY IS EXTENDED, OR CREATED ON THE FIRST MONTH-END *
002083*   RUN.                                                   *
002084*----------------------------------------------------------*
002085 1300-DECIDE-SNAPSHOT.
002086     MOVE NLS-AG-RUN-DATE TO NLS-AG-RUN-DATE-PARTS.
002087     MOVE NLS-AG-MONTH-DAYS (NLS-AG-RUN-MM)
002088         TO NLS-AG-MONTH-END-DAY.
002089     IF NLS-AG-RUN-MM = 2
002090         DIVIDE NLS-AG-RUN-CCYY BY 4 GIVING NLS-AG-LEAP-QUOT
002091             REMAINDER NLS-AG-LEAP-REM
002092         IF NLS-AG-LEAP-REM = ZERO
002093             MOVE 29 TO NLS-AG-MONTH-END-DAY
002094         END-IF
002095         DIVIDE NLS-AG-RUN-CCYY BY 100 GIVING NLS-AG-LEAP-QUOT
002096             REMAINDER NLS-AG-LEAP-REM
002097         IF NLS-AG-LEAP-REM = ZERO
002098             DIVIDE NLS-AG-RUN-CCYY BY 400 GIVING NLS-AG-LEAP-QUOT
002099                 REMAINDER NLS-AG-LEAP-REM
002100             IF NLS-AG-LEAP-REM NOT = ZERO
002101                 MOVE 28 TO NLS-AG-MONTH-END-DAY
002102             END-IF
002103         END-IF
002104     END-IF.
002105     IF NLS-AG-RUN-DD NOT = NLS-AG-MONTH-END-DAY
002106             AND NOT NLS-AG-MONTHEND-CARD
002107         GO TO 1300-EXIT
002108     END-IF.
002109     MOVE NLS-RL-TIME-WORK-G (1:6) TO NLS-AG-SNAPSHOT-TIME.
002110     OPEN EXTEND NLS-AGING-HISTORY.
002111     IF NLS-AGING-HISTORY-STATUS = "35"
002112         OPEN OUTPUT NLS-AGING-HISTORY
002113     END-IF.
002114     IF NLS-AGING-HISTORY-STATUS NOT = "00"
002115         SET NLS-AG-SNAPSHOT-FAILED TO TRUE
002116         DISPLAY "NLSAGRPT NLSAGHS NOT AVAILABLE - STATUS "
002117             NLS-AGING-HISTORY-STATUS
002118             " - MONTH-END SNAPSHOT NOT SAVED"
002119         GO TO 1300-EXIT
002120     END-IF.
002121     SET NLS-AG-TAKE-SNAPSHOT TO TRUE.
002122     DISPLAY "NLSAGRPT MONTH-END SNAPSHOT " NLS-AG-RUN-DATE "/"
002123         NLS-AG-SNAPSHOT-TIME " SAVED TO NLSAGHS".
002124 1300-EXIT.
002125     EXIT.
002126*----------------------------------------------------------*
002127* 2000-AGE-ONE-ITEM                                        *
002128*   CALLS NLSDTIVL FOR THE CURRENT ITEM, CLASSIFIES THE    *
002129*   INTERVAL INTO ITS AGING BAND, PRINTS THE DETAIL LINE,  *
002130*   AND REMEMBERS OVER-ONE-YEAR ITEMS FOR THE EXCEPTION    *
002131*   SECTION, THEN READS THE NEXT ITEM.                     *
002132*----------------------------------------------------------*
002133 2000-AGE-ONE-ITEM.
002134     ADD 1 TO NLS-AG-ITEMS-READ.
002140     MOVE NLS-AI-FROM-DATE TO NLS-AG-FROM-DATE.
002142     PERFORM 2500-PICK-CALC-MODE THRU 2500-EXIT.
002150     CALL "NLSDTIVL" USING NLS-AG-FROM-DATE
002290         PERFORM 4500-REMEMBER-EXCEPTION THRU 4500-EXIT
002300     END-IF.
002310 2000-NEXT.
002311     IF NLS-AG-TAKE-SNAPSHOT
002312         PERFORM 2600-WRITE-SNAPSHOT THRU 2600-EXIT
002313     END-IF.
002320     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
002330 2000-EXIT.
002340     EXIT.
002465 2500-EXIT.
002466     EXIT.
002467*----------------------------------------------------------*
002468* 2600-WRITE-SNAPSHOT                                      *
002469*   MONTH-END RUNS ONLY - ONE NLSAGHS RECORD FOR THE       *
002470*   CURRENT ITEM: THE BAND AS PRINTED (0 FOR A REJECTED    *
002471*   DATE) AND THE INTERVAL BEHIND IT, STAMPED WITH THE     *
002472*   RUN DATE AND START TIME SO NLSAGMOV CAN TELL ONE       *
002473*   MONTH-END SNAPSHOT FROM ANOTHER.                       *
002474*----------------------------------------------------------*
002475 2600-WRITE-SNAPSHOT.
002476     MOVE SPACES TO NLS-AGING-HIST-RECORD.
002477     MOVE NLS-AG-RUN-DATE      TO NLS-AH-SNAPSHOT-DATE.
002478     MOVE NLS-AG-SNAPSHOT-TIME TO NLS-AH-SNAPSHOT-TIME.
002479     MOVE NLS-AI-ITEM-ID       TO NLS-AH-ITEM-ID.
002480     MOVE NLS-AI-FROM-DATE     TO NLS-AH-FROM-DATE.
002481     IF NLS-AG-WORKDAY-ITEM
002482         SET NLS-AH-WORKDAY-BASIS TO TRUE
002483     ELSE
002484         SET NLS-AH-CALENDAR-BASIS TO TRUE
002485     END-IF.
002486     IF NOT NLS-AG-DATE-OK
002487         MOVE ZERO TO NLS-AH-BAND
002488         MOVE ZERO TO NLS-AH-YEARS
002489         MOVE ZERO TO NLS-AH-MONTHS
002490         MOVE ZERO TO NLS-AH-DAYS
002491         MOVE ZERO TO NLS-AH-BUSINESS-DAYS
002492     ELSE
002493         MOVE NLS-AG-RESULT-YEARS  TO NLS-AH-YEARS
002494         MOVE NLS-AG-RESULT-MONTHS TO NLS-AH-MONTHS
002495         MOVE NLS-AG-RESULT-DAYS   TO NLS-AH-DAYS
002496         MOVE NLS-AG-BUSINESS-DAYS TO NLS-AH-BUSINESS-DAYS
002497         IF NLS-AG-WORKDAY-ITEM
002498             MOVE NLS-AG-WD-THIS-BAND TO NLS-AH-BAND
002499         ELSE
002500             MOVE NLS-AG-THIS-BAND TO NLS-AH-BAND
002501         END-IF
002502     END-IF.
002503     WRITE NLS-AGING-HIST-RECORD.
002504     IF NLS-AGING-HISTORY-STATUS = "00"
002505         ADD 1 TO NLS-AG-SNAPSHOT-COUNT
002506     ELSE
002507         SET NLS-AG-SNAPSHOT-FAILED TO TRUE
002508         DISPLAY "NLSAGRPT NLSAGHS WRITE FAILED - STATUS "
002509             NLS-AGING-HISTORY-STATUS " ITEM " NLS-AI-ITEM-ID
002510     END-IF.
002511 2600-EXIT.
002512     EXIT.
002513*----------------------------------------------------------*
002514* 3000-CLASSIFY-BAND                                       *
002515*   BAND 4 IS OWNED BY THE NLS-DTI-OVER-1Y0M0D SWITCH SO   *
002516*   THE REPORT CAN NEVER DISAGREE WITH THE SUBROUTINE      *
002517*   ABOUT WHAT "OVER ONE YEAR" MEANS; EXACTLY ONE YEAR     *
002518*   LANDS IN BAND 3 WITH THE REST OF 6-12 MONTHS.          *
002519*----------------------------------------------------------*
002520 3000-CLASSIFY-BAND.
002530     EVALUATE TRUE
002540         WHEN NLS-AG-IS-OVER-1YR
004010     MOVE NLS-AG-ITEMS-READ TO NLS-AG-TL-COUNT.
004020     WRITE NLS-AGE-PRINT-LINE FROM NLS-AG-TOTAL-LINE
004030         AFTER ADVANCING 1 LINE.
004031     IF NLS-AG-TAKE-SNAPSHOT
004032         MOVE "SNAPSHOT RECORDS WRITTEN" TO NLS-AG-TL-LABEL
004033         MOVE NLS-AG-SNAPSHOT-COUNT TO NLS-AG-TL-COUNT
004034         WRITE NLS-AGE-PRINT-LINE FROM NLS-AG-TOTAL-LINE
004035             AFTER ADVANCING 1 LINE
004036     END-IF.
004040 6000-EXIT.
004050     EXIT.
004060*----------------------------------------------------------*
004220     IF NOT NLS-AG-INPUT-MISSING
004230         CLOSE NLS-AGING-INPUT
004240     END-IF.
004241     IF NLS-AG-TAKE-SNAPSHOT
004242         CLOSE NLS-AGING-HISTORY
004243     END-IF.
004250     CLOSE NLS-AGING-REPORT.
004260 9000-EXIT.
004270     EXIT.
004280*----------------------------------------------------------*
004290* 9500-SET-RETURN-CODE                                     *
004300*   0 = CLEAN REPORT; 4 = AT LEAST ONE ITEM'S DATE WAS     *
004310*   REJECTED; 8 = NO INPUT TO AGE, OR A MONTH-END SNAPSHOT *
004320*   THAT COULD NOT BE WRITTEN, SO THE SCHEDULE SEES IT.    *
004330*----------------------------------------------------------*
004340 9500-SET-RETURN-CODE.
004350     EVALUATE TRUE
004360         WHEN NLS-AG-INPUT-MISSING
004363             MOVE 8 TO RETURN-CODE
004366         WHEN NLS-AG-SNAPSHOT-FAILED
004370             MOVE 8 TO RETURN-CODE
004380         WHEN NLS-AG-BAD-DATE-COUNT > ZERO
004390             MOVE 4 TO RETURN-CODE
004503     MOVE "NLSAGRPT"          TO NLS-RL-PROGRAM-ID.
004504     MOVE NLS-RL-SAVED-RC     TO NLS-RL-RETURN-CODE.
004505     MOVE NLS-AG-ITEMS-READ   TO NLS-RL-RECORDS-READ.
004506     MOVE NLS-AG-SNAPSHOT-COUNT TO NLS-RL-RECORDS-WRITTEN.
004507     MOVE NLS-RL-ELAPSED      TO NLS-RL-ELAPSED-SECONDS.
004508     MOVE SPACES              TO NLS-RL-VERDICT.
004509     CALL "NLSRLOGW" USING NLS-RUN-LOG-RECORD.
