000334*                   RECORD COUNTS AND ELAPSED SECONDS FOR   *
000335*                   THE RUN-LEVEL AUDIT TRAIL.              *
000336*----------------------------------------------------------*
000337*  2026-10-08  RLH  KNOWN PROGRAM LIST MOVED TO THE         *
000338*                   NLSKPGM COPYBOOK, SHARED WITH NLSCOVR.  *
000339*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000610* KNOWN CERTIFICATION PROGRAM IDS                          *
000620*   EVERY PROGRAM THAT READS NLSCASE MUST BE LISTED HERE;  *
000630*   A RECORD KEYED TO ANYTHING ELSE IS A MISSPELLING THAT  *
000640*   WOULD BE SILENTLY IGNORED AT RUN TIME. THE LIST LIVES  *
000645*   IN NLSKPGM, SHARED WITH THE COVERAGE REPORT.           *
000650*----------------------------------------------------------*
000660     COPY NLSKPGM.
000740 77  NLS-CV-KNOWN-SUB        PIC 9(03) COMP VALUE ZERO.
000750 77  NLS-CV-KNOWN-SW         PIC X(01) VALUE "N".
000760     88  NLS-CV-PROGRAM-KNOWN           VALUE "Y".
001930     MOVE "N" TO NLS-CV-KNOWN-SW.
001940     PERFORM 3100-MATCH-KNOWN-ID THRU 3100-EXIT
001950         VARYING NLS-CV-KNOWN-SUB FROM 1 BY 1
001960         UNTIL NLS-CV-KNOWN-SUB > NLS-KP-COUNT
001970            OR NLS-CV-PROGRAM-KNOWN.
001980     IF NOT NLS-CV-PROGRAM-KNOWN
001990         MOVE "UNKNOWN PROGRAM-ID - RECORD WOULD BE"
002060* 3100-MATCH-KNOWN-ID                                      *
002070*----------------------------------------------------------*
002080 3100-MATCH-KNOWN-ID.
002090     IF NLS-TC-PROGRAM-ID = NLS-KP-ID (NLS-CV-KNOWN-SUB)
002100         SET NLS-CV-PROGRAM-KNOWN TO TRUE
002110     END-IF.
002120 3100-EXIT.
