000100*----------------------------------------------------------*
000200* NLSRLOG - RUN-LOG RECORD LAYOUT FOR THE CERTIFICATION,   *
000300*           AGING AND PARTNER-SCAN JOBS. ONE "H" HEADER    *
000400*           RECORD PER RUN (JOB NAME, RUN STAMP, OVERALL   *
000500*           VERDICT) AND ONE "S" RECORD PER STEP (PROGRAM, *
000600*           RETURN CODE, RECORDS READ AND WRITTEN, ELAPSED *
000700*           SECONDS), APPENDED THROUGH THE NLSRLOGW        *
000800*           SUBPROGRAM SO AN AUDITOR CAN LIST EVERY RUN    *
000900*           WITHOUT DIGGING THROUGH SAVED SYSOUT, AND      *
001000*           NLSRMON CAN WATCH STEP TIMINGS AND JOB         *
001050*           CADENCES. LRECL 63.                            *
001100*----------------------------------------------------------*
001200* MODIFICATION HISTORY                                     *
001300*  2026-09-02  RLH  ORIGINAL VERSION.                      *
001310*  2026-10-12  RLH  NLSPSCAN NOW WRITES RUN HEADERS AND    *
001320*                   STEP RECORDS TOO. LAYOUT UNCHANGED.    *
001400*----------------------------------------------------------*
001500 01  NLS-RUN-LOG-RECORD.
001600     05  NLS-RL-RECORD-TYPE      PIC X(01).
