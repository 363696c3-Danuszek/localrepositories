000960*                   ON-CALL CAN TELL A FRESH REGRESSION    *
000970*                   FROM A LONG-STANDING RED. LRECL IS     *
000980*                   NOW 263.                               *
000981*  2026-10-09  RLH  AGE "WAIVD" MARKS A FAILURE UNDER AN   *
000982*                   UNEXPIRED NLSWAIV WAIVER - STILL       *
000983*                   EXTRACTED FOR THE RECORD, NOT PAGED.   *
000984*                   NO LRECL CHANGE.                       *
001000*----------------------------------------------------------*
001100 01  NLS-EXCEPTION-RECORD.
001200     05  NLS-EX-PROGRAM-ID       PIC X(08).
001900     05  NLS-EX-FAIL-AGE         PIC X(05).
002000         88  NLS-EX-NEW-FAILURE             VALUE "NEW".
002100         88  NLS-EX-KNOWN-FAILURE           VALUE "KNOWN".
002101         88  NLS-EX-WAIVED-FAILURE          VALUE "WAIVD".
002200     05  NLS-EX-FIRST-FAIL-DATE  PIC 9(08).
