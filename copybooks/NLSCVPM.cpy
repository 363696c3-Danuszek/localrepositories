000100*----------------------------------------------------------*
000200* NLSCVPM - PARAMETER BLOCK FOR THE NLSCONV CERTIFIED      *
000300*           EBCDIC <-> SHIFT-JIS CONVERSION SUBPROGRAM.    *
000400*           THE CALLER SETS FUNCTION, MODE, INPUT LENGTH   *
000500*           AND INPUT BUFFER; NLSCONV RETURNS STATUS,      *
000600*           OUTPUT LENGTH, THE OFFSET OF THE FIRST INPUT   *
000700*           BYTE IT COULD NOT CONVERT, AND THE OUTPUT      *
000800*           BUFFER. HOST-SIDE DBCS RUNS ARE BRACKETED BY   *
000900*           SHIFT-OUT X"0E" / SHIFT-IN X"0F"; SHIFT-JIS    *
001000*           CARRIES NO SHIFT BYTES. THE OUTPUT BUFFER IS   *
001100*           TWICE THE INPUT SO THE SHIFT BYTES ADDED ON    *
001200*           THE WAY TO EBCDIC CAN NEVER OVERFLOW IT.       *
001300*           STATUS 00 = CONVERTED, 10 = BYTE NOT IN THE    *
001400*           CODEPAGE TABLES, 20 = CODE POINT NOT CERTIFIED *
001500*           (ITS JAPCOB1 SWEEP TEST IS FAILING IN          *
001600*           NLSRSLT), 30 = BROKEN SHIFT-OUT/SHIFT-IN RUN   *
001700*           OR INCOMPLETE DOUBLE-BYTE PAIR, 40 = TABLES OR *
001800*           CERTIFICATION RESULTS NOT AVAILABLE, 50 =      *
001900*           INVALID FUNCTION, MODE OR LENGTH.              *
002000*----------------------------------------------------------*
002100* MODIFICATION HISTORY                                     *
002200*  2026-10-06  RLH  ORIGINAL VERSION.                      *
002300*----------------------------------------------------------*
002400 01  NLS-CONV-PARMS.
002500     05  NLS-CV-FUNCTION         PIC X(02).
002600         88  NLS-CV-EBCDIC-TO-SJIS          VALUE "ES".
002700         88  NLS-CV-SJIS-TO-EBCDIC          VALUE "SE".
002800     05  NLS-CV-MODE             PIC X(01).
002900         88  NLS-CV-MODE-PRODUCTION         VALUES "P", " ".
003000         88  NLS-CV-MODE-CERTIFY            VALUE "C".
003100     05  NLS-CV-STATUS           PIC X(02).
003200         88  NLS-CV-OK                      VALUE "00".
003300         88  NLS-CV-NOT-IN-TABLE            VALUE "10".
003400         88  NLS-CV-NOT-CERTIFIED           VALUE "20".
003500         88  NLS-CV-SHIFT-ERROR             VALUE "30".
003600         88  NLS-CV-TABLES-UNAVAILABLE      VALUE "40".
003700         88  NLS-CV-REQUEST-BAD             VALUE "50".
003800     05  NLS-CV-INPUT-LENGTH     PIC 9(04) COMP.
003900     05  NLS-CV-OUTPUT-LENGTH    PIC 9(04) COMP.
004000     05  NLS-CV-ERROR-OFFSET     PIC 9(04) COMP.
004100     05  NLS-CV-INPUT-BUFFER     PIC X(256).
004200     05  NLS-CV-OUTPUT-BUFFER    PIC X(512).
