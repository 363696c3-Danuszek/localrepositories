000100*----------------------------------------------------------*
000200* NLSPDATA - PARTNER INVOICING RECORD LAYOUT. ONE RECORD   *
000300*            PER INVOICE DELIVERED BY A TRADING PARTNER:   *
000400*            THE INVOICE ID, THE PARTNER'S NAME AS THEY    *
000500*            SEND IT, AND THE FREE-TEXT REMARKS THAT CARRY *
000600*            THE KATAKANA, KANJI AND LATIN-1 BYTES THE     *
000700*            NLSPSCAN SCAN JUDGES. THE PARTNER NAME IS THE *
000800*            GROUPING KEY FOR THE NLSPSCOR SCORECARD.      *
000900*            LRECL 100.                                    *
001000*----------------------------------------------------------*
001100* MODIFICATION HISTORY                                     *
001200*  2026-10-05  RLH  ORIGINAL VERSION - FORMALISES THE       *
001300*                   LAYOUT NLSPSCAN HAD READ AS AN         *
001400*                   UNSTRUCTURED PIC X(100).               *
001500*----------------------------------------------------------*
001600 01  NLS-PARTNER-RECORD.
001700     05  NLS-PD-INVOICE-ID       PIC X(10).
001800     05  FILLER                  PIC X(01).
001900     05  NLS-PD-PARTNER-NAME     PIC X(25).
002000     05  NLS-PD-FREE-TEXT        PIC X(64).
