000600*----------------------------------------------------------*
000700* MODIFICATION HISTORY                                     *
000800*  2026-08-21  RLH  ORIGINAL VERSION.                      *
000810*  2026-10-11  RLH  ADDED NLS-AI-LOCALE, THE LANGUAGE/     *
000820*                   LOCALE CODE (NLSLOCL) THE ESCALATION   *
000830*                   NOTICES ARE WRITTEN IN. BLANK READS AS *
000840*                   ENGLISH. LRECL 48 TO 50.               *
000900*----------------------------------------------------------*
001000 01  NLS-AGING-INPUT-RECORD.
001100     05  NLS-AI-ITEM-ID          PIC X(10).
001200     05  NLS-AI-ITEM-DESC        PIC X(30).
001300     05  NLS-AI-FROM-DATE        PIC 9(08).
001400     05  NLS-AI-LOCALE           PIC X(02).
