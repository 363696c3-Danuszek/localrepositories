000300*           LAYOUT. ONE RECORD PER APPLIED TRANSACTION -   *
000400*           WHO CHANGED WHAT AND WHEN, WITH THE BEFORE     *
000500*           AND AFTER IMAGES. THE AUDIT FILE IS EXTENDED,  *
000600*           NEVER REWRITTEN. LRECL 113.                    *
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*  2026-09-02  RLH  ORIGINAL VERSION.                      *
000910*  2026-10-11  RLH  ADDED THE OLD AND NEW LOCALE CODES TO  *
000920*                   THE BEFORE AND AFTER IMAGES. LRECL 109 *
000930*                   TO 113.                                *
001000*----------------------------------------------------------*
001100 01  NLS-AGING-AUDIT-RECORD.
001200     05  NLS-AU-MAINT-DATE       PIC 9(08).
001800     05  NLS-AU-OLD-FROM-DATE    PIC 9(08).
001900     05  NLS-AU-NEW-DESC         PIC X(30).
002000     05  NLS-AU-NEW-FROM-DATE    PIC 9(08).
002100     05  NLS-AU-OLD-LOCALE       PIC X(02).
002200     05  NLS-AU-NEW-LOCALE       PIC X(02).
