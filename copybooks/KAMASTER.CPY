000904*                    VON".  ZERO OR BLANK = NO PRIOR PRICE
000905*                    KNOWN.  THE RECORD GREW FROM 198 TO 207
000906*                    BYTES - REBUILD THE FILE ONCE AT CUTOVER.
000907*    2026-10-11 CJH  NEW STATUS "G" (GESPERRT): AN AD BLOCKED BY
000908*                    A SUPERVISOR IN MUTTI-VERDACHTSPRUEFUNG AFTER
000909*                    THE NIGHTLY SCREENING.  EVERY READER TREATS
000910*                    IT LIKE AN EXPIRED AD - GONE, NOT OFFERED,
000911*                    PURGED BY MUTTI-ANZEIGEN-PFLEGE.
000913*    2026-10-14 CJH  CARVED KA-MST-PRICE-HOLD OUT OF THE SPARE
000914*                    FILLER: "H" = PRICE CORRECTED BY HAND IN
000915*                    MUTTI-ANZEIGENBEARBEITUNG, THE NEXT EXTRACT
000916*                    STILL CARRIES THE PLATFORM'S OLD PRICE;
000917*                    "L" = KEPT OVER ONE LOAD.  WHILE IT IS SET
000918*                    MUTTI-ANZEIGEN-LADEN KEEPS PRICE AND MINIMUM
000919*                    AND MUTTI-STATUS-EXPORT SENDS THEM TO THE
000920*                    PLATFORM.  BLANK = NOTHING PENDING.  NO
000921*                    CHANGE IN LENGTH.
000922************************************************************
001000 01  KA-MASTER-REC.
001100     05  KA-MST-AD-ID            PIC X(10).
001200     05  KA-MST-CATEGORY         PIC X(20).
001620         88  KA-MST-IS-RESERVED          VALUE "R".
001630         88  KA-MST-IS-SOLD              VALUE "S".
001640         88  KA-MST-IS-EXPIRED           VALUE "E".
001650         88  KA-MST-IS-BLOCKED           VALUE "G".
001700     05  KA-MST-POSTED-DATE      PIC 9(08).
001800     05  KA-MST-STATUS-DATE      PIC 9(08).
001850     05  KA-MST-MIN-PRICE        PIC 9(7)V99.
001860     05  KA-MST-PREV-PRICE       PIC 9(7)V99.
001870     05  KA-MST-PRICE-HOLD       PIC X(01).
001880         88  KA-MST-PRICE-IS-HELD        VALUE "H" "L".
001890         88  KA-MST-PRICE-HELD-NEW       VALUE "H".
001895         88  KA-MST-PRICE-HELD-LOADED    VALUE "L".
001900     05  FILLER                  PIC X(02).
