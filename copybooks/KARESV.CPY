001200*
001300*    MODIFICATION HISTORY
001400*    2026-09-03 CJH  ORIGINAL RECORD.
001410*    2026-10-07 CJH  BUYER NAME AND PHONE/E-MAIL, THE SESSION
001420*                    LANGUAGE AND THE DATE THE BUYER WAS TOLD
001430*                    THE OUTCOME (MUTTI-KAEUFERINFO) ADDED.
001440*                    RECORD GROWS FROM 100 TO 200 BYTES - MUTTIRSV
001450*                    AND MUTTIRSA ARE RELOADED ONCE AT CUTOVER,
001460*                    OLD RECORDS WITH THE NEW FIELDS AS SPACES.
001500************************************************************
001600 01  KA-RSV-REC.
001700     05  KA-RSV-ID               PIC 9(08).
002800     05  KA-RSV-OPERATOR         PIC X(10).
002900     05  KA-RSV-CLOSED-BY        PIC X(10).
003000     05  KA-RSV-CLOSED-DATE      PIC 9(08).
003100     05  KA-RSV-BUYER-NAME       PIC X(30).
003200     05  KA-RSV-BUYER-CONTACT    PIC X(50).
003300     05  KA-RSV-LANG             PIC X(02).
003400     05  KA-RSV-NOTIFIED-DATE    PIC 9(08).
003500     05  FILLER                  PIC X(22).
