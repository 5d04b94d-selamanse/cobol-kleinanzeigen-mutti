000100************************************************************
000200*    KAVERK.CPY
000300*    RECORD LAYOUT FOR THE SELLER-MASTER INDEXED FILE
000400*    (KAVERKAU).  ONE RECORD PER SELLER KNOWN TO THE WEB
000500*    PLATFORM.  KA-VKF-ID IS THE PRIME RECORD KEY AND IS WHAT
000600*    THE MUTTILOD EXTRACT NOW DELIVERS IN ITS SELLER FIELD
000700*    (LEFT-JUSTIFIED, REST BLANK) - SO KA-MST-SELLER ON THE
000800*    AD MASTER HOLDS THE SELLER ID, NOT A FREE-TEXT NAME.
000900*    MAINTAINED ONLY THROUGH THE MUTTI-VERKAEUFERSTAMM
001000*    SUPERVISOR DIALOG (AUDIT LOG MUTTIVKA).  MUTTI-ANZEIGEN-
001100*    LADEN REJECTS ADS OF UNKNOWN OR BLOCKED SELLERS AND
001200*    KLEINANZEIGEN-MUTTI STOPS OFFERING THE ADS OF A SELLER
001300*    BLOCKED SINCE THE LOAD.  KA-VKF-LANG IS DE, EN OR TR.
001400*
001500*    MODIFICATION HISTORY
001600*    2026-10-09 CJH  ORIGINAL RECORD.
001700************************************************************
001800 01  KA-SELLER-REC.
001900     05  KA-VKF-ID               PIC X(10).
002000     05  KA-VKF-NAME             PIC X(30).
002100     05  KA-VKF-CONTACT          PIC X(50).
002200     05  KA-VKF-LANG             PIC X(02).
002300     05  KA-VKF-STATUS           PIC X(01).
002400         88  KA-VKF-IS-ACTIVE            VALUE "A".
002500         88  KA-VKF-IS-BLOCKED           VALUE "B".
002600     05  KA-VKF-BLOCK-REASON     PIC X(40).
002700     05  KA-VKF-BLOCK-DATE       PIC 9(08).
002800     05  KA-VKF-CREATED-DATE     PIC 9(08).
002900     05  KA-VKF-CHANGED-DATE     PIC 9(08).
003000     05  KA-VKF-CHANGED-BY       PIC X(10).
003100     05  FILLER                  PIC X(33).
