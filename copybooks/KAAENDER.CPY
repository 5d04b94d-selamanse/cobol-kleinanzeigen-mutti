000100************************************************************
000200*    KAAENDER.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-ANZEIGEN-AENDERUNG SEQUENTIAL
000400*    FILE (MUTTIAEN).  ONE RECORD PER CHANGE AN OPERATOR MAKES
000500*    BY HAND TO AN AD ON KLEINANZEIGEN-MASTER IN MUTTI-
000600*    ANZEIGENBEARBEITUNG: WHO, WHEN, WHICH AD, WHAT (THE ACTION
000700*    LETTER), WHY (A REASON CODE FROM THE DIALOG'S TABLE PLUS
000800*    AN OPTIONAL REMARK) AND THE STATUS AND PRICES BEFORE AND
000900*    AFTER.  APPEND-ONLY, CREATED ON FIRST USE.  MUTTI-
001000*    SICHERUNG PRUEFEN COUNTS THE CHANGES WHEN IT RECONCILES
001100*    THE MASTER.
001200*
001300*    MODIFICATION HISTORY
001400*    2026-10-14 CJH  ORIGINAL RECORD.
001500************************************************************
001600 01  KA-AEN-REC.
001700     05  KA-AEN-TIMESTAMP.
001800         10  KA-AEN-DATE         PIC 9(08).
001900         10  KA-AEN-TIME         PIC 9(08).
002000     05  KA-AEN-OPERATOR         PIC X(10).
002100     05  KA-AEN-AD-ID            PIC X(10).
002200     05  KA-AEN-ACTION           PIC X(01).
002300         88  KA-AEN-IS-WITHDRAWAL        VALUE "Z".
002400         88  KA-AEN-IS-SALE              VALUE "V".
002500         88  KA-AEN-IS-REACTIVATION      VALUE "W".
002600         88  KA-AEN-IS-PRICE-FIX         VALUE "P".
002700     05  KA-AEN-REASON           PIC X(02).
002800     05  KA-AEN-REMARK           PIC X(40).
002900     05  KA-AEN-OLD-STATUS       PIC X(01).
003000     05  KA-AEN-NEW-STATUS       PIC X(01).
003100     05  KA-AEN-OLD-PRICE        PIC 9(7)V99.
003200     05  KA-AEN-NEW-PRICE        PIC 9(7)V99.
003300     05  KA-AEN-OLD-MIN-PRICE    PIC 9(7)V99.
003400     05  KA-AEN-NEW-MIN-PRICE    PIC 9(7)V99.
003500     05  FILLER                  PIC X(03).
