000100************************************************************
000200*    KAGEBUHR.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-GEBUEHREN INDEXED FILE
000400*    (MUTTIGEB) - THE SELLER FEE SCHEDULE.  ONE RECORD PER
000500*    CATEGORY: THE FEE IS KA-GEB-PERCENT OF THE AGREED SALE
000600*    AMOUNT, BUT NEVER LESS THAN KA-GEB-MIN-FEE.  THE ENTRY
000700*    WITH CATEGORY "*" IS THE DEFAULT FOR EVERY CATEGORY
000800*    WITHOUT AN ENTRY OF ITS OWN.  KA-GEB-CATEGORY IS THE
000900*    PRIME RECORD KEY, STORED UPPERCASED.  MAINTAINED BY A
001000*    SUPERVISOR THROUGH MUTTI-INHALTSPFLEGE (BEREICH G); A
001100*    RETIRED ENTRY STAYS ON FILE FOR THE RECORD BUT IS NOT
001200*    USED BY MUTTI-VERKAEUFERABRECHNUNG ANY MORE.
001300*
001400*    MODIFICATION HISTORY
001500*    2026-10-10 CJH  ORIGINAL RECORD.
001600************************************************************
001700 01  KA-GEB-REC.
001800     05  KA-GEB-CATEGORY         PIC X(20).
001900     05  KA-GEB-PERCENT          PIC 9(02)V99.
002000     05  KA-GEB-MIN-FEE          PIC 9(05)V99.
002100     05  KA-GEB-STATUS           PIC X(01).
002200         88  KA-GEB-IS-ACTIVE            VALUE "A".
002300         88  KA-GEB-IS-RETIRED           VALUE "R".
002400     05  KA-GEB-CHANGED-BY       PIC X(10).
002500     05  KA-GEB-CHANGED-DATE     PIC 9(08).
002600     05  FILLER                  PIC X(10).
