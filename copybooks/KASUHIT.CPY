000100************************************************************
000200*    KASUHIT.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-SUCHTREFFER INDEXED FILE
000400*    (MUTTISRH).  ONE RECORD PER AD EVER REPORTED TO A SAVED
000500*    SEARCH (MUTTISRC, COPY KASUCHE), KEYED SEARCH ID PLUS AD
000600*    ID, SO MUTTI-SUCHAUFTRAG NEVER SENDS THE SAME AD TO THE
000700*    SAME SEARCH TWICE - NOT EVEN WHEN ITS PRICE DROPS AGAIN.
000800*    THE HITS OF A SEARCH ARE DELETED WITH THE SEARCH.
000900*
001000*    MODIFICATION HISTORY
001100*    2026-10-08 CJH  ORIGINAL RECORD.
001200************************************************************
001300 01  KA-SEARCH-HIT-REC.
001400     05  KA-SRH-KEY.
001500         10  KA-SRH-SRC-ID       PIC 9(08).
001600         10  KA-SRH-AD-ID        PIC X(10).
001700     05  KA-SRH-DATE             PIC 9(08).
001800     05  KA-SRH-TYPE             PIC X(01).
001900         88  KA-SRH-IS-NEW-AD            VALUE "N".
002000         88  KA-SRH-IS-PRICE-DROP        VALUE "P".
002100     05  KA-SRH-PRICE            PIC 9(7)V99.
002200     05  FILLER                  PIC X(14).
