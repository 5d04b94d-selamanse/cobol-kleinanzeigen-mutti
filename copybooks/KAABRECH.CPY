000100************************************************************
000200*    KAABRECH.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-ABRECHNUNG INDEXED FILE
000400*    (MUTTIABG).  ONE RECORD PER SALE BILLED BY THE MONTHLY
000500*    SELLER FEE SETTLEMENT (MUTTI-VERKAEUFERABRECHNUNG).
000600*    KA-ABR-RSV-ID - THE RESERVATION ID OF THE SALE ON
000700*    MUTTIRSA - IS THE PRIME RECORD KEY: A SALE ALREADY ON
000800*    THIS FILE IS NEVER BILLED AGAIN, SO A RERUN OF A MONTH
000900*    ONLY PICKS UP WHAT THE EARLIER RUN LEFT OUT.
001000*    KA-ABR-BELEG-NR IS THE BOOKING NUMBER THE SALE WAS
001100*    BILLED UNDER ON THE AR BOOKING FILE (MUTTIBUC).
001200*
001300*    MODIFICATION HISTORY
001400*    2026-10-10 CJH  ORIGINAL RECORD.
001500************************************************************
001600 01  KA-ABR-REC.
001700     05  KA-ABR-RSV-ID           PIC 9(08).
001800     05  KA-ABR-MONTH            PIC X(06).
001900     05  KA-ABR-BELEG-NR         PIC 9(08).
002000     05  KA-ABR-SELLER-ID        PIC X(10).
002100     05  KA-ABR-AD-ID            PIC X(10).
002200     05  KA-ABR-AMOUNT           PIC 9(7)V99.
002300     05  KA-ABR-FEE              PIC 9(7)V99.
002400     05  KA-ABR-RUN-DATE         PIC 9(08).
002500     05  FILLER                  PIC X(12).
