000100************************************************************
000200*    KAVERDA.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-VERDACHT INDEXED FILE
000400*    (MUTTIVRD).  ONE RECORD PER AD THE NIGHTLY SCREENING
000500*    (MUTTI-ANZEIGEN-SCREENING) FOUND SUSPICIOUS.  KA-VDT-AD-ID
000600*    IS THE PRIME RECORD KEY, SO AN AD HAS AT MOST ONE CASE;
000700*    A LATER NIGHT ADDS ITS REASONS TO THE OPEN CASE.  THE
000800*    REASON SWITCHES SAY WHY: PRICE FAR BELOW THE CATEGORY
000900*    NORM (THE CATEGORY FIGURES OF THAT NIGHT ARE KEPT FOR
001000*    THE REVIEWER), THE SAME DESCRIPTION UNDER ANOTHER AD ID,
001100*    OR A SELLER WITH AN UNUSUAL NUMBER OF NEW ADS IN ONE
001200*    NIGHT.  WHILE A CASE IS OPEN KLEINANZEIGEN-MUTTI STILL
001300*    ANSWERS QUESTIONS ON THE AD BUT TAKES NO OFFERS.  A
001400*    SUPERVISOR WORKS THE CASES IN MUTTI-VERDACHTSPRUEFUNG:
001500*    C = CLEARED (THE AD STAYS UP), B = BLOCKED (THE AD GOES
001600*    TO STATUS "G" ON THE MASTER).  A CLEARED AD IS ONLY
001700*    FLAGGED AGAIN WHEN ITS PRICE FALLS BELOW KA-VDT-PRICE.
001800*
001900*    MODIFICATION HISTORY
002000*    2026-10-11 CJH  ORIGINAL RECORD.
002100************************************************************
002200 01  KA-VDT-REC.
002300     05  KA-VDT-AD-ID            PIC X(10).
002400     05  KA-VDT-STATUS           PIC X(01).
002500         88  KA-VDT-IS-OPEN              VALUE "O".
002600         88  KA-VDT-IS-CLEARED           VALUE "C".
002700         88  KA-VDT-IS-BLOCKED           VALUE "B".
002800     05  KA-VDT-PRICE-SW         PIC X(01).
002900         88  KA-VDT-PRICE-LOW            VALUE "Y".
003000     05  KA-VDT-DUP-SW           PIC X(01).
003100         88  KA-VDT-DESC-DUPLICATE       VALUE "Y".
003200     05  KA-VDT-BURST-SW         PIC X(01).
003300         88  KA-VDT-SELLER-BURST         VALUE "Y".
003400     05  KA-VDT-FLAG-DATE        PIC 9(08).
003500     05  KA-VDT-CATEGORY         PIC X(20).
003600     05  KA-VDT-SELLER           PIC X(10).
003700     05  KA-VDT-PRICE            PIC 9(7)V99.
003800     05  KA-VDT-CAT-COUNT        PIC 9(05).
003900     05  KA-VDT-CAT-Q1           PIC 9(7)V99.
004000     05  KA-VDT-CAT-MEDIAN       PIC 9(7)V99.
004100     05  KA-VDT-CAT-Q3           PIC 9(7)V99.
004200     05  KA-VDT-DUP-AD-ID        PIC X(10).
004300     05  KA-VDT-NEW-AD-COUNT     PIC 9(05).
004400     05  KA-VDT-REVIEWER         PIC X(10).
004500     05  KA-VDT-REVIEW-DATE      PIC 9(08).
004600     05  FILLER                  PIC X(74).
