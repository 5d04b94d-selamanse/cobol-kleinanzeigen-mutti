000100************************************************************
000200*    KASUCHE.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-SUCHAUFTRAG INDEXED FILE
000400*    (MUTTISRC), THE SAVED SEARCHES.  WHEN A BUYER ASKS
000500*    KLEINANZEIGEN-MUTTI ABOUT A CATEGORY WITH A BUDGET AND
000600*    NOTHING ON FILE IS CHEAP ENOUGH, MUTTI OFFERS TO REMEMBER
000700*    THE SEARCH: CATEGORY, MAXIMUM PRICE, SESSION LANGUAGE AND
000800*    A WAY TO REACH THE BUYER, GOOD UNTIL KA-SRC-EXPIRY-DATE.
000900*    THE NIGHTLY MUTTI-SUCHAUFTRAG RUN MATCHES EVERY ACTIVE
001000*    SEARCH AGAINST THE MASTER AFTER THE LOAD, KEEPS EACH HIT
001100*    ON MUTTISRH (COPY KASUHIT) AND DELETES EXPIRED SEARCHES.
001200*    KA-SRC-ID IS THE PRIME RECORD KEY, ASSIGNED ASCENDING BY
001300*    THE WRITER, SAME AS KA-RSV-ID ON MUTTIRSV.  A SEARCH
001310*    ERASED BY MUTTI-DATENAUSKUNFT LOSES ITS BUYER DATA AND
001320*    GOES TO STATUS "L"; THE NEXT RUN DELETES IT WITH ITS HITS.
001400*
001500*    MODIFICATION HISTORY
001600*    2026-10-08 CJH  ORIGINAL RECORD.
001610*    2026-10-12 CJH  STATUS "L" = ERASED ON REQUEST.
001700************************************************************
001800 01  KA-SEARCH-REC.
001900     05  KA-SRC-ID               PIC 9(08).
002000     05  KA-SRC-STATUS           PIC X(01).
002100         88  KA-SRC-IS-ACTIVE            VALUE "A".
002110         88  KA-SRC-IS-ERASED            VALUE "L".
002200     05  KA-SRC-CATEGORY         PIC X(20).
002300     05  KA-SRC-MAX-PRICE        PIC 9(7)V99.
002400     05  KA-SRC-LANG             PIC X(02).
002500     05  KA-SRC-BUYER-NAME       PIC X(30).
002600     05  KA-SRC-BUYER-CONTACT    PIC X(50).
002700     05  KA-SRC-CREATED-DATE     PIC 9(08).
002800     05  KA-SRC-EXPIRY-DATE      PIC 9(08).
002900     05  KA-SRC-SESSION          PIC X(16).
003000     05  KA-SRC-OPERATOR         PIC X(10).
003100     05  KA-SRC-HIT-COUNT        PIC 9(05).
003200     05  KA-SRC-LAST-HIT-DATE    PIC 9(08).
003300     05  FILLER                  PIC X(25).
