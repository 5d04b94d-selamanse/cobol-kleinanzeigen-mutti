000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-ANZEIGENBEARBEITUNG.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-14 CJH  ORIGINAL VERSION.  DESK DIALOG FOR A SINGLE
001200*                    AD ON KLEINANZEIGEN-MASTER, SO A SELLER'S
001300*                    CALL NO LONGER WAITS FOR THE NEXT MUTTILOD
001400*                    EXTRACT.  THE OPERATOR LOGS ON AGAINST
001500*                    OPERATOR-MASTER EXACTLY LIKE MUTTI-
001600*                    NACHARBEIT.  EVERY OPERATOR MAY LOOK UP AN
001700*                    AD BY ID (A), LIST A CATEGORY OVER THE
001800*                    KA-MST-CATEGORY ALTERNATE INDEX (K) OR LIST
001900*                    A SELLER'S ADS (I) - STATUS, DATES, PRICES
002000*                    AND ANY OPEN RESERVATION ON MUTTIRSV.  A
002100*                    SUPERVISOR MAY ALSO WITHDRAW AN ACTIVE AD
002200*                    (Z, IT GOES TO EXPIRED), MARK IT SOLD (V -
002300*                    A PRIVATE SALE, NOT BILLED BY MUTTI-
002400*                    VERKAEUFERABRECHNUNG), REACTIVATE AN EXPIRED
002500*                    AD (W, WITH TODAY AS POSTED DATE SO MUTTI-
002600*                    ANZEIGEN-PFLEGE DOES NOT EXPIRE IT AGAIN THE
002700*                    SAME NIGHT) OR CORRECT PRICE AND MINIMUM
002800*                    PRICE (P).  AN AD WITH AN OPEN RESERVATION
002900*                    IS LEFT TO MUTTI-VERKAUFSABWICKLUNG.  A
003000*                    PRICE CORRECTION IS RECORDED LIKE THE LOAD
003100*                    RECORDS ONE (KA-MST-PREV-PRICE AND MUTTIPRH)
003200*                    AND HOLDS THE PRICE (KA-MST-PRICE-HOLD) SO
003300*                    THE NEXT LOAD DOES NOT PUT THE PLATFORM'S
003400*                    OLD PRICE BACK BEFORE MUTTI-STATUS-EXPORT
003500*                    HAS SENT IT.  EVERY CHANGE NEEDS A REASON
003600*                    CODE AND IS APPENDED TO THE CHANGE LOG
003700*                    (MUTTIAEN, COPY KAAENDER) WITH THE
003800*                    OPERATOR'S ID; WITHOUT THE LOG THE DIALOG
003900*                    ONLY ANSWERS LOOKUPS.
003910*    2026-10-15 CJH  THE CHANGE-LOG WRITE IS CHECKED; A CHANGE
003920*                    THAT COULD NOT BE LOGGED IS NOT COUNTED AND
003930*                    THE SUPERVISOR IS TOLD TO NOTE IT BY HAND.
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPERATOR-MASTER ASSIGN TO "KAOPERAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS KA-OPR-ID
004800         FILE STATUS IS WS-OPER-STATUS.
004900*
005000     SELECT KLEINANZEIGEN-MASTER ASSIGN TO "KAMASTER"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS KA-MST-AD-ID
005400         ALTERNATE RECORD KEY IS KA-MST-CATEGORY
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-MASTER-STATUS.
005700*
005800     SELECT MUTTI-RESERVIERUNG ASSIGN TO "MUTTIRSV"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS KA-RSV-ID
006200         FILE STATUS IS WS-RSV-STATUS.
006300*
006400     SELECT MUTTI-PREIS-HIST ASSIGN TO "MUTTIPRH"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-PRH-STATUS.
006700*
006800     SELECT MUTTI-ANZEIGEN-AENDERUNG ASSIGN TO "MUTTIAEN"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-AEN-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  OPERATOR-MASTER
007500     LABEL RECORDS ARE STANDARD.
007600 COPY KAOPER.
007700*
007800 FD  KLEINANZEIGEN-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000 COPY KAMASTER.
008100*
008200 FD  MUTTI-RESERVIERUNG
008300     LABEL RECORDS ARE STANDARD.
008400 COPY KARESV.
008500*
008600 FD  MUTTI-PREIS-HIST
008700     LABEL RECORDS ARE STANDARD.
008800 COPY KAPREIS.
008900*
009000 FD  MUTTI-ANZEIGEN-AENDERUNG
009100     LABEL RECORDS ARE STANDARD.
009200 COPY KAAENDER.
009300*
009400 WORKING-STORAGE SECTION.
009500 01  WS-SWITCHES.
009600     05  WS-OPER-OPEN-SW         PIC X(01)   VALUE "N".
009700         88  OPERATOR-FILE-IS-OPEN       VALUE "Y".
009800     05  WS-OPER-LOGIN-SW        PIC X(01)   VALUE "N".
009900         88  OPERATOR-LOGIN-OK           VALUE "Y".
010000     05  WS-SUPERVISOR-SW        PIC X(01)   VALUE "N".
010100         88  SUPERVISOR-LOGGED-ON        VALUE "Y".
010200     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
010300         88  MASTER-FILE-IS-OPEN         VALUE "Y".
010400     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
010500         88  MASTER-AT-END               VALUE "Y".
010600     05  WS-RSV-OPEN-SW          PIC X(01)   VALUE "N".
010700         88  RSV-FILE-IS-OPEN            VALUE "Y".
010800     05  WS-RSV-EOF-SW           PIC X(01)   VALUE "N".
010900         88  RSV-AT-END                  VALUE "Y".
011000     05  WS-RSV-FOUND-SW         PIC X(01)   VALUE "N".
011100         88  OPEN-RESERVATION-FOUND      VALUE "Y".
011200     05  WS-PRH-OPEN-SW          PIC X(01)   VALUE "N".
011300         88  PREIS-HIST-IS-OPEN          VALUE "Y".
011400     05  WS-AEN-OPEN-SW          PIC X(01)   VALUE "N".
011500         88  CHANGE-LOG-IS-OPEN          VALUE "Y".
011600     05  WS-DIALOG-END-SW        PIC X(01)   VALUE "N".
011700         88  DIALOG-IS-OVER              VALUE "Y".
011800     05  WS-LIST-STOP-SW         PIC X(01)   VALUE "N".
011900         88  LIST-IS-STOPPED             VALUE "Y".
012000     05  WS-CHANGE-OK-SW         PIC X(01)   VALUE "N".
012100         88  CHANGE-IS-OK                VALUE "Y".
012200     05  WS-REASON-OK-SW         PIC X(01)   VALUE "N".
012300         88  REASON-IS-OK                VALUE "Y".
012400*
012500 01  WS-OPER-STATUS              PIC X(02).
012600 01  WS-MASTER-STATUS            PIC X(02).
012700 01  WS-RSV-STATUS               PIC X(02).
012800 01  WS-PRH-STATUS               PIC X(02).
012900 01  WS-AEN-STATUS               PIC X(02).
013000*
013100 01  WS-OPERATOR-ID              PIC X(10)   VALUE SPACES.
013200 01  WS-PASSWORD-IN              PIC X(10).
013300 01  WS-PASSWORD-IN2             PIC X(10).
013400 77  WS-MAX-LOGON-FAILS          PIC 9(02)   COMP VALUE 3.
013500 01  WS-TODAY-DATE               PIC 9(08).
013600*
013700 01  WS-MENU-REPLY               PIC X(10).
013800 01  WS-CONTINUE-IN              PIC X(10).
013900 01  WS-TARGET-ID                PIC X(10).
014000 01  WS-CATEGORY-IN              PIC X(20).
014100 01  WS-SELLER-IN                PIC X(30).
014200 01  WS-REASON-IN                PIC X(02).
014300 01  WS-REMARK-IN                PIC X(40).
014400 01  WS-PRICE-IN                 PIC X(09).
014500 01  WS-PRICE-NUM REDEFINES WS-PRICE-IN
014600                                 PIC 9(07)V99.
014700 01  WS-MIN-PRICE-IN             PIC X(09).
014800 01  WS-MIN-PRICE-NUM REDEFINES WS-MIN-PRICE-IN
014900                                 PIC 9(07)V99.
015000*
015100*    THE AD AS IT WAS READ, FOR THE CHANGE LOG AND THE CHECK THAT
015200*    NOBODY CHANGED IT WHILE THE SUPERVISOR WAS TYPING.
015300 01  WS-OLD-STATUS               PIC X(01).
015400 01  WS-OLD-PRICE                PIC 9(07)V99.
015500 01  WS-OLD-MIN-PRICE            PIC 9(07)V99.
015600*
015700*    REASON CODES FOR A CHANGE BY HAND.  SO NEEDS A REMARK.
015800 01  WS-REASON-VALUES.
015900     05  FILLER                  PIC X(02)   VALUE "VW".
016000     05  FILLER                  PIC X(30)
016100                                 VALUE "WUNSCH DES VERKAEUFERS".
016200     05  FILLER                  PIC X(02)   VALUE "PV".
016300     05  FILLER                  PIC X(30)
016400                                 VALUE "PRIVAT VERKAUFT".
016500     05  FILLER                  PIC X(02)   VALUE "PF".
016600     05  FILLER                  PIC X(30)
016700                                 VALUE "PREIS FALSCH ERFASST".
016800     05  FILLER                  PIC X(02)   VALUE "DU".
016900     05  FILLER                  PIC X(30)
017000                                 VALUE "DOPPELT EINGESTELLT".
017100     05  FILLER                  PIC X(02)   VALUE "BE".
017200     05  FILLER                  PIC X(30)
017300                                 VALUE "BESCHWERDE KAEUFER".
017400     05  FILLER                  PIC X(02)   VALUE "TF".
017500     05  FILLER                  PIC X(30)
017600                                 VALUE "TECHNISCHER FEHLER".
017700     05  FILLER                  PIC X(02)   VALUE "SO".
017800     05  FILLER                  PIC X(30)
017900                                 VALUE "SONSTIGES, MIT BEMERKUNG".
018000 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
018100     05  WS-REASON-ENTRY         OCCURS 7 TIMES.
018200         10  WS-REASON-CODE      PIC X(02).
018300         10  WS-REASON-TEXT      PIC X(30).
018400 77  WS-REASON-MAX               PIC 9(02)   COMP VALUE 7.
018500 01  WS-REASON-IDX               PIC 9(02)   COMP.
018600*
018700 77  WS-PAGE-SIZE                PIC 9(02)   COMP VALUE 15.
018800 01  WS-PAGE-COUNT               PIC 9(02)   COMP VALUE ZERO.
018900*
019000 01  WS-COUNTERS.
019100     05  WS-LOOKUP-COUNT         PIC 9(05)   COMP VALUE ZERO.
019200     05  WS-LISTED-COUNT         PIC 9(05)   COMP VALUE ZERO.
019300     05  WS-CHANGE-COUNT         PIC 9(05)   COMP VALUE ZERO.
019400*
019500 01  WS-COUNT-DISPLAY            PIC 9(05).
019600 01  WS-STATUS-TEXT              PIC X(10).
019700 01  WS-PRICE-ED                 PIC ZZZZZZ9.99.
019800 01  WS-MIN-PRICE-ED             PIC ZZZZZZ9.99.
019900 01  WS-PREV-PRICE-ED            PIC ZZZZZZ9.99.
020000 01  WS-OFFER-ED                 PIC ZZZZZZ9.99.
020100*
020200 PROCEDURE DIVISION.
020300*
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 1100-OPERATOR-LOGIN THRU 1100-EXIT.
020700     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
020800         UNTIL DIALOG-IS-OVER.
020900     PERFORM 8000-SHOW-TOTALS THRU 8000-EXIT.
021000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021100     STOP RUN.
021200*
021300*****************************************************************
021400* 1000-INITIALIZE  --  OPEN THE OPERATOR MASTER FOR THE LOGON AND
021500*    THE AD MASTER FOR UPDATE - WITHOUT EITHER THE DIALOG ENDS
021600*    BEFORE IT STARTS.  THE RESERVATION QUEUE IS ONLY READ; THE
021700*    PRICE HISTORY AND THE CHANGE LOG ARE APPENDED TO AND CREATED
021800*    ON FIRST USE.  WITHOUT THE CHANGE LOG NO AD IS CHANGED.
021900*****************************************************************
022000 1000-INITIALIZE.
022100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
022200     OPEN I-O OPERATOR-MASTER.
022300     IF WS-OPER-STATUS = "00"
022400         SET OPERATOR-FILE-IS-OPEN TO TRUE
022500     END-IF.
022600     OPEN I-O KLEINANZEIGEN-MASTER.
022700     IF WS-MASTER-STATUS = "00"
022800         SET MASTER-FILE-IS-OPEN TO TRUE
022900     ELSE
023000         DISPLAY "Anzeigen-Master nicht verfuegbar - Abbruch"
023100         SET DIALOG-IS-OVER TO TRUE
023200     END-IF.
023300     OPEN INPUT MUTTI-RESERVIERUNG.
023400     IF WS-RSV-STATUS = "00"
023500         SET RSV-FILE-IS-OPEN TO TRUE
023600     ELSE
023700         DISPLAY "Reservierungs-Datei nicht verfuegbar -"
023800             " Reservierungen werden nicht angezeigt"
023900     END-IF.
024000     OPEN EXTEND MUTTI-PREIS-HIST.
024100     IF WS-PRH-STATUS NOT = "00"
024200         OPEN OUTPUT MUTTI-PREIS-HIST
024300         CLOSE MUTTI-PREIS-HIST
024400         OPEN EXTEND MUTTI-PREIS-HIST
024500     END-IF.
024600     IF WS-PRH-STATUS = "00"
024700         SET PREIS-HIST-IS-OPEN TO TRUE
024800     END-IF.
024900     OPEN EXTEND MUTTI-ANZEIGEN-AENDERUNG.
025000     IF WS-AEN-STATUS NOT = "00"
025100         OPEN OUTPUT MUTTI-ANZEIGEN-AENDERUNG
025200         CLOSE MUTTI-ANZEIGEN-AENDERUNG
025300         OPEN EXTEND MUTTI-ANZEIGEN-AENDERUNG
025400     END-IF.
025500     IF WS-AEN-STATUS = "00"
025600         SET CHANGE-LOG-IS-OPEN TO TRUE
025700     ELSE
025800         DISPLAY "Aenderungs-Protokoll nicht verfuegbar -"
025900             " nur Auskunft moeglich"
026000     END-IF.
026100 1000-EXIT.
026200     EXIT.
026300*
026400*****************************************************************
026500* 1100-OPERATOR-LOGIN  --  SAME LOGON AS MUTTI-NACHARBEIT.  THE
026600*    ID IS WHAT GETS STAMPED ONTO EVERY CHANGE LOG RECORD; THE
026700*    ROLE DECIDES WHETHER THE CHANGE ACTIONS ARE OFFERED.
026800*****************************************************************
026900 1100-OPERATOR-LOGIN.
027000     IF DIALOG-IS-OVER
027100         CONTINUE
027200     ELSE
027300         IF NOT OPERATOR-FILE-IS-OPEN
027400             DISPLAY
027500                 "Mitarbeiter-Datei nicht verfuegbar - Abbruch"
027600             SET DIALOG-IS-OVER TO TRUE
027700         ELSE
027800             MOVE "N" TO WS-OPER-LOGIN-SW
027900             PERFORM 1110-ASK-OPERATOR-ID THRU 1110-EXIT
028000                 UNTIL OPERATOR-LOGIN-OK
028100             IF KA-OPR-IS-SUPERVISOR
028200                 SET SUPERVISOR-LOGGED-ON TO TRUE
028300             END-IF
028400         END-IF
028500     END-IF.
028600 1100-EXIT.
028700     EXIT.
028800*
028900 1110-ASK-OPERATOR-ID.
029000     DISPLAY "Mitarbeiter-Kennung:".
029100     ACCEPT WS-OPERATOR-ID.
029200     IF WS-OPERATOR-ID = SPACES
029300         DISPLAY "Kennung darf nicht leer sein"
029400     ELSE
029500         MOVE SPACES TO KA-OPR-ID
029600         MOVE WS-OPERATOR-ID TO KA-OPR-ID
029700         READ OPERATOR-MASTER
029800             INVALID KEY
029900                 DISPLAY "Unbekannte Kennung, bitte erneut"
030000             NOT INVALID KEY
030100                 IF KA-OPR-IS-ACTIVE
030200                     PERFORM 1120-CHECK-PASSWORD THRU 1120-EXIT
030300                 ELSE
030400                     DISPLAY "Kennung gesperrt, bitte erneut"
030500                 END-IF
030600         END-READ
030700     END-IF.
030800 1110-EXIT.
030900     EXIT.
031000*
031100*****************************************************************
031200* 1120-CHECK-PASSWORD  --  SAME PASSWORD CHECK AS KLEINANZEIGEN-
031300*    MUTTI: THREE MISSES LOCK THE KENNUNG, A GOOD LOGON CLEARS
031400*    THE COUNTER AND STAMPS THE LAST-LOGON DATE, A BLANK
031500*    PASSWORD OR THE FORCE-CHANGE SWITCH DEMANDS A NEW ONE.
031600*****************************************************************
031700 1120-CHECK-PASSWORD.
031800     IF KA-OPR-FAIL-COUNT NOT NUMERIC
031900         MOVE ZERO TO KA-OPR-FAIL-COUNT
032000     END-IF.
032100     IF KA-OPR-PASSWORD = SPACES OR KA-OPR-MUST-CHANGE
032200         PERFORM 1130-FORCE-NEW-PASSWORD THRU 1130-EXIT
032300     ELSE
032400         DISPLAY "Kennwort:"
032500         ACCEPT WS-PASSWORD-IN
032600         IF WS-PASSWORD-IN = KA-OPR-PASSWORD
032700             MOVE ZERO TO KA-OPR-FAIL-COUNT
032800             MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
032900             REWRITE KA-OPERATOR-REC
033000             SET OPERATOR-LOGIN-OK TO TRUE
033100         ELSE
033200             ADD 1 TO KA-OPR-FAIL-COUNT
033300             IF KA-OPR-FAIL-COUNT < WS-MAX-LOGON-FAILS
033400                 DISPLAY "Kennwort falsch, bitte erneut"
033500             ELSE
033600                 SET KA-OPR-IS-LOCKED TO TRUE
033700                 DISPLAY "Kennung nach Fehlversuchen gesperrt"
033800             END-IF
033900             REWRITE KA-OPERATOR-REC
034000         END-IF
034100     END-IF.
034200 1120-EXIT.
034300     EXIT.
034400*
034500 1130-FORCE-NEW-PASSWORD.
034600     DISPLAY "Neues Kennwort setzen (Erstanmeldung/Reset)".
034700     DISPLAY "Neues Kennwort:".
034800     ACCEPT WS-PASSWORD-IN.
034900     DISPLAY "Neues Kennwort wiederholen:".
035000     ACCEPT WS-PASSWORD-IN2.
035100     IF WS-PASSWORD-IN = SPACES
035200         DISPLAY "Kennwort darf nicht leer sein"
035300     ELSE
035400     IF WS-PASSWORD-IN = WS-PASSWORD-IN2
035500         MOVE WS-PASSWORD-IN TO KA-OPR-PASSWORD
035600         MOVE "N" TO KA-OPR-FORCE-CHANGE-SW
035700         MOVE ZERO TO KA-OPR-FAIL-COUNT
035800         MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
035900         REWRITE KA-OPERATOR-REC
036000         SET OPERATOR-LOGIN-OK TO TRUE
036100     ELSE
036200         DISPLAY "Kennwoerter stimmen nicht ueberein"
036300     END-IF
036400     END-IF.
036500 1130-EXIT.
036600     EXIT.
036700*
036800*****************************************************************
036900* 2000-MAIN-MENU  --  ONE ACTION PER PASS.  THE CHANGE ACTIONS
037000*    ARE ONLY OFFERED TO A SUPERVISOR.
037100*****************************************************************
037200 2000-MAIN-MENU.
037300     DISPLAY " ".
037400     DISPLAY "Auskunft (A=Anzeige, K=Kategorie, I=Inserent)".
037500     IF SUPERVISOR-LOGGED-ON
037600         DISPLAY "Aenderung (Z=zurueckziehen, V=verkauft,"
037700             " W=wieder aktivieren, P=Preis)"
037800     END-IF.
037900     DISPLAY "Aktion (ENDE=Schluss):".
038000     ACCEPT WS-MENU-REPLY.
038100     INSPECT WS-MENU-REPLY CONVERTING
038200         "abcdefghijklmnopqrstuvwxyz" TO
038300         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
038400     EVALUATE TRUE
038500         WHEN WS-MENU-REPLY = "ENDE"
038600             SET DIALOG-IS-OVER TO TRUE
038700         WHEN WS-MENU-REPLY = "A"
038800             PERFORM 3000-SHOW-AD THRU 3000-EXIT
038900         WHEN WS-MENU-REPLY = "K"
039000             PERFORM 3100-LIST-CATEGORY THRU 3100-EXIT
039100         WHEN WS-MENU-REPLY = "I"
039200             PERFORM 3200-LIST-SELLER THRU 3200-EXIT
039300         WHEN SUPERVISOR-LOGGED-ON
039400             AND (WS-MENU-REPLY = "Z" OR WS-MENU-REPLY = "V"
039500               OR WS-MENU-REPLY = "W" OR WS-MENU-REPLY = "P")
039600             PERFORM 4000-CHANGE-AD THRU 4000-EXIT
039700         WHEN SUPERVISOR-LOGGED-ON
039800             DISPLAY "Bitte A, K, I, Z, V, W, P oder ENDE"
039900         WHEN OTHER
040000             DISPLAY "Bitte A, K, I oder ENDE"
040100     END-EVALUATE.
040200 2000-EXIT.
040300     EXIT.
040400*
040500 3000-SHOW-AD.
040600     PERFORM 3500-ASK-AD-ID THRU 3500-EXIT.
040700     IF WS-TARGET-ID = SPACES
040800         GO TO 3000-EXIT
040900     END-IF.
041000     MOVE WS-TARGET-ID TO KA-MST-AD-ID.
041100     READ KLEINANZEIGEN-MASTER KEY IS KA-MST-AD-ID
041200         INVALID KEY
041300             DISPLAY "Anzeige nicht gefunden"
041400         NOT INVALID KEY
041500             ADD 1 TO WS-LOOKUP-COUNT
041600             PERFORM 3600-DISPLAY-AD THRU 3600-EXIT
041700     END-READ.
041800 3000-EXIT.
041900     EXIT.
042000*
042100*****************************************************************
042200* 3100-LIST-CATEGORY  --  EVERY AD OF ONE CATEGORY, OVER THE
042300*    KA-MST-CATEGORY ALTERNATE INDEX.  THE CATEGORY IS TAKEN AS
042400*    TYPED, THE WAY THE EXTRACT DELIVERS IT.
042500*****************************************************************
042600 3100-LIST-CATEGORY.
042700     DISPLAY "Kategorie (leer = abbrechen):".
042800     ACCEPT WS-CATEGORY-IN.
042900     IF WS-CATEGORY-IN = SPACES
043000         GO TO 3100-EXIT
043100     END-IF.
043200     PERFORM 3400-START-LIST THRU 3400-EXIT.
043300     MOVE WS-CATEGORY-IN TO KA-MST-CATEGORY.
043400     START KLEINANZEIGEN-MASTER KEY IS EQUAL TO KA-MST-CATEGORY
043500         INVALID KEY
043600             SET MASTER-AT-END TO TRUE
043700     END-START.
043800     PERFORM 3410-READ-NEXT-MASTER THRU 3410-EXIT.
043900     PERFORM 3110-LIST-ONE-CATEGORY-AD THRU 3110-EXIT
044000         UNTIL MASTER-AT-END OR LIST-IS-STOPPED.
044100     PERFORM 3420-END-LIST THRU 3420-EXIT.
044200 3100-EXIT.
044300     EXIT.
044400*
044500 3110-LIST-ONE-CATEGORY-AD.
044600     IF KA-MST-CATEGORY NOT = WS-CATEGORY-IN
044700         SET MASTER-AT-END TO TRUE
044800         GO TO 3110-EXIT
044900     END-IF.
045000     PERFORM 3450-LIST-ONE-LINE THRU 3450-EXIT.
045100     PERFORM 3410-READ-NEXT-MASTER THRU 3410-EXIT.
045200 3110-EXIT.
045300     EXIT.
045400*
045500*****************************************************************
045600* 3200-LIST-SELLER  --  EVERY AD OF ONE SELLER.  THE MASTER HAS
045700*    NO SELLER INDEX, SO THIS WALKS THE FILE IN AD-ID ORDER THE
045800*    WAY THE NIGHTLY SELLER DIGEST DOES.
045900*****************************************************************
046000 3200-LIST-SELLER.
046100     DISPLAY "Verkaeufer-Nr (leer = abbrechen):".
046200     ACCEPT WS-SELLER-IN.
046300     INSPECT WS-SELLER-IN CONVERTING
046400         "abcdefghijklmnopqrstuvwxyz" TO
046500         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
046600     IF WS-SELLER-IN = SPACES
046700         GO TO 3200-EXIT
046800     END-IF.
046900     PERFORM 3400-START-LIST THRU 3400-EXIT.
047000     MOVE LOW-VALUES TO KA-MST-AD-ID.
047100     START KLEINANZEIGEN-MASTER KEY IS NOT LESS THAN KA-MST-AD-ID
047200         INVALID KEY
047300             SET MASTER-AT-END TO TRUE
047400     END-START.
047500     PERFORM 3410-READ-NEXT-MASTER THRU 3410-EXIT.
047600     PERFORM 3210-LIST-ONE-SELLER-AD THRU 3210-EXIT
047700         UNTIL MASTER-AT-END OR LIST-IS-STOPPED.
047800     PERFORM 3420-END-LIST THRU 3420-EXIT.
047900 3200-EXIT.
048000     EXIT.
048100*
048200 3210-LIST-ONE-SELLER-AD.
048300     IF KA-MST-SELLER = WS-SELLER-IN
048400         PERFORM 3450-LIST-ONE-LINE THRU 3450-EXIT
048500     END-IF.
048600     PERFORM 3410-READ-NEXT-MASTER THRU 3410-EXIT.
048700 3210-EXIT.
048800     EXIT.
048900*
049000 3400-START-LIST.
049100     MOVE "N" TO WS-MASTER-EOF-SW.
049200     MOVE "N" TO WS-LIST-STOP-SW.
049300     MOVE ZERO TO WS-PAGE-COUNT.
049400     MOVE ZERO TO WS-LISTED-COUNT.
049500 3400-EXIT.
049600     EXIT.
049700*
049800 3410-READ-NEXT-MASTER.
049900     IF NOT MASTER-AT-END
050000         READ KLEINANZEIGEN-MASTER NEXT RECORD
050100             AT END
050200                 SET MASTER-AT-END TO TRUE
050300         END-READ
050400     END-IF.
050500 3410-EXIT.
050600     EXIT.
050700*
050800 3420-END-LIST.
050900     IF WS-LISTED-COUNT = ZERO
051000         DISPLAY "Keine Anzeigen gefunden"
051100     ELSE
051200         MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
051300         DISPLAY "Anzeigen gelistet: " WS-COUNT-DISPLAY
051400             " - Einzelheiten mit A"
051500     END-IF.
051600     ADD WS-LISTED-COUNT TO WS-LOOKUP-COUNT.
051700 3420-EXIT.
051800     EXIT.
051900*
052000*****************************************************************
052100* 3450-LIST-ONE-LINE  --  ONE LINE PER AD, A PAUSE EVERY
052200*    WS-PAGE-SIZE LINES.  AN "R" AFTER THE STATUS MARKS AN AD
052300*    WHOSE PRICE IS HELD AFTER A CORRECTION BY HAND.
052400*****************************************************************
052500 3450-LIST-ONE-LINE.
052600     IF WS-PAGE-COUNT NOT < WS-PAGE-SIZE
052700         DISPLAY "Weiter mit Eingabe, ENDE = Liste abbrechen:"
052800         ACCEPT WS-CONTINUE-IN
052900         INSPECT WS-CONTINUE-IN CONVERTING
053000             "abcdefghijklmnopqrstuvwxyz" TO
053100             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
053200         IF WS-CONTINUE-IN = "ENDE"
053300             SET LIST-IS-STOPPED TO TRUE
053400             GO TO 3450-EXIT
053500         END-IF
053600         MOVE ZERO TO WS-PAGE-COUNT
053700     END-IF.
053800     ADD 1 TO WS-PAGE-COUNT.
053900     ADD 1 TO WS-LISTED-COUNT.
054000     PERFORM 3700-SET-STATUS-TEXT THRU 3700-EXIT.
054100     PERFORM 3650-EDIT-PRICES THRU 3650-EXIT.
054200     DISPLAY KA-MST-AD-ID " " WS-STATUS-TEXT
054300         KA-MST-PRICE-HOLD " " KA-MST-STATUS-DATE " "
054400         WS-PRICE-ED " " KA-MST-DESCRIPTION(1:30).
054500 3450-EXIT.
054600     EXIT.
054700*
054800 3500-ASK-AD-ID.
054900     DISPLAY "Anzeigen-Nr (leer = abbrechen):".
055000     ACCEPT WS-TARGET-ID.
055100     INSPECT WS-TARGET-ID CONVERTING
055200         "abcdefghijklmnopqrstuvwxyz" TO
055300         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
055400 3500-EXIT.
055500     EXIT.
055600*
055700*****************************************************************
055800* 3600-DISPLAY-AD  --  THE WHOLE AD AND ANY OPEN RESERVATION ON
055900*    IT.  LEAVES OPEN-RESERVATION-FOUND SET FOR THE CHANGE
056000*    ACTIONS.
056100*****************************************************************
056200 3600-DISPLAY-AD.
056300     PERFORM 3700-SET-STATUS-TEXT THRU 3700-EXIT.
056400     PERFORM 3650-EDIT-PRICES THRU 3650-EXIT.
056500     DISPLAY " ".
056600     DISPLAY "Anzeige " KA-MST-AD-ID " - " KA-MST-CATEGORY.
056700     DISPLAY "  " KA-MST-DESCRIPTION(1:70).
056800     DISPLAY "  Inserent:    " KA-MST-SELLER.
056900     DISPLAY "  Status:      " WS-STATUS-TEXT
057000         " seit " KA-MST-STATUS-DATE
057100         "   eingestellt: " KA-MST-POSTED-DATE.
057200     DISPLAY "  Preis:       " WS-PRICE-ED " EUR"
057300         "   Mindestpreis: " WS-MIN-PRICE-ED " EUR".
057400     DISPLAY "  Vorher:      " WS-PREV-PRICE-ED " EUR".
057500     IF KA-MST-PRICE-IS-HELD
057600         DISPLAY "  Preis von Hand korrigiert - geht mit dem"
057700             " naechsten Status-Export an die Plattform"
057800     END-IF.
057900     PERFORM 5000-FIND-OPEN-RESERVATION THRU 5000-EXIT.
058000     IF OPEN-RESERVATION-FOUND
058100         MOVE KA-RSV-OFFER-AMOUNT TO WS-OFFER-ED
058200         DISPLAY "  Reservierung " KA-RSV-ID " vom " KA-RSV-DATE
058300             " fuer " WS-OFFER-ED " EUR (" KA-RSV-OPERATOR ")"
058400         IF KA-RSV-BUYER-NAME NOT = SPACES
058500             DISPLAY "  Kaeufer:     " KA-RSV-BUYER-NAME
058600         END-IF
058700     ELSE
058800         IF RSV-FILE-IS-OPEN
058900             DISPLAY "  Keine offene Reservierung"
059000         ELSE
059100             DISPLAY "  Reservierungen nicht abrufbar"
059200         END-IF
059300     END-IF.
059400 3600-EXIT.
059500     EXIT.
059600*
059700*****************************************************************
059800* 3650-EDIT-PRICES  --  MINIMUM AND PREVIOUS PRICE ARE BLANK ON
059900*    RECORDS LOADED BEFORE THOSE FIELDS EXISTED - THEY SHOW AS
060000*    ZERO.
060100*****************************************************************
060200 3650-EDIT-PRICES.
060300     MOVE ZERO TO WS-PRICE-ED.
060400     MOVE ZERO TO WS-MIN-PRICE-ED.
060500     MOVE ZERO TO WS-PREV-PRICE-ED.
060600     IF KA-MST-PRICE NUMERIC
060700         MOVE KA-MST-PRICE TO WS-PRICE-ED
060800     END-IF.
060900     IF KA-MST-MIN-PRICE NUMERIC
061000         MOVE KA-MST-MIN-PRICE TO WS-MIN-PRICE-ED
061100     END-IF.
061200     IF KA-MST-PREV-PRICE NUMERIC
061300         MOVE KA-MST-PREV-PRICE TO WS-PREV-PRICE-ED
061400     END-IF.
061500 3650-EXIT.
061600     EXIT.
061700*
061800 3700-SET-STATUS-TEXT.
061900     EVALUATE TRUE
062000         WHEN KA-MST-IS-ACTIVE OR KA-MST-STATUS = SPACE
062100             MOVE "AKTIV" TO WS-STATUS-TEXT
062200         WHEN KA-MST-IS-RESERVED
062300             MOVE "RESERVIERT" TO WS-STATUS-TEXT
062400         WHEN KA-MST-IS-SOLD
062500             MOVE "VERKAUFT" TO WS-STATUS-TEXT
062600         WHEN KA-MST-IS-EXPIRED
062700             MOVE "ABGELAUFEN" TO WS-STATUS-TEXT
062800         WHEN KA-MST-IS-BLOCKED
062900             MOVE "GESPERRT" TO WS-STATUS-TEXT
063000         WHEN OTHER
063100             MOVE "UNBEKANNT" TO WS-STATUS-TEXT
063200     END-EVALUATE.
063300 3700-EXIT.
063400     EXIT.
063500*
063600*****************************************************************
063700* 4000-CHANGE-AD  --  Z, V, W OR P ON ONE AD, SUPERVISORS ONLY.
063800*    THE AD IS SHOWN, THE ACTION CHECKED AGAINST ITS STATUS, THE
063900*    REASON CODE TAKEN - THEN THE AD IS READ AGAIN AND ONLY
064000*    CHANGED IF NOBODY ELSE MOVED IT MEANWHILE.  EVERY CHANGE
064100*    GOES ON THE CHANGE LOG.
064200*****************************************************************
064300 4000-CHANGE-AD.
064400     IF NOT CHANGE-LOG-IS-OPEN
064500         DISPLAY "Aenderungs-Protokoll nicht verfuegbar -"
064600             " keine Aenderung moeglich"
064700         GO TO 4000-EXIT
064800     END-IF.
064900     PERFORM 3500-ASK-AD-ID THRU 3500-EXIT.
065000     IF WS-TARGET-ID = SPACES
065100         GO TO 4000-EXIT
065200     END-IF.
065300     MOVE WS-TARGET-ID TO KA-MST-AD-ID.
065400     READ KLEINANZEIGEN-MASTER KEY IS KA-MST-AD-ID
065500         INVALID KEY
065600             DISPLAY "Anzeige nicht gefunden"
065700             GO TO 4000-EXIT
065800     END-READ.
065900     ADD 1 TO WS-LOOKUP-COUNT.
066000     PERFORM 3600-DISPLAY-AD THRU 3600-EXIT.
066100     MOVE KA-MST-STATUS TO WS-OLD-STATUS.
066200     MOVE ZERO TO WS-OLD-PRICE.
066300     MOVE ZERO TO WS-OLD-MIN-PRICE.
066400     IF KA-MST-PRICE NUMERIC
066500         MOVE KA-MST-PRICE TO WS-OLD-PRICE
066600     END-IF.
066700     IF KA-MST-MIN-PRICE NUMERIC
066800         MOVE KA-MST-MIN-PRICE TO WS-OLD-MIN-PRICE
066900     END-IF.
067000     MOVE "N" TO WS-CHANGE-OK-SW.
067100     EVALUATE WS-MENU-REPLY
067200         WHEN "Z"
067300         WHEN "V"
067400             PERFORM 4100-CHECK-LIVE-AD THRU 4100-EXIT
067500         WHEN "W"
067600             PERFORM 4200-CHECK-EXPIRED-AD THRU 4200-EXIT
067700         WHEN OTHER
067800             PERFORM 4300-ASK-NEW-PRICES THRU 4300-EXIT
067900     END-EVALUATE.
068000     IF NOT CHANGE-IS-OK
068100         GO TO 4000-EXIT
068200     END-IF.
068300     PERFORM 4500-ASK-REASON THRU 4500-EXIT.
068400     IF NOT REASON-IS-OK
068500         GO TO 4000-EXIT
068600     END-IF.
068700     MOVE WS-TARGET-ID TO KA-MST-AD-ID.
068800     READ KLEINANZEIGEN-MASTER KEY IS KA-MST-AD-ID
068900         INVALID KEY
069000             DISPLAY "Anzeige inzwischen geloescht - keine"
069100                 " Aenderung"
069200             GO TO 4000-EXIT
069300     END-READ.
069400     IF KA-MST-STATUS NOT = WS-OLD-STATUS
069500         OR (KA-MST-PRICE NUMERIC
069600             AND KA-MST-PRICE NOT = WS-OLD-PRICE)
069700         DISPLAY "Anzeige wurde inzwischen geaendert - bitte"
069800             " erneut aufrufen"
069900         GO TO 4000-EXIT
070000     END-IF.
070100     EVALUATE WS-MENU-REPLY
070200         WHEN "Z"
070300             SET KA-MST-IS-EXPIRED TO TRUE
070400             MOVE WS-TODAY-DATE TO KA-MST-STATUS-DATE
070500         WHEN "V"
070600             SET KA-MST-IS-SOLD TO TRUE
070700             MOVE WS-TODAY-DATE TO KA-MST-STATUS-DATE
070800         WHEN "W"
070900             SET KA-MST-IS-ACTIVE TO TRUE
071000             MOVE WS-TODAY-DATE TO KA-MST-STATUS-DATE
071100             MOVE WS-TODAY-DATE TO KA-MST-POSTED-DATE
071200         WHEN OTHER
071300             PERFORM 4400-APPLY-NEW-PRICES THRU 4400-EXIT
071400     END-EVALUATE.
071500     REWRITE KA-MASTER-REC
071600         INVALID KEY
071700             DISPLAY "Anzeige konnte nicht geschrieben werden: "
071800                 WS-MASTER-STATUS
071900             GO TO 4000-EXIT
072000     END-REWRITE.
072100     PERFORM 6000-WRITE-CHANGE-LOG THRU 6000-EXIT.
072200     EVALUATE WS-MENU-REPLY
072300         WHEN "Z"
072400             DISPLAY "Anzeige zurueckgezogen"
072500         WHEN "V"
072600             DISPLAY "Anzeige als verkauft markiert"
072700         WHEN "W"
072800             DISPLAY "Anzeige wieder aktiv"
072900         WHEN OTHER
073000             DISPLAY "Preis korrigiert"
073100     END-EVALUATE.
073200     DISPLAY "Die Plattform erfaehrt es mit dem naechsten"
073300         " Status-Export".
073400 4000-EXIT.
073500     EXIT.
073600*
073700*****************************************************************
073800* 4100-CHECK-LIVE-AD  --  ONLY AN ACTIVE AD CAN BE WITHDRAWN OR
073900*    MARKED SOLD BY HAND.  A RESERVED AD BELONGS TO MUTTI-
074000*    VERKAUFSABWICKLUNG, WHICH CONFIRMS THE SALE OR RELEASES IT.
074100*****************************************************************
074200 4100-CHECK-LIVE-AD.
074300     IF KA-MST-IS-RESERVED OR OPEN-RESERVATION-FOUND
074400         DISPLAY "Offene Reservierung - bitte erst in der"
074500             " Verkaufsabwicklung abschliessen"
074600         GO TO 4100-EXIT
074700     END-IF.
074800     IF KA-MST-IS-ACTIVE OR KA-MST-STATUS = SPACE
074900         SET CHANGE-IS-OK TO TRUE
075000     ELSE
075100         DISPLAY "Nur aktive Anzeigen - diese ist "
075200             WS-STATUS-TEXT
075300     END-IF.
075400 4100-EXIT.
075500     EXIT.
075600*
075700*****************************************************************
075800* 4200-CHECK-EXPIRED-AD  --  ONLY AN EXPIRED (OR WITHDRAWN) AD
075900*    CAN BE REACTIVATED.  A BLOCKED AD IS CLEARED IN MUTTI-
076000*    VERDACHTSPRUEFUNG, A SOLD ONE STAYS SOLD.
076100*****************************************************************
076200 4200-CHECK-EXPIRED-AD.
076300     IF KA-MST-IS-EXPIRED
076400         SET CHANGE-IS-OK TO TRUE
076500     ELSE
076600         DISPLAY "Nur abgelaufene Anzeigen - diese ist "
076700             WS-STATUS-TEXT
076800     END-IF.
076900 4200-EXIT.
077000     EXIT.
077100*
077200*****************************************************************
077300* 4300-ASK-NEW-PRICES  --  PRICE AND MINIMUM IN CENT, FULL WIDTH,
077400*    LIKE THE FEE TABLE IN MUTTI-INHALTSPFLEGE.  THE MINIMUM MAY
077500*    NOT BE ABOVE THE PRICE (MUTTI-SICHERUNG WOULD FLAG IT).
077600*    ONLY AN ACTIVE AD GETS A NEW PRICE - UNDER AN OPEN
077610*    RESERVATION THE PRICE BELONGS TO THE ACCEPTED OFFER AND THE
077620*    AD TO MUTTI-VERKAUFSABWICKLUNG, AS IN 4100.
077700*****************************************************************
077800 4300-ASK-NEW-PRICES.
077900     IF KA-MST-IS-RESERVED OR OPEN-RESERVATION-FOUND
077910         DISPLAY "Offene Reservierung - bitte erst in der"
077920             " Verkaufsabwicklung abschliessen"
077930         GO TO 4300-EXIT
077940     END-IF.
078000     IF NOT KA-MST-IS-ACTIVE AND KA-MST-STATUS NOT = SPACE
078100         DISPLAY "Preis nur bei aktiven Anzeigen - diese ist "
078200             WS-STATUS-TEXT
078300         GO TO 4300-EXIT
078400     END-IF.
078500     DISPLAY "Neuer Preis in Cent, 9 Stellen"
078600         " (000012500 = 125,00 EUR):".
078700     ACCEPT WS-PRICE-IN.
078800     IF WS-PRICE-IN NOT NUMERIC
078900         DISPLAY "Bitte genau 9 Ziffern"
079000         GO TO 4300-EXIT
079100     END-IF.
079200     DISPLAY "Neuer Mindestpreis in Cent, 9 Stellen"
079300         " (000000000 = keiner):".
079400     ACCEPT WS-MIN-PRICE-IN.
079500     IF WS-MIN-PRICE-IN NOT NUMERIC
079600         DISPLAY "Bitte genau 9 Ziffern"
079700         GO TO 4300-EXIT
079800     END-IF.
079900     IF WS-MIN-PRICE-NUM > WS-PRICE-NUM
080000         DISPLAY "Mindestpreis ueber dem Preis - keine Aenderung"
080100         GO TO 4300-EXIT
080200     END-IF.
080300     IF WS-PRICE-NUM = WS-OLD-PRICE
080400         AND WS-MIN-PRICE-NUM = WS-OLD-MIN-PRICE
080500         DISPLAY "Preise unveraendert - keine Aenderung"
080600         GO TO 4300-EXIT
080700     END-IF.
080800     SET CHANGE-IS-OK TO TRUE.
080900 4300-EXIT.
081000     EXIT.
081100*
081200*****************************************************************
081300* 4400-APPLY-NEW-PRICES  --  THE SAME BOOKKEEPING AS THE LOAD'S
081400*    4200-CAPTURE-PRICE-CHANGE: A NEW PRICE PUSHES THE OLD ONE
081500*    INTO KA-MST-PREV-PRICE AND ONTO THE PRICE HISTORY (IF THAT
081600*    WILL NOT OPEN THE CHANGE ONLY REACHES THE MASTER, AS IN THE
081700*    LOAD).  A MINIMUM-ONLY CHANGE LEAVES BOTH ALONE.  THE PRICE
081800*    HOLD KEEPS THE NEXT LOAD FROM UNDOING THE CORRECTION.
081900*****************************************************************
082000 4400-APPLY-NEW-PRICES.
082100     IF WS-PRICE-NUM NOT = WS-OLD-PRICE
082200         MOVE WS-OLD-PRICE TO KA-MST-PREV-PRICE
082300         IF PREIS-HIST-IS-OPEN
082400             MOVE SPACES TO KA-PRH-REC
082500             MOVE KA-MST-AD-ID TO KA-PRH-AD-ID
082600             MOVE WS-TODAY-DATE TO KA-PRH-DATE
082700             MOVE WS-OLD-PRICE TO KA-PRH-OLD-PRICE
082800             MOVE WS-PRICE-NUM TO KA-PRH-NEW-PRICE
082900             WRITE KA-PRH-REC
083000         ELSE
083100             DISPLAY "Preis-Historie nicht verfuegbar - Aenderung"
083200                 " nur im Anzeigen-Master"
083300         END-IF
083400     END-IF.
083500     MOVE WS-PRICE-NUM TO KA-MST-PRICE.
083600     MOVE WS-MIN-PRICE-NUM TO KA-MST-MIN-PRICE.
083700     SET KA-MST-PRICE-HELD-NEW TO TRUE.
083800 4400-EXIT.
083900     EXIT.
084000*
084100*****************************************************************
084200* 4500-ASK-REASON  --  NO CHANGE WITHOUT A REASON CODE FROM
084300*    WS-REASON-VALUES.  THE REMARK IS OPTIONAL, EXCEPT FOR SO.
084400*****************************************************************
084500 4500-ASK-REASON.
084600     MOVE "N" TO WS-REASON-OK-SW.
084700     PERFORM 4510-SHOW-ONE-REASON THRU 4510-EXIT
084800         VARYING WS-REASON-IDX FROM 1 BY 1
084900         UNTIL WS-REASON-IDX > WS-REASON-MAX.
085000     DISPLAY "Grund-Code (Pflicht):".
085100     ACCEPT WS-REASON-IN.
085200     INSPECT WS-REASON-IN CONVERTING
085300         "abcdefghijklmnopqrstuvwxyz" TO
085400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
085500     PERFORM 4520-FIND-REASON THRU 4520-EXIT
085600         VARYING WS-REASON-IDX FROM 1 BY 1
085700         UNTIL WS-REASON-IDX > WS-REASON-MAX
085800            OR REASON-IS-OK.
085900     IF NOT REASON-IS-OK
086000         DISPLAY "Unbekannter Grund-Code - keine Aenderung"
086100         GO TO 4500-EXIT
086200     END-IF.
086300     DISPLAY "Bemerkung:".
086400     ACCEPT WS-REMARK-IN.
086500     IF WS-REASON-IN = "SO" AND WS-REMARK-IN = SPACES
086600         DISPLAY "Bei SO ist die Bemerkung Pflicht - keine"
086700             " Aenderung"
086800         MOVE "N" TO WS-REASON-OK-SW
086900     END-IF.
087000 4500-EXIT.
087100     EXIT.
087200*
087300 4510-SHOW-ONE-REASON.
087400     DISPLAY "  " WS-REASON-CODE(WS-REASON-IDX) " = "
087500         WS-REASON-TEXT(WS-REASON-IDX).
087600 4510-EXIT.
087700     EXIT.
087800*
087900 4520-FIND-REASON.
088000     IF WS-REASON-CODE(WS-REASON-IDX) = WS-REASON-IN
088100         SET REASON-IS-OK TO TRUE
088200     END-IF.
088300 4520-EXIT.
088400     EXIT.
088500*
088600*****************************************************************
088700* 5000-FIND-OPEN-RESERVATION  --  THE QUEUE HOLDS ONLY PENDING
088800*    WORK (CLOSED ITEMS ARE ARCHIVED BY MUTTI-VERKAUFSABWICKLUNG),
088900*    SO A SCAN IN KA-RSV-ID ORDER IS SHORT.  THE FIRST OPEN
089000*    RESERVATION FOR THE AD IS LEFT IN KA-RSV-REC.
089100*****************************************************************
089200 5000-FIND-OPEN-RESERVATION.
089300     MOVE "N" TO WS-RSV-FOUND-SW.
089400     IF NOT RSV-FILE-IS-OPEN
089500         GO TO 5000-EXIT
089600     END-IF.
089700     MOVE "N" TO WS-RSV-EOF-SW.
089800     MOVE ZEROS TO KA-RSV-ID.
089900     START MUTTI-RESERVIERUNG KEY IS NOT LESS THAN KA-RSV-ID
090000         INVALID KEY
090100             SET RSV-AT-END TO TRUE
090200     END-START.
090300     PERFORM 5010-CHECK-ONE-RESERVATION THRU 5010-EXIT
090400         UNTIL RSV-AT-END OR OPEN-RESERVATION-FOUND.
090500 5000-EXIT.
090600     EXIT.
090700*
090800 5010-CHECK-ONE-RESERVATION.
090900     READ MUTTI-RESERVIERUNG NEXT RECORD
091000         AT END
091100             SET RSV-AT-END TO TRUE
091200             GO TO 5010-EXIT
091300     END-READ.
091400     IF KA-RSV-AD-ID = KA-MST-AD-ID
091500         AND KA-RSV-IS-OPEN
091600         SET OPEN-RESERVATION-FOUND TO TRUE
091700     END-IF.
091800 5010-EXIT.
091900     EXIT.
092000*
092100*****************************************************************
092200* 6000-WRITE-CHANGE-LOG  --  ONE RECORD PER CHANGE: WHO, WHEN,
092300*    WHICH AD, WHAT, WHY, BEFORE AND AFTER.  WS-MENU-REPLY STILL
092400*    HOLDS THE ACTION LETTER, KA-MASTER-REC THE CHANGED AD.
092410*    THE AD IS ALREADY REWRITTEN; IF THE LOG CANNOT TAKE THE
092420*    RECORD THE SUPERVISOR IS TOLD SO THE CHANGE CAN BE NOTED
092430*    BY HAND, AND IT IS NOT COUNTED.
092500*****************************************************************
092600 6000-WRITE-CHANGE-LOG.
092700     MOVE SPACES TO KA-AEN-REC.
092800     ACCEPT KA-AEN-DATE FROM DATE YYYYMMDD.
092900     ACCEPT KA-AEN-TIME FROM TIME.
093000     MOVE WS-OPERATOR-ID TO KA-AEN-OPERATOR.
093100     MOVE KA-MST-AD-ID TO KA-AEN-AD-ID.
093200     MOVE WS-MENU-REPLY(1:1) TO KA-AEN-ACTION.
093300     MOVE WS-REASON-IN TO KA-AEN-REASON.
093400     MOVE WS-REMARK-IN TO KA-AEN-REMARK.
093500     MOVE WS-OLD-STATUS TO KA-AEN-OLD-STATUS.
093600     MOVE KA-MST-STATUS TO KA-AEN-NEW-STATUS.
093700     MOVE WS-OLD-PRICE TO KA-AEN-OLD-PRICE.
093800     MOVE WS-OLD-MIN-PRICE TO KA-AEN-OLD-MIN-PRICE.
093900     IF KA-AEN-IS-PRICE-FIX
094000         MOVE WS-PRICE-NUM TO KA-AEN-NEW-PRICE
094100         MOVE WS-MIN-PRICE-NUM TO KA-AEN-NEW-MIN-PRICE
094200     ELSE
094300         MOVE WS-OLD-PRICE TO KA-AEN-NEW-PRICE
094400         MOVE WS-OLD-MIN-PRICE TO KA-AEN-NEW-MIN-PRICE
094500     END-IF.
094600     WRITE KA-AEN-REC.
094700     IF WS-AEN-STATUS = "00"
094710         ADD 1 TO WS-CHANGE-COUNT
094720     ELSE
094730         DISPLAY "AENDERUNG NICHT PROTOKOLLIERT - STATUS "
094740             WS-AEN-STATUS
094750     END-IF.
094800 6000-EXIT.
094900     EXIT.
095000*
095100*****************************************************************
095200* 8000-SHOW-TOTALS  --  SITTING TOTALS ON THE CONSOLE.
095300*****************************************************************
095400 8000-SHOW-TOTALS.
095500     MOVE WS-LOOKUP-COUNT TO WS-COUNT-DISPLAY.
095600     DISPLAY "ANZEIGEN ANGEZEIGT:   " WS-COUNT-DISPLAY.
095700     MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY.
095800     DISPLAY "ANZEIGEN GEAENDERT:   " WS-COUNT-DISPLAY.
095900 8000-EXIT.
096000     EXIT.
096100*
096200*****************************************************************
096300* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
096400*****************************************************************
096500 9000-TERMINATE.
096600     IF OPERATOR-FILE-IS-OPEN
096700         CLOSE OPERATOR-MASTER
096800         MOVE "N" TO WS-OPER-OPEN-SW
096900     END-IF.
097000     IF MASTER-FILE-IS-OPEN
097100         CLOSE KLEINANZEIGEN-MASTER
097200         MOVE "N" TO WS-MASTER-OPEN-SW
097300     END-IF.
097400     IF RSV-FILE-IS-OPEN
097500         CLOSE MUTTI-RESERVIERUNG
097600         MOVE "N" TO WS-RSV-OPEN-SW
097700     END-IF.
097800     IF PREIS-HIST-IS-OPEN
097900         CLOSE MUTTI-PREIS-HIST
098000         MOVE "N" TO WS-PRH-OPEN-SW
098100     END-IF.
098200     IF CHANGE-LOG-IS-OPEN
098300         CLOSE MUTTI-ANZEIGEN-AENDERUNG
098400         MOVE "N" TO WS-AEN-OPEN-SW
098500     END-IF.
098600 9000-EXIT.
098700     EXIT.
