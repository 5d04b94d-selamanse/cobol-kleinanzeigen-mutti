000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-VERKAEUFERSTAMM.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-09.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-09 CJH  ORIGINAL VERSION.  ADMINISTRATION DIALOG
001200*                    FOR SELLER-MASTER (KAVERKAU, COPY KAVERK).
001300*                    ONLY A SUPERVISOR MAY LOG ON; THE LOGON IS
001400*                    THE SAME PASSWORD CHECK AS MUTTI-BENUTZER-
001500*                    VERWALTUNG.  ACTIONS: Z ZEIGT EINEN
001600*                    VERKAEUFER, N LEGT EINEN AN (ACTIVE), A
001700*                    AENDERT NAME, KONTAKT UND SPRACHE, S SPERRT
001800*                    (A REASON IS REQUIRED AND IS KEPT WITH THE
001900*                    BLOCK DATE), E ENTSPERRT (CLEARS REASON AND
002000*                    DATE).  EVERY CHANGE IS APPENDED TO THE
002100*                    SELLER AUDIT LOG (MUTTIVKA) WITH THE
002200*                    SUPERVISOR'S ID AND, FOR S AND E, THE
002300*                    REASON.  A BLOCK TAKES EFFECT IN
002400*                    KLEINANZEIGEN-MUTTI AT ONCE AND IN
002500*                    MUTTI-ANZEIGEN-LADEN FROM THE NEXT LOAD.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPERATOR-MASTER ASSIGN TO "KAOPERAT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS KA-OPR-ID
003400         FILE STATUS IS WS-OPER-STATUS.
003500*
003600     SELECT SELLER-MASTER ASSIGN TO "KAVERKAU"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS KA-VKF-ID
004000         FILE STATUS IS WS-VKF-STATUS.
004100*
004200     SELECT MUTTI-VKF-LOG ASSIGN TO "MUTTIVKA"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-VKA-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OPERATOR-MASTER
004900     LABEL RECORDS ARE STANDARD.
005000 COPY KAOPER.
005100*
005200 FD  SELLER-MASTER
005300     LABEL RECORDS ARE STANDARD.
005400 COPY KAVERK.
005500*
005600 FD  MUTTI-VKF-LOG
005700     LABEL RECORDS ARE STANDARD.
005800 01  VKA-REC.
005900     05  VKA-DATE                PIC 9(08).
006000     05  VKA-TIME                PIC 9(08).
006100     05  VKA-ADMIN               PIC X(10).
006200     05  VKA-AKTION              PIC X(01).
006300     05  VKA-TARGET              PIC X(10).
006400     05  VKA-REASON              PIC X(40).
006500     05  FILLER                  PIC X(03).
006600*
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITCHES.
006900     05  WS-OPER-OPEN-SW         PIC X(01)   VALUE "N".
007000         88  OPERATOR-FILE-IS-OPEN       VALUE "Y".
007100     05  WS-OPER-LOGIN-SW        PIC X(01)   VALUE "N".
007200         88  OPERATOR-LOGIN-OK           VALUE "Y".
007300     05  WS-VKF-OPEN-SW          PIC X(01)   VALUE "N".
007400         88  SELLER-FILE-IS-OPEN         VALUE "Y".
007500     05  WS-VKA-OPEN-SW          PIC X(01)   VALUE "N".
007600         88  SELLER-LOG-IS-OPEN          VALUE "Y".
007700     05  WS-DIALOG-END-SW        PIC X(01)   VALUE "N".
007800         88  DIALOG-IS-OVER              VALUE "Y".
007900*
008000 01  WS-OPER-STATUS              PIC X(02).
008100 01  WS-VKF-STATUS               PIC X(02).
008200 01  WS-VKA-STATUS               PIC X(02).
008300*
008400 01  WS-OPERATOR-ID              PIC X(10)   VALUE SPACES.
008500 01  WS-PASSWORD-IN              PIC X(10).
008600 01  WS-PASSWORD-IN2             PIC X(10).
008700 77  WS-MAX-LOGON-FAILS          PIC 9(02)   COMP VALUE 3.
008800 01  WS-TODAY-DATE               PIC 9(08).
008900*
009000 01  WS-MENU-REPLY               PIC X(10).
009100 01  WS-TARGET-ID                PIC X(10).
009200 01  WS-NAME-IN                  PIC X(30).
009300 01  WS-CONTACT-IN               PIC X(50).
009400 01  WS-LANG-IN                  PIC X(02).
009500 01  WS-REASON-IN                PIC X(40).
009600*
009700 01  WS-COUNTERS.
009800     05  WS-ACTION-COUNT         PIC 9(05)   COMP VALUE ZERO.
009900*
010000 01  WS-COUNT-DISPLAY            PIC 9(05).
010100*
010200 PROCEDURE DIVISION.
010300*
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 1100-OPERATOR-LOGIN THRU 1100-EXIT.
010700     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
010800         UNTIL DIALOG-IS-OVER.
010900     PERFORM 8000-SHOW-TOTALS THRU 8000-EXIT.
011000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011100     STOP RUN.
011200*
011300*****************************************************************
011400* 1000-INITIALIZE  --  OPEN THE OPERATOR MASTER FOR THE LOGON,
011500*    THE SELLER MASTER FOR UPDATE (CREATED ON FIRST USE) AND THE
011600*    SELLER AUDIT LOG FOR EXTEND.  WITHOUT THE AUDIT LOG NO
011700*    ACTION IS TAKEN - WHO BLOCKED WHOM MUST ALWAYS BE ON FILE.
011800*****************************************************************
011900 1000-INITIALIZE.
012000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
012100     OPEN I-O OPERATOR-MASTER.
012200     IF WS-OPER-STATUS = "00"
012300         SET OPERATOR-FILE-IS-OPEN TO TRUE
012400     ELSE
012500         DISPLAY "Mitarbeiter-Datei nicht verfuegbar - Abbruch"
012600         SET DIALOG-IS-OVER TO TRUE
012700     END-IF.
012800     OPEN I-O SELLER-MASTER.
012900     IF WS-VKF-STATUS NOT = "00"
013000         OPEN OUTPUT SELLER-MASTER
013100         CLOSE SELLER-MASTER
013200         OPEN I-O SELLER-MASTER
013300     END-IF.
013400     IF WS-VKF-STATUS = "00"
013500         SET SELLER-FILE-IS-OPEN TO TRUE
013600     ELSE
013700         DISPLAY "Verkaeufer-Datei nicht verfuegbar - Abbruch"
013800         SET DIALOG-IS-OVER TO TRUE
013900     END-IF.
014000     OPEN EXTEND MUTTI-VKF-LOG.
014100     IF WS-VKA-STATUS NOT = "00"
014200         OPEN OUTPUT MUTTI-VKF-LOG
014300         CLOSE MUTTI-VKF-LOG
014400         OPEN EXTEND MUTTI-VKF-LOG
014500     END-IF.
014600     IF WS-VKA-STATUS = "00"
014700         SET SELLER-LOG-IS-OPEN TO TRUE
014800     ELSE
014900         DISPLAY "Verkaeufer-Protokoll nicht verfuegbar - Abbruch"
015000         SET DIALOG-IS-OVER TO TRUE
015100     END-IF.
015200 1000-EXIT.
015300     EXIT.
015400*
015500*****************************************************************
015600* 1100-OPERATOR-LOGIN  --  SAME LOGON AS MUTTI-BENUTZER-
015700*    VERWALTUNG, SUPERVISORS ONLY.
015800*****************************************************************
015900 1100-OPERATOR-LOGIN.
016000     IF DIALOG-IS-OVER
016100         CONTINUE
016200     ELSE
016300         MOVE "N" TO WS-OPER-LOGIN-SW
016400         PERFORM 1110-ASK-OPERATOR-ID THRU 1110-EXIT
016500             UNTIL OPERATOR-LOGIN-OK
016600     END-IF.
016700 1100-EXIT.
016800     EXIT.
016900*
017000 1110-ASK-OPERATOR-ID.
017100     DISPLAY "Mitarbeiter-Kennung:".
017200     ACCEPT WS-OPERATOR-ID.
017300     IF WS-OPERATOR-ID = SPACES
017400         DISPLAY "Kennung darf nicht leer sein"
017500     ELSE
017600         MOVE SPACES TO KA-OPR-ID
017700         MOVE WS-OPERATOR-ID TO KA-OPR-ID
017800         READ OPERATOR-MASTER
017900             INVALID KEY
018000                 DISPLAY "Unbekannte Kennung, bitte erneut"
018100             NOT INVALID KEY
018200                 IF KA-OPR-IS-ACTIVE
018300                     PERFORM 1120-CHECK-PASSWORD THRU 1120-EXIT
018400                 ELSE
018500                     DISPLAY "Kennung gesperrt, bitte erneut"
018600                 END-IF
018700         END-READ
018800     END-IF.
018900     IF OPERATOR-LOGIN-OK
019000         AND NOT KA-OPR-IS-SUPERVISOR
019100         DISPLAY "Nur fuer Supervisoren - bitte erneut"
019200         MOVE "N" TO WS-OPER-LOGIN-SW
019300     END-IF.
019400 1110-EXIT.
019500     EXIT.
019600*
019700*****************************************************************
019800* 1120-CHECK-PASSWORD  --  SAME PASSWORD CHECK AS KLEINANZEIGEN-
019900*    MUTTI: THREE MISSES LOCK THE KENNUNG, A GOOD LOGON CLEARS
020000*    THE COUNTER AND STAMPS THE LAST-LOGON DATE, A BLANK
020100*    PASSWORD OR THE FORCE-CHANGE SWITCH DEMANDS A NEW ONE.
020200*****************************************************************
020300 1120-CHECK-PASSWORD.
020400     IF KA-OPR-FAIL-COUNT NOT NUMERIC
020500         MOVE ZERO TO KA-OPR-FAIL-COUNT
020600     END-IF.
020700     IF KA-OPR-PASSWORD = SPACES OR KA-OPR-MUST-CHANGE
020800         PERFORM 1130-FORCE-NEW-PASSWORD THRU 1130-EXIT
020900     ELSE
021000         DISPLAY "Kennwort:"
021100         ACCEPT WS-PASSWORD-IN
021200         IF WS-PASSWORD-IN = KA-OPR-PASSWORD
021300             MOVE ZERO TO KA-OPR-FAIL-COUNT
021400             MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
021500             REWRITE KA-OPERATOR-REC
021600             SET OPERATOR-LOGIN-OK TO TRUE
021700         ELSE
021800             ADD 1 TO KA-OPR-FAIL-COUNT
021900             IF KA-OPR-FAIL-COUNT < WS-MAX-LOGON-FAILS
022000                 DISPLAY "Kennwort falsch, bitte erneut"
022100             ELSE
022200                 SET KA-OPR-IS-LOCKED TO TRUE
022300                 DISPLAY "Kennung nach Fehlversuchen gesperrt"
022400             END-IF
022500             REWRITE KA-OPERATOR-REC
022600         END-IF
022700     END-IF.
022800 1120-EXIT.
022900     EXIT.
023000*
023100 1130-FORCE-NEW-PASSWORD.
023200     DISPLAY "Neues Kennwort setzen (Erstanmeldung/Reset)".
023300     DISPLAY "Neues Kennwort:".
023400     ACCEPT WS-PASSWORD-IN.
023500     DISPLAY "Neues Kennwort wiederholen:".
023600     ACCEPT WS-PASSWORD-IN2.
023700     IF WS-PASSWORD-IN = SPACES
023800         DISPLAY "Kennwort darf nicht leer sein"
023900     ELSE
024000     IF WS-PASSWORD-IN = WS-PASSWORD-IN2
024100         MOVE WS-PASSWORD-IN TO KA-OPR-PASSWORD
024200         MOVE "N" TO KA-OPR-FORCE-CHANGE-SW
024300         MOVE ZERO TO KA-OPR-FAIL-COUNT
024400         MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
024500         REWRITE KA-OPERATOR-REC
024600         SET OPERATOR-LOGIN-OK TO TRUE
024700     ELSE
024800         DISPLAY "Kennwoerter stimmen nicht ueberein"
024900     END-IF
025000     END-IF.
025100 1130-EXIT.
025200     EXIT.
025300*
025400*****************************************************************
025500* 2000-MAIN-MENU  --  ONE ACTION PER PASS.
025600*****************************************************************
025700 2000-MAIN-MENU.
025800     DISPLAY " ".
025900     DISPLAY "Aktion (Z=zeigen, N=neu, A=aendern, S=sperren,"
026000         " E=entsperren, ENDE=Schluss):".
026100     ACCEPT WS-MENU-REPLY.
026200     INSPECT WS-MENU-REPLY CONVERTING
026300         "abcdefghijklmnopqrstuvwxyz" TO
026400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
026500     EVALUATE TRUE
026600         WHEN WS-MENU-REPLY = "ENDE"
026700             SET DIALOG-IS-OVER TO TRUE
026800         WHEN WS-MENU-REPLY = "Z"
026900             PERFORM 3000-SHOW-SELLER THRU 3000-EXIT
027000         WHEN WS-MENU-REPLY = "N"
027100             PERFORM 3100-CREATE-SELLER THRU 3100-EXIT
027200         WHEN WS-MENU-REPLY = "A"
027300             PERFORM 3200-CHANGE-SELLER THRU 3200-EXIT
027400         WHEN WS-MENU-REPLY = "S"
027500             PERFORM 3300-BLOCK-SELLER THRU 3300-EXIT
027600         WHEN WS-MENU-REPLY = "E"
027700             PERFORM 3400-UNBLOCK-SELLER THRU 3400-EXIT
027800         WHEN OTHER
027900             DISPLAY "Bitte Z, N, A, S, E oder ENDE"
028000     END-EVALUATE.
028100 2000-EXIT.
028200     EXIT.
028300*
028400 3000-SHOW-SELLER.
028500     PERFORM 3500-ASK-TARGET-ID THRU 3500-EXIT.
028600     IF WS-TARGET-ID = SPACES
028700         GO TO 3000-EXIT
028800     END-IF.
028900     MOVE WS-TARGET-ID TO KA-VKF-ID.
029000     READ SELLER-MASTER
029100         INVALID KEY
029200             DISPLAY "Verkaeufer nicht gefunden"
029300         NOT INVALID KEY
029400             PERFORM 3600-DISPLAY-SELLER THRU 3600-EXIT
029500     END-READ.
029600 3000-EXIT.
029700     EXIT.
029800*
029900 3100-CREATE-SELLER.
030000     PERFORM 3500-ASK-TARGET-ID THRU 3500-EXIT.
030100     IF WS-TARGET-ID = SPACES
030200         GO TO 3100-EXIT
030300     END-IF.
030400     DISPLAY "Anzeigename:".
030500     ACCEPT WS-NAME-IN.
030600     DISPLAY "Kontakt (E-Mail oder Telefon):".
030700     ACCEPT WS-CONTACT-IN.
030800     PERFORM 3700-ASK-LANGUAGE THRU 3700-EXIT.
030900     MOVE SPACES TO KA-SELLER-REC.
031000     MOVE WS-TARGET-ID TO KA-VKF-ID.
031100     MOVE WS-NAME-IN TO KA-VKF-NAME.
031200     MOVE WS-CONTACT-IN TO KA-VKF-CONTACT.
031300     MOVE WS-LANG-IN TO KA-VKF-LANG.
031400     SET KA-VKF-IS-ACTIVE TO TRUE.
031500     MOVE ZERO TO KA-VKF-BLOCK-DATE.
031600     MOVE WS-TODAY-DATE TO KA-VKF-CREATED-DATE.
031700     MOVE WS-TODAY-DATE TO KA-VKF-CHANGED-DATE.
031800     MOVE WS-OPERATOR-ID TO KA-VKF-CHANGED-BY.
031900     MOVE SPACES TO WS-REASON-IN.
032000     WRITE KA-SELLER-REC
032100         INVALID KEY
032200             DISPLAY "Verkaeufer existiert schon"
032300         NOT INVALID KEY
032400             PERFORM 6000-WRITE-SELLER-LOG THRU 6000-EXIT
032500             DISPLAY "Verkaeufer angelegt"
032600     END-WRITE.
032700 3100-EXIT.
032800     EXIT.
032900*
033000*****************************************************************
033100* 3200-CHANGE-SELLER  --  NAME, CONTACT AND LANGUAGE.  A BLANK
033200*    ANSWER KEEPS THE OLD VALUE.  THE STATUS IS ONLY CHANGED BY
033300*    S AND E, SO EVERY BLOCK CARRIES ITS REASON.
033400*****************************************************************
033500 3200-CHANGE-SELLER.
033600     PERFORM 3500-ASK-TARGET-ID THRU 3500-EXIT.
033700     IF WS-TARGET-ID = SPACES
033800         GO TO 3200-EXIT
033900     END-IF.
034000     MOVE WS-TARGET-ID TO KA-VKF-ID.
034100     READ SELLER-MASTER
034200         INVALID KEY
034300             DISPLAY "Verkaeufer nicht gefunden"
034400             GO TO 3200-EXIT
034500     END-READ.
034600     PERFORM 3600-DISPLAY-SELLER THRU 3600-EXIT.
034700     DISPLAY "Neuer Anzeigename (leer = unveraendert):".
034800     ACCEPT WS-NAME-IN.
034900     IF WS-NAME-IN NOT = SPACES
035000         MOVE WS-NAME-IN TO KA-VKF-NAME
035100     END-IF.
035200     DISPLAY "Neuer Kontakt (leer = unveraendert):".
035300     ACCEPT WS-CONTACT-IN.
035400     IF WS-CONTACT-IN NOT = SPACES
035500         MOVE WS-CONTACT-IN TO KA-VKF-CONTACT
035600     END-IF.
035700     DISPLAY "Neue Sprache DE/EN/TR (leer = unveraendert):".
035800     ACCEPT WS-LANG-IN.
035900     INSPECT WS-LANG-IN CONVERTING
036000         "abcdefghijklmnopqrstuvwxyz" TO
036100         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
036200     IF WS-LANG-IN = "DE" OR WS-LANG-IN = "EN"
036300         OR WS-LANG-IN = "TR"
036400         MOVE WS-LANG-IN TO KA-VKF-LANG
036500     END-IF.
036600     MOVE WS-TODAY-DATE TO KA-VKF-CHANGED-DATE.
036700     MOVE WS-OPERATOR-ID TO KA-VKF-CHANGED-BY.
036800     MOVE SPACES TO WS-REASON-IN.
036900     REWRITE KA-SELLER-REC.
037000     PERFORM 6000-WRITE-SELLER-LOG THRU 6000-EXIT.
037100     DISPLAY "Verkaeufer geaendert".
037200 3200-EXIT.
037300     EXIT.
037400*
037500 3300-BLOCK-SELLER.
037600     PERFORM 3500-ASK-TARGET-ID THRU 3500-EXIT.
037700     IF WS-TARGET-ID = SPACES
037800         GO TO 3300-EXIT
037900     END-IF.
038000     MOVE WS-TARGET-ID TO KA-VKF-ID.
038100     READ SELLER-MASTER
038200         INVALID KEY
038300             DISPLAY "Verkaeufer nicht gefunden"
038400             GO TO 3300-EXIT
038500     END-READ.
038600     IF KA-VKF-IS-BLOCKED
038700         DISPLAY "Verkaeufer ist schon gesperrt"
038800         GO TO 3300-EXIT
038900     END-IF.
039000     DISPLAY "Sperrgrund (Pflicht):".
039100     ACCEPT WS-REASON-IN.
039200     IF WS-REASON-IN = SPACES
039300         DISPLAY "Ohne Sperrgrund keine Sperre"
039400         GO TO 3300-EXIT
039500     END-IF.
039600     SET KA-VKF-IS-BLOCKED TO TRUE.
039700     MOVE WS-REASON-IN TO KA-VKF-BLOCK-REASON.
039800     MOVE WS-TODAY-DATE TO KA-VKF-BLOCK-DATE.
039900     MOVE WS-TODAY-DATE TO KA-VKF-CHANGED-DATE.
040000     MOVE WS-OPERATOR-ID TO KA-VKF-CHANGED-BY.
040100     REWRITE KA-SELLER-REC.
040200     PERFORM 6000-WRITE-SELLER-LOG THRU 6000-EXIT.
040300     DISPLAY "Verkaeufer gesperrt - seine Anzeigen werden ab"
040400         " sofort nicht mehr angeboten".
040500 3300-EXIT.
040600     EXIT.
040700*
040800 3400-UNBLOCK-SELLER.
040900     PERFORM 3500-ASK-TARGET-ID THRU 3500-EXIT.
041000     IF WS-TARGET-ID = SPACES
041100         GO TO 3400-EXIT
041200     END-IF.
041300     MOVE WS-TARGET-ID TO KA-VKF-ID.
041400     READ SELLER-MASTER
041500         INVALID KEY
041600             DISPLAY "Verkaeufer nicht gefunden"
041700             GO TO 3400-EXIT
041800     END-READ.
041900     IF NOT KA-VKF-IS-BLOCKED
042000         DISPLAY "Verkaeufer ist nicht gesperrt"
042100         GO TO 3400-EXIT
042200     END-IF.
042300     DISPLAY "Grund der Entsperrung:".
042400     ACCEPT WS-REASON-IN.
042500     SET KA-VKF-IS-ACTIVE TO TRUE.
042600     MOVE SPACES TO KA-VKF-BLOCK-REASON.
042700     MOVE ZERO TO KA-VKF-BLOCK-DATE.
042800     MOVE WS-TODAY-DATE TO KA-VKF-CHANGED-DATE.
042900     MOVE WS-OPERATOR-ID TO KA-VKF-CHANGED-BY.
043000     REWRITE KA-SELLER-REC.
043100     PERFORM 6000-WRITE-SELLER-LOG THRU 6000-EXIT.
043200     DISPLAY "Verkaeufer entsperrt - Anzeigen ab dem naechsten"
043300         " Laden wieder angenommen".
043400 3400-EXIT.
043500     EXIT.
043600*
043700 3500-ASK-TARGET-ID.
043800     DISPLAY "Verkaeufer-Nr (leer = abbrechen):".
043900     ACCEPT WS-TARGET-ID.
044000     INSPECT WS-TARGET-ID CONVERTING
044100         "abcdefghijklmnopqrstuvwxyz" TO
044200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
044300 3500-EXIT.
044400     EXIT.
044500*
044600 3600-DISPLAY-SELLER.
044700     DISPLAY "Verkaeufer " KA-VKF-ID " - " KA-VKF-NAME.
044800     DISPLAY "  Kontakt:  " KA-VKF-CONTACT.
044900     DISPLAY "  Sprache:  " KA-VKF-LANG
045000         "   angelegt: " KA-VKF-CREATED-DATE
045100         "   geaendert: " KA-VKF-CHANGED-DATE
045200         " von " KA-VKF-CHANGED-BY.
045300     IF KA-VKF-IS-BLOCKED
045400         DISPLAY "  GESPERRT seit " KA-VKF-BLOCK-DATE
045500             ": " KA-VKF-BLOCK-REASON
045600     ELSE
045700         DISPLAY "  Status:   aktiv"
045800     END-IF.
045900 3600-EXIT.
046000     EXIT.
046100*
046200 3700-ASK-LANGUAGE.
046300     DISPLAY "Sprache (DE/EN/TR, leer = DE):".
046400     ACCEPT WS-LANG-IN.
046500     INSPECT WS-LANG-IN CONVERTING
046600         "abcdefghijklmnopqrstuvwxyz" TO
046700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
046800     IF WS-LANG-IN NOT = "EN" AND WS-LANG-IN NOT = "TR"
046900         MOVE "DE" TO WS-LANG-IN
047000     END-IF.
047100 3700-EXIT.
047200     EXIT.
047300*
047400*****************************************************************
047500* 6000-WRITE-SELLER-LOG  --  ONE AUDIT RECORD PER CHANGE: WHO,
047600*    WANN, WAS, AN WEM, WARUM.  WS-MENU-REPLY STILL HOLDS THE
047700*    ACTION LETTER, WS-REASON-IN THE REASON (BLANK FOR N/A).
047800*****************************************************************
047900 6000-WRITE-SELLER-LOG.
048000     MOVE SPACES TO VKA-REC.
048100     ACCEPT VKA-DATE FROM DATE YYYYMMDD.
048200     ACCEPT VKA-TIME FROM TIME.
048300     MOVE WS-OPERATOR-ID TO VKA-ADMIN.
048400     MOVE WS-MENU-REPLY(1:1) TO VKA-AKTION.
048500     MOVE WS-TARGET-ID TO VKA-TARGET.
048600     MOVE WS-REASON-IN TO VKA-REASON.
048700     WRITE VKA-REC.
048800     ADD 1 TO WS-ACTION-COUNT.
048900 6000-EXIT.
049000     EXIT.
049100*
049200*****************************************************************
049300* 8000-SHOW-TOTALS  --  SITTING TOTAL ON THE CONSOLE.
049400*****************************************************************
049500 8000-SHOW-TOTALS.
049600     MOVE WS-ACTION-COUNT TO WS-COUNT-DISPLAY.
049700     DISPLAY "VERKAEUFER-AKTIONEN: " WS-COUNT-DISPLAY.
049800 8000-EXIT.
049900     EXIT.
050000*
050100*****************************************************************
050200* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
050300*****************************************************************
050400 9000-TERMINATE.
050500     IF OPERATOR-FILE-IS-OPEN
050600         CLOSE OPERATOR-MASTER
050700         MOVE "N" TO WS-OPER-OPEN-SW
050800     END-IF.
050900     IF SELLER-FILE-IS-OPEN
051000         CLOSE SELLER-MASTER
051100         MOVE "N" TO WS-VKF-OPEN-SW
051200     END-IF.
051300     IF SELLER-LOG-IS-OPEN
051400         CLOSE MUTTI-VKF-LOG
051500         MOVE "N" TO WS-VKA-OPEN-SW
051600     END-IF.
051700 9000-EXIT.
051800     EXIT.
