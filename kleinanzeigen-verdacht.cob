000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-VERDACHTSPRUEFUNG.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-11.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-11 CJH  ORIGINAL VERSION.  SUPERVISOR REVIEW OF THE
001200*                    SUSPICIOUS-AD CASES THE NIGHTLY MUTTI-
001300*                    ANZEIGEN-SCREENING PUTS ON MUTTIVRD (COPY
001400*                    KAVERDA), BUILT LIKE MUTTI-AUSNAHMEPRUEFUNG.
001500*                    ONLY A SUPERVISOR MAY LOG ON (THE LOGON OF
001600*                    MUTTI-VERKAEUFERSTAMM).  EVERY OPEN CASE IS
001700*                    SHOWN WITH THE AD AS IT STANDS ON THE MASTER
001800*                    AND THE REASONS AND FIGURES OF THE SCREENING,
001900*                    AND GETS A DISPOSITION: F = FREIGEBEN (THE AD
002000*                    STAYS UP AND TAKES OFFERS AGAIN; THE PRICE IS
002100*                    NOTED SO ONLY A FURTHER DROP REOPENS THE
002200*                    CASE), S = SPERREN (THE AD GOES TO STATUS G
002300*                    WITH TODAY'S STATUS DATE, SO MUTTI-EXPORT
002400*                    REPORTS IT AND KLEINANZEIGEN-MUTTI CALLS IT
002500*                    NO LONGER AVAILABLE; A SOLD AD IS LEFT AS IT
002600*                    IS AND ONLY THE CASE IS CLOSED).  EMPTY =
002700*                    NEXT CASE, "ENDE" = STOP.  THE REVIEWER'S ID
002800*                    AND DATE GO ON THE CASE.  AFTERWARDS THE
002900*                    SUMMARY OF THE WHOLE FILE IS PRINTED ON
003000*                    MUTTIVDR.
003010*    2026-10-15 CJH  S READS THE AD AGAIN BEFORE BLOCKING IT, SO A
003020*                    SALE, RESERVATION OR PRICE FIX MADE WHILE THE
003030*                    CASE WAS ON THE SCREEN IS NOT OVERWRITTEN.
003040*                    THE CASE STAYS OPEN WHEN THE AD COULD NOT BE
003050*                    WRITTEN.
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MUTTI-VERDACHT ASSIGN TO "MUTTIVRD"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS KA-VDT-AD-ID
003900         FILE STATUS IS WS-VDT-STATUS.
004000*
004100     SELECT KLEINANZEIGEN-MASTER ASSIGN TO "KAMASTER"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS KA-MST-AD-ID
004500         ALTERNATE RECORD KEY IS KA-MST-CATEGORY
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-MASTER-STATUS.
004800*
004900     SELECT OPERATOR-MASTER ASSIGN TO "KAOPERAT"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS KA-OPR-ID
005300         FILE STATUS IS WS-OPER-STATUS.
005400*
005500     SELECT MUTTI-VERDACHT-RPT ASSIGN TO "MUTTIVDR"
005600         ORGANIZATION IS SEQUENTIAL.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  MUTTI-VERDACHT
006100     LABEL RECORDS ARE STANDARD.
006200 COPY KAVERDA.
006300*
006400 FD  KLEINANZEIGEN-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600 COPY KAMASTER.
006700*
006800 FD  OPERATOR-MASTER
006900     LABEL RECORDS ARE STANDARD.
007000 COPY KAOPER.
007100*
007200 FD  MUTTI-VERDACHT-RPT
007300     LABEL RECORDS ARE STANDARD.
007400 01  RPT-LINE                    PIC X(80).
007500*
007600 WORKING-STORAGE SECTION.
007700 01  WS-SWITCHES.
007800     05  WS-VDT-OPEN-SW          PIC X(01)   VALUE "N".
007900         88  VDT-FILE-IS-OPEN            VALUE "Y".
008000     05  WS-VDT-EOF-SW           PIC X(01)   VALUE "N".
008100         88  VDT-AT-END                  VALUE "Y".
008200     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
008300         88  MASTER-FILE-IS-OPEN         VALUE "Y".
008400     05  WS-AD-FOUND-SW          PIC X(01)   VALUE "N".
008500         88  AD-ON-MASTER                VALUE "Y".
008600     05  WS-OPER-OPEN-SW         PIC X(01)   VALUE "N".
008700         88  OPERATOR-FILE-IS-OPEN       VALUE "Y".
008800     05  WS-OPER-LOGIN-SW        PIC X(01)   VALUE "N".
008900         88  OPERATOR-LOGIN-OK           VALUE "Y".
009000     05  WS-DIALOG-END-SW        PIC X(01)   VALUE "N".
009100         88  DIALOG-IS-OVER              VALUE "Y".
009200*
009300 01  WS-VDT-STATUS               PIC X(02).
009400 01  WS-MASTER-STATUS            PIC X(02).
009500 01  WS-OPER-STATUS              PIC X(02).
009600*
009700 01  WS-OPERATOR-ID              PIC X(10)   VALUE SPACES.
009800 01  WS-PASSWORD-IN              PIC X(10).
009900 01  WS-PASSWORD-IN2             PIC X(10).
010000 77  WS-MAX-LOGON-FAILS          PIC 9(02)   COMP VALUE 3.
010100 01  WS-TODAY-DATE               PIC 9(08).
010200 01  WS-DISPO-REPLY              PIC X(10).
010300*
010400 01  WS-PRICE-ED                 PIC ZZZZZZ9.99.
010500 01  WS-Q1-ED                    PIC ZZZZZZ9.99.
010600 01  WS-MEDIAN-ED                PIC ZZZZZZ9.99.
010700 01  WS-Q3-ED                    PIC ZZZZZZ9.99.
010800 01  WS-SMALL-COUNT-ED           PIC ZZZZ9.
010900 01  WS-AD-STATUS-TEXT           PIC X(12).
011000*
011100 01  WS-COUNTERS.
011200     05  WS-SHOWN-COUNT          PIC 9(05)   COMP VALUE ZERO.
011300     05  WS-CLEARED-NOW-COUNT    PIC 9(05)   COMP VALUE ZERO.
011400     05  WS-BLOCKED-NOW-COUNT    PIC 9(05)   COMP VALUE ZERO.
011500     05  WS-OPEN-COUNT           PIC 9(05)   COMP VALUE ZERO.
011600     05  WS-CLEARED-COUNT        PIC 9(05)   COMP VALUE ZERO.
011700     05  WS-BLOCKED-COUNT        PIC 9(05)   COMP VALUE ZERO.
011800     05  WS-PRICE-COUNT          PIC 9(05)   COMP VALUE ZERO.
011900     05  WS-DUP-COUNT            PIC 9(05)   COMP VALUE ZERO.
012000     05  WS-BURST-COUNT          PIC 9(05)   COMP VALUE ZERO.
012100     05  WS-TOTAL-COUNT          PIC 9(05)   COMP VALUE ZERO.
012200*
012300 01  WS-COUNT-DISPLAY            PIC 9(05).
012400 01  WS-RPT-COUNT-ED             PIC ZZ,ZZ9.
012500 01  WS-RPT-LABEL                PIC X(26).
012600*
012700 PROCEDURE DIVISION.
012800*
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     PERFORM 1100-OPERATOR-LOGIN THRU 1100-EXIT.
013200     PERFORM 2000-REVIEW-CASES THRU 2000-EXIT.
013300     PERFORM 3000-TALLY-CASES THRU 3000-EXIT.
013400     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     STOP RUN.
013700*
013800*****************************************************************
013900* 1000-INITIALIZE  --  OPEN THE REVIEW FILE AND THE MASTER FOR
014000*    UPDATE AND THE OPERATOR MASTER FOR THE LOGON.  NO REVIEW
014100*    FILE, NO REVIEW - THE SUMMARY STILL PRINTS (ALL ZEROES).
014200*    WITHOUT THE MASTER NO AD COULD BE BLOCKED, SO NO REVIEW
014300*    EITHER.
014400*****************************************************************
014500 1000-INITIALIZE.
014600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
014700     OPEN OUTPUT MUTTI-VERDACHT-RPT.
014800     OPEN I-O MUTTI-VERDACHT.
014900     IF WS-VDT-STATUS = "00"
015000         SET VDT-FILE-IS-OPEN TO TRUE
015100     ELSE
015200         DISPLAY "Pruefdatei (MUTTIVRD) nicht verfuegbar"
015300         SET DIALOG-IS-OVER TO TRUE
015400     END-IF.
015500     OPEN I-O KLEINANZEIGEN-MASTER.
015600     IF WS-MASTER-STATUS = "00"
015700         SET MASTER-FILE-IS-OPEN TO TRUE
015800     ELSE
015900         DISPLAY "Anzeigen-Datei nicht verfuegbar"
016000         SET DIALOG-IS-OVER TO TRUE
016100     END-IF.
016200     OPEN I-O OPERATOR-MASTER.
016300     IF WS-OPER-STATUS = "00"
016400         SET OPERATOR-FILE-IS-OPEN TO TRUE
016500     ELSE
016600         DISPLAY "Mitarbeiter-Datei nicht verfuegbar - Abbruch"
016700         SET DIALOG-IS-OVER TO TRUE
016800     END-IF.
016900 1000-EXIT.
017000     EXIT.
017100*
017200*****************************************************************
017300* 1100-OPERATOR-LOGIN  --  SAME LOGON AS MUTTI-VERKAEUFER-
017400*    STAMM, SUPERVISORS ONLY.
017500*****************************************************************
017600 1100-OPERATOR-LOGIN.
017700     IF DIALOG-IS-OVER
017800         CONTINUE
017900     ELSE
018000         MOVE "N" TO WS-OPER-LOGIN-SW
018100         PERFORM 1110-ASK-OPERATOR-ID THRU 1110-EXIT
018200             UNTIL OPERATOR-LOGIN-OK
018300     END-IF.
018400 1100-EXIT.
018500     EXIT.
018600*
018700 1110-ASK-OPERATOR-ID.
018800     DISPLAY "Mitarbeiter-Kennung:".
018900     ACCEPT WS-OPERATOR-ID.
019000     IF WS-OPERATOR-ID = SPACES
019100         DISPLAY "Kennung darf nicht leer sein"
019200     ELSE
019300         MOVE SPACES TO KA-OPR-ID
019400         MOVE WS-OPERATOR-ID TO KA-OPR-ID
019500         READ OPERATOR-MASTER
019600             INVALID KEY
019700                 DISPLAY "Unbekannte Kennung, bitte erneut"
019800             NOT INVALID KEY
019900                 IF KA-OPR-IS-ACTIVE
020000                     PERFORM 1120-CHECK-PASSWORD THRU 1120-EXIT
020100                 ELSE
020200                     DISPLAY "Kennung gesperrt, bitte erneut"
020300                 END-IF
020400         END-READ
020500     END-IF.
020600     IF OPERATOR-LOGIN-OK
020700         AND NOT KA-OPR-IS-SUPERVISOR
020800         DISPLAY "Nur fuer Supervisoren - bitte erneut"
020900         MOVE "N" TO WS-OPER-LOGIN-SW
021000     END-IF.
021100 1110-EXIT.
021200     EXIT.
021300*
021400*****************************************************************
021500* 1120-CHECK-PASSWORD  --  SAME PASSWORD CHECK AS KLEINANZEIGEN-
021600*    MUTTI: THREE MISSES LOCK THE KENNUNG, A GOOD LOGON CLEARS
021700*    THE COUNTER AND STAMPS THE LAST-LOGON DATE, A BLANK
021800*    PASSWORD OR THE FORCE-CHANGE SWITCH DEMANDS A NEW ONE.
021900*****************************************************************
022000 1120-CHECK-PASSWORD.
022100     IF KA-OPR-FAIL-COUNT NOT NUMERIC
022200         MOVE ZERO TO KA-OPR-FAIL-COUNT
022300     END-IF.
022400     IF KA-OPR-PASSWORD = SPACES OR KA-OPR-MUST-CHANGE
022500         PERFORM 1130-FORCE-NEW-PASSWORD THRU 1130-EXIT
022600     ELSE
022700         DISPLAY "Kennwort:"
022800         ACCEPT WS-PASSWORD-IN
022900         IF WS-PASSWORD-IN = KA-OPR-PASSWORD
023000             MOVE ZERO TO KA-OPR-FAIL-COUNT
023100             MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
023200             REWRITE KA-OPERATOR-REC
023300             SET OPERATOR-LOGIN-OK TO TRUE
023400         ELSE
023500             ADD 1 TO KA-OPR-FAIL-COUNT
023600             IF KA-OPR-FAIL-COUNT < WS-MAX-LOGON-FAILS
023700                 DISPLAY "Kennwort falsch, bitte erneut"
023800             ELSE
023900                 SET KA-OPR-IS-LOCKED TO TRUE
024000                 DISPLAY "Kennung nach Fehlversuchen gesperrt"
024100             END-IF
024200             REWRITE KA-OPERATOR-REC
024300         END-IF
024400     END-IF.
024500 1120-EXIT.
024600     EXIT.
024700*
024800 1130-FORCE-NEW-PASSWORD.
024900     DISPLAY "Neues Kennwort setzen (Erstanmeldung/Reset)".
025000     DISPLAY "Neues Kennwort:".
025100     ACCEPT WS-PASSWORD-IN.
025200     DISPLAY "Neues Kennwort wiederholen:".
025300     ACCEPT WS-PASSWORD-IN2.
025400     IF WS-PASSWORD-IN = SPACES
025500         DISPLAY "Kennwort darf nicht leer sein"
025600     ELSE
025700     IF WS-PASSWORD-IN = WS-PASSWORD-IN2
025800         MOVE WS-PASSWORD-IN TO KA-OPR-PASSWORD
025900         MOVE "N" TO KA-OPR-FORCE-CHANGE-SW
026000         MOVE ZERO TO KA-OPR-FAIL-COUNT
026100         MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
026200         REWRITE KA-OPERATOR-REC
026300         SET OPERATOR-LOGIN-OK TO TRUE
026400     ELSE
026500         DISPLAY "Kennwoerter stimmen nicht ueberein"
026600     END-IF
026700     END-IF.
026800 1130-EXIT.
026900     EXIT.
027000*
027100*****************************************************************
027200* 2000-REVIEW-CASES  --  WALK THE REVIEW FILE IN AD-ID ORDER AND
027300*    OFFER EVERY OPEN CASE TO THE SUPERVISOR.
027400*****************************************************************
027500 2000-REVIEW-CASES.
027600     IF DIALOG-IS-OVER
027700         GO TO 2000-EXIT
027800     END-IF.
027900     MOVE LOW-VALUES TO KA-VDT-AD-ID.
028000     MOVE "N" TO WS-VDT-EOF-SW.
028100     START MUTTI-VERDACHT KEY IS NOT LESS THAN KA-VDT-AD-ID
028200         INVALID KEY
028300             SET VDT-AT-END TO TRUE
028400     END-START.
028500     PERFORM 2100-READ-NEXT-CASE THRU 2100-EXIT.
028600     PERFORM 2200-OFFER-ONE-CASE THRU 2200-EXIT
028700         UNTIL VDT-AT-END OR DIALOG-IS-OVER.
028800 2000-EXIT.
028900     EXIT.
029000*
029100 2100-READ-NEXT-CASE.
029200     IF NOT VDT-AT-END
029300         READ MUTTI-VERDACHT NEXT RECORD
029400             AT END
029500                 SET VDT-AT-END TO TRUE
029600         END-READ
029700     END-IF.
029800 2100-EXIT.
029900     EXIT.
030000*
030100*****************************************************************
030200* 2200-OFFER-ONE-CASE  --  SHOW AN OPEN CASE AND TAKE THE
030300*    DISPOSITION.  F/S DISPOSES AND STAMPS THE REVIEWER, EMPTY
030400*    SKIPS (STAYS OPEN), "ENDE" LEAVES THE DIALOG.  ANYTHING ELSE
030500*    IS OFFERED AGAIN NEXT SITTING - THE CASE SIMPLY STAYS OPEN.
030600*****************************************************************
030700 2200-OFFER-ONE-CASE.
030800     IF KA-VDT-IS-OPEN
030900         ADD 1 TO WS-SHOWN-COUNT
031000         PERFORM 2300-SHOW-CASE THRU 2300-EXIT
031100         PERFORM 2250-TAKE-DISPOSITION THRU 2250-EXIT
031200     END-IF.
031300     IF NOT DIALOG-IS-OVER
031400         PERFORM 2100-READ-NEXT-CASE THRU 2100-EXIT
031500     END-IF.
031600 2200-EXIT.
031700     EXIT.
031800*
031900 2250-TAKE-DISPOSITION.
032000     DISPLAY "Entscheidung (F=freigeben, S=sperren,"
032100         " leer=weiter, ENDE=Schluss):".
032200     ACCEPT WS-DISPO-REPLY.
032300     INSPECT WS-DISPO-REPLY CONVERTING
032400         "abcdefghijklmnopqrstuvwxyz" TO
032500         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
032600     EVALUATE TRUE
032700         WHEN WS-DISPO-REPLY = "ENDE"
032800             SET DIALOG-IS-OVER TO TRUE
032900         WHEN WS-DISPO-REPLY = "F"
033000             PERFORM 2400-CLEAR-CASE THRU 2400-EXIT
033100         WHEN WS-DISPO-REPLY = "S"
033200             PERFORM 2500-BLOCK-AD THRU 2500-EXIT
033300         WHEN OTHER
033400             CONTINUE
033500     END-EVALUATE.
033600 2250-EXIT.
033700     EXIT.
033800*
033900*****************************************************************
034000* 2300-SHOW-CASE  --  THE CASE AND THE AD AS IT STANDS NOW.
034100*****************************************************************
034200 2300-SHOW-CASE.
034300     MOVE KA-VDT-AD-ID TO KA-MST-AD-ID.
034400     MOVE "Y" TO WS-AD-FOUND-SW.
034500     READ KLEINANZEIGEN-MASTER
034600         INVALID KEY
034700             MOVE "N" TO WS-AD-FOUND-SW
034800     END-READ.
034900     DISPLAY " ".
035000     DISPLAY "Anzeige " KA-VDT-AD-ID "  gemeldet am "
035100         KA-VDT-FLAG-DATE.
035200     IF AD-ON-MASTER
035300         EVALUATE TRUE
035400             WHEN KA-MST-IS-RESERVED
035500                 MOVE "RESERVIERT" TO WS-AD-STATUS-TEXT
035600             WHEN KA-MST-IS-SOLD
035700                 MOVE "VERKAUFT" TO WS-AD-STATUS-TEXT
035800             WHEN KA-MST-IS-EXPIRED
035900                 MOVE "ABGELAUFEN" TO WS-AD-STATUS-TEXT
036000             WHEN KA-MST-IS-BLOCKED
036100                 MOVE "GESPERRT" TO WS-AD-STATUS-TEXT
036200             WHEN OTHER
036300                 MOVE "AKTIV" TO WS-AD-STATUS-TEXT
036400         END-EVALUATE
036500         MOVE KA-MST-PRICE TO WS-PRICE-ED
036600         DISPLAY "  Kategorie " KA-MST-CATEGORY
036700             "  Verkaeufer " KA-MST-SELLER(1:10)
036800         DISPLAY "  Preis " WS-PRICE-ED " EUR  Status "
036900             WS-AD-STATUS-TEXT "  seit " KA-MST-STATUS-DATE
037000         DISPLAY "  " KA-MST-DESCRIPTION(1:70)
037100     ELSE
037200         DISPLAY "  Anzeige nicht mehr im Bestand"
037300     END-IF.
037400     IF KA-VDT-PRICE-LOW
037500         MOVE KA-VDT-CAT-COUNT TO WS-SMALL-COUNT-ED
037600         MOVE KA-VDT-CAT-Q1 TO WS-Q1-ED
037700         MOVE KA-VDT-CAT-MEDIAN TO WS-MEDIAN-ED
037800         MOVE KA-VDT-CAT-Q3 TO WS-Q3-ED
037900         MOVE KA-VDT-PRICE TO WS-PRICE-ED
038000         DISPLAY "  Preis auffaellig: " WS-PRICE-ED
038100             " EUR, Kategorie " WS-SMALL-COUNT-ED " Anzeigen"
038200         DISPLAY "    Quartil 1 " WS-Q1-ED "  Median "
038300             WS-MEDIAN-ED "  Quartil 3 " WS-Q3-ED
038400     END-IF.
038500     IF KA-VDT-DESC-DUPLICATE
038600         DISPLAY "  Gleicher Text wie Anzeige " KA-VDT-DUP-AD-ID
038700     END-IF.
038800     IF KA-VDT-SELLER-BURST
038900         MOVE KA-VDT-NEW-AD-COUNT TO WS-SMALL-COUNT-ED
039000         DISPLAY "  Verkaeufer " KA-VDT-SELLER " mit "
039100             WS-SMALL-COUNT-ED " neuen Anzeigen in einer Nacht"
039200     END-IF.
039300 2300-EXIT.
039400     EXIT.
039500*
039600*****************************************************************
039700* 2400-CLEAR-CASE  --  THE AD IS FINE.  ITS CURRENT PRICE IS
039800*    KEPT ON THE CASE: THE SCREENING REOPENS IT ONLY BELOW THAT.
039900*****************************************************************
040000 2400-CLEAR-CASE.
040100     IF AD-ON-MASTER AND KA-MST-PRICE NUMERIC
040200         MOVE KA-MST-PRICE TO KA-VDT-PRICE
040300     END-IF.
040400     SET KA-VDT-IS-CLEARED TO TRUE.
040500     MOVE WS-OPERATOR-ID TO KA-VDT-REVIEWER.
040600     MOVE WS-TODAY-DATE TO KA-VDT-REVIEW-DATE.
040700     REWRITE KA-VDT-REC.
040800     ADD 1 TO WS-CLEARED-NOW-COUNT.
040900     DISPLAY "Freigegeben".
041000 2400-EXIT.
041100     EXIT.
041200*
041300*****************************************************************
041400* 2500-BLOCK-AD  --  TAKE THE AD OFF THE MARKET: STATUS G AS OF
041500*    TODAY.  THE AD IS READ AGAIN FIRST - THE ONE SHOWN BY 2300
041510*    MAY HAVE BEEN SOLD, RESERVED OR REPRICED WHILE THE
041520*    SUPERVISOR WAS DECIDING.  A SOLD AD (THE SALE STANDS) OR
041530*    ONE NO LONGER ON THE MASTER IS NOT TOUCHED; THE CASE IS
041540*    CLOSED ALL THE SAME.  IF THE AD CANNOT BE WRITTEN THE CASE
041550*    STAYS OPEN FOR THE NEXT SITTING.
041700*****************************************************************
041800 2500-BLOCK-AD.
041810     MOVE KA-VDT-AD-ID TO KA-MST-AD-ID.
041820     MOVE "Y" TO WS-AD-FOUND-SW.
041830     READ KLEINANZEIGEN-MASTER
041840         INVALID KEY
041850             MOVE "N" TO WS-AD-FOUND-SW
041860     END-READ.
041900     IF NOT AD-ON-MASTER
042000         DISPLAY "Anzeige nicht im Bestand - nur Fall geschlossen"
042100     ELSE
042200     IF KA-MST-IS-SOLD
042300         DISPLAY "Anzeige schon verkauft - nur Fall geschlossen"
042400     ELSE
042500         IF KA-MST-IS-RESERVED
042600             DISPLAY "Achtung: Anzeige war reserviert - die"
042700                 " Reservierung bitte in MUTTI-VERKAUFS"
042800                 "ABWICKLUNG freigeben"
042900         END-IF
043000         SET KA-MST-IS-BLOCKED TO TRUE
043100         MOVE WS-TODAY-DATE TO KA-MST-STATUS-DATE
043200         REWRITE KA-MASTER-REC
043210             INVALID KEY
043220                 CONTINUE
043230         END-REWRITE
043240         IF WS-MASTER-STATUS NOT = "00"
043250             DISPLAY "Anzeige nicht gesperrt - Status "
043260                 WS-MASTER-STATUS " - Fall bleibt offen"
043270             GO TO 2500-EXIT
043280         END-IF
043300         DISPLAY "Anzeige gesperrt"
043400     END-IF
043500     END-IF.
043600     SET KA-VDT-IS-BLOCKED TO TRUE.
043700     MOVE WS-OPERATOR-ID TO KA-VDT-REVIEWER.
043800     MOVE WS-TODAY-DATE TO KA-VDT-REVIEW-DATE.
043900     REWRITE KA-VDT-REC.
044000     ADD 1 TO WS-BLOCKED-NOW-COUNT.
044100 2500-EXIT.
044200     EXIT.
044300*
044400*****************************************************************
044500* 3000-TALLY-CASES  --  SECOND PASS OVER THE WHOLE FILE FOR THE
044600*    SUMMARY, SO THE REPORT COVERS EVERY CASE ON FILE, NOT JUST
044700*    THE ONES THIS SITTING LOOKED AT.
044800*****************************************************************
044900 3000-TALLY-CASES.
045000     IF NOT VDT-FILE-IS-OPEN
045100         GO TO 3000-EXIT
045200     END-IF.
045300     MOVE LOW-VALUES TO KA-VDT-AD-ID.
045400     MOVE "N" TO WS-VDT-EOF-SW.
045500     START MUTTI-VERDACHT KEY IS NOT LESS THAN KA-VDT-AD-ID
045600         INVALID KEY
045700             SET VDT-AT-END TO TRUE
045800     END-START.
045900     PERFORM 2100-READ-NEXT-CASE THRU 2100-EXIT.
046000     PERFORM 3100-TALLY-ONE-CASE THRU 3100-EXIT
046100         UNTIL VDT-AT-END.
046200 3000-EXIT.
046300     EXIT.
046400*
046500 3100-TALLY-ONE-CASE.
046600     ADD 1 TO WS-TOTAL-COUNT.
046700     EVALUATE TRUE
046800         WHEN KA-VDT-IS-CLEARED
046900             ADD 1 TO WS-CLEARED-COUNT
047000         WHEN KA-VDT-IS-BLOCKED
047100             ADD 1 TO WS-BLOCKED-COUNT
047200         WHEN OTHER
047300             ADD 1 TO WS-OPEN-COUNT
047400     END-EVALUATE.
047500     IF KA-VDT-PRICE-LOW
047600         ADD 1 TO WS-PRICE-COUNT
047700     END-IF.
047800     IF KA-VDT-DESC-DUPLICATE
047900         ADD 1 TO WS-DUP-COUNT
048000     END-IF.
048100     IF KA-VDT-SELLER-BURST
048200         ADD 1 TO WS-BURST-COUNT
048300     END-IF.
048400     PERFORM 2100-READ-NEXT-CASE THRU 2100-EXIT.
048500 3100-EXIT.
048600     EXIT.
048700*
048800*****************************************************************
048900* 8000-PRINT-SUMMARY  --  SUMMARY OF THE WHOLE FILE PLUS THE
049000*    SITTING'S OWN NUMBERS ON THE CONSOLE.
049100*****************************************************************
049200 8000-PRINT-SUMMARY.
049300     MOVE SPACES TO RPT-LINE.
049400     MOVE "KLEINANZEIGEN-MUTTI - VERDACHTSFAELLE" TO RPT-LINE.
049500     WRITE RPT-LINE.
049600     MOVE SPACES TO RPT-LINE.
049700     WRITE RPT-LINE.
049800     MOVE "FAELLE INSGESAMT:         " TO WS-RPT-LABEL.
049900     MOVE WS-TOTAL-COUNT TO WS-RPT-COUNT-ED.
050000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
050100     MOVE "FREIGEGEBEN (F):          " TO WS-RPT-LABEL.
050200     MOVE WS-CLEARED-COUNT TO WS-RPT-COUNT-ED.
050300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
050400     MOVE "GESPERRT (S):             " TO WS-RPT-LABEL.
050500     MOVE WS-BLOCKED-COUNT TO WS-RPT-COUNT-ED.
050600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
050700     MOVE "NOCH OFFEN:               " TO WS-RPT-LABEL.
050800     MOVE WS-OPEN-COUNT TO WS-RPT-COUNT-ED.
050900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
051000     MOVE "GRUND PREIS:              " TO WS-RPT-LABEL.
051100     MOVE WS-PRICE-COUNT TO WS-RPT-COUNT-ED.
051200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
051300     MOVE "GRUND GLEICHER TEXT:      " TO WS-RPT-LABEL.
051400     MOVE WS-DUP-COUNT TO WS-RPT-COUNT-ED.
051500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
051600     MOVE "GRUND VIELE NEUE:         " TO WS-RPT-LABEL.
051700     MOVE WS-BURST-COUNT TO WS-RPT-COUNT-ED.
051800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
051900     MOVE WS-SHOWN-COUNT TO WS-COUNT-DISPLAY.
052000     DISPLAY "VERDACHTSFAELLE ANGEZEIGT:  " WS-COUNT-DISPLAY.
052100     MOVE WS-CLEARED-NOW-COUNT TO WS-COUNT-DISPLAY.
052200     DISPLAY "VERDACHTSFAELLE FREIGEGEBEN:" WS-COUNT-DISPLAY.
052300     MOVE WS-BLOCKED-NOW-COUNT TO WS-COUNT-DISPLAY.
052400     DISPLAY "VERDACHTSFAELLE GESPERRT:   " WS-COUNT-DISPLAY.
052500 8000-EXIT.
052600     EXIT.
052700*
052800 8100-PRINT-LINE.
052900     MOVE SPACES TO RPT-LINE.
053000     STRING WS-RPT-LABEL DELIMITED BY SIZE
053100            WS-RPT-COUNT-ED DELIMITED BY SIZE
053200       INTO RPT-LINE
053300     END-STRING.
053400     WRITE RPT-LINE.
053500 8100-EXIT.
053600     EXIT.
053700*
053800*****************************************************************
053900* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
054000*****************************************************************
054100 9000-TERMINATE.
054200     IF VDT-FILE-IS-OPEN
054300         CLOSE MUTTI-VERDACHT
054400         MOVE "N" TO WS-VDT-OPEN-SW
054500     END-IF.
054600     IF MASTER-FILE-IS-OPEN
054700         CLOSE KLEINANZEIGEN-MASTER
054800         MOVE "N" TO WS-MASTER-OPEN-SW
054900     END-IF.
055000     IF OPERATOR-FILE-IS-OPEN
055100         CLOSE OPERATOR-MASTER
055200         MOVE "N" TO WS-OPER-OPEN-SW
055300     END-IF.
055400     CLOSE MUTTI-VERDACHT-RPT.
055500 9000-EXIT.
055600     EXIT.
