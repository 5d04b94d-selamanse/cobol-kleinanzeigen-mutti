000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-GESPRAECHSPROTOKOLL.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-06.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-06 CJH  ORIGINAL VERSION.  SUPERVISOR INQUIRY ON THE
001200*                    REPLY JOURNAL (MUTTIJRN, COPY KAJOURN,
001300*                    WRITTEN BY KLEINANZEIGEN-MUTTI FOR EVERY
001400*                    REPLY).  ONLY A SUPERVISOR MAY LOG ON - SAME
001500*                    LOGON AS MUTTI-BENUTZERVERWALTUNG.  A SEARCH
001600*                    BY DATE (D), KENNUNG (K), SESSION STAMP (S)
001700*                    OR AD ID (A) COLLECTS EVERY SESSION WITH A
001800*                    MATCHING QUESTION AND SHOWS EACH ONE IN FULL,
001900*                    QUESTION AND ANSWER, IN THE ORDER IT WAS
002000*                    SAID.  THE AUDIT ARCHIVE (MUTTIARC, ALL
002100*                    GENERATIONS CONCATENATED BY THE SCHEDULE) IS
002200*                    SEARCHED AS WELL, SO A SESSION FROM BEFORE
002300*                    THE JOURNAL, OR ONE WHOSE JOURNAL RECORDS ARE
002400*                    GONE, STILL SHOWS ITS QUESTIONS, MATCH TYPES
002500*                    AND KEYWORDS - MARKED AS ARCHIVE-ONLY, SINCE
002600*                    THE AUDIT RECORD NEVER HELD THE ANSWER TEXT.
002700*                    READ-ONLY: NOTHING ON EITHER FILE IS CHANGED.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPERATOR-MASTER ASSIGN TO "KAOPERAT"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS KA-OPR-ID
003600         FILE STATUS IS WS-OPER-STATUS.
003700*
003800     SELECT MUTTI-JOURNAL ASSIGN TO "MUTTIJRN"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS KA-JRN-KEY
004200         FILE STATUS IS WS-JRN-STATUS.
004300*
004400     SELECT MUTTI-AUDIT-ARCHIV ASSIGN TO "MUTTIARC"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-ARCHIV-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  OPERATOR-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200 COPY KAOPER.
005300*
005400 FD  MUTTI-JOURNAL
005500     LABEL RECORDS ARE STANDARD.
005600 COPY KAJOURN.
005700*
005800 FD  MUTTI-AUDIT-ARCHIV
005900     LABEL RECORDS ARE STANDARD.
006000 COPY KAAUDIT.
006100*
006200 WORKING-STORAGE SECTION.
006300 01  WS-SWITCHES.
006400     05  WS-OPER-OPEN-SW         PIC X(01)   VALUE "N".
006500         88  OPERATOR-FILE-IS-OPEN       VALUE "Y".
006600     05  WS-OPER-LOGIN-SW        PIC X(01)   VALUE "N".
006700         88  OPERATOR-LOGIN-OK           VALUE "Y".
006800     05  WS-JRN-OPEN-SW          PIC X(01)   VALUE "N".
006900         88  JRN-FILE-IS-OPEN            VALUE "Y".
007000     05  WS-DIALOG-END-SW        PIC X(01)   VALUE "N".
007100         88  DIALOG-IS-OVER              VALUE "Y".
007200     05  WS-JRN-EOF-SW           PIC X(01)   VALUE "N".
007300         88  JRN-AT-END                  VALUE "Y".
007400     05  WS-ARCHIV-EOF-SW        PIC X(01)   VALUE "N".
007500         88  ARCHIV-AT-END               VALUE "Y".
007600     05  WS-CRITERION-SW         PIC X(01)   VALUE "N".
007700         88  CRITERION-MATCHED           VALUE "Y".
007800     05  WS-SES-FOUND-SW         PIC X(01)   VALUE "N".
007900         88  SESSION-ALREADY-LISTED      VALUE "Y".
008000     05  WS-SES-FULL-SW          PIC X(01)   VALUE "N".
008100         88  SESSION-TABLE-FULL          VALUE "Y".
008200*
008300 01  WS-OPER-STATUS              PIC X(02).
008400 01  WS-JRN-STATUS               PIC X(02).
008500 01  WS-ARCHIV-STATUS            PIC X(02).
008600*
008700 01  WS-OPERATOR-ID              PIC X(10)   VALUE SPACES.
008800 01  WS-PASSWORD-IN              PIC X(10).
008900 01  WS-PASSWORD-IN2             PIC X(10).
009000 77  WS-MAX-LOGON-FAILS          PIC 9(02)   COMP VALUE 3.
009100 01  WS-TODAY-DATE               PIC 9(08).
009200*
009300 01  WS-MENU-REPLY               PIC X(10).
009400 01  WS-SEARCH-MODE              PIC X(01).
009500     88  SEARCH-BY-DATE                  VALUE "D".
009600     88  SEARCH-BY-OPERATOR              VALUE "K".
009700     88  SEARCH-BY-SESSION               VALUE "S".
009800     88  SEARCH-BY-AD                    VALUE "A".
009900 01  WS-SEARCH-VALUE             PIC X(16).
010000 01  WS-SEARCH-DATE-R REDEFINES WS-SEARCH-VALUE.
010100     05  WS-SEARCH-DATE          PIC 9(08).
010200     05  WS-SEARCH-DATE-REST     PIC X(08).
010300*
010400*    SESSIONS FOUND BY ONE SEARCH.  SOURCE "J" = SHOWN FROM THE
010500*    REPLY JOURNAL, "A" = ONLY ON THE AUDIT ARCHIVE.
010600 01  WS-SESSION-AREA.
010700     05  WS-SES-MAX              PIC 9(03)   COMP VALUE ZERO.
010800     05  WS-SES-IDX              PIC 9(03)   COMP.
010900     05  WS-SES-TABLE.
011000         10  WS-SES-ENTRY        OCCURS 50 TIMES.
011100             15  WS-SES-ID       PIC X(16).
011200             15  WS-SES-SOURCE   PIC X(01).
011300 77  WS-SES-LIMIT                PIC 9(03)   COMP VALUE 50.
011400 01  WS-CAND-SESSION             PIC X(16).
011500 01  WS-CAND-SOURCE              PIC X(01).
011600 01  WS-SCAN-IDX                 PIC 9(03)   COMP.
011700*
011800 01  WS-TIME-WORK                PIC 9(08).
011900 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
012000     05  WS-TIME-HH              PIC X(02).
012100     05  WS-TIME-MM              PIC X(02).
012200     05  WS-TIME-SS              PIC X(02).
012300     05  WS-TIME-CC              PIC X(02).
012400 01  WS-SHOW-STAMP.
012500     05  WS-SHOW-DATE            PIC 9(08).
012600     05  FILLER                  PIC X(01)   VALUE SPACE.
012700     05  WS-SHOW-HH              PIC X(02).
012800     05  FILLER                  PIC X(01)   VALUE ":".
012900     05  WS-SHOW-MM              PIC X(02).
013000     05  FILLER                  PIC X(01)   VALUE ":".
013100     05  WS-SHOW-SS              PIC X(02).
013200*
013300 01  WS-COUNTERS.
013400     05  WS-SEARCH-COUNT         PIC 9(05)   COMP VALUE ZERO.
013500     05  WS-SHOWN-COUNT          PIC 9(05)   COMP VALUE ZERO.
013600     05  WS-SES-LINES            PIC 9(05)   COMP VALUE ZERO.
013700*
013800 01  WS-COUNT-DISPLAY            PIC 9(05).
013900*
014000 PROCEDURE DIVISION.
014100*
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     PERFORM 1100-OPERATOR-LOGIN THRU 1100-EXIT.
014500     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
014600         UNTIL DIALOG-IS-OVER.
014700     PERFORM 8000-SHOW-TOTALS THRU 8000-EXIT.
014800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014900     STOP RUN.
015000*
015100*****************************************************************
015200* 1000-INITIALIZE  --  OPEN THE OPERATOR MASTER FOR THE LOGON
015300*    (I-O FOR THE FAIL-COUNT AND STAMP REWRITES) AND THE REPLY
015400*    JOURNAL FOR INPUT.  WITHOUT THE JOURNAL THE ARCHIVE CAN
015500*    STILL BE SEARCHED, SO THE DIALOG GOES ON AND SAYS SO.
015600*****************************************************************
015700 1000-INITIALIZE.
015800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
015900     OPEN I-O OPERATOR-MASTER.
016000     IF WS-OPER-STATUS = "00"
016100         SET OPERATOR-FILE-IS-OPEN TO TRUE
016200     ELSE
016300         DISPLAY "Mitarbeiter-Datei nicht verfuegbar - Abbruch"
016400         SET DIALOG-IS-OVER TO TRUE
016500     END-IF.
016600     OPEN INPUT MUTTI-JOURNAL.
016700     IF WS-JRN-STATUS = "00"
016800         SET JRN-FILE-IS-OPEN TO TRUE
016900     ELSE
017000         DISPLAY "Antwort-Journal nicht verfuegbar - nur Archiv"
017100     END-IF.
017200 1000-EXIT.
017300     EXIT.
017400*
017500*****************************************************************
017600* 1100-OPERATOR-LOGIN  --  SAME LOGON AS KLEINANZEIGEN-MUTTI,
017700*    PLUS THE SUPERVISOR CHECK: TRANSCRIPTS ARE CUSTOMER DATA.
017800*****************************************************************
017900 1100-OPERATOR-LOGIN.
018000     IF DIALOG-IS-OVER
018100         CONTINUE
018200     ELSE
018300         MOVE "N" TO WS-OPER-LOGIN-SW
018400         PERFORM 1110-ASK-OPERATOR-ID THRU 1110-EXIT
018500             UNTIL OPERATOR-LOGIN-OK
018600     END-IF.
018700 1100-EXIT.
018800     EXIT.
018900*
019000 1110-ASK-OPERATOR-ID.
019100     DISPLAY "Mitarbeiter-Kennung:".
019200     ACCEPT WS-OPERATOR-ID.
019300     IF WS-OPERATOR-ID = SPACES
019400         DISPLAY "Kennung darf nicht leer sein"
019500     ELSE
019600         MOVE SPACES TO KA-OPR-ID
019700         MOVE WS-OPERATOR-ID TO KA-OPR-ID
019800         READ OPERATOR-MASTER
019900             INVALID KEY
020000                 DISPLAY "Unbekannte Kennung, bitte erneut"
020100             NOT INVALID KEY
020200                 IF KA-OPR-IS-ACTIVE
020300                     PERFORM 1120-CHECK-PASSWORD THRU 1120-EXIT
020400                 ELSE
020500                     DISPLAY "Kennung gesperrt, bitte erneut"
020600                 END-IF
020700         END-READ
020800     END-IF.
020900     IF OPERATOR-LOGIN-OK
021000         AND NOT KA-OPR-IS-SUPERVISOR
021100         DISPLAY "Nur fuer Supervisoren - bitte erneut"
021200         MOVE "N" TO WS-OPER-LOGIN-SW
021300     END-IF.
021400 1110-EXIT.
021500     EXIT.
021600*
021700*****************************************************************
021800* 1120-CHECK-PASSWORD  --  SAME PASSWORD CHECK AS KLEINANZEIGEN-
021900*    MUTTI: THREE MISSES LOCK THE KENNUNG, A GOOD LOGON CLEARS
022000*    THE COUNTER AND STAMPS THE LAST-LOGON DATE, A BLANK
022100*    PASSWORD OR THE FORCE-CHANGE SWITCH DEMANDS A NEW ONE.
022200*****************************************************************
022300 1120-CHECK-PASSWORD.
022400     IF KA-OPR-FAIL-COUNT NOT NUMERIC
022500         MOVE ZERO TO KA-OPR-FAIL-COUNT
022600     END-IF.
022700     IF KA-OPR-PASSWORD = SPACES OR KA-OPR-MUST-CHANGE
022800         PERFORM 1130-FORCE-NEW-PASSWORD THRU 1130-EXIT
022900     ELSE
023000         DISPLAY "Kennwort:"
023100         ACCEPT WS-PASSWORD-IN
023200         IF WS-PASSWORD-IN = KA-OPR-PASSWORD
023300             MOVE ZERO TO KA-OPR-FAIL-COUNT
023400             MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
023500             REWRITE KA-OPERATOR-REC
023600             SET OPERATOR-LOGIN-OK TO TRUE
023700         ELSE
023800             ADD 1 TO KA-OPR-FAIL-COUNT
023900             IF KA-OPR-FAIL-COUNT < WS-MAX-LOGON-FAILS
024000                 DISPLAY "Kennwort falsch, bitte erneut"
024100             ELSE
024200                 SET KA-OPR-IS-LOCKED TO TRUE
024300                 DISPLAY "Kennung nach Fehlversuchen gesperrt"
024400             END-IF
024500             REWRITE KA-OPERATOR-REC
024600         END-IF
024700     END-IF.
024800 1120-EXIT.
024900     EXIT.
025000*
025100 1130-FORCE-NEW-PASSWORD.
025200     DISPLAY "Neues Kennwort setzen (Erstanmeldung/Reset)".
025300     DISPLAY "Neues Kennwort:".
025400     ACCEPT WS-PASSWORD-IN.
025500     DISPLAY "Neues Kennwort wiederholen:".
025600     ACCEPT WS-PASSWORD-IN2.
025700     IF WS-PASSWORD-IN = SPACES
025800         DISPLAY "Kennwort darf nicht leer sein"
025900     ELSE
026000     IF WS-PASSWORD-IN = WS-PASSWORD-IN2
026100         MOVE WS-PASSWORD-IN TO KA-OPR-PASSWORD
026200         MOVE "N" TO KA-OPR-FORCE-CHANGE-SW
026300         MOVE ZERO TO KA-OPR-FAIL-COUNT
026400         MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
026500         REWRITE KA-OPERATOR-REC
026600         SET OPERATOR-LOGIN-OK TO TRUE
026700     ELSE
026800         DISPLAY "Kennwoerter stimmen nicht ueberein"
026900     END-IF
027000     END-IF.
027100 1130-EXIT.
027200     EXIT.
027300*
027400*****************************************************************
027500* 2000-MAIN-MENU  --  ONE SEARCH PER PASS.
027600*****************************************************************
027700 2000-MAIN-MENU.
027800     DISPLAY " ".
027900     DISPLAY "Suche nach (D=Datum, K=Kennung, S=Sitzung,"
028000         " A=Anzeige, ENDE=Schluss):".
028100     ACCEPT WS-MENU-REPLY.
028200     INSPECT WS-MENU-REPLY CONVERTING
028300         "abcdefghijklmnopqrstuvwxyz" TO
028400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
028500     EVALUATE TRUE
028600         WHEN WS-MENU-REPLY = "ENDE"
028700             SET DIALOG-IS-OVER TO TRUE
028800         WHEN WS-MENU-REPLY = "D"
028900           OR WS-MENU-REPLY = "K"
029000           OR WS-MENU-REPLY = "S"
029100           OR WS-MENU-REPLY = "A"
029200             MOVE WS-MENU-REPLY(1:1) TO WS-SEARCH-MODE
029300             PERFORM 3000-RUN-SEARCH THRU 3000-EXIT
029400         WHEN OTHER
029500             DISPLAY "Bitte D, K, S, A oder ENDE"
029600     END-EVALUATE.
029700 2000-EXIT.
029800     EXIT.
029900*
030000*****************************************************************
030100* 3000-RUN-SEARCH  --  COLLECT THE MATCHING SESSIONS FROM THE
030200*    JOURNAL AND THE ARCHIVE, THEN SHOW EACH ONE IN FULL.  A
030300*    SESSION STAMP NEEDS NO SCAN - IT IS THE JOURNAL KEY ITSELF.
030400*****************************************************************
030500 3000-RUN-SEARCH.
030600     PERFORM 3100-ASK-SEARCH-VALUE THRU 3100-EXIT.
030700     IF WS-SEARCH-VALUE = SPACES
030800         GO TO 3000-EXIT
030900     END-IF.
031000     ADD 1 TO WS-SEARCH-COUNT.
031100     MOVE ZERO TO WS-SES-MAX.
031200     MOVE "N" TO WS-SES-FULL-SW.
031300     IF SEARCH-BY-SESSION
031400         MOVE WS-SEARCH-VALUE TO WS-CAND-SESSION
031500         PERFORM 3410-PROBE-JOURNAL THRU 3410-EXIT
031600         PERFORM 3400-ADD-SESSION THRU 3400-EXIT
031700     ELSE
031800         PERFORM 3200-SCAN-JOURNAL THRU 3200-EXIT
031900         PERFORM 3300-SCAN-ARCHIVE THRU 3300-EXIT
032000     END-IF.
032100     IF WS-SES-MAX = ZERO
032200         DISPLAY "Keine Gespraeche gefunden"
032300         GO TO 3000-EXIT
032400     END-IF.
032500     IF SESSION-TABLE-FULL
032600         DISPLAY "Mehr als 50 Sitzungen - nur die ersten 50,"
032700             " bitte Suche eingrenzen"
032800     END-IF.
032900     PERFORM 4000-SHOW-ONE-SESSION THRU 4000-EXIT
033000         VARYING WS-SES-IDX FROM 1 BY 1
033100         UNTIL WS-SES-IDX > WS-SES-MAX.
033200 3000-EXIT.
033300     EXIT.
033400*
033500*****************************************************************
033600* 3100-ASK-SEARCH-VALUE  --  PROMPT FOR THE VALUE THAT GOES WITH
033700*    THE SEARCH TYPE.  BLANK CANCELS; A DATE THAT IS NOT EIGHT
033800*    DIGITS IS REFUSED (RETURNED AS BLANK).
033900*****************************************************************
034000 3100-ASK-SEARCH-VALUE.
034100     EVALUATE TRUE
034200         WHEN SEARCH-BY-DATE
034300             DISPLAY "Datum JJJJMMTT (leer = abbrechen):"
034400         WHEN SEARCH-BY-OPERATOR
034500             DISPLAY "Kennung (leer = abbrechen):"
034600         WHEN SEARCH-BY-SESSION
034700             DISPLAY "Sitzung, 16 Ziffern (leer = abbrechen):"
034800         WHEN OTHER
034900             DISPLAY "Anzeigen-ID (leer = abbrechen):"
035000     END-EVALUATE.
035100     MOVE SPACES TO WS-SEARCH-VALUE.
035200     ACCEPT WS-SEARCH-VALUE.
035300     INSPECT WS-SEARCH-VALUE CONVERTING
035400         "abcdefghijklmnopqrstuvwxyz" TO
035500         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
035600     IF SEARCH-BY-DATE AND WS-SEARCH-VALUE NOT = SPACES
035700         IF WS-SEARCH-DATE NOT NUMERIC
035800             OR WS-SEARCH-DATE-REST NOT = SPACES
035900             DISPLAY "Datum bitte als JJJJMMTT"
036000             MOVE SPACES TO WS-SEARCH-VALUE
036100         END-IF
036200     END-IF.
036300 3100-EXIT.
036400     EXIT.
036500*
036600*****************************************************************
036700* 3200-SCAN-JOURNAL  --  WALK THE WHOLE JOURNAL AND LIST EVERY
036800*    SESSION WITH AT LEAST ONE MATCHING REPLY.
036900*****************************************************************
037000 3200-SCAN-JOURNAL.
037100     IF NOT JRN-FILE-IS-OPEN
037200         GO TO 3200-EXIT
037300     END-IF.
037400     MOVE "N" TO WS-JRN-EOF-SW.
037500     MOVE LOW-VALUES TO KA-JRN-KEY.
037600     START MUTTI-JOURNAL KEY IS NOT LESS THAN KA-JRN-KEY
037700         INVALID KEY
037800             SET JRN-AT-END TO TRUE
037900     END-START.
038000     PERFORM 3210-READ-JOURNAL-FOR-SEARCH THRU 3210-EXIT
038100         UNTIL JRN-AT-END.
038200 3200-EXIT.
038300     EXIT.
038400*
038500 3210-READ-JOURNAL-FOR-SEARCH.
038600     READ MUTTI-JOURNAL NEXT RECORD
038700         AT END
038800             SET JRN-AT-END TO TRUE
038900     END-READ.
039000     IF NOT JRN-AT-END
039100         MOVE "N" TO WS-CRITERION-SW
039200         EVALUATE TRUE
039300             WHEN SEARCH-BY-DATE
039400                 IF KA-JRN-DATE = WS-SEARCH-DATE
039500                     SET CRITERION-MATCHED TO TRUE
039600                 END-IF
039700             WHEN SEARCH-BY-OPERATOR
039800                 IF KA-JRN-OPERATOR = WS-SEARCH-VALUE
039900                     SET CRITERION-MATCHED TO TRUE
040000                 END-IF
040100             WHEN SEARCH-BY-AD
040200                 IF KA-JRN-KEYWORD = WS-SEARCH-VALUE
040300                     SET CRITERION-MATCHED TO TRUE
040400                 END-IF
040500         END-EVALUATE
040600         IF CRITERION-MATCHED
040700             MOVE KA-JRN-SESSION TO WS-CAND-SESSION
040800             MOVE "J" TO WS-CAND-SOURCE
040900             PERFORM 3400-ADD-SESSION THRU 3400-EXIT
041000         END-IF
041100     END-IF.
041200 3210-EXIT.
041300     EXIT.
041400*
041500*****************************************************************
041600* 3300-SCAN-ARCHIVE  --  THE SAME CRITERION AGAINST THE AUDIT
041700*    ARCHIVE.  A SESSION NOT YET LISTED IS LOOKED UP ON THE
041800*    JOURNAL BY KEY: IF THE JOURNAL HAS IT, IT IS SHOWN FROM
041900*    THERE WITH THE ANSWERS, OTHERWISE FROM THE ARCHIVE ALONE.
042000*    A MISSING ARCHIVE JUST MEANS NOTHING HAS BEEN CUT OVER YET.
042100*****************************************************************
042200 3300-SCAN-ARCHIVE.
042300     OPEN INPUT MUTTI-AUDIT-ARCHIV.
042400     IF WS-ARCHIV-STATUS NOT = "00"
042500         GO TO 3300-EXIT
042600     END-IF.
042700     MOVE "N" TO WS-ARCHIV-EOF-SW.
042800     PERFORM 3310-READ-ARCHIV-FOR-SEARCH THRU 3310-EXIT
042900         UNTIL ARCHIV-AT-END.
043000     CLOSE MUTTI-AUDIT-ARCHIV.
043100 3300-EXIT.
043200     EXIT.
043300*
043400 3310-READ-ARCHIV-FOR-SEARCH.
043500     READ MUTTI-AUDIT-ARCHIV
043600         AT END
043700             SET ARCHIV-AT-END TO TRUE
043800     END-READ.
043900     IF NOT ARCHIV-AT-END
044000         MOVE "N" TO WS-CRITERION-SW
044100         EVALUATE TRUE
044200             WHEN SEARCH-BY-DATE
044300                 IF KA-AUD-DATE = WS-SEARCH-DATE
044400                     SET CRITERION-MATCHED TO TRUE
044500                 END-IF
044600             WHEN SEARCH-BY-OPERATOR
044700                 IF KA-AUD-OPERATOR = WS-SEARCH-VALUE
044800                     SET CRITERION-MATCHED TO TRUE
044900                 END-IF
045000             WHEN SEARCH-BY-AD
045100                 IF KA-AUD-KEYWORD = WS-SEARCH-VALUE
045200                     SET CRITERION-MATCHED TO TRUE
045300                 END-IF
045400         END-EVALUATE
045500         IF CRITERION-MATCHED
045600             MOVE KA-AUD-SESSION TO WS-CAND-SESSION
045700             PERFORM 3420-FIND-SESSION THRU 3420-EXIT
045800             IF NOT SESSION-ALREADY-LISTED
045900                 PERFORM 3410-PROBE-JOURNAL THRU 3410-EXIT
046000                 PERFORM 3400-ADD-SESSION THRU 3400-EXIT
046100             END-IF
046200         END-IF
046300     END-IF.
046400 3310-EXIT.
046500     EXIT.
046600*
046700*****************************************************************
046800* 3400-ADD-SESSION  --  PUT WS-CAND-SESSION ON THE SESSION TABLE
046900*    UNLESS IT IS ALREADY THERE.  PAST THE TABLE LIMIT THE SEARCH
047000*    IS FLAGGED AS CUT SHORT.
047100*****************************************************************
047200 3400-ADD-SESSION.
047300     PERFORM 3420-FIND-SESSION THRU 3420-EXIT.
047400     IF SESSION-ALREADY-LISTED
047500         GO TO 3400-EXIT
047600     END-IF.
047700     IF WS-SES-MAX < WS-SES-LIMIT
047800         ADD 1 TO WS-SES-MAX
047900         MOVE WS-CAND-SESSION TO WS-SES-ID(WS-SES-MAX)
048000         MOVE WS-CAND-SOURCE TO WS-SES-SOURCE(WS-SES-MAX)
048100     ELSE
048200         SET SESSION-TABLE-FULL TO TRUE
048300     END-IF.
048400 3400-EXIT.
048500     EXIT.
048600*
048700*****************************************************************
048800* 3410-PROBE-JOURNAL  --  DOES THE JOURNAL HOLD ANY REPLY OF
048900*    WS-CAND-SESSION?  POSITION ON THE FIRST KEY OF THE SESSION
049000*    AND LOOK.  SETS WS-CAND-SOURCE TO "J" OR "A".
049100*****************************************************************
049200 3410-PROBE-JOURNAL.
049300     MOVE "A" TO WS-CAND-SOURCE.
049400     IF NOT JRN-FILE-IS-OPEN
049500         GO TO 3410-EXIT
049600     END-IF.
049700     MOVE "N" TO WS-JRN-EOF-SW.
049800     MOVE LOW-VALUES TO KA-JRN-KEY.
049900     MOVE WS-CAND-SESSION TO KA-JRN-SESSION.
050000     START MUTTI-JOURNAL KEY IS NOT LESS THAN KA-JRN-KEY
050100         INVALID KEY
050200             SET JRN-AT-END TO TRUE
050300     END-START.
050400     IF NOT JRN-AT-END
050500         READ MUTTI-JOURNAL NEXT RECORD
050600             AT END
050700                 SET JRN-AT-END TO TRUE
050800         END-READ
050900     END-IF.
051000     IF NOT JRN-AT-END
051100         IF KA-JRN-SESSION = WS-CAND-SESSION
051200             MOVE "J" TO WS-CAND-SOURCE
051300         END-IF
051400     END-IF.
051500 3410-EXIT.
051600     EXIT.
051700*
051800 3420-FIND-SESSION.
051900     MOVE "N" TO WS-SES-FOUND-SW.
052000     PERFORM 3430-CHECK-ONE-SESSION THRU 3430-EXIT
052100         VARYING WS-SCAN-IDX FROM 1 BY 1
052200         UNTIL WS-SCAN-IDX > WS-SES-MAX
052300            OR SESSION-ALREADY-LISTED.
052400 3420-EXIT.
052500     EXIT.
052600*
052700 3430-CHECK-ONE-SESSION.
052800     IF WS-SES-ID(WS-SCAN-IDX) = WS-CAND-SESSION
052900         SET SESSION-ALREADY-LISTED TO TRUE
053000     END-IF.
053100 3430-EXIT.
053200     EXIT.
053300*
053400*****************************************************************
053500* 4000-SHOW-ONE-SESSION  --  THE FULL TRANSCRIPT OF ONE SESSION,
053600*    OLDEST FIRST.  FROM THE JOURNAL THE KEY ORDER IS THE ORDER
053700*    IT WAS SAID; FROM THE ARCHIVE IT IS THE ORDER OF CUTOVER.
053800*****************************************************************
053900 4000-SHOW-ONE-SESSION.
054000     MOVE ZERO TO WS-SES-LINES.
054100     DISPLAY " ".
054200     DISPLAY "===== SITZUNG " WS-SES-ID(WS-SES-IDX) " =====".
054300     IF WS-SES-SOURCE(WS-SES-IDX) = "J"
054400         PERFORM 4100-SHOW-FROM-JOURNAL THRU 4100-EXIT
054500     ELSE
054600         DISPLAY "  (nur Archiv - Antworttext nicht im Journal)"
054700         PERFORM 4200-SHOW-FROM-ARCHIVE THRU 4200-EXIT
054800     END-IF.
054900     IF WS-SES-LINES = ZERO
055000         DISPLAY "  (keine Eintraege)"
055100     END-IF.
055200 4000-EXIT.
055300     EXIT.
055400*
055500 4100-SHOW-FROM-JOURNAL.
055600     MOVE "N" TO WS-JRN-EOF-SW.
055700     MOVE LOW-VALUES TO KA-JRN-KEY.
055800     MOVE WS-SES-ID(WS-SES-IDX) TO KA-JRN-SESSION.
055900     START MUTTI-JOURNAL KEY IS NOT LESS THAN KA-JRN-KEY
056000         INVALID KEY
056100             SET JRN-AT-END TO TRUE
056200     END-START.
056300     PERFORM 4110-SHOW-NEXT-JRN-ENTRY THRU 4110-EXIT
056400         UNTIL JRN-AT-END.
056500 4100-EXIT.
056600     EXIT.
056700*
056800 4110-SHOW-NEXT-JRN-ENTRY.
056900     READ MUTTI-JOURNAL NEXT RECORD
057000         AT END
057100             SET JRN-AT-END TO TRUE
057200     END-READ.
057300     IF NOT JRN-AT-END
057400         IF KA-JRN-SESSION NOT = WS-SES-ID(WS-SES-IDX)
057500             SET JRN-AT-END TO TRUE
057600         ELSE
057700             MOVE KA-JRN-DATE TO WS-SHOW-DATE
057800             MOVE KA-JRN-TIME TO WS-TIME-WORK
057900             PERFORM 4300-FORMAT-STAMP THRU 4300-EXIT
058000             DISPLAY WS-SHOW-STAMP " " KA-JRN-OPERATOR " "
058100                 KA-JRN-LANG " " KA-JRN-MATCH-TYPE " "
058200                 KA-JRN-KEYWORD
058300             DISPLAY "  F: " KA-JRN-QUESTION
058400             DISPLAY "  A: " KA-JRN-REPLY
058500             ADD 1 TO WS-SES-LINES
058600             ADD 1 TO WS-SHOWN-COUNT
058700         END-IF
058800     END-IF.
058900 4110-EXIT.
059000     EXIT.
059100*
059200 4200-SHOW-FROM-ARCHIVE.
059300     OPEN INPUT MUTTI-AUDIT-ARCHIV.
059400     IF WS-ARCHIV-STATUS NOT = "00"
059500         GO TO 4200-EXIT
059600     END-IF.
059700     MOVE "N" TO WS-ARCHIV-EOF-SW.
059800     PERFORM 4210-SHOW-NEXT-ARC-ENTRY THRU 4210-EXIT
059900         UNTIL ARCHIV-AT-END.
060000     CLOSE MUTTI-AUDIT-ARCHIV.
060100 4200-EXIT.
060200     EXIT.
060300*
060400 4210-SHOW-NEXT-ARC-ENTRY.
060500     READ MUTTI-AUDIT-ARCHIV
060600         AT END
060700             SET ARCHIV-AT-END TO TRUE
060800     END-READ.
060900     IF NOT ARCHIV-AT-END
061000         IF KA-AUD-SESSION = WS-SES-ID(WS-SES-IDX)
061100             MOVE KA-AUD-DATE TO WS-SHOW-DATE
061200             MOVE KA-AUD-TIME TO WS-TIME-WORK
061300             PERFORM 4300-FORMAT-STAMP THRU 4300-EXIT
061400             DISPLAY WS-SHOW-STAMP " " KA-AUD-OPERATOR " "
061500                 KA-AUD-LANG " " KA-AUD-MATCH-TYPE " "
061600                 KA-AUD-KEYWORD
061700             DISPLAY "  F: " KA-AUD-INPUT
061800             ADD 1 TO WS-SES-LINES
061900             ADD 1 TO WS-SHOWN-COUNT
062000         END-IF
062100     END-IF.
062200 4210-EXIT.
062300     EXIT.
062400*
062500 4300-FORMAT-STAMP.
062600     MOVE WS-TIME-HH TO WS-SHOW-HH.
062700     MOVE WS-TIME-MM TO WS-SHOW-MM.
062800     MOVE WS-TIME-SS TO WS-SHOW-SS.
062900 4300-EXIT.
063000     EXIT.
063100*
063200*****************************************************************
063300* 8000-SHOW-TOTALS  --  SITTING TOTALS ON THE CONSOLE.
063400*****************************************************************
063500 8000-SHOW-TOTALS.
063600     MOVE WS-SEARCH-COUNT TO WS-COUNT-DISPLAY.
063700     DISPLAY "PROTOKOLL-ABFRAGEN:  " WS-COUNT-DISPLAY.
063800     MOVE WS-SHOWN-COUNT TO WS-COUNT-DISPLAY.
063900     DISPLAY "GEZEIGTE EINTRAEGE:  " WS-COUNT-DISPLAY.
064000 8000-EXIT.
064100     EXIT.
064200*
064300*****************************************************************
064400* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
064500*****************************************************************
064600 9000-TERMINATE.
064700     IF OPERATOR-FILE-IS-OPEN
064800         CLOSE OPERATOR-MASTER
064900         MOVE "N" TO WS-OPER-OPEN-SW
065000     END-IF.
065100     IF JRN-FILE-IS-OPEN
065200         CLOSE MUTTI-JOURNAL
065300         MOVE "N" TO WS-JRN-OPEN-SW
065400     END-IF.
065500 9000-EXIT.
065600     EXIT.
