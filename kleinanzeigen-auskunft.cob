000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-DATENAUSKUNFT.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-12.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-12 CJH  ORIGINAL VERSION.  SUBJECT-ACCESS SEARCH FOR
001200*                    THE DATA PROTECTION OFFICER.  A SUPERVISOR
001300*                    (SAME LOGON AS MUTTI-VERKAEUFERSTAMM) ENTERS
001400*                    A NAME, PHONE NUMBER OR E-MAIL ADDRESS AND
001500*                    EVERY RECORD HOLDING IT IS LISTED ON MUTTIAUS
001600*                    - FILE, KEY, DATE, EXCERPT.  A PHONE NUMBER
001700*                    IS COMPARED ON ITS DIGITS ONLY, SO SPACING,
001800*                    +49 / 0049 AND THE TRUNK ZERO DO NOT MATTER.
001900*                    IN MODE A THE HITS ARE ANONYMIZED AS THEY ARE
002000*                    LISTED, THE SAME WAY MUTTI-DATENSCHUTZ DOES
002100*                    IT; A KNOWLEDGE BASE ENTRY IS DELETED, A
002200*                    SAVED SEARCH IS MARKED ERASED FOR MUTTI-
002300*                    SUCHAUFTRAG TO REMOVE.  THE AUDIT LOG AND THE
002400*                    AUDIT ARCHIVE ARE ONLY READ: THEIR HITS ARE
002500*                    ANONYMIZED BY THE NEXT NIGHTLY MUTTI-
002600*                    DATENSCHUTZ RUN, WHICH THE REQUEST ON
002700*                    MUTTILOE (COPY KALOESCH) WAITS FOR.  THE
002800*                    NIGHTLY EXTRACTS MUTTISTN AND MUTTIKBN AND
002900*                    THE SELLER MASTER ARE LISTED ONLY - THE
003000*                    EXTRACTS ARE REBUILT FROM THE ANONYMIZED
003100*                    FILES, A SELLER IS CHANGED IN
003200*                    MUTTI-VERKAEUFERSTAMM.  EVERY SEARCH IS
003300*                    LOGGED ON MUTTILOE WITH THE SUPERVISOR'S ID
003400*                    AND ITS COUNTS.
003410*    2026-10-15 CJH  A REQUEST RECORD THAT WILL NOT WRITE TO
003420*                    MUTTILOE IS REPORTED ("LOESCHAUFTRAG NICHT
003430*                    GESPEICHERT") AND NO ANONYMIZATION TONIGHT IS
003440*                    ANNOUNCED FOR IT.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPERATOR-MASTER ASSIGN TO "KAOPERAT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS KA-OPR-ID
004300         FILE STATUS IS WS-OPER-STATUS.
004400*
004500     SELECT MUTTI-AUDIT-LOG ASSIGN TO "MUTTIAUD"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.
004800*
004900     SELECT MUTTI-AUDIT-ARCHIV ASSIGN TO "MUTTIARC"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ARCHIV-STATUS.
005200*
005300     SELECT MUTTI-ESKALATION ASSIGN TO "MUTTIESK"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS KA-ESK-ID
005700         FILE STATUS IS WS-ESK-STATUS.
005800*
005900     SELECT MUTTI-ESK-ARCHIV ASSIGN TO "MUTTIESA"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-ESKA-STATUS.
006200*
006300     SELECT MUTTI-ABUSE-EXC ASSIGN TO "MUTTIEXC"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-EXC-STATUS.
006600*
006700     SELECT MUTTI-WISSEN ASSIGN TO "MUTTIWIS"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS KA-WIS-KEY
007100         FILE STATUS IS WS-WIS-STATUS.
007200*
007300     SELECT MUTTI-CHECKPOINT ASSIGN TO "MUTTICKP"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS KA-CKPT-OPERATOR
007700         FILE STATUS IS WS-CKPT-STATUS.
007800*
007900     SELECT MUTTI-JOURNAL ASSIGN TO "MUTTIJRN"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS KA-JRN-KEY
008300         FILE STATUS IS WS-JRN-STATUS.
008400*
008500     SELECT MUTTI-RESERVIERUNG ASSIGN TO "MUTTIRSV"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS KA-RSV-ID
008900         FILE STATUS IS WS-RSV-STATUS.
009000*
009100     SELECT MUTTI-RSV-ARCHIV ASSIGN TO "MUTTIRSA"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-RSVA-STATUS.
009400*
009500     SELECT MUTTI-SUCHAUFTRAG ASSIGN TO "MUTTISRC"
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS KA-SRC-ID
009900         FILE STATUS IS WS-SRC-STATUS.
010000*
010100     SELECT MUTTI-SUCH-INFO ASSIGN TO "MUTTISTN"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-STN-STATUS.
010400*
010500     SELECT MUTTI-KAEUFER-INFO ASSIGN TO "MUTTIKBN"
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-KBN-STATUS.
010800*
010900     SELECT MUTTI-VKF-LOG ASSIGN TO "MUTTIVKA"
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS WS-VKA-STATUS.
011200*
011300     SELECT SELLER-MASTER ASSIGN TO "KAVERKAU"
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS DYNAMIC
011600         RECORD KEY IS KA-VKF-ID
011700         FILE STATUS IS WS-VKF-STATUS.
011800*
011900     SELECT MUTTI-AUSKUNFT ASSIGN TO "MUTTILOE"
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS IS WS-LOE-STATUS.
012200*
012300     SELECT MUTTI-AUS-RPT ASSIGN TO "MUTTIAUS"
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS WS-RPT-STATUS.
012600*
012700 DATA DIVISION.
012800 FILE SECTION.
012900 FD  OPERATOR-MASTER
013000     LABEL RECORDS ARE STANDARD.
013100 COPY KAOPER.
013200*
013300 FD  MUTTI-AUDIT-LOG
013400     LABEL RECORDS ARE STANDARD.
013500*    BYTE COPIES OF KA-AUDIT-REC, LOOKED AT THROUGH THE ARCHIVE'S
013600*    RECORD BELOW.
013700 01  AUDL-REC                    PIC X(326).
013800*
013900 FD  MUTTI-AUDIT-ARCHIV
014000     LABEL RECORDS ARE STANDARD.
014100 COPY KAAUDIT.
014200*
014300 FD  MUTTI-ESKALATION
014400     LABEL RECORDS ARE STANDARD.
014500 COPY KAESKAL.
014600*
014700 FD  MUTTI-ESK-ARCHIV
014800     LABEL RECORDS ARE STANDARD.
014900*    ARCHIVE RECORDS ARE BYTE COPIES OF KA-ESK-REC - KEEP THIS
015000*    LENGTH IN STEP WITH KAESKAL.CPY WHENEVER THAT RECORD GROWS.
015100 01  ESKA-REC                    PIC X(420).
015200*
015300 FD  MUTTI-ABUSE-EXC
015400     LABEL RECORDS ARE STANDARD.
015500 COPY KAEXCPT.
015600*
015700 FD  MUTTI-WISSEN
015800     LABEL RECORDS ARE STANDARD.
015900 COPY KAWISSEN.
016000*
016100 FD  MUTTI-CHECKPOINT
016200     LABEL RECORDS ARE STANDARD.
016300 COPY KACKPT.
016400*
016500 FD  MUTTI-JOURNAL
016600     LABEL RECORDS ARE STANDARD.
016700 COPY KAJOURN.
016800*
016900 FD  MUTTI-RESERVIERUNG
017000     LABEL RECORDS ARE STANDARD.
017100 COPY KARESV.
017200*
017300 FD  MUTTI-RSV-ARCHIV
017400     LABEL RECORDS ARE STANDARD.
017500*    ARCHIVE RECORDS ARE BYTE COPIES OF KA-RSV-REC - KEEP THIS
017600*    LENGTH IN STEP WITH KARESV.CPY WHENEVER THAT RECORD GROWS.
017700 01  RSVA-REC                    PIC X(200).
017800*
017900 FD  MUTTI-SUCHAUFTRAG
018000     LABEL RECORDS ARE STANDARD.
018100 COPY KASUCHE.
018200*
018300 FD  MUTTI-SUCH-INFO
018400     LABEL RECORDS ARE STANDARD.
018500 01  STN-REC.
018600     05  STN-RUN-DATE            PIC 9(08).
018700     05  STN-SRC-ID              PIC 9(08).
018800     05  STN-AD-ID               PIC X(10).
018900     05  STN-HIT-TYPE            PIC X(01).
019000     05  STN-CATEGORY            PIC X(20).
019100     05  STN-PRICE               PIC 9(7)V99.
019200     05  STN-OLD-PRICE           PIC 9(7)V99.
019300     05  STN-LANG                PIC X(02).
019400     05  STN-BUYER-NAME          PIC X(30).
019500     05  STN-BUYER-CONTACT       PIC X(50).
019600     05  STN-TEXT                PIC X(200).
019700     05  FILLER                  PIC X(03).
019800*
019900 FD  MUTTI-KAEUFER-INFO
020000     LABEL RECORDS ARE STANDARD.
020100 01  KBN-REC.
020200     05  KBN-RUN-DATE            PIC 9(08).
020300     05  KBN-RSV-ID              PIC 9(08).
020400     05  KBN-AD-ID               PIC X(10).
020500     05  KBN-OUTCOME             PIC X(01).
020600     05  KBN-LANG                PIC X(02).
020700     05  KBN-BUYER-NAME          PIC X(30).
020800     05  KBN-BUYER-CONTACT       PIC X(50).
020900     05  KBN-OFFER-AMOUNT        PIC 9(7)V99.
021000     05  KBN-CLOSED-DATE         PIC 9(08).
021100     05  KBN-TEXT                PIC X(200).
021200     05  FILLER                  PIC X(04).
021300*
021400 FD  MUTTI-VKF-LOG
021500     LABEL RECORDS ARE STANDARD.
021600 01  VKA-REC.
021700     05  VKA-DATE                PIC 9(08).
021800     05  VKA-TIME                PIC 9(08).
021900     05  VKA-ADMIN               PIC X(10).
022000     05  VKA-AKTION              PIC X(01).
022100     05  VKA-TARGET              PIC X(10).
022200     05  VKA-REASON              PIC X(40).
022300     05  FILLER                  PIC X(03).
022400*
022500 FD  SELLER-MASTER
022600     LABEL RECORDS ARE STANDARD.
022700 COPY KAVERK.
022800*
022900 FD  MUTTI-AUSKUNFT
023000     LABEL RECORDS ARE STANDARD.
023100 COPY KALOESCH.
023200*
023300 FD  MUTTI-AUS-RPT
023400     LABEL RECORDS ARE STANDARD.
023500 01  RPT-LINE                    PIC X(100).
023600*
023700 WORKING-STORAGE SECTION.
023800 01  WS-SWITCHES.
023900     05  WS-OPER-OPEN-SW         PIC X(01)   VALUE "N".
024000         88  OPERATOR-FILE-IS-OPEN       VALUE "Y".
024100     05  WS-OPER-LOGIN-SW        PIC X(01)   VALUE "N".
024200         88  OPERATOR-LOGIN-OK           VALUE "Y".
024300     05  WS-LOE-OPEN-SW          PIC X(01)   VALUE "N".
024400         88  REQUEST-LOG-IS-OPEN         VALUE "Y".
024410     05  WS-LOE-SAVED-SW         PIC X(01)   VALUE "N".
024420         88  REQUEST-IS-SAVED                VALUE "Y".
024500     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
024600         88  RPT-FILE-IS-OPEN            VALUE "Y".
024700     05  WS-DIALOG-END-SW        PIC X(01)   VALUE "N".
024800         88  DIALOG-IS-OVER              VALUE "Y".
024900     05  WS-EOF-SW               PIC X(01)   VALUE "N".
025000         88  FILE-AT-END                 VALUE "Y".
025100     05  WS-MODE-SW              PIC X(01)   VALUE "L".
025200         88  MODE-IS-LIST                VALUE "L".
025300         88  MODE-IS-ERASE               VALUE "A".
025400     05  WS-RECORD-HIT-SW        PIC X(01)   VALUE "N".
025500         88  RECORD-HIT                  VALUE "Y".
025600     05  WS-FIELD-HIT-SW         PIC X(01)   VALUE "N".
025700         88  FIELD-HIT                   VALUE "Y".
025800*
025900 01  WS-OPER-STATUS              PIC X(02).
026000 01  WS-AUDIT-STATUS             PIC X(02).
026100 01  WS-ARCHIV-STATUS            PIC X(02).
026200 01  WS-ESK-STATUS               PIC X(02).
026300 01  WS-ESKA-STATUS              PIC X(02).
026400 01  WS-EXC-STATUS               PIC X(02).
026500 01  WS-WIS-STATUS               PIC X(02).
026600 01  WS-CKPT-STATUS              PIC X(02).
026700 01  WS-JRN-STATUS               PIC X(02).
026800 01  WS-RSV-STATUS               PIC X(02).
026900 01  WS-RSVA-STATUS              PIC X(02).
027000 01  WS-SRC-STATUS               PIC X(02).
027100 01  WS-STN-STATUS               PIC X(02).
027200 01  WS-KBN-STATUS               PIC X(02).
027300 01  WS-VKA-STATUS               PIC X(02).
027400 01  WS-VKF-STATUS               PIC X(02).
027500 01  WS-LOE-STATUS               PIC X(02).
027600 01  WS-RPT-STATUS               PIC X(02).
027700 01  WS-OPEN-STATUS              PIC X(02).
027800*
027900 01  WS-OPERATOR-ID              PIC X(10)   VALUE SPACES.
028000 01  WS-PASSWORD-IN              PIC X(10).
028100 01  WS-PASSWORD-IN2             PIC X(10).
028200 77  WS-MAX-LOGON-FAILS          PIC 9(02)   COMP VALUE 3.
028300 01  WS-TODAY-DATE               PIC 9(08).
028400 01  WS-NOW-TIME                 PIC 9(08).
028500*
028600 01  WS-MENU-REPLY               PIC X(10).
028700*
028800*    A TERM SHORTER THAN THIS WOULD HIT HALF THE FILES.
028900 77  WS-MIN-TERM-LEN             PIC 9(02)   COMP VALUE 5.
029000*
029100*    WHAT AN ANONYMIZED FIELD IS OVERWRITTEN WITH - THE SAME AS
029200*    IN MUTTI-DATENSCHUTZ.
029300 01  WS-MASK-TEXT                PIC X(20)
029400                                 VALUE "*** ANONYMISIERT ***".
029500 01  WS-MASK-ID                  PIC X(10)   VALUE "*ANONYM*".
029600*
029700*    TERM AND TEXT SCANNING.  A PHONE NUMBER IS COMPARED ON ITS
029800*    DIGITS ONLY, WITHOUT COUNTRY CODE 49 AND TRUNK ZERO, SO
029900*    "0171 123 4567" ALSO FINDS "+49 171 1234567".
030000 01  WS-TERM-AREA.
030100     05  WS-TERM-IN              PIC X(50).
030200     05  WS-TERM-LEN             PIC 9(02).
030300     05  WS-TERM-PHONE-SW        PIC X(01).
030400         88  TERM-IS-PHONE               VALUE "Y".
030500     05  WS-TERM-DIGITS          PIC X(50).
030600     05  WS-TERM-DIGIT-LEN       PIC 9(02).
030700 01  WS-TERM-ENTERED             PIC X(50).
030800 01  WS-SCAN-TEXT                PIC X(255).
030900 01  WS-SCAN-DIGITS              PIC X(255).
031000 01  WS-SCAN-DIGIT-LEN           PIC 9(03)   COMP.
031100 01  WS-SCAN-TALLY               PIC 9(05)   COMP.
031200 01  WS-CHAR-POS                 PIC 9(03)   COMP.
031300 01  WS-CHAR                     PIC X(01).
031400 01  WS-DIGIT-START              PIC 9(02)   COMP.
031500 01  WS-TERM-OTHER-COUNT         PIC 9(02)   COMP.
031600 01  WS-DIGIT-WORK               PIC X(50).
031700*
031800*    ONE HIT, AS PRINTED.
031900 01  WS-HIT-AREA.
032000     05  WS-HIT-FILE             PIC X(08).
032100     05  WS-HIT-KEY              PIC X(20).
032200     05  WS-HIT-DATE             PIC 9(08).
032300     05  WS-HIT-EXCERPT          PIC X(40).
032400     05  WS-HIT-ACTION           PIC X(14).
032500*
032600 01  WS-SEARCH-COUNTERS.
032700     05  WS-S-HIT-COUNT          PIC 9(07)   COMP.
032800     05  WS-S-MASK-COUNT         PIC 9(07)   COMP.
032900     05  WS-S-ARC-COUNT          PIC 9(07)   COMP.
033000     05  WS-F-HIT-COUNT          PIC 9(07)   COMP.
033100 01  WS-COUNTERS.
033200     05  WS-SEARCH-COUNT         PIC 9(05)   COMP VALUE ZERO.
033300     05  WS-T-HIT-COUNT          PIC 9(07)   COMP VALUE ZERO.
033400     05  WS-T-MASK-COUNT         PIC 9(07)   COMP VALUE ZERO.
033500*
033600 01  WS-COUNT-DISPLAY            PIC 9(07).
033700 01  WS-RPT-COUNT-ED             PIC ZZZ,ZZ9.
033800 01  WS-RPT-DATE-ED              PIC 9(08).
033900 01  WS-RPT-TIME-ED              PIC 9(08).
034000 01  WS-RPT-ID-ED                PIC 9(08).
034100*
034200 PROCEDURE DIVISION.
034300*
034400 0000-MAINLINE.
034500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034600     PERFORM 1100-OPERATOR-LOGIN THRU 1100-EXIT.
034700     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
034800         UNTIL DIALOG-IS-OVER.
034900     PERFORM 8000-SHOW-TOTALS THRU 8000-EXIT.
035000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035100     STOP RUN.
035200*
035300*****************************************************************
035400* 1000-INITIALIZE  --  OPEN THE OPERATOR MASTER FOR THE LOGON,
035500*    THE LISTING AND THE REQUEST LOG.  WITHOUT THE REQUEST LOG
035600*    NO SEARCH IS RUN - EVERY SEARCH MUST BE ON FILE.  THE DATA
035700*    FILES ARE OPENED ONE BY ONE FOR EACH SEARCH.
035800*****************************************************************
035900 1000-INITIALIZE.
036000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
036100     OPEN I-O OPERATOR-MASTER.
036200     IF WS-OPER-STATUS = "00"
036300         SET OPERATOR-FILE-IS-OPEN TO TRUE
036400     ELSE
036500         DISPLAY "Mitarbeiter-Datei nicht verfuegbar - Abbruch"
036600         SET DIALOG-IS-OVER TO TRUE
036700     END-IF.
036800     OPEN EXTEND MUTTI-AUSKUNFT.
036900     IF WS-LOE-STATUS NOT = "00"
037000         OPEN OUTPUT MUTTI-AUSKUNFT
037100         CLOSE MUTTI-AUSKUNFT
037200         OPEN EXTEND MUTTI-AUSKUNFT
037300     END-IF.
037400     IF WS-LOE-STATUS = "00"
037500         SET REQUEST-LOG-IS-OPEN TO TRUE
037600     ELSE
037700         DISPLAY "Auskunfts-Protokoll nicht verfuegbar - Abbruch"
037800         SET DIALOG-IS-OVER TO TRUE
037900     END-IF.
038000     OPEN OUTPUT MUTTI-AUS-RPT.
038100     IF WS-RPT-STATUS = "00"
038200         SET RPT-FILE-IS-OPEN TO TRUE
038300     ELSE
038400         DISPLAY "Auskunfts-Liste nicht verfuegbar - Abbruch"
038500         SET DIALOG-IS-OVER TO TRUE
038600     END-IF.
038700 1000-EXIT.
038800     EXIT.
038900*
039000*****************************************************************
039100* 1100-OPERATOR-LOGIN  --  SAME LOGON AS MUTTI-BENUTZER-
039200*    VERWALTUNG, SUPERVISORS ONLY.
039300*****************************************************************
039400 1100-OPERATOR-LOGIN.
039500     IF DIALOG-IS-OVER
039600         CONTINUE
039700     ELSE
039800         MOVE "N" TO WS-OPER-LOGIN-SW
039900         PERFORM 1110-ASK-OPERATOR-ID THRU 1110-EXIT
040000             UNTIL OPERATOR-LOGIN-OK
040100     END-IF.
040200 1100-EXIT.
040300     EXIT.
040400*
040500 1110-ASK-OPERATOR-ID.
040600     DISPLAY "Mitarbeiter-Kennung:".
040700     ACCEPT WS-OPERATOR-ID.
040800     IF WS-OPERATOR-ID = SPACES
040900         DISPLAY "Kennung darf nicht leer sein"
041000     ELSE
041100         MOVE SPACES TO KA-OPR-ID
041200         MOVE WS-OPERATOR-ID TO KA-OPR-ID
041300         READ OPERATOR-MASTER
041400             INVALID KEY
041500                 DISPLAY "Unbekannte Kennung, bitte erneut"
041600             NOT INVALID KEY
041700                 IF KA-OPR-IS-ACTIVE
041800                     PERFORM 1120-CHECK-PASSWORD THRU 1120-EXIT
041900                 ELSE
042000                     DISPLAY "Kennung gesperrt, bitte erneut"
042100                 END-IF
042200         END-READ
042300     END-IF.
042400     IF OPERATOR-LOGIN-OK
042500         AND NOT KA-OPR-IS-SUPERVISOR
042600         DISPLAY "Nur fuer Supervisoren - bitte erneut"
042700         MOVE "N" TO WS-OPER-LOGIN-SW
042800     END-IF.
042900 1110-EXIT.
043000     EXIT.
043100*
043200*****************************************************************
043300* 1120-CHECK-PASSWORD  --  SAME PASSWORD CHECK AS KLEINANZEIGEN-
043400*    MUTTI: THREE MISSES LOCK THE KENNUNG, A GOOD LOGON CLEARS
043500*    THE COUNTER AND STAMPS THE LAST-LOGON DATE, A BLANK
043600*    PASSWORD OR THE FORCE-CHANGE SWITCH DEMANDS A NEW ONE.
043700*****************************************************************
043800 1120-CHECK-PASSWORD.
043900     IF KA-OPR-FAIL-COUNT NOT NUMERIC
044000         MOVE ZERO TO KA-OPR-FAIL-COUNT
044100     END-IF.
044200     IF KA-OPR-PASSWORD = SPACES OR KA-OPR-MUST-CHANGE
044300         PERFORM 1130-FORCE-NEW-PASSWORD THRU 1130-EXIT
044400     ELSE
044500         DISPLAY "Kennwort:"
044600         ACCEPT WS-PASSWORD-IN
044700         IF WS-PASSWORD-IN = KA-OPR-PASSWORD
044800             MOVE ZERO TO KA-OPR-FAIL-COUNT
044900             MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
045000             REWRITE KA-OPERATOR-REC
045100             SET OPERATOR-LOGIN-OK TO TRUE
045200         ELSE
045300             ADD 1 TO KA-OPR-FAIL-COUNT
045400             IF KA-OPR-FAIL-COUNT < WS-MAX-LOGON-FAILS
045500                 DISPLAY "Kennwort falsch, bitte erneut"
045600             ELSE
045700                 SET KA-OPR-IS-LOCKED TO TRUE
045800                 DISPLAY "Kennung nach Fehlversuchen gesperrt"
045900             END-IF
046000             REWRITE KA-OPERATOR-REC
046100         END-IF
046200     END-IF.
046300 1120-EXIT.
046400     EXIT.
046500*
046600 1130-FORCE-NEW-PASSWORD.
046700     DISPLAY "Neues Kennwort setzen (Erstanmeldung/Reset)".
046800     DISPLAY "Neues Kennwort:".
046900     ACCEPT WS-PASSWORD-IN.
047000     DISPLAY "Neues Kennwort wiederholen:".
047100     ACCEPT WS-PASSWORD-IN2.
047200     IF WS-PASSWORD-IN = SPACES
047300         DISPLAY "Kennwort darf nicht leer sein"
047400     ELSE
047500     IF WS-PASSWORD-IN = WS-PASSWORD-IN2
047600         MOVE WS-PASSWORD-IN TO KA-OPR-PASSWORD
047700         MOVE "N" TO KA-OPR-FORCE-CHANGE-SW
047800         MOVE ZERO TO KA-OPR-FAIL-COUNT
047900         MOVE WS-TODAY-DATE TO KA-OPR-LAST-LOGON
048000         REWRITE KA-OPERATOR-REC
048100         SET OPERATOR-LOGIN-OK TO TRUE
048200     ELSE
048300         DISPLAY "Kennwoerter stimmen nicht ueberein"
048400     END-IF
048500     END-IF.
048600 1130-EXIT.
048700     EXIT.
048800*
048900*****************************************************************
049000* 2000-MAIN-MENU  --  ONE SEARCH PER PASS: TERM, MODE, AND FOR
049100*    MODE A A SEPARATE "JA" - ANONYMIZING CANNOT BE UNDONE.
049200*****************************************************************
049300 2000-MAIN-MENU.
049400     DISPLAY " ".
049500     DISPLAY "Suchbegriff - Name, Telefon oder E-Mail"
049600         " (ENDE=Schluss):".
049700     MOVE SPACES TO WS-TERM-ENTERED.
049800     ACCEPT WS-TERM-ENTERED.
049900     MOVE WS-TERM-ENTERED TO WS-TERM-IN.
050000     PERFORM 7500-PREPARE-TERM THRU 7500-EXIT.
050100     IF WS-TERM-IN = "ENDE"
050200         SET DIALOG-IS-OVER TO TRUE
050300         GO TO 2000-EXIT
050400     END-IF.
050500     IF WS-TERM-LEN < WS-MIN-TERM-LEN
050600         DISPLAY "Suchbegriff zu kurz - mindestens 5 Zeichen"
050700         GO TO 2000-EXIT
050800     END-IF.
050900     DISPLAY "Modus (L=nur auflisten, A=auflisten und"
051000         " anonymisieren):".
051100     ACCEPT WS-MENU-REPLY.
051200     INSPECT WS-MENU-REPLY CONVERTING
051300         "abcdefghijklmnopqrstuvwxyz" TO
051400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
051500     EVALUATE TRUE
051600         WHEN WS-MENU-REPLY = "L"
051700             SET MODE-IS-LIST TO TRUE
051800         WHEN WS-MENU-REPLY = "A"
051900             SET MODE-IS-ERASE TO TRUE
052000             DISPLAY "Alle Treffer werden anonymisiert bzw."
052100                 " geloescht - bestaetigen mit JA:"
052200             ACCEPT WS-MENU-REPLY
052300             INSPECT WS-MENU-REPLY CONVERTING
052400                 "abcdefghijklmnopqrstuvwxyz" TO
052500                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
052600             IF WS-MENU-REPLY NOT = "JA"
052700                 DISPLAY "Abgebrochen - nichts geaendert"
052800                 GO TO 2000-EXIT
052900             END-IF
053000         WHEN OTHER
053100             DISPLAY "Bitte L oder A"
053200             GO TO 2000-EXIT
053300     END-EVALUATE.
053400     PERFORM 3000-RUN-SEARCH THRU 3000-EXIT.
053500 2000-EXIT.
053600     EXIT.
053700*
053800*****************************************************************
053900* 3000-RUN-SEARCH  --  EVERY FILE THAT CAN HOLD A CUSTOMER'S
054000*    NAME, NUMBER OR ADDRESS, ONE AFTER THE OTHER, THEN THE
054100*    REQUEST RECORD ON MUTTILOE.  AN ERASE SEARCH WITH HITS IN
054200*    THE AUDIT LOG OR ARCHIVE STAYS OPEN FOR MUTTI-DATENSCHUTZ.
054300*****************************************************************
054400 3000-RUN-SEARCH.
054500     ACCEPT WS-NOW-TIME FROM TIME.
054600     MOVE ZERO TO WS-S-HIT-COUNT WS-S-MASK-COUNT WS-S-ARC-COUNT.
054700     ADD 1 TO WS-SEARCH-COUNT.
054800     PERFORM 8200-PRINT-SEARCH-HEAD THRU 8200-EXIT.
054900     PERFORM 3100-SCAN-AUDIT-LOG THRU 3100-EXIT.
055000     PERFORM 3150-SCAN-AUDIT-ARCHIVE THRU 3150-EXIT.
055100     PERFORM 3200-SCAN-ESK-QUEUE THRU 3200-EXIT.
055200     PERFORM 3250-SCAN-ESK-ARCHIVE THRU 3250-EXIT.
055300     PERFORM 3300-SCAN-EXCEPTIONS THRU 3300-EXIT.
055400     PERFORM 3350-SCAN-KNOWLEDGE THRU 3350-EXIT.
055500     PERFORM 3400-SCAN-CHECKPOINTS THRU 3400-EXIT.
055600     PERFORM 3450-SCAN-JOURNAL THRU 3450-EXIT.
055700     PERFORM 3500-SCAN-RESERVATIONS THRU 3500-EXIT.
055800     PERFORM 3550-SCAN-RSV-ARCHIVE THRU 3550-EXIT.
055900     PERFORM 3600-SCAN-SEARCHES THRU 3600-EXIT.
056000     PERFORM 3650-SCAN-SEARCH-NOTICES THRU 3650-EXIT.
056100     PERFORM 3700-SCAN-BUYER-NOTICES THRU 3700-EXIT.
056200     PERFORM 3750-SCAN-SELLER-LOG THRU 3750-EXIT.
056300     PERFORM 3800-SCAN-SELLERS THRU 3800-EXIT.
056400     PERFORM 6000-WRITE-REQUEST THRU 6000-EXIT.
056500     PERFORM 8300-PRINT-SEARCH-FOOT THRU 8300-EXIT.
056600     ADD WS-S-HIT-COUNT TO WS-T-HIT-COUNT.
056700     ADD WS-S-MASK-COUNT TO WS-T-MASK-COUNT.
056800 3000-EXIT.
056900     EXIT.
057000*
057100*****************************************************************
057200* 3100-SCAN-AUDIT-LOG  --  TODAY'S QUESTIONS.  READ ONLY - THE
057300*    LOG IS STILL BEING WRITTEN; ITS HITS ARE ANONYMIZED IN THE
057400*    ARCHIVE TONIGHT.
057500*****************************************************************
057600 3100-SCAN-AUDIT-LOG.
057700     MOVE "MUTTIAUD" TO WS-HIT-FILE.
057800     MOVE ZERO TO WS-F-HIT-COUNT.
057900     OPEN INPUT MUTTI-AUDIT-LOG.
058000     IF WS-AUDIT-STATUS NOT = "00"
058100         MOVE WS-AUDIT-STATUS TO WS-OPEN-STATUS
058200         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
058300         GO TO 3100-EXIT
058400     END-IF.
058500     MOVE "N" TO WS-EOF-SW.
058600     PERFORM 3110-READ-AUDIT-LOG THRU 3110-EXIT.
058700     PERFORM 3120-ONE-AUDIT-LOG THRU 3120-EXIT
058800         UNTIL FILE-AT-END.
058900     CLOSE MUTTI-AUDIT-LOG.
059000     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
059100 3100-EXIT.
059200     EXIT.
059300*
059400 3110-READ-AUDIT-LOG.
059500     READ MUTTI-AUDIT-LOG
059600         AT END
059700             SET FILE-AT-END TO TRUE
059800     END-READ.
059900 3110-EXIT.
060000     EXIT.
060100*
060200 3120-ONE-AUDIT-LOG.
060300     MOVE AUDL-REC TO KA-AUDIT-REC.
060400     PERFORM 3170-CHECK-AUDIT THRU 3170-EXIT.
060500     PERFORM 3110-READ-AUDIT-LOG THRU 3110-EXIT.
060600 3120-EXIT.
060700     EXIT.
060800*
060900 3150-SCAN-AUDIT-ARCHIVE.
061000     MOVE "MUTTIARC" TO WS-HIT-FILE.
061100     MOVE ZERO TO WS-F-HIT-COUNT.
061200     OPEN INPUT MUTTI-AUDIT-ARCHIV.
061300     IF WS-ARCHIV-STATUS NOT = "00"
061400         MOVE WS-ARCHIV-STATUS TO WS-OPEN-STATUS
061500         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
061600         GO TO 3150-EXIT
061700     END-IF.
061800     MOVE "N" TO WS-EOF-SW.
061900     PERFORM 3160-READ-AUDIT-ARCHIVE THRU 3160-EXIT.
062000     PERFORM 3165-ONE-AUDIT-ARCHIVE THRU 3165-EXIT
062100         UNTIL FILE-AT-END.
062200     CLOSE MUTTI-AUDIT-ARCHIV.
062300     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
062400 3150-EXIT.
062500     EXIT.
062600*
062700 3160-READ-AUDIT-ARCHIVE.
062800     READ MUTTI-AUDIT-ARCHIV
062900         AT END
063000             SET FILE-AT-END TO TRUE
063100     END-READ.
063200 3160-EXIT.
063300     EXIT.
063400*
063500 3165-ONE-AUDIT-ARCHIVE.
063600     PERFORM 3170-CHECK-AUDIT THRU 3170-EXIT.
063700     PERFORM 3160-READ-AUDIT-ARCHIVE THRU 3160-EXIT.
063800 3165-EXIT.
063900     EXIT.
064000*
064100 3170-CHECK-AUDIT.
064200     IF KA-AUD-INPUT(1:20) = WS-MASK-TEXT
064300         GO TO 3170-EXIT
064400     END-IF.
064500     MOVE "N" TO WS-RECORD-HIT-SW.
064600     MOVE KA-AUD-INPUT TO WS-SCAN-TEXT.
064700     PERFORM 7800-CHECK-FIELD THRU 7800-EXIT.
064800     IF NOT RECORD-HIT
064900         GO TO 3170-EXIT
065000     END-IF.
065100     MOVE KA-AUD-SESSION TO WS-HIT-KEY.
065200     MOVE KA-AUD-DATE TO WS-HIT-DATE.
065300     IF MODE-IS-ERASE
065400         MOVE "NACHTLAUF" TO WS-HIT-ACTION
065500         ADD 1 TO WS-S-ARC-COUNT
065600     ELSE
065700         MOVE "GEFUNDEN" TO WS-HIT-ACTION
065800     END-IF.
065900     PERFORM 8400-PRINT-HIT THRU 8400-EXIT.
066000 3170-EXIT.
066100     EXIT.
066200*
066300*****************************************************************
066400* 3200-SCAN-ESK-QUEUE  --  QUESTION AND ANSWER OF AN ESCALATION;
066500*    ANONYMIZED AS MUTTI-DATENSCHUTZ DOES, DATES AND STATUS STAY.
066600*****************************************************************
066700 3200-SCAN-ESK-QUEUE.
066800     MOVE "MUTTIESK" TO WS-HIT-FILE.
066900     MOVE ZERO TO WS-F-HIT-COUNT.
067000     IF MODE-IS-ERASE
067100         OPEN I-O MUTTI-ESKALATION
067200     ELSE
067300         OPEN INPUT MUTTI-ESKALATION
067400     END-IF.
067500     IF WS-ESK-STATUS NOT = "00"
067600         MOVE WS-ESK-STATUS TO WS-OPEN-STATUS
067700         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
067800         GO TO 3200-EXIT
067900     END-IF.
068000     MOVE "N" TO WS-EOF-SW.
068100     MOVE ZEROS TO KA-ESK-ID.
068200     START MUTTI-ESKALATION KEY IS NOT LESS THAN KA-ESK-ID
068300         INVALID KEY
068400             SET FILE-AT-END TO TRUE
068500     END-START.
068600     PERFORM 3210-READ-ESK THRU 3210-EXIT.
068700     PERFORM 3220-ONE-ESK THRU 3220-EXIT
068800         UNTIL FILE-AT-END.
068900     CLOSE MUTTI-ESKALATION.
069000     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
069100 3200-EXIT.
069200     EXIT.
069300*
069400 3210-READ-ESK.
069500     IF NOT FILE-AT-END
069600         READ MUTTI-ESKALATION NEXT RECORD
069700             AT END
069800                 SET FILE-AT-END TO TRUE
069900         END-READ
070000     END-IF.
070100 3210-EXIT.
070200     EXIT.
070300*
070400 3220-ONE-ESK.
070500     PERFORM 3270-CHECK-ESK THRU 3270-EXIT.
070600     IF RECORD-HIT AND MODE-IS-ERASE
070700         REWRITE KA-ESK-REC
070800     END-IF.
070900     PERFORM 3210-READ-ESK THRU 3210-EXIT.
071000 3220-EXIT.
071100     EXIT.
071200*
071300 3250-SCAN-ESK-ARCHIVE.
071400     MOVE "MUTTIESA" TO WS-HIT-FILE.
071500     MOVE ZERO TO WS-F-HIT-COUNT.
071600     IF MODE-IS-ERASE
071700         OPEN I-O MUTTI-ESK-ARCHIV
071800     ELSE
071900         OPEN INPUT MUTTI-ESK-ARCHIV
072000     END-IF.
072100     IF WS-ESKA-STATUS NOT = "00"
072200         MOVE WS-ESKA-STATUS TO WS-OPEN-STATUS
072300         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
072400         GO TO 3250-EXIT
072500     END-IF.
072600     MOVE "N" TO WS-EOF-SW.
072700     PERFORM 3260-READ-ESK-ARCHIVE THRU 3260-EXIT.
072800     PERFORM 3265-ONE-ESK-ARCHIVE THRU 3265-EXIT
072900         UNTIL FILE-AT-END.
073000     CLOSE MUTTI-ESK-ARCHIV.
073100     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
073200 3250-EXIT.
073300     EXIT.
073400*
073500 3260-READ-ESK-ARCHIVE.
073600     READ MUTTI-ESK-ARCHIV
073700         AT END
073800             SET FILE-AT-END TO TRUE
073900     END-READ.
074000 3260-EXIT.
074100     EXIT.
074200*
074300 3265-ONE-ESK-ARCHIVE.
074400     MOVE ESKA-REC TO KA-ESK-REC.
074500     PERFORM 3270-CHECK-ESK THRU 3270-EXIT.
074600     IF RECORD-HIT AND MODE-IS-ERASE
074700         MOVE KA-ESK-REC TO ESKA-REC
074800         REWRITE ESKA-REC
074900     END-IF.
075000     PERFORM 3260-READ-ESK-ARCHIVE THRU 3260-EXIT.
075100 3265-EXIT.
075200     EXIT.
075300*
075400 3270-CHECK-ESK.
075500     MOVE "N" TO WS-RECORD-HIT-SW.
075600     IF KA-ESK-INPUT(1:20) = WS-MASK-TEXT
075700         GO TO 3270-EXIT
075800     END-IF.
075900     MOVE KA-ESK-INPUT TO WS-SCAN-TEXT.
076000     PERFORM 7800-CHECK-FIELD THRU 7800-EXIT.
076100     IF NOT RECORD-HIT
076200         MOVE KA-ESK-ANSWER TO WS-SCAN-TEXT
076300         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
076400     END-IF.
076500     IF NOT RECORD-HIT
076600         GO TO 3270-EXIT
076700     END-IF.
076800     MOVE KA-ESK-ID TO WS-RPT-ID-ED.
076900     MOVE WS-RPT-ID-ED TO WS-HIT-KEY.
077000     MOVE KA-ESK-DATE TO WS-HIT-DATE.
077100     IF MODE-IS-ERASE
077200         MOVE WS-MASK-TEXT TO KA-ESK-INPUT
077300         MOVE WS-MASK-TEXT TO KA-ESK-ANSWER
077400         MOVE "ANONYMISIERT" TO WS-HIT-ACTION
077500         ADD 1 TO WS-S-MASK-COUNT
077600     ELSE
077700         MOVE "GEFUNDEN" TO WS-HIT-ACTION
077800     END-IF.
077900     PERFORM 8400-PRINT-HIT THRU 8400-EXIT.
078000 3270-EXIT.
078100     EXIT.
078200*
078300*****************************************************************
078400* 3300-SCAN-EXCEPTIONS  --  QUESTIONS HELD BY THE ABUSE FILTER.
078500*****************************************************************
078600 3300-SCAN-EXCEPTIONS.
078700     MOVE "MUTTIEXC" TO WS-HIT-FILE.
078800     MOVE ZERO TO WS-F-HIT-COUNT.
078900     IF MODE-IS-ERASE
079000         OPEN I-O MUTTI-ABUSE-EXC
079100     ELSE
079200         OPEN INPUT MUTTI-ABUSE-EXC
079300     END-IF.
079400     IF WS-EXC-STATUS NOT = "00"
079500         MOVE WS-EXC-STATUS TO WS-OPEN-STATUS
079600         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
079700         GO TO 3300-EXIT
079800     END-IF.
079900     MOVE "N" TO WS-EOF-SW.
080000     PERFORM 3310-READ-EXCEPTION THRU 3310-EXIT.
080100     PERFORM 3320-ONE-EXCEPTION THRU 3320-EXIT
080200         UNTIL FILE-AT-END.
080300     CLOSE MUTTI-ABUSE-EXC.
080400     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
080500 3300-EXIT.
080600     EXIT.
080700*
080800 3310-READ-EXCEPTION.
080900     READ MUTTI-ABUSE-EXC
081000         AT END
081100             SET FILE-AT-END TO TRUE
081200     END-READ.
081300 3310-EXIT.
081400     EXIT.
081500*
081600 3320-ONE-EXCEPTION.
081700     MOVE "N" TO WS-RECORD-HIT-SW.
081800     IF KA-EXC-INPUT(1:20) NOT = WS-MASK-TEXT
081900         MOVE KA-EXC-INPUT TO WS-SCAN-TEXT
082000         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
082100     END-IF.
082200     IF RECORD-HIT
082300         MOVE KA-EXC-TIME TO WS-RPT-TIME-ED
082400         MOVE WS-RPT-TIME-ED TO WS-HIT-KEY
082500         MOVE KA-EXC-DATE TO WS-HIT-DATE
082600         IF MODE-IS-ERASE
082700             MOVE WS-MASK-TEXT TO KA-EXC-INPUT
082800             REWRITE KA-EXC-REC
082900             MOVE "ANONYMISIERT" TO WS-HIT-ACTION
083000             ADD 1 TO WS-S-MASK-COUNT
083100         ELSE
083200             MOVE "GEFUNDEN" TO WS-HIT-ACTION
083300         END-IF
083400         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
083500     END-IF.
083600     PERFORM 3310-READ-EXCEPTION THRU 3310-EXIT.
083700 3320-EXIT.
083800     EXIT.
083900*
084000*****************************************************************
084100* 3350-SCAN-KNOWLEDGE  --  THE QUESTION IS THE KEY, SO A HIT IS
084200*    DELETED RATHER THAN ANONYMIZED.
084300*****************************************************************
084400 3350-SCAN-KNOWLEDGE.
084500     MOVE "MUTTIWIS" TO WS-HIT-FILE.
084600     MOVE ZERO TO WS-F-HIT-COUNT.
084700     IF MODE-IS-ERASE
084800         OPEN I-O MUTTI-WISSEN
084900     ELSE
085000         OPEN INPUT MUTTI-WISSEN
085100     END-IF.
085200     IF WS-WIS-STATUS NOT = "00"
085300         MOVE WS-WIS-STATUS TO WS-OPEN-STATUS
085400         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
085500         GO TO 3350-EXIT
085600     END-IF.
085700     MOVE "N" TO WS-EOF-SW.
085800     MOVE LOW-VALUES TO KA-WIS-KEY.
085900     START MUTTI-WISSEN KEY IS NOT LESS THAN KA-WIS-KEY
086000         INVALID KEY
086100             SET FILE-AT-END TO TRUE
086200     END-START.
086300     PERFORM 3360-READ-KNOWLEDGE THRU 3360-EXIT.
086400     PERFORM 3370-ONE-KNOWLEDGE THRU 3370-EXIT
086500         UNTIL FILE-AT-END.
086600     CLOSE MUTTI-WISSEN.
086700     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
086800 3350-EXIT.
086900     EXIT.
087000*
087100 3360-READ-KNOWLEDGE.
087200     IF NOT FILE-AT-END
087300         READ MUTTI-WISSEN NEXT RECORD
087400             AT END
087500                 SET FILE-AT-END TO TRUE
087600         END-READ
087700     END-IF.
087800 3360-EXIT.
087900     EXIT.
088000*
088100 3370-ONE-KNOWLEDGE.
088200     MOVE "N" TO WS-RECORD-HIT-SW.
088300     MOVE KA-WIS-QUESTION TO WS-SCAN-TEXT.
088400     PERFORM 7800-CHECK-FIELD THRU 7800-EXIT.
088500     IF NOT RECORD-HIT
088600         MOVE KA-WIS-ANSWER TO WS-SCAN-TEXT
088700         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
088800     END-IF.
088900     IF RECORD-HIT
089000         MOVE KA-WIS-QUESTION TO WS-HIT-KEY
089100         MOVE KA-WIS-CREATED-DATE TO WS-HIT-DATE
089200         IF MODE-IS-ERASE
089300             DELETE MUTTI-WISSEN RECORD
089400             MOVE "GELOESCHT" TO WS-HIT-ACTION
089500             ADD 1 TO WS-S-MASK-COUNT
089600         ELSE
089700             MOVE "GEFUNDEN" TO WS-HIT-ACTION
089800         END-IF
089900         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
090000     END-IF.
090100     PERFORM 3360-READ-KNOWLEDGE THRU 3360-EXIT.
090200 3370-EXIT.
090300     EXIT.
090400*
090500*****************************************************************
090600* 3400-SCAN-CHECKPOINTS  --  AN ANONYMIZED CHECKPOINT IS ALSO
090700*    SET COMPLETE, SO KLEINANZEIGEN-MUTTI NEVER OFFERS TO RECOVER
090800*    THE MASKED QUESTION.
090900*****************************************************************
091000 3400-SCAN-CHECKPOINTS.
091100     MOVE "MUTTICKP" TO WS-HIT-FILE.
091200     MOVE ZERO TO WS-F-HIT-COUNT.
091300     IF MODE-IS-ERASE
091400         OPEN I-O MUTTI-CHECKPOINT
091500     ELSE
091600         OPEN INPUT MUTTI-CHECKPOINT
091700     END-IF.
091800     IF WS-CKPT-STATUS NOT = "00"
091900         MOVE WS-CKPT-STATUS TO WS-OPEN-STATUS
092000         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
092100         GO TO 3400-EXIT
092200     END-IF.
092300     MOVE "N" TO WS-EOF-SW.
092400     MOVE LOW-VALUES TO KA-CKPT-OPERATOR.
092500     START MUTTI-CHECKPOINT KEY IS NOT LESS THAN KA-CKPT-OPERATOR
092600         INVALID KEY
092700             SET FILE-AT-END TO TRUE
092800     END-START.
092900     PERFORM 3410-READ-CHECKPOINT THRU 3410-EXIT.
093000     PERFORM 3420-ONE-CHECKPOINT THRU 3420-EXIT
093100         UNTIL FILE-AT-END.
093200     CLOSE MUTTI-CHECKPOINT.
093300     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
093400 3400-EXIT.
093500     EXIT.
093600*
093700 3410-READ-CHECKPOINT.
093800     IF NOT FILE-AT-END
093900         READ MUTTI-CHECKPOINT NEXT RECORD
094000             AT END
094100                 SET FILE-AT-END TO TRUE
094200         END-READ
094300     END-IF.
094400 3410-EXIT.
094500     EXIT.
094600*
094700 3420-ONE-CHECKPOINT.
094800     MOVE "N" TO WS-RECORD-HIT-SW.
094900     IF KA-CKPT-INPUT(1:20) NOT = WS-MASK-TEXT
095000         MOVE KA-CKPT-INPUT TO WS-SCAN-TEXT
095100         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
095200     END-IF.
095300     IF RECORD-HIT
095400         MOVE KA-CKPT-OPERATOR TO WS-HIT-KEY
095500         MOVE KA-CKPT-DATE TO WS-HIT-DATE
095600         IF MODE-IS-ERASE
095700             MOVE WS-MASK-TEXT TO KA-CKPT-INPUT
095800             SET KA-CKPT-COMPLETE TO TRUE
095900             REWRITE KA-CKPT-REC
096000             MOVE "ANONYMISIERT" TO WS-HIT-ACTION
096100             ADD 1 TO WS-S-MASK-COUNT
096200         ELSE
096300             MOVE "GEFUNDEN" TO WS-HIT-ACTION
096400         END-IF
096500         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
096600     END-IF.
096700     PERFORM 3410-READ-CHECKPOINT THRU 3410-EXIT.
096800 3420-EXIT.
096900     EXIT.
097000*
097100*****************************************************************
097200* 3450-SCAN-JOURNAL  --  QUESTION AND REPLY OF EACH TURN.
097300*****************************************************************
097400 3450-SCAN-JOURNAL.
097500     MOVE "MUTTIJRN" TO WS-HIT-FILE.
097600     MOVE ZERO TO WS-F-HIT-COUNT.
097700     IF MODE-IS-ERASE
097800         OPEN I-O MUTTI-JOURNAL
097900     ELSE
098000         OPEN INPUT MUTTI-JOURNAL
098100     END-IF.
098200     IF WS-JRN-STATUS NOT = "00"
098300         MOVE WS-JRN-STATUS TO WS-OPEN-STATUS
098400         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
098500         GO TO 3450-EXIT
098600     END-IF.
098700     MOVE "N" TO WS-EOF-SW.
098800     MOVE LOW-VALUES TO KA-JRN-KEY.
098900     START MUTTI-JOURNAL KEY IS NOT LESS THAN KA-JRN-KEY
099000         INVALID KEY
099100             SET FILE-AT-END TO TRUE
099200     END-START.
099300     PERFORM 3460-READ-JOURNAL THRU 3460-EXIT.
099400     PERFORM 3470-ONE-JOURNAL THRU 3470-EXIT
099500         UNTIL FILE-AT-END.
099600     CLOSE MUTTI-JOURNAL.
099700     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
099800 3450-EXIT.
099900     EXIT.
100000*
100100 3460-READ-JOURNAL.
100200     IF NOT FILE-AT-END
100300         READ MUTTI-JOURNAL NEXT RECORD
100400             AT END
100500                 SET FILE-AT-END TO TRUE
100600         END-READ
100700     END-IF.
100800 3460-EXIT.
100900     EXIT.
101000*
101100 3470-ONE-JOURNAL.
101200     MOVE "N" TO WS-RECORD-HIT-SW.
101300     IF KA-JRN-QUESTION(1:20) NOT = WS-MASK-TEXT
101400         MOVE KA-JRN-QUESTION TO WS-SCAN-TEXT
101500         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
101600         IF NOT RECORD-HIT
101700             MOVE KA-JRN-REPLY TO WS-SCAN-TEXT
101800             PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
101900         END-IF
102000     END-IF.
102100     IF RECORD-HIT
102200         MOVE KA-JRN-SESSION TO WS-HIT-KEY
102300         MOVE KA-JRN-DATE TO WS-HIT-DATE
102400         IF MODE-IS-ERASE
102500             MOVE WS-MASK-TEXT TO KA-JRN-QUESTION
102600             MOVE WS-MASK-TEXT TO KA-JRN-REPLY
102700             REWRITE KA-JOURNAL-REC
102800             MOVE "ANONYMISIERT" TO WS-HIT-ACTION
102900             ADD 1 TO WS-S-MASK-COUNT
103000         ELSE
103100             MOVE "GEFUNDEN" TO WS-HIT-ACTION
103200         END-IF
103300         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
103400     END-IF.
103500     PERFORM 3460-READ-JOURNAL THRU 3460-EXIT.
103600 3470-EXIT.
103700     EXIT.
103800*
103900*****************************************************************
104000* 3500-SCAN-RESERVATIONS  --  BUYER NAME AND CONTACT.  THE
104100*    CONTACT IS BLANKED SO MUTTI-KAEUFERINFO SENDS NOTHING; AN
104200*    OPEN RESERVATION STAYS OPEN FOR THE SELLER TO CLOSE.
104300*****************************************************************
104400 3500-SCAN-RESERVATIONS.
104500     MOVE "MUTTIRSV" TO WS-HIT-FILE.
104600     MOVE ZERO TO WS-F-HIT-COUNT.
104700     IF MODE-IS-ERASE
104800         OPEN I-O MUTTI-RESERVIERUNG
104900     ELSE
105000         OPEN INPUT MUTTI-RESERVIERUNG
105100     END-IF.
105200     IF WS-RSV-STATUS NOT = "00"
105300         MOVE WS-RSV-STATUS TO WS-OPEN-STATUS
105400         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
105500         GO TO 3500-EXIT
105600     END-IF.
105700     MOVE "N" TO WS-EOF-SW.
105800     MOVE ZEROS TO KA-RSV-ID.
105900     START MUTTI-RESERVIERUNG KEY IS NOT LESS THAN KA-RSV-ID
106000         INVALID KEY
106100             SET FILE-AT-END TO TRUE
106200     END-START.
106300     PERFORM 3510-READ-RSV THRU 3510-EXIT.
106400     PERFORM 3520-ONE-RSV THRU 3520-EXIT
106500         UNTIL FILE-AT-END.
106600     CLOSE MUTTI-RESERVIERUNG.
106700     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
106800 3500-EXIT.
106900     EXIT.
107000*
107100 3510-READ-RSV.
107200     IF NOT FILE-AT-END
107300         READ MUTTI-RESERVIERUNG NEXT RECORD
107400             AT END
107500                 SET FILE-AT-END TO TRUE
107600         END-READ
107700     END-IF.
107800 3510-EXIT.
107900     EXIT.
108000*
108100 3520-ONE-RSV.
108200     PERFORM 3570-CHECK-RSV THRU 3570-EXIT.
108300     IF RECORD-HIT AND MODE-IS-ERASE
108400         REWRITE KA-RSV-REC
108500     END-IF.
108600     PERFORM 3510-READ-RSV THRU 3510-EXIT.
108700 3520-EXIT.
108800     EXIT.
108900*
109000 3550-SCAN-RSV-ARCHIVE.
109100     MOVE "MUTTIRSA" TO WS-HIT-FILE.
109200     MOVE ZERO TO WS-F-HIT-COUNT.
109300     IF MODE-IS-ERASE
109400         OPEN I-O MUTTI-RSV-ARCHIV
109500     ELSE
109600         OPEN INPUT MUTTI-RSV-ARCHIV
109700     END-IF.
109800     IF WS-RSVA-STATUS NOT = "00"
109900         MOVE WS-RSVA-STATUS TO WS-OPEN-STATUS
110000         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
110100         GO TO 3550-EXIT
110200     END-IF.
110300     MOVE "N" TO WS-EOF-SW.
110400     PERFORM 3560-READ-RSV-ARCHIVE THRU 3560-EXIT.
110500     PERFORM 3565-ONE-RSV-ARCHIVE THRU 3565-EXIT
110600         UNTIL FILE-AT-END.
110700     CLOSE MUTTI-RSV-ARCHIV.
110800     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
110900 3550-EXIT.
111000     EXIT.
111100*
111200 3560-READ-RSV-ARCHIVE.
111300     READ MUTTI-RSV-ARCHIV
111400         AT END
111500             SET FILE-AT-END TO TRUE
111600     END-READ.
111700 3560-EXIT.
111800     EXIT.
111900*
112000 3565-ONE-RSV-ARCHIVE.
112100     MOVE RSVA-REC TO KA-RSV-REC.
112200     PERFORM 3570-CHECK-RSV THRU 3570-EXIT.
112300     IF RECORD-HIT AND MODE-IS-ERASE
112400         MOVE KA-RSV-REC TO RSVA-REC
112500         REWRITE RSVA-REC
112600     END-IF.
112700     PERFORM 3560-READ-RSV-ARCHIVE THRU 3560-EXIT.
112800 3565-EXIT.
112900     EXIT.
113000*
113100 3570-CHECK-RSV.
113200     MOVE "N" TO WS-RECORD-HIT-SW.
113300     IF KA-RSV-BUYER-NAME(1:20) = WS-MASK-TEXT
113400         GO TO 3570-EXIT
113500     END-IF.
113600     MOVE KA-RSV-BUYER-NAME TO WS-SCAN-TEXT.
113700     PERFORM 7800-CHECK-FIELD THRU 7800-EXIT.
113800     IF NOT RECORD-HIT
113900         MOVE KA-RSV-BUYER-CONTACT TO WS-SCAN-TEXT
114000         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
114100     END-IF.
114200     IF NOT RECORD-HIT
114300         GO TO 3570-EXIT
114400     END-IF.
114500     MOVE KA-RSV-ID TO WS-RPT-ID-ED.
114600     MOVE WS-RPT-ID-ED TO WS-HIT-KEY.
114700     MOVE KA-RSV-DATE TO WS-HIT-DATE.
114800     IF MODE-IS-ERASE
114900         MOVE WS-MASK-TEXT TO KA-RSV-BUYER-NAME
115000         MOVE SPACES TO KA-RSV-BUYER-CONTACT
115100         MOVE "ANONYMISIERT" TO WS-HIT-ACTION
115200         ADD 1 TO WS-S-MASK-COUNT
115300     ELSE
115400         MOVE "GEFUNDEN" TO WS-HIT-ACTION
115500     END-IF.
115600     PERFORM 8400-PRINT-HIT THRU 8400-EXIT.
115700 3570-EXIT.
115800     EXIT.
115900*
116000*****************************************************************
116100* 3600-SCAN-SEARCHES  --  A SAVED SEARCH THAT NAMES THE PERSON
116200*    IS ANONYMIZED AND SET TO ERASED; MUTTI-SUCHAUFTRAG DELETES
116300*    IT WITH ITS HITS ON ITS NEXT RUN.
116400*****************************************************************
116500 3600-SCAN-SEARCHES.
116600     MOVE "MUTTISRC" TO WS-HIT-FILE.
116700     MOVE ZERO TO WS-F-HIT-COUNT.
116800     IF MODE-IS-ERASE
116900         OPEN I-O MUTTI-SUCHAUFTRAG
117000     ELSE
117100         OPEN INPUT MUTTI-SUCHAUFTRAG
117200     END-IF.
117300     IF WS-SRC-STATUS NOT = "00"
117400         MOVE WS-SRC-STATUS TO WS-OPEN-STATUS
117500         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
117600         GO TO 3600-EXIT
117700     END-IF.
117800     MOVE "N" TO WS-EOF-SW.
117900     MOVE ZEROS TO KA-SRC-ID.
118000     START MUTTI-SUCHAUFTRAG KEY IS NOT LESS THAN KA-SRC-ID
118100         INVALID KEY
118200             SET FILE-AT-END TO TRUE
118300     END-START.
118400     PERFORM 3610-READ-SEARCH THRU 3610-EXIT.
118500     PERFORM 3620-ONE-SEARCH THRU 3620-EXIT
118600         UNTIL FILE-AT-END.
118700     CLOSE MUTTI-SUCHAUFTRAG.
118800     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
118900 3600-EXIT.
119000     EXIT.
119100*
119200 3610-READ-SEARCH.
119300     IF NOT FILE-AT-END
119400         READ MUTTI-SUCHAUFTRAG NEXT RECORD
119500             AT END
119600                 SET FILE-AT-END TO TRUE
119700         END-READ
119800     END-IF.
119900 3610-EXIT.
120000     EXIT.
120100*
120200 3620-ONE-SEARCH.
120300     MOVE "N" TO WS-RECORD-HIT-SW.
120400     IF NOT KA-SRC-IS-ERASED
120500         MOVE KA-SRC-BUYER-NAME TO WS-SCAN-TEXT
120600         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
120700         IF NOT RECORD-HIT
120800             MOVE KA-SRC-BUYER-CONTACT TO WS-SCAN-TEXT
120900             PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
121000         END-IF
121100     END-IF.
121200     IF RECORD-HIT
121300         MOVE KA-SRC-ID TO WS-RPT-ID-ED
121400         MOVE WS-RPT-ID-ED TO WS-HIT-KEY
121500         MOVE KA-SRC-CREATED-DATE TO WS-HIT-DATE
121600         IF MODE-IS-ERASE
121700             MOVE WS-MASK-TEXT TO KA-SRC-BUYER-NAME
121800             MOVE SPACES TO KA-SRC-BUYER-CONTACT
121900             SET KA-SRC-IS-ERASED TO TRUE
122000             REWRITE KA-SEARCH-REC
122100             MOVE "ANONYMISIERT" TO WS-HIT-ACTION
122200             ADD 1 TO WS-S-MASK-COUNT
122300         ELSE
122400             MOVE "GEFUNDEN" TO WS-HIT-ACTION
122500         END-IF
122600         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
122700     END-IF.
122800     PERFORM 3610-READ-SEARCH THRU 3610-EXIT.
122900 3620-EXIT.
123000     EXIT.
123100*
123200*****************************************************************
123300* 3650-SCAN-SEARCH-NOTICES / 3700-SCAN-BUYER-NOTICES  --  LAST
123400*    NIGHT'S EXTRACTS FOR THE WEB PLATFORM.  LISTED ONLY: EACH
123500*    IS WRITTEN AFRESH EVERY NIGHT FROM THE FILES ABOVE.
123600*****************************************************************
123700 3650-SCAN-SEARCH-NOTICES.
123800     MOVE "MUTTISTN" TO WS-HIT-FILE.
123900     MOVE ZERO TO WS-F-HIT-COUNT.
124000     OPEN INPUT MUTTI-SUCH-INFO.
124100     IF WS-STN-STATUS NOT = "00"
124200         MOVE WS-STN-STATUS TO WS-OPEN-STATUS
124300         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
124400         GO TO 3650-EXIT
124500     END-IF.
124600     MOVE "N" TO WS-EOF-SW.
124700     PERFORM 3660-READ-SEARCH-NOTICE THRU 3660-EXIT.
124800     PERFORM 3670-ONE-SEARCH-NOTICE THRU 3670-EXIT
124900         UNTIL FILE-AT-END.
125000     CLOSE MUTTI-SUCH-INFO.
125100     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
125200 3650-EXIT.
125300     EXIT.
125400*
125500 3660-READ-SEARCH-NOTICE.
125600     READ MUTTI-SUCH-INFO
125700         AT END
125800             SET FILE-AT-END TO TRUE
125900     END-READ.
126000 3660-EXIT.
126100     EXIT.
126200*
126300 3670-ONE-SEARCH-NOTICE.
126400     MOVE "N" TO WS-RECORD-HIT-SW.
126500     MOVE STN-BUYER-NAME TO WS-SCAN-TEXT.
126600     PERFORM 7800-CHECK-FIELD THRU 7800-EXIT.
126700     IF NOT RECORD-HIT
126800         MOVE STN-BUYER-CONTACT TO WS-SCAN-TEXT
126900         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
127000     END-IF.
127100     IF RECORD-HIT
127200         MOVE STN-SRC-ID TO WS-RPT-ID-ED
127300         MOVE WS-RPT-ID-ED TO WS-HIT-KEY
127400         MOVE STN-RUN-DATE TO WS-HIT-DATE
127500         MOVE "WIRD ERSETZT" TO WS-HIT-ACTION
127600         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
127700     END-IF.
127800     PERFORM 3660-READ-SEARCH-NOTICE THRU 3660-EXIT.
127900 3670-EXIT.
128000     EXIT.
128100*
128200 3700-SCAN-BUYER-NOTICES.
128300     MOVE "MUTTIKBN" TO WS-HIT-FILE.
128400     MOVE ZERO TO WS-F-HIT-COUNT.
128500     OPEN INPUT MUTTI-KAEUFER-INFO.
128600     IF WS-KBN-STATUS NOT = "00"
128700         MOVE WS-KBN-STATUS TO WS-OPEN-STATUS
128800         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
128900         GO TO 3700-EXIT
129000     END-IF.
129100     MOVE "N" TO WS-EOF-SW.
129200     PERFORM 3710-READ-BUYER-NOTICE THRU 3710-EXIT.
129300     PERFORM 3720-ONE-BUYER-NOTICE THRU 3720-EXIT
129400         UNTIL FILE-AT-END.
129500     CLOSE MUTTI-KAEUFER-INFO.
129600     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
129700 3700-EXIT.
129800     EXIT.
129900*
130000 3710-READ-BUYER-NOTICE.
130100     READ MUTTI-KAEUFER-INFO
130200         AT END
130300             SET FILE-AT-END TO TRUE
130400     END-READ.
130500 3710-EXIT.
130600     EXIT.
130700*
130800 3720-ONE-BUYER-NOTICE.
130900     MOVE "N" TO WS-RECORD-HIT-SW.
131000     MOVE KBN-BUYER-NAME TO WS-SCAN-TEXT.
131100     PERFORM 7800-CHECK-FIELD THRU 7800-EXIT.
131200     IF NOT RECORD-HIT
131300         MOVE KBN-BUYER-CONTACT TO WS-SCAN-TEXT
131400         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
131500     END-IF.
131600     IF RECORD-HIT
131700         MOVE KBN-RSV-ID TO WS-RPT-ID-ED
131800         MOVE WS-RPT-ID-ED TO WS-HIT-KEY
131900         MOVE KBN-RUN-DATE TO WS-HIT-DATE
132000         MOVE "WIRD ERSETZT" TO WS-HIT-ACTION
132100         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
132200     END-IF.
132300     PERFORM 3710-READ-BUYER-NOTICE THRU 3710-EXIT.
132400 3720-EXIT.
132500     EXIT.
132600*
132700*****************************************************************
132800* 3750-SCAN-SELLER-LOG  --  THE REASON TEXT OF A SELLER CHANGE
132900*    MAY NAME A COMPLAINANT.
133000*****************************************************************
133100 3750-SCAN-SELLER-LOG.
133200     MOVE "MUTTIVKA" TO WS-HIT-FILE.
133300     MOVE ZERO TO WS-F-HIT-COUNT.
133400     IF MODE-IS-ERASE
133500         OPEN I-O MUTTI-VKF-LOG
133600     ELSE
133700         OPEN INPUT MUTTI-VKF-LOG
133800     END-IF.
133900     IF WS-VKA-STATUS NOT = "00"
134000         MOVE WS-VKA-STATUS TO WS-OPEN-STATUS
134100         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
134200         GO TO 3750-EXIT
134300     END-IF.
134400     MOVE "N" TO WS-EOF-SW.
134500     PERFORM 3760-READ-SELLER-LOG THRU 3760-EXIT.
134600     PERFORM 3770-ONE-SELLER-LOG THRU 3770-EXIT
134700         UNTIL FILE-AT-END.
134800     CLOSE MUTTI-VKF-LOG.
134900     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
135000 3750-EXIT.
135100     EXIT.
135200*
135300 3760-READ-SELLER-LOG.
135400     READ MUTTI-VKF-LOG
135500         AT END
135600             SET FILE-AT-END TO TRUE
135700     END-READ.
135800 3760-EXIT.
135900     EXIT.
136000*
136100 3770-ONE-SELLER-LOG.
136200     MOVE "N" TO WS-RECORD-HIT-SW.
136300     IF VKA-REASON(1:20) NOT = WS-MASK-TEXT
136400         MOVE VKA-REASON TO WS-SCAN-TEXT
136500         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
136600     END-IF.
136700     IF RECORD-HIT
136800         MOVE VKA-TARGET TO WS-HIT-KEY
136900         MOVE VKA-DATE TO WS-HIT-DATE
137000         IF MODE-IS-ERASE
137100             MOVE WS-MASK-TEXT TO VKA-REASON
137200             REWRITE VKA-REC
137300             MOVE "ANONYMISIERT" TO WS-HIT-ACTION
137400             ADD 1 TO WS-S-MASK-COUNT
137500         ELSE
137600             MOVE "GEFUNDEN" TO WS-HIT-ACTION
137700         END-IF
137800         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
137900     END-IF.
138000     PERFORM 3760-READ-SELLER-LOG THRU 3760-EXIT.
138100 3770-EXIT.
138200     EXIT.
138300*
138400*****************************************************************
138500* 3800-SCAN-SELLERS  --  A SELLER'S OWN MASTER RECORD IS LISTED
138600*    ONLY; WHILE THE SELLER HAS ADS ON THE PLATFORM IT IS
138700*    CHANGED IN MUTTI-VERKAEUFERSTAMM, NOT HERE.
138800*****************************************************************
138900 3800-SCAN-SELLERS.
139000     MOVE "KAVERKAU" TO WS-HIT-FILE.
139100     MOVE ZERO TO WS-F-HIT-COUNT.
139200     OPEN INPUT SELLER-MASTER.
139300     IF WS-VKF-STATUS NOT = "00"
139400         MOVE WS-VKF-STATUS TO WS-OPEN-STATUS
139500         PERFORM 8500-FILE-NOT-THERE THRU 8500-EXIT
139600         GO TO 3800-EXIT
139700     END-IF.
139800     MOVE "N" TO WS-EOF-SW.
139900     MOVE LOW-VALUES TO KA-VKF-ID.
140000     START SELLER-MASTER KEY IS NOT LESS THAN KA-VKF-ID
140100         INVALID KEY
140200             SET FILE-AT-END TO TRUE
140300     END-START.
140400     PERFORM 3810-READ-SELLER THRU 3810-EXIT.
140500     PERFORM 3820-ONE-SELLER THRU 3820-EXIT
140600         UNTIL FILE-AT-END.
140700     CLOSE SELLER-MASTER.
140800     PERFORM 8450-SHOW-FILE-HITS THRU 8450-EXIT.
140900 3800-EXIT.
141000     EXIT.
141100*
141200 3810-READ-SELLER.
141300     IF NOT FILE-AT-END
141400         READ SELLER-MASTER NEXT RECORD
141500             AT END
141600                 SET FILE-AT-END TO TRUE
141700         END-READ
141800     END-IF.
141900 3810-EXIT.
142000     EXIT.
142100*
142200 3820-ONE-SELLER.
142300     MOVE "N" TO WS-RECORD-HIT-SW.
142400     MOVE KA-VKF-NAME TO WS-SCAN-TEXT.
142500     PERFORM 7800-CHECK-FIELD THRU 7800-EXIT.
142600     IF NOT RECORD-HIT
142700         MOVE KA-VKF-CONTACT TO WS-SCAN-TEXT
142800         PERFORM 7800-CHECK-FIELD THRU 7800-EXIT
142900     END-IF.
143000     IF RECORD-HIT
143100         MOVE KA-VKF-ID TO WS-HIT-KEY
143200         MOVE KA-VKF-CREATED-DATE TO WS-HIT-DATE
143300         MOVE "VERKAEUFERSTAMM" TO WS-HIT-ACTION
143400         PERFORM 8400-PRINT-HIT THRU 8400-EXIT
143500     END-IF.
143600     PERFORM 3810-READ-SELLER THRU 3810-EXIT.
143700 3820-EXIT.
143800     EXIT.
143900*
144000*****************************************************************
144100* 6000-WRITE-REQUEST  --  ONE RECORD PER SEARCH ON MUTTILOE.  IT
144200*    STAYS OPEN ONLY WHEN THE ARCHIVE STILL HAS TO BE DONE.  IF
144210*    IT WILL NOT WRITE, NOTHING IS QUEUED FOR THE NIGHT - 8300
144220*    THEN SAYS SO INSTEAD OF PROMISING THE ANONYMIZATION.
144300*****************************************************************
144400 6000-WRITE-REQUEST.
144500     MOVE SPACES TO KA-LOE-REC.
144600     MOVE WS-TODAY-DATE TO KA-LOE-DATE.
144700     MOVE WS-NOW-TIME TO KA-LOE-TIME.
144800     MOVE WS-OPERATOR-ID TO KA-LOE-OPERATOR.
144900     MOVE WS-TERM-ENTERED TO KA-LOE-TERM.
145000     MOVE WS-MODE-SW TO KA-LOE-MODE.
145100     MOVE WS-S-HIT-COUNT TO KA-LOE-HIT-COUNT.
145200     MOVE WS-S-MASK-COUNT TO KA-LOE-MASK-COUNT.
145300     MOVE ZERO TO KA-LOE-ARC-COUNT.
145400     IF MODE-IS-ERASE AND WS-S-ARC-COUNT > ZERO
145500         SET KA-LOE-IS-OPEN TO TRUE
145600         MOVE ZERO TO KA-LOE-DONE-DATE
145700     ELSE
145800         SET KA-LOE-IS-DONE TO TRUE
145900         MOVE WS-TODAY-DATE TO KA-LOE-DONE-DATE
146000     END-IF.
146100     WRITE KA-LOE-REC.
146110     IF WS-LOE-STATUS = "00"
146120         SET REQUEST-IS-SAVED TO TRUE
146130     ELSE
146140         MOVE "N" TO WS-LOE-SAVED-SW
146150         DISPLAY "LOESCHAUFTRAG NICHT GESPEICHERT - STATUS "
146160             WS-LOE-STATUS
146170     END-IF.
146200 6000-EXIT.
146300     EXIT.
146400*
146500*****************************************************************
146600* 7500-PREPARE-TERM  --  UPPER-CASE THE TERM IN WS-TERM-IN, FIND
146700*    ITS LENGTH AND DECIDE WHETHER IT IS A PHONE NUMBER (DIGITS
146800*    AND + - / ( ) BLANK ONLY, AT LEAST 6 DIGITS).  A PHONE
146900*    NUMBER KEEPS ITS DIGITS IN WS-TERM-DIGITS, WITHOUT +49 /
147000*    0049 OR THE LEADING TRUNK ZERO.  SAME RULES AS
147100*    MUTTI-DATENSCHUTZ, WHICH FINISHES THE SEARCH IN THE ARCHIVE.
147200*****************************************************************
147300 7500-PREPARE-TERM.
147400     INSPECT WS-TERM-IN CONVERTING
147500         "abcdefghijklmnopqrstuvwxyz" TO
147600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
147700     MOVE ZERO TO WS-TERM-LEN WS-TERM-DIGIT-LEN
147800                  WS-TERM-OTHER-COUNT.
147900     MOVE SPACES TO WS-TERM-DIGITS.
148000     MOVE "N" TO WS-TERM-PHONE-SW.
148100     PERFORM 7510-CLASSIFY-CHAR THRU 7510-EXIT
148200         VARYING WS-CHAR-POS FROM 1 BY 1
148300         UNTIL WS-CHAR-POS > 50.
148400     IF WS-TERM-OTHER-COUNT = ZERO
148500         AND WS-TERM-DIGIT-LEN NOT < 6
148600         PERFORM 7520-STRIP-PREFIX THRU 7520-EXIT
148700     END-IF.
148800 7500-EXIT.
148900     EXIT.
149000*
149100 7510-CLASSIFY-CHAR.
149200     MOVE WS-TERM-IN(WS-CHAR-POS:1) TO WS-CHAR.
149300     IF WS-CHAR NOT = SPACE
149400         MOVE WS-CHAR-POS TO WS-TERM-LEN
149500     END-IF.
149600     EVALUATE TRUE
149700         WHEN WS-CHAR IS NUMERIC
149800             ADD 1 TO WS-TERM-DIGIT-LEN
149900             MOVE WS-CHAR TO WS-TERM-DIGITS(WS-TERM-DIGIT-LEN:1)
150000         WHEN WS-CHAR = SPACE OR "+" OR "-" OR "/"
150100                     OR "(" OR ")"
150200             CONTINUE
150300         WHEN OTHER
150400             ADD 1 TO WS-TERM-OTHER-COUNT
150500     END-EVALUATE.
150600 7510-EXIT.
150700     EXIT.
150800*
150900 7520-STRIP-PREFIX.
151000     MOVE 1 TO WS-DIGIT-START.
151100     EVALUATE TRUE
151200         WHEN WS-TERM-IN(1:1) = "+"
151300             AND WS-TERM-DIGITS(1:2) = "49"
151400             MOVE 3 TO WS-DIGIT-START
151500         WHEN WS-TERM-DIGITS(1:4) = "0049"
151600             MOVE 5 TO WS-DIGIT-START
151700         WHEN WS-TERM-DIGITS(1:2) = "00"
151800             MOVE 3 TO WS-DIGIT-START
151900         WHEN WS-TERM-IN(1:1) NOT = "+"
152000             AND WS-TERM-DIGITS(1:1) = "0"
152100             MOVE 2 TO WS-DIGIT-START
152200     END-EVALUATE.
152300     IF WS-TERM-DIGIT-LEN - WS-DIGIT-START + 1 < 5
152400         GO TO 7520-EXIT
152500     END-IF.
152600     MOVE WS-TERM-DIGITS(WS-DIGIT-START:) TO WS-DIGIT-WORK.
152700     MOVE WS-DIGIT-WORK TO WS-TERM-DIGITS.
152800     COMPUTE WS-TERM-DIGIT-LEN =
152900         WS-TERM-DIGIT-LEN - WS-DIGIT-START + 1.
153000     SET TERM-IS-PHONE TO TRUE.
153100 7520-EXIT.
153200     EXIT.
153300*
153400*****************************************************************
153500* 7800-CHECK-FIELD  --  DOES THE FIELD IN WS-SCAN-TEXT HOLD THE
153600*    TERM?  SETS RECORD-HIT, AND KEEPS THE FIELD AS THE EXCERPT.
153700*****************************************************************
153800 7800-CHECK-FIELD.
153900     INSPECT WS-SCAN-TEXT CONVERTING
154000         "abcdefghijklmnopqrstuvwxyz" TO
154100         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
154200     MOVE "N" TO WS-FIELD-HIT-SW.
154300     MOVE ZERO TO WS-SCAN-TALLY.
154400     IF TERM-IS-PHONE
154500         MOVE ZERO TO WS-SCAN-DIGIT-LEN
154600         MOVE SPACES TO WS-SCAN-DIGITS
154700         PERFORM 7810-TAKE-DIGIT THRU 7810-EXIT
154800             VARYING WS-CHAR-POS FROM 1 BY 1
154900             UNTIL WS-CHAR-POS > 255
155000         IF WS-SCAN-DIGIT-LEN NOT < WS-TERM-DIGIT-LEN
155100             INSPECT WS-SCAN-DIGITS(1:WS-SCAN-DIGIT-LEN)
155200                 TALLYING WS-SCAN-TALLY FOR ALL
155300                 WS-TERM-DIGITS(1:WS-TERM-DIGIT-LEN)
155400         END-IF
155500     ELSE
155600         INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
155700             FOR ALL WS-TERM-IN(1:WS-TERM-LEN)
155800     END-IF.
155900     IF WS-SCAN-TALLY > ZERO
156000         SET FIELD-HIT TO TRUE
156100         SET RECORD-HIT TO TRUE
156200         MOVE WS-SCAN-TEXT TO WS-HIT-EXCERPT
156300     END-IF.
156400 7800-EXIT.
156500     EXIT.
156600*
156700 7810-TAKE-DIGIT.
156800     IF WS-SCAN-TEXT(WS-CHAR-POS:1) IS NUMERIC
156900         ADD 1 TO WS-SCAN-DIGIT-LEN
157000         MOVE WS-SCAN-TEXT(WS-CHAR-POS:1)
157100             TO WS-SCAN-DIGITS(WS-SCAN-DIGIT-LEN:1)
157200     END-IF.
157300 7810-EXIT.
157400     EXIT.
157500*
157600*****************************************************************
157700* 8000-SHOW-TOTALS  --  SITTING TOTALS ON THE CONSOLE.
157800*****************************************************************
157900 8000-SHOW-TOTALS.
158000     MOVE WS-SEARCH-COUNT TO WS-COUNT-DISPLAY.
158100     DISPLAY "AUSKUNFT SUCHEN:        " WS-COUNT-DISPLAY.
158200     MOVE WS-T-HIT-COUNT TO WS-COUNT-DISPLAY.
158300     DISPLAY "AUSKUNFT TREFFER:       " WS-COUNT-DISPLAY.
158400     MOVE WS-T-MASK-COUNT TO WS-COUNT-DISPLAY.
158500     DISPLAY "AUSKUNFT ANONYMISIERT:  " WS-COUNT-DISPLAY.
158600 8000-EXIT.
158700     EXIT.
158800*
158900 8200-PRINT-SEARCH-HEAD.
159000     MOVE SPACES TO RPT-LINE.
159100     WRITE RPT-LINE.
159200     MOVE WS-TODAY-DATE TO WS-RPT-DATE-ED.
159300     MOVE WS-NOW-TIME TO WS-RPT-TIME-ED.
159400     MOVE SPACES TO RPT-LINE.
159500     STRING "MUTTI DATENAUSKUNFT " DELIMITED BY SIZE
159600            WS-RPT-DATE-ED DELIMITED BY SIZE
159700            " " DELIMITED BY SIZE
159800            WS-RPT-TIME-ED DELIMITED BY SIZE
159900            "  SUPERVISOR " DELIMITED BY SIZE
160000            WS-OPERATOR-ID DELIMITED BY SIZE
160100            "  MODUS " DELIMITED BY SIZE
160200            WS-MODE-SW DELIMITED BY SIZE
160300       INTO RPT-LINE
160400     END-STRING.
160500     WRITE RPT-LINE.
160600     MOVE SPACES TO RPT-LINE.
160700     STRING "SUCHBEGRIFF: " DELIMITED BY SIZE
160800            WS-TERM-ENTERED DELIMITED BY SIZE
160900       INTO RPT-LINE
161000     END-STRING.
161100     WRITE RPT-LINE.
161200     MOVE "DATEI    SCHLUESSEL           DATUM    AUSZUG"
161300         TO RPT-LINE.
161400     MOVE "AKTION" TO RPT-LINE(81:6).
161500     WRITE RPT-LINE.
161600 8200-EXIT.
161700     EXIT.
161800*
161900 8300-PRINT-SEARCH-FOOT.
162000     MOVE WS-S-HIT-COUNT TO WS-RPT-COUNT-ED.
162100     MOVE SPACES TO RPT-LINE.
162200     STRING "TREFFER GESAMT:      " DELIMITED BY SIZE
162300            WS-RPT-COUNT-ED DELIMITED BY SIZE
162400       INTO RPT-LINE
162500     END-STRING.
162600     WRITE RPT-LINE.
162700     MOVE WS-S-MASK-COUNT TO WS-RPT-COUNT-ED.
162800     MOVE SPACES TO RPT-LINE.
162900     STRING "ANONYMISIERT/GELOESCHT:" DELIMITED BY SIZE
163000            WS-RPT-COUNT-ED DELIMITED BY SIZE
163100       INTO RPT-LINE
163200     END-STRING.
163300     WRITE RPT-LINE.
163400     DISPLAY "Treffer gesamt: " WS-RPT-COUNT-ED.
163410     IF NOT REQUEST-IS-SAVED
163420         MOVE SPACES TO RPT-LINE
163430         MOVE "LOESCHAUFTRAG NICHT GESPEICHERT" TO RPT-LINE
163440         WRITE RPT-LINE
163450         GO TO 8300-EXIT
163460     END-IF.
163500     IF MODE-IS-ERASE AND WS-S-ARC-COUNT > ZERO
163600         MOVE WS-S-ARC-COUNT TO WS-RPT-COUNT-ED
163700         MOVE SPACES TO RPT-LINE
163800         STRING "PROTOKOLL/ARCHIV:    " DELIMITED BY SIZE
163900                WS-RPT-COUNT-ED DELIMITED BY SIZE
164000                " - ANONYMISIERUNG IM NAECHSTEN NACHTLAUF"
164100                  DELIMITED BY SIZE
164200           INTO RPT-LINE
164300         END-STRING
164400         WRITE RPT-LINE
164500         DISPLAY "Audit-Protokoll/Archiv: " WS-RPT-COUNT-ED
164600             " Treffer - werden heute Nacht anonymisiert"
164700     END-IF.
164800 8300-EXIT.
164900     EXIT.
165000*
165100*****************************************************************
165200* 8400-PRINT-HIT  --  ONE LINE PER RECORD FOUND.
165300*****************************************************************
165400 8400-PRINT-HIT.
165500     ADD 1 TO WS-F-HIT-COUNT.
165600     ADD 1 TO WS-S-HIT-COUNT.
165700     MOVE WS-HIT-DATE TO WS-RPT-DATE-ED.
165800     MOVE SPACES TO RPT-LINE.
165900     STRING WS-HIT-FILE DELIMITED BY SIZE
166000            " " DELIMITED BY SIZE
166100            WS-HIT-KEY DELIMITED BY SIZE
166200            " " DELIMITED BY SIZE
166300            WS-RPT-DATE-ED DELIMITED BY SIZE
166400            " " DELIMITED BY SIZE
166500            WS-HIT-EXCERPT DELIMITED BY SIZE
166600            " " DELIMITED BY SIZE
166700            WS-HIT-ACTION DELIMITED BY SIZE
166800       INTO RPT-LINE
166900     END-STRING.
167000     WRITE RPT-LINE.
167100 8400-EXIT.
167200     EXIT.
167300*
167400 8450-SHOW-FILE-HITS.
167500     IF WS-F-HIT-COUNT > ZERO
167600         MOVE WS-F-HIT-COUNT TO WS-RPT-COUNT-ED
167700         DISPLAY WS-HIT-FILE ": " WS-RPT-COUNT-ED " Treffer"
167800     END-IF.
167900 8450-EXIT.
168000     EXIT.
168100*
168200 8500-FILE-NOT-THERE.
168300     MOVE SPACES TO RPT-LINE.
168400     STRING WS-HIT-FILE DELIMITED BY SIZE
168500            " NICHT VORHANDEN ODER NICHT LESBAR - STATUS "
168600              DELIMITED BY SIZE
168700            WS-OPEN-STATUS DELIMITED BY SIZE
168800       INTO RPT-LINE
168900     END-STRING.
169000     WRITE RPT-LINE.
169100     DISPLAY WS-HIT-FILE " nicht verfuegbar - Status "
169200         WS-OPEN-STATUS.
169300 8500-EXIT.
169400     EXIT.
169500*
169600*****************************************************************
169700* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.  THE DATA
169800*    FILES ARE CLOSED BY EACH SEARCH.
169900*****************************************************************
170000 9000-TERMINATE.
170100     IF OPERATOR-FILE-IS-OPEN
170200         CLOSE OPERATOR-MASTER
170300         MOVE "N" TO WS-OPER-OPEN-SW
170400     END-IF.
170500     IF REQUEST-LOG-IS-OPEN
170600         CLOSE MUTTI-AUSKUNFT
170700         MOVE "N" TO WS-LOE-OPEN-SW
170800     END-IF.
170900     IF RPT-FILE-IS-OPEN
171000         CLOSE MUTTI-AUS-RPT
171100         MOVE "N" TO WS-RPT-OPEN-SW
171200     END-IF.
171300 9000-EXIT.
171400     EXIT.
