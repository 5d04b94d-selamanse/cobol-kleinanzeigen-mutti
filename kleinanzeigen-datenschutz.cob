000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-DATENSCHUTZ.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-12.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-12 CJH  ORIGINAL VERSION.  NIGHTLY RETENTION RUN FOR
001200*                    THE FILES THAT KEEP CUSTOMER QUESTIONS (OFTEN
001300*                    WITH NAMES AND PHONE NUMBERS), BUYER CONTACTS
001400*                    AND OPERATOR IDS.  UNTIL NOW ALL OF THEM WERE
001500*                    KEPT FOR EVER.  THE RETENTION TABLE MUTTIFRI
001600*                    (COPY KAFRIST, MAINTAINED IN
001700*                    MUTTI-INHALTSPFLEGE BEREICH D) GIVES PER FILE
001800*                    THE AGE AFTER WHICH A RECORD IS ANONYMIZED
001900*                    AND THE AGE AFTER WHICH IT IS REMOVED; A FILE
002000*                    WITHOUT AN ENTRY RUNS ON THE DEFAULTS IN
002100*                    WS-DEF-VALUES.  ANONYMIZING OVERWRITES THE
002200*                    FREE TEXT WITH WS-MASK-TEXT AND THE OPERATOR
002300*                    ID WITH WS-MASK-ID BUT KEEPS DATES, STATUS,
002400*                    MATCH TYPE AND KEYWORD, SO
002500*                    MUTTI-MONATSBERICHT STILL COUNTS THE ARCHIVE
002600*                    BY DAY AND MATCH TYPE AND MUTTI-MONITOR STILL
002700*                    GETS ITS TIME-TO-CLOSE FROM THE ESCALATION
002800*                    DATES.  OPEN ESCALATIONS, OPEN RESERVATIONS
002900*                    AND CHECKPOINTS STILL TO BE RECOVERED ARE
003000*                    NEVER TOUCHED.  THE AUDIT ARCHIVE (ALL
003100*                    MUTTIARC GENERATIONS, CONCATENATED) AND THE
003200*                    PRICE HISTORY CANNOT BE SHORTENED IN PLACE:
003300*                    THEY ARE COPIED TO MUTTIARN AND MUTTIPRN
003400*                    WITHOUT THE RECORDS PAST THEIR LIMIT, AND THE
003500*                    SCHEDULE CATALOGUES MUTTIARN AS THE ONE NEW
003600*                    BASE GENERATION OF MUTTIARC IN PLACE OF EVERY
003700*                    GENERATION IT WAS BUILT FROM AND COPIES
003800*                    MUTTIPRN OVER MUTTIPRH - ONLY WHEN THIS RUN
003900*                    ENDS BELOW RETURN-CODE 8.  ERASURE REQUESTS
004000*                    TAKEN IN MUTTI-DATENAUSKUNFT THAT STILL WAIT
004100*                    FOR THE ARCHIVE (MUTTILOE) ARE CARRIED OUT IN
004200*                    THE SAME ARCHIVE PASS.  EVERY FILE GETS A
004300*                    BLOCK ON THE CERTIFICATE MUTTIDSZ: LIMITS
004400*                    APPLIED, RECORDS READ, ANONYMIZED AND
004500*                    REMOVED, AND EACH ARCHIVE DAY DROPPED.  RUN
004600*                    AFTER MUTTI-TAGESABSCHLUSS.  RETURN-CODE 0 =
004700*                    CLEAN, 4 = A FILE WAS NOT THERE OR NOT ALL
004800*                    ERASURE REQUESTS FITTED THE TABLE, 8 = THE
004900*                    CERTIFICATE OR ONE OF THE NEW COPIES COULD
005000*                    NOT BE WRITTEN.
005010*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
005020*                    MUTTIRUN (COPY KARUNCTL): START, END,
005030*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
005040*                    DATE.  THE RUN IS REFUSED (RETURN-CODE 12)
005050*                    UNLESS MUTTI-TAGESABSCHLUSS FINISHED FOR THE
005060*                    NIGHT.
005066*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
005072*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
005078*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
005084*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
005090*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
005100*****************************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT MUTTI-FRISTEN ASSIGN TO "MUTTIFRI"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS KA-FRI-FILE
005900         FILE STATUS IS WS-FRI-STATUS.
006000*
006100     SELECT MUTTI-AUDIT-ARCHIV ASSIGN TO "MUTTIARC"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-ARCHIV-STATUS.
006400*
006500     SELECT MUTTI-ARCHIV-NEU ASSIGN TO "MUTTIARN"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-ARCN-STATUS.
006800*
006900     SELECT MUTTI-ESK-ARCHIV ASSIGN TO "MUTTIESA"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-ESKA-STATUS.
007200*
007300     SELECT MUTTI-ESKALATION ASSIGN TO "MUTTIESK"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS KA-ESK-ID
007700         FILE STATUS IS WS-ESK-STATUS.
007800*
007900     SELECT MUTTI-ABUSE-EXC ASSIGN TO "MUTTIEXC"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-EXC-STATUS.
008200*
008300     SELECT MUTTI-WISSEN ASSIGN TO "MUTTIWIS"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS KA-WIS-KEY
008700         FILE STATUS IS WS-WIS-STATUS.
008800*
008900     SELECT MUTTI-CHECKPOINT ASSIGN TO "MUTTICKP"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS KA-CKPT-OPERATOR
009300         FILE STATUS IS WS-CKPT-STATUS.
009400*
009500     SELECT MUTTI-PREIS-HIST ASSIGN TO "MUTTIPRH"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-PRH-STATUS.
009800*
009900     SELECT MUTTI-PREIS-NEU ASSIGN TO "MUTTIPRN"
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-PRN-STATUS.
010200*
010300     SELECT MUTTI-JOURNAL ASSIGN TO "MUTTIJRN"
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS DYNAMIC
010600         RECORD KEY IS KA-JRN-KEY
010700         FILE STATUS IS WS-JRN-STATUS.
010800*
010900     SELECT MUTTI-RESERVIERUNG ASSIGN TO "MUTTIRSV"
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS DYNAMIC
011200         RECORD KEY IS KA-RSV-ID
011300         FILE STATUS IS WS-RSV-STATUS.
011400*
011500     SELECT MUTTI-RSV-ARCHIV ASSIGN TO "MUTTIRSA"
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS WS-RSVA-STATUS.
011800*
011900     SELECT MUTTI-VKF-LOG ASSIGN TO "MUTTIVKA"
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS IS WS-VKA-STATUS.
012200*
012300     SELECT MUTTI-AUSKUNFT ASSIGN TO "MUTTILOE"
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS WS-LOE-STATUS.
012600*
012700     SELECT MUTTI-DSZ-RPT ASSIGN TO "MUTTIDSZ"
012800         ORGANIZATION IS SEQUENTIAL
012900         FILE STATUS IS WS-RPT-STATUS.
013000*
013010     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
013020         ORGANIZATION IS INDEXED
013030         ACCESS MODE IS DYNAMIC
013040         RECORD KEY IS KA-RUN-KEY
013050         FILE STATUS IS KA-RUNW-STATUS.
013060*
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  MUTTI-FRISTEN
013400     LABEL RECORDS ARE STANDARD.
013500 COPY KAFRIST.
013600*
013700 FD  MUTTI-AUDIT-ARCHIV
013800     LABEL RECORDS ARE STANDARD.
013900 COPY KAAUDIT.
014000*
014100 FD  MUTTI-ARCHIV-NEU
014200     LABEL RECORDS ARE STANDARD.
014300*    BYTE COPIES OF KA-AUDIT-REC, LIKE EVERY ARCHIVE GENERATION
014400*    MUTTI-TAGESABSCHLUSS WRITES.
014500 01  ARCN-REC                    PIC X(326).
014600*
014700 FD  MUTTI-ESK-ARCHIV
014800     LABEL RECORDS ARE STANDARD.
014900*    ARCHIVE RECORDS ARE BYTE COPIES OF KA-ESK-REC - KEEP THIS
015000*    LENGTH IN STEP WITH KAESKAL.CPY WHENEVER THAT RECORD GROWS.
015100 01  ESKA-REC                    PIC X(420).
015200*
015300 FD  MUTTI-ESKALATION
015400     LABEL RECORDS ARE STANDARD.
015500 COPY KAESKAL.
015600*
015700 FD  MUTTI-ABUSE-EXC
015800     LABEL RECORDS ARE STANDARD.
015900 COPY KAEXCPT.
016000*
016100 FD  MUTTI-WISSEN
016200     LABEL RECORDS ARE STANDARD.
016300 COPY KAWISSEN.
016400*
016500 FD  MUTTI-CHECKPOINT
016600     LABEL RECORDS ARE STANDARD.
016700 COPY KACKPT.
016800*
016900 FD  MUTTI-PREIS-HIST
017000     LABEL RECORDS ARE STANDARD.
017100 COPY KAPREIS.
017200*
017300 FD  MUTTI-PREIS-NEU
017400     LABEL RECORDS ARE STANDARD.
017500*    BYTE COPIES OF KA-PRH-REC.
017600 01  PRN-REC                     PIC X(40).
017700*
017800 FD  MUTTI-JOURNAL
017900     LABEL RECORDS ARE STANDARD.
018000 COPY KAJOURN.
018100*
018200 FD  MUTTI-RESERVIERUNG
018300     LABEL RECORDS ARE STANDARD.
018400 COPY KARESV.
018500*
018600 FD  MUTTI-RSV-ARCHIV
018700     LABEL RECORDS ARE STANDARD.
018800*    ARCHIVE RECORDS ARE BYTE COPIES OF KA-RSV-REC - KEEP THIS
018900*    LENGTH IN STEP WITH KARESV.CPY WHENEVER THAT RECORD GROWS.
019000 01  RSVA-REC                    PIC X(200).
019100*
019200 FD  MUTTI-VKF-LOG
019300     LABEL RECORDS ARE STANDARD.
019400 01  VKA-REC.
019500     05  VKA-DATE                PIC 9(08).
019600     05  VKA-TIME                PIC 9(08).
019700     05  VKA-ADMIN               PIC X(10).
019800     05  VKA-AKTION              PIC X(01).
019900     05  VKA-TARGET              PIC X(10).
020000     05  VKA-REASON              PIC X(40).
020100     05  FILLER                  PIC X(03).
020200*
020300 FD  MUTTI-AUSKUNFT
020400     LABEL RECORDS ARE STANDARD.
020500 COPY KALOESCH.
020600*
020700 FD  MUTTI-DSZ-RPT
020800     LABEL RECORDS ARE STANDARD.
020900 01  RPT-LINE                    PIC X(100).
021000*
021010 FD  MUTTI-LAUFSTEUERUNG
021020     LABEL RECORDS ARE STANDARD.
021030 COPY KARUNCTL.
021040*
021100 WORKING-STORAGE SECTION.
021200 01  WS-SWITCHES.
021300     05  WS-FRI-OPEN-SW          PIC X(01)   VALUE "N".
021400         88  FRI-FILE-IS-OPEN            VALUE "Y".
021500     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
021600         88  RPT-FILE-IS-OPEN            VALUE "Y".
021700     05  WS-EOF-SW               PIC X(01)   VALUE "N".
021800         88  FILE-AT-END                 VALUE "Y".
021900     05  WS-COPY-FAIL-SW         PIC X(01)   VALUE "N".
022000         88  COPY-HAS-FAILED             VALUE "Y".
022100     05  WS-ARC-PASS-SW          PIC X(01)   VALUE "N".
022200         88  ARCHIVE-PASS-OK             VALUE "Y".
022300     05  WS-CHANGED-SW           PIC X(01)   VALUE "N".
022400         88  RECORD-CHANGED              VALUE "Y".
022500     05  WS-RECORD-HIT-SW        PIC X(01)   VALUE "N".
022600         88  RECORD-HIT                  VALUE "Y".
022700     05  WS-FIELD-HIT-SW         PIC X(01)   VALUE "N".
022800         88  FIELD-HIT                   VALUE "Y".
022900     05  WS-PHONE-TERMS-SW       PIC X(01)   VALUE "N".
023000         88  PHONE-TERMS-PENDING         VALUE "Y".
023100*
023200 01  WS-FRI-STATUS               PIC X(02).
023300 01  WS-ARCHIV-STATUS            PIC X(02).
023400 01  WS-ARCN-STATUS              PIC X(02).
023500 01  WS-ESKA-STATUS              PIC X(02).
023600 01  WS-ESK-STATUS               PIC X(02).
023700 01  WS-EXC-STATUS               PIC X(02).
023800 01  WS-WIS-STATUS               PIC X(02).
023900 01  WS-CKPT-STATUS              PIC X(02).
024000 01  WS-PRH-STATUS               PIC X(02).
024100 01  WS-PRN-STATUS               PIC X(02).
024200 01  WS-JRN-STATUS               PIC X(02).
024300 01  WS-RSV-STATUS               PIC X(02).
024400 01  WS-RSVA-STATUS              PIC X(02).
024500 01  WS-VKA-STATUS               PIC X(02).
024600 01  WS-LOE-STATUS               PIC X(02).
024700 01  WS-RPT-STATUS               PIC X(02).
024800 01  WS-OPEN-STATUS              PIC X(02).
024900*
025000 01  WS-TODAY-DATE               PIC 9(08).
025100 01  WS-REC-DATE                 PIC 9(08).
025200*
025300*    WHAT AN ANONYMIZED FIELD IS OVERWRITTEN WITH.  A TEXT FIELD
025400*    THAT ALREADY STARTS WITH WS-MASK-TEXT IS NOT COUNTED AGAIN.
025500 01  WS-MASK-TEXT                PIC X(20)
025600                                 VALUE "*** ANONYMISIERT ***".
025700 01  WS-MASK-ID                  PIC X(10)   VALUE "*ANONYM*".
025800*
025900*    NO LIMIT IS EVER SHORTER THAN WS-MIN-DAYS: THE REVIEW
026000*    DIALOGS (MUTTI-NACHARBEIT, MUTTI-AUSNAHMEPRUEFUNG) AND THE
026100*    PRICE ANALYSIS LOOK BACK THAT FAR.  WS-DEF-MIN-DROP RAISES
026200*    IT FURTHER FOR ONE FILE (THE AUDIT ARCHIVE MUST STILL HOLD
026300*    THE WHOLE MONTH MUTTI-MONATSBERICHT REPORTS ON).
026400 77  WS-MIN-DAYS                 PIC 9(04)   COMP VALUE 30.
026500*
026600*    DEFAULT LIMITS PER FILE: DD NAME, DAYS TO ANONYMIZE, DAYS TO
026700*    REMOVE (ZERO = NEVER), WHETHER EACH STEP IS POSSIBLE FOR THE
026800*    FILE AT ALL, MINIMUM DAYS TO REMOVE, NAME ON THE CERTIFICATE.
026900 01  WS-DEF-VALUES.
027000     05  FILLER PIC X(21) VALUE "MUTTIARC00900400JJ062".
027100     05  FILLER PIC X(24) VALUE "AUDIT-ARCHIV".
027200     05  FILLER PIC X(21) VALUE "MUTTIESA00900000JN000".
027300     05  FILLER PIC X(24) VALUE "NACHARBEIT-ARCHIV".
027400     05  FILLER PIC X(21) VALUE "MUTTIESK00900000JN000".
027500     05  FILLER PIC X(24) VALUE "NACHARBEIT-WARTESCHLANGE".
027600     05  FILLER PIC X(21) VALUE "MUTTIEXC00900000JN000".
027700     05  FILLER PIC X(24) VALUE "ABUSE-AUSNAHMEN".
027800     05  FILLER PIC X(21) VALUE "MUTTIWIS00000730NJ000".
027900     05  FILLER PIC X(24) VALUE "WISSENSDATENBANK".
028000     05  FILLER PIC X(21) VALUE "MUTTICKP00300090JJ000".
028100     05  FILLER PIC X(24) VALUE "CHECKPOINTS".
028200     05  FILLER PIC X(21) VALUE "MUTTIPRH00000400NJ000".
028300     05  FILLER PIC X(24) VALUE "PREISHISTORIE".
028400     05  FILLER PIC X(21) VALUE "MUTTIJRN00900400JJ000".
028500     05  FILLER PIC X(24) VALUE "ANTWORT-JOURNAL".
028600     05  FILLER PIC X(21) VALUE "MUTTIRSV00900000JN000".
028700     05  FILLER PIC X(24) VALUE "RESERVIERUNGEN".
028800     05  FILLER PIC X(21) VALUE "MUTTIRSA00900000JN000".
028900     05  FILLER PIC X(24) VALUE "RESERVIERUNGSARCHIV".
029000     05  FILLER PIC X(21) VALUE "MUTTIVKA03650000JN000".
029100     05  FILLER PIC X(24) VALUE "VERKAEUFER-PROTOKOLL".
029200     05  FILLER PIC X(21) VALUE "MUTTILOE03650000JN000".
029300     05  FILLER PIC X(24) VALUE "AUSKUNFTS-PROTOKOLL".
029400 01  WS-DEF-TABLE REDEFINES WS-DEF-VALUES.
029500     05  WS-DEF-ENTRY            OCCURS 12 TIMES.
029600         10  WS-DEF-FILE         PIC X(08).
029700         10  WS-DEF-MASK-DAYS    PIC 9(04).
029800         10  WS-DEF-DROP-DAYS    PIC 9(04).
029900         10  WS-DEF-MASK-OK      PIC X(01).
030000         10  WS-DEF-DROP-OK      PIC X(01).
030100         10  WS-DEF-MIN-DROP     PIC 9(03).
030200         10  WS-DEF-NAME         PIC X(24).
030300 01  WS-DEF-IDX                  PIC 9(02)   COMP.
030400*
030500*    THE FILE IN HAND: LIMITS IN FORCE AND ITS COUNTS.
030600 01  WS-CUR-AREA.
030700     05  WS-CUR-FILE             PIC X(08).
030800     05  WS-CUR-NAME             PIC X(24).
030900     05  WS-CUR-SOURCE           PIC X(08).
031000     05  WS-CUR-MASK-DAYS        PIC 9(04).
031100     05  WS-CUR-DROP-DAYS        PIC 9(04).
031200     05  WS-CUR-MASK-CUTOFF      PIC 9(08).
031300     05  WS-CUR-DROP-CUTOFF      PIC 9(08).
031400     05  WS-CUR-NOTE             PIC X(50).
031500 01  WS-FILE-COUNTERS.
031600     05  WS-F-READ-COUNT         PIC 9(07)   COMP.
031700     05  WS-F-MASK-COUNT         PIC 9(07)   COMP.
031800     05  WS-F-REQ-COUNT          PIC 9(07)   COMP.
031900     05  WS-F-ALREADY-COUNT      PIC 9(07)   COMP.
032000     05  WS-F-DROP-COUNT         PIC 9(07)   COMP.
032100     05  WS-F-KEPT-COUNT         PIC 9(07)   COMP.
032200*
032300*    ARCHIVE DAYS (ONE GENERATION EACH) DROPPED BY THIS RUN.
032400 01  WS-GEN-DATE                 PIC 9(08)   VALUE ZERO.
032500 01  WS-GEN-RECORDS              PIC 9(07)   COMP VALUE ZERO.
032600*
032700*    ERASURE REQUESTS STILL WAITING FOR THE AUDIT ARCHIVE, IN
032800*    MUTTILOE ORDER.  REQUESTS PAST THE TABLE WAIT ANOTHER NIGHT.
032900 01  WS-TERM-AREA.
033000     05  WS-TERM-IN              PIC X(50).
033100     05  WS-TERM-LEN             PIC 9(02).
033200     05  WS-TERM-PHONE-SW        PIC X(01).
033300         88  TERM-IS-PHONE               VALUE "Y".
033400     05  WS-TERM-DIGITS          PIC X(50).
033500     05  WS-TERM-DIGIT-LEN       PIC 9(02).
033600 01  WS-REQ-TABLE.
033700     05  WS-REQ-ENTRY            OCCURS 200 TIMES.
033800         10  WS-REQ-TERM-AREA    PIC X(105).
033900         10  WS-REQ-HIT-COUNT    PIC 9(07)   COMP.
034000 01  WS-REQ-MAX                  PIC 9(03)   COMP VALUE ZERO.
034100 77  WS-REQ-LIMIT                PIC 9(03)   COMP VALUE 200.
034200 01  WS-REQ-IDX                  PIC 9(03)   COMP.
034300 01  WS-REQ-SEEN                 PIC 9(05)   COMP VALUE ZERO.
034400 01  WS-REQ-WAITING-COUNT        PIC 9(05)   COMP VALUE ZERO.
034500 01  WS-REQ-CLOSED-COUNT         PIC 9(05)   COMP VALUE ZERO.
034600*
034700*    TERM AND TEXT SCANNING.  A PHONE NUMBER IS COMPARED ON ITS
034800*    DIGITS ONLY, WITHOUT COUNTRY CODE 49 AND TRUNK ZERO, SO
034900*    "0171 123 4567" ALSO FINDS "+49 171 1234567".
035000 01  WS-SCAN-TEXT                PIC X(255).
035100 01  WS-SCAN-DIGITS              PIC X(255).
035200 01  WS-SCAN-DIGIT-LEN           PIC 9(03)   COMP.
035300 01  WS-SCAN-TALLY               PIC 9(05)   COMP.
035400 01  WS-CHAR-POS                 PIC 9(03)   COMP.
035500 01  WS-CHAR                     PIC X(01).
035600 01  WS-DIGIT-START              PIC 9(02)   COMP.
035700 01  WS-TERM-OTHER-COUNT         PIC 9(02)   COMP.
035800 01  WS-DIGIT-WORK               PIC X(50).
035900*
036000 01  WS-TOTAL-COUNTERS.
036100     05  WS-T-FILE-COUNT         PIC 9(05)   COMP VALUE ZERO.
036200     05  WS-T-MISSING-COUNT      PIC 9(05)   COMP VALUE ZERO.
036300     05  WS-T-READ-COUNT         PIC 9(09)   COMP VALUE ZERO.
036400     05  WS-T-MASK-COUNT         PIC 9(09)   COMP VALUE ZERO.
036500     05  WS-T-DROP-COUNT         PIC 9(09)   COMP VALUE ZERO.
036600     05  WS-T-GEN-COUNT          PIC 9(05)   COMP VALUE ZERO.
036700*
036800 01  WS-COUNT-DISPLAY            PIC 9(09).
036900 01  WS-RPT-COUNT-ED             PIC ZZZ,ZZZ,ZZ9.
037000 01  WS-RPT-DATE-ED              PIC 9(08).
037100 01  WS-RPT-TIME-ED              PIC 9(08).
037200 01  WS-RPT-DAYS-ED              PIC ZZZ9.
037300 01  WS-RPT-LABEL                PIC X(40).
037400*
037407*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
037414 01  WS-RUN-STEP-VALUES.
037421     05  FILLER                  PIC X(18)   VALUE "DATENSCHUTZ".
037428     05  FILLER                  PIC X(30)
037435                                 VALUE "MUTTI-DATENSCHUTZ".
037442     05  FILLER                  PIC X(01)   VALUE "N".
037449     05  FILLER                  PIC X(18)   VALUE SPACES.
037456     05  FILLER                  PIC X(18)
037463                                 VALUE "TAGESABSCHLUSS".
037470     05  FILLER                  PIC X(02)   VALUE "04".
037477     05  FILLER                  PIC X(60)   VALUE SPACES.
037484 COPY KARUNWRK.
037491*
037500 PROCEDURE DIVISION.
037600*
037700 0000-MAINLINE.
037710     PERFORM 9500-RUN-START THRU 9500-EXIT.
037720     IF KA-RUNW-IS-REFUSED
037730         STOP RUN
037740     END-IF.
037800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037900     IF RETURN-CODE NOT = 8
038000         PERFORM 2000-AUDIT-ARCHIVE THRU 2000-EXIT
038100         PERFORM 2100-ESK-ARCHIVE THRU 2100-EXIT
038200         PERFORM 2200-ESK-QUEUE THRU 2200-EXIT
038300         PERFORM 2300-EXCEPTIONS THRU 2300-EXIT
038400         PERFORM 2400-KNOWLEDGE THRU 2400-EXIT
038500         PERFORM 2500-CHECKPOINTS THRU 2500-EXIT
038600         PERFORM 2600-PRICE-HISTORY THRU 2600-EXIT
038700         PERFORM 2700-JOURNAL THRU 2700-EXIT
038800         PERFORM 2800-RESERVATIONS THRU 2800-EXIT
038900         PERFORM 2850-RSV-ARCHIVE THRU 2850-EXIT
039000         PERFORM 2900-SELLER-LOG THRU 2900-EXIT
039100         PERFORM 2950-REQUEST-LOG THRU 2950-EXIT
039200     END-IF.
039300     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
039400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039500     STOP RUN.
039600*
039700*****************************************************************
039800* 1000-INITIALIZE  --  OPEN THE CERTIFICATE AND THE RETENTION
039900*    TABLE AND LOAD THE ERASURE REQUESTS STILL WAITING FOR THE
040000*    ARCHIVE.  NO CERTIFICATE MEANS RETURN-CODE 8 - NOTHING IS
040100*    TOUCHED THAT CANNOT BE ACCOUNTED FOR.  NO TABLE JUST MEANS
040200*    THE DEFAULTS.
040300*****************************************************************
040400 1000-INITIALIZE.
040500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
040600     OPEN OUTPUT MUTTI-DSZ-RPT.
040700     IF WS-RPT-STATUS = "00"
040800         SET RPT-FILE-IS-OPEN TO TRUE
040900     ELSE
041000         DISPLAY "DATENSCHUTZ: BESCHEINIGUNG MUTTIDSZ NICHT"
041100             " VERFUEGBAR - ABBRUCH"
041200         MOVE 8 TO RETURN-CODE
041300         GO TO 1000-EXIT
041400     END-IF.
041500     MOVE SPACES TO RPT-LINE.
041600     MOVE WS-TODAY-DATE TO WS-RPT-DATE-ED.
041700     STRING "MUTTI DATENSCHUTZ - BESCHEINIGUNG UEBER "
041800              DELIMITED BY SIZE
041900            "ANONYMISIERUNG UND LOESCHUNG    LAUF "
042000              DELIMITED BY SIZE
042100            WS-RPT-DATE-ED DELIMITED BY SIZE
042200       INTO RPT-LINE
042300     END-STRING.
042400     WRITE RPT-LINE.
042500     MOVE SPACES TO RPT-LINE.
042600     WRITE RPT-LINE.
042700     OPEN INPUT MUTTI-FRISTEN.
042800     IF WS-FRI-STATUS = "00"
042900         SET FRI-FILE-IS-OPEN TO TRUE
043000     ELSE
043100         MOVE "FRISTENTABELLE MUTTIFRI NICHT VORHANDEN - ALLE"
043200             TO RPT-LINE
043300         WRITE RPT-LINE
043400         MOVE "DATEIEN LAUFEN MIT DEN STANDARDFRISTEN" TO RPT-LINE
043500         WRITE RPT-LINE
043600         MOVE SPACES TO RPT-LINE
043700         WRITE RPT-LINE
043800     END-IF.
043900     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.
044000 1000-EXIT.
044100     EXIT.
044200*
044300*****************************************************************
044400* 1100-LOAD-REQUESTS  --  OPEN ERASURE REQUESTS FROM MUTTILOE
044500*    INTO WS-REQ-TABLE, EACH TERM PREPARED FOR THE SCAN.
044600*****************************************************************
044700 1100-LOAD-REQUESTS.
044800     OPEN INPUT MUTTI-AUSKUNFT.
044900     IF WS-LOE-STATUS NOT = "00"
045000         GO TO 1100-EXIT
045100     END-IF.
045200     MOVE "N" TO WS-EOF-SW.
045300     PERFORM 1110-READ-REQUEST THRU 1110-EXIT.
045400     PERFORM 1120-TAKE-REQUEST THRU 1120-EXIT
045500         UNTIL FILE-AT-END.
045600     CLOSE MUTTI-AUSKUNFT.
045700     IF WS-REQ-WAITING-COUNT > WS-REQ-MAX
045800         IF RETURN-CODE = 0
045900             MOVE 4 TO RETURN-CODE
046000         END-IF
046100     END-IF.
046200 1100-EXIT.
046300     EXIT.
046400*
046500 1110-READ-REQUEST.
046600     READ MUTTI-AUSKUNFT
046700         AT END
046800             SET FILE-AT-END TO TRUE
046900     END-READ.
047000 1110-EXIT.
047100     EXIT.
047200*
047300 1120-TAKE-REQUEST.
047400     IF KA-LOE-IS-OPEN AND KA-LOE-ERASE
047500         ADD 1 TO WS-REQ-WAITING-COUNT
047600         IF WS-REQ-MAX < WS-REQ-LIMIT
047700             ADD 1 TO WS-REQ-MAX
047800             MOVE KA-LOE-TERM TO WS-TERM-IN
047900             PERFORM 7500-PREPARE-TERM THRU 7500-EXIT
048000             MOVE WS-TERM-AREA TO WS-REQ-TERM-AREA(WS-REQ-MAX)
048100             MOVE ZERO TO WS-REQ-HIT-COUNT(WS-REQ-MAX)
048200             IF TERM-IS-PHONE
048300                 SET PHONE-TERMS-PENDING TO TRUE
048400             END-IF
048500         END-IF
048600     END-IF.
048700     PERFORM 1110-READ-REQUEST THRU 1110-EXIT.
048800 1120-EXIT.
048900     EXIT.
049000*
049100*****************************************************************
049200* 1500-SET-LIMITS  --  LIMITS FOR FILE WS-DEF-IDX: THE TABLE
049300*    ENTRY WHEN THERE IS ONE, THE DEFAULT OTHERWISE, THEN HELD
049400*    TO WHAT THE FILE ALLOWS AND TO THE MINIMUM DAYS.  PRINTS
049500*    THE HEAD OF THE FILE'S BLOCK ON THE CERTIFICATE.
049600*****************************************************************
049700 1500-SET-LIMITS.
049800     MOVE WS-DEF-FILE(WS-DEF-IDX) TO WS-CUR-FILE.
049900     MOVE WS-DEF-NAME(WS-DEF-IDX) TO WS-CUR-NAME.
050000     MOVE WS-DEF-MASK-DAYS(WS-DEF-IDX) TO WS-CUR-MASK-DAYS.
050100     MOVE WS-DEF-DROP-DAYS(WS-DEF-IDX) TO WS-CUR-DROP-DAYS.
050200     MOVE "STANDARD" TO WS-CUR-SOURCE.
050300     MOVE SPACES TO WS-CUR-NOTE.
050400     MOVE ZERO TO WS-F-READ-COUNT WS-F-MASK-COUNT WS-F-REQ-COUNT
050500                  WS-F-ALREADY-COUNT WS-F-DROP-COUNT
050600                  WS-F-KEPT-COUNT.
050700     IF FRI-FILE-IS-OPEN
050800         MOVE WS-CUR-FILE TO KA-FRI-FILE
050900         READ MUTTI-FRISTEN
051000             INVALID KEY
051100                 CONTINUE
051200             NOT INVALID KEY
051300                 IF KA-FRI-MASK-DAYS NUMERIC
051400                     AND KA-FRI-DROP-DAYS NUMERIC
051500                     MOVE KA-FRI-MASK-DAYS TO WS-CUR-MASK-DAYS
051600                     MOVE KA-FRI-DROP-DAYS TO WS-CUR-DROP-DAYS
051700                     MOVE "TABELLE" TO WS-CUR-SOURCE
051800                 END-IF
051900         END-READ
052000     END-IF.
052100     IF WS-DEF-MASK-OK(WS-DEF-IDX) NOT = "J"
052200         AND WS-CUR-MASK-DAYS > ZERO
052300         MOVE ZERO TO WS-CUR-MASK-DAYS
052400         MOVE "ANONYMISIEREN BEI DIESER DATEI NICHT MOEGLICH"
052500             TO WS-CUR-NOTE
052600     END-IF.
052700     IF WS-DEF-DROP-OK(WS-DEF-IDX) NOT = "J"
052800         AND WS-CUR-DROP-DAYS > ZERO
052900         MOVE ZERO TO WS-CUR-DROP-DAYS
053000         MOVE "LOESCHEN BEI DIESER DATEI NICHT MOEGLICH"
053100             TO WS-CUR-NOTE
053200     END-IF.
053300     IF WS-CUR-MASK-DAYS > ZERO
053400         AND WS-CUR-MASK-DAYS < WS-MIN-DAYS
053500         MOVE WS-MIN-DAYS TO WS-CUR-MASK-DAYS
053600         MOVE "FRIST AUF MINDESTFRIST ANGEHOBEN" TO WS-CUR-NOTE
053700     END-IF.
053800     IF WS-CUR-DROP-DAYS > ZERO
053900         AND WS-CUR-DROP-DAYS < WS-MIN-DAYS
054000         MOVE WS-MIN-DAYS TO WS-CUR-DROP-DAYS
054100         MOVE "FRIST AUF MINDESTFRIST ANGEHOBEN" TO WS-CUR-NOTE
054200     END-IF.
054300     IF WS-CUR-DROP-DAYS > ZERO
054400         AND WS-CUR-DROP-DAYS < WS-DEF-MIN-DROP(WS-DEF-IDX)
054500         MOVE WS-DEF-MIN-DROP(WS-DEF-IDX) TO WS-CUR-DROP-DAYS
054600         MOVE "FRIST AUF MINDESTFRIST ANGEHOBEN" TO WS-CUR-NOTE
054700     END-IF.
054800     MOVE ZERO TO WS-CUR-MASK-CUTOFF WS-CUR-DROP-CUTOFF.
054900     IF WS-CUR-MASK-DAYS > ZERO
055000         COMPUTE WS-CUR-MASK-CUTOFF = FUNCTION DATE-OF-INTEGER
055100             (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
055200              - WS-CUR-MASK-DAYS)
055300     END-IF.
055400     IF WS-CUR-DROP-DAYS > ZERO
055500         COMPUTE WS-CUR-DROP-CUTOFF = FUNCTION DATE-OF-INTEGER
055600             (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
055700              - WS-CUR-DROP-DAYS)
055800     END-IF.
055900     ADD 1 TO WS-T-FILE-COUNT.
056000     PERFORM 8200-PRINT-FILE-HEAD THRU 8200-EXIT.
056100 1500-EXIT.
056200     EXIT.
056300*
056400*****************************************************************
056500* 1600-FILE-MISSING  --  THE FILE IN HAND WOULD NOT OPEN.  ON A
056600*    YOUNG SYSTEM THAT JUST MEANS NOTHING WAS KEPT YET.
056700*****************************************************************
056800 1600-FILE-MISSING.
056900     MOVE SPACES TO RPT-LINE.
057000     STRING "  NICHT VORHANDEN ODER NICHT LESBAR - STATUS "
057100              DELIMITED BY SIZE
057200            WS-OPEN-STATUS DELIMITED BY SIZE
057300       INTO RPT-LINE
057400     END-STRING.
057500     WRITE RPT-LINE.
057600     MOVE SPACES TO RPT-LINE.
057700     WRITE RPT-LINE.
057800     ADD 1 TO WS-T-MISSING-COUNT.
057900     IF RETURN-CODE = 0
058000         MOVE 4 TO RETURN-CODE
058100     END-IF.
058200 1600-EXIT.
058300     EXIT.
058400*
058500*****************************************************************
058600* 2000-AUDIT-ARCHIVE  --  EVERY GENERATION OF MUTTIARC IS COPIED
058700*    TO MUTTIARN: RECORDS PAST THE REMOVAL LIMIT ARE LEFT OUT
058800*    (AND COUNTED PER ARCHIVE DAY), RECORDS PAST THE ANONYMIZING
058900*    LIMIT OR HOLDING THE TERM OF A WAITING ERASURE REQUEST ARE
059000*    COPIED ANONYMIZED, THE REST AS THEY ARE.  A FAILED WRITE
059100*    STOPS THE COPY WITH RETURN-CODE 8, AND THE CERTIFICATE SAYS
059200*    THE GENERATIONS MUST STAY.
059300*****************************************************************
059400 2000-AUDIT-ARCHIVE.
059500     MOVE 1 TO WS-DEF-IDX.
059600     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
059700     OPEN INPUT MUTTI-AUDIT-ARCHIV.
059800     IF WS-ARCHIV-STATUS NOT = "00"
059900         MOVE WS-ARCHIV-STATUS TO WS-OPEN-STATUS
060000         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
060100         SET ARCHIVE-PASS-OK TO TRUE
060200         GO TO 2000-EXIT
060300     END-IF.
060400     OPEN OUTPUT MUTTI-ARCHIV-NEU.
060500     IF WS-ARCN-STATUS NOT = "00"
060600         CLOSE MUTTI-AUDIT-ARCHIV
060700         DISPLAY "DATENSCHUTZ: NEUES ARCHIV MUTTIARN NICHT"
060800             " VERFUEGBAR - STATUS " WS-ARCN-STATUS
060900         MOVE "  NEUES ARCHIV MUTTIARN NICHT VERFUEGBAR - NICHTS"
061000             TO RPT-LINE
061100         WRITE RPT-LINE
061200         MOVE "  GEAENDERT, GENERATIONEN BLEIBEN STEHEN"
061300             TO RPT-LINE
061400         WRITE RPT-LINE
061500         MOVE 8 TO RETURN-CODE
061600         GO TO 2000-EXIT
061700     END-IF.
061800     MOVE "N" TO WS-EOF-SW.
061900     MOVE "N" TO WS-COPY-FAIL-SW.
062000     MOVE ZERO TO WS-GEN-DATE WS-GEN-RECORDS.
062100     PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
062200     PERFORM 2020-ONE-AUDIT-RECORD THRU 2020-EXIT
062300         UNTIL FILE-AT-END.
062400     PERFORM 2035-END-GENERATION THRU 2035-EXIT.
062500     CLOSE MUTTI-AUDIT-ARCHIV.
062600     CLOSE MUTTI-ARCHIV-NEU.
062700     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
062800     MOVE SPACES TO RPT-LINE.
062900     IF COPY-HAS-FAILED
063000         MOVE 8 TO RETURN-CODE
063100         MOVE "  MUTTIARN UNVOLLSTAENDIG - DIE BISHERIGEN"
063200             TO RPT-LINE
063300         WRITE RPT-LINE
063400         MOVE "  GENERATIONEN BLEIBEN STEHEN, MUTTIARN VERWERFEN"
063500             TO RPT-LINE
063600     ELSE
063700         SET ARCHIVE-PASS-OK TO TRUE
063800         MOVE "  MUTTIARN ERSETZT ALLE BISHERIGEN GENERATIONEN"
063900             TO RPT-LINE
064000     END-IF.
064100     WRITE RPT-LINE.
064200     MOVE SPACES TO RPT-LINE.
064300     WRITE RPT-LINE.
064400 2000-EXIT.
064500     EXIT.
064600*
064700 2010-READ-AUDIT.
064800     READ MUTTI-AUDIT-ARCHIV
064900         AT END
065000             SET FILE-AT-END TO TRUE
065100     END-READ.
065200 2010-EXIT.
065300     EXIT.
065400*
065500 2020-ONE-AUDIT-RECORD.
065600     ADD 1 TO WS-F-READ-COUNT.
065700     MOVE "N" TO WS-RECORD-HIT-SW.
065800     EVALUATE TRUE
065900         WHEN KA-AUD-DATE NUMERIC
066000             AND KA-AUD-DATE < WS-CUR-DROP-CUTOFF
066100             PERFORM 2030-DROP-AUDIT-RECORD THRU 2030-EXIT
066200         WHEN KA-AUD-INPUT(1:20) = WS-MASK-TEXT
066300             ADD 1 TO WS-F-ALREADY-COUNT
066400             PERFORM 2040-WRITE-AUDIT-RECORD THRU 2040-EXIT
066500         WHEN KA-AUD-DATE NUMERIC
066600             AND KA-AUD-DATE < WS-CUR-MASK-CUTOFF
066700             PERFORM 2045-MASK-AUDIT-RECORD THRU 2045-EXIT
066800             ADD 1 TO WS-F-MASK-COUNT
066900             PERFORM 2040-WRITE-AUDIT-RECORD THRU 2040-EXIT
067000         WHEN OTHER
067100             IF WS-REQ-MAX > ZERO
067200                 PERFORM 2050-APPLY-REQUESTS THRU 2050-EXIT
067300             END-IF
067400             IF RECORD-HIT
067500                 PERFORM 2045-MASK-AUDIT-RECORD THRU 2045-EXIT
067600                 ADD 1 TO WS-F-REQ-COUNT
067700             ELSE
067800                 ADD 1 TO WS-F-KEPT-COUNT
067900             END-IF
068000             PERFORM 2040-WRITE-AUDIT-RECORD THRU 2040-EXIT
068100     END-EVALUATE.
068200     IF NOT COPY-HAS-FAILED
068300         PERFORM 2010-READ-AUDIT THRU 2010-EXIT
068400     END-IF.
068500 2020-EXIT.
068600     EXIT.
068700*
068800*****************************************************************
068900* 2030-DROP-AUDIT-RECORD  --  LEAVE THE RECORD OUT.  EACH NIGHT
069000*    WROTE ONE GENERATION, SO A CHANGE OF AUDIT DATE AMONG THE
069100*    DROPPED RECORDS IS THE NEXT GENERATION GOING.
069200*****************************************************************
069300 2030-DROP-AUDIT-RECORD.
069400     ADD 1 TO WS-F-DROP-COUNT.
069500     IF KA-AUD-DATE NOT = WS-GEN-DATE
069600         PERFORM 2035-END-GENERATION THRU 2035-EXIT
069700         MOVE KA-AUD-DATE TO WS-GEN-DATE
069800     END-IF.
069900     ADD 1 TO WS-GEN-RECORDS.
070000 2030-EXIT.
070100     EXIT.
070200*
070300 2035-END-GENERATION.
070400     IF WS-GEN-RECORDS > ZERO
070500         MOVE WS-GEN-DATE TO WS-RPT-DATE-ED
070600         MOVE WS-GEN-RECORDS TO WS-RPT-COUNT-ED
070700         MOVE SPACES TO RPT-LINE
070800         STRING "  GENERATION VOM " DELIMITED BY SIZE
070900                WS-RPT-DATE-ED DELIMITED BY SIZE
071000                " ENTFERNT, SAETZE:" DELIMITED BY SIZE
071100                WS-RPT-COUNT-ED DELIMITED BY SIZE
071200           INTO RPT-LINE
071300         END-STRING
071400         WRITE RPT-LINE
071500         ADD 1 TO WS-T-GEN-COUNT
071600     END-IF.
071700     MOVE ZERO TO WS-GEN-RECORDS.
071800 2035-EXIT.
071900     EXIT.
072000*
072100 2040-WRITE-AUDIT-RECORD.
072200     MOVE KA-AUDIT-REC TO ARCN-REC.
072300     WRITE ARCN-REC.
072400     IF WS-ARCN-STATUS NOT = "00"
072500         DISPLAY "DATENSCHUTZ: SCHREIBFEHLER MUTTIARN "
072600             WS-ARCN-STATUS
072700         SET COPY-HAS-FAILED TO TRUE
072800         SET FILE-AT-END TO TRUE
072900     END-IF.
073000 2040-EXIT.
073100     EXIT.
073200*
073300*****************************************************************
073400* 2045-MASK-AUDIT-RECORD  --  QUESTION AND OPERATOR GO; DATE,
073500*    TIME, MATCH TYPE, KEYWORD, LANGUAGE, SESSION AND ORIGIN
073600*    STAY FOR THE MONTHLY REPORT AND THE PRICE ANALYSIS.
073700*****************************************************************
073800 2045-MASK-AUDIT-RECORD.
073900     MOVE WS-MASK-TEXT TO KA-AUD-INPUT.
074000     MOVE WS-MASK-ID TO KA-AUD-OPERATOR.
074100 2045-EXIT.
074200     EXIT.
074300*
074400*****************************************************************
074500* 2050-APPLY-REQUESTS  --  DOES THE QUESTION HOLD THE TERM OF A
074600*    WAITING ERASURE REQUEST?  THE FIRST REQUEST THAT MATCHES
074700*    GETS THE COUNT.
074800*****************************************************************
074900 2050-APPLY-REQUESTS.
075000     MOVE KA-AUD-INPUT TO WS-SCAN-TEXT.
075100     PERFORM 7600-PREPARE-TEXT THRU 7600-EXIT.
075200     PERFORM 2060-TRY-REQUEST THRU 2060-EXIT
075300         VARYING WS-REQ-IDX FROM 1 BY 1
075400         UNTIL WS-REQ-IDX > WS-REQ-MAX
075500            OR RECORD-HIT.
075600 2050-EXIT.
075700     EXIT.
075800*
075900 2060-TRY-REQUEST.
076000     MOVE WS-REQ-TERM-AREA(WS-REQ-IDX) TO WS-TERM-AREA.
076100     PERFORM 7700-MATCH-TERM THRU 7700-EXIT.
076200     IF FIELD-HIT
076300         ADD 1 TO WS-REQ-HIT-COUNT(WS-REQ-IDX)
076400         SET RECORD-HIT TO TRUE
076500     END-IF.
076600 2060-EXIT.
076700     EXIT.
076800*
076900*****************************************************************
077000* 2100-ESK-ARCHIVE  --  CLOSED ESCALATIONS ARCHIVED BY MUTTI-
077100*    NACHARBEIT, ANONYMIZED IN PLACE.
077200*****************************************************************
077300 2100-ESK-ARCHIVE.
077400     MOVE 2 TO WS-DEF-IDX.
077500     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
077600     OPEN I-O MUTTI-ESK-ARCHIV.
077700     IF WS-ESKA-STATUS NOT = "00"
077800         MOVE WS-ESKA-STATUS TO WS-OPEN-STATUS
077900         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
078000         GO TO 2100-EXIT
078100     END-IF.
078200     MOVE "N" TO WS-EOF-SW.
078300     PERFORM 2110-READ-ESK-ARCHIVE THRU 2110-EXIT.
078400     PERFORM 2120-ONE-ESK-ARCHIVE THRU 2120-EXIT
078500         UNTIL FILE-AT-END.
078600     CLOSE MUTTI-ESK-ARCHIV.
078700     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
078800 2100-EXIT.
078900     EXIT.
079000*
079100 2110-READ-ESK-ARCHIVE.
079200     READ MUTTI-ESK-ARCHIV
079300         AT END
079400             SET FILE-AT-END TO TRUE
079500     END-READ.
079600 2110-EXIT.
079700     EXIT.
079800*
079900 2120-ONE-ESK-ARCHIVE.
080000     ADD 1 TO WS-F-READ-COUNT.
080100     MOVE ESKA-REC TO KA-ESK-REC.
080200     PERFORM 2150-CHECK-ESK THRU 2150-EXIT.
080300     IF RECORD-CHANGED
080400         MOVE KA-ESK-REC TO ESKA-REC
080500         REWRITE ESKA-REC
080600     END-IF.
080700     PERFORM 2110-READ-ESK-ARCHIVE THRU 2110-EXIT.
080800 2120-EXIT.
080900     EXIT.
081000*
081100*****************************************************************
081200* 2150-CHECK-ESK  --  A CLOSED ESCALATION IS ANONYMIZED ONCE ITS
081300*    CLOSING DATE (OR, WITHOUT ONE, ITS OWN DATE) IS PAST THE
081400*    LIMIT.  BOTH DATES STAY - MUTTI-MONITOR'S TIME-TO-CLOSE IS
081500*    BUILT FROM THEM.  OPEN ITEMS ARE STILL BEING WORKED.
081600*****************************************************************
081700 2150-CHECK-ESK.
081800     MOVE "N" TO WS-CHANGED-SW.
081900     IF KA-ESK-INPUT(1:20) = WS-MASK-TEXT
082000         ADD 1 TO WS-F-ALREADY-COUNT
082100         GO TO 2150-EXIT
082200     END-IF.
082300     IF NOT KA-ESK-IS-CLOSED
082400         ADD 1 TO WS-F-KEPT-COUNT
082500         GO TO 2150-EXIT
082600     END-IF.
082700     MOVE KA-ESK-CLOSED-DATE TO WS-REC-DATE.
082800     IF KA-ESK-CLOSED-DATE NOT NUMERIC
082900         OR KA-ESK-CLOSED-DATE = ZERO
083000         MOVE KA-ESK-DATE TO WS-REC-DATE
083100     END-IF.
083200     IF WS-REC-DATE NUMERIC
083300         AND WS-REC-DATE < WS-CUR-MASK-CUTOFF
083400         MOVE WS-MASK-TEXT TO KA-ESK-INPUT
083500         MOVE WS-MASK-TEXT TO KA-ESK-ANSWER
083600         MOVE WS-MASK-ID TO KA-ESK-OPERATOR
083700         MOVE WS-MASK-ID TO KA-ESK-CLOSED-BY
083800         SET RECORD-CHANGED TO TRUE
083900         ADD 1 TO WS-F-MASK-COUNT
084000     ELSE
084100         ADD 1 TO WS-F-KEPT-COUNT
084200     END-IF.
084300 2150-EXIT.
084400     EXIT.
084500*
084600*****************************************************************
084700* 2200-ESK-QUEUE  --  CLOSED ITEMS STILL ON THE ESCALATION QUEUE
084800*    GET THE SAME TREATMENT AS THE ARCHIVED ONES.
084900*****************************************************************
085000 2200-ESK-QUEUE.
085100     MOVE 3 TO WS-DEF-IDX.
085200     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
085300     OPEN I-O MUTTI-ESKALATION.
085400     IF WS-ESK-STATUS NOT = "00"
085500         MOVE WS-ESK-STATUS TO WS-OPEN-STATUS
085600         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
085700         GO TO 2200-EXIT
085800     END-IF.
085900     MOVE "N" TO WS-EOF-SW.
086000     MOVE ZEROS TO KA-ESK-ID.
086100     START MUTTI-ESKALATION KEY IS NOT LESS THAN KA-ESK-ID
086200         INVALID KEY
086300             SET FILE-AT-END TO TRUE
086400     END-START.
086500     PERFORM 2210-READ-ESK THRU 2210-EXIT.
086600     PERFORM 2220-ONE-ESK THRU 2220-EXIT
086700         UNTIL FILE-AT-END.
086800     CLOSE MUTTI-ESKALATION.
086900     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
087000 2200-EXIT.
087100     EXIT.
087200*
087300 2210-READ-ESK.
087400     IF NOT FILE-AT-END
087500         READ MUTTI-ESKALATION NEXT RECORD
087600             AT END
087700                 SET FILE-AT-END TO TRUE
087800         END-READ
087900     END-IF.
088000 2210-EXIT.
088100     EXIT.
088200*
088300 2220-ONE-ESK.
088400     ADD 1 TO WS-F-READ-COUNT.
088500     PERFORM 2150-CHECK-ESK THRU 2150-EXIT.
088600     IF RECORD-CHANGED
088700         REWRITE KA-ESK-REC
088800     END-IF.
088900     PERFORM 2210-READ-ESK THRU 2210-EXIT.
089000 2220-EXIT.
089100     EXIT.
089200*
089300*****************************************************************
089400* 2300-EXCEPTIONS  --  ABUSE EXCEPTIONS: QUESTION, OPERATOR AND
089500*    REVIEWER GO; DATE AND DISPOSITION STAY FOR THE COUNTS.
089600*****************************************************************
089700 2300-EXCEPTIONS.
089800     MOVE 4 TO WS-DEF-IDX.
089900     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
090000     OPEN I-O MUTTI-ABUSE-EXC.
090100     IF WS-EXC-STATUS NOT = "00"
090200         MOVE WS-EXC-STATUS TO WS-OPEN-STATUS
090300         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
090400         GO TO 2300-EXIT
090500     END-IF.
090600     MOVE "N" TO WS-EOF-SW.
090700     PERFORM 2310-READ-EXCEPTION THRU 2310-EXIT.
090800     PERFORM 2320-ONE-EXCEPTION THRU 2320-EXIT
090900         UNTIL FILE-AT-END.
091000     CLOSE MUTTI-ABUSE-EXC.
091100     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
091200 2300-EXIT.
091300     EXIT.
091400*
091500 2310-READ-EXCEPTION.
091600     READ MUTTI-ABUSE-EXC
091700         AT END
091800             SET FILE-AT-END TO TRUE
091900     END-READ.
092000 2310-EXIT.
092100     EXIT.
092200*
092300 2320-ONE-EXCEPTION.
092400     ADD 1 TO WS-F-READ-COUNT.
092500     EVALUATE TRUE
092600         WHEN KA-EXC-INPUT(1:20) = WS-MASK-TEXT
092700             ADD 1 TO WS-F-ALREADY-COUNT
092800         WHEN KA-EXC-DATE NUMERIC
092900             AND KA-EXC-DATE < WS-CUR-MASK-CUTOFF
093000             MOVE WS-MASK-TEXT TO KA-EXC-INPUT
093100             MOVE WS-MASK-ID TO KA-EXC-OPERATOR
093200             IF KA-EXC-REVIEWER NOT = SPACES
093300                 MOVE WS-MASK-ID TO KA-EXC-REVIEWER
093400             END-IF
093500             REWRITE KA-EXC-REC
093600             ADD 1 TO WS-F-MASK-COUNT
093700         WHEN OTHER
093800             ADD 1 TO WS-F-KEPT-COUNT
093900     END-EVALUATE.
094000     PERFORM 2310-READ-EXCEPTION THRU 2310-EXIT.
094100 2320-EXIT.
094200     EXIT.
094300*
094400*****************************************************************
094500* 2400-KNOWLEDGE  --  THE CUSTOMER'S QUESTION IS THE RECORD KEY
094600*    OF THE KNOWLEDGE BASE, SO AN ENTRY CANNOT BE ANONYMIZED -
094700*    IT IS DELETED ONCE ITS CREATION DATE IS PAST THE LIMIT.
094800*****************************************************************
094900 2400-KNOWLEDGE.
095000     MOVE 5 TO WS-DEF-IDX.
095100     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
095200     OPEN I-O MUTTI-WISSEN.
095300     IF WS-WIS-STATUS NOT = "00"
095400         MOVE WS-WIS-STATUS TO WS-OPEN-STATUS
095500         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
095600         GO TO 2400-EXIT
095700     END-IF.
095800     MOVE "N" TO WS-EOF-SW.
095900     MOVE LOW-VALUES TO KA-WIS-KEY.
096000     START MUTTI-WISSEN KEY IS NOT LESS THAN KA-WIS-KEY
096100         INVALID KEY
096200             SET FILE-AT-END TO TRUE
096300     END-START.
096400     PERFORM 2410-READ-KNOWLEDGE THRU 2410-EXIT.
096500     PERFORM 2420-ONE-KNOWLEDGE THRU 2420-EXIT
096600         UNTIL FILE-AT-END.
096700     CLOSE MUTTI-WISSEN.
096800     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
096900 2400-EXIT.
097000     EXIT.
097100*
097200 2410-READ-KNOWLEDGE.
097300     IF NOT FILE-AT-END
097400         READ MUTTI-WISSEN NEXT RECORD
097500             AT END
097600                 SET FILE-AT-END TO TRUE
097700         END-READ
097800     END-IF.
097900 2410-EXIT.
098000     EXIT.
098100*
098200 2420-ONE-KNOWLEDGE.
098300     ADD 1 TO WS-F-READ-COUNT.
098400     IF KA-WIS-CREATED-DATE NUMERIC
098500         AND KA-WIS-CREATED-DATE < WS-CUR-DROP-CUTOFF
098600         DELETE MUTTI-WISSEN RECORD
098700         ADD 1 TO WS-F-DROP-COUNT
098800     ELSE
098900         ADD 1 TO WS-F-KEPT-COUNT
099000     END-IF.
099100     PERFORM 2410-READ-KNOWLEDGE THRU 2410-EXIT.
099200 2420-EXIT.
099300     EXIT.
099400*
099500*****************************************************************
099600* 2500-CHECKPOINTS  --  THE OPERATOR ID IS THE RECORD KEY, SO A
099700*    STALE CHECKPOINT IS DELETED ONCE PAST THE REMOVAL LIMIT.
099800*    BEFORE THAT A COMPLETED ONE LOSES ITS QUESTION; ONE STILL
099900*    IN PROGRESS IS LEFT FOR KLEINANZEIGEN-MUTTI TO RECOVER.
100000*****************************************************************
100100 2500-CHECKPOINTS.
100200     MOVE 6 TO WS-DEF-IDX.
100300     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
100400     OPEN I-O MUTTI-CHECKPOINT.
100500     IF WS-CKPT-STATUS NOT = "00"
100600         MOVE WS-CKPT-STATUS TO WS-OPEN-STATUS
100700         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
100800         GO TO 2500-EXIT
100900     END-IF.
101000     MOVE "N" TO WS-EOF-SW.
101100     MOVE LOW-VALUES TO KA-CKPT-OPERATOR.
101200     START MUTTI-CHECKPOINT KEY IS NOT LESS THAN KA-CKPT-OPERATOR
101300         INVALID KEY
101400             SET FILE-AT-END TO TRUE
101500     END-START.
101600     PERFORM 2510-READ-CHECKPOINT THRU 2510-EXIT.
101700     PERFORM 2520-ONE-CHECKPOINT THRU 2520-EXIT
101800         UNTIL FILE-AT-END.
101900     CLOSE MUTTI-CHECKPOINT.
102000     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
102100 2500-EXIT.
102200     EXIT.
102300*
102400 2510-READ-CHECKPOINT.
102500     IF NOT FILE-AT-END
102600         READ MUTTI-CHECKPOINT NEXT RECORD
102700             AT END
102800                 SET FILE-AT-END TO TRUE
102900         END-READ
103000     END-IF.
103100 2510-EXIT.
103200     EXIT.
103300*
103400 2520-ONE-CHECKPOINT.
103500     ADD 1 TO WS-F-READ-COUNT.
103600     EVALUATE TRUE
103700         WHEN KA-CKPT-DATE NUMERIC
103800             AND KA-CKPT-DATE < WS-CUR-DROP-CUTOFF
103900             DELETE MUTTI-CHECKPOINT RECORD
104000             ADD 1 TO WS-F-DROP-COUNT
104100         WHEN KA-CKPT-INPUT(1:20) = WS-MASK-TEXT
104200             ADD 1 TO WS-F-ALREADY-COUNT
104300         WHEN KA-CKPT-COMPLETE
104400             AND KA-CKPT-DATE NUMERIC
104500             AND KA-CKPT-DATE < WS-CUR-MASK-CUTOFF
104600             MOVE WS-MASK-TEXT TO KA-CKPT-INPUT
104700             REWRITE KA-CKPT-REC
104800             ADD 1 TO WS-F-MASK-COUNT
104900         WHEN OTHER
105000             ADD 1 TO WS-F-KEPT-COUNT
105100     END-EVALUATE.
105200     PERFORM 2510-READ-CHECKPOINT THRU 2510-EXIT.
105300 2520-EXIT.
105400     EXIT.
105500*
105600*****************************************************************
105700* 2600-PRICE-HISTORY  --  MUTTIPRH IS COPIED TO MUTTIPRN WITHOUT
105800*    THE RECORDS PAST THE REMOVAL LIMIT.  A FAILED WRITE MEANS
105900*    RETURN-CODE 8 AND MUTTIPRH STAYS AS IT IS.
106000*****************************************************************
106100 2600-PRICE-HISTORY.
106200     MOVE 7 TO WS-DEF-IDX.
106300     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
106400     OPEN INPUT MUTTI-PREIS-HIST.
106500     IF WS-PRH-STATUS NOT = "00"
106600         MOVE WS-PRH-STATUS TO WS-OPEN-STATUS
106700         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
106800         GO TO 2600-EXIT
106900     END-IF.
107000     OPEN OUTPUT MUTTI-PREIS-NEU.
107100     IF WS-PRN-STATUS NOT = "00"
107200         CLOSE MUTTI-PREIS-HIST
107300         DISPLAY "DATENSCHUTZ: NEUE PREISHISTORIE MUTTIPRN NICHT"
107400             " VERFUEGBAR - STATUS " WS-PRN-STATUS
107500         MOVE "  MUTTIPRN NICHT VERFUEGBAR - MUTTIPRH BLEIBT"
107600             TO RPT-LINE
107700         WRITE RPT-LINE
107800         MOVE 8 TO RETURN-CODE
107900         GO TO 2600-EXIT
108000     END-IF.
108100     MOVE "N" TO WS-EOF-SW.
108200     MOVE "N" TO WS-COPY-FAIL-SW.
108300     PERFORM 2610-READ-PRICE THRU 2610-EXIT.
108400     PERFORM 2620-ONE-PRICE THRU 2620-EXIT
108500         UNTIL FILE-AT-END.
108600     CLOSE MUTTI-PREIS-HIST.
108700     CLOSE MUTTI-PREIS-NEU.
108800     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
108900     MOVE SPACES TO RPT-LINE.
109000     IF COPY-HAS-FAILED
109100         MOVE 8 TO RETURN-CODE
109200         MOVE "  MUTTIPRN UNVOLLSTAENDIG - MUTTIPRH BLEIBT,"
109300             TO RPT-LINE
109400         WRITE RPT-LINE
109500         MOVE "  MUTTIPRN VERWERFEN" TO RPT-LINE
109600     ELSE
109700         MOVE "  MUTTIPRN ERSETZT MUTTIPRH" TO RPT-LINE
109800     END-IF.
109900     WRITE RPT-LINE.
110000     MOVE SPACES TO RPT-LINE.
110100     WRITE RPT-LINE.
110200 2600-EXIT.
110300     EXIT.
110400*
110500 2610-READ-PRICE.
110600     READ MUTTI-PREIS-HIST
110700         AT END
110800             SET FILE-AT-END TO TRUE
110900     END-READ.
111000 2610-EXIT.
111100     EXIT.
111200*
111300 2620-ONE-PRICE.
111400     ADD 1 TO WS-F-READ-COUNT.
111500     IF KA-PRH-DATE NUMERIC
111600         AND KA-PRH-DATE < WS-CUR-DROP-CUTOFF
111700         ADD 1 TO WS-F-DROP-COUNT
111800     ELSE
111900         MOVE KA-PRH-REC TO PRN-REC
112000         WRITE PRN-REC
112100         IF WS-PRN-STATUS NOT = "00"
112200             DISPLAY "DATENSCHUTZ: SCHREIBFEHLER MUTTIPRN "
112300                 WS-PRN-STATUS
112400             SET COPY-HAS-FAILED TO TRUE
112500             SET FILE-AT-END TO TRUE
112600         ELSE
112700             ADD 1 TO WS-F-KEPT-COUNT
112800         END-IF
112900     END-IF.
113000     IF NOT COPY-HAS-FAILED
113100         PERFORM 2610-READ-PRICE THRU 2610-EXIT
113200     END-IF.
113300 2620-EXIT.
113400     EXIT.
113500*
113600*****************************************************************
113700* 2700-JOURNAL  --  QUESTION, REPLY AND OPERATOR GO AFTER THE
113800*    ANONYMIZING LIMIT, THE WHOLE ENTRY AFTER THE REMOVAL LIMIT.
113900*****************************************************************
114000 2700-JOURNAL.
114100     MOVE 8 TO WS-DEF-IDX.
114200     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
114300     OPEN I-O MUTTI-JOURNAL.
114400     IF WS-JRN-STATUS NOT = "00"
114500         MOVE WS-JRN-STATUS TO WS-OPEN-STATUS
114600         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
114700         GO TO 2700-EXIT
114800     END-IF.
114900     MOVE "N" TO WS-EOF-SW.
115000     MOVE LOW-VALUES TO KA-JRN-KEY.
115100     START MUTTI-JOURNAL KEY IS NOT LESS THAN KA-JRN-KEY
115200         INVALID KEY
115300             SET FILE-AT-END TO TRUE
115400     END-START.
115500     PERFORM 2710-READ-JOURNAL THRU 2710-EXIT.
115600     PERFORM 2720-ONE-JOURNAL THRU 2720-EXIT
115700         UNTIL FILE-AT-END.
115800     CLOSE MUTTI-JOURNAL.
115900     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
116000 2700-EXIT.
116100     EXIT.
116200*
116300 2710-READ-JOURNAL.
116400     IF NOT FILE-AT-END
116500         READ MUTTI-JOURNAL NEXT RECORD
116600             AT END
116700                 SET FILE-AT-END TO TRUE
116800         END-READ
116900     END-IF.
117000 2710-EXIT.
117100     EXIT.
117200*
117300 2720-ONE-JOURNAL.
117400     ADD 1 TO WS-F-READ-COUNT.
117500     EVALUATE TRUE
117600         WHEN KA-JRN-DATE NUMERIC
117700             AND KA-JRN-DATE < WS-CUR-DROP-CUTOFF
117800             DELETE MUTTI-JOURNAL RECORD
117900             ADD 1 TO WS-F-DROP-COUNT
118000         WHEN KA-JRN-QUESTION(1:20) = WS-MASK-TEXT
118100             ADD 1 TO WS-F-ALREADY-COUNT
118200         WHEN KA-JRN-DATE NUMERIC
118300             AND KA-JRN-DATE < WS-CUR-MASK-CUTOFF
118400             MOVE WS-MASK-TEXT TO KA-JRN-QUESTION
118500             MOVE WS-MASK-TEXT TO KA-JRN-REPLY
118600             MOVE WS-MASK-ID TO KA-JRN-OPERATOR
118700             REWRITE KA-JOURNAL-REC
118800             ADD 1 TO WS-F-MASK-COUNT
118900         WHEN OTHER
119000             ADD 1 TO WS-F-KEPT-COUNT
119100     END-EVALUATE.
119200     PERFORM 2710-READ-JOURNAL THRU 2710-EXIT.
119300 2720-EXIT.
119400     EXIT.
119500*
119600*****************************************************************
119700* 2800-RESERVATIONS  --  BUYER NAME AND CONTACT OF CLOSED
119800*    RESERVATIONS STILL ON THE QUEUE.  OPEN ONES KEEP THEM - THE
119900*    SALE IS NOT DONE YET.
120000*****************************************************************
120100 2800-RESERVATIONS.
120200     MOVE 9 TO WS-DEF-IDX.
120300     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
120400     OPEN I-O MUTTI-RESERVIERUNG.
120500     IF WS-RSV-STATUS NOT = "00"
120600         MOVE WS-RSV-STATUS TO WS-OPEN-STATUS
120700         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
120800         GO TO 2800-EXIT
120900     END-IF.
121000     MOVE "N" TO WS-EOF-SW.
121100     MOVE ZEROS TO KA-RSV-ID.
121200     START MUTTI-RESERVIERUNG KEY IS NOT LESS THAN KA-RSV-ID
121300         INVALID KEY
121400             SET FILE-AT-END TO TRUE
121500     END-START.
121600     PERFORM 2810-READ-RSV THRU 2810-EXIT.
121700     PERFORM 2820-ONE-RSV THRU 2820-EXIT
121800         UNTIL FILE-AT-END.
121900     CLOSE MUTTI-RESERVIERUNG.
122000     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
122100 2800-EXIT.
122200     EXIT.
122300*
122400 2810-READ-RSV.
122500     IF NOT FILE-AT-END
122600         READ MUTTI-RESERVIERUNG NEXT RECORD
122700             AT END
122800                 SET FILE-AT-END TO TRUE
122900         END-READ
123000     END-IF.
123100 2810-EXIT.
123200     EXIT.
123300*
123400 2820-ONE-RSV.
123500     ADD 1 TO WS-F-READ-COUNT.
123600     PERFORM 2830-CHECK-RSV THRU 2830-EXIT.
123700     IF RECORD-CHANGED
123800         REWRITE KA-RSV-REC
123900     END-IF.
124000     PERFORM 2810-READ-RSV THRU 2810-EXIT.
124100 2820-EXIT.
124200     EXIT.
124300*
124400*****************************************************************
124500* 2830-CHECK-RSV  --  THE CONTACT IS BLANKED, NOT MASKED, SO
124600*    MUTTI-KAEUFERINFO SEES "NOBODY TO TELL" FOR AN OLD
124700*    RESERVATION IT NEVER GOT TO.
124800*****************************************************************
124900 2830-CHECK-RSV.
125000     MOVE "N" TO WS-CHANGED-SW.
125100     IF KA-RSV-BUYER-NAME(1:20) = WS-MASK-TEXT
125200         ADD 1 TO WS-F-ALREADY-COUNT
125300         GO TO 2830-EXIT
125400     END-IF.
125500     IF KA-RSV-IS-OPEN
125600         OR (KA-RSV-BUYER-NAME = SPACES
125700             AND KA-RSV-BUYER-CONTACT = SPACES)
125800         ADD 1 TO WS-F-KEPT-COUNT
125900         GO TO 2830-EXIT
126000     END-IF.
126100     MOVE KA-RSV-CLOSED-DATE TO WS-REC-DATE.
126200     IF KA-RSV-CLOSED-DATE NOT NUMERIC
126300         OR KA-RSV-CLOSED-DATE = ZERO
126400         MOVE KA-RSV-DATE TO WS-REC-DATE
126500     END-IF.
126600     IF WS-REC-DATE NUMERIC
126700         AND WS-REC-DATE < WS-CUR-MASK-CUTOFF
126800         MOVE WS-MASK-TEXT TO KA-RSV-BUYER-NAME
126900         MOVE SPACES TO KA-RSV-BUYER-CONTACT
127000         SET RECORD-CHANGED TO TRUE
127100         ADD 1 TO WS-F-MASK-COUNT
127200     ELSE
127300         ADD 1 TO WS-F-KEPT-COUNT
127400     END-IF.
127500 2830-EXIT.
127600     EXIT.
127700*
127800*****************************************************************
127900* 2850-RSV-ARCHIVE  --  THE SAME FOR THE ARCHIVED RESERVATIONS,
128000*    LOOKED AT THROUGH THE KA-RSV-REC LAYOUT AND REWRITTEN IN
128100*    PLACE.  THE AMOUNTS STAY FOR THE FEE SETTLEMENT.
128200*****************************************************************
128300 2850-RSV-ARCHIVE.
128400     MOVE 10 TO WS-DEF-IDX.
128500     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
128600     OPEN I-O MUTTI-RSV-ARCHIV.
128700     IF WS-RSVA-STATUS NOT = "00"
128800         MOVE WS-RSVA-STATUS TO WS-OPEN-STATUS
128900         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
129000         GO TO 2850-EXIT
129100     END-IF.
129200     MOVE "N" TO WS-EOF-SW.
129300     PERFORM 2860-READ-RSV-ARCHIVE THRU 2860-EXIT.
129400     PERFORM 2870-ONE-RSV-ARCHIVE THRU 2870-EXIT
129500         UNTIL FILE-AT-END.
129600     CLOSE MUTTI-RSV-ARCHIV.
129700     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
129800 2850-EXIT.
129900     EXIT.
130000*
130100 2860-READ-RSV-ARCHIVE.
130200     READ MUTTI-RSV-ARCHIV
130300         AT END
130400             SET FILE-AT-END TO TRUE
130500     END-READ.
130600 2860-EXIT.
130700     EXIT.
130800*
130900 2870-ONE-RSV-ARCHIVE.
131000     ADD 1 TO WS-F-READ-COUNT.
131100     MOVE RSVA-REC TO KA-RSV-REC.
131200     PERFORM 2830-CHECK-RSV THRU 2830-EXIT.
131300     IF RECORD-CHANGED
131400         MOVE KA-RSV-REC TO RSVA-REC
131500         REWRITE RSVA-REC
131600     END-IF.
131700     PERFORM 2860-READ-RSV-ARCHIVE THRU 2860-EXIT.
131800 2870-EXIT.
131900     EXIT.
132000*
132100*****************************************************************
132200* 2900-SELLER-LOG  --  THE SUPERVISOR ID ON THE SELLER MASTER
132300*    LOG GOES; ACTION, SELLER AND REASON STAY ON THE RECORD.
132400*****************************************************************
132500 2900-SELLER-LOG.
132600     MOVE 11 TO WS-DEF-IDX.
132700     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
132800     OPEN I-O MUTTI-VKF-LOG.
132900     IF WS-VKA-STATUS NOT = "00"
133000         MOVE WS-VKA-STATUS TO WS-OPEN-STATUS
133100         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
133200         GO TO 2900-EXIT
133300     END-IF.
133400     MOVE "N" TO WS-EOF-SW.
133500     PERFORM 2910-READ-SELLER-LOG THRU 2910-EXIT.
133600     PERFORM 2920-ONE-SELLER-LOG THRU 2920-EXIT
133700         UNTIL FILE-AT-END.
133800     CLOSE MUTTI-VKF-LOG.
133900     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
134000 2900-EXIT.
134100     EXIT.
134200*
134300 2910-READ-SELLER-LOG.
134400     READ MUTTI-VKF-LOG
134500         AT END
134600             SET FILE-AT-END TO TRUE
134700     END-READ.
134800 2910-EXIT.
134900     EXIT.
135000*
135100 2920-ONE-SELLER-LOG.
135200     ADD 1 TO WS-F-READ-COUNT.
135300     EVALUATE TRUE
135400         WHEN VKA-ADMIN = WS-MASK-ID
135500             ADD 1 TO WS-F-ALREADY-COUNT
135600         WHEN VKA-DATE NUMERIC
135700             AND VKA-DATE < WS-CUR-MASK-CUTOFF
135800             MOVE WS-MASK-ID TO VKA-ADMIN
135900             REWRITE VKA-REC
136000             ADD 1 TO WS-F-MASK-COUNT
136100         WHEN OTHER
136200             ADD 1 TO WS-F-KEPT-COUNT
136300     END-EVALUATE.
136400     PERFORM 2910-READ-SELLER-LOG THRU 2910-EXIT.
136500 2920-EXIT.
136600     EXIT.
136700*
136800*****************************************************************
136900* 2950-REQUEST-LOG  --  THE SUBJECT-ACCESS LOG ITSELF.  EACH
137000*    WAITING ERASURE REQUEST THAT WAS IN THE TABLE IS CLOSED
137100*    WITH ITS ARCHIVE COUNT - ONCE THE ARCHIVE PASS WENT THROUGH.
137200*    AFTER THE LIMIT A CLOSED REQUEST LOSES ITS SEARCH TERM AND
137300*    THE SUPERVISOR ID; DATES AND COUNTS STAY AS THE PROOF.
137400*****************************************************************
137500 2950-REQUEST-LOG.
137600     MOVE 12 TO WS-DEF-IDX.
137700     PERFORM 1500-SET-LIMITS THRU 1500-EXIT.
137800     OPEN I-O MUTTI-AUSKUNFT.
137900     IF WS-LOE-STATUS NOT = "00"
138000         MOVE WS-LOE-STATUS TO WS-OPEN-STATUS
138100         PERFORM 1600-FILE-MISSING THRU 1600-EXIT
138200         GO TO 2950-EXIT
138300     END-IF.
138400     MOVE "N" TO WS-EOF-SW.
138500     MOVE ZERO TO WS-REQ-SEEN.
138600     PERFORM 1110-READ-REQUEST THRU 1110-EXIT.
138700     PERFORM 2960-ONE-REQUEST THRU 2960-EXIT
138800         UNTIL FILE-AT-END.
138900     CLOSE MUTTI-AUSKUNFT.
139000     PERFORM 8300-PRINT-FILE-COUNTS THRU 8300-EXIT.
139100 2950-EXIT.
139200     EXIT.
139300*
139400 2960-ONE-REQUEST.
139500     ADD 1 TO WS-F-READ-COUNT.
139600     MOVE "N" TO WS-CHANGED-SW.
139700     IF KA-LOE-IS-OPEN AND KA-LOE-ERASE
139800         ADD 1 TO WS-REQ-SEEN
139900         IF WS-REQ-SEEN NOT > WS-REQ-MAX
140000             AND ARCHIVE-PASS-OK
140100             PERFORM 2970-CLOSE-REQUEST THRU 2970-EXIT
140200         END-IF
140300     END-IF.
140400     EVALUATE TRUE
140500         WHEN KA-LOE-TERM(1:20) = WS-MASK-TEXT
140600             ADD 1 TO WS-F-ALREADY-COUNT
140700         WHEN KA-LOE-IS-DONE
140800             AND KA-LOE-DATE NUMERIC
140900             AND KA-LOE-DATE < WS-CUR-MASK-CUTOFF
141000             MOVE WS-MASK-TEXT TO KA-LOE-TERM
141100             MOVE WS-MASK-ID TO KA-LOE-OPERATOR
141200             SET RECORD-CHANGED TO TRUE
141300             ADD 1 TO WS-F-MASK-COUNT
141400         WHEN OTHER
141500             ADD 1 TO WS-F-KEPT-COUNT
141600     END-EVALUATE.
141700     IF RECORD-CHANGED
141800         REWRITE KA-LOE-REC
141900     END-IF.
142000     PERFORM 1110-READ-REQUEST THRU 1110-EXIT.
142100 2960-EXIT.
142200     EXIT.
142300*
142400*****************************************************************
142500* 2970-CLOSE-REQUEST  --  ONE LINE PER CLOSED REQUEST ON THE
142600*    CERTIFICATE, BY DATE AND TIME OF THE SEARCH - NOT BY ITS
142700*    TERM, WHICH DOES NOT BELONG ON A REPORT.
142800*****************************************************************
142900 2970-CLOSE-REQUEST.
143000     MOVE WS-REQ-HIT-COUNT(WS-REQ-SEEN) TO KA-LOE-ARC-COUNT.
143100     MOVE WS-TODAY-DATE TO KA-LOE-DONE-DATE.
143200     SET KA-LOE-IS-DONE TO TRUE.
143300     SET RECORD-CHANGED TO TRUE.
143400     ADD 1 TO WS-REQ-CLOSED-COUNT.
143500     MOVE KA-LOE-DATE TO WS-RPT-DATE-ED.
143600     MOVE KA-LOE-TIME TO WS-RPT-TIME-ED.
143700     MOVE KA-LOE-ARC-COUNT TO WS-RPT-COUNT-ED.
143800     MOVE SPACES TO RPT-LINE.
143900     STRING "  LOESCHANTRAG VOM " DELIMITED BY SIZE
144000            WS-RPT-DATE-ED DELIMITED BY SIZE
144100            " " DELIMITED BY SIZE
144200            WS-RPT-TIME-ED DELIMITED BY SIZE
144300            " ERLEDIGT, IM ARCHIV ANONYMISIERT:"
144400              DELIMITED BY SIZE
144500            WS-RPT-COUNT-ED DELIMITED BY SIZE
144600       INTO RPT-LINE
144700     END-STRING.
144800     WRITE RPT-LINE.
144900 2970-EXIT.
145000     EXIT.
145100*
145200*****************************************************************
145300* 7500-PREPARE-TERM  --  UPPER-CASE THE TERM IN WS-TERM-IN, FIND
145400*    ITS LENGTH AND DECIDE WHETHER IT IS A PHONE NUMBER (DIGITS
145500*    AND + - / ( ) BLANK ONLY, AT LEAST 6 DIGITS).  A PHONE
145600*    NUMBER KEEPS ITS DIGITS IN WS-TERM-DIGITS, WITHOUT +49 /
145700*    0049 OR THE LEADING TRUNK ZERO.
145800*****************************************************************
145900 7500-PREPARE-TERM.
146000     INSPECT WS-TERM-IN CONVERTING
146100         "abcdefghijklmnopqrstuvwxyz" TO
146200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
146300     MOVE ZERO TO WS-TERM-LEN WS-TERM-DIGIT-LEN
146400                  WS-TERM-OTHER-COUNT.
146500     MOVE SPACES TO WS-TERM-DIGITS.
146600     MOVE "N" TO WS-TERM-PHONE-SW.
146700     PERFORM 7510-CLASSIFY-CHAR THRU 7510-EXIT
146800         VARYING WS-CHAR-POS FROM 1 BY 1
146900         UNTIL WS-CHAR-POS > 50.
147000     IF WS-TERM-OTHER-COUNT = ZERO
147100         AND WS-TERM-DIGIT-LEN NOT < 6
147200         PERFORM 7520-STRIP-PREFIX THRU 7520-EXIT
147300     END-IF.
147400 7500-EXIT.
147500     EXIT.
147600*
147700 7510-CLASSIFY-CHAR.
147800     MOVE WS-TERM-IN(WS-CHAR-POS:1) TO WS-CHAR.
147900     IF WS-CHAR NOT = SPACE
148000         MOVE WS-CHAR-POS TO WS-TERM-LEN
148100     END-IF.
148200     EVALUATE TRUE
148300         WHEN WS-CHAR IS NUMERIC
148400             ADD 1 TO WS-TERM-DIGIT-LEN
148500             MOVE WS-CHAR TO WS-TERM-DIGITS(WS-TERM-DIGIT-LEN:1)
148600         WHEN WS-CHAR = SPACE OR "+" OR "-" OR "/"
148700                     OR "(" OR ")"
148800             CONTINUE
148900         WHEN OTHER
149000             ADD 1 TO WS-TERM-OTHER-COUNT
149100     END-EVALUATE.
149200 7510-EXIT.
149300     EXIT.
149400*
149500 7520-STRIP-PREFIX.
149600     MOVE 1 TO WS-DIGIT-START.
149700     EVALUATE TRUE
149800         WHEN WS-TERM-IN(1:1) = "+"
149900             AND WS-TERM-DIGITS(1:2) = "49"
150000             MOVE 3 TO WS-DIGIT-START
150100         WHEN WS-TERM-DIGITS(1:4) = "0049"
150200             MOVE 5 TO WS-DIGIT-START
150300         WHEN WS-TERM-DIGITS(1:2) = "00"
150400             MOVE 3 TO WS-DIGIT-START
150500         WHEN WS-TERM-IN(1:1) NOT = "+"
150600             AND WS-TERM-DIGITS(1:1) = "0"
150700             MOVE 2 TO WS-DIGIT-START
150800     END-EVALUATE.
150900     IF WS-TERM-DIGIT-LEN - WS-DIGIT-START + 1 < 5
151000         GO TO 7520-EXIT
151100     END-IF.
151200     MOVE WS-TERM-DIGITS(WS-DIGIT-START:) TO WS-DIGIT-WORK.
151300     MOVE WS-DIGIT-WORK TO WS-TERM-DIGITS.
151400     COMPUTE WS-TERM-DIGIT-LEN =
151500         WS-TERM-DIGIT-LEN - WS-DIGIT-START + 1.
151600     SET TERM-IS-PHONE TO TRUE.
151700 7520-EXIT.
151800     EXIT.
151900*
152000*****************************************************************
152100* 7600-PREPARE-TEXT  --  UPPER-CASE WS-SCAN-TEXT AND, WHEN A
152200*    PHONE NUMBER IS AMONG THE TERMS, SQUEEZE ITS DIGITS INTO
152300*    WS-SCAN-DIGITS ONCE FOR ALL TERMS.
152400*****************************************************************
152500 7600-PREPARE-TEXT.
152600     INSPECT WS-SCAN-TEXT CONVERTING
152700         "abcdefghijklmnopqrstuvwxyz" TO
152800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
152900     MOVE ZERO TO WS-SCAN-DIGIT-LEN.
153000     IF PHONE-TERMS-PENDING
153100         MOVE SPACES TO WS-SCAN-DIGITS
153200         PERFORM 7610-TAKE-DIGIT THRU 7610-EXIT
153300             VARYING WS-CHAR-POS FROM 1 BY 1
153400             UNTIL WS-CHAR-POS > 255
153500     END-IF.
153600 7600-EXIT.
153700     EXIT.
153800*
153900 7610-TAKE-DIGIT.
154000     IF WS-SCAN-TEXT(WS-CHAR-POS:1) IS NUMERIC
154100         ADD 1 TO WS-SCAN-DIGIT-LEN
154200         MOVE WS-SCAN-TEXT(WS-CHAR-POS:1)
154300             TO WS-SCAN-DIGITS(WS-SCAN-DIGIT-LEN:1)
154400     END-IF.
154500 7610-EXIT.
154600     EXIT.
154700*
154800*****************************************************************
154900* 7700-MATCH-TERM  --  DOES THE PREPARED TEXT HOLD THE TERM IN
155000*    WS-TERM-AREA?  SETS FIELD-HIT.
155100*****************************************************************
155200 7700-MATCH-TERM.
155300     MOVE "N" TO WS-FIELD-HIT-SW.
155400     MOVE ZERO TO WS-SCAN-TALLY.
155500     IF TERM-IS-PHONE
155600         IF WS-SCAN-DIGIT-LEN NOT < WS-TERM-DIGIT-LEN
155700             INSPECT WS-SCAN-DIGITS(1:WS-SCAN-DIGIT-LEN)
155800                 TALLYING WS-SCAN-TALLY FOR ALL
155900                 WS-TERM-DIGITS(1:WS-TERM-DIGIT-LEN)
156000         END-IF
156100     ELSE
156200         IF WS-TERM-LEN > ZERO
156300             INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
156400                 FOR ALL WS-TERM-IN(1:WS-TERM-LEN)
156500         END-IF
156600     END-IF.
156700     IF WS-SCAN-TALLY > ZERO
156800         SET FIELD-HIT TO TRUE
156900     END-IF.
157000 7700-EXIT.
157100     EXIT.
157200*
157300*****************************************************************
157400* 8000-PRINT-TOTALS  --  RUN TOTALS FOR THE SCHEDULE LOG AND THE
157500*    FOOT OF THE CERTIFICATE.
157600*****************************************************************
157700 8000-PRINT-TOTALS.
157800     IF RPT-FILE-IS-OPEN
157900         PERFORM 8050-PRINT-REPORT-TOTALS THRU 8050-EXIT
158000     END-IF.
158100     MOVE WS-T-FILE-COUNT TO WS-COUNT-DISPLAY.
158200     DISPLAY "DATENSCHUTZ DATEIEN:           " WS-COUNT-DISPLAY.
158300     MOVE WS-T-MISSING-COUNT TO WS-COUNT-DISPLAY.
158400     DISPLAY "DATENSCHUTZ NICHT VORHANDEN:   " WS-COUNT-DISPLAY.
158500     MOVE WS-T-READ-COUNT TO WS-COUNT-DISPLAY.
158600     DISPLAY "DATENSCHUTZ SAETZE GELESEN:    " WS-COUNT-DISPLAY.
158700     MOVE WS-T-MASK-COUNT TO WS-COUNT-DISPLAY.
158800     DISPLAY "DATENSCHUTZ ANONYMISIERT:      " WS-COUNT-DISPLAY.
158900     MOVE WS-T-DROP-COUNT TO WS-COUNT-DISPLAY.
159000     DISPLAY "DATENSCHUTZ GELOESCHT:         " WS-COUNT-DISPLAY.
159100     MOVE WS-T-GEN-COUNT TO WS-COUNT-DISPLAY.
159200     DISPLAY "DATENSCHUTZ GENERATIONEN WEG:  " WS-COUNT-DISPLAY.
159300     MOVE WS-REQ-CLOSED-COUNT TO WS-COUNT-DISPLAY.
159400     DISPLAY "DATENSCHUTZ ANTRAEGE ERLEDIGT: " WS-COUNT-DISPLAY.
159500 8000-EXIT.
159600     EXIT.
159700*
159800 8050-PRINT-REPORT-TOTALS.
159900     MOVE SPACES TO RPT-LINE.
160000     MOVE "SUMMEN:" TO RPT-LINE.
160100     WRITE RPT-LINE.
160200     MOVE "  DATEIEN BEHANDELT:            " TO WS-RPT-LABEL.
160300     MOVE WS-T-FILE-COUNT TO WS-RPT-COUNT-ED.
160400     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
160500     MOVE "  DAVON NICHT VORHANDEN:        " TO WS-RPT-LABEL.
160600     MOVE WS-T-MISSING-COUNT TO WS-RPT-COUNT-ED.
160700     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
160800     MOVE "  SAETZE GELESEN:               " TO WS-RPT-LABEL.
160900     MOVE WS-T-READ-COUNT TO WS-RPT-COUNT-ED.
161000     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
161100     MOVE "  SAETZE ANONYMISIERT:          " TO WS-RPT-LABEL.
161200     MOVE WS-T-MASK-COUNT TO WS-RPT-COUNT-ED.
161300     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
161400     MOVE "  SAETZE GELOESCHT:             " TO WS-RPT-LABEL.
161500     MOVE WS-T-DROP-COUNT TO WS-RPT-COUNT-ED.
161600     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
161700     MOVE "  ARCHIV-GENERATIONEN ENTFERNT: " TO WS-RPT-LABEL.
161800     MOVE WS-T-GEN-COUNT TO WS-RPT-COUNT-ED.
161900     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
162000     MOVE "  LOESCHANTRAEGE ERLEDIGT:      " TO WS-RPT-LABEL.
162100     MOVE WS-REQ-CLOSED-COUNT TO WS-RPT-COUNT-ED.
162200     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
162300     IF WS-REQ-WAITING-COUNT > WS-REQ-MAX
162400         MOVE "  LOESCHANTRAEGE NAECHSTE NACHT:" TO WS-RPT-LABEL
162500         COMPUTE WS-RPT-COUNT-ED =
162600             WS-REQ-WAITING-COUNT - WS-REQ-MAX
162700         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
162800     END-IF.
162900 8050-EXIT.
163000     EXIT.
163100*
163200 8100-PRINT-TOTAL-LINE.
163300     MOVE SPACES TO RPT-LINE.
163400     STRING WS-RPT-LABEL DELIMITED BY SIZE
163500            WS-RPT-COUNT-ED DELIMITED BY SIZE
163600       INTO RPT-LINE
163700     END-STRING.
163800     WRITE RPT-LINE.
163900 8100-EXIT.
164000     EXIT.
164100*
164200*****************************************************************
164300* 8200-PRINT-FILE-HEAD  --  FILE, WHERE ITS LIMITS CAME FROM AND
164400*    THE CUT-OFF DATES THEY GAVE.
164500*****************************************************************
164600 8200-PRINT-FILE-HEAD.
164700     MOVE SPACES TO RPT-LINE.
164800     STRING "DATEI " DELIMITED BY SIZE
164900            WS-CUR-FILE DELIMITED BY SIZE
165000            "  " DELIMITED BY SIZE
165100            WS-CUR-NAME DELIMITED BY SIZE
165200            "  FRISTEN: " DELIMITED BY SIZE
165300            WS-CUR-SOURCE DELIMITED BY SIZE
165400       INTO RPT-LINE
165500     END-STRING.
165600     WRITE RPT-LINE.
165700     MOVE SPACES TO RPT-LINE.
165800     IF WS-CUR-MASK-DAYS = ZERO
165900         MOVE "  ANONYMISIEREN:  ENTFAELLT" TO RPT-LINE
166000     ELSE
166100         MOVE WS-CUR-MASK-DAYS TO WS-RPT-DAYS-ED
166200         MOVE WS-CUR-MASK-CUTOFF TO WS-RPT-DATE-ED
166300         STRING "  ANONYMISIEREN:  NACH " DELIMITED BY SIZE
166400                WS-RPT-DAYS-ED DELIMITED BY SIZE
166500                " TAGEN - ALLES VOR " DELIMITED BY SIZE
166600                WS-RPT-DATE-ED DELIMITED BY SIZE
166700           INTO RPT-LINE
166800         END-STRING
166900     END-IF.
167000     WRITE RPT-LINE.
167100     MOVE SPACES TO RPT-LINE.
167200     IF WS-CUR-DROP-DAYS = ZERO
167300         MOVE "  LOESCHEN:       ENTFAELLT" TO RPT-LINE
167400     ELSE
167500         MOVE WS-CUR-DROP-DAYS TO WS-RPT-DAYS-ED
167600         MOVE WS-CUR-DROP-CUTOFF TO WS-RPT-DATE-ED
167700         STRING "  LOESCHEN:       NACH " DELIMITED BY SIZE
167800                WS-RPT-DAYS-ED DELIMITED BY SIZE
167900                " TAGEN - ALLES VOR " DELIMITED BY SIZE
168000                WS-RPT-DATE-ED DELIMITED BY SIZE
168100           INTO RPT-LINE
168200         END-STRING
168300     END-IF.
168400     WRITE RPT-LINE.
168500     IF WS-CUR-NOTE NOT = SPACES
168600         MOVE SPACES TO RPT-LINE
168700         STRING "  HINWEIS: " DELIMITED BY SIZE
168800                WS-CUR-NOTE DELIMITED BY SIZE
168900           INTO RPT-LINE
169000         END-STRING
169100         WRITE RPT-LINE
169200     END-IF.
169300 8200-EXIT.
169400     EXIT.
169500*
169600*****************************************************************
169700* 8300-PRINT-FILE-COUNTS  --  THE FILE'S COUNTS, ADDED INTO THE
169800*    RUN TOTALS.
169900*****************************************************************
170000 8300-PRINT-FILE-COUNTS.
170100     MOVE "  SAETZE GELESEN:               " TO WS-RPT-LABEL.
170200     MOVE WS-F-READ-COUNT TO WS-RPT-COUNT-ED.
170300     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
170400     MOVE "  JETZT ANONYMISIERT:           " TO WS-RPT-LABEL.
170500     MOVE WS-F-MASK-COUNT TO WS-RPT-COUNT-ED.
170600     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
170700     IF WS-F-REQ-COUNT > ZERO
170800         MOVE "  ANONYMISIERT AUF ANTRAG:      " TO WS-RPT-LABEL
170900         MOVE WS-F-REQ-COUNT TO WS-RPT-COUNT-ED
171000         PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
171100     END-IF.
171200     MOVE "  SCHON FRUEHER ANONYMISIERT:   " TO WS-RPT-LABEL.
171300     MOVE WS-F-ALREADY-COUNT TO WS-RPT-COUNT-ED.
171400     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
171500     MOVE "  GELOESCHT:                    " TO WS-RPT-LABEL.
171600     MOVE WS-F-DROP-COUNT TO WS-RPT-COUNT-ED.
171700     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
171800     MOVE "  UNVERAENDERT BEHALTEN:        " TO WS-RPT-LABEL.
171900     MOVE WS-F-KEPT-COUNT TO WS-RPT-COUNT-ED.
172000     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
172100     MOVE SPACES TO RPT-LINE.
172200     WRITE RPT-LINE.
172300     ADD WS-F-READ-COUNT TO WS-T-READ-COUNT.
172400     ADD WS-F-MASK-COUNT WS-F-REQ-COUNT TO WS-T-MASK-COUNT.
172500     ADD WS-F-DROP-COUNT TO WS-T-DROP-COUNT.
172600 8300-EXIT.
172700     EXIT.
172800*
172900*****************************************************************
173000* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.  EVERY DATA
173100*    FILE IS CLOSED BY ITS OWN PASS.
173200*****************************************************************
173300 9000-TERMINATE.
173400     IF FRI-FILE-IS-OPEN
173500         CLOSE MUTTI-FRISTEN
173600         MOVE "N" TO WS-FRI-OPEN-SW
173700     END-IF.
173800     IF RPT-FILE-IS-OPEN
173900         CLOSE MUTTI-DSZ-RPT
174000         MOVE "N" TO WS-RPT-OPEN-SW
174100     END-IF.
174110     PERFORM 9600-RUN-END THRU 9600-EXIT.
174200 9000-EXIT.
174300     EXIT.
174400*
174500*****************************************************************
174600* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
174700*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
174800*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
174900*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
175000*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
175100*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
175200*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
175300*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
175400*    LOGGED AND REOPENED BY 9600-RUN-END.
175500*****************************************************************
175600 9500-RUN-START.
175700     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
175800     MOVE "N" TO KA-RUNW-REFUSED-SW.
175900     MOVE "N" TO KA-RUNW-LOGGED-SW.
176000     MOVE ZERO TO KA-RUNW-BUS-DATE.
176100     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
176200         VARYING KA-RUNW-IDX FROM 1 BY 1
176300         UNTIL KA-RUNW-IDX > 4.
176400     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
176500     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
176600     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
176700     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
176800         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
176900             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
177000     END-IF.
177100     OPEN I-O MUTTI-LAUFSTEUERUNG.
177200     IF KA-RUNW-STATUS NOT = "00"
177300         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
177400         CLOSE MUTTI-LAUFSTEUERUNG
177500         OPEN I-O MUTTI-LAUFSTEUERUNG
177600     END-IF.
177700     IF KA-RUNW-STATUS NOT = "00"
177800         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
177900             TO KA-RUNW-MESSAGE
178000         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
178100         GO TO 9500-EXIT
178200     END-IF.
178300     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
178400     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
178500     IF NOT KA-RUNW-IS-REFUSED
178600         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
178700             VARYING KA-RUNW-IDX FROM 1 BY 1
178800             UNTIL KA-RUNW-IDX > 4
178900                OR KA-RUNW-IS-REFUSED
179000     END-IF.
179100     IF NOT KA-RUNW-IS-REFUSED
179200         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
179300     END-IF.
179400     IF KA-RUNW-IS-REFUSED
179500         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
179600     ELSE
179700         PERFORM 9540-LOG-START THRU 9540-EXIT
179800     END-IF.
179900 9500-EXIT.
180000     EXIT.
180100*
180200*****************************************************************
180300* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
180400*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
180500*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
180600*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
180700*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
180800*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
180900*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
181000*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
181010*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
181100*****************************************************************
181200 9510-GET-BUSINESS-DATE.
181300     IF KA-RUNW-OPENS-NIGHT
181400         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
181500         GO TO 9510-EXIT
181600     END-IF.
181700     MOVE ZERO TO KA-RUN-BUS-DATE.
181800     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
181900     READ MUTTI-LAUFSTEUERUNG
182000         INVALID KEY
182100             MOVE ZERO TO KA-RUN-CTL-DATE
182200     END-READ.
182300     IF KA-RUN-CTL-DATE = ZERO
182400         IF KA-RUNW-NEED-STEP(1) = SPACES
182500             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
182600         ELSE
182700             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
182800                 TO KA-RUNW-MESSAGE
182900             SET KA-RUNW-IS-REFUSED TO TRUE
183000         END-IF
183100         GO TO 9510-EXIT
183200     END-IF.
183300     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
183310     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
183320     IF KA-RUNW-IS-NIGHT-STEP
183330         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
183340         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
183350     END-IF.
183360     IF KA-RUNW-IS-NIGHT-STEP
183370         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
183380         AND NOT KA-RUNW-NIGHT-IS-OPEN
183390         MOVE SPACES TO KA-RUNW-MESSAGE
183700         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
183800                KA-RUNW-BUS-DATE DELIMITED BY SIZE
183900                " IST ALT - SICHERUNG ENTLADEN FEHLT"
184000                    DELIMITED BY SIZE
184100           INTO KA-RUNW-MESSAGE
184200         END-STRING
184300         SET KA-RUNW-IS-REFUSED TO TRUE
184400     END-IF.
184500 9510-EXIT.
184600     EXIT.
184603*
184606*****************************************************************
184609* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
184612*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
184615*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
184618*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
184621*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
184624*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
184627*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
184630*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
184633*****************************************************************
184636 9515-CHECK-NIGHT-STILL-OPEN.
184639     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
184642         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
184645     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
184648         GO TO 9515-EXIT
184651     END-IF.
184654     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
184657     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
184660     READ MUTTI-LAUFSTEUERUNG
184663         INVALID KEY
184666             MOVE SPACE TO KA-RUN-STATUS
184669     END-READ.
184672     IF KA-RUN-IS-FINISHED
184675         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
184678         GO TO 9515-EXIT
184681     END-IF.
184684     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
184687     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
184690         " WIRD ZU ENDE GEFUEHRT".
184693 9515-EXIT.
184696     EXIT.
184700*
184800 9520-CHECK-PREDECESSOR.
184900     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
185000         GO TO 9520-EXIT
185100     END-IF.
185200     MOVE SPACES TO KA-RUNW-WHY.
185300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
185400     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
185500     READ MUTTI-LAUFSTEUERUNG
185600         INVALID KEY
185700             MOVE "FEHLT" TO KA-RUNW-WHY
185800         NOT INVALID KEY
185900             IF NOT KA-RUN-IS-FINISHED
186000                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
186100             ELSE
186200                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
186300                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
186400                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
186500                         TO KA-RUNW-MAX-ED
186600                     STRING "MIT RC " DELIMITED BY SIZE
186700                            KA-RUNW-RC-ED DELIMITED BY SIZE
186800                            " BEENDET (MAX " DELIMITED BY SIZE
186900                            KA-RUNW-MAX-ED DELIMITED BY SIZE
187000                            ")" DELIMITED BY SIZE
187100                       INTO KA-RUNW-WHY
187200                     END-STRING
187300                 END-IF
187400             END-IF
187500     END-READ.
187600     IF KA-RUNW-WHY NOT = SPACES
187700         MOVE SPACES TO KA-RUNW-MESSAGE
187800         STRING "VORGAENGER " DELIMITED BY SIZE
187900                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
188000                " " DELIMITED BY SIZE
188100                KA-RUNW-WHY DELIMITED BY SIZE
188200           INTO KA-RUNW-MESSAGE
188300         END-STRING
188400         SET KA-RUNW-IS-REFUSED TO TRUE
188500     END-IF.
188600 9520-EXIT.
188700     EXIT.
188800*
188900 9530-CHECK-BLOCKER.
189000     IF KA-RUNW-BLOCKER = SPACES
189100         GO TO 9530-EXIT
189200     END-IF.
189300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
189400     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
189500     READ MUTTI-LAUFSTEUERUNG
189600         INVALID KEY
189700             MOVE SPACE TO KA-RUN-STATUS
189800     END-READ.
189900     IF KA-RUN-IS-FINISHED
190000         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
190100         MOVE SPACES TO KA-RUNW-MESSAGE
190200         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
190300                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
190400                    DELIMITED BY SIZE
190500           INTO KA-RUNW-MESSAGE
190600         END-STRING
190700         SET KA-RUNW-IS-REFUSED TO TRUE
190800     END-IF.
190900 9530-EXIT.
191000     EXIT.
191100*
191200*****************************************************************
191300* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
191400*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
191500*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
191600*****************************************************************
191700 9540-LOG-START.
191800     IF KA-RUNW-OPENS-NIGHT
191900         MOVE "N" TO KA-RUNW-FOUND-SW
192000         MOVE ZERO TO KA-RUN-BUS-DATE
192100         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
192200         READ MUTTI-LAUFSTEUERUNG
192300             NOT INVALID KEY
192400                 SET KA-RUNW-REC-FOUND TO TRUE
192500         END-READ
192600         MOVE SPACES TO KA-RUN-CTL-DATA
192700         MOVE ZERO TO KA-RUN-BUS-DATE
192800         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
192900         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
193000         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
193100         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
193200         IF KA-RUNW-REC-FOUND
193300             REWRITE KA-RUN-REC
193400         ELSE
193500             WRITE KA-RUN-REC
193600         END-IF
193700     END-IF.
193800     MOVE "N" TO KA-RUNW-FOUND-SW.
193900     MOVE ZERO TO KA-RUNW-RUNS.
194000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
194100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
194200     READ MUTTI-LAUFSTEUERUNG
194300         NOT INVALID KEY
194400             SET KA-RUNW-REC-FOUND TO TRUE
194500             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
194600     END-READ.
194700     MOVE SPACES TO KA-RUN-DATA.
194800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
194900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
195000     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
195100     SET KA-RUN-IS-RUNNING TO TRUE.
195200     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
195300     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
195400     MOVE ZERO TO KA-RUN-END-DATE.
195500     MOVE ZERO TO KA-RUN-END-TIME.
195600     MOVE ZERO TO KA-RUN-RC.
195700     ADD 1 TO KA-RUNW-RUNS.
195800     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
195900     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
196000     IF KA-RUNW-REC-FOUND
196100         REWRITE KA-RUN-REC
196200     ELSE
196300         WRITE KA-RUN-REC
196400     END-IF.
196500     CLOSE MUTTI-LAUFSTEUERUNG.
196600     MOVE "N" TO KA-RUNW-OPEN-SW.
196700     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
196800     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
196900         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
197000 9540-EXIT.
197100     EXIT.
197200*
197300*****************************************************************
197400* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
197500*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
197600*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
197700*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
197800*****************************************************************
197900 9580-REFUSE-RUN.
198000     SET KA-RUNW-IS-REFUSED TO TRUE.
198100     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
198200     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
198300     IF NOT KA-RUNW-FILE-IS-OPEN
198400         GO TO 9580-EXIT
198500     END-IF.
198600     IF KA-RUNW-BUS-DATE NOT = ZERO
198700         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
198800     END-IF.
198900     CLOSE MUTTI-LAUFSTEUERUNG.
199000     MOVE "N" TO KA-RUNW-OPEN-SW.
199100 9580-EXIT.
199200     EXIT.
199300*
199400 9585-LOG-REFUSAL.
199500     MOVE "N" TO KA-RUNW-FOUND-SW.
199600     MOVE ZERO TO KA-RUNW-RUNS.
199700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
199800     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
199900     READ MUTTI-LAUFSTEUERUNG
200000         NOT INVALID KEY
200100             SET KA-RUNW-REC-FOUND TO TRUE
200200             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
200300     END-READ.
200400     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
200500         GO TO 9585-EXIT
200600     END-IF.
200700     MOVE SPACES TO KA-RUN-DATA.
200800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
200900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
201000     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
201100     SET KA-RUN-WAS-REFUSED TO TRUE.
201200     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
201300     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
201400     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
201500     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
201600     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
201700     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
201800     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
201900     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
202000     IF KA-RUNW-REC-FOUND
202100         REWRITE KA-RUN-REC
202200     ELSE
202300         WRITE KA-RUN-REC
202400     END-IF.
202500 9585-EXIT.
202600     EXIT.
202700*
202800*****************************************************************
202900* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
203000*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
203100*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
203200*****************************************************************
203300 9600-RUN-END.
203400     IF NOT KA-RUNW-RUN-IS-LOGGED
203500         GO TO 9600-EXIT
203600     END-IF.
203700     MOVE "N" TO KA-RUNW-LOGGED-SW.
203800     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
203900     OPEN I-O MUTTI-LAUFSTEUERUNG.
204000     IF KA-RUNW-STATUS NOT = "00"
204100         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
204200             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
204300         GO TO 9600-EXIT
204400     END-IF.
204500     MOVE "N" TO KA-RUNW-FOUND-SW.
204600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
204700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
204800     READ MUTTI-LAUFSTEUERUNG
204900         INVALID KEY
205000             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
205100                 " ENDE NICHT VERMERKT - SATZ FEHLT"
205200         NOT INVALID KEY
205300             SET KA-RUNW-REC-FOUND TO TRUE
205400     END-READ.
205500     IF KA-RUNW-REC-FOUND
205600         SET KA-RUN-IS-FINISHED TO TRUE
205700         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
205800         ACCEPT KA-RUN-END-TIME FROM TIME
205900         MOVE RETURN-CODE TO KA-RUN-RC
206000         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
206100         REWRITE KA-RUN-REC
206200         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
206300         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
206400             " BEENDET MIT RC " KA-RUNW-RC-ED
206500     END-IF.
206600     CLOSE MUTTI-LAUFSTEUERUNG.
206700 9600-EXIT.
206800     EXIT.
206900*
207000 9610-CLEAR-RUN-COUNT.
207100     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
207200     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
207300 9610-EXIT.
207400     EXIT.
207500*
207600*****************************************************************
207700* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
207800*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
207900*****************************************************************
208000 9650-SET-RUN-COUNTS.
208100     MOVE "GELESEN" TO KA-RUNW-CNT-LABEL(1).
208200     MOVE WS-T-READ-COUNT TO KA-RUNW-CNT-VALUE(1).
208300     MOVE "ANONYMISIERT" TO KA-RUNW-CNT-LABEL(2).
208400     MOVE WS-T-MASK-COUNT TO KA-RUNW-CNT-VALUE(2).
208500     MOVE "GELOESCHT" TO KA-RUNW-CNT-LABEL(3).
208600     MOVE WS-T-DROP-COUNT TO KA-RUNW-CNT-VALUE(3).
208700     MOVE "DATEI FEHLT" TO KA-RUNW-CNT-LABEL(4).
208800     MOVE WS-T-MISSING-COUNT TO KA-RUNW-CNT-VALUE(4).
208900 9650-EXIT.
209000     EXIT.
