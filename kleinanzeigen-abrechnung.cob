000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-VERKAEUFERABRECHNUNG.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-10.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-10 CJH  ORIGINAL VERSION.  MONTH-END SELLER FEE
001200*                    SETTLEMENT.  EVERY SALE CLOSED IN MUTTI-
001300*                    VERKAUFSABWICKLUNG LANDS ON THE RESERVATION
001400*                    ARCHIVE (MUTTIRSA) WITH STATUS S AND THE
001500*                    AGREED KA-RSV-OFFER-AMOUNT, BUT FINANCE HAD
001600*                    TO RE-KEY THE MONTH'S SALES FROM PRINTOUTS.
001700*                    THIS JOB READS MUTTIRSA FOR THE SETTLEMENT
001800*                    MONTH (DEFAULT THE PREVIOUS CALENDAR MONTH,
001900*                    OR YYYYMM FROM SYSIN FOR A CATCH-UP RUN),
002000*                    JOINS EACH SALE TO ITS AD (KAMASTER, FOR THE
002100*                    CATEGORY AND THE SELLER ID) AND ITS SELLER
002200*                    (KAVERKAU) AND PRICES IT OFF THE FEE
002300*                    SCHEDULE (MUTTIGEB, COPY KAGEBUHR): PERCENT
002400*                    BY CATEGORY, NEVER BELOW THE MINIMUM FEE,
002500*                    "*" AS THE DEFAULT ENTRY.  OUTPUT IS ONE
002600*                    STATEMENT PER SELLER ON MUTTIABR AND ONE
002700*                    FIXED-FORMAT BOOKING RECORD PER SELLER FOR
002800*                    ACCOUNTS RECEIVABLE ON MUTTIBUC, CLOSED BY A
002900*                    TRAILER.  EVERY SALE BILLED IS WRITTEN TO
003000*                    MUTTIABG (COPY KAABRECH) KEYED BY ITS
003100*                    RESERVATION ID - A SALE ALREADY THERE IS
003200*                    NEVER BILLED AGAIN, SO A RERUN OF THE SAME
003300*                    MONTH ONLY BILLS WHAT THE EARLIER RUN LEFT
003400*                    OUT.  A SALE THAT CANNOT BE PRICED (AD OR
003500*                    SELLER UNKNOWN, NO FEE ENTRY) IS LISTED AS
003600*                    AN EXCEPTION AND LEFT FOR THE RERUN.  THE
003700*                    CONTROL TOTALS RECONCILE COUNT AND VALUE OF
003800*                    THE MONTH'S SALES ON MUTTIRSA AGAINST BILLED
003900*                    + BILLED BEFORE + EXCEPTIONS.  RETURN-CODE
004000*                    0 = CLEAN, 4 = EXCEPTIONS, 8 = A FILE WOULD
004100*                    NOT OPEN, A BAD MONTH OR A DIFFERENCE.
004110*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
004120*                    MUTTIRUN (COPY KARUNCTL): START, END,
004130*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
004140*                    DATE.  THE MONTHLY RUN IS LOGGED UNDER THE
004150*                    CURRENT BUSINESS DATE AND REFUSED
004160*                    (RETURN-CODE 12) UNLESS THAT NIGHT'S
004170*                    MUTTI-TAGESABSCHLUSS FINISHED.
004171*    2026-10-15 CJH  THE CONTACT IN THE STATEMENT BANNER IS NO
004172*                    LONGER CUT AT ITS FIRST BLANK.  A BOOKING
004173*                    RECORD THAT WILL NOT WRITE ENDS THE RUN WITH
004174*                    RETURN-CODE 8 LIKE THE TRAILER, SO NO SALE IS
004175*                    MARKED BILLED.
004177*    2026-10-15 CJH  RUN-CONTROL PARAGRAPHS KEPT IN STEP WITH
004179*                    THE NIGHT STEPS (9515, A BROKEN-OFF NIGHT MAY
004181*                    BE FINISHED AFTER NOON).  NO CHANGE FOR THIS
004183*                    STEP, WHICH IS NOT A NIGHT STEP.
004185*    2026-10-15 CJH  THE BOOKING FILE IS RECONCILED TOO: COUNT,
004187*                    VALUE AND FEE OF THE R RECORDS ACTUALLY
004189*                    WRITTEN, AND THE T TRAILER, MUST MATCH WHAT
004191*                    THE MUTTIRSA PASS BILLED.  THE TRAILER NOW
004193*                    CARRIES THE WRITTEN FIGURES.  A DIFFERENCE IS
004195*                    RETURN-CODE 8 AND NOTHING GOES ON MUTTIABG.
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MUTTI-RSV-ARCHIV ASSIGN TO "MUTTIRSA"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-RSVA-STATUS.
004900*
005000     SELECT KLEINANZEIGEN-MASTER ASSIGN TO "KAMASTER"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS KA-MST-AD-ID
005400         ALTERNATE RECORD KEY IS KA-MST-CATEGORY
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-MASTER-STATUS.
005700*
005800     SELECT SELLER-MASTER ASSIGN TO "KAVERKAU"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS KA-VKF-ID
006200         FILE STATUS IS WS-VKF-STATUS.
006300*
006400     SELECT MUTTI-GEBUEHREN ASSIGN TO "MUTTIGEB"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS KA-GEB-CATEGORY
006800         FILE STATUS IS WS-GEB-STATUS.
006900*
007000     SELECT MUTTI-ABRECHNUNG ASSIGN TO "MUTTIABG"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS KA-ABR-RSV-ID
007400         FILE STATUS IS WS-ABG-STATUS.
007500*
007600     SELECT MUTTI-BUCHUNG ASSIGN TO "MUTTIBUC"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-BUC-STATUS.
007900*
008000     SELECT MUTTI-ABR-RPT ASSIGN TO "MUTTIABR"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-RPT-STATUS.
008300*
008310     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
008320         ORGANIZATION IS INDEXED
008330         ACCESS MODE IS DYNAMIC
008340         RECORD KEY IS KA-RUN-KEY
008350         FILE STATUS IS KA-RUNW-STATUS.
008360*
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  MUTTI-RSV-ARCHIV
008700     LABEL RECORDS ARE STANDARD.
008800*    ARCHIVE RECORDS ARE BYTE COPIES OF KA-RSV-REC - KEEP THIS
008900*    LENGTH IN STEP WITH KARESV.CPY WHENEVER THAT RECORD GROWS.
009000 01  RSVA-REC                    PIC X(200).
009100*
009200 FD  KLEINANZEIGEN-MASTER
009300     LABEL RECORDS ARE STANDARD.
009400 COPY KAMASTER.
009500*
009600 FD  SELLER-MASTER
009700     LABEL RECORDS ARE STANDARD.
009800 COPY KAVERK.
009900*
010000 FD  MUTTI-GEBUEHREN
010100     LABEL RECORDS ARE STANDARD.
010200 COPY KAGEBUHR.
010300*
010400 FD  MUTTI-ABRECHNUNG
010500     LABEL RECORDS ARE STANDARD.
010600 COPY KAABRECH.
010700*
010800 FD  MUTTI-BUCHUNG
010900     LABEL RECORDS ARE STANDARD.
011000*    FIXED-FORMAT HAND-OFF TO ACCOUNTS RECEIVABLE: ONE "R"
011100*    RECORD PER SELLER AND MONTH, THEN ONE "T" TRAILER WITH
011200*    THE RECORD COUNT AND FEE TOTAL THE AR SIDE CHECKS BEFORE
011300*    IT POSTS.  AMOUNTS ARE UNSIGNED EUROS WITH TWO IMPLIED
011400*    DECIMALS.
011500 01  BUC-REC.
011600     05  BUC-SATZART             PIC X(01).
011700         88  BUC-IS-RECHNUNG             VALUE "R".
011800         88  BUC-IS-TRAILER              VALUE "T".
011900     05  BUC-BELEG-NR            PIC 9(08).
012000     05  BUC-BELEG-DATE          PIC 9(08).
012100     05  BUC-MONTH               PIC X(06).
012200     05  BUC-DEBITOR             PIC X(10).
012300     05  BUC-NAME                PIC X(30).
012400     05  BUC-SALE-COUNT          PIC 9(05).
012500     05  BUC-SALE-VALUE          PIC 9(09)V99.
012600     05  BUC-FEE                 PIC 9(07)V99.
012700     05  BUC-CURRENCY            PIC X(03).
012800     05  FILLER                  PIC X(29).
012900 01  BUC-TRAILER-REC REDEFINES BUC-REC.
013000     05  BUC-T-SATZART           PIC X(01).
013100     05  BUC-T-RUN-DATE          PIC 9(08).
013200     05  BUC-T-MONTH             PIC X(06).
013300     05  BUC-T-COUNT             PIC 9(07).
013400     05  BUC-T-FEE-TOTAL         PIC 9(09)V99.
013500     05  FILLER                  PIC X(87).
013600*
013700 FD  MUTTI-ABR-RPT
013800     LABEL RECORDS ARE STANDARD.
013900 01  RPT-LINE                    PIC X(100).
014000*
014010 FD  MUTTI-LAUFSTEUERUNG
014020     LABEL RECORDS ARE STANDARD.
014030 COPY KARUNCTL.
014040*
014100 WORKING-STORAGE SECTION.
014200 01  WS-SWITCHES.
014300     05  WS-RSVA-OPEN-SW         PIC X(01)   VALUE "N".
014400         88  RSV-ARCHIV-IS-OPEN          VALUE "Y".
014500     05  WS-RSVA-EOF-SW          PIC X(01)   VALUE "N".
014600         88  RSV-ARCHIV-AT-END           VALUE "Y".
014700     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
014800         88  MASTER-FILE-IS-OPEN         VALUE "Y".
014900     05  WS-VKF-OPEN-SW          PIC X(01)   VALUE "N".
015000         88  VKF-FILE-IS-OPEN            VALUE "Y".
015100     05  WS-GEB-OPEN-SW          PIC X(01)   VALUE "N".
015200         88  GEB-FILE-IS-OPEN            VALUE "Y".
015300     05  WS-ABG-OPEN-SW          PIC X(01)   VALUE "N".
015400         88  ABG-FILE-IS-OPEN            VALUE "Y".
015500     05  WS-ABG-EOF-SW           PIC X(01)   VALUE "N".
015600         88  ABG-AT-END                  VALUE "Y".
015700     05  WS-BUC-OPEN-SW          PIC X(01)   VALUE "N".
015800         88  BUC-FILE-IS-OPEN            VALUE "Y".
015900     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
016000         88  RPT-FILE-IS-OPEN            VALUE "Y".
016100     05  WS-FEE-FOUND-SW         PIC X(01)   VALUE "N".
016200         88  FEE-ENTRY-FOUND             VALUE "Y".
016300     05  WS-EXC-HEADER-SW        PIC X(01)   VALUE "N".
016400         88  EXC-HEADER-PRINTED          VALUE "Y".
016500*
016600 01  WS-RSVA-STATUS              PIC X(02).
016700 01  WS-MASTER-STATUS            PIC X(02).
016800 01  WS-VKF-STATUS               PIC X(02).
016900 01  WS-GEB-STATUS               PIC X(02).
017000 01  WS-ABG-STATUS               PIC X(02).
017100 01  WS-BUC-STATUS               PIC X(02).
017200 01  WS-RPT-STATUS               PIC X(02).
017300*
017400*    THE SALE IS LOOKED AT THROUGH THE RESERVATION LAYOUT -
017500*    THERE IS NO QUEUE FILE IN THIS JOB TO CARRY IT.
017600 COPY KARESV.
017700*
017800 01  WS-TODAY-DATE               PIC 9(08).
017900 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
018000     05  WS-TODAY-YYYY           PIC 9(04).
018100     05  WS-TODAY-MM             PIC 9(02).
018200     05  WS-TODAY-DD             PIC 9(02).
018300*
018400 01  WS-ABR-MONTH                PIC X(06)   VALUE SPACES.
018500 01  WS-ABR-MONTH-X REDEFINES WS-ABR-MONTH.
018600     05  WS-ABR-YYYY             PIC 9(04).
018700     05  WS-ABR-MM               PIC 9(02).
018800*
018900 01  WS-CLOSED-DATE-X            PIC X(08).
019000 01  WS-FEE-CATEGORY             PIC X(20).
019100 01  WS-EXC-TEXT                 PIC X(40).
019200 01  WS-BELEG-NR                 PIC 9(08)   VALUE ZERO.
019300*
019400*    ONE ROW PER SALE PRICED THIS RUN.  THE STATEMENTS PRINT
019500*    SELLER BY SELLER OFF THIS TABLE, AND ONLY ONCE THE BOOKING
019600*    FILE IS COMPLETE ARE THE ROWS WRITTEN TO MUTTIABG - A RUN
019700*    THAT DIES HALF WAY LEAVES NOTHING MARKED AS BILLED.  A
019800*    SALE THAT DOES NOT FIT IS AN EXCEPTION FOR THE RERUN.
019900 01  WS-SALE-TABLE.
020000     05  WS-SALE-ENTRY           OCCURS 3000 TIMES.
020100         10  WS-SALE-RSV-ID      PIC 9(08).
020200         10  WS-SALE-AD-ID       PIC X(10).
020300         10  WS-SALE-SELLER      PIC X(10).
020400         10  WS-SALE-CATEGORY    PIC X(20).
020500         10  WS-SALE-DATE        PIC 9(08).
020600         10  WS-SALE-AMOUNT      PIC 9(7)V99.
020700         10  WS-SALE-PERCENT     PIC 9(02)V99.
020800         10  WS-SALE-FEE         PIC 9(7)V99.
020900         10  WS-SALE-BELEG-NR    PIC 9(08).
021000         10  WS-SALE-DONE-SW     PIC X(01).
021100 01  WS-SALE-MAX                 PIC 9(04)   COMP VALUE ZERO.
021200 77  WS-SALE-LIMIT               PIC 9(04)   COMP VALUE 3000.
021300 01  WS-SALE-IDX                 PIC 9(04)   COMP.
021400 01  WS-SALE-IDX2                PIC 9(04)   COMP.
021500*
021600 01  WS-CURRENT-SELLER           PIC X(10).
021700 01  WS-SELLER-NAME              PIC X(30).
021800*
021900 01  WS-COUNTERS.
022000     05  WS-RSVA-READ-COUNT      PIC 9(07)   COMP VALUE ZERO.
022100     05  WS-MONTH-COUNT          PIC 9(07)   COMP VALUE ZERO.
022200     05  WS-BILLED-COUNT         PIC 9(07)   COMP VALUE ZERO.
022300     05  WS-BEFORE-COUNT         PIC 9(07)   COMP VALUE ZERO.
022400     05  WS-EXC-COUNT            PIC 9(07)   COMP VALUE ZERO.
022500     05  WS-SELLER-COUNT         PIC 9(07)   COMP VALUE ZERO.
022600     05  WS-ABG-WRITE-COUNT      PIC 9(07)   COMP VALUE ZERO.
022700     05  WS-SELLER-SALES         PIC 9(05)   COMP VALUE ZERO.
022800     05  WS-CHECK-COUNT          PIC 9(07)   COMP VALUE ZERO.
022810     05  WS-BOOKED-RECS          PIC 9(07)   COMP VALUE ZERO.
022820     05  WS-BOOKED-SALES         PIC 9(07)   COMP VALUE ZERO.
022830     05  WS-TRL-COUNT            PIC 9(07)   COMP VALUE ZERO.
022900*
023000 01  WS-AMOUNTS.
023100     05  WS-MONTH-VALUE          PIC 9(09)V99 VALUE ZERO.
023200     05  WS-BILLED-VALUE         PIC 9(09)V99 VALUE ZERO.
023300     05  WS-BEFORE-VALUE         PIC 9(09)V99 VALUE ZERO.
023400     05  WS-EXC-VALUE            PIC 9(09)V99 VALUE ZERO.
023500     05  WS-FEE-TOTAL            PIC 9(09)V99 VALUE ZERO.
023600     05  WS-SELLER-VALUE         PIC 9(09)V99 VALUE ZERO.
023700     05  WS-SELLER-FEE           PIC 9(07)V99 VALUE ZERO.
023800     05  WS-CHECK-VALUE          PIC 9(09)V99 VALUE ZERO.
023900     05  WS-FEE-WORK             PIC 9(07)V99 VALUE ZERO.
023910     05  WS-BOOKED-VALUE         PIC 9(09)V99 VALUE ZERO.
023920     05  WS-BOOKED-FEE           PIC 9(09)V99 VALUE ZERO.
023930     05  WS-TRL-FEE              PIC 9(09)V99 VALUE ZERO.
024000*
024100 01  WS-COUNT-DISPLAY            PIC 9(07).
024200 01  WS-RPT-COUNT-ED             PIC ZZZ,ZZ9.
024300 01  WS-RPT-VALUE-ED             PIC ZZZ,ZZZ,ZZ9.99.
024400 01  WS-RPT-DATE-ED              PIC 9(08).
024500 01  WS-AMOUNT-ED                PIC ZZZZZZ9.99.
024600 01  WS-FEE-ED                   PIC ZZZZZZ9.99.
024700 01  WS-PERCENT-ED               PIC Z9.99.
024800 01  WS-RPT-LABEL                PIC X(40).
024900*
024907*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
024914 01  WS-RUN-STEP-VALUES.
024921     05  FILLER                  PIC X(18)   VALUE "ABRECHNUNG".
024928     05  FILLER                  PIC X(30)
024935                             VALUE "MUTTI-VERKAEUFERABRECHNUNG".
024942     05  FILLER                  PIC X(01)   VALUE "E".
024949     05  FILLER                  PIC X(18)   VALUE SPACES.
024956     05  FILLER                  PIC X(18)
024963                                 VALUE "TAGESABSCHLUSS".
024970     05  FILLER                  PIC X(02)   VALUE "04".
024977     05  FILLER                  PIC X(60)   VALUE SPACES.
024984 COPY KARUNWRK.
024991*
025000 PROCEDURE DIVISION.
025100*
025200 0000-MAINLINE.
025210     PERFORM 9500-RUN-START THRU 9500-EXIT.
025220     IF KA-RUNW-IS-REFUSED
025230         STOP RUN
025240     END-IF.
025300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025400     IF RETURN-CODE NOT = 8
025500         PERFORM 2000-COLLECT-SALES THRU 2000-EXIT
025600         PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
025700         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
025800         PERFORM 4000-MARK-SALES-BILLED THRU 4000-EXIT
025900     END-IF.
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026100     STOP RUN.
026200*
026300*****************************************************************
026400* 1000-INITIALIZE  --  FIX THE SETTLEMENT MONTH, OPEN THE
026500*    REPORT FIRST SO EVERY LATER COMPLAINT HAS SOMEWHERE TO GO,
026600*    THEN THE INPUTS.  WITHOUT THE ARCHIVE, THE AD OR SELLER
026700*    MASTER OR THE FEE SCHEDULE NOTHING CAN BE BILLED - RETURN-
026800*    CODE 8.  MUTTIABG IS CREATED ON THE FIRST RUN.
026900*****************************************************************
027000 1000-INITIALIZE.
027100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
027200     OPEN OUTPUT MUTTI-ABR-RPT.
027300     IF WS-RPT-STATUS = "00"
027400         SET RPT-FILE-IS-OPEN TO TRUE
027500     ELSE
027600         DISPLAY "ABRECHNUNG: BERICHT MUTTIABR NICHT"
027700             " VERFUEGBAR - ABBRUCH"
027800         MOVE 8 TO RETURN-CODE
027900         GO TO 1000-EXIT
028000     END-IF.
028100     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
028200     MOVE SPACES TO RPT-LINE.
028300     MOVE "KLEINANZEIGEN-MUTTI - VERKAEUFER-ABRECHNUNG"
028400       TO RPT-LINE.
028500     WRITE RPT-LINE.
028600     MOVE SPACES TO RPT-LINE.
028700     MOVE WS-TODAY-DATE TO WS-RPT-DATE-ED.
028800     STRING "LAUF VOM " DELIMITED BY SIZE
028900            WS-RPT-DATE-ED DELIMITED BY SIZE
029000            "  ABRECHNUNGSMONAT " DELIMITED BY SIZE
029100            WS-ABR-MONTH DELIMITED BY SIZE
029200       INTO RPT-LINE
029300     END-STRING.
029400     WRITE RPT-LINE.
029500     MOVE SPACES TO RPT-LINE.
029600     WRITE RPT-LINE.
029700     IF RETURN-CODE = 8
029800         MOVE "UNGUELTIGER ABRECHNUNGSMONAT (JJJJMM) - ABBRUCH"
029900           TO RPT-LINE
030000         WRITE RPT-LINE
030100         GO TO 1000-EXIT
030200     END-IF.
030300     OPEN INPUT MUTTI-RSV-ARCHIV.
030400     IF WS-RSVA-STATUS = "00"
030500         SET RSV-ARCHIV-IS-OPEN TO TRUE
030600     ELSE
030700         MOVE "RESERVIERUNGSARCHIV (MUTTIRSA) NICHT VERFUEGBAR"
030800           TO RPT-LINE
030900         WRITE RPT-LINE
031000         MOVE 8 TO RETURN-CODE
031100     END-IF.
031200     OPEN INPUT KLEINANZEIGEN-MASTER.
031300     IF WS-MASTER-STATUS = "00"
031400         SET MASTER-FILE-IS-OPEN TO TRUE
031500     ELSE
031600         MOVE "ANZEIGEN-MASTER NICHT VERFUEGBAR" TO RPT-LINE
031700         WRITE RPT-LINE
031800         MOVE 8 TO RETURN-CODE
031900     END-IF.
032000     OPEN INPUT SELLER-MASTER.
032100     IF WS-VKF-STATUS = "00"
032200         SET VKF-FILE-IS-OPEN TO TRUE
032300     ELSE
032400         MOVE "VERKAEUFER-STAMM NICHT VERFUEGBAR" TO RPT-LINE
032500         WRITE RPT-LINE
032600         MOVE 8 TO RETURN-CODE
032700     END-IF.
032800     OPEN INPUT MUTTI-GEBUEHREN.
032900     IF WS-GEB-STATUS = "00"
033000         SET GEB-FILE-IS-OPEN TO TRUE
033100     ELSE
033200         MOVE "GEBUEHRENTABELLE (MUTTIGEB) NICHT VERFUEGBAR"
033300           TO RPT-LINE
033400         WRITE RPT-LINE
033500         MOVE 8 TO RETURN-CODE
033600     END-IF.
033700     OPEN I-O MUTTI-ABRECHNUNG.
033800     IF WS-ABG-STATUS NOT = "00"
033900         OPEN OUTPUT MUTTI-ABRECHNUNG
034000         CLOSE MUTTI-ABRECHNUNG
034100         OPEN I-O MUTTI-ABRECHNUNG
034200     END-IF.
034300     IF WS-ABG-STATUS = "00"
034400         SET ABG-FILE-IS-OPEN TO TRUE
034500     ELSE
034600         MOVE "ABRECHNUNGSDATEI (MUTTIABG) NICHT VERFUEGBAR"
034700           TO RPT-LINE
034800         WRITE RPT-LINE
034900         MOVE 8 TO RETURN-CODE
035000     END-IF.
035100     OPEN OUTPUT MUTTI-BUCHUNG.
035200     IF WS-BUC-STATUS = "00"
035300         SET BUC-FILE-IS-OPEN TO TRUE
035400     ELSE
035500         MOVE "BUCHUNGSDATEI (MUTTIBUC) NICHT VERFUEGBAR"
035600           TO RPT-LINE
035700         WRITE RPT-LINE
035800         MOVE 8 TO RETURN-CODE
035900     END-IF.
036000     IF RETURN-CODE = 8
036100         MOVE "ABRECHNUNG NICHT MOEGLICH - ABBRUCH" TO RPT-LINE
036200         WRITE RPT-LINE
036300         GO TO 1000-EXIT
036400     END-IF.
036500     PERFORM 1200-FIND-LAST-BELEG THRU 1200-EXIT.
036600 1000-EXIT.
036700     EXIT.
036800*
036900*****************************************************************
037000* 1100-SET-MONTH  --  A CATCH-UP RUN NAMES ITS MONTH AS YYYYMM
037100*    ON SYSIN; THE ORDINARY MONTH-END RUN LEAVES IT BLANK AND
037200*    SETTLES THE CALENDAR MONTH BEFORE TODAY.  A MONTH THAT HAS
037300*    NOT ENDED YET CANNOT BE SETTLED.
037400*****************************************************************
037500 1100-SET-MONTH.
037600     ACCEPT WS-ABR-MONTH.
037700     IF WS-ABR-MONTH = SPACES
037800         IF WS-TODAY-MM = 1
037900             COMPUTE WS-ABR-YYYY = WS-TODAY-YYYY - 1
038000             MOVE 12 TO WS-ABR-MM
038100         ELSE
038200             MOVE WS-TODAY-YYYY TO WS-ABR-YYYY
038300             COMPUTE WS-ABR-MM = WS-TODAY-MM - 1
038400         END-IF
038500         GO TO 1100-EXIT
038600     END-IF.
038700     IF WS-ABR-MONTH NOT NUMERIC
038800         MOVE 8 TO RETURN-CODE
038900         GO TO 1100-EXIT
039000     END-IF.
039100     IF WS-ABR-MM < 1 OR WS-ABR-MM > 12
039200         MOVE 8 TO RETURN-CODE
039300         GO TO 1100-EXIT
039400     END-IF.
039500     IF WS-ABR-MONTH NOT < WS-TODAY-DATE(1:6)
039600         MOVE 8 TO RETURN-CODE
039700     END-IF.
039800 1100-EXIT.
039900     EXIT.
040000*
040100*****************************************************************
040200* 1200-FIND-LAST-BELEG  --  BOOKING NUMBERS CARRY ON FROM THE
040300*    HIGHEST ONE ALREADY ON MUTTIABG, SO A RERUN NEVER HANDS AR
040400*    A NUMBER IT HAS SEEN BEFORE.
040500*****************************************************************
040600 1200-FIND-LAST-BELEG.
040700     MOVE ZEROS TO KA-ABR-RSV-ID.
040800     MOVE "N" TO WS-ABG-EOF-SW.
040900     START MUTTI-ABRECHNUNG KEY IS NOT LESS THAN KA-ABR-RSV-ID
041000         INVALID KEY
041100             SET ABG-AT-END TO TRUE
041200     END-START.
041300     PERFORM 1210-CHECK-ONE-BELEG THRU 1210-EXIT
041400         UNTIL ABG-AT-END.
041500 1200-EXIT.
041600     EXIT.
041700*
041800 1210-CHECK-ONE-BELEG.
041900     READ MUTTI-ABRECHNUNG NEXT RECORD
042000         AT END
042100             SET ABG-AT-END TO TRUE
042200         NOT AT END
042300             IF KA-ABR-BELEG-NR > WS-BELEG-NR
042400                 MOVE KA-ABR-BELEG-NR TO WS-BELEG-NR
042500             END-IF
042600     END-READ.
042700 1210-EXIT.
042800     EXIT.
042900*
043000*****************************************************************
043100* 2000-COLLECT-SALES  --  PASS OVER THE WHOLE ARCHIVE.  EVERY
043200*    SALE OF THE MONTH IS COUNTED FOR THE RECONCILIATION AND
043300*    THEN EITHER FOUND BILLED BEFORE, PRICED INTO THE TABLE OR
043400*    LISTED AS AN EXCEPTION - NEVER TWO OF THOSE, NEVER NONE.
043500*****************************************************************
043600 2000-COLLECT-SALES.
043700     MOVE "N" TO WS-RSVA-EOF-SW.
043800     PERFORM 2100-READ-NEXT-ARCHIVE THRU 2100-EXIT.
043900     PERFORM 2200-CHECK-ONE-SALE THRU 2200-EXIT
044000         UNTIL RSV-ARCHIV-AT-END.
044100     IF NOT EXC-HEADER-PRINTED
044200         MOVE SPACES TO RPT-LINE
044300         MOVE "AUSNAHMEN: KEINE" TO RPT-LINE
044400         WRITE RPT-LINE
044500     END-IF.
044600 2000-EXIT.
044700     EXIT.
044800*
044900 2100-READ-NEXT-ARCHIVE.
045000     READ MUTTI-RSV-ARCHIV
045100         AT END
045200             SET RSV-ARCHIV-AT-END TO TRUE
045300     END-READ.
045400     IF NOT RSV-ARCHIV-AT-END
045500         ADD 1 TO WS-RSVA-READ-COUNT
045600     END-IF.
045700 2100-EXIT.
045800     EXIT.
045900*
046000 2200-CHECK-ONE-SALE.
046100     MOVE RSVA-REC TO KA-RSV-REC.
046200     PERFORM 2300-PRICE-ONE-SALE THRU 2300-EXIT.
046300     PERFORM 2100-READ-NEXT-ARCHIVE THRU 2100-EXIT.
046400 2200-EXIT.
046500     EXIT.
046600*
046700*****************************************************************
046800* 2300-PRICE-ONE-SALE  --  ONLY SOLD RESERVATIONS CLOSED IN THE
046900*    SETTLEMENT MONTH COUNT.  THE SELLER ID IS THE FIRST TEN
047000*    BYTES OF KA-MST-SELLER; A FREE-TEXT SELLER FROM BEFORE THE
047100*    SELLER MASTER CANNOT BE BOOKED TO A DEBTOR.  A BLOCKED
047200*    SELLER STILL OWES THE FEES OF SALES MADE BEFORE THE BLOCK.
047300*****************************************************************
047400 2300-PRICE-ONE-SALE.
047500     IF NOT KA-RSV-IS-SOLD
047600         GO TO 2300-EXIT
047700     END-IF.
047800     MOVE KA-RSV-CLOSED-DATE TO WS-CLOSED-DATE-X.
047900     IF WS-CLOSED-DATE-X(1:6) NOT = WS-ABR-MONTH
048000         GO TO 2300-EXIT
048100     END-IF.
048200     ADD 1 TO WS-MONTH-COUNT.
048300     ADD KA-RSV-OFFER-AMOUNT TO WS-MONTH-VALUE.
048400     MOVE KA-RSV-ID TO KA-ABR-RSV-ID.
048500     READ MUTTI-ABRECHNUNG
048600         INVALID KEY
048700             CONTINUE
048800         NOT INVALID KEY
048900             ADD 1 TO WS-BEFORE-COUNT
049000             ADD KA-RSV-OFFER-AMOUNT TO WS-BEFORE-VALUE
049100             GO TO 2300-EXIT
049200     END-READ.
049300     MOVE KA-RSV-AD-ID TO KA-MST-AD-ID.
049400     READ KLEINANZEIGEN-MASTER
049500         INVALID KEY
049600             MOVE "ANZEIGE NICHT IM BESTAND" TO WS-EXC-TEXT
049700             PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
049800             GO TO 2300-EXIT
049900     END-READ.
050000     IF KA-MST-SELLER(11:20) NOT = SPACES
050100         MOVE "VERKAEUFER OHNE VERKAEUFER-ID" TO WS-EXC-TEXT
050200         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
050300         GO TO 2300-EXIT
050400     END-IF.
050500     MOVE KA-MST-SELLER(1:10) TO KA-VKF-ID.
050600     READ SELLER-MASTER
050700         INVALID KEY
050800             MOVE "VERKAEUFER NICHT IM VERKAEUFER-STAMM"
050900               TO WS-EXC-TEXT
051000             PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
051100             GO TO 2300-EXIT
051200     END-READ.
051300     PERFORM 2400-FIND-FEE-ENTRY THRU 2400-EXIT.
051400     IF NOT FEE-ENTRY-FOUND
051500         MOVE "KEINE GEBUEHR FUER KATEGORIE" TO WS-EXC-TEXT
051600         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
051700         GO TO 2300-EXIT
051800     END-IF.
051900     IF WS-SALE-MAX NOT < WS-SALE-LIMIT
052000         MOVE "TABELLE VOLL - FOLGELAUF RECHNET AB"
052100           TO WS-EXC-TEXT
052200         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
052300         GO TO 2300-EXIT
052400     END-IF.
052500     COMPUTE WS-FEE-WORK ROUNDED =
052600         KA-RSV-OFFER-AMOUNT * KA-GEB-PERCENT / 100.
052700     IF WS-FEE-WORK < KA-GEB-MIN-FEE
052800         MOVE KA-GEB-MIN-FEE TO WS-FEE-WORK
052900     END-IF.
053000     ADD 1 TO WS-SALE-MAX.
053100     MOVE KA-RSV-ID TO WS-SALE-RSV-ID(WS-SALE-MAX).
053200     MOVE KA-RSV-AD-ID TO WS-SALE-AD-ID(WS-SALE-MAX).
053300     MOVE KA-VKF-ID TO WS-SALE-SELLER(WS-SALE-MAX).
053400     MOVE KA-MST-CATEGORY TO WS-SALE-CATEGORY(WS-SALE-MAX).
053500     MOVE KA-RSV-CLOSED-DATE TO WS-SALE-DATE(WS-SALE-MAX).
053600     MOVE KA-RSV-OFFER-AMOUNT TO WS-SALE-AMOUNT(WS-SALE-MAX).
053700     MOVE KA-GEB-PERCENT TO WS-SALE-PERCENT(WS-SALE-MAX).
053800     MOVE WS-FEE-WORK TO WS-SALE-FEE(WS-SALE-MAX).
053900     MOVE ZERO TO WS-SALE-BELEG-NR(WS-SALE-MAX).
054000     MOVE "N" TO WS-SALE-DONE-SW(WS-SALE-MAX).
054100     ADD 1 TO WS-BILLED-COUNT.
054200     ADD KA-RSV-OFFER-AMOUNT TO WS-BILLED-VALUE.
054300     ADD WS-FEE-WORK TO WS-FEE-TOTAL.
054400 2300-EXIT.
054500     EXIT.
054600*
054700*****************************************************************
054800* 2400-FIND-FEE-ENTRY  --  THE CATEGORY'S OWN ACTIVE ENTRY, ELSE
054900*    THE ACTIVE DEFAULT ENTRY "*".  THE SCHEDULE IS KEYED
055000*    UPPERCASED.
055100*****************************************************************
055200 2400-FIND-FEE-ENTRY.
055300     MOVE "N" TO WS-FEE-FOUND-SW.
055400     MOVE KA-MST-CATEGORY TO WS-FEE-CATEGORY.
055500     INSPECT WS-FEE-CATEGORY CONVERTING
055600         "abcdefghijklmnopqrstuvwxyz" TO
055700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
055800     MOVE WS-FEE-CATEGORY TO KA-GEB-CATEGORY.
055900     READ MUTTI-GEBUEHREN
056000         INVALID KEY
056100             CONTINUE
056200         NOT INVALID KEY
056300             IF KA-GEB-IS-ACTIVE
056400                 SET FEE-ENTRY-FOUND TO TRUE
056500                 GO TO 2400-EXIT
056600             END-IF
056700     END-READ.
056800     MOVE SPACES TO KA-GEB-CATEGORY.
056900     MOVE "*" TO KA-GEB-CATEGORY.
057000     READ MUTTI-GEBUEHREN
057100         INVALID KEY
057200             CONTINUE
057300         NOT INVALID KEY
057400             IF KA-GEB-IS-ACTIVE
057500                 SET FEE-ENTRY-FOUND TO TRUE
057600             END-IF
057700     END-READ.
057800 2400-EXIT.
057900     EXIT.
058000*
058100*****************************************************************
058200* 2500-WRITE-EXCEPTION  --  ONE LINE PER SALE LEFT UNBILLED, SO
058300*    IT CAN BE PUT RIGHT (AD, SELLER OR FEE ENTRY) BEFORE THE
058400*    MONTH IS RUN AGAIN.
058500*****************************************************************
058600 2500-WRITE-EXCEPTION.
058700     IF NOT EXC-HEADER-PRINTED
058800         MOVE SPACES TO RPT-LINE
058900         MOVE "AUSNAHMEN - NICHT ABGERECHNET:" TO RPT-LINE
059000         WRITE RPT-LINE
059100         SET EXC-HEADER-PRINTED TO TRUE
059200     END-IF.
059300     ADD 1 TO WS-EXC-COUNT.
059400     ADD KA-RSV-OFFER-AMOUNT TO WS-EXC-VALUE.
059500     MOVE KA-RSV-OFFER-AMOUNT TO WS-AMOUNT-ED.
059600     MOVE SPACES TO RPT-LINE.
059700     STRING "  VERKAUF " DELIMITED BY SIZE
059800            KA-RSV-ID DELIMITED BY SIZE
059900            " ANZEIGE " DELIMITED BY SIZE
060000            KA-RSV-AD-ID DELIMITED BY SIZE
060100            " " DELIMITED BY SIZE
060200            WS-AMOUNT-ED DELIMITED BY SIZE
060300            " - " DELIMITED BY SIZE
060400            WS-EXC-TEXT DELIMITED BY "  "
060500       INTO RPT-LINE
060600     END-STRING.
060700     WRITE RPT-LINE.
060800 2500-EXIT.
060900     EXIT.
061000*
061100*****************************************************************
061200* 3000-PRINT-STATEMENTS  --  ONE STATEMENT PER SELLER ID, LOWEST
061300*    ID FIRST, EACH UNDER ITS OWN BOOKING NUMBER.  SALES ARE
061400*    MARKED DONE AS THEY PRINT SO EVERY SELLER COMES OUT ONCE.
061500*    THE BOOKING FILE ENDS WITH ITS TRAILER, WHICH CARRIES THE
061510*    COUNT AND FEE OF THE R RECORDS THAT WERE REALLY WRITTEN.
061600*****************************************************************
061700 3000-PRINT-STATEMENTS.
061800     PERFORM 3050-FIND-NEXT-SELLER THRU 3050-EXIT.
061900     PERFORM 3100-STATEMENT-ONE-SELLER THRU 3100-EXIT
062000         UNTIL WS-SALE-IDX > WS-SALE-MAX.
062100     MOVE SPACES TO BUC-TRAILER-REC.
062200     MOVE "T" TO BUC-T-SATZART.
062300     MOVE WS-TODAY-DATE TO BUC-T-RUN-DATE.
062400     MOVE WS-ABR-MONTH TO BUC-T-MONTH.
062500     MOVE WS-BOOKED-RECS TO BUC-T-COUNT.
062600     MOVE WS-BOOKED-FEE TO BUC-T-FEE-TOTAL.
062700     WRITE BUC-TRAILER-REC.
062710     IF WS-BUC-STATUS = "00"
062720         MOVE BUC-T-COUNT TO WS-TRL-COUNT
062730         MOVE BUC-T-FEE-TOTAL TO WS-TRL-FEE
062740     END-IF.
062800     IF WS-BUC-STATUS NOT = "00"
062900         MOVE SPACES TO RPT-LINE
063000         MOVE "BUCHUNGSDATEI SCHREIBFEHLER - NICHTS ALS"
063100           TO RPT-LINE
063200         WRITE RPT-LINE
063300         MOVE SPACES TO RPT-LINE
063400         MOVE "ABGERECHNET VERMERKT, LAUF WIEDERHOLEN" TO RPT-LINE
063500         WRITE RPT-LINE
063600         MOVE 8 TO RETURN-CODE
063700     END-IF.
063800     CLOSE MUTTI-BUCHUNG.
063900     MOVE "N" TO WS-BUC-OPEN-SW.
064000 3000-EXIT.
064100     EXIT.
064200*
064300*****************************************************************
064400* 3050-FIND-NEXT-SELLER  --  POINT WS-SALE-IDX AT THE FIRST SALE
064500*    OF THE LOWEST SELLER ID NOT YET PRINTED (WS-SALE-MAX + 1
064600*    WHEN EVERY SALE IS DONE).
064700*****************************************************************
064800 3050-FIND-NEXT-SELLER.
064900     COMPUTE WS-SALE-IDX = WS-SALE-MAX + 1.
065000     PERFORM 3060-COMPARE-ONE-SELLER THRU 3060-EXIT
065100         VARYING WS-SALE-IDX2 FROM 1 BY 1
065200         UNTIL WS-SALE-IDX2 > WS-SALE-MAX.
065300 3050-EXIT.
065400     EXIT.
065500*
065600 3060-COMPARE-ONE-SELLER.
065700     IF WS-SALE-DONE-SW(WS-SALE-IDX2) = "N"
065800         IF WS-SALE-IDX > WS-SALE-MAX
065900             MOVE WS-SALE-IDX2 TO WS-SALE-IDX
066000         ELSE
066100             IF WS-SALE-SELLER(WS-SALE-IDX2) <
066200                 WS-SALE-SELLER(WS-SALE-IDX)
066300                 MOVE WS-SALE-IDX2 TO WS-SALE-IDX
066400             END-IF
066500         END-IF
066600     END-IF.
066700 3060-EXIT.
066800     EXIT.
066900*
067000 3100-STATEMENT-ONE-SELLER.
067100     ADD 1 TO WS-SELLER-COUNT.
067200     ADD 1 TO WS-BELEG-NR.
067300     MOVE ZERO TO WS-SELLER-SALES.
067400     MOVE ZERO TO WS-SELLER-VALUE.
067500     MOVE ZERO TO WS-SELLER-FEE.
067600     MOVE WS-SALE-SELLER(WS-SALE-IDX) TO WS-CURRENT-SELLER.
067700     PERFORM 3150-PRINT-BANNER THRU 3150-EXIT.
067800     PERFORM 3200-PRINT-SELLERS-SALES THRU 3200-EXIT
067900         VARYING WS-SALE-IDX2 FROM WS-SALE-IDX BY 1
068000         UNTIL WS-SALE-IDX2 > WS-SALE-MAX.
068100     PERFORM 3300-PRINT-SELLER-TOTAL THRU 3300-EXIT.
068200     PERFORM 3050-FIND-NEXT-SELLER THRU 3050-EXIT.
068300 3100-EXIT.
068400     EXIT.
068500*
068600*****************************************************************
068700* 3150-PRINT-BANNER  --  STATEMENT HEAD: SELLER ID, NAME AND
068800*    CONTACT OFF THE SELLER MASTER, BOOKING NUMBER, AND THE
068900*    COLUMN HEADINGS FOR THE SALE LINES.
069000*****************************************************************
069100 3150-PRINT-BANNER.
069200     MOVE SPACES TO WS-SELLER-NAME.
069300     MOVE WS-CURRENT-SELLER TO KA-VKF-ID.
069400     READ SELLER-MASTER
069500         INVALID KEY
069600             MOVE SPACES TO KA-VKF-CONTACT
069700         NOT INVALID KEY
069800             MOVE KA-VKF-NAME TO WS-SELLER-NAME
069900     END-READ.
070000     MOVE SPACES TO RPT-LINE.
070100     WRITE RPT-LINE.
070200     STRING "====== ABRECHNUNG " DELIMITED BY SIZE
070300            WS-ABR-MONTH DELIMITED BY SIZE
070400            " - VERKAEUFER: " DELIMITED BY SIZE
070500            WS-CURRENT-SELLER DELIMITED BY SPACE
070600            " " DELIMITED BY SIZE
070700            WS-SELLER-NAME DELIMITED BY "  "
070800            " - KONTAKT: " DELIMITED BY SIZE
070900            KA-VKF-CONTACT DELIMITED BY "  "
071000            " ======" DELIMITED BY SIZE
071100       INTO RPT-LINE
071200     END-STRING.
071300     WRITE RPT-LINE.
071400     MOVE SPACES TO RPT-LINE.
071500     STRING "  BELEG-NR " DELIMITED BY SIZE
071600            WS-BELEG-NR DELIMITED BY SIZE
071700            "  VOM " DELIMITED BY SIZE
071800            WS-TODAY-DATE DELIMITED BY SIZE
071900       INTO RPT-LINE
072000     END-STRING.
072100     WRITE RPT-LINE.
072200     MOVE SPACES TO RPT-LINE.
072300     STRING "  VERKAUF  DATUM    ANZEIGE    KATEGORIE"
072400              DELIMITED BY SIZE
072500            "                 BETRAG   SATZ    GEBUEHR"
072600              DELIMITED BY SIZE
072700       INTO RPT-LINE
072800     END-STRING.
072900     WRITE RPT-LINE.
073000 3150-EXIT.
073100     EXIT.
073200*
073300 3200-PRINT-SELLERS-SALES.
073400     IF WS-SALE-DONE-SW(WS-SALE-IDX2) = "N"
073500         AND WS-SALE-SELLER(WS-SALE-IDX2) = WS-CURRENT-SELLER
073600         MOVE "Y" TO WS-SALE-DONE-SW(WS-SALE-IDX2)
073700         MOVE WS-BELEG-NR TO WS-SALE-BELEG-NR(WS-SALE-IDX2)
073800         ADD 1 TO WS-SELLER-SALES
073900         ADD WS-SALE-AMOUNT(WS-SALE-IDX2) TO WS-SELLER-VALUE
074000         ADD WS-SALE-FEE(WS-SALE-IDX2) TO WS-SELLER-FEE
074100         MOVE WS-SALE-AMOUNT(WS-SALE-IDX2) TO WS-AMOUNT-ED
074200         MOVE WS-SALE-PERCENT(WS-SALE-IDX2) TO WS-PERCENT-ED
074300         MOVE WS-SALE-FEE(WS-SALE-IDX2) TO WS-FEE-ED
074400         MOVE SPACES TO RPT-LINE
074500         STRING "  " DELIMITED BY SIZE
074600                WS-SALE-RSV-ID(WS-SALE-IDX2) DELIMITED BY SIZE
074700                " " DELIMITED BY SIZE
074800                WS-SALE-DATE(WS-SALE-IDX2) DELIMITED BY SIZE
074900                " " DELIMITED BY SIZE
075000                WS-SALE-AD-ID(WS-SALE-IDX2) DELIMITED BY SIZE
075100                " " DELIMITED BY SIZE
075200                WS-SALE-CATEGORY(WS-SALE-IDX2) DELIMITED BY SIZE
075300                " " DELIMITED BY SIZE
075400                WS-AMOUNT-ED DELIMITED BY SIZE
075500                " " DELIMITED BY SIZE
075600                WS-PERCENT-ED DELIMITED BY SIZE
075700                "% " DELIMITED BY SIZE
075800                WS-FEE-ED DELIMITED BY SIZE
075900           INTO RPT-LINE
076000         END-STRING
076100         WRITE RPT-LINE
076200     END-IF.
076300 3200-EXIT.
076400     EXIT.
076500*
076600*****************************************************************
076700* 3300-PRINT-SELLER-TOTAL  --  THE STATEMENT'S CLOSING LINES AND
076800*    THE SELLER'S BOOKING RECORD FOR ACCOUNTS RECEIVABLE.
076900*****************************************************************
077000 3300-PRINT-SELLER-TOTAL.
077100     MOVE WS-SELLER-SALES TO WS-RPT-COUNT-ED.
077200     MOVE WS-SELLER-VALUE TO WS-RPT-VALUE-ED.
077300     MOVE SPACES TO RPT-LINE.
077400     STRING "  VERKAEUFE: " DELIMITED BY SIZE
077500            WS-RPT-COUNT-ED DELIMITED BY SIZE
077600            "   UMSATZ EUR: " DELIMITED BY SIZE
077700            WS-RPT-VALUE-ED DELIMITED BY SIZE
077800       INTO RPT-LINE
077900     END-STRING.
078000     WRITE RPT-LINE.
078100     MOVE WS-SELLER-FEE TO WS-RPT-VALUE-ED.
078200     MOVE SPACES TO RPT-LINE.
078300     STRING "  ZU ZAHLENDE GEBUEHR EUR: " DELIMITED BY SIZE
078400            WS-RPT-VALUE-ED DELIMITED BY SIZE
078500       INTO RPT-LINE
078600     END-STRING.
078700     WRITE RPT-LINE.
078800     MOVE SPACES TO BUC-REC.
078900     SET BUC-IS-RECHNUNG TO TRUE.
079000     MOVE WS-BELEG-NR TO BUC-BELEG-NR.
079100     MOVE WS-TODAY-DATE TO BUC-BELEG-DATE.
079200     MOVE WS-ABR-MONTH TO BUC-MONTH.
079300     MOVE WS-CURRENT-SELLER TO BUC-DEBITOR.
079400     MOVE WS-SELLER-NAME TO BUC-NAME.
079500     MOVE WS-SELLER-SALES TO BUC-SALE-COUNT.
079600     MOVE WS-SELLER-VALUE TO BUC-SALE-VALUE.
079700     MOVE WS-SELLER-FEE TO BUC-FEE.
079800     MOVE "EUR" TO BUC-CURRENCY.
079900     WRITE BUC-REC.
079910     IF WS-BUC-STATUS NOT = "00"
079920         MOVE SPACES TO RPT-LINE
079930         STRING "  BUCHUNGSSATZ " DELIMITED BY SIZE
079940                WS-BELEG-NR DELIMITED BY SIZE
079950                " NICHT GESCHRIEBEN - STATUS " DELIMITED BY SIZE
079960                WS-BUC-STATUS DELIMITED BY SIZE
079970           INTO RPT-LINE
079980         END-STRING
079985         WRITE RPT-LINE
079990         MOVE 8 TO RETURN-CODE
079991     ELSE
079992         ADD 1 TO WS-BOOKED-RECS
079993         ADD BUC-SALE-COUNT TO WS-BOOKED-SALES
079994         ADD BUC-SALE-VALUE TO WS-BOOKED-VALUE
079995         ADD BUC-FEE TO WS-BOOKED-FEE
079996     END-IF.
080000 3300-EXIT.
080100     EXIT.
080200*
080300*****************************************************************
080400* 4000-MARK-SALES-BILLED  --  ONLY NOW THAT THE BOOKING FILE IS
080500*    COMPLETE AND THE CONTROL TOTALS AGREE DOES EVERY SALE
080600*    PRINTED GO ONTO MUTTIABG UNDER ITS BOOKING NUMBER.  FROM
080700*    HERE ON A RERUN WILL NOT BILL IT.
080800*****************************************************************
080900 4000-MARK-SALES-BILLED.
081000     IF RETURN-CODE = 8
081100         GO TO 4000-EXIT
081200     END-IF.
081300     PERFORM 4100-MARK-ONE-SALE THRU 4100-EXIT
081400         VARYING WS-SALE-IDX FROM 1 BY 1
081500         UNTIL WS-SALE-IDX > WS-SALE-MAX.
081600 4000-EXIT.
081700     EXIT.
081800*
081900 4100-MARK-ONE-SALE.
082000     MOVE SPACES TO KA-ABR-REC.
082100     MOVE WS-SALE-RSV-ID(WS-SALE-IDX) TO KA-ABR-RSV-ID.
082200     MOVE WS-ABR-MONTH TO KA-ABR-MONTH.
082300     MOVE WS-SALE-BELEG-NR(WS-SALE-IDX) TO KA-ABR-BELEG-NR.
082400     MOVE WS-SALE-SELLER(WS-SALE-IDX) TO KA-ABR-SELLER-ID.
082500     MOVE WS-SALE-AD-ID(WS-SALE-IDX) TO KA-ABR-AD-ID.
082600     MOVE WS-SALE-AMOUNT(WS-SALE-IDX) TO KA-ABR-AMOUNT.
082700     MOVE WS-SALE-FEE(WS-SALE-IDX) TO KA-ABR-FEE.
082800     MOVE WS-TODAY-DATE TO KA-ABR-RUN-DATE.
082900     WRITE KA-ABR-REC
083000         INVALID KEY
083100             DISPLAY "ABRECHNUNG: VERKAUF " KA-ABR-RSV-ID
083200                 " SCHON IN MUTTIABG - STATUS " WS-ABG-STATUS
083300             MOVE 8 TO RETURN-CODE
083400         NOT INVALID KEY
083500             ADD 1 TO WS-ABG-WRITE-COUNT
083600     END-WRITE.
083700 4100-EXIT.
083800     EXIT.
083900*
084000*****************************************************************
084100* 8000-PRINT-TOTALS  --  CONTROL TOTALS.  COUNT AND VALUE OF THE
084200*    MONTH'S SALES ON MUTTIRSA MUST EQUAL BILLED NOW + BILLED
084300*    BEFORE + EXCEPTIONS, AND WHAT WAS REALLY WRITTEN TO MUTTIBUC
084310*    (R RECORDS AND T TRAILER) MUST EQUAL WHAT WAS BILLED NOW; A
084320*    DIFFERENCE HOLDS THE HAND-OFF TO AR WITH RETURN-CODE 8 AND
084400*    4000 WRITES NO MUTTIABG.  EXCEPTIONS ALONE ARE RC 4.
084500*****************************************************************
084600 8000-PRINT-TOTALS.
084700     MOVE SPACES TO RPT-LINE.
084800     WRITE RPT-LINE.
084900     MOVE "ABSTIMMUNG:" TO RPT-LINE.
085000     WRITE RPT-LINE.
085100     MOVE WS-RSVA-READ-COUNT TO WS-RPT-COUNT-ED.
085200     MOVE SPACES TO RPT-LINE.
085300     STRING "  SAETZE MUTTIRSA GELESEN:      " DELIMITED BY SIZE
085400            WS-RPT-COUNT-ED DELIMITED BY SIZE
085500       INTO RPT-LINE
085600     END-STRING.
085700     WRITE RPT-LINE.
085800     MOVE "  VERKAEUFE IM MONAT (MUTTIRSA):" TO WS-RPT-LABEL.
085900     MOVE WS-MONTH-COUNT TO WS-RPT-COUNT-ED.
086000     MOVE WS-MONTH-VALUE TO WS-RPT-VALUE-ED.
086100     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
086200     MOVE "  DAVON JETZT ABGERECHNET:      " TO WS-RPT-LABEL.
086300     MOVE WS-BILLED-COUNT TO WS-RPT-COUNT-ED.
086400     MOVE WS-BILLED-VALUE TO WS-RPT-VALUE-ED.
086500     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
086600     MOVE "  DAVON FRUEHER ABGERECHNET:    " TO WS-RPT-LABEL.
086700     MOVE WS-BEFORE-COUNT TO WS-RPT-COUNT-ED.
086800     MOVE WS-BEFORE-VALUE TO WS-RPT-VALUE-ED.
086900     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
087000     MOVE "  DAVON AUSNAHMEN:              " TO WS-RPT-LABEL.
087100     MOVE WS-EXC-COUNT TO WS-RPT-COUNT-ED.
087200     MOVE WS-EXC-VALUE TO WS-RPT-VALUE-ED.
087300     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
087400     COMPUTE WS-CHECK-COUNT =
087500         WS-BILLED-COUNT + WS-BEFORE-COUNT + WS-EXC-COUNT.
087600     COMPUTE WS-CHECK-VALUE =
087700         WS-BILLED-VALUE + WS-BEFORE-VALUE + WS-EXC-VALUE.
087800     MOVE SPACES TO RPT-LINE.
087900     IF WS-CHECK-COUNT = WS-MONTH-COUNT
088000         AND WS-CHECK-VALUE = WS-MONTH-VALUE
088100         MOVE "  ABSTIMMUNG IN ORDNUNG" TO RPT-LINE
088200     ELSE
088300         MOVE "  ABSTIMMUNG DIFFERENZ - NICHT AN DIE DEBITOREN"
088400           TO RPT-LINE
088500         MOVE 8 TO RETURN-CODE
088600     END-IF.
088700     WRITE RPT-LINE.
088710     MOVE "  GEBUCHT IN MUTTIBUC:          " TO WS-RPT-LABEL.
088720     MOVE WS-BOOKED-SALES TO WS-RPT-COUNT-ED.
088730     MOVE WS-BOOKED-VALUE TO WS-RPT-VALUE-ED.
088740     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
088750     MOVE SPACES TO RPT-LINE.
088755     IF WS-BOOKED-SALES = WS-BILLED-COUNT
088760         AND WS-BOOKED-VALUE = WS-BILLED-VALUE
088765         AND WS-BOOKED-FEE = WS-FEE-TOTAL
088770         AND WS-TRL-COUNT = WS-SELLER-COUNT
088775         AND WS-TRL-FEE = WS-FEE-TOTAL
088780         MOVE "  BUCHUNGSDATEI STIMMT MIT DER ABRECHNUNG"
088782           TO RPT-LINE
088785     ELSE
088790         MOVE "  BUCHUNGSDATEI DIFFERENZ - NICHT AN DIE DEBITOREN"
088792           TO RPT-LINE
088794         MOVE 8 TO RETURN-CODE
088796     END-IF.
088798     WRITE RPT-LINE.
088800     MOVE WS-SELLER-COUNT TO WS-RPT-COUNT-ED.
088900     MOVE SPACES TO RPT-LINE.
089000     STRING "  BELEGE (VERKAEUFER):          " DELIMITED BY SIZE
089100            WS-RPT-COUNT-ED DELIMITED BY SIZE
089200       INTO RPT-LINE
089300     END-STRING.
089400     WRITE RPT-LINE.
089500     MOVE WS-FEE-TOTAL TO WS-RPT-VALUE-ED.
089600     MOVE SPACES TO RPT-LINE.
089700     STRING "  GEBUEHREN GESAMT EUR:         " DELIMITED BY SIZE
089800            WS-RPT-VALUE-ED DELIMITED BY SIZE
089900       INTO RPT-LINE
090000     END-STRING.
090100     WRITE RPT-LINE.
090110     MOVE WS-BOOKED-FEE TO WS-RPT-VALUE-ED.
090120     MOVE SPACES TO RPT-LINE.
090130     STRING "  GEBUEHREN GEBUCHT EUR:        " DELIMITED BY SIZE
090140            WS-RPT-VALUE-ED DELIMITED BY SIZE
090150       INTO RPT-LINE
090160     END-STRING.
090170     WRITE RPT-LINE.
090200     IF WS-EXC-COUNT > ZERO AND RETURN-CODE < 4
090300         MOVE 4 TO RETURN-CODE
090400     END-IF.
090500     MOVE WS-MONTH-COUNT TO WS-COUNT-DISPLAY.
090600     DISPLAY "ABRECHNUNG VERKAEUFE IM MONAT:  " WS-COUNT-DISPLAY.
090700     MOVE WS-BILLED-COUNT TO WS-COUNT-DISPLAY.
090800     DISPLAY "ABRECHNUNG JETZT ABGERECHNET:   " WS-COUNT-DISPLAY.
090900     MOVE WS-BEFORE-COUNT TO WS-COUNT-DISPLAY.
091000     DISPLAY "ABRECHNUNG FRUEHER ABGERECHNET: " WS-COUNT-DISPLAY.
091100     MOVE WS-EXC-COUNT TO WS-COUNT-DISPLAY.
091200     DISPLAY "ABRECHNUNG AUSNAHMEN:           " WS-COUNT-DISPLAY.
091300     MOVE WS-SELLER-COUNT TO WS-COUNT-DISPLAY.
091400     DISPLAY "ABRECHNUNG BELEGE:              " WS-COUNT-DISPLAY.
091500 8000-EXIT.
091600     EXIT.
091700*
091800 8100-PRINT-TOTAL-LINE.
091900     MOVE SPACES TO RPT-LINE.
092000     STRING WS-RPT-LABEL DELIMITED BY SIZE
092100            WS-RPT-COUNT-ED DELIMITED BY SIZE
092200            "   EUR " DELIMITED BY SIZE
092300            WS-RPT-VALUE-ED DELIMITED BY SIZE
092400       INTO RPT-LINE
092500     END-STRING.
092600     WRITE RPT-LINE.
092700 8100-EXIT.
092800     EXIT.
092900*
093000*****************************************************************
093100* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
093200*****************************************************************
093300 9000-TERMINATE.
093400     IF RSV-ARCHIV-IS-OPEN
093500         CLOSE MUTTI-RSV-ARCHIV
093600         MOVE "N" TO WS-RSVA-OPEN-SW
093700     END-IF.
093800     IF MASTER-FILE-IS-OPEN
093900         CLOSE KLEINANZEIGEN-MASTER
094000         MOVE "N" TO WS-MASTER-OPEN-SW
094100     END-IF.
094200     IF VKF-FILE-IS-OPEN
094300         CLOSE SELLER-MASTER
094400         MOVE "N" TO WS-VKF-OPEN-SW
094500     END-IF.
094600     IF GEB-FILE-IS-OPEN
094700         CLOSE MUTTI-GEBUEHREN
094800         MOVE "N" TO WS-GEB-OPEN-SW
094900     END-IF.
095000     IF ABG-FILE-IS-OPEN
095100         CLOSE MUTTI-ABRECHNUNG
095200         MOVE "N" TO WS-ABG-OPEN-SW
095300     END-IF.
095400     IF BUC-FILE-IS-OPEN
095500         CLOSE MUTTI-BUCHUNG
095600         MOVE "N" TO WS-BUC-OPEN-SW
095700     END-IF.
095800     IF RPT-FILE-IS-OPEN
095900         CLOSE MUTTI-ABR-RPT
096000         MOVE "N" TO WS-RPT-OPEN-SW
096100     END-IF.
096110     PERFORM 9600-RUN-END THRU 9600-EXIT.
096200 9000-EXIT.
096300     EXIT.
096400*
096500*****************************************************************
096600* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
096700*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
096800*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
096900*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
097000*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
097100*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
097200*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
097300*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
097400*    LOGGED AND REOPENED BY 9600-RUN-END.
097500*****************************************************************
097600 9500-RUN-START.
097700     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
097800     MOVE "N" TO KA-RUNW-REFUSED-SW.
097900     MOVE "N" TO KA-RUNW-LOGGED-SW.
098000     MOVE ZERO TO KA-RUNW-BUS-DATE.
098100     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
098200         VARYING KA-RUNW-IDX FROM 1 BY 1
098300         UNTIL KA-RUNW-IDX > 4.
098400     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
098500     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
098600     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
098700     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
098800         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
098900             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
099000     END-IF.
099100     OPEN I-O MUTTI-LAUFSTEUERUNG.
099200     IF KA-RUNW-STATUS NOT = "00"
099300         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
099400         CLOSE MUTTI-LAUFSTEUERUNG
099500         OPEN I-O MUTTI-LAUFSTEUERUNG
099600     END-IF.
099700     IF KA-RUNW-STATUS NOT = "00"
099800         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
099900             TO KA-RUNW-MESSAGE
100000         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
100100         GO TO 9500-EXIT
100200     END-IF.
100300     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
100400     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
100500     IF NOT KA-RUNW-IS-REFUSED
100600         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
100700             VARYING KA-RUNW-IDX FROM 1 BY 1
100800             UNTIL KA-RUNW-IDX > 4
100900                OR KA-RUNW-IS-REFUSED
101000     END-IF.
101100     IF NOT KA-RUNW-IS-REFUSED
101200         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
101300     END-IF.
101400     IF KA-RUNW-IS-REFUSED
101500         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
101600     ELSE
101700         PERFORM 9540-LOG-START THRU 9540-EXIT
101800     END-IF.
101900 9500-EXIT.
102000     EXIT.
102100*
102200*****************************************************************
102300* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
102400*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
102500*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
102600*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
102700*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
102800*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
102900*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
103000*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
103010*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
103100*****************************************************************
103200 9510-GET-BUSINESS-DATE.
103300     IF KA-RUNW-OPENS-NIGHT
103400         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
103500         GO TO 9510-EXIT
103600     END-IF.
103700     MOVE ZERO TO KA-RUN-BUS-DATE.
103800     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
103900     READ MUTTI-LAUFSTEUERUNG
104000         INVALID KEY
104100             MOVE ZERO TO KA-RUN-CTL-DATE
104200     END-READ.
104300     IF KA-RUN-CTL-DATE = ZERO
104400         IF KA-RUNW-NEED-STEP(1) = SPACES
104500             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
104600         ELSE
104700             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
104800                 TO KA-RUNW-MESSAGE
104900             SET KA-RUNW-IS-REFUSED TO TRUE
105000         END-IF
105100         GO TO 9510-EXIT
105200     END-IF.
105300     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
105310     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
105320     IF KA-RUNW-IS-NIGHT-STEP
105330         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
105340         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
105350     END-IF.
105360     IF KA-RUNW-IS-NIGHT-STEP
105370         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
105380         AND NOT KA-RUNW-NIGHT-IS-OPEN
105390         MOVE SPACES TO KA-RUNW-MESSAGE
105700         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
105800                KA-RUNW-BUS-DATE DELIMITED BY SIZE
105900                " IST ALT - SICHERUNG ENTLADEN FEHLT"
106000                    DELIMITED BY SIZE
106100           INTO KA-RUNW-MESSAGE
106200         END-STRING
106300         SET KA-RUNW-IS-REFUSED TO TRUE
106400     END-IF.
106500 9510-EXIT.
106600     EXIT.
106603*
106606*****************************************************************
106609* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
106612*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
106615*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
106618*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
106621*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
106624*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
106627*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
106630*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
106633*****************************************************************
106636 9515-CHECK-NIGHT-STILL-OPEN.
106639     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
106642         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
106645     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
106648         GO TO 9515-EXIT
106651     END-IF.
106654     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
106657     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
106660     READ MUTTI-LAUFSTEUERUNG
106663         INVALID KEY
106666             MOVE SPACE TO KA-RUN-STATUS
106669     END-READ.
106672     IF KA-RUN-IS-FINISHED
106675         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
106678         GO TO 9515-EXIT
106681     END-IF.
106684     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
106687     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
106690         " WIRD ZU ENDE GEFUEHRT".
106693 9515-EXIT.
106696     EXIT.
106700*
106800 9520-CHECK-PREDECESSOR.
106900     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
107000         GO TO 9520-EXIT
107100     END-IF.
107200     MOVE SPACES TO KA-RUNW-WHY.
107300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
107400     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
107500     READ MUTTI-LAUFSTEUERUNG
107600         INVALID KEY
107700             MOVE "FEHLT" TO KA-RUNW-WHY
107800         NOT INVALID KEY
107900             IF NOT KA-RUN-IS-FINISHED
108000                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
108100             ELSE
108200                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
108300                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
108400                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
108500                         TO KA-RUNW-MAX-ED
108600                     STRING "MIT RC " DELIMITED BY SIZE
108700                            KA-RUNW-RC-ED DELIMITED BY SIZE
108800                            " BEENDET (MAX " DELIMITED BY SIZE
108900                            KA-RUNW-MAX-ED DELIMITED BY SIZE
109000                            ")" DELIMITED BY SIZE
109100                       INTO KA-RUNW-WHY
109200                     END-STRING
109300                 END-IF
109400             END-IF
109500     END-READ.
109600     IF KA-RUNW-WHY NOT = SPACES
109700         MOVE SPACES TO KA-RUNW-MESSAGE
109800         STRING "VORGAENGER " DELIMITED BY SIZE
109900                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
110000                " " DELIMITED BY SIZE
110100                KA-RUNW-WHY DELIMITED BY SIZE
110200           INTO KA-RUNW-MESSAGE
110300         END-STRING
110400         SET KA-RUNW-IS-REFUSED TO TRUE
110500     END-IF.
110600 9520-EXIT.
110700     EXIT.
110800*
110900 9530-CHECK-BLOCKER.
111000     IF KA-RUNW-BLOCKER = SPACES
111100         GO TO 9530-EXIT
111200     END-IF.
111300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
111400     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
111500     READ MUTTI-LAUFSTEUERUNG
111600         INVALID KEY
111700             MOVE SPACE TO KA-RUN-STATUS
111800     END-READ.
111900     IF KA-RUN-IS-FINISHED
112000         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
112100         MOVE SPACES TO KA-RUNW-MESSAGE
112200         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
112300                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
112400                    DELIMITED BY SIZE
112500           INTO KA-RUNW-MESSAGE
112600         END-STRING
112700         SET KA-RUNW-IS-REFUSED TO TRUE
112800     END-IF.
112900 9530-EXIT.
113000     EXIT.
113100*
113200*****************************************************************
113300* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
113400*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
113500*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
113600*****************************************************************
113700 9540-LOG-START.
113800     IF KA-RUNW-OPENS-NIGHT
113900         MOVE "N" TO KA-RUNW-FOUND-SW
114000         MOVE ZERO TO KA-RUN-BUS-DATE
114100         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
114200         READ MUTTI-LAUFSTEUERUNG
114300             NOT INVALID KEY
114400                 SET KA-RUNW-REC-FOUND TO TRUE
114500         END-READ
114600         MOVE SPACES TO KA-RUN-CTL-DATA
114700         MOVE ZERO TO KA-RUN-BUS-DATE
114800         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
114900         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
115000         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
115100         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
115200         IF KA-RUNW-REC-FOUND
115300             REWRITE KA-RUN-REC
115400         ELSE
115500             WRITE KA-RUN-REC
115600         END-IF
115700     END-IF.
115800     MOVE "N" TO KA-RUNW-FOUND-SW.
115900     MOVE ZERO TO KA-RUNW-RUNS.
116000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
116100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
116200     READ MUTTI-LAUFSTEUERUNG
116300         NOT INVALID KEY
116400             SET KA-RUNW-REC-FOUND TO TRUE
116500             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
116600     END-READ.
116700     MOVE SPACES TO KA-RUN-DATA.
116800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
116900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
117000     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
117100     SET KA-RUN-IS-RUNNING TO TRUE.
117200     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
117300     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
117400     MOVE ZERO TO KA-RUN-END-DATE.
117500     MOVE ZERO TO KA-RUN-END-TIME.
117600     MOVE ZERO TO KA-RUN-RC.
117700     ADD 1 TO KA-RUNW-RUNS.
117800     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
117900     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
118000     IF KA-RUNW-REC-FOUND
118100         REWRITE KA-RUN-REC
118200     ELSE
118300         WRITE KA-RUN-REC
118400     END-IF.
118500     CLOSE MUTTI-LAUFSTEUERUNG.
118600     MOVE "N" TO KA-RUNW-OPEN-SW.
118700     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
118800     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
118900         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
119000 9540-EXIT.
119100     EXIT.
119200*
119300*****************************************************************
119400* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
119500*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
119600*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
119700*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
119800*****************************************************************
119900 9580-REFUSE-RUN.
120000     SET KA-RUNW-IS-REFUSED TO TRUE.
120100     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
120200     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
120300     IF NOT KA-RUNW-FILE-IS-OPEN
120400         GO TO 9580-EXIT
120500     END-IF.
120600     IF KA-RUNW-BUS-DATE NOT = ZERO
120700         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
120800     END-IF.
120900     CLOSE MUTTI-LAUFSTEUERUNG.
121000     MOVE "N" TO KA-RUNW-OPEN-SW.
121100 9580-EXIT.
121200     EXIT.
121300*
121400 9585-LOG-REFUSAL.
121500     MOVE "N" TO KA-RUNW-FOUND-SW.
121600     MOVE ZERO TO KA-RUNW-RUNS.
121700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
121800     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
121900     READ MUTTI-LAUFSTEUERUNG
122000         NOT INVALID KEY
122100             SET KA-RUNW-REC-FOUND TO TRUE
122200             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
122300     END-READ.
122400     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
122500         GO TO 9585-EXIT
122600     END-IF.
122700     MOVE SPACES TO KA-RUN-DATA.
122800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
122900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
123000     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
123100     SET KA-RUN-WAS-REFUSED TO TRUE.
123200     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
123300     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
123400     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
123500     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
123600     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
123700     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
123800     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
123900     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
124000     IF KA-RUNW-REC-FOUND
124100         REWRITE KA-RUN-REC
124200     ELSE
124300         WRITE KA-RUN-REC
124400     END-IF.
124500 9585-EXIT.
124600     EXIT.
124700*
124800*****************************************************************
124900* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
125000*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
125100*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
125200*****************************************************************
125300 9600-RUN-END.
125400     IF NOT KA-RUNW-RUN-IS-LOGGED
125500         GO TO 9600-EXIT
125600     END-IF.
125700     MOVE "N" TO KA-RUNW-LOGGED-SW.
125800     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
125900     OPEN I-O MUTTI-LAUFSTEUERUNG.
126000     IF KA-RUNW-STATUS NOT = "00"
126100         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
126200             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
126300         GO TO 9600-EXIT
126400     END-IF.
126500     MOVE "N" TO KA-RUNW-FOUND-SW.
126600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
126700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
126800     READ MUTTI-LAUFSTEUERUNG
126900         INVALID KEY
127000             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
127100                 " ENDE NICHT VERMERKT - SATZ FEHLT"
127200         NOT INVALID KEY
127300             SET KA-RUNW-REC-FOUND TO TRUE
127400     END-READ.
127500     IF KA-RUNW-REC-FOUND
127600         SET KA-RUN-IS-FINISHED TO TRUE
127700         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
127800         ACCEPT KA-RUN-END-TIME FROM TIME
127900         MOVE RETURN-CODE TO KA-RUN-RC
128000         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
128100         REWRITE KA-RUN-REC
128200         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
128300         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
128400             " BEENDET MIT RC " KA-RUNW-RC-ED
128500     END-IF.
128600     CLOSE MUTTI-LAUFSTEUERUNG.
128700 9600-EXIT.
128800     EXIT.
128900*
129000 9610-CLEAR-RUN-COUNT.
129100     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
129200     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
129300 9610-EXIT.
129400     EXIT.
129500*
129600*****************************************************************
129700* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
129800*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
129900*****************************************************************
130000 9650-SET-RUN-COUNTS.
130100     MOVE "IM MONAT" TO KA-RUNW-CNT-LABEL(1).
130200     MOVE WS-MONTH-COUNT TO KA-RUNW-CNT-VALUE(1).
130300     MOVE "ABGERECHNET" TO KA-RUNW-CNT-LABEL(2).
130400     MOVE WS-BILLED-COUNT TO KA-RUNW-CNT-VALUE(2).
130500     MOVE "VERKAEUFER" TO KA-RUNW-CNT-LABEL(3).
130600     MOVE WS-SELLER-COUNT TO KA-RUNW-CNT-VALUE(3).
130700     MOVE "AUSNAHMEN" TO KA-RUNW-CNT-LABEL(4).
130800     MOVE WS-EXC-COUNT TO KA-RUNW-CNT-VALUE(4).
130900 9650-EXIT.
131000     EXIT.
