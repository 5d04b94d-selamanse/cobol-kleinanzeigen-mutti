000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-ANZEIGEN-SCREENING.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-11.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-11 CJH  ORIGINAL VERSION.  NIGHTLY SCREENING OF THE
001200*                    ANZEIGEN-MASTER FOR SUSPICIOUS ADS, RUN AFTER
001300*                    MUTTI-SICHERUNG PRUEFEN.  THREE TESTS:
001400*                    (1) PRICE - THE MASTER IS READ IN CATEGORY
001500*                    ORDER ON THE KA-MST-CATEGORY ALTERNATE INDEX
001600*                    AND THE PRICES OF THE LIVE ADS OF EACH
001700*                    CATEGORY GIVE COUNT, LOWER QUARTILE, MEDIAN
001800*                    AND UPPER QUARTILE (NEAREST RANK).  AN ACTIVE
001900*                    AD BELOW WS-LOW-PERCENT OF ITS CATEGORY
002000*                    MEDIAN IS FLAGGED, ONCE THE CATEGORY HAS AT
002100*                    LEAST WS-MIN-SAMPLE PRICED ADS.  (2) TEXT -
002200*                    THE SAME DESCRIPTION (CASE IGNORED) ON MORE
002300*                    THAN ONE LIVE AD, WHATEVER THE SELLER, FLAGS
002400*                    THE ACTIVE ADS CARRYING IT.  (3) VOLUME - A
002500*                    SELLER WITH MORE THAN WS-BURST-LIMIT LIVE ADS
002600*                    POSTED SINCE YESTERDAY HAS ALL OF THOSE
002700*                    FLAGGED.  FLAGS GO TO THE REVIEW FILE
002800*                    MUTTIVRD (COPY KAVERDA), ONE CASE PER AD, FOR
002900*                    MUTTI-VERDACHTSPRUEFUNG; THE CATEGORY FIGURES
003000*                    AND EVERY NEW OR REOPENED CASE ARE PRINTED ON
003100*                    MUTTISCR.  A RERUN THE SAME NIGHT FINDS THE
003200*                    SAME CASES ALREADY OPEN AND ADDS NOTHING.
003300*                    RETURN-CODE 0 = CLEAN, 4 = A CATEGORY OR THE
003400*                    SELLER TABLE WAS TOO BIG TO SCREEN IN FULL,
003500*                    8 = MASTER, REVIEW FILE, WORK FILE OR REPORT
003600*                    WOULD NOT OPEN.
003610*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
003620*                    MUTTIRUN (COPY KARUNCTL): START, END,
003630*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
003640*                    DATE.  THE RUN IS REFUSED (RETURN-CODE 12)
003650*                    UNLESS SICHERUNG PRUEFEN FINISHED CLEAN OR
003660*                    WITH A WARNING.
003666*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
003672*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
003678*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
003684*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
003690*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT KLEINANZEIGEN-MASTER ASSIGN TO "KAMASTER"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS KA-MST-AD-ID
004500         ALTERNATE RECORD KEY IS KA-MST-CATEGORY
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-MASTER-STATUS.
004800*
004900     SELECT MUTTI-VERDACHT ASSIGN TO "MUTTIVRD"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS KA-VDT-AD-ID
005300         FILE STATUS IS WS-VDT-STATUS.
005400*
005500     SELECT MUTTI-TEXT-WORK ASSIGN TO "MUTTIVDW"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS VDW-KEY
005900         FILE STATUS IS WS-VDW-STATUS.
006000*
006100     SELECT MUTTI-SCREENING-RPT ASSIGN TO "MUTTISCR"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RPT-STATUS.
006400*
006410     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
006420         ORGANIZATION IS INDEXED
006430         ACCESS MODE IS DYNAMIC
006440         RECORD KEY IS KA-RUN-KEY
006450         FILE STATUS IS KA-RUNW-STATUS.
006460*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  KLEINANZEIGEN-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900 COPY KAMASTER.
007000*
007100 FD  MUTTI-VERDACHT
007200     LABEL RECORDS ARE STANDARD.
007300 COPY KAVERDA.
007400*
007500*    WORK FILE, REBUILT EVERY RUN: ONE RECORD PER LIVE AD WITH A
007600*    DESCRIPTION, KEYED BY THE UPPER-CASED TEXT SO EQUAL TEXTS
007700*    COME BACK TOGETHER.
007800 FD  MUTTI-TEXT-WORK
007900     LABEL RECORDS ARE STANDARD.
008000 01  VDW-REC.
008100     05  VDW-KEY.
008200         10  VDW-DESCRIPTION     PIC X(100).
008300         10  VDW-AD-ID           PIC X(10).
008400     05  VDW-CATEGORY            PIC X(20).
008500     05  VDW-SELLER              PIC X(10).
008600     05  VDW-PRICE               PIC 9(7)V99.
008700     05  VDW-ACTIVE-SW           PIC X(01).
008800     05  FILLER                  PIC X(10).
008900*
009000 FD  MUTTI-SCREENING-RPT
009100     LABEL RECORDS ARE STANDARD.
009200 01  RPT-LINE                    PIC X(100).
009300*
009310 FD  MUTTI-LAUFSTEUERUNG
009320     LABEL RECORDS ARE STANDARD.
009330 COPY KARUNCTL.
009340*
009400 WORKING-STORAGE SECTION.
009500 01  WS-SWITCHES.
009600     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
009700         88  MASTER-FILE-IS-OPEN         VALUE "Y".
009800     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
009900         88  MASTER-AT-END               VALUE "Y".
010000     05  WS-VDT-OPEN-SW          PIC X(01)   VALUE "N".
010100         88  VDT-FILE-IS-OPEN            VALUE "Y".
010200     05  WS-VDW-OPEN-SW          PIC X(01)   VALUE "N".
010300         88  VDW-FILE-IS-OPEN            VALUE "Y".
010400     05  WS-VDW-EOF-SW           PIC X(01)   VALUE "N".
010500         88  VDW-AT-END                  VALUE "Y".
010600     05  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
010700         88  RPT-FILE-IS-OPEN            VALUE "Y".
010800     05  WS-CASE-FOUND-SW        PIC X(01)   VALUE "N".
010900         88  CASE-ON-FILE                VALUE "Y".
011000     05  WS-SELLER-FOUND-SW      PIC X(01)   VALUE "N".
011100         88  SELLER-FOUND                VALUE "Y".
011200     05  WS-CAT-OVERFLOW-SW      PIC X(01)   VALUE "N".
011300         88  CAT-TABLE-FULL              VALUE "Y".
011400     05  WS-SLR-OVERFLOW-SW      PIC X(01)   VALUE "N".
011500         88  SLR-TABLE-FULL              VALUE "Y".
011600     05  WS-SLOT-FOUND-SW        PIC X(01)   VALUE "N".
011700         88  SLOT-FOUND                  VALUE "Y".
011800     05  WS-LIVE-AD-SW           PIC X(01)   VALUE "N".
011900         88  AD-IS-LIVE                  VALUE "Y".
012000     05  WS-FLAG-REASON          PIC X(01)   VALUE SPACE.
012100         88  FLAG-FOR-PRICE              VALUE "P".
012200         88  FLAG-FOR-DUPLICATE          VALUE "D".
012300         88  FLAG-FOR-BURST              VALUE "V".
012400*
012500 01  WS-MASTER-STATUS            PIC X(02).
012600 01  WS-VDT-STATUS               PIC X(02).
012700 01  WS-VDW-STATUS               PIC X(02).
012800 01  WS-RPT-STATUS               PIC X(02).
012900*
013000 01  WS-DATE-WORK-AREA.
013100     05  WS-TODAY-DATE           PIC 9(08).
013200     05  WS-NEW-AD-CUTOFF        PIC 9(08).
013300*
013400*    SCREENING LIMITS.  AN ACTIVE AD PRICED BELOW WS-LOW-PERCENT
013500*    OF ITS CATEGORY MEDIAN IS SUSPICIOUS; A CATEGORY NEEDS AT
013600*    LEAST WS-MIN-SAMPLE PRICED ADS BEFORE ITS MEDIAN IS TRUSTED.
013700*    A SELLER WITH MORE THAN WS-BURST-LIMIT NEW ADS SINCE
013800*    YESTERDAY IS SUSPICIOUS.
013900 77  WS-LOW-PERCENT              PIC 9(03)   COMP VALUE 30.
014000 77  WS-MIN-SAMPLE               PIC 9(03)   COMP VALUE 5.
014100 77  WS-BURST-LIMIT              PIC 9(03)   COMP VALUE 10.
014200*
014300*    THE LIVE, PRICED ADS OF THE CURRENT CATEGORY, KEPT IN PRICE
014400*    ORDER AS THEY ARE READ.  A CATEGORY BIGGER THAN THE TABLE
014500*    IS REPORTED AND NOT PRICE-SCREENED.
014600 01  WS-CAT-TABLE.
014700     05  WS-CAT-ENTRY            OCCURS 5000 TIMES.
014800         10  WS-CAT-PRICE        PIC 9(7)V99.
014900         10  WS-CAT-AD-ID        PIC X(10).
015000         10  WS-CAT-SELLER       PIC X(10).
015100         10  WS-CAT-ACTIVE-SW    PIC X(01).
015200 01  WS-CAT-MAX                  PIC 9(05)   COMP VALUE ZERO.
015300 77  WS-CAT-LIMIT                PIC 9(05)   COMP VALUE 5000.
015400 01  WS-CAT-IDX                  PIC 9(05)   COMP.
015500 01  WS-CAT-POS                  PIC 9(05)   COMP.
015600 01  WS-CAT-RANK                 PIC 9(05)   COMP.
015700 01  WS-CAT-OVER-COUNT           PIC 9(07)   COMP VALUE ZERO.
015800 01  WS-CAT-FLAG-COUNT           PIC 9(05)   COMP VALUE ZERO.
015900 01  WS-CUR-CATEGORY             PIC X(20).
016000 01  WS-CAT-STATS.
016100     05  WS-CAT-Q1               PIC 9(7)V99.
016200     05  WS-CAT-MEDIAN           PIC 9(7)V99.
016300     05  WS-CAT-Q3               PIC 9(7)V99.
016400     05  WS-CAT-THRESHOLD        PIC 9(7)V99.
016500*
016600*    NEW ADS PER SELLER SINCE YESTERDAY.
016700 01  WS-SLR-TABLE.
016800     05  WS-SLR-ENTRY            OCCURS 2000 TIMES.
016900         10  WS-SLR-ID           PIC X(10).
017000         10  WS-SLR-NEW-COUNT    PIC 9(05)   COMP.
017100 01  WS-SLR-MAX                  PIC 9(04)   COMP VALUE ZERO.
017200 77  WS-SLR-LIMIT                PIC 9(04)   COMP VALUE 2000.
017300 01  WS-SLR-IDX                  PIC 9(04)   COMP.
017400 01  WS-BURST-SELLER-COUNT       PIC 9(04)   COMP VALUE ZERO.
017500*
017600*    THE ADS SHARING ONE DESCRIPTION.  MEMBERS PAST THE TABLE
017700*    ARE COUNTED BUT NOT FLAGGED.
017800 01  WS-GRP-TABLE.
017900     05  WS-GRP-ENTRY            OCCURS 100 TIMES.
018000         10  WS-GRP-AD-ID        PIC X(10).
018100         10  WS-GRP-CATEGORY     PIC X(20).
018200         10  WS-GRP-SELLER       PIC X(10).
018300         10  WS-GRP-PRICE        PIC 9(7)V99.
018400         10  WS-GRP-ACTIVE-SW    PIC X(01).
018500 01  WS-GRP-MAX                  PIC 9(03)   COMP VALUE ZERO.
018600 77  WS-GRP-LIMIT                PIC 9(03)   COMP VALUE 100.
018700 01  WS-GRP-IDX                  PIC 9(03)   COMP.
018800 01  WS-GRP-SIZE                 PIC 9(05)   COMP VALUE ZERO.
018900 01  WS-GRP-DESCRIPTION          PIC X(100).
019000*
019100*    THE AD BEING FLAGGED.
019200 01  WS-CAND-AREA.
019300     05  WS-CAND-AD-ID           PIC X(10).
019400     05  WS-CAND-CATEGORY        PIC X(20).
019500     05  WS-CAND-SELLER          PIC X(10).
019600     05  WS-CAND-PRICE           PIC 9(7)V99.
019700     05  WS-CAND-DUP-AD-ID       PIC X(10).
019800     05  WS-CAND-NEW-COUNT       PIC 9(05).
019900*
020000 01  WS-COUNTERS.
020100     05  WS-MASTER-READ-COUNT    PIC 9(07)   COMP VALUE ZERO.
020200     05  WS-LIVE-COUNT           PIC 9(07)   COMP VALUE ZERO.
020300     05  WS-CATEGORY-COUNT       PIC 9(07)   COMP VALUE ZERO.
020400     05  WS-NEW-AD-COUNT         PIC 9(07)   COMP VALUE ZERO.
020500     05  WS-PRICE-FLAG-COUNT     PIC 9(07)   COMP VALUE ZERO.
020600     05  WS-DUP-GROUP-COUNT      PIC 9(07)   COMP VALUE ZERO.
020700     05  WS-DUP-FLAG-COUNT       PIC 9(07)   COMP VALUE ZERO.
020800     05  WS-BURST-FLAG-COUNT     PIC 9(07)   COMP VALUE ZERO.
020900     05  WS-CASE-NEW-COUNT       PIC 9(07)   COMP VALUE ZERO.
021000     05  WS-CASE-REOPEN-COUNT    PIC 9(07)   COMP VALUE ZERO.
021100     05  WS-CASE-ADDED-COUNT     PIC 9(07)   COMP VALUE ZERO.
021200     05  WS-CASE-KEPT-COUNT      PIC 9(07)   COMP VALUE ZERO.
021300*
021400 01  WS-COUNT-DISPLAY            PIC 9(07).
021500 01  WS-RPT-COUNT-ED             PIC ZZZ,ZZ9.
021600 01  WS-RPT-DATE-ED              PIC 9(08).
021700 01  WS-PRICE-ED                 PIC ZZZZZZ9.99.
021800 01  WS-Q1-ED                    PIC ZZZZZZ9.99.
021900 01  WS-MEDIAN-ED                PIC ZZZZZZ9.99.
022000 01  WS-Q3-ED                    PIC ZZZZZZ9.99.
022100 01  WS-RPT-LABEL                PIC X(40).
022200 01  WS-RPT-REASON               PIC X(13).
022300 01  WS-RPT-ACTION               PIC X(12).
022400*
022407*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
022414 01  WS-RUN-STEP-VALUES.
022421     05  FILLER                  PIC X(18)   VALUE "SCREENING".
022428     05  FILLER                  PIC X(30)
022435                                 VALUE "MUTTI-ANZEIGEN-SCREENING".
022442     05  FILLER                  PIC X(01)   VALUE "N".
022449     05  FILLER                  PIC X(18)   VALUE SPACES.
022456     05  FILLER                  PIC X(18)
022463                                 VALUE "SICHERUNG-PRUEFEN".
022470     05  FILLER                  PIC X(02)   VALUE "04".
022477     05  FILLER                  PIC X(60)   VALUE SPACES.
022484 COPY KARUNWRK.
022491*
022500 PROCEDURE DIVISION.
022600*
022700 0000-MAINLINE.
022710     PERFORM 9500-RUN-START THRU 9500-EXIT.
022720     IF KA-RUNW-IS-REFUSED
022730         STOP RUN
022740     END-IF.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     IF RETURN-CODE NOT = 8
023000         PERFORM 2000-SCREEN-CATEGORIES THRU 2000-EXIT
023100         PERFORM 3000-SCREEN-TEXTS THRU 3000-EXIT
023200         PERFORM 4000-SCREEN-SELLERS THRU 4000-EXIT
023300     END-IF.
023400     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
023500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023600     STOP RUN.
023700*
023800*****************************************************************
023900* 1000-INITIALIZE  --  OPEN THE FILES AND PRINT THE HEADING.  THE
024000*    REVIEW FILE IS CREATED ON FIRST USE; THE TEXT WORK FILE IS
024100*    CREATED EMPTY EVERY RUN.
024200*****************************************************************
024300 1000-INITIALIZE.
024400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
024500     COMPUTE WS-NEW-AD-CUTOFF = FUNCTION DATE-OF-INTEGER
024600         (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).
024700     OPEN OUTPUT MUTTI-SCREENING-RPT.
024800     IF WS-RPT-STATUS = "00"
024900         SET RPT-FILE-IS-OPEN TO TRUE
025000     ELSE
025100         DISPLAY "SCREENING: BERICHT MUTTISCR NICHT"
025200             " VERFUEGBAR - ABBRUCH"
025300         MOVE 8 TO RETURN-CODE
025400         GO TO 1000-EXIT
025500     END-IF.
025600     MOVE SPACES TO RPT-LINE.
025700     MOVE WS-TODAY-DATE TO WS-RPT-DATE-ED.
025800     STRING "MUTTI ANZEIGEN-SCREENING          LAUF "
025900              DELIMITED BY SIZE
026000            WS-RPT-DATE-ED DELIMITED BY SIZE
026100       INTO RPT-LINE
026200     END-STRING.
026300     WRITE RPT-LINE.
026400     MOVE SPACES TO RPT-LINE.
026500     WRITE RPT-LINE.
026600     OPEN INPUT KLEINANZEIGEN-MASTER.
026700     IF WS-MASTER-STATUS = "00"
026800         SET MASTER-FILE-IS-OPEN TO TRUE
026900     ELSE
027000         DISPLAY "SCREENING: ANZEIGEN-MASTER NICHT"
027100             " VERFUEGBAR - ABBRUCH"
027200         MOVE "ANZEIGEN-MASTER NICHT VERFUEGBAR" TO RPT-LINE
027300         WRITE RPT-LINE
027400         MOVE 8 TO RETURN-CODE
027500         GO TO 1000-EXIT
027600     END-IF.
027700     OPEN I-O MUTTI-VERDACHT.
027800     IF WS-VDT-STATUS NOT = "00"
027900         OPEN OUTPUT MUTTI-VERDACHT
028000         CLOSE MUTTI-VERDACHT
028100         OPEN I-O MUTTI-VERDACHT
028200     END-IF.
028300     IF WS-VDT-STATUS = "00"
028400         SET VDT-FILE-IS-OPEN TO TRUE
028500     ELSE
028600         DISPLAY "SCREENING: PRUEFDATEI (MUTTIVRD) NICHT"
028700             " VERFUEGBAR - ABBRUCH"
028800         MOVE "PRUEFDATEI MUTTIVRD NICHT VERFUEGBAR" TO RPT-LINE
028900         WRITE RPT-LINE
029000         MOVE 8 TO RETURN-CODE
029100         GO TO 1000-EXIT
029200     END-IF.
029300     OPEN OUTPUT MUTTI-TEXT-WORK.
029400     IF WS-VDW-STATUS = "00"
029500         SET VDW-FILE-IS-OPEN TO TRUE
029600     ELSE
029700         DISPLAY "SCREENING: ARBEITSDATEI (MUTTIVDW) NICHT"
029800             " VERFUEGBAR - ABBRUCH"
029900         MOVE "ARBEITSDATEI MUTTIVDW NICHT VERFUEGBAR" TO RPT-LINE
030000         WRITE RPT-LINE
030100         MOVE 8 TO RETURN-CODE
030200     END-IF.
030300 1000-EXIT.
030400     EXIT.
030500*
030600*****************************************************************
030700* 2000-SCREEN-CATEGORIES  --  ONE PASS OVER THE MASTER IN
030800*    CATEGORY ORDER.  EVERY LIVE AD GOES INTO THE PRICE TABLE OF
030900*    ITS CATEGORY, ONTO THE TEXT WORK FILE AND, WHEN NEW, INTO
031000*    THE SELLER TABLE.  AT EACH CATEGORY BREAK THE FIGURES ARE
031100*    WORKED OUT AND THE CHEAP ADS FLAGGED.
031200*****************************************************************
031300 2000-SCREEN-CATEGORIES.
031400     MOVE SPACES TO RPT-LINE.
031500     MOVE "PREISSTATISTIK JE KATEGORIE" TO RPT-LINE.
031600     WRITE RPT-LINE.
031700     MOVE SPACES TO RPT-LINE.
031800     STRING "KATEGORIE             ANZAHL    QUARTIL 1"
031900              DELIMITED BY SIZE
032000            "     MEDIAN  QUARTIL 3  AUFFAELLIG"
032100              DELIMITED BY SIZE
032200       INTO RPT-LINE
032300     END-STRING.
032400     WRITE RPT-LINE.
032500     MOVE LOW-VALUES TO KA-MST-CATEGORY.
032600     MOVE "N" TO WS-MASTER-EOF-SW.
032700     START KLEINANZEIGEN-MASTER KEY IS NOT LESS THAN
032800             KA-MST-CATEGORY
032900         INVALID KEY
033000             SET MASTER-AT-END TO TRUE
033100     END-START.
033200     MOVE ZERO TO WS-CAT-MAX.
033300     MOVE "N" TO WS-CAT-OVERFLOW-SW.
033400     PERFORM 2100-READ-NEXT-AD THRU 2100-EXIT.
033500     IF NOT MASTER-AT-END
033600         MOVE KA-MST-CATEGORY TO WS-CUR-CATEGORY
033700     END-IF.
033800     PERFORM 2200-PROCESS-ONE-AD THRU 2200-EXIT
033900         UNTIL MASTER-AT-END.
034000     IF WS-MASTER-READ-COUNT > ZERO
034100         PERFORM 2500-CLOSE-CATEGORY THRU 2500-EXIT
034200     END-IF.
034300     MOVE SPACES TO RPT-LINE.
034400     WRITE RPT-LINE.
034500 2000-EXIT.
034600     EXIT.
034700*
034800 2100-READ-NEXT-AD.
034900     READ KLEINANZEIGEN-MASTER NEXT RECORD
035000         AT END
035100             SET MASTER-AT-END TO TRUE
035200     END-READ.
035300     IF NOT MASTER-AT-END
035400         ADD 1 TO WS-MASTER-READ-COUNT
035500     END-IF.
035600 2100-EXIT.
035700     EXIT.
035800*
035900 2200-PROCESS-ONE-AD.
036000     IF KA-MST-CATEGORY NOT = WS-CUR-CATEGORY
036100         PERFORM 2500-CLOSE-CATEGORY THRU 2500-EXIT
036200         MOVE KA-MST-CATEGORY TO WS-CUR-CATEGORY
036300         MOVE ZERO TO WS-CAT-MAX
036400         MOVE "N" TO WS-CAT-OVERFLOW-SW
036500     END-IF.
036600     PERFORM 2150-CHECK-LIVE THRU 2150-EXIT.
036700     IF AD-IS-LIVE
036800         ADD 1 TO WS-LIVE-COUNT
036900         IF KA-MST-PRICE NUMERIC AND KA-MST-PRICE > ZERO
037000             PERFORM 2300-ADD-TO-CATEGORY THRU 2300-EXIT
037100         END-IF
037200         PERFORM 2400-WRITE-TEXT-WORK THRU 2400-EXIT
037300         IF KA-MST-POSTED-DATE NUMERIC
037400             AND KA-MST-POSTED-DATE NOT < WS-NEW-AD-CUTOFF
037500             ADD 1 TO WS-NEW-AD-COUNT
037600             PERFORM 2450-COUNT-NEW-AD THRU 2450-EXIT
037700         END-IF
037800     END-IF.
037900     PERFORM 2100-READ-NEXT-AD THRU 2100-EXIT.
038000 2200-EXIT.
038100     EXIT.
038200*
038300*****************************************************************
038400* 2150-CHECK-LIVE  --  LIVE = ACTIVE (OR BLANK) OR RESERVED.
038500*    SOLD, EXPIRED AND BLOCKED ADS ARE NEITHER SCREENED NOR PART
038600*    OF ANY NORM.
038700*****************************************************************
038800 2150-CHECK-LIVE.
038900     MOVE "N" TO WS-LIVE-AD-SW.
039000     IF KA-MST-STATUS = SPACE OR KA-MST-IS-ACTIVE
039100         OR KA-MST-IS-RESERVED
039200         SET AD-IS-LIVE TO TRUE
039300     END-IF.
039400 2150-EXIT.
039500     EXIT.
039600*
039700*****************************************************************
039800* 2300-ADD-TO-CATEGORY  --  INSERT THE AD'S PRICE INTO THE
039900*    CATEGORY TABLE, KEEPING IT IN ASCENDING PRICE ORDER.
040000*****************************************************************
040100 2300-ADD-TO-CATEGORY.
040200     IF WS-CAT-MAX NOT < WS-CAT-LIMIT
040300         IF NOT CAT-TABLE-FULL
040400             SET CAT-TABLE-FULL TO TRUE
040500             ADD 1 TO WS-CAT-OVER-COUNT
040600         END-IF
040700         GO TO 2300-EXIT
040800     END-IF.
040900     MOVE WS-CAT-MAX TO WS-CAT-POS.
041000     ADD 1 TO WS-CAT-MAX.
041100     MOVE "N" TO WS-SLOT-FOUND-SW.
041200     PERFORM 2310-SHIFT-ONE-UP THRU 2310-EXIT
041300         UNTIL WS-CAT-POS = ZERO OR SLOT-FOUND.
041400     ADD 1 TO WS-CAT-POS.
041500     MOVE KA-MST-PRICE TO WS-CAT-PRICE(WS-CAT-POS).
041600     MOVE KA-MST-AD-ID TO WS-CAT-AD-ID(WS-CAT-POS).
041700     MOVE KA-MST-SELLER(1:10) TO WS-CAT-SELLER(WS-CAT-POS).
041800     MOVE "N" TO WS-CAT-ACTIVE-SW(WS-CAT-POS).
041900     IF NOT KA-MST-IS-RESERVED
042000         MOVE "Y" TO WS-CAT-ACTIVE-SW(WS-CAT-POS)
042100     END-IF.
042200 2300-EXIT.
042300     EXIT.
042400*
042500*    WS-CAT-POS WALKS DOWN FROM THE OLD END OF THE TABLE; EVERY
042600*    DEARER ENTRY MOVES UP ONE PLACE.  THE NEW PRICE GOES IN
042700*    JUST ABOVE WHERE THE WALK STOPS.
042800 2310-SHIFT-ONE-UP.
042900     IF WS-CAT-PRICE(WS-CAT-POS) > KA-MST-PRICE
043000         MOVE WS-CAT-ENTRY(WS-CAT-POS)
043100           TO WS-CAT-ENTRY(WS-CAT-POS + 1)
043200         SUBTRACT 1 FROM WS-CAT-POS
043300     ELSE
043400         SET SLOT-FOUND TO TRUE
043500     END-IF.
043600 2310-EXIT.
043700     EXIT.
043800*
043900*****************************************************************
044000* 2400-WRITE-TEXT-WORK  --  THE AD UNDER ITS UPPER-CASED TEXT
044100*    ONTO THE WORK FILE.  ADS WITHOUT A DESCRIPTION ARE LEFT OUT.
044200*****************************************************************
044300 2400-WRITE-TEXT-WORK.
044400     IF KA-MST-DESCRIPTION = SPACES
044500         GO TO 2400-EXIT
044600     END-IF.
044700     MOVE SPACES TO VDW-REC.
044800     MOVE KA-MST-DESCRIPTION TO VDW-DESCRIPTION.
044900     INSPECT VDW-DESCRIPTION CONVERTING
045000         "abcdefghijklmnopqrstuvwxyz"
045100      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
045200     MOVE KA-MST-AD-ID TO VDW-AD-ID.
045300     MOVE KA-MST-CATEGORY TO VDW-CATEGORY.
045400     MOVE KA-MST-SELLER(1:10) TO VDW-SELLER.
045500     MOVE ZERO TO VDW-PRICE.
045600     IF KA-MST-PRICE NUMERIC
045700         MOVE KA-MST-PRICE TO VDW-PRICE
045800     END-IF.
045900     MOVE "N" TO VDW-ACTIVE-SW.
046000     IF NOT KA-MST-IS-RESERVED
046100         MOVE "Y" TO VDW-ACTIVE-SW
046200     END-IF.
046300     WRITE VDW-REC
046400         INVALID KEY
046500             CONTINUE
046600     END-WRITE.
046700 2400-EXIT.
046800     EXIT.
046900*
047000*****************************************************************
047100* 2450-COUNT-NEW-AD  --  ONE MORE NEW AD FOR THE AD'S SELLER.
047200*****************************************************************
047300 2450-COUNT-NEW-AD.
047400     PERFORM 2460-FIND-SELLER THRU 2460-EXIT.
047500     IF SELLER-FOUND
047600         ADD 1 TO WS-SLR-NEW-COUNT(WS-SLR-IDX)
047700         GO TO 2450-EXIT
047800     END-IF.
047900     IF WS-SLR-MAX < WS-SLR-LIMIT
048000         ADD 1 TO WS-SLR-MAX
048100         MOVE KA-MST-SELLER(1:10) TO WS-SLR-ID(WS-SLR-MAX)
048200         MOVE 1 TO WS-SLR-NEW-COUNT(WS-SLR-MAX)
048300     ELSE
048400         SET SLR-TABLE-FULL TO TRUE
048500     END-IF.
048600 2450-EXIT.
048700     EXIT.
048800*
048900*****************************************************************
049000* 2460-FIND-SELLER  --  LOOK UP THE SELLER OF THE CURRENT AD IN
049100*    THE SELLER TABLE.  SETS SELLER-FOUND AND WS-SLR-IDX.
049200*****************************************************************
049300 2460-FIND-SELLER.
049400     MOVE "N" TO WS-SELLER-FOUND-SW.
049500     PERFORM 2470-COMPARE-ONE-SELLER THRU 2470-EXIT
049600         VARYING WS-SLR-IDX FROM 1 BY 1
049700         UNTIL WS-SLR-IDX > WS-SLR-MAX
049800             OR SELLER-FOUND.
049900     IF SELLER-FOUND
050000         SUBTRACT 1 FROM WS-SLR-IDX
050100     END-IF.
050200 2460-EXIT.
050300     EXIT.
050400*
050500 2470-COMPARE-ONE-SELLER.
050600     IF WS-SLR-ID(WS-SLR-IDX) = KA-MST-SELLER(1:10)
050700         SET SELLER-FOUND TO TRUE
050800     END-IF.
050900 2470-EXIT.
051000     EXIT.
051100*
051200*****************************************************************
051300* 2500-CLOSE-CATEGORY  --  END OF ONE CATEGORY: QUARTILES AND
051400*    MEDIAN BY NEAREST RANK FROM THE SORTED TABLE, ONE REPORT
051500*    LINE, THEN EVERY ACTIVE AD BELOW THE THRESHOLD IS FLAGGED.
051600*****************************************************************
051700 2500-CLOSE-CATEGORY.
051800     ADD 1 TO WS-CATEGORY-COUNT.
051900     MOVE ZERO TO WS-CAT-Q1 WS-CAT-MEDIAN WS-CAT-Q3
052000                  WS-CAT-THRESHOLD.
052100     IF CAT-TABLE-FULL
052200         MOVE SPACES TO RPT-LINE
052300         STRING WS-CUR-CATEGORY DELIMITED BY SIZE
052400                "  MEHR ALS 5000 ANZEIGEN - NICHT GEPRUEFT"
052500                  DELIMITED BY SIZE
052600           INTO RPT-LINE
052700         END-STRING
052800         WRITE RPT-LINE
052900         IF RETURN-CODE = ZERO
053000             MOVE 4 TO RETURN-CODE
053100         END-IF
053200         GO TO 2500-EXIT
053300     END-IF.
053400     IF WS-CAT-MAX > ZERO
053500         COMPUTE WS-CAT-RANK = (WS-CAT-MAX + 3) / 4
053600         MOVE WS-CAT-PRICE(WS-CAT-RANK) TO WS-CAT-Q1
053700         COMPUTE WS-CAT-RANK = (WS-CAT-MAX + 1) / 2
053800         MOVE WS-CAT-PRICE(WS-CAT-RANK) TO WS-CAT-MEDIAN
053900         COMPUTE WS-CAT-RANK = (3 * WS-CAT-MAX + 3) / 4
054000         MOVE WS-CAT-PRICE(WS-CAT-RANK) TO WS-CAT-Q3
054100     END-IF.
054200     IF WS-CAT-MAX NOT < WS-MIN-SAMPLE
054300         COMPUTE WS-CAT-THRESHOLD =
054400             WS-CAT-MEDIAN * WS-LOW-PERCENT / 100
054500     END-IF.
054600     MOVE WS-CAT-MAX TO WS-RPT-COUNT-ED.
054700     MOVE WS-CAT-Q1 TO WS-Q1-ED.
054800     MOVE WS-CAT-MEDIAN TO WS-MEDIAN-ED.
054900     MOVE WS-CAT-Q3 TO WS-Q3-ED.
055000     MOVE WS-CAT-THRESHOLD TO WS-PRICE-ED.
055100     MOVE SPACES TO RPT-LINE.
055200     IF WS-CAT-MAX NOT < WS-MIN-SAMPLE
055300         STRING WS-CUR-CATEGORY DELIMITED BY SIZE
055400                WS-RPT-COUNT-ED DELIMITED BY SIZE
055500                " " DELIMITED BY SIZE
055600                WS-Q1-ED DELIMITED BY SIZE
055700                " " DELIMITED BY SIZE
055800                WS-MEDIAN-ED DELIMITED BY SIZE
055900                " " DELIMITED BY SIZE
056000                WS-Q3-ED DELIMITED BY SIZE
056100                "  UNTER " DELIMITED BY SIZE
056200                WS-PRICE-ED DELIMITED BY SIZE
056300           INTO RPT-LINE
056400         END-STRING
056500     ELSE
056600         STRING WS-CUR-CATEGORY DELIMITED BY SIZE
056700                WS-RPT-COUNT-ED DELIMITED BY SIZE
056800                " " DELIMITED BY SIZE
056900                WS-Q1-ED DELIMITED BY SIZE
057000                " " DELIMITED BY SIZE
057100                WS-MEDIAN-ED DELIMITED BY SIZE
057200                " " DELIMITED BY SIZE
057300                WS-Q3-ED DELIMITED BY SIZE
057400                "  ZU WENIGE ANZEIGEN" DELIMITED BY SIZE
057500           INTO RPT-LINE
057600         END-STRING
057700     END-IF.
057800     WRITE RPT-LINE.
057900     IF WS-CAT-MAX < WS-MIN-SAMPLE
058000         GO TO 2500-EXIT
058100     END-IF.
058200     MOVE "N" TO WS-SLOT-FOUND-SW.
058300     PERFORM 2510-FLAG-ONE-CHEAP THRU 2510-EXIT
058400         VARYING WS-CAT-IDX FROM 1 BY 1
058500         UNTIL WS-CAT-IDX > WS-CAT-MAX
058600             OR SLOT-FOUND.
058700 2500-EXIT.
058800     EXIT.
058900*
059000*    THE TABLE IS IN PRICE ORDER: THE FIRST PRICE AT OR ABOVE
059100*    THE THRESHOLD ENDS THE WALK (SLOT-FOUND DOUBLES AS THE STOP).
059200 2510-FLAG-ONE-CHEAP.
059300     IF WS-CAT-PRICE(WS-CAT-IDX) NOT < WS-CAT-THRESHOLD
059400         SET SLOT-FOUND TO TRUE
059500         GO TO 2510-EXIT
059600     END-IF.
059700     IF WS-CAT-ACTIVE-SW(WS-CAT-IDX) NOT = "Y"
059800         GO TO 2510-EXIT
059900     END-IF.
060000     MOVE SPACES TO WS-CAND-AREA.
060100     MOVE WS-CAT-AD-ID(WS-CAT-IDX) TO WS-CAND-AD-ID.
060200     MOVE WS-CUR-CATEGORY TO WS-CAND-CATEGORY.
060300     MOVE WS-CAT-SELLER(WS-CAT-IDX) TO WS-CAND-SELLER.
060400     MOVE WS-CAT-PRICE(WS-CAT-IDX) TO WS-CAND-PRICE.
060500     MOVE ZERO TO WS-CAND-NEW-COUNT.
060600     SET FLAG-FOR-PRICE TO TRUE.
060700     ADD 1 TO WS-PRICE-FLAG-COUNT.
060800     PERFORM 5000-RECORD-CASE THRU 5000-EXIT.
060900 2510-EXIT.
061000     EXIT.
061100*
061200*****************************************************************
061300* 3000-SCREEN-TEXTS  --  READ THE WORK FILE BACK IN TEXT ORDER.
061400*    EVERY RUN OF EQUAL TEXTS IS ONE GROUP; A GROUP OF TWO OR
061500*    MORE ADS FLAGS ITS ACTIVE MEMBERS.
061600*****************************************************************
061700 3000-SCREEN-TEXTS.
061800     IF NOT VDW-FILE-IS-OPEN
061900         GO TO 3000-EXIT
062000     END-IF.
062100     CLOSE MUTTI-TEXT-WORK.
062200     MOVE "N" TO WS-VDW-OPEN-SW.
062300     OPEN INPUT MUTTI-TEXT-WORK.
062400     IF WS-VDW-STATUS NOT = "00"
062500         DISPLAY "SCREENING: ARBEITSDATEI (MUTTIVDW) NICHT"
062600             " LESBAR - TEXTPRUEFUNG ENTFAELLT"
062700         MOVE 8 TO RETURN-CODE
062800         GO TO 3000-EXIT
062900     END-IF.
063000     SET VDW-FILE-IS-OPEN TO TRUE.
063100     MOVE "GLEICHER TEXT UNTER MEHREREN ANZEIGEN" TO RPT-LINE.
063200     WRITE RPT-LINE.
063300     MOVE LOW-VALUES TO VDW-KEY.
063400     MOVE "N" TO WS-VDW-EOF-SW.
063500     START MUTTI-TEXT-WORK KEY IS NOT LESS THAN VDW-KEY
063600         INVALID KEY
063700             SET VDW-AT-END TO TRUE
063800     END-START.
063900     MOVE ZERO TO WS-GRP-MAX WS-GRP-SIZE.
064000     PERFORM 3100-READ-NEXT-TEXT THRU 3100-EXIT.
064100     IF NOT VDW-AT-END
064200         MOVE VDW-DESCRIPTION TO WS-GRP-DESCRIPTION
064300     END-IF.
064400     PERFORM 3200-PROCESS-ONE-TEXT THRU 3200-EXIT
064500         UNTIL VDW-AT-END.
064600     PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT.
064700     MOVE SPACES TO RPT-LINE.
064800     WRITE RPT-LINE.
064900 3000-EXIT.
065000     EXIT.
065100*
065200 3100-READ-NEXT-TEXT.
065300     READ MUTTI-TEXT-WORK NEXT RECORD
065400         AT END
065500             SET VDW-AT-END TO TRUE
065600     END-READ.
065700 3100-EXIT.
065800     EXIT.
065900*
066000 3200-PROCESS-ONE-TEXT.
066100     IF VDW-DESCRIPTION NOT = WS-GRP-DESCRIPTION
066200         PERFORM 3500-CLOSE-GROUP THRU 3500-EXIT
066300         MOVE VDW-DESCRIPTION TO WS-GRP-DESCRIPTION
066400     END-IF.
066500     ADD 1 TO WS-GRP-SIZE.
066600     IF WS-GRP-MAX < WS-GRP-LIMIT
066700         ADD 1 TO WS-GRP-MAX
066800         MOVE VDW-AD-ID TO WS-GRP-AD-ID(WS-GRP-MAX)
066900         MOVE VDW-CATEGORY TO WS-GRP-CATEGORY(WS-GRP-MAX)
067000         MOVE VDW-SELLER TO WS-GRP-SELLER(WS-GRP-MAX)
067100         MOVE VDW-PRICE TO WS-GRP-PRICE(WS-GRP-MAX)
067200         MOVE VDW-ACTIVE-SW TO WS-GRP-ACTIVE-SW(WS-GRP-MAX)
067300     END-IF.
067400     PERFORM 3100-READ-NEXT-TEXT THRU 3100-EXIT.
067500 3200-EXIT.
067600     EXIT.
067700*
067800*****************************************************************
067900* 3500-CLOSE-GROUP  --  END OF ONE TEXT.  EACH ACTIVE MEMBER OF A
068000*    GROUP OF TWO OR MORE IS FLAGGED, NAMING THE FIRST OTHER AD
068100*    WITH THE SAME TEXT.
068200*****************************************************************
068300 3500-CLOSE-GROUP.
068400     IF WS-GRP-SIZE > 1
068500         ADD 1 TO WS-DUP-GROUP-COUNT
068600         PERFORM 3510-FLAG-ONE-MEMBER THRU 3510-EXIT
068700             VARYING WS-GRP-IDX FROM 1 BY 1
068800             UNTIL WS-GRP-IDX > WS-GRP-MAX
068900     END-IF.
069000     MOVE ZERO TO WS-GRP-MAX WS-GRP-SIZE.
069100 3500-EXIT.
069200     EXIT.
069300*
069400 3510-FLAG-ONE-MEMBER.
069500     IF WS-GRP-ACTIVE-SW(WS-GRP-IDX) NOT = "Y"
069600         GO TO 3510-EXIT
069700     END-IF.
069800     MOVE SPACES TO WS-CAND-AREA.
069900     MOVE WS-GRP-AD-ID(WS-GRP-IDX) TO WS-CAND-AD-ID.
070000     MOVE WS-GRP-CATEGORY(WS-GRP-IDX) TO WS-CAND-CATEGORY.
070100     MOVE WS-GRP-SELLER(WS-GRP-IDX) TO WS-CAND-SELLER.
070200     MOVE WS-GRP-PRICE(WS-GRP-IDX) TO WS-CAND-PRICE.
070300     MOVE ZERO TO WS-CAND-NEW-COUNT.
070400     IF WS-GRP-IDX = 1
070500         MOVE WS-GRP-AD-ID(2) TO WS-CAND-DUP-AD-ID
070600     ELSE
070700         MOVE WS-GRP-AD-ID(1) TO WS-CAND-DUP-AD-ID
070800     END-IF.
070900     SET FLAG-FOR-DUPLICATE TO TRUE.
071000     ADD 1 TO WS-DUP-FLAG-COUNT.
071100     PERFORM 5000-RECORD-CASE THRU 5000-EXIT.
071200 3510-EXIT.
071300     EXIT.
071400*
071500*****************************************************************
071600* 4000-SCREEN-SELLERS  --  SELLERS WITH MORE THAN WS-BURST-LIMIT
071700*    NEW ADS SINCE YESTERDAY.  WHEN THERE ARE ANY, A SECOND PASS
071800*    OVER THE MASTER IN AD-ID ORDER FLAGS THEIR NEW ACTIVE ADS.
071900*****************************************************************
072000 4000-SCREEN-SELLERS.
072100     MOVE SPACES TO RPT-LINE.
072200     MOVE WS-NEW-AD-CUTOFF TO WS-RPT-DATE-ED.
072300     STRING "VIELE NEUE ANZEIGEN EINES VERKAEUFERS (SEIT "
072400              DELIMITED BY SIZE
072500            WS-RPT-DATE-ED DELIMITED BY SIZE
072600            ")" DELIMITED BY SIZE
072700       INTO RPT-LINE
072800     END-STRING.
072900     WRITE RPT-LINE.
073000     IF SLR-TABLE-FULL
073100         MOVE "  VERKAEUFER-TABELLE VOLL - NICHT ALLE GEPRUEFT"
073200           TO RPT-LINE
073300         WRITE RPT-LINE
073400         IF RETURN-CODE = ZERO
073500             MOVE 4 TO RETURN-CODE
073600         END-IF
073700     END-IF.
073800     MOVE ZERO TO WS-BURST-SELLER-COUNT.
073900     PERFORM 4050-CHECK-ONE-SELLER THRU 4050-EXIT
074000         VARYING WS-SLR-IDX FROM 1 BY 1
074100         UNTIL WS-SLR-IDX > WS-SLR-MAX.
074200     IF WS-BURST-SELLER-COUNT = ZERO
074300         MOVE "  KEINE" TO RPT-LINE
074400         WRITE RPT-LINE
074500         GO TO 4000-EXIT
074600     END-IF.
074700     MOVE LOW-VALUES TO KA-MST-AD-ID.
074800     MOVE "N" TO WS-MASTER-EOF-SW.
074900     START KLEINANZEIGEN-MASTER KEY IS NOT LESS THAN
075000             KA-MST-AD-ID
075100         INVALID KEY
075200             SET MASTER-AT-END TO TRUE
075300     END-START.
075400     PERFORM 4100-CHECK-ONE-NEW-AD THRU 4100-EXIT
075500         UNTIL MASTER-AT-END.
075600 4000-EXIT.
075700     EXIT.
075800*
075900 4050-CHECK-ONE-SELLER.
076000     IF WS-SLR-NEW-COUNT(WS-SLR-IDX) > WS-BURST-LIMIT
076100         ADD 1 TO WS-BURST-SELLER-COUNT
076200         MOVE WS-SLR-NEW-COUNT(WS-SLR-IDX) TO WS-RPT-COUNT-ED
076300         MOVE SPACES TO RPT-LINE
076400         STRING "  VERKAEUFER " DELIMITED BY SIZE
076500                WS-SLR-ID(WS-SLR-IDX) DELIMITED BY SIZE
076600                WS-RPT-COUNT-ED DELIMITED BY SIZE
076700                " NEUE ANZEIGEN" DELIMITED BY SIZE
076800           INTO RPT-LINE
076900         END-STRING
077000         WRITE RPT-LINE
077100     END-IF.
077200 4050-EXIT.
077300     EXIT.
077400*
077500 4100-CHECK-ONE-NEW-AD.
077600     READ KLEINANZEIGEN-MASTER NEXT RECORD
077700         AT END
077800             SET MASTER-AT-END TO TRUE
077900     END-READ.
078000     IF MASTER-AT-END
078100         GO TO 4100-EXIT
078200     END-IF.
078300     IF KA-MST-POSTED-DATE NOT NUMERIC
078400         OR KA-MST-POSTED-DATE < WS-NEW-AD-CUTOFF
078500         GO TO 4100-EXIT
078600     END-IF.
078700     IF KA-MST-STATUS NOT = SPACE AND NOT KA-MST-IS-ACTIVE
078800         GO TO 4100-EXIT
078900     END-IF.
079000     PERFORM 2460-FIND-SELLER THRU 2460-EXIT.
079100     IF NOT SELLER-FOUND
079200         GO TO 4100-EXIT
079300     END-IF.
079400     IF WS-SLR-NEW-COUNT(WS-SLR-IDX) NOT > WS-BURST-LIMIT
079500         GO TO 4100-EXIT
079600     END-IF.
079700     MOVE SPACES TO WS-CAND-AREA.
079800     MOVE KA-MST-AD-ID TO WS-CAND-AD-ID.
079900     MOVE KA-MST-CATEGORY TO WS-CAND-CATEGORY.
080000     MOVE KA-MST-SELLER(1:10) TO WS-CAND-SELLER.
080100     MOVE ZERO TO WS-CAND-PRICE.
080200     IF KA-MST-PRICE NUMERIC
080300         MOVE KA-MST-PRICE TO WS-CAND-PRICE
080400     END-IF.
080500     MOVE WS-SLR-NEW-COUNT(WS-SLR-IDX) TO WS-CAND-NEW-COUNT.
080600     SET FLAG-FOR-BURST TO TRUE.
080700     ADD 1 TO WS-BURST-FLAG-COUNT.
080800     PERFORM 5000-RECORD-CASE THRU 5000-EXIT.
080900 4100-EXIT.
081000     EXIT.
081100*
081200*****************************************************************
081300* 5000-RECORD-CASE  --  PUT THE FLAG IN WS-FLAG-REASON FOR THE AD
081400*    IN WS-CAND-AREA ON THE REVIEW FILE.
081500*      NO CASE YET           - NEW OPEN CASE.
081600*      OPEN CASE             - THE REASON IS ADDED (OR ITS
081700*                              FIGURES REFRESHED ON A RERUN).
081800*      CLEARED CASE          - LEFT ALONE, UNLESS THE PRICE TEST
081900*                              FIRES BELOW THE PRICE IT WAS
082000*                              CLEARED AT: REOPENED.
082100*      BLOCKED CASE          - LEFT ALONE.
082200*****************************************************************
082300 5000-RECORD-CASE.
082400     MOVE WS-CAND-AD-ID TO KA-VDT-AD-ID.
082500     MOVE "Y" TO WS-CASE-FOUND-SW.
082600     READ MUTTI-VERDACHT
082700         INVALID KEY
082800             MOVE "N" TO WS-CASE-FOUND-SW
082900     END-READ.
083000     IF NOT CASE-ON-FILE
083100         MOVE SPACES TO KA-VDT-REC
083200         MOVE WS-CAND-AD-ID TO KA-VDT-AD-ID
083300         PERFORM 5060-OPEN-CASE THRU 5060-EXIT
083400         PERFORM 5050-SET-REASON THRU 5050-EXIT
083500         WRITE KA-VDT-REC
083600             INVALID KEY
083700                 CONTINUE
083800         END-WRITE
083900         ADD 1 TO WS-CASE-NEW-COUNT
084000         MOVE "NEU" TO WS-RPT-ACTION
084100         PERFORM 5100-PRINT-CASE THRU 5100-EXIT
084200         GO TO 5000-EXIT
084300     END-IF.
084400     IF KA-VDT-IS-CLEARED
084500         AND FLAG-FOR-PRICE
084600         AND WS-CAND-PRICE < KA-VDT-PRICE
084700         PERFORM 5060-OPEN-CASE THRU 5060-EXIT
084800         PERFORM 5050-SET-REASON THRU 5050-EXIT
084900         REWRITE KA-VDT-REC
085000         ADD 1 TO WS-CASE-REOPEN-COUNT
085100         MOVE "WIEDER OFFEN" TO WS-RPT-ACTION
085200         PERFORM 5100-PRINT-CASE THRU 5100-EXIT
085300         GO TO 5000-EXIT
085400     END-IF.
085500     IF NOT KA-VDT-IS-OPEN
085600         ADD 1 TO WS-CASE-KEPT-COUNT
085700         GO TO 5000-EXIT
085800     END-IF.
085900     IF (FLAG-FOR-PRICE AND KA-VDT-PRICE-LOW)
086000         OR (FLAG-FOR-DUPLICATE AND KA-VDT-DESC-DUPLICATE)
086100         OR (FLAG-FOR-BURST AND KA-VDT-SELLER-BURST)
086200         PERFORM 5050-SET-REASON THRU 5050-EXIT
086300         REWRITE KA-VDT-REC
086400         ADD 1 TO WS-CASE-KEPT-COUNT
086500         GO TO 5000-EXIT
086600     END-IF.
086700     PERFORM 5050-SET-REASON THRU 5050-EXIT.
086800     REWRITE KA-VDT-REC.
086900     ADD 1 TO WS-CASE-ADDED-COUNT.
087000     MOVE "ERGAENZT" TO WS-RPT-ACTION.
087100     PERFORM 5100-PRINT-CASE THRU 5100-EXIT.
087200 5000-EXIT.
087300     EXIT.
087400*
087500*    THE CASE'S AD DATA AND THE FIGURES BEHIND THIS REASON.
087600 5050-SET-REASON.
087700     MOVE WS-CAND-CATEGORY TO KA-VDT-CATEGORY.
087800     MOVE WS-CAND-SELLER TO KA-VDT-SELLER.
087900     MOVE WS-CAND-PRICE TO KA-VDT-PRICE.
088000     EVALUATE TRUE
088100         WHEN FLAG-FOR-PRICE
088200             SET KA-VDT-PRICE-LOW TO TRUE
088300             MOVE WS-CAT-MAX TO KA-VDT-CAT-COUNT
088400             MOVE WS-CAT-Q1 TO KA-VDT-CAT-Q1
088500             MOVE WS-CAT-MEDIAN TO KA-VDT-CAT-MEDIAN
088600             MOVE WS-CAT-Q3 TO KA-VDT-CAT-Q3
088700         WHEN FLAG-FOR-DUPLICATE
088800             SET KA-VDT-DESC-DUPLICATE TO TRUE
088900             MOVE WS-CAND-DUP-AD-ID TO KA-VDT-DUP-AD-ID
089000         WHEN FLAG-FOR-BURST
089100             SET KA-VDT-SELLER-BURST TO TRUE
089200             MOVE WS-CAND-NEW-COUNT TO KA-VDT-NEW-AD-COUNT
089300     END-EVALUATE.
089400 5050-EXIT.
089500     EXIT.
089600*
089700*    A FRESH (OR REOPENED) CASE: NO REASONS, NO FIGURES, NO
089800*    REVIEW YET.
089900 5060-OPEN-CASE.
090000     SET KA-VDT-IS-OPEN TO TRUE.
090100     MOVE "N" TO KA-VDT-PRICE-SW KA-VDT-DUP-SW KA-VDT-BURST-SW.
090200     MOVE WS-TODAY-DATE TO KA-VDT-FLAG-DATE.
090300     MOVE ZERO TO KA-VDT-CAT-COUNT KA-VDT-CAT-Q1 KA-VDT-CAT-MEDIAN
090400                  KA-VDT-CAT-Q3 KA-VDT-NEW-AD-COUNT
090500                  KA-VDT-REVIEW-DATE.
090600     MOVE SPACES TO KA-VDT-DUP-AD-ID KA-VDT-REVIEWER.
090700 5060-EXIT.
090800     EXIT.
090900*
091000*****************************************************************
091100* 5100-PRINT-CASE  --  ONE REPORT LINE FOR A NEW, REOPENED OR
091200*    EXTENDED CASE.
091300*****************************************************************
091400 5100-PRINT-CASE.
091500     EVALUATE TRUE
091600         WHEN FLAG-FOR-PRICE
091700             MOVE "PREIS" TO WS-RPT-REASON
091800         WHEN FLAG-FOR-DUPLICATE
091900             MOVE "GLEICHER TEXT" TO WS-RPT-REASON
092000         WHEN OTHER
092100             MOVE "VIELE NEUE" TO WS-RPT-REASON
092200     END-EVALUATE.
092300     MOVE WS-CAND-PRICE TO WS-PRICE-ED.
092400     MOVE SPACES TO RPT-LINE.
092500     STRING "  VERDACHT " DELIMITED BY SIZE
092600            WS-CAND-AD-ID DELIMITED BY SIZE
092700            " " DELIMITED BY SIZE
092800            WS-RPT-REASON DELIMITED BY SIZE
092900            " " DELIMITED BY SIZE
093000            WS-RPT-ACTION DELIMITED BY SIZE
093100            " VERK " DELIMITED BY SIZE
093200            WS-CAND-SELLER DELIMITED BY SIZE
093300            " PREIS " DELIMITED BY SIZE
093400            WS-PRICE-ED DELIMITED BY SIZE
093500            " " DELIMITED BY SIZE
093600            WS-CAND-DUP-AD-ID DELIMITED BY SIZE
093700       INTO RPT-LINE
093800     END-STRING.
093900     WRITE RPT-LINE.
094000 5100-EXIT.
094100     EXIT.
094200*
094300*****************************************************************
094400* 8000-PRINT-TOTALS  --  RUN TOTALS FOR THE SCHEDULE LOG AND THE
094500*    FOOT OF THE REPORT.
094600*****************************************************************
094700 8000-PRINT-TOTALS.
094800     IF RPT-FILE-IS-OPEN
094900         PERFORM 8050-PRINT-REPORT-TOTALS THRU 8050-EXIT
095000     END-IF.
095100     MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISPLAY.
095200     DISPLAY "SCREENING ANZEIGEN GELESEN:     " WS-COUNT-DISPLAY.
095300     MOVE WS-LIVE-COUNT TO WS-COUNT-DISPLAY.
095400     DISPLAY "SCREENING ANZEIGEN LIVE:        " WS-COUNT-DISPLAY.
095500     MOVE WS-CATEGORY-COUNT TO WS-COUNT-DISPLAY.
095600     DISPLAY "SCREENING KATEGORIEN:           " WS-COUNT-DISPLAY.
095700     MOVE WS-PRICE-FLAG-COUNT TO WS-COUNT-DISPLAY.
095800     DISPLAY "SCREENING AUFFAELLIG PREIS:     " WS-COUNT-DISPLAY.
095900     MOVE WS-DUP-FLAG-COUNT TO WS-COUNT-DISPLAY.
096000     DISPLAY "SCREENING AUFFAELLIG TEXT:      " WS-COUNT-DISPLAY.
096100     MOVE WS-BURST-FLAG-COUNT TO WS-COUNT-DISPLAY.
096200     DISPLAY "SCREENING AUFFAELLIG MENGE:     " WS-COUNT-DISPLAY.
096300     MOVE WS-CASE-NEW-COUNT TO WS-COUNT-DISPLAY.
096400     DISPLAY "SCREENING FAELLE NEU:           " WS-COUNT-DISPLAY.
096500     MOVE WS-CASE-REOPEN-COUNT TO WS-COUNT-DISPLAY.
096600     DISPLAY "SCREENING FAELLE WIEDER OFFEN:  " WS-COUNT-DISPLAY.
096700     MOVE WS-CASE-ADDED-COUNT TO WS-COUNT-DISPLAY.
096800     DISPLAY "SCREENING FAELLE ERGAENZT:      " WS-COUNT-DISPLAY.
096900     MOVE WS-CASE-KEPT-COUNT TO WS-COUNT-DISPLAY.
097000     DISPLAY "SCREENING FAELLE UNVERAENDERT:  " WS-COUNT-DISPLAY.
097100 8000-EXIT.
097200     EXIT.
097300*
097400 8050-PRINT-REPORT-TOTALS.
097500     MOVE SPACES TO RPT-LINE.
097600     WRITE RPT-LINE.
097700     MOVE "SUMMEN:" TO RPT-LINE.
097800     WRITE RPT-LINE.
097900     MOVE "  ANZEIGEN GELESEN:             " TO WS-RPT-LABEL.
098000     MOVE WS-MASTER-READ-COUNT TO WS-RPT-COUNT-ED.
098100     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
098200     MOVE "  DAVON LIVE:                   " TO WS-RPT-LABEL.
098300     MOVE WS-LIVE-COUNT TO WS-RPT-COUNT-ED.
098400     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
098500     MOVE "  DAVON NEU SEIT GESTERN:       " TO WS-RPT-LABEL.
098600     MOVE WS-NEW-AD-COUNT TO WS-RPT-COUNT-ED.
098700     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
098800     MOVE "  KATEGORIEN:                   " TO WS-RPT-LABEL.
098900     MOVE WS-CATEGORY-COUNT TO WS-RPT-COUNT-ED.
099000     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
099100     MOVE "  KATEGORIEN NICHT GEPRUEFT:    " TO WS-RPT-LABEL.
099200     MOVE WS-CAT-OVER-COUNT TO WS-RPT-COUNT-ED.
099300     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
099400     MOVE "  AUFFAELLIG PREIS:             " TO WS-RPT-LABEL.
099500     MOVE WS-PRICE-FLAG-COUNT TO WS-RPT-COUNT-ED.
099600     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
099700     MOVE "  TEXTE MEHRFACH:               " TO WS-RPT-LABEL.
099800     MOVE WS-DUP-GROUP-COUNT TO WS-RPT-COUNT-ED.
099900     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
100000     MOVE "  AUFFAELLIG TEXT:              " TO WS-RPT-LABEL.
100100     MOVE WS-DUP-FLAG-COUNT TO WS-RPT-COUNT-ED.
100200     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
100300     MOVE "  VERKAEUFER MIT VIELEN NEUEN:  " TO WS-RPT-LABEL.
100400     MOVE WS-BURST-SELLER-COUNT TO WS-RPT-COUNT-ED.
100500     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
100600     MOVE "  AUFFAELLIG MENGE:             " TO WS-RPT-LABEL.
100700     MOVE WS-BURST-FLAG-COUNT TO WS-RPT-COUNT-ED.
100800     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
100900     MOVE "  FAELLE NEU:                   " TO WS-RPT-LABEL.
101000     MOVE WS-CASE-NEW-COUNT TO WS-RPT-COUNT-ED.
101100     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
101200     MOVE "  FAELLE WIEDER OFFEN:          " TO WS-RPT-LABEL.
101300     MOVE WS-CASE-REOPEN-COUNT TO WS-RPT-COUNT-ED.
101400     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
101500     MOVE "  FAELLE ERGAENZT:              " TO WS-RPT-LABEL.
101600     MOVE WS-CASE-ADDED-COUNT TO WS-RPT-COUNT-ED.
101700     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
101800     MOVE "  FAELLE UNVERAENDERT:          " TO WS-RPT-LABEL.
101900     MOVE WS-CASE-KEPT-COUNT TO WS-RPT-COUNT-ED.
102000     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
102100 8050-EXIT.
102200     EXIT.
102300*
102400 8100-PRINT-TOTAL-LINE.
102500     MOVE SPACES TO RPT-LINE.
102600     STRING WS-RPT-LABEL DELIMITED BY SIZE
102700            WS-RPT-COUNT-ED DELIMITED BY SIZE
102800       INTO RPT-LINE
102900     END-STRING.
103000     WRITE RPT-LINE.
103100 8100-EXIT.
103200     EXIT.
103300*
103400*****************************************************************
103500* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
103600*****************************************************************
103700 9000-TERMINATE.
103800     IF MASTER-FILE-IS-OPEN
103900         CLOSE KLEINANZEIGEN-MASTER
104000         MOVE "N" TO WS-MASTER-OPEN-SW
104100     END-IF.
104200     IF VDT-FILE-IS-OPEN
104300         CLOSE MUTTI-VERDACHT
104400         MOVE "N" TO WS-VDT-OPEN-SW
104500     END-IF.
104600     IF VDW-FILE-IS-OPEN
104700         CLOSE MUTTI-TEXT-WORK
104800         MOVE "N" TO WS-VDW-OPEN-SW
104900     END-IF.
105000     IF RPT-FILE-IS-OPEN
105100         CLOSE MUTTI-SCREENING-RPT
105200         MOVE "N" TO WS-RPT-OPEN-SW
105300     END-IF.
105310     PERFORM 9600-RUN-END THRU 9600-EXIT.
105400 9000-EXIT.
105500     EXIT.
105600*
105700*****************************************************************
105800* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
105900*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
106000*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
106100*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
106200*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
106300*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
106400*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
106500*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
106600*    LOGGED AND REOPENED BY 9600-RUN-END.
106700*****************************************************************
106800 9500-RUN-START.
106900     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
107000     MOVE "N" TO KA-RUNW-REFUSED-SW.
107100     MOVE "N" TO KA-RUNW-LOGGED-SW.
107200     MOVE ZERO TO KA-RUNW-BUS-DATE.
107300     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
107400         VARYING KA-RUNW-IDX FROM 1 BY 1
107500         UNTIL KA-RUNW-IDX > 4.
107600     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
107700     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
107800     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
107900     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
108000         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
108100             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
108200     END-IF.
108300     OPEN I-O MUTTI-LAUFSTEUERUNG.
108400     IF KA-RUNW-STATUS NOT = "00"
108500         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
108600         CLOSE MUTTI-LAUFSTEUERUNG
108700         OPEN I-O MUTTI-LAUFSTEUERUNG
108800     END-IF.
108900     IF KA-RUNW-STATUS NOT = "00"
109000         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
109100             TO KA-RUNW-MESSAGE
109200         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
109300         GO TO 9500-EXIT
109400     END-IF.
109500     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
109600     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
109700     IF NOT KA-RUNW-IS-REFUSED
109800         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
109900             VARYING KA-RUNW-IDX FROM 1 BY 1
110000             UNTIL KA-RUNW-IDX > 4
110100                OR KA-RUNW-IS-REFUSED
110200     END-IF.
110300     IF NOT KA-RUNW-IS-REFUSED
110400         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
110500     END-IF.
110600     IF KA-RUNW-IS-REFUSED
110700         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
110800     ELSE
110900         PERFORM 9540-LOG-START THRU 9540-EXIT
111000     END-IF.
111100 9500-EXIT.
111200     EXIT.
111300*
111400*****************************************************************
111500* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
111600*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
111700*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
111800*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
111900*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
112000*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
112100*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
112200*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
112210*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
112300*****************************************************************
112400 9510-GET-BUSINESS-DATE.
112500     IF KA-RUNW-OPENS-NIGHT
112600         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
112700         GO TO 9510-EXIT
112800     END-IF.
112900     MOVE ZERO TO KA-RUN-BUS-DATE.
113000     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
113100     READ MUTTI-LAUFSTEUERUNG
113200         INVALID KEY
113300             MOVE ZERO TO KA-RUN-CTL-DATE
113400     END-READ.
113500     IF KA-RUN-CTL-DATE = ZERO
113600         IF KA-RUNW-NEED-STEP(1) = SPACES
113700             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
113800         ELSE
113900             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
114000                 TO KA-RUNW-MESSAGE
114100             SET KA-RUNW-IS-REFUSED TO TRUE
114200         END-IF
114300         GO TO 9510-EXIT
114400     END-IF.
114500     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
114510     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
114520     IF KA-RUNW-IS-NIGHT-STEP
114530         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
114540         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
114550     END-IF.
114560     IF KA-RUNW-IS-NIGHT-STEP
114570         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
114580         AND NOT KA-RUNW-NIGHT-IS-OPEN
114590         MOVE SPACES TO KA-RUNW-MESSAGE
114900         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
115000                KA-RUNW-BUS-DATE DELIMITED BY SIZE
115100                " IST ALT - SICHERUNG ENTLADEN FEHLT"
115200                    DELIMITED BY SIZE
115300           INTO KA-RUNW-MESSAGE
115400         END-STRING
115500         SET KA-RUNW-IS-REFUSED TO TRUE
115600     END-IF.
115700 9510-EXIT.
115800     EXIT.
115803*
115806*****************************************************************
115809* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
115812*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
115815*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
115818*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
115821*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
115824*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
115827*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
115830*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
115833*****************************************************************
115836 9515-CHECK-NIGHT-STILL-OPEN.
115839     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
115842         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
115845     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
115848         GO TO 9515-EXIT
115851     END-IF.
115854     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
115857     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
115860     READ MUTTI-LAUFSTEUERUNG
115863         INVALID KEY
115866             MOVE SPACE TO KA-RUN-STATUS
115869     END-READ.
115872     IF KA-RUN-IS-FINISHED
115875         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
115878         GO TO 9515-EXIT
115881     END-IF.
115884     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
115887     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
115890         " WIRD ZU ENDE GEFUEHRT".
115893 9515-EXIT.
115896     EXIT.
115900*
116000 9520-CHECK-PREDECESSOR.
116100     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
116200         GO TO 9520-EXIT
116300     END-IF.
116400     MOVE SPACES TO KA-RUNW-WHY.
116500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
116600     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
116700     READ MUTTI-LAUFSTEUERUNG
116800         INVALID KEY
116900             MOVE "FEHLT" TO KA-RUNW-WHY
117000         NOT INVALID KEY
117100             IF NOT KA-RUN-IS-FINISHED
117200                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
117300             ELSE
117400                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
117500                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
117600                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
117700                         TO KA-RUNW-MAX-ED
117800                     STRING "MIT RC " DELIMITED BY SIZE
117900                            KA-RUNW-RC-ED DELIMITED BY SIZE
118000                            " BEENDET (MAX " DELIMITED BY SIZE
118100                            KA-RUNW-MAX-ED DELIMITED BY SIZE
118200                            ")" DELIMITED BY SIZE
118300                       INTO KA-RUNW-WHY
118400                     END-STRING
118500                 END-IF
118600             END-IF
118700     END-READ.
118800     IF KA-RUNW-WHY NOT = SPACES
118900         MOVE SPACES TO KA-RUNW-MESSAGE
119000         STRING "VORGAENGER " DELIMITED BY SIZE
119100                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
119200                " " DELIMITED BY SIZE
119300                KA-RUNW-WHY DELIMITED BY SIZE
119400           INTO KA-RUNW-MESSAGE
119500         END-STRING
119600         SET KA-RUNW-IS-REFUSED TO TRUE
119700     END-IF.
119800 9520-EXIT.
119900     EXIT.
120000*
120100 9530-CHECK-BLOCKER.
120200     IF KA-RUNW-BLOCKER = SPACES
120300         GO TO 9530-EXIT
120400     END-IF.
120500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
120600     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
120700     READ MUTTI-LAUFSTEUERUNG
120800         INVALID KEY
120900             MOVE SPACE TO KA-RUN-STATUS
121000     END-READ.
121100     IF KA-RUN-IS-FINISHED
121200         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
121300         MOVE SPACES TO KA-RUNW-MESSAGE
121400         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
121500                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
121600                    DELIMITED BY SIZE
121700           INTO KA-RUNW-MESSAGE
121800         END-STRING
121900         SET KA-RUNW-IS-REFUSED TO TRUE
122000     END-IF.
122100 9530-EXIT.
122200     EXIT.
122300*
122400*****************************************************************
122500* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
122600*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
122700*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
122800*****************************************************************
122900 9540-LOG-START.
123000     IF KA-RUNW-OPENS-NIGHT
123100         MOVE "N" TO KA-RUNW-FOUND-SW
123200         MOVE ZERO TO KA-RUN-BUS-DATE
123300         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
123400         READ MUTTI-LAUFSTEUERUNG
123500             NOT INVALID KEY
123600                 SET KA-RUNW-REC-FOUND TO TRUE
123700         END-READ
123800         MOVE SPACES TO KA-RUN-CTL-DATA
123900         MOVE ZERO TO KA-RUN-BUS-DATE
124000         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
124100         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
124200         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
124300         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
124400         IF KA-RUNW-REC-FOUND
124500             REWRITE KA-RUN-REC
124600         ELSE
124700             WRITE KA-RUN-REC
124800         END-IF
124900     END-IF.
125000     MOVE "N" TO KA-RUNW-FOUND-SW.
125100     MOVE ZERO TO KA-RUNW-RUNS.
125200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
125300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
125400     READ MUTTI-LAUFSTEUERUNG
125500         NOT INVALID KEY
125600             SET KA-RUNW-REC-FOUND TO TRUE
125700             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
125800     END-READ.
125900     MOVE SPACES TO KA-RUN-DATA.
126000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
126100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
126200     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
126300     SET KA-RUN-IS-RUNNING TO TRUE.
126400     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
126500     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
126600     MOVE ZERO TO KA-RUN-END-DATE.
126700     MOVE ZERO TO KA-RUN-END-TIME.
126800     MOVE ZERO TO KA-RUN-RC.
126900     ADD 1 TO KA-RUNW-RUNS.
127000     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
127100     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
127200     IF KA-RUNW-REC-FOUND
127300         REWRITE KA-RUN-REC
127400     ELSE
127500         WRITE KA-RUN-REC
127600     END-IF.
127700     CLOSE MUTTI-LAUFSTEUERUNG.
127800     MOVE "N" TO KA-RUNW-OPEN-SW.
127900     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
128000     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
128100         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
128200 9540-EXIT.
128300     EXIT.
128400*
128500*****************************************************************
128600* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
128700*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
128800*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
128900*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
129000*****************************************************************
129100 9580-REFUSE-RUN.
129200     SET KA-RUNW-IS-REFUSED TO TRUE.
129300     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
129400     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
129500     IF NOT KA-RUNW-FILE-IS-OPEN
129600         GO TO 9580-EXIT
129700     END-IF.
129800     IF KA-RUNW-BUS-DATE NOT = ZERO
129900         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
130000     END-IF.
130100     CLOSE MUTTI-LAUFSTEUERUNG.
130200     MOVE "N" TO KA-RUNW-OPEN-SW.
130300 9580-EXIT.
130400     EXIT.
130500*
130600 9585-LOG-REFUSAL.
130700     MOVE "N" TO KA-RUNW-FOUND-SW.
130800     MOVE ZERO TO KA-RUNW-RUNS.
130900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
131000     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
131100     READ MUTTI-LAUFSTEUERUNG
131200         NOT INVALID KEY
131300             SET KA-RUNW-REC-FOUND TO TRUE
131400             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
131500     END-READ.
131600     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
131700         GO TO 9585-EXIT
131800     END-IF.
131900     MOVE SPACES TO KA-RUN-DATA.
132000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
132100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
132200     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
132300     SET KA-RUN-WAS-REFUSED TO TRUE.
132400     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
132500     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
132600     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
132700     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
132800     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
132900     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
133000     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
133100     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
133200     IF KA-RUNW-REC-FOUND
133300         REWRITE KA-RUN-REC
133400     ELSE
133500         WRITE KA-RUN-REC
133600     END-IF.
133700 9585-EXIT.
133800     EXIT.
133900*
134000*****************************************************************
134100* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
134200*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
134300*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
134400*****************************************************************
134500 9600-RUN-END.
134600     IF NOT KA-RUNW-RUN-IS-LOGGED
134700         GO TO 9600-EXIT
134800     END-IF.
134900     MOVE "N" TO KA-RUNW-LOGGED-SW.
135000     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
135100     OPEN I-O MUTTI-LAUFSTEUERUNG.
135200     IF KA-RUNW-STATUS NOT = "00"
135300         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
135400             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
135500         GO TO 9600-EXIT
135600     END-IF.
135700     MOVE "N" TO KA-RUNW-FOUND-SW.
135800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
135900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
136000     READ MUTTI-LAUFSTEUERUNG
136100         INVALID KEY
136200             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
136300                 " ENDE NICHT VERMERKT - SATZ FEHLT"
136400         NOT INVALID KEY
136500             SET KA-RUNW-REC-FOUND TO TRUE
136600     END-READ.
136700     IF KA-RUNW-REC-FOUND
136800         SET KA-RUN-IS-FINISHED TO TRUE
136900         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
137000         ACCEPT KA-RUN-END-TIME FROM TIME
137100         MOVE RETURN-CODE TO KA-RUN-RC
137200         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
137300         REWRITE KA-RUN-REC
137400         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
137500         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
137600             " BEENDET MIT RC " KA-RUNW-RC-ED
137700     END-IF.
137800     CLOSE MUTTI-LAUFSTEUERUNG.
137900 9600-EXIT.
138000     EXIT.
138100*
138200 9610-CLEAR-RUN-COUNT.
138300     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
138400     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
138500 9610-EXIT.
138600     EXIT.
138700*
138800*****************************************************************
138900* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
139000*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
139100*****************************************************************
139200 9650-SET-RUN-COUNTS.
139300     MOVE "PREIS" TO KA-RUNW-CNT-LABEL(1).
139400     MOVE WS-PRICE-FLAG-COUNT TO KA-RUNW-CNT-VALUE(1).
139500     MOVE "DOPPELT" TO KA-RUNW-CNT-LABEL(2).
139600     MOVE WS-DUP-FLAG-COUNT TO KA-RUNW-CNT-VALUE(2).
139700     MOVE "VIELE NEUE" TO KA-RUNW-CNT-LABEL(3).
139800     MOVE WS-BURST-FLAG-COUNT TO KA-RUNW-CNT-VALUE(3).
139900     MOVE "NEUE FAELLE" TO KA-RUNW-CNT-LABEL(4).
140000     MOVE WS-CASE-NEW-COUNT TO KA-RUNW-CNT-VALUE(4).
140100 9650-EXIT.
140200     EXIT.
