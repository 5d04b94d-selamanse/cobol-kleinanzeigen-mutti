000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-SUCHAUFTRAG.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-08.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-08 CJH  ORIGINAL VERSION.  NIGHTLY SAVED-SEARCH RUN,
001200*                    SCHEDULED AFTER MUTTI-ANZEIGEN-LADEN.  EVERY
001300*                    SEARCH ON MUTTISRC (COPY KASUCHE, WRITTEN BY
001400*                    KLEINANZEIGEN-MUTTI) PAST ITS EXPIRY DATE IS
001500*                    DELETED TOGETHER WITH ITS HITS.  EVERY ACTIVE
001600*                    SEARCH IS MATCHED AGAINST ITS CATEGORY ON THE
001700*                    MASTER (CATEGORY ALTERNATE INDEX): AN ACTIVE
001800*                    AD AT OR BELOW THE SEARCH'S MAXIMUM PRICE
001900*                    THAT WAS NEVER REPORTED TO THAT SEARCH IS A
002000*                    HIT - EITHER A NEWLY LOADED AD, OR AN AD THAT
002100*                    CAME DOWN INTO THE BUDGET, TOLD APART BY ITS
002200*                    PRICE-DROP RECORD ON MUTTIPRH (COPY KAPREIS)
002300*                    FROM THE LAST WS-DROP-LOOKBACK-DAYS.  EACH
002400*                    HIT IS KEPT ON MUTTISRH (COPY KASUHIT) SO THE
002500*                    SAME AD NEVER GOES TO THE SAME SEARCH TWICE,
002600*                    AND GOES OUT AS ONE NOTICE RECORD ON MUTTISTN
002700*                    FOR THE WEB PLATFORM, WORDED IN THE SEARCH'S
002800*                    LANGUAGE.  A RERUN ON THE SAME NIGHT SENDS
002900*                    ITS HITS AGAIN, SO MUTTISTN COMES OUT THE
003000*                    SAME.  THE RUN'S COUNTS GO TO MUTTISTO FOR
003100*                    MUTTI-TAGESBERICHT.  RETURN-CODE 0 = CLEAN,
003200*                    4 = NO SAVED SEARCHES ON FILE YET OR NO PRICE
003300*                    HISTORY, 8 = MASTER, HIT FILE OR NOTICE FILE
003400*                    WOULD NOT OPEN.
003410*    2026-10-09 CJH  ADS OF A SELLER BLOCKED ON THE SELLER MASTER
003420*                    (KAVERKAU, COPY KAVERK) ARE NO HIT - THE
003430*                    SAME RULE KLEINANZEIGEN-MUTTI ANSWERS BY.
003440*    2026-10-11 CJH  ADS BLOCKED AFTER THE SUSPICIOUS-AD REVIEW
003450*                    (STATUS G) ARE NO HIT EITHER.
003458*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
003466*                    MUTTIRUN (COPY KARUNCTL): START, END,
003474*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
003482*                    DATE.  THE RUN IS REFUSED (RETURN-CODE 12)
003490*                    UNLESS THE NIGHT'S LOAD FINISHED.
003492*    2026-10-15 CJH  HIT DATES, THE RERUN TEST, THE NOTICE AND
003494*                    THE TOTALS RECORD USE THE BUSINESS DATE OF
003496*                    THE NIGHT (WS-RUN-DATE), NOT THE CLOCK.  THE
003498*                    EXPIRY TEST AND THE PRICE-DROP LOOKBACK STAY
003499*                    ON THE SYSTEM DATE LIKE MUTTIPRH ITSELF.
003509*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
003519*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
003529*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
003539*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
003549*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
003559*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT MUTTI-SUCHAUFTRAG ASSIGN TO "MUTTISRC"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS KA-SRC-ID
004300         FILE STATUS IS WS-SRC-STATUS.
004400*
004500     SELECT MUTTI-SUCHTREFFER ASSIGN TO "MUTTISRH"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS KA-SRH-KEY
004900         FILE STATUS IS WS-SRH-STATUS.
005000*
005100     SELECT KLEINANZEIGEN-MASTER ASSIGN TO "KAMASTER"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS KA-MST-AD-ID
005500         ALTERNATE RECORD KEY IS KA-MST-CATEGORY
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-MASTER-STATUS.
005800*
005900     SELECT MUTTI-PREIS-HIST ASSIGN TO "MUTTIPRH"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-PRH-STATUS.
006200*
006300     SELECT MUTTI-SUCH-INFO ASSIGN TO "MUTTISTN"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-STN-STATUS.
006600*
006700     SELECT MUTTI-SUCH-TOT ASSIGN TO "MUTTISTO"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-STO-STATUS.
006910*
006920     SELECT SELLER-MASTER ASSIGN TO "KAVERKAU"
006930         ORGANIZATION IS INDEXED
006940         ACCESS MODE IS DYNAMIC
006950         RECORD KEY IS KA-VKF-ID
006960         FILE STATUS IS WS-VKF-STATUS.
007000*
007010     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
007020         ORGANIZATION IS INDEXED
007030         ACCESS MODE IS DYNAMIC
007040         RECORD KEY IS KA-RUN-KEY
007050         FILE STATUS IS KA-RUNW-STATUS.
007060*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  MUTTI-SUCHAUFTRAG
007400     LABEL RECORDS ARE STANDARD.
007500 COPY KASUCHE.
007600*
007700 FD  MUTTI-SUCHTREFFER
007800     LABEL RECORDS ARE STANDARD.
007900 COPY KASUHIT.
008000*
008100 FD  KLEINANZEIGEN-MASTER
008200     LABEL RECORDS ARE STANDARD.
008300 COPY KAMASTER.
008400*
008500 FD  MUTTI-PREIS-HIST
008600     LABEL RECORDS ARE STANDARD.
008700 COPY KAPREIS.
008710*
008720 FD  SELLER-MASTER
008730     LABEL RECORDS ARE STANDARD.
008740 COPY KAVERK.
008800*
008900 FD  MUTTI-SUCH-INFO
009000     LABEL RECORDS ARE STANDARD.
009100 01  STN-REC.
009200     05  STN-RUN-DATE            PIC 9(08).
009300     05  STN-SRC-ID              PIC 9(08).
009400     05  STN-AD-ID               PIC X(10).
009500     05  STN-HIT-TYPE            PIC X(01).
009600     05  STN-CATEGORY            PIC X(20).
009700     05  STN-PRICE               PIC 9(7)V99.
009800     05  STN-OLD-PRICE           PIC 9(7)V99.
009900     05  STN-LANG                PIC X(02).
010000     05  STN-BUYER-NAME          PIC X(30).
010100     05  STN-BUYER-CONTACT       PIC X(50).
010200     05  STN-TEXT                PIC X(200).
010300     05  FILLER                  PIC X(03).
010400*
010500 FD  MUTTI-SUCH-TOT
010600     LABEL RECORDS ARE STANDARD.
010700*    ONE RECORD PER RUN - READ BACK BY MUTTI-TAGESBERICHT.  KEEP
010800*    IN STEP WITH THE TWIN LAYOUT THERE.
010900 01  STO-REC.
011000     05  STO-DATE                PIC 9(08).
011100     05  STO-SEARCH-COUNT        PIC 9(07).
011200     05  STO-ACTIVE-COUNT        PIC 9(07).
011300     05  STO-PURGED-COUNT        PIC 9(07).
011400     05  STO-NEW-HIT-COUNT       PIC 9(07).
011500     05  STO-DROP-HIT-COUNT      PIC 9(07).
011600     05  STO-NOTICE-COUNT        PIC 9(07).
011700     05  FILLER                  PIC X(04).
011800*
011810 FD  MUTTI-LAUFSTEUERUNG
011820     LABEL RECORDS ARE STANDARD.
011830 COPY KARUNCTL.
011840*
011900 WORKING-STORAGE SECTION.
012000 01  WS-SWITCHES.
012100     05  WS-SRC-OPEN-SW          PIC X(01)   VALUE "N".
012200         88  SRC-FILE-IS-OPEN            VALUE "Y".
012300     05  WS-SRC-EOF-SW           PIC X(01)   VALUE "N".
012400         88  SRC-AT-END                  VALUE "Y".
012500     05  WS-SRH-OPEN-SW          PIC X(01)   VALUE "N".
012600         88  SRH-FILE-IS-OPEN            VALUE "Y".
012700     05  WS-SRH-EOF-SW           PIC X(01)   VALUE "N".
012800         88  SRH-AT-END                  VALUE "Y".
012900     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
013000         88  MASTER-FILE-IS-OPEN         VALUE "Y".
013100     05  WS-MASTER-EOF-SW        PIC X(01)   VALUE "N".
013200         88  MASTER-AT-END               VALUE "Y".
013300     05  WS-PRH-EOF-SW           PIC X(01)   VALUE "N".
013400         88  PRH-AT-END                  VALUE "Y".
013500     05  WS-STN-OPEN-SW          PIC X(01)   VALUE "N".
013600         88  STN-FILE-IS-OPEN            VALUE "Y".
013700     05  WS-HIT-FOUND-SW         PIC X(01)   VALUE "N".
013800         88  HIT-ALREADY-ON-FILE         VALUE "Y".
013900     05  WS-DROP-FOUND-SW        PIC X(01)   VALUE "N".
014000         88  DROP-FOUND                  VALUE "Y".
014100     05  WS-SEARCH-HIT-SW        PIC X(01)   VALUE "N".
014200         88  SEARCH-HAD-NEW-HIT          VALUE "Y".
014210     05  WS-VKF-OPEN-SW          PIC X(01)   VALUE "N".
014220         88  VKF-FILE-IS-OPEN            VALUE "Y".
014300*
014400 01  WS-SRC-STATUS               PIC X(02).
014500 01  WS-SRH-STATUS               PIC X(02).
014600 01  WS-MASTER-STATUS            PIC X(02).
014700 01  WS-PRH-STATUS               PIC X(02).
014800 01  WS-STN-STATUS               PIC X(02).
014900 01  WS-STO-STATUS               PIC X(02).
014910 01  WS-VKF-STATUS               PIC X(02).
015000*
015100 01  WS-DATE-WORK-AREA.
015200     05  WS-TODAY-DATE           PIC 9(08).
015210     05  WS-RUN-DATE             PIC 9(08).
015300     05  WS-DROP-CUTOFF          PIC 9(08).
015400 77  WS-DROP-LOOKBACK-DAYS       PIC 9(03)   COMP VALUE 3.
015500*
015600*    PRICE DROPS OF THE LAST FEW NIGHTS OFF MUTTIPRH, ONE ENTRY
015700*    PER AD (THE LATEST DROP WINS).  A FULL TABLE ONLY MEANS A
015800*    LATER DROP IS REPORTED AS A PLAIN NEW HIT.
015900 01  WS-DROP-TABLE.
016000     05  WS-DROP-ENTRY           OCCURS 1000 TIMES.
016100         10  WS-DROP-AD-ID       PIC X(10).
016200         10  WS-DROP-OLD-PRICE   PIC 9(7)V99.
016300         10  WS-DROP-DATE        PIC 9(08).
016400 01  WS-DROP-MAX                 PIC 9(04)   COMP VALUE ZERO.
016500 77  WS-DROP-LIMIT               PIC 9(04)   COMP VALUE 1000.
016600 01  WS-DROP-IDX                 PIC 9(04)   COMP.
016700 01  WS-DROP-OVERFLOW-SW         PIC X(01)   VALUE "N".
016800     88  DROP-TABLE-FULL                 VALUE "Y".
016900*
017000 01  WS-LANG-CODE                PIC X(02)   VALUE "DE".
017100     88  LANG-IS-DE                      VALUE "DE".
017200     88  LANG-IS-EN                      VALUE "EN".
017300     88  LANG-IS-TR                      VALUE "TR".
017400*
017500 01  WS-PRICE-ED                 PIC ZZZZZZ9.99.
017600 01  WS-OLD-PRICE-ED             PIC ZZZZZZ9.99.
017700 01  WS-MAX-PRICE-ED             PIC ZZZZZZ9.99.
017800 01  WS-HIT-OLD-PRICE            PIC 9(7)V99.
017900*
018000 01  WS-COUNTERS.
018100     05  WS-SEARCH-COUNT         PIC 9(07)   COMP VALUE ZERO.
018200     05  WS-ACTIVE-COUNT         PIC 9(07)   COMP VALUE ZERO.
018300     05  WS-PURGED-COUNT         PIC 9(07)   COMP VALUE ZERO.
018400     05  WS-HITS-DELETED-COUNT   PIC 9(07)   COMP VALUE ZERO.
018500     05  WS-NEW-HIT-COUNT        PIC 9(07)   COMP VALUE ZERO.
018600     05  WS-DROP-HIT-COUNT       PIC 9(07)   COMP VALUE ZERO.
018700     05  WS-RESENT-COUNT         PIC 9(07)   COMP VALUE ZERO.
018800     05  WS-KNOWN-HIT-COUNT      PIC 9(07)   COMP VALUE ZERO.
018900     05  WS-NOTICE-COUNT         PIC 9(07)   COMP VALUE ZERO.
019000     05  WS-PRH-DROP-COUNT       PIC 9(07)   COMP VALUE ZERO.
019100*
019200 01  WS-COUNT-DISPLAY            PIC 9(07).
019300*
019307*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
019314 01  WS-RUN-STEP-VALUES.
019321     05  FILLER                  PIC X(18)   VALUE "SUCHAUFTRAG".
019328     05  FILLER                  PIC X(30)
019335                                 VALUE "MUTTI-SUCHAUFTRAG".
019342     05  FILLER                  PIC X(01)   VALUE "N".
019349     05  FILLER                  PIC X(18)   VALUE SPACES.
019356     05  FILLER                  PIC X(18)   VALUE "LADEN".
019363     05  FILLER                  PIC X(02)   VALUE "04".
019370     05  FILLER                  PIC X(60)   VALUE SPACES.
019377 COPY KARUNWRK.
019384*
019400 PROCEDURE DIVISION.
019500*
019600 0000-MAINLINE.
019610     PERFORM 9500-RUN-START THRU 9500-EXIT.
019620     IF KA-RUNW-IS-REFUSED
019630         STOP RUN
019640     END-IF.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     IF RETURN-CODE NOT = 8
019900         PERFORM 1200-LOAD-PRICE-DROPS THRU 1200-EXIT
020000         PERFORM 2000-PROCESS-SEARCHES THRU 2000-EXIT
020100     END-IF.
020200     PERFORM 8000-SHOW-TOTALS THRU 8000-EXIT.
020300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020400     STOP RUN.
020500*
020600*****************************************************************
020700* 1000-INITIALIZE  --  OPEN THE FILES.  THE HIT FILE IS CREATED
020800*    ON FIRST USE.  NO SAVED-SEARCH FILE IS NOT AN ERROR - NOBODY
020900*    HAS SAVED A SEARCH YET - AND ENDS WITH RETURN-CODE 4 AND AN
021000*    EMPTY NOTICE FILE.
021100*****************************************************************
021200 1000-INITIALIZE.
021300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
021310     MOVE KA-RUNW-BUS-DATE TO WS-RUN-DATE.
021400     COMPUTE WS-DROP-CUTOFF = FUNCTION DATE-OF-INTEGER
021500         (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
021600             - WS-DROP-LOOKBACK-DAYS).
021700     OPEN OUTPUT MUTTI-SUCH-INFO.
021800     IF WS-STN-STATUS = "00"
021900         SET STN-FILE-IS-OPEN TO TRUE
022000     ELSE
022100         DISPLAY "SUCHAUFTRAG: AUSGABE MUTTISTN NICHT"
022200             " VERFUEGBAR - ABBRUCH"
022300         MOVE 8 TO RETURN-CODE
022400         GO TO 1000-EXIT
022500     END-IF.
022600     OPEN INPUT KLEINANZEIGEN-MASTER.
022700     IF WS-MASTER-STATUS = "00"
022800         SET MASTER-FILE-IS-OPEN TO TRUE
022900     ELSE
023000         DISPLAY "SUCHAUFTRAG: ANZEIGEN-MASTER NICHT"
023100             " VERFUEGBAR - ABBRUCH"
023200         MOVE 8 TO RETURN-CODE
023300         GO TO 1000-EXIT
023400     END-IF.
023500     OPEN I-O MUTTI-SUCHTREFFER.
023600     IF WS-SRH-STATUS NOT = "00"
023700         OPEN OUTPUT MUTTI-SUCHTREFFER
023800         CLOSE MUTTI-SUCHTREFFER
023900         OPEN I-O MUTTI-SUCHTREFFER
024000     END-IF.
024100     IF WS-SRH-STATUS = "00"
024200         SET SRH-FILE-IS-OPEN TO TRUE
024300     ELSE
024400         DISPLAY "SUCHAUFTRAG: TREFFERDATEI (MUTTISRH) NICHT"
024500             " VERFUEGBAR - ABBRUCH"
024600         MOVE 8 TO RETURN-CODE
024700         GO TO 1000-EXIT
024800     END-IF.
024900     OPEN I-O MUTTI-SUCHAUFTRAG.
025000     IF WS-SRC-STATUS = "00"
025100         SET SRC-FILE-IS-OPEN TO TRUE
025200     ELSE
025300         DISPLAY "SUCHAUFTRAG: KEINE SUCHAUFTRAEGE (MUTTISRC)"
025400             " - NICHTS ZU TUN"
025500         MOVE 4 TO RETURN-CODE
025600     END-IF.
025610*    WITHOUT THE SELLER MASTER NO AD CAN BE CHECKED FOR A BLOCK
025620*    AND EVERY AFFORDABLE AD COUNTS, AS IN KLEINANZEIGEN-MUTTI.
025630     OPEN INPUT SELLER-MASTER.
025640     IF WS-VKF-STATUS = "00"
025650         SET VKF-FILE-IS-OPEN TO TRUE
025660     END-IF.
025700 1000-EXIT.
025800     EXIT.
025900*
026000*****************************************************************
026100* 1200-LOAD-PRICE-DROPS  --  READ MUTTIPRH ONCE AND KEEP EVERY
026200*    DROP (NEW PRICE BELOW OLD) ON OR AFTER WS-DROP-CUTOFF.  NO
026300*    PRICE HISTORY MEANS EVERY HIT IS REPORTED AS A NEW AD.
026400*****************************************************************
026500 1200-LOAD-PRICE-DROPS.
026600     IF NOT SRC-FILE-IS-OPEN
026700         GO TO 1200-EXIT
026800     END-IF.
026900     OPEN INPUT MUTTI-PREIS-HIST.
027000     IF WS-PRH-STATUS NOT = "00"
027100         DISPLAY "SUCHAUFTRAG: KEINE PREISHISTORIE (MUTTIPRH) -"
027200             " ALLE TREFFER ALS NEUE ANZEIGE"
027300         IF RETURN-CODE = ZERO
027400             MOVE 4 TO RETURN-CODE
027500         END-IF
027600         GO TO 1200-EXIT
027700     END-IF.
027800     MOVE "N" TO WS-PRH-EOF-SW.
027900     PERFORM 1210-READ-NEXT-PRH THRU 1210-EXIT.
028000     PERFORM 1220-KEEP-ONE-DROP THRU 1220-EXIT
028100         UNTIL PRH-AT-END.
028200     CLOSE MUTTI-PREIS-HIST.
028300     IF DROP-TABLE-FULL
028400         DISPLAY "SUCHAUFTRAG: PREISSENKUNGS-TABELLE VOLL -"
028500             " WEITERE SENKUNGEN ALS NEUE ANZEIGE GEMELDET"
028600     END-IF.
028700 1200-EXIT.
028800     EXIT.
028900*
029000 1210-READ-NEXT-PRH.
029100     READ MUTTI-PREIS-HIST
029200         AT END
029300             SET PRH-AT-END TO TRUE
029400     END-READ.
029500 1210-EXIT.
029600     EXIT.
029700*
029800 1220-KEEP-ONE-DROP.
029900     IF KA-PRH-DATE NUMERIC
030000         AND KA-PRH-DATE NOT < WS-DROP-CUTOFF
030100         AND KA-PRH-NEW-PRICE < KA-PRH-OLD-PRICE
030200         ADD 1 TO WS-PRH-DROP-COUNT
030300         MOVE KA-PRH-AD-ID TO KA-SRH-AD-ID
030400         PERFORM 3300-FIND-DROP THRU 3300-EXIT
030500         IF NOT DROP-FOUND
030600             IF WS-DROP-MAX < WS-DROP-LIMIT
030700                 ADD 1 TO WS-DROP-MAX
030800                 MOVE WS-DROP-MAX TO WS-DROP-IDX
030900                 SET DROP-FOUND TO TRUE
031000             ELSE
031100                 SET DROP-TABLE-FULL TO TRUE
031200             END-IF
031300         END-IF
031400         IF DROP-FOUND
031500             MOVE KA-PRH-AD-ID TO WS-DROP-AD-ID(WS-DROP-IDX)
031600             MOVE KA-PRH-OLD-PRICE
031700                 TO WS-DROP-OLD-PRICE(WS-DROP-IDX)
031800             MOVE KA-PRH-DATE TO WS-DROP-DATE(WS-DROP-IDX)
031900         END-IF
032000     END-IF.
032100     PERFORM 1210-READ-NEXT-PRH THRU 1210-EXIT.
032200 1220-EXIT.
032300     EXIT.
032400*
032500*****************************************************************
032600* 2000-PROCESS-SEARCHES  --  STEP THROUGH MUTTISRC IN ID ORDER:
032700*    PURGE WHAT HAS EXPIRED, MATCH WHAT IS STILL GOOD.
032800*****************************************************************
032900 2000-PROCESS-SEARCHES.
033000     IF NOT SRC-FILE-IS-OPEN
033100         GO TO 2000-EXIT
033200     END-IF.
033300     MOVE ZEROS TO KA-SRC-ID.
033400     MOVE "N" TO WS-SRC-EOF-SW.
033500     START MUTTI-SUCHAUFTRAG KEY IS NOT LESS THAN KA-SRC-ID
033600         INVALID KEY
033700             SET SRC-AT-END TO TRUE
033800     END-START.
033900     PERFORM 2100-READ-NEXT-SEARCH THRU 2100-EXIT.
034000     PERFORM 2200-PROCESS-ONE-SEARCH THRU 2200-EXIT
034100         UNTIL SRC-AT-END.
034200 2000-EXIT.
034300     EXIT.
034400*
034500 2100-READ-NEXT-SEARCH.
034600     IF NOT SRC-AT-END
034700         READ MUTTI-SUCHAUFTRAG NEXT RECORD
034800             AT END
034900                 SET SRC-AT-END TO TRUE
035000         END-READ
035100     END-IF.
035200     IF NOT SRC-AT-END
035300         ADD 1 TO WS-SEARCH-COUNT
035400     END-IF.
035500 2100-EXIT.
035600     EXIT.
035700*
035800 2200-PROCESS-ONE-SEARCH.
035900     IF KA-SRC-EXPIRY-DATE NOT NUMERIC
036000         OR KA-SRC-EXPIRY-DATE < WS-TODAY-DATE
036100         OR NOT KA-SRC-IS-ACTIVE
036200         PERFORM 2300-PURGE-SEARCH THRU 2300-EXIT
036300     ELSE
036400         ADD 1 TO WS-ACTIVE-COUNT
036500         PERFORM 3000-MATCH-SEARCH THRU 3000-EXIT
036600     END-IF.
036700     PERFORM 2100-READ-NEXT-SEARCH THRU 2100-EXIT.
036800 2200-EXIT.
036900     EXIT.
037000*
037100*****************************************************************
037200* 2300-PURGE-SEARCH  --  THE SEARCH HAS RUN OUT: DELETE ITS HITS
037300*    OFF MUTTISRH, THEN THE SEARCH ITSELF (THE RECORD JUST READ).
037400*****************************************************************
037500 2300-PURGE-SEARCH.
037600     MOVE KA-SRC-ID TO KA-SRH-SRC-ID.
037700     MOVE LOW-VALUES TO KA-SRH-AD-ID.
037800     MOVE "N" TO WS-SRH-EOF-SW.
037900     START MUTTI-SUCHTREFFER KEY IS NOT LESS THAN KA-SRH-KEY
038000         INVALID KEY
038100             SET SRH-AT-END TO TRUE
038200     END-START.
038300     PERFORM 2310-DELETE-ONE-HIT THRU 2310-EXIT
038400         UNTIL SRH-AT-END.
038500     DELETE MUTTI-SUCHAUFTRAG RECORD.
038600     ADD 1 TO WS-PURGED-COUNT.
038700 2300-EXIT.
038800     EXIT.
038900*
039000 2310-DELETE-ONE-HIT.
039100     READ MUTTI-SUCHTREFFER NEXT RECORD
039200         AT END
039300             SET SRH-AT-END TO TRUE
039400     END-READ.
039500     IF NOT SRH-AT-END
039600         IF KA-SRH-SRC-ID = KA-SRC-ID
039700             DELETE MUTTI-SUCHTREFFER RECORD
039800             ADD 1 TO WS-HITS-DELETED-COUNT
039900         ELSE
040000             SET SRH-AT-END TO TRUE
040100         END-IF
040200     END-IF.
040300 2310-EXIT.
040400     EXIT.
040500*
040600*****************************************************************
040700* 3000-MATCH-SEARCH  --  WALK THE SEARCH'S CATEGORY ON THE
040800*    ALTERNATE INDEX AND TEST EVERY AD.  A SEARCH THAT GOT A NEW
040900*    HIT IS REWRITTEN WITH ITS HIT COUNT AND LAST HIT DATE.
041000*****************************************************************
041100 3000-MATCH-SEARCH.
041200     MOVE "N" TO WS-SEARCH-HIT-SW.
041300     MOVE KA-SRC-CATEGORY TO KA-MST-CATEGORY.
041400     MOVE "N" TO WS-MASTER-EOF-SW.
041500     START KLEINANZEIGEN-MASTER KEY IS NOT LESS THAN
041600             KA-MST-CATEGORY
041700         INVALID KEY
041800             SET MASTER-AT-END TO TRUE
041900     END-START.
042000     PERFORM 3100-CHECK-NEXT-AD THRU 3100-EXIT
042100         UNTIL MASTER-AT-END.
042200     IF SEARCH-HAD-NEW-HIT
042300         REWRITE KA-SEARCH-REC
042400     END-IF.
042500 3000-EXIT.
042600     EXIT.
042700*
042800 3100-CHECK-NEXT-AD.
042900     READ KLEINANZEIGEN-MASTER NEXT RECORD
043000         AT END
043100             SET MASTER-AT-END TO TRUE
043200     END-READ.
043300     IF MASTER-AT-END
043400         GO TO 3100-EXIT
043500     END-IF.
043600     IF KA-MST-CATEGORY NOT = KA-SRC-CATEGORY
043700         SET MASTER-AT-END TO TRUE
043800         GO TO 3100-EXIT
043900     END-IF.
044000     IF KA-MST-IS-SOLD OR KA-MST-IS-EXPIRED OR KA-MST-IS-RESERVED
044010         OR KA-MST-IS-BLOCKED
044100         GO TO 3100-EXIT
044200     END-IF.
044300     IF KA-MST-PRICE NOT NUMERIC
044400         OR KA-MST-PRICE > KA-SRC-MAX-PRICE
044500         GO TO 3100-EXIT
044600     END-IF.
044610     IF VKF-FILE-IS-OPEN
044620         MOVE KA-MST-SELLER(1:10) TO KA-VKF-ID
044630         READ SELLER-MASTER
044640             INVALID KEY
044650                 CONTINUE
044660             NOT INVALID KEY
044670                 IF KA-VKF-IS-BLOCKED
044680                     GO TO 3100-EXIT
044690                 END-IF
044695         END-READ
044698     END-IF.
044700     PERFORM 3200-CHECK-HIT THRU 3200-EXIT.
044800 3100-EXIT.
044900     EXIT.
045000*
045100*****************************************************************
045200* 3200-CHECK-HIT  --  THE AD FITS THE SEARCH.  ALREADY ON
045300*    MUTTISRH FROM AN EARLIER NIGHT = NOTHING TO SAY; FROM THIS
045400*    NIGHT = A RERUN, SEND THE SAME NOTICE AGAIN.  OTHERWISE IT
045500*    IS A NEW HIT: PRICE DROP WHEN MUTTIPRH HAS A RECENT DROP FOR
045600*    IT, ELSE A NEW AD.
045700*****************************************************************
045800 3200-CHECK-HIT.
045900     MOVE KA-SRC-ID TO KA-SRH-SRC-ID.
046000     MOVE KA-MST-AD-ID TO KA-SRH-AD-ID.
046100     MOVE "Y" TO WS-HIT-FOUND-SW.
046200     READ MUTTI-SUCHTREFFER
046300         INVALID KEY
046400             MOVE "N" TO WS-HIT-FOUND-SW
046500     END-READ.
046600     IF HIT-ALREADY-ON-FILE
046700         IF KA-SRH-DATE = WS-RUN-DATE
046800             PERFORM 3300-FIND-DROP THRU 3300-EXIT
046900             IF KA-SRH-IS-NEW-AD
047000                 MOVE "N" TO WS-DROP-FOUND-SW
047100             END-IF
047200             PERFORM 4000-WRITE-NOTICE THRU 4000-EXIT
047300             ADD 1 TO WS-RESENT-COUNT
047400         ELSE
047500             ADD 1 TO WS-KNOWN-HIT-COUNT
047600         END-IF
047700         GO TO 3200-EXIT
047800     END-IF.
047900     PERFORM 3300-FIND-DROP THRU 3300-EXIT.
048000     MOVE SPACES TO KA-SEARCH-HIT-REC.
048100     MOVE KA-SRC-ID TO KA-SRH-SRC-ID.
048200     MOVE KA-MST-AD-ID TO KA-SRH-AD-ID.
048300     MOVE WS-RUN-DATE TO KA-SRH-DATE.
048400     MOVE KA-MST-PRICE TO KA-SRH-PRICE.
048500     IF DROP-FOUND
048600         SET KA-SRH-IS-PRICE-DROP TO TRUE
048700         ADD 1 TO WS-DROP-HIT-COUNT
048800     ELSE
048900         SET KA-SRH-IS-NEW-AD TO TRUE
049000         ADD 1 TO WS-NEW-HIT-COUNT
049100     END-IF.
049200     WRITE KA-SEARCH-HIT-REC
049300         INVALID KEY
049400             CONTINUE
049500     END-WRITE.
049600     PERFORM 4000-WRITE-NOTICE THRU 4000-EXIT.
049700     ADD 1 TO KA-SRC-HIT-COUNT.
049800     MOVE WS-RUN-DATE TO KA-SRC-LAST-HIT-DATE.
049900     SET SEARCH-HAD-NEW-HIT TO TRUE.
050000 3200-EXIT.
050100     EXIT.
050200*
050300*****************************************************************
050400* 3300-FIND-DROP  --  LOOK UP THE AD IN KA-SRH-AD-ID IN THE DROP
050500*    TABLE.  SETS DROP-FOUND, WS-DROP-IDX AND WS-HIT-OLD-PRICE.
050600*****************************************************************
050700 3300-FIND-DROP.
050800     MOVE "N" TO WS-DROP-FOUND-SW.
050900     MOVE ZERO TO WS-HIT-OLD-PRICE.
051000     PERFORM 3310-COMPARE-ONE-DROP THRU 3310-EXIT
051100         VARYING WS-DROP-IDX FROM 1 BY 1
051200         UNTIL WS-DROP-IDX > WS-DROP-MAX
051300             OR DROP-FOUND.
051400     IF DROP-FOUND
051500         SUBTRACT 1 FROM WS-DROP-IDX
051600         MOVE WS-DROP-OLD-PRICE(WS-DROP-IDX) TO WS-HIT-OLD-PRICE
051700     END-IF.
051800 3300-EXIT.
051900     EXIT.
052000*
052100 3310-COMPARE-ONE-DROP.
052200     IF WS-DROP-AD-ID(WS-DROP-IDX) = KA-SRH-AD-ID
052300         SET DROP-FOUND TO TRUE
052400     END-IF.
052500 3310-EXIT.
052600     EXIT.
052700*
052800*****************************************************************
052900* 4000-WRITE-NOTICE  --  ONE MUTTISTN RECORD PER HIT, WITH THE
053000*    READY-TO-SEND TEXT IN THE SEARCH'S LANGUAGE (GERMAN WHEN NONE
053100*    WAS KEPT).
053200*****************************************************************
053300 4000-WRITE-NOTICE.
053400     MOVE KA-SRC-LANG TO WS-LANG-CODE.
053500     IF NOT LANG-IS-DE AND NOT LANG-IS-EN AND NOT LANG-IS-TR
053600         MOVE "DE" TO WS-LANG-CODE
053700     END-IF.
053800     MOVE KA-MST-PRICE TO WS-PRICE-ED.
053900     MOVE WS-HIT-OLD-PRICE TO WS-OLD-PRICE-ED.
054000     MOVE KA-SRC-MAX-PRICE TO WS-MAX-PRICE-ED.
054100     MOVE SPACES TO STN-REC.
054200     MOVE WS-RUN-DATE TO STN-RUN-DATE.
054300     MOVE KA-SRC-ID TO STN-SRC-ID.
054400     MOVE KA-MST-AD-ID TO STN-AD-ID.
054500     MOVE KA-MST-CATEGORY TO STN-CATEGORY.
054600     MOVE KA-MST-PRICE TO STN-PRICE.
054700     MOVE WS-HIT-OLD-PRICE TO STN-OLD-PRICE.
054800     MOVE WS-LANG-CODE TO STN-LANG.
054900     MOVE KA-SRC-BUYER-NAME TO STN-BUYER-NAME.
055000     MOVE KA-SRC-BUYER-CONTACT TO STN-BUYER-CONTACT.
055100     IF DROP-FOUND
055200         MOVE "P" TO STN-HIT-TYPE
055300         PERFORM 4200-SAY-PRICE-DROP THRU 4200-EXIT
055400     ELSE
055500         MOVE "N" TO STN-HIT-TYPE
055600         PERFORM 4100-SAY-NEW-AD THRU 4100-EXIT
055700     END-IF.
055800     WRITE STN-REC.
055900     ADD 1 TO WS-NOTICE-COUNT.
056000 4000-EXIT.
056100     EXIT.
056200*
056300 4100-SAY-NEW-AD.
056400     EVALUATE TRUE
056500         WHEN LANG-IS-EN
056600             STRING "Hello " DELIMITED BY SIZE
056700                    KA-SRC-BUYER-NAME DELIMITED BY "  "
056800                    ", new in " DELIMITED BY SIZE
056900                    KA-MST-CATEGORY DELIMITED BY SPACE
057000                    ": ad " DELIMITED BY SIZE
057100                    KA-MST-AD-ID DELIMITED BY SPACE
057200                    " for " DELIMITED BY SIZE
057300                    WS-PRICE-ED DELIMITED BY SIZE
057400                    " EUR - fits your search up to "
057500                      DELIMITED BY SIZE
057600                    WS-MAX-PRICE-ED DELIMITED BY SIZE
057700                    " EUR." DELIMITED BY SIZE
057800               INTO STN-TEXT
057900             END-STRING
058000         WHEN LANG-IS-TR
058100             STRING "Merhaba " DELIMITED BY SIZE
058200                    KA-SRC-BUYER-NAME DELIMITED BY "  "
058300                    ", " DELIMITED BY SIZE
058400                    KA-MST-CATEGORY DELIMITED BY SPACE
058500                    " icinde yeni: ilan " DELIMITED BY SIZE
058600                    KA-MST-AD-ID DELIMITED BY SPACE
058700                    " " DELIMITED BY SIZE
058800                    WS-PRICE-ED DELIMITED BY SIZE
058900                    " EUR - " DELIMITED BY SIZE
059000                    WS-MAX-PRICE-ED DELIMITED BY SIZE
059100                    " EUR'ya kadar olan aramana uyuyor."
059200                      DELIMITED BY SIZE
059300               INTO STN-TEXT
059400             END-STRING
059500         WHEN OTHER
059600             STRING "Hallo " DELIMITED BY SIZE
059700                    KA-SRC-BUYER-NAME DELIMITED BY "  "
059800                    ", neu in " DELIMITED BY SIZE
059900                    KA-MST-CATEGORY DELIMITED BY SPACE
060000                    ": Anzeige " DELIMITED BY SIZE
060100                    KA-MST-AD-ID DELIMITED BY SPACE
060200                    " fuer " DELIMITED BY SIZE
060300                    WS-PRICE-ED DELIMITED BY SIZE
060400                    " EUR - passt zu deinem Suchauftrag bis "
060500                      DELIMITED BY SIZE
060600                    WS-MAX-PRICE-ED DELIMITED BY SIZE
060700                    " EUR." DELIMITED BY SIZE
060800               INTO STN-TEXT
060900             END-STRING
061000     END-EVALUATE.
061100 4100-EXIT.
061200     EXIT.
061300*
061400 4200-SAY-PRICE-DROP.
061500     EVALUATE TRUE
061600         WHEN LANG-IS-EN
061700             STRING "Hello " DELIMITED BY SIZE
061800                    KA-SRC-BUYER-NAME DELIMITED BY "  "
061900                    ", ad " DELIMITED BY SIZE
062000                    KA-MST-AD-ID DELIMITED BY SPACE
062100                    " in " DELIMITED BY SIZE
062200                    KA-MST-CATEGORY DELIMITED BY SPACE
062300                    " is down from " DELIMITED BY SIZE
062400                    WS-OLD-PRICE-ED DELIMITED BY SIZE
062500                    " to " DELIMITED BY SIZE
062600                    WS-PRICE-ED DELIMITED BY SIZE
062700                    " EUR - fits your search up to "
062800                      DELIMITED BY SIZE
062900                    WS-MAX-PRICE-ED DELIMITED BY SIZE
063000                    " EUR." DELIMITED BY SIZE
063100               INTO STN-TEXT
063200             END-STRING
063300         WHEN LANG-IS-TR
063400             STRING "Merhaba " DELIMITED BY SIZE
063500                    KA-SRC-BUYER-NAME DELIMITED BY "  "
063600                    ", " DELIMITED BY SIZE
063700                    KA-MST-CATEGORY DELIMITED BY SPACE
063800                    " icindeki ilan " DELIMITED BY SIZE
063900                    KA-MST-AD-ID DELIMITED BY SPACE
064000                    " " DELIMITED BY SIZE
064100                    WS-OLD-PRICE-ED DELIMITED BY SIZE
064200                    " EUR'dan " DELIMITED BY SIZE
064300                    WS-PRICE-ED DELIMITED BY SIZE
064400                    " EUR'ya indi - aramana uyuyor."
064500                      DELIMITED BY SIZE
064600               INTO STN-TEXT
064700             END-STRING
064800         WHEN OTHER
064900             STRING "Hallo " DELIMITED BY SIZE
065000                    KA-SRC-BUYER-NAME DELIMITED BY "  "
065100                    ", Anzeige " DELIMITED BY SIZE
065200                    KA-MST-AD-ID DELIMITED BY SPACE
065300                    " in " DELIMITED BY SIZE
065400                    KA-MST-CATEGORY DELIMITED BY SPACE
065500                    " ist von " DELIMITED BY SIZE
065600                    WS-OLD-PRICE-ED DELIMITED BY SIZE
065700                    " auf " DELIMITED BY SIZE
065800                    WS-PRICE-ED DELIMITED BY SIZE
065900                    " EUR reduziert - passt zu deinem Suchauftrag"
066000                      DELIMITED BY SIZE
066100                    " bis " DELIMITED BY SIZE
066200                    WS-MAX-PRICE-ED DELIMITED BY SIZE
066300                    " EUR." DELIMITED BY SIZE
066400               INTO STN-TEXT
066500             END-STRING
066600     END-EVALUATE.
066700 4200-EXIT.
066800     EXIT.
066900*
067000*****************************************************************
067100* 8000-SHOW-TOTALS  --  RUN TOTALS FOR THE SCHEDULE LOG, AND THE
067200*    MUTTISTO RECORD FOR MUTTI-TAGESBERICHT (ONE GENERATION PER
067300*    NIGHT, LIKE MUTTILTO).
067400*****************************************************************
067500 8000-SHOW-TOTALS.
067600     MOVE WS-SEARCH-COUNT TO WS-COUNT-DISPLAY.
067700     DISPLAY "SUCHAUFTRAG GELESEN:            " WS-COUNT-DISPLAY.
067800     MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
067900     DISPLAY "SUCHAUFTRAG AKTIV:              " WS-COUNT-DISPLAY.
068000     MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY.
068100     DISPLAY "SUCHAUFTRAG ABGELAUFEN/GELOESCHT:" WS-COUNT-DISPLAY.
068200     MOVE WS-HITS-DELETED-COUNT TO WS-COUNT-DISPLAY.
068300     DISPLAY "SUCHAUFTRAG TREFFER GELOESCHT:  " WS-COUNT-DISPLAY.
068400     MOVE WS-PRH-DROP-COUNT TO WS-COUNT-DISPLAY.
068500     DISPLAY "SUCHAUFTRAG PREISSENKUNGEN:     " WS-COUNT-DISPLAY.
068600     MOVE WS-NEW-HIT-COUNT TO WS-COUNT-DISPLAY.
068700     DISPLAY "SUCHAUFTRAG TREFFER NEU:        " WS-COUNT-DISPLAY.
068800     MOVE WS-DROP-HIT-COUNT TO WS-COUNT-DISPLAY.
068900     DISPLAY "SUCHAUFTRAG TREFFER PREIS:      " WS-COUNT-DISPLAY.
069000     MOVE WS-RESENT-COUNT TO WS-COUNT-DISPLAY.
069100     DISPLAY "SUCHAUFTRAG ERNEUT GESENDET:    " WS-COUNT-DISPLAY.
069200     MOVE WS-KNOWN-HIT-COUNT TO WS-COUNT-DISPLAY.
069300     DISPLAY "SUCHAUFTRAG SCHON GEMELDET:     " WS-COUNT-DISPLAY.
069400     MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
069500     DISPLAY "SUCHAUFTRAG NACHRICHTEN:        " WS-COUNT-DISPLAY.
069600     IF RETURN-CODE NOT = 8
069700         PERFORM 8100-WRITE-TOTALS-RECORD THRU 8100-EXIT
069800     END-IF.
069900 8000-EXIT.
070000     EXIT.
070100*
070200 8100-WRITE-TOTALS-RECORD.
070300     OPEN OUTPUT MUTTI-SUCH-TOT.
070400     IF WS-STO-STATUS = "00"
070500         MOVE SPACES TO STO-REC
070600         MOVE WS-RUN-DATE TO STO-DATE
070700         MOVE WS-SEARCH-COUNT TO STO-SEARCH-COUNT
070800         MOVE WS-ACTIVE-COUNT TO STO-ACTIVE-COUNT
070900         MOVE WS-PURGED-COUNT TO STO-PURGED-COUNT
071000         MOVE WS-NEW-HIT-COUNT TO STO-NEW-HIT-COUNT
071100         MOVE WS-DROP-HIT-COUNT TO STO-DROP-HIT-COUNT
071200         MOVE WS-NOTICE-COUNT TO STO-NOTICE-COUNT
071300         WRITE STO-REC
071400         CLOSE MUTTI-SUCH-TOT
071500     END-IF.
071600 8100-EXIT.
071700     EXIT.
071800*
071900*****************************************************************
072000* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
072100*****************************************************************
072200 9000-TERMINATE.
072300     IF SRC-FILE-IS-OPEN
072400         CLOSE MUTTI-SUCHAUFTRAG
072500         MOVE "N" TO WS-SRC-OPEN-SW
072600     END-IF.
072700     IF SRH-FILE-IS-OPEN
072800         CLOSE MUTTI-SUCHTREFFER
072900         MOVE "N" TO WS-SRH-OPEN-SW
073000     END-IF.
073100     IF MASTER-FILE-IS-OPEN
073200         CLOSE KLEINANZEIGEN-MASTER
073300         MOVE "N" TO WS-MASTER-OPEN-SW
073400     END-IF.
073500     IF STN-FILE-IS-OPEN
073600         CLOSE MUTTI-SUCH-INFO
073700         MOVE "N" TO WS-STN-OPEN-SW
073800     END-IF.
073810     IF VKF-FILE-IS-OPEN
073820         CLOSE SELLER-MASTER
073830         MOVE "N" TO WS-VKF-OPEN-SW
073840     END-IF.
073850     PERFORM 9600-RUN-END THRU 9600-EXIT.
073900 9000-EXIT.
074000     EXIT.
074100*
074200*****************************************************************
074300* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
074400*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
074500*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
074600*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
074700*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
074800*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
074900*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
075000*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
075100*    LOGGED AND REOPENED BY 9600-RUN-END.
075200*****************************************************************
075300 9500-RUN-START.
075400     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
075500     MOVE "N" TO KA-RUNW-REFUSED-SW.
075600     MOVE "N" TO KA-RUNW-LOGGED-SW.
075700     MOVE ZERO TO KA-RUNW-BUS-DATE.
075800     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
075900         VARYING KA-RUNW-IDX FROM 1 BY 1
076000         UNTIL KA-RUNW-IDX > 4.
076100     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
076200     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
076300     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
076400     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
076500         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
076600             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
076700     END-IF.
076800     OPEN I-O MUTTI-LAUFSTEUERUNG.
076900     IF KA-RUNW-STATUS NOT = "00"
077000         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
077100         CLOSE MUTTI-LAUFSTEUERUNG
077200         OPEN I-O MUTTI-LAUFSTEUERUNG
077300     END-IF.
077400     IF KA-RUNW-STATUS NOT = "00"
077500         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
077600             TO KA-RUNW-MESSAGE
077700         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
077800         GO TO 9500-EXIT
077900     END-IF.
078000     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
078100     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
078200     IF NOT KA-RUNW-IS-REFUSED
078300         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
078400             VARYING KA-RUNW-IDX FROM 1 BY 1
078500             UNTIL KA-RUNW-IDX > 4
078600                OR KA-RUNW-IS-REFUSED
078700     END-IF.
078800     IF NOT KA-RUNW-IS-REFUSED
078900         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
079000     END-IF.
079100     IF KA-RUNW-IS-REFUSED
079200         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
079300     ELSE
079400         PERFORM 9540-LOG-START THRU 9540-EXIT
079500     END-IF.
079600 9500-EXIT.
079700     EXIT.
079800*
079900*****************************************************************
080000* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
080100*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
080200*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
080300*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
080400*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
080500*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
080600*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
080700*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
080710*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
080800*****************************************************************
080900 9510-GET-BUSINESS-DATE.
081000     IF KA-RUNW-OPENS-NIGHT
081100         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
081200         GO TO 9510-EXIT
081300     END-IF.
081400     MOVE ZERO TO KA-RUN-BUS-DATE.
081500     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
081600     READ MUTTI-LAUFSTEUERUNG
081700         INVALID KEY
081800             MOVE ZERO TO KA-RUN-CTL-DATE
081900     END-READ.
082000     IF KA-RUN-CTL-DATE = ZERO
082100         IF KA-RUNW-NEED-STEP(1) = SPACES
082200             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
082300         ELSE
082400             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
082500                 TO KA-RUNW-MESSAGE
082600             SET KA-RUNW-IS-REFUSED TO TRUE
082700         END-IF
082800         GO TO 9510-EXIT
082900     END-IF.
083000     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
083010     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
083020     IF KA-RUNW-IS-NIGHT-STEP
083030         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
083040         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
083050     END-IF.
083060     IF KA-RUNW-IS-NIGHT-STEP
083070         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
083080         AND NOT KA-RUNW-NIGHT-IS-OPEN
083090         MOVE SPACES TO KA-RUNW-MESSAGE
083400         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
083500                KA-RUNW-BUS-DATE DELIMITED BY SIZE
083600                " IST ALT - SICHERUNG ENTLADEN FEHLT"
083700                    DELIMITED BY SIZE
083800           INTO KA-RUNW-MESSAGE
083900         END-STRING
084000         SET KA-RUNW-IS-REFUSED TO TRUE
084100     END-IF.
084200 9510-EXIT.
084300     EXIT.
084303*
084306*****************************************************************
084309* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
084312*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
084315*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
084318*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
084321*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
084324*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
084327*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
084330*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
084333*****************************************************************
084336 9515-CHECK-NIGHT-STILL-OPEN.
084339     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
084342         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
084345     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
084348         GO TO 9515-EXIT
084351     END-IF.
084354     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
084357     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
084360     READ MUTTI-LAUFSTEUERUNG
084363         INVALID KEY
084366             MOVE SPACE TO KA-RUN-STATUS
084369     END-READ.
084372     IF KA-RUN-IS-FINISHED
084375         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
084378         GO TO 9515-EXIT
084381     END-IF.
084384     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
084387     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
084390         " WIRD ZU ENDE GEFUEHRT".
084393 9515-EXIT.
084396     EXIT.
084400*
084500 9520-CHECK-PREDECESSOR.
084600     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
084700         GO TO 9520-EXIT
084800     END-IF.
084900     MOVE SPACES TO KA-RUNW-WHY.
085000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
085100     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
085200     READ MUTTI-LAUFSTEUERUNG
085300         INVALID KEY
085400             MOVE "FEHLT" TO KA-RUNW-WHY
085500         NOT INVALID KEY
085600             IF NOT KA-RUN-IS-FINISHED
085700                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
085800             ELSE
085900                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
086000                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
086100                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
086200                         TO KA-RUNW-MAX-ED
086300                     STRING "MIT RC " DELIMITED BY SIZE
086400                            KA-RUNW-RC-ED DELIMITED BY SIZE
086500                            " BEENDET (MAX " DELIMITED BY SIZE
086600                            KA-RUNW-MAX-ED DELIMITED BY SIZE
086700                            ")" DELIMITED BY SIZE
086800                       INTO KA-RUNW-WHY
086900                     END-STRING
087000                 END-IF
087100             END-IF
087200     END-READ.
087300     IF KA-RUNW-WHY NOT = SPACES
087400         MOVE SPACES TO KA-RUNW-MESSAGE
087500         STRING "VORGAENGER " DELIMITED BY SIZE
087600                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
087700                " " DELIMITED BY SIZE
087800                KA-RUNW-WHY DELIMITED BY SIZE
087900           INTO KA-RUNW-MESSAGE
088000         END-STRING
088100         SET KA-RUNW-IS-REFUSED TO TRUE
088200     END-IF.
088300 9520-EXIT.
088400     EXIT.
088500*
088600 9530-CHECK-BLOCKER.
088700     IF KA-RUNW-BLOCKER = SPACES
088800         GO TO 9530-EXIT
088900     END-IF.
089000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
089100     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
089200     READ MUTTI-LAUFSTEUERUNG
089300         INVALID KEY
089400             MOVE SPACE TO KA-RUN-STATUS
089500     END-READ.
089600     IF KA-RUN-IS-FINISHED
089700         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
089800         MOVE SPACES TO KA-RUNW-MESSAGE
089900         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
090000                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
090100                    DELIMITED BY SIZE
090200           INTO KA-RUNW-MESSAGE
090300         END-STRING
090400         SET KA-RUNW-IS-REFUSED TO TRUE
090500     END-IF.
090600 9530-EXIT.
090700     EXIT.
090800*
090900*****************************************************************
091000* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
091100*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
091200*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
091300*****************************************************************
091400 9540-LOG-START.
091500     IF KA-RUNW-OPENS-NIGHT
091600         MOVE "N" TO KA-RUNW-FOUND-SW
091700         MOVE ZERO TO KA-RUN-BUS-DATE
091800         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
091900         READ MUTTI-LAUFSTEUERUNG
092000             NOT INVALID KEY
092100                 SET KA-RUNW-REC-FOUND TO TRUE
092200         END-READ
092300         MOVE SPACES TO KA-RUN-CTL-DATA
092400         MOVE ZERO TO KA-RUN-BUS-DATE
092500         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
092600         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
092700         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
092800         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
092900         IF KA-RUNW-REC-FOUND
093000             REWRITE KA-RUN-REC
093100         ELSE
093200             WRITE KA-RUN-REC
093300         END-IF
093400     END-IF.
093500     MOVE "N" TO KA-RUNW-FOUND-SW.
093600     MOVE ZERO TO KA-RUNW-RUNS.
093700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
093800     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
093900     READ MUTTI-LAUFSTEUERUNG
094000         NOT INVALID KEY
094100             SET KA-RUNW-REC-FOUND TO TRUE
094200             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
094300     END-READ.
094400     MOVE SPACES TO KA-RUN-DATA.
094500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
094600     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
094700     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
094800     SET KA-RUN-IS-RUNNING TO TRUE.
094900     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
095000     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
095100     MOVE ZERO TO KA-RUN-END-DATE.
095200     MOVE ZERO TO KA-RUN-END-TIME.
095300     MOVE ZERO TO KA-RUN-RC.
095400     ADD 1 TO KA-RUNW-RUNS.
095500     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
095600     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
095700     IF KA-RUNW-REC-FOUND
095800         REWRITE KA-RUN-REC
095900     ELSE
096000         WRITE KA-RUN-REC
096100     END-IF.
096200     CLOSE MUTTI-LAUFSTEUERUNG.
096300     MOVE "N" TO KA-RUNW-OPEN-SW.
096400     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
096500     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
096600         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
096700 9540-EXIT.
096800     EXIT.
096900*
097000*****************************************************************
097100* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
097200*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
097300*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
097400*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
097500*****************************************************************
097600 9580-REFUSE-RUN.
097700     SET KA-RUNW-IS-REFUSED TO TRUE.
097800     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
097900     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
098000     IF NOT KA-RUNW-FILE-IS-OPEN
098100         GO TO 9580-EXIT
098200     END-IF.
098300     IF KA-RUNW-BUS-DATE NOT = ZERO
098400         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
098500     END-IF.
098600     CLOSE MUTTI-LAUFSTEUERUNG.
098700     MOVE "N" TO KA-RUNW-OPEN-SW.
098800 9580-EXIT.
098900     EXIT.
099000*
099100 9585-LOG-REFUSAL.
099200     MOVE "N" TO KA-RUNW-FOUND-SW.
099300     MOVE ZERO TO KA-RUNW-RUNS.
099400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
099500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
099600     READ MUTTI-LAUFSTEUERUNG
099700         NOT INVALID KEY
099800             SET KA-RUNW-REC-FOUND TO TRUE
099900             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
100000     END-READ.
100100     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
100200         GO TO 9585-EXIT
100300     END-IF.
100400     MOVE SPACES TO KA-RUN-DATA.
100500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
100600     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
100700     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
100800     SET KA-RUN-WAS-REFUSED TO TRUE.
100900     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
101000     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
101100     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
101200     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
101300     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
101400     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
101500     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
101600     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
101700     IF KA-RUNW-REC-FOUND
101800         REWRITE KA-RUN-REC
101900     ELSE
102000         WRITE KA-RUN-REC
102100     END-IF.
102200 9585-EXIT.
102300     EXIT.
102400*
102500*****************************************************************
102600* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
102700*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
102800*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
102900*****************************************************************
103000 9600-RUN-END.
103100     IF NOT KA-RUNW-RUN-IS-LOGGED
103200         GO TO 9600-EXIT
103300     END-IF.
103400     MOVE "N" TO KA-RUNW-LOGGED-SW.
103500     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
103600     OPEN I-O MUTTI-LAUFSTEUERUNG.
103700     IF KA-RUNW-STATUS NOT = "00"
103800         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
103900             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
104000         GO TO 9600-EXIT
104100     END-IF.
104200     MOVE "N" TO KA-RUNW-FOUND-SW.
104300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
104400     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
104500     READ MUTTI-LAUFSTEUERUNG
104600         INVALID KEY
104700             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
104800                 " ENDE NICHT VERMERKT - SATZ FEHLT"
104900         NOT INVALID KEY
105000             SET KA-RUNW-REC-FOUND TO TRUE
105100     END-READ.
105200     IF KA-RUNW-REC-FOUND
105300         SET KA-RUN-IS-FINISHED TO TRUE
105400         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
105500         ACCEPT KA-RUN-END-TIME FROM TIME
105600         MOVE RETURN-CODE TO KA-RUN-RC
105700         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
105800         REWRITE KA-RUN-REC
105900         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
106000         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
106100             " BEENDET MIT RC " KA-RUNW-RC-ED
106200     END-IF.
106300     CLOSE MUTTI-LAUFSTEUERUNG.
106400 9600-EXIT.
106500     EXIT.
106600*
106700 9610-CLEAR-RUN-COUNT.
106800     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
106900     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
107000 9610-EXIT.
107100     EXIT.
107200*
107300*****************************************************************
107400* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
107500*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
107600*****************************************************************
107700 9650-SET-RUN-COUNTS.
107800     MOVE "AKTIV" TO KA-RUNW-CNT-LABEL(1).
107900     MOVE WS-ACTIVE-COUNT TO KA-RUNW-CNT-VALUE(1).
108000     MOVE "NEUE TREFFER" TO KA-RUNW-CNT-LABEL(2).
108100     MOVE WS-NEW-HIT-COUNT TO KA-RUNW-CNT-VALUE(2).
108200     MOVE "PREISSENKUNG" TO KA-RUNW-CNT-LABEL(3).
108300     MOVE WS-DROP-HIT-COUNT TO KA-RUNW-CNT-VALUE(3).
108400     MOVE "NACHRICHTEN" TO KA-RUNW-CNT-LABEL(4).
108500     MOVE WS-NOTICE-COUNT TO KA-RUNW-CNT-VALUE(4).
108600 9650-EXIT.
108700     EXIT.
