000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-KAEUFERINFO.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-07.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-07 CJH  ORIGINAL VERSION.  NIGHTLY BUYER NOTICE
001200*                    EXTRACT.  KLEINANZEIGEN-MUTTI NOW TAKES THE
001300*                    BUYER'S NAME AND PHONE/E-MAIL WITH EVERY
001400*                    RESERVATION, BUT THE BUYER NEVER HEARD WHAT
001500*                    BECAME OF IT.  THIS JOB LOOKS AT EVERY CLOSED
001600*                    RESERVATION - STILL ON THE QUEUE (MUTTIRSV)
001700*                    OR ALREADY ARCHIVED (MUTTIRSA) - WHOSE BUYER
001800*                    LEFT A CONTACT AND HAS NOT BEEN TOLD YET, AND
001900*                    WRITES ONE NOTICE PER RESERVATION TO MUTTIKBN
002000*                    FOR THE WEB PLATFORM TO SEND OUT: CONFIRMED
002100*                    (SOLD), RELEASED (BY THE SELLER SIDE) OR
002200*                    EXPIRED (RELEASED BY "AUTOMATIK" AFTER
002300*                    WS-RELEASE-AFTER-DAYS IN MUTTI-VERKAUFS-
002400*                    ABWICKLUNG), WORDED IN THE LANGUAGE OF THE
002500*                    BUYER'S SESSION.  THE RESERVATION IS STAMPED
002600*                    WITH THE RUN DATE IN KA-RSV-NOTIFIED-DATE SO
002700*                    NO BUYER IS TOLD TWICE; A RERUN ON THE SAME
002800*                    BUSINESS DATE PICKS UP ITS OWN STAMPS AND
002900*                    REBUILDS THE SAME MUTTIKBN.  RETURN-CODE 0 =
003000*                    CLEAN, 4 = THE QUEUE OR THE ARCHIVE WAS NOT
003100*                    THERE (NOTHING TO READ ON THAT SIDE), 8 = THE
003200*                    EXTRACT WOULD NOT OPEN - THE SAME CONVENTION
003300*                    AS MUTTI-STATUS-EXPORT.
003310*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
003320*                    MUTTIRUN (COPY KARUNCTL): START, END,
003330*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
003340*                    DATE.  THE RUN IS REFUSED (RETURN-CODE 12)
003350*                    UNLESS MUTTI-VERKAEUFERBERICHT FINISHED.
003360*    2026-10-15 CJH  THE NOTIFIED-DATE STAMP, THE RERUN TEST AND
003370*                    KBN-RUN-DATE NOW USE THE BUSINESS DATE OF THE
003380*                    NIGHT, NOT THE CLOCK - A RERUN AFTER
003390*                    MIDNIGHT STILL FINDS ITS OWN STAMPS.
003391*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
003392*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
003393*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
003394*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
003395*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MUTTI-RESERVIERUNG ASSIGN TO "MUTTIRSV"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS KA-RSV-ID
004200         FILE STATUS IS WS-RSV-STATUS.
004300*
004400     SELECT MUTTI-RSV-ARCHIV ASSIGN TO "MUTTIRSA"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RSVA-STATUS.
004700*
004800     SELECT MUTTI-KAEUFER-INFO ASSIGN TO "MUTTIKBN"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-KBN-STATUS.
005100*
005110     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS DYNAMIC
005140         RECORD KEY IS KA-RUN-KEY
005150         FILE STATUS IS KA-RUNW-STATUS.
005160*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  MUTTI-RESERVIERUNG
005500     LABEL RECORDS ARE STANDARD.
005600 COPY KARESV.
005700*
005800 FD  MUTTI-RSV-ARCHIV
005900     LABEL RECORDS ARE STANDARD.
006000*    ARCHIVE RECORDS ARE BYTE COPIES OF KA-RSV-REC - KEEP THIS
006100*    LENGTH IN STEP WITH KARESV.CPY WHENEVER THAT RECORD GROWS.
006200 01  RSVA-REC                    PIC X(200).
006300*
006400 FD  MUTTI-KAEUFER-INFO
006500     LABEL RECORDS ARE STANDARD.
006600 01  KBN-REC.
006700     05  KBN-RUN-DATE            PIC 9(08).
006800     05  KBN-RSV-ID              PIC 9(08).
006900     05  KBN-AD-ID               PIC X(10).
007000     05  KBN-OUTCOME             PIC X(01).
007100         88  KBN-IS-CONFIRMED            VALUE "B".
007200         88  KBN-IS-RELEASED             VALUE "F".
007300         88  KBN-IS-EXPIRED              VALUE "V".
007400     05  KBN-LANG                PIC X(02).
007500     05  KBN-BUYER-NAME          PIC X(30).
007600     05  KBN-BUYER-CONTACT       PIC X(50).
007700     05  KBN-OFFER-AMOUNT        PIC 9(7)V99.
007800     05  KBN-CLOSED-DATE         PIC 9(08).
007900     05  KBN-TEXT                PIC X(200).
008000     05  FILLER                  PIC X(04).
008100*
008110 FD  MUTTI-LAUFSTEUERUNG
008120     LABEL RECORDS ARE STANDARD.
008130 COPY KARUNCTL.
008140*
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400     05  WS-RSV-OPEN-SW          PIC X(01)   VALUE "N".
008500         88  RSV-FILE-IS-OPEN            VALUE "Y".
008600     05  WS-RSV-EOF-SW           PIC X(01)   VALUE "N".
008700         88  RSV-AT-END                  VALUE "Y".
008800     05  WS-RSVA-OPEN-SW         PIC X(01)   VALUE "N".
008900         88  RSV-ARCHIV-IS-OPEN          VALUE "Y".
009000     05  WS-RSVA-EOF-SW          PIC X(01)   VALUE "N".
009100         88  RSV-ARCHIV-AT-END           VALUE "Y".
009200     05  WS-KBN-OPEN-SW          PIC X(01)   VALUE "N".
009300         88  KBN-FILE-IS-OPEN            VALUE "Y".
009400     05  WS-NOTICE-DUE-SW        PIC X(01)   VALUE "N".
009500         88  NOTICE-IS-DUE               VALUE "Y".
009600*
009700 01  WS-RSV-STATUS               PIC X(02).
009800 01  WS-RSVA-STATUS              PIC X(02).
009900 01  WS-KBN-STATUS               PIC X(02).
010000*
010100 01  WS-RUN-DATE                 PIC 9(08).
010200 01  WS-OFFER-ED                 PIC ZZZZZZ9.99.
010300*
010400 01  WS-LANG-CODE                PIC X(02)   VALUE "DE".
010500     88  LANG-IS-DE                      VALUE "DE".
010600     88  LANG-IS-EN                      VALUE "EN".
010700     88  LANG-IS-TR                      VALUE "TR".
010800*
010900 01  WS-COUNTERS.
011000     05  WS-RSV-READ-COUNT       PIC 9(07)   COMP VALUE ZERO.
011100     05  WS-RSVA-READ-COUNT      PIC 9(07)   COMP VALUE ZERO.
011200     05  WS-NOTICE-COUNT         PIC 9(07)   COMP VALUE ZERO.
011300     05  WS-CONFIRMED-COUNT      PIC 9(07)   COMP VALUE ZERO.
011400     05  WS-RELEASED-COUNT       PIC 9(07)   COMP VALUE ZERO.
011500     05  WS-EXPIRED-COUNT        PIC 9(07)   COMP VALUE ZERO.
011600     05  WS-NO-CONTACT-COUNT     PIC 9(07)   COMP VALUE ZERO.
011700     05  WS-DONE-BEFORE-COUNT    PIC 9(07)   COMP VALUE ZERO.
011800*
011900 01  WS-COUNT-DISPLAY            PIC 9(07).
012000*
012007*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
012014 01  WS-RUN-STEP-VALUES.
012021     05  FILLER                  PIC X(18)   VALUE "KAEUFERINFO".
012028     05  FILLER                  PIC X(30)
012035                                 VALUE "MUTTI-KAEUFERINFO".
012042     05  FILLER                  PIC X(01)   VALUE "N".
012049     05  FILLER                  PIC X(18)   VALUE SPACES.
012056     05  FILLER                  PIC X(18)
012063                                 VALUE "VERKAEUFERBERICHT".
012070     05  FILLER                  PIC X(02)   VALUE "04".
012077     05  FILLER                  PIC X(60)   VALUE SPACES.
012084 COPY KARUNWRK.
012091*
012100 PROCEDURE DIVISION.
012200*
012300 0000-MAINLINE.
012310     PERFORM 9500-RUN-START THRU 9500-EXIT.
012320     IF KA-RUNW-IS-REFUSED
012330         STOP RUN
012340     END-IF.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     IF RETURN-CODE NOT = 8
012600         PERFORM 2000-SCAN-QUEUE THRU 2000-EXIT
012700         PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT
012800     END-IF.
012900     PERFORM 8000-SHOW-TOTALS THRU 8000-EXIT.
013000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013100     STOP RUN.
013200*
013300*****************************************************************
013400* 1000-INITIALIZE  --  OPEN THE EXTRACT AND BOTH RESERVATION
013500*    FILES.  NO EXTRACT MEANS RETURN-CODE 8.  A MISSING QUEUE OR
013600*    ARCHIVE IS NOT AN ERROR ON A YOUNG SYSTEM - THAT SIDE IS
013700*    SKIPPED AND THE RUN ENDS WITH RETURN-CODE 4.  BOTH ARE
013800*    OPENED I-O FOR THE NOTIFIED-DATE STAMP.
013900*****************************************************************
014000 1000-INITIALIZE.
014100     MOVE KA-RUNW-BUS-DATE TO WS-RUN-DATE.
014200     OPEN OUTPUT MUTTI-KAEUFER-INFO.
014300     IF WS-KBN-STATUS = "00"
014400         SET KBN-FILE-IS-OPEN TO TRUE
014500     ELSE
014600         DISPLAY "KAEUFERINFO: AUSGABE MUTTIKBN NICHT"
014700             " VERFUEGBAR - ABBRUCH"
014800         MOVE 8 TO RETURN-CODE
014900         GO TO 1000-EXIT
015000     END-IF.
015100     OPEN I-O MUTTI-RESERVIERUNG.
015200     IF WS-RSV-STATUS = "00"
015300         SET RSV-FILE-IS-OPEN TO TRUE
015400     ELSE
015500         DISPLAY "KAEUFERINFO: RESERVIERUNGEN (MUTTIRSV) NICHT"
015600             " VERFUEGBAR - STATUS " WS-RSV-STATUS
015700         MOVE 4 TO RETURN-CODE
015800     END-IF.
015900     OPEN I-O MUTTI-RSV-ARCHIV.
016000     IF WS-RSVA-STATUS = "00"
016100         SET RSV-ARCHIV-IS-OPEN TO TRUE
016200     ELSE
016300         DISPLAY "KAEUFERINFO: RESERVIERUNGSARCHIV (MUTTIRSA)"
016400             " NICHT VERFUEGBAR - STATUS " WS-RSVA-STATUS
016500         MOVE 4 TO RETURN-CODE
016600     END-IF.
016700 1000-EXIT.
016800     EXIT.
016900*
017000*****************************************************************
017100* 2000-SCAN-QUEUE  --  RESERVATIONS CLOSED IN A SITTING OF MUTTI-
017200*    VERKAUFSABWICKLUNG THAT DID NOT GET AS FAR AS ITS ARCHIVE
017300*    STEP ARE STILL ON MUTTIRSV.  THEIR STAMP TRAVELS WITH THEM
017400*    INTO MUTTIRSA LATER, SO THEY ARE NOT TOLD A SECOND TIME.
017500*****************************************************************
017600 2000-SCAN-QUEUE.
017700     IF NOT RSV-FILE-IS-OPEN
017800         GO TO 2000-EXIT
017900     END-IF.
018000     MOVE ZEROS TO KA-RSV-ID.
018100     MOVE "N" TO WS-RSV-EOF-SW.
018200     START MUTTI-RESERVIERUNG KEY IS NOT LESS THAN KA-RSV-ID
018300         INVALID KEY
018400             SET RSV-AT-END TO TRUE
018500     END-START.
018600     PERFORM 2100-READ-NEXT-RSV THRU 2100-EXIT.
018700     PERFORM 2200-CHECK-ONE-RSV THRU 2200-EXIT
018800         UNTIL RSV-AT-END.
018900 2000-EXIT.
019000     EXIT.
019100*
019200 2100-READ-NEXT-RSV.
019300     IF NOT RSV-AT-END
019400         READ MUTTI-RESERVIERUNG NEXT RECORD
019500             AT END
019600                 SET RSV-AT-END TO TRUE
019700         END-READ
019800     END-IF.
019900     IF NOT RSV-AT-END
020000         ADD 1 TO WS-RSV-READ-COUNT
020100     END-IF.
020200 2100-EXIT.
020300     EXIT.
020400*
020500 2200-CHECK-ONE-RSV.
020600     PERFORM 4000-CHECK-NOTICE-DUE THRU 4000-EXIT.
020700     IF NOTICE-IS-DUE
020800         PERFORM 5000-WRITE-NOTICE THRU 5000-EXIT
020900         REWRITE KA-RSV-REC
021000     END-IF.
021100     PERFORM 2100-READ-NEXT-RSV THRU 2100-EXIT.
021200 2200-EXIT.
021300     EXIT.
021400*
021500*****************************************************************
021600* 3000-SCAN-ARCHIVE  --  THE USUAL CASE: THE SITTING CLOSED AND
021700*    ARCHIVED THE RESERVATION.  EACH ARCHIVE RECORD IS LOOKED AT
021800*    THROUGH THE KA-RSV-REC LAYOUT (THE QUEUE IS DONE WITH BY
021900*    NOW) AND REWRITTEN IN PLACE WHEN ITS BUYER WAS TOLD.
022000*****************************************************************
022100 3000-SCAN-ARCHIVE.
022200     IF NOT RSV-ARCHIV-IS-OPEN
022300         GO TO 3000-EXIT
022400     END-IF.
022500     MOVE "N" TO WS-RSVA-EOF-SW.
022600     PERFORM 3100-READ-NEXT-ARCHIVE THRU 3100-EXIT.
022700     PERFORM 3200-CHECK-ONE-ARCHIVE THRU 3200-EXIT
022800         UNTIL RSV-ARCHIV-AT-END.
022900 3000-EXIT.
023000     EXIT.
023100*
023200 3100-READ-NEXT-ARCHIVE.
023300     READ MUTTI-RSV-ARCHIV
023400         AT END
023500             SET RSV-ARCHIV-AT-END TO TRUE
023600     END-READ.
023700     IF NOT RSV-ARCHIV-AT-END
023800         ADD 1 TO WS-RSVA-READ-COUNT
023900     END-IF.
024000 3100-EXIT.
024100     EXIT.
024200*
024300 3200-CHECK-ONE-ARCHIVE.
024400     MOVE RSVA-REC TO KA-RSV-REC.
024500     PERFORM 4000-CHECK-NOTICE-DUE THRU 4000-EXIT.
024600     IF NOTICE-IS-DUE
024700         PERFORM 5000-WRITE-NOTICE THRU 5000-EXIT
024800         MOVE KA-RSV-REC TO RSVA-REC
024900         REWRITE RSVA-REC
025000     END-IF.
025100     PERFORM 3100-READ-NEXT-ARCHIVE THRU 3100-EXIT.
025200 3200-EXIT.
025300     EXIT.
025400*
025500*****************************************************************
025600* 4000-CHECK-NOTICE-DUE  --  A NOTICE IS DUE FOR A CLOSED
025700*    RESERVATION WITH A BUYER CONTACT THAT CARRIES NO NOTIFIED
025800*    DATE YET - OR THIS NIGHT'S, WHEN THIS IS A RERUN.  OPEN ONES
025900*    ARE STILL UNDECIDED; RESERVATIONS FROM THE BATCH REPLAY OR
026000*    FROM BEFORE CONTACTS WERE TAKEN HAVE NOBODY TO TELL.
026100*****************************************************************
026200 4000-CHECK-NOTICE-DUE.
026300     MOVE "N" TO WS-NOTICE-DUE-SW.
026400     IF KA-RSV-IS-OPEN
026500         GO TO 4000-EXIT
026600     END-IF.
026700     IF KA-RSV-NOTIFIED-DATE NUMERIC
026800         AND KA-RSV-NOTIFIED-DATE NOT = ZERO
026900         AND KA-RSV-NOTIFIED-DATE NOT = WS-RUN-DATE
027000         ADD 1 TO WS-DONE-BEFORE-COUNT
027100         GO TO 4000-EXIT
027200     END-IF.
027300     IF KA-RSV-BUYER-CONTACT = SPACES
027400         ADD 1 TO WS-NO-CONTACT-COUNT
027500         GO TO 4000-EXIT
027600     END-IF.
027700     SET NOTICE-IS-DUE TO TRUE.
027800 4000-EXIT.
027900     EXIT.
028000*
028100*****************************************************************
028200* 5000-WRITE-NOTICE  --  ONE MUTTIKBN RECORD PER RESERVATION:
028300*    OUTCOME CODE, CONTACT AND THE READY-TO-SEND TEXT IN THE
028400*    SESSION LANGUAGE (GERMAN WHEN NONE WAS KEPT).  STAMPS THE
028500*    RUN DATE INTO KA-RSV-NOTIFIED-DATE; THE CALLER REWRITES.
028600*****************************************************************
028700 5000-WRITE-NOTICE.
028800     MOVE KA-RSV-LANG TO WS-LANG-CODE.
028900     IF NOT LANG-IS-DE AND NOT LANG-IS-EN AND NOT LANG-IS-TR
029000         MOVE "DE" TO WS-LANG-CODE
029100     END-IF.
029200     MOVE KA-RSV-OFFER-AMOUNT TO WS-OFFER-ED.
029300     MOVE SPACES TO KBN-REC.
029400     MOVE WS-RUN-DATE TO KBN-RUN-DATE.
029500     MOVE KA-RSV-ID TO KBN-RSV-ID.
029600     MOVE KA-RSV-AD-ID TO KBN-AD-ID.
029700     MOVE WS-LANG-CODE TO KBN-LANG.
029800     MOVE KA-RSV-BUYER-NAME TO KBN-BUYER-NAME.
029900     MOVE KA-RSV-BUYER-CONTACT TO KBN-BUYER-CONTACT.
030000     MOVE KA-RSV-OFFER-AMOUNT TO KBN-OFFER-AMOUNT.
030100     MOVE KA-RSV-CLOSED-DATE TO KBN-CLOSED-DATE.
030200     EVALUATE TRUE
030300         WHEN KA-RSV-IS-SOLD
030400             SET KBN-IS-CONFIRMED TO TRUE
030500             PERFORM 5100-SAY-CONFIRMED THRU 5100-EXIT
030600             ADD 1 TO WS-CONFIRMED-COUNT
030700         WHEN KA-RSV-CLOSED-BY = "AUTOMATIK"
030800             SET KBN-IS-EXPIRED TO TRUE
030900             PERFORM 5300-SAY-EXPIRED THRU 5300-EXIT
031000             ADD 1 TO WS-EXPIRED-COUNT
031100         WHEN OTHER
031200             SET KBN-IS-RELEASED TO TRUE
031300             PERFORM 5200-SAY-RELEASED THRU 5200-EXIT
031400             ADD 1 TO WS-RELEASED-COUNT
031500     END-EVALUATE.
031600     WRITE KBN-REC.
031700     ADD 1 TO WS-NOTICE-COUNT.
031800     MOVE WS-RUN-DATE TO KA-RSV-NOTIFIED-DATE.
031900 5000-EXIT.
032000     EXIT.
032100*
032200 5100-SAY-CONFIRMED.
032300     EVALUATE TRUE
032400         WHEN LANG-IS-EN
032500             STRING "Hello " DELIMITED BY SIZE
032600                    KA-RSV-BUYER-NAME DELIMITED BY "  "
032700                    ", your purchase of ad " DELIMITED BY SIZE
032800                    KA-RSV-AD-ID DELIMITED BY SPACE
032900                    " for " DELIMITED BY SIZE
033000                    WS-OFFER-ED DELIMITED BY SIZE
033100                    " EUR is confirmed. The seller will be in"
033200                      DELIMITED BY SIZE
033300                    " touch." DELIMITED BY SIZE
033400               INTO KBN-TEXT
033500             END-STRING
033600         WHEN LANG-IS-TR
033700             STRING "Merhaba " DELIMITED BY SIZE
033800                    KA-RSV-BUYER-NAME DELIMITED BY "  "
033900                    ", ilan " DELIMITED BY SIZE
034000                    KA-RSV-AD-ID DELIMITED BY SPACE
034100                    " icin " DELIMITED BY SIZE
034200                    WS-OFFER-ED DELIMITED BY SIZE
034300                    " EUR alimin onaylandi. Satici seninle"
034400                      DELIMITED BY SIZE
034500                    " iletisime gececek." DELIMITED BY SIZE
034600               INTO KBN-TEXT
034700             END-STRING
034800         WHEN OTHER
034900             STRING "Hallo " DELIMITED BY SIZE
035000                    KA-RSV-BUYER-NAME DELIMITED BY "  "
035100                    ", dein Kauf von Anzeige " DELIMITED BY SIZE
035200                    KA-RSV-AD-ID DELIMITED BY SPACE
035300                    " fuer " DELIMITED BY SIZE
035400                    WS-OFFER-ED DELIMITED BY SIZE
035500                    " EUR ist bestaetigt. Der Verkaeufer meldet"
035600                      DELIMITED BY SIZE
035700                    " sich bei dir." DELIMITED BY SIZE
035800               INTO KBN-TEXT
035900             END-STRING
036000     END-EVALUATE.
036100 5100-EXIT.
036200     EXIT.
036300*
036400 5200-SAY-RELEASED.
036500     EVALUATE TRUE
036600         WHEN LANG-IS-EN
036700             STRING "Hello " DELIMITED BY SIZE
036800                    KA-RSV-BUYER-NAME DELIMITED BY "  "
036900                    ", the seller has released your reservation"
037000                      DELIMITED BY SIZE
037100                    " of ad " DELIMITED BY SIZE
037200                    KA-RSV-AD-ID DELIMITED BY SPACE
037300                    " - the sale will not go ahead."
037400                      DELIMITED BY SIZE
037500               INTO KBN-TEXT
037600             END-STRING
037700         WHEN LANG-IS-TR
037800             STRING "Merhaba " DELIMITED BY SIZE
037900                    KA-RSV-BUYER-NAME DELIMITED BY "  "
038000                    ", satici ilan " DELIMITED BY SIZE
038100                    KA-RSV-AD-ID DELIMITED BY SPACE
038200                    " icin rezervasyonunu iptal etti - satis"
038300                      DELIMITED BY SIZE
038400                    " olmayacak." DELIMITED BY SIZE
038500               INTO KBN-TEXT
038600             END-STRING
038700         WHEN OTHER
038800             STRING "Hallo " DELIMITED BY SIZE
038900                    KA-RSV-BUYER-NAME DELIMITED BY "  "
039000                    ", der Verkaeufer hat deine Reservierung fuer"
039100                      DELIMITED BY SIZE
039200                    " Anzeige " DELIMITED BY SIZE
039300                    KA-RSV-AD-ID DELIMITED BY SPACE
039400                    " freigegeben - der Kauf kommt nicht"
039500                      DELIMITED BY SIZE
039600                    " zustande." DELIMITED BY SIZE
039700               INTO KBN-TEXT
039800             END-STRING
039900     END-EVALUATE.
040000 5200-EXIT.
040100     EXIT.
040200*
040300 5300-SAY-EXPIRED.
040400     EVALUATE TRUE
040500         WHEN LANG-IS-EN
040600             STRING "Hello " DELIMITED BY SIZE
040700                    KA-RSV-BUYER-NAME DELIMITED BY "  "
040800                    ", your reservation of ad " DELIMITED BY SIZE
040900                    KA-RSV-AD-ID DELIMITED BY SPACE
041000                    " has expired and the ad is free again."
041100                      DELIMITED BY SIZE
041200               INTO KBN-TEXT
041300             END-STRING
041400         WHEN LANG-IS-TR
041500             STRING "Merhaba " DELIMITED BY SIZE
041600                    KA-RSV-BUYER-NAME DELIMITED BY "  "
041700                    ", ilan " DELIMITED BY SIZE
041800                    KA-RSV-AD-ID DELIMITED BY SPACE
041900                    " icin rezervasyonunun suresi doldu, ilan"
042000                      DELIMITED BY SIZE
042100                    " yeniden serbest." DELIMITED BY SIZE
042200               INTO KBN-TEXT
042300             END-STRING
042400         WHEN OTHER
042500             STRING "Hallo " DELIMITED BY SIZE
042600                    KA-RSV-BUYER-NAME DELIMITED BY "  "
042700                    ", deine Reservierung fuer Anzeige "
042800                      DELIMITED BY SIZE
042900                    KA-RSV-AD-ID DELIMITED BY SPACE
043000                    " ist abgelaufen, die Anzeige ist wieder"
043100                      DELIMITED BY SIZE
043200                    " frei." DELIMITED BY SIZE
043300               INTO KBN-TEXT
043400             END-STRING
043500     END-EVALUATE.
043600 5300-EXIT.
043700     EXIT.
043800*
043900*****************************************************************
044000* 8000-SHOW-TOTALS  --  RUN TOTALS FOR THE SCHEDULE LOG.
044100*****************************************************************
044200 8000-SHOW-TOTALS.
044300     MOVE WS-RSV-READ-COUNT TO WS-COUNT-DISPLAY.
044400     DISPLAY "KAEUFERINFO WARTESCHLANGE:      " WS-COUNT-DISPLAY.
044500     MOVE WS-RSVA-READ-COUNT TO WS-COUNT-DISPLAY.
044600     DISPLAY "KAEUFERINFO ARCHIV GELESEN:     " WS-COUNT-DISPLAY.
044700     MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
044800     DISPLAY "KAEUFERINFO NACHRICHTEN:        " WS-COUNT-DISPLAY.
044900     MOVE WS-CONFIRMED-COUNT TO WS-COUNT-DISPLAY.
045000     DISPLAY "KAEUFERINFO BESTAETIGT:         " WS-COUNT-DISPLAY.
045100     MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
045200     DISPLAY "KAEUFERINFO FREIGEGEBEN:        " WS-COUNT-DISPLAY.
045300     MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
045400     DISPLAY "KAEUFERINFO VERFALLEN:          " WS-COUNT-DISPLAY.
045500     MOVE WS-NO-CONTACT-COUNT TO WS-COUNT-DISPLAY.
045600     DISPLAY "KAEUFERINFO OHNE KONTAKT:       " WS-COUNT-DISPLAY.
045700     MOVE WS-DONE-BEFORE-COUNT TO WS-COUNT-DISPLAY.
045800     DISPLAY "KAEUFERINFO FRUEHER GEMELDET:   " WS-COUNT-DISPLAY.
045900 8000-EXIT.
046000     EXIT.
046100*
046200*****************************************************************
046300* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
046400*****************************************************************
046500 9000-TERMINATE.
046600     IF RSV-FILE-IS-OPEN
046700         CLOSE MUTTI-RESERVIERUNG
046800         MOVE "N" TO WS-RSV-OPEN-SW
046900     END-IF.
047000     IF RSV-ARCHIV-IS-OPEN
047100         CLOSE MUTTI-RSV-ARCHIV
047200         MOVE "N" TO WS-RSVA-OPEN-SW
047300     END-IF.
047400     IF KBN-FILE-IS-OPEN
047500         CLOSE MUTTI-KAEUFER-INFO
047600         MOVE "N" TO WS-KBN-OPEN-SW
047700     END-IF.
047710     PERFORM 9600-RUN-END THRU 9600-EXIT.
047800 9000-EXIT.
047900     EXIT.
048000*
048100*****************************************************************
048200* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
048300*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
048400*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
048500*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
048600*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
048700*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
048800*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
048900*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
049000*    LOGGED AND REOPENED BY 9600-RUN-END.
049100*****************************************************************
049200 9500-RUN-START.
049300     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
049400     MOVE "N" TO KA-RUNW-REFUSED-SW.
049500     MOVE "N" TO KA-RUNW-LOGGED-SW.
049600     MOVE ZERO TO KA-RUNW-BUS-DATE.
049700     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
049800         VARYING KA-RUNW-IDX FROM 1 BY 1
049900         UNTIL KA-RUNW-IDX > 4.
050000     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
050100     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
050200     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
050300     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
050400         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
050500             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
050600     END-IF.
050700     OPEN I-O MUTTI-LAUFSTEUERUNG.
050800     IF KA-RUNW-STATUS NOT = "00"
050900         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
051000         CLOSE MUTTI-LAUFSTEUERUNG
051100         OPEN I-O MUTTI-LAUFSTEUERUNG
051200     END-IF.
051300     IF KA-RUNW-STATUS NOT = "00"
051400         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
051500             TO KA-RUNW-MESSAGE
051600         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
051700         GO TO 9500-EXIT
051800     END-IF.
051900     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
052000     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
052100     IF NOT KA-RUNW-IS-REFUSED
052200         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
052300             VARYING KA-RUNW-IDX FROM 1 BY 1
052400             UNTIL KA-RUNW-IDX > 4
052500                OR KA-RUNW-IS-REFUSED
052600     END-IF.
052700     IF NOT KA-RUNW-IS-REFUSED
052800         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
052900     END-IF.
053000     IF KA-RUNW-IS-REFUSED
053100         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
053200     ELSE
053300         PERFORM 9540-LOG-START THRU 9540-EXIT
053400     END-IF.
053500 9500-EXIT.
053600     EXIT.
053700*
053800*****************************************************************
053900* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
054000*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
054100*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
054200*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
054300*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
054400*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
054500*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
054600*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
054610*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
054700*****************************************************************
054800 9510-GET-BUSINESS-DATE.
054900     IF KA-RUNW-OPENS-NIGHT
055000         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
055100         GO TO 9510-EXIT
055200     END-IF.
055300     MOVE ZERO TO KA-RUN-BUS-DATE.
055400     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
055500     READ MUTTI-LAUFSTEUERUNG
055600         INVALID KEY
055700             MOVE ZERO TO KA-RUN-CTL-DATE
055800     END-READ.
055900     IF KA-RUN-CTL-DATE = ZERO
056000         IF KA-RUNW-NEED-STEP(1) = SPACES
056100             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
056200         ELSE
056300             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
056400                 TO KA-RUNW-MESSAGE
056500             SET KA-RUNW-IS-REFUSED TO TRUE
056600         END-IF
056700         GO TO 9510-EXIT
056800     END-IF.
056900     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
056910     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
056920     IF KA-RUNW-IS-NIGHT-STEP
056930         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
056940         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
056950     END-IF.
056960     IF KA-RUNW-IS-NIGHT-STEP
056970         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
056980         AND NOT KA-RUNW-NIGHT-IS-OPEN
056990         MOVE SPACES TO KA-RUNW-MESSAGE
057300         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
057400                KA-RUNW-BUS-DATE DELIMITED BY SIZE
057500                " IST ALT - SICHERUNG ENTLADEN FEHLT"
057600                    DELIMITED BY SIZE
057700           INTO KA-RUNW-MESSAGE
057800         END-STRING
057900         SET KA-RUNW-IS-REFUSED TO TRUE
058000     END-IF.
058100 9510-EXIT.
058200     EXIT.
058203*
058206*****************************************************************
058209* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
058212*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
058215*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
058218*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
058221*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
058224*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
058227*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
058230*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
058233*****************************************************************
058236 9515-CHECK-NIGHT-STILL-OPEN.
058239     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
058242         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
058245     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
058248         GO TO 9515-EXIT
058251     END-IF.
058254     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
058257     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
058260     READ MUTTI-LAUFSTEUERUNG
058263         INVALID KEY
058266             MOVE SPACE TO KA-RUN-STATUS
058269     END-READ.
058272     IF KA-RUN-IS-FINISHED
058275         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
058278         GO TO 9515-EXIT
058281     END-IF.
058284     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
058287     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
058290         " WIRD ZU ENDE GEFUEHRT".
058293 9515-EXIT.
058296     EXIT.
058300*
058400 9520-CHECK-PREDECESSOR.
058500     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
058600         GO TO 9520-EXIT
058700     END-IF.
058800     MOVE SPACES TO KA-RUNW-WHY.
058900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
059000     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
059100     READ MUTTI-LAUFSTEUERUNG
059200         INVALID KEY
059300             MOVE "FEHLT" TO KA-RUNW-WHY
059400         NOT INVALID KEY
059500             IF NOT KA-RUN-IS-FINISHED
059600                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
059700             ELSE
059800                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
059900                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
060000                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
060100                         TO KA-RUNW-MAX-ED
060200                     STRING "MIT RC " DELIMITED BY SIZE
060300                            KA-RUNW-RC-ED DELIMITED BY SIZE
060400                            " BEENDET (MAX " DELIMITED BY SIZE
060500                            KA-RUNW-MAX-ED DELIMITED BY SIZE
060600                            ")" DELIMITED BY SIZE
060700                       INTO KA-RUNW-WHY
060800                     END-STRING
060900                 END-IF
061000             END-IF
061100     END-READ.
061200     IF KA-RUNW-WHY NOT = SPACES
061300         MOVE SPACES TO KA-RUNW-MESSAGE
061400         STRING "VORGAENGER " DELIMITED BY SIZE
061500                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
061600                " " DELIMITED BY SIZE
061700                KA-RUNW-WHY DELIMITED BY SIZE
061800           INTO KA-RUNW-MESSAGE
061900         END-STRING
062000         SET KA-RUNW-IS-REFUSED TO TRUE
062100     END-IF.
062200 9520-EXIT.
062300     EXIT.
062400*
062500 9530-CHECK-BLOCKER.
062600     IF KA-RUNW-BLOCKER = SPACES
062700         GO TO 9530-EXIT
062800     END-IF.
062900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
063000     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
063100     READ MUTTI-LAUFSTEUERUNG
063200         INVALID KEY
063300             MOVE SPACE TO KA-RUN-STATUS
063400     END-READ.
063500     IF KA-RUN-IS-FINISHED
063600         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
063700         MOVE SPACES TO KA-RUNW-MESSAGE
063800         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
063900                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
064000                    DELIMITED BY SIZE
064100           INTO KA-RUNW-MESSAGE
064200         END-STRING
064300         SET KA-RUNW-IS-REFUSED TO TRUE
064400     END-IF.
064500 9530-EXIT.
064600     EXIT.
064700*
064800*****************************************************************
064900* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
065000*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
065100*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
065200*****************************************************************
065300 9540-LOG-START.
065400     IF KA-RUNW-OPENS-NIGHT
065500         MOVE "N" TO KA-RUNW-FOUND-SW
065600         MOVE ZERO TO KA-RUN-BUS-DATE
065700         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
065800         READ MUTTI-LAUFSTEUERUNG
065900             NOT INVALID KEY
066000                 SET KA-RUNW-REC-FOUND TO TRUE
066100         END-READ
066200         MOVE SPACES TO KA-RUN-CTL-DATA
066300         MOVE ZERO TO KA-RUN-BUS-DATE
066400         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
066500         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
066600         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
066700         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
066800         IF KA-RUNW-REC-FOUND
066900             REWRITE KA-RUN-REC
067000         ELSE
067100             WRITE KA-RUN-REC
067200         END-IF
067300     END-IF.
067400     MOVE "N" TO KA-RUNW-FOUND-SW.
067500     MOVE ZERO TO KA-RUNW-RUNS.
067600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
067700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
067800     READ MUTTI-LAUFSTEUERUNG
067900         NOT INVALID KEY
068000             SET KA-RUNW-REC-FOUND TO TRUE
068100             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
068200     END-READ.
068300     MOVE SPACES TO KA-RUN-DATA.
068400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
068500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
068600     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
068700     SET KA-RUN-IS-RUNNING TO TRUE.
068800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
068900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
069000     MOVE ZERO TO KA-RUN-END-DATE.
069100     MOVE ZERO TO KA-RUN-END-TIME.
069200     MOVE ZERO TO KA-RUN-RC.
069300     ADD 1 TO KA-RUNW-RUNS.
069400     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
069500     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
069600     IF KA-RUNW-REC-FOUND
069700         REWRITE KA-RUN-REC
069800     ELSE
069900         WRITE KA-RUN-REC
070000     END-IF.
070100     CLOSE MUTTI-LAUFSTEUERUNG.
070200     MOVE "N" TO KA-RUNW-OPEN-SW.
070300     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
070400     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
070500         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
070600 9540-EXIT.
070700     EXIT.
070800*
070900*****************************************************************
071000* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
071100*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
071200*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
071300*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
071400*****************************************************************
071500 9580-REFUSE-RUN.
071600     SET KA-RUNW-IS-REFUSED TO TRUE.
071700     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
071800     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
071900     IF NOT KA-RUNW-FILE-IS-OPEN
072000         GO TO 9580-EXIT
072100     END-IF.
072200     IF KA-RUNW-BUS-DATE NOT = ZERO
072300         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
072400     END-IF.
072500     CLOSE MUTTI-LAUFSTEUERUNG.
072600     MOVE "N" TO KA-RUNW-OPEN-SW.
072700 9580-EXIT.
072800     EXIT.
072900*
073000 9585-LOG-REFUSAL.
073100     MOVE "N" TO KA-RUNW-FOUND-SW.
073200     MOVE ZERO TO KA-RUNW-RUNS.
073300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
073400     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
073500     READ MUTTI-LAUFSTEUERUNG
073600         NOT INVALID KEY
073700             SET KA-RUNW-REC-FOUND TO TRUE
073800             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
073900     END-READ.
074000     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
074100         GO TO 9585-EXIT
074200     END-IF.
074300     MOVE SPACES TO KA-RUN-DATA.
074400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
074500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
074600     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
074700     SET KA-RUN-WAS-REFUSED TO TRUE.
074800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
074900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
075000     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
075100     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
075200     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
075300     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
075400     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
075500     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
075600     IF KA-RUNW-REC-FOUND
075700         REWRITE KA-RUN-REC
075800     ELSE
075900         WRITE KA-RUN-REC
076000     END-IF.
076100 9585-EXIT.
076200     EXIT.
076300*
076400*****************************************************************
076500* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
076600*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
076700*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
076800*****************************************************************
076900 9600-RUN-END.
077000     IF NOT KA-RUNW-RUN-IS-LOGGED
077100         GO TO 9600-EXIT
077200     END-IF.
077300     MOVE "N" TO KA-RUNW-LOGGED-SW.
077400     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
077500     OPEN I-O MUTTI-LAUFSTEUERUNG.
077600     IF KA-RUNW-STATUS NOT = "00"
077700         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
077800             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
077900         GO TO 9600-EXIT
078000     END-IF.
078100     MOVE "N" TO KA-RUNW-FOUND-SW.
078200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
078300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
078400     READ MUTTI-LAUFSTEUERUNG
078500         INVALID KEY
078600             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
078700                 " ENDE NICHT VERMERKT - SATZ FEHLT"
078800         NOT INVALID KEY
078900             SET KA-RUNW-REC-FOUND TO TRUE
079000     END-READ.
079100     IF KA-RUNW-REC-FOUND
079200         SET KA-RUN-IS-FINISHED TO TRUE
079300         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
079400         ACCEPT KA-RUN-END-TIME FROM TIME
079500         MOVE RETURN-CODE TO KA-RUN-RC
079600         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
079700         REWRITE KA-RUN-REC
079800         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
079900         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
080000             " BEENDET MIT RC " KA-RUNW-RC-ED
080100     END-IF.
080200     CLOSE MUTTI-LAUFSTEUERUNG.
080300 9600-EXIT.
080400     EXIT.
080500*
080600 9610-CLEAR-RUN-COUNT.
080700     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
080800     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
080900 9610-EXIT.
081000     EXIT.
081100*
081200*****************************************************************
081300* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
081400*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
081500*****************************************************************
081600 9650-SET-RUN-COUNTS.
081700     MOVE "NACHRICHTEN" TO KA-RUNW-CNT-LABEL(1).
081800     MOVE WS-NOTICE-COUNT TO KA-RUNW-CNT-VALUE(1).
081900     MOVE "BESTAETIGT" TO KA-RUNW-CNT-LABEL(2).
082000     MOVE WS-CONFIRMED-COUNT TO KA-RUNW-CNT-VALUE(2).
082100     MOVE "FREIGEGEBEN" TO KA-RUNW-CNT-LABEL(3).
082200     MOVE WS-RELEASED-COUNT TO KA-RUNW-CNT-VALUE(3).
082300     MOVE "OHNE KONTAKT" TO KA-RUNW-CNT-LABEL(4).
082400     MOVE WS-NO-CONTACT-COUNT TO KA-RUNW-CNT-VALUE(4).
082500 9650-EXIT.
082600     EXIT.
