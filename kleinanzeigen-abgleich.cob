002393*                    CHECK WALKS EVERY SLOT AND FLAGS ANY LEFT
002394*                    IN-PROGRESS, NAMING THE OPERATOR, INSTEAD
002395*                    OF READING RELATIVE RECORD 1.
002396*    2026-10-05 CJH  MUTTIBIN NOW STARTS WITH A CONTROL RECORD
002397*                    (NOT A QUESTION - NOT COUNTED, BUT ITS
002398*                    ABSENCE IS AN ERROR) AND MUTTIBOT ENDS WITH
002399*                    A TRAILER OF CONTROL TOTALS (COPY KABATOUT).
002401*                    THE REPLY LINES ARE NO LONGER COUNTED: THE
002402*                    TRAILER'S QUESTION COUNT MUST EQUAL MUTTIBIN,
002403*                    ANSWERED PLUS BLANK MUST EQUAL QUESTIONS, AND
002404*                    ITS BLANK AND ABUSE COUNTS MUST EQUAL THE
002405*                    BATCH-ORIGIN AUDIT RECORDS OF THOSE TYPES.  A
002406*                    MUTTIBOT WITHOUT TRAILER MEANS THE REPLAY
002407*                    NEVER FINISHED AND FAILS THE RECONCILIATION.
002408*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
002409*                    MUTTIRUN (COPY KARUNCTL): START, END,
002410*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
002411*                    DATE.  THE RUN IS REFUSED (RETURN-CODE 12)
002412*                    UNLESS THE BATCH REPLAY FINISHED, AND ONCE
002413*                    MUTTI-TAGESABSCHLUSS HAS EMPTIED MUTTIAUD.
002423*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
002433*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
002443*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
002453*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
002463*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
002473*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
005000     SELECT MUTTI-RECON-RPT ASSIGN TO "MUTTIREC"
005100         ORGANIZATION IS SEQUENTIAL.
005200*
005210     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
005220         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS DYNAMIC
005240         RECORD KEY IS KA-RUN-KEY
005250         FILE STATUS IS KA-RUNW-STATUS.
005260*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  MUTTI-BATCH-IN
005700 01  BATCH-IN-REC.
005800     05  BATCH-IN-LANG           PIC X(02).
005900     05  BATCH-IN-TEXT           PIC X(253).
005910*    FIRST RECORD OF MUTTIBIN: THE RUN'S CONTROL RECORD.  KEEP IN
005920*    STEP WITH THE SAME LAYOUT IN KLEINANZEIGEN-MUTTI.COB.
005930 01  BATCH-CTL-REC.
005940     05  BATCH-CTL-MARK          PIC X(08).
005950         88  BATCH-CTL-IS-HEADER         VALUE "*STEUER*".
005960     05  BATCH-CTL-OPERATOR      PIC X(10).
005970     05  BATCH-CTL-LANG          PIC X(02).
005980     05  BATCH-CTL-RUN-DATE      PIC 9(08).
005990     05  FILLER                  PIC X(227).
006000*
006100 FD  MUTTI-BATCH-OUT
006200     LABEL RECORDS ARE STANDARD.
006300 COPY KABATOUT.
006400*
006500 FD  MUTTI-AUDIT-LOG
006600     LABEL RECORDS ARE STANDARD.
007800     LABEL RECORDS ARE STANDARD.
007900 01  RPT-LINE                    PIC X(80).
008000*
008010 FD  MUTTI-LAUFSTEUERUNG
008020     LABEL RECORDS ARE STANDARD.
008030 COPY KARUNCTL.
008040*
008100 WORKING-STORAGE SECTION.
008200 01  WS-SWITCHES.
008300     05  WS-FILE-EOF-SW          PIC X(01)   VALUE "N".
008600         88  CHECKPOINT-IS-OK            VALUE "Y".
008700     05  WS-BALANCE-SW           PIC X(01)   VALUE "Y".
008800         88  EVERYTHING-BALANCES         VALUE "Y".
008810     05  WS-BIN-HEADER-SW        PIC X(01)   VALUE "N".
008820         88  BIN-HEADER-FOUND            VALUE "Y".
008830     05  WS-BOT-TRAILER-SW       PIC X(01)   VALUE "N".
008840         88  BOT-TRAILER-FOUND           VALUE "Y".
008900*
009000 01  WS-BATCH-IN-STATUS          PIC X(02).
009100 01  WS-BATCH-OUT-STATUS         PIC X(02).
009300 01  WS-EXC-STATUS               PIC X(02).
009400 01  WS-CKPT-STATUS              PIC X(02).
009550 01  WS-TODAY-DATE               PIC 9(08).
009560 01  WS-BIN-RECORDS-READ         PIC 9(07)   COMP VALUE ZERO.
009570*
009580 01  WS-TRAILER-AREA.
009590     05  WS-TRL-RUN-DATE         PIC 9(08)   VALUE ZERO.
009591     05  WS-TRL-OPERATOR         PIC X(10)   VALUE SPACES.
009592     05  WS-TRL-QUESTIONS        PIC 9(07)   VALUE ZERO.
009593     05  WS-TRL-ANSWERED         PIC 9(07)   VALUE ZERO.
009594     05  WS-TRL-BLANK            PIC 9(07)   VALUE ZERO.
009595     05  WS-TRL-ABUSE            PIC 9(07)   VALUE ZERO.
009600*
009700 01  WS-COUNTERS.
009800     05  WS-BIN-COUNT            PIC 9(07)   COMP VALUE ZERO.
010000     05  WS-AUD-COUNT            PIC 9(07)   COMP VALUE ZERO.
010050     05  WS-AUD-BATCH-COUNT      PIC 9(07)   COMP VALUE ZERO.
010060     05  WS-AUD-BATCH-BLANK      PIC 9(07)   COMP VALUE ZERO.
010070     05  WS-AUD-BATCH-ABUSE      PIC 9(07)   COMP VALUE ZERO.
010100     05  WS-AUD-AD-COUNT         PIC 9(07)   COMP VALUE ZERO.
010150     05  WS-AUD-OFFER-COUNT      PIC 9(07)   COMP VALUE ZERO.
010160     05  WS-AUD-ANSWER-COUNT     PIC 9(07)   COMP VALUE ZERO.
010700*
010800 01  WS-RPT-COUNT-ED             PIC ZZZ,ZZ9.
010900 01  WS-RPT-COUNT-ED2            PIC ZZZ,ZZ9.
010910 01  WS-RPT-COUNT-ED3            PIC ZZZ,ZZ9.
011000*
011007*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
011014 01  WS-RUN-STEP-VALUES.
011021     05  FILLER                  PIC X(18)   VALUE "ABGLEICH".
011028     05  FILLER                  PIC X(30)
011035                                 VALUE "MUTTI-ABGLEICH".
011042     05  FILLER                  PIC X(01)   VALUE "N".
011049     05  FILLER                  PIC X(18)
011056                                 VALUE "TAGESABSCHLUSS".
011063     05  FILLER                  PIC X(18)   VALUE "REPLAY".
011070     05  FILLER                  PIC X(02)   VALUE "04".
011077     05  FILLER                  PIC X(60)   VALUE SPACES.
011084 COPY KARUNWRK.
011091*
011100 PROCEDURE DIVISION.
011200*
011300 0000-MAINLINE.
011310     PERFORM 9500-RUN-START THRU 9500-EXIT.
011320     IF KA-RUNW-IS-REFUSED
011330         STOP RUN
011340     END-IF.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     PERFORM 2000-COUNT-BATCH-IN THRU 2000-EXIT.
011600     PERFORM 2200-READ-BATCH-TRAILER THRU 2200-EXIT.
011700     PERFORM 2400-COUNT-AUDIT THRU 2400-EXIT.
011800     PERFORM 2600-COUNT-EXCEPTIONS THRU 2600-EXIT.
011900     PERFORM 2800-CHECK-CHECKPOINT THRU 2800-EXIT.
013900*
014000*****************************************************************
014100* 2000-COUNT-BATCH-IN  --  COUNT THE QUESTIONS THE BATCH WINDOW
014200*    WAS GIVEN.  THE CONTROL RECORD AT THE FRONT IS NOT A
014210*    QUESTION AND IS ONLY NOTED AS PRESENT.
014300*****************************************************************
014400 2000-COUNT-BATCH-IN.
014500     MOVE "N" TO WS-FILE-EOF-SW.
016000         AT END
016100             SET FILE-AT-END TO TRUE
016200         NOT AT END
016210             ADD 1 TO WS-BIN-RECORDS-READ
016220             IF WS-BIN-RECORDS-READ = 1 AND BATCH-CTL-IS-HEADER
016230                 SET BIN-HEADER-FOUND TO TRUE
016240             ELSE
016300                 ADD 1 TO WS-BIN-COUNT
016310             END-IF
016400     END-READ.
016500 2100-EXIT.
016600     EXIT.
016700*
016800*****************************************************************
016900* 2200-READ-BATCH-TRAILER  --  PICK UP THE CONTROL TOTALS THE
017000*    BATCH REPLAY WROTE AT THE END OF MUTTIBOT.  THE REPLY LINES
017010*    THEMSELVES ARE PASSED OVER - THE TRAILER IS THE COUNT.
017100*****************************************************************
017200 2200-READ-BATCH-TRAILER.
017300     MOVE "N" TO WS-FILE-EOF-SW.
017400     OPEN INPUT MUTTI-BATCH-OUT.
017500     IF WS-BATCH-OUT-STATUS NOT = "00"
018800         AT END
018900             SET FILE-AT-END TO TRUE
019000         NOT AT END
019010             IF KA-BOT-IS-TRAILER
019020                 SET BOT-TRAILER-FOUND TO TRUE
019030                 MOVE KA-BOT-TRL-RUN-DATE TO WS-TRL-RUN-DATE
019040                 MOVE KA-BOT-TRL-OPERATOR TO WS-TRL-OPERATOR
019050                 MOVE KA-BOT-TRL-QUESTIONS TO WS-TRL-QUESTIONS
019060                 MOVE KA-BOT-TRL-ANSWERED TO WS-TRL-ANSWERED
019070                 MOVE KA-BOT-TRL-BLANK TO WS-TRL-BLANK
019080                 MOVE KA-BOT-TRL-ABUSE TO WS-TRL-ABUSE
019090             END-IF
019200     END-READ.
019300 2300-EXIT.
019400     EXIT.
021900             ADD 1 TO WS-AUD-COUNT
021910             IF KA-AUD-FROM-BATCH
021920                 ADD 1 TO WS-AUD-BATCH-COUNT
021921                 IF KA-AUD-IS-BLANK
021922                     ADD 1 TO WS-AUD-BATCH-BLANK
021923                 END-IF
021924                 IF KA-AUD-IS-ABUSE
021925                     ADD 1 TO WS-AUD-BATCH-ABUSE
021926                 END-IF
021930             END-IF
022000             EVALUATE TRUE
022100                 WHEN KA-AUD-IS-AD-MATCH
028380     END-IF.
028390 2900-EXIT.
028400     EXIT.
028410*
028420*****************************************************************
028500* 5000-CROSS-FOOT  --  THE ACTUAL RECONCILIATION.  EVERY CHECK
028600*    PRINTS ITS NUMBERS; A CHECK THAT DOES NOT BALANCE SAYS SO
028700*    AND DROPS THE BALANCE SWITCH, WHICH BECOMES RETURN-CODE 8.
028800*****************************************************************
028900 5000-CROSS-FOOT.
028910     IF NOT BIN-HEADER-FOUND
028920         MOVE SPACES TO RPT-LINE
028930         MOVE "  *** FEHLER: MUTTIBIN OHNE STEUERSATZ"
028940           TO RPT-LINE
028950         WRITE RPT-LINE
028960         MOVE "N" TO WS-BALANCE-SW
028970     END-IF.
028980     IF BOT-TRAILER-FOUND
028990         MOVE SPACES TO RPT-LINE
028991         STRING "SCHLUSSSATZ (MUTTIBOT): LAUFDATUM "
028992                  DELIMITED BY SIZE
028993                WS-TRL-RUN-DATE DELIMITED BY SIZE
028994                "  KENNUNG " DELIMITED BY SIZE
028995                WS-TRL-OPERATOR DELIMITED BY SIZE
028996           INTO RPT-LINE
028997         END-STRING
028998         WRITE RPT-LINE
028999     ELSE
029001         MOVE SPACES TO RPT-LINE
029002         MOVE "  *** FEHLER: MUTTIBOT OHNE SCHLUSSSATZ"
029003           TO RPT-LINE
029004         WRITE RPT-LINE
029005         MOVE "N" TO WS-BALANCE-SW
029006     END-IF.
029007     MOVE WS-BIN-COUNT TO WS-RPT-COUNT-ED.
029100     MOVE WS-TRL-QUESTIONS TO WS-RPT-COUNT-ED2.
029200     MOVE SPACES TO RPT-LINE.
029300     STRING "FRAGEN (MUTTIBIN): " DELIMITED BY SIZE
029400            WS-RPT-COUNT-ED DELIMITED BY SIZE
029500            "  LT. SCHLUSSSATZ: " DELIMITED BY SIZE
029600            WS-RPT-COUNT-ED2 DELIMITED BY SIZE
029700       INTO RPT-LINE
029800     END-STRING.
029900     WRITE RPT-LINE.
030000     IF WS-BIN-COUNT NOT = WS-TRL-QUESTIONS
030100         MOVE SPACES TO RPT-LINE
030200         MOVE "  *** FEHLER: FRAGEN UND SCHLUSSSATZ UNGLEICH"
030300           TO RPT-LINE
030400         WRITE RPT-LINE
030500         MOVE "N" TO WS-BALANCE-SW
030600     END-IF.
030610     MOVE WS-TRL-ANSWERED TO WS-RPT-COUNT-ED.
030620     MOVE WS-TRL-BLANK TO WS-RPT-COUNT-ED2.
030630     MOVE WS-TRL-ABUSE TO WS-RPT-COUNT-ED3.
030640     MOVE SPACES TO RPT-LINE.
030650     STRING "  BEANTWORTET: " DELIMITED BY SIZE
030660            WS-RPT-COUNT-ED DELIMITED BY SIZE
030670            "  LEER: " DELIMITED BY SIZE
030680            WS-RPT-COUNT-ED2 DELIMITED BY SIZE
030681            "  ABUSE: " DELIMITED BY SIZE
030682            WS-RPT-COUNT-ED3 DELIMITED BY SIZE
030683       INTO RPT-LINE
030684     END-STRING.
030685     WRITE RPT-LINE.
030686     IF WS-TRL-ANSWERED + WS-TRL-BLANK NOT = WS-TRL-QUESTIONS
030687         MOVE SPACES TO RPT-LINE
030688         MOVE "  *** FEHLER: BEANTWORTET + LEER UNGLEICH FRAGEN"
030689           TO RPT-LINE
030690         WRITE RPT-LINE
030691         MOVE "N" TO WS-BALANCE-SW
030692     END-IF.
030700     MOVE WS-AUD-COUNT TO WS-RPT-COUNT-ED.
030705     MOVE WS-AUD-BATCH-COUNT TO WS-RPT-COUNT-ED2.
030800     MOVE SPACES TO RPT-LINE.
031100       INTO RPT-LINE
031200     END-STRING.
031300     WRITE RPT-LINE.
031301     MOVE WS-AUD-AD-COUNT TO WS-RPT-COUNT-ED.
031302     MOVE SPACES TO RPT-LINE.
031303     STRING "  DAVON ANZEIGE:       " DELIMITED BY SIZE
031304            WS-RPT-COUNT-ED DELIMITED BY SIZE
031305       INTO RPT-LINE
031306     END-STRING.
031307     WRITE RPT-LINE.
031308     MOVE WS-AUD-OFFER-COUNT TO WS-RPT-COUNT-ED.
031309     MOVE SPACES TO RPT-LINE.
031310     STRING "  DAVON ANGEBOT:       " DELIMITED BY SIZE
031311            WS-RPT-COUNT-ED DELIMITED BY SIZE
031312       INTO RPT-LINE
031313     END-STRING.
031314     WRITE RPT-LINE.
031315     MOVE WS-AUD-ANSWER-COUNT TO WS-RPT-COUNT-ED.
031316     MOVE SPACES TO RPT-LINE.
031317     STRING "  DAVON WISSEN:        " DELIMITED BY SIZE
031318            WS-RPT-COUNT-ED DELIMITED BY SIZE
031319       INTO RPT-LINE
031320     END-STRING.
031323     WRITE RPT-LINE.
031324     MOVE WS-AUD-FAQ-COUNT TO WS-RPT-COUNT-ED.
031325     MOVE SPACES TO RPT-LINE.
031800         WRITE RPT-LINE
031900         MOVE "N" TO WS-BALANCE-SW
032000     END-IF.
032010     IF WS-AUD-BATCH-BLANK NOT = WS-TRL-BLANK
032020         OR WS-AUD-BATCH-ABUSE NOT = WS-TRL-ABUSE
032030         MOVE SPACES TO RPT-LINE
032040         MOVE "  *** FEHLER: LEER/ABUSE UNGLEICH SCHLUSSSATZ"
032050           TO RPT-LINE
032060         WRITE RPT-LINE
032070         MOVE "N" TO WS-BALANCE-SW
032080     END-IF.
032100     MOVE WS-AUD-ABUSE-COUNT TO WS-RPT-COUNT-ED.
032200     MOVE WS-EXC-COUNT TO WS-RPT-COUNT-ED2.
032300     MOVE SPACES TO RPT-LINE.
036500*****************************************************************
036600 9000-TERMINATE.
036700     CLOSE MUTTI-RECON-RPT.
036710     PERFORM 9600-RUN-END THRU 9600-EXIT.
036800 9000-EXIT.
036900     EXIT.
037000*
037100*****************************************************************
037200* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
037300*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
037400*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
037500*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
037600*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
037700*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
037800*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
037900*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
038000*    LOGGED AND REOPENED BY 9600-RUN-END.
038100*****************************************************************
038200 9500-RUN-START.
038300     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
038400     MOVE "N" TO KA-RUNW-REFUSED-SW.
038500     MOVE "N" TO KA-RUNW-LOGGED-SW.
038600     MOVE ZERO TO KA-RUNW-BUS-DATE.
038700     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
038800         VARYING KA-RUNW-IDX FROM 1 BY 1
038900         UNTIL KA-RUNW-IDX > 4.
039000     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
039100     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
039200     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
039300     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
039400         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
039500             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
039600     END-IF.
039700     OPEN I-O MUTTI-LAUFSTEUERUNG.
039800     IF KA-RUNW-STATUS NOT = "00"
039900         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
040000         CLOSE MUTTI-LAUFSTEUERUNG
040100         OPEN I-O MUTTI-LAUFSTEUERUNG
040200     END-IF.
040300     IF KA-RUNW-STATUS NOT = "00"
040400         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
040500             TO KA-RUNW-MESSAGE
040600         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
040700         GO TO 9500-EXIT
040800     END-IF.
040900     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
041000     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
041100     IF NOT KA-RUNW-IS-REFUSED
041200         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
041300             VARYING KA-RUNW-IDX FROM 1 BY 1
041400             UNTIL KA-RUNW-IDX > 4
041500                OR KA-RUNW-IS-REFUSED
041600     END-IF.
041700     IF NOT KA-RUNW-IS-REFUSED
041800         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
041900     END-IF.
042000     IF KA-RUNW-IS-REFUSED
042100         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
042200     ELSE
042300         PERFORM 9540-LOG-START THRU 9540-EXIT
042400     END-IF.
042500 9500-EXIT.
042600     EXIT.
042700*
042800*****************************************************************
042900* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
043000*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
043100*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
043200*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
043300*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
043400*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
043500*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
043600*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
043610*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
043700*****************************************************************
043800 9510-GET-BUSINESS-DATE.
043900     IF KA-RUNW-OPENS-NIGHT
044000         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
044100         GO TO 9510-EXIT
044200     END-IF.
044300     MOVE ZERO TO KA-RUN-BUS-DATE.
044400     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
044500     READ MUTTI-LAUFSTEUERUNG
044600         INVALID KEY
044700             MOVE ZERO TO KA-RUN-CTL-DATE
044800     END-READ.
044900     IF KA-RUN-CTL-DATE = ZERO
045000         IF KA-RUNW-NEED-STEP(1) = SPACES
045100             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
045200         ELSE
045300             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
045400                 TO KA-RUNW-MESSAGE
045500             SET KA-RUNW-IS-REFUSED TO TRUE
045600         END-IF
045700         GO TO 9510-EXIT
045800     END-IF.
045900     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
045910     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
045920     IF KA-RUNW-IS-NIGHT-STEP
045930         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
045940         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
045950     END-IF.
045960     IF KA-RUNW-IS-NIGHT-STEP
045970         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
045980         AND NOT KA-RUNW-NIGHT-IS-OPEN
045990         MOVE SPACES TO KA-RUNW-MESSAGE
046300         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
046400                KA-RUNW-BUS-DATE DELIMITED BY SIZE
046500                " IST ALT - SICHERUNG ENTLADEN FEHLT"
046600                    DELIMITED BY SIZE
046700           INTO KA-RUNW-MESSAGE
046800         END-STRING
046900         SET KA-RUNW-IS-REFUSED TO TRUE
047000     END-IF.
047100 9510-EXIT.
047200     EXIT.
047203*
047206*****************************************************************
047209* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
047212*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
047215*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
047218*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
047221*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
047224*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
047227*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
047230*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
047233*****************************************************************
047236 9515-CHECK-NIGHT-STILL-OPEN.
047239     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
047242         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
047245     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
047248         GO TO 9515-EXIT
047251     END-IF.
047254     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
047257     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
047260     READ MUTTI-LAUFSTEUERUNG
047263         INVALID KEY
047266             MOVE SPACE TO KA-RUN-STATUS
047269     END-READ.
047272     IF KA-RUN-IS-FINISHED
047275         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
047278         GO TO 9515-EXIT
047281     END-IF.
047284     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
047287     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
047290         " WIRD ZU ENDE GEFUEHRT".
047293 9515-EXIT.
047296     EXIT.
047300*
047400 9520-CHECK-PREDECESSOR.
047500     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
047600         GO TO 9520-EXIT
047700     END-IF.
047800     MOVE SPACES TO KA-RUNW-WHY.
047900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
048000     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
048100     READ MUTTI-LAUFSTEUERUNG
048200         INVALID KEY
048300             MOVE "FEHLT" TO KA-RUNW-WHY
048400         NOT INVALID KEY
048500             IF NOT KA-RUN-IS-FINISHED
048600                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
048700             ELSE
048800                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
048900                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
049000                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
049100                         TO KA-RUNW-MAX-ED
049200                     STRING "MIT RC " DELIMITED BY SIZE
049300                            KA-RUNW-RC-ED DELIMITED BY SIZE
049400                            " BEENDET (MAX " DELIMITED BY SIZE
049500                            KA-RUNW-MAX-ED DELIMITED BY SIZE
049600                            ")" DELIMITED BY SIZE
049700                       INTO KA-RUNW-WHY
049800                     END-STRING
049900                 END-IF
050000             END-IF
050100     END-READ.
050200     IF KA-RUNW-WHY NOT = SPACES
050300         MOVE SPACES TO KA-RUNW-MESSAGE
050400         STRING "VORGAENGER " DELIMITED BY SIZE
050500                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
050600                " " DELIMITED BY SIZE
050700                KA-RUNW-WHY DELIMITED BY SIZE
050800           INTO KA-RUNW-MESSAGE
050900         END-STRING
051000         SET KA-RUNW-IS-REFUSED TO TRUE
051100     END-IF.
051200 9520-EXIT.
051300     EXIT.
051400*
051500 9530-CHECK-BLOCKER.
051600     IF KA-RUNW-BLOCKER = SPACES
051700         GO TO 9530-EXIT
051800     END-IF.
051900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
052000     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
052100     READ MUTTI-LAUFSTEUERUNG
052200         INVALID KEY
052300             MOVE SPACE TO KA-RUN-STATUS
052400     END-READ.
052500     IF KA-RUN-IS-FINISHED
052600         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
052700         MOVE SPACES TO KA-RUNW-MESSAGE
052800         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
052900                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
053000                    DELIMITED BY SIZE
053100           INTO KA-RUNW-MESSAGE
053200         END-STRING
053300         SET KA-RUNW-IS-REFUSED TO TRUE
053400     END-IF.
053500 9530-EXIT.
053600     EXIT.
053700*
053800*****************************************************************
053900* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
054000*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
054100*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
054200*****************************************************************
054300 9540-LOG-START.
054400     IF KA-RUNW-OPENS-NIGHT
054500         MOVE "N" TO KA-RUNW-FOUND-SW
054600         MOVE ZERO TO KA-RUN-BUS-DATE
054700         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
054800         READ MUTTI-LAUFSTEUERUNG
054900             NOT INVALID KEY
055000                 SET KA-RUNW-REC-FOUND TO TRUE
055100         END-READ
055200         MOVE SPACES TO KA-RUN-CTL-DATA
055300         MOVE ZERO TO KA-RUN-BUS-DATE
055400         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
055500         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
055600         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
055700         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
055800         IF KA-RUNW-REC-FOUND
055900             REWRITE KA-RUN-REC
056000         ELSE
056100             WRITE KA-RUN-REC
056200         END-IF
056300     END-IF.
056400     MOVE "N" TO KA-RUNW-FOUND-SW.
056500     MOVE ZERO TO KA-RUNW-RUNS.
056600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
056700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
056800     READ MUTTI-LAUFSTEUERUNG
056900         NOT INVALID KEY
057000             SET KA-RUNW-REC-FOUND TO TRUE
057100             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
057200     END-READ.
057300     MOVE SPACES TO KA-RUN-DATA.
057400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
057500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
057600     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
057700     SET KA-RUN-IS-RUNNING TO TRUE.
057800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
057900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
058000     MOVE ZERO TO KA-RUN-END-DATE.
058100     MOVE ZERO TO KA-RUN-END-TIME.
058200     MOVE ZERO TO KA-RUN-RC.
058300     ADD 1 TO KA-RUNW-RUNS.
058400     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
058500     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
058600     IF KA-RUNW-REC-FOUND
058700         REWRITE KA-RUN-REC
058800     ELSE
058900         WRITE KA-RUN-REC
059000     END-IF.
059100     CLOSE MUTTI-LAUFSTEUERUNG.
059200     MOVE "N" TO KA-RUNW-OPEN-SW.
059300     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
059400     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
059500         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
059600 9540-EXIT.
059700     EXIT.
059800*
059900*****************************************************************
060000* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
060100*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
060200*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
060300*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
060400*****************************************************************
060500 9580-REFUSE-RUN.
060600     SET KA-RUNW-IS-REFUSED TO TRUE.
060700     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
060800     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
060900     IF NOT KA-RUNW-FILE-IS-OPEN
061000         GO TO 9580-EXIT
061100     END-IF.
061200     IF KA-RUNW-BUS-DATE NOT = ZERO
061300         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
061400     END-IF.
061500     CLOSE MUTTI-LAUFSTEUERUNG.
061600     MOVE "N" TO KA-RUNW-OPEN-SW.
061700 9580-EXIT.
061800     EXIT.
061900*
062000 9585-LOG-REFUSAL.
062100     MOVE "N" TO KA-RUNW-FOUND-SW.
062200     MOVE ZERO TO KA-RUNW-RUNS.
062300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
062400     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
062500     READ MUTTI-LAUFSTEUERUNG
062600         NOT INVALID KEY
062700             SET KA-RUNW-REC-FOUND TO TRUE
062800             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
062900     END-READ.
063000     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
063100         GO TO 9585-EXIT
063200     END-IF.
063300     MOVE SPACES TO KA-RUN-DATA.
063400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
063500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
063600     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
063700     SET KA-RUN-WAS-REFUSED TO TRUE.
063800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
063900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
064000     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
064100     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
064200     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
064300     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
064400     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
064500     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
064600     IF KA-RUNW-REC-FOUND
064700         REWRITE KA-RUN-REC
064800     ELSE
064900         WRITE KA-RUN-REC
065000     END-IF.
065100 9585-EXIT.
065200     EXIT.
065300*
065400*****************************************************************
065500* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
065600*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
065700*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
065800*****************************************************************
065900 9600-RUN-END.
066000     IF NOT KA-RUNW-RUN-IS-LOGGED
066100         GO TO 9600-EXIT
066200     END-IF.
066300     MOVE "N" TO KA-RUNW-LOGGED-SW.
066400     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
066500     OPEN I-O MUTTI-LAUFSTEUERUNG.
066600     IF KA-RUNW-STATUS NOT = "00"
066700         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
066800             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
066900         GO TO 9600-EXIT
067000     END-IF.
067100     MOVE "N" TO KA-RUNW-FOUND-SW.
067200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
067300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
067400     READ MUTTI-LAUFSTEUERUNG
067500         INVALID KEY
067600             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
067700                 " ENDE NICHT VERMERKT - SATZ FEHLT"
067800         NOT INVALID KEY
067900             SET KA-RUNW-REC-FOUND TO TRUE
068000     END-READ.
068100     IF KA-RUNW-REC-FOUND
068200         SET KA-RUN-IS-FINISHED TO TRUE
068300         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
068400         ACCEPT KA-RUN-END-TIME FROM TIME
068500         MOVE RETURN-CODE TO KA-RUN-RC
068600         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
068700         REWRITE KA-RUN-REC
068800         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
068900         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
069000             " BEENDET MIT RC " KA-RUNW-RC-ED
069100     END-IF.
069200     CLOSE MUTTI-LAUFSTEUERUNG.
069300 9600-EXIT.
069400     EXIT.
069500*
069600 9610-CLEAR-RUN-COUNT.
069700     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
069800     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
069900 9610-EXIT.
070000     EXIT.
070100*
070200*****************************************************************
070300* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
070400*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
070500*****************************************************************
070600 9650-SET-RUN-COUNTS.
070700     MOVE "BATCH-EIN" TO KA-RUNW-CNT-LABEL(1).
070800     MOVE WS-BIN-COUNT TO KA-RUNW-CNT-VALUE(1).
070900     MOVE "AUDIT" TO KA-RUNW-CNT-LABEL(2).
071000     MOVE WS-AUD-COUNT TO KA-RUNW-CNT-VALUE(2).
071100     MOVE "AUSNAHMEN" TO KA-RUNW-CNT-LABEL(3).
071200     MOVE WS-EXC-COUNT TO KA-RUNW-CNT-VALUE(3).
071300 9650-EXIT.
071400     EXIT.
