002374*                    TIME.  THE SCHEDULE CATALOGUES A DATED
002375*                    GENERATION PER NIGHT AND CONCATENATES THEM
002376*                    ALL AS MUTTIARC FOR MUTTI-MONATSBERICHT.
002378*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
002380*                    MUTTIRUN (COPY KARUNCTL): START, END,
002382*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
002384*                    DATE.  THE CUTOVER IS REFUSED (RETURN-CODE
002386*                    12) UNLESS MUTTI-ABGLEICH FINISHED CLEAN
002387*                    (RETURN-CODE 0) AND THE DAILY REPORT AND THE
002388*                    SELLER DIGEST FINISHED FOR THE NIGHT
002389*                    (MUTTI-KAEUFERINFO IS NOT WAITED FOR - IT
002390*                    READS NOTHING THE CUTOVER MOVES, AND BUYER
002391*                    NOTICES DO NOT HOLD THE NIGHT), AND A
002392*                    SECOND CUTOVER OF THE SAME NIGHT IS REFUSED
002393*                    - IT WOULD REWRITE THE NIGHT'S ARCHIVE
002394*                    GENERATION FROM THE EMPTIED LOG.
002395*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
002396*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
002397*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
002398*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
002399*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-ARCHIV-STATUS.
003500*
003510     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS KA-RUN-KEY
003550         FILE STATUS IS KA-RUNW-STATUS.
003560*
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  MUTTI-AUDIT-LOG
004360*    LENGTH IN STEP WITH KAAUDIT.CPY WHENEVER THAT RECORD GROWS.
004400 01  ARCHIV-REC                  PIC X(326).
004500*
004510 FD  MUTTI-LAUFSTEUERUNG
004520     LABEL RECORDS ARE STANDARD.
004530 COPY KARUNCTL.
004540*
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800     05  WS-AUDIT-AT-END-SW      PIC X(01)   VALUE "N".
006000*
006100 01  WS-COUNT-DISPLAY            PIC 9(07).
006200*
006204*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
006208 01  WS-RUN-STEP-VALUES.
006212     05  FILLER                  PIC X(18)
006216                                 VALUE "TAGESABSCHLUSS".
006220     05  FILLER                  PIC X(30)
006224                                 VALUE "MUTTI-TAGESABSCHLUSS".
006228     05  FILLER                  PIC X(01)   VALUE "N".
006232     05  FILLER                  PIC X(18)
006236                                 VALUE "TAGESABSCHLUSS".
006240     05  FILLER                  PIC X(18)   VALUE "ABGLEICH".
006244     05  FILLER                  PIC X(02)   VALUE "00".
006248     05  FILLER                  PIC X(18)   VALUE "TAGESBERICHT".
006252     05  FILLER                  PIC X(02)   VALUE "04".
006256     05  FILLER                  PIC X(18)
006260                                 VALUE "VERKAEUFERBERICHT".
006264     05  FILLER                  PIC X(02)   VALUE "04".
006272     05  FILLER                  PIC X(20)   VALUE SPACES.
006276 COPY KARUNWRK.
006280*
006300 PROCEDURE DIVISION.
006400*
006500 0000-MAINLINE.
006510     PERFORM 9500-RUN-START THRU 9500-EXIT.
006520     IF KA-RUNW-IS-REFUSED
006530         STOP RUN
006540     END-IF.
006600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006700     PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
006800         UNTIL AUDIT-AT-END.
016200         CLOSE MUTTI-AUDIT-ARCHIV
016300         MOVE "N" TO WS-ARCHIV-OPEN-SW
016400     END-IF.
016410     PERFORM 9600-RUN-END THRU 9600-EXIT.
016500 9000-EXIT.
016600     EXIT.
016700*
016800*****************************************************************
016900* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
017000*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
017100*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
017200*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
017300*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
017400*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
017500*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
017600*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
017700*    LOGGED AND REOPENED BY 9600-RUN-END.
017800*****************************************************************
017900 9500-RUN-START.
018000     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
018100     MOVE "N" TO KA-RUNW-REFUSED-SW.
018200     MOVE "N" TO KA-RUNW-LOGGED-SW.
018300     MOVE ZERO TO KA-RUNW-BUS-DATE.
018400     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
018500         VARYING KA-RUNW-IDX FROM 1 BY 1
018600         UNTIL KA-RUNW-IDX > 4.
018700     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
018800     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
018900     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
019000     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
019100         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
019200             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
019300     END-IF.
019400     OPEN I-O MUTTI-LAUFSTEUERUNG.
019500     IF KA-RUNW-STATUS NOT = "00"
019600         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
019700         CLOSE MUTTI-LAUFSTEUERUNG
019800         OPEN I-O MUTTI-LAUFSTEUERUNG
019900     END-IF.
020000     IF KA-RUNW-STATUS NOT = "00"
020100         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
020200             TO KA-RUNW-MESSAGE
020300         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
020400         GO TO 9500-EXIT
020500     END-IF.
020600     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
020700     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
020800     IF NOT KA-RUNW-IS-REFUSED
020900         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
021000             VARYING KA-RUNW-IDX FROM 1 BY 1
021100             UNTIL KA-RUNW-IDX > 4
021200                OR KA-RUNW-IS-REFUSED
021300     END-IF.
021400     IF NOT KA-RUNW-IS-REFUSED
021500         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
021600     END-IF.
021700     IF KA-RUNW-IS-REFUSED
021800         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
021900     ELSE
022000         PERFORM 9540-LOG-START THRU 9540-EXIT
022100     END-IF.
022200 9500-EXIT.
022300     EXIT.
022400*
022500*****************************************************************
022600* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
022700*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
022800*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
022900*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
023000*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
023100*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
023200*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
023300*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
023310*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
023400*****************************************************************
023500 9510-GET-BUSINESS-DATE.
023600     IF KA-RUNW-OPENS-NIGHT
023700         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
023800         GO TO 9510-EXIT
023900     END-IF.
024000     MOVE ZERO TO KA-RUN-BUS-DATE.
024100     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
024200     READ MUTTI-LAUFSTEUERUNG
024300         INVALID KEY
024400             MOVE ZERO TO KA-RUN-CTL-DATE
024500     END-READ.
024600     IF KA-RUN-CTL-DATE = ZERO
024700         IF KA-RUNW-NEED-STEP(1) = SPACES
024800             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
024900         ELSE
025000             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
025100                 TO KA-RUNW-MESSAGE
025200             SET KA-RUNW-IS-REFUSED TO TRUE
025300         END-IF
025400         GO TO 9510-EXIT
025500     END-IF.
025600     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
025610     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
025620     IF KA-RUNW-IS-NIGHT-STEP
025630         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
025640         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
025650     END-IF.
025660     IF KA-RUNW-IS-NIGHT-STEP
025670         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
025680         AND NOT KA-RUNW-NIGHT-IS-OPEN
025690         MOVE SPACES TO KA-RUNW-MESSAGE
026000         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
026100                KA-RUNW-BUS-DATE DELIMITED BY SIZE
026200                " IST ALT - SICHERUNG ENTLADEN FEHLT"
026300                    DELIMITED BY SIZE
026400           INTO KA-RUNW-MESSAGE
026500         END-STRING
026600         SET KA-RUNW-IS-REFUSED TO TRUE
026700     END-IF.
026800 9510-EXIT.
026900     EXIT.
026903*
026906*****************************************************************
026909* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
026912*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
026915*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
026918*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
026921*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
026924*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
026927*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
026930*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
026933*****************************************************************
026936 9515-CHECK-NIGHT-STILL-OPEN.
026939     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
026942         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
026945     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
026948         GO TO 9515-EXIT
026951     END-IF.
026954     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
026957     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
026960     READ MUTTI-LAUFSTEUERUNG
026963         INVALID KEY
026966             MOVE SPACE TO KA-RUN-STATUS
026969     END-READ.
026972     IF KA-RUN-IS-FINISHED
026975         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
026978         GO TO 9515-EXIT
026981     END-IF.
026984     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
026987     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
026990         " WIRD ZU ENDE GEFUEHRT".
026993 9515-EXIT.
026996     EXIT.
027000*
027100 9520-CHECK-PREDECESSOR.
027200     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
027300         GO TO 9520-EXIT
027400     END-IF.
027500     MOVE SPACES TO KA-RUNW-WHY.
027600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
027700     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
027800     READ MUTTI-LAUFSTEUERUNG
027900         INVALID KEY
028000             MOVE "FEHLT" TO KA-RUNW-WHY
028100         NOT INVALID KEY
028200             IF NOT KA-RUN-IS-FINISHED
028300                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
028400             ELSE
028500                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
028600                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
028700                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
028800                         TO KA-RUNW-MAX-ED
028900                     STRING "MIT RC " DELIMITED BY SIZE
029000                            KA-RUNW-RC-ED DELIMITED BY SIZE
029100                            " BEENDET (MAX " DELIMITED BY SIZE
029200                            KA-RUNW-MAX-ED DELIMITED BY SIZE
029300                            ")" DELIMITED BY SIZE
029400                       INTO KA-RUNW-WHY
029500                     END-STRING
029600                 END-IF
029700             END-IF
029800     END-READ.
029900     IF KA-RUNW-WHY NOT = SPACES
030000         MOVE SPACES TO KA-RUNW-MESSAGE
030100         STRING "VORGAENGER " DELIMITED BY SIZE
030200                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
030300                " " DELIMITED BY SIZE
030400                KA-RUNW-WHY DELIMITED BY SIZE
030500           INTO KA-RUNW-MESSAGE
030600         END-STRING
030700         SET KA-RUNW-IS-REFUSED TO TRUE
030800     END-IF.
030900 9520-EXIT.
031000     EXIT.
031100*
031200 9530-CHECK-BLOCKER.
031300     IF KA-RUNW-BLOCKER = SPACES
031400         GO TO 9530-EXIT
031500     END-IF.
031600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
031700     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
031800     READ MUTTI-LAUFSTEUERUNG
031900         INVALID KEY
032000             MOVE SPACE TO KA-RUN-STATUS
032100     END-READ.
032200     IF KA-RUN-IS-FINISHED
032300         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
032400         MOVE SPACES TO KA-RUNW-MESSAGE
032500         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
032600                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
032700                    DELIMITED BY SIZE
032800           INTO KA-RUNW-MESSAGE
032900         END-STRING
033000         SET KA-RUNW-IS-REFUSED TO TRUE
033100     END-IF.
033200 9530-EXIT.
033300     EXIT.
033400*
033500*****************************************************************
033600* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
033700*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
033800*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
033900*****************************************************************
034000 9540-LOG-START.
034100     IF KA-RUNW-OPENS-NIGHT
034200         MOVE "N" TO KA-RUNW-FOUND-SW
034300         MOVE ZERO TO KA-RUN-BUS-DATE
034400         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
034500         READ MUTTI-LAUFSTEUERUNG
034600             NOT INVALID KEY
034700                 SET KA-RUNW-REC-FOUND TO TRUE
034800         END-READ
034900         MOVE SPACES TO KA-RUN-CTL-DATA
035000         MOVE ZERO TO KA-RUN-BUS-DATE
035100         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
035200         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
035300         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
035400         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
035500         IF KA-RUNW-REC-FOUND
035600             REWRITE KA-RUN-REC
035700         ELSE
035800             WRITE KA-RUN-REC
035900         END-IF
036000     END-IF.
036100     MOVE "N" TO KA-RUNW-FOUND-SW.
036200     MOVE ZERO TO KA-RUNW-RUNS.
036300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
036400     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
036500     READ MUTTI-LAUFSTEUERUNG
036600         NOT INVALID KEY
036700             SET KA-RUNW-REC-FOUND TO TRUE
036800             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
036900     END-READ.
037000     MOVE SPACES TO KA-RUN-DATA.
037100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
037200     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
037300     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
037400     SET KA-RUN-IS-RUNNING TO TRUE.
037500     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
037600     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
037700     MOVE ZERO TO KA-RUN-END-DATE.
037800     MOVE ZERO TO KA-RUN-END-TIME.
037900     MOVE ZERO TO KA-RUN-RC.
038000     ADD 1 TO KA-RUNW-RUNS.
038100     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
038200     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
038300     IF KA-RUNW-REC-FOUND
038400         REWRITE KA-RUN-REC
038500     ELSE
038600         WRITE KA-RUN-REC
038700     END-IF.
038800     CLOSE MUTTI-LAUFSTEUERUNG.
038900     MOVE "N" TO KA-RUNW-OPEN-SW.
039000     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
039100     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
039200         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
039300 9540-EXIT.
039400     EXIT.
039500*
039600*****************************************************************
039700* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
039800*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
039900*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
040000*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
040100*****************************************************************
040200 9580-REFUSE-RUN.
040300     SET KA-RUNW-IS-REFUSED TO TRUE.
040400     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
040500     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
040600     IF NOT KA-RUNW-FILE-IS-OPEN
040700         GO TO 9580-EXIT
040800     END-IF.
040900     IF KA-RUNW-BUS-DATE NOT = ZERO
041000         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
041100     END-IF.
041200     CLOSE MUTTI-LAUFSTEUERUNG.
041300     MOVE "N" TO KA-RUNW-OPEN-SW.
041400 9580-EXIT.
041500     EXIT.
041600*
041700 9585-LOG-REFUSAL.
041800     MOVE "N" TO KA-RUNW-FOUND-SW.
041900     MOVE ZERO TO KA-RUNW-RUNS.
042000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
042100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
042200     READ MUTTI-LAUFSTEUERUNG
042300         NOT INVALID KEY
042400             SET KA-RUNW-REC-FOUND TO TRUE
042500             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
042600     END-READ.
042700     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
042800         GO TO 9585-EXIT
042900     END-IF.
043000     MOVE SPACES TO KA-RUN-DATA.
043100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
043200     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
043300     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
043400     SET KA-RUN-WAS-REFUSED TO TRUE.
043500     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
043600     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
043700     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
043800     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
043900     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
044000     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
044100     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
044200     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
044300     IF KA-RUNW-REC-FOUND
044400         REWRITE KA-RUN-REC
044500     ELSE
044600         WRITE KA-RUN-REC
044700     END-IF.
044800 9585-EXIT.
044900     EXIT.
045000*
045100*****************************************************************
045200* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
045300*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
045400*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
045500*****************************************************************
045600 9600-RUN-END.
045700     IF NOT KA-RUNW-RUN-IS-LOGGED
045800         GO TO 9600-EXIT
045900     END-IF.
046000     MOVE "N" TO KA-RUNW-LOGGED-SW.
046100     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
046200     OPEN I-O MUTTI-LAUFSTEUERUNG.
046300     IF KA-RUNW-STATUS NOT = "00"
046400         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
046500             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
046600         GO TO 9600-EXIT
046700     END-IF.
046800     MOVE "N" TO KA-RUNW-FOUND-SW.
046900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
047000     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
047100     READ MUTTI-LAUFSTEUERUNG
047200         INVALID KEY
047300             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
047400                 " ENDE NICHT VERMERKT - SATZ FEHLT"
047500         NOT INVALID KEY
047600             SET KA-RUNW-REC-FOUND TO TRUE
047700     END-READ.
047800     IF KA-RUNW-REC-FOUND
047900         SET KA-RUN-IS-FINISHED TO TRUE
048000         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
048100         ACCEPT KA-RUN-END-TIME FROM TIME
048200         MOVE RETURN-CODE TO KA-RUN-RC
048300         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
048400         REWRITE KA-RUN-REC
048500         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
048600         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
048700             " BEENDET MIT RC " KA-RUNW-RC-ED
048800     END-IF.
048900     CLOSE MUTTI-LAUFSTEUERUNG.
049000 9600-EXIT.
049100     EXIT.
049200*
049300 9610-CLEAR-RUN-COUNT.
049400     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
049500     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
049600 9610-EXIT.
049700     EXIT.
049800*
049900*****************************************************************
050000* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
050100*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
050200*****************************************************************
050300 9650-SET-RUN-COUNTS.
050400     MOVE "ARCHIVIERT" TO KA-RUNW-CNT-LABEL(1).
050500     MOVE WS-MOVED-COUNT TO KA-RUNW-CNT-VALUE(1).
050600 9650-EXIT.
050700     EXIT.
