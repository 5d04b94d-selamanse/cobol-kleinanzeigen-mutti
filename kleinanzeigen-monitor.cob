002600*                    ALERT THE SUPERVISOR, THE SAME WAY
002700*                    MUTTI-ABGLEICH'S RETURN-CODE 8 HOLDS THE
002800*                    DOWNSTREAM JOBS.
002810*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
002820*                    MUTTIRUN (COPY KARUNCTL): START, END,
002830*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
002840*                    DATE.  THE MONITOR HAS NO PREDECESSORS AND IS
002850*                    LOGGED UNDER THE CURRENT BUSINESS DATE.
002860*    2026-10-15 CJH  RUN-CONTROL PARAGRAPHS KEPT IN STEP WITH
002870*                    THE NIGHT STEPS (9515, A BROKEN-OFF NIGHT MAY
002880*                    BE FINISHED AFTER NOON).  NO CHANGE FOR THIS
002890*                    STEP, WHICH IS NOT A NIGHT STEP.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004300     SELECT MUTTI-MONITOR-RPT ASSIGN TO "MUTTIESM"
004400         ORGANIZATION IS SEQUENTIAL.
004500*
004510     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS KA-RUN-KEY
004550         FILE STATUS IS KA-RUNW-STATUS.
004560*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MUTTI-ESKALATION
006100     LABEL RECORDS ARE STANDARD.
006200 01  RPT-LINE                    PIC X(80).
006300*
006310 FD  MUTTI-LAUFSTEUERUNG
006320     LABEL RECORDS ARE STANDARD.
006330 COPY KARUNCTL.
006340*
006400 WORKING-STORAGE SECTION.
006500 01  WS-SWITCHES.
006600     05  WS-ESK-OPEN-SW          PIC X(01)   VALUE "N".
012100     05  FILLER                  PIC X(02)   VALUE SPACES.
012200     05  WS-RPT-BAND4-ED         PIC ZZZZ9.
012300*
012308*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
012316 01  WS-RUN-STEP-VALUES.
012324     05  FILLER                  PIC X(18)
012332                                 VALUE "ESKALATIONSMONITOR".
012340     05  FILLER                  PIC X(30)
012348                                 VALUE "MUTTI-ESKALATIONSMONITOR".
012356     05  FILLER                  PIC X(01)   VALUE "E".
012364     05  FILLER                  PIC X(18)   VALUE SPACES.
012372     05  FILLER                  PIC X(80)   VALUE SPACES.
012380 COPY KARUNWRK.
012388*
012400 PROCEDURE DIVISION.
012500*
012600 0000-MAINLINE.
012610     PERFORM 9500-RUN-START THRU 9500-EXIT.
012620     IF KA-RUNW-IS-REFUSED
012630         STOP RUN
012640     END-IF.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     PERFORM 2000-SCAN-QUEUE THRU 2000-EXIT.
012900     PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT.
041700         MOVE "N" TO WS-ESK-OPEN-SW
041800     END-IF.
041900     CLOSE MUTTI-MONITOR-RPT.
041910     PERFORM 9600-RUN-END THRU 9600-EXIT.
042000 9000-EXIT.
042100     EXIT.
042200*
042300*****************************************************************
042400* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
042500*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
042600*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
042700*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
042800*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
042900*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
043000*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
043100*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
043200*    LOGGED AND REOPENED BY 9600-RUN-END.
043300*****************************************************************
043400 9500-RUN-START.
043500     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
043600     MOVE "N" TO KA-RUNW-REFUSED-SW.
043700     MOVE "N" TO KA-RUNW-LOGGED-SW.
043800     MOVE ZERO TO KA-RUNW-BUS-DATE.
043900     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
044000         VARYING KA-RUNW-IDX FROM 1 BY 1
044100         UNTIL KA-RUNW-IDX > 4.
044200     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
044300     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
044400     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
044500     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
044600         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
044700             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
044800     END-IF.
044900     OPEN I-O MUTTI-LAUFSTEUERUNG.
045000     IF KA-RUNW-STATUS NOT = "00"
045100         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
045200         CLOSE MUTTI-LAUFSTEUERUNG
045300         OPEN I-O MUTTI-LAUFSTEUERUNG
045400     END-IF.
045500     IF KA-RUNW-STATUS NOT = "00"
045600         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
045700             TO KA-RUNW-MESSAGE
045800         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
045900         GO TO 9500-EXIT
046000     END-IF.
046100     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
046200     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
046300     IF NOT KA-RUNW-IS-REFUSED
046400         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
046500             VARYING KA-RUNW-IDX FROM 1 BY 1
046600             UNTIL KA-RUNW-IDX > 4
046700                OR KA-RUNW-IS-REFUSED
046800     END-IF.
046900     IF NOT KA-RUNW-IS-REFUSED
047000         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
047100     END-IF.
047200     IF KA-RUNW-IS-REFUSED
047300         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
047400     ELSE
047500         PERFORM 9540-LOG-START THRU 9540-EXIT
047600     END-IF.
047700 9500-EXIT.
047800     EXIT.
047900*
048000*****************************************************************
048100* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
048200*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
048300*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
048400*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
048500*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
048600*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
048700*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
048800*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
048810*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
048900*****************************************************************
049000 9510-GET-BUSINESS-DATE.
049100     IF KA-RUNW-OPENS-NIGHT
049200         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
049300         GO TO 9510-EXIT
049400     END-IF.
049500     MOVE ZERO TO KA-RUN-BUS-DATE.
049600     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
049700     READ MUTTI-LAUFSTEUERUNG
049800         INVALID KEY
049900             MOVE ZERO TO KA-RUN-CTL-DATE
050000     END-READ.
050100     IF KA-RUN-CTL-DATE = ZERO
050200         IF KA-RUNW-NEED-STEP(1) = SPACES
050300             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
050400         ELSE
050500             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
050600                 TO KA-RUNW-MESSAGE
050700             SET KA-RUNW-IS-REFUSED TO TRUE
050800         END-IF
050900         GO TO 9510-EXIT
051000     END-IF.
051100     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
051110     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
051120     IF KA-RUNW-IS-NIGHT-STEP
051130         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
051140         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
051150     END-IF.
051160     IF KA-RUNW-IS-NIGHT-STEP
051170         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
051180         AND NOT KA-RUNW-NIGHT-IS-OPEN
051190         MOVE SPACES TO KA-RUNW-MESSAGE
051500         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
051600                KA-RUNW-BUS-DATE DELIMITED BY SIZE
051700                " IST ALT - SICHERUNG ENTLADEN FEHLT"
051800                    DELIMITED BY SIZE
051900           INTO KA-RUNW-MESSAGE
052000         END-STRING
052100         SET KA-RUNW-IS-REFUSED TO TRUE
052200     END-IF.
052300 9510-EXIT.
052400     EXIT.
052403*
052406*****************************************************************
052409* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
052412*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
052415*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
052418*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
052421*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
052424*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
052427*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
052430*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
052433*****************************************************************
052436 9515-CHECK-NIGHT-STILL-OPEN.
052439     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
052442         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
052445     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
052448         GO TO 9515-EXIT
052451     END-IF.
052454     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
052457     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
052460     READ MUTTI-LAUFSTEUERUNG
052463         INVALID KEY
052466             MOVE SPACE TO KA-RUN-STATUS
052469     END-READ.
052472     IF KA-RUN-IS-FINISHED
052475         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
052478         GO TO 9515-EXIT
052481     END-IF.
052484     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
052487     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
052490         " WIRD ZU ENDE GEFUEHRT".
052493 9515-EXIT.
052496     EXIT.
052500*
052600 9520-CHECK-PREDECESSOR.
052700     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
052800         GO TO 9520-EXIT
052900     END-IF.
053000     MOVE SPACES TO KA-RUNW-WHY.
053100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
053200     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
053300     READ MUTTI-LAUFSTEUERUNG
053400         INVALID KEY
053500             MOVE "FEHLT" TO KA-RUNW-WHY
053600         NOT INVALID KEY
053700             IF NOT KA-RUN-IS-FINISHED
053800                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
053900             ELSE
054000                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
054100                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
054200                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
054300                         TO KA-RUNW-MAX-ED
054400                     STRING "MIT RC " DELIMITED BY SIZE
054500                            KA-RUNW-RC-ED DELIMITED BY SIZE
054600                            " BEENDET (MAX " DELIMITED BY SIZE
054700                            KA-RUNW-MAX-ED DELIMITED BY SIZE
054800                            ")" DELIMITED BY SIZE
054900                       INTO KA-RUNW-WHY
055000                     END-STRING
055100                 END-IF
055200             END-IF
055300     END-READ.
055400     IF KA-RUNW-WHY NOT = SPACES
055500         MOVE SPACES TO KA-RUNW-MESSAGE
055600         STRING "VORGAENGER " DELIMITED BY SIZE
055700                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
055800                " " DELIMITED BY SIZE
055900                KA-RUNW-WHY DELIMITED BY SIZE
056000           INTO KA-RUNW-MESSAGE
056100         END-STRING
056200         SET KA-RUNW-IS-REFUSED TO TRUE
056300     END-IF.
056400 9520-EXIT.
056500     EXIT.
056600*
056700 9530-CHECK-BLOCKER.
056800     IF KA-RUNW-BLOCKER = SPACES
056900         GO TO 9530-EXIT
057000     END-IF.
057100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
057200     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
057300     READ MUTTI-LAUFSTEUERUNG
057400         INVALID KEY
057500             MOVE SPACE TO KA-RUN-STATUS
057600     END-READ.
057700     IF KA-RUN-IS-FINISHED
057800         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
057900         MOVE SPACES TO KA-RUNW-MESSAGE
058000         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
058100                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
058200                    DELIMITED BY SIZE
058300           INTO KA-RUNW-MESSAGE
058400         END-STRING
058500         SET KA-RUNW-IS-REFUSED TO TRUE
058600     END-IF.
058700 9530-EXIT.
058800     EXIT.
058900*
059000*****************************************************************
059100* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
059200*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
059300*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
059400*****************************************************************
059500 9540-LOG-START.
059600     IF KA-RUNW-OPENS-NIGHT
059700         MOVE "N" TO KA-RUNW-FOUND-SW
059800         MOVE ZERO TO KA-RUN-BUS-DATE
059900         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
060000         READ MUTTI-LAUFSTEUERUNG
060100             NOT INVALID KEY
060200                 SET KA-RUNW-REC-FOUND TO TRUE
060300         END-READ
060400         MOVE SPACES TO KA-RUN-CTL-DATA
060500         MOVE ZERO TO KA-RUN-BUS-DATE
060600         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
060700         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
060800         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
060900         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
061000         IF KA-RUNW-REC-FOUND
061100             REWRITE KA-RUN-REC
061200         ELSE
061300             WRITE KA-RUN-REC
061400         END-IF
061500     END-IF.
061600     MOVE "N" TO KA-RUNW-FOUND-SW.
061700     MOVE ZERO TO KA-RUNW-RUNS.
061800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
061900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
062000     READ MUTTI-LAUFSTEUERUNG
062100         NOT INVALID KEY
062200             SET KA-RUNW-REC-FOUND TO TRUE
062300             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
062400     END-READ.
062500     MOVE SPACES TO KA-RUN-DATA.
062600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
062700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
062800     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
062900     SET KA-RUN-IS-RUNNING TO TRUE.
063000     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
063100     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
063200     MOVE ZERO TO KA-RUN-END-DATE.
063300     MOVE ZERO TO KA-RUN-END-TIME.
063400     MOVE ZERO TO KA-RUN-RC.
063500     ADD 1 TO KA-RUNW-RUNS.
063600     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
063700     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
063800     IF KA-RUNW-REC-FOUND
063900         REWRITE KA-RUN-REC
064000     ELSE
064100         WRITE KA-RUN-REC
064200     END-IF.
064300     CLOSE MUTTI-LAUFSTEUERUNG.
064400     MOVE "N" TO KA-RUNW-OPEN-SW.
064500     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
064600     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
064700         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
064800 9540-EXIT.
064900     EXIT.
065000*
065100*****************************************************************
065200* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
065300*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
065400*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
065500*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
065600*****************************************************************
065700 9580-REFUSE-RUN.
065800     SET KA-RUNW-IS-REFUSED TO TRUE.
065900     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
066000     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
066100     IF NOT KA-RUNW-FILE-IS-OPEN
066200         GO TO 9580-EXIT
066300     END-IF.
066400     IF KA-RUNW-BUS-DATE NOT = ZERO
066500         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
066600     END-IF.
066700     CLOSE MUTTI-LAUFSTEUERUNG.
066800     MOVE "N" TO KA-RUNW-OPEN-SW.
066900 9580-EXIT.
067000     EXIT.
067100*
067200 9585-LOG-REFUSAL.
067300     MOVE "N" TO KA-RUNW-FOUND-SW.
067400     MOVE ZERO TO KA-RUNW-RUNS.
067500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
067600     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
067700     READ MUTTI-LAUFSTEUERUNG
067800         NOT INVALID KEY
067900             SET KA-RUNW-REC-FOUND TO TRUE
068000             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
068100     END-READ.
068200     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
068300         GO TO 9585-EXIT
068400     END-IF.
068500     MOVE SPACES TO KA-RUN-DATA.
068600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
068700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
068800     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
068900     SET KA-RUN-WAS-REFUSED TO TRUE.
069000     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
069100     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
069200     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
069300     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
069400     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
069500     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
069600     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
069700     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
069800     IF KA-RUNW-REC-FOUND
069900         REWRITE KA-RUN-REC
070000     ELSE
070100         WRITE KA-RUN-REC
070200     END-IF.
070300 9585-EXIT.
070400     EXIT.
070500*
070600*****************************************************************
070700* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
070800*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
070900*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
071000*****************************************************************
071100 9600-RUN-END.
071200     IF NOT KA-RUNW-RUN-IS-LOGGED
071300         GO TO 9600-EXIT
071400     END-IF.
071500     MOVE "N" TO KA-RUNW-LOGGED-SW.
071600     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
071700     OPEN I-O MUTTI-LAUFSTEUERUNG.
071800     IF KA-RUNW-STATUS NOT = "00"
071900         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
072000             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
072100         GO TO 9600-EXIT
072200     END-IF.
072300     MOVE "N" TO KA-RUNW-FOUND-SW.
072400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
072500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
072600     READ MUTTI-LAUFSTEUERUNG
072700         INVALID KEY
072800             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
072900                 " ENDE NICHT VERMERKT - SATZ FEHLT"
073000         NOT INVALID KEY
073100             SET KA-RUNW-REC-FOUND TO TRUE
073200     END-READ.
073300     IF KA-RUNW-REC-FOUND
073400         SET KA-RUN-IS-FINISHED TO TRUE
073500         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
073600         ACCEPT KA-RUN-END-TIME FROM TIME
073700         MOVE RETURN-CODE TO KA-RUN-RC
073800         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
073900         REWRITE KA-RUN-REC
074000         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
074100         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
074200             " BEENDET MIT RC " KA-RUNW-RC-ED
074300     END-IF.
074400     CLOSE MUTTI-LAUFSTEUERUNG.
074500 9600-EXIT.
074600     EXIT.
074700*
074800 9610-CLEAR-RUN-COUNT.
074900     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
075000     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
075100 9610-EXIT.
075200     EXIT.
075300*
075400*****************************************************************
075500* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
075600*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
075700*****************************************************************
075800 9650-SET-RUN-COUNTS.
075900     MOVE "OFFEN" TO KA-RUNW-CNT-LABEL(1).
076000     MOVE WS-OPEN-COUNT TO KA-RUNW-CNT-VALUE(1).
076100     MOVE "UEBER SLA" TO KA-RUNW-CNT-LABEL(2).
076200     MOVE WS-BREACH-COUNT TO KA-RUNW-CNT-VALUE(2).
076300     MOVE "ERLEDIGT" TO KA-RUNW-CNT-LABEL(3).
076400     MOVE WS-CLOSED-COUNT TO KA-RUNW-CNT-VALUE(3).
076500 9650-EXIT.
076600     EXIT.
