002200*                    THERE IS NO INTEREST AND NO PRICE REACTION
002300*                    EITHER.  RETURN-CODE 8 WHEN THE MASTER WILL
002400*                    NOT OPEN, 0 OTHERWISE.
002410*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
002420*                    MUTTIRUN (COPY KARUNCTL): START, END,
002430*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
002440*                    DATE.  THE REPORT IS LOGGED UNDER THE CURRENT
002450*                    BUSINESS DATE AND REFUSED (RETURN-CODE 12)
002460*                    UNLESS THAT NIGHT'S MUTTI-TAGESABSCHLUSS
002470*                    FINISHED.
002476*    2026-10-15 CJH  RUN-CONTROL PARAGRAPHS KEPT IN STEP WITH
002482*                    THE NIGHT STEPS (9515, A BROKEN-OFF NIGHT MAY
002488*                    BE FINISHED AFTER NOON).  NO CHANGE FOR THIS
002494*                    STEP, WHICH IS NOT A NIGHT STEP.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004500     SELECT MUTTI-PREIS-RPT ASSIGN TO "MUTTIPRB"
004600         ORGANIZATION IS SEQUENTIAL.
004700*
004710     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS KA-RUN-KEY
004750         FILE STATUS IS KA-RUNW-STATUS.
004760*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  KLEINANZEIGEN-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400 01  RPT-LINE                    PIC X(100).
006500*
006510 FD  MUTTI-LAUFSTEUERUNG
006520     LABEL RECORDS ARE STANDARD.
006530 COPY KARUNCTL.
006540*
006600 WORKING-STORAGE SECTION.
006700 01  WS-SWITCHES.
006800     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
011700 01  WS-RPT-DATE-ED              PIC 9(08).
011800 01  WS-MST-PRICE-ED             PIC ZZZZZZ9.99.
011900*
011907*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
011914 01  WS-RUN-STEP-VALUES.
011921     05  FILLER                  PIC X(18)   VALUE "PREISBERICHT".
011928     05  FILLER                  PIC X(30)
011935                                 VALUE "MUTTI-PREISBERICHT".
011942     05  FILLER                  PIC X(01)   VALUE "E".
011949     05  FILLER                  PIC X(18)   VALUE SPACES.
011956     05  FILLER                  PIC X(18)
011963                                 VALUE "TAGESABSCHLUSS".
011970     05  FILLER                  PIC X(02)   VALUE "04".
011977     05  FILLER                  PIC X(60)   VALUE SPACES.
011984 COPY KARUNWRK.
011991*
012000 PROCEDURE DIVISION.
012100*
012200 0000-MAINLINE.
012210     PERFORM 9500-RUN-START THRU 9500-EXIT.
012220     IF KA-RUNW-IS-REFUSED
012230         STOP RUN
012240     END-IF.
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012400     PERFORM 2000-COLLECT-PRICE-MOVES THRU 2000-EXIT.
012500     PERFORM 3000-COLLECT-QUESTIONS THRU 3000-EXIT.
041000         MOVE "N" TO WS-MASTER-OPEN-SW
041100     END-IF.
041200     CLOSE MUTTI-PREIS-RPT.
041210     PERFORM 9600-RUN-END THRU 9600-EXIT.
041300 9000-EXIT.
041400     EXIT.
041500*
041600*****************************************************************
041700* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
041800*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
041900*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
042000*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
042100*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
042200*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
042300*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
042400*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
042500*    LOGGED AND REOPENED BY 9600-RUN-END.
042600*****************************************************************
042700 9500-RUN-START.
042800     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
042900     MOVE "N" TO KA-RUNW-REFUSED-SW.
043000     MOVE "N" TO KA-RUNW-LOGGED-SW.
043100     MOVE ZERO TO KA-RUNW-BUS-DATE.
043200     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
043300         VARYING KA-RUNW-IDX FROM 1 BY 1
043400         UNTIL KA-RUNW-IDX > 4.
043500     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
043600     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
043700     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
043800     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
043900         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
044000             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
044100     END-IF.
044200     OPEN I-O MUTTI-LAUFSTEUERUNG.
044300     IF KA-RUNW-STATUS NOT = "00"
044400         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
044500         CLOSE MUTTI-LAUFSTEUERUNG
044600         OPEN I-O MUTTI-LAUFSTEUERUNG
044700     END-IF.
044800     IF KA-RUNW-STATUS NOT = "00"
044900         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
045000             TO KA-RUNW-MESSAGE
045100         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
045200         GO TO 9500-EXIT
045300     END-IF.
045400     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
045500     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
045600     IF NOT KA-RUNW-IS-REFUSED
045700         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
045800             VARYING KA-RUNW-IDX FROM 1 BY 1
045900             UNTIL KA-RUNW-IDX > 4
046000                OR KA-RUNW-IS-REFUSED
046100     END-IF.
046200     IF NOT KA-RUNW-IS-REFUSED
046300         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
046400     END-IF.
046500     IF KA-RUNW-IS-REFUSED
046600         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
046700     ELSE
046800         PERFORM 9540-LOG-START THRU 9540-EXIT
046900     END-IF.
047000 9500-EXIT.
047100     EXIT.
047200*
047300*****************************************************************
047400* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
047500*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
047600*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
047700*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
047800*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
047900*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
048000*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
048100*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
048110*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
048200*****************************************************************
048300 9510-GET-BUSINESS-DATE.
048400     IF KA-RUNW-OPENS-NIGHT
048500         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
048600         GO TO 9510-EXIT
048700     END-IF.
048800     MOVE ZERO TO KA-RUN-BUS-DATE.
048900     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
049000     READ MUTTI-LAUFSTEUERUNG
049100         INVALID KEY
049200             MOVE ZERO TO KA-RUN-CTL-DATE
049300     END-READ.
049400     IF KA-RUN-CTL-DATE = ZERO
049500         IF KA-RUNW-NEED-STEP(1) = SPACES
049600             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
049700         ELSE
049800             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
049900                 TO KA-RUNW-MESSAGE
050000             SET KA-RUNW-IS-REFUSED TO TRUE
050100         END-IF
050200         GO TO 9510-EXIT
050300     END-IF.
050400     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
050410     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
050420     IF KA-RUNW-IS-NIGHT-STEP
050430         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
050440         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
050450     END-IF.
050460     IF KA-RUNW-IS-NIGHT-STEP
050470         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
050480         AND NOT KA-RUNW-NIGHT-IS-OPEN
050490         MOVE SPACES TO KA-RUNW-MESSAGE
050800         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
050900                KA-RUNW-BUS-DATE DELIMITED BY SIZE
051000                " IST ALT - SICHERUNG ENTLADEN FEHLT"
051100                    DELIMITED BY SIZE
051200           INTO KA-RUNW-MESSAGE
051300         END-STRING
051400         SET KA-RUNW-IS-REFUSED TO TRUE
051500     END-IF.
051600 9510-EXIT.
051700     EXIT.
051703*
051706*****************************************************************
051709* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
051712*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
051715*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
051718*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
051721*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
051724*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
051727*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
051730*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
051733*****************************************************************
051736 9515-CHECK-NIGHT-STILL-OPEN.
051739     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
051742         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
051745     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
051748         GO TO 9515-EXIT
051751     END-IF.
051754     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
051757     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
051760     READ MUTTI-LAUFSTEUERUNG
051763         INVALID KEY
051766             MOVE SPACE TO KA-RUN-STATUS
051769     END-READ.
051772     IF KA-RUN-IS-FINISHED
051775         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
051778         GO TO 9515-EXIT
051781     END-IF.
051784     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
051787     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
051790         " WIRD ZU ENDE GEFUEHRT".
051793 9515-EXIT.
051796     EXIT.
051800*
051900 9520-CHECK-PREDECESSOR.
052000     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
052100         GO TO 9520-EXIT
052200     END-IF.
052300     MOVE SPACES TO KA-RUNW-WHY.
052400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
052500     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
052600     READ MUTTI-LAUFSTEUERUNG
052700         INVALID KEY
052800             MOVE "FEHLT" TO KA-RUNW-WHY
052900         NOT INVALID KEY
053000             IF NOT KA-RUN-IS-FINISHED
053100                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
053200             ELSE
053300                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
053400                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
053500                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
053600                         TO KA-RUNW-MAX-ED
053700                     STRING "MIT RC " DELIMITED BY SIZE
053800                            KA-RUNW-RC-ED DELIMITED BY SIZE
053900                            " BEENDET (MAX " DELIMITED BY SIZE
054000                            KA-RUNW-MAX-ED DELIMITED BY SIZE
054100                            ")" DELIMITED BY SIZE
054200                       INTO KA-RUNW-WHY
054300                     END-STRING
054400                 END-IF
054500             END-IF
054600     END-READ.
054700     IF KA-RUNW-WHY NOT = SPACES
054800         MOVE SPACES TO KA-RUNW-MESSAGE
054900         STRING "VORGAENGER " DELIMITED BY SIZE
055000                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
055100                " " DELIMITED BY SIZE
055200                KA-RUNW-WHY DELIMITED BY SIZE
055300           INTO KA-RUNW-MESSAGE
055400         END-STRING
055500         SET KA-RUNW-IS-REFUSED TO TRUE
055600     END-IF.
055700 9520-EXIT.
055800     EXIT.
055900*
056000 9530-CHECK-BLOCKER.
056100     IF KA-RUNW-BLOCKER = SPACES
056200         GO TO 9530-EXIT
056300     END-IF.
056400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
056500     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
056600     READ MUTTI-LAUFSTEUERUNG
056700         INVALID KEY
056800             MOVE SPACE TO KA-RUN-STATUS
056900     END-READ.
057000     IF KA-RUN-IS-FINISHED
057100         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
057200         MOVE SPACES TO KA-RUNW-MESSAGE
057300         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
057400                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
057500                    DELIMITED BY SIZE
057600           INTO KA-RUNW-MESSAGE
057700         END-STRING
057800         SET KA-RUNW-IS-REFUSED TO TRUE
057900     END-IF.
058000 9530-EXIT.
058100     EXIT.
058200*
058300*****************************************************************
058400* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
058500*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
058600*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
058700*****************************************************************
058800 9540-LOG-START.
058900     IF KA-RUNW-OPENS-NIGHT
059000         MOVE "N" TO KA-RUNW-FOUND-SW
059100         MOVE ZERO TO KA-RUN-BUS-DATE
059200         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
059300         READ MUTTI-LAUFSTEUERUNG
059400             NOT INVALID KEY
059500                 SET KA-RUNW-REC-FOUND TO TRUE
059600         END-READ
059700         MOVE SPACES TO KA-RUN-CTL-DATA
059800         MOVE ZERO TO KA-RUN-BUS-DATE
059900         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
060000         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
060100         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
060200         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
060300         IF KA-RUNW-REC-FOUND
060400             REWRITE KA-RUN-REC
060500         ELSE
060600             WRITE KA-RUN-REC
060700         END-IF
060800     END-IF.
060900     MOVE "N" TO KA-RUNW-FOUND-SW.
061000     MOVE ZERO TO KA-RUNW-RUNS.
061100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
061200     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
061300     READ MUTTI-LAUFSTEUERUNG
061400         NOT INVALID KEY
061500             SET KA-RUNW-REC-FOUND TO TRUE
061600             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
061700     END-READ.
061800     MOVE SPACES TO KA-RUN-DATA.
061900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
062000     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
062100     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
062200     SET KA-RUN-IS-RUNNING TO TRUE.
062300     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
062400     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
062500     MOVE ZERO TO KA-RUN-END-DATE.
062600     MOVE ZERO TO KA-RUN-END-TIME.
062700     MOVE ZERO TO KA-RUN-RC.
062800     ADD 1 TO KA-RUNW-RUNS.
062900     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
063000     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
063100     IF KA-RUNW-REC-FOUND
063200         REWRITE KA-RUN-REC
063300     ELSE
063400         WRITE KA-RUN-REC
063500     END-IF.
063600     CLOSE MUTTI-LAUFSTEUERUNG.
063700     MOVE "N" TO KA-RUNW-OPEN-SW.
063800     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
063900     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
064000         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
064100 9540-EXIT.
064200     EXIT.
064300*
064400*****************************************************************
064500* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
064600*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
064700*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
064800*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
064900*****************************************************************
065000 9580-REFUSE-RUN.
065100     SET KA-RUNW-IS-REFUSED TO TRUE.
065200     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
065300     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
065400     IF NOT KA-RUNW-FILE-IS-OPEN
065500         GO TO 9580-EXIT
065600     END-IF.
065700     IF KA-RUNW-BUS-DATE NOT = ZERO
065800         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
065900     END-IF.
066000     CLOSE MUTTI-LAUFSTEUERUNG.
066100     MOVE "N" TO KA-RUNW-OPEN-SW.
066200 9580-EXIT.
066300     EXIT.
066400*
066500 9585-LOG-REFUSAL.
066600     MOVE "N" TO KA-RUNW-FOUND-SW.
066700     MOVE ZERO TO KA-RUNW-RUNS.
066800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
066900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
067000     READ MUTTI-LAUFSTEUERUNG
067100         NOT INVALID KEY
067200             SET KA-RUNW-REC-FOUND TO TRUE
067300             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
067400     END-READ.
067500     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
067600         GO TO 9585-EXIT
067700     END-IF.
067800     MOVE SPACES TO KA-RUN-DATA.
067900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
068000     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
068100     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
068200     SET KA-RUN-WAS-REFUSED TO TRUE.
068300     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
068400     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
068500     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
068600     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
068700     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
068800     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
068900     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
069000     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
069100     IF KA-RUNW-REC-FOUND
069200         REWRITE KA-RUN-REC
069300     ELSE
069400         WRITE KA-RUN-REC
069500     END-IF.
069600 9585-EXIT.
069700     EXIT.
069800*
069900*****************************************************************
070000* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
070100*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
070200*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
070300*****************************************************************
070400 9600-RUN-END.
070500     IF NOT KA-RUNW-RUN-IS-LOGGED
070600         GO TO 9600-EXIT
070700     END-IF.
070800     MOVE "N" TO KA-RUNW-LOGGED-SW.
070900     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
071000     OPEN I-O MUTTI-LAUFSTEUERUNG.
071100     IF KA-RUNW-STATUS NOT = "00"
071200         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
071300             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
071400         GO TO 9600-EXIT
071500     END-IF.
071600     MOVE "N" TO KA-RUNW-FOUND-SW.
071700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
071800     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
071900     READ MUTTI-LAUFSTEUERUNG
072000         INVALID KEY
072100             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
072200                 " ENDE NICHT VERMERKT - SATZ FEHLT"
072300         NOT INVALID KEY
072400             SET KA-RUNW-REC-FOUND TO TRUE
072500     END-READ.
072600     IF KA-RUNW-REC-FOUND
072700         SET KA-RUN-IS-FINISHED TO TRUE
072800         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
072900         ACCEPT KA-RUN-END-TIME FROM TIME
073000         MOVE RETURN-CODE TO KA-RUN-RC
073100         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
073200         REWRITE KA-RUN-REC
073300         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
073400         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
073500             " BEENDET MIT RC " KA-RUNW-RC-ED
073600     END-IF.
073700     CLOSE MUTTI-LAUFSTEUERUNG.
073800 9600-EXIT.
073900     EXIT.
074000*
074100 9610-CLEAR-RUN-COUNT.
074200     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
074300     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
074400 9610-EXIT.
074500     EXIT.
074600*
074700*****************************************************************
074800* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
074900*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
075000*****************************************************************
075100 9650-SET-RUN-COUNTS.
075200     MOVE "ANZEIGEN" TO KA-RUNW-CNT-LABEL(1).
075300     MOVE WS-MASTER-COUNT TO KA-RUNW-CNT-VALUE(1).
075400     MOVE "GELISTET" TO KA-RUNW-CNT-LABEL(2).
075500     MOVE WS-LISTED-COUNT TO KA-RUNW-CNT-VALUE(2).
075600 9650-EXIT.
075700     EXIT.
