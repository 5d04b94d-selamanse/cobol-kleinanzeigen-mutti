002074*    2026-09-03 CJH  ADDED THE WISSEN COLUMN FOR ANSWERS REUSED
002075*                    FROM THE ANSWERED-QUESTIONS INDEX, COUNTED
002076*                    INTO THE DAY TOTAL LIKE ANGEBOT.
002078*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
002080*                    MUTTIRUN (COPY KARUNCTL): START, END,
002082*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
002084*                    DATE.  THE REPORT IS LOGGED UNDER THE CURRENT
002086*                    BUSINESS DATE AND REFUSED (RETURN-CODE 12)
002088*                    UNLESS THAT NIGHT'S MUTTI-TAGESABSCHLUSS
002090*                    FINISHED, SO THE LAST DAY IS IN THE ARCHIVE.
002092*                    NEW READ COUNT FOR THE LOG.
002093*    2026-10-15 CJH  RUN-CONTROL PARAGRAPHS KEPT IN STEP WITH
002094*                    THE NIGHT STEPS (9515, A BROKEN-OFF NIGHT MAY
002095*                    BE FINISHED AFTER NOON).  NO CHANGE FOR THIS
002096*                    STEP, WHICH IS NOT A NIGHT STEP.
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002900     SELECT MUTTI-TREND-RPT ASSIGN TO "MUTTITRD"
003000         ORGANIZATION IS SEQUENTIAL.
003100*
003110     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
003120         ORGANIZATION IS INDEXED
003130         ACCESS MODE IS DYNAMIC
003140         RECORD KEY IS KA-RUN-KEY
003150         FILE STATUS IS KA-RUNW-STATUS.
003160*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  MUTTI-AUDIT-ARCHIV
003900     LABEL RECORDS ARE STANDARD.
004000 01  RPT-LINE                    PIC X(80).
004100*
004110 FD  MUTTI-LAUFSTEUERUNG
004120     LABEL RECORDS ARE STANDARD.
004130 COPY KARUNCTL.
004140*
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     05  WS-ARCHIV-AT-END-SW     PIC X(01)   VALUE "N".
007800     05  WS-RPT-FAQ-ED           PIC ZZZZ9.
007910     05  FILLER                  PIC X(02)   VALUE SPACES.
007920     05  WS-RPT-ANSWER-ED        PIC ZZZZ9.
007930     05  FILLER                  PIC X(02)   VALUE SPACES.
008000     05  WS-RPT-NONE-ED          PIC ZZZZ9.
008100     05  FILLER                  PIC X(02)   VALUE SPACES.
008200     05  WS-RPT-ABUSE-ED         PIC ZZZZ9.
008500     05  FILLER                  PIC X(02)   VALUE SPACES.
008600     05  WS-RPT-TOTAL-ED         PIC ZZZZZ9.
008700*
008705 01  WS-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
008710*
008715*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
008720 01  WS-RUN-STEP-VALUES.
008725     05  FILLER                  PIC X(18)
008730                                 VALUE "MONATSBERICHT".
008735     05  FILLER                  PIC X(30)
008740                                 VALUE "MUTTI-MONATSBERICHT".
008745     05  FILLER                  PIC X(01)   VALUE "E".
008750     05  FILLER                  PIC X(18)   VALUE SPACES.
008755     05  FILLER                  PIC X(18)
008760                                 VALUE "TAGESABSCHLUSS".
008765     05  FILLER                  PIC X(02)   VALUE "04".
008770     05  FILLER                  PIC X(60)   VALUE SPACES.
008775 COPY KARUNWRK.
008780*
008800 PROCEDURE DIVISION.
008900*
009000 0000-MAINLINE.
009010     PERFORM 9500-RUN-START THRU 9500-EXIT.
009020     IF KA-RUNW-IS-REFUSED
009030         STOP RUN
009040     END-IF.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009200     PERFORM 2000-READ-AND-TALLY THRU 2000-EXIT
009300         UNTIL ARCHIV-AT-END.
013000*    DAY'S COUNTERS (CURRENT MONTH ONLY) AND READ THE NEXT ONE.
013100*****************************************************************
013200 2000-READ-AND-TALLY.
013210     ADD 1 TO WS-READ-COUNT.
013300     MOVE KA-AUD-DATE TO WS-AUD-DATE-X.
013400     IF WS-AUD-MONTH = WS-TODAY-MONTH
013500         AND WS-AUD-DAY NUMERIC
021700         MOVE "N" TO WS-ARCHIV-OPEN-SW
021800     END-IF.
021900     CLOSE MUTTI-TREND-RPT.
021910     PERFORM 9600-RUN-END THRU 9600-EXIT.
022000 9000-EXIT.
022100     EXIT.
022200*
022300*****************************************************************
022400* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
022500*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
022600*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
022700*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
022800*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
022900*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
023000*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
023100*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
023200*    LOGGED AND REOPENED BY 9600-RUN-END.
023300*****************************************************************
023400 9500-RUN-START.
023500     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
023600     MOVE "N" TO KA-RUNW-REFUSED-SW.
023700     MOVE "N" TO KA-RUNW-LOGGED-SW.
023800     MOVE ZERO TO KA-RUNW-BUS-DATE.
023900     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
024000         VARYING KA-RUNW-IDX FROM 1 BY 1
024100         UNTIL KA-RUNW-IDX > 4.
024200     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
024300     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
024400     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
024500     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
024600         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
024700             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
024800     END-IF.
024900     OPEN I-O MUTTI-LAUFSTEUERUNG.
025000     IF KA-RUNW-STATUS NOT = "00"
025100         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
025200         CLOSE MUTTI-LAUFSTEUERUNG
025300         OPEN I-O MUTTI-LAUFSTEUERUNG
025400     END-IF.
025500     IF KA-RUNW-STATUS NOT = "00"
025600         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
025700             TO KA-RUNW-MESSAGE
025800         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
025900         GO TO 9500-EXIT
026000     END-IF.
026100     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
026200     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
026300     IF NOT KA-RUNW-IS-REFUSED
026400         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
026500             VARYING KA-RUNW-IDX FROM 1 BY 1
026600             UNTIL KA-RUNW-IDX > 4
026700                OR KA-RUNW-IS-REFUSED
026800     END-IF.
026900     IF NOT KA-RUNW-IS-REFUSED
027000         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
027100     END-IF.
027200     IF KA-RUNW-IS-REFUSED
027300         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
027400     ELSE
027500         PERFORM 9540-LOG-START THRU 9540-EXIT
027600     END-IF.
027700 9500-EXIT.
027800     EXIT.
027900*
028000*****************************************************************
028100* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
028200*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
028300*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
028400*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
028500*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
028600*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
028700*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
028800*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
028810*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
028900*****************************************************************
029000 9510-GET-BUSINESS-DATE.
029100     IF KA-RUNW-OPENS-NIGHT
029200         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
029300         GO TO 9510-EXIT
029400     END-IF.
029500     MOVE ZERO TO KA-RUN-BUS-DATE.
029600     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
029700     READ MUTTI-LAUFSTEUERUNG
029800         INVALID KEY
029900             MOVE ZERO TO KA-RUN-CTL-DATE
030000     END-READ.
030100     IF KA-RUN-CTL-DATE = ZERO
030200         IF KA-RUNW-NEED-STEP(1) = SPACES
030300             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
030400         ELSE
030500             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
030600                 TO KA-RUNW-MESSAGE
030700             SET KA-RUNW-IS-REFUSED TO TRUE
030800         END-IF
030900         GO TO 9510-EXIT
031000     END-IF.
031100     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
031110     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
031120     IF KA-RUNW-IS-NIGHT-STEP
031130         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
031140         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
031150     END-IF.
031160     IF KA-RUNW-IS-NIGHT-STEP
031170         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
031180         AND NOT KA-RUNW-NIGHT-IS-OPEN
031190         MOVE SPACES TO KA-RUNW-MESSAGE
031500         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
031600                KA-RUNW-BUS-DATE DELIMITED BY SIZE
031700                " IST ALT - SICHERUNG ENTLADEN FEHLT"
031800                    DELIMITED BY SIZE
031900           INTO KA-RUNW-MESSAGE
032000         END-STRING
032100         SET KA-RUNW-IS-REFUSED TO TRUE
032200     END-IF.
032300 9510-EXIT.
032400     EXIT.
032403*
032406*****************************************************************
032409* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
032412*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
032415*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
032418*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
032421*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
032424*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
032427*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
032430*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
032433*****************************************************************
032436 9515-CHECK-NIGHT-STILL-OPEN.
032439     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
032442         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
032445     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
032448         GO TO 9515-EXIT
032451     END-IF.
032454     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
032457     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
032460     READ MUTTI-LAUFSTEUERUNG
032463         INVALID KEY
032466             MOVE SPACE TO KA-RUN-STATUS
032469     END-READ.
032472     IF KA-RUN-IS-FINISHED
032475         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
032478         GO TO 9515-EXIT
032481     END-IF.
032484     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
032487     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
032490         " WIRD ZU ENDE GEFUEHRT".
032493 9515-EXIT.
032496     EXIT.
032500*
032600 9520-CHECK-PREDECESSOR.
032700     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
032800         GO TO 9520-EXIT
032900     END-IF.
033000     MOVE SPACES TO KA-RUNW-WHY.
033100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
033200     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
033300     READ MUTTI-LAUFSTEUERUNG
033400         INVALID KEY
033500             MOVE "FEHLT" TO KA-RUNW-WHY
033600         NOT INVALID KEY
033700             IF NOT KA-RUN-IS-FINISHED
033800                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
033900             ELSE
034000                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
034100                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
034200                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
034300                         TO KA-RUNW-MAX-ED
034400                     STRING "MIT RC " DELIMITED BY SIZE
034500                            KA-RUNW-RC-ED DELIMITED BY SIZE
034600                            " BEENDET (MAX " DELIMITED BY SIZE
034700                            KA-RUNW-MAX-ED DELIMITED BY SIZE
034800                            ")" DELIMITED BY SIZE
034900                       INTO KA-RUNW-WHY
035000                     END-STRING
035100                 END-IF
035200             END-IF
035300     END-READ.
035400     IF KA-RUNW-WHY NOT = SPACES
035500         MOVE SPACES TO KA-RUNW-MESSAGE
035600         STRING "VORGAENGER " DELIMITED BY SIZE
035700                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
035800                " " DELIMITED BY SIZE
035900                KA-RUNW-WHY DELIMITED BY SIZE
036000           INTO KA-RUNW-MESSAGE
036100         END-STRING
036200         SET KA-RUNW-IS-REFUSED TO TRUE
036300     END-IF.
036400 9520-EXIT.
036500     EXIT.
036600*
036700 9530-CHECK-BLOCKER.
036800     IF KA-RUNW-BLOCKER = SPACES
036900         GO TO 9530-EXIT
037000     END-IF.
037100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
037200     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
037300     READ MUTTI-LAUFSTEUERUNG
037400         INVALID KEY
037500             MOVE SPACE TO KA-RUN-STATUS
037600     END-READ.
037700     IF KA-RUN-IS-FINISHED
037800         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
037900         MOVE SPACES TO KA-RUNW-MESSAGE
038000         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
038100                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
038200                    DELIMITED BY SIZE
038300           INTO KA-RUNW-MESSAGE
038400         END-STRING
038500         SET KA-RUNW-IS-REFUSED TO TRUE
038600     END-IF.
038700 9530-EXIT.
038800     EXIT.
038900*
039000*****************************************************************
039100* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
039200*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
039300*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
039400*****************************************************************
039500 9540-LOG-START.
039600     IF KA-RUNW-OPENS-NIGHT
039700         MOVE "N" TO KA-RUNW-FOUND-SW
039800         MOVE ZERO TO KA-RUN-BUS-DATE
039900         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
040000         READ MUTTI-LAUFSTEUERUNG
040100             NOT INVALID KEY
040200                 SET KA-RUNW-REC-FOUND TO TRUE
040300         END-READ
040400         MOVE SPACES TO KA-RUN-CTL-DATA
040500         MOVE ZERO TO KA-RUN-BUS-DATE
040600         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
040700         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
040800         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
040900         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
041000         IF KA-RUNW-REC-FOUND
041100             REWRITE KA-RUN-REC
041200         ELSE
041300             WRITE KA-RUN-REC
041400         END-IF
041500     END-IF.
041600     MOVE "N" TO KA-RUNW-FOUND-SW.
041700     MOVE ZERO TO KA-RUNW-RUNS.
041800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
041900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
042000     READ MUTTI-LAUFSTEUERUNG
042100         NOT INVALID KEY
042200             SET KA-RUNW-REC-FOUND TO TRUE
042300             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
042400     END-READ.
042500     MOVE SPACES TO KA-RUN-DATA.
042600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
042700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
042800     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
042900     SET KA-RUN-IS-RUNNING TO TRUE.
043000     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
043100     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
043200     MOVE ZERO TO KA-RUN-END-DATE.
043300     MOVE ZERO TO KA-RUN-END-TIME.
043400     MOVE ZERO TO KA-RUN-RC.
043500     ADD 1 TO KA-RUNW-RUNS.
043600     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
043700     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
043800     IF KA-RUNW-REC-FOUND
043900         REWRITE KA-RUN-REC
044000     ELSE
044100         WRITE KA-RUN-REC
044200     END-IF.
044300     CLOSE MUTTI-LAUFSTEUERUNG.
044400     MOVE "N" TO KA-RUNW-OPEN-SW.
044500     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
044600     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
044700         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
044800 9540-EXIT.
044900     EXIT.
045000*
045100*****************************************************************
045200* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
045300*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
045400*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
045500*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
045600*****************************************************************
045700 9580-REFUSE-RUN.
045800     SET KA-RUNW-IS-REFUSED TO TRUE.
045900     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
046000     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
046100     IF NOT KA-RUNW-FILE-IS-OPEN
046200         GO TO 9580-EXIT
046300     END-IF.
046400     IF KA-RUNW-BUS-DATE NOT = ZERO
046500         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
046600     END-IF.
046700     CLOSE MUTTI-LAUFSTEUERUNG.
046800     MOVE "N" TO KA-RUNW-OPEN-SW.
046900 9580-EXIT.
047000     EXIT.
047100*
047200 9585-LOG-REFUSAL.
047300     MOVE "N" TO KA-RUNW-FOUND-SW.
047400     MOVE ZERO TO KA-RUNW-RUNS.
047500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
047600     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
047700     READ MUTTI-LAUFSTEUERUNG
047800         NOT INVALID KEY
047900             SET KA-RUNW-REC-FOUND TO TRUE
048000             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
048100     END-READ.
048200     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
048300         GO TO 9585-EXIT
048400     END-IF.
048500     MOVE SPACES TO KA-RUN-DATA.
048600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
048700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
048800     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
048900     SET KA-RUN-WAS-REFUSED TO TRUE.
049000     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
049100     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
049200     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
049300     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
049400     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
049500     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
049600     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
049700     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
049800     IF KA-RUNW-REC-FOUND
049900         REWRITE KA-RUN-REC
050000     ELSE
050100         WRITE KA-RUN-REC
050200     END-IF.
050300 9585-EXIT.
050400     EXIT.
050500*
050600*****************************************************************
050700* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
050800*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
050900*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
051000*****************************************************************
051100 9600-RUN-END.
051200     IF NOT KA-RUNW-RUN-IS-LOGGED
051300         GO TO 9600-EXIT
051400     END-IF.
051500     MOVE "N" TO KA-RUNW-LOGGED-SW.
051600     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
051700     OPEN I-O MUTTI-LAUFSTEUERUNG.
051800     IF KA-RUNW-STATUS NOT = "00"
051900         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
052000             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
052100         GO TO 9600-EXIT
052200     END-IF.
052300     MOVE "N" TO KA-RUNW-FOUND-SW.
052400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
052500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
052600     READ MUTTI-LAUFSTEUERUNG
052700         INVALID KEY
052800             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
052900                 " ENDE NICHT VERMERKT - SATZ FEHLT"
053000         NOT INVALID KEY
053100             SET KA-RUNW-REC-FOUND TO TRUE
053200     END-READ.
053300     IF KA-RUNW-REC-FOUND
053400         SET KA-RUN-IS-FINISHED TO TRUE
053500         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
053600         ACCEPT KA-RUN-END-TIME FROM TIME
053700         MOVE RETURN-CODE TO KA-RUN-RC
053800         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
053900         REWRITE KA-RUN-REC
054000         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
054100         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
054200             " BEENDET MIT RC " KA-RUNW-RC-ED
054300     END-IF.
054400     CLOSE MUTTI-LAUFSTEUERUNG.
054500 9600-EXIT.
054600     EXIT.
054700*
054800 9610-CLEAR-RUN-COUNT.
054900     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
055000     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
055100 9610-EXIT.
055200     EXIT.
055300*
055400*****************************************************************
055500* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
055600*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
055700*****************************************************************
055800 9650-SET-RUN-COUNTS.
055900     MOVE "GELESEN" TO KA-RUNW-CNT-LABEL(1).
056000     MOVE WS-READ-COUNT TO KA-RUNW-CNT-VALUE(1).
056100 9650-EXIT.
056200     EXIT.
