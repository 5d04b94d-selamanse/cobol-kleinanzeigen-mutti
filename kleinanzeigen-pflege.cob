002130*                    RUN) SO MUTTI-SICHERUNG CAN RECONCILE THE
002140*                    MASTER RECORD COUNT AGAINST THE PREVIOUS
002150*                    NIGHT MINUS WHAT THIS RUN PURGED.
002160*    2026-10-10 CJH  A SOLD AD IS NOW KEPT UNTIL THE END OF THE
002170*                    MONTH AFTER ITS SALE, PURGE CUTOFF OR NOT -
002180*                    MUTTI-VERKAEUFERABRECHNUNG NEEDS IT AT
002181*                    MONTH-END FOR THE SALE'S CATEGORY AND
002182*                    SELLER.
002183*    2026-10-11 CJH  AN AD BLOCKED AFTER THE SUSPICIOUS-AD REVIEW
002184*                    (STATUS G) AGES OFF LIKE AN EXPIRED AD, BY
002185*                    ITS STATUS DATE.
002186*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
002187*                    MUTTIRUN (COPY KARUNCTL): START, END,
002188*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
002189*                    DATE.  THE RUN IS REFUSED (RETURN-CODE 12)
002190*                    UNLESS THE NIGHT'S LOAD FINISHED, AND ONCE
002191*                    SICHERUNG PRUEFEN HAS VERIFIED THE MASTER.
002192*                    MUTTI-SUCHAUFTRAG IS SCHEDULED BEFORE THIS
002193*                    STEP BUT NOT WAITED FOR - SAVED SEARCHES DO
002194*                    NOT HOLD THE NIGHT.
002195*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
002196*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
002197*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
002198*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
002199*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003530         ORGANIZATION IS SEQUENTIAL
003540         FILE STATUS IS WS-PTO-STATUS.
003600*
003610     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS DYNAMIC
003640         RECORD KEY IS KA-RUN-KEY
003650         FILE STATUS IS KA-RUNW-STATUS.
003660*
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  KLEINANZEIGEN-MASTER
004591     05  PTO-PURGED-COUNT        PIC 9(07).
004592     05  FILLER                  PIC X(18).
004600*
004610 FD  MUTTI-LAUFSTEUERUNG
004620     LABEL RECORDS ARE STANDARD.
004630 COPY KARUNCTL.
004640*
004700 WORKING-STORAGE SECTION.
004800 01  WS-SWITCHES.
004900     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
006200     05  WS-CUTOFF-INT           PIC 9(08)   COMP.
006300     05  WS-EXPIRE-CUTOFF        PIC 9(08).
006400     05  WS-PURGE-CUTOFF         PIC 9(08).
006410     05  WS-SETTLE-FLOOR         PIC 9(08).
006420     05  WS-SETTLE-FLOOR-X REDEFINES WS-SETTLE-FLOOR.
006430         10  WS-FLOOR-YYYY       PIC 9(04).
006440         10  WS-FLOOR-MM         PIC 9(02).
006450         10  WS-FLOOR-DD         PIC 9(02).
006500*
006600 01  WS-COUNTERS.
006700     05  WS-READ-COUNT           PIC 9(07)   COMP VALUE ZERO.
007400 01  WS-RPT-DATE-ED              PIC 9(08).
007450 01  WS-ACTION-TEXT              PIC X(30).
007500*
007506*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
007512 01  WS-RUN-STEP-VALUES.
007518     05  FILLER                  PIC X(18)   VALUE "PFLEGE".
007524     05  FILLER                  PIC X(30)
007530                                 VALUE "MUTTI-ANZEIGEN-PFLEGE".
007536     05  FILLER                  PIC X(01)   VALUE "N".
007542     05  FILLER                  PIC X(18)
007548                                 VALUE "SICHERUNG-PRUEFEN".
007554     05  FILLER                  PIC X(18)   VALUE "LADEN".
007560     05  FILLER                  PIC X(02)   VALUE "04".
007578     05  FILLER                  PIC X(60)   VALUE SPACES.
007584 COPY KARUNWRK.
007590*
007600 PROCEDURE DIVISION.
007700*
007800 0000-MAINLINE.
007810     PERFORM 9500-RUN-START THRU 9500-EXIT.
007820     IF KA-RUNW-IS-REFUSED
007830         STOP RUN
007840     END-IF.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008000     IF MASTER-FILE-IS-OPEN
008100         PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
010200     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-PURGE-AFTER-DAYS.
010300     COMPUTE WS-PURGE-CUTOFF =
010400         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
010410     MOVE WS-TODAY-DATE TO WS-SETTLE-FLOOR.
010420     MOVE 1 TO WS-FLOOR-DD.
010430     IF WS-FLOOR-MM = 1
010440         SUBTRACT 1 FROM WS-FLOOR-YYYY
010450         MOVE 12 TO WS-FLOOR-MM
010460     ELSE
010470         SUBTRACT 1 FROM WS-FLOOR-MM
010480     END-IF.
010500     MOVE SPACES TO RPT-LINE.
010600     MOVE "KLEINANZEIGEN-MUTTI - ANZEIGEN-PFLEGE" TO RPT-LINE.
010700     WRITE RPT-LINE.
013400*
013500*****************************************************************
013600* 2000-PROCESS-ONE-RECORD  --  DISPOSE OF THE RECORD JUST READ
013700*    AND READ THE NEXT ONE.  SOLD/EXPIRED/BLOCKED ADS AGE OFF
013800*    BY STATUS DATE; EVERYTHING ELSE (A BLANK STATUS COUNTS AS
013900*    ACTIVE) EXPIRES BY POSTED DATE.
014000*****************************************************************
014200     ADD 1 TO WS-READ-COUNT.
014300     EVALUATE TRUE
014400         WHEN KA-MST-IS-SOLD OR KA-MST-IS-EXPIRED
014410             OR KA-MST-IS-BLOCKED
014500             PERFORM 3000-CHECK-PURGE THRU 3000-EXIT
014600         WHEN OTHER
014700             PERFORM 4000-CHECK-EXPIRE THRU 4000-EXIT
016000*
016100*****************************************************************
016200* 3000-CHECK-PURGE  --  A SOLD OR EXPIRED AD WHOSE STATUS DATE
016300*    IS OLDER THAN THE PURGE CUTOFF COMES OFF THE FILE - BUT A
016310*    SOLD AD NOT BEFORE THE FIRST OF LAST MONTH (WS-SETTLE-
016320*    FLOOR), SO THE MONTH-END SELLER SETTLEMENT STILL FINDS IT.
016400*****************************************************************
016500 3000-CHECK-PURGE.
016600     IF KA-MST-STATUS-DATE NOT NUMERIC
017000         PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
017100     ELSE
017200         IF KA-MST-STATUS-DATE < WS-PURGE-CUTOFF
017210             AND (NOT KA-MST-IS-SOLD
017220                  OR KA-MST-STATUS-DATE < WS-SETTLE-FLOOR)
017300             DELETE KLEINANZEIGEN-MASTER RECORD
017400             ADD 1 TO WS-PURGED-COUNT
017450             MOVE "GELOESCHT" TO WS-ACTION-TEXT
029480     END-IF.
029490 8100-EXIT.
029500     EXIT.
029510*
029520*****************************************************************
029600* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
029700*****************************************************************
029800 9000-TERMINATE.
030100         MOVE "N" TO WS-MASTER-OPEN-SW
030200     END-IF.
030300     CLOSE MUTTI-PFLEGE-RPT.
030310     PERFORM 9600-RUN-END THRU 9600-EXIT.
030400 9000-EXIT.
030500     EXIT.
030600*
030700*****************************************************************
030800* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
030900*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
031000*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
031100*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
031200*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
031300*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
031400*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
031500*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
031600*    LOGGED AND REOPENED BY 9600-RUN-END.
031700*****************************************************************
031800 9500-RUN-START.
031900     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
032000     MOVE "N" TO KA-RUNW-REFUSED-SW.
032100     MOVE "N" TO KA-RUNW-LOGGED-SW.
032200     MOVE ZERO TO KA-RUNW-BUS-DATE.
032300     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
032400         VARYING KA-RUNW-IDX FROM 1 BY 1
032500         UNTIL KA-RUNW-IDX > 4.
032600     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
032700     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
032800     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
032900     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
033000         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
033100             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
033200     END-IF.
033300     OPEN I-O MUTTI-LAUFSTEUERUNG.
033400     IF KA-RUNW-STATUS NOT = "00"
033500         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
033600         CLOSE MUTTI-LAUFSTEUERUNG
033700         OPEN I-O MUTTI-LAUFSTEUERUNG
033800     END-IF.
033900     IF KA-RUNW-STATUS NOT = "00"
034000         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
034100             TO KA-RUNW-MESSAGE
034200         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
034300         GO TO 9500-EXIT
034400     END-IF.
034500     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
034600     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
034700     IF NOT KA-RUNW-IS-REFUSED
034800         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
034900             VARYING KA-RUNW-IDX FROM 1 BY 1
035000             UNTIL KA-RUNW-IDX > 4
035100                OR KA-RUNW-IS-REFUSED
035200     END-IF.
035300     IF NOT KA-RUNW-IS-REFUSED
035400         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
035500     END-IF.
035600     IF KA-RUNW-IS-REFUSED
035700         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
035800     ELSE
035900         PERFORM 9540-LOG-START THRU 9540-EXIT
036000     END-IF.
036100 9500-EXIT.
036200     EXIT.
036300*
036400*****************************************************************
036500* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
036600*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
036700*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
036800*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
036900*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
037000*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
037100*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
037200*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
037210*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
037300*****************************************************************
037400 9510-GET-BUSINESS-DATE.
037500     IF KA-RUNW-OPENS-NIGHT
037600         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
037700         GO TO 9510-EXIT
037800     END-IF.
037900     MOVE ZERO TO KA-RUN-BUS-DATE.
038000     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
038100     READ MUTTI-LAUFSTEUERUNG
038200         INVALID KEY
038300             MOVE ZERO TO KA-RUN-CTL-DATE
038400     END-READ.
038500     IF KA-RUN-CTL-DATE = ZERO
038600         IF KA-RUNW-NEED-STEP(1) = SPACES
038700             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
038800         ELSE
038900             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
039000                 TO KA-RUNW-MESSAGE
039100             SET KA-RUNW-IS-REFUSED TO TRUE
039200         END-IF
039300         GO TO 9510-EXIT
039400     END-IF.
039500     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
039510     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
039520     IF KA-RUNW-IS-NIGHT-STEP
039530         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
039540         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
039550     END-IF.
039560     IF KA-RUNW-IS-NIGHT-STEP
039570         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
039580         AND NOT KA-RUNW-NIGHT-IS-OPEN
039590         MOVE SPACES TO KA-RUNW-MESSAGE
039900         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
040000                KA-RUNW-BUS-DATE DELIMITED BY SIZE
040100                " IST ALT - SICHERUNG ENTLADEN FEHLT"
040200                    DELIMITED BY SIZE
040300           INTO KA-RUNW-MESSAGE
040400         END-STRING
040500         SET KA-RUNW-IS-REFUSED TO TRUE
040600     END-IF.
040700 9510-EXIT.
040800     EXIT.
040803*
040806*****************************************************************
040809* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
040812*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
040815*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
040818*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
040821*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
040824*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
040827*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
040830*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
040833*****************************************************************
040836 9515-CHECK-NIGHT-STILL-OPEN.
040839     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
040842         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
040845     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
040848         GO TO 9515-EXIT
040851     END-IF.
040854     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
040857     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
040860     READ MUTTI-LAUFSTEUERUNG
040863         INVALID KEY
040866             MOVE SPACE TO KA-RUN-STATUS
040869     END-READ.
040872     IF KA-RUN-IS-FINISHED
040875         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
040878         GO TO 9515-EXIT
040881     END-IF.
040884     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
040887     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
040890         " WIRD ZU ENDE GEFUEHRT".
040893 9515-EXIT.
040896     EXIT.
040900*
041000 9520-CHECK-PREDECESSOR.
041100     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
041200         GO TO 9520-EXIT
041300     END-IF.
041400     MOVE SPACES TO KA-RUNW-WHY.
041500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
041600     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
041700     READ MUTTI-LAUFSTEUERUNG
041800         INVALID KEY
041900             MOVE "FEHLT" TO KA-RUNW-WHY
042000         NOT INVALID KEY
042100             IF NOT KA-RUN-IS-FINISHED
042200                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
042300             ELSE
042400                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
042500                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
042600                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
042700                         TO KA-RUNW-MAX-ED
042800                     STRING "MIT RC " DELIMITED BY SIZE
042900                            KA-RUNW-RC-ED DELIMITED BY SIZE
043000                            " BEENDET (MAX " DELIMITED BY SIZE
043100                            KA-RUNW-MAX-ED DELIMITED BY SIZE
043200                            ")" DELIMITED BY SIZE
043300                       INTO KA-RUNW-WHY
043400                     END-STRING
043500                 END-IF
043600             END-IF
043700     END-READ.
043800     IF KA-RUNW-WHY NOT = SPACES
043900         MOVE SPACES TO KA-RUNW-MESSAGE
044000         STRING "VORGAENGER " DELIMITED BY SIZE
044100                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
044200                " " DELIMITED BY SIZE
044300                KA-RUNW-WHY DELIMITED BY SIZE
044400           INTO KA-RUNW-MESSAGE
044500         END-STRING
044600         SET KA-RUNW-IS-REFUSED TO TRUE
044700     END-IF.
044800 9520-EXIT.
044900     EXIT.
045000*
045100 9530-CHECK-BLOCKER.
045200     IF KA-RUNW-BLOCKER = SPACES
045300         GO TO 9530-EXIT
045400     END-IF.
045500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
045600     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
045700     READ MUTTI-LAUFSTEUERUNG
045800         INVALID KEY
045900             MOVE SPACE TO KA-RUN-STATUS
046000     END-READ.
046100     IF KA-RUN-IS-FINISHED
046200         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
046300         MOVE SPACES TO KA-RUNW-MESSAGE
046400         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
046500                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
046600                    DELIMITED BY SIZE
046700           INTO KA-RUNW-MESSAGE
046800         END-STRING
046900         SET KA-RUNW-IS-REFUSED TO TRUE
047000     END-IF.
047100 9530-EXIT.
047200     EXIT.
047300*
047400*****************************************************************
047500* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
047600*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
047700*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
047800*****************************************************************
047900 9540-LOG-START.
048000     IF KA-RUNW-OPENS-NIGHT
048100         MOVE "N" TO KA-RUNW-FOUND-SW
048200         MOVE ZERO TO KA-RUN-BUS-DATE
048300         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
048400         READ MUTTI-LAUFSTEUERUNG
048500             NOT INVALID KEY
048600                 SET KA-RUNW-REC-FOUND TO TRUE
048700         END-READ
048800         MOVE SPACES TO KA-RUN-CTL-DATA
048900         MOVE ZERO TO KA-RUN-BUS-DATE
049000         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
049100         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
049200         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
049300         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
049400         IF KA-RUNW-REC-FOUND
049500             REWRITE KA-RUN-REC
049600         ELSE
049700             WRITE KA-RUN-REC
049800         END-IF
049900     END-IF.
050000     MOVE "N" TO KA-RUNW-FOUND-SW.
050100     MOVE ZERO TO KA-RUNW-RUNS.
050200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
050300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
050400     READ MUTTI-LAUFSTEUERUNG
050500         NOT INVALID KEY
050600             SET KA-RUNW-REC-FOUND TO TRUE
050700             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
050800     END-READ.
050900     MOVE SPACES TO KA-RUN-DATA.
051000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
051100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
051200     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
051300     SET KA-RUN-IS-RUNNING TO TRUE.
051400     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
051500     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
051600     MOVE ZERO TO KA-RUN-END-DATE.
051700     MOVE ZERO TO KA-RUN-END-TIME.
051800     MOVE ZERO TO KA-RUN-RC.
051900     ADD 1 TO KA-RUNW-RUNS.
052000     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
052100     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
052200     IF KA-RUNW-REC-FOUND
052300         REWRITE KA-RUN-REC
052400     ELSE
052500         WRITE KA-RUN-REC
052600     END-IF.
052700     CLOSE MUTTI-LAUFSTEUERUNG.
052800     MOVE "N" TO KA-RUNW-OPEN-SW.
052900     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
053000     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
053100         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
053200 9540-EXIT.
053300     EXIT.
053400*
053500*****************************************************************
053600* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
053700*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
053800*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
053900*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
054000*****************************************************************
054100 9580-REFUSE-RUN.
054200     SET KA-RUNW-IS-REFUSED TO TRUE.
054300     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
054400     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
054500     IF NOT KA-RUNW-FILE-IS-OPEN
054600         GO TO 9580-EXIT
054700     END-IF.
054800     IF KA-RUNW-BUS-DATE NOT = ZERO
054900         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
055000     END-IF.
055100     CLOSE MUTTI-LAUFSTEUERUNG.
055200     MOVE "N" TO KA-RUNW-OPEN-SW.
055300 9580-EXIT.
055400     EXIT.
055500*
055600 9585-LOG-REFUSAL.
055700     MOVE "N" TO KA-RUNW-FOUND-SW.
055800     MOVE ZERO TO KA-RUNW-RUNS.
055900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
056000     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
056100     READ MUTTI-LAUFSTEUERUNG
056200         NOT INVALID KEY
056300             SET KA-RUNW-REC-FOUND TO TRUE
056400             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
056500     END-READ.
056600     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
056700         GO TO 9585-EXIT
056800     END-IF.
056900     MOVE SPACES TO KA-RUN-DATA.
057000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
057100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
057200     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
057300     SET KA-RUN-WAS-REFUSED TO TRUE.
057400     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
057500     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
057600     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
057700     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
057800     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
057900     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
058000     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
058100     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
058200     IF KA-RUNW-REC-FOUND
058300         REWRITE KA-RUN-REC
058400     ELSE
058500         WRITE KA-RUN-REC
058600     END-IF.
058700 9585-EXIT.
058800     EXIT.
058900*
059000*****************************************************************
059100* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
059200*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
059300*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
059400*****************************************************************
059500 9600-RUN-END.
059600     IF NOT KA-RUNW-RUN-IS-LOGGED
059700         GO TO 9600-EXIT
059800     END-IF.
059900     MOVE "N" TO KA-RUNW-LOGGED-SW.
060000     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
060100     OPEN I-O MUTTI-LAUFSTEUERUNG.
060200     IF KA-RUNW-STATUS NOT = "00"
060300         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
060400             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
060500         GO TO 9600-EXIT
060600     END-IF.
060700     MOVE "N" TO KA-RUNW-FOUND-SW.
060800     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
060900     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
061000     READ MUTTI-LAUFSTEUERUNG
061100         INVALID KEY
061200             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
061300                 " ENDE NICHT VERMERKT - SATZ FEHLT"
061400         NOT INVALID KEY
061500             SET KA-RUNW-REC-FOUND TO TRUE
061600     END-READ.
061700     IF KA-RUNW-REC-FOUND
061800         SET KA-RUN-IS-FINISHED TO TRUE
061900         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
062000         ACCEPT KA-RUN-END-TIME FROM TIME
062100         MOVE RETURN-CODE TO KA-RUN-RC
062200         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
062300         REWRITE KA-RUN-REC
062400         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
062500         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
062600             " BEENDET MIT RC " KA-RUNW-RC-ED
062700     END-IF.
062800     CLOSE MUTTI-LAUFSTEUERUNG.
062900 9600-EXIT.
063000     EXIT.
063100*
063200 9610-CLEAR-RUN-COUNT.
063300     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
063400     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
063500 9610-EXIT.
063600     EXIT.
063700*
063800*****************************************************************
063900* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
064000*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
064100*****************************************************************
064200 9650-SET-RUN-COUNTS.
064300     MOVE "GELESEN" TO KA-RUNW-CNT-LABEL(1).
064400     MOVE WS-READ-COUNT TO KA-RUNW-CNT-VALUE(1).
064500     MOVE "ABGELAUFEN" TO KA-RUNW-CNT-LABEL(2).
064600     MOVE WS-EXPIRED-COUNT TO KA-RUNW-CNT-VALUE(2).
064700     MOVE "ENTFERNT" TO KA-RUNW-CNT-LABEL(3).
064800     MOVE WS-PURGED-COUNT TO KA-RUNW-CNT-VALUE(3).
064900     MOVE "BEHALTEN" TO KA-RUNW-CNT-LABEL(4).
065000     MOVE WS-KEPT-COUNT TO KA-RUNW-CNT-VALUE(4).
065100 9650-EXIT.
065200     EXIT.
