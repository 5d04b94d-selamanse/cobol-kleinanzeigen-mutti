000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MUTTI-LAUFSTATUS.
000300 AUTHOR. COBOL EXPERT.
000400 INSTALLATION. KLEINANZEIGEN ONLINE-HILFE.
000500 DATE-WRITTEN. 2026-10-13.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*    MODIFICATION HISTORY
001000*    ----------------------------------------------------------
001100*    2026-10-13 CJH  ORIGINAL VERSION.  MORNING STATUS BOARD OF
001200*                    THE NIGHT'S BATCH STEPS, READ FROM THE
001300*                    RUN-CONTROL FILE MUTTIRUN (COPY KARUNCTL)
001400*                    THAT EVERY BATCH STEP NOW LOGS TO.  EVERY
001500*                    STEP OF THE NIGHT IS LISTED IN RUN ORDER
001600*                    (WS-NIGHT-VALUES) WITH ITS START AND END,
001700*                    RETURN-CODE, NUMBER OF RUNS, KEY COUNTS AND
001800*                    THE REASON OF A REFUSAL - OR AS MISSING.
001900*                    OTHER STEPS LOGGED UNDER THE SAME BUSINESS
002000*                    DATE (THE MONTHLY JOBS, THE MONITOR, A
002100*                    RESTORE) FOLLOW.  THE BUSINESS DATE IS THE
002200*                    CURRENT ONE FROM THE CONTROL RECORD, OR
002300*                    JJJJMMTT FROM SYSIN FOR AN EARLIER NIGHT.
002400*                    REPORT ON MUTTILST.  RETURN-CODE 0 WHEN EVERY
002500*                    STEP OF THE NIGHT FINISHED WITH RETURN-CODE 4
002600*                    OR LESS, 4 WHEN ONE IS MISSING, REFUSED,
002700*                    FAILED OR STILL MARKED AS RUNNING, 8 WHEN
002800*                    THERE IS NO RUN-CONTROL FILE OR NO BUSINESS
002900*                    DATE.  THE BOARD ONLY READS MUTTIRUN AND IS
003000*                    NOT A STEP OF ITS OWN.
003010*    2026-10-15 CJH  THE HEADINGS ENDE, RC AND LAEUFE NOW STAND
003020*                    OVER THEIR COLUMNS OF THE DETAIL LINE.
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS KA-RUN-KEY
003900         FILE STATUS IS WS-RUN-STATUS.
004000*
004100     SELECT MUTTI-LAUF-RPT ASSIGN TO "MUTTILST"
004200         ORGANIZATION IS SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  MUTTI-LAUFSTEUERUNG
004700     LABEL RECORDS ARE STANDARD.
004800 COPY KARUNCTL.
004900*
005000 FD  MUTTI-LAUF-RPT
005100     LABEL RECORDS ARE STANDARD.
005200 01  RPT-LINE                    PIC X(100).
005300*
005400 WORKING-STORAGE SECTION.
005500 01  WS-SWITCHES.
005600     05  WS-RUN-OPEN-SW          PIC X(01)   VALUE "N".
005700         88  RUN-FILE-IS-OPEN            VALUE "Y".
005800     05  WS-RUN-EOF-SW           PIC X(01)   VALUE "N".
005900         88  RUN-AT-END                  VALUE "Y".
006000     05  WS-COUNT-NIGHT-SW       PIC X(01)   VALUE "N".
006100         88  NIGHT-STEP-IS-COUNTED       VALUE "Y".
006200     05  WS-IN-NIGHT-SW          PIC X(01)   VALUE "N".
006300         88  STEP-IS-IN-NIGHT            VALUE "Y".
006400*
006500 01  WS-RUN-STATUS               PIC X(02).
006600*
006700 01  WS-TODAY-DATE               PIC 9(08).
006800 01  WS-NOW-TIME                 PIC 9(08).
006900 01  WS-BUS-DATE                 PIC 9(08)   VALUE ZERO.
007000 01  WS-DATE-IN                  PIC X(08)   VALUE SPACES.
007100 01  WS-DATE-IN-NUM REDEFINES WS-DATE-IN
007200                                 PIC 9(08).
007300*
007400*    THE NIGHT IN RUN ORDER.  KEEP IN STEP WITH THE SCHEDULE AND
007500*    WITH THE PREDECESSORS EACH STEP CHECKS (WS-RUN-STEP-VALUES
007600*    IN THE PROGRAMS).
007700 01  WS-NIGHT-VALUES.
007800     05  FILLER                  PIC X(18)
007900                                 VALUE "SICHERUNG-ENTLADEN".
008000     05  FILLER                  PIC X(18)   VALUE "LADEN".
008100     05  FILLER                  PIC X(18)   VALUE "SUCHAUFTRAG".
008200     05  FILLER                  PIC X(18)   VALUE "PFLEGE".
008300     05  FILLER                  PIC X(18)
008400                                 VALUE "SICHERUNG-PRUEFEN".
008500     05  FILLER                  PIC X(18)   VALUE "SCREENING".
008600     05  FILLER                  PIC X(18)   VALUE "REPLAY".
008700     05  FILLER                  PIC X(18)   VALUE "ABGLEICH".
008800     05  FILLER                  PIC X(18)   VALUE "TAGESBERICHT".
008900     05  FILLER                  PIC X(18)
009000                                 VALUE "VERKAEUFERBERICHT".
009100     05  FILLER                  PIC X(18)   VALUE "KAEUFERINFO".
009200     05  FILLER                  PIC X(18)
009300                                 VALUE "TAGESABSCHLUSS".
009400     05  FILLER                  PIC X(18)   VALUE "DATENSCHUTZ".
009500     05  FILLER                  PIC X(18)   VALUE "EXPORT".
009600 01  WS-NIGHT-TABLE REDEFINES WS-NIGHT-VALUES.
009700     05  WS-NIGHT-STEP           PIC X(18)   OCCURS 14 TIMES.
009800 77  WS-NIGHT-MAX                PIC 9(02)   COMP VALUE 14.
009900 01  WS-NIGHT-IDX                PIC 9(02)   COMP.
010000 01  WS-CNT-IDX                  PIC 9(01)   COMP.
010100*
010200 01  WS-COUNTERS.
010300     05  WS-OK-COUNT             PIC 9(03)   COMP VALUE ZERO.
010400     05  WS-FAILED-COUNT         PIC 9(03)   COMP VALUE ZERO.
010500     05  WS-REFUSED-COUNT        PIC 9(03)   COMP VALUE ZERO.
010600     05  WS-RUNNING-COUNT        PIC 9(03)   COMP VALUE ZERO.
010700     05  WS-MISSING-COUNT        PIC 9(03)   COMP VALUE ZERO.
010800     05  WS-OTHER-COUNT          PIC 9(03)   COMP VALUE ZERO.
010900*
011000 01  WS-COUNT-DISPLAY            PIC 9(03).
011100 01  WS-RPT-COUNT-ED             PIC ZZ9.
011200 01  WS-RPT-LABEL                PIC X(40).
011300*
011400 01  WS-TIME-WORK                PIC 9(08).
011500 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
011600     05  WS-TIME-HH              PIC X(02).
011700     05  WS-TIME-MM              PIC X(02).
011800     05  WS-TIME-SS              PIC X(02).
011900     05  FILLER                  PIC X(02).
012000 01  WS-TIME-ED.
012100     05  WS-TIME-ED-HH           PIC X(02).
012200     05  FILLER                  PIC X(01)   VALUE ":".
012300     05  WS-TIME-ED-MM           PIC X(02).
012400     05  FILLER                  PIC X(01)   VALUE ":".
012500     05  WS-TIME-ED-SS           PIC X(02).
012600*
012700 01  WS-RPT-DETAIL.
012800     05  FILLER                  PIC X(02).
012900     05  WS-RPT-STEP             PIC X(18).
013000     05  FILLER                  PIC X(02).
013100     05  WS-RPT-STATUS           PIC X(14).
013200     05  WS-RPT-START-DATE       PIC X(08).
013300     05  FILLER                  PIC X(01).
013400     05  WS-RPT-START-TIME       PIC X(08).
013500     05  FILLER                  PIC X(02).
013600     05  WS-RPT-END-DATE         PIC X(08).
013700     05  FILLER                  PIC X(01).
013800     05  WS-RPT-END-TIME         PIC X(08).
013900     05  FILLER                  PIC X(02).
014000     05  WS-RPT-RC               PIC X(04).
014100     05  FILLER                  PIC X(03).
014200     05  WS-RPT-RUNS             PIC ZZ9.
014300*
014400 01  WS-RPT-COUNT-LINE.
014500     05  FILLER                  PIC X(06).
014600     05  WS-RPT-CNT-ENTRY        OCCURS 4 TIMES.
014700         10  WS-RPT-CNT-LABEL    PIC X(12).
014800         10  FILLER              PIC X(01).
014900         10  WS-RPT-CNT-VALUE    PIC ZZZZZZZZ9.
015000         10  FILLER              PIC X(01).
015100*
015200 PROCEDURE DIVISION.
015300*
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     IF RETURN-CODE NOT = 8
015700         PERFORM 2000-PRINT-NIGHT-STEP THRU 2000-EXIT
015800             VARYING WS-NIGHT-IDX FROM 1 BY 1
015900             UNTIL WS-NIGHT-IDX > WS-NIGHT-MAX
016000         PERFORM 3000-PRINT-OTHER-STEPS THRU 3000-EXIT
016100         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
016200     END-IF.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400     STOP RUN.
016500*
016600*****************************************************************
016700* 1000-INITIALIZE  --  OPEN THE REPORT AND MUTTIRUN AND SETTLE
016800*    THE BUSINESS DATE: JJJJMMTT FROM SYSIN, OR BLANK FOR THE
016900*    CURRENT ONE ON THE CONTROL RECORD.  NO RUN-CONTROL FILE, NO
017000*    CONTROL RECORD OR A BAD DATE ENDS THE RUN WITH
017100*    RETURN-CODE 8.
017200*****************************************************************
017300 1000-INITIALIZE.
017400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
017500     ACCEPT WS-NOW-TIME FROM TIME.
017600     OPEN OUTPUT MUTTI-LAUF-RPT.
017700     MOVE SPACES TO RPT-LINE.
017800     MOVE "KLEINANZEIGEN-MUTTI - STATUS DER NACHT" TO RPT-LINE.
017900     WRITE RPT-LINE.
018000     ACCEPT WS-DATE-IN.
018100     OPEN INPUT MUTTI-LAUFSTEUERUNG.
018200     IF WS-RUN-STATUS = "00"
018300         SET RUN-FILE-IS-OPEN TO TRUE
018400     ELSE
018500         MOVE SPACES TO RPT-LINE
018600         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR - ABBRUCH"
018700           TO RPT-LINE
018800         WRITE RPT-LINE
018900         MOVE 8 TO RETURN-CODE
019000         GO TO 1000-EXIT
019100     END-IF.
019200     IF WS-DATE-IN = SPACES
019300         PERFORM 1100-READ-CONTROL THRU 1100-EXIT
019400     ELSE
019500         IF WS-DATE-IN IS NUMERIC
019600             MOVE WS-DATE-IN-NUM TO WS-BUS-DATE
019700         ELSE
019800             MOVE SPACES TO RPT-LINE
019900             MOVE "UNGUELTIGES GESCHAEFTSTAG (JJJJMMTT) - ABBRUCH"
020000               TO RPT-LINE
020100             WRITE RPT-LINE
020200             MOVE 8 TO RETURN-CODE
020300         END-IF
020400     END-IF.
020500     IF RETURN-CODE = 8
020600         GO TO 1000-EXIT
020700     END-IF.
020800     MOVE WS-NOW-TIME TO WS-TIME-WORK.
020900     PERFORM 7000-EDIT-TIME THRU 7000-EXIT.
021000     MOVE SPACES TO RPT-LINE.
021100     STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
021200            WS-BUS-DATE DELIMITED BY SIZE
021300            "  STAND " DELIMITED BY SIZE
021400            WS-TODAY-DATE DELIMITED BY SIZE
021500            " " DELIMITED BY SIZE
021600            WS-TIME-ED DELIMITED BY SIZE
021700       INTO RPT-LINE
021800     END-STRING.
021900     WRITE RPT-LINE.
022000     MOVE SPACES TO RPT-LINE.
022100     WRITE RPT-LINE.
022200     MOVE SPACES TO RPT-LINE.
022300     MOVE "SCHRITTE DER NACHT:" TO RPT-LINE.
022400     WRITE RPT-LINE.
022500     PERFORM 7100-PRINT-COLUMN-HEAD THRU 7100-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800*
022900 1100-READ-CONTROL.
023000     MOVE ZERO TO KA-RUN-BUS-DATE.
023100     MOVE "*GESCHAEFTSTAG" TO KA-RUN-STEP.
023200     READ MUTTI-LAUFSTEUERUNG
023300         INVALID KEY
023400             MOVE ZERO TO KA-RUN-CTL-DATE
023500     END-READ.
023600     IF KA-RUN-CTL-DATE = ZERO
023700         MOVE SPACES TO RPT-LINE
023800         MOVE "KEIN GESCHAEFTSTAG EROEFFNET - ABBRUCH" TO RPT-LINE
023900         WRITE RPT-LINE
024000         MOVE 8 TO RETURN-CODE
024100     ELSE
024200         MOVE KA-RUN-CTL-DATE TO WS-BUS-DATE
024300     END-IF.
024400 1100-EXIT.
024500     EXIT.
024600*
024700*****************************************************************
024800* 2000-PRINT-NIGHT-STEP  --  ONE STEP OF THE NIGHT, IN RUN
024900*    ORDER, OR THE NOTE THAT IT NEVER STARTED.
025000*****************************************************************
025100 2000-PRINT-NIGHT-STEP.
025200     SET NIGHT-STEP-IS-COUNTED TO TRUE.
025300     MOVE WS-BUS-DATE TO KA-RUN-BUS-DATE.
025400     MOVE WS-NIGHT-STEP(WS-NIGHT-IDX) TO KA-RUN-STEP.
025500     READ MUTTI-LAUFSTEUERUNG
025600         INVALID KEY
025700             PERFORM 2100-PRINT-MISSING THRU 2100-EXIT
025800         NOT INVALID KEY
025900             PERFORM 4000-PRINT-STEP THRU 4000-EXIT
026000     END-READ.
026100 2000-EXIT.
026200     EXIT.
026300*
026400 2100-PRINT-MISSING.
026500     ADD 1 TO WS-MISSING-COUNT.
026600     MOVE SPACES TO WS-RPT-DETAIL.
026700     MOVE WS-NIGHT-STEP(WS-NIGHT-IDX) TO WS-RPT-STEP.
026800     MOVE "FEHLT" TO WS-RPT-STATUS.
026900     MOVE WS-RPT-DETAIL TO RPT-LINE.
027000     WRITE RPT-LINE.
027100 2100-EXIT.
027200     EXIT.
027300*
027400*****************************************************************
027500* 3000-PRINT-OTHER-STEPS  --  EVERYTHING ELSE LOGGED UNDER THE
027600*    BUSINESS DATE, IN STEP-NAME ORDER.
027700*****************************************************************
027800 3000-PRINT-OTHER-STEPS.
027900     MOVE "N" TO WS-COUNT-NIGHT-SW.
028000     MOVE SPACES TO RPT-LINE.
028100     WRITE RPT-LINE.
028200     MOVE "WEITERE LAEUFE DIESES GESCHAEFTSTAGS:" TO RPT-LINE.
028300     WRITE RPT-LINE.
028400     MOVE WS-BUS-DATE TO KA-RUN-BUS-DATE.
028500     MOVE LOW-VALUES TO KA-RUN-STEP.
028600     START MUTTI-LAUFSTEUERUNG KEY IS NOT LESS THAN KA-RUN-KEY
028700         INVALID KEY
028800             SET RUN-AT-END TO TRUE
028900     END-START.
029000     PERFORM 3100-READ-NEXT-RUN THRU 3100-EXIT.
029100     PERFORM 3200-CHECK-ONE-RUN THRU 3200-EXIT
029200         UNTIL RUN-AT-END.
029300     IF WS-OTHER-COUNT = ZERO
029400         MOVE SPACES TO RPT-LINE
029500         MOVE "  KEINE" TO RPT-LINE
029600         WRITE RPT-LINE
029700     END-IF.
029800 3000-EXIT.
029900     EXIT.
030000*
030100 3100-READ-NEXT-RUN.
030200     IF RUN-AT-END
030300         GO TO 3100-EXIT
030400     END-IF.
030500     READ MUTTI-LAUFSTEUERUNG NEXT RECORD
030600         AT END
030700             SET RUN-AT-END TO TRUE
030800     END-READ.
030900     IF NOT RUN-AT-END
031000         AND KA-RUN-BUS-DATE NOT = WS-BUS-DATE
031100         SET RUN-AT-END TO TRUE
031200     END-IF.
031300 3100-EXIT.
031400     EXIT.
031500*
031600 3200-CHECK-ONE-RUN.
031700     MOVE "N" TO WS-IN-NIGHT-SW.
031800     PERFORM 3210-FIND-NIGHT-STEP THRU 3210-EXIT
031900         VARYING WS-NIGHT-IDX FROM 1 BY 1
032000         UNTIL WS-NIGHT-IDX > WS-NIGHT-MAX
032100            OR STEP-IS-IN-NIGHT.
032200     IF NOT STEP-IS-IN-NIGHT
032300         ADD 1 TO WS-OTHER-COUNT
032400         IF WS-OTHER-COUNT = 1
032500             PERFORM 7100-PRINT-COLUMN-HEAD THRU 7100-EXIT
032600         END-IF
032700         PERFORM 4000-PRINT-STEP THRU 4000-EXIT
032800     END-IF.
032900     PERFORM 3100-READ-NEXT-RUN THRU 3100-EXIT.
033000 3200-EXIT.
033100     EXIT.
033200*
033300 3210-FIND-NIGHT-STEP.
033400     IF WS-NIGHT-STEP(WS-NIGHT-IDX) = KA-RUN-STEP
033500         SET STEP-IS-IN-NIGHT TO TRUE
033600     END-IF.
033700 3210-EXIT.
033800     EXIT.
033900*
034000*****************************************************************
034100* 4000-PRINT-STEP  --  THE RUN-CONTROL RECORD JUST READ: STATUS,
034200*    START, END, RETURN-CODE AND RUNS, THEN ITS KEY COUNTS AND
034300*    THE REASON OF A REFUSAL.  A STEP STILL MARKED AS RUNNING IN
034400*    THE MORNING HAS USUALLY ABENDED.  ONLY STEPS OF THE NIGHT
034500*    GO INTO THE TOTALS.
034600*****************************************************************
034700 4000-PRINT-STEP.
034800     MOVE SPACES TO WS-RPT-DETAIL.
034900     MOVE KA-RUN-STEP TO WS-RPT-STEP.
035000     EVALUATE TRUE
035100         WHEN KA-RUN-IS-FINISHED AND KA-RUN-RC NOT > 4
035200             MOVE "BEENDET" TO WS-RPT-STATUS
035300             IF NIGHT-STEP-IS-COUNTED
035400                 ADD 1 TO WS-OK-COUNT
035500             END-IF
035600         WHEN KA-RUN-IS-FINISHED
035700             MOVE "FEHLER" TO WS-RPT-STATUS
035800             IF NIGHT-STEP-IS-COUNTED
035900                 ADD 1 TO WS-FAILED-COUNT
036000             END-IF
036100         WHEN KA-RUN-WAS-REFUSED
036200             MOVE "ABGELEHNT" TO WS-RPT-STATUS
036300             IF NIGHT-STEP-IS-COUNTED
036400                 ADD 1 TO WS-REFUSED-COUNT
036500             END-IF
036600         WHEN OTHER
036700             MOVE "NICHT BEENDET" TO WS-RPT-STATUS
036800             IF NIGHT-STEP-IS-COUNTED
036900                 ADD 1 TO WS-RUNNING-COUNT
037000             END-IF
037100     END-EVALUATE.
037200     MOVE KA-RUN-START-DATE TO WS-RPT-START-DATE.
037300     MOVE KA-RUN-START-TIME TO WS-TIME-WORK.
037400     PERFORM 7000-EDIT-TIME THRU 7000-EXIT.
037500     MOVE WS-TIME-ED TO WS-RPT-START-TIME.
037600     IF NOT KA-RUN-IS-RUNNING
037700         MOVE KA-RUN-END-DATE TO WS-RPT-END-DATE
037800         MOVE KA-RUN-END-TIME TO WS-TIME-WORK
037900         PERFORM 7000-EDIT-TIME THRU 7000-EXIT
038000         MOVE WS-TIME-ED TO WS-RPT-END-TIME
038100         MOVE KA-RUN-RC TO WS-RPT-RC
038200     END-IF.
038300     MOVE KA-RUN-RUN-COUNT TO WS-RPT-RUNS.
038400     MOVE WS-RPT-DETAIL TO RPT-LINE.
038500     WRITE RPT-LINE.
038600     IF KA-RUN-CNT-LABEL(1) NOT = SPACES
038700         MOVE SPACES TO WS-RPT-COUNT-LINE
038800         PERFORM 4100-EDIT-ONE-COUNT THRU 4100-EXIT
038900             VARYING WS-CNT-IDX FROM 1 BY 1
039000             UNTIL WS-CNT-IDX > 4
039100         MOVE WS-RPT-COUNT-LINE TO RPT-LINE
039200         WRITE RPT-LINE
039300     END-IF.
039400     IF KA-RUN-MESSAGE NOT = SPACES
039500         MOVE SPACES TO RPT-LINE
039600         STRING "      GRUND: " DELIMITED BY SIZE
039700                KA-RUN-MESSAGE DELIMITED BY SIZE
039800           INTO RPT-LINE
039900         END-STRING
040000         WRITE RPT-LINE
040100     END-IF.
040200 4000-EXIT.
040300     EXIT.
040400*
040500 4100-EDIT-ONE-COUNT.
040600     IF KA-RUN-CNT-LABEL(WS-CNT-IDX) NOT = SPACES
040700         MOVE KA-RUN-CNT-LABEL(WS-CNT-IDX)
040800           TO WS-RPT-CNT-LABEL(WS-CNT-IDX)
040900         MOVE KA-RUN-CNT-VALUE(WS-CNT-IDX)
041000           TO WS-RPT-CNT-VALUE(WS-CNT-IDX)
041100     END-IF.
041200 4100-EXIT.
041300     EXIT.
041400*
041500*****************************************************************
041600* 7000-EDIT-TIME  --  HHMMSSHH FROM ACCEPT ... FROM TIME AS
041700*    HH:MM:SS.
041800*****************************************************************
041900 7000-EDIT-TIME.
042000     MOVE WS-TIME-HH TO WS-TIME-ED-HH.
042100     MOVE WS-TIME-MM TO WS-TIME-ED-MM.
042200     MOVE WS-TIME-SS TO WS-TIME-ED-SS.
042300 7000-EXIT.
042400     EXIT.
042500*
042600 7100-PRINT-COLUMN-HEAD.
042700     MOVE SPACES TO RPT-LINE.
042800     MOVE "  SCHRITT             STATUS        START"
042900       TO RPT-LINE(1:41).
043000     MOVE "ENDE" TO RPT-LINE(56:4).
043010     MOVE "RC" TO RPT-LINE(75:2).
043020     MOVE "LAEUFE" TO RPT-LINE(79:6).
043100     WRITE RPT-LINE.
043200 7100-EXIT.
043300     EXIT.
043400*
043500*****************************************************************
043600* 8000-PRINT-TOTALS  --  THE NIGHT AT A GLANCE.  ANYTHING BUT A
043700*    FULLY FINISHED NIGHT ENDS THE BOARD WITH RETURN-CODE 4 SO
043800*    THE MORNING SHIFT CANNOT MISS IT.
043900*****************************************************************
044000 8000-PRINT-TOTALS.
044100     MOVE SPACES TO RPT-LINE.
044200     WRITE RPT-LINE.
044300     MOVE "SUMMEN DER NACHT:" TO RPT-LINE.
044400     WRITE RPT-LINE.
044500     MOVE "  SCHRITTE DER NACHT:           " TO WS-RPT-LABEL.
044600     MOVE WS-NIGHT-MAX TO WS-RPT-COUNT-ED.
044700     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
044800     MOVE "  BEENDET (RC 0 BIS 4):         " TO WS-RPT-LABEL.
044900     MOVE WS-OK-COUNT TO WS-RPT-COUNT-ED.
045000     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
045100     MOVE "  MIT FEHLER (RC UEBER 4):      " TO WS-RPT-LABEL.
045200     MOVE WS-FAILED-COUNT TO WS-RPT-COUNT-ED.
045300     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
045400     MOVE "  START ABGELEHNT:              " TO WS-RPT-LABEL.
045500     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-ED.
045600     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
045700     MOVE "  NICHT BEENDET:                " TO WS-RPT-LABEL.
045800     MOVE WS-RUNNING-COUNT TO WS-RPT-COUNT-ED.
045900     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
046000     MOVE "  FEHLEN:                       " TO WS-RPT-LABEL.
046100     MOVE WS-MISSING-COUNT TO WS-RPT-COUNT-ED.
046200     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
046300     MOVE "  WEITERE LAEUFE:               " TO WS-RPT-LABEL.
046400     MOVE WS-OTHER-COUNT TO WS-RPT-COUNT-ED.
046500     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.
046600     IF WS-OK-COUNT < WS-NIGHT-MAX
046700         MOVE SPACES TO RPT-LINE
046800         WRITE RPT-LINE
046900         MOVE "NACHT NICHT VOLLSTAENDIG - SCHRITTE PRUEFEN"
047000           TO RPT-LINE
047100         WRITE RPT-LINE
047200         MOVE 4 TO RETURN-CODE
047300     END-IF.
047400     MOVE WS-OK-COUNT TO WS-COUNT-DISPLAY.
047500     DISPLAY "LAUFSTATUS BEENDET:     " WS-COUNT-DISPLAY.
047600     COMPUTE WS-COUNT-DISPLAY = WS-FAILED-COUNT
047700         + WS-REFUSED-COUNT + WS-RUNNING-COUNT.
047800     DISPLAY "LAUFSTATUS PROBLEME:    " WS-COUNT-DISPLAY.
047900     MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
048000     DISPLAY "LAUFSTATUS FEHLEN:      " WS-COUNT-DISPLAY.
048100 8000-EXIT.
048200     EXIT.
048300*
048400 8100-PRINT-TOTAL-LINE.
048500     MOVE SPACES TO RPT-LINE.
048600     STRING WS-RPT-LABEL DELIMITED BY SIZE
048700            WS-RPT-COUNT-ED DELIMITED BY SIZE
048800       INTO RPT-LINE
048900     END-STRING.
049000     WRITE RPT-LINE.
049100 8100-EXIT.
049200     EXIT.
049300*
049400*****************************************************************
049500* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
049600*****************************************************************
049700 9000-TERMINATE.
049800     IF RUN-FILE-IS-OPEN
049900         CLOSE MUTTI-LAUFSTEUERUNG
050000         MOVE "N" TO WS-RUN-OPEN-SW
050100     END-IF.
050200     CLOSE MUTTI-LAUF-RPT.
050300 9000-EXIT.
050400     EXIT.
