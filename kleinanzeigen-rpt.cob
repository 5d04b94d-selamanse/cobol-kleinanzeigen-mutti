001511*                    "WISSEN") ARE COUNTED ON THEIR OWN LINE SO
001512*                    MANAGEMENT SEES HOW OFTEN A CLOSED
001513*                    ESCALATION SAVES A NEW ONE.
001515*    2026-10-08 CJH  SAVED SEARCHES: THE COUNTS OF THE NIGHTLY
001516*                    MUTTI-SUCHAUFTRAG RUN (MUTTISTO - ACTIVE,
001517*                    PURGED AS EXPIRED, HITS ON NEW ADS AND ON
001518*                    PRICE DROPS, NOTICES SENT) ARE PRINTED IN
001519*                    THEIR OWN BLOCK AT THE END OF THE REPORT.
001520*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
001521*                    MUTTIRUN (COPY KARUNCTL): START, END,
001522*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
001523*                    DATE.  THE REPORT IS REFUSED (RETURN-CODE 12)
001524*                    UNLESS MUTTI-ABGLEICH FINISHED, AND ONCE
001525*                    MUTTI-TAGESABSCHLUSS HAS EMPTIED MUTTIAUD -
001526*                    IT WOULD REPORT AN EMPTY DAY.
001536*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
001546*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
001556*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
001566*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
001576*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
001586*****************************************************************
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
002340         ACCESS MODE IS DYNAMIC
002350         RECORD KEY IS KA-FAQ-KEY
002360         FILE STATUS IS WS-FAQF-STATUS.
002370*
002380     SELECT MUTTI-SUCHE-TOT ASSIGN TO "MUTTISTO"
002390         ORGANIZATION IS SEQUENTIAL
002395         FILE STATUS IS WS-STO-STATUS.
002400*
002410     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
002420         ORGANIZATION IS INDEXED
002430         ACCESS MODE IS DYNAMIC
002440         RECORD KEY IS KA-RUN-KEY
002450         FILE STATUS IS KA-RUNW-STATUS.
002460*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  MUTTI-AUDIT-LOG
003320 FD  MUTTI-FAQ-DATEI
003330     LABEL RECORDS ARE STANDARD.
003340 COPY KAFAQREC.
003350*
003360 FD  MUTTI-SUCHE-TOT
003370     LABEL RECORDS ARE STANDARD.
003372*    WRITTEN BY MUTTI-SUCHAUFTRAG.  KEEP IN STEP WITH THE TWIN
003374*    LAYOUT THERE.
003380 01  STO-REC.
003381     05  STO-DATE                PIC 9(08).
003382     05  STO-SEARCH-COUNT        PIC 9(07).
003383     05  STO-ACTIVE-COUNT        PIC 9(07).
003384     05  STO-PURGED-COUNT        PIC 9(07).
003385     05  STO-NEW-HIT-COUNT       PIC 9(07).
003386     05  STO-DROP-HIT-COUNT      PIC 9(07).
003387     05  STO-NOTICE-COUNT        PIC 9(07).
003388     05  FILLER                  PIC X(04).
003400*
003410 FD  MUTTI-LAUFSTEUERUNG
003420     LABEL RECORDS ARE STANDARD.
003430 COPY KARUNCTL.
003440*
003500 WORKING-STORAGE SECTION.
003600 COPY KAFAQTAB.
003610*
004100*
004110 01  WS-AUDIT-STATUS             PIC X(02).
004120 01  WS-FAQF-STATUS              PIC X(02).
004130 01  WS-STO-STATUS               PIC X(02).
004200 01  WS-COUNTERS.
004300     05  WS-TOTAL-COUNT          PIC 9(07)   COMP VALUE ZERO.
004400     05  WS-BLANK-COUNT          PIC 9(07)   COMP VALUE ZERO.
005385 01  WS-OPER-OVERFLOW-SW         PIC X(01)   VALUE "N".
005387     88  OPERATOR-TABLE-FULL             VALUE "Y".
005390*
005391*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
005392 01  WS-RUN-STEP-VALUES.
005393     05  FILLER                  PIC X(18)   VALUE "TAGESBERICHT".
005394     05  FILLER                  PIC X(30)
005395                                 VALUE "MUTTI-TAGESBERICHT".
005396     05  FILLER                  PIC X(01)   VALUE "N".
005397     05  FILLER                  PIC X(18)
005398                                 VALUE "TAGESABSCHLUSS".
005399     05  FILLER                  PIC X(18)   VALUE "ABGLEICH".
005400     05  FILLER                  PIC X(02)   VALUE "04".
005401     05  FILLER                  PIC X(60)   VALUE SPACES.
005402 COPY KARUNWRK.
005403*
005413 PROCEDURE DIVISION.
005500*
005600 0000-MAINLINE.
005610     PERFORM 9500-RUN-START THRU 9500-EXIT.
005620     IF KA-RUNW-IS-REFUSED
005630         STOP RUN
005640     END-IF.
005700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005800     PERFORM 2000-READ-AND-TALLY THRU 2000-EXIT
005900         UNTIL AUDIT-AT-END.
007830       TO KA-FAQW-REPLY(KA-FAQW-COUNT).
007840 1240-EXIT.
007850     EXIT.
007857*
007864*****************************************************************
007871* 2000-READ-AND-TALLY  --  TALLY ONE AUDIT RECORD AND READ THE
007878*    NEXT ONE.
007885*****************************************************************
007892 2000-READ-AND-TALLY.
007900     EVALUATE TRUE
008000         WHEN KA-AUD-IS-BLANK
008100             ADD 1 TO WS-BLANK-COUNT
012660 3210-EXIT.
012670     EXIT.
012680*
012686*****************************************************************
012692* 8000-PRINT-REPORT  --  WRITE THE DAILY SUMMARY LINES.
012700*****************************************************************
012800 8000-PRINT-REPORT.
012900     MOVE SPACES TO RPT-LINE.
017596         MOVE "  EINZELPROTOKOLL (MUTTIAUD)" TO RPT-LINE
017597         WRITE RPT-LINE
017598     END-IF.
017599     PERFORM 8300-PRINT-SEARCH-TOTALS THRU 8300-EXIT.
017600 8000-EXIT.
017700     EXIT.
017800*
019150     WRITE RPT-LINE.
019160 8200-EXIT.
019170     EXIT.
019171*
019172*****************************************************************
019173* 8300-PRINT-SEARCH-TOTALS  --  THE SAVED-SEARCH BLOCK, FROM THE
019174*    ONE MUTTISTO RECORD OF THE LAST MUTTI-SUCHAUFTRAG RUN.
019175*****************************************************************
019176 8300-PRINT-SEARCH-TOTALS.
019177     MOVE SPACES TO RPT-LINE.
019178     WRITE RPT-LINE.
019179     MOVE SPACES TO RPT-LINE.
019180     MOVE "SUCHAUFTRAEGE:" TO RPT-LINE.
019181     WRITE RPT-LINE.
019182     OPEN INPUT MUTTI-SUCHE-TOT.
019183     IF WS-STO-STATUS NOT = "00"
019184         MOVE SPACES TO RPT-LINE
019185         MOVE "  KEINE SUCHAUFTRAG-SUMMEN (MUTTISTO)" TO RPT-LINE
019186         WRITE RPT-LINE
019187         GO TO 8300-EXIT
019188     END-IF.
019189     READ MUTTI-SUCHE-TOT
019190         AT END
019191             MOVE SPACES TO STO-REC
019192     END-READ.
019193     CLOSE MUTTI-SUCHE-TOT.
019194     IF STO-DATE NOT NUMERIC
019195         MOVE SPACES TO RPT-LINE
019196         MOVE "  KEINE SUCHAUFTRAG-SUMMEN (MUTTISTO)" TO RPT-LINE
019197         WRITE RPT-LINE
019198         GO TO 8300-EXIT
019199     END-IF.
019200     MOVE SPACES TO RPT-LINE.
019201     STRING "  NACHTLAUF VOM              " DELIMITED BY SIZE
019202            STO-DATE DELIMITED BY SIZE
019203       INTO RPT-LINE
019204     END-STRING.
019205     WRITE RPT-LINE.
019206     MOVE SPACES TO RPT-LINE.
019207     MOVE STO-ACTIVE-COUNT TO WS-RPT-COUNT-ED.
019208     STRING "  AKTIV                      " DELIMITED BY SIZE
019209            WS-RPT-COUNT-ED DELIMITED BY SIZE
019210       INTO RPT-LINE
019211     END-STRING.
019212     WRITE RPT-LINE.
019213     MOVE SPACES TO RPT-LINE.
019214     MOVE STO-PURGED-COUNT TO WS-RPT-COUNT-ED.
019215     STRING "  ABGELAUFEN UND GELOESCHT   " DELIMITED BY SIZE
019216            WS-RPT-COUNT-ED DELIMITED BY SIZE
019217       INTO RPT-LINE
019218     END-STRING.
019219     WRITE RPT-LINE.
019220     MOVE SPACES TO RPT-LINE.
019221     MOVE STO-NEW-HIT-COUNT TO WS-RPT-COUNT-ED.
019222     STRING "  TREFFER NEUE ANZEIGEN      " DELIMITED BY SIZE
019223            WS-RPT-COUNT-ED DELIMITED BY SIZE
019224       INTO RPT-LINE
019225     END-STRING.
019226     WRITE RPT-LINE.
019227     MOVE SPACES TO RPT-LINE.
019228     MOVE STO-DROP-HIT-COUNT TO WS-RPT-COUNT-ED.
019229     STRING "  TREFFER PREISSENKUNGEN     " DELIMITED BY SIZE
019230            WS-RPT-COUNT-ED DELIMITED BY SIZE
019231       INTO RPT-LINE
019232     END-STRING.
019233     WRITE RPT-LINE.
019234     MOVE SPACES TO RPT-LINE.
019235     MOVE STO-NOTICE-COUNT TO WS-RPT-COUNT-ED.
019236     STRING "  BENACHRICHTIGUNGEN         " DELIMITED BY SIZE
019237            WS-RPT-COUNT-ED DELIMITED BY SIZE
019238       INTO RPT-LINE
019239     END-STRING.
019240     WRITE RPT-LINE.
019241 8300-EXIT.
019242     EXIT.
019252*
019262*****************************************************************
019300* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
019400*****************************************************************
019500 9000-TERMINATE.
019560         CLOSE MUTTI-AUDIT-LOG
019570     END-IF.
019700     CLOSE MUTTI-DAILY-RPT.
019710     PERFORM 9600-RUN-END THRU 9600-EXIT.
019800 9000-EXIT.
019900     EXIT.
020000*
020100*****************************************************************
020200* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
020300*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
020400*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
020500*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
020600*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
020700*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
020800*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
020900*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
021000*    LOGGED AND REOPENED BY 9600-RUN-END.
021100*****************************************************************
021200 9500-RUN-START.
021300     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
021400     MOVE "N" TO KA-RUNW-REFUSED-SW.
021500     MOVE "N" TO KA-RUNW-LOGGED-SW.
021600     MOVE ZERO TO KA-RUNW-BUS-DATE.
021700     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
021800         VARYING KA-RUNW-IDX FROM 1 BY 1
021900         UNTIL KA-RUNW-IDX > 4.
022000     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
022100     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
022200     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
022300     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
022400         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
022500             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
022600     END-IF.
022700     OPEN I-O MUTTI-LAUFSTEUERUNG.
022800     IF KA-RUNW-STATUS NOT = "00"
022900         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
023000         CLOSE MUTTI-LAUFSTEUERUNG
023100         OPEN I-O MUTTI-LAUFSTEUERUNG
023200     END-IF.
023300     IF KA-RUNW-STATUS NOT = "00"
023400         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
023500             TO KA-RUNW-MESSAGE
023600         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
023700         GO TO 9500-EXIT
023800     END-IF.
023900     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
024000     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
024100     IF NOT KA-RUNW-IS-REFUSED
024200         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
024300             VARYING KA-RUNW-IDX FROM 1 BY 1
024400             UNTIL KA-RUNW-IDX > 4
024500                OR KA-RUNW-IS-REFUSED
024600     END-IF.
024700     IF NOT KA-RUNW-IS-REFUSED
024800         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
024900     END-IF.
025000     IF KA-RUNW-IS-REFUSED
025100         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
025200     ELSE
025300         PERFORM 9540-LOG-START THRU 9540-EXIT
025400     END-IF.
025500 9500-EXIT.
025600     EXIT.
025700*
025800*****************************************************************
025900* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
026000*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
026100*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
026200*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
026300*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
026400*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
026500*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
026600*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
026610*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
026700*****************************************************************
026800 9510-GET-BUSINESS-DATE.
026900     IF KA-RUNW-OPENS-NIGHT
027000         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
027100         GO TO 9510-EXIT
027200     END-IF.
027300     MOVE ZERO TO KA-RUN-BUS-DATE.
027400     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
027500     READ MUTTI-LAUFSTEUERUNG
027600         INVALID KEY
027700             MOVE ZERO TO KA-RUN-CTL-DATE
027800     END-READ.
027900     IF KA-RUN-CTL-DATE = ZERO
028000         IF KA-RUNW-NEED-STEP(1) = SPACES
028100             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
028200         ELSE
028300             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
028400                 TO KA-RUNW-MESSAGE
028500             SET KA-RUNW-IS-REFUSED TO TRUE
028600         END-IF
028700         GO TO 9510-EXIT
028800     END-IF.
028900     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
028910     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
028920     IF KA-RUNW-IS-NIGHT-STEP
028930         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
028940         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
028950     END-IF.
028960     IF KA-RUNW-IS-NIGHT-STEP
028970         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
028980         AND NOT KA-RUNW-NIGHT-IS-OPEN
028990         MOVE SPACES TO KA-RUNW-MESSAGE
029300         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
029400                KA-RUNW-BUS-DATE DELIMITED BY SIZE
029500                " IST ALT - SICHERUNG ENTLADEN FEHLT"
029600                    DELIMITED BY SIZE
029700           INTO KA-RUNW-MESSAGE
029800         END-STRING
029900         SET KA-RUNW-IS-REFUSED TO TRUE
030000     END-IF.
030100 9510-EXIT.
030200     EXIT.
030203*
030206*****************************************************************
030209* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
030212*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
030215*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
030218*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
030221*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
030224*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
030227*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
030230*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
030233*****************************************************************
030236 9515-CHECK-NIGHT-STILL-OPEN.
030239     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
030242         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
030245     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
030248         GO TO 9515-EXIT
030251     END-IF.
030254     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
030257     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
030260     READ MUTTI-LAUFSTEUERUNG
030263         INVALID KEY
030266             MOVE SPACE TO KA-RUN-STATUS
030269     END-READ.
030272     IF KA-RUN-IS-FINISHED
030275         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
030278         GO TO 9515-EXIT
030281     END-IF.
030284     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
030287     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
030290         " WIRD ZU ENDE GEFUEHRT".
030293 9515-EXIT.
030296     EXIT.
030300*
030400 9520-CHECK-PREDECESSOR.
030500     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
030600         GO TO 9520-EXIT
030700     END-IF.
030800     MOVE SPACES TO KA-RUNW-WHY.
030900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
031000     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
031100     READ MUTTI-LAUFSTEUERUNG
031200         INVALID KEY
031300             MOVE "FEHLT" TO KA-RUNW-WHY
031400         NOT INVALID KEY
031500             IF NOT KA-RUN-IS-FINISHED
031600                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
031700             ELSE
031800                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
031900                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
032000                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
032100                         TO KA-RUNW-MAX-ED
032200                     STRING "MIT RC " DELIMITED BY SIZE
032300                            KA-RUNW-RC-ED DELIMITED BY SIZE
032400                            " BEENDET (MAX " DELIMITED BY SIZE
032500                            KA-RUNW-MAX-ED DELIMITED BY SIZE
032600                            ")" DELIMITED BY SIZE
032700                       INTO KA-RUNW-WHY
032800                     END-STRING
032900                 END-IF
033000             END-IF
033100     END-READ.
033200     IF KA-RUNW-WHY NOT = SPACES
033300         MOVE SPACES TO KA-RUNW-MESSAGE
033400         STRING "VORGAENGER " DELIMITED BY SIZE
033500                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
033600                " " DELIMITED BY SIZE
033700                KA-RUNW-WHY DELIMITED BY SIZE
033800           INTO KA-RUNW-MESSAGE
033900         END-STRING
034000         SET KA-RUNW-IS-REFUSED TO TRUE
034100     END-IF.
034200 9520-EXIT.
034300     EXIT.
034400*
034500 9530-CHECK-BLOCKER.
034600     IF KA-RUNW-BLOCKER = SPACES
034700         GO TO 9530-EXIT
034800     END-IF.
034900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
035000     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
035100     READ MUTTI-LAUFSTEUERUNG
035200         INVALID KEY
035300             MOVE SPACE TO KA-RUN-STATUS
035400     END-READ.
035500     IF KA-RUN-IS-FINISHED
035600         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
035700         MOVE SPACES TO KA-RUNW-MESSAGE
035800         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
035900                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
036000                    DELIMITED BY SIZE
036100           INTO KA-RUNW-MESSAGE
036200         END-STRING
036300         SET KA-RUNW-IS-REFUSED TO TRUE
036400     END-IF.
036500 9530-EXIT.
036600     EXIT.
036700*
036800*****************************************************************
036900* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
037000*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
037100*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
037200*****************************************************************
037300 9540-LOG-START.
037400     IF KA-RUNW-OPENS-NIGHT
037500         MOVE "N" TO KA-RUNW-FOUND-SW
037600         MOVE ZERO TO KA-RUN-BUS-DATE
037700         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
037800         READ MUTTI-LAUFSTEUERUNG
037900             NOT INVALID KEY
038000                 SET KA-RUNW-REC-FOUND TO TRUE
038100         END-READ
038200         MOVE SPACES TO KA-RUN-CTL-DATA
038300         MOVE ZERO TO KA-RUN-BUS-DATE
038400         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
038500         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
038600         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
038700         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
038800         IF KA-RUNW-REC-FOUND
038900             REWRITE KA-RUN-REC
039000         ELSE
039100             WRITE KA-RUN-REC
039200         END-IF
039300     END-IF.
039400     MOVE "N" TO KA-RUNW-FOUND-SW.
039500     MOVE ZERO TO KA-RUNW-RUNS.
039600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
039700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
039800     READ MUTTI-LAUFSTEUERUNG
039900         NOT INVALID KEY
040000             SET KA-RUNW-REC-FOUND TO TRUE
040100             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
040200     END-READ.
040300     MOVE SPACES TO KA-RUN-DATA.
040400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
040500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
040600     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
040700     SET KA-RUN-IS-RUNNING TO TRUE.
040800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
040900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
041000     MOVE ZERO TO KA-RUN-END-DATE.
041100     MOVE ZERO TO KA-RUN-END-TIME.
041200     MOVE ZERO TO KA-RUN-RC.
041300     ADD 1 TO KA-RUNW-RUNS.
041400     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
041500     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
041600     IF KA-RUNW-REC-FOUND
041700         REWRITE KA-RUN-REC
041800     ELSE
041900         WRITE KA-RUN-REC
042000     END-IF.
042100     CLOSE MUTTI-LAUFSTEUERUNG.
042200     MOVE "N" TO KA-RUNW-OPEN-SW.
042300     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
042400     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
042500         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
042600 9540-EXIT.
042700     EXIT.
042800*
042900*****************************************************************
043000* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
043100*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
043200*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
043300*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
043400*****************************************************************
043500 9580-REFUSE-RUN.
043600     SET KA-RUNW-IS-REFUSED TO TRUE.
043700     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
043800     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
043900     IF NOT KA-RUNW-FILE-IS-OPEN
044000         GO TO 9580-EXIT
044100     END-IF.
044200     IF KA-RUNW-BUS-DATE NOT = ZERO
044300         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
044400     END-IF.
044500     CLOSE MUTTI-LAUFSTEUERUNG.
044600     MOVE "N" TO KA-RUNW-OPEN-SW.
044700 9580-EXIT.
044800     EXIT.
044900*
045000 9585-LOG-REFUSAL.
045100     MOVE "N" TO KA-RUNW-FOUND-SW.
045200     MOVE ZERO TO KA-RUNW-RUNS.
045300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
045400     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
045500     READ MUTTI-LAUFSTEUERUNG
045600         NOT INVALID KEY
045700             SET KA-RUNW-REC-FOUND TO TRUE
045800             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
045900     END-READ.
046000     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
046100         GO TO 9585-EXIT
046200     END-IF.
046300     MOVE SPACES TO KA-RUN-DATA.
046400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
046500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
046600     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
046700     SET KA-RUN-WAS-REFUSED TO TRUE.
046800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
046900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
047000     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
047100     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
047200     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
047300     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
047400     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
047500     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
047600     IF KA-RUNW-REC-FOUND
047700         REWRITE KA-RUN-REC
047800     ELSE
047900         WRITE KA-RUN-REC
048000     END-IF.
048100 9585-EXIT.
048200     EXIT.
048300*
048400*****************************************************************
048500* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
048600*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
048700*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
048800*****************************************************************
048900 9600-RUN-END.
049000     IF NOT KA-RUNW-RUN-IS-LOGGED
049100         GO TO 9600-EXIT
049200     END-IF.
049300     MOVE "N" TO KA-RUNW-LOGGED-SW.
049400     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
049500     OPEN I-O MUTTI-LAUFSTEUERUNG.
049600     IF KA-RUNW-STATUS NOT = "00"
049700         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
049800             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
049900         GO TO 9600-EXIT
050000     END-IF.
050100     MOVE "N" TO KA-RUNW-FOUND-SW.
050200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
050300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
050400     READ MUTTI-LAUFSTEUERUNG
050500         INVALID KEY
050600             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
050700                 " ENDE NICHT VERMERKT - SATZ FEHLT"
050800         NOT INVALID KEY
050900             SET KA-RUNW-REC-FOUND TO TRUE
051000     END-READ.
051100     IF KA-RUNW-REC-FOUND
051200         SET KA-RUN-IS-FINISHED TO TRUE
051300         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
051400         ACCEPT KA-RUN-END-TIME FROM TIME
051500         MOVE RETURN-CODE TO KA-RUN-RC
051600         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
051700         REWRITE KA-RUN-REC
051800         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
051900         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
052000             " BEENDET MIT RC " KA-RUNW-RC-ED
052100     END-IF.
052200     CLOSE MUTTI-LAUFSTEUERUNG.
052300 9600-EXIT.
052400     EXIT.
052500*
052600 9610-CLEAR-RUN-COUNT.
052700     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
052800     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
052900 9610-EXIT.
053000     EXIT.
053100*
053200*****************************************************************
053300* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
053400*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
053500*****************************************************************
053600 9650-SET-RUN-COUNTS.
053700     MOVE "FRAGEN" TO KA-RUNW-CNT-LABEL(1).
053800     MOVE WS-TOTAL-COUNT TO KA-RUNW-CNT-VALUE(1).
053900     MOVE "ANZEIGE" TO KA-RUNW-CNT-LABEL(2).
054000     MOVE WS-AD-COUNT TO KA-RUNW-CNT-VALUE(2).
054100     MOVE "OHNE TREFFER" TO KA-RUNW-CNT-LABEL(3).
054200     MOVE WS-NONE-COUNT TO KA-RUNW-CNT-VALUE(3).
054300     MOVE "MISSBRAUCH" TO KA-RUNW-CNT-LABEL(4).
054400     MOVE WS-ABUSE-COUNT TO KA-RUNW-CNT-VALUE(4).
054500 9650-EXIT.
054600     EXIT.
