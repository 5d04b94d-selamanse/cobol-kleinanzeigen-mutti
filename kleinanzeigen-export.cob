003100*                    RUN, EVERY NON-ACTIVE AD WENT OUT AS A
003200*                    DELTA), 8 = A FILE WOULD NOT OPEN - THE
003300*                    SAME CONVENTION AS MUTTI-ANZEIGEN-LADEN.
003310*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
003320*                    MUTTIRUN (COPY KARUNCTL): START, END,
003330*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
003340*                    DATE.  THE EXPORT IS REFUSED (RETURN-CODE 12)
003350*                    UNLESS MUTTI-TAGESABSCHLUSS FINISHED.
003360*                    MUTTI-DATENSCHUTZ IS SCHEDULED BEFORE THE
003370*                    EXPORT BUT NOT WAITED FOR - A RETENTION
003380*                    PROBLEM DOES NOT HOLD THE PLATFORM'S DELTA.
003381*    2026-10-14 CJH  THE DELTA RECORD GROWS FROM 30 TO 50 BYTES:
003382*                    EVERY DELTA NOW CARRIES THE AD'S PRICE AND
003383*                    MINIMUM PRICE (ZERO FOR A PURGED AD), AND
003384*                    A PRICE CORRECTED BY HAND IN MUTTI-
003385*                    ANZEIGENBEARBEITUNG (KA-MST-PRICE-HOLD) GOES
003386*                    OUT AS A DELTA WITH DLT-PRICE-SW "P" EVEN
003387*                    WHEN THE STATUS DID NOT MOVE.  THE
003388*                    PLATFORM'S DELTA LOADER MUST TAKE THE
003389*                    LONGER RECORD BEFORE THIS GOES LIVE.
003390*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
003391*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
003392*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
003393*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
003394*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-DLT-STATUS.
005700*
005710     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS DYNAMIC
005740         RECORD KEY IS KA-RUN-KEY
005750         FILE STATUS IS KA-RUNW-STATUS.
005760*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  KLEINANZEIGEN-MASTER
008500     05  DLT-NEW-STATUS          PIC X(01).
008600     05  DLT-STATUS-DATE         PIC 9(08).
008700     05  DLT-RUN-DATE            PIC 9(08).
008710     05  DLT-PRICE-SW            PIC X(01).
008720         88  DLT-PRICE-BY-HAND           VALUE "P".
008730     05  DLT-PRICE               PIC 9(07)V99.
008740     05  DLT-MIN-PRICE           PIC 9(07)V99.
008800     05  FILLER                  PIC X(03).
008900*
008910 FD  MUTTI-LAUFSTEUERUNG
008920     LABEL RECORDS ARE STANDARD.
008930 COPY KARUNCTL.
008940*
009000 WORKING-STORAGE SECTION.
009100 01  WS-SWITCHES.
009200     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
011900     05  WS-NEW-COUNT            PIC 9(07)   COMP VALUE ZERO.
012000     05  WS-PURGED-COUNT         PIC 9(07)   COMP VALUE ZERO.
012100     05  WS-UNCHANGED-COUNT      PIC 9(07)   COMP VALUE ZERO.
012110     05  WS-PRICE-DLT-COUNT      PIC 9(07)   COMP VALUE ZERO.
012200*
012300 01  WS-COUNT-DISPLAY            PIC 9(07).
012400*
012406*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
012412 01  WS-RUN-STEP-VALUES.
012418     05  FILLER                  PIC X(18)   VALUE "EXPORT".
012424     05  FILLER                  PIC X(30)
012430                                 VALUE "MUTTI-STATUS-EXPORT".
012436     05  FILLER                  PIC X(01)   VALUE "N".
012442     05  FILLER                  PIC X(18)   VALUE SPACES.
012448     05  FILLER                  PIC X(18)
012454                                 VALUE "TAGESABSCHLUSS".
012460     05  FILLER                  PIC X(02)   VALUE "04".
012478     05  FILLER                  PIC X(60)   VALUE SPACES.
012484 COPY KARUNWRK.
012490*
012500 PROCEDURE DIVISION.
012600*
012700 0000-MAINLINE.
012710     PERFORM 9500-RUN-START THRU 9500-EXIT.
012720     IF KA-RUNW-IS-REFUSED
012730         STOP RUN
012740     END-IF.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     IF RETURN-CODE NOT = 8
013000         PERFORM 2000-MATCH-ONE-PAIR THRU 2000-EXIT
025100*    OLD SNAPSHOT.  THE PLATFORM SENT IT TO US, SO AN ACTIVE NEW
025200*    AD IS NO NEWS - ONLY ONE THAT ALREADY MOVED PAST ACTIVE
025300*    (RESERVED THE SAME DAY, FOR INSTANCE) GOES OUT AS A DELTA
025400*    WITH A BLANK OLD STATUS, AS DOES ONE WHOSE PRICE WAS
025410*    CORRECTED BY HAND.  EITHER WAY IT JOINS THE NEW SNAPSHOT.
025600*****************************************************************
025700 3000-HANDLE-NEW-AD.
025800     ADD 1 TO WS-NEW-COUNT.
025900     IF WS-MST-NORM-STATUS NOT = "A"
025910         OR KA-MST-PRICE-IS-HELD
026000         MOVE SPACES TO DLT-REC
026100         MOVE KA-MST-AD-ID TO DLT-AD-ID
026200         MOVE SPACE TO DLT-OLD-STATUS
026300         MOVE WS-MST-NORM-STATUS TO DLT-NEW-STATUS
026400         MOVE KA-MST-STATUS-DATE TO DLT-STATUS-DATE
026500         MOVE WS-TODAY-DATE TO DLT-RUN-DATE
026550         PERFORM 3050-SET-DELTA-PRICES THRU 3050-EXIT
026600         WRITE DLT-REC
026700         ADD 1 TO WS-DELTA-COUNT
026800     END-IF.
026900     PERFORM 4000-WRITE-NEW-SNAPSHOT THRU 4000-EXIT.
027000 3000-EXIT.
027100     EXIT.
027110*
027120*****************************************************************
027130* 3050-SET-DELTA-PRICES  --  PRICE AND MINIMUM OF THE MASTER
027140*    RECORD ONTO THE DELTA, FLAGGED WHEN THE PRICE WAS
027150*    CORRECTED BY HAND SO THE PLATFORM TAKES IT OVER.
027160*    MINIMUM AND PRICE ARE BLANK ON VERY OLD RECORDS.
027170*****************************************************************
027180 3050-SET-DELTA-PRICES.
027181     MOVE ZERO TO DLT-PRICE.
027182     MOVE ZERO TO DLT-MIN-PRICE.
027183     IF KA-MST-PRICE NUMERIC
027184         MOVE KA-MST-PRICE TO DLT-PRICE
027185     END-IF.
027186     IF KA-MST-MIN-PRICE NUMERIC
027187         MOVE KA-MST-MIN-PRICE TO DLT-MIN-PRICE
027188     END-IF.
027189     IF KA-MST-PRICE-IS-HELD
027190         SET DLT-PRICE-BY-HAND TO TRUE
027191         ADD 1 TO WS-PRICE-DLT-COUNT
027192     END-IF.
027193 3050-EXIT.
027194     EXIT.
027200*
027300*****************************************************************
027400* 3100-HANDLE-MATCHED-AD  --  THE AD IS ON BOTH SIDES.  A MOVED
027500*    STATUS OR STATUS DATE, OR A PRICE CORRECTED BY HAND, MAKES
027600*    A DELTA; OTHERWISE IT JUST ROLLS INTO THE NEW SNAPSHOT
027610*    UNCHANGED.
027700*****************************************************************
027800 3100-HANDLE-MATCHED-AD.
027900     IF WS-MST-NORM-STATUS NOT = WS-SNP-NORM-STATUS
028000         OR KA-MST-STATUS-DATE NOT = SNP-ALT-STATUS-DATE
028010         OR KA-MST-PRICE-IS-HELD
028100         MOVE SPACES TO DLT-REC
028200         MOVE KA-MST-AD-ID TO DLT-AD-ID
028300         MOVE WS-SNP-NORM-STATUS TO DLT-OLD-STATUS
028400         MOVE WS-MST-NORM-STATUS TO DLT-NEW-STATUS
028500         MOVE KA-MST-STATUS-DATE TO DLT-STATUS-DATE
028600         MOVE WS-TODAY-DATE TO DLT-RUN-DATE
028650         PERFORM 3050-SET-DELTA-PRICES THRU 3050-EXIT
028700         WRITE DLT-REC
028800         ADD 1 TO WS-DELTA-COUNT
028900     ELSE
030700     MOVE "X" TO DLT-NEW-STATUS.
030800     MOVE SNP-ALT-STATUS-DATE TO DLT-STATUS-DATE.
030900     MOVE WS-TODAY-DATE TO DLT-RUN-DATE.
030910     MOVE ZERO TO DLT-PRICE.
030920     MOVE ZERO TO DLT-MIN-PRICE.
031000     WRITE DLT-REC.
031100     ADD 1 TO WS-DELTA-COUNT.
031200 3200-EXIT.
034200     DISPLAY "STATUS-EXPORT GELOESCHTE:       " WS-COUNT-DISPLAY.
034300     MOVE WS-UNCHANGED-COUNT TO WS-COUNT-DISPLAY.
034400     DISPLAY "STATUS-EXPORT UNVERAENDERT:     " WS-COUNT-DISPLAY.
034410     MOVE WS-PRICE-DLT-COUNT TO WS-COUNT-DISPLAY.
034420     DISPLAY "STATUS-EXPORT HANDPREISE:       " WS-COUNT-DISPLAY.
034500 8000-EXIT.
034600     EXIT.
034700*
036300     IF WS-DLT-STATUS = "00"
036400         CLOSE MUTTI-DELTA-OUT
036500     END-IF.
036510     PERFORM 9600-RUN-END THRU 9600-EXIT.
036600 9000-EXIT.
036700     EXIT.
036800*
036900*****************************************************************
037000* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
037100*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
037200*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
037300*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
037400*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
037500*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
037600*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
037700*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
037800*    LOGGED AND REOPENED BY 9600-RUN-END.
037900*****************************************************************
038000 9500-RUN-START.
038100     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
038200     MOVE "N" TO KA-RUNW-REFUSED-SW.
038300     MOVE "N" TO KA-RUNW-LOGGED-SW.
038400     MOVE ZERO TO KA-RUNW-BUS-DATE.
038500     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
038600         VARYING KA-RUNW-IDX FROM 1 BY 1
038700         UNTIL KA-RUNW-IDX > 4.
038800     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
038900     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
039000     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
039100     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
039200         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
039300             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
039400     END-IF.
039500     OPEN I-O MUTTI-LAUFSTEUERUNG.
039600     IF KA-RUNW-STATUS NOT = "00"
039700         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
039800         CLOSE MUTTI-LAUFSTEUERUNG
039900         OPEN I-O MUTTI-LAUFSTEUERUNG
040000     END-IF.
040100     IF KA-RUNW-STATUS NOT = "00"
040200         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
040300             TO KA-RUNW-MESSAGE
040400         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
040500         GO TO 9500-EXIT
040600     END-IF.
040700     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
040800     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
040900     IF NOT KA-RUNW-IS-REFUSED
041000         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
041100             VARYING KA-RUNW-IDX FROM 1 BY 1
041200             UNTIL KA-RUNW-IDX > 4
041300                OR KA-RUNW-IS-REFUSED
041400     END-IF.
041500     IF NOT KA-RUNW-IS-REFUSED
041600         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
041700     END-IF.
041800     IF KA-RUNW-IS-REFUSED
041900         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
042000     ELSE
042100         PERFORM 9540-LOG-START THRU 9540-EXIT
042200     END-IF.
042300 9500-EXIT.
042400     EXIT.
042500*
042600*****************************************************************
042700* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
042800*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
042900*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
043000*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
043100*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
043200*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
043300*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
043400*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
043410*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
043500*****************************************************************
043600 9510-GET-BUSINESS-DATE.
043700     IF KA-RUNW-OPENS-NIGHT
043800         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
043900         GO TO 9510-EXIT
044000     END-IF.
044100     MOVE ZERO TO KA-RUN-BUS-DATE.
044200     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
044300     READ MUTTI-LAUFSTEUERUNG
044400         INVALID KEY
044500             MOVE ZERO TO KA-RUN-CTL-DATE
044600     END-READ.
044700     IF KA-RUN-CTL-DATE = ZERO
044800         IF KA-RUNW-NEED-STEP(1) = SPACES
044900             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
045000         ELSE
045100             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
045200                 TO KA-RUNW-MESSAGE
045300             SET KA-RUNW-IS-REFUSED TO TRUE
045400         END-IF
045500         GO TO 9510-EXIT
045600     END-IF.
045700     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
045710     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
045720     IF KA-RUNW-IS-NIGHT-STEP
045730         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
045740         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
045750     END-IF.
045760     IF KA-RUNW-IS-NIGHT-STEP
045770         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
045780         AND NOT KA-RUNW-NIGHT-IS-OPEN
045790         MOVE SPACES TO KA-RUNW-MESSAGE
046100         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
046200                KA-RUNW-BUS-DATE DELIMITED BY SIZE
046300                " IST ALT - SICHERUNG ENTLADEN FEHLT"
046400                    DELIMITED BY SIZE
046500           INTO KA-RUNW-MESSAGE
046600         END-STRING
046700         SET KA-RUNW-IS-REFUSED TO TRUE
046800     END-IF.
046900 9510-EXIT.
047000     EXIT.
047003*
047006*****************************************************************
047009* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
047012*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
047015*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
047018*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
047021*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
047024*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
047027*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
047030*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
047033*****************************************************************
047036 9515-CHECK-NIGHT-STILL-OPEN.
047039     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
047042         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
047045     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
047048         GO TO 9515-EXIT
047051     END-IF.
047054     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
047057     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
047060     READ MUTTI-LAUFSTEUERUNG
047063         INVALID KEY
047066             MOVE SPACE TO KA-RUN-STATUS
047069     END-READ.
047072     IF KA-RUN-IS-FINISHED
047075         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
047078         GO TO 9515-EXIT
047081     END-IF.
047084     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
047087     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
047090         " WIRD ZU ENDE GEFUEHRT".
047093 9515-EXIT.
047096     EXIT.
047100*
047200 9520-CHECK-PREDECESSOR.
047300     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
047400         GO TO 9520-EXIT
047500     END-IF.
047600     MOVE SPACES TO KA-RUNW-WHY.
047700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
047800     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
047900     READ MUTTI-LAUFSTEUERUNG
048000         INVALID KEY
048100             MOVE "FEHLT" TO KA-RUNW-WHY
048200         NOT INVALID KEY
048300             IF NOT KA-RUN-IS-FINISHED
048400                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
048500             ELSE
048600                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
048700                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
048800                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
048900                         TO KA-RUNW-MAX-ED
049000                     STRING "MIT RC " DELIMITED BY SIZE
049100                            KA-RUNW-RC-ED DELIMITED BY SIZE
049200                            " BEENDET (MAX " DELIMITED BY SIZE
049300                            KA-RUNW-MAX-ED DELIMITED BY SIZE
049400                            ")" DELIMITED BY SIZE
049500                       INTO KA-RUNW-WHY
049600                     END-STRING
049700                 END-IF
049800             END-IF
049900     END-READ.
050000     IF KA-RUNW-WHY NOT = SPACES
050100         MOVE SPACES TO KA-RUNW-MESSAGE
050200         STRING "VORGAENGER " DELIMITED BY SIZE
050300                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
050400                " " DELIMITED BY SIZE
050500                KA-RUNW-WHY DELIMITED BY SIZE
050600           INTO KA-RUNW-MESSAGE
050700         END-STRING
050800         SET KA-RUNW-IS-REFUSED TO TRUE
050900     END-IF.
051000 9520-EXIT.
051100     EXIT.
051200*
051300 9530-CHECK-BLOCKER.
051400     IF KA-RUNW-BLOCKER = SPACES
051500         GO TO 9530-EXIT
051600     END-IF.
051700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
051800     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
051900     READ MUTTI-LAUFSTEUERUNG
052000         INVALID KEY
052100             MOVE SPACE TO KA-RUN-STATUS
052200     END-READ.
052300     IF KA-RUN-IS-FINISHED
052400         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
052500         MOVE SPACES TO KA-RUNW-MESSAGE
052600         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
052700                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
052800                    DELIMITED BY SIZE
052900           INTO KA-RUNW-MESSAGE
053000         END-STRING
053100         SET KA-RUNW-IS-REFUSED TO TRUE
053200     END-IF.
053300 9530-EXIT.
053400     EXIT.
053500*
053600*****************************************************************
053700* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
053800*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
053900*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
054000*****************************************************************
054100 9540-LOG-START.
054200     IF KA-RUNW-OPENS-NIGHT
054300         MOVE "N" TO KA-RUNW-FOUND-SW
054400         MOVE ZERO TO KA-RUN-BUS-DATE
054500         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
054600         READ MUTTI-LAUFSTEUERUNG
054700             NOT INVALID KEY
054800                 SET KA-RUNW-REC-FOUND TO TRUE
054900         END-READ
055000         MOVE SPACES TO KA-RUN-CTL-DATA
055100         MOVE ZERO TO KA-RUN-BUS-DATE
055200         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
055300         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
055400         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
055500         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
055600         IF KA-RUNW-REC-FOUND
055700             REWRITE KA-RUN-REC
055800         ELSE
055900             WRITE KA-RUN-REC
056000         END-IF
056100     END-IF.
056200     MOVE "N" TO KA-RUNW-FOUND-SW.
056300     MOVE ZERO TO KA-RUNW-RUNS.
056400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
056500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
056600     READ MUTTI-LAUFSTEUERUNG
056700         NOT INVALID KEY
056800             SET KA-RUNW-REC-FOUND TO TRUE
056900             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
057000     END-READ.
057100     MOVE SPACES TO KA-RUN-DATA.
057200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
057300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
057400     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
057500     SET KA-RUN-IS-RUNNING TO TRUE.
057600     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
057700     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
057800     MOVE ZERO TO KA-RUN-END-DATE.
057900     MOVE ZERO TO KA-RUN-END-TIME.
058000     MOVE ZERO TO KA-RUN-RC.
058100     ADD 1 TO KA-RUNW-RUNS.
058200     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
058300     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
058400     IF KA-RUNW-REC-FOUND
058500         REWRITE KA-RUN-REC
058600     ELSE
058700         WRITE KA-RUN-REC
058800     END-IF.
058900     CLOSE MUTTI-LAUFSTEUERUNG.
059000     MOVE "N" TO KA-RUNW-OPEN-SW.
059100     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
059200     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
059300         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
059400 9540-EXIT.
059500     EXIT.
059600*
059700*****************************************************************
059800* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
059900*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
060000*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
060100*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
060200*****************************************************************
060300 9580-REFUSE-RUN.
060400     SET KA-RUNW-IS-REFUSED TO TRUE.
060500     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
060600     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
060700     IF NOT KA-RUNW-FILE-IS-OPEN
060800         GO TO 9580-EXIT
060900     END-IF.
061000     IF KA-RUNW-BUS-DATE NOT = ZERO
061100         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
061200     END-IF.
061300     CLOSE MUTTI-LAUFSTEUERUNG.
061400     MOVE "N" TO KA-RUNW-OPEN-SW.
061500 9580-EXIT.
061600     EXIT.
061700*
061800 9585-LOG-REFUSAL.
061900     MOVE "N" TO KA-RUNW-FOUND-SW.
062000     MOVE ZERO TO KA-RUNW-RUNS.
062100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
062200     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
062300     READ MUTTI-LAUFSTEUERUNG
062400         NOT INVALID KEY
062500             SET KA-RUNW-REC-FOUND TO TRUE
062600             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
062700     END-READ.
062800     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
062900         GO TO 9585-EXIT
063000     END-IF.
063100     MOVE SPACES TO KA-RUN-DATA.
063200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
063300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
063400     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
063500     SET KA-RUN-WAS-REFUSED TO TRUE.
063600     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
063700     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
063800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
063900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
064000     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
064100     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
064200     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
064300     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
064400     IF KA-RUNW-REC-FOUND
064500         REWRITE KA-RUN-REC
064600     ELSE
064700         WRITE KA-RUN-REC
064800     END-IF.
064900 9585-EXIT.
065000     EXIT.
065100*
065200*****************************************************************
065300* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
065400*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
065500*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
065600*****************************************************************
065700 9600-RUN-END.
065800     IF NOT KA-RUNW-RUN-IS-LOGGED
065900         GO TO 9600-EXIT
066000     END-IF.
066100     MOVE "N" TO KA-RUNW-LOGGED-SW.
066200     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
066300     OPEN I-O MUTTI-LAUFSTEUERUNG.
066400     IF KA-RUNW-STATUS NOT = "00"
066500         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
066600             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
066700         GO TO 9600-EXIT
066800     END-IF.
066900     MOVE "N" TO KA-RUNW-FOUND-SW.
067000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
067100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
067200     READ MUTTI-LAUFSTEUERUNG
067300         INVALID KEY
067400             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
067500                 " ENDE NICHT VERMERKT - SATZ FEHLT"
067600         NOT INVALID KEY
067700             SET KA-RUNW-REC-FOUND TO TRUE
067800     END-READ.
067900     IF KA-RUNW-REC-FOUND
068000         SET KA-RUN-IS-FINISHED TO TRUE
068100         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
068200         ACCEPT KA-RUN-END-TIME FROM TIME
068300         MOVE RETURN-CODE TO KA-RUN-RC
068400         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
068500         REWRITE KA-RUN-REC
068600         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
068700         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
068800             " BEENDET MIT RC " KA-RUNW-RC-ED
068900     END-IF.
069000     CLOSE MUTTI-LAUFSTEUERUNG.
069100 9600-EXIT.
069200     EXIT.
069300*
069400 9610-CLEAR-RUN-COUNT.
069500     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
069600     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
069700 9610-EXIT.
069800     EXIT.
069900*
070000*****************************************************************
070100* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
070200*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
070300*****************************************************************
070400 9650-SET-RUN-COUNTS.
070500     MOVE "ANZEIGEN" TO KA-RUNW-CNT-LABEL(1).
070600     MOVE WS-MASTER-COUNT TO KA-RUNW-CNT-VALUE(1).
070700     MOVE "DELTA" TO KA-RUNW-CNT-LABEL(2).
070800     MOVE WS-DELTA-COUNT TO KA-RUNW-CNT-VALUE(2).
070900     MOVE "NEU" TO KA-RUNW-CNT-LABEL(3).
071000     MOVE WS-NEW-COUNT TO KA-RUNW-CNT-VALUE(3).
071100     MOVE "ENTFERNT" TO KA-RUNW-CNT-LABEL(4).
071200     MOVE WS-PURGED-COUNT TO KA-RUNW-CNT-VALUE(4).
071300 9650-EXIT.
071400     EXIT.
