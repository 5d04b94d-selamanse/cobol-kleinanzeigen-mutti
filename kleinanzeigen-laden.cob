002598*                    THE PREVIOUS NIGHT PLUS WHAT THIS LOAD
002599*                    ACTUALLY ADDED.  THE APPLIED COUNT WAS
002600*                    SPLIT INTO ADDED AND UPDATED FOR THAT.
002602*    2026-10-09 CJH  THE EXTRACT'S SELLER FIELD NOW CARRIES THE
002603*                    SELLER ID OF THE NEW SELLER MASTER
002604*                    (KAVERKAU, COPY KAVERK).  A RECORD WHOSE
002605*                    SELLER IS NOT ON THE SELLER MASTER, OR IS
002606*                    BLOCKED THERE, IS REJECTED ONTO MUTTIEDT
002607*                    WITH THE REASON (AND THE BLOCK REASON).
002608*                    WITHOUT THE SELLER MASTER NOTHING IS
002609*                    LOADED - RETURN-CODE 8.
002610*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
002611*                    MUTTIRUN (COPY KARUNCTL): START, END,
002612*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
002613*                    DATE.  THE LOAD IS REFUSED (RETURN-CODE 12)
002614*                    UNLESS SICHERUNG ENTLADEN FINISHED FOR THE
002615*                    NIGHT, AND ONCE SICHERUNG PRUEFEN HAS
002616*                    VERIFIED THE MASTER.
002617*    2026-10-14 CJH  A PRICE CORRECTED BY HAND IN MUTTI-
002618*                    ANZEIGENBEARBEITUNG (KA-MST-PRICE-HOLD "H")
002619*                    IS KEPT AGAINST THE EXTRACT, WHICH STILL
002620*                    CARRIES THE PLATFORM'S OLD PRICE UNTIL
002621*                    MUTTI-STATUS-EXPORT HAS SENT THE NEW ONE;
002622*                    THE HOLD BECOMES "L" AND THE NEXT LOAD
002623*                    TAKES THE EXTRACT PRICE AGAIN.  COUNTED AS
002624*                    HANDPREIS BEHALTEN ON THE LOAD REPORT.
002634*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
002644*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
002654*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
002664*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
002674*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
002684*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
004360     SELECT MUTTI-LADEN-TOT ASSIGN TO "MUTTILTO"
004370         ORGANIZATION IS SEQUENTIAL
004380         FILE STATUS IS WS-LTO-STATUS.
004390*
004391     SELECT SELLER-MASTER ASSIGN TO "KAVERKAU"
004392         ORGANIZATION IS INDEXED
004393         ACCESS MODE IS DYNAMIC
004394         RECORD KEY IS KA-VKF-ID
004395         FILE STATUS IS WS-VKF-STATUS.
004400*
004410     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS DYNAMIC
004440         RECORD KEY IS KA-RUN-KEY
004450         FILE STATUS IS KA-RUNW-STATUS.
004460*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MUTTI-LOAD-IN
006796     05  LTO-UPDATED-COUNT       PIC 9(07).
006797     05  LTO-REJECT-COUNT        PIC 9(07).
006798     05  FILLER                  PIC X(04).
006799*
006801 FD  SELLER-MASTER
006803     LABEL RECORDS ARE STANDARD.
006805 COPY KAVERK.
006807*
006810 FD  MUTTI-LAUFSTEUERUNG
006820     LABEL RECORDS ARE STANDARD.
006830 COPY KARUNCTL.
006840*
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-LOAD-EOF-SW          PIC X(01)   VALUE "N".
007800         88  MASTER-AD-EXISTS            VALUE "Y".
007810     05  WS-PRH-OPEN-SW          PIC X(01)   VALUE "N".
007820         88  PREIS-HIST-IS-OPEN          VALUE "Y".
007830     05  WS-VKF-OPEN-SW          PIC X(01)   VALUE "N".
007840         88  SELLER-FILE-IS-OPEN         VALUE "Y".
007850     05  WS-SELLER-FOUND-SW      PIC X(01)   VALUE "N".
007860         88  SELLER-IS-KNOWN             VALUE "Y".
007900*
008000 01  WS-LOAD-IN-STATUS           PIC X(02).
008100 01  WS-MASTER-STATUS            PIC X(02).
008110 01  WS-PRH-STATUS               PIC X(02).
008120 01  WS-LTO-STATUS               PIC X(02).
008130 01  WS-VKF-STATUS               PIC X(02).
008200*
008300 01  WS-TODAY-DATE               PIC 9(08).
008400 01  WS-PREV-AD-ID               PIC X(10)   VALUE LOW-VALUES.
008920     05  WS-UPDATED-COUNT        PIC 9(07)   COMP VALUE ZERO.
009000     05  WS-REJECT-COUNT         PIC 9(07)   COMP VALUE ZERO.
009010     05  WS-PRICE-CHG-COUNT      PIC 9(07)   COMP VALUE ZERO.
009020     05  WS-HELD-COUNT           PIC 9(07)   COMP VALUE ZERO.
009030     05  WS-SELLER-REJ-COUNT     PIC 9(07)   COMP VALUE ZERO.
009100*
009200 01  WS-RPT-COUNT-ED             PIC ZZZ,ZZ9.
009300 01  WS-COUNT-DISPLAY            PIC 9(07).
009400*
009406*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
009412 01  WS-RUN-STEP-VALUES.
009418     05  FILLER                  PIC X(18)   VALUE "LADEN".
009424     05  FILLER                  PIC X(30)
009430                                 VALUE "MUTTI-ANZEIGEN-LADEN".
009436     05  FILLER                  PIC X(01)   VALUE "N".
009442     05  FILLER                  PIC X(18)
009448                                 VALUE "SICHERUNG-PRUEFEN".
009454     05  FILLER                  PIC X(18)
009460                                 VALUE "SICHERUNG-ENTLADEN".
009466     05  FILLER                  PIC X(02)   VALUE "04".
009472     05  FILLER                  PIC X(60)   VALUE SPACES.
009478 COPY KARUNWRK.
009484*
009500 PROCEDURE DIVISION.
009600*
009700 0000-MAINLINE.
009710     PERFORM 9500-RUN-START THRU 9500-EXIT.
009720     IF KA-RUNW-IS-REFUSED
009730         STOP RUN
009740     END-IF.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009900     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
010000         UNTIL LOAD-AT-END.
014892     IF WS-PRH-STATUS = "00"
014893         SET PREIS-HIST-IS-OPEN TO TRUE
014894     END-IF.
014895*    EVERY AD MUST NAME A KNOWN, UNBLOCKED SELLER - WITHOUT THE
014896*    SELLER MASTER THAT CANNOT BE CHECKED, SO NOTHING IS LOADED.
014897     OPEN INPUT SELLER-MASTER.
014898     IF WS-VKF-STATUS = "00"
014899         SET SELLER-FILE-IS-OPEN TO TRUE
014909     ELSE
014919         MOVE SPACES TO RPT-LINE
014929         MOVE "VERKAEUFER-STAMM NICHT VERFUEGBAR - ABBRUCH"
014939           TO RPT-LINE
014949         WRITE RPT-LINE
014959         MOVE 8 TO RETURN-CODE
014969         SET LOAD-AT-END TO TRUE
014979     END-IF.
014989     IF NOT LOAD-AT-END
015000         PERFORM 2100-READ-LOAD-RECORD THRU 2100-EXIT
015100     END-IF.
015200 1000-EXIT.
018700 3000-VALIDATE-RECORD.
018800     MOVE "N" TO WS-RECORD-OK-SW.
018900     MOVE SPACES TO WS-REJECT-REASON.
018950     PERFORM 3100-LOOKUP-SELLER THRU 3100-EXIT.
019000     EVALUATE TRUE
019100         WHEN LOAD-IN-AD-ID(1:2) NOT = "AD"
019200             OR LOAD-IN-AD-ID(3:8) NOT NUMERIC
020700         WHEN LOAD-IN-SELLER = SPACES
020800             MOVE "VERKAEUFER FEHLT"
020900               TO WS-REJECT-REASON
020910         WHEN LOAD-IN-SELLER(11:20) NOT = SPACES
020920             OR NOT SELLER-IS-KNOWN
020930             MOVE "VERKAEUFER UNBEKANNT"
020940               TO WS-REJECT-REASON
020950             ADD 1 TO WS-SELLER-REJ-COUNT
020960         WHEN KA-VKF-IS-BLOCKED
020970             STRING "VERKAEUFER GESPERRT: " DELIMITED BY SIZE
020980                    KA-VKF-BLOCK-REASON DELIMITED BY SIZE
020985               INTO WS-REJECT-REASON
020990             END-STRING
020995             ADD 1 TO WS-SELLER-REJ-COUNT
021000         WHEN OTHER
021100             SET RECORD-IS-GOOD TO TRUE
021200     END-EVALUATE.
021300 3000-EXIT.
021400     EXIT.
021410*
021420*****************************************************************
021430* 3100-LOOKUP-SELLER  --  READ THE EXTRACT RECORD'S SELLER ID ON
021440*    THE SELLER MASTER.  SELLER-IS-KNOWN AND KA-SELLER-REC TELL
021450*    3000 WHETHER THE SELLER EXISTS AND IS BLOCKED.
021460*****************************************************************
021470 3100-LOOKUP-SELLER.
021480     MOVE "N" TO WS-SELLER-FOUND-SW.
021481     IF SELLER-FILE-IS-OPEN
021482         AND LOAD-IN-SELLER NOT = SPACES
021483         MOVE LOAD-IN-SELLER(1:10) TO KA-VKF-ID
021484         READ SELLER-MASTER
021485             INVALID KEY
021486                 CONTINUE
021487             NOT INVALID KEY
021488                 SET SELLER-IS-KNOWN TO TRUE
021489         END-READ
021490     END-IF.
021491 3100-EXIT.
021499     EXIT.
021500*
021600*****************************************************************
021700* 4000-APPLY-RECORD  --  ADD THE AD OR UPDATE IT IN PLACE.  AN
021800*    AD ALREADY ON THE MASTER KEEPS ITS LIFECYCLE STATUS AND
021900*    POSTED DATE; A NEW AD STARTS ACTIVE AS OF THE EXTRACT'S
022000*    POSTED DATE (TODAY WHEN THE EXTRACT CARRIES NONE).  A
022010*    PRICE CORRECTED BY HAND AND NOT YET EXPORTED OUTRANKS THE
022020*    EXTRACT'S PRICE AND MINIMUM FOR ONE LOAD.
022100*****************************************************************
022200 4000-APPLY-RECORD.
022300     MOVE "N" TO WS-MASTER-FOUND-SW.
022900             SET MASTER-AD-EXISTS TO TRUE
023000     END-READ.
023100     IF MASTER-AD-EXISTS
023101         IF KA-MST-PRICE-HELD-NEW
023102             SET KA-MST-PRICE-HELD-LOADED TO TRUE
023103             ADD 1 TO WS-HELD-COUNT
023104         ELSE
023105             MOVE SPACE TO KA-MST-PRICE-HOLD
023110             IF LOAD-IN-PRICE-9 NOT = KA-MST-PRICE
023120                 PERFORM 4200-CAPTURE-PRICE-CHANGE
023125                     THRU 4200-EXIT
023130             END-IF
023140             MOVE LOAD-IN-PRICE-9 TO KA-MST-PRICE
023150             PERFORM 4100-SET-MIN-PRICE THRU 4100-EXIT
023160         END-IF
023200         MOVE LOAD-IN-CATEGORY TO KA-MST-CATEGORY
023400         MOVE LOAD-IN-SELLER TO KA-MST-SELLER
023500         MOVE LOAD-IN-DESCRIPTION TO KA-MST-DESCRIPTION
023600         REWRITE KA-MASTER-REC
023610         ADD 1 TO WS-UPDATED-COUNT
023700     ELSE
030000       INTO RPT-LINE
030100     END-STRING.
030200     WRITE RPT-LINE.
030201     MOVE WS-SELLER-REJ-COUNT TO WS-RPT-COUNT-ED.
030202     MOVE SPACES TO RPT-LINE.
030203     STRING "  DAVON VERKAEUFER:   " DELIMITED BY SIZE
030204            WS-RPT-COUNT-ED DELIMITED BY SIZE
030205       INTO RPT-LINE
030206     END-STRING.
030207     WRITE RPT-LINE.
030210     MOVE WS-PRICE-CHG-COUNT TO WS-RPT-COUNT-ED.
030220     MOVE SPACES TO RPT-LINE.
030230     STRING "PREIS-AENDERUNGEN:    " DELIMITED BY SIZE
030250       INTO RPT-LINE
030260     END-STRING.
030270     WRITE RPT-LINE.
030271     MOVE WS-HELD-COUNT TO WS-RPT-COUNT-ED.
030272     MOVE SPACES TO RPT-LINE.
030273     STRING "HANDPREIS BEHALTEN:   " DELIMITED BY SIZE
030274            WS-RPT-COUNT-ED DELIMITED BY SIZE
030275       INTO RPT-LINE
030276     END-STRING.
030277     WRITE RPT-LINE.
030300     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
030400     DISPLAY "ANZEIGEN-LADEN GELESEN:    " WS-COUNT-DISPLAY.
030500     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
031591     END-IF.
031592 8100-EXIT.
031593     EXIT.
031596*
031600*****************************************************************
031700* 9000-TERMINATE  --  CLOSE FILES BEFORE STOP RUN.
031800*****************************************************************
032720         CLOSE MUTTI-PREIS-HIST
032730         MOVE "N" TO WS-PRH-OPEN-SW
032740     END-IF.
032750     IF SELLER-FILE-IS-OPEN
032760         CLOSE SELLER-MASTER
032770         MOVE "N" TO WS-VKF-OPEN-SW
032780     END-IF.
032790     PERFORM 9600-RUN-END THRU 9600-EXIT.
032800 9000-EXIT.
032900     EXIT.
033000*
033100*****************************************************************
033200* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
033300*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
033400*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
033500*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
033600*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
033700*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
033800*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
033900*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
034000*    LOGGED AND REOPENED BY 9600-RUN-END.
034100*****************************************************************
034200 9500-RUN-START.
034300     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
034400     MOVE "N" TO KA-RUNW-REFUSED-SW.
034500     MOVE "N" TO KA-RUNW-LOGGED-SW.
034600     MOVE ZERO TO KA-RUNW-BUS-DATE.
034700     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
034800         VARYING KA-RUNW-IDX FROM 1 BY 1
034900         UNTIL KA-RUNW-IDX > 4.
035000     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
035100     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
035200     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
035300     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
035400         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
035500             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
035600     END-IF.
035700     OPEN I-O MUTTI-LAUFSTEUERUNG.
035800     IF KA-RUNW-STATUS NOT = "00"
035900         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
036000         CLOSE MUTTI-LAUFSTEUERUNG
036100         OPEN I-O MUTTI-LAUFSTEUERUNG
036200     END-IF.
036300     IF KA-RUNW-STATUS NOT = "00"
036400         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
036500             TO KA-RUNW-MESSAGE
036600         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
036700         GO TO 9500-EXIT
036800     END-IF.
036900     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
037000     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
037100     IF NOT KA-RUNW-IS-REFUSED
037200         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
037300             VARYING KA-RUNW-IDX FROM 1 BY 1
037400             UNTIL KA-RUNW-IDX > 4
037500                OR KA-RUNW-IS-REFUSED
037600     END-IF.
037700     IF NOT KA-RUNW-IS-REFUSED
037800         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
037900     END-IF.
038000     IF KA-RUNW-IS-REFUSED
038100         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
038200     ELSE
038300         PERFORM 9540-LOG-START THRU 9540-EXIT
038400     END-IF.
038500 9500-EXIT.
038600     EXIT.
038700*
038800*****************************************************************
038900* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
039000*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
039100*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
039200*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
039300*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
039400*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
039500*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
039600*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
039610*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
039700*****************************************************************
039800 9510-GET-BUSINESS-DATE.
039900     IF KA-RUNW-OPENS-NIGHT
040000         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
040100         GO TO 9510-EXIT
040200     END-IF.
040300     MOVE ZERO TO KA-RUN-BUS-DATE.
040400     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
040500     READ MUTTI-LAUFSTEUERUNG
040600         INVALID KEY
040700             MOVE ZERO TO KA-RUN-CTL-DATE
040800     END-READ.
040900     IF KA-RUN-CTL-DATE = ZERO
041000         IF KA-RUNW-NEED-STEP(1) = SPACES
041100             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
041200         ELSE
041300             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
041400                 TO KA-RUNW-MESSAGE
041500             SET KA-RUNW-IS-REFUSED TO TRUE
041600         END-IF
041700         GO TO 9510-EXIT
041800     END-IF.
041900     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
041910     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
041920     IF KA-RUNW-IS-NIGHT-STEP
041930         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
041940         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
041950     END-IF.
041960     IF KA-RUNW-IS-NIGHT-STEP
041970         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
041980         AND NOT KA-RUNW-NIGHT-IS-OPEN
041990         MOVE SPACES TO KA-RUNW-MESSAGE
042300         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
042400                KA-RUNW-BUS-DATE DELIMITED BY SIZE
042500                " IST ALT - SICHERUNG ENTLADEN FEHLT"
042600                    DELIMITED BY SIZE
042700           INTO KA-RUNW-MESSAGE
042800         END-STRING
042900         SET KA-RUNW-IS-REFUSED TO TRUE
043000     END-IF.
043100 9510-EXIT.
043200     EXIT.
043203*
043206*****************************************************************
043209* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
043212*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
043215*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
043218*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
043221*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
043224*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
043227*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
043230*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
043233*****************************************************************
043236 9515-CHECK-NIGHT-STILL-OPEN.
043239     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
043242         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
043245     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
043248         GO TO 9515-EXIT
043251     END-IF.
043254     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
043257     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
043260     READ MUTTI-LAUFSTEUERUNG
043263         INVALID KEY
043266             MOVE SPACE TO KA-RUN-STATUS
043269     END-READ.
043272     IF KA-RUN-IS-FINISHED
043275         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
043278         GO TO 9515-EXIT
043281     END-IF.
043284     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
043287     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
043290         " WIRD ZU ENDE GEFUEHRT".
043293 9515-EXIT.
043296     EXIT.
043300*
043400 9520-CHECK-PREDECESSOR.
043500     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
043600         GO TO 9520-EXIT
043700     END-IF.
043800     MOVE SPACES TO KA-RUNW-WHY.
043900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
044000     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
044100     READ MUTTI-LAUFSTEUERUNG
044200         INVALID KEY
044300             MOVE "FEHLT" TO KA-RUNW-WHY
044400         NOT INVALID KEY
044500             IF NOT KA-RUN-IS-FINISHED
044600                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
044700             ELSE
044800                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
044900                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
045000                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
045100                         TO KA-RUNW-MAX-ED
045200                     STRING "MIT RC " DELIMITED BY SIZE
045300                            KA-RUNW-RC-ED DELIMITED BY SIZE
045400                            " BEENDET (MAX " DELIMITED BY SIZE
045500                            KA-RUNW-MAX-ED DELIMITED BY SIZE
045600                            ")" DELIMITED BY SIZE
045700                       INTO KA-RUNW-WHY
045800                     END-STRING
045900                 END-IF
046000             END-IF
046100     END-READ.
046200     IF KA-RUNW-WHY NOT = SPACES
046300         MOVE SPACES TO KA-RUNW-MESSAGE
046400         STRING "VORGAENGER " DELIMITED BY SIZE
046500                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
046600                " " DELIMITED BY SIZE
046700                KA-RUNW-WHY DELIMITED BY SIZE
046800           INTO KA-RUNW-MESSAGE
046900         END-STRING
047000         SET KA-RUNW-IS-REFUSED TO TRUE
047100     END-IF.
047200 9520-EXIT.
047300     EXIT.
047400*
047500 9530-CHECK-BLOCKER.
047600     IF KA-RUNW-BLOCKER = SPACES
047700         GO TO 9530-EXIT
047800     END-IF.
047900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
048000     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
048100     READ MUTTI-LAUFSTEUERUNG
048200         INVALID KEY
048300             MOVE SPACE TO KA-RUN-STATUS
048400     END-READ.
048500     IF KA-RUN-IS-FINISHED
048600         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
048700         MOVE SPACES TO KA-RUNW-MESSAGE
048800         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
048900                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
049000                    DELIMITED BY SIZE
049100           INTO KA-RUNW-MESSAGE
049200         END-STRING
049300         SET KA-RUNW-IS-REFUSED TO TRUE
049400     END-IF.
049500 9530-EXIT.
049600     EXIT.
049700*
049800*****************************************************************
049900* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
050000*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
050100*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
050200*****************************************************************
050300 9540-LOG-START.
050400     IF KA-RUNW-OPENS-NIGHT
050500         MOVE "N" TO KA-RUNW-FOUND-SW
050600         MOVE ZERO TO KA-RUN-BUS-DATE
050700         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
050800         READ MUTTI-LAUFSTEUERUNG
050900             NOT INVALID KEY
051000                 SET KA-RUNW-REC-FOUND TO TRUE
051100         END-READ
051200         MOVE SPACES TO KA-RUN-CTL-DATA
051300         MOVE ZERO TO KA-RUN-BUS-DATE
051400         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
051500         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
051600         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
051700         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
051800         IF KA-RUNW-REC-FOUND
051900             REWRITE KA-RUN-REC
052000         ELSE
052100             WRITE KA-RUN-REC
052200         END-IF
052300     END-IF.
052400     MOVE "N" TO KA-RUNW-FOUND-SW.
052500     MOVE ZERO TO KA-RUNW-RUNS.
052600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
052700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
052800     READ MUTTI-LAUFSTEUERUNG
052900         NOT INVALID KEY
053000             SET KA-RUNW-REC-FOUND TO TRUE
053100             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
053200     END-READ.
053300     MOVE SPACES TO KA-RUN-DATA.
053400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
053500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
053600     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
053700     SET KA-RUN-IS-RUNNING TO TRUE.
053800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
053900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
054000     MOVE ZERO TO KA-RUN-END-DATE.
054100     MOVE ZERO TO KA-RUN-END-TIME.
054200     MOVE ZERO TO KA-RUN-RC.
054300     ADD 1 TO KA-RUNW-RUNS.
054400     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
054500     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
054600     IF KA-RUNW-REC-FOUND
054700         REWRITE KA-RUN-REC
054800     ELSE
054900         WRITE KA-RUN-REC
055000     END-IF.
055100     CLOSE MUTTI-LAUFSTEUERUNG.
055200     MOVE "N" TO KA-RUNW-OPEN-SW.
055300     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
055400     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
055500         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
055600 9540-EXIT.
055700     EXIT.
055800*
055900*****************************************************************
056000* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
056100*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
056200*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
056300*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
056400*****************************************************************
056500 9580-REFUSE-RUN.
056600     SET KA-RUNW-IS-REFUSED TO TRUE.
056700     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
056800     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
056900     IF NOT KA-RUNW-FILE-IS-OPEN
057000         GO TO 9580-EXIT
057100     END-IF.
057200     IF KA-RUNW-BUS-DATE NOT = ZERO
057300         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
057400     END-IF.
057500     CLOSE MUTTI-LAUFSTEUERUNG.
057600     MOVE "N" TO KA-RUNW-OPEN-SW.
057700 9580-EXIT.
057800     EXIT.
057900*
058000 9585-LOG-REFUSAL.
058100     MOVE "N" TO KA-RUNW-FOUND-SW.
058200     MOVE ZERO TO KA-RUNW-RUNS.
058300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
058400     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
058500     READ MUTTI-LAUFSTEUERUNG
058600         NOT INVALID KEY
058700             SET KA-RUNW-REC-FOUND TO TRUE
058800             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
058900     END-READ.
059000     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
059100         GO TO 9585-EXIT
059200     END-IF.
059300     MOVE SPACES TO KA-RUN-DATA.
059400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
059500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
059600     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
059700     SET KA-RUN-WAS-REFUSED TO TRUE.
059800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
059900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
060000     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
060100     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
060200     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
060300     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
060400     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
060500     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
060600     IF KA-RUNW-REC-FOUND
060700         REWRITE KA-RUN-REC
060800     ELSE
060900         WRITE KA-RUN-REC
061000     END-IF.
061100 9585-EXIT.
061200     EXIT.
061300*
061400*****************************************************************
061500* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
061600*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
061700*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
061800*****************************************************************
061900 9600-RUN-END.
062000     IF NOT KA-RUNW-RUN-IS-LOGGED
062100         GO TO 9600-EXIT
062200     END-IF.
062300     MOVE "N" TO KA-RUNW-LOGGED-SW.
062400     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
062500     OPEN I-O MUTTI-LAUFSTEUERUNG.
062600     IF KA-RUNW-STATUS NOT = "00"
062700         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
062800             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
062900         GO TO 9600-EXIT
063000     END-IF.
063100     MOVE "N" TO KA-RUNW-FOUND-SW.
063200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
063300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
063400     READ MUTTI-LAUFSTEUERUNG
063500         INVALID KEY
063600             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
063700                 " ENDE NICHT VERMERKT - SATZ FEHLT"
063800         NOT INVALID KEY
063900             SET KA-RUNW-REC-FOUND TO TRUE
064000     END-READ.
064100     IF KA-RUNW-REC-FOUND
064200         SET KA-RUN-IS-FINISHED TO TRUE
064300         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
064400         ACCEPT KA-RUN-END-TIME FROM TIME
064500         MOVE RETURN-CODE TO KA-RUN-RC
064600         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
064700         REWRITE KA-RUN-REC
064800         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
064900         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
065000             " BEENDET MIT RC " KA-RUNW-RC-ED
065100     END-IF.
065200     CLOSE MUTTI-LAUFSTEUERUNG.
065300 9600-EXIT.
065400     EXIT.
065500*
065600 9610-CLEAR-RUN-COUNT.
065700     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
065800     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
065900 9610-EXIT.
066000     EXIT.
066100*
066200*****************************************************************
066300* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
066400*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
066500*****************************************************************
066600 9650-SET-RUN-COUNTS.
066700     MOVE "GELESEN" TO KA-RUNW-CNT-LABEL(1).
066800     MOVE WS-READ-COUNT TO KA-RUNW-CNT-VALUE(1).
066900     MOVE "NEU" TO KA-RUNW-CNT-LABEL(2).
067000     MOVE WS-ADDED-COUNT TO KA-RUNW-CNT-VALUE(2).
067100     MOVE "GEAENDERT" TO KA-RUNW-CNT-LABEL(3).
067200     MOVE WS-UPDATED-COUNT TO KA-RUNW-CNT-VALUE(3).
067300     MOVE "ABGEWIESEN" TO KA-RUNW-CNT-LABEL(4).
067400     MOVE WS-REJECT-COUNT TO KA-RUNW-CNT-VALUE(4).
067500 9650-EXIT.
067600     EXIT.
