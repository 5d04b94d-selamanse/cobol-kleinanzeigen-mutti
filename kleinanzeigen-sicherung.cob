003200*                      LADEN - THE SAME UTILITY IN REVERSE:
003300*                        REBUILD THE MASTER FROM MUTTIBCK AND
003400*                        CHECK THE COUNT AGAINST MUTTIBCT.
003410*    2026-10-11 CJH  STATUS G (AD BLOCKED AFTER THE SUSPICIOUS-AD
003420*                    REVIEW, MUTTI-VERDACHTSPRUEFUNG) IS A VALID
003430*                    STATUS VALUE.
003435*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
003440*                    MUTTIRUN (COPY KARUNCTL): START, END,
003445*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
003450*                    DATE.  ENTLADEN OPENS THE BUSINESS DATE FOR
003455*                    THE NIGHT (BEFORE NOON IT IS STILL THE
003460*                    EVENING BEFORE) AND IS REFUSED (RETURN-CODE
003465*                    12) ONCE THE NIGHT'S LOAD HAS RUN - A NEW
003470*                    BACKUP THEN WOULD NO LONGER BE THE MASTER
003475*                    BEFORE THE LOAD.  PRUEFEN IS REFUSED UNLESS
003480*                    ENTLADEN, THE LOAD AND PFLEGE FINISHED FOR
003485*                    THE NIGHT; LADEN (THE RESTORE) UNLESS
003486*                    ENTLADEN DID.  A REFUSAL IS ALSO WRITTEN TO
003487*                    MUTTISIC.
003488*    2026-10-14 CJH  PRUEFEN ALSO COUNTS THE CHANGES MADE BY HAND
003489*                    IN MUTTI-ANZEIGENBEARBEITUNG (CHANGE LOG
003490*                    MUTTIAEN, COPY KAAENDER) SINCE THE START OF
003491*                    THE PREVIOUS NIGHT'S PRUEFEN, BY ACTION, ON
003492*                    THE REPORT AND AS COUNT MANUELL ON MUTTIRUN.
003493*                    THEY MOVE STATUS AND PRICE, NOT THE RECORD
003494*                    COUNT, SO THE RECONCILIATION ITSELF STANDS.
003495*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
003496*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
003497*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
003498*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
003499*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
006300     SELECT MUTTI-SICH-RPT ASSIGN TO "MUTTISIC"
006400         ORGANIZATION IS SEQUENTIAL.
006500*
006510     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
006520         ORGANIZATION IS INDEXED
006530         ACCESS MODE IS DYNAMIC
006540         RECORD KEY IS KA-RUN-KEY
006550         FILE STATUS IS KA-RUNW-STATUS.
006560*
006561     SELECT MUTTI-ANZEIGEN-AENDERUNG ASSIGN TO "MUTTIAEN"
006562         ORGANIZATION IS SEQUENTIAL
006563         FILE STATUS IS WS-AEN-STATUS.
006564*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  KLEINANZEIGEN-MASTER
010900     LABEL RECORDS ARE STANDARD.
011000 01  RPT-LINE                    PIC X(100).
011100*
011110 FD  MUTTI-LAUFSTEUERUNG
011120     LABEL RECORDS ARE STANDARD.
011130 COPY KARUNCTL.
011140*
011141 FD  MUTTI-ANZEIGEN-AENDERUNG
011142     LABEL RECORDS ARE STANDARD.
011143 COPY KAAENDER.
011144*
011200 WORKING-STORAGE SECTION.
011300 01  WS-SWITCHES.
011400     05  WS-MASTER-OPEN-SW       PIC X(01)   VALUE "N".
012300         88  LADEN-TOTALS-KNOWN          VALUE "Y".
012400     05  WS-PTO-OK-SW            PIC X(01)   VALUE "N".
012500         88  PFLEGE-TOTALS-KNOWN         VALUE "Y".
012510     05  WS-AEN-EOF-SW           PIC X(01)   VALUE "N".
012520         88  CHANGE-LOG-AT-END           VALUE "Y".
012600*
012700 01  WS-MASTER-STATUS            PIC X(02).
012800 01  WS-BCK-STATUS               PIC X(02).
012900 01  WS-BCT-STATUS               PIC X(02).
013000 01  WS-LTO-STATUS               PIC X(02).
013100 01  WS-PTO-STATUS               PIC X(02).
013110 01  WS-AEN-STATUS               PIC X(02).
013200*
013300 01  WS-FUNKTION                 PIC X(08).
013400 01  WS-TODAY-DATE               PIC 9(08).
014400 01  WS-DATE-LABEL               PIC X(15).
014500*
014600 01  WS-FINDING-TEXT             PIC X(45).
014610*
014620*    WINDOW OF THE CHANGE LOG COUNTED BY THIS PRUEFEN: AFTER THE
014630*    START OF THE PREVIOUS NIGHT'S PRUEFEN, UP TO THIS START.
014640 01  WS-AEN-FROM.
014650     05  WS-AEN-FROM-DATE        PIC 9(08).
014660     05  WS-AEN-FROM-TIME        PIC 9(08).
014670 01  WS-AEN-TO.
014680     05  WS-AEN-TO-DATE          PIC 9(08).
014690     05  WS-AEN-TO-TIME          PIC 9(08).
014700*
014800 01  WS-COUNTERS.
014900     05  WS-PRIME-COUNT          PIC 9(07)   COMP VALUE ZERO.
015100     05  WS-COPIED-COUNT         PIC 9(07)   COMP VALUE ZERO.
015200     05  WS-FINDING-COUNT        PIC 9(05)   COMP VALUE ZERO.
015300     05  WS-EXPECTED-COUNT       PIC S9(08)  COMP VALUE ZERO.
015310     05  WS-AEN-COUNT            PIC 9(07)   COMP VALUE ZERO.
015320     05  WS-AEN-WITHDRAW-COUNT   PIC 9(07)   COMP VALUE ZERO.
015330     05  WS-AEN-SOLD-COUNT       PIC 9(07)   COMP VALUE ZERO.
015340     05  WS-AEN-REACT-COUNT      PIC 9(07)   COMP VALUE ZERO.
015350     05  WS-AEN-PRICE-COUNT      PIC 9(07)   COMP VALUE ZERO.
015400*
015500 01  WS-COUNT-DISPLAY            PIC 9(07).
015600 01  WS-RPT-COUNT-ED             PIC ZZZ,ZZ9.
015700 01  WS-RPT-COUNT-ED2            PIC ZZZ,ZZ9.
015800 01  WS-RPT-DATE-ED              PIC 9(08).
015900*
015902*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
015904 01  WS-RUN-ENTLADEN-VALUES.
015906     05  FILLER                  PIC X(18)
015908                                 VALUE "SICHERUNG-ENTLADEN".
015910     05  FILLER                  PIC X(30)
015912                                 VALUE "MUTTI-SICHERUNG".
015914     05  FILLER                  PIC X(01)   VALUE "S".
015916     05  FILLER                  PIC X(18)   VALUE "LADEN".
015918     05  FILLER                  PIC X(80)   VALUE SPACES.
015920 01  WS-RUN-PRUEFEN-VALUES.
015922     05  FILLER                  PIC X(18)
015924                                 VALUE "SICHERUNG-PRUEFEN".
015926     05  FILLER                  PIC X(30)
015928                                 VALUE "MUTTI-SICHERUNG".
015930     05  FILLER                  PIC X(01)   VALUE "N".
015932     05  FILLER                  PIC X(18)   VALUE SPACES.
015934     05  FILLER                  PIC X(18)
015936                                 VALUE "SICHERUNG-ENTLADEN".
015938     05  FILLER                  PIC X(02)   VALUE "04".
015940     05  FILLER                  PIC X(18)   VALUE "LADEN".
015942     05  FILLER                  PIC X(02)   VALUE "04".
015944     05  FILLER                  PIC X(18)   VALUE "PFLEGE".
015946     05  FILLER                  PIC X(02)   VALUE "04".
015948     05  FILLER                  PIC X(20)   VALUE SPACES.
015950 01  WS-RUN-RUECK-VALUES.
015952     05  FILLER                  PIC X(18)
015954                                 VALUE "SICHERUNG-LADEN".
015956     05  FILLER                  PIC X(30)
015958                                 VALUE "MUTTI-SICHERUNG".
015960     05  FILLER                  PIC X(01)   VALUE "E".
015962     05  FILLER                  PIC X(18)   VALUE SPACES.
015964     05  FILLER                  PIC X(18)
015966                                 VALUE "SICHERUNG-ENTLADEN".
015968     05  FILLER                  PIC X(02)   VALUE "04".
015970     05  FILLER                  PIC X(60)   VALUE SPACES.
015972 COPY KARUNWRK.
015974*
016000 PROCEDURE DIVISION.
016100*
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016308     PERFORM 9500-RUN-START THRU 9500-EXIT.
016316     IF KA-RUNW-IS-REFUSED
016324         MOVE SPACES TO RPT-LINE
016332         STRING "START ABGELEHNT: " DELIMITED BY SIZE
016340                KA-RUNW-MESSAGE DELIMITED BY SIZE
016348           INTO RPT-LINE
016356         END-STRING
016364         WRITE RPT-LINE
016372         PERFORM 9000-TERMINATE THRU 9000-EXIT
016380         STOP RUN
016388     END-IF.
016400     EVALUATE WS-FUNKTION
016500         WHEN "ENTLADEN"
016600             PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
028000*    PRIME KEY AND CHECKS EVERY RECORD; PASS 2 WALKS THE
028100*    CATEGORY ALTERNATE INDEX AND MUST SEE THE SAME NUMBER OF
028200*    RECORDS; THEN THE COUNT IS RECONCILED AGAINST BACKUP +
028300*    ADDED - PURGED, AND THE CHANGES MADE BY HAND SINCE THE LAST
028310*    CHECK ARE COUNTED.  ANY FINDING HOLDS THE MORNING JOBS WITH
028400*    RETURN-CODE 8.
028500*****************************************************************
028600 3000-VERIFY-MASTER.
029900         UNTIL MASTER-AT-END.
030000     PERFORM 3500-COUNT-VIA-ALT-INDEX THRU 3500-EXIT.
030100     PERFORM 3600-RECONCILE-COUNTS THRU 3600-EXIT.
030110     PERFORM 3700-COUNT-MANUAL-CHANGES THRU 3700-EXIT.
030200     IF WS-FINDING-COUNT > ZERO
030300         MOVE SPACES TO RPT-LINE
030400         MOVE "PRUEFUNG FEHLGESCHLAGEN - FOLGEJOBS ANHALTEN"
032300     MOVE KA-MST-AD-ID TO WS-PREV-KEY.
032400     IF KA-MST-STATUS NOT = "A" AND KA-MST-STATUS NOT = "R"
032500         AND KA-MST-STATUS NOT = "S" AND KA-MST-STATUS NOT = "E"
032510         AND KA-MST-STATUS NOT = "G"
032600         AND KA-MST-STATUS NOT = SPACE
032700         MOVE "UNGUELTIGER STATUS" TO WS-FINDING-TEXT
032800         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
050700     END-IF.
050800 3600-EXIT.
050900     EXIT.
050901*
050902*****************************************************************
050903* 3700-COUNT-MANUAL-CHANGES  --  THE CHANGES MADE BY HAND IN
050904*    MUTTI-ANZEIGENBEARBEITUNG SINCE THE START OF THE PREVIOUS
050905*    NIGHT'S PRUEFEN (FROM MUTTIRUN; WITHOUT IT, SINCE MIDNIGHT
050906*    BEFORE THE PREVIOUS BUSINESS DATE) UP TO THE START OF THIS
050907*    ONE, SO EVERY CHANGE IS COUNTED BY EXACTLY ONE NIGHT AND A
050908*    RERUN COUNTS THE SAME WINDOW.  THEY CHANGE STATUS, DATES
050909*    AND PRICES BUT NEVER THE RECORD COUNT - REPORTED, NOT A
050910*    FINDING.
050911*****************************************************************
050912 3700-COUNT-MANUAL-CHANGES.
050913     COMPUTE WS-AEN-FROM-DATE = FUNCTION DATE-OF-INTEGER
050914         (FUNCTION INTEGER-OF-DATE (KA-RUNW-BUS-DATE) - 1).
050915     MOVE ZERO TO WS-AEN-FROM-TIME.
050916     OPEN INPUT MUTTI-LAUFSTEUERUNG.
050917     IF KA-RUNW-STATUS = "00"
050918         MOVE WS-AEN-FROM-DATE TO KA-RUN-BUS-DATE
050919         MOVE KA-RUNW-STEP TO KA-RUN-STEP
050920         READ MUTTI-LAUFSTEUERUNG
050921             INVALID KEY
050922                 CONTINUE
050923             NOT INVALID KEY
050924                 IF NOT KA-RUN-WAS-REFUSED
050925                     MOVE KA-RUN-START-DATE TO WS-AEN-FROM-DATE
050926                     MOVE KA-RUN-START-TIME TO WS-AEN-FROM-TIME
050927                 END-IF
050928         END-READ
050929         CLOSE MUTTI-LAUFSTEUERUNG
050930     END-IF.
050931     MOVE KA-RUNW-NOW-DATE TO WS-AEN-TO-DATE.
050932     MOVE KA-RUNW-NOW-TIME TO WS-AEN-TO-TIME.
050933     MOVE SPACES TO RPT-LINE.
050934     WRITE RPT-LINE.
050935     OPEN INPUT MUTTI-ANZEIGEN-AENDERUNG.
050936     IF WS-AEN-STATUS NOT = "00"
050937         MOVE SPACES TO RPT-LINE
050938         MOVE "KEIN AENDERUNGS-PROTOKOLL (MUTTIAEN) - KEINE"
050939           TO RPT-LINE
050940         WRITE RPT-LINE
050941         MOVE SPACES TO RPT-LINE
050942         MOVE "MANUELLEN AENDERUNGEN GEZAEHLT" TO RPT-LINE
050943         WRITE RPT-LINE
050944         GO TO 3700-EXIT
050945     END-IF.
050946     MOVE "N" TO WS-AEN-EOF-SW.
050947     PERFORM 3710-READ-CHANGE-LOG THRU 3710-EXIT.
050948     PERFORM 3720-COUNT-ONE-CHANGE THRU 3720-EXIT
050949         UNTIL CHANGE-LOG-AT-END.
050950     CLOSE MUTTI-ANZEIGEN-AENDERUNG.
050951     MOVE WS-AEN-FROM-DATE TO WS-RPT-DATE-ED.
050952     MOVE WS-AEN-COUNT TO WS-RPT-COUNT-ED.
050953     MOVE SPACES TO RPT-LINE.
050954     STRING "MANUELLE AENDERUNGEN SEIT " DELIMITED BY SIZE
050955            WS-RPT-DATE-ED DELIMITED BY SIZE
050956            " " DELIMITED BY SIZE
050957            WS-AEN-FROM-TIME(1:6) DELIMITED BY SIZE
050958            ": " DELIMITED BY SIZE
050959            WS-RPT-COUNT-ED DELIMITED BY SIZE
050960       INTO RPT-LINE
050961     END-STRING.
050962     WRITE RPT-LINE.
050963     MOVE WS-AEN-WITHDRAW-COUNT TO WS-RPT-COUNT-ED.
050964     MOVE WS-AEN-SOLD-COUNT TO WS-RPT-COUNT-ED2.
050965     MOVE SPACES TO RPT-LINE.
050966     STRING "  ZURUECKGEZOGEN: " DELIMITED BY SIZE
050967            WS-RPT-COUNT-ED DELIMITED BY SIZE
050968            "  VERKAUFT: " DELIMITED BY SIZE
050969            WS-RPT-COUNT-ED2 DELIMITED BY SIZE
050970       INTO RPT-LINE
050971     END-STRING.
050972     WRITE RPT-LINE.
050973     MOVE WS-AEN-REACT-COUNT TO WS-RPT-COUNT-ED.
050974     MOVE WS-AEN-PRICE-COUNT TO WS-RPT-COUNT-ED2.
050975     MOVE SPACES TO RPT-LINE.
050976     STRING "  REAKTIVIERT:    " DELIMITED BY SIZE
050977            WS-RPT-COUNT-ED DELIMITED BY SIZE
050978            "  PREIS:    " DELIMITED BY SIZE
050979            WS-RPT-COUNT-ED2 DELIMITED BY SIZE
050980       INTO RPT-LINE
050981     END-STRING.
050982     WRITE RPT-LINE.
050983     IF WS-AEN-COUNT > ZERO
050984         MOVE SPACES TO RPT-LINE
050985         MOVE "  (STATUS UND PREISE GEAENDERT, SATZZAHL NICHT)"
050986           TO RPT-LINE
050987         WRITE RPT-LINE
050988     END-IF.
050989 3700-EXIT.
050990     EXIT.
051000*
051001 3710-READ-CHANGE-LOG.
051002     READ MUTTI-ANZEIGEN-AENDERUNG
051003         AT END
051004             SET CHANGE-LOG-AT-END TO TRUE
051005     END-READ.
051006 3710-EXIT.
051007     EXIT.
051008*
051009 3720-COUNT-ONE-CHANGE.
051010     IF KA-AEN-TIMESTAMP > WS-AEN-FROM
051011         AND KA-AEN-TIMESTAMP NOT > WS-AEN-TO
051012         ADD 1 TO WS-AEN-COUNT
051013         EVALUATE TRUE
051014             WHEN KA-AEN-IS-WITHDRAWAL
051015                 ADD 1 TO WS-AEN-WITHDRAW-COUNT
051016             WHEN KA-AEN-IS-SALE
051017                 ADD 1 TO WS-AEN-SOLD-COUNT
051018             WHEN KA-AEN-IS-REACTIVATION
051019                 ADD 1 TO WS-AEN-REACT-COUNT
051020             WHEN KA-AEN-IS-PRICE-FIX
051021                 ADD 1 TO WS-AEN-PRICE-COUNT
051022         END-EVALUATE
051023     END-IF.
051024     PERFORM 3710-READ-CHANGE-LOG THRU 3710-EXIT.
051025 3720-EXIT.
051026     EXIT.
051027*
051100*****************************************************************
051200* 4000-RESTORE-MASTER  --  THE UTILITY IN REVERSE: REBUILD THE
051300*    MASTER FROM THE FLAT BACKUP (THE RECORDS ARE IN PRIME KEY
064400         MOVE "N" TO WS-MASTER-OPEN-SW
064500     END-IF.
064600     CLOSE MUTTI-SICH-RPT.
064610     PERFORM 9600-RUN-END THRU 9600-EXIT.
064700 9000-EXIT.
064800     EXIT.
064900*
065000*****************************************************************
065100* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
065200*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
065300*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
065400*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
065500*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
065600*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
065700*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
065800*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
065900*    LOGGED AND REOPENED BY 9600-RUN-END.
066000*****************************************************************
066100 9500-RUN-START.
066200     EVALUATE WS-FUNKTION
066300         WHEN "ENTLADEN"
066400             MOVE WS-RUN-ENTLADEN-VALUES TO KA-RUNW-STEP-DEF
066500         WHEN "PRUEFEN"
066600             MOVE WS-RUN-PRUEFEN-VALUES TO KA-RUNW-STEP-DEF
066700         WHEN "LADEN"
066800             MOVE WS-RUN-RUECK-VALUES TO KA-RUNW-STEP-DEF
066900         WHEN OTHER
067000             GO TO 9500-EXIT
067100     END-EVALUATE.
067200     MOVE "N" TO KA-RUNW-REFUSED-SW.
067300     MOVE "N" TO KA-RUNW-LOGGED-SW.
067400     MOVE ZERO TO KA-RUNW-BUS-DATE.
067500     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
067600         VARYING KA-RUNW-IDX FROM 1 BY 1
067700         UNTIL KA-RUNW-IDX > 4.
067800     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
067900     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
068000     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
068100     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
068200         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
068300             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
068400     END-IF.
068500     OPEN I-O MUTTI-LAUFSTEUERUNG.
068600     IF KA-RUNW-STATUS NOT = "00"
068700         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
068800         CLOSE MUTTI-LAUFSTEUERUNG
068900         OPEN I-O MUTTI-LAUFSTEUERUNG
069000     END-IF.
069100     IF KA-RUNW-STATUS NOT = "00"
069200         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
069300             TO KA-RUNW-MESSAGE
069400         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
069500         GO TO 9500-EXIT
069600     END-IF.
069700     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
069800     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
069900     IF NOT KA-RUNW-IS-REFUSED
070000         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
070100             VARYING KA-RUNW-IDX FROM 1 BY 1
070200             UNTIL KA-RUNW-IDX > 4
070300                OR KA-RUNW-IS-REFUSED
070400     END-IF.
070500     IF NOT KA-RUNW-IS-REFUSED
070600         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
070700     END-IF.
070800     IF KA-RUNW-IS-REFUSED
070900         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
071000     ELSE
071100         PERFORM 9540-LOG-START THRU 9540-EXIT
071200     END-IF.
071300 9500-EXIT.
071400     EXIT.
071500*
071600*****************************************************************
071700* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
071800*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
071900*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
072000*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
072100*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
072200*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
072300*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
072400*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
072410*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
072500*****************************************************************
072600 9510-GET-BUSINESS-DATE.
072700     IF KA-RUNW-OPENS-NIGHT
072800         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
072900         GO TO 9510-EXIT
073000     END-IF.
073100     MOVE ZERO TO KA-RUN-BUS-DATE.
073200     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
073300     READ MUTTI-LAUFSTEUERUNG
073400         INVALID KEY
073500             MOVE ZERO TO KA-RUN-CTL-DATE
073600     END-READ.
073700     IF KA-RUN-CTL-DATE = ZERO
073800         IF KA-RUNW-NEED-STEP(1) = SPACES
073900             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
074000         ELSE
074100             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
074200                 TO KA-RUNW-MESSAGE
074300             SET KA-RUNW-IS-REFUSED TO TRUE
074400         END-IF
074500         GO TO 9510-EXIT
074600     END-IF.
074700     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
074710     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
074720     IF KA-RUNW-IS-NIGHT-STEP
074730         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
074740         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
074750     END-IF.
074760     IF KA-RUNW-IS-NIGHT-STEP
074770         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
074780         AND NOT KA-RUNW-NIGHT-IS-OPEN
074790         MOVE SPACES TO KA-RUNW-MESSAGE
075100         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
075200                KA-RUNW-BUS-DATE DELIMITED BY SIZE
075300                " IST ALT - SICHERUNG ENTLADEN FEHLT"
075400                    DELIMITED BY SIZE
075500           INTO KA-RUNW-MESSAGE
075600         END-STRING
075700         SET KA-RUNW-IS-REFUSED TO TRUE
075800     END-IF.
075900 9510-EXIT.
076000     EXIT.
076003*
076006*****************************************************************
076009* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
076012*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
076015*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
076018*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
076021*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
076024*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
076027*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
076030*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
076033*****************************************************************
076036 9515-CHECK-NIGHT-STILL-OPEN.
076039     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
076042         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
076045     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
076048         GO TO 9515-EXIT
076051     END-IF.
076054     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
076057     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
076060     READ MUTTI-LAUFSTEUERUNG
076063         INVALID KEY
076066             MOVE SPACE TO KA-RUN-STATUS
076069     END-READ.
076072     IF KA-RUN-IS-FINISHED
076075         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
076078         GO TO 9515-EXIT
076081     END-IF.
076084     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
076087     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
076090         " WIRD ZU ENDE GEFUEHRT".
076093 9515-EXIT.
076096     EXIT.
076100*
076200 9520-CHECK-PREDECESSOR.
076300     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
076400         GO TO 9520-EXIT
076500     END-IF.
076600     MOVE SPACES TO KA-RUNW-WHY.
076700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
076800     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
076900     READ MUTTI-LAUFSTEUERUNG
077000         INVALID KEY
077100             MOVE "FEHLT" TO KA-RUNW-WHY
077200         NOT INVALID KEY
077300             IF NOT KA-RUN-IS-FINISHED
077400                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
077500             ELSE
077600                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
077700                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
077800                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
077900                         TO KA-RUNW-MAX-ED
078000                     STRING "MIT RC " DELIMITED BY SIZE
078100                            KA-RUNW-RC-ED DELIMITED BY SIZE
078200                            " BEENDET (MAX " DELIMITED BY SIZE
078300                            KA-RUNW-MAX-ED DELIMITED BY SIZE
078400                            ")" DELIMITED BY SIZE
078500                       INTO KA-RUNW-WHY
078600                     END-STRING
078700                 END-IF
078800             END-IF
078900     END-READ.
079000     IF KA-RUNW-WHY NOT = SPACES
079100         MOVE SPACES TO KA-RUNW-MESSAGE
079200         STRING "VORGAENGER " DELIMITED BY SIZE
079300                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
079400                " " DELIMITED BY SIZE
079500                KA-RUNW-WHY DELIMITED BY SIZE
079600           INTO KA-RUNW-MESSAGE
079700         END-STRING
079800         SET KA-RUNW-IS-REFUSED TO TRUE
079900     END-IF.
080000 9520-EXIT.
080100     EXIT.
080200*
080300 9530-CHECK-BLOCKER.
080400     IF KA-RUNW-BLOCKER = SPACES
080500         GO TO 9530-EXIT
080600     END-IF.
080700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
080800     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
080900     READ MUTTI-LAUFSTEUERUNG
081000         INVALID KEY
081100             MOVE SPACE TO KA-RUN-STATUS
081200     END-READ.
081300     IF KA-RUN-IS-FINISHED
081400         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
081500         MOVE SPACES TO KA-RUNW-MESSAGE
081600         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
081700                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
081800                    DELIMITED BY SIZE
081900           INTO KA-RUNW-MESSAGE
082000         END-STRING
082100         SET KA-RUNW-IS-REFUSED TO TRUE
082200     END-IF.
082300 9530-EXIT.
082400     EXIT.
082500*
082600*****************************************************************
082700* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
082800*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
082900*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
083000*****************************************************************
083100 9540-LOG-START.
083200     IF KA-RUNW-OPENS-NIGHT
083300         MOVE "N" TO KA-RUNW-FOUND-SW
083400         MOVE ZERO TO KA-RUN-BUS-DATE
083500         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
083600         READ MUTTI-LAUFSTEUERUNG
083700             NOT INVALID KEY
083800                 SET KA-RUNW-REC-FOUND TO TRUE
083900         END-READ
084000         MOVE SPACES TO KA-RUN-CTL-DATA
084100         MOVE ZERO TO KA-RUN-BUS-DATE
084200         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
084300         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
084400         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
084500         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
084600         IF KA-RUNW-REC-FOUND
084700             REWRITE KA-RUN-REC
084800         ELSE
084900             WRITE KA-RUN-REC
085000         END-IF
085100     END-IF.
085200     MOVE "N" TO KA-RUNW-FOUND-SW.
085300     MOVE ZERO TO KA-RUNW-RUNS.
085400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
085500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
085600     READ MUTTI-LAUFSTEUERUNG
085700         NOT INVALID KEY
085800             SET KA-RUNW-REC-FOUND TO TRUE
085900             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
086000     END-READ.
086100     MOVE SPACES TO KA-RUN-DATA.
086200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
086300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
086400     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
086500     SET KA-RUN-IS-RUNNING TO TRUE.
086600     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
086700     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
086800     MOVE ZERO TO KA-RUN-END-DATE.
086900     MOVE ZERO TO KA-RUN-END-TIME.
087000     MOVE ZERO TO KA-RUN-RC.
087100     ADD 1 TO KA-RUNW-RUNS.
087200     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
087300     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
087400     IF KA-RUNW-REC-FOUND
087500         REWRITE KA-RUN-REC
087600     ELSE
087700         WRITE KA-RUN-REC
087800     END-IF.
087900     CLOSE MUTTI-LAUFSTEUERUNG.
088000     MOVE "N" TO KA-RUNW-OPEN-SW.
088100     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
088200     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
088300         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
088400 9540-EXIT.
088500     EXIT.
088600*
088700*****************************************************************
088800* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
088900*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
089000*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
089100*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
089200*****************************************************************
089300 9580-REFUSE-RUN.
089400     SET KA-RUNW-IS-REFUSED TO TRUE.
089500     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
089600     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
089700     IF NOT KA-RUNW-FILE-IS-OPEN
089800         GO TO 9580-EXIT
089900     END-IF.
090000     IF KA-RUNW-BUS-DATE NOT = ZERO
090100         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
090200     END-IF.
090300     CLOSE MUTTI-LAUFSTEUERUNG.
090400     MOVE "N" TO KA-RUNW-OPEN-SW.
090500 9580-EXIT.
090600     EXIT.
090700*
090800 9585-LOG-REFUSAL.
090900     MOVE "N" TO KA-RUNW-FOUND-SW.
091000     MOVE ZERO TO KA-RUNW-RUNS.
091100     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
091200     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
091300     READ MUTTI-LAUFSTEUERUNG
091400         NOT INVALID KEY
091500             SET KA-RUNW-REC-FOUND TO TRUE
091600             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
091700     END-READ.
091800     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
091900         GO TO 9585-EXIT
092000     END-IF.
092100     MOVE SPACES TO KA-RUN-DATA.
092200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
092300     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
092400     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
092500     SET KA-RUN-WAS-REFUSED TO TRUE.
092600     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
092700     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
092800     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
092900     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
093000     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
093100     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
093200     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
093300     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
093400     IF KA-RUNW-REC-FOUND
093500         REWRITE KA-RUN-REC
093600     ELSE
093700         WRITE KA-RUN-REC
093800     END-IF.
093900 9585-EXIT.
094000     EXIT.
094100*
094200*****************************************************************
094300* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
094400*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
094500*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
094600*****************************************************************
094700 9600-RUN-END.
094800     IF NOT KA-RUNW-RUN-IS-LOGGED
094900         GO TO 9600-EXIT
095000     END-IF.
095100     MOVE "N" TO KA-RUNW-LOGGED-SW.
095200     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
095300     OPEN I-O MUTTI-LAUFSTEUERUNG.
095400     IF KA-RUNW-STATUS NOT = "00"
095500         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
095600             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
095700         GO TO 9600-EXIT
095800     END-IF.
095900     MOVE "N" TO KA-RUNW-FOUND-SW.
096000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
096100     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
096200     READ MUTTI-LAUFSTEUERUNG
096300         INVALID KEY
096400             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
096500                 " ENDE NICHT VERMERKT - SATZ FEHLT"
096600         NOT INVALID KEY
096700             SET KA-RUNW-REC-FOUND TO TRUE
096800     END-READ.
096900     IF KA-RUNW-REC-FOUND
097000         SET KA-RUN-IS-FINISHED TO TRUE
097100         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
097200         ACCEPT KA-RUN-END-TIME FROM TIME
097300         MOVE RETURN-CODE TO KA-RUN-RC
097400         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
097500         REWRITE KA-RUN-REC
097600         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
097700         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
097800             " BEENDET MIT RC " KA-RUNW-RC-ED
097900     END-IF.
098000     CLOSE MUTTI-LAUFSTEUERUNG.
098100 9600-EXIT.
098200     EXIT.
098300*
098400 9610-CLEAR-RUN-COUNT.
098500     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
098600     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
098700 9610-EXIT.
098800     EXIT.
098900*
099000*****************************************************************
099100* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
099200*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
099300*****************************************************************
099400 9650-SET-RUN-COUNTS.
099500     MOVE "GEPRUEFT" TO KA-RUNW-CNT-LABEL(1).
099600     MOVE WS-PRIME-COUNT TO KA-RUNW-CNT-VALUE(1).
099700     MOVE "KOPIERT" TO KA-RUNW-CNT-LABEL(2).
099800     MOVE WS-COPIED-COUNT TO KA-RUNW-CNT-VALUE(2).
099900     MOVE "BEANSTANDET" TO KA-RUNW-CNT-LABEL(3).
100000     MOVE WS-FINDING-COUNT TO KA-RUNW-CNT-VALUE(3).
100010     MOVE "MANUELL" TO KA-RUNW-CNT-LABEL(4).
100020     MOVE WS-AEN-COUNT TO KA-RUNW-CNT-VALUE(4).
100100 9650-EXIT.
100200     EXIT.
