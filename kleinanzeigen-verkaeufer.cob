002520*                    SHAPE (AD + EIGHT DIGITS), NOT JUST THE
002530*                    "AD" PREFIX - A CATEGORY LIKE "ADAPTER"
002540*                    WAS SLIPPING THROUGH AS A PHANTOM AD.
002550*    2026-10-09 CJH  KA-MST-SELLER NOW HOLDS THE SELLER ID OF THE
002560*                    SELLER MASTER (KAVERKAU, COPY KAVERK), SO
002570*                    THE DIGEST IS SECTIONED BY SELLER ID, IN ID
002580*                    ORDER, AND THE BANNER LINE CARRIES THE
002581*                    SELLER'S NAME AND CONTACT ADDRESS (AND
002582*                    "GESPERRT" FOR A BLOCKED SELLER).  AN OLD AD
002583*                    WITH A FREE-TEXT SELLER IS SECTIONED UNDER
002584*                    THAT TEXT, MARKED NOT ON THE SELLER MASTER.
002585*    2026-10-13 CJH  EVERY RUN IS LOGGED ON THE RUN-CONTROL FILE
002586*                    MUTTIRUN (COPY KARUNCTL): START, END,
002587*                    RETURN-CODE AND KEY COUNTS UNDER THE BUSINESS
002588*                    DATE.  THE DIGEST IS REFUSED (RETURN-CODE 12)
002589*                    UNLESS MUTTI-TAGESBERICHT FINISHED, AND ONCE
002590*                    MUTTI-TAGESABSCHLUSS HAS EMPTIED MUTTIAUD.
002591*    2026-10-15 CJH  THE CONTACT IN THE BANNER LINE IS NO LONGER
002592*                    CUT AT ITS FIRST BLANK ("TEL 0171 ...").
002593*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
002594*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
002595*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
002596*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
002599*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004100*
004200     SELECT MUTTI-DIGEST ASSIGN TO "MUTTIDIG"
004300         ORGANIZATION IS SEQUENTIAL.
004310*
004320     SELECT SELLER-MASTER ASSIGN TO "KAVERKAU"
004330         ORGANIZATION IS INDEXED
004340         ACCESS MODE IS DYNAMIC
004350         RECORD KEY IS KA-VKF-ID
004360         FILE STATUS IS WS-VKF-STATUS.
004400*
004410     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS DYNAMIC
004440         RECORD KEY IS KA-RUN-KEY
004450         FILE STATUS IS KA-RUNW-STATUS.
004460*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MUTTI-AUDIT-LOG
005500 FD  MUTTI-DIGEST
005600     LABEL RECORDS ARE STANDARD.
005700 01  RPT-LINE                    PIC X(132).
005710*
005720 FD  SELLER-MASTER
005730     LABEL RECORDS ARE STANDARD.
005740 COPY KAVERK.
005800*
005810 FD  MUTTI-LAUFSTEUERUNG
005820     LABEL RECORDS ARE STANDARD.
005830 COPY KARUNCTL.
005840*
005900 WORKING-STORAGE SECTION.
006000 01  WS-SWITCHES.
006100     05  WS-AUDIT-AT-END-SW      PIC X(01)   VALUE "N".
007000         88  ENTRY-TABLE-FULL            VALUE "Y".
007100     05  WS-AD-OVERFLOW-SW       PIC X(01)   VALUE "N".
007200         88  AD-TABLE-FULL               VALUE "Y".
007210     05  WS-VKF-OPEN-SW          PIC X(01)   VALUE "N".
007220         88  VKF-FILE-IS-OPEN            VALUE "Y".
007230     05  WS-VKF-FOUND-SW         PIC X(01)   VALUE "N".
007240         88  SELLER-ON-FILE              VALUE "Y".
007300*
007400 01  WS-AUDIT-STATUS             PIC X(02).
007500 01  WS-MASTER-STATUS            PIC X(02).
007510 01  WS-VKF-STATUS               PIC X(02).
007600*
007700 01  WS-TODAY-DATE               PIC 9(08).
007800*
011000 01  WS-RPT-COUNT-ED             PIC ZZZ,ZZ9.
011100 01  WS-RPT-DATE-ED              PIC 9(08).
011200*
011206*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
011212 01  WS-RUN-STEP-VALUES.
011218     05  FILLER                  PIC X(18)
011224                                 VALUE "VERKAEUFERBERICHT".
011230     05  FILLER                  PIC X(30)
011236                                 VALUE "MUTTI-VERKAEUFERBERICHT".
011242     05  FILLER                  PIC X(01)   VALUE "N".
011248     05  FILLER                  PIC X(18)
011254                                 VALUE "TAGESABSCHLUSS".
011260     05  FILLER                  PIC X(18)   VALUE "TAGESBERICHT".
011266     05  FILLER                  PIC X(02)   VALUE "04".
011272     05  FILLER                  PIC X(60)   VALUE SPACES.
011278 COPY KARUNWRK.
011284*
011300 PROCEDURE DIVISION.
011400*
011500 0000-MAINLINE.
011510     PERFORM 9500-RUN-START THRU 9500-EXIT.
011520     IF KA-RUNW-IS-REFUSED
011530         STOP RUN
011540     END-IF.
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700     PERFORM 2000-COLLECT-ONE-RECORD THRU 2000-EXIT
011800         UNTIL AUDIT-AT-END.
015100     IF WS-MASTER-STATUS = "00"
015200         SET MASTER-FILE-IS-OPEN TO TRUE
015300     END-IF.
015310     OPEN INPUT SELLER-MASTER.
015320     IF WS-VKF-STATUS = "00"
015330         SET VKF-FILE-IS-OPEN TO TRUE
015340     END-IF.
015400     IF NOT AUDIT-AT-END
015500         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
015600     END-IF.
025600     EXIT.
025700*
025800*****************************************************************
025900* 4000-PRINT-DIGEST  --  ONE SECTION PER SELLER ID, LOWEST ID
026000*    FIRST: BANNER, THEN EACH OF THEIR ADS WITH THE DAY'S COUNT
026100*    AND THE QUESTION TEXTS.  ADS ARE MARKED DONE AS THEY PRINT
026200*    SO EVERY SELLER SECTIONS OUT EXACTLY ONCE.
026300*****************************************************************
026400 4000-PRINT-DIGEST.
026410     PERFORM 4050-FIND-NEXT-SELLER THRU 4050-EXIT.
026500     PERFORM 4100-SECTION-ONE-SELLER THRU 4100-EXIT
026700         UNTIL WS-AD-IDX > WS-AD-MAX.
026800     IF ENTRY-TABLE-FULL OR AD-TABLE-FULL
026900         MOVE SPACES TO RPT-LINE
027600     END-IF.
027700 4000-EXIT.
027800     EXIT.
027810*
027820*****************************************************************
027830* 4050-FIND-NEXT-SELLER  --  POINT WS-AD-IDX AT THE FIRST AD OF
027840*    THE LOWEST SELLER ID NOT YET PRINTED (WS-AD-MAX + 1 WHEN
027850*    EVERY AD IS DONE).
027860*****************************************************************
027870 4050-FIND-NEXT-SELLER.
027880     COMPUTE WS-AD-IDX = WS-AD-MAX + 1.
027890     PERFORM 4060-COMPARE-ONE-SELLER THRU 4060-EXIT
027891         VARYING WS-AD-IDX2 FROM 1 BY 1
027892         UNTIL WS-AD-IDX2 > WS-AD-MAX.
027893 4050-EXIT.
027894     EXIT.
027895*
027896 4060-COMPARE-ONE-SELLER.
027897     IF WS-AD-ENTRY-DONE-SW(WS-AD-IDX2) = "N"
027898         IF WS-AD-IDX > WS-AD-MAX
027899             MOVE WS-AD-IDX2 TO WS-AD-IDX
027900         ELSE
027901             IF WS-AD-ENTRY-SELLER(WS-AD-IDX2) <
027902                 WS-AD-ENTRY-SELLER(WS-AD-IDX)
027903                 MOVE WS-AD-IDX2 TO WS-AD-IDX
027904             END-IF
027905         END-IF
027906     END-IF.
027907 4060-EXIT.
027908     EXIT.
027909*
028000 4100-SECTION-ONE-SELLER.
028200     ADD 1 TO WS-SELLER-COUNT.
028300     MOVE WS-AD-ENTRY-SELLER(WS-AD-IDX)
028400       TO WS-CURRENT-SELLER.
028500     MOVE SPACES TO RPT-LINE.
028600     WRITE RPT-LINE.
028610     PERFORM 4150-BUILD-BANNER THRU 4150-EXIT.
029300     WRITE RPT-LINE.
029400     PERFORM 4200-PRINT-SELLERS-ADS THRU 4200-EXIT
029500         VARYING WS-AD-IDX2 FROM WS-AD-IDX BY 1
029600         UNTIL WS-AD-IDX2 > WS-AD-MAX.
029700     PERFORM 4050-FIND-NEXT-SELLER THRU 4050-EXIT.
029800 4100-EXIT.
029900     EXIT.
029910*
029920*****************************************************************
029930* 4150-BUILD-BANNER  --  THE SELLER BANNER IN RPT-LINE: SELLER
029940*    ID, NAME AND CONTACT OFF THE SELLER MASTER.
029950*****************************************************************
029960 4150-BUILD-BANNER.
029970     MOVE SPACES TO RPT-LINE.
029980     MOVE "N" TO WS-VKF-FOUND-SW.
029990     IF VKF-FILE-IS-OPEN
029991         MOVE WS-CURRENT-SELLER(1:10) TO KA-VKF-ID
029992         READ SELLER-MASTER
029993             INVALID KEY
029994                 CONTINUE
029995             NOT INVALID KEY
029996                 SET SELLER-ON-FILE TO TRUE
029997         END-READ
029998     END-IF.
029999     IF NOT SELLER-ON-FILE
030000         STRING "====== VERKAEUFER: " DELIMITED BY SIZE
030001                WS-CURRENT-SELLER DELIMITED BY "  "
030002                " - NICHT IM VERKAEUFER-STAMM ======"
030003                  DELIMITED BY SIZE
030004           INTO RPT-LINE
030005         END-STRING
030006         GO TO 4150-EXIT
030007     END-IF.
030008     IF KA-VKF-IS-BLOCKED
030009         STRING "====== VERKAEUFER: " DELIMITED BY SIZE
030010                KA-VKF-ID DELIMITED BY SPACE
030011                " " DELIMITED BY SIZE
030012                KA-VKF-NAME DELIMITED BY "  "
030013                " - KONTAKT: " DELIMITED BY SIZE
030014                KA-VKF-CONTACT DELIMITED BY "  "
030015                " - GESPERRT ======" DELIMITED BY SIZE
030016           INTO RPT-LINE
030017         END-STRING
030018     ELSE
030019         STRING "====== VERKAEUFER: " DELIMITED BY SIZE
030020                KA-VKF-ID DELIMITED BY SPACE
030021                " " DELIMITED BY SIZE
030022                KA-VKF-NAME DELIMITED BY "  "
030023                " - KONTAKT: " DELIMITED BY SIZE
030024                KA-VKF-CONTACT DELIMITED BY "  "
030025                " ======" DELIMITED BY SIZE
030026           INTO RPT-LINE
030027         END-STRING
030028     END-IF.
030029 4150-EXIT.
030030     EXIT.
030090*
030100 4200-PRINT-SELLERS-ADS.
030200     IF WS-AD-ENTRY-DONE-SW(WS-AD-IDX2) = "N"
030300         AND WS-AD-ENTRY-SELLER(WS-AD-IDX2) = WS-CURRENT-SELLER
035800         MOVE "N" TO WS-MASTER-OPEN-SW
035900     END-IF.
036000     CLOSE MUTTI-DIGEST.
036010     IF VKF-FILE-IS-OPEN
036020         CLOSE SELLER-MASTER
036030         MOVE "N" TO WS-VKF-OPEN-SW
036040     END-IF.
036050     PERFORM 9600-RUN-END THRU 9600-EXIT.
036100 9000-EXIT.
036200     EXIT.
036300*
036400*****************************************************************
036500* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
036600*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
036700*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
036800*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
036900*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
037000*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
037100*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
037200*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
037300*    LOGGED AND REOPENED BY 9600-RUN-END.
037400*****************************************************************
037500 9500-RUN-START.
037600     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
037700     MOVE "N" TO KA-RUNW-REFUSED-SW.
037800     MOVE "N" TO KA-RUNW-LOGGED-SW.
037900     MOVE ZERO TO KA-RUNW-BUS-DATE.
038000     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
038100         VARYING KA-RUNW-IDX FROM 1 BY 1
038200         UNTIL KA-RUNW-IDX > 4.
038300     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
038400     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
038500     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
038600     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
038700         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
038800             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
038900     END-IF.
039000     OPEN I-O MUTTI-LAUFSTEUERUNG.
039100     IF KA-RUNW-STATUS NOT = "00"
039200         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
039300         CLOSE MUTTI-LAUFSTEUERUNG
039400         OPEN I-O MUTTI-LAUFSTEUERUNG
039500     END-IF.
039600     IF KA-RUNW-STATUS NOT = "00"
039700         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
039800             TO KA-RUNW-MESSAGE
039900         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
040000         GO TO 9500-EXIT
040100     END-IF.
040200     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
040300     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
040400     IF NOT KA-RUNW-IS-REFUSED
040500         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
040600             VARYING KA-RUNW-IDX FROM 1 BY 1
040700             UNTIL KA-RUNW-IDX > 4
040800                OR KA-RUNW-IS-REFUSED
040900     END-IF.
041000     IF NOT KA-RUNW-IS-REFUSED
041100         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
041200     END-IF.
041300     IF KA-RUNW-IS-REFUSED
041400         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
041500     ELSE
041600         PERFORM 9540-LOG-START THRU 9540-EXIT
041700     END-IF.
041800 9500-EXIT.
041900     EXIT.
042000*
042100*****************************************************************
042200* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
042300*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
042400*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
042500*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
042600*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
042700*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
042800*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
042900*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
042910*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
043000*****************************************************************
043100 9510-GET-BUSINESS-DATE.
043200     IF KA-RUNW-OPENS-NIGHT
043300         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
043400         GO TO 9510-EXIT
043500     END-IF.
043600     MOVE ZERO TO KA-RUN-BUS-DATE.
043700     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
043800     READ MUTTI-LAUFSTEUERUNG
043900         INVALID KEY
044000             MOVE ZERO TO KA-RUN-CTL-DATE
044100     END-READ.
044200     IF KA-RUN-CTL-DATE = ZERO
044300         IF KA-RUNW-NEED-STEP(1) = SPACES
044400             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
044500         ELSE
044600             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
044700                 TO KA-RUNW-MESSAGE
044800             SET KA-RUNW-IS-REFUSED TO TRUE
044900         END-IF
045000         GO TO 9510-EXIT
045100     END-IF.
045200     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
045210     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
045220     IF KA-RUNW-IS-NIGHT-STEP
045230         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
045240         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
045250     END-IF.
045260     IF KA-RUNW-IS-NIGHT-STEP
045270         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
045280         AND NOT KA-RUNW-NIGHT-IS-OPEN
045290         MOVE SPACES TO KA-RUNW-MESSAGE
045600         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
045700                KA-RUNW-BUS-DATE DELIMITED BY SIZE
045800                " IST ALT - SICHERUNG ENTLADEN FEHLT"
045900                    DELIMITED BY SIZE
046000           INTO KA-RUNW-MESSAGE
046100         END-STRING
046200         SET KA-RUNW-IS-REFUSED TO TRUE
046300     END-IF.
046400 9510-EXIT.
046500     EXIT.
046503*
046506*****************************************************************
046509* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
046512*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
046515*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
046518*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
046521*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
046524*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
046527*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
046530*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
046533*****************************************************************
046536 9515-CHECK-NIGHT-STILL-OPEN.
046539     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
046542         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
046545     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
046548         GO TO 9515-EXIT
046551     END-IF.
046554     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
046557     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
046560     READ MUTTI-LAUFSTEUERUNG
046563         INVALID KEY
046566             MOVE SPACE TO KA-RUN-STATUS
046569     END-READ.
046572     IF KA-RUN-IS-FINISHED
046575         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
046578         GO TO 9515-EXIT
046581     END-IF.
046584     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
046587     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
046590         " WIRD ZU ENDE GEFUEHRT".
046593 9515-EXIT.
046596     EXIT.
046600*
046700 9520-CHECK-PREDECESSOR.
046800     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
046900         GO TO 9520-EXIT
047000     END-IF.
047100     MOVE SPACES TO KA-RUNW-WHY.
047200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
047300     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
047400     READ MUTTI-LAUFSTEUERUNG
047500         INVALID KEY
047600             MOVE "FEHLT" TO KA-RUNW-WHY
047700         NOT INVALID KEY
047800             IF NOT KA-RUN-IS-FINISHED
047900                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
048000             ELSE
048100                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
048200                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
048300                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
048400                         TO KA-RUNW-MAX-ED
048500                     STRING "MIT RC " DELIMITED BY SIZE
048600                            KA-RUNW-RC-ED DELIMITED BY SIZE
048700                            " BEENDET (MAX " DELIMITED BY SIZE
048800                            KA-RUNW-MAX-ED DELIMITED BY SIZE
048900                            ")" DELIMITED BY SIZE
049000                       INTO KA-RUNW-WHY
049100                     END-STRING
049200                 END-IF
049300             END-IF
049400     END-READ.
049500     IF KA-RUNW-WHY NOT = SPACES
049600         MOVE SPACES TO KA-RUNW-MESSAGE
049700         STRING "VORGAENGER " DELIMITED BY SIZE
049800                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
049900                " " DELIMITED BY SIZE
050000                KA-RUNW-WHY DELIMITED BY SIZE
050100           INTO KA-RUNW-MESSAGE
050200         END-STRING
050300         SET KA-RUNW-IS-REFUSED TO TRUE
050400     END-IF.
050500 9520-EXIT.
050600     EXIT.
050700*
050800 9530-CHECK-BLOCKER.
050900     IF KA-RUNW-BLOCKER = SPACES
051000         GO TO 9530-EXIT
051100     END-IF.
051200     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
051300     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
051400     READ MUTTI-LAUFSTEUERUNG
051500         INVALID KEY
051600             MOVE SPACE TO KA-RUN-STATUS
051700     END-READ.
051800     IF KA-RUN-IS-FINISHED
051900         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
052000         MOVE SPACES TO KA-RUNW-MESSAGE
052100         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
052200                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
052300                    DELIMITED BY SIZE
052400           INTO KA-RUNW-MESSAGE
052500         END-STRING
052600         SET KA-RUNW-IS-REFUSED TO TRUE
052700     END-IF.
052800 9530-EXIT.
052900     EXIT.
053000*
053100*****************************************************************
053200* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
053300*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
053400*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
053500*****************************************************************
053600 9540-LOG-START.
053700     IF KA-RUNW-OPENS-NIGHT
053800         MOVE "N" TO KA-RUNW-FOUND-SW
053900         MOVE ZERO TO KA-RUN-BUS-DATE
054000         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
054100         READ MUTTI-LAUFSTEUERUNG
054200             NOT INVALID KEY
054300                 SET KA-RUNW-REC-FOUND TO TRUE
054400         END-READ
054500         MOVE SPACES TO KA-RUN-CTL-DATA
054600         MOVE ZERO TO KA-RUN-BUS-DATE
054700         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
054800         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
054900         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
055000         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
055100         IF KA-RUNW-REC-FOUND
055200             REWRITE KA-RUN-REC
055300         ELSE
055400             WRITE KA-RUN-REC
055500         END-IF
055600     END-IF.
055700     MOVE "N" TO KA-RUNW-FOUND-SW.
055800     MOVE ZERO TO KA-RUNW-RUNS.
055900     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
056000     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
056100     READ MUTTI-LAUFSTEUERUNG
056200         NOT INVALID KEY
056300             SET KA-RUNW-REC-FOUND TO TRUE
056400             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
056500     END-READ.
056600     MOVE SPACES TO KA-RUN-DATA.
056700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
056800     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
056900     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
057000     SET KA-RUN-IS-RUNNING TO TRUE.
057100     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
057200     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
057300     MOVE ZERO TO KA-RUN-END-DATE.
057400     MOVE ZERO TO KA-RUN-END-TIME.
057500     MOVE ZERO TO KA-RUN-RC.
057600     ADD 1 TO KA-RUNW-RUNS.
057700     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
057800     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
057900     IF KA-RUNW-REC-FOUND
058000         REWRITE KA-RUN-REC
058100     ELSE
058200         WRITE KA-RUN-REC
058300     END-IF.
058400     CLOSE MUTTI-LAUFSTEUERUNG.
058500     MOVE "N" TO KA-RUNW-OPEN-SW.
058600     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
058700     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
058800         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
058900 9540-EXIT.
059000     EXIT.
059100*
059200*****************************************************************
059300* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
059400*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
059500*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
059600*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
059700*****************************************************************
059800 9580-REFUSE-RUN.
059900     SET KA-RUNW-IS-REFUSED TO TRUE.
060000     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
060100     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
060200     IF NOT KA-RUNW-FILE-IS-OPEN
060300         GO TO 9580-EXIT
060400     END-IF.
060500     IF KA-RUNW-BUS-DATE NOT = ZERO
060600         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
060700     END-IF.
060800     CLOSE MUTTI-LAUFSTEUERUNG.
060900     MOVE "N" TO KA-RUNW-OPEN-SW.
061000 9580-EXIT.
061100     EXIT.
061200*
061300 9585-LOG-REFUSAL.
061400     MOVE "N" TO KA-RUNW-FOUND-SW.
061500     MOVE ZERO TO KA-RUNW-RUNS.
061600     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
061700     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
061800     READ MUTTI-LAUFSTEUERUNG
061900         NOT INVALID KEY
062000             SET KA-RUNW-REC-FOUND TO TRUE
062100             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
062200     END-READ.
062300     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
062400         GO TO 9585-EXIT
062500     END-IF.
062600     MOVE SPACES TO KA-RUN-DATA.
062700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
062800     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
062900     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
063000     SET KA-RUN-WAS-REFUSED TO TRUE.
063100     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
063200     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
063300     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
063400     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
063500     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
063600     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
063700     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
063800     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
063900     IF KA-RUNW-REC-FOUND
064000         REWRITE KA-RUN-REC
064100     ELSE
064200         WRITE KA-RUN-REC
064300     END-IF.
064400 9585-EXIT.
064500     EXIT.
064600*
064700*****************************************************************
064800* 9600-RUN-END  --  PERFORMED LAST FROM 9000-TERMINATE: RECORD
064900*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
065000*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
065100*****************************************************************
065200 9600-RUN-END.
065300     IF NOT KA-RUNW-RUN-IS-LOGGED
065400         GO TO 9600-EXIT
065500     END-IF.
065600     MOVE "N" TO KA-RUNW-LOGGED-SW.
065700     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
065800     OPEN I-O MUTTI-LAUFSTEUERUNG.
065900     IF KA-RUNW-STATUS NOT = "00"
066000         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
066100             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
066200         GO TO 9600-EXIT
066300     END-IF.
066400     MOVE "N" TO KA-RUNW-FOUND-SW.
066500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
066600     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
066700     READ MUTTI-LAUFSTEUERUNG
066800         INVALID KEY
066900             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
067000                 " ENDE NICHT VERMERKT - SATZ FEHLT"
067100         NOT INVALID KEY
067200             SET KA-RUNW-REC-FOUND TO TRUE
067300     END-READ.
067400     IF KA-RUNW-REC-FOUND
067500         SET KA-RUN-IS-FINISHED TO TRUE
067600         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
067700         ACCEPT KA-RUN-END-TIME FROM TIME
067800         MOVE RETURN-CODE TO KA-RUN-RC
067900         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
068000         REWRITE KA-RUN-REC
068100         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
068200         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
068300             " BEENDET MIT RC " KA-RUNW-RC-ED
068400     END-IF.
068500     CLOSE MUTTI-LAUFSTEUERUNG.
068600 9600-EXIT.
068700     EXIT.
068800*
068900 9610-CLEAR-RUN-COUNT.
069000     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
069100     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
069200 9610-EXIT.
069300     EXIT.
069400*
069500*****************************************************************
069600* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
069700*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
069800*****************************************************************
069900 9650-SET-RUN-COUNTS.
070000     MOVE "GELESEN" TO KA-RUNW-CNT-LABEL(1).
070100     MOVE WS-READ-COUNT TO KA-RUNW-CNT-VALUE(1).
070200     MOVE "EINTRAEGE" TO KA-RUNW-CNT-LABEL(2).
070300     MOVE WS-ENTRY-COUNT TO KA-RUNW-CNT-VALUE(2).
070400     MOVE "VERKAEUFER" TO KA-RUNW-CNT-LABEL(3).
070500     MOVE WS-SELLER-COUNT TO KA-RUNW-CNT-VALUE(3).
070600 9650-EXIT.
070700     EXIT.
