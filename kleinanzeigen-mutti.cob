001960*                    NO AD MATCHES, USER-INPUT IS CHECKED
001970*                    AGAINST THE FAQ KEYWORDS AND THE MATCHING
001980*                    REPLY IS SENT BACK.  ONLY A WORD THAT
001981*                    MATCHES NEITHER AN AD NOR AN FAQ KEYWORD
001982*                    STILL GETS THE CANNED INSULT.
001983*    2025-05-26 CJH  BLANK/SPACES-ONLY USER-INPUT NO LONGER
001984*                    GOES THROUGH THE LOOKUP AT ALL.  MUTTI
001985*                    NOW RE-ASKS UNTIL SHE GETS SOMETHING TO
001986*                    WORK WITH, AND LOGS THE BLANK ATTEMPTS
001987*                    SEPARATELY SO THEY DO NOT COUNT AS REAL
001988*                    QUESTIONS.
001989*    2025-05-30 CJH  ADDED MUTTI-CHECKPOINT (COPY KACKPT).  THE
001990*                    IN-FLIGHT QUESTION IS MARKED IN-PROGRESS AS
001991*                    SOON AS IT IS ACCEPTED AND MARKED COMPLETE
001992*                    ONCE ANSWERED AND AUDITED, SO A RESTART
001993*                    AFTER AN ABEND CAN TELL WHETHER THE LAST
001999*                    QUESTION WAS EVER ANSWERED AND, IF NOT,
002000*                    ANSWER IT AGAIN.
002001*    2025-06-02 CJH  MUTTI NOW ASKS WHICH LANGUAGE THE CALLER
002002*                    WANTS (DE/EN/TR) AND USES IT TO PICK THE
002003*                    FAQ ENTRY AND TO WORD THE BLANK-INPUT AND
002171*                    MUTTI-ANZEIGEN-LADEN SINCE THE PRICE
002172*                    HISTORY WENT IN - LIES ABOVE THE CURRENT
002173*                    PRICE.  A PROVEN TRIGGER FOR BUYERS.
002174*    2026-10-05 CJH  BATCH REPLAY IS NOW TRULY UNATTENDED (SEE
002175*                    2025-06-16 NOTE ABOVE).  MUTTIBIN STARTS
002176*                    WITH A CONTROL RECORD ("*STEUER*" + OPERATOR
002177*                    ID + DEFAULT LANGUAGE + RUN DATE) THAT
002178*                    1500-READ-BATCH-CONTROL TAKES IN PLACE OF
002179*                    THE LOGON AND LANGUAGE PROMPTS; A MISSING
002180*                    CONTROL RECORD OR AN UNKNOWN/INACTIVE
002181*                    OPERATOR ENDS THE RUN WITH RC 8 WITHOUT
002182*                    TOUCHING THE TERMINAL.  MUTTIBOT RECORDS
002183*                    (NEW COPY KABATOUT) NOW CARRY THE QUESTION'S
002184*                    SEQUENCE NUMBER, MATCH TYPE AND MATCHED AD
002185*                    ID/KEYWORD AHEAD OF THE REPLY TEXT, AND THE
002186*                    RUN ENDS WITH A TRAILER RECORD (QUESTIONS,
002187*                    ANSWERED, BLANK, ABUSE) THAT MUTTI-ABGLEICH
002188*                    CHECKS INSTEAD OF COUNTING LINES.
002189*    2026-10-06 CJH  EVERY REPLY NOW GOES TO THE NEW REPLY
002190*                    JOURNAL (MUTTIJRN, COPY KAJOURN) WITH THE
002191*                    QUESTION, MATCH TYPE, KEYWORD AND THE REPLY
002192*                    TEXT EXACTLY AS GIVEN, KEYED BY SESSION
002193*                    STAMP AND THE AUDIT RECORD'S DATE/TIME - SO
002194*                    "MUTTI SAID 80 EURO" CAN BE CHECKED LONG
002195*                    AFTER THE MASTER PRICE HAS MOVED.  BLANK
002196*                    SUBMISSIONS ARE JOURNALED WITH THEIR STOCK
002197*                    REPLY TOO.  TRANSCRIPTS ARE PULLED IN THE
002198*                    NEW SUPERVISOR DIALOG MUTTI-GESPRAECHS-
002199*                    PROTOKOLL.  A JOURNAL THAT WILL NOT OPEN
002200*                    DOES NOT STOP THE HELP DESK.
002201*    2026-10-07 CJH  AN ACCEPTED OFFER NOW ASKS THE BUYER FOR A
002202*                    NAME AND A PHONE NUMBER OR E-MAIL ADDRESS
002203*                    BEFORE THE AD IS RESERVED (5165); BOTH GO ON
002204*                    THE MUTTIRSV RECORD WITH THE SESSION
002205*                    LANGUAGE, SO THE SELLER CAN REACH THE BUYER
002206*                    AND MUTTI-KAEUFERINFO CAN TELL THE BUYER THE
002207*                    OUTCOME.  NO USABLE CONTACT, NO RESERVATION.
002208*                    THE BATCH REPLAY HAS NOBODY TO ASK AND
002209*                    RESERVES WITHOUT CONTACT AS BEFORE.
002210*    2026-10-08 CJH  SAVED SEARCHES ("SUCHAUFTRAG").  A CATEGORY
002211*                    QUESTION THAT NAMES A BUDGET (A PLAIN NUMBER)
002212*                    BELOW THE CHEAPEST AD OF THE CATEGORY NOW
002213*                    OFFERS TO SAVE THE SEARCH (5250): CATEGORY,
002214*                    MAXIMUM PRICE, LANGUAGE AND THE BUYER'S NAME
002215*                    AND PHONE/E-MAIL GO ON THE NEW FILE MUTTISRC
002216*                    (COPY KASUCHE), GOOD FOR WS-SEARCH-KEEP-DAYS.
002217*                    THE NIGHTLY MUTTI-SUCHAUFTRAG DOES THE
002218*                    MATCHING.  THE CONTACT PROMPT OF 5165 IS
002219*                    SPLIT OUT AS 5166 SO BOTH USE THE SAME
002220*                    CHECK.  NOT OFFERED IN THE BATCH REPLAY.
002221*    2026-10-09 CJH  SELLER MASTER (KAVERKAU, COPY KAVERK).  THE
002222*                    ADS OF A SELLER BLOCKED THERE ARE NO LONGER
002223*                    OFFERED - A DIRECT QUESTION GETS THE "NOT
002224*                    AVAILABLE" ANSWER, A CATEGORY LIST LEAVES
002225*                    THEM OUT.  THE CHECK IS MADE LIVE (3500),
002226*                    SO A BLOCK SET AFTER THE NIGHT'S LOAD TAKES
002227*                    EFFECT AT ONCE.  THE AD ANSWER NAMES THE
002228*                    SELLER BY DISPLAY NAME INSTEAD OF SELLER ID.
002229*    2026-10-11 CJH  SUSPICIOUS-AD SCREENING.  AN AD WITH AN OPEN
002230*                    CASE ON MUTTIVRD (COPY KAVERDA, WRITTEN BY
002231*                    THE NIGHTLY MUTTI-ANZEIGEN-SCREENING) IS
002232*                    STILL ANSWERED, BUT A PRICE OFFER ON IT IS
002233*                    REFUSED (3550, 5117) UNTIL A SUPERVISOR HAS
002234*                    CLEARED IT.  AN AD BLOCKED AFTER REVIEW
002235*                    (STATUS G) IS ANSWERED AS NO LONGER
002236*                    AVAILABLE AND LEFT OUT OF CATEGORY LISTS.
002237*    2026-10-13 CJH  EVERY BATCH REPLAY IS LOGGED ON THE
002238*                    RUN-CONTROL FILE MUTTIRUN (COPY KARUNCTL):
002239*                    START, END, RETURN-CODE AND KEY COUNTS UNDER
002240*                    THE BUSINESS DATE.  THE REPLAY IS REFUSED
002241*                    (RETURN-CODE 12) UNLESS SICHERUNG PRUEFEN
002242*                    FINISHED, AND ONCE MUTTI-TAGESABSCHLUSS HAS
002243*                    CUT OVER THE DAY.  THE SCREENING IS
002244*                    SCHEDULED BEFORE THE REPLAY BUT NOT WAITED
002245*                    FOR.  INTERACTIVE SESSIONS ARE NOT LOGGED.
002246*    2026-10-15 CJH  THE RUN DATE OF THE BATCH CONTROL RECORD NOW
002247*                    DATES WHAT THE REPLAY RECORDS - AUDIT AND
002248*                    JOURNAL RECORDS, RESERVATIONS AND THE AD'S
002249*                    STATUS DATE, ABUSE EXCEPTIONS AND
002251*                    ESCALATIONS - NOT ONLY THE MUTTIBOT TRAILER.
002253*                    THE TIME STILL COMES FROM THE CLOCK.
002255*    2026-10-15 CJH  A CATEGORY WITH NO LIVE AD (ALL SOLD, EXPIRED
002257*                    OR BLOCKED) NOW ANSWERS "NOTHING AVAILABLE"
002259*                    INSTEAD OF FALLING THROUGH TO THE FAQ, AND
002261*                    STILL OFFERS THE SAVED SEARCH WHEN A BUDGET
002263*                    WAS NAMED.
002265*    2026-10-15 CJH  A NUMBER IS ONLY TAKEN AS THE BUDGET OF A
002267*                    SAVED SEARCH AFTER BIS/MAX/MAXIMAL/UNTER/
002269*                    HOECHSTENS/UNDER OR WITH EUR, EURO OR THE
002271*                    EURO SIGN AFTER IT; "IPHONE 13" NAMES NO
002273*                    BUDGET.
002275*    2026-10-15 CJH  RUN CONTROL: A NIGHT THAT BROKE OFF CAN BE
002277*                    FINISHED AFTER NOON.  A NIGHT STEP STILL RUNS
002279*                    UNDER THE PREVIOUS DAY'S BUSINESS DATE WHILE
002281*                    IT HAS NOT FINISHED CLEANLY FOR THAT NIGHT
002283*                    (9515), INSTEAD OF BEING REFUSED AS "ALT".
002284*    2026-10-15 CJH  AN ACCEPTED OFFER RE-READS THE AD AFTER THE
002286*                    BUYER HAS LEFT A CONTACT AND ONLY RESERVES IT
002288*                    WHEN NOBODY RESERVED, BLOCKED, WITHDREW OR
002290*                    REPRICED IT MEANWHILE (5161/5162).
002292*****************************************************************
002294 ENVIRONMENT DIVISION.
002296 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT MUTTI-AUDIT-LOG ASSIGN TO "MUTTIAUD"
002500         ORGANIZATION IS SEQUENTIAL
003170         ORGANIZATION IS INDEXED
003180         ACCESS MODE IS DYNAMIC
003190         RECORD KEY IS KA-CKPT-OPERATOR
003191         FILE STATUS IS WS-CKPT-STATUS.
003192*
003193     SELECT OPERATOR-MASTER ASSIGN TO "KAOPERAT"
003194         ORGANIZATION IS INDEXED
003195         ACCESS MODE IS DYNAMIC
003196         RECORD KEY IS KA-OPR-ID
003197         FILE STATUS IS WS-OPER-STATUS.
003200*
003202     SELECT MUTTI-BATCH-IN ASSIGN TO "MUTTIBIN"
003203         ORGANIZATION IS SEQUENTIAL
003204         FILE STATUS IS WS-BATCH-IN-STATUS.
003205*
003206     SELECT MUTTI-BATCH-OUT ASSIGN TO "MUTTIBOT"
003207         ORGANIZATION IS SEQUENTIAL
003208         FILE STATUS IS WS-BATCH-OUT-STATUS.
003209*
003210     SELECT MUTTI-ABUSE-EXC ASSIGN TO "MUTTIEXC"
003211         ORGANIZATION IS SEQUENTIAL
003212         FILE STATUS IS WS-EXC-STATUS.
003213*
003214     SELECT MUTTI-ESKALATION ASSIGN TO "MUTTIESK"
003246         ACCESS MODE IS DYNAMIC
003247         RECORD KEY IS KA-ALS-WORD
003248         FILE STATUS IS WS-ALS-STATUS.
003249*
003250     SELECT MUTTI-JOURNAL ASSIGN TO "MUTTIJRN"
003251         ORGANIZATION IS INDEXED
003252         ACCESS MODE IS DYNAMIC
003253         RECORD KEY IS KA-JRN-KEY
003254         FILE STATUS IS WS-JRN-STATUS.
003255*
003256     SELECT MUTTI-SUCHAUFTRAG ASSIGN TO "MUTTISRC"
003257         ORGANIZATION IS INDEXED
003258         ACCESS MODE IS DYNAMIC
003259         RECORD KEY IS KA-SRC-ID
003260         FILE STATUS IS WS-SRC-STATUS.
003261*
003262     SELECT SELLER-MASTER ASSIGN TO "KAVERKAU"
003263         ORGANIZATION IS INDEXED
003264         ACCESS MODE IS DYNAMIC
003265         RECORD KEY IS KA-VKF-ID
003266         FILE STATUS IS WS-VKF-STATUS.
003267*
003268     SELECT MUTTI-VERDACHT ASSIGN TO "MUTTIVRD"
003269         ORGANIZATION IS INDEXED
003270         ACCESS MODE IS DYNAMIC
003271         RECORD KEY IS KA-VDT-AD-ID
003272         FILE STATUS IS WS-VDT-STATUS.
003275*
003278     SELECT MUTTI-LAUFSTEUERUNG ASSIGN TO "MUTTIRUN"
003281         ORGANIZATION IS INDEXED
003284         ACCESS MODE IS DYNAMIC
003287         RECORD KEY IS KA-RUN-KEY
003290         FILE STATUS IS KA-RUNW-STATUS.
003293*
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  MUTTI-AUDIT-LOG
004200 01  BATCH-IN-REC.
004201     05  BATCH-IN-LANG           PIC X(02).
004202     05  BATCH-IN-TEXT           PIC X(253).
004203*    FIRST RECORD OF MUTTIBIN: THE RUN'S CONTROL RECORD.  KEEP IN
004204*    STEP WITH THE SAME LAYOUT IN KLEINANZEIGEN-ABGLEICH.COB.
004205 01  BATCH-CTL-REC.
004206     05  BATCH-CTL-MARK          PIC X(08).
004207         88  BATCH-CTL-IS-HEADER         VALUE "*STEUER*".
004208     05  BATCH-CTL-OPERATOR      PIC X(10).
004209     05  BATCH-CTL-LANG          PIC X(02).
004211     05  BATCH-CTL-RUN-DATE      PIC 9(08).
004212     05  FILLER                  PIC X(227).
004216*
004220 FD  MUTTI-BATCH-OUT
004230     LABEL RECORDS ARE STANDARD.
004240 COPY KABATOUT.
004250*
004260 FD  MUTTI-ABUSE-EXC
004270     LABEL RECORDS ARE STANDARD.
004311     LABEL RECORDS ARE STANDARD.
004312 COPY KAALIAS.
004313*
004316 FD  MUTTI-SUCHAUFTRAG
004319     LABEL RECORDS ARE STANDARD.
004322 COPY KASUCHE.
004325*
004328 FD  SELLER-MASTER
004331     LABEL RECORDS ARE STANDARD.
004334 COPY KAVERK.
004337*
004340 FD  MUTTI-VERDACHT
004343     LABEL RECORDS ARE STANDARD.
004346 COPY KAVERDA.
004349*
004352 FD  MUTTI-JOURNAL
004355     LABEL RECORDS ARE STANDARD.
004358 COPY KAJOURN.
004361*
004364 FD  MUTTI-LAUFSTEUERUNG
004367     LABEL RECORDS ARE STANDARD.
004370 COPY KARUNCTL.
004373*
004376 WORKING-STORAGE SECTION.
004400 01  USER-INPUT                 PIC X(255).
004500*
004510 COPY KAFAQTAB.
005422         88  KNOWN-ANSWER-FOUND          VALUE "Y".
005423     05  WS-ALS-OPEN-SW          PIC X(01)   VALUE "N".
005424         88  ALS-FILE-IS-OPEN            VALUE "Y".
005425     05  WS-JRN-OPEN-SW          PIC X(01)   VALUE "N".
005426         88  JRN-FILE-IS-OPEN            VALUE "Y".
005427     05  WS-SRC-OPEN-SW          PIC X(01)   VALUE "N".
005428         88  SRC-FILE-IS-OPEN            VALUE "Y".
005429     05  WS-SRC-EOF-SW           PIC X(01)   VALUE "N".
005430         88  SRC-AT-END                  VALUE "Y".
005431     05  WS-VKF-OPEN-SW          PIC X(01)   VALUE "N".
005432         88  VKF-FILE-IS-OPEN            VALUE "Y".
005433     05  WS-SELLER-BLOCKED-SW    PIC X(01)   VALUE "N".
005434         88  SELLER-IS-BLOCKED           VALUE "Y".
005435     05  WS-VDT-OPEN-SW          PIC X(01)   VALUE "N".
005436         88  VDT-FILE-IS-OPEN            VALUE "Y".
005437     05  WS-UNDER-REVIEW-SW      PIC X(01)   VALUE "N".
005438         88  AD-UNDER-REVIEW             VALUE "Y".
005439     05  WS-CAT-SLOT-FOUND-SW    PIC X(01)   VALUE "N".
005440         88  CAT-SLOT-FOUND              VALUE "Y".
005441*
005442 01  WS-LANG-CODE                PIC X(02)   VALUE "DE".
005443     88  LANG-IS-DE                      VALUE "DE".
005444     88  LANG-IS-EN                      VALUE "EN".
005445     88  LANG-IS-TR                      VALUE "TR".
005446 01  WS-SESSION-LANG             PIC X(02)   VALUE "DE".
005450*
005453 01  WS-OPERATOR-ID              PIC X(10)   VALUE SPACES.
005456 01  WS-LOGGED-ON-OPERATOR       PIC X(10)   VALUE SPACES.
005461 01  WS-PASSWORD-IN              PIC X(10).
005462 01  WS-PASSWORD-IN2             PIC X(10).
005463 77  WS-MAX-LOGON-FAILS          PIC 9(02)   COMP VALUE 3.
005469     05  WS-SESSION-TIME         PIC 9(08).
005470*
005500 01  WS-MASTER-STATUS            PIC X(02).
005501 01  WS-CKPT-STATUS              PIC X(02).
005502 01  WS-OPER-STATUS              PIC X(02).
005503 01  WS-BATCH-IN-STATUS          PIC X(02).
005504 01  WS-BATCH-OUT-STATUS         PIC X(02).
005505 01  WS-BATCH-RUN-DATE           PIC 9(08)   VALUE ZERO.
005506 01  WS-BATCH-COUNTERS.
005507     05  WS-BATCH-SEQ            PIC 9(07)   COMP VALUE ZERO.
005508     05  WS-BATCH-ANSWERED       PIC 9(07)   COMP VALUE ZERO.
005509     05  WS-BATCH-BLANK          PIC 9(07)   COMP VALUE ZERO.
005510     05  WS-BATCH-ABUSE          PIC 9(07)   COMP VALUE ZERO.
005511 01  WS-BATCH-COUNT-DISPLAY      PIC 9(07).
005518 01  WS-AUDIT-STATUS             PIC X(02).
005519 01  WS-EXC-STATUS               PIC X(02).
005521 01  WS-ESK-STATUS               PIC X(02).
005527 01  WS-ABUF-STATUS              PIC X(02).
005528 01  WS-WIS-STATUS               PIC X(02).
005531 01  WS-ALS-STATUS               PIC X(02).
005532 01  WS-JRN-STATUS               PIC X(02).
005538 01  WS-SRC-STATUS               PIC X(02).
005544 01  WS-SRC-NEXT-ID              PIC 9(08)   VALUE 1.
005550 01  WS-VKF-STATUS               PIC X(02).
005556 01  WS-VDT-STATUS               PIC X(02).
005562 01  WS-AUDIT-STAMP.
005568     05  WS-AUDIT-DATE           PIC 9(08).
005574     05  WS-AUDIT-TIME           PIC 9(08).
005580 01  WS-NORM-TEXT                PIC X(100).
005586 01  WS-NORM-PTR                 PIC 9(03)   COMP.
005592 01  WS-AUDIT-ORIGIN             PIC X(01)   VALUE "I".
005600*
005700 01  WS-RESPONSE-TEXT            PIC X(255).
005703 01  WS-END-CHECK-TEXT           PIC X(255).
005705 01  WS-MST-PRICE-ED             PIC ZZZZZZ9.99.
005706 01  WS-PREV-PRICE-ED            PIC ZZZZZZ9.99.
005707 01  WS-SELLER-SHOWN             PIC X(30).
005710*
005720 01  WS-MATCH-TYPE               PIC X(10).
005730     88  MATCH-IS-AD                     VALUE "ANZEIGE".
005748     88  MATCH-IS-ABUSE                   VALUE "ABUSE".
005749     88  MATCH-IS-OFFER                   VALUE "ANGEBOT".
005751     88  MATCH-IS-ANSWER                  VALUE "WISSEN".
005755     88  MATCH-IS-NONE                    VALUE "KEINE".
005760 01  WS-MATCHED-KEYWORD          PIC X(15).
005770 01  WS-MATCHED-REPLY-TEXT       PIC X(60).
005800*
006560     05  WS-OFFER-X              PIC X(07).
006570     05  WS-OFFER-X-NUM REDEFINES WS-OFFER-X
006580                                 PIC 9(07).
006581     05  WS-OFFER-AMOUNT         PIC 9(7)V99.
006582     05  WS-MIN-ACCEPTABLE       PIC 9(7)V99.
006583     05  WS-DECLINE-FLOOR        PIC 9(7)V99.
006584     05  WS-OFFER-ED             PIC ZZZZZZ9.99.
006585     05  WS-MIN-PRICE-ED         PIC ZZZZZZ9.99.
006586     05  WS-RESERVE-AD-ID        PIC X(10).
006587     05  WS-RESERVE-OLD-PRICE    PIC 9(7)V99.
006588     05  WS-RESERVE-OLD-MIN      PIC 9(7)V99.
006589     05  WS-RESERVE-OK-SW        PIC X(01)   VALUE "N".
006594         88  RESERVE-STILL-OK            VALUE "Y".
006595*
006596 01  WS-BUYER-CONTACT-AREA.
006597     05  WS-BUYER-NAME           PIC X(30).
006598     05  WS-BUYER-CONTACT        PIC X(50).
006599     05  WS-CONTACT-AT-COUNT     PIC 9(02)   COMP.
006600     05  WS-CONTACT-DIGIT-COUNT  PIC 9(02)   COMP.
006601     05  WS-CONTACT-OK-SW        PIC X(01)   VALUE "N".
006602         88  BUYER-CONTACT-OK            VALUE "Y".
006603 77  WS-MIN-PHONE-DIGITS         PIC 9(02)   COMP VALUE 6.
006604*
006605 01  WS-SEARCH-WORK-AREA.
006606     05  WS-BUDGET-SW            PIC X(01)   VALUE "N".
006607         88  BUDGET-GIVEN                VALUE "Y".
006608     05  WS-BUDGET-AMOUNT        PIC 9(7)V99.
006609     05  WS-BUDGET-ED            PIC ZZZZZZ9.99.
006612     05  WS-BUDGET-CUE-SW        PIC X(01)   VALUE "N".
006615         88  BUDGET-CUE-FOUND            VALUE "Y".
006618     05  WS-BUDGET-CUE-IDX       PIC 9(02)   COMP.
006621*    THE EURO SIGN AS THE TERMINAL SENDS IT (UTF-8).
006624     05  WS-EURO-SIGN            PIC X(03)   VALUE X"E282AC".
006627     05  WS-SEARCH-REPLY         PIC X(10).
006630     05  WS-SEARCH-DATE          PIC 9(08).
006633     05  WS-SEARCH-EXPIRY        PIC 9(08).
006636 77  WS-SEARCH-KEEP-DAYS         PIC 9(03)   COMP VALUE 30.
006639*
006642*    RUN-CONTROL DEFINITION OF THIS STEP (SEE KARUNWRK.CPY).
006645 01  WS-RUN-STEP-VALUES.
006648     05  FILLER                  PIC X(18)   VALUE "REPLAY".
006651     05  FILLER                  PIC X(30)
006654                                 VALUE "KLEINANZEIGEN-MUTTI".
006657     05  FILLER                  PIC X(01)   VALUE "N".
006660     05  FILLER                  PIC X(18)
006663                                 VALUE "TAGESABSCHLUSS".
006666     05  FILLER                  PIC X(18)
006669                                 VALUE "SICHERUNG-PRUEFEN".
006672     05  FILLER                  PIC X(02)   VALUE "04".
006675     05  FILLER                  PIC X(60)   VALUE SPACES.
006678 COPY KARUNWRK.
006681*
006684 PROCEDURE DIVISION.
006700*
006800 0000-MAINLINE.
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006930*    A BATCH REPLAY TAKES ITS OPERATOR AND LANGUAGE FROM THE
006935*    MUTTIBIN CONTROL RECORD - NOTHING IS ASKED AT THE TERMINAL.
006940     IF BATCH-MODE-IS-ON
006945         PERFORM 1500-READ-BATCH-CONTROL THRU 1500-EXIT
006950         PERFORM 1300-CHECK-RESTART THRU 1300-EXIT
006955     ELSE
006960         PERFORM 1100-OPERATOR-LOGIN THRU 1100-EXIT
006962         PERFORM 1300-CHECK-RESTART THRU 1300-EXIT
006964         PERFORM 1400-ASK-LANGUAGE THRU 1400-EXIT
006966     END-IF.
006970     IF BATCH-MODE-IS-ON
006980         PERFORM 2500-PROCESS-BATCH THRU 2500-EXIT
006990     ELSE
008360     OPEN INPUT MUTTI-BATCH-IN.
008370     IF WS-BATCH-IN-STATUS = "00"
008380         SET BATCH-MODE-IS-ON TO TRUE
008381*        A REFUSED REPLAY STOPS BEFORE MUTTIBOT IS OPENED, SO
008382*        THE OUTPUT OF THE RUN THAT DID HAPPEN STAYS INTACT.
008383         PERFORM 9500-RUN-START THRU 9500-EXIT
008384         IF KA-RUNW-IS-REFUSED
008385             PERFORM 8000-TERMINATE THRU 8000-EXIT
008386             STOP RUN
008387         END-IF
008390         OPEN OUTPUT MUTTI-BATCH-OUT
008395         SET BATCH-OUT-IS-OPEN TO TRUE
008400     END-IF.
008417     IF WS-ALS-STATUS = "00"
008418         SET ALS-FILE-IS-OPEN TO TRUE
008419     END-IF.
008420     PERFORM 1295-OPEN-JOURNAL THRU 1295-EXIT.
008421     PERFORM 1296-OPEN-SUCHAUFTRAG THRU 1296-EXIT.
008422*    THE SELLER MASTER ONLY SERVES THE BLOCK CHECK - WITHOUT IT
008423*    EVERY AD IS OFFERED AS BEFORE.
008424     OPEN INPUT SELLER-MASTER.
008425     IF WS-VKF-STATUS = "00"
008426         SET VKF-FILE-IS-OPEN TO TRUE
008427     END-IF.
008428*    LIKEWISE THE REVIEW FILE OF THE NIGHTLY SCREENING: WITHOUT
008429*    IT NO AD IS UNDER REVIEW.
008430     OPEN INPUT MUTTI-VERDACHT.
008431     IF WS-VDT-STATUS = "00"
008432         SET VDT-FILE-IS-OPEN TO TRUE
008433     END-IF.
008443 1000-EXIT.
008500     EXIT.
008501*
008502*****************************************************************
008713 1056-EXIT.
008714     EXIT.
008715*
008716*****************************************************************
008717* 1150-OPEN-AUDIT-LOG  --  OPEN MUTTI-AUDIT-LOG FOR EXTEND.
008718*    OPEN EXTEND DOES NOT CREATE A MISSING FILE, SO ON A FRESH
008719*    DEPLOYMENT WHERE MUTTIAUD HAS NEVER BEEN WRITTEN, CREATE IT
008720*    BY OPENING OUTPUT ONCE, THEN REOPEN FOR EXTEND - THE SAME
008721*    SELF-HEALING PATTERN 1200-OPEN-CHECKPOINT USES FOR MUTTICKP.
008722*****************************************************************
008723 1150-OPEN-AUDIT-LOG.
008724     OPEN EXTEND MUTTI-AUDIT-LOG.
008725     IF WS-AUDIT-STATUS NOT = "00"
008726         OPEN OUTPUT MUTTI-AUDIT-LOG
008727         CLOSE MUTTI-AUDIT-LOG
008728         OPEN EXTEND MUTTI-AUDIT-LOG
008729     END-IF.
008730     SET AUDIT-FILE-IS-OPEN TO TRUE.
008731 1150-EXIT.
008732     EXIT.
008733*
008734*****************************************************************
008735* 1100-OPERATOR-LOGIN  --  ASK FOR AN OPERATOR ID AND VALIDATE
008736*    IT AGAINST OPERATOR-MASTER BEFORE ANY QUESTION IS ANSWERED.
008737*    THE ID STAYS STAMPED ON EVERY AUDIT RECORD THIS SESSION
008738*    WRITES, INCLUDING A RESTARTED LEFTOVER QUESTION.  IF
008739*    OPERATOR-MASTER DID NOT OPEN, THERE IS NO WAY TO VALIDATE
008740*    ANY ID, SO MUTTI ABENDS HERE INSTEAD OF LOOPING FOREVER ON
008741*    A READ OF AN UNOPENED FILE.
008742*****************************************************************
008743 1100-OPERATOR-LOGIN.
008744     IF NOT OPERATOR-FILE-IS-OPEN
008745         DISPLAY "Mitarbeiter-Datei nicht verfuegbar - Abbruch"
008746         PERFORM 8000-TERMINATE THRU 8000-EXIT
008747         STOP RUN
008748     END-IF.
008749     MOVE "N" TO WS-OPER-LOGIN-SW.
008750     PERFORM 1110-ASK-OPERATOR-ID THRU 1110-EXIT
008751         UNTIL OPERATOR-LOGIN-OK.
008752     MOVE WS-OPERATOR-ID TO WS-LOGGED-ON-OPERATOR.
008753 1100-EXIT.
008754     EXIT.
008755*
008756 1110-ASK-OPERATOR-ID.
008757     DISPLAY "Mitarbeiter-Kennung:".
008758     ACCEPT WS-OPERATOR-ID.
008759     IF WS-OPERATOR-ID = SPACES
008760         DISPLAY "Kennung darf nicht leer sein"
008761     ELSE
008762         MOVE SPACES TO KA-OPR-ID
008763         MOVE WS-OPERATOR-ID TO KA-OPR-ID
008764         READ OPERATOR-MASTER
008765             INVALID KEY
008766                 DISPLAY "Unbekannte Kennung, bitte erneut"
008767             NOT INVALID KEY
008768                 IF KA-OPR-IS-ACTIVE
008769                     PERFORM 1120-CHECK-PASSWORD THRU 1120-EXIT
008770                 ELSE
008771                     DISPLAY "Kennung gesperrt, bitte erneut"
008772                 END-IF
008773         END-READ
008774     END-IF.
008775 1110-EXIT.
008776     EXIT.
008777*
008778*****************************************************************
008779* 1120-CHECK-PASSWORD  --  THE KENNUNG ALONE PROVES NOTHING:
008780*    THE PASSWORD ON THE RECORD MUST MATCH.  THREE MISSES LOCK
008781*    THE KENNUNG ON THE SPOT; A GOOD LOGON CLEARS THE COUNTER
008782*    AND STAMPS THE LAST-LOGON DATE.  A BLANK PASSWORD OR THE
008783*    FORCE-CHANGE SWITCH (FRESH OR RESET OPERATOR) GOES TO THE
008784*    NEW-PASSWORD DIALOG INSTEAD.
008785*****************************************************************
008786 1120-CHECK-PASSWORD.
008787     IF KA-OPR-FAIL-COUNT NOT NUMERIC
008788         MOVE ZERO TO KA-OPR-FAIL-COUNT
008789     END-IF.
008790     IF KA-OPR-PASSWORD = SPACES OR KA-OPR-MUST-CHANGE
008791         PERFORM 1130-FORCE-NEW-PASSWORD THRU 1130-EXIT
008792     ELSE
008793         DISPLAY "Kennwort:"
008794         ACCEPT WS-PASSWORD-IN
008795         IF WS-PASSWORD-IN = KA-OPR-PASSWORD
008796             MOVE ZERO TO KA-OPR-FAIL-COUNT
008797             MOVE WS-SESSION-DATE TO KA-OPR-LAST-LOGON
008798             REWRITE KA-OPERATOR-REC
008799             SET OPERATOR-LOGIN-OK TO TRUE
008800         ELSE
008801             ADD 1 TO KA-OPR-FAIL-COUNT
008802             IF KA-OPR-FAIL-COUNT < WS-MAX-LOGON-FAILS
008803                 DISPLAY "Kennwort falsch, bitte erneut"
008804             ELSE
008805                 SET KA-OPR-IS-LOCKED TO TRUE
008806                 DISPLAY "Kennung nach Fehlversuchen gesperrt"
008807             END-IF
008808             REWRITE KA-OPERATOR-REC
008809         END-IF
008810     END-IF.
008811 1120-EXIT.
008812     EXIT.
008813*
008814 1130-FORCE-NEW-PASSWORD.
008815     DISPLAY "Neues Kennwort setzen (Erstanmeldung/Reset)".
008816     DISPLAY "Neues Kennwort:".
008817     ACCEPT WS-PASSWORD-IN.
008818     DISPLAY "Neues Kennwort wiederholen:".
008819     ACCEPT WS-PASSWORD-IN2.
008820     IF WS-PASSWORD-IN = SPACES
008821         DISPLAY "Kennwort darf nicht leer sein"
008822     ELSE
008823     IF WS-PASSWORD-IN = WS-PASSWORD-IN2
008824         MOVE WS-PASSWORD-IN TO KA-OPR-PASSWORD
008825         MOVE "N" TO KA-OPR-FORCE-CHANGE-SW
008826         MOVE ZERO TO KA-OPR-FAIL-COUNT
008827         MOVE WS-SESSION-DATE TO KA-OPR-LAST-LOGON
008828         REWRITE KA-OPERATOR-REC
008829         SET OPERATOR-LOGIN-OK TO TRUE
008830     ELSE
008831         DISPLAY "Kennwoerter stimmen nicht ueberein"
008832     END-IF
008833     END-IF.
008834 1130-EXIT.
008835     EXIT.
008836*
008837*****************************************************************
008838* 1200-OPEN-CHECKPOINT  --  OPEN MUTTI-CHECKPOINT FOR UPDATE,
008839*    CREATING IT EMPTY ON THE VERY FIRST RUN.  EACH OPERATOR'S
008840*    SLOT IS WRITTEN THE FIRST TIME THEY CHECKPOINT A QUESTION.
008841*****************************************************************
008842 1200-OPEN-CHECKPOINT.
008843     OPEN I-O MUTTI-CHECKPOINT.
008844     IF WS-CKPT-STATUS NOT = "00"
008845         OPEN OUTPUT MUTTI-CHECKPOINT
008846         CLOSE MUTTI-CHECKPOINT
008847         OPEN I-O MUTTI-CHECKPOINT
008848     END-IF.
008849     SET CKPT-FILE-IS-OPEN TO TRUE.
008850 1200-EXIT.
008851     EXIT.
008852*
008853*****************************************************************
008854* 1250-OPEN-ABUSE-EXC  --  OPEN MUTTI-ABUSE-EXC FOR EXTEND.  SAME
008855*    CREATE-ON-FIRST-OPEN LOGIC AS 1150-OPEN-AUDIT-LOG, SINCE
008856*    OPEN EXTEND ALSO WILL NOT CREATE A MISSING MUTTIEXC.
008857*****************************************************************
008858 1250-OPEN-ABUSE-EXC.
008859     OPEN EXTEND MUTTI-ABUSE-EXC.
008860     IF WS-EXC-STATUS NOT = "00"
008861         OPEN OUTPUT MUTTI-ABUSE-EXC
008862         CLOSE MUTTI-ABUSE-EXC
008863         OPEN EXTEND MUTTI-ABUSE-EXC
008864     END-IF.
008865     SET EXC-FILE-IS-OPEN TO TRUE.
008866 1250-EXIT.
008867     EXIT.
008868*
008869*****************************************************************
008870* 1260-OPEN-ESKALATION  --  OPEN MUTTI-ESKALATION FOR UPDATE,
008871*    CREATING IT ON FIRST USE LIKE 1200-OPEN-CHECKPOINT DOES FOR
008872*    MUTTICKP, THEN WORK OUT THE NEXT FREE KA-ESK-ID BY READING
008873*    TO THE HIGHEST KEY ON FILE.  MUTTI-NACHARBEIT ARCHIVES
008874*    CLOSED ITEMS OFF TO MUTTIESA AND DELETES THEM, SO THE
008875*    QUEUE HOLDS ONLY OPEN WORK AND THIS SCAN STAYS SHORT.
008876*****************************************************************
008877 1260-OPEN-ESKALATION.
008878     OPEN I-O MUTTI-ESKALATION.
008879     IF WS-ESK-STATUS NOT = "00"
008880         OPEN OUTPUT MUTTI-ESKALATION
008881         CLOSE MUTTI-ESKALATION
008882         OPEN I-O MUTTI-ESKALATION
008883     END-IF.
008884     IF WS-ESK-STATUS = "00"
008885         SET ESK-FILE-IS-OPEN TO TRUE
008886         PERFORM 1270-FIND-NEXT-ESK-ID THRU 1270-EXIT
008887     END-IF.
008888 1260-EXIT.
008889     EXIT.
008890*
008891 1270-FIND-NEXT-ESK-ID.
008892     MOVE 1 TO WS-ESK-NEXT-ID.
008893     MOVE ZEROS TO KA-ESK-ID.
008894     MOVE "N" TO WS-ESK-EOF-SW.
008895     START MUTTI-ESKALATION KEY IS NOT LESS THAN KA-ESK-ID
008896         INVALID KEY
008897             SET ESK-AT-END TO TRUE
008898     END-START.
008899     PERFORM 1280-READ-NEXT-ESK THRU 1280-EXIT
008900         UNTIL ESK-AT-END.
008901 1270-EXIT.
008902     EXIT.
008903*
008904 1280-READ-NEXT-ESK.
008905     READ MUTTI-ESKALATION NEXT RECORD
008906         AT END
008907             SET ESK-AT-END TO TRUE
008908     END-READ.
008909     IF NOT ESK-AT-END
008910         COMPUTE WS-ESK-NEXT-ID = KA-ESK-ID + 1
008911     END-IF.
008912 1280-EXIT.
008913     EXIT.
008914*
008915*****************************************************************
008916* 1290-OPEN-RESERVIERUNG  --  OPEN MUTTI-RESERVIERUNG FOR
008917*    UPDATE, CREATING IT ON FIRST USE LIKE 1260-OPEN-ESKALATION
008918*    DOES FOR MUTTIESK, THEN WORK OUT THE NEXT FREE KA-RSV-ID BY
008919*    READING TO THE HIGHEST KEY ON FILE.  THE SELLER-SIDE
008920*    WORK-OFF (MUTTI-VERKAUFSABWICKLUNG) ARCHIVES CLOSED
008921*    RESERVATIONS OFF TO MUTTIRSA AND DELETES THEM, SO THE FILE
008922*    HOLDS ONLY PENDING SALES AND THIS SCAN STAYS SHORT.
008923*****************************************************************
008924 1290-OPEN-RESERVIERUNG.
008925     OPEN I-O MUTTI-RESERVIERUNG.
008926     IF WS-RSV-STATUS NOT = "00"
008927         OPEN OUTPUT MUTTI-RESERVIERUNG
008928         CLOSE MUTTI-RESERVIERUNG
008929         OPEN I-O MUTTI-RESERVIERUNG
008930     END-IF.
008931     IF WS-RSV-STATUS = "00"
008932         SET RSV-FILE-IS-OPEN TO TRUE
008933         PERFORM 1291-FIND-NEXT-RSV-ID THRU 1291-EXIT
008934     END-IF.
008935 1290-EXIT.
008936     EXIT.
008937*
008938 1291-FIND-NEXT-RSV-ID.
008939     MOVE 1 TO WS-RSV-NEXT-ID.
008940     MOVE ZEROS TO KA-RSV-ID.
008941     MOVE "N" TO WS-RSV-EOF-SW.
008942     START MUTTI-RESERVIERUNG KEY IS NOT LESS THAN KA-RSV-ID
008943         INVALID KEY
008944             SET RSV-AT-END TO TRUE
008945     END-START.
008946     PERFORM 1292-READ-NEXT-RSV THRU 1292-EXIT
008947         UNTIL RSV-AT-END.
008948 1291-EXIT.
008949     EXIT.
008950*
008951 1292-READ-NEXT-RSV.
008952     READ MUTTI-RESERVIERUNG NEXT RECORD
008953         AT END
008954             SET RSV-AT-END TO TRUE
008955     END-READ.
008956     IF NOT RSV-AT-END
008957         COMPUTE WS-RSV-NEXT-ID = KA-RSV-ID + 1
008958     END-IF.
008959 1292-EXIT.
008960     EXIT.
008961*
008962*****************************************************************
008963* 1295-OPEN-JOURNAL  --  OPEN THE REPLY JOURNAL FOR UPDATE,
008964*    CREATING IT ON FIRST USE.  IF IT WILL NOT OPEN THE SESSION
008965*    STILL RUNS - THE CONSOLE SAYS SO AND THE REPLIES OF THIS
008966*    RUN ARE ON THE AUDIT TRAIL ONLY.
008967*****************************************************************
008968 1295-OPEN-JOURNAL.
008969     OPEN I-O MUTTI-JOURNAL.
008970     IF WS-JRN-STATUS NOT = "00"
008971         OPEN OUTPUT MUTTI-JOURNAL
008972         CLOSE MUTTI-JOURNAL
008973         OPEN I-O MUTTI-JOURNAL
008974     END-IF.
008975     IF WS-JRN-STATUS = "00"
008976         SET JRN-FILE-IS-OPEN TO TRUE
008977     ELSE
008978         DISPLAY "Antwort-Journal nicht verfuegbar " WS-JRN-STATUS
008979     END-IF.
008980 1295-EXIT.
008981     EXIT.
008982*
008983*****************************************************************
008984* 1296-OPEN-SUCHAUFTRAG  --  OPEN THE SAVED-SEARCH FILE FOR
008985*    UPDATE, CREATING IT ON FIRST USE, AND FIND THE NEXT FREE
008986*    KA-SRC-ID THE SAME WAY 1290 DOES FOR MUTTIRSV.  THE
008987*    NIGHTLY RUN DELETES EXPIRED SEARCHES, SO THE SCAN STAYS
008988*    SHORT.  NO FILE, NO OFFER TO SAVE A SEARCH.
008989*****************************************************************
008990 1296-OPEN-SUCHAUFTRAG.
008991     OPEN I-O MUTTI-SUCHAUFTRAG.
008992     IF WS-SRC-STATUS NOT = "00"
008993         OPEN OUTPUT MUTTI-SUCHAUFTRAG
008994         CLOSE MUTTI-SUCHAUFTRAG
008995         OPEN I-O MUTTI-SUCHAUFTRAG
008996     END-IF.
008997     IF WS-SRC-STATUS = "00"
008998         SET SRC-FILE-IS-OPEN TO TRUE
008999         PERFORM 1297-FIND-NEXT-SRC-ID THRU 1297-EXIT
009000     END-IF.
009001 1296-EXIT.
009002     EXIT.
009003*
009004 1297-FIND-NEXT-SRC-ID.
009005     MOVE 1 TO WS-SRC-NEXT-ID.
009006     MOVE ZEROS TO KA-SRC-ID.
009007     MOVE "N" TO WS-SRC-EOF-SW.
009008     START MUTTI-SUCHAUFTRAG KEY IS NOT LESS THAN KA-SRC-ID
009009         INVALID KEY
009010             SET SRC-AT-END TO TRUE
009011     END-START.
009012     PERFORM 1298-READ-NEXT-SRC THRU 1298-EXIT
009013         UNTIL SRC-AT-END.
009014 1297-EXIT.
009015     EXIT.
009016*
009017 1298-READ-NEXT-SRC.
009018     READ MUTTI-SUCHAUFTRAG NEXT RECORD
009019         AT END
009020             SET SRC-AT-END TO TRUE
009021     END-READ.
009022     IF NOT SRC-AT-END
009023         COMPUTE WS-SRC-NEXT-ID = KA-SRC-ID + 1
009024     END-IF.
009025 1298-EXIT.
009026     EXIT.
009027*
009028*****************************************************************
009029* 1300-CHECK-RESTART  --  IF THE LOGGED-ON OPERATOR'S OWN
009030*    CHECKPOINT SLOT WAS LEFT IN-PROGRESS BY A PRIOR RUN, THAT
009031*    QUESTION WAS NEVER ANSWERED (ABEND OR DROPPED SESSION).
009032*    ANSWER IT NOW BEFORE ASKING FOR ANYTHING NEW.  ANOTHER
009033*    OPERATOR'S LEFTOVER IS RECOVERED WHEN THAT OPERATOR NEXT
009034*    LOGS ON - MUTTI-ABGLEICH FLAGS ANY SLOT STILL IN-PROGRESS
009035*    AFTER THE DAY.  THE LEFTOVER QUESTION IS
009036*    ANSWERED IN THE LANGUAGE AND UNDER THE OPERATOR ID IT WAS
009037*    ORIGINALLY ASKED UNDER, NOT WHATEVER THE CURRENT CALLER
009038*    PICKS OR LOGS ON AS LATER - WS-OPERATOR-ID IS PUT BACK TO
009039*    THE CURRENTLY LOGGED-ON OPERATOR AS SOON AS THE LEFTOVER
009040*    QUESTION IS AUDITED SO IT DOES NOT LEAK INTO THE REST OF
009041*    THE RUN.  A LEFTOVER LEFT BY (OR RESUMED INTO) A BATCH RUN
009042*    IS SKIPPED HERE WHEN THIS CALL IS ALSO GOING TO ENTER BATCH
009043*    MODE, SINCE MUTTI-BATCH-IN HAS NO STORED BOOKMARK OF HOW FAR
009044*    THAT PRIOR RUN GOT - 2500-PROCESS-BATCH WILL ANSWER IT ONCE,
009045*    CORRECTLY, BY REPLAYING MUTTIBIN FROM ITS FIRST RECORD;
009046*    RECOVERING IT HERE TOO WOULD BOTH ANSWER IT TO THE CONSOLE
009047*    INSTEAD OF MUTTIBOT AND DOUBLE-COUNT IT ON THE AUDIT LOG AND
009048*    DAILY REPORT.  A LEFTOVER LEFT BY AN INTERACTIVE RUN IS
009049*    ALWAYS RECOVERED HERE, EVEN WHEN THIS CALL GOES ON TO ENTER
009050*    BATCH MODE, SINCE THAT IS ITS ONLY CHANCE OF EVER BEING
009051*    ANSWERED - KA-CKPT-MODE IS HOW THIS PARAGRAPH TELLS THE TWO
009052*    CASES APART.
009053*****************************************************************
009054 1300-CHECK-RESTART.
009055     MOVE SPACES TO KA-CKPT-REC.
009056     MOVE WS-LOGGED-ON-OPERATOR TO KA-CKPT-OPERATOR.
009057     READ MUTTI-CHECKPOINT
009058         INVALID KEY
009059             CONTINUE
009060     END-READ.
009061     IF KA-CKPT-IN-PROGRESS
009062         AND NOT (BATCH-MODE-IS-ON AND KA-CKPT-FROM-BATCH)
009063         DISPLAY "Offene Frage aus vorherigem Lauf:"
009064         DISPLAY KA-CKPT-INPUT
009065         MOVE KA-CKPT-INPUT TO USER-INPUT
009066         IF KA-CKPT-LANG NOT = SPACES
009067             MOVE KA-CKPT-LANG TO WS-LANG-CODE
009068         END-IF
009069         IF KA-CKPT-OPERATOR NOT = SPACES
009070             MOVE KA-CKPT-OPERATOR TO WS-OPERATOR-ID
009071         END-IF
009072         PERFORM 5000-BUILD-RESPONSE THRU 5000-EXIT
009073         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
009074         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
009075         DISPLAY WS-RESPONSE-TEXT
009076         MOVE WS-LOGGED-ON-OPERATOR TO WS-OPERATOR-ID
009077         PERFORM 7100-CHECKPOINT-COMPLETE THRU 7100-EXIT
009078     END-IF.
009079 1300-EXIT.
009080     EXIT.
009081*
009082*****************************************************************
009083* 1400-ASK-LANGUAGE  --  ASK THE CURRENT CALLER WHICH LANGUAGE
009084*    THEY WANT TO BE ANSWERED IN.  AN INVALID OR BLANK REPLY
009085*    DEFAULTS TO GERMAN.  WS-SESSION-LANG KEEPS THIS AS THE
009086*    FALLBACK LANGUAGE FOR ANY BATCH RECORD THAT DOES NOT CARRY
009087*    ITS OWN LANGUAGE CODE (SEE 2520-PROCESS-ONE-BATCH-RECORD).
009088*****************************************************************
009089 1400-ASK-LANGUAGE.
009090     DISPLAY "Sprache / Language / Dil (DE/EN/TR):".
009091     ACCEPT WS-LANG-CODE.
009092     INSPECT WS-LANG-CODE CONVERTING
009093         "abcdefghijklmnopqrstuvwxyz" TO
009094         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009095     IF NOT LANG-IS-DE AND NOT LANG-IS-EN AND NOT LANG-IS-TR
009096         MOVE "DE" TO WS-LANG-CODE
009097     END-IF.
009098     MOVE WS-LANG-CODE TO WS-SESSION-LANG.
009099 1400-EXIT.
009100     EXIT.
009101*
009102*****************************************************************
009103* 1500-READ-BATCH-CONTROL  --  A BATCH REPLAY RUNS WITH NOBODY AT
009104*    THE TERMINAL, SO THE OPERATOR ID, DEFAULT LANGUAGE AND RUN
009105*    DATE COME FROM THE CONTROL RECORD AT THE FRONT OF MUTTIBIN
009106*    INSTEAD OF THE LOGON AND LANGUAGE PROMPTS.  THE OPERATOR
009107*    MUST BE ON OPERATOR-MASTER AND ACTIVE - NO PASSWORD IS
009108*    ASKED, THE JOB'S OWN AUTHORITY STANDS IN FOR IT.  A MISSING
009109*    CONTROL RECORD OR A BAD OPERATOR ENDS THE RUN WITH RC 8
009110*    BEFORE ANY QUESTION IS ANSWERED; MUTTIBOT THEN HAS NO
009111*    TRAILER AND MUTTI-ABGLEICH STOPS THE FOLLOW-ON JOBS.  A
009112*    BLANK OR INVALID LANGUAGE DEFAULTS TO GERMAN, A BLANK OR
009113*    ZERO RUN DATE TO TODAY.
009114*****************************************************************
009115 1500-READ-BATCH-CONTROL.
009116     MOVE "N" TO WS-BATCH-EOF-SW.
009117     PERFORM 2510-READ-BATCH-RECORD THRU 2510-EXIT.
009118     IF BATCH-AT-END OR NOT BATCH-CTL-IS-HEADER
009119         DISPLAY "BATCH: KEIN STEUERSATZ AM ANFANG VON MUTTIBIN"
009120         PERFORM 1590-ABORT-BATCH THRU 1590-EXIT
009121     END-IF.
009122     IF NOT OPERATOR-FILE-IS-OPEN
009123         DISPLAY "Mitarbeiter-Datei nicht verfuegbar - Abbruch"
009124         PERFORM 1590-ABORT-BATCH THRU 1590-EXIT
009125     END-IF.
009126     MOVE BATCH-CTL-OPERATOR TO WS-OPERATOR-ID.
009127     INSPECT WS-OPERATOR-ID CONVERTING
009128         "abcdefghijklmnopqrstuvwxyz" TO
009129         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009130     IF WS-OPERATOR-ID = SPACES
009131         DISPLAY "BATCH: STEUERSATZ OHNE MITARBEITER-KENNUNG"
009132         PERFORM 1590-ABORT-BATCH THRU 1590-EXIT
009133     END-IF.
009134     MOVE SPACES TO KA-OPR-ID.
009135     MOVE WS-OPERATOR-ID TO KA-OPR-ID.
009136     READ OPERATOR-MASTER
009137         INVALID KEY
009138             DISPLAY "BATCH: UNBEKANNTE KENNUNG " WS-OPERATOR-ID
009139             PERFORM 1590-ABORT-BATCH THRU 1590-EXIT
009140     END-READ.
009141     IF NOT KA-OPR-IS-ACTIVE
009142         DISPLAY "BATCH: KENNUNG GESPERRT " WS-OPERATOR-ID
009143         PERFORM 1590-ABORT-BATCH THRU 1590-EXIT
009144     END-IF.
009145     SET OPERATOR-LOGIN-OK TO TRUE.
009146     MOVE WS-OPERATOR-ID TO WS-LOGGED-ON-OPERATOR.
009147     MOVE BATCH-CTL-LANG TO WS-LANG-CODE.
009148     INSPECT WS-LANG-CODE CONVERTING
009149         "abcdefghijklmnopqrstuvwxyz" TO
009150         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009151     IF NOT LANG-IS-DE AND NOT LANG-IS-EN AND NOT LANG-IS-TR
009152         MOVE "DE" TO WS-LANG-CODE
009153     END-IF.
009154     MOVE WS-LANG-CODE TO WS-SESSION-LANG.
009155     IF BATCH-CTL-RUN-DATE IS NUMERIC
009156         AND BATCH-CTL-RUN-DATE > ZERO
009157         MOVE BATCH-CTL-RUN-DATE TO WS-BATCH-RUN-DATE
009158     ELSE
009159         MOVE WS-SESSION-DATE TO WS-BATCH-RUN-DATE
009160     END-IF.
009161     DISPLAY "BATCH: KENNUNG " WS-LOGGED-ON-OPERATOR
009162         " SPRACHE " WS-SESSION-LANG
009163         " LAUFDATUM " WS-BATCH-RUN-DATE.
009164 1500-EXIT.
009165     EXIT.
009166*
009167 1590-ABORT-BATCH.
009168     MOVE 8 TO RETURN-CODE.
009169     PERFORM 8000-TERMINATE THRU 8000-EXIT.
009170     STOP RUN.
009171 1590-EXIT.
009172     EXIT.
009173*
009174*****************************************************************
009175* 2000-PROCESS-QUESTION  --  ACCEPT ONE QUESTION AND ANSWER IT.
009176*    PERFORMED FROM 0000-MAINLINE UNTIL THE OPERATOR TYPES
009177*    "ENDE" - 2100-ASK-ONE-QUESTION RAISES SESSION-IS-OVER AND
009178*    THE END COMMAND ITSELF IS NEITHER ANSWERED NOR AUDITED.
009179*****************************************************************
009180 2000-PROCESS-QUESTION.
009181     MOVE "N" TO WS-VALID-INPUT-SW.
009182     PERFORM 2100-ASK-ONE-QUESTION THRU 2100-EXIT
009183         UNTIL GOT-VALID-INPUT.
009184     IF SESSION-IS-OVER
009185         EVALUATE TRUE
009186             WHEN LANG-IS-EN
009187                 DISPLAY "bye then"
009188             WHEN LANG-IS-TR
009189                 DISPLAY "hadi gule gule"
009190             WHEN OTHER
009191                 DISPLAY "na dann tschuess"
009192         END-EVALUATE
009193     ELSE
009200         PERFORM 7000-CHECKPOINT-IN-PROGRESS THRU 7000-EXIT
009300         PERFORM 5000-BUILD-RESPONSE THRU 5000-EXIT
009400         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
009450         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
009500         DISPLAY WS-RESPONSE-TEXT
009550         PERFORM 7100-CHECKPOINT-COMPLETE THRU 7100-EXIT
009560     END-IF.
009800     IF USER-INPUT = SPACES
009805         EVALUATE TRUE
009806             WHEN LANG-IS-EN
009807                 MOVE "you have to write something"
009808                   TO WS-RESPONSE-TEXT
009809             WHEN LANG-IS-TR
009810                 MOVE "bir sey yazman gerekiyor"
009811                   TO WS-RESPONSE-TEXT
009812             WHEN OTHER
009813                 MOVE "du musst schon was schreiben"
009814                   TO WS-RESPONSE-TEXT
009815         END-EVALUATE
009816         DISPLAY WS-RESPONSE-TEXT
009817         MOVE SPACES TO WS-MATCHED-KEYWORD
009820         PERFORM 6100-WRITE-BLANK-AUDIT-RECORD THRU 6100-EXIT
009825         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
009830     ELSE
009840         SET GOT-VALID-INPUT TO TRUE
009850     END-IF
009855     END-IF.
009856 2100-EXIT.
009857     EXIT.
009858*
009859*****************************************************************
009860* 2500-PROCESS-BATCH  --  REPLAY EVERY QUESTION IN MUTTI-BATCH-IN
009861*    AND WRITE EACH GENERATED RESPONSE TO MUTTI-BATCH-OUT, ONE
009862*    FOR ONE, INSTEAD OF ASKING INTERACTIVELY.  EACH RECORD MAY
009863*    CARRY ITS OWN LANGUAGE CODE IN BATCH-IN-LANG SO A SINGLE
009864*    BATCH FILE CAN MIX QUESTIONS ACROSS DE/EN/TR; A BLANK OR
009865*    INVALID CODE FALLS BACK TO THE CONTROL RECORD'S LANGUAGE.
009866*    THE CONTROL RECORD HAS ALREADY BEEN READ BY
009867*    1500-READ-BATCH-CONTROL, SO THE FIRST READ HERE IS THE
009868*    FIRST QUESTION.  THE RUN ENDS WITH THE TRAILER RECORD.
009869*****************************************************************
009870 2500-PROCESS-BATCH.
009871     MOVE "N" TO WS-BATCH-EOF-SW.
009872     MOVE "B" TO WS-AUDIT-ORIGIN.
009873     PERFORM 2510-READ-BATCH-RECORD THRU 2510-EXIT.
009874     PERFORM 2520-PROCESS-ONE-BATCH-RECORD THRU 2520-EXIT
009875         UNTIL BATCH-AT-END.
009876     PERFORM 2590-WRITE-BATCH-TRAILER THRU 2590-EXIT.
009877     MOVE "I" TO WS-AUDIT-ORIGIN.
009878 2500-EXIT.
009879     EXIT.
009880*
009881 2510-READ-BATCH-RECORD.
009882     READ MUTTI-BATCH-IN
009883         AT END
009884             SET BATCH-AT-END TO TRUE
009885     END-READ.
009886 2510-EXIT.
009887     EXIT.
009888*
009889 2520-PROCESS-ONE-BATCH-RECORD.
009890     ADD 1 TO WS-BATCH-SEQ.
009891     MOVE WS-SESSION-LANG TO WS-LANG-CODE.
009892     IF BATCH-IN-LANG NOT = SPACES
009893         MOVE BATCH-IN-LANG TO WS-LANG-CODE
009894         INSPECT WS-LANG-CODE CONVERTING
009895             "abcdefghijklmnopqrstuvwxyz" TO
009896             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009897         IF NOT LANG-IS-DE AND NOT LANG-IS-EN AND NOT LANG-IS-TR
009898             MOVE WS-SESSION-LANG TO WS-LANG-CODE
009899         END-IF
009902     END-IF.
009903     MOVE BATCH-IN-TEXT TO USER-INPUT.
009904     IF USER-INPUT = SPACES
009906         EVALUATE TRUE
009907             WHEN LANG-IS-EN
009908                 MOVE "you have to write something"
009909                   TO WS-RESPONSE-TEXT
009910             WHEN LANG-IS-TR
009911                 MOVE "bir sey yazman gerekiyor"
009912                   TO WS-RESPONSE-TEXT
009913             WHEN OTHER
009914                 MOVE "du musst schon was schreiben"
009915                   TO WS-RESPONSE-TEXT
009916         END-EVALUATE
009917         MOVE SPACES TO WS-MATCHED-KEYWORD
009918         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
009919         ADD 1 TO WS-BATCH-BLANK
009920     ELSE
009921         PERFORM 7000-CHECKPOINT-IN-PROGRESS THRU 7000-EXIT
009922         PERFORM 5000-BUILD-RESPONSE THRU 5000-EXIT
009923         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
009924         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
009925         PERFORM 7100-CHECKPOINT-COMPLETE THRU 7100-EXIT
009926         ADD 1 TO WS-BATCH-ANSWERED
009927         IF MATCH-IS-ABUSE
009928             ADD 1 TO WS-BATCH-ABUSE
009929         END-IF
009930     END-IF.
009931     MOVE SPACES TO KA-BOT-REC.
009932     SET KA-BOT-IS-REPLY TO TRUE.
009933     MOVE WS-BATCH-SEQ TO KA-BOT-SEQ.
009934     MOVE WS-MATCH-TYPE TO KA-BOT-MATCH-TYPE.
009935     MOVE WS-MATCHED-KEYWORD TO KA-BOT-KEYWORD.
009936     MOVE WS-RESPONSE-TEXT TO KA-BOT-TEXT.
009937     WRITE KA-BOT-REC.
009938     PERFORM 2510-READ-BATCH-RECORD THRU 2510-EXIT.
009939 2520-EXIT.
009940     EXIT.
009941*
009942*****************************************************************
009943* 2590-WRITE-BATCH-TRAILER  --  CLOSE MUTTIBOT WITH THE RUN'S
009944*    CONTROL TOTALS.  MUTTI-ABGLEICH RECONCILES THESE AGAINST
009945*    MUTTIBIN AND THE AUDIT LOG; THE SAME TOTALS GO TO THE JOB
009946*    LOG SO A FAILED RECONCILIATION CAN BE READ OFF EITHER SIDE.
009947*****************************************************************
009948 2590-WRITE-BATCH-TRAILER.
009949     MOVE SPACES TO KA-BOT-TRAILER-REC.
009950     SET KA-BOT-IS-TRAILER TO TRUE.
009951     MOVE WS-BATCH-RUN-DATE TO KA-BOT-TRL-RUN-DATE.
009952     MOVE WS-LOGGED-ON-OPERATOR TO KA-BOT-TRL-OPERATOR.
009953     MOVE WS-SESSION-ID TO KA-BOT-TRL-SESSION.
009954     MOVE WS-BATCH-SEQ TO KA-BOT-TRL-QUESTIONS.
009955     MOVE WS-BATCH-ANSWERED TO KA-BOT-TRL-ANSWERED.
009956     MOVE WS-BATCH-BLANK TO KA-BOT-TRL-BLANK.
009957     MOVE WS-BATCH-ABUSE TO KA-BOT-TRL-ABUSE.
009958     WRITE KA-BOT-TRAILER-REC.
009959     MOVE WS-BATCH-SEQ TO WS-BATCH-COUNT-DISPLAY.
009960     DISPLAY "BATCH FRAGEN:       " WS-BATCH-COUNT-DISPLAY.
009961     MOVE WS-BATCH-ANSWERED TO WS-BATCH-COUNT-DISPLAY.
009962     DISPLAY "BATCH BEANTWORTET:  " WS-BATCH-COUNT-DISPLAY.
009963     MOVE WS-BATCH-BLANK TO WS-BATCH-COUNT-DISPLAY.
009964     DISPLAY "BATCH LEER:         " WS-BATCH-COUNT-DISPLAY.
009965     MOVE WS-BATCH-ABUSE TO WS-BATCH-COUNT-DISPLAY.
009966     DISPLAY "BATCH MISSBRAUCH:   " WS-BATCH-COUNT-DISPLAY.
009967 2590-EXIT.
009968     EXIT.
009969*
009970*****************************************************************
010000* 3000-LOOKUP-MASTER  --  TRY TO MATCH USER-INPUT TO A REAL AD.
010100*    FIRST TRY EVERY WORD AS AN AD ID (KEYED READ).  IF NONE
010200*    OF THE WORDS IS A KNOWN AD ID, TRY EVERY WORD AS A
013597         PERFORM 3120-RESOLVE-WORD-ALIAS THRU 3120-EXIT
013598             VARYING WS-WORD-IDX FROM 1 BY 1
013599             UNTIL WS-WORD-IDX > WS-WORD-COUNT
013609     END-IF.
013619 3100-EXIT.
013700     EXIT.
013750*
013760*****************************************************************
016940*    CATEGORY, KEEPING THE WS-CAT-HIT-LIMIT CHEAPEST IN
016950*    WS-CAT-HIT-TABLE (CHEAPEST FIRST) AND THE TOTAL IN
016960*    WS-CAT-TOTAL-COUNT.  NO SEQUENTIAL CRAWL FROM LOW-VALUES -
016970*    THE READ LOOP ENDS AS SOON AS THE CATEGORY CHANGES.  THE
016972*    WORD COUNTS AS A CATEGORY AS SOON AS ANY AD OF IT IS READ,
016974*    LIVE OR NOT - WITH NO LIVE ONE 5200 SAYS SO AND 5250 CAN
016976*    STILL OFFER THE SAVED SEARCH.
016980*****************************************************************
017000 3310-SCAN-MASTER-BY-CATEGORY.
017010     MOVE ZERO TO WS-CAT-HIT-COUNT.
017600     END-START.
017700     PERFORM 3320-READ-NEXT-AND-COLLECT THRU 3320-EXIT
017800         UNTIL WS-AT-END-SW = "Y".
017810     IF CATEGORY-MATCHED
017820         SET MASTER-AD-FOUND TO TRUE
017840     END-IF.
017900 3310-EXIT.
018000     EXIT.
018500             MOVE "Y" TO WS-AT-END-SW
018600     END-READ.
018700     IF WS-AT-END-SW NOT = "Y"
018710         IF KA-MST-CATEGORY = WS-CATEGORY-CANDIDATE
018720             SET CATEGORY-MATCHED TO TRUE
018730             IF NOT KA-MST-IS-SOLD AND NOT KA-MST-IS-EXPIRED
018801                 AND NOT KA-MST-IS-BLOCKED
018802                 PERFORM 3500-CHECK-SELLER THRU 3500-EXIT
018803             END-IF
018805             IF NOT KA-MST-IS-SOLD AND NOT KA-MST-IS-EXPIRED
018806                 AND NOT KA-MST-IS-BLOCKED
018807                 AND NOT SELLER-IS-BLOCKED
018810                 ADD 1 TO WS-CAT-TOTAL-COUNT
018900                 PERFORM 3330-INSERT-CAT-HIT THRU 3330-EXIT
018905             END-IF
019443 3405-EXIT.
019444     EXIT.
019445*
019446 3410-CHECK-OFFER-WORD.
019447     MOVE ZERO TO WS-OFF-WORD-LEN.
019448     PERFORM 3420-COUNT-WORD-LENGTH THRU 3420-EXIT
019449         VARYING WS-OFF-CHAR-IDX FROM 1 BY 1
019450         UNTIL WS-OFF-CHAR-IDX > 20
019451             OR WS-WORD(WS-WORD-IDX)(WS-OFF-CHAR-IDX:1) = SPACE.
019452     PERFORM 3415-READ-NUMBER-PART THRU 3415-EXIT.
019453 3410-EXIT.
019454     EXIT.
019455*
019456*****************************************************************
019457* 3415-READ-NUMBER-PART  --  THE FIRST WS-OFF-WORD-LEN BYTES OF
019458*    THE WORD AS A PLAIN NUMBER OF UP TO SEVEN DIGITS.
019459*****************************************************************
019460 3415-READ-NUMBER-PART.
019461     IF WS-OFF-WORD-LEN > ZERO AND WS-OFF-WORD-LEN NOT > 7
019462         MOVE "0000000" TO WS-OFFER-X
019463         MOVE WS-WORD(WS-WORD-IDX)(1:WS-OFF-WORD-LEN)
019464           TO WS-OFFER-X(8 - WS-OFF-WORD-LEN:WS-OFF-WORD-LEN)
019465         IF WS-OFFER-X-NUM NUMERIC
019466             MOVE WS-OFFER-X-NUM TO WS-OFFER-AMOUNT
019467             SET OFFER-DETECTED TO TRUE
019468         END-IF
019469     END-IF.
019470 3415-EXIT.
019471     EXIT.
019472*
019473 3420-COUNT-WORD-LENGTH.
019474     ADD 1 TO WS-OFF-WORD-LEN.
019475 3420-EXIT.
019476     EXIT.
019477*
019478*****************************************************************
019479* 3450-FIND-BUDGET-AMOUNT  --  A CATEGORY QUESTION MAY NAME A
019480*    BUDGET ("FAHRRAD BIS 80", "FAHRRAD 80 EUR").  A NUMBER
019481*    ONLY COUNTS AS THE BUDGET RIGHT AFTER A BUDGET WORD (SEE
019482*    3470) OR WITH EUR, EURO OR THE EURO SIGN AFTER IT, AS A
019483*    WORD OR STUCK TO IT - "IPHONE 13" AND "FAHRRAD 2020" NAME
019484*    NO BUDGET.  THE FIRST SUCH NUMBER WINS, READ THE SAME WAY
019485*    3415 READS AN OFFER AMOUNT.
019486*****************************************************************
019487 3450-FIND-BUDGET-AMOUNT.
019488     MOVE "N" TO WS-BUDGET-SW.
019489     PERFORM 3460-CHECK-BUDGET-WORD THRU 3460-EXIT
019490         VARYING WS-WORD-IDX FROM 1 BY 1
019491         UNTIL WS-WORD-IDX > WS-WORD-COUNT
019492             OR BUDGET-GIVEN.
019493 3450-EXIT.
019494     EXIT.
019495*
019496 3460-CHECK-BUDGET-WORD.
019497     MOVE "N" TO WS-BUDGET-CUE-SW.
019498     MOVE ZERO TO WS-OFF-WORD-LEN.
019499     PERFORM 3420-COUNT-WORD-LENGTH THRU 3420-EXIT
019500         VARYING WS-OFF-CHAR-IDX FROM 1 BY 1
019501         UNTIL WS-OFF-CHAR-IDX > 20
019502             OR WS-WORD(WS-WORD-IDX)(WS-OFF-CHAR-IDX:1) = SPACE.
019503     IF WS-OFF-WORD-LEN > 4
019504         IF WS-WORD(WS-WORD-IDX)(WS-OFF-WORD-LEN - 3:4) = "EURO"
019505             SUBTRACT 4 FROM WS-OFF-WORD-LEN
019506             SET BUDGET-CUE-FOUND TO TRUE
019507         END-IF
019508     END-IF.
019509     IF NOT BUDGET-CUE-FOUND AND WS-OFF-WORD-LEN > 3
019510         IF WS-WORD(WS-WORD-IDX)(WS-OFF-WORD-LEN - 2:3) = "EUR"
019511             OR WS-WORD(WS-WORD-IDX)(WS-OFF-WORD-LEN - 2:3)
019512                 = WS-EURO-SIGN
019513             SUBTRACT 3 FROM WS-OFF-WORD-LEN
019514             SET BUDGET-CUE-FOUND TO TRUE
019515         END-IF
019516     END-IF.
019517     IF NOT BUDGET-CUE-FOUND AND WS-WORD-IDX > 1
019518         COMPUTE WS-BUDGET-CUE-IDX = WS-WORD-IDX - 1
019519         PERFORM 3470-CHECK-BUDGET-CUE THRU 3470-EXIT
019520     END-IF.
019521     IF NOT BUDGET-CUE-FOUND AND WS-WORD-IDX < WS-WORD-COUNT
019522         COMPUTE WS-BUDGET-CUE-IDX = WS-WORD-IDX + 1
019523         PERFORM 3480-CHECK-CURRENCY-WORD THRU 3480-EXIT
019524     END-IF.
019525     IF NOT BUDGET-CUE-FOUND
019526         GO TO 3460-EXIT
019527     END-IF.
019528     MOVE "N" TO WS-OFFER-FOUND-SW.
019529     PERFORM 3415-READ-NUMBER-PART THRU 3415-EXIT.
019530     IF OFFER-DETECTED
019531         MOVE WS-OFFER-AMOUNT TO WS-BUDGET-AMOUNT
019532         SET BUDGET-GIVEN TO TRUE
019533         MOVE "N" TO WS-OFFER-FOUND-SW
019534     END-IF.
019535 3460-EXIT.
019536     EXIT.
019537*
019538 3470-CHECK-BUDGET-CUE.
019539     IF WS-WORD(WS-BUDGET-CUE-IDX) = "BIS"
019540         OR WS-WORD(WS-BUDGET-CUE-IDX) = "MAX"
019541         OR WS-WORD(WS-BUDGET-CUE-IDX) = "MAXIMAL"
019542         OR WS-WORD(WS-BUDGET-CUE-IDX) = "UNTER"
019543         OR WS-WORD(WS-BUDGET-CUE-IDX) = "HOECHSTENS"
019544         OR WS-WORD(WS-BUDGET-CUE-IDX) = "UNDER"
019545         SET BUDGET-CUE-FOUND TO TRUE
019546     END-IF.
019547 3470-EXIT.
019548     EXIT.
019549*
019550 3480-CHECK-CURRENCY-WORD.
019551     IF WS-WORD(WS-BUDGET-CUE-IDX) = "EUR"
019552         OR WS-WORD(WS-BUDGET-CUE-IDX) = "EURO"
019553         OR WS-WORD(WS-BUDGET-CUE-IDX) = WS-EURO-SIGN
019554         SET BUDGET-CUE-FOUND TO TRUE
019555     END-IF.
019556 3480-EXIT.
019557     EXIT.
019558*
019559*****************************************************************
019560* 3500-CHECK-SELLER  --  LOOK UP THE SELLER OF THE AD IN
019561*    KA-MASTER-REC ON THE SELLER MASTER.  SETS SELLER-IS-BLOCKED
019562*    AND WS-SELLER-SHOWN (THE DISPLAY NAME, OR THE SELLER FIELD
019563*    AS LOADED WHEN THE SELLER IS NOT ON FILE).
019564*****************************************************************
019565 3500-CHECK-SELLER.
019566     MOVE "N" TO WS-SELLER-BLOCKED-SW.
019567     MOVE KA-MST-SELLER TO WS-SELLER-SHOWN.
019568     IF VKF-FILE-IS-OPEN
019569         MOVE KA-MST-SELLER(1:10) TO KA-VKF-ID
019570         READ SELLER-MASTER
019571             INVALID KEY
019572                 CONTINUE
019573             NOT INVALID KEY
019574                 IF KA-VKF-IS-BLOCKED
019575                     SET SELLER-IS-BLOCKED TO TRUE
019576                 END-IF
019577                 IF KA-VKF-NAME NOT = SPACES
019578                     MOVE KA-VKF-NAME TO WS-SELLER-SHOWN
019579                 END-IF
019580         END-READ
019581     END-IF.
019582 3500-EXIT.
019583     EXIT.
019584*
019585*****************************************************************
019586* 3550-CHECK-REVIEW  --  IS THE AD IN KA-MASTER-REC WAITING FOR
019587*    A SUPERVISOR'S REVIEW AFTER THE NIGHTLY SCREENING?  SETS
019588*    AD-UNDER-REVIEW FOR AN OPEN CASE ON MUTTIVRD.
019589*****************************************************************
019590 3550-CHECK-REVIEW.
019591     MOVE "N" TO WS-UNDER-REVIEW-SW.
019592     IF VDT-FILE-IS-OPEN
019593         MOVE KA-MST-AD-ID TO KA-VDT-AD-ID
019594         READ MUTTI-VERDACHT
019595             INVALID KEY
019596                 CONTINUE
019597             NOT INVALID KEY
019598                 IF KA-VDT-IS-OPEN
019599                     SET AD-UNDER-REVIEW TO TRUE
019600                 END-IF
019601         END-READ
019602     END-IF.
019603 3550-EXIT.
019604     EXIT.
019605*
019606*****************************************************************
019607* 4000-LOOKUP-FAQ  --  CHECK USER-INPUT'S WORDS AGAINST THE
019608*    RUN-TIME FAQ TABLE LOADED FROM MUTTIFAQ AT START-UP.
019609*****************************************************************
019610 4000-LOOKUP-FAQ.
019611     MOVE "N" TO WS-FAQ-FOUND-SW.
019612     PERFORM 4100-SCAN-WORD-AGAINST-FAQ THRU 4100-EXIT
019613         VARYING WS-WORD-IDX FROM 1 BY 1
019614         UNTIL WS-WORD-IDX > WS-WORD-COUNT
019615             OR FAQ-KEYWORD-FOUND.
019616 4000-EXIT.
019617     EXIT.
019618*
019619 4100-SCAN-WORD-AGAINST-FAQ.
019620     PERFORM 4110-COMPARE-ONE-FAQ-ENTRY THRU 4110-EXIT
019621         VARYING WS-FAQ-IDX FROM 1 BY 1
019622         UNTIL WS-FAQ-IDX > KA-FAQW-COUNT
019623             OR FAQ-KEYWORD-FOUND.
019624 4100-EXIT.
019625     EXIT.
019626*
019627 4110-COMPARE-ONE-FAQ-ENTRY.
019628     IF WS-WORD(WS-WORD-IDX) = KA-FAQW-KEYWORD(WS-FAQ-IDX)
019629         AND KA-FAQW-LANG(WS-FAQ-IDX) = WS-LANG-CODE
019630         MOVE KA-FAQW-KEYWORD(WS-FAQ-IDX) TO WS-MATCHED-KEYWORD
019631         MOVE KA-FAQW-REPLY(WS-FAQ-IDX)  TO WS-MATCHED-REPLY-TEXT
019632         SET FAQ-KEYWORD-FOUND TO TRUE
019633     END-IF.
019634 4110-EXIT.
019635     EXIT.
019636*
019637*****************************************************************
019638* 4500-CHECK-ABUSE  --  CHECK USER-INPUT'S WORDS AGAINST THE
019640*    RUN-TIME ABUSIVE-TERMS TABLE LOADED FROM MUTTIABU AT
019650*    START-UP, BEFORE ANY AD OR FAQ LOOKUP IS ATTEMPTED.
019660*****************************************************************
020025               MOVE "lutfen kaba olma" TO WS-RESPONSE-TEXT
020026             WHEN OTHER
020027               MOVE "bitte keine beschimpfungen"
020028                 TO WS-RESPONSE-TEXT
020029         END-EVALUATE
020030     ELSE
020031     PERFORM 3000-LOOKUP-MASTER THRU 3000-EXIT
020032     IF MASTER-AD-FOUND
020033         IF CATEGORY-MATCHED
020034             PERFORM 5200-FORMAT-CATEGORY-RESPONSE THRU 5200-EXIT
020035             SET MATCH-IS-AD TO TRUE
020036             MOVE WS-CATEGORY-CANDIDATE TO WS-MATCHED-KEYWORD
020037             PERFORM 5250-CHECK-SAVED-SEARCH THRU 5250-EXIT
020038         ELSE
020039             PERFORM 3500-CHECK-SELLER THRU 3500-EXIT
020040             IF KA-MST-IS-SOLD OR KA-MST-IS-EXPIRED
020045                 OR KA-MST-IS-BLOCKED OR SELLER-IS-BLOCKED
020046                 PERFORM 5110-FORMAT-GONE-RESPONSE THRU 5110-EXIT
020047                 SET MATCH-IS-AD TO TRUE
020048             ELSE
020161     END-IF.
020170 5000-EXIT.
020180     EXIT.
020190*
020200*****************************************************************
020210* 5161-HOLD-FOR-BUYER  --  AT THE TERMINAL: TAKE THE BUYER'S
020220*    CONTACT (5165), THEN READ THE AD AGAIN (5162) - THE
020230*    QUESTIONS TAKE TIME AND THE RECORD IN HAND MAY BE STALE.
020240*    RESERVE-STILL-OK ONLY WHEN BOTH ARE GOOD; WITHOUT A CONTACT
020250*    THE ACCEPTED REPLY IS REPLACED BY 5168'S.
020260*****************************************************************
020270 5161-HOLD-FOR-BUYER.
020280     MOVE "N" TO WS-RESERVE-OK-SW.
020290     MOVE KA-MST-AD-ID TO WS-RESERVE-AD-ID.
020300     MOVE KA-MST-PRICE TO WS-RESERVE-OLD-PRICE.
020310     MOVE KA-MST-MIN-PRICE TO WS-RESERVE-OLD-MIN.
020320     PERFORM 5165-ASK-BUYER-CONTACT THRU 5165-EXIT.
020330     IF NOT BUYER-CONTACT-OK
020340         PERFORM 5168-SAY-CONTACT-MISSING THRU 5168-EXIT
020350         GO TO 5161-EXIT
020360     END-IF.
020370     PERFORM 5162-REREAD-AD THRU 5162-EXIT.
020380 5161-EXIT.
020390     EXIT.
020400*
020410*****************************************************************
020420* 5162-REREAD-AD  --  FETCH THE AD AGAIN JUST BEFORE IT IS
020430*    RESERVED.  WHILE THE BUYER WAS TYPING ANOTHER SESSION MAY
020440*    HAVE RESERVED IT, THE SCREENING SUPERVISOR BLOCKED IT OR
020450*    MUTTI-ANZEIGENBEARBEITUNG WITHDREW OR REPRICED IT.  STILL
020460*    ACTIVE AT THE SAME PRICES: RESERVE-STILL-OK AND THE
020470*    ACCEPTED REPLY STANDS.  OTHERWISE THE REPLY IS REPLACED BY
020480*    THE ONE A FRESH QUESTION WOULD GET - 5115 RESERVED, 5117
020490*    UNDER REVIEW, 5110 FOR ANYTHING ELSE (SOLD, WITHDRAWN,
020500*    BLOCKED, REPRICED OR GONE).
020510*****************************************************************
020520 5162-REREAD-AD.
020530     MOVE WS-RESERVE-AD-ID TO KA-MST-AD-ID.
020540     READ KLEINANZEIGEN-MASTER KEY IS KA-MST-AD-ID
020550         INVALID KEY
020560             MOVE WS-RESERVE-AD-ID TO KA-MST-AD-ID
020570             MOVE SPACE TO KA-MST-STATUS
020580             PERFORM 5110-FORMAT-GONE-RESPONSE THRU 5110-EXIT
020590             GO TO 5162-EXIT
020600     END-READ.
020610     IF KA-MST-IS-RESERVED
020620         MOVE SPACES TO WS-RESPONSE-TEXT
020630         PERFORM 5115-SAY-AD-RESERVED THRU 5115-EXIT
020640         GO TO 5162-EXIT
020650     END-IF.
020660     IF NOT KA-MST-IS-ACTIVE AND KA-MST-STATUS NOT = SPACE
020670         PERFORM 5110-FORMAT-GONE-RESPONSE THRU 5110-EXIT
020680         GO TO 5162-EXIT
020681     END-IF.
020682     PERFORM 3550-CHECK-REVIEW THRU 3550-EXIT.
020683     IF AD-UNDER-REVIEW
020684         MOVE SPACES TO WS-RESPONSE-TEXT
020685         PERFORM 5117-SAY-AD-UNDER-REVIEW THRU 5117-EXIT
020686         GO TO 5162-EXIT
020687     END-IF.
020688     IF KA-MST-PRICE NOT = WS-RESERVE-OLD-PRICE
020689         OR KA-MST-MIN-PRICE NOT = WS-RESERVE-OLD-MIN
020690         PERFORM 5110-FORMAT-GONE-RESPONSE THRU 5110-EXIT
020691         GO TO 5162-EXIT
020692     END-IF.
020693     SET RESERVE-STILL-OK TO TRUE.
020694 5162-EXIT.
020695     EXIT.
020700*
020800 5100-FORMAT-AD-RESPONSE.
020900     MOVE SPACES TO WS-RESPONSE-TEXT.
021400            ", " DELIMITED BY SIZE
021500            WS-MST-PRICE-ED DELIMITED BY SIZE
021600            " EUR, Verkaeufer " DELIMITED BY SIZE
021700            WS-SELLER-SHOWN DELIMITED BY "  "
021800            " - " DELIMITED BY SIZE
021900            KA-MST-DESCRIPTION DELIMITED BY SPACE
022000       INTO WS-RESPONSE-TEXT
022130         PERFORM 5105-ADD-PRICE-DROP-NOTE THRU 5105-EXIT
022140     END-IF.
022200 5100-EXIT.
022201     EXIT.
022202*
022203*****************************************************************
022204* 5105-ADD-PRICE-DROP-NOTE  --  THE AD GOT CHEAPER SINCE IT WAS
022205*    LISTED: SAY SO IN THE CALLER'S LANGUAGE RIGHT BEHIND THE
022206*    AD DETAILS.  A PROVEN TRIGGER FOR HESITANT BUYERS.
022207*****************************************************************
022208 5105-ADD-PRICE-DROP-NOTE.
022209     MOVE KA-MST-PREV-PRICE TO WS-PREV-PRICE-ED.
022210     EVALUATE TRUE
022211         WHEN LANG-IS-EN
022212             STRING " (reduced from " DELIMITED BY SIZE
022213                    WS-PREV-PRICE-ED DELIMITED BY SIZE
022214                    " EUR)" DELIMITED BY SIZE
022215               INTO WS-RESPONSE-TEXT
022216               WITH POINTER WS-RSP-PTR
022217             END-STRING
022218         WHEN LANG-IS-TR
022219             STRING " (eski fiyat " DELIMITED BY SIZE
022220                    WS-PREV-PRICE-ED DELIMITED BY SIZE
022221                    " EUR)" DELIMITED BY SIZE
022222               INTO WS-RESPONSE-TEXT
022223               WITH POINTER WS-RSP-PTR
022224             END-STRING
022225         WHEN OTHER
022226             STRING " (reduziert von " DELIMITED BY SIZE
022227                    WS-PREV-PRICE-ED DELIMITED BY SIZE
022228                    " EUR)" DELIMITED BY SIZE
022229               INTO WS-RESPONSE-TEXT
022230               WITH POINTER WS-RSP-PTR
022231             END-STRING
022232     END-EVALUATE.
022233 5105-EXIT.
022234     EXIT.
022235*
022236*****************************************************************
022237* 5110-FORMAT-GONE-RESPONSE  --  THE ASKED-FOR AD EXISTS BUT IS
022238*    SOLD, EXPIRED OR BLOCKED.  SAY SO IN THE CALLER'S LANGUAGE
022239*    INSTEAD OF QUOTING PRICE AND SELLER.
022240*****************************************************************
022241 5110-FORMAT-GONE-RESPONSE.
022242     MOVE SPACES TO WS-RESPONSE-TEXT.
022243     EVALUATE TRUE
022244         WHEN LANG-IS-EN AND KA-MST-IS-SOLD
022245             STRING "Ad " DELIMITED BY SIZE
022246                    KA-MST-AD-ID DELIMITED BY SPACE
022247                    " is unfortunately already sold."
022248                      DELIMITED BY SIZE
022249               INTO WS-RESPONSE-TEXT
022250             END-STRING
022251         WHEN LANG-IS-EN
022252             STRING "Ad " DELIMITED BY SIZE
022253                    KA-MST-AD-ID DELIMITED BY SPACE
022254                    " is no longer available." DELIMITED BY SIZE
022255               INTO WS-RESPONSE-TEXT
022256             END-STRING
022257         WHEN LANG-IS-TR AND KA-MST-IS-SOLD
022258             STRING "Ilan " DELIMITED BY SIZE
022259                    KA-MST-AD-ID DELIMITED BY SPACE
022260                    " maalesef coktan satildi." DELIMITED BY SIZE
022261               INTO WS-RESPONSE-TEXT
022262             END-STRING
022263         WHEN LANG-IS-TR
022264             STRING "Ilan " DELIMITED BY SIZE
022265                    KA-MST-AD-ID DELIMITED BY SPACE
022266                    " artik mevcut degil." DELIMITED BY SIZE
022267               INTO WS-RESPONSE-TEXT
022268             END-STRING
022269         WHEN KA-MST-IS-SOLD
022270             STRING "Anzeige " DELIMITED BY SIZE
022271                    KA-MST-AD-ID DELIMITED BY SPACE
022272                    " ist leider schon verkauft."
022273                      DELIMITED BY SIZE
022274               INTO WS-RESPONSE-TEXT
022275             END-STRING
022276         WHEN OTHER
022277             STRING "Anzeige " DELIMITED BY SIZE
022278                    KA-MST-AD-ID DELIMITED BY SPACE
022279                    " ist leider nicht mehr verfuegbar."
022280                      DELIMITED BY SIZE
022281               INTO WS-RESPONSE-TEXT
022282             END-STRING
022283     END-EVALUATE.
022284 5110-EXIT.
022285     EXIT.
022286*
022287*****************************************************************
022288* 5120-FORMAT-OFFER-RESPONSE  --  NEGOTIATE THE DETECTED OFFER
022289*    AGAINST THE AD.  AT OR ABOVE THE SELLER'S MINIMUM (THE
022290*    ASKING PRICE WHEN NO MINIMUM IS SET) THE OFFER IS
022291*    ACCEPTED; AT HALF THE MINIMUM OR BETTER IT GETS A COUNTER
022292*    AT THE MINIMUM; BELOW THAT A POLITE DECLINE.  AN AD THAT
022293*    IS ALREADY RESERVED NEVER NEGOTIATES - THE CALLER IS TOLD
022294*    SO BEFORE ANY AMOUNT IS LOOKED AT.  AN ACCEPTED OFFER
022295*    RESERVES THE AD AND QUEUES THE PENDING SALE (SEE 5160).
022296*****************************************************************
022297 5120-FORMAT-OFFER-RESPONSE.
022298     IF KA-MST-MIN-PRICE NUMERIC AND KA-MST-MIN-PRICE > ZERO
022299         MOVE KA-MST-MIN-PRICE TO WS-MIN-ACCEPTABLE
022300     ELSE
022301         MOVE KA-MST-PRICE TO WS-MIN-ACCEPTABLE
022302     END-IF.
022303     COMPUTE WS-DECLINE-FLOOR = WS-MIN-ACCEPTABLE / 2.
022304     MOVE WS-OFFER-AMOUNT TO WS-OFFER-ED.
022305     MOVE WS-MIN-ACCEPTABLE TO WS-MIN-PRICE-ED.
022306     MOVE SPACES TO WS-RESPONSE-TEXT.
022307     PERFORM 3550-CHECK-REVIEW THRU 3550-EXIT.
022308     EVALUATE TRUE
022309         WHEN KA-MST-IS-RESERVED
022310             PERFORM 5115-SAY-AD-RESERVED THRU 5115-EXIT
022311         WHEN AD-UNDER-REVIEW
022312             PERFORM 5117-SAY-AD-UNDER-REVIEW THRU 5117-EXIT
022313         WHEN WS-OFFER-AMOUNT NOT < WS-MIN-ACCEPTABLE
022314             PERFORM 5130-SAY-OFFER-ACCEPTED THRU 5130-EXIT
022372             PERFORM 5160-RESERVE-AD THRU 5160-EXIT
022373         WHEN WS-OFFER-AMOUNT NOT < WS-DECLINE-FLOOR
022374             PERFORM 5140-SAY-OFFER-COUNTERED THRU 5140-EXIT
022510     EXIT.
022511*
022512*****************************************************************
022513* 5117-SAY-AD-UNDER-REVIEW  --  THE AD IS BEING CHECKED AFTER
022514*    THE NIGHTLY SCREENING.  QUESTIONS ARE ANSWERED AS USUAL,
022515*    BUT NO OFFER IS TAKEN UNTIL THE CHECK IS DONE.
022516*****************************************************************
022517 5117-SAY-AD-UNDER-REVIEW.
022518     EVALUATE TRUE
022519         WHEN LANG-IS-EN
022520             STRING "Ad " DELIMITED BY SIZE
022521                    KA-MST-AD-ID DELIMITED BY SPACE
022522                    " is being checked right now - no offers"
022523                      DELIMITED BY SIZE
022524                    " until then, ask again later."
022525                      DELIMITED BY SIZE
022526               INTO WS-RESPONSE-TEXT
022527             END-STRING
022528         WHEN LANG-IS-TR
022529             STRING "Ilan " DELIMITED BY SIZE
022530                    KA-MST-AD-ID DELIMITED BY SPACE
022531                    " su anda kontrol ediliyor - o zamana"
022532                      DELIMITED BY SIZE
022533                    " kadar teklif alinmiyor." DELIMITED BY SIZE
022534               INTO WS-RESPONSE-TEXT
022535             END-STRING
022536         WHEN OTHER
022537             STRING "Anzeige " DELIMITED BY SIZE
022538                    KA-MST-AD-ID DELIMITED BY SPACE
022539                    " wird gerade geprueft - bis dahin keine"
022540                      DELIMITED BY SIZE
022541                    " Angebote, frag spaeter nochmal."
022542                      DELIMITED BY SIZE
022543               INTO WS-RESPONSE-TEXT
022544             END-STRING
022545     END-EVALUATE.
022546 5117-EXIT.
022547     EXIT.
022548*
022549*****************************************************************
022550* 5160-RESERVE-AD  --  MAKE THE ACCEPTED OFFER STICK: FLIP THE
022551*    AD TO RESERVED WITH TODAY'S STATUS DATE AND QUEUE THE
022552*    PENDING SALE ON MUTTI-RESERVIERUNG FOR THE SELLER SIDE.
022553*    A DUPLICATE-KEY WRITE MEANS ANOTHER SESSION TOOK OUR NEXT
022554*    ID SINCE LOGON - BUMP PAST IT AND TRY AGAIN, THE SAME WAY
022555*    6300-WRITE-ESCALATION DOES.  AT THE TERMINAL THE BUYER
022556*    MUST LEAVE A NAME AND A PHONE NUMBER OR E-MAIL FIRST AND
022557*    THE AD MUST STILL BE FREE AFTERWARDS (5161); IF NOT,
022558*    NOTHING IS RESERVED.  THE BATCH REPLAY CANNOT ASK AND
022559*    RESERVES WITHOUT CONTACT.
022560*****************************************************************
022561 5160-RESERVE-AD.
022562     IF MASTER-FILE-IS-OPEN AND RSV-FILE-IS-OPEN
022563         MOVE SPACES TO WS-BUYER-NAME WS-BUYER-CONTACT
022564         IF NOT BATCH-MODE-IS-ON
022565             PERFORM 5161-HOLD-FOR-BUYER THRU 5161-EXIT
022566             IF NOT RESERVE-STILL-OK
022567                 GO TO 5160-EXIT
022568             END-IF
022570         END-IF
022571         ACCEPT WS-RESERVE-DATE FROM DATE YYYYMMDD
022572         IF BATCH-MODE-IS-ON
022573             MOVE WS-BATCH-RUN-DATE TO WS-RESERVE-DATE
022574         END-IF
022575         SET KA-MST-IS-RESERVED TO TRUE
022576         MOVE WS-RESERVE-DATE TO KA-MST-STATUS-DATE
022577         REWRITE KA-MASTER-REC
022578         MOVE SPACES TO KA-RSV-REC
022579         SET KA-RSV-IS-OPEN TO TRUE
022580         MOVE WS-RESERVE-DATE TO KA-RSV-DATE
022581         ACCEPT KA-RSV-TIME FROM TIME
022582         MOVE KA-MST-AD-ID TO KA-RSV-AD-ID
022583         MOVE WS-OFFER-AMOUNT TO KA-RSV-OFFER-AMOUNT
022584         MOVE WS-SESSION-ID TO KA-RSV-SESSION
022585         MOVE WS-OPERATOR-ID TO KA-RSV-OPERATOR
022586         MOVE ZEROS TO KA-RSV-CLOSED-DATE
022587         MOVE WS-BUYER-NAME TO KA-RSV-BUYER-NAME
022588         MOVE WS-BUYER-CONTACT TO KA-RSV-BUYER-CONTACT
022589         MOVE WS-LANG-CODE TO KA-RSV-LANG
022590         MOVE ZEROS TO KA-RSV-NOTIFIED-DATE
022591         PERFORM 5170-WRITE-RSV-RECORD THRU 5170-EXIT
022592             WITH TEST AFTER
022593             UNTIL WS-RSV-STATUS NOT = "22"
022594         ADD 1 TO WS-RSV-NEXT-ID
022595     END-IF.
022596 5160-EXIT.
022597     EXIT.
022598*
022599 5170-WRITE-RSV-RECORD.
022600     MOVE WS-RSV-NEXT-ID TO KA-RSV-ID.
022601     WRITE KA-RSV-REC
022602         INVALID KEY
022603             CONTINUE
022604     END-WRITE.
022605     IF WS-RSV-STATUS = "22"
022606         ADD 1 TO WS-RSV-NEXT-ID
022607     END-IF.
022608 5170-EXIT.
022609     EXIT.
022610*
022611*****************************************************************
022612* 5165-ASK-BUYER-CONTACT  --  THE OFFER IS GOOD; BEFORE THE AD
022613*    IS HELD FOR THE BUYER, TAKE A NAME AND A WAY TO REACH THEM.
022614*    THE CONTACT COUNTS AS USABLE WHEN IT HOLDS AN "@" (E-MAIL)
022615*    OR AT LEAST WS-MIN-PHONE-DIGITS DIGITS (PHONE NUMBER) -
022616*    SEE 5166.
022617*****************************************************************
022618 5165-ASK-BUYER-CONTACT.
022619     EVALUATE TRUE
022620         WHEN LANG-IS-EN
022621             DISPLAY "Your offer is good - to hold the ad we"
022622                 " need your name:"
022623         WHEN LANG-IS-TR
022624             DISPLAY "Teklifin uygun - ilani ayirmak icin"
022625                 " adin lazim:"
022626         WHEN OTHER
022627             DISPLAY "Dein Angebot passt - damit wir die Anzeige"
022628                 " fuer dich zuruecklegen, brauchen wir"
022629                 " deinen Namen:"
022630     END-EVALUATE.
022631     PERFORM 5166-TAKE-BUYER-CONTACT THRU 5166-EXIT.
022632 5165-EXIT.
022633     EXIT.
022634*
022635*****************************************************************
022636* 5166-TAKE-BUYER-CONTACT  --  THE CALLER HAS JUST BEEN ASKED
022637*    FOR A NAME (5165 OR 5260).  TAKE IT, ASK FOR THE PHONE
022638*    NUMBER OR E-MAIL AND SET BUYER-CONTACT-OK WHEN BOTH ARE
022639*    THERE AND THE CONTACT LOOKS USABLE.
022640*****************************************************************
022641 5166-TAKE-BUYER-CONTACT.
022642     MOVE "N" TO WS-CONTACT-OK-SW.
022643     ACCEPT WS-BUYER-NAME.
022644     IF WS-BUYER-NAME = SPACES
022645         GO TO 5166-EXIT
022646     END-IF.
022647     EVALUATE TRUE
022648         WHEN LANG-IS-EN
022649             DISPLAY "And a phone number or e-mail address:"
022650         WHEN LANG-IS-TR
022651             DISPLAY "Ve bir telefon numarasi ya da e-posta"
022652                 " adresi:"
022653         WHEN OTHER
022654             DISPLAY "Und eine Telefonnummer oder"
022655                 " E-Mail-Adresse:"
022656     END-EVALUATE.
022657     ACCEPT WS-BUYER-CONTACT.
022658     MOVE ZERO TO WS-CONTACT-AT-COUNT WS-CONTACT-DIGIT-COUNT.
022659     INSPECT WS-BUYER-CONTACT TALLYING
022660         WS-CONTACT-AT-COUNT FOR ALL "@".
022661     INSPECT WS-BUYER-CONTACT TALLYING
022662         WS-CONTACT-DIGIT-COUNT FOR ALL "0" ALL "1" ALL "2"
022663             ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8"
022664             ALL "9".
022665     IF WS-CONTACT-AT-COUNT > ZERO
022666         OR WS-CONTACT-DIGIT-COUNT NOT < WS-MIN-PHONE-DIGITS
022667         SET BUYER-CONTACT-OK TO TRUE
022668     END-IF.
022669 5166-EXIT.
022670     EXIT.
022671*
022672*****************************************************************
022673* 5168-SAY-CONTACT-MISSING  --  NO NAME OR NO USABLE CONTACT:
022674*    THE OFFER STANDS BUT THE AD STAYS FREE FOR EVERYBODY.
022675*****************************************************************
022676 5168-SAY-CONTACT-MISSING.
022677     MOVE SPACES TO WS-RESPONSE-TEXT.
022678     EVALUATE TRUE
022679         WHEN LANG-IS-EN
022680             STRING "Without your name and a phone number or"
022681                      DELIMITED BY SIZE
022682                    " e-mail ad " DELIMITED BY SIZE
022683                    KA-MST-AD-ID DELIMITED BY SPACE
022684                    " cannot be reserved - just offer again."
022685                      DELIMITED BY SIZE
022686               INTO WS-RESPONSE-TEXT
022687             END-STRING
022688         WHEN LANG-IS-TR
022689             STRING "Adin ve telefon ya da e-posta olmadan ilan "
022690                      DELIMITED BY SIZE
022691                    KA-MST-AD-ID DELIMITED BY SPACE
022692                    " ayrilamaz - tekrar teklif ver."
022693                      DELIMITED BY SIZE
022694               INTO WS-RESPONSE-TEXT
022695             END-STRING
022696         WHEN OTHER
022697             STRING "Ohne Namen und Telefon oder E-Mail kann ich"
022698                      DELIMITED BY SIZE
022699                    " Anzeige " DELIMITED BY SIZE
022700                    KA-MST-AD-ID DELIMITED BY SPACE
022701                    " nicht reservieren - biete einfach"
022702                      DELIMITED BY SIZE
022703                    " nochmal." DELIMITED BY SIZE
022704               INTO WS-RESPONSE-TEXT
022705             END-STRING
022706     END-EVALUATE.
022707 5168-EXIT.
022708     EXIT.
022709*
022710*****************************************************************
022711* 5200-FORMAT-CATEGORY-RESPONSE  --  LIST THE CHEAPEST ADS OF
022712*    THE MATCHED CATEGORY (COLLECTED BY 3310), CHEAPEST FIRST,
022713*    WITH THE CATEGORY'S TOTAL AD COUNT AHEAD OF THEM.  NO LIVE
022714*    AD IN THE CATEGORY = "NOTHING AVAILABLE RIGHT NOW".
022715*****************************************************************
022716 5200-FORMAT-CATEGORY-RESPONSE.
022717     MOVE SPACES TO WS-RESPONSE-TEXT.
022718     MOVE 1 TO WS-RSP-PTR.
022719     MOVE WS-CAT-TOTAL-COUNT TO WS-CAT-COUNT-ED.
022720     IF WS-CAT-HIT-COUNT = ZERO
022721         PERFORM 5205-FORMAT-NOTHING-LIVE THRU 5205-EXIT
022722         GO TO 5200-EXIT
022723     END-IF.
022724     EVALUATE TRUE
022725         WHEN LANG-IS-EN
022726             STRING "Category " DELIMITED BY SIZE
022727                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022728                    "," DELIMITED BY SIZE
022729                    WS-CAT-COUNT-ED DELIMITED BY SIZE
022730                    " ads, cheapest first:" DELIMITED BY SIZE
022731               INTO WS-RESPONSE-TEXT
022732               WITH POINTER WS-RSP-PTR
022733             END-STRING
022734         WHEN LANG-IS-TR
022735             STRING "Kategori " DELIMITED BY SIZE
022736                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022737                    "," DELIMITED BY SIZE
022738                    WS-CAT-COUNT-ED DELIMITED BY SIZE
022739                    " ilan, en ucuz once:" DELIMITED BY SIZE
022740               INTO WS-RESPONSE-TEXT
022741               WITH POINTER WS-RSP-PTR
022742             END-STRING
022743         WHEN OTHER
022744             STRING "Kategorie " DELIMITED BY SIZE
022745                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022746                    "," DELIMITED BY SIZE
022747                    WS-CAT-COUNT-ED DELIMITED BY SIZE
022748                    " Anzeigen, guenstigste zuerst:"
022749                      DELIMITED BY SIZE
022750               INTO WS-RESPONSE-TEXT
022751               WITH POINTER WS-RSP-PTR
022752             END-STRING
022753     END-EVALUATE.
022754     PERFORM 5210-ADD-ONE-CAT-HIT THRU 5210-EXIT
022755         VARYING WS-CAT-HIT-IDX FROM 1 BY 1
022756         UNTIL WS-CAT-HIT-IDX > WS-CAT-HIT-COUNT.
022757 5200-EXIT.
022758     EXIT.
022759*
022760 5205-FORMAT-NOTHING-LIVE.
022761     EVALUATE TRUE
022762         WHEN LANG-IS-EN
022763             STRING "Category " DELIMITED BY SIZE
022764                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022765                    ": nothing available right now."
022766                      DELIMITED BY SIZE
022767               INTO WS-RESPONSE-TEXT
022768               WITH POINTER WS-RSP-PTR
022769             END-STRING
022770         WHEN LANG-IS-TR
022771             STRING "Kategori " DELIMITED BY SIZE
022772                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022773                    ": su an ilan yok." DELIMITED BY SIZE
022774               INTO WS-RESPONSE-TEXT
022775               WITH POINTER WS-RSP-PTR
022776             END-STRING
022777         WHEN OTHER
022778             STRING "Kategorie " DELIMITED BY SIZE
022779                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022780                    ": gerade nichts verfuegbar."
022781                      DELIMITED BY SIZE
022782               INTO WS-RESPONSE-TEXT
022783               WITH POINTER WS-RSP-PTR
022784             END-STRING
022785     END-EVALUATE.
022786 5205-EXIT.
022787     EXIT.
022788*
022789 5210-ADD-ONE-CAT-HIT.
022790     MOVE WS-CAT-HIT-PRICE(WS-CAT-HIT-IDX) TO WS-MST-PRICE-ED.
022791     STRING " " DELIMITED BY SIZE
022792            WS-CAT-HIT-AD-ID(WS-CAT-HIT-IDX) DELIMITED BY SPACE
022793            " " DELIMITED BY SIZE
022794            WS-MST-PRICE-ED DELIMITED BY SIZE
022795            " EUR;" DELIMITED BY SIZE
022796       INTO WS-RESPONSE-TEXT
022797       WITH POINTER WS-RSP-PTR
022798     END-STRING.
022799 5210-EXIT.
022800     EXIT.
022801*
022802*****************************************************************
022803* 5250-CHECK-SAVED-SEARCH  --  THE CALLER NAMED A BUDGET AND
022804*    EVEN THE CHEAPEST AD OF THE CATEGORY (FIRST IN
022805*    WS-CAT-HIT-TABLE) COSTS MORE - OR THERE IS NO LIVE AD AT
022806*    ALL TO COMPARE: OFFER TO SAVE THE SEARCH.
022807*    ONLY AT THE TERMINAL - THE BATCH REPLAY HAS NOBODY TO ASK.
022808*****************************************************************
022809 5250-CHECK-SAVED-SEARCH.
022810     IF BATCH-MODE-IS-ON OR NOT SRC-FILE-IS-OPEN
022811         GO TO 5250-EXIT
022812     END-IF.
022813     PERFORM 3450-FIND-BUDGET-AMOUNT THRU 3450-EXIT.
022814     IF NOT BUDGET-GIVEN
022815         GO TO 5250-EXIT
022816     END-IF.
022817     IF WS-CAT-HIT-COUNT > ZERO
022818         IF WS-CAT-HIT-PRICE(1) NOT > WS-BUDGET-AMOUNT
022819             GO TO 5250-EXIT
022820         END-IF
022821     END-IF.
022822     PERFORM 5260-OFFER-SAVED-SEARCH THRU 5260-EXIT.
022823 5250-EXIT.
022824     EXIT.
022825*
022826*****************************************************************
022827* 5260-OFFER-SAVED-SEARCH  --  ASK WHETHER TO SAVE THE SEARCH.
022828*    ON YES TAKE THE CONTACT (5166) AND WRITE THE SEARCH; THE
022829*    REPLY THEN CONFIRMS IT INSTEAD OF LISTING ADS THE CALLER
022830*    CANNOT AFFORD.  ON NO THE CATEGORY LIST (OR THE "NOTHING
022831*    AVAILABLE") STANDS.
022832*****************************************************************
022833 5260-OFFER-SAVED-SEARCH.
022834     MOVE WS-BUDGET-AMOUNT TO WS-BUDGET-ED.
022835     MOVE WS-CAT-HIT-PRICE(1) TO WS-MST-PRICE-ED.
022836     EVALUATE TRUE
022837         WHEN WS-CAT-HIT-COUNT = ZERO AND LANG-IS-EN
022838             DISPLAY "Nothing in " WS-CATEGORY-CANDIDATE
022839                 " right now."
022840             DISPLAY "Shall I let you know when something up to "
022841                 WS-BUDGET-ED " EUR comes in? (Y/N)"
022842         WHEN WS-CAT-HIT-COUNT = ZERO AND LANG-IS-TR
022843             DISPLAY WS-CATEGORY-CANDIDATE
022844                 " icinde su an ilan yok."
022845             DISPLAY WS-BUDGET-ED " EUR altinda bir sey gelince"
022846                 " haber vereyim mi? (E/H)"
022847         WHEN WS-CAT-HIT-COUNT = ZERO
022848             DISPLAY "In " WS-CATEGORY-CANDIDATE
022849                 " gibt es gerade nichts."
022850             DISPLAY "Soll ich dir Bescheid geben, wenn etwas"
022851                 " bis " WS-BUDGET-ED " EUR reinkommt? (J/N)"
022852         WHEN LANG-IS-EN
022853             DISPLAY "Nothing in " WS-CATEGORY-CANDIDATE
022854                 " up to " WS-BUDGET-ED " EUR right now - the"
022855                 " cheapest is " WS-MST-PRICE-ED " EUR."
022856             DISPLAY "Shall I let you know when something"
022857                 " comes in? (Y/N)"
022858         WHEN LANG-IS-TR
022859             DISPLAY WS-CATEGORY-CANDIDATE " icinde " WS-BUDGET-ED
022860                 " EUR altinda su an bir sey yok - en ucuzu "
022861                 WS-MST-PRICE-ED " EUR."
022862             DISPLAY "Bir sey gelince haber vereyim mi? (E/H)"
022863         WHEN OTHER
022864             DISPLAY "In " WS-CATEGORY-CANDIDATE " gibt es bis "
022865                 WS-BUDGET-ED " EUR gerade nichts - das"
022866                 " guenstigste kostet " WS-MST-PRICE-ED " EUR."
022867             DISPLAY "Soll ich dir Bescheid geben, wenn etwas"
022868                 " reinkommt? (J/N)"
022869     END-EVALUATE.
022870     ACCEPT WS-SEARCH-REPLY.
022871     INSPECT WS-SEARCH-REPLY CONVERTING
022872         "abcdefghijklmnopqrstuvwxyz" TO
022873         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022874     IF WS-SEARCH-REPLY NOT = "J" AND NOT = "Y" AND NOT = "E"
022875         GO TO 5260-EXIT
022876     END-IF.
022877     MOVE SPACES TO WS-BUYER-NAME WS-BUYER-CONTACT.
022878     EVALUATE TRUE
022879         WHEN LANG-IS-EN
022880             DISPLAY "Then I need your name:"
022881         WHEN LANG-IS-TR
022882             DISPLAY "O zaman adin lazim:"
022883         WHEN OTHER
022884             DISPLAY "Dann brauche ich deinen Namen:"
022885     END-EVALUATE.
022886     PERFORM 5166-TAKE-BUYER-CONTACT THRU 5166-EXIT.
022887     MOVE SPACES TO WS-RESPONSE-TEXT.
022888     IF NOT BUYER-CONTACT-OK
022889         EVALUATE TRUE
022890             WHEN LANG-IS-EN
022891                 STRING "Without a name and a phone number or"
022892                          DELIMITED BY SIZE
022893                        " e-mail I cannot save the search."
022894                          DELIMITED BY SIZE
022895                   INTO WS-RESPONSE-TEXT
022896                 END-STRING
022897             WHEN LANG-IS-TR
022898                 STRING "Ad ve telefon ya da e-posta olmadan"
022899                          DELIMITED BY SIZE
022900                        " aramayi kaydedemem." DELIMITED BY SIZE
022901                   INTO WS-RESPONSE-TEXT
022902                 END-STRING
022903             WHEN OTHER
022904                 STRING "Ohne Namen und Telefon oder E-Mail kann"
022905                          DELIMITED BY SIZE
022906                        " ich die Suche nicht speichern."
022907                          DELIMITED BY SIZE
022908                   INTO WS-RESPONSE-TEXT
022909                 END-STRING
022910         END-EVALUATE
022911         GO TO 5260-EXIT
022912     END-IF.
022913     PERFORM 5270-SAVE-SEARCH THRU 5270-EXIT.
022914 5260-EXIT.
022915     EXIT.
022916*
022917*****************************************************************
022918* 5270-SAVE-SEARCH  --  WRITE THE SEARCH TO MUTTISRC, GOOD FOR
022919*    WS-SEARCH-KEEP-DAYS FROM TODAY, AND CONFIRM IT.  A
022920*    DUPLICATE KEY MEANS ANOTHER SESSION TOOK THE ID - BUMP
022921*    PAST IT AS 5170 DOES.
022922*****************************************************************
022923 5270-SAVE-SEARCH.
022924     ACCEPT WS-SEARCH-DATE FROM DATE YYYYMMDD.
022925     COMPUTE WS-SEARCH-EXPIRY = FUNCTION DATE-OF-INTEGER
022926         (FUNCTION INTEGER-OF-DATE(WS-SEARCH-DATE)
022927             + WS-SEARCH-KEEP-DAYS).
022928     MOVE SPACES TO KA-SEARCH-REC.
022929     SET KA-SRC-IS-ACTIVE TO TRUE.
022930     MOVE WS-CATEGORY-CANDIDATE TO KA-SRC-CATEGORY.
022931     MOVE WS-BUDGET-AMOUNT TO KA-SRC-MAX-PRICE.
022932     MOVE WS-LANG-CODE TO KA-SRC-LANG.
022933     MOVE WS-BUYER-NAME TO KA-SRC-BUYER-NAME.
022934     MOVE WS-BUYER-CONTACT TO KA-SRC-BUYER-CONTACT.
022935     MOVE WS-SEARCH-DATE TO KA-SRC-CREATED-DATE.
022936     MOVE WS-SEARCH-EXPIRY TO KA-SRC-EXPIRY-DATE.
022937     MOVE WS-SESSION-ID TO KA-SRC-SESSION.
022938     MOVE WS-OPERATOR-ID TO KA-SRC-OPERATOR.
022939     MOVE ZERO TO KA-SRC-HIT-COUNT.
022940     MOVE ZEROS TO KA-SRC-LAST-HIT-DATE.
022941     PERFORM 5280-WRITE-SRC-RECORD THRU 5280-EXIT
022942         WITH TEST AFTER
022943         UNTIL WS-SRC-STATUS NOT = "22".
022944     ADD 1 TO WS-SRC-NEXT-ID.
022945     EVALUATE TRUE
022946         WHEN LANG-IS-EN
022947             STRING "Saved: " DELIMITED BY SIZE
022948                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022949                    " up to " DELIMITED BY SIZE
022950                    WS-BUDGET-ED DELIMITED BY SIZE
022951                    " EUR until " DELIMITED BY SIZE
022952                    WS-SEARCH-EXPIRY DELIMITED BY SIZE
022953                    " - we will be in touch." DELIMITED BY SIZE
022954               INTO WS-RESPONSE-TEXT
022955             END-STRING
022956         WHEN LANG-IS-TR
022957             STRING "Kaydedildi: " DELIMITED BY SIZE
022958                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022959                    " " DELIMITED BY SIZE
022960                    WS-BUDGET-ED DELIMITED BY SIZE
022961                    " EUR'ya kadar, " DELIMITED BY SIZE
022962                    WS-SEARCH-EXPIRY DELIMITED BY SIZE
022963                    " tarihine kadar - haber veririz."
022964                      DELIMITED BY SIZE
022965               INTO WS-RESPONSE-TEXT
022966             END-STRING
022967         WHEN OTHER
022968             STRING "Suchauftrag gespeichert: " DELIMITED BY SIZE
022969                    WS-CATEGORY-CANDIDATE DELIMITED BY SPACE
022970                    " bis " DELIMITED BY SIZE
022971                    WS-BUDGET-ED DELIMITED BY SIZE
022972                    " EUR, gueltig bis " DELIMITED BY SIZE
022973                    WS-SEARCH-EXPIRY DELIMITED BY SIZE
022974                    " - wir melden uns." DELIMITED BY SIZE
022975               INTO WS-RESPONSE-TEXT
022976             END-STRING
022977     END-EVALUATE.
022978 5270-EXIT.
022979     EXIT.
022980*
022981 5280-WRITE-SRC-RECORD.
022982     MOVE WS-SRC-NEXT-ID TO KA-SRC-ID.
022983     WRITE KA-SEARCH-REC
022984         INVALID KEY
022985             CONTINUE
022986     END-WRITE.
022987     IF WS-SRC-STATUS = "22"
022988         ADD 1 TO WS-SRC-NEXT-ID
022989     END-IF.
022990 5280-EXIT.
022991     EXIT.
022992*
022993*****************************************************************
022994* 6000-WRITE-AUDIT-RECORD  --  STAMP AND LOG THE RAW QUESTION.
022995*    THE STAMP IS KEPT IN WS-AUDIT-STAMP FOR THE JOURNAL RECORD.
022996*    A BATCH REPLAY STAMPS THE RUN DATE OF ITS CONTROL RECORD.
022997*****************************************************************
022998 6000-WRITE-AUDIT-RECORD.
022999     MOVE SPACES TO KA-AUDIT-REC.
023000     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
023010     IF BATCH-MODE-IS-ON
023020         MOVE WS-BATCH-RUN-DATE TO WS-AUDIT-DATE
023030     END-IF.
023100     ACCEPT WS-AUDIT-TIME FROM TIME.
023110     MOVE WS-AUDIT-DATE TO KA-AUD-DATE.
023120     MOVE WS-AUDIT-TIME TO KA-AUD-TIME.
023200     MOVE USER-INPUT TO KA-AUD-INPUT.
023210     MOVE WS-MATCH-TYPE TO KA-AUD-MATCH-TYPE.
023220     MOVE WS-MATCHED-KEYWORD TO KA-AUD-KEYWORD.
023540*****************************************************************
023550 6100-WRITE-BLANK-AUDIT-RECORD.
023560     MOVE SPACES TO KA-AUDIT-REC.
023570     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
023571     IF BATCH-MODE-IS-ON
023572         MOVE WS-BATCH-RUN-DATE TO WS-AUDIT-DATE
023573     END-IF.
023580     ACCEPT WS-AUDIT-TIME FROM TIME.
023581     MOVE WS-AUDIT-DATE TO KA-AUD-DATE.
023582     MOVE WS-AUDIT-TIME TO KA-AUD-TIME.
023590     MOVE USER-INPUT TO KA-AUD-INPUT.
023600     SET MATCH-IS-BLANK TO TRUE.
023610     MOVE WS-MATCH-TYPE TO KA-AUD-MATCH-TYPE.
023619     MOVE WS-AUDIT-ORIGIN TO KA-AUD-ORIGIN.
023620     WRITE KA-AUDIT-REC.
023630 6100-EXIT.
023631     EXIT.
023632*
023633*****************************************************************
023634* 6200-WRITE-ABUSE-EXCEPTION  --  LOG A QUESTION THAT MATCHED THE
023635*    ABUSIVE-TERMS TABLE TO MUTTI-ABUSE-EXC INSTEAD OF ANSWERING
023636*    IT NORMALLY.  THE USUAL AUDIT RECORD IS STILL WRITTEN BY
023637*    6000-WRITE-AUDIT-RECORD WITH KA-AUD-MATCH-TYPE OF "ABUSE".
023638*****************************************************************
023639 6200-WRITE-ABUSE-EXCEPTION.
023640     MOVE SPACES TO KA-EXC-REC.
023641     ACCEPT KA-EXC-DATE FROM DATE YYYYMMDD.
023642     IF BATCH-MODE-IS-ON
023643         MOVE WS-BATCH-RUN-DATE TO KA-EXC-DATE
023644     END-IF.
023645     ACCEPT KA-EXC-TIME FROM TIME.
023646     MOVE USER-INPUT TO KA-EXC-INPUT.
023647     MOVE WS-LANG-CODE TO KA-EXC-LANG.
023648     MOVE WS-OPERATOR-ID TO KA-EXC-OPERATOR.
023649     WRITE KA-EXC-REC.
023650 6200-EXIT.
023651     EXIT.
023652*
023653*****************************************************************
023654* 6300-WRITE-ESCALATION  --  QUEUE A NO-MATCH QUESTION AS AN
023655*    OPEN ITEM ON MUTTI-ESKALATION SO IT GETS A REAL ANSWER
023656*    LATER INSTEAD OF BEING LOST WITH THE CANNED REPLY.  THE
023657*    USUAL AUDIT RECORD IS STILL WRITTEN BY 6000 WITH
023658*    KA-AUD-MATCH-TYPE OF "KEINE".  A DUPLICATE-KEY WRITE MEANS
023659*    ANOTHER SESSION TOOK OUR NEXT ID SINCE LOGON - BUMP PAST
023660*    IT AND TRY AGAIN RATHER THAN LOSE THE QUESTION.
023661*****************************************************************
023662 6300-WRITE-ESCALATION.
023663     IF ESK-FILE-IS-OPEN
023664         MOVE SPACES TO KA-ESK-REC
023665         SET KA-ESK-IS-OPEN TO TRUE
023666         ACCEPT KA-ESK-DATE FROM DATE YYYYMMDD
023667         IF BATCH-MODE-IS-ON
023668             MOVE WS-BATCH-RUN-DATE TO KA-ESK-DATE
023672         END-IF
023673         ACCEPT KA-ESK-TIME FROM TIME
023674         MOVE USER-INPUT TO KA-ESK-INPUT
023675         MOVE WS-LANG-CODE TO KA-ESK-LANG
023742 6420-EXIT.
023743     EXIT.
023744*
023745*****************************************************************
023746* 6500-WRITE-JOURNAL  --  RECORD THE REPLY JUST GIVEN ON THE
023747*    REPLY JOURNAL, TOGETHER WITH THE QUESTION AND THE SAME
023748*    DATE/TIME STAMP AS ITS AUDIT RECORD (6000/6100 MUST HAVE
023749*    RUN FIRST).  A KEY ALREADY TAKEN - TWO REPLIES IN THE SAME
023750*    HUNDREDTH OF A SECOND - IS RETRIED WITH THE NEXT KA-JRN-SEQ.
023751*****************************************************************
023752 6500-WRITE-JOURNAL.
023753     IF JRN-FILE-IS-OPEN
023754         MOVE SPACES TO KA-JOURNAL-REC
023755         MOVE WS-SESSION-ID TO KA-JRN-SESSION
023756         MOVE WS-AUDIT-DATE TO KA-JRN-DATE
023757         MOVE WS-AUDIT-TIME TO KA-JRN-TIME
023758         MOVE ZERO TO KA-JRN-SEQ
023759         MOVE WS-OPERATOR-ID TO KA-JRN-OPERATOR
023760         MOVE WS-LANG-CODE TO KA-JRN-LANG
023761         MOVE WS-AUDIT-ORIGIN TO KA-JRN-ORIGIN
023762         MOVE WS-MATCH-TYPE TO KA-JRN-MATCH-TYPE
023763         MOVE WS-MATCHED-KEYWORD TO KA-JRN-KEYWORD
023764         MOVE USER-INPUT TO KA-JRN-QUESTION
023765         MOVE WS-RESPONSE-TEXT TO KA-JRN-REPLY
023766         PERFORM 6510-WRITE-JRN-RECORD THRU 6510-EXIT
023767             WITH TEST AFTER
023768             UNTIL WS-JRN-STATUS NOT = "22"
023769     END-IF.
023770 6500-EXIT.
023771     EXIT.
023772*
023773 6510-WRITE-JRN-RECORD.
023774     WRITE KA-JOURNAL-REC
023775         INVALID KEY
023776             CONTINUE
023777     END-WRITE.
023778     IF WS-JRN-STATUS = "22"
023779         IF KA-JRN-SEQ < 99
023780             ADD 1 TO KA-JRN-SEQ
023781         ELSE
023782             MOVE "99" TO WS-JRN-STATUS
023783         END-IF
023784     END-IF.
023785 6510-EXIT.
023786     EXIT.
023787*
023788*****************************************************************
023789* 7000-CHECKPOINT-IN-PROGRESS  --  RECORD IN THE OPERATOR'S OWN
023790*    SLOT THAT THIS QUESTION HAS BEEN ACCEPTED BUT NOT YET
023791*    ANSWERED.  THE FIRST CHECKPOINT OF A NEW OPERATOR WRITES
023792*    THE SLOT; AFTER THAT IT IS REWRITTEN.  KA-CKPT-MODE IS
023793*    STAMPED SO 1300-CHECK-RESTART KNOWS WHETHER A LEFTOVER
023794*    RECORD CAME FROM A BATCH OR AN INTERACTIVE RUN.
023795*****************************************************************
023796 7000-CHECKPOINT-IN-PROGRESS.
023797     MOVE SPACES TO KA-CKPT-REC.
023798     SET KA-CKPT-IN-PROGRESS TO TRUE.
023799     ACCEPT KA-CKPT-DATE FROM DATE YYYYMMDD.
023800     ACCEPT KA-CKPT-TIME FROM TIME.
023801     MOVE USER-INPUT TO KA-CKPT-INPUT.
023802     MOVE WS-LANG-CODE TO KA-CKPT-LANG.
023803     MOVE WS-OPERATOR-ID TO KA-CKPT-OPERATOR.
023804     IF BATCH-MODE-IS-ON
023805         SET KA-CKPT-FROM-BATCH TO TRUE
023806     ELSE
023807         SET KA-CKPT-FROM-INTERACTIVE TO TRUE
023808     END-IF.
023809     WRITE KA-CKPT-REC
023810         INVALID KEY
023811             REWRITE KA-CKPT-REC
023812     END-WRITE.
023813 7000-EXIT.
023814     EXIT.
023815*
023816*****************************************************************
023820* 7100-CHECKPOINT-COMPLETE  --  RECORD IN THE OPERATOR'S SLOT
023830*    THAT THE IN-FLIGHT QUESTION HAS BEEN ANSWERED AND AUDITED.
023840*****************************************************************
024913         CLOSE MUTTI-ALIAS-DATEI
024914         MOVE "N" TO WS-ALS-OPEN-SW
024915     END-IF.
024916     IF JRN-FILE-IS-OPEN
024917         CLOSE MUTTI-JOURNAL
024918         MOVE "N" TO WS-JRN-OPEN-SW
024919     END-IF.
024920     IF SRC-FILE-IS-OPEN
024921         CLOSE MUTTI-SUCHAUFTRAG
024922         MOVE "N" TO WS-SRC-OPEN-SW
024923     END-IF.
024924     IF VKF-FILE-IS-OPEN
024925         CLOSE SELLER-MASTER
024926         MOVE "N" TO WS-VKF-OPEN-SW
024927     END-IF.
024928     IF VDT-FILE-IS-OPEN
024929         CLOSE MUTTI-VERDACHT
024930         MOVE "N" TO WS-VDT-OPEN-SW
024931     END-IF.
024932     PERFORM 9600-RUN-END THRU 9600-EXIT.
024942 8000-EXIT.
025000     EXIT.
025100*
025200*****************************************************************
025300* 9500-RUN-START  --  RUN CONTROL (MUTTIRUN, COPY KARUNCTL).
025400*    THIS STEP MAY ONLY START WHEN EVERY PREDECESSOR IN
025500*    KA-RUNW-NEED FINISHED FOR THE CURRENT BUSINESS DATE WITHIN
025600*    ITS RETURN-CODE LIMIT AND THE BLOCKING STEP HAS NOT YET
025700*    FINISHED.  OTHERWISE THE START IS REFUSED WITH RETURN-CODE
025800*    12 BEFORE ANY FILE IS TOUCHED.  A STEP THAT CANNOT OPEN
025900*    MUTTIRUN IS REFUSED AS WELL - NOBODY COULD TELL WHETHER IT
026000*    MAY RUN.  THE FILE IS CLOSED AGAIN ONCE THE START IS
026100*    LOGGED AND REOPENED BY 9600-RUN-END.
026200*****************************************************************
026300 9500-RUN-START.
026400     MOVE WS-RUN-STEP-VALUES TO KA-RUNW-STEP-DEF.
026500     MOVE "N" TO KA-RUNW-REFUSED-SW.
026600     MOVE "N" TO KA-RUNW-LOGGED-SW.
026700     MOVE ZERO TO KA-RUNW-BUS-DATE.
026800     PERFORM 9610-CLEAR-RUN-COUNT THRU 9610-EXIT
026900         VARYING KA-RUNW-IDX FROM 1 BY 1
027000         UNTIL KA-RUNW-IDX > 4.
027100     ACCEPT KA-RUNW-NOW-DATE FROM DATE YYYYMMDD.
027200     ACCEPT KA-RUNW-NOW-TIME FROM TIME.
027300     MOVE KA-RUNW-NOW-DATE TO KA-RUNW-EXPECT-DATE.
027400     IF KA-RUNW-NOW-TIME < KA-RUNW-CUTOFF-TIME
027500         COMPUTE KA-RUNW-EXPECT-DATE = FUNCTION DATE-OF-INTEGER
027600             (FUNCTION INTEGER-OF-DATE (KA-RUNW-NOW-DATE) - 1)
027700     END-IF.
027800     OPEN I-O MUTTI-LAUFSTEUERUNG.
027900     IF KA-RUNW-STATUS NOT = "00"
028000         OPEN OUTPUT MUTTI-LAUFSTEUERUNG
028100         CLOSE MUTTI-LAUFSTEUERUNG
028200         OPEN I-O MUTTI-LAUFSTEUERUNG
028300     END-IF.
028400     IF KA-RUNW-STATUS NOT = "00"
028500         MOVE "LAUFSTEUERUNG MUTTIRUN NICHT VERFUEGBAR"
028600             TO KA-RUNW-MESSAGE
028700         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
028800         GO TO 9500-EXIT
028900     END-IF.
029000     SET KA-RUNW-FILE-IS-OPEN TO TRUE.
029100     PERFORM 9510-GET-BUSINESS-DATE THRU 9510-EXIT.
029200     IF NOT KA-RUNW-IS-REFUSED
029300         PERFORM 9520-CHECK-PREDECESSOR THRU 9520-EXIT
029400             VARYING KA-RUNW-IDX FROM 1 BY 1
029500             UNTIL KA-RUNW-IDX > 4
029600                OR KA-RUNW-IS-REFUSED
029700     END-IF.
029800     IF NOT KA-RUNW-IS-REFUSED
029900         PERFORM 9530-CHECK-BLOCKER THRU 9530-EXIT
030000     END-IF.
030100     IF KA-RUNW-IS-REFUSED
030200         PERFORM 9580-REFUSE-RUN THRU 9580-EXIT
030300     ELSE
030400         PERFORM 9540-LOG-START THRU 9540-EXIT
030500     END-IF.
030600 9500-EXIT.
030700     EXIT.
030800*
030900*****************************************************************
031000* 9510-GET-BUSINESS-DATE  --  THE BUSINESS DATE IS THE EVENING
031100*    THE NIGHT BELONGS TO.  THE STEP THAT OPENS THE NIGHT TAKES
031200*    THIS NIGHT'S DATE AND 9540 PUTS IT ON THE CONTROL RECORD;
031300*    EVERY OTHER STEP TAKES IT FROM THERE.  A NIGHT STEP REFUSES
031400*    A BUSINESS DATE THAT IS NOT THIS NIGHT'S - THE NIGHT WAS
031500*    NEVER OPENED, AND ITS PREDECESSORS WOULD BE CHECKED AGAINST
031600*    AN OLD NIGHT.  A STEP WITHOUT PREDECESSORS RUNS UNDER
031700*    TODAY'S DATE WHEN NO NIGHT HAS BEEN OPENED YET.  A NIGHT
031710*    THAT BROKE OFF MAY STILL BE FINISHED AFTER NOON - SEE 9515.
031800*****************************************************************
031900 9510-GET-BUSINESS-DATE.
032000     IF KA-RUNW-OPENS-NIGHT
032100         MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
032200         GO TO 9510-EXIT
032300     END-IF.
032400     MOVE ZERO TO KA-RUN-BUS-DATE.
032500     MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP.
032600     READ MUTTI-LAUFSTEUERUNG
032700         INVALID KEY
032800             MOVE ZERO TO KA-RUN-CTL-DATE
032900     END-READ.
033000     IF KA-RUN-CTL-DATE = ZERO
033100         IF KA-RUNW-NEED-STEP(1) = SPACES
033200             MOVE KA-RUNW-EXPECT-DATE TO KA-RUNW-BUS-DATE
033300         ELSE
033400             MOVE "KEIN GESCHAEFTSTAG - SICHERUNG ENTLADEN FEHLT"
033500                 TO KA-RUNW-MESSAGE
033600             SET KA-RUNW-IS-REFUSED TO TRUE
033700         END-IF
033800         GO TO 9510-EXIT
033900     END-IF.
034000     MOVE KA-RUN-CTL-DATE TO KA-RUNW-BUS-DATE.
034010     MOVE "N" TO KA-RUNW-NIGHT-OPEN-SW.
034020     IF KA-RUNW-IS-NIGHT-STEP
034030         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
034040         PERFORM 9515-CHECK-NIGHT-STILL-OPEN THRU 9515-EXIT
034050     END-IF.
034060     IF KA-RUNW-IS-NIGHT-STEP
034070         AND KA-RUNW-BUS-DATE NOT = KA-RUNW-EXPECT-DATE
034080         AND NOT KA-RUNW-NIGHT-IS-OPEN
034090         MOVE SPACES TO KA-RUNW-MESSAGE
034400         STRING "GESCHAEFTSTAG " DELIMITED BY SIZE
034500                KA-RUNW-BUS-DATE DELIMITED BY SIZE
034600                " IST ALT - SICHERUNG ENTLADEN FEHLT"
034700                    DELIMITED BY SIZE
034800           INTO KA-RUNW-MESSAGE
034900         END-STRING
035000         SET KA-RUNW-IS-REFUSED TO TRUE
035100     END-IF.
035200 9510-EXIT.
035300     EXIT.
035303*
035306*****************************************************************
035309* 9515-CHECK-NIGHT-STILL-OPEN  --  AFTER KA-RUNW-CUTOFF-TIME THE
035312*    EXPECTED DATE IS ALREADY TODAY, BUT A NIGHT THAT BROKE OFF
035315*    AND IS FINISHED IN THE AFTERNOON STILL STANDS ON THE
035318*    CONTROL RECORD.  A NIGHT STEP MAY STILL RUN UNDER THAT
035321*    BUSINESS DATE WHEN IT IS THE DAY BEFORE THE EXPECTED ONE
035324*    AND THIS STEP HAS NOT YET FINISHED THAT NIGHT WITHIN
035327*    KA-RUNW-BLOCK-MAX-RC.  A STEP THAT DID, OR AN OLDER DATE,
035330*    STAYS REFUSED - THEN THE NEW NIGHT WAS NEVER OPENED.
035333*****************************************************************
035336 9515-CHECK-NIGHT-STILL-OPEN.
035339     COMPUTE KA-RUNW-PREV-DATE = FUNCTION DATE-OF-INTEGER
035342         (FUNCTION INTEGER-OF-DATE (KA-RUNW-EXPECT-DATE) - 1).
035345     IF KA-RUNW-BUS-DATE NOT = KA-RUNW-PREV-DATE
035348         GO TO 9515-EXIT
035351     END-IF.
035354     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
035357     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
035360     READ MUTTI-LAUFSTEUERUNG
035363         INVALID KEY
035366             MOVE SPACE TO KA-RUN-STATUS
035369     END-READ.
035372     IF KA-RUN-IS-FINISHED
035375         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
035378         GO TO 9515-EXIT
035381     END-IF.
035384     SET KA-RUNW-NIGHT-IS-OPEN TO TRUE.
035387     DISPLAY KA-RUNW-STEP ": GESCHAEFTSTAG " KA-RUNW-BUS-DATE
035390         " WIRD ZU ENDE GEFUEHRT".
035393 9515-EXIT.
035396     EXIT.
035400*
035500 9520-CHECK-PREDECESSOR.
035600     IF KA-RUNW-NEED-STEP(KA-RUNW-IDX) = SPACES
035700         GO TO 9520-EXIT
035800     END-IF.
035900     MOVE SPACES TO KA-RUNW-WHY.
036000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
036100     MOVE KA-RUNW-NEED-STEP(KA-RUNW-IDX) TO KA-RUN-STEP.
036200     READ MUTTI-LAUFSTEUERUNG
036300         INVALID KEY
036400             MOVE "FEHLT" TO KA-RUNW-WHY
036500         NOT INVALID KEY
036600             IF NOT KA-RUN-IS-FINISHED
036700                 MOVE "NICHT BEENDET" TO KA-RUNW-WHY
036800             ELSE
036900                 IF KA-RUN-RC > KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
037000                     MOVE KA-RUN-RC TO KA-RUNW-RC-ED
037100                     MOVE KA-RUNW-NEED-MAX-RC(KA-RUNW-IDX)
037200                         TO KA-RUNW-MAX-ED
037300                     STRING "MIT RC " DELIMITED BY SIZE
037400                            KA-RUNW-RC-ED DELIMITED BY SIZE
037500                            " BEENDET (MAX " DELIMITED BY SIZE
037600                            KA-RUNW-MAX-ED DELIMITED BY SIZE
037700                            ")" DELIMITED BY SIZE
037800                       INTO KA-RUNW-WHY
037900                     END-STRING
038000                 END-IF
038100             END-IF
038200     END-READ.
038300     IF KA-RUNW-WHY NOT = SPACES
038400         MOVE SPACES TO KA-RUNW-MESSAGE
038500         STRING "VORGAENGER " DELIMITED BY SIZE
038600                KA-RUNW-NEED-STEP(KA-RUNW-IDX) DELIMITED BY SPACE
038700                " " DELIMITED BY SIZE
038800                KA-RUNW-WHY DELIMITED BY SIZE
038900           INTO KA-RUNW-MESSAGE
039000         END-STRING
039100         SET KA-RUNW-IS-REFUSED TO TRUE
039200     END-IF.
039300 9520-EXIT.
039400     EXIT.
039500*
039600 9530-CHECK-BLOCKER.
039700     IF KA-RUNW-BLOCKER = SPACES
039800         GO TO 9530-EXIT
039900     END-IF.
040000     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
040100     MOVE KA-RUNW-BLOCKER TO KA-RUN-STEP.
040200     READ MUTTI-LAUFSTEUERUNG
040300         INVALID KEY
040400             MOVE SPACE TO KA-RUN-STATUS
040500     END-READ.
040600     IF KA-RUN-IS-FINISHED
040700         AND KA-RUN-RC NOT > KA-RUNW-BLOCK-MAX-RC
040800         MOVE SPACES TO KA-RUNW-MESSAGE
040900         STRING KA-RUNW-BLOCKER DELIMITED BY SPACE
041000                " LIEF SCHON - WIEDERHOLUNG NICHT MOEGLICH"
041100                    DELIMITED BY SIZE
041200           INTO KA-RUNW-MESSAGE
041300         END-STRING
041400         SET KA-RUNW-IS-REFUSED TO TRUE
041500     END-IF.
041600 9530-EXIT.
041700     EXIT.
041800*
041900*****************************************************************
042000* 9540-LOG-START  --  OPEN THE NIGHT ON THE CONTROL RECORD IF
042100*    THIS STEP DOES THAT, THEN MARK THE STEP AS RUNNING.  A
042200*    RERUN STARTS ITS RECORD AFRESH AND COUNTS UP THE RUNS.
042300*****************************************************************
042400 9540-LOG-START.
042500     IF KA-RUNW-OPENS-NIGHT
042600         MOVE "N" TO KA-RUNW-FOUND-SW
042700         MOVE ZERO TO KA-RUN-BUS-DATE
042800         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
042900         READ MUTTI-LAUFSTEUERUNG
043000             NOT INVALID KEY
043100                 SET KA-RUNW-REC-FOUND TO TRUE
043200         END-READ
043300         MOVE SPACES TO KA-RUN-CTL-DATA
043400         MOVE ZERO TO KA-RUN-BUS-DATE
043500         MOVE KA-RUNW-CTL-STEP TO KA-RUN-STEP
043600         MOVE KA-RUNW-BUS-DATE TO KA-RUN-CTL-DATE
043700         MOVE KA-RUNW-NOW-DATE TO KA-RUN-CTL-SET-DATE
043800         MOVE KA-RUNW-NOW-TIME TO KA-RUN-CTL-SET-TIME
043900         IF KA-RUNW-REC-FOUND
044000             REWRITE KA-RUN-REC
044100         ELSE
044200             WRITE KA-RUN-REC
044300         END-IF
044400     END-IF.
044500     MOVE "N" TO KA-RUNW-FOUND-SW.
044600     MOVE ZERO TO KA-RUNW-RUNS.
044700     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
044800     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
044900     READ MUTTI-LAUFSTEUERUNG
045000         NOT INVALID KEY
045100             SET KA-RUNW-REC-FOUND TO TRUE
045200             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
045300     END-READ.
045400     MOVE SPACES TO KA-RUN-DATA.
045500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
045600     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
045700     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
045800     SET KA-RUN-IS-RUNNING TO TRUE.
045900     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
046000     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
046100     MOVE ZERO TO KA-RUN-END-DATE.
046200     MOVE ZERO TO KA-RUN-END-TIME.
046300     MOVE ZERO TO KA-RUN-RC.
046400     ADD 1 TO KA-RUNW-RUNS.
046500     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
046600     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
046700     IF KA-RUNW-REC-FOUND
046800         REWRITE KA-RUN-REC
046900     ELSE
047000         WRITE KA-RUN-REC
047100     END-IF.
047200     CLOSE MUTTI-LAUFSTEUERUNG.
047300     MOVE "N" TO KA-RUNW-OPEN-SW.
047400     SET KA-RUNW-RUN-IS-LOGGED TO TRUE.
047500     DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
047600         " GESCHAEFTSTAG " KA-RUNW-BUS-DATE.
047700 9540-EXIT.
047800     EXIT.
047900*
048000*****************************************************************
048100* 9580-REFUSE-RUN  --  SAY WHY ON THE CONSOLE, END WITH
048200*    RETURN-CODE 12 AND NOTE THE REFUSAL ON MUTTIRUN - UNLESS
048300*    THE STEP ALREADY HAS A RECORD FOR THE DATE FROM A REAL RUN,
048400*    WHICH A REFUSED RERUN MUST NOT OVERWRITE.
048500*****************************************************************
048600 9580-REFUSE-RUN.
048700     SET KA-RUNW-IS-REFUSED TO TRUE.
048800     DISPLAY KA-RUNW-STEP ": START ABGELEHNT - " KA-RUNW-MESSAGE.
048900     MOVE KA-RUNW-REFUSE-RC TO RETURN-CODE.
049000     IF NOT KA-RUNW-FILE-IS-OPEN
049100         GO TO 9580-EXIT
049200     END-IF.
049300     IF KA-RUNW-BUS-DATE NOT = ZERO
049400         PERFORM 9585-LOG-REFUSAL THRU 9585-EXIT
049500     END-IF.
049600     CLOSE MUTTI-LAUFSTEUERUNG.
049700     MOVE "N" TO KA-RUNW-OPEN-SW.
049800 9580-EXIT.
049900     EXIT.
050000*
050100 9585-LOG-REFUSAL.
050200     MOVE "N" TO KA-RUNW-FOUND-SW.
050300     MOVE ZERO TO KA-RUNW-RUNS.
050400     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
050500     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
050600     READ MUTTI-LAUFSTEUERUNG
050700         NOT INVALID KEY
050800             SET KA-RUNW-REC-FOUND TO TRUE
050900             MOVE KA-RUN-RUN-COUNT TO KA-RUNW-RUNS
051000     END-READ.
051100     IF KA-RUNW-REC-FOUND AND NOT KA-RUN-WAS-REFUSED
051200         GO TO 9585-EXIT
051300     END-IF.
051400     MOVE SPACES TO KA-RUN-DATA.
051500     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
051600     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
051700     MOVE KA-RUNW-PROGRAM TO KA-RUN-PROGRAM.
051800     SET KA-RUN-WAS-REFUSED TO TRUE.
051900     MOVE KA-RUNW-NOW-DATE TO KA-RUN-START-DATE.
052000     MOVE KA-RUNW-NOW-TIME TO KA-RUN-START-TIME.
052100     MOVE KA-RUNW-NOW-DATE TO KA-RUN-END-DATE.
052200     MOVE KA-RUNW-NOW-TIME TO KA-RUN-END-TIME.
052300     MOVE KA-RUNW-REFUSE-RC TO KA-RUN-RC.
052400     MOVE KA-RUNW-RUNS TO KA-RUN-RUN-COUNT.
052500     MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA.
052600     MOVE KA-RUNW-MESSAGE TO KA-RUN-MESSAGE.
052700     IF KA-RUNW-REC-FOUND
052800         REWRITE KA-RUN-REC
052900     ELSE
053000         WRITE KA-RUN-REC
053100     END-IF.
053200 9585-EXIT.
053300     EXIT.
053400*
053500*****************************************************************
053600* 9600-RUN-END  --  PERFORMED LAST FROM 8000-TERMINATE: RECORD
053700*    THE END TIME, THE RETURN-CODE THE STEP ENDS WITH AND ITS
053800*    KEY COUNTS.  NOTHING TO DO WHEN THE START WAS NEVER LOGGED.
053900*****************************************************************
054000 9600-RUN-END.
054100     IF NOT KA-RUNW-RUN-IS-LOGGED
054200         GO TO 9600-EXIT
054300     END-IF.
054400     MOVE "N" TO KA-RUNW-LOGGED-SW.
054500     PERFORM 9650-SET-RUN-COUNTS THRU 9650-EXIT.
054600     OPEN I-O MUTTI-LAUFSTEUERUNG.
054700     IF KA-RUNW-STATUS NOT = "00"
054800         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
054900             " ENDE NICHT VERMERKT - MUTTIRUN NICHT VERFUEGBAR"
055000         GO TO 9600-EXIT
055100     END-IF.
055200     MOVE "N" TO KA-RUNW-FOUND-SW.
055300     MOVE KA-RUNW-BUS-DATE TO KA-RUN-BUS-DATE.
055400     MOVE KA-RUNW-STEP TO KA-RUN-STEP.
055500     READ MUTTI-LAUFSTEUERUNG
055600         INVALID KEY
055700             DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
055800                 " ENDE NICHT VERMERKT - SATZ FEHLT"
055900         NOT INVALID KEY
056000             SET KA-RUNW-REC-FOUND TO TRUE
056100     END-READ.
056200     IF KA-RUNW-REC-FOUND
056300         SET KA-RUN-IS-FINISHED TO TRUE
056400         ACCEPT KA-RUN-END-DATE FROM DATE YYYYMMDD
056500         ACCEPT KA-RUN-END-TIME FROM TIME
056600         MOVE RETURN-CODE TO KA-RUN-RC
056700         MOVE KA-RUNW-COUNTS TO KA-RUN-COUNT-AREA
056800         REWRITE KA-RUN-REC
056900         MOVE KA-RUN-RC TO KA-RUNW-RC-ED
057000         DISPLAY "LAUFSTEUERUNG: " KA-RUNW-STEP
057100             " BEENDET MIT RC " KA-RUNW-RC-ED
057200     END-IF.
057300     CLOSE MUTTI-LAUFSTEUERUNG.
057400 9600-EXIT.
057500     EXIT.
057600*
057700 9610-CLEAR-RUN-COUNT.
057800     MOVE SPACES TO KA-RUNW-CNT-LABEL(KA-RUNW-IDX).
057900     MOVE ZERO TO KA-RUNW-CNT-VALUE(KA-RUNW-IDX).
058000 9610-EXIT.
058100     EXIT.
058200*
058300*****************************************************************
058400* 9650-SET-RUN-COUNTS  --  THE KEY COUNTS OF THIS STEP FOR ITS
058500*    RUN-CONTROL RECORD AND THE MORNING STATUS BOARD.
058600*****************************************************************
058700 9650-SET-RUN-COUNTS.
058800     MOVE "FRAGEN" TO KA-RUNW-CNT-LABEL(1).
058900     MOVE WS-BATCH-SEQ TO KA-RUNW-CNT-VALUE(1).
059000     MOVE "BEANTWORTET" TO KA-RUNW-CNT-LABEL(2).
059100     MOVE WS-BATCH-ANSWERED TO KA-RUNW-CNT-VALUE(2).
059200     MOVE "LEER" TO KA-RUNW-CNT-LABEL(3).
059300     MOVE WS-BATCH-BLANK TO KA-RUNW-CNT-VALUE(3).
059400     MOVE "MISSBRAUCH" TO KA-RUNW-CNT-LABEL(4).
059500     MOVE WS-BATCH-ABUSE TO KA-RUNW-CNT-VALUE(4).
059600 9650-EXIT.
059700     EXIT.
