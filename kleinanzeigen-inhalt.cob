002892*                    FIRST LOGON OR AFTER A RESET - THE SAME
002893*                    LOGON AS KLEINANZEIGEN-MUTTI.  OPERATOR-
002894*                    MASTER IS OPENED I-O FOR THE REWRITES.
002895*    2026-10-10 CJH  ADDED THE G=GEBUEHREN BEREICH FOR THE SELLER
002896*                    FEE SCHEDULE (MUTTIGEB, COPY KAGEBUHR) READ
002897*                    BY MUTTI-VERKAEUFERABRECHNUNG: PERCENT AND
002898*                    MINIMUM FEE PER CATEGORY, "*" AS DEFAULT.
002899*                    FEES ARE MONEY - SUPERVISORS ONLY.
002909*    2026-10-12 CJH  ADDED THE D=DATENSCHUTZ-FRISTEN BEREICH FOR
002919*                    THE RETENTION TABLE (MUTTIFRI, COPY KAFRIST)
002929*                    READ BY MUTTI-DATENSCHUTZ: DAYS TO ANONYMIZE
002939*                    AND DAYS TO REMOVE PER FILE, CHECKED AGAINST
002949*                    WHAT EACH FILE ALLOWS.  SUPERVISORS ONLY.
002959*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
004440         RECORD KEY IS KA-ALS-WORD
004450         FILE STATUS IS WS-ALS-STATUS.
004460*
004461     SELECT MUTTI-GEBUEHREN ASSIGN TO "MUTTIGEB"
004462         ORGANIZATION IS INDEXED
004463         ACCESS MODE IS DYNAMIC
004464         RECORD KEY IS KA-GEB-CATEGORY
004465         FILE STATUS IS WS-GEB-STATUS.
004466*
004467     SELECT MUTTI-FRISTEN ASSIGN TO "MUTTIFRI"
004468         ORGANIZATION IS INDEXED
004469         ACCESS MODE IS DYNAMIC
004470         RECORD KEY IS KA-FRI-FILE
004471         FILE STATUS IS WS-FRI-STATUS.
004472*
004500     SELECT OPERATOR-MASTER ASSIGN TO "KAOPERAT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
006420     LABEL RECORDS ARE STANDARD.
006430 COPY KAALIAS.
006440*
006441 FD  MUTTI-GEBUEHREN
006442     LABEL RECORDS ARE STANDARD.
006443 COPY KAGEBUHR.
006444*
006445 FD  MUTTI-FRISTEN
006446     LABEL RECORDS ARE STANDARD.
006447 COPY KAFRIST.
006448*
006500 FD  OPERATOR-MASTER
006600     LABEL RECORDS ARE STANDARD.
006700 COPY KAOPER.
008500         88  ABUSE-FILE-IS-OPEN          VALUE "Y".
008510     05  WS-ALS-OPEN-SW          PIC X(01)   VALUE "N".
008520         88  ALIAS-FILE-IS-OPEN          VALUE "Y".
008521     05  WS-GEB-OPEN-SW          PIC X(01)   VALUE "N".
008522         88  FEE-FILE-IS-OPEN            VALUE "Y".
008523     05  WS-SUPERVISOR-SW        PIC X(01)   VALUE "N".
008524         88  OPERATOR-IS-SUPERVISOR      VALUE "Y".
008525     05  WS-FEE-RATES-SW         PIC X(01)   VALUE "N".
008526         88  FEE-RATES-ARE-OK            VALUE "Y".
008527     05  WS-FRI-OPEN-SW          PIC X(01)   VALUE "N".
008528         88  FRIST-FILE-IS-OPEN          VALUE "Y".
008529     05  WS-FRI-FOUND-SW         PIC X(01)   VALUE "N".
008530         88  FRIST-IS-ON-FILE            VALUE "Y".
008531     05  WS-FRI-KNOWN-SW         PIC X(01)   VALUE "N".
008532         88  FRIST-FILE-IS-KNOWN         VALUE "Y".
008533     05  WS-FRI-DAYS-SW          PIC X(01)   VALUE "N".
008534         88  FRIST-DAYS-ARE-OK           VALUE "Y".
008535     05  WS-FRI-END-SW           PIC X(01)   VALUE "N".
008536         88  FRIST-LIST-IS-OVER          VALUE "Y".
008600     05  WS-OPER-OPEN-SW         PIC X(01)   VALUE "N".
008700         88  OPERATOR-FILE-IS-OPEN       VALUE "Y".
008800     05  WS-OPER-LOGIN-SW        PIC X(01)   VALUE "N".
009700 01  WS-FAQF-STATUS              PIC X(02).
009800 01  WS-ABUF-STATUS              PIC X(02).
009810 01  WS-ALS-STATUS               PIC X(02).
009811 01  WS-GEB-STATUS               PIC X(02).
009812 01  WS-FRI-STATUS               PIC X(02).
009900 01  WS-OPER-STATUS              PIC X(02).
010000 01  WS-CHG-STATUS               PIC X(02).
010100*
010900 01  WS-WORD-IN                  PIC X(15).
010910 01  WS-ALIAS-IN                 PIC X(20).
010920 01  WS-TARGET-IN                PIC X(20).
010921 01  WS-FEE-CAT-IN               PIC X(20).
010922 01  WS-FEE-PCT-IN               PIC X(04).
010923 01  WS-FEE-PCT-NUM REDEFINES WS-FEE-PCT-IN
010924                                 PIC 9(02)V99.
010925 01  WS-FEE-MIN-IN               PIC X(07).
010926 01  WS-FEE-MIN-NUM REDEFINES WS-FEE-MIN-IN
010927                                 PIC 9(05)V99.
010928 01  WS-FEE-PCT-ED               PIC Z9.99.
010929 01  WS-FEE-MIN-ED               PIC ZZZZ9.99.
010930 01  WS-FRI-FILE-IN              PIC X(08).
010931 01  WS-FRI-MASK-IN              PIC X(04).
010932 01  WS-FRI-MASK-NUM REDEFINES WS-FRI-MASK-IN
010933                                 PIC 9(04).
010934 01  WS-FRI-DROP-IN              PIC X(04).
010935 01  WS-FRI-DROP-NUM REDEFINES WS-FRI-DROP-IN
010936                                 PIC 9(04).
010937 77  WS-FRI-MIN-DAYS             PIC 9(04)   COMP VALUE 30.
010938*    THE FILES MUTTI-DATENSCHUTZ KEEPS LIMITS FOR: WHETHER A
010939*    RECORD CAN BE ANONYMIZED, WHETHER IT CAN BE REMOVED, AND
010940*    THE FEWEST DAYS BEFORE REMOVAL - SAME AS WS-DEF-VALUES
010941*    THERE.
010942 01  WS-FRI-FILE-VALUES.
010943     05  FILLER PIC X(13) VALUE "MUTTIARCJJ062".
010944     05  FILLER PIC X(13) VALUE "MUTTIESAJN000".
010945     05  FILLER PIC X(13) VALUE "MUTTIESKJN000".
010946     05  FILLER PIC X(13) VALUE "MUTTIEXCJN000".
010947     05  FILLER PIC X(13) VALUE "MUTTIWISNJ000".
010948     05  FILLER PIC X(13) VALUE "MUTTICKPJJ000".
010949     05  FILLER PIC X(13) VALUE "MUTTIPRHNJ000".
010950     05  FILLER PIC X(13) VALUE "MUTTIJRNJJ000".
010951     05  FILLER PIC X(13) VALUE "MUTTIRSVJN000".
010952     05  FILLER PIC X(13) VALUE "MUTTIRSAJN000".
010953     05  FILLER PIC X(13) VALUE "MUTTIVKAJN000".
010954     05  FILLER PIC X(13) VALUE "MUTTILOEJN000".
010955 01  WS-FRI-FILE-TABLE REDEFINES WS-FRI-FILE-VALUES.
010956     05  WS-FRI-FILE-ENTRY       OCCURS 12 TIMES.
010957         10  WS-FRI-FILE         PIC X(08).
010958         10  WS-FRI-MASK-OK      PIC X(01).
010959         10  WS-FRI-DROP-OK      PIC X(01).
010960         10  WS-FRI-MIN-DROP     PIC 9(03).
010961 01  WS-FRI-IDX                  PIC 9(02)   COMP.
010962 01  WS-FRI-HIT-IDX              PIC 9(02)   COMP VALUE 1.
011000*
011100 01  WS-CHG-DATEI                PIC X(03).
011200 01  WS-CHG-AKTION               PIC X(01).
015770     IF WS-ALS-STATUS = "00"
015780         SET ALIAS-FILE-IS-OPEN TO TRUE
015790     END-IF.
015791     OPEN I-O MUTTI-GEBUEHREN.
015792     IF WS-GEB-STATUS NOT = "00"
015793         OPEN OUTPUT MUTTI-GEBUEHREN
015794         CLOSE MUTTI-GEBUEHREN
015795         OPEN I-O MUTTI-GEBUEHREN
015796     END-IF.
015797     IF WS-GEB-STATUS = "00"
015798         SET FEE-FILE-IS-OPEN TO TRUE
015799     END-IF.
015800     OPEN I-O MUTTI-FRISTEN.
015801     IF WS-FRI-STATUS NOT = "00"
015802         OPEN OUTPUT MUTTI-FRISTEN
015803         CLOSE MUTTI-FRISTEN
015804         OPEN I-O MUTTI-FRISTEN
015805     END-IF.
015806     IF WS-FRI-STATUS = "00"
015807         SET FRIST-FILE-IS-OPEN TO TRUE
015808     END-IF.
015809     IF NOT FAQ-FILE-IS-OPEN AND NOT ABUSE-FILE-IS-OPEN
015810         AND NOT ALIAS-FILE-IS-OPEN AND NOT FEE-FILE-IS-OPEN
015820         AND NOT FRIST-FILE-IS-OPEN
015900         DISPLAY "Inhalts-Dateien nicht verfuegbar - Abbruch"
016000         SET DIALOG-IS-OVER TO TRUE
016100     END-IF.
019500             MOVE "N" TO WS-OPER-LOGIN-SW
019600             PERFORM 1110-ASK-OPERATOR-ID THRU 1110-EXIT
019700                 UNTIL OPERATOR-LOGIN-OK
019710             IF KA-OPR-IS-SUPERVISOR
019720                 SET OPERATOR-IS-SUPERVISOR TO TRUE
019730             END-IF
019800         END-IF
019900     END-IF.
020000 1100-EXIT.
022800 2000-MAIN-MENU.
022900     DISPLAY " ".
023000     DISPLAY "Bereich (F=FAQ, B=Begriffe, S=Synonyme,"
023010         " G=Gebuehren, D=Datenschutz-Fristen,"
023020         " ENDE=Schluss):".
023100     ACCEPT WS-MENU-REPLY.
023200     INSPECT WS-MENU-REPLY CONVERTING
023300         "abcdefghijklmnopqrstuvwxyz" TO
025360             ELSE
025370                 DISPLAY "Synonym-Datei nicht verfuegbar"
025380             END-IF
025381         WHEN WS-MENU-REPLY = "G"
025382             IF NOT OPERATOR-IS-SUPERVISOR
025383                 DISPLAY "Gebuehren nur fuer Supervisor"
025384             ELSE
025385             IF FEE-FILE-IS-OPEN
025386                 MOVE "N" TO WS-BEREICH-END-SW
025387                 PERFORM 7000-FEE-DIALOG THRU 7000-EXIT
025388                     UNTIL BEREICH-IS-OVER
025389             ELSE
025390                 DISPLAY "Gebuehren-Datei nicht verfuegbar"
025391             END-IF
025392             END-IF
025393         WHEN WS-MENU-REPLY = "D"
025394             IF NOT OPERATOR-IS-SUPERVISOR
025395                 DISPLAY "Fristen nur fuer Supervisor"
025396             ELSE
025397             IF FRIST-FILE-IS-OPEN
025398                 MOVE "N" TO WS-BEREICH-END-SW
025399                 PERFORM 7700-FRIST-DIALOG THRU 7700-EXIT
025400                     UNTIL BEREICH-IS-OVER
025401             ELSE
025402                 DISPLAY "Fristen-Datei nicht verfuegbar"
025403             END-IF
025404             END-IF
025414         WHEN OTHER
025500             DISPLAY "Bitte F, B, S, G, D oder ENDE"
025600     END-EVALUATE.
025700 2000-EXIT.
025800     EXIT.
050132 5500-EXIT.
050133     EXIT.
050134*
050144*****************************************************************
050200* 6000-LOG-FAQ-CHANGE  --  ONE CHANGE-LOG RECORD PER FAQ
050300*    ACTION: WHO, WANN, WAS.  WS-MENU-REPLY STILL HOLDS THE
050400*    ACTION LETTER THE OPERATOR PICKED.
052560     PERFORM 6200-WRITE-CHANGE-LOG THRU 6200-EXIT.
052570 6150-EXIT.
052580     EXIT.
052581*
052582 6160-LOG-FEE-CHANGE.
052583     MOVE "GEB" TO WS-CHG-DATEI.
052584     MOVE WS-MENU-REPLY(1:1) TO WS-CHG-AKTION.
052585     MOVE WS-FEE-CAT-IN TO WS-CHG-KEY.
052586     PERFORM 6200-WRITE-CHANGE-LOG THRU 6200-EXIT.
052587 6160-EXIT.
052588     EXIT.
052589*
052590 6170-LOG-FRIST-CHANGE.
052591     MOVE "FRI" TO WS-CHG-DATEI.
052592     MOVE WS-MENU-REPLY(1:1) TO WS-CHG-AKTION.
052593     MOVE WS-FRI-FILE-IN TO WS-CHG-KEY.
052594     PERFORM 6200-WRITE-CHANGE-LOG THRU 6200-EXIT.
052595 6170-EXIT.
052596     EXIT.
052600*
052700 6200-WRITE-CHANGE-LOG.
052800     MOVE SPACES TO CHG-REC.
053700 6200-EXIT.
053800     EXIT.
053900*
053901*****************************************************************
053902* 7000-FEE-DIALOG  --  ONE GEBUEHREN-ACTION PER PASS: N LEGT EINE
053903*    KATEGORIE AN (PROZENTSATZ UND MINDESTGEBUEHR), A AENDERT
053904*    BEIDES (UND HOLT EINEN STILLGELEGTEN SATZ ZURUECK), S LEGT
053905*    IHN STILL.  KATEGORIE "*" IST DER STANDARDSATZ.
053906*****************************************************************
053907 7000-FEE-DIALOG.
053908     DISPLAY "Gebuehren-Aktion (N=neu, A=aendern, S=stilllegen,"
053909         " ENDE=zurueck):".
053910     ACCEPT WS-MENU-REPLY.
053911     INSPECT WS-MENU-REPLY CONVERTING
053912         "abcdefghijklmnopqrstuvwxyz" TO
053913         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
053914     EVALUATE TRUE
053915         WHEN WS-MENU-REPLY = "ENDE"
053916             SET BEREICH-IS-OVER TO TRUE
053917         WHEN WS-MENU-REPLY = "N"
053918             PERFORM 7100-FEE-ADD THRU 7100-EXIT
053919         WHEN WS-MENU-REPLY = "A"
053920             PERFORM 7200-FEE-CHANGE THRU 7200-EXIT
053921         WHEN WS-MENU-REPLY = "S"
053922             PERFORM 7300-FEE-RETIRE THRU 7300-EXIT
053923         WHEN OTHER
053924             DISPLAY "Bitte N, A, S oder ENDE"
053925     END-EVALUATE.
053926 7000-EXIT.
053927     EXIT.
053928*
053929 7100-FEE-ADD.
053930     PERFORM 7500-ASK-FEE-CATEGORY THRU 7500-EXIT.
053931     IF WS-FEE-CAT-IN = SPACES
053932         GO TO 7100-EXIT
053933     END-IF.
053934     PERFORM 7600-ASK-FEE-RATES THRU 7600-EXIT.
053935     IF NOT FEE-RATES-ARE-OK
053936         GO TO 7100-EXIT
053937     END-IF.
053938     MOVE SPACES TO KA-GEB-REC.
053939     MOVE WS-FEE-CAT-IN TO KA-GEB-CATEGORY.
053940     MOVE WS-FEE-PCT-NUM TO KA-GEB-PERCENT.
053941     MOVE WS-FEE-MIN-NUM TO KA-GEB-MIN-FEE.
053942     SET KA-GEB-IS-ACTIVE TO TRUE.
053943     MOVE WS-OPERATOR-ID TO KA-GEB-CHANGED-BY.
053944     MOVE WS-TODAY-DATE TO KA-GEB-CHANGED-DATE.
053945     WRITE KA-GEB-REC
053946         INVALID KEY
053947             DISPLAY "Kategorie existiert schon -"
053948                 " A zum Aendern verwenden"
053949         NOT INVALID KEY
053950             PERFORM 6160-LOG-FEE-CHANGE THRU 6160-EXIT
053951             DISPLAY "Gebuehr angelegt"
053952     END-WRITE.
053953 7100-EXIT.
053954     EXIT.
053955*
053956 7200-FEE-CHANGE.
053957     PERFORM 7500-ASK-FEE-CATEGORY THRU 7500-EXIT.
053958     IF WS-FEE-CAT-IN = SPACES
053959         GO TO 7200-EXIT
053960     END-IF.
053961     MOVE WS-FEE-CAT-IN TO KA-GEB-CATEGORY.
053962     READ MUTTI-GEBUEHREN
053963         INVALID KEY
053964             DISPLAY "Kategorie nicht gefunden"
053965             GO TO 7200-EXIT
053966     END-READ.
053967     MOVE KA-GEB-PERCENT TO WS-FEE-PCT-ED.
053968     MOVE KA-GEB-MIN-FEE TO WS-FEE-MIN-ED.
053969     DISPLAY "Bisher: " WS-FEE-PCT-ED " %, mindestens "
053970         WS-FEE-MIN-ED " EUR".
053971     PERFORM 7600-ASK-FEE-RATES THRU 7600-EXIT.
053972     IF NOT FEE-RATES-ARE-OK
053973         DISPLAY "Unveraendert"
053974         GO TO 7200-EXIT
053975     END-IF.
053976     MOVE WS-FEE-PCT-NUM TO KA-GEB-PERCENT.
053977     MOVE WS-FEE-MIN-NUM TO KA-GEB-MIN-FEE.
053978     SET KA-GEB-IS-ACTIVE TO TRUE.
053979     MOVE WS-OPERATOR-ID TO KA-GEB-CHANGED-BY.
053980     MOVE WS-TODAY-DATE TO KA-GEB-CHANGED-DATE.
053981     REWRITE KA-GEB-REC.
053982     PERFORM 6160-LOG-FEE-CHANGE THRU 6160-EXIT.
053983     DISPLAY "Gebuehr geaendert".
053984 7200-EXIT.
053985     EXIT.
053986*
053987 7300-FEE-RETIRE.
053988     PERFORM 7500-ASK-FEE-CATEGORY THRU 7500-EXIT.
053989     IF WS-FEE-CAT-IN = SPACES
053990         GO TO 7300-EXIT
053991     END-IF.
053992     MOVE WS-FEE-CAT-IN TO KA-GEB-CATEGORY.
053993     READ MUTTI-GEBUEHREN
053994         INVALID KEY
053995             DISPLAY "Kategorie nicht gefunden"
053996         NOT INVALID KEY
053997             SET KA-GEB-IS-RETIRED TO TRUE
053998             MOVE WS-OPERATOR-ID TO KA-GEB-CHANGED-BY
053999             MOVE WS-TODAY-DATE TO KA-GEB-CHANGED-DATE
054000             REWRITE KA-GEB-REC
054001             PERFORM 6160-LOG-FEE-CHANGE THRU 6160-EXIT
054002             DISPLAY "Gebuehr stillgelegt"
054003     END-READ.
054004 7300-EXIT.
054005     EXIT.
054006*
054007 7500-ASK-FEE-CATEGORY.
054008     DISPLAY "Kategorie (* = Standard, leer = abbrechen):".
054009     ACCEPT WS-FEE-CAT-IN.
054010     INSPECT WS-FEE-CAT-IN CONVERTING
054011         "abcdefghijklmnopqrstuvwxyz" TO
054012         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
054013 7500-EXIT.
054014     EXIT.
054015*
054016*****************************************************************
054017* 7600-ASK-FEE-RATES  --  BOTH FIGURES ARE KEYED AS PLAIN DIGITS
054018*    IN HUNDREDTHS, FULL WIDTH: 0500 = 5,00 %, 0000150 = 1,50 EUR.
054019*****************************************************************
054020 7600-ASK-FEE-RATES.
054021     MOVE "N" TO WS-FEE-RATES-SW.
054022     DISPLAY "Prozentsatz in Hundertstel, 4 Stellen"
054023         " (0500 = 5,00 %):".
054024     ACCEPT WS-FEE-PCT-IN.
054025     IF WS-FEE-PCT-IN NOT NUMERIC
054026         DISPLAY "Bitte genau 4 Ziffern"
054027         GO TO 7600-EXIT
054028     END-IF.
054029     DISPLAY "Mindestgebuehr in Cent, 7 Stellen"
054030         " (0000150 = 1,50 EUR):".
054031     ACCEPT WS-FEE-MIN-IN.
054032     IF WS-FEE-MIN-IN NOT NUMERIC
054033         DISPLAY "Bitte genau 7 Ziffern"
054034         GO TO 7600-EXIT
054035     END-IF.
054036     SET FEE-RATES-ARE-OK TO TRUE.
054037 7600-EXIT.
054038     EXIT.
054039*
054040*
054041*****************************************************************
054042* 7700-FRIST-DIALOG  --  RETENTION LIMITS FOR MUTTI-DATENSCHUTZ:
054043*    A SETZT ODER AENDERT DIE FRISTEN EINER DATEI, L LISTET DIE
054044*    EINGETRAGENEN.  A FILE WITHOUT AN ENTRY RUNS ON THE DEFAULTS
054045*    IN MUTTI-DATENSCHUTZ.  A CHANGE TAKES EFFECT IN THE NEXT
054046*    NIGHTLY RUN - WHAT IS ANONYMIZED OR REMOVED THEN IS GONE.
054047*****************************************************************
054048 7700-FRIST-DIALOG.
054049     DISPLAY "Fristen-Aktion (A=setzen/aendern, L=auflisten,"
054050         " ENDE=zurueck):".
054051     ACCEPT WS-MENU-REPLY.
054052     INSPECT WS-MENU-REPLY CONVERTING
054053         "abcdefghijklmnopqrstuvwxyz" TO
054054         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
054055     EVALUATE TRUE
054056         WHEN WS-MENU-REPLY = "ENDE"
054057             SET BEREICH-IS-OVER TO TRUE
054058         WHEN WS-MENU-REPLY = "A"
054059             PERFORM 7710-FRIST-SET THRU 7710-EXIT
054060         WHEN WS-MENU-REPLY = "L"
054061             PERFORM 7750-FRIST-LIST THRU 7750-EXIT
054062         WHEN OTHER
054063             DISPLAY "Bitte A, L oder ENDE"
054064     END-EVALUATE.
054065 7700-EXIT.
054066     EXIT.
054067*
054068 7710-FRIST-SET.
054069     PERFORM 7800-ASK-FRIST-FILE THRU 7800-EXIT.
054070     IF NOT FRIST-FILE-IS-KNOWN
054071         GO TO 7710-EXIT
054072     END-IF.
054073     MOVE "N" TO WS-FRI-FOUND-SW.
054074     MOVE WS-FRI-FILE-IN TO KA-FRI-FILE.
054075     READ MUTTI-FRISTEN
054076         INVALID KEY
054077             DISPLAY "Bisher: Standardfristen"
054078         NOT INVALID KEY
054079             SET FRIST-IS-ON-FILE TO TRUE
054080             DISPLAY "Bisher: anonymisieren nach "
054081                 KA-FRI-MASK-DAYS " Tagen, loeschen nach "
054082                 KA-FRI-DROP-DAYS " Tagen"
054083     END-READ.
054084     PERFORM 7850-ASK-FRIST-DAYS THRU 7850-EXIT.
054085     IF NOT FRIST-DAYS-ARE-OK
054086         DISPLAY "Unveraendert"
054087         GO TO 7710-EXIT
054088     END-IF.
054089     IF NOT FRIST-IS-ON-FILE
054090         MOVE SPACES TO KA-FRI-REC
054091         MOVE WS-FRI-FILE-IN TO KA-FRI-FILE
054092     END-IF.
054093     MOVE WS-FRI-MASK-NUM TO KA-FRI-MASK-DAYS.
054094     MOVE WS-FRI-DROP-NUM TO KA-FRI-DROP-DAYS.
054095     MOVE WS-OPERATOR-ID TO KA-FRI-CHANGED-BY.
054096     MOVE WS-TODAY-DATE TO KA-FRI-CHANGED-DATE.
054097     IF FRIST-IS-ON-FILE
054098         REWRITE KA-FRI-REC
054099     ELSE
054100         WRITE KA-FRI-REC
054101     END-IF.
054102     PERFORM 6170-LOG-FRIST-CHANGE THRU 6170-EXIT.
054103     DISPLAY "Frist gespeichert - gilt ab dem naechsten"
054104         " Nachtlauf".
054105 7710-EXIT.
054106     EXIT.
054107*
054108 7750-FRIST-LIST.
054109     MOVE "N" TO WS-FRI-END-SW.
054110     MOVE LOW-VALUES TO KA-FRI-FILE.
054111     START MUTTI-FRISTEN KEY IS NOT LESS THAN KA-FRI-FILE
054112         INVALID KEY
054113             SET FRIST-LIST-IS-OVER TO TRUE
054114     END-START.
054115     PERFORM 7760-SHOW-FRIST THRU 7760-EXIT
054116         UNTIL FRIST-LIST-IS-OVER.
054117     DISPLAY "Dateien ohne Eintrag: Standardfristen".
054118 7750-EXIT.
054119     EXIT.
054120*
054121 7760-SHOW-FRIST.
054122     READ MUTTI-FRISTEN NEXT RECORD
054123         AT END
054124             SET FRIST-LIST-IS-OVER TO TRUE
054125         NOT AT END
054126             DISPLAY KA-FRI-FILE "  anonymisieren "
054127                 KA-FRI-MASK-DAYS "  loeschen " KA-FRI-DROP-DAYS
054128                 "  geaendert " KA-FRI-CHANGED-DATE
054129                 " von " KA-FRI-CHANGED-BY
054130     END-READ.
054131 7760-EXIT.
054132     EXIT.
054133*
054134*****************************************************************
054135* 7800-ASK-FRIST-FILE  --  ONLY THE FILES MUTTI-DATENSCHUTZ
054136*    KNOWS ARE ACCEPTED.
054137*****************************************************************
054138 7800-ASK-FRIST-FILE.
054139     MOVE "N" TO WS-FRI-KNOWN-SW.
054140     DISPLAY "Datei (MUTTIARC, MUTTIESA, MUTTIESK, MUTTIEXC,"
054141         " MUTTIWIS, MUTTICKP,".
054142     DISPLAY "  MUTTIPRH, MUTTIJRN, MUTTIRSV, MUTTIRSA,"
054143         " MUTTIVKA, MUTTILOE; leer = abbrechen):".
054144     MOVE SPACES TO WS-FRI-FILE-IN.
054145     ACCEPT WS-FRI-FILE-IN.
054146     INSPECT WS-FRI-FILE-IN CONVERTING
054147         "abcdefghijklmnopqrstuvwxyz" TO
054148         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
054149     IF WS-FRI-FILE-IN = SPACES
054150         GO TO 7800-EXIT
054151     END-IF.
054152     PERFORM 7810-FIND-FRIST-FILE THRU 7810-EXIT
054153         VARYING WS-FRI-IDX FROM 1 BY 1
054154         UNTIL WS-FRI-IDX > 12
054155            OR FRIST-FILE-IS-KNOWN.
054156     IF NOT FRIST-FILE-IS-KNOWN
054157         DISPLAY "Fuer diese Datei gibt es keine Frist"
054158     END-IF.
054159 7800-EXIT.
054160     EXIT.
054161*
054162 7810-FIND-FRIST-FILE.
054163     IF WS-FRI-FILE(WS-FRI-IDX) = WS-FRI-FILE-IN
054164         MOVE WS-FRI-IDX TO WS-FRI-HIT-IDX
054165         SET FRIST-FILE-IS-KNOWN TO TRUE
054166     END-IF.
054167 7810-EXIT.
054168     EXIT.
054169*
054170*****************************************************************
054171* 7850-ASK-FRIST-DAYS  --  DAYS AS 4 DIGITS, 0000 = NEVER.  THE
054172*    SAME RULES MUTTI-DATENSCHUTZ ENFORCES: NOTHING UNDER 30
054173*    DAYS, REMOVAL NOT BEFORE ANONYMIZING, THE AUDIT ARCHIVE
054174*    KEPT FOR THE MONTHLY REPORT, AND ONLY THE STEPS THE FILE
054175*    ALLOWS (A KNOWLEDGE BASE QUESTION IS ITS KEY AND CANNOT BE
054176*    MASKED, A FILE REWRITTEN IN PLACE CANNOT LOSE RECORDS).
054177*****************************************************************
054178 7850-ASK-FRIST-DAYS.
054179     MOVE "N" TO WS-FRI-DAYS-SW.
054180     DISPLAY "Anonymisieren nach Tagen, 4 Stellen (0000 = nie):".
054181     ACCEPT WS-FRI-MASK-IN.
054182     IF WS-FRI-MASK-IN NOT NUMERIC
054183         DISPLAY "Bitte genau 4 Ziffern"
054184         GO TO 7850-EXIT
054185     END-IF.
054186     DISPLAY "Loeschen nach Tagen, 4 Stellen (0000 = nie):".
054187     ACCEPT WS-FRI-DROP-IN.
054188     IF WS-FRI-DROP-IN NOT NUMERIC
054189         DISPLAY "Bitte genau 4 Ziffern"
054190         GO TO 7850-EXIT
054191     END-IF.
054192     IF WS-FRI-MASK-NUM > ZERO
054193         AND WS-FRI-MASK-OK(WS-FRI-HIT-IDX) NOT = "J"
054194         DISPLAY "Diese Datei kann nicht anonymisiert werden"
054195             " - 0000 eingeben"
054196         GO TO 7850-EXIT
054197     END-IF.
054198     IF WS-FRI-DROP-NUM > ZERO
054199         AND WS-FRI-DROP-OK(WS-FRI-HIT-IDX) NOT = "J"
054200         DISPLAY "Aus dieser Datei kann nicht geloescht werden"
054201             " - 0000 eingeben"
054202         GO TO 7850-EXIT
054203     END-IF.
054204     IF (WS-FRI-MASK-NUM > ZERO
054205         AND WS-FRI-MASK-NUM < WS-FRI-MIN-DAYS)
054206        OR (WS-FRI-DROP-NUM > ZERO
054207         AND WS-FRI-DROP-NUM < WS-FRI-MIN-DAYS)
054208         DISPLAY "Mindestens 30 Tage"
054209         GO TO 7850-EXIT
054210     END-IF.
054211     IF WS-FRI-DROP-NUM > ZERO
054212         AND WS-FRI-DROP-NUM < WS-FRI-MASK-NUM
054213         DISPLAY "Loeschen nicht vor dem Anonymisieren"
054214         GO TO 7850-EXIT
054215     END-IF.
054216     IF WS-FRI-DROP-NUM > ZERO
054217         AND WS-FRI-DROP-NUM < WS-FRI-MIN-DROP(WS-FRI-HIT-IDX)
054218         DISPLAY "Loeschen bei dieser Datei fruehestens nach "
054219             WS-FRI-MIN-DROP(WS-FRI-HIT-IDX) " Tagen"
054220         GO TO 7850-EXIT
054221     END-IF.
054222     SET FRIST-DAYS-ARE-OK TO TRUE.
054223 7850-EXIT.
054224     EXIT.
054234*****************************************************************
054244* 8000-SHOW-TOTALS  --  SITTING TOTAL ON THE CONSOLE.
054254*****************************************************************
054300 8000-SHOW-TOTALS.
054400     MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY.
054500     DISPLAY "INHALTS-AENDERUNGEN: " WS-COUNT-DISPLAY.
056020         CLOSE MUTTI-ALIAS-DATEI
056030         MOVE "N" TO WS-ALS-OPEN-SW
056040     END-IF.
056041     IF FEE-FILE-IS-OPEN
056042         CLOSE MUTTI-GEBUEHREN
056043         MOVE "N" TO WS-GEB-OPEN-SW
056044     END-IF.
056045     IF FRIST-FILE-IS-OPEN
056046         CLOSE MUTTI-FRISTEN
056047         MOVE "N" TO WS-FRI-OPEN-SW
056048     END-IF.
056100     IF OPERATOR-FILE-IS-OPEN
056200         CLOSE OPERATOR-MASTER
056300         MOVE "N" TO WS-OPER-OPEN-SW
