003240*                    FIRST LOGON OR AFTER A RESET - THE SAME
003250*                    LOGON AS KLEINANZEIGEN-MUTTI.  OPERATOR-
003260*                    MASTER IS OPENED I-O FOR THE REWRITES.
003270*    2026-10-07 CJH  KA-RSV-REC GREW TO 200 BYTES (BUYER NAME,
003280*                    CONTACT, LANGUAGE, NOTIFIED DATE) - RSVA-REC
003290*                    FOLLOWS.  EACH PENDING SALE NOW SHOWS THE
003291*                    BUYER'S NAME AND PHONE/E-MAIL SO THE SELLER
003292*                    SIDE CAN CALL BEFORE DECIDING.  THE BUYER IS
003293*                    TOLD THE OUTCOME BY THE NIGHTLY MUTTI-
003294*                    KAEUFERINFO RUN, NOT FROM HERE.
003295*    2026-10-15 CJH  A SALE IS NOT CONFIRMED ON AN AD BLOCKED BY
003296*                    MUTTI-VERDACHTSPRUEFUNG (STATUS G) - THE
003297*                    RESERVATION STAYS PENDING UNTIL IT IS
003298*                    RELEASED, SO A SCAM AD IS NEVER SOLD AND
003299*                    NEVER BILLED.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
007600     LABEL RECORDS ARE STANDARD.
007700*    ARCHIVE RECORDS ARE BYTE COPIES OF KA-RSV-REC - KEEP THIS
007800*    LENGTH IN STEP WITH KARESV.CPY WHENEVER THAT RECORD GROWS.
007900 01  RSVA-REC                    PIC X(200).
008000*
008100 WORKING-STORAGE SECTION.
008200 01  WS-SWITCHES.
009400         88  DIALOG-IS-OVER              VALUE "Y".
009500     05  WS-RSVA-OPEN-SW         PIC X(01)   VALUE "N".
009600         88  RSV-ARCHIV-IS-OPEN          VALUE "Y".
009610     05  WS-AD-BLOCKED-SW        PIC X(01)   VALUE "N".
009620         88  AD-IS-BLOCKED                VALUE "Y".
009700*
009800 01  WS-RSV-STATUS               PIC X(02).
009900 01  WS-MASTER-STATUS            PIC X(02).
028500* 2200-OFFER-ONE-ITEM  --  SHOW A PENDING SALE AND TAKE THE
028600*    OPERATOR'S DECISION.  V = VERKAUFT (THE AD GOES TO SOLD),
028700*    F = FREIGEBEN (THE AD GOES BACK TO ACTIVE), EMPTY = SKIP
028800*    (STAYS PENDING), "ENDE" = LEAVE THE DIALOG.  V ON AN AD
028810*    BLOCKED MEANWHILE (STATUS G) IS REFUSED AND COUNTS AS
028820*    SKIPPED - ONLY F CLOSES SUCH A RESERVATION.
028900*****************************************************************
029000 2200-OFFER-ONE-ITEM.
029100     IF KA-RSV-IS-OPEN
029600             " (" KA-RSV-OPERATOR ")"
029700         DISPLAY "Anzeige " KA-RSV-AD-ID " fuer " WS-OFFER-ED
029800             " EUR, Sitzung " KA-RSV-SESSION
029810         IF KA-RSV-BUYER-NAME = SPACES
029820             DISPLAY "Kaeufer: (keine Kontaktdaten hinterlegt)"
029830         ELSE
029840             DISPLAY "Kaeufer: " KA-RSV-BUYER-NAME
029850             DISPLAY "Kontakt: " KA-RSV-BUYER-CONTACT
029860         END-IF
029900         DISPLAY "Entscheidung (V=verkauft, F=freigeben,"
030000             " leer=ueberspringen, ENDE=Schluss):"
030100         ACCEPT WS-ANSWER-TEXT
030600             WHEN WS-ANSWER-TEXT = "ENDE"
030700                 SET DIALOG-IS-OVER TO TRUE
030800             WHEN WS-ANSWER-TEXT = "V"
030810                 PERFORM 4150-CHECK-AD-BLOCKED THRU 4150-EXIT
030820                 IF AD-IS-BLOCKED
030830                     DISPLAY "Anzeige gesperrt (Verdacht) - kein"
030840                         " Verkauf, bitte freigeben (F)"
030850                     ADD 1 TO WS-SKIPPED-COUNT
030860                 ELSE
030900                     SET KA-RSV-IS-SOLD TO TRUE
031000                     MOVE WS-OPERATOR-ID TO KA-RSV-CLOSED-BY
031100                     MOVE WS-TODAY-DATE TO KA-RSV-CLOSED-DATE
031200                     REWRITE KA-RSV-REC
031300                     PERFORM 4200-SELL-MASTER-AD THRU 4200-EXIT
031400                     ADD 1 TO WS-SOLD-COUNT
031410                 END-IF
031500             WHEN WS-ANSWER-TEXT = "F"
031600                 SET KA-RSV-IS-RELEASED TO TRUE
031700                 MOVE WS-OPERATOR-ID TO KA-RSV-CLOSED-BY
040600 4100-EXIT.
040700     EXIT.
040800*
040810*****************************************************************
040820* 4150-CHECK-AD-BLOCKED  --  IS THE RESERVED AD BLOCKED ON THE
040830*    MASTER (STATUS G, SET BY MUTTI-VERDACHTSPRUEFUNG WHILE THE
040840*    RESERVATION WAS PENDING)?  AN AD NOT ON THE MASTER, OR NO
040850*    MASTER, IS NOT BLOCKED - 4200 LEAVES IT ALONE ANYWAY.
040860*****************************************************************
040870 4150-CHECK-AD-BLOCKED.
040875     MOVE "N" TO WS-AD-BLOCKED-SW.
040880     IF MASTER-FILE-IS-OPEN
040885         MOVE KA-RSV-AD-ID TO KA-MST-AD-ID
040886         READ KLEINANZEIGEN-MASTER
040887             INVALID KEY
040888                 CONTINUE
040889             NOT INVALID KEY
040890                 IF KA-MST-IS-BLOCKED
040891                     SET AD-IS-BLOCKED TO TRUE
040892                 END-IF
040893         END-READ
040894     END-IF.
040895 4150-EXIT.
040896     EXIT.
040897*
040900*****************************************************************
041000* 4200-SELL-MASTER-AD  --  CONFIRM THE SALE ON THE MASTER: THE
041100*    AD GOES TO STATUS S WITH TODAY'S STATUS DATE.  AN AD THAT
