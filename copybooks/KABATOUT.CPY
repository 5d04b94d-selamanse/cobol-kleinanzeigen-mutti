000100************************************************************
000200*    KABATOUT.CPY
000300*    RECORD LAYOUTS FOR THE MUTTI-BATCH-OUT SEQUENTIAL FILE
000400*    (MUTTIBOT), WRITTEN BY THE BATCH REPLAY OF KLEINANZEIGEN-
000500*    MUTTI AND CHECKED BY MUTTI-ABGLEICH.  ONE REPLY RECORD
000600*    ("A") PER QUESTION RECORD ON MUTTIBIN, CARRYING THE
000700*    QUESTION'S SEQUENCE NUMBER ON MUTTIBIN (THE CONTROL RECORD
000800*    NOT COUNTED), THE MATCH TYPE AND THE MATCHED AD ID OR
000900*    KEYWORD, SO EVERY REPLY CAN BE TIED BACK TO ITS QUESTION
001000*    WITHOUT COUNTING LINES.  THE RUN ENDS WITH ONE TRAILER
001100*    RECORD ("T") HOLDING THE RUN'S CONTROL TOTALS.
001200*
001300*    MODIFICATION HISTORY
001400*    2026-10-05 CJH  ORIGINAL RECORD.  MUTTIBOT WAS A BARE
001500*                    255-BYTE REPLY TEXT PER LINE.
001600************************************************************
001700 01  KA-BOT-REC.
001800     05  KA-BOT-REC-TYPE         PIC X(01).
001900         88  KA-BOT-IS-REPLY             VALUE "A".
002000         88  KA-BOT-IS-TRAILER           VALUE "T".
002100     05  KA-BOT-SEQ              PIC 9(07).
002200     05  KA-BOT-MATCH-TYPE       PIC X(10).
002300     05  KA-BOT-KEYWORD          PIC X(15).
002400     05  KA-BOT-TEXT             PIC X(255).
002500     05  FILLER                  PIC X(02).
002600*
002700*    TRAILER VIEW OF THE SAME RECORD AREA.  ANSWERED PLUS BLANK
002800*    EQUALS THE QUESTION COUNT; ABUSE IS PART OF ANSWERED.
002900 01  KA-BOT-TRAILER-REC.
003000     05  KA-BOT-TRL-REC-TYPE     PIC X(01).
003100     05  KA-BOT-TRL-RUN-DATE     PIC 9(08).
003200     05  KA-BOT-TRL-OPERATOR     PIC X(10).
003300     05  KA-BOT-TRL-SESSION      PIC X(16).
003400     05  KA-BOT-TRL-QUESTIONS    PIC 9(07).
003500     05  KA-BOT-TRL-ANSWERED     PIC 9(07).
003600     05  KA-BOT-TRL-BLANK        PIC 9(07).
003700     05  KA-BOT-TRL-ABUSE        PIC 9(07).
003800     05  FILLER                  PIC X(227).
