000100************************************************************
000200*    KAJOURN.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-JOURNAL INDEXED FILE
000400*    (MUTTIJRN), THE REPLY JOURNAL.  KLEINANZEIGEN-MUTTI WRITES
000500*    ONE RECORD PER REPLY IT GIVES - QUESTION AND THE ANSWER
000600*    TEXT EXACTLY AS SHOWN TO THE CALLER - SO WHAT WAS SAID
000700*    CAN BE PROVEN LATER, EVEN AFTER PRICES OR THE NEGOTIATION
000800*    OUTCOME HAVE CHANGED.  THE KEY IS THE SESSION STAMP
000900*    FOLLOWED BY THE DATE AND TIME OF THE MATCHING KA-AUDIT-REC
001000*    (SAME VALUES), SO A SESSION READS BACK IN ORDER AND AN
001100*    ARCHIVED AUDIT RECORD FINDS ITS REPLY BY KEY.  KA-JRN-SEQ
001200*    ONLY SEPARATES TWO REPLIES STAMPED IN THE SAME HUNDREDTH
001300*    OF A SECOND (BATCH REPLAY).  READ BY THE SUPERVISOR
001400*    DIALOG MUTTI-GESPRAECHSPROTOKOLL.
001500*
001600*    MODIFICATION HISTORY
001700*    2026-10-06 CJH  ORIGINAL RECORD.
001800************************************************************
001900 01  KA-JOURNAL-REC.
002000     05  KA-JRN-KEY.
002100         10  KA-JRN-SESSION      PIC X(16).
002200         10  KA-JRN-DATE         PIC 9(08).
002300         10  KA-JRN-TIME         PIC 9(08).
002400         10  KA-JRN-SEQ          PIC 9(02).
002500     05  KA-JRN-OPERATOR         PIC X(10).
002600     05  KA-JRN-LANG             PIC X(02).
002700     05  KA-JRN-ORIGIN           PIC X(01).
002800     05  KA-JRN-MATCH-TYPE       PIC X(10).
002900     05  KA-JRN-KEYWORD          PIC X(15).
003000     05  KA-JRN-QUESTION         PIC X(255).
003100     05  KA-JRN-REPLY            PIC X(255).
003200     05  FILLER                  PIC X(18).
