000100************************************************************
000200*    KALOESCH.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-AUSKUNFT SEQUENTIAL FILE
000400*    (MUTTILOE) - ONE RECORD PER SUBJECT-ACCESS SEARCH RUN IN
000500*    MUTTI-DATENAUSKUNFT: WHO SEARCHED FOR WHAT, WHEN, HOW
000600*    MANY RECORDS WERE FOUND AND HOW MANY ANONYMIZED.  A
000700*    SEARCH WITH KA-LOE-ERASE THAT FOUND THE TERM IN THE AUDIT
000800*    LOG OR THE AUDIT ARCHIVE STAYS OPEN UNTIL THE NEXT
000900*    MUTTI-DATENSCHUTZ RUN HAS ANONYMIZED IT IN THE ARCHIVE
001000*    (THE ARCHIVE GENERATIONS CANNOT BE REWRITTEN IN PLACE);
001100*    THAT RUN STAMPS KA-LOE-ARC-COUNT AND KA-LOE-DONE-DATE.
001200*    THE TERM ITSELF IS PERSONAL DATA AND IS MASKED BY THE
001300*    SAME RUN ONCE THE RETENTION FOR MUTTILOE HAS PASSED.
001400*
001500*    MODIFICATION HISTORY
001600*    2026-10-12 CJH  ORIGINAL RECORD.
001700************************************************************
001800 01  KA-LOE-REC.
001900     05  KA-LOE-TIMESTAMP.
002000         10  KA-LOE-DATE         PIC 9(08).
002100         10  KA-LOE-TIME         PIC 9(08).
002200     05  KA-LOE-OPERATOR         PIC X(10).
002300     05  KA-LOE-TERM             PIC X(50).
002400     05  KA-LOE-MODE             PIC X(01).
002500         88  KA-LOE-LIST-ONLY            VALUE "L".
002600         88  KA-LOE-ERASE                VALUE "A".
002700     05  KA-LOE-STATUS           PIC X(01).
002800         88  KA-LOE-IS-OPEN              VALUE "O".
002900         88  KA-LOE-IS-DONE              VALUE "E".
003000     05  KA-LOE-HIT-COUNT        PIC 9(07).
003100     05  KA-LOE-MASK-COUNT       PIC 9(07).
003200     05  KA-LOE-ARC-COUNT        PIC 9(07).
003300     05  KA-LOE-DONE-DATE        PIC 9(08).
003400     05  FILLER                  PIC X(23).
