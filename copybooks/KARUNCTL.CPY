000100************************************************************
000200*    KARUNCTL.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-LAUFSTEUERUNG INDEXED FILE
000400*    (MUTTIRUN) - THE RUN-CONTROL FILE EVERY BATCH STEP
000500*    WRITES TO.  ONE RECORD PER STEP AND BUSINESS DATE:
000600*    STARTED (STATUS L), FINISHED (E, WITH THE RETURN-CODE
000700*    AND UP TO FOUR KEY COUNTS) OR REFUSED BEFORE IT DID
000800*    ANYTHING (A, WITH THE REASON).  A RERUN ON THE SAME
000900*    BUSINESS DATE OVERWRITES THE RECORD AND COUNTS UP
001000*    KA-RUN-RUN-COUNT.  THE RECORD WITH BUSINESS DATE ZERO
001100*    AND STEP "*GESCHAEFTSTAG" (KA-RUNW-CTL-STEP) IS THE
001200*    CONTROL RECORD: KA-RUN-CTL-DATE IS THE CURRENT BUSINESS
001300*    DATE, OPENED EACH NIGHT BY MUTTI-SICHERUNG ENTLADEN.
001400*    PRINTED EACH MORNING BY MUTTI-LAUFSTATUS.
001500*
001600*    MODIFICATION HISTORY
001700*    2026-10-13 CJH  ORIGINAL RECORD.
001800************************************************************
001900 01  KA-RUN-REC.
002000     05  KA-RUN-KEY.
002100         10  KA-RUN-BUS-DATE     PIC 9(08).
002200         10  KA-RUN-STEP         PIC X(18).
002300     05  KA-RUN-DATA.
002400         10  KA-RUN-PROGRAM      PIC X(30).
002500         10  KA-RUN-STATUS       PIC X(01).
002600             88  KA-RUN-IS-RUNNING       VALUE "L".
002700             88  KA-RUN-IS-FINISHED      VALUE "E".
002800             88  KA-RUN-WAS-REFUSED      VALUE "A".
002900         10  KA-RUN-START-DATE   PIC 9(08).
003000         10  KA-RUN-START-TIME   PIC 9(08).
003100         10  KA-RUN-END-DATE     PIC 9(08).
003200         10  KA-RUN-END-TIME     PIC 9(08).
003300         10  KA-RUN-RC           PIC 9(04).
003400         10  KA-RUN-RUN-COUNT    PIC 9(03).
003500         10  KA-RUN-COUNT-AREA.
003600             15  KA-RUN-COUNTS   OCCURS 4 TIMES.
003700                 20  KA-RUN-CNT-LABEL    PIC X(12).
003800                 20  KA-RUN-CNT-VALUE    PIC 9(09).
003900         10  KA-RUN-MESSAGE      PIC X(60).
004000         10  FILLER              PIC X(20).
004100     05  KA-RUN-CTL-DATA REDEFINES KA-RUN-DATA.
004200         10  KA-RUN-CTL-DATE     PIC 9(08).
004300         10  KA-RUN-CTL-SET-DATE PIC 9(08).
004400         10  KA-RUN-CTL-SET-TIME PIC 9(08).
004500         10  FILLER              PIC X(210).
