000100************************************************************
000200*    KARUNWRK.CPY
000300*    RUN-CONTROL WORK AREA FOR THE BATCH STEPS (MUTTIRUN,
000400*    KARUNCTL.CPY).  EACH STEP MOVES ITS OWN DEFINITION
000500*    (WS-RUN-STEP-VALUES) INTO KA-RUNW-STEP-DEF AT START-UP:
000600*    THE STEP NAME, ITS PROGRAM, THE KIND OF STEP (S = OPENS
000700*    THE NIGHT, N = NIGHT STEP, E = RUNS ON ITS OWN, SUCH AS
000800*    THE MONTHLY JOBS), THE STEP THAT MUST NOT HAVE FINISHED
000900*    YET (A RERUN AFTER IT WOULD WORK ON FILES IT HAS ALREADY
001000*    MOVED ON) AND UP TO FOUR PREDECESSORS WITH THE HIGHEST
001100*    RETURN-CODE EACH MAY HAVE ENDED WITH.  A REFUSED START
001200*    ENDS THE STEP WITH KA-RUNW-REFUSE-RC.  A RUN BEFORE
001300*    KA-RUNW-CUTOFF-TIME STILL BELONGS TO THE NIGHT BEFORE; A
001310*    NIGHT STEP THAT HAS NOT FINISHED THAT NIGHT MAY STILL DO SO
001320*    AFTER IT (KA-RUNW-NIGHT-IS-OPEN).
001400*
001500*    MODIFICATION HISTORY
001600*    2026-10-13 CJH  ORIGINAL WORK AREA.
001610*    2026-10-15 CJH  KA-RUNW-NIGHT-OPEN-SW AND KA-RUNW-PREV-DATE
001620*                    FOR FINISHING A NIGHT AFTER NOON.
001700************************************************************
001800 01  KA-RUNW-STEP-DEF.
001900     05  KA-RUNW-STEP            PIC X(18).
002000     05  KA-RUNW-PROGRAM         PIC X(30).
002100     05  KA-RUNW-KIND            PIC X(01).
002200         88  KA-RUNW-OPENS-NIGHT         VALUE "S".
002300         88  KA-RUNW-IS-NIGHT-STEP       VALUE "S" "N".
002400     05  KA-RUNW-BLOCKER         PIC X(18).
002500     05  KA-RUNW-NEED            OCCURS 4 TIMES.
002600         10  KA-RUNW-NEED-STEP   PIC X(18).
002700         10  KA-RUNW-NEED-MAX-RC PIC 9(02).
002800 01  KA-RUNW-COUNTS.
002900     05  KA-RUNW-COUNT-ENTRY     OCCURS 4 TIMES.
003000         10  KA-RUNW-CNT-LABEL   PIC X(12).
003100         10  KA-RUNW-CNT-VALUE   PIC 9(09).
003200 01  KA-RUNW-STATUS              PIC X(02).
003300 01  KA-RUNW-SWITCHES.
003400     05  KA-RUNW-OPEN-SW         PIC X(01)   VALUE "N".
003500         88  KA-RUNW-FILE-IS-OPEN        VALUE "Y".
003600     05  KA-RUNW-REFUSED-SW      PIC X(01)   VALUE "N".
003700         88  KA-RUNW-IS-REFUSED          VALUE "Y".
003800     05  KA-RUNW-LOGGED-SW       PIC X(01)   VALUE "N".
003900         88  KA-RUNW-RUN-IS-LOGGED       VALUE "Y".
004000     05  KA-RUNW-FOUND-SW        PIC X(01)   VALUE "N".
004100         88  KA-RUNW-REC-FOUND           VALUE "Y".
004110     05  KA-RUNW-NIGHT-OPEN-SW   PIC X(01)   VALUE "N".
004120         88  KA-RUNW-NIGHT-IS-OPEN       VALUE "Y".
004200 01  KA-RUNW-BUS-DATE            PIC 9(08)   VALUE ZERO.
004300 01  KA-RUNW-EXPECT-DATE         PIC 9(08).
004310 01  KA-RUNW-PREV-DATE           PIC 9(08).
004400 01  KA-RUNW-NOW-DATE            PIC 9(08).
004500 01  KA-RUNW-NOW-TIME            PIC 9(08).
004600 01  KA-RUNW-RUNS                PIC 9(03).
004700 01  KA-RUNW-IDX                 PIC 9(02)   COMP.
004800 01  KA-RUNW-RC-ED               PIC 9(04).
004900 01  KA-RUNW-MAX-ED              PIC 9(02).
005000 01  KA-RUNW-WHY                 PIC X(30).
005100 01  KA-RUNW-MESSAGE             PIC X(60).
005200 77  KA-RUNW-CUTOFF-TIME         PIC 9(08)   VALUE 12000000.
005300 77  KA-RUNW-REFUSE-RC           PIC 9(02)   VALUE 12.
005400 77  KA-RUNW-BLOCK-MAX-RC        PIC 9(02)   VALUE 4.
005500 77  KA-RUNW-CTL-STEP            PIC X(18)
005600                                 VALUE "*GESCHAEFTSTAG".
