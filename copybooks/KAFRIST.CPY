000100************************************************************
000200*    KAFRIST.CPY
000300*    RECORD LAYOUT FOR THE MUTTI-FRISTEN INDEXED FILE
000400*    (MUTTIFRI) - THE DATA PROTECTION RETENTION TABLE READ
000500*    BY THE NIGHTLY MUTTI-DATENSCHUTZ RUN.  ONE RECORD PER
000600*    FILE THAT HOLDS CUSTOMER TEXT, BUYER CONTACTS OR OPERATOR
000700*    IDS, KEYED BY ITS DD NAME (KA-FRI-FILE, E.G. "MUTTIARC").
000800*    RECORDS OLDER THAN KA-FRI-MASK-DAYS ARE ANONYMIZED IN
000900*    PLACE; RECORDS OLDER THAN KA-FRI-DROP-DAYS ARE REMOVED
001000*    ALTOGETHER.  ZERO DAYS MEANS THE STEP IS NOT DONE FOR
001100*    THAT FILE.  A FILE WITHOUT AN ENTRY RUNS ON THE DEFAULTS
001200*    BUILT INTO MUTTI-DATENSCHUTZ.  MAINTAINED BY A SUPERVISOR
001300*    THROUGH MUTTI-INHALTSPFLEGE (BEREICH D).
001400*
001500*    MODIFICATION HISTORY
001600*    2026-10-12 CJH  ORIGINAL RECORD.
001700************************************************************
001800 01  KA-FRI-REC.
001900     05  KA-FRI-FILE             PIC X(08).
002000     05  KA-FRI-MASK-DAYS        PIC 9(04).
002100     05  KA-FRI-DROP-DAYS        PIC 9(04).
002200     05  KA-FRI-CHANGED-BY       PIC X(10).
002300     05  KA-FRI-CHANGED-DATE     PIC 9(08).
002400     05  FILLER                  PIC X(16).
