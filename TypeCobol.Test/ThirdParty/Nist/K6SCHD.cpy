000100*================================================================ K6SCHD.1
000200* K6SCHD.CPY -- SCHEDULER JOB-NETWORK DEFINITION CARD.            K6SCHD.1
000300*                                                                 K6SCHD.1
000400* THE CARD K6SCHG WRITES TO LOAD THE CERTIFICATION WINDOW INTO    K6SCHD.1
000500* THE PRODUCTION SCHEDULER, AND THE LAYOUT THE SCHEDULER UNLOAD   K6SCHD.1
000600* IS REFORMATTED TO BEFORE K6SCHG COMPARES IT.  EVERY CARD        K6SCHD.1
000700* CARRIES ITS NETWORK NAME, SO ONE UNLOAD MAY HOLD OTHER          K6SCHD.1
000800* NETWORKS -- THEY ARE PASSED OVER.                               K6SCHD.1
000900*                                                                 K6SCHD.1
001000*    COLS  1-4   CARD TYPE:                                       K6SCHD.1
001100*                  JOB   ONE SCHEDULED JOB                        K6SCHD.1
001200*                  PRED  ONE PREDECESSOR LINK OF A JOB            K6SCHD.1
001300*                  CAL   THE RUN CALENDAR AND ITS BASE RULE       K6SCHD.1
001400*                  EXCL  ONE EXCLUDED DATE OF THE CALENDAR        K6SCHD.1
001500*    COLS  6-13  NETWORK NAME                                     K6SCHD.1
001600*    COLS 15-22  JOB NAME (CALENDAR NAME ON CAL AND EXCL)         K6SCHD.1
001700*    JOB:                                                         K6SCHD.1
001800*    COLS 24-31  PROGRAM EXECUTED                                 K6SCHD.1
001900*    COL  33     JOB CLASS                                        K6SCHD.1
002000*    COLS 35-42  RUN CALENDAR                                     K6SCHD.1
002100*    COL  44     ROLE: T TEST STEP, O OPERATOR CONTROL POINT,     K6SCHD.1
002200*                H HEARTBEAT MONITOR, C CLOSEOUT STEP             K6SCHD.1
002300*    COLS 46-48  CYCLE MINUTES (ROLE H -- RERUN EVERY N           K6SCHD.1
002400*                MINUTES ...)                                     K6SCHD.1
002500*    COLS 50-57  ... UNTIL THIS JOB ENDS                          K6SCHD.1
002600*    COLS 59-69  ACCEPTABLE RETURN CODES, FOUR 2-DIGIT SLOTS ONE  K6SCHD.1
002700*                COLUMN APART (ROLE C; BLANK SLOT = UNUSED)       K6SCHD.1
002800*    PRED:                                                        K6SCHD.1
002900*    COLS 24-31  PREDECESSOR JOB                                  K6SCHD.1
003000*    COLS 33-35  CONDITION: "OK " PREDECESSOR ENDED WITHIN ITS    K6SCHD.1
003100*                ACCEPTABLE CODES, "ANY" PREDECESSOR ENDED        K6SCHD.1
003200*    CAL:                                                         K6SCHD.1
003300*    COLS 24-31  BASE RULE ("WEEKDAYS" -- MONDAY-FRIDAY)          K6SCHD.1
003400*    EXCL:                                                        K6SCHD.1
003500*    COLS 24-31  DATE (CCYYMMDD)                                  K6SCHD.1
003600*    COL  33     TYPE FROM THE CALENDAR MASTER (H OR N)           K6SCHD.1
003700*    COLS 35-54  DESCRIPTION                                      K6SCHD.1
003800*================================================================ K6SCHD.1
003900 01  SD-DEF-CARD.                                                 K6SCHD.1
004000     05  SD-TYPE                  PIC X(4).                       K6SCHD.1
004100         88  SD-TYPE-JOB          VALUE "JOB ".                   K6SCHD.1
004200         88  SD-TYPE-PRED         VALUE "PRED".                   K6SCHD.1
004300         88  SD-TYPE-CAL          VALUE "CAL ".                   K6SCHD.1
004400         88  SD-TYPE-EXCL         VALUE "EXCL".                   K6SCHD.1
004500     05  FILLER                   PIC X(1).                       K6SCHD.1
004600     05  SD-NETWORK               PIC X(8).                       K6SCHD.1
004700     05  FILLER                   PIC X(1).                       K6SCHD.1
004800     05  SD-NAME                  PIC X(8).                       K6SCHD.1
004900     05  FILLER                   PIC X(1).                       K6SCHD.1
005000     05  SD-BODY                  PIC X(57).                      K6SCHD.1
005100     05  SD-JOB-BODY REDEFINES SD-BODY.                           K6SCHD.1
005200         10  SD-PGM               PIC X(8).                       K6SCHD.1
005300         10  FILLER               PIC X(1).                       K6SCHD.1
005400         10  SD-CLASS             PIC X(1).                       K6SCHD.1
005500         10  FILLER               PIC X(1).                       K6SCHD.1
005600         10  SD-CALENDAR          PIC X(8).                       K6SCHD.1
005700         10  FILLER               PIC X(1).                       K6SCHD.1
005800         10  SD-ROLE              PIC X(1).                       K6SCHD.1
005900             88  SD-ROLE-TEST     VALUE "T".                      K6SCHD.1
006000             88  SD-ROLE-OPRCTL   VALUE "O".                      K6SCHD.1
006100             88  SD-ROLE-HBEAT    VALUE "H".                      K6SCHD.1
006200             88  SD-ROLE-CLOSE    VALUE "C".                      K6SCHD.1
006300         10  FILLER               PIC X(1).                       K6SCHD.1
006400         10  SD-CYCLE-MINS        PIC X(3).                       K6SCHD.1
006500         10  FILLER               PIC X(1).                       K6SCHD.1
006600         10  SD-CYCLE-UNTIL       PIC X(8).                       K6SCHD.1
006700         10  FILLER               PIC X(1).                       K6SCHD.1
006800         10  SD-OK-RC-SLOT OCCURS 4 TIMES.                        K6SCHD.1
006900             15  SD-OK-RC         PIC X(2).                       K6SCHD.1
007000             15  FILLER           PIC X(1).                       K6SCHD.1
007100         10  FILLER               PIC X(10).                      K6SCHD.1
007200     05  SD-PRED-BODY REDEFINES SD-BODY.                          K6SCHD.1
007300         10  SD-PRED-JOB          PIC X(8).                       K6SCHD.1
007400         10  FILLER               PIC X(1).                       K6SCHD.1
007500         10  SD-PRED-COND         PIC X(3).                       K6SCHD.1
007600         10  FILLER               PIC X(45).                      K6SCHD.1
007700     05  SD-CAL-BODY REDEFINES SD-BODY.                           K6SCHD.1
007800         10  SD-CAL-RULE          PIC X(8).                       K6SCHD.1
007900         10  FILLER               PIC X(49).                      K6SCHD.1
008000     05  SD-EXCL-BODY REDEFINES SD-BODY.                          K6SCHD.1
008100         10  SD-EXCL-DATE         PIC X(8).                       K6SCHD.1
008200         10  FILLER               PIC X(1).                       K6SCHD.1
008300         10  SD-EXCL-TYPE         PIC X(1).                       K6SCHD.1
008400         10  FILLER               PIC X(1).                       K6SCHD.1
008500         10  SD-EXCL-DESC         PIC X(20).                      K6SCHD.1
008600         10  FILLER               PIC X(26).                      K6SCHD.1
