000100*================================================================ K6LRUN.1
000200* K6LERN.CPY -- LATEST-EFFECTIVE-RUN RECORD (LATESTRN).           K6LRUN.1
000300*                                                                 K6LRUN.1
000400* BUILT IN THE CLOSEOUT BY K6LRUN FROM ONE PASS OF THE FULL       K6LRUN.1
000500* RAW-DATA EXTRACT: ONE RECORD PER NAMED WINDOW, TARGET AND       K6LRUN.1
000600* PROGRAM, CARRYING THE RAW-DATA-SATZ OF THAT PROGRAM'S MOST      K6LRUN.1
000700* RECENT EFFECTIVE RUN ON THAT TARGET IN THAT WINDOW.  THE        K6LRUN.1
000800* SUPERSEDE, VOID AND RETIRED-TARGET RULES ARE APPLIED ONCE,      K6LRUN.1
000900* IN K6LRUN; K6STOPL, K6CERT, K6RERU, K6GATE, K6MORN AND          K6LRUN.2
001000* K6WHAT READ THIS FILE IN PLACE OF THE EXTRACT WHEN IT IS        K6LRUN.2
001100* SUPPLIED, AND FALL BACK TO THE EXTRACT WHEN IT IS NOT.          K6LRUN.1
001110* K6DIST STILL READS THE EXTRACT: ITS ROLLUP NEEDS EVERY          K6LRUN.2
001120* EFFECTIVE RUN IN THE DATE RANGE, NOT JUST THE LATEST.           K6LRUN.2
001200*                                                                 K6LRUN.1
001300* THE RECORD IMAGE COMES FIRST SO A READER CAN READ ... INTO      K6LRUN.1
001400* ITS OWN RE-RAW-DATA-SATZ; THE KSDS KEY FOLLOWS THE IMAGE.  A    K6LRUN.1
001500* PRE-CONVERSION RUN WITH A BLANK WINDOW ID IS FILED UNDER THE    K6LRUN.1
001600* OVERNIGHT WINDOW "N".                                           K6LRUN.1
001700*                                                                 K6LRUN.1
001800*    COLS   1-164  RAW-DATA-SATZ OF THE LATEST EFFECTIVE RUN      K6SREL.1
001900*    COL  165      NAMED WINDOW                     (KEY)         K6SREL.1
002000*    COLS 166-173  TARGET                           (KEY)         K6SREL.1
002100*    COLS 174-179  PROGRAM                          (KEY)         K6SREL.1
002200*    COLS 180-187  DATE BUILT (CCYYMMDD)                          K6SREL.1
002300*    COLS 188-192  EFFECTIVE RUNS SEEN FOR THE KEY                K6SREL.1
002400*    COLS 193-200  RESERVED                                       K6SREL.1
002500*================================================================ K6LRUN.1
002600 01  LR-LATEST-REC.                                               K6LRUN.1
002700     05  LR-RAW-IMAGE             PIC X(164).                     K6SREL.1
002800     05  LR-KEY.                                                  K6LRUN.1
002900         10  LR-WINDOW-ID         PIC X(1).                       K6LRUN.1
003000         10  LR-TARGET-ID         PIC X(8).                       K6LRUN.1
003100         10  LR-PGM-ID            PIC X(6).                       K6LRUN.1
003200     05  LR-BUILT-DATE            PIC 9(8).                       K6LRUN.1
003300     05  LR-RUN-COUNT             PIC 9(5).                       K6LRUN.1
003400     05  FILLER                   PIC X(8).                       K6SREL.1
