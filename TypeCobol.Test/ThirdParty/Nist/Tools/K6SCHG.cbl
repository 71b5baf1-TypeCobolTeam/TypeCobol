000100 IDENTIFICATION DIVISION.                                         K6SCHG.1
000200 PROGRAM-ID.                                                      K6SCHG.1
000300     K6SCHG.                                                      K6SCHG.1
000400*================================================================ K6SCHG.1
000500* K6SCHG -- SCHEDULER JOB-NETWORK GENERATOR AND DRIFT CHECK.      K6SCHG.1
000600*================================================================ K6SCHG.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SCHG.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SCHG.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6SCHG.1
001000* DATE-COMPILED.                                                  K6SCHG.1
001100*                                                                 K6SCHG.1
001200* REMARKS.                                                        K6SCHG.1
001300*    THE WINDOW RUNS FROM STEP-LIST THROUGH K6CKPT -- PRODUCER    K6SCHG.1
001400*    AND CONSUMER DEPENDENCIES, JOB CLASSES FROM THE K6PLAN       K6SCHG.1
001500*    PACKING, THE CLOSEOUT CHAIN FROM ORCHCTL -- BUT THE          K6SCHG.1
001600*    PRODUCTION SCHEDULER'S JOB DEFINITIONS WERE KEPT BY HAND,    K6SCHG.1
001700*    AND TWICE A STEP RAN BEFORE ITS PRODUCER BECAUSE A           K6SCHG.1
001800*    DEPENDENCY REACHED STEP-LIST AND NOT THE SCHEDULER.  THIS    K6SCHG.1
001900*    PROGRAM BUILDS THE JOB NETWORK FROM THE SAME SOURCES THE     K6SCHG.1
002000*    WINDOW RUNS FROM AND WRITES IT AS A SCHEDULER DEFINITION     K6SCHG.1
002100*    DECK (SCHGDEF, K6SCHD CARDS):                                K6SCHG.1
002200*      - THE RUN CALENDAR: THE MONDAY-FRIDAY RULE LESS EVERY      K6SCHG.1
002300*        HOLIDAY AND NO-RUN DATE ON THE CALENDAR MASTER           K6SCHG.1
002400*        (CALMST, MAINTAINED BY K6CALM);                          K6SCHG.1
002500*      - PER TEST STEP, IN THE K6PLAN PREDICTED START ORDER       K6SCHG.1
002600*        (STEPPLAN -- THE STEPOUT FILE OF THE LAST K6PLAN RUN):   K6SCHG.1
002700*          OPxxxxxx  K6OPRC OPERATOR CONTROL POINT, AFTER THE     K6SCHG.1
002800*                    TEST JOBS OF THE STEP'S PRODUCERS            K6SCHG.1
002900*          HBxxxxxx  K6HBMN HEARTBEAT MONITOR, RELEASED WITH      K6SCHG.1
003000*                    THE STEP AND CYCLING UNTIL IT ENDS           K6SCHG.1
003100*          CTxxxxxx  THE TEST PROGRAM, AFTER ITS CONTROL POINT    K6SCHG.1
003200*        ALL IN THE STEP'S K6PLAN JOB CLASS;                      K6SCHG.1
003300*      - PER ORCHCTL ROW, IN ORDER, A CLOSEOUT JOB CLxxxxxx       K6SCHG.1
003400*        CARRYING THE ROW'S ACCEPTABLE RETURN CODES.  THE FIRST   K6SCHG.1
003500*        WAITS FOR EVERY TEST STEP NO OTHER STEP CONSUMES         K6SCHG.1
003600*        (ENDED, WHATEVER ITS CODE); EACH LATER ONE WAITS FOR     K6SCHG.1
003700*        THE ONE BEFORE IT -- A CLEAN ENDING AFTER A HALT ROW,    K6SCHG.1
003800*        ANY ENDING AFTER A SKIP ROW.  THE JOB NAME CARRIES THE   K6SCHG.1
003900*        FIRST SIX CHARACTERS OF THE PROGRAM NAME.                K6SCHG.1
004000*    DEPENDENCIES ALWAYS COME FROM STEP-LIST; A K6PLAN RECORD     K6SCHG.1
004100*    WHOSE PRODUCERS DISAGREE IS REPORTED AS A STALE PLAN.  A     K6SCHG.1
004200*    STEP THE PLAN DOES NOT CARRY KEEPS ITS STEP-LIST CLASS AND   K6SCHG.1
004300*    GOES AFTER THE PLANNED STEPS.                                K6SCHG.1
004400*                                                                 K6SCHG.1
004500*    IN COMPARE MODE THE PROGRAM ALSO READS AN UNLOAD OF WHAT     K6SCHG.1
004600*    THE SCHEDULER HOLDS (SCHGUNL, REFORMATTED TO K6SCHD CARDS)   K6SCHG.1
004700*    AND REPORTS THE DRIFT: JOBS AND PREDECESSOR LINKS MISSING    K6SCHG.1
004800*    OR EXTRA, JOB ATTRIBUTES CHANGED, THE CALENDAR RULE AND      K6SCHG.1
004900*    ITS EXCLUDED DATES.  A MISSING PREDECESSOR LINK, OR ONE      K6SCHG.1
005000*    THE SCHEDULER HONORS ON ANY ENDING WHERE THE NETWORK WANTS   K6SCHG.1
005100*    A CLEAN ONE, IS FLAGGED UNSAFE -- THE JOB COULD START        K6SCHG.1
005200*    BEFORE ITS PRODUCER HAS DONE ITS WORK.  THE DECK IS          K6SCHG.1
005300*    WRITTEN IN BOTH MODES, READY TO RELOAD.                      K6SCHG.1
005400*                                                                 K6SCHG.1
005500*    CONTROL CARD (SCHGCTL):                                      K6SCHG.1
005600*      1-8   MODE: GENERATE OR COMPARE                            K6SCHG.1
005700*      10-17 NETWORK NAME        19-26 RUN CALENDAR NAME          K6SCHG.1
005800*      28-30 HEARTBEAT CYCLE MINUTES (DEFAULT 005)                K6SCHG.1
005900*      32    CLOSEOUT JOB CLASS (DEFAULT A)                       K6SCHG.1
006000*                                                                 K6SCHG.1
006100* RETURN CODES.                                                   K6SCHG.1
006200*     0  NETWORK GENERATED (AND, IN COMPARE MODE, NO DRIFT).      K6SCHG.1
006300*     4  GENERATED WITH WARNINGS -- NO OR STALE K6PLAN OUTPUT,    K6SCHG.1
006400*        A STEP OUTSIDE THE PLAN, A STEP WITH NO JOB CLASS.       K6SCHG.1
006500*     8  COMPARE MODE FOUND DRIFT.                                K6SCHG.1
006600*    16  BAD CONTROL CARD (NOTHING GENERATED), OR A STEP-LIST,    K6SCHG.1
006700*        ORCHCTL OR UNLOAD ERROR -- DUPLICATE STEP, UNRESOLVED    K6SCHG.1
006800*        PRODUCER, DUPLICATE JOB NAME, TABLE FULL, UNKNOWN        K6SCHG.1
006900*        UNLOAD CARD.  DO NOT LOAD THE DECK.                      K6SCHG.1
007000*                                                                 K6SCHG.1
007100* MODIFICATION HISTORY.                                           K6SCHG.1
007200*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SCHG.1
007300*================================================================ K6SCHG.1
007400                                                                  K6SCHG.1
007500 ENVIRONMENT DIVISION.                                            K6SCHG.1
007600 CONFIGURATION SECTION.                                           K6SCHG.1
007700 SOURCE-COMPUTER.                                                 K6SCHG.1
007800     OUR-MAINFRAME.                                               K6SCHG.1
007900 OBJECT-COMPUTER.                                                 K6SCHG.1
008000     OUR-MAINFRAME.                                               K6SCHG.1
008100 INPUT-OUTPUT SECTION.                                            K6SCHG.1
008200 FILE-CONTROL.                                                    K6SCHG.1
008300     SELECT SCHG-CTL ASSIGN TO SCHGCTL                            K6SCHG.1
008400         ORGANIZATION IS SEQUENTIAL.                              K6SCHG.1
008500     SELECT STEP-LIST ASSIGN TO STEPLIST                          K6SCHG.1
008600         ORGANIZATION IS SEQUENTIAL.                              K6SCHG.1
008700     SELECT OPTIONAL STEP-PLAN ASSIGN TO STEPPLAN                 K6SCHG.1
008800         ORGANIZATION IS SEQUENTIAL                               K6SCHG.1
008900         FILE STATUS IS WS-PLAN-STATUS.                           K6SCHG.1
009000     SELECT ORCH-CTL ASSIGN TO ORCHCTL                            K6SCHG.1
009100         ORGANIZATION IS SEQUENTIAL.                              K6SCHG.1
009200     SELECT OPTIONAL CAL-MASTER ASSIGN TO CALMST                  K6SCHG.1
009300         ORGANIZATION IS SEQUENTIAL                               K6SCHG.1
009400         FILE STATUS IS WS-CAL-STATUS.                            K6SCHG.1
009500     SELECT OPTIONAL SCHED-UNLOAD ASSIGN TO SCHGUNL               K6SCHG.1
009600         ORGANIZATION IS SEQUENTIAL                               K6SCHG.1
009700         FILE STATUS IS WS-UNL-STATUS.                            K6SCHG.1
009800     SELECT SCHED-DECK ASSIGN TO SCHGDEF                          K6SCHG.1
009900         ORGANIZATION IS SEQUENTIAL.                              K6SCHG.1
010000     SELECT SCHG-RPT ASSIGN TO SCHGRPT                            K6SCHG.1
010100         ORGANIZATION IS SEQUENTIAL.                              K6SCHG.1
010200                                                                  K6SCHG.1
010300 DATA DIVISION.                                                   K6SCHG.1
010400 FILE SECTION.                                                    K6SCHG.1
010500 FD  SCHG-CTL                                                     K6SCHG.1
010600     LABEL RECORDS ARE STANDARD.                                  K6SCHG.1
010700 01  CTL-REC.                                                     K6SCHG.1
010800     05  CTL-MODE             PIC X(8).                           K6SCHG.1
010900     05  FILLER               PIC X(1).                           K6SCHG.1
011000     05  CTL-NETWORK          PIC X(8).                           K6SCHG.1
011100     05  FILLER               PIC X(1).                           K6SCHG.1
011200     05  CTL-CALENDAR         PIC X(8).                           K6SCHG.1
011300     05  FILLER               PIC X(1).                           K6SCHG.1
011400     05  CTL-HB-CYCLE         PIC X(3).                           K6SCHG.1
011500     05  FILLER               PIC X(1).                           K6SCHG.1
011600     05  CTL-CLOSE-CLASS      PIC X(1).                           K6SCHG.1
011700     05  FILLER               PIC X(48).                          K6SCHG.1
011800 FD  STEP-LIST                                                    K6SCHG.1
011900     LABEL RECORDS ARE STANDARD.                                  K6SCHG.1
012000* STEP-LIST RECORD -- LAYOUT SHARED WITH K6CKPT.                  K6SCHG.1
012100 01  SL-STEP-ENTRY.                                               K6SCHG.1
012200     05  SL-PGM-ID            PIC X(6).                           K6SCHG.1
012300     05  SL-JOB-CLASS         PIC X(1).                           K6SCHG.1
012400     05  SL-REQUIRES-1        PIC X(6).                           K6SCHG.1
012500     05  SL-REQUIRES-2        PIC X(6).                           K6SCHG.1
012600 FD  STEP-PLAN                                                    K6SCHG.1
012700     LABEL RECORDS ARE STANDARD.                                  K6SCHG.1
012800* K6PLAN STEPOUT -- THE STEP-LIST LAYOUT, CLASS FILLED IN.        K6SCHG.1
012900 01  SO-STEP-ENTRY.                                               K6SCHG.1
013000     05  SO-PGM-ID            PIC X(6).                           K6SCHG.1
013100     05  SO-JOB-CLASS         PIC X(1).                           K6SCHG.1
013200     05  SO-REQUIRES-1        PIC X(6).                           K6SCHG.1
013300     05  SO-REQUIRES-2        PIC X(6).                           K6SCHG.1
013400 FD  ORCH-CTL                                                     K6SCHG.1
013500     LABEL RECORDS ARE STANDARD.                                  K6SCHG.1
013600* ORCHCTL POLICY ROW -- LAYOUT AS K6ORCH READS IT.                K6SCHG.1
013700 01  OC-POLICY-REC.                                               K6SCHG.1
013800     05  OC-SEQ               PIC X(2).                           K6SCHG.1
013900     05  FILLER               PIC X(1).                           K6SCHG.1
014000     05  OC-PGM-NAME          PIC X(8).                           K6SCHG.1
014100     05  FILLER               PIC X(1).                           K6SCHG.1
014200     05  OC-RC-1              PIC X(2).                           K6SCHG.1
014300     05  FILLER               PIC X(1).                           K6SCHG.1
014400     05  OC-RC-2              PIC X(2).                           K6SCHG.1
014500     05  FILLER               PIC X(1).                           K6SCHG.1
014600     05  OC-RC-3              PIC X(2).                           K6SCHG.1
014700     05  FILLER               PIC X(1).                           K6SCHG.1
014800     05  OC-RC-4              PIC X(2).                           K6SCHG.1
014900     05  FILLER               PIC X(1).                           K6SCHG.1
015000     05  OC-FAIL-ACTION       PIC X(8).                           K6SCHG.1
015100     05  FILLER               PIC X(48).                          K6SCHG.1
015200 FD  CAL-MASTER                                                   K6SCHG.1
015300     LABEL RECORDS ARE STANDARD.                                  K6SCHG.1
015400* PROCESSING-CALENDAR MASTER -- LAYOUT AS K6CALM WRITES IT.       K6SCHG.1
015500 01  CM-CAL-REC.                                                  K6SCHG.1
015600     05  CM-DATE              PIC X(8).                           K6SCHG.1
015700     05  FILLER               PIC X(1).                           K6SCHG.1
015800     05  CM-TYPE              PIC X(1).                           K6SCHG.1
015900     05  FILLER               PIC X(1).                           K6SCHG.1
016000     05  CM-DESC              PIC X(20).                          K6SCHG.1
016100     05  FILLER               PIC X(49).                          K6SCHG.1
016200 FD  SCHED-UNLOAD                                                 K6SCHG.1
016300     LABEL RECORDS ARE STANDARD.                                  K6SCHG.1
016400 01  SU-CARD                  PIC X(80).                          K6SCHG.1
016500 FD  SCHED-DECK                                                   K6SCHG.1
016600     LABEL RECORDS ARE STANDARD.                                  K6SCHG.1
016700 01  SG-CARD                  PIC X(80).                          K6SCHG.1
016800 FD  SCHG-RPT                                                     K6SCHG.1
016900     LABEL RECORDS ARE STANDARD.                                  K6SCHG.1
017000 01  SR-PRINT-REC             PIC X(120).                         K6SCHG.1
017100                                                                  K6SCHG.1
017200 WORKING-STORAGE SECTION.                                         K6SCHG.1
017300* ----------------------------------------------------------      K6SCHG.1
017400* SWITCHES, COUNTERS AND CONTROL VALUES.                          K6SCHG.1
017500* ----------------------------------------------------------      K6SCHG.1
017600 77  WS-PLAN-STATUS           PIC X(2)   VALUE SPACE.             K6SCHG.1
017700 77  WS-CAL-STATUS            PIC X(2)   VALUE SPACE.             K6SCHG.1
017800 77  WS-UNL-STATUS            PIC X(2)   VALUE SPACE.             K6SCHG.1
017900 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SCHG.1
018000 77  WS-NEW-RC                PIC 99     VALUE ZERO.              K6SCHG.1
018100 77  WS-BAD-CARDS             PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
018200 77  WS-ERRORS                PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
018300 77  WS-WARNINGS              PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
018400 77  WS-MODE                  PIC X(8)   VALUE SPACE.             K6SCHG.1
018500     88  WS-MODE-GENERATE                VALUE "GENERATE".        K6SCHG.1
018600     88  WS-MODE-COMPARE                 VALUE "COMPARE ".        K6SCHG.1
018700 77  WS-NETWORK               PIC X(8)   VALUE SPACE.             K6SCHG.1
018800 77  WS-CALENDAR              PIC X(8)   VALUE SPACE.             K6SCHG.1
018900 77  WS-CAL-RULE              PIC X(8)   VALUE "WEEKDAYS".        K6SCHG.1
019000 77  WS-HB-CYCLE              PIC X(3)   VALUE "005".             K6SCHG.1
019100 77  WS-CLOSE-CLASS           PIC X(1)   VALUE "A".               K6SCHG.1
019200 77  WS-KEY-PGM               PIC X(6)   VALUE SPACE.             K6SCHG.1
019300 77  WS-FOUND-SW              PIC X      VALUE "N".               K6SCHG.1
019400     88  WS-FOUND                        VALUE "Y".               K6SCHG.1
019500 77  WS-FOUND-SUB             PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
019600 77  WS-SX                    PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
019700 77  WS-FX                    PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
019800 77  WS-OX                    PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
019900 77  WS-CX                    PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
020000 77  WS-PREV-CX               PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
020100 77  WS-JX                    PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
020200 77  WS-KX                    PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
020300 77  WS-AX                    PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
020400 77  WS-OFF                   PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
020500 77  WS-LEN                   PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
020600* ----------------------------------------------------------      K6SCHG.1
020700* STEP TABLE -- STEP-LIST IN FILE ORDER.  THE ORDER TABLE         K6SCHG.1
020800* HOLDS THE SEQUENCE THE JOBS ARE GENERATED IN: THE K6PLAN        K6SCHG.1
020900* START ORDER, THEN ANY STEP THE PLAN DID NOT CARRY.              K6SCHG.1
021000* ----------------------------------------------------------      K6SCHG.1
021100 77  WS-STEP-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
021200 77  WS-STEP-MAX              PIC 9(4)   COMP VALUE 300.          K6SCHG.1
021300 77  WS-ORDER-COUNT           PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
021400 77  WS-PLAN-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
021500 01  STEP-TABLE.                                                  K6SCHG.1
021600     05  STEP-ENTRY OCCURS 300 TIMES.                             K6SCHG.1
021700         10  ST-PGM-ID            PIC X(6).                       K6SCHG.1
021800         10  ST-JOB-CLASS         PIC X(1).                       K6SCHG.1
021900         10  ST-REQUIRES-1        PIC X(6).                       K6SCHG.1
022000         10  ST-REQUIRES-2        PIC X(6).                       K6SCHG.1
022100         10  ST-PLANNED-SW        PIC X(1).                       K6SCHG.1
022200         10  ST-CONSUMED-SW       PIC X(1).                       K6SCHG.1
022300 01  ORDER-TABLE.                                                 K6SCHG.1
022400     05  ORD-STEP-SUB OCCURS 300 TIMES                            K6SCHG.1
022500                                  PIC 9(4)   COMP.                K6SCHG.1
022600* CLOSEOUT CHAIN FROM ORCHCTL -- SAME 30-ROW LIMIT AS K6ORCH.     K6SCHG.1
022700 77  WS-CLOSE-COUNT           PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
022800 01  CLOSE-TABLE.                                                 K6SCHG.1
022900     05  CLOSE-ENTRY OCCURS 30 TIMES.                             K6SCHG.1
023000         10  CL-PGM-NAME          PIC X(8).                       K6SCHG.1
023100         10  CL-OK-RC             PIC X(2)   OCCURS 4 TIMES.      K6SCHG.1
023200         10  CL-FAIL-ACTION       PIC X(8).                       K6SCHG.1
023300* ----------------------------------------------------------      K6SCHG.1
023400* THE GENERATED NETWORK AND, IN COMPARE MODE, WHAT THE            K6SCHG.1
023500* SCHEDULER HOLDS.  JOB BODIES ARE THE K6SCHD JOB-CARD BODY.      K6SCHG.1
023600* ----------------------------------------------------------      K6SCHG.1
023700 77  WS-JOB-MAX               PIC 9(4)   COMP VALUE 1000.         K6SCHG.1
023800 77  WS-PRED-MAX              PIC 9(4)   COMP VALUE 2000.         K6SCHG.1
023900 77  WS-EXCL-MAX              PIC 9(4)   COMP VALUE 500.          K6SCHG.1
024000 77  WS-GJ-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
024100 77  WS-GP-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
024200 77  WS-GX-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
024300 77  WS-HJ-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
024400 77  WS-HP-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
024500 77  WS-HX-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6SCHG.1
024600 77  WS-HELD-CAL-SW           PIC X      VALUE "N".               K6SCHG.1
024700     88  WS-HELD-CAL                     VALUE "Y".               K6SCHG.1
024800 77  WS-HELD-CAL-RULE         PIC X(8)   VALUE SPACE.             K6SCHG.1
024900 77  WS-UNL-OTHER             PIC 9(7)   COMP VALUE ZERO.         K6SCHG.1
025000 77  WS-DRIFT-COUNT           PIC 9(7)   COMP VALUE ZERO.         K6SCHG.1
025100 77  WS-UNSAFE-COUNT          PIC 9(7)   COMP VALUE ZERO.         K6SCHG.1
025200 01  GEN-JOB-TABLE.                                               K6SCHG.1
025300     05  GJ-ENTRY OCCURS 1000 TIMES.                              K6SCHG.1
025400         10  GJ-NAME              PIC X(8).                       K6SCHG.1
025500         10  GJ-BODY              PIC X(57).                      K6SCHG.1
025600         10  GJ-MATCH-SW          PIC X(1).                       K6SCHG.1
025700 01  HELD-JOB-TABLE.                                              K6SCHG.1
025800     05  HJ-ENTRY OCCURS 1000 TIMES.                              K6SCHG.1
025900         10  HJ-NAME              PIC X(8).                       K6SCHG.1
026000         10  HJ-BODY              PIC X(57).                      K6SCHG.1
026100         10  HJ-MATCH-SW          PIC X(1).                       K6SCHG.1
026200 01  GEN-PRED-TABLE.                                              K6SCHG.1
026300     05  GP-ENTRY OCCURS 2000 TIMES.                              K6SCHG.1
026400         10  GP-JOB               PIC X(8).                       K6SCHG.1
026500         10  GP-PRED              PIC X(8).                       K6SCHG.1
026600         10  GP-COND              PIC X(3).                       K6SCHG.1
026700         10  GP-MATCH-SW          PIC X(1).                       K6SCHG.1
026800 01  HELD-PRED-TABLE.                                             K6SCHG.1
026900     05  HP-ENTRY OCCURS 2000 TIMES.                              K6SCHG.1
027000         10  HP-JOB               PIC X(8).                       K6SCHG.1
027100         10  HP-PRED              PIC X(8).                       K6SCHG.1
027200         10  HP-COND              PIC X(3).                       K6SCHG.1
027300         10  HP-MATCH-SW          PIC X(1).                       K6SCHG.1
027400 01  GEN-EXCL-TABLE.                                              K6SCHG.1
027500     05  GX-ENTRY OCCURS 500 TIMES.                               K6SCHG.1
027600         10  GX-DATE              PIC X(8).                       K6SCHG.1
027700         10  GX-TYPE              PIC X(1).                       K6SCHG.1
027800         10  GX-DESC              PIC X(20).                      K6SCHG.1
027900         10  GX-MATCH-SW          PIC X(1).                       K6SCHG.1
028000 01  HELD-EXCL-TABLE.                                             K6SCHG.1
028100     05  HX-ENTRY OCCURS 500 TIMES.                               K6SCHG.1
028200         10  HX-DATE              PIC X(8).                       K6SCHG.1
028300         10  HX-TYPE              PIC X(1).                       K6SCHG.1
028400         10  HX-MATCH-SW          PIC X(1).                       K6SCHG.1
028500* JOB ATTRIBUTES COMPARED IN COMPARE MODE -- NAME, OFFSET AND     K6SCHG.1
028600* LENGTH WITHIN THE K6SCHD JOB-CARD BODY.                         K6SCHG.1
028700 01  ATTR-VALUES.                                                 K6SCHG.1
028800     05  FILLER   PIC X(16) VALUE "PROGRAM   001008".             K6SCHG.1
028900     05  FILLER   PIC X(16) VALUE "CLASS     010001".             K6SCHG.1
029000     05  FILLER   PIC X(16) VALUE "CALENDAR  012008".             K6SCHG.1
029100     05  FILLER   PIC X(16) VALUE "ROLE      021001".             K6SCHG.1
029200     05  FILLER   PIC X(16) VALUE "CYCLE     023003".             K6SCHG.1
029300     05  FILLER   PIC X(16) VALUE "CYCLE-END 027008".             K6SCHG.1
029400     05  FILLER   PIC X(16) VALUE "OK-RCS    036011".             K6SCHG.1
029500 01  ATTR-TABLE REDEFINES ATTR-VALUES.                            K6SCHG.1
029600     05  ATTR-ENTRY OCCURS 7 TIMES.                               K6SCHG.1
029700         10  ATTR-NAME            PIC X(10).                      K6SCHG.1
029800         10  ATTR-OFFSET          PIC 9(3).                       K6SCHG.1
029900         10  ATTR-LEN             PIC 9(3).                       K6SCHG.1
030000* ----------------------------------------------------------      K6SCHG.1
030100* CARD BUILDING.  THE JOB NAME IS A TWO-CHARACTER ROLE PREFIX     K6SCHG.1
030200* AND THE STEP (OR CLOSEOUT) PROGRAM.                             K6SCHG.1
030300* ----------------------------------------------------------      K6SCHG.1
030400 01  WS-JOB-NAME.                                                 K6SCHG.1
030500     05  WS-JN-PREFIX             PIC X(2).                       K6SCHG.1
030600     05  WS-JN-PGM                PIC X(6).                       K6SCHG.1
030700 01  WS-PRED-NAME.                                                K6SCHG.1
030800     05  WS-PN-PREFIX             PIC X(2).                       K6SCHG.1
030900     05  WS-PN-PGM                PIC X(6).                       K6SCHG.1
031000 77  WS-PRED-COND             PIC X(3)   VALUE SPACE.             K6SCHG.1
031100 77  WS-CUR-JOB               PIC X(8)   VALUE SPACE.             K6SCHG.1
031200 77  WS-JOB-REJECT-SW         PIC X      VALUE "N".               K6SCHG.1
031300     88  WS-JOB-REJECTED                 VALUE "Y".               K6SCHG.1
031400     COPY K6SCHD.                                                 K6SCHG.1
031500* ----------------------------------------------------------      K6SCHG.1
031600* REPORT LINES.                                                   K6SCHG.1
031700* ----------------------------------------------------------      K6SCHG.1
031800 01  HDR-LINE-1.                                                  K6SCHG.1
031900     05  FILLER   PIC X(46) VALUE                                 K6SCHG.1
032000         "SCHEDULER JOB-NETWORK GENERATOR (K6SCHG) -- ".          K6SCHG.1
032100     05  FILLER   PIC X(8)  VALUE "NETWORK ".                     K6SCHG.1
032200     05  HDR-NETWORK          PIC X(8).                           K6SCHG.1
032300     05  FILLER   PIC X(11) VALUE "  CALENDAR ".                  K6SCHG.1
032400     05  HDR-CALENDAR         PIC X(8).                           K6SCHG.1
032500     05  FILLER   PIC X(7)  VALUE "  MODE ".                      K6SCHG.1
032600     05  HDR-MODE             PIC X(8).                           K6SCHG.1
032700     05  FILLER   PIC X(24) VALUE SPACE.                          K6SCHG.1
032800 01  ERR-LINE.                                                    K6SCHG.1
032900     05  FILLER   PIC X(9)  VALUE "BAD CARD ".                    K6SCHG.1
033000     05  EL-IMAGE             PIC X(58).                          K6SCHG.1
033100     05  FILLER   PIC X(3)  VALUE " - ".                          K6SCHG.1
033200     05  EL-REASON            PIC X(40).                          K6SCHG.1
033300     05  FILLER   PIC X(10) VALUE SPACE.                          K6SCHG.1
033400 01  NOTE-LINE.                                                   K6SCHG.1
033500     05  NL-SEVERITY          PIC X(8).                           K6SCHG.1
033600     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SCHG.1
033700     05  NL-NAME              PIC X(8).                           K6SCHG.1
033800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SCHG.1
033900     05  NL-TEXT              PIC X(70).                          K6SCHG.1
034000     05  FILLER   PIC X(31) VALUE SPACE.                          K6SCHG.1
034100 01  DRIFT-HDR.                                                   K6SCHG.1
034200     05  FILLER   PIC X(17) VALUE "DRIFT".                        K6SCHG.1
034300     05  FILLER   PIC X(10) VALUE "NAME".                         K6SCHG.1
034400     05  FILLER   PIC X(12) VALUE "ITEM".                         K6SCHG.1
034500     05  FILLER   PIC X(14) VALUE "GENERATED".                    K6SCHG.1
034600     05  FILLER   PIC X(14) VALUE "HELD".                         K6SCHG.1
034700     05  FILLER   PIC X(53) VALUE "NOTE".                         K6SCHG.1
034800 01  DRIFT-LINE.                                                  K6SCHG.1
034900     05  DR-WHAT              PIC X(16)  VALUE SPACE.             K6SCHG.1
035000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SCHG.1
035100     05  DR-NAME              PIC X(8)   VALUE SPACE.             K6SCHG.1
035200     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SCHG.1
035300     05  DR-ITEM              PIC X(10)  VALUE SPACE.             K6SCHG.1
035400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SCHG.1
035500     05  DR-GEN               PIC X(12)  VALUE SPACE.             K6SCHG.1
035600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SCHG.1
035700     05  DR-HELD              PIC X(12)  VALUE SPACE.             K6SCHG.1
035800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SCHG.1
035900     05  DR-NOTE              PIC X(44)  VALUE SPACE.             K6SCHG.1
036000     05  FILLER   PIC X(9)  VALUE SPACE.                          K6SCHG.1
036100 01  SUM-LINE.                                                    K6SCHG.1
036200     05  SL-LABEL             PIC X(40).                          K6SCHG.1
036300     05  SL-COUNT             PIC ZZZZZZ9.                        K6SCHG.1
036400     05  FILLER   PIC X(73) VALUE SPACE.                          K6SCHG.1
036500 01  VERDICT-LINE.                                                K6SCHG.1
036600     05  FILLER   PIC X(10) VALUE "VERDICT: ".                    K6SCHG.1
036700     05  VL-TEXT              PIC X(60).                          K6SCHG.1
036800     05  FILLER   PIC X(50) VALUE SPACE.                          K6SCHG.1
036900                                                                  K6SCHG.1
037000 PROCEDURE DIVISION.                                              K6SCHG.1
037100*================================================================ K6SCHG.1
037200* 0000-MAINLINE -- LOAD THE SOURCES, GENERATE THE NETWORK AND     K6SCHG.1
037300* THE DECK, COMPARE WITH THE SCHEDULER UNLOAD IF ASKED.           K6SCHG.1
037400*================================================================ K6SCHG.1
037500 0000-MAINLINE.                                                   K6SCHG.1
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SCHG.1
037700     IF WS-BAD-CARDS NOT = ZERO                                   K6SCHG.1
037800         MOVE 16 TO WS-VERDICT-RC                                 K6SCHG.1
037900         GO TO 0000-END.                                          K6SCHG.1
038000     PERFORM 2000-LOAD-STEPS THRU 2000-EXIT.                      K6SCHG.1
038100     PERFORM 2500-RESOLVE-PRODUCERS THRU 2500-EXIT.               K6SCHG.1
038200     PERFORM 3000-LOAD-PLAN THRU 3000-EXIT.                       K6SCHG.1
038300     PERFORM 3500-LOAD-CLOSEOUT THRU 3500-EXIT.                   K6SCHG.1
038400     PERFORM 3700-LOAD-CALENDAR THRU 3700-EXIT.                   K6SCHG.1
038500     OPEN OUTPUT SCHED-DECK.                                      K6SCHG.1
038600     PERFORM 4000-GEN-CALENDAR THRU 4000-EXIT.                    K6SCHG.1
038700     PERFORM 4100-GEN-STEPS THRU 4100-EXIT.                       K6SCHG.1
038800     PERFORM 4500-GEN-CLOSEOUT THRU 4500-EXIT.                    K6SCHG.1
038900     CLOSE SCHED-DECK.                                            K6SCHG.1
039000     IF WS-MODE-COMPARE                                           K6SCHG.1
039100         PERFORM 6000-LOAD-UNLOAD THRU 6000-EXIT                  K6SCHG.1
039200         PERFORM 7000-COMPARE THRU 7000-EXIT.                     K6SCHG.1
039300     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6SCHG.1
039400 0000-END.                                                        K6SCHG.1
039500     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6SCHG.1
039600     STOP RUN.                                                    K6SCHG.1
039700*================================================================ K6SCHG.1
039800* 1000-INITIALIZE -- OPEN THE REPORT, CHECK THE CONTROL CARD      K6SCHG.1
039900* AND PRINT THE HEADING.                                          K6SCHG.1
040000*================================================================ K6SCHG.1
040100 1000-INITIALIZE.                                                 K6SCHG.1
040200     OPEN OUTPUT SCHG-RPT.                                        K6SCHG.1
040300     OPEN INPUT SCHG-CTL.                                         K6SCHG.1
040400     READ SCHG-CTL                                                K6SCHG.1
040500         AT END MOVE SPACE TO CTL-REC.                            K6SCHG.1
040600     CLOSE SCHG-CTL.                                              K6SCHG.1
040700     MOVE CTL-REC TO EL-IMAGE.                                    K6SCHG.1
040800     MOVE CTL-MODE TO WS-MODE.                                    K6SCHG.1
040900     IF NOT WS-MODE-GENERATE AND NOT WS-MODE-COMPARE              K6SCHG.1
041000         MOVE "MODE MUST BE GENERATE OR COMPARE" TO EL-REASON     K6SCHG.1
041100         GO TO 1000-BAD.                                          K6SCHG.1
041200     IF CTL-NETWORK = SPACE OR CTL-CALENDAR = SPACE               K6SCHG.1
041300         MOVE "NETWORK AND CALENDAR NAMES ARE REQUIRED"           K6SCHG.1
041400             TO EL-REASON                                         K6SCHG.1
041500         GO TO 1000-BAD.                                          K6SCHG.1
041600     IF CTL-HB-CYCLE = SPACE                                      K6SCHG.1
041700         MOVE "005" TO CTL-HB-CYCLE.                              K6SCHG.1
041800     IF CTL-HB-CYCLE NOT NUMERIC OR CTL-HB-CYCLE = "000"          K6SCHG.1
041900         MOVE "HEARTBEAT CYCLE MUST BE 001-999" TO EL-REASON      K6SCHG.1
042000         GO TO 1000-BAD.                                          K6SCHG.1
042100     MOVE CTL-HB-CYCLE TO WS-HB-CYCLE.                            K6SCHG.1
042200     IF CTL-CLOSE-CLASS NOT = SPACE                               K6SCHG.1
042300         MOVE CTL-CLOSE-CLASS TO WS-CLOSE-CLASS.                  K6SCHG.1
042400     MOVE CTL-NETWORK  TO WS-NETWORK.                             K6SCHG.1
042500     MOVE CTL-CALENDAR TO WS-CALENDAR.                            K6SCHG.1
042600     MOVE WS-NETWORK  TO HDR-NETWORK.                             K6SCHG.1
042700     MOVE WS-CALENDAR TO HDR-CALENDAR.                            K6SCHG.1
042800     MOVE WS-MODE     TO HDR-MODE.                                K6SCHG.1
042900     WRITE SR-PRINT-REC FROM HDR-LINE-1                           K6SCHG.1
043000         AFTER ADVANCING PAGE.                                    K6SCHG.1
043100     MOVE SPACE TO SR-PRINT-REC.                                  K6SCHG.1
043200     WRITE SR-PRINT-REC                                           K6SCHG.1
043300         AFTER ADVANCING 1 LINES.                                 K6SCHG.1
043400     GO TO 1000-EXIT.                                             K6SCHG.1
043500 1000-BAD.                                                        K6SCHG.1
043600     ADD 1 TO WS-BAD-CARDS.                                       K6SCHG.1
043700     WRITE SR-PRINT-REC FROM ERR-LINE                             K6SCHG.1
043800         AFTER ADVANCING 1 LINES.                                 K6SCHG.1
043900 1000-EXIT.                                                       K6SCHG.1
044000     EXIT.                                                        K6SCHG.1
044100*================================================================ K6SCHG.1
044200* 2000-LOAD-STEPS -- STEP-LIST INTO THE STEP TABLE.  A SECOND     K6SCHG.1
044300* ENTRY FOR A PROGRAM IS AN ERROR AND IS DROPPED.                 K6SCHG.1
044400*================================================================ K6SCHG.1
044500 2000-LOAD-STEPS.                                                 K6SCHG.1
044600     OPEN INPUT STEP-LIST.                                        K6SCHG.1
044700 2000-READ.                                                       K6SCHG.1
044800     READ STEP-LIST                                               K6SCHG.1
044900         AT END GO TO 2000-DONE.                                  K6SCHG.1
045000     IF SL-PGM-ID = SPACE                                         K6SCHG.1
045100         GO TO 2000-READ.                                         K6SCHG.1
045200     MOVE SL-PGM-ID TO WS-KEY-PGM.                                K6SCHG.1
045300     PERFORM 2900-FIND-STEP THRU 2900-EXIT.                       K6SCHG.1
045400     MOVE "ERROR   " TO NL-SEVERITY.                              K6SCHG.1
045500     MOVE SL-PGM-ID  TO NL-NAME.                                  K6SCHG.1
045600     IF WS-FOUND                                                  K6SCHG.1
045700         MOVE "DUPLICATE STEP ON STEP-LIST -- SECOND ONE DROPPED" K6SCHG.1
045800             TO NL-TEXT                                           K6SCHG.1
045900         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
046000         GO TO 2000-READ.                                         K6SCHG.1
046100     IF WS-STEP-COUNT NOT LESS THAN WS-STEP-MAX                   K6SCHG.1
046200         MOVE "STEP TABLE FULL -- STEP DROPPED" TO NL-TEXT        K6SCHG.1
046300         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
046400         GO TO 2000-READ.                                         K6SCHG.1
046500     ADD 1 TO WS-STEP-COUNT.                                      K6SCHG.1
046600     MOVE WS-STEP-COUNT TO WS-SX.                                 K6SCHG.1
046700     MOVE SL-PGM-ID     TO ST-PGM-ID (WS-SX).                     K6SCHG.1
046800     MOVE SL-JOB-CLASS  TO ST-JOB-CLASS (WS-SX).                  K6SCHG.1
046900     MOVE SL-REQUIRES-1 TO ST-REQUIRES-1 (WS-SX).                 K6SCHG.1
047000     MOVE SL-REQUIRES-2 TO ST-REQUIRES-2 (WS-SX).                 K6SCHG.1
047100     MOVE "N" TO ST-PLANNED-SW (WS-SX).                           K6SCHG.1
047200     MOVE "N" TO ST-CONSUMED-SW (WS-SX).                          K6SCHG.1
047300     GO TO 2000-READ.                                             K6SCHG.1
047400 2000-DONE.                                                       K6SCHG.1
047500     CLOSE STEP-LIST.                                             K6SCHG.1
047600 2000-EXIT.                                                       K6SCHG.1
047700     EXIT.                                                        K6SCHG.1
047800*================================================================ K6SCHG.1
047900* 2500-RESOLVE-PRODUCERS -- EVERY NAMED PRODUCER MUST BE A STEP   K6SCHG.1
048000* ON STEP-LIST; MARK THE STEPS THAT SOME OTHER STEP CONSUMES.     K6SCHG.1
048100*================================================================ K6SCHG.1
048200 2500-RESOLVE-PRODUCERS.                                          K6SCHG.1
048300     MOVE ZERO TO WS-SX.                                          K6SCHG.1
048400 2500-NEXT.                                                       K6SCHG.1
048500     ADD 1 TO WS-SX.                                              K6SCHG.1
048600     IF WS-SX > WS-STEP-COUNT                                     K6SCHG.1
048700         GO TO 2500-EXIT.                                         K6SCHG.1
048800     MOVE ST-REQUIRES-1 (WS-SX) TO WS-KEY-PGM.                    K6SCHG.1
048900     PERFORM 2600-CHECK-PRODUCER THRU 2600-EXIT.                  K6SCHG.1
049000     MOVE ST-REQUIRES-2 (WS-SX) TO WS-KEY-PGM.                    K6SCHG.1
049100     PERFORM 2600-CHECK-PRODUCER THRU 2600-EXIT.                  K6SCHG.1
049200     GO TO 2500-NEXT.                                             K6SCHG.1
049300 2500-EXIT.                                                       K6SCHG.1
049400     EXIT.                                                        K6SCHG.1
049500*================================================================ K6SCHG.1
049600* 2600-CHECK-PRODUCER -- ONE PRODUCER SLOT OF STEP WS-SX.         K6SCHG.1
049700*================================================================ K6SCHG.1
049800 2600-CHECK-PRODUCER.                                             K6SCHG.1
049900     IF WS-KEY-PGM = SPACE                                        K6SCHG.1
050000         GO TO 2600-EXIT.                                         K6SCHG.1
050100     MOVE "ERROR   " TO NL-SEVERITY.                              K6SCHG.1
050200     MOVE ST-PGM-ID (WS-SX) TO NL-NAME.                           K6SCHG.1
050300     MOVE SPACE TO NL-TEXT.                                       K6SCHG.1
050400     IF WS-KEY-PGM = ST-PGM-ID (WS-SX)                            K6SCHG.1
050500         MOVE "STEP NAMES ITSELF AS ITS PRODUCER" TO NL-TEXT      K6SCHG.1
050600         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
050700         GO TO 2600-EXIT.                                         K6SCHG.1
050800     PERFORM 2900-FIND-STEP THRU 2900-EXIT.                       K6SCHG.1
050900     IF NOT WS-FOUND                                              K6SCHG.1
051000         STRING "PRODUCER " DELIMITED BY SIZE                     K6SCHG.1
051100                WS-KEY-PGM DELIMITED BY SIZE                      K6SCHG.1
051200                " IS NOT ON STEP-LIST -- NO LINK GENERATED"       K6SCHG.1
051300                    DELIMITED BY SIZE                             K6SCHG.1
051400             INTO NL-TEXT                                         K6SCHG.1
051500         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
051600         GO TO 2600-EXIT.                                         K6SCHG.1
051700     MOVE "Y" TO ST-CONSUMED-SW (WS-FOUND-SUB).                   K6SCHG.1
051800 2600-EXIT.                                                       K6SCHG.1
051900     EXIT.                                                        K6SCHG.1
052000*================================================================ K6SCHG.1
052100* 2900-FIND-STEP -- LOOK UP WS-KEY-PGM IN THE STEP TABLE.         K6SCHG.1
052200*================================================================ K6SCHG.1
052300 2900-FIND-STEP.                                                  K6SCHG.1
052400     MOVE "N" TO WS-FOUND-SW.                                     K6SCHG.1
052500     MOVE ZERO TO WS-FOUND-SUB.                                   K6SCHG.1
052600     MOVE ZERO TO WS-FX.                                          K6SCHG.1
052700 2900-NEXT.                                                       K6SCHG.1
052800     ADD 1 TO WS-FX.                                              K6SCHG.1
052900     IF WS-FX > WS-STEP-COUNT                                     K6SCHG.1
053000         GO TO 2900-EXIT.                                         K6SCHG.1
053100     IF ST-PGM-ID (WS-FX) NOT = WS-KEY-PGM                        K6SCHG.1
053200         GO TO 2900-NEXT.                                         K6SCHG.1
053300     MOVE "Y" TO WS-FOUND-SW.                                     K6SCHG.1
053400     MOVE WS-FX TO WS-FOUND-SUB.                                  K6SCHG.1
053500 2900-EXIT.                                                       K6SCHG.1
053600     EXIT.                                                        K6SCHG.1
053700*================================================================ K6SCHG.1
053800* 3000-LOAD-PLAN -- THE K6PLAN OUTPUT GIVES THE START ORDER AND   K6SCHG.1
053900* THE JOB CLASS.  STEPS IT DOES NOT CARRY FOLLOW IN STEP-LIST     K6SCHG.1
054000* ORDER WITH THEIR STEP-LIST CLASS.                               K6SCHG.1
054100*================================================================ K6SCHG.1
054200 3000-LOAD-PLAN.                                                  K6SCHG.1
054300     OPEN INPUT STEP-PLAN.                                        K6SCHG.1
054400 3000-READ.                                                       K6SCHG.1
054500     READ STEP-PLAN                                               K6SCHG.1
054600         AT END GO TO 3000-DONE.                                  K6SCHG.1
054700     IF SO-PGM-ID = SPACE                                         K6SCHG.1
054800         GO TO 3000-READ.                                         K6SCHG.1
054900     ADD 1 TO WS-PLAN-COUNT.                                      K6SCHG.1
055000     MOVE SO-PGM-ID TO WS-KEY-PGM.                                K6SCHG.1
055100     PERFORM 2900-FIND-STEP THRU 2900-EXIT.                       K6SCHG.1
055200     MOVE "WARNING " TO NL-SEVERITY.                              K6SCHG.1
055300     MOVE SO-PGM-ID  TO NL-NAME.                                  K6SCHG.1
055400     IF NOT WS-FOUND                                              K6SCHG.1
055500         MOVE "PLANNED STEP IS NOT ON STEP-LIST -- IGNORED"       K6SCHG.1
055600             TO NL-TEXT                                           K6SCHG.1
055700         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
055800         GO TO 3000-READ.                                         K6SCHG.1
055900     MOVE WS-FOUND-SUB TO WS-SX.                                  K6SCHG.1
056000     IF ST-PLANNED-SW (WS-SX) = "Y"                               K6SCHG.1
056100         MOVE "STEP PLANNED TWICE -- FIRST START KEPT" TO NL-TEXT K6SCHG.1
056200         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
056300         GO TO 3000-READ.                                         K6SCHG.1
056400     IF SO-REQUIRES-1 NOT = ST-REQUIRES-1 (WS-SX)                 K6SCHG.1
056500             OR SO-REQUIRES-2 NOT = ST-REQUIRES-2 (WS-SX)         K6SCHG.1
056600         MOVE "PLAN IS STALE -- PRODUCERS DIFFER FROM STEP-LIST"  K6SCHG.1
056700             TO NL-TEXT                                           K6SCHG.1
056800         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6SCHG.1
056900     MOVE "Y" TO ST-PLANNED-SW (WS-SX).                           K6SCHG.1
057000     IF SO-JOB-CLASS NOT = SPACE                                  K6SCHG.1
057100         MOVE SO-JOB-CLASS TO ST-JOB-CLASS (WS-SX).               K6SCHG.1
057200     ADD 1 TO WS-ORDER-COUNT.                                     K6SCHG.1
057300     MOVE WS-SX TO ORD-STEP-SUB (WS-ORDER-COUNT).                 K6SCHG.1
057400     GO TO 3000-READ.                                             K6SCHG.1
057500 3000-DONE.                                                       K6SCHG.1
057600     CLOSE STEP-PLAN.                                             K6SCHG.1
057700     IF WS-PLAN-COUNT = ZERO                                      K6SCHG.1
057800         MOVE "WARNING " TO NL-SEVERITY                           K6SCHG.1
057900         MOVE "STEPPLAN" TO NL-NAME                               K6SCHG.1
058000         MOVE "NO K6PLAN OUTPUT -- STEP-LIST ORDER, CLASSES USED" K6SCHG.1
058100             TO NL-TEXT                                           K6SCHG.1
058200         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6SCHG.1
058300     MOVE ZERO TO WS-SX.                                          K6SCHG.1
058400 3000-UNPLANNED.                                                  K6SCHG.1
058500     ADD 1 TO WS-SX.                                              K6SCHG.1
058600     IF WS-SX > WS-STEP-COUNT                                     K6SCHG.1
058700         GO TO 3000-EXIT.                                         K6SCHG.1
058800     IF ST-PLANNED-SW (WS-SX) = "Y"                               K6SCHG.1
058900         GO TO 3000-UNPLANNED.                                    K6SCHG.1
059000     ADD 1 TO WS-ORDER-COUNT.                                     K6SCHG.1
059100     MOVE WS-SX TO ORD-STEP-SUB (WS-ORDER-COUNT).                 K6SCHG.1
059200     IF WS-PLAN-COUNT NOT = ZERO                                  K6SCHG.1
059300         MOVE "WARNING " TO NL-SEVERITY                           K6SCHG.1
059400         MOVE ST-PGM-ID (WS-SX) TO NL-NAME                        K6SCHG.1
059500         MOVE "STEP NOT IN K6PLAN OUTPUT -- STEP-LIST CLASS USED" K6SCHG.1
059600             TO NL-TEXT                                           K6SCHG.1
059700         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6SCHG.1
059800     GO TO 3000-UNPLANNED.                                        K6SCHG.1
059900 3000-EXIT.                                                       K6SCHG.1
060000     EXIT.                                                        K6SCHG.1
060100*================================================================ K6SCHG.1
060200* 3500-LOAD-CLOSEOUT -- THE ORCHCTL POLICY ROWS, IN ORDER.  ROWS  K6SCHG.1
060300* WITHOUT A SEQUENCE OR PROGRAM ARE PASSED OVER, AS K6ORCH DOES.  K6SCHG.1
060400*================================================================ K6SCHG.1
060500 3500-LOAD-CLOSEOUT.                                              K6SCHG.1
060600     OPEN INPUT ORCH-CTL.                                         K6SCHG.1
060700 3500-READ.                                                       K6SCHG.1
060800     READ ORCH-CTL                                                K6SCHG.1
060900         AT END GO TO 3500-DONE.                                  K6SCHG.1
061000     IF OC-SEQ = SPACE OR OC-PGM-NAME = SPACE                     K6SCHG.1
061100         GO TO 3500-READ.                                         K6SCHG.1
061200     IF WS-CLOSE-COUNT NOT LESS THAN 30                           K6SCHG.1
061300         MOVE "ERROR   " TO NL-SEVERITY                           K6SCHG.1
061400         MOVE OC-PGM-NAME TO NL-NAME                              K6SCHG.1
061500         MOVE "CLOSEOUT TABLE FULL -- ROW DROPPED" TO NL-TEXT     K6SCHG.1
061600         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
061700         GO TO 3500-READ.                                         K6SCHG.1
061800     ADD 1 TO WS-CLOSE-COUNT.                                     K6SCHG.1
061900     MOVE WS-CLOSE-COUNT TO WS-CX.                                K6SCHG.1
062000     MOVE OC-PGM-NAME    TO CL-PGM-NAME (WS-CX).                  K6SCHG.1
062100     MOVE OC-RC-1        TO CL-OK-RC (WS-CX, 1).                  K6SCHG.1
062200     MOVE OC-RC-2        TO CL-OK-RC (WS-CX, 2).                  K6SCHG.1
062300     MOVE OC-RC-3        TO CL-OK-RC (WS-CX, 3).                  K6SCHG.1
062400     MOVE OC-RC-4        TO CL-OK-RC (WS-CX, 4).                  K6SCHG.1
062500     MOVE OC-FAIL-ACTION TO CL-FAIL-ACTION (WS-CX).               K6SCHG.1
062600     GO TO 3500-READ.                                             K6SCHG.1
062700 3500-DONE.                                                       K6SCHG.1
062800     CLOSE ORCH-CTL.                                              K6SCHG.1
062900 3500-EXIT.                                                       K6SCHG.1
063000     EXIT.                                                        K6SCHG.1
063100*================================================================ K6SCHG.1
063200* 3700-LOAD-CALENDAR -- THE HOLIDAYS AND NO-RUN DATES ON THE      K6SCHG.1
063300* CALENDAR MASTER BECOME THE RUN CALENDAR'S EXCLUDED DATES.       K6SCHG.1
063400*================================================================ K6SCHG.1
063500 3700-LOAD-CALENDAR.                                              K6SCHG.1
063600     OPEN INPUT CAL-MASTER.                                       K6SCHG.1
063700 3700-READ.                                                       K6SCHG.1
063800     READ CAL-MASTER                                              K6SCHG.1
063900         AT END GO TO 3700-DONE.                                  K6SCHG.1
064000     IF CM-DATE = SPACE                                           K6SCHG.1
064100         GO TO 3700-READ.                                         K6SCHG.1
064200     IF WS-GX-COUNT NOT LESS THAN WS-EXCL-MAX                     K6SCHG.1
064300         MOVE "ERROR   " TO NL-SEVERITY                           K6SCHG.1
064400         MOVE CM-DATE TO NL-NAME                                  K6SCHG.1
064500         MOVE "CALENDAR TABLE FULL -- DATE NOT EXCLUDED"          K6SCHG.1
064600             TO NL-TEXT                                           K6SCHG.1
064700         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
064800         GO TO 3700-READ.                                         K6SCHG.1
064900     ADD 1 TO WS-GX-COUNT.                                        K6SCHG.1
065000     MOVE CM-DATE TO GX-DATE (WS-GX-COUNT).                       K6SCHG.1
065100     MOVE CM-TYPE TO GX-TYPE (WS-GX-COUNT).                       K6SCHG.1
065200     MOVE CM-DESC TO GX-DESC (WS-GX-COUNT).                       K6SCHG.1
065300     MOVE "N"     TO GX-MATCH-SW (WS-GX-COUNT).                   K6SCHG.1
065400     GO TO 3700-READ.                                             K6SCHG.1
065500 3700-DONE.                                                       K6SCHG.1
065600     CLOSE CAL-MASTER.                                            K6SCHG.1
065700     IF WS-GX-COUNT = ZERO                                        K6SCHG.1
065800         MOVE "NOTE    " TO NL-SEVERITY                           K6SCHG.1
065900         MOVE "CALMST  " TO NL-NAME                               K6SCHG.1
066000         MOVE "NO CALENDAR MASTER DATES -- WEEKDAY RULE ONLY"     K6SCHG.1
066100             TO NL-TEXT                                           K6SCHG.1
066200         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6SCHG.1
066300 3700-EXIT.                                                       K6SCHG.1
066400     EXIT.                                                        K6SCHG.1
066500*================================================================ K6SCHG.1
066600* 4000-GEN-CALENDAR -- THE CAL CARD AND ONE EXCL CARD PER DATE.   K6SCHG.1
066700*================================================================ K6SCHG.1
066800 4000-GEN-CALENDAR.                                               K6SCHG.1
066900     MOVE SPACE TO SD-DEF-CARD.                                   K6SCHG.1
067000     SET SD-TYPE-CAL TO TRUE.                                     K6SCHG.1
067100     MOVE WS-NETWORK  TO SD-NETWORK.                              K6SCHG.1
067200     MOVE WS-CALENDAR TO SD-NAME.                                 K6SCHG.1
067300     MOVE WS-CAL-RULE TO SD-CAL-RULE.                             K6SCHG.1
067400     WRITE SG-CARD FROM SD-DEF-CARD.                              K6SCHG.1
067500     MOVE ZERO TO WS-KX.                                          K6SCHG.1
067600 4000-NEXT.                                                       K6SCHG.1
067700     ADD 1 TO WS-KX.                                              K6SCHG.1
067800     IF WS-KX > WS-GX-COUNT                                       K6SCHG.1
067900         GO TO 4000-EXIT.                                         K6SCHG.1
068000     MOVE SPACE TO SD-DEF-CARD.                                   K6SCHG.1
068100     SET SD-TYPE-EXCL TO TRUE.                                    K6SCHG.1
068200     MOVE WS-NETWORK  TO SD-NETWORK.                              K6SCHG.1
068300     MOVE WS-CALENDAR TO SD-NAME.                                 K6SCHG.1
068400     MOVE GX-DATE (WS-KX) TO SD-EXCL-DATE.                        K6SCHG.1
068500     MOVE GX-TYPE (WS-KX) TO SD-EXCL-TYPE.                        K6SCHG.1
068600     MOVE GX-DESC (WS-KX) TO SD-EXCL-DESC.                        K6SCHG.1
068700     WRITE SG-CARD FROM SD-DEF-CARD.                              K6SCHG.1
068800     GO TO 4000-NEXT.                                             K6SCHG.1
068900 4000-EXIT.                                                       K6SCHG.1
069000     EXIT.                                                        K6SCHG.1
069100*================================================================ K6SCHG.1
069200* 4100-GEN-STEPS -- THE THREE JOBS OF EVERY STEP, IN START        K6SCHG.1
069300* ORDER.                                                          K6SCHG.1
069400*================================================================ K6SCHG.1
069500 4100-GEN-STEPS.                                                  K6SCHG.1
069600     MOVE ZERO TO WS-OX.                                          K6SCHG.1
069700 4100-NEXT.                                                       K6SCHG.1
069800     ADD 1 TO WS-OX.                                              K6SCHG.1
069900     IF WS-OX > WS-ORDER-COUNT                                    K6SCHG.1
070000         GO TO 4100-EXIT.                                         K6SCHG.1
070100     MOVE ORD-STEP-SUB (WS-OX) TO WS-SX.                          K6SCHG.1
070200     PERFORM 4200-GEN-STEP THRU 4200-EXIT.                        K6SCHG.1
070300     GO TO 4100-NEXT.                                             K6SCHG.1
070400 4100-EXIT.                                                       K6SCHG.1
070500     EXIT.                                                        K6SCHG.1
070600*================================================================ K6SCHG.1
070700* 4200-GEN-STEP -- CONTROL POINT, HEARTBEAT AND TEST JOBS FOR     K6SCHG.1
070800* STEP WS-SX, WITH THEIR PREDECESSOR LINKS.                       K6SCHG.1
070900*================================================================ K6SCHG.1
071000 4200-GEN-STEP.                                                   K6SCHG.1
071100     IF ST-JOB-CLASS (WS-SX) = SPACE                              K6SCHG.1
071200         MOVE "WARNING " TO NL-SEVERITY                           K6SCHG.1
071300         MOVE ST-PGM-ID (WS-SX) TO NL-NAME                        K6SCHG.1
071400         MOVE "STEP HAS NO JOB CLASS" TO NL-TEXT                  K6SCHG.1
071500         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6SCHG.1
071600     MOVE ST-PGM-ID (WS-SX) TO WS-JN-PGM.                         K6SCHG.1
071700*    OPERATOR CONTROL POINT -- AFTER THE STEP'S PRODUCERS.        K6SCHG.1
071800     MOVE SPACE TO SD-DEF-CARD.                                   K6SCHG.1
071900     MOVE "OP" TO WS-JN-PREFIX.                                   K6SCHG.1
072000     MOVE WS-JOB-NAME TO SD-NAME.                                 K6SCHG.1
072100     MOVE "K6OPRC"    TO SD-PGM.                                  K6SCHG.1
072200     MOVE ST-JOB-CLASS (WS-SX) TO SD-CLASS.                       K6SCHG.1
072300     SET SD-ROLE-OPRCTL TO TRUE.                                  K6SCHG.1
072400     PERFORM 5000-ADD-JOB THRU 5000-EXIT.                         K6SCHG.1
072500     MOVE ST-REQUIRES-1 (WS-SX) TO WS-KEY-PGM.                    K6SCHG.1
072600     PERFORM 4300-PRODUCER-LINK THRU 4300-EXIT.                   K6SCHG.1
072700     MOVE ST-REQUIRES-2 (WS-SX) TO WS-KEY-PGM.                    K6SCHG.1
072800     PERFORM 4300-PRODUCER-LINK THRU 4300-EXIT.                   K6SCHG.1
072900*    HEARTBEAT MONITOR -- RELEASED WITH THE STEP, CYCLING UNTIL   K6SCHG.1
073000*    THE TEST JOB ENDS.                                           K6SCHG.1
073100     MOVE SPACE TO SD-DEF-CARD.                                   K6SCHG.1
073200     MOVE "HB" TO WS-JN-PREFIX.                                   K6SCHG.1
073300     MOVE WS-JOB-NAME TO SD-NAME.                                 K6SCHG.1
073400     MOVE "K6HBMN"    TO SD-PGM.                                  K6SCHG.1
073500     MOVE ST-JOB-CLASS (WS-SX) TO SD-CLASS.                       K6SCHG.1
073600     SET SD-ROLE-HBEAT TO TRUE.                                   K6SCHG.1
073700     MOVE WS-HB-CYCLE TO SD-CYCLE-MINS.                           K6SCHG.1
073800     MOVE "CT" TO WS-JN-PREFIX.                                   K6SCHG.1
073900     MOVE WS-JOB-NAME TO SD-CYCLE-UNTIL.                          K6SCHG.1
074000     PERFORM 5000-ADD-JOB THRU 5000-EXIT.                         K6SCHG.1
074100     MOVE "OP"  TO WS-PN-PREFIX.                                  K6SCHG.1
074200     MOVE ST-PGM-ID (WS-SX) TO WS-PN-PGM.                         K6SCHG.1
074300     MOVE "OK " TO WS-PRED-COND.                                  K6SCHG.1
074400     PERFORM 5100-ADD-PRED THRU 5100-EXIT.                        K6SCHG.1
074500*    THE TEST PROGRAM -- AFTER ITS CONTROL POINT.                 K6SCHG.1
074600     MOVE SPACE TO SD-DEF-CARD.                                   K6SCHG.1
074700     MOVE "CT" TO WS-JN-PREFIX.                                   K6SCHG.1
074800     MOVE WS-JOB-NAME TO SD-NAME.                                 K6SCHG.1
074900     MOVE ST-PGM-ID (WS-SX)    TO SD-PGM.                         K6SCHG.1
075000     MOVE ST-JOB-CLASS (WS-SX) TO SD-CLASS.                       K6SCHG.1
075100     SET SD-ROLE-TEST TO TRUE.                                    K6SCHG.1
075200     PERFORM 5000-ADD-JOB THRU 5000-EXIT.                         K6SCHG.1
075300     MOVE "OP"  TO WS-PN-PREFIX.                                  K6SCHG.1
075400     MOVE ST-PGM-ID (WS-SX) TO WS-PN-PGM.                         K6SCHG.1
075500     MOVE "OK " TO WS-PRED-COND.                                  K6SCHG.1
075600     PERFORM 5100-ADD-PRED THRU 5100-EXIT.                        K6SCHG.1
075700 4200-EXIT.                                                       K6SCHG.1
075800     EXIT.                                                        K6SCHG.1
075900*================================================================ K6SCHG.1
076000* 4300-PRODUCER-LINK -- THE CONTROL POINT WAITS FOR A CLEAN END   K6SCHG.1
076100* OF THE PRODUCER'S TEST JOB.  AN UNRESOLVED PRODUCER HAS         K6SCHG.1
076200* ALREADY BEEN REPORTED BY 2600-CHECK-PRODUCER.                   K6SCHG.1
076300*================================================================ K6SCHG.1
076400 4300-PRODUCER-LINK.                                              K6SCHG.1
076500     IF WS-KEY-PGM = SPACE OR WS-KEY-PGM = ST-PGM-ID (WS-SX)      K6SCHG.1
076600         GO TO 4300-EXIT.                                         K6SCHG.1
076700     PERFORM 2900-FIND-STEP THRU 2900-EXIT.                       K6SCHG.1
076800     IF NOT WS-FOUND                                              K6SCHG.1
076900         GO TO 4300-EXIT.                                         K6SCHG.1
077000     MOVE "CT"       TO WS-PN-PREFIX.                             K6SCHG.1
077100     MOVE WS-KEY-PGM TO WS-PN-PGM.                                K6SCHG.1
077200     MOVE "OK "      TO WS-PRED-COND.                             K6SCHG.1
077300     PERFORM 5100-ADD-PRED THRU 5100-EXIT.                        K6SCHG.1
077400 4300-EXIT.                                                       K6SCHG.1
077500     EXIT.                                                        K6SCHG.1
077600*================================================================ K6SCHG.1
077700* 4500-GEN-CLOSEOUT -- ONE JOB PER ORCHCTL ROW.  THE FIRST WAITS  K6SCHG.1
077800* FOR THE LAST TEST JOB ON EVERY BRANCH, EACH LATER ONE FOR THE   K6SCHG.1
077900* ROW BEFORE IT.                                                  K6SCHG.1
078000*================================================================ K6SCHG.1
078100 4500-GEN-CLOSEOUT.                                               K6SCHG.1
078200     MOVE ZERO TO WS-CX.                                          K6SCHG.1
078300 4500-NEXT.                                                       K6SCHG.1
078400     ADD 1 TO WS-CX.                                              K6SCHG.1
078500     IF WS-CX > WS-CLOSE-COUNT                                    K6SCHG.1
078600         GO TO 4500-EXIT.                                         K6SCHG.1
078700     MOVE SPACE TO SD-DEF-CARD.                                   K6SCHG.1
078800     MOVE "CL" TO WS-JN-PREFIX.                                   K6SCHG.1
078900     MOVE CL-PGM-NAME (WS-CX) TO WS-JN-PGM.                       K6SCHG.1
079000     MOVE WS-JOB-NAME TO SD-NAME.                                 K6SCHG.1
079100     MOVE CL-PGM-NAME (WS-CX) TO SD-PGM.                          K6SCHG.1
079200     MOVE WS-CLOSE-CLASS TO SD-CLASS.                             K6SCHG.1
079300     SET SD-ROLE-CLOSE TO TRUE.                                   K6SCHG.1
079400     MOVE CL-OK-RC (WS-CX, 1) TO SD-OK-RC (1).                    K6SCHG.1
079500     MOVE CL-OK-RC (WS-CX, 2) TO SD-OK-RC (2).                    K6SCHG.1
079600     MOVE CL-OK-RC (WS-CX, 3) TO SD-OK-RC (3).                    K6SCHG.1
079700     MOVE CL-OK-RC (WS-CX, 4) TO SD-OK-RC (4).                    K6SCHG.1
079800     PERFORM 5000-ADD-JOB THRU 5000-EXIT.                         K6SCHG.1
079900     IF WS-CX = 1                                                 K6SCHG.1
080000         PERFORM 4600-LEAF-LINKS THRU 4600-EXIT                   K6SCHG.1
080100         GO TO 4500-NEXT.                                         K6SCHG.1
080200     COMPUTE WS-PREV-CX = WS-CX - 1.                              K6SCHG.1
080300     MOVE "CL" TO WS-PN-PREFIX.                                   K6SCHG.1
080400     MOVE CL-PGM-NAME (WS-PREV-CX) TO WS-PN-PGM.                  K6SCHG.1
080500     MOVE "OK " TO WS-PRED-COND.                                  K6SCHG.1
080600     IF CL-FAIL-ACTION (WS-PREV-CX) = "SKIP    "                  K6SCHG.1
080700         MOVE "ANY" TO WS-PRED-COND.                              K6SCHG.1
080800     PERFORM 5100-ADD-PRED THRU 5100-EXIT.                        K6SCHG.1
080900     GO TO 4500-NEXT.                                             K6SCHG.1
081000 4500-EXIT.                                                       K6SCHG.1
081100     EXIT.                                                        K6SCHG.1
081200*================================================================ K6SCHG.1
081300* 4600-LEAF-LINKS -- THE FIRST CLOSEOUT JOB WAITS FOR EVERY TEST  K6SCHG.1
081400* JOB NO OTHER STEP CONSUMES, HOWEVER IT ENDED.                   K6SCHG.1
081500*================================================================ K6SCHG.1
081600 4600-LEAF-LINKS.                                                 K6SCHG.1
081700     MOVE ZERO TO WS-SX.                                          K6SCHG.1
081800 4600-NEXT.                                                       K6SCHG.1
081900     ADD 1 TO WS-SX.                                              K6SCHG.1
082000     IF WS-SX > WS-STEP-COUNT                                     K6SCHG.1
082100         GO TO 4600-EXIT.                                         K6SCHG.1
082200     IF ST-CONSUMED-SW (WS-SX) = "Y"                              K6SCHG.1
082300         GO TO 4600-NEXT.                                         K6SCHG.1
082400     MOVE "CT" TO WS-PN-PREFIX.                                   K6SCHG.1
082500     MOVE ST-PGM-ID (WS-SX) TO WS-PN-PGM.                         K6SCHG.1
082600     MOVE "ANY" TO WS-PRED-COND.                                  K6SCHG.1
082700     PERFORM 5100-ADD-PRED THRU 5100-EXIT.                        K6SCHG.1
082800     GO TO 4600-NEXT.                                             K6SCHG.1
082900 4600-EXIT.                                                       K6SCHG.1
083000     EXIT.                                                        K6SCHG.1
083100*================================================================ K6SCHG.1
083200* 5000-ADD-JOB -- FINISH THE JOB CARD BUILT IN SD-DEF-CARD, KEEP  K6SCHG.1
083300* IT IN THE GENERATED TABLE AND WRITE IT.  A NAME ALREADY USED    K6SCHG.1
083400* IS AN ERROR; THE SECOND DEFINITION AND ITS LINKS ARE DROPPED.   K6SCHG.1
083500*================================================================ K6SCHG.1
083600 5000-ADD-JOB.                                                    K6SCHG.1
083700     MOVE "N" TO WS-JOB-REJECT-SW.                                K6SCHG.1
083800     MOVE SD-NAME TO WS-CUR-JOB.                                  K6SCHG.1
083900     MOVE "ERROR   " TO NL-SEVERITY.                              K6SCHG.1
084000     MOVE SD-NAME TO NL-NAME.                                     K6SCHG.1
084100     MOVE ZERO TO WS-JX.                                          K6SCHG.1
084200 5000-DUP.                                                        K6SCHG.1
084300     ADD 1 TO WS-JX.                                              K6SCHG.1
084400     IF WS-JX > WS-GJ-COUNT                                       K6SCHG.1
084500         GO TO 5000-ADD.                                          K6SCHG.1
084600     IF GJ-NAME (WS-JX) NOT = SD-NAME                             K6SCHG.1
084700         GO TO 5000-DUP.                                          K6SCHG.1
084800     MOVE "DUPLICATE JOB NAME -- SECOND DEFINITION DROPPED"       K6SCHG.1
084900         TO NL-TEXT.                                              K6SCHG.1
085000     GO TO 5000-REJECT.                                           K6SCHG.1
085100 5000-ADD.                                                        K6SCHG.1
085200     IF WS-GJ-COUNT NOT LESS THAN WS-JOB-MAX                      K6SCHG.1
085300         MOVE "JOB TABLE FULL -- JOB DROPPED" TO NL-TEXT          K6SCHG.1
085400         GO TO 5000-REJECT.                                       K6SCHG.1
085500     SET SD-TYPE-JOB TO TRUE.                                     K6SCHG.1
085600     MOVE WS-NETWORK  TO SD-NETWORK.                              K6SCHG.1
085700     MOVE WS-CALENDAR TO SD-CALENDAR.                             K6SCHG.1
085800     ADD 1 TO WS-GJ-COUNT.                                        K6SCHG.1
085900     MOVE SD-NAME TO GJ-NAME (WS-GJ-COUNT).                       K6SCHG.1
086000     MOVE SD-BODY TO GJ-BODY (WS-GJ-COUNT).                       K6SCHG.1
086100     MOVE "N"     TO GJ-MATCH-SW (WS-GJ-COUNT).                   K6SCHG.1
086200     WRITE SG-CARD FROM SD-DEF-CARD.                              K6SCHG.1
086300     GO TO 5000-EXIT.                                             K6SCHG.1
086400 5000-REJECT.                                                     K6SCHG.1
086500     MOVE "Y" TO WS-JOB-REJECT-SW.                                K6SCHG.1
086600     PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                      K6SCHG.1
086700 5000-EXIT.                                                       K6SCHG.1
086800     EXIT.                                                        K6SCHG.1
086900*================================================================ K6SCHG.1
087000* 5100-ADD-PRED -- ONE PREDECESSOR LINK OF THE LAST JOB ADDED:    K6SCHG.1
087100* WS-PRED-NAME, CONDITION WS-PRED-COND.                           K6SCHG.1
087200*================================================================ K6SCHG.1
087300 5100-ADD-PRED.                                                   K6SCHG.1
087400     IF WS-JOB-REJECTED                                           K6SCHG.1
087500         GO TO 5100-EXIT.                                         K6SCHG.1
087600     IF WS-GP-COUNT NOT LESS THAN WS-PRED-MAX                     K6SCHG.1
087700         MOVE "ERROR   " TO NL-SEVERITY                           K6SCHG.1
087800         MOVE WS-CUR-JOB TO NL-NAME                               K6SCHG.1
087900         MOVE "PREDECESSOR TABLE FULL -- LINK DROPPED" TO NL-TEXT K6SCHG.1
088000         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
088100         GO TO 5100-EXIT.                                         K6SCHG.1
088200     MOVE SPACE TO SD-DEF-CARD.                                   K6SCHG.1
088300     SET SD-TYPE-PRED TO TRUE.                                    K6SCHG.1
088400     MOVE WS-NETWORK   TO SD-NETWORK.                             K6SCHG.1
088500     MOVE WS-CUR-JOB   TO SD-NAME.                                K6SCHG.1
088600     MOVE WS-PRED-NAME TO SD-PRED-JOB.                            K6SCHG.1
088700     MOVE WS-PRED-COND TO SD-PRED-COND.                           K6SCHG.1
088800     ADD 1 TO WS-GP-COUNT.                                        K6SCHG.1
088900     MOVE WS-CUR-JOB   TO GP-JOB (WS-GP-COUNT).                   K6SCHG.1
089000     MOVE WS-PRED-NAME TO GP-PRED (WS-GP-COUNT).                  K6SCHG.1
089100     MOVE WS-PRED-COND TO GP-COND (WS-GP-COUNT).                  K6SCHG.1
089200     MOVE "N"          TO GP-MATCH-SW (WS-GP-COUNT).              K6SCHG.1
089300     WRITE SG-CARD FROM SD-DEF-CARD.                              K6SCHG.1
089400 5100-EXIT.                                                       K6SCHG.1
089500     EXIT.                                                        K6SCHG.1
089600*================================================================ K6SCHG.1
089700* 6000-LOAD-UNLOAD -- THE SCHEDULER'S CARDS FOR THIS NETWORK AND  K6SCHG.1
089800* CALENDAR.  CARDS FOR OTHER NETWORKS OR CALENDARS ARE COUNTED    K6SCHG.1
089900* AND PASSED OVER; AN UNKNOWN CARD TYPE IS A BAD CARD.            K6SCHG.1
090000*================================================================ K6SCHG.1
090100 6000-LOAD-UNLOAD.                                                K6SCHG.1
090200     OPEN INPUT SCHED-UNLOAD.                                     K6SCHG.1
090300 6000-READ.                                                       K6SCHG.1
090400     READ SCHED-UNLOAD INTO SD-DEF-CARD                           K6SCHG.1
090500         AT END GO TO 6000-DONE.                                  K6SCHG.1
090600     IF SD-DEF-CARD (1:1) = "*"                                   K6SCHG.1
090700         GO TO 6000-READ.                                         K6SCHG.1
090800     IF SD-NETWORK NOT = WS-NETWORK                               K6SCHG.1
090900         ADD 1 TO WS-UNL-OTHER                                    K6SCHG.1
091000         GO TO 6000-READ.                                         K6SCHG.1
091100     MOVE "ERROR   " TO NL-SEVERITY.                              K6SCHG.1
091200     MOVE SD-NAME TO NL-NAME.                                     K6SCHG.1
091300     IF SD-TYPE-JOB                                               K6SCHG.1
091400         GO TO 6000-JOB.                                          K6SCHG.1
091500     IF SD-TYPE-PRED                                              K6SCHG.1
091600         GO TO 6000-PRED.                                         K6SCHG.1
091700     IF SD-TYPE-CAL OR SD-TYPE-EXCL                               K6SCHG.1
091800         GO TO 6000-CAL.                                          K6SCHG.1
091900     MOVE SD-DEF-CARD TO EL-IMAGE.                                K6SCHG.1
092000     MOVE "UNKNOWN UNLOAD CARD TYPE" TO EL-REASON.                K6SCHG.1
092100     ADD 1 TO WS-BAD-CARDS.                                       K6SCHG.1
092200     WRITE SR-PRINT-REC FROM ERR-LINE                             K6SCHG.1
092300         AFTER ADVANCING 1 LINES.                                 K6SCHG.1
092400     MOVE 16 TO WS-NEW-RC.                                        K6SCHG.1
092500     PERFORM 8900-RAISE-RC THRU 8900-EXIT.                        K6SCHG.1
092600     GO TO 6000-READ.                                             K6SCHG.1
092700 6000-JOB.                                                        K6SCHG.1
092800     IF WS-HJ-COUNT NOT LESS THAN WS-JOB-MAX                      K6SCHG.1
092900         MOVE "UNLOAD JOB TABLE FULL -- JOB NOT COMPARED"         K6SCHG.1
093000             TO NL-TEXT                                           K6SCHG.1
093100         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
093200         GO TO 6000-READ.                                         K6SCHG.1
093300     ADD 1 TO WS-HJ-COUNT.                                        K6SCHG.1
093400     MOVE SD-NAME TO HJ-NAME (WS-HJ-COUNT).                       K6SCHG.1
093500     MOVE SD-BODY TO HJ-BODY (WS-HJ-COUNT).                       K6SCHG.1
093600     MOVE "N"     TO HJ-MATCH-SW (WS-HJ-COUNT).                   K6SCHG.1
093700     GO TO 6000-READ.                                             K6SCHG.1
093800 6000-PRED.                                                       K6SCHG.1
093900     IF WS-HP-COUNT NOT LESS THAN WS-PRED-MAX                     K6SCHG.1
094000         MOVE "UNLOAD LINK TABLE FULL -- LINK NOT COMPARED"       K6SCHG.1
094100             TO NL-TEXT                                           K6SCHG.1
094200         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
094300         GO TO 6000-READ.                                         K6SCHG.1
094400     ADD 1 TO WS-HP-COUNT.                                        K6SCHG.1
094500     MOVE SD-NAME      TO HP-JOB (WS-HP-COUNT).                   K6SCHG.1
094600     MOVE SD-PRED-JOB  TO HP-PRED (WS-HP-COUNT).                  K6SCHG.1
094700     MOVE SD-PRED-COND TO HP-COND (WS-HP-COUNT).                  K6SCHG.1
094800     MOVE "N"          TO HP-MATCH-SW (WS-HP-COUNT).              K6SCHG.1
094900     GO TO 6000-READ.                                             K6SCHG.1
095000 6000-CAL.                                                        K6SCHG.1
095100     IF SD-NAME NOT = WS-CALENDAR                                 K6SCHG.1
095200         ADD 1 TO WS-UNL-OTHER                                    K6SCHG.1
095300         GO TO 6000-READ.                                         K6SCHG.1
095400     IF SD-TYPE-CAL                                               K6SCHG.1
095500         MOVE "Y" TO WS-HELD-CAL-SW                               K6SCHG.1
095600         MOVE SD-CAL-RULE TO WS-HELD-CAL-RULE                     K6SCHG.1
095700         GO TO 6000-READ.                                         K6SCHG.1
095800     IF WS-HX-COUNT NOT LESS THAN WS-EXCL-MAX                     K6SCHG.1
095900         MOVE "UNLOAD DATE TABLE FULL -- DATE NOT COMPARED"       K6SCHG.1
096000             TO NL-TEXT                                           K6SCHG.1
096100         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6SCHG.1
096200         GO TO 6000-READ.                                         K6SCHG.1
096300     ADD 1 TO WS-HX-COUNT.                                        K6SCHG.1
096400     MOVE SD-EXCL-DATE TO HX-DATE (WS-HX-COUNT).                  K6SCHG.1
096500     MOVE SD-EXCL-TYPE TO HX-TYPE (WS-HX-COUNT).                  K6SCHG.1
096600     MOVE "N"          TO HX-MATCH-SW (WS-HX-COUNT).              K6SCHG.1
096700     GO TO 6000-READ.                                             K6SCHG.1
096800 6000-DONE.                                                       K6SCHG.1
096900     CLOSE SCHED-UNLOAD.                                          K6SCHG.1
097000     IF WS-HJ-COUNT = ZERO                                        K6SCHG.1
097100         MOVE "NOTE    " TO NL-SEVERITY                           K6SCHG.1
097200         MOVE WS-NETWORK TO NL-NAME                               K6SCHG.1
097300         MOVE "THE UNLOAD HOLDS NO JOBS FOR THIS NETWORK"         K6SCHG.1
097400             TO NL-TEXT                                           K6SCHG.1
097500         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6SCHG.1
097600 6000-EXIT.                                                       K6SCHG.1
097700     EXIT.                                                        K6SCHG.1
097800*================================================================ K6SCHG.1
097900* 7000-COMPARE -- JOBS, LINKS, THEN THE CALENDAR.                 K6SCHG.1
098000*================================================================ K6SCHG.1
098100 7000-COMPARE.                                                    K6SCHG.1
098200     WRITE SR-PRINT-REC FROM DRIFT-HDR                            K6SCHG.1
098300         AFTER ADVANCING 2 LINES.                                 K6SCHG.1
098400     PERFORM 7100-COMPARE-JOBS THRU 7100-EXIT.                    K6SCHG.1
098500     PERFORM 7300-COMPARE-LINKS THRU 7300-EXIT.                   K6SCHG.1
098600     PERFORM 7500-COMPARE-CALENDAR THRU 7500-EXIT.                K6SCHG.1
098700     IF WS-DRIFT-COUNT NOT = ZERO                                 K6SCHG.1
098800         MOVE 8 TO WS-NEW-RC                                      K6SCHG.1
098900         PERFORM 8900-RAISE-RC THRU 8900-EXIT.                    K6SCHG.1
099000 7000-EXIT.                                                       K6SCHG.1
099100     EXIT.                                                        K6SCHG.1
099200*================================================================ K6SCHG.1
099300* 7100-COMPARE-JOBS -- EACH GENERATED JOB AGAINST THE HELD JOB    K6SCHG.1
099400* OF THE SAME NAME, ATTRIBUTE BY ATTRIBUTE; THEN THE HELD JOBS    K6SCHG.1
099500* NOTHING MATCHED.                                                K6SCHG.1
099600*================================================================ K6SCHG.1
099700 7100-COMPARE-JOBS.                                               K6SCHG.1
099800     MOVE ZERO TO WS-JX.                                          K6SCHG.1
099900 7100-NEXT.                                                       K6SCHG.1
100000     ADD 1 TO WS-JX.                                              K6SCHG.1
100100     IF WS-JX > WS-GJ-COUNT                                       K6SCHG.1
100200         GO TO 7100-EXTRA.                                        K6SCHG.1
100300     MOVE ZERO TO WS-KX.                                          K6SCHG.1
100400 7100-FIND.                                                       K6SCHG.1
100500     ADD 1 TO WS-KX.                                              K6SCHG.1
100600     IF WS-KX > WS-HJ-COUNT                                       K6SCHG.1
100700         MOVE "JOB MISSING"     TO DR-WHAT                        K6SCHG.1
100800         MOVE GJ-NAME (WS-JX)   TO DR-NAME                        K6SCHG.1
100900         MOVE "PROGRAM"         TO DR-ITEM                        K6SCHG.1
101000         MOVE GJ-BODY (WS-JX) (1:8) TO DR-GEN                     K6SCHG.1
101100         MOVE "NOT DEFINED IN THE SCHEDULER" TO DR-NOTE           K6SCHG.1
101200         PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT                  K6SCHG.1
101300         GO TO 7100-NEXT.                                         K6SCHG.1
101400     IF HJ-NAME (WS-KX) NOT = GJ-NAME (WS-JX)                     K6SCHG.1
101500             OR HJ-MATCH-SW (WS-KX) = "Y"                         K6SCHG.1
101600         GO TO 7100-FIND.                                         K6SCHG.1
101700     MOVE "Y" TO HJ-MATCH-SW (WS-KX).                             K6SCHG.1
101800     MOVE "Y" TO GJ-MATCH-SW (WS-JX).                             K6SCHG.1
101900     IF HJ-BODY (WS-KX) = GJ-BODY (WS-JX)                         K6SCHG.1
102000         GO TO 7100-NEXT.                                         K6SCHG.1
102100     MOVE ZERO TO WS-AX.                                          K6SCHG.1
102200 7100-ATTR.                                                       K6SCHG.1
102300     ADD 1 TO WS-AX.                                              K6SCHG.1
102400     IF WS-AX > 7                                                 K6SCHG.1
102500         GO TO 7100-NEXT.                                         K6SCHG.1
102600     MOVE ATTR-OFFSET (WS-AX) TO WS-OFF.                          K6SCHG.1
102700     MOVE ATTR-LEN (WS-AX)    TO WS-LEN.                          K6SCHG.1
102800     IF GJ-BODY (WS-JX) (WS-OFF:WS-LEN)                           K6SCHG.1
102900             = HJ-BODY (WS-KX) (WS-OFF:WS-LEN)                    K6SCHG.1
103000         GO TO 7100-ATTR.                                         K6SCHG.1
103100     MOVE "JOB CHANGED"       TO DR-WHAT.                         K6SCHG.1
103200     MOVE GJ-NAME (WS-JX)     TO DR-NAME.                         K6SCHG.1
103300     MOVE ATTR-NAME (WS-AX)   TO DR-ITEM.                         K6SCHG.1
103400     MOVE GJ-BODY (WS-JX) (WS-OFF:WS-LEN) TO DR-GEN.              K6SCHG.1
103500     MOVE HJ-BODY (WS-KX) (WS-OFF:WS-LEN) TO DR-HELD.             K6SCHG.1
103600     PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT.                     K6SCHG.1
103700     GO TO 7100-ATTR.                                             K6SCHG.1
103800 7100-EXTRA.                                                      K6SCHG.1
103900     MOVE ZERO TO WS-KX.                                          K6SCHG.1
104000 7100-EXTRA-NEXT.                                                 K6SCHG.1
104100     ADD 1 TO WS-KX.                                              K6SCHG.1
104200     IF WS-KX > WS-HJ-COUNT                                       K6SCHG.1
104300         GO TO 7100-EXIT.                                         K6SCHG.1
104400     IF HJ-MATCH-SW (WS-KX) = "Y"                                 K6SCHG.1
104500         GO TO 7100-EXTRA-NEXT.                                   K6SCHG.1
104600     MOVE "JOB EXTRA"         TO DR-WHAT.                         K6SCHG.1
104700     MOVE HJ-NAME (WS-KX)     TO DR-NAME.                         K6SCHG.1
104800     MOVE "PROGRAM"           TO DR-ITEM.                         K6SCHG.1
104900     MOVE HJ-BODY (WS-KX) (1:8) TO DR-HELD.                       K6SCHG.1
105000     MOVE "NOT IN THE GENERATED NETWORK" TO DR-NOTE.              K6SCHG.1
105100     PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT.                     K6SCHG.1
105200     GO TO 7100-EXTRA-NEXT.                                       K6SCHG.1
105300 7100-EXIT.                                                       K6SCHG.1
105400     EXIT.                                                        K6SCHG.1
105500*================================================================ K6SCHG.1
105600* 7300-COMPARE-LINKS -- EACH GENERATED PREDECESSOR LINK AGAINST   K6SCHG.1
105700* THE HELD LINKS, THEN THE HELD LINKS NOTHING MATCHED.            K6SCHG.1
105800*================================================================ K6SCHG.1
105900 7300-COMPARE-LINKS.                                              K6SCHG.1
106000     MOVE ZERO TO WS-JX.                                          K6SCHG.1
106100 7300-NEXT.                                                       K6SCHG.1
106200     ADD 1 TO WS-JX.                                              K6SCHG.1
106300     IF WS-JX > WS-GP-COUNT                                       K6SCHG.1
106400         GO TO 7300-EXTRA.                                        K6SCHG.1
106500     MOVE ZERO TO WS-KX.                                          K6SCHG.1
106600 7300-FIND.                                                       K6SCHG.1
106700     ADD 1 TO WS-KX.                                              K6SCHG.1
106800     IF WS-KX > WS-HP-COUNT                                       K6SCHG.1
106900         MOVE "PRED MISSING"    TO DR-WHAT                        K6SCHG.1
107000         MOVE GP-JOB (WS-JX)    TO DR-NAME                        K6SCHG.1
107100         MOVE GP-PRED (WS-JX)   TO DR-ITEM                        K6SCHG.1
107200         MOVE GP-COND (WS-JX)   TO DR-GEN                         K6SCHG.1
107300         MOVE "UNSAFE -- JOB CAN START BEFORE IT" TO DR-NOTE      K6SCHG.1
107400         ADD 1 TO WS-UNSAFE-COUNT                                 K6SCHG.1
107500         PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT                  K6SCHG.1
107600         GO TO 7300-NEXT.                                         K6SCHG.1
107700     IF HP-JOB (WS-KX) NOT = GP-JOB (WS-JX)                       K6SCHG.1
107800             OR HP-PRED (WS-KX) NOT = GP-PRED (WS-JX)             K6SCHG.1
107900             OR HP-MATCH-SW (WS-KX) = "Y"                         K6SCHG.1
108000         GO TO 7300-FIND.                                         K6SCHG.1
108100     MOVE "Y" TO HP-MATCH-SW (WS-KX).                             K6SCHG.1
108200     MOVE "Y" TO GP-MATCH-SW (WS-JX).                             K6SCHG.1
108300     IF HP-COND (WS-KX) = GP-COND (WS-JX)                         K6SCHG.1
108400         GO TO 7300-NEXT.                                         K6SCHG.1
108500     MOVE "PRED CHANGED"      TO DR-WHAT.                         K6SCHG.1
108600     MOVE GP-JOB (WS-JX)      TO DR-NAME.                         K6SCHG.1
108700     MOVE GP-PRED (WS-JX)     TO DR-ITEM.                         K6SCHG.1
108800     MOVE GP-COND (WS-JX)     TO DR-GEN.                          K6SCHG.1
108900     MOVE HP-COND (WS-KX)     TO DR-HELD.                         K6SCHG.1
109000     IF GP-COND (WS-JX) = "OK "                                   K6SCHG.1
109100         MOVE "UNSAFE -- RUNS AFTER A FAILED PREDECESSOR"         K6SCHG.1
109200             TO DR-NOTE                                           K6SCHG.1
109300         ADD 1 TO WS-UNSAFE-COUNT.                                K6SCHG.1
109400     PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT.                     K6SCHG.1
109500     GO TO 7300-NEXT.                                             K6SCHG.1
109600 7300-EXTRA.                                                      K6SCHG.1
109700     MOVE ZERO TO WS-KX.                                          K6SCHG.1
109800 7300-EXTRA-NEXT.                                                 K6SCHG.1
109900     ADD 1 TO WS-KX.                                              K6SCHG.1
110000     IF WS-KX > WS-HP-COUNT                                       K6SCHG.1
110100         GO TO 7300-EXIT.                                         K6SCHG.1
110200     IF HP-MATCH-SW (WS-KX) = "Y"                                 K6SCHG.1
110300         GO TO 7300-EXTRA-NEXT.                                   K6SCHG.1
110400     MOVE "PRED EXTRA"        TO DR-WHAT.                         K6SCHG.1
110500     MOVE HP-JOB (WS-KX)      TO DR-NAME.                         K6SCHG.1
110600     MOVE HP-PRED (WS-KX)     TO DR-ITEM.                         K6SCHG.1
110700     MOVE HP-COND (WS-KX)     TO DR-HELD.                         K6SCHG.1
110800     MOVE "NOT ON STEP-LIST OR ORCHCTL" TO DR-NOTE.               K6SCHG.1
110900     PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT.                     K6SCHG.1
111000     GO TO 7300-EXTRA-NEXT.                                       K6SCHG.1
111100 7300-EXIT.                                                       K6SCHG.1
111200     EXIT.                                                        K6SCHG.1
111300*================================================================ K6SCHG.1
111400* 7500-COMPARE-CALENDAR -- THE BASE RULE, THEN THE EXCLUDED       K6SCHG.1
111500* DATES BOTH WAYS.                                                K6SCHG.1
111600*================================================================ K6SCHG.1
111700 7500-COMPARE-CALENDAR.                                           K6SCHG.1
111800     MOVE WS-CALENDAR TO DR-NAME.                                 K6SCHG.1
111900     MOVE "RULE"      TO DR-ITEM.                                 K6SCHG.1
112000     MOVE WS-CAL-RULE TO DR-GEN.                                  K6SCHG.1
112100     IF NOT WS-HELD-CAL                                           K6SCHG.1
112200         MOVE "CAL MISSING" TO DR-WHAT                            K6SCHG.1
112300         MOVE "NOT DEFINED IN THE SCHEDULER" TO DR-NOTE           K6SCHG.1
112400         PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT                  K6SCHG.1
112500         GO TO 7500-DATES.                                        K6SCHG.1
112600     IF WS-HELD-CAL-RULE NOT = WS-CAL-RULE                        K6SCHG.1
112700         MOVE "CAL CHANGED" TO DR-WHAT                            K6SCHG.1
112800         MOVE WS-HELD-CAL-RULE TO DR-HELD                         K6SCHG.1
112900         PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT                  K6SCHG.1
113000         GO TO 7500-DATES.                                        K6SCHG.1
113100     MOVE SPACE TO DRIFT-LINE.                                    K6SCHG.1
113200 7500-DATES.                                                      K6SCHG.1
113300     MOVE ZERO TO WS-JX.                                          K6SCHG.1
113400 7500-NEXT.                                                       K6SCHG.1
113500     ADD 1 TO WS-JX.                                              K6SCHG.1
113600     IF WS-JX > WS-GX-COUNT                                       K6SCHG.1
113700         GO TO 7500-EXTRA.                                        K6SCHG.1
113800     MOVE ZERO TO WS-KX.                                          K6SCHG.1
113900 7500-FIND.                                                       K6SCHG.1
114000     ADD 1 TO WS-KX.                                              K6SCHG.1
114100     IF WS-KX > WS-HX-COUNT                                       K6SCHG.1
114200         MOVE "EXCL MISSING"    TO DR-WHAT                        K6SCHG.1
114300         MOVE WS-CALENDAR       TO DR-NAME                        K6SCHG.1
114400         MOVE GX-DATE (WS-JX)   TO DR-ITEM                        K6SCHG.1
114500         MOVE GX-TYPE (WS-JX)   TO DR-GEN                         K6SCHG.1
114600         MOVE "SCHEDULER WOULD RUN THE WINDOW ON THIS DATE"       K6SCHG.1
114700             TO DR-NOTE                                           K6SCHG.1
114800         PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT                  K6SCHG.1
114900         GO TO 7500-NEXT.                                         K6SCHG.1
115000     IF HX-DATE (WS-KX) NOT = GX-DATE (WS-JX)                     K6SCHG.1
115100             OR HX-MATCH-SW (WS-KX) = "Y"                         K6SCHG.1
115200         GO TO 7500-FIND.                                         K6SCHG.1
115300     MOVE "Y" TO HX-MATCH-SW (WS-KX).                             K6SCHG.1
115400     MOVE "Y" TO GX-MATCH-SW (WS-JX).                             K6SCHG.1
115500     IF HX-TYPE (WS-KX) = GX-TYPE (WS-JX)                         K6SCHG.1
115600         GO TO 7500-NEXT.                                         K6SCHG.1
115700     MOVE "EXCL CHANGED"      TO DR-WHAT.                         K6SCHG.1
115800     MOVE WS-CALENDAR         TO DR-NAME.                         K6SCHG.1
115900     MOVE GX-DATE (WS-JX)     TO DR-ITEM.                         K6SCHG.1
116000     MOVE GX-TYPE (WS-JX)     TO DR-GEN.                          K6SCHG.1
116100     MOVE HX-TYPE (WS-KX)     TO DR-HELD.                         K6SCHG.1
116200     PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT.                     K6SCHG.1
116300     GO TO 7500-NEXT.                                             K6SCHG.1
116400 7500-EXTRA.                                                      K6SCHG.1
116500     MOVE ZERO TO WS-KX.                                          K6SCHG.1
116600 7500-EXTRA-NEXT.                                                 K6SCHG.1
116700     ADD 1 TO WS-KX.                                              K6SCHG.1
116800     IF WS-KX > WS-HX-COUNT                                       K6SCHG.1
116900         GO TO 7500-EXIT.                                         K6SCHG.1
117000     IF HX-MATCH-SW (WS-KX) = "Y"                                 K6SCHG.1
117100         GO TO 7500-EXTRA-NEXT.                                   K6SCHG.1
117200     MOVE "EXCL EXTRA"        TO DR-WHAT.                         K6SCHG.1
117300     MOVE WS-CALENDAR         TO DR-NAME.                         K6SCHG.1
117400     MOVE HX-DATE (WS-KX)     TO DR-ITEM.                         K6SCHG.1
117500     MOVE HX-TYPE (WS-KX)     TO DR-HELD.                         K6SCHG.1
117600     MOVE "SCHEDULER WOULD SKIP THE WINDOW ON THIS DATE"          K6SCHG.1
117700         TO DR-NOTE.                                              K6SCHG.1
117800     PERFORM 7800-WRITE-DRIFT THRU 7800-EXIT.                     K6SCHG.1
117900     GO TO 7500-EXTRA-NEXT.                                       K6SCHG.1
118000 7500-EXIT.                                                       K6SCHG.1
118100     EXIT.                                                        K6SCHG.1
118200*================================================================ K6SCHG.1
118300* 7800-WRITE-DRIFT -- COUNT AND PRINT ONE DRIFT LINE.             K6SCHG.1
118400*================================================================ K6SCHG.1
118500 7800-WRITE-DRIFT.                                                K6SCHG.1
118600     ADD 1 TO WS-DRIFT-COUNT.                                     K6SCHG.1
118700     WRITE SR-PRINT-REC FROM DRIFT-LINE                           K6SCHG.1
118800         AFTER ADVANCING 1 LINES.                                 K6SCHG.1
118900     MOVE SPACE TO DRIFT-LINE.                                    K6SCHG.1
119000 7800-EXIT.                                                       K6SCHG.1
119100     EXIT.                                                        K6SCHG.1
119200*================================================================ K6SCHG.1
119300* 8000-PRINT-SUMMARY -- COUNTS AND THE VERDICT.                   K6SCHG.1
119400*================================================================ K6SCHG.1
119500 8000-PRINT-SUMMARY.                                              K6SCHG.1
119600     MOVE "STEPS ON STEP-LIST" TO SL-LABEL.                       K6SCHG.1
119700     MOVE WS-STEP-COUNT TO SL-COUNT.                              K6SCHG.1
119800     WRITE SR-PRINT-REC FROM SUM-LINE                             K6SCHG.1
119900         AFTER ADVANCING 3 LINES.                                 K6SCHG.1
120000     MOVE "STEPS IN THE K6PLAN OUTPUT" TO SL-LABEL.               K6SCHG.1
120100     MOVE WS-PLAN-COUNT TO SL-COUNT.                              K6SCHG.1
120200     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
120300     MOVE "CLOSEOUT STEPS FROM ORCHCTL" TO SL-LABEL.              K6SCHG.1
120400     MOVE WS-CLOSE-COUNT TO SL-COUNT.                             K6SCHG.1
120500     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
120600     MOVE "EXCLUDED CALENDAR DATES" TO SL-LABEL.                  K6SCHG.1
120700     MOVE WS-GX-COUNT TO SL-COUNT.                                K6SCHG.1
120800     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
120900     MOVE "JOBS GENERATED" TO SL-LABEL.                           K6SCHG.1
121000     MOVE WS-GJ-COUNT TO SL-COUNT.                                K6SCHG.1
121100     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
121200     MOVE "PREDECESSOR LINKS GENERATED" TO SL-LABEL.              K6SCHG.1
121300     MOVE WS-GP-COUNT TO SL-COUNT.                                K6SCHG.1
121400     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
121500     MOVE "WARNINGS" TO SL-LABEL.                                 K6SCHG.1
121600     MOVE WS-WARNINGS TO SL-COUNT.                                K6SCHG.1
121700     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
121800     MOVE "ERRORS" TO SL-LABEL.                                   K6SCHG.1
121900     MOVE WS-ERRORS TO SL-COUNT.                                  K6SCHG.1
122000     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
122100     IF NOT WS-MODE-COMPARE                                       K6SCHG.1
122200         GO TO 8000-VERDICT.                                      K6SCHG.1
122300     MOVE "JOBS HELD BY THE SCHEDULER" TO SL-LABEL.               K6SCHG.1
122400     MOVE WS-HJ-COUNT TO SL-COUNT.                                K6SCHG.1
122500     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
122600     MOVE "PREDECESSOR LINKS HELD" TO SL-LABEL.                   K6SCHG.1
122700     MOVE WS-HP-COUNT TO SL-COUNT.                                K6SCHG.1
122800     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
122900     MOVE "UNLOAD CARDS PASSED OVER" TO SL-LABEL.                 K6SCHG.1
123000     MOVE WS-UNL-OTHER TO SL-COUNT.                               K6SCHG.1
123100     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
123200     MOVE "DRIFT ITEMS" TO SL-LABEL.                              K6SCHG.1
123300     MOVE WS-DRIFT-COUNT TO SL-COUNT.                             K6SCHG.1
123400     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
123500     MOVE "   OF WHICH UNSAFE" TO SL-LABEL.                       K6SCHG.1
123600     MOVE WS-UNSAFE-COUNT TO SL-COUNT.                            K6SCHG.1
123700     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6SCHG.1
123800 8000-VERDICT.                                                    K6SCHG.1
123900     IF WS-ERRORS NOT = ZERO                                      K6SCHG.1
124000         MOVE "ERRORS -- DO NOT LOAD SCHGDEF" TO VL-TEXT          K6SCHG.1
124100         GO TO 8000-WRITE.                                        K6SCHG.1
124200     IF WS-BAD-CARDS NOT = ZERO                                   K6SCHG.1
124300         MOVE "BAD UNLOAD CARDS -- DRIFT CHECK INCOMPLETE"        K6SCHG.1
124400             TO VL-TEXT                                           K6SCHG.1
124500         GO TO 8000-WRITE.                                        K6SCHG.1
124600     IF NOT WS-MODE-COMPARE                                       K6SCHG.1
124700         MOVE "NETWORK GENERATED TO SCHGDEF" TO VL-TEXT           K6SCHG.1
124800         GO TO 8000-WRITE.                                        K6SCHG.1
124900     IF WS-DRIFT-COUNT = ZERO                                     K6SCHG.1
125000         MOVE "SCHEDULER MATCHES THE GENERATED NETWORK" TO VL-TEXTK6SCHG.1
125100     ELSE                                                         K6SCHG.1
125200         MOVE "DRIFT -- RELOAD THE NETWORK FROM SCHGDEF"          K6SCHG.1
125300             TO VL-TEXT.                                          K6SCHG.1
125400 8000-WRITE.                                                      K6SCHG.1
125500     WRITE SR-PRINT-REC FROM VERDICT-LINE                         K6SCHG.1
125600         AFTER ADVANCING 2 LINES.                                 K6SCHG.1
125700 8000-EXIT.                                                       K6SCHG.1
125800     EXIT.                                                        K6SCHG.1
125900 8100-SUM-LINE.                                                   K6SCHG.1
126000     WRITE SR-PRINT-REC FROM SUM-LINE                             K6SCHG.1
126100         AFTER ADVANCING 1 LINES.                                 K6SCHG.1
126200 8100-EXIT.                                                       K6SCHG.1
126300     EXIT.                                                        K6SCHG.1
126400*================================================================ K6SCHG.1
126500* 8800-WRITE-NOTE -- PRINT A NOTE, WARNING OR ERROR LINE AND      K6SCHG.1
126600* RAISE THE RETURN CODE TO MATCH.                                 K6SCHG.1
126700*================================================================ K6SCHG.1
126800 8800-WRITE-NOTE.                                                 K6SCHG.1
126900     IF NL-SEVERITY = "WARNING "                                  K6SCHG.1
127000         ADD 1 TO WS-WARNINGS                                     K6SCHG.1
127100         MOVE 4 TO WS-NEW-RC                                      K6SCHG.1
127200         PERFORM 8900-RAISE-RC THRU 8900-EXIT.                    K6SCHG.1
127300     IF NL-SEVERITY = "ERROR   "                                  K6SCHG.1
127400         ADD 1 TO WS-ERRORS                                       K6SCHG.1
127500         MOVE 16 TO WS-NEW-RC                                     K6SCHG.1
127600         PERFORM 8900-RAISE-RC THRU 8900-EXIT.                    K6SCHG.1
127700     WRITE SR-PRINT-REC FROM NOTE-LINE                            K6SCHG.1
127800         AFTER ADVANCING 1 LINES.                                 K6SCHG.1
127900 8800-EXIT.                                                       K6SCHG.1
128000     EXIT.                                                        K6SCHG.1
128100 8900-RAISE-RC.                                                   K6SCHG.1
128200     IF WS-NEW-RC > WS-VERDICT-RC                                 K6SCHG.1
128300         MOVE WS-NEW-RC TO WS-VERDICT-RC.                         K6SCHG.1
128400 8900-EXIT.                                                       K6SCHG.1
128500     EXIT.                                                        K6SCHG.1
128600*================================================================ K6SCHG.1
128700* 9999-TERMINATE.                                                 K6SCHG.1
128800*================================================================ K6SCHG.1
128900 9999-TERMINATE.                                                  K6SCHG.1
129000     CLOSE SCHG-RPT.                                              K6SCHG.1
129100     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SCHG.1
129200 9999-EXIT.                                                       K6SCHG.1
129300     EXIT.                                                        K6SCHG.1
