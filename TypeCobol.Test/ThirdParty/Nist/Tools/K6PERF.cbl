000100 IDENTIFICATION DIVISION.                                         K6PERF.1
000200 PROGRAM-ID.                                                      K6PERF.1
000300     K6PERF.                                                      K6PERF.1
000400*================================================================ K6PERF.1
000500* K6PERF -- PER-PARAGRAPH PERFORMANCE COMPARISON BETWEEN TWO      K6PERF.1
000600* TARGETS.                                                        K6PERF.1
000700*================================================================ K6PERF.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6PERF.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6PERF.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6PERF.1
001100* DATE-COMPILED.                                                  K6PERF.1
001200*                                                                 K6PERF.1
001300* REMARKS.                                                        K6PERF.1
001400*    K6ELAP FLAGS A PROGRAM WHOSE ELAPSED TIME DRIFTS FROM ITS    K6PERF.1
001500*    OWN HISTORY, BUT NOTHING SET ONE TARGET AGAINST ANOTHER AT   K6PERF.1
001600*    PARAGRAPH LEVEL.  A CANDIDATE COMPILER CAN BE FASTER         K6PERF.1
001700*    OVERALL WHILE ONE ARITHMETIC PARAGRAPH RUNS FOUR TIMES       K6PERF.1
001800*    SLOWER -- THE KIND OF REGRESSION THE APPLICATION TEAMS       K6PERF.1
001900*    FEEL.  THIS PROGRAM READS THE CONSOLIDATED CSV DETAIL        K6PERF.1
002000*    (FRONTED BY THE "H" IDENTITY RECORDS K6CONS KEYS ON) FOR     K6PERF.1
002100*    A BASELINE TARGET (A) AND A CANDIDATE TARGET (B) INSIDE      K6PERF.1
002200*    THE REQUESTED RUN-DATE WINDOW, AND HOLDS THE ELAPSED-CS      K6PERF.1
002300*    COLUMN OF EVERY PASS/FAIL ROW AGAINST ITS TEST CASE:         K6PERF.1
002400*                                                                 K6PERF.1
002500*      - A ROW IS ALIGNED THROUGH ITS K6TCID IDENTITY IN FORCE    K6PERF.1
002600*        ON THE RUN DATE, SO A PARAGRAPH RENAMED BETWEEN THE      K6PERF.1
002700*        TWO TARGETS' RUNS IS STILL ONE TEST CASE.  A ROW THE     K6PERF.1
002800*        REGISTRY DOES NOT MAP IS KEPT UNDER ITS OWN PROGRAM/     K6PERF.1
002900*        PARAGRAPH PAIR.                                          K6PERF.1
003000*      - EACH SIDE'S MEDIAN OVER ITS LAST 20 RUNS (TAKEN AS IN    K6PERF.1
003100*        K6ELAP) DAMPS THE NOISE OF A SINGLE BUSY NIGHT.  THE     K6PERF.1
003200*        COMPARISON IS MEDIAN B AS A PERCENT OF MEDIAN A.         K6PERF.1
003300*      - A TEST WITH FEWER THAN THE MINIMUM RUNS ON EITHER        K6PERF.1
003400*        SIDE, OR WHOSE MEDIANS ARE BOTH UNDER THE CLOCK FLOOR,   K6PERF.1
003500*        IS LISTED AS NOT COMPARABLE -- NEVER AS A REGRESSION.    K6PERF.1
003600*                                                                 K6PERF.1
003700*    THE REPORT RANKS THE COMPARABLE PARAGRAPHS BY SLOWDOWN       K6PERF.1
003800*    (WORST FIRST) AND BY SPEEDUP (BEST FIRST), MARKS EVERY       K6PERF.1
003900*    SLOWDOWN ABOVE THE THRESHOLD WITH "*", LISTS THE NOT         K6PERF.1
004000*    COMPARABLE TESTS, AND SUBTOTALS THE MEDIANS BY MODULE        K6PERF.1
004100*    (PROGRAM-ID PREFIX).  ONLY THE OVERNIGHT SUITE (WINDOW "N"   K6PERF.1
004200*    OR BLANK) IS TIMED -- PATCH-VERIFICATION AND ALTERNATE-      K6PERF.1
004300*    DEVICE WINDOWS RUN UNDER OTHER CONDITIONS -- AND A SEGMENT   K6PERF.1
004400*    OF A WINDOW ON THE VOID REGISTER (K6VOID) IS PASSED OVER     K6PERF.1
004500*    AS NOT EFFECTIVE.                                            K6PERF.1
004600*                                                                 K6PERF.1
004700*    CONTROL CARD (80 COLUMNS):                                   K6PERF.1
004800*      1-8   TARGET A -- THE BASELINE (REQUIRED)                  K6PERF.1
004900*      10-17 TARGET B -- THE CANDIDATE (REQUIRED, NOT TARGET A)   K6PERF.1
005000*      19-26 FROM RUN DATE (CCYYMMDD, ZERO = OPEN)                K6PERF.1
005100*      28-35 TO RUN DATE   (CCYYMMDD, ZERO = OPEN)                K6PERF.1
005200*      37-38 MINIMUM RUNS PER SIDE (DEFAULT 03)                   K6PERF.1
005300*      40-42 SLOWDOWN THRESHOLD PERCENT (DEFAULT 025)             K6PERF.1
005400*      44-46 CLOCK FLOOR IN CENTISECONDS (DEFAULT 005)            K6PERF.1
005500*                                                                 K6PERF.1
005600*    FILES.                                                       K6PERF.1
005700*        CSVIN     CONSOLIDATED CSV EXTRACT.                      K6PERF.1
005800*        TCIDMST   OPTIONAL -- TEST-CASE IDENTITY REGISTRY.       K6PERF.1
005900*        VOIDREG   OPTIONAL -- VOID-WINDOW REGISTER (K6VDRG).     K6PERF.1
006000*        PERFCTL   THE CONTROL CARD.                              K6PERF.1
006100*        PERFRPT   THE REPORT.                                    K6PERF.1
006200*                                                                 K6PERF.1
006300* RETURN CODES.                                                   K6PERF.1
006400*     0  NO COMPARABLE PARAGRAPH SLOWER THAN THE THRESHOLD.       K6PERF.1
006500*     4  A COMPARABLE PARAGRAPH SLOWER THAN THE THRESHOLD.        K6PERF.1
006600*     8  CSV ENVELOPE ERRORS -- THE EXTRACT IS INCOMPLETE.        K6PERF.1
006700*    12  CONTROL CARD REJECTED -- NOTHING COMPARED.               K6PERF.1
006800*                                                                 K6PERF.1
006900* MODIFICATION HISTORY.                                           K6PERF.1
007000*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6PERF.1
007100*================================================================ K6PERF.1
007200*                                                                 K6PERF.1
007300 ENVIRONMENT DIVISION.                                            K6PERF.1
007400 CONFIGURATION SECTION.                                           K6PERF.1
007500 SOURCE-COMPUTER.                                                 K6PERF.1
007600     OUR-MAINFRAME.                                               K6PERF.1
007700 OBJECT-COMPUTER.                                                 K6PERF.1
007800     OUR-MAINFRAME.                                               K6PERF.1
007900 INPUT-OUTPUT SECTION.                                            K6PERF.1
008000 FILE-CONTROL.                                                    K6PERF.1
008100     SELECT CSV-EXTRACT ASSIGN TO CSVIN                           K6PERF.1
008200         ORGANIZATION IS LINE SEQUENTIAL.                         K6PERF.1
008300     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6PERF.1
008400         ORGANIZATION IS SEQUENTIAL                               K6PERF.1
008500         FILE STATUS IS WS-TCID-STATUS.                           K6PERF.1
008600     SELECT OPTIONAL VOID-REGISTER ASSIGN TO VOIDREG              K6PERF.1
008700         ORGANIZATION IS SEQUENTIAL                               K6PERF.1
008800         FILE STATUS IS WS-VOIDREG-STATUS.                        K6PERF.1
008900     SELECT PERF-CTL ASSIGN TO PERFCTL                            K6PERF.1
009000         ORGANIZATION IS SEQUENTIAL.                              K6PERF.1
009100     SELECT PERF-RPT ASSIGN TO PERFRPT                            K6PERF.1
009200         ORGANIZATION IS SEQUENTIAL.                              K6PERF.1
009300*                                                                 K6PERF.1
009400 DATA DIVISION.                                                   K6PERF.1
009500 FILE SECTION.                                                    K6PERF.1
009600 FD  CSV-EXTRACT                                                  K6PERF.1
009700     LABEL RECORDS ARE STANDARD.                                  K6PERF.1
009800 01  CX-REC                   PIC X(194).                         K6PERF.1
009900 01  CX-REC-PARSED REDEFINES CX-REC.                              K6PERF.1
010000*    FIXED COLUMN POSITIONS AS STRUNG BY CSV-WRITE-DETAIL IN      K6PERF.1
010100*    EACH TEST PROGRAM (SEE IX208A AND K6CONS).                   K6PERF.1
010200     05  CX-LEAD-QUOTE        PIC X(1).                           K6PERF.1
010300     05  CX-FEATURE           PIC X(20).                          K6PERF.1
010400     05  FILLER               PIC X(3).                           K6PERF.1
010500     05  CX-P-OR-F            PIC X(5).                           K6PERF.1
010600     05  FILLER               PIC X(3).                           K6PERF.1
010700     05  CX-PAR-NAME          PIC X(22).                          K6PERF.1
010800     05  FILLER               PIC X(3).                           K6PERF.1
010900     05  CX-COMPUTED          PIC X(20).                          K6PERF.1
011000     05  FILLER               PIC X(3).                           K6PERF.1
011100     05  CX-CORRECT           PIC X(20).                          K6PERF.1
011200     05  FILLER               PIC X(3).                           K6PERF.1
011300     05  CX-REMARK            PIC X(61).                          K6PERF.1
011400     05  FILLER               PIC X(3).                           K6PERF.1
011500     05  CX-ELAPSED           PIC X(7).                           K6PERF.1
011600     05  FILLER               PIC X(3).                           K6PERF.1
011700     05  CX-ANSI-CODE         PIC X(10).                          K6PERF.1
011800     05  FILLER               PIC X(3).                           K6PERF.1
011900     05  CX-SEVERITY          PIC X(1).                           K6PERF.1
012000     05  FILLER               PIC X(3).                           K6PERF.1
012100 01  CX-IDENTITY REDEFINES CX-REC.                                K6PERF.1
012200     05  CX-ID-FLAG           PIC X(1).                           K6PERF.1
012300     05  CX-ID-PGM-ID         PIC X(6).                           K6PERF.1
012400     05  CX-ID-TARGET         PIC X(8).                           K6PERF.1
012500     05  CX-ID-RUN-DATE       PIC 9(8).                           K6PERF.1
012600     05  CX-ID-RUN-SEQ        PIC 99.                             K6PERF.1
012700     05  CX-ID-LAYOUT-VER     PIC X(3).                           K6PERF.1
012800     05  CX-ID-PRACTICE       PIC X(1).                           K6PERF.1
012900     05  CX-ID-WINDOW-ID      PIC X(1).                           K6PERF.1
013000     05  FILLER               PIC X(164).                         K6PERF.1
013100 01  CX-TRAILER REDEFINES CX-REC.                                 K6PERF.1
013200     05  CX-TR-FLAG           PIC X(1).                           K6PERF.1
013300     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6PERF.1
013400     05  FILLER               PIC X(186).                         K6PERF.1
013500 FD  TCID-MASTER                                                  K6PERF.1
013600     LABEL RECORDS ARE STANDARD.                                  K6PERF.1
013700* REGISTRY MAPPING RECORD AS K6TCID WRITES IT ("M" IN COL 1).     K6PERF.1
013800 01  TM-MAP-REC.                                                  K6PERF.1
013900     05  TM-REC-TYPE              PIC X(1).                       K6PERF.1
014000     05  TM-ID                    PIC X(7).                       K6PERF.1
014100     05  FILLER                   PIC X(1).                       K6PERF.1
014200     05  TM-PGM-ID                PIC X(6).                       K6PERF.1
014300     05  FILLER                   PIC X(1).                       K6PERF.1
014400     05  TM-PAR-NAME              PIC X(22).                      K6PERF.1
014500     05  FILLER                   PIC X(1).                       K6PERF.1
014600     05  TM-EFF-FROM              PIC X(8).                       K6PERF.1
014700     05  FILLER                   PIC X(1).                       K6PERF.1
014800     05  TM-EFF-TO                PIC X(8).                       K6PERF.1
014900     05  FILLER                   PIC X(24).                      K6PERF.1
015000 FD  VOID-REGISTER                                                K6PERF.1
015100     LABEL RECORDS ARE STANDARD.                                  K6PERF.1
015200 COPY K6VDRG.                                                     K6PERF.1
015300 FD  PERF-CTL                                                     K6PERF.1
015400     LABEL RECORDS ARE STANDARD.                                  K6PERF.1
015500 01  CTL-REC.                                                     K6PERF.1
015600     05  CTL-TARGET-A         PIC X(8).                           K6PERF.1
015700     05  FILLER               PIC X(1).                           K6PERF.1
015800     05  CTL-TARGET-B         PIC X(8).                           K6PERF.1
015900     05  FILLER               PIC X(1).                           K6PERF.1
016000     05  CTL-FROM-DATE        PIC 9(8).                           K6PERF.1
016100     05  FILLER               PIC X(1).                           K6PERF.1
016200     05  CTL-TO-DATE          PIC 9(8).                           K6PERF.1
016300     05  FILLER               PIC X(1).                           K6PERF.1
016400     05  CTL-MIN-RUNS         PIC 99.                             K6PERF.1
016500     05  FILLER               PIC X(1).                           K6PERF.1
016600     05  CTL-THRESHOLD        PIC 999.                            K6PERF.1
016700     05  FILLER               PIC X(1).                           K6PERF.1
016800     05  CTL-FLOOR-CS         PIC 999.                            K6PERF.1
016900     05  FILLER               PIC X(34).                          K6PERF.1
017000 FD  PERF-RPT                                                     K6PERF.1
017100     LABEL RECORDS ARE STANDARD.                                  K6PERF.1
017200 01  PR-PRINT-REC             PIC X(120).                         K6PERF.1
017300*                                                                 K6PERF.1
017400 WORKING-STORAGE SECTION.                                         K6PERF.1
017500* ----------------------------------------------------------      K6PERF.1
017600* SWITCHES, COUNTERS AND CONTROL-CARD SETTINGS.                   K6PERF.1
017700* ----------------------------------------------------------      K6PERF.1
017800 77  WS-EXTRACT-EOF-SW        PIC X      VALUE "N".               K6PERF.1
017900     88  WS-EXTRACT-EOF                  VALUE "Y".               K6PERF.1
018000 77  WS-TCID-STATUS           PIC X(2)   VALUE SPACE.             K6PERF.1
018100 77  WS-VOIDREG-STATUS        PIC X(2)   VALUE SPACE.             K6PERF.1
018200 77  WS-TARGET-A              PIC X(8)   VALUE SPACE.             K6PERF.1
018300 77  WS-TARGET-B              PIC X(8)   VALUE SPACE.             K6PERF.1
018400 77  WS-FROM-DATE             PIC 9(8)   VALUE ZERO.              K6PERF.1
018500 77  WS-TO-DATE               PIC 9(8)   VALUE 99999999.          K6PERF.1
018600 77  WS-MIN-RUNS              PIC 99     VALUE 03.                K6PERF.1
018700 77  WS-THRESHOLD             PIC 999    VALUE 025.               K6PERF.1
018800 77  WS-FLOOR-CS              PIC 999    VALUE 005.               K6PERF.1
018900 77  WS-SLOW-LIMIT            PIC 9(5)   COMP VALUE ZERO.         K6PERF.1
019000 77  WS-PERF-RC               PIC 99     VALUE ZERO.              K6PERF.1
019100* ----------------------------------------------------------      K6PERF.1
019200* CSV EXTRACT-ENVELOPE VALIDATION (SEE K6CSVE.CPY).               K6PERF.1
019300* ----------------------------------------------------------      K6PERF.1
019400 77  WS-ENV-OPEN-SW           PIC X      VALUE "N".               K6PERF.1
019500     88  WS-ENV-OPEN                     VALUE "Y".               K6PERF.1
019600 77  WS-ENV-DETAIL-CT         PIC 9(7)   VALUE ZERO.              K6PERF.1
019700 77  WS-ENV-BAD-COUNT         PIC 9(4)   VALUE ZERO.              K6PERF.1
019800 01  ENV-BAD-LINE.                                                K6PERF.1
019900     05  FILLER           PIC X(34) VALUE                         K6PERF.1
020000         "CSV ENVELOPE ERRORS THIS EXTRACT: ".                    K6PERF.1
020100     05  ENV-BAD-T        PIC ZZZ9.                               K6PERF.1
020200     05  FILLER           PIC X(82) VALUE SPACE.                  K6PERF.1
020300* ----------------------------------------------------------      K6PERF.1
020400* THE SEGMENT BEING READ -- WHICH SIDE ITS TARGET IS, ITS         K6PERF.1
020500* PROGRAM AND RUN DATE.  SPACE IN THE SIDE SWITCH MEANS ITS       K6PERF.1
020600* ROWS ARE NOT TIMED.                                             K6PERF.1
020700* ----------------------------------------------------------      K6PERF.1
020800 77  WS-CUR-SIDE              PIC X      VALUE SPACE.             K6PERF.1
020900     88  WS-SIDE-A                       VALUE "A".               K6PERF.1
021000     88  WS-SIDE-B                       VALUE "B".               K6PERF.1
021100 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6PERF.1
021200 77  WS-CUR-RUN-DATE          PIC 9(8)   VALUE ZERO.              K6PERF.1
021300 77  WS-SEG-WINDOW            PIC X(1)   VALUE SPACE.             K6PERF.1
021400 77  WS-VOIDED-SW             PIC X      VALUE "N".               K6PERF.1
021500 77  WS-ELAP-X                PIC X(7)   VALUE SPACE.             K6PERF.1
021600 77  WS-ELAP-9 REDEFINES WS-ELAP-X                                K6PERF.1
021700                              PIC 9(7).                           K6PERF.1
021800* ----------------------------------------------------------      K6PERF.1
021900* COUNTS FOR THE TOTALS.                                          K6PERF.1
022000* ----------------------------------------------------------      K6PERF.1
022100 77  WS-TCID-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
022200 77  WS-VOID-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6PERF.1
022300 77  WS-ENTRY-COUNT           PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
022400 77  WS-MOD-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
022500 77  WS-SEGS-A                PIC 9(5)   COMP VALUE ZERO.         K6PERF.1
022600 77  WS-SEGS-B                PIC 9(5)   COMP VALUE ZERO.         K6PERF.1
022700 77  WS-SEGS-VOID             PIC 9(5)   COMP VALUE ZERO.         K6PERF.1
022800 77  WS-ROWS-TIMED            PIC 9(7)   COMP VALUE ZERO.         K6PERF.1
022900 77  WS-ROWS-UNTIMED          PIC 9(7)   COMP VALUE ZERO.         K6PERF.1
023000 77  WS-DROPPED-COUNT         PIC 9(7)   COMP VALUE ZERO.         K6PERF.1
023100 77  WS-COMPARABLE-COUNT      PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
023200 77  WS-SLOWER-COUNT          PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
023300 77  WS-FASTER-COUNT          PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
023400 77  WS-SAME-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
023500 77  WS-NOT-COMP-COUNT        PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
023600 77  WS-OVER-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
023700 77  WS-SUM-MED-A             PIC 9(9)   COMP VALUE ZERO.         K6PERF.1
023800 77  WS-SUM-MED-B             PIC 9(9)   COMP VALUE ZERO.         K6PERF.1
023900* ----------------------------------------------------------      K6PERF.1
024000* SUBSCRIPTS, SORT AND MEDIAN WORK.                               K6PERF.1
024100* ----------------------------------------------------------      K6PERF.1
024200 77  WS-TSUB                  PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
024300 77  WS-VOID-SUB              PIC 9(3)   COMP VALUE ZERO.         K6PERF.1
024400 77  WS-SSUB                  PIC 9(3)   COMP VALUE ZERO.         K6PERF.1
024500 77  WS-SLOT                  PIC 9(3)   COMP VALUE ZERO.         K6PERF.1
024600 77  WS-QUOT                  PIC 9(5)   COMP VALUE ZERO.         K6PERF.1
024700 77  WS-MSUB                  PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
024800 77  WS-LINE-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6PERF.1
024900 77  WS-FOUND-SW              PIC X      VALUE "N".               K6PERF.1
025000 77  WS-SORT-SWAPPED-SW       PIC X      VALUE "N".               K6PERF.1
025100     88  WS-SORT-SWAPPED                 VALUE "Y".               K6PERF.1
025200 77  WS-MED-SIDE              PIC X      VALUE SPACE.             K6PERF.1
025300 77  WS-MED-N                 PIC 9(3)   COMP VALUE ZERO.         K6PERF.1
025400 77  WS-MID-SUB               PIC 9(3)   COMP VALUE ZERO.         K6PERF.1
025500 77  WS-MED-RESULT            PIC 9(7)   COMP VALUE ZERO.         K6PERF.1
025600 77  WS-MED-HOLD              PIC 9(7)   COMP VALUE ZERO.         K6PERF.1
025700 77  WS-DIVISOR               PIC 9(9)   COMP VALUE ZERO.         K6PERF.1
025800 77  WS-RATIO                 PIC 9(5)   COMP VALUE ZERO.         K6PERF.1
025900 01  MED-WORK-TABLE.                                              K6PERF.1
026000     05  MED-WORK             PIC 9(7)   COMP OCCURS 20 TIMES.    K6PERF.1
026100* ----------------------------------------------------------      K6PERF.1
026200* K6TCID RESOLUTION KEY (SEE K6WTCH).                             K6PERF.1
026300* ----------------------------------------------------------      K6PERF.1
026400 77  WS-KEY-PGM-ID            PIC X(6)   VALUE SPACE.             K6PERF.1
026500 77  WS-KEY-PAR-NAME          PIC X(22)  VALUE SPACE.             K6PERF.1
026600 77  WS-KEY-DATE              PIC X(8)   VALUE SPACE.             K6PERF.1
026700 77  WS-KEY-TCID              PIC X(7)   VALUE SPACE.             K6PERF.1
026800 01  WS-LOOKUP-KEY.                                               K6PERF.1
026900     05  WS-LK-TCID           PIC X(7)   VALUE SPACE.             K6PERF.1
027000     05  WS-LK-PGM-ID         PIC X(6)   VALUE SPACE.             K6PERF.1
027100     05  WS-LK-PAR-NAME       PIC X(22)  VALUE SPACE.             K6PERF.1
027200* ----------------------------------------------------------      K6PERF.1
027300* REGISTRY MAPPINGS AND VOIDED WINDOWS.                           K6PERF.1
027400* ----------------------------------------------------------      K6PERF.1
027500 01  TCID-TABLE.                                                  K6PERF.1
027600     05  TCID-ENTRY OCCURS 3000 TIMES.                            K6PERF.1
027700         10  TT-ID                PIC X(7).                       K6PERF.1
027800         10  TT-PGM-ID            PIC X(6).                       K6PERF.1
027900         10  TT-PAR-NAME          PIC X(22).                      K6PERF.1
028000         10  TT-EFF-FROM          PIC X(8).                       K6PERF.1
028100         10  TT-EFF-TO            PIC X(8).                       K6PERF.1
028200 01  VOIDED-TABLE.                                                K6PERF.1
028300     05  VOIDED-WINDOW OCCURS 200 TIMES.                          K6PERF.1
028400         10  VW-TARGET-ID     PIC X(8).                           K6PERF.1
028500         10  VW-RUN-DATE      PIC 9(8).                           K6PERF.1
028600         10  VW-WINDOW-ID     PIC X(1).                           K6PERF.1
028700* ----------------------------------------------------------      K6PERF.1
028800* PER-TEST-CASE TIMING TABLE.  THE KEY IS THE K6TCID IDENTITY     K6PERF.1
028900* WHEN THE REGISTRY MAPS THE ROW, OTHERWISE THE PROGRAM/          K6PERF.1
029000* PARAGRAPH PAIR WITH A BLANK IDENTITY.  EACH SIDE KEEPS ITS      K6PERF.1
029100* LAST 20 ELAPSED TIMES IN A RING (THE RUN COUNT GOES ON).        K6PERF.1
029200* STATUS "C" COMPARABLE, "N" TOO FEW RUNS, "R" BOTH MEDIANS       K6PERF.1
029300* UNDER THE CLOCK FLOOR.                                          K6PERF.1
029400* ----------------------------------------------------------      K6PERF.1
029500 01  PERF-TABLE.                                                  K6PERF.1
029600     05  PERF-ENTRY OCCURS 2000 TIMES                             K6PERF.1
029700                    INDEXED BY PERF-IDX PERF-JDX.                 K6PERF.1
029800         10  PF-KEY.                                              K6PERF.1
029900             15  PF-KEY-TCID      PIC X(7).                       K6PERF.1
030000             15  PF-KEY-PGM-ID    PIC X(6).                       K6PERF.1
030100             15  PF-KEY-PAR-NAME  PIC X(22).                      K6PERF.1
030200         10  PF-PGM-ID            PIC X(6).                       K6PERF.1
030300         10  PF-PAR-NAME          PIC X(22).                      K6PERF.1
030400         10  PF-RUNS-A            PIC 9(5) COMP.                  K6PERF.1
030500         10  PF-RUNS-B            PIC 9(5) COMP.                  K6PERF.1
030600         10  PF-SAMP-A            PIC 9(7) COMP OCCURS 20 TIMES.  K6PERF.1
030700         10  PF-SAMP-B            PIC 9(7) COMP OCCURS 20 TIMES.  K6PERF.1
030800         10  PF-MED-A             PIC 9(7) COMP.                  K6PERF.1
030900         10  PF-MED-B             PIC 9(7) COMP.                  K6PERF.1
031000         10  PF-RATIO             PIC 9(5) COMP.                  K6PERF.1
031100         10  PF-STATUS            PIC X.                          K6PERF.1
031200 01  WS-SWAP-ENTRY                PIC X(244).                     K6PERF.1
031300* ----------------------------------------------------------      K6PERF.1
031400* MODULE SUBTOTALS (PROGRAM-ID PREFIX), COMPARABLE TESTS ONLY.    K6PERF.1
031500* ----------------------------------------------------------      K6PERF.1
031600 01  MODULE-TABLE.                                                K6PERF.1
031700     05  MOD-ENTRY OCCURS 40 TIMES.                               K6PERF.1
031800         10  MOD-PREFIX           PIC X(2).                       K6PERF.1
031900         10  MOD-TESTS            PIC 9(4) COMP.                  K6PERF.1
032000         10  MOD-SUM-A            PIC 9(9) COMP.                  K6PERF.1
032100         10  MOD-SUM-B            PIC 9(9) COMP.                  K6PERF.1
032200         10  MOD-SLOWER           PIC 9(4) COMP.                  K6PERF.1
032300         10  MOD-FASTER           PIC 9(4) COMP.                  K6PERF.1
032400* ----------------------------------------------------------      K6PERF.1
032500* REPORT LINES.                                                   K6PERF.1
032600* ----------------------------------------------------------      K6PERF.1
032700 01  HDR-LINE-1.                                                  K6PERF.1
032800     05  FILLER   PIC X(36) VALUE                                 K6PERF.1
032900         "PARAGRAPH PERFORMANCE -- TARGET A = ".                  K6PERF.1
033000     05  HDR-TARGET-A     PIC X(8).                               K6PERF.1
033100     05  FILLER   PIC X(14) VALUE "   TARGET B = ".               K6PERF.1
033200     05  HDR-TARGET-B     PIC X(8).                               K6PERF.1
033300     05  FILLER   PIC X(54) VALUE SPACE.                          K6PERF.1
033400 01  HDR-LINE-2.                                                  K6PERF.1
033500     05  FILLER   PIC X(10) VALUE "RUN DATES ".                   K6PERF.1
033600     05  HDR-FROM         PIC 9(8).                               K6PERF.1
033700     05  FILLER   PIC X(4)  VALUE " TO ".                         K6PERF.1
033800     05  HDR-TO           PIC 9(8).                               K6PERF.1
033900     05  FILLER   PIC X(16) VALUE "   MINIMUM RUNS ".             K6PERF.1
034000     05  HDR-MIN-RUNS     PIC Z9.                                 K6PERF.1
034100     05  FILLER   PIC X(14) VALUE "   THRESHOLD ".                K6PERF.1
034200     05  HDR-THRESHOLD    PIC ZZ9.                                K6PERF.1
034300     05  FILLER   PIC X(17) VALUE "%   CLOCK FLOOR ".             K6PERF.1
034400     05  HDR-FLOOR        PIC ZZ9.                                K6PERF.1
034500     05  FILLER   PIC X(35) VALUE " CS".                          K6PERF.1
034600 01  SEC-LINE.                                                    K6PERF.1
034700     05  SEC-TITLE        PIC X(60).                              K6PERF.1
034800     05  FILLER   PIC X(60) VALUE SPACE.                          K6PERF.1
034900 01  COL-LINE-1.                                                  K6PERF.1
035000     05  FILLER   PIC X(39) VALUE SPACE.                          K6PERF.1
035100     05  FILLER   PIC X(4)  VALUE "A = ".                         K6PERF.1
035200     05  COL-TARGET-A     PIC X(8).                               K6PERF.1
035300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6PERF.1
035400     05  FILLER   PIC X(4)  VALUE "B = ".                         K6PERF.1
035500     05  COL-TARGET-B     PIC X(8).                               K6PERF.1
035600     05  FILLER   PIC X(55) VALUE SPACE.                          K6PERF.1
035700 01  COL-LINE-2.                                                  K6PERF.1
035800     05  FILLER   PIC X(39) VALUE                                 K6PERF.1
035900         "PGM-ID PARAGRAPH              TCID".                    K6PERF.1
036000     05  FILLER   PIC X(14) VALUE "RUNS  MED-CS".                 K6PERF.1
036100     05  FILLER   PIC X(14) VALUE "RUNS  MED-CS".                 K6PERF.1
036200     05  FILLER   PIC X(53) VALUE "  B/A%    NOTE".               K6PERF.1
036300 01  DET-LINE.                                                    K6PERF.1
036400     05  DET-PGM-ID       PIC X(6).                               K6PERF.1
036500     05  FILLER           PIC X     VALUE SPACE.                  K6PERF.1
036600     05  DET-PAR-NAME     PIC X(22).                              K6PERF.1
036700     05  FILLER           PIC X     VALUE SPACE.                  K6PERF.1
036800     05  DET-TCID         PIC X(7).                               K6PERF.1
036900     05  FILLER           PIC X(2)  VALUE SPACE.                  K6PERF.1
037000     05  DET-RUNS-A       PIC ZZZ9.                               K6PERF.1
037100     05  FILLER           PIC X     VALUE SPACE.                  K6PERF.1
037200     05  DET-MED-A        PIC ZZZZZZ9.                            K6PERF.1
037300     05  FILLER           PIC X(2)  VALUE SPACE.                  K6PERF.1
037400     05  DET-RUNS-B       PIC ZZZ9.                               K6PERF.1
037500     05  FILLER           PIC X     VALUE SPACE.                  K6PERF.1
037600     05  DET-MED-B        PIC ZZZZZZ9.                            K6PERF.1
037700     05  FILLER           PIC X(2)  VALUE SPACE.                  K6PERF.1
037800     05  DET-RATIO-AREA.                                          K6PERF.1
037900         10  DET-RATIO    PIC ZZZZ9.                              K6PERF.1
038000         10  DET-PCT      PIC X     VALUE "%".                    K6PERF.1
038100     05  FILLER           PIC X     VALUE SPACE.                  K6PERF.1
038200     05  DET-FLAG         PIC X     VALUE SPACE.                  K6PERF.1
038300     05  FILLER           PIC X(2)  VALUE SPACE.                  K6PERF.1
038400     05  DET-NOTE         PIC X(30) VALUE SPACE.                  K6PERF.1
038500     05  FILLER           PIC X(13) VALUE SPACE.                  K6PERF.1
038600 01  NONE-LINE.                                                   K6PERF.1
038700     05  FILLER   PIC X(20) VALUE "    (NONE)".                   K6PERF.1
038800     05  FILLER   PIC X(100) VALUE SPACE.                         K6PERF.1
038900 01  MOD-HDR-LINE.                                                K6PERF.1
039000     05  FILLER   PIC X(46) VALUE                                 K6PERF.1
039100         "MODULE  TESTS   MEDIANS-A   MEDIANS-B   B/A%".          K6PERF.1
039200     05  FILLER   PIC X(74) VALUE "  SLOWER  FASTER".             K6PERF.1
039300 01  MOD-LINE.                                                    K6PERF.1
039400     05  FILLER           PIC X(2)  VALUE SPACE.                  K6PERF.1
039500     05  MOD-L-PREFIX     PIC X(2).                               K6PERF.1
039600     05  FILLER           PIC X(3)  VALUE SPACE.                  K6PERF.1
039700     05  MOD-L-TESTS      PIC ZZZZ9.                              K6PERF.1
039800     05  FILLER           PIC X(2)  VALUE SPACE.                  K6PERF.1
039900     05  MOD-L-SUM-A      PIC ZZZZZZZZZ9.                         K6PERF.1
040000     05  FILLER           PIC X(2)  VALUE SPACE.                  K6PERF.1
040100     05  MOD-L-SUM-B      PIC ZZZZZZZZZ9.                         K6PERF.1
040200     05  FILLER           PIC X(1)  VALUE SPACE.                  K6PERF.1
040300     05  MOD-L-RATIO      PIC ZZZZ9.                              K6PERF.1
040400     05  FILLER           PIC X(1)  VALUE "%".                    K6PERF.1
040500     05  FILLER           PIC X(3)  VALUE SPACE.                  K6PERF.1
040600     05  MOD-L-SLOWER     PIC ZZZZ9.                              K6PERF.1
040700     05  FILLER           PIC X(3)  VALUE SPACE.                  K6PERF.1
040800     05  MOD-L-FASTER     PIC ZZZZ9.                              K6PERF.1
040900     05  FILLER           PIC X(61) VALUE SPACE.                  K6PERF.1
041000 01  TOT-LINE.                                                    K6PERF.1
041100     05  TOT-LABEL        PIC X(40).                              K6PERF.1
041200     05  TOT-VALUE        PIC ZZZZZZ9.                            K6PERF.1
041300     05  FILLER           PIC X(73) VALUE SPACE.                  K6PERF.1
041400*                                                                 K6PERF.1
041500 PROCEDURE DIVISION.                                              K6PERF.1
041600*================================================================ K6PERF.1
041700* 0000-MAINLINE -- LOAD THE REGISTERS, HOLD EACH TEST CASE'S      K6PERF.1
041800* TIMES FOR BOTH TARGETS, TAKE THE MEDIANS, RANK AND REPORT.      K6PERF.1
041900*================================================================ K6PERF.1
042000 0000-MAINLINE.                                                   K6PERF.1
042100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6PERF.1
042200     IF WS-PERF-RC = 12                                           K6PERF.1
042300         CLOSE PERF-RPT                                           K6PERF.1
042400         MOVE WS-PERF-RC TO RETURN-CODE                           K6PERF.1
042500         STOP RUN.                                                K6PERF.1
042600     PERFORM 1100-LOAD-TCID THRU 1100-EXIT.                       K6PERF.1
042700     PERFORM 1200-LOAD-VOIDED THRU 1200-EXIT.                     K6PERF.1
042800     OPEN INPUT CSV-EXTRACT.                                      K6PERF.1
042900     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6PERF.1
043000     PERFORM 3000-POST-RECORD THRU 3000-EXIT                      K6PERF.1
043100             UNTIL WS-EXTRACT-EOF.                                K6PERF.1
043200     SET PERF-IDX TO 1.                                           K6PERF.1
043300     PERFORM 5000-COMPARE-ENTRY THRU 5000-EXIT                    K6PERF.1
043400             UNTIL PERF-IDX > WS-ENTRY-COUNT.                     K6PERF.1
043500     PERFORM 6000-RANK-BY-RATIO THRU 6000-EXIT.                   K6PERF.1
043600     PERFORM 7000-PRINT-SLOWDOWNS THRU 7000-EXIT.                 K6PERF.1
043700     PERFORM 7100-PRINT-SPEEDUPS THRU 7100-EXIT.                  K6PERF.1
043800     PERFORM 7200-PRINT-NOT-COMPARABLE THRU 7200-EXIT.            K6PERF.1
043900     PERFORM 7300-PRINT-MODULES THRU 7300-EXIT.                   K6PERF.1
044000     PERFORM 7400-PRINT-TOTALS THRU 7400-EXIT.                    K6PERF.1
044100     PERFORM 8700-ENV-FINAL-CHECK THRU 8700-EXIT.                 K6PERF.1
044200     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6PERF.1
044300     MOVE WS-PERF-RC TO RETURN-CODE.                              K6PERF.1
044400     STOP RUN.                                                    K6PERF.1
044500*================================================================ K6PERF.1
044600* 1000-INITIALIZE -- READ AND CHECK THE CONTROL CARD, OPEN THE    K6PERF.1
044700* REPORT AND PRINT ITS HEADINGS.  BOTH TARGETS ARE REQUIRED AND   K6PERF.1
044800* MUST DIFFER; OTHERWISE THE CARD IS REJECTED WITH RC 12.         K6PERF.1
044900*================================================================ K6PERF.1
045000 1000-INITIALIZE.                                                 K6PERF.1
045100     OPEN INPUT PERF-CTL.                                         K6PERF.1
045200     READ PERF-CTL                                                K6PERF.1
045300         AT END MOVE SPACE TO CTL-REC.                            K6PERF.1
045400     CLOSE PERF-CTL.                                              K6PERF.1
045500     MOVE CTL-TARGET-A TO WS-TARGET-A.                            K6PERF.1
045600     MOVE CTL-TARGET-B TO WS-TARGET-B.                            K6PERF.1
045700     IF CTL-FROM-DATE NUMERIC                                     K6PERF.1
045800         MOVE CTL-FROM-DATE TO WS-FROM-DATE.                      K6PERF.1
045900     IF CTL-TO-DATE NUMERIC                                       K6PERF.1
046000         AND CTL-TO-DATE > ZERO                                   K6PERF.1
046100         MOVE CTL-TO-DATE TO WS-TO-DATE.                          K6PERF.1
046200     IF CTL-MIN-RUNS NUMERIC                                      K6PERF.1
046300             AND CTL-MIN-RUNS > ZERO                              K6PERF.1
046400         MOVE CTL-MIN-RUNS TO WS-MIN-RUNS.                        K6PERF.1
046500     IF CTL-THRESHOLD NUMERIC                                     K6PERF.1
046600         MOVE CTL-THRESHOLD TO WS-THRESHOLD.                      K6PERF.1
046700     IF CTL-FLOOR-CS NUMERIC                                      K6PERF.1
046800         MOVE CTL-FLOOR-CS TO WS-FLOOR-CS.                        K6PERF.1
046900     COMPUTE WS-SLOW-LIMIT = 100 + WS-THRESHOLD.                  K6PERF.1
047000     OPEN OUTPUT PERF-RPT.                                        K6PERF.1
047100     MOVE WS-TARGET-A TO HDR-TARGET-A COL-TARGET-A.               K6PERF.1
047200     MOVE WS-TARGET-B TO HDR-TARGET-B COL-TARGET-B.               K6PERF.1
047300     MOVE HDR-LINE-1 TO PR-PRINT-REC.                             K6PERF.1
047400     WRITE PR-PRINT-REC.                                          K6PERF.1
047500     IF WS-TARGET-A = SPACE                                       K6PERF.1
047600             OR WS-TARGET-B = SPACE                               K6PERF.1
047700             OR WS-TARGET-A = WS-TARGET-B                         K6PERF.1
047800         MOVE SPACE TO PR-PRINT-REC                               K6PERF.1
047900         STRING "CONTROL CARD REJECTED -- TWO DIFFERENT TARGETS " K6PERF.1
048000             "ARE REQUIRED IN COLUMNS 1-8 AND 10-17"              K6PERF.1
048100             DELIMITED BY SIZE INTO PR-PRINT-REC                  K6PERF.1
048200         WRITE PR-PRINT-REC                                       K6PERF.1
048300         MOVE 12 TO WS-PERF-RC                                    K6PERF.1
048400         GO TO 1000-EXIT.                                         K6PERF.1
048500     MOVE WS-FROM-DATE TO HDR-FROM.                               K6PERF.1
048600     MOVE WS-TO-DATE TO HDR-TO.                                   K6PERF.1
048700     MOVE WS-MIN-RUNS TO HDR-MIN-RUNS.                            K6PERF.1
048800     MOVE WS-THRESHOLD TO HDR-THRESHOLD.                          K6PERF.1
048900     MOVE WS-FLOOR-CS TO HDR-FLOOR.                               K6PERF.1
049000     MOVE HDR-LINE-2 TO PR-PRINT-REC.                             K6PERF.1
049100     WRITE PR-PRINT-REC.                                          K6PERF.1
049200 1000-EXIT.                                                       K6PERF.1
049300     EXIT.                                                        K6PERF.1
049400*================================================================ K6PERF.1
049500* 1100-LOAD-TCID -- THE REGISTRY'S PGM-ID/PAR-NAME MAPPINGS.      K6PERF.1
049600*================================================================ K6PERF.1
049700 1100-LOAD-TCID.                                                  K6PERF.1
049800     OPEN INPUT TCID-MASTER.                                      K6PERF.1
049900     IF WS-TCID-STATUS NOT = "00"                                 K6PERF.1
050000         IF WS-TCID-STATUS = "05"                                 K6PERF.1
050100             CLOSE TCID-MASTER                                    K6PERF.1
050200             GO TO 1100-EXIT                                      K6PERF.1
050300         ELSE                                                     K6PERF.1
050400             GO TO 1100-EXIT.                                     K6PERF.1
050500 1100-READ.                                                       K6PERF.1
050600     READ TCID-MASTER                                             K6PERF.1
050700         AT END GO TO 1100-DONE.                                  K6PERF.1
050800     IF TM-REC-TYPE NOT = "M"                                     K6PERF.1
050900         GO TO 1100-READ.                                         K6PERF.1
051000     IF WS-TCID-COUNT NOT < 3000                                  K6PERF.1
051100         GO TO 1100-READ.                                         K6PERF.1
051200     ADD 1 TO WS-TCID-COUNT.                                      K6PERF.1
051300     MOVE TM-ID       TO TT-ID (WS-TCID-COUNT).                   K6PERF.1
051400     MOVE TM-PGM-ID   TO TT-PGM-ID (WS-TCID-COUNT).               K6PERF.1
051500     MOVE TM-PAR-NAME TO TT-PAR-NAME (WS-TCID-COUNT).             K6PERF.1
051600     MOVE TM-EFF-FROM TO TT-EFF-FROM (WS-TCID-COUNT).             K6PERF.1
051700     MOVE TM-EFF-TO   TO TT-EFF-TO (WS-TCID-COUNT).               K6PERF.1
051800     GO TO 1100-READ.                                             K6PERF.1
051900 1100-DONE.                                                       K6PERF.1
052000     CLOSE TCID-MASTER.                                           K6PERF.1
052100 1100-EXIT.                                                       K6PERF.1
052200     EXIT.                                                        K6PERF.1
052300*================================================================ K6PERF.1
052400* 1200-LOAD-VOIDED -- WINDOWS THE VOID REGISTER HOLDS.            K6PERF.1
052500*================================================================ K6PERF.1
052600 1200-LOAD-VOIDED.                                                K6PERF.1
052700     OPEN INPUT VOID-REGISTER.                                    K6PERF.1
052800     IF WS-VOIDREG-STATUS NOT = "00"                              K6PERF.1
052900             AND WS-VOIDREG-STATUS NOT = "05"                     K6PERF.1
053000         GO TO 1200-EXIT.                                         K6PERF.1
053100 1200-READ.                                                       K6PERF.1
053200     READ VOID-REGISTER                                           K6PERF.1
053300         AT END GO TO 1200-DONE.                                  K6PERF.1
053400     IF WS-VOID-COUNT LESS THAN 200                               K6PERF.1
053500         ADD 1 TO WS-VOID-COUNT                                   K6PERF.1
053600         MOVE VR-TARGET-ID TO VW-TARGET-ID (WS-VOID-COUNT)        K6PERF.1
053700         MOVE VR-RUN-DATE TO VW-RUN-DATE (WS-VOID-COUNT)          K6PERF.1
053800         MOVE VR-WINDOW-ID TO VW-WINDOW-ID (WS-VOID-COUNT).       K6PERF.1
053900     GO TO 1200-READ.                                             K6PERF.1
054000 1200-DONE.                                                       K6PERF.1
054100     CLOSE VOID-REGISTER.                                         K6PERF.1
054200 1200-EXIT.                                                       K6PERF.1
054300     EXIT.                                                        K6PERF.1
054400*================================================================ K6PERF.1
054500* 2000-READ-EXTRACT -- READ THE NEXT EXTRACT RECORD.              K6PERF.1
054600*================================================================ K6PERF.1
054700 2000-READ-EXTRACT.                                               K6PERF.1
054800     READ CSV-EXTRACT                                             K6PERF.1
054900         AT END SET WS-EXTRACT-EOF TO TRUE.                       K6PERF.1
055000 2000-EXIT.                                                       K6PERF.1
055100     EXIT.                                                        K6PERF.1
055200*================================================================ K6PERF.1
055300* 3000-POST-RECORD -- AN IDENTITY RECORD DECIDES WHICH SIDE, IF   K6PERF.1
055400* EITHER, THE ROWS THAT FOLLOW BELONG TO; A TIMED PASS/FAIL       K6PERF.1
055500* DETAIL ROW ADDS ITS ELAPSED TIME TO ITS TEST CASE.              K6PERF.1
055600*================================================================ K6PERF.1
055700 3000-POST-RECORD.                                                K6PERF.1
055800     IF CX-ID-FLAG = "H"                                          K6PERF.1
055900         PERFORM 8500-ENV-OPEN-CHECK THRU 8500-EXIT               K6PERF.1
056000         PERFORM 3100-HEADER-SIDE THRU 3100-EXIT                  K6PERF.1
056100         GO TO 3000-NEXT.                                         K6PERF.1
056200     IF CX-TR-FLAG = "T"                                          K6PERF.1
056300         PERFORM 8600-ENV-TRAILER-CHECK THRU 8600-EXIT            K6PERF.1
056400         GO TO 3000-NEXT.                                         K6PERF.1
056500     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6PERF.1
056600         GO TO 3000-NEXT.                                         K6PERF.1
056700     ADD 1 TO WS-ENV-DETAIL-CT.                                   K6PERF.1
056800     IF WS-CUR-SIDE = SPACE                                       K6PERF.1
056900         GO TO 3000-NEXT.                                         K6PERF.1
057000     IF CX-P-OR-F NOT = "PASS "                                   K6PERF.1
057100             AND CX-P-OR-F NOT = "FAIL*"                          K6PERF.1
057200         GO TO 3000-NEXT.                                         K6PERF.1
057300     MOVE CX-ELAPSED TO WS-ELAP-X.                                K6PERF.1
057400     IF WS-ELAP-X = SPACE                                         K6PERF.1
057500         ADD 1 TO WS-ROWS-UNTIMED                                 K6PERF.1
057600         GO TO 3000-NEXT.                                         K6PERF.1
057700     INSPECT WS-ELAP-X REPLACING LEADING SPACE BY ZERO.           K6PERF.1
057800     IF WS-ELAP-9 NOT NUMERIC                                     K6PERF.1
057900         ADD 1 TO WS-ROWS-UNTIMED                                 K6PERF.1
058000         GO TO 3000-NEXT.                                         K6PERF.1
058100     PERFORM 4000-FIND-ENTRY THRU 4000-EXIT.                      K6PERF.1
058200     IF WS-FOUND-SW = "X"                                         K6PERF.1
058300         GO TO 3000-NEXT.                                         K6PERF.1
058400     PERFORM 4500-POST-SAMPLE THRU 4500-EXIT.                     K6PERF.1
058500 3000-NEXT.                                                       K6PERF.1
058600     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6PERF.1
058700 3000-EXIT.                                                       K6PERF.1
058800     EXIT.                                                        K6PERF.1
058900*================================================================ K6PERF.1
059000* 3100-HEADER-SIDE -- AN "H" HEADER OF TARGET A OR B, RUN INSIDE  K6PERF.1
059100* THE DATE WINDOW IN THE OVERNIGHT SUITE AND NOT ON THE VOID      K6PERF.1
059200* REGISTER, OPENS A TIMED SEGMENT FOR THAT SIDE.                  K6PERF.1
059300*================================================================ K6PERF.1
059400 3100-HEADER-SIDE.                                                K6PERF.1
059500     MOVE SPACE TO WS-CUR-SIDE.                                   K6PERF.1
059600     MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID.                          K6PERF.1
059700     MOVE CX-ID-RUN-DATE TO WS-CUR-RUN-DATE.                      K6PERF.1
059800     IF CX-ID-TARGET NOT = WS-TARGET-A                            K6PERF.1
059900             AND CX-ID-TARGET NOT = WS-TARGET-B                   K6PERF.1
060000         GO TO 3100-EXIT.                                         K6PERF.1
060100     IF CX-ID-RUN-DATE < WS-FROM-DATE                             K6PERF.1
060200             OR CX-ID-RUN-DATE > WS-TO-DATE                       K6PERF.1
060300         GO TO 3100-EXIT.                                         K6PERF.1
060400     MOVE CX-ID-WINDOW-ID TO WS-SEG-WINDOW.                       K6PERF.1
060500     IF WS-SEG-WINDOW = SPACE                                     K6PERF.1
060600         MOVE "N" TO WS-SEG-WINDOW.                               K6PERF.1
060700     IF WS-SEG-WINDOW NOT = "N"                                   K6PERF.1
060800         GO TO 3100-EXIT.                                         K6PERF.1
060900     PERFORM 3200-CHECK-VOIDED THRU 3200-EXIT.                    K6PERF.1
061000     IF WS-VOIDED-SW = "Y"                                        K6PERF.1
061100         ADD 1 TO WS-SEGS-VOID                                    K6PERF.1
061200         GO TO 3100-EXIT.                                         K6PERF.1
061300     IF CX-ID-TARGET = WS-TARGET-A                                K6PERF.1
061400         SET WS-SIDE-A TO TRUE                                    K6PERF.1
061500         ADD 1 TO WS-SEGS-A                                       K6PERF.1
061600     ELSE                                                         K6PERF.1
061700         SET WS-SIDE-B TO TRUE                                    K6PERF.1
061800         ADD 1 TO WS-SEGS-B.                                      K6PERF.1
061900 3100-EXIT.                                                       K6PERF.1
062000     EXIT.                                                        K6PERF.1
062100*================================================================ K6PERF.1
062200* 3200-CHECK-VOIDED -- IS THE SEGMENT'S WINDOW VOID?              K6PERF.1
062300*================================================================ K6PERF.1
062400 3200-CHECK-VOIDED.                                               K6PERF.1
062500     MOVE "N" TO WS-VOIDED-SW.                                    K6PERF.1
062600     MOVE 1 TO WS-VOID-SUB.                                       K6PERF.1
062700 3200-SCAN.                                                       K6PERF.1
062800     IF WS-VOID-SUB GREATER THAN WS-VOID-COUNT                    K6PERF.1
062900         GO TO 3200-EXIT.                                         K6PERF.1
063000     IF VW-TARGET-ID (WS-VOID-SUB) = CX-ID-TARGET                 K6PERF.1
063100             AND VW-RUN-DATE (WS-VOID-SUB) = CX-ID-RUN-DATE       K6PERF.1
063200             AND VW-WINDOW-ID (WS-VOID-SUB) = WS-SEG-WINDOW       K6PERF.1
063300         MOVE "Y" TO WS-VOIDED-SW                                 K6PERF.1
063400         GO TO 3200-EXIT.                                         K6PERF.1
063500     ADD 1 TO WS-VOID-SUB.                                        K6PERF.1
063600     GO TO 3200-SCAN.                                             K6PERF.1
063700 3200-EXIT.                                                       K6PERF.1
063800     EXIT.                                                        K6PERF.1
063900*================================================================ K6PERF.1
064000* 4000-FIND-ENTRY -- LOCATE THE ROW'S TEST CASE, ADDING ONE WHEN  K6PERF.1
064100* NEW.  "X" IN THE FOUND SWITCH MEANS THE TABLE IS FULL AND THE   K6PERF.1
064200* ROW WAS COUNTED AS DROPPED.                                     K6PERF.1
064300*================================================================ K6PERF.1
064400 4000-FIND-ENTRY.                                                 K6PERF.1
064500     MOVE "N" TO WS-FOUND-SW.                                     K6PERF.1
064600     MOVE WS-CUR-PGM-ID TO WS-KEY-PGM-ID.                         K6PERF.1
064700     MOVE CX-PAR-NAME TO WS-KEY-PAR-NAME.                         K6PERF.1
064800     MOVE WS-CUR-RUN-DATE TO WS-KEY-DATE.                         K6PERF.1
064900     PERFORM 4100-RESOLVE-TCID THRU 4100-EXIT.                    K6PERF.1
065000     MOVE SPACE TO WS-LOOKUP-KEY.                                 K6PERF.1
065100     IF WS-KEY-TCID NOT = SPACE                                   K6PERF.1
065200         MOVE WS-KEY-TCID TO WS-LK-TCID                           K6PERF.1
065300     ELSE                                                         K6PERF.1
065400         MOVE WS-KEY-PGM-ID TO WS-LK-PGM-ID                       K6PERF.1
065500         MOVE WS-KEY-PAR-NAME TO WS-LK-PAR-NAME.                  K6PERF.1
065600     SET PERF-IDX TO 1.                                           K6PERF.1
065700 4000-SEARCH.                                                     K6PERF.1
065800     IF PERF-IDX > WS-ENTRY-COUNT                                 K6PERF.1
065900         GO TO 4000-ADD-ENTRY.                                    K6PERF.1
066000     IF PF-KEY (PERF-IDX) = WS-LOOKUP-KEY                         K6PERF.1
066100         MOVE "Y" TO WS-FOUND-SW                                  K6PERF.1
066200         GO TO 4000-NAME.                                         K6PERF.1
066300     SET PERF-IDX UP BY 1.                                        K6PERF.1
066400     GO TO 4000-SEARCH.                                           K6PERF.1
066500 4000-ADD-ENTRY.                                                  K6PERF.1
066600     IF WS-ENTRY-COUNT NOT < 2000                                 K6PERF.1
066700         ADD 1 TO WS-DROPPED-COUNT                                K6PERF.1
066800         MOVE "X" TO WS-FOUND-SW                                  K6PERF.1
066900         GO TO 4000-EXIT.                                         K6PERF.1
067000     ADD 1 TO WS-ENTRY-COUNT.                                     K6PERF.1
067100     SET PERF-IDX TO WS-ENTRY-COUNT.                              K6PERF.1
067200     MOVE WS-LOOKUP-KEY TO PF-KEY (PERF-IDX).                     K6PERF.1
067300     MOVE ZERO TO PF-RUNS-A (PERF-IDX) PF-RUNS-B (PERF-IDX).      K6PERF.1
067400     MOVE ZERO TO PF-MED-A (PERF-IDX) PF-MED-B (PERF-IDX).        K6PERF.1
067500     MOVE ZERO TO PF-RATIO (PERF-IDX).                            K6PERF.1
067600     MOVE SPACE TO PF-STATUS (PERF-IDX).                          K6PERF.1
067700 4000-NAME.                                                       K6PERF.1
067800*    THE NAME PRINTED IS THE ONE LAST SEEN UNDER THE IDENTITY.    K6PERF.1
067900     MOVE WS-KEY-PGM-ID TO PF-PGM-ID (PERF-IDX).                  K6PERF.1
068000     MOVE WS-KEY-PAR-NAME TO PF-PAR-NAME (PERF-IDX).              K6PERF.1
068100 4000-EXIT.                                                       K6PERF.1
068200     EXIT.                                                        K6PERF.1
068300*================================================================ K6PERF.1
068400* 4100-RESOLVE-TCID -- WS-KEY-TCID TO THE REGISTRY ID MAPPED TO   K6PERF.1
068500* WS-KEY-PGM-ID/WS-KEY-PAR-NAME ON WS-KEY-DATE, OR SPACE.         K6PERF.1
068600*================================================================ K6PERF.1
068700 4100-RESOLVE-TCID.                                               K6PERF.1
068800     MOVE SPACE TO WS-KEY-TCID.                                   K6PERF.1
068900     MOVE ZERO TO WS-TSUB.                                        K6PERF.1
069000 4100-NEXT.                                                       K6PERF.1
069100     ADD 1 TO WS-TSUB.                                            K6PERF.1
069200     IF WS-TSUB > WS-TCID-COUNT                                   K6PERF.1
069300         GO TO 4100-EXIT.                                         K6PERF.1
069400     IF TT-PGM-ID (WS-TSUB) NOT = WS-KEY-PGM-ID                   K6PERF.1
069500             OR TT-PAR-NAME (WS-TSUB) NOT = WS-KEY-PAR-NAME       K6PERF.1
069600         GO TO 4100-NEXT.                                         K6PERF.1
069700     IF TT-EFF-FROM (WS-TSUB) > WS-KEY-DATE                       K6PERF.1
069800             OR TT-EFF-TO (WS-TSUB) NOT > WS-KEY-DATE             K6PERF.1
069900         GO TO 4100-NEXT.                                         K6PERF.1
070000     MOVE TT-ID (WS-TSUB) TO WS-KEY-TCID.                         K6PERF.1
070100 4100-EXIT.                                                       K6PERF.1
070200     EXIT.                                                        K6PERF.1
070300*================================================================ K6PERF.1
070400* 4500-POST-SAMPLE -- THE ELAPSED TIME INTO THE SIDE'S RING; THE  K6PERF.1
070500* 21ST RUN OVERWRITES THE FIRST, AND SO ON.                       K6PERF.1
070600*================================================================ K6PERF.1
070700 4500-POST-SAMPLE.                                                K6PERF.1
070800     ADD 1 TO WS-ROWS-TIMED.                                      K6PERF.1
070900     IF WS-SIDE-A                                                 K6PERF.1
071000         DIVIDE PF-RUNS-A (PERF-IDX) BY 20 GIVING WS-QUOT         K6PERF.1
071100             REMAINDER WS-SLOT                                    K6PERF.1
071200         ADD 1 TO WS-SLOT                                         K6PERF.1
071300         MOVE WS-ELAP-9 TO PF-SAMP-A (PERF-IDX WS-SLOT)           K6PERF.1
071400         ADD 1 TO PF-RUNS-A (PERF-IDX)                            K6PERF.1
071500     ELSE                                                         K6PERF.1
071600         DIVIDE PF-RUNS-B (PERF-IDX) BY 20 GIVING WS-QUOT         K6PERF.1
071700             REMAINDER WS-SLOT                                    K6PERF.1
071800         ADD 1 TO WS-SLOT                                         K6PERF.1
071900         MOVE WS-ELAP-9 TO PF-SAMP-B (PERF-IDX WS-SLOT)           K6PERF.1
072000         ADD 1 TO PF-RUNS-B (PERF-IDX).                           K6PERF.1
072100 4500-EXIT.                                                       K6PERF.1
072200     EXIT.                                                        K6PERF.1
072300*================================================================ K6PERF.1
072400* 5000-COMPARE-ENTRY -- BOTH MEDIANS OF ONE TEST CASE, ITS        K6PERF.1
072500* STATUS AND B/A PERCENT, AND ITS SHARE OF THE MODULE SUBTOTAL.   K6PERF.1
072600* A ZERO MEDIAN A IS TAKEN AS ONE CENTISECOND FOR THE DIVISION.   K6PERF.1
072700*================================================================ K6PERF.1
072800 5000-COMPARE-ENTRY.                                              K6PERF.1
072900     MOVE "A" TO WS-MED-SIDE.                                     K6PERF.1
073000     PERFORM 5100-MEDIAN THRU 5100-EXIT.                          K6PERF.1
073100     MOVE WS-MED-RESULT TO PF-MED-A (PERF-IDX).                   K6PERF.1
073200     MOVE "B" TO WS-MED-SIDE.                                     K6PERF.1
073300     PERFORM 5100-MEDIAN THRU 5100-EXIT.                          K6PERF.1
073400     MOVE WS-MED-RESULT TO PF-MED-B (PERF-IDX).                   K6PERF.1
073500     MOVE ZERO TO PF-RATIO (PERF-IDX).                            K6PERF.1
073600     IF PF-RUNS-A (PERF-IDX) < WS-MIN-RUNS                        K6PERF.1
073700             OR PF-RUNS-B (PERF-IDX) < WS-MIN-RUNS                K6PERF.1
073800         MOVE "N" TO PF-STATUS (PERF-IDX)                         K6PERF.1
073900         ADD 1 TO WS-NOT-COMP-COUNT                               K6PERF.1
074000         GO TO 5000-NEXT.                                         K6PERF.1
074100     IF PF-MED-A (PERF-IDX) < WS-FLOOR-CS                         K6PERF.1
074200             AND PF-MED-B (PERF-IDX) < WS-FLOOR-CS                K6PERF.1
074300         MOVE "R" TO PF-STATUS (PERF-IDX)                         K6PERF.1
074400         ADD 1 TO WS-NOT-COMP-COUNT                               K6PERF.1
074500         GO TO 5000-NEXT.                                         K6PERF.1
074600     MOVE "C" TO PF-STATUS (PERF-IDX).                            K6PERF.1
074700     ADD 1 TO WS-COMPARABLE-COUNT.                                K6PERF.1
074800     MOVE PF-MED-A (PERF-IDX) TO WS-DIVISOR.                      K6PERF.1
074900     IF WS-DIVISOR = ZERO                                         K6PERF.1
075000         MOVE 1 TO WS-DIVISOR.                                    K6PERF.1
075100     COMPUTE WS-RATIO ROUNDED =                                   K6PERF.1
075200             PF-MED-B (PERF-IDX) * 100 / WS-DIVISOR               K6PERF.1
075300         ON SIZE ERROR MOVE 99999 TO WS-RATIO.                    K6PERF.1
075400     MOVE WS-RATIO TO PF-RATIO (PERF-IDX).                        K6PERF.1
075500     IF WS-RATIO > 100                                            K6PERF.1
075600         ADD 1 TO WS-SLOWER-COUNT                                 K6PERF.1
075700     ELSE                                                         K6PERF.1
075800         IF WS-RATIO < 100                                        K6PERF.1
075900             ADD 1 TO WS-FASTER-COUNT                             K6PERF.1
076000         ELSE                                                     K6PERF.1
076100             ADD 1 TO WS-SAME-COUNT.                              K6PERF.1
076200     IF WS-RATIO > WS-SLOW-LIMIT                                  K6PERF.1
076300         ADD 1 TO WS-OVER-COUNT                                   K6PERF.1
076400         MOVE 4 TO WS-PERF-RC.                                    K6PERF.1
076500     ADD PF-MED-A (PERF-IDX) TO WS-SUM-MED-A.                     K6PERF.1
076600     ADD PF-MED-B (PERF-IDX) TO WS-SUM-MED-B.                     K6PERF.1
076700     PERFORM 5500-MODULE-POST THRU 5500-EXIT.                     K6PERF.1
076800 5000-NEXT.                                                       K6PERF.1
076900     SET PERF-IDX UP BY 1.                                        K6PERF.1
077000 5000-EXIT.                                                       K6PERF.1
077100     EXIT.                                                        K6PERF.1
077200*================================================================ K6PERF.1
077300* 5100-MEDIAN -- MEDIAN OF THE SIDE'S KEPT TIMES (UP TO 20):      K6PERF.1
077400* SORTED ASCENDING, THE MIDDLE ENTRY AS IN K6ELAP.  ZERO WHEN     K6PERF.1
077500* THE SIDE NEVER RAN.                                             K6PERF.1
077600*================================================================ K6PERF.1
077700 5100-MEDIAN.                                                     K6PERF.1
077800     MOVE ZERO TO WS-MED-RESULT.                                  K6PERF.1
077900     IF WS-MED-SIDE = "A"                                         K6PERF.1
078000         MOVE PF-RUNS-A (PERF-IDX) TO WS-QUOT                     K6PERF.1
078100     ELSE                                                         K6PERF.1
078200         MOVE PF-RUNS-B (PERF-IDX) TO WS-QUOT.                    K6PERF.1
078300     IF WS-QUOT = ZERO                                            K6PERF.1
078400         GO TO 5100-EXIT.                                         K6PERF.1
078500     MOVE WS-QUOT TO WS-MED-N.                                    K6PERF.1
078600     IF WS-QUOT > 20                                              K6PERF.1
078700         MOVE 20 TO WS-MED-N.                                     K6PERF.1
078800     MOVE ZERO TO WS-SSUB.                                        K6PERF.1
078900 5100-COPY.                                                       K6PERF.1
079000     ADD 1 TO WS-SSUB.                                            K6PERF.1
079100     IF WS-SSUB > WS-MED-N                                        K6PERF.1
079200         GO TO 5100-SORT.                                         K6PERF.1
079300     IF WS-MED-SIDE = "A"                                         K6PERF.1
079400         MOVE PF-SAMP-A (PERF-IDX WS-SSUB) TO MED-WORK (WS-SSUB)  K6PERF.1
079500     ELSE                                                         K6PERF.1
079600         MOVE PF-SAMP-B (PERF-IDX WS-SSUB) TO MED-WORK (WS-SSUB). K6PERF.1
079700     GO TO 5100-COPY.                                             K6PERF.1
079800 5100-SORT.                                                       K6PERF.1
079900     MOVE "N" TO WS-SORT-SWAPPED-SW.                              K6PERF.1
080000     MOVE 1 TO WS-SSUB.                                           K6PERF.1
080100 5100-SORT-PAIR.                                                  K6PERF.1
080200     IF WS-SSUB NOT < WS-MED-N                                    K6PERF.1
080300         GO TO 5100-SORT-END.                                     K6PERF.1
080400     ADD 1 TO WS-SSUB GIVING WS-SLOT.                             K6PERF.1
080500     IF MED-WORK (WS-SLOT) < MED-WORK (WS-SSUB)                   K6PERF.1
080600         MOVE MED-WORK (WS-SSUB) TO WS-MED-HOLD                   K6PERF.1
080700         MOVE MED-WORK (WS-SLOT) TO MED-WORK (WS-SSUB)            K6PERF.1
080800         MOVE WS-MED-HOLD TO MED-WORK (WS-SLOT)                   K6PERF.1
080900         SET WS-SORT-SWAPPED TO TRUE.                             K6PERF.1
081000     ADD 1 TO WS-SSUB.                                            K6PERF.1
081100     GO TO 5100-SORT-PAIR.                                        K6PERF.1
081200 5100-SORT-END.                                                   K6PERF.1
081300     IF WS-SORT-SWAPPED                                           K6PERF.1
081400         GO TO 5100-SORT.                                         K6PERF.1
081500     COMPUTE WS-MID-SUB = (WS-MED-N + 1) / 2.                     K6PERF.1
081600     MOVE MED-WORK (WS-MID-SUB) TO WS-MED-RESULT.                 K6PERF.1
081700 5100-EXIT.                                                       K6PERF.1
081800     EXIT.                                                        K6PERF.1
081900*================================================================ K6PERF.1
082000* 5500-MODULE-POST -- A COMPARABLE TEST CASE INTO ITS MODULE'S    K6PERF.1
082100* SUBTOTAL ROW (FIRST TWO CHARACTERS OF THE PROGRAM-ID).          K6PERF.1
082200*================================================================ K6PERF.1
082300 5500-MODULE-POST.                                                K6PERF.1
082400     MOVE ZERO TO WS-MSUB.                                        K6PERF.1
082500 5500-SCAN.                                                       K6PERF.1
082600     ADD 1 TO WS-MSUB.                                            K6PERF.1
082700     IF WS-MSUB > WS-MOD-COUNT                                    K6PERF.1
082800         GO TO 5500-ADD.                                          K6PERF.1
082900     IF MOD-PREFIX (WS-MSUB) = PF-PGM-ID (PERF-IDX) (1:2)         K6PERF.1
083000         GO TO 5500-ACCUM.                                        K6PERF.1
083100     GO TO 5500-SCAN.                                             K6PERF.1
083200 5500-ADD.                                                        K6PERF.1
083300     IF WS-MOD-COUNT NOT < 40                                     K6PERF.1
083400         GO TO 5500-EXIT.                                         K6PERF.1
083500     ADD 1 TO WS-MOD-COUNT.                                       K6PERF.1
083600     MOVE WS-MOD-COUNT TO WS-MSUB.                                K6PERF.1
083700     MOVE PF-PGM-ID (PERF-IDX) (1:2) TO MOD-PREFIX (WS-MSUB).     K6PERF.1
083800     MOVE ZERO TO MOD-TESTS (WS-MSUB) MOD-SUM-A (WS-MSUB)         K6PERF.1
083900                  MOD-SUM-B (WS-MSUB) MOD-SLOWER (WS-MSUB)        K6PERF.1
084000                  MOD-FASTER (WS-MSUB).                           K6PERF.1
084100 5500-ACCUM.                                                      K6PERF.1
084200     ADD 1 TO MOD-TESTS (WS-MSUB).                                K6PERF.1
084300     ADD PF-MED-A (PERF-IDX) TO MOD-SUM-A (WS-MSUB).              K6PERF.1
084400     ADD PF-MED-B (PERF-IDX) TO MOD-SUM-B (WS-MSUB).              K6PERF.1
084500     IF PF-RATIO (PERF-IDX) > 100                                 K6PERF.1
084600         ADD 1 TO MOD-SLOWER (WS-MSUB).                           K6PERF.1
084700     IF PF-RATIO (PERF-IDX) < 100                                 K6PERF.1
084800         ADD 1 TO MOD-FASTER (WS-MSUB).                           K6PERF.1
084900 5500-EXIT.                                                       K6PERF.1
085000     EXIT.                                                        K6PERF.1
085100*================================================================ K6PERF.1
085200* 6000-RANK-BY-RATIO -- BUBBLE THE TABLE INTO DESCENDING B/A      K6PERF.1
085300* ORDER.  THE SLOWDOWNS ARE THEN READ FROM THE TOP AND THE        K6PERF.1
085400* SPEEDUPS FROM THE BOTTOM; A TEST CASE THAT IS NOT COMPARABLE    K6PERF.1
085500* CARRIES ZERO AND SINKS TO THE END, WHERE IT IS PASSED OVER.     K6PERF.1
085600*================================================================ K6PERF.1
085700 6000-RANK-BY-RATIO.                                              K6PERF.1
085800     IF WS-ENTRY-COUNT < 2                                        K6PERF.1
085900         GO TO 6000-EXIT.                                         K6PERF.1
086000 6000-PASS.                                                       K6PERF.1
086100     MOVE "N" TO WS-SORT-SWAPPED-SW.                              K6PERF.1
086200     SET PERF-IDX TO 1.                                           K6PERF.1
086300     SET PERF-JDX TO 2.                                           K6PERF.1
086400 6000-COMPARE.                                                    K6PERF.1
086500     IF PERF-JDX > WS-ENTRY-COUNT                                 K6PERF.1
086600         GO TO 6000-PASS-END.                                     K6PERF.1
086700     IF PF-RATIO (PERF-JDX) > PF-RATIO (PERF-IDX)                 K6PERF.1
086800         MOVE PERF-ENTRY (PERF-IDX) TO WS-SWAP-ENTRY              K6PERF.1
086900         MOVE PERF-ENTRY (PERF-JDX) TO PERF-ENTRY (PERF-IDX)      K6PERF.1
087000         MOVE WS-SWAP-ENTRY TO PERF-ENTRY (PERF-JDX)              K6PERF.1
087100         SET WS-SORT-SWAPPED TO TRUE.                             K6PERF.1
087200     SET PERF-IDX UP BY 1.                                        K6PERF.1
087300     SET PERF-JDX UP BY 1.                                        K6PERF.1
087400     GO TO 6000-COMPARE.                                          K6PERF.1
087500 6000-PASS-END.                                                   K6PERF.1
087600     IF WS-SORT-SWAPPED                                           K6PERF.1
087700         GO TO 6000-PASS.                                         K6PERF.1
087800 6000-EXIT.                                                       K6PERF.1
087900     EXIT.                                                        K6PERF.1
088000*================================================================ K6PERF.1
088100* 7000-PRINT-SLOWDOWNS -- COMPARABLE TEST CASES SLOWER ON TARGET  K6PERF.1
088200* B, WORST FIRST.  "*" MARKS ONE ABOVE THE THRESHOLD.             K6PERF.1
088300*================================================================ K6PERF.1
088400 7000-PRINT-SLOWDOWNS.                                            K6PERF.1
088500     MOVE SPACE TO SEC-TITLE.                                     K6PERF.1
088600     MOVE "SLOWDOWNS -- MEDIAN B ABOVE MEDIAN A, WORST FIRST"     K6PERF.1
088700         TO SEC-TITLE.                                            K6PERF.1
088800     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.                 K6PERF.1
088900     MOVE ZERO TO WS-QUOT.                                        K6PERF.1
089000     SET PERF-IDX TO 1.                                           K6PERF.1
089100 7000-DETAIL.                                                     K6PERF.1
089200     IF PERF-IDX > WS-ENTRY-COUNT                                 K6PERF.1
089300         GO TO 7000-END.                                          K6PERF.1
089400     IF PF-RATIO (PERF-IDX) NOT > 100                             K6PERF.1
089500         GO TO 7000-END.                                          K6PERF.1
089600     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.                   K6PERF.1
089700     IF PF-RATIO (PERF-IDX) > WS-SLOW-LIMIT                       K6PERF.1
089800         MOVE "*" TO DET-FLAG.                                    K6PERF.1
089900     MOVE DET-LINE TO PR-PRINT-REC.                               K6PERF.1
090000     WRITE PR-PRINT-REC.                                          K6PERF.1
090100     ADD 1 TO WS-QUOT.                                            K6PERF.1
090200     SET PERF-IDX UP BY 1.                                        K6PERF.1
090300     GO TO 7000-DETAIL.                                           K6PERF.1
090400 7000-END.                                                        K6PERF.1
090500     IF WS-QUOT = ZERO                                            K6PERF.1
090600         MOVE NONE-LINE TO PR-PRINT-REC                           K6PERF.1
090700         WRITE PR-PRINT-REC.                                      K6PERF.1
090800 7000-EXIT.                                                       K6PERF.1
090900     EXIT.                                                        K6PERF.1
091000*================================================================ K6PERF.1
091100* 7100-PRINT-SPEEDUPS -- COMPARABLE TEST CASES FASTER ON TARGET   K6PERF.1
091200* B, BEST FIRST (THE TABLE READ FROM THE BOTTOM UP).              K6PERF.1
091300*================================================================ K6PERF.1
091400 7100-PRINT-SPEEDUPS.                                             K6PERF.1
091500     MOVE SPACE TO SEC-TITLE.                                     K6PERF.1
091600     MOVE "SPEEDUPS -- MEDIAN B BELOW MEDIAN A, BEST FIRST"       K6PERF.1
091700         TO SEC-TITLE.                                            K6PERF.1
091800     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.                 K6PERF.1
091900     MOVE ZERO TO WS-QUOT.                                        K6PERF.1
092000     IF WS-ENTRY-COUNT = ZERO                                     K6PERF.1
092100         GO TO 7100-END.                                          K6PERF.1
092200     SET PERF-IDX TO WS-ENTRY-COUNT.                              K6PERF.1
092300 7100-DETAIL.                                                     K6PERF.1
092400     IF PF-STATUS (PERF-IDX) NOT = "C"                            K6PERF.1
092500         GO TO 7100-PREV.                                         K6PERF.1
092600     IF PF-RATIO (PERF-IDX) NOT < 100                             K6PERF.1
092700         GO TO 7100-END.                                          K6PERF.1
092800     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.                   K6PERF.1
092900     MOVE DET-LINE TO PR-PRINT-REC.                               K6PERF.1
093000     WRITE PR-PRINT-REC.                                          K6PERF.1
093100     ADD 1 TO WS-QUOT.                                            K6PERF.1
093200 7100-PREV.                                                       K6PERF.1
093300     IF PERF-IDX = 1                                              K6PERF.1
093400         GO TO 7100-END.                                          K6PERF.1
093500     SET PERF-IDX DOWN BY 1.                                      K6PERF.1
093600     GO TO 7100-DETAIL.                                           K6PERF.1
093700 7100-END.                                                        K6PERF.1
093800     IF WS-QUOT = ZERO                                            K6PERF.1
093900         MOVE NONE-LINE TO PR-PRINT-REC                           K6PERF.1
094000         WRITE PR-PRINT-REC.                                      K6PERF.1
094100 7100-EXIT.                                                       K6PERF.1
094200     EXIT.                                                        K6PERF.1
094300*================================================================ K6PERF.1
094400* 7200-PRINT-NOT-COMPARABLE -- TEST CASES WITH TOO FEW RUNS ON    K6PERF.1
094500* EITHER SIDE, OR TOO FAST FOR THE CLOCK TO SEPARATE.  THESE      K6PERF.1
094600* ARE NEVER COUNTED AS REGRESSIONS.                               K6PERF.1
094700*================================================================ K6PERF.1
094800 7200-PRINT-NOT-COMPARABLE.                                       K6PERF.1
094900     MOVE SPACE TO SEC-TITLE.                                     K6PERF.1
095000     MOVE "NOT COMPARABLE -- NOT JUDGED FOR SPEED" TO SEC-TITLE.  K6PERF.1
095100     PERFORM 7800-SECTION-HEADING THRU 7800-EXIT.                 K6PERF.1
095200     MOVE ZERO TO WS-QUOT.                                        K6PERF.1
095300     SET PERF-IDX TO 1.                                           K6PERF.1
095400 7200-DETAIL.                                                     K6PERF.1
095500     IF PERF-IDX > WS-ENTRY-COUNT                                 K6PERF.1
095600         GO TO 7200-END.                                          K6PERF.1
095700     IF PF-STATUS (PERF-IDX) = "C"                                K6PERF.1
095800         GO TO 7200-SKIP.                                         K6PERF.1
095900     PERFORM 7900-FORMAT-DETAIL THRU 7900-EXIT.                   K6PERF.1
096000     MOVE SPACE TO DET-RATIO-AREA.                                K6PERF.1
096100     IF PF-STATUS (PERF-IDX) = "R"                                K6PERF.1
096200         MOVE "BELOW CLOCK FLOOR" TO DET-NOTE                     K6PERF.1
096300     ELSE                                                         K6PERF.1
096400         IF PF-RUNS-A (PERF-IDX) = ZERO                           K6PERF.1
096500             STRING "NOT RUN ON " WS-TARGET-A                     K6PERF.1
096600                 DELIMITED BY SIZE INTO DET-NOTE                  K6PERF.1
096700         ELSE                                                     K6PERF.1
096800             IF PF-RUNS-B (PERF-IDX) = ZERO                       K6PERF.1
096900                 STRING "NOT RUN ON " WS-TARGET-B                 K6PERF.1
097000                     DELIMITED BY SIZE INTO DET-NOTE              K6PERF.1
097100             ELSE                                                 K6PERF.1
097200                 STRING "TOO FEW RUNS (MINIMUM " WS-MIN-RUNS ")"  K6PERF.1
097300                     DELIMITED BY SIZE INTO DET-NOTE.             K6PERF.1
097400     MOVE DET-LINE TO PR-PRINT-REC.                               K6PERF.1
097500     WRITE PR-PRINT-REC.                                          K6PERF.1
097600     ADD 1 TO WS-QUOT.                                            K6PERF.1
097700 7200-SKIP.                                                       K6PERF.1
097800     SET PERF-IDX UP BY 1.                                        K6PERF.1
097900     GO TO 7200-DETAIL.                                           K6PERF.1
098000 7200-END.                                                        K6PERF.1
098100     IF WS-QUOT = ZERO                                            K6PERF.1
098200         MOVE NONE-LINE TO PR-PRINT-REC                           K6PERF.1
098300         WRITE PR-PRINT-REC.                                      K6PERF.1
098400 7200-EXIT.                                                       K6PERF.1
098500     EXIT.                                                        K6PERF.1
098600*================================================================ K6PERF.1
098700* 7300-PRINT-MODULES -- MEDIAN SUBTOTALS BY MODULE OVER THE       K6PERF.1
098800* COMPARABLE TEST CASES, WITH THE OVERALL LINE LAST.              K6PERF.1
098900*================================================================ K6PERF.1
099000 7300-PRINT-MODULES.                                              K6PERF.1
099100     MOVE SPACE TO SEC-TITLE.                                     K6PERF.1
099200     MOVE "MODULE SUBTOTALS -- COMPARABLE TEST CASES"             K6PERF.1
099300         TO SEC-TITLE.                                            K6PERF.1
099400     MOVE SPACE TO PR-PRINT-REC.                                  K6PERF.1
099500     WRITE PR-PRINT-REC.                                          K6PERF.1
099600     MOVE SEC-LINE TO PR-PRINT-REC.                               K6PERF.1
099700     WRITE PR-PRINT-REC.                                          K6PERF.1
099800     MOVE MOD-HDR-LINE TO PR-PRINT-REC.                           K6PERF.1
099900     WRITE PR-PRINT-REC.                                          K6PERF.1
100000     MOVE ZERO TO WS-MSUB.                                        K6PERF.1
100100 7300-DETAIL.                                                     K6PERF.1
100200     ADD 1 TO WS-MSUB.                                            K6PERF.1
100300     IF WS-MSUB > WS-MOD-COUNT                                    K6PERF.1
100400         GO TO 7300-OVERALL.                                      K6PERF.1
100500     MOVE MOD-PREFIX (WS-MSUB) TO MOD-L-PREFIX.                   K6PERF.1
100600     MOVE MOD-TESTS (WS-MSUB) TO MOD-L-TESTS.                     K6PERF.1
100700     MOVE MOD-SUM-A (WS-MSUB) TO MOD-L-SUM-A.                     K6PERF.1
100800     MOVE MOD-SUM-B (WS-MSUB) TO MOD-L-SUM-B.                     K6PERF.1
100900     MOVE MOD-SUM-A (WS-MSUB) TO WS-DIVISOR.                      K6PERF.1
101000     IF WS-DIVISOR = ZERO                                         K6PERF.1
101100         MOVE 1 TO WS-DIVISOR.                                    K6PERF.1
101200     COMPUTE WS-RATIO ROUNDED =                                   K6PERF.1
101300             MOD-SUM-B (WS-MSUB) * 100 / WS-DIVISOR               K6PERF.1
101400         ON SIZE ERROR MOVE 99999 TO WS-RATIO.                    K6PERF.1
101500     MOVE WS-RATIO TO MOD-L-RATIO.                                K6PERF.1
101600     MOVE MOD-SLOWER (WS-MSUB) TO MOD-L-SLOWER.                   K6PERF.1
101700     MOVE MOD-FASTER (WS-MSUB) TO MOD-L-FASTER.                   K6PERF.1
101800     MOVE MOD-LINE TO PR-PRINT-REC.                               K6PERF.1
101900     WRITE PR-PRINT-REC.                                          K6PERF.1
102000     GO TO 7300-DETAIL.                                           K6PERF.1
102100 7300-OVERALL.                                                    K6PERF.1
102200     MOVE "**" TO MOD-L-PREFIX.                                   K6PERF.1
102300     MOVE WS-COMPARABLE-COUNT TO MOD-L-TESTS.                     K6PERF.1
102400     MOVE WS-SUM-MED-A TO MOD-L-SUM-A.                            K6PERF.1
102500     MOVE WS-SUM-MED-B TO MOD-L-SUM-B.                            K6PERF.1
102600     MOVE WS-SUM-MED-A TO WS-DIVISOR.                             K6PERF.1
102700     IF WS-DIVISOR = ZERO                                         K6PERF.1
102800         MOVE 1 TO WS-DIVISOR.                                    K6PERF.1
102900     COMPUTE WS-RATIO ROUNDED =                                   K6PERF.1
103000             WS-SUM-MED-B * 100 / WS-DIVISOR                      K6PERF.1
103100         ON SIZE ERROR MOVE 99999 TO WS-RATIO.                    K6PERF.1
103200     MOVE WS-RATIO TO MOD-L-RATIO.                                K6PERF.1
103300     MOVE WS-SLOWER-COUNT TO MOD-L-SLOWER.                        K6PERF.1
103400     MOVE WS-FASTER-COUNT TO MOD-L-FASTER.                        K6PERF.1
103500     MOVE MOD-LINE TO PR-PRINT-REC.                               K6PERF.1
103600     WRITE PR-PRINT-REC.                                          K6PERF.1
103700 7300-EXIT.                                                       K6PERF.1
103800     EXIT.                                                        K6PERF.1
103900*================================================================ K6PERF.1
104000* 7400-PRINT-TOTALS -- RUN TOTALS.                                K6PERF.1
104100*================================================================ K6PERF.1
104200 7400-PRINT-TOTALS.                                               K6PERF.1
104300     MOVE SPACE TO PR-PRINT-REC.                                  K6PERF.1
104400     WRITE PR-PRINT-REC.                                          K6PERF.1
104500     MOVE "SEGMENTS READ FOR TARGET A" TO TOT-LABEL.              K6PERF.1
104600     MOVE WS-SEGS-A TO TOT-VALUE.                                 K6PERF.1
104700     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
104800     MOVE "SEGMENTS READ FOR TARGET B" TO TOT-LABEL.              K6PERF.1
104900     MOVE WS-SEGS-B TO TOT-VALUE.                                 K6PERF.1
105000     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
105100     MOVE "SEGMENTS PASSED OVER, WINDOW VOID" TO TOT-LABEL.       K6PERF.1
105200     MOVE WS-SEGS-VOID TO TOT-VALUE.                              K6PERF.1
105300     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
105400     MOVE "ROWS TIMED" TO TOT-LABEL.                              K6PERF.1
105500     MOVE WS-ROWS-TIMED TO TOT-VALUE.                             K6PERF.1
105600     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
105700     MOVE "ROWS WITHOUT AN ELAPSED TIME" TO TOT-LABEL.            K6PERF.1
105800     MOVE WS-ROWS-UNTIMED TO TOT-VALUE.                           K6PERF.1
105900     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
106000     MOVE "ROWS DROPPED, TIMING TABLE FULL" TO TOT-LABEL.         K6PERF.1
106100     MOVE WS-DROPPED-COUNT TO TOT-VALUE.                          K6PERF.1
106200     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
106300     MOVE "TEST CASES TRACKED" TO TOT-LABEL.                      K6PERF.1
106400     MOVE WS-ENTRY-COUNT TO TOT-VALUE.                            K6PERF.1
106500     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
106600     MOVE "TEST CASES COMPARABLE" TO TOT-LABEL.                   K6PERF.1
106700     MOVE WS-COMPARABLE-COUNT TO TOT-VALUE.                       K6PERF.1
106800     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
106900     MOVE "    SLOWER ON TARGET B" TO TOT-LABEL.                  K6PERF.1
107000     MOVE WS-SLOWER-COUNT TO TOT-VALUE.                           K6PERF.1
107100     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
107200     MOVE "    ABOVE THE THRESHOLD" TO TOT-LABEL.                 K6PERF.1
107300     MOVE WS-OVER-COUNT TO TOT-VALUE.                             K6PERF.1
107400     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
107500     MOVE "    FASTER ON TARGET B" TO TOT-LABEL.                  K6PERF.1
107600     MOVE WS-FASTER-COUNT TO TOT-VALUE.                           K6PERF.1
107700     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
107800     MOVE "    UNCHANGED" TO TOT-LABEL.                           K6PERF.1
107900     MOVE WS-SAME-COUNT TO TOT-VALUE.                             K6PERF.1
108000     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
108100     MOVE "TEST CASES NOT COMPARABLE" TO TOT-LABEL.               K6PERF.1
108200     MOVE WS-NOT-COMP-COUNT TO TOT-VALUE.                         K6PERF.1
108300     PERFORM 7450-WRITE-TOTAL THRU 7450-EXIT.                     K6PERF.1
108400 7400-EXIT.                                                       K6PERF.1
108500     EXIT.                                                        K6PERF.1
108600 7450-WRITE-TOTAL.                                                K6PERF.1
108700     MOVE TOT-LINE TO PR-PRINT-REC.                               K6PERF.1
108800     WRITE PR-PRINT-REC.                                          K6PERF.1
108900     MOVE SPACE TO TOT-LABEL.                                     K6PERF.1
109000 7450-EXIT.                                                       K6PERF.1
109100     EXIT.                                                        K6PERF.1
109200*================================================================ K6PERF.1
109300* 7800-SECTION-HEADING -- BLANK LINE, SECTION TITLE AND THE TWO   K6PERF.1
109400* COLUMN-HEADING LINES.                                           K6PERF.1
109500*================================================================ K6PERF.1
109600 7800-SECTION-HEADING.                                            K6PERF.1
109700     MOVE SPACE TO PR-PRINT-REC.                                  K6PERF.1
109800     WRITE PR-PRINT-REC.                                          K6PERF.1
109900     MOVE SEC-LINE TO PR-PRINT-REC.                               K6PERF.1
110000     WRITE PR-PRINT-REC.                                          K6PERF.1
110100     MOVE COL-LINE-1 TO PR-PRINT-REC.                             K6PERF.1
110200     WRITE PR-PRINT-REC.                                          K6PERF.1
110300     MOVE COL-LINE-2 TO PR-PRINT-REC.                             K6PERF.1
110400     WRITE PR-PRINT-REC.                                          K6PERF.1
110500 7800-EXIT.                                                       K6PERF.1
110600     EXIT.                                                        K6PERF.1
110700*================================================================ K6PERF.1
110800* 7900-FORMAT-DETAIL -- ONE TEST CASE INTO THE DETAIL LINE.       K6PERF.1
110900*================================================================ K6PERF.1
111000 7900-FORMAT-DETAIL.                                              K6PERF.1
111100     MOVE PF-PGM-ID (PERF-IDX) TO DET-PGM-ID.                     K6PERF.1
111200     MOVE PF-PAR-NAME (PERF-IDX) TO DET-PAR-NAME.                 K6PERF.1
111300     MOVE PF-KEY-TCID (PERF-IDX) TO DET-TCID.                     K6PERF.1
111400     IF PF-KEY-TCID (PERF-IDX) = SPACE                            K6PERF.1
111500         MOVE "(NONE)" TO DET-TCID.                               K6PERF.1
111600     MOVE PF-RUNS-A (PERF-IDX) TO DET-RUNS-A.                     K6PERF.1
111700     MOVE PF-MED-A (PERF-IDX) TO DET-MED-A.                       K6PERF.1
111800     MOVE PF-RUNS-B (PERF-IDX) TO DET-RUNS-B.                     K6PERF.1
111900     MOVE PF-MED-B (PERF-IDX) TO DET-MED-B.                       K6PERF.1
112000     MOVE PF-RATIO (PERF-IDX) TO DET-RATIO.                       K6PERF.1
112100     MOVE "%" TO DET-PCT.                                         K6PERF.1
112200     MOVE SPACE TO DET-FLAG.                                      K6PERF.1
112300     MOVE SPACE TO DET-NOTE.                                      K6PERF.1
112400 7900-EXIT.                                                       K6PERF.1
112500     EXIT.                                                        K6PERF.1
112600*================================================================ K6PERF.1
112700* 8500-ENV-OPEN-CHECK -- AN "H" HEADER OPENS AN EXTRACT           K6PERF.1
112800* ENVELOPE (K6CSVE.CPY).  ONE STILL OPEN AT THAT POINT NEVER      K6PERF.1
112900* SAW ITS TRAILER.                                                K6PERF.1
113000*================================================================ K6PERF.1
113100 8500-ENV-OPEN-CHECK.                                             K6PERF.1
113200     IF WS-ENV-OPEN                                               K6PERF.1
113300         ADD 1 TO WS-ENV-BAD-COUNT.                               K6PERF.1
113400     SET WS-ENV-OPEN TO TRUE.                                     K6PERF.1
113500     MOVE ZERO TO WS-ENV-DETAIL-CT.                               K6PERF.1
113600 8500-EXIT.                                                       K6PERF.1
113700     EXIT.                                                        K6PERF.1
113800*================================================================ K6PERF.1
113900* 8600-ENV-TRAILER-CHECK -- A "T" TRAILER MUST AGREE WITH THE     K6PERF.1
114000* DETAIL ROWS ACTUALLY SEEN SINCE ITS HEADER.                     K6PERF.1
114100*================================================================ K6PERF.1
114200 8600-ENV-TRAILER-CHECK.                                          K6PERF.1
114300     IF NOT WS-ENV-OPEN                                           K6PERF.1
114400         GO TO 8600-EXIT.                                         K6PERF.1
114500     MOVE "N" TO WS-ENV-OPEN-SW.                                  K6PERF.1
114600     IF CX-TR-DETAIL-COUNT NOT NUMERIC                            K6PERF.1
114700         ADD 1 TO WS-ENV-BAD-COUNT                                K6PERF.1
114800         GO TO 8600-EXIT.                                         K6PERF.1
114900     IF CX-TR-DETAIL-COUNT NOT = WS-ENV-DETAIL-CT                 K6PERF.1
115000         ADD 1 TO WS-ENV-BAD-COUNT.                               K6PERF.1
115100 8600-EXIT.                                                       K6PERF.1
115200     EXIT.                                                        K6PERF.1
115300*================================================================ K6PERF.1
115400* 8700-ENV-FINAL-CHECK -- A TRUNCATED OR MISCOUNTED EXTRACT       K6PERF.1
115500* IS REPORTED AND REJECTS THE RUN WITH RETURN-CODE 8.             K6PERF.1
115600*================================================================ K6PERF.1
115700 8700-ENV-FINAL-CHECK.                                            K6PERF.1
115800     IF WS-ENV-OPEN                                               K6PERF.1
115900         ADD 1 TO WS-ENV-BAD-COUNT                                K6PERF.1
116000         MOVE "N" TO WS-ENV-OPEN-SW.                              K6PERF.1
116100     IF WS-ENV-BAD-COUNT = ZERO                                   K6PERF.1
116200         GO TO 8700-EXIT.                                         K6PERF.1
116300     MOVE WS-ENV-BAD-COUNT TO ENV-BAD-T.                          K6PERF.1
116400     WRITE PR-PRINT-REC FROM ENV-BAD-LINE                         K6PERF.1
116500         AFTER ADVANCING 1 LINES.                                 K6PERF.1
116600     MOVE 8 TO WS-PERF-RC.                                        K6PERF.1
116700 8700-EXIT.                                                       K6PERF.1
116800     EXIT.                                                        K6PERF.1
116900*================================================================ K6PERF.1
117000* 9999-TERMINATE -- CLOSE EVERYTHING.                             K6PERF.1
117100*================================================================ K6PERF.1
117200 9999-TERMINATE.                                                  K6PERF.1
117300     CLOSE CSV-EXTRACT.                                           K6PERF.1
117400     CLOSE PERF-RPT.                                              K6PERF.1
117500 9999-EXIT.                                                       K6PERF.1
117600     EXIT.                                                        K6PERF.1
