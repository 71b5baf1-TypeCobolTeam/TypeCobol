000100 IDENTIFICATION DIVISION.                                         K6BKTS.1
000200 PROGRAM-ID.                                                      K6BKTS.1
000300     K6BKTS.                                                      K6BKTS.1
000400*================================================================ K6BKTS.1
000500* K6BKTS -- BACKTEST OF THE OPERATIONAL THRESHOLDS AGAINST PAST   K6BKTS.1
000600* WINDOWS.                                                        K6BKTS.1
000700*================================================================ K6BKTS.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6BKTS.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6BKTS.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6BKTS.1
001100* DATE-COMPILED.                                                  K6BKTS.1
001200*                                                                 K6BKTS.1
001300* REMARKS.                                                        K6BKTS.1
001400*    THE THRESHOLDS THAT RUN THE NIGHTS WERE SET BY JUDGEMENT:    K6BKTS.1
001500*    THE K6ESCL STREAK LEVELS, THE K6BRKR SEVERITY TRIGGER AND    K6BKTS.1
001600*    CORE-MODULE LIST, THE K6FLKY FLIP THRESHOLD, THE K6ELAP      K6BKTS.1
001700*    DEVIATION PERCENTAGE AND THE K6HBMN STALL INTERVAL.  THIS    K6BKTS.1
001800*    PROGRAM REPLAYS A RANGE OF PAST WINDOWS UNDER UP TO EIGHT    K6BKTS.1
001900*    ALTERNATIVE THRESHOLD SETS AND COUNTS, PER SET, THE ALERTS   K6BKTS.1
002000*    EACH DETECTOR WOULD HAVE RAISED, SO A CHANGE TO A THRESHOLD  K6BKTS.1
002100*    IS ARGUED FROM THE HISTORY RATHER THAN FROM MEMORY.          K6BKTS.1
002200*                                                                 K6BKTS.1
002300*    THE REPLAY USES THE SAME RULES AS THE DETECTORS THEMSELVES:  K6BKTS.1
002400*        ESCALATIONS  RAW-DATA HISTORY (RAWEXT, SORTED BY TARGET, K6BKTS.1
002500*                     PROGRAM, DATE AND SEQUENCE AS FOR K6ESCL).  K6BKTS.1
002600*                     A RUN WITH C-FAIL ABOVE ZERO OR ABORTED     K6BKTS.1
002700*                     EXTENDS THE STREAK; ONE ESCALATION IS       K6BKTS.1
002800*                     COUNTED ON THE RUN THAT BRINGS THE STREAK   K6BKTS.1
002900*                     TO LEVEL 2, AND ONE ON THE RUN THAT BRINGS  K6BKTS.1
003000*                     IT TO LEVEL 3.  RUNS BEFORE THE WINDOW      K6BKTS.1
003100*                     BUILD THE STREAK BUT RAISE NOTHING.         K6BKTS.1
003200*        BREAKER      THE SAME EXTRACT.  ONE TRIP PER RUN DATE    K6BKTS.1
003300*                     ON WHICH AN EFFECTIVE RUN HAD A HIGHEST     K6BKTS.1
003400*                     SEVERITY AT OR BELOW THE TRIGGER IN A CORE  K6BKTS.1
003500*                     MODULE (EVERY MODULE WHEN THE SET NAMES     K6BKTS.1
003600*                     NONE) -- THE FIRST SUCH RUN IS THE ONE      K6BKTS.1
003700*                     JUDGED.                                     K6BKTS.1
003800*        ELAPSED      THE SAME EXTRACT.  EVERY CLOSED-OFF RUN IN  K6BKTS.1
003900*                     THE WINDOW IS JUDGED AGAINST THE MEDIAN OF  K6BKTS.1
004000*                     THE (AT MOST 60) EARLIER RUNS OF ITS TARGET K6BKTS.1
004100*                     AND PROGRAM, AS K6ELAP JUDGES THE LATEST.   K6BKTS.1
004200*        FLAKY        THE RESULTS-HISTORY MASTER (RSLTHIST, K6CONSK6BKTS.1
004300*                     LAYOUT).  PASS/FAIL FLIPS PER PROGRAM AND   K6BKTS.1
004400*                     PARAGRAPH INSIDE THE WINDOW, AS K6FLKY.     K6BKTS.1
004500*        STALL        THE WINDOW OPERATIONS JOURNAL (OPSJRNL, AS  K6BKTS.1
004600*                     WRITTEN BY K6OPSJ).  SUCCESSIVE K6HBMN STALLK6BKTS.1
004700*                     DETECTIONS FOR ONE PROGRAM ON ONE DATE, NO  K6BKTS.1
004800*                     MORE THAN TWICE THE PRODUCTION INTERVAL     K6BKTS.1
004900*                     APART, ARE ONE EPISODE.  THE HEARTBEAT WAS  K6BKTS.1
005000*                     SILENT FOR AT LEAST THE PRODUCTION INTERVAL K6BKTS.1
005100*                     PLUS ONE MINUTE AT THE FIRST DETECTION, AND K6BKTS.1
005200*                     FOR THE SPAN OF THE LATER DETECTIONS BEYOND K6BKTS.1
005300*                     THAT; A SET ALERTS ON AN EPISODE WHOSE      K6BKTS.1
005400*                     SILENCE EXCEEDS ITS INTERVAL.  SILENCES     K6BKTS.1
005500*                     SHORTER THAN THE PRODUCTION INTERVAL WERE   K6BKTS.1
005600*                     NEVER LOGGED, SO FOR A SET WITH A SHORTER   K6BKTS.1
005700*                     INTERVAL THE STALL FIGURE IS A FLOOR.       K6BKTS.1
005800*                                                                 K6BKTS.1
005900*    EVERY ALERT IS THEN SET AGAINST THE OUTCOMES ON RECORD:      K6BKTS.1
006000*        REAL        THE PROGRAM HAS A ROW ON THE VENDOR-DEFECT   K6BKTS.1
006100*                    REGISTER (VDEFMST) NOT WITHDRAWN -- FOR A    K6BKTS.1
006200*                    FLAKY FLAG, A ROW FOR THE SAME PARAGRAPH --  K6BKTS.1
006300*                    OR THE TARGET/PROGRAM HAS AN ACKNOWLEDGMENT- K6BKTS.1
006400*                    REGISTER ENTRY (ACKREG) WHOSE INCIDENT WAS   K6BKTS.1
006500*                    RESOLVED OR CLOSED WITH A RESOLUTION CODE    K6BKTS.1
006600*                    OTHER THAN A NO-FAULT CODE.                  K6BKTS.1
006700*        NO-FAULT    NO REAL OUTCOME, BUT AN ENTRY RESOLVED OR    K6BKTS.1
006800*                    CLOSED WITH A NO-FAULT CODE -- THE ALERT WAS K6BKTS.1
006900*                    CHASED AND NOTHING WAS WRONG.                K6BKTS.1
007000*        NO OUTCOME  NOTHING ON RECORD EITHER WAY.                K6BKTS.1
007100*    FOR EACH SET THE REPORT ALSO COUNTS THE REAL PROBLEMS IT     K6BKTS.1
007200*    WOULD HAVE MISSED: RESOLVED-REAL REGISTER ENTRIES FIRST      K6BKTS.1
007300*    NOTIFIED INSIDE THE WINDOW ON WHOSE TARGET/PROGRAM THE SET   K6BKTS.1
007400*    RAISED NO ALERT OF ANY KIND.                                 K6BKTS.1
007500*                                                                 K6BKTS.1
007600*    CONTROL CARDS (BKTSCTL, OPTIONAL; "*" IN COL 1 = COMMENT):   K6BKTS.1
007700*      WINDOW CARD, "W" IN COL 1:                                 K6BKTS.1
007800*        COLS  3-10   FIRST RUN DATE REPLAYED (CCYYMMDD, ZERO OR  K6BKTS.1
007900*                     BLANK = FROM THE START OF THE HISTORY).     K6BKTS.1
008000*        COLS 12-19   LAST RUN DATE REPLAYED (ZERO OR BLANK =     K6BKTS.1
008100*                     TO THE END OF THE HISTORY).                 K6BKTS.1
008200*        COLS 21-23   STALL INTERVAL IN FORCE WHEN THE JOURNAL    K6BKTS.1
008300*                     WAS WRITTEN (DEFAULT 015).                  K6BKTS.1
008400*        COLS 25-32, 34-41, 43-50                                 K6BKTS.1
008500*                     NO-FAULT RESOLUTION CODES (DEFAULT NOFAULT  K6BKTS.1
008600*                     AND NOTREPRO WHEN ALL THREE ARE BLANK).     K6BKTS.1
008700*      THRESHOLD-SET CARD, "S" IN COL 1, ONE PER SET, AT MOST 8:  K6BKTS.1
008800*        COLS  3-10   SET NAME.                                   K6BKTS.1
008900*        COLS 12-14   K6ESCL LEVEL-2 RUNS.                        K6BKTS.1
009000*        COLS 16-18   K6ESCL FURTHER RUNS BEFORE LEVEL 3.         K6BKTS.1
009100*        COL  20      K6BRKR TRIGGER SEVERITY.                    K6BKTS.1
009200*        COLS 22-39   K6BRKR CORE MODULES, SIX SLOTS OF THREE     K6BKTS.1
009300*                     (TWO-CHARACTER PREFIX AND A BLANK).         K6BKTS.1
009400*        COLS 41-42   K6FLKY FLIP THRESHOLD.                      K6BKTS.1
009500*        COLS 44-46   K6ELAP DEVIATION PERCENTAGE.                K6BKTS.1
009600*        COLS 48-50   K6HBMN STALL INTERVAL IN MINUTES.           K6BKTS.1
009700*      A BLANK OR NON-NUMERIC FIELD TAKES THE DETECTOR'S OWN      K6BKTS.1
009800*      DEFAULT (003, 003, "1", EVERY MODULE, 03, 050, 015).  WITH K6BKTS.1
009900*      NO SET CARD ONE SET, "DEFAULTS", IS REPLAYED.  TO COMPARE  K6BKTS.1
010000*      AGAINST PRODUCTION, CODE PRODUCTION'S CONTROL-CARD VALUES  K6BKTS.1
010100*      ON THE FIRST SET CARD.                                     K6BKTS.1
010200*                                                                 K6BKTS.1
010300*    THE REPORT GOES TO BKTSRPT.                                  K6BKTS.1
010400*                                                                 K6BKTS.1
010500* RETURN CODES.                                                   K6BKTS.1
010600*    00  EVERY DETECTOR REPLAYED.                                 K6BKTS.1
010700*    04  THE RESULTS HISTORY OR THE JOURNAL WAS NOT AVAILABLE     K6BKTS.1
010800*        (THAT DETECTOR IS SHOWN AS NOT REPLAYED), OR A TABLE     K6BKTS.1
010900*        FILLED AND THE COUNTS ARE INCOMPLETE.                    K6BKTS.1
011000*                                                                 K6BKTS.1
011100* MODIFICATION HISTORY.                                           K6BKTS.1
011200*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6BKTS.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
011300*================================================================ K6BKTS.1
011400                                                                  K6BKTS.1
011500 ENVIRONMENT DIVISION.                                            K6BKTS.1
011600 CONFIGURATION SECTION.                                           K6BKTS.1
011700 SOURCE-COMPUTER.                                                 K6BKTS.1
011800     OUR-MAINFRAME.                                               K6BKTS.1
011900 OBJECT-COMPUTER.                                                 K6BKTS.1
012000     OUR-MAINFRAME.                                               K6BKTS.1
012100 INPUT-OUTPUT SECTION.                                            K6BKTS.1
012200 FILE-CONTROL.                                                    K6BKTS.1
012300     SELECT OPTIONAL BKTS-CTL ASSIGN TO BKTSCTL                   K6BKTS.1
012400         ORGANIZATION IS SEQUENTIAL                               K6BKTS.1
012500         FILE STATUS IS WS-CTL-STATUS.                            K6BKTS.1
012600     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6BKTS.1
012700         ORGANIZATION IS SEQUENTIAL.                              K6BKTS.1
012800     SELECT RESULT-MASTER ASSIGN TO RSLTHIST                      K6BKTS.1
012900         ORGANIZATION IS INDEXED                                  K6BKTS.1
013000         ACCESS MODE IS SEQUENTIAL                                K6BKTS.1
013100         RECORD KEY IS RH-KEY                                     K6BKTS.1
013200         ALTERNATE RECORD KEY IS RH-ANSI-CODE                     K6BKTS.1
013300             WITH DUPLICATES                                      K6BKTS.1
013400         FILE STATUS IS WS-MASTER-STATUS.                         K6BKTS.1
013500     SELECT OPTIONAL OPS-JOURNAL ASSIGN TO OPSJRNL                K6BKTS.1
013600         ORGANIZATION IS SEQUENTIAL                               K6BKTS.1
013700         FILE STATUS IS WS-JRNL-STATUS.                           K6BKTS.1
013800     SELECT OPTIONAL VDEF-MASTER ASSIGN TO VDEFMST                K6BKTS.1
013900         ORGANIZATION IS SEQUENTIAL                               K6BKTS.1
014000         FILE STATUS IS WS-VDEF-STATUS.                           K6BKTS.1
014100     SELECT OPTIONAL ACK-REGISTER ASSIGN TO ACKREG                K6BKTS.1
014200         ORGANIZATION IS SEQUENTIAL                               K6BKTS.1
014300         FILE STATUS IS WS-ACK-STATUS.                            K6BKTS.1
014400     SELECT BKTS-RPT ASSIGN TO BKTSRPT                            K6BKTS.1
014500         ORGANIZATION IS SEQUENTIAL.                              K6BKTS.1
014600                                                                  K6BKTS.1
014700 DATA DIVISION.                                                   K6BKTS.1
014800 FILE SECTION.                                                    K6BKTS.1
014900 FD  BKTS-CTL                                                     K6BKTS.1
015000     LABEL RECORDS ARE STANDARD.                                  K6BKTS.1
015100 01  CTL-REC.                                                     K6BKTS.1
015200     05  CTL-CARD-TYPE        PIC X(1).                           K6BKTS.1
015300     05  FILLER               PIC X(79).                          K6BKTS.1
015400 01  CW-WINDOW-CARD.                                              K6BKTS.1
015500     05  FILLER               PIC X(2).                           K6BKTS.1
015600     05  CW-FROM-DATE         PIC 9(8).                           K6BKTS.1
015700     05  FILLER               PIC X(1).                           K6BKTS.1
015800     05  CW-TO-DATE           PIC 9(8).                           K6BKTS.1
015900     05  FILLER               PIC X(1).                           K6BKTS.1
016000     05  CW-PROD-STALL        PIC 9(3).                           K6BKTS.1
016100     05  FILLER               PIC X(1).                           K6BKTS.1
016200     05  CW-NOFAULT-SLOT OCCURS 3 TIMES.                          K6BKTS.1
016300         10  CW-NOFAULT-CODE  PIC X(8).                           K6BKTS.1
016400         10  FILLER           PIC X(1).                           K6BKTS.1
016500     05  FILLER               PIC X(29).                          K6BKTS.1
016600 01  CS-SET-CARD.                                                 K6BKTS.1
016700     05  FILLER               PIC X(2).                           K6BKTS.1
016800     05  CS-SET-ID            PIC X(8).                           K6BKTS.1
016900     05  FILLER               PIC X(1).                           K6BKTS.1
017000     05  CS-L2-RUNS           PIC 9(3).                           K6BKTS.1
017100     05  FILLER               PIC X(1).                           K6BKTS.1
017200     05  CS-L3-FURTHER        PIC 9(3).                           K6BKTS.1
017300     05  FILLER               PIC X(1).                           K6BKTS.1
017400     05  CS-TRIGGER-SEV       PIC X(1).                           K6BKTS.1
017500     05  FILLER               PIC X(1).                           K6BKTS.1
017600     05  CS-MODULE-SLOT OCCURS 6 TIMES.                           K6BKTS.1
017700         10  CS-MODULE        PIC X(2).                           K6BKTS.1
017800         10  FILLER           PIC X(1).                           K6BKTS.1
017900     05  FILLER               PIC X(1).                           K6BKTS.1
018000     05  CS-FLIP-THRESHOLD    PIC 9(2).                           K6BKTS.1
018100     05  FILLER               PIC X(1).                           K6BKTS.1
018200     05  CS-ELAP-PCT          PIC 9(3).                           K6BKTS.1
018300     05  FILLER               PIC X(1).                           K6BKTS.1
018400     05  CS-STALL-MINS        PIC 9(3).                           K6BKTS.1
018500     05  FILLER               PIC X(30).                          K6BKTS.1
018600 FD  RAW-EXTRACT                                                  K6BKTS.1
018700     LABEL RECORDS ARE STANDARD.                                  K6BKTS.1
018800 COPY K6RAWDS.                                                    K6BKTS.1
018900 FD  RESULT-MASTER                                                K6BKTS.1
019000     LABEL RECORDS ARE STANDARD.                                  K6BKTS.1
019100 01  RH-RESULT-REC.                                               K6BKTS.1
019200     05  RH-KEY.                                                  K6BKTS.1
019300         10  RH-PGM-ID        PIC X(6).                           K6BKTS.1
019400         10  RH-PAR-NAME      PIC X(22).                          K6BKTS.1
019500         10  RH-RUN-DATE      PIC 9(8).                           K6BKTS.1
019600         10  RH-TARGET-ID     PIC X(8).                           K6BKTS.1
019700     05  RH-RUN-SEQ           PIC 99.                             K6BKTS.1
019800     05  RH-P-OR-F            PIC X(5).                           K6BKTS.1
019900     05  RH-FEATURE           PIC X(20).                          K6BKTS.1
020000     05  RH-COMPUTED          PIC X(20).                          K6BKTS.1
020100     05  RH-CORRECT           PIC X(20).                          K6BKTS.1
020200     05  RH-REMARK            PIC X(61).                          K6BKTS.1
020300     05  RH-ANSI-CODE         PIC X(10).                          K6BKTS.1
020400     05  RH-SEVERITY          PIC X(1).                           K6BKTS.1
020500 FD  OPS-JOURNAL                                                  K6BKTS.1
020600     LABEL RECORDS ARE STANDARD.                                  K6BKTS.1
020700 01  OJ-PRINT-REC             PIC X(120).                         K6BKTS.1
020800*    JOURNAL LINE -- KEPT IN STEP WITH JRNL-LINE IN K6OPSJ.       K6BKTS.1
020900 01  OJ-JRNL-LINE REDEFINES OJ-PRINT-REC.                         K6BKTS.1
021000     05  OJ-DATE              PIC 9(8).                           K6BKTS.1
021100     05  FILLER               PIC X(1).                           K6BKTS.1
021200     05  OJ-TIME              PIC 9(8).                           K6BKTS.1
021300     05  FILLER               PIC X(1).                           K6BKTS.1
021400     05  OJ-SOURCE            PIC X(8).                           K6BKTS.1
021500     05  FILLER               PIC X(1).                           K6BKTS.1
021600     05  OJ-TEXT              PIC X(40).                          K6BKTS.1
021700     05  FILLER               PIC X(10).                          K6BKTS.1
021800     05  OJ-RUNNING           PIC X(6).                           K6BKTS.1
021900     05  FILLER               PIC X(37).                          K6BKTS.1
022000 FD  VDEF-MASTER                                                  K6BKTS.1
022100     LABEL RECORDS ARE STANDARD.                                  K6BKTS.1
022200 01  VD-REGISTER-REC.                                             K6BKTS.1
022300     05  VD-DEFECT-ID         PIC X(8).                           K6BKTS.1
022400     05  FILLER               PIC X(1).                           K6BKTS.1
022500     05  VD-STATUS            PIC X(8).                           K6BKTS.1
022600     05  FILLER               PIC X(1).                           K6BKTS.1
022700     05  VD-FIX-VERSION       PIC X(20).                          K6BKTS.1
022800     05  FILLER               PIC X(1).                           K6BKTS.1
022900     05  VD-PGM-ID            PIC X(6).                           K6BKTS.1
023000     05  FILLER               PIC X(1).                           K6BKTS.1
023100     05  VD-PAR-NAME          PIC X(22).                          K6BKTS.1
023200     05  FILLER               PIC X(1).                           K6BKTS.1
023300     05  VD-EXPECT-UNTIL      PIC X(8).                           K6BKTS.1
023400     05  FILLER               PIC X(3).                           K6BKTS.1
023500 FD  ACK-REGISTER                                                 K6BKTS.1
023600     LABEL RECORDS ARE STANDARD.                                  K6BKTS.1
023700 01  AR-REGISTER-REC.                                             K6BKTS.1
023800     05  AR-QUEUE-ID          PIC X(8).                           K6BKTS.1
023900     05  AR-TARGET-ID         PIC X(8).                           K6BKTS.1
024000     05  AR-PGM-ID            PIC X(6).                           K6BKTS.1
024100     05  AR-FIRST-DATE        PIC 9(8).                           K6BKTS.1
024200     05  AR-LAST-DATE         PIC 9(8).                           K6BKTS.1
024300     05  AR-NOTIFY-COUNT      PIC 9(4).                           K6BKTS.1
024400     05  AR-ACK-FLAG          PIC X(1).                           K6BKTS.1
024500     05  AR-ACK-USER          PIC X(8).                           K6BKTS.1
024600     05  AR-ACK-TICKET        PIC X(8).                           K6BKTS.1
024700     05  AR-ACK-DATE          PIC 9(8).                           K6BKTS.1
024800     05  AR-EXPECT-FIX        PIC 9(8).                           K6BKTS.1
024900     05  AR-INC-STATUS        PIC X(1).                           K6BKTS.1
025000     05  AR-INC-RESOL         PIC X(8).                           K6BKTS.1
025100     05  AR-REOPEN-COUNT      PIC 9(2).                           K6BKTS.1
025200     05  FILLER               PIC X(14).                          K6BKTS.1
025300 FD  BKTS-RPT                                                     K6BKTS.1
025400     LABEL RECORDS ARE STANDARD.                                  K6BKTS.1
025500 01  BR-PRINT-REC             PIC X(120).                         K6BKTS.1
025600                                                                  K6BKTS.1
025700 WORKING-STORAGE SECTION.                                         K6BKTS.1
025800* ----------------------------------------------------------      K6BKTS.1
025900* SWITCHES AND COUNTERS.                                          K6BKTS.1
026000* ----------------------------------------------------------      K6BKTS.1
026100 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6BKTS.1
026200 77  WS-MASTER-STATUS         PIC X(2)   VALUE SPACE.             K6BKTS.1
026300 77  WS-JRNL-STATUS           PIC X(2)   VALUE SPACE.             K6BKTS.1
026400 77  WS-VDEF-STATUS           PIC X(2)   VALUE SPACE.             K6BKTS.1
026500 77  WS-ACK-STATUS            PIC X(2)   VALUE SPACE.             K6BKTS.1
026600 77  WS-RESULTS-SW            PIC X      VALUE "N".               K6BKTS.1
026700     88  WS-RESULTS-REPLAYED             VALUE "Y".               K6BKTS.1
026800 77  WS-JOURNAL-SW            PIC X      VALUE "N".               K6BKTS.1
026900     88  WS-JOURNAL-REPLAYED             VALUE "Y".               K6BKTS.1
027000 77  WS-OVERFLOW-SW           PIC X      VALUE "N".               K6BKTS.1
027100     88  WS-TABLE-OVERFLOW               VALUE "Y".               K6BKTS.1
027200 77  WS-CORE-SW               PIC X      VALUE "N".               K6BKTS.1
027300 77  WS-FAILING-SW            PIC X      VALUE "N".               K6BKTS.1
027400 77  WS-EPISODE-SW            PIC X      VALUE "N".               K6BKTS.1
027500     88  WS-EPISODE-OPEN                 VALUE "Y".               K6BKTS.1
027600 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6BKTS.1
027700 77  WS-FROM-DATE             PIC 9(8)   VALUE ZERO.              K6BKTS.1
027800 77  WS-TO-DATE               PIC 9(8)   VALUE 99999999.          K6BKTS.1
027900 77  WS-PROD-STALL            PIC 9(3)   VALUE 015.               K6BKTS.1
028000 77  WS-RUNS-READ             PIC 9(7)   COMP VALUE ZERO.         K6BKTS.1
028100 77  WS-ROWS-READ             PIC 9(7)   COMP VALUE ZERO.         K6BKTS.1
028200 77  WS-EPISODES              PIC 9(5)   COMP VALUE ZERO.         K6BKTS.1
028300 77  WS-VDEF-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
028400 77  WS-ACK-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
028500 77  WS-TRIP-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
028600 77  WS-SET-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6BKTS.1
028700 77  WS-SET-SUB               PIC 9(2)   COMP VALUE ZERO.         K6BKTS.1
028800 77  WS-KIND                  PIC 9(2)   COMP VALUE ZERO.         K6BKTS.1
028900 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
029000 77  WS-SCAN-SUB              PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
029100 77  WS-TRIP-SUB              PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
029200 77  WS-STREAK                PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
029300 77  WS-HIST-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
029400 77  WS-SORT-SUB              PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
029500 77  WS-SORT-SUB2             PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
029600 77  WS-MID-SUB               PIC 9(3)   COMP VALUE ZERO.         K6BKTS.1
029700 77  WS-SORT-HOLD             PIC S9(7)  COMP VALUE ZERO.         K6BKTS.1
029800 77  WS-START-SECS            PIC S9(7)  COMP VALUE ZERO.         K6BKTS.1
029900 77  WS-END-SECS              PIC S9(7)  COMP VALUE ZERO.         K6BKTS.1
030000 77  WS-ELAPSED-SECS          PIC S9(7)  COMP VALUE ZERO.         K6BKTS.1
030100 77  WS-MEDIAN-SECS           PIC S9(7)  COMP VALUE ZERO.         K6BKTS.1
030200 77  WS-DEVIATION             PIC S9(7)  COMP VALUE ZERO.         K6BKTS.1
030300 77  WS-LIMIT                 PIC S9(7)  COMP VALUE ZERO.         K6BKTS.1
030400 77  WS-PAIR-FLIPS            PIC 9(4)   COMP VALUE ZERO.         K6BKTS.1
030500 77  WS-EVENT-MINS            PIC S9(5)  COMP VALUE ZERO.         K6BKTS.1
030600 77  WS-EP-FIRST-MINS         PIC S9(5)  COMP VALUE ZERO.         K6BKTS.1
030700 77  WS-EP-LAST-MINS          PIC S9(5)  COMP VALUE ZERO.         K6BKTS.1
030800 77  WS-SILENCE-MINS          PIC S9(5)  COMP VALUE ZERO.         K6BKTS.1
030900 77  WS-MISSED                PIC 9(5)   COMP VALUE ZERO.         K6BKTS.1
031000 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6BKTS.1
031100 01  WS-TIME-PARTS.                                               K6BKTS.1
031200     05  WS-TP-HH             PIC 99.                             K6BKTS.1
031300     05  WS-TP-MM             PIC 99.                             K6BKTS.1
031400     05  WS-TP-SS             PIC 99.                             K6BKTS.1
031500     05  WS-TP-CC             PIC 99.                             K6BKTS.1
031600* ----------------------------------------------------------      K6BKTS.1
031700* THE RUN KEY BEING REPLAYED (RAWEXT) AND ITS EARLIER             K6BKTS.1
031800* ELAPSED TIMES, MOST RECENT LAST.                                K6BKTS.1
031900* ----------------------------------------------------------      K6BKTS.1
032000 01  WS-CUR-KEY.                                                  K6BKTS.1
032100     05  WS-CUR-TARGET        PIC X(8)   VALUE SPACE.             K6BKTS.1
032200     05  WS-CUR-PGM-ID        PIC X(6)   VALUE SPACE.             K6BKTS.1
032300 01  WS-REC-KEY.                                                  K6BKTS.1
032400     05  WS-REC-TARGET        PIC X(8)   VALUE SPACE.             K6BKTS.1
032500     05  WS-REC-PGM-ID        PIC X(6)   VALUE SPACE.             K6BKTS.1
032600 01  ELAP-HISTORY.                                                K6BKTS.1
032700     05  EH-SECS              PIC S9(7)  COMP OCCURS 60 TIMES.    K6BKTS.1
032800 01  ELAP-SORT.                                                   K6BKTS.1
032900     05  ES-SECS              PIC S9(7)  COMP OCCURS 60 TIMES.    K6BKTS.1
033000* ----------------------------------------------------------      K6BKTS.1
033100* THE PROGRAM/PARAGRAPH PAIR BEING REPLAYED (RSLTHIST).           K6BKTS.1
033200* ----------------------------------------------------------      K6BKTS.1
033300 01  WS-PAIR-KEY.                                                 K6BKTS.1
033400     05  WS-PAIR-PGM-ID       PIC X(6)   VALUE SPACE.             K6BKTS.1
033500     05  WS-PAIR-PAR-NAME     PIC X(22)  VALUE SPACE.             K6BKTS.1
033600 01  WS-ROW-KEY.                                                  K6BKTS.1
033700     05  WS-ROW-PGM-ID        PIC X(6)   VALUE SPACE.             K6BKTS.1
033800     05  WS-ROW-PAR-NAME      PIC X(22)  VALUE SPACE.             K6BKTS.1
033900 01  WS-PAIR-LAST-POF         PIC X(5)   VALUE SPACE.             K6BKTS.1
034000* ----------------------------------------------------------      K6BKTS.1
034100* THE STALL EPISODE BEING REPLAYED (OPSJRNL).                     K6BKTS.1
034200* ----------------------------------------------------------      K6BKTS.1
034300 01  WS-EP-PGM-ID             PIC X(6)   VALUE SPACE.             K6BKTS.1
034400 01  WS-EP-DATE               PIC 9(8)   VALUE ZERO.              K6BKTS.1
034500* ----------------------------------------------------------      K6BKTS.1
034600* OUTCOME LOOK-UP ARGUMENTS AND ANSWER.  A BLANK TARGET OR        K6BKTS.1
034700* PARAGRAPH MATCHES ANY.                                          K6BKTS.1
034800* ----------------------------------------------------------      K6BKTS.1
034900 01  WS-OC-TARGET             PIC X(8)   VALUE SPACE.             K6BKTS.1
035000 01  WS-OC-PGM-ID             PIC X(6)   VALUE SPACE.             K6BKTS.1
035100 01  WS-OC-PAR-NAME           PIC X(22)  VALUE SPACE.             K6BKTS.1
035200 01  WS-OUTCOME               PIC X(1)   VALUE "N".               K6BKTS.1
035300     88  WS-OC-REAL                      VALUE "C".               K6BKTS.1
035400     88  WS-OC-NOFAULT                   VALUE "R".               K6BKTS.1
035500     88  WS-OC-NONE                      VALUE "N".               K6BKTS.1
035600* ----------------------------------------------------------      K6BKTS.1
035700* NO-FAULT RESOLUTION CODES.                                      K6BKTS.1
035800* ----------------------------------------------------------      K6BKTS.1
035900 01  NOFAULT-CODES.                                               K6BKTS.1
036000     05  NFC-CODE             PIC X(8)   OCCURS 3 TIMES.          K6BKTS.1
036100* ----------------------------------------------------------      K6BKTS.1
036200* THRESHOLD SETS AND, PER SET, THE ALERTS COUNTED BY KIND:        K6BKTS.1
036300* 1 ESCALATION LEVEL 2, 2 LEVEL 3, 3 BREAKER TRIP, 4 FLAKY        K6BKTS.1
036400* FLAG, 5 ELAPSED ANOMALY, 6 STALL ALERT.                         K6BKTS.1
036500* ----------------------------------------------------------      K6BKTS.1
036600 01  SET-TABLE.                                                   K6BKTS.1
036700     05  SET-ENTRY OCCURS 8 TIMES.                                K6BKTS.1
036800         10  SET-ID               PIC X(8).                       K6BKTS.1
036900         10  SET-L2-RUNS          PIC 9(3).                       K6BKTS.1
037000         10  SET-L3-RUNS          PIC 9(3).                       K6BKTS.1
037100         10  SET-TRIGGER-SEV      PIC X(1).                       K6BKTS.1
037200         10  SET-MODULE-COUNT     PIC 9(1)  COMP.                 K6BKTS.1
037300         10  SET-CORE-MOD         PIC X(2)  OCCURS 6 TIMES.       K6BKTS.1
037400         10  SET-FLIP-THRESHOLD   PIC 9(2).                       K6BKTS.1
037500         10  SET-ELAP-PCT         PIC 9(3).                       K6BKTS.1
037600         10  SET-STALL-MINS       PIC 9(3).                       K6BKTS.1
037700         10  SET-KIND OCCURS 6 TIMES.                             K6BKTS.1
037800             15  SET-FIRED        PIC 9(5)  COMP.                 K6BKTS.1
037900             15  SET-REAL         PIC 9(5)  COMP.                 K6BKTS.1
038000             15  SET-NOFAULT      PIC 9(5)  COMP.                 K6BKTS.1
038100             15  SET-NO-OUTCOME   PIC 9(5)  COMP.                 K6BKTS.1
038200 01  KIND-VALUES.                                                 K6BKTS.1
038300     05  FILLER   PIC X(20) VALUE "ESCALATIONS LEVEL 2 ".         K6BKTS.1
038400     05  FILLER   PIC X(20) VALUE "ESCALATIONS LEVEL 3 ".         K6BKTS.1
038500     05  FILLER   PIC X(20) VALUE "BREAKER TRIPS       ".         K6BKTS.1
038600     05  FILLER   PIC X(20) VALUE "FLAKY FLAGS         ".         K6BKTS.1
038700     05  FILLER   PIC X(20) VALUE "ELAPSED ANOMALIES   ".         K6BKTS.1
038800     05  FILLER   PIC X(20) VALUE "STALL ALERTS        ".         K6BKTS.1
038900 01  KIND-TABLE REDEFINES KIND-VALUES.                            K6BKTS.1
039000     05  KIND-TITLE           PIC X(20)  OCCURS 6 TIMES.          K6BKTS.1
039100* ----------------------------------------------------------      K6BKTS.1
039200* BREAKER: THE RUN DATES OF THE WINDOW AND WHETHER EACH SET       K6BKTS.1
039300* HAS ALREADY TRIPPED ON THAT DATE.                               K6BKTS.1
039400* ----------------------------------------------------------      K6BKTS.1
039500 01  TRIP-TABLE.                                                  K6BKTS.1
039600     05  TRIP-ENTRY OCCURS 400 TIMES.                             K6BKTS.1
039700         10  TRIP-DATE            PIC 9(8).                       K6BKTS.1
039800         10  TRIP-SWS.                                            K6BKTS.1
039900             15  TRIP-SW          PIC X(1)  OCCURS 8 TIMES.       K6BKTS.1
040000* ----------------------------------------------------------      K6BKTS.1
040100* OUTCOMES ON RECORD.  AT-HIT IS SET PER THRESHOLD SET WHEN       K6BKTS.1
040200* AN ALERT OF THAT SET LANDS ON THE ENTRY.                        K6BKTS.1
040300* ----------------------------------------------------------      K6BKTS.1
040400 01  VDEF-TABLE.                                                  K6BKTS.1
040500     05  VT-ENTRY OCCURS 500 TIMES.                               K6BKTS.1
040600         10  VT-PGM-ID            PIC X(6).                       K6BKTS.1
040700         10  VT-PAR-NAME          PIC X(22).                      K6BKTS.1
040800 01  ACK-TABLE.                                                   K6BKTS.1
040900     05  AT-ENTRY OCCURS 500 TIMES.                               K6BKTS.1
041000         10  AT-TARGET-ID         PIC X(8).                       K6BKTS.1
041100         10  AT-PGM-ID            PIC X(6).                       K6BKTS.1
041200         10  AT-FIRST-DATE        PIC 9(8).                       K6BKTS.1
041300         10  AT-OUTCOME           PIC X(1).                       K6BKTS.1
041400         10  AT-HITS.                                             K6BKTS.1
041500             15  AT-HIT           PIC X(1)  OCCURS 8 TIMES.       K6BKTS.1
041600* ----------------------------------------------------------      K6BKTS.1
041700* REPORT LINES.                                                   K6BKTS.1
041800* ----------------------------------------------------------      K6BKTS.1
041900 01  HDR-LINE-1.                                                  K6BKTS.1
042000     05  FILLER   PIC X(46) VALUE                                 K6BKTS.1
042100         "OPERATIONAL THRESHOLD BACKTEST (K6BKTS)       ".        K6BKTS.1
042200     05  FILLER   PIC X(6)  VALUE "DATE  ".                       K6BKTS.1
042300     05  HL-DATE              PIC 9(8).                           K6BKTS.1
042400     05  FILLER   PIC X(60) VALUE SPACE.                          K6BKTS.1
042500 01  HDR-LINE-2.                                                  K6BKTS.1
042600     05  FILLER   PIC X(22) VALUE "WINDOWS REPLAYED FROM ".       K6BKTS.1
042700     05  HL-FROM-DATE         PIC 9(8).                           K6BKTS.1
042800     05  FILLER   PIC X(4)  VALUE " TO ".                         K6BKTS.1
042900     05  HL-TO-DATE           PIC 9(8).                           K6BKTS.1
043000     05  FILLER   PIC X(31) VALUE                                 K6BKTS.1
043100         "   PRODUCTION STALL INTERVAL = ".                       K6BKTS.1
043200     05  HL-PROD-STALL        PIC ZZ9.                            K6BKTS.1
043300     05  FILLER   PIC X(44) VALUE " MINS".                        K6BKTS.1
043400 01  CNT-LINE.                                                    K6BKTS.1
043500     05  CL-TEXT              PIC X(40).                          K6BKTS.1
043600     05  CL-COUNT             PIC ZZZZZZ9.                        K6BKTS.1
043700     05  CL-NOTE              PIC X(73).                          K6BKTS.1
043800 01  SET-LINE-1.                                                  K6BKTS.1
043900     05  FILLER   PIC X(4)  VALUE "SET ".                         K6BKTS.1
044000     05  SL-SET-ID            PIC X(8).                           K6BKTS.1
044100     05  FILLER   PIC X(14) VALUE "   ESCALATE AT".               K6BKTS.1
044200     05  SL-L2-RUNS           PIC ZZ9.                            K6BKTS.1
044300     05  FILLER   PIC X(3)  VALUE " / ".                          K6BKTS.1
044400     05  SL-L3-RUNS           PIC ZZ9.                            K6BKTS.1
044500     05  FILLER   PIC X(25) VALUE                                 K6BKTS.1
044600         " RUNS   BREAKER AT SEV <=".                             K6BKTS.1
044700     05  SL-TRIGGER-SEV       PIC X(1).                           K6BKTS.1
044800     05  FILLER   PIC X(7)  VALUE " CORE: ".                      K6BKTS.1
044900     05  SL-CORE-LIST.                                            K6BKTS.1
045000         10  SL-CORE-SLOT OCCURS 6 TIMES.                         K6BKTS.1
045100             15  SL-CORE-MOD  PIC X(2).                           K6BKTS.1
045200             15  FILLER       PIC X(1).                           K6BKTS.1
045300     05  FILLER   PIC X(34) VALUE SPACE.                          K6BKTS.1
045400 01  SET-LINE-2.                                                  K6BKTS.1
045500     05  FILLER   PIC X(22) VALUE "    FLAKY AT FLIPS >= ".       K6BKTS.1
045600     05  SL-FLIPS             PIC Z9.                             K6BKTS.1
045700     05  FILLER   PIC X(17) VALUE "   ELAPSED OVER ".             K6BKTS.1
045800     05  SL-PCT               PIC ZZ9.                            K6BKTS.1
045900     05  FILLER   PIC X(19) VALUE " PCT   STALL OVER ".           K6BKTS.1
046000     05  SL-STALL             PIC ZZ9.                            K6BKTS.1
046100     05  FILLER   PIC X(5)  VALUE " MINS".                        K6BKTS.1
046200     05  FILLER   PIC X(49) VALUE SPACE.                          K6BKTS.1
046300 01  KIND-HDR-LINE.                                               K6BKTS.1
046400     05  FILLER   PIC X(32) VALUE                                 K6BKTS.1
046500         "    ALERT                 FIRED ".                      K6BKTS.1
046600     05  FILLER   PIC X(88) VALUE "   REAL  NO-FAULT  NO OUTCOME".K6BKTS.1
046700 01  KIND-LINE.                                                   K6BKTS.1
046800     05  FILLER   PIC X(4)  VALUE SPACE.                          K6BKTS.1
046900     05  KL-TITLE             PIC X(20).                          K6BKTS.1
047000     05  KL-COUNTS.                                               K6BKTS.1
047100         10  KL-FIRED         PIC ZZZZZZ9.                        K6BKTS.1
047200         10  FILLER           PIC X(1)  VALUE SPACE.              K6BKTS.1
047300         10  KL-REAL          PIC ZZZZZZ9.                        K6BKTS.1
047400         10  FILLER           PIC X(3)  VALUE SPACE.              K6BKTS.1
047500         10  KL-NOFAULT       PIC ZZZZZZ9.                        K6BKTS.1
047600         10  FILLER           PIC X(5)  VALUE SPACE.              K6BKTS.1
047700         10  KL-NO-OUTCOME    PIC ZZZZZZ9.                        K6BKTS.1
047800     05  KL-NOTE              PIC X(59).                          K6BKTS.1
047900 01  MISSED-LINE.                                                 K6BKTS.1
048000     05  FILLER   PIC X(50) VALUE                                 K6BKTS.1
048100         "    REAL PROBLEMS IN THE WINDOW WITH NO ALERT     ".    K6BKTS.1
048200     05  ML-MISSED            PIC ZZZZZZ9.                        K6BKTS.1
048300     05  FILLER   PIC X(63) VALUE SPACE.                          K6BKTS.1
048400 01  VERDICT-LINE.                                                K6BKTS.1
048500     05  FILLER   PIC X(10) VALUE "VERDICT:  ".                   K6BKTS.1
048600     05  VL-TEXT              PIC X(40).                          K6BKTS.1
048700     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6BKTS.1
048800     05  VL-RC                PIC 99.                             K6BKTS.1
048900     05  FILLER   PIC X(52) VALUE SPACE.                          K6BKTS.1
049000                                                                  K6BKTS.1
049100 PROCEDURE DIVISION.                                              K6BKTS.1
049200*================================================================ K6BKTS.1
049300* 0000-MAINLINE.                                                  K6BKTS.1
049400*================================================================ K6BKTS.1
049500 0000-MAINLINE.                                                   K6BKTS.1
049600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6BKTS.1
049700     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.                    K6BKTS.1
049800     PERFORM 1200-LOAD-VDEF THRU 1200-EXIT.                       K6BKTS.1
049900     PERFORM 1300-LOAD-ACK THRU 1300-EXIT.                        K6BKTS.1
050000     PERFORM 2000-REPLAY-RAW THRU 2000-EXIT.                      K6BKTS.1
050100     PERFORM 3000-REPLAY-RESULTS THRU 3000-EXIT.                  K6BKTS.1
050200     PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT.                  K6BKTS.1
050300     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.                    K6BKTS.1
050400     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6BKTS.1
050500     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6BKTS.1
050600     STOP RUN.                                                    K6BKTS.1
050700*================================================================ K6BKTS.1
050800* 1000-INITIALIZE -- OPEN THE REPORT AND SET THE DEFAULTS.        K6BKTS.1
050900*================================================================ K6BKTS.1
051000 1000-INITIALIZE.                                                 K6BKTS.1
051100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6BKTS.1
051200     OPEN OUTPUT BKTS-RPT.                                        K6BKTS.1
051300     MOVE "NOFAULT " TO NFC-CODE (1).                             K6BKTS.1
051400     MOVE "NOTREPRO" TO NFC-CODE (2).                             K6BKTS.1
051500     MOVE SPACE      TO NFC-CODE (3).                             K6BKTS.1
051600 1000-EXIT.                                                       K6BKTS.1
051700     EXIT.                                                        K6BKTS.1
051800*================================================================ K6BKTS.1
051900* 1100-READ-CONTROL -- THE WINDOW CARD AND THE THRESHOLD-SET      K6BKTS.1
052000* CARDS.  WITH NO SET CARD THE DETECTORS' DEFAULTS ARE THE        K6BKTS.1
052100* ONE SET REPLAYED.                                               K6BKTS.1
052200*================================================================ K6BKTS.1
052300 1100-READ-CONTROL.                                               K6BKTS.1
052400     OPEN INPUT BKTS-CTL.                                         K6BKTS.1
052500     IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "05"     K6BKTS.1
052600         GO TO 1100-DEFAULT-SET.                                  K6BKTS.1
052700 1100-READ.                                                       K6BKTS.1
052800     READ BKTS-CTL                                                K6BKTS.1
052900         AT END GO TO 1100-CLOSE.                                 K6BKTS.1
053000     IF CTL-CARD-TYPE = "W"                                       K6BKTS.1
053100         PERFORM 1110-WINDOW-CARD THRU 1110-EXIT                  K6BKTS.1
053200         GO TO 1100-READ.                                         K6BKTS.1
053300     IF CTL-CARD-TYPE = "S"                                       K6BKTS.1
053400         PERFORM 1150-SET-CARD THRU 1150-EXIT.                    K6BKTS.1
053500     GO TO 1100-READ.                                             K6BKTS.1
053600 1100-CLOSE.                                                      K6BKTS.1
053700     CLOSE BKTS-CTL.                                              K6BKTS.1
053800 1100-DEFAULT-SET.                                                K6BKTS.1
053900     IF WS-SET-COUNT > ZERO                                       K6BKTS.1
054000         GO TO 1100-EXIT.                                         K6BKTS.1
054100     MOVE SPACE TO CS-SET-CARD.                                   K6BKTS.1
054200     MOVE "DEFAULTS" TO CS-SET-ID.                                K6BKTS.1
054300     PERFORM 1150-SET-CARD THRU 1150-EXIT.                        K6BKTS.1
054400 1100-EXIT.                                                       K6BKTS.1
054500     EXIT.                                                        K6BKTS.1
054600*================================================================ K6BKTS.1
054700* 1110-WINDOW-CARD -- DATE RANGE, PRODUCTION STALL INTERVAL       K6BKTS.1
054800* AND THE NO-FAULT RESOLUTION CODES.                              K6BKTS.1
054900*================================================================ K6BKTS.1
055000 1110-WINDOW-CARD.                                                K6BKTS.1
055100     IF CW-FROM-DATE NUMERIC                                      K6BKTS.1
055200         MOVE CW-FROM-DATE TO WS-FROM-DATE.                       K6BKTS.1
055300     IF CW-TO-DATE NUMERIC AND CW-TO-DATE > ZERO                  K6BKTS.1
055400         MOVE CW-TO-DATE TO WS-TO-DATE.                           K6BKTS.1
055500     IF CW-PROD-STALL NUMERIC AND CW-PROD-STALL > ZERO            K6BKTS.1
055600         MOVE CW-PROD-STALL TO WS-PROD-STALL.                     K6BKTS.1
055700     IF CW-NOFAULT-CODE (1) = SPACE                               K6BKTS.1
055800             AND CW-NOFAULT-CODE (2) = SPACE                      K6BKTS.1
055900             AND CW-NOFAULT-CODE (3) = SPACE                      K6BKTS.1
056000         GO TO 1110-EXIT.                                         K6BKTS.1
056100     MOVE CW-NOFAULT-CODE (1) TO NFC-CODE (1).                    K6BKTS.1
056200     MOVE CW-NOFAULT-CODE (2) TO NFC-CODE (2).                    K6BKTS.1
056300     MOVE CW-NOFAULT-CODE (3) TO NFC-CODE (3).                    K6BKTS.1
056400 1110-EXIT.                                                       K6BKTS.1
056500     EXIT.                                                        K6BKTS.1
056600*================================================================ K6BKTS.1
056700* 1150-SET-CARD -- ONE THRESHOLD SET.  A BLANK FIELD TAKES THE    K6BKTS.1
056800* DETECTOR'S OWN DEFAULT.                                         K6BKTS.1
056900*================================================================ K6BKTS.1
057000 1150-SET-CARD.                                                   K6BKTS.1
057100     IF WS-SET-COUNT NOT LESS THAN 8                              K6BKTS.1
057200         SET WS-TABLE-OVERFLOW TO TRUE                            K6BKTS.1
057300         GO TO 1150-EXIT.                                         K6BKTS.1
057400     ADD 1 TO WS-SET-COUNT.                                       K6BKTS.1
057500     MOVE WS-SET-COUNT TO WS-SET-SUB.                             K6BKTS.1
057600     MOVE CS-SET-ID TO SET-ID (WS-SET-SUB).                       K6BKTS.1
057700     MOVE 003 TO SET-L2-RUNS (WS-SET-SUB).                        K6BKTS.1
057800     IF CS-L2-RUNS NUMERIC AND CS-L2-RUNS > ZERO                  K6BKTS.1
057900         MOVE CS-L2-RUNS TO SET-L2-RUNS (WS-SET-SUB).             K6BKTS.1
058000     MOVE 003 TO SET-L3-RUNS (WS-SET-SUB).                        K6BKTS.1
058100     IF CS-L3-FURTHER NUMERIC AND CS-L3-FURTHER > ZERO            K6BKTS.1
058200         MOVE CS-L3-FURTHER TO SET-L3-RUNS (WS-SET-SUB).          K6BKTS.1
058300     ADD SET-L2-RUNS (WS-SET-SUB) TO SET-L3-RUNS (WS-SET-SUB).    K6BKTS.1
058400     MOVE "1" TO SET-TRIGGER-SEV (WS-SET-SUB).                    K6BKTS.1
058500     IF CS-TRIGGER-SEV NOT = SPACE                                K6BKTS.1
058600         MOVE CS-TRIGGER-SEV TO SET-TRIGGER-SEV (WS-SET-SUB).     K6BKTS.1
058700     MOVE 03 TO SET-FLIP-THRESHOLD (WS-SET-SUB).                  K6BKTS.1
058800     IF CS-FLIP-THRESHOLD NUMERIC AND CS-FLIP-THRESHOLD > ZERO    K6BKTS.1
058900         MOVE CS-FLIP-THRESHOLD                                   K6BKTS.1
059000             TO SET-FLIP-THRESHOLD (WS-SET-SUB).                  K6BKTS.1
059100     MOVE 050 TO SET-ELAP-PCT (WS-SET-SUB).                       K6BKTS.1
059200     IF CS-ELAP-PCT NUMERIC AND CS-ELAP-PCT > ZERO                K6BKTS.1
059300         MOVE CS-ELAP-PCT TO SET-ELAP-PCT (WS-SET-SUB).           K6BKTS.1
059400     MOVE 015 TO SET-STALL-MINS (WS-SET-SUB).                     K6BKTS.1
059500     IF CS-STALL-MINS NUMERIC AND CS-STALL-MINS > ZERO            K6BKTS.1
059600         MOVE CS-STALL-MINS TO SET-STALL-MINS (WS-SET-SUB).       K6BKTS.1
059700     MOVE ZERO TO SET-MODULE-COUNT (WS-SET-SUB).                  K6BKTS.1
059800     MOVE ZERO TO WS-KIND.                                        K6BKTS.1
059900 1150-CLEAR-KIND.                                                 K6BKTS.1
060000     ADD 1 TO WS-KIND.                                            K6BKTS.1
060100     IF WS-KIND > 6                                               K6BKTS.1
060200         GO TO 1150-MODULES.                                      K6BKTS.1
060300     MOVE ZERO TO SET-FIRED (WS-SET-SUB WS-KIND)                  K6BKTS.1
060400                  SET-REAL (WS-SET-SUB WS-KIND)                   K6BKTS.1
060500                  SET-NOFAULT (WS-SET-SUB WS-KIND)                K6BKTS.1
060600                  SET-NO-OUTCOME (WS-SET-SUB WS-KIND).            K6BKTS.1
060700     GO TO 1150-CLEAR-KIND.                                       K6BKTS.1
060800 1150-MODULES.                                                    K6BKTS.1
060900     MOVE ZERO TO WS-SUB.                                         K6BKTS.1
061000 1150-NEXT-SLOT.                                                  K6BKTS.1
061100     ADD 1 TO WS-SUB.                                             K6BKTS.1
061200     IF WS-SUB > 6                                                K6BKTS.1
061300         GO TO 1150-EXIT.                                         K6BKTS.1
061400     MOVE SPACE TO SET-CORE-MOD (WS-SET-SUB WS-SUB).              K6BKTS.1
061500     IF CS-MODULE (WS-SUB) = SPACE                                K6BKTS.1
061600         GO TO 1150-NEXT-SLOT.                                    K6BKTS.1
061700     ADD 1 TO SET-MODULE-COUNT (WS-SET-SUB).                      K6BKTS.1
061800     MOVE SET-MODULE-COUNT (WS-SET-SUB) TO WS-SCAN-SUB.           K6BKTS.1
061900     MOVE CS-MODULE (WS-SUB)                                      K6BKTS.1
062000         TO SET-CORE-MOD (WS-SET-SUB WS-SCAN-SUB).                K6BKTS.1
062100     GO TO 1150-NEXT-SLOT.                                        K6BKTS.1
062200 1150-EXIT.                                                       K6BKTS.1
062300     EXIT.                                                        K6BKTS.1
062400*================================================================ K6BKTS.1
062500* 1200-LOAD-VDEF -- PROGRAM/PARAGRAPH OF EVERY VENDOR-DEFECT      K6BKTS.1
062600* ROW THAT WAS NOT WITHDRAWN.  A FIXED DEFECT WAS STILL REAL.     K6BKTS.1
062700*================================================================ K6BKTS.1
062800 1200-LOAD-VDEF.                                                  K6BKTS.1
062900     OPEN INPUT VDEF-MASTER.                                      K6BKTS.1
063000     IF WS-VDEF-STATUS NOT = "00" AND WS-VDEF-STATUS NOT = "05"   K6BKTS.1
063100         GO TO 1200-EXIT.                                         K6BKTS.1
063200 1200-READ.                                                       K6BKTS.1
063300     READ VDEF-MASTER                                             K6BKTS.1
063400         AT END GO TO 1200-CLOSE.                                 K6BKTS.1
063500     IF VD-STATUS = "WITHDRWN" OR VD-PGM-ID = SPACE               K6BKTS.1
063600         GO TO 1200-READ.                                         K6BKTS.1
063700     IF WS-VDEF-COUNT NOT LESS THAN 500                           K6BKTS.1
063800         SET WS-TABLE-OVERFLOW TO TRUE                            K6BKTS.1
063900         GO TO 1200-READ.                                         K6BKTS.1
064000     ADD 1 TO WS-VDEF-COUNT.                                      K6BKTS.1
064100     MOVE VD-PGM-ID   TO VT-PGM-ID (WS-VDEF-COUNT).               K6BKTS.1
064200     MOVE VD-PAR-NAME TO VT-PAR-NAME (WS-VDEF-COUNT).             K6BKTS.1
064300     GO TO 1200-READ.                                             K6BKTS.1
064400 1200-CLOSE.                                                      K6BKTS.1
064500     CLOSE VDEF-MASTER.                                           K6BKTS.1
064600 1200-EXIT.                                                       K6BKTS.1
064700     EXIT.                                                        K6BKTS.1
064800*================================================================ K6BKTS.1
064900* 1300-LOAD-ACK -- EVERY ACKNOWLEDGMENT-REGISTER ENTRY WHOSE      K6BKTS.1
065000* INCIDENT WAS RESOLVED OR CLOSED, MARKED REAL ("C") OR           K6BKTS.1
065100* NO-FAULT ("R") BY ITS RESOLUTION CODE.  OPEN INCIDENTS ARE      K6BKTS.1
065200* NOT YET AN OUTCOME.                                             K6BKTS.1
065300*================================================================ K6BKTS.1
065400 1300-LOAD-ACK.                                                   K6BKTS.1
065500     OPEN INPUT ACK-REGISTER.                                     K6BKTS.1
065600     IF WS-ACK-STATUS NOT = "00" AND WS-ACK-STATUS NOT = "05"     K6BKTS.1
065700         GO TO 1300-EXIT.                                         K6BKTS.1
065800 1300-READ.                                                       K6BKTS.1
065900     READ ACK-REGISTER                                            K6BKTS.1
066000         AT END GO TO 1300-CLOSE.                                 K6BKTS.1
066100     IF AR-INC-STATUS NOT = "R" AND AR-INC-STATUS NOT = "C"       K6BKTS.1
066200         GO TO 1300-READ.                                         K6BKTS.1
066300     IF WS-ACK-COUNT NOT LESS THAN 500                            K6BKTS.1
066400         SET WS-TABLE-OVERFLOW TO TRUE                            K6BKTS.1
066500         GO TO 1300-READ.                                         K6BKTS.1
066600     ADD 1 TO WS-ACK-COUNT.                                       K6BKTS.1
066700     MOVE AR-TARGET-ID  TO AT-TARGET-ID (WS-ACK-COUNT).           K6BKTS.1
066800     MOVE AR-PGM-ID     TO AT-PGM-ID (WS-ACK-COUNT).              K6BKTS.1
066900     MOVE AR-FIRST-DATE TO AT-FIRST-DATE (WS-ACK-COUNT).          K6BKTS.1
067000     MOVE "C" TO AT-OUTCOME (WS-ACK-COUNT).                       K6BKTS.1
067100     IF AR-INC-RESOL NOT = SPACE                                  K6BKTS.1
067200             AND (AR-INC-RESOL = NFC-CODE (1)                     K6BKTS.1
067300               OR AR-INC-RESOL = NFC-CODE (2)                     K6BKTS.1
067400               OR AR-INC-RESOL = NFC-CODE (3))                    K6BKTS.1
067500         MOVE "R" TO AT-OUTCOME (WS-ACK-COUNT).                   K6BKTS.1
067600     MOVE "NNNNNNNN" TO AT-HITS (WS-ACK-COUNT).                   K6BKTS.1
067700     GO TO 1300-READ.                                             K6BKTS.1
067800 1300-CLOSE.                                                      K6BKTS.1
067900     CLOSE ACK-REGISTER.                                          K6BKTS.1
068000 1300-EXIT.                                                       K6BKTS.1
068100     EXIT.                                                        K6BKTS.1
068200*================================================================ K6BKTS.1
068300* 2000-REPLAY-RAW -- ESCALATIONS, BREAKER TRIPS AND ELAPSED       K6BKTS.1
068400* ANOMALIES FROM THE RAW-DATA HISTORY.                            K6BKTS.1
068500*================================================================ K6BKTS.1
068600 2000-REPLAY-RAW.                                                 K6BKTS.1
068700     OPEN INPUT RAW-EXTRACT.                                      K6BKTS.1
068800 2000-READ.                                                       K6BKTS.1
068900     READ RAW-EXTRACT                                             K6BKTS.1
069000         AT END GO TO 2000-CLOSE.                                 K6BKTS.1
069100     ADD 1 TO WS-RUNS-READ.                                       K6BKTS.1
069200     MOVE RE-TARGET-ID TO WS-REC-TARGET.                          K6BKTS.1
069300     MOVE RE-PGM-ID    TO WS-REC-PGM-ID.                          K6BKTS.1
069400     IF WS-REC-KEY NOT = WS-CUR-KEY                               K6BKTS.1
069500         MOVE WS-REC-KEY TO WS-CUR-KEY                            K6BKTS.1
069600         MOVE ZERO TO WS-STREAK                                   K6BKTS.1
069700         MOVE ZERO TO WS-HIST-COUNT.                              K6BKTS.1
069800     PERFORM 2400-ELAPSED THRU 2400-EXIT.                         K6BKTS.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
070000         GO TO 2000-READ.                                         K6BKTS.1
070100     PERFORM 2200-ESCALATION THRU 2200-EXIT.                      K6BKTS.1
070200     IF RE-RUN-DATE NOT < WS-FROM-DATE                            K6BKTS.1
070300             AND RE-RUN-DATE NOT > WS-TO-DATE                     K6BKTS.1
070400         PERFORM 2300-BREAKER THRU 2300-EXIT.                     K6BKTS.1
070500     GO TO 2000-READ.                                             K6BKTS.1
070600 2000-CLOSE.                                                      K6BKTS.1
070700     CLOSE RAW-EXTRACT.                                           K6BKTS.1
070800 2000-EXIT.                                                       K6BKTS.1
070900     EXIT.                                                        K6BKTS.1
071000*================================================================ K6BKTS.1
071100* 2200-ESCALATION -- EXTEND OR BREAK THE FAILING STREAK; IN       K6BKTS.1
071200* THE WINDOW, COUNT EACH SET WHOSE LEVEL THE STREAK HAS JUST      K6BKTS.1
071300* REACHED.                                                        K6BKTS.1
071400*================================================================ K6BKTS.1
071500 2200-ESCALATION.                                                 K6BKTS.1
071600     IF RE-C-FAIL > ZERO OR RE-C-ABORT = "ABORTED "               K6BKTS.1
071700         ADD 1 TO WS-STREAK                                       K6BKTS.1
071800     ELSE                                                         K6BKTS.1
071900         MOVE ZERO TO WS-STREAK                                   K6BKTS.1
072000         GO TO 2200-EXIT.                                         K6BKTS.1
072100     IF RE-RUN-DATE < WS-FROM-DATE OR RE-RUN-DATE > WS-TO-DATE    K6BKTS.1
072200         GO TO 2200-EXIT.                                         K6BKTS.1
072300     MOVE RE-TARGET-ID TO WS-OC-TARGET.                           K6BKTS.1
072400     MOVE RE-PGM-ID    TO WS-OC-PGM-ID.                           K6BKTS.1
072500     MOVE SPACE        TO WS-OC-PAR-NAME.                         K6BKTS.1
072600     MOVE ZERO TO WS-SET-SUB.                                     K6BKTS.1
072700 2200-NEXT-SET.                                                   K6BKTS.1
072800     ADD 1 TO WS-SET-SUB.                                         K6BKTS.1
072900     IF WS-SET-SUB > WS-SET-COUNT                                 K6BKTS.1
073000         GO TO 2200-EXIT.                                         K6BKTS.1
073100     IF WS-STREAK = SET-L2-RUNS (WS-SET-SUB)                      K6BKTS.1
073200         MOVE 1 TO WS-KIND                                        K6BKTS.1
073300         PERFORM 6000-COUNT-ALERT THRU 6000-EXIT.                 K6BKTS.1
073400     IF WS-STREAK = SET-L3-RUNS (WS-SET-SUB)                      K6BKTS.1
073500         MOVE 2 TO WS-KIND                                        K6BKTS.1
073600         PERFORM 6000-COUNT-ALERT THRU 6000-EXIT.                 K6BKTS.1
073700     GO TO 2200-NEXT-SET.                                         K6BKTS.1
073800 2200-EXIT.                                                       K6BKTS.1
073900     EXIT.                                                        K6BKTS.1
074000*================================================================ K6BKTS.1
074100* 2300-BREAKER -- A RUN AT OR BELOW A SET'S TRIGGER IN ONE OF     K6BKTS.1
074200* ITS CORE MODULES TRIPS THAT SET FOR THE RUN DATE, ONCE.         K6BKTS.1
074300*================================================================ K6BKTS.1
074400 2300-BREAKER.                                                    K6BKTS.1
074500     IF RE-SEV-HIGH = SPACE                                       K6BKTS.1
074600         GO TO 2300-EXIT.                                         K6BKTS.1
074700     PERFORM 8100-FIND-DATE THRU 8100-EXIT.                       K6BKTS.1
074800     IF WS-TRIP-SUB = ZERO                                        K6BKTS.1
074900         GO TO 2300-EXIT.                                         K6BKTS.1
075000     MOVE RE-TARGET-ID TO WS-OC-TARGET.                           K6BKTS.1
075100     MOVE RE-PGM-ID    TO WS-OC-PGM-ID.                           K6BKTS.1
075200     MOVE SPACE        TO WS-OC-PAR-NAME.                         K6BKTS.1
075300     MOVE 3 TO WS-KIND.                                           K6BKTS.1
075400     MOVE ZERO TO WS-SET-SUB.                                     K6BKTS.1
075500 2300-NEXT-SET.                                                   K6BKTS.1
075600     ADD 1 TO WS-SET-SUB.                                         K6BKTS.1
075700     IF WS-SET-SUB > WS-SET-COUNT                                 K6BKTS.1
075800         GO TO 2300-EXIT.                                         K6BKTS.1
075900     IF TRIP-SW (WS-TRIP-SUB WS-SET-SUB) = "Y"                    K6BKTS.1
076000         GO TO 2300-NEXT-SET.                                     K6BKTS.1
076100     IF RE-SEV-HIGH GREATER THAN SET-TRIGGER-SEV (WS-SET-SUB)     K6BKTS.1
076200         GO TO 2300-NEXT-SET.                                     K6BKTS.1
076300     PERFORM 2350-CHECK-CORE THRU 2350-EXIT.                      K6BKTS.1
076400     IF WS-CORE-SW NOT = "Y"                                      K6BKTS.1
076500         GO TO 2300-NEXT-SET.                                     K6BKTS.1
076600     MOVE "Y" TO TRIP-SW (WS-TRIP-SUB WS-SET-SUB).                K6BKTS.1
076700     PERFORM 6000-COUNT-ALERT THRU 6000-EXIT.                     K6BKTS.1
076800     GO TO 2300-NEXT-SET.                                         K6BKTS.1
076900 2300-EXIT.                                                       K6BKTS.1
077000     EXIT.                                                        K6BKTS.1
077100*================================================================ K6BKTS.1
077200* 2350-CHECK-CORE -- IS THE RUN'S MODULE IN THE SET'S CORE        K6BKTS.1
077300* LIST?  AN EMPTY LIST MAKES EVERY MODULE CORE, AS K6BRKR.        K6BKTS.1
077400*================================================================ K6BKTS.1
077500 2350-CHECK-CORE.                                                 K6BKTS.1
077600     MOVE "Y" TO WS-CORE-SW.                                      K6BKTS.1
077700     IF SET-MODULE-COUNT (WS-SET-SUB) = ZERO                      K6BKTS.1
077800         GO TO 2350-EXIT.                                         K6BKTS.1
077900     MOVE "N" TO WS-CORE-SW.                                      K6BKTS.1
078000     MOVE ZERO TO WS-SCAN-SUB.                                    K6BKTS.1
078100 2350-SCAN.                                                       K6BKTS.1
078200     ADD 1 TO WS-SCAN-SUB.                                        K6BKTS.1
078300     IF WS-SCAN-SUB > SET-MODULE-COUNT (WS-SET-SUB)               K6BKTS.1
078400         GO TO 2350-EXIT.                                         K6BKTS.1
078500     IF SET-CORE-MOD (WS-SET-SUB WS-SCAN-SUB) = RE-C-MODULE-ID    K6BKTS.1
078600         MOVE "Y" TO WS-CORE-SW                                   K6BKTS.1
078700         GO TO 2350-EXIT.                                         K6BKTS.1
078800     GO TO 2350-SCAN.                                             K6BKTS.1
078900 2350-EXIT.                                                       K6BKTS.1
079000     EXIT.                                                        K6BKTS.1
079100*================================================================ K6BKTS.1
079200* 2400-ELAPSED -- JUDGE A CLOSED-OFF RUN IN THE WINDOW AGAINST    K6BKTS.1
079300* THE MEDIAN OF ITS KEY'S EARLIER RUNS, THEN ADD IT TO THEM.      K6BKTS.1
079400*================================================================ K6BKTS.1
079500 2400-ELAPSED.                                                    K6BKTS.1
079600     IF RE-C-ABORT = "ABORTED "                                   K6BKTS.1
079700         GO TO 2400-EXIT.                                         K6BKTS.1
079800     MOVE RE-C-TIME TO WS-TIME-PARTS.                             K6BKTS.1
079900     COMPUTE WS-START-SECS =                                      K6BKTS.1
080000         (WS-TP-HH * 60 + WS-TP-MM) * 60 + WS-TP-SS.              K6BKTS.1
080100     MOVE RE-C-END-TIME TO WS-TIME-PARTS.                         K6BKTS.1
080200     COMPUTE WS-END-SECS =                                        K6BKTS.1
080300         (WS-TP-HH * 60 + WS-TP-MM) * 60 + WS-TP-SS.              K6BKTS.1
080400     IF WS-END-SECS < WS-START-SECS                               K6BKTS.1
080500         ADD 86400 TO WS-END-SECS.                                K6BKTS.1
080600     SUBTRACT WS-START-SECS FROM WS-END-SECS                      K6BKTS.1
080700         GIVING WS-ELAPSED-SECS.                                  K6BKTS.1
080800     IF WS-HIST-COUNT = ZERO                                      K6BKTS.1
080900         GO TO 2400-REMEMBER.                                     K6BKTS.1
081000     IF RE-RUN-DATE < WS-FROM-DATE OR RE-RUN-DATE > WS-TO-DATE    K6BKTS.1
081100         GO TO 2400-REMEMBER.                                     K6BKTS.1
081200     PERFORM 2450-COMPUTE-MEDIAN THRU 2450-EXIT.                  K6BKTS.1
081300     SUBTRACT WS-MEDIAN-SECS FROM WS-ELAPSED-SECS                 K6BKTS.1
081400         GIVING WS-DEVIATION.                                     K6BKTS.1
081500     IF WS-DEVIATION < ZERO                                       K6BKTS.1
081600         COMPUTE WS-DEVIATION = 0 - WS-DEVIATION.                 K6BKTS.1
081700     MOVE RE-TARGET-ID TO WS-OC-TARGET.                           K6BKTS.1
081800     MOVE RE-PGM-ID    TO WS-OC-PGM-ID.                           K6BKTS.1
081900     MOVE SPACE        TO WS-OC-PAR-NAME.                         K6BKTS.1
082000     MOVE 5 TO WS-KIND.                                           K6BKTS.1
082100     MOVE ZERO TO WS-SET-SUB.                                     K6BKTS.1
082200 2400-NEXT-SET.                                                   K6BKTS.1
082300     ADD 1 TO WS-SET-SUB.                                         K6BKTS.1
082400     IF WS-SET-SUB > WS-SET-COUNT                                 K6BKTS.1
082500         GO TO 2400-REMEMBER.                                     K6BKTS.1
082600     COMPUTE WS-LIMIT =                                           K6BKTS.1
082700         (WS-MEDIAN-SECS * SET-ELAP-PCT (WS-SET-SUB)) / 100.      K6BKTS.1
082800     IF WS-DEVIATION > WS-LIMIT                                   K6BKTS.1
082900         PERFORM 6000-COUNT-ALERT THRU 6000-EXIT.                 K6BKTS.1
083000     GO TO 2400-NEXT-SET.                                         K6BKTS.1
083100 2400-REMEMBER.                                                   K6BKTS.1
083200     IF WS-HIST-COUNT < 60                                        K6BKTS.1
083300         ADD 1 TO WS-HIST-COUNT                                   K6BKTS.1
083400         MOVE WS-ELAPSED-SECS TO EH-SECS (WS-HIST-COUNT)          K6BKTS.1
083500         GO TO 2400-EXIT.                                         K6BKTS.1
083600     MOVE 1 TO WS-SORT-SUB.                                       K6BKTS.1
083700 2400-SHIFT.                                                      K6BKTS.1
083800     IF WS-SORT-SUB NOT < 60                                      K6BKTS.1
083900         MOVE WS-ELAPSED-SECS TO EH-SECS (60)                     K6BKTS.1
084000         GO TO 2400-EXIT.                                         K6BKTS.1
084100     COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.                      K6BKTS.1
084200     MOVE EH-SECS (WS-SORT-SUB2) TO EH-SECS (WS-SORT-SUB).        K6BKTS.1
084300     ADD 1 TO WS-SORT-SUB.                                        K6BKTS.1
084400     GO TO 2400-SHIFT.                                            K6BKTS.1
084500 2400-EXIT.                                                       K6BKTS.1
084600     EXIT.                                                        K6BKTS.1
084700*================================================================ K6BKTS.1
084800* 2450-COMPUTE-MEDIAN -- SORT A COPY OF THE HISTORY AND TAKE      K6BKTS.1
084900* THE MIDDLE ENTRY, AS K6ELAP.                                    K6BKTS.1
085000*================================================================ K6BKTS.1
085100 2450-COMPUTE-MEDIAN.                                             K6BKTS.1
085200     MOVE ELAP-HISTORY TO ELAP-SORT.                              K6BKTS.1
085300     MOVE 1 TO WS-SORT-SUB.                                       K6BKTS.1
085400 2450-OUTER.                                                      K6BKTS.1
085500     IF WS-SORT-SUB NOT < WS-HIST-COUNT                           K6BKTS.1
085600         GO TO 2450-PICK.                                         K6BKTS.1
085700     COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.                      K6BKTS.1
085800 2450-INNER.                                                      K6BKTS.1
085900     IF WS-SORT-SUB2 > WS-HIST-COUNT                              K6BKTS.1
086000         ADD 1 TO WS-SORT-SUB                                     K6BKTS.1
086100         GO TO 2450-OUTER.                                        K6BKTS.1
086200     IF ES-SECS (WS-SORT-SUB2) < ES-SECS (WS-SORT-SUB)            K6BKTS.1
086300         MOVE ES-SECS (WS-SORT-SUB)  TO WS-SORT-HOLD              K6BKTS.1
086400         MOVE ES-SECS (WS-SORT-SUB2) TO ES-SECS (WS-SORT-SUB)     K6BKTS.1
086500         MOVE WS-SORT-HOLD           TO ES-SECS (WS-SORT-SUB2).   K6BKTS.1
086600     ADD 1 TO WS-SORT-SUB2.                                       K6BKTS.1
086700     GO TO 2450-INNER.                                            K6BKTS.1
086800 2450-PICK.                                                       K6BKTS.1
086900     COMPUTE WS-MID-SUB = (WS-HIST-COUNT + 1) / 2.                K6BKTS.1
087000     MOVE ES-SECS (WS-MID-SUB) TO WS-MEDIAN-SECS.                 K6BKTS.1
087100 2450-EXIT.                                                       K6BKTS.1
087200     EXIT.                                                        K6BKTS.1
087300*================================================================ K6BKTS.1
087400* 3000-REPLAY-RESULTS -- FLAKY FLAGS FROM THE RESULTS-HISTORY     K6BKTS.1
087500* MASTER, READ IN KEY ORDER (PROGRAM, PARAGRAPH, RUN DATE).       K6BKTS.1
087600*================================================================ K6BKTS.1
087700 3000-REPLAY-RESULTS.                                             K6BKTS.1
087800     OPEN INPUT RESULT-MASTER.                                    K6BKTS.1
087900     IF WS-MASTER-STATUS NOT = "00"                               K6BKTS.1
088000         GO TO 3000-EXIT.                                         K6BKTS.1
088100     SET WS-RESULTS-REPLAYED TO TRUE.                             K6BKTS.1
088200 3000-READ.                                                       K6BKTS.1
088300     READ RESULT-MASTER NEXT RECORD                               K6BKTS.1
088400         AT END GO TO 3000-DONE.                                  K6BKTS.1
088500     ADD 1 TO WS-ROWS-READ.                                       K6BKTS.1
088600     MOVE RH-PGM-ID   TO WS-ROW-PGM-ID.                           K6BKTS.1
088700     MOVE RH-PAR-NAME TO WS-ROW-PAR-NAME.                         K6BKTS.1
088800     IF WS-ROW-KEY NOT = WS-PAIR-KEY                              K6BKTS.1
088900         PERFORM 3200-FINISH-PAIR THRU 3200-EXIT                  K6BKTS.1
089000         MOVE WS-ROW-KEY TO WS-PAIR-KEY                           K6BKTS.1
089100         MOVE SPACE TO WS-PAIR-LAST-POF                           K6BKTS.1
089200         MOVE ZERO TO WS-PAIR-FLIPS.                              K6BKTS.1
089300     IF RH-RUN-DATE < WS-FROM-DATE OR RH-RUN-DATE > WS-TO-DATE    K6BKTS.1
089400         GO TO 3000-READ.                                         K6BKTS.1
089500     IF RH-P-OR-F NOT = "PASS " AND RH-P-OR-F NOT = "FAIL*"       K6BKTS.1
089600         GO TO 3000-READ.                                         K6BKTS.1
089700     IF WS-PAIR-LAST-POF NOT = SPACE                              K6BKTS.1
089800             AND WS-PAIR-LAST-POF NOT = RH-P-OR-F                 K6BKTS.1
089900         ADD 1 TO WS-PAIR-FLIPS.                                  K6BKTS.1
090000     MOVE RH-P-OR-F TO WS-PAIR-LAST-POF.                          K6BKTS.1
090100     GO TO 3000-READ.                                             K6BKTS.1
090200 3000-DONE.                                                       K6BKTS.1
090300     PERFORM 3200-FINISH-PAIR THRU 3200-EXIT.                     K6BKTS.1
090400     CLOSE RESULT-MASTER.                                         K6BKTS.1
090500 3000-EXIT.                                                       K6BKTS.1
090600     EXIT.                                                        K6BKTS.1
090700*================================================================ K6BKTS.1
090800* 3200-FINISH-PAIR -- FLAG THE PAIR UNDER EACH SET WHOSE FLIP     K6BKTS.1
090900* THRESHOLD IT REACHED.                                           K6BKTS.1
091000*================================================================ K6BKTS.1
091100 3200-FINISH-PAIR.                                                K6BKTS.1
091200     IF WS-PAIR-PGM-ID = SPACE OR WS-PAIR-FLIPS = ZERO            K6BKTS.1
091300         GO TO 3200-EXIT.                                         K6BKTS.1
091400     MOVE SPACE            TO WS-OC-TARGET.                       K6BKTS.1
091500     MOVE WS-PAIR-PGM-ID   TO WS-OC-PGM-ID.                       K6BKTS.1
091600     MOVE WS-PAIR-PAR-NAME TO WS-OC-PAR-NAME.                     K6BKTS.1
091700     MOVE 4 TO WS-KIND.                                           K6BKTS.1
091800     MOVE ZERO TO WS-SET-SUB.                                     K6BKTS.1
091900 3200-NEXT-SET.                                                   K6BKTS.1
092000     ADD 1 TO WS-SET-SUB.                                         K6BKTS.1
092100     IF WS-SET-SUB > WS-SET-COUNT                                 K6BKTS.1
092200         GO TO 3200-EXIT.                                         K6BKTS.1
092300     IF WS-PAIR-FLIPS NOT < SET-FLIP-THRESHOLD (WS-SET-SUB)       K6BKTS.1
092400         PERFORM 6000-COUNT-ALERT THRU 6000-EXIT.                 K6BKTS.1
092500     GO TO 3200-NEXT-SET.                                         K6BKTS.1
092600 3200-EXIT.                                                       K6BKTS.1
092700     EXIT.                                                        K6BKTS.1
092800*================================================================ K6BKTS.1
092900* 4000-REPLAY-JOURNAL -- STALL EPISODES FROM THE OPERATIONS       K6BKTS.1
093000* JOURNAL.  THE HEADING AND ANY LINE WITHOUT A DATE ARE           K6BKTS.1
093100* PASSED OVER.                                                    K6BKTS.1
093200*================================================================ K6BKTS.1
093300 4000-REPLAY-JOURNAL.                                             K6BKTS.1
093400     OPEN INPUT OPS-JOURNAL.                                      K6BKTS.1
093500     IF WS-JRNL-STATUS = "05"                                     K6BKTS.1
093600         CLOSE OPS-JOURNAL                                        K6BKTS.1
093700         GO TO 4000-EXIT.                                         K6BKTS.1
093800     IF WS-JRNL-STATUS NOT = "00"                                 K6BKTS.1
093900         GO TO 4000-EXIT.                                         K6BKTS.1
094000     SET WS-JOURNAL-REPLAYED TO TRUE.                             K6BKTS.1
094100 4000-READ.                                                       K6BKTS.1
094200     READ OPS-JOURNAL                                             K6BKTS.1
094300         AT END GO TO 4000-DONE.                                  K6BKTS.1
094400     IF OJ-DATE NOT NUMERIC OR OJ-TIME NOT NUMERIC                K6BKTS.1
094500         GO TO 4000-READ.                                         K6BKTS.1
094600     IF OJ-SOURCE NOT = "K6HBMN  "                                K6BKTS.1
094700         GO TO 4000-READ.                                         K6BKTS.1
094800     IF OJ-DATE < WS-FROM-DATE OR OJ-DATE > WS-TO-DATE            K6BKTS.1
094900         GO TO 4000-READ.                                         K6BKTS.1
095000     MOVE OJ-TIME TO WS-TIME-PARTS.                               K6BKTS.1
095100     COMPUTE WS-EVENT-MINS = WS-TP-HH * 60 + WS-TP-MM.            K6BKTS.1
095200     IF WS-EPISODE-OPEN                                           K6BKTS.1
095300             AND OJ-RUNNING = WS-EP-PGM-ID                        K6BKTS.1
095400             AND OJ-DATE = WS-EP-DATE                             K6BKTS.1
095500             AND WS-EVENT-MINS - WS-EP-LAST-MINS                  K6BKTS.1
095600                 NOT > WS-PROD-STALL * 2                          K6BKTS.1
095700         MOVE WS-EVENT-MINS TO WS-EP-LAST-MINS                    K6BKTS.1
095800         GO TO 4000-READ.                                         K6BKTS.1
095900     PERFORM 4200-CLOSE-EPISODE THRU 4200-EXIT.                   K6BKTS.1
096000     SET WS-EPISODE-OPEN TO TRUE.                                 K6BKTS.1
096100     MOVE OJ-RUNNING    TO WS-EP-PGM-ID.                          K6BKTS.1
096200     MOVE OJ-DATE       TO WS-EP-DATE.                            K6BKTS.1
096300     MOVE WS-EVENT-MINS TO WS-EP-FIRST-MINS.                      K6BKTS.1
096400     MOVE WS-EVENT-MINS TO WS-EP-LAST-MINS.                       K6BKTS.1
096500     GO TO 4000-READ.                                             K6BKTS.1
096600 4000-DONE.                                                       K6BKTS.1
096700     PERFORM 4200-CLOSE-EPISODE THRU 4200-EXIT.                   K6BKTS.1
096800     CLOSE OPS-JOURNAL.                                           K6BKTS.1
096900 4000-EXIT.                                                       K6BKTS.1
097000     EXIT.                                                        K6BKTS.1
097100*================================================================ K6BKTS.1
097200* 4200-CLOSE-EPISODE -- ESTIMATE THE SILENCE AND ALERT UNDER      K6BKTS.1
097300* EACH SET WHOSE INTERVAL IT EXCEEDS.                             K6BKTS.1
097400*================================================================ K6BKTS.1
097500 4200-CLOSE-EPISODE.                                              K6BKTS.1
097600     IF NOT WS-EPISODE-OPEN                                       K6BKTS.1
097700         GO TO 4200-EXIT.                                         K6BKTS.1
097800     MOVE "N" TO WS-EPISODE-SW.                                   K6BKTS.1
097900     ADD 1 TO WS-EPISODES.                                        K6BKTS.1
098000     COMPUTE WS-SILENCE-MINS = WS-PROD-STALL + 1                  K6BKTS.1
098100         + WS-EP-LAST-MINS - WS-EP-FIRST-MINS.                    K6BKTS.1
098200     MOVE SPACE        TO WS-OC-TARGET.                           K6BKTS.1
098300     MOVE WS-EP-PGM-ID TO WS-OC-PGM-ID.                           K6BKTS.1
098400     MOVE SPACE        TO WS-OC-PAR-NAME.                         K6BKTS.1
098500     MOVE 6 TO WS-KIND.                                           K6BKTS.1
098600     MOVE ZERO TO WS-SET-SUB.                                     K6BKTS.1
098700 4200-NEXT-SET.                                                   K6BKTS.1
098800     ADD 1 TO WS-SET-SUB.                                         K6BKTS.1
098900     IF WS-SET-SUB > WS-SET-COUNT                                 K6BKTS.1
099000         GO TO 4200-EXIT.                                         K6BKTS.1
099100     IF WS-SILENCE-MINS > SET-STALL-MINS (WS-SET-SUB)             K6BKTS.1
099200         PERFORM 6000-COUNT-ALERT THRU 6000-EXIT.                 K6BKTS.1
099300     GO TO 4200-NEXT-SET.                                         K6BKTS.1
099400 4200-EXIT.                                                       K6BKTS.1
099500     EXIT.                                                        K6BKTS.1
099600*================================================================ K6BKTS.1
099700* 6000-COUNT-ALERT -- COUNT ONE ALERT OF KIND WS-KIND UNDER SET   K6BKTS.1
099800* WS-SET-SUB AND CLASSIFY IT BY ITS OUTCOME.                      K6BKTS.1
099900*================================================================ K6BKTS.1
100000 6000-COUNT-ALERT.                                                K6BKTS.1
100100     PERFORM 8000-FIND-OUTCOME THRU 8000-EXIT.                    K6BKTS.1
100200     ADD 1 TO SET-FIRED (WS-SET-SUB WS-KIND).                     K6BKTS.1
100300     IF WS-OC-REAL                                                K6BKTS.1
100400         ADD 1 TO SET-REAL (WS-SET-SUB WS-KIND)                   K6BKTS.1
100500     ELSE                                                         K6BKTS.1
100600         IF WS-OC-NOFAULT                                         K6BKTS.1
100700             ADD 1 TO SET-NOFAULT (WS-SET-SUB WS-KIND)            K6BKTS.1
100800         ELSE                                                     K6BKTS.1
100900             ADD 1 TO SET-NO-OUTCOME (WS-SET-SUB WS-KIND).        K6BKTS.1
101000 6000-EXIT.                                                       K6BKTS.1
101100     EXIT.                                                        K6BKTS.1
101200*================================================================ K6BKTS.1
101300* 7000-PRINT-REPORT -- WHAT WAS REPLAYED, THEN ONE BLOCK PER      K6BKTS.1
101400* THRESHOLD SET.                                                  K6BKTS.1
101500*================================================================ K6BKTS.1
101600 7000-PRINT-REPORT.                                               K6BKTS.1
101700     MOVE WS-TODAY TO HL-DATE.                                    K6BKTS.1
101800     WRITE BR-PRINT-REC FROM HDR-LINE-1                           K6BKTS.1
101900         AFTER ADVANCING PAGE.                                    K6BKTS.1
102000     MOVE WS-FROM-DATE  TO HL-FROM-DATE.                          K6BKTS.1
102100     MOVE WS-TO-DATE    TO HL-TO-DATE.                            K6BKTS.1
102200     MOVE WS-PROD-STALL TO HL-PROD-STALL.                         K6BKTS.1
102300     WRITE BR-PRINT-REC FROM HDR-LINE-2                           K6BKTS.1
102400         AFTER ADVANCING 2 LINES.                                 K6BKTS.1
102500     MOVE SPACE TO CL-NOTE.                                       K6BKTS.1
102600     MOVE "RAW-DATA RUNS READ" TO CL-TEXT.                        K6BKTS.1
102700     MOVE WS-RUNS-READ TO CL-COUNT.                               K6BKTS.1
102800     WRITE BR-PRINT-REC FROM CNT-LINE                             K6BKTS.1
102900         AFTER ADVANCING 2 LINES.                                 K6BKTS.1
103000     MOVE "RESULTS-HISTORY ROWS READ" TO CL-TEXT.                 K6BKTS.1
103100     MOVE WS-ROWS-READ TO CL-COUNT.                               K6BKTS.1
103200     IF NOT WS-RESULTS-REPLAYED                                   K6BKTS.1
103300         MOVE "  RSLTHIST WILL NOT OPEN" TO CL-NOTE.              K6BKTS.1
103400     WRITE BR-PRINT-REC FROM CNT-LINE                             K6BKTS.1
103500         AFTER ADVANCING 1 LINES.                                 K6BKTS.1
103600     MOVE SPACE TO CL-NOTE.                                       K6BKTS.1
103700     MOVE "JOURNAL STALL EPISODES" TO CL-TEXT.                    K6BKTS.1
103800     MOVE WS-EPISODES TO CL-COUNT.                                K6BKTS.1
103900     IF NOT WS-JOURNAL-REPLAYED                                   K6BKTS.1
104000         MOVE "  NO OPERATIONS JOURNAL" TO CL-NOTE.               K6BKTS.1
104100     WRITE BR-PRINT-REC FROM CNT-LINE                             K6BKTS.1
104200         AFTER ADVANCING 1 LINES.                                 K6BKTS.1
104300     MOVE SPACE TO CL-NOTE.                                       K6BKTS.1
104400     MOVE "VENDOR-DEFECT ROWS (NOT WITHDRAWN)" TO CL-TEXT.        K6BKTS.1
104500     MOVE WS-VDEF-COUNT TO CL-COUNT.                              K6BKTS.1
104600     WRITE BR-PRINT-REC FROM CNT-LINE                             K6BKTS.1
104700         AFTER ADVANCING 1 LINES.                                 K6BKTS.1
104800     MOVE "RESOLVED ACKNOWLEDGMENT ENTRIES" TO CL-TEXT.           K6BKTS.1
104900     MOVE WS-ACK-COUNT TO CL-COUNT.                               K6BKTS.1
105000     WRITE BR-PRINT-REC FROM CNT-LINE                             K6BKTS.1
105100         AFTER ADVANCING 1 LINES.                                 K6BKTS.1
105200     MOVE ZERO TO WS-SET-SUB.                                     K6BKTS.1
105300 7000-NEXT-SET.                                                   K6BKTS.1
105400     ADD 1 TO WS-SET-SUB.                                         K6BKTS.1
105500     IF WS-SET-SUB > WS-SET-COUNT                                 K6BKTS.1
105600         GO TO 7000-DECIDE.                                       K6BKTS.1
105700     PERFORM 7100-PRINT-SET THRU 7100-EXIT.                       K6BKTS.1
105800     GO TO 7000-NEXT-SET.                                         K6BKTS.1
105900 7000-DECIDE.                                                     K6BKTS.1
106000     MOVE ZERO TO WS-VERDICT-RC.                                  K6BKTS.1
106100     MOVE "EVERY DETECTOR REPLAYED" TO VL-TEXT.                   K6BKTS.1
106200     IF NOT WS-RESULTS-REPLAYED OR NOT WS-JOURNAL-REPLAYED        K6BKTS.1
106300         MOVE 4 TO WS-VERDICT-RC                                  K6BKTS.1
106400         MOVE "A DETECTOR WAS NOT REPLAYED" TO VL-TEXT.           K6BKTS.1
106500     IF WS-TABLE-OVERFLOW                                         K6BKTS.1
106600         MOVE 4 TO WS-VERDICT-RC                                  K6BKTS.1
106700         MOVE "A TABLE FILLED - COUNTS INCOMPLETE" TO VL-TEXT.    K6BKTS.1
106800     MOVE WS-VERDICT-RC TO VL-RC.                                 K6BKTS.1
106900     WRITE BR-PRINT-REC FROM VERDICT-LINE                         K6BKTS.1
107000         AFTER ADVANCING 3 LINES.                                 K6BKTS.1
107100 7000-EXIT.                                                       K6BKTS.1
107200     EXIT.                                                        K6BKTS.1
107300*================================================================ K6BKTS.1
107400* 7100-PRINT-SET -- THE THRESHOLDS OF ONE SET, ITS ALERTS BY      K6BKTS.1
107500* KIND AND OUTCOME, AND THE REAL PROBLEMS IT WOULD HAVE MISSED.   K6BKTS.1
107600*================================================================ K6BKTS.1
107700 7100-PRINT-SET.                                                  K6BKTS.1
107800     MOVE SET-ID (WS-SET-SUB)          TO SL-SET-ID.              K6BKTS.1
107900     MOVE SET-L2-RUNS (WS-SET-SUB)     TO SL-L2-RUNS.             K6BKTS.1
108000     MOVE SET-L3-RUNS (WS-SET-SUB)     TO SL-L3-RUNS.             K6BKTS.1
108100     MOVE SET-TRIGGER-SEV (WS-SET-SUB) TO SL-TRIGGER-SEV.         K6BKTS.1
108200     MOVE SPACE TO SL-CORE-LIST.                                  K6BKTS.1
108300     MOVE "ALL" TO SL-CORE-LIST.                                  K6BKTS.1
108400     IF SET-MODULE-COUNT (WS-SET-SUB) > ZERO                      K6BKTS.1
108500         PERFORM 7150-CORE-LIST THRU 7150-EXIT.                   K6BKTS.1
108600     WRITE BR-PRINT-REC FROM SET-LINE-1                           K6BKTS.1
108700         AFTER ADVANCING 3 LINES.                                 K6BKTS.1
108800     MOVE SET-FLIP-THRESHOLD (WS-SET-SUB) TO SL-FLIPS.            K6BKTS.1
108900     MOVE SET-ELAP-PCT (WS-SET-SUB)       TO SL-PCT.              K6BKTS.1
109000     MOVE SET-STALL-MINS (WS-SET-SUB)     TO SL-STALL.            K6BKTS.1
109100     WRITE BR-PRINT-REC FROM SET-LINE-2                           K6BKTS.1
109200         AFTER ADVANCING 1 LINES.                                 K6BKTS.1
109300     WRITE BR-PRINT-REC FROM KIND-HDR-LINE                        K6BKTS.1
109400         AFTER ADVANCING 2 LINES.                                 K6BKTS.1
109500     MOVE ZERO TO WS-KIND.                                        K6BKTS.1
109600 7100-NEXT-KIND.                                                  K6BKTS.1
109700     ADD 1 TO WS-KIND.                                            K6BKTS.1
109800     IF WS-KIND > 6                                               K6BKTS.1
109900         GO TO 7100-MISSED.                                       K6BKTS.1
110000     MOVE KIND-TITLE (WS-KIND) TO KL-TITLE.                       K6BKTS.1
110100     MOVE SPACE TO KL-COUNTS.                                     K6BKTS.1
110200     MOVE SPACE TO KL-NOTE.                                       K6BKTS.1
110300     MOVE SET-FIRED (WS-SET-SUB WS-KIND)      TO KL-FIRED.        K6BKTS.1
110400     MOVE SET-REAL (WS-SET-SUB WS-KIND)       TO KL-REAL.         K6BKTS.1
110500     MOVE SET-NOFAULT (WS-SET-SUB WS-KIND)    TO KL-NOFAULT.      K6BKTS.1
110600     MOVE SET-NO-OUTCOME (WS-SET-SUB WS-KIND) TO KL-NO-OUTCOME.   K6BKTS.1
110700     IF WS-KIND = 4 AND NOT WS-RESULTS-REPLAYED                   K6BKTS.1
110800         MOVE "NOT REPLAYED" TO KL-COUNTS.                        K6BKTS.1
110900     IF WS-KIND = 6 AND NOT WS-JOURNAL-REPLAYED                   K6BKTS.1
111000         MOVE "NOT REPLAYED" TO KL-COUNTS.                        K6BKTS.1
111100     IF WS-KIND = 6 AND WS-JOURNAL-REPLAYED                       K6BKTS.1
111200             AND SET-STALL-MINS (WS-SET-SUB) < WS-PROD-STALL      K6BKTS.1
111300         MOVE "  AT LEAST -- BELOW THE PRODUCTION INTERVAL"       K6BKTS.1
111400             TO KL-NOTE.                                          K6BKTS.1
111500     WRITE BR-PRINT-REC FROM KIND-LINE                            K6BKTS.1
111600         AFTER ADVANCING 1 LINES.                                 K6BKTS.1
111700     GO TO 7100-NEXT-KIND.                                        K6BKTS.1
111800 7100-MISSED.                                                     K6BKTS.1
111900     MOVE ZERO TO WS-MISSED.                                      K6BKTS.1
112000     MOVE ZERO TO WS-SUB.                                         K6BKTS.1
112100 7100-NEXT-ACK.                                                   K6BKTS.1
112200     ADD 1 TO WS-SUB.                                             K6BKTS.1
112300     IF WS-SUB > WS-ACK-COUNT                                     K6BKTS.1
112400         GO TO 7100-PRINT-MISSED.                                 K6BKTS.1
112500     IF AT-OUTCOME (WS-SUB) = "C"                                 K6BKTS.1
112600             AND AT-HIT (WS-SUB WS-SET-SUB) = "N"                 K6BKTS.1
112700             AND AT-FIRST-DATE (WS-SUB) NOT < WS-FROM-DATE        K6BKTS.1
112800             AND AT-FIRST-DATE (WS-SUB) NOT > WS-TO-DATE          K6BKTS.1
112900         ADD 1 TO WS-MISSED.                                      K6BKTS.1
113000     GO TO 7100-NEXT-ACK.                                         K6BKTS.1
113100 7100-PRINT-MISSED.                                               K6BKTS.1
113200     MOVE WS-MISSED TO ML-MISSED.                                 K6BKTS.1
113300     WRITE BR-PRINT-REC FROM MISSED-LINE                          K6BKTS.1
113400         AFTER ADVANCING 2 LINES.                                 K6BKTS.1
113500 7100-EXIT.                                                       K6BKTS.1
113600     EXIT.                                                        K6BKTS.1
113700*================================================================ K6BKTS.1
113800* 7150-CORE-LIST -- THE SET'S CORE MODULES FOR SET-LINE-1.        K6BKTS.1
113900*================================================================ K6BKTS.1
114000 7150-CORE-LIST.                                                  K6BKTS.1
114100     MOVE SPACE TO SL-CORE-LIST.                                  K6BKTS.1
114200     MOVE ZERO TO WS-SCAN-SUB.                                    K6BKTS.1
114300 7150-NEXT.                                                       K6BKTS.1
114400     ADD 1 TO WS-SCAN-SUB.                                        K6BKTS.1
114500     IF WS-SCAN-SUB > SET-MODULE-COUNT (WS-SET-SUB)               K6BKTS.1
114600         GO TO 7150-EXIT.                                         K6BKTS.1
114700     MOVE SET-CORE-MOD (WS-SET-SUB WS-SCAN-SUB)                   K6BKTS.1
114800         TO SL-CORE-MOD (WS-SCAN-SUB).                            K6BKTS.1
114900     GO TO 7150-NEXT.                                             K6BKTS.1
115000 7150-EXIT.                                                       K6BKTS.1
115100     EXIT.                                                        K6BKTS.1
115200*================================================================ K6BKTS.1
115300* 8000-FIND-OUTCOME -- REAL IF A VENDOR-DEFECT ROW OR A           K6BKTS.1
115400* RESOLVED-REAL REGISTER ENTRY MATCHES; ELSE NO-FAULT IF A        K6BKTS.1
115500* NO-FAULT ENTRY MATCHES; ELSE NONE.  EVERY MATCHING REAL         K6BKTS.1
115600* ENTRY IS MARKED HIT FOR THE CURRENT SET.                        K6BKTS.1
115700*================================================================ K6BKTS.1
115800 8000-FIND-OUTCOME.                                               K6BKTS.1
115900     MOVE "N" TO WS-OUTCOME.                                      K6BKTS.1
116000     MOVE ZERO TO WS-SCAN-SUB.                                    K6BKTS.1
116100 8000-NEXT-VDEF.                                                  K6BKTS.1
116200     ADD 1 TO WS-SCAN-SUB.                                        K6BKTS.1
116300     IF WS-SCAN-SUB > WS-VDEF-COUNT                               K6BKTS.1
116400         GO TO 8000-ACK.                                          K6BKTS.1
116500     IF VT-PGM-ID (WS-SCAN-SUB) NOT = WS-OC-PGM-ID                K6BKTS.1
116600         GO TO 8000-NEXT-VDEF.                                    K6BKTS.1
116700     IF WS-OC-PAR-NAME NOT = SPACE                                K6BKTS.1
116800             AND VT-PAR-NAME (WS-SCAN-SUB) NOT = WS-OC-PAR-NAME   K6BKTS.1
116900         GO TO 8000-NEXT-VDEF.                                    K6BKTS.1
117000     MOVE "C" TO WS-OUTCOME.                                      K6BKTS.1
117100 8000-ACK.                                                        K6BKTS.1
117200     MOVE ZERO TO WS-SCAN-SUB.                                    K6BKTS.1
117300 8000-NEXT-ACK.                                                   K6BKTS.1
117400     ADD 1 TO WS-SCAN-SUB.                                        K6BKTS.1
117500     IF WS-SCAN-SUB > WS-ACK-COUNT                                K6BKTS.1
117600         GO TO 8000-EXIT.                                         K6BKTS.1
117700     IF AT-PGM-ID (WS-SCAN-SUB) NOT = WS-OC-PGM-ID                K6BKTS.1
117800         GO TO 8000-NEXT-ACK.                                     K6BKTS.1
117900     IF WS-OC-TARGET NOT = SPACE                                  K6BKTS.1
118000             AND AT-TARGET-ID (WS-SCAN-SUB) NOT = WS-OC-TARGET    K6BKTS.1
118100         GO TO 8000-NEXT-ACK.                                     K6BKTS.1
118200     IF AT-OUTCOME (WS-SCAN-SUB) = "C"                            K6BKTS.1
118300         MOVE "C" TO WS-OUTCOME                                   K6BKTS.1
118400         MOVE "Y" TO AT-HIT (WS-SCAN-SUB WS-SET-SUB)              K6BKTS.1
118500         GO TO 8000-NEXT-ACK.                                     K6BKTS.1
118600     IF WS-OC-NONE                                                K6BKTS.1
118700         MOVE "R" TO WS-OUTCOME.                                  K6BKTS.1
118800     GO TO 8000-NEXT-ACK.                                         K6BKTS.1
118900 8000-EXIT.                                                       K6BKTS.1
119000     EXIT.                                                        K6BKTS.1
119100*================================================================ K6BKTS.1
119200* 8100-FIND-DATE -- THE BREAKER ENTRY FOR RE-RUN-DATE, ADDED      K6BKTS.1
119300* IF NEW.  WS-TRIP-SUB IS ZERO WHEN THE TABLE IS FULL.            K6BKTS.1
119400*================================================================ K6BKTS.1
119500 8100-FIND-DATE.                                                  K6BKTS.1
119600     MOVE ZERO TO WS-TRIP-SUB.                                    K6BKTS.1
119700 8100-SCAN.                                                       K6BKTS.1
119800     ADD 1 TO WS-TRIP-SUB.                                        K6BKTS.1
119900     IF WS-TRIP-SUB > WS-TRIP-COUNT                               K6BKTS.1
120000         GO TO 8100-ADD.                                          K6BKTS.1
120100     IF TRIP-DATE (WS-TRIP-SUB) = RE-RUN-DATE                     K6BKTS.1
120200         GO TO 8100-EXIT.                                         K6BKTS.1
120300     GO TO 8100-SCAN.                                             K6BKTS.1
120400 8100-ADD.                                                        K6BKTS.1
120500     IF WS-TRIP-COUNT NOT LESS THAN 400                           K6BKTS.1
120600         SET WS-TABLE-OVERFLOW TO TRUE                            K6BKTS.1
120700         MOVE ZERO TO WS-TRIP-SUB                                 K6BKTS.1
120800         GO TO 8100-EXIT.                                         K6BKTS.1
120900     ADD 1 TO WS-TRIP-COUNT.                                      K6BKTS.1
121000     MOVE WS-TRIP-COUNT TO WS-TRIP-SUB.                           K6BKTS.1
121100     MOVE RE-RUN-DATE TO TRIP-DATE (WS-TRIP-SUB).                 K6BKTS.1
121200     MOVE "NNNNNNNN" TO TRIP-SWS (WS-TRIP-SUB).                   K6BKTS.1
121300 8100-EXIT.                                                       K6BKTS.1
121400     EXIT.                                                        K6BKTS.1
121500*================================================================ K6BKTS.1
121600* 9999-TERMINATE.                                                 K6BKTS.1
121700*================================================================ K6BKTS.1
121800 9999-TERMINATE.                                                  K6BKTS.1
121900     CLOSE BKTS-RPT.                                              K6BKTS.1
122000 9999-EXIT.                                                       K6BKTS.1
122100     EXIT.                                                        K6BKTS.1
