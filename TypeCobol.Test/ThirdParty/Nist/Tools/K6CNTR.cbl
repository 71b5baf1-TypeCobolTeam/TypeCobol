000100 IDENTIFICATION DIVISION.                                         K6CNTR.1
000200 PROGRAM-ID.                                                      K6CNTR.1
000300     K6CNTR.                                                      K6CNTR.1
000400*================================================================ K6CNTR.1
000500* K6CNTR -- CONTRADICTORY VERDICTS: ONE PROGRAM PASSES A CLAUSE   K6CNTR.1
000600* ANOTHER PROGRAM FAILS ON THE SAME TARGET IN THE SAME WINDOW.    K6CNTR.1
000700*================================================================ K6CNTR.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6CNTR.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6CNTR.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6CNTR.1
001100* DATE-COMPILED.                                                  K6CNTR.1
001200*                                                                 K6CNTR.1
001300* REMARKS.                                                        K6CNTR.1
001400*    SEVERAL PROGRAMS COVER THE SAME ANSI CLAUSE -- IX107A AND    K6CNTR.1
001500*    IX208A BOTH CITE THE START AND READ CLAUSES, AND THE SQ      K6CNTR.1
001600*    PROGRAMS OVERLAP HEAVILY.  WHEN ONE PROGRAM PASSES A CLAUSE  K6CNTR.1
001700*    AND ANOTHER FAILS IT ON THE SAME TARGET IN THE SAME WINDOW,  K6CNTR.1
001800*    THE COMPILER HAS A NARROW DEFECT OR ONE OF THE TESTS IS      K6CNTR.1
001900*    WRONG; EITHER WAY TRIAGE WANTS TO SEE BOTH SIDES TOGETHER.   K6CNTR.1
002000*                                                                 K6CNTR.1
002100*    THE EFFECTIVE VERDICTS ARE THE RESULT ROWS ON THE RESULTS-   K6CNTR.1
002200*    HISTORY MASTER (RSLTHIST, K6CONS LAYOUT) OF THE LATEST       K6CNTR.1
002300*    EFFECTIVE RUN OF EACH PROGRAM AND TARGET IN THE WINDOW --    K6CNTR.1
002400*    SUPERSEDED RUNS, RUNS K6RVAL QUARANTINED AND THE K6SMOK      K6CNTR.1
002500*    CALIBRATION RECORD DO NOT COUNT.  ONLY "PASS " AND "FAIL*"   K6CNTR.1
002600*    ROWS THAT CITE A CLAUSE CODE TAKE PART.                      K6CNTR.1
002700*                                                                 K6CNTR.1
002800*    THE FIRST PASS OVER THE MASTER TALLIES THE VERDICTS BY       K6CNTR.1
002900*    CLAUSE CODE AND TARGET.  A CLAUSE AND TARGET IS CONTRA-      K6CNTR.1
003000*    DICTORY WHEN IT HAS A PASS AND A FAIL* AND THEY DO NOT ALL   K6CNTR.1
003100*    COME FROM ONE PROGRAM -- A PROGRAM THAT PASSES A CLAUSE IN   K6CNTR.1
003200*    ONE PARAGRAPH AND FAILS IT IN ANOTHER IS TESTING TWO         K6CNTR.1
003300*    CONDITIONS, AND IS COUNTED BUT NOT LISTED.  THE SECOND PASS  K6CNTR.1
003400*    PULLS THE ROWS OF EVERY CONTRADICTORY CLAUSE AND TARGET,     K6CNTR.1
003500*    WHICH ARE LISTED IN CLAUSE ORDER, THE FAIL* SIDE FIRST, WITH K6CNTR.1
003600*    THE PROGRAM, PARAGRAPH, FEATURE AND RE-MARK OF EACH ROW SO   K6CNTR.1
003700*    THE CONDITIONS CAN BE TOLD APART.                            K6CNTR.1
003800*                                                                 K6CNTR.1
003900*    CONTROL CARD (CNTRCTL, OPTIONAL):                            K6CNTR.1
004000*        COLS  1-8    WINDOW DATE, CCYYMMDD (BLANK OR ZERO = THE  K6CNTR.1
004100*                     NEWEST EFFECTIVE RUN DATE OF THE WINDOW).   K6CNTR.1
004200*        COL  10      WINDOW ID (BLANK = "N", THE OVERNIGHT).     K6CNTR.1
004300*                                                                 K6CNTR.1
004400*    FILES:                                                       K6CNTR.1
004500*        CNTRCTL   CONTROL CARD (OPTIONAL).                       K6CNTR.1
004600*        RAWEXT    RAW-DATA HISTORY EXTRACT (K6RAWDS LAYOUT).     K6CNTR.1
004700*        RAWQUAR   K6RVAL QUARANTINE (OPTIONAL).                  K6CNTR.1
004800*        RSLTHIST  RESULTS-HISTORY MASTER.                        K6CNTR.1
004900*        CNTRRPT   THE CONTRADICTION REPORT.                      K6CNTR.1
005000*                                                                 K6CNTR.1
005100* RETURN CODES.                                                   K6CNTR.1
005200*    00  NO CONTRADICTORY CLAUSE IN THE WINDOW.                   K6CNTR.1
005300*    04  CONTRADICTORY CLAUSES LISTED.                            K6CNTR.1
005400*    08  THE WINDOW HELD NO EFFECTIVE RUN, OR A TABLE FILLED      K6CNTR.1
005500*        AND THE REPORT IS INCOMPLETE.                            K6CNTR.1
005600*    12  THE RESULTS-HISTORY MASTER WILL NOT OPEN.                K6CNTR.1
005700*                                                                 K6CNTR.1
005800* MODIFICATION HISTORY.                                           K6CNTR.1
005900*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6CNTR.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
006000*================================================================ K6CNTR.1
006100                                                                  K6CNTR.1
006200 ENVIRONMENT DIVISION.                                            K6CNTR.1
006300 CONFIGURATION SECTION.                                           K6CNTR.1
006400 SOURCE-COMPUTER.                                                 K6CNTR.1
006500     OUR-MAINFRAME.                                               K6CNTR.1
006600 OBJECT-COMPUTER.                                                 K6CNTR.1
006700     OUR-MAINFRAME.                                               K6CNTR.1
006800 INPUT-OUTPUT SECTION.                                            K6CNTR.1
006900 FILE-CONTROL.                                                    K6CNTR.1
007000     SELECT OPTIONAL CNTR-CTL ASSIGN TO CNTRCTL                   K6CNTR.1
007100         ORGANIZATION IS SEQUENTIAL                               K6CNTR.1
007200         FILE STATUS IS WS-CTL-STATUS.                            K6CNTR.1
007300     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6CNTR.1
007400         ORGANIZATION IS SEQUENTIAL.                              K6CNTR.1
007500     SELECT OPTIONAL RAW-QUARANTINE ASSIGN TO RAWQUAR             K6CNTR.1
007600         ORGANIZATION IS SEQUENTIAL                               K6CNTR.1
007700         FILE STATUS IS WS-RQ-STATUS.                             K6CNTR.1
007800     SELECT RESULT-MASTER ASSIGN TO RSLTHIST                      K6CNTR.1
007900         ORGANIZATION IS INDEXED                                  K6CNTR.1
008000         ACCESS MODE IS SEQUENTIAL                                K6CNTR.1
008100         RECORD KEY IS RH-KEY                                     K6CNTR.1
008200         ALTERNATE RECORD KEY IS RH-ANSI-CODE                     K6CNTR.1
008300             WITH DUPLICATES                                      K6CNTR.1
008400         FILE STATUS IS WS-MASTER-STATUS.                         K6CNTR.1
008500     SELECT CNTR-RPT ASSIGN TO CNTRRPT                            K6CNTR.1
008600         ORGANIZATION IS SEQUENTIAL.                              K6CNTR.1
008700                                                                  K6CNTR.1
008800 DATA DIVISION.                                                   K6CNTR.1
008900 FILE SECTION.                                                    K6CNTR.1
009000 FD  CNTR-CTL                                                     K6CNTR.1
009100     LABEL RECORDS ARE STANDARD.                                  K6CNTR.1
009200 01  CC-CONTROL-CARD.                                             K6CNTR.1
009300     05  CC-WINDOW-DATE       PIC X(8).                           K6CNTR.1
009400     05  FILLER               PIC X(1).                           K6CNTR.1
009500     05  CC-WINDOW-ID         PIC X(1).                           K6CNTR.1
009600     05  FILLER               PIC X(70).                          K6CNTR.1
009700 FD  RAW-EXTRACT                                                  K6CNTR.1
009800     LABEL RECORDS ARE STANDARD.                                  K6CNTR.1
009900 COPY K6RAWDS.                                                    K6CNTR.1
010000 FD  RAW-QUARANTINE                                               K6CNTR.1
010100     LABEL RECORDS ARE STANDARD.                                  K6CNTR.1
010200     COPY K6RAWQ.                                                 K6CNTR.1
010300 FD  RESULT-MASTER                                                K6CNTR.1
010400     LABEL RECORDS ARE STANDARD.                                  K6CNTR.1
010500 01  RH-RESULT-REC.                                               K6CNTR.1
010600     05  RH-KEY.                                                  K6CNTR.1
010700         10  RH-PGM-ID        PIC X(6).                           K6CNTR.1
010800         10  RH-PAR-NAME      PIC X(22).                          K6CNTR.1
010900         10  RH-RUN-DATE      PIC 9(8).                           K6CNTR.1
011000         10  RH-TARGET-ID     PIC X(8).                           K6CNTR.1
011100     05  RH-RUN-SEQ           PIC 99.                             K6CNTR.1
011200     05  RH-P-OR-F            PIC X(5).                           K6CNTR.1
011300     05  RH-FEATURE           PIC X(20).                          K6CNTR.1
011400     05  RH-COMPUTED          PIC X(20).                          K6CNTR.1
011500     05  RH-CORRECT           PIC X(20).                          K6CNTR.1
011600     05  RH-REMARK            PIC X(61).                          K6CNTR.1
011700     05  RH-ANSI-CODE         PIC X(10).                          K6CNTR.1
011800     05  RH-SEVERITY          PIC X(1).                           K6CNTR.1
011900 FD  CNTR-RPT                                                     K6CNTR.1
012000     LABEL RECORDS ARE STANDARD.                                  K6CNTR.1
012100 01  CR-PRINT-REC             PIC X(120).                         K6CNTR.1
012200                                                                  K6CNTR.1
012300 WORKING-STORAGE SECTION.                                         K6CNTR.1
012400* ----------------------------------------------------------      K6CNTR.1
012500* FILE STATUSES, SWITCHES AND COUNTERS.                           K6CNTR.1
012600* ----------------------------------------------------------      K6CNTR.1
012700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6CNTR.1
012800 77  WS-RQ-STATUS             PIC X(2)   VALUE SPACE.             K6CNTR.1
012900 77  WS-MASTER-STATUS         PIC X(2)   VALUE SPACE.             K6CNTR.1
013000 77  WS-EOF-SW                PIC X      VALUE "N".               K6CNTR.1
013100     88  WS-EOF                          VALUE "Y".               K6CNTR.1
013200 77  WS-FULL-SW               PIC X      VALUE "N".               K6CNTR.1
013300     88  WS-TABLE-FULL                   VALUE "Y".               K6CNTR.1
013400 77  WS-SKIP-SW               PIC X      VALUE "N".               K6CNTR.1
013500 77  WS-SWAP-SW               PIC X      VALUE "N".               K6CNTR.1
013600 77  WS-WINDOW-DATE           PIC 9(8)   VALUE ZERO.              K6CNTR.1
013700 77  WS-WINDOW-ID             PIC X(1)   VALUE "N".               K6CNTR.1
013800 77  WS-VERDICT               PIC X(1)   VALUE SPACE.             K6CNTR.1
013900 77  WS-RUN-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CNTR.1
014000 77  WS-RUN-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNTR.1
014100 77  WS-RQ-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6CNTR.1
014200 77  WS-RQ-SUB                PIC 9(3)   COMP VALUE ZERO.         K6CNTR.1
014300 77  WS-CG-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6CNTR.1
014400 77  WS-CG-SUB                PIC 9(4)   COMP VALUE ZERO.         K6CNTR.1
014500 77  WS-CG-KEEP               PIC 9(4)   COMP VALUE ZERO.         K6CNTR.1
014600 77  WS-CR-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6CNTR.1
014700 77  WS-CR-SUB                PIC 9(4)   COMP VALUE ZERO.         K6CNTR.1
014800 77  WS-ROWS-READ             PIC 9(7)   COMP VALUE ZERO.         K6CNTR.1
014900 77  WS-VERDICTS-USED         PIC 9(7)   COMP VALUE ZERO.         K6CNTR.1
015000 77  WS-GROUPS-SEEN           PIC 9(5)   COMP VALUE ZERO.         K6CNTR.1
015100 77  WS-SPLIT-COUNT           PIC 9(5)   COMP VALUE ZERO.         K6CNTR.1
015200 77  WS-CNTR-RC               PIC 9(2)   VALUE ZERO.              K6CNTR.1
015300* ----------------------------------------------------------      K6CNTR.1
015400* THE WINDOW'S LATEST EFFECTIVE RUN PER PROGRAM AND TARGET.       K6CNTR.1
015500* ----------------------------------------------------------      K6CNTR.1
015600 01  RUN-TABLE.                                                   K6CNTR.1
015700     05  RN-ENTRY OCCURS 3000 TIMES.                              K6CNTR.1
015800         10  RN-TARGET-ID     PIC X(8).                           K6CNTR.1
015900         10  RN-PGM-ID        PIC X(6).                           K6CNTR.1
016000         10  RN-RUN-SEQ       PIC 99.                             K6CNTR.1
016100 01  RQ-KEY-TABLE.                                                K6CNTR.1
016200     05  RQ-KEY-ENTRY OCCURS 500 TIMES PIC X(24).                 K6CNTR.1
016300* ----------------------------------------------------------      K6CNTR.1
016400* VERDICT TALLY BY CLAUSE CODE AND TARGET.  CG-PASS-PGM AND       K6CNTR.1
016500* CG-FAIL-PGM HOLD THE FIRST PROGRAM SEEN ON EACH SIDE; THE       K6CNTR.1
016600* SWITCHES GO TO "Y" WHEN A SECOND PROGRAM TURNS UP THERE.        K6CNTR.1
016700* CG-STATE "C" CONTRADICTORY, "S" SPLIT WITHIN ONE PROGRAM.       K6CNTR.1
016800* ----------------------------------------------------------      K6CNTR.1
016900 01  CLAUSE-TABLE.                                                K6CNTR.1
017000     05  CG-ENTRY OCCURS 3000 TIMES.                              K6CNTR.1
017100         10  CG-ANSI-CODE     PIC X(10).                          K6CNTR.1
017200         10  CG-TARGET-ID     PIC X(8).                           K6CNTR.1
017300         10  CG-PASS          PIC 9(5).                           K6CNTR.1
017400         10  CG-FAIL          PIC 9(5).                           K6CNTR.1
017500         10  CG-PASS-PGM      PIC X(6).                           K6CNTR.1
017600         10  CG-FAIL-PGM      PIC X(6).                           K6CNTR.1
017700         10  CG-PASS-MULTI    PIC X(1).                           K6CNTR.1
017800         10  CG-FAIL-MULTI    PIC X(1).                           K6CNTR.1
017900         10  CG-STATE         PIC X(1).                           K6CNTR.1
018000 01  CG-HOLD                  PIC X(43).                          K6CNTR.1
018100* ----------------------------------------------------------      K6CNTR.1
018200* THE ROWS OF THE CONTRADICTORY CLAUSES.  CR-SIDE "F" OR "P".     K6CNTR.1
018300* ----------------------------------------------------------      K6CNTR.1
018400 01  ROW-TABLE.                                                   K6CNTR.1
018500     05  CR-ENTRY OCCURS 3000 TIMES.                              K6CNTR.1
018600         10  CR-CG-SUB        PIC 9(4)   COMP.                    K6CNTR.1
018700         10  CR-SIDE          PIC X(1).                           K6CNTR.1
018800         10  CR-PGM-ID        PIC X(6).                           K6CNTR.1
018900         10  CR-PAR-NAME      PIC X(22).                          K6CNTR.1
019000         10  CR-FEATURE       PIC X(20).                          K6CNTR.1
019100         10  CR-REMARK        PIC X(61).                          K6CNTR.1
019200* ----------------------------------------------------------      K6CNTR.1
019300* REPORT LINES.                                                   K6CNTR.1
019400* ----------------------------------------------------------      K6CNTR.1
019500 01  HDR-LINE-1.                                                  K6CNTR.1
019600     05  FILLER   PIC X(42) VALUE                                 K6CNTR.1
019700         "CONTRADICTORY CLAUSE VERDICTS (K6CNTR)    ".            K6CNTR.1
019800     05  FILLER   PIC X(7)  VALUE "WINDOW ".                      K6CNTR.1
019900     05  HDR-DATE             PIC 9(8).                           K6CNTR.1
020000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CNTR.1
020100     05  HDR-WINDOW-ID        PIC X(1).                           K6CNTR.1
020200     05  FILLER   PIC X(61) VALUE SPACE.                          K6CNTR.1
020300 01  HDR-LINE-2.                                                  K6CNTR.1
020400     05  FILLER   PIC X(38) VALUE "  VERD. PGM-ID PAR-NAME".      K6CNTR.1
020500     05  FILLER   PIC X(21) VALUE "FEATURE".                      K6CNTR.1
020600     05  FILLER   PIC X(61) VALUE "RE-MARK".                      K6CNTR.1
020700 01  GROUP-LINE.                                                  K6CNTR.1
020800     05  FILLER   PIC X(7)  VALUE "CLAUSE ".                      K6CNTR.1
020900     05  GL-ANSI-CODE         PIC X(10).                          K6CNTR.1
021000     05  FILLER   PIC X(8)  VALUE " TARGET ".                     K6CNTR.1
021100     05  GL-TARGET-ID         PIC X(8).                           K6CNTR.1
021200     05  FILLER   PIC X(8)  VALUE "   PASS ".                     K6CNTR.1
021300     05  GL-PASS              PIC ZZZZ9.                          K6CNTR.1
021400     05  FILLER   PIC X(8)  VALUE "   FAIL ".                     K6CNTR.1
021500     05  GL-FAIL              PIC ZZZZ9.                          K6CNTR.1
021600     05  FILLER   PIC X(61) VALUE SPACE.                          K6CNTR.1
021700 01  ROW-LINE.                                                    K6CNTR.1
021800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNTR.1
021900     05  RL-VERDICT           PIC X(5).                           K6CNTR.1
022000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CNTR.1
022100     05  RL-PGM-ID            PIC X(6).                           K6CNTR.1
022200     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CNTR.1
022300     05  RL-PAR-NAME          PIC X(22).                          K6CNTR.1
022400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CNTR.1
022500     05  RL-FEATURE           PIC X(20).                          K6CNTR.1
022600     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CNTR.1
022700     05  RL-REMARK            PIC X(61).                          K6CNTR.1
022800 01  NOTE-LINE.                                                   K6CNTR.1
022900     05  NL-TEXT              PIC X(60).                          K6CNTR.1
023000     05  FILLER   PIC X(60) VALUE SPACE.                          K6CNTR.1
023100 01  SUM-LINE-1.                                                  K6CNTR.1
023200     05  FILLER   PIC X(24) VALUE "EFFECTIVE RUNS        = ".     K6CNTR.1
023300     05  SM-RUNS              PIC ZZZZZZ9.                        K6CNTR.1
023400     05  FILLER   PIC X(28) VALUE "   VERDICTS WITH A CLAUSE = ". K6CNTR.1
023500     05  SM-VERDICTS          PIC ZZZZZZ9.                        K6CNTR.1
023600     05  FILLER   PIC X(54) VALUE SPACE.                          K6CNTR.1
023700 01  SUM-LINE-2.                                                  K6CNTR.1
023800     05  FILLER   PIC X(24) VALUE "CLAUSE/TARGETS        = ".     K6CNTR.1
023900     05  SM-GROUPS            PIC ZZZZZZ9.                        K6CNTR.1
024000     05  FILLER   PIC X(28) VALUE "   CONTRADICTORY          = ". K6CNTR.1
024100     05  SM-CONTRA            PIC ZZZZZZ9.                        K6CNTR.1
024200     05  FILLER   PIC X(54) VALUE SPACE.                          K6CNTR.1
024300 01  SUM-LINE-3.                                                  K6CNTR.1
024400     05  FILLER   PIC X(24) VALUE "SPLIT IN ONE PROGRAM  = ".     K6CNTR.1
024500     05  SM-SPLIT             PIC ZZZZZZ9.                        K6CNTR.1
024600     05  FILLER   PIC X(28) VALUE "   RETURN-CODE            = ". K6CNTR.1
024700     05  SM-RC                PIC 99.                             K6CNTR.1
024800     05  FILLER   PIC X(59) VALUE SPACE.                          K6CNTR.1
024900                                                                  K6CNTR.1
025000 PROCEDURE DIVISION.                                              K6CNTR.1
025100*================================================================ K6CNTR.1
025200* 0000-MAINLINE.                                                  K6CNTR.1
025300*================================================================ K6CNTR.1
025400 0000-MAINLINE.                                                   K6CNTR.1
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6CNTR.1
025600     PERFORM 2000-LOAD-RUNS THRU 2000-EXIT.                       K6CNTR.1
025700     IF WS-RUN-COUNT = ZERO                                       K6CNTR.1
025800         MOVE "NO EFFECTIVE RUN IN THIS WINDOW" TO NL-TEXT        K6CNTR.1
025900         WRITE CR-PRINT-REC FROM NOTE-LINE                        K6CNTR.1
026000             AFTER ADVANCING 2 LINES                              K6CNTR.1
026100         MOVE 08 TO WS-CNTR-RC                                    K6CNTR.1
026200         GO TO 0000-FINISH.                                       K6CNTR.1
026300     PERFORM 3000-TALLY-VERDICTS THRU 3000-EXIT.                  K6CNTR.1
026400     IF WS-CNTR-RC = 12                                           K6CNTR.1
026500         GO TO 0000-FINISH.                                       K6CNTR.1
026600     PERFORM 4000-KEEP-CONTRADICTIONS THRU 4000-EXIT.             K6CNTR.1
026700     PERFORM 4500-SORT-CLAUSES THRU 4500-EXIT.                    K6CNTR.1
026800     IF WS-CG-COUNT NOT = ZERO                                    K6CNTR.1
026900         MOVE 04 TO WS-CNTR-RC                                    K6CNTR.1
027000         PERFORM 5000-PULL-ROWS THRU 5000-EXIT                    K6CNTR.1
027100         PERFORM 6000-REPORT THRU 6000-EXIT.                      K6CNTR.1
027200 0000-FINISH.                                                     K6CNTR.1
027300     PERFORM 9000-FINISH THRU 9000-EXIT.                          K6CNTR.1
027400     STOP RUN.                                                    K6CNTR.1
027500*================================================================ K6CNTR.1
027600* 1000-INITIALIZE -- CONTROL CARD, QUARANTINE KEYS, AND THE       K6CNTR.1
027700* WINDOW DATE WHEN THE CARD LEAVES IT OPEN.                       K6CNTR.1
027800*================================================================ K6CNTR.1
027900 1000-INITIALIZE.                                                 K6CNTR.1
028000     OPEN OUTPUT CNTR-RPT.                                        K6CNTR.1
028100     OPEN INPUT CNTR-CTL.                                         K6CNTR.1
028200     IF WS-CTL-STATUS NOT = "00"                                  K6CNTR.1
028300         GO TO 1000-LOAD.                                         K6CNTR.1
028400     READ CNTR-CTL                                                K6CNTR.1
028500         AT END GO TO 1000-CLOSE-CTL.                             K6CNTR.1
028600     IF CC-WINDOW-DATE NUMERIC                                    K6CNTR.1
028700         MOVE CC-WINDOW-DATE TO WS-WINDOW-DATE.                   K6CNTR.1
028800     IF CC-WINDOW-ID NOT = SPACE                                  K6CNTR.1
028900         MOVE CC-WINDOW-ID TO WS-WINDOW-ID.                       K6CNTR.1
029000 1000-CLOSE-CTL.                                                  K6CNTR.1
029100     CLOSE CNTR-CTL.                                              K6CNTR.1
029200 1000-LOAD.                                                       K6CNTR.1
029300     PERFORM 1200-LOAD-QUARANTINE THRU 1200-EXIT.                 K6CNTR.1
029400     IF WS-WINDOW-DATE = ZERO                                     K6CNTR.1
029500         PERFORM 1500-NEWEST-DATE THRU 1500-EXIT.                 K6CNTR.1
029600     MOVE WS-WINDOW-DATE TO HDR-DATE.                             K6CNTR.1
029700     MOVE WS-WINDOW-ID TO HDR-WINDOW-ID.                          K6CNTR.1
029800     WRITE CR-PRINT-REC FROM HDR-LINE-1                           K6CNTR.1
029900         AFTER ADVANCING PAGE.                                    K6CNTR.1
030000 1000-EXIT.                                                       K6CNTR.1
030100     EXIT.                                                        K6CNTR.1
030200*================================================================ K6CNTR.1
030300* 1200-LOAD-QUARANTINE -- THE KEYS OF THE RUNS K6RVAL             K6CNTR.1
030400* QUARANTINED.  NO FILE MEANS NOTHING IS LEFT OUT.                K6CNTR.1
030500*================================================================ K6CNTR.1
030600 1200-LOAD-QUARANTINE.                                            K6CNTR.1
030700     OPEN INPUT RAW-QUARANTINE.                                   K6CNTR.1
030800     IF WS-RQ-STATUS NOT = "00"                                   K6CNTR.1
030900         GO TO 1200-EXIT.                                         K6CNTR.1
031000 1200-READ.                                                       K6CNTR.1
031100     READ RAW-QUARANTINE                                          K6CNTR.1
031200         AT END GO TO 1200-CLOSE.                                 K6CNTR.1
031300     IF WS-RQ-COUNT NOT LESS THAN 500                             K6CNTR.1
031400         SET WS-TABLE-FULL TO TRUE                                K6CNTR.1
031500         GO TO 1200-CLOSE.                                        K6CNTR.1
031600     ADD 1 TO WS-RQ-COUNT.                                        K6CNTR.1
031700     MOVE RQ-RAW-KEY TO RQ-KEY-ENTRY (WS-RQ-COUNT).               K6CNTR.1
031800     GO TO 1200-READ.                                             K6CNTR.1
031900 1200-CLOSE.                                                      K6CNTR.1
032000     CLOSE RAW-QUARANTINE.                                        K6CNTR.1
032100 1200-EXIT.                                                       K6CNTR.1
032200     EXIT.                                                        K6CNTR.1
032300*================================================================ K6CNTR.1
032400* 1500-NEWEST-DATE -- THE NEWEST EFFECTIVE RUN DATE OF THE        K6CNTR.1
032500* WINDOW.                                                         K6CNTR.1
032600*================================================================ K6CNTR.1
032700 1500-NEWEST-DATE.                                                K6CNTR.1
032800     OPEN INPUT RAW-EXTRACT.                                      K6CNTR.1
032900 1500-READ.                                                       K6CNTR.1
033000     READ RAW-EXTRACT                                             K6CNTR.1
033100         AT END GO TO 1500-DONE.                                  K6CNTR.1
033200     PERFORM 2100-EFFECTIVE-RUN THRU 2100-EXIT.                   K6CNTR.1
033300     IF WS-SKIP-SW = "Y"                                          K6CNTR.1
033400         GO TO 1500-READ.                                         K6CNTR.1
033500     IF RE-RUN-DATE GREATER THAN WS-WINDOW-DATE                   K6CNTR.1
033600         MOVE RE-RUN-DATE TO WS-WINDOW-DATE.                      K6CNTR.1
033700     GO TO 1500-READ.                                             K6CNTR.1
033800 1500-DONE.                                                       K6CNTR.1
033900     CLOSE RAW-EXTRACT.                                           K6CNTR.1
034000 1500-EXIT.                                                       K6CNTR.1
034100     EXIT.                                                        K6CNTR.1
034200*================================================================ K6CNTR.1
034300* 2000-LOAD-RUNS -- THE WINDOW'S EFFECTIVE RUNS, KEEPING THE      K6CNTR.1
034400* LATEST SEQUENCE OF EACH PROGRAM AND TARGET.                     K6CNTR.1
034500*================================================================ K6CNTR.1
034600 2000-LOAD-RUNS.                                                  K6CNTR.1
034700     OPEN INPUT RAW-EXTRACT.                                      K6CNTR.1
034800 2000-READ.                                                       K6CNTR.1
034900     READ RAW-EXTRACT                                             K6CNTR.1
035000         AT END GO TO 2000-DONE.                                  K6CNTR.1
035100     PERFORM 2100-EFFECTIVE-RUN THRU 2100-EXIT.                   K6CNTR.1
035200     IF WS-SKIP-SW = "Y"                                          K6CNTR.1
035300         GO TO 2000-READ.                                         K6CNTR.1
035400     IF RE-RUN-DATE NOT = WS-WINDOW-DATE                          K6CNTR.1
035500         GO TO 2000-READ.                                         K6CNTR.1
035600     MOVE 1 TO WS-RUN-SUB.                                        K6CNTR.1
035700 2000-SCAN.                                                       K6CNTR.1
035800     IF WS-RUN-SUB GREATER THAN WS-RUN-COUNT                      K6CNTR.1
035900         GO TO 2000-ADD.                                          K6CNTR.1
036000     IF RN-PGM-ID (WS-RUN-SUB) = RE-PGM-ID                        K6CNTR.1
036100             AND RN-TARGET-ID (WS-RUN-SUB) = RE-TARGET-ID         K6CNTR.1
036200         GO TO 2000-LATER.                                        K6CNTR.1
036300     ADD 1 TO WS-RUN-SUB.                                         K6CNTR.1
036400     GO TO 2000-SCAN.                                             K6CNTR.1
036500 2000-LATER.                                                      K6CNTR.1
036600     IF RE-RUN-SEQ GREATER THAN RN-RUN-SEQ (WS-RUN-SUB)           K6CNTR.1
036700         MOVE RE-RUN-SEQ TO RN-RUN-SEQ (WS-RUN-SUB).              K6CNTR.1
036800     GO TO 2000-READ.                                             K6CNTR.1
036900 2000-ADD.                                                        K6CNTR.1
037000     IF WS-RUN-COUNT NOT LESS THAN 3000                           K6CNTR.1
037100         SET WS-TABLE-FULL TO TRUE                                K6CNTR.1
037200         GO TO 2000-READ.                                         K6CNTR.1
037300     ADD 1 TO WS-RUN-COUNT.                                       K6CNTR.1
037400     MOVE RE-TARGET-ID TO RN-TARGET-ID (WS-RUN-COUNT).            K6CNTR.1
037500     MOVE RE-PGM-ID    TO RN-PGM-ID (WS-RUN-COUNT).               K6CNTR.1
037600     MOVE RE-RUN-SEQ   TO RN-RUN-SEQ (WS-RUN-COUNT).              K6CNTR.1
037700     GO TO 2000-READ.                                             K6CNTR.1
037800 2000-DONE.                                                       K6CNTR.1
037900     CLOSE RAW-EXTRACT.                                           K6CNTR.1
038000 2000-EXIT.                                                       K6CNTR.1
038100     EXIT.                                                        K6CNTR.1
038200*================================================================ K6CNTR.1
038300* 2100-EFFECTIVE-RUN -- WS-SKIP-SW IS "Y" FOR ANY RECORD THAT IS  K6CNTR.1
038400* NOT EVIDENCE OF THIS WINDOW: ANOTHER WINDOW, THE K6SMOK         K6CNTR.1
038500* CALIBRATION RECORD, A SUPERSEDED RUN, OR A RUN K6RVAL           K6CNTR.1
038600* QUARANTINED.  A BLANK WINDOW ID PREDATES THE FIELD AND          K6CNTR.1
038700* BELONGS TO THE OVERNIGHT WINDOW.                                K6CNTR.1
038800*================================================================ K6CNTR.1
038900 2100-EFFECTIVE-RUN.                                              K6CNTR.1
039000     MOVE "Y" TO WS-SKIP-SW.                                      K6CNTR.1
039100     IF RE-WINDOW-ID NOT = WS-WINDOW-ID                           K6CNTR.1
039200             AND NOT (RE-WINDOW-ID = SPACE                        K6CNTR.1
039300             AND WS-WINDOW-ID = "N")                              K6CNTR.1
039400         GO TO 2100-EXIT.                                         K6CNTR.1
000000     IF RE-PGM-ID = "K6SMOK" OR RE-NOT-EFFECTIVE                  K6VOID.1
039600         GO TO 2100-EXIT.                                         K6CNTR.1
039700     MOVE ZERO TO WS-RQ-SUB.                                      K6CNTR.1
039800 2100-SCAN.                                                       K6CNTR.1
039900     ADD 1 TO WS-RQ-SUB.                                          K6CNTR.1
040000     IF WS-RQ-SUB GREATER THAN WS-RQ-COUNT                        K6CNTR.1
040100         MOVE "N" TO WS-SKIP-SW                                   K6CNTR.1
040200         GO TO 2100-EXIT.                                         K6CNTR.1
040300     IF RQ-KEY-ENTRY (WS-RQ-SUB) NOT = RE-RAW-DATA-KEY            K6CNTR.1
040400         GO TO 2100-SCAN.                                         K6CNTR.1
040500 2100-EXIT.                                                       K6CNTR.1
040600     EXIT.                                                        K6CNTR.1
040700*================================================================ K6CNTR.1
040800* 3000-TALLY-VERDICTS -- FIRST PASS: COUNT THE EFFECTIVE PASS     K6CNTR.1
040900* AND FAIL* VERDICTS BY CLAUSE CODE AND TARGET.                   K6CNTR.1
041000*================================================================ K6CNTR.1
041100 3000-TALLY-VERDICTS.                                             K6CNTR.1
041200     OPEN INPUT RESULT-MASTER.                                    K6CNTR.1
041300     IF WS-MASTER-STATUS NOT = "00"                               K6CNTR.1
041400         MOVE "RESULTS-HISTORY MASTER WILL NOT OPEN" TO NL-TEXT   K6CNTR.1
041500         WRITE CR-PRINT-REC FROM NOTE-LINE                        K6CNTR.1
041600             AFTER ADVANCING 2 LINES                              K6CNTR.1
041700         MOVE 12 TO WS-CNTR-RC                                    K6CNTR.1
041800         GO TO 3000-EXIT.                                         K6CNTR.1
041900     MOVE "N" TO WS-EOF-SW.                                       K6CNTR.1
042000 3000-READ.                                                       K6CNTR.1
042100     READ RESULT-MASTER NEXT RECORD                               K6CNTR.1
042200         AT END SET WS-EOF TO TRUE.                               K6CNTR.1
042300     IF WS-EOF                                                    K6CNTR.1
042400         GO TO 3000-DONE.                                         K6CNTR.1
042500     ADD 1 TO WS-ROWS-READ.                                       K6CNTR.1
042600     PERFORM 3100-EFFECTIVE-VERDICT THRU 3100-EXIT.               K6CNTR.1
042700     IF WS-VERDICT = SPACE                                        K6CNTR.1
042800         GO TO 3000-READ.                                         K6CNTR.1
042900     ADD 1 TO WS-VERDICTS-USED.                                   K6CNTR.1
043000     PERFORM 3200-FIND-CLAUSE THRU 3200-EXIT.                     K6CNTR.1
043100     IF WS-CG-SUB = ZERO                                          K6CNTR.1
043200         GO TO 3000-READ.                                         K6CNTR.1
043300     IF WS-VERDICT = "P"                                          K6CNTR.1
043400         GO TO 3000-PASS.                                         K6CNTR.1
043500     ADD 1 TO CG-FAIL (WS-CG-SUB).                                K6CNTR.1
043600     IF CG-FAIL-PGM (WS-CG-SUB) = SPACE                           K6CNTR.1
043700         MOVE RH-PGM-ID TO CG-FAIL-PGM (WS-CG-SUB)                K6CNTR.1
043800     ELSE IF CG-FAIL-PGM (WS-CG-SUB) NOT = RH-PGM-ID              K6CNTR.1
043900         MOVE "Y" TO CG-FAIL-MULTI (WS-CG-SUB).                   K6CNTR.1
044000     GO TO 3000-READ.                                             K6CNTR.1
044100 3000-PASS.                                                       K6CNTR.1
044200     ADD 1 TO CG-PASS (WS-CG-SUB).                                K6CNTR.1
044300     IF CG-PASS-PGM (WS-CG-SUB) = SPACE                           K6CNTR.1
044400         MOVE RH-PGM-ID TO CG-PASS-PGM (WS-CG-SUB)                K6CNTR.1
044500     ELSE IF CG-PASS-PGM (WS-CG-SUB) NOT = RH-PGM-ID              K6CNTR.1
044600         MOVE "Y" TO CG-PASS-MULTI (WS-CG-SUB).                   K6CNTR.1
044700     GO TO 3000-READ.                                             K6CNTR.1
044800 3000-DONE.                                                       K6CNTR.1
044900     CLOSE RESULT-MASTER.                                         K6CNTR.1
045000     MOVE WS-CG-COUNT TO WS-GROUPS-SEEN.                          K6CNTR.1
045100 3000-EXIT.                                                       K6CNTR.1
045200     EXIT.                                                        K6CNTR.1
045300*================================================================ K6CNTR.1
045400* 3100-EFFECTIVE-VERDICT -- WS-VERDICT "P" OR "F" WHEN THE ROW    K6CNTR.1
045500* IS A PASS OR FAIL* CITING A CLAUSE, FROM THE EFFECTIVE RUN OF   K6CNTR.1
045600* ITS PROGRAM AND TARGET; SPACE OTHERWISE.                        K6CNTR.1
045700*================================================================ K6CNTR.1
045800 3100-EFFECTIVE-VERDICT.                                          K6CNTR.1
045900     MOVE SPACE TO WS-VERDICT.                                    K6CNTR.1
046000     IF RH-RUN-DATE NOT = WS-WINDOW-DATE                          K6CNTR.1
046100             OR RH-ANSI-CODE = SPACE                              K6CNTR.1
046200         GO TO 3100-EXIT.                                         K6CNTR.1
046300     IF RH-P-OR-F NOT = "PASS " AND RH-P-OR-F NOT = "FAIL*"       K6CNTR.1
046400         GO TO 3100-EXIT.                                         K6CNTR.1
046500     MOVE 1 TO WS-RUN-SUB.                                        K6CNTR.1
046600 3100-SCAN.                                                       K6CNTR.1
046700     IF WS-RUN-SUB GREATER THAN WS-RUN-COUNT                      K6CNTR.1
046800         GO TO 3100-EXIT.                                         K6CNTR.1
046900     IF RN-PGM-ID (WS-RUN-SUB) = RH-PGM-ID                        K6CNTR.1
047000             AND RN-TARGET-ID (WS-RUN-SUB) = RH-TARGET-ID         K6CNTR.1
047100         GO TO 3100-FOUND.                                        K6CNTR.1
047200     ADD 1 TO WS-RUN-SUB.                                         K6CNTR.1
047300     GO TO 3100-SCAN.                                             K6CNTR.1
047400 3100-FOUND.                                                      K6CNTR.1
047500     IF RN-RUN-SEQ (WS-RUN-SUB) NOT = RH-RUN-SEQ                  K6CNTR.1
047600         GO TO 3100-EXIT.                                         K6CNTR.1
047700     IF RH-P-OR-F = "PASS "                                       K6CNTR.1
047800         MOVE "P" TO WS-VERDICT                                   K6CNTR.1
047900     ELSE                                                         K6CNTR.1
048000         MOVE "F" TO WS-VERDICT.                                  K6CNTR.1
048100 3100-EXIT.                                                       K6CNTR.1
048200     EXIT.                                                        K6CNTR.1
048300*================================================================ K6CNTR.1
048400* 3200-FIND-CLAUSE -- WS-CG-SUB TO THE TALLY FOR THIS CLAUSE      K6CNTR.1
048500* AND TARGET, ADDED WHEN NEW; ZERO WHEN THE TABLE IS FULL.        K6CNTR.1
048600*================================================================ K6CNTR.1
048700 3200-FIND-CLAUSE.                                                K6CNTR.1
048800     MOVE 1 TO WS-CG-SUB.                                         K6CNTR.1
048900 3200-SCAN.                                                       K6CNTR.1
049000     IF WS-CG-SUB GREATER THAN WS-CG-COUNT                        K6CNTR.1
049100         GO TO 3200-ADD.                                          K6CNTR.1
049200     IF CG-ANSI-CODE (WS-CG-SUB) = RH-ANSI-CODE                   K6CNTR.1
049300             AND CG-TARGET-ID (WS-CG-SUB) = RH-TARGET-ID          K6CNTR.1
049400         GO TO 3200-EXIT.                                         K6CNTR.1
049500     ADD 1 TO WS-CG-SUB.                                          K6CNTR.1
049600     GO TO 3200-SCAN.                                             K6CNTR.1
049700 3200-ADD.                                                        K6CNTR.1
049800     IF WS-CG-COUNT NOT LESS THAN 3000                            K6CNTR.1
049900         SET WS-TABLE-FULL TO TRUE                                K6CNTR.1
050000         MOVE ZERO TO WS-CG-SUB                                   K6CNTR.1
050100         GO TO 3200-EXIT.                                         K6CNTR.1
050200     ADD 1 TO WS-CG-COUNT.                                        K6CNTR.1
050300     MOVE WS-CG-COUNT TO WS-CG-SUB.                               K6CNTR.1
050400     MOVE RH-ANSI-CODE TO CG-ANSI-CODE (WS-CG-SUB).               K6CNTR.1
050500     MOVE RH-TARGET-ID TO CG-TARGET-ID (WS-CG-SUB).               K6CNTR.1
050600     MOVE ZERO TO CG-PASS (WS-CG-SUB) CG-FAIL (WS-CG-SUB).        K6CNTR.1
050700     MOVE SPACE TO CG-PASS-PGM (WS-CG-SUB)                        K6CNTR.1
050800                   CG-FAIL-PGM (WS-CG-SUB)                        K6CNTR.1
050900                   CG-STATE (WS-CG-SUB).                          K6CNTR.1
051000     MOVE "N" TO CG-PASS-MULTI (WS-CG-SUB)                        K6CNTR.1
051100                 CG-FAIL-MULTI (WS-CG-SUB).                       K6CNTR.1
051200 3200-EXIT.                                                       K6CNTR.1
051300     EXIT.                                                        K6CNTR.1
051400*================================================================ K6CNTR.1
051500* 4000-KEEP-CONTRADICTIONS -- CLOSE THE TABLE UP TO THE CLAUSE    K6CNTR.1
051600* AND TARGETS WITH BOTH VERDICTS FROM MORE THAN ONE PROGRAM.      K6CNTR.1
051700* ONE PROGRAM SPLITTING A CLAUSE ON ITS OWN IS ONLY COUNTED.      K6CNTR.1
051800*================================================================ K6CNTR.1
051900 4000-KEEP-CONTRADICTIONS.                                        K6CNTR.1
052000     MOVE ZERO TO WS-CG-KEEP.                                     K6CNTR.1
052100     MOVE 1 TO WS-CG-SUB.                                         K6CNTR.1
052200 4000-LOOP.                                                       K6CNTR.1
052300     IF WS-CG-SUB GREATER THAN WS-CG-COUNT                        K6CNTR.1
052400         GO TO 4000-DONE.                                         K6CNTR.1
052500     IF CG-PASS (WS-CG-SUB) = ZERO OR CG-FAIL (WS-CG-SUB) = ZERO  K6CNTR.1
052600         GO TO 4000-NEXT.                                         K6CNTR.1
052700     IF CG-PASS-MULTI (WS-CG-SUB) = "N"                           K6CNTR.1
052800             AND CG-FAIL-MULTI (WS-CG-SUB) = "N"                  K6CNTR.1
052900             AND CG-PASS-PGM (WS-CG-SUB) = CG-FAIL-PGM (WS-CG-SUB)K6CNTR.1
053000         ADD 1 TO WS-SPLIT-COUNT                                  K6CNTR.1
053100         GO TO 4000-NEXT.                                         K6CNTR.1
053200     ADD 1 TO WS-CG-KEEP.                                         K6CNTR.1
053300     MOVE "C" TO CG-STATE (WS-CG-SUB).                            K6CNTR.1
053400     MOVE CG-ENTRY (WS-CG-SUB) TO CG-ENTRY (WS-CG-KEEP).          K6CNTR.1
053500 4000-NEXT.                                                       K6CNTR.1
053600     ADD 1 TO WS-CG-SUB.                                          K6CNTR.1
053700     GO TO 4000-LOOP.                                             K6CNTR.1
053800 4000-DONE.                                                       K6CNTR.1
053900     MOVE WS-CG-KEEP TO WS-CG-COUNT.                              K6CNTR.1
054000 4000-EXIT.                                                       K6CNTR.1
054100     EXIT.                                                        K6CNTR.1
054200*================================================================ K6CNTR.1
054300* 4500-SORT-CLAUSES -- CONTRADICTIONS IN CLAUSE CODE, THEN        K6CNTR.1
054400* TARGET ORDER.  THE LIST IS SHORT; AN EXCHANGE PASS DOES.        K6CNTR.1
054500*================================================================ K6CNTR.1
054600 4500-SORT-CLAUSES.                                               K6CNTR.1
054700     MOVE "N" TO WS-SWAP-SW.                                      K6CNTR.1
054800     MOVE 1 TO WS-CG-SUB.                                         K6CNTR.1
054900 4500-PASS.                                                       K6CNTR.1
055000     IF WS-CG-SUB NOT LESS THAN WS-CG-COUNT                       K6CNTR.1
055100         GO TO 4500-NEXT-PASS.                                    K6CNTR.1
055200     IF CG-ANSI-CODE (WS-CG-SUB) > CG-ANSI-CODE (WS-CG-SUB + 1)   K6CNTR.1
055300             OR (CG-ANSI-CODE (WS-CG-SUB) =                       K6CNTR.1
055400                 CG-ANSI-CODE (WS-CG-SUB + 1)                     K6CNTR.1
055500             AND CG-TARGET-ID (WS-CG-SUB) >                       K6CNTR.1
055600                 CG-TARGET-ID (WS-CG-SUB + 1))                    K6CNTR.1
055700         MOVE CG-ENTRY (WS-CG-SUB) TO CG-HOLD                     K6CNTR.1
055800         MOVE CG-ENTRY (WS-CG-SUB + 1) TO CG-ENTRY (WS-CG-SUB)    K6CNTR.1
055900         MOVE CG-HOLD TO CG-ENTRY (WS-CG-SUB + 1)                 K6CNTR.1
056000         MOVE "Y" TO WS-SWAP-SW.                                  K6CNTR.1
056100     ADD 1 TO WS-CG-SUB.                                          K6CNTR.1
056200     GO TO 4500-PASS.                                             K6CNTR.1
056300 4500-NEXT-PASS.                                                  K6CNTR.1
056400     IF WS-SWAP-SW = "Y"                                          K6CNTR.1
056500         GO TO 4500-SORT-CLAUSES.                                 K6CNTR.1
056600 4500-EXIT.                                                       K6CNTR.1
056700     EXIT.                                                        K6CNTR.1
056800*================================================================ K6CNTR.1
056900* 5000-PULL-ROWS -- SECOND PASS: THE EFFECTIVE VERDICT ROWS OF    K6CNTR.1
057000* EVERY CONTRADICTORY CLAUSE AND TARGET.                          K6CNTR.1
057100*================================================================ K6CNTR.1
057200 5000-PULL-ROWS.                                                  K6CNTR.1
057300     OPEN INPUT RESULT-MASTER.                                    K6CNTR.1
057400     MOVE "N" TO WS-EOF-SW.                                       K6CNTR.1
057500 5000-READ.                                                       K6CNTR.1
057600     READ RESULT-MASTER NEXT RECORD                               K6CNTR.1
057700         AT END SET WS-EOF TO TRUE.                               K6CNTR.1
057800     IF WS-EOF                                                    K6CNTR.1
057900         GO TO 5000-DONE.                                         K6CNTR.1
058000     PERFORM 3100-EFFECTIVE-VERDICT THRU 3100-EXIT.               K6CNTR.1
058100     IF WS-VERDICT = SPACE                                        K6CNTR.1
058200         GO TO 5000-READ.                                         K6CNTR.1
058300     MOVE 1 TO WS-CG-SUB.                                         K6CNTR.1
058400 5000-SCAN.                                                       K6CNTR.1
058500     IF WS-CG-SUB GREATER THAN WS-CG-COUNT                        K6CNTR.1
058600         GO TO 5000-READ.                                         K6CNTR.1
058700     IF CG-ANSI-CODE (WS-CG-SUB) = RH-ANSI-CODE                   K6CNTR.1
058800             AND CG-TARGET-ID (WS-CG-SUB) = RH-TARGET-ID          K6CNTR.1
058900         GO TO 5000-KEEP.                                         K6CNTR.1
059000     ADD 1 TO WS-CG-SUB.                                          K6CNTR.1
059100     GO TO 5000-SCAN.                                             K6CNTR.1
059200 5000-KEEP.                                                       K6CNTR.1
059300     IF WS-CR-COUNT NOT LESS THAN 3000                            K6CNTR.1
059400         SET WS-TABLE-FULL TO TRUE                                K6CNTR.1
059500         GO TO 5000-READ.                                         K6CNTR.1
059600     ADD 1 TO WS-CR-COUNT.                                        K6CNTR.1
059700     MOVE WS-CG-SUB   TO CR-CG-SUB (WS-CR-COUNT).                 K6CNTR.1
059800     MOVE WS-VERDICT  TO CR-SIDE (WS-CR-COUNT).                   K6CNTR.1
059900     MOVE RH-PGM-ID   TO CR-PGM-ID (WS-CR-COUNT).                 K6CNTR.1
060000     MOVE RH-PAR-NAME TO CR-PAR-NAME (WS-CR-COUNT).               K6CNTR.1
060100     MOVE RH-FEATURE  TO CR-FEATURE (WS-CR-COUNT).                K6CNTR.1
060200     MOVE RH-REMARK   TO CR-REMARK (WS-CR-COUNT).                 K6CNTR.1
060300     GO TO 5000-READ.                                             K6CNTR.1
060400 5000-DONE.                                                       K6CNTR.1
060500     CLOSE RESULT-MASTER.                                         K6CNTR.1
060600 5000-EXIT.                                                       K6CNTR.1
060700     EXIT.                                                        K6CNTR.1
060800*================================================================ K6CNTR.1
060900* 6000-REPORT -- EACH CONTRADICTORY CLAUSE AND TARGET, ITS        K6CNTR.1
061000* FAIL* ROWS FIRST AND THEN ITS PASS ROWS.                        K6CNTR.1
061100*================================================================ K6CNTR.1
061200 6000-REPORT.                                                     K6CNTR.1
061300     WRITE CR-PRINT-REC FROM HDR-LINE-2                           K6CNTR.1
061400         AFTER ADVANCING 2 LINES.                                 K6CNTR.1
061500     MOVE 1 TO WS-CG-SUB.                                         K6CNTR.1
061600 6000-CLAUSE.                                                     K6CNTR.1
061700     IF WS-CG-SUB GREATER THAN WS-CG-COUNT                        K6CNTR.1
061800         GO TO 6000-EXIT.                                         K6CNTR.1
061900     MOVE CG-ANSI-CODE (WS-CG-SUB) TO GL-ANSI-CODE.               K6CNTR.1
062000     MOVE CG-TARGET-ID (WS-CG-SUB) TO GL-TARGET-ID.               K6CNTR.1
062100     MOVE CG-PASS (WS-CG-SUB) TO GL-PASS.                         K6CNTR.1
062200     MOVE CG-FAIL (WS-CG-SUB) TO GL-FAIL.                         K6CNTR.1
062300     WRITE CR-PRINT-REC FROM GROUP-LINE                           K6CNTR.1
062400         AFTER ADVANCING 2 LINES.                                 K6CNTR.1
062500     MOVE "F" TO WS-VERDICT.                                      K6CNTR.1
062600     PERFORM 6100-SIDE-ROWS THRU 6100-EXIT.                       K6CNTR.1
062700     MOVE "P" TO WS-VERDICT.                                      K6CNTR.1
062800     PERFORM 6100-SIDE-ROWS THRU 6100-EXIT.                       K6CNTR.1
062900     ADD 1 TO WS-CG-SUB.                                          K6CNTR.1
063000     GO TO 6000-CLAUSE.                                           K6CNTR.1
063100 6000-EXIT.                                                       K6CNTR.1
063200     EXIT.                                                        K6CNTR.1
063300*================================================================ K6CNTR.1
063400* 6100-SIDE-ROWS -- THE ROWS OF ONE SIDE (WS-VERDICT) OF THE      K6CNTR.1
063500* CURRENT CLAUSE AND TARGET.                                      K6CNTR.1
063600*================================================================ K6CNTR.1
063700 6100-SIDE-ROWS.                                                  K6CNTR.1
063800     MOVE 1 TO WS-CR-SUB.                                         K6CNTR.1
063900 6100-LOOP.                                                       K6CNTR.1
064000     IF WS-CR-SUB GREATER THAN WS-CR-COUNT                        K6CNTR.1
064100         GO TO 6100-EXIT.                                         K6CNTR.1
064200     IF CR-CG-SUB (WS-CR-SUB) NOT = WS-CG-SUB                     K6CNTR.1
064300             OR CR-SIDE (WS-CR-SUB) NOT = WS-VERDICT              K6CNTR.1
064400         GO TO 6100-NEXT.                                         K6CNTR.1
064500     IF WS-VERDICT = "F"                                          K6CNTR.1
064600         MOVE "FAIL*" TO RL-VERDICT                               K6CNTR.1
064700     ELSE                                                         K6CNTR.1
064800         MOVE "PASS " TO RL-VERDICT.                              K6CNTR.1
064900     MOVE CR-PGM-ID (WS-CR-SUB)   TO RL-PGM-ID.                   K6CNTR.1
065000     MOVE CR-PAR-NAME (WS-CR-SUB) TO RL-PAR-NAME.                 K6CNTR.1
065100     MOVE CR-FEATURE (WS-CR-SUB)  TO RL-FEATURE.                  K6CNTR.1
065200     MOVE CR-REMARK (WS-CR-SUB)   TO RL-REMARK.                   K6CNTR.1
065300     WRITE CR-PRINT-REC FROM ROW-LINE                             K6CNTR.1
065400         AFTER ADVANCING 1 LINE.                                  K6CNTR.1
065500 6100-NEXT.                                                       K6CNTR.1
065600     ADD 1 TO WS-CR-SUB.                                          K6CNTR.1
065700     GO TO 6100-LOOP.                                             K6CNTR.1
065800 6100-EXIT.                                                       K6CNTR.1
065900     EXIT.                                                        K6CNTR.1
066000*================================================================ K6CNTR.1
066100* 9000-FINISH -- SUMMARY, RETURN CODE, CLOSE.                     K6CNTR.1
066200*================================================================ K6CNTR.1
066300 9000-FINISH.                                                     K6CNTR.1
066400     IF WS-TABLE-FULL AND WS-CNTR-RC LESS THAN 08                 K6CNTR.1
066500         MOVE 08 TO WS-CNTR-RC                                    K6CNTR.1
066600         MOVE "A TABLE FILLED - THE REPORT IS INCOMPLETE"         K6CNTR.1
066700             TO NL-TEXT                                           K6CNTR.1
066800         WRITE CR-PRINT-REC FROM NOTE-LINE                        K6CNTR.1
066900             AFTER ADVANCING 2 LINES.                             K6CNTR.1
067000     MOVE WS-RUN-COUNT TO SM-RUNS.                                K6CNTR.1
067100     MOVE WS-VERDICTS-USED TO SM-VERDICTS.                        K6CNTR.1
067200     MOVE WS-GROUPS-SEEN TO SM-GROUPS.                            K6CNTR.1
067300     MOVE WS-CG-COUNT TO SM-CONTRA.                               K6CNTR.1
067400     MOVE WS-SPLIT-COUNT TO SM-SPLIT.                             K6CNTR.1
067500     MOVE WS-CNTR-RC TO SM-RC.                                    K6CNTR.1
067600     WRITE CR-PRINT-REC FROM SUM-LINE-1                           K6CNTR.1
067700         AFTER ADVANCING 3 LINES.                                 K6CNTR.1
067800     WRITE CR-PRINT-REC FROM SUM-LINE-2                           K6CNTR.1
067900         AFTER ADVANCING 1 LINE.                                  K6CNTR.1
068000     WRITE CR-PRINT-REC FROM SUM-LINE-3                           K6CNTR.1
068100         AFTER ADVANCING 1 LINE.                                  K6CNTR.1
068200     CLOSE CNTR-RPT.                                              K6CNTR.1
068300     MOVE WS-CNTR-RC TO RETURN-CODE.                              K6CNTR.1
068400 9000-EXIT.                                                       K6CNTR.1
068500     EXIT.                                                        K6CNTR.1
