000100 IDENTIFICATION DIVISION.                                         K6SQPT.1
000200 PROGRAM-ID.                                                      K6SQPT.1
000300     K6SQPT.                                                      K6SQPT.1
000400*================================================================ K6SQPT.1
000500* K6SQPT -- POST ONE RECORD-FORMAT SWEEP RUN OF AN SQ PROGRAM.    K6SQPT.1
000600*================================================================ K6SQPT.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SQPT.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SQPT.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6SQPT.1
001000* DATE-COMPILED.                                                  K6SQPT.1
001100*                                                                 K6SQPT.1
001200* REMARKS.                                                        K6SQPT.1
001300*    LAST STEP OF EACH K6SQSW SWEEP LEG.  THE SQ PROGRAMS SWEPT   K6SQPT.1
001400*    BY K6SQSW POST NOTHING THE SWEEP CAN USE (THEIR RAW-DATA DD  K6SQPT.1
001500*    IS DUMMIED IN THE LEG), SO THIS PROGRAM READS THE            K6SQPT.1
001600*    PRINT-FILE (PRTIN) BACK AND POSTS THE RESULT THE WAY A       K6SQPT.1
001700*    CONVERTED TEST PROGRAM WOULD, TAGGED WITH THE CELL           K6SQPT.1
001800*    (K6SQCF.CPY) THE FILE UNDER TEST WAS COMPILED AT:            K6SQPT.1
001900*      - ONE RAW-DATA RUN RECORD UNDER THE SQ PROGRAM'S OWN       K6SQPT.1
002000*        PROGRAM-ID, WITH THE K6CNOTE CODE "SQBK" AND THE RECORD  K6SQPT.1
002100*        FORMAT, BLOCK VALUE AND BLOCK UNIT IN C-NOTE, AND THE    K6SQPT.1
002200*        FILE UNDER TEST AND THE CELL IN THE FILE CATALOG AS      K6SQPT.1
002300*        K6SQCF.CPY DESCRIBES;                                    K6SQPT.1
002400*      - ONE CSV EXTRACT SEGMENT WHOSE K6CSVE HEADER CARRIES THE  K6SQPT.1
002500*        CELL IN CEH-SQ-CELL, ONE DETAIL ROW PER RESULT LINE      K6SQPT.1
002600*        (FEATURE, PASS/FAIL*/INSPT/*****, PAR-NAME, AND THE      K6SQPT.1
002700*        COMPUTED/CORRECT LINES THAT FOLLOW A FAILURE).  K6SQMX   K6SQPT.1
002800*        BUILDS THE FORMAT BY BLOCK MATRIX FROM THESE.            K6SQPT.1
002900*    A PRINT-FILE WITH NO "END OF TEST-" LINE MEANS THE PROGRAM   K6SQPT.1
003000*    DID NOT RUN TO ITS END IN THIS CELL -- AN OPEN OR I/O ABEND  K6SQPT.1
003100*    ON THE FILE UNDER TEST, OR A FAILED STAMP OR COMPILE.  THE   K6SQPT.1
003200*    RUN RECORD THEN KEEPS C-ABORT "ABORTED " AND AN END-OF-TEST  K6SQPT.1
003300*    FAIL* ROW IS ADDED, SO THE MATRIX SHOWS THE CELL AS AN       K6SQPT.1
003400*    ABEND RATHER THAN AN ORDINARY FAILURE.                       K6SQPT.1
003500*                                                                 K6SQPT.1
003600*    CONTROL CARD (SQPTCTL): PROGRAM-ID (1-6), CELL (8-28),       K6SQPT.1
003700*    FD NAME OF THE FILE UNDER TEST (30-53).                      K6SQPT.1
003800*    EACH LEG FOLLOWS THE ORDINARY SAME-DAY RERUN RULE AND        K6SQPT.1
003900*    SUPERSEDES THE DAY'S EARLIER RUNS OF THE PROGRAM; K6SQSW     K6SQPT.1
004000*    RUNS THE MEMBER AS COMPILED ("AS") AS ITS LAST LEG, SO THE   K6SQPT.1
004100*    EFFECTIVE RUN THE ROLLUPS SEE IS ALWAYS THE CERTIFIED        K6SQPT.1
004200*    CONFIGURATION.                                               K6SQPT.1
004300*                                                                 K6SQPT.1
004400*    RETURN-CODE 0 ALL PASS, 4 INSPECTIONS OR DELETIONS, 8 ANY    K6SQPT.1
004500*    FAILURE OR NO END OF TEST, 16 CONTROL CARD MISSING.          K6SQPT.1
004600*                                                                 K6SQPT.1
004700* MODIFICATION HISTORY.                                           K6SQPT.1
004800*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SQPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  A RERUN LEAVES A RUN OF A WINDOW DECLARED   K6VOID.1
000000*                     VOID (K6VOID) AS IT IS.                     K6VOID.1
004900*================================================================ K6SQPT.1
005000                                                                  K6SQPT.1
005100 ENVIRONMENT DIVISION.                                            K6SQPT.1
005200 CONFIGURATION SECTION.                                           K6SQPT.1
005300 SOURCE-COMPUTER.                                                 K6SQPT.1
005400     OUR-MAINFRAME.                                               K6SQPT.1
005500 OBJECT-COMPUTER.                                                 K6SQPT.1
005600     OUR-MAINFRAME.                                               K6SQPT.1
005700 INPUT-OUTPUT SECTION.                                            K6SQPT.1
005800 FILE-CONTROL.                                                    K6SQPT.1
005900     SELECT RAW-DATA   ASSIGN TO                                  K6SQPT.1
006000     COPY X062.                                                   K6SQPT.1
006100            ORGANIZATION IS INDEXED                               K6SQPT.1
006200            ACCESS MODE IS RANDOM                                 K6SQPT.1
006300            RECORD KEY IS RAW-DATA-KEY.                           K6SQPT.1
006400     SELECT SQPT-CTL ASSIGN TO SQPTCTL                            K6SQPT.1
006500         ORGANIZATION IS SEQUENTIAL                               K6SQPT.1
006600         FILE STATUS IS WS-CTL-STATUS.                            K6SQPT.1
006700     SELECT OPTIONAL PRINT-IN ASSIGN TO PRTIN                     K6SQPT.1
006800         ORGANIZATION IS SEQUENTIAL.                              K6SQPT.1
006900     SELECT CSV-FILE ASSIGN TO CSVOUT                             K6SQPT.1
007000         ORGANIZATION IS LINE SEQUENTIAL.                         K6SQPT.1
007100     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6SQPT.1
007200         ORGANIZATION IS SEQUENTIAL                               K6SQPT.1
007300         FILE STATUS IS WS-WINDOWID-STATUS.                       K6SQPT.1
007400     SELECT SQPT-RPT ASSIGN TO SQPTRPT                            K6SQPT.1
007500         ORGANIZATION IS SEQUENTIAL.                              K6SQPT.1
007600                                                                  K6SQPT.1
007700 DATA DIVISION.                                                   K6SQPT.1
007800 FILE SECTION.                                                    K6SQPT.1
007900 FD  RAW-DATA.                                                    K6SQPT.1
008000 01  RAW-DATA-SATZ.                                               K6SQPT.1
008100     05  RAW-DATA-KEY.                                            K6SQPT.1
008200         10  RAW-DATA-TARGET  PIC X(8).                           K6SQPT.1
008300         10  RAW-DATA-PGM-ID  PIC X(6).                           K6SQPT.1
008400         10  RAW-DATA-RUN-DT  PIC 9(8).                           K6SQPT.1
008500         10  RAW-DATA-RUN-SEQ PIC 99.                             K6SQPT.1
008600*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              K6SQPT.1
008700*    K6RAWDS.CPY.                                                 K6SQPT.1
008800     05  RAW-DATA-WINDOW     PIC X(1).                            K6SQPT.1
008900     05  C-DATE              PIC 9(8).                            K6SQPT.1
009000     05  C-TIME              PIC 9(8).                            K6SQPT.1
009100     05  C-NO-OF-TESTS       PIC 99.                              K6SQPT.1
009200     05  C-OK                PIC 999.                             K6SQPT.1
009300     05  C-ALL               PIC 999.                             K6SQPT.1
009400     05  C-FAIL              PIC 999.                             K6SQPT.1
009500     05  C-DELETED           PIC 999.                             K6SQPT.1
009600     05  C-INSPECT           PIC 999.                             K6SQPT.1
009700     05  C-NOTE              PIC X(13).                           K6SQPT.1
009800     05  C-INDENT            PIC X.                               K6SQPT.1
009900     05  C-ABORT             PIC X(8).                            K6SQPT.1
010000     05  C-END-DATE          PIC 9(8).                            K6SQPT.1
010100     05  C-END-TIME          PIC 9(8).                            K6SQPT.1
010200     05  C-SRC-REV           PIC 9(3).                            K6SQPT.1
010300     05  C-FILE-CATALOG OCCURS 2 TIMES.                           K6SQPT.1
010400         10  C-FILE-NAME         PIC X(6).                        K6SQPT.1
010500         10  C-FILE-ORG          PIC X(2).                        K6SQPT.1
010600         10  C-FILE-LABEL        PIC X(1).                        K6SQPT.1
010700         10  C-FILE-BLKSIZE      PIC 9(4).                        K6SQPT.1
010800         10  C-FILE-RECORDS      PIC 9(6).                        K6SQPT.1
010900     05  C-MODULE-ID         PIC X(2).                            K6SQPT.1
011000     05  C-MODULE-PCT        PIC 999V99.                          K6SQPT.1
011100     05  C-SEV-HIGH          PIC X(1).                            K6SQPT.1
011200*    RUN-DISPOSITION (SEE K6RAWDS.CPY).                           K6SQPT.1
011300     05  C-SUPERSEDED        PIC X(1).                            K6SQPT.1
011400     05  C-SUPERSEDE-SEQ     PIC 99.                              K6SQPT.1
011500*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           K6SQPT.1
011600     05  C-XFAIL             PIC 999.                             K6SQPT.1
011700*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6SQPT.1
011800     05  C-LAYOUT-VER        PIC X(3).                            K6SQPT.1
011900*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6SQPT.1
012000     05  C-OPT-PROFILE       PIC X(8).                            K6SQPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
012100 FD  SQPT-CTL                                                     K6SQPT.1
012200     LABEL RECORDS ARE STANDARD.                                  K6SQPT.1
012300 01  SC-CONTROL-CARD.                                             K6SQPT.1
012400     05  SC-PGM-ID            PIC X(6).                           K6SQPT.1
012500     05  FILLER               PIC X(1).                           K6SQPT.1
012600     05  SC-CELL              PIC X(21).                          K6SQPT.1
012700     05  FILLER               PIC X(1).                           K6SQPT.1
012800     05  SC-FD-NAME           PIC X(24).                          K6SQPT.1
012900     05  FILLER               PIC X(27).                          K6SQPT.1
013000 FD  PRINT-IN                                                     K6SQPT.1
013100     LABEL RECORDS ARE STANDARD.                                  K6SQPT.1
013200*    THE CCVS RESULT LINE (TEST-RESULTS), THE COMPUTED/CORRECT    K6SQPT.1
013300*    LINES UNDER A FAILURE (TEST-COMPUTED/TEST-CORRECT) AND THE   K6SQPT.1
013400*    CLOSING "END OF TEST-" LINE (CCVS-E-1), AS THE SQ PROGRAMS   K6SQPT.1
013500*    PRINT THEM.                                                  K6SQPT.1
013600 01  PI-PRINT-REC             PIC X(120).                         K6SQPT.1
013700 01  PI-RESULT-LINE REDEFINES PI-PRINT-REC.                       K6SQPT.1
013800     05  FILLER               PIC X(1).                           K6SQPT.1
013900     05  PI-FEATURE           PIC X(20).                          K6SQPT.1
014000     05  FILLER               PIC X(1).                           K6SQPT.1
014100     05  PI-P-OR-F            PIC X(5).                           K6SQPT.1
014200     05  FILLER               PIC X(1).                           K6SQPT.1
014300     05  PI-PAR-NAME          PIC X(20).                          K6SQPT.1
014400     05  FILLER               PIC X(10).                          K6SQPT.1
014500     05  PI-RE-MARK           PIC X(61).                          K6SQPT.1
014600     05  FILLER               PIC X(1).                           K6SQPT.1
014700 01  PI-OPERAND-LINE REDEFINES PI-PRINT-REC.                      K6SQPT.1
014800     05  FILLER               PIC X(37).                          K6SQPT.1
014900     05  PI-OPERAND-LABEL     PIC X(9).                           K6SQPT.1
015000     05  FILLER               PIC X(1).                           K6SQPT.1
015100     05  PI-OPERAND           PIC X(20).                          K6SQPT.1
015200     05  FILLER               PIC X(53).                          K6SQPT.1
015300 01  PI-END-LINE REDEFINES PI-PRINT-REC.                          K6SQPT.1
015400     05  FILLER               PIC X(52).                          K6SQPT.1
015500     05  PI-END-TEXT          PIC X(12).                          K6SQPT.1
015600     05  FILLER               PIC X(56).                          K6SQPT.1
015700 FD  CSV-FILE                                                     K6SQPT.1
015800     LABEL RECORDS ARE STANDARD.                                  K6SQPT.1
015900 01  CSV-REC                  PIC X(194).                         K6SQPT.1
016000 FD  WINDOW-IDENT                                                 K6SQPT.1
016100     LABEL RECORDS ARE STANDARD.                                  K6SQPT.1
016200 01  WI-WINDOW-CARD.                                              K6SQPT.1
016300     05  WI-WINDOW-ID         PIC X(1).                           K6SQPT.1
016400     05  FILLER               PIC X(79).                          K6SQPT.1
016500 FD  SQPT-RPT                                                     K6SQPT.1
016600     LABEL RECORDS ARE STANDARD.                                  K6SQPT.1
016700 01  SR-PRINT-REC             PIC X(120).                         K6SQPT.1
016800                                                                  K6SQPT.1
016900 WORKING-STORAGE SECTION.                                         K6SQPT.1
017000     COPY K6TARG.                                                 K6SQPT.1
017100     COPY K6COPT.                                                 K6SQPT.1
000000     COPY K6SREL.                                                 K6SREL.1
017200     COPY K6CSVE.                                                 K6SQPT.1
017300     COPY K6SQCF.                                                 K6SQPT.1
017400* ----------------------------------------------------------      K6SQPT.1
017500* FILE STATUS, SWITCHES AND COUNTERS.                             K6SQPT.1
017600* ----------------------------------------------------------      K6SQPT.1
017700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6SQPT.1
017800 77  WS-WINDOWID-STATUS       PIC X(2)   VALUE SPACE.             K6SQPT.1
017900 77  WS-WINDOW-ID             PIC X(1)   VALUE "N".               K6SQPT.1
018000 77  WS-PRT-EOF-SW            PIC X      VALUE "N".               K6SQPT.1
018100     88  WS-PRT-EOF                      VALUE "Y".               K6SQPT.1
018200 77  WS-END-SW                PIC X      VALUE "N".               K6SQPT.1
018300     88  WS-END-OF-TEST-SEEN             VALUE "Y".               K6SQPT.1
018400 77  WS-STAGED-SW             PIC X      VALUE "N".               K6SQPT.1
018500     88  WS-RESULT-STAGED                VALUE "Y".               K6SQPT.1
018600 77  WS-PGM-ID                PIC X(6)   VALUE SPACE.             K6SQPT.1
018700 77  WS-RUN-DATE              PIC 9(8)   VALUE ZERO.              K6SQPT.1
018800 77  WS-RUN-SEQ               PIC 99     VALUE ZERO.              K6SQPT.1
018900 77  WS-SUPERSEDING-SEQ       PIC 99     VALUE ZERO.              K6SQPT.1
019000 77  WS-PRIOR-SEQ             PIC 99     VALUE ZERO.              K6SQPT.1
019100 77  WS-PASS-COUNTER          PIC 999    VALUE ZERO.              K6SQPT.1
019200 77  WS-FAIL-COUNTER          PIC 999    VALUE ZERO.              K6SQPT.1
019300 77  WS-DELETE-COUNTER        PIC 999    VALUE ZERO.              K6SQPT.1
019400 77  WS-INSPECT-COUNTER       PIC 999    VALUE ZERO.              K6SQPT.1
019500 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SQPT.1
019600 77  WS-LINE-COUNT            PIC 9(6)   COMP VALUE ZERO.         K6SQPT.1
019700 01  WS-NOTE.                                                     K6SQPT.1
019800     05  FILLER               PIC X(4)   VALUE "SQBK".            K6SQPT.1
019900     05  WS-NOTE-RECFM        PIC X(2)   VALUE SPACE.             K6SQPT.1
020000     05  WS-NOTE-BLOCK        PIC X(5)   VALUE SPACE.             K6SQPT.1
020100     05  WS-NOTE-UNIT         PIC X(1)   VALUE SPACE.             K6SQPT.1
020200     05  FILLER               PIC X(1)   VALUE SPACE.             K6SQPT.1
020300* ----------------------------------------------------------      K6SQPT.1
020400* STAGED RESULT -- HELD UNTIL THE NEXT RESULT LINE ARRIVES, SO    K6SQPT.1
020500* THE COMPUTED/CORRECT LINES PRINTED UNDER IT CAN JOIN IT.        K6SQPT.1
020600* ----------------------------------------------------------      K6SQPT.1
020700 01  SQ-RESULT-LINE.                                              K6SQPT.1
020800     05  FILLER               PIC X      VALUE SPACE.             K6SQPT.1
020900     05  SRL-FEATURE          PIC X(20)  VALUE SPACE.             K6SQPT.1
021000     05  FILLER               PIC X      VALUE SPACE.             K6SQPT.1
021100     05  SRL-P-OR-F           PIC X(5)   VALUE SPACE.             K6SQPT.1
021200     05  FILLER               PIC X      VALUE SPACE.             K6SQPT.1
021300     05  SRL-PAR-NAME         PIC X(22)  VALUE SPACE.             K6SQPT.1
021400     05  FILLER               PIC X(8)   VALUE SPACE.             K6SQPT.1
021500     05  SRL-RE-MARK          PIC X(61)  VALUE SPACE.             K6SQPT.1
021600 01  SQ-CC-LINE.                                                  K6SQPT.1
021700     05  FILLER               PIC X(30)  VALUE SPACE.             K6SQPT.1
021800     05  FILLER               PIC X(17)  VALUE                    K6SQPT.1
021900            "       COMPUTED=".                                   K6SQPT.1
022000     05  SCC-COMPUTED         PIC X(20)  VALUE SPACE.             K6SQPT.1
022100     05  FILLER               PIC X(9)   VALUE " CORRECT=".       K6SQPT.1
022200     05  SCC-CORRECT          PIC X(20)  VALUE SPACE.             K6SQPT.1
022300     05  FILLER               PIC X(24)  VALUE SPACE.             K6SQPT.1
022400 01  CSV-ELAPSED-T            PIC ZZZZZZ9 VALUE ZERO.             K6SQPT.1
022500 01  CSV-ANSI-CLAUSE-T        PIC X(10)  VALUE SPACE.             K6SQPT.1
022600 01  CSV-SEVERITY-T           PIC X(1)   VALUE SPACE.             K6SQPT.1
022700 01  CSV-BUILD-AREA           PIC X(194) VALUE SPACE.             K6SQPT.1
022800* ----------------------------------------------------------      K6SQPT.1
022900* REPORT LINES.                                                   K6SQPT.1
023000* ----------------------------------------------------------      K6SQPT.1
023100 01  HDR-LINE-1.                                                  K6SQPT.1
023200     05  FILLER   PIC X(41) VALUE                                 K6SQPT.1
023300         "RECORD-FORMAT SWEEP RUN POSTED -- PROGRAM".             K6SQPT.1
023400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SQPT.1
023500     05  HDR-PGM-ID           PIC X(6).                           K6SQPT.1
023600     05  FILLER   PIC X(8)  VALUE "  FILE  ".                     K6SQPT.1
023700     05  HDR-FD-NAME          PIC X(24).                          K6SQPT.1
023800     05  FILLER   PIC X(8)  VALUE "  CELL  ".                     K6SQPT.1
023900     05  HDR-CELL             PIC X(21).                          K6SQPT.1
024000     05  FILLER   PIC X(11) VALUE SPACE.                          K6SQPT.1
024100 01  TOT-LINE-1.                                                  K6SQPT.1
024200     05  FILLER   PIC X(8)  VALUE "PASSED  ".                     K6SQPT.1
024300     05  TOT-PASS             PIC ZZ9.                            K6SQPT.1
024400     05  FILLER   PIC X(10) VALUE "  FAILED  ".                   K6SQPT.1
024500     05  TOT-FAIL             PIC ZZ9.                            K6SQPT.1
024600     05  FILLER   PIC X(11) VALUE "  DELETED  ".                  K6SQPT.1
024700     05  TOT-DELETED          PIC ZZ9.                            K6SQPT.1
024800     05  FILLER   PIC X(11) VALUE "  INSPECT  ".                  K6SQPT.1
024900     05  TOT-INSPECT          PIC ZZ9.                            K6SQPT.1
025000     05  FILLER   PIC X(68) VALUE SPACE.                          K6SQPT.1
025100 01  TOT-LINE-2.                                                  K6SQPT.1
025200     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6SQPT.1
025300     05  TOT-RC               PIC Z9.                             K6SQPT.1
025400     05  FILLER   PIC X(102) VALUE SPACE.                         K6SQPT.1
025500                                                                  K6SQPT.1
025600 PROCEDURE DIVISION.                                              K6SQPT.1
025700*================================================================ K6SQPT.1
025800* 0000-MAINLINE -- CLAIM THE RUN, READ THE PRINT-FILE BACK INTO   K6SQPT.1
025900* VERDICTS, POST THEM.                                            K6SQPT.1
026000*================================================================ K6SQPT.1
026100 0000-MAINLINE.                                                   K6SQPT.1
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SQPT.1
026300     IF WS-VERDICT-RC = 16                                        K6SQPT.1
026400         GO TO 0000-FINISH.                                       K6SQPT.1
026500     PERFORM 4000-CLAIM-RUN THRU 4000-EXIT.                       K6SQPT.1
026600     PERFORM 2000-READ-PRINT THRU 2000-EXIT                       K6SQPT.1
026700             UNTIL WS-PRT-EOF.                                    K6SQPT.1
026800     PERFORM 2900-FLUSH-STAGED THRU 2900-EXIT.                    K6SQPT.1
026900     IF NOT WS-END-OF-TEST-SEEN                                   K6SQPT.1
027000         PERFORM 6000-NO-END-OF-TEST THRU 6000-EXIT.              K6SQPT.1
027100     PERFORM 7000-POST-RAW-DATA THRU 7000-EXIT.                   K6SQPT.1
027200     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.                    K6SQPT.1
027300 0000-FINISH.                                                     K6SQPT.1
027400     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6SQPT.1
027500     STOP RUN.                                                    K6SQPT.1
027600*================================================================ K6SQPT.1
027700* 1000-INITIALIZE -- THE CONTROL CARD NAMES THE PROGRAM, THE      K6SQPT.1
027800* FILE UNDER TEST AND THE CELL THIS LEG COMPILED IT AT.           K6SQPT.1
027900*================================================================ K6SQPT.1
028000 1000-INITIALIZE.                                                 K6SQPT.1
028100     OPEN OUTPUT SQPT-RPT.                                        K6SQPT.1
028200     OPEN INPUT SQPT-CTL.                                         K6SQPT.1
028300     IF WS-CTL-STATUS NOT = "00"                                  K6SQPT.1
028400         DISPLAY "K6SQPT: SQPTCTL OPEN FAILED, STATUS "           K6SQPT.1
028500             WS-CTL-STATUS                                        K6SQPT.1
028600         MOVE 16 TO WS-VERDICT-RC                                 K6SQPT.1
028700         GO TO 1000-EXIT.                                         K6SQPT.1
028800     READ SQPT-CTL                                                K6SQPT.1
028900         AT END MOVE SPACE TO SC-CONTROL-CARD.                    K6SQPT.1
029000     CLOSE SQPT-CTL.                                              K6SQPT.1
029100     MOVE SC-CELL TO SQ-CELL.                                     K6SQPT.1
029200     IF SC-PGM-ID = SPACE OR SC-FD-NAME = SPACE                   K6SQPT.1
029300             OR NOT SQC-VALID-RECFM                               K6SQPT.1
029400         DISPLAY "K6SQPT: CONTROL CARD MUST CARRY PROGRAM-ID, "   K6SQPT.1
029500             "CELL AND FD NAME"                                   K6SQPT.1
029600         MOVE 16 TO WS-VERDICT-RC                                 K6SQPT.1
029700         GO TO 1000-EXIT.                                         K6SQPT.1
029800     MOVE SC-PGM-ID TO WS-PGM-ID HDR-PGM-ID.                      K6SQPT.1
029900     MOVE SC-FD-NAME TO HDR-FD-NAME.                              K6SQPT.1
030000     MOVE SC-CELL TO HDR-CELL.                                    K6SQPT.1
030100     MOVE SQC-RECFM TO WS-NOTE-RECFM.                             K6SQPT.1
030200     MOVE SC-CELL (4:5) TO WS-NOTE-BLOCK.                         K6SQPT.1
030300     MOVE SQC-BLK-UNIT TO WS-NOTE-UNIT.                           K6SQPT.1
030400     PERFORM 1500-WINDOW-IDENT-READ THRU 1500-EXIT.               K6SQPT.1
030500     OPEN INPUT PRINT-IN.                                         K6SQPT.1
030600 1000-EXIT.                                                       K6SQPT.1
030700     EXIT.                                                        K6SQPT.1
030800*================================================================ K6SQPT.1
030900* 1500-WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR      K6SQPT.1
031000* BLANK MEANS THE OVERNIGHT WINDOW "N".                           K6SQPT.1
031100*================================================================ K6SQPT.1
031200 1500-WINDOW-IDENT-READ.                                          K6SQPT.1
031300     OPEN INPUT WINDOW-IDENT.                                     K6SQPT.1
031400     IF WS-WINDOWID-STATUS NOT = "00"                             K6SQPT.1
031500             AND WS-WINDOWID-STATUS NOT = "05"                    K6SQPT.1
031600         GO TO 1500-EXIT.                                         K6SQPT.1
031700     READ WINDOW-IDENT                                            K6SQPT.1
031800         AT END GO TO 1500-DONE.                                  K6SQPT.1
031900     IF WI-WINDOW-ID NOT = SPACE                                  K6SQPT.1
032000         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       K6SQPT.1
032100 1500-DONE.                                                       K6SQPT.1
032200     CLOSE WINDOW-IDENT.                                          K6SQPT.1
032300 1500-EXIT.                                                       K6SQPT.1
032400     EXIT.                                                        K6SQPT.1
032500*================================================================ K6SQPT.1
032600* 2000-READ-PRINT -- ONE PRINT-FILE LINE: A RESULT LINE, AN       K6SQPT.1
032700* OPERAND LINE UNDER ONE, OR THE END-OF-TEST LINE.  HEADINGS,     K6SQPT.1
032800* BANNERS, THE ASTERISK RULES AROUND THE RESULTS AND THE          K6SQPT.1
032900* INFORMATION LINES FALL THROUGH UNUSED.                          K6SQPT.1
033000*================================================================ K6SQPT.1
033100 2000-READ-PRINT.                                                 K6SQPT.1
033200     READ PRINT-IN                                                K6SQPT.1
033300         AT END MOVE "Y" TO WS-PRT-EOF-SW                         K6SQPT.1
033400                GO TO 2000-EXIT.                                  K6SQPT.1
033500     ADD 1 TO WS-LINE-COUNT.                                      K6SQPT.1
033600     IF PI-END-TEXT = "END OF TEST-"                              K6SQPT.1
033700         MOVE "Y" TO WS-END-SW                                    K6SQPT.1
033800         GO TO 2000-EXIT.                                         K6SQPT.1
033900     IF PI-OPERAND-LABEL = "COMPUTED="                            K6SQPT.1
034000             AND WS-RESULT-STAGED                                 K6SQPT.1
034100         MOVE PI-OPERAND TO SCC-COMPUTED                          K6SQPT.1
034200         GO TO 2000-EXIT.                                         K6SQPT.1
034300     IF PI-OPERAND-LABEL = "CORRECT ="                            K6SQPT.1
034400             AND WS-RESULT-STAGED                                 K6SQPT.1
034500         MOVE PI-OPERAND TO SCC-CORRECT                           K6SQPT.1
034600         GO TO 2000-EXIT.                                         K6SQPT.1
034700     IF PI-PRINT-REC (1:1) NOT = SPACE                            K6SQPT.1
034800             OR PI-FEATURE (1:7) = "FEATURE"                      K6SQPT.1
034900             OR PI-FEATURE = ALL "*"                              K6SQPT.1
035000         GO TO 2000-EXIT.                                         K6SQPT.1
035100     IF PI-P-OR-F NOT = "PASS " AND PI-P-OR-F NOT = "FAIL*"       K6SQPT.1
035200             AND PI-P-OR-F NOT = "INSPT"                          K6SQPT.1
035300             AND PI-P-OR-F NOT = "*****"                          K6SQPT.1
035400         GO TO 2000-EXIT.                                         K6SQPT.1
035500     PERFORM 2900-FLUSH-STAGED THRU 2900-EXIT.                    K6SQPT.1
035600     MOVE PI-FEATURE TO SRL-FEATURE.                              K6SQPT.1
035700     MOVE PI-P-OR-F TO SRL-P-OR-F.                                K6SQPT.1
035800     MOVE PI-PAR-NAME TO SRL-PAR-NAME.                            K6SQPT.1
035900     MOVE PI-RE-MARK TO SRL-RE-MARK.                              K6SQPT.1
036000     MOVE SPACE TO SCC-COMPUTED SCC-CORRECT.                      K6SQPT.1
036100     MOVE "Y" TO WS-STAGED-SW.                                    K6SQPT.1
036200 2000-EXIT.                                                       K6SQPT.1
036300     EXIT.                                                        K6SQPT.1
036400*================================================================ K6SQPT.1
036500* 2900-FLUSH-STAGED -- COUNT AND WRITE THE STAGED RESULT.         K6SQPT.1
036600*================================================================ K6SQPT.1
036700 2900-FLUSH-STAGED.                                               K6SQPT.1
036800     IF NOT WS-RESULT-STAGED                                      K6SQPT.1
036900         GO TO 2900-EXIT.                                         K6SQPT.1
037000     MOVE SPACE TO CSV-SEVERITY-T.                                K6SQPT.1
037100     IF SRL-P-OR-F = "PASS "                                      K6SQPT.1
037200         ADD 1 TO WS-PASS-COUNTER.                                K6SQPT.1
037300     IF SRL-P-OR-F = "FAIL*"                                      K6SQPT.1
037400         ADD 1 TO WS-FAIL-COUNTER                                 K6SQPT.1
037500         MOVE "2" TO CSV-SEVERITY-T.                              K6SQPT.1
037600     IF SRL-P-OR-F = "INSPT"                                      K6SQPT.1
037700         ADD 1 TO WS-INSPECT-COUNTER.                             K6SQPT.1
037800     IF SRL-P-OR-F = "*****"                                      K6SQPT.1
037900         ADD 1 TO WS-DELETE-COUNTER.                              K6SQPT.1
038000     PERFORM 8800-WRITE-RESULT THRU 8800-EXIT.                    K6SQPT.1
038100     MOVE "N" TO WS-STAGED-SW.                                    K6SQPT.1
038200 2900-EXIT.                                                       K6SQPT.1
038300     EXIT.                                                        K6SQPT.1
038400*================================================================ K6SQPT.1
038500* 4000-CLAIM-RUN -- WRITE THE "ABORTED " RUN RECORD UNDER THE SQ  K6SQPT.1
038600* PROGRAM'S PROGRAM-ID, SO A POST THAT NEVER FINISHES IS VISIBLE  K6SQPT.1
038700* IN THE HISTORY, AND OPEN THE CSV EXTRACT WITH ITS ENVELOPE      K6SQPT.1
038800* HEADER TAGGED WITH THE CELL.                                    K6SQPT.1
038900*================================================================ K6SQPT.1
039000 4000-CLAIM-RUN.                                                  K6SQPT.1
039100     OPEN I-O RAW-DATA.                                           K6SQPT.1
039200     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        K6SQPT.1
039300     MOVE WS-PGM-ID TO RAW-DATA-PGM-ID.                           K6SQPT.1
039400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       K6SQPT.1
039500     MOVE WS-RUN-DATE TO RAW-DATA-RUN-DT.                         K6SQPT.1
039600     MOVE 1 TO WS-RUN-SEQ.                                        K6SQPT.1
039700 4000-FIND-RUN-KEY.                                               K6SQPT.1
039800     MOVE WS-RUN-SEQ TO RAW-DATA-RUN-SEQ.                         K6SQPT.1
039900     READ RAW-DATA INVALID KEY GO TO 4000-WRITE-RUN.              K6SQPT.1
040000     ADD 1 TO WS-RUN-SEQ.                                         K6SQPT.1
040100     GO TO 4000-FIND-RUN-KEY.                                     K6SQPT.1
040200 4000-WRITE-RUN.                                                  K6SQPT.1
040300     MOVE WS-NOTE TO C-NOTE.                                      K6SQPT.1
040400     MOVE SPACE TO C-INDENT C-SEV-HIGH C-SUPERSEDED.              K6SQPT.1
040500     MOVE ZERO TO C-NO-OF-TESTS C-OK C-ALL C-FAIL C-DELETED       K6SQPT.1
040600                  C-INSPECT C-END-DATE C-END-TIME C-SRC-REV       K6SQPT.1
040700                  C-MODULE-PCT C-SUPERSEDE-SEQ C-XFAIL.           K6SQPT.1
040800     PERFORM 4500-CATALOG-CELL THRU 4500-EXIT.                    K6SQPT.1
040900     MOVE "ABORTED " TO C-ABORT.                                  K6SQPT.1
041000     MOVE WS-RUN-DATE TO C-DATE.                                  K6SQPT.1
041100     ACCEPT C-TIME FROM TIME.                                     K6SQPT.1
041200     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        K6SQPT.1
041300     MOVE WS-PGM-ID (1:2) TO C-MODULE-ID.                         K6SQPT.1
041400     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
041500     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6SQPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
041600     WRITE RAW-DATA-SATZ INVALID KEY GO TO 4000-CLAIMED.          K6SQPT.1
041700 4000-CLAIMED.                                                    K6SQPT.1
041800     CLOSE RAW-DATA.                                              K6SQPT.1
041900     OPEN OUTPUT CSV-FILE.                                        K6SQPT.1
042000     MOVE WS-PGM-ID TO CEH-PGM-ID.                                K6SQPT.1
042100     MOVE K6-TARGET-ID TO CEH-TARGET.                             K6SQPT.1
042200     MOVE WS-RUN-DATE TO CEH-RUN-DATE.                            K6SQPT.1
042300     MOVE WS-RUN-SEQ TO CEH-RUN-SEQ.                              K6SQPT.1
042400     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6SQPT.1
042500     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6SQPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
042600     MOVE SC-CELL TO CEH-SQ-CELL.                                 K6SQPT.1
042700     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          K6SQPT.1
042800     WRITE CSV-REC.                                               K6SQPT.1
042900     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      K6SQPT.1
043000-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            K6SQPT.1
043100         TO CSV-REC.                                              K6SQPT.1
043200     WRITE CSV-REC.                                               K6SQPT.1
043300     WRITE SR-PRINT-REC FROM HDR-LINE-1                           K6SQPT.1
043400         AFTER ADVANCING PAGE.                                    K6SQPT.1
043500     MOVE SPACE TO SR-PRINT-REC.                                  K6SQPT.1
043600     WRITE SR-PRINT-REC AFTER ADVANCING 1 LINES.                  K6SQPT.1
043700 4000-EXIT.                                                       K6SQPT.1
043800     EXIT.                                                        K6SQPT.1
043900*================================================================ K6SQPT.1
044000* 4500-CATALOG-CELL -- THE FILE UNDER TEST IN CATALOG SLOT 1 AND  K6SQPT.1
044100* THE CELL IN SLOT 2, AS K6SQCF.CPY LAYS THEM OUT.  AN "AS" CELL  K6SQPT.1
044200* HAS NO BLOCK OR SIZES OF ITS OWN, SO THOSE STAY ZERO.           K6SQPT.1
044300*================================================================ K6SQPT.1
044400 4500-CATALOG-CELL.                                               K6SQPT.1
044500     MOVE SPACE TO C-FILE-CATALOG (1) C-FILE-CATALOG (2).         K6SQPT.1
044600     MOVE SC-FD-NAME TO C-FILE-NAME (1).                          K6SQPT.1
044700     MOVE "SQ" TO C-FILE-ORG (1).                                 K6SQPT.1
044800     MOVE "S" TO C-FILE-LABEL (1).                                K6SQPT.1
044900     MOVE ZERO TO C-FILE-BLKSIZE (1) C-FILE-RECORDS (1)           K6SQPT.1
045000                  C-FILE-BLKSIZE (2) C-FILE-RECORDS (2).          K6SQPT.1
045100     MOVE SQC-RECFM TO C-FILE-NAME (2).                           K6SQPT.1
045200     MOVE "/" TO C-FILE-NAME (2) (3:1).                           K6SQPT.1
045300     MOVE SQC-BLK-UNIT TO C-FILE-NAME (2) (4:1).                  K6SQPT.1
045400     MOVE "SW" TO C-FILE-ORG (2).                                 K6SQPT.1
045500     IF SQC-AS-COMPILED                                           K6SQPT.1
045600         GO TO 4500-EXIT.                                         K6SQPT.1
045700     MOVE SQC-BLOCK TO C-FILE-RECORDS (1).                        K6SQPT.1
045800     MOVE SQC-MIN-LEN TO C-FILE-BLKSIZE (2).                      K6SQPT.1
045900     MOVE SQC-MAX-LEN TO C-FILE-RECORDS (2).                      K6SQPT.1
046000 4500-EXIT.                                                       K6SQPT.1
046100     EXIT.                                                        K6SQPT.1
046200*================================================================ K6SQPT.1
046300* 6000-NO-END-OF-TEST -- THE PROGRAM NEVER PRINTED ITS CLOSING    K6SQPT.1
046400* LINES IN THIS CELL.  ONE FAIL* ROW SAYS SO.                     K6SQPT.1
046500*================================================================ K6SQPT.1
046600 6000-NO-END-OF-TEST.                                             K6SQPT.1
046700     MOVE "RECORD-FORMAT SWEEP" TO SRL-FEATURE.                   K6SQPT.1
046800     MOVE "FAIL*" TO SRL-P-OR-F.                                  K6SQPT.1
046900     MOVE "END-OF-TEST" TO SRL-PAR-NAME.                          K6SQPT.1
047000     IF WS-LINE-COUNT = ZERO                                      K6SQPT.1
047100         MOVE "NO PRINT-FILE OUTPUT -- COMPILE OR RUN STEP FAILED"K6SQPT.1
047200             TO SRL-RE-MARK                                       K6SQPT.1
047300     ELSE                                                         K6SQPT.1
047400         MOVE "PRINT-FILE ENDS BEFORE THE END-OF-TEST LINE"       K6SQPT.1
047500             TO SRL-RE-MARK.                                      K6SQPT.1
047600     MOVE SPACE TO SCC-COMPUTED SCC-CORRECT.                      K6SQPT.1
047700     MOVE "Y" TO WS-STAGED-SW.                                    K6SQPT.1
047800     PERFORM 2900-FLUSH-STAGED THRU 2900-EXIT.                    K6SQPT.1
047900 6000-EXIT.                                                       K6SQPT.1
048000     EXIT.                                                        K6SQPT.1
048100*================================================================ K6SQPT.1
048200* 7000-POST-RAW-DATA -- RE-READ THIS RUN'S RECORD AND POST THE    K6SQPT.1
048300* FINAL COUNTERS.  THE ABORT MARKER IS CLEARED ONLY WHEN THE      K6SQPT.1
048400* PROGRAM REACHED ITS END OF TEST.  THEN CLOSE THE CSV EXTRACT    K6SQPT.1
048500* WITH ITS ENVELOPE TRAILER.                                      K6SQPT.1
048600*================================================================ K6SQPT.1
048700 7000-POST-RAW-DATA.                                              K6SQPT.1
048800     OPEN I-O RAW-DATA.                                           K6SQPT.1
048900     READ RAW-DATA INVALID KEY GO TO 7000-DONE.                   K6SQPT.1
049000     IF WS-END-OF-TEST-SEEN                                       K6SQPT.1
049100         MOVE "OK.     " TO C-ABORT.                              K6SQPT.1
049200     MOVE WS-PASS-COUNTER TO C-OK.                                K6SQPT.1
049300     MOVE WS-FAIL-COUNTER TO C-FAIL.                              K6SQPT.1
049400     MOVE WS-DELETE-COUNTER TO C-DELETED.                         K6SQPT.1
049500     MOVE WS-INSPECT-COUNTER TO C-INSPECT.                        K6SQPT.1
049600     MOVE ZERO TO C-XFAIL.                                        K6SQPT.1
049700     COMPUTE C-ALL = WS-PASS-COUNTER + WS-FAIL-COUNTER            K6SQPT.1
049800                   + WS-DELETE-COUNTER + WS-INSPECT-COUNTER.      K6SQPT.1
049900     MOVE C-ALL TO C-NO-OF-TESTS.                                 K6SQPT.1
050000     IF WS-FAIL-COUNTER > ZERO                                    K6SQPT.1
050100         MOVE "2" TO C-SEV-HIGH                                   K6SQPT.1
050200     ELSE                                                         K6SQPT.1
050300         MOVE SPACE TO C-SEV-HIGH.                                K6SQPT.1
050400     IF C-ALL > ZERO                                              K6SQPT.1
050500         COMPUTE C-MODULE-PCT ROUNDED =                           K6SQPT.1
050600             (WS-PASS-COUNTER / C-ALL) * 100                      K6SQPT.1
050700     ELSE                                                         K6SQPT.1
050800         MOVE ZERO TO C-MODULE-PCT.                               K6SQPT.1
050900     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        K6SQPT.1
051000     ACCEPT C-END-TIME FROM TIME.                                 K6SQPT.1
051100     REWRITE RAW-DATA-SATZ INVALID KEY GO TO 7000-DONE.           K6SQPT.1
051200     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           K6SQPT.1
051300         PERFORM 7500-SUPERSEDE-PRIORS THRU 7500-EXIT.            K6SQPT.1
051400 7000-DONE.                                                       K6SQPT.1
051500     CLOSE RAW-DATA.                                              K6SQPT.1
051600     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               K6SQPT.1
051700     MOVE WS-PASS-COUNTER TO CET-OK.                              K6SQPT.1
051800     MOVE WS-FAIL-COUNTER TO CET-FAIL.                            K6SQPT.1
051900     MOVE WS-DELETE-COUNTER TO CET-DELETED.                       K6SQPT.1
052000     MOVE WS-INSPECT-COUNTER TO CET-INSPECT.                      K6SQPT.1
052100     MOVE ZERO TO CET-XFAIL.                                      K6SQPT.1
052200     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         K6SQPT.1
052300     WRITE CSV-REC.                                               K6SQPT.1
052400     CLOSE CSV-FILE.                                              K6SQPT.1
052500 7000-EXIT.                                                       K6SQPT.1
052600     EXIT.                                                        K6SQPT.1
052700*================================================================ K6SQPT.1
052800* 7500-SUPERSEDE-PRIORS -- MARK THIS DAY'S EARLIER RUN RECORDS    K6SQPT.1
052900* SUPERSEDED BY THE RUN JUST POSTED (SEE K6RAWDS.CPY), SO THE     K6SQPT.1
053000* ROLLUP TOOLS COUNT ONLY THE EFFECTIVE RUN.                      K6SQPT.1
053100*================================================================ K6SQPT.1
053200 7500-SUPERSEDE-PRIORS.                                           K6SQPT.1
053300     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 K6SQPT.1
053400     MOVE ZERO TO WS-PRIOR-SEQ.                                   K6SQPT.1
053500 7500-NEXT-PRIOR.                                                 K6SQPT.1
053600     ADD 1 TO WS-PRIOR-SEQ.                                       K6SQPT.1
053700     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             K6SQPT.1
053800         MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ              K6SQPT.1
053900         GO TO 7500-EXIT.                                         K6SQPT.1
054000     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       K6SQPT.1
054100     READ RAW-DATA INVALID KEY GO TO 7500-NEXT-PRIOR.             K6SQPT.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
054300         GO TO 7500-NEXT-PRIOR.                                   K6SQPT.1
054400     MOVE "S" TO C-SUPERSEDED.                                    K6SQPT.1
054500     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  K6SQPT.1
054600     REWRITE RAW-DATA-SATZ INVALID KEY GO TO 7500-NEXT-PRIOR.     K6SQPT.1
054700     GO TO 7500-NEXT-PRIOR.                                       K6SQPT.1
054800 7500-EXIT.                                                       K6SQPT.1
054900     EXIT.                                                        K6SQPT.1
055000*================================================================ K6SQPT.1
055100* 8000-PRINT-TOTALS -- CLOSING COUNTS AND THE RETURN CODE.        K6SQPT.1
055200*================================================================ K6SQPT.1
055300 8000-PRINT-TOTALS.                                               K6SQPT.1
055400     IF WS-FAIL-COUNTER > ZERO                                    K6SQPT.1
055500         MOVE 8 TO WS-VERDICT-RC                                  K6SQPT.1
055600     ELSE                                                         K6SQPT.1
055700         IF WS-INSPECT-COUNTER > ZERO                             K6SQPT.1
055800                 OR WS-DELETE-COUNTER > ZERO                      K6SQPT.1
055900             MOVE 4 TO WS-VERDICT-RC.                             K6SQPT.1
056000     MOVE WS-PASS-COUNTER TO TOT-PASS.                            K6SQPT.1
056100     MOVE WS-FAIL-COUNTER TO TOT-FAIL.                            K6SQPT.1
056200     MOVE WS-DELETE-COUNTER TO TOT-DELETED.                       K6SQPT.1
056300     MOVE WS-INSPECT-COUNTER TO TOT-INSPECT.                      K6SQPT.1
056400     MOVE WS-VERDICT-RC TO TOT-RC.                                K6SQPT.1
056500     WRITE SR-PRINT-REC FROM TOT-LINE-1                           K6SQPT.1
056600         AFTER ADVANCING 2 LINES.                                 K6SQPT.1
056700     WRITE SR-PRINT-REC FROM TOT-LINE-2                           K6SQPT.1
056800         AFTER ADVANCING 1 LINES.                                 K6SQPT.1
056900 8000-EXIT.                                                       K6SQPT.1
057000     EXIT.                                                        K6SQPT.1
057100*================================================================ K6SQPT.1
057200* 8800-WRITE-RESULT -- ONE RESULT TO THE REPORT AND THE CSV       K6SQPT.1
057300* EXTRACT.                                                        K6SQPT.1
057400*================================================================ K6SQPT.1
057500 8800-WRITE-RESULT.                                               K6SQPT.1
057600     WRITE SR-PRINT-REC FROM SQ-RESULT-LINE                       K6SQPT.1
057700         AFTER ADVANCING 1 LINES.                                 K6SQPT.1
057800     IF SCC-COMPUTED NOT = SPACE OR SCC-CORRECT NOT = SPACE       K6SQPT.1
057900         WRITE SR-PRINT-REC FROM SQ-CC-LINE                       K6SQPT.1
058000             AFTER ADVANCING 1 LINES.                             K6SQPT.1
058100     MOVE SPACE TO CSV-BUILD-AREA.                                K6SQPT.1
058200     STRING '"' SRL-FEATURE       '","'                           K6SQPT.1
058300            SRL-P-OR-F            '","'                           K6SQPT.1
058400            SRL-PAR-NAME          '","'                           K6SQPT.1
058500            SCC-COMPUTED          '","'                           K6SQPT.1
058600            SCC-CORRECT           '","'                           K6SQPT.1
058700            SRL-RE-MARK           '","'                           K6SQPT.1
058800            CSV-ELAPSED-T         '","'                           K6SQPT.1
058900            CSV-ANSI-CLAUSE-T     '","'                           K6SQPT.1
059000            CSV-SEVERITY-T        '"'                             K6SQPT.1
059100         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   K6SQPT.1
059200     MOVE CSV-BUILD-AREA TO CSV-REC.                              K6SQPT.1
059300     WRITE CSV-REC.                                               K6SQPT.1
059400     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               K6SQPT.1
059500 8800-EXIT.                                                       K6SQPT.1
059600     EXIT.                                                        K6SQPT.1
059700*================================================================ K6SQPT.1
059800* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6SQPT.1
059900*================================================================ K6SQPT.1
060000 9999-TERMINATE.                                                  K6SQPT.1
060100     IF WS-VERDICT-RC NOT = 16                                    K6SQPT.1
060200         CLOSE PRINT-IN.                                          K6SQPT.1
060300     IF WS-VERDICT-RC = 16                                        K6SQPT.1
060400         MOVE WS-VERDICT-RC TO TOT-RC                             K6SQPT.1
060500         WRITE SR-PRINT-REC FROM TOT-LINE-2                       K6SQPT.1
060600             AFTER ADVANCING 1 LINES.                             K6SQPT.1
060700     CLOSE SQPT-RPT.                                              K6SQPT.1
060800     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SQPT.1
060900 9999-EXIT.                                                       K6SQPT.1
061000     EXIT.                                                        K6SQPT.1
