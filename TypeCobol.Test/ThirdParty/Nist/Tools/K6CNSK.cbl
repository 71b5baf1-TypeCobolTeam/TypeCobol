000100 IDENTIFICATION DIVISION.                                         K6CNSK.1
000200 PROGRAM-ID.                                                      K6CNSK.1
000300     K6CNSK.                                                      K6CNSK.1
000400*================================================================ K6CNSK.1
000500* K6CNSK -- WINDOW-CLOSE CHECK OF EFFECTIVE RUNS AGAINST THE      K6CNSK.1
000600* EXPECTED-TEST CENSUS.                                           K6CNSK.1
000700*================================================================ K6CNSK.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6CNSK.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6CNSK.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6CNSK.1
001100* DATE-COMPILED.                                                  K6CNSK.1
001200*                                                                 K6CNSK.1
001300* REMARKS.                                                        K6CNSK.1
001400*    A RUN THAT SKIPPED TESTS STILL STAMPS "OK." AND, WITH NO     K6CNSK.1
001500*    FAILURES, GRADES CLEAN -- C-ALL ONLY COUNTS WHAT EXECUTED.   K6CNSK.1
001600*    THIS PROGRAM RUNS IN THE WINDOW CLOSEOUT AHEAD OF K6STOPL    K6CNSK.1
001700*    AND K6GATE AND CHECKS EVERY EFFECTIVE RUN OF THE WINDOW      K6CNSK.1
001800*    (THE LATEST NOT-SUPERSEDED RUN PER PROGRAM AND TARGET, AS    K6CNSK.1
001900*    K6GATE SELECTS THEM) AGAINST THE EXPECTED-TEST CENSUS        K6CNSK.1
002000*    (K6CNSR.CPY, BUILT BY K6CNSB).  A RUN IS INCOMPLETE WHEN     K6CNSK.1
002100*      - IT EXECUTED FEWER TESTS (C-ALL) THAN THE CENSUS          K6CNSK.1
002200*        EXPECTS, OR                                              K6CNSK.1
002300*      - ITS CSV EXTRACT SHOWS A CENSUS PARAGRAPH NEVER           K6CNSK.1
002400*        EXECUTED, OR A PAR-NAME THE CENSUS DOES NOT KNOW.        K6CNSK.1
002500*    THE NAME-BY-NAME CHECK NEEDS THE RUN'S CSV EXTRACT           K6CNSK.1
002600*    SEGMENT WITH A GOOD ENVELOPE (SEE K6CSVE.CPY); A PROGRAM     K6CNSK.1
002700*    THAT WRITES NO EXTRACT, OR A SEGMENT WHOSE TRAILER IS        K6CNSK.1
002800*    MISSING OR DISAGREES, IS CHECKED ON THE COUNT ALONE.         K6CNSK.1
002900*    EACH INCOMPLETE RUN IS WRITTEN TO THE CENSUS EXCEPTION       K6CNSK.1
003000*    FILE (CNSXCP, K6CNSX.CPY) WITH ITS MISSING AND UNKNOWN       K6CNSK.1
003100*    PARAGRAPH NAMES; K6STOPL AND K6GATE GRADE THOSE RUNS         K6CNSK.1
003200*    INCOMPLETE.                                                  K6CNSK.1
003300*                                                                 K6CNSK.1
003400*    A RUN WHOSE PROGRAM THE CENSUS DOES NOT CARRY, OR WHOSE      K6CNSK.1
003500*    C-SRC-REV DIFFERS FROM THE REVISION THE CENSUS WAS TAKEN     K6CNSK.1
003600*    AT, IS LISTED AS A NOTE -- THE CENSUS NEEDS REBUILDING.      K6CNSK.1
000000*                                                                 K6COPT.1
000000*    RUNS ARE SELECTED UNDER K6GATE'S COMPILE-OPTION PROFILE      K6COPT.1
000000*    RULE AS WELL, SO THE EXCEPTIONS NAME THE SAME RUNS THE       K6COPT.1
000000*    GATE GRADES.                                                 K6COPT.1
003700*                                                                 K6CNSK.1
003800*    INPUTS:                                                      K6CNSK.1
003900*      CENSUS    THE PROMOTED EXPECTED-TEST CENSUS                K6CNSK.1
004000*      RAWEXT    THE RAW-DATA EXTRACT K6GATE READS                K6CNSK.1
004100*      WINDOWID  OPTIONAL NAMED-WINDOW CARD, AS FOR K6GATE        K6CNSK.1
004200*      CSVIN     OPTIONAL CONCATENATED CSV EXTRACTS OF THE        K6CNSK.1
004300*                WINDOW                                           K6CNSK.1
000000*      OPTPROF   OPTIONAL COMPILE-OPTION PROFILE REGISTER         K6COPT.1
004400*                                                                 K6CNSK.1
004500* RETURN CODES.                                                   K6CNSK.1
004600*     0  EVERY EFFECTIVE RUN COMPLETE.                            K6CNSK.1
004700*     4  COMPLETE, WITH NOTES.                                    K6CNSK.1
004800*     8  ONE OR MORE RUNS INCOMPLETE.                             K6CNSK.1
004900*                                                                 K6CNSK.1
005000* MODIFICATION HISTORY.                                           K6CNSK.1
005100*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6CNSK.1
000000*    2026-10-15  DLO  SELECTS RUNS UNDER THE PRODUCTION           K6COPT.1
000000*                     COMPILE-OPTION PROFILE, AS K6GATE.          K6COPT.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
005200*================================================================ K6CNSK.1
005300                                                                  K6CNSK.1
005400 ENVIRONMENT DIVISION.                                            K6CNSK.1
005500 CONFIGURATION SECTION.                                           K6CNSK.1
005600 SOURCE-COMPUTER.                                                 K6CNSK.1
005700     OUR-MAINFRAME.                                               K6CNSK.1
005800 OBJECT-COMPUTER.                                                 K6CNSK.1
005900     OUR-MAINFRAME.                                               K6CNSK.1
006000 INPUT-OUTPUT SECTION.                                            K6CNSK.1
006100 FILE-CONTROL.                                                    K6CNSK.1
006200     SELECT CENSUS-FILE ASSIGN TO CENSUS                          K6CNSK.1
006300         ORGANIZATION IS SEQUENTIAL.                              K6CNSK.1
006400     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6CNSK.1
006500         ORGANIZATION IS SEQUENTIAL.                              K6CNSK.1
006600     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6CNSK.1
006700         ORGANIZATION IS SEQUENTIAL                               K6CNSK.1
006800         FILE STATUS IS WS-WINDOWID-STATUS.                       K6CNSK.1
006900     SELECT OPTIONAL CSV-EXTRACT ASSIGN TO CSVIN                  K6CNSK.1
007000         ORGANIZATION IS LINE SEQUENTIAL                          K6CNSK.1
007100         FILE STATUS IS WS-CSV-STATUS.                            K6CNSK.1
000000     SELECT OPTIONAL OPT-REGISTER ASSIGN TO OPTPROF               K6COPT.1
000000         ORGANIZATION IS SEQUENTIAL                               K6COPT.1
000000         FILE STATUS IS WS-OPR-STATUS.                            K6COPT.1
007200     SELECT CENSUS-EXCEPT ASSIGN TO CNSXCP                        K6CNSK.1
007300         ORGANIZATION IS SEQUENTIAL.                              K6CNSK.1
007400     SELECT CNSK-RPT ASSIGN TO CNSKRPT                            K6CNSK.1
007500         ORGANIZATION IS SEQUENTIAL.                              K6CNSK.1
007600                                                                  K6CNSK.1
007700 DATA DIVISION.                                                   K6CNSK.1
007800 FILE SECTION.                                                    K6CNSK.1
007900 FD  CENSUS-FILE                                                  K6CNSK.1
008000     LABEL RECORDS ARE STANDARD.                                  K6CNSK.1
008100     COPY K6CNSR.                                                 K6CNSK.1
008200 FD  RAW-EXTRACT                                                  K6CNSK.1
008300     LABEL RECORDS ARE STANDARD.                                  K6CNSK.1
008400* RAW-DATA-SATZ LAYOUT -- KEPT IN STEP WITH K6RAWDS.CPY.          K6CNSK.1
008500 COPY K6RAWDS.                                                    K6CNSK.1
008600 FD  WINDOW-IDENT                                                 K6CNSK.1
008700     LABEL RECORDS ARE STANDARD.                                  K6CNSK.1
008800 01  WI-WINDOW-CARD.                                              K6CNSK.1
008900     05  WI-WINDOW-ID         PIC X(1).                           K6CNSK.1
009000     05  FILLER               PIC X(79).                          K6CNSK.1
009100 FD  CSV-EXTRACT                                                  K6CNSK.1
009200     LABEL RECORDS ARE STANDARD.                                  K6CNSK.1
009300 01  CX-REC                   PIC X(194).                         K6CNSK.1
009400 01  CX-REC-PARSED REDEFINES CX-REC.                              K6CNSK.1
009500     05  CX-LEAD-QUOTE        PIC X(1).                           K6CNSK.1
009600     05  CX-FEATURE           PIC X(20).                          K6CNSK.1
009700     05  FILLER               PIC X(3).                           K6CNSK.1
009800     05  CX-P-OR-F            PIC X(5).                           K6CNSK.1
009900     05  FILLER               PIC X(3).                           K6CNSK.1
010000     05  CX-PAR-NAME          PIC X(22).                          K6CNSK.1
010100     05  FILLER               PIC X(140).                         K6CNSK.1
010200 01  CX-IDENTITY REDEFINES CX-REC.                                K6CNSK.1
010300     05  CX-ID-FLAG           PIC X(1).                           K6CNSK.1
010400     05  CX-ID-PGM-ID         PIC X(6).                           K6CNSK.1
010500     05  CX-ID-TARGET         PIC X(8).                           K6CNSK.1
010600     05  CX-ID-RUN-DATE       PIC 9(8).                           K6CNSK.1
010700     05  CX-ID-RUN-SEQ        PIC 99.                             K6CNSK.1
010800     05  FILLER               PIC X(169).                         K6CNSK.1
010900 01  CX-TRAILER REDEFINES CX-REC.                                 K6CNSK.1
011000     05  CX-TR-FLAG           PIC X(1).                           K6CNSK.1
011100     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6CNSK.1
011200     05  FILLER               PIC X(186).                         K6CNSK.1
000000 FD  OPT-REGISTER                                                 K6COPT.1
000000     LABEL RECORDS ARE STANDARD.                                  K6COPT.1
000000     COPY K6OPRF.                                                 K6COPT.1
011300 FD  CENSUS-EXCEPT                                                K6CNSK.1
011400     LABEL RECORDS ARE STANDARD.                                  K6CNSK.1
011500     COPY K6CNSX.                                                 K6CNSK.1
011600 FD  CNSK-RPT                                                     K6CNSK.1
011700     LABEL RECORDS ARE STANDARD.                                  K6CNSK.1
011800 01  CK-PRINT-REC             PIC X(120).                         K6CNSK.1
011900                                                                  K6CNSK.1
012000 WORKING-STORAGE SECTION.                                         K6CNSK.1
012100* ----------------------------------------------------------      K6CNSK.1
012200* SWITCHES AND COUNTERS.                                          K6CNSK.1
012300* ----------------------------------------------------------      K6CNSK.1
012400 77  WS-WINDOWID-STATUS       PIC X(2)   VALUE SPACE.             K6CNSK.1
012500 77  WS-CSV-STATUS            PIC X(2)   VALUE SPACE.             K6CNSK.1
012600 77  WS-WINDOW-ID             PIC X(1)   VALUE "N".               K6CNSK.1
012700 77  WS-CEN-EOF-SW            PIC X      VALUE "N".               K6CNSK.1
012800     88  WS-CEN-EOF                      VALUE "Y".               K6CNSK.1
012900 77  WS-EXTRACT-EOF-SW        PIC X      VALUE "N".               K6CNSK.1
013000     88  WS-EXTRACT-EOF                  VALUE "Y".               K6CNSK.1
013100 77  WS-CSV-EOF-SW            PIC X      VALUE "N".               K6CNSK.1
013200     88  WS-CSV-EOF                      VALUE "Y".               K6CNSK.1
013300 77  WS-FOUND-SW              PIC X      VALUE "N".               K6CNSK.1
013400     88  WS-FOUND                        VALUE "Y".               K6CNSK.1
013500 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6CNSK.1
013600 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
013700 77  WS-LAST                  PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
013800 77  WS-RUN-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
013900 77  WS-CEN-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
014000 77  WS-SEG-RUN-SUB           PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
014100 77  WS-SEG-CEN-SUB           PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
014200 77  WS-EVIDENCE              PIC X(1)   VALUE SPACE.             K6CNSK.1
014300 77  WS-MISSING               PIC 9(4)   VALUE ZERO.              K6CNSK.1
014400 77  WS-RUNS-CHECKED          PIC 9(5)   COMP VALUE ZERO.         K6CNSK.1
014500 77  WS-RUNS-BY-NAME          PIC 9(5)   COMP VALUE ZERO.         K6CNSK.1
014600 77  WS-RUNS-COMPLETE         PIC 9(5)   COMP VALUE ZERO.         K6CNSK.1
014700 77  WS-RUNS-INCOMPLETE       PIC 9(5)   COMP VALUE ZERO.         K6CNSK.1
014800 77  WS-NOTES                 PIC 9(5)   COMP VALUE ZERO.         K6CNSK.1
014900 77  WS-LK-TARGET-ID          PIC X(8)   VALUE SPACE.             K6CNSK.1
015000 77  WS-LK-PGM-ID             PIC X(6)   VALUE SPACE.             K6CNSK.1
000000 77  WS-OPR-STATUS            PIC X(2)   VALUE SPACE.             K6COPT.1
000000 77  WS-CERT-PROFILE          PIC X(8)   VALUE SPACE.             K6COPT.1
000000 77  WS-PROFILE-SKIPS         PIC 9(5)   COMP VALUE ZERO.         K6COPT.1
015100* ----------------------------------------------------------      K6CNSK.1
015200* CSV EXTRACT-ENVELOPE VALIDATION (SEE K6CSVE.CPY).               K6CNSK.1
015300* ----------------------------------------------------------      K6CNSK.1
015400 77  WS-ENV-OPEN-SW           PIC X      VALUE "N".               K6CNSK.1
015500     88  WS-ENV-OPEN                     VALUE "Y".               K6CNSK.1
015600 77  WS-ENV-DETAIL-CT         PIC 9(7)   VALUE ZERO.              K6CNSK.1
015700* ----------------------------------------------------------      K6CNSK.1
015800* THE CENSUS -- PROGRAMS AND THEIR PARAGRAPH NAMES.  A NAME'S     K6CNSK.1
015900* SEEN SWITCH IS SET AFRESH FOR EACH CSV SEGMENT OF ITS           K6CNSK.1
016000* PROGRAM.                                                        K6CNSK.1
016100* ----------------------------------------------------------      K6CNSK.1
016200 77  WS-CPGM-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
016300 01  CENSUS-PGM-TABLE.                                            K6CNSK.1
016400     05  CPG-ENTRY OCCURS 300 TIMES.                              K6CNSK.1
016500         10  CPG-PGM-ID       PIC X(6).                           K6CNSK.1
016600         10  CPG-EXPECT       PIC 9(4).                           K6CNSK.1
016700         10  CPG-SRC-REV      PIC X(3).                           K6CNSK.1
016800         10  CPG-FIRST        PIC 9(4)   COMP.                    K6CNSK.1
016900         10  CPG-NAMES        PIC 9(4)   COMP.                    K6CNSK.1
017000 77  WS-CNAM-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
017100 01  CENSUS-NAME-TABLE.                                           K6CNSK.1
017200     05  CNM-ENTRY OCCURS 4000 TIMES.                             K6CNSK.1
017300         10  CNM-PAR-NAME     PIC X(22).                          K6CNSK.1
017400         10  CNM-SEEN-SW      PIC X(1).                           K6CNSK.1
017500* ----------------------------------------------------------      K6CNSK.1
017600* EFFECTIVE RUNS OF THE WINDOW, AS K6GATE SELECTS THEM.           K6CNSK.1
017700* ----------------------------------------------------------      K6CNSK.1
017800 77  WS-RUN-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
017900 01  RUN-TABLE.                                                   K6CNSK.1
018000     05  RUN-ENTRY OCCURS 200 TIMES.                              K6CNSK.1
018100         10  RUN-TARGET-ID    PIC X(8).                           K6CNSK.1
018200         10  RUN-PGM-ID       PIC X(6).                           K6CNSK.1
018300         10  RUN-DATE         PIC 9(8).                           K6CNSK.1
018400         10  RUN-SEQ          PIC 99.                             K6CNSK.1
018500         10  RUN-C-ALL        PIC 999.                            K6CNSK.1
018600         10  RUN-SRC-REV      PIC 999.                            K6CNSK.1
018700         10  RUN-CHECKED-SW   PIC X(1).                           K6CNSK.1
018800* ----------------------------------------------------------      K6CNSK.1
018900* PAR-NAMES THE CURRENT SEGMENT EXECUTED THAT THE CENSUS DOES     K6CNSK.1
019000* NOT KNOW.                                                       K6CNSK.1
019100* ----------------------------------------------------------      K6CNSK.1
019200 77  WS-UNK-COUNT             PIC 9(4)   VALUE ZERO.              K6CNSK.1
019300 01  UNKNOWN-TABLE.                                               K6CNSK.1
019400     05  UNK-PAR-NAME OCCURS 50 TIMES PIC X(22).                  K6CNSK.1
019500* ----------------------------------------------------------      K6CNSK.1
019600* REPORT LINES.                                                   K6CNSK.1
019700* ----------------------------------------------------------      K6CNSK.1
019800 01  HDR-LINE-1.                                                  K6CNSK.1
019900     05  FILLER   PIC X(44) VALUE                                 K6CNSK.1
020000         "EXPECTED-TEST CENSUS CHECK (K6CNSK)  WINDOW ".          K6CNSK.1
020100     05  HDR-WINDOW-ID        PIC X(1).                           K6CNSK.1
020200     05  FILLER   PIC X(75) VALUE SPACE.                          K6CNSK.1
020300 01  RUN-LINE.                                                    K6CNSK.1
020400     05  RL-STATUS            PIC X(10)  VALUE SPACE.             K6CNSK.1
020500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSK.1
020600     05  RL-PGM-ID            PIC X(6)   VALUE SPACE.             K6CNSK.1
020700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSK.1
020800     05  RL-TARGET-ID         PIC X(8)   VALUE SPACE.             K6CNSK.1
020900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSK.1
021000     05  RL-RUN-DATE          PIC 9(8)   VALUE ZERO.              K6CNSK.1
021100     05  FILLER   PIC X(1)  VALUE "-".                            K6CNSK.1
021200     05  RL-RUN-SEQ           PIC 99     VALUE ZERO.              K6CNSK.1
021300     05  FILLER   PIC X(6)  VALUE "  RAN ".                       K6CNSK.1
021400     05  RL-RAN               PIC ZZZ9.                           K6CNSK.1
021500     05  FILLER   PIC X(4)  VALUE " OF ".                         K6CNSK.1
021600     05  RL-EXPECTED          PIC ZZZ9.                           K6CNSK.1
021700     05  FILLER   PIC X(11) VALUE "  MISSING ".                   K6CNSK.1
021800     05  RL-MISSING           PIC ZZZ9.                           K6CNSK.1
021900     05  FILLER   PIC X(10) VALUE "  UNKNOWN ".                   K6CNSK.1
022000     05  RL-UNKNOWN           PIC ZZZ9.                           K6CNSK.1
022100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSK.1
022200     05  RL-EVIDENCE          PIC X(10)  VALUE SPACE.             K6CNSK.1
022300     05  FILLER   PIC X(20) VALUE SPACE.                          K6CNSK.1
022400 01  NAME-LINE.                                                   K6CNSK.1
022500     05  FILLER   PIC X(12) VALUE SPACE.                          K6CNSK.1
022600     05  NML-KIND             PIC X(10)  VALUE SPACE.             K6CNSK.1
022700     05  NML-PAR-NAME         PIC X(22)  VALUE SPACE.             K6CNSK.1
022800     05  FILLER   PIC X(76) VALUE SPACE.                          K6CNSK.1
022900 01  NOTE-LINE.                                                   K6CNSK.1
023000     05  FILLER   PIC X(12) VALUE "NOTE".                         K6CNSK.1
023100     05  NL-PGM-ID            PIC X(6)   VALUE SPACE.             K6CNSK.1
023200     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSK.1
023300     05  NL-TARGET-ID         PIC X(8)   VALUE SPACE.             K6CNSK.1
023400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSK.1
023500     05  NL-TEXT              PIC X(60)  VALUE SPACE.             K6CNSK.1
023600     05  FILLER   PIC X(30) VALUE SPACE.                          K6CNSK.1
023700 01  REV-TEXT.                                                    K6CNSK.1
023800     05  FILLER   PIC X(20) VALUE "RUN SOURCE REVISION ".         K6CNSK.1
023900     05  RT-RUN-REV           PIC 999.                            K6CNSK.1
024000     05  FILLER   PIC X(18) VALUE ", CENSUS TAKEN AT ".           K6CNSK.1
024100     05  RT-CEN-REV           PIC X(3).                           K6CNSK.1
024200     05  FILLER   PIC X(16) VALUE SPACE.                          K6CNSK.1
024300 01  SUM-LINE.                                                    K6CNSK.1
024400     05  SL-LABEL             PIC X(40).                          K6CNSK.1
024500     05  SL-COUNT             PIC ZZZZZZ9.                        K6CNSK.1
024600     05  FILLER   PIC X(73) VALUE SPACE.                          K6CNSK.1
024700 01  VERDICT-LINE.                                                K6CNSK.1
024800     05  FILLER   PIC X(10) VALUE "VERDICT: ".                    K6CNSK.1
024900     05  VL-TEXT              PIC X(60).                          K6CNSK.1
025000     05  FILLER   PIC X(50) VALUE SPACE.                          K6CNSK.1
025100                                                                  K6CNSK.1
025200 PROCEDURE DIVISION.                                              K6CNSK.1
025300*================================================================ K6CNSK.1
025400* 0000-MAINLINE -- LOAD THE CENSUS AND THE WINDOW'S EFFECTIVE     K6CNSK.1
025500* RUNS, CHECK EACH RUN THAT HAS A CSV SEGMENT NAME BY NAME, THEN  K6CNSK.1
025600* THE REST ON THE COUNT.                                          K6CNSK.1
025700*================================================================ K6CNSK.1
025800 0000-MAINLINE.                                                   K6CNSK.1
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6CNSK.1
026000     PERFORM 1500-LOAD-CENSUS THRU 1500-EXIT                      K6CNSK.1
026100             UNTIL WS-CEN-EOF.                                    K6CNSK.1
026200     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6CNSK.1
026300     PERFORM 2500-PROCESS-RUN THRU 2500-EXIT                      K6CNSK.1
026400             UNTIL WS-EXTRACT-EOF.                                K6CNSK.1
026500     PERFORM 3000-READ-CSV THRU 3000-EXIT.                        K6CNSK.1
026600     PERFORM 3500-PROCESS-CSV THRU 3500-EXIT                      K6CNSK.1
026700             UNTIL WS-CSV-EOF.                                    K6CNSK.1
026800     IF WS-ENV-OPEN                                               K6CNSK.1
026900         PERFORM 4800-SEGMENT-BROKEN THRU 4800-EXIT.              K6CNSK.1
027000     PERFORM 5000-COUNT-ONLY-RUNS THRU 5000-EXIT.                 K6CNSK.1
027100     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6CNSK.1
027200     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6CNSK.1
027300     STOP RUN.                                                    K6CNSK.1
027400*================================================================ K6CNSK.1
027500* 1000-INITIALIZE -- OPEN FILES AND PICK UP THE WINDOW.           K6CNSK.1
027600*================================================================ K6CNSK.1
027700 1000-INITIALIZE.                                                 K6CNSK.1
027800     OPEN INPUT CENSUS-FILE RAW-EXTRACT CSV-EXTRACT.              K6CNSK.1
027900     OPEN OUTPUT CENSUS-EXCEPT CNSK-RPT.                          K6CNSK.1
000000     PERFORM 1200-LOAD-CERT-PROFILE THRU 1200-EXIT.               K6COPT.1
028000     OPEN INPUT WINDOW-IDENT.                                     K6CNSK.1
028100     IF WS-WINDOWID-STATUS NOT = "00"                             K6CNSK.1
028200             AND WS-WINDOWID-STATUS NOT = "05"                    K6CNSK.1
028300         GO TO 1000-HEADING.                                      K6CNSK.1
028400     READ WINDOW-IDENT                                            K6CNSK.1
028500         AT END GO TO 1000-WINDOW-DONE.                           K6CNSK.1
028600     IF WI-WINDOW-ID NOT = SPACE                                  K6CNSK.1
028700         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       K6CNSK.1
028800 1000-WINDOW-DONE.                                                K6CNSK.1
028900     CLOSE WINDOW-IDENT.                                          K6CNSK.1
029000 1000-HEADING.                                                    K6CNSK.1
029100     MOVE WS-WINDOW-ID TO HDR-WINDOW-ID.                          K6CNSK.1
029200     WRITE CK-PRINT-REC FROM HDR-LINE-1                           K6CNSK.1
029300         AFTER ADVANCING PAGE.                                    K6CNSK.1
029400 1000-EXIT.                                                       K6CNSK.1
029500     EXIT.                                                        K6CNSK.1
000000*================================================================ K6COPT.1
000000* 1200-LOAD-CERT-PROFILE -- THE PRODUCTION PROFILE FROM THE       K6COPT.1
000000* COMPILE-OPTION REGISTER (K6OPRF.CPY).  NO REGISTER, OR NO       K6COPT.1
000000* PROFILE CARRYING THE FLAG, LEAVES EVERY PROFILE ELIGIBLE.       K6COPT.1
000000*================================================================ K6COPT.1
000000 1200-LOAD-CERT-PROFILE.                                          K6COPT.1
000000     OPEN INPUT OPT-REGISTER.                                     K6COPT.1
000000     IF WS-OPR-STATUS NOT = "00"                                  K6COPT.1
000000         GO TO 1200-EXIT.                                         K6COPT.1
000000 1200-READ.                                                       K6COPT.1
000000     READ OPT-REGISTER                                            K6COPT.1
000000         AT END GO TO 1200-CLOSE.                                 K6COPT.1
000000     IF OPR-IS-PROFILE AND OPR-PRODUCTION                         K6COPT.1
000000         MOVE OPR-PROFILE-ID TO WS-CERT-PROFILE                   K6COPT.1
000000         GO TO 1200-CLOSE.                                        K6COPT.1
000000     GO TO 1200-READ.                                             K6COPT.1
000000 1200-CLOSE.                                                      K6COPT.1
000000     CLOSE OPT-REGISTER.                                          K6COPT.1
000000 1200-EXIT.                                                       K6COPT.1
000000     EXIT.                                                        K6COPT.1
029600*================================================================ K6CNSK.1
029700* 1500-LOAD-CENSUS -- ONE CENSUS RECORD INTO THE TABLES.  A NAME  K6CNSK.1
029800* RECORD BELONGS TO THE PROGRAM RECORD AHEAD OF IT.               K6CNSK.1
029900*================================================================ K6CNSK.1
030000 1500-LOAD-CENSUS.                                                K6CNSK.1
030100     READ CENSUS-FILE                                             K6CNSK.1
030200         AT END SET WS-CEN-EOF TO TRUE                            K6CNSK.1
030300                GO TO 1500-EXIT.                                  K6CNSK.1
030400     IF CN-PROGRAM-REC                                            K6CNSK.1
030500         GO TO 1500-PROGRAM.                                      K6CNSK.1
030600     IF NOT CN-NAME-REC OR WS-CPGM-COUNT = ZERO                   K6CNSK.1
030700         GO TO 1500-EXIT.                                         K6CNSK.1
030800     IF CN-PGM-ID NOT = CPG-PGM-ID (WS-CPGM-COUNT)                K6CNSK.1
030900         GO TO 1500-EXIT.                                         K6CNSK.1
031000     IF WS-CNAM-COUNT NOT < 4000                                  K6CNSK.1
031100         MOVE CN-PGM-ID TO NL-PGM-ID                              K6CNSK.1
031200         MOVE SPACE TO NL-TARGET-ID                               K6CNSK.1
031300         MOVE "CENSUS NAME TABLE FULL -- NAMES DROPPED" TO NL-TEXTK6CNSK.1
031400         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6CNSK.1
031500         GO TO 1500-EXIT.                                         K6CNSK.1
031600     ADD 1 TO WS-CNAM-COUNT.                                      K6CNSK.1
031700     MOVE CN-PAR-NAME TO CNM-PAR-NAME (WS-CNAM-COUNT).            K6CNSK.1
031800     MOVE "N" TO CNM-SEEN-SW (WS-CNAM-COUNT).                     K6CNSK.1
031900     ADD 1 TO CPG-NAMES (WS-CPGM-COUNT).                          K6CNSK.1
032000     GO TO 1500-EXIT.                                             K6CNSK.1
032100 1500-PROGRAM.                                                    K6CNSK.1
032200     IF WS-CPGM-COUNT NOT < 300                                   K6CNSK.1
032300         GO TO 1500-EXIT.                                         K6CNSK.1
032400     ADD 1 TO WS-CPGM-COUNT.                                      K6CNSK.1
032500     MOVE CN-PGM-ID TO CPG-PGM-ID (WS-CPGM-COUNT).                K6CNSK.1
032600     MOVE CN-EXPECT-TESTS TO CPG-EXPECT (WS-CPGM-COUNT).          K6CNSK.1
032700     MOVE CN-SRC-REV TO CPG-SRC-REV (WS-CPGM-COUNT).              K6CNSK.1
032800     COMPUTE CPG-FIRST (WS-CPGM-COUNT) = WS-CNAM-COUNT + 1.       K6CNSK.1
032900     MOVE ZERO TO CPG-NAMES (WS-CPGM-COUNT).                      K6CNSK.1
033000 1500-EXIT.                                                       K6CNSK.1
033100     EXIT.                                                        K6CNSK.1
033200*================================================================ K6CNSK.1
033300* 2000-READ-EXTRACT -- READ ONE RAW-DATA-SATZ FROM THE EXTRACT.   K6CNSK.1
033400*================================================================ K6CNSK.1
033500 2000-READ-EXTRACT.                                               K6CNSK.1
033600     READ RAW-EXTRACT                                             K6CNSK.1
033700         AT END SET WS-EXTRACT-EOF TO TRUE.                       K6CNSK.1
033800 2000-EXIT.                                                       K6CNSK.1
033900     EXIT.                                                        K6CNSK.1
034000*================================================================ K6CNSK.1
034100* 2500-PROCESS-RUN -- LATEST EFFECTIVE RUN PER PROGRAM AND        K6CNSK.1
034200* TARGET IN THE SELECTED WINDOW, AS IN K6GATE: PRACTICE RUNS,     K6CNSK.1
034300* SUPERSEDED RUNS AND THE K6SMOK CALIBRATION RECORD DO NOT        K6CNSK.1
034400* COUNT.                                                          K6CNSK.1
034500*================================================================ K6CNSK.1
034600 2500-PROCESS-RUN.                                                K6CNSK.1
034700     IF RE-C-NOTE (1:8) = "PRACTICE"                              K6CNSK.1
034800         GO TO 2500-READ-NEXT.                                    K6CNSK.1
034900     IF RE-WINDOW-ID NOT = WS-WINDOW-ID                           K6CNSK.1
035000             AND NOT (RE-WINDOW-ID = SPACE                        K6CNSK.1
035100             AND WS-WINDOW-ID = "N")                              K6CNSK.1
035200         GO TO 2500-READ-NEXT.                                    K6CNSK.1
000000*    ONLY RUNS COMPILED UNDER THE PRODUCTION OPTION PROFILE       K6COPT.1
000000*    ARE CERTIFICATION EVIDENCE.  A RECORD WITH NO PROFILE        K6COPT.1
000000*    PREDATES THE STAMP (SEE K6RAWDS.CPY) AND STILL COUNTS.       K6COPT.1
000000     IF WS-CERT-PROFILE NOT = SPACE                               K6COPT.1
000000             AND RE-OPT-PROFILE NOT = SPACE                       K6COPT.1
000000             AND RE-OPT-PROFILE NOT = WS-CERT-PROFILE             K6COPT.1
000000         ADD 1 TO WS-PROFILE-SKIPS                                K6COPT.1
000000         GO TO 2500-READ-NEXT.                                    K6COPT.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
035400         GO TO 2500-READ-NEXT.                                    K6CNSK.1
035500     MOVE ZERO TO WS-RUN-SUB.                                     K6CNSK.1
035600 2500-SCAN.                                                       K6CNSK.1
035700     ADD 1 TO WS-RUN-SUB.                                         K6CNSK.1
035800     IF WS-RUN-SUB > WS-RUN-COUNT                                 K6CNSK.1
035900         GO TO 2500-ADD.                                          K6CNSK.1
036000     IF RUN-PGM-ID (WS-RUN-SUB) NOT = RE-PGM-ID                   K6CNSK.1
036100             OR RUN-TARGET-ID (WS-RUN-SUB) NOT = RE-TARGET-ID     K6CNSK.1
036200         GO TO 2500-SCAN.                                         K6CNSK.1
036300     IF RE-RUN-DATE > RUN-DATE (WS-RUN-SUB)                       K6CNSK.1
036400         GO TO 2500-NEWER.                                        K6CNSK.1
036500     IF RE-RUN-DATE = RUN-DATE (WS-RUN-SUB)                       K6CNSK.1
036600             AND RE-RUN-SEQ > RUN-SEQ (WS-RUN-SUB)                K6CNSK.1
036700         GO TO 2500-NEWER.                                        K6CNSK.1
036800     GO TO 2500-READ-NEXT.                                        K6CNSK.1
036900 2500-ADD.                                                        K6CNSK.1
037000     IF WS-RUN-COUNT NOT < 200                                    K6CNSK.1
037100         MOVE RE-PGM-ID TO NL-PGM-ID                              K6CNSK.1
037200         MOVE RE-TARGET-ID TO NL-TARGET-ID                        K6CNSK.1
037300         MOVE "RUN TABLE FULL -- RUN NOT CHECKED" TO NL-TEXT      K6CNSK.1
037400         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6CNSK.1
037500         GO TO 2500-READ-NEXT.                                    K6CNSK.1
037600     ADD 1 TO WS-RUN-COUNT.                                       K6CNSK.1
037700     MOVE WS-RUN-COUNT TO WS-RUN-SUB.                             K6CNSK.1
037800     MOVE RE-PGM-ID    TO RUN-PGM-ID (WS-RUN-SUB).                K6CNSK.1
037900     MOVE RE-TARGET-ID TO RUN-TARGET-ID (WS-RUN-SUB).             K6CNSK.1
038000     MOVE "N"          TO RUN-CHECKED-SW (WS-RUN-SUB).            K6CNSK.1
038100 2500-NEWER.                                                      K6CNSK.1
038200     MOVE RE-RUN-DATE  TO RUN-DATE (WS-RUN-SUB).                  K6CNSK.1
038300     MOVE RE-RUN-SEQ   TO RUN-SEQ (WS-RUN-SUB).                   K6CNSK.1
038400     MOVE RE-C-ALL     TO RUN-C-ALL (WS-RUN-SUB).                 K6CNSK.1
038500     MOVE RE-C-SRC-REV TO RUN-SRC-REV (WS-RUN-SUB).               K6CNSK.1
038600 2500-READ-NEXT.                                                  K6CNSK.1
038700     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6CNSK.1
038800 2500-EXIT.                                                       K6CNSK.1
038900     EXIT.                                                        K6CNSK.1
039000*================================================================ K6CNSK.1
039100* 3000-READ-CSV -- READ ONE CSV EXTRACT RECORD.                   K6CNSK.1
039200*================================================================ K6CNSK.1
039300 3000-READ-CSV.                                                   K6CNSK.1
039400     READ CSV-EXTRACT                                             K6CNSK.1
039500         AT END SET WS-CSV-EOF TO TRUE.                           K6CNSK.1
039600 3000-EXIT.                                                       K6CNSK.1
039700     EXIT.                                                        K6CNSK.1
039800*================================================================ K6CNSK.1
039900* 3500-PROCESS-CSV -- A HEADER OPENS A SEGMENT, A TRAILER CLOSES  K6CNSK.1
040000* IT, AND EACH DETAIL ROW OF AN EFFECTIVE RUN'S SEGMENT MARKS     K6CNSK.1
040100* ITS PAR-NAME EXECUTED.  CONTINUATION RECORDS ARE PASSED OVER.   K6CNSK.1
040200*================================================================ K6CNSK.1
040300 3500-PROCESS-CSV.                                                K6CNSK.1
040400     IF CX-ID-FLAG = "H"                                          K6CNSK.1
040500         PERFORM 4000-OPEN-SEGMENT THRU 4000-EXIT                 K6CNSK.1
040600         GO TO 3500-NEXT.                                         K6CNSK.1
040700     IF CX-TR-FLAG = "T"                                          K6CNSK.1
040800         PERFORM 4500-CLOSE-SEGMENT THRU 4500-EXIT                K6CNSK.1
040900         GO TO 3500-NEXT.                                         K6CNSK.1
041000     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6CNSK.1
041100         GO TO 3500-NEXT.                                         K6CNSK.1
041200     ADD 1 TO WS-ENV-DETAIL-CT.                                   K6CNSK.1
041300     IF WS-SEG-RUN-SUB = ZERO OR WS-SEG-CEN-SUB = ZERO            K6CNSK.1
041400         GO TO 3500-NEXT.                                         K6CNSK.1
041500     IF CX-PAR-NAME NOT = SPACE                                   K6CNSK.1
041600         PERFORM 4200-MARK-NAME THRU 4200-EXIT.                   K6CNSK.1
041700 3500-NEXT.                                                       K6CNSK.1
041800     PERFORM 3000-READ-CSV THRU 3000-EXIT.                        K6CNSK.1
041900 3500-EXIT.                                                       K6CNSK.1
042000     EXIT.                                                        K6CNSK.1
042100*================================================================ K6CNSK.1
042200* 4000-OPEN-SEGMENT -- FIND THE EFFECTIVE RUN THE HEADER NAMES.   K6CNSK.1
042300* A SEGMENT OF A SUPERSEDED OR OTHER-WINDOW RUN IS READ THROUGH   K6CNSK.1
042400* FOR THE ENVELOPE COUNT ONLY.  A SEGMENT STILL OPEN HAS LOST     K6CNSK.1
042500* ITS TRAILER.                                                    K6CNSK.1
042600*================================================================ K6CNSK.1
042700 4000-OPEN-SEGMENT.                                               K6CNSK.1
042800     IF WS-ENV-OPEN                                               K6CNSK.1
042900         PERFORM 4800-SEGMENT-BROKEN THRU 4800-EXIT.              K6CNSK.1
043000     SET WS-ENV-OPEN TO TRUE.                                     K6CNSK.1
043100     MOVE ZERO TO WS-ENV-DETAIL-CT WS-UNK-COUNT                   K6CNSK.1
043200                  WS-SEG-RUN-SUB WS-SEG-CEN-SUB.                  K6CNSK.1
043300     MOVE ZERO TO WS-RUN-SUB.                                     K6CNSK.1
043400 4000-SCAN.                                                       K6CNSK.1
043500     ADD 1 TO WS-RUN-SUB.                                         K6CNSK.1
043600     IF WS-RUN-SUB > WS-RUN-COUNT                                 K6CNSK.1
043700         GO TO 4000-EXIT.                                         K6CNSK.1
043800     IF RUN-PGM-ID (WS-RUN-SUB) NOT = CX-ID-PGM-ID                K6CNSK.1
043900             OR RUN-TARGET-ID (WS-RUN-SUB) NOT = CX-ID-TARGET     K6CNSK.1
044000             OR RUN-DATE (WS-RUN-SUB) NOT = CX-ID-RUN-DATE        K6CNSK.1
044100             OR RUN-SEQ (WS-RUN-SUB) NOT = CX-ID-RUN-SEQ          K6CNSK.1
044200         GO TO 4000-SCAN.                                         K6CNSK.1
044300     IF RUN-CHECKED-SW (WS-RUN-SUB) NOT = "N"                     K6CNSK.1
044400         GO TO 4000-EXIT.                                         K6CNSK.1
044500     MOVE WS-RUN-SUB TO WS-SEG-RUN-SUB.                           K6CNSK.1
044600     MOVE CX-ID-PGM-ID TO WS-LK-PGM-ID.                           K6CNSK.1
044700     PERFORM 6100-FIND-CENSUS THRU 6100-EXIT.                     K6CNSK.1
044800     MOVE WS-CEN-SUB TO WS-SEG-CEN-SUB.                           K6CNSK.1
044900     IF WS-CEN-SUB = ZERO                                         K6CNSK.1
045000         GO TO 4000-EXIT.                                         K6CNSK.1
045100     MOVE CPG-FIRST (WS-CEN-SUB) TO WS-SUB.                       K6CNSK.1
045200     COMPUTE WS-LAST = CPG-FIRST (WS-CEN-SUB)                     K6CNSK.1
045300                     + CPG-NAMES (WS-CEN-SUB) - 1.                K6CNSK.1
045400 4000-CLEAR.                                                      K6CNSK.1
045500     IF WS-SUB > WS-LAST                                          K6CNSK.1
045600         GO TO 4000-EXIT.                                         K6CNSK.1
045700     MOVE "N" TO CNM-SEEN-SW (WS-SUB).                            K6CNSK.1
045800     ADD 1 TO WS-SUB.                                             K6CNSK.1
045900     GO TO 4000-CLEAR.                                            K6CNSK.1
046000 4000-EXIT.                                                       K6CNSK.1
046100     EXIT.                                                        K6CNSK.1
046200*================================================================ K6CNSK.1
046300* 4200-MARK-NAME -- MARK THE CENSUS NAME EXECUTED, OR HOLD THE    K6CNSK.1
046400* PAR-NAME AS UNKNOWN.  MATCHING IGNORES THE DOTVALUE SUFFIX.     K6CNSK.1
046500*================================================================ K6CNSK.1
046600 4200-MARK-NAME.                                                  K6CNSK.1
046700     MOVE CPG-FIRST (WS-SEG-CEN-SUB) TO WS-SUB.                   K6CNSK.1
046800     COMPUTE WS-LAST = CPG-FIRST (WS-SEG-CEN-SUB)                 K6CNSK.1
046900                     + CPG-NAMES (WS-SEG-CEN-SUB) - 1.            K6CNSK.1
047000 4200-SCAN.                                                       K6CNSK.1
047100     IF WS-SUB > WS-LAST                                          K6CNSK.1
047200         GO TO 4200-UNKNOWN.                                      K6CNSK.1
047300     IF CNM-PAR-NAME (WS-SUB) (1:19) = CX-PAR-NAME (1:19)         K6CNSK.1
047400         MOVE "Y" TO CNM-SEEN-SW (WS-SUB)                         K6CNSK.1
047500         GO TO 4200-EXIT.                                         K6CNSK.1
047600     ADD 1 TO WS-SUB.                                             K6CNSK.1
047700     GO TO 4200-SCAN.                                             K6CNSK.1
047800 4200-UNKNOWN.                                                    K6CNSK.1
047900     MOVE ZERO TO WS-SUB.                                         K6CNSK.1
048000 4200-UNK-SCAN.                                                   K6CNSK.1
048100     ADD 1 TO WS-SUB.                                             K6CNSK.1
048200     IF WS-SUB > WS-UNK-COUNT                                     K6CNSK.1
048300         GO TO 4200-UNK-ADD.                                      K6CNSK.1
048400     IF UNK-PAR-NAME (WS-SUB) (1:19) = CX-PAR-NAME (1:19)         K6CNSK.1
048500         GO TO 4200-EXIT.                                         K6CNSK.1
048600     GO TO 4200-UNK-SCAN.                                         K6CNSK.1
048700 4200-UNK-ADD.                                                    K6CNSK.1
048800     IF WS-UNK-COUNT NOT < 50                                     K6CNSK.1
048900         GO TO 4200-EXIT.                                         K6CNSK.1
049000     ADD 1 TO WS-UNK-COUNT.                                       K6CNSK.1
049100     MOVE CX-PAR-NAME TO UNK-PAR-NAME (WS-UNK-COUNT).             K6CNSK.1
049200 4200-EXIT.                                                       K6CNSK.1
049300     EXIT.                                                        K6CNSK.1
049400*================================================================ K6CNSK.1
049500* 4500-CLOSE-SEGMENT -- A TRAILER THAT AGREES LETS THE RUN BE     K6CNSK.1
049600* CHECKED NAME BY NAME; ONE THAT DOES NOT LEAVES THE COUNT.       K6CNSK.1
049700*================================================================ K6CNSK.1
049800 4500-CLOSE-SEGMENT.                                              K6CNSK.1
049900     IF NOT WS-ENV-OPEN                                           K6CNSK.1
050000         GO TO 4500-EXIT.                                         K6CNSK.1
050100     IF CX-TR-DETAIL-COUNT NOT NUMERIC                            K6CNSK.1
050200         PERFORM 4800-SEGMENT-BROKEN THRU 4800-EXIT               K6CNSK.1
050300         GO TO 4500-EXIT.                                         K6CNSK.1
050400     IF CX-TR-DETAIL-COUNT NOT = WS-ENV-DETAIL-CT                 K6CNSK.1
050500         PERFORM 4800-SEGMENT-BROKEN THRU 4800-EXIT               K6CNSK.1
050600         GO TO 4500-EXIT.                                         K6CNSK.1
050700     MOVE "N" TO WS-ENV-OPEN-SW.                                  K6CNSK.1
050800     IF WS-SEG-RUN-SUB = ZERO                                     K6CNSK.1
050900         GO TO 4500-EXIT.                                         K6CNSK.1
051000     MOVE WS-SEG-RUN-SUB TO WS-RUN-SUB.                           K6CNSK.1
051100     MOVE "C" TO WS-EVIDENCE.                                     K6CNSK.1
051200     PERFORM 6000-CHECK-RUN THRU 6000-EXIT.                       K6CNSK.1
051300 4500-EXIT.                                                       K6CNSK.1
051400     EXIT.                                                        K6CNSK.1
051500*================================================================ K6CNSK.1
051600* 4800-SEGMENT-BROKEN -- TRAILER MISSING OR IN DISAGREEMENT.      K6CNSK.1
051700* THE NAMES CANNOT BE TRUSTED; THE RUN IS CHECKED ON ITS COUNT.   K6CNSK.1
051800*================================================================ K6CNSK.1
051900 4800-SEGMENT-BROKEN.                                             K6CNSK.1
052000     MOVE "N" TO WS-ENV-OPEN-SW.                                  K6CNSK.1
052100     IF WS-SEG-RUN-SUB = ZERO                                     K6CNSK.1
052200         GO TO 4800-EXIT.                                         K6CNSK.1
052300     MOVE WS-SEG-RUN-SUB TO WS-RUN-SUB.                           K6CNSK.1
052400     MOVE RUN-PGM-ID (WS-RUN-SUB) TO NL-PGM-ID.                   K6CNSK.1
052500     MOVE RUN-TARGET-ID (WS-RUN-SUB) TO NL-TARGET-ID.             K6CNSK.1
052600     MOVE "CSV ENVELOPE BROKEN -- CHECKED ON THE COUNT ONLY"      K6CNSK.1
052700         TO NL-TEXT.                                              K6CNSK.1
052800     PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                      K6CNSK.1
052900     MOVE "N" TO WS-EVIDENCE.                                     K6CNSK.1
053000     PERFORM 6000-CHECK-RUN THRU 6000-EXIT.                       K6CNSK.1
053100     MOVE ZERO TO WS-SEG-RUN-SUB.                                 K6CNSK.1
053200 4800-EXIT.                                                       K6CNSK.1
053300     EXIT.                                                        K6CNSK.1
053400*================================================================ K6CNSK.1
053500* 5000-COUNT-ONLY-RUNS -- EFFECTIVE RUNS WITH NO CSV SEGMENT.     K6CNSK.1
053600*================================================================ K6CNSK.1
053700 5000-COUNT-ONLY-RUNS.                                            K6CNSK.1
053800     MOVE ZERO TO WS-RUN-SUB.                                     K6CNSK.1
053900 5000-NEXT-RUN.                                                   K6CNSK.1
054000     ADD 1 TO WS-RUN-SUB.                                         K6CNSK.1
054100     IF WS-RUN-SUB > WS-RUN-COUNT                                 K6CNSK.1
054200         GO TO 5000-EXIT.                                         K6CNSK.1
054300     IF RUN-CHECKED-SW (WS-RUN-SUB) = "N"                         K6CNSK.1
054400         MOVE "N" TO WS-EVIDENCE                                  K6CNSK.1
054500         PERFORM 6000-CHECK-RUN THRU 6000-EXIT.                   K6CNSK.1
054600     GO TO 5000-NEXT-RUN.                                         K6CNSK.1
054700 5000-EXIT.                                                       K6CNSK.1
054800     EXIT.                                                        K6CNSK.1
054900*================================================================ K6CNSK.1
055000* 6000-CHECK-RUN -- GRADE RUN WS-RUN-SUB AGAINST ITS CENSUS       K6CNSK.1
055100* ENTRY.  WS-EVIDENCE "C" MEANS THE SEEN SWITCHES AND THE         K6CNSK.1
055200* UNKNOWN TABLE HOLD THIS RUN'S CSV DETAIL; "N" MEANS COUNT ONLY. K6CNSK.1
055300*================================================================ K6CNSK.1
055400 6000-CHECK-RUN.                                                  K6CNSK.1
055500     MOVE "Y" TO RUN-CHECKED-SW (WS-RUN-SUB).                     K6CNSK.1
055600     ADD 1 TO WS-RUNS-CHECKED.                                    K6CNSK.1
055700     MOVE RUN-PGM-ID (WS-RUN-SUB) TO WS-LK-PGM-ID NL-PGM-ID.      K6CNSK.1
055800     MOVE RUN-TARGET-ID (WS-RUN-SUB) TO NL-TARGET-ID.             K6CNSK.1
055900     PERFORM 6100-FIND-CENSUS THRU 6100-EXIT.                     K6CNSK.1
056000     IF WS-CEN-SUB = ZERO                                         K6CNSK.1
056100         MOVE "PROGRAM NOT IN THE CENSUS -- RUN NOT CHECKED"      K6CNSK.1
056200             TO NL-TEXT                                           K6CNSK.1
056300         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6CNSK.1
056400         GO TO 6000-EXIT.                                         K6CNSK.1
056500     IF CPG-SRC-REV (WS-CEN-SUB) NUMERIC                          K6CNSK.1
056600             AND RUN-SRC-REV (WS-RUN-SUB) NOT = ZERO              K6CNSK.1
056700             AND RUN-SRC-REV (WS-RUN-SUB)                         K6CNSK.1
056800                 NOT = CPG-SRC-REV (WS-CEN-SUB)                   K6CNSK.1
056900         MOVE RUN-SRC-REV (WS-RUN-SUB) TO RT-RUN-REV              K6CNSK.1
057000         MOVE CPG-SRC-REV (WS-CEN-SUB) TO RT-CEN-REV              K6CNSK.1
057100         MOVE REV-TEXT TO NL-TEXT                                 K6CNSK.1
057200         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6CNSK.1
057300     MOVE ZERO TO WS-MISSING.                                     K6CNSK.1
057400     IF WS-EVIDENCE = "C"                                         K6CNSK.1
057500         ADD 1 TO WS-RUNS-BY-NAME                                 K6CNSK.1
057600         PERFORM 6200-COUNT-MISSING THRU 6200-EXIT                K6CNSK.1
057700     ELSE                                                         K6CNSK.1
057800         MOVE ZERO TO WS-UNK-COUNT.                               K6CNSK.1
057900     IF RUN-C-ALL (WS-RUN-SUB) NOT < CPG-EXPECT (WS-CEN-SUB)      K6CNSK.1
058000             AND WS-MISSING = ZERO                                K6CNSK.1
058100             AND WS-UNK-COUNT = ZERO                              K6CNSK.1
058200         ADD 1 TO WS-RUNS-COMPLETE                                K6CNSK.1
058300         GO TO 6000-EXIT.                                         K6CNSK.1
058400     ADD 1 TO WS-RUNS-INCOMPLETE.                                 K6CNSK.1
058500     MOVE 8 TO WS-VERDICT-RC.                                     K6CNSK.1
058600     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.                 K6CNSK.1
058700 6000-EXIT.                                                       K6CNSK.1
058800     EXIT.                                                        K6CNSK.1
058900*================================================================ K6CNSK.1
059000* 6100-FIND-CENSUS -- CENSUS ENTRY FOR WS-LK-PGM-ID, LEAVING ITS  K6CNSK.1
059100* SUBSCRIPT IN WS-CEN-SUB (ZERO WHEN THE CENSUS LACKS IT).        K6CNSK.1
059200*================================================================ K6CNSK.1
059300 6100-FIND-CENSUS.                                                K6CNSK.1
059400     MOVE ZERO TO WS-CEN-SUB.                                     K6CNSK.1
059500 6100-SCAN.                                                       K6CNSK.1
059600     ADD 1 TO WS-CEN-SUB.                                         K6CNSK.1
059700     IF WS-CEN-SUB > WS-CPGM-COUNT                                K6CNSK.1
059800         MOVE ZERO TO WS-CEN-SUB                                  K6CNSK.1
059900         GO TO 6100-EXIT.                                         K6CNSK.1
060000     IF CPG-PGM-ID (WS-CEN-SUB) NOT = WS-LK-PGM-ID                K6CNSK.1
060100         GO TO 6100-SCAN.                                         K6CNSK.1
060200 6100-EXIT.                                                       K6CNSK.1
060300     EXIT.                                                        K6CNSK.1
060400*================================================================ K6CNSK.1
060500* 6200-COUNT-MISSING -- CENSUS NAMES THE SEGMENT NEVER SHOWED.    K6CNSK.1
060600*================================================================ K6CNSK.1
060700 6200-COUNT-MISSING.                                              K6CNSK.1
060800     MOVE CPG-FIRST (WS-CEN-SUB) TO WS-SUB.                       K6CNSK.1
060900     COMPUTE WS-LAST = CPG-FIRST (WS-CEN-SUB)                     K6CNSK.1
061000                     + CPG-NAMES (WS-CEN-SUB) - 1.                K6CNSK.1
061100 6200-SCAN.                                                       K6CNSK.1
061200     IF WS-SUB > WS-LAST                                          K6CNSK.1
061300         GO TO 6200-EXIT.                                         K6CNSK.1
061400     IF CNM-SEEN-SW (WS-SUB) = "N"                                K6CNSK.1
061500         ADD 1 TO WS-MISSING.                                     K6CNSK.1
061600     ADD 1 TO WS-SUB.                                             K6CNSK.1
061700     GO TO 6200-SCAN.                                             K6CNSK.1
061800 6200-EXIT.                                                       K6CNSK.1
061900     EXIT.                                                        K6CNSK.1
062000*================================================================ K6CNSK.1
062100* 7000-WRITE-EXCEPTION -- THE "R" RECORD, ITS "M" AND "U" NAME    K6CNSK.1
062200* RECORDS, AND THE MATCHING REPORT LINES.                         K6CNSK.1
062300*================================================================ K6CNSK.1
062400 7000-WRITE-EXCEPTION.                                            K6CNSK.1
062500     MOVE SPACE TO NX-EXCEPTION-REC.                              K6CNSK.1
062600     SET NX-RUN-REC TO TRUE.                                      K6CNSK.1
062700     MOVE RUN-TARGET-ID (WS-RUN-SUB) TO NX-TARGET-ID.             K6CNSK.1
062800     MOVE RUN-PGM-ID (WS-RUN-SUB)    TO NX-PGM-ID.                K6CNSK.1
062900     MOVE RUN-DATE (WS-RUN-SUB)      TO NX-RUN-DATE.              K6CNSK.1
063000     MOVE RUN-SEQ (WS-RUN-SUB)       TO NX-RUN-SEQ.               K6CNSK.1
063100     MOVE RUN-C-ALL (WS-RUN-SUB)     TO NX-RAN.                   K6CNSK.1
063200     MOVE CPG-EXPECT (WS-CEN-SUB)    TO NX-EXPECTED.              K6CNSK.1
063300     MOVE WS-MISSING                 TO NX-MISSING.               K6CNSK.1
063400     MOVE WS-UNK-COUNT               TO NX-UNKNOWN.               K6CNSK.1
063500     MOVE WS-EVIDENCE                TO NX-EVIDENCE.              K6CNSK.1
063600     WRITE NX-EXCEPTION-REC.                                      K6CNSK.1
063700     MOVE "INCOMPLETE" TO RL-STATUS.                              K6CNSK.1
063800     MOVE RUN-PGM-ID (WS-RUN-SUB)    TO RL-PGM-ID.                K6CNSK.1
063900     MOVE RUN-TARGET-ID (WS-RUN-SUB) TO RL-TARGET-ID.             K6CNSK.1
064000     MOVE RUN-DATE (WS-RUN-SUB)      TO RL-RUN-DATE.              K6CNSK.1
064100     MOVE RUN-SEQ (WS-RUN-SUB)       TO RL-RUN-SEQ.               K6CNSK.1
064200     MOVE RUN-C-ALL (WS-RUN-SUB)     TO RL-RAN.                   K6CNSK.1
064300     MOVE CPG-EXPECT (WS-CEN-SUB)    TO RL-EXPECTED.              K6CNSK.1
064400     MOVE WS-MISSING                 TO RL-MISSING.               K6CNSK.1
064500     MOVE WS-UNK-COUNT               TO RL-UNKNOWN.               K6CNSK.1
064600     IF WS-EVIDENCE = "C"                                         K6CNSK.1
064700         MOVE "BY NAME" TO RL-EVIDENCE                            K6CNSK.1
064800     ELSE                                                         K6CNSK.1
064900         MOVE "COUNT ONLY" TO RL-EVIDENCE.                        K6CNSK.1
065000     WRITE CK-PRINT-REC FROM RUN-LINE                             K6CNSK.1
065100         AFTER ADVANCING 2 LINES.                                 K6CNSK.1
065200     IF WS-EVIDENCE NOT = "C"                                     K6CNSK.1
065300         GO TO 7000-EXIT.                                         K6CNSK.1
065400     SET NX-MISSING-REC TO TRUE.                                  K6CNSK.1
065500     MOVE "MISSING" TO NML-KIND.                                  K6CNSK.1
065600     MOVE CPG-FIRST (WS-CEN-SUB) TO WS-SUB.                       K6CNSK.1
065700 7000-NEXT-MISSING.                                               K6CNSK.1
065800     IF WS-SUB > WS-LAST                                          K6CNSK.1
065900         GO TO 7000-UNKNOWN.                                      K6CNSK.1
066000     IF CNM-SEEN-SW (WS-SUB) = "N"                                K6CNSK.1
066100         MOVE SPACE TO NX-DETAIL                                  K6CNSK.1
066200         MOVE CNM-PAR-NAME (WS-SUB) TO NX-PAR-NAME NML-PAR-NAME   K6CNSK.1
066300         WRITE NX-EXCEPTION-REC                                   K6CNSK.1
066400         WRITE CK-PRINT-REC FROM NAME-LINE                        K6CNSK.1
066500             AFTER ADVANCING 1 LINES.                             K6CNSK.1
066600     ADD 1 TO WS-SUB.                                             K6CNSK.1
066700     GO TO 7000-NEXT-MISSING.                                     K6CNSK.1
066800 7000-UNKNOWN.                                                    K6CNSK.1
066900     SET NX-UNKNOWN-REC TO TRUE.                                  K6CNSK.1
067000     MOVE "UNKNOWN" TO NML-KIND.                                  K6CNSK.1
067100     MOVE ZERO TO WS-SUB.                                         K6CNSK.1
067200 7000-NEXT-UNKNOWN.                                               K6CNSK.1
067300     ADD 1 TO WS-SUB.                                             K6CNSK.1
067400     IF WS-SUB > WS-UNK-COUNT                                     K6CNSK.1
067500         GO TO 7000-EXIT.                                         K6CNSK.1
067600     MOVE SPACE TO NX-DETAIL.                                     K6CNSK.1
067700     MOVE UNK-PAR-NAME (WS-SUB) TO NX-PAR-NAME NML-PAR-NAME.      K6CNSK.1
067800     WRITE NX-EXCEPTION-REC.                                      K6CNSK.1
067900     WRITE CK-PRINT-REC FROM NAME-LINE                            K6CNSK.1
068000         AFTER ADVANCING 1 LINES.                                 K6CNSK.1
068100     GO TO 7000-NEXT-UNKNOWN.                                     K6CNSK.1
068200 7000-EXIT.                                                       K6CNSK.1
068300     EXIT.                                                        K6CNSK.1
068400*================================================================ K6CNSK.1
068500* 8000-PRINT-SUMMARY -- COUNTS AND THE VERDICT.                   K6CNSK.1
068600*================================================================ K6CNSK.1
068700 8000-PRINT-SUMMARY.                                              K6CNSK.1
068800     MOVE "CENSUSED PROGRAMS" TO SL-LABEL.                        K6CNSK.1
068900     MOVE WS-CPGM-COUNT TO SL-COUNT.                              K6CNSK.1
069000     WRITE CK-PRINT-REC FROM SUM-LINE                             K6CNSK.1
069100         AFTER ADVANCING 3 LINES.                                 K6CNSK.1
069200     MOVE "EFFECTIVE RUNS CHECKED" TO SL-LABEL.                   K6CNSK.1
069300     MOVE WS-RUNS-CHECKED TO SL-COUNT.                            K6CNSK.1
069400     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSK.1
069500     MOVE "   CHECKED NAME BY NAME" TO SL-LABEL.                  K6CNSK.1
069600     MOVE WS-RUNS-BY-NAME TO SL-COUNT.                            K6CNSK.1
069700     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSK.1
069800     MOVE "RUNS COMPLETE" TO SL-LABEL.                            K6CNSK.1
069900     MOVE WS-RUNS-COMPLETE TO SL-COUNT.                           K6CNSK.1
070000     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSK.1
070100     MOVE "RUNS INCOMPLETE" TO SL-LABEL.                          K6CNSK.1
070200     MOVE WS-RUNS-INCOMPLETE TO SL-COUNT.                         K6CNSK.1
070300     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSK.1
070400     MOVE "NOTES" TO SL-LABEL.                                    K6CNSK.1
070500     MOVE WS-NOTES TO SL-COUNT.                                   K6CNSK.1
070600     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSK.1
000000     MOVE "RUNS UNDER OTHER OPTION PROFILES" TO SL-LABEL.         K6COPT.1
000000     MOVE WS-PROFILE-SKIPS TO SL-COUNT.                           K6COPT.1
000000     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6COPT.1
070700     IF WS-RUNS-INCOMPLETE NOT = ZERO                             K6CNSK.1
070800         MOVE "INCOMPLETE RUNS WRITTEN TO CNSXCP" TO VL-TEXT      K6CNSK.1
070900     ELSE                                                         K6CNSK.1
071000     IF WS-NOTES NOT = ZERO                                       K6CNSK.1
071100         MOVE "ALL RUNS COMPLETE -- SEE NOTES ABOVE" TO VL-TEXT   K6CNSK.1
071200     ELSE                                                         K6CNSK.1
071300         MOVE "ALL RUNS COMPLETE" TO VL-TEXT.                     K6CNSK.1
071400     WRITE CK-PRINT-REC FROM VERDICT-LINE                         K6CNSK.1
071500         AFTER ADVANCING 2 LINES.                                 K6CNSK.1
071600 8000-EXIT.                                                       K6CNSK.1
071700     EXIT.                                                        K6CNSK.1
071800 8100-SUM-LINE.                                                   K6CNSK.1
071900     WRITE CK-PRINT-REC FROM SUM-LINE                             K6CNSK.1
072000         AFTER ADVANCING 1 LINES.                                 K6CNSK.1
072100 8100-EXIT.                                                       K6CNSK.1
072200     EXIT.                                                        K6CNSK.1
072300*================================================================ K6CNSK.1
072400* 8800-WRITE-NOTE -- PRINT A NOTE AND RAISE THE RETURN CODE TO    K6CNSK.1
072500* MATCH.                                                          K6CNSK.1
072600*================================================================ K6CNSK.1
072700 8800-WRITE-NOTE.                                                 K6CNSK.1
072800     ADD 1 TO WS-NOTES.                                           K6CNSK.1
072900     IF WS-VERDICT-RC < 4                                         K6CNSK.1
073000         MOVE 4 TO WS-VERDICT-RC.                                 K6CNSK.1
073100     WRITE CK-PRINT-REC FROM NOTE-LINE                            K6CNSK.1
073200         AFTER ADVANCING 1 LINES.                                 K6CNSK.1
073300 8800-EXIT.                                                       K6CNSK.1
073400     EXIT.                                                        K6CNSK.1
073500*================================================================ K6CNSK.1
073600* 9999-TERMINATE.                                                 K6CNSK.1
073700*================================================================ K6CNSK.1
073800 9999-TERMINATE.                                                  K6CNSK.1
073900     CLOSE CENSUS-FILE RAW-EXTRACT CSV-EXTRACT                    K6CNSK.1
074000           CENSUS-EXCEPT CNSK-RPT.                                K6CNSK.1
074100     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6CNSK.1
074200 9999-EXIT.                                                       K6CNSK.1
074300     EXIT.                                                        K6CNSK.1
