000100 IDENTIFICATION DIVISION.                                         K6SGPT.1
000200 PROGRAM-ID.                                                      K6SGPT.1
000300     K6SGPT.                                                      K6SGPT.1
000400*================================================================ K6SGPT.1
000500* K6SGPT -- POST ONE SEGMENT-LIMIT SWEEP RUN OF AN SG PROGRAM.    K6SGPT.1
000600*================================================================ K6SGPT.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SGPT.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SGPT.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6SGPT.1
001000* DATE-COMPILED.                                                  K6SGPT.1
001100*                                                                 K6SGPT.1
001200* REMARKS.                                                        K6SGPT.1
001300*    LAST STEP OF EACH K6SGSW SWEEP LEG.  THE SG PROGRAMS WRITE   K6SGPT.1
001400*    ONLY THEIR PRINT-FILE, SO THIS PROGRAM READS THAT PRINT-FILE K6SGPT.1
001500*    (PRTIN) BACK AND POSTS THE RESULT THE WAY A CONVERTED TEST   K6SGPT.1
001600*    PROGRAM WOULD, TAGGED WITH THE SEGMENT-LIMIT THE LEG WAS     K6SGPT.1
001700*    COMPILED AT:                                                 K6SGPT.1
001800*      - ONE RAW-DATA RUN RECORD UNDER THE SG PROGRAM'S OWN       K6SGPT.1
001900*        PROGRAM-ID, WITH THE K6CNOTE CODE "SGLM" AND "LIMIT=NN"  K6SGPT.1
002000*        IN C-NOTE;                                               K6SGPT.1
002100*      - ONE CSV EXTRACT SEGMENT WHOSE K6CSVE HEADER CARRIES THE  K6SGPT.1
002200*        LIMIT IN CEH-SEG-LIMIT, ONE DETAIL ROW PER RESULT LINE   K6SGPT.1
002300*        (FEATURE, PASS/FAIL*/INSPT/*****, PAR-NAME, AND THE      K6SGPT.1
002400*        COMPUTED/CORRECT LINES THAT FOLLOW A FAILURE).  K6SGMX   K6SGPT.1
002500*        BUILDS THE PAR-NAME BY LIMIT MATRIX FROM THESE.          K6SGPT.1
002600*    A PRINT-FILE WITH NO "END OF TEST-" LINE MEANS THE PROGRAM   K6SGPT.1
002700*    DID NOT RUN TO ITS END AT THIS LIMIT -- AN OVERLAY FAULT     K6SGPT.1
002800*    OR A FAILED COMPILE.  THE RUN RECORD THEN KEEPS C-ABORT      K6SGPT.1
002900*    "ABORTED " AND AN END-OF-TEST FAIL* ROW IS ADDED, SO THE     K6SGPT.1
003000*    MATRIX SHOWS THE LIMIT THE PROGRAM BROKE AT.                 K6SGPT.1
003100*                                                                 K6SGPT.1
003200*    CONTROL CARD (SGPTCTL): PROGRAM-ID(1-6) LIMIT(8-9).          K6SGPT.1
003300*    EACH LEG FOLLOWS THE ORDINARY SAME-DAY RERUN RULE AND        K6SGPT.1
003400*    SUPERSEDES THE DAY'S EARLIER RUNS OF THE PROGRAM; K6SGSW     K6SGPT.1
003500*    RUNS THE MEMBER'S OWN CERTIFIED LIMIT AS THE LAST LEG, SO    K6SGPT.1
003600*    THE EFFECTIVE RUN THE ROLLUPS SEE IS ALWAYS THE CERTIFIED    K6SGPT.1
003700*    CONFIGURATION.                                               K6SGPT.1
003800*                                                                 K6SGPT.1
003900*    RETURN-CODE 0 ALL PASS, 4 INSPECTIONS OR DELETIONS, 8 ANY    K6SGPT.1
004000*    FAILURE OR NO END OF TEST, 16 CONTROL CARD MISSING.          K6SGPT.1
004100*                                                                 K6SGPT.1
004200* MODIFICATION HISTORY.                                           K6SGPT.1
004300*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SGPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  A RERUN LEAVES A RUN OF A WINDOW DECLARED   K6VOID.1
000000*                     VOID (K6VOID) AS IT IS.                     K6VOID.1
004400*================================================================ K6SGPT.1
004500                                                                  K6SGPT.1
004600 ENVIRONMENT DIVISION.                                            K6SGPT.1
004700 CONFIGURATION SECTION.                                           K6SGPT.1
004800 SOURCE-COMPUTER.                                                 K6SGPT.1
004900     OUR-MAINFRAME.                                               K6SGPT.1
005000 OBJECT-COMPUTER.                                                 K6SGPT.1
005100     OUR-MAINFRAME.                                               K6SGPT.1
005200 INPUT-OUTPUT SECTION.                                            K6SGPT.1
005300 FILE-CONTROL.                                                    K6SGPT.1
005400     SELECT RAW-DATA   ASSIGN TO                                  K6SGPT.1
005500     COPY X062.                                                   K6SGPT.1
005600            ORGANIZATION IS INDEXED                               K6SGPT.1
005700            ACCESS MODE IS RANDOM                                 K6SGPT.1
005800            RECORD KEY IS RAW-DATA-KEY.                           K6SGPT.1
005900     SELECT SGPT-CTL ASSIGN TO SGPTCTL                            K6SGPT.1
006000         ORGANIZATION IS SEQUENTIAL                               K6SGPT.1
006100         FILE STATUS IS WS-CTL-STATUS.                            K6SGPT.1
006200     SELECT OPTIONAL PRINT-IN ASSIGN TO PRTIN                     K6SGPT.1
006300         ORGANIZATION IS SEQUENTIAL.                              K6SGPT.1
006400     SELECT CSV-FILE ASSIGN TO CSVOUT                             K6SGPT.1
006500         ORGANIZATION IS LINE SEQUENTIAL.                         K6SGPT.1
006600     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6SGPT.1
006700         ORGANIZATION IS SEQUENTIAL                               K6SGPT.1
006800         FILE STATUS IS WS-WINDOWID-STATUS.                       K6SGPT.1
006900     SELECT SGPT-RPT ASSIGN TO SGPTRPT                            K6SGPT.1
007000         ORGANIZATION IS SEQUENTIAL.                              K6SGPT.1
007100                                                                  K6SGPT.1
007200 DATA DIVISION.                                                   K6SGPT.1
007300 FILE SECTION.                                                    K6SGPT.1
007400 FD  RAW-DATA.                                                    K6SGPT.1
007500 01  RAW-DATA-SATZ.                                               K6SGPT.1
007600     05  RAW-DATA-KEY.                                            K6SGPT.1
007700         10  RAW-DATA-TARGET  PIC X(8).                           K6SGPT.1
007800         10  RAW-DATA-PGM-ID  PIC X(6).                           K6SGPT.1
007900         10  RAW-DATA-RUN-DT  PIC 9(8).                           K6SGPT.1
008000         10  RAW-DATA-RUN-SEQ PIC 99.                             K6SGPT.1
008100*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              K6SGPT.1
008200*    K6RAWDS.CPY.                                                 K6SGPT.1
008300     05  RAW-DATA-WINDOW     PIC X(1).                            K6SGPT.1
008400     05  C-DATE              PIC 9(8).                            K6SGPT.1
008500     05  C-TIME              PIC 9(8).                            K6SGPT.1
008600     05  C-NO-OF-TESTS       PIC 99.                              K6SGPT.1
008700     05  C-OK                PIC 999.                             K6SGPT.1
008800     05  C-ALL               PIC 999.                             K6SGPT.1
008900     05  C-FAIL              PIC 999.                             K6SGPT.1
009000     05  C-DELETED           PIC 999.                             K6SGPT.1
009100     05  C-INSPECT           PIC 999.                             K6SGPT.1
009200     05  C-NOTE              PIC X(13).                           K6SGPT.1
009300     05  C-INDENT            PIC X.                               K6SGPT.1
009400     05  C-ABORT             PIC X(8).                            K6SGPT.1
009500     05  C-END-DATE          PIC 9(8).                            K6SGPT.1
009600     05  C-END-TIME          PIC 9(8).                            K6SGPT.1
009700     05  C-SRC-REV           PIC 9(3).                            K6SGPT.1
009800     05  C-FILE-CATALOG OCCURS 2 TIMES.                           K6SGPT.1
009900         10  C-FILE-NAME         PIC X(6).                        K6SGPT.1
010000         10  C-FILE-ORG          PIC X(2).                        K6SGPT.1
010100         10  C-FILE-LABEL        PIC X(1).                        K6SGPT.1
010200         10  C-FILE-BLKSIZE      PIC 9(4).                        K6SGPT.1
010300         10  C-FILE-RECORDS      PIC 9(6).                        K6SGPT.1
010400     05  C-MODULE-ID         PIC X(2).                            K6SGPT.1
010500     05  C-MODULE-PCT        PIC 999V99.                          K6SGPT.1
010600     05  C-SEV-HIGH          PIC X(1).                            K6SGPT.1
010700*    RUN-DISPOSITION (SEE K6RAWDS.CPY).                           K6SGPT.1
010800     05  C-SUPERSEDED        PIC X(1).                            K6SGPT.1
010900     05  C-SUPERSEDE-SEQ     PIC 99.                              K6SGPT.1
011000*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           K6SGPT.1
011100     05  C-XFAIL             PIC 999.                             K6SGPT.1
011200*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6SGPT.1
011300     05  C-LAYOUT-VER        PIC X(3).                            K6SGPT.1
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
011400 FD  SGPT-CTL                                                     K6SGPT.1
011500     LABEL RECORDS ARE STANDARD.                                  K6SGPT.1
011600 01  SC-CONTROL-CARD.                                             K6SGPT.1
011700     05  SC-PGM-ID            PIC X(6).                           K6SGPT.1
011800     05  FILLER               PIC X(1).                           K6SGPT.1
011900     05  SC-LIMIT             PIC X(2).                           K6SGPT.1
012000     05  FILLER               PIC X(71).                          K6SGPT.1
012100 FD  PRINT-IN                                                     K6SGPT.1
012200     LABEL RECORDS ARE STANDARD.                                  K6SGPT.1
012300*    THE CCVS RESULT LINE (TEST-RESULTS), THE COMPUTED/CORRECT    K6SGPT.1
012400*    LINES UNDER A FAILURE (TEST-COMPUTED/TEST-CORRECT) AND THE   K6SGPT.1
012500*    CLOSING "END OF TEST-" LINE (CCVS-E-1), AS THE SG PROGRAMS   K6SGPT.1
012600*    PRINT THEM.                                                  K6SGPT.1
012700 01  PI-PRINT-REC             PIC X(120).                         K6SGPT.1
012800 01  PI-RESULT-LINE REDEFINES PI-PRINT-REC.                       K6SGPT.1
012900     05  FILLER               PIC X(1).                           K6SGPT.1
013000     05  PI-FEATURE           PIC X(20).                          K6SGPT.1
013100     05  FILLER               PIC X(1).                           K6SGPT.1
013200     05  PI-P-OR-F            PIC X(5).                           K6SGPT.1
013300     05  FILLER               PIC X(1).                           K6SGPT.1
013400     05  PI-PAR-NAME          PIC X(20).                          K6SGPT.1
013500     05  FILLER               PIC X(10).                          K6SGPT.1
013600     05  PI-RE-MARK           PIC X(61).                          K6SGPT.1
013700     05  FILLER               PIC X(1).                           K6SGPT.1
013800 01  PI-OPERAND-LINE REDEFINES PI-PRINT-REC.                      K6SGPT.1
013900     05  FILLER               PIC X(37).                          K6SGPT.1
014000     05  PI-OPERAND-LABEL     PIC X(9).                           K6SGPT.1
014100     05  FILLER               PIC X(1).                           K6SGPT.1
014200     05  PI-OPERAND           PIC X(20).                          K6SGPT.1
014300     05  FILLER               PIC X(53).                          K6SGPT.1
014400 01  PI-END-LINE REDEFINES PI-PRINT-REC.                          K6SGPT.1
014500     05  FILLER               PIC X(52).                          K6SGPT.1
014600     05  PI-END-TEXT          PIC X(12).                          K6SGPT.1
014700     05  FILLER               PIC X(56).                          K6SGPT.1
014800 FD  CSV-FILE                                                     K6SGPT.1
014900     LABEL RECORDS ARE STANDARD.                                  K6SGPT.1
015000 01  CSV-REC                  PIC X(194).                         K6SGPT.1
015100 FD  WINDOW-IDENT                                                 K6SGPT.1
015200     LABEL RECORDS ARE STANDARD.                                  K6SGPT.1
015300 01  WI-WINDOW-CARD.                                              K6SGPT.1
015400     05  WI-WINDOW-ID         PIC X(1).                           K6SGPT.1
015500     05  FILLER               PIC X(79).                          K6SGPT.1
015600 FD  SGPT-RPT                                                     K6SGPT.1
015700     LABEL RECORDS ARE STANDARD.                                  K6SGPT.1
015800 01  SR-PRINT-REC             PIC X(120).                         K6SGPT.1
015900                                                                  K6SGPT.1
016000 WORKING-STORAGE SECTION.                                         K6SGPT.1
016100     COPY K6TARG.                                                 K6SGPT.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
016200     COPY K6CSVE.                                                 K6SGPT.1
016300* ----------------------------------------------------------      K6SGPT.1
016400* FILE STATUS, SWITCHES AND COUNTERS.                             K6SGPT.1
016500* ----------------------------------------------------------      K6SGPT.1
016600 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6SGPT.1
016700 77  WS-WINDOWID-STATUS       PIC X(2)   VALUE SPACE.             K6SGPT.1
016800 77  WS-WINDOW-ID             PIC X(1)   VALUE "N".               K6SGPT.1
016900 77  WS-PRT-EOF-SW            PIC X      VALUE "N".               K6SGPT.1
017000     88  WS-PRT-EOF                      VALUE "Y".               K6SGPT.1
017100 77  WS-END-SW                PIC X      VALUE "N".               K6SGPT.1
017200     88  WS-END-OF-TEST-SEEN             VALUE "Y".               K6SGPT.1
017300 77  WS-STAGED-SW             PIC X      VALUE "N".               K6SGPT.1
017400     88  WS-RESULT-STAGED                VALUE "Y".               K6SGPT.1
017500 77  WS-PGM-ID                PIC X(6)   VALUE SPACE.             K6SGPT.1
017600 77  WS-LIMIT                 PIC X(2)   VALUE SPACE.             K6SGPT.1
017700 77  WS-RUN-DATE              PIC 9(8)   VALUE ZERO.              K6SGPT.1
017800 77  WS-RUN-SEQ               PIC 99     VALUE ZERO.              K6SGPT.1
017900 77  WS-SUPERSEDING-SEQ       PIC 99     VALUE ZERO.              K6SGPT.1
018000 77  WS-PRIOR-SEQ             PIC 99     VALUE ZERO.              K6SGPT.1
018100 77  WS-PASS-COUNTER          PIC 999    VALUE ZERO.              K6SGPT.1
018200 77  WS-FAIL-COUNTER          PIC 999    VALUE ZERO.              K6SGPT.1
018300 77  WS-DELETE-COUNTER        PIC 999    VALUE ZERO.              K6SGPT.1
018400 77  WS-INSPECT-COUNTER       PIC 999    VALUE ZERO.              K6SGPT.1
018500 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SGPT.1
018600 77  WS-LINE-COUNT            PIC 9(6)   COMP VALUE ZERO.         K6SGPT.1
018700 01  WS-NOTE.                                                     K6SGPT.1
018800     05  FILLER               PIC X(4)   VALUE "SGLM".            K6SGPT.1
018900     05  FILLER               PIC X(6)   VALUE "LIMIT=".          K6SGPT.1
019000     05  WS-NOTE-LIMIT        PIC X(2)   VALUE SPACE.             K6SGPT.1
019100     05  FILLER               PIC X(1)   VALUE SPACE.             K6SGPT.1
019200* ----------------------------------------------------------      K6SGPT.1
019300* STAGED RESULT -- HELD UNTIL THE NEXT RESULT LINE ARRIVES, SO    K6SGPT.1
019400* THE COMPUTED/CORRECT LINES PRINTED UNDER IT CAN JOIN IT.        K6SGPT.1
019500* ----------------------------------------------------------      K6SGPT.1
019600 01  SG-RESULT-LINE.                                              K6SGPT.1
019700     05  FILLER               PIC X      VALUE SPACE.             K6SGPT.1
019800     05  SRL-FEATURE          PIC X(20)  VALUE SPACE.             K6SGPT.1
019900     05  FILLER               PIC X      VALUE SPACE.             K6SGPT.1
020000     05  SRL-P-OR-F           PIC X(5)   VALUE SPACE.             K6SGPT.1
020100     05  FILLER               PIC X      VALUE SPACE.             K6SGPT.1
020200     05  SRL-PAR-NAME         PIC X(22)  VALUE SPACE.             K6SGPT.1
020300     05  FILLER               PIC X(8)   VALUE SPACE.             K6SGPT.1
020400     05  SRL-RE-MARK          PIC X(61)  VALUE SPACE.             K6SGPT.1
020500 01  SG-CC-LINE.                                                  K6SGPT.1
020600     05  FILLER               PIC X(30)  VALUE SPACE.             K6SGPT.1
020700     05  FILLER               PIC X(17)  VALUE                    K6SGPT.1
020800            "       COMPUTED=".                                   K6SGPT.1
020900     05  SCC-COMPUTED         PIC X(20)  VALUE SPACE.             K6SGPT.1
021000     05  FILLER               PIC X(9)   VALUE " CORRECT=".       K6SGPT.1
021100     05  SCC-CORRECT          PIC X(20)  VALUE SPACE.             K6SGPT.1
021200     05  FILLER               PIC X(24)  VALUE SPACE.             K6SGPT.1
021300 01  CSV-ELAPSED-T            PIC ZZZZZZ9 VALUE ZERO.             K6SGPT.1
021400 01  CSV-ANSI-CLAUSE-T        PIC X(10)  VALUE SPACE.             K6SGPT.1
021500 01  CSV-SEVERITY-T           PIC X(1)   VALUE SPACE.             K6SGPT.1
021600 01  CSV-BUILD-AREA           PIC X(194) VALUE SPACE.             K6SGPT.1
021700* ----------------------------------------------------------      K6SGPT.1
021800* REPORT LINES.                                                   K6SGPT.1
021900* ----------------------------------------------------------      K6SGPT.1
022000 01  HDR-LINE-1.                                                  K6SGPT.1
022100     05  FILLER   PIC X(41) VALUE                                 K6SGPT.1
022200         "SEGMENT-LIMIT SWEEP RUN POSTED -- PROGRAM".             K6SGPT.1
022300     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SGPT.1
022400     05  HDR-PGM-ID           PIC X(6).                           K6SGPT.1
022500     05  FILLER   PIC X(17) VALUE "  SEGMENT-LIMIT  ".            K6SGPT.1
022600     05  HDR-LIMIT            PIC X(2).                           K6SGPT.1
022700     05  FILLER   PIC X(53) VALUE SPACE.                          K6SGPT.1
022800 01  TOT-LINE-1.                                                  K6SGPT.1
022900     05  FILLER   PIC X(8)  VALUE "PASSED  ".                     K6SGPT.1
023000     05  TOT-PASS             PIC ZZ9.                            K6SGPT.1
023100     05  FILLER   PIC X(10) VALUE "  FAILED  ".                   K6SGPT.1
023200     05  TOT-FAIL             PIC ZZ9.                            K6SGPT.1
023300     05  FILLER   PIC X(11) VALUE "  DELETED  ".                  K6SGPT.1
023400     05  TOT-DELETED          PIC ZZ9.                            K6SGPT.1
023500     05  FILLER   PIC X(11) VALUE "  INSPECT  ".                  K6SGPT.1
023600     05  TOT-INSPECT          PIC ZZ9.                            K6SGPT.1
023700     05  FILLER   PIC X(68) VALUE SPACE.                          K6SGPT.1
023800 01  TOT-LINE-2.                                                  K6SGPT.1
023900     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6SGPT.1
024000     05  TOT-RC               PIC Z9.                             K6SGPT.1
024100     05  FILLER   PIC X(102) VALUE SPACE.                         K6SGPT.1
024200                                                                  K6SGPT.1
024300 PROCEDURE DIVISION.                                              K6SGPT.1
024400*================================================================ K6SGPT.1
024500* 0000-MAINLINE -- CLAIM THE RUN, READ THE PRINT-FILE BACK INTO   K6SGPT.1
024600* VERDICTS, POST THEM.                                            K6SGPT.1
024700*================================================================ K6SGPT.1
024800 0000-MAINLINE.                                                   K6SGPT.1
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SGPT.1
025000     IF WS-VERDICT-RC = 16                                        K6SGPT.1
025100         GO TO 0000-FINISH.                                       K6SGPT.1
025200     PERFORM 4000-CLAIM-RUN THRU 4000-EXIT.                       K6SGPT.1
025300     PERFORM 2000-READ-PRINT THRU 2000-EXIT                       K6SGPT.1
025400             UNTIL WS-PRT-EOF.                                    K6SGPT.1
025500     PERFORM 2900-FLUSH-STAGED THRU 2900-EXIT.                    K6SGPT.1
025600     IF NOT WS-END-OF-TEST-SEEN                                   K6SGPT.1
025700         PERFORM 6000-NO-END-OF-TEST THRU 6000-EXIT.              K6SGPT.1
025800     PERFORM 7000-POST-RAW-DATA THRU 7000-EXIT.                   K6SGPT.1
025900     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.                    K6SGPT.1
026000 0000-FINISH.                                                     K6SGPT.1
026100     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6SGPT.1
026200     STOP RUN.                                                    K6SGPT.1
026300*================================================================ K6SGPT.1
026400* 1000-INITIALIZE -- THE CONTROL CARD NAMES THE PROGRAM AND THE   K6SGPT.1
026500* LIMIT THIS LEG WAS COMPILED AT.                                 K6SGPT.1
026600*================================================================ K6SGPT.1
026700 1000-INITIALIZE.                                                 K6SGPT.1
026800     OPEN OUTPUT SGPT-RPT.                                        K6SGPT.1
026900     OPEN INPUT SGPT-CTL.                                         K6SGPT.1
027000     IF WS-CTL-STATUS NOT = "00"                                  K6SGPT.1
027100         DISPLAY "K6SGPT: SGPTCTL OPEN FAILED, STATUS "           K6SGPT.1
027200             WS-CTL-STATUS                                        K6SGPT.1
027300         MOVE 16 TO WS-VERDICT-RC                                 K6SGPT.1
027400         GO TO 1000-EXIT.                                         K6SGPT.1
027500     READ SGPT-CTL                                                K6SGPT.1
027600         AT END MOVE SPACE TO SC-CONTROL-CARD.                    K6SGPT.1
027700     CLOSE SGPT-CTL.                                              K6SGPT.1
027800     IF SC-PGM-ID = SPACE OR SC-LIMIT NOT NUMERIC                 K6SGPT.1
027900         DISPLAY "K6SGPT: CONTROL CARD MUST CARRY PROGRAM-ID "    K6SGPT.1
028000             "AND LIMIT"                                          K6SGPT.1
028100         MOVE 16 TO WS-VERDICT-RC                                 K6SGPT.1
028200         GO TO 1000-EXIT.                                         K6SGPT.1
028300     MOVE SC-PGM-ID TO WS-PGM-ID HDR-PGM-ID.                      K6SGPT.1
028400     MOVE SC-LIMIT TO WS-LIMIT HDR-LIMIT WS-NOTE-LIMIT.           K6SGPT.1
028500     PERFORM 1500-WINDOW-IDENT-READ THRU 1500-EXIT.               K6SGPT.1
028600     OPEN INPUT PRINT-IN.                                         K6SGPT.1
028700 1000-EXIT.                                                       K6SGPT.1
028800     EXIT.                                                        K6SGPT.1
028900*================================================================ K6SGPT.1
029000* 1500-WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR      K6SGPT.1
029100* BLANK MEANS THE OVERNIGHT WINDOW "N".                           K6SGPT.1
029200*================================================================ K6SGPT.1
029300 1500-WINDOW-IDENT-READ.                                          K6SGPT.1
029400     OPEN INPUT WINDOW-IDENT.                                     K6SGPT.1
029500     IF WS-WINDOWID-STATUS NOT = "00"                             K6SGPT.1
029600             AND WS-WINDOWID-STATUS NOT = "05"                    K6SGPT.1
029700         GO TO 1500-EXIT.                                         K6SGPT.1
029800     READ WINDOW-IDENT                                            K6SGPT.1
029900         AT END GO TO 1500-DONE.                                  K6SGPT.1
030000     IF WI-WINDOW-ID NOT = SPACE                                  K6SGPT.1
030100         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       K6SGPT.1
030200 1500-DONE.                                                       K6SGPT.1
030300     CLOSE WINDOW-IDENT.                                          K6SGPT.1
030400 1500-EXIT.                                                       K6SGPT.1
030500     EXIT.                                                        K6SGPT.1
030600*================================================================ K6SGPT.1
030700* 2000-READ-PRINT -- ONE PRINT-FILE LINE: A RESULT LINE, AN       K6SGPT.1
030800* OPERAND LINE UNDER ONE, OR THE END-OF-TEST LINE.  HEADINGS,     K6SGPT.1
030900* BANNERS, THE ASTERISK RULES AROUND THE RESULTS AND THE          K6SGPT.1
031000* INFORMATION LINES FALL THROUGH UNUSED.                          K6SGPT.1
031100*================================================================ K6SGPT.1
031200 2000-READ-PRINT.                                                 K6SGPT.1
031300     READ PRINT-IN                                                K6SGPT.1
031400         AT END MOVE "Y" TO WS-PRT-EOF-SW                         K6SGPT.1
031500                GO TO 2000-EXIT.                                  K6SGPT.1
031600     ADD 1 TO WS-LINE-COUNT.                                      K6SGPT.1
031700     IF PI-END-TEXT = "END OF TEST-"                              K6SGPT.1
031800         MOVE "Y" TO WS-END-SW                                    K6SGPT.1
031900         GO TO 2000-EXIT.                                         K6SGPT.1
032000     IF PI-OPERAND-LABEL = "COMPUTED="                            K6SGPT.1
032100             AND WS-RESULT-STAGED                                 K6SGPT.1
032200         MOVE PI-OPERAND TO SCC-COMPUTED                          K6SGPT.1
032300         GO TO 2000-EXIT.                                         K6SGPT.1
032400     IF PI-OPERAND-LABEL = "CORRECT ="                            K6SGPT.1
032500             AND WS-RESULT-STAGED                                 K6SGPT.1
032600         MOVE PI-OPERAND TO SCC-CORRECT                           K6SGPT.1
032700         GO TO 2000-EXIT.                                         K6SGPT.1
032800     IF PI-PRINT-REC (1:1) NOT = SPACE                            K6SGPT.1
032900             OR PI-FEATURE (1:7) = "FEATURE"                      K6SGPT.1
033000             OR PI-FEATURE = ALL "*"                              K6SGPT.1
033100         GO TO 2000-EXIT.                                         K6SGPT.1
033200     IF PI-P-OR-F NOT = "PASS " AND PI-P-OR-F NOT = "FAIL*"       K6SGPT.1
033300             AND PI-P-OR-F NOT = "INSPT"                          K6SGPT.1
033400             AND PI-P-OR-F NOT = "*****"                          K6SGPT.1
033500         GO TO 2000-EXIT.                                         K6SGPT.1
033600     PERFORM 2900-FLUSH-STAGED THRU 2900-EXIT.                    K6SGPT.1
033700     MOVE PI-FEATURE TO SRL-FEATURE.                              K6SGPT.1
033800     MOVE PI-P-OR-F TO SRL-P-OR-F.                                K6SGPT.1
033900     MOVE PI-PAR-NAME TO SRL-PAR-NAME.                            K6SGPT.1
034000     MOVE PI-RE-MARK TO SRL-RE-MARK.                              K6SGPT.1
034100     MOVE SPACE TO SCC-COMPUTED SCC-CORRECT.                      K6SGPT.1
034200     MOVE "Y" TO WS-STAGED-SW.                                    K6SGPT.1
034300 2000-EXIT.                                                       K6SGPT.1
034400     EXIT.                                                        K6SGPT.1
034500*================================================================ K6SGPT.1
034600* 2900-FLUSH-STAGED -- COUNT AND WRITE THE STAGED RESULT.         K6SGPT.1
034700*================================================================ K6SGPT.1
034800 2900-FLUSH-STAGED.                                               K6SGPT.1
034900     IF NOT WS-RESULT-STAGED                                      K6SGPT.1
035000         GO TO 2900-EXIT.                                         K6SGPT.1
035100     MOVE SPACE TO CSV-SEVERITY-T.                                K6SGPT.1
035200     IF SRL-P-OR-F = "PASS "                                      K6SGPT.1
035300         ADD 1 TO WS-PASS-COUNTER.                                K6SGPT.1
035400     IF SRL-P-OR-F = "FAIL*"                                      K6SGPT.1
035500         ADD 1 TO WS-FAIL-COUNTER                                 K6SGPT.1
035600         MOVE "2" TO CSV-SEVERITY-T.                              K6SGPT.1
035700     IF SRL-P-OR-F = "INSPT"                                      K6SGPT.1
035800         ADD 1 TO WS-INSPECT-COUNTER.                             K6SGPT.1
035900     IF SRL-P-OR-F = "*****"                                      K6SGPT.1
036000         ADD 1 TO WS-DELETE-COUNTER.                              K6SGPT.1
036100     PERFORM 8800-WRITE-RESULT THRU 8800-EXIT.                    K6SGPT.1
036200     MOVE "N" TO WS-STAGED-SW.                                    K6SGPT.1
036300 2900-EXIT.                                                       K6SGPT.1
036400     EXIT.                                                        K6SGPT.1
036500*================================================================ K6SGPT.1
036600* 4000-CLAIM-RUN -- WRITE THE "ABORTED " RUN RECORD UNDER THE SG  K6SGPT.1
036700* PROGRAM'S PROGRAM-ID, SO A POST THAT NEVER FINISHES IS VISIBLE  K6SGPT.1
036800* IN THE HISTORY, AND OPEN THE CSV EXTRACT WITH ITS ENVELOPE      K6SGPT.1
036900* HEADER TAGGED WITH THE LIMIT.                                   K6SGPT.1
037000*================================================================ K6SGPT.1
037100 4000-CLAIM-RUN.                                                  K6SGPT.1
037200     OPEN I-O RAW-DATA.                                           K6SGPT.1
037300     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        K6SGPT.1
037400     MOVE WS-PGM-ID TO RAW-DATA-PGM-ID.                           K6SGPT.1
037500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       K6SGPT.1
037600     MOVE WS-RUN-DATE TO RAW-DATA-RUN-DT.                         K6SGPT.1
037700     MOVE 1 TO WS-RUN-SEQ.                                        K6SGPT.1
037800 4000-FIND-RUN-KEY.                                               K6SGPT.1
037900     MOVE WS-RUN-SEQ TO RAW-DATA-RUN-SEQ.                         K6SGPT.1
038000     READ RAW-DATA INVALID KEY GO TO 4000-WRITE-RUN.              K6SGPT.1
038100     ADD 1 TO WS-RUN-SEQ.                                         K6SGPT.1
038200     GO TO 4000-FIND-RUN-KEY.                                     K6SGPT.1
038300 4000-WRITE-RUN.                                                  K6SGPT.1
038400     MOVE WS-NOTE TO C-NOTE.                                      K6SGPT.1
038500     MOVE SPACE TO C-INDENT C-SEV-HIGH C-SUPERSEDED.              K6SGPT.1
038600     MOVE ZERO TO C-NO-OF-TESTS C-OK C-ALL C-FAIL C-DELETED       K6SGPT.1
038700                  C-INSPECT C-END-DATE C-END-TIME C-SRC-REV       K6SGPT.1
038800                  C-MODULE-PCT C-SUPERSEDE-SEQ C-XFAIL.           K6SGPT.1
038900     MOVE SPACE TO C-FILE-CATALOG (1) C-FILE-CATALOG (2).         K6SGPT.1
039000     MOVE "ABORTED " TO C-ABORT.                                  K6SGPT.1
039100     MOVE WS-RUN-DATE TO C-DATE.                                  K6SGPT.1
039200     ACCEPT C-TIME FROM TIME.                                     K6SGPT.1
039300     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        K6SGPT.1
039400     MOVE WS-PGM-ID (1:2) TO C-MODULE-ID.                         K6SGPT.1
039500     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
039600     WRITE RAW-DATA-SATZ INVALID KEY GO TO 4000-CLAIMED.          K6SGPT.1
039700 4000-CLAIMED.                                                    K6SGPT.1
039800     CLOSE RAW-DATA.                                              K6SGPT.1
039900     OPEN OUTPUT CSV-FILE.                                        K6SGPT.1
040000     MOVE WS-PGM-ID TO CEH-PGM-ID.                                K6SGPT.1
040100     MOVE K6-TARGET-ID TO CEH-TARGET.                             K6SGPT.1
040200     MOVE WS-RUN-DATE TO CEH-RUN-DATE.                            K6SGPT.1
040300     MOVE WS-RUN-SEQ TO CEH-RUN-SEQ.                              K6SGPT.1
040400     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6SGPT.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
040500     MOVE WS-LIMIT TO CEH-SEG-LIMIT.                              K6SGPT.1
040600     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          K6SGPT.1
040700     WRITE CSV-REC.                                               K6SGPT.1
040800     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      K6SGPT.1
040900-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            K6SGPT.1
041000         TO CSV-REC.                                              K6SGPT.1
041100     WRITE CSV-REC.                                               K6SGPT.1
041200     WRITE SR-PRINT-REC FROM HDR-LINE-1                           K6SGPT.1
041300         AFTER ADVANCING PAGE.                                    K6SGPT.1
041400     MOVE SPACE TO SR-PRINT-REC.                                  K6SGPT.1
041500     WRITE SR-PRINT-REC AFTER ADVANCING 1 LINES.                  K6SGPT.1
041600 4000-EXIT.                                                       K6SGPT.1
041700     EXIT.                                                        K6SGPT.1
041800*================================================================ K6SGPT.1
041900* 6000-NO-END-OF-TEST -- THE PROGRAM NEVER PRINTED ITS CLOSING    K6SGPT.1
042000* LINES AT THIS LIMIT.  ONE FAIL* ROW SAYS SO.                    K6SGPT.1
042100*================================================================ K6SGPT.1
042200 6000-NO-END-OF-TEST.                                             K6SGPT.1
042300     MOVE "SEGMENT-LIMIT SWEEP" TO SRL-FEATURE.                   K6SGPT.1
042400     MOVE "FAIL*" TO SRL-P-OR-F.                                  K6SGPT.1
042500     MOVE "END-OF-TEST" TO SRL-PAR-NAME.                          K6SGPT.1
042600     IF WS-LINE-COUNT = ZERO                                      K6SGPT.1
042700         MOVE "NO PRINT-FILE OUTPUT -- COMPILE OR RUN STEP FAILED"K6SGPT.1
042800             TO SRL-RE-MARK                                       K6SGPT.1
042900     ELSE                                                         K6SGPT.1
043000         MOVE "PRINT-FILE ENDS BEFORE THE END-OF-TEST LINE"       K6SGPT.1
043100             TO SRL-RE-MARK.                                      K6SGPT.1
043200     MOVE SPACE TO SCC-COMPUTED SCC-CORRECT.                      K6SGPT.1
043300     MOVE "Y" TO WS-STAGED-SW.                                    K6SGPT.1
043400     PERFORM 2900-FLUSH-STAGED THRU 2900-EXIT.                    K6SGPT.1
043500 6000-EXIT.                                                       K6SGPT.1
043600     EXIT.                                                        K6SGPT.1
043700*================================================================ K6SGPT.1
043800* 7000-POST-RAW-DATA -- RE-READ THIS RUN'S RECORD AND POST THE    K6SGPT.1
043900* FINAL COUNTERS.  THE ABORT MARKER IS CLEARED ONLY WHEN THE      K6SGPT.1
044000* PROGRAM REACHED ITS END OF TEST.  THEN CLOSE THE CSV EXTRACT    K6SGPT.1
044100* WITH ITS ENVELOPE TRAILER.                                      K6SGPT.1
044200*================================================================ K6SGPT.1
044300 7000-POST-RAW-DATA.                                              K6SGPT.1
044400     OPEN I-O RAW-DATA.                                           K6SGPT.1
044500     READ RAW-DATA INVALID KEY GO TO 7000-DONE.                   K6SGPT.1
044600     IF WS-END-OF-TEST-SEEN                                       K6SGPT.1
044700         MOVE "OK.     " TO C-ABORT.                              K6SGPT.1
044800     MOVE WS-PASS-COUNTER TO C-OK.                                K6SGPT.1
044900     MOVE WS-FAIL-COUNTER TO C-FAIL.                              K6SGPT.1
045000     MOVE WS-DELETE-COUNTER TO C-DELETED.                         K6SGPT.1
045100     MOVE WS-INSPECT-COUNTER TO C-INSPECT.                        K6SGPT.1
045200     MOVE ZERO TO C-XFAIL.                                        K6SGPT.1
045300     COMPUTE C-ALL = WS-PASS-COUNTER + WS-FAIL-COUNTER            K6SGPT.1
045400                   + WS-DELETE-COUNTER + WS-INSPECT-COUNTER.      K6SGPT.1
045500     MOVE C-ALL TO C-NO-OF-TESTS.                                 K6SGPT.1
045600     IF WS-FAIL-COUNTER > ZERO                                    K6SGPT.1
045700         MOVE "2" TO C-SEV-HIGH                                   K6SGPT.1
045800     ELSE                                                         K6SGPT.1
045900         MOVE SPACE TO C-SEV-HIGH.                                K6SGPT.1
046000     IF C-ALL > ZERO                                              K6SGPT.1
046100         COMPUTE C-MODULE-PCT ROUNDED =                           K6SGPT.1
046200             (WS-PASS-COUNTER / C-ALL) * 100                      K6SGPT.1
046300     ELSE                                                         K6SGPT.1
046400         MOVE ZERO TO C-MODULE-PCT.                               K6SGPT.1
046500     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        K6SGPT.1
046600     ACCEPT C-END-TIME FROM TIME.                                 K6SGPT.1
046700     REWRITE RAW-DATA-SATZ INVALID KEY GO TO 7000-DONE.           K6SGPT.1
046800     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           K6SGPT.1
046900         PERFORM 7500-SUPERSEDE-PRIORS THRU 7500-EXIT.            K6SGPT.1
047000 7000-DONE.                                                       K6SGPT.1
047100     CLOSE RAW-DATA.                                              K6SGPT.1
047200     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               K6SGPT.1
047300     MOVE WS-PASS-COUNTER TO CET-OK.                              K6SGPT.1
047400     MOVE WS-FAIL-COUNTER TO CET-FAIL.                            K6SGPT.1
047500     MOVE WS-DELETE-COUNTER TO CET-DELETED.                       K6SGPT.1
047600     MOVE WS-INSPECT-COUNTER TO CET-INSPECT.                      K6SGPT.1
047700     MOVE ZERO TO CET-XFAIL.                                      K6SGPT.1
047800     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         K6SGPT.1
047900     WRITE CSV-REC.                                               K6SGPT.1
048000     CLOSE CSV-FILE.                                              K6SGPT.1
048100 7000-EXIT.                                                       K6SGPT.1
048200     EXIT.                                                        K6SGPT.1
048300*================================================================ K6SGPT.1
048400* 7500-SUPERSEDE-PRIORS -- MARK THIS DAY'S EARLIER RUN RECORDS    K6SGPT.1
048500* SUPERSEDED BY THE RUN JUST POSTED (SEE K6RAWDS.CPY), SO THE     K6SGPT.1
048600* ROLLUP TOOLS COUNT ONLY THE EFFECTIVE RUN.                      K6SGPT.1
048700*================================================================ K6SGPT.1
048800 7500-SUPERSEDE-PRIORS.                                           K6SGPT.1
048900     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 K6SGPT.1
049000     MOVE ZERO TO WS-PRIOR-SEQ.                                   K6SGPT.1
049100 7500-NEXT-PRIOR.                                                 K6SGPT.1
049200     ADD 1 TO WS-PRIOR-SEQ.                                       K6SGPT.1
049300     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             K6SGPT.1
049400         MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ              K6SGPT.1
049500         GO TO 7500-EXIT.                                         K6SGPT.1
049600     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       K6SGPT.1
049700     READ RAW-DATA INVALID KEY GO TO 7500-NEXT-PRIOR.             K6SGPT.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
049900         GO TO 7500-NEXT-PRIOR.                                   K6SGPT.1
050000     MOVE "S" TO C-SUPERSEDED.                                    K6SGPT.1
050100     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  K6SGPT.1
050200     REWRITE RAW-DATA-SATZ INVALID KEY GO TO 7500-NEXT-PRIOR.     K6SGPT.1
050300     GO TO 7500-NEXT-PRIOR.                                       K6SGPT.1
050400 7500-EXIT.                                                       K6SGPT.1
050500     EXIT.                                                        K6SGPT.1
050600*================================================================ K6SGPT.1
050700* 8000-PRINT-TOTALS -- CLOSING COUNTS AND THE RETURN CODE.        K6SGPT.1
050800*================================================================ K6SGPT.1
050900 8000-PRINT-TOTALS.                                               K6SGPT.1
051000     IF WS-FAIL-COUNTER > ZERO                                    K6SGPT.1
051100         MOVE 8 TO WS-VERDICT-RC                                  K6SGPT.1
051200     ELSE                                                         K6SGPT.1
051300         IF WS-INSPECT-COUNTER > ZERO                             K6SGPT.1
051400                 OR WS-DELETE-COUNTER > ZERO                      K6SGPT.1
051500             MOVE 4 TO WS-VERDICT-RC.                             K6SGPT.1
051600     MOVE WS-PASS-COUNTER TO TOT-PASS.                            K6SGPT.1
051700     MOVE WS-FAIL-COUNTER TO TOT-FAIL.                            K6SGPT.1
051800     MOVE WS-DELETE-COUNTER TO TOT-DELETED.                       K6SGPT.1
051900     MOVE WS-INSPECT-COUNTER TO TOT-INSPECT.                      K6SGPT.1
052000     MOVE WS-VERDICT-RC TO TOT-RC.                                K6SGPT.1
052100     WRITE SR-PRINT-REC FROM TOT-LINE-1                           K6SGPT.1
052200         AFTER ADVANCING 2 LINES.                                 K6SGPT.1
052300     WRITE SR-PRINT-REC FROM TOT-LINE-2                           K6SGPT.1
052400         AFTER ADVANCING 1 LINES.                                 K6SGPT.1
052500 8000-EXIT.                                                       K6SGPT.1
052600     EXIT.                                                        K6SGPT.1
052700*================================================================ K6SGPT.1
052800* 8800-WRITE-RESULT -- ONE RESULT TO THE REPORT AND THE CSV       K6SGPT.1
052900* EXTRACT.                                                        K6SGPT.1
053000*================================================================ K6SGPT.1
053100 8800-WRITE-RESULT.                                               K6SGPT.1
053200     WRITE SR-PRINT-REC FROM SG-RESULT-LINE                       K6SGPT.1
053300         AFTER ADVANCING 1 LINES.                                 K6SGPT.1
053400     IF SCC-COMPUTED NOT = SPACE OR SCC-CORRECT NOT = SPACE       K6SGPT.1
053500         WRITE SR-PRINT-REC FROM SG-CC-LINE                       K6SGPT.1
053600             AFTER ADVANCING 1 LINES.                             K6SGPT.1
053700     MOVE SPACE TO CSV-BUILD-AREA.                                K6SGPT.1
053800     STRING '"' SRL-FEATURE       '","'                           K6SGPT.1
053900            SRL-P-OR-F            '","'                           K6SGPT.1
054000            SRL-PAR-NAME          '","'                           K6SGPT.1
054100            SCC-COMPUTED          '","'                           K6SGPT.1
054200            SCC-CORRECT           '","'                           K6SGPT.1
054300            SRL-RE-MARK           '","'                           K6SGPT.1
054400            CSV-ELAPSED-T         '","'                           K6SGPT.1
054500            CSV-ANSI-CLAUSE-T     '","'                           K6SGPT.1
054600            CSV-SEVERITY-T        '"'                             K6SGPT.1
054700         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   K6SGPT.1
054800     MOVE CSV-BUILD-AREA TO CSV-REC.                              K6SGPT.1
054900     WRITE CSV-REC.                                               K6SGPT.1
055000     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               K6SGPT.1
055100 8800-EXIT.                                                       K6SGPT.1
055200     EXIT.                                                        K6SGPT.1
055300*================================================================ K6SGPT.1
055400* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6SGPT.1
055500*================================================================ K6SGPT.1
055600 9999-TERMINATE.                                                  K6SGPT.1
055700     IF WS-VERDICT-RC NOT = 16                                    K6SGPT.1
055800         CLOSE PRINT-IN.                                          K6SGPT.1
055900     IF WS-VERDICT-RC = 16                                        K6SGPT.1
056000         MOVE WS-VERDICT-RC TO TOT-RC                             K6SGPT.1
056100         WRITE SR-PRINT-REC FROM TOT-LINE-2                       K6SGPT.1
056200             AFTER ADVANCING 1 LINES.                             K6SGPT.1
056300     CLOSE SGPT-RPT.                                              K6SGPT.1
056400     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SGPT.1
056500 9999-EXIT.                                                       K6SGPT.1
056600     EXIT.                                                        K6SGPT.1
