000100 IDENTIFICATION DIVISION.                                         K6CLDF.1
000200 PROGRAM-ID.                                                      K6CLDF.1
000300     K6CLDF.                                                      K6CLDF.1
000400*================================================================ K6CLDF.1
000500* K6CLDF -- CROSS-TARGET COMPILE DIAGNOSTIC DIFFERENCE REPORT.    K6CLDF.1
000600*================================================================ K6CLDF.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6CLDF.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6CLDF.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6CLDF.1
001000* DATE-COMPILED.                                                  K6CLDF.1
001100*                                                                 K6CLDF.1
001200* REMARKS.                                                        K6CLDF.1
001300*    COMPARES TWO TARGETS' COMPILES OF THE SUITE FROM THE         K6CLDF.1
001400*    COMPILE LEDGER K6CLDG KEEPS (SEE K6CLGR.CPY).  THE CONTROL   K6CLDF.1
001500*    CARD NAMES A BASE TARGET (THE CERTIFIED COMPILER) AND A      K6CLDF.1
001600*    CANDIDATE TARGET.  FOR EACH PROGRAM THE LATEST LEDGERED      K6CLDF.1
001700*    COMPILE ON EACH TARGET (HIGHEST COMPILE DATE, THEN SEQUENCE) K6CLDF.1
001800*    IS COMPARED AND THE REPORT LISTS --                          K6CLDF.1
001900*      - A RETURN CODE THAT CHANGED (NC105A AT RC 4 INSTEAD OF 0);K6CLDF.1
002000*      - EVERY MESSAGE ID AND STATEMENT NUMBER THE CANDIDATE      K6CLDF.1
002100*        ISSUED THAT THE BASE DID NOT (NEW), AND THE REVERSE      K6CLDF.1
002200*        (GONE);                                                  K6CLDF.1
002300*      - A PROGRAM COMPILED ON ONLY ONE OF THE TWO TARGETS.       K6CLDF.1
002400*    A HIGHER RETURN CODE, OR A NEW MESSAGE AT W OR ABOVE, IS A   K6CLDF.1
002500*    FINDING AND IS MARKED "**" -- THE KIND OF CHANGE TO CHASE    K6CLDF.1
002600*    BEFORE THE WINDOW RUNS, NOT AFTER.                           K6CLDF.1
002700*                                                                 K6CLDF.1
002800*    RETURN-CODE 0 NO DIFFERENCES, 4 DIFFERENCES BUT NO FINDING,  K6CLDF.1
002900*    8 ONE OR MORE FINDINGS, 16 CONTROL CARD MISSING.             K6CLDF.1
003000*                                                                 K6CLDF.1
003100* MODIFICATION HISTORY.                                           K6CLDF.1
003200*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6CLDF.1
003300*================================================================ K6CLDF.1
003400                                                                  K6CLDF.1
003500 ENVIRONMENT DIVISION.                                            K6CLDF.1
003600 CONFIGURATION SECTION.                                           K6CLDF.1
003700 SOURCE-COMPUTER.                                                 K6CLDF.1
003800     OUR-MAINFRAME.                                               K6CLDF.1
003900 OBJECT-COMPUTER.                                                 K6CLDF.1
004000     OUR-MAINFRAME.                                               K6CLDF.1
004100 INPUT-OUTPUT SECTION.                                            K6CLDF.1
004200 FILE-CONTROL.                                                    K6CLDF.1
004300     SELECT CLDF-CTL ASSIGN TO CLDFCTL                            K6CLDF.1
004400         ORGANIZATION IS SEQUENTIAL                               K6CLDF.1
004500         FILE STATUS IS WS-CTL-STATUS.                            K6CLDF.1
004600     SELECT COMPILE-LEDGER ASSIGN TO CLEDGER                      K6CLDF.1
004700         ORGANIZATION IS SEQUENTIAL.                              K6CLDF.1
004800     SELECT CLDF-RPT ASSIGN TO CLDFRPT                            K6CLDF.1
004900         ORGANIZATION IS SEQUENTIAL.                              K6CLDF.1
005000                                                                  K6CLDF.1
005100 DATA DIVISION.                                                   K6CLDF.1
005200 FILE SECTION.                                                    K6CLDF.1
005300 FD  CLDF-CTL                                                     K6CLDF.1
005400     LABEL RECORDS ARE STANDARD.                                  K6CLDF.1
005500 01  CF-CONTROL-CARD.                                             K6CLDF.1
005600     05  CF-BASE-TARGET       PIC X(8).                           K6CLDF.1
005700     05  FILLER               PIC X(1).                           K6CLDF.1
005800     05  CF-CAND-TARGET       PIC X(8).                           K6CLDF.1
005900     05  FILLER               PIC X(63).                          K6CLDF.1
006000 FD  COMPILE-LEDGER                                               K6CLDF.1
006100     LABEL RECORDS ARE STANDARD.                                  K6CLDF.1
006200     COPY K6CLGR.                                                 K6CLDF.1
006300 FD  CLDF-RPT                                                     K6CLDF.1
006400     LABEL RECORDS ARE STANDARD.                                  K6CLDF.1
006500 01  DF-PRINT-REC             PIC X(120).                         K6CLDF.1
006600                                                                  K6CLDF.1
006700 WORKING-STORAGE SECTION.                                         K6CLDF.1
006800* ----------------------------------------------------------      K6CLDF.1
006900* FILE STATUS, SWITCHES AND COUNTERS.                             K6CLDF.1
007000* ----------------------------------------------------------      K6CLDF.1
007100 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6CLDF.1
007200 77  WS-LDG-EOF-SW            PIC X      VALUE "N".               K6CLDF.1
007300     88  WS-LDG-EOF                      VALUE "Y".               K6CLDF.1
007400 77  WS-FOUND-SW              PIC X      VALUE "N".               K6CLDF.1
007500     88  WS-ENTRY-FOUND                  VALUE "Y".               K6CLDF.1
007600 77  WS-SIDE                  PIC X      VALUE SPACE.             K6CLDF.1
007700     88  WS-SIDE-BASE                    VALUE "B".               K6CLDF.1
007800     88  WS-SIDE-CAND                    VALUE "C".               K6CLDF.1
007900 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6CLDF.1
008000 77  WS-PGM-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CLDF.1
008100 77  WS-BASE-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CLDF.1
008200 77  WS-CAND-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CLDF.1
008300 77  WS-DIFF-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CLDF.1
008400 77  WS-FINDING-COUNT         PIC 9(4)   COMP VALUE ZERO.         K6CLDF.1
008500 77  WS-DROPPED               PIC 9(4)   COMP VALUE ZERO.         K6CLDF.1
008600* ----------------------------------------------------------      K6CLDF.1
008700* PER-PROGRAM LATEST COMPILE ON EACH TARGET.                      K6CLDF.1
008800* ----------------------------------------------------------      K6CLDF.1
008900 01  PROGRAM-TABLE.                                               K6CLDF.1
009000     05  PGM-ENTRY OCCURS 600 TIMES                               K6CLDF.1
009100                   INDEXED BY PGM-IDX.                            K6CLDF.1
009200         10  PT-PGM-ID            PIC X(6).                       K6CLDF.1
009300         10  PT-BASE-DATE         PIC 9(8).                       K6CLDF.1
009400         10  PT-BASE-SEQ          PIC 99.                         K6CLDF.1
009500         10  PT-BASE-RC           PIC 99.                         K6CLDF.1
009600         10  PT-CAND-DATE         PIC 9(8).                       K6CLDF.1
009700         10  PT-CAND-SEQ          PIC 99.                         K6CLDF.1
009800         10  PT-CAND-RC           PIC 99.                         K6CLDF.1
009900* ----------------------------------------------------------      K6CLDF.1
010000* MESSAGES OF THE LATEST COMPILE, ONE TABLE PER TARGET.           K6CLDF.1
010100* XX-MATCHED IS "Y" ONCE THE OTHER SIDE HAS THE SAME MESSAGE.     K6CLDF.1
010200* ----------------------------------------------------------      K6CLDF.1
010300 01  BASE-MSG-TABLE.                                              K6CLDF.1
010400     05  BASE-ENTRY OCCURS 3000 TIMES                             K6CLDF.1
010500                    INDEXED BY BM-IDX.                            K6CLDF.1
010600         10  BM-PGM-ID            PIC X(6).                       K6CLDF.1
010700         10  BM-MSG-ID            PIC X(11).                      K6CLDF.1
010800         10  BM-MSG-SEV           PIC X(1).                       K6CLDF.1
010900         10  BM-STMT-SEQ          PIC X(6).                       K6CLDF.1
011000         10  BM-MSG-TEXT          PIC X(60).                      K6CLDF.1
011100         10  BM-MATCHED           PIC X(1).                       K6CLDF.1
011200 01  CAND-MSG-TABLE.                                              K6CLDF.1
011300     05  CAND-ENTRY OCCURS 3000 TIMES                             K6CLDF.1
011400                    INDEXED BY CM-IDX.                            K6CLDF.1
011500         10  CM-PGM-ID            PIC X(6).                       K6CLDF.1
011600         10  CM-MSG-ID            PIC X(11).                      K6CLDF.1
011700         10  CM-MSG-SEV           PIC X(1).                       K6CLDF.1
011800         10  CM-STMT-SEQ          PIC X(6).                       K6CLDF.1
011900         10  CM-MSG-TEXT          PIC X(60).                      K6CLDF.1
012000         10  CM-MATCHED           PIC X(1).                       K6CLDF.1
012100* ----------------------------------------------------------      K6CLDF.1
012200* REPORT LINES.                                                   K6CLDF.1
012300* ----------------------------------------------------------      K6CLDF.1
012400 01  HDR-LINE-1.                                                  K6CLDF.1
012500     05  FILLER   PIC X(40) VALUE                                 K6CLDF.1
012600         "COMPILE DIAGNOSTIC DIFFERENCES -- BASE  ".              K6CLDF.1
012700     05  HDR-BASE             PIC X(8).                           K6CLDF.1
012800     05  FILLER   PIC X(13) VALUE "  CANDIDATE  ".                K6CLDF.1
012900     05  HDR-CAND             PIC X(8).                           K6CLDF.1
013000     05  FILLER   PIC X(51) VALUE SPACE.                          K6CLDF.1
013100 01  HDR-LINE-2.                                                  K6CLDF.1
013200     05  FILLER   PIC X(30) VALUE                                 K6CLDF.1
013300         "   PGM-ID CHANGE    MSG-ID    ".                        K6CLDF.1
013400     05  FILLER   PIC X(30) VALUE                                 K6CLDF.1
013500         " STMT   DETAIL                ".                        K6CLDF.1
013600     05  FILLER   PIC X(60) VALUE SPACE.                          K6CLDF.1
013700 01  DIFF-LINE.                                                   K6CLDF.1
013800     05  DL-FLAG              PIC X(2).                           K6CLDF.1
013900     05  FILLER               PIC X(1)   VALUE SPACE.             K6CLDF.1
014000     05  DL-PGM-ID            PIC X(6).                           K6CLDF.1
014100     05  FILLER               PIC X(1)   VALUE SPACE.             K6CLDF.1
014200     05  DL-CHANGE            PIC X(9).                           K6CLDF.1
014300     05  FILLER               PIC X(1)   VALUE SPACE.             K6CLDF.1
014400     05  DL-MSG-ID            PIC X(11).                          K6CLDF.1
014500     05  FILLER               PIC X(1)   VALUE SPACE.             K6CLDF.1
014600     05  DL-STMT-SEQ          PIC X(6).                           K6CLDF.1
014700     05  FILLER               PIC X(1)   VALUE SPACE.             K6CLDF.1
014800     05  DL-DETAIL            PIC X(60).                          K6CLDF.1
014900     05  FILLER               PIC X(21)  VALUE SPACE.             K6CLDF.1
015000 01  RC-DETAIL.                                                   K6CLDF.1
015100     05  FILLER               PIC X(3)   VALUE "RC ".             K6CLDF.1
015200     05  RD-BASE-RC           PIC Z9.                             K6CLDF.1
015300     05  FILLER               PIC X(4)   VALUE " -> ".            K6CLDF.1
015400     05  RD-CAND-RC           PIC Z9.                             K6CLDF.1
015500     05  FILLER               PIC X(49)  VALUE SPACE.             K6CLDF.1
015600 01  TOT-LINE-1.                                                  K6CLDF.1
015700     05  FILLER   PIC X(22) VALUE "PROGRAMS COMPARED     ".       K6CLDF.1
015800     05  TOT-PGMS             PIC ZZZ9.                           K6CLDF.1
015900     05  FILLER   PIC X(22) VALUE "   DIFFERENCES        ".       K6CLDF.1
016000     05  TOT-DIFFS            PIC ZZZ9.                           K6CLDF.1
016100     05  FILLER   PIC X(22) VALUE "   FINDINGS (**)      ".       K6CLDF.1
016200     05  TOT-FINDINGS         PIC ZZZ9.                           K6CLDF.1
016300     05  FILLER   PIC X(42) VALUE SPACE.                          K6CLDF.1
016400 01  TOT-LINE-2.                                                  K6CLDF.1
016500     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6CLDF.1
016600     05  TOT-RC               PIC Z9.                             K6CLDF.1
016700     05  FILLER   PIC X(102) VALUE SPACE.                         K6CLDF.1
016800                                                                  K6CLDF.1
016900 PROCEDURE DIVISION.                                              K6CLDF.1
017000*================================================================ K6CLDF.1
017100* 0000-MAINLINE -- FIND EACH PROGRAM'S LATEST COMPILE ON BOTH     K6CLDF.1
017200* TARGETS, LOAD THEIR MESSAGES, AND REPORT THE DIFFERENCES.       K6CLDF.1
017300*================================================================ K6CLDF.1
017400 0000-MAINLINE.                                                   K6CLDF.1
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6CLDF.1
017600     IF WS-VERDICT-RC = 16                                        K6CLDF.1
017700         GO TO 0000-FINISH.                                       K6CLDF.1
017800     PERFORM 2000-FIND-LATEST THRU 2000-EXIT.                     K6CLDF.1
017900     PERFORM 3000-LOAD-MESSAGES THRU 3000-EXIT.                   K6CLDF.1
018000     PERFORM 4000-COMPARE THRU 4000-EXIT.                         K6CLDF.1
018100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.                    K6CLDF.1
018200 0000-FINISH.                                                     K6CLDF.1
018300     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6CLDF.1
018400     STOP RUN.                                                    K6CLDF.1
018500*================================================================ K6CLDF.1
018600* 1000-INITIALIZE -- READ THE CONTROL CARD AND CLEAR THE TABLES.  K6CLDF.1
018700*================================================================ K6CLDF.1
018800 1000-INITIALIZE.                                                 K6CLDF.1
018900     OPEN OUTPUT CLDF-RPT.                                        K6CLDF.1
019000     OPEN INPUT CLDF-CTL.                                         K6CLDF.1
019100     IF WS-CTL-STATUS NOT = "00"                                  K6CLDF.1
019200         DISPLAY "K6CLDF: CLDFCTL OPEN FAILED, STATUS "           K6CLDF.1
019300             WS-CTL-STATUS                                        K6CLDF.1
019400         MOVE 16 TO WS-VERDICT-RC                                 K6CLDF.1
019500         GO TO 1000-EXIT.                                         K6CLDF.1
019600     READ CLDF-CTL                                                K6CLDF.1
019700         AT END MOVE SPACE TO CF-CONTROL-CARD.                    K6CLDF.1
019800     CLOSE CLDF-CTL.                                              K6CLDF.1
019900     IF CF-BASE-TARGET = SPACE OR CF-CAND-TARGET = SPACE          K6CLDF.1
020000         DISPLAY "K6CLDF: CONTROL CARD MUST NAME BOTH TARGETS"    K6CLDF.1
020100         MOVE 16 TO WS-VERDICT-RC                                 K6CLDF.1
020200         GO TO 1000-EXIT.                                         K6CLDF.1
020300     MOVE SPACE TO BASE-MSG-TABLE CAND-MSG-TABLE.                 K6CLDF.1
020400     MOVE CF-BASE-TARGET TO HDR-BASE.                             K6CLDF.1
020500     MOVE CF-CAND-TARGET TO HDR-CAND.                             K6CLDF.1
020600     WRITE DF-PRINT-REC FROM HDR-LINE-1                           K6CLDF.1
020700         AFTER ADVANCING PAGE.                                    K6CLDF.1
020800     WRITE DF-PRINT-REC FROM HDR-LINE-2                           K6CLDF.1
020900         AFTER ADVANCING 2 LINES.                                 K6CLDF.1
021000 1000-EXIT.                                                       K6CLDF.1
021100     EXIT.                                                        K6CLDF.1
021200*================================================================ K6CLDF.1
021300* 2000-FIND-LATEST -- FIRST PASS OVER THE LEDGER: THE LATEST      K6CLDF.1
021400* COMPILE HEADER PER PROGRAM ON EACH OF THE TWO TARGETS.          K6CLDF.1
021500*================================================================ K6CLDF.1
021600 2000-FIND-LATEST.                                                K6CLDF.1
021700     OPEN INPUT COMPILE-LEDGER.                                   K6CLDF.1
021800     MOVE "N" TO WS-LDG-EOF-SW.                                   K6CLDF.1
021900 2000-READ.                                                       K6CLDF.1
022000     READ COMPILE-LEDGER                                          K6CLDF.1
022100         AT END GO TO 2000-CLOSE.                                 K6CLDF.1
022200     IF NOT CLG-HEADER                                            K6CLDF.1
022300         GO TO 2000-READ.                                         K6CLDF.1
022400     PERFORM 2500-SET-SIDE THRU 2500-EXIT.                        K6CLDF.1
022500     IF WS-SIDE = SPACE                                           K6CLDF.1
022600         GO TO 2000-READ.                                         K6CLDF.1
022700     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.                    K6CLDF.1
022800     IF NOT WS-ENTRY-FOUND                                        K6CLDF.1
022900         GO TO 2000-READ.                                         K6CLDF.1
023000     IF WS-SIDE-BASE                                              K6CLDF.1
023100         IF CLG-COMPILE-DATE > PT-BASE-DATE (PGM-IDX)             K6CLDF.1
023200                 OR (CLG-COMPILE-DATE = PT-BASE-DATE (PGM-IDX)    K6CLDF.1
023300                 AND CLG-COMPILE-SEQ > PT-BASE-SEQ (PGM-IDX))     K6CLDF.1
023400             MOVE CLG-COMPILE-DATE TO PT-BASE-DATE (PGM-IDX)      K6CLDF.1
023500             MOVE CLG-COMPILE-SEQ TO PT-BASE-SEQ (PGM-IDX)        K6CLDF.1
023600             MOVE CLG-RETURN-CODE TO PT-BASE-RC (PGM-IDX).        K6CLDF.1
023700     IF WS-SIDE-CAND                                              K6CLDF.1
023800         IF CLG-COMPILE-DATE > PT-CAND-DATE (PGM-IDX)             K6CLDF.1
023900                 OR (CLG-COMPILE-DATE = PT-CAND-DATE (PGM-IDX)    K6CLDF.1
024000                 AND CLG-COMPILE-SEQ > PT-CAND-SEQ (PGM-IDX))     K6CLDF.1
024100             MOVE CLG-COMPILE-DATE TO PT-CAND-DATE (PGM-IDX)      K6CLDF.1
024200             MOVE CLG-COMPILE-SEQ TO PT-CAND-SEQ (PGM-IDX)        K6CLDF.1
024300             MOVE CLG-RETURN-CODE TO PT-CAND-RC (PGM-IDX).        K6CLDF.1
024400     GO TO 2000-READ.                                             K6CLDF.1
024500 2000-CLOSE.                                                      K6CLDF.1
024600     CLOSE COMPILE-LEDGER.                                        K6CLDF.1
024700 2000-EXIT.                                                       K6CLDF.1
024800     EXIT.                                                        K6CLDF.1
024900*================================================================ K6CLDF.1
025000* 2500-SET-SIDE -- WHICH OF THE TWO TARGETS, IF EITHER, THE       K6CLDF.1
025100* CURRENT LEDGER RECORD BELONGS TO.                               K6CLDF.1
025200*================================================================ K6CLDF.1
025300 2500-SET-SIDE.                                                   K6CLDF.1
025400     MOVE SPACE TO WS-SIDE.                                       K6CLDF.1
025500     IF CLG-TARGET-ID = CF-BASE-TARGET                            K6CLDF.1
025600         MOVE "B" TO WS-SIDE.                                     K6CLDF.1
025700     IF CLG-TARGET-ID = CF-CAND-TARGET                            K6CLDF.1
025800         MOVE "C" TO WS-SIDE.                                     K6CLDF.1
025900 2500-EXIT.                                                       K6CLDF.1
026000     EXIT.                                                        K6CLDF.1
026100*================================================================ K6CLDF.1
026200* 2600-FIND-PROGRAM -- LOCATE CLG-PGM-ID IN THE PROGRAM TABLE,    K6CLDF.1
026300* ADDING IT AT THE NEXT FREE SLOT WHEN IT IS NOT THERE YET.       K6CLDF.1
026400*================================================================ K6CLDF.1
026500 2600-FIND-PROGRAM.                                               K6CLDF.1
026600     MOVE "Y" TO WS-FOUND-SW.                                     K6CLDF.1
026700     SET PGM-IDX TO 1.                                            K6CLDF.1
026800 2600-SEARCH.                                                     K6CLDF.1
026900     IF PGM-IDX > WS-PGM-COUNT                                    K6CLDF.1
027000         GO TO 2600-ADD.                                          K6CLDF.1
027100     IF PT-PGM-ID (PGM-IDX) = CLG-PGM-ID                          K6CLDF.1
027200         GO TO 2600-EXIT.                                         K6CLDF.1
027300     SET PGM-IDX UP BY 1.                                         K6CLDF.1
027400     GO TO 2600-SEARCH.                                           K6CLDF.1
027500 2600-ADD.                                                        K6CLDF.1
027600     IF WS-PGM-COUNT NOT < 600                                    K6CLDF.1
027700         MOVE "N" TO WS-FOUND-SW                                  K6CLDF.1
027800         ADD 1 TO WS-DROPPED                                      K6CLDF.1
027900         GO TO 2600-EXIT.                                         K6CLDF.1
028000     ADD 1 TO WS-PGM-COUNT.                                       K6CLDF.1
028100     SET PGM-IDX TO WS-PGM-COUNT.                                 K6CLDF.1
028200     MOVE CLG-PGM-ID TO PT-PGM-ID (PGM-IDX).                      K6CLDF.1
028300     MOVE ZERO TO PT-BASE-DATE (PGM-IDX) PT-BASE-SEQ (PGM-IDX)    K6CLDF.1
028400                  PT-BASE-RC (PGM-IDX) PT-CAND-DATE (PGM-IDX)     K6CLDF.1
028500                  PT-CAND-SEQ (PGM-IDX) PT-CAND-RC (PGM-IDX).     K6CLDF.1
028600 2600-EXIT.                                                       K6CLDF.1
028700     EXIT.                                                        K6CLDF.1
028800*================================================================ K6CLDF.1
028900* 3000-LOAD-MESSAGES -- SECOND PASS: KEEP THE MESSAGE RECORDS     K6CLDF.1
029000* OF EACH PROGRAM'S LATEST COMPILE ON EACH TARGET.                K6CLDF.1
029100*================================================================ K6CLDF.1
029200 3000-LOAD-MESSAGES.                                              K6CLDF.1
029300     OPEN INPUT COMPILE-LEDGER.                                   K6CLDF.1
029400 3000-READ.                                                       K6CLDF.1
029500     READ COMPILE-LEDGER                                          K6CLDF.1
029600         AT END GO TO 3000-CLOSE.                                 K6CLDF.1
029700     IF NOT CLG-MESSAGE                                           K6CLDF.1
029800         GO TO 3000-READ.                                         K6CLDF.1
029900     PERFORM 2500-SET-SIDE THRU 2500-EXIT.                        K6CLDF.1
030000     IF WS-SIDE = SPACE                                           K6CLDF.1
030100         GO TO 3000-READ.                                         K6CLDF.1
030200     PERFORM 2600-FIND-PROGRAM THRU 2600-EXIT.                    K6CLDF.1
030300     IF NOT WS-ENTRY-FOUND                                        K6CLDF.1
030400         GO TO 3000-READ.                                         K6CLDF.1
030500     IF WS-SIDE-BASE                                              K6CLDF.1
030600             AND CLG-COMPILE-DATE = PT-BASE-DATE (PGM-IDX)        K6CLDF.1
030700             AND CLG-COMPILE-SEQ = PT-BASE-SEQ (PGM-IDX)          K6CLDF.1
030800         PERFORM 3100-ADD-BASE THRU 3100-EXIT.                    K6CLDF.1
030900     IF WS-SIDE-CAND                                              K6CLDF.1
031000             AND CLG-COMPILE-DATE = PT-CAND-DATE (PGM-IDX)        K6CLDF.1
031100             AND CLG-COMPILE-SEQ = PT-CAND-SEQ (PGM-IDX)          K6CLDF.1
031200         PERFORM 3200-ADD-CAND THRU 3200-EXIT.                    K6CLDF.1
031300     GO TO 3000-READ.                                             K6CLDF.1
031400 3000-CLOSE.                                                      K6CLDF.1
031500     CLOSE COMPILE-LEDGER.                                        K6CLDF.1
031600 3000-EXIT.                                                       K6CLDF.1
031700     EXIT.                                                        K6CLDF.1
031800 3100-ADD-BASE.                                                   K6CLDF.1
031900     IF WS-BASE-COUNT NOT < 3000                                  K6CLDF.1
032000         ADD 1 TO WS-DROPPED                                      K6CLDF.1
032100         GO TO 3100-EXIT.                                         K6CLDF.1
032200     ADD 1 TO WS-BASE-COUNT.                                      K6CLDF.1
032300     SET BM-IDX TO WS-BASE-COUNT.                                 K6CLDF.1
032400     MOVE CLG-PGM-ID TO BM-PGM-ID (BM-IDX).                       K6CLDF.1
032500     MOVE CLG-MSG-ID TO BM-MSG-ID (BM-IDX).                       K6CLDF.1
032600     MOVE CLG-MSG-SEV TO BM-MSG-SEV (BM-IDX).                     K6CLDF.1
032700     MOVE CLG-STMT-SEQ TO BM-STMT-SEQ (BM-IDX).                   K6CLDF.1
032800     MOVE CLG-MSG-TEXT TO BM-MSG-TEXT (BM-IDX).                   K6CLDF.1
032900     MOVE "N" TO BM-MATCHED (BM-IDX).                             K6CLDF.1
033000 3100-EXIT.                                                       K6CLDF.1
033100     EXIT.                                                        K6CLDF.1
033200 3200-ADD-CAND.                                                   K6CLDF.1
033300     IF WS-CAND-COUNT NOT < 3000                                  K6CLDF.1
033400         ADD 1 TO WS-DROPPED                                      K6CLDF.1
033500         GO TO 3200-EXIT.                                         K6CLDF.1
033600     ADD 1 TO WS-CAND-COUNT.                                      K6CLDF.1
033700     SET CM-IDX TO WS-CAND-COUNT.                                 K6CLDF.1
033800     MOVE CLG-PGM-ID TO CM-PGM-ID (CM-IDX).                       K6CLDF.1
033900     MOVE CLG-MSG-ID TO CM-MSG-ID (CM-IDX).                       K6CLDF.1
034000     MOVE CLG-MSG-SEV TO CM-MSG-SEV (CM-IDX).                     K6CLDF.1
034100     MOVE CLG-STMT-SEQ TO CM-STMT-SEQ (CM-IDX).                   K6CLDF.1
034200     MOVE CLG-MSG-TEXT TO CM-MSG-TEXT (CM-IDX).                   K6CLDF.1
034300     MOVE "N" TO CM-MATCHED (CM-IDX).                             K6CLDF.1
034400 3200-EXIT.                                                       K6CLDF.1
034500     EXIT.                                                        K6CLDF.1
034600*================================================================ K6CLDF.1
034700* 4000-COMPARE -- PER PROGRAM: COMPILED ON BOTH TARGETS?  SAME    K6CLDF.1
034800* RETURN CODE?  THEN EVERY CANDIDATE MESSAGE THE BASE LACKS,      K6CLDF.1
034900* AND EVERY BASE MESSAGE THE CANDIDATE LACKS.                     K6CLDF.1
035000*================================================================ K6CLDF.1
035100 4000-COMPARE.                                                    K6CLDF.1
035200     SET PGM-IDX TO 1.                                            K6CLDF.1
035300 4000-NEXT-PGM.                                                   K6CLDF.1
035400     IF PGM-IDX > WS-PGM-COUNT                                    K6CLDF.1
035500         GO TO 4000-EXIT.                                         K6CLDF.1
035600     MOVE SPACE TO DIFF-LINE.                                     K6CLDF.1
035700     MOVE PT-PGM-ID (PGM-IDX) TO DL-PGM-ID.                       K6CLDF.1
035800     IF PT-BASE-DATE (PGM-IDX) = ZERO                             K6CLDF.1
035900         MOVE "ONLY CAND" TO DL-CHANGE                            K6CLDF.1
036000         MOVE "NOT COMPILED ON THE BASE TARGET" TO DL-DETAIL      K6CLDF.1
036100         PERFORM 4800-WRITE-DIFF THRU 4800-EXIT                   K6CLDF.1
036200         GO TO 4000-BUMP.                                         K6CLDF.1
036300     IF PT-CAND-DATE (PGM-IDX) = ZERO                             K6CLDF.1
036400         MOVE "ONLY BASE" TO DL-CHANGE                            K6CLDF.1
036500         MOVE "NOT COMPILED ON THE CANDIDATE TARGET" TO DL-DETAIL K6CLDF.1
036600         PERFORM 4800-WRITE-DIFF THRU 4800-EXIT                   K6CLDF.1
036700         GO TO 4000-BUMP.                                         K6CLDF.1
036800     IF PT-CAND-RC (PGM-IDX) NOT = PT-BASE-RC (PGM-IDX)           K6CLDF.1
036900         MOVE "RC" TO DL-CHANGE                                   K6CLDF.1
037000         MOVE PT-BASE-RC (PGM-IDX) TO RD-BASE-RC                  K6CLDF.1
037100         MOVE PT-CAND-RC (PGM-IDX) TO RD-CAND-RC                  K6CLDF.1
037200         MOVE RC-DETAIL TO DL-DETAIL                              K6CLDF.1
037300         IF PT-CAND-RC (PGM-IDX) > PT-BASE-RC (PGM-IDX)           K6CLDF.1
037400             MOVE "**" TO DL-FLAG.                                K6CLDF.1
037500     IF DL-CHANGE NOT = SPACE                                     K6CLDF.1
037600         PERFORM 4800-WRITE-DIFF THRU 4800-EXIT.                  K6CLDF.1
037700     PERFORM 4200-NEW-MESSAGES THRU 4200-EXIT.                    K6CLDF.1
037800     PERFORM 4400-GONE-MESSAGES THRU 4400-EXIT.                   K6CLDF.1
037900 4000-BUMP.                                                       K6CLDF.1
038000     SET PGM-IDX UP BY 1.                                         K6CLDF.1
038100     GO TO 4000-NEXT-PGM.                                         K6CLDF.1
038200 4000-EXIT.                                                       K6CLDF.1
038300     EXIT.                                                        K6CLDF.1
038400*================================================================ K6CLDF.1
038500* 4200-NEW-MESSAGES -- CANDIDATE MESSAGES FOR THIS PROGRAM WITH   K6CLDF.1
038600* NO BASE MESSAGE OF THE SAME ID ON THE SAME STATEMENT.           K6CLDF.1
038700*================================================================ K6CLDF.1
038800 4200-NEW-MESSAGES.                                               K6CLDF.1
038900     SET CM-IDX TO 1.                                             K6CLDF.1
039000 4200-NEXT-CAND.                                                  K6CLDF.1
039100     IF CM-IDX > WS-CAND-COUNT                                    K6CLDF.1
039200         GO TO 4200-EXIT.                                         K6CLDF.1
039300     IF CM-PGM-ID (CM-IDX) NOT = PT-PGM-ID (PGM-IDX)              K6CLDF.1
039400         GO TO 4200-BUMP.                                         K6CLDF.1
039500     SET BM-IDX TO 1.                                             K6CLDF.1
039600 4200-SEARCH-BASE.                                                K6CLDF.1
039700     IF BM-IDX > WS-BASE-COUNT                                    K6CLDF.1
039800         GO TO 4200-REPORT-NEW.                                   K6CLDF.1
039900     IF BM-PGM-ID (BM-IDX) = CM-PGM-ID (CM-IDX)                   K6CLDF.1
040000             AND BM-MSG-ID (BM-IDX) = CM-MSG-ID (CM-IDX)          K6CLDF.1
040100             AND BM-STMT-SEQ (BM-IDX) = CM-STMT-SEQ (CM-IDX)      K6CLDF.1
040200             AND BM-MATCHED (BM-IDX) = "N"                        K6CLDF.1
040300         MOVE "Y" TO BM-MATCHED (BM-IDX) CM-MATCHED (CM-IDX)      K6CLDF.1
040400         GO TO 4200-BUMP.                                         K6CLDF.1
040500     SET BM-IDX UP BY 1.                                          K6CLDF.1
040600     GO TO 4200-SEARCH-BASE.                                      K6CLDF.1
040700 4200-REPORT-NEW.                                                 K6CLDF.1
040800     MOVE SPACE TO DIFF-LINE.                                     K6CLDF.1
040900     MOVE CM-PGM-ID (CM-IDX) TO DL-PGM-ID.                        K6CLDF.1
041000     MOVE "NEW" TO DL-CHANGE.                                     K6CLDF.1
041100     MOVE CM-MSG-ID (CM-IDX) TO DL-MSG-ID.                        K6CLDF.1
041200     MOVE CM-STMT-SEQ (CM-IDX) TO DL-STMT-SEQ.                    K6CLDF.1
041300     MOVE CM-MSG-TEXT (CM-IDX) TO DL-DETAIL.                      K6CLDF.1
041400     IF CM-MSG-SEV (CM-IDX) NOT = "I"                             K6CLDF.1
041500         MOVE "**" TO DL-FLAG.                                    K6CLDF.1
041600     PERFORM 4800-WRITE-DIFF THRU 4800-EXIT.                      K6CLDF.1
041700 4200-BUMP.                                                       K6CLDF.1
041800     SET CM-IDX UP BY 1.                                          K6CLDF.1
041900     GO TO 4200-NEXT-CAND.                                        K6CLDF.1
042000 4200-EXIT.                                                       K6CLDF.1
042100     EXIT.                                                        K6CLDF.1
042200*================================================================ K6CLDF.1
042300* 4400-GONE-MESSAGES -- BASE MESSAGES FOR THIS PROGRAM THE        K6CLDF.1
042400* CANDIDATE NO LONGER ISSUES.  NEVER A FINDING BY ITSELF.         K6CLDF.1
042500*================================================================ K6CLDF.1
042600 4400-GONE-MESSAGES.                                              K6CLDF.1
042700     SET BM-IDX TO 1.                                             K6CLDF.1
042800 4400-NEXT-BASE.                                                  K6CLDF.1
042900     IF BM-IDX > WS-BASE-COUNT                                    K6CLDF.1
043000         GO TO 4400-EXIT.                                         K6CLDF.1
043100     IF BM-PGM-ID (BM-IDX) NOT = PT-PGM-ID (PGM-IDX)              K6CLDF.1
043200             OR BM-MATCHED (BM-IDX) = "Y"                         K6CLDF.1
043300         GO TO 4400-BUMP.                                         K6CLDF.1
043400     MOVE SPACE TO DIFF-LINE.                                     K6CLDF.1
043500     MOVE BM-PGM-ID (BM-IDX) TO DL-PGM-ID.                        K6CLDF.1
043600     MOVE "GONE" TO DL-CHANGE.                                    K6CLDF.1
043700     MOVE BM-MSG-ID (BM-IDX) TO DL-MSG-ID.                        K6CLDF.1
043800     MOVE BM-STMT-SEQ (BM-IDX) TO DL-STMT-SEQ.                    K6CLDF.1
043900     MOVE BM-MSG-TEXT (BM-IDX) TO DL-DETAIL.                      K6CLDF.1
044000     PERFORM 4800-WRITE-DIFF THRU 4800-EXIT.                      K6CLDF.1
044100 4400-BUMP.                                                       K6CLDF.1
044200     SET BM-IDX UP BY 1.                                          K6CLDF.1
044300     GO TO 4400-NEXT-BASE.                                        K6CLDF.1
044400 4400-EXIT.                                                       K6CLDF.1
044500     EXIT.                                                        K6CLDF.1
044600*================================================================ K6CLDF.1
044700* 4800-WRITE-DIFF -- ONE DIFFERENCE LINE, COUNTED.                K6CLDF.1
044800*================================================================ K6CLDF.1
044900 4800-WRITE-DIFF.                                                 K6CLDF.1
045000     ADD 1 TO WS-DIFF-COUNT.                                      K6CLDF.1
045100     IF DL-FLAG = "**"                                            K6CLDF.1
045200         ADD 1 TO WS-FINDING-COUNT.                               K6CLDF.1
045300     WRITE DF-PRINT-REC FROM DIFF-LINE                            K6CLDF.1
045400         AFTER ADVANCING 1 LINES.                                 K6CLDF.1
045500 4800-EXIT.                                                       K6CLDF.1
045600     EXIT.                                                        K6CLDF.1
045700*================================================================ K6CLDF.1
045800* 8000-PRINT-TOTALS -- CLOSING COUNTS AND THE RETURN CODE.        K6CLDF.1
045900*================================================================ K6CLDF.1
046000 8000-PRINT-TOTALS.                                               K6CLDF.1
046100     IF WS-FINDING-COUNT > ZERO                                   K6CLDF.1
046200         MOVE 8 TO WS-VERDICT-RC                                  K6CLDF.1
046300     ELSE                                                         K6CLDF.1
046400         IF WS-DIFF-COUNT > ZERO                                  K6CLDF.1
046500             MOVE 4 TO WS-VERDICT-RC.                             K6CLDF.1
046600     IF WS-DROPPED > ZERO                                         K6CLDF.1
046700         DISPLAY "K6CLDF: TABLE FULL, " WS-DROPPED                K6CLDF.1
046800             " LEDGER RECORDS NOT COMPARED".                      K6CLDF.1
046900     MOVE WS-PGM-COUNT TO TOT-PGMS.                               K6CLDF.1
047000     MOVE WS-DIFF-COUNT TO TOT-DIFFS.                             K6CLDF.1
047100     MOVE WS-FINDING-COUNT TO TOT-FINDINGS.                       K6CLDF.1
047200     MOVE WS-VERDICT-RC TO TOT-RC.                                K6CLDF.1
047300     WRITE DF-PRINT-REC FROM TOT-LINE-1                           K6CLDF.1
047400         AFTER ADVANCING 2 LINES.                                 K6CLDF.1
047500     WRITE DF-PRINT-REC FROM TOT-LINE-2                           K6CLDF.1
047600         AFTER ADVANCING 1 LINES.                                 K6CLDF.1
047700 8000-EXIT.                                                       K6CLDF.1
047800     EXIT.                                                        K6CLDF.1
047900*================================================================ K6CLDF.1
048000* 9999-TERMINATE -- CLOSE THE REPORT AND SET THE RETURN CODE.     K6CLDF.1
048100*================================================================ K6CLDF.1
048200 9999-TERMINATE.                                                  K6CLDF.1
048300     CLOSE CLDF-RPT.                                              K6CLDF.1
048400     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6CLDF.1
048500 9999-EXIT.                                                       K6CLDF.1
048600     EXIT.                                                        K6CLDF.1
