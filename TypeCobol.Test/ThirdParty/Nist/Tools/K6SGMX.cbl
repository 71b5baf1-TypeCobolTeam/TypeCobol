000100 IDENTIFICATION DIVISION.                                         K6SGMX.1
000200 PROGRAM-ID.                                                      K6SGMX.1
000300     K6SGMX.                                                      K6SGMX.1
000400*================================================================ K6SGMX.1
000500* K6SGMX -- SEGMENT-LIMIT SWEEP MATRIX, PAR-NAME BY LIMIT.        K6SGMX.1
000600*================================================================ K6SGMX.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SGMX.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SGMX.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6SGMX.1
001000* DATE-COMPILED.                                                  K6SGMX.1
001100*                                                                 K6SGMX.1
001200* REMARKS.                                                        K6SGMX.1
001300*    READS THE SWEEP CSV THE K6SGSW LEGS APPEND TO (CSVIN, ONE    K6SGMX.1
001400*    K6CSVE SEGMENT PER PROGRAM PER LIMIT, CEH-SEG-LIMIT IN EACH  K6SGMX.1
001500*    HEADER) AND PRINTS ONE LINE PER PROGRAM AND PAR-NAME WITH    K6SGMX.1
001600*    ITS VERDICT AT EVERY LIMIT SWEPT, LIMITS IN ASCENDING ORDER  K6SGMX.1
001700*    ACROSS THE PAGE.  A LINE WHOSE VERDICT IS NOT THE SAME AT    K6SGMX.1
001800*    EVERY LIMIT IS MARKED "<< CHANGES" -- THESE ARE THE          K6SGMX.1
001900*    ALTER / PERFORM-INTO-OVERLAYABLE-SEGMENT TESTS THE COMPILER  K6SGMX.1
002000*    HANDLES AT ONE LIMIT AND NOT ANOTHER.  A "-" CELL MEANS THE  K6SGMX.1
002100*    PARAGRAPH PRINTED NO RESULT AT THAT LIMIT (THE PROGRAM DID   K6SGMX.1
002200*    NOT GET THAT FAR, SEE THE END-OF-TEST ROW K6SGPT ADDS) AND   K6SGMX.1
002300*    COUNTS AS A CHANGE.                                          K6SGMX.1
002400*    WHEN THE SAME PROGRAM AND LIMIT APPEAR IN MORE THAN ONE      K6SGMX.1
002500*    SEGMENT (A LEG RERUN) THE LATER SEGMENT'S VERDICTS STAND.    K6SGMX.1
002600*    SEGMENTS WITHOUT A SEGMENT-LIMIT TAG ARE ORDINARY RUNS AND   K6SGMX.1
002700*    ARE SKIPPED.  THE ENVELOPE IS VALIDATED AS IN K6GOLD.        K6SGMX.1
002800*                                                                 K6SGMX.1
002900*    RETURN-CODE 0 NO VERDICT CHANGES, 4 ONE OR MORE LINES        K6SGMX.1
003000*    CHANGE, 8 ENVELOPE ERRORS OR A TABLE OVERFLOWED.             K6SGMX.1
003100*                                                                 K6SGMX.1
003200* MODIFICATION HISTORY.                                           K6SGMX.1
003300*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SGMX.1
003400*================================================================ K6SGMX.1
003500                                                                  K6SGMX.1
003600 ENVIRONMENT DIVISION.                                            K6SGMX.1
003700 CONFIGURATION SECTION.                                           K6SGMX.1
003800 SOURCE-COMPUTER.                                                 K6SGMX.1
003900     OUR-MAINFRAME.                                               K6SGMX.1
004000 OBJECT-COMPUTER.                                                 K6SGMX.1
004100     OUR-MAINFRAME.                                               K6SGMX.1
004200 INPUT-OUTPUT SECTION.                                            K6SGMX.1
004300 FILE-CONTROL.                                                    K6SGMX.1
004400     SELECT CSV-EXTRACT ASSIGN TO CSVIN                           K6SGMX.1
004500         ORGANIZATION IS LINE SEQUENTIAL.                         K6SGMX.1
004600     SELECT SGMX-RPT ASSIGN TO SGMXRPT                            K6SGMX.1
004700         ORGANIZATION IS SEQUENTIAL.                              K6SGMX.1
004800                                                                  K6SGMX.1
004900 DATA DIVISION.                                                   K6SGMX.1
005000 FILE SECTION.                                                    K6SGMX.1
005100 FD  CSV-EXTRACT                                                  K6SGMX.1
005200     LABEL RECORDS ARE STANDARD.                                  K6SGMX.1
005300 01  CX-REC                   PIC X(194).                         K6SGMX.1
005400 01  CX-REC-PARSED REDEFINES CX-REC.                              K6SGMX.1
005500     05  CX-LEAD-QUOTE        PIC X(1).                           K6SGMX.1
005600     05  CX-FEATURE           PIC X(20).                          K6SGMX.1
005700     05  FILLER               PIC X(3).                           K6SGMX.1
005800     05  CX-P-OR-F            PIC X(5).                           K6SGMX.1
005900     05  FILLER               PIC X(3).                           K6SGMX.1
006000     05  CX-PAR-NAME          PIC X(22).                          K6SGMX.1
006100     05  FILLER               PIC X(49).                          K6SGMX.1
006200     05  CX-REMARK            PIC X(61).                          K6SGMX.1
006300     05  FILLER               PIC X(30).                          K6SGMX.1
006400 01  CX-IDENTITY REDEFINES CX-REC.                                K6SGMX.1
006500     05  CX-ID-FLAG           PIC X(1).                           K6SGMX.1
006600     05  CX-ID-PGM-ID         PIC X(6).                           K6SGMX.1
006700     05  CX-ID-TARGET         PIC X(8).                           K6SGMX.1
006800     05  CX-ID-RUN-DATE       PIC 9(8).                           K6SGMX.1
006900     05  CX-ID-RUN-SEQ        PIC 99.                             K6SGMX.1
007000     05  CX-ID-LAYOUT-VER     PIC X(3).                           K6SGMX.1
007100     05  CX-ID-PRACTICE       PIC X(1).                           K6SGMX.1
007200     05  CX-ID-WINDOW-ID      PIC X(1).                           K6SGMX.1
007300     05  CX-ID-SEG-LIMIT      PIC X(2).                           K6SGMX.1
007400     05  FILLER               PIC X(162).                         K6SGMX.1
007500 01  CX-TRAILER REDEFINES CX-REC.                                 K6SGMX.1
007600     05  CX-TR-FLAG           PIC X(1).                           K6SGMX.1
007700     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6SGMX.1
007800     05  FILLER               PIC X(186).                         K6SGMX.1
007900 FD  SGMX-RPT                                                     K6SGMX.1
008000     LABEL RECORDS ARE STANDARD.                                  K6SGMX.1
008100 01  MR-PRINT-REC             PIC X(120).                         K6SGMX.1
008200                                                                  K6SGMX.1
008300 WORKING-STORAGE SECTION.                                         K6SGMX.1
008400* ----------------------------------------------------------      K6SGMX.1
008500* SWITCHES AND COUNTERS.                                          K6SGMX.1
008600* ----------------------------------------------------------      K6SGMX.1
008700 77  WS-EXTRACT-EOF-SW        PIC X      VALUE "N".               K6SGMX.1
008800     88  WS-EXTRACT-EOF                  VALUE "Y".               K6SGMX.1
008900 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6SGMX.1
009000 77  WS-CUR-COL               PIC 9(2)   COMP VALUE ZERO.         K6SGMX.1
009100 77  WS-COL-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6SGMX.1
009200 77  WS-ROW-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6SGMX.1
009300 77  WS-RX                    PIC 9(4)   COMP VALUE ZERO.         K6SGMX.1
009400 77  WS-CX                    PIC 9(2)   COMP VALUE ZERO.         K6SGMX.1
009500 77  WS-OX                    PIC 9(2)   COMP VALUE ZERO.         K6SGMX.1
009600 77  WS-LOW-CX                PIC 9(2)   COMP VALUE ZERO.         K6SGMX.1
009700 77  WS-PRT-CX                PIC 9(2)   COMP VALUE ZERO.         K6SGMX.1
009800 77  WS-FIRST-CELL            PIC X(5)   VALUE SPACE.             K6SGMX.1
009900 77  WS-ROW-CHANGE-SW         PIC X      VALUE "N".               K6SGMX.1
010000     88  WS-ROW-CHANGES                  VALUE "Y".               K6SGMX.1
010100 77  WS-SEGMENTS-USED         PIC 9(5)   COMP VALUE ZERO.         K6SGMX.1
010200 77  WS-SEGMENTS-SKIPPED      PIC 9(5)   COMP VALUE ZERO.         K6SGMX.1
010300 77  WS-ROWS-CHANGING         PIC 9(5)   COMP VALUE ZERO.         K6SGMX.1
010400 77  WS-OVERFLOW-COUNT        PIC 9(5)   COMP VALUE ZERO.         K6SGMX.1
010500 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SGMX.1
010600* ----------------------------------------------------------      K6SGMX.1
010700* CSV EXTRACT-ENVELOPE VALIDATION (SEE K6CSVE.CPY).               K6SGMX.1
010800* ----------------------------------------------------------      K6SGMX.1
010900 77  WS-ENV-OPEN-SW           PIC X      VALUE "N".               K6SGMX.1
011000     88  WS-ENV-OPEN                     VALUE "Y".               K6SGMX.1
011100 77  WS-ENV-DETAIL-CT         PIC 9(7)   VALUE ZERO.              K6SGMX.1
011200 77  WS-ENV-BAD-COUNT         PIC 9(4)   VALUE ZERO.              K6SGMX.1
011300 01  ENV-BAD-LINE.                                                K6SGMX.1
011400     05  FILLER           PIC X(34) VALUE                         K6SGMX.1
011500         "CSV ENVELOPE ERRORS THIS EXTRACT: ".                    K6SGMX.1
011600     05  ENV-BAD-T        PIC ZZZ9.                               K6SGMX.1
011700     05  FILLER           PIC X(82) VALUE SPACE.                  K6SGMX.1
011800* ----------------------------------------------------------      K6SGMX.1
011900* THE MATRIX.  COLUMNS ARE HELD IN ARRIVAL ORDER AND PRINTED      K6SGMX.1
012000* THROUGH COL-ORDER, WHICH 5000-ORDER-COLUMNS SORTS BY LIMIT.     K6SGMX.1
012100* ----------------------------------------------------------      K6SGMX.1
012200 01  COL-TABLE.                                                   K6SGMX.1
012300     05  COL-LIMIT            OCCURS 10 TIMES PIC X(2).           K6SGMX.1
012400 01  COL-ORDER-TABLE.                                             K6SGMX.1
012500     05  COL-ORDER            OCCURS 10 TIMES PIC 9(2) COMP.      K6SGMX.1
012600 01  COL-USED-TABLE.                                              K6SGMX.1
012700     05  COL-USED             OCCURS 10 TIMES PIC X(1).           K6SGMX.1
012800 01  ROW-TABLE.                                                   K6SGMX.1
012900     05  ROW-ENTRY            OCCURS 2000 TIMES.                  K6SGMX.1
013000         10  ROW-PGM-ID       PIC X(6).                           K6SGMX.1
013100         10  ROW-PAR-NAME     PIC X(22).                          K6SGMX.1
013200         10  ROW-CELL         OCCURS 10 TIMES PIC X(5).           K6SGMX.1
013300* ----------------------------------------------------------      K6SGMX.1
013400* REPORT LINES.                                                   K6SGMX.1
013500* ----------------------------------------------------------      K6SGMX.1
013600 01  HDR-LINE-1.                                                  K6SGMX.1
013700     05  FILLER   PIC X(47) VALUE                                 K6SGMX.1
013800         "SEGMENT-LIMIT SWEEP MATRIX -- PAR-NAME BY LIMIT".       K6SGMX.1
013900     05  FILLER   PIC X(73) VALUE SPACE.                          K6SGMX.1
014000 01  HDR-LINE-2.                                                  K6SGMX.1
014100     05  FILLER           PIC X(30) VALUE                         K6SGMX.1
014200         "PGM-ID PAR-NAME".                                       K6SGMX.1
014300     05  HDR-COL-AREA.                                            K6SGMX.1
014400         10  HDR-COL      OCCURS 10 TIMES.                        K6SGMX.1
014500             15  FILLER       PIC X(1).                           K6SGMX.1
014600             15  HDR-COL-LIM  PIC X(6).                           K6SGMX.1
014700     05  FILLER           PIC X(20) VALUE SPACE.                  K6SGMX.1
014800 01  DET-LINE.                                                    K6SGMX.1
014900     05  DET-PGM-ID       PIC X(6).                               K6SGMX.1
015000     05  FILLER           PIC X     VALUE SPACE.                  K6SGMX.1
015100     05  DET-PAR-NAME     PIC X(22).                              K6SGMX.1
015200     05  FILLER           PIC X     VALUE SPACE.                  K6SGMX.1
015300     05  DET-COL          OCCURS 10 TIMES.                        K6SGMX.1
015400         10  FILLER       PIC X(1).                               K6SGMX.1
015500         10  DET-CELL     PIC X(5).                               K6SGMX.1
015600         10  FILLER       PIC X(1).                               K6SGMX.1
015700     05  FILLER           PIC X(1).                               K6SGMX.1
015800     05  DET-FLAG         PIC X(10).                              K6SGMX.1
015900     05  FILLER           PIC X(9).                               K6SGMX.1
016000 01  TOT-LINE-1.                                                  K6SGMX.1
016100     05  FILLER           PIC X(21) VALUE "SWEEP SEGMENTS READ  ".K6SGMX.1
016200     05  TOT-SEGMENTS     PIC ZZZZZZ9.                            K6SGMX.1
016300     05  FILLER           PIC X(92) VALUE SPACE.                  K6SGMX.1
016400 01  TOT-LINE-2.                                                  K6SGMX.1
016500     05  FILLER           PIC X(21) VALUE "UNTAGGED SKIPPED     ".K6SGMX.1
016600     05  TOT-SKIPPED      PIC ZZZZZZ9.                            K6SGMX.1
016700     05  FILLER           PIC X(92) VALUE SPACE.                  K6SGMX.1
016800 01  TOT-LINE-3.                                                  K6SGMX.1
016900     05  FILLER           PIC X(21) VALUE "LIMITS SWEPT         ".K6SGMX.1
017000     05  TOT-LIMITS       PIC ZZZZZZ9.                            K6SGMX.1
017100     05  FILLER           PIC X(92) VALUE SPACE.                  K6SGMX.1
017200 01  TOT-LINE-4.                                                  K6SGMX.1
017300     05  FILLER           PIC X(21) VALUE "PAR-NAMES            ".K6SGMX.1
017400     05  TOT-ROWS         PIC ZZZZZZ9.                            K6SGMX.1
017500     05  FILLER           PIC X(92) VALUE SPACE.                  K6SGMX.1
017600 01  TOT-LINE-5.                                                  K6SGMX.1
017700     05  FILLER           PIC X(21) VALUE "VERDICT CHANGES      ".K6SGMX.1
017800     05  TOT-CHANGING     PIC ZZZZZZ9.                            K6SGMX.1
017900     05  FILLER           PIC X(92) VALUE SPACE.                  K6SGMX.1
018000 01  TOT-LINE-6.                                                  K6SGMX.1
018100     05  FILLER           PIC X(21) VALUE "ROWS NOT TABLED      ".K6SGMX.1
018200     05  TOT-OVERFLOW     PIC ZZZZZZ9.                            K6SGMX.1
018300     05  FILLER           PIC X(92) VALUE SPACE.                  K6SGMX.1
018400                                                                  K6SGMX.1
018500 PROCEDURE DIVISION.                                              K6SGMX.1
018600*================================================================ K6SGMX.1
018700* 0000-MAINLINE -- TABLE EVERY SWEEP VERDICT, THEN PRINT THE      K6SGMX.1
018800* MATRIX.                                                         K6SGMX.1
018900*================================================================ K6SGMX.1
019000 0000-MAINLINE.                                                   K6SGMX.1
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SGMX.1
019200     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6SGMX.1
019300     PERFORM 3000-TABLE-RECORD THRU 3000-EXIT                     K6SGMX.1
019400             UNTIL WS-EXTRACT-EOF.                                K6SGMX.1
019500     PERFORM 5000-ORDER-COLUMNS THRU 5000-EXIT.                   K6SGMX.1
019600     PERFORM 6000-PRINT-MATRIX THRU 6000-EXIT.                    K6SGMX.1
019700     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.                    K6SGMX.1
019800     PERFORM 8700-ENV-FINAL-CHECK THRU 8700-EXIT.                 K6SGMX.1
019900     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6SGMX.1
020000     STOP RUN.                                                    K6SGMX.1
020100*================================================================ K6SGMX.1
020200* 1000-INITIALIZE -- OPEN FILES AND CLEAR THE TABLES.             K6SGMX.1
020300*================================================================ K6SGMX.1
020400 1000-INITIALIZE.                                                 K6SGMX.1
020500     OPEN INPUT CSV-EXTRACT.                                      K6SGMX.1
020600     OPEN OUTPUT SGMX-RPT.                                        K6SGMX.1
020700     MOVE SPACE TO COL-TABLE COL-USED-TABLE.                      K6SGMX.1
020800 1000-EXIT.                                                       K6SGMX.1
020900     EXIT.                                                        K6SGMX.1
021000*================================================================ K6SGMX.1
021100* 2000-READ-EXTRACT -- READ THE NEXT EXTRACT RECORD.              K6SGMX.1
021200*================================================================ K6SGMX.1
021300 2000-READ-EXTRACT.                                               K6SGMX.1
021400     READ CSV-EXTRACT                                             K6SGMX.1
021500         AT END SET WS-EXTRACT-EOF TO TRUE.                       K6SGMX.1
021600 2000-EXIT.                                                       K6SGMX.1
021700     EXIT.                                                        K6SGMX.1
021800*================================================================ K6SGMX.1
021900* 3000-TABLE-RECORD -- A HEADER SELECTS THE LIMIT COLUMN FOR      K6SGMX.1
022000* THE SEGMENT; EACH DETAIL ROW FILLS ITS CELL IN THAT COLUMN.     K6SGMX.1
022100*================================================================ K6SGMX.1
022200 3000-TABLE-RECORD.                                               K6SGMX.1
022300     IF CX-ID-FLAG = "H"                                          K6SGMX.1
022400         PERFORM 8500-ENV-OPEN-CHECK THRU 8500-EXIT               K6SGMX.1
022500         PERFORM 3100-START-SEGMENT THRU 3100-EXIT                K6SGMX.1
022600         GO TO 3000-NEXT.                                         K6SGMX.1
022700     IF CX-TR-FLAG = "T"                                          K6SGMX.1
022800         PERFORM 8600-ENV-TRAILER-CHECK THRU 8600-EXIT            K6SGMX.1
022900         GO TO 3000-NEXT.                                         K6SGMX.1
023000     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6SGMX.1
023100         GO TO 3000-NEXT.                                         K6SGMX.1
023200     ADD 1 TO WS-ENV-DETAIL-CT.                                   K6SGMX.1
023300     IF WS-CUR-COL = ZERO                                         K6SGMX.1
023400         GO TO 3000-NEXT.                                         K6SGMX.1
023500     PERFORM 3200-FIND-ROW THRU 3200-EXIT.                        K6SGMX.1
023600     IF WS-RX > ZERO                                              K6SGMX.1
023700         MOVE CX-P-OR-F TO ROW-CELL (WS-RX WS-CUR-COL).           K6SGMX.1
023800 3000-NEXT.                                                       K6SGMX.1
023900     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6SGMX.1
024000 3000-EXIT.                                                       K6SGMX.1
024100     EXIT.                                                        K6SGMX.1
024200*================================================================ K6SGMX.1
024300* 3100-START-SEGMENT -- FIND OR ADD THE SEGMENT'S LIMIT COLUMN.   K6SGMX.1
024400* AN UNTAGGED SEGMENT LEAVES WS-CUR-COL ZERO AND IS SKIPPED.      K6SGMX.1
024500*================================================================ K6SGMX.1
024600 3100-START-SEGMENT.                                              K6SGMX.1
024700     MOVE ZERO TO WS-CUR-COL.                                     K6SGMX.1
024800     MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID.                          K6SGMX.1
024900     IF CX-ID-SEG-LIMIT = SPACE OR CX-ID-SEG-LIMIT NOT NUMERIC    K6SGMX.1
025000         ADD 1 TO WS-SEGMENTS-SKIPPED                             K6SGMX.1
025100         GO TO 3100-EXIT.                                         K6SGMX.1
025200     MOVE ZERO TO WS-CX.                                          K6SGMX.1
025300 3100-SCAN.                                                       K6SGMX.1
025400     ADD 1 TO WS-CX.                                              K6SGMX.1
025500     IF WS-CX > WS-COL-COUNT                                      K6SGMX.1
025600         GO TO 3100-ADD.                                          K6SGMX.1
025700     IF COL-LIMIT (WS-CX) = CX-ID-SEG-LIMIT                       K6SGMX.1
025800         MOVE WS-CX TO WS-CUR-COL                                 K6SGMX.1
025900         GO TO 3100-USED.                                         K6SGMX.1
026000     GO TO 3100-SCAN.                                             K6SGMX.1
026100 3100-ADD.                                                        K6SGMX.1
026200     IF WS-COL-COUNT = 10                                         K6SGMX.1
026300         ADD 1 TO WS-OVERFLOW-COUNT                               K6SGMX.1
026400         ADD 1 TO WS-SEGMENTS-SKIPPED                             K6SGMX.1
026500         GO TO 3100-EXIT.                                         K6SGMX.1
026600     ADD 1 TO WS-COL-COUNT.                                       K6SGMX.1
026700     MOVE WS-COL-COUNT TO WS-CUR-COL.                             K6SGMX.1
026800     MOVE CX-ID-SEG-LIMIT TO COL-LIMIT (WS-CUR-COL).              K6SGMX.1
026900 3100-USED.                                                       K6SGMX.1
027000     ADD 1 TO WS-SEGMENTS-USED.                                   K6SGMX.1
027100 3100-EXIT.                                                       K6SGMX.1
027200     EXIT.                                                        K6SGMX.1
027300*================================================================ K6SGMX.1
027400* 3200-FIND-ROW -- THE ROW FOR THIS PROGRAM AND PAR-NAME, ADDED   K6SGMX.1
027500* WITH ALL CELLS BLANK WHEN FIRST SEEN.  WS-RX ZERO WHEN THE      K6SGMX.1
027600* TABLE IS FULL.                                                  K6SGMX.1
027700*================================================================ K6SGMX.1
027800 3200-FIND-ROW.                                                   K6SGMX.1
027900     MOVE ZERO TO WS-RX.                                          K6SGMX.1
028000 3200-SCAN.                                                       K6SGMX.1
028100     ADD 1 TO WS-RX.                                              K6SGMX.1
028200     IF WS-RX > WS-ROW-COUNT                                      K6SGMX.1
028300         GO TO 3200-ADD.                                          K6SGMX.1
028400     IF ROW-PGM-ID (WS-RX) = WS-CUR-PGM-ID                        K6SGMX.1
028500             AND ROW-PAR-NAME (WS-RX) = CX-PAR-NAME               K6SGMX.1
028600         GO TO 3200-EXIT.                                         K6SGMX.1
028700     GO TO 3200-SCAN.                                             K6SGMX.1
028800 3200-ADD.                                                        K6SGMX.1
028900     IF WS-ROW-COUNT = 2000                                       K6SGMX.1
029000         ADD 1 TO WS-OVERFLOW-COUNT                               K6SGMX.1
029100         MOVE ZERO TO WS-RX                                       K6SGMX.1
029200         GO TO 3200-EXIT.                                         K6SGMX.1
029300     ADD 1 TO WS-ROW-COUNT.                                       K6SGMX.1
029400     MOVE WS-ROW-COUNT TO WS-RX.                                  K6SGMX.1
029500     MOVE SPACE TO ROW-ENTRY (WS-RX).                             K6SGMX.1
029600     MOVE WS-CUR-PGM-ID TO ROW-PGM-ID (WS-RX).                    K6SGMX.1
029700     MOVE CX-PAR-NAME TO ROW-PAR-NAME (WS-RX).                    K6SGMX.1
029800 3200-EXIT.                                                       K6SGMX.1
029900     EXIT.                                                        K6SGMX.1
030000*================================================================ K6SGMX.1
030100* 5000-ORDER-COLUMNS -- PRINT ORDER BY ASCENDING LIMIT: PICK      K6SGMX.1
030200* THE LOWEST UNUSED COLUMN EACH TIME ROUND.                       K6SGMX.1
030300*================================================================ K6SGMX.1
030400 5000-ORDER-COLUMNS.                                              K6SGMX.1
030500     MOVE ZERO TO WS-OX.                                          K6SGMX.1
030600 5000-NEXT-SLOT.                                                  K6SGMX.1
030700     ADD 1 TO WS-OX.                                              K6SGMX.1
030800     IF WS-OX > WS-COL-COUNT                                      K6SGMX.1
030900         GO TO 5000-EXIT.                                         K6SGMX.1
031000     MOVE ZERO TO WS-LOW-CX WS-CX.                                K6SGMX.1
031100 5000-SCAN.                                                       K6SGMX.1
031200     ADD 1 TO WS-CX.                                              K6SGMX.1
031300     IF WS-CX > WS-COL-COUNT                                      K6SGMX.1
031400         GO TO 5000-TAKE.                                         K6SGMX.1
031500     IF COL-USED (WS-CX) = "Y"                                    K6SGMX.1
031600         GO TO 5000-SCAN.                                         K6SGMX.1
031700     IF WS-LOW-CX = ZERO                                          K6SGMX.1
031800         MOVE WS-CX TO WS-LOW-CX                                  K6SGMX.1
031900         GO TO 5000-SCAN.                                         K6SGMX.1
032000     IF COL-LIMIT (WS-CX) < COL-LIMIT (WS-LOW-CX)                 K6SGMX.1
032100         MOVE WS-CX TO WS-LOW-CX.                                 K6SGMX.1
032200     GO TO 5000-SCAN.                                             K6SGMX.1
032300 5000-TAKE.                                                       K6SGMX.1
032400     MOVE WS-LOW-CX TO COL-ORDER (WS-OX).                         K6SGMX.1
032500     MOVE "Y" TO COL-USED (WS-LOW-CX).                            K6SGMX.1
032600     GO TO 5000-NEXT-SLOT.                                        K6SGMX.1
032700 5000-EXIT.                                                       K6SGMX.1
032800     EXIT.                                                        K6SGMX.1
032900*================================================================ K6SGMX.1
033000* 6000-PRINT-MATRIX -- HEADINGS, THEN ONE LINE PER ROW.           K6SGMX.1
033100*================================================================ K6SGMX.1
033200 6000-PRINT-MATRIX.                                               K6SGMX.1
033300     WRITE MR-PRINT-REC FROM HDR-LINE-1                           K6SGMX.1
033400         AFTER ADVANCING PAGE.                                    K6SGMX.1
033500     MOVE SPACE TO HDR-COL-AREA.                                  K6SGMX.1
033600     MOVE ZERO TO WS-OX.                                          K6SGMX.1
033700 6000-HEADING.                                                    K6SGMX.1
033800     ADD 1 TO WS-OX.                                              K6SGMX.1
033900     IF WS-OX > WS-COL-COUNT                                      K6SGMX.1
034000         GO TO 6000-HEADING-DONE.                                 K6SGMX.1
034100     MOVE COL-ORDER (WS-OX) TO WS-PRT-CX.                         K6SGMX.1
034200     MOVE SPACE TO HDR-COL-LIM (WS-OX).                           K6SGMX.1
034300     STRING "LIM=" COL-LIMIT (WS-PRT-CX)                          K6SGMX.1
034400         DELIMITED BY SIZE INTO HDR-COL-LIM (WS-OX).              K6SGMX.1
034500     GO TO 6000-HEADING.                                          K6SGMX.1
034600 6000-HEADING-DONE.                                               K6SGMX.1
034700     WRITE MR-PRINT-REC FROM HDR-LINE-2                           K6SGMX.1
034800         AFTER ADVANCING 2 LINES.                                 K6SGMX.1
034900     MOVE SPACE TO MR-PRINT-REC.                                  K6SGMX.1
035000     WRITE MR-PRINT-REC AFTER ADVANCING 1 LINES.                  K6SGMX.1
035100     MOVE ZERO TO WS-RX.                                          K6SGMX.1
035200 6000-NEXT-ROW.                                                   K6SGMX.1
035300     ADD 1 TO WS-RX.                                              K6SGMX.1
035400     IF WS-RX > WS-ROW-COUNT                                      K6SGMX.1
035500         GO TO 6000-EXIT.                                         K6SGMX.1
035600     PERFORM 6100-PRINT-ROW THRU 6100-EXIT.                       K6SGMX.1
035700     GO TO 6000-NEXT-ROW.                                         K6SGMX.1
035800 6000-EXIT.                                                       K6SGMX.1
035900     EXIT.                                                        K6SGMX.1
036000*================================================================ K6SGMX.1
036100* 6100-PRINT-ROW -- ONE MATRIX LINE.  THE ROW CHANGES WHEN ANY    K6SGMX.1
036200* CELL DIFFERS FROM THE FIRST, A BLANK CELL INCLUDED.             K6SGMX.1
036300*================================================================ K6SGMX.1
036400 6100-PRINT-ROW.                                                  K6SGMX.1
036500     MOVE SPACE TO DET-LINE.                                      K6SGMX.1
036600     MOVE ROW-PGM-ID (WS-RX) TO DET-PGM-ID.                       K6SGMX.1
036700     MOVE ROW-PAR-NAME (WS-RX) TO DET-PAR-NAME.                   K6SGMX.1
036800     MOVE "N" TO WS-ROW-CHANGE-SW.                                K6SGMX.1
036900     MOVE ZERO TO WS-OX.                                          K6SGMX.1
037000 6100-NEXT-CELL.                                                  K6SGMX.1
037100     ADD 1 TO WS-OX.                                              K6SGMX.1
037200     IF WS-OX > WS-COL-COUNT                                      K6SGMX.1
037300         GO TO 6100-WRITE.                                        K6SGMX.1
037400     MOVE COL-ORDER (WS-OX) TO WS-PRT-CX.                         K6SGMX.1
037500     IF WS-OX = 1                                                 K6SGMX.1
037600         MOVE ROW-CELL (WS-RX WS-PRT-CX) TO WS-FIRST-CELL.        K6SGMX.1
037700     IF ROW-CELL (WS-RX WS-PRT-CX) NOT = WS-FIRST-CELL            K6SGMX.1
037800         MOVE "Y" TO WS-ROW-CHANGE-SW.                            K6SGMX.1
037900     IF ROW-CELL (WS-RX WS-PRT-CX) = SPACE                        K6SGMX.1
038000         MOVE "  -  " TO DET-CELL (WS-OX)                         K6SGMX.1
038100     ELSE                                                         K6SGMX.1
038200         MOVE ROW-CELL (WS-RX WS-PRT-CX) TO DET-CELL (WS-OX).     K6SGMX.1
038300     GO TO 6100-NEXT-CELL.                                        K6SGMX.1
038400 6100-WRITE.                                                      K6SGMX.1
038500     IF WS-ROW-CHANGES                                            K6SGMX.1
038600         MOVE "<< CHANGES" TO DET-FLAG                            K6SGMX.1
038700         ADD 1 TO WS-ROWS-CHANGING.                               K6SGMX.1
038800     WRITE MR-PRINT-REC FROM DET-LINE                             K6SGMX.1
038900         AFTER ADVANCING 1 LINES.                                 K6SGMX.1
039000 6100-EXIT.                                                       K6SGMX.1
039100     EXIT.                                                        K6SGMX.1
039200*================================================================ K6SGMX.1
039300* 7000-PRINT-TOTALS -- WRITE THE SWEEP TOTALS.                    K6SGMX.1
039400*================================================================ K6SGMX.1
039500 7000-PRINT-TOTALS.                                               K6SGMX.1
039600     MOVE WS-SEGMENTS-USED TO TOT-SEGMENTS.                       K6SGMX.1
039700     MOVE WS-SEGMENTS-SKIPPED TO TOT-SKIPPED.                     K6SGMX.1
039800     MOVE WS-COL-COUNT TO TOT-LIMITS.                             K6SGMX.1
039900     MOVE WS-ROW-COUNT TO TOT-ROWS.                               K6SGMX.1
040000     MOVE WS-ROWS-CHANGING TO TOT-CHANGING.                       K6SGMX.1
040100     MOVE WS-OVERFLOW-COUNT TO TOT-OVERFLOW.                      K6SGMX.1
040200     WRITE MR-PRINT-REC FROM TOT-LINE-1                           K6SGMX.1
040300         AFTER ADVANCING 2 LINES.                                 K6SGMX.1
040400     WRITE MR-PRINT-REC FROM TOT-LINE-2                           K6SGMX.1
040500         AFTER ADVANCING 1 LINES.                                 K6SGMX.1
040600     WRITE MR-PRINT-REC FROM TOT-LINE-3                           K6SGMX.1
040700         AFTER ADVANCING 1 LINES.                                 K6SGMX.1
040800     WRITE MR-PRINT-REC FROM TOT-LINE-4                           K6SGMX.1
040900         AFTER ADVANCING 1 LINES.                                 K6SGMX.1
041000     WRITE MR-PRINT-REC FROM TOT-LINE-5                           K6SGMX.1
041100         AFTER ADVANCING 1 LINES.                                 K6SGMX.1
041200     IF WS-OVERFLOW-COUNT > ZERO                                  K6SGMX.1
041300         WRITE MR-PRINT-REC FROM TOT-LINE-6                       K6SGMX.1
041400             AFTER ADVANCING 1 LINES                              K6SGMX.1
041500         MOVE 8 TO WS-VERDICT-RC                                  K6SGMX.1
041600         GO TO 7000-EXIT.                                         K6SGMX.1
041700     IF WS-ROWS-CHANGING > ZERO                                   K6SGMX.1
041800         MOVE 4 TO WS-VERDICT-RC.                                 K6SGMX.1
041900 7000-EXIT.                                                       K6SGMX.1
042000     EXIT.                                                        K6SGMX.1
042100*================================================================ K6SGMX.1
042200* 8500-ENV-OPEN-CHECK -- AN "H" HEADER OPENS AN EXTRACT           K6SGMX.1
042300* ENVELOPE (K6CSVE.CPY).  ONE STILL OPEN AT THAT POINT NEVER      K6SGMX.1
042400* SAW ITS TRAILER.                                                K6SGMX.1
042500*================================================================ K6SGMX.1
042600 8500-ENV-OPEN-CHECK.                                             K6SGMX.1
042700     IF WS-ENV-OPEN                                               K6SGMX.1
042800         ADD 1 TO WS-ENV-BAD-COUNT.                               K6SGMX.1
042900     SET WS-ENV-OPEN TO TRUE.                                     K6SGMX.1
043000     MOVE ZERO TO WS-ENV-DETAIL-CT.                               K6SGMX.1
043100 8500-EXIT.                                                       K6SGMX.1
043200     EXIT.                                                        K6SGMX.1
043300*================================================================ K6SGMX.1
043400* 8600-ENV-TRAILER-CHECK -- A "T" TRAILER MUST AGREE WITH THE     K6SGMX.1
043500* DETAIL ROWS ACTUALLY SEEN SINCE ITS HEADER.                     K6SGMX.1
043600*================================================================ K6SGMX.1
043700 8600-ENV-TRAILER-CHECK.                                          K6SGMX.1
043800     IF NOT WS-ENV-OPEN                                           K6SGMX.1
043900         GO TO 8600-EXIT.                                         K6SGMX.1
044000     MOVE "N" TO WS-ENV-OPEN-SW.                                  K6SGMX.1
044100     IF CX-TR-DETAIL-COUNT NOT NUMERIC                            K6SGMX.1
044200         ADD 1 TO WS-ENV-BAD-COUNT                                K6SGMX.1
044300         GO TO 8600-EXIT.                                         K6SGMX.1
044400     IF CX-TR-DETAIL-COUNT NOT = WS-ENV-DETAIL-CT                 K6SGMX.1
044500         ADD 1 TO WS-ENV-BAD-COUNT.                               K6SGMX.1
044600 8600-EXIT.                                                       K6SGMX.1
044700     EXIT.                                                        K6SGMX.1
044800*================================================================ K6SGMX.1
044900* 8700-ENV-FINAL-CHECK -- A TRUNCATED OR MISCOUNTED EXTRACT       K6SGMX.1
045000* IS REPORTED AND REJECTS THE RUN WITH RETURN-CODE 8.             K6SGMX.1
045100*================================================================ K6SGMX.1
045200 8700-ENV-FINAL-CHECK.                                            K6SGMX.1
045300     IF WS-ENV-OPEN                                               K6SGMX.1
045400         ADD 1 TO WS-ENV-BAD-COUNT                                K6SGMX.1
045500         MOVE "N" TO WS-ENV-OPEN-SW.                              K6SGMX.1
045600     IF WS-ENV-BAD-COUNT = ZERO                                   K6SGMX.1
045700         GO TO 8700-EXIT.                                         K6SGMX.1
045800     MOVE WS-ENV-BAD-COUNT TO ENV-BAD-T.                          K6SGMX.1
045900     WRITE MR-PRINT-REC FROM ENV-BAD-LINE                         K6SGMX.1
046000         AFTER ADVANCING 1 LINES.                                 K6SGMX.1
046100     MOVE 8 TO WS-VERDICT-RC.                                     K6SGMX.1
046200 8700-EXIT.                                                       K6SGMX.1
046300     EXIT.                                                        K6SGMX.1
046400*================================================================ K6SGMX.1
046500* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6SGMX.1
046600*================================================================ K6SGMX.1
046700 9999-TERMINATE.                                                  K6SGMX.1
046800     CLOSE CSV-EXTRACT SGMX-RPT.                                  K6SGMX.1
046900     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SGMX.1
047000 9999-EXIT.                                                       K6SGMX.1
047100     EXIT.                                                        K6SGMX.1
