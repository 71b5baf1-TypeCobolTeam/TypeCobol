000100 IDENTIFICATION DIVISION.                                         K6SQMX.1
000200 PROGRAM-ID.                                                      K6SQMX.1
000300     K6SQMX.                                                      K6SQMX.1
000400*================================================================ K6SQMX.1
000500* K6SQMX -- RECORD-FORMAT SWEEP MATRIX, FORMAT BY BLOCK SIZE.     K6SQMX.1
000600*================================================================ K6SQMX.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SQMX.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SQMX.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6SQMX.1
001000* DATE-COMPILED.                                                  K6SQMX.1
001100*                                                                 K6SQMX.1
001200* REMARKS.                                                        K6SQMX.1
001300*    READS THE SWEEP CSV THE K6SQSW LEGS APPEND TO (CSVIN, ONE    K6SQMX.1
001400*    K6CSVE SEGMENT PER PROGRAM PER CELL, CEH-SQ-CELL IN EACH     K6SQMX.1
001500*    HEADER) AND PRINTS, FOR EACH PROGRAM, ONE LINE PER RECORD    K6SQMX.1
001600*    FORMAT AND RECORD-SIZE RANGE SWEPT WITH ONE COLUMN PER       K6SQMX.1
001700*    BLOCK CONTAINS VALUE -- "NONE" FOR THE UNBLOCKED FORMATS     K6SQMX.1
001800*    AND THE MEMBER AS COMPILED, THEN THE BLOCKS IN CHARACTERS    K6SQMX.1
001900*    AND IN RECORDS, EACH IN ASCENDING ORDER.  A CELL SHOWS THE   K6SQMX.1
002000*    VERDICT OF THE WHOLE RUN IN THAT CONFIGURATION:              K6SQMX.1
002100*      PASS   EVERY RESULT LINE PASSED;                           K6SQMX.1
002200*      INSP   NO FAILURES, BUT INSPECTIONS OR DELETIONS;          K6SQMX.1
002300*      FAIL   ONE OR MORE FAIL* LINES;                            K6SQMX.1
002400*      ABEND  THE PROGRAM NEVER REACHED ITS END OF TEST (THE      K6SQMX.1
002500*             END-OF-TEST ROW K6SQPT ADDS);                       K6SQMX.1
002600*      -      THE COMBINATION WAS NOT SWEPT.                      K6SQMX.1
002700*    A LINE WITH A FAIL OR ABEND CELL IS MARKED "<< FAILS".       K6SQMX.1
002800*    WHEN THE SAME PROGRAM AND CELL APPEAR IN MORE THAN ONE       K6SQMX.1
002900*    SEGMENT (A LEG RERUN) THE LATER SEGMENT'S VERDICT STANDS.    K6SQMX.1
003000*    SEGMENTS WITHOUT A SWEEP CELL ARE ORDINARY RUNS AND ARE      K6SQMX.1
003100*    SKIPPED.  THE ENVELOPE IS VALIDATED AS IN K6GOLD.            K6SQMX.1
003200*                                                                 K6SQMX.1
003300*    RETURN-CODE 0 EVERY CELL SWEPT PASSED, 4 ONE OR MORE CELLS   K6SQMX.1
003400*    FAILED OR ABENDED, 8 ENVELOPE ERRORS OR A TABLE OVERFLOWED.  K6SQMX.1
003500*                                                                 K6SQMX.1
003600* MODIFICATION HISTORY.                                           K6SQMX.1
003700*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SQMX.1
003800*================================================================ K6SQMX.1
003900                                                                  K6SQMX.1
004000 ENVIRONMENT DIVISION.                                            K6SQMX.1
004100 CONFIGURATION SECTION.                                           K6SQMX.1
004200 SOURCE-COMPUTER.                                                 K6SQMX.1
004300     OUR-MAINFRAME.                                               K6SQMX.1
004400 OBJECT-COMPUTER.                                                 K6SQMX.1
004500     OUR-MAINFRAME.                                               K6SQMX.1
004600 INPUT-OUTPUT SECTION.                                            K6SQMX.1
004700 FILE-CONTROL.                                                    K6SQMX.1
004800     SELECT CSV-EXTRACT ASSIGN TO CSVIN                           K6SQMX.1
004900         ORGANIZATION IS LINE SEQUENTIAL.                         K6SQMX.1
005000     SELECT SQMX-RPT ASSIGN TO SQMXRPT                            K6SQMX.1
005100         ORGANIZATION IS SEQUENTIAL.                              K6SQMX.1
005200                                                                  K6SQMX.1
005300 DATA DIVISION.                                                   K6SQMX.1
005400 FILE SECTION.                                                    K6SQMX.1
005500 FD  CSV-EXTRACT                                                  K6SQMX.1
005600     LABEL RECORDS ARE STANDARD.                                  K6SQMX.1
005700 01  CX-REC                   PIC X(194).                         K6SQMX.1
005800 01  CX-REC-PARSED REDEFINES CX-REC.                              K6SQMX.1
005900     05  CX-LEAD-QUOTE        PIC X(1).                           K6SQMX.1
006000     05  CX-FEATURE           PIC X(20).                          K6SQMX.1
006100     05  FILLER               PIC X(3).                           K6SQMX.1
006200     05  CX-P-OR-F            PIC X(5).                           K6SQMX.1
006300     05  FILLER               PIC X(3).                           K6SQMX.1
006400     05  CX-PAR-NAME          PIC X(22).                          K6SQMX.1
006500     05  FILLER               PIC X(49).                          K6SQMX.1
006600     05  CX-REMARK            PIC X(61).                          K6SQMX.1
006700     05  FILLER               PIC X(30).                          K6SQMX.1
006800 01  CX-IDENTITY REDEFINES CX-REC.                                K6SQMX.1
006900     05  CX-ID-FLAG           PIC X(1).                           K6SQMX.1
007000     05  CX-ID-PGM-ID         PIC X(6).                           K6SQMX.1
007100     05  CX-ID-TARGET         PIC X(8).                           K6SQMX.1
007200     05  CX-ID-RUN-DATE       PIC 9(8).                           K6SQMX.1
007300     05  CX-ID-RUN-SEQ        PIC 99.                             K6SQMX.1
007400     05  CX-ID-LAYOUT-VER     PIC X(3).                           K6SQMX.1
007500     05  CX-ID-PRACTICE       PIC X(1).                           K6SQMX.1
007600     05  CX-ID-WINDOW-ID      PIC X(1).                           K6SQMX.1
007700     05  CX-ID-SEG-LIMIT      PIC X(2).                           K6SQMX.1
007800     05  CX-ID-OPT-PROFILE    PIC X(8).                           K6SQMX.1
007900     05  CX-ID-SQ-CELL        PIC X(21).                          K6SQMX.1
008000     05  FILLER               PIC X(133).                         K6SQMX.1
008100 01  CX-TRAILER REDEFINES CX-REC.                                 K6SQMX.1
008200     05  CX-TR-FLAG           PIC X(1).                           K6SQMX.1
008300     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6SQMX.1
008400     05  FILLER               PIC X(186).                         K6SQMX.1
008500 FD  SQMX-RPT                                                     K6SQMX.1
008600     LABEL RECORDS ARE STANDARD.                                  K6SQMX.1
008700 01  MR-PRINT-REC             PIC X(120).                         K6SQMX.1
008800                                                                  K6SQMX.1
008900 WORKING-STORAGE SECTION.                                         K6SQMX.1
009000     COPY K6SQCF.                                                 K6SQMX.1
009100* ----------------------------------------------------------      K6SQMX.1
009200* SWITCHES AND COUNTERS.                                          K6SQMX.1
009300* ----------------------------------------------------------      K6SQMX.1
009400 77  WS-EXTRACT-EOF-SW        PIC X      VALUE "N".               K6SQMX.1
009500     88  WS-EXTRACT-EOF                  VALUE "Y".               K6SQMX.1
009600 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6SQMX.1
009700 77  WS-CUR-COL               PIC 9(2)   COMP VALUE ZERO.         K6SQMX.1
009800 77  WS-CUR-ROW               PIC 9(4)   COMP VALUE ZERO.         K6SQMX.1
009900 77  WS-COL-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6SQMX.1
010000 77  WS-ROW-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6SQMX.1
010100 77  WS-RX                    PIC 9(4)   COMP VALUE ZERO.         K6SQMX.1
010200 77  WS-CX                    PIC 9(2)   COMP VALUE ZERO.         K6SQMX.1
010300 77  WS-OX                    PIC 9(2)   COMP VALUE ZERO.         K6SQMX.1
010400 77  WS-LOW-CX                PIC 9(2)   COMP VALUE ZERO.         K6SQMX.1
010500 77  WS-PRT-CX                PIC 9(2)   COMP VALUE ZERO.         K6SQMX.1
010600 77  WS-LEAD                  PIC 9(2)   COMP VALUE ZERO.         K6SQMX.1
010700 77  WS-COL-KEY               PIC X(6)   VALUE SPACE.             K6SQMX.1
010800 77  WS-ROW-SIZES             PIC X(11)  VALUE SPACE.             K6SQMX.1
010900 77  WS-NUM-EDIT              PIC ZZZZ9.                          K6SQMX.1
011000 77  WS-MIN-T                 PIC X(5)   VALUE SPACE.             K6SQMX.1
011100 77  WS-MAX-T                 PIC X(5)   VALUE SPACE.             K6SQMX.1
011200 77  WS-ROW-FAIL-SW           PIC X      VALUE "N".               K6SQMX.1
011300     88  WS-ROW-FAILS                    VALUE "Y".               K6SQMX.1
011400 77  WS-SEGMENTS-USED         PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
011500 77  WS-SEGMENTS-SKIPPED      PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
011600 77  WS-CELLS-RUN             PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
011700 77  WS-CELLS-PASS            PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
011800 77  WS-CELLS-INSP            PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
011900 77  WS-CELLS-FAIL            PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
012000 77  WS-CELLS-ABEND           PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
012100 77  WS-ROWS-FAILING          PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
012200 77  WS-OVERFLOW-COUNT        PIC 9(5)   COMP VALUE ZERO.         K6SQMX.1
012300 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SQMX.1
012400* ----------------------------------------------------------      K6SQMX.1
012500* CSV EXTRACT-ENVELOPE VALIDATION (SEE K6CSVE.CPY).               K6SQMX.1
012600* ----------------------------------------------------------      K6SQMX.1
012700 77  WS-ENV-OPEN-SW           PIC X      VALUE "N".               K6SQMX.1
012800     88  WS-ENV-OPEN                     VALUE "Y".               K6SQMX.1
012900 77  WS-ENV-DETAIL-CT         PIC 9(7)   VALUE ZERO.              K6SQMX.1
013000 77  WS-ENV-BAD-COUNT         PIC 9(4)   VALUE ZERO.              K6SQMX.1
013100 01  ENV-BAD-LINE.                                                K6SQMX.1
013200     05  FILLER           PIC X(34) VALUE                         K6SQMX.1
013300         "CSV ENVELOPE ERRORS THIS EXTRACT: ".                    K6SQMX.1
013400     05  ENV-BAD-T        PIC ZZZ9.                               K6SQMX.1
013500     05  FILLER           PIC X(82) VALUE SPACE.                  K6SQMX.1
013600* ----------------------------------------------------------      K6SQMX.1
013700* THE MATRIX.  A COLUMN IS KEYED ON THE BLOCK UNIT AND VALUE      K6SQMX.1
013800* (SPACE AND ZERO FOR "NONE"), SO THE KEYS SORT NONE, THEN        K6SQMX.1
013900* CHARACTERS, THEN RECORDS.  COLUMNS ARE HELD IN ARRIVAL          K6SQMX.1
014000* ORDER AND PRINTED THROUGH COL-ORDER, WHICH                      K6SQMX.1
014100* 5000-ORDER-COLUMNS SORTS.  A ROW IS ONE PROGRAM, FORMAT AND     K6SQMX.1
014200* RECORD-SIZE RANGE, IN ARRIVAL ORDER.                            K6SQMX.1
014300* ----------------------------------------------------------      K6SQMX.1
014400 01  COL-TABLE.                                                   K6SQMX.1
014500     05  COL-KEY              OCCURS 10 TIMES.                    K6SQMX.1
014600         10  COL-UNIT         PIC X(1).                           K6SQMX.1
014700         10  COL-BLOCK        PIC 9(5).                           K6SQMX.1
014800 01  COL-ORDER-TABLE.                                             K6SQMX.1
014900     05  COL-ORDER            OCCURS 10 TIMES PIC 9(2) COMP.      K6SQMX.1
015000 01  COL-USED-TABLE.                                              K6SQMX.1
015100     05  COL-USED             OCCURS 10 TIMES PIC X(1).           K6SQMX.1
015200 01  ROW-TABLE.                                                   K6SQMX.1
015300     05  ROW-ENTRY            OCCURS 500 TIMES.                   K6SQMX.1
015400         10  ROW-PGM-ID       PIC X(6).                           K6SQMX.1
015500         10  ROW-RECFM        PIC X(2).                           K6SQMX.1
015600         10  ROW-SIZES        PIC X(11).                          K6SQMX.1
015700         10  ROW-CELL         OCCURS 10 TIMES PIC X(5).           K6SQMX.1
015800* ----------------------------------------------------------      K6SQMX.1
015900* REPORT LINES.                                                   K6SQMX.1
016000* ----------------------------------------------------------      K6SQMX.1
016100 01  HDR-LINE-1.                                                  K6SQMX.1
016200     05  FILLER   PIC X(51) VALUE                                 K6SQMX.1
016300         "RECORD-FORMAT SWEEP MATRIX -- FORMAT BY BLOCK SIZE".    K6SQMX.1
016400     05  FILLER   PIC X(69) VALUE SPACE.                          K6SQMX.1
016500 01  HDR-LINE-2.                                                  K6SQMX.1
016600     05  FILLER           PIC X(23) VALUE                         K6SQMX.1
016700         "PGM-ID FORMAT".                                         K6SQMX.1
016800     05  HDR-COL-AREA.                                            K6SQMX.1
016900         10  HDR-COL      OCCURS 10 TIMES.                        K6SQMX.1
017000             15  FILLER       PIC X(1).                           K6SQMX.1
017100             15  HDR-COL-BLK  PIC X(6).                           K6SQMX.1
017200     05  FILLER           PIC X(27) VALUE SPACE.                  K6SQMX.1
017300 01  DET-LINE.                                                    K6SQMX.1
017400     05  DET-PGM-ID       PIC X(6).                               K6SQMX.1
017500     05  FILLER           PIC X     VALUE SPACE.                  K6SQMX.1
017600     05  DET-FORMAT       PIC X(15).                              K6SQMX.1
017700     05  FILLER           PIC X     VALUE SPACE.                  K6SQMX.1
017800     05  DET-COL          OCCURS 10 TIMES.                        K6SQMX.1
017900         10  FILLER       PIC X(1).                               K6SQMX.1
018000         10  DET-CELL     PIC X(5).                               K6SQMX.1
018100         10  FILLER       PIC X(1).                               K6SQMX.1
018200     05  FILLER           PIC X(1).                               K6SQMX.1
018300     05  DET-FLAG         PIC X(8).                               K6SQMX.1
018400     05  FILLER           PIC X(18).                              K6SQMX.1
018500 01  TOT-LINE-1.                                                  K6SQMX.1
018600     05  FILLER           PIC X(21) VALUE "SWEEP SEGMENTS READ  ".K6SQMX.1
018700     05  TOT-SEGMENTS     PIC ZZZZZZ9.                            K6SQMX.1
018800     05  FILLER           PIC X(92) VALUE SPACE.                  K6SQMX.1
018900 01  TOT-LINE-2.                                                  K6SQMX.1
019000     05  FILLER           PIC X(21) VALUE "UNTAGGED SKIPPED     ".K6SQMX.1
019100     05  TOT-SKIPPED      PIC ZZZZZZ9.                            K6SQMX.1
019200     05  FILLER           PIC X(92) VALUE SPACE.                  K6SQMX.1
019300 01  TOT-LINE-3.                                                  K6SQMX.1
019400     05  FILLER           PIC X(21) VALUE "BLOCK COLUMNS        ".K6SQMX.1
019500     05  TOT-COLUMNS      PIC ZZZZZZ9.                            K6SQMX.1
019600     05  FILLER           PIC X(92) VALUE SPACE.                  K6SQMX.1
019700 01  TOT-LINE-4.                                                  K6SQMX.1
019800     05  FILLER           PIC X(21) VALUE "FORMAT ROWS          ".K6SQMX.1
019900     05  TOT-ROWS         PIC ZZZZZZ9.                            K6SQMX.1
020000     05  FILLER           PIC X(92) VALUE SPACE.                  K6SQMX.1
020100 01  TOT-LINE-5.                                                  K6SQMX.1
020200     05  FILLER           PIC X(21) VALUE "CELLS SWEPT          ".K6SQMX.1
020300     05  TOT-CELLS        PIC ZZZZZZ9.                            K6SQMX.1
020400     05  FILLER           PIC X(9)  VALUE "   PASS ".             K6SQMX.1
020500     05  TOT-PASS         PIC ZZZZ9.                              K6SQMX.1
020600     05  FILLER           PIC X(8)  VALUE "  INSP ".              K6SQMX.1
020700     05  TOT-INSP         PIC ZZZZ9.                              K6SQMX.1
020800     05  FILLER           PIC X(8)  VALUE "  FAIL ".              K6SQMX.1
020900     05  TOT-FAIL         PIC ZZZZ9.                              K6SQMX.1
021000     05  FILLER           PIC X(9)  VALUE "  ABEND ".             K6SQMX.1
021100     05  TOT-ABEND        PIC ZZZZ9.                              K6SQMX.1
021200     05  FILLER           PIC X(38) VALUE SPACE.                  K6SQMX.1
021300 01  TOT-LINE-6.                                                  K6SQMX.1
021400     05  FILLER           PIC X(21) VALUE "ROWS NOT TABLED      ".K6SQMX.1
021500     05  TOT-OVERFLOW     PIC ZZZZZZ9.                            K6SQMX.1
021600     05  FILLER           PIC X(92) VALUE SPACE.                  K6SQMX.1
021700                                                                  K6SQMX.1
021800 PROCEDURE DIVISION.                                              K6SQMX.1
021900*================================================================ K6SQMX.1
022000* 0000-MAINLINE -- TABLE EVERY SWEEP VERDICT, THEN PRINT THE      K6SQMX.1
022100* MATRIX.                                                         K6SQMX.1
022200*================================================================ K6SQMX.1
022300 0000-MAINLINE.                                                   K6SQMX.1
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SQMX.1
022500     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6SQMX.1
022600     PERFORM 3000-TABLE-RECORD THRU 3000-EXIT                     K6SQMX.1
022700             UNTIL WS-EXTRACT-EOF.                                K6SQMX.1
022800     PERFORM 5000-ORDER-COLUMNS THRU 5000-EXIT.                   K6SQMX.1
022900     PERFORM 6000-PRINT-MATRIX THRU 6000-EXIT.                    K6SQMX.1
023000     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.                    K6SQMX.1
023100     PERFORM 8700-ENV-FINAL-CHECK THRU 8700-EXIT.                 K6SQMX.1
023200     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6SQMX.1
023300     STOP RUN.                                                    K6SQMX.1
023400*================================================================ K6SQMX.1
023500* 1000-INITIALIZE -- OPEN FILES AND CLEAR THE TABLES.             K6SQMX.1
023600*================================================================ K6SQMX.1
023700 1000-INITIALIZE.                                                 K6SQMX.1
023800     OPEN INPUT CSV-EXTRACT.                                      K6SQMX.1
023900     OPEN OUTPUT SQMX-RPT.                                        K6SQMX.1
024000     MOVE SPACE TO COL-TABLE COL-USED-TABLE.                      K6SQMX.1
024100 1000-EXIT.                                                       K6SQMX.1
024200     EXIT.                                                        K6SQMX.1
024300*================================================================ K6SQMX.1
024400* 2000-READ-EXTRACT -- READ THE NEXT EXTRACT RECORD.              K6SQMX.1
024500*================================================================ K6SQMX.1
024600 2000-READ-EXTRACT.                                               K6SQMX.1
024700     READ CSV-EXTRACT                                             K6SQMX.1
024800         AT END SET WS-EXTRACT-EOF TO TRUE.                       K6SQMX.1
024900 2000-EXIT.                                                       K6SQMX.1
025000     EXIT.                                                        K6SQMX.1
025100*================================================================ K6SQMX.1
025200* 3000-TABLE-RECORD -- A HEADER SELECTS THE SEGMENT'S CELL AND    K6SQMX.1
025300* STARTS IT AT PASS; EACH DETAIL ROW CAN ONLY RAISE IT, TO        K6SQMX.1
025400* INSP, FAIL OR -- ON THE END-OF-TEST ROW -- ABEND.               K6SQMX.1
025500*================================================================ K6SQMX.1
025600 3000-TABLE-RECORD.                                               K6SQMX.1
025700     IF CX-ID-FLAG = "H"                                          K6SQMX.1
025800         PERFORM 8500-ENV-OPEN-CHECK THRU 8500-EXIT               K6SQMX.1
025900         PERFORM 3100-START-SEGMENT THRU 3100-EXIT                K6SQMX.1
026000         GO TO 3000-NEXT.                                         K6SQMX.1
026100     IF CX-TR-FLAG = "T"                                          K6SQMX.1
026200         PERFORM 8600-ENV-TRAILER-CHECK THRU 8600-EXIT            K6SQMX.1
026300         GO TO 3000-NEXT.                                         K6SQMX.1
026400     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6SQMX.1
026500         GO TO 3000-NEXT.                                         K6SQMX.1
026600     ADD 1 TO WS-ENV-DETAIL-CT.                                   K6SQMX.1
026700     IF WS-CUR-ROW = ZERO                                         K6SQMX.1
026800         GO TO 3000-NEXT.                                         K6SQMX.1
026900     IF CX-P-OR-F = "FAIL*"                                       K6SQMX.1
027000             AND CX-FEATURE = "RECORD-FORMAT SWEEP"               K6SQMX.1
027100             AND CX-PAR-NAME = "END-OF-TEST"                      K6SQMX.1
027200         MOVE "ABEND" TO ROW-CELL (WS-CUR-ROW WS-CUR-COL)         K6SQMX.1
027300         GO TO 3000-NEXT.                                         K6SQMX.1
027400     IF ROW-CELL (WS-CUR-ROW WS-CUR-COL) = "ABEND"                K6SQMX.1
027500         GO TO 3000-NEXT.                                         K6SQMX.1
027600     IF CX-P-OR-F = "FAIL*"                                       K6SQMX.1
027700         MOVE "FAIL " TO ROW-CELL (WS-CUR-ROW WS-CUR-COL)         K6SQMX.1
027800         GO TO 3000-NEXT.                                         K6SQMX.1
027900     IF (CX-P-OR-F = "INSPT" OR CX-P-OR-F = "*****")              K6SQMX.1
028000             AND ROW-CELL (WS-CUR-ROW WS-CUR-COL) = "PASS "       K6SQMX.1
028100         MOVE "INSP " TO ROW-CELL (WS-CUR-ROW WS-CUR-COL).        K6SQMX.1
028200 3000-NEXT.                                                       K6SQMX.1
028300     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6SQMX.1
028400 3000-EXIT.                                                       K6SQMX.1
028500     EXIT.                                                        K6SQMX.1
028600*================================================================ K6SQMX.1
028700* 3100-START-SEGMENT -- FIND OR ADD THE SEGMENT'S BLOCK COLUMN    K6SQMX.1
028800* AND FORMAT ROW.  A SEGMENT WITH NO VALID CELL LEAVES            K6SQMX.1
028900* WS-CUR-ROW ZERO AND IS SKIPPED.                                 K6SQMX.1
029000*================================================================ K6SQMX.1
029100 3100-START-SEGMENT.                                              K6SQMX.1
029200     MOVE ZERO TO WS-CUR-COL WS-CUR-ROW.                          K6SQMX.1
029300     MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID.                          K6SQMX.1
029400     MOVE CX-ID-SQ-CELL TO SQ-CELL.                               K6SQMX.1
029500     IF NOT SQC-VALID-RECFM                                       K6SQMX.1
029600         ADD 1 TO WS-SEGMENTS-SKIPPED                             K6SQMX.1
029700         GO TO 3100-EXIT.                                         K6SQMX.1
029800     MOVE SPACE TO WS-COL-KEY WS-ROW-SIZES.                       K6SQMX.1
029900     MOVE ZERO TO WS-COL-KEY (2:5).                               K6SQMX.1
030000     IF SQC-BLOCKED                                               K6SQMX.1
030100         MOVE SQC-BLK-UNIT TO WS-COL-KEY (1:1)                    K6SQMX.1
030200         MOVE SQC-BLOCK TO WS-COL-KEY (2:5).                      K6SQMX.1
030300     IF SQC-VARIABLE                                              K6SQMX.1
030400         MOVE CX-ID-SQ-CELL (11:11) TO WS-ROW-SIZES.              K6SQMX.1
030500     MOVE ZERO TO WS-CX.                                          K6SQMX.1
030600 3100-SCAN.                                                       K6SQMX.1
030700     ADD 1 TO WS-CX.                                              K6SQMX.1
030800     IF WS-CX > WS-COL-COUNT                                      K6SQMX.1
030900         GO TO 3100-ADD.                                          K6SQMX.1
031000     IF COL-KEY (WS-CX) = WS-COL-KEY                              K6SQMX.1
031100         MOVE WS-CX TO WS-CUR-COL                                 K6SQMX.1
031200         GO TO 3100-ROW.                                          K6SQMX.1
031300     GO TO 3100-SCAN.                                             K6SQMX.1
031400 3100-ADD.                                                        K6SQMX.1
031500     IF WS-COL-COUNT = 10                                         K6SQMX.1
031600         ADD 1 TO WS-OVERFLOW-COUNT                               K6SQMX.1
031700         ADD 1 TO WS-SEGMENTS-SKIPPED                             K6SQMX.1
031800         GO TO 3100-EXIT.                                         K6SQMX.1
031900     ADD 1 TO WS-COL-COUNT.                                       K6SQMX.1
032000     MOVE WS-COL-COUNT TO WS-CUR-COL.                             K6SQMX.1
032100     MOVE WS-COL-KEY TO COL-KEY (WS-CUR-COL).                     K6SQMX.1
032200 3100-ROW.                                                        K6SQMX.1
032300     PERFORM 3200-FIND-ROW THRU 3200-EXIT.                        K6SQMX.1
032400     IF WS-CUR-ROW = ZERO                                         K6SQMX.1
032500         ADD 1 TO WS-SEGMENTS-SKIPPED                             K6SQMX.1
032600         GO TO 3100-EXIT.                                         K6SQMX.1
032700     MOVE "PASS " TO ROW-CELL (WS-CUR-ROW WS-CUR-COL).            K6SQMX.1
032800     ADD 1 TO WS-SEGMENTS-USED.                                   K6SQMX.1
032900 3100-EXIT.                                                       K6SQMX.1
033000     EXIT.                                                        K6SQMX.1
033100*================================================================ K6SQMX.1
033200* 3200-FIND-ROW -- THE ROW FOR THIS PROGRAM, FORMAT AND SIZE      K6SQMX.1
033300* RANGE, ADDED WITH ALL CELLS BLANK WHEN FIRST SEEN.              K6SQMX.1
033400* WS-CUR-ROW ZERO WHEN THE TABLE IS FULL.                         K6SQMX.1
033500*================================================================ K6SQMX.1
033600 3200-FIND-ROW.                                                   K6SQMX.1
033700     MOVE ZERO TO WS-RX.                                          K6SQMX.1
033800 3200-SCAN.                                                       K6SQMX.1
033900     ADD 1 TO WS-RX.                                              K6SQMX.1
034000     IF WS-RX > WS-ROW-COUNT                                      K6SQMX.1
034100         GO TO 3200-ADD.                                          K6SQMX.1
034200     IF ROW-PGM-ID (WS-RX) = WS-CUR-PGM-ID                        K6SQMX.1
034300             AND ROW-RECFM (WS-RX) = SQC-RECFM                    K6SQMX.1
034400             AND ROW-SIZES (WS-RX) = WS-ROW-SIZES                 K6SQMX.1
034500         MOVE WS-RX TO WS-CUR-ROW                                 K6SQMX.1
034600         GO TO 3200-EXIT.                                         K6SQMX.1
034700     GO TO 3200-SCAN.                                             K6SQMX.1
034800 3200-ADD.                                                        K6SQMX.1
034900     IF WS-ROW-COUNT = 500                                        K6SQMX.1
035000         ADD 1 TO WS-OVERFLOW-COUNT                               K6SQMX.1
035100         GO TO 3200-EXIT.                                         K6SQMX.1
035200     ADD 1 TO WS-ROW-COUNT.                                       K6SQMX.1
035300     MOVE WS-ROW-COUNT TO WS-CUR-ROW.                             K6SQMX.1
035400     MOVE SPACE TO ROW-ENTRY (WS-CUR-ROW).                        K6SQMX.1
035500     MOVE WS-CUR-PGM-ID TO ROW-PGM-ID (WS-CUR-ROW).               K6SQMX.1
035600     MOVE SQC-RECFM TO ROW-RECFM (WS-CUR-ROW).                    K6SQMX.1
035700     MOVE WS-ROW-SIZES TO ROW-SIZES (WS-CUR-ROW).                 K6SQMX.1
035800 3200-EXIT.                                                       K6SQMX.1
035900     EXIT.                                                        K6SQMX.1
036000*================================================================ K6SQMX.1
036100* 5000-ORDER-COLUMNS -- PRINT ORDER BY ASCENDING KEY: PICK THE    K6SQMX.1
036200* LOWEST UNUSED COLUMN EACH TIME ROUND.                           K6SQMX.1
036300*================================================================ K6SQMX.1
036400 5000-ORDER-COLUMNS.                                              K6SQMX.1
036500     MOVE ZERO TO WS-OX.                                          K6SQMX.1
036600 5000-NEXT-SLOT.                                                  K6SQMX.1
036700     ADD 1 TO WS-OX.                                              K6SQMX.1
036800     IF WS-OX > WS-COL-COUNT                                      K6SQMX.1
036900         GO TO 5000-EXIT.                                         K6SQMX.1
037000     MOVE ZERO TO WS-LOW-CX WS-CX.                                K6SQMX.1
037100 5000-SCAN.                                                       K6SQMX.1
037200     ADD 1 TO WS-CX.                                              K6SQMX.1
037300     IF WS-CX > WS-COL-COUNT                                      K6SQMX.1
037400         GO TO 5000-TAKE.                                         K6SQMX.1
037500     IF COL-USED (WS-CX) = "Y"                                    K6SQMX.1
037600         GO TO 5000-SCAN.                                         K6SQMX.1
037700     IF WS-LOW-CX = ZERO                                          K6SQMX.1
037800         MOVE WS-CX TO WS-LOW-CX                                  K6SQMX.1
037900         GO TO 5000-SCAN.                                         K6SQMX.1
038000     IF COL-KEY (WS-CX) < COL-KEY (WS-LOW-CX)                     K6SQMX.1
038100         MOVE WS-CX TO WS-LOW-CX.                                 K6SQMX.1
038200     GO TO 5000-SCAN.                                             K6SQMX.1
038300 5000-TAKE.                                                       K6SQMX.1
038400     MOVE WS-LOW-CX TO COL-ORDER (WS-OX).                         K6SQMX.1
038500     MOVE "Y" TO COL-USED (WS-LOW-CX).                            K6SQMX.1
038600     GO TO 5000-NEXT-SLOT.                                        K6SQMX.1
038700 5000-EXIT.                                                       K6SQMX.1
038800     EXIT.                                                        K6SQMX.1
038900*================================================================ K6SQMX.1
039000* 6000-PRINT-MATRIX -- HEADINGS, THEN ONE LINE PER ROW.  A        K6SQMX.1
039100* COLUMN HEADING IS THE BLOCK VALUE FOLLOWED BY R OR C.           K6SQMX.1
039200*================================================================ K6SQMX.1
039300 6000-PRINT-MATRIX.                                               K6SQMX.1
039400     WRITE MR-PRINT-REC FROM HDR-LINE-1                           K6SQMX.1
039500         AFTER ADVANCING PAGE.                                    K6SQMX.1
039600     MOVE SPACE TO HDR-COL-AREA.                                  K6SQMX.1
039700     MOVE ZERO TO WS-OX.                                          K6SQMX.1
039800 6000-HEADING.                                                    K6SQMX.1
039900     ADD 1 TO WS-OX.                                              K6SQMX.1
040000     IF WS-OX > WS-COL-COUNT                                      K6SQMX.1
040100         GO TO 6000-HEADING-DONE.                                 K6SQMX.1
040200     MOVE COL-ORDER (WS-OX) TO WS-PRT-CX.                         K6SQMX.1
040300     IF COL-UNIT (WS-PRT-CX) = SPACE                              K6SQMX.1
040400         MOVE "  NONE" TO HDR-COL-BLK (WS-OX)                     K6SQMX.1
040500         GO TO 6000-HEADING.                                      K6SQMX.1
040600     MOVE COL-BLOCK (WS-PRT-CX) TO WS-NUM-EDIT.                   K6SQMX.1
040700     MOVE WS-NUM-EDIT TO HDR-COL-BLK (WS-OX).                     K6SQMX.1
040800     MOVE COL-UNIT (WS-PRT-CX) TO HDR-COL-BLK (WS-OX) (6:1).      K6SQMX.1
040900     GO TO 6000-HEADING.                                          K6SQMX.1
041000 6000-HEADING-DONE.                                               K6SQMX.1
041100     WRITE MR-PRINT-REC FROM HDR-LINE-2                           K6SQMX.1
041200         AFTER ADVANCING 2 LINES.                                 K6SQMX.1
041300     MOVE SPACE TO MR-PRINT-REC.                                  K6SQMX.1
041400     WRITE MR-PRINT-REC AFTER ADVANCING 1 LINES.                  K6SQMX.1
041500     MOVE ZERO TO WS-RX.                                          K6SQMX.1
041600 6000-NEXT-ROW.                                                   K6SQMX.1
041700     ADD 1 TO WS-RX.                                              K6SQMX.1
041800     IF WS-RX > WS-ROW-COUNT                                      K6SQMX.1
041900         GO TO 6000-EXIT.                                         K6SQMX.1
042000     PERFORM 6100-PRINT-ROW THRU 6100-EXIT.                       K6SQMX.1
042100     GO TO 6000-NEXT-ROW.                                         K6SQMX.1
042200 6000-EXIT.                                                       K6SQMX.1
042300     EXIT.                                                        K6SQMX.1
042400*================================================================ K6SQMX.1
042500* 6100-PRINT-ROW -- ONE MATRIX LINE, COUNTING ITS CELLS.          K6SQMX.1
042600*================================================================ K6SQMX.1
042700 6100-PRINT-ROW.                                                  K6SQMX.1
042800     MOVE SPACE TO DET-LINE.                                      K6SQMX.1
042900     MOVE ROW-PGM-ID (WS-RX) TO DET-PGM-ID.                       K6SQMX.1
043000     PERFORM 6200-FORMAT-LABEL THRU 6200-EXIT.                    K6SQMX.1
043100     MOVE "N" TO WS-ROW-FAIL-SW.                                  K6SQMX.1
043200     MOVE ZERO TO WS-OX.                                          K6SQMX.1
043300 6100-NEXT-CELL.                                                  K6SQMX.1
043400     ADD 1 TO WS-OX.                                              K6SQMX.1
043500     IF WS-OX > WS-COL-COUNT                                      K6SQMX.1
043600         GO TO 6100-WRITE.                                        K6SQMX.1
043700     MOVE COL-ORDER (WS-OX) TO WS-PRT-CX.                         K6SQMX.1
043800     IF ROW-CELL (WS-RX WS-PRT-CX) = SPACE                        K6SQMX.1
043900         MOVE "  -  " TO DET-CELL (WS-OX)                         K6SQMX.1
044000         GO TO 6100-NEXT-CELL.                                    K6SQMX.1
044100     MOVE ROW-CELL (WS-RX WS-PRT-CX) TO DET-CELL (WS-OX).         K6SQMX.1
044200     ADD 1 TO WS-CELLS-RUN.                                       K6SQMX.1
044300     IF ROW-CELL (WS-RX WS-PRT-CX) = "PASS "                      K6SQMX.1
044400         ADD 1 TO WS-CELLS-PASS.                                  K6SQMX.1
044500     IF ROW-CELL (WS-RX WS-PRT-CX) = "INSP "                      K6SQMX.1
044600         ADD 1 TO WS-CELLS-INSP.                                  K6SQMX.1
044700     IF ROW-CELL (WS-RX WS-PRT-CX) = "FAIL "                      K6SQMX.1
044800         ADD 1 TO WS-CELLS-FAIL                                   K6SQMX.1
044900         MOVE "Y" TO WS-ROW-FAIL-SW.                              K6SQMX.1
045000     IF ROW-CELL (WS-RX WS-PRT-CX) = "ABEND"                      K6SQMX.1
045100         ADD 1 TO WS-CELLS-ABEND                                  K6SQMX.1
045200         MOVE "Y" TO WS-ROW-FAIL-SW.                              K6SQMX.1
045300     GO TO 6100-NEXT-CELL.                                        K6SQMX.1
045400 6100-WRITE.                                                      K6SQMX.1
045500     IF WS-ROW-FAILS                                              K6SQMX.1
045600         MOVE "<< FAILS" TO DET-FLAG                              K6SQMX.1
045700         ADD 1 TO WS-ROWS-FAILING.                                K6SQMX.1
045800     WRITE MR-PRINT-REC FROM DET-LINE                             K6SQMX.1
045900         AFTER ADVANCING 1 LINES.                                 K6SQMX.1
046000 6100-EXIT.                                                       K6SQMX.1
046100     EXIT.                                                        K6SQMX.1
046200*================================================================ K6SQMX.1
046300* 6200-FORMAT-LABEL -- THE ROW LABEL: "AS COMPILED", THE FIXED    K6SQMX.1
046400* FORMAT ALONE, OR THE VARIABLE FORMAT WITH ITS SIZE RANGE.       K6SQMX.1
046500*================================================================ K6SQMX.1
046600 6200-FORMAT-LABEL.                                               K6SQMX.1
046700     IF ROW-RECFM (WS-RX) = "AS"                                  K6SQMX.1
046800         MOVE "AS COMPILED" TO DET-FORMAT                         K6SQMX.1
046900         GO TO 6200-EXIT.                                         K6SQMX.1
047000     IF ROW-SIZES (WS-RX) = SPACE                                 K6SQMX.1
047100         MOVE ROW-RECFM (WS-RX) TO DET-FORMAT                     K6SQMX.1
047200         GO TO 6200-EXIT.                                         K6SQMX.1
047300     MOVE ROW-SIZES (WS-RX) (1:5) TO WS-NUM-EDIT.                 K6SQMX.1
047400     MOVE ZERO TO WS-LEAD.                                        K6SQMX.1
047500     INSPECT WS-NUM-EDIT TALLYING WS-LEAD FOR LEADING SPACE.      K6SQMX.1
047600     MOVE WS-NUM-EDIT (WS-LEAD + 1:) TO WS-MIN-T.                 K6SQMX.1
047700     MOVE ROW-SIZES (WS-RX) (7:5) TO WS-NUM-EDIT.                 K6SQMX.1
047800     MOVE ZERO TO WS-LEAD.                                        K6SQMX.1
047900     INSPECT WS-NUM-EDIT TALLYING WS-LEAD FOR LEADING SPACE.      K6SQMX.1
048000     MOVE WS-NUM-EDIT (WS-LEAD + 1:) TO WS-MAX-T.                 K6SQMX.1
048100     STRING ROW-RECFM (WS-RX) DELIMITED BY SPACE                  K6SQMX.1
048200            " " DELIMITED BY SIZE                                 K6SQMX.1
048300            WS-MIN-T DELIMITED BY SPACE                           K6SQMX.1
048400            "-" DELIMITED BY SIZE                                 K6SQMX.1
048500            WS-MAX-T DELIMITED BY SPACE                           K6SQMX.1
048600         INTO DET-FORMAT.                                         K6SQMX.1
048700 6200-EXIT.                                                       K6SQMX.1
048800     EXIT.                                                        K6SQMX.1
048900*================================================================ K6SQMX.1
049000* 7000-PRINT-TOTALS -- WRITE THE SWEEP TOTALS.                    K6SQMX.1
049100*================================================================ K6SQMX.1
049200 7000-PRINT-TOTALS.                                               K6SQMX.1
049300     MOVE WS-SEGMENTS-USED TO TOT-SEGMENTS.                       K6SQMX.1
049400     MOVE WS-SEGMENTS-SKIPPED TO TOT-SKIPPED.                     K6SQMX.1
049500     MOVE WS-COL-COUNT TO TOT-COLUMNS.                            K6SQMX.1
049600     MOVE WS-ROW-COUNT TO TOT-ROWS.                               K6SQMX.1
049700     MOVE WS-CELLS-RUN TO TOT-CELLS.                              K6SQMX.1
049800     MOVE WS-CELLS-PASS TO TOT-PASS.                              K6SQMX.1
049900     MOVE WS-CELLS-INSP TO TOT-INSP.                              K6SQMX.1
050000     MOVE WS-CELLS-FAIL TO TOT-FAIL.                              K6SQMX.1
050100     MOVE WS-CELLS-ABEND TO TOT-ABEND.                            K6SQMX.1
050200     MOVE WS-OVERFLOW-COUNT TO TOT-OVERFLOW.                      K6SQMX.1
050300     WRITE MR-PRINT-REC FROM TOT-LINE-1                           K6SQMX.1
050400         AFTER ADVANCING 2 LINES.                                 K6SQMX.1
050500     WRITE MR-PRINT-REC FROM TOT-LINE-2                           K6SQMX.1
050600         AFTER ADVANCING 1 LINES.                                 K6SQMX.1
050700     WRITE MR-PRINT-REC FROM TOT-LINE-3                           K6SQMX.1
050800         AFTER ADVANCING 1 LINES.                                 K6SQMX.1
050900     WRITE MR-PRINT-REC FROM TOT-LINE-4                           K6SQMX.1
051000         AFTER ADVANCING 1 LINES.                                 K6SQMX.1
051100     WRITE MR-PRINT-REC FROM TOT-LINE-5                           K6SQMX.1
051200         AFTER ADVANCING 1 LINES.                                 K6SQMX.1
051300     IF WS-OVERFLOW-COUNT > ZERO                                  K6SQMX.1
051400         WRITE MR-PRINT-REC FROM TOT-LINE-6                       K6SQMX.1
051500             AFTER ADVANCING 1 LINES                              K6SQMX.1
051600         MOVE 8 TO WS-VERDICT-RC                                  K6SQMX.1
051700         GO TO 7000-EXIT.                                         K6SQMX.1
051800     IF WS-ROWS-FAILING > ZERO                                    K6SQMX.1
051900         MOVE 4 TO WS-VERDICT-RC.                                 K6SQMX.1
052000 7000-EXIT.                                                       K6SQMX.1
052100     EXIT.                                                        K6SQMX.1
052200*================================================================ K6SQMX.1
052300* 8500-ENV-OPEN-CHECK -- AN "H" HEADER OPENS AN EXTRACT           K6SQMX.1
052400* ENVELOPE (K6CSVE.CPY).  ONE STILL OPEN AT THAT POINT NEVER      K6SQMX.1
052500* SAW ITS TRAILER.                                                K6SQMX.1
052600*================================================================ K6SQMX.1
052700 8500-ENV-OPEN-CHECK.                                             K6SQMX.1
052800     IF WS-ENV-OPEN                                               K6SQMX.1
052900         ADD 1 TO WS-ENV-BAD-COUNT.                               K6SQMX.1
053000     SET WS-ENV-OPEN TO TRUE.                                     K6SQMX.1
053100     MOVE ZERO TO WS-ENV-DETAIL-CT.                               K6SQMX.1
053200 8500-EXIT.                                                       K6SQMX.1
053300     EXIT.                                                        K6SQMX.1
053400*================================================================ K6SQMX.1
053500* 8600-ENV-TRAILER-CHECK -- A "T" TRAILER MUST AGREE WITH THE     K6SQMX.1
053600* DETAIL ROWS ACTUALLY SEEN SINCE ITS HEADER.                     K6SQMX.1
053700*================================================================ K6SQMX.1
053800 8600-ENV-TRAILER-CHECK.                                          K6SQMX.1
053900     IF NOT WS-ENV-OPEN                                           K6SQMX.1
054000         GO TO 8600-EXIT.                                         K6SQMX.1
054100     MOVE "N" TO WS-ENV-OPEN-SW.                                  K6SQMX.1
054200     IF CX-TR-DETAIL-COUNT NOT NUMERIC                            K6SQMX.1
054300         ADD 1 TO WS-ENV-BAD-COUNT                                K6SQMX.1
054400         GO TO 8600-EXIT.                                         K6SQMX.1
054500     IF CX-TR-DETAIL-COUNT NOT = WS-ENV-DETAIL-CT                 K6SQMX.1
054600         ADD 1 TO WS-ENV-BAD-COUNT.                               K6SQMX.1
054700 8600-EXIT.                                                       K6SQMX.1
054800     EXIT.                                                        K6SQMX.1
054900*================================================================ K6SQMX.1
055000* 8700-ENV-FINAL-CHECK -- A TRUNCATED OR MISCOUNTED EXTRACT       K6SQMX.1
055100* IS REPORTED AND REJECTS THE RUN WITH RETURN-CODE 8.             K6SQMX.1
055200*================================================================ K6SQMX.1
055300 8700-ENV-FINAL-CHECK.                                            K6SQMX.1
055400     IF WS-ENV-OPEN                                               K6SQMX.1
055500         ADD 1 TO WS-ENV-BAD-COUNT                                K6SQMX.1
055600         MOVE "N" TO WS-ENV-OPEN-SW.                              K6SQMX.1
055700     IF WS-ENV-BAD-COUNT = ZERO                                   K6SQMX.1
055800         GO TO 8700-EXIT.                                         K6SQMX.1
055900     MOVE WS-ENV-BAD-COUNT TO ENV-BAD-T.                          K6SQMX.1
056000     WRITE MR-PRINT-REC FROM ENV-BAD-LINE                         K6SQMX.1
056100         AFTER ADVANCING 1 LINES.                                 K6SQMX.1
056200     MOVE 8 TO WS-VERDICT-RC.                                     K6SQMX.1
056300 8700-EXIT.                                                       K6SQMX.1
056400     EXIT.                                                        K6SQMX.1
056500*================================================================ K6SQMX.1
056600* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6SQMX.1
056700*================================================================ K6SQMX.1
056800 9999-TERMINATE.                                                  K6SQMX.1
056900     CLOSE CSV-EXTRACT SQMX-RPT.                                  K6SQMX.1
057000     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SQMX.1
057100 9999-EXIT.                                                       K6SQMX.1
057200     EXIT.                                                        K6SQMX.1
