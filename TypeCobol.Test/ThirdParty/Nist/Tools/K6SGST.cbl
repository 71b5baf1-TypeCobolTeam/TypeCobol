000100 IDENTIFICATION DIVISION.                                         K6SGST.1
000200 PROGRAM-ID.                                                      K6SGST.1
000300     K6SGST.                                                      K6SGST.1
000400*================================================================ K6SGST.1
000500* K6SGST -- STAMP A SEGMENT-LIMIT INTO AN SG MEMBER FOR A SWEEP   K6SGST.1
000600* COMPILE.                                                        K6SGST.1
000700*================================================================ K6SGST.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SGST.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SGST.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6SGST.1
001100* DATE-COMPILED.                                                  K6SGST.1
001200*                                                                 K6SGST.1
001300* REMARKS.                                                        K6SGST.1
001400*    FIRST STEP OF EACH K6SGSW SWEEP LEG.  COPIES ONE SG MEMBER   K6SGST.1
001500*    (SRCIN) TO A WORK COPY (SRCOUT) FOR THE COMPILE STEP, WITH   K6SGST.1
001600*    THE OBJECT-COMPUTER PARAGRAPH'S SEGMENT-LIMIT SET TO THE     K6SGST.1
001700*    VALUE ON THE CONTROL CARD (SGSTCTL, COLUMNS 1-2, 01-49):     K6SGST.1
001800*      - A MEMBER THAT DECLARES A LIMIT (SG202A) HAS THE VALUE    K6SGST.1
001900*        ON ITS "SEGMENT-LIMIT IS" LINE REPLACED;                 K6SGST.1
002000*      - A MEMBER THAT DECLARES NONE (SG102A, SG103A, SG106A,     K6SGST.1
002100*        WHICH THEREFORE COMPILE AT THE DEFAULT OF 49) GETS THE   K6SGST.1
002200*        CLAUSE ADDED THE WAY SG202A CARRIES IT: THE PERIOD       K6SGST.1
002300*        COMES OFF THE COMPUTER-NAME LINE AND A "SEGMENT-LIMIT    K6SGST.1
002400*        IS NN." LINE FOLLOWS IT.                                 K6SGST.1
002500*    ONLY THE OBJECT-COMPUTER PARAGRAPH IS TOUCHED -- THE SAME    K6SGST.1
002600*    WORDS IN A REMARKS LINE ARE LEFT ALONE.  THE LIBRARY MEMBER  K6SGST.1
002700*    ITSELF IS NEVER CHANGED.                                     K6SGST.1
002800*                                                                 K6SGST.1
002900*    RETURN-CODE 0 WHEN THE LIMIT WAS STAMPED, 16 WHEN THE CARD   K6SGST.1
003000*    IS MISSING OR OUT OF RANGE OR THE MEMBER HAS NO              K6SGST.1
003100*    OBJECT-COMPUTER PARAGRAPH (THE COMPILE STEP IS THEN          K6SGST.1
003200*    BYPASSED BY ITS COND= TEST).                                 K6SGST.1
003300*                                                                 K6SGST.1
003400* MODIFICATION HISTORY.                                           K6SGST.1
003500*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SGST.1
003600*================================================================ K6SGST.1
003700                                                                  K6SGST.1
003800 ENVIRONMENT DIVISION.                                            K6SGST.1
003900 CONFIGURATION SECTION.                                           K6SGST.1
004000 SOURCE-COMPUTER.                                                 K6SGST.1
004100     OUR-MAINFRAME.                                               K6SGST.1
004200 OBJECT-COMPUTER.                                                 K6SGST.1
004300     OUR-MAINFRAME.                                               K6SGST.1
004400 INPUT-OUTPUT SECTION.                                            K6SGST.1
004500 FILE-CONTROL.                                                    K6SGST.1
004600     SELECT SGST-CTL ASSIGN TO SGSTCTL                            K6SGST.1
004700         ORGANIZATION IS SEQUENTIAL                               K6SGST.1
004800         FILE STATUS IS WS-CTL-STATUS.                            K6SGST.1
004900     SELECT SOURCE-IN ASSIGN TO SRCIN                             K6SGST.1
005000         ORGANIZATION IS SEQUENTIAL                               K6SGST.1
005100         FILE STATUS IS WS-SRC-STATUS.                            K6SGST.1
005200     SELECT SOURCE-OUT ASSIGN TO SRCOUT                           K6SGST.1
005300         ORGANIZATION IS SEQUENTIAL.                              K6SGST.1
005400                                                                  K6SGST.1
005500 DATA DIVISION.                                                   K6SGST.1
005600 FILE SECTION.                                                    K6SGST.1
005700 FD  SGST-CTL                                                     K6SGST.1
005800     LABEL RECORDS ARE STANDARD.                                  K6SGST.1
005900 01  SC-CONTROL-CARD.                                             K6SGST.1
006000     05  SC-LIMIT             PIC X(2).                           K6SGST.1
006100     05  FILLER               PIC X(78).                          K6SGST.1
006200 FD  SOURCE-IN                                                    K6SGST.1
006300     LABEL RECORDS ARE STANDARD.                                  K6SGST.1
006400 01  SI-SOURCE-REC.                                               K6SGST.1
006500     05  SI-SEQ               PIC X(6).                           K6SGST.1
006600     05  SI-INDICATOR         PIC X(1).                           K6SGST.1
006700     05  SI-AREA              PIC X(65).                          K6SGST.1
006800     05  SI-TAG               PIC X(8).                           K6SGST.1
006900 FD  SOURCE-OUT                                                   K6SGST.1
007000     LABEL RECORDS ARE STANDARD.                                  K6SGST.1
007100 01  SO-SOURCE-REC            PIC X(80).                          K6SGST.1
007200                                                                  K6SGST.1
007300 WORKING-STORAGE SECTION.                                         K6SGST.1
007400* ----------------------------------------------------------      K6SGST.1
007500* FILE STATUS, SWITCHES AND COUNTERS.                             K6SGST.1
007600* ----------------------------------------------------------      K6SGST.1
007700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6SGST.1
007800 77  WS-SRC-STATUS            PIC X(2)   VALUE SPACE.             K6SGST.1
007900 77  WS-SRC-EOF-SW            PIC X      VALUE "N".               K6SGST.1
008000     88  WS-SRC-EOF                      VALUE "Y".               K6SGST.1
008100 77  WS-SRC-OPEN-SW           PIC X      VALUE "N".               K6SGST.1
008200     88  WS-SRC-OPEN                     VALUE "Y".               K6SGST.1
008300 77  WS-STATE                 PIC X      VALUE "B".               K6SGST.1
008400     88  WS-BEFORE-OBJ                   VALUE "B".               K6SGST.1
008500     88  WS-IN-OBJ-PARAGRAPH             VALUE "N" "C".           K6SGST.1
008600     88  WS-PAST-OBJ                     VALUE "P".               K6SGST.1
008700 77  WS-STAMPED-SW            PIC X      VALUE "N".               K6SGST.1
008800     88  WS-LIMIT-STAMPED                VALUE "Y".               K6SGST.1
008900 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SGST.1
009000 77  WS-LIMIT                 PIC 99     VALUE ZERO.              K6SGST.1
009100 77  WS-TALLY                 PIC 9(3)   COMP VALUE ZERO.         K6SGST.1
009200 77  WS-LINE-COUNT            PIC 9(6)   VALUE ZERO.              K6SGST.1
009300* ----------------------------------------------------------      K6SGST.1
009400* THE CLAUSE LINE AS IT IS WRITTEN INTO THE WORK COPY.            K6SGST.1
009500* ----------------------------------------------------------      K6SGST.1
009600 01  LIMIT-AREA.                                                  K6SGST.1
009700     05  FILLER               PIC X(4)   VALUE SPACE.             K6SGST.1
009800     05  FILLER               PIC X(17)  VALUE                    K6SGST.1
009900         "SEGMENT-LIMIT IS ".                                     K6SGST.1
010000     05  LA-LIMIT             PIC 99.                             K6SGST.1
010100     05  FILLER               PIC X(1)   VALUE ".".               K6SGST.1
010200     05  FILLER               PIC X(41)  VALUE SPACE.             K6SGST.1
010300                                                                  K6SGST.1
010400 PROCEDURE DIVISION.                                              K6SGST.1
010500*================================================================ K6SGST.1
010600* 0000-MAINLINE -- COPY THE MEMBER, STAMPING THE LIMIT ON THE     K6SGST.1
010700* WAY THROUGH.                                                    K6SGST.1
010800*================================================================ K6SGST.1
010900 0000-MAINLINE.                                                   K6SGST.1
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SGST.1
011100     IF WS-VERDICT-RC = 16                                        K6SGST.1
011200         GO TO 0000-FINISH.                                       K6SGST.1
011300     PERFORM 2000-COPY-LINE THRU 2000-EXIT                        K6SGST.1
011400             UNTIL WS-SRC-EOF.                                    K6SGST.1
011500     IF NOT WS-LIMIT-STAMPED                                      K6SGST.1
011600         DISPLAY "K6SGST: NO OBJECT-COMPUTER PARAGRAPH IN SRCIN"  K6SGST.1
011700         MOVE 16 TO WS-VERDICT-RC                                 K6SGST.1
011800     ELSE                                                         K6SGST.1
011900         DISPLAY "K6SGST: SEGMENT-LIMIT " WS-LIMIT                K6SGST.1
012000             " STAMPED, " WS-LINE-COUNT " LINES COPIED".          K6SGST.1
012100 0000-FINISH.                                                     K6SGST.1
012200     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6SGST.1
012300     STOP RUN.                                                    K6SGST.1
012400*================================================================ K6SGST.1
012500* 1000-INITIALIZE -- READ AND CHECK THE LIMIT CARD, OPEN THE      K6SGST.1
012600* MEMBER AND ITS WORK COPY.                                       K6SGST.1
012700*================================================================ K6SGST.1
012800 1000-INITIALIZE.                                                 K6SGST.1
012900     OPEN INPUT SGST-CTL.                                         K6SGST.1
013000     IF WS-CTL-STATUS NOT = "00"                                  K6SGST.1
013100         DISPLAY "K6SGST: SGSTCTL OPEN FAILED, STATUS "           K6SGST.1
013200             WS-CTL-STATUS                                        K6SGST.1
013300         MOVE 16 TO WS-VERDICT-RC                                 K6SGST.1
013400         GO TO 1000-EXIT.                                         K6SGST.1
013500     READ SGST-CTL                                                K6SGST.1
013600         AT END MOVE SPACE TO SC-CONTROL-CARD.                    K6SGST.1
013700     CLOSE SGST-CTL.                                              K6SGST.1
013800     IF SC-LIMIT NOT NUMERIC                                      K6SGST.1
013900         DISPLAY "K6SGST: SEGMENT-LIMIT CARD MISSING OR NOT "     K6SGST.1
014000             "NUMERIC"                                            K6SGST.1
014100         MOVE 16 TO WS-VERDICT-RC                                 K6SGST.1
014200         GO TO 1000-EXIT.                                         K6SGST.1
014300     MOVE SC-LIMIT TO WS-LIMIT.                                   K6SGST.1
014400     IF WS-LIMIT < 1 OR WS-LIMIT > 49                             K6SGST.1
014500         DISPLAY "K6SGST: SEGMENT-LIMIT " WS-LIMIT                K6SGST.1
014600             " OUTSIDE 01-49"                                     K6SGST.1
014700         MOVE 16 TO WS-VERDICT-RC                                 K6SGST.1
014800         GO TO 1000-EXIT.                                         K6SGST.1
014900     MOVE WS-LIMIT TO LA-LIMIT.                                   K6SGST.1
015000     OPEN INPUT SOURCE-IN.                                        K6SGST.1
015100     IF WS-SRC-STATUS NOT = "00"                                  K6SGST.1
015200         DISPLAY "K6SGST: SRCIN OPEN FAILED, STATUS "             K6SGST.1
015300             WS-SRC-STATUS                                        K6SGST.1
015400         MOVE 16 TO WS-VERDICT-RC                                 K6SGST.1
015500         GO TO 1000-EXIT.                                         K6SGST.1
015600     OPEN OUTPUT SOURCE-OUT.                                      K6SGST.1
015700     MOVE "Y" TO WS-SRC-OPEN-SW.                                  K6SGST.1
015800 1000-EXIT.                                                       K6SGST.1
015900     EXIT.                                                        K6SGST.1
016000*================================================================ K6SGST.1
016100* 2000-COPY-LINE -- ONE MEMBER LINE.  WS-STATE FOLLOWS THE        K6SGST.1
016200* OBJECT-COMPUTER PARAGRAPH: THE COMPUTER-NAME LINE, THEN ANY     K6SGST.1
016300* CLAUSE LINES UP TO THE NEXT PARAGRAPH OR SECTION HEADER.        K6SGST.1
016400*================================================================ K6SGST.1
016500 2000-COPY-LINE.                                                  K6SGST.1
016600     READ SOURCE-IN                                               K6SGST.1
016700         AT END MOVE "Y" TO WS-SRC-EOF-SW                         K6SGST.1
016800                GO TO 2000-EXIT.                                  K6SGST.1
016900     ADD 1 TO WS-LINE-COUNT.                                      K6SGST.1
017000     IF SI-INDICATOR = "*" OR SI-INDICATOR = "/"                  K6SGST.1
017100             OR SI-AREA = SPACE                                   K6SGST.1
017200             OR WS-PAST-OBJ                                       K6SGST.1
017300         GO TO 2000-WRITE.                                        K6SGST.1
017400     IF WS-BEFORE-OBJ                                             K6SGST.1
017500         PERFORM 2100-FIND-PARAGRAPH THRU 2100-EXIT               K6SGST.1
017600         GO TO 2000-WRITE.                                        K6SGST.1
017700     IF SI-AREA (1:1) NOT = SPACE                                 K6SGST.1
017800         MOVE "P" TO WS-STATE                                     K6SGST.1
017900         GO TO 2000-WRITE.                                        K6SGST.1
018000     MOVE ZERO TO WS-TALLY.                                       K6SGST.1
018100     INSPECT SI-AREA TALLYING WS-TALLY FOR ALL "SEGMENT-LIMIT".   K6SGST.1
018200     IF WS-TALLY > ZERO                                           K6SGST.1
018300         MOVE LIMIT-AREA TO SI-AREA                               K6SGST.1
018400         MOVE "Y" TO WS-STAMPED-SW                                K6SGST.1
018500         MOVE "P" TO WS-STATE                                     K6SGST.1
018600         GO TO 2000-WRITE.                                        K6SGST.1
018700     PERFORM 2200-PARAGRAPH-LINE THRU 2200-EXIT.                  K6SGST.1
018800     GO TO 2000-EXIT.                                             K6SGST.1
018900 2000-WRITE.                                                      K6SGST.1
019000     WRITE SO-SOURCE-REC FROM SI-SOURCE-REC.                      K6SGST.1
019100 2000-EXIT.                                                       K6SGST.1
019200     EXIT.                                                        K6SGST.1
019300*================================================================ K6SGST.1
019400* 2100-FIND-PARAGRAPH -- WATCH FOR THE OBJECT-COMPUTER HEADER.    K6SGST.1
019500*================================================================ K6SGST.1
019600 2100-FIND-PARAGRAPH.                                             K6SGST.1
019700     MOVE ZERO TO WS-TALLY.                                       K6SGST.1
019800     INSPECT SI-AREA TALLYING WS-TALLY                            K6SGST.1
019900         FOR ALL "OBJECT-COMPUTER.".                              K6SGST.1
020000     IF WS-TALLY > ZERO                                           K6SGST.1
020100         MOVE "N" TO WS-STATE.                                    K6SGST.1
020200 2100-EXIT.                                                       K6SGST.1
020300     EXIT.                                                        K6SGST.1
020400*================================================================ K6SGST.1
020500* 2200-PARAGRAPH-LINE -- THE COMPUTER-NAME LINE OR A CLAUSE LINE  K6SGST.1
020600* WITH NO SEGMENT-LIMIT IN IT.  WITHOUT A PERIOD THE PARAGRAPH    K6SGST.1
020700* GOES ON BELOW; WITH ONE IT ENDS HERE, SO THE PERIOD COMES OFF   K6SGST.1
020800* AND THE CLAUSE LINE, CARRYING ITS OWN PERIOD, FOLLOWS.          K6SGST.1
020900*================================================================ K6SGST.1
021000 2200-PARAGRAPH-LINE.                                             K6SGST.1
021100     MOVE ZERO TO WS-TALLY.                                       K6SGST.1
021200     INSPECT SI-AREA TALLYING WS-TALLY FOR ALL ".".               K6SGST.1
021300     IF WS-TALLY = ZERO                                           K6SGST.1
021400         MOVE "C" TO WS-STATE                                     K6SGST.1
021500         WRITE SO-SOURCE-REC FROM SI-SOURCE-REC                   K6SGST.1
021600         GO TO 2200-EXIT.                                         K6SGST.1
021700     INSPECT SI-AREA REPLACING ALL "." BY SPACE.                  K6SGST.1
021800     WRITE SO-SOURCE-REC FROM SI-SOURCE-REC.                      K6SGST.1
021900     MOVE LIMIT-AREA TO SI-AREA.                                  K6SGST.1
022000     WRITE SO-SOURCE-REC FROM SI-SOURCE-REC.                      K6SGST.1
022100     MOVE "Y" TO WS-STAMPED-SW.                                   K6SGST.1
022200     MOVE "P" TO WS-STATE.                                        K6SGST.1
022300 2200-EXIT.                                                       K6SGST.1
022400     EXIT.                                                        K6SGST.1
022500*================================================================ K6SGST.1
022600* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6SGST.1
022700*================================================================ K6SGST.1
022800 9999-TERMINATE.                                                  K6SGST.1
022900     IF WS-SRC-OPEN                                               K6SGST.1
023000         CLOSE SOURCE-IN SOURCE-OUT.                              K6SGST.1
023100     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SGST.1
023200 9999-EXIT.                                                       K6SGST.1
023300     EXIT.                                                        K6SGST.1
