000100 IDENTIFICATION DIVISION.                                         K6SQST.1
000200 PROGRAM-ID.                                                      K6SQST.1
000300     K6SQST.                                                      K6SQST.1
000400*================================================================ K6SQST.1
000500* K6SQST -- STAMP A RECORD-FORMAT SWEEP CELL INTO THE FD OF AN    K6SQST.1
000600* SQ MEMBER'S FILE UNDER TEST.                                    K6SQST.1
000700*================================================================ K6SQST.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SQST.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SQST.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6SQST.1
001100* DATE-COMPILED.                                                  K6SQST.1
001200*                                                                 K6SQST.1
001300* REMARKS.                                                        K6SQST.1
001400*    FIRST STEP OF EACH K6SQSW SWEEP LEG.  COPIES ONE SQ MEMBER   K6SQST.1
001500*    (SRCIN) TO A WORK COPY (SRCOUT) FOR THE COMPILE STEP WITH    K6SQST.1
001600*    THE FD ENTRY OF THE FILE UNDER TEST REWRITTEN FOR THE CELL   K6SQST.1
001700*    ON THE CONTROL CARD:                                         K6SQST.1
001800*      - THE ENTRY'S OWN BLOCK CONTAINS, RECORD (CONTAINS OR      K6SQST.1
001900*        VARYING, WITH ANY DEPENDING ON) AND RECORDING MODE       K6SQST.1
002000*        CLAUSES ARE DROPPED.  LABEL RECORDS, DATA RECORDS,       K6SQST.1
002100*        CODE-SET AND THE REST ARE KEPT AS THEY STAND;            K6SQST.1
002200*      - RECORDING MODE IS F OR V IS ADDED FOR THE FORMAT;        K6SQST.1
002300*      - FB, VB AND VD ADD BLOCK CONTAINS N RECORDS OR            K6SQST.1
002400*        CHARACTERS;                                              K6SQST.1
002500*      - V, VB AND VD ADD RECORD IS VARYING IN SIZE FROM MIN TO   K6SQST.1
002600*        MAX CHARACTERS, AND VD ADDS DEPENDING ON THE ITEM NAMED  K6SQST.1
002700*        ON THE CARD.  F AND FB LEAVE THE RECORD SIZE TO THE      K6SQST.1
002800*        01 ENTRIES.                                              K6SQST.1
002900*    THE REWRITTEN ENTRY KEEPS THE SEQUENCE NUMBER AND TAG OF     K6SQST.1
003000*    ITS FD LINE.  A CELL OF "AS" COPIES THE MEMBER UNCHANGED,    K6SQST.1
003100*    BUT THE FD MUST STILL BE FOUND.  THE LIBRARY MEMBER ITSELF   K6SQST.1
003200*    IS NEVER CHANGED.                                            K6SQST.1
003300*                                                                 K6SQST.1
003400*    CONTROL CARD (SQSTCTL): CELL (1-21, LAYOUT IN K6SQCF.CPY),   K6SQST.1
003500*    FD NAME (23-46), DEPENDING-ON ITEM (48-71, VD ONLY).         K6SQST.1
003600*                                                                 K6SQST.1
003700*    RETURN-CODE 0 WHEN THE CELL WAS STAMPED, 16 WHEN THE CARD    K6SQST.1
003800*    IS MISSING OR IN ERROR, THE MEMBER HAS NO FD OF THAT NAME    K6SQST.1
003900*    OR THE ENTRY IS TOO LONG TO REWRITE (THE COMPILE STEP IS     K6SQST.1
004000*    THEN BYPASSED BY ITS COND= TEST).                            K6SQST.1
004100*                                                                 K6SQST.1
004200* MODIFICATION HISTORY.                                           K6SQST.1
004300*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SQST.1
004400*================================================================ K6SQST.1
004500                                                                  K6SQST.1
004600 ENVIRONMENT DIVISION.                                            K6SQST.1
004700 CONFIGURATION SECTION.                                           K6SQST.1
004800 SOURCE-COMPUTER.                                                 K6SQST.1
004900     OUR-MAINFRAME.                                               K6SQST.1
005000 OBJECT-COMPUTER.                                                 K6SQST.1
005100     OUR-MAINFRAME.                                               K6SQST.1
005200 INPUT-OUTPUT SECTION.                                            K6SQST.1
005300 FILE-CONTROL.                                                    K6SQST.1
005400     SELECT SQST-CTL ASSIGN TO SQSTCTL                            K6SQST.1
005500         ORGANIZATION IS SEQUENTIAL                               K6SQST.1
005600         FILE STATUS IS WS-CTL-STATUS.                            K6SQST.1
005700     SELECT SOURCE-IN ASSIGN TO SRCIN                             K6SQST.1
005800         ORGANIZATION IS SEQUENTIAL                               K6SQST.1
005900         FILE STATUS IS WS-SRC-STATUS.                            K6SQST.1
006000     SELECT SOURCE-OUT ASSIGN TO SRCOUT                           K6SQST.1
006100         ORGANIZATION IS SEQUENTIAL.                              K6SQST.1
006200                                                                  K6SQST.1
006300 DATA DIVISION.                                                   K6SQST.1
006400 FILE SECTION.                                                    K6SQST.1
006500 FD  SQST-CTL                                                     K6SQST.1
006600     LABEL RECORDS ARE STANDARD.                                  K6SQST.1
006700 01  SC-CONTROL-CARD.                                             K6SQST.1
006800     05  SC-CELL              PIC X(21).                          K6SQST.1
006900     05  FILLER               PIC X(1).                           K6SQST.1
007000     05  SC-FD-NAME           PIC X(24).                          K6SQST.1
007100     05  FILLER               PIC X(1).                           K6SQST.1
007200     05  SC-DEP-ITEM          PIC X(24).                          K6SQST.1
007300     05  FILLER               PIC X(9).                           K6SQST.1
007400 FD  SOURCE-IN                                                    K6SQST.1
007500     LABEL RECORDS ARE STANDARD.                                  K6SQST.1
007600 01  SI-SOURCE-REC.                                               K6SQST.1
007700     05  SI-SEQ               PIC X(6).                           K6SQST.1
007800     05  SI-INDICATOR         PIC X(1).                           K6SQST.1
007900     05  SI-AREA              PIC X(65).                          K6SQST.1
008000     05  SI-TAG               PIC X(8).                           K6SQST.1
008100 FD  SOURCE-OUT                                                   K6SQST.1
008200     LABEL RECORDS ARE STANDARD.                                  K6SQST.1
008300 01  SO-SOURCE-REC.                                               K6SQST.1
008400     05  SO-SEQ               PIC X(6).                           K6SQST.1
008500     05  SO-INDICATOR         PIC X(1).                           K6SQST.1
008600     05  SO-AREA              PIC X(65).                          K6SQST.1
008700     05  SO-TAG               PIC X(8).                           K6SQST.1
008800                                                                  K6SQST.1
008900 WORKING-STORAGE SECTION.                                         K6SQST.1
009000     COPY K6SQCF.                                                 K6SQST.1
009100* ----------------------------------------------------------      K6SQST.1
009200* FILE STATUS, SWITCHES AND COUNTERS.                             K6SQST.1
009300* ----------------------------------------------------------      K6SQST.1
009400 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6SQST.1
009500 77  WS-SRC-STATUS            PIC X(2)   VALUE SPACE.             K6SQST.1
009600 77  WS-SRC-EOF-SW            PIC X      VALUE "N".               K6SQST.1
009700     88  WS-SRC-EOF                      VALUE "Y".               K6SQST.1
009800 77  WS-SRC-OPEN-SW           PIC X      VALUE "N".               K6SQST.1
009900     88  WS-SRC-OPEN                     VALUE "Y".               K6SQST.1
010000 77  WS-STATE                 PIC X      VALUE "B".               K6SQST.1
010100     88  WS-BEFORE-FD                    VALUE "B".               K6SQST.1
010200     88  WS-IN-FD-ENTRY                  VALUE "F".               K6SQST.1
010300     88  WS-PAST-FD                      VALUE "P".               K6SQST.1
010400 77  WS-STAMPED-SW            PIC X      VALUE "N".               K6SQST.1
010500     88  WS-CELL-STAMPED                 VALUE "Y".               K6SQST.1
010600 77  WS-OVERFLOW-SW           PIC X      VALUE "N".               K6SQST.1
010700     88  WS-ENTRY-OVERFLOW               VALUE "Y".               K6SQST.1
010800 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SQST.1
010900 77  WS-TALLY                 PIC 9(3)   COMP VALUE ZERO.         K6SQST.1
011000 77  WS-LINE-COUNT            PIC 9(6)   VALUE ZERO.              K6SQST.1
011100 77  WS-PTR                   PIC 9(3)   COMP VALUE ZERO.         K6SQST.1
011200 77  WS-OUT-PTR               PIC 9(3)   COMP VALUE ZERO.         K6SQST.1
011300 77  WS-LEN                   PIC 9(3)   COMP VALUE ZERO.         K6SQST.1
011400 77  WS-LEAD                  PIC 9(3)   COMP VALUE ZERO.         K6SQST.1
011500 77  WS-TX                    PIC 9(3)   COMP VALUE ZERO.         K6SQST.1
011600 77  WS-TOKEN-COUNT           PIC 9(3)   COMP VALUE ZERO.         K6SQST.1
011700 77  WS-KEEP-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6SQST.1
011800 77  WS-WORD                  PIC X(30)  VALUE SPACE.             K6SQST.1
011900 77  WS-WORD-1                PIC X(30)  VALUE SPACE.             K6SQST.1
012000 77  WS-WORD-2                PIC X(30)  VALUE SPACE.             K6SQST.1
012100 77  WS-PREV-WORD             PIC X(30)  VALUE SPACE.             K6SQST.1
012200 77  WS-NUM-EDIT              PIC ZZZZ9.                          K6SQST.1
012300 77  WS-FD-SEQ                PIC X(6)   VALUE SPACE.             K6SQST.1
012400 77  WS-FD-TAG                PIC X(8)   VALUE SPACE.             K6SQST.1
012500* ----------------------------------------------------------      K6SQST.1
012600* THE FD ENTRY AS READ, ONE WORD PER TOKEN, AND THE WORDS OF      K6SQST.1
012700* THE REWRITTEN ENTRY AFTER THE FD NAME.                          K6SQST.1
012800* ----------------------------------------------------------      K6SQST.1
012900 01  TOKEN-TABLE.                                                 K6SQST.1
013000     05  TOKEN                OCCURS 80 TIMES PIC X(30).          K6SQST.1
013100 01  KEEP-TABLE.                                                  K6SQST.1
013200     05  KEEP-WORD            OCCURS 80 TIMES PIC X(30).          K6SQST.1
013300                                                                  K6SQST.1
013400 PROCEDURE DIVISION.                                              K6SQST.1
013500*================================================================ K6SQST.1
013600* 0000-MAINLINE -- COPY THE MEMBER, REWRITING THE FD ENTRY ON     K6SQST.1
013700* THE WAY THROUGH.                                                K6SQST.1
013800*================================================================ K6SQST.1
013900 0000-MAINLINE.                                                   K6SQST.1
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SQST.1
014100     IF WS-VERDICT-RC = 16                                        K6SQST.1
014200         GO TO 0000-FINISH.                                       K6SQST.1
014300     PERFORM 2000-COPY-LINE THRU 2000-EXIT                        K6SQST.1
014400             UNTIL WS-SRC-EOF.                                    K6SQST.1
014500     IF WS-ENTRY-OVERFLOW                                         K6SQST.1
014600         DISPLAY "K6SQST: FD " SC-FD-NAME                         K6SQST.1
014700             " HAS MORE THAN 80 WORDS -- NOT STAMPED"             K6SQST.1
014800         MOVE 16 TO WS-VERDICT-RC                                 K6SQST.1
014900         GO TO 0000-FINISH.                                       K6SQST.1
015000     IF NOT WS-CELL-STAMPED                                       K6SQST.1
015100         DISPLAY "K6SQST: NO FD " SC-FD-NAME " IN SRCIN"          K6SQST.1
015200         MOVE 16 TO WS-VERDICT-RC                                 K6SQST.1
015300     ELSE                                                         K6SQST.1
015400         DISPLAY "K6SQST: CELL " SC-CELL                          K6SQST.1
015500             " STAMPED, " WS-LINE-COUNT " LINES COPIED".          K6SQST.1
015600 0000-FINISH.                                                     K6SQST.1
015700     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6SQST.1
015800     STOP RUN.                                                    K6SQST.1
015900*================================================================ K6SQST.1
016000* 1000-INITIALIZE -- READ AND CHECK THE CELL CARD, OPEN THE       K6SQST.1
016100* MEMBER AND ITS WORK COPY.                                       K6SQST.1
016200*================================================================ K6SQST.1
016300 1000-INITIALIZE.                                                 K6SQST.1
016400     OPEN INPUT SQST-CTL.                                         K6SQST.1
016500     IF WS-CTL-STATUS NOT = "00"                                  K6SQST.1
016600         DISPLAY "K6SQST: SQSTCTL OPEN FAILED, STATUS "           K6SQST.1
016700             WS-CTL-STATUS                                        K6SQST.1
016800         MOVE 16 TO WS-VERDICT-RC                                 K6SQST.1
016900         GO TO 1000-EXIT.                                         K6SQST.1
017000     READ SQST-CTL                                                K6SQST.1
017100         AT END MOVE SPACE TO SC-CONTROL-CARD.                    K6SQST.1
017200     CLOSE SQST-CTL.                                              K6SQST.1
017300     MOVE SC-CELL TO SQ-CELL.                                     K6SQST.1
017400     PERFORM 1100-CHECK-CELL THRU 1100-EXIT.                      K6SQST.1
017500     IF WS-VERDICT-RC = 16                                        K6SQST.1
017600         DISPLAY "K6SQST: CELL CARD MISSING OR IN ERROR "         K6SQST.1
017700             SC-CONTROL-CARD                                      K6SQST.1
017800         GO TO 1000-EXIT.                                         K6SQST.1
017900     OPEN INPUT SOURCE-IN.                                        K6SQST.1
018000     IF WS-SRC-STATUS NOT = "00"                                  K6SQST.1
018100         DISPLAY "K6SQST: SRCIN OPEN FAILED, STATUS "             K6SQST.1
018200             WS-SRC-STATUS                                        K6SQST.1
018300         MOVE 16 TO WS-VERDICT-RC                                 K6SQST.1
018400         GO TO 1000-EXIT.                                         K6SQST.1
018500     OPEN OUTPUT SOURCE-OUT.                                      K6SQST.1
018600     MOVE "Y" TO WS-SRC-OPEN-SW.                                  K6SQST.1
018700 1000-EXIT.                                                       K6SQST.1
018800     EXIT.                                                        K6SQST.1
018900*================================================================ K6SQST.1
019000* 1100-CHECK-CELL -- THE CELL MUST BE COMPLETE FOR ITS FORMAT.    K6SQST.1
019100*================================================================ K6SQST.1
019200 1100-CHECK-CELL.                                                 K6SQST.1
019300     MOVE 16 TO WS-VERDICT-RC.                                    K6SQST.1
019400     IF NOT SQC-VALID-RECFM OR SC-FD-NAME = SPACE                 K6SQST.1
019500         GO TO 1100-EXIT.                                         K6SQST.1
019600     IF SQC-AS-COMPILED                                           K6SQST.1
019700         MOVE ZERO TO WS-VERDICT-RC                               K6SQST.1
019800         GO TO 1100-EXIT.                                         K6SQST.1
019900     IF SQC-BLOCK NOT NUMERIC                                     K6SQST.1
020000             OR SQC-MIN-LEN NOT NUMERIC                           K6SQST.1
020100             OR SQC-MAX-LEN NOT NUMERIC                           K6SQST.1
020200         GO TO 1100-EXIT.                                         K6SQST.1
020300     IF SQC-BLOCKED                                               K6SQST.1
020400             AND (SQC-BLOCK = ZERO                                K6SQST.1
020500                  OR NOT (SQC-IN-RECORDS OR SQC-IN-CHARACTERS))   K6SQST.1
020600         GO TO 1100-EXIT.                                         K6SQST.1
020700     IF SQC-VARIABLE                                              K6SQST.1
020800             AND (SQC-MIN-LEN = ZERO                              K6SQST.1
020900                  OR SQC-MAX-LEN < SQC-MIN-LEN)                   K6SQST.1
021000         GO TO 1100-EXIT.                                         K6SQST.1
021100     IF SQC-DEPENDING AND SC-DEP-ITEM = SPACE                     K6SQST.1
021200         GO TO 1100-EXIT.                                         K6SQST.1
021300     MOVE ZERO TO WS-VERDICT-RC.                                  K6SQST.1
021400 1100-EXIT.                                                       K6SQST.1
021500     EXIT.                                                        K6SQST.1
021600*================================================================ K6SQST.1
021700* 2000-COPY-LINE -- ONE MEMBER LINE.  WS-STATE FOLLOWS THE FD     K6SQST.1
021800* ENTRY OF THE FILE UNDER TEST: ITS LINES ARE HELD AS WORDS       K6SQST.1
021900* UNTIL THE LINE WITH THE CLOSING PERIOD, THEN REWRITTEN.         K6SQST.1
022000*================================================================ K6SQST.1
022100 2000-COPY-LINE.                                                  K6SQST.1
022200     READ SOURCE-IN                                               K6SQST.1
022300         AT END MOVE "Y" TO WS-SRC-EOF-SW                         K6SQST.1
022400                GO TO 2000-EXIT.                                  K6SQST.1
022500     ADD 1 TO WS-LINE-COUNT.                                      K6SQST.1
022600     IF SI-INDICATOR = "*" OR SI-INDICATOR = "/"                  K6SQST.1
022700             OR SI-AREA = SPACE                                   K6SQST.1
022800             OR WS-PAST-FD                                        K6SQST.1
022900         GO TO 2000-WRITE.                                        K6SQST.1
023000     IF WS-BEFORE-FD                                              K6SQST.1
023100         PERFORM 2100-FIND-FD THRU 2100-EXIT.                     K6SQST.1
023200     IF NOT WS-IN-FD-ENTRY                                        K6SQST.1
023300         GO TO 2000-WRITE.                                        K6SQST.1
023400     MOVE ZERO TO WS-TALLY.                                       K6SQST.1
023500     INSPECT SI-AREA TALLYING WS-TALLY FOR ALL ".".               K6SQST.1
023600     MOVE 1 TO WS-PTR.                                            K6SQST.1
023700     PERFORM 2200-NEXT-WORD THRU 2200-EXIT                        K6SQST.1
023800             UNTIL WS-PTR > 65.                                   K6SQST.1
023900     IF WS-TALLY > ZERO                                           K6SQST.1
024000         PERFORM 3000-REWRITE-ENTRY THRU 3000-EXIT                K6SQST.1
024100         MOVE "P" TO WS-STATE.                                    K6SQST.1
024200     GO TO 2000-EXIT.                                             K6SQST.1
024300 2000-WRITE.                                                      K6SQST.1
024400     WRITE SO-SOURCE-REC FROM SI-SOURCE-REC.                      K6SQST.1
024500 2000-EXIT.                                                       K6SQST.1
024600     EXIT.                                                        K6SQST.1
024700*================================================================ K6SQST.1
024800* 2100-FIND-FD -- WATCH FOR THE FD HEADER OF THE FILE UNDER       K6SQST.1
024900* TEST.  AN "AS" CELL ONLY NOTES THAT IT IS THERE.                K6SQST.1
025000*================================================================ K6SQST.1
025100 2100-FIND-FD.                                                    K6SQST.1
025200     IF SI-AREA (1:3) NOT = "FD "                                 K6SQST.1
025300         GO TO 2100-EXIT.                                         K6SQST.1
025400     MOVE SPACE TO WS-WORD-1 WS-WORD-2.                           K6SQST.1
025500     UNSTRING SI-AREA DELIMITED BY ALL SPACE                      K6SQST.1
025600         INTO WS-WORD-1 WS-WORD-2.                                K6SQST.1
025700     INSPECT WS-WORD-2 REPLACING ALL "." BY SPACE.                K6SQST.1
025800     IF WS-WORD-2 NOT = SC-FD-NAME                                K6SQST.1
025900         GO TO 2100-EXIT.                                         K6SQST.1
026000     MOVE "Y" TO WS-STAMPED-SW.                                   K6SQST.1
026100     IF SQC-AS-COMPILED                                           K6SQST.1
026200         MOVE "P" TO WS-STATE                                     K6SQST.1
026300         GO TO 2100-EXIT.                                         K6SQST.1
026400     MOVE "F" TO WS-STATE.                                        K6SQST.1
026500     MOVE SI-SEQ TO WS-FD-SEQ.                                    K6SQST.1
026600     MOVE SI-TAG TO WS-FD-TAG.                                    K6SQST.1
026700     MOVE ZERO TO WS-TOKEN-COUNT.                                 K6SQST.1
026800     MOVE SPACE TO TOKEN-TABLE.                                   K6SQST.1
026900 2100-EXIT.                                                       K6SQST.1
027000     EXIT.                                                        K6SQST.1
027100*================================================================ K6SQST.1
027200* 2200-NEXT-WORD -- THE NEXT WORD OF AN FD LINE INTO THE TOKEN    K6SQST.1
027300* TABLE.  THE RUN OF SPACES BEFORE A WORD GIVES AN EMPTY ONE,     K6SQST.1
027400* AND THE CLOSING PERIOD IS DROPPED -- 3000 PUTS IT BACK.         K6SQST.1
027500*================================================================ K6SQST.1
027600 2200-NEXT-WORD.                                                  K6SQST.1
027700     MOVE SPACE TO WS-WORD.                                       K6SQST.1
027800     UNSTRING SI-AREA DELIMITED BY ALL SPACE                      K6SQST.1
027900         INTO WS-WORD WITH POINTER WS-PTR.                        K6SQST.1
028000     INSPECT WS-WORD REPLACING ALL "." BY SPACE.                  K6SQST.1
028100     IF WS-WORD = SPACE                                           K6SQST.1
028200         GO TO 2200-EXIT.                                         K6SQST.1
028300     IF WS-TOKEN-COUNT = 80                                       K6SQST.1
028400         MOVE "Y" TO WS-OVERFLOW-SW                               K6SQST.1
028500         GO TO 2200-EXIT.                                         K6SQST.1
028600     ADD 1 TO WS-TOKEN-COUNT.                                     K6SQST.1
028700     MOVE WS-WORD TO TOKEN (WS-TOKEN-COUNT).                      K6SQST.1
028800 2200-EXIT.                                                       K6SQST.1
028900     EXIT.                                                        K6SQST.1
029000*================================================================ K6SQST.1
029100* 3000-REWRITE-ENTRY -- KEEP THE WORDS THAT ARE NOT PART OF A     K6SQST.1
029200* BLOCK, RECORD OR RECORDING MODE CLAUSE, ADD THE CELL'S          K6SQST.1
029300* CLAUSES, AND WRITE THE ENTRY BACK UNDER THE FD LINE'S           K6SQST.1
029400* SEQUENCE NUMBER AND TAG.  AN ENTRY THAT OVERFLOWED THE TABLE    K6SQST.1
029500* IS NOT WRITTEN AT ALL, SO THE COMPILE CANNOT RUN WITH HALF AN   K6SQST.1
029600* FD.                                                             K6SQST.1
029700*================================================================ K6SQST.1
029800 3000-REWRITE-ENTRY.                                              K6SQST.1
029900     IF WS-ENTRY-OVERFLOW                                         K6SQST.1
030000         MOVE "N" TO WS-STAMPED-SW                                K6SQST.1
030100         GO TO 3000-EXIT.                                         K6SQST.1
030200     MOVE ZERO TO WS-KEEP-COUNT.                                  K6SQST.1
030300     MOVE SPACE TO KEEP-TABLE WS-PREV-WORD.                       K6SQST.1
030400     MOVE 2 TO WS-TX.                                             K6SQST.1
030500     PERFORM 3100-FILTER-WORD THRU 3100-EXIT                      K6SQST.1
030600             UNTIL WS-TX NOT < WS-TOKEN-COUNT.                    K6SQST.1
030700     PERFORM 3500-CELL-CLAUSES THRU 3500-EXIT.                    K6SQST.1
030800     MOVE WS-FD-SEQ TO SO-SEQ.                                    K6SQST.1
030900     MOVE SPACE TO SO-INDICATOR SO-AREA.                          K6SQST.1
031000     MOVE WS-FD-TAG TO SO-TAG.                                    K6SQST.1
031100     STRING "FD  " DELIMITED BY SIZE                              K6SQST.1
031200            TOKEN (2) DELIMITED BY SPACE                          K6SQST.1
031300         INTO SO-AREA.                                            K6SQST.1
031400     WRITE SO-SOURCE-REC.                                         K6SQST.1
031500     MOVE SPACE TO SO-AREA.                                       K6SQST.1
031600     MOVE 5 TO WS-OUT-PTR.                                        K6SQST.1
031700     MOVE ZERO TO WS-TX.                                          K6SQST.1
031800     PERFORM 3800-PLACE-WORD THRU 3800-EXIT                       K6SQST.1
031900             WS-KEEP-COUNT TIMES.                                 K6SQST.1
032000     WRITE SO-SOURCE-REC.                                         K6SQST.1
032100 3000-EXIT.                                                       K6SQST.1
032200     EXIT.                                                        K6SQST.1
032300*================================================================ K6SQST.1
032400* 3100-FILTER-WORD -- THE WORD AFTER WS-TX.  RECORD AND RECORDS   K6SQST.1
032500* START A RECORD CLAUSE ONLY WHEN THEY DO NOT FOLLOW LABEL OR     K6SQST.1
032600* DATA.                                                           K6SQST.1
032700*================================================================ K6SQST.1
032800 3100-FILTER-WORD.                                                K6SQST.1
032900     ADD 1 TO WS-TX.                                              K6SQST.1
033000     MOVE TOKEN (WS-TX) TO WS-WORD.                               K6SQST.1
033100     IF WS-WORD = "BLOCK"                                         K6SQST.1
033200         PERFORM 3200-SKIP-BLOCK THRU 3200-EXIT                   K6SQST.1
033300         GO TO 3100-EXIT.                                         K6SQST.1
033400     IF WS-WORD = "RECORDING"                                     K6SQST.1
033500         PERFORM 3300-SKIP-RECORDING THRU 3300-EXIT               K6SQST.1
033600         GO TO 3100-EXIT.                                         K6SQST.1
033700     IF (WS-WORD = "RECORD" OR WS-WORD = "RECORDS")               K6SQST.1
033800             AND WS-PREV-WORD NOT = "LABEL"                       K6SQST.1
033900             AND WS-PREV-WORD NOT = "DATA"                        K6SQST.1
034000         PERFORM 3400-SKIP-RECORD THRU 3400-EXIT                  K6SQST.1
034100         GO TO 3100-EXIT.                                         K6SQST.1
034200     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
034300 3100-EXIT.                                                       K6SQST.1
034400     EXIT.                                                        K6SQST.1
034500*================================================================ K6SQST.1
034600* 3200-SKIP-BLOCK -- BLOCK [CONTAINS] [N TO] N [RECORDS OR        K6SQST.1
034700* CHARACTERS].                                                    K6SQST.1
034800*================================================================ K6SQST.1
034900 3200-SKIP-BLOCK.                                                 K6SQST.1
035000     IF WS-TX NOT < WS-TOKEN-COUNT                                K6SQST.1
035100         GO TO 3200-EXIT.                                         K6SQST.1
035200     MOVE TOKEN (WS-TX + 1) TO WS-WORD.                           K6SQST.1
035300     IF WS-WORD = "CONTAINS" OR WS-WORD = "TO"                    K6SQST.1
035400             OR WS-WORD = "RECORDS" OR WS-WORD = "RECORD"         K6SQST.1
035500             OR WS-WORD = "CHARACTERS" OR WS-WORD = "CHARACTER"   K6SQST.1
035600             OR WS-WORD (1:1) IS NUMERIC                          K6SQST.1
035700         ADD 1 TO WS-TX                                           K6SQST.1
035800         GO TO 3200-SKIP-BLOCK.                                   K6SQST.1
035900 3200-EXIT.                                                       K6SQST.1
036000     EXIT.                                                        K6SQST.1
036100*================================================================ K6SQST.1
036200* 3300-SKIP-RECORDING -- RECORDING [MODE] [IS] MODE-LETTER.       K6SQST.1
036300*================================================================ K6SQST.1
036400 3300-SKIP-RECORDING.                                             K6SQST.1
036500     IF WS-TX NOT < WS-TOKEN-COUNT                                K6SQST.1
036600         GO TO 3300-EXIT.                                         K6SQST.1
036700     ADD 1 TO WS-TX.                                              K6SQST.1
036800     IF TOKEN (WS-TX) = "MODE" OR TOKEN (WS-TX) = "IS"            K6SQST.1
036900         GO TO 3300-SKIP-RECORDING.                               K6SQST.1
037000 3300-EXIT.                                                       K6SQST.1
037100     EXIT.                                                        K6SQST.1
037200*================================================================ K6SQST.1
037300* 3400-SKIP-RECORD -- RECORD [CONTAINS] [N TO] N [CHARACTERS],    K6SQST.1
037400* OR RECORD [IS] VARYING [IN] [SIZE] [FROM N] [TO N]              K6SQST.1
037500* [CHARACTERS] [DEPENDING [ON] DATA-NAME].                        K6SQST.1
037600*================================================================ K6SQST.1
037700 3400-SKIP-RECORD.                                                K6SQST.1
037800     IF WS-TX NOT < WS-TOKEN-COUNT                                K6SQST.1
037900         GO TO 3400-EXIT.                                         K6SQST.1
038000     MOVE TOKEN (WS-TX + 1) TO WS-WORD.                           K6SQST.1
038100     IF WS-WORD = "DEPENDING"                                     K6SQST.1
038200         ADD 1 TO WS-TX                                           K6SQST.1
038300         PERFORM 3450-SKIP-DEPENDING THRU 3450-EXIT               K6SQST.1
038400         GO TO 3400-EXIT.                                         K6SQST.1
038500     IF WS-WORD = "CONTAINS" OR WS-WORD = "IS"                    K6SQST.1
038600             OR WS-WORD = "VARYING" OR WS-WORD = "IN"             K6SQST.1
038700             OR WS-WORD = "SIZE" OR WS-WORD = "FROM"              K6SQST.1
038800             OR WS-WORD = "TO" OR WS-WORD = "CHARACTERS"          K6SQST.1
038900             OR WS-WORD = "CHARACTER"                             K6SQST.1
039000             OR WS-WORD (1:1) IS NUMERIC                          K6SQST.1
039100         ADD 1 TO WS-TX                                           K6SQST.1
039200         GO TO 3400-SKIP-RECORD.                                  K6SQST.1
039300 3400-EXIT.                                                       K6SQST.1
039400     EXIT.                                                        K6SQST.1
039500*================================================================ K6SQST.1
039600* 3450-SKIP-DEPENDING -- [ON] DATA-NAME AFTER DEPENDING.          K6SQST.1
039700*================================================================ K6SQST.1
039800 3450-SKIP-DEPENDING.                                             K6SQST.1
039900     IF WS-TX NOT < WS-TOKEN-COUNT                                K6SQST.1
040000         GO TO 3450-EXIT.                                         K6SQST.1
040100     ADD 1 TO WS-TX.                                              K6SQST.1
040200     IF TOKEN (WS-TX) = "ON"                                      K6SQST.1
040300         GO TO 3450-SKIP-DEPENDING.                               K6SQST.1
040400 3450-EXIT.                                                       K6SQST.1
040500     EXIT.                                                        K6SQST.1
040600*================================================================ K6SQST.1
040700* 3500-CELL-CLAUSES -- THE CLAUSES FOR THE CELL, AS WORDS AFTER   K6SQST.1
040800* THE ONES KEPT.                                                  K6SQST.1
040900*================================================================ K6SQST.1
041000 3500-CELL-CLAUSES.                                               K6SQST.1
041100     MOVE "RECORDING" TO WS-WORD.                                 K6SQST.1
041200     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
041300     MOVE "MODE" TO WS-WORD.                                      K6SQST.1
041400     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
041500     MOVE "IS" TO WS-WORD.                                        K6SQST.1
041600     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
041700     MOVE SQC-RECFM (1:1) TO WS-WORD.                             K6SQST.1
041800     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
041900     IF NOT SQC-BLOCKED                                           K6SQST.1
042000         GO TO 3500-RECORD.                                       K6SQST.1
042100     MOVE "BLOCK" TO WS-WORD.                                     K6SQST.1
042200     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
042300     MOVE "CONTAINS" TO WS-WORD.                                  K6SQST.1
042400     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
042500     MOVE SQC-BLOCK TO WS-NUM-EDIT.                               K6SQST.1
042600     PERFORM 3600-NUMBER-WORD THRU 3600-EXIT.                     K6SQST.1
042700     IF SQC-IN-RECORDS                                            K6SQST.1
042800         MOVE "RECORDS" TO WS-WORD                                K6SQST.1
042900     ELSE                                                         K6SQST.1
043000         MOVE "CHARACTERS" TO WS-WORD.                            K6SQST.1
043100     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
043200 3500-RECORD.                                                     K6SQST.1
043300     IF NOT SQC-VARIABLE                                          K6SQST.1
043400         GO TO 3500-EXIT.                                         K6SQST.1
043500     MOVE "RECORD" TO WS-WORD.                                    K6SQST.1
043600     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
043700     MOVE "IS" TO WS-WORD.                                        K6SQST.1
043800     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
043900     MOVE "VARYING" TO WS-WORD.                                   K6SQST.1
044000     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
044100     MOVE "IN" TO WS-WORD.                                        K6SQST.1
044200     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
044300     MOVE "SIZE" TO WS-WORD.                                      K6SQST.1
044400     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
044500     MOVE "FROM" TO WS-WORD.                                      K6SQST.1
044600     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
044700     MOVE SQC-MIN-LEN TO WS-NUM-EDIT.                             K6SQST.1
044800     PERFORM 3600-NUMBER-WORD THRU 3600-EXIT.                     K6SQST.1
044900     MOVE "TO" TO WS-WORD.                                        K6SQST.1
045000     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
045100     MOVE SQC-MAX-LEN TO WS-NUM-EDIT.                             K6SQST.1
045200     PERFORM 3600-NUMBER-WORD THRU 3600-EXIT.                     K6SQST.1
045300     MOVE "CHARACTERS" TO WS-WORD.                                K6SQST.1
045400     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
045500     IF NOT SQC-DEPENDING                                         K6SQST.1
045600         GO TO 3500-EXIT.                                         K6SQST.1
045700     MOVE "DEPENDING" TO WS-WORD.                                 K6SQST.1
045800     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
045900     MOVE "ON" TO WS-WORD.                                        K6SQST.1
046000     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
046100     MOVE SC-DEP-ITEM TO WS-WORD.                                 K6SQST.1
046200     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
046300 3500-EXIT.                                                       K6SQST.1
046400     EXIT.                                                        K6SQST.1
046500*================================================================ K6SQST.1
046600* 3600-NUMBER-WORD -- THE EDITED NUMBER IN WS-NUM-EDIT, LEADING   K6SQST.1
046700* SPACES OFF, AS THE NEXT WORD.                                   K6SQST.1
046800*================================================================ K6SQST.1
046900 3600-NUMBER-WORD.                                                K6SQST.1
047000     MOVE ZERO TO WS-LEAD.                                        K6SQST.1
047100     INSPECT WS-NUM-EDIT TALLYING WS-LEAD FOR LEADING SPACE.      K6SQST.1
047200     MOVE SPACE TO WS-WORD.                                       K6SQST.1
047300     MOVE WS-NUM-EDIT (WS-LEAD + 1:) TO WS-WORD.                  K6SQST.1
047400     PERFORM 3700-KEEP THRU 3700-EXIT.                            K6SQST.1
047500 3600-EXIT.                                                       K6SQST.1
047600     EXIT.                                                        K6SQST.1
047700*================================================================ K6SQST.1
047800* 3700-KEEP -- WS-WORD TO THE REWRITTEN ENTRY.                    K6SQST.1
047900*================================================================ K6SQST.1
048000 3700-KEEP.                                                       K6SQST.1
048100     ADD 1 TO WS-KEEP-COUNT.                                      K6SQST.1
048200     MOVE WS-WORD TO KEEP-WORD (WS-KEEP-COUNT).                   K6SQST.1
048300     MOVE WS-WORD TO WS-PREV-WORD.                                K6SQST.1
048400 3700-EXIT.                                                       K6SQST.1
048500     EXIT.                                                        K6SQST.1
048600*================================================================ K6SQST.1
048700* 3800-PLACE-WORD -- THE NEXT KEPT WORD ONTO THE CLAUSE LINE,     K6SQST.1
048800* STARTING A NEW LINE WHEN IT WILL NOT FIT.  THE LAST WORD        K6SQST.1
048900* CARRIES THE PERIOD THAT CLOSES THE ENTRY.                       K6SQST.1
049000*================================================================ K6SQST.1
049100 3800-PLACE-WORD.                                                 K6SQST.1
049200     ADD 1 TO WS-TX.                                              K6SQST.1
049300     MOVE KEEP-WORD (WS-TX) TO WS-WORD.                           K6SQST.1
049400     MOVE ZERO TO WS-LEN.                                         K6SQST.1
049500     INSPECT WS-WORD TALLYING WS-LEN                              K6SQST.1
049600         FOR CHARACTERS BEFORE INITIAL SPACE.                     K6SQST.1
049700     IF WS-TX = WS-KEEP-COUNT                                     K6SQST.1
049800         MOVE "." TO WS-WORD (WS-LEN + 1:1)                       K6SQST.1
049900         ADD 1 TO WS-LEN.                                         K6SQST.1
050000     IF WS-OUT-PTR + WS-LEN > 66                                  K6SQST.1
050100         WRITE SO-SOURCE-REC                                      K6SQST.1
050200         MOVE SPACE TO SO-AREA                                    K6SQST.1
050300         MOVE 5 TO WS-OUT-PTR.                                    K6SQST.1
050400     STRING WS-WORD (1:WS-LEN) DELIMITED BY SIZE                  K6SQST.1
050500         INTO SO-AREA WITH POINTER WS-OUT-PTR.                    K6SQST.1
050600     ADD 1 TO WS-OUT-PTR.                                         K6SQST.1
050700 3800-EXIT.                                                       K6SQST.1
050800     EXIT.                                                        K6SQST.1
050900*================================================================ K6SQST.1
051000* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6SQST.1
051100*================================================================ K6SQST.1
051200 9999-TERMINATE.                                                  K6SQST.1
051300     IF WS-SRC-OPEN                                               K6SQST.1
051400         CLOSE SOURCE-IN SOURCE-OUT.                              K6SQST.1
051500     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SQST.1
051600 9999-EXIT.                                                       K6SQST.1
051700     EXIT.                                                        K6SQST.1
