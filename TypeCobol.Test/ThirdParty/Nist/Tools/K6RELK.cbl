000100 IDENTIFICATION DIVISION.                                         K6RELK.1
000200 PROGRAM-ID.                                                      K6RELK.1
000300     K6RELK.                                                      K6RELK.1
000400*================================================================ K6RELK.1
000500* K6RELK -- SUITE RELEASE LOOKUP: WHICH RELEASE A RESULT CAME     K6RELK.1
000600* FROM, AND WHETHER TWO RESULTS ARE COMPARABLE ACROSS RELEASES.   K6RELK.1
000700*================================================================ K6RELK.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RELK.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RELK.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6RELK.1
001100* DATE-COMPILED.                                                  K6RELK.1
001200*                                                                 K6RELK.1
001300* REMARKS.                                                        K6RELK.1
001400*    A REVISED VALIDATION SUITE CHANGES THE MEANING OF SOME       K6RELK.1
001500*    TESTS, WITHDRAWS OTHERS AND ADDS NEW ONES, SO THE TREND,     K6RELK.1
001600*    GOLDEN-BASELINE, FLAKY AND CROSS-TARGET REPORTS MAY NOT JOIN K6RELK.1
001700*    TWO RESULTS FROM DIFFERENT RELEASES WITHOUT ASKING WHAT      K6RELK.1
001800*    HAPPENED TO THE TEST IN BETWEEN.  THEY ASK HERE:             K6RELK.1
001900*                                                                 K6RELK.1
002000*        CALL "K6RELK" USING RELK-PARM        (K6RLKP.CPY)        K6RELK.1
002100*                                                                 K6RELK.1
002200*    THE RELEASE MAP (RELMAP, K6RELM.CPY, CHECKED BY K6RELV)      K6RELK.1
002300*    GIVES EACH RELEASE'S INSTALL DATE AND THE TEST CASES IT      K6RELK.1
002400*    TOUCHED, BY K6TCID IDENTITY; THE K6TCID REGISTRY (TCIDMST)   K6RELK.1
002500*    TURNS A PROGRAM AND PAR-NAME INTO THAT IDENTITY.  BOTH ARE   K6RELK.1
002600*    OPTIONAL AND LOAD ON THE FIRST CALL, CACHED FOR THE RUN      K6RELK.1
002700*    UNIT.  WITHOUT RELMAP EVERY DATE BELONGS TO THE BASE RELEASE K6RELK.1
002800*    BELOW; A DATE EARLIER THAN EVERY INSTALL DATE BELONGS TO THE K6RELK.1
002900*    LOWEST RELEASE ON THE MAP.                                   K6RELK.1
003000*                                                                 K6RELK.1
003100*    FOR TWO RESULTS THE RELEASES AFTER THE LOWER, UP TO AND      K6RELK.1
003200*    INCLUDING THE HIGHER, ARE EXAMINED.  A WITHDRAWAL OUTRANKS   K6RELK.1
003300*    A NEW TEST, WHICH OUTRANKS A CHANGE; A TEST CASE NO RELEASE  K6RELK.1
003400*    IN THE RANGE TOUCHED CARRIED OVER UNCHANGED.                 K6RELK.1
003500*                                                                 K6RELK.1
003600* MODIFICATION HISTORY.                                           K6RELK.1
003700*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RELK.1
003800*================================================================ K6RELK.1
003900                                                                  K6RELK.1
004000 ENVIRONMENT DIVISION.                                            K6RELK.1
004100 CONFIGURATION SECTION.                                           K6RELK.1
004200 SOURCE-COMPUTER.                                                 K6RELK.1
004300     OUR-MAINFRAME.                                               K6RELK.1
004400 OBJECT-COMPUTER.                                                 K6RELK.1
004500     OUR-MAINFRAME.                                               K6RELK.1
004600 INPUT-OUTPUT SECTION.                                            K6RELK.1
004700 FILE-CONTROL.                                                    K6RELK.1
004800     SELECT OPTIONAL REL-MAP ASSIGN TO RELMAP                     K6RELK.1
004900         ORGANIZATION IS SEQUENTIAL                               K6RELK.1
005000         FILE STATUS IS WS-RMAP-STATUS.                           K6RELK.1
005100     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6RELK.1
005200         ORGANIZATION IS SEQUENTIAL                               K6RELK.1
005300         FILE STATUS IS WS-TCID-STATUS.                           K6RELK.1
005400                                                                  K6RELK.1
005500 DATA DIVISION.                                                   K6RELK.1
005600 FILE SECTION.                                                    K6RELK.1
005700 FD  REL-MAP                                                      K6RELK.1
005800     LABEL RECORDS ARE STANDARD.                                  K6RELK.1
005900     COPY K6RELM.                                                 K6RELK.1
006000 FD  TCID-MASTER                                                  K6RELK.1
006100     LABEL RECORDS ARE STANDARD.                                  K6RELK.1
006200* REGISTRY MAPPING RECORD AS K6TCID WRITES IT.                    K6RELK.1
006300 01  TM-REC.                                                      K6RELK.1
006400     05  TM-TYPE              PIC X(1).                           K6RELK.1
006500     05  TM-ID                PIC 9(7).                           K6RELK.1
006600     05  FILLER               PIC X(1).                           K6RELK.1
006700     05  TM-PGM-ID            PIC X(6).                           K6RELK.1
006800     05  FILLER               PIC X(1).                           K6RELK.1
006900     05  TM-PAR-NAME          PIC X(22).                          K6RELK.1
007000     05  FILLER               PIC X(1).                           K6RELK.1
007100     05  TM-EFF-FROM          PIC 9(8).                           K6RELK.1
007200     05  FILLER               PIC X(1).                           K6RELK.1
007300     05  TM-EFF-TO            PIC 9(8).                           K6RELK.1
007400     05  FILLER               PIC X(24).                          K6RELK.1
007500                                                                  K6RELK.1
007600 WORKING-STORAGE SECTION.                                         K6RELK.1
007700 77  WS-RMAP-STATUS           PIC X(2)   VALUE SPACE.             K6RELK.1
007800 77  WS-TCID-STATUS           PIC X(2)   VALUE SPACE.             K6RELK.1
007900 77  WS-LOADED-SW             PIC X      VALUE "N".               K6RELK.1
008000 77  WS-RMAP-PRESENT-SW       PIC X      VALUE "N".               K6RELK.1
008100* THE RELEASE IN FORCE WHEN NO RELEASE MAP IS AVAILABLE -- THE    K6RELK.1
008200* SUITE RELEASE THE RAW-DATA HISTORY WAS BUILT ON.                K6RELK.1
008300 77  WS-BASE-REL              PIC 99     VALUE 02.                K6RELK.1
008400 77  WS-REL-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6RELK.1
008500 77  WS-REL-SUB               PIC 9(3)   COMP VALUE ZERO.         K6RELK.1
008600 77  WS-CHG-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6RELK.1
008700 77  WS-CHG-SUB               PIC 9(4)   COMP VALUE ZERO.         K6RELK.1
008800 77  WS-MAP-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6RELK.1
008900 77  WS-MAP-SUB               PIC 9(4)   COMP VALUE ZERO.         K6RELK.1
009000 77  WS-FOR-DATE              PIC 9(8)   VALUE ZERO.              K6RELK.1
009100 77  WS-FOR-REL               PIC 99     VALUE ZERO.              K6RELK.1
009200 77  WS-LOW-REL               PIC 99     VALUE ZERO.              K6RELK.1
009300 77  WS-HIGH-REL              PIC 99     VALUE ZERO.              K6RELK.1
009400 77  WS-MAP-DATE              PIC 9(8)   VALUE ZERO.              K6RELK.1
009500 77  WS-PGM-HIT-SW            PIC X      VALUE "N".               K6RELK.1
009600 77  WS-W-REL                 PIC 99     VALUE ZERO.              K6RELK.1
009700 77  WS-N-REL                 PIC 99     VALUE ZERO.              K6RELK.1
009800 77  WS-C-REL                 PIC 99     VALUE ZERO.              K6RELK.1
009900* RELEASES FROM THE "R" CARDS.                                    K6RELK.1
010000 01  REL-TABLE.                                                   K6RELK.1
010100     05  REL-ENTRY OCCURS 20 TIMES.                               K6RELK.1
010200         10  REL-NO           PIC 99.                             K6RELK.1
010300         10  REL-INSTALL      PIC 9(8).                           K6RELK.1
010400* TEST CASES THE RELEASES TOUCHED, FROM THE "T" CARDS.            K6RELK.1
010500 01  CHG-TABLE.                                                   K6RELK.1
010600     05  CHG-ENTRY OCCURS 3000 TIMES.                             K6RELK.1
010700         10  CHG-REL          PIC 99.                             K6RELK.1
010800         10  CHG-TCID         PIC 9(7).                           K6RELK.1
010900         10  CHG-DISP         PIC X(1).                           K6RELK.1
011000* K6TCID REGISTRY MAPPINGS.                                       K6RELK.1
011100 01  MAP-TABLE.                                                   K6RELK.1
011200     05  MAP-ENTRY OCCURS 3000 TIMES.                             K6RELK.1
011300         10  MAP-ID           PIC 9(7).                           K6RELK.1
011400         10  MAP-PGM-ID       PIC X(6).                           K6RELK.1
011500         10  MAP-PAR-NAME     PIC X(22).                          K6RELK.1
011600         10  MAP-EFF-FROM     PIC 9(8).                           K6RELK.1
011700         10  MAP-EFF-TO       PIC 9(8).                           K6RELK.1
011800                                                                  K6RELK.1
011900 LINKAGE SECTION.                                                 K6RELK.1
012000 COPY K6RLKP.                                                     K6RELK.1
012100                                                                  K6RELK.1
012200 PROCEDURE DIVISION USING RELK-PARM.                              K6RELK.1
012300*================================================================ K6RELK.1
012400* 0000-MAINLINE.                                                  K6RELK.1
012500*================================================================ K6RELK.1
012600 0000-MAINLINE.                                                   K6RELK.1
012700     IF WS-LOADED-SW NOT = "Y"                                    K6RELK.1
012800         PERFORM 1000-LOAD-MAPS THRU 1000-EXIT.                   K6RELK.1
012900     IF WS-RMAP-PRESENT-SW = "Y"                                  K6RELK.1
013000         MOVE "M" TO RELK-MAP-STATUS                              K6RELK.1
013100     ELSE                                                         K6RELK.1
013200         MOVE "B" TO RELK-MAP-STATUS.                             K6RELK.1
013300     MOVE "U" TO RELK-VERDICT.                                    K6RELK.1
013400     MOVE ZERO TO RELK-CHG-REL RELK-TCID.                         K6RELK.1
013500     MOVE ZERO TO RELK-CHANGED-CT RELK-WITHDRAWN-CT RELK-NEW-CT.  K6RELK.1
013600     IF RELK-REL-A = ZERO                                         K6RELK.1
013700         MOVE RELK-DATE-A TO WS-FOR-DATE                          K6RELK.1
013800         PERFORM 3000-RELEASE-FOR-DATE THRU 3000-EXIT             K6RELK.1
013900         MOVE WS-FOR-REL TO RELK-REL-A.                           K6RELK.1
014000     IF RELK-REL-B = ZERO                                         K6RELK.1
014100         MOVE RELK-DATE-B TO WS-FOR-DATE                          K6RELK.1
014200         PERFORM 3000-RELEASE-FOR-DATE THRU 3000-EXIT             K6RELK.1
014300         MOVE WS-FOR-REL TO RELK-REL-B.                           K6RELK.1
014400     IF RELK-REL-A = RELK-REL-B                                   K6RELK.1
014500         MOVE "S" TO RELK-VERDICT                                 K6RELK.1
014600         GO TO 0000-RETURN.                                       K6RELK.1
014700     IF RELK-REL-A LESS THAN RELK-REL-B                           K6RELK.1
014800         MOVE RELK-REL-A TO WS-LOW-REL                            K6RELK.1
014900         MOVE RELK-REL-B TO WS-HIGH-REL                           K6RELK.1
015000     ELSE                                                         K6RELK.1
015100         MOVE RELK-REL-B TO WS-LOW-REL                            K6RELK.1
015200         MOVE RELK-REL-A TO WS-HIGH-REL.                          K6RELK.1
015300     IF RELK-PAR-NAME = SPACE                                     K6RELK.1
015400         PERFORM 5000-COUNT-PROGRAM THRU 5000-EXIT                K6RELK.1
015500         GO TO 0000-RETURN.                                       K6RELK.1
015600     MOVE RELK-MAP-DATE TO WS-MAP-DATE.                           K6RELK.1
015700     IF WS-MAP-DATE = ZERO                                        K6RELK.1
015800         MOVE RELK-DATE-A TO WS-MAP-DATE                          K6RELK.1
015900         IF RELK-DATE-B GREATER THAN WS-MAP-DATE                  K6RELK.1
016000             MOVE RELK-DATE-B TO WS-MAP-DATE.                     K6RELK.1
016100     PERFORM 4000-FIND-TCID THRU 4000-EXIT.                       K6RELK.1
016200     IF RELK-TCID = ZERO                                          K6RELK.1
016300         PERFORM 5000-COUNT-PROGRAM THRU 5000-EXIT                K6RELK.1
016400         IF RELK-CHANGED                                          K6RELK.1
016500             MOVE "X" TO RELK-VERDICT.                            K6RELK.1
016600     IF RELK-TCID NOT = ZERO                                      K6RELK.1
016700         PERFORM 6000-TEST-VERDICT THRU 6000-EXIT.                K6RELK.1
016800 0000-RETURN.                                                     K6RELK.1
016900     EXIT PROGRAM.                                                K6RELK.1
017000*================================================================ K6RELK.1
017100* 1000-LOAD-MAPS -- THE RELEASE MAP AND THE REGISTRY, CACHED FOR  K6RELK.1
017200* THE RUN UNIT.  CARDS K6RELV WOULD REJECT ARE PASSED OVER.       K6RELK.1
017300*================================================================ K6RELK.1
017400 1000-LOAD-MAPS.                                                  K6RELK.1
017500     MOVE "Y" TO WS-LOADED-SW.                                    K6RELK.1
017600     OPEN INPUT REL-MAP.                                          K6RELK.1
017700     IF WS-RMAP-STATUS NOT = "00"                                 K6RELK.1
017800         GO TO 1000-TCID.                                         K6RELK.1
017900 1000-READ-MAP.                                                   K6RELK.1
018000     READ REL-MAP                                                 K6RELK.1
018100         AT END GO TO 1000-CLOSE-MAP.                             K6RELK.1
018200     IF RM-RELEASE-CARD                                           K6RELK.1
018300             AND RM-REL NUMERIC                                   K6RELK.1
018400             AND RM-INSTALL-DATE NUMERIC                          K6RELK.1
018500             AND WS-REL-COUNT LESS THAN 20                        K6RELK.1
018600         MOVE "Y" TO WS-RMAP-PRESENT-SW                           K6RELK.1
018700         ADD 1 TO WS-REL-COUNT                                    K6RELK.1
018800         MOVE RM-REL TO REL-NO (WS-REL-COUNT)                     K6RELK.1
018900         MOVE RM-INSTALL-DATE TO REL-INSTALL (WS-REL-COUNT).      K6RELK.1
019000     IF RM-TEST-CARD                                              K6RELK.1
019100             AND RM-REL NUMERIC                                   K6RELK.1
019200             AND RM-TCID NUMERIC                                  K6RELK.1
019300             AND RM-DISP-VALID                                    K6RELK.1
019400             AND NOT RM-UNCHANGED                                 K6RELK.1
019500             AND WS-CHG-COUNT LESS THAN 3000                      K6RELK.1
019600         ADD 1 TO WS-CHG-COUNT                                    K6RELK.1
019700         MOVE RM-REL TO CHG-REL (WS-CHG-COUNT)                    K6RELK.1
019800         MOVE RM-TCID TO CHG-TCID (WS-CHG-COUNT)                  K6RELK.1
019900         MOVE RM-DISP TO CHG-DISP (WS-CHG-COUNT).                 K6RELK.1
020000     GO TO 1000-READ-MAP.                                         K6RELK.1
020100 1000-CLOSE-MAP.                                                  K6RELK.1
020200     CLOSE REL-MAP.                                               K6RELK.1
020300 1000-TCID.                                                       K6RELK.1
020400     OPEN INPUT TCID-MASTER.                                      K6RELK.1
020500     IF WS-TCID-STATUS NOT = "00"                                 K6RELK.1
020600         GO TO 1000-EXIT.                                         K6RELK.1
020700 1000-READ-TCID.                                                  K6RELK.1
020800     READ TCID-MASTER                                             K6RELK.1
020900         AT END GO TO 1000-CLOSE-TCID.                            K6RELK.1
021000     IF TM-TYPE NOT = "M"                                         K6RELK.1
021100             OR WS-MAP-COUNT NOT LESS THAN 3000                   K6RELK.1
021200         GO TO 1000-READ-TCID.                                    K6RELK.1
021300     ADD 1 TO WS-MAP-COUNT.                                       K6RELK.1
021400     MOVE TM-ID       TO MAP-ID (WS-MAP-COUNT).                   K6RELK.1
021500     MOVE TM-PGM-ID   TO MAP-PGM-ID (WS-MAP-COUNT).               K6RELK.1
021600     MOVE TM-PAR-NAME TO MAP-PAR-NAME (WS-MAP-COUNT).             K6RELK.1
021700     MOVE TM-EFF-FROM TO MAP-EFF-FROM (WS-MAP-COUNT).             K6RELK.1
021800     MOVE TM-EFF-TO   TO MAP-EFF-TO (WS-MAP-COUNT).               K6RELK.1
021900     GO TO 1000-READ-TCID.                                        K6RELK.1
022000 1000-CLOSE-TCID.                                                 K6RELK.1
022100     CLOSE TCID-MASTER.                                           K6RELK.1
022200 1000-EXIT.                                                       K6RELK.1
022300     EXIT.                                                        K6RELK.1
022400*================================================================ K6RELK.1
022500* 3000-RELEASE-FOR-DATE -- THE HIGHEST RELEASE INSTALLED ON OR    K6RELK.1
022600* BEFORE WS-FOR-DATE; THE LOWEST RELEASE WHEN THE DATE IS EARLIER K6RELK.1
022700* THAN THEM ALL; THE BASE RELEASE WITHOUT A MAP.                  K6RELK.1
022800*================================================================ K6RELK.1
022900 3000-RELEASE-FOR-DATE.                                           K6RELK.1
023000     IF WS-REL-COUNT = ZERO                                       K6RELK.1
023100         MOVE WS-BASE-REL TO WS-FOR-REL                           K6RELK.1
023200         GO TO 3000-EXIT.                                         K6RELK.1
023300     MOVE ZERO TO WS-FOR-REL.                                     K6RELK.1
023400     MOVE ZERO TO WS-REL-SUB.                                     K6RELK.1
023500 3000-NEXT.                                                       K6RELK.1
023600     ADD 1 TO WS-REL-SUB.                                         K6RELK.1
023700     IF WS-REL-SUB GREATER THAN WS-REL-COUNT                      K6RELK.1
023800         GO TO 3000-LOWEST.                                       K6RELK.1
023900     IF REL-INSTALL (WS-REL-SUB) NOT GREATER THAN WS-FOR-DATE     K6RELK.1
024000             AND REL-NO (WS-REL-SUB) GREATER THAN WS-FOR-REL      K6RELK.1
024100         MOVE REL-NO (WS-REL-SUB) TO WS-FOR-REL.                  K6RELK.1
024200     GO TO 3000-NEXT.                                             K6RELK.1
024300 3000-LOWEST.                                                     K6RELK.1
024400     IF WS-FOR-REL NOT = ZERO                                     K6RELK.1
024500         GO TO 3000-EXIT.                                         K6RELK.1
024600     MOVE 99 TO WS-FOR-REL.                                       K6RELK.1
024700     MOVE ZERO TO WS-REL-SUB.                                     K6RELK.1
024800 3000-LOW-NEXT.                                                   K6RELK.1
024900     ADD 1 TO WS-REL-SUB.                                         K6RELK.1
025000     IF WS-REL-SUB GREATER THAN WS-REL-COUNT                      K6RELK.1
025100         GO TO 3000-EXIT.                                         K6RELK.1
025200     IF REL-NO (WS-REL-SUB) LESS THAN WS-FOR-REL                  K6RELK.1
025300         MOVE REL-NO (WS-REL-SUB) TO WS-FOR-REL.                  K6RELK.1
025400     GO TO 3000-LOW-NEXT.                                         K6RELK.1
025500 3000-EXIT.                                                       K6RELK.1
025600     EXIT.                                                        K6RELK.1
025700*================================================================ K6RELK.1
025800* 4000-FIND-TCID -- THE K6TCID IDENTITY OF THE PROGRAM AND        K6RELK.1
025900* PAR-NAME IN FORCE ON THE MAPPING DATE; ZERO WHEN UNREGISTERED.  K6RELK.1
026000*================================================================ K6RELK.1
026100 4000-FIND-TCID.                                                  K6RELK.1
026200     MOVE ZERO TO WS-MAP-SUB.                                     K6RELK.1
026300 4000-NEXT.                                                       K6RELK.1
026400     ADD 1 TO WS-MAP-SUB.                                         K6RELK.1
026500     IF WS-MAP-SUB GREATER THAN WS-MAP-COUNT                      K6RELK.1
026600         GO TO 4000-EXIT.                                         K6RELK.1
026700     IF MAP-PGM-ID (WS-MAP-SUB) NOT = RELK-PGM-ID                 K6RELK.1
026800         OR MAP-PAR-NAME (WS-MAP-SUB) NOT = RELK-PAR-NAME         K6RELK.1
026900         GO TO 4000-NEXT.                                         K6RELK.1
027000     IF MAP-EFF-FROM (WS-MAP-SUB) GREATER THAN WS-MAP-DATE        K6RELK.1
027100         OR MAP-EFF-TO (WS-MAP-SUB) NOT GREATER THAN WS-MAP-DATE  K6RELK.1
027200         GO TO 4000-NEXT.                                         K6RELK.1
027300     MOVE MAP-ID (WS-MAP-SUB) TO RELK-TCID.                       K6RELK.1
027400 4000-EXIT.                                                       K6RELK.1
027500     EXIT.                                                        K6RELK.1
027600*================================================================ K6RELK.1
027700* 5000-COUNT-PROGRAM -- THE PROGRAM'S TEST CASES TOUCHED BY THE   K6RELK.1
027800* RELEASES IN THE RANGE.  A CARD BELONGS TO THE PROGRAM WHEN ANY  K6RELK.1
027900* REGISTRY MAPPING OF ITS TCID NAMES THE PROGRAM.                 K6RELK.1
028000*================================================================ K6RELK.1
028100 5000-COUNT-PROGRAM.                                              K6RELK.1
028200     MOVE ZERO TO WS-CHG-SUB.                                     K6RELK.1
028300 5000-NEXT.                                                       K6RELK.1
028400     ADD 1 TO WS-CHG-SUB.                                         K6RELK.1
028500     IF WS-CHG-SUB GREATER THAN WS-CHG-COUNT                      K6RELK.1
028600         GO TO 5000-VERDICT.                                      K6RELK.1
028700     IF CHG-REL (WS-CHG-SUB) NOT GREATER THAN WS-LOW-REL          K6RELK.1
028800         OR CHG-REL (WS-CHG-SUB) GREATER THAN WS-HIGH-REL         K6RELK.1
028900         GO TO 5000-NEXT.                                         K6RELK.1
029000     PERFORM 5100-PROGRAM-OWNS THRU 5100-EXIT.                    K6RELK.1
029100     IF WS-PGM-HIT-SW NOT = "Y"                                   K6RELK.1
029200         GO TO 5000-NEXT.                                         K6RELK.1
029300     IF CHG-DISP (WS-CHG-SUB) = "W"                               K6RELK.1
029400         ADD 1 TO RELK-WITHDRAWN-CT                               K6RELK.1
029500     ELSE IF CHG-DISP (WS-CHG-SUB) = "N"                          K6RELK.1
029600         ADD 1 TO RELK-NEW-CT                                     K6RELK.1
029700     ELSE                                                         K6RELK.1
029800         ADD 1 TO RELK-CHANGED-CT.                                K6RELK.1
029900     IF CHG-REL (WS-CHG-SUB) GREATER THAN RELK-CHG-REL            K6RELK.1
030000         MOVE CHG-REL (WS-CHG-SUB) TO RELK-CHG-REL.               K6RELK.1
030100     GO TO 5000-NEXT.                                             K6RELK.1
030200 5000-VERDICT.                                                    K6RELK.1
030300     IF RELK-CHANGED-CT GREATER THAN ZERO                         K6RELK.1
030400             OR RELK-WITHDRAWN-CT GREATER THAN ZERO               K6RELK.1
030500             OR RELK-NEW-CT GREATER THAN ZERO                     K6RELK.1
030600         MOVE "C" TO RELK-VERDICT.                                K6RELK.1
030700 5000-EXIT.                                                       K6RELK.1
030800     EXIT.                                                        K6RELK.1
030900*================================================================ K6RELK.1
031000* 5100-PROGRAM-OWNS -- DOES THE CARD AT WS-CHG-SUB NAME A TEST    K6RELK.1
031100* CASE OF RELK-PGM-ID?  A BLANK PGM-ID ASKS FOR THE WHOLE SUITE.  K6RELK.1
031200*================================================================ K6RELK.1
031300 5100-PROGRAM-OWNS.                                               K6RELK.1
031400     MOVE "N" TO WS-PGM-HIT-SW.                                   K6RELK.1
031500     IF RELK-PGM-ID = SPACE                                       K6RELK.1
031600         MOVE "Y" TO WS-PGM-HIT-SW                                K6RELK.1
031700         GO TO 5100-EXIT.                                         K6RELK.1
031800     MOVE ZERO TO WS-MAP-SUB.                                     K6RELK.1
031900 5100-NEXT.                                                       K6RELK.1
032000     ADD 1 TO WS-MAP-SUB.                                         K6RELK.1
032100     IF WS-MAP-SUB GREATER THAN WS-MAP-COUNT                      K6RELK.1
032200         GO TO 5100-EXIT.                                         K6RELK.1
032300     IF MAP-ID (WS-MAP-SUB) NOT = CHG-TCID (WS-CHG-SUB)           K6RELK.1
032400         OR MAP-PGM-ID (WS-MAP-SUB) NOT = RELK-PGM-ID             K6RELK.1
032500         GO TO 5100-NEXT.                                         K6RELK.1
032600     MOVE "Y" TO WS-PGM-HIT-SW.                                   K6RELK.1
032700 5100-EXIT.                                                       K6RELK.1
032800     EXIT.                                                        K6RELK.1
032900*================================================================ K6RELK.1
033000* 6000-TEST-VERDICT -- WHAT THE RELEASES IN THE RANGE DID TO THE  K6RELK.1
033100* ONE TEST CASE.  WITHDRAWN OUTRANKS NEW OUTRANKS CHANGED.        K6RELK.1
033200*================================================================ K6RELK.1
033300 6000-TEST-VERDICT.                                               K6RELK.1
033400     MOVE ZERO TO WS-W-REL WS-N-REL WS-C-REL.                     K6RELK.1
033500     MOVE ZERO TO WS-CHG-SUB.                                     K6RELK.1
033600 6000-NEXT.                                                       K6RELK.1
033700     ADD 1 TO WS-CHG-SUB.                                         K6RELK.1
033800     IF WS-CHG-SUB GREATER THAN WS-CHG-COUNT                      K6RELK.1
033900         GO TO 6000-DECIDE.                                       K6RELK.1
034000     IF CHG-TCID (WS-CHG-SUB) NOT = RELK-TCID                     K6RELK.1
034100         GO TO 6000-NEXT.                                         K6RELK.1
034200     IF CHG-REL (WS-CHG-SUB) NOT GREATER THAN WS-LOW-REL          K6RELK.1
034300         OR CHG-REL (WS-CHG-SUB) GREATER THAN WS-HIGH-REL         K6RELK.1
034400         GO TO 6000-NEXT.                                         K6RELK.1
034500     IF CHG-DISP (WS-CHG-SUB) = "W"                               K6RELK.1
034600         ADD 1 TO RELK-WITHDRAWN-CT                               K6RELK.1
034700         MOVE CHG-REL (WS-CHG-SUB) TO WS-W-REL                    K6RELK.1
034800     ELSE IF CHG-DISP (WS-CHG-SUB) = "N"                          K6RELK.1
034900         ADD 1 TO RELK-NEW-CT                                     K6RELK.1
035000         MOVE CHG-REL (WS-CHG-SUB) TO WS-N-REL                    K6RELK.1
035100     ELSE                                                         K6RELK.1
035200         ADD 1 TO RELK-CHANGED-CT                                 K6RELK.1
035300         IF CHG-REL (WS-CHG-SUB) GREATER THAN WS-C-REL            K6RELK.1
035400             MOVE CHG-REL (WS-CHG-SUB) TO WS-C-REL.               K6RELK.1
035500     GO TO 6000-NEXT.                                             K6RELK.1
035600 6000-DECIDE.                                                     K6RELK.1
035700     IF WS-W-REL NOT = ZERO                                       K6RELK.1
035800         MOVE "W" TO RELK-VERDICT                                 K6RELK.1
035900         MOVE WS-W-REL TO RELK-CHG-REL                            K6RELK.1
036000     ELSE IF WS-N-REL NOT = ZERO                                  K6RELK.1
036100         MOVE "N" TO RELK-VERDICT                                 K6RELK.1
036200         MOVE WS-N-REL TO RELK-CHG-REL                            K6RELK.1
036300     ELSE IF WS-C-REL NOT = ZERO                                  K6RELK.1
036400         MOVE "C" TO RELK-VERDICT                                 K6RELK.1
036500         MOVE WS-C-REL TO RELK-CHG-REL.                           K6RELK.1
036600 6000-EXIT.                                                       K6RELK.1
036700     EXIT.                                                        K6RELK.1
