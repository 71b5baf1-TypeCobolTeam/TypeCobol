000100 IDENTIFICATION DIVISION.                                         K6RELV.1
000200 PROGRAM-ID.                                                      K6RELV.1
000300     K6RELV.                                                      K6RELV.1
000400*================================================================ K6RELV.1
000500* K6RELV -- SUITE RELEASE MAP CHECK AND LISTING.                  K6RELV.1
000600*================================================================ K6RELV.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RELV.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RELV.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6RELV.1
001000* DATE-COMPILED.                                                  K6RELV.1
001100*                                                                 K6RELV.1
001200* REMARKS.                                                        K6RELV.1
001300*    EVERY RAW-DATA RECORD AND CSV HEADER NOW CARRIES THE         K6RELV.1
001400*    RELEASE OF THE VALIDATION SUITE IT CAME FROM (K6SREL.CPY),   K6RELV.1
001500*    AND THE TREND, GOLDEN-BASELINE, FLAKY AND CROSS-TARGET       K6RELV.1
001600*    REPORTS JOIN TWO RELEASES ONLY THROUGH THE RELEASE MAP       K6RELV.1
001700*    (RELMAP, K6RELM.CPY) AS K6RELK READS IT.  K6RELK PASSES      K6RELV.1
001800*    OVER A CARD IT CANNOT USE, SO A MISKEYED CARD WOULD QUIETLY  K6RELV.1
001900*    LET A CHANGED TEST BE COMPARED.  THIS PROGRAM IS RUN WHEN    K6RELV.1
002000*    THE MAP IS UPDATED, BEFORE IT IS PROMOTED.  A MAP IS IN      K6RELV.1
002100*    ERROR WHEN                                                   K6RELV.1
002200*      - A RELEASE OR INSTALL DATE IS NOT NUMERIC, OR A RELEASE   K6RELV.1
002300*        IS DEFINED TWICE,                                        K6RELV.1
002400*      - THE INSTALL DATES DO NOT RISE WITH THE RELEASE NUMBER,   K6RELV.1
002500*      - A "T" CARD NAMES A RELEASE WITH NO "R" CARD, A TCID      K6RELV.1
002600*        THAT IS ZERO OR NOT IN THE K6TCID REGISTRY, OR A         K6RELV.1
002700*        DISPOSITION OTHER THAN U, C, W OR N,                     K6RELV.1
002800*      - THE SAME TCID IS MAPPED TWICE FOR ONE RELEASE, OR        K6RELV.1
002900*      - A CARD TYPE IS NOT "R", "T" OR "*".                      K6RELV.1
003000*    A "U" CARD (UNCHANGED IS THE DEFAULT) AND A "T" CARD FOR     K6RELV.1
003100*    THE LOWEST RELEASE ON THE MAP (IT HAS NOTHING TO CHANGE      K6RELV.1
003200*    FROM) ARE NOTES.                                             K6RELV.1
003300*                                                                 K6RELV.1
003400*    INPUTS:                                                      K6RELV.1
003500*      RELMAP    THE SUITE RELEASE MAP                            K6RELV.1
003600*      TCIDMST   OPTIONAL K6TCID REGISTRY MASTER                  K6RELV.1
003700*    OUTPUTS:                                                     K6RELV.1
003800*      RELVRPT   MAP LISTING, PER-RELEASE COUNTS AND VERDICT      K6RELV.1
003900*                                                                 K6RELV.1
004000* RETURN CODES.                                                   K6RELV.1
004100*     0  MAP CLEAN.                                               K6RELV.1
004200*     4  CLEAN, WITH NOTES, OR TCIDMST WAS NOT AVAILABLE (THE     K6RELV.1
004300*        TCIDS WERE NOT CHECKED AGAINST THE REGISTRY).            K6RELV.1
004400*     8  ONE OR MORE ERRORS -- DO NOT PROMOTE THE MAP.            K6RELV.1
004500*    16  MAP MISSING OR EMPTY.                                    K6RELV.1
004600*                                                                 K6RELV.1
004700* MODIFICATION HISTORY.                                           K6RELV.1
004800*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RELV.1
004900*================================================================ K6RELV.1
005000                                                                  K6RELV.1
005100 ENVIRONMENT DIVISION.                                            K6RELV.1
005200 CONFIGURATION SECTION.                                           K6RELV.1
005300 SOURCE-COMPUTER.                                                 K6RELV.1
005400     OUR-MAINFRAME.                                               K6RELV.1
005500 OBJECT-COMPUTER.                                                 K6RELV.1
005600     OUR-MAINFRAME.                                               K6RELV.1
005700 INPUT-OUTPUT SECTION.                                            K6RELV.1
005800 FILE-CONTROL.                                                    K6RELV.1
005900     SELECT REL-MAP ASSIGN TO RELMAP                              K6RELV.1
006000         ORGANIZATION IS SEQUENTIAL                               K6RELV.1
006100         FILE STATUS IS WS-RMAP-STATUS.                           K6RELV.1
006200     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6RELV.1
006300         ORGANIZATION IS SEQUENTIAL                               K6RELV.1
006400         FILE STATUS IS WS-TCID-STATUS.                           K6RELV.1
006500     SELECT RELV-RPT ASSIGN TO RELVRPT                            K6RELV.1
006600         ORGANIZATION IS SEQUENTIAL.                              K6RELV.1
006700                                                                  K6RELV.1
006800 DATA DIVISION.                                                   K6RELV.1
006900 FILE SECTION.                                                    K6RELV.1
007000 FD  REL-MAP                                                      K6RELV.1
007100     LABEL RECORDS ARE STANDARD.                                  K6RELV.1
007200     COPY K6RELM.                                                 K6RELV.1
007300 FD  TCID-MASTER                                                  K6RELV.1
007400     LABEL RECORDS ARE STANDARD.                                  K6RELV.1
007500* REGISTRY MAPPING RECORD AS K6TCID WRITES IT.                    K6RELV.1
007600 01  TM-REC.                                                      K6RELV.1
007700     05  TM-TYPE              PIC X(1).                           K6RELV.1
007800     05  TM-ID                PIC 9(7).                           K6RELV.1
007900     05  FILLER               PIC X(72).                          K6RELV.1
008000 FD  RELV-RPT                                                     K6RELV.1
008100     LABEL RECORDS ARE STANDARD.                                  K6RELV.1
008200 01  RV-PRINT-REC             PIC X(120).                         K6RELV.1
008300                                                                  K6RELV.1
008400 WORKING-STORAGE SECTION.                                         K6RELV.1
008500* ----------------------------------------------------------      K6RELV.1
008600* SWITCHES AND COUNTERS.                                          K6RELV.1
008700* ----------------------------------------------------------      K6RELV.1
008800 77  WS-RMAP-STATUS           PIC X(2)   VALUE SPACE.             K6RELV.1
008900 77  WS-TCID-STATUS           PIC X(2)   VALUE SPACE.             K6RELV.1
009000 77  WS-RMAP-OPEN-SW          PIC X      VALUE "N".               K6RELV.1
009100 77  WS-RMAP-EOF-SW           PIC X      VALUE "N".               K6RELV.1
009200     88  WS-RMAP-EOF                     VALUE "Y".               K6RELV.1
009300 77  WS-TCID-LOADED-SW        PIC X      VALUE "N".               K6RELV.1
009400     88  WS-TCID-LOADED                  VALUE "Y".               K6RELV.1
009500 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6RELV.1
009600 77  WS-CARDS                 PIC 9(5)   COMP VALUE ZERO.         K6RELV.1
009700 77  WS-ERRORS                PIC 9(5)   COMP VALUE ZERO.         K6RELV.1
009800 77  WS-NOTES                 PIC 9(5)   COMP VALUE ZERO.         K6RELV.1
009900 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6RELV.1
010000 77  WS-SUB-2                 PIC 9(4)   COMP VALUE ZERO.         K6RELV.1
010100 77  WS-CARD-BAD-SW           PIC X      VALUE "N".               K6RELV.1
010200 77  WS-LOW-REL               PIC 99     VALUE ZERO.              K6RELV.1
010300* ----------------------------------------------------------      K6RELV.1
010400* RELEASES ("R" CARDS) WITH THEIR PER-DISPOSITION COUNTS.         K6RELV.1
010500* ----------------------------------------------------------      K6RELV.1
010600 77  WS-REL-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6RELV.1
010700 01  REL-TABLE.                                                   K6RELV.1
010800     05  REL-ENTRY OCCURS 20 TIMES.                               K6RELV.1
010900         10  REL-NO           PIC 99.                             K6RELV.1
011000         10  REL-INSTALL      PIC 9(8).                           K6RELV.1
011100         10  REL-DESC         PIC X(40).                          K6RELV.1
011200         10  REL-UNCHANGED    PIC 9(5)   COMP.                    K6RELV.1
011300         10  REL-CHANGED      PIC 9(5)   COMP.                    K6RELV.1
011400         10  REL-WITHDRAWN    PIC 9(5)   COMP.                    K6RELV.1
011500         10  REL-NEW          PIC 9(5)   COMP.                    K6RELV.1
011600* ----------------------------------------------------------      K6RELV.1
011700* ACCEPTED "T" CARDS, FOR THE DUPLICATE AND RELEASE CHECKS.       K6RELV.1
011800* ----------------------------------------------------------      K6RELV.1
011900 77  WS-TST-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6RELV.1
012000 01  TST-TABLE.                                                   K6RELV.1
012100     05  TST-ENTRY OCCURS 3000 TIMES.                             K6RELV.1
012200         10  TST-REL          PIC 99.                             K6RELV.1
012300         10  TST-TCID         PIC 9(7).                           K6RELV.1
012400         10  TST-DISP         PIC X(1).                           K6RELV.1
012500* ----------------------------------------------------------      K6RELV.1
012600* THE K6TCID IDENTITIES IN THE REGISTRY.                          K6RELV.1
012700* ----------------------------------------------------------      K6RELV.1
012800 77  WS-ID-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6RELV.1
012900 01  ID-TABLE.                                                    K6RELV.1
013000     05  ID-ENTRY OCCURS 3000 TIMES PIC 9(7).                     K6RELV.1
013100* ----------------------------------------------------------      K6RELV.1
013200* REPORT LINES.                                                   K6RELV.1
013300* ----------------------------------------------------------      K6RELV.1
013400 01  HDR-LINE-1.                                                  K6RELV.1
013500     05  FILLER   PIC X(48) VALUE                                 K6RELV.1
013600         "SUITE RELEASE MAP (K6RELV)                      ".      K6RELV.1
013700     05  FILLER   PIC X(72) VALUE SPACE.                          K6RELV.1
013800 01  CARD-LINE.                                                   K6RELV.1
013900     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RELV.1
014000     05  CD-IMAGE             PIC X(80)  VALUE SPACE.             K6RELV.1
014100     05  FILLER   PIC X(36) VALUE SPACE.                          K6RELV.1
014200 01  MSG-LINE.                                                    K6RELV.1
014300     05  ML-KIND              PIC X(12)  VALUE SPACE.             K6RELV.1
014400     05  ML-REL               PIC X(2)   VALUE SPACE.             K6RELV.1
014500     05  FILLER   PIC X(1)  VALUE SPACE.                          K6RELV.1
014600     05  ML-TCID              PIC X(7)   VALUE SPACE.             K6RELV.1
014700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RELV.1
014800     05  ML-TEXT              PIC X(60)  VALUE SPACE.             K6RELV.1
014900     05  FILLER   PIC X(36) VALUE SPACE.                          K6RELV.1
015000 01  REL-HDR-LINE.                                                K6RELV.1
015100     05  FILLER   PIC X(30) VALUE                                 K6RELV.1
015200         "RL  INSTALL   UNCHG  CHANGED W".                        K6RELV.1
015300     05  FILLER   PIC X(30) VALUE                                 K6RELV.1
015400         "ITHDRAWN      NEW  DESCRIPTION".                        K6RELV.1
015500     05  FILLER   PIC X(60) VALUE SPACE.                          K6RELV.1
015600 01  REL-LINE.                                                    K6RELV.1
015700     05  RL-REL               PIC 99.                             K6RELV.1
015800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RELV.1
015900     05  RL-INSTALL           PIC 9(8).                           K6RELV.1
016000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RELV.1
016100     05  RL-UNCHANGED         PIC ZZZZ9.                          K6RELV.1
016200     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RELV.1
016300     05  RL-CHANGED           PIC ZZZZ9.                          K6RELV.1
016400     05  FILLER   PIC X(5)  VALUE SPACE.                          K6RELV.1
016500     05  RL-WITHDRAWN         PIC ZZZZ9.                          K6RELV.1
016600     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RELV.1
016700     05  RL-NEW               PIC ZZZZ9.                          K6RELV.1
016800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RELV.1
016900     05  RL-DESC              PIC X(40).                          K6RELV.1
017000     05  FILLER   PIC X(31) VALUE SPACE.                          K6RELV.1
017100 01  SUM-LINE.                                                    K6RELV.1
017200     05  SL-LABEL             PIC X(40).                          K6RELV.1
017300     05  SL-COUNT             PIC ZZZZ9.                          K6RELV.1
017400     05  FILLER   PIC X(75) VALUE SPACE.                          K6RELV.1
017500 01  VERDICT-LINE.                                                K6RELV.1
017600     05  FILLER   PIC X(10) VALUE "VERDICT:  ".                   K6RELV.1
017700     05  VL-TEXT              PIC X(40).                          K6RELV.1
017800     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6RELV.1
017900     05  VL-RC                PIC 99.                             K6RELV.1
018000     05  FILLER   PIC X(52) VALUE SPACE.                          K6RELV.1
018100                                                                  K6RELV.1
018200 PROCEDURE DIVISION.                                              K6RELV.1
018300*================================================================ K6RELV.1
018400* 0000-MAINLINE.                                                  K6RELV.1
018500*================================================================ K6RELV.1
018600 0000-MAINLINE.                                                   K6RELV.1
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6RELV.1
018800     IF WS-VERDICT-RC = 16                                        K6RELV.1
018900         GO TO 0000-FINISH.                                       K6RELV.1
019000     PERFORM 2000-READ-MAP THRU 2000-EXIT.                        K6RELV.1
019100     PERFORM 3000-PROCESS-CARD THRU 3000-EXIT                     K6RELV.1
019200             UNTIL WS-RMAP-EOF.                                   K6RELV.1
019300     PERFORM 5000-CROSS-CHECK THRU 5000-EXIT.                     K6RELV.1
019400 0000-FINISH.                                                     K6RELV.1
019500     PERFORM 8000-VERDICT THRU 8000-EXIT.                         K6RELV.1
019600     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6RELV.1
019700     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6RELV.1
019800     STOP RUN.                                                    K6RELV.1
019900*================================================================ K6RELV.1
020000* 1000-INITIALIZE -- OPEN FILES AND LOAD THE REGISTRY IDS.  NO    K6RELV.1
020100* MAP IS A HARD STOP; NO REGISTRY IS A NOTE.                      K6RELV.1
020200*================================================================ K6RELV.1
020300 1000-INITIALIZE.                                                 K6RELV.1
020400     OPEN OUTPUT RELV-RPT.                                        K6RELV.1
020500     WRITE RV-PRINT-REC FROM HDR-LINE-1                           K6RELV.1
020600         AFTER ADVANCING PAGE.                                    K6RELV.1
020700     OPEN INPUT REL-MAP.                                          K6RELV.1
020800     IF WS-RMAP-STATUS NOT = "00"                                 K6RELV.1
020900         MOVE 16 TO WS-VERDICT-RC                                 K6RELV.1
021000         GO TO 1000-EXIT.                                         K6RELV.1
021100     MOVE "Y" TO WS-RMAP-OPEN-SW.                                 K6RELV.1
021200     OPEN INPUT TCID-MASTER.                                      K6RELV.1
021300     IF WS-TCID-STATUS NOT = "00"                                 K6RELV.1
021400         MOVE SPACE TO ML-REL ML-TCID                             K6RELV.1
021500         MOVE "TCIDMST NOT AVAILABLE - TCIDS NOT CHECKED"         K6RELV.1
021600             TO ML-TEXT                                           K6RELV.1
021700         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT                   K6RELV.1
021800         GO TO 1000-EXIT.                                         K6RELV.1
021900     SET WS-TCID-LOADED TO TRUE.                                  K6RELV.1
022000 1000-READ-TCID.                                                  K6RELV.1
022100     READ TCID-MASTER                                             K6RELV.1
022200         AT END GO TO 1000-CLOSE-TCID.                            K6RELV.1
022300     IF TM-TYPE NOT = "M"                                         K6RELV.1
022400             OR WS-ID-COUNT NOT LESS THAN 3000                    K6RELV.1
022500         GO TO 1000-READ-TCID.                                    K6RELV.1
022600     ADD 1 TO WS-ID-COUNT.                                        K6RELV.1
022700     MOVE TM-ID TO ID-ENTRY (WS-ID-COUNT).                        K6RELV.1
022800     GO TO 1000-READ-TCID.                                        K6RELV.1
022900 1000-CLOSE-TCID.                                                 K6RELV.1
023000     CLOSE TCID-MASTER.                                           K6RELV.1
023100 1000-EXIT.                                                       K6RELV.1
023200     EXIT.                                                        K6RELV.1
023300*================================================================ K6RELV.1
023400* 2000-READ-MAP -- ONE MAP CARD.                                  K6RELV.1
023500*================================================================ K6RELV.1
023600 2000-READ-MAP.                                                   K6RELV.1
023700     READ REL-MAP                                                 K6RELV.1
023800         AT END SET WS-RMAP-EOF TO TRUE                           K6RELV.1
023900                GO TO 2000-EXIT.                                  K6RELV.1
024000     ADD 1 TO WS-CARDS.                                           K6RELV.1
024100 2000-EXIT.                                                       K6RELV.1
024200     EXIT.                                                        K6RELV.1
024300*================================================================ K6RELV.1
024400* 3000-PROCESS-CARD -- LIST ONE CARD AND ROUTE IT BY TYPE.        K6RELV.1
024500*================================================================ K6RELV.1
024600 3000-PROCESS-CARD.                                               K6RELV.1
024700     IF RM-COMMENT-CARD OR RM-REC = SPACE                         K6RELV.1
024800         GO TO 3000-READ-NEXT.                                    K6RELV.1
024900     MOVE RM-REC TO CD-IMAGE.                                     K6RELV.1
025000     WRITE RV-PRINT-REC FROM CARD-LINE                            K6RELV.1
025100         AFTER ADVANCING 1 LINES.                                 K6RELV.1
025200     MOVE RM-REC (3:2) TO ML-REL.                                 K6RELV.1
025300     MOVE SPACE TO ML-TCID.                                       K6RELV.1
025400     IF RM-RELEASE-CARD                                           K6RELV.1
025500         PERFORM 3100-RELEASE-CARD THRU 3100-EXIT                 K6RELV.1
025600         GO TO 3000-READ-NEXT.                                    K6RELV.1
025700     IF RM-TEST-CARD                                              K6RELV.1
025800         MOVE RM-REC (6:7) TO ML-TCID                             K6RELV.1
025900         PERFORM 3200-TEST-CARD THRU 3200-EXIT                    K6RELV.1
026000         GO TO 3000-READ-NEXT.                                    K6RELV.1
026100     MOVE "CARD TYPE IS NOT R, T OR *" TO ML-TEXT.                K6RELV.1
026200     PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                     K6RELV.1
026300 3000-READ-NEXT.                                                  K6RELV.1
026400     PERFORM 2000-READ-MAP THRU 2000-EXIT.                        K6RELV.1
026500 3000-EXIT.                                                       K6RELV.1
026600     EXIT.                                                        K6RELV.1
026700*================================================================ K6RELV.1
026800* 3100-RELEASE-CARD -- AN "R" CARD DEFINES A RELEASE.  ITS        K6RELV.1
026900* INSTALL DATE MUST FALL AFTER EVERY LOWER RELEASE'S AND BEFORE   K6RELV.1
027000* EVERY HIGHER RELEASE'S, WHATEVER ORDER THE CARDS ARE IN.        K6RELV.1
027100*================================================================ K6RELV.1
027200 3100-RELEASE-CARD.                                               K6RELV.1
027300     IF RM-REL NOT NUMERIC OR RM-REL = ZERO                       K6RELV.1
027400         MOVE "RELEASE IS NOT A NUMBER FROM 01 TO 99" TO ML-TEXT  K6RELV.1
027500         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
027600         GO TO 3100-EXIT.                                         K6RELV.1
027700     IF RM-INSTALL-DATE NOT NUMERIC                               K6RELV.1
027800         MOVE "INSTALL DATE IS NOT NUMERIC" TO ML-TEXT            K6RELV.1
027900         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
028000         GO TO 3100-EXIT.                                         K6RELV.1
028100     MOVE ZERO TO WS-SUB.                                         K6RELV.1
028200 3100-SCAN.                                                       K6RELV.1
028300     ADD 1 TO WS-SUB.                                             K6RELV.1
028400     IF WS-SUB > WS-REL-COUNT                                     K6RELV.1
028500         GO TO 3100-ADD.                                          K6RELV.1
028600     IF REL-NO (WS-SUB) = RM-REL                                  K6RELV.1
028700         MOVE "RELEASE DEFINED MORE THAN ONCE" TO ML-TEXT         K6RELV.1
028800         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
028900         GO TO 3100-EXIT.                                         K6RELV.1
029000     IF REL-NO (WS-SUB) < RM-REL                                  K6RELV.1
029100             AND REL-INSTALL (WS-SUB) NOT < RM-INSTALL-DATE       K6RELV.1
029200         MOVE "INSTALL DATE NOT AFTER A LOWER RELEASE'S"          K6RELV.1
029300             TO ML-TEXT                                           K6RELV.1
029400         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                 K6RELV.1
029500     IF REL-NO (WS-SUB) > RM-REL                                  K6RELV.1
029600             AND REL-INSTALL (WS-SUB) NOT > RM-INSTALL-DATE       K6RELV.1
029700         MOVE "INSTALL DATE NOT BEFORE A HIGHER RELEASE'S"        K6RELV.1
029800             TO ML-TEXT                                           K6RELV.1
029900         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                 K6RELV.1
030000     GO TO 3100-SCAN.                                             K6RELV.1
030100 3100-ADD.                                                        K6RELV.1
030200     IF WS-REL-COUNT NOT < 20                                     K6RELV.1
030300         MOVE "RELEASE TABLE FULL AT 20 -- NOT CHECKED" TO ML-TEXTK6RELV.1
030400         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
030500         GO TO 3100-EXIT.                                         K6RELV.1
030600     ADD 1 TO WS-REL-COUNT.                                       K6RELV.1
030700     MOVE RM-REL TO REL-NO (WS-REL-COUNT).                        K6RELV.1
030800     MOVE RM-INSTALL-DATE TO REL-INSTALL (WS-REL-COUNT).          K6RELV.1
030900     MOVE RM-REL-DESC TO REL-DESC (WS-REL-COUNT).                 K6RELV.1
031000     MOVE ZERO TO REL-UNCHANGED (WS-REL-COUNT).                   K6RELV.1
031100     MOVE ZERO TO REL-CHANGED (WS-REL-COUNT).                     K6RELV.1
031200     MOVE ZERO TO REL-WITHDRAWN (WS-REL-COUNT).                   K6RELV.1
031300     MOVE ZERO TO REL-NEW (WS-REL-COUNT).                         K6RELV.1
031400 3100-EXIT.                                                       K6RELV.1
031500     EXIT.                                                        K6RELV.1
031600*================================================================ K6RELV.1
031700* 3200-TEST-CARD -- A "T" CARD RECORDS WHAT ONE RELEASE DID TO    K6RELV.1
031800* ONE TEST CASE.  THE RELEASE ITSELF IS CHECKED ONCE EVERY "R"    K6RELV.1
031900* CARD HAS BEEN SEEN (5000-CROSS-CHECK).                          K6RELV.1
032000*================================================================ K6RELV.1
032100 3200-TEST-CARD.                                                  K6RELV.1
032200     MOVE "N" TO WS-CARD-BAD-SW.                                  K6RELV.1
032300     IF RM-REL NOT NUMERIC OR RM-REL = ZERO                       K6RELV.1
032400         MOVE "RELEASE IS NOT A NUMBER FROM 01 TO 99" TO ML-TEXT  K6RELV.1
032500         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
032600         MOVE "Y" TO WS-CARD-BAD-SW.                              K6RELV.1
032700     IF RM-TCID NOT NUMERIC OR RM-TCID = ZERO                     K6RELV.1
032800         MOVE "TCID IS NOT A NON-ZERO NUMBER" TO ML-TEXT          K6RELV.1
032900         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
033000         MOVE "Y" TO WS-CARD-BAD-SW.                              K6RELV.1
033100     IF NOT RM-DISP-VALID                                         K6RELV.1
033200         MOVE "DISPOSITION IS NOT U, C, W OR N" TO ML-TEXT        K6RELV.1
033300         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
033400         MOVE "Y" TO WS-CARD-BAD-SW.                              K6RELV.1
033500     IF WS-CARD-BAD-SW = "Y"                                      K6RELV.1
033600         GO TO 3200-EXIT.                                         K6RELV.1
033700     IF RM-UNCHANGED                                              K6RELV.1
033800         MOVE "UNCHANGED IS THE DEFAULT -- CARD NOT NEEDED"       K6RELV.1
033900             TO ML-TEXT                                           K6RELV.1
034000         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT.                  K6RELV.1
034100     IF NOT WS-TCID-LOADED                                        K6RELV.1
034200         GO TO 3200-DUPLICATE.                                    K6RELV.1
034300     MOVE ZERO TO WS-SUB.                                         K6RELV.1
034400 3200-REGISTERED.                                                 K6RELV.1
034500     ADD 1 TO WS-SUB.                                             K6RELV.1
034600     IF WS-SUB > WS-ID-COUNT                                      K6RELV.1
034700         MOVE "TCID NOT IN THE K6TCID REGISTRY" TO ML-TEXT        K6RELV.1
034800         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
034900         GO TO 3200-DUPLICATE.                                    K6RELV.1
035000     IF ID-ENTRY (WS-SUB) NOT = RM-TCID                           K6RELV.1
035100         GO TO 3200-REGISTERED.                                   K6RELV.1
035200 3200-DUPLICATE.                                                  K6RELV.1
035300     MOVE ZERO TO WS-SUB.                                         K6RELV.1
035400 3200-DUP-SCAN.                                                   K6RELV.1
035500     ADD 1 TO WS-SUB.                                             K6RELV.1
035600     IF WS-SUB > WS-TST-COUNT                                     K6RELV.1
035700         GO TO 3200-ADD.                                          K6RELV.1
035800     IF TST-REL (WS-SUB) NOT = RM-REL                             K6RELV.1
035900             OR TST-TCID (WS-SUB) NOT = RM-TCID                   K6RELV.1
036000         GO TO 3200-DUP-SCAN.                                     K6RELV.1
036100     MOVE "TCID MAPPED MORE THAN ONCE FOR THIS RELEASE"           K6RELV.1
036200         TO ML-TEXT.                                              K6RELV.1
036300     PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                     K6RELV.1
036400     GO TO 3200-EXIT.                                             K6RELV.1
036500 3200-ADD.                                                        K6RELV.1
036600     IF WS-TST-COUNT NOT < 3000                                   K6RELV.1
036700         MOVE "TEST-CASE TABLE FULL AT 3000 -- NOT CHECKED"       K6RELV.1
036800             TO ML-TEXT                                           K6RELV.1
036900         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
037000         GO TO 3200-EXIT.                                         K6RELV.1
037100     ADD 1 TO WS-TST-COUNT.                                       K6RELV.1
037200     MOVE RM-REL TO TST-REL (WS-TST-COUNT).                       K6RELV.1
037300     MOVE RM-TCID TO TST-TCID (WS-TST-COUNT).                     K6RELV.1
037400     MOVE RM-DISP TO TST-DISP (WS-TST-COUNT).                     K6RELV.1
037500 3200-EXIT.                                                       K6RELV.1
037600     EXIT.                                                        K6RELV.1
037700*================================================================ K6RELV.1
037800* 5000-CROSS-CHECK -- EVERY "T" CARD AGAINST THE "R" CARDS, AND   K6RELV.1
037900* THE PER-RELEASE COUNTS.                                         K6RELV.1
038000*================================================================ K6RELV.1
038100 5000-CROSS-CHECK.                                                K6RELV.1
038200     MOVE 99 TO WS-LOW-REL.                                       K6RELV.1
038300     MOVE ZERO TO WS-SUB.                                         K6RELV.1
038400 5000-LOW.                                                        K6RELV.1
038500     ADD 1 TO WS-SUB.                                             K6RELV.1
038600     IF WS-SUB > WS-REL-COUNT                                     K6RELV.1
038700         GO TO 5000-TESTS.                                        K6RELV.1
038800     IF REL-NO (WS-SUB) < WS-LOW-REL                              K6RELV.1
038900         MOVE REL-NO (WS-SUB) TO WS-LOW-REL.                      K6RELV.1
039000     GO TO 5000-LOW.                                              K6RELV.1
039100 5000-TESTS.                                                      K6RELV.1
039200     MOVE ZERO TO WS-SUB.                                         K6RELV.1
039300 5000-NEXT.                                                       K6RELV.1
039400     ADD 1 TO WS-SUB.                                             K6RELV.1
039500     IF WS-SUB > WS-TST-COUNT                                     K6RELV.1
039600         GO TO 5000-EXIT.                                         K6RELV.1
039700     MOVE TST-REL (WS-SUB) TO ML-REL.                             K6RELV.1
039800     MOVE TST-TCID (WS-SUB) TO ML-TCID.                           K6RELV.1
039900     MOVE ZERO TO WS-SUB-2.                                       K6RELV.1
040000 5000-FIND-REL.                                                   K6RELV.1
040100     ADD 1 TO WS-SUB-2.                                           K6RELV.1
040200     IF WS-SUB-2 > WS-REL-COUNT                                   K6RELV.1
040300         MOVE "RELEASE HAS NO R CARD" TO ML-TEXT                  K6RELV.1
040400         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6RELV.1
040500         GO TO 5000-NEXT.                                         K6RELV.1
040600     IF REL-NO (WS-SUB-2) NOT = TST-REL (WS-SUB)                  K6RELV.1
040700         GO TO 5000-FIND-REL.                                     K6RELV.1
040800     IF TST-REL (WS-SUB) = WS-LOW-REL                             K6RELV.1
040900         MOVE "LOWEST RELEASE ON THE MAP - NOTHING TO CHANGE FROM"K6RELV.1
041000             TO ML-TEXT                                           K6RELV.1
041100         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT.                  K6RELV.1
041200     IF TST-DISP (WS-SUB) = "C"                                   K6RELV.1
041300         ADD 1 TO REL-CHANGED (WS-SUB-2)                          K6RELV.1
041400     ELSE IF TST-DISP (WS-SUB) = "W"                              K6RELV.1
041500         ADD 1 TO REL-WITHDRAWN (WS-SUB-2)                        K6RELV.1
041600     ELSE IF TST-DISP (WS-SUB) = "N"                              K6RELV.1
041700         ADD 1 TO REL-NEW (WS-SUB-2)                              K6RELV.1
041800     ELSE                                                         K6RELV.1
041900         ADD 1 TO REL-UNCHANGED (WS-SUB-2).                       K6RELV.1
042000     GO TO 5000-NEXT.                                             K6RELV.1
042100 5000-EXIT.                                                       K6RELV.1
042200     EXIT.                                                        K6RELV.1
042300*================================================================ K6RELV.1
042400* 8000-VERDICT -- THE RELEASES, THE TOTALS AND THE RETURN CODE.   K6RELV.1
042500*================================================================ K6RELV.1
042600 8000-VERDICT.                                                    K6RELV.1
042700     IF WS-VERDICT-RC = 16                                        K6RELV.1
042800         MOVE "RELEASE MAP MISSING" TO VL-TEXT                    K6RELV.1
042900         GO TO 8000-PRINT.                                        K6RELV.1
043000     IF WS-REL-COUNT = ZERO                                       K6RELV.1
043100         MOVE 16 TO WS-VERDICT-RC                                 K6RELV.1
043200         MOVE "RELEASE MAP HAS NO RELEASES" TO VL-TEXT            K6RELV.1
043300         GO TO 8000-PRINT.                                        K6RELV.1
043400     WRITE RV-PRINT-REC FROM REL-HDR-LINE                         K6RELV.1
043500         AFTER ADVANCING 3 LINES.                                 K6RELV.1
043600     MOVE ZERO TO WS-SUB.                                         K6RELV.1
043700 8000-REL.                                                        K6RELV.1
043800     ADD 1 TO WS-SUB.                                             K6RELV.1
043900     IF WS-SUB > WS-REL-COUNT                                     K6RELV.1
044000         GO TO 8000-TOTALS.                                       K6RELV.1
044100     MOVE REL-NO (WS-SUB) TO RL-REL.                              K6RELV.1
044200     MOVE REL-INSTALL (WS-SUB) TO RL-INSTALL.                     K6RELV.1
044300     MOVE REL-UNCHANGED (WS-SUB) TO RL-UNCHANGED.                 K6RELV.1
044400     MOVE REL-CHANGED (WS-SUB) TO RL-CHANGED.                     K6RELV.1
044500     MOVE REL-WITHDRAWN (WS-SUB) TO RL-WITHDRAWN.                 K6RELV.1
044600     MOVE REL-NEW (WS-SUB) TO RL-NEW.                             K6RELV.1
044700     MOVE REL-DESC (WS-SUB) TO RL-DESC.                           K6RELV.1
044800     WRITE RV-PRINT-REC FROM REL-LINE                             K6RELV.1
044900         AFTER ADVANCING 1 LINES.                                 K6RELV.1
045000     GO TO 8000-REL.                                              K6RELV.1
045100 8000-TOTALS.                                                     K6RELV.1
045200     MOVE "CARDS READ" TO SL-LABEL.                               K6RELV.1
045300     MOVE WS-CARDS TO SL-COUNT.                                   K6RELV.1
045400     WRITE RV-PRINT-REC FROM SUM-LINE                             K6RELV.1
045500         AFTER ADVANCING 2 LINES.                                 K6RELV.1
045600     MOVE "RELEASES" TO SL-LABEL.                                 K6RELV.1
045700     MOVE WS-REL-COUNT TO SL-COUNT.                               K6RELV.1
045800     WRITE RV-PRINT-REC FROM SUM-LINE                             K6RELV.1
045900         AFTER ADVANCING 1 LINES.                                 K6RELV.1
046000     MOVE "TEST-CASE CARDS ACCEPTED" TO SL-LABEL.                 K6RELV.1
046100     MOVE WS-TST-COUNT TO SL-COUNT.                               K6RELV.1
046200     WRITE RV-PRINT-REC FROM SUM-LINE                             K6RELV.1
046300         AFTER ADVANCING 1 LINES.                                 K6RELV.1
046400     MOVE "ERRORS" TO SL-LABEL.                                   K6RELV.1
046500     MOVE WS-ERRORS TO SL-COUNT.                                  K6RELV.1
046600     WRITE RV-PRINT-REC FROM SUM-LINE                             K6RELV.1
046700         AFTER ADVANCING 1 LINES.                                 K6RELV.1
046800     MOVE "NOTES" TO SL-LABEL.                                    K6RELV.1
046900     MOVE WS-NOTES TO SL-COUNT.                                   K6RELV.1
047000     WRITE RV-PRINT-REC FROM SUM-LINE                             K6RELV.1
047100         AFTER ADVANCING 1 LINES.                                 K6RELV.1
047200     MOVE "RELEASE MAP CLEAN" TO VL-TEXT.                         K6RELV.1
047300     IF WS-NOTES > ZERO                                           K6RELV.1
047400         MOVE 4 TO WS-VERDICT-RC                                  K6RELV.1
047500         MOVE "RELEASE MAP CLEAN, WITH NOTES" TO VL-TEXT.         K6RELV.1
047600     IF WS-ERRORS > ZERO                                          K6RELV.1
047700         MOVE 8 TO WS-VERDICT-RC                                  K6RELV.1
047800         MOVE "RELEASE MAP IN ERROR -- DO NOT PROMOTE" TO VL-TEXT.K6RELV.1
047900 8000-PRINT.                                                      K6RELV.1
048000     MOVE WS-VERDICT-RC TO VL-RC.                                 K6RELV.1
048100     WRITE RV-PRINT-REC FROM VERDICT-LINE                         K6RELV.1
048200         AFTER ADVANCING 2 LINES.                                 K6RELV.1
048300 8000-EXIT.                                                       K6RELV.1
048400     EXIT.                                                        K6RELV.1
048500*================================================================ K6RELV.1
048600* 8800-WRITE-ERROR / 8900-WRITE-NOTE -- ONE MESSAGE LINE.         K6RELV.1
048700*================================================================ K6RELV.1
048800 8800-WRITE-ERROR.                                                K6RELV.1
048900     ADD 1 TO WS-ERRORS.                                          K6RELV.1
049000     MOVE "*** ERROR" TO ML-KIND.                                 K6RELV.1
049100     WRITE RV-PRINT-REC FROM MSG-LINE                             K6RELV.1
049200         AFTER ADVANCING 1 LINES.                                 K6RELV.1
049300 8800-EXIT.                                                       K6RELV.1
049400     EXIT.                                                        K6RELV.1
049500 8900-WRITE-NOTE.                                                 K6RELV.1
049600     ADD 1 TO WS-NOTES.                                           K6RELV.1
049700     MOVE "    NOTE" TO ML-KIND.                                  K6RELV.1
049800     WRITE RV-PRINT-REC FROM MSG-LINE                             K6RELV.1
049900         AFTER ADVANCING 1 LINES.                                 K6RELV.1
050000 8900-EXIT.                                                       K6RELV.1
050100     EXIT.                                                        K6RELV.1
050200*================================================================ K6RELV.1
050300* 9999-TERMINATE -- CLOSE FILES.                                  K6RELV.1
050400*================================================================ K6RELV.1
050500 9999-TERMINATE.                                                  K6RELV.1
050600     IF WS-RMAP-OPEN-SW = "Y"                                     K6RELV.1
050700         CLOSE REL-MAP.                                           K6RELV.1
050800     CLOSE RELV-RPT.                                              K6RELV.1
050900 9999-EXIT.                                                       K6RELV.1
051000     EXIT.                                                        K6RELV.1
