000100 IDENTIFICATION DIVISION.                                         K6HCHK.1
000200 PROGRAM-ID.                                                      K6HCHK.1
000300     K6HCHK.                                                      K6HCHK.1
000400*================================================================ K6HCHK.1
000500* K6HCHK -- AUDIT-HOLD CHECK FOR THE PURGE, REORGANIZATION AND    K6HCHK.1
000600* VAULT TOOLS.                                                    K6HCHK.1
000700*================================================================ K6HCHK.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6HCHK.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6HCHK.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6HCHK.1
001100* DATE-COMPILED.                                                  K6HCHK.1
001200*                                                                 K6HCHK.1
001300* REMARKS.                                                        K6HCHK.1
001400*    K6ARCH DROPS CATALOG ENTRIES PAST RETENTION, K6LIFE AGES     K6HCHK.1
001500*    THE JOURNAL, DIAGOUT, INTENT-LOG AND HEARTBEAT FAMILIES,     K6HCHK.1
001600*    K6CLOS UNLOADS OLD RAW-DATA AT YEAR END AND K6VLTM SHIPS     K6HCHK.1
001700*    GENERATIONS OFFSITE -- AND NOTHING STOPPED ANY OF THEM       K6HCHK.1
001800*    FROM DISPOSING OF THE WINDOWS AN AUDITOR OR LEGAL HAD JUST   K6HCHK.1
001900*    OPENED AN INQUIRY INTO.  EACH OF THEM NOW ASKS THIS          K6HCHK.1
002000*    SUBPROGRAM, ITEM BY ITEM, BEFORE IT PURGES OR MOVES:         K6HCHK.1
002100*                                                                 K6HCHK.1
002200*        CALL "K6HCHK" USING HOLD-CHECK-PARM     (K6HCLK.CPY)     K6HCHK.1
002300*                                                                 K6HCHK.1
002400*    THE HOLD REGISTER (HOLDREG, K6HOLD.CPY) IS LOADED ON THE     K6HCHK.1
002500*    FIRST CALL.  A HOLD WHOSE RELEASE DATE HAS PASSED IS NOT     K6HCHK.1
002600*    HONORED.  A CHANGE-TICKET HOLD IS RESOLVED TO WINDOW DATES   K6HCHK.1
002700*    THROUGH THE ENVSNAP SNAPSHOTS K6ENVS KEEPS (UP TO THREE      K6HCHK.1
002800*    TICKETS PER WINDOW); A TICKET NO SNAPSHOT NAMES -- OR NO     K6HCHK.1
002900*    ENVSNAP AT ALL -- CANNOT BE NARROWED TO A WINDOW, SO THE     K6HCHK.1
003000*    HOLD STANDS ON ITS OTHER CRITERIA AND THE HOLD-STATUS        K6HCHK.1
003100*    REPORT (K6HLDR) SAYS SO.  AN ABSENT REGISTER HOLDS NOTHING.  K6HCHK.1
003200*                                                                 K6HCHK.1
003300*    EVERY SKIP THE CALLER REPORTS WITH "SKIP" IS APPENDED TO     K6HCHK.1
003400*    HOLDSKIP (K6HSKP.CPY), THE SAME OPEN-WRITE-CLOSE PER CALL    K6HCHK.1
003500*    AS THE K6AUTH ACCESS LOG.                                    K6HCHK.1
003600*                                                                 K6HCHK.1
003700* MODIFICATION HISTORY.                                           K6HCHK.1
003800*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6HCHK.1
003900*================================================================ K6HCHK.1
004000                                                                  K6HCHK.1
004100 ENVIRONMENT DIVISION.                                            K6HCHK.1
004200 CONFIGURATION SECTION.                                           K6HCHK.1
004300 SOURCE-COMPUTER.                                                 K6HCHK.1
004400     OUR-MAINFRAME.                                               K6HCHK.1
004500 OBJECT-COMPUTER.                                                 K6HCHK.1
004600     OUR-MAINFRAME.                                               K6HCHK.1
004700 INPUT-OUTPUT SECTION.                                            K6HCHK.1
004800 FILE-CONTROL.                                                    K6HCHK.1
004900     SELECT OPTIONAL HOLD-REG ASSIGN TO HOLDREG                   K6HCHK.1
005000         ORGANIZATION IS SEQUENTIAL                               K6HCHK.1
005100         FILE STATUS IS WS-REG-STATUS.                            K6HCHK.1
005200     SELECT OPTIONAL ENV-SNAP ASSIGN TO ENVSNAP                   K6HCHK.1
005300         ORGANIZATION IS SEQUENTIAL                               K6HCHK.1
005400         FILE STATUS IS WS-SNAP-STATUS.                           K6HCHK.1
005500     SELECT OPTIONAL HOLD-SKIP ASSIGN TO HOLDSKIP                 K6HCHK.1
005600         ORGANIZATION IS SEQUENTIAL.                              K6HCHK.1
005700                                                                  K6HCHK.1
005800 DATA DIVISION.                                                   K6HCHK.1
005900 FILE SECTION.                                                    K6HCHK.1
006000 FD  HOLD-REG                                                     K6HCHK.1
006100     LABEL RECORDS ARE STANDARD.                                  K6HCHK.1
006200 COPY K6HOLD.                                                     K6HCHK.1
006300 FD  ENV-SNAP                                                     K6HCHK.1
006400     LABEL RECORDS ARE STANDARD.                                  K6HCHK.1
006500* SNAPSHOT LAYOUT -- SEE K6ENVS.  ONLY THE WINDOW DATE AND THE    K6HCHK.1
006600* CHANGE TICKETS IN EFFECT ARE WANTED HERE.                       K6HCHK.1
006700 01  SI-SNAP-REC.                                                 K6HCHK.1
006800     05  SI-WINDOW-DATE       PIC 9(8).                           K6HCHK.1
006900     05  FILLER               PIC X(56).                          K6HCHK.1
007000     05  SI-TICKET OCCURS 3 TIMES PIC X(8).                       K6HCHK.1
007100 FD  HOLD-SKIP                                                    K6HCHK.1
007200     LABEL RECORDS ARE STANDARD.                                  K6HCHK.1
007300 COPY K6HSKP.                                                     K6HCHK.1
007400                                                                  K6HCHK.1
007500 WORKING-STORAGE SECTION.                                         K6HCHK.1
007600* ----------------------------------------------------------      K6HCHK.1
007700* SWITCHES AND COUNTERS.                                          K6HCHK.1
007800* ----------------------------------------------------------      K6HCHK.1
007900 77  WS-REG-STATUS            PIC X(2)   VALUE SPACE.             K6HCHK.1
008000 77  WS-SNAP-STATUS           PIC X(2)   VALUE SPACE.             K6HCHK.1
008100 77  WS-LOADED-SW             PIC X      VALUE "N".               K6HCHK.1
008200     88  WS-LOADED                       VALUE "Y".               K6HCHK.1
008300 77  WS-TICKET-SW             PIC X      VALUE "N".               K6HCHK.1
008400     88  WS-ANY-TICKET                   VALUE "Y".               K6HCHK.1
008500 77  WS-MATCH-SW              PIC X      VALUE "N".               K6HCHK.1
008600 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6HCHK.1
008700 77  WS-HOLD-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6HCHK.1
008800 77  WS-TD-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6HCHK.1
008900 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6HCHK.1
009000 77  WS-TSUB                  PIC 9(3)   COMP VALUE ZERO.         K6HCHK.1
009100 77  WS-SLOT                  PIC 9(1)   COMP VALUE ZERO.         K6HCHK.1
009200* ----------------------------------------------------------      K6HCHK.1
009300* THE HOLDS IN FORCE TODAY.  HT-WINDOW-SW IS "Y" WHEN THE CARD    K6HCHK.1
009400* NAMED A WINDOW; HT-WINDOWS COUNTS THE SNAPSHOT DATES ITS        K6HCHK.1
009500* TICKET RESOLVED TO (ZERO = NOT NARROWED BY TICKET).             K6HCHK.1
009600* ----------------------------------------------------------      K6HCHK.1
009700 01  HOLD-TABLE.                                                  K6HCHK.1
009800     05  HT-ENTRY OCCURS 100 TIMES.                               K6HCHK.1
009900         10  HT-HOLD-ID           PIC X(8).                       K6HCHK.1
010000         10  HT-TARGET-ID         PIC X(8).                       K6HCHK.1
010100         10  HT-PGM-ID            PIC X(6).                       K6HCHK.1
010200         10  HT-WINDOW-SW         PIC X(1).                       K6HCHK.1
010300         10  HT-FROM-DATE         PIC 9(8).                       K6HCHK.1
010400         10  HT-TO-DATE           PIC 9(8).                       K6HCHK.1
010500         10  HT-TICKET            PIC X(8).                       K6HCHK.1
010600         10  HT-REQUESTER         PIC X(8).                       K6HCHK.1
010700         10  HT-RELEASE-DATE      PIC 9(8).                       K6HCHK.1
010800         10  HT-REASON            PIC X(10).                      K6HCHK.1
010900         10  HT-WINDOWS           PIC 9(3)   COMP.                K6HCHK.1
011000 01  TICKET-DATE-TABLE.                                           K6HCHK.1
011100     05  TD-ENTRY OCCURS 500 TIMES.                               K6HCHK.1
011200         10  TD-HOLD-SUB          PIC 9(3)   COMP.                K6HCHK.1
011300         10  TD-DATE              PIC 9(8).                       K6HCHK.1
011400                                                                  K6HCHK.1
011500 LINKAGE SECTION.                                                 K6HCHK.1
011600 COPY K6HCLK.                                                     K6HCHK.1
011700                                                                  K6HCHK.1
011800 PROCEDURE DIVISION USING HOLD-CHECK-PARM.                        K6HCHK.1
011900*================================================================ K6HCHK.1
012000* 0000-MAINLINE -- LOAD ON THE FIRST CALL, THEN CHECK OR LOG.     K6HCHK.1
012100*================================================================ K6HCHK.1
012200 0000-MAINLINE.                                                   K6HCHK.1
012300     IF NOT WS-LOADED                                             K6HCHK.1
012400         PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.               K6HCHK.1
012500     IF HC-FUNCTION = "SKIP    "                                  K6HCHK.1
012600         PERFORM 4000-LOG-SKIP THRU 4000-EXIT                     K6HCHK.1
012700     ELSE                                                         K6HCHK.1
012800         PERFORM 3000-CHECK-ITEM THRU 3000-EXIT.                  K6HCHK.1
012900 0000-RETURN.                                                     K6HCHK.1
013000     EXIT PROGRAM.                                                K6HCHK.1
013100*================================================================ K6HCHK.1
013200* 1000-LOAD-REGISTER -- EVERY HOLD STILL IN FORCE TODAY.  A CARD  K6HCHK.1
013300* THAT NAMES NOTHING IS REJECTED; A MALFORMED DATE WIDENS THE     K6HCHK.1
013400* HOLD (AN UNREADABLE RELEASE DATE NEVER LAPSES, AN UNREADABLE    K6HCHK.1
013500* WINDOW END RUNS OPEN), IT NEVER NARROWS IT.                     K6HCHK.1
013600*================================================================ K6HCHK.1
013700 1000-LOAD-REGISTER.                                              K6HCHK.1
013800     MOVE "Y" TO WS-LOADED-SW.                                    K6HCHK.1
013900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6HCHK.1
014000     OPEN INPUT HOLD-REG.                                         K6HCHK.1
014100     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"     K6HCHK.1
014200         GO TO 1000-EXIT.                                         K6HCHK.1
014300 1000-READ.                                                       K6HCHK.1
014400     READ HOLD-REG                                                K6HCHK.1
014500         AT END GO TO 1000-DONE.                                  K6HCHK.1
014600     IF HR-HOLD-ID = SPACE OR HR-HOLD-ID (1:1) = "*"              K6HCHK.1
014700         GO TO 1000-READ.                                         K6HCHK.1
014800     IF HR-TARGET-ID = SPACE AND HR-PGM-ID = SPACE                K6HCHK.1
014900             AND HR-FROM-DATE = SPACE AND HR-TO-DATE = SPACE      K6HCHK.1
015000             AND HR-TICKET = SPACE                                K6HCHK.1
015100         GO TO 1000-READ.                                         K6HCHK.1
015200     IF HR-RELEASE-DATE NUMERIC                                   K6HCHK.1
015300         IF HR-RELEASE-DATE < WS-TODAY                            K6HCHK.1
015400             GO TO 1000-READ.                                     K6HCHK.1
015500     IF WS-HOLD-COUNT NOT LESS THAN 100                           K6HCHK.1
015600         GO TO 1000-READ.                                         K6HCHK.1
015700     ADD 1 TO WS-HOLD-COUNT.                                      K6HCHK.1
015800     MOVE WS-HOLD-COUNT TO WS-SUB.                                K6HCHK.1
015900     MOVE HR-HOLD-ID TO HT-HOLD-ID (WS-SUB).                      K6HCHK.1
016000     MOVE HR-TARGET-ID TO HT-TARGET-ID (WS-SUB).                  K6HCHK.1
016100     MOVE HR-PGM-ID TO HT-PGM-ID (WS-SUB).                        K6HCHK.1
016200     MOVE HR-TICKET TO HT-TICKET (WS-SUB).                        K6HCHK.1
016300     MOVE HR-REQUESTER TO HT-REQUESTER (WS-SUB).                  K6HCHK.1
016400     MOVE HR-REASON TO HT-REASON (WS-SUB).                        K6HCHK.1
016500     MOVE ZERO TO HT-WINDOWS (WS-SUB).                            K6HCHK.1
016600     MOVE ZERO TO HT-RELEASE-DATE (WS-SUB).                       K6HCHK.1
016700     IF HR-RELEASE-DATE NUMERIC                                   K6HCHK.1
016800         MOVE HR-RELEASE-DATE TO HT-RELEASE-DATE (WS-SUB).        K6HCHK.1
016900     IF HR-TICKET NOT = SPACE                                     K6HCHK.1
017000         MOVE "Y" TO WS-TICKET-SW.                                K6HCHK.1
017100     PERFORM 1200-SET-WINDOW THRU 1200-EXIT.                      K6HCHK.1
017200     GO TO 1000-READ.                                             K6HCHK.1
017300 1000-DONE.                                                       K6HCHK.1
017400     CLOSE HOLD-REG.                                              K6HCHK.1
017500     IF WS-ANY-TICKET                                             K6HCHK.1
017600         PERFORM 1100-RESOLVE-TICKETS THRU 1100-EXIT.             K6HCHK.1
017700 1000-EXIT.                                                       K6HCHK.1
017800     EXIT.                                                        K6HCHK.1
017900*================================================================ K6HCHK.1
018000* 1100-RESOLVE-TICKETS -- ONE TICKET-DATE ENTRY FOR EACH WINDOW   K6HCHK.1
018100* WHOSE SNAPSHOT NAMES A HELD TICKET.                             K6HCHK.1
018200*================================================================ K6HCHK.1
018300 1100-RESOLVE-TICKETS.                                            K6HCHK.1
018400     OPEN INPUT ENV-SNAP.                                         K6HCHK.1
018500     IF WS-SNAP-STATUS NOT = "00" AND WS-SNAP-STATUS NOT = "05"   K6HCHK.1
018600         GO TO 1100-EXIT.                                         K6HCHK.1
018700 1100-READ.                                                       K6HCHK.1
018800     READ ENV-SNAP                                                K6HCHK.1
018900         AT END GO TO 1100-DONE.                                  K6HCHK.1
019000     MOVE 1 TO WS-SLOT.                                           K6HCHK.1
019100 1100-SLOT.                                                       K6HCHK.1
019200     IF WS-SLOT GREATER THAN 3                                    K6HCHK.1
019300         GO TO 1100-READ.                                         K6HCHK.1
019400     IF SI-TICKET (WS-SLOT) = SPACE                               K6HCHK.1
019500         GO TO 1100-NEXT-SLOT.                                    K6HCHK.1
019600     MOVE 1 TO WS-SUB.                                            K6HCHK.1
019700 1100-HOLD.                                                       K6HCHK.1
019800     IF WS-SUB GREATER THAN WS-HOLD-COUNT                         K6HCHK.1
019900         GO TO 1100-NEXT-SLOT.                                    K6HCHK.1
020000     IF HT-TICKET (WS-SUB) = SI-TICKET (WS-SLOT)                  K6HCHK.1
020100             AND WS-TD-COUNT LESS THAN 500                        K6HCHK.1
020200         ADD 1 TO WS-TD-COUNT                                     K6HCHK.1
020300         MOVE WS-SUB TO TD-HOLD-SUB (WS-TD-COUNT)                 K6HCHK.1
020400         MOVE SI-WINDOW-DATE TO TD-DATE (WS-TD-COUNT)             K6HCHK.1
020500         ADD 1 TO HT-WINDOWS (WS-SUB).                            K6HCHK.1
020600     ADD 1 TO WS-SUB.                                             K6HCHK.1
020700     GO TO 1100-HOLD.                                             K6HCHK.1
020800 1100-NEXT-SLOT.                                                  K6HCHK.1
020900     ADD 1 TO WS-SLOT.                                            K6HCHK.1
021000     GO TO 1100-SLOT.                                             K6HCHK.1
021100 1100-DONE.                                                       K6HCHK.1
021200     CLOSE ENV-SNAP.                                              K6HCHK.1
021300 1100-EXIT.                                                       K6HCHK.1
021400     EXIT.                                                        K6HCHK.1
021500*================================================================ K6HCHK.1
021600* 1200-SET-WINDOW -- FROM/TO FOR THE CARD JUST LOADED.  A BLANK   K6HCHK.1
021700* "TO" MEANS THE SINGLE "FROM" WINDOW.                            K6HCHK.1
021800*================================================================ K6HCHK.1
021900 1200-SET-WINDOW.                                                 K6HCHK.1
022000     MOVE "N" TO HT-WINDOW-SW (WS-SUB).                           K6HCHK.1
022100     MOVE ZERO TO HT-FROM-DATE (WS-SUB).                          K6HCHK.1
022200     MOVE 99999999 TO HT-TO-DATE (WS-SUB).                        K6HCHK.1
022300     IF HR-FROM-DATE = SPACE AND HR-TO-DATE = SPACE               K6HCHK.1
022400         GO TO 1200-EXIT.                                         K6HCHK.1
022500     MOVE "Y" TO HT-WINDOW-SW (WS-SUB).                           K6HCHK.1
022600     IF HR-FROM-DATE NUMERIC                                      K6HCHK.1
022700         MOVE HR-FROM-DATE TO HT-FROM-DATE (WS-SUB).              K6HCHK.1
022800     IF HR-TO-DATE NUMERIC                                        K6HCHK.1
022900         MOVE HR-TO-DATE TO HT-TO-DATE (WS-SUB)                   K6HCHK.1
023000         GO TO 1200-EXIT.                                         K6HCHK.1
023100     IF HR-TO-DATE = SPACE AND HR-FROM-DATE NUMERIC               K6HCHK.1
023200         MOVE HR-FROM-DATE TO HT-TO-DATE (WS-SUB).                K6HCHK.1
023300 1200-EXIT.                                                       K6HCHK.1
023400     EXIT.                                                        K6HCHK.1
023500*================================================================ K6HCHK.1
023600* 3000-CHECK-ITEM -- THE FIRST HOLD WHOSE NAMED CRITERIA ALL      K6HCHK.1
023700* MATCH KEEPS THE ITEM.  A CRITERION THE ITEM CANNOT ANSWER       K6HCHK.1
023800* (NO TARGET, NO DATE) IS TAKEN AS MATCHING.                      K6HCHK.1
023900*================================================================ K6HCHK.1
024000 3000-CHECK-ITEM.                                                 K6HCHK.1
024100     MOVE "N" TO HC-HELD-SW.                                      K6HCHK.1
024200     MOVE SPACE TO HC-HOLD-ID HC-TICKET HC-REQUESTER HC-REASON.   K6HCHK.1
024300     MOVE ZERO TO HC-RELEASE-DATE.                                K6HCHK.1
024400     MOVE 1 TO WS-SUB.                                            K6HCHK.1
024500 3000-SCAN.                                                       K6HCHK.1
024600     IF WS-SUB GREATER THAN WS-HOLD-COUNT                         K6HCHK.1
024700         GO TO 3000-EXIT.                                         K6HCHK.1
024800     IF HT-TARGET-ID (WS-SUB) NOT = SPACE                         K6HCHK.1
024900             AND HC-TARGET-ID NOT = SPACE                         K6HCHK.1
025000             AND HT-TARGET-ID (WS-SUB) NOT = HC-TARGET-ID         K6HCHK.1
025100         GO TO 3000-NEXT.                                         K6HCHK.1
025200     IF HT-PGM-ID (WS-SUB) NOT = SPACE                            K6HCHK.1
025300             AND HC-PGM-ID NOT = SPACE                            K6HCHK.1
025400             AND HT-PGM-ID (WS-SUB) NOT = HC-PGM-ID               K6HCHK.1
025500         GO TO 3000-NEXT.                                         K6HCHK.1
025600     IF HC-ITEM-DATE = ZERO                                       K6HCHK.1
025700         GO TO 3000-HELD.                                         K6HCHK.1
025800     IF HT-WINDOW-SW (WS-SUB) = "Y"                               K6HCHK.1
025900         IF HC-ITEM-DATE < HT-FROM-DATE (WS-SUB)                  K6HCHK.1
026000                 OR HC-ITEM-DATE > HT-TO-DATE (WS-SUB)            K6HCHK.1
026100             GO TO 3000-NEXT.                                     K6HCHK.1
026200     IF HT-WINDOWS (WS-SUB) = ZERO                                K6HCHK.1
026300         GO TO 3000-HELD.                                         K6HCHK.1
026400     PERFORM 3100-TICKET-WINDOW THRU 3100-EXIT.                   K6HCHK.1
026500     IF WS-MATCH-SW = "N"                                         K6HCHK.1
026600         GO TO 3000-NEXT.                                         K6HCHK.1
026700 3000-HELD.                                                       K6HCHK.1
026800     MOVE "Y" TO HC-HELD-SW.                                      K6HCHK.1
026900     MOVE HT-HOLD-ID (WS-SUB) TO HC-HOLD-ID.                      K6HCHK.1
027000     MOVE HT-TICKET (WS-SUB) TO HC-TICKET.                        K6HCHK.1
027100     MOVE HT-REQUESTER (WS-SUB) TO HC-REQUESTER.                  K6HCHK.1
027200     MOVE HT-RELEASE-DATE (WS-SUB) TO HC-RELEASE-DATE.            K6HCHK.1
027300     MOVE HT-REASON (WS-SUB) TO HC-REASON.                        K6HCHK.1
027400     GO TO 3000-EXIT.                                             K6HCHK.1
027500 3000-NEXT.                                                       K6HCHK.1
027600     ADD 1 TO WS-SUB.                                             K6HCHK.1
027700     GO TO 3000-SCAN.                                             K6HCHK.1
027800 3000-EXIT.                                                       K6HCHK.1
027900     EXIT.                                                        K6HCHK.1
028000*================================================================ K6HCHK.1
028100* 3100-TICKET-WINDOW -- IS THE ITEM'S DATE ONE OF THE WINDOWS     K6HCHK.1
028200* THIS HOLD'S TICKET RESOLVED TO?                                 K6HCHK.1
028300*================================================================ K6HCHK.1
028400 3100-TICKET-WINDOW.                                              K6HCHK.1
028500     MOVE "N" TO WS-MATCH-SW.                                     K6HCHK.1
028600     MOVE 1 TO WS-TSUB.                                           K6HCHK.1
028700 3100-SCAN.                                                       K6HCHK.1
028800     IF WS-TSUB GREATER THAN WS-TD-COUNT                          K6HCHK.1
028900         GO TO 3100-EXIT.                                         K6HCHK.1
029000     IF TD-HOLD-SUB (WS-TSUB) = WS-SUB                            K6HCHK.1
029100             AND TD-DATE (WS-TSUB) = HC-ITEM-DATE                 K6HCHK.1
029200         MOVE "Y" TO WS-MATCH-SW                                  K6HCHK.1
029300         GO TO 3100-EXIT.                                         K6HCHK.1
029400     ADD 1 TO WS-TSUB.                                            K6HCHK.1
029500     GO TO 3100-SCAN.                                             K6HCHK.1
029600 3100-EXIT.                                                       K6HCHK.1
029700     EXIT.                                                        K6HCHK.1
029800*================================================================ K6HCHK.1
029900* 4000-LOG-SKIP -- ONE HOLDSKIP RECORD PER REPORTED SKIP.         K6HCHK.1
030000*================================================================ K6HCHK.1
030100 4000-LOG-SKIP.                                                   K6HCHK.1
030200     OPEN EXTEND HOLD-SKIP.                                       K6HCHK.1
030300     MOVE SPACE TO HS-SKIP-REC.                                   K6HCHK.1
030400     ACCEPT HS-DATE FROM DATE YYYYMMDD.                           K6HCHK.1
030500     ACCEPT HS-TIME FROM TIME.                                    K6HCHK.1
030600     MOVE HC-TOOL TO HS-TOOL.                                     K6HCHK.1
030700     MOVE HC-HOLD-ID TO HS-HOLD-ID.                               K6HCHK.1
030800     MOVE HC-TARGET-ID TO HS-TARGET-ID.                           K6HCHK.1
030900     MOVE HC-PGM-ID TO HS-PGM-ID.                                 K6HCHK.1
031000     MOVE HC-ITEM-DATE TO HS-ITEM-DATE.                           K6HCHK.1
031100     MOVE HC-ITEM-NAME TO HS-ITEM-NAME.                           K6HCHK.1
031200     WRITE HS-SKIP-REC.                                           K6HCHK.1
031300     CLOSE HOLD-SKIP.                                             K6HCHK.1
031400 4000-EXIT.                                                       K6HCHK.1
031500     EXIT.                                                        K6HCHK.1
