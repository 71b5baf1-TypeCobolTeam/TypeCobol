000100 IDENTIFICATION DIVISION.                                         K6HLDR.1
000200 PROGRAM-ID.                                                      K6HLDR.1
000300     K6HLDR.                                                      K6HLDR.1
000400*================================================================ K6HLDR.1
000500* K6HLDR -- AUDIT HOLD-STATUS REPORT.                             K6HLDR.1
000600*================================================================ K6HLDR.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6HLDR.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6HLDR.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6HLDR.1
001000* DATE-COMPILED.                                                  K6HLDR.1
001100*                                                                 K6HLDR.1
001200* REMARKS.                                                        K6HLDR.1
001300*    THE PURGE, REORGANIZATION AND VAULT TOOLS LEAVE HELD         K6HLDR.1
001400*    EVIDENCE IN PLACE AND LOG EACH SKIP TO HOLDSKIP THROUGH      K6HLDR.1
001500*    K6HCHK.  THIS REPORT IS THE OTHER HALF: FOR EVERY CARD ON    K6HLDR.1
001600*    THE HOLD REGISTER (HOLDREG, K6HOLD.CPY) IT PRINTS WHAT THE   K6HLDR.1
001700*    HOLD NAMES, WHO ASKED FOR IT, WHEN IT IS RELEASED AND WHY,   K6HLDR.1
001800*    ITS STATUS TODAY, AND UNDER IT EVERY ITEM THE TOOLS HAVE     K6HLDR.1
001900*    KEPT PAST ITS NORMAL RETENTION BECAUSE OF IT -- TOOL, ITEM   K6HLDR.1
002000*    NAME, HOW MANY TIMES IT WAS SKIPPED AND WHEN.                K6HLDR.1
002100*                                                                 K6HLDR.1
002200*    STATUS:  ACTIVE    HONORED BY EVERY TOOL TODAY.              K6HLDR.1
002300*             RELEASED  RELEASE DATE HAS PASSED; WHAT IT KEPT     K6HLDR.1
002400*                       RETURNS TO NORMAL RETENTION ON THE NEXT   K6HLDR.1
002500*                       RUN OF EACH TOOL.                         K6HLDR.1
002600*             REJECTED  THE CARD NAMES NO TARGET, PROGRAM,        K6HLDR.1
002700*                       WINDOW OR TICKET.                         K6HLDR.1
002800*             OVERFLOW  MORE THAN 100 HOLDS ARE IN FORCE; K6HCHK  K6HLDR.1
002900*                       DOES NOT SEE THIS ONE.                    K6HLDR.1
003000*    A TICKET HOLD ALSO SAYS HOW MANY ENVSNAP WINDOWS ITS TICKET  K6HLDR.1
003100*    RESOLVED TO.  ITEMS LOGGED UNDER A HOLD-ID NO LONGER ON THE  K6HLDR.1
003200*    REGISTER ARE LISTED AT THE END.  RETURN CODE 4 WHEN ANY      K6HLDR.1
003300*    CARD IS REJECTED OR OVERFLOWS.                               K6HLDR.1
003400*                                                                 K6HLDR.1
003500* MODIFICATION HISTORY.                                           K6HLDR.1
003600*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6HLDR.1
003700*================================================================ K6HLDR.1
003800                                                                  K6HLDR.1
003900 ENVIRONMENT DIVISION.                                            K6HLDR.1
004000 CONFIGURATION SECTION.                                           K6HLDR.1
004100 SOURCE-COMPUTER.                                                 K6HLDR.1
004200     OUR-MAINFRAME.                                               K6HLDR.1
004300 OBJECT-COMPUTER.                                                 K6HLDR.1
004400     OUR-MAINFRAME.                                               K6HLDR.1
004500 INPUT-OUTPUT SECTION.                                            K6HLDR.1
004600 FILE-CONTROL.                                                    K6HLDR.1
004700     SELECT OPTIONAL HOLD-REG ASSIGN TO HOLDREG                   K6HLDR.1
004800         ORGANIZATION IS SEQUENTIAL                               K6HLDR.1
004900         FILE STATUS IS WS-REG-STATUS.                            K6HLDR.1
005000     SELECT OPTIONAL ENV-SNAP ASSIGN TO ENVSNAP                   K6HLDR.1
005100         ORGANIZATION IS SEQUENTIAL                               K6HLDR.1
005200         FILE STATUS IS WS-SNAP-STATUS.                           K6HLDR.1
005300     SELECT OPTIONAL HOLD-SKIP ASSIGN TO HOLDSKIP                 K6HLDR.1
005400         ORGANIZATION IS SEQUENTIAL                               K6HLDR.1
005500         FILE STATUS IS WS-SKIP-STATUS.                           K6HLDR.1
005600     SELECT HOLD-RPT ASSIGN TO HLDRPT                             K6HLDR.1
005700         ORGANIZATION IS SEQUENTIAL.                              K6HLDR.1
005800                                                                  K6HLDR.1
005900 DATA DIVISION.                                                   K6HLDR.1
006000 FILE SECTION.                                                    K6HLDR.1
006100 FD  HOLD-REG                                                     K6HLDR.1
006200     LABEL RECORDS ARE STANDARD.                                  K6HLDR.1
006300 COPY K6HOLD.                                                     K6HLDR.1
006400 FD  ENV-SNAP                                                     K6HLDR.1
006500     LABEL RECORDS ARE STANDARD.                                  K6HLDR.1
006600* SNAPSHOT LAYOUT -- SEE K6ENVS.                                  K6HLDR.1
006700 01  SI-SNAP-REC.                                                 K6HLDR.1
006800     05  SI-WINDOW-DATE       PIC 9(8).                           K6HLDR.1
006900     05  FILLER               PIC X(56).                          K6HLDR.1
007000     05  SI-TICKET OCCURS 3 TIMES PIC X(8).                       K6HLDR.1
007100 FD  HOLD-SKIP                                                    K6HLDR.1
007200     LABEL RECORDS ARE STANDARD.                                  K6HLDR.1
007300 COPY K6HSKP.                                                     K6HLDR.1
007400 FD  HOLD-RPT                                                     K6HLDR.1
007500     LABEL RECORDS ARE STANDARD.                                  K6HLDR.1
007600 01  HP-PRINT-REC             PIC X(120).                         K6HLDR.1
007700                                                                  K6HLDR.1
007800 WORKING-STORAGE SECTION.                                         K6HLDR.1
007900* ----------------------------------------------------------      K6HLDR.1
008000* SWITCHES AND COUNTERS.                                          K6HLDR.1
008100* ----------------------------------------------------------      K6HLDR.1
008200 77  WS-REG-STATUS            PIC X(2)   VALUE SPACE.             K6HLDR.1
008300 77  WS-SNAP-STATUS           PIC X(2)   VALUE SPACE.             K6HLDR.1
008400 77  WS-SKIP-STATUS           PIC X(2)   VALUE SPACE.             K6HLDR.1
008500 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6HLDR.1
008600 77  WS-CARD-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6HLDR.1
008700 77  WS-IN-FORCE              PIC 9(3)   COMP VALUE ZERO.         K6HLDR.1
008800 77  WS-ITEM-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6HLDR.1
008900 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6HLDR.1
009000 77  WS-ISUB                  PIC 9(3)   COMP VALUE ZERO.         K6HLDR.1
009100 77  WS-SLOT                  PIC 9(1)   COMP VALUE ZERO.         K6HLDR.1
009200 77  WS-SHOWN                 PIC 9(3)   COMP VALUE ZERO.         K6HLDR.1
009300 77  WS-ACTIVE                PIC 9(5)   VALUE ZERO.              K6HLDR.1
009400 77  WS-RELEASED              PIC 9(5)   VALUE ZERO.              K6HLDR.1
009500 77  WS-REJECTED              PIC 9(5)   VALUE ZERO.              K6HLDR.1
009600 77  WS-OVERFLOW              PIC 9(5)   VALUE ZERO.              K6HLDR.1
009700 77  WS-SKIPS-READ            PIC 9(7)   VALUE ZERO.              K6HLDR.1
009800 77  WS-ITEMS-LOST            PIC 9(7)   VALUE ZERO.              K6HLDR.1
009900 77  WS-UNREGISTERED          PIC 9(5)   VALUE ZERO.              K6HLDR.1
010000 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6HLDR.1
010100* ----------------------------------------------------------      K6HLDR.1
010200* THE REGISTER AS READ, WITH TODAY'S STATUS PER CARD.             K6HLDR.1
010300* ----------------------------------------------------------      K6HLDR.1
010400 01  CARD-TABLE.                                                  K6HLDR.1
010500     05  CT-ENTRY OCCURS 200 TIMES.                               K6HLDR.1
010600         10  CT-HOLD-ID           PIC X(8).                       K6HLDR.1
010700         10  CT-TARGET-ID         PIC X(8).                       K6HLDR.1
010800         10  CT-PGM-ID            PIC X(6).                       K6HLDR.1
010900         10  CT-FROM-DATE         PIC X(8).                       K6HLDR.1
011000         10  CT-TO-DATE           PIC X(8).                       K6HLDR.1
011100         10  CT-TICKET            PIC X(8).                       K6HLDR.1
011200         10  CT-REQUESTER         PIC X(8).                       K6HLDR.1
011300         10  CT-RELEASE-DATE      PIC X(8).                       K6HLDR.1
011400         10  CT-REASON            PIC X(10).                      K6HLDR.1
011500         10  CT-STATUS            PIC X(8).                       K6HLDR.1
011600         10  CT-WINDOWS           PIC 9(3)   COMP.                K6HLDR.1
011700* ----------------------------------------------------------      K6HLDR.1
011800* ONE ENTRY PER DISTINCT HOLD/TOOL/ITEM ON THE SKIP LOG.          K6HLDR.1
011900* ----------------------------------------------------------      K6HLDR.1
012000 01  ITEM-TABLE.                                                  K6HLDR.1
012100     05  IT-ENTRY OCCURS 500 TIMES.                               K6HLDR.1
012200         10  IT-HOLD-ID           PIC X(8).                       K6HLDR.1
012300         10  IT-TOOL              PIC X(6).                       K6HLDR.1
012400         10  IT-ITEM-NAME         PIC X(44).                      K6HLDR.1
012500         10  IT-FIRST-DATE        PIC 9(8).                       K6HLDR.1
012600         10  IT-LAST-DATE         PIC 9(8).                       K6HLDR.1
012700         10  IT-SKIPS             PIC 9(5)   COMP.                K6HLDR.1
012800         10  IT-SHOWN-SW          PIC X(1).                       K6HLDR.1
012900* ----------------------------------------------------------      K6HLDR.1
013000* REPORT LINES.                                                   K6HLDR.1
013100* ----------------------------------------------------------      K6HLDR.1
013200 01  HDR-LINE-1.                                                  K6HLDR.1
013300     05  FILLER   PIC X(40) VALUE                                 K6HLDR.1
013400         "AUDIT HOLD-STATUS REPORT (K6HLDR) AS OF ".              K6HLDR.1
013500     05  HDR-TODAY            PIC 9(8).                           K6HLDR.1
013600     05  FILLER   PIC X(72) VALUE SPACE.                          K6HLDR.1
013700 01  HDR-LINE-2.                                                  K6HLDR.1
013800     05  FILLER   PIC X(40) VALUE                                 K6HLDR.1
013900         "     HOLD-ID   TARGET   PGM-ID  WINDOW  ".              K6HLDR.1
014000     05  FILLER   PIC X(40) VALUE                                 K6HLDR.1
014100         "           TICKET    REQUESTR  RELEASE  ".              K6HLDR.1
014200     05  FILLER   PIC X(40) VALUE                                 K6HLDR.1
014300         "     STATUS    REASON                   ".              K6HLDR.1
014400 01  HOLD-LINE.                                                   K6HLDR.1
014500     05  FILLER   PIC X(5)  VALUE "HOLD ".                        K6HLDR.1
014600     05  HL-HOLD-ID           PIC X(8).                           K6HLDR.1
014700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
014800     05  HL-TARGET-ID         PIC X(8).                           K6HLDR.1
014900     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HLDR.1
015000     05  HL-PGM-ID            PIC X(6).                           K6HLDR.1
015100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
015200     05  HL-FROM-DATE         PIC X(8).                           K6HLDR.1
015300     05  FILLER   PIC X(1)  VALUE "-".                            K6HLDR.1
015400     05  HL-TO-DATE           PIC X(8).                           K6HLDR.1
015500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
015600     05  HL-TICKET            PIC X(8).                           K6HLDR.1
015700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
015800     05  HL-REQUESTER         PIC X(8).                           K6HLDR.1
015900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
016000     05  FILLER   PIC X(4)  VALUE "REL ".                         K6HLDR.1
016100     05  HL-RELEASE-DATE      PIC X(8).                           K6HLDR.1
016200     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
016300     05  HL-STATUS            PIC X(8).                           K6HLDR.1
016400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
016500     05  HL-REASON            PIC X(10).                          K6HLDR.1
016600     05  FILLER   PIC X(5)  VALUE SPACE.                          K6HLDR.1
016700 01  ITEM-LINE.                                                   K6HLDR.1
016800     05  FILLER   PIC X(4)  VALUE SPACE.                          K6HLDR.1
016900     05  FILLER   PIC X(5)  VALUE "KEPT ".                        K6HLDR.1
017000     05  IL-TOOL              PIC X(6).                           K6HLDR.1
017100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
017200     05  IL-ITEM-NAME         PIC X(44).                          K6HLDR.1
017300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
017400     05  FILLER   PIC X(6)  VALUE "SKIPS=".                       K6HLDR.1
017500     05  IL-SKIPS             PIC ZZZZ9.                          K6HLDR.1
017600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HLDR.1
017700     05  FILLER   PIC X(6)  VALUE "FIRST ".                       K6HLDR.1
017800     05  IL-FIRST-DATE        PIC 9(8).                           K6HLDR.1
017900     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HLDR.1
018000     05  FILLER   PIC X(5)  VALUE "LAST ".                        K6HLDR.1
018100     05  IL-LAST-DATE         PIC 9(8).                           K6HLDR.1
018200     05  FILLER   PIC X(16) VALUE SPACE.                          K6HLDR.1
018300 01  NOTE-LINE.                                                   K6HLDR.1
018400     05  FILLER   PIC X(4)  VALUE SPACE.                          K6HLDR.1
018500     05  NL-TEXT              PIC X(60).                          K6HLDR.1
018600     05  NL-COUNT             PIC ZZZZZ.                          K6HLDR.1
018700     05  FILLER   PIC X(51) VALUE SPACE.                          K6HLDR.1
018800 01  TOT-LINE-1.                                                  K6HLDR.1
018900     05  FILLER   PIC X(8)  VALUE "ACTIVE= ".                     K6HLDR.1
019000     05  TL-ACTIVE            PIC ZZZZ9.                          K6HLDR.1
019100     05  FILLER   PIC X(11) VALUE " RELEASED= ".                  K6HLDR.1
019200     05  TL-RELEASED          PIC ZZZZ9.                          K6HLDR.1
019300     05  FILLER   PIC X(11) VALUE " REJECTED= ".                  K6HLDR.1
019400     05  TL-REJECTED          PIC ZZZZ9.                          K6HLDR.1
019500     05  FILLER   PIC X(11) VALUE " OVERFLOW= ".                  K6HLDR.1
019600     05  TL-OVERFLOW          PIC ZZZZ9.                          K6HLDR.1
019700     05  FILLER   PIC X(59) VALUE SPACE.                          K6HLDR.1
019800 01  TOT-LINE-2.                                                  K6HLDR.1
019900     05  FILLER   PIC X(14) VALUE "SKIPS LOGGED= ".               K6HLDR.1
020000     05  TL-SKIPS             PIC ZZZZZZ9.                        K6HLDR.1
020100     05  FILLER   PIC X(15) VALUE " ITEMS KEPT=   ".              K6HLDR.1
020200     05  TL-ITEMS             PIC ZZZZ9.                          K6HLDR.1
020300     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6HLDR.1
020400     05  TL-RC                PIC 99.                             K6HLDR.1
020500     05  FILLER   PIC X(61) VALUE SPACE.                          K6HLDR.1
020600                                                                  K6HLDR.1
020700 PROCEDURE DIVISION.                                              K6HLDR.1
020800*================================================================ K6HLDR.1
020900* 0000-MAINLINE.                                                  K6HLDR.1
021000*================================================================ K6HLDR.1
021100 0000-MAINLINE.                                                   K6HLDR.1
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6HLDR.1
021300     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT.                   K6HLDR.1
021400     PERFORM 3000-RESOLVE-TICKETS THRU 3000-EXIT.                 K6HLDR.1
021500     PERFORM 4000-LOAD-SKIPS THRU 4000-EXIT.                      K6HLDR.1
021600     PERFORM 5000-PRINT-HOLDS THRU 5000-EXIT.                     K6HLDR.1
021700     PERFORM 6000-PRINT-UNREGISTERED THRU 6000-EXIT.              K6HLDR.1
021800     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.                    K6HLDR.1
021900     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6HLDR.1
022000     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6HLDR.1
022100     STOP RUN.                                                    K6HLDR.1
022200*================================================================ K6HLDR.1
022300* 1000-INITIALIZE.                                                K6HLDR.1
022400*================================================================ K6HLDR.1
022500 1000-INITIALIZE.                                                 K6HLDR.1
022600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6HLDR.1
022700     OPEN OUTPUT HOLD-RPT.                                        K6HLDR.1
022800     MOVE WS-TODAY TO HDR-TODAY.                                  K6HLDR.1
022900     WRITE HP-PRINT-REC FROM HDR-LINE-1                           K6HLDR.1
023000         AFTER ADVANCING PAGE.                                    K6HLDR.1
023100     WRITE HP-PRINT-REC FROM HDR-LINE-2                           K6HLDR.1
023200         AFTER ADVANCING 2 LINES.                                 K6HLDR.1
023300 1000-EXIT.                                                       K6HLDR.1
023400     EXIT.                                                        K6HLDR.1
023500*================================================================ K6HLDR.1
023600* 2000-LOAD-REGISTER -- EVERY HOLD CARD, STATUS DECIDED THE WAY   K6HLDR.1
023700* K6HCHK DECIDES WHETHER TO HONOR IT.                             K6HLDR.1
023800*================================================================ K6HLDR.1
023900 2000-LOAD-REGISTER.                                              K6HLDR.1
024000     OPEN INPUT HOLD-REG.                                         K6HLDR.1
024100     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"     K6HLDR.1
024200         GO TO 2000-EXIT.                                         K6HLDR.1
024300 2000-READ.                                                       K6HLDR.1
024400     READ HOLD-REG                                                K6HLDR.1
024500         AT END GO TO 2000-DONE.                                  K6HLDR.1
024600     IF HR-HOLD-ID = SPACE OR HR-HOLD-ID (1:1) = "*"              K6HLDR.1
024700         GO TO 2000-READ.                                         K6HLDR.1
024800     IF WS-CARD-COUNT NOT LESS THAN 200                           K6HLDR.1
024900         GO TO 2000-READ.                                         K6HLDR.1
025000     ADD 1 TO WS-CARD-COUNT.                                      K6HLDR.1
025100     MOVE WS-CARD-COUNT TO WS-SUB.                                K6HLDR.1
025200     MOVE HR-HOLD-ID TO CT-HOLD-ID (WS-SUB).                      K6HLDR.1
025300     MOVE HR-TARGET-ID TO CT-TARGET-ID (WS-SUB).                  K6HLDR.1
025400     MOVE HR-PGM-ID TO CT-PGM-ID (WS-SUB).                        K6HLDR.1
025500     MOVE HR-FROM-DATE TO CT-FROM-DATE (WS-SUB).                  K6HLDR.1
025600     MOVE HR-TO-DATE TO CT-TO-DATE (WS-SUB).                      K6HLDR.1
025700     MOVE HR-TICKET TO CT-TICKET (WS-SUB).                        K6HLDR.1
025800     MOVE HR-REQUESTER TO CT-REQUESTER (WS-SUB).                  K6HLDR.1
025900     MOVE HR-RELEASE-DATE TO CT-RELEASE-DATE (WS-SUB).            K6HLDR.1
026000     MOVE HR-REASON TO CT-REASON (WS-SUB).                        K6HLDR.1
026100     MOVE ZERO TO CT-WINDOWS (WS-SUB).                            K6HLDR.1
026200     IF HR-TARGET-ID = SPACE AND HR-PGM-ID = SPACE                K6HLDR.1
026300             AND HR-FROM-DATE = SPACE AND HR-TO-DATE = SPACE      K6HLDR.1
026400             AND HR-TICKET = SPACE                                K6HLDR.1
026500         MOVE "REJECTED" TO CT-STATUS (WS-SUB)                    K6HLDR.1
026600         ADD 1 TO WS-REJECTED                                     K6HLDR.1
026700         GO TO 2000-READ.                                         K6HLDR.1
026800     IF HR-RELEASE-DATE NUMERIC                                   K6HLDR.1
026900         IF HR-RELEASE-DATE < WS-TODAY                            K6HLDR.1
027000             MOVE "RELEASED" TO CT-STATUS (WS-SUB)                K6HLDR.1
027100             ADD 1 TO WS-RELEASED                                 K6HLDR.1
027200             GO TO 2000-READ.                                     K6HLDR.1
027300     IF WS-IN-FORCE NOT LESS THAN 100                             K6HLDR.1
027400         MOVE "OVERFLOW" TO CT-STATUS (WS-SUB)                    K6HLDR.1
027500         ADD 1 TO WS-OVERFLOW                                     K6HLDR.1
027600         GO TO 2000-READ.                                         K6HLDR.1
027700     ADD 1 TO WS-IN-FORCE.                                        K6HLDR.1
027800     MOVE "ACTIVE  " TO CT-STATUS (WS-SUB).                       K6HLDR.1
027900     ADD 1 TO WS-ACTIVE.                                          K6HLDR.1
028000     GO TO 2000-READ.                                             K6HLDR.1
028100 2000-DONE.                                                       K6HLDR.1
028200     CLOSE HOLD-REG.                                              K6HLDR.1
028300     IF WS-REJECTED > ZERO OR WS-OVERFLOW > ZERO                  K6HLDR.1
028400         MOVE 4 TO WS-VERDICT-RC.                                 K6HLDR.1
028500 2000-EXIT.                                                       K6HLDR.1
028600     EXIT.                                                        K6HLDR.1
028700*================================================================ K6HLDR.1
028800* 3000-RESOLVE-TICKETS -- HOW MANY ENVSNAP WINDOWS EACH TICKET    K6HLDR.1
028900* HOLD NARROWS TO.                                                K6HLDR.1
029000*================================================================ K6HLDR.1
029100 3000-RESOLVE-TICKETS.                                            K6HLDR.1
029200     OPEN INPUT ENV-SNAP.                                         K6HLDR.1
029300     IF WS-SNAP-STATUS NOT = "00" AND WS-SNAP-STATUS NOT = "05"   K6HLDR.1
029400         GO TO 3000-EXIT.                                         K6HLDR.1
029500 3000-READ.                                                       K6HLDR.1
029600     READ ENV-SNAP                                                K6HLDR.1
029700         AT END GO TO 3000-DONE.                                  K6HLDR.1
029800     MOVE 1 TO WS-SLOT.                                           K6HLDR.1
029900 3000-SLOT.                                                       K6HLDR.1
030000     IF WS-SLOT GREATER THAN 3                                    K6HLDR.1
030100         GO TO 3000-READ.                                         K6HLDR.1
030200     IF SI-TICKET (WS-SLOT) = SPACE                               K6HLDR.1
030300         GO TO 3000-NEXT-SLOT.                                    K6HLDR.1
030400     MOVE 1 TO WS-SUB.                                            K6HLDR.1
030500 3000-CARD.                                                       K6HLDR.1
030600     IF WS-SUB GREATER THAN WS-CARD-COUNT                         K6HLDR.1
030700         GO TO 3000-NEXT-SLOT.                                    K6HLDR.1
030800     IF CT-TICKET (WS-SUB) = SI-TICKET (WS-SLOT)                  K6HLDR.1
030900         ADD 1 TO CT-WINDOWS (WS-SUB).                            K6HLDR.1
031000     ADD 1 TO WS-SUB.                                             K6HLDR.1
031100     GO TO 3000-CARD.                                             K6HLDR.1
031200 3000-NEXT-SLOT.                                                  K6HLDR.1
031300     ADD 1 TO WS-SLOT.                                            K6HLDR.1
031400     GO TO 3000-SLOT.                                             K6HLDR.1
031500 3000-DONE.                                                       K6HLDR.1
031600     CLOSE ENV-SNAP.                                              K6HLDR.1
031700 3000-EXIT.                                                       K6HLDR.1
031800     EXIT.                                                        K6HLDR.1
031900*================================================================ K6HLDR.1
032000* 4000-LOAD-SKIPS -- FOLD THE SKIP LOG INTO ONE ENTRY PER HOLD,   K6HLDR.1
032100* TOOL AND ITEM.                                                  K6HLDR.1
032200*================================================================ K6HLDR.1
032300 4000-LOAD-SKIPS.                                                 K6HLDR.1
032400     OPEN INPUT HOLD-SKIP.                                        K6HLDR.1
032500     IF WS-SKIP-STATUS NOT = "00" AND WS-SKIP-STATUS NOT = "05"   K6HLDR.1
032600         GO TO 4000-EXIT.                                         K6HLDR.1
032700 4000-READ.                                                       K6HLDR.1
032800     READ HOLD-SKIP                                               K6HLDR.1
032900         AT END GO TO 4000-DONE.                                  K6HLDR.1
033000     ADD 1 TO WS-SKIPS-READ.                                      K6HLDR.1
033100     MOVE 1 TO WS-ISUB.                                           K6HLDR.1
033200 4000-FIND.                                                       K6HLDR.1
033300     IF WS-ISUB GREATER THAN WS-ITEM-COUNT                        K6HLDR.1
033400         GO TO 4000-ADD.                                          K6HLDR.1
033500     IF IT-HOLD-ID (WS-ISUB) = HS-HOLD-ID                         K6HLDR.1
033600             AND IT-TOOL (WS-ISUB) = HS-TOOL                      K6HLDR.1
033700             AND IT-ITEM-NAME (WS-ISUB) = HS-ITEM-NAME            K6HLDR.1
033800         ADD 1 TO IT-SKIPS (WS-ISUB)                              K6HLDR.1
033900         MOVE HS-DATE TO IT-LAST-DATE (WS-ISUB)                   K6HLDR.1
034000         GO TO 4000-READ.                                         K6HLDR.1
034100     ADD 1 TO WS-ISUB.                                            K6HLDR.1
034200     GO TO 4000-FIND.                                             K6HLDR.1
034300 4000-ADD.                                                        K6HLDR.1
034400     IF WS-ITEM-COUNT NOT LESS THAN 500                           K6HLDR.1
034500         ADD 1 TO WS-ITEMS-LOST                                   K6HLDR.1
034600         GO TO 4000-READ.                                         K6HLDR.1
034700     ADD 1 TO WS-ITEM-COUNT.                                      K6HLDR.1
034800     MOVE WS-ITEM-COUNT TO WS-ISUB.                               K6HLDR.1
034900     MOVE HS-HOLD-ID TO IT-HOLD-ID (WS-ISUB).                     K6HLDR.1
035000     MOVE HS-TOOL TO IT-TOOL (WS-ISUB).                           K6HLDR.1
035100     MOVE HS-ITEM-NAME TO IT-ITEM-NAME (WS-ISUB).                 K6HLDR.1
035200     MOVE HS-DATE TO IT-FIRST-DATE (WS-ISUB).                     K6HLDR.1
035300     MOVE HS-DATE TO IT-LAST-DATE (WS-ISUB).                      K6HLDR.1
035400     MOVE 1 TO IT-SKIPS (WS-ISUB).                                K6HLDR.1
035500     MOVE "N" TO IT-SHOWN-SW (WS-ISUB).                           K6HLDR.1
035600     GO TO 4000-READ.                                             K6HLDR.1
035700 4000-DONE.                                                       K6HLDR.1
035800     CLOSE HOLD-SKIP.                                             K6HLDR.1
035900 4000-EXIT.                                                       K6HLDR.1
036000     EXIT.                                                        K6HLDR.1
036100*================================================================ K6HLDR.1
036200* 5000-PRINT-HOLDS -- ONE BLOCK PER REGISTER CARD.                K6HLDR.1
036300*================================================================ K6HLDR.1
036400 5000-PRINT-HOLDS.                                                K6HLDR.1
036500     IF WS-CARD-COUNT = ZERO                                      K6HLDR.1
036600         MOVE "NO HOLDS ON THE REGISTER" TO NL-TEXT               K6HLDR.1
036700         MOVE ZERO TO NL-COUNT                                    K6HLDR.1
036800         WRITE HP-PRINT-REC FROM NOTE-LINE                        K6HLDR.1
036900             AFTER ADVANCING 2 LINES                              K6HLDR.1
037000         GO TO 5000-EXIT.                                         K6HLDR.1
037100     MOVE 1 TO WS-SUB.                                            K6HLDR.1
037200 5000-CARD.                                                       K6HLDR.1
037300     IF WS-SUB GREATER THAN WS-CARD-COUNT                         K6HLDR.1
037400         GO TO 5000-EXIT.                                         K6HLDR.1
037500     PERFORM 5100-PRINT-CARD THRU 5100-EXIT.                      K6HLDR.1
037600     PERFORM 5200-PRINT-ITEMS THRU 5200-EXIT.                     K6HLDR.1
037700     ADD 1 TO WS-SUB.                                             K6HLDR.1
037800     GO TO 5000-CARD.                                             K6HLDR.1
037900 5000-EXIT.                                                       K6HLDR.1
038000     EXIT.                                                        K6HLDR.1
038100 5100-PRINT-CARD.                                                 K6HLDR.1
038200     MOVE CT-HOLD-ID (WS-SUB) TO HL-HOLD-ID.                      K6HLDR.1
038300     MOVE CT-TARGET-ID (WS-SUB) TO HL-TARGET-ID.                  K6HLDR.1
038400     IF CT-TARGET-ID (WS-SUB) = SPACE                             K6HLDR.1
038500         MOVE "(ANY)" TO HL-TARGET-ID.                            K6HLDR.1
038600     MOVE CT-PGM-ID (WS-SUB) TO HL-PGM-ID.                        K6HLDR.1
038700     IF CT-PGM-ID (WS-SUB) = SPACE                                K6HLDR.1
038800         MOVE "(ANY)" TO HL-PGM-ID.                               K6HLDR.1
038900     MOVE CT-FROM-DATE (WS-SUB) TO HL-FROM-DATE.                  K6HLDR.1
039000     MOVE CT-TO-DATE (WS-SUB) TO HL-TO-DATE.                      K6HLDR.1
039100     MOVE CT-TICKET (WS-SUB) TO HL-TICKET.                        K6HLDR.1
039200     MOVE CT-REQUESTER (WS-SUB) TO HL-REQUESTER.                  K6HLDR.1
039300     MOVE CT-RELEASE-DATE (WS-SUB) TO HL-RELEASE-DATE.            K6HLDR.1
039400     IF CT-RELEASE-DATE (WS-SUB) = SPACE                          K6HLDR.1
039500         MOVE "NONE" TO HL-RELEASE-DATE.                          K6HLDR.1
039600     MOVE CT-STATUS (WS-SUB) TO HL-STATUS.                        K6HLDR.1
039700     MOVE CT-REASON (WS-SUB) TO HL-REASON.                        K6HLDR.1
039800     WRITE HP-PRINT-REC FROM HOLD-LINE                            K6HLDR.1
039900         AFTER ADVANCING 2 LINES.                                 K6HLDR.1
040000     IF CT-TICKET (WS-SUB) = SPACE                                K6HLDR.1
040100         GO TO 5100-STATUS-NOTE.                                  K6HLDR.1
040200     MOVE CT-WINDOWS (WS-SUB) TO NL-COUNT.                        K6HLDR.1
040300     MOVE "TICKET RESOLVES TO ENVSNAP WINDOWS:" TO NL-TEXT.       K6HLDR.1
040400     IF CT-WINDOWS (WS-SUB) = ZERO                                K6HLDR.1
040500         MOVE "TICKET NOT IN ENVSNAP - HOLDS ON OTHER CRITERIA"   K6HLDR.1
040600             TO NL-TEXT.                                          K6HLDR.1
040700     WRITE HP-PRINT-REC FROM NOTE-LINE                            K6HLDR.1
040800         AFTER ADVANCING 1 LINE.                                  K6HLDR.1
040900 5100-STATUS-NOTE.                                                K6HLDR.1
041000     MOVE ZERO TO NL-COUNT.                                       K6HLDR.1
041100     IF CT-STATUS (WS-SUB) = "RELEASED"                           K6HLDR.1
041200         MOVE "RELEASED - ITEMS BELOW RETURN TO NORMAL RETENTION" K6HLDR.1
041300             TO NL-TEXT                                           K6HLDR.1
041400         WRITE HP-PRINT-REC FROM NOTE-LINE                        K6HLDR.1
041500             AFTER ADVANCING 1 LINE.                              K6HLDR.1
041600     IF CT-STATUS (WS-SUB) = "REJECTED"                           K6HLDR.1
041700         MOVE "REJECTED - NAMES NO TARGET, PGM, WINDOW OR TICKET" K6HLDR.1
041800             TO NL-TEXT                                           K6HLDR.1
041900         WRITE HP-PRINT-REC FROM NOTE-LINE                        K6HLDR.1
042000             AFTER ADVANCING 1 LINE.                              K6HLDR.1
042100     IF CT-STATUS (WS-SUB) = "OVERFLOW"                           K6HLDR.1
042200         MOVE "NOT HONORED - MORE THAN 100 HOLDS IN FORCE"        K6HLDR.1
042300             TO NL-TEXT                                           K6HLDR.1
042400         WRITE HP-PRINT-REC FROM NOTE-LINE                        K6HLDR.1
042500             AFTER ADVANCING 1 LINE.                              K6HLDR.1
042600 5100-EXIT.                                                       K6HLDR.1
042700     EXIT.                                                        K6HLDR.1
042800*================================================================ K6HLDR.1
042900* 5200-PRINT-ITEMS -- WHAT THE TOOLS HAVE KEPT UNDER THIS HOLD.   K6HLDR.1
043000*================================================================ K6HLDR.1
043100 5200-PRINT-ITEMS.                                                K6HLDR.1
043200     MOVE ZERO TO WS-SHOWN.                                       K6HLDR.1
043300     MOVE 1 TO WS-ISUB.                                           K6HLDR.1
043400 5200-SCAN.                                                       K6HLDR.1
043500     IF WS-ISUB GREATER THAN WS-ITEM-COUNT                        K6HLDR.1
043600         GO TO 5200-DONE.                                         K6HLDR.1
043700     IF IT-HOLD-ID (WS-ISUB) = CT-HOLD-ID (WS-SUB)                K6HLDR.1
043800         PERFORM 7000-PRINT-ITEM THRU 7000-EXIT                   K6HLDR.1
043900         ADD 1 TO WS-SHOWN.                                       K6HLDR.1
044000     ADD 1 TO WS-ISUB.                                            K6HLDR.1
044100     GO TO 5200-SCAN.                                             K6HLDR.1
044200 5200-DONE.                                                       K6HLDR.1
044300     IF WS-SHOWN = ZERO                                           K6HLDR.1
044400         MOVE "NOTHING SKIPPED UNDER THIS HOLD YET" TO NL-TEXT    K6HLDR.1
044500         MOVE ZERO TO NL-COUNT                                    K6HLDR.1
044600         WRITE HP-PRINT-REC FROM NOTE-LINE                        K6HLDR.1
044700             AFTER ADVANCING 1 LINE.                              K6HLDR.1
044800 5200-EXIT.                                                       K6HLDR.1
044900     EXIT.                                                        K6HLDR.1
045000*================================================================ K6HLDR.1
045100* 6000-PRINT-UNREGISTERED -- ITEMS LOGGED UNDER A HOLD-ID THAT    K6HLDR.1
045200* IS NO LONGER ON THE REGISTER.                                   K6HLDR.1
045300*================================================================ K6HLDR.1
045400 6000-PRINT-UNREGISTERED.                                         K6HLDR.1
045500     MOVE 1 TO WS-ISUB.                                           K6HLDR.1
045600 6000-SCAN.                                                       K6HLDR.1
045700     IF WS-ISUB GREATER THAN WS-ITEM-COUNT                        K6HLDR.1
045800         GO TO 6000-EXIT.                                         K6HLDR.1
045900     IF IT-SHOWN-SW (WS-ISUB) = "Y"                               K6HLDR.1
046000         GO TO 6000-NEXT.                                         K6HLDR.1
046100     IF WS-UNREGISTERED = ZERO                                    K6HLDR.1
046200         MOVE SPACE TO HL-TARGET-ID HL-PGM-ID HL-FROM-DATE        K6HLDR.1
046300             HL-TO-DATE HL-TICKET HL-REQUESTER HL-RELEASE-DATE    K6HLDR.1
046400             HL-REASON                                            K6HLDR.1
046500         MOVE "(NONE)" TO HL-HOLD-ID                              K6HLDR.1
046600         MOVE "UNREG   " TO HL-STATUS                             K6HLDR.1
046700         WRITE HP-PRINT-REC FROM HOLD-LINE                        K6HLDR.1
046800             AFTER ADVANCING 2 LINES                              K6HLDR.1
046900         MOVE "KEPT UNDER HOLD-IDS NO LONGER ON THE REGISTER"     K6HLDR.1
047000             TO NL-TEXT                                           K6HLDR.1
047100         MOVE ZERO TO NL-COUNT                                    K6HLDR.1
047200         WRITE HP-PRINT-REC FROM NOTE-LINE                        K6HLDR.1
047300             AFTER ADVANCING 1 LINE.                              K6HLDR.1
047400     ADD 1 TO WS-UNREGISTERED.                                    K6HLDR.1
047500     PERFORM 7000-PRINT-ITEM THRU 7000-EXIT.                      K6HLDR.1
047600 6000-NEXT.                                                       K6HLDR.1
047700     ADD 1 TO WS-ISUB.                                            K6HLDR.1
047800     GO TO 6000-SCAN.                                             K6HLDR.1
047900 6000-EXIT.                                                       K6HLDR.1
048000     EXIT.                                                        K6HLDR.1
048100*================================================================ K6HLDR.1
048200* 7000-PRINT-ITEM.                                                K6HLDR.1
048300*================================================================ K6HLDR.1
048400 7000-PRINT-ITEM.                                                 K6HLDR.1
048500     MOVE IT-TOOL (WS-ISUB) TO IL-TOOL.                           K6HLDR.1
048600     MOVE IT-ITEM-NAME (WS-ISUB) TO IL-ITEM-NAME.                 K6HLDR.1
048700     MOVE IT-SKIPS (WS-ISUB) TO IL-SKIPS.                         K6HLDR.1
048800     MOVE IT-FIRST-DATE (WS-ISUB) TO IL-FIRST-DATE.               K6HLDR.1
048900     MOVE IT-LAST-DATE (WS-ISUB) TO IL-LAST-DATE.                 K6HLDR.1
049000     WRITE HP-PRINT-REC FROM ITEM-LINE                            K6HLDR.1
049100         AFTER ADVANCING 1 LINE.                                  K6HLDR.1
049200     MOVE "Y" TO IT-SHOWN-SW (WS-ISUB).                           K6HLDR.1
049300 7000-EXIT.                                                       K6HLDR.1
049400     EXIT.                                                        K6HLDR.1
049500*================================================================ K6HLDR.1
049600* 8000-PRINT-TOTALS.                                              K6HLDR.1
049700*================================================================ K6HLDR.1
049800 8000-PRINT-TOTALS.                                               K6HLDR.1
049900     IF WS-ITEMS-LOST > ZERO                                      K6HLDR.1
050000         MOVE "SKIP RECORDS PAST 500 ITEMS, NOT LISTED:"          K6HLDR.1
050100             TO NL-TEXT                                           K6HLDR.1
050200         MOVE WS-ITEMS-LOST TO NL-COUNT                           K6HLDR.1
050300         WRITE HP-PRINT-REC FROM NOTE-LINE                        K6HLDR.1
050400             AFTER ADVANCING 2 LINES.                             K6HLDR.1
050500     MOVE WS-ACTIVE TO TL-ACTIVE.                                 K6HLDR.1
050600     MOVE WS-RELEASED TO TL-RELEASED.                             K6HLDR.1
050700     MOVE WS-REJECTED TO TL-REJECTED.                             K6HLDR.1
050800     MOVE WS-OVERFLOW TO TL-OVERFLOW.                             K6HLDR.1
050900     WRITE HP-PRINT-REC FROM TOT-LINE-1                           K6HLDR.1
051000         AFTER ADVANCING 2 LINES.                                 K6HLDR.1
051100     MOVE WS-SKIPS-READ TO TL-SKIPS.                              K6HLDR.1
051200     MOVE WS-ITEM-COUNT TO TL-ITEMS.                              K6HLDR.1
051300     MOVE WS-VERDICT-RC TO TL-RC.                                 K6HLDR.1
051400     WRITE HP-PRINT-REC FROM TOT-LINE-2                           K6HLDR.1
051500         AFTER ADVANCING 1 LINE.                                  K6HLDR.1
051600 8000-EXIT.                                                       K6HLDR.1
051700     EXIT.                                                        K6HLDR.1
051800*================================================================ K6HLDR.1
051900* 9999-TERMINATE.                                                 K6HLDR.1
052000*================================================================ K6HLDR.1
052100 9999-TERMINATE.                                                  K6HLDR.1
052200     CLOSE HOLD-RPT.                                              K6HLDR.1
052300 9999-EXIT.                                                       K6HLDR.1
052400     EXIT.                                                        K6HLDR.1
