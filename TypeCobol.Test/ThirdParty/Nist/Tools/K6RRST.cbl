000100 IDENTIFICATION DIVISION.                                         K6RRST.1
000200 PROGRAM-ID.                                                      K6RRST.1
000300     K6RRST.                                                      K6RRST.1
000400*================================================================ K6RRST.1
000500* K6RRST -- POINT-IN-TIME RESTORE OF THE CONTROL REGISTERS.       K6RRST.1
000600*================================================================ K6RRST.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RRST.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RRST.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6RRST.1
001000* DATE-COMPILED.                                                  K6RRST.1
001100*                                                                 K6RRST.1
001200* REMARKS.                                                        K6RRST.1
001300*    BRINGS BACK THE WHOLE REGISTER SET, OR NAMED REGISTERS, AS   K6RRST.1
001400*    OF ONE BACKUP SET TAKEN BY K6RBKP.  CONTROL CARDS (RRSTCTL): K6RRST.1
001500*                                                                 K6RRST.1
001600*        SET      LAST            USER     TICKET                 K6RRST.1
001700*        SET      YYYYMMDDHHMMSS  USER     TICKET                 K6RRST.1
001800*        REGISTER DDNAME          (ONE CARD PER REGISTER; NONE    K6RRST.1
001900*                                  MEANS ALL TEN)                 K6RRST.1
002000*        CHECK                    (VERIFY ONLY, WRITE NOTHING)    K6RRST.1
002100*                                                                 K6RRST.1
002200*    COLUMNS: KEYWORD 1-8, OPERAND 10-23, USER 25-32, TICKET      K6RRST.1
002300*    34-41.  THE SET MUST BE ONE THE MANIFEST (REGMANF) SHOWS AS  K6RRST.1
002400*    COMPLETE.  REGBKUP MAY CONCATENATE SEVERAL GENERATIONS; ONLY K6RRST.1
002500*    THE CHOSEN SET'S RECORDS ARE USED.                           K6RRST.1
002600*                                                                 K6RRST.1
002700*    NOTHING IS WRITTEN UNTIL EVERY REGISTER ASKED FOR HAS BEEN   K6RRST.1
002800*    VERIFIED: ITS RECORDS ARE READ OFF THE BACKUP AND            K6RRST.1
002900*    CHECKSUMMED, AND THE COUNT AND CHECKSUM MUST AGREE WITH BOTH K6RRST.1
003000*    THE SET'S OWN TRAILER AND THE MANIFEST.  ONE FAILURE AND THE K6RRST.1
003100*    RUN ENDS RC 16 WITH THE REGISTERS UNTOUCHED.  OTHERWISE EACH K6RRST.1
003200*    REGISTER IS REPLACED THROUGH K6RGIO (A REGISTER THAT WAS     K6RRST.1
003300*    ABSENT WHEN THE SET WAS TAKEN IS RESTORED EMPTY), READ BACK  K6RRST.1
003400*    AND CHECKSUMMED AGAIN, AND JOURNALED ON REGJRNL UNDER THE    K6RRST.1
003500*    USER AND TICKET OF THE SET CARD SO THE K6RBKP PREFLIGHT      K6RRST.1
003600*    ACCEPTS IT.  USER AND TICKET ARE REQUIRED UNLESS CHECK.      K6RRST.1
003700*        0   VERIFIED (AND RESTORED UNLESS CHECK)                 K6RRST.1
003800*        16  NOTHING RESTORED, OR A READ-BACK DID NOT MATCH       K6RRST.1
003900*                                                                 K6RRST.1
004000* MODIFICATION HISTORY.                                           K6RRST.1
004100*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RRST.1
004200*================================================================ K6RRST.1
004300                                                                  K6RRST.1
004400 ENVIRONMENT DIVISION.                                            K6RRST.1
004500 CONFIGURATION SECTION.                                           K6RRST.1
004600 SOURCE-COMPUTER.                                                 K6RRST.1
004700     OUR-MAINFRAME.                                               K6RRST.1
004800 OBJECT-COMPUTER.                                                 K6RRST.1
004900     OUR-MAINFRAME.                                               K6RRST.1
005000 INPUT-OUTPUT SECTION.                                            K6RRST.1
005100 FILE-CONTROL.                                                    K6RRST.1
005200     SELECT OPTIONAL RRST-CTL ASSIGN TO RRSTCTL                   K6RRST.1
005300         ORGANIZATION IS SEQUENTIAL                               K6RRST.1
005400         FILE STATUS IS WS-CTL-STATUS.                            K6RRST.1
005500     SELECT OPTIONAL REG-BACKUP ASSIGN TO REGBKUP                 K6RRST.1
005600         ORGANIZATION IS SEQUENTIAL                               K6RRST.1
005700         FILE STATUS IS WS-BKUP-STATUS.                           K6RRST.1
005800     SELECT OPTIONAL REG-MANIFEST ASSIGN TO REGMANF               K6RRST.1
005900         ORGANIZATION IS SEQUENTIAL                               K6RRST.1
006000         FILE STATUS IS WS-MANF-STATUS.                           K6RRST.1
006100     SELECT OPTIONAL REG-JOURNAL ASSIGN TO REGJRNL                K6RRST.1
006200         ORGANIZATION IS SEQUENTIAL                               K6RRST.1
006300         FILE STATUS IS WS-JRNL-STATUS.                           K6RRST.1
006400     SELECT RRST-RPT ASSIGN TO RRSTRPT                            K6RRST.1
006500         ORGANIZATION IS SEQUENTIAL.                              K6RRST.1
006600                                                                  K6RRST.1
006700 DATA DIVISION.                                                   K6RRST.1
006800 FILE SECTION.                                                    K6RRST.1
006900 FD  RRST-CTL                                                     K6RRST.1
007000     LABEL RECORDS ARE STANDARD.                                  K6RRST.1
007100 01  CTL-CARD.                                                    K6RRST.1
007200     05  CTL-KEYWORD          PIC X(8).                           K6RRST.1
007300     05  FILLER               PIC X(1).                           K6RRST.1
007400     05  CTL-OPERAND          PIC X(14).                          K6RRST.1
007500     05  FILLER               PIC X(1).                           K6RRST.1
007600     05  CTL-USER             PIC X(8).                           K6RRST.1
007700     05  FILLER               PIC X(1).                           K6RRST.1
007800     05  CTL-TICKET           PIC X(8).                           K6RRST.1
007900     05  FILLER               PIC X(39).                          K6RRST.1
008000 FD  REG-BACKUP                                                   K6RRST.1
008100     LABEL RECORDS ARE STANDARD.                                  K6RRST.1
008200 COPY K6RBKS.                                                     K6RRST.1
008300 FD  REG-MANIFEST                                                 K6RRST.1
008400     LABEL RECORDS ARE STANDARD.                                  K6RRST.1
008500 COPY K6RMAN.                                                     K6RRST.1
008600 FD  REG-JOURNAL                                                  K6RRST.1
008700     LABEL RECORDS ARE STANDARD.                                  K6RRST.1
008800 01  RJ-JOURNAL-REC           PIC X(80).                          K6RRST.1
008900 FD  RRST-RPT                                                     K6RRST.1
009000     LABEL RECORDS ARE STANDARD.                                  K6RRST.1
009100 01  RR-PRINT-REC             PIC X(120).                         K6RRST.1
009200                                                                  K6RRST.1
009300 WORKING-STORAGE SECTION.                                         K6RRST.1
009400* ----------------------------------------------------------      K6RRST.1
009500* SWITCHES AND COUNTERS.                                          K6RRST.1
009600* ----------------------------------------------------------      K6RRST.1
009700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6RRST.1
009800 77  WS-BKUP-STATUS           PIC X(2)   VALUE SPACE.             K6RRST.1
009900 77  WS-MANF-STATUS           PIC X(2)   VALUE SPACE.             K6RRST.1
010000 77  WS-JRNL-STATUS           PIC X(2)   VALUE SPACE.             K6RRST.1
010100 77  WS-SUB                   PIC 9(2)   COMP VALUE ZERO.         K6RRST.1
010200 77  WS-HIT-SUB               PIC 9(2)   COMP VALUE ZERO.         K6RRST.1
010300 77  WS-CHUNK-SUB             PIC 9(3)   COMP VALUE ZERO.         K6RRST.1
010400 77  WS-NAMED                 PIC 9(2)   COMP VALUE ZERO.         K6RRST.1
010500 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6RRST.1
010600 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6RRST.1
010700 77  WS-FAILED                PIC 9(2)   VALUE ZERO.              K6RRST.1
010800 77  WS-RESTORED              PIC 9(2)   VALUE ZERO.              K6RRST.1
010900 77  WS-CHECK-SW              PIC X      VALUE "N".               K6RRST.1
011000     88  WS-CHECK-ONLY                   VALUE "Y".               K6RRST.1
011100 77  WS-LAST-SW               PIC X      VALUE "Y".               K6RRST.1
011200     88  WS-WANT-LAST                    VALUE "Y".               K6RRST.1
011300 77  WS-SET-SW                PIC X      VALUE "N".               K6RRST.1
011400     88  WS-SET-FOUND                    VALUE "Y".               K6RRST.1
011500 77  WS-HEADER-SW             PIC X      VALUE "N".               K6RRST.1
011600 77  WS-END-SW                PIC X      VALUE "N".               K6RRST.1
011700 77  WS-END-STATUS            PIC X(8)   VALUE SPACE.             K6RRST.1
011800 77  WS-USER                  PIC X(8)   VALUE SPACE.             K6RRST.1
011900 77  WS-TICKET                PIC X(8)   VALUE SPACE.             K6RRST.1
012000 77  WS-RUN-RECORDS           PIC 9(7)   VALUE ZERO.              K6RRST.1
012100 77  WS-RUN-CHECKSUM-9        PIC 9(9)   VALUE ZERO.              K6RRST.1
012200 01  WS-RUN-CHECKSUM          PIC S9(9)  COMP VALUE ZERO.         K6RRST.1
012300 01  WS-NOW-TIME              PIC 9(8)   VALUE ZERO.              K6RRST.1
012400 01  WS-NOW-TIME-X REDEFINES WS-NOW-TIME.                         K6RRST.1
012500     05  WS-NOW-HHMMSS        PIC 9(6).                           K6RRST.1
012600     05  WS-NOW-CC            PIC 99.                             K6RRST.1
012700 01  WS-WANT-SET-ID           PIC X(14)  VALUE SPACE.             K6RRST.1
012800 01  WS-PEND-SET-ID           PIC X(14)  VALUE SPACE.             K6RRST.1
012900 01  WS-SET-ID                PIC X(14)  VALUE SPACE.             K6RRST.1
013000* ----------------------------------------------------------      K6RRST.1
013100* CHECKSUM WORK -- THE SAME FOLD AS K6RBKP.                       K6RRST.1
013200* ----------------------------------------------------------      K6RRST.1
013300 01  WS-REG-CKSUM-AREA        PIC X(100) VALUE SPACE.             K6RRST.1
013400 01  WS-REG-CKSUM-VIEW REDEFINES WS-REG-CKSUM-AREA.               K6RRST.1
013500     05  WS-REG-CKSUM-CHUNK OCCURS 50 TIMES                       K6RRST.1
013600                              PIC S9(4) COMP.                     K6RRST.1
013700 COPY K6RGTB.                                                     K6RRST.1
013800 COPY K6RGPM.                                                     K6RRST.1
013900* ----------------------------------------------------------      K6RRST.1
014000* PER REGISTER: ASKED FOR OR NOT, WHAT THE MANIFEST SAYS, WHAT    K6RRST.1
014100* THE BACKUP RECORDS ADD UP TO, WHAT ITS TRAILER SAYS, AND THE    K6RRST.1
014200* OUTCOME.                                                        K6RRST.1
014300* ----------------------------------------------------------      K6RRST.1
014400 01  RESTORE-TABLE.                                               K6RRST.1
014500     05  ST-ENTRY OCCURS 10 TIMES.                                K6RRST.1
014600         10  ST-SELECTED-SW       PIC X(1).                       K6RRST.1
014700         10  ST-BASE-SW           PIC X(1).                       K6RRST.1
014800         10  ST-BASE-RECORDS      PIC 9(7).                       K6RRST.1
014900         10  ST-BASE-CHECKSUM     PIC 9(9).                       K6RRST.1
015000         10  ST-BASE-STATE        PIC X(8).                       K6RRST.1
015100         10  ST-PEND-SW           PIC X(1).                       K6RRST.1
015200         10  ST-PEND-RECORDS      PIC 9(7).                       K6RRST.1
015300         10  ST-PEND-CHECKSUM     PIC 9(9).                       K6RRST.1
015400         10  ST-PEND-STATE        PIC X(8).                       K6RRST.1
015500         10  ST-BK-RECORDS        PIC 9(7).                       K6RRST.1
015600         10  ST-BK-CHECKSUM       PIC S9(9)  COMP.                K6RRST.1
015700         10  ST-TRAILER-SW        PIC X(1).                       K6RRST.1
015800         10  ST-TR-RECORDS        PIC 9(7).                       K6RRST.1
015900         10  ST-TR-CHECKSUM       PIC 9(9).                       K6RRST.1
016000         10  ST-OUT-OPEN-SW       PIC X(1).                       K6RRST.1
016100         10  ST-WRITE-ERR-SW      PIC X(1).                       K6RRST.1
016200         10  ST-STATE             PIC X(8).                       K6RRST.1
016300         10  ST-RESULT            PIC X(40).                      K6RRST.1
016400* ----------------------------------------------------------      K6RRST.1
016500* REPORT LINES.                                                   K6RRST.1
016600* ----------------------------------------------------------      K6RRST.1
016700 01  HDR-LINE-1.                                                  K6RRST.1
016800     05  FILLER   PIC X(40) VALUE                                 K6RRST.1
016900         "CONTROL-REGISTER RESTORE (K6RRST) AS OF ".              K6RRST.1
017000     05  HDR-TODAY            PIC 9(8).                           K6RRST.1
017100     05  FILLER   PIC X(1)  VALUE SPACE.                          K6RRST.1
017200     05  HDR-TIME             PIC 9(6).                           K6RRST.1
017300     05  FILLER   PIC X(65) VALUE SPACE.                          K6RRST.1
017400 01  HDR-LINE-2.                                                  K6RRST.1
017500     05  FILLER   PIC X(40) VALUE                                 K6RRST.1
017600         "    REGISTER  HOLDS              RECORDS".              K6RRST.1
017700     05  FILLER   PIC X(40) VALUE                                 K6RRST.1
017800         "   CHECKSUM  STATE     RESULT           ".              K6RRST.1
017900     05  FILLER   PIC X(40) VALUE SPACE.                          K6RRST.1
018000 01  REG-LINE.                                                    K6RRST.1
018100     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RRST.1
018200     05  RL-DDNAME            PIC X(8).                           K6RRST.1
018300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RRST.1
018400     05  RL-DESC              PIC X(16).                          K6RRST.1
018500     05  FILLER   PIC X(3)  VALUE SPACE.                          K6RRST.1
018600     05  RL-RECORDS           PIC ZZZZZZ9.                        K6RRST.1
018700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RRST.1
018800     05  RL-CHECKSUM          PIC 9(9).                           K6RRST.1
018900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RRST.1
019000     05  RL-STATE             PIC X(8).                           K6RRST.1
019100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RRST.1
019200     05  RL-RESULT            PIC X(40).                          K6RRST.1
019300     05  FILLER   PIC X(17) VALUE SPACE.                          K6RRST.1
019400 01  NOTE-LINE.                                                   K6RRST.1
019500     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RRST.1
019600     05  NL-TEXT              PIC X(60).                          K6RRST.1
019700     05  NL-ID                PIC X(14).                          K6RRST.1
019800     05  FILLER   PIC X(42) VALUE SPACE.                          K6RRST.1
019900 01  TOT-LINE.                                                    K6RRST.1
020000     05  FILLER   PIC X(12) VALUE "RESTORED=   ".                 K6RRST.1
020100     05  TL-RESTORED          PIC Z9.                             K6RRST.1
020200     05  FILLER   PIC X(12) VALUE "   FAILED=  ".                 K6RRST.1
020300     05  TL-FAILED            PIC Z9.                             K6RRST.1
020400     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6RRST.1
020500     05  TL-RC                PIC 99.                             K6RRST.1
020600     05  FILLER   PIC X(74) VALUE SPACE.                          K6RRST.1
020700                                                                  K6RRST.1
020800 PROCEDURE DIVISION.                                              K6RRST.1
020900*================================================================ K6RRST.1
021000* 0000-MAINLINE -- VERIFY EVERYTHING FIRST; RESTORE ONLY IF ALL   K6RRST.1
021100* OF IT VERIFIED.                                                 K6RRST.1
021200*================================================================ K6RRST.1
021300 0000-MAINLINE.                                                   K6RRST.1
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6RRST.1
021500     PERFORM 1500-CONTROL-CARDS THRU 1500-EXIT.                   K6RRST.1
021600     IF WS-FAILED = ZERO                                          K6RRST.1
021700         PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT.               K6RRST.1
021800     IF WS-FAILED = ZERO                                          K6RRST.1
021900         PERFORM 3000-VERIFY-SET THRU 3000-EXIT.                  K6RRST.1
022000     IF WS-FAILED = ZERO AND NOT WS-CHECK-ONLY                    K6RRST.1
022100         PERFORM 4000-RESTORE-SET THRU 4000-EXIT.                 K6RRST.1
022200     PERFORM 8000-PRINT-RESULTS THRU 8000-EXIT.                   K6RRST.1
022300     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6RRST.1
022400     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6RRST.1
022500     STOP RUN.                                                    K6RRST.1
022600*================================================================ K6RRST.1
022700* 1000-INITIALIZE.                                                K6RRST.1
022800*================================================================ K6RRST.1
022900 1000-INITIALIZE.                                                 K6RRST.1
023000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6RRST.1
023100     ACCEPT WS-NOW-TIME FROM TIME.                                K6RRST.1
023200     OPEN OUTPUT RRST-RPT.                                        K6RRST.1
023300     MOVE WS-TODAY TO HDR-TODAY.                                  K6RRST.1
023400     MOVE WS-NOW-HHMMSS TO HDR-TIME.                              K6RRST.1
023500     WRITE RR-PRINT-REC FROM HDR-LINE-1                           K6RRST.1
023600         AFTER ADVANCING PAGE.                                    K6RRST.1
023700     MOVE 1 TO WS-SUB.                                            K6RRST.1
023800 1000-CLEAR.                                                      K6RRST.1
023900     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RRST.1
024000         GO TO 1000-EXIT.                                         K6RRST.1
024100     MOVE "N" TO ST-SELECTED-SW (WS-SUB).                         K6RRST.1
024200     MOVE "N" TO ST-BASE-SW (WS-SUB).                             K6RRST.1
024300     MOVE ZERO TO ST-BASE-RECORDS (WS-SUB).                       K6RRST.1
024400     MOVE ZERO TO ST-BASE-CHECKSUM (WS-SUB).                      K6RRST.1
024500     MOVE "N" TO ST-PEND-SW (WS-SUB).                             K6RRST.1
024600     MOVE ZERO TO ST-BK-RECORDS (WS-SUB).                         K6RRST.1
024700     MOVE ZERO TO ST-BK-CHECKSUM (WS-SUB).                        K6RRST.1
024800     MOVE "N" TO ST-TRAILER-SW (WS-SUB).                          K6RRST.1
024900     MOVE "N" TO ST-OUT-OPEN-SW (WS-SUB).                         K6RRST.1
025000     MOVE "N" TO ST-WRITE-ERR-SW (WS-SUB).                        K6RRST.1
025100     MOVE SPACE TO ST-STATE (WS-SUB).                             K6RRST.1
025200     MOVE SPACE TO ST-RESULT (WS-SUB).                            K6RRST.1
025300     ADD 1 TO WS-SUB.                                             K6RRST.1
025400     GO TO 1000-CLEAR.                                            K6RRST.1
025500 1000-EXIT.                                                       K6RRST.1
025600     EXIT.                                                        K6RRST.1
025700*================================================================ K6RRST.1
025800* 1500-CONTROL-CARDS -- WHICH SET, WHICH REGISTERS, AND WHETHER   K6RRST.1
025900* TO WRITE.  A BAD CARD STOPS THE RUN BEFORE ANYTHING IS READ.    K6RRST.1
026000*================================================================ K6RRST.1
026100 1500-CONTROL-CARDS.                                              K6RRST.1
026200     OPEN INPUT RRST-CTL.                                         K6RRST.1
026300     IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "05"     K6RRST.1
026400         GO TO 1500-SELECT-ALL.                                   K6RRST.1
026500 1500-READ.                                                       K6RRST.1
026600     READ RRST-CTL                                                K6RRST.1
026700         AT END GO TO 1500-DONE.                                  K6RRST.1
026800     IF CTL-CARD = SPACE OR CTL-KEYWORD (1:1) = "*"               K6RRST.1
026900         GO TO 1500-READ.                                         K6RRST.1
027000     IF CTL-KEYWORD = "SET     "                                  K6RRST.1
027100         MOVE CTL-USER TO WS-USER                                 K6RRST.1
027200         MOVE CTL-TICKET TO WS-TICKET                             K6RRST.1
027300         GO TO 1500-SET.                                          K6RRST.1
027400     IF CTL-KEYWORD = "CHECK   "                                  K6RRST.1
027500         MOVE "Y" TO WS-CHECK-SW                                  K6RRST.1
027600         GO TO 1500-READ.                                         K6RRST.1
027700     IF CTL-KEYWORD NOT = "REGISTER"                              K6RRST.1
027800         MOVE "UNKNOWN CONTROL CARD" TO NL-TEXT                   K6RRST.1
027900         MOVE CTL-KEYWORD TO NL-ID                                K6RRST.1
028000         GO TO 1500-BAD.                                          K6RRST.1
028100     MOVE CTL-OPERAND TO RL-DDNAME.                               K6RRST.1
028200     PERFORM 1600-FIND-REGISTER THRU 1600-EXIT.                   K6RRST.1
028300     IF WS-HIT-SUB = ZERO                                         K6RRST.1
028400         MOVE "NOT A CONTROL REGISTER" TO NL-TEXT                 K6RRST.1
028500         MOVE CTL-OPERAND TO NL-ID                                K6RRST.1
028600         GO TO 1500-BAD.                                          K6RRST.1
028700     IF ST-SELECTED-SW (WS-HIT-SUB) NOT = "Y"                     K6RRST.1
028800         ADD 1 TO WS-NAMED.                                       K6RRST.1
028900     MOVE "Y" TO ST-SELECTED-SW (WS-HIT-SUB).                     K6RRST.1
029000     GO TO 1500-READ.                                             K6RRST.1
029100 1500-SET.                                                        K6RRST.1
029200     IF CTL-OPERAND = "LAST"                                      K6RRST.1
029300         MOVE "Y" TO WS-LAST-SW                                   K6RRST.1
029400         GO TO 1500-READ.                                         K6RRST.1
029500     IF CTL-OPERAND NOT NUMERIC                                   K6RRST.1
029600         MOVE "SET-ID MUST BE LAST OR YYYYMMDDHHMMSS" TO NL-TEXT  K6RRST.1
029700         MOVE CTL-OPERAND TO NL-ID                                K6RRST.1
029800         GO TO 1500-BAD.                                          K6RRST.1
029900     MOVE "N" TO WS-LAST-SW.                                      K6RRST.1
030000     MOVE CTL-OPERAND TO WS-WANT-SET-ID.                          K6RRST.1
030100     GO TO 1500-READ.                                             K6RRST.1
030200 1500-BAD.                                                        K6RRST.1
030300     WRITE RR-PRINT-REC FROM NOTE-LINE                            K6RRST.1
030400         AFTER ADVANCING 2 LINES.                                 K6RRST.1
030500     ADD 1 TO WS-FAILED.                                          K6RRST.1
030600     GO TO 1500-READ.                                             K6RRST.1
030700 1500-DONE.                                                       K6RRST.1
030800     CLOSE RRST-CTL.                                              K6RRST.1
030900     IF NOT WS-CHECK-ONLY AND (WS-USER = SPACE OR                 K6RRST.1
031000             WS-TICKET = SPACE)                                   K6RRST.1
031100         MOVE "SET CARD MUST NAME USER AND TICKET TO RESTORE"     K6RRST.1
031200             TO NL-TEXT                                           K6RRST.1
031300         MOVE SPACE TO NL-ID                                      K6RRST.1
031400         WRITE RR-PRINT-REC FROM NOTE-LINE                        K6RRST.1
031500             AFTER ADVANCING 2 LINES                              K6RRST.1
031600         ADD 1 TO WS-FAILED.                                      K6RRST.1
031700     IF WS-NAMED > ZERO                                           K6RRST.1
031800         GO TO 1500-EXIT.                                         K6RRST.1
031900 1500-SELECT-ALL.                                                 K6RRST.1
032000     MOVE 1 TO WS-SUB.                                            K6RRST.1
032100 1500-ALL-LOOP.                                                   K6RRST.1
032200     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RRST.1
032300         GO TO 1500-EXIT.                                         K6RRST.1
032400     MOVE "Y" TO ST-SELECTED-SW (WS-SUB).                         K6RRST.1
032500     ADD 1 TO WS-SUB.                                             K6RRST.1
032600     GO TO 1500-ALL-LOOP.                                         K6RRST.1
032700 1500-EXIT.                                                       K6RRST.1
032800     EXIT.                                                        K6RRST.1
032900*================================================================ K6RRST.1
033000* 1600-FIND-REGISTER -- RL-DDNAME TO ITS K6RGTB NUMBER.           K6RRST.1
033100*================================================================ K6RRST.1
033200 1600-FIND-REGISTER.                                              K6RRST.1
033300     MOVE ZERO TO WS-HIT-SUB.                                     K6RRST.1
033400     MOVE 1 TO WS-SUB.                                            K6RRST.1
033500 1600-LOOP.                                                       K6RRST.1
033600     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RRST.1
033700         GO TO 1600-EXIT.                                         K6RRST.1
033800     IF RG-DDNAME (WS-SUB) = RL-DDNAME                            K6RRST.1
033900         MOVE WS-SUB TO WS-HIT-SUB                                K6RRST.1
034000         GO TO 1600-EXIT.                                         K6RRST.1
034100     ADD 1 TO WS-SUB.                                             K6RRST.1
034200     GO TO 1600-LOOP.                                             K6RRST.1
034300 1600-EXIT.                                                       K6RRST.1
034400     EXIT.                                                        K6RRST.1
034500*================================================================ K6RRST.1
034600* 2000-LOAD-MANIFEST -- THE CHOSEN SET'S "R" LINES, ADOPTED WHEN  K6RRST.1
034700* ITS "S" LINE SAYS COMPLETE (FOR LAST, THE LATEST SUCH SET).     K6RRST.1
034800*================================================================ K6RRST.1
034900 2000-LOAD-MANIFEST.                                              K6RRST.1
035000     OPEN INPUT REG-MANIFEST.                                     K6RRST.1
035100     IF WS-MANF-STATUS NOT = "00" AND WS-MANF-STATUS NOT = "05"   K6RRST.1
035200         GO TO 2000-CHECK.                                        K6RRST.1
035300 2000-READ.                                                       K6RRST.1
035400     READ REG-MANIFEST                                            K6RRST.1
035500         AT END GO TO 2000-DONE.                                  K6RRST.1
035600     IF RM-SET-LINE                                               K6RRST.1
035700         GO TO 2000-SET.                                          K6RRST.1
035800     IF NOT RM-REGISTER-LINE                                      K6RRST.1
035900         GO TO 2000-READ.                                         K6RRST.1
036000     IF NOT WS-WANT-LAST AND RM-SET-ID NOT = WS-WANT-SET-ID       K6RRST.1
036100         GO TO 2000-READ.                                         K6RRST.1
036200     IF RM-SET-ID NOT = WS-PEND-SET-ID                            K6RRST.1
036300         PERFORM 2100-NEW-PENDING THRU 2100-EXIT.                 K6RRST.1
036400     MOVE RM-REGISTER TO RL-DDNAME.                               K6RRST.1
036500     PERFORM 1600-FIND-REGISTER THRU 1600-EXIT.                   K6RRST.1
036600     IF WS-HIT-SUB = ZERO                                         K6RRST.1
036700         GO TO 2000-READ.                                         K6RRST.1
036800     MOVE "Y" TO ST-PEND-SW (WS-HIT-SUB).                         K6RRST.1
036900     MOVE RM-RECORDS TO ST-PEND-RECORDS (WS-HIT-SUB).             K6RRST.1
037000     MOVE RM-CHECKSUM TO ST-PEND-CHECKSUM (WS-HIT-SUB).           K6RRST.1
037100     MOVE RM-STATUS TO ST-PEND-STATE (WS-HIT-SUB).                K6RRST.1
037200     GO TO 2000-READ.                                             K6RRST.1
037300 2000-SET.                                                        K6RRST.1
037400     IF RM-SET-ID NOT = WS-PEND-SET-ID OR NOT RM-COMPLETE         K6RRST.1
037500         GO TO 2000-READ.                                         K6RRST.1
037600     MOVE "Y" TO WS-SET-SW.                                       K6RRST.1
037700     MOVE RM-SET-ID TO WS-SET-ID.                                 K6RRST.1
037800     MOVE 1 TO WS-SUB.                                            K6RRST.1
037900 2000-ADOPT.                                                      K6RRST.1
038000     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RRST.1
038100         GO TO 2000-READ.                                         K6RRST.1
038200     MOVE ST-PEND-SW (WS-SUB) TO ST-BASE-SW (WS-SUB).             K6RRST.1
038300     MOVE ST-PEND-RECORDS (WS-SUB) TO ST-BASE-RECORDS (WS-SUB).   K6RRST.1
038400     MOVE ST-PEND-CHECKSUM (WS-SUB) TO ST-BASE-CHECKSUM (WS-SUB). K6RRST.1
038500     MOVE ST-PEND-STATE (WS-SUB) TO ST-BASE-STATE (WS-SUB).       K6RRST.1
038600     ADD 1 TO WS-SUB.                                             K6RRST.1
038700     GO TO 2000-ADOPT.                                            K6RRST.1
038800 2000-DONE.                                                       K6RRST.1
038900     CLOSE REG-MANIFEST.                                          K6RRST.1
039000 2000-CHECK.                                                      K6RRST.1
039100     IF WS-SET-FOUND                                              K6RRST.1
039200         MOVE WS-SET-ID TO NL-ID                                  K6RRST.1
039300         MOVE "RESTORING AS OF COMPLETE BACKUP SET        SET-ID" K6RRST.1
039400             TO NL-TEXT                                           K6RRST.1
039500         WRITE RR-PRINT-REC FROM NOTE-LINE                        K6RRST.1
039600             AFTER ADVANCING 2 LINES                              K6RRST.1
039700         GO TO 2000-EXIT.                                         K6RRST.1
039800     MOVE WS-WANT-SET-ID TO NL-ID.                                K6RRST.1
039900     IF WS-WANT-LAST                                              K6RRST.1
040000         MOVE "LAST" TO NL-ID.                                    K6RRST.1
040100     MOVE "NO COMPLETE BACKUP SET ON THE MANIFEST FOR SET-ID"     K6RRST.1
040200         TO NL-TEXT.                                              K6RRST.1
040300     WRITE RR-PRINT-REC FROM NOTE-LINE                            K6RRST.1
040400         AFTER ADVANCING 2 LINES.                                 K6RRST.1
040500     ADD 1 TO WS-FAILED.                                          K6RRST.1
040600 2000-EXIT.                                                       K6RRST.1
040700     EXIT.                                                        K6RRST.1
040800 2100-NEW-PENDING.                                                K6RRST.1
040900     MOVE RM-SET-ID TO WS-PEND-SET-ID.                            K6RRST.1
041000     MOVE 1 TO WS-SUB.                                            K6RRST.1
041100 2100-LOOP.                                                       K6RRST.1
041200     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RRST.1
041300         GO TO 2100-EXIT.                                         K6RRST.1
041400     MOVE "N" TO ST-PEND-SW (WS-SUB).                             K6RRST.1
041500     ADD 1 TO WS-SUB.                                             K6RRST.1
041600     GO TO 2100-LOOP.                                             K6RRST.1
041700 2100-EXIT.                                                       K6RRST.1
041800     EXIT.                                                        K6RRST.1
041900*================================================================ K6RRST.1
042000* 3000-VERIFY-SET -- FIRST PASS OVER THE BACKUP: CHECKSUM EVERY   K6RRST.1
042100* REGISTER ASKED FOR AND HOLD IT TO ITS TRAILER AND MANIFEST.     K6RRST.1
042200*================================================================ K6RRST.1
042300 3000-VERIFY-SET.                                                 K6RRST.1
042400     OPEN INPUT REG-BACKUP.                                       K6RRST.1
042500     IF WS-BKUP-STATUS NOT = "00"                                 K6RRST.1
042600         MOVE "BACKUP DATASET NOT AVAILABLE - STATUS" TO NL-TEXT  K6RRST.1
042700         MOVE WS-BKUP-STATUS TO NL-ID                             K6RRST.1
042800         WRITE RR-PRINT-REC FROM NOTE-LINE                        K6RRST.1
042900             AFTER ADVANCING 2 LINES                              K6RRST.1
043000         ADD 1 TO WS-FAILED                                       K6RRST.1
043100         GO TO 3000-EXIT.                                         K6RRST.1
043200 3000-READ.                                                       K6RRST.1
043300     READ REG-BACKUP                                              K6RRST.1
043400         AT END GO TO 3000-DONE.                                  K6RRST.1
043500     IF RB-SET-ID NOT = WS-SET-ID                                 K6RRST.1
043600         GO TO 3000-READ.                                         K6RRST.1
043700     IF RB-TYPE = "H"                                             K6RRST.1
043800         MOVE "Y" TO WS-HEADER-SW                                 K6RRST.1
043900         GO TO 3000-READ.                                         K6RRST.1
044000     IF RB-TYPE = "E"                                             K6RRST.1
044100         MOVE "Y" TO WS-END-SW                                    K6RRST.1
044200         MOVE RB-STATUS TO WS-END-STATUS                          K6RRST.1
044300         GO TO 3000-READ.                                         K6RRST.1
044400     MOVE RB-REGISTER TO RL-DDNAME.                               K6RRST.1
044500     PERFORM 1600-FIND-REGISTER THRU 1600-EXIT.                   K6RRST.1
044600     IF WS-HIT-SUB = ZERO                                         K6RRST.1
044700         GO TO 3000-READ.                                         K6RRST.1
044800     IF ST-SELECTED-SW (WS-HIT-SUB) NOT = "Y"                     K6RRST.1
044900         GO TO 3000-READ.                                         K6RRST.1
045000     IF RB-TYPE = "T"                                             K6RRST.1
045100         MOVE "Y" TO ST-TRAILER-SW (WS-HIT-SUB)                   K6RRST.1
045200         MOVE RB-RECORDS TO ST-TR-RECORDS (WS-HIT-SUB)            K6RRST.1
045300         MOVE RB-CHECKSUM TO ST-TR-CHECKSUM (WS-HIT-SUB)          K6RRST.1
045400         GO TO 3000-READ.                                         K6RRST.1
045500     IF RB-TYPE NOT = "D"                                         K6RRST.1
045600         GO TO 3000-READ.                                         K6RRST.1
045700     ADD 1 TO ST-BK-RECORDS (WS-HIT-SUB).                         K6RRST.1
045800     MOVE ST-BK-CHECKSUM (WS-HIT-SUB) TO WS-RUN-CHECKSUM.         K6RRST.1
045900     MOVE RB-IMAGE TO WS-REG-CKSUM-AREA.                          K6RRST.1
046000     PERFORM 5000-FOLD THRU 5000-EXIT.                            K6RRST.1
046100     MOVE WS-RUN-CHECKSUM TO ST-BK-CHECKSUM (WS-HIT-SUB).         K6RRST.1
046200     GO TO 3000-READ.                                             K6RRST.1
046300 3000-DONE.                                                       K6RRST.1
046400     CLOSE REG-BACKUP.                                            K6RRST.1
046500     IF WS-HEADER-SW NOT = "Y" OR WS-END-SW NOT = "Y"             K6RRST.1
046600             OR WS-END-STATUS NOT = "COMPLETE"                    K6RRST.1
046700         MOVE "SET NOT WHOLE ON REGBKUP - WRONG GENERATION?"      K6RRST.1
046800             TO NL-TEXT                                           K6RRST.1
046900         MOVE WS-SET-ID TO NL-ID                                  K6RRST.1
047000         WRITE RR-PRINT-REC FROM NOTE-LINE                        K6RRST.1
047100             AFTER ADVANCING 2 LINES                              K6RRST.1
047200         ADD 1 TO WS-FAILED.                                      K6RRST.1
047300     MOVE 1 TO WS-SUB.                                            K6RRST.1
047400 3000-JUDGE.                                                      K6RRST.1
047500     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RRST.1
047600         GO TO 3000-EXIT.                                         K6RRST.1
047700     IF ST-SELECTED-SW (WS-SUB) = "Y"                             K6RRST.1
047800         PERFORM 3100-JUDGE-REGISTER THRU 3100-EXIT.              K6RRST.1
047900     ADD 1 TO WS-SUB.                                             K6RRST.1
048000     GO TO 3000-JUDGE.                                            K6RRST.1
048100 3000-EXIT.                                                       K6RRST.1
048200     EXIT.                                                        K6RRST.1
048300*================================================================ K6RRST.1
048400* 3100-JUDGE-REGISTER -- RECOMPUTED, TRAILER AND MANIFEST MUST    K6RRST.1
048500* ALL AGREE.                                                      K6RRST.1
048600*================================================================ K6RRST.1
048700 3100-JUDGE-REGISTER.                                             K6RRST.1
048800     MOVE ST-BK-CHECKSUM (WS-SUB) TO WS-RUN-CHECKSUM-9.           K6RRST.1
048900     MOVE "VERIFIED" TO ST-STATE (WS-SUB).                        K6RRST.1
049000     MOVE "BACKUP MATCHES TRAILER AND MANIFEST"                   K6RRST.1
049100         TO ST-RESULT (WS-SUB).                                   K6RRST.1
049200     IF ST-BASE-SW (WS-SUB) NOT = "Y"                             K6RRST.1
049300         MOVE "NOT ON THE MANIFEST FOR THIS SET"                  K6RRST.1
049400             TO ST-RESULT (WS-SUB)                                K6RRST.1
049500         GO TO 3100-FAIL.                                         K6RRST.1
049600     IF ST-TRAILER-SW (WS-SUB) NOT = "Y"                          K6RRST.1
049700         MOVE "NOT IN THE BACKUP DATASET" TO ST-RESULT (WS-SUB)   K6RRST.1
049800         GO TO 3100-FAIL.                                         K6RRST.1
049900     IF ST-BK-RECORDS (WS-SUB) NOT = ST-TR-RECORDS (WS-SUB)       K6RRST.1
050000             OR WS-RUN-CHECKSUM-9 NOT = ST-TR-CHECKSUM (WS-SUB)   K6RRST.1
050100         MOVE "BACKUP RECORDS DO NOT MATCH TRAILER"               K6RRST.1
050200             TO ST-RESULT (WS-SUB)                                K6RRST.1
050300         GO TO 3100-FAIL.                                         K6RRST.1
050400     IF ST-TR-RECORDS (WS-SUB) NOT = ST-BASE-RECORDS (WS-SUB)     K6RRST.1
050500             OR ST-TR-CHECKSUM (WS-SUB)                           K6RRST.1
050600                 NOT = ST-BASE-CHECKSUM (WS-SUB)                  K6RRST.1
050700         MOVE "BACKUP DOES NOT MATCH MANIFEST"                    K6RRST.1
050800             TO ST-RESULT (WS-SUB)                                K6RRST.1
050900         GO TO 3100-FAIL.                                         K6RRST.1
051000     GO TO 3100-EXIT.                                             K6RRST.1
051100 3100-FAIL.                                                       K6RRST.1
051200     MOVE "FAILED  " TO ST-STATE (WS-SUB).                        K6RRST.1
051300     ADD 1 TO WS-FAILED.                                          K6RRST.1
051400 3100-EXIT.                                                       K6RRST.1
051500     EXIT.                                                        K6RRST.1
051600*================================================================ K6RRST.1
051700* 4000-RESTORE-SET -- SECOND PASS: REPLACE EACH REGISTER ASKED    K6RRST.1
051800* FOR, THEN READ IT BACK AND JOURNAL IT.                          K6RRST.1
051900*================================================================ K6RRST.1
052000 4000-RESTORE-SET.                                                K6RRST.1
052100     OPEN INPUT REG-BACKUP.                                       K6RRST.1
052200 4000-READ.                                                       K6RRST.1
052300     READ REG-BACKUP                                              K6RRST.1
052400         AT END GO TO 4000-DONE.                                  K6RRST.1
052500     IF RB-SET-ID NOT = WS-SET-ID                                 K6RRST.1
052600         GO TO 4000-READ.                                         K6RRST.1
052700     IF RB-TYPE NOT = "D" AND RB-TYPE NOT = "T"                   K6RRST.1
052800         GO TO 4000-READ.                                         K6RRST.1
052900     MOVE RB-REGISTER TO RL-DDNAME.                               K6RRST.1
053000     PERFORM 1600-FIND-REGISTER THRU 1600-EXIT.                   K6RRST.1
053100     IF WS-HIT-SUB = ZERO                                         K6RRST.1
053200         GO TO 4000-READ.                                         K6RRST.1
053300     IF ST-SELECTED-SW (WS-HIT-SUB) NOT = "Y"                     K6RRST.1
053400         GO TO 4000-READ.                                         K6RRST.1
053500     MOVE WS-HIT-SUB TO RI-REG-SUB.                               K6RRST.1
053600     IF ST-OUT-OPEN-SW (WS-HIT-SUB) NOT = "Y"                     K6RRST.1
053700         MOVE "OPENOUT " TO RI-FUNCTION                           K6RRST.1
053800         CALL "K6RGIO" USING REGISTER-IO-PARM                     K6RRST.1
053900         MOVE "Y" TO ST-OUT-OPEN-SW (WS-HIT-SUB)                  K6RRST.1
054000         IF RI-STATUS NOT = "00"                                  K6RRST.1
054100             MOVE "Y" TO ST-WRITE-ERR-SW (WS-HIT-SUB).            K6RRST.1
054200     IF RB-TYPE = "T"                                             K6RRST.1
054300         PERFORM 4100-FINISH-REGISTER THRU 4100-EXIT              K6RRST.1
054400         GO TO 4000-READ.                                         K6RRST.1
054500     MOVE "WRITE   " TO RI-FUNCTION.                              K6RRST.1
054600     MOVE RB-IMAGE TO RI-IMAGE.                                   K6RRST.1
054700     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RRST.1
054800     IF RI-STATUS NOT = "00"                                      K6RRST.1
054900         MOVE "Y" TO ST-WRITE-ERR-SW (WS-HIT-SUB).                K6RRST.1
055000     GO TO 4000-READ.                                             K6RRST.1
055100 4000-DONE.                                                       K6RRST.1
055200     CLOSE REG-BACKUP.                                            K6RRST.1
055300 4000-EXIT.                                                       K6RRST.1
055400     EXIT.                                                        K6RRST.1
055500*================================================================ K6RRST.1
055600* 4100-FINISH-REGISTER -- CLOSE, READ BACK, JOURNAL.              K6RRST.1
055700*================================================================ K6RRST.1
055800 4100-FINISH-REGISTER.                                            K6RRST.1
055900     MOVE "CLOSE   " TO RI-FUNCTION.                              K6RRST.1
056000     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RRST.1
056100     MOVE WS-HIT-SUB TO WS-SUB.                                   K6RRST.1
056200     PERFORM 4200-READ-BACK THRU 4200-EXIT.                       K6RRST.1
056300     IF ST-WRITE-ERR-SW (WS-SUB) = "Y"                            K6RRST.1
056400         MOVE "WRITE FAILED - REGISTER INCOMPLETE"                K6RRST.1
056500             TO ST-RESULT (WS-SUB)                                K6RRST.1
056600         GO TO 4100-FAIL.                                         K6RRST.1
056700     IF WS-RUN-RECORDS NOT = ST-BASE-RECORDS (WS-SUB)             K6RRST.1
056800             OR WS-RUN-CHECKSUM-9 NOT = ST-BASE-CHECKSUM (WS-SUB) K6RRST.1
056900         MOVE "READ-BACK DOES NOT MATCH THE SET"                  K6RRST.1
057000             TO ST-RESULT (WS-SUB)                                K6RRST.1
057100         GO TO 4100-FAIL.                                         K6RRST.1
057200     MOVE "RESTORED" TO ST-STATE (WS-SUB).                        K6RRST.1
057300     MOVE "RESTORED AND READ BACK - JOURNALED"                    K6RRST.1
057400         TO ST-RESULT (WS-SUB).                                   K6RRST.1
057500     IF ST-BASE-STATE (WS-SUB) = "ABSENT  "                       K6RRST.1
057600         MOVE "ABSENT IN SET - RESTORED EMPTY"                    K6RRST.1
057700             TO ST-RESULT (WS-SUB).                               K6RRST.1
057800     ADD 1 TO WS-RESTORED.                                        K6RRST.1
057900     PERFORM 4300-JOURNAL THRU 4300-EXIT.                         K6RRST.1
058000     GO TO 4100-EXIT.                                             K6RRST.1
058100 4100-FAIL.                                                       K6RRST.1
058200     MOVE "FAILED  " TO ST-STATE (WS-SUB).                        K6RRST.1
058300     ADD 1 TO WS-FAILED.                                          K6RRST.1
058400 4100-EXIT.                                                       K6RRST.1
058500     EXIT.                                                        K6RRST.1
058600 4200-READ-BACK.                                                  K6RRST.1
058700     MOVE ZERO TO WS-RUN-RECORDS.                                 K6RRST.1
058800     MOVE ZERO TO WS-RUN-CHECKSUM.                                K6RRST.1
058900     MOVE "OPENIN  " TO RI-FUNCTION.                              K6RRST.1
059000     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RRST.1
059100     IF RI-STATUS NOT = "00" AND RI-STATUS NOT = "05"             K6RRST.1
059200         MOVE "Y" TO ST-WRITE-ERR-SW (WS-SUB)                     K6RRST.1
059300         GO TO 4200-EXIT.                                         K6RRST.1
059400 4200-READ.                                                       K6RRST.1
059500     MOVE "READ    " TO RI-FUNCTION.                              K6RRST.1
059600     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RRST.1
059700     IF RI-EOF                                                    K6RRST.1
059800         GO TO 4200-CLOSE.                                        K6RRST.1
059900     IF RI-STATUS NOT = "00"                                      K6RRST.1
060000         MOVE "Y" TO ST-WRITE-ERR-SW (WS-SUB)                     K6RRST.1
060100         GO TO 4200-CLOSE.                                        K6RRST.1
060200     ADD 1 TO WS-RUN-RECORDS.                                     K6RRST.1
060300     MOVE RI-IMAGE TO WS-REG-CKSUM-AREA.                          K6RRST.1
060400     PERFORM 5000-FOLD THRU 5000-EXIT.                            K6RRST.1
060500     GO TO 4200-READ.                                             K6RRST.1
060600 4200-CLOSE.                                                      K6RRST.1
060700     MOVE "CLOSE   " TO RI-FUNCTION.                              K6RRST.1
060800     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RRST.1
060900 4200-EXIT.                                                       K6RRST.1
061000     MOVE WS-RUN-CHECKSUM TO WS-RUN-CHECKSUM-9.                   K6RRST.1
061100     EXIT.                                                        K6RRST.1
061200 4300-JOURNAL.                                                    K6RRST.1
061300     ACCEPT WS-NOW-TIME FROM TIME.                                K6RRST.1
061400     MOVE SPACE TO RM-MANIFEST-REC.                               K6RRST.1
061500     MOVE "J" TO RM-TYPE.                                         K6RRST.1
061600     MOVE WS-TODAY TO RM-SET-DATE.                                K6RRST.1
061700     MOVE WS-NOW-HHMMSS TO RM-SET-TIME.                           K6RRST.1
061800     MOVE RG-DDNAME (WS-SUB) TO RM-REGISTER.                      K6RRST.1
061900     MOVE WS-RUN-RECORDS TO RM-RECORDS.                           K6RRST.1
062000     MOVE WS-RUN-CHECKSUM-9 TO RM-CHECKSUM.                       K6RRST.1
062100     MOVE "RESTORED" TO RM-STATUS.                                K6RRST.1
062200     MOVE WS-USER TO RM-USER.                                     K6RRST.1
062300     MOVE WS-TICKET TO RM-TICKET.                                 K6RRST.1
062400     OPEN EXTEND REG-JOURNAL.                                     K6RRST.1
062500     WRITE RJ-JOURNAL-REC FROM RM-MANIFEST-REC.                   K6RRST.1
062600     CLOSE REG-JOURNAL.                                           K6RRST.1
062700 4300-EXIT.                                                       K6RRST.1
062800     EXIT.                                                        K6RRST.1
062900*================================================================ K6RRST.1
063000* 5000-FOLD -- ADD WS-REG-CKSUM-AREA INTO WS-RUN-CHECKSUM; THE    K6RRST.1
063100* SAME ADDITIVE HALFWORD FOLD AS K6RBKP.                          K6RRST.1
063200*================================================================ K6RRST.1
063300 5000-FOLD.                                                       K6RRST.1
063400     MOVE 1 TO WS-CHUNK-SUB.                                      K6RRST.1
063500 5000-CHUNK.                                                      K6RRST.1
063600     IF WS-CHUNK-SUB GREATER THAN 50                              K6RRST.1
063700         GO TO 5000-EXIT.                                         K6RRST.1
063800     ADD WS-REG-CKSUM-CHUNK (WS-CHUNK-SUB)                        K6RRST.1
063900         TO WS-RUN-CHECKSUM.                                      K6RRST.1
064000     IF WS-RUN-CHECKSUM GREATER THAN 99999999                     K6RRST.1
064100         SUBTRACT 100000000 FROM WS-RUN-CHECKSUM.                 K6RRST.1
064200     IF WS-RUN-CHECKSUM LESS THAN ZERO                            K6RRST.1
064300         ADD 100000000 TO WS-RUN-CHECKSUM.                        K6RRST.1
064400     ADD 1 TO WS-CHUNK-SUB.                                       K6RRST.1
064500     GO TO 5000-CHUNK.                                            K6RRST.1
064600 5000-EXIT.                                                       K6RRST.1
064700     EXIT.                                                        K6RRST.1
064800*================================================================ K6RRST.1
064900* 8000-PRINT-RESULTS -- ONE LINE PER REGISTER ASKED FOR.          K6RRST.1
065000*================================================================ K6RRST.1
065100 8000-PRINT-RESULTS.                                              K6RRST.1
065200     WRITE RR-PRINT-REC FROM HDR-LINE-2                           K6RRST.1
065300         AFTER ADVANCING 2 LINES.                                 K6RRST.1
065400     MOVE 1 TO WS-SUB.                                            K6RRST.1
065500 8000-LOOP.                                                       K6RRST.1
065600     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RRST.1
065700         GO TO 8000-VERDICT.                                      K6RRST.1
065800     IF ST-SELECTED-SW (WS-SUB) NOT = "Y"                         K6RRST.1
065900         GO TO 8000-NEXT.                                         K6RRST.1
066000     MOVE RG-DDNAME (WS-SUB) TO RL-DDNAME.                        K6RRST.1
066100     MOVE RG-DESC (WS-SUB) TO RL-DESC.                            K6RRST.1
066200     MOVE ST-BASE-RECORDS (WS-SUB) TO RL-RECORDS.                 K6RRST.1
066300     MOVE ST-BASE-CHECKSUM (WS-SUB) TO RL-CHECKSUM.               K6RRST.1
066400     MOVE ST-STATE (WS-SUB) TO RL-STATE.                          K6RRST.1
066500     MOVE ST-RESULT (WS-SUB) TO RL-RESULT.                        K6RRST.1
066600     IF ST-STATE (WS-SUB) = SPACE                                 K6RRST.1
066700         MOVE "NOT ATTEMPTED" TO RL-RESULT.                       K6RRST.1
066800     WRITE RR-PRINT-REC FROM REG-LINE                             K6RRST.1
066900         AFTER ADVANCING 1 LINE.                                  K6RRST.1
067000 8000-NEXT.                                                       K6RRST.1
067100     ADD 1 TO WS-SUB.                                             K6RRST.1
067200     GO TO 8000-LOOP.                                             K6RRST.1
067300 8000-VERDICT.                                                    K6RRST.1
067400     MOVE SPACE TO NL-ID.                                         K6RRST.1
067500     MOVE "VERIFIED ONLY (CHECK) - NO REGISTER WRITTEN"           K6RRST.1
067600         TO NL-TEXT.                                              K6RRST.1
067700     IF NOT WS-CHECK-ONLY                                         K6RRST.1
067800         MOVE "RESTORE COMPLETE" TO NL-TEXT.                      K6RRST.1
067900     IF WS-FAILED > ZERO AND WS-RESTORED = ZERO                   K6RRST.1
068000         MOVE "VERIFICATION FAILED - NO REGISTER WRITTEN"         K6RRST.1
068100             TO NL-TEXT.                                          K6RRST.1
068200     IF WS-FAILED > ZERO AND WS-RESTORED > ZERO                   K6RRST.1
068300         MOVE "RESTORE INCOMPLETE - CHECK THE FAILED REGISTERS"   K6RRST.1
068400             TO NL-TEXT.                                          K6RRST.1
068500     IF WS-FAILED > ZERO                                          K6RRST.1
068600         MOVE 16 TO WS-VERDICT-RC.                                K6RRST.1
068700     WRITE RR-PRINT-REC FROM NOTE-LINE                            K6RRST.1
068800         AFTER ADVANCING 2 LINES.                                 K6RRST.1
068900 8000-EXIT.                                                       K6RRST.1
069000     EXIT.                                                        K6RRST.1
069100*================================================================ K6RRST.1
069200* 9999-TERMINATE.                                                 K6RRST.1
069300*================================================================ K6RRST.1
069400 9999-TERMINATE.                                                  K6RRST.1
069500     MOVE WS-RESTORED TO TL-RESTORED.                             K6RRST.1
069600     MOVE WS-FAILED TO TL-FAILED.                                 K6RRST.1
069700     MOVE WS-VERDICT-RC TO TL-RC.                                 K6RRST.1
069800     WRITE RR-PRINT-REC FROM TOT-LINE                             K6RRST.1
069900         AFTER ADVANCING 2 LINES.                                 K6RRST.1
070000     CLOSE RRST-RPT.                                              K6RRST.1
070100 9999-EXIT.                                                       K6RRST.1
070200     EXIT.                                                        K6RRST.1
