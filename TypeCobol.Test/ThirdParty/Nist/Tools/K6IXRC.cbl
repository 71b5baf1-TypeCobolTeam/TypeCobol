000100 IDENTIFICATION DIVISION.                                         K6IXRC.1
000200 PROGRAM-ID.                                                      K6IXRC.1
000300     K6IXRC.                                                      K6IXRC.1
000400*================================================================ K6IXRC.1
000500* K6IXRC -- POINT-OF-FAILURE RECONSTRUCTION OF AN INDEXED WORK    K6IXRC.1
000600* FILE FROM THE AFTER-IMAGE JOURNAL.                              K6IXRC.1
000700*================================================================ K6IXRC.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6IXRC.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6IXRC.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6IXRC.1
001100* DATE-COMPILED.                                                  K6IXRC.1
001200*                                                                 K6IXRC.1
001300* REMARKS.                                                        K6IXRC.1
001400*    THE I/O JOURNAL (IOJRNL) SAYS WHICH OPERATIONS RAN BUT NOT   K6IXRC.1
001500*    WHAT THE FILE HELD, AND K6SALV/K6LOAD CAN ONLY REBUILD THE   K6IXRC.1
001600*    STANDARD STARTING STATE.  WHEN AN INDEXED TEST FAILS AFTER   K6IXRC.1
001700*    A LONG RUN OF WRITE/REWRITE/DELETE, THIS UTILITY REPLAYS     K6IXRC.1
001800*    THE AFTER-IMAGE JOURNAL (AIJRNL, K6AIJR.CPY -- WRITTEN WHEN  K6IXRC.1
001900*    K6-JOURNAL-MODE IS "AFT") FOR ONE PROGRAM RUN UP TO A        K6IXRC.1
002000*    CHOSEN OPERATION NUMBER, LEAVES A COPY OF IX-FD1 OR IX-FS2   K6IXRC.1
002100*    EXACTLY AS IT STOOD THEN IN RBLDIX, AND PRINTS THE RECORDS   K6IXRC.1
002200*    EITHER SIDE OF THE FAILING KEY.                              K6IXRC.1
002300*                                                                 K6IXRC.1
002400*    CONTROL CARD (RBLDCTL, 80 COLUMNS):                          K6IXRC.1
002500*      1-6   PROGRAM-ID                                           K6IXRC.1
002600*      8-15  RUN DATE CCYYMMDD  (BLANK = LATEST RUN IN AIJRNL)    K6IXRC.1
002700*      17-18 RUN SEQUENCE       (WITH THE RUN DATE)               K6IXRC.1
002800*      20-27 FILE  IX-FD1 OR IX-FS2 (BLANK = THE FILE OF THE      K6IXRC.1
002900*            CHOSEN OPERATION)                                    K6IXRC.1
003000*      29-36 OPERATION NUMBER   (BLANK OR ZERO = THE LAST         K6IXRC.1
003100*            OPERATION JOURNALED FOR THE RUN)                     K6IXRC.1
003200*      38-39 RECORDS SHOWN EITHER SIDE OF THE KEY (BLANK = 5,     K6IXRC.1
003300*            AT MOST 10)                                          K6IXRC.1
003400*      41-45 STARTING STATE  EMPTY, STD (THE K6LOAD PATTERN OF    K6IXRC.1
003500*            K6-IX-FILE-CAPACITY RECORDS) OR BLANK = EMPTY WHEN   K6IXRC.1
003600*            THE RUN'S FIRST OPERATION ON THE FILE WAS OPEN       K6IXRC.1
003700*            OUTPUT, STD OTHERWISE                                K6IXRC.1
003800*                                                                 K6IXRC.1
003900*    THE FAILING KEY IS THE KEY OF THE LAST OPERATION ON THE FILE K6IXRC.1
004000*    AT OR BEFORE THE CHOSEN ONE.  ONLY SUCCESSFUL UPDATES (FILE  K6IXRC.1
004100*    STATUS 0X) ARE REPLAYED; AN OPEN OUTPUT EMPTIES THE COPY     K6IXRC.1
004200*    AGAIN, AS IT EMPTIED THE FILE.  AN UPDATE THE COPY REFUSES   K6IXRC.1
004300*    MEANS THE STARTING STATE WAS NOT WHAT THE RUN SAW AND IS     K6IXRC.1
004400*    LISTED AS A DISCREPANCY.                                     K6IXRC.1
004500*                                                                 K6IXRC.1
004600*    RETURN CODES: 0 REBUILT, 4 REBUILT WITH DISCREPANCIES,       K6IXRC.1
004700*    8 RUN OR OPERATION NOT IN THE JOURNAL, 16 CONTROL CARD       K6IXRC.1
004800*    UNRECOGNIZED OR A FILE COULD NOT BE OPENED.                  K6IXRC.1
004900*                                                                 K6IXRC.1
005000* MODIFICATION HISTORY.                                           K6IXRC.1
005100*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6IXRC.1
005200*================================================================ K6IXRC.1
005300                                                                  K6IXRC.1
005400 ENVIRONMENT DIVISION.                                            K6IXRC.1
005500 CONFIGURATION SECTION.                                           K6IXRC.1
005600 SOURCE-COMPUTER.                                                 K6IXRC.1
005700     OUR-MAINFRAME.                                               K6IXRC.1
005800 OBJECT-COMPUTER.                                                 K6IXRC.1
005900     OUR-MAINFRAME.                                               K6IXRC.1
006000 INPUT-OUTPUT SECTION.                                            K6IXRC.1
006100 FILE-CONTROL.                                                    K6IXRC.1
006200     SELECT RBLD-CTL ASSIGN TO RBLDCTL                            K6IXRC.1
006300         ORGANIZATION IS SEQUENTIAL.                              K6IXRC.1
006400     SELECT AI-JOURNAL ASSIGN TO AIJRNL                           K6IXRC.1
006500         ORGANIZATION IS SEQUENTIAL                               K6IXRC.1
006600         FILE STATUS IS WS-AI-STATUS.                             K6IXRC.1
006700     SELECT RB-WORK ASSIGN TO RBLDIX                              K6IXRC.1
006800         ORGANIZATION IS INDEXED                                  K6IXRC.1
006900         ACCESS MODE IS DYNAMIC                                   K6IXRC.1
007000         RECORD KEY IS RBW-KEY                                    K6IXRC.1
007100         ALTERNATE RECORD KEY IS RBW-ALTKEY1                      K6IXRC.1
007200             WITH DUPLICATES                                      K6IXRC.1
007300         FILE STATUS IS WS-RB-STATUS.                             K6IXRC.1
007400     SELECT RBLD-RPT ASSIGN TO RBLDRPT                            K6IXRC.1
007500         ORGANIZATION IS SEQUENTIAL.                              K6IXRC.1
007600                                                                  K6IXRC.1
007700 DATA DIVISION.                                                   K6IXRC.1
007800 FILE SECTION.                                                    K6IXRC.1
007900 FD  RBLD-CTL                                                     K6IXRC.1
008000     LABEL RECORDS ARE STANDARD.                                  K6IXRC.1
008100 01  CTL-REC.                                                     K6IXRC.1
008200     05  CTL-PGM-ID           PIC X(6).                           K6IXRC.1
008300     05  FILLER               PIC X(1).                           K6IXRC.1
008400     05  CTL-RUN-DATE         PIC X(8).                           K6IXRC.1
008500     05  FILLER               PIC X(1).                           K6IXRC.1
008600     05  CTL-RUN-SEQ          PIC X(2).                           K6IXRC.1
008700     05  FILLER               PIC X(1).                           K6IXRC.1
008800     05  CTL-FILE-NAME        PIC X(8).                           K6IXRC.1
008900     05  FILLER               PIC X(1).                           K6IXRC.1
009000     05  CTL-OP-SEQ           PIC X(8).                           K6IXRC.1
009100     05  FILLER               PIC X(1).                           K6IXRC.1
009200     05  CTL-WINDOW           PIC X(2).                           K6IXRC.1
009300     05  FILLER               PIC X(1).                           K6IXRC.1
009400     05  CTL-BASE             PIC X(5).                           K6IXRC.1
009500     05  FILLER               PIC X(35).                          K6IXRC.1
009600 FD  AI-JOURNAL                                                   K6IXRC.1
009700     LABEL RECORDS ARE STANDARD.                                  K6IXRC.1
009800     COPY K6AIJR.                                                 K6IXRC.1
009900 FD  RB-WORK                                                      K6IXRC.1
010000     LABEL RECORDS ARE STANDARD                                   K6IXRC.1
010100     RECORD CONTAINS 240 CHARACTERS.                              K6IXRC.1
010200* SAME SHAPE AS IX-FD1R1-F-G-240 IN THE IX PROGRAMS.              K6IXRC.1
010300 01  RBW-REC-240.                                                 K6IXRC.1
010400     05  RBW-REC-001-120      PIC X(120).                         K6IXRC.1
010500     05  RBW-REC-121-240.                                         K6IXRC.1
010600         10  FILLER           PIC X(8).                           K6IXRC.1
010700         10  RBW-KEY.                                             K6IXRC.1
010800             15  RBW-KEYNUM   PIC 9(5).                           K6IXRC.1
010900             15  FILLER       PIC 9(5).                           K6IXRC.1
011000         10  FILLER           PIC X(5).                           K6IXRC.1
011100         10  FILLER           PIC X(19).                          K6IXRC.1
011200         10  FILLER           PIC X(9).                           K6IXRC.1
011300         10  RBW-ALTKEY1.                                         K6IXRC.1
011400             15  FILLER       PIC 9(5).                           K6IXRC.1
011500             15  RBW-ALTKEY1NUM PIC 9(5).                         K6IXRC.1
011600         10  FILLER           PIC 9(5).                           K6IXRC.1
011700         10  FILLER           PIC X(19).                          K6IXRC.1
011800         10  FILLER           PIC X(45).                          K6IXRC.1
011900 FD  RBLD-RPT                                                     K6IXRC.1
012000     LABEL RECORDS ARE STANDARD.                                  K6IXRC.1
012100 01  RR-PRINT-REC             PIC X(120).                         K6IXRC.1
012200                                                                  K6IXRC.1
012300 WORKING-STORAGE SECTION.                                         K6IXRC.1
012400* ----------------------------------------------------------      K6IXRC.1
012500* SWITCHES AND COUNTERS.                                          K6IXRC.1
012600* ----------------------------------------------------------      K6IXRC.1
012700 77  WS-AI-STATUS             PIC X(2)   VALUE SPACE.             K6IXRC.1
012800 77  WS-RB-STATUS             PIC X(2)   VALUE SPACE.             K6IXRC.1
012900 77  WS-AI-EOF-SW             PIC X      VALUE "N".               K6IXRC.1
013000     88  WS-AI-EOF                       VALUE "Y".               K6IXRC.1
013100 77  WS-RB-EOF-SW             PIC X      VALUE "N".               K6IXRC.1
013200     88  WS-RB-EOF                       VALUE "Y".               K6IXRC.1
013300 77  WS-RUN-FOUND-SW          PIC X      VALUE "N".               K6IXRC.1
013400     88  WS-RUN-FOUND                    VALUE "Y".               K6IXRC.1
013500 77  WS-OP-FOUND-SW           PIC X      VALUE "N".               K6IXRC.1
013600     88  WS-OP-FOUND                     VALUE "Y".               K6IXRC.1
013700 77  WS-KEY-REACHED-SW        PIC X      VALUE "N".               K6IXRC.1
013800     88  WS-KEY-REACHED                  VALUE "Y".               K6IXRC.1
013900 77  WS-BASE                  PIC X(5)   VALUE SPACE.             K6IXRC.1
014000     88  WS-BASE-EMPTY                   VALUE "EMPTY".           K6IXRC.1
014100     88  WS-BASE-STD                     VALUE "STD  ".           K6IXRC.1
014200 77  WS-PGM-ID                PIC X(6)   VALUE SPACE.             K6IXRC.1
014300 77  WS-FILE-NAME             PIC X(8)   VALUE SPACE.             K6IXRC.1
014400     88  WS-FILE-VALID                   VALUE "IX-FD1  "         K6IXRC.1
014500                                               "IX-FS2  ".        K6IXRC.1
014600 77  WS-ROLE                  PIC X(6)   VALUE SPACE.             K6IXRC.1
014700 77  WS-RUN-DATE              PIC 9(8)   VALUE ZERO.              K6IXRC.1
014800 77  WS-RUN-SEQ               PIC 99     VALUE ZERO.              K6IXRC.1
014900 77  WS-OP-LIMIT              PIC 9(8)   VALUE ZERO.              K6IXRC.1
015000 77  WS-LAST-OP               PIC 9(8)   VALUE ZERO.              K6IXRC.1
015100 77  WS-WINDOW                PIC 99     VALUE 5.                 K6IXRC.1
015200 77  WS-FD1-FIRST-VERB        PIC X(11)  VALUE SPACE.             K6IXRC.1
015300 77  WS-FS2-FIRST-VERB        PIC X(11)  VALUE SPACE.             K6IXRC.1
015400 77  WS-FIRST-VERB            PIC X(11)  VALUE SPACE.             K6IXRC.1
015500* ----------------------------------------------------------      K6IXRC.1
015600* THE CHOSEN OPERATION, AND THE LAST OPERATION ON THE FILE AT     K6IXRC.1
015700* OR BEFORE IT (WHOSE KEY IS THE FAILING KEY).                    K6IXRC.1
015800* ----------------------------------------------------------      K6IXRC.1
015900 77  WS-TGT-OP                PIC 9(8)   VALUE ZERO.              K6IXRC.1
016000 77  WS-TGT-FILE              PIC X(8)   VALUE SPACE.             K6IXRC.1
016100 77  WS-TGT-VERB              PIC X(11)  VALUE SPACE.             K6IXRC.1
016200 77  WS-TGT-STATUS            PIC X(2)   VALUE SPACE.             K6IXRC.1
016300 77  WS-TGT-KEY               PIC X(10)  VALUE SPACE.             K6IXRC.1
016400 77  WS-TGT-DATE              PIC 9(8)   VALUE ZERO.              K6IXRC.1
016500 77  WS-TGT-TIME              PIC 9(8)   VALUE ZERO.              K6IXRC.1
016600 77  WS-FAIL-OP               PIC 9(8)   VALUE ZERO.              K6IXRC.1
016700 77  WS-FAIL-VERB             PIC X(11)  VALUE SPACE.             K6IXRC.1
016800 77  WS-FAIL-STATUS           PIC X(2)   VALUE SPACE.             K6IXRC.1
016900 77  WS-FAIL-KEY              PIC X(10)  VALUE SPACE.             K6IXRC.1
017000 77  WS-FAIL-DATE             PIC 9(8)   VALUE ZERO.              K6IXRC.1
017100 77  WS-FAIL-TIME             PIC 9(8)   VALUE ZERO.              K6IXRC.1
017200* ----------------------------------------------------------      K6IXRC.1
017300* REPLAY COUNTS.                                                  K6IXRC.1
017400* ----------------------------------------------------------      K6IXRC.1
017500 77  WS-BASE-RECORDS          PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
017600 77  WS-WRITES                PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
017700 77  WS-REWRITES              PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
017800 77  WS-DELETES               PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
017900 77  WS-RESETS                PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
018000 77  WS-NOT-APPLIED           PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
018100 77  WS-DISCREPANCIES         PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
018200 77  WS-FILE-RECORDS          PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
018300 77  WS-RECORD-SUB            PIC 9(6)   COMP VALUE ZERO.         K6IXRC.1
018400 77  WS-AFTER-SHOWN           PIC 99     COMP VALUE ZERO.         K6IXRC.1
018500 01  WS-CTL-NUM               PIC 9(8)   VALUE ZERO.              K6IXRC.1
018600     COPY K6IXSIZ.                                                K6IXRC.1
018700* ----------------------------------------------------------      K6IXRC.1
018800* THE RECORDS JUST BEFORE THE FAILING KEY, KEPT ROUND-ROBIN       K6IXRC.1
018900* WHILE THE COPY IS READ IN KEY ORDER.                            K6IXRC.1
019000* ----------------------------------------------------------      K6IXRC.1
019100 77  WS-BEFORE-COUNT          PIC 99     COMP VALUE ZERO.         K6IXRC.1
019200 77  WS-BEFORE-NEXT           PIC 99     COMP VALUE 1.            K6IXRC.1
019300 77  WS-BEFORE-SUB            PIC 99     COMP VALUE ZERO.         K6IXRC.1
019400 77  WS-SHOW-SUB              PIC 99     COMP VALUE ZERO.         K6IXRC.1
019500 01  WS-BEFORE-TABLE.                                             K6IXRC.1
019600     05  WS-BEFORE-REC        PIC X(240) OCCURS 10 TIMES.         K6IXRC.1
019700 01  WS-SHOW-REC.                                                 K6IXRC.1
019800     05  WS-SHOW-CHUNK        PIC X(80)  OCCURS 3 TIMES.          K6IXRC.1
019900 01  WS-SHOW-KEYS REDEFINES WS-SHOW-REC.                          K6IXRC.1
020000     05  FILLER               PIC X(128).                         K6IXRC.1
020100     05  WS-SHOW-KEY          PIC X(10).                          K6IXRC.1
020200     05  FILLER               PIC X(33).                          K6IXRC.1
020300     05  WS-SHOW-ALTKEY       PIC X(10).                          K6IXRC.1
020400     05  FILLER               PIC X(69).                          K6IXRC.1
020500* ----------------------------------------------------------      K6IXRC.1
020600* REPORT LINES.                                                   K6IXRC.1
020700* ----------------------------------------------------------      K6IXRC.1
020800 01  HDR-LINE-1.                                                  K6IXRC.1
020900     05  FILLER           PIC X(40) VALUE                         K6IXRC.1
021000         "IX WORK-FILE RECONSTRUCTION     PROGRAM ".              K6IXRC.1
021100     05  HDR-PGM-ID       PIC X(6).                               K6IXRC.1
021200     05  FILLER           PIC X(5)  VALUE " RUN ".                K6IXRC.1
021300     05  HDR-RUN-DATE     PIC 9(8).                               K6IXRC.1
021400     05  FILLER           PIC X(1)  VALUE "-".                    K6IXRC.1
021500     05  HDR-RUN-SEQ      PIC 99.                                 K6IXRC.1
021600     05  FILLER           PIC X(6)  VALUE " FILE ".               K6IXRC.1
021700     05  HDR-FILE         PIC X(8).                               K6IXRC.1
021800     05  FILLER           PIC X(19) VALUE                         K6IXRC.1
021900         " THROUGH OPERATION ".                                   K6IXRC.1
022000     05  HDR-OP           PIC Z(7)9.                              K6IXRC.1
022100     05  FILLER           PIC X(17) VALUE SPACE.                  K6IXRC.1
022200 01  BASE-LINE.                                                   K6IXRC.1
022300     05  FILLER           PIC X(16) VALUE "STARTING STATE  ".     K6IXRC.1
022400     05  BL-TEXT          PIC X(60).                              K6IXRC.1
022500     05  FILLER           PIC X(44) VALUE SPACE.                  K6IXRC.1
022600 01  OP-LINE.                                                     K6IXRC.1
022700     05  OL-LABEL         PIC X(16).                              K6IXRC.1
022800     05  OL-OP            PIC Z(7)9.                              K6IXRC.1
022900     05  FILLER           PIC X(2)  VALUE SPACE.                  K6IXRC.1
023000     05  OL-FILE          PIC X(8).                               K6IXRC.1
023100     05  FILLER           PIC X(1)  VALUE SPACE.                  K6IXRC.1
023200     05  OL-VERB          PIC X(11).                              K6IXRC.1
023300     05  FILLER           PIC X(8)  VALUE " STATUS ".             K6IXRC.1
023400     05  OL-STATUS        PIC X(2).                               K6IXRC.1
023500     05  FILLER           PIC X(5)  VALUE " KEY ".                K6IXRC.1
023600     05  OL-KEY           PIC X(10).                              K6IXRC.1
023700     05  FILLER           PIC X(4)  VALUE " AT ".                 K6IXRC.1
023800     05  OL-DATE          PIC 9(8).                               K6IXRC.1
023900     05  FILLER           PIC X(1)  VALUE SPACE.                  K6IXRC.1
024000     05  OL-TIME          PIC 9(8).                               K6IXRC.1
024100     05  FILLER           PIC X(28) VALUE SPACE.                  K6IXRC.1
024200 01  SECT-LINE.                                                   K6IXRC.1
024300     05  SL-TEXT          PIC X(60).                              K6IXRC.1
024400     05  FILLER           PIC X(60) VALUE SPACE.                  K6IXRC.1
024500 01  REC-LINE.                                                    K6IXRC.1
024600     05  RL-MARK          PIC X(2).                               K6IXRC.1
024700     05  RL-KEY-TAG       PIC X(4).                               K6IXRC.1
024800     05  RL-KEY           PIC X(10).                              K6IXRC.1
024900     05  RL-ALT-TAG       PIC X(5).                               K6IXRC.1
025000     05  RL-ALTKEY        PIC X(10).                              K6IXRC.1
025100     05  FILLER           PIC X(1)  VALUE SPACE.                  K6IXRC.1
025200     05  RL-RANGE         PIC X(7).                               K6IXRC.1
025300     05  FILLER           PIC X(1)  VALUE SPACE.                  K6IXRC.1
025400     05  RL-TEXT          PIC X(80).                              K6IXRC.1
025500 01  TOT-LINE.                                                    K6IXRC.1
025600     05  TL-LABEL         PIC X(30).                              K6IXRC.1
025700     05  TL-COUNT         PIC ZZZZZ9.                             K6IXRC.1
025800     05  FILLER           PIC X(84) VALUE SPACE.                  K6IXRC.1
025900 01  MSG-LINE.                                                    K6IXRC.1
026000     05  ML-TEXT          PIC X(80).                              K6IXRC.1
026100     05  FILLER           PIC X(40) VALUE SPACE.                  K6IXRC.1
026200                                                                  K6IXRC.1
026300 PROCEDURE DIVISION.                                              K6IXRC.1
026400*================================================================ K6IXRC.1
026500* 0000-MAINLINE -- FIND THE RUN AND THE OPERATION, REPLAY THE     K6IXRC.1
026600* JOURNAL INTO THE COPY, THEN SHOW THE NEIGHBOURHOOD OF THE KEY.  K6IXRC.1
026700*================================================================ K6IXRC.1
026800 0000-MAINLINE.                                                   K6IXRC.1
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6IXRC.1
027000     IF RETURN-CODE NOT = ZERO                                    K6IXRC.1
027100         GO TO 0000-WRAP-UP.                                      K6IXRC.1
027200     PERFORM 2000-LOCATE-RUN THRU 2000-EXIT.                      K6IXRC.1
027300     IF RETURN-CODE NOT = ZERO                                    K6IXRC.1
027400         GO TO 0000-WRAP-UP.                                      K6IXRC.1
027500     PERFORM 3000-BUILD-BASE THRU 3000-EXIT.                      K6IXRC.1
027600     IF RETURN-CODE NOT = ZERO                                    K6IXRC.1
027700         GO TO 0000-WRAP-UP.                                      K6IXRC.1
027800     PERFORM 4000-REPLAY THRU 4000-EXIT.                          K6IXRC.1
027900     PERFORM 5000-SHOW-NEIGHBOURS THRU 5000-EXIT.                 K6IXRC.1
028000 0000-WRAP-UP.                                                    K6IXRC.1
028100     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.                    K6IXRC.1
028200     CLOSE RBLD-RPT.                                              K6IXRC.1
028300     STOP RUN.                                                    K6IXRC.1
028400*================================================================ K6IXRC.1
028500* 1000-INITIALIZE -- READ AND CHECK THE CONTROL CARD.             K6IXRC.1
028600*================================================================ K6IXRC.1
028700 1000-INITIALIZE.                                                 K6IXRC.1
028800     OPEN INPUT RBLD-CTL.                                         K6IXRC.1
028900     READ RBLD-CTL                                                K6IXRC.1
029000         AT END MOVE SPACE TO CTL-REC.                            K6IXRC.1
029100     CLOSE RBLD-CTL.                                              K6IXRC.1
029200     OPEN OUTPUT RBLD-RPT.                                        K6IXRC.1
029300     MOVE CTL-PGM-ID    TO WS-PGM-ID.                             K6IXRC.1
029400     MOVE CTL-FILE-NAME TO WS-FILE-NAME.                          K6IXRC.1
029500     MOVE CTL-BASE      TO WS-BASE.                               K6IXRC.1
029600     IF WS-PGM-ID = SPACE                                         K6IXRC.1
029700         MOVE "CONTROL CARD HAS NO PROGRAM-ID - NOTHING DONE"     K6IXRC.1
029800             TO ML-TEXT                                           K6IXRC.1
029900         GO TO 1000-BAD-CARD.                                     K6IXRC.1
030000     IF WS-FILE-NAME NOT = SPACE AND NOT WS-FILE-VALID            K6IXRC.1
030100         MOVE "FILE MUST BE IX-FD1 OR IX-FS2 - NOTHING DONE"      K6IXRC.1
030200             TO ML-TEXT                                           K6IXRC.1
030300         GO TO 1000-BAD-CARD.                                     K6IXRC.1
030400     IF WS-BASE NOT = SPACE                                       K6IXRC.1
030500             AND NOT WS-BASE-EMPTY AND NOT WS-BASE-STD            K6IXRC.1
030600         MOVE "STARTING STATE MUST BE EMPTY OR STD - NOTHING DONE"K6IXRC.1
030700             TO ML-TEXT                                           K6IXRC.1
030800         GO TO 1000-BAD-CARD.                                     K6IXRC.1
030900     IF CTL-RUN-DATE NOT = SPACE                                  K6IXRC.1
031000         IF CTL-RUN-DATE NUMERIC AND CTL-RUN-SEQ NUMERIC          K6IXRC.1
031100             MOVE CTL-RUN-DATE TO WS-RUN-DATE                     K6IXRC.1
031200             MOVE CTL-RUN-SEQ  TO WS-RUN-SEQ                      K6IXRC.1
031300         ELSE                                                     K6IXRC.1
031400             MOVE "RUN DATE/SEQUENCE NOT NUMERIC - NOTHING DONE"  K6IXRC.1
031500                 TO ML-TEXT                                       K6IXRC.1
031600             GO TO 1000-BAD-CARD.                                 K6IXRC.1
031700     IF CTL-OP-SEQ NUMERIC                                        K6IXRC.1
031800         MOVE CTL-OP-SEQ TO WS-OP-LIMIT.                          K6IXRC.1
031900     IF CTL-WINDOW NUMERIC                                        K6IXRC.1
032000         MOVE CTL-WINDOW TO WS-WINDOW.                            K6IXRC.1
032100     IF WS-WINDOW = ZERO                                          K6IXRC.1
032200         MOVE 5 TO WS-WINDOW.                                     K6IXRC.1
032300     IF WS-WINDOW > 10                                            K6IXRC.1
032400         MOVE 10 TO WS-WINDOW.                                    K6IXRC.1
032500     GO TO 1000-EXIT.                                             K6IXRC.1
032600 1000-BAD-CARD.                                                   K6IXRC.1
032700     WRITE RR-PRINT-REC FROM MSG-LINE                             K6IXRC.1
032800         AFTER ADVANCING PAGE.                                    K6IXRC.1
032900     MOVE 16 TO RETURN-CODE.                                      K6IXRC.1
033000 1000-EXIT.                                                       K6IXRC.1
033100     EXIT.                                                        K6IXRC.1
033200*================================================================ K6IXRC.1
033300* 2000-LOCATE-RUN -- FIRST PASS OF AIJRNL.  PICKS THE RUN (THE    K6IXRC.1
033400* LATEST ONE FOR THE PROGRAM WHEN THE CARD GIVES NO DATE), THE    K6IXRC.1
033500* CHOSEN OPERATION AND ITS FILE, AND HOW THE RUN FIRST OPENED     K6IXRC.1
033600* EACH WORK FILE.  RUNS ARE APPENDED IN TIME ORDER, SO A LATER    K6IXRC.1
033700* RUN THAN THE ONE IN HAND STARTS THE PICTURE AFRESH.             K6IXRC.1
033800*================================================================ K6IXRC.1
033900 2000-LOCATE-RUN.                                                 K6IXRC.1
034000     OPEN INPUT AI-JOURNAL.                                       K6IXRC.1
034100     IF WS-AI-STATUS NOT = "00"                                   K6IXRC.1
034200         MOVE "AFTER-IMAGE JOURNAL (AIJRNL) CANNOT BE OPENED"     K6IXRC.1
034300             TO ML-TEXT                                           K6IXRC.1
034400         WRITE RR-PRINT-REC FROM MSG-LINE                         K6IXRC.1
034500             AFTER ADVANCING PAGE                                 K6IXRC.1
034600         MOVE 16 TO RETURN-CODE                                   K6IXRC.1
034700         GO TO 2000-EXIT.                                         K6IXRC.1
034800 2000-READ.                                                       K6IXRC.1
034900     READ AI-JOURNAL                                              K6IXRC.1
035000         AT END GO TO 2000-DONE.                                  K6IXRC.1
035100     IF AI-PGM-ID NOT = WS-PGM-ID                                 K6IXRC.1
035200         GO TO 2000-READ.                                         K6IXRC.1
035300     IF CTL-RUN-DATE NOT = SPACE                                  K6IXRC.1
035400         IF AI-RUN-DATE NOT = WS-RUN-DATE                         K6IXRC.1
035500                 OR AI-RUN-SEQ NOT = WS-RUN-SEQ                   K6IXRC.1
035600             GO TO 2000-READ.                                     K6IXRC.1
035700     IF NOT WS-RUN-FOUND                                          K6IXRC.1
035800         GO TO 2000-NEW-RUN.                                      K6IXRC.1
035900     IF AI-RUN-DATE < WS-RUN-DATE                                 K6IXRC.1
036000         GO TO 2000-READ.                                         K6IXRC.1
036100     IF AI-RUN-DATE = WS-RUN-DATE AND AI-RUN-SEQ < WS-RUN-SEQ     K6IXRC.1
036200         GO TO 2000-READ.                                         K6IXRC.1
036300     IF AI-RUN-DATE = WS-RUN-DATE AND AI-RUN-SEQ = WS-RUN-SEQ     K6IXRC.1
036400         GO TO 2000-TAKE.                                         K6IXRC.1
036500 2000-NEW-RUN.                                                    K6IXRC.1
036600     SET WS-RUN-FOUND TO TRUE.                                    K6IXRC.1
036700     MOVE AI-RUN-DATE TO WS-RUN-DATE.                             K6IXRC.1
036800     MOVE AI-RUN-SEQ  TO WS-RUN-SEQ.                              K6IXRC.1
036900     MOVE "N"   TO WS-OP-FOUND-SW.                                K6IXRC.1
037000     MOVE ZERO  TO WS-LAST-OP.                                    K6IXRC.1
037100     MOVE SPACE TO WS-FD1-FIRST-VERB WS-FS2-FIRST-VERB.           K6IXRC.1
037200 2000-TAKE.                                                       K6IXRC.1
037300     IF AI-OP-SEQ > WS-LAST-OP                                    K6IXRC.1
037400         MOVE AI-OP-SEQ TO WS-LAST-OP.                            K6IXRC.1
037500     IF AI-FILE-NAME = "IX-FD1  " AND WS-FD1-FIRST-VERB = SPACE   K6IXRC.1
037600         MOVE AI-VERB TO WS-FD1-FIRST-VERB.                       K6IXRC.1
037700     IF AI-FILE-NAME = "IX-FS2  " AND WS-FS2-FIRST-VERB = SPACE   K6IXRC.1
037800         MOVE AI-VERB TO WS-FS2-FIRST-VERB.                       K6IXRC.1
037900     IF WS-OP-LIMIT NOT = ZERO AND AI-OP-SEQ NOT = WS-OP-LIMIT    K6IXRC.1
038000         GO TO 2000-READ.                                         K6IXRC.1
038100     SET WS-OP-FOUND TO TRUE.                                     K6IXRC.1
038200     MOVE AI-OP-SEQ    TO WS-TGT-OP.                              K6IXRC.1
038300     MOVE AI-FILE-NAME TO WS-TGT-FILE.                            K6IXRC.1
038400     MOVE AI-VERB      TO WS-TGT-VERB.                            K6IXRC.1
038500     MOVE AI-STATUS    TO WS-TGT-STATUS.                          K6IXRC.1
038600     MOVE AI-KEY-VALUE TO WS-TGT-KEY.                             K6IXRC.1
038700     MOVE AI-DATE      TO WS-TGT-DATE.                            K6IXRC.1
038800     MOVE AI-TIME      TO WS-TGT-TIME.                            K6IXRC.1
038900     GO TO 2000-READ.                                             K6IXRC.1
039000 2000-DONE.                                                       K6IXRC.1
039100     CLOSE AI-JOURNAL.                                            K6IXRC.1
039200     IF NOT WS-RUN-FOUND                                          K6IXRC.1
039300         MOVE SPACE TO ML-TEXT                                    K6IXRC.1
039400         STRING "NO AFTER-IMAGE JOURNAL FOR " WS-PGM-ID           K6IXRC.1
039500                " -- WAS K6-JOURNAL-MODE ""AFT""?"                K6IXRC.1
039600             DELIMITED BY SIZE INTO ML-TEXT                       K6IXRC.1
039700         WRITE RR-PRINT-REC FROM MSG-LINE                         K6IXRC.1
039800             AFTER ADVANCING PAGE                                 K6IXRC.1
039900         MOVE 8 TO RETURN-CODE                                    K6IXRC.1
040000         GO TO 2000-EXIT.                                         K6IXRC.1
040100     IF NOT WS-OP-FOUND                                           K6IXRC.1
040200         MOVE SPACE TO ML-TEXT                                    K6IXRC.1
040300         STRING "OPERATION " CTL-OP-SEQ                           K6IXRC.1
040400                " NOT JOURNALED FOR THE RUN -- LAST IS "          K6IXRC.1
040500                WS-LAST-OP                                        K6IXRC.1
040600             DELIMITED BY SIZE INTO ML-TEXT                       K6IXRC.1
040700         WRITE RR-PRINT-REC FROM MSG-LINE                         K6IXRC.1
040800             AFTER ADVANCING PAGE                                 K6IXRC.1
040900         MOVE 8 TO RETURN-CODE                                    K6IXRC.1
041000         GO TO 2000-EXIT.                                         K6IXRC.1
041100     IF WS-OP-LIMIT = ZERO                                        K6IXRC.1
041200         MOVE WS-TGT-OP TO WS-OP-LIMIT.                           K6IXRC.1
041300     IF WS-FILE-NAME = SPACE                                      K6IXRC.1
041400         MOVE WS-TGT-FILE TO WS-FILE-NAME.                        K6IXRC.1
041500     IF NOT WS-FILE-VALID                                         K6IXRC.1
041600         MOVE SPACE TO ML-TEXT                                    K6IXRC.1
041700         STRING "OPERATION IS ON " WS-TGT-FILE                    K6IXRC.1
041800                " -- NAME IX-FD1 OR IX-FS2 ON THE CARD"           K6IXRC.1
041900             DELIMITED BY SIZE INTO ML-TEXT                       K6IXRC.1
042000         WRITE RR-PRINT-REC FROM MSG-LINE                         K6IXRC.1
042100             AFTER ADVANCING PAGE                                 K6IXRC.1
042200         MOVE 16 TO RETURN-CODE                                   K6IXRC.1
042300         GO TO 2000-EXIT.                                         K6IXRC.1
042400     IF WS-FILE-NAME = "IX-FD1  "                                 K6IXRC.1
042500         MOVE "IXFD1 " TO WS-ROLE                                 K6IXRC.1
042600         MOVE WS-FD1-FIRST-VERB TO WS-FIRST-VERB                  K6IXRC.1
042700     ELSE                                                         K6IXRC.1
042800         MOVE "IXFS2 " TO WS-ROLE                                 K6IXRC.1
042900         MOVE WS-FS2-FIRST-VERB TO WS-FIRST-VERB.                 K6IXRC.1
043000     MOVE WS-PGM-ID    TO HDR-PGM-ID.                             K6IXRC.1
043100     MOVE WS-RUN-DATE  TO HDR-RUN-DATE.                           K6IXRC.1
043200     MOVE WS-RUN-SEQ   TO HDR-RUN-SEQ.                            K6IXRC.1
043300     MOVE WS-FILE-NAME TO HDR-FILE.                               K6IXRC.1
043400     MOVE WS-OP-LIMIT  TO HDR-OP.                                 K6IXRC.1
043500     WRITE RR-PRINT-REC FROM HDR-LINE-1                           K6IXRC.1
043600         AFTER ADVANCING PAGE.                                    K6IXRC.1
043700     MOVE "CHOSEN OPERATION" TO OL-LABEL.                         K6IXRC.1
043800     MOVE WS-TGT-OP     TO OL-OP.                                 K6IXRC.1
043900     MOVE WS-TGT-FILE   TO OL-FILE.                               K6IXRC.1
044000     MOVE WS-TGT-VERB   TO OL-VERB.                               K6IXRC.1
044100     MOVE WS-TGT-STATUS TO OL-STATUS.                             K6IXRC.1
044200     MOVE WS-TGT-KEY    TO OL-KEY.                                K6IXRC.1
044300     MOVE WS-TGT-DATE   TO OL-DATE.                               K6IXRC.1
044400     MOVE WS-TGT-TIME   TO OL-TIME.                               K6IXRC.1
044500     WRITE RR-PRINT-REC FROM OP-LINE                              K6IXRC.1
044600         AFTER ADVANCING 2 LINES.                                 K6IXRC.1
044700 2000-EXIT.                                                       K6IXRC.1
044800     EXIT.                                                        K6IXRC.1
044900*================================================================ K6IXRC.1
045000* 3000-BUILD-BASE -- CREATE THE COPY IN ITS STARTING STATE:       K6IXRC.1
045100* EMPTY, OR THE STANDARD ASCENDING-KEY / DESCENDING-ALTKEY LOAD   K6IXRC.1
045200* PATTERN EXACTLY AS K6LOAD BUILDS IT.  THE COPY IS LEFT OPEN     K6IXRC.1
045300* I-O FOR THE REPLAY.                                             K6IXRC.1
045400*================================================================ K6IXRC.1
045500 3000-BUILD-BASE.                                                 K6IXRC.1
045600     IF WS-BASE = SPACE                                           K6IXRC.1
045700         IF WS-FIRST-VERB = "OPEN OUT"                            K6IXRC.1
045800             MOVE "EMPTY" TO WS-BASE                              K6IXRC.1
045900         ELSE                                                     K6IXRC.1
046000             MOVE "STD  " TO WS-BASE.                             K6IXRC.1
046100     OPEN OUTPUT RB-WORK.                                         K6IXRC.1
046200     IF WS-RB-STATUS NOT = "00"                                   K6IXRC.1
046300         MOVE "RECONSTRUCTION FILE (RBLDIX) CANNOT BE OPENED"     K6IXRC.1
046400             TO ML-TEXT                                           K6IXRC.1
046500         WRITE RR-PRINT-REC FROM MSG-LINE                         K6IXRC.1
046600             AFTER ADVANCING 2 LINES                              K6IXRC.1
046700         MOVE 16 TO RETURN-CODE                                   K6IXRC.1
046800         GO TO 3000-EXIT.                                         K6IXRC.1
046900     IF WS-BASE-EMPTY                                             K6IXRC.1
047000         MOVE "EMPTY" TO BL-TEXT                                  K6IXRC.1
047100         GO TO 3000-REOPEN.                                       K6IXRC.1
047200     MOVE ZERO TO WS-RECORD-SUB.                                  K6IXRC.1
047300 3000-BUILD-ONE.                                                  K6IXRC.1
047400     IF WS-RECORD-SUB NOT < K6-IX-FILE-CAPACITY                   K6IXRC.1
047500         GO TO 3000-BUILT.                                        K6IXRC.1
047600     ADD 1 TO WS-RECORD-SUB.                                      K6IXRC.1
047700     MOVE SPACE TO RBW-REC-240.                                   K6IXRC.1
047800     MOVE WS-ROLE TO RBW-REC-001-120.                             K6IXRC.1
047900     MOVE ZERO TO RBW-KEY RBW-ALTKEY1.                            K6IXRC.1
048000     MOVE WS-RECORD-SUB TO RBW-KEYNUM.                            K6IXRC.1
048100     COMPUTE RBW-ALTKEY1NUM =                                     K6IXRC.1
048200         K6-IX-FILE-CAPACITY - WS-RECORD-SUB + 1.                 K6IXRC.1
048300     WRITE RBW-REC-240.                                           K6IXRC.1
048400     IF WS-RB-STATUS = "00"                                       K6IXRC.1
048500         ADD 1 TO WS-BASE-RECORDS.                                K6IXRC.1
048600     GO TO 3000-BUILD-ONE.                                        K6IXRC.1
048700 3000-BUILT.                                                      K6IXRC.1
048800     MOVE WS-BASE-RECORDS TO TL-COUNT.                            K6IXRC.1
048900     MOVE SPACE TO BL-TEXT.                                       K6IXRC.1
049000     STRING "STANDARD LOAD PATTERN (K6LOAD), " TL-COUNT           K6IXRC.1
049100            " RECORDS"                                            K6IXRC.1
049200         DELIMITED BY SIZE INTO BL-TEXT.                          K6IXRC.1
049300 3000-REOPEN.                                                     K6IXRC.1
049400     WRITE RR-PRINT-REC FROM BASE-LINE                            K6IXRC.1
049500         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
049600     CLOSE RB-WORK.                                               K6IXRC.1
049700     OPEN I-O RB-WORK.                                            K6IXRC.1
049800 3000-EXIT.                                                       K6IXRC.1
049900     EXIT.                                                        K6IXRC.1
050000*================================================================ K6IXRC.1
050100* 4000-REPLAY -- SECOND PASS OF AIJRNL: APPLY EVERY SUCCESSFUL    K6IXRC.1
050200* UPDATE OF THE RUN AGAINST THE FILE, IN OPERATION ORDER, UP TO   K6IXRC.1
050300* AND INCLUDING THE CHOSEN OPERATION.                             K6IXRC.1
050400*================================================================ K6IXRC.1
050500 4000-REPLAY.                                                     K6IXRC.1
050600     OPEN INPUT AI-JOURNAL.                                       K6IXRC.1
050700 4000-READ.                                                       K6IXRC.1
050800     READ AI-JOURNAL                                              K6IXRC.1
050900         AT END GO TO 4000-DONE.                                  K6IXRC.1
051000     IF AI-PGM-ID NOT = WS-PGM-ID                                 K6IXRC.1
051100             OR AI-RUN-DATE NOT = WS-RUN-DATE                     K6IXRC.1
051200             OR AI-RUN-SEQ NOT = WS-RUN-SEQ                       K6IXRC.1
051300             OR AI-FILE-NAME NOT = WS-FILE-NAME                   K6IXRC.1
051400         GO TO 4000-READ.                                         K6IXRC.1
051500     IF AI-OP-SEQ > WS-OP-LIMIT                                   K6IXRC.1
051600         GO TO 4000-READ.                                         K6IXRC.1
051700     MOVE AI-OP-SEQ    TO WS-FAIL-OP.                             K6IXRC.1
051800     MOVE AI-VERB      TO WS-FAIL-VERB.                           K6IXRC.1
051900     MOVE AI-STATUS    TO WS-FAIL-STATUS.                         K6IXRC.1
052000     MOVE AI-KEY-VALUE TO WS-FAIL-KEY.                            K6IXRC.1
052100     MOVE AI-DATE      TO WS-FAIL-DATE.                           K6IXRC.1
052200     MOVE AI-TIME      TO WS-FAIL-TIME.                           K6IXRC.1
052300     IF AI-STATUS > "09"                                          K6IXRC.1
052400             AND (AI-VERB = "WRITE" OR "REWRITE" OR "DELETE"      K6IXRC.1
052500                  OR "WRITE/REWRT")                               K6IXRC.1
052600         ADD 1 TO WS-NOT-APPLIED.                                 K6IXRC.1
052700     IF AI-STATUS > "09"                                          K6IXRC.1
052800         GO TO 4000-READ.                                         K6IXRC.1
052900     IF AI-VERB = "OPEN OUT"                                      K6IXRC.1
053000         CLOSE RB-WORK                                            K6IXRC.1
053100         OPEN OUTPUT RB-WORK                                      K6IXRC.1
053200         CLOSE RB-WORK                                            K6IXRC.1
053300         OPEN I-O RB-WORK                                         K6IXRC.1
053400         ADD 1 TO WS-RESETS                                       K6IXRC.1
053500         GO TO 4000-READ.                                         K6IXRC.1
053600     IF AI-VERB = "WRITE"                                         K6IXRC.1
053700         MOVE AI-IMAGE TO RBW-REC-240                             K6IXRC.1
053800         WRITE RBW-REC-240                                        K6IXRC.1
053900         PERFORM 4400-COUNT-UPDATE THRU 4400-EXIT                 K6IXRC.1
054000         GO TO 4000-READ.                                         K6IXRC.1
054100     IF AI-VERB = "REWRITE"                                       K6IXRC.1
054200         MOVE AI-IMAGE TO RBW-REC-240                             K6IXRC.1
054300         REWRITE RBW-REC-240                                      K6IXRC.1
054400         PERFORM 4400-COUNT-UPDATE THRU 4400-EXIT                 K6IXRC.1
054500         GO TO 4000-READ.                                         K6IXRC.1
054600     IF AI-VERB = "DELETE"                                        K6IXRC.1
054700         MOVE AI-IMAGE TO RBW-REC-240                             K6IXRC.1
054800         DELETE RB-WORK RECORD                                    K6IXRC.1
054900         PERFORM 4400-COUNT-UPDATE THRU 4400-EXIT.                K6IXRC.1
055000     GO TO 4000-READ.                                             K6IXRC.1
055100 4000-DONE.                                                       K6IXRC.1
055200     CLOSE AI-JOURNAL.                                            K6IXRC.1
055300     CLOSE RB-WORK.                                               K6IXRC.1
055400     MOVE "FAILING KEY FROM" TO OL-LABEL.                         K6IXRC.1
055500     MOVE WS-FAIL-OP     TO OL-OP.                                K6IXRC.1
055600     MOVE WS-FILE-NAME   TO OL-FILE.                              K6IXRC.1
055700     MOVE WS-FAIL-VERB   TO OL-VERB.                              K6IXRC.1
055800     MOVE WS-FAIL-STATUS TO OL-STATUS.                            K6IXRC.1
055900     MOVE WS-FAIL-KEY    TO OL-KEY.                               K6IXRC.1
056000     MOVE WS-FAIL-DATE   TO OL-DATE.                              K6IXRC.1
056100     MOVE WS-FAIL-TIME   TO OL-TIME.                              K6IXRC.1
056200     WRITE RR-PRINT-REC FROM OP-LINE                              K6IXRC.1
056300         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
056400 4000-EXIT.                                                       K6IXRC.1
056500     EXIT.                                                        K6IXRC.1
056600*================================================================ K6IXRC.1
056700* 4400-COUNT-UPDATE -- COUNT A REPLAYED UPDATE BY VERB, OR LIST   K6IXRC.1
056800* IT WHEN THE COPY REFUSED AN UPDATE THAT SUCCEEDED IN THE RUN    K6IXRC.1
056900* (ANY STATUS BUT 0X -- 02 IS A DUPLICATE ALTERNATE KEY AND       K6IXRC.1
057000* STANDS).                                                        K6IXRC.1
057100*================================================================ K6IXRC.1
057200 4400-COUNT-UPDATE.                                               K6IXRC.1
057300     IF WS-RB-STATUS > "09"                                       K6IXRC.1
057400         GO TO 4400-DISCREPANCY.                                  K6IXRC.1
057500     IF AI-VERB = "WRITE"                                         K6IXRC.1
057600         ADD 1 TO WS-WRITES.                                      K6IXRC.1
057700     IF AI-VERB = "REWRITE"                                       K6IXRC.1
057800         ADD 1 TO WS-REWRITES.                                    K6IXRC.1
057900     IF AI-VERB = "DELETE"                                        K6IXRC.1
058000         ADD 1 TO WS-DELETES.                                     K6IXRC.1
058100     GO TO 4400-EXIT.                                             K6IXRC.1
058200 4400-DISCREPANCY.                                                K6IXRC.1
058300     ADD 1 TO WS-DISCREPANCIES.                                   K6IXRC.1
058400     MOVE "NOT REPLAYABLE  " TO OL-LABEL.                         K6IXRC.1
058500     MOVE AI-OP-SEQ    TO OL-OP.                                  K6IXRC.1
058600     MOVE AI-FILE-NAME TO OL-FILE.                                K6IXRC.1
058700     MOVE AI-VERB      TO OL-VERB.                                K6IXRC.1
058800     MOVE WS-RB-STATUS TO OL-STATUS.                              K6IXRC.1
058900     MOVE AI-KEY-VALUE TO OL-KEY.                                 K6IXRC.1
059000     MOVE AI-DATE      TO OL-DATE.                                K6IXRC.1
059100     MOVE AI-TIME      TO OL-TIME.                                K6IXRC.1
059200     WRITE RR-PRINT-REC FROM OP-LINE                              K6IXRC.1
059300         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
059400 4400-EXIT.                                                       K6IXRC.1
059500     EXIT.                                                        K6IXRC.1
059600*================================================================ K6IXRC.1
059700* 5000-SHOW-NEIGHBOURS -- READ THE COPY IN KEY ORDER, KEEPING THE K6IXRC.1
059800* LAST FEW RECORDS BELOW THE FAILING KEY; AT THE KEY PRINT THEM,  K6IXRC.1
059900* THE KEY'S OWN RECORD (MARKED "=>", OR A NOTE THAT THE FILE      K6IXRC.1
060000* DID NOT HOLD IT) AND THE SAME NUMBER AFTER.  THE REST OF THE    K6IXRC.1
060100* FILE IS ONLY COUNTED.                                           K6IXRC.1
060200*================================================================ K6IXRC.1
060300 5000-SHOW-NEIGHBOURS.                                            K6IXRC.1
060400     OPEN INPUT RB-WORK.                                          K6IXRC.1
060500     IF WS-RB-STATUS NOT = "00"                                   K6IXRC.1
060600         GO TO 5000-EXIT.                                         K6IXRC.1
060700     MOVE "RECORDS AROUND THE FAILING KEY" TO SL-TEXT.            K6IXRC.1
060800     WRITE RR-PRINT-REC FROM SECT-LINE                            K6IXRC.1
060900         AFTER ADVANCING 2 LINES.                                 K6IXRC.1
061000 5000-READ.                                                       K6IXRC.1
061100     READ RB-WORK NEXT RECORD                                     K6IXRC.1
061200         AT END GO TO 5000-END-OF-FILE.                           K6IXRC.1
061300     ADD 1 TO WS-FILE-RECORDS.                                    K6IXRC.1
061400     IF WS-KEY-REACHED                                            K6IXRC.1
061500         GO TO 5000-AFTER.                                        K6IXRC.1
061600     IF RBW-KEY < WS-FAIL-KEY                                     K6IXRC.1
061700         PERFORM 5050-KEEP-BEFORE THRU 5050-EXIT                  K6IXRC.1
061800         GO TO 5000-READ.                                         K6IXRC.1
061900     SET WS-KEY-REACHED TO TRUE.                                  K6IXRC.1
062000     PERFORM 5100-SHOW-BEFORE THRU 5100-EXIT.                     K6IXRC.1
062100     IF RBW-KEY NOT = WS-FAIL-KEY                                 K6IXRC.1
062200         MOVE "   FAILING KEY NOT IN THE FILE AT THIS OPERATION"  K6IXRC.1
062300             TO SL-TEXT                                           K6IXRC.1
062400         WRITE RR-PRINT-REC FROM SECT-LINE                        K6IXRC.1
062500             AFTER ADVANCING 1 LINES                              K6IXRC.1
062600         GO TO 5000-AFTER.                                        K6IXRC.1
062700     MOVE RBW-REC-240 TO WS-SHOW-REC.                             K6IXRC.1
062800     MOVE "=>" TO RL-MARK.                                        K6IXRC.1
062900     PERFORM 5200-SHOW-RECORD THRU 5200-EXIT.                     K6IXRC.1
063000     GO TO 5000-READ.                                             K6IXRC.1
063100 5000-AFTER.                                                      K6IXRC.1
063200     IF WS-AFTER-SHOWN NOT < WS-WINDOW                            K6IXRC.1
063300         GO TO 5000-READ.                                         K6IXRC.1
063400     ADD 1 TO WS-AFTER-SHOWN.                                     K6IXRC.1
063500     MOVE RBW-REC-240 TO WS-SHOW-REC.                             K6IXRC.1
063600     MOVE SPACE TO RL-MARK.                                       K6IXRC.1
063700     PERFORM 5200-SHOW-RECORD THRU 5200-EXIT.                     K6IXRC.1
063800     GO TO 5000-READ.                                             K6IXRC.1
063900 5000-END-OF-FILE.                                                K6IXRC.1
064000     IF NOT WS-KEY-REACHED                                        K6IXRC.1
064100         PERFORM 5100-SHOW-BEFORE THRU 5100-EXIT                  K6IXRC.1
064200         MOVE "   FAILING KEY IS BEYOND THE LAST RECORD"          K6IXRC.1
064300             TO SL-TEXT                                           K6IXRC.1
064400         WRITE RR-PRINT-REC FROM SECT-LINE                        K6IXRC.1
064500             AFTER ADVANCING 1 LINES.                             K6IXRC.1
064600     CLOSE RB-WORK.                                               K6IXRC.1
064700 5000-EXIT.                                                       K6IXRC.1
064800     EXIT.                                                        K6IXRC.1
064900*================================================================ K6IXRC.1
065000* 5050-KEEP-BEFORE -- KEEP A RECORD BELOW THE FAILING KEY IN      K6IXRC.1
065100* THE ROUND-ROBIN, OVERWRITING THE OLDEST ONCE IT IS FULL.        K6IXRC.1
065200*================================================================ K6IXRC.1
065300 5050-KEEP-BEFORE.                                                K6IXRC.1
065400     MOVE RBW-REC-240 TO WS-BEFORE-REC (WS-BEFORE-NEXT).          K6IXRC.1
065500     ADD 1 TO WS-BEFORE-NEXT.                                     K6IXRC.1
065600     IF WS-BEFORE-NEXT > WS-WINDOW                                K6IXRC.1
065700         MOVE 1 TO WS-BEFORE-NEXT.                                K6IXRC.1
065800     IF WS-BEFORE-COUNT < WS-WINDOW                               K6IXRC.1
065900         ADD 1 TO WS-BEFORE-COUNT.                                K6IXRC.1
066000 5050-EXIT.                                                       K6IXRC.1
066100     EXIT.                                                        K6IXRC.1
066200*================================================================ K6IXRC.1
066300* 5100-SHOW-BEFORE -- THE KEPT RECORDS, OLDEST FIRST.             K6IXRC.1
066400*================================================================ K6IXRC.1
066500 5100-SHOW-BEFORE.                                                K6IXRC.1
066600     IF WS-BEFORE-COUNT < WS-WINDOW                               K6IXRC.1
066700         MOVE 1 TO WS-BEFORE-SUB                                  K6IXRC.1
066800     ELSE                                                         K6IXRC.1
066900         MOVE WS-BEFORE-NEXT TO WS-BEFORE-SUB.                    K6IXRC.1
067000     MOVE ZERO TO WS-SHOW-SUB.                                    K6IXRC.1
067100 5100-NEXT.                                                       K6IXRC.1
067200     IF WS-SHOW-SUB NOT < WS-BEFORE-COUNT                         K6IXRC.1
067300         GO TO 5100-EXIT.                                         K6IXRC.1
067400     ADD 1 TO WS-SHOW-SUB.                                        K6IXRC.1
067500     MOVE WS-BEFORE-REC (WS-BEFORE-SUB) TO WS-SHOW-REC.           K6IXRC.1
067600     MOVE SPACE TO RL-MARK.                                       K6IXRC.1
067700     PERFORM 5200-SHOW-RECORD THRU 5200-EXIT.                     K6IXRC.1
067800     ADD 1 TO WS-BEFORE-SUB.                                      K6IXRC.1
067900     IF WS-BEFORE-SUB > WS-WINDOW                                 K6IXRC.1
068000         MOVE 1 TO WS-BEFORE-SUB.                                 K6IXRC.1
068100     GO TO 5100-NEXT.                                             K6IXRC.1
068200 5100-EXIT.                                                       K6IXRC.1
068300     EXIT.                                                        K6IXRC.1
068400*================================================================ K6IXRC.1
068500* 5200-SHOW-RECORD -- ONE RECORD AS THREE 80-COLUMN SLICES, THE   K6IXRC.1
068600* FIRST CARRYING THE KEY AND ALTERNATE KEY.                       K6IXRC.1
068700*================================================================ K6IXRC.1
068800 5200-SHOW-RECORD.                                                K6IXRC.1
068900     MOVE "KEY "       TO RL-KEY-TAG.                             K6IXRC.1
069000     MOVE WS-SHOW-KEY  TO RL-KEY.                                 K6IXRC.1
069100     MOVE " ALT "      TO RL-ALT-TAG.                             K6IXRC.1
069200     MOVE WS-SHOW-ALTKEY TO RL-ALTKEY.                            K6IXRC.1
069300     MOVE "001-080"    TO RL-RANGE.                               K6IXRC.1
069400     MOVE WS-SHOW-CHUNK (1) TO RL-TEXT.                           K6IXRC.1
069500     WRITE RR-PRINT-REC FROM REC-LINE                             K6IXRC.1
069600         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
069700     MOVE SPACE TO RL-MARK RL-KEY-TAG RL-KEY RL-ALT-TAG RL-ALTKEY.K6IXRC.1
069800     MOVE "081-160"    TO RL-RANGE.                               K6IXRC.1
069900     MOVE WS-SHOW-CHUNK (2) TO RL-TEXT.                           K6IXRC.1
070000     WRITE RR-PRINT-REC FROM REC-LINE                             K6IXRC.1
070100         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
070200     MOVE "161-240"    TO RL-RANGE.                               K6IXRC.1
070300     MOVE WS-SHOW-CHUNK (3) TO RL-TEXT.                           K6IXRC.1
070400     WRITE RR-PRINT-REC FROM REC-LINE                             K6IXRC.1
070500         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
070600 5200-EXIT.                                                       K6IXRC.1
070700     EXIT.                                                        K6IXRC.1
070800*================================================================ K6IXRC.1
070900* 7000-PRINT-TOTALS -- THE REPLAY COUNTS AND THE RETURN CODE.     K6IXRC.1
071000*================================================================ K6IXRC.1
071100 7000-PRINT-TOTALS.                                               K6IXRC.1
071200     IF RETURN-CODE NOT = ZERO                                    K6IXRC.1
071300         GO TO 7000-EXIT.                                         K6IXRC.1
071400     MOVE "UPDATES REPLAYED - WRITE" TO TL-LABEL.                 K6IXRC.1
071500     MOVE WS-WRITES TO TL-COUNT.                                  K6IXRC.1
071600     WRITE RR-PRINT-REC FROM TOT-LINE                             K6IXRC.1
071700         AFTER ADVANCING 2 LINES.                                 K6IXRC.1
071800     MOVE "                 - REWRITE" TO TL-LABEL.               K6IXRC.1
071900     MOVE WS-REWRITES TO TL-COUNT.                                K6IXRC.1
072000     WRITE RR-PRINT-REC FROM TOT-LINE                             K6IXRC.1
072100         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
072200     MOVE "                 - DELETE" TO TL-LABEL.                K6IXRC.1
072300     MOVE WS-DELETES TO TL-COUNT.                                 K6IXRC.1
072400     WRITE RR-PRINT-REC FROM TOT-LINE                             K6IXRC.1
072500         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
072600     MOVE "OPEN OUTPUT RESETS" TO TL-LABEL.                       K6IXRC.1
072700     MOVE WS-RESETS TO TL-COUNT.                                  K6IXRC.1
072800     WRITE RR-PRINT-REC FROM TOT-LINE                             K6IXRC.1
072900         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
073000     MOVE "FAILED UPDATES NOT REPLAYED" TO TL-LABEL.              K6IXRC.1
073100     MOVE WS-NOT-APPLIED TO TL-COUNT.                             K6IXRC.1
073200     WRITE RR-PRINT-REC FROM TOT-LINE                             K6IXRC.1
073300         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
073400     MOVE "DISCREPANCIES" TO TL-LABEL.                            K6IXRC.1
073500     MOVE WS-DISCREPANCIES TO TL-COUNT.                           K6IXRC.1
073600     WRITE RR-PRINT-REC FROM TOT-LINE                             K6IXRC.1
073700         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
073800     MOVE "RECORDS IN THE REBUILT FILE" TO TL-LABEL.              K6IXRC.1
073900     MOVE WS-FILE-RECORDS TO TL-COUNT.                            K6IXRC.1
074000     WRITE RR-PRINT-REC FROM TOT-LINE                             K6IXRC.1
074100         AFTER ADVANCING 1 LINES.                                 K6IXRC.1
074200     IF WS-DISCREPANCIES > ZERO                                   K6IXRC.1
074300         MOVE 4 TO RETURN-CODE.                                   K6IXRC.1
074400 7000-EXIT.                                                       K6IXRC.1
074500     EXIT.                                                        K6IXRC.1
