000100 IDENTIFICATION DIVISION.                                         K6VOID.1
000200 PROGRAM-ID.                                                      K6VOID.1
000300     K6VOID.                                                      K6VOID.1
000400*================================================================ K6VOID.1
000500* K6VOID -- DECLARE A WHOLE WINDOW VOID FOR ONE TARGET.           K6VOID.1
000600*================================================================ K6VOID.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6VOID.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6VOID.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6VOID.1
001000* DATE-COMPILED.                                                  K6VOID.1
001100*                                                                 K6VOID.1
001200* REMARKS.                                                        K6VOID.1
001300*    EVERY SO OFTEN A WHOLE WINDOW IS WORTHLESS -- THE WRONG      K6VOID.1
001400*    COMPILER LOAD LIBRARY WAS IN THE STEPLIB, THE TEST CLOCK     K6VOID.1
001500*    CARD WAS LEFT IN, THE WRONG K6TARG LEVEL WAS LINKED.         K6VOID.1
001600*    SUPERSEDE ONLY COVERS A SAME-DAY RERUN OF ONE PROGRAM, SO    K6VOID.1
001700*    SUCH A WINDOW'S RECORDS USED TO STAY IN THE HISTORY AND      K6VOID.1
001800*    POLLUTE THE TREND, FLAKY AND ELAPSED STATISTICS FOR GOOD.    K6VOID.1
001900*    THIS PROGRAM, UNDER K6AUTH FUNCTION "WINVOID", DECLARES ONE  K6VOID.1
002000*    WINDOW (TARGET, RUN DATE, WINDOW ID) VOID:                   K6VOID.1
002100*                                                                 K6VOID.1
002200*      - EVERY RAW-DATA RECORD OF THE WINDOW (RAWMSTR) GETS RUN   K6VOID.1
002300*        DISPOSITION "V" (SEE K6RAWDS.CPY) AFTER ITS BEFORE-IMAGE K6VOID.1
002400*        IS APPENDED TO VOIDRAW.  THE RECORD ITSELF STAYS ON THE  K6VOID.1
002500*        MASTER; EVERY REPORTING TOOL PASSES OVER IT AS NOT       K6VOID.1
002600*        EFFECTIVE, AND A RERUN NEVER TURNS IT BACK.              K6VOID.1
002700*      - EVERY RESULTS-HISTORY ROW (RSLTHIST) THAT CAME FROM ONE  K6VOID.1
002800*        OF THOSE RUNS IS APPENDED TO VOIDHST AND DELETED -- THE  K6VOID.1
002900*        ROW HAS NO DISPOSITION OF ITS OWN, SO THE EVIDENCE FILE  K6VOID.1
003000*        IS WHERE IT NOW LIVES.  A ROW A LATER RUN HAS ALREADY    K6VOID.1
003100*        REPLACED BELONGS TO THAT RUN AND IS LEFT ALONE.          K6VOID.1
003200*      - THE DECLARATION -- REASON CODE, TICKET, REASON TEXT,     K6VOID.1
003300*        DECLARING USER, WHEN, AND THE COUNTS -- IS APPENDED TO   K6VOID.1
003400*        THE VOID REGISTER (VOIDREG, K6VDRG.CPY).  K6CONS REFUSES K6VOID.1
003500*        LATER SEGMENTS OF A REGISTERED WINDOW, AND K6KPIM AND    K6VOID.1
003600*        K6CERT LIST THE REGISTER.                                K6VOID.1
003700*                                                                 K6VOID.1
003800*    THE AGGREGATES ARE NOT TOUCHED HERE.  IF THE WINDOW HAS      K6VOID.1
003900*    ALREADY BEEN APPLIED BY K6AGGM, RUN K6AGGM "BACKOUT" WITH    K6VOID.1
004000*    RAWEXT POINTING AT VOIDRAW AND THE SAME TARGET, DATE AND     K6VOID.1
004100*    WINDOW ON ITS CARD -- ONCE.                                  K6VOID.1
004200*                                                                 K6VOID.1
004300*    VOIDCTL CARD:                                                K6VOID.1
004400*      COLS  1-8   TARGET-ID                                      K6VOID.1
004500*      COLS 10-17  RUN DATE OF THE WINDOW (CCYYMMDD)              K6VOID.1
004600*      COL  19     WINDOW ID (BLANK = "N", THE OVERNIGHT SUITE)   K6VOID.1
004700*      COLS 21-24  REASON CODE (LLIB, CLOK, TARG, OTHR)           K6VOID.1
004800*      COLS 26-33  CHANGE/PROBLEM TICKET (REQUIRED)               K6VOID.1
004900*      COLS 35-74  REASON TEXT (REQUIRED FOR OTHR)                K6VOID.1
005000*    RAW-DATA HISTORY WRITTEN BEFORE THE NAMED-WINDOW ID CARRIES  K6VOID.1
005100*    A BLANK WINDOW AND IS TAKEN AS "N".                          K6VOID.1
005200*                                                                 K6VOID.1
005300* RETURN CODES.                                                   K6VOID.1
005400*     0  WINDOW DECLARED VOID.                                    K6VOID.1
005500*     4  NO RAW-DATA RECORD OF THE WINDOW -- NOTHING DECLARED.    K6VOID.1
005600*     8  CARD REJECTED, OR THE WINDOW IS ALREADY ON THE REGISTER. K6VOID.1
000000*        ALSO THE WINDOW HAS MORE RUNS THAN THE 500-ENTRY VOID    K6VOID.2
000000*        TABLE HOLDS -- COUNTED BEFORE ANYTHING IS CHANGED, SO    K6VOID.2
000000*        NOTHING IS VOIDED OR REGISTERED.  A WINDOW THAT GREW     K6VOID.2
000000*        PAST THE TABLE WHILE IT WAS BEING VOIDED IS MARKED IN    K6VOID.2
000000*        FULL ON RAWMSTR BUT NOT REGISTERED; RERUN ONCE THE       K6VOID.2
000000*        TABLE IS ENLARGED.                                       K6VOID.2
005700*    12  NOT AUTHORIZED (K6AUTH).                                 K6VOID.1
005800*    16  RAWMSTR OR RSLTHIST COULD NOT BE OPENED -- NOTHING       K6VOID.1
005900*        CHANGED.                                                 K6VOID.1
006000*                                                                 K6VOID.1
006100* MODIFICATION HISTORY.                                           K6VOID.1
006200*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6VOID.1
000000*    2026-10-15  DLO  A WINDOW TOO BIG FOR THE VOID TABLE IS      K6VOID.2
000000*                     REFUSED WITH RC 8 INSTEAD OF BEING          K6VOID.2
000000*                     REGISTERED HALF-VOIDED.                     K6VOID.2
006300*================================================================ K6VOID.1
006400                                                                  K6VOID.1
006500 ENVIRONMENT DIVISION.                                            K6VOID.1
006600 CONFIGURATION SECTION.                                           K6VOID.1
006700 SOURCE-COMPUTER.                                                 K6VOID.1
006800     OUR-MAINFRAME.                                               K6VOID.1
006900 OBJECT-COMPUTER.                                                 K6VOID.1
007000     OUR-MAINFRAME.                                               K6VOID.1
007100 INPUT-OUTPUT SECTION.                                            K6VOID.1
007200 FILE-CONTROL.                                                    K6VOID.1
007300     SELECT VOID-CTL ASSIGN TO VOIDCTL                            K6VOID.1
007400         ORGANIZATION IS SEQUENTIAL                               K6VOID.1
007500         FILE STATUS IS WS-CTL-STATUS.                            K6VOID.1
007600     SELECT OPTIONAL JOB-IDENT ASSIGN TO JOBIDENT                 K6VOID.1
007700         ORGANIZATION IS SEQUENTIAL                               K6VOID.1
007800         FILE STATUS IS WS-JOBIDENT-STATUS.                       K6VOID.1
007900     SELECT RAW-MASTER ASSIGN TO RAWMSTR                          K6VOID.1
008000         ORGANIZATION IS INDEXED                                  K6VOID.1
008100         ACCESS MODE IS DYNAMIC                                   K6VOID.1
008200         RECORD KEY IS RE-RAW-DATA-KEY                            K6VOID.1
008300         FILE STATUS IS WS-MASTER-STATUS.                         K6VOID.1
008400     SELECT RESULT-MASTER ASSIGN TO RSLTHIST                      K6VOID.1
008500         ORGANIZATION IS INDEXED                                  K6VOID.1
008600         ACCESS MODE IS DYNAMIC                                   K6VOID.1
008700         RECORD KEY IS RH-KEY                                     K6VOID.1
008800         ALTERNATE RECORD KEY IS RH-ANSI-CODE                     K6VOID.1
008900             WITH DUPLICATES                                      K6VOID.1
009000         FILE STATUS IS WS-HIST-STATUS.                           K6VOID.1
009100     SELECT OPTIONAL VOID-REGISTER ASSIGN TO VOIDREG              K6VOID.1
009200         ORGANIZATION IS SEQUENTIAL                               K6VOID.1
009300         FILE STATUS IS WS-REG-STATUS.                            K6VOID.1
009400     SELECT OPTIONAL VOID-RAW-EVD ASSIGN TO VOIDRAW               K6VOID.1
009500         ORGANIZATION IS SEQUENTIAL                               K6VOID.1
009600         FILE STATUS IS WS-EVR-STATUS.                            K6VOID.1
009700     SELECT OPTIONAL VOID-HST-EVD ASSIGN TO VOIDHST               K6VOID.1
009800         ORGANIZATION IS SEQUENTIAL                               K6VOID.1
009900         FILE STATUS IS WS-EVH-STATUS.                            K6VOID.1
010000     SELECT VOID-RPT ASSIGN TO VOIDRPT                            K6VOID.1
010100         ORGANIZATION IS SEQUENTIAL.                              K6VOID.1
010200                                                                  K6VOID.1
010300 DATA DIVISION.                                                   K6VOID.1
010400 FILE SECTION.                                                    K6VOID.1
010500 FD  VOID-CTL                                                     K6VOID.1
010600     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
010700 01  VC-CTL-REC               PIC X(80).                          K6VOID.1
010800 FD  JOB-IDENT                                                    K6VOID.1
010900     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
011000* JOB-IDENTITY CARD AS K6AUTH READS IT.                           K6VOID.1
011100 01  JI-IDENT-REC.                                                K6VOID.1
011200     05  JI-JOB-NAME          PIC X(8).                           K6VOID.1
011300     05  FILLER               PIC X(1).                           K6VOID.1
011400     05  JI-STEP-NAME         PIC X(8).                           K6VOID.1
011500     05  FILLER               PIC X(1).                           K6VOID.1
011600     05  JI-USER-ID           PIC X(8).                           K6VOID.1
011700     05  FILLER               PIC X(54).                          K6VOID.1
011800 FD  RAW-MASTER                                                   K6VOID.1
011900     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
012000* RAW-DATA-SATZ LAYOUT -- KEPT IN STEP WITH K6RAWDS.CPY.          K6VOID.1
012100 COPY K6RAWDS.                                                    K6VOID.1
012200 FD  RESULT-MASTER                                                K6VOID.1
012300     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
012400* RESULTS-HISTORY ROW AS K6CONS WRITES IT.                        K6VOID.1
012500 01  RH-RESULT-REC.                                               K6VOID.1
012600     05  RH-KEY.                                                  K6VOID.1
012700         10  RH-PGM-ID        PIC X(6).                           K6VOID.1
012800         10  RH-PAR-NAME      PIC X(22).                          K6VOID.1
012900         10  RH-RUN-DATE      PIC 9(8).                           K6VOID.1
013000         10  RH-TARGET-ID     PIC X(8).                           K6VOID.1
013100     05  RH-RUN-SEQ           PIC 99.                             K6VOID.1
013200     05  RH-P-OR-F            PIC X(5).                           K6VOID.1
013300     05  RH-FEATURE           PIC X(20).                          K6VOID.1
013400     05  RH-COMPUTED          PIC X(20).                          K6VOID.1
013500     05  RH-CORRECT           PIC X(20).                          K6VOID.1
013600     05  RH-REMARK            PIC X(61).                          K6VOID.1
013700     05  RH-ANSI-CODE         PIC X(10).                          K6VOID.1
013800     05  RH-SEVERITY          PIC X(1).                           K6VOID.1
013900 FD  VOID-REGISTER                                                K6VOID.1
014000     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
014100 COPY K6VDRG.                                                     K6VOID.1
014200 FD  VOID-RAW-EVD                                                 K6VOID.1
014300     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
014400 01  VE-RAW-IMAGE             PIC X(164).                         K6VOID.1
014500 FD  VOID-HST-EVD                                                 K6VOID.1
014600     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
014700 01  VE-HST-IMAGE             PIC X(183).                         K6VOID.1
014800 FD  VOID-RPT                                                     K6VOID.1
014900     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
015000 01  VP-PRINT-REC             PIC X(120).                         K6VOID.1
015100                                                                  K6VOID.1
015200 WORKING-STORAGE SECTION.                                         K6VOID.1
015300* CENTRAL AUTHORITY-CHECK HANDSHAKE -- SEE K6AUTH.                K6VOID.1
015400 77  AU-FUNCTION              PIC X(8)   VALUE "WINVOID ".        K6VOID.1
015500 77  AU-REPLY                 PIC X(1)   VALUE "N".               K6VOID.1
015600* CATALOGUED-MESSAGE HANDSHAKE -- SEE K6MSGE AND K6MSGC.CPY.      K6VOID.1
015700 01  MSGE-PARM.                                                   K6VOID.1
015800     05  MSGE-ID              PIC X(8)   VALUE SPACE.             K6VOID.1
015900     05  MSGE-SUB             PIC X(20)  VALUE SPACE.             K6VOID.1
016000* ----------------------------------------------------------      K6VOID.1
016100* SWITCHES AND COUNTERS.                                          K6VOID.1
016200* ----------------------------------------------------------      K6VOID.1
016300 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6VOID.1
016400 77  WS-JOBIDENT-STATUS       PIC X(2)   VALUE SPACE.             K6VOID.1
016500 77  WS-MASTER-STATUS         PIC X(2)   VALUE SPACE.             K6VOID.1
016600 77  WS-HIST-STATUS           PIC X(2)   VALUE SPACE.             K6VOID.1
016700 77  WS-REG-STATUS            PIC X(2)   VALUE SPACE.             K6VOID.1
016800 77  WS-EVR-STATUS            PIC X(2)   VALUE SPACE.             K6VOID.1
016900 77  WS-EVH-STATUS            PIC X(2)   VALUE SPACE.             K6VOID.1
017000 77  WS-TARGET-ID             PIC X(8)   VALUE SPACE.             K6VOID.1
017100 77  WS-RUN-DATE              PIC 9(8)   VALUE ZERO.              K6VOID.1
017200 77  WS-WINDOW-ID             PIC X(1)   VALUE "N".               K6VOID.1
017300 77  WS-REC-WINDOW            PIC X(1)   VALUE SPACE.             K6VOID.1
017400 77  WS-USER-ID               PIC X(8)   VALUE "UNKNOWN ".        K6VOID.1
017500 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6VOID.1
017600 77  WS-REJECT-REASON         PIC X(40)  VALUE SPACE.             K6VOID.1
017700 77  WS-MASTERS-OPEN-SW       PIC X(1)   VALUE "N".               K6VOID.1
017800     88  WS-MASTERS-OPEN                 VALUE "Y".               K6VOID.1
017900 77  WS-RAW-VOIDED            PIC 9(5)   COMP VALUE ZERO.         K6VOID.1
018000 77  WS-RAW-ALREADY           PIC 9(5)   COMP VALUE ZERO.         K6VOID.1
018100 77  WS-HIST-WITHDRAWN        PIC 9(5)   COMP VALUE ZERO.         K6VOID.1
018200 77  WS-VT-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6VOID.1
018300 77  WS-VT-SUB                PIC 9(4)   COMP VALUE ZERO.         K6VOID.1
018400 77  WS-VT-SUB2               PIC 9(4)   COMP VALUE ZERO.         K6VOID.1
018500 77  WS-VT-HIT                PIC 9(4)   COMP VALUE ZERO.         K6VOID.1
000000 77  WS-WINDOW-RECS           PIC 9(5)   COMP VALUE ZERO.         K6VOID.2
000000 77  WS-VT-OVERFLOW           PIC 9(5)   COMP VALUE ZERO.         K6VOID.2
018600 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6VOID.1
018700* ----------------------------------------------------------      K6VOID.1
018800* THE DECLARATION CARD, HELD FOR THE RUN.                         K6VOID.1
018900* ----------------------------------------------------------      K6VOID.1
019000 01  WS-CTL-CARD.                                                 K6VOID.1
019100     05  VC-TARGET-ID         PIC X(8).                           K6VOID.1
019200     05  FILLER               PIC X(1).                           K6VOID.1
019300     05  VC-RUN-DATE          PIC X(8).                           K6VOID.1
019400     05  FILLER               PIC X(1).                           K6VOID.1
019500     05  VC-WINDOW-ID         PIC X(1).                           K6VOID.1
019600     05  FILLER               PIC X(1).                           K6VOID.1
019700     05  VC-REASON-CODE       PIC X(4).                           K6VOID.1
019800         88  VC-REASON-VALID             VALUE "LLIB" "CLOK"      K6VOID.1
019900                                               "TARG" "OTHR".     K6VOID.1
020000     05  FILLER               PIC X(1).                           K6VOID.1
020100     05  VC-TICKET            PIC X(8).                           K6VOID.1
020200     05  FILLER               PIC X(1).                           K6VOID.1
020300     05  VC-REASON-TEXT       PIC X(40).                          K6VOID.1
020400     05  FILLER               PIC X(6).                           K6VOID.1
020500 01  WS-NOW-TIME.                                                 K6VOID.1
020600     05  WS-NOW-HHMMSS        PIC 9(6).                           K6VOID.1
020700     05  FILLER               PIC 9(2).                           K6VOID.1
020800* ----------------------------------------------------------      K6VOID.1
020900* THE WINDOW'S RUNS, IN RAW-DATA KEY ORDER (SO BY PROGRAM).       K6VOID.1
021000* VT-ACTION IS "V" FOR A RECORD VOIDED BY THIS RUN, "A" FOR       K6VOID.1
021100* ONE A FAILED EARLIER ATTEMPT HAD ALREADY MARKED.                K6VOID.1
021200* ----------------------------------------------------------      K6VOID.1
021300 01  VOID-TABLE.                                                  K6VOID.1
021400     05  VT-ENTRY OCCURS 500 TIMES.                               K6VOID.1
021500         10  VT-PGM-ID        PIC X(6).                           K6VOID.1
021600         10  VT-RUN-SEQ       PIC 99.                             K6VOID.1
021700         10  VT-OLD-DISP      PIC X(1).                           K6VOID.1
021800         10  VT-ACTION        PIC X(1).                           K6VOID.1
021900         10  VT-C-OK          PIC 999.                            K6VOID.1
022000         10  VT-C-FAIL        PIC 999.                            K6VOID.1
022100         10  VT-HIST          PIC 9(5)   COMP.                    K6VOID.1
022200* ----------------------------------------------------------      K6VOID.1
022300* REPORT LINES.                                                   K6VOID.1
022400* ----------------------------------------------------------      K6VOID.1
022500 01  HDR-LINE-1.                                                  K6VOID.1
022600     05  FILLER   PIC X(40) VALUE                                 K6VOID.1
022700         "VOID-WINDOW DECLARATION (K6VOID)        ".              K6VOID.1
022800     05  FILLER   PIC X(80) VALUE SPACE.                          K6VOID.1
022900 01  HDR-LINE-2.                                                  K6VOID.1
023000     05  FILLER           PIC X(8)  VALUE "TARGET  ".             K6VOID.1
023100     05  HL2-TARGET       PIC X(8).                               K6VOID.1
023200     05  FILLER           PIC X(11) VALUE "  RUN DATE ".          K6VOID.1
023300     05  HL2-RUN-DATE     PIC 9(8).                               K6VOID.1
023400     05  FILLER           PIC X(9)  VALUE "  WINDOW ".            K6VOID.1
023500     05  HL2-WINDOW       PIC X(1).                               K6VOID.1
023600     05  FILLER           PIC X(9)  VALUE "  REASON ".            K6VOID.1
023700     05  HL2-REASON       PIC X(4).                               K6VOID.1
023800     05  FILLER           PIC X(9)  VALUE "  TICKET ".            K6VOID.1
023900     05  HL2-TICKET       PIC X(8).                               K6VOID.1
024000     05  FILLER           PIC X(7)  VALUE "  USER ".              K6VOID.1
024100     05  HL2-USER         PIC X(8).                               K6VOID.1
024200     05  FILLER           PIC X(30) VALUE SPACE.                  K6VOID.1
024300 01  HDR-LINE-3.                                                  K6VOID.1
024400     05  FILLER           PIC X(8)  VALUE "REASON  ".             K6VOID.1
024500     05  HL3-TEXT         PIC X(40).                              K6VOID.1
024600     05  FILLER           PIC X(72) VALUE SPACE.                  K6VOID.1
024700 01  HDR-LINE-4.                                                  K6VOID.1
024800     05  FILLER   PIC X(40) VALUE                                 K6VOID.1
024900         "PGM-ID  SEQ  WAS  ACTION        OK  FAIL".              K6VOID.1
025000     05  FILLER   PIC X(20) VALUE                                 K6VOID.1
025100         "  HISTORY ROWS OUT  ".                                  K6VOID.1
025200     05  FILLER   PIC X(60) VALUE SPACE.                          K6VOID.1
025300 01  DET-LINE.                                                    K6VOID.1
025400     05  DET-PGM-ID       PIC X(6).                               K6VOID.1
025500     05  FILLER           PIC X(2)  VALUE SPACE.                  K6VOID.1
025600     05  DET-RUN-SEQ      PIC 99.                                 K6VOID.1
025700     05  FILLER           PIC X(4)  VALUE SPACE.                  K6VOID.1
025800     05  DET-OLD-DISP     PIC X(1).                               K6VOID.1
025900     05  FILLER           PIC X(4)  VALUE SPACE.                  K6VOID.1
026000     05  DET-ACTION       PIC X(12).                              K6VOID.1
026100     05  FILLER           PIC X(1)  VALUE SPACE.                  K6VOID.1
026200     05  DET-C-OK         PIC ZZ9.                                K6VOID.1
026300     05  FILLER           PIC X(2)  VALUE SPACE.                  K6VOID.1
026400     05  DET-C-FAIL       PIC ZZ9.                                K6VOID.1
026500     05  FILLER           PIC X(8)  VALUE SPACE.                  K6VOID.1
026600     05  DET-HIST         PIC ZZZZ9.                              K6VOID.1
026700     05  FILLER           PIC X(67) VALUE SPACE.                  K6VOID.1
026800 01  TOT-LINE.                                                    K6VOID.1
026900     05  TOT-LABEL        PIC X(40).                              K6VOID.1
027000     05  TOT-COUNT        PIC ZZZZ9.                              K6VOID.1
027100     05  FILLER           PIC X(75) VALUE SPACE.                  K6VOID.1
027200 01  RESULT-LINE.                                                 K6VOID.1
027300     05  FILLER           PIC X(8)  VALUE "RESULT  ".             K6VOID.1
027400     05  RL-TEXT          PIC X(60).                              K6VOID.1
027500     05  FILLER           PIC X(52) VALUE SPACE.                  K6VOID.1
027600 01  ERR-LINE.                                                    K6VOID.1
027700     05  FILLER           PIC X(20) VALUE "VOID ABORTED, STATUS". K6VOID.1
027800     05  FILLER           PIC X(1)  VALUE SPACE.                  K6VOID.1
027900     05  ERR-STATUS       PIC X(2).                               K6VOID.1
028000     05  FILLER           PIC X(4)  VALUE " ON ".                 K6VOID.1
028100     05  ERR-FILE         PIC X(8).                               K6VOID.1
028200     05  FILLER           PIC X(85) VALUE SPACE.                  K6VOID.1
028300                                                                  K6VOID.1
028400 PROCEDURE DIVISION.                                              K6VOID.1
028500*================================================================ K6VOID.1
028600* 0000-MAINLINE -- AUTHORIZE, CHECK THE CARD AND THE REGISTER,    K6VOID.1
028700* VOID THE RAW-DATA RECORDS, WITHDRAW THE HISTORY ROWS, THEN      K6VOID.1
028800* REGISTER THE DECLARATION.                                       K6VOID.1
028900*================================================================ K6VOID.1
029000 0000-MAINLINE.                                                   K6VOID.1
029100     PERFORM 0100-AUTHORIZE THRU 0100-EXIT.                       K6VOID.1
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6VOID.1
029300     PERFORM 1200-CHECK-CARD THRU 1200-EXIT.                      K6VOID.1
029400     IF WS-REJECT-REASON = SPACE                                  K6VOID.1
029500         PERFORM 1300-CHECK-REGISTER THRU 1300-EXIT.              K6VOID.1
029600     IF WS-REJECT-REASON NOT = SPACE                              K6VOID.1
029700         MOVE WS-REJECT-REASON TO RL-TEXT                         K6VOID.1
029800         MOVE 8 TO RETURN-CODE                                    K6VOID.1
029900         GO TO 0000-FINISH.                                       K6VOID.1
030000     PERFORM 1400-OPEN-MASTERS THRU 1400-EXIT.                    K6VOID.1
000000     PERFORM 1900-COUNT-WINDOW THRU 1900-EXIT.                    K6VOID.2
000000     IF WS-WINDOW-RECS > 500                                      K6VOID.2
000000         COMPUTE WS-VT-OVERFLOW = WS-WINDOW-RECS - 500            K6VOID.2
000000         MOVE "VOID TABLE FULL AT 500 - WINDOW NOT VOIDED"        K6VOID.2
000000             TO RL-TEXT                                           K6VOID.2
000000         MOVE 8 TO RETURN-CODE                                    K6VOID.2
000000         GO TO 0000-FINISH.                                       K6VOID.2
030100     PERFORM 2000-VOID-RAW-DATA THRU 2000-EXIT.                   K6VOID.1
030200     IF WS-VT-COUNT = ZERO                                        K6VOID.1
030300         MOVE "NO RAW-DATA RECORD OF THE WINDOW - NOT DECLARED"   K6VOID.1
030400             TO RL-TEXT                                           K6VOID.1
030500         MOVE 4 TO RETURN-CODE                                    K6VOID.1
030600         GO TO 0000-FINISH.                                       K6VOID.1
030700     PERFORM 3000-WITHDRAW-HISTORY THRU 3000-EXIT.                K6VOID.1
000000     IF WS-VT-OVERFLOW > ZERO                                     K6VOID.2
000000         MOVE "VOID TABLE FULL AT 500 - WINDOW NOT REGISTERED"    K6VOID.2
000000             TO RL-TEXT                                           K6VOID.2
000000         MOVE 8 TO RETURN-CODE                                    K6VOID.2
000000         GO TO 0000-FINISH.                                       K6VOID.2
030800     PERFORM 4000-REGISTER-VOID THRU 4000-EXIT.                   K6VOID.1
030900     MOVE "WINDOW DECLARED VOID AND REGISTERED" TO RL-TEXT.       K6VOID.1
031000 0000-FINISH.                                                     K6VOID.1
031100     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.                    K6VOID.1
031200     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6VOID.1
031300     STOP RUN.                                                    K6VOID.1
031400*================================================================ K6VOID.1
031500* 0100-AUTHORIZE -- CENTRAL AUTHORITY CHECK (SEE K6AUTH).  A      K6VOID.1
031600* DENIED OR UNIDENTIFIED CALLER GETS A LOG ENTRY AND RETURN       K6VOID.1
031700* CODE 12 BEFORE THIS PROGRAM TOUCHES ANYTHING.                   K6VOID.1
031800*================================================================ K6VOID.1
031900 0100-AUTHORIZE.                                                  K6VOID.1
032000     CALL "K6AUTH" USING AU-FUNCTION AU-REPLY.                    K6VOID.1
032100     IF AU-REPLY NOT = "Y"                                        K6VOID.1
032200         MOVE "K6M0001 " TO MSGE-ID                               K6VOID.1
032300         MOVE "K6VOID" TO MSGE-SUB                                K6VOID.1
032400         CALL "K6MSGE" USING MSGE-PARM                            K6VOID.1
032500         MOVE 12 TO RETURN-CODE                                   K6VOID.1
032600         STOP RUN.                                                K6VOID.1
032700 0100-EXIT.                                                       K6VOID.1
032800     EXIT.                                                        K6VOID.1
032900*================================================================ K6VOID.1
033000* 1000-INITIALIZE -- READ THE CONTROL CARD AND THE DECLARING      K6VOID.1
033100* USER, AND OPEN THE REPORT.                                      K6VOID.1
033200*================================================================ K6VOID.1
033300 1000-INITIALIZE.                                                 K6VOID.1
033400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6VOID.1
033500     ACCEPT WS-NOW-TIME FROM TIME.                                K6VOID.1
033600     MOVE SPACE TO WS-CTL-CARD.                                   K6VOID.1
033700     OPEN INPUT VOID-CTL.                                         K6VOID.1
033800     IF WS-CTL-STATUS = "00"                                      K6VOID.1
033900         READ VOID-CTL INTO WS-CTL-CARD                           K6VOID.1
034000             AT END MOVE SPACE TO WS-CTL-CARD                     K6VOID.1
034100         END-READ                                                 K6VOID.1
034200         CLOSE VOID-CTL.                                          K6VOID.1
034300     OPEN INPUT JOB-IDENT.                                        K6VOID.1
034400     IF WS-JOBIDENT-STATUS = "00"                                 K6VOID.1
034500         READ JOB-IDENT                                           K6VOID.1
034600             AT END MOVE SPACE TO JI-USER-ID                      K6VOID.1
034700         END-READ                                                 K6VOID.1
034800         IF JI-USER-ID NOT = SPACE                                K6VOID.1
034900             MOVE JI-USER-ID TO WS-USER-ID                        K6VOID.1
035000         END-IF                                                   K6VOID.1
035100         CLOSE JOB-IDENT.                                         K6VOID.1
035200     OPEN OUTPUT VOID-RPT.                                        K6VOID.1
035300 1000-EXIT.                                                       K6VOID.1
035400     EXIT.                                                        K6VOID.1
035500*================================================================ K6VOID.1
035600* 1200-CHECK-CARD -- A DECLARATION MUST NAME ITS WINDOW, CARRY    K6VOID.1
035700* A KNOWN REASON CODE AND A TICKET, AND EXPLAIN AN "OTHR".        K6VOID.1
035800*================================================================ K6VOID.1
035900 1200-CHECK-CARD.                                                 K6VOID.1
036000     MOVE VC-TARGET-ID TO WS-TARGET-ID.                           K6VOID.1
036100     MOVE VC-WINDOW-ID TO WS-WINDOW-ID.                           K6VOID.1
036200     IF WS-WINDOW-ID = SPACE                                      K6VOID.1
036300         MOVE "N" TO WS-WINDOW-ID.                                K6VOID.1
036400     IF VC-TARGET-ID = SPACE                                      K6VOID.1
036500         MOVE "CARD REJECTED - NO TARGET" TO WS-REJECT-REASON     K6VOID.1
036600         GO TO 1200-EXIT.                                         K6VOID.1
036700     IF VC-RUN-DATE NOT NUMERIC                                   K6VOID.1
036800         MOVE "CARD REJECTED - RUN DATE NOT CCYYMMDD"             K6VOID.1
036900             TO WS-REJECT-REASON                                  K6VOID.1
037000         GO TO 1200-EXIT.                                         K6VOID.1
037100     MOVE VC-RUN-DATE TO WS-RUN-DATE.                             K6VOID.1
037200     IF WS-RUN-DATE > WS-TODAY                                    K6VOID.1
037300         MOVE "CARD REJECTED - RUN DATE IN THE FUTURE"            K6VOID.1
037400             TO WS-REJECT-REASON                                  K6VOID.1
037500         GO TO 1200-EXIT.                                         K6VOID.1
037600     IF NOT VC-REASON-VALID                                       K6VOID.1
037700         MOVE "CARD REJECTED - REASON NOT LLIB/CLOK/TARG/OTHR"    K6VOID.1
037800             TO WS-REJECT-REASON                                  K6VOID.1
037900         GO TO 1200-EXIT.                                         K6VOID.1
038000     IF VC-TICKET = SPACE                                         K6VOID.1
038100         MOVE "CARD REJECTED - NO TICKET" TO WS-REJECT-REASON     K6VOID.1
038200         GO TO 1200-EXIT.                                         K6VOID.1
038300     IF VC-REASON-CODE = "OTHR" AND VC-REASON-TEXT = SPACE        K6VOID.1
038400         MOVE "CARD REJECTED - OTHR NEEDS A REASON TEXT"          K6VOID.1
038500             TO WS-REJECT-REASON.                                 K6VOID.1
038600 1200-EXIT.                                                       K6VOID.1
038700     EXIT.                                                        K6VOID.1
038800*================================================================ K6VOID.1
038900* 1300-CHECK-REGISTER -- A WINDOW IS DECLARED VOID ONCE.          K6VOID.1
039000*================================================================ K6VOID.1
039100 1300-CHECK-REGISTER.                                             K6VOID.1
039200     OPEN INPUT VOID-REGISTER.                                    K6VOID.1
039300     IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"     K6VOID.1
039400         GO TO 1300-EXIT.                                         K6VOID.1
039500 1300-READ.                                                       K6VOID.1
039600     READ VOID-REGISTER                                           K6VOID.1
039700         AT END GO TO 1300-DONE.                                  K6VOID.1
039800     IF VR-TARGET-ID = WS-TARGET-ID                               K6VOID.1
039900             AND VR-RUN-DATE = WS-RUN-DATE                        K6VOID.1
040000             AND VR-WINDOW-ID = WS-WINDOW-ID                      K6VOID.1
040100         MOVE "WINDOW ALREADY ON THE VOID REGISTER"               K6VOID.1
040200             TO WS-REJECT-REASON                                  K6VOID.1
040300         GO TO 1300-DONE.                                         K6VOID.1
040400     GO TO 1300-READ.                                             K6VOID.1
040500 1300-DONE.                                                       K6VOID.1
040600     CLOSE VOID-REGISTER.                                         K6VOID.1
040700 1300-EXIT.                                                       K6VOID.1
040800     EXIT.                                                        K6VOID.1
040900*================================================================ K6VOID.1
041000* 1400-OPEN-MASTERS -- BOTH MASTERS ARE OPENED BEFORE EITHER IS   K6VOID.1
041100* CHANGED, SO A MISSING ONE LEAVES NOTHING HALF-VOIDED.           K6VOID.1
041200*================================================================ K6VOID.1
041300 1400-OPEN-MASTERS.                                               K6VOID.1
041400     OPEN I-O RAW-MASTER.                                         K6VOID.1
041500     IF WS-MASTER-STATUS NOT = "00"                               K6VOID.1
041600         MOVE "RAWMSTR " TO ERR-FILE                              K6VOID.1
041700         MOVE WS-MASTER-STATUS TO ERR-STATUS                      K6VOID.1
041800         MOVE "K6M0004 " TO MSGE-ID                               K6VOID.1
041900         MOVE WS-MASTER-STATUS TO MSGE-SUB                        K6VOID.1
042000         PERFORM 8000-ABORT THRU 8000-EXIT.                       K6VOID.1
042100     OPEN I-O RESULT-MASTER.                                      K6VOID.1
042200     IF WS-HIST-STATUS NOT = "00"                                 K6VOID.1
042300         CLOSE RAW-MASTER                                         K6VOID.1
042400         MOVE "RSLTHIST" TO ERR-FILE                              K6VOID.1
042500         MOVE WS-HIST-STATUS TO ERR-STATUS                        K6VOID.1
042600         MOVE "K6M0006 " TO MSGE-ID                               K6VOID.1
042700         MOVE WS-HIST-STATUS TO MSGE-SUB                          K6VOID.1
042800         PERFORM 8000-ABORT THRU 8000-EXIT.                       K6VOID.1
042900     SET WS-MASTERS-OPEN TO TRUE.                                 K6VOID.1
043000     OPEN EXTEND VOID-RAW-EVD VOID-HST-EVD.                       K6VOID.1
043100 1400-EXIT.                                                       K6VOID.1
043200     EXIT.                                                        K6VOID.1
000000*================================================================ K6VOID.2
000000* 1900-COUNT-WINDOW -- COUNT THE WINDOW'S RAW-DATA RECORDS        K6VOID.2
000000* BEFORE ANY IS CHANGED, SO A WINDOW THE VOID TABLE CANNOT        K6VOID.2
000000* HOLD IS REFUSED WHOLE RATHER THAN VOIDED IN PART.               K6VOID.2
000000*================================================================ K6VOID.2
000000 1900-COUNT-WINDOW.                                               K6VOID.2
000000     MOVE LOW-VALUES TO RE-RAW-DATA-KEY.                          K6VOID.2
000000     MOVE WS-TARGET-ID TO RE-TARGET-ID.                           K6VOID.2
000000     START RAW-MASTER KEY IS NOT LESS THAN RE-RAW-DATA-KEY        K6VOID.2
000000         INVALID KEY GO TO 1900-EXIT.                             K6VOID.2
000000 1900-READ.                                                       K6VOID.2
000000     READ RAW-MASTER NEXT RECORD                                  K6VOID.2
000000         AT END GO TO 1900-EXIT.                                  K6VOID.2
000000     IF RE-TARGET-ID NOT = WS-TARGET-ID                           K6VOID.2
000000         GO TO 1900-EXIT.                                         K6VOID.2
000000     IF RE-RUN-DATE NOT = WS-RUN-DATE                             K6VOID.2
000000         GO TO 1900-READ.                                         K6VOID.2
000000     MOVE RE-WINDOW-ID TO WS-REC-WINDOW.                          K6VOID.2
000000     IF WS-REC-WINDOW = SPACE                                     K6VOID.2
000000         MOVE "N" TO WS-REC-WINDOW.                               K6VOID.2
000000     IF WS-REC-WINDOW = WS-WINDOW-ID                              K6VOID.2
000000         ADD 1 TO WS-WINDOW-RECS.                                 K6VOID.2
000000     GO TO 1900-READ.                                             K6VOID.2
000000 1900-EXIT.                                                       K6VOID.2
000000     EXIT.                                                        K6VOID.2
043300*================================================================ K6VOID.1
043400* 2000-VOID-RAW-DATA -- POSITION AT THE TARGET AND WALK ITS       K6VOID.1
043500* RECORDS.  EACH RECORD OF THE WINDOW IS IMAGED TO VOIDRAW,       K6VOID.1
043600* MARKED "V" AND REWRITTEN; ONE ALREADY "V" IS ONLY REMEMBERED.   K6VOID.1
000000* A RECORD PAST THE TABLE (THE WINDOW GREW SINCE 1900) IS         K6VOID.2
000000* STILL IMAGED AND MARKED, AND COUNTED AS OVERFLOW.               K6VOID.2
043700*================================================================ K6VOID.1
043800 2000-VOID-RAW-DATA.                                              K6VOID.1
043900     MOVE LOW-VALUES TO RE-RAW-DATA-KEY.                          K6VOID.1
044000     MOVE WS-TARGET-ID TO RE-TARGET-ID.                           K6VOID.1
044100     START RAW-MASTER KEY IS NOT LESS THAN RE-RAW-DATA-KEY        K6VOID.1
044200         INVALID KEY GO TO 2000-EXIT.                             K6VOID.1
044300 2000-READ.                                                       K6VOID.1
044400     READ RAW-MASTER NEXT RECORD                                  K6VOID.1
044500         AT END GO TO 2000-EXIT.                                  K6VOID.1
044600     IF RE-TARGET-ID NOT = WS-TARGET-ID                           K6VOID.1
044700         GO TO 2000-EXIT.                                         K6VOID.1
044800     IF RE-RUN-DATE NOT = WS-RUN-DATE                             K6VOID.1
044900         GO TO 2000-READ.                                         K6VOID.1
045000     MOVE RE-WINDOW-ID TO WS-REC-WINDOW.                          K6VOID.1
045100     IF WS-REC-WINDOW = SPACE                                     K6VOID.1
045200         MOVE "N" TO WS-REC-WINDOW.                               K6VOID.1
045300     IF WS-REC-WINDOW NOT = WS-WINDOW-ID                          K6VOID.1
045400         GO TO 2000-READ.                                         K6VOID.1
045500     IF WS-VT-COUNT NOT LESS THAN 500                             K6VOID.1
045600         GO TO 2000-OVERFLOW.                                     K6VOID.2
045700     ADD 1 TO WS-VT-COUNT.                                        K6VOID.1
045800     MOVE WS-VT-COUNT TO WS-VT-SUB.                               K6VOID.1
045900     MOVE RE-PGM-ID TO VT-PGM-ID (WS-VT-SUB).                     K6VOID.1
046000     MOVE RE-RUN-SEQ TO VT-RUN-SEQ (WS-VT-SUB).                   K6VOID.1
046100     MOVE RE-SUPERSEDED TO VT-OLD-DISP (WS-VT-SUB).               K6VOID.1
046200     MOVE RE-C-OK TO VT-C-OK (WS-VT-SUB).                         K6VOID.1
046300     MOVE RE-C-FAIL TO VT-C-FAIL (WS-VT-SUB).                     K6VOID.1
046400     MOVE ZERO TO VT-HIST (WS-VT-SUB).                            K6VOID.1
046500     IF RE-VOIDED                                                 K6VOID.1
046600         MOVE "A" TO VT-ACTION (WS-VT-SUB)                        K6VOID.1
046700         ADD 1 TO WS-RAW-ALREADY                                  K6VOID.1
046800         GO TO 2000-READ.                                         K6VOID.1
046900     WRITE VE-RAW-IMAGE FROM RE-RAW-DATA-SATZ.                    K6VOID.1
047000     MOVE "V" TO RE-SUPERSEDED.                                   K6VOID.1
047100     REWRITE RE-RAW-DATA-SATZ                                     K6VOID.1
047200         INVALID KEY                                              K6VOID.1
047300             MOVE "RAWMSTR " TO ERR-FILE                          K6VOID.1
047400             MOVE WS-MASTER-STATUS TO ERR-STATUS                  K6VOID.1
047500             PERFORM 8000-ABORT THRU 8000-EXIT.                   K6VOID.1
047600     MOVE "V" TO VT-ACTION (WS-VT-SUB).                           K6VOID.1
047700     ADD 1 TO WS-RAW-VOIDED.                                      K6VOID.1
047800     GO TO 2000-READ.                                             K6VOID.1
000000 2000-OVERFLOW.                                                   K6VOID.2
000000     ADD 1 TO WS-VT-OVERFLOW.                                     K6VOID.2
000000     IF RE-VOIDED                                                 K6VOID.2
000000         ADD 1 TO WS-RAW-ALREADY                                  K6VOID.2
000000         GO TO 2000-READ.                                         K6VOID.2
000000     WRITE VE-RAW-IMAGE FROM RE-RAW-DATA-SATZ.                    K6VOID.2
000000     MOVE "V" TO RE-SUPERSEDED.                                   K6VOID.2
000000     REWRITE RE-RAW-DATA-SATZ                                     K6VOID.2
000000         INVALID KEY                                              K6VOID.2
000000             MOVE "RAWMSTR " TO ERR-FILE                          K6VOID.2
000000             MOVE WS-MASTER-STATUS TO ERR-STATUS                  K6VOID.2
000000             PERFORM 8000-ABORT THRU 8000-EXIT.                   K6VOID.2
000000     ADD 1 TO WS-RAW-VOIDED.                                      K6VOID.2
000000     GO TO 2000-READ.                                             K6VOID.2
047900 2000-EXIT.                                                       K6VOID.1
048000     EXIT.                                                        K6VOID.1
048100*================================================================ K6VOID.1
048200* 3000-WITHDRAW-HISTORY -- FOR EACH PROGRAM OF THE WINDOW, WALK   K6VOID.1
048300* ITS RESULTS-HISTORY ROWS AND WITHDRAW THOSE OF THE TARGET AND   K6VOID.1
048400* RUN DATE THAT STILL CARRY ONE OF THE WINDOW'S RUN-SEQS.         K6VOID.1
048500*================================================================ K6VOID.1
048600 3000-WITHDRAW-HISTORY.                                           K6VOID.1
048700     MOVE SPACE TO WS-CUR-PGM-ID.                                 K6VOID.1
048800     MOVE 1 TO WS-VT-SUB.                                         K6VOID.1
048900 3000-NEXT-PGM.                                                   K6VOID.1
049000     IF WS-VT-SUB > WS-VT-COUNT                                   K6VOID.1
049100         GO TO 3000-EXIT.                                         K6VOID.1
049200     IF VT-PGM-ID (WS-VT-SUB) = WS-CUR-PGM-ID                     K6VOID.1
049300         ADD 1 TO WS-VT-SUB                                       K6VOID.1
049400         GO TO 3000-NEXT-PGM.                                     K6VOID.1
049500     MOVE VT-PGM-ID (WS-VT-SUB) TO WS-CUR-PGM-ID.                 K6VOID.1
049600     PERFORM 3100-SCAN-PGM THRU 3100-EXIT.                        K6VOID.1
049700     ADD 1 TO WS-VT-SUB.                                          K6VOID.1
049800     GO TO 3000-NEXT-PGM.                                         K6VOID.1
049900 3000-EXIT.                                                       K6VOID.1
050000     EXIT.                                                        K6VOID.1
050100*================================================================ K6VOID.1
050200* 3100-SCAN-PGM -- ONE PROGRAM'S ROWS, IN KEY ORDER.              K6VOID.1
050300*================================================================ K6VOID.1
050400 3100-SCAN-PGM.                                                   K6VOID.1
050500     MOVE LOW-VALUES TO RH-KEY.                                   K6VOID.1
050600     MOVE WS-CUR-PGM-ID TO RH-PGM-ID.                             K6VOID.1
050700     START RESULT-MASTER KEY IS NOT LESS THAN RH-KEY              K6VOID.1
050800         INVALID KEY GO TO 3100-EXIT.                             K6VOID.1
050900 3100-READ.                                                       K6VOID.1
051000     READ RESULT-MASTER NEXT RECORD                               K6VOID.1
051100         AT END GO TO 3100-EXIT.                                  K6VOID.1
051200     IF RH-PGM-ID NOT = WS-CUR-PGM-ID                             K6VOID.1
051300         GO TO 3100-EXIT.                                         K6VOID.1
051400     IF RH-TARGET-ID NOT = WS-TARGET-ID                           K6VOID.1
051500             OR RH-RUN-DATE NOT = WS-RUN-DATE                     K6VOID.1
051600         GO TO 3100-READ.                                         K6VOID.1
051700     PERFORM 3200-FIND-RUN THRU 3200-EXIT.                        K6VOID.1
051800     IF WS-VT-HIT = ZERO                                          K6VOID.1
051900         GO TO 3100-READ.                                         K6VOID.1
052000     WRITE VE-HST-IMAGE FROM RH-RESULT-REC.                       K6VOID.1
052100     DELETE RESULT-MASTER RECORD                                  K6VOID.1
052200         INVALID KEY GO TO 3100-READ.                             K6VOID.1
052300     ADD 1 TO VT-HIST (WS-VT-HIT).                                K6VOID.1
052400     ADD 1 TO WS-HIST-WITHDRAWN.                                  K6VOID.1
052500     GO TO 3100-READ.                                             K6VOID.1
052600 3100-EXIT.                                                       K6VOID.1
052700     EXIT.                                                        K6VOID.1
052800*================================================================ K6VOID.1
052900* 3200-FIND-RUN -- IS THE ROW'S PROGRAM AND RUN-SEQ ONE OF THE    K6VOID.1
053000* WINDOW'S RUNS?                                                  K6VOID.1
053100*================================================================ K6VOID.1
053200 3200-FIND-RUN.                                                   K6VOID.1
053300     MOVE ZERO TO WS-VT-HIT.                                      K6VOID.1
053400     MOVE 1 TO WS-VT-SUB2.                                        K6VOID.1
053500 3200-SCAN.                                                       K6VOID.1
053600     IF WS-VT-SUB2 > WS-VT-COUNT                                  K6VOID.1
053700         GO TO 3200-EXIT.                                         K6VOID.1
053800     IF VT-PGM-ID (WS-VT-SUB2) = RH-PGM-ID                        K6VOID.1
053900             AND VT-RUN-SEQ (WS-VT-SUB2) = RH-RUN-SEQ             K6VOID.1
054000         MOVE WS-VT-SUB2 TO WS-VT-HIT                             K6VOID.1
054100         GO TO 3200-EXIT.                                         K6VOID.1
054200     ADD 1 TO WS-VT-SUB2.                                         K6VOID.1
054300     GO TO 3200-SCAN.                                             K6VOID.1
054400 3200-EXIT.                                                       K6VOID.1
054500     EXIT.                                                        K6VOID.1
054600*================================================================ K6VOID.1
054700* 4000-REGISTER-VOID -- APPEND THE DECLARATION TO VOIDREG.        K6VOID.1
054800*================================================================ K6VOID.1
054900 4000-REGISTER-VOID.                                              K6VOID.1
055000     OPEN EXTEND VOID-REGISTER.                                   K6VOID.1
055100     MOVE SPACE TO VR-VOID-REC.                                   K6VOID.1
055200     MOVE WS-TARGET-ID TO VR-TARGET-ID.                           K6VOID.1
055300     MOVE WS-RUN-DATE TO VR-RUN-DATE.                             K6VOID.1
055400     MOVE WS-WINDOW-ID TO VR-WINDOW-ID.                           K6VOID.1
055500     MOVE VC-REASON-CODE TO VR-REASON-CODE.                       K6VOID.1
055600     MOVE VC-TICKET TO VR-TICKET.                                 K6VOID.1
055700     MOVE WS-USER-ID TO VR-USER-ID.                               K6VOID.1
055800     MOVE WS-TODAY TO VR-VOID-DATE.                               K6VOID.1
055900     MOVE WS-NOW-HHMMSS TO VR-VOID-TIME.                          K6VOID.1
056000     COMPUTE VR-RAW-COUNT = WS-RAW-VOIDED + WS-RAW-ALREADY.       K6VOID.1
056100     MOVE WS-HIST-WITHDRAWN TO VR-HIST-COUNT.                     K6VOID.1
056200     MOVE VC-REASON-TEXT TO VR-REASON-TEXT.                       K6VOID.1
056300     WRITE VR-VOID-REC.                                           K6VOID.1
056400     CLOSE VOID-REGISTER.                                         K6VOID.1
056500 4000-EXIT.                                                       K6VOID.1
056600     EXIT.                                                        K6VOID.1
056700*================================================================ K6VOID.1
056800* 7000-PRINT-REPORT -- THE CARD, ONE LINE PER RUN OF THE WINDOW,  K6VOID.1
056900* THE TOTALS AND THE RESULT.                                      K6VOID.1
057000*================================================================ K6VOID.1
057100 7000-PRINT-REPORT.                                               K6VOID.1
057200     MOVE WS-TARGET-ID TO HL2-TARGET.                             K6VOID.1
057300     MOVE WS-RUN-DATE TO HL2-RUN-DATE.                            K6VOID.1
057400     MOVE WS-WINDOW-ID TO HL2-WINDOW.                             K6VOID.1
057500     MOVE VC-REASON-CODE TO HL2-REASON.                           K6VOID.1
057600     MOVE VC-TICKET TO HL2-TICKET.                                K6VOID.1
057700     MOVE WS-USER-ID TO HL2-USER.                                 K6VOID.1
057800     MOVE VC-REASON-TEXT TO HL3-TEXT.                             K6VOID.1
057900     WRITE VP-PRINT-REC FROM HDR-LINE-1                           K6VOID.1
058000         AFTER ADVANCING PAGE.                                    K6VOID.1
058100     WRITE VP-PRINT-REC FROM HDR-LINE-2                           K6VOID.1
058200         AFTER ADVANCING 2 LINES.                                 K6VOID.1
058300     WRITE VP-PRINT-REC FROM HDR-LINE-3                           K6VOID.1
058400         AFTER ADVANCING 1 LINES.                                 K6VOID.1
058500     IF WS-VT-COUNT = ZERO                                        K6VOID.1
058600         GO TO 7000-RESULT.                                       K6VOID.1
058700     WRITE VP-PRINT-REC FROM HDR-LINE-4                           K6VOID.1
058800         AFTER ADVANCING 2 LINES.                                 K6VOID.1
058900     MOVE 1 TO WS-VT-SUB.                                         K6VOID.1
059000 7000-DETAIL.                                                     K6VOID.1
059100     IF WS-VT-SUB > WS-VT-COUNT                                   K6VOID.1
059200         GO TO 7000-TOTALS.                                       K6VOID.1
059300     MOVE VT-PGM-ID (WS-VT-SUB) TO DET-PGM-ID.                    K6VOID.1
059400     MOVE VT-RUN-SEQ (WS-VT-SUB) TO DET-RUN-SEQ.                  K6VOID.1
059500     MOVE VT-OLD-DISP (WS-VT-SUB) TO DET-OLD-DISP.                K6VOID.1
059600     IF VT-ACTION (WS-VT-SUB) = "V"                               K6VOID.1
059700         MOVE "VOIDED" TO DET-ACTION                              K6VOID.1
059800     ELSE                                                         K6VOID.1
059900         MOVE "ALREADY VOID" TO DET-ACTION.                       K6VOID.1
060000     MOVE VT-C-OK (WS-VT-SUB) TO DET-C-OK.                        K6VOID.1
060100     MOVE VT-C-FAIL (WS-VT-SUB) TO DET-C-FAIL.                    K6VOID.1
060200     MOVE VT-HIST (WS-VT-SUB) TO DET-HIST.                        K6VOID.1
060300     WRITE VP-PRINT-REC FROM DET-LINE                             K6VOID.1
060400         AFTER ADVANCING 1 LINES.                                 K6VOID.1
060500     ADD 1 TO WS-VT-SUB.                                          K6VOID.1
060600     GO TO 7000-DETAIL.                                           K6VOID.1
060700 7000-TOTALS.                                                     K6VOID.1
060800     MOVE "RAW-DATA RECORDS VOIDED" TO TOT-LABEL.                 K6VOID.1
060900     MOVE WS-RAW-VOIDED TO TOT-COUNT.                             K6VOID.1
061000     WRITE VP-PRINT-REC FROM TOT-LINE                             K6VOID.1
061100         AFTER ADVANCING 2 LINES.                                 K6VOID.1
061200     MOVE "RAW-DATA RECORDS ALREADY VOID" TO TOT-LABEL.           K6VOID.1
061300     MOVE WS-RAW-ALREADY TO TOT-COUNT.                            K6VOID.1
061400     WRITE VP-PRINT-REC FROM TOT-LINE                             K6VOID.1
061500         AFTER ADVANCING 1 LINES.                                 K6VOID.1
061600     MOVE "RESULTS-HISTORY ROWS WITHDRAWN" TO TOT-LABEL.          K6VOID.1
061700     MOVE WS-HIST-WITHDRAWN TO TOT-COUNT.                         K6VOID.1
061800     WRITE VP-PRINT-REC FROM TOT-LINE                             K6VOID.1
061900         AFTER ADVANCING 1 LINES.                                 K6VOID.1
062000 7000-RESULT.                                                     K6VOID.1
000000     IF WS-VT-OVERFLOW > ZERO                                     K6VOID.2
000000         MOVE "RAW-DATA RECORDS PAST THE VOID TABLE" TO TOT-LABEL K6VOID.2
000000         MOVE WS-VT-OVERFLOW TO TOT-COUNT                         K6VOID.2
000000         WRITE VP-PRINT-REC FROM TOT-LINE                         K6VOID.2
000000             AFTER ADVANCING 2 LINES.                             K6VOID.2
062100     WRITE VP-PRINT-REC FROM RESULT-LINE                          K6VOID.1
062200         AFTER ADVANCING 2 LINES.                                 K6VOID.1
062300 7000-EXIT.                                                       K6VOID.1
062400     EXIT.                                                        K6VOID.1
062500*================================================================ K6VOID.1
062600* 8000-ABORT -- REPORT A FILE-STATUS FAILURE AND STOP WITH        K6VOID.1
062700* RETURN CODE 16.                                                 K6VOID.1
062800*================================================================ K6VOID.1
062900 8000-ABORT.                                                      K6VOID.1
063000     IF MSGE-ID NOT = SPACE                                       K6VOID.1
063100         CALL "K6MSGE" USING MSGE-PARM.                           K6VOID.1
063200     WRITE VP-PRINT-REC FROM ERR-LINE                             K6VOID.1
063300         AFTER ADVANCING 1 LINES.                                 K6VOID.1
063400     IF WS-MASTERS-OPEN                                           K6VOID.1
063500         CLOSE RAW-MASTER RESULT-MASTER                           K6VOID.1
063600               VOID-RAW-EVD VOID-HST-EVD.                         K6VOID.1
063700     CLOSE VOID-RPT.                                              K6VOID.1
063800     MOVE 16 TO RETURN-CODE.                                      K6VOID.1
063900     STOP RUN.                                                    K6VOID.1
064000 8000-EXIT.                                                       K6VOID.1
064100     EXIT.                                                        K6VOID.1
064200*================================================================ K6VOID.1
064300* 9999-TERMINATE -- CLOSE FILES.                                  K6VOID.1
064400*================================================================ K6VOID.1
064500 9999-TERMINATE.                                                  K6VOID.1
064600     IF WS-MASTERS-OPEN                                           K6VOID.1
064700         CLOSE RAW-MASTER RESULT-MASTER                           K6VOID.1
064800               VOID-RAW-EVD VOID-HST-EVD.                         K6VOID.1
064900     CLOSE VOID-RPT.                                              K6VOID.1
065000 9999-EXIT.                                                       K6VOID.1
065100     EXIT.                                                        K6VOID.1
