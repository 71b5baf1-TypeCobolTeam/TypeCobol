000100 IDENTIFICATION DIVISION.                                         K6CPLN.1
000200 PROGRAM-ID.                                                      K6CPLN.1
000300     K6CPLN.                                                      K6CPLN.1
000400*================================================================ K6CPLN.1
000500* K6CPLN -- RECOMPILE AND RERUN PLAN FOR A SHARED-MEMBER CHANGE.  K6CPLN.1
000600*================================================================ K6CPLN.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6CPLN.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6CPLN.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6CPLN.1
001000* DATE-COMPILED.                                                  K6CPLN.1
001100*                                                                 K6CPLN.1
001200* REMARKS.                                                        K6CPLN.1
001300*    K6CUSE SAYS WHERE A SHARED MEMBER IS COPIED AND K6STAL       K6CPLN.1
001400*    LATER SAYS WHO IS STALE, BUT TURNING AN EDIT TO K6RAWDS,     K6CPLN.1
001500*    K6CSVE, K6PAGE, K6SEVT OR AN X-CARD MEMBER INTO WORK WAS     K6CPLN.1
001600*    STILL DONE BY HAND -- NESTED COPIES WERE MISSED, AND THE     K6CPLN.1
001700*    WHOLE SUITE WAS RERUN TO BE SAFE.  THIS PLANNER TAKES THE    K6CPLN.1
001800*    LIST OF CHANGED MEMBERS AND:                                 K6CPLN.1
001900*                                                                 K6CPLN.1
002000*      - RESOLVES EVERY COPIER THROUGH THE K6CUSE WHERE-USED      K6CPLN.1
002100*        CATALOG (CUSECAT).  A COPIER THAT IS ITSELF COPIED       K6CPLN.1
002200*        SOMEWHERE IS A NESTED MEMBER AND ITS OWN COPIERS ARE     K6CPLN.1
002300*        TAKEN IN TURN, TO ANY DEPTH;                             K6CPLN.1
002400*      - WORKS OUT THE K6MLEV LEVEL BUMPS THE CHANGE REQUIRES.    K6CPLN.1
002500*        A MEMBER IS TRACKED UNDER ITS NAME UP TO ANY "_", SO     K6CPLN.1
002600*        K6SCA_DATA AND K6SCA_PROC BOTH BUMP K6SCA.  A BUMP IS    K6CPLN.1
002700*        ITSELF AN EDIT TO K6MLEV, SO EVERY MEMBER COPYING        K6CPLN.1
002800*        K6MLEV -- K6STAL AMONG THEM -- JOINS THE COMPILE DECK    K6CPLN.1
002900*        TOO; THOSE ONLY RECOMPILE, THEY ARE NOT RERUN;           K6CPLN.1
003000*      - WRITES A COMPILE DECK (CMPLDECK), ONE IGYWCL STEP PER    K6CPLN.1
003100*        AFFECTED PROGRAM OR TOOL AND NOTHING ELSE;               K6CPLN.1
003200*      - WRITES A PATCH-VERIFICATION STEP-LIST (STEPOUT) OF THE   K6CPLN.1
003300*        AFFECTED TEST PROGRAMS -- THOSE ON THE FULL STEP-LIST    K6CPLN.1
003400*        (STEPLIST) -- WITH THEIR DECLARED PRODUCERS PULLED IN    K6CPLN.1
003500*        THE SAME WAY K6ISEL PULLS THEM, IN THE ORIGINAL ORDER;   K6CPLN.1
003600*      - REPORTS (CPLNRPT) THE BUMPS, EVERY AFFECTED MEMBER       K6CPLN.1
003700*        WITH THE MEMBER IT WAS REACHED THROUGH, AND THE          K6CPLN.1
003800*        STEPS SELECTED.                                          K6CPLN.1
003900*                                                                 K6CPLN.1
004000*    A PROGRAM NOT ON THE STEP-LIST IS TAKEN TO BE A TOOL.        K6CPLN.1
004100*                                                                 K6CPLN.1
004200*    CONTROL CARDS (CPLNCTL; "*" IN COL 1 = COMMENT):             K6CPLN.1
004300*        COLS  1-10   CHANGED MEMBER NAME, ONE PER CARD.          K6CPLN.1
004400*                                                                 K6CPLN.1
004500*    FILES:                                                       K6CPLN.1
004600*        CPLNCTL   CHANGED-MEMBER CARDS.                          K6CPLN.1
004700*        CUSECAT   K6CUSE WHERE-USED CATALOG.                     K6CPLN.1
004800*        STEPLIST  FULL STEP-LIST (K6ISEL LAYOUT).                K6CPLN.1
004900*        STEPOUT   PATCH-VERIFICATION STEP-LIST.                  K6CPLN.1
005000*        CMPLDECK  THE COMPILE DECK.                              K6CPLN.1
005100*        CPLNRPT   THE REPORT.                                    K6CPLN.1
005200*                                                                 K6CPLN.1
005300* RETURN CODES.                                                   K6CPLN.1
005400*    00  PLAN BUILT.                                              K6CPLN.1
005500*    04  A CHANGED MEMBER IS COPIED NOWHERE IN THE CATALOG, OR    K6CPLN.1
005600*        A TABLE FILLED AND THE PLAN IS INCOMPLETE.               K6CPLN.1
005700*    08  THE CATALOG IS EMPTY -- NO PLAN BUILT.                   K6CPLN.1
005800*                                                                 K6CPLN.1
005900* MODIFICATION HISTORY.                                           K6CPLN.1
006000*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6CPLN.1
006100*================================================================ K6CPLN.1
006200                                                                  K6CPLN.1
006300 ENVIRONMENT DIVISION.                                            K6CPLN.1
006400 CONFIGURATION SECTION.                                           K6CPLN.1
006500 SOURCE-COMPUTER.                                                 K6CPLN.1
006600     OUR-MAINFRAME.                                               K6CPLN.1
006700 OBJECT-COMPUTER.                                                 K6CPLN.1
006800     OUR-MAINFRAME.                                               K6CPLN.1
006900 INPUT-OUTPUT SECTION.                                            K6CPLN.1
007000 FILE-CONTROL.                                                    K6CPLN.1
007100     SELECT CPLN-CTL ASSIGN TO CPLNCTL                            K6CPLN.1
007200         ORGANIZATION IS SEQUENTIAL.                              K6CPLN.1
007300     SELECT CUSE-CATALOG ASSIGN TO CUSECAT                        K6CPLN.1
007400         ORGANIZATION IS SEQUENTIAL.                              K6CPLN.1
007500     SELECT STEP-LIST ASSIGN TO STEPLIST                          K6CPLN.1
007600         ORGANIZATION IS SEQUENTIAL.                              K6CPLN.1
007700     SELECT STEP-OUT ASSIGN TO STEPOUT                            K6CPLN.1
007800         ORGANIZATION IS SEQUENTIAL.                              K6CPLN.1
007900     SELECT JCL-DECK ASSIGN TO CMPLDECK                           K6CPLN.1
008000         ORGANIZATION IS SEQUENTIAL.                              K6CPLN.1
008100     SELECT CPLN-RPT ASSIGN TO CPLNRPT                            K6CPLN.1
008200         ORGANIZATION IS SEQUENTIAL.                              K6CPLN.1
008300                                                                  K6CPLN.1
008400 DATA DIVISION.                                                   K6CPLN.1
008500 FILE SECTION.                                                    K6CPLN.1
008600 FD  CPLN-CTL                                                     K6CPLN.1
008700     LABEL RECORDS ARE STANDARD.                                  K6CPLN.1
008800 01  PC-CHANGE-CARD.                                              K6CPLN.1
008900     05  PC-MEMBER            PIC X(10).                          K6CPLN.1
009000     05  FILLER               PIC X(70).                          K6CPLN.1
009100 FD  CUSE-CATALOG                                                 K6CPLN.1
009200     LABEL RECORDS ARE STANDARD.                                  K6CPLN.1
009300 01  CAT-REC.                                                     K6CPLN.1
009400     05  CAT-MEMBER-TAG       PIC X(7).                           K6CPLN.1
009500     05  CAT-MEMBER           PIC X(10).                          K6CPLN.1
009600     05  FILLER               PIC X(9).                           K6CPLN.1
009700     05  CAT-USED-BY          PIC X(10).                          K6CPLN.1
009800     05  FILLER               PIC X(44).                          K6CPLN.1
009900 FD  STEP-LIST                                                    K6CPLN.1
010000     LABEL RECORDS ARE STANDARD.                                  K6CPLN.1
010100 01  SL-STEP-ENTRY.                                               K6CPLN.1
010200     05  SL-PGM-ID            PIC X(6).                           K6CPLN.1
010300     05  SL-JOB-CLASS         PIC X(1).                           K6CPLN.1
010400     05  SL-REQUIRES-1        PIC X(6).                           K6CPLN.1
010500     05  SL-REQUIRES-2        PIC X(6).                           K6CPLN.1
010600 FD  STEP-OUT                                                     K6CPLN.1
010700     LABEL RECORDS ARE STANDARD.                                  K6CPLN.1
010800 01  SO-STEP-ENTRY.                                               K6CPLN.1
010900     05  SO-PGM-ID            PIC X(6).                           K6CPLN.1
011000     05  SO-JOB-CLASS         PIC X(1).                           K6CPLN.1
011100     05  SO-REQUIRES-1        PIC X(6).                           K6CPLN.1
011200     05  SO-REQUIRES-2        PIC X(6).                           K6CPLN.1
011300 FD  JCL-DECK                                                     K6CPLN.1
011400     LABEL RECORDS ARE STANDARD.                                  K6CPLN.1
011500 01  JD-CARD                  PIC X(80).                          K6CPLN.1
011600 FD  CPLN-RPT                                                     K6CPLN.1
011700     LABEL RECORDS ARE STANDARD.                                  K6CPLN.1
011800 01  PR-PRINT-REC             PIC X(120).                         K6CPLN.1
011900                                                                  K6CPLN.1
012000 WORKING-STORAGE SECTION.                                         K6CPLN.1
012100     COPY K6MLEV.                                                 K6CPLN.1
012200* ----------------------------------------------------------      K6CPLN.1
012300* SWITCHES AND COUNTERS.                                          K6CPLN.1
012400* ----------------------------------------------------------      K6CPLN.1
012500 77  WS-EOF-SW                PIC X      VALUE "N".               K6CPLN.1
012600     88  WS-EOF                          VALUE "Y".               K6CPLN.1
012700 77  WS-FULL-SW               PIC X      VALUE "N".               K6CPLN.1
012800     88  WS-TABLE-FULL                   VALUE "Y".               K6CPLN.1
012900 77  WS-PROGRESS-SW           PIC X      VALUE "N".               K6CPLN.1
013000 77  WS-FOUND-SW              PIC X      VALUE "N".               K6CPLN.1
013100     88  WS-FOUND                        VALUE "Y".               K6CPLN.1
013200 77  WS-CAT-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CPLN.1
013300 77  WS-CAT-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CPLN.1
013400 77  WS-LOOK-SUB              PIC 9(4)   COMP VALUE ZERO.         K6CPLN.1
013500 77  WS-AFF-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6CPLN.1
013600 77  WS-AFF-SUB               PIC 9(3)   COMP VALUE ZERO.         K6CPLN.1
013700 77  WS-HIT-SUB               PIC 9(3)   COMP VALUE ZERO.         K6CPLN.1
013800 77  WS-STEP-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6CPLN.1
013900 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6CPLN.1
014000 77  WS-SCAN-SUB              PIC 9(3)   COMP VALUE ZERO.         K6CPLN.1
014100 77  WS-BUMP-COUNT            PIC 9(2)   COMP VALUE ZERO.         K6CPLN.1
014200 77  WS-BUMP-SUB              PIC 9(2)   COMP VALUE ZERO.         K6CPLN.1
014300 77  WS-COMPILE-COUNT         PIC 9(3)   VALUE ZERO.              K6CPLN.1
014400 77  WS-RERUN-COUNT           PIC 9(3)   VALUE ZERO.              K6CPLN.1
014500 77  WS-SELECTED              PIC 9(3)   VALUE ZERO.              K6CPLN.1
014600 77  WS-PLAN-RC               PIC 9(2)   VALUE ZERO.              K6CPLN.1
014700* ----------------------------------------------------------      K6CPLN.1
014800* THE MEMBER BEING ADDED TO THE AFFECTED TABLE.                   K6CPLN.1
014900* ----------------------------------------------------------      K6CPLN.1
015000 01  WS-NEW-NAME              PIC X(10)  VALUE SPACE.             K6CPLN.1
015100 01  WS-NEW-KIND              PIC X(1)   VALUE SPACE.             K6CPLN.1
015200 01  WS-NEW-ORIGIN            PIC X(1)   VALUE SPACE.             K6CPLN.1
015300 01  WS-NEW-VIA               PIC X(10)  VALUE SPACE.             K6CPLN.1
015400 01  WS-NEW-ROOT              PIC X(10)  VALUE SPACE.             K6CPLN.1
015500 01  WS-NEW-DEPTH             PIC 9(2)   VALUE ZERO.              K6CPLN.1
015600 01  WS-FAMILY-NAME           PIC X(10)  VALUE SPACE.             K6CPLN.1
015700* ----------------------------------------------------------      K6CPLN.1
015800* WHERE-USED CATALOG, AFFECTED MEMBERS, LEVEL BUMPS AND THE       K6CPLN.1
015900* STEP TABLE WITH SELECTION MARKS.                                K6CPLN.1
016000*                                                                 K6CPLN.1
016100* AF-KIND    "C" A COPY MEMBER, "P" A COMPILED PROGRAM.           K6CPLN.1
016200* AF-ORIGIN  "C" REACHED FROM A CHANGED MEMBER'S CONTENT,         K6CPLN.1
016300*            "L" REACHED ONLY THROUGH THE K6MLEV BUMP.            K6CPLN.1
016400* ----------------------------------------------------------      K6CPLN.1
016500 01  CATALOG-TABLE.                                               K6CPLN.1
016600     05  CT-ENTRY OCCURS 3000 TIMES.                              K6CPLN.1
016700         10  CT-MEMBER        PIC X(10).                          K6CPLN.1
016800         10  CT-USED-BY       PIC X(10).                          K6CPLN.1
016900 01  AFFECTED-TABLE.                                              K6CPLN.1
017000     05  AF-ENTRY OCCURS 500 TIMES.                               K6CPLN.1
017100         10  AF-NAME          PIC X(10).                          K6CPLN.1
017200         10  AF-KIND          PIC X(1).                           K6CPLN.1
017300         10  AF-ORIGIN        PIC X(1).                           K6CPLN.1
017400         10  AF-VIA           PIC X(10).                          K6CPLN.1
017500         10  AF-ROOT          PIC X(10).                          K6CPLN.1
017600         10  AF-DEPTH         PIC 9(2).                           K6CPLN.1
017700         10  AF-TEST-SW       PIC X(1).                           K6CPLN.1
017800         10  AF-COPIED-SW     PIC X(1).                           K6CPLN.1
017900         10  AF-TRACKED-SW    PIC X(1).                           K6CPLN.1
018000 01  BUMP-TABLE.                                                  K6CPLN.1
018100     05  BUMP-ENTRY OCCURS 12 TIMES.                              K6CPLN.1
018200         10  BT-MEMBER        PIC X(8).                           K6CPLN.1
018300         10  BT-OLD-LEVEL     PIC 9(3).                           K6CPLN.1
018400         10  BT-NEW-LEVEL     PIC 9(3).                           K6CPLN.1
018500         10  BT-FOR           PIC X(10).                          K6CPLN.1
018600 01  STEP-TABLE.                                                  K6CPLN.1
018700     05  STEP-ENTRY OCCURS 300 TIMES.                             K6CPLN.1
018800         10  ST-PGM-ID        PIC X(6).                           K6CPLN.1
018900         10  ST-JOB-CLASS     PIC X(1).                           K6CPLN.1
019000         10  ST-REQ-1         PIC X(6).                           K6CPLN.1
019100         10  ST-REQ-2         PIC X(6).                           K6CPLN.1
019200         10  ST-PICK-SW       PIC X(1).                           K6CPLN.1
019300         10  ST-WHY           PIC X(10).                          K6CPLN.1
019400* ----------------------------------------------------------      K6CPLN.1
019500* CARD IMAGES.                                                    K6CPLN.1
019600* ----------------------------------------------------------      K6CPLN.1
019700 01  JOB-CARD.                                                    K6CPLN.1
019800     05  FILLER   PIC X(37) VALUE                                 K6CPLN.1
019900         "//K6RCMP  JOB (CCVS),'CERT RECOMPILE'".                 K6CPLN.1
020000     05  FILLER   PIC X(43) VALUE ",CLASS=A,MSGCLASS=X".          K6CPLN.1
020100 01  JOB-COMMENT-CARD.                                            K6CPLN.1
020200     05  FILLER   PIC X(35) VALUE                                 K6CPLN.1
020300         "//* RECOMPILE DECK BUILT BY K6CPLN ".                   K6CPLN.1
020400     05  FILLER   PIC X(45) VALUE "FROM THE K6CUSE CATALOG".      K6CPLN.1
020500 01  EXEC-CARD.                                                   K6CPLN.1
020600     05  FILLER           PIC X(2)  VALUE "//".                   K6CPLN.1
020700     05  EXC-STEP-NAME.                                           K6CPLN.1
020800         10  FILLER       PIC X(4)  VALUE "CMPL".                 K6CPLN.1
020900         10  EXC-STEP-NO  PIC 9(3).                               K6CPLN.1
021000     05  FILLER           PIC X(2)  VALUE SPACE.                  K6CPLN.1
021100     05  FILLER           PIC X(11) VALUE "EXEC IGYWCL".          K6CPLN.1
021200     05  FILLER           PIC X(58) VALUE SPACE.                  K6CPLN.1
021300 01  SYSLIB-CARD.                                                 K6CPLN.1
021400     05  FILLER   PIC X(80) VALUE                                 K6CPLN.1
021500         "//COBOL.SYSLIB DD DSN=CCVS.COPYLIB,DISP=SHR".           K6CPLN.1
021600 01  NULL-CARD.                                                   K6CPLN.1
021700     05  FILLER   PIC X(80) VALUE "//".                           K6CPLN.1
021800* ----------------------------------------------------------      K6CPLN.1
021900* REPORT LINES.                                                   K6CPLN.1
022000* ----------------------------------------------------------      K6CPLN.1
022100 01  HDR-LINE.                                                    K6CPLN.1
022200     05  FILLER   PIC X(46) VALUE                                 K6CPLN.1
022300         "COPY-CHANGE RECOMPILE AND RERUN PLAN (K6CPLN)".         K6CPLN.1
022400     05  FILLER   PIC X(74) VALUE SPACE.                          K6CPLN.1
022500 01  SECTION-LINE.                                                K6CPLN.1
022600     05  SC-TITLE             PIC X(50).                          K6CPLN.1
022700     05  FILLER   PIC X(70) VALUE SPACE.                          K6CPLN.1
022800 01  CHG-LINE.                                                    K6CPLN.1
022900     05  FILLER   PIC X(10) VALUE "CHANGED   ".                   K6CPLN.1
023000     05  CG-NAME              PIC X(10).                          K6CPLN.1
023100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CPLN.1
023200     05  CG-NOTE              PIC X(40).                          K6CPLN.1
023300     05  FILLER   PIC X(58) VALUE SPACE.                          K6CPLN.1
023400 01  BUMP-LINE.                                                   K6CPLN.1
023500     05  FILLER   PIC X(10) VALUE "BUMP      ".                   K6CPLN.1
023600     05  BL-MEMBER            PIC X(8).                           K6CPLN.1
023700     05  FILLER   PIC X(7)  VALUE "  FROM ".                      K6CPLN.1
023800     05  BL-OLD-LEVEL         PIC 9(3).                           K6CPLN.1
023900     05  FILLER   PIC X(5)  VALUE "  TO ".                        K6CPLN.1
024000     05  BL-NEW-LEVEL         PIC 9(3).                           K6CPLN.1
024100     05  FILLER   PIC X(6)  VALUE "  FOR ".                       K6CPLN.1
024200     05  BL-FOR               PIC X(10).                          K6CPLN.1
024300     05  FILLER   PIC X(68) VALUE SPACE.                          K6CPLN.1
024400 01  AFF-LINE.                                                    K6CPLN.1
024500     05  AL-NAME              PIC X(10).                          K6CPLN.1
024600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CPLN.1
024700     05  AL-KIND              PIC X(8).                           K6CPLN.1
024800     05  FILLER   PIC X(6)  VALUE "  VIA ".                       K6CPLN.1
024900     05  AL-VIA               PIC X(10).                          K6CPLN.1
025000     05  FILLER   PIC X(7)  VALUE "  FROM ".                      K6CPLN.1
025100     05  AL-ROOT              PIC X(10).                          K6CPLN.1
025200     05  FILLER   PIC X(8)  VALUE "  DEPTH ".                     K6CPLN.1
025300     05  AL-DEPTH             PIC Z9.                             K6CPLN.1
025400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CPLN.1
025500     05  AL-ACTION            PIC X(16).                          K6CPLN.1
025600     05  FILLER   PIC X(39) VALUE SPACE.                          K6CPLN.1
025700 01  SEL-LINE.                                                    K6CPLN.1
025800     05  FILLER   PIC X(9)  VALUE "SELECTED ".                    K6CPLN.1
025900     05  TL-PGM-ID            PIC X(6).                           K6CPLN.1
026000     05  FILLER   PIC X(6)  VALUE "  VIA ".                       K6CPLN.1
026100     05  TL-WHY               PIC X(10).                          K6CPLN.1
026200     05  FILLER   PIC X(89) VALUE SPACE.                          K6CPLN.1
026300 01  NOTE-LINE.                                                   K6CPLN.1
026400     05  NL-TEXT              PIC X(60).                          K6CPLN.1
026500     05  FILLER   PIC X(60) VALUE SPACE.                          K6CPLN.1
026600 01  SUM-LINE-1.                                                  K6CPLN.1
026700     05  FILLER   PIC X(23) VALUE "PROGRAMS TO RECOMPILE= ".      K6CPLN.1
026800     05  SM-COMPILE           PIC ZZZ9.                           K6CPLN.1
026900     05  FILLER   PIC X(25) VALUE "  TEST PROGRAMS AFFECTED=".    K6CPLN.1
027000     05  SM-RERUN             PIC ZZZ9.                           K6CPLN.1
027100     05  FILLER   PIC X(64) VALUE SPACE.                          K6CPLN.1
027200 01  SUM-LINE-2.                                                  K6CPLN.1
027300     05  FILLER   PIC X(19) VALUE "PROGRAMS SELECTED= ".          K6CPLN.1
027400     05  SM-SELECTED          PIC ZZZ9.                           K6CPLN.1
027500     05  FILLER   PIC X(6)  VALUE "  OF  ".                       K6CPLN.1
027600     05  SM-TOTAL             PIC ZZZ9.                           K6CPLN.1
027700     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6CPLN.1
027800     05  SM-RC                PIC 99.                             K6CPLN.1
027900     05  FILLER   PIC X(69) VALUE SPACE.                          K6CPLN.1
028000                                                                  K6CPLN.1
028100 PROCEDURE DIVISION.                                              K6CPLN.1
028200*================================================================ K6CPLN.1
028300* 0000-MAINLINE.                                                  K6CPLN.1
028400*================================================================ K6CPLN.1
028500 0000-MAINLINE.                                                   K6CPLN.1
028600     PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT.                    K6CPLN.1
028700     PERFORM 1500-LOAD-STEPS THRU 1500-EXIT.                      K6CPLN.1
028800     PERFORM 2000-LOAD-CHANGES THRU 2000-EXIT.                    K6CPLN.1
028900     PERFORM 3000-RESOLVE-COPIERS THRU 3000-EXIT.                 K6CPLN.1
029000     PERFORM 4000-LEVEL-BUMPS THRU 4000-EXIT.                     K6CPLN.1
029100     PERFORM 5000-MARK-STEPS THRU 5000-EXIT.                      K6CPLN.1
029200     PERFORM 5500-PULL-DEPENDENCIES THRU 5500-EXIT.               K6CPLN.1
029300     PERFORM 6000-WRITE-DECK THRU 6000-EXIT.                      K6CPLN.1
029400     PERFORM 7000-REPORT THRU 7000-EXIT.                          K6CPLN.1
029500     MOVE WS-PLAN-RC TO RETURN-CODE.                              K6CPLN.1
029600     STOP RUN.                                                    K6CPLN.1
029700*================================================================ K6CPLN.1
029800* 1000-LOAD-CATALOG -- THE MEMBER/COPIER PAIRS FROM CUSECAT.      K6CPLN.1
029900*================================================================ K6CPLN.1
030000 1000-LOAD-CATALOG.                                               K6CPLN.1
030100     OPEN INPUT CUSE-CATALOG.                                     K6CPLN.1
030200 1000-READ.                                                       K6CPLN.1
030300     READ CUSE-CATALOG                                            K6CPLN.1
030400         AT END GO TO 1000-DONE.                                  K6CPLN.1
030500     IF CAT-MEMBER-TAG NOT = "MEMBER="                            K6CPLN.1
030600         GO TO 1000-READ.                                         K6CPLN.1
030700     IF CAT-MEMBER = SPACE OR CAT-USED-BY = SPACE                 K6CPLN.1
030800         GO TO 1000-READ.                                         K6CPLN.1
030900     IF WS-CAT-COUNT NOT LESS THAN 3000                           K6CPLN.1
031000         SET WS-TABLE-FULL TO TRUE                                K6CPLN.1
031100         GO TO 1000-READ.                                         K6CPLN.1
031200     ADD 1 TO WS-CAT-COUNT.                                       K6CPLN.1
031300     MOVE CAT-MEMBER  TO CT-MEMBER (WS-CAT-COUNT).                K6CPLN.1
031400     MOVE CAT-USED-BY TO CT-USED-BY (WS-CAT-COUNT).               K6CPLN.1
031500     GO TO 1000-READ.                                             K6CPLN.1
031600 1000-DONE.                                                       K6CPLN.1
031700     CLOSE CUSE-CATALOG.                                          K6CPLN.1
031800     IF WS-CAT-COUNT = ZERO                                       K6CPLN.1
031900         MOVE 08 TO WS-PLAN-RC.                                   K6CPLN.1
032000 1000-EXIT.                                                       K6CPLN.1
032100     EXIT.                                                        K6CPLN.1
032200*================================================================ K6CPLN.1
032300* 1500-LOAD-STEPS.                                                K6CPLN.1
032400*================================================================ K6CPLN.1
032500 1500-LOAD-STEPS.                                                 K6CPLN.1
032600     OPEN INPUT STEP-LIST.                                        K6CPLN.1
032700 1500-READ.                                                       K6CPLN.1
032800     READ STEP-LIST                                               K6CPLN.1
032900         AT END GO TO 1500-DONE.                                  K6CPLN.1
033000     IF SL-PGM-ID = SPACE                                         K6CPLN.1
033100         GO TO 1500-READ.                                         K6CPLN.1
033200     IF WS-STEP-COUNT NOT LESS THAN 300                           K6CPLN.1
033300         SET WS-TABLE-FULL TO TRUE                                K6CPLN.1
033400         GO TO 1500-READ.                                         K6CPLN.1
033500     ADD 1 TO WS-STEP-COUNT.                                      K6CPLN.1
033600     MOVE SL-PGM-ID     TO ST-PGM-ID (WS-STEP-COUNT).             K6CPLN.1
033700     MOVE SL-JOB-CLASS  TO ST-JOB-CLASS (WS-STEP-COUNT).          K6CPLN.1
033800     MOVE SL-REQUIRES-1 TO ST-REQ-1 (WS-STEP-COUNT).              K6CPLN.1
033900     MOVE SL-REQUIRES-2 TO ST-REQ-2 (WS-STEP-COUNT).              K6CPLN.1
034000     MOVE "N" TO ST-PICK-SW (WS-STEP-COUNT).                      K6CPLN.1
034100     MOVE SPACE TO ST-WHY (WS-STEP-COUNT).                        K6CPLN.1
034200     GO TO 1500-READ.                                             K6CPLN.1
034300 1500-DONE.                                                       K6CPLN.1
034400     CLOSE STEP-LIST.                                             K6CPLN.1
034500 1500-EXIT.                                                       K6CPLN.1
034600     EXIT.                                                        K6CPLN.1
034700*================================================================ K6CPLN.1
034800* 2000-LOAD-CHANGES -- EACH CHANGED MEMBER STARTS THE AFFECTED    K6CPLN.1
034900* TABLE AT DEPTH ZERO.                                            K6CPLN.1
035000*================================================================ K6CPLN.1
035100 2000-LOAD-CHANGES.                                               K6CPLN.1
035200     OPEN INPUT CPLN-CTL.                                         K6CPLN.1
035300 2000-READ.                                                       K6CPLN.1
035400     READ CPLN-CTL                                                K6CPLN.1
035500         AT END GO TO 2000-DONE.                                  K6CPLN.1
035600     IF PC-MEMBER = SPACE OR PC-MEMBER (1:1) = "*"                K6CPLN.1
035700         GO TO 2000-READ.                                         K6CPLN.1
035800     MOVE PC-MEMBER TO WS-NEW-NAME WS-NEW-ROOT.                   K6CPLN.1
035900     MOVE "C" TO WS-NEW-KIND WS-NEW-ORIGIN.                       K6CPLN.1
036000     MOVE "CHANGED" TO WS-NEW-VIA.                                K6CPLN.1
036100     MOVE ZERO TO WS-NEW-DEPTH.                                   K6CPLN.1
036200     PERFORM 2900-ADD-AFFECTED THRU 2900-EXIT.                    K6CPLN.1
036300     GO TO 2000-READ.                                             K6CPLN.1
036400 2000-DONE.                                                       K6CPLN.1
036500     CLOSE CPLN-CTL.                                              K6CPLN.1
036600 2000-EXIT.                                                       K6CPLN.1
036700     EXIT.                                                        K6CPLN.1
036800*================================================================ K6CPLN.1
036900* 2900-ADD-AFFECTED -- ENTER WS-NEW-NAME ONCE.  A BLANK           K6CPLN.1
037000* WS-NEW-KIND IS WORKED OUT FROM THE CATALOG: A MEMBER COPIED     K6CPLN.1
037100* ANYWHERE IS A COPY MEMBER, ANYTHING ELSE A PROGRAM.  A          K6CPLN.1
037200* PROGRAM ON THE STEP-LIST IS A TEST PROGRAM.                     K6CPLN.1
037300*================================================================ K6CPLN.1
037400 2900-ADD-AFFECTED.                                               K6CPLN.1
037500     MOVE 1 TO WS-HIT-SUB.                                        K6CPLN.1
037600 2900-SCAN.                                                       K6CPLN.1
037700     IF WS-HIT-SUB GREATER THAN WS-AFF-COUNT                      K6CPLN.1
037800         GO TO 2900-NEW.                                          K6CPLN.1
037900     IF AF-NAME (WS-HIT-SUB) = WS-NEW-NAME                        K6CPLN.1
038000         GO TO 2900-EXIT.                                         K6CPLN.1
038100     ADD 1 TO WS-HIT-SUB.                                         K6CPLN.1
038200     GO TO 2900-SCAN.                                             K6CPLN.1
038300 2900-NEW.                                                        K6CPLN.1
038400     IF WS-AFF-COUNT NOT LESS THAN 500                            K6CPLN.1
038500         SET WS-TABLE-FULL TO TRUE                                K6CPLN.1
038600         GO TO 2900-EXIT.                                         K6CPLN.1
038700     ADD 1 TO WS-AFF-COUNT.                                       K6CPLN.1
038800     MOVE WS-NEW-NAME   TO AF-NAME (WS-AFF-COUNT).                K6CPLN.1
038900     MOVE WS-NEW-ORIGIN TO AF-ORIGIN (WS-AFF-COUNT).              K6CPLN.1
039000     MOVE WS-NEW-VIA    TO AF-VIA (WS-AFF-COUNT).                 K6CPLN.1
039100     MOVE WS-NEW-ROOT   TO AF-ROOT (WS-AFF-COUNT).                K6CPLN.1
039200     MOVE WS-NEW-DEPTH  TO AF-DEPTH (WS-AFF-COUNT).               K6CPLN.1
039300     MOVE "N" TO AF-TEST-SW (WS-AFF-COUNT).                       K6CPLN.1
039400     MOVE "N" TO AF-TRACKED-SW (WS-AFF-COUNT).                    K6CPLN.1
039500     PERFORM 2950-FIND-AS-COPIED THRU 2950-EXIT.                  K6CPLN.1
039600     MOVE WS-FOUND-SW TO AF-COPIED-SW (WS-AFF-COUNT).             K6CPLN.1
039700     MOVE WS-NEW-KIND TO AF-KIND (WS-AFF-COUNT).                  K6CPLN.1
039800     IF WS-NEW-KIND = SPACE                                       K6CPLN.1
039900         IF WS-FOUND                                              K6CPLN.1
040000             MOVE "C" TO AF-KIND (WS-AFF-COUNT)                   K6CPLN.1
040100         ELSE                                                     K6CPLN.1
040200             MOVE "P" TO AF-KIND (WS-AFF-COUNT).                  K6CPLN.1
040300     IF AF-KIND (WS-AFF-COUNT) = "P"                              K6CPLN.1
040400         PERFORM 2970-FIND-ON-STEP-LIST THRU 2970-EXIT.           K6CPLN.1
040500 2900-EXIT.                                                       K6CPLN.1
040600     EXIT.                                                        K6CPLN.1
040700*================================================================ K6CPLN.1
040800* 2950-FIND-AS-COPIED -- IS WS-NEW-NAME COPIED ANYWHERE.          K6CPLN.1
040900*================================================================ K6CPLN.1
041000 2950-FIND-AS-COPIED.                                             K6CPLN.1
041100     MOVE "N" TO WS-FOUND-SW.                                     K6CPLN.1
041200     MOVE 1 TO WS-LOOK-SUB.                                       K6CPLN.1
041300 2950-SCAN.                                                       K6CPLN.1
041400     IF WS-LOOK-SUB GREATER THAN WS-CAT-COUNT                     K6CPLN.1
041500         GO TO 2950-EXIT.                                         K6CPLN.1
041600     IF CT-MEMBER (WS-LOOK-SUB) = WS-NEW-NAME                     K6CPLN.1
041700         MOVE "Y" TO WS-FOUND-SW                                  K6CPLN.1
041800         GO TO 2950-EXIT.                                         K6CPLN.1
041900     ADD 1 TO WS-LOOK-SUB.                                        K6CPLN.1
042000     GO TO 2950-SCAN.                                             K6CPLN.1
042100 2950-EXIT.                                                       K6CPLN.1
042200     EXIT.                                                        K6CPLN.1
042300*================================================================ K6CPLN.1
042400* 2970-FIND-ON-STEP-LIST -- A PROGRAM ON THE STEP-LIST IS A       K6CPLN.1
042500* TEST PROGRAM; ONE THAT IS NOT IS A TOOL.                        K6CPLN.1
042600*================================================================ K6CPLN.1
042700 2970-FIND-ON-STEP-LIST.                                          K6CPLN.1
042800     MOVE 1 TO WS-SCAN-SUB.                                       K6CPLN.1
042900 2970-SCAN.                                                       K6CPLN.1
043000     IF WS-SCAN-SUB GREATER THAN WS-STEP-COUNT                    K6CPLN.1
043100         GO TO 2970-EXIT.                                         K6CPLN.1
043200     IF ST-PGM-ID (WS-SCAN-SUB) = WS-NEW-NAME                     K6CPLN.1
043300         MOVE "Y" TO AF-TEST-SW (WS-AFF-COUNT)                    K6CPLN.1
043400         GO TO 2970-EXIT.                                         K6CPLN.1
043500     ADD 1 TO WS-SCAN-SUB.                                        K6CPLN.1
043600     GO TO 2970-SCAN.                                             K6CPLN.1
043700 2970-EXIT.                                                       K6CPLN.1
043800     EXIT.                                                        K6CPLN.1
043900*================================================================ K6CPLN.1
044000* 3000-RESOLVE-COPIERS -- EVERY COPY MEMBER IN THE TABLE HAS      K6CPLN.1
044100* ITS COPIERS ADDED ONE LEVEL DEEPER.  THE ADDITIONS LAND         K6CPLN.1
044200* BEHIND THE SCAN, SO ONE PASS RESOLVES NESTED COPIES TO ANY      K6CPLN.1
044300* DEPTH.                                                          K6CPLN.1
044400*================================================================ K6CPLN.1
044500 3000-RESOLVE-COPIERS.                                            K6CPLN.1
044600     MOVE 1 TO WS-AFF-SUB.                                        K6CPLN.1
044700 3000-LOOP.                                                       K6CPLN.1
044800     IF WS-AFF-SUB GREATER THAN WS-AFF-COUNT                      K6CPLN.1
044900         GO TO 3000-EXIT.                                         K6CPLN.1
045000     IF AF-KIND (WS-AFF-SUB) = "C"                                K6CPLN.1
045100         PERFORM 3100-EXPAND-MEMBER THRU 3100-EXIT.               K6CPLN.1
045200     ADD 1 TO WS-AFF-SUB.                                         K6CPLN.1
045300     GO TO 3000-LOOP.                                             K6CPLN.1
045400 3000-EXIT.                                                       K6CPLN.1
045500     EXIT.                                                        K6CPLN.1
045600*================================================================ K6CPLN.1
045700* 3100-EXPAND-MEMBER -- THE COPIERS OF ONE COPY MEMBER.           K6CPLN.1
045800*================================================================ K6CPLN.1
045900 3100-EXPAND-MEMBER.                                              K6CPLN.1
046000     MOVE 1 TO WS-CAT-SUB.                                        K6CPLN.1
046100 3100-SCAN.                                                       K6CPLN.1
046200     IF WS-CAT-SUB GREATER THAN WS-CAT-COUNT                      K6CPLN.1
046300         GO TO 3100-EXIT.                                         K6CPLN.1
046400     IF CT-MEMBER (WS-CAT-SUB) NOT = AF-NAME (WS-AFF-SUB)         K6CPLN.1
046500         GO TO 3100-NEXT.                                         K6CPLN.1
046600     MOVE CT-USED-BY (WS-CAT-SUB) TO WS-NEW-NAME.                 K6CPLN.1
046700     MOVE SPACE TO WS-NEW-KIND.                                   K6CPLN.1
046800     MOVE AF-ORIGIN (WS-AFF-SUB) TO WS-NEW-ORIGIN.                K6CPLN.1
046900     MOVE AF-NAME (WS-AFF-SUB) TO WS-NEW-VIA.                     K6CPLN.1
047000     MOVE AF-ROOT (WS-AFF-SUB) TO WS-NEW-ROOT.                    K6CPLN.1
047100     ADD 1 AF-DEPTH (WS-AFF-SUB) GIVING WS-NEW-DEPTH.             K6CPLN.1
047200     PERFORM 2900-ADD-AFFECTED THRU 2900-EXIT.                    K6CPLN.1
047300 3100-NEXT.                                                       K6CPLN.1
047400     ADD 1 TO WS-CAT-SUB.                                         K6CPLN.1
047500     GO TO 3100-SCAN.                                             K6CPLN.1
047600 3100-EXIT.                                                       K6CPLN.1
047700     EXIT.                                                        K6CPLN.1
047800*================================================================ K6CPLN.1
047900* 4000-LEVEL-BUMPS -- EACH CHANGED MEMBER TRACKED IN K6MLEV       K6CPLN.1
048000* (UNDER ITS NAME UP TO ANY "_") NEEDS ITS LEVEL RAISED ONCE.     K6CPLN.1
048100* ANY BUMP IS AN EDIT TO K6MLEV, WHOSE COPIERS ARE THEN           K6CPLN.1
048200* RESOLVED AS RECOMPILE-ONLY.                                     K6CPLN.1
048300*================================================================ K6CPLN.1
048400 4000-LEVEL-BUMPS.                                                K6CPLN.1
048500     MOVE 1 TO WS-AFF-SUB.                                        K6CPLN.1
048600 4000-LOOP.                                                       K6CPLN.1
048700     IF WS-AFF-SUB GREATER THAN WS-AFF-COUNT                      K6CPLN.1
048800         GO TO 4000-STAMP.                                        K6CPLN.1
048900     IF AF-DEPTH (WS-AFF-SUB) = ZERO                              K6CPLN.1
049000             AND AF-ORIGIN (WS-AFF-SUB) = "C"                     K6CPLN.1
049100         PERFORM 4100-BUMP-ONE THRU 4100-EXIT.                    K6CPLN.1
049200     ADD 1 TO WS-AFF-SUB.                                         K6CPLN.1
049300     GO TO 4000-LOOP.                                             K6CPLN.1
049400 4000-STAMP.                                                      K6CPLN.1
049500     IF WS-BUMP-COUNT = ZERO                                      K6CPLN.1
049600         GO TO 4000-EXIT.                                         K6CPLN.1
049700     MOVE "K6MLEV" TO WS-NEW-NAME WS-NEW-ROOT.                    K6CPLN.1
049800     MOVE "C" TO WS-NEW-KIND.                                     K6CPLN.1
049900     MOVE "L" TO WS-NEW-ORIGIN.                                   K6CPLN.1
050000     MOVE "LEVEL BUMP" TO WS-NEW-VIA.                             K6CPLN.1
050100     MOVE ZERO TO WS-NEW-DEPTH.                                   K6CPLN.1
050200     PERFORM 2900-ADD-AFFECTED THRU 2900-EXIT.                    K6CPLN.1
050300     PERFORM 3000-RESOLVE-COPIERS THRU 3000-EXIT.                 K6CPLN.1
050400 4000-EXIT.                                                       K6CPLN.1
050500     EXIT.                                                        K6CPLN.1
050600*================================================================ K6CPLN.1
050700* 4100-BUMP-ONE -- LOOK THE CHANGED MEMBER'S FAMILY UP IN THE     K6CPLN.1
050800* LEVEL TABLE AND RECORD THE BUMP IF IT IS NOT ALREADY DUE.       K6CPLN.1
050900*================================================================ K6CPLN.1
051000 4100-BUMP-ONE.                                                   K6CPLN.1
051100     MOVE SPACE TO WS-FAMILY-NAME.                                K6CPLN.1
051200     UNSTRING AF-NAME (WS-AFF-SUB) DELIMITED BY "_"               K6CPLN.1
051300         INTO WS-FAMILY-NAME.                                     K6CPLN.1
051400     SET K6-MLV-IDX TO 1.                                         K6CPLN.1
051500 4100-SCAN.                                                       K6CPLN.1
051600     IF K6-MLV-IDX GREATER THAN 12                                K6CPLN.1
051700         GO TO 4100-EXIT.                                         K6CPLN.1
051800     IF K6-MEMBER-NAME (K6-MLV-IDX) = WS-FAMILY-NAME              K6CPLN.1
051900         GO TO 4100-TRACKED.                                      K6CPLN.1
052000     SET K6-MLV-IDX UP BY 1.                                      K6CPLN.1
052100     GO TO 4100-SCAN.                                             K6CPLN.1
052200 4100-TRACKED.                                                    K6CPLN.1
052300     MOVE "Y" TO AF-TRACKED-SW (WS-AFF-SUB).                      K6CPLN.1
052400     MOVE 1 TO WS-BUMP-SUB.                                       K6CPLN.1
052500 4100-DUP.                                                        K6CPLN.1
052600     IF WS-BUMP-SUB GREATER THAN WS-BUMP-COUNT                    K6CPLN.1
052700         GO TO 4100-ADD.                                          K6CPLN.1
052800     IF BT-MEMBER (WS-BUMP-SUB) = K6-MEMBER-NAME (K6-MLV-IDX)     K6CPLN.1
052900         GO TO 4100-EXIT.                                         K6CPLN.1
053000     ADD 1 TO WS-BUMP-SUB.                                        K6CPLN.1
053100     GO TO 4100-DUP.                                              K6CPLN.1
053200 4100-ADD.                                                        K6CPLN.1
053300     ADD 1 TO WS-BUMP-COUNT.                                      K6CPLN.1
053400     MOVE K6-MEMBER-NAME (K6-MLV-IDX)                             K6CPLN.1
053500         TO BT-MEMBER (WS-BUMP-COUNT).                            K6CPLN.1
053600     MOVE K6-MEMBER-LEVEL (K6-MLV-IDX)                            K6CPLN.1
053700         TO BT-OLD-LEVEL (WS-BUMP-COUNT).                         K6CPLN.1
053800     ADD 1 K6-MEMBER-LEVEL (K6-MLV-IDX)                           K6CPLN.1
053900         GIVING BT-NEW-LEVEL (WS-BUMP-COUNT).                     K6CPLN.1
054000     MOVE AF-NAME (WS-AFF-SUB) TO BT-FOR (WS-BUMP-COUNT).         K6CPLN.1
054100 4100-EXIT.                                                       K6CPLN.1
054200     EXIT.                                                        K6CPLN.1
054300*================================================================ K6CPLN.1
054400* 5000-MARK-STEPS -- A TEST PROGRAM REACHED FROM A CHANGED        K6CPLN.1
054500* MEMBER'S CONTENT IS SELECTED FOR PATCH VERIFICATION.  ONE       K6CPLN.1
054600* REACHED ONLY THROUGH THE LEVEL BUMP RECOMPILES BUT DOES NOT     K6CPLN.1
054700* RERUN -- ITS CODE IS UNCHANGED.                                 K6CPLN.1
054800*================================================================ K6CPLN.1
054900 5000-MARK-STEPS.                                                 K6CPLN.1
055000     MOVE 1 TO WS-AFF-SUB.                                        K6CPLN.1
055100 5000-LOOP.                                                       K6CPLN.1
055200     IF WS-AFF-SUB GREATER THAN WS-AFF-COUNT                      K6CPLN.1
055300         GO TO 5000-EXIT.                                         K6CPLN.1
055400     IF AF-TEST-SW (WS-AFF-SUB) = "Y"                             K6CPLN.1
055500             AND AF-ORIGIN (WS-AFF-SUB) = "C"                     K6CPLN.1
055600         ADD 1 TO WS-RERUN-COUNT                                  K6CPLN.1
055700         PERFORM 5100-MARK-PROGRAM THRU 5100-EXIT.                K6CPLN.1
055800     ADD 1 TO WS-AFF-SUB.                                         K6CPLN.1
055900     GO TO 5000-LOOP.                                             K6CPLN.1
056000 5000-EXIT.                                                       K6CPLN.1
056100     EXIT.                                                        K6CPLN.1
056200*================================================================ K6CPLN.1
056300* 5100-MARK-PROGRAM.                                              K6CPLN.1
056400*================================================================ K6CPLN.1
056500 5100-MARK-PROGRAM.                                               K6CPLN.1
056600     MOVE 1 TO WS-SUB.                                            K6CPLN.1
056700 5100-SCAN.                                                       K6CPLN.1
056800     IF WS-SUB GREATER THAN WS-STEP-COUNT                         K6CPLN.1
056900         GO TO 5100-EXIT.                                         K6CPLN.1
057000     IF ST-PGM-ID (WS-SUB) = AF-NAME (WS-AFF-SUB)                 K6CPLN.1
057100         MOVE "Y" TO ST-PICK-SW (WS-SUB)                          K6CPLN.1
057200         MOVE AF-ROOT (WS-AFF-SUB) TO ST-WHY (WS-SUB)             K6CPLN.1
057300         GO TO 5100-EXIT.                                         K6CPLN.1
057400     ADD 1 TO WS-SUB.                                             K6CPLN.1
057500     GO TO 5100-SCAN.                                             K6CPLN.1
057600 5100-EXIT.                                                       K6CPLN.1
057700     EXIT.                                                        K6CPLN.1
057800*================================================================ K6CPLN.1
057900* 5500-PULL-DEPENDENCIES -- A SELECTED STEP PULLS ITS             K6CPLN.1
058000* PRODUCERS IN, REPEATED UNTIL THE SET STOPS GROWING.             K6CPLN.1
058100*================================================================ K6CPLN.1
058200 5500-PULL-DEPENDENCIES.                                          K6CPLN.1
058300 5500-PASS.                                                       K6CPLN.1
058400     MOVE "N" TO WS-PROGRESS-SW.                                  K6CPLN.1
058500     MOVE 1 TO WS-SUB.                                            K6CPLN.1
058600 5500-STEP.                                                       K6CPLN.1
058700     IF WS-SUB GREATER THAN WS-STEP-COUNT                         K6CPLN.1
058800         GO TO 5500-PASS-END.                                     K6CPLN.1
058900     IF ST-PICK-SW (WS-SUB) = "Y"                                 K6CPLN.1
059000         IF ST-REQ-1 (WS-SUB) NOT = SPACE                         K6CPLN.1
059100             PERFORM 5600-PULL-ONE THRU 5600-EXIT.                K6CPLN.1
059200     IF ST-PICK-SW (WS-SUB) = "Y"                                 K6CPLN.1
059300         IF ST-REQ-2 (WS-SUB) NOT = SPACE                         K6CPLN.1
059400             PERFORM 5700-PULL-TWO THRU 5700-EXIT.                K6CPLN.1
059500     ADD 1 TO WS-SUB.                                             K6CPLN.1
059600     GO TO 5500-STEP.                                             K6CPLN.1
059700 5500-PASS-END.                                                   K6CPLN.1
059800     IF WS-PROGRESS-SW = "Y"                                      K6CPLN.1
059900         GO TO 5500-PASS.                                         K6CPLN.1
060000 5500-EXIT.                                                       K6CPLN.1
060100     EXIT.                                                        K6CPLN.1
060200*================================================================ K6CPLN.1
060300* 5600-PULL-ONE / 5700-PULL-TWO.                                  K6CPLN.1
060400*================================================================ K6CPLN.1
060500 5600-PULL-ONE.                                                   K6CPLN.1
060600     MOVE 1 TO WS-SCAN-SUB.                                       K6CPLN.1
060700 5600-SCAN.                                                       K6CPLN.1
060800     IF WS-SCAN-SUB GREATER THAN WS-STEP-COUNT                    K6CPLN.1
060900         GO TO 5600-EXIT.                                         K6CPLN.1
061000     IF ST-PGM-ID (WS-SCAN-SUB) = ST-REQ-1 (WS-SUB)               K6CPLN.1
061100             AND ST-PICK-SW (WS-SCAN-SUB) = "N"                   K6CPLN.1
061200         MOVE "Y" TO ST-PICK-SW (WS-SCAN-SUB)                     K6CPLN.1
061300         MOVE "DEPENDENCY" TO ST-WHY (WS-SCAN-SUB)                K6CPLN.1
061400         MOVE "Y" TO WS-PROGRESS-SW                               K6CPLN.1
061500         GO TO 5600-EXIT.                                         K6CPLN.1
061600     ADD 1 TO WS-SCAN-SUB.                                        K6CPLN.1
061700     GO TO 5600-SCAN.                                             K6CPLN.1
061800 5600-EXIT.                                                       K6CPLN.1
061900     EXIT.                                                        K6CPLN.1
062000 5700-PULL-TWO.                                                   K6CPLN.1
062100     MOVE 1 TO WS-SCAN-SUB.                                       K6CPLN.1
062200 5700-SCAN.                                                       K6CPLN.1
062300     IF WS-SCAN-SUB GREATER THAN WS-STEP-COUNT                    K6CPLN.1
062400         GO TO 5700-EXIT.                                         K6CPLN.1
062500     IF ST-PGM-ID (WS-SCAN-SUB) = ST-REQ-2 (WS-SUB)               K6CPLN.1
062600             AND ST-PICK-SW (WS-SCAN-SUB) = "N"                   K6CPLN.1
062700         MOVE "Y" TO ST-PICK-SW (WS-SCAN-SUB)                     K6CPLN.1
062800         MOVE "DEPENDENCY" TO ST-WHY (WS-SCAN-SUB)                K6CPLN.1
062900         MOVE "Y" TO WS-PROGRESS-SW                               K6CPLN.1
063000         GO TO 5700-EXIT.                                         K6CPLN.1
063100     ADD 1 TO WS-SCAN-SUB.                                        K6CPLN.1
063200     GO TO 5700-SCAN.                                             K6CPLN.1
063300 5700-EXIT.                                                       K6CPLN.1
063400     EXIT.                                                        K6CPLN.1
063500*================================================================ K6CPLN.1
063600* 6000-WRITE-DECK -- JOB CARD, ONE IGYWCL STEP PER AFFECTED       K6CPLN.1
063700* PROGRAM OR TOOL, CLOSING NULL CARD.  COPY MEMBERS ARE NOT       K6CPLN.1
063800* COMPILED ON THEIR OWN.                                          K6CPLN.1
063900*================================================================ K6CPLN.1
064000 6000-WRITE-DECK.                                                 K6CPLN.1
064100     OPEN OUTPUT JCL-DECK.                                        K6CPLN.1
064200     MOVE JOB-CARD TO JD-CARD.                                    K6CPLN.1
064300     WRITE JD-CARD.                                               K6CPLN.1
064400     MOVE JOB-COMMENT-CARD TO JD-CARD.                            K6CPLN.1
064500     WRITE JD-CARD.                                               K6CPLN.1
064600     MOVE 1 TO WS-AFF-SUB.                                        K6CPLN.1
064700 6000-LOOP.                                                       K6CPLN.1
064800     IF WS-AFF-SUB GREATER THAN WS-AFF-COUNT                      K6CPLN.1
064900         GO TO 6000-DONE.                                         K6CPLN.1
065000     IF AF-KIND (WS-AFF-SUB) = "P"                                K6CPLN.1
065100         PERFORM 6100-COMPILE-STEP THRU 6100-EXIT.                K6CPLN.1
065200     ADD 1 TO WS-AFF-SUB.                                         K6CPLN.1
065300     GO TO 6000-LOOP.                                             K6CPLN.1
065400 6000-DONE.                                                       K6CPLN.1
065500     MOVE NULL-CARD TO JD-CARD.                                   K6CPLN.1
065600     WRITE JD-CARD.                                               K6CPLN.1
065700     CLOSE JCL-DECK.                                              K6CPLN.1
065800 6000-EXIT.                                                       K6CPLN.1
065900     EXIT.                                                        K6CPLN.1
066000*================================================================ K6CPLN.1
066100* 6100-COMPILE-STEP -- COMPILE AND LINK ONE MEMBER FROM THE       K6CPLN.1
066200* SOURCE LIBRARY INTO THE LOAD LIBRARY.                           K6CPLN.1
066300*================================================================ K6CPLN.1
066400 6100-COMPILE-STEP.                                               K6CPLN.1
066500     ADD 1 TO WS-COMPILE-COUNT.                                   K6CPLN.1
066600     MOVE WS-COMPILE-COUNT TO EXC-STEP-NO.                        K6CPLN.1
066700     MOVE EXEC-CARD TO JD-CARD.                                   K6CPLN.1
066800     WRITE JD-CARD.                                               K6CPLN.1
066900     MOVE SPACE TO JD-CARD.                                       K6CPLN.1
067000     STRING "//COBOL.SYSIN  DD DSN=CCVS.SRCLIB("                  K6CPLN.1
067100                              DELIMITED BY SIZE                   K6CPLN.1
067200            AF-NAME (WS-AFF-SUB) DELIMITED BY SPACE               K6CPLN.1
067300            "),DISP=SHR"      DELIMITED BY SIZE                   K6CPLN.1
067400         INTO JD-CARD.                                            K6CPLN.1
067500     WRITE JD-CARD.                                               K6CPLN.1
067600     MOVE SYSLIB-CARD TO JD-CARD.                                 K6CPLN.1
067700     WRITE JD-CARD.                                               K6CPLN.1
067800     MOVE SPACE TO JD-CARD.                                       K6CPLN.1
067900     STRING "//LKED.SYSLMOD DD DSN=CCVS.LOADLIB("                 K6CPLN.1
068000                              DELIMITED BY SIZE                   K6CPLN.1
068100            AF-NAME (WS-AFF-SUB) DELIMITED BY SPACE               K6CPLN.1
068200            "),DISP=SHR"      DELIMITED BY SIZE                   K6CPLN.1
068300         INTO JD-CARD.                                            K6CPLN.1
068400     WRITE JD-CARD.                                               K6CPLN.1
068500 6100-EXIT.                                                       K6CPLN.1
068600     EXIT.                                                        K6CPLN.1
068700*================================================================ K6CPLN.1
068800* 7000-REPORT -- CHANGED MEMBERS, LEVEL BUMPS, AFFECTED           K6CPLN.1
068900* MEMBERS, THEN THE STEP-LIST AS WRITTEN TO STEPOUT.              K6CPLN.1
069000*================================================================ K6CPLN.1
069100 7000-REPORT.                                                     K6CPLN.1
069200     OPEN OUTPUT CPLN-RPT.                                        K6CPLN.1
069300     WRITE PR-PRINT-REC FROM HDR-LINE                             K6CPLN.1
069400         AFTER ADVANCING PAGE.                                    K6CPLN.1
069500     IF WS-CAT-COUNT = ZERO                                       K6CPLN.1
069600         MOVE "WHERE-USED CATALOG IS EMPTY -- NO PLAN BUILT"      K6CPLN.1
069700             TO NL-TEXT                                           K6CPLN.1
069800         WRITE PR-PRINT-REC FROM NOTE-LINE                        K6CPLN.1
069900             AFTER ADVANCING 2 LINES.                             K6CPLN.1
070000     MOVE "CHANGED MEMBERS" TO SC-TITLE.                          K6CPLN.1
070100     WRITE PR-PRINT-REC FROM SECTION-LINE                         K6CPLN.1
070200         AFTER ADVANCING 2 LINES.                                 K6CPLN.1
070300     MOVE 1 TO WS-AFF-SUB.                                        K6CPLN.1
070400 7000-CHANGED.                                                    K6CPLN.1
070500     IF WS-AFF-SUB GREATER THAN WS-AFF-COUNT                      K6CPLN.1
070600         GO TO 7000-BUMPS.                                        K6CPLN.1
070700     IF AF-DEPTH (WS-AFF-SUB) = ZERO                              K6CPLN.1
070800             AND AF-ORIGIN (WS-AFF-SUB) = "C"                     K6CPLN.1
070900         PERFORM 7100-CHANGED-LINE THRU 7100-EXIT.                K6CPLN.1
071000     ADD 1 TO WS-AFF-SUB.                                         K6CPLN.1
071100     GO TO 7000-CHANGED.                                          K6CPLN.1
071200 7000-BUMPS.                                                      K6CPLN.1
071300     MOVE "K6MLEV LEVEL BUMPS REQUIRED" TO SC-TITLE.              K6CPLN.1
071400     WRITE PR-PRINT-REC FROM SECTION-LINE                         K6CPLN.1
071500         AFTER ADVANCING 2 LINES.                                 K6CPLN.1
071600     IF WS-BUMP-COUNT = ZERO                                      K6CPLN.1
071700         MOVE "NONE -- NO CHANGED MEMBER IS TRACKED IN K6MLEV"    K6CPLN.1
071800             TO NL-TEXT                                           K6CPLN.1
071900         WRITE PR-PRINT-REC FROM NOTE-LINE                        K6CPLN.1
072000             AFTER ADVANCING 1 LINE                               K6CPLN.1
072100         GO TO 7000-AFFECTED.                                     K6CPLN.1
072200     MOVE 1 TO WS-BUMP-SUB.                                       K6CPLN.1
072300 7000-BUMP-LOOP.                                                  K6CPLN.1
072400     IF WS-BUMP-SUB GREATER THAN WS-BUMP-COUNT                    K6CPLN.1
072500         GO TO 7000-BUMP-NOTE.                                    K6CPLN.1
072600     MOVE BT-MEMBER (WS-BUMP-SUB) TO BL-MEMBER.                   K6CPLN.1
072700     MOVE BT-OLD-LEVEL (WS-BUMP-SUB) TO BL-OLD-LEVEL.             K6CPLN.1
072800     MOVE BT-NEW-LEVEL (WS-BUMP-SUB) TO BL-NEW-LEVEL.             K6CPLN.1
072900     MOVE BT-FOR (WS-BUMP-SUB) TO BL-FOR.                         K6CPLN.1
073000     WRITE PR-PRINT-REC FROM BUMP-LINE                            K6CPLN.1
073100         AFTER ADVANCING 1 LINE.                                  K6CPLN.1
073200     ADD 1 TO WS-BUMP-SUB.                                        K6CPLN.1
073300     GO TO 7000-BUMP-LOOP.                                        K6CPLN.1
073400 7000-BUMP-NOTE.                                                  K6CPLN.1
073500     MOVE "EVERY K6MLEV COPIER IS RECOMPILED WITH THE NEW LEVELS" K6CPLN.1
073600         TO NL-TEXT.                                              K6CPLN.1
073700     WRITE PR-PRINT-REC FROM NOTE-LINE                            K6CPLN.1
073800         AFTER ADVANCING 1 LINE.                                  K6CPLN.1
073900 7000-AFFECTED.                                                   K6CPLN.1
074000     MOVE "AFFECTED MEMBERS" TO SC-TITLE.                         K6CPLN.1
074100     WRITE PR-PRINT-REC FROM SECTION-LINE                         K6CPLN.1
074200         AFTER ADVANCING 2 LINES.                                 K6CPLN.1
074300     MOVE 1 TO WS-AFF-SUB.                                        K6CPLN.1
074400 7000-AFF-LOOP.                                                   K6CPLN.1
074500     IF WS-AFF-SUB GREATER THAN WS-AFF-COUNT                      K6CPLN.1
074600         GO TO 7000-STEPS.                                        K6CPLN.1
074700     IF AF-DEPTH (WS-AFF-SUB) NOT = ZERO                          K6CPLN.1
074800         PERFORM 7200-AFFECTED-LINE THRU 7200-EXIT.               K6CPLN.1
074900     ADD 1 TO WS-AFF-SUB.                                         K6CPLN.1
075000     GO TO 7000-AFF-LOOP.                                         K6CPLN.1
075100 7000-STEPS.                                                      K6CPLN.1
075200     PERFORM 7300-STEP-LIST THRU 7300-EXIT.                       K6CPLN.1
075300     IF WS-TABLE-FULL                                             K6CPLN.1
075400         MOVE 04 TO WS-PLAN-RC                                    K6CPLN.1
075500         MOVE "A TABLE FILLED -- THE PLAN IS INCOMPLETE"          K6CPLN.1
075600             TO NL-TEXT                                           K6CPLN.1
075700         WRITE PR-PRINT-REC FROM NOTE-LINE                        K6CPLN.1
075800             AFTER ADVANCING 2 LINES.                             K6CPLN.1
075900     IF WS-CAT-COUNT = ZERO                                       K6CPLN.1
076000         MOVE 08 TO WS-PLAN-RC.                                   K6CPLN.1
076100     MOVE WS-COMPILE-COUNT TO SM-COMPILE.                         K6CPLN.1
076200     MOVE WS-RERUN-COUNT TO SM-RERUN.                             K6CPLN.1
076300     WRITE PR-PRINT-REC FROM SUM-LINE-1                           K6CPLN.1
076400         AFTER ADVANCING 2 LINES.                                 K6CPLN.1
076500     MOVE WS-SELECTED TO SM-SELECTED.                             K6CPLN.1
076600     MOVE WS-STEP-COUNT TO SM-TOTAL.                              K6CPLN.1
076700     MOVE WS-PLAN-RC TO SM-RC.                                    K6CPLN.1
076800     WRITE PR-PRINT-REC FROM SUM-LINE-2                           K6CPLN.1
076900         AFTER ADVANCING 1 LINE.                                  K6CPLN.1
077000     CLOSE CPLN-RPT.                                              K6CPLN.1
077100 7000-EXIT.                                                       K6CPLN.1
077200     EXIT.                                                        K6CPLN.1
077300*================================================================ K6CPLN.1
077400* 7100-CHANGED-LINE -- ONE CHANGED MEMBER AND HOW IT STANDS.      K6CPLN.1
077500*================================================================ K6CPLN.1
077600 7100-CHANGED-LINE.                                               K6CPLN.1
077700     MOVE AF-NAME (WS-AFF-SUB) TO CG-NAME.                        K6CPLN.1
077800     IF AF-COPIED-SW (WS-AFF-SUB) NOT = "Y"                       K6CPLN.1
077900         MOVE "NOT COPIED ANYWHERE IN THE CATALOG" TO CG-NOTE     K6CPLN.1
078000         IF WS-PLAN-RC LESS THAN 04                               K6CPLN.1
078100             MOVE 04 TO WS-PLAN-RC.                               K6CPLN.1
078200     IF AF-COPIED-SW (WS-AFF-SUB) = "Y"                           K6CPLN.1
078300         IF AF-TRACKED-SW (WS-AFF-SUB) = "Y"                      K6CPLN.1
078400             MOVE "TRACKED IN K6MLEV" TO CG-NOTE                  K6CPLN.1
078500         ELSE                                                     K6CPLN.1
078600             MOVE "NOT TRACKED IN K6MLEV -- NO BUMP" TO CG-NOTE.  K6CPLN.1
078700     WRITE PR-PRINT-REC FROM CHG-LINE                             K6CPLN.1
078800         AFTER ADVANCING 1 LINE.                                  K6CPLN.1
078900 7100-EXIT.                                                       K6CPLN.1
079000     EXIT.                                                        K6CPLN.1
079100*================================================================ K6CPLN.1
079200* 7200-AFFECTED-LINE -- ONE RESOLVED COPIER, THE MEMBER IT WAS    K6CPLN.1
079300* REACHED THROUGH, THE CHANGE IT TRACES BACK TO, AND WHAT IS      K6CPLN.1
079400* TO BE DONE WITH IT.                                             K6CPLN.1
079500*================================================================ K6CPLN.1
079600 7200-AFFECTED-LINE.                                              K6CPLN.1
079700     MOVE AF-NAME (WS-AFF-SUB) TO AL-NAME.                        K6CPLN.1
079800     MOVE AF-VIA (WS-AFF-SUB) TO AL-VIA.                          K6CPLN.1
079900     MOVE AF-ROOT (WS-AFF-SUB) TO AL-ROOT.                        K6CPLN.1
080000     MOVE AF-DEPTH (WS-AFF-SUB) TO AL-DEPTH.                      K6CPLN.1
080100     IF AF-KIND (WS-AFF-SUB) = "C"                                K6CPLN.1
080200         MOVE "COPY MBR" TO AL-KIND                               K6CPLN.1
080300         MOVE "NESTED COPY" TO AL-ACTION                          K6CPLN.1
080400     ELSE IF AF-TEST-SW (WS-AFF-SUB) = "Y"                        K6CPLN.1
080500         MOVE "TEST PGM" TO AL-KIND                               K6CPLN.1
080600         MOVE "RECOMPILE, RERUN" TO AL-ACTION                     K6CPLN.1
080700     ELSE                                                         K6CPLN.1
080800         MOVE "TOOL" TO AL-KIND                                   K6CPLN.1
080900         MOVE "RECOMPILE ONLY" TO AL-ACTION.                      K6CPLN.1
081000     IF AF-KIND (WS-AFF-SUB) = "P"                                K6CPLN.1
081100             AND AF-ORIGIN (WS-AFF-SUB) = "L"                     K6CPLN.1
081200         MOVE "RECOMPILE ONLY" TO AL-ACTION.                      K6CPLN.1
081300     WRITE PR-PRINT-REC FROM AFF-LINE                             K6CPLN.1
081400         AFTER ADVANCING 1 LINE.                                  K6CPLN.1
081500 7200-EXIT.                                                       K6CPLN.1
081600     EXIT.                                                        K6CPLN.1
081700*================================================================ K6CPLN.1
081800* 7300-STEP-LIST -- SELECTED STEPS IN ORIGINAL ORDER, TO          K6CPLN.1
081900* STEPOUT AND THE REPORT.                                         K6CPLN.1
082000*================================================================ K6CPLN.1
082100 7300-STEP-LIST.                                                  K6CPLN.1
082200     OPEN OUTPUT STEP-OUT.                                        K6CPLN.1
082300     MOVE "PATCH-VERIFICATION STEP-LIST" TO SC-TITLE.             K6CPLN.1
082400     WRITE PR-PRINT-REC FROM SECTION-LINE                         K6CPLN.1
082500         AFTER ADVANCING 2 LINES.                                 K6CPLN.1
082600     MOVE 1 TO WS-SUB.                                            K6CPLN.1
082700 7300-LOOP.                                                       K6CPLN.1
082800     IF WS-SUB GREATER THAN WS-STEP-COUNT                         K6CPLN.1
082900         GO TO 7300-DONE.                                         K6CPLN.1
083000     IF ST-PICK-SW (WS-SUB) = "Y"                                 K6CPLN.1
083100         MOVE SPACE TO SO-STEP-ENTRY                              K6CPLN.1
083200         MOVE ST-PGM-ID (WS-SUB) TO SO-PGM-ID                     K6CPLN.1
083300         MOVE ST-JOB-CLASS (WS-SUB) TO SO-JOB-CLASS               K6CPLN.1
083400         MOVE ST-REQ-1 (WS-SUB) TO SO-REQUIRES-1                  K6CPLN.1
083500         MOVE ST-REQ-2 (WS-SUB) TO SO-REQUIRES-2                  K6CPLN.1
083600         WRITE SO-STEP-ENTRY                                      K6CPLN.1
083700         ADD 1 TO WS-SELECTED                                     K6CPLN.1
083800         MOVE ST-PGM-ID (WS-SUB) TO TL-PGM-ID                     K6CPLN.1
083900         MOVE ST-WHY (WS-SUB) TO TL-WHY                           K6CPLN.1
084000         WRITE PR-PRINT-REC FROM SEL-LINE                         K6CPLN.1
084100             AFTER ADVANCING 1 LINE.                              K6CPLN.1
084200     ADD 1 TO WS-SUB.                                             K6CPLN.1
084300     GO TO 7300-LOOP.                                             K6CPLN.1
084400 7300-DONE.                                                       K6CPLN.1
084500     CLOSE STEP-OUT.                                              K6CPLN.1
084600 7300-EXIT.                                                       K6CPLN.1
084700     EXIT.                                                        K6CPLN.1
