000100 IDENTIFICATION DIVISION.                                         K6WTCH.1
000200 PROGRAM-ID.                                                      K6WTCH.1
000300     K6WTCH.                                                      K6WTCH.1
000400*================================================================ K6WTCH.1
000500* K6WTCH -- WATCH-LIST DIGEST: THE WINDOW'S CHANGES TO THE TESTS, K6WTCH.1
000600* CLAUSES, PROGRAMS AND DEFECTS EACH USER HAS SUBSCRIBED TO.      K6WTCH.1
000700*================================================================ K6WTCH.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6WTCH.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6WTCH.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6WTCH.1
001100* DATE-COMPILED.                                                  K6WTCH.1
001200*                                                                 K6WTCH.1
001300* REMARKS.                                                        K6WTCH.1
001400*    K6NOTIF ROUTES BY THE TWO-LETTER MODULE PREFIX, SO A MODULE  K6WTCH.1
001500*    TEAM HEARS OF EVERY FAILURE IN ITS MODULE AND A USER WHO     K6WTCH.1
001600*    CARES ABOUT ONE CLAUSE, ONE TEST OR ONE VENDOR DEFECT HEARS  K6WTCH.1
001700*    NOTHING.  THIS NIGHTLY STEP READS THE WATCH-LIST REGISTER    K6WTCH.1
001800*    (WATCHREG, K6WSUB.CPY) AND WRITES ONE DIGEST PER SUBSCRIBER  K6WTCH.1
001900*    OF THE WINDOW'S CHANGES TO THE THINGS ON THAT SUBSCRIBER'S   K6WTCH.1
002000*    CARDS.                                                       K6WTCH.1
002100*                                                                 K6WTCH.1
002200*    A CHANGE IS A TEST WHOSE VERDICT IN THIS WINDOW'S CSV        K6WTCH.1
002300*    EXTRACTS (CSVIN) DIFFERS FROM ITS VERDICT IN THE PREVIOUS    K6WTCH.1
002400*    WINDOW'S (CSVPRV), ON THE SAME TARGET:                       K6WTCH.1
002500*      NEW FAILURE     FAIL* NOW, NOT FAIL* BEFORE (OR NOT RUN)   K6WTCH.1
002600*      RECOVERED       PASS NOW, FAIL* BEFORE                     K6WTCH.1
002700*      VERDICT CHANGE  ANY OTHER CHANGE OF VERDICT                K6WTCH.1
002800*    AND A WAIVER THAT K6EXPW REPORTS LAPSED IN ITS NOTICE QUEUE  K6WTCH.1
002900*    (EXPWQ, "LAPSED" "WVR" LINES):                               K6WTCH.1
003000*      WAIVER LAPSED   ON EVERY TARGET                            K6WTCH.1
003100*    THE TEST IS KNOWN BY ITS K6TCID PERMANENT ID ON EACH SIDE,   K6WTCH.1
003200*    RESOLVED AS OF THE RUN DATE, SO A PARAGRAPH RENAMED BETWEEN  K6WTCH.1
003300*    THE WINDOWS IS STILL COMPARED WITH ITSELF.  WHEN A TEST RAN  K6WTCH.1
003400*    MORE THAN ONCE IN A WINDOW THE LAST RUN STANDS.              K6WTCH.1
003500*                                                                 K6WTCH.1
003600*    A CHANGE IS MATCHED AGAINST EVERY SUBSCRIPTION; A            K6WTCH.1
003700*    SUBSCRIPTION THAT WANTS A NEW FAILURE OR A RECOVERY TAKES    K6WTCH.1
003800*    THAT EVENT, ONE THAT WANTS ONLY VERDICT CHANGES TAKES IT AS AK6WTCH.1
003900*    VERDICT CHANGE.  A CHANGE REACHING ONE SUBSCRIBER THROUGH    K6WTCH.1
004000*    SEVERAL SUBSCRIPTIONS IS LISTED ONCE.  A SUBSCRIBER WITH     K6WTCH.1
004100*    NOTHING TO HEAR STILL GETS A DIGEST PAGE SAYING SO, SO THE   K6WTCH.1
004200*    SUBSCRIPTION IS SEEN TO BE ALIVE.                            K6WTCH.1
004300*                                                                 K6WTCH.1
004400*    CONTROL CARD (WTCHCTL, OPTIONAL):                            K6WTCH.1
004500*      1-8   AS-OF DATE CCYYMMDD (DEFAULT TODAY; FOR A RERUN)     K6WTCH.1
004600*                                                                 K6WTCH.1
004700*    INPUTS:                                                      K6WTCH.1
004800*      WATCHREG  WATCH-LIST REGISTER (OPTIONAL)                   K6WTCH.1
004900*      TCIDMST   TEST-CASE IDENTITY REGISTRY (OPTIONAL)           K6WTCH.1
005000*      VDEFMST   VENDOR-DEFECT REGISTER (OPTIONAL)                K6WTCH.1
005100*      CSVPRV    THE PREVIOUS WINDOW'S CSV EXTRACTS (OPTIONAL)    K6WTCH.1
005200*      CSVIN     THIS WINDOW'S CSV EXTRACTS (OPTIONAL)            K6WTCH.1
005300*      EXPWQ     K6EXPW EXPIRY NOTICE QUEUE (OPTIONAL)            K6WTCH.1
005400*    OUTPUTS:                                                     K6WTCH.1
005500*      WATCHDG   ONE DIGEST PAGE PER SUBSCRIBER                   K6WTCH.1
005600*                                                                 K6WTCH.1
005700* RETURN CODES.                                                   K6WTCH.1
005800*     0  NORMAL COMPLETION.                                       K6WTCH.1
005900*     4  A TABLE FILLED; SOME WATCHED RESULTS NOT HELD.           K6WTCH.1
006000*                                                                 K6WTCH.1
006100* MODIFICATION HISTORY.                                           K6WTCH.1
006200*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6WTCH.1
006300*================================================================ K6WTCH.1
006400                                                                  K6WTCH.1
006500 ENVIRONMENT DIVISION.                                            K6WTCH.1
006600 CONFIGURATION SECTION.                                           K6WTCH.1
006700 SOURCE-COMPUTER.                                                 K6WTCH.1
006800     OUR-MAINFRAME.                                               K6WTCH.1
006900 OBJECT-COMPUTER.                                                 K6WTCH.1
007000     OUR-MAINFRAME.                                               K6WTCH.1
007100 INPUT-OUTPUT SECTION.                                            K6WTCH.1
007200 FILE-CONTROL.                                                    K6WTCH.1
007300     SELECT OPTIONAL WTCH-CTL ASSIGN TO WTCHCTL                   K6WTCH.1
007400         ORGANIZATION IS SEQUENTIAL                               K6WTCH.1
007500         FILE STATUS IS WS-CTL-STATUS.                            K6WTCH.1
007600     SELECT OPTIONAL WATCH-REGISTER ASSIGN TO WATCHREG            K6WTCH.1
007700         ORGANIZATION IS SEQUENTIAL                               K6WTCH.1
007800         FILE STATUS IS WS-WL-STATUS.                             K6WTCH.1
007900     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6WTCH.1
008000         ORGANIZATION IS SEQUENTIAL                               K6WTCH.1
008100         FILE STATUS IS WS-TCID-STATUS.                           K6WTCH.1
008200     SELECT OPTIONAL VDEF-MASTER ASSIGN TO VDEFMST                K6WTCH.1
008300         ORGANIZATION IS SEQUENTIAL                               K6WTCH.1
008400         FILE STATUS IS WS-VDEF-STATUS.                           K6WTCH.1
008500     SELECT OPTIONAL CSV-PREVIOUS ASSIGN TO CSVPRV                K6WTCH.1
008600         ORGANIZATION IS LINE SEQUENTIAL                          K6WTCH.1
008700         FILE STATUS IS WS-PRV-STATUS.                            K6WTCH.1
008800     SELECT OPTIONAL CSV-EXTRACT ASSIGN TO CSVIN                  K6WTCH.1
008900         ORGANIZATION IS LINE SEQUENTIAL                          K6WTCH.1
009000         FILE STATUS IS WS-CSV-STATUS.                            K6WTCH.1
009100     SELECT OPTIONAL EXPIRY-NOTICES ASSIGN TO EXPWQ               K6WTCH.1
009200         ORGANIZATION IS SEQUENTIAL                               K6WTCH.1
009300         FILE STATUS IS WS-EQ-STATUS.                             K6WTCH.1
009400     SELECT WATCH-DIGEST ASSIGN TO WATCHDG                        K6WTCH.1
009500         ORGANIZATION IS SEQUENTIAL.                              K6WTCH.1
009600                                                                  K6WTCH.1
009700 DATA DIVISION.                                                   K6WTCH.1
009800 FILE SECTION.                                                    K6WTCH.1
009900 FD  WTCH-CTL                                                     K6WTCH.1
010000     LABEL RECORDS ARE STANDARD.                                  K6WTCH.1
010100 01  CTL-REC.                                                     K6WTCH.1
010200     05  CTL-AS-OF-DATE           PIC X(8).                       K6WTCH.1
010300     05  FILLER                   PIC X(72).                      K6WTCH.1
010400 FD  WATCH-REGISTER                                               K6WTCH.1
010500     LABEL RECORDS ARE STANDARD.                                  K6WTCH.1
010600     COPY K6WSUB.                                                 K6WTCH.1
010700 FD  TCID-MASTER                                                  K6WTCH.1
010800     LABEL RECORDS ARE STANDARD.                                  K6WTCH.1
010900* REGISTRY MAPPING RECORD AS K6TCID WRITES IT ("M" IN COL 1).     K6WTCH.1
011000 01  TM-MAP-REC.                                                  K6WTCH.1
011100     05  TM-REC-TYPE              PIC X(1).                       K6WTCH.1
011200     05  TM-ID                    PIC X(7).                       K6WTCH.1
011300     05  FILLER                   PIC X(1).                       K6WTCH.1
011400     05  TM-PGM-ID                PIC X(6).                       K6WTCH.1
011500     05  FILLER                   PIC X(1).                       K6WTCH.1
011600     05  TM-PAR-NAME              PIC X(22).                      K6WTCH.1
011700     05  FILLER                   PIC X(1).                       K6WTCH.1
011800     05  TM-EFF-FROM              PIC X(8).                       K6WTCH.1
011900     05  FILLER                   PIC X(1).                       K6WTCH.1
012000     05  TM-EFF-TO                PIC X(8).                       K6WTCH.1
012100     05  FILLER                   PIC X(24).                      K6WTCH.1
012200 FD  VDEF-MASTER                                                  K6WTCH.1
012300     LABEL RECORDS ARE STANDARD.                                  K6WTCH.1
012400* VENDOR-DEFECT ROW AS K6VDEF READS IT.                           K6WTCH.1
012500 01  VD-REGISTER-REC.                                             K6WTCH.1
012600     05  VD-DEFECT-ID             PIC X(8).                       K6WTCH.1
012700     05  FILLER                   PIC X(1).                       K6WTCH.1
012800     05  VD-STATUS                PIC X(8).                       K6WTCH.1
012900     05  FILLER                   PIC X(1).                       K6WTCH.1
013000     05  VD-FIX-VERSION           PIC X(20).                      K6WTCH.1
013100     05  FILLER                   PIC X(1).                       K6WTCH.1
013200     05  VD-PGM-ID                PIC X(6).                       K6WTCH.1
013300     05  FILLER                   PIC X(1).                       K6WTCH.1
013400     05  VD-PAR-NAME              PIC X(22).                      K6WTCH.1
013500     05  FILLER                   PIC X(1).                       K6WTCH.1
013600     05  VD-EXPECT-UNTIL          PIC X(8).                       K6WTCH.1
013700     05  FILLER                   PIC X(3).                       K6WTCH.1
013800 FD  CSV-PREVIOUS                                                 K6WTCH.1
013900     LABEL RECORDS ARE STANDARD.                                  K6WTCH.1
014000 01  CP-REC                       PIC X(194).                     K6WTCH.1
014100 FD  CSV-EXTRACT                                                  K6WTCH.1
014200     LABEL RECORDS ARE STANDARD.                                  K6WTCH.1
014300 01  CI-REC                       PIC X(194).                     K6WTCH.1
014400 FD  EXPIRY-NOTICES                                               K6WTCH.1
014500     LABEL RECORDS ARE STANDARD.                                  K6WTCH.1
014600* NOTICE LINE AS K6EXPW WRITES IT.                                K6WTCH.1
014700 01  EQ-NOTICE-REC.                                               K6WTCH.1
014800     05  EQ-VERB                  PIC X(8).                       K6WTCH.1
014900     05  FILLER                   PIC X(1).                       K6WTCH.1
015000     05  EQ-DIST-ID               PIC X(8).                       K6WTCH.1
015100     05  FILLER                   PIC X(2).                       K6WTCH.1
015200     05  EQ-KIND                  PIC X(4).                       K6WTCH.1
015300     05  FILLER                   PIC X(2).                       K6WTCH.1
015400     05  EQ-PGM-ID                PIC X(6).                       K6WTCH.1
015500     05  FILLER                   PIC X(1).                       K6WTCH.1
015600     05  EQ-KEY                   PIC X(22).                      K6WTCH.1
015700     05  FILLER                   PIC X(1).                       K6WTCH.1
015800     05  EQ-DATE                  PIC X(8).                       K6WTCH.1
015900     05  FILLER                   PIC X(1).                       K6WTCH.1
016000     05  EQ-OUTCOME               PIC X(16).                      K6WTCH.1
016100 FD  WATCH-DIGEST                                                 K6WTCH.1
016200     LABEL RECORDS ARE STANDARD.                                  K6WTCH.1
016300 01  WD-PRINT-REC                 PIC X(120).                     K6WTCH.1
016400                                                                  K6WTCH.1
016500 WORKING-STORAGE SECTION.                                         K6WTCH.1
016600* ----------------------------------------------------------      K6WTCH.1
016700* SWITCHES AND COUNTERS.                                          K6WTCH.1
016800* ----------------------------------------------------------      K6WTCH.1
016900 77  WS-CTL-STATUS                PIC X(2)   VALUE SPACE.         K6WTCH.1
017000 77  WS-WL-STATUS                 PIC X(2)   VALUE SPACE.         K6WTCH.1
017100 77  WS-TCID-STATUS               PIC X(2)   VALUE SPACE.         K6WTCH.1
017200 77  WS-VDEF-STATUS               PIC X(2)   VALUE SPACE.         K6WTCH.1
017300 77  WS-PRV-STATUS                PIC X(2)   VALUE SPACE.         K6WTCH.1
017400 77  WS-CSV-STATUS                PIC X(2)   VALUE SPACE.         K6WTCH.1
017500 77  WS-EQ-STATUS                 PIC X(2)   VALUE SPACE.         K6WTCH.1
017600 77  WS-AS-OF-DATE                PIC 9(8)   VALUE ZERO.          K6WTCH.1
017700 77  WS-TCID-COUNT                PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
017800 77  WS-DEF-COUNT                 PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
017900 77  WS-SUB-COUNT                 PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
018000 77  WS-SUBSCRIBERS               PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
018100 77  WS-ID-SUBS                   PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
018200 77  WS-PRV-COUNT                 PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
018300 77  WS-CUR-COUNT                 PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
018400 77  WS-DG-COUNT                  PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
018500 77  WS-CHANGES                   PIC 9(5)   COMP VALUE ZERO.     K6WTCH.1
018600 77  WS-NOT-HELD                  PIC 9(5)   COMP VALUE ZERO.     K6WTCH.1
018700 77  WS-SUB                       PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
018800 77  WS-SSUB                      PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
018900 77  WS-PSUB                      PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
019000 77  WS-TSUB                      PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
019100 77  WS-DSUB                      PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
019200 77  WS-KSUB                      PIC 9(2)   COMP VALUE ZERO.     K6WTCH.1
019300 77  WS-ITEMS                     PIC 9(4)   COMP VALUE ZERO.     K6WTCH.1
019400 77  WS-WTCH-RC                   PIC 9(2)   VALUE ZERO.          K6WTCH.1
019500 77  WS-LOAD-SIDE                 PIC X(1)   VALUE SPACE.         K6WTCH.1
019600     88  WS-LOADING-PREVIOUS                 VALUE "P".           K6WTCH.1
019700     88  WS-LOADING-CURRENT                  VALUE "C".           K6WTCH.1
019800 77  WS-HIT-SW                    PIC X(1)   VALUE "N".           K6WTCH.1
019900     88  WS-HIT                              VALUE "Y".           K6WTCH.1
020000 77  WS-EVENT                     PIC X(1)   VALUE SPACE.         K6WTCH.1
020100 77  WS-WAS-VERDICT               PIC X(5)   VALUE SPACE.         K6WTCH.1
020200 77  WS-NOW-TEXT                  PIC X(16)  VALUE SPACE.         K6WTCH.1
020300* THE RESULT BEING LOOKED AT: CSV ENVELOPE, KEY AND VERDICT.      K6WTCH.1
020400 77  WS-CUR-PGM-ID                PIC X(6)   VALUE SPACE.         K6WTCH.1
020500 77  WS-CUR-TARGET-ID             PIC X(8)   VALUE SPACE.         K6WTCH.1
020600 77  WS-CUR-RUN-DATE              PIC X(8)   VALUE SPACE.         K6WTCH.1
020700 01  ROW-AREA.                                                    K6WTCH.1
020800     05  ROW-TARGET-ID            PIC X(8)   VALUE SPACE.         K6WTCH.1
020900     05  ROW-PGM-ID               PIC X(6)   VALUE SPACE.         K6WTCH.1
021000     05  ROW-PAR-NAME             PIC X(22)  VALUE SPACE.         K6WTCH.1
021100     05  ROW-TCID                 PIC X(7)   VALUE SPACE.         K6WTCH.1
021200     05  ROW-CLAUSE               PIC X(10)  VALUE SPACE.         K6WTCH.1
021300     05  ROW-VERDICT              PIC X(5)   VALUE SPACE.         K6WTCH.1
021400* THE KEY BEING RESOLVED THROUGH THE K6TCID REGISTRY.             K6WTCH.1
021500 77  WS-KEY-PGM-ID                PIC X(6)   VALUE SPACE.         K6WTCH.1
021600 77  WS-KEY-PAR-NAME              PIC X(22)  VALUE SPACE.         K6WTCH.1
021700 77  WS-KEY-DATE                  PIC X(8)   VALUE SPACE.         K6WTCH.1
021800 77  WS-KEY-TCID                  PIC X(7)   VALUE SPACE.         K6WTCH.1
021900* ----------------------------------------------------------      K6WTCH.1
022000* CSV DETAIL AND ENVELOPE AS K6CONS WRITES THEM.                  K6WTCH.1
022100* ----------------------------------------------------------      K6WTCH.1
022200 01  CX-REC                       PIC X(194).                     K6WTCH.1
022300 01  CX-REC-PARSED REDEFINES CX-REC.                              K6WTCH.1
022400     05  CX-LEAD-QUOTE            PIC X(1).                       K6WTCH.1
022500     05  CX-FEATURE               PIC X(20).                      K6WTCH.1
022600     05  FILLER                   PIC X(3).                       K6WTCH.1
022700     05  CX-P-OR-F                PIC X(5).                       K6WTCH.1
022800     05  FILLER                   PIC X(3).                       K6WTCH.1
022900     05  CX-PAR-NAME              PIC X(22).                      K6WTCH.1
023000     05  FILLER                   PIC X(3).                       K6WTCH.1
023100     05  CX-COMPUTED              PIC X(20).                      K6WTCH.1
023200     05  FILLER                   PIC X(3).                       K6WTCH.1
023300     05  CX-CORRECT               PIC X(20).                      K6WTCH.1
023400     05  FILLER                   PIC X(3).                       K6WTCH.1
023500     05  CX-REMARK                PIC X(61).                      K6WTCH.1
023600     05  FILLER                   PIC X(3).                       K6WTCH.1
023700     05  CX-ELAPSED               PIC X(7).                       K6WTCH.1
023800     05  FILLER                   PIC X(3).                       K6WTCH.1
023900     05  CX-ANSI-CODE             PIC X(10).                      K6WTCH.1
024000     05  FILLER                   PIC X(7).                       K6WTCH.1
024100 01  CX-IDENTITY REDEFINES CX-REC.                                K6WTCH.1
024200     05  CX-ID-FLAG               PIC X(1).                       K6WTCH.1
024300     05  CX-ID-PGM-ID             PIC X(6).                       K6WTCH.1
024400     05  CX-ID-TARGET             PIC X(8).                       K6WTCH.1
024500     05  CX-ID-RUN-DATE           PIC X(8).                       K6WTCH.1
024600     05  CX-ID-RUN-SEQ            PIC X(2).                       K6WTCH.1
024700     05  FILLER                   PIC X(169).                     K6WTCH.1
024800* ----------------------------------------------------------      K6WTCH.1
024900* REGISTRY MAPPINGS, DEFECT ROWS AND SUBSCRIPTIONS.               K6WTCH.1
025000* ----------------------------------------------------------      K6WTCH.1
025100 01  TCID-TABLE.                                                  K6WTCH.1
025200     05  TCID-ENTRY OCCURS 3000 TIMES.                            K6WTCH.1
025300         10  TT-ID                PIC X(7).                       K6WTCH.1
025400         10  TT-PGM-ID            PIC X(6).                       K6WTCH.1
025500         10  TT-PAR-NAME          PIC X(22).                      K6WTCH.1
025600         10  TT-EFF-FROM          PIC X(8).                       K6WTCH.1
025700         10  TT-EFF-TO            PIC X(8).                       K6WTCH.1
025800 01  DEFECT-TABLE.                                                K6WTCH.1
025900     05  DEFECT-ENTRY OCCURS 1000 TIMES.                          K6WTCH.1
026000         10  DF-DEFECT-ID         PIC X(8).                       K6WTCH.1
026100         10  DF-PGM-ID            PIC X(6).                       K6WTCH.1
026200         10  DF-PAR-NAME          PIC X(22).                      K6WTCH.1
026300 01  SUB-TABLE.                                                   K6WTCH.1
026400     05  SUB-ENTRY OCCURS 500 TIMES.                              K6WTCH.1
026500         10  SB-SUBSCRIBER        PIC X(8).                       K6WTCH.1
026600         10  SB-KIND              PIC X(1).                       K6WTCH.1
026700         10  SB-TARGET-ID         PIC X(8).                       K6WTCH.1
026800         10  SB-KEY               PIC X(30).                      K6WTCH.1
026900         10  SB-KEY-LEN           PIC 9(2)   COMP.                K6WTCH.1
027000         10  SB-TCID              PIC X(7).                       K6WTCH.1
027100         10  SB-EVENTS.                                           K6WTCH.1
027200             15  SB-EV-NEW        PIC X(1).                       K6WTCH.1
027300             15  SB-EV-RECOVER    PIC X(1).                       K6WTCH.1
027400             15  SB-EV-CHANGE     PIC X(1).                       K6WTCH.1
027500             15  SB-EV-LAPSE      PIC X(1).                       K6WTCH.1
027600* ----------------------------------------------------------      K6WTCH.1
027700* WATCHED RESULTS, PREVIOUS AND THIS WINDOW.  ONLY A RESULT       K6WTCH.1
027800* SOME SUBSCRIPTION WATCHES IS HELD.                              K6WTCH.1
027900* ----------------------------------------------------------      K6WTCH.1
028000 01  PRV-TABLE.                                                   K6WTCH.1
028100     05  PRV-ENTRY OCCURS 3000 TIMES.                             K6WTCH.1
028200         10  PV-TARGET-ID         PIC X(8).                       K6WTCH.1
028300         10  PV-PGM-ID            PIC X(6).                       K6WTCH.1
028400         10  PV-PAR-NAME          PIC X(22).                      K6WTCH.1
028500         10  PV-TCID              PIC X(7).                       K6WTCH.1
028600         10  PV-CLAUSE            PIC X(10).                      K6WTCH.1
028700         10  PV-VERDICT           PIC X(5).                       K6WTCH.1
028800 01  CUR-TABLE.                                                   K6WTCH.1
028900     05  CUR-ENTRY OCCURS 3000 TIMES.                             K6WTCH.1
029000         10  CV-TARGET-ID         PIC X(8).                       K6WTCH.1
029100         10  CV-PGM-ID            PIC X(6).                       K6WTCH.1
029200         10  CV-PAR-NAME          PIC X(22).                      K6WTCH.1
029300         10  CV-TCID              PIC X(7).                       K6WTCH.1
029400         10  CV-CLAUSE            PIC X(10).                      K6WTCH.1
029500         10  CV-VERDICT           PIC X(5).                       K6WTCH.1
029600* ----------------------------------------------------------      K6WTCH.1
029700* DIGEST ITEMS, ONE PER SUBSCRIBER AND CHANGE.                    K6WTCH.1
029800* ----------------------------------------------------------      K6WTCH.1
029900 01  DIGEST-TABLE.                                                K6WTCH.1
030000     05  DIGEST-ENTRY OCCURS 3000 TIMES.                          K6WTCH.1
030100         10  DG-SUBSCRIBER        PIC X(8).                       K6WTCH.1
030200         10  DG-EVENT             PIC X(1).                       K6WTCH.1
030300         10  DG-TARGET-ID         PIC X(8).                       K6WTCH.1
030400         10  DG-PGM-ID            PIC X(6).                       K6WTCH.1
030500         10  DG-PAR-NAME          PIC X(22).                      K6WTCH.1
030600         10  DG-TCID              PIC X(7).                       K6WTCH.1
030700         10  DG-CLAUSE            PIC X(10).                      K6WTCH.1
030800         10  DG-WAS               PIC X(5).                       K6WTCH.1
030900         10  DG-NOW               PIC X(16).                      K6WTCH.1
031000         10  DG-WATCH-KIND        PIC X(1).                       K6WTCH.1
031100         10  DG-WATCH-KEY         PIC X(22).                      K6WTCH.1
031200* ----------------------------------------------------------      K6WTCH.1
031300* REPORT LINES.                                                   K6WTCH.1
031400* ----------------------------------------------------------      K6WTCH.1
031500 01  HDR-LINE-1.                                                  K6WTCH.1
031600     05  FILLER   PIC X(31) VALUE                                 K6WTCH.1
031700         "WATCH-LIST DIGEST (K6WTCH) FOR ".                       K6WTCH.1
031800     05  HDR-SUBSCRIBER           PIC X(8).                       K6WTCH.1
031900     05  FILLER   PIC X(12) VALUE "  WINDOW OF ".                 K6WTCH.1
032000     05  HDR-AS-OF                PIC 9(8).                       K6WTCH.1
032100     05  FILLER   PIC X(61) VALUE SPACE.                          K6WTCH.1
032200 01  HDR-LINE-2.                                                  K6WTCH.1
032300     05  FILLER   PIC X(15) VALUE "EVENT".                        K6WTCH.1
032400     05  FILLER   PIC X(9)  VALUE "TARGET".                       K6WTCH.1
032500     05  FILLER   PIC X(7)  VALUE "PGM-ID".                       K6WTCH.1
032600     05  FILLER   PIC X(23) VALUE "PAR-NAME".                     K6WTCH.1
032700     05  FILLER   PIC X(8)  VALUE "TEST-ID".                      K6WTCH.1
032800     05  FILLER   PIC X(11) VALUE "CLAUSE".                       K6WTCH.1
032900     05  FILLER   PIC X(6)  VALUE "WAS".                          K6WTCH.1
033000     05  FILLER   PIC X(17) VALUE "NOW".                          K6WTCH.1
033100     05  FILLER   PIC X(24) VALUE "WATCHING".                     K6WTCH.1
033200 01  ITEM-LINE.                                                   K6WTCH.1
033300     05  IL-EVENT                 PIC X(14).                      K6WTCH.1
033400     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
033500     05  IL-TARGET-ID             PIC X(8).                       K6WTCH.1
033600     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
033700     05  IL-PGM-ID                PIC X(6).                       K6WTCH.1
033800     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
033900     05  IL-PAR-NAME              PIC X(22).                      K6WTCH.1
034000     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
034100     05  IL-TCID                  PIC X(7).                       K6WTCH.1
034200     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
034300     05  IL-CLAUSE                PIC X(10).                      K6WTCH.1
034400     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
034500     05  IL-WAS                   PIC X(5).                       K6WTCH.1
034600     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
034700     05  IL-NOW                   PIC X(16).                      K6WTCH.1
034800     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
034900     05  IL-WATCH-KIND            PIC X(8).                       K6WTCH.1
035000     05  FILLER                   PIC X(1)  VALUE SPACE.          K6WTCH.1
035100     05  IL-WATCH-KEY             PIC X(15).                      K6WTCH.1
035200 01  NONE-LINE.                                                   K6WTCH.1
035300     05  FILLER   PIC X(42) VALUE                                 K6WTCH.1
035400         "NO CHANGES TO WATCHED ITEMS IN THIS WINDOW".            K6WTCH.1
035500     05  FILLER   PIC X(78) VALUE SPACE.                          K6WTCH.1
035600 01  SUBTOT-LINE.                                                 K6WTCH.1
035700     05  FILLER   PIC X(22) VALUE "ITEMS IN THIS DIGEST: ".       K6WTCH.1
035800     05  SUBTOT-ITEMS             PIC ZZZ9.                       K6WTCH.1
035900     05  FILLER   PIC X(94) VALUE SPACE.                          K6WTCH.1
036000 01  TOT-LINE.                                                    K6WTCH.1
036100     05  FILLER   PIC X(12) VALUE "SUBSCRIBERS ".                 K6WTCH.1
036200     05  TOT-SUBSCRIBERS          PIC ZZZ9.                       K6WTCH.1
036300     05  FILLER   PIC X(16) VALUE "  SUBSCRIPTIONS ".             K6WTCH.1
036400     05  TOT-SUBS                 PIC ZZZ9.                       K6WTCH.1
036500     05  FILLER   PIC X(15) VALUE "  CHANGES SEEN ".              K6WTCH.1
036600     05  TOT-CHANGES              PIC ZZZZ9.                      K6WTCH.1
036700     05  FILLER   PIC X(15) VALUE "  DIGEST ITEMS ".              K6WTCH.1
036800     05  TOT-ITEMS                PIC ZZZZ9.                      K6WTCH.1
036900     05  FILLER   PIC X(11) VALUE "  NOT HELD ".                  K6WTCH.1
037000     05  TOT-NOT-HELD             PIC ZZZZ9.                      K6WTCH.1
037100     05  FILLER   PIC X(28) VALUE SPACE.                          K6WTCH.1
037200 PROCEDURE DIVISION.                                              K6WTCH.1
037300*================================================================ K6WTCH.1
037400* 0000-MAINLINE -- LOAD THE REGISTERS, HOLD THE WATCHED RESULTS   K6WTCH.1
037500* OF BOTH WINDOWS, MATCH THE CHANGES, THEN WRITE THE DIGESTS.     K6WTCH.1
037600*================================================================ K6WTCH.1
037700 0000-MAINLINE.                                                   K6WTCH.1
037800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6WTCH.1
037900     PERFORM 1100-LOAD-TCID THRU 1100-EXIT.                       K6WTCH.1
038000     PERFORM 1200-LOAD-DEFECTS THRU 1200-EXIT.                    K6WTCH.1
038100     PERFORM 1300-LOAD-SUBSCRIPTIONS THRU 1300-EXIT.              K6WTCH.1
038200     IF WS-SUB-COUNT = ZERO                                       K6WTCH.1
038300         DISPLAY "K6WTCH NO SUBSCRIPTIONS IN WATCHREG"            K6WTCH.1
038400             UPON CONSOLE                                         K6WTCH.1
038500         MOVE ZERO TO RETURN-CODE                                 K6WTCH.1
038600         STOP RUN.                                                K6WTCH.1
038700     PERFORM 2000-LOAD-PREVIOUS THRU 2000-EXIT.                   K6WTCH.1
038800     PERFORM 2500-LOAD-CURRENT THRU 2500-EXIT.                    K6WTCH.1
038900     MOVE ZERO TO WS-PSUB.                                        K6WTCH.1
039000     PERFORM 3000-COMPARE THRU 3000-EXIT                          K6WTCH.1
039100             UNTIL WS-PSUB NOT < WS-CUR-COUNT.                    K6WTCH.1
039200     PERFORM 3500-WAIVER-LAPSES THRU 3500-EXIT.                   K6WTCH.1
039300     OPEN OUTPUT WATCH-DIGEST.                                    K6WTCH.1
039400     MOVE WS-AS-OF-DATE TO HDR-AS-OF.                             K6WTCH.1
039500     MOVE ZERO TO WS-SSUB.                                        K6WTCH.1
039600     PERFORM 6000-WRITE-DIGEST THRU 6000-EXIT                     K6WTCH.1
039700             UNTIL WS-SSUB NOT < WS-SUB-COUNT.                    K6WTCH.1
039800     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.                    K6WTCH.1
039900     CLOSE WATCH-DIGEST.                                          K6WTCH.1
040000     MOVE WS-WTCH-RC TO RETURN-CODE.                              K6WTCH.1
040100     STOP RUN.                                                    K6WTCH.1
040200*================================================================ K6WTCH.1
040300* 1000-INITIALIZE -- AS-OF DATE FROM THE OPTIONAL CONTROL CARD.   K6WTCH.1
040400*================================================================ K6WTCH.1
040500 1000-INITIALIZE.                                                 K6WTCH.1
040600     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                     K6WTCH.1
040700     OPEN INPUT WTCH-CTL.                                         K6WTCH.1
040800     IF WS-CTL-STATUS NOT = "00"                                  K6WTCH.1
040900         IF WS-CTL-STATUS = "05"                                  K6WTCH.1
041000             CLOSE WTCH-CTL                                       K6WTCH.1
041100             GO TO 1000-EXIT                                      K6WTCH.1
041200         ELSE                                                     K6WTCH.1
041300             GO TO 1000-EXIT.                                     K6WTCH.1
041400     READ WTCH-CTL                                                K6WTCH.1
041500         AT END GO TO 1000-CLOSE.                                 K6WTCH.1
041600     IF CTL-AS-OF-DATE NUMERIC                                    K6WTCH.1
041700         MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.                    K6WTCH.1
041800 1000-CLOSE.                                                      K6WTCH.1
041900     CLOSE WTCH-CTL.                                              K6WTCH.1
042000 1000-EXIT.                                                       K6WTCH.1
042100     EXIT.                                                        K6WTCH.1
042200*================================================================ K6WTCH.1
042300* 1100-LOAD-TCID -- THE REGISTRY'S PGM-ID/PAR-NAME MAPPINGS.      K6WTCH.1
042400*================================================================ K6WTCH.1
042500 1100-LOAD-TCID.                                                  K6WTCH.1
042600     OPEN INPUT TCID-MASTER.                                      K6WTCH.1
042700     IF WS-TCID-STATUS NOT = "00"                                 K6WTCH.1
042800         IF WS-TCID-STATUS = "05"                                 K6WTCH.1
042900             CLOSE TCID-MASTER                                    K6WTCH.1
043000             GO TO 1100-EXIT                                      K6WTCH.1
043100         ELSE                                                     K6WTCH.1
043200             GO TO 1100-EXIT.                                     K6WTCH.1
043300 1100-READ.                                                       K6WTCH.1
043400     READ TCID-MASTER                                             K6WTCH.1
043500         AT END GO TO 1100-DONE.                                  K6WTCH.1
043600     IF TM-REC-TYPE NOT = "M"                                     K6WTCH.1
043700         GO TO 1100-READ.                                         K6WTCH.1
043800     IF WS-TCID-COUNT NOT < 3000                                  K6WTCH.1
043900         GO TO 1100-READ.                                         K6WTCH.1
044000     ADD 1 TO WS-TCID-COUNT.                                      K6WTCH.1
044100     MOVE TM-ID       TO TT-ID (WS-TCID-COUNT).                   K6WTCH.1
044200     MOVE TM-PGM-ID   TO TT-PGM-ID (WS-TCID-COUNT).               K6WTCH.1
044300     MOVE TM-PAR-NAME TO TT-PAR-NAME (WS-TCID-COUNT).             K6WTCH.1
044400     MOVE TM-EFF-FROM TO TT-EFF-FROM (WS-TCID-COUNT).             K6WTCH.1
044500     MOVE TM-EFF-TO   TO TT-EFF-TO (WS-TCID-COUNT).               K6WTCH.1
044600     GO TO 1100-READ.                                             K6WTCH.1
044700 1100-DONE.                                                       K6WTCH.1
044800     CLOSE TCID-MASTER.                                           K6WTCH.1
044900 1100-EXIT.                                                       K6WTCH.1
045000     EXIT.                                                        K6WTCH.1
045100*================================================================ K6WTCH.1
045200* 1200-LOAD-DEFECTS -- THE TESTS EACH DEFECT ROW NAMES.  A        K6WTCH.1
045300* WITHDRAWN ROW TIES THE DEFECT TO NOTHING.                       K6WTCH.1
045400*================================================================ K6WTCH.1
045500 1200-LOAD-DEFECTS.                                               K6WTCH.1
045600     OPEN INPUT VDEF-MASTER.                                      K6WTCH.1
045700     IF WS-VDEF-STATUS NOT = "00"                                 K6WTCH.1
045800         IF WS-VDEF-STATUS = "05"                                 K6WTCH.1
045900             CLOSE VDEF-MASTER                                    K6WTCH.1
046000             GO TO 1200-EXIT                                      K6WTCH.1
046100         ELSE                                                     K6WTCH.1
046200             GO TO 1200-EXIT.                                     K6WTCH.1
046300 1200-READ.                                                       K6WTCH.1
046400     READ VDEF-MASTER                                             K6WTCH.1
046500         AT END GO TO 1200-DONE.                                  K6WTCH.1
046600     IF VD-DEFECT-ID = SPACE OR VD-DEFECT-ID (1:1) = "*"          K6WTCH.1
046700         GO TO 1200-READ.                                         K6WTCH.1
046800     IF VD-STATUS = "WITHDRWN"                                    K6WTCH.1
046900         GO TO 1200-READ.                                         K6WTCH.1
047000     IF WS-DEF-COUNT NOT < 1000                                   K6WTCH.1
047100         GO TO 1200-READ.                                         K6WTCH.1
047200     ADD 1 TO WS-DEF-COUNT.                                       K6WTCH.1
047300     MOVE VD-DEFECT-ID TO DF-DEFECT-ID (WS-DEF-COUNT).            K6WTCH.1
047400     MOVE VD-PGM-ID    TO DF-PGM-ID (WS-DEF-COUNT).               K6WTCH.1
047500     MOVE VD-PAR-NAME  TO DF-PAR-NAME (WS-DEF-COUNT).             K6WTCH.1
047600     GO TO 1200-READ.                                             K6WTCH.1
047700 1200-DONE.                                                       K6WTCH.1
047800     CLOSE VDEF-MASTER.                                           K6WTCH.1
047900 1200-EXIT.                                                       K6WTCH.1
048000     EXIT.                                                        K6WTCH.1
048100*================================================================ K6WTCH.1
048200* 1300-LOAD-SUBSCRIPTIONS -- THE WATCH-LIST CARDS.  A TEST NAMED  K6WTCH.1
048300* BY PGM-ID AND PAR-NAME IS RESOLVED HERE TO ITS PERMANENT ID AS  K6WTCH.1
048400* OF THE SUBSCRIPTION DATE; A CLAUSE CODE'S LENGTH IS TAKEN FOR   K6WTCH.1
048500* THE PREFIX MATCH; NO EVENT NAMED MEANS EVERY EVENT.             K6WTCH.1
048600*================================================================ K6WTCH.1
048700 1300-LOAD-SUBSCRIPTIONS.                                         K6WTCH.1
048800     OPEN INPUT WATCH-REGISTER.                                   K6WTCH.1
048900     IF WS-WL-STATUS NOT = "00"                                   K6WTCH.1
049000         IF WS-WL-STATUS = "05"                                   K6WTCH.1
049100             CLOSE WATCH-REGISTER                                 K6WTCH.1
049200             GO TO 1300-EXIT                                      K6WTCH.1
049300         ELSE                                                     K6WTCH.1
049400             GO TO 1300-EXIT.                                     K6WTCH.1
049500 1300-READ.                                                       K6WTCH.1
049600     READ WATCH-REGISTER                                          K6WTCH.1
049700         AT END GO TO 1300-DONE.                                  K6WTCH.1
049800     IF WL-SUBSCRIBER = SPACE OR WL-SUBSCRIBER (1:1) = "*"        K6WTCH.1
049900         GO TO 1300-READ.                                         K6WTCH.1
050000     IF NOT WL-KIND-VALID OR WL-KEY = SPACE                       K6WTCH.1
050100         DISPLAY "K6WTCH WATCHREG CARD IGNORED: " WL-SUB-CARD     K6WTCH.1
050200             UPON CONSOLE                                         K6WTCH.1
050300         GO TO 1300-READ.                                         K6WTCH.1
050400     IF WS-SUB-COUNT NOT < 500                                    K6WTCH.1
050500         DISPLAY "K6WTCH WATCHREG EXCEEDS 500 CARDS"              K6WTCH.1
050600             UPON CONSOLE                                         K6WTCH.1
050700         MOVE 4 TO WS-WTCH-RC                                     K6WTCH.1
050800         GO TO 1300-DONE.                                         K6WTCH.1
050900     ADD 1 TO WS-SUB-COUNT.                                       K6WTCH.1
051000     MOVE WL-SUBSCRIBER TO SB-SUBSCRIBER (WS-SUB-COUNT).          K6WTCH.1
051100     MOVE WL-KIND       TO SB-KIND (WS-SUB-COUNT).                K6WTCH.1
051200     MOVE WL-TARGET-ID  TO SB-TARGET-ID (WS-SUB-COUNT).           K6WTCH.1
051300     MOVE WL-KEY        TO SB-KEY (WS-SUB-COUNT).                 K6WTCH.1
051400     MOVE SPACE         TO SB-TCID (WS-SUB-COUNT).                K6WTCH.1
051500     MOVE ZERO          TO SB-KEY-LEN (WS-SUB-COUNT).             K6WTCH.1
051600     MOVE WL-EVENTS     TO SB-EVENTS (WS-SUB-COUNT).              K6WTCH.1
051700     IF WL-EVENTS = SPACE                                         K6WTCH.1
051800         MOVE "YYYY" TO SB-EVENTS (WS-SUB-COUNT).                 K6WTCH.1
051900     IF WL-KIND = "I"                                             K6WTCH.1
052000         MOVE WL-KEY-ID TO SB-TCID (WS-SUB-COUNT)                 K6WTCH.1
052100         ADD 1 TO WS-ID-SUBS.                                     K6WTCH.1
052200     IF WL-KIND = "T"                                             K6WTCH.1
052300         PERFORM 1350-RESOLVE-SUB THRU 1350-EXIT.                 K6WTCH.1
052400     IF WL-KIND = "C"                                             K6WTCH.1
052500         PERFORM 1360-CLAUSE-LENGTH THRU 1360-EXIT.               K6WTCH.1
052600     GO TO 1300-READ.                                             K6WTCH.1
052700 1300-DONE.                                                       K6WTCH.1
052800     CLOSE WATCH-REGISTER.                                        K6WTCH.1
052900     PERFORM 1400-COUNT-SUBSCRIBERS THRU 1400-EXIT.               K6WTCH.1
053000 1300-EXIT.                                                       K6WTCH.1
053100     EXIT.                                                        K6WTCH.1
053200 1350-RESOLVE-SUB.                                                K6WTCH.1
053300     MOVE WL-KEY-PGM-ID   TO WS-KEY-PGM-ID.                       K6WTCH.1
053400     MOVE WL-KEY-PAR-NAME TO WS-KEY-PAR-NAME.                     K6WTCH.1
053500     MOVE WS-AS-OF-DATE   TO WS-KEY-DATE.                         K6WTCH.1
053600     IF WL-SUB-DATE NUMERIC                                       K6WTCH.1
053700         MOVE WL-SUB-DATE TO WS-KEY-DATE.                         K6WTCH.1
053800     PERFORM 7000-RESOLVE-TCID THRU 7000-EXIT.                    K6WTCH.1
053900     MOVE WS-KEY-TCID TO SB-TCID (WS-SUB-COUNT).                  K6WTCH.1
054000     ADD 1 TO WS-ID-SUBS.                                         K6WTCH.1
054100 1350-EXIT.                                                       K6WTCH.1
054200     EXIT.                                                        K6WTCH.1
054300 1360-CLAUSE-LENGTH.                                              K6WTCH.1
054400     MOVE 10 TO WS-KSUB.                                          K6WTCH.1
054500 1360-BACK.                                                       K6WTCH.1
054600     IF WL-KEY-CODE (WS-KSUB:1) NOT = SPACE                       K6WTCH.1
054700         MOVE WS-KSUB TO SB-KEY-LEN (WS-SUB-COUNT)                K6WTCH.1
054800         GO TO 1360-EXIT.                                         K6WTCH.1
054900     SUBTRACT 1 FROM WS-KSUB.                                     K6WTCH.1
055000     IF WS-KSUB > ZERO                                            K6WTCH.1
055100         GO TO 1360-BACK.                                         K6WTCH.1
055200 1360-EXIT.                                                       K6WTCH.1
055300     EXIT.                                                        K6WTCH.1
055400*================================================================ K6WTCH.1
055500* 1400-COUNT-SUBSCRIBERS -- DISTINCT SUBSCRIBERS, FOR THE TOTALS. K6WTCH.1
055600*================================================================ K6WTCH.1
055700 1400-COUNT-SUBSCRIBERS.                                          K6WTCH.1
055800     MOVE ZERO TO WS-SSUB.                                        K6WTCH.1
055900 1400-NEXT.                                                       K6WTCH.1
056000     ADD 1 TO WS-SSUB.                                            K6WTCH.1
056100     IF WS-SSUB > WS-SUB-COUNT                                    K6WTCH.1
056200         GO TO 1400-EXIT.                                         K6WTCH.1
056300     PERFORM 6900-FIRST-CARD THRU 6900-EXIT.                      K6WTCH.1
056400     IF WS-HIT                                                    K6WTCH.1
056500         ADD 1 TO WS-SUBSCRIBERS.                                 K6WTCH.1
056600     GO TO 1400-NEXT.                                             K6WTCH.1
056700 1400-EXIT.                                                       K6WTCH.1
056800     EXIT.                                                        K6WTCH.1
056900*================================================================ K6WTCH.1
057000* 2000-LOAD-PREVIOUS -- THE WATCHED RESULTS OF THE PREVIOUS       K6WTCH.1
057100* WINDOW.                                                         K6WTCH.1
057200*================================================================ K6WTCH.1
057300 2000-LOAD-PREVIOUS.                                              K6WTCH.1
057400     MOVE "P" TO WS-LOAD-SIDE.                                    K6WTCH.1
057500     OPEN INPUT CSV-PREVIOUS.                                     K6WTCH.1
057600     IF WS-PRV-STATUS NOT = "00"                                  K6WTCH.1
057700         IF WS-PRV-STATUS = "05"                                  K6WTCH.1
057800             CLOSE CSV-PREVIOUS                                   K6WTCH.1
057900             GO TO 2000-EXIT                                      K6WTCH.1
058000         ELSE                                                     K6WTCH.1
058100             GO TO 2000-EXIT.                                     K6WTCH.1
058200     MOVE SPACE TO WS-CUR-PGM-ID WS-CUR-TARGET-ID WS-CUR-RUN-DATE.K6WTCH.1
058300 2000-READ.                                                       K6WTCH.1
058400     READ CSV-PREVIOUS INTO CX-REC                                K6WTCH.1
058500         AT END GO TO 2000-DONE.                                  K6WTCH.1
058600     PERFORM 2100-TAKE-ROW THRU 2100-EXIT.                        K6WTCH.1
058700     GO TO 2000-READ.                                             K6WTCH.1
058800 2000-DONE.                                                       K6WTCH.1
058900     CLOSE CSV-PREVIOUS.                                          K6WTCH.1
059000 2000-EXIT.                                                       K6WTCH.1
059100     EXIT.                                                        K6WTCH.1
059200*================================================================ K6WTCH.1
059300* 2100-TAKE-ROW -- ONE CSV RECORD: AN ENVELOPE SETS THE TARGET,   K6WTCH.1
059400* PROGRAM AND RUN DATE; A DETAIL ROW SOME SUBSCRIPTION WATCHES    K6WTCH.1
059500* IS HELD ON THE SIDE BEING LOADED, THE LATER RUN REPLACING THE   K6WTCH.1
059600* EARLIER.                                                        K6WTCH.1
059700*================================================================ K6WTCH.1
059800 2100-TAKE-ROW.                                                   K6WTCH.1
059900     IF CX-ID-FLAG = "H"                                          K6WTCH.1
060000         MOVE CX-ID-PGM-ID   TO WS-CUR-PGM-ID                     K6WTCH.1
060100         MOVE CX-ID-TARGET   TO WS-CUR-TARGET-ID                  K6WTCH.1
060200         MOVE CX-ID-RUN-DATE TO WS-CUR-RUN-DATE                   K6WTCH.1
060300         GO TO 2100-EXIT.                                         K6WTCH.1
060400     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6WTCH.1
060500         GO TO 2100-EXIT.                                         K6WTCH.1
060600     IF CX-P-OR-F = SPACE OR CX-PAR-NAME = SPACE                  K6WTCH.1
060700         GO TO 2100-EXIT.                                         K6WTCH.1
060800     MOVE WS-CUR-TARGET-ID TO ROW-TARGET-ID.                      K6WTCH.1
060900     MOVE WS-CUR-PGM-ID    TO ROW-PGM-ID.                         K6WTCH.1
061000     MOVE CX-PAR-NAME      TO ROW-PAR-NAME.                       K6WTCH.1
061100     MOVE CX-ANSI-CODE     TO ROW-CLAUSE.                         K6WTCH.1
061200     MOVE CX-P-OR-F        TO ROW-VERDICT.                        K6WTCH.1
061300     MOVE SPACE            TO ROW-TCID.                           K6WTCH.1
061400     IF WS-ID-SUBS > ZERO                                         K6WTCH.1
061500         MOVE ROW-PGM-ID      TO WS-KEY-PGM-ID                    K6WTCH.1
061600         MOVE ROW-PAR-NAME    TO WS-KEY-PAR-NAME                  K6WTCH.1
061700         MOVE WS-CUR-RUN-DATE TO WS-KEY-DATE                      K6WTCH.1
061800         PERFORM 7000-RESOLVE-TCID THRU 7000-EXIT                 K6WTCH.1
061900         MOVE WS-KEY-TCID TO ROW-TCID.                            K6WTCH.1
062000     PERFORM 5500-ROW-WATCHED THRU 5500-EXIT.                     K6WTCH.1
062100     IF NOT WS-HIT                                                K6WTCH.1
062200         GO TO 2100-EXIT.                                         K6WTCH.1
062300     IF WS-LOADING-PREVIOUS                                       K6WTCH.1
062400         PERFORM 2200-HOLD-PREVIOUS THRU 2200-EXIT                K6WTCH.1
062500     ELSE                                                         K6WTCH.1
062600         PERFORM 2300-HOLD-CURRENT THRU 2300-EXIT.                K6WTCH.1
062700 2100-EXIT.                                                       K6WTCH.1
062800     EXIT.                                                        K6WTCH.1
062900 2200-HOLD-PREVIOUS.                                              K6WTCH.1
063000     PERFORM 4800-FIND-PREVIOUS THRU 4800-EXIT.                   K6WTCH.1
063100     IF WS-SUB = ZERO                                             K6WTCH.1
063200         IF WS-PRV-COUNT NOT < 3000                               K6WTCH.1
063300             ADD 1 TO WS-NOT-HELD                                 K6WTCH.1
063400             MOVE 4 TO WS-WTCH-RC                                 K6WTCH.1
063500             GO TO 2200-EXIT                                      K6WTCH.1
063600         ELSE                                                     K6WTCH.1
063700             ADD 1 TO WS-PRV-COUNT                                K6WTCH.1
063800             MOVE WS-PRV-COUNT TO WS-SUB.                         K6WTCH.1
063900     MOVE ROW-TARGET-ID TO PV-TARGET-ID (WS-SUB).                 K6WTCH.1
064000     MOVE ROW-PGM-ID    TO PV-PGM-ID (WS-SUB).                    K6WTCH.1
064100     MOVE ROW-PAR-NAME  TO PV-PAR-NAME (WS-SUB).                  K6WTCH.1
064200     MOVE ROW-TCID      TO PV-TCID (WS-SUB).                      K6WTCH.1
064300     MOVE ROW-CLAUSE    TO PV-CLAUSE (WS-SUB).                    K6WTCH.1
064400     MOVE ROW-VERDICT   TO PV-VERDICT (WS-SUB).                   K6WTCH.1
064500 2200-EXIT.                                                       K6WTCH.1
064600     EXIT.                                                        K6WTCH.1
064700 2300-HOLD-CURRENT.                                               K6WTCH.1
064800     PERFORM 4900-FIND-CURRENT THRU 4900-EXIT.                    K6WTCH.1
064900     IF WS-SUB = ZERO                                             K6WTCH.1
065000         IF WS-CUR-COUNT NOT < 3000                               K6WTCH.1
065100             ADD 1 TO WS-NOT-HELD                                 K6WTCH.1
065200             MOVE 4 TO WS-WTCH-RC                                 K6WTCH.1
065300             GO TO 2300-EXIT                                      K6WTCH.1
065400         ELSE                                                     K6WTCH.1
065500             ADD 1 TO WS-CUR-COUNT                                K6WTCH.1
065600             MOVE WS-CUR-COUNT TO WS-SUB.                         K6WTCH.1
065700     MOVE ROW-TARGET-ID TO CV-TARGET-ID (WS-SUB).                 K6WTCH.1
065800     MOVE ROW-PGM-ID    TO CV-PGM-ID (WS-SUB).                    K6WTCH.1
065900     MOVE ROW-PAR-NAME  TO CV-PAR-NAME (WS-SUB).                  K6WTCH.1
066000     MOVE ROW-TCID      TO CV-TCID (WS-SUB).                      K6WTCH.1
066100     MOVE ROW-CLAUSE    TO CV-CLAUSE (WS-SUB).                    K6WTCH.1
066200     MOVE ROW-VERDICT   TO CV-VERDICT (WS-SUB).                   K6WTCH.1
066300 2300-EXIT.                                                       K6WTCH.1
066400     EXIT.                                                        K6WTCH.1
066500*================================================================ K6WTCH.1
066600* 2500-LOAD-CURRENT -- THE WATCHED RESULTS OF THIS WINDOW.        K6WTCH.1
066700*================================================================ K6WTCH.1
066800 2500-LOAD-CURRENT.                                               K6WTCH.1
066900     MOVE "C" TO WS-LOAD-SIDE.                                    K6WTCH.1
067000     OPEN INPUT CSV-EXTRACT.                                      K6WTCH.1
067100     IF WS-CSV-STATUS NOT = "00"                                  K6WTCH.1
067200         IF WS-CSV-STATUS = "05"                                  K6WTCH.1
067300             CLOSE CSV-EXTRACT                                    K6WTCH.1
067400             GO TO 2500-EXIT                                      K6WTCH.1
067500         ELSE                                                     K6WTCH.1
067600             GO TO 2500-EXIT.                                     K6WTCH.1
067700     MOVE SPACE TO WS-CUR-PGM-ID WS-CUR-TARGET-ID WS-CUR-RUN-DATE.K6WTCH.1
067800 2500-READ.                                                       K6WTCH.1
067900     READ CSV-EXTRACT INTO CX-REC                                 K6WTCH.1
068000         AT END GO TO 2500-DONE.                                  K6WTCH.1
068100     PERFORM 2100-TAKE-ROW THRU 2100-EXIT.                        K6WTCH.1
068200     GO TO 2500-READ.                                             K6WTCH.1
068300 2500-DONE.                                                       K6WTCH.1
068400     CLOSE CSV-EXTRACT.                                           K6WTCH.1
068500 2500-EXIT.                                                       K6WTCH.1
068600     EXIT.                                                        K6WTCH.1
068700*================================================================ K6WTCH.1
068800* 3000-COMPARE -- ONE HELD RESULT OF THIS WINDOW AGAINST THE      K6WTCH.1
068900* SAME TEST ON THE SAME TARGET IN THE PREVIOUS ONE.  AN           K6WTCH.1
069000* UNCHANGED VERDICT IS NO NEWS; A CHANGED ONE IS OFFERED TO       K6WTCH.1
069100* EVERY SUBSCRIPTION.                                             K6WTCH.1
069200*================================================================ K6WTCH.1
069300 3000-COMPARE.                                                    K6WTCH.1
069400     ADD 1 TO WS-PSUB.                                            K6WTCH.1
069500     MOVE CV-TARGET-ID (WS-PSUB) TO ROW-TARGET-ID.                K6WTCH.1
069600     MOVE CV-PGM-ID (WS-PSUB)    TO ROW-PGM-ID.                   K6WTCH.1
069700     MOVE CV-PAR-NAME (WS-PSUB)  TO ROW-PAR-NAME.                 K6WTCH.1
069800     MOVE CV-TCID (WS-PSUB)      TO ROW-TCID.                     K6WTCH.1
069900     MOVE CV-CLAUSE (WS-PSUB)    TO ROW-CLAUSE.                   K6WTCH.1
070000     MOVE CV-VERDICT (WS-PSUB)   TO ROW-VERDICT.                  K6WTCH.1
070100     PERFORM 4800-FIND-PREVIOUS THRU 4800-EXIT.                   K6WTCH.1
070200     MOVE SPACE TO WS-WAS-VERDICT.                                K6WTCH.1
070300     IF WS-SUB NOT = ZERO                                         K6WTCH.1
070400         MOVE PV-VERDICT (WS-SUB) TO WS-WAS-VERDICT.              K6WTCH.1
070500     IF WS-WAS-VERDICT = ROW-VERDICT                              K6WTCH.1
070600         GO TO 3000-EXIT.                                         K6WTCH.1
070700     IF WS-WAS-VERDICT = SPACE AND ROW-VERDICT NOT = "FAIL*"      K6WTCH.1
070800         GO TO 3000-EXIT.                                         K6WTCH.1
070900     ADD 1 TO WS-CHANGES.                                         K6WTCH.1
071000     MOVE ROW-VERDICT TO WS-NOW-TEXT.                             K6WTCH.1
071100     MOVE ZERO TO WS-SSUB.                                        K6WTCH.1
071200 3000-NEXT-SUB.                                                   K6WTCH.1
071300     ADD 1 TO WS-SSUB.                                            K6WTCH.1
071400     IF WS-SSUB > WS-SUB-COUNT                                    K6WTCH.1
071500         GO TO 3000-EXIT.                                         K6WTCH.1
071600     PERFORM 5000-MATCH-SUB THRU 5000-EXIT.                       K6WTCH.1
071700     IF NOT WS-HIT                                                K6WTCH.1
071800         GO TO 3000-NEXT-SUB.                                     K6WTCH.1
071900     MOVE SPACE TO WS-EVENT.                                      K6WTCH.1
072000     IF ROW-VERDICT = "FAIL*" AND WS-WAS-VERDICT NOT = "FAIL*"    K6WTCH.1
072100             AND SB-EV-NEW (WS-SSUB) NOT = SPACE                  K6WTCH.1
072200         MOVE "N" TO WS-EVENT                                     K6WTCH.1
072300         GO TO 3000-POST.                                         K6WTCH.1
072400     IF ROW-VERDICT = "PASS " AND WS-WAS-VERDICT = "FAIL*"        K6WTCH.1
072500             AND SB-EV-RECOVER (WS-SSUB) NOT = SPACE              K6WTCH.1
072600         MOVE "R" TO WS-EVENT                                     K6WTCH.1
072700         GO TO 3000-POST.                                         K6WTCH.1
072800     IF WS-WAS-VERDICT NOT = SPACE                                K6WTCH.1
072900             AND SB-EV-CHANGE (WS-SSUB) NOT = SPACE               K6WTCH.1
073000         MOVE "V" TO WS-EVENT                                     K6WTCH.1
073100         GO TO 3000-POST.                                         K6WTCH.1
073200     GO TO 3000-NEXT-SUB.                                         K6WTCH.1
073300 3000-POST.                                                       K6WTCH.1
073400     PERFORM 4000-ADD-ITEM THRU 4000-EXIT.                        K6WTCH.1
073500     GO TO 3000-NEXT-SUB.                                         K6WTCH.1
073600 3000-EXIT.                                                       K6WTCH.1
073700     EXIT.                                                        K6WTCH.1
073800*================================================================ K6WTCH.1
073900* 3500-WAIVER-LAPSES -- EVERY WAIVER K6EXPW REPORTS LAPSED,       K6WTCH.1
074000* OFFERED TO THE SUBSCRIPTIONS THAT WANT LAPSES.  A WAIVER IS     K6WTCH.1
074100* NOT TIED TO A TARGET, SO IT MATCHES A SUBSCRIPTION ON ANY;      K6WTCH.1
074200* THE CLAUSE IS TAKEN FROM THE TEST'S RESULT THIS WINDOW.         K6WTCH.1
074300*================================================================ K6WTCH.1
074400 3500-WAIVER-LAPSES.                                              K6WTCH.1
074500     OPEN INPUT EXPIRY-NOTICES.                                   K6WTCH.1
074600     IF WS-EQ-STATUS NOT = "00"                                   K6WTCH.1
074700         IF WS-EQ-STATUS = "05"                                   K6WTCH.1
074800             CLOSE EXPIRY-NOTICES                                 K6WTCH.1
074900             GO TO 3500-EXIT                                      K6WTCH.1
075000         ELSE                                                     K6WTCH.1
075100             GO TO 3500-EXIT.                                     K6WTCH.1
075200 3500-READ.                                                       K6WTCH.1
075300     READ EXPIRY-NOTICES                                          K6WTCH.1
075400         AT END GO TO 3500-DONE.                                  K6WTCH.1
075500     IF EQ-VERB NOT = "LAPSED  " OR EQ-KIND NOT = "WVR "          K6WTCH.1
075600         GO TO 3500-READ.                                         K6WTCH.1
075700     IF EQ-PGM-ID = SPACE                                         K6WTCH.1
075800         GO TO 3500-READ.                                         K6WTCH.1
075900     MOVE SPACE      TO ROW-TARGET-ID.                            K6WTCH.1
076000     MOVE EQ-PGM-ID  TO ROW-PGM-ID.                               K6WTCH.1
076100     MOVE EQ-KEY     TO ROW-PAR-NAME.                             K6WTCH.1
076200     MOVE SPACE      TO ROW-TCID ROW-CLAUSE ROW-VERDICT.          K6WTCH.1
076300     IF WS-ID-SUBS > ZERO                                         K6WTCH.1
076400         MOVE ROW-PGM-ID    TO WS-KEY-PGM-ID                      K6WTCH.1
076500         MOVE ROW-PAR-NAME  TO WS-KEY-PAR-NAME                    K6WTCH.1
076600         MOVE WS-AS-OF-DATE TO WS-KEY-DATE                        K6WTCH.1
076700         PERFORM 7000-RESOLVE-TCID THRU 7000-EXIT                 K6WTCH.1
076800         MOVE WS-KEY-TCID TO ROW-TCID.                            K6WTCH.1
076900     PERFORM 3600-LAPSED-CLAUSE THRU 3600-EXIT.                   K6WTCH.1
077000     MOVE SPACE TO WS-WAS-VERDICT.                                K6WTCH.1
077100     MOVE EQ-OUTCOME TO WS-NOW-TEXT.                              K6WTCH.1
077200     MOVE "L" TO WS-EVENT.                                        K6WTCH.1
077300     ADD 1 TO WS-CHANGES.                                         K6WTCH.1
077400     MOVE ZERO TO WS-SSUB.                                        K6WTCH.1
077500 3500-NEXT-SUB.                                                   K6WTCH.1
077600     ADD 1 TO WS-SSUB.                                            K6WTCH.1
077700     IF WS-SSUB > WS-SUB-COUNT                                    K6WTCH.1
077800         GO TO 3500-READ.                                         K6WTCH.1
077900     IF SB-EV-LAPSE (WS-SSUB) = SPACE                             K6WTCH.1
078000         GO TO 3500-NEXT-SUB.                                     K6WTCH.1
078100     PERFORM 5000-MATCH-SUB THRU 5000-EXIT.                       K6WTCH.1
078200     IF WS-HIT                                                    K6WTCH.1
078300         PERFORM 4000-ADD-ITEM THRU 4000-EXIT.                    K6WTCH.1
078400     GO TO 3500-NEXT-SUB.                                         K6WTCH.1
078500 3500-DONE.                                                       K6WTCH.1
078600     CLOSE EXPIRY-NOTICES.                                        K6WTCH.1
078700 3500-EXIT.                                                       K6WTCH.1
078800     EXIT.                                                        K6WTCH.1
078900 3600-LAPSED-CLAUSE.                                              K6WTCH.1
079000     MOVE ZERO TO WS-SUB.                                         K6WTCH.1
079100 3600-NEXT.                                                       K6WTCH.1
079200     ADD 1 TO WS-SUB.                                             K6WTCH.1
079300     IF WS-SUB > WS-CUR-COUNT                                     K6WTCH.1
079400         GO TO 3600-EXIT.                                         K6WTCH.1
079500     IF CV-PGM-ID (WS-SUB) NOT = ROW-PGM-ID                       K6WTCH.1
079600             OR CV-PAR-NAME (WS-SUB) NOT = ROW-PAR-NAME           K6WTCH.1
079700         GO TO 3600-NEXT.                                         K6WTCH.1
079800     MOVE CV-CLAUSE (WS-SUB) TO ROW-CLAUSE.                       K6WTCH.1
079900 3600-EXIT.                                                       K6WTCH.1
080000     EXIT.                                                        K6WTCH.1
080100*================================================================ K6WTCH.1
080200* 4000-ADD-ITEM -- THE CHANGE IN ROW-AREA AS EVENT WS-EVENT FOR   K6WTCH.1
080300* SUBSCRIPTION WS-SSUB, UNLESS THE SUBSCRIBER ALREADY HAS IT.     K6WTCH.1
080400*================================================================ K6WTCH.1
080500 4000-ADD-ITEM.                                                   K6WTCH.1
080600     MOVE ZERO TO WS-DSUB.                                        K6WTCH.1
080700 4000-SCAN.                                                       K6WTCH.1
080800     ADD 1 TO WS-DSUB.                                            K6WTCH.1
080900     IF WS-DSUB > WS-DG-COUNT                                     K6WTCH.1
081000         GO TO 4000-ADD.                                          K6WTCH.1
081100     IF DG-SUBSCRIBER (WS-DSUB) = SB-SUBSCRIBER (WS-SSUB)         K6WTCH.1
081200             AND DG-EVENT (WS-DSUB) = WS-EVENT                    K6WTCH.1
081300             AND DG-TARGET-ID (WS-DSUB) = ROW-TARGET-ID           K6WTCH.1
081400             AND DG-PGM-ID (WS-DSUB) = ROW-PGM-ID                 K6WTCH.1
081500             AND DG-PAR-NAME (WS-DSUB) = ROW-PAR-NAME             K6WTCH.1
081600         GO TO 4000-EXIT.                                         K6WTCH.1
081700     GO TO 4000-SCAN.                                             K6WTCH.1
081800 4000-ADD.                                                        K6WTCH.1
081900     IF WS-DG-COUNT NOT < 3000                                    K6WTCH.1
082000         ADD 1 TO WS-NOT-HELD                                     K6WTCH.1
082100         MOVE 4 TO WS-WTCH-RC                                     K6WTCH.1
082200         GO TO 4000-EXIT.                                         K6WTCH.1
082300     ADD 1 TO WS-DG-COUNT.                                        K6WTCH.1
082400     MOVE SB-SUBSCRIBER (WS-SSUB) TO DG-SUBSCRIBER (WS-DG-COUNT). K6WTCH.1
082500     MOVE WS-EVENT                TO DG-EVENT (WS-DG-COUNT).      K6WTCH.1
082600     MOVE ROW-TARGET-ID           TO DG-TARGET-ID (WS-DG-COUNT).  K6WTCH.1
082700     MOVE ROW-PGM-ID              TO DG-PGM-ID (WS-DG-COUNT).     K6WTCH.1
082800     MOVE ROW-PAR-NAME            TO DG-PAR-NAME (WS-DG-COUNT).   K6WTCH.1
082900     MOVE ROW-TCID                TO DG-TCID (WS-DG-COUNT).       K6WTCH.1
083000     MOVE ROW-CLAUSE              TO DG-CLAUSE (WS-DG-COUNT).     K6WTCH.1
083100     MOVE WS-WAS-VERDICT          TO DG-WAS (WS-DG-COUNT).        K6WTCH.1
083200     MOVE WS-NOW-TEXT             TO DG-NOW (WS-DG-COUNT).        K6WTCH.1
083300     MOVE SB-KIND (WS-SSUB)       TO DG-WATCH-KIND (WS-DG-COUNT). K6WTCH.1
083400     MOVE SB-KEY (WS-SSUB)        TO DG-WATCH-KEY (WS-DG-COUNT).  K6WTCH.1
083500     IF SB-KIND (WS-SSUB) = "T" AND SB-TCID (WS-SSUB) NOT = SPACE K6WTCH.1
083600         MOVE SB-TCID (WS-SSUB) TO DG-WATCH-KEY (WS-DG-COUNT).    K6WTCH.1
083700 4000-EXIT.                                                       K6WTCH.1
083800     EXIT.                                                        K6WTCH.1
083900*================================================================ K6WTCH.1
084000* 4800-FIND-PREVIOUS / 4900-FIND-CURRENT -- WS-SUB TO THE HELD    K6WTCH.1
084100* RESULT FOR THE TEST IN ROW-AREA ON ITS TARGET, OR ZERO.  A TEST K6WTCH.1
084200* WITH A REGISTRY ID MATCHES ON THE ID, SO A RENAMED PARAGRAPH    K6WTCH.1
084300* IS STILL THE SAME TEST.                                         K6WTCH.1
084400*================================================================ K6WTCH.1
084500 4800-FIND-PREVIOUS.                                              K6WTCH.1
084600     MOVE ZERO TO WS-SUB.                                         K6WTCH.1
084700 4800-NEXT.                                                       K6WTCH.1
084800     ADD 1 TO WS-SUB.                                             K6WTCH.1
084900     IF WS-SUB > WS-PRV-COUNT                                     K6WTCH.1
085000         MOVE ZERO TO WS-SUB                                      K6WTCH.1
085100         GO TO 4800-EXIT.                                         K6WTCH.1
085200     IF PV-TARGET-ID (WS-SUB) NOT = ROW-TARGET-ID                 K6WTCH.1
085300             OR PV-TCID (WS-SUB) NOT = ROW-TCID                   K6WTCH.1
085400         GO TO 4800-NEXT.                                         K6WTCH.1
085500     IF ROW-TCID NOT = SPACE                                      K6WTCH.1
085600         GO TO 4800-EXIT.                                         K6WTCH.1
085700     IF PV-PGM-ID (WS-SUB) NOT = ROW-PGM-ID                       K6WTCH.1
085800             OR PV-PAR-NAME (WS-SUB) NOT = ROW-PAR-NAME           K6WTCH.1
085900         GO TO 4800-NEXT.                                         K6WTCH.1
086000 4800-EXIT.                                                       K6WTCH.1
086100     EXIT.                                                        K6WTCH.1
086200 4900-FIND-CURRENT.                                               K6WTCH.1
086300     MOVE ZERO TO WS-SUB.                                         K6WTCH.1
086400 4900-NEXT.                                                       K6WTCH.1
086500     ADD 1 TO WS-SUB.                                             K6WTCH.1
086600     IF WS-SUB > WS-CUR-COUNT                                     K6WTCH.1
086700         MOVE ZERO TO WS-SUB                                      K6WTCH.1
086800         GO TO 4900-EXIT.                                         K6WTCH.1
086900     IF CV-TARGET-ID (WS-SUB) NOT = ROW-TARGET-ID                 K6WTCH.1
087000             OR CV-TCID (WS-SUB) NOT = ROW-TCID                   K6WTCH.1
087100         GO TO 4900-NEXT.                                         K6WTCH.1
087200     IF ROW-TCID NOT = SPACE                                      K6WTCH.1
087300         GO TO 4900-EXIT.                                         K6WTCH.1
087400     IF CV-PGM-ID (WS-SUB) NOT = ROW-PGM-ID                       K6WTCH.1
087500             OR CV-PAR-NAME (WS-SUB) NOT = ROW-PAR-NAME           K6WTCH.1
087600         GO TO 4900-NEXT.                                         K6WTCH.1
087700 4900-EXIT.                                                       K6WTCH.1
087800     EXIT.                                                        K6WTCH.1
087900*================================================================ K6WTCH.1
088000* 5000-MATCH-SUB -- DOES SUBSCRIPTION WS-SSUB WATCH THE TEST IN   K6WTCH.1
088100* ROW-AREA?  A BLANK TARGET ON EITHER SIDE MATCHES ANY.           K6WTCH.1
088200*================================================================ K6WTCH.1
088300 5000-MATCH-SUB.                                                  K6WTCH.1
088400     MOVE "N" TO WS-HIT-SW.                                       K6WTCH.1
088500     IF SB-TARGET-ID (WS-SSUB) NOT = SPACE                        K6WTCH.1
088600             AND ROW-TARGET-ID NOT = SPACE                        K6WTCH.1
088700             AND SB-TARGET-ID (WS-SSUB) NOT = ROW-TARGET-ID       K6WTCH.1
088800         GO TO 5000-EXIT.                                         K6WTCH.1
088900     IF SB-KIND (WS-SSUB) = "T" OR SB-KIND (WS-SSUB) = "I"        K6WTCH.1
089000         GO TO 5000-TEST.                                         K6WTCH.1
089100     IF SB-KIND (WS-SSUB) = "C"                                   K6WTCH.1
089200         GO TO 5000-CLAUSE.                                       K6WTCH.1
089300     IF SB-KIND (WS-SSUB) = "P"                                   K6WTCH.1
089400         IF ROW-PGM-ID = SB-KEY (WS-SSUB) (1:6)                   K6WTCH.1
089500             MOVE "Y" TO WS-HIT-SW                                K6WTCH.1
089600             GO TO 5000-EXIT                                      K6WTCH.1
089700         ELSE                                                     K6WTCH.1
089800             GO TO 5000-EXIT.                                     K6WTCH.1
089900     PERFORM 5100-MATCH-DEFECT THRU 5100-EXIT.                    K6WTCH.1
090000     GO TO 5000-EXIT.                                             K6WTCH.1
090100 5000-TEST.                                                       K6WTCH.1
090200     IF SB-TCID (WS-SSUB) NOT = SPACE                             K6WTCH.1
090300             AND ROW-TCID = SB-TCID (WS-SSUB)                     K6WTCH.1
090400         MOVE "Y" TO WS-HIT-SW                                    K6WTCH.1
090500         GO TO 5000-EXIT.                                         K6WTCH.1
090600* A TEST NOT IN THE REGISTRY IS KNOWN ONLY BY ITS NAME.           K6WTCH.1
090700     IF SB-KIND (WS-SSUB) = "T" AND ROW-TCID = SPACE              K6WTCH.1
090800             AND ROW-PGM-ID = SB-KEY (WS-SSUB) (1:6)              K6WTCH.1
090900             AND ROW-PAR-NAME = SB-KEY (WS-SSUB) (8:22)           K6WTCH.1
091000         MOVE "Y" TO WS-HIT-SW.                                   K6WTCH.1
091100     GO TO 5000-EXIT.                                             K6WTCH.1
091200 5000-CLAUSE.                                                     K6WTCH.1
091300     IF SB-KEY-LEN (WS-SSUB) = ZERO                               K6WTCH.1
091400         GO TO 5000-EXIT.                                         K6WTCH.1
091500     MOVE SB-KEY-LEN (WS-SSUB) TO WS-KSUB.                        K6WTCH.1
091600     IF ROW-CLAUSE (1:WS-KSUB) = SB-KEY (WS-SSUB) (1:WS-KSUB)     K6WTCH.1
091700         MOVE "Y" TO WS-HIT-SW.                                   K6WTCH.1
091800 5000-EXIT.                                                       K6WTCH.1
091900     EXIT.                                                        K6WTCH.1
092000 5100-MATCH-DEFECT.                                               K6WTCH.1
092100     MOVE ZERO TO WS-TSUB.                                        K6WTCH.1
092200 5100-NEXT.                                                       K6WTCH.1
092300     ADD 1 TO WS-TSUB.                                            K6WTCH.1
092400     IF WS-TSUB > WS-DEF-COUNT                                    K6WTCH.1
092500         GO TO 5100-EXIT.                                         K6WTCH.1
092600     IF DF-DEFECT-ID (WS-TSUB) NOT = SB-KEY (WS-SSUB) (1:8)       K6WTCH.1
092700             OR DF-PGM-ID (WS-TSUB) NOT = ROW-PGM-ID              K6WTCH.1
092800             OR DF-PAR-NAME (WS-TSUB) NOT = ROW-PAR-NAME          K6WTCH.1
092900         GO TO 5100-NEXT.                                         K6WTCH.1
093000     MOVE "Y" TO WS-HIT-SW.                                       K6WTCH.1
093100 5100-EXIT.                                                       K6WTCH.1
093200     EXIT.                                                        K6WTCH.1
093300*================================================================ K6WTCH.1
093400* 5500-ROW-WATCHED -- DOES ANY SUBSCRIPTION WATCH THE TEST IN     K6WTCH.1
093500* ROW-AREA?  ONLY THOSE RESULTS ARE HELD.                         K6WTCH.1
093600*================================================================ K6WTCH.1
093700 5500-ROW-WATCHED.                                                K6WTCH.1
093800     MOVE ZERO TO WS-SSUB.                                        K6WTCH.1
093900 5500-NEXT.                                                       K6WTCH.1
094000     ADD 1 TO WS-SSUB.                                            K6WTCH.1
094100     IF WS-SSUB > WS-SUB-COUNT                                    K6WTCH.1
094200         MOVE "N" TO WS-HIT-SW                                    K6WTCH.1
094300         GO TO 5500-EXIT.                                         K6WTCH.1
094400     PERFORM 5000-MATCH-SUB THRU 5000-EXIT.                       K6WTCH.1
094500     IF NOT WS-HIT                                                K6WTCH.1
094600         GO TO 5500-NEXT.                                         K6WTCH.1
094700 5500-EXIT.                                                       K6WTCH.1
094800     EXIT.                                                        K6WTCH.1
094900*================================================================ K6WTCH.1
095000* 6000-WRITE-DIGEST -- ONE PAGE FOR THE SUBSCRIBER OF CARD        K6WTCH.1
095100* WS-SSUB, WHEN IT IS THAT SUBSCRIBER'S FIRST CARD.               K6WTCH.1
095200*================================================================ K6WTCH.1
095300 6000-WRITE-DIGEST.                                               K6WTCH.1
095400     ADD 1 TO WS-SSUB.                                            K6WTCH.1
095500     PERFORM 6900-FIRST-CARD THRU 6900-EXIT.                      K6WTCH.1
095600     IF NOT WS-HIT                                                K6WTCH.1
095700         GO TO 6000-EXIT.                                         K6WTCH.1
095800     MOVE SB-SUBSCRIBER (WS-SSUB) TO HDR-SUBSCRIBER.              K6WTCH.1
095900     WRITE WD-PRINT-REC FROM HDR-LINE-1                           K6WTCH.1
096000         AFTER ADVANCING PAGE.                                    K6WTCH.1
096100     WRITE WD-PRINT-REC FROM HDR-LINE-2                           K6WTCH.1
096200         AFTER ADVANCING 2 LINES.                                 K6WTCH.1
096300     MOVE ZERO TO WS-ITEMS.                                       K6WTCH.1
096400     MOVE ZERO TO WS-DSUB.                                        K6WTCH.1
096500 6000-NEXT-ITEM.                                                  K6WTCH.1
096600     ADD 1 TO WS-DSUB.                                            K6WTCH.1
096700     IF WS-DSUB > WS-DG-COUNT                                     K6WTCH.1
096800         GO TO 6000-FOOT.                                         K6WTCH.1
096900     IF DG-SUBSCRIBER (WS-DSUB) NOT = SB-SUBSCRIBER (WS-SSUB)     K6WTCH.1
097000         GO TO 6000-NEXT-ITEM.                                    K6WTCH.1
097100     PERFORM 6100-PRINT-ITEM THRU 6100-EXIT.                      K6WTCH.1
097200     ADD 1 TO WS-ITEMS.                                           K6WTCH.1
097300     GO TO 6000-NEXT-ITEM.                                        K6WTCH.1
097400 6000-FOOT.                                                       K6WTCH.1
097500     IF WS-ITEMS = ZERO                                           K6WTCH.1
097600         WRITE WD-PRINT-REC FROM NONE-LINE                        K6WTCH.1
097700             AFTER ADVANCING 1 LINE.                              K6WTCH.1
097800     MOVE WS-ITEMS TO SUBTOT-ITEMS.                               K6WTCH.1
097900     WRITE WD-PRINT-REC FROM SUBTOT-LINE                          K6WTCH.1
098000         AFTER ADVANCING 2 LINES.                                 K6WTCH.1
098100 6000-EXIT.                                                       K6WTCH.1
098200     EXIT.                                                        K6WTCH.1
098300 6100-PRINT-ITEM.                                                 K6WTCH.1
098400     MOVE SPACE TO IL-EVENT.                                      K6WTCH.1
098500     IF DG-EVENT (WS-DSUB) = "N"                                  K6WTCH.1
098600         MOVE "NEW FAILURE" TO IL-EVENT.                          K6WTCH.1
098700     IF DG-EVENT (WS-DSUB) = "R"                                  K6WTCH.1
098800         MOVE "RECOVERED" TO IL-EVENT.                            K6WTCH.1
098900     IF DG-EVENT (WS-DSUB) = "V"                                  K6WTCH.1
099000         MOVE "VERDICT CHANGE" TO IL-EVENT.                       K6WTCH.1
099100     IF DG-EVENT (WS-DSUB) = "L"                                  K6WTCH.1
099200         MOVE "WAIVER LAPSED" TO IL-EVENT.                        K6WTCH.1
099300     MOVE DG-TARGET-ID (WS-DSUB) TO IL-TARGET-ID.                 K6WTCH.1
099400     IF DG-TARGET-ID (WS-DSUB) = SPACE                            K6WTCH.1
099500         MOVE "(ALL)" TO IL-TARGET-ID.                            K6WTCH.1
099600     MOVE DG-PGM-ID (WS-DSUB)    TO IL-PGM-ID.                    K6WTCH.1
099700     MOVE DG-PAR-NAME (WS-DSUB)  TO IL-PAR-NAME.                  K6WTCH.1
099800     MOVE DG-TCID (WS-DSUB)      TO IL-TCID.                      K6WTCH.1
099900     MOVE DG-CLAUSE (WS-DSUB)    TO IL-CLAUSE.                    K6WTCH.1
100000     MOVE DG-WAS (WS-DSUB)       TO IL-WAS.                       K6WTCH.1
100100     MOVE DG-NOW (WS-DSUB)       TO IL-NOW.                       K6WTCH.1
100200     MOVE SPACE TO IL-WATCH-KIND.                                 K6WTCH.1
100300     IF DG-WATCH-KIND (WS-DSUB) = "T" OR DG-WATCH-KIND (WS-DSUB)  K6WTCH.1
100400             = "I"                                                K6WTCH.1
100500         MOVE "TEST" TO IL-WATCH-KIND.                            K6WTCH.1
100600     IF DG-WATCH-KIND (WS-DSUB) = "C"                             K6WTCH.1
100700         MOVE "CLAUSE" TO IL-WATCH-KIND.                          K6WTCH.1
100800     IF DG-WATCH-KIND (WS-DSUB) = "P"                             K6WTCH.1
100900         MOVE "PROGRAM" TO IL-WATCH-KIND.                         K6WTCH.1
101000     IF DG-WATCH-KIND (WS-DSUB) = "D"                             K6WTCH.1
101100         MOVE "DEFECT" TO IL-WATCH-KIND.                          K6WTCH.1
101200     MOVE DG-WATCH-KEY (WS-DSUB) TO IL-WATCH-KEY.                 K6WTCH.1
101300     WRITE WD-PRINT-REC FROM ITEM-LINE                            K6WTCH.1
101400         AFTER ADVANCING 1 LINE.                                  K6WTCH.1
101500 6100-EXIT.                                                       K6WTCH.1
101600     EXIT.                                                        K6WTCH.1
101700*================================================================ K6WTCH.1
101800* 6900-FIRST-CARD -- WS-HIT IF CARD WS-SSUB IS THE FIRST CARD OF  K6WTCH.1
101900* ITS SUBSCRIBER.                                                 K6WTCH.1
102000*================================================================ K6WTCH.1
102100 6900-FIRST-CARD.                                                 K6WTCH.1
102200     MOVE "Y" TO WS-HIT-SW.                                       K6WTCH.1
102300     MOVE ZERO TO WS-TSUB.                                        K6WTCH.1
102400 6900-NEXT.                                                       K6WTCH.1
102500     ADD 1 TO WS-TSUB.                                            K6WTCH.1
102600     IF WS-TSUB NOT < WS-SSUB                                     K6WTCH.1
102700         GO TO 6900-EXIT.                                         K6WTCH.1
102800     IF SB-SUBSCRIBER (WS-TSUB) = SB-SUBSCRIBER (WS-SSUB)         K6WTCH.1
102900         MOVE "N" TO WS-HIT-SW                                    K6WTCH.1
103000         GO TO 6900-EXIT.                                         K6WTCH.1
103100     GO TO 6900-NEXT.                                             K6WTCH.1
103200 6900-EXIT.                                                       K6WTCH.1
103300     EXIT.                                                        K6WTCH.1
103400*================================================================ K6WTCH.1
103500* 7000-RESOLVE-TCID -- WS-KEY-TCID TO THE REGISTRY ID MAPPED TO   K6WTCH.1
103600* WS-KEY-PGM-ID/WS-KEY-PAR-NAME ON WS-KEY-DATE, OR SPACE.         K6WTCH.1
103700*================================================================ K6WTCH.1
103800 7000-RESOLVE-TCID.                                               K6WTCH.1
103900     MOVE SPACE TO WS-KEY-TCID.                                   K6WTCH.1
104000     MOVE ZERO TO WS-TSUB.                                        K6WTCH.1
104100 7000-NEXT.                                                       K6WTCH.1
104200     ADD 1 TO WS-TSUB.                                            K6WTCH.1
104300     IF WS-TSUB > WS-TCID-COUNT                                   K6WTCH.1
104400         GO TO 7000-EXIT.                                         K6WTCH.1
104500     IF TT-PGM-ID (WS-TSUB) NOT = WS-KEY-PGM-ID                   K6WTCH.1
104600             OR TT-PAR-NAME (WS-TSUB) NOT = WS-KEY-PAR-NAME       K6WTCH.1
104700         GO TO 7000-NEXT.                                         K6WTCH.1
104800     IF TT-EFF-FROM (WS-TSUB) > WS-KEY-DATE                       K6WTCH.1
104900             OR TT-EFF-TO (WS-TSUB) NOT > WS-KEY-DATE             K6WTCH.1
105000         GO TO 7000-NEXT.                                         K6WTCH.1
105100     MOVE TT-ID (WS-TSUB) TO WS-KEY-TCID.                         K6WTCH.1
105200 7000-EXIT.                                                       K6WTCH.1
105300     EXIT.                                                        K6WTCH.1
105400*================================================================ K6WTCH.1
105500* 8000-PRINT-TOTALS -- RUN TOTALS ON A PAGE OF THEIR OWN.         K6WTCH.1
105600*================================================================ K6WTCH.1
105700 8000-PRINT-TOTALS.                                               K6WTCH.1
105800     MOVE SPACE TO HDR-SUBSCRIBER.                                K6WTCH.1
105900     MOVE "(TOTALS)" TO HDR-SUBSCRIBER.                           K6WTCH.1
106000     WRITE WD-PRINT-REC FROM HDR-LINE-1                           K6WTCH.1
106100         AFTER ADVANCING PAGE.                                    K6WTCH.1
106200     MOVE WS-SUBSCRIBERS TO TOT-SUBSCRIBERS.                      K6WTCH.1
106300     MOVE WS-SUB-COUNT   TO TOT-SUBS.                             K6WTCH.1
106400     MOVE WS-CHANGES     TO TOT-CHANGES.                          K6WTCH.1
106500     MOVE WS-DG-COUNT    TO TOT-ITEMS.                            K6WTCH.1
106600     MOVE WS-NOT-HELD    TO TOT-NOT-HELD.                         K6WTCH.1
106700     WRITE WD-PRINT-REC FROM TOT-LINE                             K6WTCH.1
106800         AFTER ADVANCING 2 LINES.                                 K6WTCH.1
106900 8000-EXIT.                                                       K6WTCH.1
107000     EXIT.                                                        K6WTCH.1
