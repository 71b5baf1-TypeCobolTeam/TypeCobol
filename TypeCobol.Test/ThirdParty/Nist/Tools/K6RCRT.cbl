000100 IDENTIFICATION DIVISION.                                         K6RCRT.1
000200 PROGRAM-ID.                                                      K6RCRT.1
000300     K6RCRT.                                                      K6RCRT.1
000400*================================================================ K6RCRT.1
000500* K6RCRT -- RECERTIFICATION DUE-LIST: WHICH ISSUED CERTIFICATES   K6RCRT.1
000600* HAVE BEEN UNDERMINED BY CHANGE, AND BY WHEN THEY MUST BE        K6RCRT.1
000700* RE-EARNED.                                                      K6RCRT.1
000800*================================================================ K6RCRT.1
000900* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RCRT.1
001000* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RCRT.1
001100* DATE-WRITTEN. OCTOBER 2026.                                     K6RCRT.1
001200* DATE-COMPILED.                                                  K6RCRT.1
001300*                                                                 K6RCRT.1
001400* REMARKS.                                                        K6RCRT.1
001500*    A K6CERT CERTIFICATE IS TRUE OF THE TARGET AS IT STOOD ON    K6RCRT.1
001600*    THE ISSUE DATE.  COMPILER PTFS, ENVIRONMENT DRIFT, SHARED-   K6RCRT.1
001700*    COPYBOOK CHANGES, GOLDEN-BASELINE UPDATES AND NEW WAIVERS    K6RCRT.1
001800*    ALL LAND AFTER THAT, AND NOTHING SAID WHEN A CERTIFICATE     K6RCRT.1
001900*    NO LONGER DESCRIBED WHAT WAS RUNNING.  THIS NIGHTLY RUN:     K6RCRT.1
002000*                                                                 K6RCRT.1
002100*      - READS THE ISSUED-CERTIFICATE REGISTER (CERTREG,          K6RCRT.1
002200*        K6CREG.CPY) AND MARKS EVERY CERTIFICATE WITH A LATER     K6RCRT.1
002300*        ONE FOR THE SAME TARGET AS SUPERSEDED;                   K6RCRT.1
002400*      - GATHERS THE CHANGE EVENTS: THE COORDINATOR'S CHGEVNT     K6RCRT.1
002500*        CARDS (K6CHEV.CPY), EACH WINDOW-TO-WINDOW DIFFERENCE     K6RCRT.1
002600*        ON THE K6ENVS SNAPSHOT FILE (OS LEVEL AS "OSLEVEL",      K6RCRT.1
002700*        DEVICE, REGION AND SORT PACKAGE AS "ENVDRIFT"), AND      K6RCRT.1
002800*        EVERY GOLDEN-BASELINE ENTRY WITH A LATER EFFECTIVE       K6RCRT.1
002900*        DATE ("BASELINE", ONE EVENT PER MODULE AND DATE);        K6RCRT.1
003000*      - FOR EACH CURRENT CERTIFICATE, EVALUATES THE EVENTS       K6RCRT.1
003100*        DATED AFTER ITS ISSUE AGAINST THE POLICY DECK (RCRTPOL): K6RCRT.1
003200*        EACH EVENT CLASS CALLS FOR NO RERUN, A RERUN OF THE      K6RCRT.1
003300*        AFFECTED MODULES OR A FULL WINDOW, WITHIN A NUMBER OF    K6RCRT.1
003400*        BUSINESS DAYS (K6CALD CALENDAR).  THE WIDEST SCOPE AND   K6RCRT.1
003500*        THE EARLIEST DUE-BY DATE WIN; A MODULE-SCOPE EVENT THAT  K6RCRT.1
003600*        NAMES NO MODULE CALLS FOR THE FULL WINDOW;               K6RCRT.1
003700*      - PRINTS THE DUE-LIST (RCRTRPT) -- EVERY CERTIFICATE, ITS  K6RCRT.1
003800*        STATUS, THE RECERTIFICATION OWED AND BY WHEN, AND THE    K6RCRT.1
003900*        TRIGGERING EVENTS UNDER IT -- AND WRITES THE UPDATED     K6RCRT.1
004000*        REGISTER (CERTREGN), WHICH THE JCL RENAMES OVER CERTREG  K6RCRT.1
004100*        AS WITH ENVSNAP.                                         K6RCRT.1
004200*                                                                 K6RCRT.1
004300*    A CERTIFICATE WITH A RERUN OWED IS "D" (RECERTIFICATION      K6RCRT.1
004400*    DUE); ONE STILL OWING PAST ITS DUE-BY DATE IS "L" (LAPSED)   K6RCRT.1
004500*    AND STAYS LAPSED UNTIL A NEW CERTIFICATE SUPERSEDES IT.      K6RCRT.1
004600*    RETURN CODE 0 -- NOTHING OWED; 4 -- RECERTIFICATION DUE;     K6RCRT.1
004700*    8 -- A CERTIFICATE HAS LAPSED.                               K6RCRT.1
004800*                                                                 K6RCRT.1
004900* RCRTPOL CARD (ANY CLASS NOT ON THE DECK KEEPS ITS DEFAULT):     K6RCRT.1
005000*      1-8   EVENT CLASS                                          K6RCRT.1
005100*      10-17 SCOPE  (NONE, MODULE, WINDOW)                        K6RCRT.1
005200*      19-21 BUSINESS DAYS ALLOWED                                K6RCRT.1
005300*    DEFAULTS:  PTF      WINDOW   5     OSLEVEL  WINDOW  10       K6RCRT.1
005400*               ENVDRIFT MODULE  10     COPYBOOK MODULE   5       K6RCRT.1
005500*               BASELINE MODULE  10     WAIVER   MODULE  20       K6RCRT.1
005600*                                                                 K6RCRT.1
005700* MODIFICATION HISTORY.                                           K6RCRT.1
005800*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RCRT.1
005900*================================================================ K6RCRT.1
006000                                                                  K6RCRT.1
006100 ENVIRONMENT DIVISION.                                            K6RCRT.1
006200 CONFIGURATION SECTION.                                           K6RCRT.1
006300 SOURCE-COMPUTER.                                                 K6RCRT.1
006400     OUR-MAINFRAME.                                               K6RCRT.1
006500 OBJECT-COMPUTER.                                                 K6RCRT.1
006600     OUR-MAINFRAME.                                               K6RCRT.1
006700 INPUT-OUTPUT SECTION.                                            K6RCRT.1
006800 FILE-CONTROL.                                                    K6RCRT.1
006900     SELECT OPTIONAL CERT-REG-IN ASSIGN TO CERTREG                K6RCRT.1
007000         ORGANIZATION IS SEQUENTIAL                               K6RCRT.1
007100         FILE STATUS IS WS-REG-STATUS.                            K6RCRT.1
007200     SELECT CERT-REG-OUT ASSIGN TO CERTREGN                       K6RCRT.1
007300         ORGANIZATION IS SEQUENTIAL.                              K6RCRT.1
007400     SELECT OPTIONAL CHG-EVENTS ASSIGN TO CHGEVNT                 K6RCRT.1
007500         ORGANIZATION IS SEQUENTIAL                               K6RCRT.1
007600         FILE STATUS IS WS-EVT-STATUS.                            K6RCRT.1
007700     SELECT OPTIONAL POLICY-DECK ASSIGN TO RCRTPOL                K6RCRT.1
007800         ORGANIZATION IS SEQUENTIAL                               K6RCRT.1
007900         FILE STATUS IS WS-POL-STATUS.                            K6RCRT.1
008000     SELECT OPTIONAL ENV-SNAP ASSIGN TO ENVSNAP                   K6RCRT.1
008100         ORGANIZATION IS SEQUENTIAL                               K6RCRT.1
008200         FILE STATUS IS WS-SNAP-STATUS.                           K6RCRT.1
008300     SELECT OPTIONAL GOLD-MASTER ASSIGN TO GOLDMSTR               K6RCRT.1
008400         ORGANIZATION IS INDEXED                                  K6RCRT.1
008500         ACCESS MODE IS SEQUENTIAL                                K6RCRT.1
008600         RECORD KEY IS GB-KEY                                     K6RCRT.1
008700         FILE STATUS IS WS-GOLD-STATUS.                           K6RCRT.1
008800     SELECT RCRT-RPT ASSIGN TO RCRTRPT                            K6RCRT.1
008900         ORGANIZATION IS SEQUENTIAL.                              K6RCRT.1
009000                                                                  K6RCRT.1
009100 DATA DIVISION.                                                   K6RCRT.1
009200 FILE SECTION.                                                    K6RCRT.1
009300 FD  CERT-REG-IN                                                  K6RCRT.1
009400     LABEL RECORDS ARE STANDARD.                                  K6RCRT.1
009500 01  RI-REG-REC                   PIC X(80).                      K6RCRT.1
009600 FD  CERT-REG-OUT                                                 K6RCRT.1
009700     LABEL RECORDS ARE STANDARD.                                  K6RCRT.1
009800 01  RO-REG-REC                   PIC X(80).                      K6RCRT.1
009900 FD  CHG-EVENTS                                                   K6RCRT.1
010000     LABEL RECORDS ARE STANDARD.                                  K6RCRT.1
010100     COPY K6CHEV.                                                 K6RCRT.1
010200 FD  POLICY-DECK                                                  K6RCRT.1
010300     LABEL RECORDS ARE STANDARD.                                  K6RCRT.1
010400 01  RP-POLICY-CARD.                                              K6RCRT.1
010500     05  RP-CLASS                 PIC X(8).                       K6RCRT.1
010600     05  FILLER                   PIC X(1).                       K6RCRT.1
010700     05  RP-SCOPE                 PIC X(8).                       K6RCRT.1
010800     05  FILLER                   PIC X(1).                       K6RCRT.1
010900     05  RP-DAYS                  PIC X(3).                       K6RCRT.1
011000     05  FILLER                   PIC X(59).                      K6RCRT.1
011100 FD  ENV-SNAP                                                     K6RCRT.1
011200     LABEL RECORDS ARE STANDARD.                                  K6RCRT.1
011300* ENVIRONMENT SNAPSHOT -- LAYOUT WRITTEN BY K6ENVS.               K6RCRT.1
011400 01  SN-SNAP-REC.                                                 K6RCRT.1
011500     05  SN-WINDOW-DATE           PIC 9(8).                       K6RCRT.1
011600     05  SN-OS-LEVEL              PIC X(8).                       K6RCRT.1
011700     05  SN-DEV-X24               PIC X(8).                       K6RCRT.1
011800     05  SN-DEV-X25               PIC X(8).                       K6RCRT.1
011900     05  SN-DEV-X55               PIC X(8).                       K6RCRT.1
012000     05  SN-DEV-X62               PIC X(8).                       K6RCRT.1
012100     05  SN-REGION                PIC X(8).                       K6RCRT.1
012200     05  SN-SORT-PKG              PIC X(8).                       K6RCRT.1
012300     05  SN-TICKETS               PIC X(24).                      K6RCRT.1
012400 FD  GOLD-MASTER                                                  K6RCRT.1
012500     LABEL RECORDS ARE STANDARD.                                  K6RCRT.1
012600* GOLDEN-BASELINE RECORD -- LAYOUT SHARED WITH K6GOLD AND K6GUPD. K6RCRT.1
012700 01  GB-BASELINE-REC.                                             K6RCRT.1
012800     05  GB-KEY.                                                  K6RCRT.1
012900         10  GB-PGM-ID            PIC X(6).                       K6RCRT.1
013000         10  GB-PAR-NAME          PIC X(22).                      K6RCRT.1
013100     05  GB-DISPOSITION           PIC X(7).                       K6RCRT.1
013200     05  GB-APPROVER              PIC X(8).                       K6RCRT.1
013300     05  GB-TICKET                PIC X(8).                       K6RCRT.1
013400     05  GB-EFF-DATE              PIC 9(8).                       K6RCRT.1
013500 FD  RCRT-RPT                                                     K6RCRT.1
013600     LABEL RECORDS ARE STANDARD.                                  K6RCRT.1
013700 01  RR-PRINT-REC                 PIC X(120).                     K6RCRT.1
013800                                                                  K6RCRT.1
013900 WORKING-STORAGE SECTION.                                         K6RCRT.1
014000* ----------------------------------------------------------      K6RCRT.1
014100* SWITCHES AND COUNTERS.                                          K6RCRT.1
014200* ----------------------------------------------------------      K6RCRT.1
014300 77  WS-REG-STATUS                PIC X(2)   VALUE SPACE.         K6RCRT.1
014400 77  WS-EVT-STATUS                PIC X(2)   VALUE SPACE.         K6RCRT.1
014500 77  WS-POL-STATUS                PIC X(2)   VALUE SPACE.         K6RCRT.1
014600 77  WS-SNAP-STATUS               PIC X(2)   VALUE SPACE.         K6RCRT.1
014700 77  WS-GOLD-STATUS               PIC X(2)   VALUE SPACE.         K6RCRT.1
014800 77  WS-HAVE-PRIOR-SW             PIC X      VALUE "N".           K6RCRT.1
014900     88  WS-HAVE-PRIOR                       VALUE "Y".           K6RCRT.1
015000 77  WS-TODAY                     PIC 9(8)   VALUE ZERO.          K6RCRT.1
015100 77  WS-POL-COUNT                 PIC 9(3)   COMP VALUE ZERO.     K6RCRT.1
015200 77  WS-EVT-COUNT                 PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
015300 77  WS-EVT-DROPPED               PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
015400 77  WS-CERT-COUNT                PIC 9(3)   COMP VALUE ZERO.     K6RCRT.1
015500 77  WS-BAD-CARDS                 PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
015600 77  WS-SUB                       PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
015700 77  WS-SUB2                      PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
015800 77  WS-ESUB                      PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
015900 77  WS-PSUB                      PIC 9(3)   COMP VALUE ZERO.     K6RCRT.1
016000 77  WS-MSUB                      PIC 9(3)   COMP VALUE ZERO.     K6RCRT.1
016100 77  WS-MOD-COUNT                 PIC 9(3)   COMP VALUE ZERO.     K6RCRT.1
016200 77  WS-TRIG-COUNT                PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
016300 77  WS-STEPS                     PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
016400 77  WS-ACTIVE-COUNT              PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
016500 77  WS-DUE-COUNT                 PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
016600 77  WS-LAPSED-COUNT              PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
016700 77  WS-SUPER-COUNT               PIC 9(5)   COMP VALUE ZERO.     K6RCRT.1
016800 77  WS-RCRT-RC                   PIC 9(2)   VALUE ZERO.          K6RCRT.1
016900 77  WS-ISSUE-N                   PIC 9(8)   VALUE ZERO.          K6RCRT.1
017000 77  WS-OTHER-N                   PIC 9(8)   VALUE ZERO.          K6RCRT.1
017100 77  WS-FIND-CLASS                PIC X(8)   VALUE SPACE.         K6RCRT.1
017200 77  WS-OLDEST-ISSUE              PIC 9(8)   VALUE 99999999.      K6RCRT.1
017300 77  WS-PRINT-SW                  PIC X      VALUE "N".           K6RCRT.1
017400 77  WS-CERT-SCOPE                PIC X(8)   VALUE SPACE.         K6RCRT.1
017500 77  WS-EV-SCOPE                  PIC X(8)   VALUE SPACE.         K6RCRT.1
017600 77  WS-EV-DAYS                   PIC 9(3)   VALUE ZERO.          K6RCRT.1
017700 77  WS-EV-DUE                    PIC 9(8)   VALUE ZERO.          K6RCRT.1
017800 77  WS-CERT-DUE                  PIC 9(8)   VALUE ZERO.          K6RCRT.1
017900 77  WS-NEW-STATUS                PIC X(1)   VALUE SPACE.         K6RCRT.1
018000 77  WS-LEAP-Q                    PIC 9(4)   VALUE ZERO.          K6RCRT.1
018100 77  WS-LEAP-R                    PIC 9(4)   VALUE ZERO.          K6RCRT.1
018200 77  WS-MONTH-END                 PIC 9(2)   VALUE ZERO.          K6RCRT.1
018300* HANDSHAKE AREA FOR THE K6CALD BUSINESS-DAY SERVICE.             K6RCRT.1
018400 01  CALD-PARM.                                                   K6RCRT.1
018500     05  CALD-FROM                PIC 9(8)   VALUE ZERO.          K6RCRT.1
018600     05  CALD-TO                  PIC 9(8)   VALUE ZERO.          K6RCRT.1
018700     05  CALD-BUS-DAYS            PIC S9(5)  VALUE ZERO.          K6RCRT.1
018800     05  CALD-STATUS              PIC X(1)   VALUE SPACE.         K6RCRT.1
018900* DATE BEING STEPPED FORWARD ONE CALENDAR DAY AT A TIME.          K6RCRT.1
019000 01  WS-DATE-N                    PIC 9(8)   VALUE ZERO.          K6RCRT.1
019100 01  WS-DATE-PARTS REDEFINES WS-DATE-N.                           K6RCRT.1
019200     05  WS-DATE-CCYY             PIC 9(4).                       K6RCRT.1
019300     05  WS-DATE-MM               PIC 9(2).                       K6RCRT.1
019400     05  WS-DATE-DD               PIC 9(2).                       K6RCRT.1
019500 01  MONTH-LENGTHS.                                               K6RCRT.1
019600     05  FILLER   PIC X(24) VALUE "312831303130313130313031".     K6RCRT.1
019700 01  MONTH-TABLE REDEFINES MONTH-LENGTHS.                         K6RCRT.1
019800     05  MONTH-DAYS OCCURS 12 TIMES PIC 9(2).                     K6RCRT.1
019900* ----------------------------------------------------------      K6RCRT.1
020000* THE REGISTER RECORD BEING WORKED ON.                            K6RCRT.1
020100* ----------------------------------------------------------      K6RCRT.1
020200     COPY K6CREG.                                                 K6RCRT.1
020300* ----------------------------------------------------------      K6RCRT.1
020400* POLICY -- ONE ENTRY PER EVENT CLASS.                            K6RCRT.1
020500* ----------------------------------------------------------      K6RCRT.1
020600 01  POLICY-TABLE.                                                K6RCRT.1
020700     05  POL-ENTRY OCCURS 20 TIMES.                               K6RCRT.1
020800         10  POL-CLASS            PIC X(8).                       K6RCRT.1
020900         10  POL-SCOPE            PIC X(8).                       K6RCRT.1
021000         10  POL-DAYS             PIC 9(3).                       K6RCRT.1
021100* ----------------------------------------------------------      K6RCRT.1
021200* CHANGE EVENTS FROM ALL SOURCES.                                 K6RCRT.1
021300* ----------------------------------------------------------      K6RCRT.1
021400 01  EVENT-TABLE.                                                 K6RCRT.1
021500     05  EVT-ENTRY OCCURS 1000 TIMES.                             K6RCRT.1
021600         10  EVT-DATE             PIC 9(8).                       K6RCRT.1
021700         10  EVT-TARGET-ID        PIC X(8).                       K6RCRT.1
021800         10  EVT-CLASS            PIC X(8).                       K6RCRT.1
021900         10  EVT-MODULE           PIC X(2).                       K6RCRT.1
022000         10  EVT-REFERENCE        PIC X(10).                      K6RCRT.1
022100         10  EVT-SOURCE           PIC X(8).                       K6RCRT.1
022200         10  EVT-TEXT             PIC X(30).                      K6RCRT.1
022300* ----------------------------------------------------------      K6RCRT.1
022400* THE REGISTER, HELD SO A LATER CERTIFICATE CAN SUPERSEDE.        K6RCRT.1
022500* ----------------------------------------------------------      K6RCRT.1
022600 01  CERT-TABLE.                                                  K6RCRT.1
022700     05  CERT-REC OCCURS 500 TIMES PIC X(80).                     K6RCRT.1
022800* THE EVENT BEING ADDED, AND THE TEXT OF A DERIVED ONE.           K6RCRT.1
022900 01  NEW-EVENT.                                                   K6RCRT.1
023000     05  NE-DATE                  PIC 9(8).                       K6RCRT.1
023100     05  NE-TARGET-ID             PIC X(8).                       K6RCRT.1
023200     05  NE-CLASS                 PIC X(8).                       K6RCRT.1
023300     05  NE-MODULE                PIC X(2).                       K6RCRT.1
023400     05  NE-REFERENCE             PIC X(10).                      K6RCRT.1
023500     05  NE-SOURCE                PIC X(8).                       K6RCRT.1
023600     05  NE-TEXT                  PIC X(30).                      K6RCRT.1
023700 01  DELTA-TEXT.                                                  K6RCRT.1
023800     05  DT-FIELD                 PIC X(9).                       K6RCRT.1
023900     05  DT-OLD                   PIC X(8).                       K6RCRT.1
024000     05  FILLER                   PIC X(4)  VALUE " -> ".         K6RCRT.1
024100     05  DT-NEW                   PIC X(8).                       K6RCRT.1
024200     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
024300* THE PREVIOUS WINDOW'S SNAPSHOT WHILE ENVSNAP IS READ.           K6RCRT.1
024400 01  PRIOR-SNAP.                                                  K6RCRT.1
024500     05  PR-WINDOW-DATE           PIC 9(8)  VALUE ZERO.           K6RCRT.1
024600     05  PR-OS-LEVEL              PIC X(8)  VALUE SPACE.          K6RCRT.1
024700     05  PR-DEV-X24               PIC X(8)  VALUE SPACE.          K6RCRT.1
024800     05  PR-DEV-X25               PIC X(8)  VALUE SPACE.          K6RCRT.1
024900     05  PR-DEV-X55               PIC X(8)  VALUE SPACE.          K6RCRT.1
025000     05  PR-DEV-X62               PIC X(8)  VALUE SPACE.          K6RCRT.1
025100     05  PR-REGION                PIC X(8)  VALUE SPACE.          K6RCRT.1
025200     05  PR-SORT-PKG              PIC X(8)  VALUE SPACE.          K6RCRT.1
025300     05  PR-TICKETS               PIC X(24) VALUE SPACE.          K6RCRT.1
025400* MODULES NAMED BY THE TRIGGERING EVENTS OF ONE CERTIFICATE.      K6RCRT.1
025500 01  MOD-LIST.                                                    K6RCRT.1
025600     05  MOD-ENTRY OCCURS 12 TIMES.                               K6RCRT.1
025700         10  MOD-CODE             PIC X(2).                       K6RCRT.1
025800         10  FILLER               PIC X(1).                       K6RCRT.1
025900* ----------------------------------------------------------      K6RCRT.1
026000* REPORT LINES.                                                   K6RCRT.1
026100* ----------------------------------------------------------      K6RCRT.1
026200 01  HDR-LINE-1.                                                  K6RCRT.1
026300     05  FILLER   PIC X(40) VALUE                                 K6RCRT.1
026400         "RECERTIFICATION DUE-LIST (K6RCRT) AS OF ".              K6RCRT.1
026500     05  HDR-DATE                 PIC 9(8).                       K6RCRT.1
026600     05  FILLER   PIC X(72) VALUE SPACE.                          K6RCRT.1
026700 01  HDR-LINE-2.                                                  K6RCRT.1
026800     05  FILLER   PIC X(9)  VALUE "TARGET".                       K6RCRT.1
026900     05  FILLER   PIC X(9)  VALUE "ISSUED".                       K6RCRT.1
027000     05  FILLER   PIC X(21) VALUE "EVIDENCE PACK".                K6RCRT.1
027100     05  FILLER   PIC X(12) VALUE "STATUS".                       K6RCRT.1
027200     05  FILLER   PIC X(17) VALUE "RECERTIFY".                    K6RCRT.1
027300     05  FILLER   PIC X(9)  VALUE "DUE BY".                       K6RCRT.1
027400     05  FILLER   PIC X(43) VALUE "MODULES".                      K6RCRT.1
027500 01  CERT-LINE.                                                   K6RCRT.1
027600     05  CL-TARGET-ID             PIC X(8).                       K6RCRT.1
027700     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
027800     05  CL-ISSUE-DATE            PIC X(8).                       K6RCRT.1
027900     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
028000     05  CL-EVPACK-REF            PIC X(20).                      K6RCRT.1
028100     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
028200     05  CL-STATUS                PIC X(11).                      K6RCRT.1
028300     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
028400     05  CL-SCOPE                 PIC X(16).                      K6RCRT.1
028500     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
028600     05  CL-DUE-DATE              PIC X(8).                       K6RCRT.1
028700     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
028800     05  CL-MODULES               PIC X(36).                      K6RCRT.1
028900     05  FILLER                   PIC X(7)  VALUE SPACE.          K6RCRT.1
029000 01  EVT-LINE.                                                    K6RCRT.1
029100     05  FILLER                   PIC X(4)  VALUE SPACE.          K6RCRT.1
029200     05  FILLER                   PIC X(6)  VALUE "EVENT ".       K6RCRT.1
029300     05  EL-DATE                  PIC 9(8).                       K6RCRT.1
029400     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
029500     05  EL-CLASS                 PIC X(8).                       K6RCRT.1
029600     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
029700     05  EL-MODULE                PIC X(3).                       K6RCRT.1
029800     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
029900     05  EL-REFERENCE             PIC X(10).                      K6RCRT.1
030000     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
030100     05  EL-SOURCE                PIC X(8).                       K6RCRT.1
030200     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
030300     05  EL-TEXT                  PIC X(30).                      K6RCRT.1
030400     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RCRT.1
030500     05  EL-SCOPE                 PIC X(8).                       K6RCRT.1
030600     05  FILLER   PIC X(4)  VALUE " BY ".                         K6RCRT.1
030700     05  EL-DUE                   PIC 9(8).                       K6RCRT.1
030800     05  FILLER                   PIC X(17) VALUE SPACE.          K6RCRT.1
030900 01  SUPER-LINE.                                                  K6RCRT.1
031000     05  FILLER                   PIC X(4)  VALUE SPACE.          K6RCRT.1
031100     05  FILLER   PIC X(31) VALUE                                 K6RCRT.1
031200         "SUPERSEDED BY CERTIFICATE OF   ".                       K6RCRT.1
031300     05  SL-DATE                  PIC X(8).                       K6RCRT.1
031400     05  FILLER                   PIC X(77) VALUE SPACE.          K6RCRT.1
031500 01  TOT-LINE-1.                                                  K6RCRT.1
031600     05  FILLER   PIC X(14) VALUE "CERTIFICATES  ".               K6RCRT.1
031700     05  TOT-CERTS                PIC ZZZZ9.                      K6RCRT.1
031800     05  FILLER   PIC X(10) VALUE "  ACTIVE  ".                   K6RCRT.1
031900     05  TOT-ACTIVE               PIC ZZZZ9.                      K6RCRT.1
032000     05  FILLER   PIC X(10) VALUE "  DUE     ".                   K6RCRT.1
032100     05  TOT-DUE                  PIC ZZZZ9.                      K6RCRT.1
032200     05  FILLER   PIC X(10) VALUE "  LAPSED  ".                   K6RCRT.1
032300     05  TOT-LAPSED               PIC ZZZZ9.                      K6RCRT.1
032400     05  FILLER   PIC X(14) VALUE "  SUPERSEDED  ".               K6RCRT.1
032500     05  TOT-SUPER                PIC ZZZZ9.                      K6RCRT.1
032600     05  FILLER   PIC X(37) VALUE SPACE.                          K6RCRT.1
032700 01  TOT-LINE-2.                                                  K6RCRT.1
032800     05  FILLER   PIC X(14) VALUE "CHANGE EVENTS ".               K6RCRT.1
032900     05  TOT-EVENTS               PIC ZZZZ9.                      K6RCRT.1
033000     05  FILLER   PIC X(16) VALUE "  NOT HELD      ".             K6RCRT.1
033100     05  TOT-DROPPED              PIC ZZZZ9.                      K6RCRT.1
033200     05  FILLER   PIC X(16) VALUE "  CARDS REFUSED ".             K6RCRT.1
033300     05  TOT-BAD                  PIC ZZZZ9.                      K6RCRT.1
033400     05  FILLER   PIC X(59) VALUE SPACE.                          K6RCRT.1
033500 01  NONE-LINE.                                                   K6RCRT.1
033600     05  FILLER   PIC X(40) VALUE                                 K6RCRT.1
033700         "NO CERTIFICATES ON THE REGISTER.        ".              K6RCRT.1
033800     05  FILLER   PIC X(80) VALUE SPACE.                          K6RCRT.1
033900                                                                  K6RCRT.1
034000 PROCEDURE DIVISION.                                              K6RCRT.1
034100*================================================================ K6RCRT.1
034200* 0000-MAINLINE.                                                  K6RCRT.1
034300*================================================================ K6RCRT.1
034400 0000-MAINLINE.                                                   K6RCRT.1
034500     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6RCRT.1
034600     PERFORM 1000-LOAD-POLICY THRU 1000-EXIT.                     K6RCRT.1
034700     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT.                   K6RCRT.1
034800     PERFORM 3000-LOAD-CARD-EVENTS THRU 3000-EXIT.                K6RCRT.1
034900     PERFORM 3300-LOAD-ENV-EVENTS THRU 3300-EXIT.                 K6RCRT.1
035000     PERFORM 3600-LOAD-BASELINE-EVENTS THRU 3600-EXIT.            K6RCRT.1
035100     OPEN OUTPUT RCRT-RPT.                                        K6RCRT.1
035200     OPEN OUTPUT CERT-REG-OUT.                                    K6RCRT.1
035300     MOVE WS-TODAY TO HDR-DATE.                                   K6RCRT.1
035400     WRITE RR-PRINT-REC FROM HDR-LINE-1                           K6RCRT.1
035500         AFTER ADVANCING PAGE.                                    K6RCRT.1
035600     WRITE RR-PRINT-REC FROM HDR-LINE-2                           K6RCRT.1
035700         AFTER ADVANCING 2 LINES.                                 K6RCRT.1
035800     IF WS-CERT-COUNT = ZERO                                      K6RCRT.1
035900         WRITE RR-PRINT-REC FROM NONE-LINE                        K6RCRT.1
036000             AFTER ADVANCING 2 LINES.                             K6RCRT.1
036100     MOVE ZERO TO WS-SUB.                                         K6RCRT.1
036200     PERFORM 4000-EVALUATE-CERT THRU 4000-EXIT                    K6RCRT.1
036300             UNTIL WS-SUB NOT < WS-CERT-COUNT.                    K6RCRT.1
036400     PERFORM 8000-TOTALS THRU 8000-EXIT.                          K6RCRT.1
036500     CLOSE CERT-REG-OUT.                                          K6RCRT.1
036600     CLOSE RCRT-RPT.                                              K6RCRT.1
036700     MOVE WS-RCRT-RC TO RETURN-CODE.                              K6RCRT.1
036800     STOP RUN.                                                    K6RCRT.1
036900*================================================================ K6RCRT.1
037000* 1000-LOAD-POLICY -- THE DEFAULT POLICY, THEN THE RCRTPOL DECK   K6RCRT.1
037100* OVER IT.  A CARD FOR A NEW CLASS ADDS THAT CLASS.               K6RCRT.1
037200*================================================================ K6RCRT.1
037300 1000-LOAD-POLICY.                                                K6RCRT.1
037400     MOVE "PTF     " TO POL-CLASS (1).                            K6RCRT.1
037500     MOVE "WINDOW  " TO POL-SCOPE (1).                            K6RCRT.1
037600     MOVE 5          TO POL-DAYS (1).                             K6RCRT.1
037700     MOVE "OSLEVEL " TO POL-CLASS (2).                            K6RCRT.1
037800     MOVE "WINDOW  " TO POL-SCOPE (2).                            K6RCRT.1
037900     MOVE 10         TO POL-DAYS (2).                             K6RCRT.1
038000     MOVE "ENVDRIFT" TO POL-CLASS (3).                            K6RCRT.1
038100     MOVE "MODULE  " TO POL-SCOPE (3).                            K6RCRT.1
038200     MOVE 10         TO POL-DAYS (3).                             K6RCRT.1
038300     MOVE "COPYBOOK" TO POL-CLASS (4).                            K6RCRT.1
038400     MOVE "MODULE  " TO POL-SCOPE (4).                            K6RCRT.1
038500     MOVE 5          TO POL-DAYS (4).                             K6RCRT.1
038600     MOVE "BASELINE" TO POL-CLASS (5).                            K6RCRT.1
038700     MOVE "MODULE  " TO POL-SCOPE (5).                            K6RCRT.1
038800     MOVE 10         TO POL-DAYS (5).                             K6RCRT.1
038900     MOVE "WAIVER  " TO POL-CLASS (6).                            K6RCRT.1
039000     MOVE "MODULE  " TO POL-SCOPE (6).                            K6RCRT.1
039100     MOVE 20         TO POL-DAYS (6).                             K6RCRT.1
039200     MOVE 6 TO WS-POL-COUNT.                                      K6RCRT.1
039300     OPEN INPUT POLICY-DECK.                                      K6RCRT.1
039400     IF WS-POL-STATUS NOT = "00"                                  K6RCRT.1
039500         IF WS-POL-STATUS = "05"                                  K6RCRT.1
039600             CLOSE POLICY-DECK                                    K6RCRT.1
039700             GO TO 1000-EXIT                                      K6RCRT.1
039800         ELSE                                                     K6RCRT.1
039900             GO TO 1000-EXIT.                                     K6RCRT.1
040000 1000-READ.                                                       K6RCRT.1
040100     READ POLICY-DECK                                             K6RCRT.1
040200         AT END GO TO 1000-DONE.                                  K6RCRT.1
040300     IF RP-CLASS (1:1) = "*" OR RP-CLASS = SPACE                  K6RCRT.1
040400         GO TO 1000-READ.                                         K6RCRT.1
040500     IF RP-SCOPE NOT = "NONE    " AND RP-SCOPE NOT = "MODULE  "   K6RCRT.1
040600             AND RP-SCOPE NOT = "WINDOW  "                        K6RCRT.1
040700         ADD 1 TO WS-BAD-CARDS                                    K6RCRT.1
040800         GO TO 1000-READ.                                         K6RCRT.1
040900     IF RP-DAYS NOT NUMERIC                                       K6RCRT.1
041000         ADD 1 TO WS-BAD-CARDS                                    K6RCRT.1
041100         GO TO 1000-READ.                                         K6RCRT.1
041200     MOVE RP-CLASS TO WS-FIND-CLASS.                              K6RCRT.1
041300     PERFORM 1100-FIND-POLICY THRU 1100-EXIT.                     K6RCRT.1
041400     IF WS-PSUB = ZERO                                            K6RCRT.1
041500         IF WS-POL-COUNT NOT < 20                                 K6RCRT.1
041600             ADD 1 TO WS-BAD-CARDS                                K6RCRT.1
041700             GO TO 1000-READ                                      K6RCRT.1
041800         ELSE                                                     K6RCRT.1
041900             ADD 1 TO WS-POL-COUNT                                K6RCRT.1
042000             MOVE WS-POL-COUNT TO WS-PSUB                         K6RCRT.1
042100             MOVE RP-CLASS TO POL-CLASS (WS-PSUB).                K6RCRT.1
042200     MOVE RP-SCOPE TO POL-SCOPE (WS-PSUB).                        K6RCRT.1
042300     MOVE RP-DAYS  TO POL-DAYS (WS-PSUB).                         K6RCRT.1
042400     GO TO 1000-READ.                                             K6RCRT.1
042500 1000-DONE.                                                       K6RCRT.1
042600     CLOSE POLICY-DECK.                                           K6RCRT.1
042700 1000-EXIT.                                                       K6RCRT.1
042800     EXIT.                                                        K6RCRT.1
042900*================================================================ K6RCRT.1
043000* 1100-FIND-POLICY -- WS-PSUB TO THE POLICY ENTRY FOR THE CLASS   K6RCRT.1
043100* IN WS-FIND-CLASS, OR ZERO WHEN THE CLASS HAS NO POLICY.         K6RCRT.1
043200*================================================================ K6RCRT.1
043300 1100-FIND-POLICY.                                                K6RCRT.1
043400     MOVE ZERO TO WS-PSUB.                                        K6RCRT.1
043500 1100-NEXT.                                                       K6RCRT.1
043600     ADD 1 TO WS-PSUB.                                            K6RCRT.1
043700     IF WS-PSUB > WS-POL-COUNT                                    K6RCRT.1
043800         MOVE ZERO TO WS-PSUB                                     K6RCRT.1
043900         GO TO 1100-EXIT.                                         K6RCRT.1
044000     IF POL-CLASS (WS-PSUB) NOT = WS-FIND-CLASS                   K6RCRT.1
044100         GO TO 1100-NEXT.                                         K6RCRT.1
044200 1100-EXIT.                                                       K6RCRT.1
044300     EXIT.                                                        K6RCRT.1
044400*================================================================ K6RCRT.1
044500* 2000-LOAD-REGISTER -- EVERY REGISTER RECORD, IN ORDER.  A       K6RCRT.1
044600* RECORD WITH NO TARGET OR NO VALID ISSUE DATE IS CARRIED         K6RCRT.1
044700* FORWARD UNTOUCHED AND COUNTED.                                  K6RCRT.1
044800*================================================================ K6RCRT.1
044900 2000-LOAD-REGISTER.                                              K6RCRT.1
045000     OPEN INPUT CERT-REG-IN.                                      K6RCRT.1
045100     IF WS-REG-STATUS NOT = "00"                                  K6RCRT.1
045200         IF WS-REG-STATUS = "05"                                  K6RCRT.1
045300             CLOSE CERT-REG-IN                                    K6RCRT.1
045400             GO TO 2000-EXIT                                      K6RCRT.1
045500         ELSE                                                     K6RCRT.1
045600             GO TO 2000-EXIT.                                     K6RCRT.1
045700 2000-READ.                                                       K6RCRT.1
045800     READ CERT-REG-IN                                             K6RCRT.1
045900         AT END GO TO 2000-DONE.                                  K6RCRT.1
046000     IF WS-CERT-COUNT NOT < 500                                   K6RCRT.1
046100         DISPLAY "K6RCRT CERTIFICATE REGISTER EXCEEDS 500 RECORDS"K6RCRT.1
046200             UPON CONSOLE                                         K6RCRT.1
046300         MOVE 16 TO RETURN-CODE                                   K6RCRT.1
046400         STOP RUN.                                                K6RCRT.1
046500     ADD 1 TO WS-CERT-COUNT.                                      K6RCRT.1
046600     MOVE RI-REG-REC TO CERT-REC (WS-CERT-COUNT).                 K6RCRT.1
046700     MOVE RI-REG-REC TO CR-REG-REC.                               K6RCRT.1
046800     IF CR-TARGET-ID = SPACE OR CR-ISSUE-DATE NOT NUMERIC         K6RCRT.1
046900         GO TO 2000-READ.                                         K6RCRT.1
047000     MOVE CR-ISSUE-DATE TO WS-ISSUE-N.                            K6RCRT.1
047100     IF WS-ISSUE-N < WS-OLDEST-ISSUE                              K6RCRT.1
047200         MOVE WS-ISSUE-N TO WS-OLDEST-ISSUE.                      K6RCRT.1
047300     GO TO 2000-READ.                                             K6RCRT.1
047400 2000-DONE.                                                       K6RCRT.1
047500     CLOSE CERT-REG-IN.                                           K6RCRT.1
047600 2000-EXIT.                                                       K6RCRT.1
047700     EXIT.                                                        K6RCRT.1
047800*================================================================ K6RCRT.1
047900* 3000-LOAD-CARD-EVENTS -- THE COORDINATOR'S CHGEVNT CARDS.  A    K6RCRT.1
048000* CARD WITH A BAD DATE OR A CLASS THE POLICY DOES NOT KNOW IS     K6RCRT.1
048100* REFUSED AND COUNTED.                                            K6RCRT.1
048200*================================================================ K6RCRT.1
048300 3000-LOAD-CARD-EVENTS.                                           K6RCRT.1
048400     OPEN INPUT CHG-EVENTS.                                       K6RCRT.1
048500     IF WS-EVT-STATUS NOT = "00"                                  K6RCRT.1
048600         IF WS-EVT-STATUS = "05"                                  K6RCRT.1
048700             CLOSE CHG-EVENTS                                     K6RCRT.1
048800             GO TO 3000-EXIT                                      K6RCRT.1
048900         ELSE                                                     K6RCRT.1
049000             GO TO 3000-EXIT.                                     K6RCRT.1
049100 3000-READ.                                                       K6RCRT.1
049200     READ CHG-EVENTS                                              K6RCRT.1
049300         AT END GO TO 3000-DONE.                                  K6RCRT.1
049400     IF CE-EVENT-DATE (1:1) = "*" OR CE-EVENT-CARD = SPACE        K6RCRT.1
049500         GO TO 3000-READ.                                         K6RCRT.1
049600     MOVE CE-CLASS TO WS-FIND-CLASS.                              K6RCRT.1
049700     PERFORM 1100-FIND-POLICY THRU 1100-EXIT.                     K6RCRT.1
049800     IF CE-EVENT-DATE NOT NUMERIC OR WS-PSUB = ZERO               K6RCRT.1
049900         ADD 1 TO WS-BAD-CARDS                                    K6RCRT.1
050000         GO TO 3000-READ.                                         K6RCRT.1
050100     MOVE CE-EVENT-DATE TO WS-DATE-N.                             K6RCRT.1
050200     IF WS-DATE-MM < 1 OR WS-DATE-MM > 12                         K6RCRT.1
050300         ADD 1 TO WS-BAD-CARDS                                    K6RCRT.1
050400         GO TO 3000-READ.                                         K6RCRT.1
050500     MOVE WS-DATE-N     TO NE-DATE.                               K6RCRT.1
050600     MOVE CE-TARGET-ID  TO NE-TARGET-ID.                          K6RCRT.1
050700     MOVE CE-CLASS      TO NE-CLASS.                              K6RCRT.1
050800     MOVE CE-MODULE     TO NE-MODULE.                             K6RCRT.1
050900     MOVE CE-REFERENCE  TO NE-REFERENCE.                          K6RCRT.1
051000     MOVE "CHGEVNT "    TO NE-SOURCE.                             K6RCRT.1
051100     MOVE CE-TEXT       TO NE-TEXT.                               K6RCRT.1
051200     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.                       K6RCRT.1
051300     GO TO 3000-READ.                                             K6RCRT.1
051400 3000-DONE.                                                       K6RCRT.1
051500     CLOSE CHG-EVENTS.                                            K6RCRT.1
051600 3000-EXIT.                                                       K6RCRT.1
051700     EXIT.                                                        K6RCRT.1
051800*================================================================ K6RCRT.1
051900* 3300-LOAD-ENV-EVENTS -- ONE EVENT FOR EACH FIELD THAT DIFFERS   K6RCRT.1
052000* BETWEEN CONSECUTIVE K6ENVS SNAPSHOTS, DATED BY THE LATER        K6RCRT.1
052100* WINDOW.  A SORT-PACKAGE CHANGE TOUCHES ONLY THE SM MODULE;      K6RCRT.1
052200* THE OTHERS CANNOT BE NARROWED.  THE TICKET LIST ITSELF IS       K6RCRT.1
052300* NOT A CHANGE, BUT ITS FIRST TICKET IS THE EVENT'S REFERENCE.    K6RCRT.1
052400*================================================================ K6RCRT.1
052500 3300-LOAD-ENV-EVENTS.                                            K6RCRT.1
052600     OPEN INPUT ENV-SNAP.                                         K6RCRT.1
052700     IF WS-SNAP-STATUS NOT = "00"                                 K6RCRT.1
052800         IF WS-SNAP-STATUS = "05"                                 K6RCRT.1
052900             CLOSE ENV-SNAP                                       K6RCRT.1
053000             GO TO 3300-EXIT                                      K6RCRT.1
053100         ELSE                                                     K6RCRT.1
053200             GO TO 3300-EXIT.                                     K6RCRT.1
053300 3300-READ.                                                       K6RCRT.1
053400     READ ENV-SNAP                                                K6RCRT.1
053500         AT END GO TO 3300-DONE.                                  K6RCRT.1
053600     IF NOT WS-HAVE-PRIOR                                         K6RCRT.1
053700         SET WS-HAVE-PRIOR TO TRUE                                K6RCRT.1
053800         MOVE SN-SNAP-REC TO PRIOR-SNAP                           K6RCRT.1
053900         GO TO 3300-READ.                                         K6RCRT.1
054000     MOVE SN-WINDOW-DATE    TO NE-DATE.                           K6RCRT.1
054100     MOVE SPACE             TO NE-TARGET-ID.                      K6RCRT.1
054200     MOVE SPACE             TO NE-MODULE.                         K6RCRT.1
054300     MOVE SN-TICKETS (1:8)  TO NE-REFERENCE.                      K6RCRT.1
054400     MOVE "ENVSNAP "        TO NE-SOURCE.                         K6RCRT.1
054500     MOVE "ENVDRIFT"        TO NE-CLASS.                          K6RCRT.1
054600     IF SN-OS-LEVEL NOT = PR-OS-LEVEL                             K6RCRT.1
054700         MOVE "OSLEVEL " TO NE-CLASS                              K6RCRT.1
054800         MOVE "OS LEVEL " TO DT-FIELD                             K6RCRT.1
054900         MOVE PR-OS-LEVEL TO DT-OLD                               K6RCRT.1
055000         MOVE SN-OS-LEVEL TO DT-NEW                               K6RCRT.1
055100         PERFORM 3400-ENV-EVENT THRU 3400-EXIT                    K6RCRT.1
055200         MOVE "ENVDRIFT" TO NE-CLASS.                             K6RCRT.1
055300     IF SN-DEV-X24 NOT = PR-DEV-X24                               K6RCRT.1
055400         MOVE "DEV X-24 " TO DT-FIELD                             K6RCRT.1
055500         MOVE PR-DEV-X24 TO DT-OLD                                K6RCRT.1
055600         MOVE SN-DEV-X24 TO DT-NEW                                K6RCRT.1
055700         PERFORM 3400-ENV-EVENT THRU 3400-EXIT.                   K6RCRT.1
055800     IF SN-DEV-X25 NOT = PR-DEV-X25                               K6RCRT.1
055900         MOVE "DEV X-25 " TO DT-FIELD                             K6RCRT.1
056000         MOVE PR-DEV-X25 TO DT-OLD                                K6RCRT.1
056100         MOVE SN-DEV-X25 TO DT-NEW                                K6RCRT.1
056200         PERFORM 3400-ENV-EVENT THRU 3400-EXIT.                   K6RCRT.1
056300     IF SN-DEV-X55 NOT = PR-DEV-X55                               K6RCRT.1
056400         MOVE "DEV X-55 " TO DT-FIELD                             K6RCRT.1
056500         MOVE PR-DEV-X55 TO DT-OLD                                K6RCRT.1
056600         MOVE SN-DEV-X55 TO DT-NEW                                K6RCRT.1
056700         PERFORM 3400-ENV-EVENT THRU 3400-EXIT.                   K6RCRT.1
056800     IF SN-DEV-X62 NOT = PR-DEV-X62                               K6RCRT.1
056900         MOVE "DEV X-62 " TO DT-FIELD                             K6RCRT.1
057000         MOVE PR-DEV-X62 TO DT-OLD                                K6RCRT.1
057100         MOVE SN-DEV-X62 TO DT-NEW                                K6RCRT.1
057200         PERFORM 3400-ENV-EVENT THRU 3400-EXIT.                   K6RCRT.1
057300     IF SN-REGION NOT = PR-REGION                                 K6RCRT.1
057400         MOVE "REGION   " TO DT-FIELD                             K6RCRT.1
057500         MOVE PR-REGION TO DT-OLD                                 K6RCRT.1
057600         MOVE SN-REGION TO DT-NEW                                 K6RCRT.1
057700         PERFORM 3400-ENV-EVENT THRU 3400-EXIT.                   K6RCRT.1
057800     IF SN-SORT-PKG NOT = PR-SORT-PKG                             K6RCRT.1
057900         MOVE "SM"        TO NE-MODULE                            K6RCRT.1
058000         MOVE "SORT PKG " TO DT-FIELD                             K6RCRT.1
058100         MOVE PR-SORT-PKG TO DT-OLD                               K6RCRT.1
058200         MOVE SN-SORT-PKG TO DT-NEW                               K6RCRT.1
058300         PERFORM 3400-ENV-EVENT THRU 3400-EXIT.                   K6RCRT.1
058400     MOVE SN-SNAP-REC TO PRIOR-SNAP.                              K6RCRT.1
058500     GO TO 3300-READ.                                             K6RCRT.1
058600 3300-DONE.                                                       K6RCRT.1
058700     CLOSE ENV-SNAP.                                              K6RCRT.1
058800 3300-EXIT.                                                       K6RCRT.1
058900     EXIT.                                                        K6RCRT.1
059000 3400-ENV-EVENT.                                                  K6RCRT.1
059100     MOVE DELTA-TEXT TO NE-TEXT.                                  K6RCRT.1
059200     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.                       K6RCRT.1
059300 3400-EXIT.                                                       K6RCRT.1
059400     EXIT.                                                        K6RCRT.1
059500*================================================================ K6RCRT.1
059600* 3600-LOAD-BASELINE-EVENTS -- EVERY GOLDEN-BASELINE ENTRY        K6RCRT.1
059700* K6GUPD HAS APPLIED, AS ONE EVENT PER MODULE AND EFFECTIVE       K6RCRT.1
059800* DATE (THE FIRST ENTRY FOUND NAMES THE PROGRAM AND TICKET).      K6RCRT.1
059900*================================================================ K6RCRT.1
060000 3600-LOAD-BASELINE-EVENTS.                                       K6RCRT.1
060100     OPEN INPUT GOLD-MASTER.                                      K6RCRT.1
060200     IF WS-GOLD-STATUS NOT = "00"                                 K6RCRT.1
060300         IF WS-GOLD-STATUS = "05"                                 K6RCRT.1
060400             CLOSE GOLD-MASTER                                    K6RCRT.1
060500             GO TO 3600-EXIT                                      K6RCRT.1
060600         ELSE                                                     K6RCRT.1
060700             GO TO 3600-EXIT.                                     K6RCRT.1
060800 3600-READ.                                                       K6RCRT.1
060900     READ GOLD-MASTER NEXT                                        K6RCRT.1
061000         AT END GO TO 3600-DONE.                                  K6RCRT.1
061100     IF GB-EFF-DATE NOT NUMERIC                                   K6RCRT.1
061200         GO TO 3600-READ.                                         K6RCRT.1
061300     IF GB-EFF-DATE NOT > WS-OLDEST-ISSUE                         K6RCRT.1
061400         GO TO 3600-READ.                                         K6RCRT.1
061500     MOVE ZERO TO WS-ESUB.                                        K6RCRT.1
061600 3600-DUP.                                                        K6RCRT.1
061700     ADD 1 TO WS-ESUB.                                            K6RCRT.1
061800     IF WS-ESUB > WS-EVT-COUNT                                    K6RCRT.1
061900         GO TO 3600-ADD.                                          K6RCRT.1
062000     IF EVT-CLASS (WS-ESUB) = "BASELINE"                          K6RCRT.1
062100             AND EVT-SOURCE (WS-ESUB) = "GOLDMSTR"                K6RCRT.1
062200             AND EVT-DATE (WS-ESUB) = GB-EFF-DATE                 K6RCRT.1
062300             AND EVT-MODULE (WS-ESUB) = GB-PGM-ID (1:2)           K6RCRT.1
062400         GO TO 3600-READ.                                         K6RCRT.1
062500     GO TO 3600-DUP.                                              K6RCRT.1
062600 3600-ADD.                                                        K6RCRT.1
062700     MOVE GB-EFF-DATE       TO NE-DATE.                           K6RCRT.1
062800     MOVE SPACE             TO NE-TARGET-ID.                      K6RCRT.1
062900     MOVE "BASELINE"        TO NE-CLASS.                          K6RCRT.1
063000     MOVE GB-PGM-ID (1:2)   TO NE-MODULE.                         K6RCRT.1
063100     MOVE GB-TICKET         TO NE-REFERENCE.                      K6RCRT.1
063200     MOVE "GOLDMSTR"        TO NE-SOURCE.                         K6RCRT.1
063300     MOVE SPACE             TO NE-TEXT.                           K6RCRT.1
063400     STRING GB-PGM-ID " " GB-DISPOSITION " BY " GB-APPROVER       K6RCRT.1
063500         DELIMITED BY SIZE INTO NE-TEXT.                          K6RCRT.1
063600     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.                       K6RCRT.1
063700     GO TO 3600-READ.                                             K6RCRT.1
063800 3600-DONE.                                                       K6RCRT.1
063900     CLOSE GOLD-MASTER.                                           K6RCRT.1
064000 3600-EXIT.                                                       K6RCRT.1
064100     EXIT.                                                        K6RCRT.1
064200*================================================================ K6RCRT.1
064300* 3900-ADD-EVENT -- HOLD NEW-EVENT IF IT POSTDATES THE OLDEST     K6RCRT.1
064400* CERTIFICATE; ONE THAT DOES NOT FIT IS COUNTED AS NOT HELD.      K6RCRT.1
064500*================================================================ K6RCRT.1
064600 3900-ADD-EVENT.                                                  K6RCRT.1
064700     IF NE-DATE NOT > WS-OLDEST-ISSUE                             K6RCRT.1
064800         GO TO 3900-EXIT.                                         K6RCRT.1
064900     IF WS-EVT-COUNT NOT < 1000                                   K6RCRT.1
065000         ADD 1 TO WS-EVT-DROPPED                                  K6RCRT.1
065100         GO TO 3900-EXIT.                                         K6RCRT.1
065200     ADD 1 TO WS-EVT-COUNT.                                       K6RCRT.1
065300     MOVE NEW-EVENT TO EVT-ENTRY (WS-EVT-COUNT).                  K6RCRT.1
065400 3900-EXIT.                                                       K6RCRT.1
065500     EXIT.                                                        K6RCRT.1
065600*================================================================ K6RCRT.1
065700* 4000-EVALUATE-CERT -- ONE REGISTER RECORD: SUPERSEDED BY A      K6RCRT.1
065800* LATER CERTIFICATE, OR WEIGHED AGAINST THE EVENTS SINCE ITS      K6RCRT.1
065900* ISSUE.  THE RECORD IS PRINTED AND WRITTEN TO THE NEW REGISTER.  K6RCRT.1
066000*================================================================ K6RCRT.1
066100 4000-EVALUATE-CERT.                                              K6RCRT.1
066200     ADD 1 TO WS-SUB.                                             K6RCRT.1
066300     MOVE CERT-REC (WS-SUB) TO CR-REG-REC.                        K6RCRT.1
066400     IF CR-TARGET-ID = SPACE OR CR-ISSUE-DATE NOT NUMERIC         K6RCRT.1
066500         ADD 1 TO WS-BAD-CARDS                                    K6RCRT.1
066600         GO TO 4000-WRITE.                                        K6RCRT.1
066700     MOVE CR-ISSUE-DATE TO WS-ISSUE-N.                            K6RCRT.1
066800     MOVE SPACE TO CERT-LINE.                                     K6RCRT.1
066900     MOVE CR-TARGET-ID  TO CL-TARGET-ID.                          K6RCRT.1
067000     MOVE CR-ISSUE-DATE TO CL-ISSUE-DATE.                         K6RCRT.1
067100     MOVE CR-EVPACK-REF TO CL-EVPACK-REF.                         K6RCRT.1
067200     PERFORM 4100-FIND-NEWER THRU 4100-EXIT.                      K6RCRT.1
067300     IF WS-OTHER-N NOT = ZERO                                     K6RCRT.1
067400         GO TO 4000-SUPERSEDED.                                   K6RCRT.1
067500     MOVE "NONE    " TO WS-CERT-SCOPE.                            K6RCRT.1
067600     MOVE 99999999 TO WS-CERT-DUE.                                K6RCRT.1
067700     MOVE ZERO TO WS-TRIG-COUNT.                                  K6RCRT.1
067800     MOVE ZERO TO WS-MOD-COUNT.                                   K6RCRT.1
067900     MOVE SPACE TO MOD-LIST.                                      K6RCRT.1
068000     MOVE "N" TO WS-PRINT-SW.                                     K6RCRT.1
068100     PERFORM 4200-SCAN-EVENTS THRU 4200-EXIT.                     K6RCRT.1
068200     IF WS-TRIG-COUNT = ZERO                                      K6RCRT.1
068300         IF CR-LAPSED                                             K6RCRT.1
068400             MOVE "L" TO WS-NEW-STATUS                            K6RCRT.1
068500         ELSE                                                     K6RCRT.1
068600             MOVE "A" TO WS-NEW-STATUS                            K6RCRT.1
068700     ELSE                                                         K6RCRT.1
068800         IF CR-LAPSED OR WS-TODAY > WS-CERT-DUE                   K6RCRT.1
068900             MOVE "L" TO WS-NEW-STATUS                            K6RCRT.1
069000         ELSE                                                     K6RCRT.1
069100             MOVE "D" TO WS-NEW-STATUS.                           K6RCRT.1
069200     IF WS-NEW-STATUS = "A"                                       K6RCRT.1
069300         IF NOT CR-ACTIVE                                         K6RCRT.1
069400             MOVE WS-TODAY TO CR-STATUS-DATE.                     K6RCRT.1
069500     IF WS-NEW-STATUS NOT = "A"                                   K6RCRT.1
069600         IF WS-NEW-STATUS NOT = CR-STATUS                         K6RCRT.1
069700             MOVE WS-TODAY TO CR-STATUS-DATE.                     K6RCRT.1
069800     MOVE WS-NEW-STATUS TO CR-STATUS.                             K6RCRT.1
069900     IF WS-TRIG-COUNT = ZERO                                      K6RCRT.1
070000         MOVE SPACE TO CR-DUE-DATE                                K6RCRT.1
070100         MOVE SPACE TO CR-SCOPE                                   K6RCRT.1
070200         MOVE "NONE" TO CL-SCOPE                                  K6RCRT.1
070300     ELSE                                                         K6RCRT.1
070400         MOVE WS-CERT-DUE TO CR-DUE-DATE                          K6RCRT.1
070500         MOVE WS-CERT-SCOPE TO CR-SCOPE                           K6RCRT.1
070600         MOVE CR-DUE-DATE TO CL-DUE-DATE.                         K6RCRT.1
070700     IF WS-CERT-SCOPE = "WINDOW  "                                K6RCRT.1
070800         MOVE "FULL WINDOW" TO CL-SCOPE                           K6RCRT.1
070900         MOVE "ALL" TO CL-MODULES.                                K6RCRT.1
071000     IF WS-CERT-SCOPE = "MODULE  "                                K6RCRT.1
071100         MOVE "AFFECTED MODULES" TO CL-SCOPE                      K6RCRT.1
071200         MOVE MOD-LIST TO CL-MODULES.                             K6RCRT.1
071300     IF CR-LAPSED                                                 K6RCRT.1
071400         MOVE "LAPSED" TO CL-STATUS                               K6RCRT.1
071500         ADD 1 TO WS-LAPSED-COUNT                                 K6RCRT.1
071600         MOVE 8 TO WS-RCRT-RC.                                    K6RCRT.1
071700     IF CR-RECERT-DUE                                             K6RCRT.1
071800         MOVE "RECERT DUE" TO CL-STATUS                           K6RCRT.1
071900         ADD 1 TO WS-DUE-COUNT                                    K6RCRT.1
072000         IF WS-RCRT-RC < 4                                        K6RCRT.1
072100             MOVE 4 TO WS-RCRT-RC.                                K6RCRT.1
072200     IF CR-ACTIVE                                                 K6RCRT.1
072300         MOVE "ACTIVE" TO CL-STATUS                               K6RCRT.1
072400         ADD 1 TO WS-ACTIVE-COUNT.                                K6RCRT.1
072500     WRITE RR-PRINT-REC FROM CERT-LINE                            K6RCRT.1
072600         AFTER ADVANCING 2 LINES.                                 K6RCRT.1
072700     MOVE "Y" TO WS-PRINT-SW.                                     K6RCRT.1
072800     PERFORM 4200-SCAN-EVENTS THRU 4200-EXIT.                     K6RCRT.1
072900     GO TO 4000-WRITE.                                            K6RCRT.1
073000 4000-SUPERSEDED.                                                 K6RCRT.1
073100     IF NOT CR-SUPERSEDED                                         K6RCRT.1
073200         MOVE "S" TO CR-STATUS                                    K6RCRT.1
073300         MOVE WS-TODAY TO CR-STATUS-DATE.                         K6RCRT.1
073400     MOVE SPACE TO CR-DUE-DATE.                                   K6RCRT.1
073500     MOVE SPACE TO CR-SCOPE.                                      K6RCRT.1
073600     ADD 1 TO WS-SUPER-COUNT.                                     K6RCRT.1
073700     MOVE "SUPERSEDED" TO CL-STATUS.                              K6RCRT.1
073800     WRITE RR-PRINT-REC FROM CERT-LINE                            K6RCRT.1
073900         AFTER ADVANCING 2 LINES.                                 K6RCRT.1
074000     MOVE WS-OTHER-N TO SL-DATE.                                  K6RCRT.1
074100     WRITE RR-PRINT-REC FROM SUPER-LINE                           K6RCRT.1
074200         AFTER ADVANCING 1 LINES.                                 K6RCRT.1
074300 4000-WRITE.                                                      K6RCRT.1
074400     MOVE CR-REG-REC TO RO-REG-REC.                               K6RCRT.1
074500     WRITE RO-REG-REC.                                            K6RCRT.1
074600 4000-EXIT.                                                       K6RCRT.1
074700     EXIT.                                                        K6RCRT.1
074800*================================================================ K6RCRT.1
074900* 4100-FIND-NEWER -- WS-OTHER-N TO THE ISSUE DATE OF THE EARLIEST K6RCRT.1
075000* LATER CERTIFICATE FOR THE SAME TARGET, OR ZERO.                 K6RCRT.1
075100*================================================================ K6RCRT.1
075200 4100-FIND-NEWER.                                                 K6RCRT.1
075300     MOVE ZERO TO WS-OTHER-N.                                     K6RCRT.1
075400     MOVE ZERO TO WS-SUB2.                                        K6RCRT.1
075500 4100-NEXT.                                                       K6RCRT.1
075600     ADD 1 TO WS-SUB2.                                            K6RCRT.1
075700     IF WS-SUB2 > WS-CERT-COUNT                                   K6RCRT.1
075800         GO TO 4100-EXIT.                                         K6RCRT.1
075900     IF CERT-REC (WS-SUB2) (1:8) NOT = CR-TARGET-ID               K6RCRT.1
076000         GO TO 4100-NEXT.                                         K6RCRT.1
076100     IF CERT-REC (WS-SUB2) (10:8) NOT NUMERIC                     K6RCRT.1
076200         GO TO 4100-NEXT.                                         K6RCRT.1
076300     IF CERT-REC (WS-SUB2) (10:8) NOT > CR-ISSUE-DATE             K6RCRT.1
076400         GO TO 4100-NEXT.                                         K6RCRT.1
076500     IF WS-OTHER-N = ZERO                                         K6RCRT.1
076600             OR CERT-REC (WS-SUB2) (10:8) < WS-OTHER-N            K6RCRT.1
076700         MOVE CERT-REC (WS-SUB2) (10:8) TO WS-OTHER-N.            K6RCRT.1
076800     GO TO 4100-NEXT.                                             K6RCRT.1
076900 4100-EXIT.                                                       K6RCRT.1
077000     EXIT.                                                        K6RCRT.1
077100*================================================================ K6RCRT.1
077200* 4200-SCAN-EVENTS -- THE EVENTS THAT BEAR ON THE CERTIFICATE:    K6RCRT.1
077300* DATED AFTER ITS ISSUE AND NOT IN THE FUTURE, FOR ITS TARGET OR  K6RCRT.1
077400* FOR EVERY TARGET, OF A CLASS WHOSE POLICY CALLS FOR A RERUN.    K6RCRT.1
077500* WITH WS-PRINT-SW "N" THE SCOPE, DUE-BY DATE AND MODULES ARE     K6RCRT.1
077600* ACCUMULATED; WITH "Y" EACH EVENT IS PRINTED UNDER THE LINE.     K6RCRT.1
077700*================================================================ K6RCRT.1
077800 4200-SCAN-EVENTS.                                                K6RCRT.1
077900     MOVE ZERO TO WS-ESUB.                                        K6RCRT.1
078000 4200-NEXT.                                                       K6RCRT.1
078100     ADD 1 TO WS-ESUB.                                            K6RCRT.1
078200     IF WS-ESUB > WS-EVT-COUNT                                    K6RCRT.1
078300         GO TO 4200-EXIT.                                         K6RCRT.1
078400     IF EVT-DATE (WS-ESUB) NOT > WS-ISSUE-N                       K6RCRT.1
078500             OR EVT-DATE (WS-ESUB) > WS-TODAY                     K6RCRT.1
078600         GO TO 4200-NEXT.                                         K6RCRT.1
078700     IF EVT-TARGET-ID (WS-ESUB) NOT = SPACE                       K6RCRT.1
078800             AND EVT-TARGET-ID (WS-ESUB) NOT = CR-TARGET-ID       K6RCRT.1
078900         GO TO 4200-NEXT.                                         K6RCRT.1
079000     MOVE EVT-CLASS (WS-ESUB) TO WS-FIND-CLASS.                   K6RCRT.1
079100     PERFORM 1100-FIND-POLICY THRU 1100-EXIT.                     K6RCRT.1
079200     IF WS-PSUB = ZERO                                            K6RCRT.1
079300         GO TO 4200-NEXT.                                         K6RCRT.1
079400     IF POL-SCOPE (WS-PSUB) = "NONE    "                          K6RCRT.1
079500         GO TO 4200-NEXT.                                         K6RCRT.1
079600     MOVE POL-SCOPE (WS-PSUB) TO WS-EV-SCOPE.                     K6RCRT.1
079700     IF EVT-MODULE (WS-ESUB) = SPACE                              K6RCRT.1
079800         MOVE "WINDOW  " TO WS-EV-SCOPE.                          K6RCRT.1
079900     MOVE POL-DAYS (WS-PSUB) TO WS-EV-DAYS.                       K6RCRT.1
080000     PERFORM 7300-DUE-DATE THRU 7300-EXIT.                        K6RCRT.1
080100     IF WS-PRINT-SW = "Y"                                         K6RCRT.1
080200         PERFORM 4300-PRINT-EVENT THRU 4300-EXIT                  K6RCRT.1
080300         GO TO 4200-NEXT.                                         K6RCRT.1
080400     ADD 1 TO WS-TRIG-COUNT.                                      K6RCRT.1
080500     IF WS-EV-DUE < WS-CERT-DUE                                   K6RCRT.1
080600         MOVE WS-EV-DUE TO WS-CERT-DUE.                           K6RCRT.1
080700     IF WS-EV-SCOPE = "WINDOW  "                                  K6RCRT.1
080800         MOVE "WINDOW  " TO WS-CERT-SCOPE                         K6RCRT.1
080900         GO TO 4200-NEXT.                                         K6RCRT.1
081000     IF WS-CERT-SCOPE = "NONE    "                                K6RCRT.1
081100         MOVE "MODULE  " TO WS-CERT-SCOPE.                        K6RCRT.1
081200     PERFORM 4400-NOTE-MODULE THRU 4400-EXIT.                     K6RCRT.1
081300     GO TO 4200-NEXT.                                             K6RCRT.1
081400 4200-EXIT.                                                       K6RCRT.1
081500     EXIT.                                                        K6RCRT.1
081600 4300-PRINT-EVENT.                                                K6RCRT.1
081700     MOVE EVT-DATE (WS-ESUB)      TO EL-DATE.                     K6RCRT.1
081800     MOVE EVT-CLASS (WS-ESUB)     TO EL-CLASS.                    K6RCRT.1
081900     MOVE EVT-MODULE (WS-ESUB)    TO EL-MODULE.                   K6RCRT.1
082000     IF EVT-MODULE (WS-ESUB) = SPACE                              K6RCRT.1
082100         MOVE "ALL" TO EL-MODULE.                                 K6RCRT.1
082200     MOVE EVT-REFERENCE (WS-ESUB) TO EL-REFERENCE.                K6RCRT.1
082300     MOVE EVT-SOURCE (WS-ESUB)    TO EL-SOURCE.                   K6RCRT.1
082400     MOVE EVT-TEXT (WS-ESUB)      TO EL-TEXT.                     K6RCRT.1
082500     MOVE WS-EV-SCOPE             TO EL-SCOPE.                    K6RCRT.1
082600     MOVE WS-EV-DUE               TO EL-DUE.                      K6RCRT.1
082700     WRITE RR-PRINT-REC FROM EVT-LINE                             K6RCRT.1
082800         AFTER ADVANCING 1 LINES.                                 K6RCRT.1
082900 4300-EXIT.                                                       K6RCRT.1
083000     EXIT.                                                        K6RCRT.1
083100 4400-NOTE-MODULE.                                                K6RCRT.1
083200     MOVE ZERO TO WS-MSUB.                                        K6RCRT.1
083300 4400-NEXT.                                                       K6RCRT.1
083400     ADD 1 TO WS-MSUB.                                            K6RCRT.1
083500     IF WS-MSUB > WS-MOD-COUNT                                    K6RCRT.1
083600         GO TO 4400-ADD.                                          K6RCRT.1
083700     IF MOD-CODE (WS-MSUB) = EVT-MODULE (WS-ESUB)                 K6RCRT.1
083800         GO TO 4400-EXIT.                                         K6RCRT.1
083900     GO TO 4400-NEXT.                                             K6RCRT.1
084000 4400-ADD.                                                        K6RCRT.1
084100     IF WS-MOD-COUNT NOT < 12                                     K6RCRT.1
084200         GO TO 4400-EXIT.                                         K6RCRT.1
084300     ADD 1 TO WS-MOD-COUNT.                                       K6RCRT.1
084400     MOVE EVT-MODULE (WS-ESUB) TO MOD-CODE (WS-MOD-COUNT).        K6RCRT.1
084500 4400-EXIT.                                                       K6RCRT.1
084600     EXIT.                                                        K6RCRT.1
084700*================================================================ K6RCRT.1
084800* 7300-DUE-DATE -- WS-EV-DUE TO THE DATE WS-EV-DAYS BUSINESS DAYS K6RCRT.1
084900* AFTER THE EVENT, BY THE K6CALD CALENDAR.                        K6RCRT.1
085000*================================================================ K6RCRT.1
085100 7300-DUE-DATE.                                                   K6RCRT.1
085200     MOVE EVT-DATE (WS-ESUB) TO WS-DATE-N.                        K6RCRT.1
085300     MOVE ZERO TO WS-STEPS.                                       K6RCRT.1
085400     IF WS-EV-DAYS = ZERO                                         K6RCRT.1
085500         GO TO 7300-DONE.                                         K6RCRT.1
085600 7300-STEP.                                                       K6RCRT.1
085700     PERFORM 7400-NEXT-DAY THRU 7400-EXIT.                        K6RCRT.1
085800     ADD 1 TO WS-STEPS.                                           K6RCRT.1
085900     MOVE EVT-DATE (WS-ESUB) TO CALD-FROM.                        K6RCRT.1
086000     MOVE WS-DATE-N TO CALD-TO.                                   K6RCRT.1
086100     CALL "K6CALD" USING CALD-PARM.                               K6RCRT.1
086200     IF CALD-BUS-DAYS < WS-EV-DAYS AND WS-STEPS < 999             K6RCRT.1
086300         GO TO 7300-STEP.                                         K6RCRT.1
086400 7300-DONE.                                                       K6RCRT.1
086500     MOVE WS-DATE-N TO WS-EV-DUE.                                 K6RCRT.1
086600 7300-EXIT.                                                       K6RCRT.1
086700     EXIT.                                                        K6RCRT.1
086800*================================================================ K6RCRT.1
086900* 7400-NEXT-DAY -- WS-DATE-N FORWARD ONE CALENDAR DAY.            K6RCRT.1
087000*================================================================ K6RCRT.1
087100 7400-NEXT-DAY.                                                   K6RCRT.1
087200     MOVE MONTH-DAYS (WS-DATE-MM) TO WS-MONTH-END.                K6RCRT.1
087300     IF WS-DATE-MM = 2                                            K6RCRT.1
087400         DIVIDE WS-DATE-CCYY BY 4 GIVING WS-LEAP-Q                K6RCRT.1
087500             REMAINDER WS-LEAP-R                                  K6RCRT.1
087600         IF WS-LEAP-R = ZERO                                      K6RCRT.1
087700             MOVE 29 TO WS-MONTH-END                              K6RCRT.1
087800             DIVIDE WS-DATE-CCYY BY 100 GIVING WS-LEAP-Q          K6RCRT.1
087900                 REMAINDER WS-LEAP-R                              K6RCRT.1
088000             IF WS-LEAP-R = ZERO                                  K6RCRT.1
088100                 MOVE 28 TO WS-MONTH-END                          K6RCRT.1
088200                 DIVIDE WS-DATE-CCYY BY 400 GIVING WS-LEAP-Q      K6RCRT.1
088300                     REMAINDER WS-LEAP-R                          K6RCRT.1
088400                 IF WS-LEAP-R = ZERO                              K6RCRT.1
088500                     MOVE 29 TO WS-MONTH-END.                     K6RCRT.1
088600     ADD 1 TO WS-DATE-DD.                                         K6RCRT.1
088700     IF WS-DATE-DD NOT > WS-MONTH-END                             K6RCRT.1
088800         GO TO 7400-EXIT.                                         K6RCRT.1
088900     MOVE 1 TO WS-DATE-DD.                                        K6RCRT.1
089000     ADD 1 TO WS-DATE-MM.                                         K6RCRT.1
089100     IF WS-DATE-MM NOT > 12                                       K6RCRT.1
089200         GO TO 7400-EXIT.                                         K6RCRT.1
089300     MOVE 1 TO WS-DATE-MM.                                        K6RCRT.1
089400     ADD 1 TO WS-DATE-CCYY.                                       K6RCRT.1
089500 7400-EXIT.                                                       K6RCRT.1
089600     EXIT.                                                        K6RCRT.1
089700*================================================================ K6RCRT.1
089800* 8000-TOTALS.                                                    K6RCRT.1
089900*================================================================ K6RCRT.1
090000 8000-TOTALS.                                                     K6RCRT.1
090100     MOVE WS-CERT-COUNT   TO TOT-CERTS.                           K6RCRT.1
090200     MOVE WS-ACTIVE-COUNT TO TOT-ACTIVE.                          K6RCRT.1
090300     MOVE WS-DUE-COUNT    TO TOT-DUE.                             K6RCRT.1
090400     MOVE WS-LAPSED-COUNT TO TOT-LAPSED.                          K6RCRT.1
090500     MOVE WS-SUPER-COUNT  TO TOT-SUPER.                           K6RCRT.1
090600     WRITE RR-PRINT-REC FROM TOT-LINE-1                           K6RCRT.1
090700         AFTER ADVANCING 3 LINES.                                 K6RCRT.1
090800     MOVE WS-EVT-COUNT    TO TOT-EVENTS.                          K6RCRT.1
090900     MOVE WS-EVT-DROPPED  TO TOT-DROPPED.                         K6RCRT.1
091000     MOVE WS-BAD-CARDS    TO TOT-BAD.                             K6RCRT.1
091100     WRITE RR-PRINT-REC FROM TOT-LINE-2                           K6RCRT.1
091200         AFTER ADVANCING 1 LINES.                                 K6RCRT.1
091300 8000-EXIT.                                                       K6RCRT.1
091400     EXIT.                                                        K6RCRT.1
