000100 IDENTIFICATION DIVISION.                                         K6INCX.1
000200 PROGRAM-ID.                                                      K6INCX.1
000300     K6INCX.                                                      K6INCX.1
000400*================================================================ K6INCX.1
000500* K6INCX -- INCIDENT-SYSTEM IMPORT FROM THE NOTIFICATION QUEUE.   K6INCX.1
000600*================================================================ K6INCX.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6INCX.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6INCX.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6INCX.1
001000* DATE-COMPILED.                                                  K6INCX.1
001100*                                                                 K6INCX.1
001200* REMARKS.                                                        K6INCX.1
001300*    K6NOTIF ROUTES, K6ESCL ESCALATES AND K6ACKR TRACKS WHO OWNS  K6INCX.1
001400*    EACH FAILURE, BUT THE OWNING TEAMS WORK FROM THE CORPORATE   K6INCX.1
001500*    INCIDENT SYSTEM, AND EVERY TICKET WAS BEING RAISED BY HAND   K6INCX.1
001600*    FROM THE QUEUE LISTING.  THIS PROGRAM RUNS AFTER K6ACKR      K6INCX.1
001700*    AND WRITES THE INCIDENT SYSTEM'S BATCH IMPORT (INCOUT,       K6INCX.1
001800*    K6INCI RECORDS):                                             K6INCX.1
001900*      - A NEW ROUTED NOTIFICATION (ITS REGISTER ENTRY WAS        K6INCX.1
002000*        OPENED BY THIS RUN OF K6ACKR) BECOMES A CREATE;          K6INCX.1
002100*      - A NEW ESCALATION BECOMES AN ESCALATE AGAINST THE         K6INCX.1
002200*        TICKET ALREADY RAISED FOR THE SAME TARGET AND PROGRAM    K6INCX.1
002300*        ON ANOTHER QUEUE, OR A CREATE ON THE ESCALATION QUEUE    K6INCX.1
002400*        WHEN NO TICKET IS KNOWN YET;                             K6INCX.1
002500*      - A REGISTER ENTRY K6ACKR MARKED FOR REOPENING (ITS        K6INCX.1
002600*        INCIDENT WAS CLOSED WHILE THE TEST STILL FAILS)          K6INCX.1
002700*        BECOMES A REOPEN OF ITS TICKET.                          K6INCX.1
002800*    A NOTIFICATION REPEATED ON A LATER NIGHT IS ALREADY AN       K6INCX.1
002900*    INCIDENT AND IS PASSED OVER.  EACH RECORD CARRIES THE        K6INCX.1
003000*    PAR-NAME OF THE MOST SEVERE FAILING TEST IN THE LATEST RUN   K6INCX.1
003100*    OF THE PROGRAM, ITS K6SEVT SEVERITY CLASS AND ITS K6TRIA     K6INCX.1
003200*    TRIAGE CLASS, TAKEN FROM THE K6TRIA TRIAGE EXTRACT           K6INCX.1
003300*    (TRIAXT).  A PROGRAM THE EXTRACT DOES NOT COVER IS RAISED    K6INCX.1
003400*    AT THE K6SEVT DEFAULT CLASS WITH TRIAGE CLASS 0.             K6INCX.1
003500*                                                                 K6INCX.1
003600*    THE INCIDENT SYSTEM'S NIGHTLY STATUS EXTRACT COMES BACK      K6INCX.1
003700*    THROUGH K6ACKR (INCSTAT), WHICH POSTS THE TICKETS,           K6INCX.1
003800*    ASSIGNEES AND RESOLUTIONS TO THE REGISTER.                   K6INCX.1
003900*                                                                 K6INCX.1
004000*    INPUTS:                                                      K6INCX.1
004100*      INCXCTL   OPTIONAL CONTROL CARD, 1-8 AS-OF DATE (CCYYMMDD, K6INCX.1
004200*                DEFAULT TODAY) -- THE DATE RAISED                K6INCX.1
004300*      NOTIFIN   THE WINDOW'S NOTIFY-QUEUE AND ESCALATION-QUEUE   K6INCX.1
004400*                LINES, AS K6ACKR READS THEM                      K6INCX.1
004500*      ACKREG    THE REGISTER K6ACKR WROTE IN THIS RUN            K6INCX.1
004600*      TRIAXT    OPTIONAL K6TRIA TRIAGE EXTRACT                   K6INCX.1
004700*                                                                 K6INCX.1
004800* RETURN CODES.                                                   K6INCX.1
004900*     0  IMPORT WRITTEN.                                          K6INCX.1
005000*     4  IMPORT WRITTEN WITH WARNINGS -- A NOTIFICATION NOT ON    K6INCX.1
005100*        THE REGISTER, A REPEATED NOTIFICATION STILL WITHOUT A    K6INCX.1
005200*        TICKET, OR A TABLE FULL.                                 K6INCX.1
005300*                                                                 K6INCX.1
005400* MODIFICATION HISTORY.                                           K6INCX.1
005500*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6INCX.1
005600*================================================================ K6INCX.1
005700                                                                  K6INCX.1
005800 ENVIRONMENT DIVISION.                                            K6INCX.1
005900 CONFIGURATION SECTION.                                           K6INCX.1
006000 SOURCE-COMPUTER.                                                 K6INCX.1
006100     OUR-MAINFRAME.                                               K6INCX.1
006200 OBJECT-COMPUTER.                                                 K6INCX.1
006300     OUR-MAINFRAME.                                               K6INCX.1
006400 INPUT-OUTPUT SECTION.                                            K6INCX.1
006500 FILE-CONTROL.                                                    K6INCX.1
006600     SELECT OPTIONAL INCX-CTL ASSIGN TO INCXCTL                   K6INCX.1
006700         ORGANIZATION IS SEQUENTIAL                               K6INCX.1
006800         FILE STATUS IS WS-CTL-STATUS.                            K6INCX.1
006900     SELECT NOTIFY-IN ASSIGN TO NOTIFIN                           K6INCX.1
007000         ORGANIZATION IS SEQUENTIAL.                              K6INCX.1
007100     SELECT ACK-REGISTER ASSIGN TO ACKREG                         K6INCX.1
007200         ORGANIZATION IS SEQUENTIAL.                              K6INCX.1
007300     SELECT OPTIONAL TRIAGE-EXTRACT ASSIGN TO TRIAXT              K6INCX.1
007400         ORGANIZATION IS SEQUENTIAL                               K6INCX.1
007500         FILE STATUS IS WS-TRX-STATUS.                            K6INCX.1
007600     SELECT INCIDENT-OUT ASSIGN TO INCOUT                         K6INCX.1
007700         ORGANIZATION IS SEQUENTIAL.                              K6INCX.1
007800     SELECT INCX-RPT ASSIGN TO INCXRPT                            K6INCX.1
007900         ORGANIZATION IS SEQUENTIAL.                              K6INCX.1
008000                                                                  K6INCX.1
008100 DATA DIVISION.                                                   K6INCX.1
008200 FILE SECTION.                                                    K6INCX.1
008300 FD  INCX-CTL                                                     K6INCX.1
008400     LABEL RECORDS ARE STANDARD.                                  K6INCX.1
008500 01  CTL-REC.                                                     K6INCX.1
008600     05  CTL-AS-OF-DATE       PIC 9(8).                           K6INCX.1
008700     05  FILLER               PIC X(72).                          K6INCX.1
008800 FD  NOTIFY-IN                                                    K6INCX.1
008900     LABEL RECORDS ARE STANDARD.                                  K6INCX.1
009000 01  NI-REC                   PIC X(80).                          K6INCX.1
009100* ROUTED LINE AS K6NOTIF WRITES IT ("ROUTE TO" FORM).             K6INCX.1
009200 01  NI-ROUTE-REC REDEFINES NI-REC.                               K6INCX.1
009300     05  NI-RT-VERB           PIC X(8).                           K6INCX.1
009400     05  FILLER               PIC X(1).                           K6INCX.1
009500     05  NI-RT-QUEUE-ID       PIC X(8).                           K6INCX.1
009600     05  FILLER               PIC X(2).                           K6INCX.1
009700     05  NI-RT-TARGET-ID      PIC X(8).                           K6INCX.1
009800     05  FILLER               PIC X(2).                           K6INCX.1
009900     05  NI-RT-PGM-ID         PIC X(6).                           K6INCX.1
010000     05  FILLER               PIC X(11).                          K6INCX.1
010100     05  NI-RT-FAIL-COUNT     PIC X(3).                           K6INCX.1
010200     05  FILLER               PIC X(31).                          K6INCX.1
010300* ESCALATED LINE AS K6ESCL WRITES IT ("ESCALATE LEVEL N TO").     K6INCX.1
010400 01  NI-ESCL-REC REDEFINES NI-REC.                                K6INCX.1
010500     05  NI-ES-VERB           PIC X(15).                          K6INCX.1
010600     05  NI-ES-LEVEL          PIC X(1).                           K6INCX.1
010700     05  FILLER               PIC X(4).                           K6INCX.1
010800     05  NI-ES-QUEUE-ID       PIC X(8).                           K6INCX.1
010900     05  FILLER               PIC X(1).                           K6INCX.1
011000     05  NI-ES-TARGET-ID      PIC X(8).                           K6INCX.1
011100     05  FILLER               PIC X(1).                           K6INCX.1
011200     05  NI-ES-PGM-ID         PIC X(6).                           K6INCX.1
011300     05  FILLER               PIC X(36).                          K6INCX.1
011400 FD  ACK-REGISTER                                                 K6INCX.1
011500     LABEL RECORDS ARE STANDARD.                                  K6INCX.1
011600* ACKNOWLEDGMENT REGISTER -- LAYOUT AS K6ACKR WRITES IT.          K6INCX.1
011700 01  AR-REGISTER-REC.                                             K6INCX.1
011800     05  AR-QUEUE-ID          PIC X(8).                           K6INCX.1
011900     05  AR-TARGET-ID         PIC X(8).                           K6INCX.1
012000     05  AR-PGM-ID            PIC X(6).                           K6INCX.1
012100     05  AR-FIRST-DATE        PIC 9(8).                           K6INCX.1
012200     05  AR-LAST-DATE         PIC 9(8).                           K6INCX.1
012300     05  AR-NOTIFY-COUNT      PIC 9(4).                           K6INCX.1
012400     05  AR-ACK-FLAG          PIC X(1).                           K6INCX.1
012500     05  AR-ACK-USER          PIC X(8).                           K6INCX.1
012600     05  AR-ACK-TICKET        PIC X(8).                           K6INCX.1
012700     05  AR-ACK-DATE          PIC 9(8).                           K6INCX.1
012800     05  AR-EXPECT-FIX        PIC 9(8).                           K6INCX.1
012900     05  AR-INC-STATUS        PIC X(1).                           K6INCX.1
013000     05  AR-INC-RESOL         PIC X(8).                           K6INCX.1
013100     05  AR-REOPEN-COUNT      PIC 9(2).                           K6INCX.1
013200     05  FILLER               PIC X(14).                          K6INCX.1
013300 FD  TRIAGE-EXTRACT                                               K6INCX.1
013400     LABEL RECORDS ARE STANDARD.                                  K6INCX.1
013500     COPY K6TRXT.                                                 K6INCX.1
013600 FD  INCIDENT-OUT                                                 K6INCX.1
013700     LABEL RECORDS ARE STANDARD.                                  K6INCX.1
013800     COPY K6INCI.                                                 K6INCX.1
013900 FD  INCX-RPT                                                     K6INCX.1
014000     LABEL RECORDS ARE STANDARD.                                  K6INCX.1
014100 01  IR-PRINT-REC             PIC X(120).                         K6INCX.1
014200                                                                  K6INCX.1
014300 WORKING-STORAGE SECTION.                                         K6INCX.1
014400* ----------------------------------------------------------      K6INCX.1
014500* SWITCHES, COUNTERS AND CONTROL VALUES.                          K6INCX.1
014600* ----------------------------------------------------------      K6INCX.1
014700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6INCX.1
014800 77  WS-TRX-STATUS            PIC X(2)   VALUE SPACE.             K6INCX.1
014900 77  WS-NI-EOF-SW             PIC X      VALUE "N".               K6INCX.1
015000     88  WS-NI-EOF                       VALUE "Y".               K6INCX.1
015100 77  WS-REG-EOF-SW            PIC X      VALUE "N".               K6INCX.1
015200     88  WS-REG-EOF                      VALUE "Y".               K6INCX.1
015300 77  WS-TRX-EOF-SW            PIC X      VALUE "N".               K6INCX.1
015400     88  WS-TRX-EOF                      VALUE "Y".               K6INCX.1
015500 77  WS-FOUND-SW              PIC X      VALUE "N".               K6INCX.1
015600     88  WS-ENTRY-FOUND                  VALUE "Y".               K6INCX.1
015700 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6INCX.1
015800 77  WS-WARNINGS              PIC 9(4)   COMP VALUE ZERO.         K6INCX.1
015900 77  WS-AS-OF-DATE            PIC 9(8)   VALUE ZERO.              K6INCX.1
016000 77  WS-NOTICES-READ          PIC 9(5)   COMP VALUE ZERO.         K6INCX.1
016100 77  WS-NOTICES-REPEAT        PIC 9(5)   COMP VALUE ZERO.         K6INCX.1
016200 77  WS-CREATES               PIC 9(5)   COMP VALUE ZERO.         K6INCX.1
016300 77  WS-ESCALATES             PIC 9(5)   COMP VALUE ZERO.         K6INCX.1
016400 77  WS-REOPENS               PIC 9(5)   COMP VALUE ZERO.         K6INCX.1
016500 77  WS-TRX-READ              PIC 9(7)   COMP VALUE ZERO.         K6INCX.1
016600 77  WS-ENTRY-SUB             PIC 9(4)   COMP VALUE ZERO.         K6INCX.1
016700 77  WS-LK-QUEUE-ID           PIC X(8)   VALUE SPACE.             K6INCX.1
016800 77  WS-LK-TARGET-ID          PIC X(8)   VALUE SPACE.             K6INCX.1
016900 77  WS-LK-PGM-ID             PIC X(6)   VALUE SPACE.             K6INCX.1
017000 77  WS-LK-LEVEL              PIC 9(1)   VALUE ZERO.              K6INCX.1
017100 77  WS-LK-COUNT              PIC X(3)   VALUE SPACE.             K6INCX.1
017200 77  WS-LK-TICKET             PIC X(8)   VALUE SPACE.             K6INCX.1
017300 77  WS-LK-ACTION             PIC X(1)   VALUE SPACE.             K6INCX.1
017400 77  WS-TX-RUN-KEY            PIC 9(10)  VALUE ZERO.              K6INCX.1
017500 77  WS-TX-SEVERITY           PIC X(1)   VALUE SPACE.             K6INCX.1
017600* ----------------------------------------------------------      K6INCX.1
017700* THE REGISTER AS K6ACKR LEFT IT -- SAME 200-ENTRY LIMIT.         K6INCX.1
017800* ----------------------------------------------------------      K6INCX.1
017900 77  WS-REG-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6INCX.1
018000 01  REGISTER-TABLE.                                              K6INCX.1
018100     05  REG-ENTRY OCCURS 200 TIMES                               K6INCX.1
018200                   INDEXED BY REG-IDX.                            K6INCX.1
018300         10  REG-QUEUE-ID     PIC X(8).                           K6INCX.1
018400         10  REG-TARGET-ID    PIC X(8).                           K6INCX.1
018500         10  REG-PGM-ID       PIC X(6).                           K6INCX.1
018600         10  REG-NOTIFY-COUNT PIC 9(4).                           K6INCX.1
018700         10  REG-ACK-TICKET   PIC X(8).                           K6INCX.1
018800         10  REG-INC-STATUS   PIC X(1).                           K6INCX.1
018900             88  REG-INC-REOPEN          VALUE "X".               K6INCX.1
019000* ----------------------------------------------------------      K6INCX.1
019100* TRIAGE SUMMARY PER TARGET AND PROGRAM: THE LATEST RUN ON        K6INCX.1
019200* THE EXTRACT, ITS FAILURE COUNT, AND THE MOST SEVERE FAILING     K6INCX.1
019300* TEST (THE FIRST ONE AT THE LOWEST-NUMBERED CLASS).              K6INCX.1
019400* ----------------------------------------------------------      K6INCX.1
019500 77  WS-TRI-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6INCX.1
019600 77  WS-TRI-MAX               PIC 9(4)   COMP VALUE 500.          K6INCX.1
019700 01  TRIAGE-TABLE.                                                K6INCX.1
019800     05  TRI-ENTRY OCCURS 500 TIMES                               K6INCX.1
019900                   INDEXED BY TRI-IDX.                            K6INCX.1
020000         10  TRI-TARGET-ID    PIC X(8).                           K6INCX.1
020100         10  TRI-PGM-ID       PIC X(6).                           K6INCX.1
020200         10  TRI-RUN-KEY      PIC 9(10).                          K6INCX.1
020300         10  TRI-FAIL-COUNT   PIC 9(3).                           K6INCX.1
020400         10  TRI-SEVERITY     PIC X(1).                           K6INCX.1
020500         10  TRI-PAR-NAME     PIC X(22).                          K6INCX.1
020600         10  TRI-CLASS        PIC 9(1).                           K6INCX.1
020700         10  TRI-CLASS-NAME   PIC X(18).                          K6INCX.1
020800     COPY K6SEVT.                                                 K6INCX.1
020900* ----------------------------------------------------------      K6INCX.1
021000* REPORT LINES.                                                   K6INCX.1
021100* ----------------------------------------------------------      K6INCX.1
021200 01  HDR-LINE-1.                                                  K6INCX.1
021300     05  FILLER   PIC X(44) VALUE                                 K6INCX.1
021400         "INCIDENT-SYSTEM IMPORT (K6INCX)  AS OF ".               K6INCX.1
021500     05  HDR-AS-OF            PIC 9(8).                           K6INCX.1
021600     05  FILLER   PIC X(68) VALUE SPACE.                          K6INCX.1
021700 01  DET-HDR.                                                     K6INCX.1
021800     05  FILLER   PIC X(10) VALUE "ACTION".                       K6INCX.1
021900     05  FILLER   PIC X(9)  VALUE "QUEUE".                        K6INCX.1
022000     05  FILLER   PIC X(9)  VALUE "TARGET".                       K6INCX.1
022100     05  FILLER   PIC X(8)  VALUE "PROGRAM".                      K6INCX.1
022200     05  FILLER   PIC X(10) VALUE "TICKET".                       K6INCX.1
022300     05  FILLER   PIC X(4)  VALUE "SEV".                          K6INCX.1
022400     05  FILLER   PIC X(4)  VALUE "LVL".                          K6INCX.1
022500     05  FILLER   PIC X(22) VALUE "PAR-NAME".                     K6INCX.1
022600     05  FILLER   PIC X(44) VALUE "TRIAGE CLASS".                 K6INCX.1
022700 01  DET-LINE.                                                    K6INCX.1
022800     05  DL-ACTION            PIC X(9)   VALUE SPACE.             K6INCX.1
022900     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
023000     05  DL-QUEUE-ID          PIC X(8)   VALUE SPACE.             K6INCX.1
023100     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
023200     05  DL-TARGET-ID         PIC X(8)   VALUE SPACE.             K6INCX.1
023300     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
023400     05  DL-PGM-ID            PIC X(6)   VALUE SPACE.             K6INCX.1
023500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6INCX.1
023600     05  DL-TICKET            PIC X(8)   VALUE SPACE.             K6INCX.1
023700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6INCX.1
023800     05  DL-SEVERITY          PIC X(1)   VALUE SPACE.             K6INCX.1
023900     05  FILLER   PIC X(3)  VALUE SPACE.                          K6INCX.1
024000     05  DL-LEVEL             PIC 9(1)   VALUE ZERO.              K6INCX.1
024100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6INCX.1
024200     05  DL-PAR-NAME          PIC X(22)  VALUE SPACE.             K6INCX.1
024300     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
024400     05  DL-CLASS             PIC 9(1)   VALUE ZERO.              K6INCX.1
024500     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
024600     05  DL-CLASS-NAME        PIC X(18)  VALUE SPACE.             K6INCX.1
024700     05  FILLER   PIC X(24) VALUE SPACE.                          K6INCX.1
024800 01  NOTE-LINE.                                                   K6INCX.1
024900     05  NL-SEVERITY          PIC X(8)   VALUE SPACE.             K6INCX.1
025000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
025100     05  NL-QUEUE-ID          PIC X(8)   VALUE SPACE.             K6INCX.1
025200     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
025300     05  NL-TARGET-ID         PIC X(8)   VALUE SPACE.             K6INCX.1
025400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
025500     05  NL-PGM-ID            PIC X(6)   VALUE SPACE.             K6INCX.1
025600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6INCX.1
025700     05  NL-TEXT              PIC X(60)  VALUE SPACE.             K6INCX.1
025800     05  FILLER   PIC X(25) VALUE SPACE.                          K6INCX.1
025900 01  SUM-LINE.                                                    K6INCX.1
026000     05  SL-LABEL             PIC X(40).                          K6INCX.1
026100     05  SL-COUNT             PIC ZZZZZZ9.                        K6INCX.1
026200     05  FILLER   PIC X(73) VALUE SPACE.                          K6INCX.1
026300 01  VERDICT-LINE.                                                K6INCX.1
026400     05  FILLER   PIC X(10) VALUE "VERDICT: ".                    K6INCX.1
026500     05  VL-TEXT              PIC X(60).                          K6INCX.1
026600     05  FILLER   PIC X(50) VALUE SPACE.                          K6INCX.1
026700                                                                  K6INCX.1
026800 PROCEDURE DIVISION.                                              K6INCX.1
026900*================================================================ K6INCX.1
027000* 0000-MAINLINE -- LOAD THE TRIAGE EXTRACT AND THE REGISTER,      K6INCX.1
027100* TURN THE NEW NOTIFICATIONS INTO IMPORT RECORDS, THEN THE        K6INCX.1
027200* REOPENS.                                                        K6INCX.1
027300*================================================================ K6INCX.1
027400 0000-MAINLINE.                                                   K6INCX.1
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6INCX.1
027600     PERFORM 2000-LOAD-TRIAGE THRU 2000-EXIT                      K6INCX.1
027700             UNTIL WS-TRX-EOF.                                    K6INCX.1
027800     PERFORM 3000-LOAD-REGISTER THRU 3000-EXIT                    K6INCX.1
027900             UNTIL WS-REG-EOF.                                    K6INCX.1
028000     PERFORM 4000-NOTIFICATION THRU 4000-EXIT                     K6INCX.1
028100             UNTIL WS-NI-EOF.                                     K6INCX.1
028200     PERFORM 5000-REOPENS THRU 5000-EXIT.                         K6INCX.1
028300     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6INCX.1
028400     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6INCX.1
028500     STOP RUN.                                                    K6INCX.1
028600*================================================================ K6INCX.1
028700* 1000-INITIALIZE -- OPEN FILES AND PICK UP THE AS-OF DATE.       K6INCX.1
028800*================================================================ K6INCX.1
028900 1000-INITIALIZE.                                                 K6INCX.1
029000     OPEN INPUT INCX-CTL NOTIFY-IN ACK-REGISTER TRIAGE-EXTRACT.   K6INCX.1
029100     OPEN OUTPUT INCIDENT-OUT INCX-RPT.                           K6INCX.1
029200     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                     K6INCX.1
029300     READ INCX-CTL                                                K6INCX.1
029400         AT END GO TO 1000-CTL-DONE.                              K6INCX.1
029500     IF CTL-AS-OF-DATE NUMERIC AND CTL-AS-OF-DATE > ZERO          K6INCX.1
029600         MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.                    K6INCX.1
029700 1000-CTL-DONE.                                                   K6INCX.1
029800     CLOSE INCX-CTL.                                              K6INCX.1
029900     MOVE WS-AS-OF-DATE TO HDR-AS-OF.                             K6INCX.1
030000     WRITE IR-PRINT-REC FROM HDR-LINE-1                           K6INCX.1
030100         AFTER ADVANCING PAGE.                                    K6INCX.1
030200     WRITE IR-PRINT-REC FROM DET-HDR                              K6INCX.1
030300         AFTER ADVANCING 2 LINES.                                 K6INCX.1
030400 1000-EXIT.                                                       K6INCX.1
030500     EXIT.                                                        K6INCX.1
030600*================================================================ K6INCX.1
030700* 2000-LOAD-TRIAGE -- FOLD ONE TRIAGE EXTRACT RECORD INTO THE     K6INCX.1
030800* SUMMARY FOR ITS TARGET AND PROGRAM.  A LATER RUN OF THE SAME    K6INCX.1
030900* PROGRAM STARTS THE SUMMARY AFRESH; AN EARLIER ONE IS PASSED     K6INCX.1
031000* OVER.  A BLANK SEVERITY (AN EXTRACT THAT PREDATES THE COLUMN)   K6INCX.1
031100* TAKES THE K6SEVT DEFAULT CLASS.                                 K6INCX.1
031200*================================================================ K6INCX.1
031300 2000-LOAD-TRIAGE.                                                K6INCX.1
031400     READ TRIAGE-EXTRACT                                          K6INCX.1
031500         AT END SET WS-TRX-EOF TO TRUE                            K6INCX.1
031600                GO TO 2000-EXIT.                                  K6INCX.1
031700     ADD 1 TO WS-TRX-READ.                                        K6INCX.1
031800     COMPUTE WS-TX-RUN-KEY = TX-RUN-DATE * 100 + TX-RUN-SEQ.      K6INCX.1
031900     MOVE TX-SEVERITY TO WS-TX-SEVERITY.                          K6INCX.1
032000     IF WS-TX-SEVERITY NOT = "1" AND NOT = "2" AND NOT = "3"      K6INCX.1
032100         MOVE SEV-DEFAULT-CLASS TO WS-TX-SEVERITY.                K6INCX.1
032200     MOVE "N" TO WS-FOUND-SW.                                     K6INCX.1
032300     IF WS-TRI-COUNT = ZERO                                       K6INCX.1
032400         GO TO 2000-ADD.                                          K6INCX.1
032500     SET TRI-IDX TO 1.                                            K6INCX.1
032600     SEARCH TRI-ENTRY                                             K6INCX.1
032700         AT END GO TO 2000-ADD                                    K6INCX.1
032800         WHEN TRI-IDX > WS-TRI-COUNT                              K6INCX.1
032900             GO TO 2000-ADD                                       K6INCX.1
033000         WHEN TRI-TARGET-ID (TRI-IDX) = TX-TARGET-ID              K6INCX.1
033100                 AND TRI-PGM-ID (TRI-IDX) = TX-PGM-ID             K6INCX.1
033200             SET WS-ENTRY-FOUND TO TRUE.                          K6INCX.1
033300     IF WS-TX-RUN-KEY < TRI-RUN-KEY (TRI-IDX)                     K6INCX.1
033400         GO TO 2000-EXIT.                                         K6INCX.1
033500     IF WS-TX-RUN-KEY > TRI-RUN-KEY (TRI-IDX)                     K6INCX.1
033600         GO TO 2000-RESET.                                        K6INCX.1
033700     GO TO 2000-TALLY.                                            K6INCX.1
033800 2000-ADD.                                                        K6INCX.1
033900     IF WS-TRI-COUNT NOT LESS THAN WS-TRI-MAX                     K6INCX.1
034000         MOVE "WARNING " TO NL-SEVERITY                           K6INCX.1
034100         MOVE SPACE TO NL-QUEUE-ID                                K6INCX.1
034200         MOVE TX-TARGET-ID TO NL-TARGET-ID                        K6INCX.1
034300         MOVE TX-PGM-ID TO NL-PGM-ID                              K6INCX.1
034400         MOVE "TRIAGE TABLE FULL -- RAISED UNTRIAGED" TO NL-TEXT  K6INCX.1
034500         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6INCX.1
034600         GO TO 2000-EXIT.                                         K6INCX.1
034700     ADD 1 TO WS-TRI-COUNT.                                       K6INCX.1
034800     SET TRI-IDX TO WS-TRI-COUNT.                                 K6INCX.1
034900     MOVE TX-TARGET-ID TO TRI-TARGET-ID (TRI-IDX).                K6INCX.1
035000     MOVE TX-PGM-ID    TO TRI-PGM-ID (TRI-IDX).                   K6INCX.1
035100 2000-RESET.                                                      K6INCX.1
035200     MOVE WS-TX-RUN-KEY TO TRI-RUN-KEY (TRI-IDX).                 K6INCX.1
035300     MOVE ZERO  TO TRI-FAIL-COUNT (TRI-IDX).                      K6INCX.1
035400     MOVE SPACE TO TRI-SEVERITY (TRI-IDX).                        K6INCX.1
035500 2000-TALLY.                                                      K6INCX.1
035600     IF TRI-FAIL-COUNT (TRI-IDX) < 999                            K6INCX.1
035700         ADD 1 TO TRI-FAIL-COUNT (TRI-IDX).                       K6INCX.1
035800     IF TRI-SEVERITY (TRI-IDX) NOT = SPACE                        K6INCX.1
035900             AND TRI-SEVERITY (TRI-IDX) NOT > WS-TX-SEVERITY      K6INCX.1
036000         GO TO 2000-EXIT.                                         K6INCX.1
036100     MOVE WS-TX-SEVERITY TO TRI-SEVERITY (TRI-IDX).               K6INCX.1
036200     MOVE TX-PAR-NAME    TO TRI-PAR-NAME (TRI-IDX).               K6INCX.1
036300     MOVE TX-CLASS       TO TRI-CLASS (TRI-IDX).                  K6INCX.1
036400     MOVE TX-CLASS-NAME  TO TRI-CLASS-NAME (TRI-IDX).             K6INCX.1
036500 2000-EXIT.                                                       K6INCX.1
036600     EXIT.                                                        K6INCX.1
036700*================================================================ K6INCX.1
036800* 3000-LOAD-REGISTER -- THE PARTS OF EACH REGISTER ENTRY THIS     K6INCX.1
036900* PROGRAM NEEDS.                                                  K6INCX.1
037000*================================================================ K6INCX.1
037100 3000-LOAD-REGISTER.                                              K6INCX.1
037200     READ ACK-REGISTER                                            K6INCX.1
037300         AT END SET WS-REG-EOF TO TRUE                            K6INCX.1
037400                GO TO 3000-EXIT.                                  K6INCX.1
037500     IF WS-REG-COUNT NOT LESS THAN 200                            K6INCX.1
037600         GO TO 3000-EXIT.                                         K6INCX.1
037700     ADD 1 TO WS-REG-COUNT.                                       K6INCX.1
037800     SET REG-IDX TO WS-REG-COUNT.                                 K6INCX.1
037900     MOVE AR-QUEUE-ID     TO REG-QUEUE-ID (REG-IDX).              K6INCX.1
038000     MOVE AR-TARGET-ID    TO REG-TARGET-ID (REG-IDX).             K6INCX.1
038100     MOVE AR-PGM-ID       TO REG-PGM-ID (REG-IDX).                K6INCX.1
038200     MOVE AR-NOTIFY-COUNT TO REG-NOTIFY-COUNT (REG-IDX).          K6INCX.1
038300     MOVE AR-ACK-TICKET   TO REG-ACK-TICKET (REG-IDX).            K6INCX.1
038400     MOVE AR-INC-STATUS   TO REG-INC-STATUS (REG-IDX).            K6INCX.1
038500 3000-EXIT.                                                       K6INCX.1
038600     EXIT.                                                        K6INCX.1
038700*================================================================ K6INCX.1
038800* 4000-NOTIFICATION -- ONE ROUTED OR ESCALATED LINE FROM THE      K6INCX.1
038900* QUEUE FILE.  ONLY A NOTIFICATION WHOSE REGISTER ENTRY THIS      K6INCX.1
039000* RUN OPENED IS NEW; A REPEAT ALREADY HAS ITS INCIDENT.           K6INCX.1
039100* HEADERS AND SUMMARIES ON THE QUEUE FILE ARE PASSED OVER.        K6INCX.1
039200*================================================================ K6INCX.1
039300 4000-NOTIFICATION.                                               K6INCX.1
039400     READ NOTIFY-IN                                               K6INCX.1
039500         AT END SET WS-NI-EOF TO TRUE                             K6INCX.1
039600                GO TO 4000-EXIT.                                  K6INCX.1
039700     IF NI-RT-VERB = "ROUTE TO"                                   K6INCX.1
039800         MOVE NI-RT-QUEUE-ID   TO WS-LK-QUEUE-ID                  K6INCX.1
039900         MOVE NI-RT-TARGET-ID  TO WS-LK-TARGET-ID                 K6INCX.1
040000         MOVE NI-RT-PGM-ID     TO WS-LK-PGM-ID                    K6INCX.1
040100         MOVE NI-RT-FAIL-COUNT TO WS-LK-COUNT                     K6INCX.1
040200         MOVE 1                TO WS-LK-LEVEL                     K6INCX.1
040300         MOVE "C"              TO WS-LK-ACTION                    K6INCX.1
040400         GO TO 4000-LOOKUP.                                       K6INCX.1
040500     IF NI-ESCL-REC (1:8) = "ESCALATE"                            K6INCX.1
040600         MOVE NI-ES-QUEUE-ID   TO WS-LK-QUEUE-ID                  K6INCX.1
040700         MOVE NI-ES-TARGET-ID  TO WS-LK-TARGET-ID                 K6INCX.1
040800         MOVE NI-ES-PGM-ID     TO WS-LK-PGM-ID                    K6INCX.1
040900         MOVE SPACE            TO WS-LK-COUNT                     K6INCX.1
041000         MOVE NI-ES-LEVEL      TO WS-LK-LEVEL                     K6INCX.1
041100         MOVE "E"              TO WS-LK-ACTION                    K6INCX.1
041200         GO TO 4000-LOOKUP.                                       K6INCX.1
041300     GO TO 4000-EXIT.                                             K6INCX.1
041400 4000-LOOKUP.                                                     K6INCX.1
041500     ADD 1 TO WS-NOTICES-READ.                                    K6INCX.1
041600     PERFORM 6000-FIND-ENTRY THRU 6000-EXIT.                      K6INCX.1
041700     IF NOT WS-ENTRY-FOUND                                        K6INCX.1
041800         MOVE "WARNING " TO NL-SEVERITY                           K6INCX.1
041900         MOVE "NOT ON THE REGISTER -- RUN K6ACKR FIRST" TO NL-TEXTK6INCX.1
042000         PERFORM 4900-KEY-NOTE THRU 4900-EXIT                     K6INCX.1
042100         GO TO 4000-EXIT.                                         K6INCX.1
042200     IF REG-INC-REOPEN (REG-IDX)                                  K6INCX.1
042300         GO TO 4000-EXIT.                                         K6INCX.1
042400     IF REG-NOTIFY-COUNT (REG-IDX) NOT > 1                        K6INCX.1
042500         GO TO 4000-NEW.                                          K6INCX.1
042600     ADD 1 TO WS-NOTICES-REPEAT.                                  K6INCX.1
042700     IF REG-ACK-TICKET (REG-IDX) = SPACE                          K6INCX.1
042800             AND REG-NOTIFY-COUNT (REG-IDX) > 2                   K6INCX.1
042900         MOVE "WARNING " TO NL-SEVERITY                           K6INCX.1
043000         MOVE "REPEATED NOTICE STILL HAS NO INCIDENT TICKET"      K6INCX.1
043100             TO NL-TEXT                                           K6INCX.1
043200         PERFORM 4900-KEY-NOTE THRU 4900-EXIT.                    K6INCX.1
043300     GO TO 4000-EXIT.                                             K6INCX.1
043400 4000-NEW.                                                        K6INCX.1
043500     MOVE SPACE TO WS-LK-TICKET.                                  K6INCX.1
043600     IF WS-LK-ACTION = "E"                                        K6INCX.1
043700         PERFORM 6500-FIND-TICKET THRU 6500-EXIT.                 K6INCX.1
043800     PERFORM 7000-WRITE-IMPORT THRU 7000-EXIT.                    K6INCX.1
043900 4000-EXIT.                                                       K6INCX.1
044000     EXIT.                                                        K6INCX.1
044100 4900-KEY-NOTE.                                                   K6INCX.1
044200     MOVE WS-LK-QUEUE-ID  TO NL-QUEUE-ID.                         K6INCX.1
044300     MOVE WS-LK-TARGET-ID TO NL-TARGET-ID.                        K6INCX.1
044400     MOVE WS-LK-PGM-ID    TO NL-PGM-ID.                           K6INCX.1
044500     PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                      K6INCX.1
044600 4900-EXIT.                                                       K6INCX.1
044700     EXIT.                                                        K6INCX.1
044800*================================================================ K6INCX.1
044900* 5000-REOPENS -- SWEEP THE REGISTER FOR ENTRIES K6ACKR MARKED    K6INCX.1
045000* FOR REOPENING AND SEND EACH TICKET BACK.                        K6INCX.1
045100*================================================================ K6INCX.1
045200 5000-REOPENS.                                                    K6INCX.1
045300     MOVE ZERO TO WS-ENTRY-SUB.                                   K6INCX.1
045400 5100-NEXT-ENTRY.                                                 K6INCX.1
045500     ADD 1 TO WS-ENTRY-SUB.                                       K6INCX.1
045600     IF WS-ENTRY-SUB > WS-REG-COUNT                               K6INCX.1
045700         GO TO 5000-EXIT.                                         K6INCX.1
045800     SET REG-IDX TO WS-ENTRY-SUB.                                 K6INCX.1
045900     IF NOT REG-INC-REOPEN (REG-IDX)                              K6INCX.1
046000         GO TO 5100-NEXT-ENTRY.                                   K6INCX.1
046100     MOVE REG-QUEUE-ID (REG-IDX)   TO WS-LK-QUEUE-ID.             K6INCX.1
046200     MOVE REG-TARGET-ID (REG-IDX)  TO WS-LK-TARGET-ID.            K6INCX.1
046300     MOVE REG-PGM-ID (REG-IDX)     TO WS-LK-PGM-ID.               K6INCX.1
046400     MOVE REG-ACK-TICKET (REG-IDX) TO WS-LK-TICKET.               K6INCX.1
046500     MOVE SPACE                    TO WS-LK-COUNT.                K6INCX.1
046600     MOVE "R"                      TO WS-LK-ACTION.               K6INCX.1
046700     MOVE 1                        TO WS-LK-LEVEL.                K6INCX.1
046800     PERFORM 7000-WRITE-IMPORT THRU 7000-EXIT.                    K6INCX.1
046900     GO TO 5100-NEXT-ENTRY.                                       K6INCX.1
047000 5000-EXIT.                                                       K6INCX.1
047100     EXIT.                                                        K6INCX.1
047200*================================================================ K6INCX.1
047300* 6000-FIND-ENTRY -- LOCATE THE REGISTER ENTRY FOR THE STAGED     K6INCX.1
047400* QUEUE/TARGET/PROGRAM KEY.                                       K6INCX.1
047500*================================================================ K6INCX.1
047600 6000-FIND-ENTRY.                                                 K6INCX.1
047700     MOVE "N" TO WS-FOUND-SW.                                     K6INCX.1
047800     IF WS-REG-COUNT = ZERO                                       K6INCX.1
047900         GO TO 6000-EXIT.                                         K6INCX.1
048000     SET REG-IDX TO 1.                                            K6INCX.1
048100     SEARCH REG-ENTRY                                             K6INCX.1
048200         AT END GO TO 6000-EXIT                                   K6INCX.1
048300         WHEN REG-IDX > WS-REG-COUNT                              K6INCX.1
048400             GO TO 6000-EXIT                                      K6INCX.1
048500         WHEN REG-QUEUE-ID (REG-IDX) = WS-LK-QUEUE-ID             K6INCX.1
048600                 AND REG-TARGET-ID (REG-IDX) = WS-LK-TARGET-ID    K6INCX.1
048700                 AND REG-PGM-ID (REG-IDX) = WS-LK-PGM-ID          K6INCX.1
048800             SET WS-ENTRY-FOUND TO TRUE.                          K6INCX.1
048900 6000-EXIT.                                                       K6INCX.1
049000     EXIT.                                                        K6INCX.1
049100*================================================================ K6INCX.1
049200* 6500-FIND-TICKET -- THE TICKET ALREADY RAISED FOR THE STAGED    K6INCX.1
049300* TARGET AND PROGRAM ON ANOTHER QUEUE, IF ANY.  THE LAST ONE      K6INCX.1
049400* ON THE REGISTER (THE MOST RECENT ESCALATION) WINS.              K6INCX.1
049500*================================================================ K6INCX.1
049600 6500-FIND-TICKET.                                                K6INCX.1
049700     MOVE ZERO TO WS-ENTRY-SUB.                                   K6INCX.1
049800 6500-NEXT.                                                       K6INCX.1
049900     ADD 1 TO WS-ENTRY-SUB.                                       K6INCX.1
050000     IF WS-ENTRY-SUB > WS-REG-COUNT                               K6INCX.1
050100         GO TO 6500-EXIT.                                         K6INCX.1
050200     IF REG-TARGET-ID (WS-ENTRY-SUB) = WS-LK-TARGET-ID            K6INCX.1
050300             AND REG-PGM-ID (WS-ENTRY-SUB) = WS-LK-PGM-ID         K6INCX.1
050400             AND REG-QUEUE-ID (WS-ENTRY-SUB) NOT = WS-LK-QUEUE-ID K6INCX.1
050500             AND REG-ACK-TICKET (WS-ENTRY-SUB) NOT = SPACE        K6INCX.1
050600         MOVE REG-ACK-TICKET (WS-ENTRY-SUB) TO WS-LK-TICKET.      K6INCX.1
050700     GO TO 6500-NEXT.                                             K6INCX.1
050800 6500-EXIT.                                                       K6INCX.1
050900     EXIT.                                                        K6INCX.1
051000*================================================================ K6INCX.1
051100* 7000-WRITE-IMPORT -- BUILD AND WRITE ONE K6INCI RECORD FOR      K6INCX.1
051200* THE STAGED KEY AND ACTION, WITH ITS TRIAGE SUMMARY, AND LIST    K6INCX.1
051300* IT ON THE REPORT.                                               K6INCX.1
051400*================================================================ K6INCX.1
051500 7000-WRITE-IMPORT.                                               K6INCX.1
051600     MOVE SPACES TO IX-IMPORT-REC.                                K6INCX.1
051700     MOVE "IN"            TO IX-REC-TYPE.                         K6INCX.1
051800     MOVE WS-LK-ACTION    TO IX-ACTION.                           K6INCX.1
051900     MOVE WS-LK-TICKET    TO IX-TICKET.                           K6INCX.1
052000     MOVE WS-LK-QUEUE-ID  TO IX-QUEUE-ID.                         K6INCX.1
052100     MOVE WS-LK-TARGET-ID TO IX-TARGET-ID.                        K6INCX.1
052200     MOVE WS-LK-PGM-ID    TO IX-PGM-ID.                           K6INCX.1
052300     MOVE WS-LK-LEVEL     TO IX-ESC-LEVEL.                        K6INCX.1
052400     MOVE WS-AS-OF-DATE   TO IX-RAISED-DATE.                      K6INCX.1
052500     MOVE SEV-DEFAULT-CLASS TO IX-SEVERITY.                       K6INCX.1
052600     MOVE ZERO            TO IX-TRIAGE-CLASS.                     K6INCX.1
052700     MOVE "NOT TRIAGED"   TO IX-TRIAGE-NAME.                      K6INCX.1
052800     MOVE ZERO            TO IX-FAIL-COUNT.                       K6INCX.1
052900     INSPECT WS-LK-COUNT REPLACING LEADING SPACE BY ZERO.         K6INCX.1
053000     IF WS-LK-COUNT NUMERIC                                       K6INCX.1
053100         MOVE WS-LK-COUNT TO IX-FAIL-COUNT.                       K6INCX.1
053200     PERFORM 7500-FIND-TRIAGE THRU 7500-EXIT.                     K6INCX.1
053300     IF WS-ENTRY-FOUND                                            K6INCX.1
053400         MOVE TRI-SEVERITY (TRI-IDX)   TO IX-SEVERITY             K6INCX.1
053500         MOVE TRI-PAR-NAME (TRI-IDX)   TO IX-PAR-NAME             K6INCX.1
053600         MOVE TRI-CLASS (TRI-IDX)      TO IX-TRIAGE-CLASS         K6INCX.1
053700         MOVE TRI-CLASS-NAME (TRI-IDX) TO IX-TRIAGE-NAME          K6INCX.1
053800         MOVE TRI-FAIL-COUNT (TRI-IDX) TO IX-FAIL-COUNT.          K6INCX.1
053900     IF IX-ACTION-REOPEN                                          K6INCX.1
054000         STRING "CLOSED BUT STILL FAILING: " WS-LK-PGM-ID " ON "  K6INCX.1
054100                DELIMITED BY SIZE                                 K6INCX.1
054200                WS-LK-TARGET-ID DELIMITED BY SPACE                K6INCX.1
054300                INTO IX-SHORT-DESC                                K6INCX.1
054400         ADD 1 TO WS-REOPENS                                      K6INCX.1
054500         MOVE "REOPEN" TO DL-ACTION                               K6INCX.1
054600         GO TO 7000-WRITE.                                        K6INCX.1
054700     IF IX-ACTION-ESCALATE                                        K6INCX.1
054800         STRING "CERTIFICATION TEST " WS-LK-PGM-ID " ON "         K6INCX.1
054900                DELIMITED BY SIZE                                 K6INCX.1
055000                WS-LK-TARGET-ID DELIMITED BY SPACE                K6INCX.1
055100                " ESCALATED TO LEVEL " WS-LK-LEVEL                K6INCX.1
055200                DELIMITED BY SIZE INTO IX-SHORT-DESC              K6INCX.1
055300         ADD 1 TO WS-ESCALATES                                    K6INCX.1
055400         MOVE "ESCALATE" TO DL-ACTION                             K6INCX.1
055500         GO TO 7000-WRITE.                                        K6INCX.1
055600     STRING "CERTIFICATION TEST " WS-LK-PGM-ID " FAILING ON "     K6INCX.1
055700            DELIMITED BY SIZE                                     K6INCX.1
055800            WS-LK-TARGET-ID DELIMITED BY SPACE                    K6INCX.1
055900            INTO IX-SHORT-DESC.                                   K6INCX.1
056000     ADD 1 TO WS-CREATES.                                         K6INCX.1
056100     MOVE "CREATE" TO DL-ACTION.                                  K6INCX.1
056200 7000-WRITE.                                                      K6INCX.1
056300     WRITE IX-IMPORT-REC.                                         K6INCX.1
056400     MOVE IX-QUEUE-ID     TO DL-QUEUE-ID.                         K6INCX.1
056500     MOVE IX-TARGET-ID    TO DL-TARGET-ID.                        K6INCX.1
056600     MOVE IX-PGM-ID       TO DL-PGM-ID.                           K6INCX.1
056700     MOVE IX-TICKET       TO DL-TICKET.                           K6INCX.1
056800     MOVE IX-SEVERITY     TO DL-SEVERITY.                         K6INCX.1
056900     MOVE IX-ESC-LEVEL    TO DL-LEVEL.                            K6INCX.1
057000     MOVE IX-PAR-NAME     TO DL-PAR-NAME.                         K6INCX.1
057100     MOVE IX-TRIAGE-CLASS TO DL-CLASS.                            K6INCX.1
057200     MOVE IX-TRIAGE-NAME  TO DL-CLASS-NAME.                       K6INCX.1
057300     WRITE IR-PRINT-REC FROM DET-LINE                             K6INCX.1
057400         AFTER ADVANCING 1 LINES.                                 K6INCX.1
057500 7000-EXIT.                                                       K6INCX.1
057600     EXIT.                                                        K6INCX.1
057700*================================================================ K6INCX.1
057800* 7500-FIND-TRIAGE -- THE TRIAGE SUMMARY FOR THE STAGED TARGET    K6INCX.1
057900* AND PROGRAM.                                                    K6INCX.1
058000*================================================================ K6INCX.1
058100 7500-FIND-TRIAGE.                                                K6INCX.1
058200     MOVE "N" TO WS-FOUND-SW.                                     K6INCX.1
058300     IF WS-TRI-COUNT = ZERO                                       K6INCX.1
058400         GO TO 7500-EXIT.                                         K6INCX.1
058500     SET TRI-IDX TO 1.                                            K6INCX.1
058600     SEARCH TRI-ENTRY                                             K6INCX.1
058700         AT END GO TO 7500-EXIT                                   K6INCX.1
058800         WHEN TRI-IDX > WS-TRI-COUNT                              K6INCX.1
058900             GO TO 7500-EXIT                                      K6INCX.1
059000         WHEN TRI-TARGET-ID (TRI-IDX) = WS-LK-TARGET-ID           K6INCX.1
059100                 AND TRI-PGM-ID (TRI-IDX) = WS-LK-PGM-ID          K6INCX.1
059200             SET WS-ENTRY-FOUND TO TRUE.                          K6INCX.1
059300 7500-EXIT.                                                       K6INCX.1
059400     EXIT.                                                        K6INCX.1
059500*================================================================ K6INCX.1
059600* 8000-PRINT-SUMMARY -- COUNTS AND THE VERDICT.                   K6INCX.1
059700*================================================================ K6INCX.1
059800 8000-PRINT-SUMMARY.                                              K6INCX.1
059900     MOVE "TRIAGE EXTRACT RECORDS READ" TO SL-LABEL.              K6INCX.1
060000     MOVE WS-TRX-READ TO SL-COUNT.                                K6INCX.1
060100     WRITE IR-PRINT-REC FROM SUM-LINE                             K6INCX.1
060200         AFTER ADVANCING 3 LINES.                                 K6INCX.1
060300     MOVE "REGISTER ENTRIES" TO SL-LABEL.                         K6INCX.1
060400     MOVE WS-REG-COUNT TO SL-COUNT.                               K6INCX.1
060500     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6INCX.1
060600     MOVE "NOTIFICATIONS READ" TO SL-LABEL.                       K6INCX.1
060700     MOVE WS-NOTICES-READ TO SL-COUNT.                            K6INCX.1
060800     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6INCX.1
060900     MOVE "   REPEATS PASSED OVER" TO SL-LABEL.                   K6INCX.1
061000     MOVE WS-NOTICES-REPEAT TO SL-COUNT.                          K6INCX.1
061100     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6INCX.1
061200     MOVE "INCIDENTS TO CREATE" TO SL-LABEL.                      K6INCX.1
061300     MOVE WS-CREATES TO SL-COUNT.                                 K6INCX.1
061400     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6INCX.1
061500     MOVE "INCIDENTS TO ESCALATE" TO SL-LABEL.                    K6INCX.1
061600     MOVE WS-ESCALATES TO SL-COUNT.                               K6INCX.1
061700     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6INCX.1
061800     MOVE "INCIDENTS TO REOPEN" TO SL-LABEL.                      K6INCX.1
061900     MOVE WS-REOPENS TO SL-COUNT.                                 K6INCX.1
062000     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6INCX.1
062100     MOVE "WARNINGS" TO SL-LABEL.                                 K6INCX.1
062200     MOVE WS-WARNINGS TO SL-COUNT.                                K6INCX.1
062300     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6INCX.1
062400     IF WS-WARNINGS NOT = ZERO                                    K6INCX.1
062500         MOVE "IMPORT WRITTEN WITH WARNINGS -- SEE ABOVE"         K6INCX.1
062600             TO VL-TEXT                                           K6INCX.1
062700     ELSE                                                         K6INCX.1
062800         MOVE "IMPORT WRITTEN TO INCOUT" TO VL-TEXT.              K6INCX.1
062900     WRITE IR-PRINT-REC FROM VERDICT-LINE                         K6INCX.1
063000         AFTER ADVANCING 2 LINES.                                 K6INCX.1
063100 8000-EXIT.                                                       K6INCX.1
063200     EXIT.                                                        K6INCX.1
063300 8100-SUM-LINE.                                                   K6INCX.1
063400     WRITE IR-PRINT-REC FROM SUM-LINE                             K6INCX.1
063500         AFTER ADVANCING 1 LINES.                                 K6INCX.1
063600 8100-EXIT.                                                       K6INCX.1
063700     EXIT.                                                        K6INCX.1
063800*================================================================ K6INCX.1
063900* 8800-WRITE-NOTE -- PRINT A WARNING LINE AND RAISE THE RETURN    K6INCX.1
064000* CODE TO MATCH.                                                  K6INCX.1
064100*================================================================ K6INCX.1
064200 8800-WRITE-NOTE.                                                 K6INCX.1
064300     ADD 1 TO WS-WARNINGS.                                        K6INCX.1
064400     IF WS-VERDICT-RC < 4                                         K6INCX.1
064500         MOVE 4 TO WS-VERDICT-RC.                                 K6INCX.1
064600     WRITE IR-PRINT-REC FROM NOTE-LINE                            K6INCX.1
064700         AFTER ADVANCING 1 LINES.                                 K6INCX.1
064800 8800-EXIT.                                                       K6INCX.1
064900     EXIT.                                                        K6INCX.1
065000*================================================================ K6INCX.1
065100* 9999-TERMINATE.                                                 K6INCX.1
065200*================================================================ K6INCX.1
065300 9999-TERMINATE.                                                  K6INCX.1
065400     CLOSE NOTIFY-IN ACK-REGISTER TRIAGE-EXTRACT                  K6INCX.1
065500           INCIDENT-OUT INCX-RPT.                                 K6INCX.1
065600     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6INCX.1
065700 9999-EXIT.                                                       K6INCX.1
065800     EXIT.                                                        K6INCX.1
