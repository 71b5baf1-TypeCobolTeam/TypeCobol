000100 IDENTIFICATION DIVISION.                                         K6CASE.1
000200 PROGRAM-ID.                                                      K6CASE.1
000300     K6CASE.                                                      K6CASE.1
000400*================================================================ K6CASE.1
000500* K6CASE -- FAILURE LIFECYCLE CASE FILE: ONE CASE PER TEST CASE   K6CASE.1
000600* AND TARGET, FROM FIRST FAILURE TO CLOSE.                        K6CASE.1
000700*================================================================ K6CASE.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6CASE.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6CASE.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6CASE.1
001100* DATE-COMPILED.                                                  K6CASE.1
001200*                                                                 K6CASE.1
001300* REMARKS.                                                        K6CASE.1
001400*    ONE FAILING TEST LEAVES ITS TRACES IN SEVEN PLACES -- THE    K6CASE.1
001500*    K6NOTIF ROUTING, THE K6ESCL LEVEL, THE K6ACKR                K6CASE.1
001600*    ACKNOWLEDGMENT, THE K6TRIA CLASS, THE K6CLUS SIGNATURE, A    K6CASE.1
001700*    K6VDEF DEFECT ROW, AND PERHAPS A WAIVER OR SUPPRESSION --    K6CASE.1
001800*    AND "WHERE IS THIS FAILURE IN ITS LIFE?" MEANT READING ALL   K6CASE.1
001900*    OF THEM.  THIS NIGHTLY PROGRAM KEEPS THE CASE FILE           K6CASE.1
002000*    (CASEFILE, K6CASR.CPY): ONE CASE PER K6TCID TEST CASE AND    K6CASE.1
002100*    TARGET, OPENED AT THE TEST'S FIRST FAILURE IN THE WINDOW'S   K6CASE.1
002200*    CSV EXTRACTS AND REOPENED IF A CLOSED CASE FAILS AGAIN.      K6CASE.1
002300*                                                                 K6CASE.1
002400*    EACH NIGHT THE REGISTERS ARE FOLDED INTO EVERY CASE AND THE  K6CASE.1
002500*    CASE'S STATE IS DERIVED FROM THEM, THE FURTHEST REACHED:     K6CASE.1
002600*                                                                 K6CASE.1
002700*      1 NEW             FAILING, NOTHING ELSE YET                K6CASE.1
002800*      2 ACKNOWLEDGED    ACKREG SHOWS THE FAILURE ACKNOWLEDGED    K6CASE.1
002900*      3 TRIAGED         K6TRIA HAS CLASSIFIED IT (TRIAXT)        K6CASE.1
003000*      4 CLUSTERED       K6CLUS HAS PLACED IT IN A SIGNATURE      K6CASE.1
003100*      5 DEFECT RAISED   A VDEFMST ROW NAMES THE TEST             K6CASE.1
003200*      6 WAIVED/EXPECT   A WAIVER OR SUPPRESSION IS IN FORCE, OR  K6CASE.1
003300*                        THE DEFECT ROW EXPECTS THE FAILURE UNTIL K6CASE.1
003400*                        A DATE STILL TO COME                     K6CASE.1
003500*      7 FIX DELIVERED   THE DEFECT ROW IS FIXED                  K6CASE.1
003600*      8 VERIFIED        FIXED, AND THE TEST NOW PASSES           K6CASE.1
003700*      9 CLOSED          PASSING, NO OPEN DEFECT, NO COVER AND NO K6CASE.1
003800*                        OPEN INCIDENT                            K6CASE.1
003900*                                                                 K6CASE.1
004000*    THE WINDOW'S ROUTING, ESCALATION, TRIAGE AND SIGNATURE ARE   K6CASE.1
004100*    KEPT ON THE CASE ONCE SEEN; THE ACKNOWLEDGMENT, DEFECT AND   K6CASE.1
004200*    COVER ARE TAKEN AFRESH FROM THEIR REGISTERS EACH NIGHT.  THE K6CASE.1
004300*    AGING REPORT (CASERPT) LISTS EVERY CASE IN ITS STATE LONGER  K6CASE.1
004400*    THAN THE STATE'S LIMIT IN BUSINESS DAYS (K6CALD), AND EVERY  K6CASE.1
004500*    CASE WHOSE REGISTERS CONTRADICT EACH OTHER:                  K6CASE.1
004600*                                                                 K6CASE.1
004700*      - WAIVED OR SUPPRESSED WITH NO OPEN DEFECT;                K6CASE.1
004800*      - FIX DELIVERED BUT THE TEST STILL FAILING;                K6CASE.1
004900*      - INCIDENT RESOLVED BUT THE TEST STILL FAILING;            K6CASE.1
005000*      - DEFECT STILL OPEN BUT THE TEST NOW PASSING;              K6CASE.1
005100*      - CASE CLOSED BUT STILL COVERED.                           K6CASE.1
005200*                                                                 K6CASE.1
005300*    CONTROL CARD (CASECTL, OPTIONAL):                            K6CASE.1
005400*      1-8   AS-OF DATE CCYYMMDD (DEFAULT TODAY; FOR A RERUN)     K6CASE.1
005500*      10-36 NINE 3-DIGIT LIMITS, STATES 1 TO 9, IN BUSINESS      K6CASE.1
005600*            DAYS (BLANK KEEPS THE DEFAULT; 000 = NO LIMIT)       K6CASE.1
005700*            DEFAULTS 002 003 005 005 020 060 010 005 000         K6CASE.1
005800*                                                                 K6CASE.1
005900*    INPUTS:                                                      K6CASE.1
006000*      CASEFILE  CASE FILE AS OF THE PREVIOUS RUN (OPTIONAL)      K6CASE.1
006100*      CSVIN     THE WINDOW'S CSV EXTRACTS (OPTIONAL)             K6CASE.1
006200*      TCIDMST   TEST-CASE IDENTITY REGISTRY (OPTIONAL)           K6CASE.1
006300*      NOTIFIN   THE WINDOW'S NOTIFYQ AND ESCQUEUE (OPTIONAL)     K6CASE.1
006400*      ACKREG    ACKNOWLEDGMENT REGISTER (OPTIONAL)               K6CASE.1
006500*      TRIAXT    K6TRIA TRIAGE EXTRACT (OPTIONAL)                 K6CASE.1
006600*      CLUSXT    K6CLUS SIGNATURE MEMBER EXTRACT (OPTIONAL)       K6CASE.1
006700*      VDEFMST   VENDOR-DEFECT REGISTER (OPTIONAL)                K6CASE.1
006800*      WVRREG    WAIVER REGISTER (OPTIONAL)                       K6CASE.1
006900*      SUPRREG   SUPPRESSION REGISTER (OPTIONAL)                  K6CASE.1
007000*    OUTPUTS:                                                     K6CASE.1
007100*      CASEFILN  THE NEW CASE FILE (THE JCL RENAMES IT OVER       K6CASE.1
007200*                CASEFILE, AS WITH ACKREGN)                       K6CASE.1
007300*      CASERPT   AGING AND CONTRADICTION REPORT                   K6CASE.1
007400*                                                                 K6CASE.1
007500* RETURN CODES.                                                   K6CASE.1
007600*     0  NO CASE STUCK OR CONTRADICTED.                           K6CASE.1
007700*     4  AT LEAST ONE CASE STUCK OR CONTRADICTED.                 K6CASE.1
007800*                                                                 K6CASE.1
007900* MODIFICATION HISTORY.                                           K6CASE.1
008000*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6CASE.1
008100*================================================================ K6CASE.1
008200                                                                  K6CASE.1
008300 ENVIRONMENT DIVISION.                                            K6CASE.1
008400 CONFIGURATION SECTION.                                           K6CASE.1
008500 SOURCE-COMPUTER.                                                 K6CASE.1
008600     OUR-MAINFRAME.                                               K6CASE.1
008700 OBJECT-COMPUTER.                                                 K6CASE.1
008800     OUR-MAINFRAME.                                               K6CASE.1
008900 INPUT-OUTPUT SECTION.                                            K6CASE.1
009000 FILE-CONTROL.                                                    K6CASE.1
009100     SELECT OPTIONAL CASE-CTL ASSIGN TO CASECTL                   K6CASE.1
009200         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
009300         FILE STATUS IS WS-CTL-STATUS.                            K6CASE.1
009400     SELECT OPTIONAL CASE-FILE-IN ASSIGN TO CASEFILE              K6CASE.1
009500         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
009600         FILE STATUS IS WS-CASE-STATUS.                           K6CASE.1
009700     SELECT CASE-FILE-OUT ASSIGN TO CASEFILN                      K6CASE.1
009800         ORGANIZATION IS SEQUENTIAL.                              K6CASE.1
009900     SELECT OPTIONAL CSV-EXTRACT ASSIGN TO CSVIN                  K6CASE.1
010000         ORGANIZATION IS LINE SEQUENTIAL                          K6CASE.1
010100         FILE STATUS IS WS-CSV-STATUS.                            K6CASE.1
010200     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6CASE.1
010300         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
010400         FILE STATUS IS WS-TCID-STATUS.                           K6CASE.1
010500     SELECT OPTIONAL NOTIFY-IN ASSIGN TO NOTIFIN                  K6CASE.1
010600         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
010700         FILE STATUS IS WS-NI-STATUS.                             K6CASE.1
010800     SELECT OPTIONAL ACK-REGISTER ASSIGN TO ACKREG                K6CASE.1
010900         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
011000         FILE STATUS IS WS-ACK-STATUS.                            K6CASE.1
011100     SELECT OPTIONAL TRIAGE-EXTRACT ASSIGN TO TRIAXT              K6CASE.1
011200         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
011300         FILE STATUS IS WS-TRIA-STATUS.                           K6CASE.1
011400     SELECT OPTIONAL CLUS-MEMBERS ASSIGN TO CLUSXT                K6CASE.1
011500         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
011600         FILE STATUS IS WS-CLUS-STATUS.                           K6CASE.1
011700     SELECT OPTIONAL VDEF-MASTER ASSIGN TO VDEFMST                K6CASE.1
011800         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
011900         FILE STATUS IS WS-VDEF-STATUS.                           K6CASE.1
012000     SELECT OPTIONAL WAIVER-REGISTER ASSIGN TO WVRREG             K6CASE.1
012100         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
012200         FILE STATUS IS WS-WVR-STATUS.                            K6CASE.1
012300     SELECT OPTIONAL SUPPRESS-REGISTER ASSIGN TO SUPRREG          K6CASE.1
012400         ORGANIZATION IS SEQUENTIAL                               K6CASE.1
012500         FILE STATUS IS WS-SUPR-STATUS.                           K6CASE.1
012600     SELECT CASE-RPT ASSIGN TO CASERPT                            K6CASE.1
012700         ORGANIZATION IS SEQUENTIAL.                              K6CASE.1
012800                                                                  K6CASE.1
012900 DATA DIVISION.                                                   K6CASE.1
013000 FILE SECTION.                                                    K6CASE.1
013100 FD  CASE-CTL                                                     K6CASE.1
013200     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
013300 01  CTL-REC.                                                     K6CASE.1
013400     05  CTL-AS-OF-DATE           PIC X(8).                       K6CASE.1
013500     05  FILLER                   PIC X(1).                       K6CASE.1
013600     05  CTL-LIMIT OCCURS 9 TIMES PIC X(3).                       K6CASE.1
013700     05  FILLER                   PIC X(44).                      K6CASE.1
013800 FD  CASE-FILE-IN                                                 K6CASE.1
013900     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
014000 01  CI-CASE-REC                  PIC X(160).                     K6CASE.1
014100 FD  CASE-FILE-OUT                                                K6CASE.1
014200     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
014300 01  CO-CASE-REC                  PIC X(160).                     K6CASE.1
014400 FD  CSV-EXTRACT                                                  K6CASE.1
014500     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
014600 01  CX-REC                       PIC X(194).                     K6CASE.1
014700 01  CX-REC-PARSED REDEFINES CX-REC.                              K6CASE.1
014800     05  CX-LEAD-QUOTE            PIC X(1).                       K6CASE.1
014900     05  CX-FEATURE               PIC X(20).                      K6CASE.1
015000     05  FILLER                   PIC X(3).                       K6CASE.1
015100     05  CX-P-OR-F                PIC X(5).                       K6CASE.1
015200     05  FILLER                   PIC X(3).                       K6CASE.1
015300     05  CX-PAR-NAME              PIC X(22).                      K6CASE.1
015400     05  FILLER                   PIC X(140).                     K6CASE.1
015500 01  CX-IDENTITY REDEFINES CX-REC.                                K6CASE.1
015600     05  CX-ID-FLAG               PIC X(1).                       K6CASE.1
015700     05  CX-ID-PGM-ID             PIC X(6).                       K6CASE.1
015800     05  CX-ID-TARGET             PIC X(8).                       K6CASE.1
015900     05  CX-ID-RUN-DATE           PIC X(8).                       K6CASE.1
016000     05  CX-ID-RUN-SEQ            PIC X(2).                       K6CASE.1
016100     05  FILLER                   PIC X(169).                     K6CASE.1
016200 FD  TCID-MASTER                                                  K6CASE.1
016300     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
016400* REGISTRY MAPPING RECORD AS K6TCID WRITES IT ("M" IN COL 1).     K6CASE.1
016500 01  TM-MAP-REC.                                                  K6CASE.1
016600     05  TM-REC-TYPE              PIC X(1).                       K6CASE.1
016700     05  TM-ID                    PIC X(7).                       K6CASE.1
016800     05  FILLER                   PIC X(1).                       K6CASE.1
016900     05  TM-PGM-ID                PIC X(6).                       K6CASE.1
017000     05  FILLER                   PIC X(1).                       K6CASE.1
017100     05  TM-PAR-NAME              PIC X(22).                      K6CASE.1
017200     05  FILLER                   PIC X(1).                       K6CASE.1
017300     05  TM-EFF-FROM              PIC X(8).                       K6CASE.1
017400     05  FILLER                   PIC X(1).                       K6CASE.1
017500     05  TM-EFF-TO                PIC X(8).                       K6CASE.1
017600     05  FILLER                   PIC X(24).                      K6CASE.1
017700 FD  NOTIFY-IN                                                    K6CASE.1
017800     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
017900 01  NI-REC                       PIC X(80).                      K6CASE.1
018000* ROUTED LINE AS K6NOTIF WRITES IT ("ROUTE TO" FORM).             K6CASE.1
018100 01  NI-ROUTE-REC REDEFINES NI-REC.                               K6CASE.1
018200     05  NI-RT-VERB               PIC X(8).                       K6CASE.1
018300     05  FILLER                   PIC X(1).                       K6CASE.1
018400     05  NI-RT-QUEUE-ID           PIC X(8).                       K6CASE.1
018500     05  FILLER                   PIC X(2).                       K6CASE.1
018600     05  NI-RT-TARGET-ID          PIC X(8).                       K6CASE.1
018700     05  FILLER                   PIC X(2).                       K6CASE.1
018800     05  NI-RT-PGM-ID             PIC X(6).                       K6CASE.1
018900     05  FILLER                   PIC X(45).                      K6CASE.1
019000* ESCALATED LINE AS K6ESCL WRITES IT ("ESCALATE LEVEL N TO").     K6CASE.1
019100 01  NI-ESCL-REC REDEFINES NI-REC.                                K6CASE.1
019200     05  NI-ES-VERB               PIC X(15).                      K6CASE.1
019300     05  NI-ES-LEVEL              PIC X(1).                       K6CASE.1
019400     05  FILLER                   PIC X(4).                       K6CASE.1
019500     05  NI-ES-QUEUE-ID           PIC X(8).                       K6CASE.1
019600     05  FILLER                   PIC X(1).                       K6CASE.1
019700     05  NI-ES-TARGET-ID          PIC X(8).                       K6CASE.1
019800     05  FILLER                   PIC X(1).                       K6CASE.1
019900     05  NI-ES-PGM-ID             PIC X(6).                       K6CASE.1
020000     05  FILLER                   PIC X(36).                      K6CASE.1
020100 FD  ACK-REGISTER                                                 K6CASE.1
020200     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
020300* ACKNOWLEDGMENT-REGISTER RECORD AS K6ACKR WRITES IT.             K6CASE.1
020400 01  AR-REGISTER-REC.                                             K6CASE.1
020500     05  AR-QUEUE-ID              PIC X(8).                       K6CASE.1
020600     05  AR-TARGET-ID             PIC X(8).                       K6CASE.1
020700     05  AR-PGM-ID                PIC X(6).                       K6CASE.1
020800     05  AR-FIRST-DATE            PIC 9(8).                       K6CASE.1
020900     05  AR-LAST-DATE             PIC 9(8).                       K6CASE.1
021000     05  AR-NOTIFY-COUNT          PIC 9(4).                       K6CASE.1
021100     05  AR-ACK-FLAG              PIC X(1).                       K6CASE.1
021200     05  AR-ACK-USER              PIC X(8).                       K6CASE.1
021300     05  AR-ACK-TICKET            PIC X(8).                       K6CASE.1
021400     05  AR-ACK-DATE              PIC 9(8).                       K6CASE.1
021500     05  AR-EXPECT-FIX            PIC 9(8).                       K6CASE.1
021600     05  AR-INC-STATUS            PIC X(1).                       K6CASE.1
021700     05  AR-INC-RESOL             PIC X(8).                       K6CASE.1
021800     05  AR-REOPEN-COUNT          PIC 9(2).                       K6CASE.1
021900     05  FILLER                   PIC X(14).                      K6CASE.1
022000 FD  TRIAGE-EXTRACT                                               K6CASE.1
022100     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
022200     COPY K6TRXT.                                                 K6CASE.1
022300 FD  CLUS-MEMBERS                                                 K6CASE.1
022400     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
022500     COPY K6CLXT.                                                 K6CASE.1
022600 FD  VDEF-MASTER                                                  K6CASE.1
022700     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
022800* VENDOR-DEFECT ROW AS K6VDEF READS IT.                           K6CASE.1
022900 01  VD-REGISTER-REC.                                             K6CASE.1
023000     05  VD-DEFECT-ID             PIC X(8).                       K6CASE.1
023100     05  FILLER                   PIC X(1).                       K6CASE.1
023200     05  VD-STATUS                PIC X(8).                       K6CASE.1
023300     05  FILLER                   PIC X(1).                       K6CASE.1
023400     05  VD-FIX-VERSION           PIC X(20).                      K6CASE.1
023500     05  FILLER                   PIC X(1).                       K6CASE.1
023600     05  VD-PGM-ID                PIC X(6).                       K6CASE.1
023700     05  FILLER                   PIC X(1).                       K6CASE.1
023800     05  VD-PAR-NAME              PIC X(22).                      K6CASE.1
023900     05  FILLER                   PIC X(1).                       K6CASE.1
024000     05  VD-EXPECT-UNTIL          PIC X(8).                       K6CASE.1
024100     05  FILLER                   PIC X(3).                       K6CASE.1
024200 FD  WAIVER-REGISTER                                              K6CASE.1
024300     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
024400* WAIVER CARD AS K6SCA_PROC LOADS IT.                             K6CASE.1
024500 01  WV-REGISTER-REC.                                             K6CASE.1
024600     05  WV-PGM-ID                PIC X(6).                       K6CASE.1
024700     05  FILLER                   PIC X(1).                       K6CASE.1
024800     05  WV-PAR-NAME              PIC X(22).                      K6CASE.1
024900     05  FILLER                   PIC X(1).                       K6CASE.1
025000     05  WV-REASON-CODE           PIC X(4).                       K6CASE.1
025100     05  FILLER                   PIC X(1).                       K6CASE.1
025200     05  WV-APPROVER              PIC X(8).                       K6CASE.1
025300     05  FILLER                   PIC X(1).                       K6CASE.1
025400     05  WV-TICKET                PIC X(8).                       K6CASE.1
025500     05  FILLER                   PIC X(1).                       K6CASE.1
025600     05  WV-EXPIRY-DATE           PIC X(8).                       K6CASE.1
025700     05  FILLER                   PIC X(19).                      K6CASE.1
025800 FD  SUPPRESS-REGISTER                                            K6CASE.1
025900     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
026000* SUPPRESSION CARD AS IX208A LOADS IT.                            K6CASE.1
026100 01  SR-REGISTER-REC.                                             K6CASE.1
026200     05  SR-PGM-ID                PIC X(6).                       K6CASE.1
026300     05  FILLER                   PIC X(1).                       K6CASE.1
026400     05  SR-PAR-NAME              PIC X(22).                      K6CASE.1
026500     05  FILLER                   PIC X(1).                       K6CASE.1
026600     05  SR-REASON-CODE           PIC X(4).                       K6CASE.1
026700     05  FILLER                   PIC X(1).                       K6CASE.1
026800     05  SR-EXPIRY-DATE           PIC X(8).                       K6CASE.1
026900     05  FILLER                   PIC X(1).                       K6CASE.1
027000     05  SR-FAIL-COUNT            PIC X(3).                       K6CASE.1
027100     05  FILLER                   PIC X(33).                      K6CASE.1
027200 FD  CASE-RPT                                                     K6CASE.1
027300     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
027400 01  CR-PRINT-REC                 PIC X(120).                     K6CASE.1
027500                                                                  K6CASE.1
027600 WORKING-STORAGE SECTION.                                         K6CASE.1
027700* ----------------------------------------------------------      K6CASE.1
027800* SWITCHES AND COUNTERS.                                          K6CASE.1
027900* ----------------------------------------------------------      K6CASE.1
028000 77  WS-CTL-STATUS                PIC X(2)   VALUE SPACE.         K6CASE.1
028100 77  WS-CASE-STATUS               PIC X(2)   VALUE SPACE.         K6CASE.1
028200 77  WS-CSV-STATUS                PIC X(2)   VALUE SPACE.         K6CASE.1
028300 77  WS-TCID-STATUS               PIC X(2)   VALUE SPACE.         K6CASE.1
028400 77  WS-NI-STATUS                 PIC X(2)   VALUE SPACE.         K6CASE.1
028500 77  WS-ACK-STATUS                PIC X(2)   VALUE SPACE.         K6CASE.1
028600 77  WS-TRIA-STATUS               PIC X(2)   VALUE SPACE.         K6CASE.1
028700 77  WS-CLUS-STATUS               PIC X(2)   VALUE SPACE.         K6CASE.1
028800 77  WS-VDEF-STATUS               PIC X(2)   VALUE SPACE.         K6CASE.1
028900 77  WS-WVR-STATUS                PIC X(2)   VALUE SPACE.         K6CASE.1
029000 77  WS-SUPR-STATUS               PIC X(2)   VALUE SPACE.         K6CASE.1
029100 77  WS-AS-OF-DATE                PIC 9(8)   VALUE ZERO.          K6CASE.1
029200 77  WS-TCID-COUNT                PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
029300 77  WS-CASE-COUNT                PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
029400 77  WS-CASES-OPENED              PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
029500 77  WS-CASES-REOPENED            PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
029600 77  WS-CASES-DROPPED             PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
029700 77  WS-STUCK-COUNT               PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
029800 77  WS-CONFLICT-COUNT            PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
029900 77  WS-SUB                       PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
030000 77  WS-CSUB                      PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
030100 77  WS-TSUB                      PIC 9(4)   COMP VALUE ZERO.     K6CASE.1
030200 77  WS-STATE-SUB                 PIC 9(1)   VALUE ZERO.          K6CASE.1
030300 77  WS-CASE-RC                   PIC 9(2)   VALUE ZERO.          K6CASE.1
030400 77  WS-NEW-STATE                 PIC X(1)   VALUE SPACE.         K6CASE.1
030500* THE TEST BEING LOOKED UP: CURRENT CSV ENVELOPE AND KEY.         K6CASE.1
030600 77  WS-CUR-PGM-ID                PIC X(6)   VALUE SPACE.         K6CASE.1
030700 77  WS-CUR-TARGET-ID             PIC X(8)   VALUE SPACE.         K6CASE.1
030800 77  WS-CUR-RUN-DATE              PIC X(8)   VALUE SPACE.         K6CASE.1
030900 77  WS-KEY-TCID                  PIC X(7)   VALUE SPACE.         K6CASE.1
031000* WHICH REGISTER ROW IS BEING FOLDED INTO THE MATCHING CASES,     K6CASE.1
031100* AND THE KEYS IT MATCHES ON (SPACE MATCHES ANY CASE).            K6CASE.1
031200 77  WS-POST-KIND                 PIC X(2)   VALUE SPACE.         K6CASE.1
031300 77  WS-MATCH-TARGET              PIC X(8)   VALUE SPACE.         K6CASE.1
031400 77  WS-MATCH-PGM                 PIC X(6)   VALUE SPACE.         K6CASE.1
031500 77  WS-MATCH-PAR                 PIC X(22)  VALUE SPACE.         K6CASE.1
031600 77  WS-FIND-TEXT                 PIC X(40)  VALUE SPACE.         K6CASE.1
031700 77  WS-FIND-KIND                 PIC X(8)   VALUE SPACE.         K6CASE.1
031800* HANDSHAKE AREA FOR THE K6CALD BUSINESS-DAY SERVICE.             K6CASE.1
031900 01  CALD-PARM.                                                   K6CASE.1
032000     05  CALD-FROM                PIC 9(8)   VALUE ZERO.          K6CASE.1
032100     05  CALD-TO                  PIC 9(8)   VALUE ZERO.          K6CASE.1
032200     05  CALD-BUS-DAYS            PIC S9(5)  VALUE ZERO.          K6CASE.1
032300     05  CALD-STATUS              PIC X(1)   VALUE SPACE.         K6CASE.1
032400* ----------------------------------------------------------      K6CASE.1
032500* THE CASE BEING WORKED ON.                                       K6CASE.1
032600* ----------------------------------------------------------      K6CASE.1
032700     COPY K6CASR.                                                 K6CASE.1
032800* ----------------------------------------------------------      K6CASE.1
032900* STATE NAMES, AGING LIMITS (BUSINESS DAYS) AND COUNTS.           K6CASE.1
033000* ----------------------------------------------------------      K6CASE.1
033100 01  STATE-NAME-VALUES.                                           K6CASE.1
033200     05  FILLER   PIC X(14) VALUE "NEW           ".               K6CASE.1
033300     05  FILLER   PIC X(14) VALUE "ACKNOWLEDGED  ".               K6CASE.1
033400     05  FILLER   PIC X(14) VALUE "TRIAGED       ".               K6CASE.1
033500     05  FILLER   PIC X(14) VALUE "CLUSTERED     ".               K6CASE.1
033600     05  FILLER   PIC X(14) VALUE "DEFECT RAISED ".               K6CASE.1
033700     05  FILLER   PIC X(14) VALUE "WAIVED/EXPECT ".               K6CASE.1
033800     05  FILLER   PIC X(14) VALUE "FIX DELIVERED ".               K6CASE.1
033900     05  FILLER   PIC X(14) VALUE "VERIFIED      ".               K6CASE.1
034000     05  FILLER   PIC X(14) VALUE "CLOSED        ".               K6CASE.1
034100 01  STATE-NAME-TABLE REDEFINES STATE-NAME-VALUES.                K6CASE.1
034200     05  STATE-NAME OCCURS 9 TIMES PIC X(14).                     K6CASE.1
034300 01  STATE-LIMIT-VALUES.                                          K6CASE.1
034400     05  FILLER   PIC X(27) VALUE "002003005005020060010005000".  K6CASE.1
034500 01  STATE-LIMIT-TABLE REDEFINES STATE-LIMIT-VALUES.              K6CASE.1
034600     05  STATE-LIMIT OCCURS 9 TIMES PIC 9(3).                     K6CASE.1
034700 01  STATE-COUNT-TABLE.                                           K6CASE.1
034800     05  STATE-COUNT OCCURS 9 TIMES PIC 9(5) COMP.                K6CASE.1
034900* ----------------------------------------------------------      K6CASE.1
035000* THE REGISTRY MAPPINGS AND THE CASE FILE.                        K6CASE.1
035100* ----------------------------------------------------------      K6CASE.1
035200 01  TCID-TABLE.                                                  K6CASE.1
035300     05  TCID-ENTRY OCCURS 3000 TIMES.                            K6CASE.1
035400         10  TT-ID                PIC X(7).                       K6CASE.1
035500         10  TT-PGM-ID            PIC X(6).                       K6CASE.1
035600         10  TT-PAR-NAME          PIC X(22).                      K6CASE.1
035700         10  TT-EFF-FROM          PIC X(8).                       K6CASE.1
035800         10  TT-EFF-TO            PIC X(8).                       K6CASE.1
035900 01  CASE-TABLE.                                                  K6CASE.1
036000     05  CASE-REC OCCURS 3000 TIMES PIC X(160).                   K6CASE.1
036100* ----------------------------------------------------------      K6CASE.1
036200* REPORT LINES.                                                   K6CASE.1
036300* ----------------------------------------------------------      K6CASE.1
036400 01  HDR-LINE-1.                                                  K6CASE.1
036500     05  FILLER   PIC X(46) VALUE                                 K6CASE.1
036600         "FAILURE CASE FILE AGING AND CONTRADICTIONS (K6".        K6CASE.1
036700     05  FILLER   PIC X(12) VALUE "CASE) AS OF ".                 K6CASE.1
036800     05  HDR-AS-OF                PIC 9(8).                       K6CASE.1
036900     05  FILLER   PIC X(54) VALUE SPACE.                          K6CASE.1
037000 01  HDR-LINE-2.                                                  K6CASE.1
037100     05  FILLER   PIC X(8)  VALUE "TEST-ID".                      K6CASE.1
037200     05  FILLER   PIC X(9)  VALUE "TARGET".                       K6CASE.1
037300     05  FILLER   PIC X(7)  VALUE "PGM-ID".                       K6CASE.1
037400     05  FILLER   PIC X(23) VALUE "PAR-NAME".                     K6CASE.1
037500     05  FILLER   PIC X(15) VALUE "STATE".                        K6CASE.1
037600     05  FILLER   PIC X(9)  VALUE "SINCE".                        K6CASE.1
037700     05  FILLER   PIC X(9)  VALUE "FINDING".                      K6CASE.1
037800     05  FILLER   PIC X(40) VALUE SPACE.                          K6CASE.1
037900 01  FIND-LINE.                                                   K6CASE.1
038000     05  FL-TCID                  PIC X(7).                       K6CASE.1
038100     05  FILLER                   PIC X(1)  VALUE SPACE.          K6CASE.1
038200     05  FL-TARGET-ID             PIC X(8).                       K6CASE.1
038300     05  FILLER                   PIC X(1)  VALUE SPACE.          K6CASE.1
038400     05  FL-PGM-ID                PIC X(6).                       K6CASE.1
038500     05  FILLER                   PIC X(1)  VALUE SPACE.          K6CASE.1
038600     05  FL-PAR-NAME              PIC X(22).                      K6CASE.1
038700     05  FILLER                   PIC X(1)  VALUE SPACE.          K6CASE.1
038800     05  FL-STATE                 PIC X(14).                      K6CASE.1
038900     05  FILLER                   PIC X(1)  VALUE SPACE.          K6CASE.1
039000     05  FL-SINCE                 PIC X(8).                       K6CASE.1
039100     05  FILLER                   PIC X(1)  VALUE SPACE.          K6CASE.1
039200     05  FL-KIND                  PIC X(8).                       K6CASE.1
039300     05  FILLER                   PIC X(1)  VALUE SPACE.          K6CASE.1
039400     05  FL-TEXT                  PIC X(40).                      K6CASE.1
039500 01  AGE-TEXT.                                                    K6CASE.1
039600     05  FILLER   PIC X(9)  VALUE "IN STATE ".                    K6CASE.1
039700     05  AT-DAYS                  PIC ZZZZ9.                      K6CASE.1
039800     05  FILLER   PIC X(22) VALUE " BUSINESS DAYS, LIMIT ".       K6CASE.1
039900     05  AT-LIMIT                 PIC ZZ9.                        K6CASE.1
040000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CASE.1
040100 01  STATE-TOT-LINE.                                              K6CASE.1
040200     05  FILLER   PIC X(6)  VALUE "STATE ".                       K6CASE.1
040300     05  ST-NUMBER                PIC 9(1).                       K6CASE.1
040400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CASE.1
040500     05  ST-NAME                  PIC X(14).                      K6CASE.1
040600     05  FILLER   PIC X(7)  VALUE " CASES ".                      K6CASE.1
040700     05  ST-CASES                 PIC ZZZZ9.                      K6CASE.1
040800     05  FILLER   PIC X(86) VALUE SPACE.                          K6CASE.1
040900 01  TOT-LINE.                                                    K6CASE.1
041000     05  FILLER   PIC X(6)  VALUE "CASES ".                       K6CASE.1
041100     05  TOT-CASES                PIC ZZZZ9.                      K6CASE.1
041200     05  FILLER   PIC X(9)  VALUE "  OPENED ".                    K6CASE.1
041300     05  TOT-OPENED               PIC ZZZZ9.                      K6CASE.1
041400     05  FILLER   PIC X(11) VALUE "  REOPENED ".                  K6CASE.1
041500     05  TOT-REOPENED             PIC ZZZZ9.                      K6CASE.1
041600     05  FILLER   PIC X(8)  VALUE "  STUCK ".                     K6CASE.1
041700     05  TOT-STUCK                PIC ZZZZ9.                      K6CASE.1
041800     05  FILLER   PIC X(16) VALUE "  CONTRADICTED  ".             K6CASE.1
041900     05  TOT-CONFLICT             PIC ZZZZ9.                      K6CASE.1
042000     05  FILLER   PIC X(11) VALUE "  NOT HELD ".                  K6CASE.1
042100     05  TOT-DROPPED              PIC ZZZZ9.                      K6CASE.1
042200     05  FILLER   PIC X(29) VALUE SPACE.                          K6CASE.1
042300                                                                  K6CASE.1
042400 PROCEDURE DIVISION.                                              K6CASE.1
042500*================================================================ K6CASE.1
042600* 0000-MAINLINE -- LOAD, OPEN OR REOPEN CASES FROM THE WINDOW'S   K6CASE.1
042700* RESULTS, FOLD IN THE REGISTERS, THEN DERIVE, AGE AND WRITE.     K6CASE.1
042800*================================================================ K6CASE.1
042900 0000-MAINLINE.                                                   K6CASE.1
043000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6CASE.1
043100     PERFORM 1500-LOAD-TCID THRU 1500-EXIT.                       K6CASE.1
043200     PERFORM 2000-LOAD-CASES THRU 2000-EXIT.                      K6CASE.1
043300     PERFORM 3000-READ-RESULTS THRU 3000-EXIT.                    K6CASE.1
043400     PERFORM 4000-CLEAR-CURRENT THRU 4000-EXIT.                   K6CASE.1
043500     PERFORM 4100-FOLD-NOTIFY THRU 4100-EXIT.                     K6CASE.1
043600     PERFORM 4200-FOLD-ACKS THRU 4200-EXIT.                       K6CASE.1
043700     PERFORM 4300-FOLD-TRIAGE THRU 4300-EXIT.                     K6CASE.1
043800     PERFORM 4400-FOLD-CLUSTERS THRU 4400-EXIT.                   K6CASE.1
043900     PERFORM 4500-FOLD-DEFECTS THRU 4500-EXIT.                    K6CASE.1
044000     PERFORM 4600-FOLD-WAIVERS THRU 4600-EXIT.                    K6CASE.1
044100     PERFORM 4700-FOLD-SUPPRESSIONS THRU 4700-EXIT.               K6CASE.1
044200     OPEN OUTPUT CASE-FILE-OUT.                                   K6CASE.1
044300     OPEN OUTPUT CASE-RPT.                                        K6CASE.1
044400     MOVE WS-AS-OF-DATE TO HDR-AS-OF.                             K6CASE.1
044500     WRITE CR-PRINT-REC FROM HDR-LINE-1                           K6CASE.1
044600         AFTER ADVANCING PAGE.                                    K6CASE.1
044700     WRITE CR-PRINT-REC FROM HDR-LINE-2                           K6CASE.1
044800         AFTER ADVANCING 2 LINES.                                 K6CASE.1
044900     MOVE ZERO TO WS-SUB.                                         K6CASE.1
045000     PERFORM 6000-EVALUATE-CASE THRU 6000-EXIT                    K6CASE.1
045100             UNTIL WS-SUB NOT < WS-CASE-COUNT.                    K6CASE.1
045200     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.                    K6CASE.1
045300     CLOSE CASE-FILE-OUT.                                         K6CASE.1
045400     CLOSE CASE-RPT.                                              K6CASE.1
045500     MOVE WS-CASE-RC TO RETURN-CODE.                              K6CASE.1
045600     STOP RUN.                                                    K6CASE.1
045700*================================================================ K6CASE.1
045800* 1000-INITIALIZE -- AS-OF DATE AND STATE LIMITS FROM THE         K6CASE.1
045900* OPTIONAL CONTROL CARD.                                          K6CASE.1
046000*================================================================ K6CASE.1
046100 1000-INITIALIZE.                                                 K6CASE.1
046200     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                     K6CASE.1
046300     OPEN INPUT CASE-CTL.                                         K6CASE.1
046400     IF WS-CTL-STATUS NOT = "00"                                  K6CASE.1
046500         IF WS-CTL-STATUS = "05"                                  K6CASE.1
046600             CLOSE CASE-CTL                                       K6CASE.1
046700             GO TO 1000-EXIT                                      K6CASE.1
046800         ELSE                                                     K6CASE.1
046900             GO TO 1000-EXIT.                                     K6CASE.1
047000     READ CASE-CTL                                                K6CASE.1
047100         AT END GO TO 1000-CLOSE.                                 K6CASE.1
047200     IF CTL-AS-OF-DATE NUMERIC                                    K6CASE.1
047300         MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.                    K6CASE.1
047400     MOVE ZERO TO WS-STATE-SUB.                                   K6CASE.1
047500 1000-LIMIT.                                                      K6CASE.1
047600     ADD 1 TO WS-STATE-SUB.                                       K6CASE.1
047700     IF CTL-LIMIT (WS-STATE-SUB) NUMERIC                          K6CASE.1
047800         MOVE CTL-LIMIT (WS-STATE-SUB)                            K6CASE.1
047900             TO STATE-LIMIT (WS-STATE-SUB).                       K6CASE.1
048000     IF WS-STATE-SUB < 9                                          K6CASE.1
048100         GO TO 1000-LIMIT.                                        K6CASE.1
048200 1000-CLOSE.                                                      K6CASE.1
048300     CLOSE CASE-CTL.                                              K6CASE.1
048400 1000-EXIT.                                                       K6CASE.1
048500     EXIT.                                                        K6CASE.1
048600*================================================================ K6CASE.1
048700* 1500-LOAD-TCID -- THE REGISTRY'S PGM-ID/PAR-NAME MAPPINGS.      K6CASE.1
048800*================================================================ K6CASE.1
048900 1500-LOAD-TCID.                                                  K6CASE.1
049000     OPEN INPUT TCID-MASTER.                                      K6CASE.1
049100     IF WS-TCID-STATUS NOT = "00"                                 K6CASE.1
049200         IF WS-TCID-STATUS = "05"                                 K6CASE.1
049300             CLOSE TCID-MASTER                                    K6CASE.1
049400             GO TO 1500-EXIT                                      K6CASE.1
049500         ELSE                                                     K6CASE.1
049600             GO TO 1500-EXIT.                                     K6CASE.1
049700 1500-READ.                                                       K6CASE.1
049800     READ TCID-MASTER                                             K6CASE.1
049900         AT END GO TO 1500-DONE.                                  K6CASE.1
050000     IF TM-REC-TYPE NOT = "M"                                     K6CASE.1
050100         GO TO 1500-READ.                                         K6CASE.1
050200     IF WS-TCID-COUNT NOT < 3000                                  K6CASE.1
050300         GO TO 1500-READ.                                         K6CASE.1
050400     ADD 1 TO WS-TCID-COUNT.                                      K6CASE.1
050500     MOVE TM-ID       TO TT-ID (WS-TCID-COUNT).                   K6CASE.1
050600     MOVE TM-PGM-ID   TO TT-PGM-ID (WS-TCID-COUNT).               K6CASE.1
050700     MOVE TM-PAR-NAME TO TT-PAR-NAME (WS-TCID-COUNT).             K6CASE.1
050800     MOVE TM-EFF-FROM TO TT-EFF-FROM (WS-TCID-COUNT).             K6CASE.1
050900     MOVE TM-EFF-TO   TO TT-EFF-TO (WS-TCID-COUNT).               K6CASE.1
051000     GO TO 1500-READ.                                             K6CASE.1
051100 1500-DONE.                                                       K6CASE.1
051200     CLOSE TCID-MASTER.                                           K6CASE.1
051300 1500-EXIT.                                                       K6CASE.1
051400     EXIT.                                                        K6CASE.1
051500*================================================================ K6CASE.1
051600* 2000-LOAD-CASES -- THE CASE FILE AS OF THE PREVIOUS RUN.        K6CASE.1
051700*================================================================ K6CASE.1
051800 2000-LOAD-CASES.                                                 K6CASE.1
051900     OPEN INPUT CASE-FILE-IN.                                     K6CASE.1
052000     IF WS-CASE-STATUS NOT = "00"                                 K6CASE.1
052100         IF WS-CASE-STATUS = "05"                                 K6CASE.1
052200             CLOSE CASE-FILE-IN                                   K6CASE.1
052300             GO TO 2000-EXIT                                      K6CASE.1
052400         ELSE                                                     K6CASE.1
052500             GO TO 2000-EXIT.                                     K6CASE.1
052600 2000-READ.                                                       K6CASE.1
052700     READ CASE-FILE-IN                                            K6CASE.1
052800         AT END GO TO 2000-DONE.                                  K6CASE.1
052900     IF WS-CASE-COUNT NOT < 3000                                  K6CASE.1
053000         DISPLAY "K6CASE CASE FILE EXCEEDS 3000 CASES"            K6CASE.1
053100             UPON CONSOLE                                         K6CASE.1
053200         MOVE 16 TO RETURN-CODE                                   K6CASE.1
053300         STOP RUN.                                                K6CASE.1
053400     ADD 1 TO WS-CASE-COUNT.                                      K6CASE.1
053500     MOVE CI-CASE-REC TO CASE-REC (WS-CASE-COUNT).                K6CASE.1
053600     GO TO 2000-READ.                                             K6CASE.1
053700 2000-DONE.                                                       K6CASE.1
053800     CLOSE CASE-FILE-IN.                                          K6CASE.1
053900 2000-EXIT.                                                       K6CASE.1
054000     EXIT.                                                        K6CASE.1
054100*================================================================ K6CASE.1
054200* 2100-FIND-CASE -- WS-CSUB TO THE CASE FOR THE TEST IN CS-PGM-ID K6CASE.1
054300* AND CS-PAR-NAME ON WS-CUR-TARGET-ID, OR ZERO.  A TEST WITH A    K6CASE.1
054400* REGISTRY ID MATCHES ON THE ID, SO A RENAMED PARAGRAPH KEEPS     K6CASE.1
054500* ITS CASE.                                                       K6CASE.1
054600*================================================================ K6CASE.1
054700 2100-FIND-CASE.                                                  K6CASE.1
054800     MOVE ZERO TO WS-CSUB.                                        K6CASE.1
054900 2100-NEXT.                                                       K6CASE.1
055000     ADD 1 TO WS-CSUB.                                            K6CASE.1
055100     IF WS-CSUB > WS-CASE-COUNT                                   K6CASE.1
055200         MOVE ZERO TO WS-CSUB                                     K6CASE.1
055300         GO TO 2100-EXIT.                                         K6CASE.1
055400     IF CASE-REC (WS-CSUB) (9:8) NOT = WS-CUR-TARGET-ID           K6CASE.1
055500         GO TO 2100-NEXT.                                         K6CASE.1
055600     IF CASE-REC (WS-CSUB) (1:7) NOT = WS-KEY-TCID                K6CASE.1
055700         GO TO 2100-NEXT.                                         K6CASE.1
055800     IF WS-KEY-TCID NOT = SPACE                                   K6CASE.1
055900         GO TO 2100-EXIT.                                         K6CASE.1
056000     IF CASE-REC (WS-CSUB) (18:6) NOT = CS-PGM-ID                 K6CASE.1
056100             OR CASE-REC (WS-CSUB) (25:22) NOT = CS-PAR-NAME      K6CASE.1
056200         GO TO 2100-NEXT.                                         K6CASE.1
056300 2100-EXIT.                                                       K6CASE.1
056400     EXIT.                                                        K6CASE.1
056500*================================================================ K6CASE.1
056600* 2200-RESOLVE-TCID -- WS-KEY-TCID TO THE REGISTRY ID MAPPED TO   K6CASE.1
056700* CS-PGM-ID/CS-PAR-NAME ON THE RUN DATE, OR SPACE.                K6CASE.1
056800*================================================================ K6CASE.1
056900 2200-RESOLVE-TCID.                                               K6CASE.1
057000     MOVE SPACE TO WS-KEY-TCID.                                   K6CASE.1
057100     MOVE ZERO TO WS-TSUB.                                        K6CASE.1
057200 2200-NEXT.                                                       K6CASE.1
057300     ADD 1 TO WS-TSUB.                                            K6CASE.1
057400     IF WS-TSUB > WS-TCID-COUNT                                   K6CASE.1
057500         GO TO 2200-EXIT.                                         K6CASE.1
057600     IF TT-PGM-ID (WS-TSUB) NOT = CS-PGM-ID                       K6CASE.1
057700             OR TT-PAR-NAME (WS-TSUB) NOT = CS-PAR-NAME           K6CASE.1
057800         GO TO 2200-NEXT.                                         K6CASE.1
057900     IF TT-EFF-FROM (WS-TSUB) > WS-CUR-RUN-DATE                   K6CASE.1
058000             OR TT-EFF-TO (WS-TSUB) NOT > WS-CUR-RUN-DATE         K6CASE.1
058100         GO TO 2200-NEXT.                                         K6CASE.1
058200     MOVE TT-ID (WS-TSUB) TO WS-KEY-TCID.                         K6CASE.1
058300 2200-EXIT.                                                       K6CASE.1
058400     EXIT.                                                        K6CASE.1
058500*================================================================ K6CASE.1
058600* 3000-READ-RESULTS -- EVERY PASS AND FAIL* ROW IN THE WINDOW'S   K6CASE.1
058700* CSV EXTRACTS.  A FAILURE WITH NO CASE OPENS ONE; A FAILURE ON A K6CASE.1
058800* CLOSED CASE REOPENS IT.  A PASS ONLY UPDATES AN EXISTING CASE.  K6CASE.1
058900*================================================================ K6CASE.1
059000 3000-READ-RESULTS.                                               K6CASE.1
059100     OPEN INPUT CSV-EXTRACT.                                      K6CASE.1
059200     IF WS-CSV-STATUS NOT = "00"                                  K6CASE.1
059300         IF WS-CSV-STATUS = "05"                                  K6CASE.1
059400             CLOSE CSV-EXTRACT                                    K6CASE.1
059500             GO TO 3000-EXIT                                      K6CASE.1
059600         ELSE                                                     K6CASE.1
059700             GO TO 3000-EXIT.                                     K6CASE.1
059800 3000-READ.                                                       K6CASE.1
059900     READ CSV-EXTRACT                                             K6CASE.1
060000         AT END GO TO 3000-DONE.                                  K6CASE.1
060100     IF CX-ID-FLAG = "H"                                          K6CASE.1
060200         MOVE CX-ID-PGM-ID   TO WS-CUR-PGM-ID                     K6CASE.1
060300         MOVE CX-ID-TARGET   TO WS-CUR-TARGET-ID                  K6CASE.1
060400         MOVE CX-ID-RUN-DATE TO WS-CUR-RUN-DATE                   K6CASE.1
060500         GO TO 3000-READ.                                         K6CASE.1
060600     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6CASE.1
060700         GO TO 3000-READ.                                         K6CASE.1
060800     IF CX-P-OR-F NOT = "FAIL*" AND CX-P-OR-F NOT = "PASS "       K6CASE.1
060900         GO TO 3000-READ.                                         K6CASE.1
061000     MOVE SPACE TO CS-CASE-REC.                                   K6CASE.1
061100     MOVE WS-CUR-PGM-ID TO CS-PGM-ID.                             K6CASE.1
061200     MOVE CX-PAR-NAME   TO CS-PAR-NAME.                           K6CASE.1
061300     PERFORM 2200-RESOLVE-TCID THRU 2200-EXIT.                    K6CASE.1
061400     PERFORM 2100-FIND-CASE THRU 2100-EXIT.                       K6CASE.1
061500     IF WS-CSUB = ZERO                                            K6CASE.1
061600         IF CX-P-OR-F = "FAIL*"                                   K6CASE.1
061700             PERFORM 3100-OPEN-CASE THRU 3100-EXIT                K6CASE.1
061800             GO TO 3000-READ                                      K6CASE.1
061900         ELSE                                                     K6CASE.1
062000             GO TO 3000-READ.                                     K6CASE.1
062100     MOVE CASE-REC (WS-CSUB) TO CS-CASE-REC.                      K6CASE.1
062200     IF CS-LAST-RUN-DATE NOT = SPACE                              K6CASE.1
062300             AND CS-LAST-RUN-DATE > WS-CUR-RUN-DATE               K6CASE.1
062400         GO TO 3000-READ.                                         K6CASE.1
062500     IF CS-CLOSED AND CX-P-OR-F = "FAIL*"                         K6CASE.1
062600         PERFORM 3200-REOPEN-CASE THRU 3200-EXIT.                 K6CASE.1
062700     MOVE WS-CUR-PGM-ID   TO CS-PGM-ID.                           K6CASE.1
062800     MOVE CX-PAR-NAME     TO CS-PAR-NAME.                         K6CASE.1
062900     MOVE CX-P-OR-F       TO CS-LAST-VERDICT.                     K6CASE.1
063000     MOVE WS-CUR-RUN-DATE TO CS-LAST-RUN-DATE.                    K6CASE.1
063100     MOVE CS-CASE-REC TO CASE-REC (WS-CSUB).                      K6CASE.1
063200     GO TO 3000-READ.                                             K6CASE.1
063300 3000-DONE.                                                       K6CASE.1
063400     CLOSE CSV-EXTRACT.                                           K6CASE.1
063500 3000-EXIT.                                                       K6CASE.1
063600     EXIT.                                                        K6CASE.1
063700 3100-OPEN-CASE.                                                  K6CASE.1
063800     IF WS-CASE-COUNT NOT < 3000                                  K6CASE.1
063900         ADD 1 TO WS-CASES-DROPPED                                K6CASE.1
064000         GO TO 3100-EXIT.                                         K6CASE.1
064100     MOVE WS-KEY-TCID      TO CS-TCID.                            K6CASE.1
064200     MOVE WS-CUR-TARGET-ID TO CS-TARGET-ID.                       K6CASE.1
064300     MOVE WS-CUR-RUN-DATE  TO CS-OPENED-DATE.                     K6CASE.1
064400     MOVE "1"              TO CS-STATE.                           K6CASE.1
064500     MOVE WS-CUR-RUN-DATE  TO CS-STATE-DATE.                      K6CASE.1
064600     MOVE "FAIL*"          TO CS-LAST-VERDICT.                    K6CASE.1
064700     MOVE WS-CUR-RUN-DATE  TO CS-LAST-RUN-DATE.                   K6CASE.1
064800     MOVE ZERO             TO CS-REOPEN-COUNT.                    K6CASE.1
064900     ADD 1 TO WS-CASE-COUNT.                                      K6CASE.1
065000     MOVE CS-CASE-REC TO CASE-REC (WS-CASE-COUNT).                K6CASE.1
065100     ADD 1 TO WS-CASES-OPENED.                                    K6CASE.1
065200 3100-EXIT.                                                       K6CASE.1
065300     EXIT.                                                        K6CASE.1
065400*================================================================ K6CASE.1
065500* 3200-REOPEN-CASE -- A CLOSED CASE HAS FAILED AGAIN: BACK TO NEW,K6CASE.1
065600* WITH THE PREVIOUS EPISODE'S ROUTING, TRIAGE AND SIGNATURE       K6CASE.1
065700* CLEARED SO THE NEW EPISODE IS JUDGED ON ITS OWN.                K6CASE.1
065800*================================================================ K6CASE.1
065900 3200-REOPEN-CASE.                                                K6CASE.1
066000     MOVE "1"             TO CS-STATE.                            K6CASE.1
066100     MOVE WS-CUR-RUN-DATE TO CS-STATE-DATE.                       K6CASE.1
066200     MOVE SPACE           TO CS-QUEUE-ID.                         K6CASE.1
066300     MOVE SPACE           TO CS-ESC-LEVEL.                        K6CASE.1
066400     MOVE SPACE           TO CS-TRIAGE-CLASS.                     K6CASE.1
066500     MOVE SPACE           TO CS-SIGNATURE.                        K6CASE.1
066600     IF CS-REOPEN-COUNT < 99                                      K6CASE.1
066700         ADD 1 TO CS-REOPEN-COUNT.                                K6CASE.1
066800     ADD 1 TO WS-CASES-REOPENED.                                  K6CASE.1
066900 3200-EXIT.                                                       K6CASE.1
067000     EXIT.                                                        K6CASE.1
067100*================================================================ K6CASE.1
067200* 4000-CLEAR-CURRENT -- THE ACKNOWLEDGMENT, DEFECT AND COVER ARE  K6CASE.1
067300* TAKEN AFRESH FROM THEIR REGISTERS EVERY RUN.                    K6CASE.1
067400*================================================================ K6CASE.1
067500 4000-CLEAR-CURRENT.                                              K6CASE.1
067600     MOVE ZERO TO WS-CSUB.                                        K6CASE.1
067700 4000-NEXT.                                                       K6CASE.1
067800     ADD 1 TO WS-CSUB.                                            K6CASE.1
067900     IF WS-CSUB > WS-CASE-COUNT                                   K6CASE.1
068000         GO TO 4000-EXIT.                                         K6CASE.1
068100     MOVE CASE-REC (WS-CSUB) TO CS-CASE-REC.                      K6CASE.1
068200     MOVE SPACE TO CS-ACK-FLAG.                                   K6CASE.1
068300     MOVE SPACE TO CS-ACK-USER.                                   K6CASE.1
068400     MOVE SPACE TO CS-ACK-TICKET.                                 K6CASE.1
068500     MOVE SPACE TO CS-INC-STATUS.                                 K6CASE.1
068600     MOVE SPACE TO CS-DEFECT-ID.                                  K6CASE.1
068700     MOVE SPACE TO CS-DEFECT-STATUS.                              K6CASE.1
068800     MOVE SPACE TO CS-COVER.                                      K6CASE.1
068900     MOVE CS-CASE-REC TO CASE-REC (WS-CSUB).                      K6CASE.1
069000     GO TO 4000-NEXT.                                             K6CASE.1
069100 4000-EXIT.                                                       K6CASE.1
069200     EXIT.                                                        K6CASE.1
069300*================================================================ K6CASE.1
069400* 4100-FOLD-NOTIFY -- ROUTING QUEUE AND HIGHEST ESCALATION LEVEL  K6CASE.1
069500* FOR EVERY CASE OF THE NOTIFIED TARGET AND PROGRAM.              K6CASE.1
069600*================================================================ K6CASE.1
069700 4100-FOLD-NOTIFY.                                                K6CASE.1
069800     OPEN INPUT NOTIFY-IN.                                        K6CASE.1
069900     IF WS-NI-STATUS NOT = "00"                                   K6CASE.1
070000         IF WS-NI-STATUS = "05"                                   K6CASE.1
070100             CLOSE NOTIFY-IN                                      K6CASE.1
070200             GO TO 4100-EXIT                                      K6CASE.1
070300         ELSE                                                     K6CASE.1
070400             GO TO 4100-EXIT.                                     K6CASE.1
070500 4100-READ.                                                       K6CASE.1
070600     READ NOTIFY-IN                                               K6CASE.1
070700         AT END GO TO 4100-DONE.                                  K6CASE.1
070800     MOVE SPACE TO WS-MATCH-PAR.                                  K6CASE.1
070900     IF NI-RT-VERB = "ROUTE TO"                                   K6CASE.1
071000         MOVE "RT" TO WS-POST-KIND                                K6CASE.1
071100         MOVE NI-RT-TARGET-ID TO WS-MATCH-TARGET                  K6CASE.1
071200         MOVE NI-RT-PGM-ID TO WS-MATCH-PGM                        K6CASE.1
071300         PERFORM 4900-MATCH-CASES THRU 4900-EXIT                  K6CASE.1
071400         GO TO 4100-READ.                                         K6CASE.1
071500     IF NI-ES-VERB = "ESCALATE LEVEL "                            K6CASE.1
071600         MOVE "ES" TO WS-POST-KIND                                K6CASE.1
071700         MOVE NI-ES-TARGET-ID TO WS-MATCH-TARGET                  K6CASE.1
071800         MOVE NI-ES-PGM-ID TO WS-MATCH-PGM                        K6CASE.1
071900         PERFORM 4900-MATCH-CASES THRU 4900-EXIT.                 K6CASE.1
072000     GO TO 4100-READ.                                             K6CASE.1
072100 4100-DONE.                                                       K6CASE.1
072200     CLOSE NOTIFY-IN.                                             K6CASE.1
072300 4100-EXIT.                                                       K6CASE.1
072400     EXIT.                                                        K6CASE.1
072500*================================================================ K6CASE.1
072600* 4200-FOLD-ACKS -- THE ACKNOWLEDGMENT-REGISTER ENTRY FOR THE     K6CASE.1
072700* TARGET AND PROGRAM.                                             K6CASE.1
072800*================================================================ K6CASE.1
072900 4200-FOLD-ACKS.                                                  K6CASE.1
073000     OPEN INPUT ACK-REGISTER.                                     K6CASE.1
073100     IF WS-ACK-STATUS NOT = "00"                                  K6CASE.1
073200         IF WS-ACK-STATUS = "05"                                  K6CASE.1
073300             CLOSE ACK-REGISTER                                   K6CASE.1
073400             GO TO 4200-EXIT                                      K6CASE.1
073500         ELSE                                                     K6CASE.1
073600             GO TO 4200-EXIT.                                     K6CASE.1
073700     MOVE "AK" TO WS-POST-KIND.                                   K6CASE.1
073800     MOVE SPACE TO WS-MATCH-PAR.                                  K6CASE.1
073900 4200-READ.                                                       K6CASE.1
074000     READ ACK-REGISTER                                            K6CASE.1
074100         AT END GO TO 4200-DONE.                                  K6CASE.1
074200     MOVE AR-TARGET-ID TO WS-MATCH-TARGET.                        K6CASE.1
074300     MOVE AR-PGM-ID TO WS-MATCH-PGM.                              K6CASE.1
074400     PERFORM 4900-MATCH-CASES THRU 4900-EXIT.                     K6CASE.1
074500     GO TO 4200-READ.                                             K6CASE.1
074600 4200-DONE.                                                       K6CASE.1
074700     CLOSE ACK-REGISTER.                                          K6CASE.1
074800 4200-EXIT.                                                       K6CASE.1
074900     EXIT.                                                        K6CASE.1
075000*================================================================ K6CASE.1
075100* 4300-FOLD-TRIAGE -- THE K6TRIA CLASS OF EACH FAILING TEST.      K6CASE.1
075200*================================================================ K6CASE.1
075300 4300-FOLD-TRIAGE.                                                K6CASE.1
075400     OPEN INPUT TRIAGE-EXTRACT.                                   K6CASE.1
075500     IF WS-TRIA-STATUS NOT = "00"                                 K6CASE.1
075600         IF WS-TRIA-STATUS = "05"                                 K6CASE.1
075700             CLOSE TRIAGE-EXTRACT                                 K6CASE.1
075800             GO TO 4300-EXIT                                      K6CASE.1
075900         ELSE                                                     K6CASE.1
076000             GO TO 4300-EXIT.                                     K6CASE.1
076100     MOVE "TR" TO WS-POST-KIND.                                   K6CASE.1
076200 4300-READ.                                                       K6CASE.1
076300     READ TRIAGE-EXTRACT                                          K6CASE.1
076400         AT END GO TO 4300-DONE.                                  K6CASE.1
076500     MOVE TX-TARGET-ID TO WS-MATCH-TARGET.                        K6CASE.1
076600     MOVE TX-PGM-ID TO WS-MATCH-PGM.                              K6CASE.1
076700     MOVE TX-PAR-NAME TO WS-MATCH-PAR.                            K6CASE.1
076800     PERFORM 4900-MATCH-CASES THRU 4900-EXIT.                     K6CASE.1
076900     GO TO 4300-READ.                                             K6CASE.1
077000 4300-DONE.                                                       K6CASE.1
077100     CLOSE TRIAGE-EXTRACT.                                        K6CASE.1
077200 4300-EXIT.                                                       K6CASE.1
077300     EXIT.                                                        K6CASE.1
077400*================================================================ K6CASE.1
077500* 4400-FOLD-CLUSTERS -- THE K6CLUS SIGNATURE OF EACH FAILING TEST.K6CASE.1
077600*================================================================ K6CASE.1
077700 4400-FOLD-CLUSTERS.                                              K6CASE.1
077800     OPEN INPUT CLUS-MEMBERS.                                     K6CASE.1
077900     IF WS-CLUS-STATUS NOT = "00"                                 K6CASE.1
078000         IF WS-CLUS-STATUS = "05"                                 K6CASE.1
078100             CLOSE CLUS-MEMBERS                                   K6CASE.1
078200             GO TO 4400-EXIT                                      K6CASE.1
078300         ELSE                                                     K6CASE.1
078400             GO TO 4400-EXIT.                                     K6CASE.1
078500     MOVE "CL" TO WS-POST-KIND.                                   K6CASE.1
078600 4400-READ.                                                       K6CASE.1
078700     READ CLUS-MEMBERS                                            K6CASE.1
078800         AT END GO TO 4400-DONE.                                  K6CASE.1
078900     MOVE CM-TARGET-ID TO WS-MATCH-TARGET.                        K6CASE.1
079000     MOVE CM-PGM-ID TO WS-MATCH-PGM.                              K6CASE.1
079100     MOVE CM-PAR-NAME TO WS-MATCH-PAR.                            K6CASE.1
079200     PERFORM 4900-MATCH-CASES THRU 4900-EXIT.                     K6CASE.1
079300     GO TO 4400-READ.                                             K6CASE.1
079400 4400-DONE.                                                       K6CASE.1
079500     CLOSE CLUS-MEMBERS.                                          K6CASE.1
079600 4400-EXIT.                                                       K6CASE.1
079700     EXIT.                                                        K6CASE.1
079800*================================================================ K6CASE.1
079900* 4500-FOLD-DEFECTS -- THE VENDOR-DEFECT ROW NAMING THE TEST, ON  K6CASE.1
080000* EVERY TARGET.  A WITHDRAWN ROW NAMES NOTHING.                   K6CASE.1
080100*================================================================ K6CASE.1
080200 4500-FOLD-DEFECTS.                                               K6CASE.1
080300     OPEN INPUT VDEF-MASTER.                                      K6CASE.1
080400     IF WS-VDEF-STATUS NOT = "00"                                 K6CASE.1
080500         IF WS-VDEF-STATUS = "05"                                 K6CASE.1
080600             CLOSE VDEF-MASTER                                    K6CASE.1
080700             GO TO 4500-EXIT                                      K6CASE.1
080800         ELSE                                                     K6CASE.1
080900             GO TO 4500-EXIT.                                     K6CASE.1
081000     MOVE "VD" TO WS-POST-KIND.                                   K6CASE.1
081100     MOVE SPACE TO WS-MATCH-TARGET.                               K6CASE.1
081200 4500-READ.                                                       K6CASE.1
081300     READ VDEF-MASTER                                             K6CASE.1
081400         AT END GO TO 4500-DONE.                                  K6CASE.1
081500     IF VD-STATUS = "WITHDRWN"                                    K6CASE.1
081600         GO TO 4500-READ.                                         K6CASE.1
081700     MOVE VD-PGM-ID TO WS-MATCH-PGM.                              K6CASE.1
081800     MOVE VD-PAR-NAME TO WS-MATCH-PAR.                            K6CASE.1
081900     PERFORM 4900-MATCH-CASES THRU 4900-EXIT.                     K6CASE.1
082000     GO TO 4500-READ.                                             K6CASE.1
082100 4500-DONE.                                                       K6CASE.1
082200     CLOSE VDEF-MASTER.                                           K6CASE.1
082300 4500-EXIT.                                                       K6CASE.1
082400     EXIT.                                                        K6CASE.1
082500*================================================================ K6CASE.1
082600* 4600-FOLD-WAIVERS -- A WAIVER STILL IN FORCE ON THE AS-OF DATE  K6CASE.1
082700* (BLANK EXPIRY NEVER LAPSES).                                    K6CASE.1
082800*================================================================ K6CASE.1
082900 4600-FOLD-WAIVERS.                                               K6CASE.1
083000     OPEN INPUT WAIVER-REGISTER.                                  K6CASE.1
083100     IF WS-WVR-STATUS NOT = "00"                                  K6CASE.1
083200         IF WS-WVR-STATUS = "05"                                  K6CASE.1
083300             CLOSE WAIVER-REGISTER                                K6CASE.1
083400             GO TO 4600-EXIT                                      K6CASE.1
083500         ELSE                                                     K6CASE.1
083600             GO TO 4600-EXIT.                                     K6CASE.1
083700     MOVE "WV" TO WS-POST-KIND.                                   K6CASE.1
083800     MOVE SPACE TO WS-MATCH-TARGET.                               K6CASE.1
083900 4600-READ.                                                       K6CASE.1
084000     READ WAIVER-REGISTER                                         K6CASE.1
084100         AT END GO TO 4600-DONE.                                  K6CASE.1
084200     IF WV-PGM-ID = SPACE OR WV-PGM-ID (1:1) = "*"                K6CASE.1
084300         GO TO 4600-READ.                                         K6CASE.1
084400     IF WV-EXPIRY-DATE NOT = SPACE                                K6CASE.1
084500             AND WV-EXPIRY-DATE < WS-AS-OF-DATE                   K6CASE.1
084600         GO TO 4600-READ.                                         K6CASE.1
084700     MOVE WV-PGM-ID TO WS-MATCH-PGM.                              K6CASE.1
084800     MOVE WV-PAR-NAME TO WS-MATCH-PAR.                            K6CASE.1
084900     PERFORM 4900-MATCH-CASES THRU 4900-EXIT.                     K6CASE.1
085000     GO TO 4600-READ.                                             K6CASE.1
085100 4600-DONE.                                                       K6CASE.1
085200     CLOSE WAIVER-REGISTER.                                       K6CASE.1
085300 4600-EXIT.                                                       K6CASE.1
085400     EXIT.                                                        K6CASE.1
085500*================================================================ K6CASE.1
085600* 4700-FOLD-SUPPRESSIONS -- A SUPPRESSION STILL IN FORCE.         K6CASE.1
085700*================================================================ K6CASE.1
085800 4700-FOLD-SUPPRESSIONS.                                          K6CASE.1
085900     OPEN INPUT SUPPRESS-REGISTER.                                K6CASE.1
086000     IF WS-SUPR-STATUS NOT = "00"                                 K6CASE.1
086100         IF WS-SUPR-STATUS = "05"                                 K6CASE.1
086200             CLOSE SUPPRESS-REGISTER                              K6CASE.1
086300             GO TO 4700-EXIT                                      K6CASE.1
086400         ELSE                                                     K6CASE.1
086500             GO TO 4700-EXIT.                                     K6CASE.1
086600     MOVE "SR" TO WS-POST-KIND.                                   K6CASE.1
086700     MOVE SPACE TO WS-MATCH-TARGET.                               K6CASE.1
086800 4700-READ.                                                       K6CASE.1
086900     READ SUPPRESS-REGISTER                                       K6CASE.1
087000         AT END GO TO 4700-DONE.                                  K6CASE.1
087100     IF SR-PGM-ID = SPACE OR SR-PGM-ID (1:1) = "*"                K6CASE.1
087200         GO TO 4700-READ.                                         K6CASE.1
087300     IF SR-EXPIRY-DATE NOT = SPACE                                K6CASE.1
087400             AND SR-EXPIRY-DATE < WS-AS-OF-DATE                   K6CASE.1
087500         GO TO 4700-READ.                                         K6CASE.1
087600     MOVE SR-PGM-ID TO WS-MATCH-PGM.                              K6CASE.1
087700     MOVE SR-PAR-NAME TO WS-MATCH-PAR.                            K6CASE.1
087800     PERFORM 4900-MATCH-CASES THRU 4900-EXIT.                     K6CASE.1
087900     GO TO 4700-READ.                                             K6CASE.1
088000 4700-DONE.                                                       K6CASE.1
088100     CLOSE SUPPRESS-REGISTER.                                     K6CASE.1
088200 4700-EXIT.                                                       K6CASE.1
088300     EXIT.                                                        K6CASE.1
088400*================================================================ K6CASE.1
088500* 4900-MATCH-CASES -- POST THE REGISTER ROW (WS-POST-KIND) TO     K6CASE.1
088600* EVERY CASE MATCHING THE KEYS; A SPACE KEY MATCHES ANY CASE.     K6CASE.1
088700*================================================================ K6CASE.1
088800 4900-MATCH-CASES.                                                K6CASE.1
088900     MOVE ZERO TO WS-CSUB.                                        K6CASE.1
089000 4900-NEXT.                                                       K6CASE.1
089100     ADD 1 TO WS-CSUB.                                            K6CASE.1
089200     IF WS-CSUB > WS-CASE-COUNT                                   K6CASE.1
089300         GO TO 4900-EXIT.                                         K6CASE.1
089400     MOVE CASE-REC (WS-CSUB) TO CS-CASE-REC.                      K6CASE.1
089500     IF WS-MATCH-TARGET NOT = SPACE                               K6CASE.1
089600             AND WS-MATCH-TARGET NOT = CS-TARGET-ID               K6CASE.1
089700         GO TO 4900-NEXT.                                         K6CASE.1
089800     IF WS-MATCH-PGM NOT = CS-PGM-ID                              K6CASE.1
089900         GO TO 4900-NEXT.                                         K6CASE.1
090000     IF WS-MATCH-PAR NOT = SPACE                                  K6CASE.1
090100             AND WS-MATCH-PAR NOT = CS-PAR-NAME                   K6CASE.1
090200         GO TO 4900-NEXT.                                         K6CASE.1
090300     PERFORM 4950-POST THRU 4950-EXIT.                            K6CASE.1
090400     MOVE CS-CASE-REC TO CASE-REC (WS-CSUB).                      K6CASE.1
090500     GO TO 4900-NEXT.                                             K6CASE.1
090600 4900-EXIT.                                                       K6CASE.1
090700     EXIT.                                                        K6CASE.1
090800 4950-POST.                                                       K6CASE.1
090900     IF WS-POST-KIND = "RT"                                       K6CASE.1
091000         MOVE NI-RT-QUEUE-ID TO CS-QUEUE-ID                       K6CASE.1
091100         GO TO 4950-EXIT.                                         K6CASE.1
091200     IF WS-POST-KIND = "ES"                                       K6CASE.1
091300         IF CS-ESC-LEVEL = SPACE OR NI-ES-LEVEL > CS-ESC-LEVEL    K6CASE.1
091400             MOVE NI-ES-LEVEL TO CS-ESC-LEVEL                     K6CASE.1
091500             GO TO 4950-EXIT                                      K6CASE.1
091600         ELSE                                                     K6CASE.1
091700             GO TO 4950-EXIT.                                     K6CASE.1
091800     IF WS-POST-KIND = "AK"                                       K6CASE.1
091900         MOVE AR-ACK-FLAG   TO CS-ACK-FLAG                        K6CASE.1
092000         MOVE AR-ACK-USER   TO CS-ACK-USER                        K6CASE.1
092100         MOVE AR-ACK-TICKET TO CS-ACK-TICKET                      K6CASE.1
092200         MOVE AR-INC-STATUS TO CS-INC-STATUS                      K6CASE.1
092300         IF CS-QUEUE-ID = SPACE                                   K6CASE.1
092400             MOVE AR-QUEUE-ID TO CS-QUEUE-ID                      K6CASE.1
092500             GO TO 4950-EXIT                                      K6CASE.1
092600         ELSE                                                     K6CASE.1
092700             GO TO 4950-EXIT.                                     K6CASE.1
092800     IF WS-POST-KIND = "TR"                                       K6CASE.1
092900         MOVE TX-CLASS TO CS-TRIAGE-CLASS                         K6CASE.1
093000         GO TO 4950-EXIT.                                         K6CASE.1
093100     IF WS-POST-KIND = "CL"                                       K6CASE.1
093200         MOVE CM-SIGNATURE TO CS-SIGNATURE                        K6CASE.1
093300         GO TO 4950-EXIT.                                         K6CASE.1
093400     IF WS-POST-KIND = "VD"                                       K6CASE.1
093500         MOVE VD-DEFECT-ID TO CS-DEFECT-ID                        K6CASE.1
093600         MOVE VD-STATUS    TO CS-DEFECT-STATUS                    K6CASE.1
093700         IF VD-STATUS NOT = "FIXED   "                            K6CASE.1
093800                 AND VD-EXPECT-UNTIL NOT = SPACE                  K6CASE.1
093900                 AND VD-EXPECT-UNTIL NOT < WS-AS-OF-DATE          K6CASE.1
094000                 AND CS-COVER = SPACE                             K6CASE.1
094100             MOVE "E" TO CS-COVER                                 K6CASE.1
094200             GO TO 4950-EXIT                                      K6CASE.1
094300         ELSE                                                     K6CASE.1
094400             GO TO 4950-EXIT.                                     K6CASE.1
094500     IF WS-POST-KIND = "WV"                                       K6CASE.1
094600         MOVE "W" TO CS-COVER                                     K6CASE.1
094700         GO TO 4950-EXIT.                                         K6CASE.1
094800     IF WS-POST-KIND = "SR"                                       K6CASE.1
094900         IF CS-COVER NOT = "W"                                    K6CASE.1
095000             MOVE "S" TO CS-COVER.                                K6CASE.1
095100 4950-EXIT.                                                       K6CASE.1
095200     EXIT.                                                        K6CASE.1
095300*================================================================ K6CASE.1
095400* 6000-EVALUATE-CASE -- DERIVE THE STATE, REPORT CONTRADICTIONS   K6CASE.1
095500* AND AGING, AND WRITE THE CASE TO THE NEW FILE.                  K6CASE.1
095600*================================================================ K6CASE.1
095700 6000-EVALUATE-CASE.                                              K6CASE.1
095800     ADD 1 TO WS-SUB.                                             K6CASE.1
095900     MOVE CASE-REC (WS-SUB) TO CS-CASE-REC.                       K6CASE.1
096000     IF NOT CS-CLOSED                                             K6CASE.1
096100         PERFORM 6100-DERIVE-STATE THRU 6100-EXIT                 K6CASE.1
096200         IF WS-NEW-STATE NOT = CS-STATE                           K6CASE.1
096300             MOVE WS-NEW-STATE TO CS-STATE                        K6CASE.1
096400             MOVE WS-AS-OF-DATE TO CS-STATE-DATE.                 K6CASE.1
096500     MOVE CS-STATE TO WS-STATE-SUB.                               K6CASE.1
096600     IF WS-STATE-SUB < 1                                          K6CASE.1
096700         MOVE 1 TO WS-STATE-SUB.                                  K6CASE.1
096800     ADD 1 TO STATE-COUNT (WS-STATE-SUB).                         K6CASE.1
096900     PERFORM 6200-CONTRADICTIONS THRU 6200-EXIT.                  K6CASE.1
097000     PERFORM 6300-AGING THRU 6300-EXIT.                           K6CASE.1
097100     MOVE CS-CASE-REC TO CO-CASE-REC.                             K6CASE.1
097200     WRITE CO-CASE-REC.                                           K6CASE.1
097300 6000-EXIT.                                                       K6CASE.1
097400     EXIT.                                                        K6CASE.1
097500*================================================================ K6CASE.1
097600* 6100-DERIVE-STATE -- WS-NEW-STATE TO THE FURTHEST STATE THE     K6CASE.1
097700* REGISTERS SUPPORT.                                              K6CASE.1
097800*================================================================ K6CASE.1
097900 6100-DERIVE-STATE.                                               K6CASE.1
098000     IF CS-LAST-VERDICT NOT = "PASS "                             K6CASE.1
098100         GO TO 6100-LADDER.                                       K6CASE.1
098200     IF CS-DEFECT-STATUS = "FIXED   "                             K6CASE.1
098300         MOVE "8" TO WS-NEW-STATE                                 K6CASE.1
098400         IF CS-COVER = SPACE AND NOT CS-INC-OPEN                  K6CASE.1
098500             MOVE "9" TO WS-NEW-STATE                             K6CASE.1
098600             GO TO 6100-EXIT                                      K6CASE.1
098700         ELSE                                                     K6CASE.1
098800             GO TO 6100-EXIT.                                     K6CASE.1
098900     IF CS-DEFECT-ID = SPACE AND CS-COVER = SPACE                 K6CASE.1
099000             AND NOT CS-INC-OPEN                                  K6CASE.1
099100         MOVE "9" TO WS-NEW-STATE                                 K6CASE.1
099200         GO TO 6100-EXIT.                                         K6CASE.1
099300 6100-LADDER.                                                     K6CASE.1
099400     MOVE "1" TO WS-NEW-STATE.                                    K6CASE.1
099500     IF CS-ACK-FLAG = "A"                                         K6CASE.1
099600         MOVE "2" TO WS-NEW-STATE.                                K6CASE.1
099700     IF CS-TRIAGE-CLASS NOT = SPACE                               K6CASE.1
099800         MOVE "3" TO WS-NEW-STATE.                                K6CASE.1
099900     IF CS-SIGNATURE NOT = SPACE                                  K6CASE.1
100000         MOVE "4" TO WS-NEW-STATE.                                K6CASE.1
100100     IF CS-DEFECT-ID NOT = SPACE                                  K6CASE.1
100200         MOVE "5" TO WS-NEW-STATE.                                K6CASE.1
100300     IF CS-COVER NOT = SPACE                                      K6CASE.1
100400         MOVE "6" TO WS-NEW-STATE.                                K6CASE.1
100500     IF CS-DEFECT-STATUS = "FIXED   "                             K6CASE.1
100600         MOVE "7" TO WS-NEW-STATE.                                K6CASE.1
100700 6100-EXIT.                                                       K6CASE.1
100800     EXIT.                                                        K6CASE.1
100900*================================================================ K6CASE.1
101000* 6200-CONTRADICTIONS -- REGISTERS THAT DISAGREE ABOUT THE CASE.  K6CASE.1
101100*================================================================ K6CASE.1
101200 6200-CONTRADICTIONS.                                             K6CASE.1
101300     MOVE "CONFLICT" TO WS-FIND-KIND.                             K6CASE.1
101400     IF (CS-COVER = "W" OR CS-COVER = "S")                        K6CASE.1
101500             AND (CS-DEFECT-ID = SPACE                            K6CASE.1
101600                  OR CS-DEFECT-STATUS = "FIXED   ")               K6CASE.1
101700         MOVE "WAIVED OR SUPPRESSED, NO OPEN DEFECT"              K6CASE.1
101800             TO WS-FIND-TEXT                                      K6CASE.1
101900         PERFORM 6900-FINDING THRU 6900-EXIT.                     K6CASE.1
102000     IF CS-DEFECT-STATUS = "FIXED   "                             K6CASE.1
102100             AND CS-LAST-VERDICT = "FAIL*"                        K6CASE.1
102200         MOVE "FIX DELIVERED, TEST STILL FAILING" TO WS-FIND-TEXT K6CASE.1
102300         PERFORM 6900-FINDING THRU 6900-EXIT.                     K6CASE.1
102400     IF CS-INC-DONE AND CS-LAST-VERDICT = "FAIL*"                 K6CASE.1
102500         MOVE "INCIDENT RESOLVED, TEST STILL FAILING"             K6CASE.1
102600             TO WS-FIND-TEXT                                      K6CASE.1
102700         PERFORM 6900-FINDING THRU 6900-EXIT.                     K6CASE.1
102800     IF CS-DEFECT-ID NOT = SPACE                                  K6CASE.1
102900             AND CS-DEFECT-STATUS NOT = "FIXED   "                K6CASE.1
103000             AND CS-LAST-VERDICT = "PASS "                        K6CASE.1
103100         MOVE "DEFECT STILL OPEN, TEST NOW PASSING"               K6CASE.1
103200             TO WS-FIND-TEXT                                      K6CASE.1
103300         PERFORM 6900-FINDING THRU 6900-EXIT.                     K6CASE.1
103400     IF CS-CLOSED AND CS-COVER NOT = SPACE                        K6CASE.1
103500         MOVE "CASE CLOSED BUT STILL COVERED" TO WS-FIND-TEXT     K6CASE.1
103600         PERFORM 6900-FINDING THRU 6900-EXIT.                     K6CASE.1
103700 6200-EXIT.                                                       K6CASE.1
103800     EXIT.                                                        K6CASE.1
103900*================================================================ K6CASE.1
104000* 6300-AGING -- BUSINESS DAYS IN THE CURRENT STATE AGAINST THE    K6CASE.1
104100* STATE'S LIMIT.                                                  K6CASE.1
104200*================================================================ K6CASE.1
104300 6300-AGING.                                                      K6CASE.1
104400     IF CS-CLOSED OR STATE-LIMIT (WS-STATE-SUB) = ZERO            K6CASE.1
104500         GO TO 6300-EXIT.                                         K6CASE.1
104600     IF CS-STATE-DATE NOT NUMERIC                                 K6CASE.1
104700         GO TO 6300-EXIT.                                         K6CASE.1
104800     MOVE CS-STATE-DATE TO CALD-FROM.                             K6CASE.1
104900     MOVE WS-AS-OF-DATE TO CALD-TO.                               K6CASE.1
105000     CALL "K6CALD" USING CALD-PARM.                               K6CASE.1
105100     IF CALD-BUS-DAYS NOT > STATE-LIMIT (WS-STATE-SUB)            K6CASE.1
105200         GO TO 6300-EXIT.                                         K6CASE.1
105300     MOVE CALD-BUS-DAYS TO AT-DAYS.                               K6CASE.1
105400     MOVE STATE-LIMIT (WS-STATE-SUB) TO AT-LIMIT.                 K6CASE.1
105500     MOVE AGE-TEXT TO WS-FIND-TEXT.                               K6CASE.1
105600     MOVE "STUCK" TO WS-FIND-KIND.                                K6CASE.1
105700     PERFORM 6900-FINDING THRU 6900-EXIT.                         K6CASE.1
105800 6300-EXIT.                                                       K6CASE.1
105900     EXIT.                                                        K6CASE.1
106000 6900-FINDING.                                                    K6CASE.1
106100     MOVE CS-TCID          TO FL-TCID.                            K6CASE.1
106200     MOVE CS-TARGET-ID     TO FL-TARGET-ID.                       K6CASE.1
106300     MOVE CS-PGM-ID        TO FL-PGM-ID.                          K6CASE.1
106400     MOVE CS-PAR-NAME      TO FL-PAR-NAME.                        K6CASE.1
106500     MOVE STATE-NAME (WS-STATE-SUB) TO FL-STATE.                  K6CASE.1
106600     MOVE CS-STATE-DATE    TO FL-SINCE.                           K6CASE.1
106700     MOVE WS-FIND-KIND     TO FL-KIND.                            K6CASE.1
106800     MOVE WS-FIND-TEXT     TO FL-TEXT.                            K6CASE.1
106900     WRITE CR-PRINT-REC FROM FIND-LINE                            K6CASE.1
107000         AFTER ADVANCING 1 LINES.                                 K6CASE.1
107100     IF WS-FIND-KIND = "STUCK"                                    K6CASE.1
107200         ADD 1 TO WS-STUCK-COUNT                                  K6CASE.1
107300     ELSE                                                         K6CASE.1
107400         ADD 1 TO WS-CONFLICT-COUNT.                              K6CASE.1
107500     MOVE 4 TO WS-CASE-RC.                                        K6CASE.1
107600 6900-EXIT.                                                       K6CASE.1
107700     EXIT.                                                        K6CASE.1
107800*================================================================ K6CASE.1
107900* 8000-PRINT-TOTALS -- CASES BY STATE, THEN THE RUN'S COUNTS.     K6CASE.1
108000*================================================================ K6CASE.1
108100 8000-PRINT-TOTALS.                                               K6CASE.1
108200     MOVE ZERO TO WS-STATE-SUB.                                   K6CASE.1
108300 8000-STATE.                                                      K6CASE.1
108400     ADD 1 TO WS-STATE-SUB.                                       K6CASE.1
108500     MOVE WS-STATE-SUB TO ST-NUMBER.                              K6CASE.1
108600     MOVE STATE-NAME (WS-STATE-SUB) TO ST-NAME.                   K6CASE.1
108700     MOVE STATE-COUNT (WS-STATE-SUB) TO ST-CASES.                 K6CASE.1
108800     IF WS-STATE-SUB = 1                                          K6CASE.1
108900         WRITE CR-PRINT-REC FROM STATE-TOT-LINE                   K6CASE.1
109000             AFTER ADVANCING 3 LINES                              K6CASE.1
109100     ELSE                                                         K6CASE.1
109200         WRITE CR-PRINT-REC FROM STATE-TOT-LINE                   K6CASE.1
109300             AFTER ADVANCING 1 LINES.                             K6CASE.1
109400     IF WS-STATE-SUB < 9                                          K6CASE.1
109500         GO TO 8000-STATE.                                        K6CASE.1
109600     MOVE WS-CASE-COUNT     TO TOT-CASES.                         K6CASE.1
109700     MOVE WS-CASES-OPENED   TO TOT-OPENED.                        K6CASE.1
109800     MOVE WS-CASES-REOPENED TO TOT-REOPENED.                      K6CASE.1
109900     MOVE WS-STUCK-COUNT    TO TOT-STUCK.                         K6CASE.1
110000     MOVE WS-CONFLICT-COUNT TO TOT-CONFLICT.                      K6CASE.1
110100     MOVE WS-CASES-DROPPED  TO TOT-DROPPED.                       K6CASE.1
110200     WRITE CR-PRINT-REC FROM TOT-LINE                             K6CASE.1
110300         AFTER ADVANCING 2 LINES.                                 K6CASE.1
110400 8000-EXIT.                                                       K6CASE.1
110500     EXIT.                                                        K6CASE.1
