000100 IDENTIFICATION DIVISION.                                         K6JUNX.1
000200 PROGRAM-ID.                                                      K6JUNX.1
000300     K6JUNX.                                                      K6JUNX.1
000400*================================================================ K6JUNX.1
000500* K6JUNX -- JUNIT XML RESULT EXPORT FOR THE ENTERPRISE TEST       K6JUNX.1
000600* DASHBOARD.                                                      K6JUNX.1
000700*================================================================ K6JUNX.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6JUNX.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6JUNX.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6JUNX.1
001100* DATE-COMPILED.                                                  K6JUNX.1
001200*                                                                 K6JUNX.1
001300* REMARKS.                                                        K6JUNX.1
001400*    EVERY OTHER PRODUCT TEAM'S TEST RESULTS REACH THE            K6JUNX.1
001500*    ENTERPRISE TEST DASHBOARD THROUGH ITS JUNIT XML IMPORTER;    K6JUNX.1
001600*    OURS NEVER DID, BECAUSE THE SUITE ONLY PRODUCES              K6JUNX.1
001700*    PRINT-FILE, THE LINE-SEQUENTIAL COPY AND THE CSV EXTRACT.    K6JUNX.1
001800*    THIS PROGRAM READS THE WINDOW'S CONSOLIDATED CSV DETAIL      K6JUNX.1
001900*    (THE SAME CONCATENATION K6CONS LOADS) AND WRITES ONE JUNIT   K6JUNX.1
002000*    XML DOCUMENT FOR ONE TARGET -- THE OPERATING JCL RUNS THE    K6JUNX.1
002100*    STEP ONCE PER TARGET, EACH TO ITS OWN JUNITXML DATASET,      K6JUNX.1
002200*    THE WAY K6DCKT BUILDS ONE DOCUMENT PER TICKET.               K6JUNX.1
002300*                                                                 K6JUNX.1
002400*    EACH RUN OF A PROGRAM IS A <testsuite>, EACH DETAIL ROW      K6JUNX.1
002500*    (PAR-NAME) A <testcase> WHOSE TIME IS THE ROW'S ELAPSED      K6JUNX.1
002600*    COLUMN (HUNDREDTHS OF A SECOND, AS PARAGRAPH-TIME-CAPTURE    K6JUNX.1
002700*    CUTS IT).  THE VERDICT DECIDES WHAT THE TESTCASE CARRIES:    K6JUNX.1
002800*      PASS     NOTHING                                           K6JUNX.1
002900*      FAIL*    <failure>, TYPED BY THE K6TRIA TRIAGE CLASS OF    K6JUNX.1
003000*               THE ROW (TRIAXT) AND CARRYING THE REMARK,         K6JUNX.1
003100*               COMPUTED, CORRECT AND THE K6SEVT SEVERITY         K6JUNX.1
003200*      *****    <skipped>, WITH THE K6CNOTE REASON: WAIV FOR A    K6JUNX.1
003300*               WAIVED ROW, THE RUN'S OWN C-NOTE CODE FOR A       K6JUNX.1
003400*               DELETED ONE (WHEN IT IS A K6CNOTE CODE)           K6JUNX.1
003500*      INSPT    A PROPERTY NAMED INSPT, THE REMARK AS ITS VALUE   K6JUNX.1
003600*      XFAIL    A PROPERTY NAMED XFAIL, THE REMARK AS ITS VALUE   K6JUNX.1
003700*      ABND*    <error> -- THE WATCHDOG ABORTED THE TEST          K6JUNX.1
003800*    ANY OTHER VERDICT IS AN <error> AND IS REPORTED.             K6JUNX.1
003900*                                                                 K6JUNX.1
004000*    A SUITE IS EXPORTED ONLY WHEN ITS EVIDENCE IS COMPLETE:      K6JUNX.1
004100*      - THE SAME ENVELOPE CHECK K6CONS APPLIES (K6CSVE.CPY) --   K6JUNX.1
004200*        A SEGMENT WHOSE TRAILER IS MISSING, NOT NUMERIC OR       K6JUNX.1
004300*        DISAGREES WITH THE DETAIL ROWS READ, A PRACTICE          K6JUNX.1
004400*        SEGMENT, OR ONE TOO BIG TO BUFFER, IS REJECTED WHOLE;    K6JUNX.1
004500*      - ITS COUNTS MUST TIE EXACTLY TO THE RUN'S RAW-DATA        K6JUNX.1
004600*        COUNTERS ON THE RAWIN UNLOAD: PASS TO C-OK, FAIL* TO     K6JUNX.1
004700*        C-FAIL, DELETED "*****" ROWS TO C-DELETED, INSPT TO      K6JUNX.1
004800*        C-INSPECT AND XFAIL TO C-XFAIL.  A WAIVED "*****" ROW    K6JUNX.1
004900*        IS NOT A DELETE AND ABND* HAS NO COUNTER, THE SAME WAY   K6JUNX.1
005000*        K6RCON COUNTS THEM.  A RUN NOT ON THE UNLOAD CANNOT BE   K6JUNX.1
005100*        TIED AND IS REJECTED.                                    K6JUNX.1
005200*    A REJECTED SUITE IS LISTED ON THE REPORT AND LEAVES          K6JUNX.1
005300*    RETURN-CODE 8.  A RUN SUPERSEDED BY A SAME-DAY RERUN IS      K6JUNX.1
005400*    PASSED OVER -- THE DASHBOARD SEES THE RERUN.                 K6JUNX.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) IS PASSED OVER      K6VOID.1
000000*    TOO, AND COUNTED SEPARATELY.                                 K6VOID.1
005500*                                                                 K6JUNX.1
005600*    INPUTS:                                                      K6JUNX.1
005700*      CSVIN     THE WINDOW'S CONCATENATED CSV EXTRACTS           K6JUNX.1
005800*      RAWIN     RAW-DATA UNLOAD (K6RAWDS.CPY)                    K6JUNX.1
005900*      TRIAXT    OPTIONAL K6TRIA TRIAGE EXTRACT (K6TRXT.CPY)      K6JUNX.1
006000*      JUNXCTL   OPTIONAL CONTROL CARD                            K6JUNX.1
006100*    OUTPUTS:                                                     K6JUNX.1
006200*      JUNITXML  THE TARGET'S XML DOCUMENT                        K6JUNX.1
006300*      JUNXWK    THE TESTSUITE ELEMENTS, HELD UNTIL THE           K6JUNX.1
006400*                DOCUMENT TOTALS ARE KNOWN                        K6JUNX.1
006500*      JUNXRPT   EXPORT REPORT                                    K6JUNX.1
006600*                                                                 K6JUNX.1
006700*    CONTROL CARD (80 COLUMNS):                                   K6JUNX.1
006800*      1-8   TARGET-ID (SPACES = THE K6TARG TARGET OF THIS COPY   K6JUNX.1
006900*            OF THE SUITE)                                        K6JUNX.1
007000*                                                                 K6JUNX.1
007100* RETURN CODES.                                                   K6JUNX.1
007200*     0  DOCUMENT WRITTEN, EVERY SUITE EXPORTED.                  K6JUNX.1
007300*     4  DOCUMENT WRITTEN BUT THE WINDOW HELD NO RUN OF THE       K6JUNX.1
007400*        TARGET, OR A ROW CARRIED A VERDICT NOT LISTED ABOVE.     K6JUNX.1
007500*     8  DOCUMENT WRITTEN WITHOUT ONE OR MORE REJECTED SUITES.    K6JUNX.1
007600*    16  NO DOCUMENT -- RAWIN COULD NOT BE OPENED OR A TABLE      K6JUNX.1
007700*        FILLED.                                                  K6JUNX.1
007800*                                                                 K6JUNX.1
007900* MODIFICATION HISTORY.                                           K6JUNX.1
008000*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6JUNX.1
000000*    2026-10-15  DLO  RUNS OF A WINDOW DECLARED VOID (K6VOID)     K6VOID.1
000000*                     ARE NOT EXPORTED.                           K6VOID.1
000000*    2026-10-15  DLO  K6CNOTE TABLE NOW HOLDS NINE CODES.         K6RSTR.2
008100*================================================================ K6JUNX.1
008200                                                                  K6JUNX.1
008300 ENVIRONMENT DIVISION.                                            K6JUNX.1
008400 CONFIGURATION SECTION.                                           K6JUNX.1
008500 SOURCE-COMPUTER.                                                 K6JUNX.1
008600     OUR-MAINFRAME.                                               K6JUNX.1
008700 OBJECT-COMPUTER.                                                 K6JUNX.1
008800     OUR-MAINFRAME.                                               K6JUNX.1
008900 INPUT-OUTPUT SECTION.                                            K6JUNX.1
009000 FILE-CONTROL.                                                    K6JUNX.1
009100     SELECT CSV-EXTRACT ASSIGN TO CSVIN                           K6JUNX.1
009200         ORGANIZATION IS LINE SEQUENTIAL.                         K6JUNX.1
009300     SELECT RAW-EXTRACT ASSIGN TO RAWIN                           K6JUNX.1
009400         ORGANIZATION IS SEQUENTIAL                               K6JUNX.1
009500         FILE STATUS IS WS-RAW-STATUS.                            K6JUNX.1
009600     SELECT OPTIONAL TRIAGE-EXTRACT ASSIGN TO TRIAXT              K6JUNX.1
009700         ORGANIZATION IS SEQUENTIAL                               K6JUNX.1
009800         FILE STATUS IS WS-TRIA-STATUS.                           K6JUNX.1
009900     SELECT OPTIONAL JUNX-CTL ASSIGN TO JUNXCTL                   K6JUNX.1
010000         ORGANIZATION IS SEQUENTIAL                               K6JUNX.1
010100         FILE STATUS IS WS-CTL-STATUS.                            K6JUNX.1
010200     SELECT JUNIT-XML ASSIGN TO JUNITXML                          K6JUNX.1
010300         ORGANIZATION IS LINE SEQUENTIAL.                         K6JUNX.1
010400     SELECT JUNX-WORK ASSIGN TO JUNXWK                            K6JUNX.1
010500         ORGANIZATION IS LINE SEQUENTIAL.                         K6JUNX.1
010600     SELECT JUNX-RPT ASSIGN TO JUNXRPT                            K6JUNX.1
010700         ORGANIZATION IS SEQUENTIAL.                              K6JUNX.1
010800                                                                  K6JUNX.1
010900 DATA DIVISION.                                                   K6JUNX.1
011000 FILE SECTION.                                                    K6JUNX.1
011100 FD  CSV-EXTRACT                                                  K6JUNX.1
011200     LABEL RECORDS ARE STANDARD.                                  K6JUNX.1
011300 01  CX-REC                   PIC X(194).                         K6JUNX.1
011400 01  CX-REC-PARSED REDEFINES CX-REC.                              K6JUNX.1
011500*    FIXED COLUMN POSITIONS AS STRUNG BY CSV-WRITE-DETAIL IN      K6JUNX.1
011600*    EACH TEST PROGRAM (SEE IX208A).                              K6JUNX.1
011700     05  CX-LEAD-QUOTE        PIC X(1).                           K6JUNX.1
011800     05  CX-FEATURE           PIC X(20).                          K6JUNX.1
011900     05  FILLER               PIC X(3).                           K6JUNX.1
012000     05  CX-P-OR-F            PIC X(5).                           K6JUNX.1
012100     05  FILLER               PIC X(3).                           K6JUNX.1
012200     05  CX-PAR-NAME          PIC X(22).                          K6JUNX.1
012300     05  FILLER               PIC X(3).                           K6JUNX.1
012400     05  CX-COMPUTED          PIC X(20).                          K6JUNX.1
012500     05  FILLER               PIC X(3).                           K6JUNX.1
012600     05  CX-CORRECT           PIC X(20).                          K6JUNX.1
012700     05  FILLER               PIC X(3).                           K6JUNX.1
012800     05  CX-REMARK            PIC X(61).                          K6JUNX.1
012900     05  FILLER               PIC X(3).                           K6JUNX.1
013000     05  CX-ELAPSED           PIC X(7).                           K6JUNX.1
013100     05  FILLER               PIC X(3).                           K6JUNX.1
013200     05  CX-ANSI-CODE         PIC X(10).                          K6JUNX.1
013300     05  FILLER               PIC X(3).                           K6JUNX.1
013400     05  CX-SEVERITY          PIC X(1).                           K6JUNX.1
013500     05  FILLER               PIC X(3).                           K6JUNX.1
013600 01  CX-IDENTITY REDEFINES CX-REC.                                K6JUNX.1
013700     05  CX-ID-FLAG           PIC X(1).                           K6JUNX.1
013800     05  CX-ID-PGM-ID         PIC X(6).                           K6JUNX.1
013900     05  CX-ID-TARGET         PIC X(8).                           K6JUNX.1
014000     05  CX-ID-RUN-DATE       PIC 9(8).                           K6JUNX.1
014100     05  CX-ID-RUN-SEQ        PIC 99.                             K6JUNX.1
014200     05  CX-ID-LAYOUT-VER     PIC X(3).                           K6JUNX.1
014300*    PRACTICE-WINDOW WATERMARK -- SEE K6CSVE.CPY.                 K6JUNX.1
014400     05  CX-ID-PRACTICE       PIC X(1).                           K6JUNX.1
014500*    NAMED-WINDOW ID OF THE SEGMENT -- SEE K6CSVE.CPY.            K6JUNX.1
014600     05  CX-ID-WINDOW         PIC X(1).                           K6JUNX.1
014700     05  FILLER               PIC X(164).                         K6JUNX.1
014800 01  CX-TRAILER REDEFINES CX-REC.                                 K6JUNX.1
014900     05  CX-TR-FLAG           PIC X(1).                           K6JUNX.1
015000     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6JUNX.1
015100     05  FILLER               PIC X(186).                         K6JUNX.1
015200 FD  RAW-EXTRACT                                                  K6JUNX.1
015300     LABEL RECORDS ARE STANDARD.                                  K6JUNX.1
015400 COPY K6RAWDS.                                                    K6JUNX.1
015500 FD  TRIAGE-EXTRACT                                               K6JUNX.1
015600     LABEL RECORDS ARE STANDARD.                                  K6JUNX.1
015700     COPY K6TRXT.                                                 K6JUNX.1
015800 FD  JUNX-CTL                                                     K6JUNX.1
015900     LABEL RECORDS ARE STANDARD.                                  K6JUNX.1
016000 01  CTL-REC.                                                     K6JUNX.1
016100     05  CTL-TARGET-ID        PIC X(8).                           K6JUNX.1
016200     05  FILLER               PIC X(72).                          K6JUNX.1
016300 FD  JUNIT-XML                                                    K6JUNX.1
016400     LABEL RECORDS ARE STANDARD.                                  K6JUNX.1
016500 01  JX-REC                   PIC X(600).                         K6JUNX.1
016600 FD  JUNX-WORK                                                    K6JUNX.1
016700     LABEL RECORDS ARE STANDARD.                                  K6JUNX.1
016800 01  JW-REC                   PIC X(600).                         K6JUNX.1
016900 FD  JUNX-RPT                                                     K6JUNX.1
017000     LABEL RECORDS ARE STANDARD.                                  K6JUNX.1
017100 01  JR-PRINT-REC             PIC X(120).                         K6JUNX.1
017200                                                                  K6JUNX.1
017300 WORKING-STORAGE SECTION.                                         K6JUNX.1
017400 COPY K6TARG.                                                     K6JUNX.1
017500 COPY K6CNOTE.                                                    K6JUNX.1
017600* ----------------------------------------------------------      K6JUNX.1
017700* SWITCHES AND COUNTERS.                                          K6JUNX.1
017800* ----------------------------------------------------------      K6JUNX.1
017900 77  WS-RAW-STATUS            PIC X(2)   VALUE SPACE.             K6JUNX.1
018000 77  WS-TRIA-STATUS           PIC X(2)   VALUE SPACE.             K6JUNX.1
018100 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6JUNX.1
018200 77  WS-EXTRACT-EOF-SW        PIC X      VALUE "N".               K6JUNX.1
018300     88  WS-EXTRACT-EOF                  VALUE "Y".               K6JUNX.1
018400 77  WS-WORK-EOF-SW           PIC X      VALUE "N".               K6JUNX.1
018500     88  WS-WORK-EOF                     VALUE "Y".               K6JUNX.1
018600 77  WS-FATAL-SW              PIC X      VALUE "N".               K6JUNX.1
018700     88  WS-FATAL                        VALUE "Y".               K6JUNX.1
018800 77  WS-ENV-OPEN-SW           PIC X      VALUE "N".               K6JUNX.1
018900     88  WS-ENV-OPEN                     VALUE "Y".               K6JUNX.1
019000*    Y = THE OPEN SEGMENT IS ANOTHER TARGET'S AND IS PASSED       K6JUNX.1
019100*    OVER WITHOUT BEING CHECKED.                                  K6JUNX.1
019200 77  WS-SEG-SKIP-SW           PIC X      VALUE "N".               K6JUNX.1
019300     88  WS-SEG-SKIPPED                  VALUE "Y".               K6JUNX.1
019400 77  WS-SEG-BAD-SW            PIC X      VALUE "N".               K6JUNX.1
019500     88  WS-SEG-BAD                      VALUE "Y".               K6JUNX.1
019600 77  WS-LTRIM-SW              PIC X      VALUE "Y".               K6JUNX.1
019700     88  WS-LTRIM                        VALUE "Y".               K6JUNX.1
019800 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6JUNX.1
019900 77  WS-TARGET-ID             PIC X(8)   VALUE SPACE.             K6JUNX.1
020000 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6JUNX.1
020100 77  WS-CUR-RUN-DATE          PIC 9(8)   VALUE ZERO.              K6JUNX.1
020200 77  WS-CUR-RUN-SEQ           PIC 99     VALUE ZERO.              K6JUNX.1
020300 77  WS-CUR-WINDOW            PIC X(1)   VALUE SPACE.             K6JUNX.1
020400 77  WS-SEG-ROW-COUNT         PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
020500 77  WS-SEG-SUB               PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
020600 77  WS-RUN-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
020700 77  WS-RUN-SUB               PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
020800 77  WS-TRI-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
020900 77  WS-TRI-SUB               PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
021000 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
021100 77  WS-OUT-SUB               PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
021200 77  WS-SEGS-READ             PIC 9(5)   COMP VALUE ZERO.         K6JUNX.1
021300 77  WS-SEGS-OTHER            PIC 9(5)   COMP VALUE ZERO.         K6JUNX.1
021400 77  WS-SEGS-SUPERSEDED       PIC 9(5)   COMP VALUE ZERO.         K6JUNX.1
000000 77  WS-SEGS-VOIDED           PIC 9(5)   COMP VALUE ZERO.         K6VOID.1
021500 77  WS-SEGS-REJECTED         PIC 9(5)   COMP VALUE ZERO.         K6JUNX.1
021600 77  WS-SEGS-EXPORTED         PIC 9(5)   COMP VALUE ZERO.         K6JUNX.1
021700 77  WS-ROWS-ORPHANED         PIC 9(5)   COMP VALUE ZERO.         K6JUNX.1
021800 77  WS-ODD-VERDICTS          PIC 9(5)   COMP VALUE ZERO.         K6JUNX.1
021900 77  WS-UNTRIAGED             PIC 9(5)   COMP VALUE ZERO.         K6JUNX.1
022000 77  WS-ELAPSED-CS            PIC 9(9)   VALUE ZERO.              K6JUNX.1
022100 77  WS-SECONDS               PIC 9(7)V99 VALUE ZERO.             K6JUNX.1
022200 77  WS-SECONDS-E             PIC Z(6)9.99.                       K6JUNX.1
022300 77  WS-COUNT-E               PIC Z(8)9.                          K6JUNX.1
022400 77  WS-REJ-REASON            PIC X(30)  VALUE SPACE.             K6JUNX.1
022500 77  WS-FAIL-TYPE             PIC X(18)  VALUE SPACE.             K6JUNX.1
022600* ----------------------------------------------------------      K6JUNX.1
022700* THE SUITE BEING BUILT: ITS ROW TALLIES (JUNIT AND RAW-DATA      K6JUNX.1
022800* VIEWS), ELAPSED TOTAL, AND THE DOCUMENT TOTALS.                 K6JUNX.1
022900* ----------------------------------------------------------      K6JUNX.1
023000 01  SUITE-TALLY.                                                 K6JUNX.1
023100     05  ST-TESTS             PIC 9(5)   COMP.                    K6JUNX.1
023200     05  ST-PASS              PIC 9(5)   COMP.                    K6JUNX.1
023300     05  ST-FAIL              PIC 9(5)   COMP.                    K6JUNX.1
023400     05  ST-DELETED           PIC 9(5)   COMP.                    K6JUNX.1
023500     05  ST-WAIVED            PIC 9(5)   COMP.                    K6JUNX.1
023600     05  ST-INSPECT           PIC 9(5)   COMP.                    K6JUNX.1
023700     05  ST-XFAIL             PIC 9(5)   COMP.                    K6JUNX.1
023800     05  ST-ABORTED           PIC 9(5)   COMP.                    K6JUNX.1
023900     05  ST-ERRORS            PIC 9(5)   COMP.                    K6JUNX.1
024000     05  ST-TIME-CS           PIC 9(9)   COMP.                    K6JUNX.1
024100 01  DOC-TALLY.                                                   K6JUNX.1
024200     05  DT-TESTS             PIC 9(7)   COMP VALUE ZERO.         K6JUNX.1
024300     05  DT-FAILURES          PIC 9(7)   COMP VALUE ZERO.         K6JUNX.1
024400     05  DT-ERRORS            PIC 9(7)   COMP VALUE ZERO.         K6JUNX.1
024500     05  DT-SKIPPED           PIC 9(7)   COMP VALUE ZERO.         K6JUNX.1
024600     05  DT-TIME-CS           PIC 9(9)   COMP VALUE ZERO.         K6JUNX.1
024700* ----------------------------------------------------------      K6JUNX.1
024800* THE ELAPSED COLUMN, EDITED ZZZZZZ9 BY THE TEST PROGRAM.         K6JUNX.1
024900* ----------------------------------------------------------      K6JUNX.1
025000 01  WS-ELAPSED-X             PIC X(7)   VALUE SPACE.             K6JUNX.1
025100 01  WS-ELAPSED-N REDEFINES WS-ELAPSED-X                          K6JUNX.1
025200                              PIC 9(7).                           K6JUNX.1
025300* ----------------------------------------------------------      K6JUNX.1
025400* RUN START STAMP AS THE SUITE TIMESTAMP.                         K6JUNX.1
025500* ----------------------------------------------------------      K6JUNX.1
025600 01  WS-STAMP-DATE            PIC 9(8)   VALUE ZERO.              K6JUNX.1
025700 01  WS-STAMP-DATE-X REDEFINES WS-STAMP-DATE.                     K6JUNX.1
025800     05  WS-STAMP-CCYY        PIC X(4).                           K6JUNX.1
025900     05  WS-STAMP-MM          PIC X(2).                           K6JUNX.1
026000     05  WS-STAMP-DD          PIC X(2).                           K6JUNX.1
026100 01  WS-STAMP-TIME            PIC 9(8)   VALUE ZERO.              K6JUNX.1
026200 01  WS-STAMP-TIME-X REDEFINES WS-STAMP-TIME.                     K6JUNX.1
026300     05  WS-STAMP-HH          PIC X(2).                           K6JUNX.1
026400     05  WS-STAMP-MI          PIC X(2).                           K6JUNX.1
026500     05  WS-STAMP-SS          PIC X(2).                           K6JUNX.1
026600     05  WS-STAMP-CC          PIC X(2).                           K6JUNX.1
026700* ----------------------------------------------------------      K6JUNX.1
026800* THE BUFFERED SEGMENT -- LOADED ONLY ONCE ITS TRAILER AND        K6JUNX.1
026900* COUNTERS CHECK OUT.                                             K6JUNX.1
027000* ----------------------------------------------------------      K6JUNX.1
027100 01  SEG-BUFFER.                                                  K6JUNX.1
027200     05  SEG-BUFFER-ROW       PIC X(194) OCCURS 999 TIMES.        K6JUNX.1
027300* ----------------------------------------------------------      K6JUNX.1
027400* THE TARGET'S RUNS ON THE RAW-DATA UNLOAD.                       K6JUNX.1
027500* ----------------------------------------------------------      K6JUNX.1
027600 01  RUN-TABLE.                                                   K6JUNX.1
027700     05  RUN-ENTRY OCCURS 5000 TIMES.                             K6JUNX.1
027800         10  RUN-PGM-ID       PIC X(6).                           K6JUNX.1
027900         10  RUN-DATE         PIC 9(8).                           K6JUNX.1
028000         10  RUN-SEQ          PIC 99.                             K6JUNX.1
028100         10  RUN-C-OK         PIC 999.                            K6JUNX.1
028200         10  RUN-C-FAIL       PIC 999.                            K6JUNX.1
028300         10  RUN-C-DELETED    PIC 999.                            K6JUNX.1
028400         10  RUN-C-INSPECT    PIC 999.                            K6JUNX.1
028500         10  RUN-C-XFAIL      PIC 999.                            K6JUNX.1
028600         10  RUN-C-NOTE       PIC X(4).                           K6JUNX.1
028700         10  RUN-C-DATE       PIC 9(8).                           K6JUNX.1
028800         10  RUN-C-TIME       PIC 9(8).                           K6JUNX.1
028900         10  RUN-MODULE       PIC X(2).                           K6JUNX.1
029000         10  RUN-SUPERSEDED   PIC X(1).                           K6JUNX.1
029100* ----------------------------------------------------------      K6JUNX.1
029200* THE TARGET'S TRIAGED FAILURES FROM THE K6TRIA EXTRACT.          K6JUNX.1
029300* ----------------------------------------------------------      K6JUNX.1
029400 01  TRI-TABLE.                                                   K6JUNX.1
029500     05  TRI-ENTRY OCCURS 3000 TIMES.                             K6JUNX.1
029600         10  TRI-PGM-ID       PIC X(6).                           K6JUNX.1
029700         10  TRI-RUN-DATE     PIC 9(8).                           K6JUNX.1
029800         10  TRI-RUN-SEQ      PIC 99.                             K6JUNX.1
029900         10  TRI-PAR-NAME     PIC X(22).                          K6JUNX.1
030000         10  TRI-CLASS        PIC 9(1).                           K6JUNX.1
030100         10  TRI-CLASS-NAME   PIC X(18).                          K6JUNX.1
030200* ----------------------------------------------------------      K6JUNX.1
030300* XML BUILDING.  XE-IN IS ESCAPED INTO XE-OUT (XE-LEN BYTES,      K6JUNX.1
030400* TRAILING SPACES DROPPED, LEADING ONES TOO WHEN WS-LTRIM);       K6JUNX.1
030500* XL-LINE IS THE LINE BEING BUILT, XL-PTR THE NEXT FREE BYTE.     K6JUNX.1
030600* ----------------------------------------------------------      K6JUNX.1
030700 01  XE-IN                    PIC X(120) VALUE SPACE.             K6JUNX.1
030800 01  XE-OUT                   PIC X(720) VALUE SPACE.             K6JUNX.1
030900 01  XE-LEN                   PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
031000 01  XE-FIRST                 PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
031100 01  XE-LAST                  PIC 9(4)   COMP VALUE ZERO.         K6JUNX.1
031200 01  XE-CHAR                  PIC X(1)   VALUE SPACE.             K6JUNX.1
031300 01  XA-NAME                  PIC X(16)  VALUE SPACE.             K6JUNX.1
031400 01  XL-LINE                  PIC X(600) VALUE SPACE.             K6JUNX.1
031500 01  XL-PTR                   PIC 9(4)   COMP VALUE 1.            K6JUNX.1
031600 01  XP-VALUE                 PIC X(120) VALUE SPACE.             K6JUNX.1
031700 01  XP-INDENT                PIC 9(4)   COMP VALUE 6.            K6JUNX.1
031800* ----------------------------------------------------------      K6JUNX.1
031900* REPORT LINES.                                                   K6JUNX.1
032000* ----------------------------------------------------------      K6JUNX.1
032100 01  HDR-LINE-1.                                                  K6JUNX.1
032200     05  FILLER   PIC X(44) VALUE                                 K6JUNX.1
032300         "JUNIT XML RESULT EXPORT (K6JUNX)            ".          K6JUNX.1
032400     05  FILLER   PIC X(9)  VALUE "  TARGET ".                    K6JUNX.1
032500     05  HDR-TARGET           PIC X(8).                           K6JUNX.1
032600     05  FILLER   PIC X(59) VALUE SPACE.                          K6JUNX.1
032700 01  SUITE-LINE.                                                  K6JUNX.1
032800     05  SL-PGM-ID            PIC X(6).                           K6JUNX.1
032900     05  FILLER               PIC X(1)   VALUE SPACE.             K6JUNX.1
033000     05  SL-RUN-DATE          PIC 9(8).                           K6JUNX.1
033100     05  FILLER               PIC X(1)   VALUE "/".               K6JUNX.1
033200     05  SL-RUN-SEQ           PIC 99.                             K6JUNX.1
033300     05  FILLER               PIC X(2)   VALUE SPACE.             K6JUNX.1
033400     05  SL-SOURCE            PIC X(8).                           K6JUNX.1
033500     05  FILLER               PIC X(1)   VALUE SPACE.             K6JUNX.1
033600     05  SL-OK                PIC ZZZZ9.                          K6JUNX.1
033700     05  FILLER               PIC X(1)   VALUE SPACE.             K6JUNX.1
033800     05  SL-FAIL              PIC ZZZZ9.                          K6JUNX.1
033900     05  FILLER               PIC X(1)   VALUE SPACE.             K6JUNX.1
034000     05  SL-DEL               PIC ZZZZ9.                          K6JUNX.1
034100     05  FILLER               PIC X(1)   VALUE SPACE.             K6JUNX.1
034200     05  SL-INSP              PIC ZZZZ9.                          K6JUNX.1
034300     05  FILLER               PIC X(1)   VALUE SPACE.             K6JUNX.1
034400     05  SL-XFAIL             PIC ZZZZ9.                          K6JUNX.1
034500     05  FILLER               PIC X(2)   VALUE SPACE.             K6JUNX.1
034600     05  SL-VERDICT           PIC X(30).                          K6JUNX.1
034700     05  FILLER               PIC X(25)  VALUE SPACE.             K6JUNX.1
034800 01  MSG-LINE.                                                    K6JUNX.1
034900     05  MSG-TEXT             PIC X(60).                          K6JUNX.1
035000     05  MSG-VALUE            PIC X(40).                          K6JUNX.1
035100     05  FILLER               PIC X(20)  VALUE SPACE.             K6JUNX.1
035200 01  SUM-LINE.                                                    K6JUNX.1
035300     05  SUM-LABEL            PIC X(40).                          K6JUNX.1
035400     05  SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.                    K6JUNX.1
035500     05  FILLER               PIC X(69)  VALUE SPACE.             K6JUNX.1
035600                                                                  K6JUNX.1
035700 PROCEDURE DIVISION.                                              K6JUNX.1
035800*================================================================ K6JUNX.1
035900* 0000-MAINLINE -- LOAD THE RUNS AND THE TRIAGE ANSWERS, TURN     K6JUNX.1
036000* EVERY CLEAN SEGMENT OF THE TARGET INTO A TESTSUITE, THEN        K6JUNX.1
036100* WRAP THE SUITES IN THE DOCUMENT.                                K6JUNX.1
036200*================================================================ K6JUNX.1
036300 0000-MAINLINE.                                                   K6JUNX.1
036400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6JUNX.1
036500     PERFORM 1200-LOAD-RUNS THRU 1200-EXIT.                       K6JUNX.1
036600     PERFORM 1400-LOAD-TRIAGE THRU 1400-EXIT.                     K6JUNX.1
036700     IF WS-FATAL                                                  K6JUNX.1
036800         GO TO 0000-FINISH.                                       K6JUNX.1
036900     OPEN INPUT CSV-EXTRACT.                                      K6JUNX.1
037000     OPEN OUTPUT JUNX-WORK.                                       K6JUNX.1
037100     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6JUNX.1
037200     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT                   K6JUNX.1
037300             UNTIL WS-EXTRACT-EOF.                                K6JUNX.1
037400     IF WS-ENV-OPEN AND NOT WS-SEG-SKIPPED                        K6JUNX.1
037500         MOVE "TRAILER MISSING" TO WS-REJ-REASON                  K6JUNX.1
037600         PERFORM 3900-REJECT-SEGMENT THRU 3900-EXIT.              K6JUNX.1
037700     CLOSE CSV-EXTRACT JUNX-WORK.                                 K6JUNX.1
037800     PERFORM 6000-WRITE-DOCUMENT THRU 6000-EXIT.                  K6JUNX.1
037900     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6JUNX.1
038000 0000-FINISH.                                                     K6JUNX.1
038100     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6JUNX.1
038200     STOP RUN.                                                    K6JUNX.1
038300*================================================================ K6JUNX.1
038400* 1000-INITIALIZE -- OPEN THE REPORT AND TAKE THE TARGET.         K6JUNX.1
038500*================================================================ K6JUNX.1
038600 1000-INITIALIZE.                                                 K6JUNX.1
038700     OPEN OUTPUT JUNX-RPT.                                        K6JUNX.1
038800     MOVE K6-TARGET-ID TO WS-TARGET-ID.                           K6JUNX.1
038900     OPEN INPUT JUNX-CTL.                                         K6JUNX.1
039000     IF WS-CTL-STATUS NOT = "00"                                  K6JUNX.1
039100         GO TO 1000-HEADING.                                      K6JUNX.1
039200     READ JUNX-CTL                                                K6JUNX.1
039300         AT END GO TO 1000-CTL-DONE.                              K6JUNX.1
039400     IF CTL-TARGET-ID NOT = SPACE                                 K6JUNX.1
039500         MOVE CTL-TARGET-ID TO WS-TARGET-ID.                      K6JUNX.1
039600 1000-CTL-DONE.                                                   K6JUNX.1
039700     CLOSE JUNX-CTL.                                              K6JUNX.1
039800 1000-HEADING.                                                    K6JUNX.1
039900     MOVE WS-TARGET-ID TO HDR-TARGET.                             K6JUNX.1
040000     WRITE JR-PRINT-REC FROM HDR-LINE-1                           K6JUNX.1
040100         AFTER ADVANCING PAGE.                                    K6JUNX.1
040200 1000-EXIT.                                                       K6JUNX.1
040300     EXIT.                                                        K6JUNX.1
040400*================================================================ K6JUNX.1
040500* 1200-LOAD-RUNS -- THE TARGET'S RUNS AND THEIR COUNTERS.         K6JUNX.1
040600*================================================================ K6JUNX.1
040700 1200-LOAD-RUNS.                                                  K6JUNX.1
040800     OPEN INPUT RAW-EXTRACT.                                      K6JUNX.1
040900     IF WS-RAW-STATUS NOT = "00"                                  K6JUNX.1
041000         MOVE "RAW-DATA UNLOAD NOT OPENED - STATUS" TO MSG-TEXT   K6JUNX.1
041100         MOVE WS-RAW-STATUS TO MSG-VALUE                          K6JUNX.1
041200         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6JUNX.1
041300         SET WS-FATAL TO TRUE                                     K6JUNX.1
041400         GO TO 1200-EXIT.                                         K6JUNX.1
041500 1200-READ.                                                       K6JUNX.1
041600     READ RAW-EXTRACT                                             K6JUNX.1
041700         AT END GO TO 1200-CLOSE.                                 K6JUNX.1
041800     IF RE-TARGET-ID NOT = WS-TARGET-ID                           K6JUNX.1
041900         GO TO 1200-READ.                                         K6JUNX.1
042000     IF WS-RUN-COUNT NOT LESS THAN 5000                           K6JUNX.1
042100         MOVE "RUN TABLE FULL AT 5000 RUNS" TO MSG-TEXT           K6JUNX.1
042200         MOVE SPACE TO MSG-VALUE                                  K6JUNX.1
042300         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6JUNX.1
042400         SET WS-FATAL TO TRUE                                     K6JUNX.1
042500         GO TO 1200-CLOSE.                                        K6JUNX.1
042600     ADD 1 TO WS-RUN-COUNT.                                       K6JUNX.1
042700     MOVE RE-PGM-ID      TO RUN-PGM-ID (WS-RUN-COUNT).            K6JUNX.1
042800     MOVE RE-RUN-DATE    TO RUN-DATE (WS-RUN-COUNT).              K6JUNX.1
042900     MOVE RE-RUN-SEQ     TO RUN-SEQ (WS-RUN-COUNT).               K6JUNX.1
043000     MOVE RE-C-OK        TO RUN-C-OK (WS-RUN-COUNT).              K6JUNX.1
043100     MOVE RE-C-FAIL      TO RUN-C-FAIL (WS-RUN-COUNT).            K6JUNX.1
043200     MOVE RE-C-DELETED   TO RUN-C-DELETED (WS-RUN-COUNT).         K6JUNX.1
043300     MOVE RE-C-INSPECT   TO RUN-C-INSPECT (WS-RUN-COUNT).         K6JUNX.1
043400     MOVE RE-C-XFAIL     TO RUN-C-XFAIL (WS-RUN-COUNT).           K6JUNX.1
043500     MOVE RE-C-NOTE (1:4) TO RUN-C-NOTE (WS-RUN-COUNT).           K6JUNX.1
043600     MOVE RE-C-DATE      TO RUN-C-DATE (WS-RUN-COUNT).            K6JUNX.1
043700     MOVE RE-C-TIME      TO RUN-C-TIME (WS-RUN-COUNT).            K6JUNX.1
043800     MOVE RE-C-MODULE-ID TO RUN-MODULE (WS-RUN-COUNT).            K6JUNX.1
043900     IF RE-C-MODULE-ID = SPACE                                    K6JUNX.1
044000         MOVE RE-PGM-ID (1:2) TO RUN-MODULE (WS-RUN-COUNT).       K6JUNX.1
044100     MOVE RE-SUPERSEDED  TO RUN-SUPERSEDED (WS-RUN-COUNT).        K6JUNX.1
044200     GO TO 1200-READ.                                             K6JUNX.1
044300 1200-CLOSE.                                                      K6JUNX.1
044400     CLOSE RAW-EXTRACT.                                           K6JUNX.1
044500 1200-EXIT.                                                       K6JUNX.1
044600     EXIT.                                                        K6JUNX.1
044700*================================================================ K6JUNX.1
044800* 1400-LOAD-TRIAGE -- THE TARGET'S TRIAGED FAILURES.  WITHOUT     K6JUNX.1
044900* THE EXTRACT EVERY FAILURE GOES OUT UNTRIAGED.                   K6JUNX.1
045000*================================================================ K6JUNX.1
045100 1400-LOAD-TRIAGE.                                                K6JUNX.1
045200     OPEN INPUT TRIAGE-EXTRACT.                                   K6JUNX.1
045300     IF WS-TRIA-STATUS NOT = "00"                                 K6JUNX.1
045400         GO TO 1400-EXIT.                                         K6JUNX.1
045500 1400-READ.                                                       K6JUNX.1
045600     READ TRIAGE-EXTRACT                                          K6JUNX.1
045700         AT END GO TO 1400-CLOSE.                                 K6JUNX.1
045800     IF TX-TARGET-ID NOT = WS-TARGET-ID                           K6JUNX.1
045900         GO TO 1400-READ.                                         K6JUNX.1
046000     IF WS-TRI-COUNT NOT LESS THAN 3000                           K6JUNX.1
046100         MOVE "TRIAGE TABLE FULL AT 3000 FAILURES" TO MSG-TEXT    K6JUNX.1
046200         MOVE SPACE TO MSG-VALUE                                  K6JUNX.1
046300         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6JUNX.1
046400         SET WS-FATAL TO TRUE                                     K6JUNX.1
046500         GO TO 1400-CLOSE.                                        K6JUNX.1
046600     ADD 1 TO WS-TRI-COUNT.                                       K6JUNX.1
046700     MOVE TX-PGM-ID     TO TRI-PGM-ID (WS-TRI-COUNT).             K6JUNX.1
046800     MOVE TX-RUN-DATE   TO TRI-RUN-DATE (WS-TRI-COUNT).           K6JUNX.1
046900     MOVE TX-RUN-SEQ    TO TRI-RUN-SEQ (WS-TRI-COUNT).            K6JUNX.1
047000     MOVE TX-PAR-NAME   TO TRI-PAR-NAME (WS-TRI-COUNT).           K6JUNX.1
047100     MOVE TX-CLASS      TO TRI-CLASS (WS-TRI-COUNT).              K6JUNX.1
047200     MOVE TX-CLASS-NAME TO TRI-CLASS-NAME (WS-TRI-COUNT).         K6JUNX.1
047300     GO TO 1400-READ.                                             K6JUNX.1
047400 1400-CLOSE.                                                      K6JUNX.1
047500     CLOSE TRIAGE-EXTRACT.                                        K6JUNX.1
047600 1400-EXIT.                                                       K6JUNX.1
047700     EXIT.                                                        K6JUNX.1
047800*================================================================ K6JUNX.1
047900* 2000-READ-EXTRACT -- READ THE NEXT EXTRACT RECORD.              K6JUNX.1
048000*================================================================ K6JUNX.1
048100 2000-READ-EXTRACT.                                               K6JUNX.1
048200     READ CSV-EXTRACT                                             K6JUNX.1
048300         AT END SET WS-EXTRACT-EOF TO TRUE.                       K6JUNX.1
048400 2000-EXIT.                                                       K6JUNX.1
048500     EXIT.                                                        K6JUNX.1
048600*================================================================ K6JUNX.1
048700* 3000-PROCESS-RECORD -- AN "H" HEADER OPENS A SEGMENT, A "T"     K6JUNX.1
048800* TRAILER CLOSES IT, A QUOTED DETAIL ROW IS BUFFERED; ANYTHING    K6JUNX.1
048900* ELSE (COLUMN-NAME LINES, "C" CONTINUATIONS) IS PASSED OVER.     K6JUNX.1
049000*================================================================ K6JUNX.1
049100 3000-PROCESS-RECORD.                                             K6JUNX.1
049200     IF CX-ID-FLAG = "H"                                          K6JUNX.1
049300         GO TO 3100-NEW-SEGMENT.                                  K6JUNX.1
049400     IF CX-TR-FLAG = "T"                                          K6JUNX.1
049500         GO TO 3200-TRAILER.                                      K6JUNX.1
049600     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6JUNX.1
049700         GO TO 3000-NEXT.                                         K6JUNX.1
049800     IF NOT WS-ENV-OPEN                                           K6JUNX.1
049900         ADD 1 TO WS-ROWS-ORPHANED                                K6JUNX.1
050000         GO TO 3000-NEXT.                                         K6JUNX.1
050100     IF WS-SEG-SKIPPED                                            K6JUNX.1
050200         GO TO 3000-NEXT.                                         K6JUNX.1
050300     ADD 1 TO WS-SEG-ROW-COUNT.                                   K6JUNX.1
050400     IF WS-SEG-ROW-COUNT > 999                                    K6JUNX.1
050500         SET WS-SEG-BAD TO TRUE                                   K6JUNX.1
050600         MOVE "SEGMENT BUFFER OVERFLOW" TO WS-REJ-REASON          K6JUNX.1
050700         GO TO 3000-NEXT.                                         K6JUNX.1
050800     MOVE CX-REC TO SEG-BUFFER-ROW (WS-SEG-ROW-COUNT).            K6JUNX.1
050900     GO TO 3000-NEXT.                                             K6JUNX.1
051000*================================================================ K6JUNX.1
051100* 3100-NEW-SEGMENT -- A SEGMENT STILL OPEN NEVER SAW ITS          K6JUNX.1
051200* TRAILER AND IS REJECTED BEFORE THE NEW ONE STARTS.  ANOTHER     K6JUNX.1
051300* TARGET'S SEGMENT IS PASSED OVER; A PRACTICE SEGMENT IS          K6JUNX.1
051400* REJECTED AT ITS TRAILER, AS K6CONS WOULD.                       K6JUNX.1
051500*================================================================ K6JUNX.1
051600 3100-NEW-SEGMENT.                                                K6JUNX.1
051700     IF WS-ENV-OPEN AND NOT WS-SEG-SKIPPED                        K6JUNX.1
051800         MOVE "TRAILER MISSING" TO WS-REJ-REASON                  K6JUNX.1
051900         PERFORM 3900-REJECT-SEGMENT THRU 3900-EXIT.              K6JUNX.1
052000     SET WS-ENV-OPEN TO TRUE.                                     K6JUNX.1
052100     MOVE "N" TO WS-SEG-SKIP-SW WS-SEG-BAD-SW.                    K6JUNX.1
052200     MOVE ZERO TO WS-SEG-ROW-COUNT WS-RUN-SUB.                    K6JUNX.1
052300     MOVE ZERO TO ST-TESTS ST-PASS ST-FAIL ST-DELETED ST-WAIVED   K6JUNX.1
052400                  ST-INSPECT ST-XFAIL ST-ABORTED ST-ERRORS        K6JUNX.1
052500                  ST-TIME-CS.                                     K6JUNX.1
052600     MOVE CX-ID-PGM-ID   TO WS-CUR-PGM-ID.                        K6JUNX.1
052700     MOVE CX-ID-RUN-DATE TO WS-CUR-RUN-DATE.                      K6JUNX.1
052800     MOVE CX-ID-RUN-SEQ  TO WS-CUR-RUN-SEQ.                       K6JUNX.1
052900     MOVE CX-ID-WINDOW   TO WS-CUR-WINDOW.                        K6JUNX.1
053000     IF CX-ID-WINDOW = SPACE                                      K6JUNX.1
053100         MOVE "N" TO WS-CUR-WINDOW.                               K6JUNX.1
053200     IF CX-ID-TARGET NOT = WS-TARGET-ID                           K6JUNX.1
053300         SET WS-SEG-SKIPPED TO TRUE                               K6JUNX.1
053400         ADD 1 TO WS-SEGS-OTHER                                   K6JUNX.1
053500         GO TO 3000-NEXT.                                         K6JUNX.1
053600     ADD 1 TO WS-SEGS-READ.                                       K6JUNX.1
053700     IF CX-ID-PRACTICE = "P"                                      K6JUNX.1
053800         SET WS-SEG-BAD TO TRUE                                   K6JUNX.1
053900         MOVE "PRACTICE OUTPUT - BLOCKED" TO WS-REJ-REASON.       K6JUNX.1
054000     GO TO 3000-NEXT.                                             K6JUNX.1
054100*================================================================ K6JUNX.1
054200* 3200-TRAILER -- THE ENVELOPE CHECK, THEN THE TIE TO THE         K6JUNX.1
054300* RAW-DATA COUNTERS, THEN THE TESTSUITE.                          K6JUNX.1
054400*================================================================ K6JUNX.1
054500 3200-TRAILER.                                                    K6JUNX.1
054600     IF NOT WS-ENV-OPEN                                           K6JUNX.1
054700         GO TO 3000-NEXT.                                         K6JUNX.1
054800     IF WS-SEG-SKIPPED                                            K6JUNX.1
054900         MOVE "N" TO WS-ENV-OPEN-SW WS-SEG-SKIP-SW                K6JUNX.1
055000         GO TO 3000-NEXT.                                         K6JUNX.1
055100     IF WS-SEG-BAD                                                K6JUNX.1
055200         PERFORM 3900-REJECT-SEGMENT THRU 3900-EXIT               K6JUNX.1
055300         GO TO 3000-NEXT.                                         K6JUNX.1
055400     IF CX-TR-DETAIL-COUNT NOT NUMERIC                            K6JUNX.1
055500         MOVE "TRAILER COUNT NOT NUMERIC" TO WS-REJ-REASON        K6JUNX.1
055600         PERFORM 3900-REJECT-SEGMENT THRU 3900-EXIT               K6JUNX.1
055700         GO TO 3000-NEXT.                                         K6JUNX.1
055800     IF CX-TR-DETAIL-COUNT NOT = WS-SEG-ROW-COUNT                 K6JUNX.1
055900         MOVE "TRAILER COUNT DISAGREES" TO WS-REJ-REASON          K6JUNX.1
056000         PERFORM 3900-REJECT-SEGMENT THRU 3900-EXIT               K6JUNX.1
056100         GO TO 3000-NEXT.                                         K6JUNX.1
056200     PERFORM 4000-TIE-COUNTS THRU 4000-EXIT.                      K6JUNX.1
056300     IF WS-SEG-BAD                                                K6JUNX.1
056400         PERFORM 3900-REJECT-SEGMENT THRU 3900-EXIT               K6JUNX.1
056500         GO TO 3000-NEXT.                                         K6JUNX.1
056600     MOVE "N" TO WS-ENV-OPEN-SW.                                  K6JUNX.1
000000     IF RUN-SUPERSEDED (WS-RUN-SUB) = "V"                         K6VOID.1
000000         ADD 1 TO WS-SEGS-VOIDED                                  K6VOID.1
000000         MOVE "WINDOW VOID - NOT EXPORTED" TO SL-VERDICT          K6VOID.1
000000         PERFORM 3950-SUITE-LINES THRU 3950-EXIT                  K6VOID.1
000000         GO TO 3000-NEXT.                                         K6VOID.1
056700     IF RUN-SUPERSEDED (WS-RUN-SUB) = "S"                         K6JUNX.1
056800         ADD 1 TO WS-SEGS-SUPERSEDED                              K6JUNX.1
056900         MOVE "SUPERSEDED - NOT EXPORTED" TO SL-VERDICT           K6JUNX.1
057000         PERFORM 3950-SUITE-LINES THRU 3950-EXIT                  K6JUNX.1
057100         GO TO 3000-NEXT.                                         K6JUNX.1
057200     PERFORM 5000-WRITE-SUITE THRU 5000-EXIT.                     K6JUNX.1
057300     ADD 1 TO WS-SEGS-EXPORTED.                                   K6JUNX.1
057400     MOVE "EXPORTED" TO SL-VERDICT.                               K6JUNX.1
057500     PERFORM 3950-SUITE-LINES THRU 3950-EXIT.                     K6JUNX.1
057600     GO TO 3000-NEXT.                                             K6JUNX.1
057700 3000-NEXT.                                                       K6JUNX.1
057800     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6JUNX.1
057900 3000-EXIT.                                                       K6JUNX.1
058000     EXIT.                                                        K6JUNX.1
058100*================================================================ K6JUNX.1
058200* 3900-REJECT-SEGMENT -- DROP THE BUFFERED ROWS, SAY WHY, AND     K6JUNX.1
058300* CLOSE THE ENVELOPE.  NOTHING OF THE SEGMENT IS EXPORTED.        K6JUNX.1
058400*================================================================ K6JUNX.1
058500 3900-REJECT-SEGMENT.                                             K6JUNX.1
058600     ADD 1 TO WS-SEGS-REJECTED.                                   K6JUNX.1
058700     MOVE WS-REJ-REASON TO SL-VERDICT.                            K6JUNX.1
058800     PERFORM 3950-SUITE-LINES THRU 3950-EXIT.                     K6JUNX.1
058900     MOVE "N" TO WS-ENV-OPEN-SW WS-SEG-BAD-SW.                    K6JUNX.1
059000     MOVE ZERO TO WS-SEG-ROW-COUNT.                               K6JUNX.1
059100 3900-EXIT.                                                       K6JUNX.1
059200     EXIT.                                                        K6JUNX.1
059300*================================================================ K6JUNX.1
059400* 3950-SUITE-LINES -- THE SEGMENT'S CSV TALLIES AND, WHEN ITS     K6JUNX.1
059500* RUN WAS FOUND, THE RAW-DATA COUNTERS UNDER THEM.                K6JUNX.1
059600*================================================================ K6JUNX.1
059700 3950-SUITE-LINES.                                                K6JUNX.1
059800     MOVE WS-CUR-PGM-ID   TO SL-PGM-ID.                           K6JUNX.1
059900     MOVE WS-CUR-RUN-DATE TO SL-RUN-DATE.                         K6JUNX.1
060000     MOVE WS-CUR-RUN-SEQ  TO SL-RUN-SEQ.                          K6JUNX.1
060100     MOVE "CSV" TO SL-SOURCE.                                     K6JUNX.1
060200     MOVE ST-PASS    TO SL-OK.                                    K6JUNX.1
060300     MOVE ST-FAIL    TO SL-FAIL.                                  K6JUNX.1
060400     MOVE ST-DELETED TO SL-DEL.                                   K6JUNX.1
060500     MOVE ST-INSPECT TO SL-INSP.                                  K6JUNX.1
060600     MOVE ST-XFAIL   TO SL-XFAIL.                                 K6JUNX.1
060700     WRITE JR-PRINT-REC FROM SUITE-LINE                           K6JUNX.1
060800         AFTER ADVANCING 1 LINE.                                  K6JUNX.1
060900     IF WS-RUN-SUB = ZERO                                         K6JUNX.1
061000         GO TO 3950-EXIT.                                         K6JUNX.1
061100     MOVE SPACE TO SL-PGM-ID SL-VERDICT.                          K6JUNX.1
061200     MOVE "RAW-DATA" TO SL-SOURCE.                                K6JUNX.1
061300     MOVE RUN-C-OK (WS-RUN-SUB)      TO SL-OK.                    K6JUNX.1
061400     MOVE RUN-C-FAIL (WS-RUN-SUB)    TO SL-FAIL.                  K6JUNX.1
061500     MOVE RUN-C-DELETED (WS-RUN-SUB) TO SL-DEL.                   K6JUNX.1
061600     MOVE RUN-C-INSPECT (WS-RUN-SUB) TO SL-INSP.                  K6JUNX.1
061700     MOVE RUN-C-XFAIL (WS-RUN-SUB)   TO SL-XFAIL.                 K6JUNX.1
061800     WRITE JR-PRINT-REC FROM SUITE-LINE                           K6JUNX.1
061900         AFTER ADVANCING 1 LINE.                                  K6JUNX.1
062000 3950-EXIT.                                                       K6JUNX.1
062100     EXIT.                                                        K6JUNX.1
062200*================================================================ K6JUNX.1
062300* 4000-TIE-COUNTS -- TALLY THE BUFFERED ROWS BY VERDICT AND       K6JUNX.1
062400* HOLD THEM AGAINST THE RUN'S RAW-DATA COUNTERS.  A WAIVED        K6JUNX.1
062500* "*****" ROW IS NOT A DELETE (SEE K6RCON).                       K6JUNX.1
062600*================================================================ K6JUNX.1
062700 4000-TIE-COUNTS.                                                 K6JUNX.1
062800     MOVE ZERO TO ST-TESTS ST-PASS ST-FAIL ST-DELETED ST-WAIVED   K6JUNX.1
062900                  ST-INSPECT ST-XFAIL ST-ABORTED ST-ERRORS        K6JUNX.1
063000                  ST-TIME-CS.                                     K6JUNX.1
063100     MOVE ZERO TO WS-SEG-SUB.                                     K6JUNX.1
063200 4000-TALLY.                                                      K6JUNX.1
063300     ADD 1 TO WS-SEG-SUB.                                         K6JUNX.1
063400     IF WS-SEG-SUB > WS-SEG-ROW-COUNT                             K6JUNX.1
063500         GO TO 4000-FIND-RUN.                                     K6JUNX.1
063600     MOVE SEG-BUFFER-ROW (WS-SEG-SUB) TO CX-REC.                  K6JUNX.1
063700     ADD 1 TO ST-TESTS.                                           K6JUNX.1
063800     PERFORM 4100-ELAPSED THRU 4100-EXIT.                         K6JUNX.1
063900     ADD WS-ELAPSED-CS TO ST-TIME-CS.                             K6JUNX.1
064000     IF CX-P-OR-F = "PASS "                                       K6JUNX.1
064100         ADD 1 TO ST-PASS                                         K6JUNX.1
064200         GO TO 4000-TALLY.                                        K6JUNX.1
064300     IF CX-P-OR-F = "FAIL*"                                       K6JUNX.1
064400         ADD 1 TO ST-FAIL                                         K6JUNX.1
064500         GO TO 4000-TALLY.                                        K6JUNX.1
064600     IF CX-P-OR-F = "INSPT"                                       K6JUNX.1
064700         ADD 1 TO ST-INSPECT                                      K6JUNX.1
064800         GO TO 4000-TALLY.                                        K6JUNX.1
064900     IF CX-P-OR-F = "XFAIL"                                       K6JUNX.1
065000         ADD 1 TO ST-XFAIL                                        K6JUNX.1
065100         GO TO 4000-TALLY.                                        K6JUNX.1
065200     IF CX-P-OR-F = "*****" AND CX-REMARK (1:6) = "WAIVED"        K6JUNX.1
065300         ADD 1 TO ST-WAIVED                                       K6JUNX.1
065400         GO TO 4000-TALLY.                                        K6JUNX.1
065500     IF CX-P-OR-F = "*****"                                       K6JUNX.1
065600         ADD 1 TO ST-DELETED                                      K6JUNX.1
065700         GO TO 4000-TALLY.                                        K6JUNX.1
065800     IF CX-P-OR-F = "ABND*"                                       K6JUNX.1
065900         ADD 1 TO ST-ABORTED                                      K6JUNX.1
066000         GO TO 4000-TALLY.                                        K6JUNX.1
066100     ADD 1 TO ST-ERRORS.                                          K6JUNX.1
066200     GO TO 4000-TALLY.                                            K6JUNX.1
066300 4000-FIND-RUN.                                                   K6JUNX.1
066400     MOVE ZERO TO WS-RUN-SUB.                                     K6JUNX.1
066500     MOVE ZERO TO WS-SUB.                                         K6JUNX.1
066600 4000-SCAN.                                                       K6JUNX.1
066700     ADD 1 TO WS-SUB.                                             K6JUNX.1
066800     IF WS-SUB > WS-RUN-COUNT                                     K6JUNX.1
066900         SET WS-SEG-BAD TO TRUE                                   K6JUNX.1
067000         MOVE "RUN NOT ON RAW-DATA" TO WS-REJ-REASON              K6JUNX.1
067100         GO TO 4000-EXIT.                                         K6JUNX.1
067200     IF RUN-PGM-ID (WS-SUB) NOT = WS-CUR-PGM-ID                   K6JUNX.1
067300             OR RUN-DATE (WS-SUB) NOT = WS-CUR-RUN-DATE           K6JUNX.1
067400             OR RUN-SEQ (WS-SUB) NOT = WS-CUR-RUN-SEQ             K6JUNX.1
067500         GO TO 4000-SCAN.                                         K6JUNX.1
067600     MOVE WS-SUB TO WS-RUN-SUB.                                   K6JUNX.1
067700     IF ST-PASS NOT = RUN-C-OK (WS-RUN-SUB)                       K6JUNX.1
067800             OR ST-FAIL NOT = RUN-C-FAIL (WS-RUN-SUB)             K6JUNX.1
067900             OR ST-DELETED NOT = RUN-C-DELETED (WS-RUN-SUB)       K6JUNX.1
068000             OR ST-INSPECT NOT = RUN-C-INSPECT (WS-RUN-SUB)       K6JUNX.1
068100             OR ST-XFAIL NOT = RUN-C-XFAIL (WS-RUN-SUB)           K6JUNX.1
068200         SET WS-SEG-BAD TO TRUE                                   K6JUNX.1
068300         MOVE "COUNTS DO NOT TIE TO RAW-DATA" TO WS-REJ-REASON.   K6JUNX.1
068400 4000-EXIT.                                                       K6JUNX.1
068500     EXIT.                                                        K6JUNX.1
068600*================================================================ K6JUNX.1
068700* 4100-ELAPSED -- THE ROW'S ELAPSED COLUMN AS A NUMBER OF         K6JUNX.1
068800* HUNDREDTHS; BLANK ON AN EXTRACT THAT PREDATES THE COLUMN.       K6JUNX.1
068900*================================================================ K6JUNX.1
069000 4100-ELAPSED.                                                    K6JUNX.1
069100     MOVE CX-ELAPSED TO WS-ELAPSED-X.                             K6JUNX.1
069200     INSPECT WS-ELAPSED-X REPLACING LEADING SPACE BY ZERO.        K6JUNX.1
069300     MOVE ZERO TO WS-ELAPSED-CS.                                  K6JUNX.1
069400     IF WS-ELAPSED-N NUMERIC                                      K6JUNX.1
069500         MOVE WS-ELAPSED-N TO WS-ELAPSED-CS.                      K6JUNX.1
069600 4100-EXIT.                                                       K6JUNX.1
069700     EXIT.                                                        K6JUNX.1
069800*================================================================ K6JUNX.1
069900* 5000-WRITE-SUITE -- ONE <testsuite> TO THE WORK FILE: ITS       K6JUNX.1
070000* COUNTS, THE RUN'S PROPERTIES AND A <testcase> PER ROW.          K6JUNX.1
070100*================================================================ K6JUNX.1
070200 5000-WRITE-SUITE.                                                K6JUNX.1
070300     ADD ST-TESTS TO DT-TESTS.                                    K6JUNX.1
070400     ADD ST-FAIL TO DT-FAILURES.                                  K6JUNX.1
070500     ADD ST-ABORTED ST-ERRORS TO DT-ERRORS.                       K6JUNX.1
070600     ADD ST-DELETED ST-WAIVED TO DT-SKIPPED.                      K6JUNX.1
070700     ADD ST-TIME-CS TO DT-TIME-CS.                                K6JUNX.1
070800     ADD ST-ERRORS TO WS-ODD-VERDICTS.                            K6JUNX.1
070900     MOVE RUN-C-DATE (WS-RUN-SUB) TO WS-STAMP-DATE.               K6JUNX.1
071000     MOVE RUN-C-TIME (WS-RUN-SUB) TO WS-STAMP-TIME.               K6JUNX.1
071100     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
071200     MOVE 1 TO XL-PTR.                                            K6JUNX.1
071300     STRING "  <testsuite" DELIMITED BY SIZE                      K6JUNX.1
071400         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
071500     MOVE "name" TO XA-NAME.                                      K6JUNX.1
071600     MOVE WS-CUR-PGM-ID TO XE-IN.                                 K6JUNX.1
071700     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
071800     MOVE "package" TO XA-NAME.                                   K6JUNX.1
071900     MOVE RUN-MODULE (WS-RUN-SUB) TO XE-IN.                       K6JUNX.1
072000     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
072100     MOVE "hostname" TO XA-NAME.                                  K6JUNX.1
072200     MOVE WS-TARGET-ID TO XE-IN.                                  K6JUNX.1
072300     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
072400     MOVE "id" TO XA-NAME.                                        K6JUNX.1
072500     COMPUTE WS-COUNT-E = WS-SEGS-EXPORTED + 1.                   K6JUNX.1
072600     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
072700     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
072800     MOVE SPACE TO XE-IN.                                         K6JUNX.1
072900     STRING WS-STAMP-CCYY "-" WS-STAMP-MM "-" WS-STAMP-DD "T"     K6JUNX.1
073000            WS-STAMP-HH ":" WS-STAMP-MI ":" WS-STAMP-SS           K6JUNX.1
073100         DELIMITED BY SIZE INTO XE-IN.                            K6JUNX.1
073200     MOVE "timestamp" TO XA-NAME.                                 K6JUNX.1
073300     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
073400     MOVE "tests" TO XA-NAME.                                     K6JUNX.1
073500     MOVE ST-TESTS TO WS-COUNT-E.                                 K6JUNX.1
073600     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
073700     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
073800     MOVE "failures" TO XA-NAME.                                  K6JUNX.1
073900     MOVE ST-FAIL TO WS-COUNT-E.                                  K6JUNX.1
074000     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
074100     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
074200     MOVE "errors" TO XA-NAME.                                    K6JUNX.1
074300     COMPUTE WS-COUNT-E = ST-ABORTED + ST-ERRORS.                 K6JUNX.1
074400     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
074500     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
074600     MOVE "skipped" TO XA-NAME.                                   K6JUNX.1
074700     COMPUTE WS-COUNT-E = ST-DELETED + ST-WAIVED.                 K6JUNX.1
074800     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
074900     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
075000     MOVE "time" TO XA-NAME.                                      K6JUNX.1
075100     MOVE ST-TIME-CS TO WS-ELAPSED-CS.                            K6JUNX.1
075200     PERFORM 7300-PUT-SECONDS THRU 7300-EXIT.                     K6JUNX.1
075300     STRING ">" DELIMITED BY SIZE                                 K6JUNX.1
075400         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
075500     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
075600*    THE RUN'S IDENTITY AND THE INSPECTION COUNT AS PROPERTIES.   K6JUNX.1
075700     MOVE 6 TO XP-INDENT.                                         K6JUNX.1
075800     MOVE "    <properties>" TO XL-LINE.                          K6JUNX.1
075900     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
076000     MOVE "target" TO XA-NAME.                                    K6JUNX.1
076100     MOVE WS-TARGET-ID TO XE-IN.                                  K6JUNX.1
076200     PERFORM 7400-PUT-PROPERTY THRU 7400-EXIT.                    K6JUNX.1
076300     MOVE "run-date" TO XA-NAME.                                  K6JUNX.1
076400     MOVE WS-CUR-RUN-DATE TO XE-IN.                               K6JUNX.1
076500     PERFORM 7400-PUT-PROPERTY THRU 7400-EXIT.                    K6JUNX.1
076600     MOVE "run-seq" TO XA-NAME.                                   K6JUNX.1
076700     MOVE WS-CUR-RUN-SEQ TO XE-IN.                                K6JUNX.1
076800     PERFORM 7400-PUT-PROPERTY THRU 7400-EXIT.                    K6JUNX.1
076900     MOVE "window" TO XA-NAME.                                    K6JUNX.1
077000     MOVE WS-CUR-WINDOW TO XE-IN.                                 K6JUNX.1
077100     PERFORM 7400-PUT-PROPERTY THRU 7400-EXIT.                    K6JUNX.1
077200     MOVE "inspect-count" TO XA-NAME.                             K6JUNX.1
077300     MOVE ST-INSPECT TO WS-COUNT-E.                               K6JUNX.1
077400     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
077500     PERFORM 7400-PUT-PROPERTY THRU 7400-EXIT.                    K6JUNX.1
077600     MOVE "xfail-count" TO XA-NAME.                               K6JUNX.1
077700     MOVE ST-XFAIL TO WS-COUNT-E.                                 K6JUNX.1
077800     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
077900     PERFORM 7400-PUT-PROPERTY THRU 7400-EXIT.                    K6JUNX.1
078000     MOVE "    </properties>" TO XL-LINE.                         K6JUNX.1
078100     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
078200     MOVE ZERO TO WS-SEG-SUB.                                     K6JUNX.1
078300 5000-CASE-NEXT.                                                  K6JUNX.1
078400     ADD 1 TO WS-SEG-SUB.                                         K6JUNX.1
078500     IF WS-SEG-SUB > WS-SEG-ROW-COUNT                             K6JUNX.1
078600         GO TO 5000-CLOSE.                                        K6JUNX.1
078700     MOVE SEG-BUFFER-ROW (WS-SEG-SUB) TO CX-REC.                  K6JUNX.1
078800     PERFORM 5100-WRITE-CASE THRU 5100-EXIT.                      K6JUNX.1
078900     GO TO 5000-CASE-NEXT.                                        K6JUNX.1
079000 5000-CLOSE.                                                      K6JUNX.1
079100     MOVE "  </testsuite>" TO XL-LINE.                            K6JUNX.1
079200     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
079300 5000-EXIT.                                                       K6JUNX.1
079400     EXIT.                                                        K6JUNX.1
079500*================================================================ K6JUNX.1
079600* 5100-WRITE-CASE -- ONE <testcase> FOR THE ROW IN CX-REC.  A     K6JUNX.1
079700* PASS IS A SINGLE EMPTY ELEMENT; ANYTHING ELSE OPENS IT AND      K6JUNX.1
079800* PUTS THE VERDICT'S CHILD INSIDE.                                K6JUNX.1
079900*================================================================ K6JUNX.1
080000 5100-WRITE-CASE.                                                 K6JUNX.1
080100     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
080200     MOVE 1 TO XL-PTR.                                            K6JUNX.1
080300     STRING "    <testcase" DELIMITED BY SIZE                     K6JUNX.1
080400         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
080500     MOVE "classname" TO XA-NAME.                                 K6JUNX.1
080600     MOVE WS-CUR-PGM-ID TO XE-IN.                                 K6JUNX.1
080700     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
080800     MOVE "name" TO XA-NAME.                                      K6JUNX.1
080900     MOVE CX-PAR-NAME TO XE-IN.                                   K6JUNX.1
081000     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
081100     MOVE "time" TO XA-NAME.                                      K6JUNX.1
081200     PERFORM 4100-ELAPSED THRU 4100-EXIT.                         K6JUNX.1
081300     PERFORM 7300-PUT-SECONDS THRU 7300-EXIT.                     K6JUNX.1
081400     IF CX-P-OR-F = "PASS "                                       K6JUNX.1
081500         STRING "/>" DELIMITED BY SIZE                            K6JUNX.1
081600             INTO XL-LINE WITH POINTER XL-PTR                     K6JUNX.1
081700         PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT                K6JUNX.1
081800         GO TO 5100-EXIT.                                         K6JUNX.1
081900     STRING ">" DELIMITED BY SIZE                                 K6JUNX.1
082000         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
082100     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
082200     IF CX-P-OR-F = "FAIL*"                                       K6JUNX.1
082300         PERFORM 5200-FAILURE THRU 5200-EXIT                      K6JUNX.1
082400         GO TO 5100-CLOSE.                                        K6JUNX.1
082500     IF CX-P-OR-F = "*****"                                       K6JUNX.1
082600         PERFORM 5300-SKIPPED THRU 5300-EXIT                      K6JUNX.1
082700         GO TO 5100-CLOSE.                                        K6JUNX.1
082800     IF CX-P-OR-F = "INSPT" OR CX-P-OR-F = "XFAIL"                K6JUNX.1
082900         MOVE "      <properties>" TO XL-LINE                     K6JUNX.1
083000         PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT                K6JUNX.1
083100         MOVE 8 TO XP-INDENT                                      K6JUNX.1
083200         MOVE CX-P-OR-F TO XA-NAME                                K6JUNX.1
083300         MOVE CX-REMARK TO XE-IN                                  K6JUNX.1
083400         PERFORM 7400-PUT-PROPERTY THRU 7400-EXIT                 K6JUNX.1
083500         MOVE "      </properties>" TO XL-LINE                    K6JUNX.1
083600         PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT                K6JUNX.1
083700         GO TO 5100-CLOSE.                                        K6JUNX.1
083800     PERFORM 5400-ERROR THRU 5400-EXIT.                           K6JUNX.1
083900 5100-CLOSE.                                                      K6JUNX.1
084000     MOVE "    </testcase>" TO XL-LINE.                           K6JUNX.1
084100     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
084200 5100-EXIT.                                                       K6JUNX.1
084300     EXIT.                                                        K6JUNX.1
084400*================================================================ K6JUNX.1
084500* 5200-FAILURE -- <failure> TYPED BY THE ROW'S TRIAGE CLASS,      K6JUNX.1
084600* WITH THE REMARK AS ITS MESSAGE AND COMPUTED, CORRECT AND THE    K6JUNX.1
084700* SEVERITY AS ITS TEXT.                                           K6JUNX.1
084800*================================================================ K6JUNX.1
084900 5200-FAILURE.                                                    K6JUNX.1
085000     MOVE "UNTRIAGED" TO WS-FAIL-TYPE.                            K6JUNX.1
085100     MOVE ZERO TO WS-TRI-SUB.                                     K6JUNX.1
085200 5200-SCAN.                                                       K6JUNX.1
085300     ADD 1 TO WS-TRI-SUB.                                         K6JUNX.1
085400     IF WS-TRI-SUB > WS-TRI-COUNT                                 K6JUNX.1
085500         ADD 1 TO WS-UNTRIAGED                                    K6JUNX.1
085600         GO TO 5200-WRITE.                                        K6JUNX.1
085700     IF TRI-PGM-ID (WS-TRI-SUB) NOT = WS-CUR-PGM-ID               K6JUNX.1
085800             OR TRI-RUN-DATE (WS-TRI-SUB) NOT = WS-CUR-RUN-DATE   K6JUNX.1
085900             OR TRI-RUN-SEQ (WS-TRI-SUB) NOT = WS-CUR-RUN-SEQ     K6JUNX.1
086000             OR TRI-PAR-NAME (WS-TRI-SUB) NOT = CX-PAR-NAME       K6JUNX.1
086100         GO TO 5200-SCAN.                                         K6JUNX.1
086200     MOVE TRI-CLASS-NAME (WS-TRI-SUB) TO WS-FAIL-TYPE.            K6JUNX.1
086300 5200-WRITE.                                                      K6JUNX.1
086400     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
086500     MOVE 1 TO XL-PTR.                                            K6JUNX.1
086600     STRING "      <failure" DELIMITED BY SIZE                    K6JUNX.1
086700         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
086800     MOVE "type" TO XA-NAME.                                      K6JUNX.1
086900     MOVE WS-FAIL-TYPE TO XE-IN.                                  K6JUNX.1
087000     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
087100     MOVE "message" TO XA-NAME.                                   K6JUNX.1
087200     MOVE CX-REMARK TO XE-IN.                                     K6JUNX.1
087300     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
087400     STRING ">" DELIMITED BY SIZE                                 K6JUNX.1
087500         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
087600     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
087700*    THE OPERANDS KEEP THEIR LEADING SPACES.                      K6JUNX.1
087800     MOVE "N" TO WS-LTRIM-SW.                                     K6JUNX.1
087900     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
088000     MOVE 1 TO XL-PTR.                                            K6JUNX.1
088100     STRING "COMPUTED: " DELIMITED BY SIZE                        K6JUNX.1
088200         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
088300     MOVE CX-COMPUTED TO XE-IN.                                   K6JUNX.1
088400     PERFORM 7200-PUT-TEXT THRU 7200-EXIT.                        K6JUNX.1
088500     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
088600     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
088700     MOVE 1 TO XL-PTR.                                            K6JUNX.1
088800     STRING "CORRECT:  " DELIMITED BY SIZE                        K6JUNX.1
088900         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
089000     MOVE CX-CORRECT TO XE-IN.                                    K6JUNX.1
089100     PERFORM 7200-PUT-TEXT THRU 7200-EXIT.                        K6JUNX.1
089200     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
089300     MOVE "Y" TO WS-LTRIM-SW.                                     K6JUNX.1
089400     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
089500     MOVE 1 TO XL-PTR.                                            K6JUNX.1
089600     STRING "SEVERITY: " CX-SEVERITY "</failure>"                 K6JUNX.1
089700         DELIMITED BY SIZE INTO XL-LINE WITH POINTER XL-PTR.      K6JUNX.1
089800     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
089900 5200-EXIT.                                                       K6JUNX.1
090000     EXIT.                                                        K6JUNX.1
090100*================================================================ K6JUNX.1
090200* 5300-SKIPPED -- <skipped> WITH THE K6CNOTE REASON AS ITS        K6JUNX.1
090300* MESSAGE AND THE ROW'S REMARK AS ITS TEXT.  A WAIVER IS WAIV;    K6JUNX.1
090400* A DELETION TAKES THE RUN'S C-NOTE CODE WHEN IT IS ONE OF        K6JUNX.1
090500* K6CNOTE'S, OTHERWISE THE REMARK ALONE EXPLAINS IT.              K6JUNX.1
090600*================================================================ K6JUNX.1
090700 5300-SKIPPED.                                                    K6JUNX.1
090800     MOVE SPACE TO XE-IN.                                         K6JUNX.1
090900     IF CX-REMARK (1:6) = "WAIVED"                                K6JUNX.1
091000         MOVE "WAIV" TO XE-IN (1:4)                               K6JUNX.1
091100     ELSE                                                         K6JUNX.1
091200         MOVE RUN-C-NOTE (WS-RUN-SUB) TO XE-IN (1:4).             K6JUNX.1
091300     SET CN-IDX TO 1.                                             K6JUNX.1
091400 5300-SCAN.                                                       K6JUNX.1
091500     IF CN-IDX > 9                                                K6RSTR.2
091600         MOVE "TEST DELETED" TO XE-IN                             K6JUNX.1
091700         GO TO 5300-WRITE.                                        K6JUNX.1
091800     IF CN-CODE (CN-IDX) = XE-IN (1:4)                            K6JUNX.1
091900         MOVE CN-DESCRIPTION (CN-IDX) TO XE-IN (6:30)             K6JUNX.1
092000         GO TO 5300-WRITE.                                        K6JUNX.1
092100     SET CN-IDX UP BY 1.                                          K6JUNX.1
092200     GO TO 5300-SCAN.                                             K6JUNX.1
092300 5300-WRITE.                                                      K6JUNX.1
092400     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
092500     MOVE 1 TO XL-PTR.                                            K6JUNX.1
092600     STRING "      <skipped" DELIMITED BY SIZE                    K6JUNX.1
092700         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
092800     MOVE "message" TO XA-NAME.                                   K6JUNX.1
092900     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
093000     STRING ">" DELIMITED BY SIZE                                 K6JUNX.1
093100         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
093200     MOVE CX-REMARK TO XE-IN.                                     K6JUNX.1
093300     PERFORM 7200-PUT-TEXT THRU 7200-EXIT.                        K6JUNX.1
093400     STRING "</skipped>" DELIMITED BY SIZE                        K6JUNX.1
093500         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
093600     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
093700 5300-EXIT.                                                       K6JUNX.1
093800     EXIT.                                                        K6JUNX.1
093900*================================================================ K6JUNX.1
094000* 5400-ERROR -- <error> FOR A WATCHDOG ABORT OR A VERDICT THIS    K6JUNX.1
094100* PROGRAM DOES NOT KNOW.                                          K6JUNX.1
094200*================================================================ K6JUNX.1
094300 5400-ERROR.                                                      K6JUNX.1
094400     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
094500     MOVE 1 TO XL-PTR.                                            K6JUNX.1
094600     STRING "      <error" DELIMITED BY SIZE                      K6JUNX.1
094700         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
094800     MOVE "type" TO XA-NAME.                                      K6JUNX.1
094900     MOVE "WATCHDOG ABORT" TO XE-IN.                              K6JUNX.1
095000     IF CX-P-OR-F NOT = "ABND*"                                   K6JUNX.1
095100         MOVE SPACE TO XE-IN                                      K6JUNX.1
095200         STRING "UNRECOGNIZED VERDICT " CX-P-OR-F                 K6JUNX.1
095300             DELIMITED BY SIZE INTO XE-IN.                        K6JUNX.1
095400     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
095500     MOVE "message" TO XA-NAME.                                   K6JUNX.1
095600     MOVE CX-REMARK TO XE-IN.                                     K6JUNX.1
095700     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
095800     STRING "/>" DELIMITED BY SIZE                                K6JUNX.1
095900         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
096000     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
096100 5400-EXIT.                                                       K6JUNX.1
096200     EXIT.                                                        K6JUNX.1
096300*================================================================ K6JUNX.1
096400* 6000-WRITE-DOCUMENT -- THE PROLOG AND <testsuites> WITH THE     K6JUNX.1
096500* DOCUMENT TOTALS, THE SUITES FROM THE WORK FILE, THE CLOSE.      K6JUNX.1
096600*================================================================ K6JUNX.1
096700 6000-WRITE-DOCUMENT.                                             K6JUNX.1
096800     OPEN OUTPUT JUNIT-XML.                                       K6JUNX.1
096900     MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO XL-LINE.    K6JUNX.1
097000     PERFORM 7850-PUT-DOC-LINE THRU 7850-EXIT.                    K6JUNX.1
097100     MOVE 1 TO XL-PTR.                                            K6JUNX.1
097200     STRING "<testsuites" DELIMITED BY SIZE                       K6JUNX.1
097300         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
097400     MOVE "name" TO XA-NAME.                                      K6JUNX.1
097500     MOVE SPACE TO XE-IN.                                         K6JUNX.1
097600     STRING "NIST COBOL85 CERTIFICATION " WS-TARGET-ID            K6JUNX.1
097700         DELIMITED BY SIZE INTO XE-IN.                            K6JUNX.1
097800     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
097900     MOVE "tests" TO XA-NAME.                                     K6JUNX.1
098000     MOVE DT-TESTS TO WS-COUNT-E.                                 K6JUNX.1
098100     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
098200     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
098300     MOVE "failures" TO XA-NAME.                                  K6JUNX.1
098400     MOVE DT-FAILURES TO WS-COUNT-E.                              K6JUNX.1
098500     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
098600     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
098700     MOVE "errors" TO XA-NAME.                                    K6JUNX.1
098800     MOVE DT-ERRORS TO WS-COUNT-E.                                K6JUNX.1
098900     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
099000     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
099100     MOVE "skipped" TO XA-NAME.                                   K6JUNX.1
099200     MOVE DT-SKIPPED TO WS-COUNT-E.                               K6JUNX.1
099300     MOVE WS-COUNT-E TO XE-IN.                                    K6JUNX.1
099400     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
099500     MOVE "time" TO XA-NAME.                                      K6JUNX.1
099600     MOVE DT-TIME-CS TO WS-ELAPSED-CS.                            K6JUNX.1
099700     PERFORM 7300-PUT-SECONDS THRU 7300-EXIT.                     K6JUNX.1
099800     STRING ">" DELIMITED BY SIZE                                 K6JUNX.1
099900         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
100000     PERFORM 7850-PUT-DOC-LINE THRU 7850-EXIT.                    K6JUNX.1
100100     OPEN INPUT JUNX-WORK.                                        K6JUNX.1
100200 6000-COPY.                                                       K6JUNX.1
100300     READ JUNX-WORK                                               K6JUNX.1
100400         AT END GO TO 6000-CLOSE.                                 K6JUNX.1
100500     WRITE JX-REC FROM JW-REC.                                    K6JUNX.1
100600     GO TO 6000-COPY.                                             K6JUNX.1
100700 6000-CLOSE.                                                      K6JUNX.1
100800     CLOSE JUNX-WORK.                                             K6JUNX.1
100900     MOVE "</testsuites>" TO XL-LINE.                             K6JUNX.1
101000     PERFORM 7850-PUT-DOC-LINE THRU 7850-EXIT.                    K6JUNX.1
101100     CLOSE JUNIT-XML.                                             K6JUNX.1
101200 6000-EXIT.                                                       K6JUNX.1
101300     EXIT.                                                        K6JUNX.1
101400*================================================================ K6JUNX.1
101500* 7000-XML-ESCAPE -- XE-IN INTO XE-OUT WITH THE FIVE XML          K6JUNX.1
101600* SPECIAL CHARACTERS AS ENTITIES AND ANY CONTROL CHARACTER AS     K6JUNX.1
101700* A PERIOD.  XE-LEN IS ZERO FOR A BLANK VALUE.                    K6JUNX.1
101800*================================================================ K6JUNX.1
101900 7000-XML-ESCAPE.                                                 K6JUNX.1
102000     MOVE SPACE TO XE-OUT.                                        K6JUNX.1
102100     MOVE ZERO TO XE-LEN.                                         K6JUNX.1
102200     MOVE 120 TO XE-LAST.                                         K6JUNX.1
102300 7000-BACK.                                                       K6JUNX.1
102400     IF XE-LAST = ZERO                                            K6JUNX.1
102500         GO TO 7000-EXIT.                                         K6JUNX.1
102600     IF XE-IN (XE-LAST:1) = SPACE                                 K6JUNX.1
102700         SUBTRACT 1 FROM XE-LAST                                  K6JUNX.1
102800         GO TO 7000-BACK.                                         K6JUNX.1
102900     MOVE 1 TO XE-FIRST.                                          K6JUNX.1
103000     IF NOT WS-LTRIM                                              K6JUNX.1
103100         GO TO 7000-COPY.                                         K6JUNX.1
103200 7000-FRONT.                                                      K6JUNX.1
103300     IF XE-IN (XE-FIRST:1) = SPACE                                K6JUNX.1
103400         ADD 1 TO XE-FIRST                                        K6JUNX.1
103500         GO TO 7000-FRONT.                                        K6JUNX.1
103600 7000-COPY.                                                       K6JUNX.1
103700     IF XE-FIRST > XE-LAST                                        K6JUNX.1
103800         GO TO 7000-EXIT.                                         K6JUNX.1
103900     MOVE XE-IN (XE-FIRST:1) TO XE-CHAR.                          K6JUNX.1
104000     ADD 1 TO XE-FIRST.                                           K6JUNX.1
104100     MOVE XE-LEN TO WS-OUT-SUB.                                   K6JUNX.1
104200     ADD 1 TO WS-OUT-SUB.                                         K6JUNX.1
104300     IF XE-CHAR = "&"                                             K6JUNX.1
104400         MOVE "&amp;" TO XE-OUT (WS-OUT-SUB:5)                    K6JUNX.1
104500         ADD 5 TO XE-LEN                                          K6JUNX.1
104600         GO TO 7000-COPY.                                         K6JUNX.1
104700     IF XE-CHAR = "<"                                             K6JUNX.1
104800         MOVE "&lt;" TO XE-OUT (WS-OUT-SUB:4)                     K6JUNX.1
104900         ADD 4 TO XE-LEN                                          K6JUNX.1
105000         GO TO 7000-COPY.                                         K6JUNX.1
105100     IF XE-CHAR = ">"                                             K6JUNX.1
105200         MOVE "&gt;" TO XE-OUT (WS-OUT-SUB:4)                     K6JUNX.1
105300         ADD 4 TO XE-LEN                                          K6JUNX.1
105400         GO TO 7000-COPY.                                         K6JUNX.1
105500     IF XE-CHAR = QUOTE                                           K6JUNX.1
105600         MOVE "&quot;" TO XE-OUT (WS-OUT-SUB:6)                   K6JUNX.1
105700         ADD 6 TO XE-LEN                                          K6JUNX.1
105800         GO TO 7000-COPY.                                         K6JUNX.1
105900     IF XE-CHAR = "'"                                             K6JUNX.1
106000         MOVE "&apos;" TO XE-OUT (WS-OUT-SUB:6)                   K6JUNX.1
106100         ADD 6 TO XE-LEN                                          K6JUNX.1
106200         GO TO 7000-COPY.                                         K6JUNX.1
106300     IF XE-CHAR < SPACE                                           K6JUNX.1
106400         MOVE "." TO XE-CHAR.                                     K6JUNX.1
106500     MOVE XE-CHAR TO XE-OUT (WS-OUT-SUB:1).                       K6JUNX.1
106600     ADD 1 TO XE-LEN.                                             K6JUNX.1
106700     GO TO 7000-COPY.                                             K6JUNX.1
106800 7000-EXIT.                                                       K6JUNX.1
106900     EXIT.                                                        K6JUNX.1
107000*================================================================ K6JUNX.1
107100* 7100-PUT-ATTR -- APPEND  XA-NAME="XE-IN"  TO XL-LINE.           K6JUNX.1
107200*================================================================ K6JUNX.1
107300 7100-PUT-ATTR.                                                   K6JUNX.1
107400     PERFORM 7000-XML-ESCAPE THRU 7000-EXIT.                      K6JUNX.1
107500     STRING " " DELIMITED BY SIZE                                 K6JUNX.1
107600            XA-NAME DELIMITED BY SPACE                            K6JUNX.1
107700            '="' DELIMITED BY SIZE                                K6JUNX.1
107800         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
107900     IF XE-LEN > ZERO                                             K6JUNX.1
108000         STRING XE-OUT (1:XE-LEN) DELIMITED BY SIZE               K6JUNX.1
108100             INTO XL-LINE WITH POINTER XL-PTR.                    K6JUNX.1
108200     STRING '"' DELIMITED BY SIZE                                 K6JUNX.1
108300         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
108400 7100-EXIT.                                                       K6JUNX.1
108500     EXIT.                                                        K6JUNX.1
108600*================================================================ K6JUNX.1
108700* 7200-PUT-TEXT -- APPEND XE-IN AS ELEMENT TEXT TO XL-LINE.       K6JUNX.1
108800*================================================================ K6JUNX.1
108900 7200-PUT-TEXT.                                                   K6JUNX.1
109000     PERFORM 7000-XML-ESCAPE THRU 7000-EXIT.                      K6JUNX.1
109100     IF XE-LEN > ZERO                                             K6JUNX.1
109200         STRING XE-OUT (1:XE-LEN) DELIMITED BY SIZE               K6JUNX.1
109300             INTO XL-LINE WITH POINTER XL-PTR.                    K6JUNX.1
109400 7200-EXIT.                                                       K6JUNX.1
109500     EXIT.                                                        K6JUNX.1
109600*================================================================ K6JUNX.1
109700* 7300-PUT-SECONDS -- APPEND WS-ELAPSED-CS HUNDREDTHS AS THE      K6JUNX.1
109800* XA-NAME ATTRIBUTE IN SECONDS.                                   K6JUNX.1
109900*================================================================ K6JUNX.1
110000 7300-PUT-SECONDS.                                                K6JUNX.1
110100     COMPUTE WS-SECONDS = WS-ELAPSED-CS / 100.                    K6JUNX.1
110200     MOVE WS-SECONDS TO WS-SECONDS-E.                             K6JUNX.1
110300     MOVE WS-SECONDS-E TO XE-IN.                                  K6JUNX.1
110400     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
110500 7300-EXIT.                                                       K6JUNX.1
110600     EXIT.                                                        K6JUNX.1
110700*================================================================ K6JUNX.1
110800* 7400-PUT-PROPERTY -- ONE <property> LINE, NAME XA-NAME, VALUE   K6JUNX.1
110900* XE-IN, INDENTED XP-INDENT UNDER ITS <properties>.               K6JUNX.1
111000*================================================================ K6JUNX.1
111100 7400-PUT-PROPERTY.                                               K6JUNX.1
111200     MOVE XE-IN TO XP-VALUE.                                      K6JUNX.1
111300     MOVE XA-NAME TO XE-IN.                                       K6JUNX.1
111400     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
111500     COMPUTE XL-PTR = XP-INDENT + 1.                              K6JUNX.1
111600     STRING "<property" DELIMITED BY SIZE                         K6JUNX.1
111700         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
111800     MOVE "name" TO XA-NAME.                                      K6JUNX.1
111900     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
112000     MOVE "value" TO XA-NAME.                                     K6JUNX.1
112100     MOVE XP-VALUE TO XE-IN.                                      K6JUNX.1
112200     PERFORM 7100-PUT-ATTR THRU 7100-EXIT.                        K6JUNX.1
112300     STRING "/>" DELIMITED BY SIZE                                K6JUNX.1
112400         INTO XL-LINE WITH POINTER XL-PTR.                        K6JUNX.1
112500     PERFORM 7800-PUT-WORK-LINE THRU 7800-EXIT.                   K6JUNX.1
112600 7400-EXIT.                                                       K6JUNX.1
112700     EXIT.                                                        K6JUNX.1
112800*================================================================ K6JUNX.1
112900* 7800-PUT-WORK-LINE / 7850-PUT-DOC-LINE -- WRITE XL-LINE TO      K6JUNX.1
113000* THE WORK FILE OR THE DOCUMENT AND START A FRESH ONE.            K6JUNX.1
113100*================================================================ K6JUNX.1
113200 7800-PUT-WORK-LINE.                                              K6JUNX.1
113300     WRITE JW-REC FROM XL-LINE.                                   K6JUNX.1
113400     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
113500     MOVE 1 TO XL-PTR.                                            K6JUNX.1
113600 7800-EXIT.                                                       K6JUNX.1
113700     EXIT.                                                        K6JUNX.1
113800 7850-PUT-DOC-LINE.                                               K6JUNX.1
113900     WRITE JX-REC FROM XL-LINE.                                   K6JUNX.1
114000     MOVE SPACE TO XL-LINE.                                       K6JUNX.1
114100     MOVE 1 TO XL-PTR.                                            K6JUNX.1
114200 7850-EXIT.                                                       K6JUNX.1
114300     EXIT.                                                        K6JUNX.1
114400*================================================================ K6JUNX.1
114500* 7900-WRITE-MESSAGE -- ONE MESSAGE LINE ON THE REPORT.           K6JUNX.1
114600*================================================================ K6JUNX.1
114700 7900-WRITE-MESSAGE.                                              K6JUNX.1
114800     WRITE JR-PRINT-REC FROM MSG-LINE                             K6JUNX.1
114900         AFTER ADVANCING 1 LINE.                                  K6JUNX.1
115000     MOVE SPACE TO MSG-TEXT MSG-VALUE.                            K6JUNX.1
115100 7900-EXIT.                                                       K6JUNX.1
115200     EXIT.                                                        K6JUNX.1
115300*================================================================ K6JUNX.1
115400* 8000-PRINT-SUMMARY -- THE EXPORT TOTALS AND THE VERDICT.        K6JUNX.1
115500*================================================================ K6JUNX.1
115600 8000-PRINT-SUMMARY.                                              K6JUNX.1
115700     MOVE SPACE TO JR-PRINT-REC.                                  K6JUNX.1
115800     WRITE JR-PRINT-REC AFTER ADVANCING 1 LINE.                   K6JUNX.1
115900     MOVE "SEGMENTS OF THE TARGET READ" TO SUM-LABEL.             K6JUNX.1
116000     MOVE WS-SEGS-READ TO SUM-COUNT.                              K6JUNX.1
116100     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
116200     MOVE "SEGMENTS OF OTHER TARGETS PASSED OVER" TO SUM-LABEL.   K6JUNX.1
116300     MOVE WS-SEGS-OTHER TO SUM-COUNT.                             K6JUNX.1
116400     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
116500     MOVE "SUITES EXPORTED" TO SUM-LABEL.                         K6JUNX.1
116600     MOVE WS-SEGS-EXPORTED TO SUM-COUNT.                          K6JUNX.1
116700     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
116800     MOVE "SUPERSEDED RUNS NOT EXPORTED" TO SUM-LABEL.            K6JUNX.1
116900     MOVE WS-SEGS-SUPERSEDED TO SUM-COUNT.                        K6JUNX.1
117000     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
000000     MOVE "VOID-WINDOW RUNS NOT EXPORTED" TO SUM-LABEL.           K6VOID.1
000000     MOVE WS-SEGS-VOIDED TO SUM-COUNT.                            K6VOID.1
000000     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6VOID.1
117100     MOVE "SUITES REJECTED" TO SUM-LABEL.                         K6JUNX.1
117200     MOVE WS-SEGS-REJECTED TO SUM-COUNT.                          K6JUNX.1
117300     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
117400     MOVE "DETAIL ROWS OUTSIDE ANY SEGMENT" TO SUM-LABEL.         K6JUNX.1
117500     MOVE WS-ROWS-ORPHANED TO SUM-COUNT.                          K6JUNX.1
117600     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
117700     MOVE "TESTCASES EXPORTED" TO SUM-LABEL.                      K6JUNX.1
117800     MOVE DT-TESTS TO SUM-COUNT.                                  K6JUNX.1
117900     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
118000     MOVE "FAILURES WITHOUT A TRIAGE CLASS" TO SUM-LABEL.         K6JUNX.1
118100     MOVE WS-UNTRIAGED TO SUM-COUNT.                              K6JUNX.1
118200     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
118300     MOVE "UNRECOGNIZED VERDICTS" TO SUM-LABEL.                   K6JUNX.1
118400     MOVE WS-ODD-VERDICTS TO SUM-COUNT.                           K6JUNX.1
118500     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6JUNX.1
118600     IF WS-SEGS-REJECTED > ZERO                                   K6JUNX.1
118700         MOVE 8 TO WS-VERDICT-RC                                  K6JUNX.1
118800         GO TO 8000-EXIT.                                         K6JUNX.1
118900     IF WS-SEGS-EXPORTED = ZERO OR WS-ODD-VERDICTS > ZERO         K6JUNX.1
119000         MOVE 4 TO WS-VERDICT-RC.                                 K6JUNX.1
119100 8000-EXIT.                                                       K6JUNX.1
119200     EXIT.                                                        K6JUNX.1
119300 8100-SUM-LINE.                                                   K6JUNX.1
119400     WRITE JR-PRINT-REC FROM SUM-LINE                             K6JUNX.1
119500         AFTER ADVANCING 1 LINE.                                  K6JUNX.1
119600 8100-EXIT.                                                       K6JUNX.1
119700     EXIT.                                                        K6JUNX.1
119800*================================================================ K6JUNX.1
119900* 9999-TERMINATE -- CLOSE THE REPORT AND SET THE RETURN CODE.     K6JUNX.1
120000*================================================================ K6JUNX.1
120100 9999-TERMINATE.                                                  K6JUNX.1
120200     IF WS-FATAL                                                  K6JUNX.1
120300         MOVE 16 TO WS-VERDICT-RC.                                K6JUNX.1
120400     MOVE SPACE TO MSG-TEXT MSG-VALUE.                            K6JUNX.1
120500     MOVE "RETURN CODE" TO MSG-TEXT.                              K6JUNX.1
120600     MOVE WS-VERDICT-RC TO MSG-VALUE.                             K6JUNX.1
120700     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.                   K6JUNX.1
120800     CLOSE JUNX-RPT.                                              K6JUNX.1
120900     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6JUNX.1
121000 9999-EXIT.                                                       K6JUNX.1
121100     EXIT.                                                        K6JUNX.1
