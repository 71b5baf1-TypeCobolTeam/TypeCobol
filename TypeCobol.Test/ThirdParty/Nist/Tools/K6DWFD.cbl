000100 IDENTIFICATION DIVISION.                                         K6DWFD.1
000200 PROGRAM-ID.                                                      K6DWFD.1
000300     K6DWFD.                                                      K6DWFD.1
000400*================================================================ K6DWFD.1
000500* K6DWFD -- NIGHTLY DELTA FEED OF CERTIFICATION HISTORY TO THE    K6DWFD.1
000600* CORPORATE DATA WAREHOUSE.                                       K6DWFD.1
000700*================================================================ K6DWFD.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6DWFD.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6DWFD.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6DWFD.1
001100* DATE-COMPILED.                                                  K6DWFD.1
001200*                                                                 K6DWFD.1
001300* REMARKS.                                                        K6DWFD.1
001400*    K6QERY CUTS EXTRACTS ON REQUEST, BUT THE CORPORATE           K6DWFD.1
001500*    REPORTING GROUP WANTS OUR RESULTS IN THEIR WAREHOUSE NEXT    K6DWFD.1
001600*    TO THEIR RELEASE AND INCIDENT DATA, AND UNTIL NOW THEY GOT   K6DWFD.1
001700*    A SPREADSHEET ONCE A MONTH.  THIS PROGRAM RUNS EVERY NIGHT   K6DWFD.1
001800*    AFTER K6CONS AND WRITES A DELTA BATCH IN THE WAREHOUSE'S     K6DWFD.1
001900*    LOAD FORMAT (DWFEED, K6DWFR.CPY): DIMENSION ROWS FOR         K6DWFD.1
002000*    PROGRAM, TEST CASE, ANSI CLAUSE, TARGET, MODULE AND          K6DWFD.1
002100*    WINDOW, FACT ROWS FOR THE EFFECTIVE RESULTS ON THE           K6DWFD.1
002200*    RESULTS-HISTORY MASTER, AND A CONTROL RECORD OF COUNTS AND   K6DWFD.1
002300*    HASH TOTALS THE LOAD RECONCILES AGAINST.                     K6DWFD.1
002400*                                                                 K6DWFD.1
002500*    WHAT THE WAREHOUSE ALREADY HOLDS IS KEPT HERE IN TWO         K6DWFD.1
002600*    DATASETS, BOTH AS OF THE LAST SUCCESSFUL FEED:               K6DWFD.1
002700*      DWKEYS  THE KEY REGISTER -- LAST BATCH NUMBER, THE NEXT    K6DWFD.1
002800*              SURROGATE KEY OF EACH KIND AND EVERY DIMENSION     K6DWFD.1
002900*              MEMBER EVER SENT WITH ITS KEY;                     K6DWFD.1
003000*      DWLEDG  THE FACT LEDGER -- ONE RECORD PER FACT EVER SENT,  K6DWFD.1
003100*              IN RESULTS-HISTORY KEY ORDER, WITH ITS SURROGATE   K6DWFD.1
003200*              KEY AND THE VALUES LAST SENT.                      K6DWFD.1
003300*    THE MASTER IS MATCHED AGAINST THE LEDGER AND ONLY THE        K6DWFD.1
003400*    DIFFERENCES GO OUT:                                          K6DWFD.1
003500*      - AN EFFECTIVE RESULT NOT YET SENT IS AN ADD UNDER A NEW   K6DWFD.1
003600*        FACT KEY;                                                K6DWFD.1
003700*      - A SENT RESULT WHOSE RUN WAS SUPERSEDED BY A RERUN, OR    K6DWFD.1
003800*        WHOSE VALUES OR DIMENSIONS CHANGED, IS A CORRECTION      K6DWFD.1
003900*        UNDER ITS OLD KEY;                                       K6DWFD.1
004000*      - A SENT RESULT THAT IS NO LONGER EFFECTIVE -- ITS RUN     K6DWFD.1
004100*        SUPERSEDED WITH NO REPLACEMENT ROW, ITS WINDOW           K6DWFD.2
004200*        DECLARED VOID (K6VOID), OR THE ROW GONE FROM THE         K6DWFD.2
004300*        MASTER -- IS A                                           K6DWFD.2
004400*        VOID CORRECTION.                                         K6DWFD.1
004500*    THE RUN OF A MASTER ROW IS LOOKED UP ON THE RAW-DATA         K6DWFD.1
004600*    UNLOAD (RAWIN) FOR ITS DISPOSITION, WINDOW AND MODULE; A     K6DWFD.1
004700*    RUN NOT ON THE UNLOAD IS TAKEN AS EFFECTIVE IN THE           K6DWFD.1
004800*    OVERNIGHT WINDOW.  THE TEST-CASE DIMENSION IS THE K6TCID     K6DWFD.1
004900*    PERMANENT ID OF THE PAR-NAME SPELLING IN FORCE ON THE RUN    K6DWFD.1
005000*    DATE (TCIDMST), SO A RENAMED PARAGRAPH STAYS ONE MEMBER; A   K6DWFD.1
005100*    SPELLING NOT YET REGISTERED IS SENT UNDER ITS OWN NAME AND   K6DWFD.1
005200*    REPORTED.                                                    K6DWFD.1
005300*                                                                 K6DWFD.1
005400*    THE NEW KEY REGISTER AND LEDGER (DWKEYSN, DWLEDGN) ARE THE   K6DWFD.1
005500*    STATE AFTER THIS BATCH.  THE OPERATING JCL RENAMES THEM      K6DWFD.1
005600*    OVER DWKEYS AND DWLEDG ONLY WHEN THE WAREHOUSE LOAD STEP     K6DWFD.1
005700*    ENDS CLEAN.  AFTER A FAILED LOAD THE OLD STATE STANDS, SO    K6DWFD.1
005800*    THE NEXT RUN BUILDS THE SAME BATCH NUMBER AGAIN FROM THE     K6DWFD.1
005900*    SAME BASE -- SURROGATE KEYS ARE HANDED OUT IN MASTER-KEY     K6DWFD.1
006000*    ORDER AND COME OUT THE SAME -- AND THE LOAD REPLACES THE     K6DWFD.1
006100*    FAILED BATCH RATHER THAN ADDING TO IT.                       K6DWFD.1
006200*                                                                 K6DWFD.1
006300*    INPUTS:                                                      K6DWFD.1
006400*      RSLTHIST  RESULTS-HISTORY MASTER (K6CONS)                  K6DWFD.1
006500*      RAWIN     RAW-DATA UNLOAD (K6RAWDS.CPY)                    K6DWFD.1
006600*      TCIDMST   TEST-CASE IDENTITY REGISTRY (K6TCID)             K6DWFD.1
006700*      DWKEYS    KEY REGISTER (OPTIONAL -- ABSENT ON THE FIRST    K6DWFD.1
006800*                FEED)                                            K6DWFD.1
006900*      DWLEDG    FACT LEDGER (OPTIONAL -- ABSENT ON THE FIRST     K6DWFD.1
007000*                FEED)                                            K6DWFD.1
007100*      DWCTL     CONTROL CARD (OPTIONAL)                          K6DWFD.1
007200*    OUTPUTS:                                                     K6DWFD.1
007300*      DWFEED    THE DELTA BATCH (K6DWFR.CPY)                     K6DWFD.1
007400*      DWKEYSN   KEY REGISTER AFTER THIS BATCH                    K6DWFD.1
007500*      DWLEDGN   FACT LEDGER AFTER THIS BATCH                     K6DWFD.1
007600*      DWWORK    FACT ROWS OF THE BATCH, HELD UNTIL THE           K6DWFD.1
007700*                DIMENSION ROWS ARE WRITTEN                       K6DWFD.1
007800*      DWRPT     FEED REPORT                                      K6DWFD.1
007900*                                                                 K6DWFD.1
008000*    CONTROL CARD (80 COLUMNS):                                   K6DWFD.1
008100*      1-8   FEED DATE (CCYYMMDD, ZERO = TODAY)                   K6DWFD.1
008200*                                                                 K6DWFD.1
008300* RETURN CODES.                                                   K6DWFD.1
008400*     0  BATCH WRITTEN.                                           K6DWFD.1
008500*     4  BATCH WRITTEN; PARAGRAPHS NOT REGISTERED IN K6TCID OR    K6DWFD.1
008600*        RUNS NOT ON THE RAW-DATA UNLOAD ARE REPORTED.            K6DWFD.1
008700*    16  NO BATCH -- THE MASTER COULD NOT BE OPENED, THE KEY      K6DWFD.1
008800*        REGISTER OR LEDGER IS OUT OF ORDER OR DAMAGED, OR A      K6DWFD.1
008900*        TABLE FILLED.  THE FEED IS EMPTY AND THE JCL MUST NOT    K6DWFD.1
009000*        LOAD IT OR PROMOTE THE NEW STATE.                        K6DWFD.1
009100*                                                                 K6DWFD.1
009200* MODIFICATION HISTORY.                                           K6DWFD.1
009300*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6DWFD.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  AN ABORTED RUN IS AN EFFECTIVE FACT, AS IN  K6DWFD.2
000000*                     K6LRUN; A VOID-WINDOW RUN GOES OUT AS A     K6DWFD.2
000000*                     VOID CORRECTION WITH REASON V.              K6DWFD.2
009400*================================================================ K6DWFD.1
009500                                                                  K6DWFD.1
009600 ENVIRONMENT DIVISION.                                            K6DWFD.1
009700 CONFIGURATION SECTION.                                           K6DWFD.1
009800 SOURCE-COMPUTER.                                                 K6DWFD.1
009900     OUR-MAINFRAME.                                               K6DWFD.1
010000 OBJECT-COMPUTER.                                                 K6DWFD.1
010100     OUR-MAINFRAME.                                               K6DWFD.1
010200 INPUT-OUTPUT SECTION.                                            K6DWFD.1
010300 FILE-CONTROL.                                                    K6DWFD.1
010400     SELECT RESULT-MASTER ASSIGN TO RSLTHIST                      K6DWFD.1
010500         ORGANIZATION IS INDEXED                                  K6DWFD.1
010600         ACCESS MODE IS SEQUENTIAL                                K6DWFD.1
010700         RECORD KEY IS RH-KEY                                     K6DWFD.1
010800         ALTERNATE RECORD KEY IS RH-ANSI-CODE                     K6DWFD.1
010900             WITH DUPLICATES                                      K6DWFD.1
011000         FILE STATUS IS WS-MASTER-STATUS.                         K6DWFD.1
011100     SELECT RAW-EXTRACT ASSIGN TO RAWIN                           K6DWFD.1
011200         ORGANIZATION IS SEQUENTIAL                               K6DWFD.1
011300         FILE STATUS IS WS-RAW-STATUS.                            K6DWFD.1
011400     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6DWFD.1
011500         ORGANIZATION IS SEQUENTIAL                               K6DWFD.1
011600         FILE STATUS IS WS-TCID-STATUS.                           K6DWFD.1
011700     SELECT OPTIONAL KEY-REGISTER ASSIGN TO DWKEYS                K6DWFD.1
011800         ORGANIZATION IS SEQUENTIAL                               K6DWFD.1
011900         FILE STATUS IS WS-KEYS-STATUS.                           K6DWFD.1
012000     SELECT OPTIONAL FACT-LEDGER ASSIGN TO DWLEDG                 K6DWFD.1
012100         ORGANIZATION IS SEQUENTIAL                               K6DWFD.1
012200         FILE STATUS IS WS-LEDG-STATUS.                           K6DWFD.1
012300     SELECT OPTIONAL DW-CTL ASSIGN TO DWCTL                       K6DWFD.1
012400         ORGANIZATION IS SEQUENTIAL                               K6DWFD.1
012500         FILE STATUS IS WS-CTL-STATUS.                            K6DWFD.1
012600     SELECT DW-FEED ASSIGN TO DWFEED                              K6DWFD.1
012700         ORGANIZATION IS SEQUENTIAL.                              K6DWFD.1
012800     SELECT NEW-KEY-REGISTER ASSIGN TO DWKEYSN                    K6DWFD.1
012900         ORGANIZATION IS SEQUENTIAL.                              K6DWFD.1
013000     SELECT NEW-FACT-LEDGER ASSIGN TO DWLEDGN                     K6DWFD.1
013100         ORGANIZATION IS SEQUENTIAL.                              K6DWFD.1
013200     SELECT DW-WORK ASSIGN TO DWWORK                              K6DWFD.1
013300         ORGANIZATION IS SEQUENTIAL.                              K6DWFD.1
013400     SELECT DW-RPT ASSIGN TO DWRPT                                K6DWFD.1
013500         ORGANIZATION IS SEQUENTIAL.                              K6DWFD.1
013600                                                                  K6DWFD.1
013700 DATA DIVISION.                                                   K6DWFD.1
013800 FILE SECTION.                                                    K6DWFD.1
013900 FD  RESULT-MASTER                                                K6DWFD.1
014000     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
014100 01  RH-RESULT-REC.                                               K6DWFD.1
014200     05  RH-KEY.                                                  K6DWFD.1
014300         10  RH-PGM-ID        PIC X(6).                           K6DWFD.1
014400         10  RH-PAR-NAME      PIC X(22).                          K6DWFD.1
014500         10  RH-RUN-DATE      PIC 9(8).                           K6DWFD.1
014600         10  RH-TARGET-ID     PIC X(8).                           K6DWFD.1
014700     05  RH-RUN-SEQ           PIC 99.                             K6DWFD.1
014800     05  RH-P-OR-F            PIC X(5).                           K6DWFD.1
014900     05  RH-FEATURE           PIC X(20).                          K6DWFD.1
015000     05  RH-COMPUTED          PIC X(20).                          K6DWFD.1
015100     05  RH-CORRECT           PIC X(20).                          K6DWFD.1
015200     05  RH-REMARK            PIC X(61).                          K6DWFD.1
015300     05  RH-ANSI-CODE         PIC X(10).                          K6DWFD.1
015400     05  RH-SEVERITY          PIC X(1).                           K6DWFD.1
015500 FD  RAW-EXTRACT                                                  K6DWFD.1
015600     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
015700 COPY K6RAWDS.                                                    K6DWFD.1
015800 FD  TCID-MASTER                                                  K6DWFD.1
015900     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
016000* REGISTRY MAPPING RECORD AS K6TCID WRITES IT.                    K6DWFD.1
016100 01  TM-REC.                                                      K6DWFD.1
016200     05  TM-TYPE              PIC X(1).                           K6DWFD.1
016300     05  TM-ID                PIC 9(7).                           K6DWFD.1
016400     05  FILLER               PIC X(1).                           K6DWFD.1
016500     05  TM-PGM-ID            PIC X(6).                           K6DWFD.1
016600     05  FILLER               PIC X(1).                           K6DWFD.1
016700     05  TM-PAR-NAME          PIC X(22).                          K6DWFD.1
016800     05  FILLER               PIC X(1).                           K6DWFD.1
016900     05  TM-EFF-FROM          PIC 9(8).                           K6DWFD.1
017000     05  FILLER               PIC X(1).                           K6DWFD.1
017100     05  TM-EFF-TO            PIC 9(8).                           K6DWFD.1
017200     05  FILLER               PIC X(24).                          K6DWFD.1
017300 FD  KEY-REGISTER                                                 K6DWFD.1
017400     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
017500 01  KR-REC                   PIC X(120).                         K6DWFD.1
017600 FD  FACT-LEDGER                                                  K6DWFD.1
017700     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
017800 01  LR-REC                   PIC X(200).                         K6DWFD.1
017900 FD  DW-CTL                                                       K6DWFD.1
018000     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
018100 01  CTL-REC.                                                     K6DWFD.1
018200     05  CTL-FEED-DATE        PIC X(8).                           K6DWFD.1
018300     05  CTL-FEED-DATE-N REDEFINES CTL-FEED-DATE                  K6DWFD.1
018400                              PIC 9(8).                           K6DWFD.1
018500     05  FILLER               PIC X(72).                          K6DWFD.1
018600 FD  DW-FEED                                                      K6DWFD.1
018700     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
018800     COPY K6DWFR.                                                 K6DWFD.1
018900 FD  NEW-KEY-REGISTER                                             K6DWFD.1
019000     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
019100 01  NK-REC                   PIC X(120).                         K6DWFD.1
019200 FD  NEW-FACT-LEDGER                                              K6DWFD.1
019300     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
019400 01  NL-REC                   PIC X(200).                         K6DWFD.1
019500 FD  DW-WORK                                                      K6DWFD.1
019600     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
019700 01  WK-REC                   PIC X(200).                         K6DWFD.1
019800 FD  DW-RPT                                                       K6DWFD.1
019900     LABEL RECORDS ARE STANDARD.                                  K6DWFD.1
020000 01  DR-PRINT-REC             PIC X(120).                         K6DWFD.1
020100                                                                  K6DWFD.1
020200 WORKING-STORAGE SECTION.                                         K6DWFD.1
020300* ----------------------------------------------------------      K6DWFD.1
020400* SWITCHES, COUNTERS AND CONTROL VALUES.                          K6DWFD.1
020500* ----------------------------------------------------------      K6DWFD.1
020600 77  WS-MASTER-STATUS         PIC X(2)   VALUE SPACE.             K6DWFD.1
020700 77  WS-RAW-STATUS            PIC X(2)   VALUE SPACE.             K6DWFD.1
020800 77  WS-TCID-STATUS           PIC X(2)   VALUE SPACE.             K6DWFD.1
020900 77  WS-KEYS-STATUS           PIC X(2)   VALUE SPACE.             K6DWFD.1
021000 77  WS-LEDG-STATUS           PIC X(2)   VALUE SPACE.             K6DWFD.1
021100 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6DWFD.1
021200 77  WS-MASTER-EOF-SW         PIC X      VALUE "N".               K6DWFD.1
021300     88  WS-MASTER-EOF                   VALUE "Y".               K6DWFD.1
021400 77  WS-LEDG-EOF-SW           PIC X      VALUE "N".               K6DWFD.1
021500     88  WS-LEDG-EOF                     VALUE "Y".               K6DWFD.1
021600 77  WS-WORK-EOF-SW           PIC X      VALUE "N".               K6DWFD.1
021700     88  WS-WORK-EOF                     VALUE "Y".               K6DWFD.1
021800 77  WS-FATAL-SW              PIC X      VALUE "N".               K6DWFD.1
021900     88  WS-FATAL                        VALUE "Y".               K6DWFD.1
022000 77  WS-FOUND-SW              PIC X      VALUE "N".               K6DWFD.1
022100     88  WS-ENTRY-FOUND                  VALUE "Y".               K6DWFD.1
022200 77  WS-EFFECTIVE-SW          PIC X      VALUE "N".               K6DWFD.1
022300     88  WS-RESULT-EFFECTIVE             VALUE "Y".               K6DWFD.1
022400 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6DWFD.1
022500 77  WS-FEED-DATE             PIC 9(8)   VALUE ZERO.              K6DWFD.1
022600 77  WS-BATCH-NO              PIC 9(6)   VALUE ZERO.              K6DWFD.1
022700 77  WS-BASE-BATCH            PIC 9(6)   VALUE ZERO.              K6DWFD.1
022800 77  WS-NEXT-FACT-KEY         PIC 9(9)   VALUE 1.                 K6DWFD.1
022900 77  WS-RUN-COUNT             PIC 9(5)   COMP VALUE ZERO.         K6DWFD.1
023000 77  WS-MAP-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6DWFD.1
023100 77  WS-DIM-COUNT             PIC 9(5)   COMP VALUE ZERO.         K6DWFD.1
023200 77  WS-SUB                   PIC 9(5)   COMP VALUE ZERO.         K6DWFD.1
023300 77  WS-HIT-SUB               PIC 9(5)   COMP VALUE ZERO.         K6DWFD.1
023400 77  WS-DIM-SUB               PIC 9(1)   COMP VALUE ZERO.         K6DWFD.1
023500 77  WS-MASTER-READ           PIC 9(7)   COMP VALUE ZERO.         K6DWFD.1
023600 77  WS-NOT-EFFECTIVE         PIC 9(7)   COMP VALUE ZERO.         K6DWFD.1
023700 77  WS-UNCHANGED             PIC 9(7)   COMP VALUE ZERO.         K6DWFD.1
023800 77  WS-UNREGISTERED          PIC 9(7)   COMP VALUE ZERO.         K6DWFD.1
023900 77  WS-RUN-NOT-FOUND         PIC 9(7)   COMP VALUE ZERO.         K6DWFD.1
024000 77  WS-DIM-SENT              PIC 9(7)   VALUE ZERO.              K6DWFD.1
024100 77  WS-FACT-ADDS             PIC 9(7)   VALUE ZERO.              K6DWFD.1
024200 77  WS-FACT-CORRECTS         PIC 9(7)   VALUE ZERO.              K6DWFD.1
024300 77  WS-FACT-VOIDS            PIC 9(7)   VALUE ZERO.              K6DWFD.1
024400 77  WS-FACT-FAILS            PIC 9(7)   VALUE ZERO.              K6DWFD.1
024500 77  WS-FEED-RECORDS          PIC 9(7)   VALUE ZERO.              K6DWFD.1
024600 77  WS-FACT-HASH             PIC 9(15)  VALUE ZERO.              K6DWFD.1
024700 77  WS-DIM-HASH              PIC 9(15)  VALUE ZERO.              K6DWFD.1
024800 77  WS-ACTION                PIC X(1)   VALUE SPACE.             K6DWFD.1
024900 77  WS-REASON                PIC X(1)   VALUE SPACE.             K6DWFD.1
025000 77  WS-PRIOR-SEQ             PIC 99     VALUE ZERO.              K6DWFD.1
025100 77  WS-RUN-DISP              PIC X(1)   VALUE SPACE.             K6DWFD.1
025200 77  WS-RUN-WINDOW            PIC X(1)   VALUE SPACE.             K6DWFD.1
025300 77  WS-RUN-MODULE            PIC X(2)   VALUE SPACE.             K6DWFD.1
025400 77  WS-LAST-LEDG-KEY         PIC X(44)  VALUE LOW-VALUE.         K6DWFD.1
025500* ----------------------------------------------------------      K6DWFD.1
025600* COMPARISON KEYS OF THE MATCH -- HIGH-VALUE AT END OF FILE.      K6DWFD.1
025700* ----------------------------------------------------------      K6DWFD.1
025800 01  WS-MASTER-KEY            PIC X(44)  VALUE SPACE.             K6DWFD.1
025900 01  WS-LEDG-KEY              PIC X(44)  VALUE SPACE.             K6DWFD.1
026000* ----------------------------------------------------------      K6DWFD.1
026100* DIMENSION BEING RESOLVED, AND THE SIX KINDS IN FACT-KEY         K6DWFD.1
026200* ORDER.                                                          K6DWFD.1
026300* ----------------------------------------------------------      K6DWFD.1
026400 01  WS-DIM-TYPE              PIC X(2)   VALUE SPACE.             K6DWFD.1
026500 01  WS-DIM-NATURAL           PIC X(30)  VALUE SPACE.             K6DWFD.1
026600 01  WS-DIM-NATURAL-U REDEFINES WS-DIM-NATURAL.                   K6DWFD.1
026700     05  WS-DN-FLAG           PIC X(1).                           K6DWFD.1
026800     05  WS-DN-PGM-ID         PIC X(6).                           K6DWFD.1
026900     05  FILLER               PIC X(1).                           K6DWFD.1
027000     05  WS-DN-PAR-NAME       PIC X(22).                          K6DWFD.1
027100 01  WS-DIM-DESC              PIC X(40)  VALUE SPACE.             K6DWFD.1
027200 01  WS-DIM-DESC-TC REDEFINES WS-DIM-DESC.                        K6DWFD.1
027300     05  WS-DD-PGM-ID         PIC X(6).                           K6DWFD.1
027400     05  FILLER               PIC X(1).                           K6DWFD.1
027500     05  WS-DD-PAR-NAME       PIC X(22).                          K6DWFD.1
027600     05  FILLER               PIC X(11).                          K6DWFD.1
027700 01  WS-DIM-KEY               PIC 9(7)   VALUE ZERO.              K6DWFD.1
027800 01  DIM-KIND-VALUES.                                             K6DWFD.1
027900     05  FILLER               PIC X(12)  VALUE "PGTCANTGMDWN".    K6DWFD.1
028000 01  DIM-KIND-TABLE REDEFINES DIM-KIND-VALUES.                    K6DWFD.1
028100     05  DIM-KIND             PIC X(2)   OCCURS 6 TIMES.          K6DWFD.1
028200* ----------------------------------------------------------      K6DWFD.1
028300* KEY REGISTER RECORDS -- "H" HEADER, "D" DIMENSION MEMBER.       K6DWFD.1
028400* ----------------------------------------------------------      K6DWFD.1
028500 01  KR-HEADER.                                                   K6DWFD.1
028600     05  KRH-TYPE             PIC X(1)   VALUE "H".               K6DWFD.1
028700     05  FILLER               PIC X(1)   VALUE SPACE.             K6DWFD.1
028800     05  KRH-LAST-BATCH       PIC 9(6)   VALUE ZERO.              K6DWFD.1
028900     05  FILLER               PIC X(1)   VALUE SPACE.             K6DWFD.1
029000     05  KRH-LAST-DATE        PIC 9(8)   VALUE ZERO.              K6DWFD.1
029100     05  FILLER               PIC X(1)   VALUE SPACE.             K6DWFD.1
029200     05  KRH-NEXT-FACT        PIC 9(9)   VALUE 1.                 K6DWFD.1
029300     05  FILLER               PIC X(1)   VALUE SPACE.             K6DWFD.1
029400     05  KRH-NEXT-DIM         PIC 9(7)   OCCURS 6 TIMES.          K6DWFD.1
029500     05  FILLER               PIC X(50)  VALUE SPACE.             K6DWFD.1
029600 01  KR-MEMBER.                                                   K6DWFD.1
029700     05  KRD-TYPE             PIC X(1).                           K6DWFD.1
029800     05  FILLER               PIC X(1).                           K6DWFD.1
029900     05  KRD-DIM-TYPE         PIC X(2).                           K6DWFD.1
030000     05  FILLER               PIC X(1).                           K6DWFD.1
030100     05  KRD-KEY              PIC 9(7).                           K6DWFD.1
030200     05  FILLER               PIC X(1).                           K6DWFD.1
030300     05  KRD-NATURAL          PIC X(30).                          K6DWFD.1
030400     05  FILLER               PIC X(1).                           K6DWFD.1
030500     05  KRD-DESC             PIC X(40).                          K6DWFD.1
030600     05  FILLER               PIC X(1).                           K6DWFD.1
030700     05  KRD-FIRST-SENT       PIC 9(8).                           K6DWFD.1
030800     05  FILLER               PIC X(27).                          K6DWFD.1
030900* ----------------------------------------------------------      K6DWFD.1
031000* FACT LEDGER RECORD.  LG-IMAGE IS EVERYTHING THE FACT ROW        K6DWFD.1
031100* CARRIES, SO ONE COMPARISON WITH CUR-IMAGE SAYS WHETHER THE      K6DWFD.1
031200* WAREHOUSE COPY IS STILL RIGHT.                                  K6DWFD.1
031300* ----------------------------------------------------------      K6DWFD.1
031400 01  LG-LEDGER-REC.                                               K6DWFD.1
031500     05  LG-TYPE              PIC X(1).                           K6DWFD.1
031600     05  FILLER               PIC X(1).                           K6DWFD.1
031700     05  LG-NAT-KEY           PIC X(44).                          K6DWFD.1
031800     05  FILLER               PIC X(1).                           K6DWFD.1
031900     05  LG-FACT-KEY          PIC 9(9).                           K6DWFD.1
032000     05  FILLER               PIC X(1).                           K6DWFD.1
032100*        E = EFFECTIVE AS LAST SENT, V = LAST SENT AS A VOID.     K6DWFD.1
032200     05  LG-STATUS            PIC X(1).                           K6DWFD.1
032300     05  FILLER               PIC X(1).                           K6DWFD.1
032400     05  LG-IMAGE.                                                K6DWFD.1
032500         10  LG-RUN-SEQ       PIC 99.                             K6DWFD.1
032600         10  LG-P-OR-F        PIC X(5).                           K6DWFD.1
032700         10  LG-SEVERITY      PIC X(1).                           K6DWFD.1
032800         10  LG-FEATURE       PIC X(20).                          K6DWFD.1
032900         10  LG-COMPUTED      PIC X(20).                          K6DWFD.1
033000         10  LG-CORRECT       PIC X(20).                          K6DWFD.1
033100         10  LG-DIM-KEY       PIC 9(7)   OCCURS 6 TIMES.          K6DWFD.1
033200     05  FILLER               PIC X(32).                          K6DWFD.1
033300 01  CUR-IMAGE.                                                   K6DWFD.1
033400     05  CUR-RUN-SEQ          PIC 99.                             K6DWFD.1
033500     05  CUR-P-OR-F           PIC X(5).                           K6DWFD.1
033600     05  CUR-SEVERITY         PIC X(1).                           K6DWFD.1
033700     05  CUR-FEATURE          PIC X(20).                          K6DWFD.1
033800     05  CUR-COMPUTED         PIC X(20).                          K6DWFD.1
033900     05  CUR-CORRECT          PIC X(20).                          K6DWFD.1
034000     05  CUR-DIM-KEY          PIC 9(7)   OCCURS 6 TIMES.          K6DWFD.1
034100* ----------------------------------------------------------      K6DWFD.1
034200* THE RUNS ON THE RAW-DATA UNLOAD.  DISPOSITION S IS A RUN        K6DWFD.1
034300* SUPERSEDED BY A SAME-DAY RERUN.  AN ABORTED RUN STAYS           K6DWFD.2
034310* EFFECTIVE -- ITS ABORT IS ON THE FACT.                          K6DWFD.2
000000* V IS A RUN OF A WINDOW DECLARED VOID (K6VOID).                  K6VOID.1
034400* ----------------------------------------------------------      K6DWFD.1
034500 01  RUN-TABLE.                                                   K6DWFD.1
034600     05  RUN-ENTRY OCCURS 20000 TIMES.                            K6DWFD.1
034700         10  RUN-TARGET-ID    PIC X(8).                           K6DWFD.1
034800         10  RUN-PGM-ID       PIC X(6).                           K6DWFD.1
034900         10  RUN-DATE         PIC 9(8).                           K6DWFD.1
035000         10  RUN-SEQ          PIC 99.                             K6DWFD.1
035100         10  RUN-WINDOW       PIC X(1).                           K6DWFD.1
035200         10  RUN-MODULE       PIC X(2).                           K6DWFD.1
035300         10  RUN-DISP         PIC X(1).                           K6DWFD.1
035400* ----------------------------------------------------------      K6DWFD.1
035500* THE K6TCID REGISTRY MAPPINGS (SAME CAPACITY AS K6TCID).         K6DWFD.1
035600* ----------------------------------------------------------      K6DWFD.1
035700 01  MAP-TABLE.                                                   K6DWFD.1
035800     05  MAP-ENTRY OCCURS 3000 TIMES.                             K6DWFD.1
035900         10  MAP-ID           PIC 9(7).                           K6DWFD.1
036000         10  MAP-PGM-ID       PIC X(6).                           K6DWFD.1
036100         10  MAP-PAR-NAME     PIC X(22).                          K6DWFD.1
036200         10  MAP-EFF-FROM     PIC 9(8).                           K6DWFD.1
036300         10  MAP-EFF-TO       PIC 9(8).                           K6DWFD.1
036400* ----------------------------------------------------------      K6DWFD.1
036500* EVERY DIMENSION MEMBER EVER SENT, PLUS TONIGHT'S NEW ONES.      K6DWFD.1
036600* DIM-SEND A = NEW TONIGHT, C = DESCRIPTION CHANGED TONIGHT.      K6DWFD.1
036700* ----------------------------------------------------------      K6DWFD.1
036800 01  DIM-TABLE.                                                   K6DWFD.1
036900     05  DIM-ENTRY OCCURS 20000 TIMES.                            K6DWFD.1
037000         10  DIM-TYPE         PIC X(2).                           K6DWFD.1
037100         10  DIM-NATURAL      PIC X(30).                          K6DWFD.1
037200         10  DIM-KEY          PIC 9(7).                           K6DWFD.1
037300         10  DIM-DESC         PIC X(40).                          K6DWFD.1
037400         10  DIM-FIRST-SENT   PIC 9(8).                           K6DWFD.1
037500         10  DIM-SEND         PIC X(1).                           K6DWFD.1
037600* THE MOST RECENT MEMBER RESOLVED OF EACH KIND -- CONSECUTIVE     K6DWFD.1
037700* MASTER ROWS SHARE MOST OF THEIR DIMENSIONS.                     K6DWFD.1
037800 01  DIM-LAST-TABLE.                                              K6DWFD.1
037900     05  DIM-LAST OCCURS 6 TIMES.                                 K6DWFD.1
038000         10  DIM-LAST-NATURAL PIC X(30).                          K6DWFD.1
038100         10  DIM-LAST-SUB     PIC 9(5)   COMP.                    K6DWFD.1
038200 COPY K6ANSI.                                                     K6DWFD.1
038300* ----------------------------------------------------------      K6DWFD.1
038400* REPORT LINES.                                                   K6DWFD.1
038500* ----------------------------------------------------------      K6DWFD.1
038600 01  HDR-LINE-1.                                                  K6DWFD.1
038700     05  FILLER   PIC X(44) VALUE                                 K6DWFD.1
038800         "DATA-WAREHOUSE DELTA FEED (K6DWFD)          ".          K6DWFD.1
038900     05  FILLER   PIC X(12) VALUE "  FEED DATE ".                 K6DWFD.1
039000     05  HDR-FEED-DATE        PIC 9(8).                           K6DWFD.1
039100     05  FILLER   PIC X(8)  VALUE "  BATCH ".                     K6DWFD.1
039200     05  HDR-BATCH            PIC 9(6).                           K6DWFD.1
039300     05  FILLER   PIC X(7)  VALUE "  BASE ".                      K6DWFD.1
039400     05  HDR-BASE             PIC 9(6).                           K6DWFD.1
039500     05  FILLER   PIC X(29) VALUE SPACE.                          K6DWFD.1
039600 01  MSG-LINE.                                                    K6DWFD.1
039700     05  MSG-TEXT             PIC X(60).                          K6DWFD.1
039800     05  MSG-VALUE            PIC X(44).                          K6DWFD.1
039900     05  FILLER               PIC X(16)  VALUE SPACE.             K6DWFD.1
040000 01  SUM-LINE.                                                    K6DWFD.1
040100     05  SUM-LABEL            PIC X(40).                          K6DWFD.1
040200     05  SUM-COUNT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.            K6DWFD.1
040300     05  FILLER               PIC X(61)  VALUE SPACE.             K6DWFD.1
040400                                                                  K6DWFD.1
040500 PROCEDURE DIVISION.                                              K6DWFD.1
040600*================================================================ K6DWFD.1
040700* 0000-MAINLINE -- LOAD THE REFERENCE TABLES AND THE KEY          K6DWFD.1
040800* REGISTER, MATCH THE MASTER AGAINST THE LEDGER, THEN WRITE THE   K6DWFD.1
040900* BATCH AND THE STATE AFTER IT.                                   K6DWFD.1
041000*================================================================ K6DWFD.1
041100 0000-MAINLINE.                                                   K6DWFD.1
041200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6DWFD.1
041300     PERFORM 1600-LOAD-KEYS THRU 1600-EXIT.                       K6DWFD.1
041400     PERFORM 1200-LOAD-RUNS THRU 1200-EXIT.                       K6DWFD.1
041500     PERFORM 1400-LOAD-TCID THRU 1400-EXIT.                       K6DWFD.1
041600     IF WS-FATAL                                                  K6DWFD.1
041700         GO TO 0000-FINISH.                                       K6DWFD.1
041800     PERFORM 2000-MATCH THRU 2000-EXIT.                           K6DWFD.1
041900     IF WS-FATAL                                                  K6DWFD.1
042000         GO TO 0000-FINISH.                                       K6DWFD.1
042100     PERFORM 3000-WRITE-FEED THRU 3000-EXIT.                      K6DWFD.1
042200     PERFORM 4000-WRITE-KEYS THRU 4000-EXIT.                      K6DWFD.1
042300     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6DWFD.1
042400 0000-FINISH.                                                     K6DWFD.1
042500     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6DWFD.1
042600     STOP RUN.                                                    K6DWFD.1
042700*================================================================ K6DWFD.1
042800* 1000-INITIALIZE -- OPEN THE OUTPUTS AND TAKE THE FEED DATE.     K6DWFD.1
042900*================================================================ K6DWFD.1
043000 1000-INITIALIZE.                                                 K6DWFD.1
043100     OPEN OUTPUT DW-FEED NEW-KEY-REGISTER NEW-FACT-LEDGER         K6DWFD.1
043200                 DW-RPT.                                          K6DWFD.1
043300     ACCEPT WS-FEED-DATE FROM DATE YYYYMMDD.                      K6DWFD.1
043400     OPEN INPUT DW-CTL.                                           K6DWFD.1
043500     IF WS-CTL-STATUS NOT = "00"                                  K6DWFD.1
043600         GO TO 1000-EXIT.                                         K6DWFD.1
043700     READ DW-CTL                                                  K6DWFD.1
043800         AT END GO TO 1000-CTL-DONE.                              K6DWFD.1
043900     IF CTL-FEED-DATE-N NUMERIC AND CTL-FEED-DATE-N > ZERO        K6DWFD.1
044000         MOVE CTL-FEED-DATE-N TO WS-FEED-DATE.                    K6DWFD.1
044100 1000-CTL-DONE.                                                   K6DWFD.1
044200     CLOSE DW-CTL.                                                K6DWFD.1
044300 1000-EXIT.                                                       K6DWFD.1
044400     EXIT.                                                        K6DWFD.1
044500*================================================================ K6DWFD.1
044600* 1200-LOAD-RUNS -- DISPOSITION, WINDOW AND MODULE OF EVERY RUN   K6DWFD.1
044700* ON THE RAW-DATA UNLOAD.                                         K6DWFD.1
044800*================================================================ K6DWFD.1
044900 1200-LOAD-RUNS.                                                  K6DWFD.1
045000     OPEN INPUT RAW-EXTRACT.                                      K6DWFD.1
045100     IF WS-RAW-STATUS NOT = "00"                                  K6DWFD.1
045200         MOVE "RAW-DATA UNLOAD NOT AVAILABLE - RUNS TAKEN AS EFFECK6DWFD.1
045300-             "TIVE" TO MSG-TEXT                                  K6DWFD.1
045400         MOVE SPACE TO MSG-VALUE                                  K6DWFD.1
045500         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6DWFD.1
045600         GO TO 1200-EXIT.                                         K6DWFD.1
045700 1200-READ.                                                       K6DWFD.1
045800     READ RAW-EXTRACT                                             K6DWFD.1
045900         AT END GO TO 1200-CLOSE.                                 K6DWFD.1
046000     IF WS-RUN-COUNT NOT LESS THAN 20000                          K6DWFD.1
046100         MOVE "RUN TABLE FULL AT 20000 RUNS - NO BATCH WRITTEN"   K6DWFD.1
046200             TO MSG-TEXT                                          K6DWFD.1
046300         MOVE SPACE TO MSG-VALUE                                  K6DWFD.1
046400         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6DWFD.1
046500         SET WS-FATAL TO TRUE                                     K6DWFD.1
046600         GO TO 1200-CLOSE.                                        K6DWFD.1
046700     ADD 1 TO WS-RUN-COUNT.                                       K6DWFD.1
046800     MOVE RE-TARGET-ID TO RUN-TARGET-ID (WS-RUN-COUNT).           K6DWFD.1
046900     MOVE RE-PGM-ID    TO RUN-PGM-ID (WS-RUN-COUNT).              K6DWFD.1
047000     MOVE RE-RUN-DATE  TO RUN-DATE (WS-RUN-COUNT).                K6DWFD.1
047100     MOVE RE-RUN-SEQ   TO RUN-SEQ (WS-RUN-COUNT).                 K6DWFD.1
047200     MOVE RE-WINDOW-ID TO RUN-WINDOW (WS-RUN-COUNT).              K6DWFD.1
047300     IF RE-WINDOW-ID = SPACE                                      K6DWFD.1
047400         MOVE "N" TO RUN-WINDOW (WS-RUN-COUNT).                   K6DWFD.1
047500     MOVE RE-C-MODULE-ID TO RUN-MODULE (WS-RUN-COUNT).            K6DWFD.1
047600     IF RE-C-MODULE-ID = SPACE                                    K6DWFD.1
047700         MOVE RE-PGM-ID (1:2) TO RUN-MODULE (WS-RUN-COUNT).       K6DWFD.1
047800     MOVE SPACE TO RUN-DISP (WS-RUN-COUNT).                       K6DWFD.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         MOVE RE-SUPERSEDED TO RUN-DISP (WS-RUN-COUNT).           K6VOID.1
048300     GO TO 1200-READ.                                             K6DWFD.1
048400 1200-CLOSE.                                                      K6DWFD.1
048500     CLOSE RAW-EXTRACT.                                           K6DWFD.1
048600 1200-EXIT.                                                       K6DWFD.1
048700     EXIT.                                                        K6DWFD.1
048800*================================================================ K6DWFD.1
048900* 1400-LOAD-TCID -- THE REGISTRY'S MAPPING RECORDS.  WITHOUT THE  K6DWFD.1
049000* REGISTRY EVERY PARAGRAPH GOES OUT UNDER ITS OWN NAME.           K6DWFD.1
049100*================================================================ K6DWFD.1
049200 1400-LOAD-TCID.                                                  K6DWFD.1
049300     OPEN INPUT TCID-MASTER.                                      K6DWFD.1
049400     IF WS-TCID-STATUS NOT = "00"                                 K6DWFD.1
049500         MOVE "TCIDMST NOT AVAILABLE - NO PERMANENT TEST-CASE IDS"K6DWFD.1
049600             TO MSG-TEXT                                          K6DWFD.1
049700         MOVE SPACE TO MSG-VALUE                                  K6DWFD.1
049800         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6DWFD.1
049900         GO TO 1400-EXIT.                                         K6DWFD.1
050000 1400-READ.                                                       K6DWFD.1
050100     READ TCID-MASTER                                             K6DWFD.1
050200         AT END GO TO 1400-CLOSE.                                 K6DWFD.1
050300     IF TM-TYPE NOT = "M"                                         K6DWFD.1
050400         GO TO 1400-READ.                                         K6DWFD.1
050500     IF WS-MAP-COUNT NOT LESS THAN 3000                           K6DWFD.1
050600         MOVE "TCID TABLE FULL AT 3000 MAPPINGS - NO BATCH WRITTE K6DWFD.1
050700-             "N" TO MSG-TEXT                                     K6DWFD.1
050800         MOVE SPACE TO MSG-VALUE                                  K6DWFD.1
050900         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6DWFD.1
051000         SET WS-FATAL TO TRUE                                     K6DWFD.1
051100         GO TO 1400-CLOSE.                                        K6DWFD.1
051200     ADD 1 TO WS-MAP-COUNT.                                       K6DWFD.1
051300     MOVE TM-ID       TO MAP-ID (WS-MAP-COUNT).                   K6DWFD.1
051400     MOVE TM-PGM-ID   TO MAP-PGM-ID (WS-MAP-COUNT).               K6DWFD.1
051500     MOVE TM-PAR-NAME TO MAP-PAR-NAME (WS-MAP-COUNT).             K6DWFD.1
051600     MOVE TM-EFF-FROM TO MAP-EFF-FROM (WS-MAP-COUNT).             K6DWFD.1
051700     MOVE TM-EFF-TO   TO MAP-EFF-TO (WS-MAP-COUNT).               K6DWFD.1
051800     GO TO 1400-READ.                                             K6DWFD.1
051900 1400-CLOSE.                                                      K6DWFD.1
052000     CLOSE TCID-MASTER.                                           K6DWFD.1
052100 1400-EXIT.                                                       K6DWFD.1
052200     EXIT.                                                        K6DWFD.1
052300*================================================================ K6DWFD.1
052400* 1600-LOAD-KEYS -- THE KEY REGISTER AS OF THE LAST SUCCESSFUL    K6DWFD.1
052500* FEED.  NO REGISTER IS THE FIRST FEED: BATCH 1, EVERY KEY        K6DWFD.1
052600* SERIES FROM 1.  A REGISTER WITHOUT ITS HEADER IS DAMAGED.       K6DWFD.1
052700*================================================================ K6DWFD.1
052800 1600-LOAD-KEYS.                                                  K6DWFD.1
052900     MOVE 1 TO KRH-NEXT-DIM (1) KRH-NEXT-DIM (2) KRH-NEXT-DIM (3) K6DWFD.1
053000               KRH-NEXT-DIM (4) KRH-NEXT-DIM (5) KRH-NEXT-DIM (6).K6DWFD.1
053100     MOVE ZERO TO DIM-LAST-SUB (1) DIM-LAST-SUB (2)               K6DWFD.1
053200                  DIM-LAST-SUB (3) DIM-LAST-SUB (4)               K6DWFD.1
053300                  DIM-LAST-SUB (5) DIM-LAST-SUB (6).              K6DWFD.1
053400     OPEN INPUT KEY-REGISTER.                                     K6DWFD.1
053500     IF WS-KEYS-STATUS NOT = "00"                                 K6DWFD.1
053600         GO TO 1600-SET-BATCH.                                    K6DWFD.1
053700     READ KEY-REGISTER INTO KR-HEADER                             K6DWFD.1
053800         AT END GO TO 1600-DAMAGED.                               K6DWFD.1
053900     IF KRH-TYPE NOT = "H" OR KRH-LAST-BATCH NOT NUMERIC          K6DWFD.1
054000             OR KRH-NEXT-FACT NOT NUMERIC                         K6DWFD.1
054100         GO TO 1600-DAMAGED.                                      K6DWFD.1
054200 1600-READ.                                                       K6DWFD.1
054300     READ KEY-REGISTER INTO KR-MEMBER                             K6DWFD.1
054400         AT END GO TO 1600-CLOSE.                                 K6DWFD.1
054500     IF KRD-TYPE NOT = "D" OR KRD-KEY NOT NUMERIC                 K6DWFD.1
054600         GO TO 1600-DAMAGED.                                      K6DWFD.1
054700     IF WS-DIM-COUNT NOT LESS THAN 20000                          K6DWFD.1
054800         MOVE "DIMENSION TABLE FULL AT 20000 - NO BATCH WRITTEN"  K6DWFD.1
054900             TO MSG-TEXT                                          K6DWFD.1
055000         MOVE SPACE TO MSG-VALUE                                  K6DWFD.1
055100         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6DWFD.1
055200         SET WS-FATAL TO TRUE                                     K6DWFD.1
055300         GO TO 1600-CLOSE.                                        K6DWFD.1
055400     ADD 1 TO WS-DIM-COUNT.                                       K6DWFD.1
055500     MOVE KRD-DIM-TYPE   TO DIM-TYPE (WS-DIM-COUNT).              K6DWFD.1
055600     MOVE KRD-NATURAL    TO DIM-NATURAL (WS-DIM-COUNT).           K6DWFD.1
055700     MOVE KRD-KEY        TO DIM-KEY (WS-DIM-COUNT).               K6DWFD.1
055800     MOVE KRD-DESC       TO DIM-DESC (WS-DIM-COUNT).              K6DWFD.1
055900     MOVE KRD-FIRST-SENT TO DIM-FIRST-SENT (WS-DIM-COUNT).        K6DWFD.1
056000     MOVE SPACE          TO DIM-SEND (WS-DIM-COUNT).              K6DWFD.1
056100     GO TO 1600-READ.                                             K6DWFD.1
056200 1600-DAMAGED.                                                    K6DWFD.1
056300     MOVE "KEY REGISTER DWKEYS DAMAGED - NO BATCH WRITTEN"        K6DWFD.1
056400         TO MSG-TEXT.                                             K6DWFD.1
056500     MOVE SPACE TO MSG-VALUE.                                     K6DWFD.1
056600     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.                   K6DWFD.1
056700     SET WS-FATAL TO TRUE.                                        K6DWFD.1
056800 1600-CLOSE.                                                      K6DWFD.1
056900     CLOSE KEY-REGISTER.                                          K6DWFD.1
057000 1600-SET-BATCH.                                                  K6DWFD.1
057100     MOVE KRH-LAST-BATCH TO WS-BASE-BATCH.                        K6DWFD.1
057200     COMPUTE WS-BATCH-NO = KRH-LAST-BATCH + 1.                    K6DWFD.1
057300     MOVE KRH-NEXT-FACT TO WS-NEXT-FACT-KEY.                      K6DWFD.1
057400     MOVE WS-FEED-DATE TO HDR-FEED-DATE.                          K6DWFD.1
057500     MOVE WS-BATCH-NO TO HDR-BATCH.                               K6DWFD.1
057600     MOVE WS-BASE-BATCH TO HDR-BASE.                              K6DWFD.1
057700     WRITE DR-PRINT-REC FROM HDR-LINE-1                           K6DWFD.1
057800         AFTER ADVANCING PAGE.                                    K6DWFD.1
057900 1600-EXIT.                                                       K6DWFD.1
058000     EXIT.                                                        K6DWFD.1
058100*================================================================ K6DWFD.1
058200* 2000-MATCH -- CLASSIC TWO-FILE MATCH OF THE MASTER (READ IN     K6DWFD.1
058300* KEY ORDER) AGAINST THE LEDGER (KEPT IN THE SAME ORDER).  THE    K6DWFD.1
058400* FACT ROWS GO TO DWWORK, THE LEDGER FORWARD TO DWLEDGN.          K6DWFD.1
058500*================================================================ K6DWFD.1
058600 2000-MATCH.                                                      K6DWFD.1
058700     OPEN INPUT RESULT-MASTER.                                    K6DWFD.1
058800     IF WS-MASTER-STATUS NOT = "00"                               K6DWFD.1
058900         MOVE "RESULTS-HISTORY MASTER NOT OPENED - STATUS"        K6DWFD.1
059000             TO MSG-TEXT                                          K6DWFD.1
059100         MOVE WS-MASTER-STATUS TO MSG-VALUE                       K6DWFD.1
059200         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6DWFD.1
059300         SET WS-FATAL TO TRUE                                     K6DWFD.1
059400         GO TO 2000-EXIT.                                         K6DWFD.1
059500     OPEN INPUT FACT-LEDGER.                                      K6DWFD.1
059600     IF WS-LEDG-STATUS NOT = "00"                                 K6DWFD.1
059700         SET WS-LEDG-EOF TO TRUE                                  K6DWFD.1
059800         MOVE HIGH-VALUE TO WS-LEDG-KEY.                          K6DWFD.1
059900     OPEN OUTPUT DW-WORK.                                         K6DWFD.1
060000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     K6DWFD.1
060100     IF NOT WS-LEDG-EOF                                           K6DWFD.1
060200         PERFORM 2200-READ-LEDGER THRU 2200-EXIT.                 K6DWFD.1
060300 2000-LOOP.                                                       K6DWFD.1
060400     IF WS-FATAL                                                  K6DWFD.1
060500         GO TO 2000-CLOSE.                                        K6DWFD.1
060600     IF WS-MASTER-EOF AND WS-LEDG-EOF                             K6DWFD.1
060700         GO TO 2000-CLOSE.                                        K6DWFD.1
060800     IF WS-MASTER-KEY < WS-LEDG-KEY                               K6DWFD.1
060900         PERFORM 2400-MASTER-ONLY THRU 2400-EXIT                  K6DWFD.1
061000         PERFORM 2100-READ-MASTER THRU 2100-EXIT                  K6DWFD.1
061100         GO TO 2000-LOOP.                                         K6DWFD.1
061200     IF WS-MASTER-KEY > WS-LEDG-KEY                               K6DWFD.1
061300         PERFORM 2500-LEDGER-ONLY THRU 2500-EXIT                  K6DWFD.1
061400         PERFORM 2200-READ-LEDGER THRU 2200-EXIT                  K6DWFD.1
061500         GO TO 2000-LOOP.                                         K6DWFD.1
061600     PERFORM 2600-MATCHED THRU 2600-EXIT.                         K6DWFD.1
061700     PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     K6DWFD.1
061800     PERFORM 2200-READ-LEDGER THRU 2200-EXIT.                     K6DWFD.1
061900     GO TO 2000-LOOP.                                             K6DWFD.1
062000 2000-CLOSE.                                                      K6DWFD.1
062100     CLOSE RESULT-MASTER DW-WORK.                                 K6DWFD.1
062200     IF WS-LEDG-STATUS NOT = "35"                                 K6DWFD.1
062300         CLOSE FACT-LEDGER.                                       K6DWFD.1
062400 2000-EXIT.                                                       K6DWFD.1
062500     EXIT.                                                        K6DWFD.1
062600*================================================================ K6DWFD.1
062700* 2100-READ-MASTER -- NEXT MASTER ROW IN KEY ORDER.               K6DWFD.1
062800*================================================================ K6DWFD.1
062900 2100-READ-MASTER.                                                K6DWFD.1
063000     IF WS-MASTER-EOF                                             K6DWFD.1
063100         GO TO 2100-EXIT.                                         K6DWFD.1
063200     READ RESULT-MASTER NEXT RECORD                               K6DWFD.1
063300         AT END SET WS-MASTER-EOF TO TRUE                         K6DWFD.1
063400                MOVE HIGH-VALUE TO WS-MASTER-KEY                  K6DWFD.1
063500                GO TO 2100-EXIT.                                  K6DWFD.1
063600     ADD 1 TO WS-MASTER-READ.                                     K6DWFD.1
063700     MOVE RH-KEY TO WS-MASTER-KEY.                                K6DWFD.1
063800 2100-EXIT.                                                       K6DWFD.1
063900     EXIT.                                                        K6DWFD.1
064000*================================================================ K6DWFD.1
064100* 2200-READ-LEDGER -- NEXT LEDGER RECORD.  A LEDGER OUT OF KEY    K6DWFD.1
064200* ORDER OR NOT A FACT RECORD CANNOT BE MATCHED: NO BATCH.         K6DWFD.1
064300*================================================================ K6DWFD.1
064400 2200-READ-LEDGER.                                                K6DWFD.1
064500     IF WS-LEDG-EOF                                               K6DWFD.1
064600         GO TO 2200-EXIT.                                         K6DWFD.1
064700     READ FACT-LEDGER INTO LG-LEDGER-REC                          K6DWFD.1
064800         AT END SET WS-LEDG-EOF TO TRUE                           K6DWFD.1
064900                MOVE HIGH-VALUE TO WS-LEDG-KEY                    K6DWFD.1
065000                GO TO 2200-EXIT.                                  K6DWFD.1
065100     IF LG-TYPE NOT = "F" OR LG-FACT-KEY NOT NUMERIC              K6DWFD.1
065200             OR LG-NAT-KEY NOT > WS-LAST-LEDG-KEY                 K6DWFD.1
065300         MOVE "FACT LEDGER DWLEDG OUT OF ORDER OR DAMAGED AT"     K6DWFD.1
065400             TO MSG-TEXT                                          K6DWFD.1
065500         MOVE LG-NAT-KEY TO MSG-VALUE                             K6DWFD.1
065600         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6DWFD.1
065700         SET WS-FATAL TO TRUE                                     K6DWFD.1
065800         GO TO 2200-EXIT.                                         K6DWFD.1
065900     MOVE LG-NAT-KEY TO WS-LEDG-KEY WS-LAST-LEDG-KEY.             K6DWFD.1
066000 2200-EXIT.                                                       K6DWFD.1
066100     EXIT.                                                        K6DWFD.1
066200*================================================================ K6DWFD.1
066300* 2400-MASTER-ONLY -- A RESULT NEVER SENT.  AN EFFECTIVE ONE IS   K6DWFD.1
066400* AN ADD UNDER THE NEXT FACT KEY; ONE FROM A SUPERSEDED OR        K6DWFD.2
066500* VOIDED RUN IS NOT SENT AT ALL.                                  K6DWFD.2
066600*================================================================ K6DWFD.1
066700 2400-MASTER-ONLY.                                                K6DWFD.1
066800     PERFORM 2700-CHECK-RUN THRU 2700-EXIT.                       K6DWFD.1
066900     IF NOT WS-RESULT-EFFECTIVE                                   K6DWFD.1
067000         ADD 1 TO WS-NOT-EFFECTIVE                                K6DWFD.1
067100         GO TO 2400-EXIT.                                         K6DWFD.1
067200     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT.                     K6DWFD.1
067300     MOVE "F" TO LG-TYPE.                                         K6DWFD.1
067400     MOVE RH-KEY TO LG-NAT-KEY.                                   K6DWFD.1
067500     MOVE WS-NEXT-FACT-KEY TO LG-FACT-KEY.                        K6DWFD.1
067600     ADD 1 TO WS-NEXT-FACT-KEY.                                   K6DWFD.1
067700     MOVE "E" TO LG-STATUS.                                       K6DWFD.1
067800     MOVE CUR-IMAGE TO LG-IMAGE.                                  K6DWFD.1
067900     MOVE "A" TO WS-ACTION.                                       K6DWFD.1
068000     MOVE SPACE TO WS-REASON.                                     K6DWFD.1
068100     MOVE ZERO TO WS-PRIOR-SEQ.                                   K6DWFD.1
068200     PERFORM 6000-WRITE-FACT THRU 6000-EXIT.                      K6DWFD.1
068300     PERFORM 6500-WRITE-LEDGER THRU 6500-EXIT.                    K6DWFD.1
068400 2400-EXIT.                                                       K6DWFD.1
068500     EXIT.                                                        K6DWFD.1
068600*================================================================ K6DWFD.1
068700* 2500-LEDGER-ONLY -- A FACT SENT BEFORE WHOSE ROW IS NO LONGER   K6DWFD.1
068800* ON THE MASTER.  SENT AS EFFECTIVE, IT IS NOW VOIDED; ALREADY    K6DWFD.1
068900* VOIDED, IT IS CARRIED FORWARD SO ITS KEY STAYS RESERVED.        K6DWFD.1
069000*================================================================ K6DWFD.1
069100 2500-LEDGER-ONLY.                                                K6DWFD.1
069200     IF LG-STATUS = "E"                                           K6DWFD.1
069300         MOVE "V" TO WS-ACTION                                    K6DWFD.1
069400         MOVE "W" TO WS-REASON                                    K6DWFD.1
069500         MOVE LG-RUN-SEQ TO WS-PRIOR-SEQ                          K6DWFD.1
069600         MOVE LG-IMAGE TO CUR-IMAGE                               K6DWFD.1
069700         MOVE "V" TO LG-STATUS                                    K6DWFD.1
069800         PERFORM 6000-WRITE-FACT THRU 6000-EXIT                   K6DWFD.1
069900     ELSE                                                         K6DWFD.1
070000         ADD 1 TO WS-UNCHANGED.                                   K6DWFD.1
070100     PERFORM 6500-WRITE-LEDGER THRU 6500-EXIT.                    K6DWFD.1
070200 2500-EXIT.                                                       K6DWFD.1
070300     EXIT.                                                        K6DWFD.1
070400*================================================================ K6DWFD.1
070500* 2600-MATCHED -- A FACT ALREADY SENT THAT IS STILL ON THE        K6DWFD.1
070600* MASTER.  SEND IT AGAIN ONLY WHEN THE WAREHOUSE COPY IS WRONG:   K6DWFD.1
070700*    EFFECTIVE, SENT EFFECTIVE, SAME IMAGE   NOTHING              K6DWFD.1
070800*    EFFECTIVE, SENT EFFECTIVE, NEW RUN-SEQ  CORRECTION R         K6DWFD.1
070900*    EFFECTIVE, SENT EFFECTIVE, OTHER CHANGE CORRECTION D         K6DWFD.1
071000*    EFFECTIVE, SENT AS A VOID               CORRECTION B         K6DWFD.1
071100*    NOT EFFECTIVE, SENT EFFECTIVE           VOID R OR V          K6DWFD.2
071200*    NOT EFFECTIVE, SENT AS A VOID           NOTHING              K6DWFD.1
071300*================================================================ K6DWFD.1
071400 2600-MATCHED.                                                    K6DWFD.1
071500     PERFORM 2700-CHECK-RUN THRU 2700-EXIT.                       K6DWFD.1
071600     MOVE LG-RUN-SEQ TO WS-PRIOR-SEQ.                             K6DWFD.1
071700     IF NOT WS-RESULT-EFFECTIVE                                   K6DWFD.1
071800         GO TO 2600-NOT-EFFECTIVE.                                K6DWFD.1
071900     PERFORM 2800-BUILD-IMAGE THRU 2800-EXIT.                     K6DWFD.1
072000     MOVE "C" TO WS-ACTION.                                       K6DWFD.1
072100     IF LG-STATUS = "V"                                           K6DWFD.1
072200         MOVE "B" TO WS-REASON                                    K6DWFD.1
072300         GO TO 2600-SEND.                                         K6DWFD.1
072400     IF CUR-IMAGE = LG-IMAGE                                      K6DWFD.1
072500         ADD 1 TO WS-UNCHANGED                                    K6DWFD.1
072600         PERFORM 6500-WRITE-LEDGER THRU 6500-EXIT                 K6DWFD.1
072700         GO TO 2600-EXIT.                                         K6DWFD.1
072800     MOVE "D" TO WS-REASON.                                       K6DWFD.1
072900     IF CUR-RUN-SEQ NOT = LG-RUN-SEQ                              K6DWFD.1
073000         MOVE "R" TO WS-REASON.                                   K6DWFD.1
073100 2600-SEND.                                                       K6DWFD.1
073200     MOVE "E" TO LG-STATUS.                                       K6DWFD.1
073300     MOVE CUR-IMAGE TO LG-IMAGE.                                  K6DWFD.1
073400     PERFORM 6000-WRITE-FACT THRU 6000-EXIT.                      K6DWFD.1
073500     PERFORM 6500-WRITE-LEDGER THRU 6500-EXIT.                    K6DWFD.1
073600     GO TO 2600-EXIT.                                             K6DWFD.1
073700 2600-NOT-EFFECTIVE.                                              K6DWFD.1
073800     ADD 1 TO WS-NOT-EFFECTIVE.                                   K6DWFD.1
073900     IF LG-STATUS = "V"                                           K6DWFD.1
074000         ADD 1 TO WS-UNCHANGED                                    K6DWFD.1
074100         PERFORM 6500-WRITE-LEDGER THRU 6500-EXIT                 K6DWFD.1
074200         GO TO 2600-EXIT.                                         K6DWFD.1
074300     MOVE "V" TO WS-ACTION.                                       K6DWFD.1
074400     MOVE "R" TO WS-REASON.                                       K6DWFD.1
074500     IF WS-RUN-DISP = "V"                                         K6DWFD.2
074600         MOVE "V" TO WS-REASON.                                   K6DWFD.2
074700     MOVE LG-IMAGE TO CUR-IMAGE.                                  K6DWFD.1
074800     MOVE "V" TO LG-STATUS.                                       K6DWFD.1
074900     PERFORM 6000-WRITE-FACT THRU 6000-EXIT.                      K6DWFD.1
075000     PERFORM 6500-WRITE-LEDGER THRU 6500-EXIT.                    K6DWFD.1
075100 2600-EXIT.                                                       K6DWFD.1
075200     EXIT.                                                        K6DWFD.1
075300*================================================================ K6DWFD.1
075400* 2700-CHECK-RUN -- FIND THE MASTER ROW'S RUN ON THE RAW-DATA     K6DWFD.1
075500* UNLOAD.  IT IS EFFECTIVE UNLESS SUPERSEDED OR VOIDED.  A RUN    K6DWFD.2
075600* NOT ON THE UNLOAD IS EFFECTIVE, OVERNIGHT WINDOW, MODULE FROM   K6DWFD.1
075700* THE PROGRAM-ID.                                                 K6DWFD.1
075800*================================================================ K6DWFD.1
075900 2700-CHECK-RUN.                                                  K6DWFD.1
076000     SET WS-RESULT-EFFECTIVE TO TRUE.                             K6DWFD.1
076100     MOVE SPACE TO WS-RUN-DISP.                                   K6DWFD.1
076200     MOVE "N" TO WS-RUN-WINDOW.                                   K6DWFD.1
076300     MOVE RH-PGM-ID (1:2) TO WS-RUN-MODULE.                       K6DWFD.1
076400     MOVE ZERO TO WS-SUB.                                         K6DWFD.1
076500 2700-SCAN.                                                       K6DWFD.1
076600     ADD 1 TO WS-SUB.                                             K6DWFD.1
076700     IF WS-SUB > WS-RUN-COUNT                                     K6DWFD.1
076800         ADD 1 TO WS-RUN-NOT-FOUND                                K6DWFD.1
076900         GO TO 2700-EXIT.                                         K6DWFD.1
077000     IF RUN-PGM-ID (WS-SUB) NOT = RH-PGM-ID                       K6DWFD.1
077100             OR RUN-DATE (WS-SUB) NOT = RH-RUN-DATE               K6DWFD.1
077200             OR RUN-TARGET-ID (WS-SUB) NOT = RH-TARGET-ID         K6DWFD.1
077300             OR RUN-SEQ (WS-SUB) NOT = RH-RUN-SEQ                 K6DWFD.1
077400         GO TO 2700-SCAN.                                         K6DWFD.1
077500     MOVE RUN-DISP (WS-SUB)   TO WS-RUN-DISP.                     K6DWFD.1
077600     MOVE RUN-WINDOW (WS-SUB) TO WS-RUN-WINDOW.                   K6DWFD.1
077700     MOVE RUN-MODULE (WS-SUB) TO WS-RUN-MODULE.                   K6DWFD.1
077800     IF WS-RUN-DISP NOT = SPACE                                   K6DWFD.1
077900         MOVE "N" TO WS-EFFECTIVE-SW.                             K6DWFD.1
078000 2700-EXIT.                                                       K6DWFD.1
078100     EXIT.                                                        K6DWFD.1
078200*================================================================ K6DWFD.1
078300* 2800-BUILD-IMAGE -- THE FACT AS IT SHOULD STAND IN THE          K6DWFD.1
078400* WAREHOUSE: THE MASTER ROW'S VALUES AND ITS SIX DIMENSION KEYS.  K6DWFD.1
078500*================================================================ K6DWFD.1
078600 2800-BUILD-IMAGE.                                                K6DWFD.1
078700     MOVE RH-RUN-SEQ   TO CUR-RUN-SEQ.                            K6DWFD.1
078800     MOVE RH-P-OR-F    TO CUR-P-OR-F.                             K6DWFD.1
078900     MOVE RH-SEVERITY  TO CUR-SEVERITY.                           K6DWFD.1
079000     MOVE RH-FEATURE   TO CUR-FEATURE.                            K6DWFD.1
079100     MOVE RH-COMPUTED  TO CUR-COMPUTED.                           K6DWFD.1
079200     MOVE RH-CORRECT   TO CUR-CORRECT.                            K6DWFD.1
079300*    PROGRAM -- DESCRIBED BY ITS MODULE.                          K6DWFD.1
079400     MOVE 1 TO WS-DIM-SUB.                                        K6DWFD.1
079500     MOVE SPACE TO WS-DIM-NATURAL WS-DIM-DESC.                    K6DWFD.1
079600     MOVE RH-PGM-ID TO WS-DIM-NATURAL.                            K6DWFD.1
079700     MOVE WS-RUN-MODULE TO WS-DIM-DESC.                           K6DWFD.1
079800     PERFORM 5000-RESOLVE-DIM THRU 5000-EXIT.                     K6DWFD.1
079900*    TEST CASE -- THE K6TCID PERMANENT ID.                        K6DWFD.1
080000     MOVE 2 TO WS-DIM-SUB.                                        K6DWFD.1
080100     PERFORM 2900-RESOLVE-TEST-CASE THRU 2900-EXIT.               K6DWFD.1
080200     PERFORM 5000-RESOLVE-DIM THRU 5000-EXIT.                     K6DWFD.1
080300*    ANSI CLAUSE -- TITLED FROM K6ANSI WHEN THE CODE IS KNOWN.    K6DWFD.1
080400     MOVE 3 TO WS-DIM-SUB.                                        K6DWFD.1
080500     MOVE SPACE TO WS-DIM-NATURAL WS-DIM-DESC.                    K6DWFD.1
080600     MOVE RH-ANSI-CODE TO WS-DIM-NATURAL.                         K6DWFD.1
080700     IF RH-ANSI-CODE = SPACE                                      K6DWFD.1
080800         MOVE "NONE" TO WS-DIM-NATURAL                            K6DWFD.1
080900         MOVE "NO STRUCTURED CLAUSE CODE" TO WS-DIM-DESC.         K6DWFD.1
081000     SET K6-ANSI-IDX TO 1.                                        K6DWFD.1
081100 2800-ANSI-SCAN.                                                  K6DWFD.1
081200     IF K6-ANSI-IDX > K6-ANSI-ENTRY-COUNT                         K6DWFD.1
081300         GO TO 2800-ANSI-DONE.                                    K6DWFD.1
081400     IF K6-ANSI-CODE (K6-ANSI-IDX) = RH-ANSI-CODE                 K6DWFD.1
081500         MOVE K6-ANSI-TITLE (K6-ANSI-IDX) TO WS-DIM-DESC          K6DWFD.1
081600         GO TO 2800-ANSI-DONE.                                    K6DWFD.1
081700     SET K6-ANSI-IDX UP BY 1.                                     K6DWFD.1
081800     GO TO 2800-ANSI-SCAN.                                        K6DWFD.1
081900 2800-ANSI-DONE.                                                  K6DWFD.1
082000     PERFORM 5000-RESOLVE-DIM THRU 5000-EXIT.                     K6DWFD.1
082100*    TARGET.                                                      K6DWFD.1
082200     MOVE 4 TO WS-DIM-SUB.                                        K6DWFD.1
082300     MOVE SPACE TO WS-DIM-NATURAL WS-DIM-DESC.                    K6DWFD.1
082400     MOVE RH-TARGET-ID TO WS-DIM-NATURAL.                         K6DWFD.1
082500     PERFORM 5000-RESOLVE-DIM THRU 5000-EXIT.                     K6DWFD.1
082600*    MODULE.                                                      K6DWFD.1
082700     MOVE 5 TO WS-DIM-SUB.                                        K6DWFD.1
082800     MOVE SPACE TO WS-DIM-NATURAL WS-DIM-DESC.                    K6DWFD.1
082900     MOVE WS-RUN-MODULE TO WS-DIM-NATURAL.                        K6DWFD.1
083000     PERFORM 5000-RESOLVE-DIM THRU 5000-EXIT.                     K6DWFD.1
083100*    WINDOW.                                                      K6DWFD.1
083200     MOVE 6 TO WS-DIM-SUB.                                        K6DWFD.1
083300     MOVE SPACE TO WS-DIM-NATURAL WS-DIM-DESC.                    K6DWFD.1
083400     MOVE WS-RUN-WINDOW TO WS-DIM-NATURAL.                        K6DWFD.1
083500     MOVE "SAME-DAY EXTRA WINDOW" TO WS-DIM-DESC.                 K6DWFD.1
083600     IF WS-RUN-WINDOW = "N"                                       K6DWFD.1
083700         MOVE "OVERNIGHT FULL SUITE" TO WS-DIM-DESC.              K6DWFD.1
083800     PERFORM 5000-RESOLVE-DIM THRU 5000-EXIT.                     K6DWFD.1
083900 2800-EXIT.                                                       K6DWFD.1
084000     EXIT.                                                        K6DWFD.1
084100*================================================================ K6DWFD.1
084200* 2900-RESOLVE-TEST-CASE -- THE PERMANENT ID OF THE SPELLING IN   K6DWFD.1
084300* FORCE ON THE RUN DATE (EFF-FROM ON OR BEFORE, EFF-TO AFTER).    K6DWFD.1
084400* A RESULT OLDER THAN ITS REGISTRATION TAKES THE SPELLING'S       K6DWFD.1
084500* EARLIEST MAPPING; AN UNREGISTERED SPELLING GOES OUT AS          K6DWFD.1
084600* "U" PGM-ID PAR-NAME.                                            K6DWFD.1
084700*================================================================ K6DWFD.1
084800 2900-RESOLVE-TEST-CASE.                                          K6DWFD.1
084900     MOVE SPACE TO WS-DIM-NATURAL WS-DIM-DESC.                    K6DWFD.1
085000     MOVE RH-PGM-ID TO WS-DD-PGM-ID.                              K6DWFD.1
085100     MOVE RH-PAR-NAME TO WS-DD-PAR-NAME.                          K6DWFD.1
085200     MOVE ZERO TO WS-HIT-SUB.                                     K6DWFD.1
085300     MOVE ZERO TO WS-SUB.                                         K6DWFD.1
085400 2900-SCAN.                                                       K6DWFD.1
085500     ADD 1 TO WS-SUB.                                             K6DWFD.1
085600     IF WS-SUB > WS-MAP-COUNT                                     K6DWFD.1
085700         GO TO 2900-CHOSEN.                                       K6DWFD.1
085800     IF MAP-PGM-ID (WS-SUB) NOT = RH-PGM-ID                       K6DWFD.1
085900             OR MAP-PAR-NAME (WS-SUB) NOT = RH-PAR-NAME           K6DWFD.1
086000         GO TO 2900-SCAN.                                         K6DWFD.1
086100     IF MAP-EFF-FROM (WS-SUB) NOT > RH-RUN-DATE                   K6DWFD.1
086200             AND MAP-EFF-TO (WS-SUB) > RH-RUN-DATE                K6DWFD.1
086300         MOVE WS-SUB TO WS-HIT-SUB                                K6DWFD.1
086400         GO TO 2900-CHOSEN.                                       K6DWFD.1
086500     IF WS-HIT-SUB = ZERO                                         K6DWFD.1
086600         MOVE WS-SUB TO WS-HIT-SUB                                K6DWFD.1
086700         GO TO 2900-SCAN.                                         K6DWFD.1
086800     IF MAP-EFF-FROM (WS-SUB) < MAP-EFF-FROM (WS-HIT-SUB)         K6DWFD.1
086900         MOVE WS-SUB TO WS-HIT-SUB.                               K6DWFD.1
087000     GO TO 2900-SCAN.                                             K6DWFD.1
087100 2900-CHOSEN.                                                     K6DWFD.1
087200     IF WS-HIT-SUB > ZERO                                         K6DWFD.1
087300         MOVE MAP-ID (WS-HIT-SUB) TO WS-DIM-NATURAL (1:7)         K6DWFD.1
087400         GO TO 2900-EXIT.                                         K6DWFD.1
087500     ADD 1 TO WS-UNREGISTERED.                                    K6DWFD.1
087600     MOVE "U" TO WS-DN-FLAG.                                      K6DWFD.1
087700     MOVE RH-PGM-ID TO WS-DN-PGM-ID.                              K6DWFD.1
087800     MOVE RH-PAR-NAME TO WS-DN-PAR-NAME.                          K6DWFD.1
087900 2900-EXIT.                                                       K6DWFD.1
088000     EXIT.                                                        K6DWFD.1
088100*================================================================ K6DWFD.1
088200* 3000-WRITE-FEED -- THE BATCH: HEADER, THE DIMENSION ROWS NEW OR K6DWFD.1
088300* CHANGED TONIGHT, THE FACT ROWS FROM DWWORK, THE CONTROL         K6DWFD.1
088400* RECORD.  THE WAREHOUSE LOADS DIMENSIONS BEFORE THE FACTS THAT   K6DWFD.1
088500* REFER TO THEM.                                                  K6DWFD.1
088600*================================================================ K6DWFD.1
088700 3000-WRITE-FEED.                                                 K6DWFD.1
088800     MOVE SPACE TO DW-FEED-REC.                                   K6DWFD.1
088900     MOVE "HD" TO DW-REC-TYPE.                                    K6DWFD.1
089000     MOVE WS-BATCH-NO TO DW-BATCH-NO.                             K6DWFD.1
089100     MOVE WS-FEED-DATE TO DWH-FEED-DATE.                          K6DWFD.1
089200     MOVE WS-BASE-BATCH TO DWH-BASE-BATCH.                        K6DWFD.1
089300     MOVE "NISTCERT" TO DWH-SOURCE.                               K6DWFD.1
089400     MOVE "W01" TO DWH-LAYOUT-VER.                                K6DWFD.1
089500     PERFORM 3900-WRITE-FEED-REC THRU 3900-EXIT.                  K6DWFD.1
089600     MOVE ZERO TO WS-SUB.                                         K6DWFD.1
089700 3000-DIM-NEXT.                                                   K6DWFD.1
089800     ADD 1 TO WS-SUB.                                             K6DWFD.1
089900     IF WS-SUB > WS-DIM-COUNT                                     K6DWFD.1
090000         GO TO 3000-FACTS.                                        K6DWFD.1
090100     IF DIM-SEND (WS-SUB) = SPACE                                 K6DWFD.1
090200         GO TO 3000-DIM-NEXT.                                     K6DWFD.1
090300     MOVE SPACE TO DW-FEED-REC.                                   K6DWFD.1
090400     MOVE "DM" TO DW-REC-TYPE.                                    K6DWFD.1
090500     MOVE WS-BATCH-NO TO DW-BATCH-NO.                             K6DWFD.1
090600     MOVE DIM-SEND (WS-SUB) TO DW-ACTION.                         K6DWFD.1
090700     MOVE DIM-TYPE (WS-SUB) TO DWD-DIM-TYPE.                      K6DWFD.1
090800     MOVE DIM-KEY (WS-SUB) TO DWD-KEY.                            K6DWFD.1
090900     MOVE DIM-NATURAL (WS-SUB) TO DWD-NATURAL.                    K6DWFD.1
091000     MOVE DIM-DESC (WS-SUB) TO DWD-DESC.                          K6DWFD.1
091100     MOVE DIM-FIRST-SENT (WS-SUB) TO DWD-FIRST-SENT.              K6DWFD.1
091200     ADD 1 TO WS-DIM-SENT.                                        K6DWFD.1
091300     ADD DIM-KEY (WS-SUB) TO WS-DIM-HASH.                         K6DWFD.1
091400     PERFORM 3900-WRITE-FEED-REC THRU 3900-EXIT.                  K6DWFD.1
091500     GO TO 3000-DIM-NEXT.                                         K6DWFD.1
091600 3000-FACTS.                                                      K6DWFD.1
091700     OPEN INPUT DW-WORK.                                          K6DWFD.1
091800 3000-FACT-NEXT.                                                  K6DWFD.1
091900     READ DW-WORK                                                 K6DWFD.1
092000         AT END GO TO 3000-CONTROL.                               K6DWFD.1
092100     MOVE WK-REC TO DW-FEED-REC.                                  K6DWFD.1
092200     PERFORM 3900-WRITE-FEED-REC THRU 3900-EXIT.                  K6DWFD.1
092300     GO TO 3000-FACT-NEXT.                                        K6DWFD.1
092400 3000-CONTROL.                                                    K6DWFD.1
092500     CLOSE DW-WORK.                                               K6DWFD.1
092600     MOVE SPACE TO DW-FEED-REC.                                   K6DWFD.1
092700     MOVE "CT" TO DW-REC-TYPE.                                    K6DWFD.1
092800     MOVE WS-BATCH-NO TO DW-BATCH-NO.                             K6DWFD.1
092900     MOVE WS-DIM-SENT TO DWC-DIM-COUNT.                           K6DWFD.1
093000     MOVE WS-FACT-ADDS TO DWC-ADD-COUNT.                          K6DWFD.1
093100     MOVE WS-FACT-CORRECTS TO DWC-CORRECT-COUNT.                  K6DWFD.1
093200     MOVE WS-FACT-VOIDS TO DWC-VOID-COUNT.                        K6DWFD.1
093300     ADD 1 TO WS-FEED-RECORDS.                                    K6DWFD.1
093400     MOVE WS-FEED-RECORDS TO DWC-RECORD-COUNT.                    K6DWFD.1
093500     MOVE WS-FACT-HASH TO DWC-FACT-HASH.                          K6DWFD.1
093600     MOVE WS-DIM-HASH TO DWC-DIM-HASH.                            K6DWFD.1
093700     MOVE WS-FACT-FAILS TO DWC-FAIL-COUNT.                        K6DWFD.1
093800     WRITE DW-FEED-REC.                                           K6DWFD.1
093900 3000-EXIT.                                                       K6DWFD.1
094000     EXIT.                                                        K6DWFD.1
094100*================================================================ K6DWFD.1
094200* 3900-WRITE-FEED-REC -- WRITE AND COUNT ONE BATCH RECORD.        K6DWFD.1
094300*================================================================ K6DWFD.1
094400 3900-WRITE-FEED-REC.                                             K6DWFD.1
094500     WRITE DW-FEED-REC.                                           K6DWFD.1
094600     ADD 1 TO WS-FEED-RECORDS.                                    K6DWFD.1
094700 3900-EXIT.                                                       K6DWFD.1
094800     EXIT.                                                        K6DWFD.1
094900*================================================================ K6DWFD.1
095000* 4000-WRITE-KEYS -- THE KEY REGISTER AFTER THIS BATCH: THE       K6DWFD.1
095100* HEADER WITH TONIGHT'S BATCH AND THE NEXT KEYS, THEN EVERY       K6DWFD.1
095200* DIMENSION MEMBER.                                               K6DWFD.1
095300*================================================================ K6DWFD.1
095400 4000-WRITE-KEYS.                                                 K6DWFD.1
095500     MOVE "H" TO KRH-TYPE.                                        K6DWFD.1
095600     MOVE WS-BATCH-NO TO KRH-LAST-BATCH.                          K6DWFD.1
095700     MOVE WS-FEED-DATE TO KRH-LAST-DATE.                          K6DWFD.1
095800     MOVE WS-NEXT-FACT-KEY TO KRH-NEXT-FACT.                      K6DWFD.1
095900     WRITE NK-REC FROM KR-HEADER.                                 K6DWFD.1
096000     MOVE ZERO TO WS-SUB.                                         K6DWFD.1
096100 4000-NEXT.                                                       K6DWFD.1
096200     ADD 1 TO WS-SUB.                                             K6DWFD.1
096300     IF WS-SUB > WS-DIM-COUNT                                     K6DWFD.1
096400         GO TO 4000-EXIT.                                         K6DWFD.1
096500     MOVE SPACE TO KR-MEMBER.                                     K6DWFD.1
096600     MOVE "D" TO KRD-TYPE.                                        K6DWFD.1
096700     MOVE DIM-TYPE (WS-SUB) TO KRD-DIM-TYPE.                      K6DWFD.1
096800     MOVE DIM-KEY (WS-SUB) TO KRD-KEY.                            K6DWFD.1
096900     MOVE DIM-NATURAL (WS-SUB) TO KRD-NATURAL.                    K6DWFD.1
097000     MOVE DIM-DESC (WS-SUB) TO KRD-DESC.                          K6DWFD.1
097100     MOVE DIM-FIRST-SENT (WS-SUB) TO KRD-FIRST-SENT.              K6DWFD.1
097200     WRITE NK-REC FROM KR-MEMBER.                                 K6DWFD.1
097300     GO TO 4000-NEXT.                                             K6DWFD.1
097400 4000-EXIT.                                                       K6DWFD.1
097500     EXIT.                                                        K6DWFD.1
097600*================================================================ K6DWFD.1
097700* 5000-RESOLVE-DIM -- THE SURROGATE KEY OF THE MEMBER IN          K6DWFD.1
097800* WS-DIM-NATURAL OF KIND WS-DIM-SUB, INTO CUR-DIM-KEY.  A NEW     K6DWFD.1
097900* MEMBER TAKES THE NEXT KEY OF ITS KIND AND IS SENT AS AN ADD;    K6DWFD.1
098000* A KNOWN MEMBER WHOSE DESCRIPTION CHANGED IS SENT AS A           K6DWFD.1
098100* CORRECTION.                                                     K6DWFD.1
098200*================================================================ K6DWFD.1
098300 5000-RESOLVE-DIM.                                                K6DWFD.1
098400     MOVE DIM-KIND (WS-DIM-SUB) TO WS-DIM-TYPE.                   K6DWFD.1
098500     MOVE DIM-LAST-SUB (WS-DIM-SUB) TO WS-HIT-SUB.                K6DWFD.1
098600     IF WS-HIT-SUB > ZERO                                         K6DWFD.1
098700             AND DIM-LAST-NATURAL (WS-DIM-SUB) = WS-DIM-NATURAL   K6DWFD.1
098800         GO TO 5000-FOUND.                                        K6DWFD.1
098900     MOVE ZERO TO WS-HIT-SUB.                                     K6DWFD.1
099000     MOVE ZERO TO WS-SUB.                                         K6DWFD.1
099100 5000-SCAN.                                                       K6DWFD.1
099200     ADD 1 TO WS-SUB.                                             K6DWFD.1
099300     IF WS-SUB > WS-DIM-COUNT                                     K6DWFD.1
099400         GO TO 5000-NEW.                                          K6DWFD.1
099500     IF DIM-TYPE (WS-SUB) NOT = WS-DIM-TYPE                       K6DWFD.1
099600             OR DIM-NATURAL (WS-SUB) NOT = WS-DIM-NATURAL         K6DWFD.1
099700         GO TO 5000-SCAN.                                         K6DWFD.1
099800     MOVE WS-SUB TO WS-HIT-SUB.                                   K6DWFD.1
099900     GO TO 5000-FOUND.                                            K6DWFD.1
100000 5000-NEW.                                                        K6DWFD.1
100100     IF WS-DIM-COUNT NOT LESS THAN 20000                          K6DWFD.1
100200         MOVE "DIMENSION TABLE FULL AT 20000 - NO BATCH WRITTEN"  K6DWFD.1
100300             TO MSG-TEXT                                          K6DWFD.1
100400         MOVE SPACE TO MSG-VALUE                                  K6DWFD.1
100500         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6DWFD.1
100600         SET WS-FATAL TO TRUE                                     K6DWFD.1
100700         MOVE ZERO TO CUR-DIM-KEY (WS-DIM-SUB)                    K6DWFD.1
100800         GO TO 5000-EXIT.                                         K6DWFD.1
100900     ADD 1 TO WS-DIM-COUNT.                                       K6DWFD.1
101000     MOVE WS-DIM-COUNT TO WS-HIT-SUB.                             K6DWFD.1
101100     MOVE WS-DIM-TYPE TO DIM-TYPE (WS-HIT-SUB).                   K6DWFD.1
101200     MOVE WS-DIM-NATURAL TO DIM-NATURAL (WS-HIT-SUB).             K6DWFD.1
101300     MOVE KRH-NEXT-DIM (WS-DIM-SUB) TO DIM-KEY (WS-HIT-SUB).      K6DWFD.1
101400     ADD 1 TO KRH-NEXT-DIM (WS-DIM-SUB).                          K6DWFD.1
101500     MOVE WS-DIM-DESC TO DIM-DESC (WS-HIT-SUB).                   K6DWFD.1
101600     MOVE WS-FEED-DATE TO DIM-FIRST-SENT (WS-HIT-SUB).            K6DWFD.1
101700     MOVE "A" TO DIM-SEND (WS-HIT-SUB).                           K6DWFD.1
101800 5000-FOUND.                                                      K6DWFD.1
101900     IF WS-DIM-DESC NOT = SPACE                                   K6DWFD.1
102000             AND WS-DIM-DESC NOT = DIM-DESC (WS-HIT-SUB)          K6DWFD.1
102100         MOVE WS-DIM-DESC TO DIM-DESC (WS-HIT-SUB)                K6DWFD.1
102200         IF DIM-SEND (WS-HIT-SUB) = SPACE                         K6DWFD.1
102300             MOVE "C" TO DIM-SEND (WS-HIT-SUB).                   K6DWFD.1
102400     MOVE WS-DIM-NATURAL TO DIM-LAST-NATURAL (WS-DIM-SUB).        K6DWFD.1
102500     MOVE WS-HIT-SUB TO DIM-LAST-SUB (WS-DIM-SUB).                K6DWFD.1
102600     MOVE DIM-KEY (WS-HIT-SUB) TO CUR-DIM-KEY (WS-DIM-SUB).       K6DWFD.1
102700 5000-EXIT.                                                       K6DWFD.1
102800     EXIT.                                                        K6DWFD.1
102900*================================================================ K6DWFD.1
103000* 6000-WRITE-FACT -- ONE FACT ROW TO DWWORK FROM CUR-IMAGE AND    K6DWFD.1
103100* THE LEDGER RECORD'S KEYS, WITH ITS CONTROL TOTALS.              K6DWFD.1
103200*================================================================ K6DWFD.1
103300 6000-WRITE-FACT.                                                 K6DWFD.1
103400     MOVE SPACE TO DW-FEED-REC.                                   K6DWFD.1
103500     MOVE "FA" TO DW-REC-TYPE.                                    K6DWFD.1
103600     MOVE WS-BATCH-NO TO DW-BATCH-NO.                             K6DWFD.1
103700     MOVE WS-ACTION TO DW-ACTION.                                 K6DWFD.1
103800     MOVE LG-FACT-KEY TO DWF-FACT-KEY.                            K6DWFD.1
103900     MOVE 1 TO WS-DIM-SUB.                                        K6DWFD.1
104000 6000-KEYS.                                                       K6DWFD.1
104100     MOVE CUR-DIM-KEY (WS-DIM-SUB) TO DWF-KEY (WS-DIM-SUB).       K6DWFD.1
104200     ADD 1 TO WS-DIM-SUB.                                         K6DWFD.1
104300     IF WS-DIM-SUB NOT > 6                                        K6DWFD.1
104400         GO TO 6000-KEYS.                                         K6DWFD.1
104500     MOVE LG-NAT-KEY (29:8) TO DWF-RUN-DATE.                      K6DWFD.1
104600     MOVE CUR-RUN-SEQ TO DWF-RUN-SEQ.                             K6DWFD.1
104700     MOVE CUR-P-OR-F TO DWF-P-OR-F.                               K6DWFD.1
104800     MOVE CUR-SEVERITY TO DWF-SEVERITY.                           K6DWFD.1
104900     MOVE CUR-FEATURE TO DWF-FEATURE.                             K6DWFD.1
105000     MOVE CUR-COMPUTED TO DWF-COMPUTED.                           K6DWFD.1
105100     MOVE CUR-CORRECT TO DWF-CORRECT.                             K6DWFD.1
105200     MOVE WS-PRIOR-SEQ TO DWF-PRIOR-SEQ.                          K6DWFD.1
105300     MOVE WS-REASON TO DWF-REASON.                                K6DWFD.1
105400     ADD LG-FACT-KEY TO WS-FACT-HASH.                             K6DWFD.1
105500     IF WS-ACTION = "A"                                           K6DWFD.1
105600         ADD 1 TO WS-FACT-ADDS.                                   K6DWFD.1
105700     IF WS-ACTION = "C"                                           K6DWFD.1
105800         ADD 1 TO WS-FACT-CORRECTS.                               K6DWFD.1
105900     IF WS-ACTION = "V"                                           K6DWFD.1
106000         ADD 1 TO WS-FACT-VOIDS.                                  K6DWFD.1
106100     IF WS-ACTION NOT = "V" AND CUR-P-OR-F (1:4) = "FAIL"         K6DWFD.1
106200         ADD 1 TO WS-FACT-FAILS.                                  K6DWFD.1
106300     WRITE WK-REC FROM DW-FEED-REC.                               K6DWFD.1
106400 6000-EXIT.                                                       K6DWFD.1
106500     EXIT.                                                        K6DWFD.1
106600*================================================================ K6DWFD.1
106700* 6500-WRITE-LEDGER -- CARRY THE LEDGER RECORD FORWARD.           K6DWFD.1
106800*================================================================ K6DWFD.1
106900 6500-WRITE-LEDGER.                                               K6DWFD.1
107000     WRITE NL-REC FROM LG-LEDGER-REC.                             K6DWFD.1
107100 6500-EXIT.                                                       K6DWFD.1
107200     EXIT.                                                        K6DWFD.1
107300*================================================================ K6DWFD.1
107400* 7900-WRITE-MESSAGE -- ONE MESSAGE LINE ON THE REPORT.           K6DWFD.1
107500*================================================================ K6DWFD.1
107600 7900-WRITE-MESSAGE.                                              K6DWFD.1
107700     WRITE DR-PRINT-REC FROM MSG-LINE                             K6DWFD.1
107800         AFTER ADVANCING 1 LINE.                                  K6DWFD.1
107900 7900-EXIT.                                                       K6DWFD.1
108000     EXIT.                                                        K6DWFD.1
108100*================================================================ K6DWFD.1
108200* 8000-PRINT-SUMMARY -- THE BATCH TOTALS AS THE CONTROL RECORD    K6DWFD.1
108300* CARRIES THEM, AND THE NOTES THAT RAISE THE RETURN CODE.         K6DWFD.1
108400*================================================================ K6DWFD.1
108500 8000-PRINT-SUMMARY.                                              K6DWFD.1
108600     MOVE "MASTER ROWS READ" TO SUM-LABEL.                        K6DWFD.1
108700     MOVE WS-MASTER-READ TO SUM-COUNT.                            K6DWFD.1
108800     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 2 LINES.    K6DWFD.1
108900     MOVE "ROWS NOT EFFECTIVE (SUPERSEDED/VOIDED)" TO SUM-LABEL.  K6DWFD.2
109000     MOVE WS-NOT-EFFECTIVE TO SUM-COUNT.                          K6DWFD.1
109100     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
109200     MOVE "FACTS UNCHANGED, NOT SENT" TO SUM-LABEL.               K6DWFD.1
109300     MOVE WS-UNCHANGED TO SUM-COUNT.                              K6DWFD.1
109400     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
109500     MOVE "DM DIMENSION ROWS SENT" TO SUM-LABEL.                  K6DWFD.1
109600     MOVE WS-DIM-SENT TO SUM-COUNT.                               K6DWFD.1
109700     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
109800     MOVE "FA ADDS" TO SUM-LABEL.                                 K6DWFD.1
109900     MOVE WS-FACT-ADDS TO SUM-COUNT.                              K6DWFD.1
110000     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
110100     MOVE "FA CORRECTIONS" TO SUM-LABEL.                          K6DWFD.1
110200     MOVE WS-FACT-CORRECTS TO SUM-COUNT.                          K6DWFD.1
110300     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
110400     MOVE "FA VOIDS" TO SUM-LABEL.                                K6DWFD.1
110500     MOVE WS-FACT-VOIDS TO SUM-COUNT.                             K6DWFD.1
110600     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
110700     MOVE "RECORDS IN BATCH" TO SUM-LABEL.                        K6DWFD.1
110800     MOVE WS-FEED-RECORDS TO SUM-COUNT.                           K6DWFD.1
110900     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
111000     MOVE "FACT KEY HASH TOTAL" TO SUM-LABEL.                     K6DWFD.1
111100     MOVE WS-FACT-HASH TO SUM-COUNT.                              K6DWFD.1
111200     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
111300     MOVE "DIMENSION KEY HASH TOTAL" TO SUM-LABEL.                K6DWFD.1
111400     MOVE WS-DIM-HASH TO SUM-COUNT.                               K6DWFD.1
111500     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
111600     MOVE "PARAGRAPHS NOT REGISTERED IN K6TCID" TO SUM-LABEL.     K6DWFD.1
111700     MOVE WS-UNREGISTERED TO SUM-COUNT.                           K6DWFD.1
111800     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 2 LINES.    K6DWFD.1
111900     MOVE "ROWS WHOSE RUN IS NOT ON RAWIN" TO SUM-LABEL.          K6DWFD.1
112000     MOVE WS-RUN-NOT-FOUND TO SUM-COUNT.                          K6DWFD.1
112100     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6DWFD.1
112200     IF WS-UNREGISTERED > ZERO OR WS-RUN-NOT-FOUND > ZERO         K6DWFD.1
112300         MOVE 4 TO WS-VERDICT-RC.                                 K6DWFD.1
112400 8000-EXIT.                                                       K6DWFD.1
112500     EXIT.                                                        K6DWFD.1
112600*================================================================ K6DWFD.1
112700* 9999-TERMINATE -- CLOSE UP AND SET THE RETURN CODE.  A FATAL    K6DWFD.1
112800* RUN LEAVES THE FEED EMPTY.                                      K6DWFD.1
112900*================================================================ K6DWFD.1
113000 9999-TERMINATE.                                                  K6DWFD.1
113100     IF WS-FATAL                                                  K6DWFD.1
113200         MOVE 16 TO WS-VERDICT-RC                                 K6DWFD.1
113300         MOVE "NO BATCH WRITTEN - DO NOT LOAD OR PROMOTE DWKEYSN/DK6DWFD.1
113400-             "WLEDGN" TO MSG-TEXT                                K6DWFD.1
113500         MOVE SPACE TO MSG-VALUE                                  K6DWFD.1
113600         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.               K6DWFD.1
113700     CLOSE DW-FEED NEW-KEY-REGISTER NEW-FACT-LEDGER DW-RPT.       K6DWFD.1
113800     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6DWFD.1
113900 9999-EXIT.                                                       K6DWFD.1
114000     EXIT.                                                        K6DWFD.1
