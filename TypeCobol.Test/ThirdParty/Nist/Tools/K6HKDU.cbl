000100 IDENTIFICATION DIVISION.                                         K6HKDU.1
000200 PROGRAM-ID.                                                      K6HKDU.1
000300     K6HKDU.                                                      K6HKDU.1
000400*================================================================ K6HKDU.1
000500* K6HKDU -- PERIODIC HOUSEKEEPING DUE-LIST AND OVERDUE TRACKING.  K6HKDU.1
000600*================================================================ K6HKDU.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6HKDU.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6HKDU.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6HKDU.1
001000* DATE-COMPILED.                                                  K6HKDU.1
001100*                                                                 K6HKDU.1
001200* REMARKS.                                                        K6HKDU.1
001300*    ONLY THE WINDOW'S OWN STEPS ARE SCHEDULED.  THE PERIODIC     K6HKDU.1
001400*    TOOLS -- THE K6XREF AUDIT, K6RVFY RESTORE DRILLS, K6VLTM     K6HKDU.1
001500*    VAULT ROTATION, THE K6CLOS YEAR-END CLOSE, THE MONTHLY       K6HKDU.1
001600*    K6KPIM AND K6CHGB REPORTS, K6CAPF FORECASTS, K6LIFE AGING,   K6HKDU.1
001700*    K6RMIG LEVEL CHECKS -- WERE RUN FROM MEMORY, AND A MISSED    K6HKDU.1
001800*    ONE WAS FOUND BY THE AUDIT.  THIS PROGRAM RUNS EVERY         K6HKDU.1
001900*    BUSINESS DAY:                                                K6HKDU.1
002000*                                                                 K6HKDU.1
002100*      - READS THE HOUSEKEEPING REGISTER (HKPREG, K6HKRG.CPY):    K6HKDU.1
002200*        EACH JOB, HOW OFTEN IT IS OWED, BY WHICH BUSINESS DAY    K6HKDU.1
002300*        OF ITS PERIOD, THE GRACE DAYS AND THE OWNING QUEUE;      K6HKDU.1
002400*      - READS EACH JOB'S COMPLETIONS FROM THE COMPLETION LOG     K6HKDU.1
002500*        (HKPLOG, K6HKLG.CPY) AND WORKS OUT FROM THE LAST ONE     K6HKDU.1
002600*        WHEN THE JOB IS NEXT DUE, ON THE PROCESSING CALENDAR     K6HKDU.1
002700*        (K6CALD).  A PERIODIC JOB NEVER COMPLETED IS DUE IN      K6HKDU.1
002800*        THE CURRENT PERIOD; AN INTERVAL JOB NEVER COMPLETED IS   K6HKDU.1
002900*        DUE TODAY;                                               K6HKDU.1
003000*      - PRINTS THE DUE-LIST (HKPRPT): THE JOBS DUE TODAY OR      K6HKDU.1
003100*        STILL WITHIN THEIR GRACE DAYS, THEN THE OVERDUE ONES;    K6HKDU.1
003200*      - ROUTES AN "OVERDUE" NOTICE FOR EVERY OVERDUE JOB TO ITS  K6HKDU.1
003300*        OWNING QUEUE (HKPQ; A JOB NAMING NO QUEUE GOES TO THE    K6HKDU.1
003400*        STANDARDS LEAD, NF-L2-QUEUE).  AS WITH THE K6EXPW        K6HKDU.1
003500*        NOTICES, THE VERB IS NOT "ROUTE TO", SO K6ACKR AND       K6HKDU.1
003600*        K6INCX PASS IT OVER IF THE QUEUES ARE CONCATENATED;      K6HKDU.1
003700*      - REWRITES THE CYCLE HISTORY (HKPHIST, K6HKHS.CPY) --      K6HKDU.1
003800*        EVERY DUE CYCLE OF EVERY JOB, ON TIME, LATE OR STILL     K6HKDU.1
003900*        OUTSTANDING -- FROM WHICH K6KPIM REPORTS HOW OFTEN       K6HKDU.1
004000*        HOUSEKEEPING RAN LATE.                                   K6HKDU.1
004100*                                                                 K6HKDU.1
004200*    A SECOND COMPLETION OF A PERIODIC JOB IN THE SAME PERIOD     K6HKDU.1
004300*    (A RERUN) DOES NOT OPEN A CYCLE OF ITS OWN.  A PERIODIC JOB  K6HKDU.1
004400*    THAT SKIPS WHOLE PERIODS IS ONE LATE CYCLE, DUE IN THE       K6HKDU.1
004500*    PERIOD AFTER ITS LAST COMPLETION.                            K6HKDU.1
004600*                                                                 K6HKDU.1
004700*    CONTROL CARD (HKPCTL, OPTIONAL):                             K6HKDU.1
004800*      1-8   AS-OF DATE CCYYMMDD (DEFAULT TODAY; FOR A RERUN)     K6HKDU.1
004900*                                                                 K6HKDU.1
005000*    INPUTS:                                                      K6HKDU.1
005100*      HKPREG    HOUSEKEEPING REGISTER (OPTIONAL)                 K6HKDU.1
005200*      HKPLOG    COMPLETION LOG (OPTIONAL)                        K6HKDU.1
005300*      CALMST    PROCESSING CALENDAR (THROUGH K6CALD)             K6HKDU.1
005400*    OUTPUTS:                                                     K6HKDU.1
005500*      HKPRPT    DUE-LIST                                         K6HKDU.1
005600*      HKPQ      OVERDUE NOTICE QUEUE                             K6HKDU.1
005700*      HKPHIST   CYCLE HISTORY                                    K6HKDU.1
005800*                                                                 K6HKDU.1
005900* RETURN CODES.                                                   K6HKDU.1
006000*     0  NOTHING OVERDUE.                                         K6HKDU.1
006100*     4  AT LEAST ONE JOB IS OVERDUE.                             K6HKDU.1
006200*    16  THE COMPLETION LOG EXCEEDS THE TABLE (NOTHING WRITTEN).  K6HKDU.1
006300*                                                                 K6HKDU.1
006400* MODIFICATION HISTORY.                                           K6HKDU.1
006500*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6HKDU.1
006600*================================================================ K6HKDU.1
006700                                                                  K6HKDU.1
006800 ENVIRONMENT DIVISION.                                            K6HKDU.1
006900 CONFIGURATION SECTION.                                           K6HKDU.1
007000 SOURCE-COMPUTER.                                                 K6HKDU.1
007100     OUR-MAINFRAME.                                               K6HKDU.1
007200 OBJECT-COMPUTER.                                                 K6HKDU.1
007300     OUR-MAINFRAME.                                               K6HKDU.1
007400 INPUT-OUTPUT SECTION.                                            K6HKDU.1
007500 FILE-CONTROL.                                                    K6HKDU.1
007600     SELECT OPTIONAL HKP-CTL ASSIGN TO HKPCTL                     K6HKDU.1
007700         ORGANIZATION IS SEQUENTIAL                               K6HKDU.1
007800         FILE STATUS IS WS-CTL-STATUS.                            K6HKDU.1
007900     SELECT OPTIONAL HKP-REGISTER ASSIGN TO HKPREG                K6HKDU.1
008000         ORGANIZATION IS SEQUENTIAL                               K6HKDU.1
008100         FILE STATUS IS WS-REG-STATUS.                            K6HKDU.1
008200     SELECT OPTIONAL HKP-LOG ASSIGN TO HKPLOG                     K6HKDU.1
008300         ORGANIZATION IS SEQUENTIAL                               K6HKDU.1
008400         FILE STATUS IS WS-LOG-STATUS.                            K6HKDU.1
008500     SELECT HKP-HISTORY ASSIGN TO HKPHIST                         K6HKDU.1
008600         ORGANIZATION IS SEQUENTIAL.                              K6HKDU.1
008700     SELECT NOTIFY-QUEUE ASSIGN TO HKPQ                           K6HKDU.1
008800         ORGANIZATION IS SEQUENTIAL.                              K6HKDU.1
008900     SELECT HKP-RPT ASSIGN TO HKPRPT                              K6HKDU.1
009000         ORGANIZATION IS SEQUENTIAL.                              K6HKDU.1
009100                                                                  K6HKDU.1
009200 DATA DIVISION.                                                   K6HKDU.1
009300 FILE SECTION.                                                    K6HKDU.1
009400 FD  HKP-CTL                                                      K6HKDU.1
009500     LABEL RECORDS ARE STANDARD.                                  K6HKDU.1
009600 01  CTL-REC.                                                     K6HKDU.1
009700     05  CTL-AS-OF-DATE           PIC X(8).                       K6HKDU.1
009800     05  FILLER                   PIC X(72).                      K6HKDU.1
009900 FD  HKP-REGISTER                                                 K6HKDU.1
010000     LABEL RECORDS ARE STANDARD.                                  K6HKDU.1
010100     COPY K6HKRG.                                                 K6HKDU.1
010200 FD  HKP-LOG                                                      K6HKDU.1
010300     LABEL RECORDS ARE STANDARD.                                  K6HKDU.1
010400     COPY K6HKLG.                                                 K6HKDU.1
010500 FD  HKP-HISTORY                                                  K6HKDU.1
010600     LABEL RECORDS ARE STANDARD.                                  K6HKDU.1
010700     COPY K6HKHS.                                                 K6HKDU.1
010800 FD  NOTIFY-QUEUE                                                 K6HKDU.1
010900     LABEL RECORDS ARE STANDARD.                                  K6HKDU.1
011000 01  NQ-PRINT-REC                 PIC X(80).                      K6HKDU.1
011100 FD  HKP-RPT                                                      K6HKDU.1
011200     LABEL RECORDS ARE STANDARD.                                  K6HKDU.1
011300 01  HR-PRINT-REC                 PIC X(120).                     K6HKDU.1
011400                                                                  K6HKDU.1
011500 WORKING-STORAGE SECTION.                                         K6HKDU.1
011600 COPY K6NOTFY.                                                    K6HKDU.1
011700* ----------------------------------------------------------      K6HKDU.1
011800* SWITCHES AND COUNTERS.                                          K6HKDU.1
011900* ----------------------------------------------------------      K6HKDU.1
012000 77  WS-CTL-STATUS                PIC X(2)   VALUE SPACE.         K6HKDU.1
012100 77  WS-REG-STATUS                PIC X(2)   VALUE SPACE.         K6HKDU.1
012200 77  WS-LOG-STATUS                PIC X(2)   VALUE SPACE.         K6HKDU.1
012300 77  WS-AS-OF-DATE                PIC 9(8)   VALUE ZERO.          K6HKDU.1
012400 77  WS-JOB-COUNT                 PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
012500 77  WS-LOG-COUNT                 PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
012600 77  WS-JSUB                      PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
012700 77  WS-LSUB                      PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
012800 77  WS-STEPS                     PIC 9(5)   COMP VALUE ZERO.     K6HKDU.1
012900 77  WS-NTH                       PIC 9(3)   COMP VALUE ZERO.     K6HKDU.1
013000 77  WS-DROPPED-COUNT             PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
013100 77  WS-DUE-COUNT                 PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
013200 77  WS-GRACE-COUNT               PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
013300 77  WS-OVERDUE-COUNT             PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
013400 77  WS-CYCLE-COUNT               PIC 9(5)   COMP VALUE ZERO.     K6HKDU.1
013500 77  WS-LATE-COUNT                PIC 9(5)   COMP VALUE ZERO.     K6HKDU.1
013600 77  WS-LINE-COUNT                PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
013700 77  WS-HKDU-RC                   PIC 9(2)   VALUE ZERO.          K6HKDU.1
013800 77  WS-PRINT-STATE               PIC X(1)   VALUE SPACE.         K6HKDU.1
013900 77  WS-HIST-OUTCOME              PIC X(1)   VALUE SPACE.         K6HKDU.1
014000* ----------------------------------------------------------      K6HKDU.1
014100* THE CYCLE BEING WORKED ON.                                      K6HKDU.1
014200* ----------------------------------------------------------      K6HKDU.1
014300 77  WS-LAST-DONE                 PIC 9(8)   VALUE ZERO.          K6HKDU.1
014400 77  WS-DONE-DATE                 PIC 9(8)   VALUE ZERO.          K6HKDU.1
014500 77  WS-DUE-DATE                  PIC 9(8)   VALUE ZERO.          K6HKDU.1
014600 77  WS-ANCHOR                    PIC 9(8)   VALUE ZERO.          K6HKDU.1
014700 77  WS-PERIOD-C                  PIC 9(8)   VALUE ZERO.          K6HKDU.1
014800 77  WS-LATE-DAYS                 PIC 9(3)   VALUE ZERO.          K6HKDU.1
014900* HANDSHAKE AREA FOR THE K6CALD BUSINESS-DAY SERVICE.             K6HKDU.1
015000 01  CALD-PARM.                                                   K6HKDU.1
015100     05  CALD-FROM                PIC 9(8)   VALUE ZERO.          K6HKDU.1
015200     05  CALD-TO                  PIC 9(8)   VALUE ZERO.          K6HKDU.1
015300     05  CALD-BUS-DAYS            PIC S9(5)  VALUE ZERO.          K6HKDU.1
015400     05  CALD-STATUS              PIC X(1)   VALUE SPACE.         K6HKDU.1
015500* DATE BEING STEPPED ONE CALENDAR DAY AT A TIME.                  K6HKDU.1
015600 01  WS-DATE-N                    PIC 9(8)   VALUE ZERO.          K6HKDU.1
015700 01  WS-DATE-PARTS REDEFINES WS-DATE-N.                           K6HKDU.1
015800     05  WS-DATE-CCYY             PIC 9(4).                       K6HKDU.1
015900     05  WS-DATE-MM               PIC 9(2).                       K6HKDU.1
016000     05  WS-DATE-DD               PIC 9(2).                       K6HKDU.1
016100 77  WS-MONTH-END                 PIC 9(2)   VALUE ZERO.          K6HKDU.1
016200 77  WS-LEAP-Q                    PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
016300 77  WS-LEAP-R                    PIC 9(4)   COMP VALUE ZERO.     K6HKDU.1
016400 01  MONTH-LENGTHS.                                               K6HKDU.1
016500     05  FILLER   PIC X(24) VALUE "312831303130313130313031".     K6HKDU.1
016600 01  MONTH-TABLE REDEFINES MONTH-LENGTHS.                         K6HKDU.1
016700     05  MONTH-DAYS OCCURS 12 TIMES PIC 9(2).                     K6HKDU.1
016800* DAY-OF-WEEK WORK AREA (0 MONDAY ... 6 SUNDAY).                  K6HKDU.1
016900 77  WS-WEEKDAY                   PIC 9(1)   VALUE ZERO.          K6HKDU.1
017000 77  WS-Z-YEAR                    PIC 9(4)   VALUE ZERO.          K6HKDU.1
017100 77  WS-Z-MONTH                   PIC 9(2)   VALUE ZERO.          K6HKDU.1
017200 77  WS-Z-J                       PIC 9(2)   VALUE ZERO.          K6HKDU.1
017300 77  WS-Z-K                       PIC 9(2)   VALUE ZERO.          K6HKDU.1
017400 77  WS-Z-T                       PIC 9(3)   VALUE ZERO.          K6HKDU.1
017500 77  WS-Z-Q                       PIC 9(5)   VALUE ZERO.          K6HKDU.1
017600 77  WS-Z-SUM                     PIC 9(5)   VALUE ZERO.          K6HKDU.1
017700* ----------------------------------------------------------      K6HKDU.1
017800* THE REGISTER, WITH EACH JOB'S STANDING ON THE AS-OF DATE:       K6HKDU.1
017900* JB-STATE  T DUE TODAY, G WITHIN GRACE, O OVERDUE, SPACE NOT     K6HKDU.1
018000* YET DUE.                                                        K6HKDU.1
018100* ----------------------------------------------------------      K6HKDU.1
018200 01  JOB-TABLE.                                                   K6HKDU.1
018300     05  JOB-ENTRY OCCURS 100 TIMES.                              K6HKDU.1
018400         10  JB-JOB-ID            PIC X(8).                       K6HKDU.1
018500         10  JB-PGM-ID            PIC X(6).                       K6HKDU.1
018600         10  JB-FREQ              PIC X(1).                       K6HKDU.1
018700             88  JB-PERIODIC      VALUE "W" "M" "Q" "Y".          K6HKDU.1
018800         10  JB-DUE-DAY           PIC 9(2).                       K6HKDU.1
018900         10  JB-INTERVAL          PIC 9(3).                       K6HKDU.1
019000         10  JB-GRACE             PIC 9(2).                       K6HKDU.1
019100         10  JB-QUEUE-ID          PIC X(8).                       K6HKDU.1
019200         10  JB-DESC              PIC X(30).                      K6HKDU.1
019300         10  JB-STATE             PIC X(1).                       K6HKDU.1
019400         10  JB-LAST-DONE         PIC 9(8).                       K6HKDU.1
019500         10  JB-DUE-DATE          PIC 9(8).                       K6HKDU.1
019600         10  JB-LATE-DAYS         PIC 9(3).                       K6HKDU.1
019700* COMPLETIONS FROM THE LOG, IN LOG (COMPLETION) ORDER.            K6HKDU.1
019800 01  LOG-TABLE.                                                   K6HKDU.1
019900     05  LOG-ENTRY OCCURS 5000 TIMES.                             K6HKDU.1
020000         10  LG-JOB-ID            PIC X(8).                       K6HKDU.1
020100         10  LG-DATE              PIC 9(8).                       K6HKDU.1
020200* ----------------------------------------------------------      K6HKDU.1
020300* REPORT LINES.                                                   K6HKDU.1
020400* ----------------------------------------------------------      K6HKDU.1
020500 01  HDR-LINE-1.                                                  K6HKDU.1
020600     05  FILLER   PIC X(37) VALUE                                 K6HKDU.1
020700         "HOUSEKEEPING DUE-LIST (K6HKDU) AS OF ".                 K6HKDU.1
020800     05  HDR-AS-OF                PIC 9(8).                       K6HKDU.1
020900     05  FILLER   PIC X(75) VALUE SPACE.                          K6HKDU.1
021000 01  HDR-LINE-2.                                                  K6HKDU.1
021100     05  FILLER   PIC X(9)  VALUE "JOB ID".                       K6HKDU.1
021200     05  FILLER   PIC X(7)  VALUE "PGM-ID".                       K6HKDU.1
021300     05  FILLER   PIC X(3)  VALUE "F".                            K6HKDU.1
021400     05  FILLER   PIC X(10) VALUE "LAST DONE".                    K6HKDU.1
021500     05  FILLER   PIC X(10) VALUE "DUE DATE".                     K6HKDU.1
021600     05  FILLER   PIC X(10) VALUE "QUEUE".                        K6HKDU.1
021700     05  FILLER   PIC X(32) VALUE "STATUS".                       K6HKDU.1
021800     05  FILLER   PIC X(39) VALUE "DESCRIPTION".                  K6HKDU.1
021900 01  SECT-LINE.                                                   K6HKDU.1
022000     05  SECT-TEXT                PIC X(40).                      K6HKDU.1
022100     05  FILLER   PIC X(80) VALUE SPACE.                          K6HKDU.1
022200 01  NONE-LINE.                                                   K6HKDU.1
022300     05  FILLER   PIC X(6)  VALUE "  NONE".                       K6HKDU.1
022400     05  FILLER   PIC X(114) VALUE SPACE.                         K6HKDU.1
022500 01  DET-LINE.                                                    K6HKDU.1
022600     05  DL-JOB-ID                PIC X(8).                       K6HKDU.1
022700     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HKDU.1
022800     05  DL-PGM-ID                PIC X(6).                       K6HKDU.1
022900     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HKDU.1
023000     05  DL-FREQ                  PIC X(1).                       K6HKDU.1
023100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HKDU.1
023200     05  DL-LAST-DONE             PIC X(8).                       K6HKDU.1
023300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HKDU.1
023400     05  DL-DUE-DATE              PIC X(8).                       K6HKDU.1
023500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HKDU.1
023600     05  DL-QUEUE-ID              PIC X(8).                       K6HKDU.1
023700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HKDU.1
023800     05  DL-STATUS                PIC X(30).                      K6HKDU.1
023900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HKDU.1
024000     05  DL-DESC                  PIC X(30).                      K6HKDU.1
024100     05  FILLER   PIC X(9)  VALUE SPACE.                          K6HKDU.1
024200 01  GRACE-TEXT.                                                  K6HKDU.1
024300     05  FILLER   PIC X(14) VALUE "IN GRACE, DAY ".               K6HKDU.1
024400     05  GT-DAYS                  PIC ZZ9.                        K6HKDU.1
024500     05  FILLER   PIC X(4)  VALUE " OF ".                         K6HKDU.1
024600     05  GT-GRACE                 PIC Z9.                         K6HKDU.1
024700     05  FILLER   PIC X(7)  VALUE SPACE.                          K6HKDU.1
024800 01  LATE-TEXT.                                                   K6HKDU.1
024900     05  FILLER   PIC X(8)  VALUE "OVERDUE ".                     K6HKDU.1
025000     05  LT-DAYS                  PIC ZZ9.                        K6HKDU.1
025100     05  FILLER   PIC X(14) VALUE " BUSINESS DAYS".               K6HKDU.1
025200     05  FILLER   PIC X(5)  VALUE SPACE.                          K6HKDU.1
025300 01  TOT-LINE.                                                    K6HKDU.1
025400     05  FILLER   PIC X(5)  VALUE "JOBS=".                        K6HKDU.1
025500     05  TOT-JOBS                 PIC ZZZ9.                       K6HKDU.1
025600     05  FILLER   PIC X(12) VALUE "  DUE TODAY=".                 K6HKDU.1
025700     05  TOT-DUE                  PIC ZZZ9.                       K6HKDU.1
025800     05  FILLER   PIC X(11) VALUE "  IN GRACE=".                  K6HKDU.1
025900     05  TOT-GRACE                PIC ZZZ9.                       K6HKDU.1
026000     05  FILLER   PIC X(10) VALUE "  OVERDUE=".                   K6HKDU.1
026100     05  TOT-OVERDUE              PIC ZZZ9.                       K6HKDU.1
026200     05  FILLER   PIC X(9)  VALUE "  CYCLES=".                    K6HKDU.1
026300     05  TOT-CYCLES               PIC ZZZZ9.                      K6HKDU.1
026400     05  FILLER   PIC X(7)  VALUE "  LATE=".                      K6HKDU.1
026500     05  TOT-LATE                 PIC ZZZZ9.                      K6HKDU.1
026600     05  FILLER   PIC X(13) VALUE "  NOT TABLED=".                K6HKDU.1
026700     05  TOT-DROPPED              PIC ZZZ9.                       K6HKDU.1
026800     05  FILLER   PIC X(23) VALUE SPACE.                          K6HKDU.1
026900* ----------------------------------------------------------      K6HKDU.1
027000* NOTICE LINES.                                                   K6HKDU.1
027100* ----------------------------------------------------------      K6HKDU.1
027200 01  NQ-HDR-LINE.                                                 K6HKDU.1
027300     05  FILLER   PIC X(36) VALUE                                 K6HKDU.1
027400         "HOUSEKEEPING NOTICES (K6HKDU) AS OF ".                  K6HKDU.1
027500     05  NQ-HDR-AS-OF             PIC 9(8).                       K6HKDU.1
027600     05  FILLER   PIC X(36) VALUE SPACE.                          K6HKDU.1
027700 01  NQ-DET-LINE.                                                 K6HKDU.1
027800     05  FILLER   PIC X(8)  VALUE "OVERDUE ".                     K6HKDU.1
027900     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HKDU.1
028000     05  NQ-DIST-ID               PIC X(8).                       K6HKDU.1
028100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HKDU.1
028200     05  NQ-JOB-ID                PIC X(8).                       K6HKDU.1
028300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HKDU.1
028400     05  NQ-PGM-ID                PIC X(6).                       K6HKDU.1
028500     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HKDU.1
028600     05  NQ-DUE-DATE              PIC 9(8).                       K6HKDU.1
028700     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HKDU.1
028800     05  FILLER   PIC X(5)  VALUE "LATE=".                        K6HKDU.1
028900     05  NQ-LATE                  PIC ZZ9.                        K6HKDU.1
029000     05  FILLER   PIC X(27) VALUE SPACE.                          K6HKDU.1
029100                                                                  K6HKDU.1
029200 PROCEDURE DIVISION.                                              K6HKDU.1
029300*================================================================ K6HKDU.1
029400* 0000-MAINLINE.                                                  K6HKDU.1
029500*================================================================ K6HKDU.1
029600 0000-MAINLINE.                                                   K6HKDU.1
029700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6HKDU.1
029800     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.                   K6HKDU.1
029900     PERFORM 1200-LOAD-LOG THRU 1200-EXIT.                        K6HKDU.1
030000     OPEN OUTPUT HKP-HISTORY.                                     K6HKDU.1
030100     OPEN OUTPUT NOTIFY-QUEUE.                                    K6HKDU.1
030200     MOVE WS-AS-OF-DATE TO NQ-HDR-AS-OF.                          K6HKDU.1
030300     WRITE NQ-PRINT-REC FROM NQ-HDR-LINE.                         K6HKDU.1
030400     MOVE ZERO TO WS-JSUB.                                        K6HKDU.1
030500     PERFORM 2000-EVALUATE-JOB THRU 2000-EXIT                     K6HKDU.1
030600             UNTIL WS-JSUB NOT < WS-JOB-COUNT.                    K6HKDU.1
030700     CLOSE HKP-HISTORY.                                           K6HKDU.1
030800     CLOSE NOTIFY-QUEUE.                                          K6HKDU.1
030900     PERFORM 5000-PRINT-LIST THRU 5000-EXIT.                      K6HKDU.1
031000     PERFORM 8000-TOTALS THRU 8000-EXIT.                          K6HKDU.1
031100     MOVE WS-HKDU-RC TO RETURN-CODE.                              K6HKDU.1
031200     STOP RUN.                                                    K6HKDU.1
031300*================================================================ K6HKDU.1
031400* 1000-INITIALIZE -- AS-OF DATE FROM THE OPTIONAL CONTROL CARD.   K6HKDU.1
031500*================================================================ K6HKDU.1
031600 1000-INITIALIZE.                                                 K6HKDU.1
031700     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                     K6HKDU.1
031800     OPEN INPUT HKP-CTL.                                          K6HKDU.1
031900     IF WS-CTL-STATUS NOT = "00"                                  K6HKDU.1
032000         IF WS-CTL-STATUS = "05"                                  K6HKDU.1
032100             CLOSE HKP-CTL                                        K6HKDU.1
032200             GO TO 1000-EXIT                                      K6HKDU.1
032300         ELSE                                                     K6HKDU.1
032400             GO TO 1000-EXIT.                                     K6HKDU.1
032500     READ HKP-CTL                                                 K6HKDU.1
032600         AT END GO TO 1000-CLOSE.                                 K6HKDU.1
032700     IF CTL-AS-OF-DATE NUMERIC                                    K6HKDU.1
032800         MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.                    K6HKDU.1
032900 1000-CLOSE.                                                      K6HKDU.1
033000     CLOSE HKP-CTL.                                               K6HKDU.1
033100 1000-EXIT.                                                       K6HKDU.1
033200     EXIT.                                                        K6HKDU.1
033300*================================================================ K6HKDU.1
033400* 1100-LOAD-REGISTER -- ONE TABLE ENTRY PER VALID REGISTER CARD.  K6HKDU.1
033500*================================================================ K6HKDU.1
033600 1100-LOAD-REGISTER.                                              K6HKDU.1
033700     OPEN INPUT HKP-REGISTER.                                     K6HKDU.1
033800     IF WS-REG-STATUS NOT = "00"                                  K6HKDU.1
033900         IF WS-REG-STATUS = "05"                                  K6HKDU.1
034000             CLOSE HKP-REGISTER                                   K6HKDU.1
034100             GO TO 1100-EXIT                                      K6HKDU.1
034200         ELSE                                                     K6HKDU.1
034300             GO TO 1100-EXIT.                                     K6HKDU.1
034400 1100-READ.                                                       K6HKDU.1
034500     READ HKP-REGISTER                                            K6HKDU.1
034600         AT END GO TO 1100-DONE.                                  K6HKDU.1
034700     IF HK-JOB-ID = SPACE OR HK-JOB-ID (1:1) = "*"                K6HKDU.1
034800         GO TO 1100-READ.                                         K6HKDU.1
034900     IF NOT HK-FREQ-VALID                                         K6HKDU.1
035000         DISPLAY "K6HKDU REGISTER CARD IGNORED, FREQUENCY "       K6HKDU.1
035100             HK-FREQ " ON " HK-JOB-ID UPON CONSOLE                K6HKDU.1
035200         GO TO 1100-READ.                                         K6HKDU.1
035300     IF WS-JOB-COUNT NOT < 100                                    K6HKDU.1
035400         ADD 1 TO WS-DROPPED-COUNT                                K6HKDU.1
035500         GO TO 1100-READ.                                         K6HKDU.1
035600     ADD 1 TO WS-JOB-COUNT.                                       K6HKDU.1
035700     MOVE HK-JOB-ID   TO JB-JOB-ID (WS-JOB-COUNT).                K6HKDU.1
035800     MOVE HK-PGM-ID   TO JB-PGM-ID (WS-JOB-COUNT).                K6HKDU.1
035900     MOVE HK-FREQ     TO JB-FREQ (WS-JOB-COUNT).                  K6HKDU.1
036000     MOVE HK-QUEUE-ID TO JB-QUEUE-ID (WS-JOB-COUNT).              K6HKDU.1
036100     MOVE HK-DESC     TO JB-DESC (WS-JOB-COUNT).                  K6HKDU.1
036200     MOVE ZERO TO JB-DUE-DAY (WS-JOB-COUNT).                      K6HKDU.1
036300     IF HK-DUE-DAY NUMERIC                                        K6HKDU.1
036400         MOVE HK-DUE-DAY TO JB-DUE-DAY (WS-JOB-COUNT).            K6HKDU.1
036500     MOVE 1 TO JB-INTERVAL (WS-JOB-COUNT).                        K6HKDU.1
036600     IF HK-INTERVAL NUMERIC AND HK-INTERVAL NOT = "000"           K6HKDU.1
036700         MOVE HK-INTERVAL TO JB-INTERVAL (WS-JOB-COUNT).          K6HKDU.1
036800     MOVE ZERO TO JB-GRACE (WS-JOB-COUNT).                        K6HKDU.1
036900     IF HK-GRACE NUMERIC                                          K6HKDU.1
037000         MOVE HK-GRACE TO JB-GRACE (WS-JOB-COUNT).                K6HKDU.1
037100     MOVE SPACE TO JB-STATE (WS-JOB-COUNT).                       K6HKDU.1
037200     MOVE ZERO TO JB-LAST-DONE (WS-JOB-COUNT).                    K6HKDU.1
037300     MOVE ZERO TO JB-DUE-DATE (WS-JOB-COUNT).                     K6HKDU.1
037400     MOVE ZERO TO JB-LATE-DAYS (WS-JOB-COUNT).                    K6HKDU.1
037500     GO TO 1100-READ.                                             K6HKDU.1
037600 1100-DONE.                                                       K6HKDU.1
037700     CLOSE HKP-REGISTER.                                          K6HKDU.1
037800 1100-EXIT.                                                       K6HKDU.1
037900     EXIT.                                                        K6HKDU.1
038000*================================================================ K6HKDU.1
038100* 1200-LOAD-LOG -- THE COMPLETIONS UP TO THE AS-OF DATE.          K6HKDU.1
038200*================================================================ K6HKDU.1
038300 1200-LOAD-LOG.                                                   K6HKDU.1
038400     OPEN INPUT HKP-LOG.                                          K6HKDU.1
038500     IF WS-LOG-STATUS NOT = "00"                                  K6HKDU.1
038600         IF WS-LOG-STATUS = "05"                                  K6HKDU.1
038700             CLOSE HKP-LOG                                        K6HKDU.1
038800             GO TO 1200-EXIT                                      K6HKDU.1
038900         ELSE                                                     K6HKDU.1
039000             GO TO 1200-EXIT.                                     K6HKDU.1
039100 1200-READ.                                                       K6HKDU.1
039200     READ HKP-LOG                                                 K6HKDU.1
039300         AT END GO TO 1200-DONE.                                  K6HKDU.1
039400     IF NOT HL-COMPLETED OR HL-DATE NOT NUMERIC                   K6HKDU.1
039500         GO TO 1200-READ.                                         K6HKDU.1
039600     IF HL-DATE > WS-AS-OF-DATE                                   K6HKDU.1
039700         GO TO 1200-READ.                                         K6HKDU.1
039800     IF WS-LOG-COUNT NOT < 5000                                   K6HKDU.1
039900         DISPLAY "K6HKDU COMPLETION LOG EXCEEDS 5000 ENTRIES"     K6HKDU.1
040000             UPON CONSOLE                                         K6HKDU.1
040100         MOVE 16 TO RETURN-CODE                                   K6HKDU.1
040200         STOP RUN.                                                K6HKDU.1
040300     ADD 1 TO WS-LOG-COUNT.                                       K6HKDU.1
040400     MOVE HL-JOB-ID TO LG-JOB-ID (WS-LOG-COUNT).                  K6HKDU.1
040500     MOVE HL-DATE   TO LG-DATE (WS-LOG-COUNT).                    K6HKDU.1
040600     GO TO 1200-READ.                                             K6HKDU.1
040700 1200-DONE.                                                       K6HKDU.1
040800     CLOSE HKP-LOG.                                               K6HKDU.1
040900 1200-EXIT.                                                       K6HKDU.1
041000     EXIT.                                                        K6HKDU.1
041100*================================================================ K6HKDU.1
041200* 2000-EVALUATE-JOB -- WALK THE JOB'S COMPLETIONS IN ORDER,       K6HKDU.1
041300* CLOSING ONE CYCLE PER COMPLETION AFTER THE FIRST, THEN PLACE    K6HKDU.1
041400* THE CYCLE STILL OPEN AGAINST THE AS-OF DATE.                    K6HKDU.1
041500*================================================================ K6HKDU.1
041600 2000-EVALUATE-JOB.                                               K6HKDU.1
041700     ADD 1 TO WS-JSUB.                                            K6HKDU.1
041800     MOVE ZERO TO WS-LAST-DONE.                                   K6HKDU.1
041900     MOVE ZERO TO WS-LSUB.                                        K6HKDU.1
042000 2000-WALK.                                                       K6HKDU.1
042100     ADD 1 TO WS-LSUB.                                            K6HKDU.1
042200     IF WS-LSUB > WS-LOG-COUNT                                    K6HKDU.1
042300         GO TO 2000-OPEN-CYCLE.                                   K6HKDU.1
042400     IF LG-JOB-ID (WS-LSUB) NOT = JB-JOB-ID (WS-JSUB)             K6HKDU.1
042500         GO TO 2000-WALK.                                         K6HKDU.1
042600     IF LG-DATE (WS-LSUB) NOT > WS-LAST-DONE                      K6HKDU.1
042700         GO TO 2000-WALK.                                         K6HKDU.1
042800     MOVE LG-DATE (WS-LSUB) TO WS-DONE-DATE.                      K6HKDU.1
042900     IF WS-LAST-DONE = ZERO                                       K6HKDU.1
043000         MOVE WS-DONE-DATE TO WS-LAST-DONE                        K6HKDU.1
043100         GO TO 2000-WALK.                                         K6HKDU.1
043200     PERFORM 2100-CLOSE-CYCLE THRU 2100-EXIT.                     K6HKDU.1
043300     MOVE WS-DONE-DATE TO WS-LAST-DONE.                           K6HKDU.1
043400     GO TO 2000-WALK.                                             K6HKDU.1
043500 2000-OPEN-CYCLE.                                                 K6HKDU.1
043600     MOVE WS-LAST-DONE TO JB-LAST-DONE (WS-JSUB).                 K6HKDU.1
043700     PERFORM 2200-OPEN-CYCLE THRU 2200-EXIT.                      K6HKDU.1
043800 2000-EXIT.                                                       K6HKDU.1
043900     EXIT.                                                        K6HKDU.1
044000*================================================================ K6HKDU.1
044100* 2100-CLOSE-CYCLE -- THE COMPLETION IN WS-DONE-DATE AGAINST THE  K6HKDU.1
044200* DUE DATE THAT FOLLOWED WS-LAST-DONE.                            K6HKDU.1
044300*================================================================ K6HKDU.1
044400 2100-CLOSE-CYCLE.                                                K6HKDU.1
044500     IF JB-PERIODIC (WS-JSUB)                                     K6HKDU.1
044600         MOVE WS-DONE-DATE TO WS-DATE-N                           K6HKDU.1
044700         PERFORM 7100-PERIOD-START THRU 7100-EXIT                 K6HKDU.1
044800         MOVE WS-DATE-N TO WS-PERIOD-C                            K6HKDU.1
044900         MOVE WS-LAST-DONE TO WS-DATE-N                           K6HKDU.1
045000         PERFORM 7100-PERIOD-START THRU 7100-EXIT                 K6HKDU.1
045100         IF WS-DATE-N = WS-PERIOD-C                               K6HKDU.1
045200             GO TO 2100-EXIT.                                     K6HKDU.1
045300     PERFORM 7000-NEXT-DUE THRU 7000-EXIT.                        K6HKDU.1
045400     ADD 1 TO WS-CYCLE-COUNT.                                     K6HKDU.1
045500     MOVE ZERO TO WS-LATE-DAYS.                                   K6HKDU.1
045600     IF WS-DONE-DATE > WS-DUE-DATE                                K6HKDU.1
045700         MOVE WS-DUE-DATE  TO CALD-FROM                           K6HKDU.1
045800         MOVE WS-DONE-DATE TO CALD-TO                             K6HKDU.1
045900         CALL "K6CALD" USING CALD-PARM                            K6HKDU.1
046000         PERFORM 7900-CAP-LATE THRU 7900-EXIT.                    K6HKDU.1
046100     MOVE "O" TO WS-HIST-OUTCOME.                                 K6HKDU.1
046200     IF WS-LATE-DAYS > JB-GRACE (WS-JSUB)                         K6HKDU.1
046300         MOVE "L" TO WS-HIST-OUTCOME                              K6HKDU.1
046400         ADD 1 TO WS-LATE-COUNT.                                  K6HKDU.1
046500     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.                   K6HKDU.1
046600 2100-EXIT.                                                       K6HKDU.1
046700     EXIT.                                                        K6HKDU.1
046800*================================================================ K6HKDU.1
046900* 2200-OPEN-CYCLE -- WHEN THE JOB IS NEXT DUE, AND HOW FAR PAST   K6HKDU.1
047000* IT THE AS-OF DATE IS.  AN OVERDUE JOB IS ROUTED TO ITS QUEUE    K6HKDU.1
047100* AND WRITTEN TO THE HISTORY AS OUTSTANDING.                      K6HKDU.1
047200*================================================================ K6HKDU.1
047300 2200-OPEN-CYCLE.                                                 K6HKDU.1
047400     MOVE SPACE TO JB-STATE (WS-JSUB).                            K6HKDU.1
047500     IF WS-LAST-DONE = ZERO                                       K6HKDU.1
047600         PERFORM 7050-FIRST-DUE THRU 7050-EXIT                    K6HKDU.1
047700     ELSE                                                         K6HKDU.1
047800         PERFORM 7000-NEXT-DUE THRU 7000-EXIT.                    K6HKDU.1
047900     MOVE WS-DUE-DATE TO JB-DUE-DATE (WS-JSUB).                   K6HKDU.1
048000     IF WS-DUE-DATE > WS-AS-OF-DATE                               K6HKDU.1
048100         GO TO 2200-EXIT.                                         K6HKDU.1
048200     MOVE ZERO TO WS-LATE-DAYS.                                   K6HKDU.1
048300     IF WS-DUE-DATE < WS-AS-OF-DATE                               K6HKDU.1
048400         MOVE WS-DUE-DATE   TO CALD-FROM                          K6HKDU.1
048500         MOVE WS-AS-OF-DATE TO CALD-TO                            K6HKDU.1
048600         CALL "K6CALD" USING CALD-PARM                            K6HKDU.1
048700         PERFORM 7900-CAP-LATE THRU 7900-EXIT.                    K6HKDU.1
048800     MOVE WS-LATE-DAYS TO JB-LATE-DAYS (WS-JSUB).                 K6HKDU.1
048900     IF WS-LATE-DAYS = ZERO                                       K6HKDU.1
049000         MOVE "T" TO JB-STATE (WS-JSUB)                           K6HKDU.1
049100         ADD 1 TO WS-DUE-COUNT                                    K6HKDU.1
049200         GO TO 2200-EXIT.                                         K6HKDU.1
049300     IF WS-LATE-DAYS NOT > JB-GRACE (WS-JSUB)                     K6HKDU.1
049400         MOVE "G" TO JB-STATE (WS-JSUB)                           K6HKDU.1
049500         ADD 1 TO WS-GRACE-COUNT                                  K6HKDU.1
049600         GO TO 2200-EXIT.                                         K6HKDU.1
049700     MOVE "O" TO JB-STATE (WS-JSUB).                              K6HKDU.1
049800     ADD 1 TO WS-OVERDUE-COUNT.                                   K6HKDU.1
049900     MOVE 4 TO WS-HKDU-RC.                                        K6HKDU.1
050000     MOVE ZERO TO WS-DONE-DATE.                                   K6HKDU.1
050100     MOVE "X" TO WS-HIST-OUTCOME.                                 K6HKDU.1
050200     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.                   K6HKDU.1
050300     MOVE JB-QUEUE-ID (WS-JSUB) TO NQ-DIST-ID.                    K6HKDU.1
050400     IF NQ-DIST-ID = SPACE                                        K6HKDU.1
050500         MOVE NF-L2-QUEUE TO NQ-DIST-ID.                          K6HKDU.1
050600     MOVE JB-JOB-ID (WS-JSUB) TO NQ-JOB-ID.                       K6HKDU.1
050700     MOVE JB-PGM-ID (WS-JSUB) TO NQ-PGM-ID.                       K6HKDU.1
050800     MOVE WS-DUE-DATE TO NQ-DUE-DATE.                             K6HKDU.1
050900     MOVE WS-LATE-DAYS TO NQ-LATE.                                K6HKDU.1
051000     WRITE NQ-PRINT-REC FROM NQ-DET-LINE.                         K6HKDU.1
051100 2200-EXIT.                                                       K6HKDU.1
051200     EXIT.                                                        K6HKDU.1
051300*================================================================ K6HKDU.1
051400* 5000-PRINT-LIST -- THE JOBS DUE TODAY OR IN GRACE, THEN THE     K6HKDU.1
051500* OVERDUE ONES.                                                   K6HKDU.1
051600*================================================================ K6HKDU.1
051700 5000-PRINT-LIST.                                                 K6HKDU.1
051800     OPEN OUTPUT HKP-RPT.                                         K6HKDU.1
051900     MOVE WS-AS-OF-DATE TO HDR-AS-OF.                             K6HKDU.1
052000     WRITE HR-PRINT-REC FROM HDR-LINE-1                           K6HKDU.1
052100         AFTER ADVANCING PAGE.                                    K6HKDU.1
052200     WRITE HR-PRINT-REC FROM HDR-LINE-2                           K6HKDU.1
052300         AFTER ADVANCING 2 LINES.                                 K6HKDU.1
052400     MOVE "DUE TODAY OR WITHIN GRACE" TO SECT-TEXT.               K6HKDU.1
052500     MOVE "D" TO WS-PRINT-STATE.                                  K6HKDU.1
052600     PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.                   K6HKDU.1
052700     MOVE "OVERDUE -- ROUTED TO THE OWNING QUEUE" TO SECT-TEXT.   K6HKDU.1
052800     MOVE "O" TO WS-PRINT-STATE.                                  K6HKDU.1
052900     PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.                   K6HKDU.1
053000 5000-EXIT.                                                       K6HKDU.1
053100     EXIT.                                                        K6HKDU.1
053200 5100-PRINT-SECTION.                                              K6HKDU.1
053300     WRITE HR-PRINT-REC FROM SECT-LINE                            K6HKDU.1
053400         AFTER ADVANCING 2 LINES.                                 K6HKDU.1
053500     MOVE ZERO TO WS-LINE-COUNT.                                  K6HKDU.1
053600     MOVE ZERO TO WS-JSUB.                                        K6HKDU.1
053700 5100-NEXT.                                                       K6HKDU.1
053800     ADD 1 TO WS-JSUB.                                            K6HKDU.1
053900     IF WS-JSUB > WS-JOB-COUNT                                    K6HKDU.1
054000         GO TO 5100-END.                                          K6HKDU.1
054100     IF WS-PRINT-STATE = "D"                                      K6HKDU.1
054200         IF JB-STATE (WS-JSUB) NOT = "T"                          K6HKDU.1
054300                 AND JB-STATE (WS-JSUB) NOT = "G"                 K6HKDU.1
054400             GO TO 5100-NEXT.                                     K6HKDU.1
054500     IF WS-PRINT-STATE = "O"                                      K6HKDU.1
054600         IF JB-STATE (WS-JSUB) NOT = "O"                          K6HKDU.1
054700             GO TO 5100-NEXT.                                     K6HKDU.1
054800     PERFORM 5200-DETAIL-LINE THRU 5200-EXIT.                     K6HKDU.1
054900     GO TO 5100-NEXT.                                             K6HKDU.1
055000 5100-END.                                                        K6HKDU.1
055100     IF WS-LINE-COUNT = ZERO                                      K6HKDU.1
055200         WRITE HR-PRINT-REC FROM NONE-LINE                        K6HKDU.1
055300             AFTER ADVANCING 1 LINE.                              K6HKDU.1
055400 5100-EXIT.                                                       K6HKDU.1
055500     EXIT.                                                        K6HKDU.1
055600 5200-DETAIL-LINE.                                                K6HKDU.1
055700     MOVE JB-JOB-ID (WS-JSUB) TO DL-JOB-ID.                       K6HKDU.1
055800     MOVE JB-PGM-ID (WS-JSUB) TO DL-PGM-ID.                       K6HKDU.1
055900     MOVE JB-FREQ (WS-JSUB)   TO DL-FREQ.                         K6HKDU.1
056000     IF JB-LAST-DONE (WS-JSUB) = ZERO                             K6HKDU.1
056100         MOVE "NONE" TO DL-LAST-DONE                              K6HKDU.1
056200     ELSE                                                         K6HKDU.1
056300         MOVE JB-LAST-DONE (WS-JSUB) TO DL-LAST-DONE.             K6HKDU.1
056400     MOVE JB-DUE-DATE (WS-JSUB) TO DL-DUE-DATE.                   K6HKDU.1
056500     MOVE JB-QUEUE-ID (WS-JSUB) TO DL-QUEUE-ID.                   K6HKDU.1
056600     IF DL-QUEUE-ID = SPACE                                       K6HKDU.1
056700         MOVE NF-L2-QUEUE TO DL-QUEUE-ID.                         K6HKDU.1
056800     MOVE JB-DESC (WS-JSUB) TO DL-DESC.                           K6HKDU.1
056900     IF JB-STATE (WS-JSUB) = "T"                                  K6HKDU.1
057000         MOVE "DUE TODAY" TO DL-STATUS.                           K6HKDU.1
057100     IF JB-STATE (WS-JSUB) = "G"                                  K6HKDU.1
057200         MOVE JB-LATE-DAYS (WS-JSUB) TO GT-DAYS                   K6HKDU.1
057300         MOVE JB-GRACE (WS-JSUB) TO GT-GRACE                      K6HKDU.1
057400         MOVE GRACE-TEXT TO DL-STATUS.                            K6HKDU.1
057500     IF JB-STATE (WS-JSUB) = "O"                                  K6HKDU.1
057600         MOVE JB-LATE-DAYS (WS-JSUB) TO LT-DAYS                   K6HKDU.1
057700         MOVE LATE-TEXT TO DL-STATUS.                             K6HKDU.1
057800     WRITE HR-PRINT-REC FROM DET-LINE                             K6HKDU.1
057900         AFTER ADVANCING 1 LINE.                                  K6HKDU.1
058000     ADD 1 TO WS-LINE-COUNT.                                      K6HKDU.1
058100 5200-EXIT.                                                       K6HKDU.1
058200     EXIT.                                                        K6HKDU.1
058300*================================================================ K6HKDU.1
058400* 6000-WRITE-HISTORY -- ONE CYCLE OF THE JOB IN WS-JSUB.          K6HKDU.1
058500*================================================================ K6HKDU.1
058600 6000-WRITE-HISTORY.                                              K6HKDU.1
058700     MOVE SPACE TO HH-HIST-REC.                                   K6HKDU.1
058800     MOVE JB-JOB-ID (WS-JSUB)   TO HH-JOB-ID.                     K6HKDU.1
058900     MOVE JB-PGM-ID (WS-JSUB)   TO HH-PGM-ID.                     K6HKDU.1
059000     MOVE JB-FREQ (WS-JSUB)     TO HH-FREQ.                       K6HKDU.1
059100     MOVE WS-DUE-DATE           TO HH-DUE-DATE.                   K6HKDU.1
059200     IF WS-DONE-DATE NOT = ZERO                                   K6HKDU.1
059300         MOVE WS-DONE-DATE TO HH-DONE-DATE.                       K6HKDU.1
059400     MOVE WS-LATE-DAYS          TO HH-LATE-DAYS.                  K6HKDU.1
059500     MOVE WS-HIST-OUTCOME       TO HH-OUTCOME.                    K6HKDU.1
059600     MOVE JB-QUEUE-ID (WS-JSUB) TO HH-QUEUE-ID.                   K6HKDU.1
059700     IF HH-QUEUE-ID = SPACE                                       K6HKDU.1
059800         MOVE NF-L2-QUEUE TO HH-QUEUE-ID.                         K6HKDU.1
059900     WRITE HH-HIST-REC.                                           K6HKDU.1
060000 6000-EXIT.                                                       K6HKDU.1
060100     EXIT.                                                        K6HKDU.1
060200*================================================================ K6HKDU.1
060300* 7000-NEXT-DUE -- WS-DUE-DATE TO THE DATE THE JOB WAS NEXT DUE   K6HKDU.1
060400* AFTER THE COMPLETION IN WS-LAST-DONE: THE DUE DAY OF THE        K6HKDU.1
060500* FOLLOWING PERIOD, OR THE INTERVAL IN BUSINESS DAYS.             K6HKDU.1
060600*================================================================ K6HKDU.1
060700 7000-NEXT-DUE.                                                   K6HKDU.1
060800     IF JB-PERIODIC (WS-JSUB)                                     K6HKDU.1
060900         MOVE WS-LAST-DONE TO WS-DATE-N                           K6HKDU.1
061000         PERFORM 7100-PERIOD-START THRU 7100-EXIT                 K6HKDU.1
061100         PERFORM 7200-NEXT-PERIOD THRU 7200-EXIT                  K6HKDU.1
061200         PERFORM 7300-DUE-IN-PERIOD THRU 7300-EXIT                K6HKDU.1
061300         GO TO 7000-EXIT.                                         K6HKDU.1
061400     MOVE WS-LAST-DONE TO WS-ANCHOR.                              K6HKDU.1
061500     IF JB-FREQ (WS-JSUB) = "D"                                   K6HKDU.1
061600         MOVE 1 TO WS-NTH                                         K6HKDU.1
061700     ELSE                                                         K6HKDU.1
061800         MOVE JB-INTERVAL (WS-JSUB) TO WS-NTH.                    K6HKDU.1
061900     PERFORM 7400-BUS-DAYS-AFTER THRU 7400-EXIT.                  K6HKDU.1
062000 7000-EXIT.                                                       K6HKDU.1
062100     EXIT.                                                        K6HKDU.1
062200*================================================================ K6HKDU.1
062300* 7050-FIRST-DUE -- A JOB WITH NO COMPLETION ON THE LOG: DUE IN   K6HKDU.1
062400* THE CURRENT PERIOD, OR TODAY FOR A DAILY OR INTERVAL JOB.       K6HKDU.1
062500*================================================================ K6HKDU.1
062600 7050-FIRST-DUE.                                                  K6HKDU.1
062700     IF JB-PERIODIC (WS-JSUB)                                     K6HKDU.1
062800         MOVE WS-AS-OF-DATE TO WS-DATE-N                          K6HKDU.1
062900         PERFORM 7100-PERIOD-START THRU 7100-EXIT                 K6HKDU.1
063000         PERFORM 7300-DUE-IN-PERIOD THRU 7300-EXIT                K6HKDU.1
063100         GO TO 7050-EXIT.                                         K6HKDU.1
063200     MOVE WS-AS-OF-DATE TO WS-DUE-DATE.                           K6HKDU.1
063300 7050-EXIT.                                                       K6HKDU.1
063400     EXIT.                                                        K6HKDU.1
063500*================================================================ K6HKDU.1
063600* 7100-PERIOD-START -- WS-DATE-N BACK TO THE FIRST DAY OF ITS     K6HKDU.1
063700* WEEK (MONDAY), MONTH, QUARTER OR YEAR.                          K6HKDU.1
063800*================================================================ K6HKDU.1
063900 7100-PERIOD-START.                                               K6HKDU.1
064000     IF JB-FREQ (WS-JSUB) = "M"                                   K6HKDU.1
064100         MOVE 1 TO WS-DATE-DD                                     K6HKDU.1
064200         GO TO 7100-EXIT.                                         K6HKDU.1
064300     IF JB-FREQ (WS-JSUB) = "Q"                                   K6HKDU.1
064400         SUBTRACT 1 FROM WS-DATE-MM GIVING WS-Z-Q                 K6HKDU.1
064500         DIVIDE WS-Z-Q BY 3 GIVING WS-Z-Q                         K6HKDU.1
064600         COMPUTE WS-DATE-MM = WS-Z-Q * 3 + 1                      K6HKDU.1
064700         MOVE 1 TO WS-DATE-DD                                     K6HKDU.1
064800         GO TO 7100-EXIT.                                         K6HKDU.1
064900     IF JB-FREQ (WS-JSUB) = "Y"                                   K6HKDU.1
065000         MOVE 1 TO WS-DATE-MM                                     K6HKDU.1
065100         MOVE 1 TO WS-DATE-DD                                     K6HKDU.1
065200         GO TO 7100-EXIT.                                         K6HKDU.1
065300     PERFORM 7600-WEEKDAY THRU 7600-EXIT.                         K6HKDU.1
065400 7100-BACK.                                                       K6HKDU.1
065500     IF WS-WEEKDAY = ZERO                                         K6HKDU.1
065600         GO TO 7100-EXIT.                                         K6HKDU.1
065700     PERFORM 7500-PREV-DAY THRU 7500-EXIT.                        K6HKDU.1
065800     SUBTRACT 1 FROM WS-WEEKDAY.                                  K6HKDU.1
065900     GO TO 7100-BACK.                                             K6HKDU.1
066000 7100-EXIT.                                                       K6HKDU.1
066100     EXIT.                                                        K6HKDU.1
066200*================================================================ K6HKDU.1
066300* 7200-NEXT-PERIOD -- WS-DATE-N, A PERIOD START, FORWARD TO THE   K6HKDU.1
066400* START OF THE NEXT PERIOD.                                       K6HKDU.1
066500*================================================================ K6HKDU.1
066600 7200-NEXT-PERIOD.                                                K6HKDU.1
066700     IF JB-FREQ (WS-JSUB) = "M"                                   K6HKDU.1
066800         ADD 1 TO WS-DATE-MM                                      K6HKDU.1
066900         GO TO 7200-YEAR-END.                                     K6HKDU.1
067000     IF JB-FREQ (WS-JSUB) = "Q"                                   K6HKDU.1
067100         ADD 3 TO WS-DATE-MM                                      K6HKDU.1
067200         GO TO 7200-YEAR-END.                                     K6HKDU.1
067300     IF JB-FREQ (WS-JSUB) = "Y"                                   K6HKDU.1
067400         ADD 1 TO WS-DATE-CCYY                                    K6HKDU.1
067500         GO TO 7200-EXIT.                                         K6HKDU.1
067600     MOVE ZERO TO WS-STEPS.                                       K6HKDU.1
067700 7200-WEEK.                                                       K6HKDU.1
067800     PERFORM 7700-NEXT-DAY THRU 7700-EXIT.                        K6HKDU.1
067900     ADD 1 TO WS-STEPS.                                           K6HKDU.1
068000     IF WS-STEPS < 7                                              K6HKDU.1
068100         GO TO 7200-WEEK.                                         K6HKDU.1
068200     GO TO 7200-EXIT.                                             K6HKDU.1
068300 7200-YEAR-END.                                                   K6HKDU.1
068400     IF WS-DATE-MM > 12                                           K6HKDU.1
068500         SUBTRACT 12 FROM WS-DATE-MM                              K6HKDU.1
068600         ADD 1 TO WS-DATE-CCYY.                                   K6HKDU.1
068700 7200-EXIT.                                                       K6HKDU.1
068800     EXIT.                                                        K6HKDU.1
068900*================================================================ K6HKDU.1
069000* 7300-DUE-IN-PERIOD -- WS-DUE-DATE TO THE JOB'S DUE BUSINESS     K6HKDU.1
069100* DAY OF THE PERIOD STARTING AT WS-DATE-N.                        K6HKDU.1
069200*================================================================ K6HKDU.1
069300 7300-DUE-IN-PERIOD.                                              K6HKDU.1
069400     IF JB-DUE-DAY (WS-JSUB) = ZERO                               K6HKDU.1
069500         GO TO 7300-LAST.                                         K6HKDU.1
069600     PERFORM 7500-PREV-DAY THRU 7500-EXIT.                        K6HKDU.1
069700     MOVE WS-DATE-N TO WS-ANCHOR.                                 K6HKDU.1
069800     MOVE JB-DUE-DAY (WS-JSUB) TO WS-NTH.                         K6HKDU.1
069900     PERFORM 7400-BUS-DAYS-AFTER THRU 7400-EXIT.                  K6HKDU.1
070000     GO TO 7300-EXIT.                                             K6HKDU.1
070100*    THE LAST BUSINESS DAY: BACK FROM THE PERIOD'S LAST DAY UNTIL K6HKDU.1
070200*    A DAY K6CALD COUNTS.                                         K6HKDU.1
070300 7300-LAST.                                                       K6HKDU.1
070400     PERFORM 7200-NEXT-PERIOD THRU 7200-EXIT.                     K6HKDU.1
070500     PERFORM 7500-PREV-DAY THRU 7500-EXIT.                        K6HKDU.1
070600     MOVE ZERO TO WS-STEPS.                                       K6HKDU.1
070700 7300-TEST.                                                       K6HKDU.1
070800     MOVE WS-DATE-N TO WS-DUE-DATE.                               K6HKDU.1
070900     PERFORM 7500-PREV-DAY THRU 7500-EXIT.                        K6HKDU.1
071000     MOVE WS-DATE-N   TO CALD-FROM.                               K6HKDU.1
071100     MOVE WS-DUE-DATE TO CALD-TO.                                 K6HKDU.1
071200     CALL "K6CALD" USING CALD-PARM.                               K6HKDU.1
071300     ADD 1 TO WS-STEPS.                                           K6HKDU.1
071400     IF CALD-BUS-DAYS = ZERO AND WS-STEPS < 31                    K6HKDU.1
071500         GO TO 7300-TEST.                                         K6HKDU.1
071600 7300-EXIT.                                                       K6HKDU.1
071700     EXIT.                                                        K6HKDU.1
071800*================================================================ K6HKDU.1
071900* 7400-BUS-DAYS-AFTER -- WS-DUE-DATE TO THE DATE WS-NTH BUSINESS  K6HKDU.1
072000* DAYS AFTER WS-ANCHOR, BY THE K6CALD CALENDAR.                   K6HKDU.1
072100*================================================================ K6HKDU.1
072200 7400-BUS-DAYS-AFTER.                                             K6HKDU.1
072300     MOVE WS-ANCHOR TO WS-DATE-N.                                 K6HKDU.1
072400     MOVE ZERO TO WS-STEPS.                                       K6HKDU.1
072500 7400-STEP.                                                       K6HKDU.1
072600     PERFORM 7700-NEXT-DAY THRU 7700-EXIT.                        K6HKDU.1
072700     ADD 1 TO WS-STEPS.                                           K6HKDU.1
072800     MOVE WS-ANCHOR TO CALD-FROM.                                 K6HKDU.1
072900     MOVE WS-DATE-N TO CALD-TO.                                   K6HKDU.1
073000     CALL "K6CALD" USING CALD-PARM.                               K6HKDU.1
073100     IF CALD-BUS-DAYS < WS-NTH AND WS-STEPS < 999                 K6HKDU.1
073200         GO TO 7400-STEP.                                         K6HKDU.1
073300     MOVE WS-DATE-N TO WS-DUE-DATE.                               K6HKDU.1
073400 7400-EXIT.                                                       K6HKDU.1
073500     EXIT.                                                        K6HKDU.1
073600*================================================================ K6HKDU.1
073700* 7500-PREV-DAY -- WS-DATE-N BACK ONE CALENDAR DAY.               K6HKDU.1
073800*================================================================ K6HKDU.1
073900 7500-PREV-DAY.                                                   K6HKDU.1
074000     SUBTRACT 1 FROM WS-DATE-DD.                                  K6HKDU.1
074100     IF WS-DATE-DD NOT = ZERO                                     K6HKDU.1
074200         GO TO 7500-EXIT.                                         K6HKDU.1
074300     SUBTRACT 1 FROM WS-DATE-MM.                                  K6HKDU.1
074400     IF WS-DATE-MM = ZERO                                         K6HKDU.1
074500         MOVE 12 TO WS-DATE-MM                                    K6HKDU.1
074600         SUBTRACT 1 FROM WS-DATE-CCYY.                            K6HKDU.1
074700     PERFORM 7800-MONTH-END THRU 7800-EXIT.                       K6HKDU.1
074800     MOVE WS-MONTH-END TO WS-DATE-DD.                             K6HKDU.1
074900 7500-EXIT.                                                       K6HKDU.1
075000     EXIT.                                                        K6HKDU.1
075100*================================================================ K6HKDU.1
075200* 7600-WEEKDAY -- WS-WEEKDAY TO THE DAY OF THE WEEK OF WS-DATE-N  K6HKDU.1
075300* (0 MONDAY ... 6 SUNDAY), BY ZELLER'S CONGRUENCE.                K6HKDU.1
075400*================================================================ K6HKDU.1
075500 7600-WEEKDAY.                                                    K6HKDU.1
075600     MOVE WS-DATE-CCYY TO WS-Z-YEAR.                              K6HKDU.1
075700     MOVE WS-DATE-MM TO WS-Z-MONTH.                               K6HKDU.1
075800     IF WS-Z-MONTH < 3                                            K6HKDU.1
075900         ADD 12 TO WS-Z-MONTH                                     K6HKDU.1
076000         SUBTRACT 1 FROM WS-Z-YEAR.                               K6HKDU.1
076100     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-J REMAINDER WS-Z-K.      K6HKDU.1
076200     COMPUTE WS-Z-T = (WS-Z-MONTH + 1) * 13.                      K6HKDU.1
076300     DIVIDE WS-Z-T BY 5 GIVING WS-Z-T.                            K6HKDU.1
076400     MOVE WS-DATE-DD TO WS-Z-SUM.                                 K6HKDU.1
076500     ADD WS-Z-T WS-Z-K TO WS-Z-SUM.                               K6HKDU.1
076600     DIVIDE WS-Z-K BY 4 GIVING WS-Z-Q.                            K6HKDU.1
076700     ADD WS-Z-Q TO WS-Z-SUM.                                      K6HKDU.1
076800     DIVIDE WS-Z-J BY 4 GIVING WS-Z-Q.                            K6HKDU.1
076900     ADD WS-Z-Q TO WS-Z-SUM.                                      K6HKDU.1
077000*    +5 TURNS ZELLER'S SATURDAY-BASED RESULT MONDAY-BASED.        K6HKDU.1
077100     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-J) + 5.              K6HKDU.1
077200     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-Q REMAINDER WS-WEEKDAY.     K6HKDU.1
077300 7600-EXIT.                                                       K6HKDU.1
077400     EXIT.                                                        K6HKDU.1
077500*================================================================ K6HKDU.1
077600* 7700-NEXT-DAY -- WS-DATE-N FORWARD ONE CALENDAR DAY.            K6HKDU.1
077700*================================================================ K6HKDU.1
077800 7700-NEXT-DAY.                                                   K6HKDU.1
077900     PERFORM 7800-MONTH-END THRU 7800-EXIT.                       K6HKDU.1
078000     ADD 1 TO WS-DATE-DD.                                         K6HKDU.1
078100     IF WS-DATE-DD NOT > WS-MONTH-END                             K6HKDU.1
078200         GO TO 7700-EXIT.                                         K6HKDU.1
078300     MOVE 1 TO WS-DATE-DD.                                        K6HKDU.1
078400     ADD 1 TO WS-DATE-MM.                                         K6HKDU.1
078500     IF WS-DATE-MM NOT > 12                                       K6HKDU.1
078600         GO TO 7700-EXIT.                                         K6HKDU.1
078700     MOVE 1 TO WS-DATE-MM.                                        K6HKDU.1
078800     ADD 1 TO WS-DATE-CCYY.                                       K6HKDU.1
078900 7700-EXIT.                                                       K6HKDU.1
079000     EXIT.                                                        K6HKDU.1
079100*================================================================ K6HKDU.1
079200* 7800-MONTH-END -- WS-MONTH-END TO THE LENGTH OF WS-DATE-N'S     K6HKDU.1
079300* MONTH.                                                          K6HKDU.1
079400*================================================================ K6HKDU.1
079500 7800-MONTH-END.                                                  K6HKDU.1
079600     MOVE MONTH-DAYS (WS-DATE-MM) TO WS-MONTH-END.                K6HKDU.1
079700     IF WS-DATE-MM NOT = 2                                        K6HKDU.1
079800         GO TO 7800-EXIT.                                         K6HKDU.1
079900     DIVIDE WS-DATE-CCYY BY 4 GIVING WS-LEAP-Q                    K6HKDU.1
080000         REMAINDER WS-LEAP-R.                                     K6HKDU.1
080100     IF WS-LEAP-R NOT = ZERO                                      K6HKDU.1
080200         GO TO 7800-EXIT.                                         K6HKDU.1
080300     MOVE 29 TO WS-MONTH-END.                                     K6HKDU.1
080400     DIVIDE WS-DATE-CCYY BY 100 GIVING WS-LEAP-Q                  K6HKDU.1
080500         REMAINDER WS-LEAP-R.                                     K6HKDU.1
080600     IF WS-LEAP-R NOT = ZERO                                      K6HKDU.1
080700         GO TO 7800-EXIT.                                         K6HKDU.1
080800     MOVE 28 TO WS-MONTH-END.                                     K6HKDU.1
080900     DIVIDE WS-DATE-CCYY BY 400 GIVING WS-LEAP-Q                  K6HKDU.1
081000         REMAINDER WS-LEAP-R.                                     K6HKDU.1
081100     IF WS-LEAP-R = ZERO                                          K6HKDU.1
081200         MOVE 29 TO WS-MONTH-END.                                 K6HKDU.1
081300 7800-EXIT.                                                       K6HKDU.1
081400     EXIT.                                                        K6HKDU.1
081500 7900-CAP-LATE.                                                   K6HKDU.1
081600     IF CALD-BUS-DAYS > 999                                       K6HKDU.1
081700         MOVE 999 TO WS-LATE-DAYS                                 K6HKDU.1
081800         GO TO 7900-EXIT.                                         K6HKDU.1
081900     IF CALD-BUS-DAYS < ZERO                                      K6HKDU.1
082000         MOVE ZERO TO WS-LATE-DAYS                                K6HKDU.1
082100         GO TO 7900-EXIT.                                         K6HKDU.1
082200     MOVE CALD-BUS-DAYS TO WS-LATE-DAYS.                          K6HKDU.1
082300 7900-EXIT.                                                       K6HKDU.1
082400     EXIT.                                                        K6HKDU.1
082500*================================================================ K6HKDU.1
082600* 8000-TOTALS.                                                    K6HKDU.1
082700*================================================================ K6HKDU.1
082800 8000-TOTALS.                                                     K6HKDU.1
082900     MOVE WS-JOB-COUNT     TO TOT-JOBS.                           K6HKDU.1
083000     MOVE WS-DUE-COUNT     TO TOT-DUE.                            K6HKDU.1
083100     MOVE WS-GRACE-COUNT   TO TOT-GRACE.                          K6HKDU.1
083200     MOVE WS-OVERDUE-COUNT TO TOT-OVERDUE.                        K6HKDU.1
083300     MOVE WS-CYCLE-COUNT   TO TOT-CYCLES.                         K6HKDU.1
083400     MOVE WS-LATE-COUNT    TO TOT-LATE.                           K6HKDU.1
083500     MOVE WS-DROPPED-COUNT TO TOT-DROPPED.                        K6HKDU.1
083600     WRITE HR-PRINT-REC FROM TOT-LINE                             K6HKDU.1
083700         AFTER ADVANCING 3 LINES.                                 K6HKDU.1
083800     CLOSE HKP-RPT.                                               K6HKDU.1
083900 8000-EXIT.                                                       K6HKDU.1
084000     EXIT.                                                        K6HKDU.1
