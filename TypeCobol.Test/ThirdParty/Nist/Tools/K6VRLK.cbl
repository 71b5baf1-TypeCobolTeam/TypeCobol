000100 IDENTIFICATION DIVISION.                                         K6VRLK.1
000200 PROGRAM-ID.                                                      K6VRLK.1
000300     K6VRLK.                                                      K6VRLK.1
000400*================================================================ K6VRLK.1
000500* K6VRLK -- VERDICT-LOOKUP SERVICE FOR OTHER SHOP APPLICATIONS.   K6VRLK.1
000600*================================================================ K6VRLK.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6VRLK.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6VRLK.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6VRLK.1
001000* DATE-COMPILED.                                                  K6VRLK.1
001100*                                                                 K6VRLK.1
001200* REMARKS.                                                        K6VRLK.1
001300*    THE PROCUREMENT, MIGRATION AND CHANGE-CONTROL SYSTEMS KEEP   K6VRLK.1
001400*    ASKING US WHETHER A FEATURE WORKS ON A TARGET -- "DOES THE   K6VRLK.1
001500*    NEW COMPILER PASS THE SORT CLAUSES?" -- AND UNTIL NOW THE    K6VRLK.1
001600*    ANSWER WAS READ OFF A PRINTED REPORT AND RE-KEYED.  THOSE    K6VRLK.1
001700*    APPLICATIONS NOW CALL THIS SUBPROGRAM:                       K6VRLK.1
001800*                                                                 K6VRLK.1
001900*        CALL "K6VRLK" USING VRLK-PARM        (K6VRKP.CPY)        K6VRLK.1
002000*                                                                 K6VRLK.1
002100*    IT ANSWERS FROM THE SAME EVIDENCE THE CERTIFICATE IS BUILT   K6VRLK.1
002200*    ON: THE RESULTS-HISTORY MASTER (RSLTHIST) ROWS OF THE        K6VRLK.1
002300*    LATEST EFFECTIVE RUN OF EACH PROGRAM IN THE LATEST-          K6VRLK.1
002400*    EFFECTIVE-RUN FILE (LATESTRN, BUILT BY K6LRUN) -- RUNS       K6VRLK.1
002500*    K6RVAL QUARANTINED (RAWQUAR) AND THE K6SMOK CALIBRATION      K6VRLK.1
002600*    RECORD DO NOT COUNT.  THE VERDICT COMES BACK WITH THE        K6VRLK.1
002700*    GRADE K6STOPL WOULD GIVE THE RUN (THE CENSUS EXCEPTIONS,     K6VRLK.1
002800*    CNSXCP, AND THE TARGET'S CLAIMED CAPABILITIES, THROUGH       K6VRLK.1
002900*    K6CAPK, INCLUDED), ANY WAIVER, SUPPRESSION OR EXPECTED-FAIL  K6VRLK.1
003000*    COVER ON THE CASE FILE (CASEFILE), AND THE WINDOW AND        K6VRLK.1
003100*    EVIDENCE-PACK REFERENCE -- FROM THE PROMOTION LEDGER         K6VRLK.1
003200*    (PROMLDG), ELSE THE ISSUED-CERTIFICATE REGISTER (CERTREG)    K6VRLK.1
003300*    -- SO THE CALLER CAN CITE WHERE THE ANSWER CAME FROM.        K6VRLK.1
003400*    AN ISO/IEC 1989 CLAUSE CODE IS TRANSLATED TO ITS ANSI        K6VRLK.1
003500*    COUNTERPARTS THROUGH K6XWLK.                                 K6VRLK.1
003600*                                                                 K6VRLK.1
003700*    THE SIDE FILES ARE OPTIONAL, LOAD ON THE FIRST CALL AND      K6VRLK.1
003800*    STAY CACHED FOR THE RUN UNIT; THE MASTER IS OPENED ONCE      K6VRLK.1
003900*    AND READ BY KEY.  EVERY CALL -- ANSWERED OR NOT -- IS        K6VRLK.1
004000*    APPENDED TO THE LOOKUP LOG (VRLKLOG) WITH THE CALLER FROM    K6VRLK.1
004100*    THE JOB-IDENTITY CARD (JOBIDENT), THE QUESTION AND THE       K6VRLK.1
004200*    ANSWER, SO WE KNOW WHO RELIES ON OUR EVIDENCE.               K6VRLK.1
004300*                                                                 K6VRLK.1
004400*    VRLKLOG RECORD: DATE(1-8) TIME(10-17) USER(19-26)            K6VRLK.1
004500*    JOB(28-35) TARGET(37-44) PROGRAM(46-51) PAR-NAME(53-74)      K6VRLK.1
004600*    CLAUSE(76-85) NUMBERING(87) MODULE(89-90) WINDOW(92)         K6VRLK.1
004700*    AS-OF(94-101) RESULT(103) VERDICT(105-109) GRADE(111-117)    K6VRLK.1
004800*    COVER(119).                                                  K6VRLK.1
004900*                                                                 K6VRLK.1
005000* MODIFICATION HISTORY.                                           K6VRLK.1
005100*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6VRLK.1
005200*================================================================ K6VRLK.1
005300                                                                  K6VRLK.1
005400 ENVIRONMENT DIVISION.                                            K6VRLK.1
005500 CONFIGURATION SECTION.                                           K6VRLK.1
005600 SOURCE-COMPUTER.                                                 K6VRLK.1
005700     OUR-MAINFRAME.                                               K6VRLK.1
005800 OBJECT-COMPUTER.                                                 K6VRLK.1
005900     OUR-MAINFRAME.                                               K6VRLK.1
006000 INPUT-OUTPUT SECTION.                                            K6VRLK.1
006100 FILE-CONTROL.                                                    K6VRLK.1
006200     SELECT OPTIONAL JOB-IDENT ASSIGN TO JOBIDENT                 K6VRLK.1
006300         ORGANIZATION IS SEQUENTIAL                               K6VRLK.1
006400         FILE STATUS IS WS-JOBIDENT-STATUS.                       K6VRLK.1
006500     SELECT RESULT-MASTER ASSIGN TO RSLTHIST                      K6VRLK.1
006600         ORGANIZATION IS INDEXED                                  K6VRLK.1
006700         ACCESS MODE IS DYNAMIC                                   K6VRLK.1
006800         RECORD KEY IS RH-KEY                                     K6VRLK.1
006900         ALTERNATE RECORD KEY IS RH-ANSI-CODE                     K6VRLK.1
007000             WITH DUPLICATES                                      K6VRLK.1
007100         FILE STATUS IS WS-MASTER-STATUS.                         K6VRLK.1
007200     SELECT OPTIONAL LATEST-RUNS ASSIGN TO LATESTRN               K6VRLK.1
007300         ORGANIZATION IS INDEXED                                  K6VRLK.1
007400         ACCESS MODE IS SEQUENTIAL                                K6VRLK.1
007500         RECORD KEY IS LR-KEY                                     K6VRLK.1
007600         FILE STATUS IS WS-LR-STATUS.                             K6VRLK.1
007700     SELECT OPTIONAL RAW-QUARANTINE ASSIGN TO RAWQUAR             K6VRLK.1
007800         ORGANIZATION IS SEQUENTIAL                               K6VRLK.1
007900         FILE STATUS IS WS-RQ-STATUS.                             K6VRLK.1
008000     SELECT OPTIONAL CENSUS-EXCEPT ASSIGN TO CNSXCP               K6VRLK.1
008100         ORGANIZATION IS SEQUENTIAL                               K6VRLK.1
008200         FILE STATUS IS WS-CNSX-STATUS.                           K6VRLK.1
008300     SELECT OPTIONAL CASE-FILE ASSIGN TO CASEFILE                 K6VRLK.1
008400         ORGANIZATION IS SEQUENTIAL                               K6VRLK.1
008500         FILE STATUS IS WS-CASE-STATUS.                           K6VRLK.1
008600     SELECT OPTIONAL PROM-LEDGER ASSIGN TO PROMLDG                K6VRLK.1
008700         ORGANIZATION IS SEQUENTIAL                               K6VRLK.1
008800         FILE STATUS IS WS-PROMLDG-STATUS.                        K6VRLK.1
008900     SELECT OPTIONAL CERT-REG ASSIGN TO CERTREG                   K6VRLK.1
009000         ORGANIZATION IS SEQUENTIAL                               K6VRLK.1
009100         FILE STATUS IS WS-CERTREG-STATUS.                        K6VRLK.1
009200     SELECT VRLK-LOG ASSIGN TO VRLKLOG                            K6VRLK.1
009300         ORGANIZATION IS SEQUENTIAL.                              K6VRLK.1
009400                                                                  K6VRLK.1
009500 DATA DIVISION.                                                   K6VRLK.1
009600 FILE SECTION.                                                    K6VRLK.1
009700 FD  JOB-IDENT                                                    K6VRLK.1
009800     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
009900 01  JI-IDENT-REC.                                                K6VRLK.1
010000     05  JI-JOB-NAME          PIC X(8).                           K6VRLK.1
010100     05  FILLER               PIC X(1).                           K6VRLK.1
010200     05  JI-STEP-NAME         PIC X(8).                           K6VRLK.1
010300     05  FILLER               PIC X(1).                           K6VRLK.1
010400     05  JI-USER-ID           PIC X(8).                           K6VRLK.1
010500     05  FILLER               PIC X(54).                          K6VRLK.1
010600 FD  RESULT-MASTER                                                K6VRLK.1
010700     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
010800 01  RH-RESULT-REC.                                               K6VRLK.1
010900     05  RH-KEY.                                                  K6VRLK.1
011000         10  RH-PGM-ID        PIC X(6).                           K6VRLK.1
011100         10  RH-PAR-NAME      PIC X(22).                          K6VRLK.1
011200         10  RH-RUN-DATE      PIC 9(8).                           K6VRLK.1
011300         10  RH-TARGET-ID     PIC X(8).                           K6VRLK.1
011400     05  RH-RUN-SEQ           PIC 99.                             K6VRLK.1
011500     05  RH-P-OR-F            PIC X(5).                           K6VRLK.1
011600     05  RH-FEATURE           PIC X(20).                          K6VRLK.1
011700     05  RH-COMPUTED          PIC X(20).                          K6VRLK.1
011800     05  RH-CORRECT           PIC X(20).                          K6VRLK.1
011900     05  RH-REMARK            PIC X(61).                          K6VRLK.1
012000     05  RH-ANSI-CODE         PIC X(10).                          K6VRLK.1
012100     05  RH-SEVERITY          PIC X(1).                           K6VRLK.1
012200 FD  LATEST-RUNS                                                  K6VRLK.1
012300     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
012400     COPY K6LERN.                                                 K6VRLK.1
012500 FD  RAW-QUARANTINE                                               K6VRLK.1
012600     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
012700     COPY K6RAWQ.                                                 K6VRLK.1
012800 FD  CENSUS-EXCEPT                                                K6VRLK.1
012900     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
013000     COPY K6CNSX.                                                 K6VRLK.1
013100 FD  CASE-FILE                                                    K6VRLK.1
013200     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
013300     COPY K6CASR.                                                 K6VRLK.1
013400 FD  PROM-LEDGER                                                  K6VRLK.1
013500     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
013600     COPY K6PLDG.                                                 K6VRLK.1
013700 FD  CERT-REG                                                     K6VRLK.1
013800     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
013900     COPY K6CREG.                                                 K6VRLK.1
014000 FD  VRLK-LOG                                                     K6VRLK.1
014100     LABEL RECORDS ARE STANDARD.                                  K6VRLK.1
014200 01  VG-LOG-REC.                                                  K6VRLK.1
014300     05  VG-DATE              PIC 9(8).                           K6VRLK.1
014400     05  FILLER               PIC X(1).                           K6VRLK.1
014500     05  VG-TIME              PIC 9(8).                           K6VRLK.1
014600     05  FILLER               PIC X(1).                           K6VRLK.1
014700     05  VG-USER-ID           PIC X(8).                           K6VRLK.1
014800     05  FILLER               PIC X(1).                           K6VRLK.1
014900     05  VG-JOB-NAME          PIC X(8).                           K6VRLK.1
015000     05  FILLER               PIC X(1).                           K6VRLK.1
015100     05  VG-TARGET-ID         PIC X(8).                           K6VRLK.1
015200     05  FILLER               PIC X(1).                           K6VRLK.1
015300     05  VG-PGM-ID            PIC X(6).                           K6VRLK.1
015400     05  FILLER               PIC X(1).                           K6VRLK.1
015500     05  VG-PAR-NAME          PIC X(22).                          K6VRLK.1
015600     05  FILLER               PIC X(1).                           K6VRLK.1
015700     05  VG-CLAUSE            PIC X(10).                          K6VRLK.1
015800     05  FILLER               PIC X(1).                           K6VRLK.1
015900     05  VG-NUMBERING         PIC X(1).                           K6VRLK.1
016000     05  FILLER               PIC X(1).                           K6VRLK.1
016100     05  VG-MODULE            PIC X(2).                           K6VRLK.1
016200     05  FILLER               PIC X(1).                           K6VRLK.1
016300     05  VG-WINDOW-ID         PIC X(1).                           K6VRLK.1
016400     05  FILLER               PIC X(1).                           K6VRLK.1
016500     05  VG-AS-OF-DATE        PIC 9(8).                           K6VRLK.1
016600     05  FILLER               PIC X(1).                           K6VRLK.1
016700     05  VG-RESULT            PIC X(1).                           K6VRLK.1
016800     05  FILLER               PIC X(1).                           K6VRLK.1
016900     05  VG-VERDICT           PIC X(5).                           K6VRLK.1
017000     05  FILLER               PIC X(1).                           K6VRLK.1
017100     05  VG-GRADE             PIC X(7).                           K6VRLK.1
017200     05  FILLER               PIC X(1).                           K6VRLK.1
017300     05  VG-COVER             PIC X(1).                           K6VRLK.1
017400     05  FILLER               PIC X(1).                           K6VRLK.1
017500                                                                  K6VRLK.1
017600 WORKING-STORAGE SECTION.                                         K6VRLK.1
017700* ----------------------------------------------------------      K6VRLK.1
017800* FILE STATUSES, SWITCHES AND COUNTERS.                           K6VRLK.1
017900* ----------------------------------------------------------      K6VRLK.1
018000 77  WS-JOBIDENT-STATUS       PIC X(2)   VALUE SPACE.             K6VRLK.1
018100 77  WS-MASTER-STATUS         PIC X(2)   VALUE SPACE.             K6VRLK.1
018200 77  WS-LR-STATUS             PIC X(2)   VALUE SPACE.             K6VRLK.1
018300 77  WS-RQ-STATUS             PIC X(2)   VALUE SPACE.             K6VRLK.1
018400 77  WS-CNSX-STATUS           PIC X(2)   VALUE SPACE.             K6VRLK.1
018500 77  WS-CASE-STATUS           PIC X(2)   VALUE SPACE.             K6VRLK.1
018600 77  WS-PROMLDG-STATUS        PIC X(2)   VALUE SPACE.             K6VRLK.1
018700 77  WS-CERTREG-STATUS        PIC X(2)   VALUE SPACE.             K6VRLK.1
018800 77  WS-LOADED-SW             PIC X      VALUE "N".               K6VRLK.1
018900     88  WS-LOADED                       VALUE "Y".               K6VRLK.1
019000 77  WS-MASTER-SW             PIC X      VALUE "N".               K6VRLK.1
019100     88  WS-MASTER-OPEN                  VALUE "Y".               K6VRLK.1
019200 77  WS-LATEST-SW             PIC X      VALUE "A".               K6VRLK.1
019300 77  WS-QUARANTINED-SW        PIC X      VALUE "N".               K6VRLK.1
019400 77  WS-CLAUSE-SW             PIC X      VALUE "N".               K6VRLK.1
019500     88  WS-CLAUSE-MATCHED               VALUE "Y".               K6VRLK.1
019600 77  WS-USER-ID               PIC X(8)   VALUE "UNKNOWN ".        K6VRLK.1
019700 77  WS-JOB-NAME              PIC X(8)   VALUE SPACE.             K6VRLK.1
019800 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6VRLK.1
019900 77  WS-AS-OF-DATE            PIC 9(8)   VALUE ZERO.              K6VRLK.1
020000 77  WS-DATE-X                PIC X(8)   VALUE SPACE.             K6VRLK.1
020100 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
020200 77  WS-RUN-SUB               PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
020300 77  WS-HIT-RUN               PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
020400 77  WS-SELECTED              PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
020500 77  WS-CL-SUB                PIC 9(1)   COMP VALUE ZERO.         K6VRLK.1
020600 77  WS-CL-COUNT              PIC 9(1)   COMP VALUE ZERO.         K6VRLK.1
020700 77  WS-ROW-RANK              PIC 9(1)   VALUE ZERO.              K6VRLK.1
020800 77  WS-HIT-RANK              PIC 9(1)   VALUE ZERO.              K6VRLK.1
020900 77  WS-GRADE-RANK            PIC 9(1)   VALUE ZERO.              K6VRLK.1
021000 77  WS-COVER-SUB             PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
021100 77  WS-CERT-DATE             PIC X(8)   VALUE SPACE.             K6VRLK.1
021200* ----------------------------------------------------------      K6VRLK.1
021300* THE NEWEST MASTER ROW OF A HISTORY-ONLY ANSWER.                 K6VRLK.1
021400* ----------------------------------------------------------      K6VRLK.1
021500 77  WS-HIST-SW               PIC X      VALUE "N".               K6VRLK.1
021600 01  WS-HIST-REC              PIC X(183) VALUE SPACE.             K6VRLK.1
021700* ----------------------------------------------------------      K6VRLK.1
021800* THE LATEST EFFECTIVE RUNS, ONE ENTRY PER WINDOW, TARGET AND     K6VRLK.1
021900* PROGRAM, GRADED ONCE AT LOAD.  RUN-SEL-SW MARKS THE RUNS THE    K6VRLK.1
022000* CURRENT QUESTION MAY DRAW ON, RUN-USED-SW THOSE THAT ANSWERED.  K6VRLK.1
022100* ----------------------------------------------------------      K6VRLK.1
022200 77  WS-RUN-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
022300 01  RUN-TABLE.                                                   K6VRLK.1
022400     05  RUN-ENTRY OCCURS 1000 TIMES.                             K6VRLK.1
022500         10  RUN-WINDOW-ID        PIC X(1).                       K6VRLK.1
022600         10  RUN-TARGET-ID        PIC X(8).                       K6VRLK.1
022700         10  RUN-PGM-ID           PIC X(6).                       K6VRLK.1
022800         10  RUN-DATE             PIC 9(8).                       K6VRLK.1
022900         10  RUN-SEQ              PIC 99.                         K6VRLK.1
023000         10  RUN-GRADE-RANK       PIC 9(1).                       K6VRLK.1
023100         10  RUN-SEL-SW           PIC X(1).                       K6VRLK.1
023200         10  RUN-USED-SW          PIC X(1).                       K6VRLK.1
023300* ----------------------------------------------------------      K6VRLK.1
023400* GRADES IN K6STOPL'S ORDER OF SERIOUSNESS, BY RANK.              K6VRLK.1
023500* ----------------------------------------------------------      K6VRLK.1
023600 01  GRADE-NAMES.                                                 K6VRLK.1
023700     05  FILLER               PIC X(7)   VALUE "N/A    ".         K6VRLK.1
023800     05  FILLER               PIC X(7)   VALUE "GREEN  ".         K6VRLK.1
023900     05  FILLER               PIC X(7)   VALUE "YELLOW ".         K6VRLK.1
024000     05  FILLER               PIC X(7)   VALUE "INCMPL ".         K6VRLK.1
024100     05  FILLER               PIC X(7)   VALUE "RED    ".         K6VRLK.1
024200 01  GRADE-NAME-TABLE REDEFINES GRADE-NAMES.                      K6VRLK.1
024300     05  GRADE-NAME           PIC X(7)   OCCURS 5 TIMES.          K6VRLK.1
024400* ----------------------------------------------------------      K6VRLK.1
024500* QUARANTINED RUNS (RAWQUAR) AND INCOMPLETE RUNS (CNSXCP).        K6VRLK.1
024600* ----------------------------------------------------------      K6VRLK.1
024700 77  WS-RQ-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
024800 01  RQK-TABLE.                                                   K6VRLK.1
024900     05  RQK-ENTRY            PIC X(24)  OCCURS 500 TIMES.        K6VRLK.1
025000 77  WS-XCP-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
025100 01  XCK-TABLE.                                                   K6VRLK.1
025200     05  XCK-ENTRY OCCURS 200 TIMES.                              K6VRLK.1
025300         10  XCK-TARGET-ID        PIC X(8).                       K6VRLK.1
025400         10  XCK-PGM-ID           PIC X(6).                       K6VRLK.1
025500         10  XCK-RUN-DATE         PIC 9(8).                       K6VRLK.1
025600         10  XCK-RUN-SEQ          PIC 99.                         K6VRLK.1
025700* ----------------------------------------------------------      K6VRLK.1
025800* CASES UNDER WAIVER, SUPPRESSION OR EXPECTED-FAIL COVER.         K6VRLK.1
025900* ----------------------------------------------------------      K6VRLK.1
026000 77  WS-CVR-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
026100 01  CVR-TABLE.                                                   K6VRLK.1
026200     05  CVR-ENTRY OCCURS 300 TIMES.                              K6VRLK.1
026300         10  CVR-TARGET-ID        PIC X(8).                       K6VRLK.1
026400         10  CVR-PGM-ID           PIC X(6).                       K6VRLK.1
026500         10  CVR-PAR-NAME         PIC X(22).                      K6VRLK.1
026600         10  CVR-COVER            PIC X(1).                       K6VRLK.1
026700         10  CVR-DEFECT-ID        PIC X(8).                       K6VRLK.1
026800* ----------------------------------------------------------      K6VRLK.1
026900* EVIDENCE-PACK REFERENCES -- PER GATED WINDOW FROM THE           K6VRLK.1
027000* PROMOTION LEDGER, PER ACTIVE CERTIFICATE FROM THE REGISTER.     K6VRLK.1
027100* ----------------------------------------------------------      K6VRLK.1
027200 77  WS-LDG-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
027300 01  LDG-TABLE.                                                   K6VRLK.1
027400     05  LDG-ENTRY OCCURS 200 TIMES.                              K6VRLK.1
027500         10  LDG-TARGET-ID        PIC X(8).                       K6VRLK.1
027600         10  LDG-RUN-DATE         PIC 9(8).                       K6VRLK.1
027700         10  LDG-WINDOW-ID        PIC X(1).                       K6VRLK.1
027800         10  LDG-EVPACK-REF       PIC X(20).                      K6VRLK.1
027900 77  WS-CRT-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6VRLK.1
028000 01  CRT-TABLE.                                                   K6VRLK.1
028100     05  CRT-ENTRY OCCURS 100 TIMES.                              K6VRLK.1
028200         10  CRT-TARGET-ID        PIC X(8).                       K6VRLK.1
028300         10  CRT-ISSUE-DATE       PIC X(8).                       K6VRLK.1
028400         10  CRT-EVPACK-REF       PIC X(20).                      K6VRLK.1
028500* ----------------------------------------------------------      K6VRLK.1
028600* THE ANSI CLAUSE CODES THE QUESTION NAMES.                       K6VRLK.1
028700* ----------------------------------------------------------      K6VRLK.1
028800 01  CLS-TABLE.                                                   K6VRLK.1
028900     05  CLS-CODE             PIC X(10)  OCCURS 6 TIMES.          K6VRLK.1
029000* ----------------------------------------------------------      K6VRLK.1
029100* THE RUN BEING LOADED, AND THE CALL BLOCKS OF THE SERVICES       K6VRLK.1
029200* THIS ONE USES.                                                  K6VRLK.1
029300* ----------------------------------------------------------      K6VRLK.1
029400     COPY K6RAWDS.                                                K6VRLK.1
029500     COPY K6CPKP.                                                 K6VRLK.1
029600     COPY K6XWKP.                                                 K6VRLK.1
029700                                                                  K6VRLK.1
029800 LINKAGE SECTION.                                                 K6VRLK.1
029900     COPY K6VRKP.                                                 K6VRLK.1
030000                                                                  K6VRLK.1
030100 PROCEDURE DIVISION USING VRLK-PARM.                              K6VRLK.1
030200*================================================================ K6VRLK.1
030300* 0000-MAINLINE -- LOAD ON THE FIRST CALL, IDENTIFY THE CALLER,   K6VRLK.1
030400* ANSWER, LOG.                                                    K6VRLK.1
030500*================================================================ K6VRLK.1
030600 0000-MAINLINE.                                                   K6VRLK.1
030700     IF NOT WS-LOADED                                             K6VRLK.1
030800         PERFORM 1000-LOAD-CACHES THRU 1000-EXIT.                 K6VRLK.1
030900     PERFORM 2000-IDENTIFY-CALLER THRU 2000-EXIT.                 K6VRLK.1
031000     PERFORM 3000-CHECK-QUESTION THRU 3000-EXIT.                  K6VRLK.1
031100     IF VRLK-RESULT = SPACE                                       K6VRLK.1
031200         PERFORM 4000-SELECT-RUNS THRU 4000-EXIT                  K6VRLK.1
031300         PERFORM 5000-SCAN-MASTER THRU 5000-EXIT.                 K6VRLK.1
031400     IF VRLK-RESULT = SPACE                                       K6VRLK.1
031500         PERFORM 6000-HISTORY-ONLY THRU 6000-EXIT.                K6VRLK.1
031600     IF VRLK-FOUND OR VRLK-HISTORY-ONLY                           K6VRLK.1
031700         PERFORM 7000-FINISH-ANSWER THRU 7000-EXIT.               K6VRLK.1
031800     PERFORM 8000-LOG-CALL THRU 8000-EXIT.                        K6VRLK.1
031900 0000-RETURN.                                                     K6VRLK.1
032000     EXIT PROGRAM.                                                K6VRLK.1
032100*================================================================ K6VRLK.1
032200* 1000-LOAD-CACHES -- THE SIDE FILES, ONCE PER RUN UNIT, AND THE  K6VRLK.1
032300* MASTER OPENED FOR KEYED READING.  THE QUARANTINE AND CENSUS     K6VRLK.1
032400* EXCEPTIONS LOAD FIRST BECAUSE THE RUNS ARE SIFTED AND GRADED    K6VRLK.1
032500* AGAINST THEM AS THEY LOAD.                                      K6VRLK.1
032600*================================================================ K6VRLK.1
032700 1000-LOAD-CACHES.                                                K6VRLK.1
032800     MOVE "Y" TO WS-LOADED-SW.                                    K6VRLK.1
032900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6VRLK.1
033000     PERFORM 1100-LOAD-QUARANTINE THRU 1100-EXIT.                 K6VRLK.1
033100     PERFORM 1200-LOAD-EXCEPTIONS THRU 1200-EXIT.                 K6VRLK.1
033200     PERFORM 1300-LOAD-LATEST THRU 1300-EXIT.                     K6VRLK.1
033300     PERFORM 1400-LOAD-COVERS THRU 1400-EXIT.                     K6VRLK.1
033400     PERFORM 1500-LOAD-LEDGER THRU 1500-EXIT.                     K6VRLK.1
033500     PERFORM 1600-LOAD-CERTS THRU 1600-EXIT.                      K6VRLK.1
033600     OPEN INPUT RESULT-MASTER.                                    K6VRLK.1
033700     IF WS-MASTER-STATUS = "00"                                   K6VRLK.1
033800         MOVE "Y" TO WS-MASTER-SW.                                K6VRLK.1
033900 1000-EXIT.                                                       K6VRLK.1
034000     EXIT.                                                        K6VRLK.1
034100*================================================================ K6VRLK.1
034200* 1100-LOAD-QUARANTINE -- THE RAW-DATA KEYS K6RVAL QUARANTINED.   K6VRLK.1
034300*================================================================ K6VRLK.1
034400 1100-LOAD-QUARANTINE.                                            K6VRLK.1
034500     OPEN INPUT RAW-QUARANTINE.                                   K6VRLK.1
034600     IF WS-RQ-STATUS NOT = "00"                                   K6VRLK.1
034700             AND WS-RQ-STATUS NOT = "05"                          K6VRLK.1
034800         GO TO 1100-EXIT.                                         K6VRLK.1
034900 1100-READ.                                                       K6VRLK.1
035000     READ RAW-QUARANTINE                                          K6VRLK.1
035100         AT END GO TO 1100-CLOSE.                                 K6VRLK.1
035200     IF WS-RQ-COUNT NOT LESS THAN 500                             K6VRLK.1
035300         GO TO 1100-CLOSE.                                        K6VRLK.1
035400     ADD 1 TO WS-RQ-COUNT.                                        K6VRLK.1
035500     MOVE RQ-RAW-KEY TO RQK-ENTRY (WS-RQ-COUNT).                  K6VRLK.1
035600     GO TO 1100-READ.                                             K6VRLK.1
035700 1100-CLOSE.                                                      K6VRLK.1
035800     CLOSE RAW-QUARANTINE.                                        K6VRLK.1
035900 1100-EXIT.                                                       K6VRLK.1
036000     EXIT.                                                        K6VRLK.1
036100*================================================================ K6VRLK.1
036200* 1200-LOAD-EXCEPTIONS -- THE RUN RECORDS OF THE INCOMPLETE RUNS  K6VRLK.1
036300* K6CNSK FOUND AT WINDOW CLOSE; THE NAME RECORDS ARE NOT NEEDED.  K6VRLK.1
036400*================================================================ K6VRLK.1
036500 1200-LOAD-EXCEPTIONS.                                            K6VRLK.1
036600     OPEN INPUT CENSUS-EXCEPT.                                    K6VRLK.1
036700     IF WS-CNSX-STATUS NOT = "00"                                 K6VRLK.1
036800             AND WS-CNSX-STATUS NOT = "05"                        K6VRLK.1
036900         GO TO 1200-EXIT.                                         K6VRLK.1
037000 1200-READ.                                                       K6VRLK.1
037100     READ CENSUS-EXCEPT                                           K6VRLK.1
037200         AT END GO TO 1200-CLOSE.                                 K6VRLK.1
037300     IF NOT NX-RUN-REC                                            K6VRLK.1
037400         GO TO 1200-READ.                                         K6VRLK.1
037500     IF WS-XCP-COUNT NOT LESS THAN 200                            K6VRLK.1
037600         GO TO 1200-CLOSE.                                        K6VRLK.1
037700     ADD 1 TO WS-XCP-COUNT.                                       K6VRLK.1
037800     MOVE NX-TARGET-ID TO XCK-TARGET-ID (WS-XCP-COUNT).           K6VRLK.1
037900     MOVE NX-PGM-ID    TO XCK-PGM-ID (WS-XCP-COUNT).              K6VRLK.1
038000     MOVE NX-RUN-DATE  TO XCK-RUN-DATE (WS-XCP-COUNT).            K6VRLK.1
038100     MOVE NX-RUN-SEQ   TO XCK-RUN-SEQ (WS-XCP-COUNT).             K6VRLK.1
038200     GO TO 1200-READ.                                             K6VRLK.1
038300 1200-CLOSE.                                                      K6VRLK.1
038400     CLOSE CENSUS-EXCEPT.                                         K6VRLK.1
038500 1200-EXIT.                                                       K6VRLK.1
038600     EXIT.                                                        K6VRLK.1
038700*================================================================ K6VRLK.1
038800* 1300-LOAD-LATEST -- ONE TABLE ENTRY PER LATEST EFFECTIVE RUN,   K6VRLK.1
038900* LEAVING OUT THE CALIBRATION RECORD AND QUARANTINED RUNS.        K6VRLK.1
039000* WITHOUT THE FILE NO RUN IS EFFECTIVE AND ONLY A HISTORY-ONLY    K6VRLK.1
039100* ANSWER CAN BE GIVEN.                                            K6VRLK.1
039200*================================================================ K6VRLK.1
039300 1300-LOAD-LATEST.                                                K6VRLK.1
039400     OPEN INPUT LATEST-RUNS.                                      K6VRLK.1
039500     IF WS-LR-STATUS NOT = "00"                                   K6VRLK.1
039600         IF WS-LR-STATUS = "05"                                   K6VRLK.1
039700             CLOSE LATEST-RUNS                                    K6VRLK.1
039800             GO TO 1300-EXIT                                      K6VRLK.1
039900         ELSE                                                     K6VRLK.1
040000             GO TO 1300-EXIT.                                     K6VRLK.1
040100     MOVE "D" TO WS-LATEST-SW.                                    K6VRLK.1
040200 1300-READ.                                                       K6VRLK.1
040300     READ LATEST-RUNS NEXT RECORD INTO RE-RAW-DATA-SATZ           K6VRLK.1
040400         AT END GO TO 1300-CLOSE.                                 K6VRLK.1
040500     IF RE-PGM-ID = "K6SMOK"                                      K6VRLK.1
040600         GO TO 1300-READ.                                         K6VRLK.1
040700     PERFORM 1350-CHECK-QUARANTINE THRU 1350-EXIT.                K6VRLK.1
040800     IF WS-QUARANTINED-SW = "Y"                                   K6VRLK.1
040900         GO TO 1300-READ.                                         K6VRLK.1
041000     IF WS-RUN-COUNT NOT LESS THAN 1000                           K6VRLK.1
041100         GO TO 1300-CLOSE.                                        K6VRLK.1
041200     ADD 1 TO WS-RUN-COUNT.                                       K6VRLK.1
041300     MOVE LR-WINDOW-ID TO RUN-WINDOW-ID (WS-RUN-COUNT).           K6VRLK.1
041400     MOVE RE-TARGET-ID TO RUN-TARGET-ID (WS-RUN-COUNT).           K6VRLK.1
041500     MOVE RE-PGM-ID    TO RUN-PGM-ID (WS-RUN-COUNT).              K6VRLK.1
041600     MOVE RE-RUN-DATE  TO RUN-DATE (WS-RUN-COUNT).                K6VRLK.1
041700     MOVE RE-RUN-SEQ   TO RUN-SEQ (WS-RUN-COUNT).                 K6VRLK.1
041800     MOVE "N"          TO RUN-SEL-SW (WS-RUN-COUNT).              K6VRLK.1
041900     MOVE "N"          TO RUN-USED-SW (WS-RUN-COUNT).             K6VRLK.1
042000     PERFORM 1360-GRADE-RUN THRU 1360-EXIT.                       K6VRLK.1
042100     MOVE WS-GRADE-RANK TO RUN-GRADE-RANK (WS-RUN-COUNT).         K6VRLK.1
042200     GO TO 1300-READ.                                             K6VRLK.1
042300 1300-CLOSE.                                                      K6VRLK.1
042400     CLOSE LATEST-RUNS.                                           K6VRLK.1
042500 1300-EXIT.                                                       K6VRLK.1
042600     EXIT.                                                        K6VRLK.1
042700*================================================================ K6VRLK.1
042800* 1350-CHECK-QUARANTINE -- IS THE RUN JUST READ ONE OF THEM?      K6VRLK.1
042900*================================================================ K6VRLK.1
043000 1350-CHECK-QUARANTINE.                                           K6VRLK.1
043100     MOVE "N" TO WS-QUARANTINED-SW.                               K6VRLK.1
043200     MOVE ZERO TO WS-SUB.                                         K6VRLK.1
043300 1350-SCAN.                                                       K6VRLK.1
043400     ADD 1 TO WS-SUB.                                             K6VRLK.1
043500     IF WS-SUB > WS-RQ-COUNT                                      K6VRLK.1
043600         GO TO 1350-EXIT.                                         K6VRLK.1
043700     IF RQK-ENTRY (WS-SUB) = RE-RAW-DATA-KEY                      K6VRLK.1
043800         MOVE "Y" TO WS-QUARANTINED-SW                            K6VRLK.1
043900         GO TO 1350-EXIT.                                         K6VRLK.1
044000     GO TO 1350-SCAN.                                             K6VRLK.1
044100 1350-EXIT.                                                       K6VRLK.1
044200     EXIT.                                                        K6VRLK.1
044300*================================================================ K6VRLK.1
044400* 1360-GRADE-RUN -- K6STOPL'S GRADE FOR THE RUN JUST READ, AS A   K6VRLK.1
044500* RANK INTO GRADE-NAMES: A PROGRAM THE TARGET DOES NOT CLAIM IS   K6VRLK.1
044600* N/A; AN ABORTED RUN IS RED; A SHORT RUN IS INCOMPLETE UNLESS    K6VRLK.1
044700* A SERIOUS FAILURE MAKES IT RED; FAILURES ALL OF CLASS 3 HOLD    K6VRLK.1
044800* AT YELLOW, ANY OTHER FAILURE IS RED; DELETED OR INSPECT TESTS   K6VRLK.1
044900* ARE YELLOW; OTHERWISE GREEN.                                    K6VRLK.1
045000*================================================================ K6VRLK.1
045100 1360-GRADE-RUN.                                                  K6VRLK.1
045200     MOVE "QUERY   "   TO CAPK-FUNCTION.                          K6VRLK.1
045300     MOVE RE-TARGET-ID TO CAPK-TARGET-ID.                         K6VRLK.1
045400     MOVE RE-PGM-ID    TO CAPK-PGM-ID.                            K6VRLK.1
045500     CALL "K6CAPK" USING CAPK-PARM.                               K6VRLK.1
045600     IF CAPK-NOT-APPLICABLE                                       K6VRLK.1
045700         MOVE 1 TO WS-GRADE-RANK                                  K6VRLK.1
045800         GO TO 1360-EXIT.                                         K6VRLK.1
045900     IF RE-C-ABORT = "ABORTED "                                   K6VRLK.1
046000         MOVE 5 TO WS-GRADE-RANK                                  K6VRLK.1
046100         GO TO 1360-EXIT.                                         K6VRLK.1
046200     MOVE ZERO TO WS-SUB.                                         K6VRLK.1
046300 1360-SCAN.                                                       K6VRLK.1
046400     ADD 1 TO WS-SUB.                                             K6VRLK.1
046500     IF WS-SUB > WS-XCP-COUNT                                     K6VRLK.1
046600         GO TO 1360-COLOR.                                        K6VRLK.1
046700     IF XCK-TARGET-ID (WS-SUB) NOT = RE-TARGET-ID                 K6VRLK.1
046800             OR XCK-PGM-ID (WS-SUB) NOT = RE-PGM-ID               K6VRLK.1
046900             OR XCK-RUN-DATE (WS-SUB) NOT = RE-RUN-DATE           K6VRLK.1
047000             OR XCK-RUN-SEQ (WS-SUB) NOT = RE-RUN-SEQ             K6VRLK.1
047100         GO TO 1360-SCAN.                                         K6VRLK.1
047200     IF RE-C-FAIL = ZERO OR RE-SEV-HIGH = "3"                     K6VRLK.1
047300         MOVE 4 TO WS-GRADE-RANK                                  K6VRLK.1
047400         GO TO 1360-EXIT.                                         K6VRLK.1
047500 1360-COLOR.                                                      K6VRLK.1
047600     IF RE-C-FAIL > ZERO AND RE-SEV-HIGH = "3"                    K6VRLK.1
047700         MOVE 3 TO WS-GRADE-RANK                                  K6VRLK.1
047800         GO TO 1360-EXIT.                                         K6VRLK.1
047900     IF RE-C-FAIL > ZERO                                          K6VRLK.1
048000         MOVE 5 TO WS-GRADE-RANK                                  K6VRLK.1
048100         GO TO 1360-EXIT.                                         K6VRLK.1
048200     IF RE-C-DELETED > ZERO OR RE-C-INSPECT > ZERO                K6VRLK.1
048300         MOVE 3 TO WS-GRADE-RANK                                  K6VRLK.1
048400         GO TO 1360-EXIT.                                         K6VRLK.1
048500     MOVE 2 TO WS-GRADE-RANK.                                     K6VRLK.1
048600 1360-EXIT.                                                       K6VRLK.1
048700     EXIT.                                                        K6VRLK.1
048800*================================================================ K6VRLK.1
048900* 1400-LOAD-COVERS -- THE CASES THE CASE FILE SHOWS UNDER COVER;  K6VRLK.1
049000* A CASE WITH NO COVER IS NOT KEPT.                               K6VRLK.1
049100*================================================================ K6VRLK.1
049200 1400-LOAD-COVERS.                                                K6VRLK.1
049300     OPEN INPUT CASE-FILE.                                        K6VRLK.1
049400     IF WS-CASE-STATUS NOT = "00"                                 K6VRLK.1
049500             AND WS-CASE-STATUS NOT = "05"                        K6VRLK.1
049600         GO TO 1400-EXIT.                                         K6VRLK.1
049700 1400-READ.                                                       K6VRLK.1
049800     READ CASE-FILE                                               K6VRLK.1
049900         AT END GO TO 1400-CLOSE.                                 K6VRLK.1
050000     IF CS-COVER = SPACE                                          K6VRLK.1
050100         GO TO 1400-READ.                                         K6VRLK.1
050200     IF WS-CVR-COUNT NOT LESS THAN 300                            K6VRLK.1
050300         GO TO 1400-CLOSE.                                        K6VRLK.1
050400     ADD 1 TO WS-CVR-COUNT.                                       K6VRLK.1
050500     MOVE CS-TARGET-ID TO CVR-TARGET-ID (WS-CVR-COUNT).           K6VRLK.1
050600     MOVE CS-PGM-ID    TO CVR-PGM-ID (WS-CVR-COUNT).              K6VRLK.1
050700     MOVE CS-PAR-NAME  TO CVR-PAR-NAME (WS-CVR-COUNT).            K6VRLK.1
050800     MOVE CS-COVER     TO CVR-COVER (WS-CVR-COUNT).               K6VRLK.1
050900     MOVE CS-DEFECT-ID TO CVR-DEFECT-ID (WS-CVR-COUNT).           K6VRLK.1
051000     GO TO 1400-READ.                                             K6VRLK.1
051100 1400-CLOSE.                                                      K6VRLK.1
051200     CLOSE CASE-FILE.                                             K6VRLK.1
051300 1400-EXIT.                                                       K6VRLK.1
051400     EXIT.                                                        K6VRLK.1
051500*================================================================ K6VRLK.1
051600* 1500-LOAD-LEDGER -- THE PACK REFERENCE OF EACH GATED WINDOW; A  K6VRLK.1
051700* LATER PROMOTION OF THE SAME WINDOW REPLACES AN EARLIER ONE,     K6VRLK.1
051800* AND A PROMOTION WITH NO PACK NAMED IS NOT KEPT.                 K6VRLK.1
051900*================================================================ K6VRLK.1
052000 1500-LOAD-LEDGER.                                                K6VRLK.1
052100     OPEN INPUT PROM-LEDGER.                                      K6VRLK.1
052200     IF WS-PROMLDG-STATUS NOT = "00"                              K6VRLK.1
052300             AND WS-PROMLDG-STATUS NOT = "05"                     K6VRLK.1
052400         GO TO 1500-EXIT.                                         K6VRLK.1
052500 1500-READ.                                                       K6VRLK.1
052600     READ PROM-LEDGER                                             K6VRLK.1
052700         AT END GO TO 1500-CLOSE.                                 K6VRLK.1
052800     IF PL-EVPACK-REF = SPACE                                     K6VRLK.1
052900             OR PL-EVPACK-REF = "NONE SUPPLIED"                   K6VRLK.1
053000         GO TO 1500-READ.                                         K6VRLK.1
053100     MOVE ZERO TO WS-SUB.                                         K6VRLK.1
053200 1500-FIND.                                                       K6VRLK.1
053300     ADD 1 TO WS-SUB.                                             K6VRLK.1
053400     IF WS-SUB > WS-LDG-COUNT                                     K6VRLK.1
053500         GO TO 1500-ADD.                                          K6VRLK.1
053600     IF LDG-TARGET-ID (WS-SUB) = PL-TARGET-ID                     K6VRLK.1
053700             AND LDG-RUN-DATE (WS-SUB) = PL-RUN-DATE              K6VRLK.1
053800             AND LDG-WINDOW-ID (WS-SUB) = PL-WINDOW-ID            K6VRLK.1
053900         MOVE PL-EVPACK-REF TO LDG-EVPACK-REF (WS-SUB)            K6VRLK.1
054000         GO TO 1500-READ.                                         K6VRLK.1
054100     GO TO 1500-FIND.                                             K6VRLK.1
054200 1500-ADD.                                                        K6VRLK.1
054300     IF WS-LDG-COUNT NOT LESS THAN 200                            K6VRLK.1
054400         GO TO 1500-CLOSE.                                        K6VRLK.1
054500     ADD 1 TO WS-LDG-COUNT.                                       K6VRLK.1
054600     MOVE PL-TARGET-ID  TO LDG-TARGET-ID (WS-LDG-COUNT).          K6VRLK.1
054700     MOVE PL-RUN-DATE   TO LDG-RUN-DATE (WS-LDG-COUNT).           K6VRLK.1
054800     MOVE PL-WINDOW-ID  TO LDG-WINDOW-ID (WS-LDG-COUNT).          K6VRLK.1
054900     MOVE PL-EVPACK-REF TO LDG-EVPACK-REF (WS-LDG-COUNT).         K6VRLK.1
055000     GO TO 1500-READ.                                             K6VRLK.1
055100 1500-CLOSE.                                                      K6VRLK.1
055200     CLOSE PROM-LEDGER.                                           K6VRLK.1
055300 1500-EXIT.                                                       K6VRLK.1
055400     EXIT.                                                        K6VRLK.1
055500*================================================================ K6VRLK.1
055600* 1600-LOAD-CERTS -- THE ACTIVE CERTIFICATES THAT NAME A PACK.    K6VRLK.1
055700*================================================================ K6VRLK.1
055800 1600-LOAD-CERTS.                                                 K6VRLK.1
055900     OPEN INPUT CERT-REG.                                         K6VRLK.1
056000     IF WS-CERTREG-STATUS NOT = "00"                              K6VRLK.1
056100             AND WS-CERTREG-STATUS NOT = "05"                     K6VRLK.1
056200         GO TO 1600-EXIT.                                         K6VRLK.1
056300 1600-READ.                                                       K6VRLK.1
056400     READ CERT-REG                                                K6VRLK.1
056500         AT END GO TO 1600-CLOSE.                                 K6VRLK.1
056600     IF NOT CR-ACTIVE OR CR-EVPACK-REF = SPACE                    K6VRLK.1
056700         GO TO 1600-READ.                                         K6VRLK.1
056800     IF WS-CRT-COUNT NOT LESS THAN 100                            K6VRLK.1
056900         GO TO 1600-CLOSE.                                        K6VRLK.1
057000     ADD 1 TO WS-CRT-COUNT.                                       K6VRLK.1
057100     MOVE CR-TARGET-ID  TO CRT-TARGET-ID (WS-CRT-COUNT).          K6VRLK.1
057200     MOVE CR-ISSUE-DATE TO CRT-ISSUE-DATE (WS-CRT-COUNT).         K6VRLK.1
057300     MOVE CR-EVPACK-REF TO CRT-EVPACK-REF (WS-CRT-COUNT).         K6VRLK.1
057400     GO TO 1600-READ.                                             K6VRLK.1
057500 1600-CLOSE.                                                      K6VRLK.1
057600     CLOSE CERT-REG.                                              K6VRLK.1
057700 1600-EXIT.                                                       K6VRLK.1
057800     EXIT.                                                        K6VRLK.1
057900*================================================================ K6VRLK.1
058000* 2000-IDENTIFY-CALLER -- USER AND JOB FROM THE JOB-IDENTITY      K6VRLK.1
058100* CARD, READ AT EVERY CALL AS K6AUTH DOES; AN ABSENT CARD LOGS    K6VRLK.1
058200* THE CALLER AS "UNKNOWN".                                        K6VRLK.1
058300*================================================================ K6VRLK.1
058400 2000-IDENTIFY-CALLER.                                            K6VRLK.1
058500     MOVE "UNKNOWN " TO WS-USER-ID.                               K6VRLK.1
058600     MOVE SPACE TO WS-JOB-NAME.                                   K6VRLK.1
058700     OPEN INPUT JOB-IDENT.                                        K6VRLK.1
058800     IF WS-JOBIDENT-STATUS NOT = "00"                             K6VRLK.1
058900             AND WS-JOBIDENT-STATUS NOT = "05"                    K6VRLK.1
059000         GO TO 2000-EXIT.                                         K6VRLK.1
059100     READ JOB-IDENT                                               K6VRLK.1
059200         AT END GO TO 2000-CLOSE.                                 K6VRLK.1
059300     IF JI-USER-ID NOT = SPACE                                    K6VRLK.1
059400         MOVE JI-USER-ID TO WS-USER-ID.                           K6VRLK.1
059500     MOVE JI-JOB-NAME TO WS-JOB-NAME.                             K6VRLK.1
059600 2000-CLOSE.                                                      K6VRLK.1
059700     CLOSE JOB-IDENT.                                             K6VRLK.1
059800 2000-EXIT.                                                       K6VRLK.1
059900     EXIT.                                                        K6VRLK.1
060000*================================================================ K6VRLK.1
060100* 3000-CHECK-QUESTION -- CLEAR THE ANSWER, REJECT A QUESTION      K6VRLK.1
060200* THAT NAMES NO TARGET OR NOTHING TO LOOK FOR, AND TURN THE       K6VRLK.1
060300* CLAUSE CODE INTO THE ANSI CODES THE MASTER IS KEYED ON.         K6VRLK.1
060400*================================================================ K6VRLK.1
060500 3000-CHECK-QUESTION.                                             K6VRLK.1
060600     MOVE SPACE TO VRLK-RESULT VRLK-VERDICT VRLK-GRADE            K6VRLK.1
060700                   VRLK-COVER VRLK-DEFECT-ID VRLK-HIT-PGM-ID      K6VRLK.1
060800                   VRLK-HIT-PAR-NAME VRLK-HIT-ANSI-CODE           K6VRLK.1
060900                   VRLK-HIT-SEVERITY VRLK-HIT-WINDOW-ID           K6VRLK.1
061000                   VRLK-EVPACK-REF VRLK-EVPACK-SOURCE.            K6VRLK.1
061100     MOVE ZERO TO VRLK-HIT-RUN-DATE VRLK-HIT-RUN-SEQ              K6VRLK.1
061200                  VRLK-ROW-COUNT VRLK-PASS-COUNT VRLK-FAIL-COUNT  K6VRLK.1
061300                  VRLK-XFAIL-COUNT VRLK-COVERED-COUNT             K6VRLK.1
061400                  VRLK-RUN-COUNT VRLK-LATER-COUNT.                K6VRLK.1
061500     MOVE WS-LATEST-SW TO VRLK-LATEST-STATUS.                     K6VRLK.1
061600     MOVE ZERO TO WS-HIT-RANK WS-GRADE-RANK WS-HIT-RUN            K6VRLK.1
061700                  WS-SELECTED WS-CL-COUNT.                        K6VRLK.1
061800     MOVE VRLK-AS-OF-DATE TO WS-AS-OF-DATE.                       K6VRLK.1
061900     IF WS-AS-OF-DATE = ZERO                                      K6VRLK.1
062000         MOVE WS-TODAY TO WS-AS-OF-DATE.                          K6VRLK.1
062100     IF VRLK-TARGET-ID = SPACE                                    K6VRLK.1
062200         MOVE "R" TO VRLK-RESULT                                  K6VRLK.1
062300         GO TO 3000-EXIT.                                         K6VRLK.1
062400     IF VRLK-PGM-ID = SPACE AND VRLK-CLAUSE = SPACE               K6VRLK.1
062500             AND VRLK-MODULE = SPACE                              K6VRLK.1
062600         MOVE "R" TO VRLK-RESULT                                  K6VRLK.1
062700         GO TO 3000-EXIT.                                         K6VRLK.1
062800     IF VRLK-PAR-NAME NOT = SPACE AND VRLK-PGM-ID = SPACE         K6VRLK.1
062900         MOVE "R" TO VRLK-RESULT                                  K6VRLK.1
063000         GO TO 3000-EXIT.                                         K6VRLK.1
063100     IF NOT WS-MASTER-OPEN                                        K6VRLK.1
063200         MOVE "X" TO VRLK-RESULT                                  K6VRLK.1
063300         GO TO 3000-EXIT.                                         K6VRLK.1
063400     IF VRLK-CLAUSE = SPACE                                       K6VRLK.1
063500         GO TO 3000-EXIT.                                         K6VRLK.1
063600     IF VRLK-ISO-NUMBERING                                        K6VRLK.1
063700         PERFORM 3100-ISO-CLAUSE THRU 3100-EXIT                   K6VRLK.1
063800     ELSE                                                         K6VRLK.1
063900         MOVE 1 TO WS-CL-COUNT                                    K6VRLK.1
064000         MOVE VRLK-CLAUSE TO CLS-CODE (1).                        K6VRLK.1
064100 3000-EXIT.                                                       K6VRLK.1
064200     EXIT.                                                        K6VRLK.1
064300*================================================================ K6VRLK.1
064400* 3100-ISO-CLAUSE -- THE ANSI COUNTERPARTS OF AN ISO CLAUSE, EACH K6VRLK.1
064500* CODE ONCE.  A CLAUSE WITH NONE IS NOT COVERED BY THE SUITE.     K6VRLK.1
064600*================================================================ K6VRLK.1
064700 3100-ISO-CLAUSE.                                                 K6VRLK.1
064800     MOVE VRLK-CLAUSE TO XWLK-CODE.                               K6VRLK.1
064900     MOVE "I" TO XWLK-NUMBERING.                                  K6VRLK.1
065000     MOVE SPACE TO XWLK-EDITION.                                  K6VRLK.1
065100     CALL "K6XWLK" USING XWLK-PARM.                               K6VRLK.1
065200     IF NOT XWLK-FOUND                                            K6VRLK.1
065300         MOVE "U" TO VRLK-RESULT                                  K6VRLK.1
065400         GO TO 3100-EXIT.                                         K6VRLK.1
065500     MOVE ZERO TO WS-SUB.                                         K6VRLK.1
065600 3100-NEXT.                                                       K6VRLK.1
065700     ADD 1 TO WS-SUB.                                             K6VRLK.1
065800     IF WS-SUB > XWLK-CP-COUNT OR WS-SUB > 6                      K6VRLK.1
065900         GO TO 3100-DONE.                                         K6VRLK.1
066000     IF XWLK-CP-CODE (WS-SUB) = SPACE                             K6VRLK.1
066100         GO TO 3100-NEXT.                                         K6VRLK.1
066200     MOVE ZERO TO WS-CL-SUB.                                      K6VRLK.1
066300 3100-DUP.                                                        K6VRLK.1
066400     ADD 1 TO WS-CL-SUB.                                          K6VRLK.1
066500     IF WS-CL-SUB > WS-CL-COUNT                                   K6VRLK.1
066600         GO TO 3100-ADD.                                          K6VRLK.1
066700     IF CLS-CODE (WS-CL-SUB) = XWLK-CP-CODE (WS-SUB)              K6VRLK.1
066800         GO TO 3100-NEXT.                                         K6VRLK.1
066900     GO TO 3100-DUP.                                              K6VRLK.1
067000 3100-ADD.                                                        K6VRLK.1
067100     ADD 1 TO WS-CL-COUNT.                                        K6VRLK.1
067200     MOVE XWLK-CP-CODE (WS-SUB) TO CLS-CODE (WS-CL-COUNT).        K6VRLK.1
067300     GO TO 3100-NEXT.                                             K6VRLK.1
067400 3100-DONE.                                                       K6VRLK.1
067500     IF WS-CL-COUNT = ZERO                                        K6VRLK.1
067600         MOVE "U" TO VRLK-RESULT.                                 K6VRLK.1
067700 3100-EXIT.                                                       K6VRLK.1
067800     EXIT.                                                        K6VRLK.1
067900*================================================================ K6VRLK.1
068000* 4000-SELECT-RUNS -- MARK THE EFFECTIVE RUNS OF THE TARGET THAT  K6VRLK.1
068100* FIT THE WINDOW, PROGRAM AND MODULE ASKED FOR; ONE NEWER THAN    K6VRLK.1
068200* THE AS-OF DATE IS COUNTED AND PASSED OVER.                      K6VRLK.1
068300*================================================================ K6VRLK.1
068400 4000-SELECT-RUNS.                                                K6VRLK.1
068500     MOVE ZERO TO WS-RUN-SUB.                                     K6VRLK.1
068600 4000-SCAN.                                                       K6VRLK.1
068700     ADD 1 TO WS-RUN-SUB.                                         K6VRLK.1
068800     IF WS-RUN-SUB > WS-RUN-COUNT                                 K6VRLK.1
068900         GO TO 4000-EXIT.                                         K6VRLK.1
069000     MOVE "N" TO RUN-SEL-SW (WS-RUN-SUB).                         K6VRLK.1
069100     MOVE "N" TO RUN-USED-SW (WS-RUN-SUB).                        K6VRLK.1
069200     IF RUN-TARGET-ID (WS-RUN-SUB) NOT = VRLK-TARGET-ID           K6VRLK.1
069300         GO TO 4000-SCAN.                                         K6VRLK.1
069400     IF VRLK-WINDOW-ID NOT = SPACE                                K6VRLK.1
069500             AND RUN-WINDOW-ID (WS-RUN-SUB) NOT = VRLK-WINDOW-ID  K6VRLK.1
069600         GO TO 4000-SCAN.                                         K6VRLK.1
069700     IF VRLK-PGM-ID NOT = SPACE                                   K6VRLK.1
069800             AND RUN-PGM-ID (WS-RUN-SUB) NOT = VRLK-PGM-ID        K6VRLK.1
069900         GO TO 4000-SCAN.                                         K6VRLK.1
070000     IF VRLK-MODULE NOT = SPACE                                   K6VRLK.1
070100             AND RUN-PGM-ID (WS-RUN-SUB) (1:2) NOT = VRLK-MODULE  K6VRLK.1
070200         GO TO 4000-SCAN.                                         K6VRLK.1
070300     IF RUN-DATE (WS-RUN-SUB) > WS-AS-OF-DATE                     K6VRLK.1
070400         ADD 1 TO VRLK-LATER-COUNT                                K6VRLK.1
070500         GO TO 4000-SCAN.                                         K6VRLK.1
070600     MOVE "Y" TO RUN-SEL-SW (WS-RUN-SUB).                         K6VRLK.1
070700     ADD 1 TO WS-SELECTED.                                        K6VRLK.1
070800     GO TO 4000-SCAN.                                             K6VRLK.1
070900 4000-EXIT.                                                       K6VRLK.1
071000     EXIT.                                                        K6VRLK.1
071100*================================================================ K6VRLK.1
071200* 5000-SCAN-MASTER -- READ THE MASTER BY CLAUSE CODE WHEN ONE     K6VRLK.1
071300* WAS ASKED FOR, ELSE BY PROGRAM (OR MODULE PREFIX) ON THE PRIME  K6VRLK.1
071400* KEY, TAKING EVERY ROW OF A MARKED RUN.                          K6VRLK.1
071500*================================================================ K6VRLK.1
071600 5000-SCAN-MASTER.                                                K6VRLK.1
071700     IF WS-SELECTED = ZERO                                        K6VRLK.1
071800         GO TO 5000-EXIT.                                         K6VRLK.1
071900     IF WS-CL-COUNT = ZERO                                        K6VRLK.1
072000         PERFORM 5200-BY-KEY THRU 5200-EXIT                       K6VRLK.1
072100         GO TO 5000-DONE.                                         K6VRLK.1
072200     MOVE ZERO TO WS-CL-SUB.                                      K6VRLK.1
072300 5000-NEXT-CLAUSE.                                                K6VRLK.1
072400     ADD 1 TO WS-CL-SUB.                                          K6VRLK.1
072500     IF WS-CL-SUB > WS-CL-COUNT                                   K6VRLK.1
072600         GO TO 5000-DONE.                                         K6VRLK.1
072700     PERFORM 5100-BY-CLAUSE THRU 5100-EXIT.                       K6VRLK.1
072800     GO TO 5000-NEXT-CLAUSE.                                      K6VRLK.1
072900 5000-DONE.                                                       K6VRLK.1
073000     IF VRLK-ROW-COUNT > ZERO                                     K6VRLK.1
073100         MOVE "F" TO VRLK-RESULT.                                 K6VRLK.1
073200 5000-EXIT.                                                       K6VRLK.1
073300     EXIT.                                                        K6VRLK.1
073400*================================================================ K6VRLK.1
073500* 5100-BY-CLAUSE -- THE ROWS CITING ONE ANSI CODE, THROUGH THE    K6VRLK.1
073600* ALTERNATE KEY.                                                  K6VRLK.1
073700*================================================================ K6VRLK.1
073800 5100-BY-CLAUSE.                                                  K6VRLK.1
073900     MOVE CLS-CODE (WS-CL-SUB) TO RH-ANSI-CODE.                   K6VRLK.1
074000     START RESULT-MASTER KEY IS EQUAL TO RH-ANSI-CODE             K6VRLK.1
074100         INVALID KEY GO TO 5100-EXIT.                             K6VRLK.1
074200 5100-READ.                                                       K6VRLK.1
074300     READ RESULT-MASTER NEXT RECORD                               K6VRLK.1
074400         AT END GO TO 5100-EXIT.                                  K6VRLK.1
074500     IF RH-ANSI-CODE NOT = CLS-CODE (WS-CL-SUB)                   K6VRLK.1
074600         GO TO 5100-EXIT.                                         K6VRLK.1
074700     PERFORM 5500-TAKE-ROW THRU 5500-EXIT.                        K6VRLK.1
074800     GO TO 5100-READ.                                             K6VRLK.1
074900 5100-EXIT.                                                       K6VRLK.1
075000     EXIT.                                                        K6VRLK.1
075100*================================================================ K6VRLK.1
075200* 5200-BY-KEY -- THE ROWS OF ONE PROGRAM (AND PAR-NAME, WHEN      K6VRLK.1
075300* GIVEN), OR OF EVERY PROGRAM WITH THE MODULE PREFIX.             K6VRLK.1
075400*================================================================ K6VRLK.1
075500 5200-BY-KEY.                                                     K6VRLK.1
075600     MOVE SPACE TO RH-KEY.                                        K6VRLK.1
075700     MOVE ZERO TO RH-RUN-DATE.                                    K6VRLK.1
075800     IF VRLK-PGM-ID NOT = SPACE                                   K6VRLK.1
075900         MOVE VRLK-PGM-ID TO RH-PGM-ID                            K6VRLK.1
076000         MOVE VRLK-PAR-NAME TO RH-PAR-NAME                        K6VRLK.1
076100     ELSE                                                         K6VRLK.1
076200         MOVE VRLK-MODULE TO RH-PGM-ID.                           K6VRLK.1
076300     START RESULT-MASTER KEY IS NOT LESS THAN RH-KEY              K6VRLK.1
076400         INVALID KEY GO TO 5200-EXIT.                             K6VRLK.1
076500 5200-READ.                                                       K6VRLK.1
076600     READ RESULT-MASTER NEXT RECORD                               K6VRLK.1
076700         AT END GO TO 5200-EXIT.                                  K6VRLK.1
076800     IF VRLK-PGM-ID NOT = SPACE                                   K6VRLK.1
076900             AND RH-PGM-ID NOT = VRLK-PGM-ID                      K6VRLK.1
077000         GO TO 5200-EXIT.                                         K6VRLK.1
077100     IF VRLK-PAR-NAME NOT = SPACE                                 K6VRLK.1
077200             AND RH-PAR-NAME NOT = VRLK-PAR-NAME                  K6VRLK.1
077300         GO TO 5200-EXIT.                                         K6VRLK.1
077400     IF VRLK-PGM-ID = SPACE                                       K6VRLK.1
077500             AND RH-PGM-ID (1:2) NOT = VRLK-MODULE                K6VRLK.1
077600         GO TO 5200-EXIT.                                         K6VRLK.1
077700     PERFORM 5500-TAKE-ROW THRU 5500-EXIT.                        K6VRLK.1
077800     GO TO 5200-READ.                                             K6VRLK.1
077900 5200-EXIT.                                                       K6VRLK.1
078000     EXIT.                                                        K6VRLK.1
078100*================================================================ K6VRLK.1
078200* 5500-TAKE-ROW -- A ROW ANSWERS WHEN IT IS FOR THE TARGET, FITS  K6VRLK.1
078300* THE PROGRAM, PAR-NAME AND MODULE ASKED FOR, AND BELONGS TO A    K6VRLK.1
078400* MARKED RUN (SAME PROGRAM AND RUN DATE).  THE WORST ROW, AND OF  K6VRLK.1
078500* EQUALLY BAD ROWS THE NEWEST, IS THE ONE REPORTED.               K6VRLK.1
078600*================================================================ K6VRLK.1
078700 5500-TAKE-ROW.                                                   K6VRLK.1
078800     IF RH-TARGET-ID NOT = VRLK-TARGET-ID                         K6VRLK.1
078900         GO TO 5500-EXIT.                                         K6VRLK.1
079000     IF VRLK-PGM-ID NOT = SPACE                                   K6VRLK.1
079100             AND RH-PGM-ID NOT = VRLK-PGM-ID                      K6VRLK.1
079200         GO TO 5500-EXIT.                                         K6VRLK.1
079300     IF VRLK-PAR-NAME NOT = SPACE                                 K6VRLK.1
079400             AND RH-PAR-NAME NOT = VRLK-PAR-NAME                  K6VRLK.1
079500         GO TO 5500-EXIT.                                         K6VRLK.1
079600     IF VRLK-MODULE NOT = SPACE                                   K6VRLK.1
079700             AND RH-PGM-ID (1:2) NOT = VRLK-MODULE                K6VRLK.1
079800         GO TO 5500-EXIT.                                         K6VRLK.1
079900     MOVE ZERO TO WS-RUN-SUB.                                     K6VRLK.1
080000 5500-FIND-RUN.                                                   K6VRLK.1
080100     ADD 1 TO WS-RUN-SUB.                                         K6VRLK.1
080200     IF WS-RUN-SUB > WS-RUN-COUNT                                 K6VRLK.1
080300         GO TO 5500-EXIT.                                         K6VRLK.1
080400     IF RUN-SEL-SW (WS-RUN-SUB) NOT = "Y"                         K6VRLK.1
080500             OR RUN-PGM-ID (WS-RUN-SUB) NOT = RH-PGM-ID           K6VRLK.1
080600             OR RUN-DATE (WS-RUN-SUB) NOT = RH-RUN-DATE           K6VRLK.1
080700         GO TO 5500-FIND-RUN.                                     K6VRLK.1
080800     PERFORM 5600-TALLY-ROW THRU 5600-EXIT.                       K6VRLK.1
080900     IF RUN-USED-SW (WS-RUN-SUB) NOT = "Y"                        K6VRLK.1
081000         MOVE "Y" TO RUN-USED-SW (WS-RUN-SUB)                     K6VRLK.1
081100         ADD 1 TO VRLK-RUN-COUNT                                  K6VRLK.1
081200         IF RUN-GRADE-RANK (WS-RUN-SUB) > WS-GRADE-RANK           K6VRLK.1
081300             MOVE RUN-GRADE-RANK (WS-RUN-SUB) TO WS-GRADE-RANK.   K6VRLK.1
081400     IF WS-ROW-RANK > WS-HIT-RANK                                 K6VRLK.1
081500         PERFORM 5800-KEEP-HIT THRU 5800-EXIT                     K6VRLK.1
081600         GO TO 5500-EXIT.                                         K6VRLK.1
081700     IF WS-ROW-RANK = WS-HIT-RANK                                 K6VRLK.1
081800             AND RH-RUN-DATE > VRLK-HIT-RUN-DATE                  K6VRLK.1
081900         PERFORM 5800-KEEP-HIT THRU 5800-EXIT.                    K6VRLK.1
082000 5500-EXIT.                                                       K6VRLK.1
082100     EXIT.                                                        K6VRLK.1
082200*================================================================ K6VRLK.1
082300* 5600-TALLY-ROW -- COUNT THE ROW BY VERDICT AND COVER, AND RANK  K6VRLK.1
082400* IT: FAIL* AND ABND* 5, XFAIL 4, INSPT 3, ***** AND ANYTHING     K6VRLK.1
082500* ELSE 2, PASS 1.                                                 K6VRLK.1
082600*================================================================ K6VRLK.1
082700 5600-TALLY-ROW.                                                  K6VRLK.1
082800     ADD 1 TO VRLK-ROW-COUNT.                                     K6VRLK.1
082900     MOVE 2 TO WS-ROW-RANK.                                       K6VRLK.1
083000     IF RH-P-OR-F = "PASS "                                       K6VRLK.1
083100         MOVE 1 TO WS-ROW-RANK                                    K6VRLK.1
083200         ADD 1 TO VRLK-PASS-COUNT.                                K6VRLK.1
083300     IF RH-P-OR-F = "INSPT"                                       K6VRLK.1
083400         MOVE 3 TO WS-ROW-RANK.                                   K6VRLK.1
083500     IF RH-P-OR-F = "XFAIL"                                       K6VRLK.1
083600         MOVE 4 TO WS-ROW-RANK                                    K6VRLK.1
083700         ADD 1 TO VRLK-XFAIL-COUNT.                               K6VRLK.1
083800     IF RH-P-OR-F = "FAIL*" OR RH-P-OR-F = "ABND*"                K6VRLK.1
083900         MOVE 5 TO WS-ROW-RANK                                    K6VRLK.1
084000         ADD 1 TO VRLK-FAIL-COUNT.                                K6VRLK.1
084100     PERFORM 5900-FIND-COVER THRU 5900-EXIT.                      K6VRLK.1
084200     IF WS-COVER-SUB NOT = ZERO OR RH-P-OR-F = "XFAIL"            K6VRLK.1
084300         ADD 1 TO VRLK-COVERED-COUNT.                             K6VRLK.1
084400 5600-EXIT.                                                       K6VRLK.1
084500     EXIT.                                                        K6VRLK.1
084600*================================================================ K6VRLK.1
084700* 5800-KEEP-HIT -- THE ROW JUST TALLIED BECOMES THE ONE REPORTED, K6VRLK.1
084800* WITH ITS RUN AND COVER.  AN XFAIL ROW IS AN EXPECTED FAIL       K6VRLK.1
084900* WHATEVER THE CASE FILE SAYS.                                    K6VRLK.1
085000*================================================================ K6VRLK.1
085100 5800-KEEP-HIT.                                                   K6VRLK.1
085200     MOVE WS-ROW-RANK  TO WS-HIT-RANK.                            K6VRLK.1
085300     MOVE WS-RUN-SUB   TO WS-HIT-RUN.                             K6VRLK.1
085400     MOVE RH-P-OR-F    TO VRLK-VERDICT.                           K6VRLK.1
085500     MOVE RH-PGM-ID    TO VRLK-HIT-PGM-ID.                        K6VRLK.1
085600     MOVE RH-PAR-NAME  TO VRLK-HIT-PAR-NAME.                      K6VRLK.1
085700     MOVE RH-RUN-DATE  TO VRLK-HIT-RUN-DATE.                      K6VRLK.1
085800     MOVE RH-RUN-SEQ   TO VRLK-HIT-RUN-SEQ.                       K6VRLK.1
085900     MOVE RH-ANSI-CODE TO VRLK-HIT-ANSI-CODE.                     K6VRLK.1
086000     MOVE RH-SEVERITY  TO VRLK-HIT-SEVERITY.                      K6VRLK.1
086100     MOVE SPACE TO VRLK-COVER VRLK-DEFECT-ID.                     K6VRLK.1
086200     IF RH-P-OR-F = "XFAIL"                                       K6VRLK.1
086300         MOVE "E" TO VRLK-COVER.                                  K6VRLK.1
086400     IF WS-COVER-SUB = ZERO                                       K6VRLK.1
086500         GO TO 5800-EXIT.                                         K6VRLK.1
086600     IF VRLK-COVER = SPACE                                        K6VRLK.1
086700         MOVE CVR-COVER (WS-COVER-SUB) TO VRLK-COVER.             K6VRLK.1
086800     MOVE CVR-DEFECT-ID (WS-COVER-SUB) TO VRLK-DEFECT-ID.         K6VRLK.1
086900 5800-EXIT.                                                       K6VRLK.1
087000     EXIT.                                                        K6VRLK.1
087100*================================================================ K6VRLK.1
087200* 5900-FIND-COVER -- THE CASE-FILE COVER ENTRY FOR THE ROW'S      K6VRLK.1
087300* TARGET, PROGRAM AND PAR-NAME, OR ZERO.                          K6VRLK.1
087400*================================================================ K6VRLK.1
087500 5900-FIND-COVER.                                                 K6VRLK.1
087600     MOVE ZERO TO WS-SUB.                                         K6VRLK.1
087700 5900-SCAN.                                                       K6VRLK.1
087800     ADD 1 TO WS-SUB.                                             K6VRLK.1
087900     IF WS-SUB > WS-CVR-COUNT                                     K6VRLK.1
088000         MOVE ZERO TO WS-COVER-SUB                                K6VRLK.1
088100         GO TO 5900-EXIT.                                         K6VRLK.1
088200     IF CVR-TARGET-ID (WS-SUB) NOT = RH-TARGET-ID                 K6VRLK.1
088300             OR CVR-PGM-ID (WS-SUB) NOT = RH-PGM-ID               K6VRLK.1
088400             OR CVR-PAR-NAME (WS-SUB) NOT = RH-PAR-NAME           K6VRLK.1
088500         GO TO 5900-SCAN.                                         K6VRLK.1
088600     MOVE WS-SUB TO WS-COVER-SUB.                                 K6VRLK.1
088700 5900-EXIT.                                                       K6VRLK.1
088800     EXIT.                                                        K6VRLK.1
088900*================================================================ K6VRLK.1
089000* 6000-HISTORY-ONLY -- A QUESTION FOR ONE PROGRAM AND PAR-NAME    K6VRLK.1
089100* WHOSE PROGRAM HAS NO EFFECTIVE RUN ON OR BEFORE THE AS-OF DATE  K6VRLK.1
089200* (NO LATESTRN, OR ONLY A NEWER RUN IN IT) IS ANSWERED FROM THE   K6VRLK.1
089300* NEWEST MASTER ROW ON OR BEFORE THE DATE, WITHOUT GRADE, WINDOW  K6VRLK.1
089400* OR PACK.  ANYTHING ELSE UNANSWERED HAS NO EVIDENCE.             K6VRLK.1
089500*================================================================ K6VRLK.1
089600 6000-HISTORY-ONLY.                                               K6VRLK.1
089700     MOVE "N" TO VRLK-RESULT.                                     K6VRLK.1
089800     IF WS-SELECTED NOT = ZERO                                    K6VRLK.1
089900             OR VRLK-PGM-ID = SPACE OR VRLK-PAR-NAME = SPACE      K6VRLK.1
090000         GO TO 6000-EXIT.                                         K6VRLK.1
090100     MOVE "N" TO WS-HIST-SW.                                      K6VRLK.1
090200     MOVE VRLK-PGM-ID TO RH-PGM-ID.                               K6VRLK.1
090300     MOVE VRLK-PAR-NAME TO RH-PAR-NAME.                           K6VRLK.1
090400     MOVE ZERO TO RH-RUN-DATE.                                    K6VRLK.1
090500     MOVE SPACE TO RH-TARGET-ID.                                  K6VRLK.1
090600     START RESULT-MASTER KEY IS NOT LESS THAN RH-KEY              K6VRLK.1
090700         INVALID KEY GO TO 6000-EXIT.                             K6VRLK.1
090800 6000-READ.                                                       K6VRLK.1
090900     READ RESULT-MASTER NEXT RECORD                               K6VRLK.1
091000         AT END GO TO 6000-DONE.                                  K6VRLK.1
091100     IF RH-PGM-ID NOT = VRLK-PGM-ID                               K6VRLK.1
091200             OR RH-PAR-NAME NOT = VRLK-PAR-NAME                   K6VRLK.1
091300         GO TO 6000-DONE.                                         K6VRLK.1
091400     IF RH-TARGET-ID NOT = VRLK-TARGET-ID                         K6VRLK.1
091500             OR RH-RUN-DATE > WS-AS-OF-DATE                       K6VRLK.1
091600         GO TO 6000-READ.                                         K6VRLK.1
091700     IF WS-CL-COUNT NOT = ZERO                                    K6VRLK.1
091800         PERFORM 6100-CLAUSE-MATCH THRU 6100-EXIT                 K6VRLK.1
091900         IF NOT WS-CLAUSE-MATCHED                                 K6VRLK.1
092000             GO TO 6000-READ.                                     K6VRLK.1
092100     MOVE RH-RESULT-REC TO WS-HIST-REC.                           K6VRLK.1
092200     MOVE "Y" TO WS-HIST-SW.                                      K6VRLK.1
092300     GO TO 6000-READ.                                             K6VRLK.1
092400 6000-DONE.                                                       K6VRLK.1
092500     IF WS-HIST-SW NOT = "Y"                                      K6VRLK.1
092600         GO TO 6000-EXIT.                                         K6VRLK.1
092700     MOVE WS-HIST-REC TO RH-RESULT-REC.                           K6VRLK.1
092800     MOVE ZERO TO WS-RUN-SUB.                                     K6VRLK.1
092900     PERFORM 5600-TALLY-ROW THRU 5600-EXIT.                       K6VRLK.1
093000     PERFORM 5800-KEEP-HIT THRU 5800-EXIT.                        K6VRLK.1
093100     MOVE "H" TO VRLK-RESULT.                                     K6VRLK.1
093200 6000-EXIT.                                                       K6VRLK.1
093300     EXIT.                                                        K6VRLK.1
093400*================================================================ K6VRLK.1
093500* 6100-CLAUSE-MATCH -- DOES THE ROW CITE ONE OF THE CLAUSE CODES? K6VRLK.1
093600*================================================================ K6VRLK.1
093700 6100-CLAUSE-MATCH.                                               K6VRLK.1
093800     MOVE "N" TO WS-CLAUSE-SW.                                    K6VRLK.1
093900     MOVE ZERO TO WS-CL-SUB.                                      K6VRLK.1
094000 6100-SCAN.                                                       K6VRLK.1
094100     ADD 1 TO WS-CL-SUB.                                          K6VRLK.1
094200     IF WS-CL-SUB > WS-CL-COUNT                                   K6VRLK.1
094300         GO TO 6100-EXIT.                                         K6VRLK.1
094400     IF CLS-CODE (WS-CL-SUB) = RH-ANSI-CODE                       K6VRLK.1
094500         MOVE "Y" TO WS-CLAUSE-SW                                 K6VRLK.1
094600         GO TO 6100-EXIT.                                         K6VRLK.1
094700     GO TO 6100-SCAN.                                             K6VRLK.1
094800 6100-EXIT.                                                       K6VRLK.1
094900     EXIT.                                                        K6VRLK.1
095000*================================================================ K6VRLK.1
095100* 7000-FINISH-ANSWER -- GRADE, WINDOW AND EVIDENCE PACK OF AN     K6VRLK.1
095200* ANSWER FROM EFFECTIVE RUNS.  THE PACK IS THE ONE PROMOTED FOR   K6VRLK.1
095300* THE REPORTED ROW'S RUN DATE AND WINDOW, ELSE THE NEWEST ACTIVE  K6VRLK.1
095400* CERTIFICATE OF THE TARGET ISSUED ON OR AFTER THAT DATE.         K6VRLK.1
095500*================================================================ K6VRLK.1
095600 7000-FINISH-ANSWER.                                              K6VRLK.1
095700     IF WS-HIT-RUN = ZERO                                         K6VRLK.1
095800         GO TO 7000-EXIT.                                         K6VRLK.1
095900     MOVE GRADE-NAME (WS-GRADE-RANK) TO VRLK-GRADE.               K6VRLK.1
096000     MOVE RUN-WINDOW-ID (WS-HIT-RUN) TO VRLK-HIT-WINDOW-ID.       K6VRLK.1
096100     MOVE ZERO TO WS-SUB.                                         K6VRLK.1
096200 7000-LEDGER.                                                     K6VRLK.1
096300     ADD 1 TO WS-SUB.                                             K6VRLK.1
096400     IF WS-SUB > WS-LDG-COUNT                                     K6VRLK.1
096500         GO TO 7000-CERTS.                                        K6VRLK.1
096600     IF LDG-TARGET-ID (WS-SUB) NOT = VRLK-TARGET-ID               K6VRLK.1
096700             OR LDG-RUN-DATE (WS-SUB) NOT = RUN-DATE (WS-HIT-RUN) K6VRLK.1
096800             OR LDG-WINDOW-ID (WS-SUB) NOT = VRLK-HIT-WINDOW-ID   K6VRLK.1
096900         GO TO 7000-LEDGER.                                       K6VRLK.1
097000     MOVE LDG-EVPACK-REF (WS-SUB) TO VRLK-EVPACK-REF.             K6VRLK.1
097100     MOVE "P" TO VRLK-EVPACK-SOURCE.                              K6VRLK.1
097200     GO TO 7000-EXIT.                                             K6VRLK.1
097300 7000-CERTS.                                                      K6VRLK.1
097400     MOVE RUN-DATE (WS-HIT-RUN) TO WS-DATE-X.                     K6VRLK.1
097500     MOVE ZERO TO WS-SUB.                                         K6VRLK.1
097600 7000-CERT-SCAN.                                                  K6VRLK.1
097700     ADD 1 TO WS-SUB.                                             K6VRLK.1
097800     IF WS-SUB > WS-CRT-COUNT                                     K6VRLK.1
097900         GO TO 7000-EXIT.                                         K6VRLK.1
098000     IF CRT-TARGET-ID (WS-SUB) NOT = VRLK-TARGET-ID               K6VRLK.1
098100             OR CRT-ISSUE-DATE (WS-SUB) < WS-DATE-X               K6VRLK.1
098200         GO TO 7000-CERT-SCAN.                                    K6VRLK.1
098300     IF VRLK-EVPACK-SOURCE = "C"                                  K6VRLK.1
098400             AND CRT-ISSUE-DATE (WS-SUB) < WS-CERT-DATE           K6VRLK.1
098500         GO TO 7000-CERT-SCAN.                                    K6VRLK.1
098600     MOVE CRT-ISSUE-DATE (WS-SUB) TO WS-CERT-DATE.                K6VRLK.1
098700     MOVE CRT-EVPACK-REF (WS-SUB) TO VRLK-EVPACK-REF.             K6VRLK.1
098800     MOVE "C" TO VRLK-EVPACK-SOURCE.                              K6VRLK.1
098900     GO TO 7000-CERT-SCAN.                                        K6VRLK.1
099000 7000-EXIT.                                                       K6VRLK.1
099100     EXIT.                                                        K6VRLK.1
099200*================================================================ K6VRLK.1
099300* 8000-LOG-CALL -- EVERY CALL LEAVES A LOG RECORD, ANSWERED OR    K6VRLK.1
099400* NOT.                                                            K6VRLK.1
099500*================================================================ K6VRLK.1
099600 8000-LOG-CALL.                                                   K6VRLK.1
099700     OPEN EXTEND VRLK-LOG.                                        K6VRLK.1
099800     MOVE SPACE TO VG-LOG-REC.                                    K6VRLK.1
099900     ACCEPT VG-DATE FROM DATE YYYYMMDD.                           K6VRLK.1
100000     ACCEPT VG-TIME FROM TIME.                                    K6VRLK.1
100100     MOVE WS-USER-ID      TO VG-USER-ID.                          K6VRLK.1
100200     MOVE WS-JOB-NAME     TO VG-JOB-NAME.                         K6VRLK.1
100300     MOVE VRLK-TARGET-ID  TO VG-TARGET-ID.                        K6VRLK.1
100400     MOVE VRLK-PGM-ID     TO VG-PGM-ID.                           K6VRLK.1
100500     MOVE VRLK-PAR-NAME   TO VG-PAR-NAME.                         K6VRLK.1
100600     MOVE VRLK-CLAUSE     TO VG-CLAUSE.                           K6VRLK.1
100700     MOVE VRLK-NUMBERING  TO VG-NUMBERING.                        K6VRLK.1
100800     MOVE VRLK-MODULE     TO VG-MODULE.                           K6VRLK.1
100900     MOVE VRLK-WINDOW-ID  TO VG-WINDOW-ID.                        K6VRLK.1
101000     MOVE VRLK-AS-OF-DATE TO VG-AS-OF-DATE.                       K6VRLK.1
101100     MOVE VRLK-RESULT     TO VG-RESULT.                           K6VRLK.1
101200     MOVE VRLK-VERDICT    TO VG-VERDICT.                          K6VRLK.1
101300     MOVE VRLK-GRADE      TO VG-GRADE.                            K6VRLK.1
101400     MOVE VRLK-COVER      TO VG-COVER.                            K6VRLK.1
101500     WRITE VG-LOG-REC.                                            K6VRLK.1
101600     CLOSE VRLK-LOG.                                              K6VRLK.1
101700 8000-EXIT.                                                       K6VRLK.1
101800     EXIT.                                                        K6VRLK.1
