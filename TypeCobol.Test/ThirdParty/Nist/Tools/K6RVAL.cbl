000100 IDENTIFICATION DIVISION.                                         K6RVAL.1
000200 PROGRAM-ID.                                                      K6RVAL.1
000300     K6RVAL.                                                      K6RVAL.1
000400*================================================================ K6RVAL.1
000500* K6RVAL -- RAW-DATA INTERNAL-CONSISTENCY VALIDATION AND          K6RVAL.1
000600* QUARANTINE.                                                     K6RVAL.1
000700*================================================================ K6RVAL.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RVAL.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RVAL.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6RVAL.1
001100* DATE-COMPILED.                                                  K6RVAL.1
001200*                                                                 K6RVAL.1
001300* REMARKS.                                                        K6RVAL.1
001400*    K6RMIG POLICES THE LAYOUT LEVEL OF THE HISTORY FILE AS A     K6RVAL.1
001500*    WHOLE; NOTHING CHECKED THAT EACH RAW-DATA-SATZ AGREES WITH   K6RVAL.1
001600*    ITSELF.  A HAND-PATCHED RECORD, A RERUN THAT DIED BETWEEN    K6RVAL.1
001700*    TWO WRITES OR A HALF-CONVERTED RELOAD GOES STRAIGHT INTO     K6RVAL.1
001800*    THE STOPLIGHT, THE GATE AND THE CERTIFICATE.  THIS PROGRAM   K6RVAL.1
001900*    READS THE REPRO-UNLOADED HISTORY (RAWEXT, ANY LEVEL R01 TO   K6SREL.1
002000*    R06 -- EACH RECORD IS VIEWED AT R06 THE WAY K6RMIG CONVERTS  K6SREL.1
002100*    IT) AND APPLIES SIX RULES TO EVERY RECORD:                   K6RVAL.1
002200*        V01  C-OK + C-FAIL + C-DELETED + C-INSPECT + C-XFAIL     K6RVAL.1
002300*             EQUALS C-ALL, AND EVERY COUNTER IS NUMERIC.         K6RVAL.1
002400*        V02  A CLOSED-OFF RUN (END DATE NOT ZERO) DID NOT END    K6RVAL.1
002500*             BEFORE IT STARTED.                                  K6RVAL.1
000000*        V03  A SUPERSEDED FLAG IS SPACE, "S" OR "V" (A WINDOW    K6VOID.1
000000*             K6VOID DECLARED VOID), AND AN "S" NAMES THE         K6VOID.1
000000*             RUN-SEQ OF ANOTHER RECORD ON THE FILE FOR THE SAME  K6VOID.1
000000*             TARGET, PROGRAM AND RUN DATE.                       K6VOID.1
002900*        V04  C-ABORT IS "OK.     " OR "ABORTED " -- THE ONLY     K6RVAL.1
003000*             VALUES ANY WRITER PUTS THERE.                       K6RVAL.1
003100*        V05  THE MODULE ID IS THE FIRST TWO CHARACTERS OF THE    K6RVAL.1
003200*             PGM-ID.  A BLANK MODULE ID (OLD HISTORY) PASSES,    K6RVAL.1
003300*             AS DOES A HARNESS DRIVER THAT WRITES UNDER THE      K6RVAL.1
003400*             MODULE IT STANDS IN FOR (STAND-IN TABLE BELOW).     K6RVAL.1
003500*        V06  THE LAYOUT STAMP MATCHES THE RECORD LENGTH: R03     K6RVAL.1
003600*             AT 153 BYTES, R04 AT 154, R05 AT 162, R06 AT 164;   K6SREL.1
003700*             THE 147- AND 150-BYTE LEVELS CARRY NO STAMP.  ANY   K6SREL.1
003800*             OTHER LENGTH FAILS.                                 K6SREL.1
003900*    A RECORD THAT BREAKS ANY RULE IS WRITTEN, WITH THE RULES IT  K6RVAL.1
004000*    BROKE AND ITS IMAGE AS READ, TO THE QUARANTINE FILE          K6RVAL.1
004100*    (RAWQUAR, K6RAWQ.CPY).  K6STOPL, K6GATE AND K6CERT READ      K6RVAL.1
004200*    RAWQUAR AND LEAVE THOSE RUNS OUT UNTIL THE RECORD IS         K6RVAL.1
004300*    CORRECTED AND THIS STEP RERUN.  THE HISTORY FILE ITSELF IS   K6RVAL.1
004400*    NEVER REWRITTEN HERE.                                        K6RVAL.1
004500*                                                                 K6RVAL.1
004600*    THE FILE IS READ TWICE: THE FIRST PASS TABLES EVERY KEY FOR  K6RVAL.1
004700*    THE V03 LOOK-UP, THE SECOND VALIDATES.  THE REPORT (RVALRPT) K6RVAL.1
004800*    LISTS EACH QUARANTINED RECORD AND THE COUNT PER RULE.        K6RVAL.1
004900*                                                                 K6RVAL.1
005000* RETURN CODES.                                                   K6RVAL.1
005100*    00  EVERY RECORD CONSISTENT.                                 K6RVAL.1
005200*    08  ONE OR MORE RECORDS QUARANTINED.                         K6RVAL.1
005300*    12  THE KEY TABLE OVERFLOWED -- V03 COULD NOT BE CHECKED     K6RVAL.1
005400*        FOR EVERY RECORD.                                        K6RVAL.1
005500*                                                                 K6RVAL.1
005600* MODIFICATION HISTORY.                                           K6RVAL.1
005700*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RVAL.1
000000*    2026-10-15  DLO  R06 LEVEL (TEST-SUITE RELEASE) ACCEPTED.    K6SREL.1
000000*    2026-10-15  DLO  V03 ACCEPTS THE "V" DISPOSITION OF A        K6VOID.1
000000*                     WINDOW DECLARED VOID (K6VOID).              K6VOID.1
005800*================================================================ K6RVAL.1
005900                                                                  K6RVAL.1
006000 ENVIRONMENT DIVISION.                                            K6RVAL.1
006100 CONFIGURATION SECTION.                                           K6RVAL.1
006200 SOURCE-COMPUTER.                                                 K6RVAL.1
006300     OUR-MAINFRAME.                                               K6RVAL.1
006400 OBJECT-COMPUTER.                                                 K6RVAL.1
006500     OUR-MAINFRAME.                                               K6RVAL.1
006600 INPUT-OUTPUT SECTION.                                            K6RVAL.1
006700 FILE-CONTROL.                                                    K6RVAL.1
006800     SELECT RAW-IN ASSIGN TO RAWEXT                               K6RVAL.1
006900         ORGANIZATION IS SEQUENTIAL.                              K6RVAL.1
007000     SELECT RAW-QUARANTINE ASSIGN TO RAWQUAR                      K6RVAL.1
007100         ORGANIZATION IS SEQUENTIAL.                              K6RVAL.1
007200     SELECT VAL-RPT ASSIGN TO RVALRPT                             K6RVAL.1
007300         ORGANIZATION IS SEQUENTIAL.                              K6RVAL.1
007400                                                                  K6RVAL.1
007500 DATA DIVISION.                                                   K6RVAL.1
007600 FILE SECTION.                                                    K6RVAL.1
007700 FD  RAW-IN                                                       K6RVAL.1
007800     LABEL RECORDS ARE STANDARD                                   K6RVAL.1
007900     RECORD IS VARYING IN SIZE FROM 147 TO 164 CHARACTERS         K6SREL.1
008000         DEPENDING ON WS-IN-LEN.                                  K6RVAL.1
008100 01  RI-RECORD                PIC X(164).                         K6SREL.1
008200 FD  RAW-QUARANTINE                                               K6RVAL.1
008300     LABEL RECORDS ARE STANDARD.                                  K6RVAL.1
008400     COPY K6RAWQ.                                                 K6RVAL.1
008500 FD  VAL-RPT                                                      K6RVAL.1
008600     LABEL RECORDS ARE STANDARD.                                  K6RVAL.1
008700 01  VR-PRINT-REC             PIC X(120).                         K6RVAL.1
008800                                                                  K6RVAL.1
008900 WORKING-STORAGE SECTION.                                         K6RVAL.1
009000* ----------------------------------------------------------      K6RVAL.1
009100* SWITCHES AND COUNTERS.                                          K6RVAL.1
009200* ----------------------------------------------------------      K6RVAL.1
009300 77  WS-IN-LEN                PIC 9(3)   COMP VALUE ZERO.         K6RVAL.1
009400 77  WS-IN-EOF-SW             PIC X      VALUE "N".               K6RVAL.1
009500     88  WS-IN-EOF                       VALUE "Y".               K6RVAL.1
009600 77  WS-KEY-FULL-SW           PIC X      VALUE "N".               K6RVAL.1
009700     88  WS-KEY-FULL                     VALUE "Y".               K6RVAL.1
009800 77  WS-FOUND-SW              PIC X      VALUE "N".               K6RVAL.1
009900 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6RVAL.1
010000 77  WS-READ-COUNT            PIC 9(7)   COMP VALUE ZERO.         K6RVAL.1
010100 77  WS-QUAR-COUNT            PIC 9(7)   COMP VALUE ZERO.         K6RVAL.1
010200 77  WS-KEY-COUNT             PIC 9(5)   COMP VALUE ZERO.         K6RVAL.1
010300 77  WS-KEY-SUB               PIC 9(5)   COMP VALUE ZERO.         K6RVAL.1
010400 77  WS-SI-SUB                PIC 9(2)   COMP VALUE ZERO.         K6RVAL.1
010500 77  WS-RULE-SUB              PIC 9(2)   COMP VALUE ZERO.         K6RVAL.1
010600 77  WS-RULE-COUNT            PIC 9(1)   COMP VALUE ZERO.         K6RVAL.1
010700 77  WS-COUNT-SUM             PIC 9(5)   COMP VALUE ZERO.         K6RVAL.1
010800 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6RVAL.1
010900* ----------------------------------------------------------      K6RVAL.1
011000* RECORD UNDER TEST, VIEWED AT THE CURRENT (R06) LEVEL.           K6SREL.1
011100* ----------------------------------------------------------      K6RVAL.1
011200     COPY K6RAWDS.                                                K6RVAL.1
011300 01  WS-WORK-R REDEFINES RE-RAW-DATA-SATZ.                        K6RVAL.1
011400     05  WS-WORK-KEY          PIC X(24).                          K6RVAL.1
011500     05  WS-WORK-WINDOW       PIC X(1).                           K6RVAL.1
011600     05  WS-WORK-MID          PIC X(123).                         K6RVAL.1
011700     05  WS-WORK-XFAIL        PIC X(3).                           K6RVAL.1
011800     05  WS-WORK-LAYOUT       PIC X(3).                           K6RVAL.1
011900     05  WS-WORK-PROFILE      PIC X(8).                           K6RVAL.1
000000     05  WS-WORK-SUITE-REL    PIC X(2).                           K6SREL.1
012000* ----------------------------------------------------------      K6RVAL.1
012100* EVERY KEY ON THE FILE (FIRST PASS), FOR THE V03 LOOK-UP.        K6RVAL.1
012200* ----------------------------------------------------------      K6RVAL.1
012300 01  KEY-TABLE.                                                   K6RVAL.1
012400     05  KEY-ENTRY OCCURS 5000 TIMES.                             K6RVAL.1
012500         10  KEY-TARGET-ID    PIC X(8).                           K6RVAL.1
012600         10  KEY-PGM-ID       PIC X(6).                           K6RVAL.1
012700         10  KEY-RUN-DATE     PIC 9(8).                           K6RVAL.1
012800         10  KEY-RUN-SEQ      PIC 99.                             K6RVAL.1
012900 01  WS-LOOK-KEY.                                                 K6RVAL.1
013000     05  WS-LOOK-TARGET-ID    PIC X(8).                           K6RVAL.1
013100     05  WS-LOOK-PGM-ID       PIC X(6).                           K6RVAL.1
013200     05  WS-LOOK-RUN-DATE     PIC 9(8).                           K6RVAL.1
013300     05  WS-LOOK-RUN-SEQ      PIC 99.                             K6RVAL.1
013400* ----------------------------------------------------------      K6RVAL.1
013500* HARNESS DRIVERS THAT WRITE RAW-DATA UNDER THE MODULE THEY       K6RVAL.1
013600* STAND IN FOR (V05).  K6MCSD RUNS THE COMMUNICATION MODULE.      K6RVAL.1
013700* ----------------------------------------------------------      K6RVAL.1
013800 77  WS-STANDIN-COUNT         PIC 9(2)   COMP VALUE 1.            K6RVAL.1
013900 01  STANDIN-VALUES.                                              K6RVAL.1
014000     05  FILLER               PIC X(8)   VALUE "K6MCSDCM".        K6RVAL.1
014100 01  STANDIN-TABLE REDEFINES STANDIN-VALUES.                      K6RVAL.1
014200     05  STANDIN-ENTRY OCCURS 1 TIMES.                            K6RVAL.1
014300         10  SI-PGM-ID        PIC X(6).                           K6RVAL.1
014400         10  SI-MODULE        PIC X(2).                           K6RVAL.1
014500* ----------------------------------------------------------      K6RVAL.1
014600* RULE CODES, TITLES AND COUNTS.                                  K6RVAL.1
014700* ----------------------------------------------------------      K6RVAL.1
014800 01  RULE-VALUES.                                                 K6RVAL.1
014900     05  FILLER   PIC X(35) VALUE                                 K6RVAL.1
015000         "V01COUNTERS DO NOT SUM TO C-ALL    ".                   K6RVAL.1
015100     05  FILLER   PIC X(35) VALUE                                 K6RVAL.1
015200         "V02END DATE/TIME BEFORE START      ".                   K6RVAL.1
015300     05  FILLER   PIC X(35) VALUE                                 K6RVAL.1
015400         "V03SUPERSEDED FLAG HAS NO TARGET   ".                   K6RVAL.1
015500     05  FILLER   PIC X(35) VALUE                                 K6RVAL.1
015600         "V04C-ABORT OUTSIDE THE KNOWN SET   ".                   K6RVAL.1
015700     05  FILLER   PIC X(35) VALUE                                 K6RVAL.1
015800         "V05MODULE ID NOT THE PGM-ID PREFIX ".                   K6RVAL.1
015900     05  FILLER   PIC X(35) VALUE                                 K6RVAL.1
016000         "V06LAYOUT STAMP/LENGTH DISAGREE    ".                   K6RVAL.1
016100 01  RULE-TABLE REDEFINES RULE-VALUES.                            K6RVAL.1
016200     05  RULE-ENTRY OCCURS 6 TIMES.                               K6RVAL.1
016300         10  RULE-CODE        PIC X(3).                           K6RVAL.1
016400         10  RULE-TITLE       PIC X(32).                          K6RVAL.1
016500 01  RULE-COUNTS.                                                 K6RVAL.1
016600     05  RULE-BROKEN          PIC 9(7)   COMP OCCURS 6 TIMES.     K6RVAL.1
016700 01  RULE-HITS.                                                   K6RVAL.1
016800     05  RULE-HIT             PIC X(1)   OCCURS 6 TIMES.          K6RVAL.1
016900* ----------------------------------------------------------      K6RVAL.1
017000* REPORT LINES.                                                   K6RVAL.1
017100* ----------------------------------------------------------      K6RVAL.1
017200 01  HDR-LINE-1.                                                  K6RVAL.1
017300     05  FILLER   PIC X(46) VALUE                                 K6RVAL.1
017400         "RAW-DATA CONSISTENCY VALIDATION (K6RVAL)      ".        K6RVAL.1
017500     05  FILLER   PIC X(6)  VALUE "DATE  ".                       K6RVAL.1
017600     05  HL-DATE              PIC 9(8).                           K6RVAL.1
017700     05  FILLER   PIC X(60) VALUE SPACE.                          K6RVAL.1
017800 01  HDR-LINE-2.                                                  K6RVAL.1
017900     05  FILLER   PIC X(44) VALUE                                 K6RVAL.1
018000         "PGM-ID  TARGET    RUN-DATE  SEQ  LEN  RULES ".          K6RVAL.1
018100     05  FILLER   PIC X(76) VALUE "BROKEN".                       K6RVAL.1
018200 01  QUAR-LINE.                                                   K6RVAL.1
018300     05  QL-PGM-ID            PIC X(6).                           K6RVAL.1
018400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RVAL.1
018500     05  QL-TARGET-ID         PIC X(8).                           K6RVAL.1
018600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RVAL.1
018700     05  QL-RUN-DATE          PIC 9(8).                           K6RVAL.1
018800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RVAL.1
018900     05  QL-RUN-SEQ           PIC 99.                             K6RVAL.1
019000     05  FILLER   PIC X(3)  VALUE SPACE.                          K6RVAL.1
019100     05  QL-REC-LEN           PIC ZZ9.                            K6RVAL.1
019200     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RVAL.1
019300     05  QL-RULES.                                                K6RVAL.1
019400         10  QL-RULE OCCURS 6 TIMES.                              K6RVAL.1
019500             15  QL-RULE-CODE PIC X(3).                           K6RVAL.1
019600             15  FILLER       PIC X(1).                           K6RVAL.1
019700     05  FILLER   PIC X(58) VALUE SPACE.                          K6RVAL.1
019800 01  RULE-LINE.                                                   K6RVAL.1
019900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RVAL.1
020000     05  RL-CODE              PIC X(3).                           K6RVAL.1
020100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RVAL.1
020200     05  RL-TITLE             PIC X(32).                          K6RVAL.1
020300     05  FILLER   PIC X(10) VALUE "  RECORDS=".                   K6RVAL.1
020400     05  RL-COUNT             PIC ZZZZZZ9.                        K6RVAL.1
020500     05  FILLER   PIC X(64) VALUE SPACE.                          K6RVAL.1
020600 01  CNT-LINE.                                                    K6RVAL.1
020700     05  CL-TEXT              PIC X(30).                          K6RVAL.1
020800     05  CL-COUNT             PIC ZZZZZZ9.                        K6RVAL.1
020900     05  FILLER   PIC X(83) VALUE SPACE.                          K6RVAL.1
021000 01  VERDICT-LINE.                                                K6RVAL.1
021100     05  FILLER   PIC X(10) VALUE "VERDICT:  ".                   K6RVAL.1
021200     05  VL-TEXT              PIC X(40).                          K6RVAL.1
021300     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6RVAL.1
021400     05  VL-RC                PIC 99.                             K6RVAL.1
021500     05  FILLER   PIC X(52) VALUE SPACE.                          K6RVAL.1
021600                                                                  K6RVAL.1
021700 PROCEDURE DIVISION.                                              K6RVAL.1
021800*================================================================ K6RVAL.1
021900* 0000-MAINLINE.                                                  K6RVAL.1
022000*================================================================ K6RVAL.1
022100 0000-MAINLINE.                                                   K6RVAL.1
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6RVAL.1
022300     PERFORM 2000-LOAD-KEYS THRU 2000-EXIT.                       K6RVAL.1
022400     PERFORM 3000-READ-INPUT THRU 3000-EXIT.                      K6RVAL.1
022500     PERFORM 4000-VALIDATE-RECORD THRU 4000-EXIT                  K6RVAL.1
022600             UNTIL WS-IN-EOF.                                     K6RVAL.1
022700     PERFORM 7000-VERDICT THRU 7000-EXIT.                         K6RVAL.1
022800     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6RVAL.1
022900     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6RVAL.1
023000     STOP RUN.                                                    K6RVAL.1
023100*================================================================ K6RVAL.1
023200* 1000-INITIALIZE -- OPEN THE OUTPUTS AND PRINT THE HEADINGS.     K6RVAL.1
023300*================================================================ K6RVAL.1
023400 1000-INITIALIZE.                                                 K6RVAL.1
023500     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6RVAL.1
023600     OPEN OUTPUT RAW-QUARANTINE.                                  K6RVAL.1
023700     OPEN OUTPUT VAL-RPT.                                         K6RVAL.1
023800     MOVE ZERO TO RULE-BROKEN (1) RULE-BROKEN (2) RULE-BROKEN (3) K6RVAL.1
023900                  RULE-BROKEN (4) RULE-BROKEN (5) RULE-BROKEN (6).K6RVAL.1
024000     MOVE WS-TODAY TO HL-DATE.                                    K6RVAL.1
024100     WRITE VR-PRINT-REC FROM HDR-LINE-1                           K6RVAL.1
024200         AFTER ADVANCING PAGE.                                    K6RVAL.1
024300     WRITE VR-PRINT-REC FROM HDR-LINE-2                           K6RVAL.1
024400         AFTER ADVANCING 2 LINES.                                 K6RVAL.1
024500 1000-EXIT.                                                       K6RVAL.1
024600     EXIT.                                                        K6RVAL.1
024700*================================================================ K6RVAL.1
024800* 2000-LOAD-KEYS -- FIRST PASS: TABLE THE KEY OF EVERY RECORD.    K6RVAL.1
024900* THE KEY IS THE FIRST 24 BYTES AT EVERY LAYOUT LEVEL.  ON        K6RVAL.1
025000* OVERFLOW THE REST OF THE FILE IS STILL VALIDATED, BUT A         K6RVAL.1
025100* SUPERSEDE TARGET NOT FOUND IN THE TABLE IS THEN GIVEN THE       K6RVAL.1
025200* BENEFIT OF THE DOUBT AND THE RUN ENDS WITH RETURN CODE 12.      K6RVAL.1
025300*================================================================ K6RVAL.1
025400 2000-LOAD-KEYS.                                                  K6RVAL.1
025500     OPEN INPUT RAW-IN.                                           K6RVAL.1
025600 2000-READ.                                                       K6RVAL.1
025700     READ RAW-IN                                                  K6RVAL.1
025800         AT END GO TO 2000-CLOSE.                                 K6RVAL.1
025900     IF WS-KEY-COUNT NOT LESS THAN 5000                           K6RVAL.1
026000         SET WS-KEY-FULL TO TRUE                                  K6RVAL.1
026100         GO TO 2000-CLOSE.                                        K6RVAL.1
026200     ADD 1 TO WS-KEY-COUNT.                                       K6RVAL.1
026300     MOVE RI-RECORD (1:24) TO KEY-ENTRY (WS-KEY-COUNT).           K6RVAL.1
026400     GO TO 2000-READ.                                             K6RVAL.1
026500 2000-CLOSE.                                                      K6RVAL.1
026600     CLOSE RAW-IN.                                                K6RVAL.1
026700     OPEN INPUT RAW-IN.                                           K6RVAL.1
026800 2000-EXIT.                                                       K6RVAL.1
026900     EXIT.                                                        K6RVAL.1
027000*================================================================ K6RVAL.1
027100* 3000-READ-INPUT -- SECOND PASS: READ ONE RECORD AND VIEW IT AT  K6RVAL.1
027200* R06, EXACTLY AS K6RMIG WOULD CONVERT IT, SO ONE SET OF RULES    K6SREL.1
027300* SERVES EVERY LEVEL.                                             K6RVAL.1
027400*================================================================ K6RVAL.1
027500 3000-READ-INPUT.                                                 K6RVAL.1
027600     READ RAW-IN                                                  K6RVAL.1
027700         AT END SET WS-IN-EOF TO TRUE                             K6RVAL.1
027800                GO TO 3000-EXIT.                                  K6RVAL.1
027900     ADD 1 TO WS-READ-COUNT.                                      K6RVAL.1
028000     MOVE SPACE TO RE-RAW-DATA-SATZ.                              K6RVAL.1
028100     IF WS-IN-LEN = 164 OR WS-IN-LEN = 162 OR WS-IN-LEN = 154     K6SREL.1
028200         MOVE RI-RECORD (1:WS-IN-LEN) TO RE-RAW-DATA-SATZ         K6RVAL.1
028300         GO TO 3000-EXIT.                                         K6RVAL.1
028400     MOVE RI-RECORD (1:24) TO WS-WORK-KEY.                        K6RVAL.1
028500     MOVE "N" TO WS-WORK-WINDOW.                                  K6RVAL.1
028600     MOVE RI-RECORD (25:123) TO WS-WORK-MID.                      K6RVAL.1
028700     IF WS-IN-LEN = 147                                           K6RVAL.1
028800         MOVE "000" TO WS-WORK-XFAIL                              K6RVAL.1
028900     ELSE                                                         K6RVAL.1
029000         MOVE RI-RECORD (148:3) TO WS-WORK-XFAIL.                 K6RVAL.1
029100 3000-EXIT.                                                       K6RVAL.1
029200     EXIT.                                                        K6RVAL.1
029300*================================================================ K6RVAL.1
029400* 4000-VALIDATE-RECORD -- APPLY THE SIX RULES; QUARANTINE THE     K6RVAL.1
029500* RECORD IF ANY IS BROKEN.                                        K6RVAL.1
029600*================================================================ K6RVAL.1
029700 4000-VALIDATE-RECORD.                                            K6RVAL.1
029800     MOVE SPACE TO RULE-HITS.                                     K6RVAL.1
029900     PERFORM 4100-RULE-COUNTS THRU 4100-EXIT.                     K6RVAL.1
030000     PERFORM 4200-RULE-TIMES THRU 4200-EXIT.                      K6RVAL.1
030100     PERFORM 4300-RULE-SUPERSEDE THRU 4300-EXIT.                  K6RVAL.1
030200     PERFORM 4400-RULE-ABORT THRU 4400-EXIT.                      K6RVAL.1
030300     PERFORM 4500-RULE-MODULE THRU 4500-EXIT.                     K6RVAL.1
030400     PERFORM 4600-RULE-LAYOUT THRU 4600-EXIT.                     K6RVAL.1
030500     IF RULE-HITS NOT = SPACE                                     K6RVAL.1
030600         PERFORM 5000-QUARANTINE THRU 5000-EXIT.                  K6RVAL.1
030700     PERFORM 3000-READ-INPUT THRU 3000-EXIT.                      K6RVAL.1
030800 4000-EXIT.                                                       K6RVAL.1
030900     EXIT.                                                        K6RVAL.1
031000*================================================================ K6RVAL.1
031100* 4100-RULE-COUNTS -- V01.                                        K6RVAL.1
031200*================================================================ K6RVAL.1
031300 4100-RULE-COUNTS.                                                K6RVAL.1
031400     IF RE-C-OK NOT NUMERIC OR RE-C-ALL NOT NUMERIC               K6RVAL.1
031500             OR RE-C-FAIL NOT NUMERIC OR RE-C-DELETED NOT NUMERIC K6RVAL.1
031600             OR RE-C-INSPECT NOT NUMERIC OR RE-C-XFAIL NOT NUMERICK6RVAL.1
031700         MOVE "X" TO RULE-HIT (1)                                 K6RVAL.1
031800         GO TO 4100-EXIT.                                         K6RVAL.1
031900     COMPUTE WS-COUNT-SUM = RE-C-OK + RE-C-FAIL + RE-C-DELETED    K6RVAL.1
032000                          + RE-C-INSPECT + RE-C-XFAIL.            K6RVAL.1
032100     IF WS-COUNT-SUM NOT = RE-C-ALL                               K6RVAL.1
032200         MOVE "X" TO RULE-HIT (1).                                K6RVAL.1
032300 4100-EXIT.                                                       K6RVAL.1
032400     EXIT.                                                        K6RVAL.1
032500*================================================================ K6RVAL.1
032600* 4200-RULE-TIMES -- V02.  A RUN THAT NEVER REACHED CLOSE-FILES   K6RVAL.1
032700* HAS NO END STAMP AND IS NOT TESTED HERE.                        K6RVAL.1
032800*================================================================ K6RVAL.1
032900 4200-RULE-TIMES.                                                 K6RVAL.1
033000     IF RE-C-END-DATE NUMERIC AND RE-C-END-DATE = ZERO            K6RVAL.1
033100         GO TO 4200-EXIT.                                         K6RVAL.1
033200     IF RE-C-DATE NOT NUMERIC OR RE-C-TIME NOT NUMERIC            K6RVAL.1
033300             OR RE-C-END-DATE NOT NUMERIC                         K6RVAL.1
033400             OR RE-C-END-TIME NOT NUMERIC                         K6RVAL.1
033500         MOVE "X" TO RULE-HIT (2)                                 K6RVAL.1
033600         GO TO 4200-EXIT.                                         K6RVAL.1
033700     IF RE-C-END-DATE < RE-C-DATE                                 K6RVAL.1
033800         MOVE "X" TO RULE-HIT (2)                                 K6RVAL.1
033900         GO TO 4200-EXIT.                                         K6RVAL.1
034000     IF RE-C-END-DATE = RE-C-DATE                                 K6RVAL.1
034100             AND RE-C-END-TIME < RE-C-TIME                        K6RVAL.1
034200         MOVE "X" TO RULE-HIT (2).                                K6RVAL.1
034300 4200-EXIT.                                                       K6RVAL.1
034400     EXIT.                                                        K6RVAL.1
034500*================================================================ K6RVAL.1
034600* 4300-RULE-SUPERSEDE -- V03.                                     K6RVAL.1
034700*================================================================ K6RVAL.1
034800 4300-RULE-SUPERSEDE.                                             K6RVAL.1
034900     IF RE-SUPERSEDED = SPACE                                     K6RVAL.1
035000         GO TO 4300-EXIT.                                         K6RVAL.1
000000*    A "V" IS K6VOID'S DECLARATION; ITS SUPERSEDE-SEQ IS          K6VOID.1
000000*    WHATEVER THE RECORD CARRIED BEFORE AND IS NOT CHECKED.       K6VOID.1
000000     IF RE-VOIDED                                                 K6VOID.1
000000         GO TO 4300-EXIT.                                         K6VOID.1
035100     IF RE-SUPERSEDED NOT = "S"                                   K6RVAL.1
035200             OR RE-SUPERSEDE-SEQ NOT NUMERIC                      K6RVAL.1
035300         MOVE "X" TO RULE-HIT (3)                                 K6RVAL.1
035400         GO TO 4300-EXIT.                                         K6RVAL.1
035500     IF RE-SUPERSEDE-SEQ = RE-RUN-SEQ                             K6RVAL.1
035600         MOVE "X" TO RULE-HIT (3)                                 K6RVAL.1
035700         GO TO 4300-EXIT.                                         K6RVAL.1
035800     MOVE RE-TARGET-ID     TO WS-LOOK-TARGET-ID.                  K6RVAL.1
035900     MOVE RE-PGM-ID        TO WS-LOOK-PGM-ID.                     K6RVAL.1
036000     MOVE RE-RUN-DATE      TO WS-LOOK-RUN-DATE.                   K6RVAL.1
036100     MOVE RE-SUPERSEDE-SEQ TO WS-LOOK-RUN-SEQ.                    K6RVAL.1
036200     PERFORM 8000-FIND-KEY THRU 8000-EXIT.                        K6RVAL.1
036300     IF WS-FOUND-SW = "N" AND NOT WS-KEY-FULL                     K6RVAL.1
036400         MOVE "X" TO RULE-HIT (3).                                K6RVAL.1
036500 4300-EXIT.                                                       K6RVAL.1
036600     EXIT.                                                        K6RVAL.1
036700*================================================================ K6RVAL.1
036800* 4400-RULE-ABORT -- V04.                                         K6RVAL.1
036900*================================================================ K6RVAL.1
037000 4400-RULE-ABORT.                                                 K6RVAL.1
037100     IF RE-C-ABORT NOT = "OK.     "                               K6RVAL.1
037200             AND RE-C-ABORT NOT = "ABORTED "                      K6RVAL.1
037300         MOVE "X" TO RULE-HIT (4).                                K6RVAL.1
037400 4400-EXIT.                                                       K6RVAL.1
037500     EXIT.                                                        K6RVAL.1
037600*================================================================ K6RVAL.1
037700* 4500-RULE-MODULE -- V05.                                        K6RVAL.1
037800*================================================================ K6RVAL.1
037900 4500-RULE-MODULE.                                                K6RVAL.1
038000     IF RE-C-MODULE-ID = SPACE                                    K6RVAL.1
038100             OR RE-C-MODULE-ID = RE-PGM-ID (1:2)                  K6RVAL.1
038200         GO TO 4500-EXIT.                                         K6RVAL.1
038300     MOVE ZERO TO WS-SI-SUB.                                      K6RVAL.1
038400 4500-STANDIN.                                                    K6RVAL.1
038500     ADD 1 TO WS-SI-SUB.                                          K6RVAL.1
038600     IF WS-SI-SUB > WS-STANDIN-COUNT                              K6RVAL.1
038700         MOVE "X" TO RULE-HIT (5)                                 K6RVAL.1
038800         GO TO 4500-EXIT.                                         K6RVAL.1
038900     IF SI-PGM-ID (WS-SI-SUB) = RE-PGM-ID                         K6RVAL.1
039000             AND SI-MODULE (WS-SI-SUB) = RE-C-MODULE-ID           K6RVAL.1
039100         GO TO 4500-EXIT.                                         K6RVAL.1
039200     GO TO 4500-STANDIN.                                          K6RVAL.1
039300 4500-EXIT.                                                       K6RVAL.1
039400     EXIT.                                                        K6RVAL.1
039500*================================================================ K6RVAL.1
039600* 4600-RULE-LAYOUT -- V06.  THE STAMP IS CHECKED WHERE THE        K6RVAL.1
039700* RECORD LENGTH SAYS IT SITS (BYTES 151-153 AT R03, 152-154       K6RVAL.1
039800* FROM R04 ON).                                                   K6RVAL.1
039900*================================================================ K6RVAL.1
040000 4600-RULE-LAYOUT.                                                K6RVAL.1
040100     IF WS-IN-LEN = 147 OR WS-IN-LEN = 150                        K6RVAL.1
040200         GO TO 4600-EXIT.                                         K6RVAL.1
040300     IF WS-IN-LEN = 153 AND RI-RECORD (151:3) = "R03"             K6RVAL.1
040400         GO TO 4600-EXIT.                                         K6RVAL.1
040500     IF WS-IN-LEN = 154 AND RI-RECORD (152:3) = "R04"             K6RVAL.1
040600         GO TO 4600-EXIT.                                         K6RVAL.1
040700     IF WS-IN-LEN = 162 AND RI-RECORD (152:3) = "R05"             K6RVAL.1
040800         GO TO 4600-EXIT.                                         K6RVAL.1
000000     IF WS-IN-LEN = 164 AND RI-RECORD (152:3) = "R06"             K6SREL.1
000000         GO TO 4600-EXIT.                                         K6SREL.1
040900     MOVE "X" TO RULE-HIT (6).                                    K6RVAL.1
041000 4600-EXIT.                                                       K6RVAL.1
041100     EXIT.                                                        K6RVAL.1
041200*================================================================ K6RVAL.1
041300* 5000-QUARANTINE -- WRITE THE QUARANTINE RECORD AND ITS REPORT   K6RVAL.1
041400* LINE, AND COUNT THE RULES BROKEN.                               K6RVAL.1
041500*================================================================ K6RVAL.1
041600 5000-QUARANTINE.                                                 K6RVAL.1
041700     ADD 1 TO WS-QUAR-COUNT.                                      K6RVAL.1
041800     MOVE SPACE TO RQ-QUARANTINE-REC QL-RULES.                    K6RVAL.1
041900     MOVE RE-RAW-DATA-KEY TO RQ-RAW-KEY.                          K6RVAL.1
042000     MOVE WS-TODAY TO RQ-QUAR-DATE.                               K6RVAL.1
042100     MOVE WS-IN-LEN TO RQ-REC-LEN.                                K6RVAL.1
042200     MOVE RI-RECORD (1:WS-IN-LEN) TO RQ-RAW-IMAGE.                K6RVAL.1
042300     MOVE ZERO TO WS-RULE-SUB WS-RULE-COUNT.                      K6RVAL.1
042400 5000-NEXT-RULE.                                                  K6RVAL.1
042500     ADD 1 TO WS-RULE-SUB.                                        K6RVAL.1
042600     IF WS-RULE-SUB > 6                                           K6RVAL.1
042700         GO TO 5000-WRITE.                                        K6RVAL.1
042800     IF RULE-HIT (WS-RULE-SUB) = SPACE                            K6RVAL.1
042900         GO TO 5000-NEXT-RULE.                                    K6RVAL.1
043000     ADD 1 TO WS-RULE-COUNT.                                      K6RVAL.1
043100     ADD 1 TO RULE-BROKEN (WS-RULE-SUB).                          K6RVAL.1
043200     MOVE RULE-CODE (WS-RULE-SUB) TO RQ-RULE (WS-RULE-COUNT)      K6RVAL.1
043300                                     QL-RULE-CODE (WS-RULE-COUNT).K6RVAL.1
043400     GO TO 5000-NEXT-RULE.                                        K6RVAL.1
043500 5000-WRITE.                                                      K6RVAL.1
043600     MOVE WS-RULE-COUNT TO RQ-RULE-COUNT.                         K6RVAL.1
043700     WRITE RQ-QUARANTINE-REC.                                     K6RVAL.1
043800     MOVE RE-PGM-ID    TO QL-PGM-ID.                              K6RVAL.1
043900     MOVE RE-TARGET-ID TO QL-TARGET-ID.                           K6RVAL.1
044000     MOVE RE-RUN-DATE  TO QL-RUN-DATE.                            K6RVAL.1
044100     MOVE RE-RUN-SEQ   TO QL-RUN-SEQ.                             K6RVAL.1
044200     MOVE WS-IN-LEN    TO QL-REC-LEN.                             K6RVAL.1
044300     WRITE VR-PRINT-REC FROM QUAR-LINE                            K6RVAL.1
044400         AFTER ADVANCING 1 LINES.                                 K6RVAL.1
044500 5000-EXIT.                                                       K6RVAL.1
044600     EXIT.                                                        K6RVAL.1
044700*================================================================ K6RVAL.1
044800* 7000-VERDICT -- TOTALS PER RULE AND THE RETURN CODE.            K6RVAL.1
044900*================================================================ K6RVAL.1
045000 7000-VERDICT.                                                    K6RVAL.1
045100     MOVE "RAW-DATA RECORDS READ" TO CL-TEXT.                     K6RVAL.1
045200     MOVE WS-READ-COUNT TO CL-COUNT.                              K6RVAL.1
045300     WRITE VR-PRINT-REC FROM CNT-LINE                             K6RVAL.1
045400         AFTER ADVANCING 3 LINES.                                 K6RVAL.1
045500     MOVE "RECORDS QUARANTINED" TO CL-TEXT.                       K6RVAL.1
045600     MOVE WS-QUAR-COUNT TO CL-COUNT.                              K6RVAL.1
045700     WRITE VR-PRINT-REC FROM CNT-LINE                             K6RVAL.1
045800         AFTER ADVANCING 1 LINES.                                 K6RVAL.1
045900     MOVE ZERO TO WS-RULE-SUB.                                    K6RVAL.1
046000 7000-NEXT-RULE.                                                  K6RVAL.1
046100     ADD 1 TO WS-RULE-SUB.                                        K6RVAL.1
046200     IF WS-RULE-SUB > 6                                           K6RVAL.1
046300         GO TO 7000-DECIDE.                                       K6RVAL.1
046400     MOVE RULE-CODE (WS-RULE-SUB)   TO RL-CODE.                   K6RVAL.1
046500     MOVE RULE-TITLE (WS-RULE-SUB)  TO RL-TITLE.                  K6RVAL.1
046600     MOVE RULE-BROKEN (WS-RULE-SUB) TO RL-COUNT.                  K6RVAL.1
046700     IF WS-RULE-SUB = 1                                           K6RVAL.1
046800         WRITE VR-PRINT-REC FROM RULE-LINE                        K6RVAL.1
046900             AFTER ADVANCING 2 LINES                              K6RVAL.1
047000     ELSE                                                         K6RVAL.1
047100         WRITE VR-PRINT-REC FROM RULE-LINE                        K6RVAL.1
047200             AFTER ADVANCING 1 LINES.                             K6RVAL.1
047300     GO TO 7000-NEXT-RULE.                                        K6RVAL.1
047400 7000-DECIDE.                                                     K6RVAL.1
047500     MOVE ZERO TO WS-VERDICT-RC.                                  K6RVAL.1
047600     MOVE "EVERY RECORD CONSISTENT" TO VL-TEXT.                   K6RVAL.1
047700     IF WS-QUAR-COUNT > ZERO                                      K6RVAL.1
047800         MOVE 8 TO WS-VERDICT-RC                                  K6RVAL.1
047900         MOVE "RECORDS QUARANTINED - SEE RAWQUAR" TO VL-TEXT.     K6RVAL.1
048000     IF WS-KEY-FULL                                               K6RVAL.1
048100         MOVE 12 TO WS-VERDICT-RC                                 K6RVAL.1
048200         MOVE "KEY TABLE FULL - V03 NOT FULLY CHECKED" TO VL-TEXT.K6RVAL.1
048300     MOVE WS-VERDICT-RC TO VL-RC.                                 K6RVAL.1
048400     WRITE VR-PRINT-REC FROM VERDICT-LINE                         K6RVAL.1
048500         AFTER ADVANCING 2 LINES.                                 K6RVAL.1
048600 7000-EXIT.                                                       K6RVAL.1
048700     EXIT.                                                        K6RVAL.1
048800*================================================================ K6RVAL.1
048900* 8000-FIND-KEY -- LOOK WS-LOOK-KEY UP IN THE KEY TABLE.          K6RVAL.1
049000*================================================================ K6RVAL.1
049100 8000-FIND-KEY.                                                   K6RVAL.1
049200     MOVE "N" TO WS-FOUND-SW.                                     K6RVAL.1
049300     MOVE ZERO TO WS-KEY-SUB.                                     K6RVAL.1
049400 8000-SCAN.                                                       K6RVAL.1
049500     ADD 1 TO WS-KEY-SUB.                                         K6RVAL.1
049600     IF WS-KEY-SUB > WS-KEY-COUNT                                 K6RVAL.1
049700         GO TO 8000-EXIT.                                         K6RVAL.1
049800     IF KEY-ENTRY (WS-KEY-SUB) = WS-LOOK-KEY                      K6RVAL.1
049900         MOVE "Y" TO WS-FOUND-SW                                  K6RVAL.1
050000         GO TO 8000-EXIT.                                         K6RVAL.1
050100     GO TO 8000-SCAN.                                             K6RVAL.1
050200 8000-EXIT.                                                       K6RVAL.1
050300     EXIT.                                                        K6RVAL.1
050400*================================================================ K6RVAL.1
050500* 9999-TERMINATE.                                                 K6RVAL.1
050600*================================================================ K6RVAL.1
050700 9999-TERMINATE.                                                  K6RVAL.1
050800     CLOSE RAW-IN.                                                K6RVAL.1
050900     CLOSE RAW-QUARANTINE.                                        K6RVAL.1
051000     CLOSE VAL-RPT.                                               K6RVAL.1
051100 9999-EXIT.                                                       K6RVAL.1
051200     EXIT.                                                        K6RVAL.1
