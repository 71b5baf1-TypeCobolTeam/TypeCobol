000100 IDENTIFICATION DIVISION.                                         K6WIRE.1
000200 PROGRAM-ID.                                                      K6WIRE.1
000300     K6WIRE.                                                      K6WIRE.1
000400*================================================================ K6WIRE.1
000500* K6WIRE -- HARNESS-WIRING CONFORMANCE AUDIT.                     K6WIRE.1
000600*================================================================ K6WIRE.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6WIRE.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6WIRE.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6WIRE.1
001000* DATE-COMPILED.                                                  K6WIRE.1
001100*                                                                 K6WIRE.1
001200* REMARKS.                                                        K6WIRE.1
001300*    THE EVIDENCE CHANNELS REACHED THE SUITE ONE PROGRAM AT A     K6WIRE.1
001400*    TIME.  A PROGRAM THAT STILL FEEDS ONLY PRINT-FILE AND        K6WIRE.1
001500*    RAW-DATA IS SIMPLY ABSENT FROM THE FLAKY, TRIAGE, GOLDEN     K6WIRE.1
001600*    AND CLUSTERING REPORTS, AND NOTHING SAYS SO.  THIS PROGRAM   K6WIRE.1
001700*    SCANS EVERY MEMBER OF THE SUITE LIBRARY UNLOAD (SRCIN, THE   K6WIRE.1
001800*    "++MEMBER" FORMAT K6DEAD AND K6LMOD READ) FOR THE MANDATED   K6WIRE.1
001900*    WIRING, EACH RECOGNIZED BY THE NAME IT CANNOT DO WITHOUT:    K6WIRE.1
002000*                                                                 K6WIRE.1
002100*      CSV   CSV ENVELOPE          COPY OF K6CSVE                 K6WIRE.1
002200*      INTN  INTENT LOGGING        INTENTLG DD                    K6WIRE.1
002300*      HBT   HEARTBEAT POST        HBEAT DD                       K6WIRE.1
002400*      CLVL  COMPILE-LEVEL STAMP   COMPLVL DD (K6MLEV)            K6WIRE.1
002500*      WVR   WAIVER REGISTER LOAD  WVRREG DD                      K6WIRE.1
002600*      SUPR  SUPPRESSION LOAD      SUPRREG DD                     K6WIRE.1
002700*      WIN   WINDOW ID             WINDOWID DD                    K6WIRE.1
002800*      SBOX  SANDBOX CARD          SANDBOX DD                     K6WIRE.1
002900*      SUPS  SUPERSEDE LOGIC       THE SUPERSEDED DISPOSITION     K6WIRE.1
003000*                                                                 K6WIRE.1
003100*    ONLY CODE LINES COUNT -- A COMMENT SAYING A PROGRAM OUGHT    K6WIRE.1
003200*    TO POST A HEARTBEAT DOES NOT WIRE IT.  THE UNLOAD ALSO       K6WIRE.1
003300*    CARRIES THE SHARED COPY MEMBERS, AND A PROGRAM HAS THE       K6WIRE.1
003400*    WIRING OF EVERY MEMBER IT COPIES, NESTED COPIES INCLUDED.    K6WIRE.1
003500*    A MEMBER WITH NO PROGRAM-ID IS A COPY MEMBER AND IS NOT      K6WIRE.1
003600*    AUDITED ITSELF.                                              K6WIRE.1
003700*                                                                 K6WIRE.1
003800*    THE REPORT (WIRERPT) PRINTS A PROGRAM-BY-CAPABILITY MATRIX,  K6WIRE.1
003900*    THEN, FOR EVERY NON-CONFORMING PROGRAM, ONE LINE PER         K6WIRE.1
004000*    MISSING CAPABILITY NAMING THE REPORTS THAT SILENTLY          K6WIRE.1
004100*    EXCLUDE IT, THEN THE WIRED COUNT PER CAPABILITY.             K6WIRE.1
004200*                                                                 K6WIRE.1
004300*    SUITECAT (OPTIONAL, ONE PGM-ID PER CARD IN COLS 1-6, AS      K6WIRE.1
004400*    K6XREF AND K6PREF READ IT) LIMITS THE AUDIT TO THE           K6WIRE.1
004500*    CATALOGED PROGRAMS; A CATALOGED PROGRAM THE UNLOAD DOES      K6WIRE.1
004600*    NOT CARRY IS LISTED AS NOT IN LIBRARY.                       K6WIRE.1
004700*                                                                 K6WIRE.1
004800* RETURN CODES.                                                   K6WIRE.1
004900*     0  EVERY AUDITED PROGRAM CONFORMS.                          K6WIRE.1
005000*     4  AT LEAST ONE PROGRAM IS MISSING WIRING.                  K6WIRE.1
005100*     8  A CATALOGED PROGRAM IS NOT IN THE LIBRARY UNLOAD.        K6WIRE.1
005200*                                                                 K6WIRE.1
005300* MODIFICATION HISTORY.                                           K6WIRE.1
005400*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6WIRE.1
005500*================================================================ K6WIRE.1
005600                                                                  K6WIRE.1
005700 ENVIRONMENT DIVISION.                                            K6WIRE.1
005800 CONFIGURATION SECTION.                                           K6WIRE.1
005900 SOURCE-COMPUTER.                                                 K6WIRE.1
006000     OUR-MAINFRAME.                                               K6WIRE.1
006100 OBJECT-COMPUTER.                                                 K6WIRE.1
006200     OUR-MAINFRAME.                                               K6WIRE.1
006300 INPUT-OUTPUT SECTION.                                            K6WIRE.1
006400 FILE-CONTROL.                                                    K6WIRE.1
006500     SELECT SOURCE-IN ASSIGN TO SRCIN                             K6WIRE.1
006600         ORGANIZATION IS SEQUENTIAL.                              K6WIRE.1
006700     SELECT OPTIONAL SUITE-CAT ASSIGN TO SUITECAT                 K6WIRE.1
006800         ORGANIZATION IS SEQUENTIAL                               K6WIRE.1
006900         FILE STATUS IS WS-CAT-STATUS.                            K6WIRE.1
007000     SELECT WIRE-RPT ASSIGN TO WIRERPT                            K6WIRE.1
007100         ORGANIZATION IS SEQUENTIAL.                              K6WIRE.1
007200                                                                  K6WIRE.1
007300 DATA DIVISION.                                                   K6WIRE.1
007400 FILE SECTION.                                                    K6WIRE.1
007500 FD  SOURCE-IN                                                    K6WIRE.1
007600     LABEL RECORDS ARE STANDARD.                                  K6WIRE.1
007700 01  SI-REC.                                                      K6WIRE.1
007800     05  SI-SEP-TAG           PIC X(9).                           K6WIRE.1
007900     05  SI-SEP-MEMBER        PIC X(8).                           K6WIRE.1
008000     05  FILLER               PIC X(63).                          K6WIRE.1
008100 01  SI-SOURCE-LINE REDEFINES SI-REC.                             K6WIRE.1
008200     05  SI-SEQ               PIC X(6).                           K6WIRE.1
008300     05  SI-IND               PIC X(1).                           K6WIRE.1
008400     05  SI-BODY              PIC X(65).                          K6WIRE.1
008500     05  SI-TAG               PIC X(8).                           K6WIRE.1
008600 FD  SUITE-CAT                                                    K6WIRE.1
008700     LABEL RECORDS ARE STANDARD.                                  K6WIRE.1
008800 01  SC-CAT-REC.                                                  K6WIRE.1
008900     05  SC-PGM-ID            PIC X(6).                           K6WIRE.1
009000     05  FILLER               PIC X(74).                          K6WIRE.1
009100 FD  WIRE-RPT                                                     K6WIRE.1
009200     LABEL RECORDS ARE STANDARD.                                  K6WIRE.1
009300 01  WR-PRINT-REC             PIC X(120).                         K6WIRE.1
009400                                                                  K6WIRE.1
009500 WORKING-STORAGE SECTION.                                         K6WIRE.1
009600* ----------------------------------------------------------      K6WIRE.1
009700* SWITCHES AND COUNTERS.                                          K6WIRE.1
009800* ----------------------------------------------------------      K6WIRE.1
009900 77  WS-CAT-STATUS            PIC X(2)   VALUE SPACE.             K6WIRE.1
010000 77  WS-SRC-EOF-SW            PIC X      VALUE "N".               K6WIRE.1
010100     88  WS-SRC-EOF                      VALUE "Y".               K6WIRE.1
010200 77  WS-CAT-SW                PIC X      VALUE "N".               K6WIRE.1
010300     88  WS-CAT-LOADED                   VALUE "Y".               K6WIRE.1
010400 77  WS-HIT-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
010500 77  WS-MEMBER-COUNT          PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
010600 77  WS-CUR-IDX               PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
010700 77  WS-MB-SUB                PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
010800 77  WS-FIND-SUB              PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
010900 77  WS-COPY-SUB              PIC 9(2)   COMP VALUE ZERO.         K6WIRE.1
011000 77  WS-CAP-SUB               PIC 9(2)   COMP VALUE ZERO.         K6WIRE.1
011100 77  WS-PASS                  PIC 9(1)   COMP VALUE ZERO.         K6WIRE.1
011200 77  WS-CAT-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
011300 77  WS-CAT-SUB               PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
011400 77  WS-MISSING               PIC 9(2)   COMP VALUE ZERO.         K6WIRE.1
011500 77  WS-AUDITED               PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
011600 77  WS-CONFORMING            PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
011700 77  WS-NONCONFORMING         PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
011800 77  WS-NOT-IN-LIB            PIC 9(4)   COMP VALUE ZERO.         K6WIRE.1
011900 77  WS-LINES-READ            PIC 9(7)   COMP VALUE ZERO.         K6WIRE.1
012000 01  WS-FIND-NAME             PIC X(8)   VALUE SPACE.             K6WIRE.1
012100* ----------------------------------------------------------      K6WIRE.1
012200* COPY-STATEMENT PARSE AREAS (AS K6CUSE PARSES THEM).             K6WIRE.1
012300* ----------------------------------------------------------      K6WIRE.1
012400 01  WS-SCAN-AREA             PIC X(66)  VALUE SPACE.             K6WIRE.1
012500 01  WS-PARSE-JUNK            PIC X(66)  VALUE SPACE.             K6WIRE.1
012600 01  WS-PARSE-REST            PIC X(66)  VALUE SPACE.             K6WIRE.1
012700 01  WS-COPY-MEMBER           PIC X(8)   VALUE SPACE.             K6WIRE.1
012800* ----------------------------------------------------------      K6WIRE.1
012900* THE MANDATED CAPABILITIES: CODE, THE NAME THAT MARKS THE        K6WIRE.1
013000* WIRING IN A CODE LINE (AND ITS LENGTH), THE PRINTED TITLE,      K6WIRE.1
013100* AND THE REPORTS THAT NEVER SEE A PROGRAM WITHOUT IT.            K6WIRE.1
013200* ----------------------------------------------------------      K6WIRE.1
013300 01  CAP-VALUES.                                                  K6WIRE.1
013400     05  FILLER   PIC X(13) VALUE "CSV K6CSVE  6".                K6WIRE.1
013500     05  FILLER   PIC X(20) VALUE "CSV ENVELOPE".                 K6WIRE.1
013600     05  FILLER   PIC X(48) VALUE                                 K6WIRE.1
013700         "K6FLKY K6TRIA K6GOLD K6CLUS K6CONS K6VDEF K6XTGT".      K6WIRE.1
013800     05  FILLER   PIC X(13) VALUE "INTNINTENTLG8".                K6WIRE.1
013900     05  FILLER   PIC X(20) VALUE "INTENT LOGGING".               K6WIRE.1
014000     05  FILLER   PIC X(48) VALUE "K6RCVR".                       K6WIRE.1
014100     05  FILLER   PIC X(13) VALUE "HBT HBEAT   5".                K6WIRE.1
014200     05  FILLER   PIC X(20) VALUE "HEARTBEAT POST".               K6WIRE.1
014300     05  FILLER   PIC X(48) VALUE "K6HBMN K6SCHG".                K6WIRE.1
014400     05  FILLER   PIC X(13) VALUE "CLVLCOMPLVL 7".                K6WIRE.1
014500     05  FILLER   PIC X(20) VALUE "COMPILE-LEVEL STAMP".          K6WIRE.1
014600     05  FILLER   PIC X(48) VALUE "K6STAL".                       K6WIRE.1
014700     05  FILLER   PIC X(13) VALUE "WVR WVRREG  6".                K6WIRE.1
014800     05  FILLER   PIC X(20) VALUE "WAIVER REGISTER LOAD".         K6WIRE.1
014900     05  FILLER   PIC X(48) VALUE                                 K6WIRE.1
015000         "K6DCKT K6WHAT K6EXPW K6XREF K6PREF".                    K6WIRE.1
015100     05  FILLER   PIC X(13) VALUE "SUPRSUPRREG 7".                K6WIRE.1
015200     05  FILLER   PIC X(20) VALUE "SUPPRESSION LOAD".             K6WIRE.1
015300     05  FILLER   PIC X(48) VALUE "K6EXPW K6XREF K6PREF".         K6WIRE.1
015400     05  FILLER   PIC X(13) VALUE "WIN WINDOWID8".                K6WIRE.1
015500     05  FILLER   PIC X(20) VALUE "WINDOW ID".                    K6WIRE.1
015600     05  FILLER   PIC X(48) VALUE                                 K6WIRE.1
015700         "K6GATE K6MANF K6CONS K6FLAG K6DWFD".                    K6WIRE.1
015800     05  FILLER   PIC X(13) VALUE "SBOXSANDBOX 7".                K6WIRE.1
015900     05  FILLER   PIC X(20) VALUE "SANDBOX CARD".                 K6WIRE.1
016000     05  FILLER   PIC X(48) VALUE "K6CONS".                       K6WIRE.1
016100     05  FILLER   PIC X(13) VALUE "SUPSSUPERSED8".                K6WIRE.1
016200     05  FILLER   PIC X(20) VALUE "SUPERSEDE LOGIC".              K6WIRE.1
016300     05  FILLER   PIC X(48) VALUE                                 K6WIRE.1
016400         "K6RLUP K6STOPL K6GATE K6CERT K6TREND K6SUPS".           K6WIRE.1
016500 01  CAP-TABLE REDEFINES CAP-VALUES.                              K6WIRE.1
016600     05  CAP-ENTRY OCCURS 9 TIMES.                                K6WIRE.1
016700         10  CP-CODE          PIC X(4).                           K6WIRE.1
016800         10  CP-MARKER        PIC X(8).                           K6WIRE.1
016900         10  CP-MARK-LEN      PIC 9(1).                           K6WIRE.1
017000         10  CP-TITLE         PIC X(20).                          K6WIRE.1
017100         10  CP-USERS         PIC X(48).                          K6WIRE.1
017200 01  CAP-WIRED-COUNTS.                                            K6WIRE.1
017300     05  CP-WIRED             PIC 9(4)   COMP OCCURS 9 TIMES.     K6WIRE.1
017400* ----------------------------------------------------------      K6WIRE.1
017500* ONE ENTRY PER LIBRARY MEMBER: ITS OWN MARKS ("Y" PER            K6WIRE.1
017600* CAPABILITY) AND THE MEMBERS IT COPIES.                          K6WIRE.1
017700* ----------------------------------------------------------      K6WIRE.1
017800 01  MEMBER-TABLE.                                                K6WIRE.1
017900     05  MB-ENTRY OCCURS 400 TIMES.                               K6WIRE.1
018000         10  MB-NAME          PIC X(8).                           K6WIRE.1
018100         10  MB-PROGRAM-SW    PIC X(1).                           K6WIRE.1
018200         10  MB-MARKS.                                            K6WIRE.1
018300             15  MB-MARK      PIC X(1)   OCCURS 9 TIMES.          K6WIRE.1
018400         10  MB-COPY-COUNT    PIC 9(2)   COMP.                    K6WIRE.1
018500         10  MB-COPY          PIC X(8)   OCCURS 40 TIMES.         K6WIRE.1
018600 01  CAT-TABLE.                                                   K6WIRE.1
018700     05  CAT-PGM              PIC X(6)   OCCURS 500 TIMES.        K6WIRE.1
018800* ----------------------------------------------------------      K6WIRE.1
018900* REPORT LINES.                                                   K6WIRE.1
019000* ----------------------------------------------------------      K6WIRE.1
019100 01  HDR-LINE-1.                                                  K6WIRE.1
019200     05  FILLER   PIC X(44) VALUE                                 K6WIRE.1
019300         "HARNESS-WIRING CONFORMANCE AUDIT (K6WIRE)".             K6WIRE.1
019400     05  FILLER   PIC X(76) VALUE SPACE.                          K6WIRE.1
019500 01  MX-HEAD-LINE.                                                K6WIRE.1
019600     05  FILLER   PIC X(8)  VALUE "PROGRAM".                      K6WIRE.1
019700     05  MXH-CELL OCCURS 9 TIMES.                                 K6WIRE.1
019800         10  MXH-CODE         PIC X(4).                           K6WIRE.1
019900         10  FILLER           PIC X(2).                           K6WIRE.1
020000     05  FILLER   PIC X(58) VALUE "MISSING".                      K6WIRE.1
020100 01  MX-LINE.                                                     K6WIRE.1
020200     05  MX-PGM-ID            PIC X(8).                           K6WIRE.1
020300     05  MX-CELL OCCURS 9 TIMES.                                  K6WIRE.1
020400         10  FILLER           PIC X(1).                           K6WIRE.1
020500         10  MX-MARK          PIC X(1).                           K6WIRE.1
020600         10  FILLER           PIC X(4).                           K6WIRE.1
020700     05  MX-MISSING           PIC Z9.                             K6WIRE.1
020800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6WIRE.1
020900     05  MX-VERDICT           PIC X(14).                          K6WIRE.1
021000     05  FILLER   PIC X(40) VALUE SPACE.                          K6WIRE.1
021100 01  SECT-LINE.                                                   K6WIRE.1
021200     05  SECT-TEXT            PIC X(60).                          K6WIRE.1
021300     05  FILLER   PIC X(60) VALUE SPACE.                          K6WIRE.1
021400 01  EX-LINE.                                                     K6WIRE.1
021500     05  EX-PGM-ID            PIC X(8).                           K6WIRE.1
021600     05  FILLER   PIC X(3)  VALUE "NO ".                          K6WIRE.1
021700     05  EX-TITLE             PIC X(20).                          K6WIRE.1
021800     05  FILLER   PIC X(20) VALUE "  NOT SEEN BY  ".              K6WIRE.1
021900     05  EX-USERS             PIC X(48).                          K6WIRE.1
022000     05  FILLER   PIC X(21) VALUE SPACE.                          K6WIRE.1
022100 01  NL-LINE.                                                     K6WIRE.1
022200     05  NL-PGM-ID            PIC X(8).                           K6WIRE.1
022300     05  FILLER   PIC X(40) VALUE                                 K6WIRE.1
022400         "CATALOGED BUT NOT IN THE LIBRARY UNLOAD".               K6WIRE.1
022500     05  FILLER   PIC X(72) VALUE SPACE.                          K6WIRE.1
022600 01  CAP-SUM-LINE.                                                K6WIRE.1
022700     05  CS-CODE              PIC X(4).                           K6WIRE.1
022800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6WIRE.1
022900     05  CS-TITLE             PIC X(20).                          K6WIRE.1
023000     05  FILLER   PIC X(8)  VALUE "  WIRED ".                     K6WIRE.1
023100     05  CS-WIRED             PIC ZZZ9.                           K6WIRE.1
023200     05  FILLER   PIC X(4)  VALUE " OF ".                         K6WIRE.1
023300     05  CS-AUDITED           PIC ZZZ9.                           K6WIRE.1
023400     05  FILLER   PIC X(74) VALUE SPACE.                          K6WIRE.1
023500 01  SUM-LINE.                                                    K6WIRE.1
023600     05  FILLER   PIC X(18) VALUE "PROGRAMS AUDITED =".           K6WIRE.1
023700     05  SUM-AUDITED          PIC ZZZ9.                           K6WIRE.1
023800     05  FILLER   PIC X(15) VALUE "  CONFORMING =".               K6WIRE.1
023900     05  SUM-CONFORMING       PIC ZZZ9.                           K6WIRE.1
024000     05  FILLER   PIC X(19) VALUE "  NON-CONFORMING =".           K6WIRE.1
024100     05  SUM-NONCONFORMING    PIC ZZZ9.                           K6WIRE.1
024200     05  FILLER   PIC X(17) VALUE "  LINES READ =".               K6WIRE.1
024300     05  SUM-LINES            PIC ZZZZZZ9.                        K6WIRE.1
024400     05  FILLER   PIC X(32) VALUE SPACE.                          K6WIRE.1
024500                                                                  K6WIRE.1
024600 PROCEDURE DIVISION.                                              K6WIRE.1
024700*================================================================ K6WIRE.1
024800* 0000-MAINLINE.                                                  K6WIRE.1
024900*================================================================ K6WIRE.1
025000 0000-MAINLINE.                                                   K6WIRE.1
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6WIRE.1
025200     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.                    K6WIRE.1
025300     PERFORM 2000-SCAN-SOURCE THRU 2000-EXIT                      K6WIRE.1
025400             UNTIL WS-SRC-EOF.                                    K6WIRE.1
025500     MOVE 1 TO WS-PASS.                                           K6WIRE.1
025600     PERFORM 3000-INHERIT-COPIES THRU 3000-EXIT                   K6WIRE.1
025700             UNTIL WS-PASS > 4.                                   K6WIRE.1
025800     PERFORM 4000-PRINT-MATRIX THRU 4000-EXIT.                    K6WIRE.1
025900     PERFORM 5000-PRINT-EXCLUSIONS THRU 5000-EXIT.                K6WIRE.1
026000     PERFORM 6000-CHECK-CATALOG THRU 6000-EXIT.                   K6WIRE.1
026100     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6WIRE.1
026200     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6WIRE.1
026300     IF WS-NOT-IN-LIB > ZERO                                      K6WIRE.1
026400         MOVE 8 TO RETURN-CODE                                    K6WIRE.1
026500     ELSE IF WS-NONCONFORMING > ZERO                              K6WIRE.1
026600         MOVE 4 TO RETURN-CODE                                    K6WIRE.1
026700     ELSE                                                         K6WIRE.1
026800         MOVE ZERO TO RETURN-CODE.                                K6WIRE.1
026900     STOP RUN.                                                    K6WIRE.1
027000*================================================================ K6WIRE.1
027100* 1000-INITIALIZE -- FILES AND THE REPORT HEADER.                 K6WIRE.1
027200*================================================================ K6WIRE.1
027300 1000-INITIALIZE.                                                 K6WIRE.1
027400     OPEN INPUT SOURCE-IN.                                        K6WIRE.1
027500     OPEN OUTPUT WIRE-RPT.                                        K6WIRE.1
027600     WRITE WR-PRINT-REC FROM HDR-LINE-1                           K6WIRE.1
027700         AFTER ADVANCING PAGE.                                    K6WIRE.1
027800     MOVE 1 TO WS-CAP-SUB.                                        K6WIRE.1
027900 1000-CAP-HEAD.                                                   K6WIRE.1
028000     IF WS-CAP-SUB > 9                                            K6WIRE.1
028100         GO TO 1000-EXIT.                                         K6WIRE.1
028200     MOVE CP-CODE (WS-CAP-SUB) TO MXH-CODE (WS-CAP-SUB).          K6WIRE.1
028300     MOVE ZERO TO CP-WIRED (WS-CAP-SUB).                          K6WIRE.1
028400     ADD 1 TO WS-CAP-SUB.                                         K6WIRE.1
028500     GO TO 1000-CAP-HEAD.                                         K6WIRE.1
028600 1000-EXIT.                                                       K6WIRE.1
028700     EXIT.                                                        K6WIRE.1
028800*================================================================ K6WIRE.1
028900* 1100-LOAD-CATALOG -- THE OPTIONAL SUITE CATALOG.                K6WIRE.1
029000*================================================================ K6WIRE.1
029100 1100-LOAD-CATALOG.                                               K6WIRE.1
029200     OPEN INPUT SUITE-CAT.                                        K6WIRE.1
029300     IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"     K6WIRE.1
029400         GO TO 1100-EXIT.                                         K6WIRE.1
029500 1100-READ.                                                       K6WIRE.1
029600     READ SUITE-CAT                                               K6WIRE.1
029700         AT END GO TO 1100-DONE.                                  K6WIRE.1
029800     IF SC-PGM-ID = SPACE OR SC-PGM-ID (1:1) = "*"                K6WIRE.1
029900         GO TO 1100-READ.                                         K6WIRE.1
030000     IF WS-CAT-COUNT NOT LESS THAN 500                            K6WIRE.1
030100         GO TO 1100-READ.                                         K6WIRE.1
030200     ADD 1 TO WS-CAT-COUNT.                                       K6WIRE.1
030300     MOVE SC-PGM-ID TO CAT-PGM (WS-CAT-COUNT).                    K6WIRE.1
030400     GO TO 1100-READ.                                             K6WIRE.1
030500 1100-DONE.                                                       K6WIRE.1
030600     CLOSE SUITE-CAT.                                             K6WIRE.1
030700     IF WS-CAT-COUNT > ZERO                                       K6WIRE.1
030800         SET WS-CAT-LOADED TO TRUE.                               K6WIRE.1
030900 1100-EXIT.                                                       K6WIRE.1
031000     EXIT.                                                        K6WIRE.1
031100*================================================================ K6WIRE.1
031200* 2000-SCAN-SOURCE -- ONE UNLOAD LINE.  A SEPARATOR CARD OPENS    K6WIRE.1
031300* A MEMBER; A CODE LINE IS CHECKED FOR PROGRAM-ID, FOR EACH       K6WIRE.1
031400* CAPABILITY'S MARKER AND FOR A COPY STATEMENT.                   K6WIRE.1
031500*================================================================ K6WIRE.1
031600 2000-SCAN-SOURCE.                                                K6WIRE.1
031700     READ SOURCE-IN                                               K6WIRE.1
031800         AT END SET WS-SRC-EOF TO TRUE                            K6WIRE.1
031900                GO TO 2000-EXIT.                                  K6WIRE.1
032000     ADD 1 TO WS-LINES-READ.                                      K6WIRE.1
032100     IF SI-SEP-TAG = "++MEMBER "                                  K6WIRE.1
032200         PERFORM 2100-NEW-MEMBER THRU 2100-EXIT                   K6WIRE.1
032300         GO TO 2000-EXIT.                                         K6WIRE.1
032400     IF WS-CUR-IDX = ZERO                                         K6WIRE.1
032500         GO TO 2000-EXIT.                                         K6WIRE.1
032600     IF SI-IND = "*" OR SI-IND = "/"                              K6WIRE.1
032700         GO TO 2000-EXIT.                                         K6WIRE.1
032800     MOVE SPACE TO WS-SCAN-AREA.                                  K6WIRE.1
032900     STRING " " SI-BODY DELIMITED BY SIZE                         K6WIRE.1
033000         INTO WS-SCAN-AREA.                                       K6WIRE.1
033100     MOVE ZERO TO WS-HIT-COUNT.                                   K6WIRE.1
033200     INSPECT WS-SCAN-AREA TALLYING WS-HIT-COUNT                   K6WIRE.1
033300         FOR ALL "PROGRAM-ID".                                    K6WIRE.1
033400     IF WS-HIT-COUNT > ZERO                                       K6WIRE.1
033500         MOVE "Y" TO MB-PROGRAM-SW (WS-CUR-IDX).                  K6WIRE.1
033600     MOVE 1 TO WS-CAP-SUB.                                        K6WIRE.1
033700 2000-MARKERS.                                                    K6WIRE.1
033800     IF WS-CAP-SUB > 9                                            K6WIRE.1
033900         GO TO 2000-COPY.                                         K6WIRE.1
034000     MOVE ZERO TO WS-HIT-COUNT.                                   K6WIRE.1
034100     INSPECT WS-SCAN-AREA TALLYING WS-HIT-COUNT                   K6WIRE.1
034200         FOR ALL CP-MARKER (WS-CAP-SUB)                           K6WIRE.1
034300                 (1:CP-MARK-LEN (WS-CAP-SUB)).                    K6WIRE.1
034400     IF WS-HIT-COUNT > ZERO                                       K6WIRE.1
034500         MOVE "Y" TO MB-MARK (WS-CUR-IDX WS-CAP-SUB).             K6WIRE.1
034600     ADD 1 TO WS-CAP-SUB.                                         K6WIRE.1
034700     GO TO 2000-MARKERS.                                          K6WIRE.1
034800 2000-COPY.                                                       K6WIRE.1
034900     MOVE ZERO TO WS-HIT-COUNT.                                   K6WIRE.1
035000     INSPECT WS-SCAN-AREA TALLYING WS-HIT-COUNT                   K6WIRE.1
035100         FOR ALL " COPY ".                                        K6WIRE.1
035200     IF WS-HIT-COUNT > ZERO                                       K6WIRE.1
035300         PERFORM 2500-TAKE-COPY THRU 2500-EXIT.                   K6WIRE.1
035400 2000-EXIT.                                                       K6WIRE.1
035500     EXIT.                                                        K6WIRE.1
035600*================================================================ K6WIRE.1
035700* 2100-NEW-MEMBER -- OPEN A TABLE ENTRY FOR THE MEMBER THE        K6WIRE.1
035800* SEPARATOR CARD NAMES.  PAST 400 MEMBERS THE REST ARE NOT        K6WIRE.1
035900* SCANNED.                                                        K6WIRE.1
036000*================================================================ K6WIRE.1
036100 2100-NEW-MEMBER.                                                 K6WIRE.1
036200     MOVE ZERO TO WS-CUR-IDX.                                     K6WIRE.1
036300     IF WS-MEMBER-COUNT NOT LESS THAN 400                         K6WIRE.1
036400         GO TO 2100-EXIT.                                         K6WIRE.1
036500     ADD 1 TO WS-MEMBER-COUNT.                                    K6WIRE.1
036600     MOVE WS-MEMBER-COUNT TO WS-CUR-IDX.                          K6WIRE.1
036700     MOVE SI-SEP-MEMBER TO MB-NAME (WS-CUR-IDX).                  K6WIRE.1
036800     MOVE "N" TO MB-PROGRAM-SW (WS-CUR-IDX).                      K6WIRE.1
036900     MOVE "NNNNNNNNN" TO MB-MARKS (WS-CUR-IDX).                   K6WIRE.1
037000     MOVE ZERO TO MB-COPY-COUNT (WS-CUR-IDX).                     K6WIRE.1
037100 2100-EXIT.                                                       K6WIRE.1
037200     EXIT.                                                        K6WIRE.1
037300*================================================================ K6WIRE.1
037400* 2500-TAKE-COPY -- PULL THE MEMBER NAME OFF THE COPY             K6WIRE.1
037500* STATEMENT, AS K6CUSE DOES, AND REMEMBER IT ONCE.                K6WIRE.1
037600*================================================================ K6WIRE.1
037700 2500-TAKE-COPY.                                                  K6WIRE.1
037800     MOVE SPACE TO WS-PARSE-JUNK WS-PARSE-REST WS-COPY-MEMBER.    K6WIRE.1
037900     UNSTRING WS-SCAN-AREA DELIMITED BY " COPY "                  K6WIRE.1
038000         INTO WS-PARSE-JUNK WS-PARSE-REST.                        K6WIRE.1
038100     IF WS-PARSE-REST = SPACE                                     K6WIRE.1
038200         GO TO 2500-EXIT.                                         K6WIRE.1
038300     UNSTRING WS-PARSE-REST DELIMITED BY ALL " " OR "."           K6WIRE.1
038400         INTO WS-COPY-MEMBER.                                     K6WIRE.1
038500     IF WS-COPY-MEMBER = SPACE                                    K6WIRE.1
038600         GO TO 2500-EXIT.                                         K6WIRE.1
038700     IF WS-COPY-MEMBER (1:1) NOT ALPHABETIC                       K6WIRE.1
038800         AND WS-COPY-MEMBER (1:1) NOT NUMERIC                     K6WIRE.1
038900         GO TO 2500-EXIT.                                         K6WIRE.1
039000     MOVE 1 TO WS-COPY-SUB.                                       K6WIRE.1
039100 2500-DUP.                                                        K6WIRE.1
039200     IF WS-COPY-SUB > MB-COPY-COUNT (WS-CUR-IDX)                  K6WIRE.1
039300         GO TO 2500-ADD.                                          K6WIRE.1
039400     IF MB-COPY (WS-CUR-IDX WS-COPY-SUB) = WS-COPY-MEMBER         K6WIRE.1
039500         GO TO 2500-EXIT.                                         K6WIRE.1
039600     ADD 1 TO WS-COPY-SUB.                                        K6WIRE.1
039700     GO TO 2500-DUP.                                              K6WIRE.1
039800 2500-ADD.                                                        K6WIRE.1
039900     IF MB-COPY-COUNT (WS-CUR-IDX) NOT LESS THAN 40               K6WIRE.1
040000         GO TO 2500-EXIT.                                         K6WIRE.1
040100     ADD 1 TO MB-COPY-COUNT (WS-CUR-IDX).                         K6WIRE.1
040200     MOVE WS-COPY-MEMBER                                          K6WIRE.1
040300         TO MB-COPY (WS-CUR-IDX MB-COPY-COUNT (WS-CUR-IDX)).      K6WIRE.1
040400 2500-EXIT.                                                       K6WIRE.1
040500     EXIT.                                                        K6WIRE.1
040600*================================================================ K6WIRE.1
040700* 3000-INHERIT-COPIES -- ONE PASS: EVERY MEMBER TAKES ON THE      K6WIRE.1
040800* MARKS OF THE MEMBERS IT COPIES.  FOUR PASSES COVER COPIES       K6WIRE.1
040900* NESTED FOUR DEEP, AS K6EXPN RESOLVES THEM.                      K6WIRE.1
041000*================================================================ K6WIRE.1
041100 3000-INHERIT-COPIES.                                             K6WIRE.1
041200     MOVE 1 TO WS-MB-SUB.                                         K6WIRE.1
041300 3000-MEMBER.                                                     K6WIRE.1
041400     IF WS-MB-SUB > WS-MEMBER-COUNT                               K6WIRE.1
041500         GO TO 3000-PASS-DONE.                                    K6WIRE.1
041600     MOVE 1 TO WS-COPY-SUB.                                       K6WIRE.1
041700 3000-COPY.                                                       K6WIRE.1
041800     IF WS-COPY-SUB > MB-COPY-COUNT (WS-MB-SUB)                   K6WIRE.1
041900         ADD 1 TO WS-MB-SUB                                       K6WIRE.1
042000         GO TO 3000-MEMBER.                                       K6WIRE.1
042100     MOVE MB-COPY (WS-MB-SUB WS-COPY-SUB) TO WS-FIND-NAME.        K6WIRE.1
042200     PERFORM 3500-FIND-MEMBER THRU 3500-EXIT.                     K6WIRE.1
042300     IF WS-FIND-SUB > ZERO                                        K6WIRE.1
042400         PERFORM 3600-MERGE-MARKS THRU 3600-EXIT.                 K6WIRE.1
042500     ADD 1 TO WS-COPY-SUB.                                        K6WIRE.1
042600     GO TO 3000-COPY.                                             K6WIRE.1
042700 3000-PASS-DONE.                                                  K6WIRE.1
042800     ADD 1 TO WS-PASS.                                            K6WIRE.1
042900 3000-EXIT.                                                       K6WIRE.1
043000     EXIT.                                                        K6WIRE.1
043100*================================================================ K6WIRE.1
043200* 3500-FIND-MEMBER -- TABLE POSITION OF WS-FIND-NAME, OR ZERO.    K6WIRE.1
043300*================================================================ K6WIRE.1
043400 3500-FIND-MEMBER.                                                K6WIRE.1
043500     MOVE 1 TO WS-FIND-SUB.                                       K6WIRE.1
043600 3500-LOOP.                                                       K6WIRE.1
043700     IF WS-FIND-SUB > WS-MEMBER-COUNT                             K6WIRE.1
043800         MOVE ZERO TO WS-FIND-SUB                                 K6WIRE.1
043900         GO TO 3500-EXIT.                                         K6WIRE.1
044000     IF MB-NAME (WS-FIND-SUB) = WS-FIND-NAME                      K6WIRE.1
044100         GO TO 3500-EXIT.                                         K6WIRE.1
044200     ADD 1 TO WS-FIND-SUB.                                        K6WIRE.1
044300     GO TO 3500-LOOP.                                             K6WIRE.1
044400 3500-EXIT.                                                       K6WIRE.1
044500     EXIT.                                                        K6WIRE.1
044600*================================================================ K6WIRE.1
044700* 3600-MERGE-MARKS -- COPIED MEMBER WS-FIND-SUB INTO MEMBER       K6WIRE.1
044800* WS-MB-SUB.                                                      K6WIRE.1
044900*================================================================ K6WIRE.1
045000 3600-MERGE-MARKS.                                                K6WIRE.1
045100     MOVE 1 TO WS-CAP-SUB.                                        K6WIRE.1
045200 3600-LOOP.                                                       K6WIRE.1
045300     IF WS-CAP-SUB > 9                                            K6WIRE.1
045400         GO TO 3600-EXIT.                                         K6WIRE.1
045500     IF MB-MARK (WS-FIND-SUB WS-CAP-SUB) = "Y"                    K6WIRE.1
045600         MOVE "Y" TO MB-MARK (WS-MB-SUB WS-CAP-SUB).              K6WIRE.1
045700     ADD 1 TO WS-CAP-SUB.                                         K6WIRE.1
045800     GO TO 3600-LOOP.                                             K6WIRE.1
045900 3600-EXIT.                                                       K6WIRE.1
046000     EXIT.                                                        K6WIRE.1
046100*================================================================ K6WIRE.1
046200* 4000-PRINT-MATRIX -- ONE LINE PER AUDITED PROGRAM.              K6WIRE.1
046300*================================================================ K6WIRE.1
046400 4000-PRINT-MATRIX.                                               K6WIRE.1
046500     WRITE WR-PRINT-REC FROM MX-HEAD-LINE                         K6WIRE.1
046600         AFTER ADVANCING 2 LINES.                                 K6WIRE.1
046700     MOVE 1 TO WS-MB-SUB.                                         K6WIRE.1
046800 4000-LOOP.                                                       K6WIRE.1
046900     IF WS-MB-SUB > WS-MEMBER-COUNT                               K6WIRE.1
047000         GO TO 4000-EXIT.                                         K6WIRE.1
047100     PERFORM 4500-CHECK-AUDITED THRU 4500-EXIT.                   K6WIRE.1
047200     IF MB-PROGRAM-SW (WS-MB-SUB) NOT = "Y"                       K6WIRE.1
047300         GO TO 4000-NEXT.                                         K6WIRE.1
047400     ADD 1 TO WS-AUDITED.                                         K6WIRE.1
047500     MOVE SPACE TO MX-LINE.                                       K6WIRE.1
047600     MOVE MB-NAME (WS-MB-SUB) TO MX-PGM-ID.                       K6WIRE.1
047700     MOVE ZERO TO WS-MISSING.                                     K6WIRE.1
047800     MOVE 1 TO WS-CAP-SUB.                                        K6WIRE.1
047900 4000-CELL.                                                       K6WIRE.1
048000     IF WS-CAP-SUB > 9                                            K6WIRE.1
048100         GO TO 4000-WRITE.                                        K6WIRE.1
048200     IF MB-MARK (WS-MB-SUB WS-CAP-SUB) = "Y"                      K6WIRE.1
048300         MOVE "X" TO MX-MARK (WS-CAP-SUB)                         K6WIRE.1
048400         ADD 1 TO CP-WIRED (WS-CAP-SUB)                           K6WIRE.1
048500     ELSE                                                         K6WIRE.1
048600         MOVE "." TO MX-MARK (WS-CAP-SUB)                         K6WIRE.1
048700         ADD 1 TO WS-MISSING.                                     K6WIRE.1
048800     ADD 1 TO WS-CAP-SUB.                                         K6WIRE.1
048900     GO TO 4000-CELL.                                             K6WIRE.1
049000 4000-WRITE.                                                      K6WIRE.1
049100     MOVE WS-MISSING TO MX-MISSING.                               K6WIRE.1
049200     IF WS-MISSING = ZERO                                         K6WIRE.1
049300         MOVE "CONFORMS" TO MX-VERDICT                            K6WIRE.1
049400         ADD 1 TO WS-CONFORMING                                   K6WIRE.1
049500     ELSE                                                         K6WIRE.1
049600         MOVE "NON-CONFORMING" TO MX-VERDICT                      K6WIRE.1
049700         ADD 1 TO WS-NONCONFORMING.                               K6WIRE.1
049800     WRITE WR-PRINT-REC FROM MX-LINE                              K6WIRE.1
049900         AFTER ADVANCING 1 LINE.                                  K6WIRE.1
050000 4000-NEXT.                                                       K6WIRE.1
050100     ADD 1 TO WS-MB-SUB.                                          K6WIRE.1
050200     GO TO 4000-LOOP.                                             K6WIRE.1
050300 4000-EXIT.                                                       K6WIRE.1
050400     EXIT.                                                        K6WIRE.1
050500*================================================================ K6WIRE.1
050600* 4500-CHECK-AUDITED -- WITH A CATALOG LOADED, A PROGRAM NOT ON   K6WIRE.1
050700* IT IS NOT AUDITED (ITS SWITCH IS SET TO "C" SO THE LATER        K6WIRE.1
050800* PASSES SKIP IT TOO).                                            K6WIRE.1
050900*================================================================ K6WIRE.1
051000 4500-CHECK-AUDITED.                                              K6WIRE.1
051100     IF NOT WS-CAT-LOADED OR MB-PROGRAM-SW (WS-MB-SUB) NOT = "Y"  K6WIRE.1
051200         GO TO 4500-EXIT.                                         K6WIRE.1
051300     MOVE 1 TO WS-CAT-SUB.                                        K6WIRE.1
051400 4500-LOOP.                                                       K6WIRE.1
051500     IF WS-CAT-SUB > WS-CAT-COUNT                                 K6WIRE.1
051600         MOVE "C" TO MB-PROGRAM-SW (WS-MB-SUB)                    K6WIRE.1
051700         GO TO 4500-EXIT.                                         K6WIRE.1
051800     IF CAT-PGM (WS-CAT-SUB) = MB-NAME (WS-MB-SUB) (1:6)          K6WIRE.1
051900         GO TO 4500-EXIT.                                         K6WIRE.1
052000     ADD 1 TO WS-CAT-SUB.                                         K6WIRE.1
052100     GO TO 4500-LOOP.                                             K6WIRE.1
052200 4500-EXIT.                                                       K6WIRE.1
052300     EXIT.                                                        K6WIRE.1
052400*================================================================ K6WIRE.1
052500* 5000-PRINT-EXCLUSIONS -- FOR EACH NON-CONFORMING PROGRAM, THE   K6WIRE.1
052600* REPORTS EACH MISSING CAPABILITY KEEPS IT OUT OF.                K6WIRE.1
052700*================================================================ K6WIRE.1
052800 5000-PRINT-EXCLUSIONS.                                           K6WIRE.1
052900     MOVE "REPORTS THAT SILENTLY EXCLUDE EACH NON-CONFORMING PGM" K6WIRE.1
053000         TO SECT-TEXT.                                            K6WIRE.1
053100     WRITE WR-PRINT-REC FROM SECT-LINE                            K6WIRE.1
053200         AFTER ADVANCING 3 LINES.                                 K6WIRE.1
053300     MOVE 1 TO WS-MB-SUB.                                         K6WIRE.1
053400 5000-LOOP.                                                       K6WIRE.1
053500     IF WS-MB-SUB > WS-MEMBER-COUNT                               K6WIRE.1
053600         GO TO 5000-EXIT.                                         K6WIRE.1
053700     IF MB-PROGRAM-SW (WS-MB-SUB) NOT = "Y"                       K6WIRE.1
053800         GO TO 5000-NEXT.                                         K6WIRE.1
053900     MOVE 1 TO WS-CAP-SUB.                                        K6WIRE.1
054000 5000-CAP.                                                        K6WIRE.1
054100     IF WS-CAP-SUB > 9                                            K6WIRE.1
054200         GO TO 5000-NEXT.                                         K6WIRE.1
054300     IF MB-MARK (WS-MB-SUB WS-CAP-SUB) NOT = "Y"                  K6WIRE.1
054400         MOVE MB-NAME (WS-MB-SUB)    TO EX-PGM-ID                 K6WIRE.1
054500         MOVE CP-TITLE (WS-CAP-SUB)  TO EX-TITLE                  K6WIRE.1
054600         MOVE CP-USERS (WS-CAP-SUB)  TO EX-USERS                  K6WIRE.1
054700         WRITE WR-PRINT-REC FROM EX-LINE                          K6WIRE.1
054800             AFTER ADVANCING 1 LINE.                              K6WIRE.1
054900     ADD 1 TO WS-CAP-SUB.                                         K6WIRE.1
055000     GO TO 5000-CAP.                                              K6WIRE.1
055100 5000-NEXT.                                                       K6WIRE.1
055200     ADD 1 TO WS-MB-SUB.                                          K6WIRE.1
055300     GO TO 5000-LOOP.                                             K6WIRE.1
055400 5000-EXIT.                                                       K6WIRE.1
055500     EXIT.                                                        K6WIRE.1
055600*================================================================ K6WIRE.1
055700* 6000-CHECK-CATALOG -- A CATALOGED PROGRAM THE UNLOAD DOES NOT   K6WIRE.1
055800* CARRY CANNOT BE AUDITED AT ALL.                                 K6WIRE.1
055900*================================================================ K6WIRE.1
056000 6000-CHECK-CATALOG.                                              K6WIRE.1
056100     IF NOT WS-CAT-LOADED                                         K6WIRE.1
056200         GO TO 6000-EXIT.                                         K6WIRE.1
056300     MOVE 1 TO WS-CAT-SUB.                                        K6WIRE.1
056400 6000-LOOP.                                                       K6WIRE.1
056500     IF WS-CAT-SUB > WS-CAT-COUNT                                 K6WIRE.1
056600         GO TO 6000-EXIT.                                         K6WIRE.1
056700     MOVE SPACE TO WS-FIND-NAME.                                  K6WIRE.1
056800     MOVE CAT-PGM (WS-CAT-SUB) TO WS-FIND-NAME.                   K6WIRE.1
056900     PERFORM 3500-FIND-MEMBER THRU 3500-EXIT.                     K6WIRE.1
057000     IF WS-FIND-SUB = ZERO                                        K6WIRE.1
057100         MOVE CAT-PGM (WS-CAT-SUB) TO NL-PGM-ID                   K6WIRE.1
057200         WRITE WR-PRINT-REC FROM NL-LINE                          K6WIRE.1
057300             AFTER ADVANCING 1 LINE                               K6WIRE.1
057400         ADD 1 TO WS-NOT-IN-LIB.                                  K6WIRE.1
057500     ADD 1 TO WS-CAT-SUB.                                         K6WIRE.1
057600     GO TO 6000-LOOP.                                             K6WIRE.1
057700 6000-EXIT.                                                       K6WIRE.1
057800     EXIT.                                                        K6WIRE.1
057900*================================================================ K6WIRE.1
058000* 8000-PRINT-SUMMARY -- WIRED COUNT PER CAPABILITY, THEN THE      K6WIRE.1
058100* PROGRAM TOTALS.                                                 K6WIRE.1
058200*================================================================ K6WIRE.1
058300 8000-PRINT-SUMMARY.                                              K6WIRE.1
058400     MOVE "WIRED COUNT BY CAPABILITY" TO SECT-TEXT.               K6WIRE.1
058500     WRITE WR-PRINT-REC FROM SECT-LINE                            K6WIRE.1
058600         AFTER ADVANCING 3 LINES.                                 K6WIRE.1
058700     MOVE 1 TO WS-CAP-SUB.                                        K6WIRE.1
058800 8000-LOOP.                                                       K6WIRE.1
058900     IF WS-CAP-SUB > 9                                            K6WIRE.1
059000         GO TO 8000-TOTALS.                                       K6WIRE.1
059100     MOVE CP-CODE (WS-CAP-SUB)  TO CS-CODE.                       K6WIRE.1
059200     MOVE CP-TITLE (WS-CAP-SUB) TO CS-TITLE.                      K6WIRE.1
059300     MOVE CP-WIRED (WS-CAP-SUB) TO CS-WIRED.                      K6WIRE.1
059400     MOVE WS-AUDITED            TO CS-AUDITED.                    K6WIRE.1
059500     WRITE WR-PRINT-REC FROM CAP-SUM-LINE                         K6WIRE.1
059600         AFTER ADVANCING 1 LINE.                                  K6WIRE.1
059700     ADD 1 TO WS-CAP-SUB.                                         K6WIRE.1
059800     GO TO 8000-LOOP.                                             K6WIRE.1
059900 8000-TOTALS.                                                     K6WIRE.1
060000     MOVE WS-AUDITED       TO SUM-AUDITED.                        K6WIRE.1
060100     MOVE WS-CONFORMING    TO SUM-CONFORMING.                     K6WIRE.1
060200     MOVE WS-NONCONFORMING TO SUM-NONCONFORMING.                  K6WIRE.1
060300     MOVE WS-LINES-READ    TO SUM-LINES.                          K6WIRE.1
060400     WRITE WR-PRINT-REC FROM SUM-LINE                             K6WIRE.1
060500         AFTER ADVANCING 2 LINES.                                 K6WIRE.1
060600 8000-EXIT.                                                       K6WIRE.1
060700     EXIT.                                                        K6WIRE.1
060800*================================================================ K6WIRE.1
060900* 9999-TERMINATE -- CLOSE FILES.                                  K6WIRE.1
061000*================================================================ K6WIRE.1
061100 9999-TERMINATE.                                                  K6WIRE.1
061200     CLOSE SOURCE-IN WIRE-RPT.                                    K6WIRE.1
061300 9999-EXIT.                                                       K6WIRE.1
061400     EXIT.                                                        K6WIRE.1
