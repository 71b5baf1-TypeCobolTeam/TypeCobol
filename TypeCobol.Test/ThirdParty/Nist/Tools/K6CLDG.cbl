000100 IDENTIFICATION DIVISION.                                         K6CLDG.1
000200 PROGRAM-ID.                                                      K6CLDG.1
000300     K6CLDG.                                                      K6CLDG.1
000400*================================================================ K6CLDG.1
000500* K6CLDG -- COMPILER DIAGNOSTIC LEDGER FOR SUITE COMPILES.        K6CLDG.1
000600*================================================================ K6CLDG.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6CLDG.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6CLDG.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6CLDG.1
001000* DATE-COMPILED.                                                  K6CLDG.1
001100*                                                                 K6CLDG.1
001200* REMARKS.                                                        K6CLDG.1
001300*    K6STAL PROVES COPYBOOK CURRENCY, BUT THE COMPILE STEP ITSELF K6CLDG.1
001400*    LEFT NO EVIDENCE -- THE RETURN CODE, THE I/W/E/S MESSAGE     K6CLDG.1
001500*    COUNTS AND THE MESSAGE IDS WENT AWAY WITH THE SPOOL.  THIS   K6CLDG.1
001600*    PROGRAM RUNS AS THE STEP AFTER EVERY SUITE COMPILE.  IT      K6CLDG.1
001700*    READS THE COMPILE LISTING (LISTIN, SEE K6LSTG.CPY) AND --    K6CLDG.1
001800*      - APPENDS ONE LEDGER ENTRY TO CLEDGER (SEE K6CLGR.CPY):    K6CLDG.1
001900*        A HEADER WITH THE RETURN CODE, THE COUNT OF MESSAGES AT  K6CLDG.1
002000*        EACH SEVERITY, THE LISTING LINE COUNT AND CHECKSUM, AND  K6CLDG.1
002100*        ONE MESSAGE RECORD PER DISTINCT MESSAGE ID AND           K6CLDG.1
002200*        STATEMENT NUMBER;                                        K6CLDG.1
002300*      - APPENDS ONE ARCHIVE-CATALOG ENTRY FOR THE LISTING TO     K6CLDG.1
002400*        ARCHADD, WHICH K6ARCH FOLDS INTO THE CATALOG (AND ITS    K6CLDG.1
002500*        RETENTION SWEEP) ON ITS NEXT RUN.                        K6CLDG.1
002600*    THE CONTROL CARD (CLDGCTL) NAMES THE PROGRAM COMPILED, THE   K6CLDG.1
002700*    TARGET (BLANK MEANS THIS INSTALLATION'S K6-TARGET-ID) AND    K6CLDG.1
002800*    THE DATASET THE JCL COPIED THE LISTING TO.  THE LEDGER KEY   K6CLDG.1
002900*    IS SHAPED LIKE RAW-DATA-KEY: THE SEQUENCE IS ONE MORE THAN   K6CLDG.1
003000*    THE HIGHEST ALREADY ON THE LEDGER FOR THE SAME TARGET,       K6CLDG.1
003100*    PROGRAM AND DATE.  K6CLDF COMPARES TWO TARGETS' COMPILES.    K6CLDG.1
003200*                                                                 K6CLDG.1
003300*    RETURN-CODE IS THE LEDGERED COMPILE RETURN CODE, SO A        K6CLDG.1
003400*    FOLLOWING STEP CAN STILL TEST IT; 16 WHEN THE CONTROL CARD   K6CLDG.1
003500*    OR THE LISTING IS MISSING.                                   K6CLDG.1
003600*                                                                 K6CLDG.1
003700* MODIFICATION HISTORY.                                           K6CLDG.1
003800*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6CLDG.1
003900*================================================================ K6CLDG.1
004000                                                                  K6CLDG.1
004100 ENVIRONMENT DIVISION.                                            K6CLDG.1
004200 CONFIGURATION SECTION.                                           K6CLDG.1
004300 SOURCE-COMPUTER.                                                 K6CLDG.1
004400     OUR-MAINFRAME.                                               K6CLDG.1
004500 OBJECT-COMPUTER.                                                 K6CLDG.1
004600     OUR-MAINFRAME.                                               K6CLDG.1
004700 INPUT-OUTPUT SECTION.                                            K6CLDG.1
004800 FILE-CONTROL.                                                    K6CLDG.1
004900     SELECT CLDG-CTL ASSIGN TO CLDGCTL                            K6CLDG.1
005000         ORGANIZATION IS SEQUENTIAL                               K6CLDG.1
005100         FILE STATUS IS WS-CTL-STATUS.                            K6CLDG.1
005200     SELECT LISTING-IN ASSIGN TO LISTIN                           K6CLDG.1
005300         ORGANIZATION IS SEQUENTIAL                               K6CLDG.1
005400         FILE STATUS IS WS-LST-STATUS.                            K6CLDG.1
005500     SELECT OPTIONAL COMPILE-LEDGER ASSIGN TO CLEDGER             K6CLDG.1
005600         ORGANIZATION IS SEQUENTIAL                               K6CLDG.1
005700         FILE STATUS IS WS-LDG-STATUS.                            K6CLDG.1
005800     SELECT ARCHIVE-ADDS ASSIGN TO ARCHADD                        K6CLDG.1
005900         ORGANIZATION IS SEQUENTIAL.                              K6CLDG.1
006000     SELECT CLDG-RPT ASSIGN TO CLDGRPT                            K6CLDG.1
006100         ORGANIZATION IS SEQUENTIAL.                              K6CLDG.1
006200                                                                  K6CLDG.1
006300 DATA DIVISION.                                                   K6CLDG.1
006400 FILE SECTION.                                                    K6CLDG.1
006500 FD  CLDG-CTL                                                     K6CLDG.1
006600     LABEL RECORDS ARE STANDARD.                                  K6CLDG.1
006700 01  CC-CONTROL-CARD.                                             K6CLDG.1
006800     05  CC-PGM-ID            PIC X(6).                           K6CLDG.1
006900     05  FILLER               PIC X(1).                           K6CLDG.1
007000     05  CC-TARGET-ID         PIC X(8).                           K6CLDG.1
007100     05  FILLER               PIC X(1).                           K6CLDG.1
007200     05  CC-LISTING-DSN       PIC X(44).                          K6CLDG.1
007300     05  FILLER               PIC X(20).                          K6CLDG.1
007400 FD  LISTING-IN                                                   K6CLDG.1
007500     LABEL RECORDS ARE STANDARD.                                  K6CLDG.1
007600     COPY K6LSTG.                                                 K6CLDG.1
007700 FD  COMPILE-LEDGER                                               K6CLDG.1
007800     LABEL RECORDS ARE STANDARD.                                  K6CLDG.1
007900     COPY K6CLGR.                                                 K6CLDG.1
008000 FD  ARCHIVE-ADDS                                                 K6CLDG.1
008100     LABEL RECORDS ARE STANDARD.                                  K6CLDG.1
008200* ARCHIVE-CATALOG ENTRY LAYOUT -- KEPT IN STEP WITH K6ARCH.       K6CLDG.1
008300 01  AA-CATALOG-ENTRY.                                            K6CLDG.1
008400     05  AA-TARGET-ID         PIC X(8).                           K6CLDG.1
008500     05  AA-PGM-ID            PIC X(6).                           K6CLDG.1
008600     05  AA-RUN-DATE          PIC 9(8).                           K6CLDG.1
008700     05  AA-RUN-SEQ           PIC 99.                             K6CLDG.1
008800     05  AA-ARCHIVE-DSN       PIC X(44).                          K6CLDG.1
008900     05  AA-LOCATION          PIC X(8).                           K6CLDG.1
009000     05  AA-MOVE-DATE         PIC 9(8).                           K6CLDG.1
009100 FD  CLDG-RPT                                                     K6CLDG.1
009200     LABEL RECORDS ARE STANDARD.                                  K6CLDG.1
009300 01  CR-PRINT-REC             PIC X(120).                         K6CLDG.1
009400                                                                  K6CLDG.1
009500 WORKING-STORAGE SECTION.                                         K6CLDG.1
009600     COPY K6TARG.                                                 K6CLDG.1
009700* ----------------------------------------------------------      K6CLDG.1
009800* FILE STATUS, SWITCHES AND COUNTERS.                             K6CLDG.1
009900* ----------------------------------------------------------      K6CLDG.1
010000 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6CLDG.1
010100 77  WS-LST-STATUS            PIC X(2)   VALUE SPACE.             K6CLDG.1
010200 77  WS-LDG-STATUS            PIC X(2)   VALUE SPACE.             K6CLDG.1
010300 77  WS-LST-EOF-SW            PIC X      VALUE "N".               K6CLDG.1
010400     88  WS-LST-EOF                      VALUE "Y".               K6CLDG.1
010500 77  WS-LST-OPEN-SW           PIC X      VALUE "N".               K6CLDG.1
010600     88  WS-LST-OPEN                     VALUE "Y".               K6CLDG.1
010700 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6CLDG.1
010800 77  WS-COMPILE-DATE          PIC 9(8)   VALUE ZERO.              K6CLDG.1
010900 77  WS-COMPILE-SEQ           PIC 99     VALUE ZERO.              K6CLDG.1
011000 77  WS-TARGET-ID             PIC X(8)   VALUE SPACE.             K6CLDG.1
011100 77  WS-PGM-ID                PIC X(6)   VALUE SPACE.             K6CLDG.1
011200 77  WS-COUNT-I               PIC 9(4)   VALUE ZERO.              K6CLDG.1
011300 77  WS-COUNT-W               PIC 9(4)   VALUE ZERO.              K6CLDG.1
011400 77  WS-COUNT-E               PIC 9(4)   VALUE ZERO.              K6CLDG.1
011500 77  WS-COUNT-S               PIC 9(4)   VALUE ZERO.              K6CLDG.1
011600 77  WS-COUNT-U               PIC 9(4)   VALUE ZERO.              K6CLDG.1
011700 77  WS-LISTING-LINES         PIC 9(6)   VALUE ZERO.              K6CLDG.1
011800 77  WS-MSG-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CLDG.1
011900 77  WS-MSG-DROPPED           PIC 9(4)   COMP VALUE ZERO.         K6CLDG.1
012000* ----------------------------------------------------------      K6CLDG.1
012100* LISTING CHECKSUM FOLD AREA -- SAME HALFWORD FOLD THE HARNESS    K6CLDG.1
012200* USES (SEE CHECKSUM-EVIDENCE IN IX208A), 133-BYTE LINE PADDED    K6CLDG.1
012300* TO 134.                                                         K6CLDG.1
012400* ----------------------------------------------------------      K6CLDG.1
012500 01  WS-LST-CKSUM-AREA        PIC X(134) VALUE SPACE.             K6CLDG.1
012600 01  WS-LST-CKSUM-VIEW REDEFINES WS-LST-CKSUM-AREA.               K6CLDG.1
012700     05  WS-LST-CKSUM-CHUNK OCCURS 67 TIMES                       K6CLDG.1
012800                            INDEXED BY WS-LCK-IDX                 K6CLDG.1
012900                            PIC S9(4) COMP.                       K6CLDG.1
013000 01  WS-LISTING-CHECKSUM      PIC S9(8) COMP VALUE ZERO.          K6CLDG.1
013100* ----------------------------------------------------------      K6CLDG.1
013200* DISTINCT MESSAGE ID / STATEMENT NUMBER PAIRS THIS COMPILE.      K6CLDG.1
013300* ----------------------------------------------------------      K6CLDG.1
013400 01  MESSAGE-TABLE.                                               K6CLDG.1
013500     05  MSG-ENTRY OCCURS 500 TIMES                               K6CLDG.1
013600                   INDEXED BY MSG-IDX.                            K6CLDG.1
013700         10  MT-MSG-ID            PIC X(11).                      K6CLDG.1
013800         10  MT-MSG-SEV           PIC X(1).                       K6CLDG.1
013900         10  MT-STMT-SEQ          PIC X(6).                       K6CLDG.1
014000         10  MT-OCCURS            PIC 9(4).                       K6CLDG.1
014100         10  MT-MSG-TEXT          PIC X(60).                      K6CLDG.1
014200 01  WS-STMT-SEQ              PIC X(6)   VALUE SPACE.             K6CLDG.1
014300* ----------------------------------------------------------      K6CLDG.1
014400* REPORT LINES.                                                   K6CLDG.1
014500* ----------------------------------------------------------      K6CLDG.1
014600 01  HDR-LINE-1.                                                  K6CLDG.1
014700     05  FILLER   PIC X(34) VALUE                                 K6CLDG.1
014800         "COMPILER DIAGNOSTIC LEDGER ENTRY  ".                    K6CLDG.1
014900     05  HDR-TARGET-ID        PIC X(8).                           K6CLDG.1
015000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CLDG.1
015100     05  HDR-PGM-ID           PIC X(6).                           K6CLDG.1
015200     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CLDG.1
015300     05  HDR-DATE             PIC 9(8).                           K6CLDG.1
015400     05  FILLER   PIC X(1)  VALUE "-".                            K6CLDG.1
015500     05  HDR-SEQ              PIC 99.                             K6CLDG.1
015600     05  FILLER   PIC X(57) VALUE SPACE.                          K6CLDG.1
015700 01  MSG-LINE.                                                    K6CLDG.1
015800     05  FILLER               PIC X(2)   VALUE SPACE.             K6CLDG.1
015900     05  ML-MSG-ID            PIC X(11).                          K6CLDG.1
016000     05  FILLER               PIC X(2)   VALUE SPACE.             K6CLDG.1
016100     05  ML-STMT-SEQ          PIC X(6).                           K6CLDG.1
016200     05  FILLER               PIC X(2)   VALUE SPACE.             K6CLDG.1
016300     05  ML-OCCURS            PIC ZZZ9.                           K6CLDG.1
016400     05  FILLER               PIC X(2)   VALUE SPACE.             K6CLDG.1
016500     05  ML-MSG-TEXT          PIC X(60).                          K6CLDG.1
016600     05  FILLER               PIC X(31)  VALUE SPACE.             K6CLDG.1
016700 01  TOT-LINE-1.                                                  K6CLDG.1
016800     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6CLDG.1
016900     05  TOT-RC               PIC Z9.                             K6CLDG.1
017000     05  FILLER   PIC X(5)  VALUE "   I=".                        K6CLDG.1
017100     05  TOT-I                PIC ZZZ9.                           K6CLDG.1
017200     05  FILLER   PIC X(4)  VALUE "  W=".                         K6CLDG.1
017300     05  TOT-W                PIC ZZZ9.                           K6CLDG.1
017400     05  FILLER   PIC X(4)  VALUE "  E=".                         K6CLDG.1
017500     05  TOT-E                PIC ZZZ9.                           K6CLDG.1
017600     05  FILLER   PIC X(4)  VALUE "  S=".                         K6CLDG.1
017700     05  TOT-S                PIC ZZZ9.                           K6CLDG.1
017800     05  FILLER   PIC X(4)  VALUE "  U=".                         K6CLDG.1
017900     05  TOT-U                PIC ZZZ9.                           K6CLDG.1
018000     05  FILLER   PIC X(61) VALUE SPACE.                          K6CLDG.1
018100 01  TOT-LINE-2.                                                  K6CLDG.1
018200     05  FILLER   PIC X(16) VALUE "  LISTING LINES ".             K6CLDG.1
018300     05  TOT-LINES            PIC ZZZZZ9.                         K6CLDG.1
018400     05  FILLER   PIC X(12) VALUE "  CHECKSUM  ".                 K6CLDG.1
018500     05  TOT-CHECKSUM         PIC 9(9).                           K6CLDG.1
018600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CLDG.1
018700     05  TOT-DSN              PIC X(44).                          K6CLDG.1
018800     05  FILLER   PIC X(31) VALUE SPACE.                          K6CLDG.1
018900                                                                  K6CLDG.1
019000 PROCEDURE DIVISION.                                              K6CLDG.1
019100*================================================================ K6CLDG.1
019200* 0000-MAINLINE -- READ THE CONTROL CARD AND THE LISTING, THEN    K6CLDG.1
019300* LEDGER THE COMPILE AND CATALOG ITS LISTING.                     K6CLDG.1
019400*================================================================ K6CLDG.1
019500 0000-MAINLINE.                                                   K6CLDG.1
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6CLDG.1
019700     IF WS-VERDICT-RC = 16                                        K6CLDG.1
019800         GO TO 0000-FINISH.                                       K6CLDG.1
019900     PERFORM 2000-SCAN-LISTING THRU 2000-EXIT                     K6CLDG.1
020000             UNTIL WS-LST-EOF.                                    K6CLDG.1
020100     PERFORM 3000-NEXT-LEDGER-SEQ THRU 3000-EXIT.                 K6CLDG.1
020200     PERFORM 4000-WRITE-LEDGER THRU 4000-EXIT.                    K6CLDG.1
020300     PERFORM 5000-CATALOG-LISTING THRU 5000-EXIT.                 K6CLDG.1
020400     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.                    K6CLDG.1
020500 0000-FINISH.                                                     K6CLDG.1
020600     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6CLDG.1
020700     STOP RUN.                                                    K6CLDG.1
020800*================================================================ K6CLDG.1
020900* 1000-INITIALIZE -- READ THE CONTROL CARD AND OPEN THE LISTING.  K6CLDG.1
021000*================================================================ K6CLDG.1
021100 1000-INITIALIZE.                                                 K6CLDG.1
021200     OPEN OUTPUT CLDG-RPT.                                        K6CLDG.1
021300     OPEN INPUT CLDG-CTL.                                         K6CLDG.1
021400     IF WS-CTL-STATUS NOT = "00"                                  K6CLDG.1
021500         DISPLAY "K6CLDG: CLDGCTL OPEN FAILED, STATUS "           K6CLDG.1
021600             WS-CTL-STATUS                                        K6CLDG.1
021700         MOVE 16 TO WS-VERDICT-RC                                 K6CLDG.1
021800         GO TO 1000-EXIT.                                         K6CLDG.1
021900     READ CLDG-CTL                                                K6CLDG.1
022000         AT END MOVE SPACE TO CC-CONTROL-CARD.                    K6CLDG.1
022100     CLOSE CLDG-CTL.                                              K6CLDG.1
022200     IF CC-PGM-ID = SPACE                                         K6CLDG.1
022300         DISPLAY "K6CLDG: NO PROGRAM-ID ON THE CONTROL CARD"      K6CLDG.1
022400         MOVE 16 TO WS-VERDICT-RC                                 K6CLDG.1
022500         GO TO 1000-EXIT.                                         K6CLDG.1
022600     MOVE CC-PGM-ID TO WS-PGM-ID.                                 K6CLDG.1
022700     IF CC-TARGET-ID = SPACE                                      K6CLDG.1
022800         MOVE K6-TARGET-ID TO WS-TARGET-ID                        K6CLDG.1
022900     ELSE                                                         K6CLDG.1
023000         MOVE CC-TARGET-ID TO WS-TARGET-ID.                       K6CLDG.1
023100     ACCEPT WS-COMPILE-DATE FROM DATE YYYYMMDD.                   K6CLDG.1
023200     OPEN INPUT LISTING-IN.                                       K6CLDG.1
023300     IF WS-LST-STATUS NOT = "00"                                  K6CLDG.1
023400         DISPLAY "K6CLDG: LISTIN OPEN FAILED, STATUS "            K6CLDG.1
023500             WS-LST-STATUS                                        K6CLDG.1
023600         MOVE 16 TO WS-VERDICT-RC                                 K6CLDG.1
023700         GO TO 1000-EXIT.                                         K6CLDG.1
023800     SET WS-LST-OPEN TO TRUE.                                     K6CLDG.1
023900     MOVE SPACE TO MESSAGE-TABLE.                                 K6CLDG.1
024000 1000-EXIT.                                                       K6CLDG.1
024100     EXIT.                                                        K6CLDG.1
024200*================================================================ K6CLDG.1
024300* 2000-SCAN-LISTING -- FOLD EVERY LINE INTO THE CHECKSUM; COUNT   K6CLDG.1
024400* EVERY DIAGNOSTIC BY SEVERITY AND KEEP EACH DISTINCT MESSAGE ID  K6CLDG.1
024500* AND STATEMENT NUMBER ONCE, WITH ITS OCCURRENCE COUNT.           K6CLDG.1
024600*================================================================ K6CLDG.1
024700 2000-SCAN-LISTING.                                               K6CLDG.1
024800     READ LISTING-IN                                              K6CLDG.1
024900         AT END SET WS-LST-EOF TO TRUE                            K6CLDG.1
025000                GO TO 2000-EXIT.                                  K6CLDG.1
025100     ADD 1 TO WS-LISTING-LINES.                                   K6CLDG.1
025200     MOVE LS-LISTING-LINE TO WS-LST-CKSUM-AREA.                   K6CLDG.1
025300     SET WS-LCK-IDX TO 1.                                         K6CLDG.1
025400     PERFORM 2100-SUM-CHUNK THRU 2100-EXIT                        K6CLDG.1
025500         UNTIL WS-LCK-IDX > 67.                                   K6CLDG.1
025600     IF LS-MSG-HYPHEN NOT = "-"                                   K6CLDG.1
025700         GO TO 2000-EXIT.                                         K6CLDG.1
025800     IF LS-MSG-SEV = "I"                                          K6CLDG.1
025900         ADD 1 TO WS-COUNT-I                                      K6CLDG.1
026000         GO TO 2000-DISTINCT.                                     K6CLDG.1
026100     IF LS-MSG-SEV = "W"                                          K6CLDG.1
026200         ADD 1 TO WS-COUNT-W                                      K6CLDG.1
026300         GO TO 2000-DISTINCT.                                     K6CLDG.1
026400     IF LS-MSG-SEV = "E"                                          K6CLDG.1
026500         ADD 1 TO WS-COUNT-E                                      K6CLDG.1
026600         GO TO 2000-DISTINCT.                                     K6CLDG.1
026700     IF LS-MSG-SEV = "S"                                          K6CLDG.1
026800         ADD 1 TO WS-COUNT-S                                      K6CLDG.1
026900         GO TO 2000-DISTINCT.                                     K6CLDG.1
027000     IF LS-MSG-SEV = "U"                                          K6CLDG.1
027100         ADD 1 TO WS-COUNT-U                                      K6CLDG.1
027200         GO TO 2000-DISTINCT.                                     K6CLDG.1
027300*    A HYPHEN WITHOUT A SEVERITY LETTER IS A SOURCE LINE THAT     K6CLDG.1
027400*    HAPPENS TO CARRY ONE IN THAT COLUMN, NOT A DIAGNOSTIC.       K6CLDG.1
027500     GO TO 2000-EXIT.                                             K6CLDG.1
027600 2000-DISTINCT.                                                   K6CLDG.1
027700     MOVE LS-LINE-SEQ TO WS-STMT-SEQ.                             K6CLDG.1
027800     INSPECT WS-STMT-SEQ REPLACING LEADING SPACE BY ZERO.         K6CLDG.1
027900     SET MSG-IDX TO 1.                                            K6CLDG.1
028000 2000-SEARCH.                                                     K6CLDG.1
028100     IF MSG-IDX > WS-MSG-COUNT                                    K6CLDG.1
028200         GO TO 2000-ADD.                                          K6CLDG.1
028300     IF MT-MSG-ID (MSG-IDX) = LS-MSG-ID                           K6CLDG.1
028400             AND MT-STMT-SEQ (MSG-IDX) = WS-STMT-SEQ              K6CLDG.1
028500         ADD 1 TO MT-OCCURS (MSG-IDX)                             K6CLDG.1
028600         GO TO 2000-EXIT.                                         K6CLDG.1
028700     SET MSG-IDX UP BY 1.                                         K6CLDG.1
028800     GO TO 2000-SEARCH.                                           K6CLDG.1
028900 2000-ADD.                                                        K6CLDG.1
029000     IF WS-MSG-COUNT NOT < 500                                    K6CLDG.1
029100         ADD 1 TO WS-MSG-DROPPED                                  K6CLDG.1
029200         GO TO 2000-EXIT.                                         K6CLDG.1
029300     ADD 1 TO WS-MSG-COUNT.                                       K6CLDG.1
029400     SET MSG-IDX TO WS-MSG-COUNT.                                 K6CLDG.1
029500     MOVE LS-MSG-ID TO MT-MSG-ID (MSG-IDX).                       K6CLDG.1
029600     MOVE LS-MSG-SEV TO MT-MSG-SEV (MSG-IDX).                     K6CLDG.1
029700     MOVE WS-STMT-SEQ TO MT-STMT-SEQ (MSG-IDX).                   K6CLDG.1
029800     MOVE 1 TO MT-OCCURS (MSG-IDX).                               K6CLDG.1
029900     MOVE LS-MSG-TEXT TO MT-MSG-TEXT (MSG-IDX).                   K6CLDG.1
030000 2000-EXIT.                                                       K6CLDG.1
030100     EXIT.                                                        K6CLDG.1
030200 2100-SUM-CHUNK.                                                  K6CLDG.1
030300     ADD WS-LST-CKSUM-CHUNK (WS-LCK-IDX) TO WS-LISTING-CHECKSUM.  K6CLDG.1
030400     SET WS-LCK-IDX UP BY 1.                                      K6CLDG.1
030500 2100-EXIT.                                                       K6CLDG.1
030600     EXIT.                                                        K6CLDG.1
030700*================================================================ K6CLDG.1
030800* 3000-NEXT-LEDGER-SEQ -- ONE MORE THAN THE HIGHEST SEQUENCE      K6CLDG.1
030900* ALREADY LEDGERED FOR THIS TARGET, PROGRAM AND DATE.             K6CLDG.1
031000*================================================================ K6CLDG.1
031100 3000-NEXT-LEDGER-SEQ.                                            K6CLDG.1
031200     MOVE ZERO TO WS-COMPILE-SEQ.                                 K6CLDG.1
031300     OPEN INPUT COMPILE-LEDGER.                                   K6CLDG.1
031400     IF WS-LDG-STATUS NOT = "00"                                  K6CLDG.1
031500         GO TO 3000-DONE.                                         K6CLDG.1
031600 3000-READ.                                                       K6CLDG.1
031700     READ COMPILE-LEDGER                                          K6CLDG.1
031800         AT END GO TO 3000-CLOSE.                                 K6CLDG.1
031900     IF CLG-HEADER                                                K6CLDG.1
032000             AND CLG-TARGET-ID = WS-TARGET-ID                     K6CLDG.1
032100             AND CLG-PGM-ID = WS-PGM-ID                           K6CLDG.1
032200             AND CLG-COMPILE-DATE = WS-COMPILE-DATE               K6CLDG.1
032300             AND CLG-COMPILE-SEQ > WS-COMPILE-SEQ                 K6CLDG.1
032400         MOVE CLG-COMPILE-SEQ TO WS-COMPILE-SEQ.                  K6CLDG.1
032500     GO TO 3000-READ.                                             K6CLDG.1
032600 3000-CLOSE.                                                      K6CLDG.1
032700     CLOSE COMPILE-LEDGER.                                        K6CLDG.1
032800 3000-DONE.                                                       K6CLDG.1
032900     ADD 1 TO WS-COMPILE-SEQ.                                     K6CLDG.1
033000 3000-EXIT.                                                       K6CLDG.1
033100     EXIT.                                                        K6CLDG.1
033200*================================================================ K6CLDG.1
033300* 4000-WRITE-LEDGER -- THE HEADER, THEN ONE MESSAGE RECORD PER    K6CLDG.1
033400* DISTINCT MESSAGE ID AND STATEMENT NUMBER.                       K6CLDG.1
033500*================================================================ K6CLDG.1
033600 4000-WRITE-LEDGER.                                               K6CLDG.1
033700     IF WS-COUNT-U > ZERO                                         K6CLDG.1
033800         MOVE 16 TO WS-VERDICT-RC                                 K6CLDG.1
033900     ELSE                                                         K6CLDG.1
034000         IF WS-COUNT-S > ZERO                                     K6CLDG.1
034100             MOVE 12 TO WS-VERDICT-RC                             K6CLDG.1
034200         ELSE                                                     K6CLDG.1
034300             IF WS-COUNT-E > ZERO                                 K6CLDG.1
034400                 MOVE 8 TO WS-VERDICT-RC                          K6CLDG.1
034500             ELSE                                                 K6CLDG.1
034600                 IF WS-COUNT-W > ZERO                             K6CLDG.1
034700                     MOVE 4 TO WS-VERDICT-RC.                     K6CLDG.1
034800     OPEN EXTEND COMPILE-LEDGER.                                  K6CLDG.1
034900     MOVE SPACE TO CLG-LEDGER-REC.                                K6CLDG.1
035000     MOVE "H" TO CLG-REC-TYPE.                                    K6CLDG.1
035100     MOVE WS-TARGET-ID TO CLG-TARGET-ID HDR-TARGET-ID.            K6CLDG.1
035200     MOVE WS-PGM-ID TO CLG-PGM-ID HDR-PGM-ID.                     K6CLDG.1
035300     MOVE WS-COMPILE-DATE TO CLG-COMPILE-DATE HDR-DATE.           K6CLDG.1
035400     MOVE WS-COMPILE-SEQ TO CLG-COMPILE-SEQ HDR-SEQ.              K6CLDG.1
035500     ACCEPT CLG-COMPILE-TIME FROM TIME.                           K6CLDG.1
035600     MOVE WS-VERDICT-RC TO CLG-RETURN-CODE.                       K6CLDG.1
035700     MOVE WS-COUNT-I TO CLG-COUNT-I.                              K6CLDG.1
035800     MOVE WS-COUNT-W TO CLG-COUNT-W.                              K6CLDG.1
035900     MOVE WS-COUNT-E TO CLG-COUNT-E.                              K6CLDG.1
036000     MOVE WS-COUNT-S TO CLG-COUNT-S.                              K6CLDG.1
036100     MOVE WS-COUNT-U TO CLG-COUNT-U.                              K6CLDG.1
036200     MOVE WS-MSG-COUNT TO CLG-DISTINCT-MSGS.                      K6CLDG.1
036300     MOVE WS-LISTING-LINES TO CLG-LISTING-LINES.                  K6CLDG.1
036400     MOVE WS-LISTING-CHECKSUM TO CLG-LISTING-CHECKSUM.            K6CLDG.1
036500     MOVE CC-LISTING-DSN TO CLG-LISTING-DSN.                      K6CLDG.1
036600     WRITE CLG-LEDGER-REC.                                        K6CLDG.1
036700     WRITE CR-PRINT-REC FROM HDR-LINE-1                           K6CLDG.1
036800         AFTER ADVANCING PAGE.                                    K6CLDG.1
036900     MOVE SPACE TO CR-PRINT-REC.                                  K6CLDG.1
037000     WRITE CR-PRINT-REC AFTER ADVANCING 1 LINES.                  K6CLDG.1
037100     SET MSG-IDX TO 1.                                            K6CLDG.1
037200 4000-NEXT-MSG.                                                   K6CLDG.1
037300     IF MSG-IDX > WS-MSG-COUNT                                    K6CLDG.1
037400         GO TO 4000-CLOSE.                                        K6CLDG.1
037500     MOVE SPACE TO CLG-BODY.                                      K6CLDG.1
037600     MOVE "M" TO CLG-REC-TYPE.                                    K6CLDG.1
037700     MOVE MT-MSG-ID (MSG-IDX) TO CLG-MSG-ID ML-MSG-ID.            K6CLDG.1
037800     MOVE MT-MSG-SEV (MSG-IDX) TO CLG-MSG-SEV.                    K6CLDG.1
037900     MOVE MT-STMT-SEQ (MSG-IDX) TO CLG-STMT-SEQ ML-STMT-SEQ.      K6CLDG.1
038000     MOVE MT-OCCURS (MSG-IDX) TO CLG-MSG-OCCURS ML-OCCURS.        K6CLDG.1
038100     MOVE MT-MSG-TEXT (MSG-IDX) TO CLG-MSG-TEXT ML-MSG-TEXT.      K6CLDG.1
038200     WRITE CLG-LEDGER-REC.                                        K6CLDG.1
038300     WRITE CR-PRINT-REC FROM MSG-LINE                             K6CLDG.1
038400         AFTER ADVANCING 1 LINES.                                 K6CLDG.1
038500     SET MSG-IDX UP BY 1.                                         K6CLDG.1
038600     GO TO 4000-NEXT-MSG.                                         K6CLDG.1
038700 4000-CLOSE.                                                      K6CLDG.1
038800     CLOSE COMPILE-LEDGER.                                        K6CLDG.1
038900     IF WS-MSG-DROPPED > ZERO                                     K6CLDG.1
039000         DISPLAY "K6CLDG: MORE THAN 500 DISTINCT MESSAGES, "      K6CLDG.1
039100             WS-MSG-DROPPED " NOT LEDGERED".                      K6CLDG.1
039200 4000-EXIT.                                                       K6CLDG.1
039300     EXIT.                                                        K6CLDG.1
039400*================================================================ K6CLDG.1
039500* 5000-CATALOG-LISTING -- ONE ARCHIVE-CATALOG ENTRY FOR THE       K6CLDG.1
039600* LISTING.  RUN-SEQ 00 MARKS A COMPILE-LISTING ENTRY (NO TEST     K6CLDG.1
039700* RUN IS EVER SEQUENCE 00), SO IT NEVER COLLIDES WITH THE         K6CLDG.1
039800* PRINT-FILE ENTRIES FOR THE SAME PROGRAM AND DATE.               K6CLDG.1
039900*================================================================ K6CLDG.1
040000 5000-CATALOG-LISTING.                                            K6CLDG.1
040100     IF CC-LISTING-DSN = SPACE                                    K6CLDG.1
040200         DISPLAY "K6CLDG: NO LISTING DATASET ON THE CONTROL "     K6CLDG.1
040300             "CARD, LISTING NOT CATALOGED"                        K6CLDG.1
040400         GO TO 5000-EXIT.                                         K6CLDG.1
040500     OPEN EXTEND ARCHIVE-ADDS.                                    K6CLDG.1
040600     MOVE WS-TARGET-ID TO AA-TARGET-ID.                           K6CLDG.1
040700     MOVE WS-PGM-ID TO AA-PGM-ID.                                 K6CLDG.1
040800     MOVE WS-COMPILE-DATE TO AA-RUN-DATE AA-MOVE-DATE.            K6CLDG.1
040900     MOVE ZERO TO AA-RUN-SEQ.                                     K6CLDG.1
041000     MOVE CC-LISTING-DSN TO AA-ARCHIVE-DSN.                       K6CLDG.1
041100     MOVE "ONSITE  " TO AA-LOCATION.                              K6CLDG.1
041200     WRITE AA-CATALOG-ENTRY.                                      K6CLDG.1
041300     CLOSE ARCHIVE-ADDS.                                          K6CLDG.1
041400 5000-EXIT.                                                       K6CLDG.1
041500     EXIT.                                                        K6CLDG.1
041600*================================================================ K6CLDG.1
041700* 8000-PRINT-TOTALS -- RETURN CODE, SEVERITY COUNTS, CHECKSUM.    K6CLDG.1
041800*================================================================ K6CLDG.1
041900 8000-PRINT-TOTALS.                                               K6CLDG.1
042000     MOVE WS-VERDICT-RC TO TOT-RC.                                K6CLDG.1
042100     MOVE WS-COUNT-I TO TOT-I.                                    K6CLDG.1
042200     MOVE WS-COUNT-W TO TOT-W.                                    K6CLDG.1
042300     MOVE WS-COUNT-E TO TOT-E.                                    K6CLDG.1
042400     MOVE WS-COUNT-S TO TOT-S.                                    K6CLDG.1
042500     MOVE WS-COUNT-U TO TOT-U.                                    K6CLDG.1
042600     MOVE WS-LISTING-LINES TO TOT-LINES.                          K6CLDG.1
042700     MOVE WS-LISTING-CHECKSUM TO TOT-CHECKSUM.                    K6CLDG.1
042800     MOVE CC-LISTING-DSN TO TOT-DSN.                              K6CLDG.1
042900     WRITE CR-PRINT-REC FROM TOT-LINE-1                           K6CLDG.1
043000         AFTER ADVANCING 2 LINES.                                 K6CLDG.1
043100     WRITE CR-PRINT-REC FROM TOT-LINE-2                           K6CLDG.1
043200         AFTER ADVANCING 1 LINES.                                 K6CLDG.1
043300 8000-EXIT.                                                       K6CLDG.1
043400     EXIT.                                                        K6CLDG.1
043500*================================================================ K6CLDG.1
043600* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6CLDG.1
043700*================================================================ K6CLDG.1
043800 9999-TERMINATE.                                                  K6CLDG.1
043900     IF WS-LST-OPEN                                               K6CLDG.1
044000         CLOSE LISTING-IN.                                        K6CLDG.1
044100     CLOSE CLDG-RPT.                                              K6CLDG.1
044200     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6CLDG.1
044300 9999-EXIT.                                                       K6CLDG.1
044400     EXIT.                                                        K6CLDG.1
