000100 IDENTIFICATION DIVISION.                                         K6FLAG.1
000200 PROGRAM-ID.                                                      K6FLAG.1
000300     K6FLAG.                                                      K6FLAG.1
000400*================================================================ K6FLAG.1
000500* K6FLAG -- MACHINE VERDICTS FOR THE M-SERIES FLAGGER PROGRAMS.   K6FLAG.1
000600*================================================================ K6FLAG.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6FLAG.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6FLAG.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6FLAG.1
001000* DATE-COMPILED.                                                  K6FLAG.1
001100*                                                                 K6FLAG.1
001200* REMARKS.                                                        K6FLAG.1
001300*    CM401M, CM303M, SM301M AND SG302M TEST NOTHING AT RUN TIME.  K6FLAG.1
001400*    THEY TEST ONLY WHETHER THE FIPS FLAGGER RAISES THE MESSAGES  K6FLAG.1
001500*    NAMED IN THEIR "MESSAGE EXPECTED FOR ABOVE (FOLLOWING)       K6FLAG.1
001600*    STATEMENT" COMMENTS, AND UNTIL NOW THE LISTING WAS COMPARED  K6FLAG.1
001700*    TO THOSE COMMENTS BY HAND, SO THE RESULTS NEVER REACHED      K6FLAG.1
001800*    RAW-DATA OR THE STOPLIGHT.  THIS PROGRAM READS ONE M MEMBER  K6FLAG.1
001900*    (SRCIN) AND ITS COMPILE LISTING (LISTIN, SEE K6LSTG.CPY)     K6FLAG.1
002000*    AND --                                                       K6FLAG.1
002100*      - TIES EVERY EXPECTATION COMMENT TO ITS STATEMENT LINE:    K6FLAG.1
002200*        "ABOVE" IS THE LAST SEQUENCED NON-BLANK LINE BEFORE THE  K6FLAG.1
002300*        COMMENT, "FOLLOWING" THE NEXT ONE AFTER IT;              K6FLAG.1
002400*      - MATCHES IT TO A FLAGGER MESSAGE ISSUED FOR THAT LINE     K6FLAG.1
002500*        WITH THE SAME CLASS (NON-CONFORMING STANDARD,            K6FLAG.1
002600*        NON-CONFORMING NONSTANDARD, OBSOLETE) -- PASS WHEN ONE   K6FLAG.1
002700*        IS FOUND, FAIL WHEN NONE IS;                             K6FLAG.1
002800*      - FAILS EVERY FLAGGER MESSAGE NO EXPECTATION CLAIMED       K6FLAG.1
002900*        (PAR-NAME EXTRA-NNNNNN), SO AN OVER-EAGER FLAGGER IS     K6FLAG.1
003000*        CAUGHT AS SURELY AS A SILENT ONE;                        K6FLAG.1
003100*      - POSTS AN INSPT ROW WHEN THE MEMBER'S "TOTAL NUMBER OF    K6FLAG.1
003200*        FLAGS EXPECTED" DISAGREES WITH ITS EXPECTATION COMMENTS. K6FLAG.1
003300*    THE VERDICTS ARE POSTED TO RAW-DATA UNDER THE M PROGRAM'S    K6FLAG.1
003400*    OWN PROGRAM-ID AND WRITTEN TO THE CSV EXTRACT WITH THE       K6FLAG.1
003500*    K6CSVE ENVELOPE, EXACTLY AS A TEST PROGRAM WOULD, SO THE     K6FLAG.1
003600*    MEMBER SHOWS UP ON K6STOPL AND K6GATE LIKE ANY OTHER.        K6FLAG.1
003700*    THE STATEMENTS IN THESE MEMBERS THAT THE LOCAL TOOLCHAIN     K6FLAG.1
003800*    CANNOT PARSE ARE CARRIED AS SEQUENCED COMMENT LINES; THEY    K6FLAG.1
003900*    STILL COUNT AS STATEMENT LINES HERE, SINCE THE CERTIFIED     K6FLAG.1
004000*    COMPILER SEES THE ORIGINAL MEMBER.                           K6FLAG.1
004100*                                                                 K6FLAG.1
004200*    RETURN-CODE 0 ALL EXPECTED FLAGS MATCHED, 4 TOTAL-LINE       K6FLAG.1
004300*    DISAGREEMENT ONLY, 8 ONE OR MORE FAILURES, 16 SOURCE OR      K6FLAG.1
004400*    LISTING MISSING OR NO EXPECTATION COMMENTS FOUND.            K6FLAG.1
004500*                                                                 K6FLAG.1
004600* MODIFICATION HISTORY.                                           K6FLAG.1
004700*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6FLAG.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  A RERUN LEAVES A RUN OF A WINDOW DECLARED   K6VOID.1
000000*                     VOID (K6VOID) AS IT IS.                     K6VOID.1
004800*================================================================ K6FLAG.1
004900                                                                  K6FLAG.1
005000 ENVIRONMENT DIVISION.                                            K6FLAG.1
005100 CONFIGURATION SECTION.                                           K6FLAG.1
005200 SOURCE-COMPUTER.                                                 K6FLAG.1
005300     OUR-MAINFRAME.                                               K6FLAG.1
005400 OBJECT-COMPUTER.                                                 K6FLAG.1
005500     OUR-MAINFRAME.                                               K6FLAG.1
005600 INPUT-OUTPUT SECTION.                                            K6FLAG.1
005700 FILE-CONTROL.                                                    K6FLAG.1
005800     SELECT RAW-DATA   ASSIGN TO                                  K6FLAG.1
005900     COPY X062.                                                   K6FLAG.1
006000            ORGANIZATION IS INDEXED                               K6FLAG.1
006100            ACCESS MODE IS RANDOM                                 K6FLAG.1
006200            RECORD KEY IS RAW-DATA-KEY.                           K6FLAG.1
006300     SELECT SOURCE-IN ASSIGN TO SRCIN                             K6FLAG.1
006400         ORGANIZATION IS SEQUENTIAL                               K6FLAG.1
006500         FILE STATUS IS WS-SRC-STATUS.                            K6FLAG.1
006600     SELECT LISTING-IN ASSIGN TO LISTIN                           K6FLAG.1
006700         ORGANIZATION IS SEQUENTIAL                               K6FLAG.1
006800         FILE STATUS IS WS-LST-STATUS.                            K6FLAG.1
006900     SELECT CSV-FILE ASSIGN TO CSVOUT                             K6FLAG.1
007000         ORGANIZATION IS LINE SEQUENTIAL.                         K6FLAG.1
007100     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6FLAG.1
007200         ORGANIZATION IS SEQUENTIAL                               K6FLAG.1
007300         FILE STATUS IS WS-WINDOWID-STATUS.                       K6FLAG.1
007400     SELECT FLAG-RPT ASSIGN TO FLAGRPT                            K6FLAG.1
007500         ORGANIZATION IS SEQUENTIAL.                              K6FLAG.1
007600                                                                  K6FLAG.1
007700 DATA DIVISION.                                                   K6FLAG.1
007800 FILE SECTION.                                                    K6FLAG.1
007900 FD  RAW-DATA.                                                    K6FLAG.1
008000 01  RAW-DATA-SATZ.                                               K6FLAG.1
008100     05  RAW-DATA-KEY.                                            K6FLAG.1
008200         10  RAW-DATA-TARGET  PIC X(8).                           K6FLAG.1
008300         10  RAW-DATA-PGM-ID  PIC X(6).                           K6FLAG.1
008400         10  RAW-DATA-RUN-DT  PIC 9(8).                           K6FLAG.1
008500         10  RAW-DATA-RUN-SEQ PIC 99.                             K6FLAG.1
008600*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              K6FLAG.1
008700*    K6RAWDS.CPY.                                                 K6FLAG.1
008800     05  RAW-DATA-WINDOW     PIC X(1).                            K6FLAG.1
008900     05  C-DATE              PIC 9(8).                            K6FLAG.1
009000     05  C-TIME              PIC 9(8).                            K6FLAG.1
009100     05  C-NO-OF-TESTS       PIC 99.                              K6FLAG.1
009200     05  C-OK                PIC 999.                             K6FLAG.1
009300     05  C-ALL               PIC 999.                             K6FLAG.1
009400     05  C-FAIL              PIC 999.                             K6FLAG.1
009500     05  C-DELETED           PIC 999.                             K6FLAG.1
009600     05  C-INSPECT           PIC 999.                             K6FLAG.1
009700     05  C-NOTE              PIC X(13).                           K6FLAG.1
009800     05  C-INDENT            PIC X.                               K6FLAG.1
009900     05  C-ABORT             PIC X(8).                            K6FLAG.1
010000     05  C-END-DATE          PIC 9(8).                            K6FLAG.1
010100     05  C-END-TIME          PIC 9(8).                            K6FLAG.1
010200     05  C-SRC-REV           PIC 9(3).                            K6FLAG.1
010300     05  C-FILE-CATALOG OCCURS 2 TIMES.                           K6FLAG.1
010400         10  C-FILE-NAME         PIC X(6).                        K6FLAG.1
010500         10  C-FILE-ORG          PIC X(2).                        K6FLAG.1
010600         10  C-FILE-LABEL        PIC X(1).                        K6FLAG.1
010700         10  C-FILE-BLKSIZE      PIC 9(4).                        K6FLAG.1
010800         10  C-FILE-RECORDS      PIC 9(6).                        K6FLAG.1
010900     05  C-MODULE-ID         PIC X(2).                            K6FLAG.1
011000     05  C-MODULE-PCT        PIC 999V99.                          K6FLAG.1
011100     05  C-SEV-HIGH          PIC X(1).                            K6FLAG.1
011200*    RUN-DISPOSITION (SEE K6RAWDS.CPY).                           K6FLAG.1
011300     05  C-SUPERSEDED        PIC X(1).                            K6FLAG.1
011400     05  C-SUPERSEDE-SEQ     PIC 99.                              K6FLAG.1
011500*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           K6FLAG.1
011600     05  C-XFAIL             PIC 999.                             K6FLAG.1
011700*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6FLAG.1
011800     05  C-LAYOUT-VER        PIC X(3).                            K6FLAG.1
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
011900 FD  SOURCE-IN                                                    K6FLAG.1
012000     LABEL RECORDS ARE STANDARD.                                  K6FLAG.1
012100 01  SI-SOURCE-REC.                                               K6FLAG.1
012200     05  SI-SEQ               PIC X(6).                           K6FLAG.1
012300     05  SI-INDICATOR         PIC X(1).                           K6FLAG.1
012400     05  SI-AREA              PIC X(65).                          K6FLAG.1
012500     05  SI-TAG               PIC X(8).                           K6FLAG.1
012600 FD  LISTING-IN                                                   K6FLAG.1
012700     LABEL RECORDS ARE STANDARD.                                  K6FLAG.1
012800     COPY K6LSTG.                                                 K6FLAG.1
012900 FD  CSV-FILE                                                     K6FLAG.1
013000     LABEL RECORDS ARE STANDARD.                                  K6FLAG.1
013100 01  CSV-REC                  PIC X(194).                         K6FLAG.1
013200 FD  WINDOW-IDENT                                                 K6FLAG.1
013300     LABEL RECORDS ARE STANDARD.                                  K6FLAG.1
013400 01  WI-WINDOW-CARD.                                              K6FLAG.1
013500     05  WI-WINDOW-ID         PIC X(1).                           K6FLAG.1
013600     05  FILLER               PIC X(79).                          K6FLAG.1
013700 FD  FLAG-RPT                                                     K6FLAG.1
013800     LABEL RECORDS ARE STANDARD.                                  K6FLAG.1
013900 01  FR-PRINT-REC             PIC X(120).                         K6FLAG.1
014000                                                                  K6FLAG.1
014100 WORKING-STORAGE SECTION.                                         K6FLAG.1
014200     COPY K6TARG.                                                 K6FLAG.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
014300     COPY K6CSVE.                                                 K6FLAG.1
014400* ----------------------------------------------------------      K6FLAG.1
014500* FILE STATUS, SWITCHES AND COUNTERS.                             K6FLAG.1
014600* ----------------------------------------------------------      K6FLAG.1
014700 77  WS-SRC-STATUS            PIC X(2)   VALUE SPACE.             K6FLAG.1
014800 77  WS-LST-STATUS            PIC X(2)   VALUE SPACE.             K6FLAG.1
014900 77  WS-WINDOWID-STATUS       PIC X(2)   VALUE SPACE.             K6FLAG.1
015000 77  WS-WINDOW-ID             PIC X(1)   VALUE "N".               K6FLAG.1
015100 77  WS-SRC-EOF-SW            PIC X      VALUE "N".               K6FLAG.1
015200     88  WS-SRC-EOF                      VALUE "Y".               K6FLAG.1
015300 77  WS-LST-EOF-SW            PIC X      VALUE "N".               K6FLAG.1
015400     88  WS-LST-EOF                      VALUE "Y".               K6FLAG.1
015500 77  WS-PGM-NEXT-SW           PIC X      VALUE "N".               K6FLAG.1
015600     88  WS-PGM-NEXT                     VALUE "Y".               K6FLAG.1
015700 77  WS-FOUND-SW              PIC X      VALUE "N".               K6FLAG.1
015800     88  WS-FLAG-FOUND                   VALUE "Y".               K6FLAG.1
015900 77  WS-TOTAL-SEEN-SW         PIC X      VALUE "N".               K6FLAG.1
016000     88  WS-TOTAL-SEEN                   VALUE "Y".               K6FLAG.1
016100 77  WS-RUN-DATE              PIC 9(8)   VALUE ZERO.              K6FLAG.1
016200 77  WS-RUN-SEQ               PIC 99     VALUE ZERO.              K6FLAG.1
016300 77  WS-SUPERSEDING-SEQ       PIC 99     VALUE ZERO.              K6FLAG.1
016400 77  WS-PRIOR-SEQ             PIC 99     VALUE ZERO.              K6FLAG.1
016500 77  WS-PASS-COUNTER          PIC 999    VALUE ZERO.              K6FLAG.1
016600 77  WS-FAIL-COUNTER          PIC 999    VALUE ZERO.              K6FLAG.1
016700 77  WS-INSPECT-COUNTER       PIC 999    VALUE ZERO.              K6FLAG.1
016800 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6FLAG.1
016900 77  WS-EXP-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6FLAG.1
017000 77  WS-ISS-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6FLAG.1
017100 77  WS-PENDING-COUNT         PIC 9(3)   COMP VALUE ZERO.         K6FLAG.1
017200 77  WS-DECLARED-TOTAL        PIC 9(3)   VALUE ZERO.              K6FLAG.1
017300 77  WS-TALLY                 PIC 9(3)   COMP VALUE ZERO.         K6FLAG.1
017400 77  WS-LEAD                  PIC 9(3)   COMP VALUE ZERO.         K6FLAG.1
017500 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6FLAG.1
017600 77  WS-CHAR-SUB              PIC 9(3)   COMP VALUE ZERO.         K6FLAG.1
017700 77  WS-DIGIT                 PIC 9      VALUE ZERO.              K6FLAG.1
017800 77  WS-LAST-STMT-SEQ         PIC X(6)   VALUE SPACE.             K6FLAG.1
017900 77  WS-PGM-ID                PIC X(6)   VALUE SPACE.             K6FLAG.1
018000 77  WS-CLASS                 PIC X(2)   VALUE SPACE.             K6FLAG.1
018100* ----------------------------------------------------------      K6FLAG.1
018200* WORK COPIES -- SOURCE AREA AND MESSAGE TEXT FOLDED TO UPPER     K6FLAG.1
018300* CASE, SO "MESSAGE EXPECTED" AND "NON-CONFORMING STANDARD"       K6FLAG.1
018400* MATCH HOWEVER THE MEMBER OR THE COMPILER CASED THEM.            K6FLAG.1
018500* ----------------------------------------------------------      K6FLAG.1
018600 01  WS-UPPER-AREA            PIC X(65)  VALUE SPACE.             K6FLAG.1
018700 01  WS-UPPER-TEXT            PIC X(109) VALUE SPACE.             K6FLAG.1
018800 01  WS-DISCARD               PIC X(65)  VALUE SPACE.             K6FLAG.1
018900 01  WS-AFTER-TEXT            PIC X(65)  VALUE SPACE.             K6FLAG.1
019000 01  WS-TOTAL-TEXT            PIC X(10)  VALUE SPACE.             K6FLAG.1
019100 01  WS-TOTAL-CHARS REDEFINES WS-TOTAL-TEXT.                      K6FLAG.1
019200     05  WS-TOTAL-CHAR OCCURS 10 TIMES PIC X(1).                  K6FLAG.1
019300 01  WS-LOWER-ALPHA           PIC X(26)  VALUE                    K6FLAG.1
019400     "abcdefghijklmnopqrstuvwxyz".                                K6FLAG.1
019500 01  WS-UPPER-ALPHA           PIC X(26)  VALUE                    K6FLAG.1
019600     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                                K6FLAG.1
019700* ----------------------------------------------------------      K6FLAG.1
019800* EXPECTED FLAGS FROM THE MEMBER'S COMMENTS.  EX-LINE-SEQ IS      K6FLAG.1
019900* SPACE UNTIL A "FOLLOWING" EXPECTATION MEETS ITS STATEMENT.      K6FLAG.1
020000* ----------------------------------------------------------      K6FLAG.1
020100 01  EXPECT-TABLE.                                                K6FLAG.1
020200     05  EXP-ENTRY OCCURS 50 TIMES                                K6FLAG.1
020300                   INDEXED BY EXP-IDX.                            K6FLAG.1
020400         10  EX-LINE-SEQ          PIC X(6).                       K6FLAG.1
020500         10  EX-CLASS             PIC X(2).                       K6FLAG.1
020600         10  EX-ISSUED-ID         PIC X(11).                      K6FLAG.1
020700* ----------------------------------------------------------      K6FLAG.1
020800* FLAGGER MESSAGES ACTUALLY ISSUED, FROM THE LISTING.  IF-USED    K6FLAG.1
020900* IS "Y" ONCE AN EXPECTATION HAS CLAIMED THE MESSAGE.             K6FLAG.1
021000* ----------------------------------------------------------      K6FLAG.1
021100 01  ISSUED-TABLE.                                                K6FLAG.1
021200     05  ISS-ENTRY OCCURS 100 TIMES                               K6FLAG.1
021300                   INDEXED BY ISS-IDX.                            K6FLAG.1
021400         10  IF-LINE-SEQ          PIC X(6).                       K6FLAG.1
021500         10  IF-CLASS             PIC X(2).                       K6FLAG.1
021600         10  IF-MSG-ID            PIC X(11).                      K6FLAG.1
021700         10  IF-USED              PIC X(1).                       K6FLAG.1
021800* ----------------------------------------------------------      K6FLAG.1
021900* FLAGGER CLASS CODES AND THEIR PRINTED NAMES.                    K6FLAG.1
022000* ----------------------------------------------------------      K6FLAG.1
022100 01  CLASS-NAME-VALUES.                                           K6FLAG.1
022200     05  FILLER   PIC X(28) VALUE "NCNON-CONFORMING STANDARD   ". K6FLAG.1
022300     05  FILLER   PIC X(28) VALUE "NNNON-CONFORMING NONSTANDARD". K6FLAG.1
022400     05  FILLER   PIC X(28) VALUE "OBOBSOLETE                  ". K6FLAG.1
022500     05  FILLER   PIC X(28) VALUE "??UNRECOGNIZED CLASS        ". K6FLAG.1
022600 01  CLASS-NAME-TABLE REDEFINES CLASS-NAME-VALUES.                K6FLAG.1
022700     05  CLASS-ENTRY OCCURS 4 TIMES                               K6FLAG.1
022800                     INDEXED BY CLS-IDX.                          K6FLAG.1
022900         10  CLS-CODE             PIC X(2).                       K6FLAG.1
023000         10  CLS-NAME             PIC X(26).                      K6FLAG.1
023100* ----------------------------------------------------------      K6FLAG.1
023200* ONE VERDICT, SHAPED LIKE THE HARNESS TEST-RESULTS LINE SO       K6FLAG.1
023300* DOWNSTREAM SCANNERS PARSE IT THE SAME WAY.                      K6FLAG.1
023400* ----------------------------------------------------------      K6FLAG.1
023500 01  FLAG-RESULT-LINE.                                            K6FLAG.1
023600     05  FILLER               PIC X      VALUE SPACE.             K6FLAG.1
023700     05  FRL-FEATURE          PIC X(20)  VALUE SPACE.             K6FLAG.1
023800     05  FILLER               PIC X      VALUE SPACE.             K6FLAG.1
023900     05  FRL-P-OR-F           PIC X(5)   VALUE SPACE.             K6FLAG.1
024000     05  FILLER               PIC X      VALUE SPACE.             K6FLAG.1
024100     05  FRL-PAR-NAME         PIC X(22)  VALUE SPACE.             K6FLAG.1
024200     05  FILLER               PIC X(8)   VALUE SPACE.             K6FLAG.1
024300     05  FRL-RE-MARK          PIC X(61)  VALUE SPACE.             K6FLAG.1
024400 01  FLAG-CC-LINE.                                                K6FLAG.1
024500     05  FILLER               PIC X(30)  VALUE SPACE.             K6FLAG.1
024600     05  FILLER               PIC X(17)  VALUE                    K6FLAG.1
024700            "       COMPUTED=".                                   K6FLAG.1
024800     05  FCC-COMPUTED         PIC X(20)  VALUE SPACE.             K6FLAG.1
024900     05  FILLER               PIC X(9)   VALUE " CORRECT=".       K6FLAG.1
025000     05  FCC-CORRECT          PIC X(20)  VALUE SPACE.             K6FLAG.1
025100     05  FILLER               PIC X(24)  VALUE SPACE.             K6FLAG.1
025200 01  CSV-ELAPSED-T            PIC ZZZZZZ9 VALUE ZERO.             K6FLAG.1
025300 01  CSV-ANSI-CLAUSE-T        PIC X(10)  VALUE SPACE.             K6FLAG.1
025400 01  CSV-SEVERITY-T           PIC X(1)   VALUE SPACE.             K6FLAG.1
025500 01  CSV-BUILD-AREA           PIC X(194) VALUE SPACE.             K6FLAG.1
025600* ----------------------------------------------------------      K6FLAG.1
025700* REPORT LINES.                                                   K6FLAG.1
025800* ----------------------------------------------------------      K6FLAG.1
025900 01  HDR-LINE-1.                                                  K6FLAG.1
026000     05  FILLER   PIC X(40) VALUE                                 K6FLAG.1
026100         "FIPS FLAGGER VERDICTS FROM COMPILE LISTI".              K6FLAG.1
026200     05  FILLER   PIC X(13) VALUE "NG -- MEMBER".                 K6FLAG.1
026300     05  FILLER   PIC X(1)  VALUE SPACE.                          K6FLAG.1
026400     05  HDR-PGM-ID           PIC X(6).                           K6FLAG.1
026500     05  FILLER   PIC X(60) VALUE SPACE.                          K6FLAG.1
026600 01  TOT-LINE-1.                                                  K6FLAG.1
026700     05  FILLER   PIC X(24) VALUE "EXPECTED FLAGS MATCHED  ".     K6FLAG.1
026800     05  TOT-PASS             PIC ZZ9.                            K6FLAG.1
026900     05  FILLER   PIC X(93) VALUE SPACE.                          K6FLAG.1
027000 01  TOT-LINE-2.                                                  K6FLAG.1
027100     05  FILLER   PIC X(24) VALUE "FAILURES (MISSED/EXTRA) ".     K6FLAG.1
027200     05  TOT-FAIL             PIC ZZ9.                            K6FLAG.1
027300     05  FILLER   PIC X(93) VALUE SPACE.                          K6FLAG.1
027400 01  TOT-LINE-3.                                                  K6FLAG.1
027500     05  FILLER   PIC X(24) VALUE "TOTAL-LINE DISAGREEMENT ".     K6FLAG.1
027600     05  TOT-INSPECT          PIC ZZ9.                            K6FLAG.1
027700     05  FILLER   PIC X(93) VALUE SPACE.                          K6FLAG.1
027800 01  TOT-LINE-4.                                                  K6FLAG.1
027900     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6FLAG.1
028000     05  TOT-RC               PIC Z9.                             K6FLAG.1
028100     05  FILLER   PIC X(102) VALUE SPACE.                         K6FLAG.1
028200                                                                  K6FLAG.1
028300 PROCEDURE DIVISION.                                              K6FLAG.1
028400*================================================================ K6FLAG.1
028500* 0000-MAINLINE -- LOAD THE MEMBER'S EXPECTATIONS AND THE         K6FLAG.1
028600* LISTING'S FLAGGER MESSAGES, JUDGE THEM, POST THE VERDICTS.      K6FLAG.1
028700*================================================================ K6FLAG.1
028800 0000-MAINLINE.                                                   K6FLAG.1
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6FLAG.1
029000     IF WS-VERDICT-RC = 16                                        K6FLAG.1
029100         GO TO 0000-FINISH.                                       K6FLAG.1
029200     PERFORM 2000-LOAD-SOURCE THRU 2000-EXIT                      K6FLAG.1
029300             UNTIL WS-SRC-EOF.                                    K6FLAG.1
029400     PERFORM 3000-LOAD-LISTING THRU 3000-EXIT                     K6FLAG.1
029500             UNTIL WS-LST-EOF.                                    K6FLAG.1
029600     IF WS-EXP-COUNT = ZERO OR WS-PGM-ID = SPACE                  K6FLAG.1
029700         DISPLAY "K6FLAG: NO PROGRAM-ID OR NO EXPECTATION "       K6FLAG.1
029800             "COMMENTS IN SRCIN"                                  K6FLAG.1
029900         MOVE 16 TO WS-VERDICT-RC                                 K6FLAG.1
030000         GO TO 0000-FINISH.                                       K6FLAG.1
030100     PERFORM 4000-CLAIM-RUN THRU 4000-EXIT.                       K6FLAG.1
030200     PERFORM 5000-JUDGE-EXPECTED THRU 5000-EXIT.                  K6FLAG.1
030300     PERFORM 6000-JUDGE-EXTRA THRU 6000-EXIT.                     K6FLAG.1
030400     PERFORM 6500-JUDGE-TOTAL THRU 6500-EXIT.                     K6FLAG.1
030500     PERFORM 7000-POST-RAW-DATA THRU 7000-EXIT.                   K6FLAG.1
030600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.                    K6FLAG.1
030700 0000-FINISH.                                                     K6FLAG.1
030800     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6FLAG.1
030900     STOP RUN.                                                    K6FLAG.1
031000*================================================================ K6FLAG.1
031100* 1000-INITIALIZE -- OPEN THE MEMBER AND ITS LISTING.  EITHER     K6FLAG.1
031200* ONE MISSING MEANS THERE IS NOTHING TO JUDGE -- RETURN-CODE 16   K6FLAG.1
031300* RATHER THAN A RUN THAT POSTS A CLEAN BUT EMPTY VERDICT.         K6FLAG.1
031400*================================================================ K6FLAG.1
031500 1000-INITIALIZE.                                                 K6FLAG.1
031600     OPEN OUTPUT FLAG-RPT.                                        K6FLAG.1
031700     MOVE SPACE TO EXPECT-TABLE ISSUED-TABLE.                     K6FLAG.1
031800     OPEN INPUT SOURCE-IN.                                        K6FLAG.1
031900     IF WS-SRC-STATUS NOT = "00"                                  K6FLAG.1
032000         DISPLAY "K6FLAG: SRCIN OPEN FAILED, STATUS "             K6FLAG.1
032100             WS-SRC-STATUS                                        K6FLAG.1
032200         MOVE 16 TO WS-VERDICT-RC                                 K6FLAG.1
032300         GO TO 1000-EXIT.                                         K6FLAG.1
032400     OPEN INPUT LISTING-IN.                                       K6FLAG.1
032500     IF WS-LST-STATUS NOT = "00"                                  K6FLAG.1
032600         DISPLAY "K6FLAG: LISTIN OPEN FAILED, STATUS "            K6FLAG.1
032700             WS-LST-STATUS                                        K6FLAG.1
032800         CLOSE SOURCE-IN                                          K6FLAG.1
032900         MOVE 16 TO WS-VERDICT-RC                                 K6FLAG.1
033000         GO TO 1000-EXIT.                                         K6FLAG.1
033100     PERFORM 1500-WINDOW-IDENT-READ THRU 1500-EXIT.               K6FLAG.1
033200 1000-EXIT.                                                       K6FLAG.1
033300     EXIT.                                                        K6FLAG.1
033400*================================================================ K6FLAG.1
033500* 1500-WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR      K6FLAG.1
033600* BLANK MEANS THE OVERNIGHT WINDOW "N".                           K6FLAG.1
033700*================================================================ K6FLAG.1
033800 1500-WINDOW-IDENT-READ.                                          K6FLAG.1
033900     OPEN INPUT WINDOW-IDENT.                                     K6FLAG.1
034000     IF WS-WINDOWID-STATUS NOT = "00"                             K6FLAG.1
034100             AND WS-WINDOWID-STATUS NOT = "05"                    K6FLAG.1
034200         GO TO 1500-EXIT.                                         K6FLAG.1
034300     READ WINDOW-IDENT                                            K6FLAG.1
034400         AT END GO TO 1500-DONE.                                  K6FLAG.1
034500     IF WI-WINDOW-ID NOT = SPACE                                  K6FLAG.1
034600         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       K6FLAG.1
034700 1500-DONE.                                                       K6FLAG.1
034800     CLOSE WINDOW-IDENT.                                          K6FLAG.1
034900 1500-EXIT.                                                       K6FLAG.1
035000     EXIT.                                                        K6FLAG.1
035100*================================================================ K6FLAG.1
035200* 2000-LOAD-SOURCE -- ONE MEMBER LINE: PICK UP THE PROGRAM-ID,    K6FLAG.1
035300* RECORD EXPECTATION AND TOTAL COMMENTS, AND TRACK THE LAST       K6FLAG.1
035400* STATEMENT LINE FOR "ABOVE" EXPECTATIONS.                        K6FLAG.1
035500*================================================================ K6FLAG.1
035600 2000-LOAD-SOURCE.                                                K6FLAG.1
035700     READ SOURCE-IN                                               K6FLAG.1
035800         AT END SET WS-SRC-EOF TO TRUE                            K6FLAG.1
035900                GO TO 2000-EXIT.                                  K6FLAG.1
036000     IF SI-AREA = SPACE                                           K6FLAG.1
036100         GO TO 2000-EXIT.                                         K6FLAG.1
036200     MOVE SI-AREA TO WS-UPPER-AREA.                               K6FLAG.1
036300     INSPECT WS-UPPER-AREA                                        K6FLAG.1
036400         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.             K6FLAG.1
036500     IF WS-PGM-NEXT                                               K6FLAG.1
036600         MOVE WS-UPPER-AREA TO WS-AFTER-TEXT                      K6FLAG.1
036700         PERFORM 2600-TAKE-PGM-ID THRU 2600-EXIT                  K6FLAG.1
036800         GO TO 2000-STATEMENT.                                    K6FLAG.1
036900     IF WS-PGM-ID NOT = SPACE                                     K6FLAG.1
037000         GO TO 2000-EXPECTATION.                                  K6FLAG.1
037100     MOVE ZERO TO WS-TALLY.                                       K6FLAG.1
037200     INSPECT WS-UPPER-AREA TALLYING WS-TALLY                      K6FLAG.1
037300         FOR ALL "PROGRAM-ID.".                                   K6FLAG.1
037400     IF WS-TALLY = ZERO                                           K6FLAG.1
037500         GO TO 2000-EXPECTATION.                                  K6FLAG.1
037600     MOVE SPACE TO WS-DISCARD WS-AFTER-TEXT.                      K6FLAG.1
037700     UNSTRING WS-UPPER-AREA DELIMITED BY "PROGRAM-ID."            K6FLAG.1
037800         INTO WS-DISCARD WS-AFTER-TEXT.                           K6FLAG.1
037900     IF WS-AFTER-TEXT = SPACE                                     K6FLAG.1
038000         SET WS-PGM-NEXT TO TRUE                                  K6FLAG.1
038100     ELSE                                                         K6FLAG.1
038200         PERFORM 2600-TAKE-PGM-ID THRU 2600-EXIT.                 K6FLAG.1
038300     GO TO 2000-STATEMENT.                                        K6FLAG.1
038400 2000-EXPECTATION.                                                K6FLAG.1
038500     MOVE ZERO TO WS-TALLY.                                       K6FLAG.1
038600     INSPECT WS-UPPER-AREA TALLYING WS-TALLY                      K6FLAG.1
038700         FOR ALL "MESSAGE EXPECTED FOR".                          K6FLAG.1
038800     IF WS-TALLY > ZERO                                           K6FLAG.1
038900         PERFORM 2200-RECORD-EXPECTATION THRU 2200-EXIT           K6FLAG.1
039000         GO TO 2000-EXIT.                                         K6FLAG.1
039100     MOVE ZERO TO WS-TALLY.                                       K6FLAG.1
039200     INSPECT WS-UPPER-AREA TALLYING WS-TALLY                      K6FLAG.1
039300         FOR ALL "TOTAL NUMBER OF FLAGS EXPECTED".                K6FLAG.1
039400     IF WS-TALLY > ZERO                                           K6FLAG.1
039500         PERFORM 2400-RECORD-TOTAL THRU 2400-EXIT                 K6FLAG.1
039600         GO TO 2000-EXIT.                                         K6FLAG.1
039700 2000-STATEMENT.                                                  K6FLAG.1
039800*    ONLY SEQUENCED LINES ARE STATEMENT LINES -- THE LISTING      K6FLAG.1
039900*    IDENTIFIES A FLAGGED LINE BY ITS SEQUENCE NUMBER, AND THE    K6FLAG.1
040000*    UNSEQUENCED PROSE NOTES IN THESE MEMBERS ARE NOT STATEMENTS. K6FLAG.1
040100     IF SI-SEQ NOT NUMERIC                                        K6FLAG.1
040200         GO TO 2000-EXIT.                                         K6FLAG.1
040300     MOVE SI-SEQ TO WS-LAST-STMT-SEQ.                             K6FLAG.1
040400     IF WS-PENDING-COUNT = ZERO                                   K6FLAG.1
040500         GO TO 2000-EXIT.                                         K6FLAG.1
040600     SET EXP-IDX TO 1.                                            K6FLAG.1
040700 2000-RESOLVE-PENDING.                                            K6FLAG.1
040800     IF EXP-IDX > WS-EXP-COUNT                                    K6FLAG.1
040900         MOVE ZERO TO WS-PENDING-COUNT                            K6FLAG.1
041000         GO TO 2000-EXIT.                                         K6FLAG.1
041100     IF EX-LINE-SEQ (EXP-IDX) = SPACE                             K6FLAG.1
041200         MOVE SI-SEQ TO EX-LINE-SEQ (EXP-IDX).                    K6FLAG.1
041300     SET EXP-IDX UP BY 1.                                         K6FLAG.1
041400     GO TO 2000-RESOLVE-PENDING.                                  K6FLAG.1
041500 2000-EXIT.                                                       K6FLAG.1
041600     EXIT.                                                        K6FLAG.1
041700*================================================================ K6FLAG.1
041800* 2200-RECORD-EXPECTATION -- ADD ONE EXPECTED FLAG: ITS CLASS     K6FLAG.1
041900* FROM THE COMMENT TEXT AND ITS STATEMENT LINE, NOW FOR "ABOVE",  K6FLAG.1
042000* AT THE NEXT STATEMENT LINE FOR "FOLLOWING".                     K6FLAG.1
042100*================================================================ K6FLAG.1
042200 2200-RECORD-EXPECTATION.                                         K6FLAG.1
042300     IF WS-EXP-COUNT NOT < 50                                     K6FLAG.1
042400         DISPLAY "K6FLAG: MORE THAN 50 EXPECTATIONS, EXTRA "      K6FLAG.1
042500             "IGNORED AT " SI-SEQ                                 K6FLAG.1
042600         GO TO 2200-EXIT.                                         K6FLAG.1
042700     ADD 1 TO WS-EXP-COUNT.                                       K6FLAG.1
042800     SET EXP-IDX TO WS-EXP-COUNT.                                 K6FLAG.1
042900     MOVE WS-UPPER-AREA TO WS-UPPER-TEXT.                         K6FLAG.1
043000     PERFORM 2800-CLASSIFY-TEXT THRU 2800-EXIT.                   K6FLAG.1
043100     MOVE WS-CLASS TO EX-CLASS (EXP-IDX).                         K6FLAG.1
043200     MOVE ZERO TO WS-TALLY.                                       K6FLAG.1
043300     INSPECT WS-UPPER-AREA TALLYING WS-TALLY                      K6FLAG.1
043400         FOR ALL "FOLLOWING STATEMENT".                           K6FLAG.1
043500     IF WS-TALLY > ZERO                                           K6FLAG.1
043600         MOVE SPACE TO EX-LINE-SEQ (EXP-IDX)                      K6FLAG.1
043700         ADD 1 TO WS-PENDING-COUNT                                K6FLAG.1
043800     ELSE                                                         K6FLAG.1
043900         MOVE WS-LAST-STMT-SEQ TO EX-LINE-SEQ (EXP-IDX).          K6FLAG.1
044000 2200-EXIT.                                                       K6FLAG.1
044100     EXIT.                                                        K6FLAG.1
044200*================================================================ K6FLAG.1
044300* 2400-RECORD-TOTAL -- THE DECLARED FLAG COUNT AFTER THE "=",     K6FLAG.1
044400* DIGIT BY DIGIT SO A TRAILING PERIOD OR BLANKS DO NOT MATTER.    K6FLAG.1
044500*================================================================ K6FLAG.1
044600 2400-RECORD-TOTAL.                                               K6FLAG.1
044700     SET WS-TOTAL-SEEN TO TRUE.                                   K6FLAG.1
044800     MOVE ZERO TO WS-DECLARED-TOTAL.                              K6FLAG.1
044900     MOVE SPACE TO WS-DISCARD WS-TOTAL-TEXT.                      K6FLAG.1
045000     UNSTRING WS-UPPER-AREA DELIMITED BY "="                      K6FLAG.1
045100         INTO WS-DISCARD WS-TOTAL-TEXT.                           K6FLAG.1
045200     MOVE ZERO TO WS-CHAR-SUB.                                    K6FLAG.1
045300 2400-NEXT-CHAR.                                                  K6FLAG.1
045400     ADD 1 TO WS-CHAR-SUB.                                        K6FLAG.1
045500     IF WS-CHAR-SUB > 10                                          K6FLAG.1
045600         GO TO 2400-EXIT.                                         K6FLAG.1
045700     IF WS-TOTAL-CHAR (WS-CHAR-SUB) NOT NUMERIC                   K6FLAG.1
045800         GO TO 2400-NEXT-CHAR.                                    K6FLAG.1
045900     MOVE WS-TOTAL-CHAR (WS-CHAR-SUB) TO WS-DIGIT.                K6FLAG.1
046000     COMPUTE WS-DECLARED-TOTAL = WS-DECLARED-TOTAL * 10           K6FLAG.1
046100                               + WS-DIGIT.                        K6FLAG.1
046200     GO TO 2400-NEXT-CHAR.                                        K6FLAG.1
046300 2400-EXIT.                                                       K6FLAG.1
046400     EXIT.                                                        K6FLAG.1
046500*================================================================ K6FLAG.1
046600* 2600-TAKE-PGM-ID -- FIRST WORD OF WS-AFTER-TEXT, LESS ANY       K6FLAG.1
046700* LEADING BLANKS AND THE CLOSING PERIOD.                          K6FLAG.1
046800*================================================================ K6FLAG.1
046900 2600-TAKE-PGM-ID.                                                K6FLAG.1
047000     MOVE "N" TO WS-PGM-NEXT-SW.                                  K6FLAG.1
047100     MOVE ZERO TO WS-LEAD.                                        K6FLAG.1
047200     INSPECT WS-AFTER-TEXT TALLYING WS-LEAD FOR LEADING SPACE.    K6FLAG.1
047300     IF WS-LEAD NOT < 65                                          K6FLAG.1
047400         GO TO 2600-EXIT.                                         K6FLAG.1
047500     UNSTRING WS-AFTER-TEXT (WS-LEAD + 1:)                        K6FLAG.1
047600         DELIMITED BY "." OR SPACE                                K6FLAG.1
047700         INTO WS-PGM-ID.                                          K6FLAG.1
047800 2600-EXIT.                                                       K6FLAG.1
047900     EXIT.                                                        K6FLAG.1
048000*================================================================ K6FLAG.1
048100* 2800-CLASSIFY-TEXT -- FLAGGER CLASS NAMED IN WS-UPPER-TEXT,     K6FLAG.1
048200* OR SPACE WHEN IT NAMES NONE.  NONSTANDARD IS TESTED FIRST --    K6FLAG.1
048300* "NON-CONFORMING STANDARD" IS NOT A SUBSTRING OF IT, BUT THE     K6FLAG.1
048400* ORDER KEEPS THE TWO FROM EVER BEING CONFUSED.                   K6FLAG.1
048500*================================================================ K6FLAG.1
048600 2800-CLASSIFY-TEXT.                                              K6FLAG.1
048700     MOVE SPACE TO WS-CLASS.                                      K6FLAG.1
048800     MOVE ZERO TO WS-TALLY.                                       K6FLAG.1
048900     INSPECT WS-UPPER-TEXT TALLYING WS-TALLY                      K6FLAG.1
049000         FOR ALL "NON-CONFORMING NONSTANDARD".                    K6FLAG.1
049100     IF WS-TALLY > ZERO                                           K6FLAG.1
049200         MOVE "NN" TO WS-CLASS                                    K6FLAG.1
049300         GO TO 2800-EXIT.                                         K6FLAG.1
049400     INSPECT WS-UPPER-TEXT TALLYING WS-TALLY                      K6FLAG.1
049500         FOR ALL "NON-CONFORMING STANDARD".                       K6FLAG.1
049600     IF WS-TALLY > ZERO                                           K6FLAG.1
049700         MOVE "NC" TO WS-CLASS                                    K6FLAG.1
049800         GO TO 2800-EXIT.                                         K6FLAG.1
049900     INSPECT WS-UPPER-TEXT TALLYING WS-TALLY                      K6FLAG.1
050000         FOR ALL "OBSOLETE".                                      K6FLAG.1
050100     IF WS-TALLY > ZERO                                           K6FLAG.1
050200         MOVE "OB" TO WS-CLASS.                                   K6FLAG.1
050300 2800-EXIT.                                                       K6FLAG.1
050400     EXIT.                                                        K6FLAG.1
050500*================================================================ K6FLAG.1
050600* 3000-LOAD-LISTING -- KEEP EVERY DIAGNOSTIC LINE WHOSE TEXT      K6FLAG.1
050700* NAMES A FLAGGER CLASS.  OTHER DIAGNOSTICS ARE NOT JUDGED HERE.  K6FLAG.1
050800*================================================================ K6FLAG.1
050900 3000-LOAD-LISTING.                                               K6FLAG.1
051000     READ LISTING-IN                                              K6FLAG.1
051100         AT END SET WS-LST-EOF TO TRUE                            K6FLAG.1
051200                GO TO 3000-EXIT.                                  K6FLAG.1
051300     IF LS-MSG-HYPHEN NOT = "-"                                   K6FLAG.1
051400         GO TO 3000-EXIT.                                         K6FLAG.1
051500     MOVE LS-MSG-TEXT TO WS-UPPER-TEXT.                           K6FLAG.1
051600     INSPECT WS-UPPER-TEXT                                        K6FLAG.1
051700         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.             K6FLAG.1
051800     PERFORM 2800-CLASSIFY-TEXT THRU 2800-EXIT.                   K6FLAG.1
051900     IF WS-CLASS = SPACE                                          K6FLAG.1
052000         GO TO 3000-EXIT.                                         K6FLAG.1
052100     IF WS-ISS-COUNT NOT < 100                                    K6FLAG.1
052200         DISPLAY "K6FLAG: MORE THAN 100 FLAGGER MESSAGES, "       K6FLAG.1
052300             "EXTRA IGNORED"                                      K6FLAG.1
052400         GO TO 3000-EXIT.                                         K6FLAG.1
052500     ADD 1 TO WS-ISS-COUNT.                                       K6FLAG.1
052600     SET ISS-IDX TO WS-ISS-COUNT.                                 K6FLAG.1
052700     MOVE LS-LINE-SEQ TO IF-LINE-SEQ (ISS-IDX).                   K6FLAG.1
052800     INSPECT IF-LINE-SEQ (ISS-IDX)                                K6FLAG.1
052900         REPLACING LEADING SPACE BY ZERO.                         K6FLAG.1
053000     MOVE WS-CLASS TO IF-CLASS (ISS-IDX).                         K6FLAG.1
053100     MOVE LS-MSG-ID TO IF-MSG-ID (ISS-IDX).                       K6FLAG.1
053200     MOVE "N" TO IF-USED (ISS-IDX).                               K6FLAG.1
053300 3000-EXIT.                                                       K6FLAG.1
053400     EXIT.                                                        K6FLAG.1
053500*================================================================ K6FLAG.1
053600* 4000-CLAIM-RUN -- CLAIM THIS RUN'S RAW-DATA KEY UNDER THE M     K6FLAG.1
053700* MEMBER'S PROGRAM-ID THE WAY EVERY TEST PROGRAM DOES, SO AN      K6FLAG.1
053800* ABORT MID-RUN IS VISIBLE IN THE HISTORY, AND OPEN THE CSV       K6FLAG.1
053900* EXTRACT WITH ITS ENVELOPE HEADER.                               K6FLAG.1
054000*================================================================ K6FLAG.1
054100 4000-CLAIM-RUN.                                                  K6FLAG.1
054200     OPEN I-O RAW-DATA.                                           K6FLAG.1
054300     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        K6FLAG.1
054400     MOVE WS-PGM-ID TO RAW-DATA-PGM-ID.                           K6FLAG.1
054500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       K6FLAG.1
054600     MOVE WS-RUN-DATE TO RAW-DATA-RUN-DT.                         K6FLAG.1
054700     MOVE 1 TO WS-RUN-SEQ.                                        K6FLAG.1
054800 4000-FIND-RUN-KEY.                                               K6FLAG.1
054900     MOVE WS-RUN-SEQ TO RAW-DATA-RUN-SEQ.                         K6FLAG.1
055000     READ RAW-DATA INVALID KEY GO TO 4000-WRITE-RUN.              K6FLAG.1
055100     ADD 1 TO WS-RUN-SEQ.                                         K6FLAG.1
055200     GO TO 4000-FIND-RUN-KEY.                                     K6FLAG.1
055300 4000-WRITE-RUN.                                                  K6FLAG.1
055400     MOVE SPACES TO C-NOTE.                                       K6FLAG.1
055500     MOVE SPACE TO C-INDENT C-SEV-HIGH C-SUPERSEDED.              K6FLAG.1
055600     MOVE ZERO TO C-NO-OF-TESTS C-OK C-ALL C-FAIL C-DELETED       K6FLAG.1
055700                  C-INSPECT C-END-DATE C-END-TIME C-SRC-REV       K6FLAG.1
055800                  C-MODULE-PCT C-SUPERSEDE-SEQ C-XFAIL.           K6FLAG.1
055900     MOVE SPACE TO C-FILE-CATALOG (1) C-FILE-CATALOG (2).         K6FLAG.1
056000     MOVE "ABORTED " TO C-ABORT.                                  K6FLAG.1
056100     MOVE WS-RUN-DATE TO C-DATE.                                  K6FLAG.1
056200     ACCEPT C-TIME FROM TIME.                                     K6FLAG.1
056300     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        K6FLAG.1
056400     MOVE WS-PGM-ID (1:2) TO C-MODULE-ID.                         K6FLAG.1
056500     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
056600     WRITE RAW-DATA-SATZ INVALID KEY GO TO 4000-CLAIMED.          K6FLAG.1
056700 4000-CLAIMED.                                                    K6FLAG.1
056800     CLOSE RAW-DATA.                                              K6FLAG.1
056900     OPEN OUTPUT CSV-FILE.                                        K6FLAG.1
057000     MOVE WS-PGM-ID TO CEH-PGM-ID HDR-PGM-ID.                     K6FLAG.1
057100     MOVE K6-TARGET-ID TO CEH-TARGET.                             K6FLAG.1
057200     MOVE WS-RUN-DATE TO CEH-RUN-DATE.                            K6FLAG.1
057300     MOVE WS-RUN-SEQ TO CEH-RUN-SEQ.                              K6FLAG.1
057400     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6FLAG.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
057500     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          K6FLAG.1
057600     WRITE CSV-REC.                                               K6FLAG.1
057700     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      K6FLAG.1
057800-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            K6FLAG.1
057900         TO CSV-REC.                                              K6FLAG.1
058000     WRITE CSV-REC.                                               K6FLAG.1
058100     WRITE FR-PRINT-REC FROM HDR-LINE-1                           K6FLAG.1
058200         AFTER ADVANCING PAGE.                                    K6FLAG.1
058300     MOVE SPACE TO FR-PRINT-REC.                                  K6FLAG.1
058400     WRITE FR-PRINT-REC AFTER ADVANCING 1 LINES.                  K6FLAG.1
058500 4000-EXIT.                                                       K6FLAG.1
058600     EXIT.                                                        K6FLAG.1
058700*================================================================ K6FLAG.1
058800* 5000-JUDGE-EXPECTED -- ONE VERDICT PER EXPECTATION COMMENT.     K6FLAG.1
058900*================================================================ K6FLAG.1
059000 5000-JUDGE-EXPECTED.                                             K6FLAG.1
059100     SET EXP-IDX TO 1.                                            K6FLAG.1
059200 5000-NEXT-EXPECTED.                                              K6FLAG.1
059300     IF EXP-IDX > WS-EXP-COUNT                                    K6FLAG.1
059400         GO TO 5000-EXIT.                                         K6FLAG.1
059500     PERFORM 5500-FIND-ISSUED THRU 5500-EXIT.                     K6FLAG.1
059600     MOVE "FIPS FLAGGER" TO FRL-FEATURE.                          K6FLAG.1
059700     MOVE SPACE TO FRL-PAR-NAME.                                  K6FLAG.1
059800     STRING "FLAG-" EX-LINE-SEQ (EXP-IDX)                         K6FLAG.1
059900         DELIMITED BY SIZE INTO FRL-PAR-NAME.                     K6FLAG.1
060000     IF EX-CLASS (EXP-IDX) = SPACE                                K6FLAG.1
060100         MOVE "??" TO EX-CLASS (EXP-IDX).                         K6FLAG.1
060200     SET CLS-IDX TO 1.                                            K6FLAG.1
060300     SEARCH CLASS-ENTRY                                           K6FLAG.1
060400         WHEN CLS-CODE (CLS-IDX) = EX-CLASS (EXP-IDX)             K6FLAG.1
060500             MOVE CLS-NAME (CLS-IDX) TO FCC-CORRECT.              K6FLAG.1
060600     IF WS-FLAG-FOUND                                             K6FLAG.1
060700         MOVE "PASS " TO FRL-P-OR-F                               K6FLAG.1
060800         MOVE SPACE TO FRL-RE-MARK                                K6FLAG.1
060900         STRING "ISSUED " EX-ISSUED-ID (EXP-IDX)                  K6FLAG.1
061000             DELIMITED BY SIZE INTO FRL-RE-MARK                   K6FLAG.1
061100         MOVE EX-ISSUED-ID (EXP-IDX) TO FCC-COMPUTED              K6FLAG.1
061200         ADD 1 TO WS-PASS-COUNTER                                 K6FLAG.1
061300         MOVE SPACE TO CSV-SEVERITY-T                             K6FLAG.1
061400     ELSE                                                         K6FLAG.1
061500         MOVE "FAIL*" TO FRL-P-OR-F                               K6FLAG.1
061600         MOVE "EXPECTED FLAGGER MESSAGE NOT ISSUED FOR LINE"      K6FLAG.1
061700             TO FRL-RE-MARK                                       K6FLAG.1
061800         MOVE "NOT ISSUED" TO FCC-COMPUTED                        K6FLAG.1
061900         ADD 1 TO WS-FAIL-COUNTER                                 K6FLAG.1
062000         MOVE "2" TO CSV-SEVERITY-T.                              K6FLAG.1
062100     PERFORM 8800-WRITE-RESULT THRU 8800-EXIT.                    K6FLAG.1
062200     SET EXP-IDX UP BY 1.                                         K6FLAG.1
062300     GO TO 5000-NEXT-EXPECTED.                                    K6FLAG.1
062400 5000-EXIT.                                                       K6FLAG.1
062500     EXIT.                                                        K6FLAG.1
062600*================================================================ K6FLAG.1
062700* 5500-FIND-ISSUED -- FIRST UNCLAIMED FLAGGER MESSAGE FOR THE     K6FLAG.1
062800* SAME LINE AND CLASS AS THE CURRENT EXPECTATION; CLAIM IT.       K6FLAG.1
062900*================================================================ K6FLAG.1
063000 5500-FIND-ISSUED.                                                K6FLAG.1
063100     MOVE "N" TO WS-FOUND-SW.                                     K6FLAG.1
063200     SET ISS-IDX TO 1.                                            K6FLAG.1
063300 5500-SEARCH.                                                     K6FLAG.1
063400     IF ISS-IDX > WS-ISS-COUNT                                    K6FLAG.1
063500         GO TO 5500-EXIT.                                         K6FLAG.1
063600     IF IF-USED (ISS-IDX) = "N"                                   K6FLAG.1
063700             AND IF-LINE-SEQ (ISS-IDX) = EX-LINE-SEQ (EXP-IDX)    K6FLAG.1
063800             AND IF-CLASS (ISS-IDX) = EX-CLASS (EXP-IDX)          K6FLAG.1
063900         MOVE "Y" TO IF-USED (ISS-IDX) WS-FOUND-SW                K6FLAG.1
064000         MOVE IF-MSG-ID (ISS-IDX) TO EX-ISSUED-ID (EXP-IDX)       K6FLAG.1
064100         GO TO 5500-EXIT.                                         K6FLAG.1
064200     SET ISS-IDX UP BY 1.                                         K6FLAG.1
064300     GO TO 5500-SEARCH.                                           K6FLAG.1
064400 5500-EXIT.                                                       K6FLAG.1
064500     EXIT.                                                        K6FLAG.1
064600*================================================================ K6FLAG.1
064700* 6000-JUDGE-EXTRA -- EVERY FLAGGER MESSAGE NO EXPECTATION        K6FLAG.1
064800* CLAIMED IS A FAILURE: THE FLAGGER FLAGGED CONFORMING CODE.      K6FLAG.1
064900*================================================================ K6FLAG.1
065000 6000-JUDGE-EXTRA.                                                K6FLAG.1
065100     SET ISS-IDX TO 1.                                            K6FLAG.1
065200 6000-NEXT-ISSUED.                                                K6FLAG.1
065300     IF ISS-IDX > WS-ISS-COUNT                                    K6FLAG.1
065400         GO TO 6000-EXIT.                                         K6FLAG.1
065500     IF IF-USED (ISS-IDX) = "Y"                                   K6FLAG.1
065600         SET ISS-IDX UP BY 1                                      K6FLAG.1
065700         GO TO 6000-NEXT-ISSUED.                                  K6FLAG.1
065800     MOVE "FIPS FLAGGER" TO FRL-FEATURE.                          K6FLAG.1
065900     MOVE "FAIL*" TO FRL-P-OR-F.                                  K6FLAG.1
066000     MOVE SPACE TO FRL-PAR-NAME.                                  K6FLAG.1
066100     STRING "EXTRA-" IF-LINE-SEQ (ISS-IDX)                        K6FLAG.1
066200         DELIMITED BY SIZE INTO FRL-PAR-NAME.                     K6FLAG.1
066300     MOVE "UNEXPECTED FLAGGER MESSAGE ISSUED FOR LINE"            K6FLAG.1
066400         TO FRL-RE-MARK.                                          K6FLAG.1
066500     MOVE IF-MSG-ID (ISS-IDX) TO FCC-COMPUTED.                    K6FLAG.1
066600     MOVE "NO FLAG EXPECTED" TO FCC-CORRECT.                      K6FLAG.1
066700     MOVE "2" TO CSV-SEVERITY-T.                                  K6FLAG.1
066800     ADD 1 TO WS-FAIL-COUNTER.                                    K6FLAG.1
066900     PERFORM 8800-WRITE-RESULT THRU 8800-EXIT.                    K6FLAG.1
067000     SET ISS-IDX UP BY 1.                                         K6FLAG.1
067100     GO TO 6000-NEXT-ISSUED.                                      K6FLAG.1
067200 6000-EXIT.                                                       K6FLAG.1
067300     EXIT.                                                        K6FLAG.1
067400*================================================================ K6FLAG.1
067500* 6500-JUDGE-TOTAL -- THE MEMBER'S OWN TOTAL LINE AGAINST ITS     K6FLAG.1
067600* EXPECTATION COMMENTS.  A DISAGREEMENT IS THE MEMBER'S PROBLEM,  K6FLAG.1
067700* NOT THE COMPILER'S, SO IT IS AN INSPT ROW, NOT A FAILURE.       K6FLAG.1
067800*================================================================ K6FLAG.1
067900 6500-JUDGE-TOTAL.                                                K6FLAG.1
068000     IF NOT WS-TOTAL-SEEN                                         K6FLAG.1
068100         GO TO 6500-EXIT.                                         K6FLAG.1
068200     IF WS-DECLARED-TOTAL = WS-EXP-COUNT                          K6FLAG.1
068300         GO TO 6500-EXIT.                                         K6FLAG.1
068400     MOVE "FIPS FLAGGER" TO FRL-FEATURE.                          K6FLAG.1
068500     MOVE "INSPT" TO FRL-P-OR-F.                                  K6FLAG.1
068600     MOVE "FLAG-TOTAL" TO FRL-PAR-NAME.                           K6FLAG.1
068700     MOVE "DECLARED TOTAL DISAGREES WITH EXPECTATION COMMENTS"    K6FLAG.1
068800         TO FRL-RE-MARK.                                          K6FLAG.1
068900     MOVE WS-EXP-COUNT TO TOT-PASS.                               K6FLAG.1
069000     MOVE TOT-PASS TO FCC-COMPUTED.                               K6FLAG.1
069100     MOVE WS-DECLARED-TOTAL TO TOT-PASS.                          K6FLAG.1
069200     MOVE TOT-PASS TO FCC-CORRECT.                                K6FLAG.1
069300     MOVE SPACE TO CSV-SEVERITY-T.                                K6FLAG.1
069400     ADD 1 TO WS-INSPECT-COUNTER.                                 K6FLAG.1
069500     PERFORM 8800-WRITE-RESULT THRU 8800-EXIT.                    K6FLAG.1
069600 6500-EXIT.                                                       K6FLAG.1
069700     EXIT.                                                        K6FLAG.1
069800*================================================================ K6FLAG.1
069900* 7000-POST-RAW-DATA -- RE-READ THIS RUN'S RECORD AND POST THE    K6FLAG.1
070000* FINAL COUNTERS, CLEARING THE ABORT MARKER, THEN CLOSE THE CSV   K6FLAG.1
070100* EXTRACT WITH ITS ENVELOPE TRAILER.                              K6FLAG.1
070200*================================================================ K6FLAG.1
070300 7000-POST-RAW-DATA.                                              K6FLAG.1
070400     OPEN I-O RAW-DATA.                                           K6FLAG.1
070500     READ RAW-DATA INVALID KEY GO TO 7000-DONE.                   K6FLAG.1
070600     MOVE "OK.     " TO C-ABORT.                                  K6FLAG.1
070700     MOVE WS-PASS-COUNTER TO C-OK.                                K6FLAG.1
070800     MOVE WS-FAIL-COUNTER TO C-FAIL.                              K6FLAG.1
070900     MOVE WS-INSPECT-COUNTER TO C-INSPECT.                        K6FLAG.1
071000     MOVE ZERO TO C-DELETED C-XFAIL.                              K6FLAG.1
071100     COMPUTE C-ALL = WS-PASS-COUNTER + WS-FAIL-COUNTER            K6FLAG.1
071200                   + WS-INSPECT-COUNTER.                          K6FLAG.1
071300     MOVE C-ALL TO C-NO-OF-TESTS.                                 K6FLAG.1
071400*    A MISSED OR SPURIOUS FLAG IS A MAJOR FINDING; THE FLAGGER    K6FLAG.1
071500*    IS A CERTIFIED FEATURE, BUT NOT A CORE EXECUTION PATH.       K6FLAG.1
071600     IF WS-FAIL-COUNTER > ZERO                                    K6FLAG.1
071700         MOVE "2" TO C-SEV-HIGH                                   K6FLAG.1
071800     ELSE                                                         K6FLAG.1
071900         MOVE SPACE TO C-SEV-HIGH.                                K6FLAG.1
072000     IF C-ALL > ZERO                                              K6FLAG.1
072100         COMPUTE C-MODULE-PCT ROUNDED =                           K6FLAG.1
072200             (WS-PASS-COUNTER / C-ALL) * 100                      K6FLAG.1
072300     ELSE                                                         K6FLAG.1
072400         MOVE ZERO TO C-MODULE-PCT.                               K6FLAG.1
072500     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        K6FLAG.1
072600     ACCEPT C-END-TIME FROM TIME.                                 K6FLAG.1
072700     REWRITE RAW-DATA-SATZ INVALID KEY GO TO 7000-DONE.           K6FLAG.1
072800     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           K6FLAG.1
072900         PERFORM 7500-SUPERSEDE-PRIORS THRU 7500-EXIT.            K6FLAG.1
073000 7000-DONE.                                                       K6FLAG.1
073100     CLOSE RAW-DATA.                                              K6FLAG.1
073200     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               K6FLAG.1
073300     MOVE WS-PASS-COUNTER TO CET-OK.                              K6FLAG.1
073400     MOVE WS-FAIL-COUNTER TO CET-FAIL.                            K6FLAG.1
073500     MOVE ZERO TO CET-DELETED CET-XFAIL.                          K6FLAG.1
073600     MOVE WS-INSPECT-COUNTER TO CET-INSPECT.                      K6FLAG.1
073700     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         K6FLAG.1
073800     WRITE CSV-REC.                                               K6FLAG.1
073900     CLOSE CSV-FILE.                                              K6FLAG.1
074000 7000-EXIT.                                                       K6FLAG.1
074100     EXIT.                                                        K6FLAG.1
074200*================================================================ K6FLAG.1
074300* 7500-SUPERSEDE-PRIORS -- MARK THIS DAY'S EARLIER RUN RECORDS    K6FLAG.1
074400* SUPERSEDED BY THE RUN JUST POSTED (SEE K6RAWDS.CPY), SO THE     K6FLAG.1
074500* ROLLUP TOOLS COUNT ONLY THE EFFECTIVE RUN.                      K6FLAG.1
074600*================================================================ K6FLAG.1
074700 7500-SUPERSEDE-PRIORS.                                           K6FLAG.1
074800     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 K6FLAG.1
074900     MOVE ZERO TO WS-PRIOR-SEQ.                                   K6FLAG.1
075000 7500-NEXT-PRIOR.                                                 K6FLAG.1
075100     ADD 1 TO WS-PRIOR-SEQ.                                       K6FLAG.1
075200     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             K6FLAG.1
075300         MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ              K6FLAG.1
075400         GO TO 7500-EXIT.                                         K6FLAG.1
075500     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       K6FLAG.1
075600     READ RAW-DATA INVALID KEY GO TO 7500-NEXT-PRIOR.             K6FLAG.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
075800         GO TO 7500-NEXT-PRIOR.                                   K6FLAG.1
075900     MOVE "S" TO C-SUPERSEDED.                                    K6FLAG.1
076000     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  K6FLAG.1
076100     REWRITE RAW-DATA-SATZ INVALID KEY GO TO 7500-NEXT-PRIOR.     K6FLAG.1
076200     GO TO 7500-NEXT-PRIOR.                                       K6FLAG.1
076300 7500-EXIT.                                                       K6FLAG.1
076400     EXIT.                                                        K6FLAG.1
076500*================================================================ K6FLAG.1
076600* 8000-PRINT-TOTALS -- CLOSING COUNTS AND THE RETURN CODE.        K6FLAG.1
076700*================================================================ K6FLAG.1
076800 8000-PRINT-TOTALS.                                               K6FLAG.1
076900     IF WS-FAIL-COUNTER > ZERO                                    K6FLAG.1
077000         MOVE 8 TO WS-VERDICT-RC                                  K6FLAG.1
077100     ELSE                                                         K6FLAG.1
077200         IF WS-INSPECT-COUNTER > ZERO                             K6FLAG.1
077300             MOVE 4 TO WS-VERDICT-RC.                             K6FLAG.1
077400     MOVE WS-PASS-COUNTER TO TOT-PASS.                            K6FLAG.1
077500     MOVE WS-FAIL-COUNTER TO TOT-FAIL.                            K6FLAG.1
077600     MOVE WS-INSPECT-COUNTER TO TOT-INSPECT.                      K6FLAG.1
077700     MOVE WS-VERDICT-RC TO TOT-RC.                                K6FLAG.1
077800     WRITE FR-PRINT-REC FROM TOT-LINE-1                           K6FLAG.1
077900         AFTER ADVANCING 2 LINES.                                 K6FLAG.1
078000     WRITE FR-PRINT-REC FROM TOT-LINE-2                           K6FLAG.1
078100         AFTER ADVANCING 1 LINES.                                 K6FLAG.1
078200     WRITE FR-PRINT-REC FROM TOT-LINE-3                           K6FLAG.1
078300         AFTER ADVANCING 1 LINES.                                 K6FLAG.1
078400     WRITE FR-PRINT-REC FROM TOT-LINE-4                           K6FLAG.1
078500         AFTER ADVANCING 1 LINES.                                 K6FLAG.1
078600 8000-EXIT.                                                       K6FLAG.1
078700     EXIT.                                                        K6FLAG.1
078800*================================================================ K6FLAG.1
078900* 8800-WRITE-RESULT -- ONE STAGED VERDICT TO THE REPORT AND THE   K6FLAG.1
079000* CSV EXTRACT.                                                    K6FLAG.1
079100*================================================================ K6FLAG.1
079200 8800-WRITE-RESULT.                                               K6FLAG.1
079300     WRITE FR-PRINT-REC FROM FLAG-RESULT-LINE                     K6FLAG.1
079400         AFTER ADVANCING 1 LINES.                                 K6FLAG.1
079500     WRITE FR-PRINT-REC FROM FLAG-CC-LINE                         K6FLAG.1
079600         AFTER ADVANCING 1 LINES.                                 K6FLAG.1
079700     MOVE SPACE TO CSV-BUILD-AREA.                                K6FLAG.1
079800     STRING '"' FRL-FEATURE       '","'                           K6FLAG.1
079900            FRL-P-OR-F            '","'                           K6FLAG.1
080000            FRL-PAR-NAME          '","'                           K6FLAG.1
080100            FCC-COMPUTED          '","'                           K6FLAG.1
080200            FCC-CORRECT           '","'                           K6FLAG.1
080300            FRL-RE-MARK           '","'                           K6FLAG.1
080400            CSV-ELAPSED-T         '","'                           K6FLAG.1
080500            CSV-ANSI-CLAUSE-T     '","'                           K6FLAG.1
080600            CSV-SEVERITY-T        '"'                             K6FLAG.1
080700         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   K6FLAG.1
080800     MOVE CSV-BUILD-AREA TO CSV-REC.                              K6FLAG.1
080900     WRITE CSV-REC.                                               K6FLAG.1
081000     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               K6FLAG.1
081100     MOVE SPACE TO FCC-COMPUTED FCC-CORRECT.                      K6FLAG.1
081200 8800-EXIT.                                                       K6FLAG.1
081300     EXIT.                                                        K6FLAG.1
081400*================================================================ K6FLAG.1
081500* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6FLAG.1
081600*================================================================ K6FLAG.1
081700 9999-TERMINATE.                                                  K6FLAG.1
081800     IF WS-VERDICT-RC NOT = 16                                    K6FLAG.1
081900         CLOSE SOURCE-IN LISTING-IN.                              K6FLAG.1
082000     IF WS-VERDICT-RC = 16                                        K6FLAG.1
082100         MOVE WS-VERDICT-RC TO TOT-RC                             K6FLAG.1
082200         WRITE FR-PRINT-REC FROM TOT-LINE-4                       K6FLAG.1
082300             AFTER ADVANCING 1 LINES.                             K6FLAG.1
082400     CLOSE FLAG-RPT.                                              K6FLAG.1
082500     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6FLAG.1
082600 9999-EXIT.                                                       K6FLAG.1
082700     EXIT.                                                        K6FLAG.1
