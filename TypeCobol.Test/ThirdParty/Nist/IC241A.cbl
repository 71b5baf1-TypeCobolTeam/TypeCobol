000100 IDENTIFICATION DIVISION.                                         IC241A.1
000200 PROGRAM-ID.                                                      IC241A.1
000300     IC241A.                                                      IC241A.1
000400****************************************************************  IC241A.1
000500*                                                              *  IC241A.1
000600*    VALIDATION FOR:-                                          *  IC241A.1
000700*                                                              *  IC241A.1
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".IC241A.1
000900*                                                              *  IC241A.1
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".IC241A.1
001100*                                                              *  IC241A.1
001200****************************************************************  IC241A.1
001300*                                                              *  IC241A.1
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  IC241A.1
001500*                                                              *  IC241A.1
001600*        X-55  - SYSTEM PRINTER NAME.                          *  IC241A.1
001700*        X-62  - RAW-DATA HISTORY FILE.                        *  IC241A.1
001800*        X-82  - SOURCE COMPUTER NAME.                         *  IC241A.1
001900*        X-83  - OBJECT COMPUTER NAME.                         *  IC241A.1
002000*                                                              *  IC241A.1
002100****************************************************************  IC241A.1
002200*    THE FUNCTION OF THIS PROGRAM IS TO TEST CONTAINED (NESTED)   IC241A.1
002300*    PROGRAMS AND THE COMMON AND INITIAL ATTRIBUTES OF THE        IC241A.1
002400*    PROGRAM-ID PARAGRAPH.  IC240A CONTAINS PROGRAMS ONLY AS A    IC241A.1
002500*    VEHICLE FOR GLOBAL DATA; HERE THE CONTAINMENT ITSELF IS      IC241A.1
002600*    UNDER TEST.  THE PROGRAMS CONTAINED IN THIS ONE ARE:         IC241A.1
002700*                                                                 IC241A.1
002800*        IC241L1                  ORDINARY                        IC241A.1
002900*            IC241L2A             COMMON                          IC241A.1
003000*                IC241L3          ORDINARY                        IC241A.1
003100*            IC241L2B             ORDINARY                        IC241A.1
003200*            IC241L2I             INITIAL                         IC241A.1
003300*                IC241L3I         ORDINARY                        IC241A.1
003400*        IC241CM                  COMMON                          IC241A.1
003500*        IC241IN                  INITIAL                         IC241A.1
003600*        IC241KP                  ORDINARY                        IC241A.1
003700*                                                                 IC241A.1
003800*    A PROGRAM MAY CALL THE PROGRAMS DIRECTLY CONTAINED IN IT,    IC241A.1
003900*    AND ANY COMMON PROGRAM DIRECTLY CONTAINED IN A PROGRAM       IC241A.1
004000*    THAT CONTAINS IT; NO OTHER CONTAINED PROGRAM IS VISIBLE.     IC241A.1
004100*    THE LEGAL CALLS ARE WRITTEN WITH LITERALS.  THE ILLEGAL      IC241A.1
004200*    ONES CANNOT BE (THE CALL WOULD NOT COMPILE), SO THEY ARE     IC241A.1
004300*    MADE THROUGH AN IDENTIFIER AND MUST TAKE THE ON EXCEPTION    IC241A.1
004400*    PATH.  GLOBAL NST- ITEMS DECLARED HERE CARRY THE REQUESTED   IC241A.1
004500*    ACTION DOWN AND THE RESULT BACK UP; EACH CONTAINED PROGRAM   IC241A.1
004600*    ACTS ONLY ON THE NST-FUNC CODES THAT CONCERN IT.             IC241A.1
004700*                                                                 IC241A.1
004800*    THE ELEMENTS TESTED IN THIS ROUTINE ARE:                     IC241A.1
004900*                                                                 IC241A.1
005000*    (1) CALL VISIBILITY OF CONTAINED PROGRAMS, ONE, TWO AND      IC241A.1
005100*        THREE LEVELS DOWN;                                       IC241A.1
005200*    (2) THE COMMON ATTRIBUTE -- SIBLING CALLS AND CALLS FROM     IC241A.1
005300*        DEEPER IN THE NEST;                                      IC241A.1
005400*    (3) CALLS THE STANDARD DOES NOT ALLOW, WHICH MUST FAIL;      IC241A.1
005500*    (4) STATE KEPT BY ORDINARY, INITIAL AND COMMON PROGRAMS      IC241A.1
005600*        BETWEEN CALLS, AND AFTER A CANCEL;                       IC241A.1
005700*    (5) RESOLUTION OF A NAME DECLARED GLOBAL AT MORE THAN ONE    IC241A.1
005800*        LEVEL, AND OF A LOCAL NAME SHADOWING A GLOBAL ONE.       IC241A.1
005900 ENVIRONMENT DIVISION.                                            IC241A.1
006000 CONFIGURATION SECTION.                                           IC241A.1
006100  SOURCE-COMPUTER.                                                IC241A.1
006200     COPY X082.                                                   IC241A.1
006300  OBJECT-COMPUTER.                                                IC241A.1
006400     COPY X083.                                                   IC241A.1
006500  INPUT-OUTPUT SECTION.                                           IC241A.1
006600  FILE-CONTROL.                                                   IC241A.1
006700     SELECT RAW-DATA   ASSIGN TO                                  IC241A.1
006800     COPY X062.                                                   IC241A.1
006900            ORGANIZATION IS INDEXED                               IC241A.1
007000            ACCESS MODE IS RANDOM                                 IC241A.1
007100            RECORD KEY IS RAW-DATA-KEY.                           IC241A.1
007200     SELECT PRINT-FILE ASSIGN TO                                  IC241A.1
007300     COPY X055.                                                   IC241A.1
007400     SELECT CSV-FILE ASSIGN TO CSVOUT                             IC241A.1
007500         ORGANIZATION IS LINE SEQUENTIAL.                         IC241A.1
007600*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       IC241A.1
007700*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             IC241A.1
007800*    WINDOW "N".                                                  IC241A.1
007900     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              IC241A.1
008000         ORGANIZATION IS SEQUENTIAL                               IC241A.1
008100         FILE STATUS IS WS-WINDOWID-STATUS.                       IC241A.1
008200*    COMPILE-LEVEL LOG -- ONE RECORD PER SHARED K6 MEMBER THIS    IC241A.1
008300*    LOAD MODULE WAS COMPILED WITH; SEE K6MLEV.CPY AND K6STAL.    IC241A.1
008400     SELECT COMPILE-LEVEL-LOG ASSIGN TO COMPLVL                   IC241A.1
008500         ORGANIZATION IS SEQUENTIAL.                              IC241A.1
008600                                                                  IC241A.1
008700 DATA DIVISION.                                                   IC241A.1
008800 FILE SECTION.                                                    IC241A.1
008900*                                                                 IC241A.1
009000 FD  RAW-DATA.                                                    IC241A.1
009100*                                                                 IC241A.1
009200 01  RAW-DATA-SATZ.                                               IC241A.1
009300     05  RAW-DATA-KEY.                                            IC241A.1
009400         10  RAW-DATA-TARGET  PIC X(8).                           IC241A.1
009500         10  RAW-DATA-PGM-ID  PIC X(6).                           IC241A.1
009600         10  RAW-DATA-RUN-DT  PIC 9(8).                           IC241A.1
009700         10  RAW-DATA-RUN-SEQ PIC 99.                             IC241A.1
009800*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              IC241A.1
009900*    K6RAWDS.CPY.                                                 IC241A.1
010000     05  RAW-DATA-WINDOW     PIC X(1).                            IC241A.1
010100     05  C-DATE              PIC 9(8).                            IC241A.1
010200     05  C-TIME              PIC 9(8).                            IC241A.1
010300     05  C-NO-OF-TESTS       PIC 99.                              IC241A.1
010400     05  C-OK                PIC 999.                             IC241A.1
010500     05  C-ALL               PIC 999.                             IC241A.1
010600     05  C-FAIL              PIC 999.                             IC241A.1
010700     05  C-DELETED           PIC 999.                             IC241A.1
010800     05  C-INSPECT           PIC 999.                             IC241A.1
010900     05  C-NOTE              PIC X(13).                           IC241A.1
011000     05  C-INDENT            PIC X.                               IC241A.1
011100     05  C-ABORT             PIC X(8).                            IC241A.1
011200     05  C-END-DATE          PIC 9(8).                            IC241A.1
011300     05  C-END-TIME          PIC 9(8).                            IC241A.1
011400     05  C-SRC-REV           PIC 9(3).                            IC241A.1
011500     05  C-FILE-CATALOG OCCURS 2 TIMES.                           IC241A.1
011600         10  C-FILE-NAME         PIC X(6).                        IC241A.1
011700         10  C-FILE-ORG          PIC X(2).                        IC241A.1
011800         10  C-FILE-LABEL        PIC X(1).                        IC241A.1
011900         10  C-FILE-BLKSIZE      PIC 9(4).                        IC241A.1
012000         10  C-FILE-RECORDS      PIC 9(6).                        IC241A.1
012100     05  C-MODULE-ID         PIC X(2).                            IC241A.1
012200     05  C-MODULE-PCT        PIC 999V99.                          IC241A.1
012300     05  C-SEV-HIGH          PIC X(1).                            IC241A.1
012400*    RUN-DISPOSITION (SEE K6RAWDS.CPY) -- SET BY A LATER          IC241A.1
012500*    COMPLETED RERUN OF THE SAME DAY.                             IC241A.1
012600     05  C-SUPERSEDED        PIC X(1).                            IC241A.1
012700     05  C-SUPERSEDE-SEQ     PIC 99.                              IC241A.1
012800*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           IC241A.1
012900     05  C-XFAIL             PIC 999.                             IC241A.1
013000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           IC241A.1
013100     05  C-LAYOUT-VER        PIC X(3).                            IC241A.1
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
013200 FD  PRINT-FILE                                                   IC241A.1
013300*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       IC241A.1
013400*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    IC241A.1
013500*    DEPTH IS A SITE SETTING INSTEAD OF A LITERAL IN WRITE-LINE.  IC241A.1
013600     LINAGE IS K6-PAGE-BODY-LINES LINES                           IC241A.1
013700         WITH FOOTING AT K6-PAGE-FOOTING-LINE                     IC241A.1
013800         LINES AT TOP K6-PAGE-TOP-MARGIN.                         IC241A.1
013900 01  PRINT-REC PICTURE X(120).                                    IC241A.1
014000 01  DUMMY-RECORD PICTURE X(120).                                 IC241A.1
014100 FD  CSV-FILE                                                     IC241A.1
014200     LABEL RECORDS ARE STANDARD.                                  IC241A.1
014300 01  CSV-REC                         PIC X(194).                  IC241A.1
014400 FD  WINDOW-IDENT                                                 IC241A.1
014500     LABEL RECORDS ARE STANDARD.                                  IC241A.1
014600 01  WI-WINDOW-CARD.                                              IC241A.1
014700     05  WI-WINDOW-ID         PIC X(1).                           IC241A.1
014800     05  FILLER               PIC X(79).                          IC241A.1
014900 FD  COMPILE-LEVEL-LOG                                            IC241A.1
015000     LABEL RECORDS ARE STANDARD.                                  IC241A.1
015100 01  CL-LEVEL-REC.                                                IC241A.1
015200     05  CL-PGM-ID            PIC X(6).                           IC241A.1
015300     05  FILLER               PIC X(1).                           IC241A.1
015400     05  CL-MEMBER-NAME       PIC X(8).                           IC241A.1
015500     05  FILLER               PIC X(1).                           IC241A.1
015600     05  CL-MEMBER-LEVEL      PIC 9(3).                           IC241A.1
015700     05  FILLER               PIC X(1).                           IC241A.1
015800     05  CL-RUN-DATE          PIC 9(8).                           IC241A.1
015900     05  FILLER               PIC X(52).                          IC241A.1
016000                                                                  IC241A.1
016100 WORKING-STORAGE SECTION.                                         IC241A.1
016200 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     IC241A.1
016300 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       IC241A.1
016400*    EXPECTED-FAIL VERDICT SUPPORT -- SAME CONVENTION AS THE      IC241A.1
016500*    K6SCA HARNESS: A TEST COVERING A CONFIRMED VENDOR DEFECT     IC241A.1
016600*    SETS XFAIL-DEFECT-ID AND PERFORMS XFAIL (FAILED AS           IC241A.1
016700*    DOCUMENTED) OR XFAIL-PASSED (THE LOUD SURPRISE).             IC241A.1
016800 01  XFAIL-COUNTER                 PICTURE 999   VALUE ZERO.      IC241A.1
016900 01  XFAIL-SURPRISE-COUNTER        PICTURE 999   VALUE ZERO.      IC241A.1
017000 01  XFAIL-DEFECT-ID               PICTURE X(8)  VALUE SPACE.     IC241A.1
017100 01  XFAIL-ALERT-LINE.                                            IC241A.1
017200     02 FILLER                     PICTURE X(31) VALUE            IC241A.1
017300        " ** EXPECTED-FAIL TEST PASSED -".                        IC241A.1
017400     02 FILLER                     PICTURE X(8)  VALUE " DEFECT ".IC241A.1
017500     02 XFAIL-ALERT-DEFECT         PICTURE X(8)  VALUE SPACE.     IC241A.1
017600     02 FILLER                     PICTURE X(19) VALUE            IC241A.1
017700        " MAY BE FIXED **   ".                                    IC241A.1
017800     02 FILLER                     PICTURE X(54) VALUE SPACE.     IC241A.1
017900*    PER-TEST WATCHDOG -- SAME CONVENTION AS THE K6SCA            IC241A.1
018000*    HARNESS: A LOOPING TEST PARAGRAPH PERFORMS                   IC241A.1
018100*    WATCHDOG-CHECK AND, WHEN WATCHDOG-TRIPPED, ABANDONS THE      IC241A.1
018200*    LOOP AND PERFORMS ABORTED.  THE BUDGET RESTARTS AT EVERY     IC241A.1
018300*    PRINT-DETAIL.                                                IC241A.1
018400 01  WDOG-BUDGET-CS                PICTURE 9(7)  VALUE 3000.      IC241A.1
018500 01  WDOG-START-CS                 PICTURE 9(7)  VALUE ZERO.      IC241A.1
018600 01  WDOG-NOW-CS                   PICTURE 9(7)  VALUE ZERO.      IC241A.1
018700 01  WDOG-TIME-RAW                 PICTURE 9(8)  VALUE ZERO.      IC241A.1
018800 01  WDOG-TIME-RAW-R REDEFINES WDOG-TIME-RAW.                     IC241A.1
018900     05  WDOG-HH                   PICTURE 99.                    IC241A.1
019000     05  WDOG-MM                   PICTURE 99.                    IC241A.1
019100     05  WDOG-SS                   PICTURE 99.                    IC241A.1
019200     05  WDOG-CC                   PICTURE 99.                    IC241A.1
019300 01  WDOG-TRIPPED-SW               PICTURE X     VALUE "N".       IC241A.1
019400     88  WATCHDOG-TRIPPED                        VALUE "Y".       IC241A.1
019500 01  ABORTED-COUNTER               PICTURE 999   VALUE ZERO.      IC241A.1
019600*    FULL-WIDTH OPERAND AREAS -- SEE COMPUTED-FULL IN             IC241A.1
019700*    K6SCA_DATA: A WIDE-OPERAND COMPARISON FILLS THEM, THE        IC241A.1
019800*    FAILURE PATH PRINTS THEM IN 40-BYTE SEGMENTS WITH THE        IC241A.1
019900*    FIRST DIFFERING BYTE, AND THE CSV DETAIL ROW IS FOLLOWED     IC241A.1
020000*    BY "C" CONTINUATION RECORDS (K6CSVE.CPY).                    IC241A.1
020100 01  COMPUTED-FULL                 PICTURE X(120) VALUE SPACE.    IC241A.1
020200 01  CORRECT-FULL                  PICTURE X(120) VALUE SPACE.    IC241A.1
020300 01  FULL-DIFF-OFFSET              PICTURE 9(3)  VALUE ZERO.      IC241A.1
020400 01  FULL-SCAN-SUB                 PICTURE 9(3)  VALUE ZERO.      IC241A.1
020500 01  FULL-SEG-SUB                  PICTURE 9(3)  VALUE ZERO.      IC241A.1
020600 01  FULL-OPERAND-LINE.                                           IC241A.1
020700     02 FULL-LINE-LABEL            PICTURE X(10) VALUE SPACE.     IC241A.1
020800     02 FULL-LINE-OFFSET           PICTURE ZZ9.                   IC241A.1
020900     02 FILLER                     PICTURE X(2)  VALUE ": ".      IC241A.1
021000     02 FULL-LINE-TEXT             PICTURE X(40) VALUE SPACE.     IC241A.1
021100     02 FILLER                     PICTURE X(65) VALUE SPACE.     IC241A.1
021200 01  FULL-DIFF-LINE.                                              IC241A.1
021300     02 FILLER                     PICTURE X(33) VALUE            IC241A.1
021400        " FIRST DIFFERING BYTE AT OFFSET ".                       IC241A.1
021500     02 FULL-DIFF-OFFSET-T         PICTURE ZZ9.                   IC241A.1
021600     02 FILLER                     PICTURE X(84) VALUE SPACE.     IC241A.1
021700*    GLOBAL ITEMS SHARED WITH THE CONTAINED PROGRAMS.  NST-FUNC   IC241A.1
021800*    SELECTS THE ACTION; NST-ECHO AND THE TWO COUNTS CARRY THE    IC241A.1
021900*    RESULT BACK.  NST-CALL-NAME HOLDS THE TARGET OF THE CALLS    IC241A.1
022000*    THAT MUST BE REJECTED.                                       IC241A.1
022100 01  NST-FUNC                    PICTURE X(2)  GLOBAL VALUE SPACE.IC241A.1
022200 01  NST-ECHO                    PICTURE X(10) GLOBAL VALUE SPACE.IC241A.1
022300 01  NST-COUNT-A                 PICTURE 9(4)  GLOBAL VALUE ZERO. IC241A.1
022400 01  NST-COUNT-B                 PICTURE 9(4)  GLOBAL VALUE ZERO. IC241A.1
022500 01  NST-CALL-NAME               PICTURE X(8)  GLOBAL VALUE SPACE.IC241A.1
022600*    DECLARED GLOBAL HERE AND AGAIN IN IC241L1 (AND LOCALLY IN    IC241A.1
022700*    IC241L2B) -- THE NAME-RESOLUTION TESTS TURN ON WHICH OF      IC241A.1
022800*    THE THREE EACH PROGRAM SEES.                                 IC241A.1
022900 01  RES-ITEM                    PICTURE X(10) GLOBAL             IC241A.1
023000                                 VALUE "OUTERMOST".               IC241A.1
023100 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    IC241A.1
023200 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     IC241A.1
023300 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     IC241A.1
023400 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     IC241A.1
023500 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     IC241A.1
023600 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     IC241A.1
023700 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     IC241A.1
023800 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     IC241A.1
023900 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     IC241A.1
024000 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     IC241A.1
024100*--------------------------------------------------------------   IC241A.1
024200*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       IC241A.1
024300*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 IC241A.1
024400*--------------------------------------------------------------   IC241A.1
024500 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          IC241A.1
024600 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         IC241A.1
024700     05  WS-TIME-NOW-HH             PIC 99.                       IC241A.1
024800     05  WS-TIME-NOW-MM             PIC 99.                       IC241A.1
024900     05  WS-TIME-NOW-SS             PIC 99.                       IC241A.1
025000     05  WS-TIME-NOW-CC             PIC 99.                       IC241A.1
025100 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          IC241A.1
025200 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       IC241A.1
025300     05  WS-TIME-LAST-HH            PIC 99.                       IC241A.1
025400     05  WS-TIME-LAST-MM            PIC 99.                       IC241A.1
025500     05  WS-TIME-LAST-SS            PIC 99.                       IC241A.1
025600     05  WS-TIME-LAST-CC            PIC 99.                       IC241A.1
025700 01  WS-NOW-CS                      PIC 9(7) COMP.                IC241A.1
025800 01  WS-LAST-CS                     PIC 9(7) COMP.                IC241A.1
025900 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                IC241A.1
026000 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              IC241A.1
026100     COPY K6TARG.                                                 IC241A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
026200     COPY K6CVER.                                                 IC241A.1
026300     COPY K6SEVT.                                                 IC241A.1
026400     COPY K6PAGE.                                                 IC241A.1
026500     COPY K6CSVE.                                                 IC241A.1
026600     COPY K6MLEV.                                                 IC241A.1
026700 01  TEST-RESULTS.                                                IC241A.1
026800     02 FILLER                   PIC X      VALUE SPACE.          IC241A.1
026900     02 FEATURE                  PIC X(20)  VALUE SPACE.          IC241A.1
027000     02 FILLER                   PIC X      VALUE SPACE.          IC241A.1
027100     02 P-OR-F                   PIC X(5)   VALUE SPACE.          IC241A.1
027200     02 FILLER                   PIC X      VALUE SPACE.          IC241A.1
027300     02  PAR-NAME.                                                IC241A.1
027400       03 FILLER                 PIC X(19)  VALUE SPACE.          IC241A.1
027500       03  PARDOT-X              PIC X      VALUE SPACE.          IC241A.1
027600       03 DOTVALUE               PIC 99     VALUE ZERO.           IC241A.1
027700     02 FILLER                   PIC X(8)   VALUE SPACE.          IC241A.1
027800     02 RE-MARK                  PIC X(61).                       IC241A.1
027900 01  TEST-COMPUTED.                                               IC241A.1
028000     02 FILLER                   PIC X(30)  VALUE SPACE.          IC241A.1
028100     02 FILLER                   PIC X(17)  VALUE                 IC241A.1
028200            "       COMPUTED=".                                   IC241A.1
028300     02 COMPUTED-X.                                               IC241A.1
028400     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          IC241A.1
028500     03 COMPUTED-N               REDEFINES COMPUTED-A             IC241A.1
028600                                 PIC -9(9).9(9).                  IC241A.1
028700     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         IC241A.1
028800     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     IC241A.1
028900     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     IC241A.1
029000     03       CM-18V0 REDEFINES COMPUTED-A.                       IC241A.1
029100         04 COMPUTED-18V0                    PIC -9(18).          IC241A.1
029200         04 FILLER                           PIC X.               IC241A.1
029300     03 FILLER PIC X(50) VALUE SPACE.                             IC241A.1
029400 01  TEST-CORRECT.                                                IC241A.1
029500     02 FILLER PIC X(30) VALUE SPACE.                             IC241A.1
029600     02 FILLER PIC X(17) VALUE "       CORRECT =".                IC241A.1
029700     02 CORRECT-X.                                                IC241A.1
029800     03 CORRECT-A                  PIC X(20) VALUE SPACE.         IC241A.1
029900     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      IC241A.1
030000     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         IC241A.1
030100     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     IC241A.1
030200     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     IC241A.1
030300     03      CR-18V0 REDEFINES CORRECT-A.                         IC241A.1
030400         04 CORRECT-18V0                     PIC -9(18).          IC241A.1
030500         04 FILLER                           PIC X.               IC241A.1
030600     03 FILLER PIC X(2) VALUE SPACE.                              IC241A.1
030700     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     IC241A.1
030800 01  CCVS-C-1.                                                    IC241A.1
030900     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PAIC241A.1
031000-    "SS  PARAGRAPH-NAME                                          IC241A.1
031100-    "       REMARKS".                                            IC241A.1
031200     02 FILLER                     PIC X(20)    VALUE SPACE.      IC241A.1
031300 01  CCVS-C-2.                                                    IC241A.1
031400     02 FILLER                     PIC X        VALUE SPACE.      IC241A.1
031500     02 FILLER                     PIC X(6)     VALUE "TESTED".   IC241A.1
031600     02 FILLER                     PIC X(15)    VALUE SPACE.      IC241A.1
031700     02 FILLER                     PIC X(4)     VALUE "FAIL".     IC241A.1
031800     02 FILLER                     PIC X(94)    VALUE SPACE.      IC241A.1
031900 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       IC241A.1
032000 01  REC-CT                        PIC 99       VALUE ZERO.       IC241A.1
032100 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       IC241A.1
032200 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       IC241A.1
032300 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       IC241A.1
032400 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       IC241A.1
032500 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       IC241A.1
032600 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       IC241A.1
032700 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      IC241A.1
032800 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       IC241A.1
032900 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     IC241A.1
033000 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     IC241A.1
033100 01  CCVS-H-1.                                                    IC241A.1
033200     02  FILLER                    PIC X(39)    VALUE SPACES.     IC241A.1
033300     02  FILLER                    PIC X(42)    VALUE             IC241A.1
033400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 IC241A.1
033500     02  FILLER                    PIC X(39)    VALUE SPACES.     IC241A.1
033600 01  CCVS-H-2A.                                                   IC241A.1
033700   02  FILLER                        PIC X(40)  VALUE SPACE.      IC241A.1
033800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  IC241A.1
033900   02  FILLER                        PIC XXXX   VALUE             IC241A.1
034000     "4.2 ".                                                      IC241A.1
034100   02  FILLER                        PIC X(28)  VALUE             IC241A.1
034200            " COPY - NOT FOR DISTRIBUTION".                       IC241A.1
034300   02  FILLER                        PIC X(41)  VALUE SPACE.      IC241A.1
034400*                                                                 IC241A.1
034500 01  CCVS-H-2B.                                                   IC241A.1
034600   02  FILLER                        PIC X(15)  VALUE             IC241A.1
034700            "TEST RESULT OF ".                                    IC241A.1
034800   02  TEST-ID                       PIC X(9).                    IC241A.1
034900   02  FILLER                        PIC X(4)   VALUE             IC241A.1
035000            " IN ".                                               IC241A.1
035100   02  FILLER                        PIC X(12)  VALUE             IC241A.1
035200     " HIGH       ".                                              IC241A.1
035300   02  FILLER                        PIC X(22)  VALUE             IC241A.1
035400            " LEVEL VALIDATION FOR ".                             IC241A.1
035500   02  FILLER                        PIC X(58)  VALUE             IC241A.1
035600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".IC241A.1
035700 01  CCVS-H-3.                                                    IC241A.1
035800     02  FILLER                      PIC X(34)  VALUE             IC241A.1
035900            " FOR OFFICIAL USE ONLY    ".                         IC241A.1
036000     02  CCVS-H-3-VERSION            PIC X(58)  VALUE             IC241A.1
036100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".IC241A.1
036200     02  FILLER                      PIC X(28)  VALUE             IC241A.1
036300            "  COPYRIGHT   1985 ".                                IC241A.1
036400 01  CCVS-E-1.                                                    IC241A.1
036500     02 FILLER                       PIC X(52)  VALUE SPACE.      IC241A.1
036600     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              IC241A.1
036700     02 ID-AGAIN                     PIC X(9).                    IC241A.1
036800     02 FILLER                       PIC X(45)  VALUE SPACES.     IC241A.1
036900 01  CCVS-E-2.                                                    IC241A.1
037000     02  FILLER                      PIC X(31)  VALUE SPACE.      IC241A.1
037100     02  FILLER                      PIC X(21)  VALUE SPACE.      IC241A.1
037200     02 CCVS-E-2-2.                                               IC241A.1
037300         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      IC241A.1
037400         03 FILLER                   PIC X      VALUE SPACE.      IC241A.1
037500         03 ENDER-DESC               PIC X(44)  VALUE             IC241A.1
037600            "ERRORS ENCOUNTERED".                                 IC241A.1
037700 01  CCVS-E-3.                                                    IC241A.1
037800     02  FILLER                      PIC X(22)  VALUE             IC241A.1
037900            " FOR OFFICIAL USE ONLY".                             IC241A.1
038000     02  FILLER                      PIC X(12)  VALUE SPACE.      IC241A.1
038100     02  FILLER                      PIC X(58)  VALUE             IC241A.1
038200     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".IC241A.1
038300     02  FILLER                      PIC X(13)  VALUE SPACE.      IC241A.1
038400     02 FILLER                       PIC X(15)  VALUE             IC241A.1
038500             " COPYRIGHT 1985".                                   IC241A.1
038600 01  CCVS-E-4.                                                    IC241A.1
038700     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      IC241A.1
038800     02 FILLER                       PIC X(4)   VALUE " OF ".     IC241A.1
038900     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      IC241A.1
039000     02 FILLER                       PIC X(40)  VALUE             IC241A.1
039100      "  TESTS WERE EXECUTED SUCCESSFULLY".                       IC241A.1
039200 01  XXINFO.                                                      IC241A.1
039300     02 FILLER                       PIC X(19)  VALUE             IC241A.1
039400            "*** INFORMATION ***".                                IC241A.1
039500     02 INFO-TEXT.                                                IC241A.1
039600       04 FILLER                     PIC X(8)   VALUE SPACE.      IC241A.1
039700       04 XXCOMPUTED                 PIC X(20).                   IC241A.1
039800       04 FILLER                     PIC X(5)   VALUE SPACE.      IC241A.1
039900       04 XXCORRECT                  PIC X(20).                   IC241A.1
040000     02 INF-ANSI-REFERENCE           PIC X(48).                   IC241A.1
040100 01  HYPHEN-LINE.                                                 IC241A.1
040200     02 FILLER  PIC IS X VALUE IS SPACE.                          IC241A.1
040300     02 FILLER  PIC IS X(65)    VALUE IS "************************IC241A.1
040400-    "*****************************************".                 IC241A.1
040500     02 FILLER  PIC IS X(54)    VALUE IS "************************IC241A.1
040600-    "******************************".                            IC241A.1
040700 01  CCVS-PGM-ID                     PIC X(9)   VALUE             IC241A.1
040800     "IC241A".                                                    IC241A.1
040900 01  CCVS-PGM-ID-R REDEFINES CCVS-PGM-ID.                         IC241A.1
041000     02  CCVS-PGM-MODULE-PREFIX     PIC XX.                       IC241A.1
041100     02  FILLER                     PIC X(7).                     IC241A.1
041200 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 001.        IC241A.1
041300 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    IC241A.1
041400 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       IC241A.1
041500 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       IC241A.1
041600 01  WS-PRIOR-SEQ                    PIC 99     VALUE ZERO.       IC241A.1
041700                                                                  IC241A.1
041800 PROCEDURE DIVISION.                                              IC241A.1
041900                                                                  IC241A.1
042000 CCVS1 SECTION.                                                   IC241A.1
042100 OPEN-FILES.                                                      IC241A.1
042200     OPEN I-O RAW-DATA.                                           IC241A.1
042300     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        IC241A.1
042400     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         IC241A.1
042500     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            IC241A.1
042600     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        IC241A.1
042700     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              IC241A.1
042800     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                IC241A.1
042900     MOVE 1 TO RAW-DATA-SEQ-WS.                                   IC241A.1
043000 FIND-RUN-KEY.                                                    IC241A.1
043100     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    IC241A.1
043200     READ RAW-DATA INVALID KEY GO TO WRITE-RUN-RECORD.            IC241A.1
043300     ADD 1 TO RAW-DATA-SEQ-WS.                                    IC241A.1
043400     GO TO FIND-RUN-KEY.                                          IC241A.1
043500 WRITE-RUN-RECORD.                                                IC241A.1
043600     MOVE "ABORTED " TO C-ABORT.                                  IC241A.1
043700     ADD 1 TO C-NO-OF-TESTS.                                      IC241A.1
043800     MOVE RAW-DATA-RUN-DATE-WS TO C-DATE.                         IC241A.1
043900     ACCEPT C-TIME  FROM TIME.                                    IC241A.1
044000     MOVE SPACE TO C-SUPERSEDED.                                  IC241A.1
044100     MOVE ZERO TO C-SUPERSEDE-SEQ.                                IC241A.1
044200     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       IC241A.1
044300     MOVE ZERO TO C-XFAIL.                                        IC241A.1
044400     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
044500     PERFORM COMPILE-LEVEL-STAMP THRU                             IC241A.1
044600         COMPILE-LEVEL-STAMP-EXIT.                                IC241A.1
044700     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               IC241A.1
044800 END-E-1.                                                         IC241A.1
044900     CLOSE RAW-DATA.                                              IC241A.1
045000     OPEN    OUTPUT PRINT-FILE.                                   IC241A.1
045100     OPEN    OUTPUT CSV-FILE.                                     IC241A.1
045200*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      IC241A.1
045300*    K6CSVE.CPY.                                                  IC241A.1
045400     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              IC241A.1
045500     MOVE K6-TARGET-ID TO CEH-TARGET.                             IC241A.1
045600     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   IC241A.1
045700     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         IC241A.1
045800     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          IC241A.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
045900     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          IC241A.1
046000     WRITE CSV-REC.                                               IC241A.1
046100     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      IC241A.1
046200-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            IC241A.1
046300         TO CSV-REC.                                              IC241A.1
046400     WRITE CSV-REC.                                               IC241A.1
046500     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  IC241A.1
046600     MOVE    SPACE TO TEST-RESULTS.                               IC241A.1
046700     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              IC241A.1
046800     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             IC241A.1
046900     GO TO CCVS1-EXIT.                                            IC241A.1
047000 CLOSE-FILES.                                                     IC241A.1
047100     OPEN I-O RAW-DATA.                                           IC241A.1
047200*    RAW-DATA-KEY STILL HOLDS THE PGM-ID/DATE/SEQ SET BY          IC241A.1
047300*    OPEN-FILES FOR THIS RUN -- RE-READ THAT SAME RECORD.         IC241A.1
047400     READ RAW-DATA INVALID KEY GO TO END-E-2.                     IC241A.1
047500     MOVE "OK.     " TO C-ABORT.                                  IC241A.1
047600     MOVE PASS-COUNTER TO C-OK.                                   IC241A.1
047700     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               IC241A.1
047800         INSPECT-COUNTER + DELETE-COUNTER + XFAIL-COUNTER.        IC241A.1
047900     MOVE ERROR-COUNTER TO C-FAIL.                                IC241A.1
048000     MOVE DELETE-COUNTER TO C-DELETED.                            IC241A.1
048100     MOVE INSPECT-COUNTER TO C-INSPECT.                           IC241A.1
048200     MOVE XFAIL-COUNTER TO C-XFAIL.                               IC241A.1
048300     MOVE CCVS-PGM-MODULE-PREFIX TO C-MODULE-ID.                  IC241A.1
048400     IF (PASS-COUNTER + ERROR-COUNTER + INSPECT-COUNTER +         IC241A.1
048500         DELETE-COUNTER) IS GREATER THAN ZERO                     IC241A.1
048600         COMPUTE C-MODULE-PCT ROUNDED =                           IC241A.1
048700             (PASS-COUNTER / (PASS-COUNTER + ERROR-COUNTER +      IC241A.1
048800             INSPECT-COUNTER + DELETE-COUNTER)) * 100             IC241A.1
048900     ELSE                                                         IC241A.1
049000         MOVE ZERO TO C-MODULE-PCT.                               IC241A.1
049100     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          IC241A.1
049200     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        IC241A.1
049300     ACCEPT C-END-TIME FROM TIME.                                 IC241A.1
049400     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             IC241A.1
049500     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           IC241A.1
049600         PERFORM SUPERSEDE-PRIOR-RUNS THRU SUPERSEDE-PRIOR-EXIT.  IC241A.1
049700 END-E-2.                                                         IC241A.1
049800     CLOSE RAW-DATA.                                              IC241A.1
049900     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   IC241A.1
050000*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    IC241A.1
050100*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      IC241A.1
050200     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               IC241A.1
050300     MOVE PASS-COUNTER TO CET-OK.                                 IC241A.1
050400     MOVE ERROR-COUNTER TO CET-FAIL.                              IC241A.1
050500     MOVE DELETE-COUNTER TO CET-DELETED.                          IC241A.1
050600     MOVE INSPECT-COUNTER TO CET-INSPECT.                         IC241A.1
050700     MOVE XFAIL-COUNTER TO CET-XFAIL.                             IC241A.1
050800     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         IC241A.1
050900     WRITE CSV-REC.                                               IC241A.1
051000     CLOSE CSV-FILE.                                              IC241A.1
051100 TERMINATE-CCVS.                                                  IC241A.1
051200     EXIT PROGRAM.                                                IC241A.1
051300 TERMINATE-CALL.                                                  IC241A.1
051400     STOP     RUN.                                                IC241A.1
051500*--------------------------------------------------------------   IC241A.1
051600* SUPERSEDE-PRIOR-RUNS -- A COMPLETED RERUN MARKS THIS DAY'S      IC241A.1
051700* EARLIER RECORDS SUPERSEDED, POINTING AT THE RUN THAT            IC241A.1
051800* REPLACES THEM, SO THE ROLLUP TOOLS COUNT ONLY EFFECTIVE         IC241A.1
051900* RUNS (SEE K6RAWDS.CPY AND THE K6SUPS CHAIN REPORT).             IC241A.1
052000*--------------------------------------------------------------   IC241A.1
052100 SUPERSEDE-PRIOR-RUNS.                                            IC241A.1
052200     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 IC241A.1
052300     MOVE ZERO TO WS-PRIOR-SEQ.                                   IC241A.1
052400 SUPERSEDE-NEXT-PRIOR.                                            IC241A.1
052500     ADD 1 TO WS-PRIOR-SEQ.                                       IC241A.1
052600     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             IC241A.1
052700         GO TO SUPERSEDE-RESTORE.                                 IC241A.1
052800     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       IC241A.1
052900     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        IC241A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
053100         GO TO SUPERSEDE-NEXT-PRIOR.                              IC241A.1
053200     MOVE "S" TO C-SUPERSEDED.                                    IC241A.1
053300     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  IC241A.1
053400     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.IC241A.1
053500     GO TO SUPERSEDE-NEXT-PRIOR.                                  IC241A.1
053600*    RESTORE THIS RUN'S OWN KEY AND RECORD AREA BEFORE THE        IC241A.1
053700*    FILE CLOSES.                                                 IC241A.1
053800 SUPERSEDE-RESTORE.                                               IC241A.1
053900     MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ.                 IC241A.1
054000     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        IC241A.1
054100 SUPERSEDE-PRIOR-EXIT.                                            IC241A.1
054200     EXIT.                                                        IC241A.1
054300 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         IC241A.1
054400 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           IC241A.1
054500 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          IC241A.1
054600 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      IC241A.1
054700     MOVE "****TEST DELETED****" TO RE-MARK.                      IC241A.1
054800*    EXPECTED-FAIL PATHS -- SEE XFAIL-DEFECT-ID ABOVE.            IC241A.1
054900 XFAIL.                                                           IC241A.1
055000     MOVE "XFAIL" TO P-OR-F.  ADD 1 TO XFAIL-COUNTER.             IC241A.1
055100     STRING "FAILED AS DOCUMENTED - DEFECT " XFAIL-DEFECT-ID      IC241A.1
055200         DELIMITED BY SIZE INTO RE-MARK.                          IC241A.1
055300 XFAIL-PASSED.                                                    IC241A.1
055400     MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.              IC241A.1
055500     ADD 1 TO XFAIL-SURPRISE-COUNTER.                             IC241A.1
055600     MOVE XFAIL-DEFECT-ID TO XFAIL-ALERT-DEFECT.                  IC241A.1
055700     MOVE XFAIL-ALERT-LINE TO DUMMY-RECORD.                       IC241A.1
055800     PERFORM WRITE-LINE.                                          IC241A.1
055900     STRING "UNEXPECTED PASS - DEFECT " XFAIL-DEFECT-ID           IC241A.1
056000         " MAY BE FIXED" DELIMITED BY SIZE INTO RE-MARK.          IC241A.1
056100*    WATCHDOG VERDICT -- SEE WDOG-BUDGET-CS ABOVE.                IC241A.1
056200 ABORTED.                                                         IC241A.1
056300     MOVE "ABND*" TO P-OR-F.  ADD 1 TO ABORTED-COUNTER.           IC241A.1
056400     MOVE "N" TO WDOG-TRIPPED-SW.                                 IC241A.1
056500     MOVE "TEST EXCEEDED TIME BUDGET - ABANDONED" TO RE-MARK.     IC241A.1
056600 PRINT-DETAIL.                                                    IC241A.1
056700     IF REC-CT NOT EQUAL TO ZERO                                  IC241A.1
056800             MOVE "." TO PARDOT-X                                 IC241A.1
056900             MOVE REC-CT TO DOTVALUE.                             IC241A.1
057000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      IC241A.1
057100     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          IC241A.1
057200         PARAGRAPH-TIME-CAPTURE-EXIT.                             IC241A.1
057300     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         IC241A.1
057400     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               IC241A.1
057500        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 IC241A.1
057600          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 IC241A.1
057700     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              IC241A.1
057800     MOVE SPACE TO CORRECT-X.                                     IC241A.1
057900     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         IC241A.1
058000     MOVE     SPACE TO RE-MARK.                                   IC241A.1
058100     MOVE SPACE TO COMPUTED-FULL. MOVE SPACE TO CORRECT-FULL.     IC241A.1
058200     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             IC241A.1
058300 CSV-WRITE-DETAIL.                                                IC241A.1
058400     MOVE SPACE TO CSV-BUILD-AREA.                                IC241A.1
058500     MOVE FEATURE TO CSV-FEATURE-T.                               IC241A.1
058600     MOVE P-OR-F TO CSV-POF-T.                                    IC241A.1
058700     MOVE PAR-NAME TO CSV-PARNAME-T.                              IC241A.1
058800     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           IC241A.1
058900     MOVE CORRECT-A TO CSV-CORRECT-T.                             IC241A.1
059000     MOVE RE-MARK TO CSV-REMARK-T.                                IC241A.1
059100     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  IC241A.1
059200     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           IC241A.1
059300     STRING '"' CSV-FEATURE-T    '","'                            IC241A.1
059400            CSV-POF-T            '","'                            IC241A.1
059500            CSV-PARNAME-T        '","'                            IC241A.1
059600            CSV-COMPUTED-T       '","'                            IC241A.1
059700            CSV-CORRECT-T        '","'                            IC241A.1
059800            CSV-REMARK-T         '","'                            IC241A.1
059900            CSV-ELAPSED-T        '","'                            IC241A.1
060000            CSV-ANSI-CLAUSE-T    '","'                            IC241A.1
060100            CSV-SEVERITY-T       '"'                              IC241A.1
060200         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   IC241A.1
060300     MOVE CSV-BUILD-AREA TO CSV-REC.                              IC241A.1
060400     WRITE CSV-REC.                                               IC241A.1
060500     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               IC241A.1
060600     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     IC241A.1
060700         PERFORM CSV-WRITE-CONT THRU CSV-WRITE-CONT-EXIT.         IC241A.1
060800 CSV-WRITE-DETAIL-EXIT.                                           IC241A.1
060900     EXIT.                                                        IC241A.1
061000*--------------------------------------------------------------   IC241A.1
061100* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        IC241A.1
061200*--------------------------------------------------------------   IC241A.1
061300 SEVERITY-LOOKUP.                                                 IC241A.1
061400     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    IC241A.1
061500     IF ANSI-CLAUSE-CODE = SPACE                                  IC241A.1
061600         GO TO SEVERITY-BY-FEATURE.                               IC241A.1
061700     SET SEV-CL-IDX TO 1.                                         IC241A.1
061800 SEVERITY-CLAUSE-SCAN.                                            IC241A.1
061900     IF SEV-CL-IDX > 8                                            IC241A.1
062000         GO TO SEVERITY-BY-FEATURE.                               IC241A.1
062100     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           IC241A.1
062200         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     IC241A.1
062300         GO TO SEVERITY-TRACK-HIGH.                               IC241A.1
062400     SET SEV-CL-IDX UP BY 1.                                      IC241A.1
062500     GO TO SEVERITY-CLAUSE-SCAN.                                  IC241A.1
062600 SEVERITY-BY-FEATURE.                                             IC241A.1
062700     SET SEV-FT-IDX TO 1.                                         IC241A.1
062800 SEVERITY-FEATURE-SCAN.                                           IC241A.1
062900     IF SEV-FT-IDX > 6                                            IC241A.1
063000         GO TO SEVERITY-TRACK-HIGH.                               IC241A.1
063100     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) IC241A.1
063200         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    IC241A.1
063300         GO TO SEVERITY-TRACK-HIGH.                               IC241A.1
063400     SET SEV-FT-IDX UP BY 1.                                      IC241A.1
063500     GO TO SEVERITY-FEATURE-SCAN.                                 IC241A.1
063600 SEVERITY-TRACK-HIGH.                                             IC241A.1
063700     IF CSV-POF-T NOT = "FAIL*"                                   IC241A.1
063800         GO TO SEVERITY-LOOKUP-EXIT.                              IC241A.1
063900     IF WS-RUN-SEV-HIGH = SPACE                                   IC241A.1
064000             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  IC241A.1
064100         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  IC241A.1
064200 SEVERITY-LOOKUP-EXIT.                                            IC241A.1
064300     EXIT.                                                        IC241A.1
064400 PARAGRAPH-TIME-CAPTURE.                                          IC241A.1
064500     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            IC241A.1
064600     ACCEPT WS-TIME-NOW FROM TIME.                                IC241A.1
064700     COMPUTE WS-NOW-CS =                                          IC241A.1
064800         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             IC241A.1
064900             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            IC241A.1
065000     COMPUTE WS-LAST-CS =                                         IC241A.1
065100         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           IC241A.1
065200             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          IC241A.1
065300     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               IC241A.1
065400         MOVE ZERO TO WS-ELAPSED-CS                               IC241A.1
065500     ELSE                                                         IC241A.1
065600         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       IC241A.1
065700             GIVING WS-ELAPSED-CS.                                IC241A.1
065800     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         IC241A.1
065900 PARAGRAPH-TIME-CAPTURE-EXIT.                                     IC241A.1
066000     EXIT.                                                        IC241A.1
066100 HEAD-ROUTINE.                                                    IC241A.1
066200     MOVE K6-COMPILER-VERSION TO CCVS-H-3-VERSION.                IC241A.1
066300     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  IC241A.1
066400     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  IC241A.1
066500     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  IC241A.1
066600     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  IC241A.1
066700 COLUMN-NAMES-ROUTINE.                                            IC241A.1
066800     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IC241A.1
066900     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   IC241A.1
067000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        IC241A.1
067100 END-ROUTINE.                                                     IC241A.1
067200     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.IC241A.1
067300 END-RTN-EXIT.                                                    IC241A.1
067400     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   IC241A.1
067500 END-ROUTINE-1.                                                   IC241A.1
067600      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      IC241A.1
067700      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               IC241A.1
067800      ADD PASS-COUNTER TO ERROR-HOLD.                             IC241A.1
067900      ADD XFAIL-COUNTER TO ERROR-HOLD.                            IC241A.1
068000      ADD ABORTED-COUNTER TO ERROR-HOLD.                          IC241A.1
068100      MOVE PASS-COUNTER TO CCVS-E-4-1.                            IC241A.1
068200      MOVE ERROR-HOLD TO CCVS-E-4-2.                              IC241A.1
068300      MOVE CCVS-E-4 TO CCVS-E-2-2.                                IC241A.1
068400      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           IC241A.1
068500  END-ROUTINE-12.                                                 IC241A.1
068600      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        IC241A.1
068700     IF       ERROR-COUNTER IS EQUAL TO ZERO                      IC241A.1
068800         MOVE "NO " TO ERROR-TOTAL                                IC241A.1
068900         ELSE                                                     IC241A.1
069000         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       IC241A.1
069100     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           IC241A.1
069200     PERFORM WRITE-LINE.                                          IC241A.1
069300 END-ROUTINE-13.                                                  IC241A.1
069400     IF DELETE-COUNTER IS EQUAL TO ZERO                           IC241A.1
069500         MOVE "NO " TO ERROR-TOTAL  ELSE                          IC241A.1
069600         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      IC241A.1
069700     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   IC241A.1
069800     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IC241A.1
069900      IF   INSPECT-COUNTER EQUAL TO ZERO                          IC241A.1
070000          MOVE "NO " TO ERROR-TOTAL                               IC241A.1
070100      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   IC241A.1
070200      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            IC241A.1
070300      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          IC241A.1
070400     IF XFAIL-COUNTER IS EQUAL TO ZERO                            IC241A.1
070500         MOVE "NO " TO ERROR-TOTAL  ELSE                          IC241A.1
070600         MOVE XFAIL-COUNTER TO ERROR-TOTAL.                       IC241A.1
070700     MOVE "TEST(S) FAILED AS EXPECTED" TO ENDER-DESC.             IC241A.1
070800     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IC241A.1
070900     IF XFAIL-SURPRISE-COUNTER IS EQUAL TO ZERO                   IC241A.1
071000         MOVE "NO " TO ERROR-TOTAL  ELSE                          IC241A.1
071100         MOVE XFAIL-SURPRISE-COUNTER TO ERROR-TOTAL.              IC241A.1
071200     MOVE "EXPECTED-FAIL TEST(S) PASSED - SEE ALERTS"             IC241A.1
071300         TO ENDER-DESC.                                           IC241A.1
071400     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IC241A.1
071500     IF ABORTED-COUNTER IS EQUAL TO ZERO                          IC241A.1
071600         MOVE "NO " TO ERROR-TOTAL  ELSE                          IC241A.1
071700         MOVE ABORTED-COUNTER TO ERROR-TOTAL.                     IC241A.1
071800     MOVE "TEST(S) ABORTED BY THE WATCHDOG" TO ENDER-DESC.        IC241A.1
071900     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IC241A.1
072000     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           IC241A.1
072100 WRITE-LINE.                                                      IC241A.1
072200*    THE END-OF-PAGE CONDITION RAISED IN WRT-LN BELOW REPLAYS     IC241A.1
072300*    THE HEADER BLOCK HERE, AT THE TOP OF THE NEW PAGE, BEFORE    IC241A.1
072400*    THE PENDING LINE GOES OUT.                                   IC241A.1
072500     IF K6-PAGE-EOP-PENDING                                       IC241A.1
072600         MOVE "N" TO K6-PAGE-EOP-SW                               IC241A.1
072700         MOVE DUMMY-RECORD TO DUMMY-HOLD                          IC241A.1
072800         MOVE SPACE TO DUMMY-RECORD                               IC241A.1
072900         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  IC241A.1
073000         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    IC241A.1
073100         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    IC241A.1
073200         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    IC241A.1
073300         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    IC241A.1
073400         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            IC241A.1
073500         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            IC241A.1
073600         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          IC241A.1
073700         MOVE DUMMY-HOLD TO DUMMY-RECORD.                         IC241A.1
073800     PERFORM WRT-LN.                                              IC241A.1
073900 WRT-LN.                                                          IC241A.1
074000     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINE                 IC241A.1
074100         AT END-OF-PAGE SET K6-PAGE-EOP-PENDING TO TRUE.          IC241A.1
074200     MOVE SPACE TO DUMMY-RECORD.                                  IC241A.1
074300 BLANK-LINE-PRINT.                                                IC241A.1
074400     PERFORM WRT-LN.                                              IC241A.1
074500 FAIL-ROUTINE.                                                    IC241A.1
074600     IF     COMPUTED-X NOT EQUAL TO SPACE                         IC241A.1
074700            GO TO   FAIL-ROUTINE-WRITE.                           IC241A.1
074800     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.IC241A.1
074900     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 IC241A.1
075000     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   IC241A.1
075100     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   IC241A.1
075200     MOVE   SPACES TO INF-ANSI-REFERENCE.                         IC241A.1
075300     GO TO  FAIL-ROUTINE-EX.                                      IC241A.1
075400 FAIL-ROUTINE-WRITE.                                              IC241A.1
075500     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         IC241A.1
075600     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 IC241A.1
075700     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. IC241A.1
075800     MOVE   SPACES TO COR-ANSI-REFERENCE.                         IC241A.1
075900     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     IC241A.1
076000         PERFORM FULL-OPERAND-PRINT THRU FULL-OPERAND-EXIT.       IC241A.1
076100 FAIL-ROUTINE-EX. EXIT.                                           IC241A.1
076200 BAIL-OUT.                                                        IC241A.1
076300     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   IC241A.1
076400     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           IC241A.1
076500 BAIL-OUT-WRITE.                                                  IC241A.1
076600     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  IC241A.1
076700     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 IC241A.1
076800     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   IC241A.1
076900     MOVE   SPACES TO INF-ANSI-REFERENCE.                         IC241A.1
077000 BAIL-OUT-EX. EXIT.                                               IC241A.1
077100*--------------------------------------------------------------   IC241A.1
077200* WATCHDOG SUPPORT -- BUDGET TIMING FOR THE CURRENT TEST.         IC241A.1
077300* THE ELAPSED COMPARISON TOLERATES ONE MIDNIGHT WRAP.             IC241A.1
077400*--------------------------------------------------------------   IC241A.1
077500 WATCHDOG-RESET.                                                  IC241A.1
077600     MOVE "N" TO WDOG-TRIPPED-SW.                                 IC241A.1
077700     ACCEPT WDOG-TIME-RAW FROM TIME.                              IC241A.1
077800     COMPUTE WDOG-START-CS =                                      IC241A.1
077900         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          IC241A.1
078000             + WDOG-CC.                                           IC241A.1
078100 WATCHDOG-RESET-EXIT.                                             IC241A.1
078200     EXIT.                                                        IC241A.1
078300 WATCHDOG-CHECK.                                                  IC241A.1
078400     ACCEPT WDOG-TIME-RAW FROM TIME.                              IC241A.1
078500     COMPUTE WDOG-NOW-CS =                                        IC241A.1
078600         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          IC241A.1
078700             + WDOG-CC.                                           IC241A.1
078800     IF WDOG-NOW-CS LESS THAN WDOG-START-CS                       IC241A.1
078900         ADD 8640000 TO WDOG-NOW-CS.                              IC241A.1
079000     IF WDOG-NOW-CS - WDOG-START-CS GREATER THAN                  IC241A.1
079100             WDOG-BUDGET-CS                                       IC241A.1
079200         MOVE "Y" TO WDOG-TRIPPED-SW.                             IC241A.1
079300 WATCHDOG-CHECK-EXIT.                                             IC241A.1
079400     EXIT.                                                        IC241A.1
079500*--------------------------------------------------------------   IC241A.1
079600* FULL-WIDTH OPERAND CONTINUATION LINES -- BOTH OPERANDS          IC241A.1
079700* PRINT IN 40-BYTE SEGMENTS LABELLED WITH THEIR STARTING          IC241A.1
079800* OFFSET, FOLLOWED BY THE FIRST DIFFERING BYTE POSITION.          IC241A.1
079900*--------------------------------------------------------------   IC241A.1
080000 FULL-OPERAND-PRINT.                                              IC241A.1
080100     MOVE 0 TO FULL-SEG-SUB.                                      IC241A.1
080200 FULL-OPERAND-SEGMENTS.                                           IC241A.1
080300     IF FULL-SEG-SUB NOT LESS THAN 120                            IC241A.1
080400         GO TO FULL-OPERAND-DIFF.                                 IC241A.1
080500     MOVE "  COMPUTED" TO FULL-LINE-LABEL.                        IC241A.1
080600     MOVE FULL-SEG-SUB TO FULL-LINE-OFFSET.                       IC241A.1
080700     MOVE COMPUTED-FULL (FULL-SEG-SUB + 1 : 40)                   IC241A.1
080800         TO FULL-LINE-TEXT.                                       IC241A.1
080900     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         IC241A.1
081000     PERFORM WRITE-LINE.                                          IC241A.1
081100     MOVE "  CORRECT " TO FULL-LINE-LABEL.                        IC241A.1
081200     MOVE CORRECT-FULL (FULL-SEG-SUB + 1 : 40)                    IC241A.1
081300         TO FULL-LINE-TEXT.                                       IC241A.1
081400     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         IC241A.1
081500     PERFORM WRITE-LINE.                                          IC241A.1
081600     ADD 40 TO FULL-SEG-SUB.                                      IC241A.1
081700     GO TO FULL-OPERAND-SEGMENTS.                                 IC241A.1
081800 FULL-OPERAND-DIFF.                                               IC241A.1
081900     MOVE ZERO TO FULL-DIFF-OFFSET.                               IC241A.1
082000     MOVE 1 TO FULL-SCAN-SUB.                                     IC241A.1
082100 FULL-OPERAND-DIFF-SCAN.                                          IC241A.1
082200     IF FULL-SCAN-SUB GREATER THAN 120                            IC241A.1
082300         GO TO FULL-OPERAND-EXIT.                                 IC241A.1
082400     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   IC241A.1
082500             CORRECT-FULL (FULL-SCAN-SUB : 1)                     IC241A.1
082600         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   IC241A.1
082700         MOVE FULL-DIFF-OFFSET TO FULL-DIFF-OFFSET-T              IC241A.1
082800         MOVE FULL-DIFF-LINE TO PRINT-REC                         IC241A.1
082900         PERFORM WRITE-LINE                                       IC241A.1
083000         GO TO FULL-OPERAND-EXIT.                                 IC241A.1
083100     ADD 1 TO FULL-SCAN-SUB.                                      IC241A.1
083200     GO TO FULL-OPERAND-DIFF-SCAN.                                IC241A.1
083300 FULL-OPERAND-EXIT.                                               IC241A.1
083400     EXIT.                                                        IC241A.1
083500*--------------------------------------------------------------   IC241A.1
083600* "C" CONTINUATION RECORDS BEHIND THE DETAIL ROW -- FULL          IC241A.1
083700* COMPUTED AND CORRECT OPERANDS AND THE FIRST DIFFERING BYTE      IC241A.1
083800* OFFSET (SEE CSV-ENV-CONT-REC IN K6CSVE.CPY).  NOT COUNTED       IC241A.1
083900* IN CSV-ENV-DETAIL-COUNT.                                        IC241A.1
084000*--------------------------------------------------------------   IC241A.1
084100 CSV-WRITE-CONT.                                                  IC241A.1
084200     MOVE ZERO TO FULL-DIFF-OFFSET.                               IC241A.1
084300     MOVE 1 TO FULL-SCAN-SUB.                                     IC241A.1
084400 CSV-WRITE-CONT-SCAN.                                             IC241A.1
084500     IF FULL-SCAN-SUB GREATER THAN 120                            IC241A.1
084600         GO TO CSV-WRITE-CONT-PUT.                                IC241A.1
084700     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   IC241A.1
084800             CORRECT-FULL (FULL-SCAN-SUB : 1)                     IC241A.1
084900         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   IC241A.1
085000         GO TO CSV-WRITE-CONT-PUT.                                IC241A.1
085100     ADD 1 TO FULL-SCAN-SUB.                                      IC241A.1
085200     GO TO CSV-WRITE-CONT-SCAN.                                   IC241A.1
085300 CSV-WRITE-CONT-PUT.                                              IC241A.1
085400     MOVE "COMPUTED" TO CEC-ROLE.                                 IC241A.1
085500     MOVE FULL-DIFF-OFFSET TO CEC-DIFF-OFFSET.                    IC241A.1
085600     MOVE COMPUTED-FULL TO CEC-OPERAND.                           IC241A.1
085700     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            IC241A.1
085800     WRITE CSV-REC.                                               IC241A.1
085900     MOVE "CORRECT " TO CEC-ROLE.                                 IC241A.1
086000     MOVE CORRECT-FULL TO CEC-OPERAND.                            IC241A.1
086100     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            IC241A.1
086200     WRITE CSV-REC.                                               IC241A.1
086300 CSV-WRITE-CONT-EXIT.                                             IC241A.1
086400     EXIT.                                                        IC241A.1
086500*--------------------------------------------------------------   IC241A.1
086600* WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR BLANK     IC241A.1
086700* MEANS THE OVERNIGHT WINDOW "N".                                 IC241A.1
086800*--------------------------------------------------------------   IC241A.1
086900 WINDOW-IDENT-READ.                                               IC241A.1
087000     OPEN INPUT WINDOW-IDENT.                                     IC241A.1
087100     IF WS-WINDOWID-STATUS NOT = "00"                             IC241A.1
087200             AND WS-WINDOWID-STATUS NOT = "05"                    IC241A.1
087300         GO TO WINDOW-IDENT-EXIT.                                 IC241A.1
087400     READ WINDOW-IDENT                                            IC241A.1
087500         AT END GO TO WINDOW-IDENT-DONE.                          IC241A.1
087600     IF WI-WINDOW-ID NOT = SPACE                                  IC241A.1
087700         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       IC241A.1
087800 WINDOW-IDENT-DONE.                                               IC241A.1
087900     CLOSE WINDOW-IDENT.                                          IC241A.1
088000 WINDOW-IDENT-EXIT.                                               IC241A.1
088100     EXIT.                                                        IC241A.1
088200*--------------------------------------------------------------   IC241A.1
088300* COMPILE-LEVEL-STAMP -- WRITE THE MEMBER LEVELS THIS LOAD        IC241A.1
088400* MODULE WAS COMPILED WITH (K6MLEV.CPY) TO THE COMPILE-LEVEL      IC241A.1
088500* LOG, ONE RECORD PER MEMBER, FOR THE K6STAL CURRENCY AUDIT.      IC241A.1
088600*--------------------------------------------------------------   IC241A.1
088700 COMPILE-LEVEL-STAMP.                                             IC241A.1
088800     OPEN EXTEND COMPILE-LEVEL-LOG.                               IC241A.1
088900     SET K6-MLV-IDX TO 1.                                         IC241A.1
089000 COMPILE-LEVEL-STAMP-LOOP.                                        IC241A.1
089100     IF K6-MLV-IDX GREATER THAN 12                                IC241A.1
089200         GO TO COMPILE-LEVEL-STAMP-DONE.                          IC241A.1
089300     MOVE SPACE TO CL-LEVEL-REC.                                  IC241A.1
089400     MOVE CCVS-PGM-ID TO CL-PGM-ID.                               IC241A.1
089500     MOVE K6-MEMBER-NAME (K6-MLV-IDX) TO CL-MEMBER-NAME.          IC241A.1
089600     MOVE K6-MEMBER-LEVEL (K6-MLV-IDX) TO CL-MEMBER-LEVEL.        IC241A.1
089700     MOVE RAW-DATA-RUN-DATE-WS TO CL-RUN-DATE.                    IC241A.1
089800     WRITE CL-LEVEL-REC.                                          IC241A.1
089900     SET K6-MLV-IDX UP BY 1.                                      IC241A.1
090000     GO TO COMPILE-LEVEL-STAMP-LOOP.                              IC241A.1
090100 COMPILE-LEVEL-STAMP-DONE.                                        IC241A.1
090200     CLOSE COMPILE-LEVEL-LOG.                                     IC241A.1
090300 COMPILE-LEVEL-STAMP-EXIT.                                        IC241A.1
090400     EXIT.                                                        IC241A.1
090500 CCVS1-EXIT.                                                      IC241A.1
090600     EXIT.                                                        IC241A.1
090700 SECT-IC241A-0001 SECTION.                                        IC241A.1
090800*                                                                 IC241A.1
090900*    VIS-01 -- THIS PROGRAM CALLS THE PROGRAM DIRECTLY CONTAINED  IC241A.1
091000*          IN IT.                                                 IC241A.1
091100*                                                                 IC241A.1
091200 VIS-TEST-GF-01.                                                  IC241A.1
091300     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
091400     MOVE     "V1" TO NST-FUNC.                                   IC241A.1
091500     CALL     "IC241L1".                                          IC241A.1
091600     MOVE     "NESTED CALL 1 LEVEL " TO FEATURE.                  IC241A.1
091700     MOVE     "VIS-TEST-GF-01" TO PAR-NAME.                       IC241A.1
091800     MOVE   "X3.23-1985 15.1.3 NESTED PROGRAMS" TO ANSI-REFERENCE.IC241A.1
091900     MOVE     "15.1.3    " TO ANSI-CLAUSE-CODE.                   IC241A.1
092000     IF       NST-ECHO EQUAL TO "L1-REACHED"                      IC241A.1
092100              PERFORM PASS                                        IC241A.1
092200              PERFORM PRINT-DETAIL                                IC241A.1
092300     ELSE                                                         IC241A.1
092400              PERFORM FAIL                                        IC241A.1
092500              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
092600              MOVE  "L1-REACHED" TO CORRECT-A                     IC241A.1
092700              MOVE  "DIRECTLY CONTAINED PROGRAM NOT CALLED"       IC241A.1
092800                    TO RE-MARK                                    IC241A.1
092900              PERFORM PRINT-DETAIL.                               IC241A.1
093000*                                                                 IC241A.1
093100*    VIS-02 -- IC241L1 CALLS THE PROGRAM DIRECTLY CONTAINED IN    IC241A.1
093200*          IT, TWO LEVELS BELOW THIS ONE.                         IC241A.1
093300*                                                                 IC241A.1
093400 VIS-TEST-GF-02.                                                  IC241A.1
093500     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
093600     MOVE     "V2" TO NST-FUNC.                                   IC241A.1
093700     CALL     "IC241L1".                                          IC241A.1
093800     MOVE     "NESTED CALL 2 LEVELS" TO FEATURE.                  IC241A.1
093900     MOVE     "VIS-TEST-GF-02" TO PAR-NAME.                       IC241A.1
094000     MOVE   "X3.23-1985 15.1.3 NESTED PROGRAMS" TO ANSI-REFERENCE.IC241A.1
094100     MOVE     "15.1.3    " TO ANSI-CLAUSE-CODE.                   IC241A.1
094200     IF       NST-ECHO EQUAL TO "L2A-REACHD"                      IC241A.1
094300              PERFORM PASS                                        IC241A.1
094400              PERFORM PRINT-DETAIL                                IC241A.1
094500     ELSE                                                         IC241A.1
094600              PERFORM FAIL                                        IC241A.1
094700              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
094800              MOVE  "L2A-REACHD" TO CORRECT-A                     IC241A.1
094900              MOVE  "SECOND-LEVEL CONTAINED PROGRAM NOT CALLED"   IC241A.1
095000                    TO RE-MARK                                    IC241A.1
095100              PERFORM PRINT-DETAIL.                               IC241A.1
095200*                                                                 IC241A.1
095300*    VIS-03 -- A CHAIN OF DIRECT-CONTAINMENT CALLS REACHES THE    IC241A.1
095400*          THIRD LEVEL (IC241L1, IC241L2A, IC241L3).              IC241A.1
095500*                                                                 IC241A.1
095600 VIS-TEST-GF-03.                                                  IC241A.1
095700     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
095800     MOVE     "V3" TO NST-FUNC.                                   IC241A.1
095900     CALL     "IC241L1".                                          IC241A.1
096000     MOVE     "NESTED CALL 3 LEVELS" TO FEATURE.                  IC241A.1
096100     MOVE     "VIS-TEST-GF-03" TO PAR-NAME.                       IC241A.1
096200     MOVE   "X3.23-1985 15.1.3 NESTED PROGRAMS" TO ANSI-REFERENCE.IC241A.1
096300     MOVE     "15.1.3    " TO ANSI-CLAUSE-CODE.                   IC241A.1
096400     IF       NST-ECHO EQUAL TO "L3-REACHED"                      IC241A.1
096500              PERFORM PASS                                        IC241A.1
096600              PERFORM PRINT-DETAIL                                IC241A.1
096700     ELSE                                                         IC241A.1
096800              PERFORM FAIL                                        IC241A.1
096900              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
097000              MOVE  "L3-REACHED" TO CORRECT-A                     IC241A.1
097100              MOVE  "THIRD-LEVEL CONTAINED PROGRAM NOT CALLED"    IC241A.1
097200                    TO RE-MARK                                    IC241A.1
097300              PERFORM PRINT-DETAIL.                               IC241A.1
097400*                                                                 IC241A.1
097500*    VIS-04 -- IC241L2B CALLS ITS SIBLING IC241L2A, WHICH IS      IC241A.1
097600*          VISIBLE TO IT ONLY BECAUSE IC241L2A IS COMMON.         IC241A.1
097700*                                                                 IC241A.1
097800 VIS-TEST-GF-04.                                                  IC241A.1
097900     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
098000     MOVE     "V4" TO NST-FUNC.                                   IC241A.1
098100     CALL     "IC241L1".                                          IC241A.1
098200     MOVE     "COMMON SIBLING CALL " TO FEATURE.                  IC241A.1
098300     MOVE     "VIS-TEST-GF-04" TO PAR-NAME.                       IC241A.1
098400     MOVE   "X3.23-1985 15.1.1 COMMON CLAUSE" TO ANSI-REFERENCE.  IC241A.1
098500     MOVE     "15.1.1    " TO ANSI-CLAUSE-CODE.                   IC241A.1
098600     IF       NST-ECHO EQUAL TO "L2A-BY-L2B"                      IC241A.1
098700              PERFORM PASS                                        IC241A.1
098800              PERFORM PRINT-DETAIL                                IC241A.1
098900     ELSE                                                         IC241A.1
099000              PERFORM FAIL                                        IC241A.1
099100              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
099200              MOVE  "L2A-BY-L2B" TO CORRECT-A                     IC241A.1
099300              MOVE  "COMMON PROGRAM NOT CALLABLE BY SIBLING"      IC241A.1
099400                    TO RE-MARK                                    IC241A.1
099500              PERFORM PRINT-DETAIL.                               IC241A.1
099600*                                                                 IC241A.1
099700*    VIS-05 -- IC241L3, THREE LEVELS DOWN, CALLS IC241CM, A       IC241A.1
099800*          COMMON PROGRAM DIRECTLY CONTAINED IN THIS ONE.         IC241A.1
099900*                                                                 IC241A.1
100000 VIS-TEST-GF-05.                                                  IC241A.1
100100     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
100200     MOVE     "V5" TO NST-FUNC.                                   IC241A.1
100300     CALL     "IC241L1".                                          IC241A.1
100400     MOVE     "COMMON CALL FROM L3 " TO FEATURE.                  IC241A.1
100500     MOVE     "VIS-TEST-GF-05" TO PAR-NAME.                       IC241A.1
100600     MOVE   "X3.23-1985 15.1.1 COMMON CLAUSE" TO ANSI-REFERENCE.  IC241A.1
100700     MOVE     "15.1.1    " TO ANSI-CLAUSE-CODE.                   IC241A.1
100800     IF       NST-ECHO EQUAL TO "CM-REACHED"                      IC241A.1
100900              PERFORM PASS                                        IC241A.1
101000              PERFORM PRINT-DETAIL                                IC241A.1
101100     ELSE                                                         IC241A.1
101200              PERFORM FAIL                                        IC241A.1
101300              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
101400              MOVE  "CM-REACHED" TO CORRECT-A                     IC241A.1
101500              MOVE  "OUTER COMMON PROGRAM NOT CALLABLE DEEP"      IC241A.1
101600                    TO RE-MARK                                    IC241A.1
101700              PERFORM PRINT-DETAIL.                               IC241A.1
101800*                                                                 IC241A.1
101900*    VIS-06 -- IC241L2A IS COMMON ONLY WITHIN IC241L1; FROM HERE  IC241A.1
102000*          IT IS TWO LEVELS DOWN AND MUST NOT BE CALLABLE.        IC241A.1
102100*                                                                 IC241A.1
102200 VIS-TEST-GF-06.                                                  IC241A.1
102300     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
102400     MOVE     "V6" TO NST-FUNC.                                   IC241A.1
102500     MOVE     "IC241L2A" TO NST-CALL-NAME.                        IC241A.1
102600     CALL     NST-CALL-NAME                                       IC241A.1
102700              ON EXCEPTION GO TO VIS-TEST-GF-06-REJECTED          IC241A.1
102800     END-CALL.                                                    IC241A.1
102900     MOVE     "CALLED    " TO NST-ECHO.                           IC241A.1
103000     GO TO    VIS-TEST-GF-06-VERDICT.                             IC241A.1
103100 VIS-TEST-GF-06-REJECTED.                                         IC241A.1
103200     MOVE     "EXCEPTION " TO NST-ECHO.                           IC241A.1
103300 VIS-TEST-GF-06-VERDICT.                                          IC241A.1
103400     MOVE     "NESTED CALL REJECTED" TO FEATURE.                  IC241A.1
103500     MOVE     "VIS-TEST-GF-06" TO PAR-NAME.                       IC241A.1
103600     MOVE   "X3.23-1985 15.1.3 NESTED PROGRAMS" TO ANSI-REFERENCE.IC241A.1
103700     MOVE     "15.1.3    " TO ANSI-CLAUSE-CODE.                   IC241A.1
103800     IF       NST-ECHO EQUAL TO "EXCEPTION "                      IC241A.1
103900              PERFORM PASS                                        IC241A.1
104000              PERFORM PRINT-DETAIL                                IC241A.1
104100     ELSE                                                         IC241A.1
104200              PERFORM FAIL                                        IC241A.1
104300              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
104400              MOVE  "EXCEPTION" TO CORRECT-A                      IC241A.1
104500              MOVE  "GRANDCHILD PROGRAM WAS CALLABLE FROM TOP"    IC241A.1
104600                    TO RE-MARK                                    IC241A.1
104700              PERFORM PRINT-DETAIL.                               IC241A.1
104800*                                                                 IC241A.1
104900*    VIS-07 -- IC241L3 IS CONTAINED IN IC241L2B'S SIBLING, NOT    IC241A.1
105000*          IN IC241L2B, AND IS NOT COMMON: IC241L2B MUST NOT BE   IC241A.1
105100*          ABLE TO CALL IT.                                       IC241A.1
105200*                                                                 IC241A.1
105300 VIS-TEST-GF-07.                                                  IC241A.1
105400     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
105500     MOVE     "V7" TO NST-FUNC.                                   IC241A.1
105600     MOVE     "IC241L3" TO NST-CALL-NAME.                         IC241A.1
105700     CALL     "IC241L1".                                          IC241A.1
105800     MOVE     "NESTED CALL REJECTED" TO FEATURE.                  IC241A.1
105900     MOVE     "VIS-TEST-GF-07" TO PAR-NAME.                       IC241A.1
106000     MOVE   "X3.23-1985 15.1.3 NESTED PROGRAMS" TO ANSI-REFERENCE.IC241A.1
106100     MOVE     "15.1.3    " TO ANSI-CLAUSE-CODE.                   IC241A.1
106200     IF       NST-ECHO EQUAL TO "EXCEPTION "                      IC241A.1
106300              PERFORM PASS                                        IC241A.1
106400              PERFORM PRINT-DETAIL                                IC241A.1
106500     ELSE                                                         IC241A.1
106600              PERFORM FAIL                                        IC241A.1
106700              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
106800              MOVE  "EXCEPTION" TO CORRECT-A                      IC241A.1
106900              MOVE  "SIBLING'S CONTAINED PROGRAM WAS CALLABLE"    IC241A.1
107000                    TO RE-MARK                                    IC241A.1
107100              PERFORM PRINT-DETAIL.                               IC241A.1
107200*                                                                 IC241A.1
107300*    VIS-08 -- COMMON WIDENS WHO MAY CALL IC241CM, NOT WHAT       IC241A.1
107400*          IC241CM MAY CALL: IT MUST NOT REACH IC241L2A, WHICH IS IC241A.1
107500*          CONTAINED IN ITS SIBLING IC241L1.                      IC241A.1
107600*                                                                 IC241A.1
107700 VIS-TEST-GF-08.                                                  IC241A.1
107800     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
107900     MOVE     "V8" TO NST-FUNC.                                   IC241A.1
108000     MOVE     "IC241L2A" TO NST-CALL-NAME.                        IC241A.1
108100     CALL     "IC241CM".                                          IC241A.1
108200     MOVE     "NESTED CALL REJECTED" TO FEATURE.                  IC241A.1
108300     MOVE     "VIS-TEST-GF-08" TO PAR-NAME.                       IC241A.1
108400     MOVE   "X3.23-1985 15.1.1 COMMON CLAUSE" TO ANSI-REFERENCE.  IC241A.1
108500     MOVE     "15.1.1    " TO ANSI-CLAUSE-CODE.                   IC241A.1
108600     IF       NST-ECHO EQUAL TO "EXCEPTION "                      IC241A.1
108700              PERFORM PASS                                        IC241A.1
108800              PERFORM PRINT-DETAIL                                IC241A.1
108900     ELSE                                                         IC241A.1
109000              PERFORM FAIL                                        IC241A.1
109100              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
109200              MOVE  "EXCEPTION" TO CORRECT-A                      IC241A.1
109300              MOVE  "COMMON PROGRAM REACHED INTO ITS SIBLING"     IC241A.1
109400                    TO RE-MARK                                    IC241A.1
109500              PERFORM PRINT-DETAIL.                               IC241A.1
109600*                                                                 IC241A.1
109700*    STA-01 -- AN ORDINARY CONTAINED PROGRAM KEEPS ITS WORKING    IC241A.1
109800*          STORAGE FROM ONE CALL TO THE NEXT.                     IC241A.1
109900*                                                                 IC241A.1
110000 STA-TEST-GF-01.                                                  IC241A.1
110100     MOVE     "S1" TO NST-FUNC.                                   IC241A.1
110200     CALL     "IC241KP".                                          IC241A.1
110300     CALL     "IC241KP".                                          IC241A.1
110400     MOVE     "ORDINARY PGM STATE  " TO FEATURE.                  IC241A.1
110500     MOVE     "STA-TEST-GF-01" TO PAR-NAME.                       IC241A.1
110600     MOVE   "X3.23-1985 15.1.4 CALL" TO ANSI-REFERENCE.           IC241A.1
110700     MOVE     "15.1.4    " TO ANSI-CLAUSE-CODE.                   IC241A.1
110800     IF       NST-COUNT-A EQUAL TO 2                              IC241A.1
110900              PERFORM PASS                                        IC241A.1
111000              PERFORM PRINT-DETAIL                                IC241A.1
111100     ELSE                                                         IC241A.1
111200              PERFORM FAIL                                        IC241A.1
111300              MOVE  2 TO CORRECT-N                                IC241A.1
111400              MOVE  NST-COUNT-A TO COMPUTED-N                     IC241A.1
111500              MOVE  "ORDINARY PROGRAM LOST STATE BETWEEN CALLS"   IC241A.1
111600                    TO RE-MARK                                    IC241A.1
111700              PERFORM PRINT-DETAIL.                               IC241A.1
111800*                                                                 IC241A.1
111900*    STA-02 -- AN INITIAL PROGRAM IS IN ITS INITIAL STATE EVERY   IC241A.1
112000*          TIME IT IS CALLED.                                     IC241A.1
112100*                                                                 IC241A.1
112200 STA-TEST-GF-02.                                                  IC241A.1
112300     MOVE     "S2" TO NST-FUNC.                                   IC241A.1
112400     CALL     "IC241IN".                                          IC241A.1
112500     CALL     "IC241IN".                                          IC241A.1
112600     MOVE     "INITIAL PGM RESET   " TO FEATURE.                  IC241A.1
112700     MOVE     "STA-TEST-GF-02" TO PAR-NAME.                       IC241A.1
112800     MOVE   "X3.23-1985 15.1.2 INITIAL CLAUSE" TO ANSI-REFERENCE. IC241A.1
112900     MOVE     "15.1.2    " TO ANSI-CLAUSE-CODE.                   IC241A.1
113000     IF       NST-COUNT-A EQUAL TO 1                              IC241A.1
113100              PERFORM PASS                                        IC241A.1
113200              PERFORM PRINT-DETAIL                                IC241A.1
113300     ELSE                                                         IC241A.1
113400              PERFORM FAIL                                        IC241A.1
113500              MOVE  1 TO CORRECT-N                                IC241A.1
113600              MOVE  NST-COUNT-A TO COMPUTED-N                     IC241A.1
113700              MOVE  "INITIAL PROGRAM KEPT STATE BETWEEN CALLS"    IC241A.1
113800                    TO RE-MARK                                    IC241A.1
113900              PERFORM PRINT-DETAIL.                               IC241A.1
114000*                                                                 IC241A.1
114100*    STA-03 -- IC241L1 KEEPS ITS OWN STATE WHILE THE INITIAL      IC241A.1
114200*          PROGRAM IT CONTAINS (IC241L2I) IS RESET ON EACH CALL.  IC241A.1
114300*          NST-COUNT-A IS IC241L2I'S COUNT, NST-COUNT-B IC241L1'S.IC241A.1
114400*                                                                 IC241A.1
114500 STA-TEST-GF-03.                                                  IC241A.1
114600     MOVE     "S3" TO NST-FUNC.                                   IC241A.1
114700     CALL     "IC241L1".                                          IC241A.1
114800     CALL     "IC241L1".                                          IC241A.1
114900     MOVE     "INITIAL IN CONTAINER" TO FEATURE.                  IC241A.1
115000     MOVE     "STA-TEST-GF-03" TO PAR-NAME.                       IC241A.1
115100     MOVE   "X3.23-1985 15.1.2 INITIAL CLAUSE" TO ANSI-REFERENCE. IC241A.1
115200     MOVE     "15.1.2    " TO ANSI-CLAUSE-CODE.                   IC241A.1
115300     IF       NST-COUNT-A EQUAL TO 1                              IC241A.1
115400              AND NST-COUNT-B EQUAL TO 2                          IC241A.1
115500              PERFORM PASS                                        IC241A.1
115600              PERFORM PRINT-DETAIL                                IC241A.1
115700     ELSE                                                         IC241A.1
115800              PERFORM FAIL                                        IC241A.1
115900              MOVE  NST-COUNT-A TO COMPUTED-A (1:4)               IC241A.1
116000              MOVE  NST-COUNT-B TO COMPUTED-A (6:4)               IC241A.1
116100              MOVE  "0001 0002" TO CORRECT-A                      IC241A.1
116200              MOVE  "CONTAINER AND INITIAL CONTAINED PGM STATE"   IC241A.1
116300                    TO RE-MARK                                    IC241A.1
116400              PERFORM PRINT-DETAIL.                               IC241A.1
116500*                                                                 IC241A.1
116600*    STA-04 -- A PROGRAM CONTAINED IN AN INITIAL PROGRAM IS       IC241A.1
116700*          RESET ALONG WITH IT: IC241L3I'S COUNT (NST-COUNT-B)    IC241A.1
116800*          STARTS AGAIN EACH TIME IC241L2I IS CALLED.             IC241A.1
116900*                                                                 IC241A.1
117000 STA-TEST-GF-04.                                                  IC241A.1
117100     MOVE     "S4" TO NST-FUNC.                                   IC241A.1
117200     CALL     "IC241L1".                                          IC241A.1
117300     CALL     "IC241L1".                                          IC241A.1
117400     MOVE     "INITIAL RESETS NEST " TO FEATURE.                  IC241A.1
117500     MOVE     "STA-TEST-GF-04" TO PAR-NAME.                       IC241A.1
117600     MOVE   "X3.23-1985 15.1.2 INITIAL CLAUSE" TO ANSI-REFERENCE. IC241A.1
117700     MOVE     "15.1.2    " TO ANSI-CLAUSE-CODE.                   IC241A.1
117800     IF       NST-COUNT-B EQUAL TO 1                              IC241A.1
117900              PERFORM PASS                                        IC241A.1
118000              PERFORM PRINT-DETAIL                                IC241A.1
118100     ELSE                                                         IC241A.1
118200              PERFORM FAIL                                        IC241A.1
118300              MOVE  1 TO CORRECT-N                                IC241A.1
118400              MOVE  NST-COUNT-B TO COMPUTED-N                     IC241A.1
118500              MOVE  "PGM INSIDE INITIAL PGM KEPT ITS STATE"       IC241A.1
118600                    TO RE-MARK                                    IC241A.1
118700              PERFORM PRINT-DETAIL.                               IC241A.1
118800*                                                                 IC241A.1
118900*    STA-05 -- IC241CM IS ONE PROGRAM WHOEVER CALLS IT: A CALL    IC241A.1
119000*          FROM HERE AND A CALL FROM IC241L3 ADVANCE THE SAME     IC241A.1
119100*          COUNT.  "Z5" CLEARS THE COUNT FIRST.                   IC241A.1
119200*                                                                 IC241A.1
119300 STA-TEST-GF-05.                                                  IC241A.1
119400     MOVE     "Z5" TO NST-FUNC.                                   IC241A.1
119500     CALL     "IC241CM".                                          IC241A.1
119600     MOVE     "S5" TO NST-FUNC.                                   IC241A.1
119700     CALL     "IC241CM".                                          IC241A.1
119800     CALL     "IC241L1".                                          IC241A.1
119900     MOVE     "COMMON PGM ONE STATE" TO FEATURE.                  IC241A.1
120000     MOVE     "STA-TEST-GF-05" TO PAR-NAME.                       IC241A.1
120100     MOVE   "X3.23-1985 15.1.1 COMMON CLAUSE" TO ANSI-REFERENCE.  IC241A.1
120200     MOVE     "15.1.1    " TO ANSI-CLAUSE-CODE.                   IC241A.1
120300     IF       NST-COUNT-A EQUAL TO 2                              IC241A.1
120400              PERFORM PASS                                        IC241A.1
120500              PERFORM PRINT-DETAIL                                IC241A.1
120600     ELSE                                                         IC241A.1
120700              PERFORM FAIL                                        IC241A.1
120800              MOVE  2 TO CORRECT-N                                IC241A.1
120900              MOVE  NST-COUNT-A TO COMPUTED-N                     IC241A.1
121000              MOVE  "COMMON PROGRAM STATE NOT SHARED BY CALLERS"  IC241A.1
121100                    TO RE-MARK                                    IC241A.1
121200              PERFORM PRINT-DETAIL.                               IC241A.1
121300*                                                                 IC241A.1
121400*    STA-06 -- AFTER A CANCEL THE NEXT CALL FINDS IC241KP IN ITS  IC241A.1
121500*          INITIAL STATE (STA-01 LEFT ITS COUNT AT 2).            IC241A.1
121600*                                                                 IC241A.1
121700 STA-TEST-GF-06.                                                  IC241A.1
121800     CANCEL   "IC241KP".                                          IC241A.1
121900     MOVE     "S1" TO NST-FUNC.                                   IC241A.1
122000     CALL     "IC241KP".                                          IC241A.1
122100     MOVE     "CANCEL NESTED PGM   " TO FEATURE.                  IC241A.1
122200     MOVE     "STA-TEST-GF-06" TO PAR-NAME.                       IC241A.1
122300     MOVE   "X3.23-1985 15.1.5 CANCEL" TO ANSI-REFERENCE.         IC241A.1
122400     MOVE     "15.1.5    " TO ANSI-CLAUSE-CODE.                   IC241A.1
122500     IF       NST-COUNT-A EQUAL TO 1                              IC241A.1
122600              PERFORM PASS                                        IC241A.1
122700              PERFORM PRINT-DETAIL                                IC241A.1
122800     ELSE                                                         IC241A.1
122900              PERFORM FAIL                                        IC241A.1
123000              MOVE  1 TO CORRECT-N                                IC241A.1
123100              MOVE  NST-COUNT-A TO COMPUTED-N                     IC241A.1
123200              MOVE  "CANCELLED NESTED PROGRAM KEPT ITS STATE"     IC241A.1
123300                    TO RE-MARK                                    IC241A.1
123400              PERFORM PRINT-DETAIL.                               IC241A.1
123500*                                                                 IC241A.1
123600*    NAM-01 -- IC241L3 SEES IC241L1'S GLOBAL RES-ITEM, THE        IC241A.1
123700*          NEAREST ENCLOSING DECLARATION, NOT THIS PROGRAM'S.     IC241A.1
123800*                                                                 IC241A.1
123900 NAM-TEST-GF-01.                                                  IC241A.1
124000     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
124100     MOVE     "N1" TO NST-FUNC.                                   IC241A.1
124200     CALL     "IC241L1".                                          IC241A.1
124300     MOVE     "GLOBAL NEAREST WINS " TO FEATURE.                  IC241A.1
124400     MOVE     "NAM-TEST-GF-01" TO PAR-NAME.                       IC241A.1
124500     MOVE   "X3.23-1985 15.1.6 GLOBAL NAMES" TO ANSI-REFERENCE.   IC241A.1
124600     MOVE     "15.1.6    " TO ANSI-CLAUSE-CODE.                   IC241A.1
124700     IF       NST-ECHO EQUAL TO "LEVEL-1   "                      IC241A.1
124800              PERFORM PASS                                        IC241A.1
124900              PERFORM PRINT-DETAIL                                IC241A.1
125000     ELSE                                                         IC241A.1
125100              PERFORM FAIL                                        IC241A.1
125200              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
125300              MOVE  "LEVEL-1" TO CORRECT-A                        IC241A.1
125400              MOVE  "NEAREST GLOBAL DECLARATION NOT USED"         IC241A.1
125500                    TO RE-MARK                                    IC241A.1
125600              PERFORM PRINT-DETAIL.                               IC241A.1
125700*                                                                 IC241A.1
125800*    NAM-02 -- NAMES RESOLVE BY WHERE A PROGRAM IS WRITTEN, NOT   IC241A.1
125900*          BY WHO CALLED IT: IC241CM, REACHED THROUGH IC241L1,    IC241A.1
126000*          STILL SEES THIS PROGRAM'S RES-ITEM.                    IC241A.1
126100*                                                                 IC241A.1
126200 NAM-TEST-GF-02.                                                  IC241A.1
126300     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
126400     MOVE     "N2" TO NST-FUNC.                                   IC241A.1
126500     CALL     "IC241L1".                                          IC241A.1
126600     MOVE     "GLOBAL BY CONTAINER " TO FEATURE.                  IC241A.1
126700     MOVE     "NAM-TEST-GF-02" TO PAR-NAME.                       IC241A.1
126800     MOVE   "X3.23-1985 15.1.6 GLOBAL NAMES" TO ANSI-REFERENCE.   IC241A.1
126900     MOVE     "15.1.6    " TO ANSI-CLAUSE-CODE.                   IC241A.1
127000     IF       NST-ECHO EQUAL TO "OUTERMOST "                      IC241A.1
127100              PERFORM PASS                                        IC241A.1
127200              PERFORM PRINT-DETAIL                                IC241A.1
127300     ELSE                                                         IC241A.1
127400              PERFORM FAIL                                        IC241A.1
127500              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
127600              MOVE  "OUTERMOST" TO CORRECT-A                      IC241A.1
127700              MOVE  "NAME RESOLVED THROUGH THE CALLER"            IC241A.1
127800                    TO RE-MARK                                    IC241A.1
127900              PERFORM PRINT-DETAIL.                               IC241A.1
128000*                                                                 IC241A.1
128100*    NAM-03 -- IC241L1 STORES INTO ITS OWN RES-ITEM; THIS         IC241A.1
128200*          PROGRAM'S ITEM OF THE SAME NAME MUST BE UNTOUCHED.     IC241A.1
128300*                                                                 IC241A.1
128400 NAM-TEST-GF-03.                                                  IC241A.1
128500     MOVE     "N3" TO NST-FUNC.                                   IC241A.1
128600     CALL     "IC241L1".                                          IC241A.1
128700     MOVE     "GLOBAL OUTER INTACT " TO FEATURE.                  IC241A.1
128800     MOVE     "NAM-TEST-GF-03" TO PAR-NAME.                       IC241A.1
128900     MOVE   "X3.23-1985 15.1.6 GLOBAL NAMES" TO ANSI-REFERENCE.   IC241A.1
129000     MOVE     "15.1.6    " TO ANSI-CLAUSE-CODE.                   IC241A.1
129100     IF       RES-ITEM EQUAL TO "OUTERMOST "                      IC241A.1
129200              PERFORM PASS                                        IC241A.1
129300              PERFORM PRINT-DETAIL                                IC241A.1
129400     ELSE                                                         IC241A.1
129500              PERFORM FAIL                                        IC241A.1
129600              MOVE  RES-ITEM TO COMPUTED-A                        IC241A.1
129700              MOVE  "OUTERMOST" TO CORRECT-A                      IC241A.1
129800              MOVE  "INNER GLOBAL STORE CHANGED OUTER ITEM"       IC241A.1
129900                    TO RE-MARK                                    IC241A.1
130000              PERFORM PRINT-DETAIL.                               IC241A.1
130100*                                                                 IC241A.1
130200*    NAM-04 -- IC241L2B'S OWN, NON-GLOBAL RES-ITEM SHADOWS THE    IC241A.1
130300*          GLOBAL ONE DECLARED BY ITS CONTAINER IC241L1.          IC241A.1
130400*                                                                 IC241A.1
130500 NAM-TEST-GF-04.                                                  IC241A.1
130600     MOVE     SPACE TO NST-ECHO.                                  IC241A.1
130700     MOVE     "N4" TO NST-FUNC.                                   IC241A.1
130800     CALL     "IC241L1".                                          IC241A.1
130900     MOVE     "LOCAL SHADOWS GLOBAL" TO FEATURE.                  IC241A.1
131000     MOVE     "NAM-TEST-GF-04" TO PAR-NAME.                       IC241A.1
131100     MOVE   "X3.23-1985 15.1.6 GLOBAL NAMES" TO ANSI-REFERENCE.   IC241A.1
131200     MOVE     "15.1.6    " TO ANSI-CLAUSE-CODE.                   IC241A.1
131300     IF       NST-ECHO EQUAL TO "L2B-LOCAL "                      IC241A.1
131400              PERFORM PASS                                        IC241A.1
131500              PERFORM PRINT-DETAIL                                IC241A.1
131600     ELSE                                                         IC241A.1
131700              PERFORM FAIL                                        IC241A.1
131800              MOVE  NST-ECHO TO COMPUTED-A                        IC241A.1
131900              MOVE  "L2B-LOCAL" TO CORRECT-A                      IC241A.1
132000              MOVE  "LOCAL DECLARATION DID NOT SHADOW GLOBAL"     IC241A.1
132100                    TO RE-MARK                                    IC241A.1
132200              PERFORM PRINT-DETAIL.                               IC241A.1
132300     GO TO    CCVS-999999.                                        IC241A.1
132400 CCVS-EXIT SECTION.                                               IC241A.1
132500 CCVS-999999.                                                     IC241A.1
132600     GO TO CLOSE-FILES.                                           IC241A.1
132700*================================================================ IC241A.1
132800*    IC241L1 -- ORDINARY PROGRAM DIRECTLY CONTAINED IN IC241A.    IC241A.1
132900*    DECLARES ITS OWN GLOBAL RES-ITEM, WHICH EVERY PROGRAM IT     IC241A.1
133000*    CONTAINS SEES IN PLACE OF IC241A'S.  L1-CALLS COUNTS ONLY    IC241A.1
133100*    THE "S3" CALLS, SO STA-TEST-GF-03 CAN SEE IT PERSIST.        IC241A.1
133200*================================================================ IC241A.1
133300 IDENTIFICATION DIVISION.                                         IC241A.1
133400 PROGRAM-ID.                                                      IC241A.1
133500     IC241L1.                                                     IC241A.1
133600 DATA DIVISION.                                                   IC241A.1
133700 WORKING-STORAGE SECTION.                                         IC241A.1
133800 01  RES-ITEM                    PICTURE X(10) GLOBAL             IC241A.1
133900                                 VALUE "LEVEL-1".                 IC241A.1
134000 01  L1-CALLS                    PICTURE 9(4)  VALUE ZERO.        IC241A.1
134100 PROCEDURE DIVISION.                                              IC241A.1
134200 IC241L1-ENTRY.                                                   IC241A.1
134300     IF NST-FUNC EQUAL TO "V1"                                    IC241A.1
134400         MOVE "L1-REACHED" TO NST-ECHO.                           IC241A.1
134500     IF NST-FUNC EQUAL TO "V2" OR "V3" OR "V5" OR "S5"            IC241A.1
134600             OR "N1" OR "N2"                                      IC241A.1
134700         CALL "IC241L2A".                                         IC241A.1
134800     IF NST-FUNC EQUAL TO "V4" OR "V7" OR "N4"                    IC241A.1
134900         CALL "IC241L2B".                                         IC241A.1
135000     IF NST-FUNC EQUAL TO "S3"                                    IC241A.1
135100         ADD 1 TO L1-CALLS                                        IC241A.1
135200         CALL "IC241L2I"                                          IC241A.1
135300         MOVE L1-CALLS TO NST-COUNT-B.                            IC241A.1
135400     IF NST-FUNC EQUAL TO "S4"                                    IC241A.1
135500         CALL "IC241L2I".                                         IC241A.1
135600     IF NST-FUNC EQUAL TO "N3"                                    IC241A.1
135700         MOVE "L1-WROTE  " TO RES-ITEM.                           IC241A.1
135800 IC241L1-RETURN.                                                  IC241A.1
135900     EXIT PROGRAM.                                                IC241A.1
136000*================================================================ IC241A.1
136100*    IC241L2A -- COMMON PROGRAM CONTAINED IN IC241L1.  BEING      IC241A.1
136200*    COMMON, ITS SIBLING IC241L2B MAY CALL IT AS WELL AS          IC241A.1
136300*    IC241L1 ITSELF.  PASSES THE DEEPER CALLS ON TO IC241L3.      IC241A.1
136400*================================================================ IC241A.1
136500 IDENTIFICATION DIVISION.                                         IC241A.1
136600 PROGRAM-ID.                                                      IC241A.1
136700     IC241L2A IS COMMON PROGRAM.                                  IC241A.1
136800 PROCEDURE DIVISION.                                              IC241A.1
136900 IC241L2A-ENTRY.                                                  IC241A.1
137000     IF NST-FUNC EQUAL TO "V2"                                    IC241A.1
137100         MOVE "L2A-REACHD" TO NST-ECHO.                           IC241A.1
137200     IF NST-FUNC EQUAL TO "V4"                                    IC241A.1
137300         MOVE "L2A-BY-L2B" TO NST-ECHO.                           IC241A.1
137400     IF NST-FUNC EQUAL TO "V3" OR "V5" OR "S5" OR "N1" OR "N2"    IC241A.1
137500         CALL "IC241L3".                                          IC241A.1
137600 IC241L2A-RETURN.                                                 IC241A.1
137700     EXIT PROGRAM.                                                IC241A.1
137800*================================================================ IC241A.1
137900*    IC241L3 -- CONTAINED IN IC241L2A, THREE LEVELS BELOW         IC241A.1
138000*    IC241A.  RES-ITEM HERE MUST RESOLVE TO IC241L1'S.  CALLS     IC241A.1
138100*    IC241CM, WHICH IS COMMON IN THE OUTERMOST PROGRAM.           IC241A.1
138200*================================================================ IC241A.1
138300 IDENTIFICATION DIVISION.                                         IC241A.1
138400 PROGRAM-ID.                                                      IC241A.1
138500     IC241L3.                                                     IC241A.1
138600 PROCEDURE DIVISION.                                              IC241A.1
138700 IC241L3-ENTRY.                                                   IC241A.1
138800     IF NST-FUNC EQUAL TO "V3"                                    IC241A.1
138900         MOVE "L3-REACHED" TO NST-ECHO.                           IC241A.1
139000     IF NST-FUNC EQUAL TO "N1"                                    IC241A.1
139100         MOVE RES-ITEM TO NST-ECHO.                               IC241A.1
139200     IF NST-FUNC EQUAL TO "V5" OR "S5" OR "N2"                    IC241A.1
139300         CALL "IC241CM".                                          IC241A.1
139400 IC241L3-RETURN.                                                  IC241A.1
139500     EXIT PROGRAM.                                                IC241A.1
139600 END PROGRAM IC241L3.                                             IC241A.1
139700 END PROGRAM IC241L2A.                                            IC241A.1
139800*================================================================ IC241A.1
139900*    IC241L2B -- ORDINARY PROGRAM CONTAINED IN IC241L1.  ITS OWN  IC241A.1
140000*    RES-ITEM IS NOT GLOBAL AND SHADOWS IC241L1'S.  CALLS ITS     IC241A.1
140100*    COMMON SIBLING IC241L2A, AND TRIES (THROUGH NST-CALL-NAME)   IC241A.1
140200*    TO CALL IC241L3, WHICH IT CANNOT SEE.                        IC241A.1
140300*================================================================ IC241A.1
140400 IDENTIFICATION DIVISION.                                         IC241A.1
140500 PROGRAM-ID.                                                      IC241A.1
140600     IC241L2B.                                                    IC241A.1
140700 DATA DIVISION.                                                   IC241A.1
140800 WORKING-STORAGE SECTION.                                         IC241A.1
140900 01  RES-ITEM                    PICTURE X(10) VALUE "L2B-LOCAL". IC241A.1
141000 PROCEDURE DIVISION.                                              IC241A.1
141100 IC241L2B-ENTRY.                                                  IC241A.1
141200     IF NST-FUNC EQUAL TO "V4"                                    IC241A.1
141300         CALL "IC241L2A".                                         IC241A.1
141400     IF NST-FUNC EQUAL TO "N4"                                    IC241A.1
141500         MOVE RES-ITEM TO NST-ECHO.                               IC241A.1
141600     IF NST-FUNC NOT EQUAL TO "V7"                                IC241A.1
141700         GO TO IC241L2B-RETURN.                                   IC241A.1
141800     CALL NST-CALL-NAME                                           IC241A.1
141900         ON EXCEPTION GO TO IC241L2B-REJECTED                     IC241A.1
142000     END-CALL.                                                    IC241A.1
142100     MOVE "CALLED    " TO NST-ECHO.                               IC241A.1
142200     GO TO IC241L2B-RETURN.                                       IC241A.1
142300 IC241L2B-REJECTED.                                               IC241A.1
142400     MOVE "EXCEPTION " TO NST-ECHO.                               IC241A.1
142500 IC241L2B-RETURN.                                                 IC241A.1
142600     EXIT PROGRAM.                                                IC241A.1
142700 END PROGRAM IC241L2B.                                            IC241A.1
142800*================================================================ IC241A.1
142900*    IC241L2I -- INITIAL PROGRAM CONTAINED IN IC241L1.  ITS       IC241A.1
143000*    COUNT MUST BE 1 ON EVERY CALL, AND ON "S4" THE COUNT OF      IC241A.1
143100*    IC241L3I, WHICH IT CONTAINS, MUST BE TOO.                    IC241A.1
143200*================================================================ IC241A.1
143300 IDENTIFICATION DIVISION.                                         IC241A.1
143400 PROGRAM-ID.                                                      IC241A.1
143500     IC241L2I IS INITIAL PROGRAM.                                 IC241A.1
143600 DATA DIVISION.                                                   IC241A.1
143700 WORKING-STORAGE SECTION.                                         IC241A.1
143800 01  L2I-CALLS                   PICTURE 9(4)  VALUE ZERO.        IC241A.1
143900 PROCEDURE DIVISION.                                              IC241A.1
144000 IC241L2I-ENTRY.                                                  IC241A.1
144100     ADD 1 TO L2I-CALLS.                                          IC241A.1
144200     MOVE L2I-CALLS TO NST-COUNT-A.                               IC241A.1
144300     IF NST-FUNC EQUAL TO "S4"                                    IC241A.1
144400         CALL "IC241L3I".                                         IC241A.1
144500 IC241L2I-RETURN.                                                 IC241A.1
144600     EXIT PROGRAM.                                                IC241A.1
144700*================================================================ IC241A.1
144800*    IC241L3I -- ORDINARY PROGRAM CONTAINED IN THE INITIAL        IC241A.1
144900*    PROGRAM IC241L2I.  NOT INITIAL ITSELF, BUT RESET WHENEVER    IC241A.1
145000*    ITS CONTAINER IS CALLED.                                     IC241A.1
145100*================================================================ IC241A.1
145200 IDENTIFICATION DIVISION.                                         IC241A.1
145300 PROGRAM-ID.                                                      IC241A.1
145400     IC241L3I.                                                    IC241A.1
145500 DATA DIVISION.                                                   IC241A.1
145600 WORKING-STORAGE SECTION.                                         IC241A.1
145700 01  L3I-CALLS                   PICTURE 9(4)  VALUE ZERO.        IC241A.1
145800 PROCEDURE DIVISION.                                              IC241A.1
145900 IC241L3I-ENTRY.                                                  IC241A.1
146000     ADD 1 TO L3I-CALLS.                                          IC241A.1
146100     MOVE L3I-CALLS TO NST-COUNT-B.                               IC241A.1
146200 IC241L3I-RETURN.                                                 IC241A.1
146300     EXIT PROGRAM.                                                IC241A.1
146400 END PROGRAM IC241L3I.                                            IC241A.1
146500 END PROGRAM IC241L2I.                                            IC241A.1
146600 END PROGRAM IC241L1.                                             IC241A.1
146700*================================================================ IC241A.1
146800*    IC241CM -- COMMON PROGRAM DIRECTLY CONTAINED IN IC241A, SO   IC241A.1
146900*    CALLABLE FROM ANYWHERE IN THE NEST.  RES-ITEM HERE IS        IC241A.1
147000*    IC241A'S WHOEVER THE CALLER.  ON "V8" IT TRIES (THROUGH      IC241A.1
147100*    NST-CALL-NAME) TO CALL IC241L2A, WHICH IT CANNOT SEE.        IC241A.1
147200*================================================================ IC241A.1
147300 IDENTIFICATION DIVISION.                                         IC241A.1
147400 PROGRAM-ID.                                                      IC241A.1
147500     IC241CM IS COMMON PROGRAM.                                   IC241A.1
147600 DATA DIVISION.                                                   IC241A.1
147700 WORKING-STORAGE SECTION.                                         IC241A.1
147800 01  CM-CALLS                    PICTURE 9(4)  VALUE ZERO.        IC241A.1
147900 PROCEDURE DIVISION.                                              IC241A.1
148000 IC241CM-ENTRY.                                                   IC241A.1
148100     IF NST-FUNC EQUAL TO "V5"                                    IC241A.1
148200         MOVE "CM-REACHED" TO NST-ECHO.                           IC241A.1
148300     IF NST-FUNC EQUAL TO "Z5"                                    IC241A.1
148400         MOVE ZERO TO CM-CALLS.                                   IC241A.1
148500     IF NST-FUNC EQUAL TO "S5"                                    IC241A.1
148600         ADD 1 TO CM-CALLS                                        IC241A.1
148700         MOVE CM-CALLS TO NST-COUNT-A.                            IC241A.1
148800     IF NST-FUNC EQUAL TO "N2"                                    IC241A.1
148900         MOVE RES-ITEM TO NST-ECHO.                               IC241A.1
149000     IF NST-FUNC NOT EQUAL TO "V8"                                IC241A.1
149100         GO TO IC241CM-RETURN.                                    IC241A.1
149200     CALL NST-CALL-NAME                                           IC241A.1
149300         ON EXCEPTION GO TO IC241CM-REJECTED                      IC241A.1
149400     END-CALL.                                                    IC241A.1
149500     MOVE "CALLED    " TO NST-ECHO.                               IC241A.1
149600     GO TO IC241CM-RETURN.                                        IC241A.1
149700 IC241CM-REJECTED.                                                IC241A.1
149800     MOVE "EXCEPTION " TO NST-ECHO.                               IC241A.1
149900 IC241CM-RETURN.                                                  IC241A.1
150000     EXIT PROGRAM.                                                IC241A.1
150100 END PROGRAM IC241CM.                                             IC241A.1
150200*================================================================ IC241A.1
150300*    IC241IN -- INITIAL PROGRAM DIRECTLY CONTAINED IN IC241A.     IC241A.1
150400*================================================================ IC241A.1
150500 IDENTIFICATION DIVISION.                                         IC241A.1
150600 PROGRAM-ID.                                                      IC241A.1
150700     IC241IN IS INITIAL PROGRAM.                                  IC241A.1
150800 DATA DIVISION.                                                   IC241A.1
150900 WORKING-STORAGE SECTION.                                         IC241A.1
151000 01  IN-CALLS                    PICTURE 9(4)  VALUE ZERO.        IC241A.1
151100 PROCEDURE DIVISION.                                              IC241A.1
151200 IC241IN-ENTRY.                                                   IC241A.1
151300     ADD 1 TO IN-CALLS.                                           IC241A.1
151400     MOVE IN-CALLS TO NST-COUNT-A.                                IC241A.1
151500 IC241IN-RETURN.                                                  IC241A.1
151600     EXIT PROGRAM.                                                IC241A.1
151700 END PROGRAM IC241IN.                                             IC241A.1
151800*================================================================ IC241A.1
151900*    IC241KP -- ORDINARY PROGRAM DIRECTLY CONTAINED IN IC241A.    IC241A.1
152000*    ITS COUNT PERSISTS UNTIL IC241A CANCELS IT.                  IC241A.1
152100*================================================================ IC241A.1
152200 IDENTIFICATION DIVISION.                                         IC241A.1
152300 PROGRAM-ID.                                                      IC241A.1
152400     IC241KP.                                                     IC241A.1
152500 DATA DIVISION.                                                   IC241A.1
152600 WORKING-STORAGE SECTION.                                         IC241A.1
152700 01  KP-CALLS                    PICTURE 9(4)  VALUE ZERO.        IC241A.1
152800 PROCEDURE DIVISION.                                              IC241A.1
152900 IC241KP-ENTRY.                                                   IC241A.1
153000     ADD 1 TO KP-CALLS.                                           IC241A.1
153100     MOVE KP-CALLS TO NST-COUNT-A.                                IC241A.1
153200 IC241KP-RETURN.                                                  IC241A.1
153300     EXIT PROGRAM.                                                IC241A.1
153400 END PROGRAM IC241KP.                                             IC241A.1
153500 END PROGRAM IC241A.                                              IC241A.1
