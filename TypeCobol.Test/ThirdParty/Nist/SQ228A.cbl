000100 IDENTIFICATION DIVISION.                                         SQ228A.1
000200 PROGRAM-ID.                                                      SQ228A.1
000300     SQ228A.                                                      SQ228A.1
000400****************************************************************  SQ228A.1
000500*                                                              *  SQ228A.1
000600*    VALIDATION FOR:-                                          *  SQ228A.1
000700*                                                              *  SQ228A.1
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ228A.1
000900*                                                              *  SQ228A.1
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ228A.1
001100*                                                              *  SQ228A.1
001200****************************************************************  SQ228A.1
001300*                                                              *  SQ228A.1
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SQ228A.1
001500*                                                              *  SQ228A.1
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SQ228A.1
001700*        X-62  - RAW-DATA HISTORY FILE.                        *  SQ228A.1
001800*        X-82  - SOURCE COMPUTER NAME.                         *  SQ228A.1
001900*        X-83  - OBJECT COMPUTER NAME.                         *  SQ228A.1
002000*                                                              *  SQ228A.1
002100****************************************************************  SQ228A.1
002200*        X-01  - SEQUENTIAL TAPE FILE (SQ-FS1, THREE VOLUMES). *  SQ228A.1
002300*                                                              *  SQ228A.1
002400****************************************************************  SQ228A.1
002500*                                                                 SQ228A.1
002600*        THIS ROUTINE TESTS END-OF-VOLUME HANDLING ON A MULTI-    SQ228A.1
002700*    REEL TAPE FILE.  SIXTY FIXED-LENGTH RECORDS CARRYING AN      SQ228A.1
002800*    ASCENDING SEQUENCE NUMBER ARE WRITTEN WITH A CLOSE REEL      SQ228A.1
002900*    AFTER RECORD 20 AND A CLOSE UNIT AFTER RECORD 40, SO THE     SQ228A.1
003000*    FILE OCCUPIES THREE VOLUMES.  THE FILE IS READ BACK ACROSS   SQ228A.1
003100*    BOTH VOLUME SWITCHES AND READ AGAIN AFTER AT END.  IT IS     SQ228A.1
003200*    THEN REOPENED AND, WHILE BEING READ, CLOSED REEL AND         SQ228A.1
003300*    CLOSED UNIT; EACH MUST ADVANCE THE FILE TO THE FIRST         SQ228A.1
003400*    RECORD OF THE NEXT VOLUME.                                   SQ228A.1
003500*                                                                 SQ228A.1
003600*        ON A TARGET WHOSE WORK FILE IS NOT ON A REEL MEDIUM      SQ228A.1
003700*    CLOSE REEL AND CLOSE UNIT RETURN STATUS 07 AND LEAVE THE     SQ228A.1
003800*    FILE WHERE IT WAS; THE STATUS TESTS THEN PRINT INSPT AND     SQ228A.1
003900*    THE POSITIONING TESTS EXPECT THE NEXT RECORD IN SEQUENCE.    SQ228A.1
004000*                                                                 SQ228A.1
004100*    THE ELEMENTS TESTED IN THIS ROUTINE ARE:                     SQ228A.1
004200*                                                                 SQ228A.1
004300*    (1) CLOSE REEL AND CLOSE UNIT ON AN OUTPUT FILE;             SQ228A.1
004400*    (2) READING ACROSS END-OF-VOLUME WITHOUT LOSS OR REPEAT;     SQ228A.1
004500*    (3) AT END (STATUS 10) AND A READ AFTER AT END (46);         SQ228A.1
004600*    (4) CLOSE REEL AND CLOSE UNIT ON AN INPUT FILE AND THE       SQ228A.1
004700*        RECORD THE NEXT READ DELIVERS;                           SQ228A.1
004800*    (5) THE STATUS OF THE FINAL CLOSE OF A MULTI-REEL FILE.      SQ228A.1
004900*                                                                 SQ228A.1
005000*        THE VOLUMES OF THE FILE ARE LOGGED TO TVLOG FOR MOUNT    SQ228A.1
005100*    PLANNING -- SEE TAPE-VOL-EVIDENCE.                           SQ228A.1
005200 ENVIRONMENT DIVISION.                                            SQ228A.1
005300 CONFIGURATION SECTION.                                           SQ228A.1
005400  SOURCE-COMPUTER.                                                SQ228A.1
005500     COPY X082.                                                   SQ228A.1
005600  OBJECT-COMPUTER.                                                SQ228A.1
005700     COPY X083.                                                   SQ228A.1
005800  INPUT-OUTPUT SECTION.                                           SQ228A.1
005900  FILE-CONTROL.                                                   SQ228A.1
006000     SELECT RAW-DATA   ASSIGN TO                                  SQ228A.1
006100     COPY X062.                                                   SQ228A.1
006200            ORGANIZATION IS INDEXED                               SQ228A.1
006300            ACCESS MODE IS RANDOM                                 SQ228A.1
006400            RECORD KEY IS RAW-DATA-KEY.                           SQ228A.1
006500     SELECT PRINT-FILE ASSIGN TO                                  SQ228A.1
006600     COPY X055.                                                   SQ228A.1
006700     SELECT CSV-FILE ASSIGN TO CSVOUT                             SQ228A.1
006800         ORGANIZATION IS LINE SEQUENTIAL.                         SQ228A.1
006900*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       SQ228A.1
007000*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             SQ228A.1
007100*    WINDOW "N".                                                  SQ228A.1
007200     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              SQ228A.1
007300         ORGANIZATION IS SEQUENTIAL                               SQ228A.1
007400         FILE STATUS IS WS-WINDOWID-STATUS.                       SQ228A.1
007500*    COMPILE-LEVEL LOG -- ONE RECORD PER SHARED K6 MEMBER THIS    SQ228A.1
007600*    LOAD MODULE WAS COMPILED WITH; SEE K6MLEV.CPY AND K6STAL.    SQ228A.1
007700     SELECT COMPILE-LEVEL-LOG ASSIGN TO COMPLVL                   SQ228A.1
007800         ORGANIZATION IS SEQUENTIAL.                              SQ228A.1
007900     SELECT SQ-FS1 ASSIGN TO                                      SQ228A.1
008000     COPY X001.                                                   SQ228A.1
008100            ORGANIZATION IS SEQUENTIAL                            SQ228A.1
008200            ACCESS MODE IS SEQUENTIAL                             SQ228A.1
008300            FILE STATUS IS SQ-FS1-STATUS.                         SQ228A.1
008400*    OPTIONAL VOLUME-SERIAL/DEVICE-CLASS CARD FILE WRITTEN BY     SQ228A.1
008500*    THE OPERATING JCL, AND THE TAPE-VOLUME LOG THE HARNESS       SQ228A.1
008600*    APPENDS FOR EVERY VOLUME OF EVERY TAPE FILE THIS RUN         SQ228A.1
008700*    WRITES -- SEE TAPE-VOL-EVIDENCE.                             SQ228A.1
008800     SELECT OPTIONAL VOL-INFO ASSIGN TO VOLSERIN                  SQ228A.1
008900         ORGANIZATION IS SEQUENTIAL                               SQ228A.1
009000         FILE STATUS IS WS-VOLINFO-STATUS.                        SQ228A.1
009100     SELECT TAPE-VOL-LOG ASSIGN TO TVLOG                          SQ228A.1
009200         ORGANIZATION IS SEQUENTIAL.                              SQ228A.1
009300 DATA DIVISION.                                                   SQ228A.1
009400 FILE SECTION.                                                    SQ228A.1
009500*                                                                 SQ228A.1
009600 FD  RAW-DATA.                                                    SQ228A.1
009700*                                                                 SQ228A.1
009800 01  RAW-DATA-SATZ.                                               SQ228A.1
009900     05  RAW-DATA-KEY.                                            SQ228A.1
010000         10  RAW-DATA-TARGET  PIC X(8).                           SQ228A.1
010100         10  RAW-DATA-PGM-ID  PIC X(6).                           SQ228A.1
010200         10  RAW-DATA-RUN-DT  PIC 9(8).                           SQ228A.1
010300         10  RAW-DATA-RUN-SEQ PIC 99.                             SQ228A.1
010400*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              SQ228A.1
010500*    K6RAWDS.CPY.                                                 SQ228A.1
010600     05  RAW-DATA-WINDOW     PIC X(1).                            SQ228A.1
010700     05  C-DATE              PIC 9(8).                            SQ228A.1
010800     05  C-TIME              PIC 9(8).                            SQ228A.1
010900     05  C-NO-OF-TESTS       PIC 99.                              SQ228A.1
011000     05  C-OK                PIC 999.                             SQ228A.1
011100     05  C-ALL               PIC 999.                             SQ228A.1
011200     05  C-FAIL              PIC 999.                             SQ228A.1
011300     05  C-DELETED           PIC 999.                             SQ228A.1
011400     05  C-INSPECT           PIC 999.                             SQ228A.1
011500     05  C-NOTE              PIC X(13).                           SQ228A.1
011600     05  C-INDENT            PIC X.                               SQ228A.1
011700     05  C-ABORT             PIC X(8).                            SQ228A.1
011800     05  C-END-DATE          PIC 9(8).                            SQ228A.1
011900     05  C-END-TIME          PIC 9(8).                            SQ228A.1
012000     05  C-SRC-REV           PIC 9(3).                            SQ228A.1
012100     05  C-FILE-CATALOG OCCURS 2 TIMES.                           SQ228A.1
012200         10  C-FILE-NAME         PIC X(6).                        SQ228A.1
012300         10  C-FILE-ORG          PIC X(2).                        SQ228A.1
012400         10  C-FILE-LABEL        PIC X(1).                        SQ228A.1
012500         10  C-FILE-BLKSIZE      PIC 9(4).                        SQ228A.1
012600         10  C-FILE-RECORDS      PIC 9(6).                        SQ228A.1
012700     05  C-MODULE-ID         PIC X(2).                            SQ228A.1
012800     05  C-MODULE-PCT        PIC 999V99.                          SQ228A.1
012900     05  C-SEV-HIGH          PIC X(1).                            SQ228A.1
013000*    RUN-DISPOSITION (SEE K6RAWDS.CPY) -- SET BY A LATER          SQ228A.1
013100*    COMPLETED RERUN OF THE SAME DAY.                             SQ228A.1
013200     05  C-SUPERSEDED        PIC X(1).                            SQ228A.1
013300     05  C-SUPERSEDE-SEQ     PIC 99.                              SQ228A.1
013400*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           SQ228A.1
013500     05  C-XFAIL             PIC 999.                             SQ228A.1
013600*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           SQ228A.1
013700     05  C-LAYOUT-VER        PIC X(3).                            SQ228A.1
013800*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     SQ228A.1
013900     05  C-OPT-PROFILE       PIC X(8).                            SQ228A.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
014000 FD  PRINT-FILE                                                   SQ228A.1
014100*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SQ228A.1
014200*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SQ228A.1
014300*    DEPTH IS A SITE SETTING INSTEAD OF A LITERAL IN WRITE-LINE.  SQ228A.1
014400     LINAGE IS K6-PAGE-BODY-LINES LINES                           SQ228A.1
014500         WITH FOOTING AT K6-PAGE-FOOTING-LINE                     SQ228A.1
014600         LINES AT TOP K6-PAGE-TOP-MARGIN.                         SQ228A.1
014700 01  PRINT-REC PICTURE X(120).                                    SQ228A.1
014800 01  DUMMY-RECORD PICTURE X(120).                                 SQ228A.1
014900 FD  CSV-FILE                                                     SQ228A.1
015000     LABEL RECORDS ARE STANDARD.                                  SQ228A.1
015100 01  CSV-REC                         PIC X(194).                  SQ228A.1
015200 FD  WINDOW-IDENT                                                 SQ228A.1
015300     LABEL RECORDS ARE STANDARD.                                  SQ228A.1
015400 01  WI-WINDOW-CARD.                                              SQ228A.1
015500     05  WI-WINDOW-ID         PIC X(1).                           SQ228A.1
015600     05  FILLER               PIC X(79).                          SQ228A.1
015700 FD  COMPILE-LEVEL-LOG                                            SQ228A.1
015800     LABEL RECORDS ARE STANDARD.                                  SQ228A.1
015900 01  CL-LEVEL-REC.                                                SQ228A.1
016000     05  CL-PGM-ID            PIC X(6).                           SQ228A.1
016100     05  FILLER               PIC X(1).                           SQ228A.1
016200     05  CL-MEMBER-NAME       PIC X(8).                           SQ228A.1
016300     05  FILLER               PIC X(1).                           SQ228A.1
016400     05  CL-MEMBER-LEVEL      PIC 9(3).                           SQ228A.1
016500     05  FILLER               PIC X(1).                           SQ228A.1
016600     05  CL-RUN-DATE          PIC 9(8).                           SQ228A.1
016700     05  FILLER               PIC X(52).                          SQ228A.1
016800 FD  SQ-FS1                                                       SQ228A.1
016900     LABEL RECORDS ARE STANDARD                                   SQ228A.1
017000     DATA RECORD IS SQ-FS1R1-F-G-120.                             SQ228A.1
017100 01  SQ-FS1R1-F-G-120.                                            SQ228A.1
017200     05  SQ-FS1-FILE-NO              PIC 9(1).                    SQ228A.1
017300     05  SQ-FS1-SEQ-NO               PIC 9(6).                    SQ228A.1
017400     05  SQ-FS1-CHECK                PIC X(14).                   SQ228A.1
017500     05  FILLER                      PIC X(99).                   SQ228A.1
017600 FD  VOL-INFO                                                     SQ228A.1
017700     LABEL RECORDS ARE STANDARD.                                  SQ228A.1
017800 01  VI-INFO-REC.                                                 SQ228A.1
017900     05  VI-FILE-NAME         PIC X(8).                           SQ228A.1
018000     05  FILLER               PIC X(1).                           SQ228A.1
018100     05  VI-VOLSER            PIC X(6).                           SQ228A.1
018200     05  FILLER               PIC X(1).                           SQ228A.1
018300     05  VI-DEV-CLASS         PIC X(8).                           SQ228A.1
018400     05  FILLER               PIC X(56).                          SQ228A.1
018500 FD  TAPE-VOL-LOG                                                 SQ228A.1
018600     LABEL RECORDS ARE STANDARD.                                  SQ228A.1
018700 01  TV-VOLUME-REC.                                               SQ228A.1
018800     05  TV-TARGET-ID         PIC X(8).                           SQ228A.1
018900     05  TV-PGM-ID            PIC X(6).                           SQ228A.1
019000     05  TV-RUN-DATE          PIC 9(8).                           SQ228A.1
019100     05  TV-RUN-SEQ           PIC 99.                             SQ228A.1
019200     05  TV-FILE-NAME         PIC X(8).                           SQ228A.1
019300     05  TV-ROLE              PIC X(4).                           SQ228A.1
019400     05  TV-VOLSER            PIC X(6).                           SQ228A.1
019500     05  TV-DEV-CLASS         PIC X(8).                           SQ228A.1
019600 WORKING-STORAGE SECTION.                                         SQ228A.1
019700 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     SQ228A.1
019800 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       SQ228A.1
019900*    EXPECTED-FAIL VERDICT SUPPORT -- SAME CONVENTION AS THE      SQ228A.1
020000*    K6SCA HARNESS: A TEST COVERING A CONFIRMED VENDOR DEFECT     SQ228A.1
020100*    SETS XFAIL-DEFECT-ID AND PERFORMS XFAIL (FAILED AS           SQ228A.1
020200*    DOCUMENTED) OR XFAIL-PASSED (THE LOUD SURPRISE).             SQ228A.1
020300 01  XFAIL-COUNTER                 PICTURE 999   VALUE ZERO.      SQ228A.1
020400 01  XFAIL-SURPRISE-COUNTER        PICTURE 999   VALUE ZERO.      SQ228A.1
020500 01  XFAIL-DEFECT-ID               PICTURE X(8)  VALUE SPACE.     SQ228A.1
020600 01  XFAIL-ALERT-LINE.                                            SQ228A.1
020700     02 FILLER                     PICTURE X(31) VALUE            SQ228A.1
020800        " ** EXPECTED-FAIL TEST PASSED -".                        SQ228A.1
020900     02 FILLER                     PICTURE X(8)  VALUE " DEFECT ".SQ228A.1
021000     02 XFAIL-ALERT-DEFECT         PICTURE X(8)  VALUE SPACE.     SQ228A.1
021100     02 FILLER                     PICTURE X(19) VALUE            SQ228A.1
021200        " MAY BE FIXED **   ".                                    SQ228A.1
021300     02 FILLER                     PICTURE X(54) VALUE SPACE.     SQ228A.1
021400*    PER-TEST WATCHDOG -- SAME CONVENTION AS THE K6SCA            SQ228A.1
021500*    HARNESS: A LOOPING TEST PARAGRAPH PERFORMS                   SQ228A.1
021600*    WATCHDOG-CHECK AND, WHEN WATCHDOG-TRIPPED, ABANDONS THE      SQ228A.1
021700*    LOOP AND PERFORMS ABORTED.  THE BUDGET RESTARTS AT EVERY     SQ228A.1
021800*    PRINT-DETAIL.                                                SQ228A.1
021900 01  WDOG-BUDGET-CS                PICTURE 9(7)  VALUE 3000.      SQ228A.1
022000 01  WDOG-START-CS                 PICTURE 9(7)  VALUE ZERO.      SQ228A.1
022100 01  WDOG-NOW-CS                   PICTURE 9(7)  VALUE ZERO.      SQ228A.1
022200 01  WDOG-TIME-RAW                 PICTURE 9(8)  VALUE ZERO.      SQ228A.1
022300 01  WDOG-TIME-RAW-R REDEFINES WDOG-TIME-RAW.                     SQ228A.1
022400     05  WDOG-HH                   PICTURE 99.                    SQ228A.1
022500     05  WDOG-MM                   PICTURE 99.                    SQ228A.1
022600     05  WDOG-SS                   PICTURE 99.                    SQ228A.1
022700     05  WDOG-CC                   PICTURE 99.                    SQ228A.1
022800 01  WDOG-TRIPPED-SW               PICTURE X     VALUE "N".       SQ228A.1
022900     88  WATCHDOG-TRIPPED                        VALUE "Y".       SQ228A.1
023000 01  ABORTED-COUNTER               PICTURE 999   VALUE ZERO.      SQ228A.1
023100*    FULL-WIDTH OPERAND AREAS -- SEE COMPUTED-FULL IN             SQ228A.1
023200*    K6SCA_DATA: A WIDE-OPERAND COMPARISON FILLS THEM, THE        SQ228A.1
023300*    FAILURE PATH PRINTS THEM IN 40-BYTE SEGMENTS WITH THE        SQ228A.1
023400*    FIRST DIFFERING BYTE, AND THE CSV DETAIL ROW IS FOLLOWED     SQ228A.1
023500*    BY "C" CONTINUATION RECORDS (K6CSVE.CPY).                    SQ228A.1
023600 01  COMPUTED-FULL                 PICTURE X(120) VALUE SPACE.    SQ228A.1
023700 01  CORRECT-FULL                  PICTURE X(120) VALUE SPACE.    SQ228A.1
023800 01  FULL-DIFF-OFFSET              PICTURE 9(3)  VALUE ZERO.      SQ228A.1
023900 01  FULL-SCAN-SUB                 PICTURE 9(3)  VALUE ZERO.      SQ228A.1
024000 01  FULL-SEG-SUB                  PICTURE 9(3)  VALUE ZERO.      SQ228A.1
024100 01  FULL-OPERAND-LINE.                                           SQ228A.1
024200     02 FULL-LINE-LABEL            PICTURE X(10) VALUE SPACE.     SQ228A.1
024300     02 FULL-LINE-OFFSET           PICTURE ZZ9.                   SQ228A.1
024400     02 FILLER                     PICTURE X(2)  VALUE ": ".      SQ228A.1
024500     02 FULL-LINE-TEXT             PICTURE X(40) VALUE SPACE.     SQ228A.1
024600     02 FILLER                     PICTURE X(65) VALUE SPACE.     SQ228A.1
024700 01  FULL-DIFF-LINE.                                              SQ228A.1
024800     02 FILLER                     PICTURE X(33) VALUE            SQ228A.1
024900        " FIRST DIFFERING BYTE AT OFFSET ".                       SQ228A.1
025000     02 FULL-DIFF-OFFSET-T         PICTURE ZZ9.                   SQ228A.1
025100     02 FILLER                     PICTURE X(84) VALUE SPACE.     SQ228A.1
025200 01  SQ-FS1-STATUS                 PICTURE XX    VALUE SPACE.     SQ228A.1
025300 01  MRL-WRITE-SUB                 PICTURE 9(3)  VALUE ZERO.      SQ228A.1
025400 01  MRL-READ-COUNT                PICTURE 9(3)  VALUE ZERO.      SQ228A.1
025500 01  MRL-EXPECT-SEQ                PICTURE 9(6)  VALUE ZERO.      SQ228A.1
025600 01  MRL-ORDER-SW                  PICTURE X     VALUE "Y".       SQ228A.1
025700 01  MRL-EOF-SW                    PICTURE X     VALUE "N".       SQ228A.1
025800 01  MRL-EOF-STATUS                PICTURE XX    VALUE SPACE.     SQ228A.1
025900 01  MRL-REREAD-STATUS             PICTURE XX    VALUE SPACE.     SQ228A.1
026000 01  MRL-OUT-REEL-STATUS           PICTURE XX    VALUE SPACE.     SQ228A.1
026100 01  MRL-OUT-UNIT-STATUS           PICTURE XX    VALUE SPACE.     SQ228A.1
026200 01  MRL-IN-REEL-STATUS            PICTURE XX    VALUE SPACE.     SQ228A.1
026300 01  MRL-IN-UNIT-STATUS            PICTURE XX    VALUE SPACE.     SQ228A.1
026400 01  MRL-AFTER-REEL-SEQ            PICTURE 9(6)  VALUE ZERO.      SQ228A.1
026500 01  MRL-AFTER-UNIT-SEQ            PICTURE 9(6)  VALUE ZERO.      SQ228A.1
026600 01  MRL-CLOSE-PAIR.                                              SQ228A.1
026700     05  MRL-OUT-CLOSE-STATUS      PICTURE XX    VALUE SPACE.     SQ228A.1
026800     05  FILLER                    PICTURE X     VALUE SPACE.     SQ228A.1
026900     05  MRL-IN-CLOSE-STATUS       PICTURE XX    VALUE SPACE.     SQ228A.1
027000*--------------------------------------------------------------   SQ228A.1
027100* TAPE-VOLUME LOG -- THE OPERATING JCL WRITES ONE VOLSERIN CARD   SQ228A.1
027200* PER VOLUME OF EACH TAPE FILE (FILE NAME, VOLUME SERIAL,         SQ228A.1
027300* DEVICE CLASS), IN MOUNT ORDER.  THE HARNESS WRITES ONE TVLOG    SQ228A.1
027400* RECORD PER CARD, KEYED LIKE RAW-DATA, SO K6TVLK LISTS EVERY     SQ228A.1
027500* VOLUME OF THE SET IN THE ORDER IT MUST BE MOUNTED.  A FILE      SQ228A.1
027600* WITHOUT A CARD LOGS ONE RECORD WITH VOLSER "NONE".              SQ228A.1
027700*--------------------------------------------------------------   SQ228A.1
027800 01  WS-VOLINFO-STATUS            PIC X(2) VALUE SPACE.           SQ228A.1
027900 77  WS-VOLINFO-COUNT             PIC S9(4) COMP VALUE ZERO.      SQ228A.1
028000 77  WS-VOLINFO-SUB               PIC S9(4) COMP VALUE ZERO.      SQ228A.1
028100 77  WS-TV-VOLUME-COUNT           PIC S9(4) COMP VALUE ZERO.      SQ228A.1
028200 01  WS-TV-STAGE.                                                 SQ228A.1
028300     05  WS-TV-FILE-NAME      PIC X(8) VALUE SPACE.               SQ228A.1
028400     05  WS-TV-ROLE           PIC X(4) VALUE SPACE.               SQ228A.1
028500 01  VOL-INFO-TABLE.                                              SQ228A.1
028600     05  VOL-INFO-ENTRY OCCURS 10 TIMES.                          SQ228A.1
028700         10  VOL-FILE-NAME        PIC X(8).                       SQ228A.1
028800         10  VOL-VOLSER           PIC X(6).                       SQ228A.1
028900         10  VOL-DEV-CLASS        PIC X(8).                       SQ228A.1
029000 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    SQ228A.1
029100 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     SQ228A.1
029200 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     SQ228A.1
029300 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     SQ228A.1
029400 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     SQ228A.1
029500 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     SQ228A.1
029600 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     SQ228A.1
029700 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     SQ228A.1
029800 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     SQ228A.1
029900 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     SQ228A.1
030000*--------------------------------------------------------------   SQ228A.1
030100*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       SQ228A.1
030200*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 SQ228A.1
030300*--------------------------------------------------------------   SQ228A.1
030400 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          SQ228A.1
030500 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         SQ228A.1
030600     05  WS-TIME-NOW-HH             PIC 99.                       SQ228A.1
030700     05  WS-TIME-NOW-MM             PIC 99.                       SQ228A.1
030800     05  WS-TIME-NOW-SS             PIC 99.                       SQ228A.1
030900     05  WS-TIME-NOW-CC             PIC 99.                       SQ228A.1
031000 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          SQ228A.1
031100 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       SQ228A.1
031200     05  WS-TIME-LAST-HH            PIC 99.                       SQ228A.1
031300     05  WS-TIME-LAST-MM            PIC 99.                       SQ228A.1
031400     05  WS-TIME-LAST-SS            PIC 99.                       SQ228A.1
031500     05  WS-TIME-LAST-CC            PIC 99.                       SQ228A.1
031600 01  WS-NOW-CS                      PIC 9(7) COMP.                SQ228A.1
031700 01  WS-LAST-CS                     PIC 9(7) COMP.                SQ228A.1
031800 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SQ228A.1
031900 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SQ228A.1
032000     COPY K6TARG.                                                 SQ228A.1
032100     COPY K6COPT.                                                 SQ228A.1
000000     COPY K6SREL.                                                 K6SREL.1
032200     COPY K6CVER.                                                 SQ228A.1
032300     COPY K6SEVT.                                                 SQ228A.1
032400     COPY K6PAGE.                                                 SQ228A.1
032500     COPY K6CSVE.                                                 SQ228A.1
032600     COPY K6MLEV.                                                 SQ228A.1
032700 01  TEST-RESULTS.                                                SQ228A.1
032800     02 FILLER                   PIC X      VALUE SPACE.          SQ228A.1
032900     02 FEATURE                  PIC X(20)  VALUE SPACE.          SQ228A.1
033000     02 FILLER                   PIC X      VALUE SPACE.          SQ228A.1
033100     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SQ228A.1
033200     02 FILLER                   PIC X      VALUE SPACE.          SQ228A.1
033300     02  PAR-NAME.                                                SQ228A.1
033400       03 FILLER                 PIC X(19)  VALUE SPACE.          SQ228A.1
033500       03  PARDOT-X              PIC X      VALUE SPACE.          SQ228A.1
033600       03 DOTVALUE               PIC 99     VALUE ZERO.           SQ228A.1
033700     02 FILLER                   PIC X(8)   VALUE SPACE.          SQ228A.1
033800     02 RE-MARK                  PIC X(61).                       SQ228A.1
033900 01  TEST-COMPUTED.                                               SQ228A.1
034000     02 FILLER                   PIC X(30)  VALUE SPACE.          SQ228A.1
034100     02 FILLER                   PIC X(17)  VALUE                 SQ228A.1
034200            "       COMPUTED=".                                   SQ228A.1
034300     02 COMPUTED-X.                                               SQ228A.1
034400     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SQ228A.1
034500     03 COMPUTED-N               REDEFINES COMPUTED-A             SQ228A.1
034600                                 PIC -9(9).9(9).                  SQ228A.1
034700     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SQ228A.1
034800     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SQ228A.1
034900     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SQ228A.1
035000     03       CM-18V0 REDEFINES COMPUTED-A.                       SQ228A.1
035100         04 COMPUTED-18V0                    PIC -9(18).          SQ228A.1
035200         04 FILLER                           PIC X.               SQ228A.1
035300     03 FILLER PIC X(50) VALUE SPACE.                             SQ228A.1
035400 01  TEST-CORRECT.                                                SQ228A.1
035500     02 FILLER PIC X(30) VALUE SPACE.                             SQ228A.1
035600     02 FILLER PIC X(17) VALUE "       CORRECT =".                SQ228A.1
035700     02 CORRECT-X.                                                SQ228A.1
035800     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SQ228A.1
035900     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SQ228A.1
036000     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SQ228A.1
036100     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SQ228A.1
036200     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SQ228A.1
036300     03      CR-18V0 REDEFINES CORRECT-A.                         SQ228A.1
036400         04 CORRECT-18V0                     PIC -9(18).          SQ228A.1
036500         04 FILLER                           PIC X.               SQ228A.1
036600     03 FILLER PIC X(2) VALUE SPACE.                              SQ228A.1
036700     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SQ228A.1
036800 01  CCVS-C-1.                                                    SQ228A.1
036900     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASQ228A.1
037000-    "SS  PARAGRAPH-NAME                                          SQ228A.1
037100-    "       REMARKS".                                            SQ228A.1
037200     02 FILLER                     PIC X(20)    VALUE SPACE.      SQ228A.1
037300 01  CCVS-C-2.                                                    SQ228A.1
037400     02 FILLER                     PIC X        VALUE SPACE.      SQ228A.1
037500     02 FILLER                     PIC X(6)     VALUE "TESTED".   SQ228A.1
037600     02 FILLER                     PIC X(15)    VALUE SPACE.      SQ228A.1
037700     02 FILLER                     PIC X(4)     VALUE "FAIL".     SQ228A.1
037800     02 FILLER                     PIC X(94)    VALUE SPACE.      SQ228A.1
037900 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SQ228A.1
038000 01  REC-CT                        PIC 99       VALUE ZERO.       SQ228A.1
038100 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SQ228A.1
038200 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SQ228A.1
038300 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SQ228A.1
038400 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SQ228A.1
038500 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SQ228A.1
038600 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SQ228A.1
038700 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SQ228A.1
038800 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SQ228A.1
038900 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SQ228A.1
039000 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     SQ228A.1
039100 01  CCVS-H-1.                                                    SQ228A.1
039200     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ228A.1
039300     02  FILLER                    PIC X(42)    VALUE             SQ228A.1
039400     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SQ228A.1
039500     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ228A.1
039600 01  CCVS-H-2A.                                                   SQ228A.1
039700   02  FILLER                        PIC X(40)  VALUE SPACE.      SQ228A.1
039800   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SQ228A.1
039900   02  FILLER                        PIC XXXX   VALUE             SQ228A.1
040000     "4.2 ".                                                      SQ228A.1
040100   02  FILLER                        PIC X(28)  VALUE             SQ228A.1
040200            " COPY - NOT FOR DISTRIBUTION".                       SQ228A.1
040300   02  FILLER                        PIC X(41)  VALUE SPACE.      SQ228A.1
040400*                                                                 SQ228A.1
040500 01  CCVS-H-2B.                                                   SQ228A.1
040600   02  FILLER                        PIC X(15)  VALUE             SQ228A.1
040700            "TEST RESULT OF ".                                    SQ228A.1
040800   02  TEST-ID                       PIC X(9).                    SQ228A.1
040900   02  FILLER                        PIC X(4)   VALUE             SQ228A.1
041000            " IN ".                                               SQ228A.1
041100   02  FILLER                        PIC X(12)  VALUE             SQ228A.1
041200     " HIGH       ".                                              SQ228A.1
041300   02  FILLER                        PIC X(22)  VALUE             SQ228A.1
041400            " LEVEL VALIDATION FOR ".                             SQ228A.1
041500   02  FILLER                        PIC X(58)  VALUE             SQ228A.1
041600     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ228A.1
041700 01  CCVS-H-3.                                                    SQ228A.1
041800     02  FILLER                      PIC X(34)  VALUE             SQ228A.1
041900            " FOR OFFICIAL USE ONLY    ".                         SQ228A.1
042000     02  CCVS-H-3-VERSION            PIC X(58)  VALUE             SQ228A.1
042100     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ228A.1
042200     02  FILLER                      PIC X(28)  VALUE             SQ228A.1
042300            "  COPYRIGHT   1985 ".                                SQ228A.1
042400 01  CCVS-E-1.                                                    SQ228A.1
042500     02 FILLER                       PIC X(52)  VALUE SPACE.      SQ228A.1
042600     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SQ228A.1
042700     02 ID-AGAIN                     PIC X(9).                    SQ228A.1
042800     02 FILLER                       PIC X(45)  VALUE SPACES.     SQ228A.1
042900 01  CCVS-E-2.                                                    SQ228A.1
043000     02  FILLER                      PIC X(31)  VALUE SPACE.      SQ228A.1
043100     02  FILLER                      PIC X(21)  VALUE SPACE.      SQ228A.1
043200     02 CCVS-E-2-2.                                               SQ228A.1
043300         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SQ228A.1
043400         03 FILLER                   PIC X      VALUE SPACE.      SQ228A.1
043500         03 ENDER-DESC               PIC X(44)  VALUE             SQ228A.1
043600            "ERRORS ENCOUNTERED".                                 SQ228A.1
043700 01  CCVS-E-3.                                                    SQ228A.1
043800     02  FILLER                      PIC X(22)  VALUE             SQ228A.1
043900            " FOR OFFICIAL USE ONLY".                             SQ228A.1
044000     02  FILLER                      PIC X(12)  VALUE SPACE.      SQ228A.1
044100     02  FILLER                      PIC X(58)  VALUE             SQ228A.1
044200     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ228A.1
044300     02  FILLER                      PIC X(13)  VALUE SPACE.      SQ228A.1
044400     02 FILLER                       PIC X(15)  VALUE             SQ228A.1
044500             " COPYRIGHT 1985".                                   SQ228A.1
044600 01  CCVS-E-4.                                                    SQ228A.1
044700     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SQ228A.1
044800     02 FILLER                       PIC X(4)   VALUE " OF ".     SQ228A.1
044900     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SQ228A.1
045000     02 FILLER                       PIC X(40)  VALUE             SQ228A.1
045100      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SQ228A.1
045200 01  XXINFO.                                                      SQ228A.1
045300     02 FILLER                       PIC X(19)  VALUE             SQ228A.1
045400            "*** INFORMATION ***".                                SQ228A.1
045500     02 INFO-TEXT.                                                SQ228A.1
045600       04 FILLER                     PIC X(8)   VALUE SPACE.      SQ228A.1
045700       04 XXCOMPUTED                 PIC X(20).                   SQ228A.1
045800       04 FILLER                     PIC X(5)   VALUE SPACE.      SQ228A.1
045900       04 XXCORRECT                  PIC X(20).                   SQ228A.1
046000     02 INF-ANSI-REFERENCE           PIC X(48).                   SQ228A.1
046100 01  HYPHEN-LINE.                                                 SQ228A.1
046200     02 FILLER  PIC IS X VALUE IS SPACE.                          SQ228A.1
046300     02 FILLER  PIC IS X(65)    VALUE IS "************************SQ228A.1
046400-    "*****************************************".                 SQ228A.1
046500     02 FILLER  PIC IS X(54)    VALUE IS "************************SQ228A.1
046600-    "******************************".                            SQ228A.1
046700 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ228A.1
046800     "SQ228A".                                                    SQ228A.1
046900 01  CCVS-PGM-ID-R REDEFINES CCVS-PGM-ID.                         SQ228A.1
047000     02  CCVS-PGM-MODULE-PREFIX     PIC XX.                       SQ228A.1
047100     02  FILLER                     PIC X(7).                     SQ228A.1
047200 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 001.        SQ228A.1
047300 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    SQ228A.1
047400 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       SQ228A.1
047500 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       SQ228A.1
047600 01  WS-PRIOR-SEQ                    PIC 99     VALUE ZERO.       SQ228A.1
047700                                                                  SQ228A.1
047800 PROCEDURE DIVISION.                                              SQ228A.1
047900                                                                  SQ228A.1
048000 CCVS1 SECTION.                                                   SQ228A.1
048100 OPEN-FILES.                                                      SQ228A.1
048200     OPEN I-O RAW-DATA.                                           SQ228A.1
048300     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        SQ228A.1
048400     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         SQ228A.1
048500     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            SQ228A.1
048600     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        SQ228A.1
048700     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              SQ228A.1
048800     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                SQ228A.1
048900     MOVE 1 TO RAW-DATA-SEQ-WS.                                   SQ228A.1
049000 FIND-RUN-KEY.                                                    SQ228A.1
049100     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    SQ228A.1
049200     READ RAW-DATA INVALID KEY GO TO WRITE-RUN-RECORD.            SQ228A.1
049300     ADD 1 TO RAW-DATA-SEQ-WS.                                    SQ228A.1
049400     GO TO FIND-RUN-KEY.                                          SQ228A.1
049500 WRITE-RUN-RECORD.                                                SQ228A.1
049600     MOVE "ABORTED " TO C-ABORT.                                  SQ228A.1
049700     ADD 1 TO C-NO-OF-TESTS.                                      SQ228A.1
049800     MOVE RAW-DATA-RUN-DATE-WS TO C-DATE.                         SQ228A.1
049900     ACCEPT C-TIME  FROM TIME.                                    SQ228A.1
050000     MOVE SPACE TO C-SUPERSEDED.                                  SQ228A.1
050100     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SQ228A.1
050200     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SQ228A.1
050300     MOVE ZERO TO C-XFAIL.                                        SQ228A.1
050400     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
050500     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        SQ228A.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
050600     PERFORM COMPILE-LEVEL-STAMP THRU                             SQ228A.1
050700         COMPILE-LEVEL-STAMP-EXIT.                                SQ228A.1
050800     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SQ228A.1
050900 END-E-1.                                                         SQ228A.1
051000     CLOSE RAW-DATA.                                              SQ228A.1
051100     OPEN    OUTPUT PRINT-FILE.                                   SQ228A.1
051200     OPEN    OUTPUT CSV-FILE.                                     SQ228A.1
051300*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      SQ228A.1
051400*    K6CSVE.CPY.                                                  SQ228A.1
051500     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              SQ228A.1
051600     MOVE K6-TARGET-ID TO CEH-TARGET.                             SQ228A.1
051700     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SQ228A.1
051800     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SQ228A.1
051900     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          SQ228A.1
052000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      SQ228A.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
052100     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SQ228A.1
052200     WRITE CSV-REC.                                               SQ228A.1
052300     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SQ228A.1
052400-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            SQ228A.1
052500         TO CSV-REC.                                              SQ228A.1
052600     WRITE CSV-REC.                                               SQ228A.1
052700     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  SQ228A.1
052800     MOVE    SPACE TO TEST-RESULTS.                               SQ228A.1
052900     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              SQ228A.1
053000     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             SQ228A.1
053100     PERFORM TAPE-VOL-EVIDENCE THRU TAPE-VOL-EVIDENCE-EXIT.       SQ228A.1
053200     GO TO CCVS1-EXIT.                                            SQ228A.1
053300 CLOSE-FILES.                                                     SQ228A.1
053400     OPEN I-O RAW-DATA.                                           SQ228A.1
053500*    RAW-DATA-KEY STILL HOLDS THE PGM-ID/DATE/SEQ SET BY          SQ228A.1
053600*    OPEN-FILES FOR THIS RUN -- RE-READ THAT SAME RECORD.         SQ228A.1
053700     READ RAW-DATA INVALID KEY GO TO END-E-2.                     SQ228A.1
053800     MOVE "OK.     " TO C-ABORT.                                  SQ228A.1
053900     MOVE PASS-COUNTER TO C-OK.                                   SQ228A.1
054000     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               SQ228A.1
054100         INSPECT-COUNTER + DELETE-COUNTER + XFAIL-COUNTER.        SQ228A.1
054200     MOVE ERROR-COUNTER TO C-FAIL.                                SQ228A.1
054300     MOVE DELETE-COUNTER TO C-DELETED.                            SQ228A.1
054400     MOVE INSPECT-COUNTER TO C-INSPECT.                           SQ228A.1
054500     MOVE XFAIL-COUNTER TO C-XFAIL.                               SQ228A.1
054600     MOVE CCVS-PGM-MODULE-PREFIX TO C-MODULE-ID.                  SQ228A.1
054700     IF (PASS-COUNTER + ERROR-COUNTER + INSPECT-COUNTER +         SQ228A.1
054800         DELETE-COUNTER) IS GREATER THAN ZERO                     SQ228A.1
054900         COMPUTE C-MODULE-PCT ROUNDED =                           SQ228A.1
055000             (PASS-COUNTER / (PASS-COUNTER + ERROR-COUNTER +      SQ228A.1
055100             INSPECT-COUNTER + DELETE-COUNTER)) * 100             SQ228A.1
055200     ELSE                                                         SQ228A.1
055300         MOVE ZERO TO C-MODULE-PCT.                               SQ228A.1
055400     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          SQ228A.1
055500     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        SQ228A.1
055600     ACCEPT C-END-TIME FROM TIME.                                 SQ228A.1
055700     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             SQ228A.1
055800     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           SQ228A.1
055900         PERFORM SUPERSEDE-PRIOR-RUNS THRU SUPERSEDE-PRIOR-EXIT.  SQ228A.1
056000 END-E-2.                                                         SQ228A.1
056100     CLOSE RAW-DATA.                                              SQ228A.1
056200     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SQ228A.1
056300*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    SQ228A.1
056400*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      SQ228A.1
056500     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               SQ228A.1
056600     MOVE PASS-COUNTER TO CET-OK.                                 SQ228A.1
056700     MOVE ERROR-COUNTER TO CET-FAIL.                              SQ228A.1
056800     MOVE DELETE-COUNTER TO CET-DELETED.                          SQ228A.1
056900     MOVE INSPECT-COUNTER TO CET-INSPECT.                         SQ228A.1
057000     MOVE XFAIL-COUNTER TO CET-XFAIL.                             SQ228A.1
057100     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         SQ228A.1
057200     WRITE CSV-REC.                                               SQ228A.1
057300     CLOSE CSV-FILE.                                              SQ228A.1
057400 TERMINATE-CCVS.                                                  SQ228A.1
057500     EXIT PROGRAM.                                                SQ228A.1
057600 TERMINATE-CALL.                                                  SQ228A.1
057700     STOP     RUN.                                                SQ228A.1
057800*--------------------------------------------------------------   SQ228A.1
057900* SUPERSEDE-PRIOR-RUNS -- A COMPLETED RERUN MARKS THIS DAY'S      SQ228A.1
058000* EARLIER RECORDS SUPERSEDED, POINTING AT THE RUN THAT            SQ228A.1
058100* REPLACES THEM, SO THE ROLLUP TOOLS COUNT ONLY EFFECTIVE         SQ228A.1
058200* RUNS (SEE K6RAWDS.CPY AND THE K6SUPS CHAIN REPORT).             SQ228A.1
058300*--------------------------------------------------------------   SQ228A.1
058400 SUPERSEDE-PRIOR-RUNS.                                            SQ228A.1
058500     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 SQ228A.1
058600     MOVE ZERO TO WS-PRIOR-SEQ.                                   SQ228A.1
058700 SUPERSEDE-NEXT-PRIOR.                                            SQ228A.1
058800     ADD 1 TO WS-PRIOR-SEQ.                                       SQ228A.1
058900     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             SQ228A.1
059000         GO TO SUPERSEDE-RESTORE.                                 SQ228A.1
059100     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SQ228A.1
059200     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SQ228A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
059400         GO TO SUPERSEDE-NEXT-PRIOR.                              SQ228A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
059500     MOVE "S" TO C-SUPERSEDED.                                    SQ228A.1
059600     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SQ228A.1
059700     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.SQ228A.1
059800     GO TO SUPERSEDE-NEXT-PRIOR.                                  SQ228A.1
059900*    RESTORE THIS RUN'S OWN KEY AND RECORD AREA BEFORE THE        SQ228A.1
060000*    FILE CLOSES.                                                 SQ228A.1
060100 SUPERSEDE-RESTORE.                                               SQ228A.1
060200     MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ.                 SQ228A.1
060300     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        SQ228A.1
060400 SUPERSEDE-PRIOR-EXIT.                                            SQ228A.1
060500     EXIT.                                                        SQ228A.1
060600 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SQ228A.1
060700 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SQ228A.1
060800 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SQ228A.1
060900 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SQ228A.1
061000     MOVE "****TEST DELETED****" TO RE-MARK.                      SQ228A.1
061100*    EXPECTED-FAIL PATHS -- SEE XFAIL-DEFECT-ID ABOVE.            SQ228A.1
061200 XFAIL.                                                           SQ228A.1
061300     MOVE "XFAIL" TO P-OR-F.  ADD 1 TO XFAIL-COUNTER.             SQ228A.1
061400     STRING "FAILED AS DOCUMENTED - DEFECT " XFAIL-DEFECT-ID      SQ228A.1
061500         DELIMITED BY SIZE INTO RE-MARK.                          SQ228A.1
061600 XFAIL-PASSED.                                                    SQ228A.1
061700     MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.              SQ228A.1
061800     ADD 1 TO XFAIL-SURPRISE-COUNTER.                             SQ228A.1
061900     MOVE XFAIL-DEFECT-ID TO XFAIL-ALERT-DEFECT.                  SQ228A.1
062000     MOVE XFAIL-ALERT-LINE TO DUMMY-RECORD.                       SQ228A.1
062100     PERFORM WRITE-LINE.                                          SQ228A.1
062200     STRING "UNEXPECTED PASS - DEFECT " XFAIL-DEFECT-ID           SQ228A.1
062300         " MAY BE FIXED" DELIMITED BY SIZE INTO RE-MARK.          SQ228A.1
062400*    WATCHDOG VERDICT -- SEE WDOG-BUDGET-CS ABOVE.                SQ228A.1
062500 ABORTED.                                                         SQ228A.1
062600     MOVE "ABND*" TO P-OR-F.  ADD 1 TO ABORTED-COUNTER.           SQ228A.1
062700     MOVE "N" TO WDOG-TRIPPED-SW.                                 SQ228A.1
062800     MOVE "TEST EXCEEDED TIME BUDGET - ABANDONED" TO RE-MARK.     SQ228A.1
062900 PRINT-DETAIL.                                                    SQ228A.1
063000     IF REC-CT NOT EQUAL TO ZERO                                  SQ228A.1
063100             MOVE "." TO PARDOT-X                                 SQ228A.1
063200             MOVE REC-CT TO DOTVALUE.                             SQ228A.1
063300     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SQ228A.1
063400     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          SQ228A.1
063500         PARAGRAPH-TIME-CAPTURE-EXIT.                             SQ228A.1
063600     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         SQ228A.1
063700     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SQ228A.1
063800        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SQ228A.1
063900          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SQ228A.1
064000     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SQ228A.1
064100     MOVE SPACE TO CORRECT-X.                                     SQ228A.1
064200     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SQ228A.1
064300     MOVE     SPACE TO RE-MARK.                                   SQ228A.1
064400     MOVE SPACE TO COMPUTED-FULL. MOVE SPACE TO CORRECT-FULL.     SQ228A.1
064500     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             SQ228A.1
064600 CSV-WRITE-DETAIL.                                                SQ228A.1
064700     MOVE SPACE TO CSV-BUILD-AREA.                                SQ228A.1
064800     MOVE FEATURE TO CSV-FEATURE-T.                               SQ228A.1
064900     MOVE P-OR-F TO CSV-POF-T.                                    SQ228A.1
065000     MOVE PAR-NAME TO CSV-PARNAME-T.                              SQ228A.1
065100     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           SQ228A.1
065200     MOVE CORRECT-A TO CSV-CORRECT-T.                             SQ228A.1
065300     MOVE RE-MARK TO CSV-REMARK-T.                                SQ228A.1
065400     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  SQ228A.1
065500     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           SQ228A.1
065600     STRING '"' CSV-FEATURE-T    '","'                            SQ228A.1
065700            CSV-POF-T            '","'                            SQ228A.1
065800            CSV-PARNAME-T        '","'                            SQ228A.1
065900            CSV-COMPUTED-T       '","'                            SQ228A.1
066000            CSV-CORRECT-T        '","'                            SQ228A.1
066100            CSV-REMARK-T         '","'                            SQ228A.1
066200            CSV-ELAPSED-T        '","'                            SQ228A.1
066300            CSV-ANSI-CLAUSE-T    '","'                            SQ228A.1
066400            CSV-SEVERITY-T       '"'                              SQ228A.1
066500         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   SQ228A.1
066600     MOVE CSV-BUILD-AREA TO CSV-REC.                              SQ228A.1
066700     WRITE CSV-REC.                                               SQ228A.1
066800     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               SQ228A.1
066900     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     SQ228A.1
067000         PERFORM CSV-WRITE-CONT THRU CSV-WRITE-CONT-EXIT.         SQ228A.1
067100 CSV-WRITE-DETAIL-EXIT.                                           SQ228A.1
067200     EXIT.                                                        SQ228A.1
067300*--------------------------------------------------------------   SQ228A.1
067400* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        SQ228A.1
067500*--------------------------------------------------------------   SQ228A.1
067600 SEVERITY-LOOKUP.                                                 SQ228A.1
067700     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    SQ228A.1
067800     IF ANSI-CLAUSE-CODE = SPACE                                  SQ228A.1
067900         GO TO SEVERITY-BY-FEATURE.                               SQ228A.1
068000     SET SEV-CL-IDX TO 1.                                         SQ228A.1
068100 SEVERITY-CLAUSE-SCAN.                                            SQ228A.1
068200     IF SEV-CL-IDX > 8                                            SQ228A.1
068300         GO TO SEVERITY-BY-FEATURE.                               SQ228A.1
068400     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           SQ228A.1
068500         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     SQ228A.1
068600         GO TO SEVERITY-TRACK-HIGH.                               SQ228A.1
068700     SET SEV-CL-IDX UP BY 1.                                      SQ228A.1
068800     GO TO SEVERITY-CLAUSE-SCAN.                                  SQ228A.1
068900 SEVERITY-BY-FEATURE.                                             SQ228A.1
069000     SET SEV-FT-IDX TO 1.                                         SQ228A.1
069100 SEVERITY-FEATURE-SCAN.                                           SQ228A.1
069200     IF SEV-FT-IDX > 6                                            SQ228A.1
069300         GO TO SEVERITY-TRACK-HIGH.                               SQ228A.1
069400     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) SQ228A.1
069500         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    SQ228A.1
069600         GO TO SEVERITY-TRACK-HIGH.                               SQ228A.1
069700     SET SEV-FT-IDX UP BY 1.                                      SQ228A.1
069800     GO TO SEVERITY-FEATURE-SCAN.                                 SQ228A.1
069900 SEVERITY-TRACK-HIGH.                                             SQ228A.1
070000     IF CSV-POF-T NOT = "FAIL*"                                   SQ228A.1
070100         GO TO SEVERITY-LOOKUP-EXIT.                              SQ228A.1
070200     IF WS-RUN-SEV-HIGH = SPACE                                   SQ228A.1
070300             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  SQ228A.1
070400         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  SQ228A.1
070500 SEVERITY-LOOKUP-EXIT.                                            SQ228A.1
070600     EXIT.                                                        SQ228A.1
070700 PARAGRAPH-TIME-CAPTURE.                                          SQ228A.1
070800     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            SQ228A.1
070900     ACCEPT WS-TIME-NOW FROM TIME.                                SQ228A.1
071000     COMPUTE WS-NOW-CS =                                          SQ228A.1
071100         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             SQ228A.1
071200             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            SQ228A.1
071300     COMPUTE WS-LAST-CS =                                         SQ228A.1
071400         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           SQ228A.1
071500             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          SQ228A.1
071600     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               SQ228A.1
071700         MOVE ZERO TO WS-ELAPSED-CS                               SQ228A.1
071800     ELSE                                                         SQ228A.1
071900         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       SQ228A.1
072000             GIVING WS-ELAPSED-CS.                                SQ228A.1
072100     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         SQ228A.1
072200 PARAGRAPH-TIME-CAPTURE-EXIT.                                     SQ228A.1
072300     EXIT.                                                        SQ228A.1
072400 HEAD-ROUTINE.                                                    SQ228A.1
072500     MOVE K6-COMPILER-VERSION TO CCVS-H-3-VERSION.                SQ228A.1
072600     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ228A.1
072700     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ228A.1
072800     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ228A.1
072900     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ228A.1
073000 COLUMN-NAMES-ROUTINE.                                            SQ228A.1
073100     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ228A.1
073200     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ228A.1
073300     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ228A.1
073400 END-ROUTINE.                                                     SQ228A.1
073500     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SQ228A.1
073600 END-RTN-EXIT.                                                    SQ228A.1
073700     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ228A.1
073800 END-ROUTINE-1.                                                   SQ228A.1
073900      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SQ228A.1
074000      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SQ228A.1
074100      ADD PASS-COUNTER TO ERROR-HOLD.                             SQ228A.1
074200      ADD XFAIL-COUNTER TO ERROR-HOLD.                            SQ228A.1
074300      ADD ABORTED-COUNTER TO ERROR-HOLD.                          SQ228A.1
074400      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SQ228A.1
074500      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SQ228A.1
074600      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SQ228A.1
074700      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SQ228A.1
074800  END-ROUTINE-12.                                                 SQ228A.1
074900      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SQ228A.1
075000     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SQ228A.1
075100         MOVE "NO " TO ERROR-TOTAL                                SQ228A.1
075200         ELSE                                                     SQ228A.1
075300         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SQ228A.1
075400     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SQ228A.1
075500     PERFORM WRITE-LINE.                                          SQ228A.1
075600 END-ROUTINE-13.                                                  SQ228A.1
075700     IF DELETE-COUNTER IS EQUAL TO ZERO                           SQ228A.1
075800         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ228A.1
075900         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SQ228A.1
076000     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SQ228A.1
076100     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ228A.1
076200      IF   INSPECT-COUNTER EQUAL TO ZERO                          SQ228A.1
076300          MOVE "NO " TO ERROR-TOTAL                               SQ228A.1
076400      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SQ228A.1
076500      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SQ228A.1
076600      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SQ228A.1
076700     IF XFAIL-COUNTER IS EQUAL TO ZERO                            SQ228A.1
076800         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ228A.1
076900         MOVE XFAIL-COUNTER TO ERROR-TOTAL.                       SQ228A.1
077000     MOVE "TEST(S) FAILED AS EXPECTED" TO ENDER-DESC.             SQ228A.1
077100     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ228A.1
077200     IF XFAIL-SURPRISE-COUNTER IS EQUAL TO ZERO                   SQ228A.1
077300         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ228A.1
077400         MOVE XFAIL-SURPRISE-COUNTER TO ERROR-TOTAL.              SQ228A.1
077500     MOVE "EXPECTED-FAIL TEST(S) PASSED - SEE ALERTS"             SQ228A.1
077600         TO ENDER-DESC.                                           SQ228A.1
077700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ228A.1
077800     IF ABORTED-COUNTER IS EQUAL TO ZERO                          SQ228A.1
077900         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ228A.1
078000         MOVE ABORTED-COUNTER TO ERROR-TOTAL.                     SQ228A.1
078100     MOVE "TEST(S) ABORTED BY THE WATCHDOG" TO ENDER-DESC.        SQ228A.1
078200     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ228A.1
078300     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ228A.1
078400 WRITE-LINE.                                                      SQ228A.1
078500*    THE END-OF-PAGE CONDITION RAISED IN WRT-LN BELOW REPLAYS     SQ228A.1
078600*    THE HEADER BLOCK HERE, AT THE TOP OF THE NEW PAGE, BEFORE    SQ228A.1
078700*    THE PENDING LINE GOES OUT.                                   SQ228A.1
078800     IF K6-PAGE-EOP-PENDING                                       SQ228A.1
078900         MOVE "N" TO K6-PAGE-EOP-SW                               SQ228A.1
079000         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SQ228A.1
079100         MOVE SPACE TO DUMMY-RECORD                               SQ228A.1
079200         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  SQ228A.1
079300         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ228A.1
079400         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ228A.1
079500         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ228A.1
079600         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ228A.1
079700         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SQ228A.1
079800         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SQ228A.1
079900         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SQ228A.1
080000         MOVE DUMMY-HOLD TO DUMMY-RECORD.                         SQ228A.1
080100     PERFORM WRT-LN.                                              SQ228A.1
080200 WRT-LN.                                                          SQ228A.1
080300     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINE                 SQ228A.1
080400         AT END-OF-PAGE SET K6-PAGE-EOP-PENDING TO TRUE.          SQ228A.1
080500     MOVE SPACE TO DUMMY-RECORD.                                  SQ228A.1
080600 BLANK-LINE-PRINT.                                                SQ228A.1
080700     PERFORM WRT-LN.                                              SQ228A.1
080800 FAIL-ROUTINE.                                                    SQ228A.1
080900     IF     COMPUTED-X NOT EQUAL TO SPACE                         SQ228A.1
081000            GO TO   FAIL-ROUTINE-WRITE.                           SQ228A.1
081100     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SQ228A.1
081200     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ228A.1
081300     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SQ228A.1
081400     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ228A.1
081500     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ228A.1
081600     GO TO  FAIL-ROUTINE-EX.                                      SQ228A.1
081700 FAIL-ROUTINE-WRITE.                                              SQ228A.1
081800     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SQ228A.1
081900     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SQ228A.1
082000     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SQ228A.1
082100     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SQ228A.1
082200     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     SQ228A.1
082300         PERFORM FULL-OPERAND-PRINT THRU FULL-OPERAND-EXIT.       SQ228A.1
082400 FAIL-ROUTINE-EX. EXIT.                                           SQ228A.1
082500 BAIL-OUT.                                                        SQ228A.1
082600     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SQ228A.1
082700     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SQ228A.1
082800 BAIL-OUT-WRITE.                                                  SQ228A.1
082900     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SQ228A.1
083000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ228A.1
083100     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ228A.1
083200     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ228A.1
083300 BAIL-OUT-EX. EXIT.                                               SQ228A.1
083400*--------------------------------------------------------------   SQ228A.1
083500* WATCHDOG SUPPORT -- BUDGET TIMING FOR THE CURRENT TEST.         SQ228A.1
083600* THE ELAPSED COMPARISON TOLERATES ONE MIDNIGHT WRAP.             SQ228A.1
083700*--------------------------------------------------------------   SQ228A.1
083800 WATCHDOG-RESET.                                                  SQ228A.1
083900     MOVE "N" TO WDOG-TRIPPED-SW.                                 SQ228A.1
084000     ACCEPT WDOG-TIME-RAW FROM TIME.                              SQ228A.1
084100     COMPUTE WDOG-START-CS =                                      SQ228A.1
084200         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          SQ228A.1
084300             + WDOG-CC.                                           SQ228A.1
084400 WATCHDOG-RESET-EXIT.                                             SQ228A.1
084500     EXIT.                                                        SQ228A.1
084600 WATCHDOG-CHECK.                                                  SQ228A.1
084700     ACCEPT WDOG-TIME-RAW FROM TIME.                              SQ228A.1
084800     COMPUTE WDOG-NOW-CS =                                        SQ228A.1
084900         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          SQ228A.1
085000             + WDOG-CC.                                           SQ228A.1
085100     IF WDOG-NOW-CS LESS THAN WDOG-START-CS                       SQ228A.1
085200         ADD 8640000 TO WDOG-NOW-CS.                              SQ228A.1
085300     IF WDOG-NOW-CS - WDOG-START-CS GREATER THAN                  SQ228A.1
085400             WDOG-BUDGET-CS                                       SQ228A.1
085500         MOVE "Y" TO WDOG-TRIPPED-SW.                             SQ228A.1
085600 WATCHDOG-CHECK-EXIT.                                             SQ228A.1
085700     EXIT.                                                        SQ228A.1
085800*--------------------------------------------------------------   SQ228A.1
085900* FULL-WIDTH OPERAND CONTINUATION LINES -- BOTH OPERANDS          SQ228A.1
086000* PRINT IN 40-BYTE SEGMENTS LABELLED WITH THEIR STARTING          SQ228A.1
086100* OFFSET, FOLLOWED BY THE FIRST DIFFERING BYTE POSITION.          SQ228A.1
086200*--------------------------------------------------------------   SQ228A.1
086300 FULL-OPERAND-PRINT.                                              SQ228A.1
086400     MOVE 0 TO FULL-SEG-SUB.                                      SQ228A.1
086500 FULL-OPERAND-SEGMENTS.                                           SQ228A.1
086600     IF FULL-SEG-SUB NOT LESS THAN 120                            SQ228A.1
086700         GO TO FULL-OPERAND-DIFF.                                 SQ228A.1
086800     MOVE "  COMPUTED" TO FULL-LINE-LABEL.                        SQ228A.1
086900     MOVE FULL-SEG-SUB TO FULL-LINE-OFFSET.                       SQ228A.1
087000     MOVE COMPUTED-FULL (FULL-SEG-SUB + 1 : 40)                   SQ228A.1
087100         TO FULL-LINE-TEXT.                                       SQ228A.1
087200     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         SQ228A.1
087300     PERFORM WRITE-LINE.                                          SQ228A.1
087400     MOVE "  CORRECT " TO FULL-LINE-LABEL.                        SQ228A.1
087500     MOVE CORRECT-FULL (FULL-SEG-SUB + 1 : 40)                    SQ228A.1
087600         TO FULL-LINE-TEXT.                                       SQ228A.1
087700     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         SQ228A.1
087800     PERFORM WRITE-LINE.                                          SQ228A.1
087900     ADD 40 TO FULL-SEG-SUB.                                      SQ228A.1
088000     GO TO FULL-OPERAND-SEGMENTS.                                 SQ228A.1
088100 FULL-OPERAND-DIFF.                                               SQ228A.1
088200     MOVE ZERO TO FULL-DIFF-OFFSET.                               SQ228A.1
088300     MOVE 1 TO FULL-SCAN-SUB.                                     SQ228A.1
088400 FULL-OPERAND-DIFF-SCAN.                                          SQ228A.1
088500     IF FULL-SCAN-SUB GREATER THAN 120                            SQ228A.1
088600         GO TO FULL-OPERAND-EXIT.                                 SQ228A.1
088700     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   SQ228A.1
088800             CORRECT-FULL (FULL-SCAN-SUB : 1)                     SQ228A.1
088900         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   SQ228A.1
089000         MOVE FULL-DIFF-OFFSET TO FULL-DIFF-OFFSET-T              SQ228A.1
089100         MOVE FULL-DIFF-LINE TO PRINT-REC                         SQ228A.1
089200         PERFORM WRITE-LINE                                       SQ228A.1
089300         GO TO FULL-OPERAND-EXIT.                                 SQ228A.1
089400     ADD 1 TO FULL-SCAN-SUB.                                      SQ228A.1
089500     GO TO FULL-OPERAND-DIFF-SCAN.                                SQ228A.1
089600 FULL-OPERAND-EXIT.                                               SQ228A.1
089700     EXIT.                                                        SQ228A.1
089800*--------------------------------------------------------------   SQ228A.1
089900* "C" CONTINUATION RECORDS BEHIND THE DETAIL ROW -- FULL          SQ228A.1
090000* COMPUTED AND CORRECT OPERANDS AND THE FIRST DIFFERING BYTE      SQ228A.1
090100* OFFSET (SEE CSV-ENV-CONT-REC IN K6CSVE.CPY).  NOT COUNTED       SQ228A.1
090200* IN CSV-ENV-DETAIL-COUNT.                                        SQ228A.1
090300*--------------------------------------------------------------   SQ228A.1
090400 CSV-WRITE-CONT.                                                  SQ228A.1
090500     MOVE ZERO TO FULL-DIFF-OFFSET.                               SQ228A.1
090600     MOVE 1 TO FULL-SCAN-SUB.                                     SQ228A.1
090700 CSV-WRITE-CONT-SCAN.                                             SQ228A.1
090800     IF FULL-SCAN-SUB GREATER THAN 120                            SQ228A.1
090900         GO TO CSV-WRITE-CONT-PUT.                                SQ228A.1
091000     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   SQ228A.1
091100             CORRECT-FULL (FULL-SCAN-SUB : 1)                     SQ228A.1
091200         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   SQ228A.1
091300         GO TO CSV-WRITE-CONT-PUT.                                SQ228A.1
091400     ADD 1 TO FULL-SCAN-SUB.                                      SQ228A.1
091500     GO TO CSV-WRITE-CONT-SCAN.                                   SQ228A.1
091600 CSV-WRITE-CONT-PUT.                                              SQ228A.1
091700     MOVE "COMPUTED" TO CEC-ROLE.                                 SQ228A.1
091800     MOVE FULL-DIFF-OFFSET TO CEC-DIFF-OFFSET.                    SQ228A.1
091900     MOVE COMPUTED-FULL TO CEC-OPERAND.                           SQ228A.1
092000     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            SQ228A.1
092100     WRITE CSV-REC.                                               SQ228A.1
092200     MOVE "CORRECT " TO CEC-ROLE.                                 SQ228A.1
092300     MOVE CORRECT-FULL TO CEC-OPERAND.                            SQ228A.1
092400     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            SQ228A.1
092500     WRITE CSV-REC.                                               SQ228A.1
092600 CSV-WRITE-CONT-EXIT.                                             SQ228A.1
092700     EXIT.                                                        SQ228A.1
092800*--------------------------------------------------------------   SQ228A.1
092900* WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR BLANK     SQ228A.1
093000* MEANS THE OVERNIGHT WINDOW "N".                                 SQ228A.1
093100*--------------------------------------------------------------   SQ228A.1
093200 WINDOW-IDENT-READ.                                               SQ228A.1
093300     OPEN INPUT WINDOW-IDENT.                                     SQ228A.1
093400     IF WS-WINDOWID-STATUS NOT = "00"                             SQ228A.1
093500             AND WS-WINDOWID-STATUS NOT = "05"                    SQ228A.1
093600         GO TO WINDOW-IDENT-EXIT.                                 SQ228A.1
093700     READ WINDOW-IDENT                                            SQ228A.1
093800         AT END GO TO WINDOW-IDENT-DONE.                          SQ228A.1
093900     IF WI-WINDOW-ID NOT = SPACE                                  SQ228A.1
094000         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       SQ228A.1
094100 WINDOW-IDENT-DONE.                                               SQ228A.1
094200     CLOSE WINDOW-IDENT.                                          SQ228A.1
094300 WINDOW-IDENT-EXIT.                                               SQ228A.1
094400     EXIT.                                                        SQ228A.1
094500*--------------------------------------------------------------   SQ228A.1
094600* COMPILE-LEVEL-STAMP -- WRITE THE MEMBER LEVELS THIS LOAD        SQ228A.1
094700* MODULE WAS COMPILED WITH (K6MLEV.CPY) TO THE COMPILE-LEVEL      SQ228A.1
094800* LOG, ONE RECORD PER MEMBER, FOR THE K6STAL CURRENCY AUDIT.      SQ228A.1
094900*--------------------------------------------------------------   SQ228A.1
095000 COMPILE-LEVEL-STAMP.                                             SQ228A.1
095100     OPEN EXTEND COMPILE-LEVEL-LOG.                               SQ228A.1
095200     SET K6-MLV-IDX TO 1.                                         SQ228A.1
095300 COMPILE-LEVEL-STAMP-LOOP.                                        SQ228A.1
095400     IF K6-MLV-IDX GREATER THAN 12                                SQ228A.1
095500         GO TO COMPILE-LEVEL-STAMP-DONE.                          SQ228A.1
095600     MOVE SPACE TO CL-LEVEL-REC.                                  SQ228A.1
095700     MOVE CCVS-PGM-ID TO CL-PGM-ID.                               SQ228A.1
095800     MOVE K6-MEMBER-NAME (K6-MLV-IDX) TO CL-MEMBER-NAME.          SQ228A.1
095900     MOVE K6-MEMBER-LEVEL (K6-MLV-IDX) TO CL-MEMBER-LEVEL.        SQ228A.1
096000     MOVE RAW-DATA-RUN-DATE-WS TO CL-RUN-DATE.                    SQ228A.1
096100     WRITE CL-LEVEL-REC.                                          SQ228A.1
096200     SET K6-MLV-IDX UP BY 1.                                      SQ228A.1
096300     GO TO COMPILE-LEVEL-STAMP-LOOP.                              SQ228A.1
096400 COMPILE-LEVEL-STAMP-DONE.                                        SQ228A.1
096500     CLOSE COMPILE-LEVEL-LOG.                                     SQ228A.1
096600 COMPILE-LEVEL-STAMP-EXIT.                                        SQ228A.1
096700     EXIT.                                                        SQ228A.1
096800*--------------------------------------------------------------   SQ228A.1
096900* TAPE-VOL-EVIDENCE -- LOAD THE OPTIONAL VOLSERIN CARDS, THEN     SQ228A.1
097000* APPEND THE TVLOG RECORDS FOR EACH TAPE FILE THIS PROGRAM        SQ228A.1
097100* WRITES, KEYED THE SAME WAY AS THIS RUN'S RAW-DATA RECORD.       SQ228A.1
097200*--------------------------------------------------------------   SQ228A.1
097300 TAPE-VOL-EVIDENCE.                                               SQ228A.1
097400     OPEN INPUT VOL-INFO.                                         SQ228A.1
097500     IF WS-VOLINFO-STATUS NOT = "00"                              SQ228A.1
097600             AND WS-VOLINFO-STATUS NOT = "05"                     SQ228A.1
097700         GO TO TAPE-VOL-WRITE-ALL.                                SQ228A.1
097800 TAPE-VOL-LOAD.                                                   SQ228A.1
097900     READ VOL-INFO                                                SQ228A.1
098000         AT END GO TO TAPE-VOL-LOAD-DONE.                         SQ228A.1
098100     IF VI-FILE-NAME = SPACE                                      SQ228A.1
098200         GO TO TAPE-VOL-LOAD.                                     SQ228A.1
098300     IF WS-VOLINFO-COUNT NOT < 10                                 SQ228A.1
098400         GO TO TAPE-VOL-LOAD.                                     SQ228A.1
098500     ADD 1 TO WS-VOLINFO-COUNT.                                   SQ228A.1
098600     MOVE VI-FILE-NAME TO VOL-FILE-NAME (WS-VOLINFO-COUNT).       SQ228A.1
098700     MOVE VI-VOLSER    TO VOL-VOLSER (WS-VOLINFO-COUNT).          SQ228A.1
098800     MOVE VI-DEV-CLASS TO VOL-DEV-CLASS (WS-VOLINFO-COUNT).       SQ228A.1
098900     GO TO TAPE-VOL-LOAD.                                         SQ228A.1
099000 TAPE-VOL-LOAD-DONE.                                              SQ228A.1
099100     CLOSE VOL-INFO.                                              SQ228A.1
099200 TAPE-VOL-WRITE-ALL.                                              SQ228A.1
099300     OPEN EXTEND TAPE-VOL-LOG.                                    SQ228A.1
099400     MOVE "SQ-FS1  " TO WS-TV-FILE-NAME.                          SQ228A.1
099500     MOVE "X-01"     TO WS-TV-ROLE.                               SQ228A.1
099600     PERFORM TAPE-VOL-WRITE-ONE THRU TAPE-VOL-WRITE-ONE-EXIT.     SQ228A.1
099700     CLOSE TAPE-VOL-LOG.                                          SQ228A.1
099800 TAPE-VOL-EVIDENCE-EXIT.                                          SQ228A.1
099900     EXIT.                                                        SQ228A.1
100000*--------------------------------------------------------------   SQ228A.1
100100* TAPE-VOL-WRITE-ONE -- ONE TVLOG RECORD FOR EACH VOLSERIN CARD   SQ228A.1
100200* NAMING THE STAGED FILE, IN CARD ORDER, SO A MULTI-REEL FILE     SQ228A.1
100300* LOGS EVERY VOLUME; ONE "NONE" RECORD WHEN NO CARD NAMED IT.     SQ228A.1
100400*--------------------------------------------------------------   SQ228A.1
100500 TAPE-VOL-WRITE-ONE.                                              SQ228A.1
100600     MOVE RAW-DATA-TARGET  TO TV-TARGET-ID.                       SQ228A.1
100700     MOVE RAW-DATA-PGM-ID  TO TV-PGM-ID.                          SQ228A.1
100800     MOVE RAW-DATA-RUN-DT  TO TV-RUN-DATE.                        SQ228A.1
100900     MOVE RAW-DATA-RUN-SEQ TO TV-RUN-SEQ.                         SQ228A.1
101000     MOVE WS-TV-FILE-NAME  TO TV-FILE-NAME.                       SQ228A.1
101100     MOVE WS-TV-ROLE       TO TV-ROLE.                            SQ228A.1
101200     MOVE ZERO TO WS-VOLINFO-SUB.                                 SQ228A.1
101300     MOVE ZERO TO WS-TV-VOLUME-COUNT.                             SQ228A.1
101400 TAPE-VOL-MATCH.                                                  SQ228A.1
101500     ADD 1 TO WS-VOLINFO-SUB.                                     SQ228A.1
101600     IF WS-VOLINFO-SUB > WS-VOLINFO-COUNT                         SQ228A.1
101700         GO TO TAPE-VOL-NO-CARD.                                  SQ228A.1
101800     IF VOL-FILE-NAME (WS-VOLINFO-SUB) NOT = WS-TV-FILE-NAME      SQ228A.1
101900         GO TO TAPE-VOL-MATCH.                                    SQ228A.1
102000     MOVE VOL-VOLSER (WS-VOLINFO-SUB)    TO TV-VOLSER.            SQ228A.1
102100     MOVE VOL-DEV-CLASS (WS-VOLINFO-SUB) TO TV-DEV-CLASS.         SQ228A.1
102200     WRITE TV-VOLUME-REC.                                         SQ228A.1
102300     ADD 1 TO WS-TV-VOLUME-COUNT.                                 SQ228A.1
102400     GO TO TAPE-VOL-MATCH.                                        SQ228A.1
102500 TAPE-VOL-NO-CARD.                                                SQ228A.1
102600     IF WS-TV-VOLUME-COUNT > ZERO                                 SQ228A.1
102700         GO TO TAPE-VOL-WRITE-ONE-EXIT.                           SQ228A.1
102800     MOVE "NONE  "         TO TV-VOLSER.                          SQ228A.1
102900     MOVE "NONE    "       TO TV-DEV-CLASS.                       SQ228A.1
103000     WRITE TV-VOLUME-REC.                                         SQ228A.1
103100 TAPE-VOL-WRITE-ONE-EXIT.                                         SQ228A.1
103200     EXIT.                                                        SQ228A.1
103300 CCVS1-EXIT.                                                      SQ228A.1
103400     EXIT.                                                        SQ228A.1
103500 SECT-SQ228A-0001 SECTION.                                        SQ228A.1
103600 MRL-INIT-GF-01.                                                  SQ228A.1
103700*        WRITE THE FILE ACROSS THREE VOLUMES: CLOSE REEL AFTER    SQ228A.1
103800*        RECORD 20, CLOSE UNIT AFTER RECORD 40.                   SQ228A.1
103900     OPEN     OUTPUT SQ-FS1.                                      SQ228A.1
104000     MOVE     ZERO TO MRL-WRITE-SUB.                              SQ228A.1
104100     PERFORM  MRL-WRITE-RECORD 20 TIMES.                          SQ228A.1
104200     CLOSE    SQ-FS1 REEL.                                        SQ228A.1
104300     MOVE     SQ-FS1-STATUS TO MRL-OUT-REEL-STATUS.               SQ228A.1
104400     PERFORM  MRL-WRITE-RECORD 20 TIMES.                          SQ228A.1
104500     CLOSE    SQ-FS1 UNIT.                                        SQ228A.1
104600     MOVE     SQ-FS1-STATUS TO MRL-OUT-UNIT-STATUS.               SQ228A.1
104700     PERFORM  MRL-WRITE-RECORD 20 TIMES.                          SQ228A.1
104800     CLOSE    SQ-FS1.                                             SQ228A.1
104900     MOVE     SQ-FS1-STATUS TO MRL-OUT-CLOSE-STATUS.              SQ228A.1
105000*                                                                 SQ228A.1
105100*    01 -- CLOSE REEL ON AN OUTPUT FILE MUST SUCCEED.             SQ228A.1
105200 MRL-TEST-GF-01.                                                  SQ228A.1
105300     MOVE     "CLOSE REEL OUTPUT   " TO FEATURE.                  SQ228A.1
105400     MOVE     "MRL-TEST-GF-01" TO PAR-NAME.                       SQ228A.1
105500     MOVE   "X3.23-1985 CLOSE REEL/UNIT PHRASE" TO ANSI-REFERENCE.SQ228A.1
105600     IF       MRL-OUT-REEL-STATUS EQUAL TO "00"                   SQ228A.1
105700              PERFORM PASS                                        SQ228A.1
105800              PERFORM PRINT-DETAIL                                SQ228A.1
105900              GO TO MRL-TEST-GF-02.                               SQ228A.1
106000     IF       MRL-OUT-REEL-STATUS EQUAL TO "07"                   SQ228A.1
106100              PERFORM INSPT                                       SQ228A.1
106200              MOVE  "STATUS 07 - WORK FILE NOT ON A REEL MEDIUM"  SQ228A.1
106300                    TO RE-MARK                                    SQ228A.1
106400              PERFORM PRINT-DETAIL                                SQ228A.1
106500              GO TO MRL-TEST-GF-02.                               SQ228A.1
106600     PERFORM  FAIL.                                               SQ228A.1
106700     MOVE     "00" TO CORRECT-A.                                  SQ228A.1
106800     MOVE     MRL-OUT-REEL-STATUS TO COMPUTED-A.                  SQ228A.1
106900     MOVE     "CLOSE REEL STATUS WRONG ON OUTPUT FILE" TO RE-MARK.SQ228A.1
107000     PERFORM  PRINT-DETAIL.                                       SQ228A.1
107100*                                                                 SQ228A.1
107200*    02 -- CLOSE UNIT ON AN OUTPUT FILE MUST SUCCEED.             SQ228A.1
107300 MRL-TEST-GF-02.                                                  SQ228A.1
107400     MOVE     "CLOSE UNIT OUTPUT   " TO FEATURE.                  SQ228A.1
107500     MOVE     "MRL-TEST-GF-02" TO PAR-NAME.                       SQ228A.1
107600     MOVE   "X3.23-1985 CLOSE REEL/UNIT PHRASE" TO ANSI-REFERENCE.SQ228A.1
107700     IF       MRL-OUT-UNIT-STATUS EQUAL TO "00"                   SQ228A.1
107800              PERFORM PASS                                        SQ228A.1
107900              PERFORM PRINT-DETAIL                                SQ228A.1
108000              GO TO MRL-TEST-GF-03.                               SQ228A.1
108100     IF       MRL-OUT-UNIT-STATUS EQUAL TO "07"                   SQ228A.1
108200              PERFORM INSPT                                       SQ228A.1
108300              MOVE  "STATUS 07 - WORK FILE NOT ON A REEL MEDIUM"  SQ228A.1
108400                    TO RE-MARK                                    SQ228A.1
108500              PERFORM PRINT-DETAIL                                SQ228A.1
108600              GO TO MRL-TEST-GF-03.                               SQ228A.1
108700     PERFORM  FAIL.                                               SQ228A.1
108800     MOVE     "00" TO CORRECT-A.                                  SQ228A.1
108900     MOVE     MRL-OUT-UNIT-STATUS TO COMPUTED-A.                  SQ228A.1
109000     MOVE     "CLOSE UNIT STATUS WRONG ON OUTPUT FILE" TO RE-MARK.SQ228A.1
109100     PERFORM  PRINT-DETAIL.                                       SQ228A.1
109200*                                                                 SQ228A.1
109300*    03 -- ALL 60 RECORDS MUST COME BACK IN ORDER ACROSS BOTH     SQ228A.1
109400*          VOLUME SWITCHES, NONE LOST AND NONE REPEATED.          SQ228A.1
109500*                                                                 SQ228A.1
109600 MRL-TEST-GF-03.                                                  SQ228A.1
109700     OPEN     INPUT SQ-FS1.                                       SQ228A.1
109800     MOVE     ZERO TO MRL-READ-COUNT.                             SQ228A.1
109900     MOVE     1 TO MRL-EXPECT-SEQ.                                SQ228A.1
110000     MOVE     "Y" TO MRL-ORDER-SW.                                SQ228A.1
110100     MOVE     "N" TO MRL-EOF-SW.                                  SQ228A.1
110200     PERFORM  MRL-READ-RECORD UNTIL MRL-EOF-SW EQUAL TO "Y".      SQ228A.1
110300     MOVE     "READ ACROSS VOLUMES " TO FEATURE.                  SQ228A.1
110400     MOVE     "MRL-TEST-GF-03" TO PAR-NAME.                       SQ228A.1
110500     MOVE   "X3.23-1985 READ STATEMENT" TO ANSI-REFERENCE.        SQ228A.1
110600     IF       MRL-READ-COUNT EQUAL TO 60                          SQ228A.1
110700              AND MRL-ORDER-SW EQUAL TO "Y"                       SQ228A.1
110800              PERFORM PASS                                        SQ228A.1
110900              PERFORM PRINT-DETAIL                                SQ228A.1
111000     ELSE                                                         SQ228A.1
111100              PERFORM FAIL                                        SQ228A.1
111200              MOVE  60 TO CORRECT-N                               SQ228A.1
111300              MOVE  MRL-READ-COUNT TO COMPUTED-N                  SQ228A.1
111400              MOVE  "RECORDS LOST OR REPEATED AT END OF VOLUME"   SQ228A.1
111500                    TO RE-MARK                                    SQ228A.1
111600              PERFORM PRINT-DETAIL.                               SQ228A.1
111700*                                                                 SQ228A.1
111800*    04 -- AT END AFTER THE LAST VOLUME MUST RETURN STATUS 10.    SQ228A.1
111900*                                                                 SQ228A.1
112000 MRL-TEST-GF-04.                                                  SQ228A.1
112100     MOVE     "AT END LAST VOLUME  " TO FEATURE.                  SQ228A.1
112200     MOVE     "MRL-TEST-GF-04" TO PAR-NAME.                       SQ228A.1
112300     MOVE   "X3.23-1985 I-O STATUS" TO ANSI-REFERENCE.            SQ228A.1
112400     IF       MRL-EOF-STATUS EQUAL TO "10"                        SQ228A.1
112500              PERFORM PASS                                        SQ228A.1
112600              PERFORM PRINT-DETAIL                                SQ228A.1
112700     ELSE                                                         SQ228A.1
112800              PERFORM FAIL                                        SQ228A.1
112900              MOVE  "10" TO CORRECT-A                             SQ228A.1
113000              MOVE  MRL-EOF-STATUS TO COMPUTED-A                  SQ228A.1
113100              MOVE  "AT END STATUS WRONG AFTER LAST VOLUME"       SQ228A.1
113200                    TO RE-MARK                                    SQ228A.1
113300              PERFORM PRINT-DETAIL.                               SQ228A.1
113400*                                                                 SQ228A.1
113500*    05 -- A FURTHER READ AFTER AT END MUST RETURN STATUS 46.     SQ228A.1
113600*                                                                 SQ228A.1
113700 MRL-TEST-GF-05.                                                  SQ228A.1
113800     READ     SQ-FS1 AT END MOVE "Y" TO MRL-EOF-SW.               SQ228A.1
113900     MOVE     SQ-FS1-STATUS TO MRL-REREAD-STATUS.                 SQ228A.1
114000     CLOSE    SQ-FS1.                                             SQ228A.1
114100     MOVE     "READ AFTER AT END   " TO FEATURE.                  SQ228A.1
114200     MOVE     "MRL-TEST-GF-05" TO PAR-NAME.                       SQ228A.1
114300     MOVE   "X3.23-1985 I-O STATUS" TO ANSI-REFERENCE.            SQ228A.1
114400     IF       MRL-REREAD-STATUS EQUAL TO "46"                     SQ228A.1
114500              PERFORM PASS                                        SQ228A.1
114600              PERFORM PRINT-DETAIL                                SQ228A.1
114700     ELSE                                                         SQ228A.1
114800              PERFORM FAIL                                        SQ228A.1
114900              MOVE  "46" TO CORRECT-A                             SQ228A.1
115000              MOVE  MRL-REREAD-STATUS TO COMPUTED-A               SQ228A.1
115100              MOVE  "STATUS WRONG ON READ AFTER AT END"           SQ228A.1
115200                    TO RE-MARK                                    SQ228A.1
115300              PERFORM PRINT-DETAIL.                               SQ228A.1
115400*                                                                 SQ228A.1
115500*        REOPEN, READ RECORDS 1-5, THEN CLOSE REEL AND READ ONE   SQ228A.1
115600*        RECORD, CLOSE UNIT AND READ ONE RECORD.                  SQ228A.1
115700 MRL-INIT-GF-06.                                                  SQ228A.1
115800     OPEN     INPUT SQ-FS1.                                       SQ228A.1
115900     MOVE     ZERO TO MRL-READ-COUNT.                             SQ228A.1
116000     MOVE     1 TO MRL-EXPECT-SEQ.                                SQ228A.1
116100     MOVE     "Y" TO MRL-ORDER-SW.                                SQ228A.1
116200     MOVE     "N" TO MRL-EOF-SW.                                  SQ228A.1
116300     PERFORM  MRL-READ-RECORD 5 TIMES.                            SQ228A.1
116400     CLOSE    SQ-FS1 REEL.                                        SQ228A.1
116500     MOVE     SQ-FS1-STATUS TO MRL-IN-REEL-STATUS.                SQ228A.1
116600     READ     SQ-FS1 AT END MOVE "Y" TO MRL-EOF-SW.               SQ228A.1
116700     MOVE     SQ-FS1-SEQ-NO TO MRL-AFTER-REEL-SEQ.                SQ228A.1
116800     CLOSE    SQ-FS1 UNIT.                                        SQ228A.1
116900     MOVE     SQ-FS1-STATUS TO MRL-IN-UNIT-STATUS.                SQ228A.1
117000     READ     SQ-FS1 AT END MOVE "Y" TO MRL-EOF-SW.               SQ228A.1
117100     MOVE     SQ-FS1-SEQ-NO TO MRL-AFTER-UNIT-SEQ.                SQ228A.1
117200*                                                                 SQ228A.1
117300*    06 -- CLOSE REEL ON AN INPUT FILE MUST SUCCEED.              SQ228A.1
117400 MRL-TEST-GF-06.                                                  SQ228A.1
117500     MOVE     "CLOSE REEL INPUT    " TO FEATURE.                  SQ228A.1
117600     MOVE     "MRL-TEST-GF-06" TO PAR-NAME.                       SQ228A.1
117700     MOVE   "X3.23-1985 CLOSE REEL/UNIT PHRASE" TO ANSI-REFERENCE.SQ228A.1
117800     IF       MRL-IN-REEL-STATUS EQUAL TO "00"                    SQ228A.1
117900              PERFORM PASS                                        SQ228A.1
118000              PERFORM PRINT-DETAIL                                SQ228A.1
118100              GO TO MRL-TEST-GF-07.                               SQ228A.1
118200     IF       MRL-IN-REEL-STATUS EQUAL TO "07"                    SQ228A.1
118300              PERFORM INSPT                                       SQ228A.1
118400              MOVE  "STATUS 07 - WORK FILE NOT ON A REEL MEDIUM"  SQ228A.1
118500                    TO RE-MARK                                    SQ228A.1
118600              PERFORM PRINT-DETAIL                                SQ228A.1
118700              GO TO MRL-TEST-GF-07.                               SQ228A.1
118800     PERFORM  FAIL.                                               SQ228A.1
118900     MOVE     "00" TO CORRECT-A.                                  SQ228A.1
119000     MOVE     MRL-IN-REEL-STATUS TO COMPUTED-A.                   SQ228A.1
119100     MOVE     "CLOSE REEL STATUS WRONG ON INPUT FILE" TO RE-MARK. SQ228A.1
119200     PERFORM  PRINT-DETAIL.                                       SQ228A.1
119300*                                                                 SQ228A.1
119400*    07 -- THE READ AFTER AN INPUT CLOSE REEL MUST DELIVER THE    SQ228A.1
119500*          FIRST RECORD OF VOLUME 2 (21); RECORD 6 WHEN THE FILE  SQ228A.1
119600*          IS NOT ON A REEL MEDIUM.                               SQ228A.1
119700 MRL-TEST-GF-07.                                                  SQ228A.1
119800     MOVE     "READ AFTER CLS REEL " TO FEATURE.                  SQ228A.1
119900     MOVE     "MRL-TEST-GF-07" TO PAR-NAME.                       SQ228A.1
120000     MOVE   "X3.23-1985 CLOSE REEL/UNIT PHRASE" TO ANSI-REFERENCE.SQ228A.1
120100     IF       MRL-IN-REEL-STATUS EQUAL TO "07"                    SQ228A.1
120200              MOVE 6 TO MRL-EXPECT-SEQ                            SQ228A.1
120300     ELSE                                                         SQ228A.1
120400              MOVE 21 TO MRL-EXPECT-SEQ.                          SQ228A.1
120500     IF       MRL-AFTER-REEL-SEQ EQUAL TO MRL-EXPECT-SEQ          SQ228A.1
120600              PERFORM PASS                                        SQ228A.1
120700              PERFORM PRINT-DETAIL                                SQ228A.1
120800     ELSE                                                         SQ228A.1
120900              PERFORM FAIL                                        SQ228A.1
121000              MOVE  MRL-EXPECT-SEQ TO CORRECT-N                   SQ228A.1
121100              MOVE  MRL-AFTER-REEL-SEQ TO COMPUTED-N              SQ228A.1
121200              MOVE  "WRONG RECORD READ AFTER INPUT CLOSE REEL"    SQ228A.1
121300                    TO RE-MARK                                    SQ228A.1
121400              PERFORM PRINT-DETAIL.                               SQ228A.1
121500*                                                                 SQ228A.1
121600*    08 -- CLOSE UNIT ON AN INPUT FILE MUST SUCCEED.              SQ228A.1
121700 MRL-TEST-GF-08.                                                  SQ228A.1
121800     MOVE     "CLOSE UNIT INPUT    " TO FEATURE.                  SQ228A.1
121900     MOVE     "MRL-TEST-GF-08" TO PAR-NAME.                       SQ228A.1
122000     MOVE   "X3.23-1985 CLOSE REEL/UNIT PHRASE" TO ANSI-REFERENCE.SQ228A.1
122100     IF       MRL-IN-UNIT-STATUS EQUAL TO "00"                    SQ228A.1
122200              PERFORM PASS                                        SQ228A.1
122300              PERFORM PRINT-DETAIL                                SQ228A.1
122400              GO TO MRL-TEST-GF-09.                               SQ228A.1
122500     IF       MRL-IN-UNIT-STATUS EQUAL TO "07"                    SQ228A.1
122600              PERFORM INSPT                                       SQ228A.1
122700              MOVE  "STATUS 07 - WORK FILE NOT ON A REEL MEDIUM"  SQ228A.1
122800                    TO RE-MARK                                    SQ228A.1
122900              PERFORM PRINT-DETAIL                                SQ228A.1
123000              GO TO MRL-TEST-GF-09.                               SQ228A.1
123100     PERFORM  FAIL.                                               SQ228A.1
123200     MOVE     "00" TO CORRECT-A.                                  SQ228A.1
123300     MOVE     MRL-IN-UNIT-STATUS TO COMPUTED-A.                   SQ228A.1
123400     MOVE     "CLOSE UNIT STATUS WRONG ON INPUT FILE" TO RE-MARK. SQ228A.1
123500     PERFORM  PRINT-DETAIL.                                       SQ228A.1
123600*                                                                 SQ228A.1
123700*    09 -- THE READ AFTER AN INPUT CLOSE UNIT MUST DELIVER THE    SQ228A.1
123800*          FIRST RECORD OF VOLUME 3 (41); RECORD 7 WHEN THE FILE  SQ228A.1
123900*          IS NOT ON A REEL MEDIUM.                               SQ228A.1
124000 MRL-TEST-GF-09.                                                  SQ228A.1
124100     MOVE     "READ AFTER CLS UNIT " TO FEATURE.                  SQ228A.1
124200     MOVE     "MRL-TEST-GF-09" TO PAR-NAME.                       SQ228A.1
124300     MOVE   "X3.23-1985 CLOSE REEL/UNIT PHRASE" TO ANSI-REFERENCE.SQ228A.1
124400     IF       MRL-IN-UNIT-STATUS EQUAL TO "07"                    SQ228A.1
124500              MOVE 7 TO MRL-EXPECT-SEQ                            SQ228A.1
124600     ELSE                                                         SQ228A.1
124700              MOVE 41 TO MRL-EXPECT-SEQ.                          SQ228A.1
124800     IF       MRL-AFTER-UNIT-SEQ EQUAL TO MRL-EXPECT-SEQ          SQ228A.1
124900              PERFORM PASS                                        SQ228A.1
125000              PERFORM PRINT-DETAIL                                SQ228A.1
125100     ELSE                                                         SQ228A.1
125200              PERFORM FAIL                                        SQ228A.1
125300              MOVE  MRL-EXPECT-SEQ TO CORRECT-N                   SQ228A.1
125400              MOVE  MRL-AFTER-UNIT-SEQ TO COMPUTED-N              SQ228A.1
125500              MOVE  "WRONG RECORD READ AFTER INPUT CLOSE UNIT"    SQ228A.1
125600                    TO RE-MARK                                    SQ228A.1
125700              PERFORM PRINT-DETAIL.                               SQ228A.1
125800*                                                                 SQ228A.1
125900*    10 -- THE FINAL CLOSE OF THE MULTI-REEL FILE, ON OUTPUT AND  SQ228A.1
126000*          ON INPUT, MUST RETURN STATUS 00.                       SQ228A.1
126100*                                                                 SQ228A.1
126200 MRL-TEST-GF-10.                                                  SQ228A.1
126300     CLOSE    SQ-FS1.                                             SQ228A.1
126400     MOVE     SQ-FS1-STATUS TO MRL-IN-CLOSE-STATUS.               SQ228A.1
126500     MOVE     "FINAL CLOSE         " TO FEATURE.                  SQ228A.1
126600     MOVE     "MRL-TEST-GF-10" TO PAR-NAME.                       SQ228A.1
126700     MOVE   "X3.23-1985 CLOSE STATEMENT" TO ANSI-REFERENCE.       SQ228A.1
126800     IF       MRL-CLOSE-PAIR EQUAL TO "00 00"                     SQ228A.1
126900              PERFORM PASS                                        SQ228A.1
127000              PERFORM PRINT-DETAIL                                SQ228A.1
127100     ELSE                                                         SQ228A.1
127200              PERFORM FAIL                                        SQ228A.1
127300              MOVE  "00 00" TO CORRECT-A                          SQ228A.1
127400              MOVE  MRL-CLOSE-PAIR TO COMPUTED-A                  SQ228A.1
127500              MOVE  "FINAL CLOSE STATUS WRONG (OUTPUT INPUT)"     SQ228A.1
127600                    TO RE-MARK                                    SQ228A.1
127700              PERFORM PRINT-DETAIL.                               SQ228A.1
127800     GO TO    CCVS-999999.                                        SQ228A.1
127900 MRL-WRITE-RECORD.                                                SQ228A.1
128000     ADD      1 TO MRL-WRITE-SUB.                                 SQ228A.1
128100     MOVE     SPACE TO SQ-FS1R1-F-G-120.                          SQ228A.1
128200     MOVE     1 TO SQ-FS1-FILE-NO.                                SQ228A.1
128300     MOVE     MRL-WRITE-SUB TO SQ-FS1-SEQ-NO.                     SQ228A.1
128400     MOVE     "SQ228A MULTREL" TO SQ-FS1-CHECK.                   SQ228A.1
128500     WRITE    SQ-FS1R1-F-G-120.                                   SQ228A.1
128600 MRL-READ-RECORD.                                                 SQ228A.1
128700     READ     SQ-FS1 AT END MOVE "Y" TO MRL-EOF-SW                SQ228A.1
128800              MOVE SQ-FS1-STATUS TO MRL-EOF-STATUS.               SQ228A.1
128900     IF       MRL-EOF-SW NOT EQUAL TO "Y"                         SQ228A.1
129000         ADD  1 TO MRL-READ-COUNT                                 SQ228A.1
129100         IF   SQ-FS1-SEQ-NO NOT EQUAL TO MRL-EXPECT-SEQ           SQ228A.1
129200              MOVE "N" TO MRL-ORDER-SW                            SQ228A.1
129300              ADD 1 TO MRL-EXPECT-SEQ                             SQ228A.1
129400         ELSE                                                     SQ228A.1
129500              ADD 1 TO MRL-EXPECT-SEQ.                            SQ228A.1
129600 CCVS-EXIT SECTION.                                               SQ228A.1
129700 CCVS-999999.                                                     SQ228A.1
129800     GO TO CLOSE-FILES.                                           SQ228A.1
