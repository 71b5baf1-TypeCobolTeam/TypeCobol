000100 IDENTIFICATION DIVISION.                                         SQ227A.1
000200 PROGRAM-ID.                                                      SQ227A.1
000300     SQ227A.                                                      SQ227A.1
000400****************************************************************  SQ227A.1
000500*                                                              *  SQ227A.1
000600*    VALIDATION FOR:-                                          *  SQ227A.1
000700*                                                              *  SQ227A.1
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ227A.1
000900*                                                              *  SQ227A.1
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ227A.1
001100*                                                              *  SQ227A.1
001200****************************************************************  SQ227A.1
001300*                                                              *  SQ227A.1
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SQ227A.1
001500*                                                              *  SQ227A.1
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SQ227A.1
001700*        X-62  - RAW-DATA HISTORY FILE.                        *  SQ227A.1
001800*        X-82  - SOURCE COMPUTER NAME.                         *  SQ227A.1
001900*        X-83  - OBJECT COMPUTER NAME.                         *  SQ227A.1
002000*                                                              *  SQ227A.1
002100****************************************************************  SQ227A.1
002200*        X-01  - SEQUENTIAL TAPE FILE (SQ-FS1, POSITION 1).    *  SQ227A.1
002300*        X-02  - SEQUENTIAL TAPE FILE (SQ-FS2, POSITION 2).    *  SQ227A.1
002400*        X-03  - SEQUENTIAL TAPE FILE (SQ-FS3, POSITION 3).    *  SQ227A.1
002500*                                                              *  SQ227A.1
002600****************************************************************  SQ227A.1
002700*                                                                 SQ227A.1
002800*        THIS ROUTINE TESTS A MULTIPLE-FILE TAPE SET.  THREE      SQ227A.1
002900*    FILES ARE NAMED IN THE MULTIPLE FILE TAPE CLAUSE OF THE      SQ227A.1
003000*    I-O-CONTROL PARAGRAPH AT POSITIONS 1, 2 AND 3 AND ARE        SQ227A.1
003100*    WRITTEN ONE BEHIND THE OTHER ON THE SAME VOLUME SET: FILE 1  SQ227A.1
003200*    IS CLOSED WITH NO REWIND, AND FILES 2 AND 3 ARE OPENED       SQ227A.1
003300*    OUTPUT WITH NO REWIND SO THAT EACH FOLLOWS ITS               SQ227A.1
003400*    PREDECESSOR'S TRAILER LABEL.  THE SET IS THEN READ BACK:     SQ227A.1
003500*    FILE 1 FROM THE LOAD POINT, FILE 2 BY OPEN INPUT WITH NO     SQ227A.1
003600*    REWIND FROM WHERE FILE 1 LEFT THE TAPE, AND FILE 3 BY AN     SQ227A.1
003700*    ORDINARY OPEN THAT MUST FIND IT FROM THE POSITION CLAUSE     SQ227A.1
003800*    ALONE.  EVERY RECORD CARRIES ITS FILE NUMBER AND A           SQ227A.1
003900*    SEQUENCE NUMBER, SO A READ THAT STRAYS ACROSS A FILE         SQ227A.1
004000*    BOUNDARY OR LOSES A RECORD IS SEEN.  FILE 3 IS FINALLY       SQ227A.1
004100*    CLOSED WITH LOCK AND AN ATTEMPT IS MADE TO REOPEN IT.        SQ227A.1
004200*                                                                 SQ227A.1
004300*        ON A TARGET WHOSE WORK FILES ARE NOT ON A REEL MEDIUM    SQ227A.1
004400*    CLOSE WITH NO REWIND RETURNS STATUS 07; THAT TEST THEN       SQ227A.1
004500*    PRINTS INSPT INSTEAD OF PASS.                                SQ227A.1
004600*                                                                 SQ227A.1
004700*    THE ELEMENTS TESTED IN THIS ROUTINE ARE:                     SQ227A.1
004800*                                                                 SQ227A.1
004900*    (1) MULTIPLE FILE TAPE CONTAINS ... POSITION;                SQ227A.1
005000*    (2) OPEN OUTPUT AND OPEN INPUT WITH NO REWIND;               SQ227A.1
005100*    (3) CLOSE WITH NO REWIND;                                    SQ227A.1
005200*    (4) FILE BOUNDARIES AND AT END ON EACH FILE OF THE SET;      SQ227A.1
005300*    (5) CLOSE WITH LOCK, AND THE STATUS OF A LATER OPEN OF THE   SQ227A.1
005400*        LOCKED FILE (38) AND OF ANOTHER FILE OF THE SET (00).    SQ227A.1
005500*                                                                 SQ227A.1
005600*        THE VOLUMES OF THE SET ARE LOGGED TO TVLOG FOR MOUNT     SQ227A.1
005700*    PLANNING -- SEE TAPE-VOL-EVIDENCE.                           SQ227A.1
005800 ENVIRONMENT DIVISION.                                            SQ227A.1
005900 CONFIGURATION SECTION.                                           SQ227A.1
006000  SOURCE-COMPUTER.                                                SQ227A.1
006100     COPY X082.                                                   SQ227A.1
006200  OBJECT-COMPUTER.                                                SQ227A.1
006300     COPY X083.                                                   SQ227A.1
006400  INPUT-OUTPUT SECTION.                                           SQ227A.1
006500  FILE-CONTROL.                                                   SQ227A.1
006600     SELECT RAW-DATA   ASSIGN TO                                  SQ227A.1
006700     COPY X062.                                                   SQ227A.1
006800            ORGANIZATION IS INDEXED                               SQ227A.1
006900            ACCESS MODE IS RANDOM                                 SQ227A.1
007000            RECORD KEY IS RAW-DATA-KEY.                           SQ227A.1
007100     SELECT PRINT-FILE ASSIGN TO                                  SQ227A.1
007200     COPY X055.                                                   SQ227A.1
007300     SELECT CSV-FILE ASSIGN TO CSVOUT                             SQ227A.1
007400         ORGANIZATION IS LINE SEQUENTIAL.                         SQ227A.1
007500*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       SQ227A.1
007600*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             SQ227A.1
007700*    WINDOW "N".                                                  SQ227A.1
007800     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              SQ227A.1
007900         ORGANIZATION IS SEQUENTIAL                               SQ227A.1
008000         FILE STATUS IS WS-WINDOWID-STATUS.                       SQ227A.1
008100*    COMPILE-LEVEL LOG -- ONE RECORD PER SHARED K6 MEMBER THIS    SQ227A.1
008200*    LOAD MODULE WAS COMPILED WITH; SEE K6MLEV.CPY AND K6STAL.    SQ227A.1
008300     SELECT COMPILE-LEVEL-LOG ASSIGN TO COMPLVL                   SQ227A.1
008400         ORGANIZATION IS SEQUENTIAL.                              SQ227A.1
008500     SELECT SQ-FS1 ASSIGN TO                                      SQ227A.1
008600     COPY X001.                                                   SQ227A.1
008700            ORGANIZATION IS SEQUENTIAL                            SQ227A.1
008800            ACCESS MODE IS SEQUENTIAL                             SQ227A.1
008900            FILE STATUS IS SQ-FS1-STATUS.                         SQ227A.1
009000     SELECT SQ-FS2 ASSIGN TO                                      SQ227A.1
009100     COPY X002.                                                   SQ227A.1
009200            ORGANIZATION IS SEQUENTIAL                            SQ227A.1
009300            ACCESS MODE IS SEQUENTIAL                             SQ227A.1
009400            FILE STATUS IS SQ-FS2-STATUS.                         SQ227A.1
009500     SELECT SQ-FS3 ASSIGN TO                                      SQ227A.1
009600     COPY X003.                                                   SQ227A.1
009700            ORGANIZATION IS SEQUENTIAL                            SQ227A.1
009800            ACCESS MODE IS SEQUENTIAL                             SQ227A.1
009900            FILE STATUS IS SQ-FS3-STATUS.                         SQ227A.1
010000*    OPTIONAL VOLUME-SERIAL/DEVICE-CLASS CARD FILE WRITTEN BY     SQ227A.1
010100*    THE OPERATING JCL, AND THE TAPE-VOLUME LOG THE HARNESS       SQ227A.1
010200*    APPENDS FOR EVERY VOLUME OF EVERY TAPE FILE THIS RUN         SQ227A.1
010300*    WRITES -- SEE TAPE-VOL-EVIDENCE.                             SQ227A.1
010400     SELECT OPTIONAL VOL-INFO ASSIGN TO VOLSERIN                  SQ227A.1
010500         ORGANIZATION IS SEQUENTIAL                               SQ227A.1
010600         FILE STATUS IS WS-VOLINFO-STATUS.                        SQ227A.1
010700     SELECT TAPE-VOL-LOG ASSIGN TO TVLOG                          SQ227A.1
010800         ORGANIZATION IS SEQUENTIAL.                              SQ227A.1
010900 I-O-CONTROL.                                                     SQ227A.1
011000     MULTIPLE FILE TAPE CONTAINS SQ-FS1 POSITION 1                SQ227A.1
011100                                 SQ-FS2 POSITION 2                SQ227A.1
011200                                 SQ-FS3 POSITION 3.               SQ227A.1
011300 DATA DIVISION.                                                   SQ227A.1
011400 FILE SECTION.                                                    SQ227A.1
011500*                                                                 SQ227A.1
011600 FD  RAW-DATA.                                                    SQ227A.1
011700*                                                                 SQ227A.1
011800 01  RAW-DATA-SATZ.                                               SQ227A.1
011900     05  RAW-DATA-KEY.                                            SQ227A.1
012000         10  RAW-DATA-TARGET  PIC X(8).                           SQ227A.1
012100         10  RAW-DATA-PGM-ID  PIC X(6).                           SQ227A.1
012200         10  RAW-DATA-RUN-DT  PIC 9(8).                           SQ227A.1
012300         10  RAW-DATA-RUN-SEQ PIC 99.                             SQ227A.1
012400*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              SQ227A.1
012500*    K6RAWDS.CPY.                                                 SQ227A.1
012600     05  RAW-DATA-WINDOW     PIC X(1).                            SQ227A.1
012700     05  C-DATE              PIC 9(8).                            SQ227A.1
012800     05  C-TIME              PIC 9(8).                            SQ227A.1
012900     05  C-NO-OF-TESTS       PIC 99.                              SQ227A.1
013000     05  C-OK                PIC 999.                             SQ227A.1
013100     05  C-ALL               PIC 999.                             SQ227A.1
013200     05  C-FAIL              PIC 999.                             SQ227A.1
013300     05  C-DELETED           PIC 999.                             SQ227A.1
013400     05  C-INSPECT           PIC 999.                             SQ227A.1
013500     05  C-NOTE              PIC X(13).                           SQ227A.1
013600     05  C-INDENT            PIC X.                               SQ227A.1
013700     05  C-ABORT             PIC X(8).                            SQ227A.1
013800     05  C-END-DATE          PIC 9(8).                            SQ227A.1
013900     05  C-END-TIME          PIC 9(8).                            SQ227A.1
014000     05  C-SRC-REV           PIC 9(3).                            SQ227A.1
014100     05  C-FILE-CATALOG OCCURS 2 TIMES.                           SQ227A.1
014200         10  C-FILE-NAME         PIC X(6).                        SQ227A.1
014300         10  C-FILE-ORG          PIC X(2).                        SQ227A.1
014400         10  C-FILE-LABEL        PIC X(1).                        SQ227A.1
014500         10  C-FILE-BLKSIZE      PIC 9(4).                        SQ227A.1
014600         10  C-FILE-RECORDS      PIC 9(6).                        SQ227A.1
014700     05  C-MODULE-ID         PIC X(2).                            SQ227A.1
014800     05  C-MODULE-PCT        PIC 999V99.                          SQ227A.1
014900     05  C-SEV-HIGH          PIC X(1).                            SQ227A.1
015000*    RUN-DISPOSITION (SEE K6RAWDS.CPY) -- SET BY A LATER          SQ227A.1
015100*    COMPLETED RERUN OF THE SAME DAY.                             SQ227A.1
015200     05  C-SUPERSEDED        PIC X(1).                            SQ227A.1
015300     05  C-SUPERSEDE-SEQ     PIC 99.                              SQ227A.1
015400*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           SQ227A.1
015500     05  C-XFAIL             PIC 999.                             SQ227A.1
015600*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           SQ227A.1
015700     05  C-LAYOUT-VER        PIC X(3).                            SQ227A.1
015800*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     SQ227A.1
015900     05  C-OPT-PROFILE       PIC X(8).                            SQ227A.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
016000 FD  PRINT-FILE                                                   SQ227A.1
016100*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SQ227A.1
016200*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SQ227A.1
016300*    DEPTH IS A SITE SETTING INSTEAD OF A LITERAL IN WRITE-LINE.  SQ227A.1
016400     LINAGE IS K6-PAGE-BODY-LINES LINES                           SQ227A.1
016500         WITH FOOTING AT K6-PAGE-FOOTING-LINE                     SQ227A.1
016600         LINES AT TOP K6-PAGE-TOP-MARGIN.                         SQ227A.1
016700 01  PRINT-REC PICTURE X(120).                                    SQ227A.1
016800 01  DUMMY-RECORD PICTURE X(120).                                 SQ227A.1
016900 FD  CSV-FILE                                                     SQ227A.1
017000     LABEL RECORDS ARE STANDARD.                                  SQ227A.1
017100 01  CSV-REC                         PIC X(194).                  SQ227A.1
017200 FD  WINDOW-IDENT                                                 SQ227A.1
017300     LABEL RECORDS ARE STANDARD.                                  SQ227A.1
017400 01  WI-WINDOW-CARD.                                              SQ227A.1
017500     05  WI-WINDOW-ID         PIC X(1).                           SQ227A.1
017600     05  FILLER               PIC X(79).                          SQ227A.1
017700 FD  COMPILE-LEVEL-LOG                                            SQ227A.1
017800     LABEL RECORDS ARE STANDARD.                                  SQ227A.1
017900 01  CL-LEVEL-REC.                                                SQ227A.1
018000     05  CL-PGM-ID            PIC X(6).                           SQ227A.1
018100     05  FILLER               PIC X(1).                           SQ227A.1
018200     05  CL-MEMBER-NAME       PIC X(8).                           SQ227A.1
018300     05  FILLER               PIC X(1).                           SQ227A.1
018400     05  CL-MEMBER-LEVEL      PIC 9(3).                           SQ227A.1
018500     05  FILLER               PIC X(1).                           SQ227A.1
018600     05  CL-RUN-DATE          PIC 9(8).                           SQ227A.1
018700     05  FILLER               PIC X(52).                          SQ227A.1
018800 FD  SQ-FS1                                                       SQ227A.1
018900     LABEL RECORDS ARE STANDARD                                   SQ227A.1
019000     DATA RECORD IS SQ-FS1R1-F-G-120.                             SQ227A.1
019100 01  SQ-FS1R1-F-G-120.                                            SQ227A.1
019200     05  SQ-FS1-FILE-NO              PIC 9(1).                    SQ227A.1
019300     05  SQ-FS1-SEQ-NO               PIC 9(6).                    SQ227A.1
019400     05  SQ-FS1-CHECK                PIC X(14).                   SQ227A.1
019500     05  FILLER                      PIC X(99).                   SQ227A.1
019600 FD  SQ-FS2                                                       SQ227A.1
019700     LABEL RECORDS ARE STANDARD                                   SQ227A.1
019800     DATA RECORD IS SQ-FS2R1-F-G-120.                             SQ227A.1
019900 01  SQ-FS2R1-F-G-120.                                            SQ227A.1
020000     05  SQ-FS2-FILE-NO              PIC 9(1).                    SQ227A.1
020100     05  SQ-FS2-SEQ-NO               PIC 9(6).                    SQ227A.1
020200     05  SQ-FS2-CHECK                PIC X(14).                   SQ227A.1
020300     05  FILLER                      PIC X(99).                   SQ227A.1
020400 FD  SQ-FS3                                                       SQ227A.1
020500     LABEL RECORDS ARE STANDARD                                   SQ227A.1
020600     DATA RECORD IS SQ-FS3R1-F-G-120.                             SQ227A.1
020700 01  SQ-FS3R1-F-G-120.                                            SQ227A.1
020800     05  SQ-FS3-FILE-NO              PIC 9(1).                    SQ227A.1
020900     05  SQ-FS3-SEQ-NO               PIC 9(6).                    SQ227A.1
021000     05  SQ-FS3-CHECK                PIC X(14).                   SQ227A.1
021100     05  FILLER                      PIC X(99).                   SQ227A.1
021200 FD  VOL-INFO                                                     SQ227A.1
021300     LABEL RECORDS ARE STANDARD.                                  SQ227A.1
021400 01  VI-INFO-REC.                                                 SQ227A.1
021500     05  VI-FILE-NAME         PIC X(8).                           SQ227A.1
021600     05  FILLER               PIC X(1).                           SQ227A.1
021700     05  VI-VOLSER            PIC X(6).                           SQ227A.1
021800     05  FILLER               PIC X(1).                           SQ227A.1
021900     05  VI-DEV-CLASS         PIC X(8).                           SQ227A.1
022000     05  FILLER               PIC X(56).                          SQ227A.1
022100 FD  TAPE-VOL-LOG                                                 SQ227A.1
022200     LABEL RECORDS ARE STANDARD.                                  SQ227A.1
022300 01  TV-VOLUME-REC.                                               SQ227A.1
022400     05  TV-TARGET-ID         PIC X(8).                           SQ227A.1
022500     05  TV-PGM-ID            PIC X(6).                           SQ227A.1
022600     05  TV-RUN-DATE          PIC 9(8).                           SQ227A.1
022700     05  TV-RUN-SEQ           PIC 99.                             SQ227A.1
022800     05  TV-FILE-NAME         PIC X(8).                           SQ227A.1
022900     05  TV-ROLE              PIC X(4).                           SQ227A.1
023000     05  TV-VOLSER            PIC X(6).                           SQ227A.1
023100     05  TV-DEV-CLASS         PIC X(8).                           SQ227A.1
023200 WORKING-STORAGE SECTION.                                         SQ227A.1
023300 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     SQ227A.1
023400 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       SQ227A.1
023500*    EXPECTED-FAIL VERDICT SUPPORT -- SAME CONVENTION AS THE      SQ227A.1
023600*    K6SCA HARNESS: A TEST COVERING A CONFIRMED VENDOR DEFECT     SQ227A.1
023700*    SETS XFAIL-DEFECT-ID AND PERFORMS XFAIL (FAILED AS           SQ227A.1
023800*    DOCUMENTED) OR XFAIL-PASSED (THE LOUD SURPRISE).             SQ227A.1
023900 01  XFAIL-COUNTER                 PICTURE 999   VALUE ZERO.      SQ227A.1
024000 01  XFAIL-SURPRISE-COUNTER        PICTURE 999   VALUE ZERO.      SQ227A.1
024100 01  XFAIL-DEFECT-ID               PICTURE X(8)  VALUE SPACE.     SQ227A.1
024200 01  XFAIL-ALERT-LINE.                                            SQ227A.1
024300     02 FILLER                     PICTURE X(31) VALUE            SQ227A.1
024400        " ** EXPECTED-FAIL TEST PASSED -".                        SQ227A.1
024500     02 FILLER                     PICTURE X(8)  VALUE " DEFECT ".SQ227A.1
024600     02 XFAIL-ALERT-DEFECT         PICTURE X(8)  VALUE SPACE.     SQ227A.1
024700     02 FILLER                     PICTURE X(19) VALUE            SQ227A.1
024800        " MAY BE FIXED **   ".                                    SQ227A.1
024900     02 FILLER                     PICTURE X(54) VALUE SPACE.     SQ227A.1
025000*    PER-TEST WATCHDOG -- SAME CONVENTION AS THE K6SCA            SQ227A.1
025100*    HARNESS: A LOOPING TEST PARAGRAPH PERFORMS                   SQ227A.1
025200*    WATCHDOG-CHECK AND, WHEN WATCHDOG-TRIPPED, ABANDONS THE      SQ227A.1
025300*    LOOP AND PERFORMS ABORTED.  THE BUDGET RESTARTS AT EVERY     SQ227A.1
025400*    PRINT-DETAIL.                                                SQ227A.1
025500 01  WDOG-BUDGET-CS                PICTURE 9(7)  VALUE 3000.      SQ227A.1
025600 01  WDOG-START-CS                 PICTURE 9(7)  VALUE ZERO.      SQ227A.1
025700 01  WDOG-NOW-CS                   PICTURE 9(7)  VALUE ZERO.      SQ227A.1
025800 01  WDOG-TIME-RAW                 PICTURE 9(8)  VALUE ZERO.      SQ227A.1
025900 01  WDOG-TIME-RAW-R REDEFINES WDOG-TIME-RAW.                     SQ227A.1
026000     05  WDOG-HH                   PICTURE 99.                    SQ227A.1
026100     05  WDOG-MM                   PICTURE 99.                    SQ227A.1
026200     05  WDOG-SS                   PICTURE 99.                    SQ227A.1
026300     05  WDOG-CC                   PICTURE 99.                    SQ227A.1
026400 01  WDOG-TRIPPED-SW               PICTURE X     VALUE "N".       SQ227A.1
026500     88  WATCHDOG-TRIPPED                        VALUE "Y".       SQ227A.1
026600 01  ABORTED-COUNTER               PICTURE 999   VALUE ZERO.      SQ227A.1
026700*    FULL-WIDTH OPERAND AREAS -- SEE COMPUTED-FULL IN             SQ227A.1
026800*    K6SCA_DATA: A WIDE-OPERAND COMPARISON FILLS THEM, THE        SQ227A.1
026900*    FAILURE PATH PRINTS THEM IN 40-BYTE SEGMENTS WITH THE        SQ227A.1
027000*    FIRST DIFFERING BYTE, AND THE CSV DETAIL ROW IS FOLLOWED     SQ227A.1
027100*    BY "C" CONTINUATION RECORDS (K6CSVE.CPY).                    SQ227A.1
027200 01  COMPUTED-FULL                 PICTURE X(120) VALUE SPACE.    SQ227A.1
027300 01  CORRECT-FULL                  PICTURE X(120) VALUE SPACE.    SQ227A.1
027400 01  FULL-DIFF-OFFSET              PICTURE 9(3)  VALUE ZERO.      SQ227A.1
027500 01  FULL-SCAN-SUB                 PICTURE 9(3)  VALUE ZERO.      SQ227A.1
027600 01  FULL-SEG-SUB                  PICTURE 9(3)  VALUE ZERO.      SQ227A.1
027700 01  FULL-OPERAND-LINE.                                           SQ227A.1
027800     02 FULL-LINE-LABEL            PICTURE X(10) VALUE SPACE.     SQ227A.1
027900     02 FULL-LINE-OFFSET           PICTURE ZZ9.                   SQ227A.1
028000     02 FILLER                     PICTURE X(2)  VALUE ": ".      SQ227A.1
028100     02 FULL-LINE-TEXT             PICTURE X(40) VALUE SPACE.     SQ227A.1
028200     02 FILLER                     PICTURE X(65) VALUE SPACE.     SQ227A.1
028300 01  FULL-DIFF-LINE.                                              SQ227A.1
028400     02 FILLER                     PICTURE X(33) VALUE            SQ227A.1
028500        " FIRST DIFFERING BYTE AT OFFSET ".                       SQ227A.1
028600     02 FULL-DIFF-OFFSET-T         PICTURE ZZ9.                   SQ227A.1
028700     02 FILLER                     PICTURE X(84) VALUE SPACE.     SQ227A.1
028800 01  SQ-FS1-STATUS                 PICTURE XX    VALUE SPACE.     SQ227A.1
028900 01  SQ-FS2-STATUS                 PICTURE XX    VALUE SPACE.     SQ227A.1
029000 01  SQ-FS3-STATUS                 PICTURE XX    VALUE SPACE.     SQ227A.1
029100 01  MFT-WRITE-SUB                 PICTURE 9(3)  VALUE ZERO.      SQ227A.1
029200 01  MFT-READ-COUNT                PICTURE 9(3)  VALUE ZERO.      SQ227A.1
029300 01  MFT-EXPECT-FILE               PICTURE 9     VALUE ZERO.      SQ227A.1
029400 01  MFT-EXPECT-SEQ                PICTURE 9(6)  VALUE ZERO.      SQ227A.1
029500 01  MFT-GOT-FILE                  PICTURE 9     VALUE ZERO.      SQ227A.1
029600 01  MFT-GOT-SEQ                   PICTURE 9(6)  VALUE ZERO.      SQ227A.1
029700 01  MFT-ORDER-SW                  PICTURE X     VALUE "Y".       SQ227A.1
029800 01  MFT-EOF-SW                    PICTURE X     VALUE "N".       SQ227A.1
029900 01  MFT-EOF-STATUS                PICTURE XX    VALUE SPACE.     SQ227A.1
030000*    STATUS PAIRS AND THE FIRST-RECORD VIEW ARE BUILT TO PRINT    SQ227A.1
030100*    AS ONE COMPUTED OPERAND.                                     SQ227A.1
030200 01  MFT-OPEN-NR-PAIR.                                            SQ227A.1
030300     05  MFT-OPEN2-STATUS          PICTURE XX    VALUE SPACE.     SQ227A.1
030400     05  FILLER                    PICTURE X     VALUE SPACE.     SQ227A.1
030500     05  MFT-OPEN3-STATUS          PICTURE XX    VALUE SPACE.     SQ227A.1
030600 01  MFT-CLOSE-NR-PAIR.                                           SQ227A.1
030700     05  MFT-CLOSE1-STATUS         PICTURE XX    VALUE SPACE.     SQ227A.1
030800     05  FILLER                    PICTURE X     VALUE SPACE.     SQ227A.1
030900     05  MFT-CLOSE2-STATUS         PICTURE XX    VALUE SPACE.     SQ227A.1
031000 01  MFT-FIRST-VIEW.                                              SQ227A.1
031100     05  MFT-OPEN-STATUS           PICTURE XX    VALUE SPACE.     SQ227A.1
031200     05  FILLER                    PICTURE X     VALUE SPACE.     SQ227A.1
031300     05  MFT-FIRST-FILE            PICTURE 9     VALUE ZERO.      SQ227A.1
031400     05  FILLER                    PICTURE X     VALUE "/".       SQ227A.1
031500     05  MFT-FIRST-SEQ             PICTURE 9(6)  VALUE ZERO.      SQ227A.1
031600 01  MFT-LOCK-STATUS               PICTURE XX    VALUE SPACE.     SQ227A.1
031700 01  MFT-RELOCK-STATUS             PICTURE XX    VALUE SPACE.     SQ227A.1
031800*--------------------------------------------------------------   SQ227A.1
031900* TAPE-VOLUME LOG -- THE OPERATING JCL WRITES ONE VOLSERIN CARD   SQ227A.1
032000* PER VOLUME OF EACH TAPE FILE (FILE NAME, VOLUME SERIAL,         SQ227A.1
032100* DEVICE CLASS), IN MOUNT ORDER.  THE HARNESS WRITES ONE TVLOG    SQ227A.1
032200* RECORD PER CARD, KEYED LIKE RAW-DATA, SO K6TVLK LISTS EVERY     SQ227A.1
032300* VOLUME OF THE SET IN THE ORDER IT MUST BE MOUNTED.  A FILE      SQ227A.1
032400* WITHOUT A CARD LOGS ONE RECORD WITH VOLSER "NONE".              SQ227A.1
032500*--------------------------------------------------------------   SQ227A.1
032600 01  WS-VOLINFO-STATUS            PIC X(2) VALUE SPACE.           SQ227A.1
032700 77  WS-VOLINFO-COUNT             PIC S9(4) COMP VALUE ZERO.      SQ227A.1
032800 77  WS-VOLINFO-SUB               PIC S9(4) COMP VALUE ZERO.      SQ227A.1
032900 77  WS-TV-VOLUME-COUNT           PIC S9(4) COMP VALUE ZERO.      SQ227A.1
033000 01  WS-TV-STAGE.                                                 SQ227A.1
033100     05  WS-TV-FILE-NAME      PIC X(8) VALUE SPACE.               SQ227A.1
033200     05  WS-TV-ROLE           PIC X(4) VALUE SPACE.               SQ227A.1
033300 01  VOL-INFO-TABLE.                                              SQ227A.1
033400     05  VOL-INFO-ENTRY OCCURS 10 TIMES.                          SQ227A.1
033500         10  VOL-FILE-NAME        PIC X(8).                       SQ227A.1
033600         10  VOL-VOLSER           PIC X(6).                       SQ227A.1
033700         10  VOL-DEV-CLASS        PIC X(8).                       SQ227A.1
033800 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    SQ227A.1
033900 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     SQ227A.1
034000 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     SQ227A.1
034100 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     SQ227A.1
034200 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     SQ227A.1
034300 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     SQ227A.1
034400 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     SQ227A.1
034500 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     SQ227A.1
034600 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     SQ227A.1
034700 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     SQ227A.1
034800*--------------------------------------------------------------   SQ227A.1
034900*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       SQ227A.1
035000*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 SQ227A.1
035100*--------------------------------------------------------------   SQ227A.1
035200 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          SQ227A.1
035300 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         SQ227A.1
035400     05  WS-TIME-NOW-HH             PIC 99.                       SQ227A.1
035500     05  WS-TIME-NOW-MM             PIC 99.                       SQ227A.1
035600     05  WS-TIME-NOW-SS             PIC 99.                       SQ227A.1
035700     05  WS-TIME-NOW-CC             PIC 99.                       SQ227A.1
035800 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          SQ227A.1
035900 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       SQ227A.1
036000     05  WS-TIME-LAST-HH            PIC 99.                       SQ227A.1
036100     05  WS-TIME-LAST-MM            PIC 99.                       SQ227A.1
036200     05  WS-TIME-LAST-SS            PIC 99.                       SQ227A.1
036300     05  WS-TIME-LAST-CC            PIC 99.                       SQ227A.1
036400 01  WS-NOW-CS                      PIC 9(7) COMP.                SQ227A.1
036500 01  WS-LAST-CS                     PIC 9(7) COMP.                SQ227A.1
036600 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SQ227A.1
036700 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SQ227A.1
036800     COPY K6TARG.                                                 SQ227A.1
036900     COPY K6COPT.                                                 SQ227A.1
000000     COPY K6SREL.                                                 K6SREL.1
037000     COPY K6CVER.                                                 SQ227A.1
037100     COPY K6SEVT.                                                 SQ227A.1
037200     COPY K6PAGE.                                                 SQ227A.1
037300     COPY K6CSVE.                                                 SQ227A.1
037400     COPY K6MLEV.                                                 SQ227A.1
037500 01  TEST-RESULTS.                                                SQ227A.1
037600     02 FILLER                   PIC X      VALUE SPACE.          SQ227A.1
037700     02 FEATURE                  PIC X(20)  VALUE SPACE.          SQ227A.1
037800     02 FILLER                   PIC X      VALUE SPACE.          SQ227A.1
037900     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SQ227A.1
038000     02 FILLER                   PIC X      VALUE SPACE.          SQ227A.1
038100     02  PAR-NAME.                                                SQ227A.1
038200       03 FILLER                 PIC X(19)  VALUE SPACE.          SQ227A.1
038300       03  PARDOT-X              PIC X      VALUE SPACE.          SQ227A.1
038400       03 DOTVALUE               PIC 99     VALUE ZERO.           SQ227A.1
038500     02 FILLER                   PIC X(8)   VALUE SPACE.          SQ227A.1
038600     02 RE-MARK                  PIC X(61).                       SQ227A.1
038700 01  TEST-COMPUTED.                                               SQ227A.1
038800     02 FILLER                   PIC X(30)  VALUE SPACE.          SQ227A.1
038900     02 FILLER                   PIC X(17)  VALUE                 SQ227A.1
039000            "       COMPUTED=".                                   SQ227A.1
039100     02 COMPUTED-X.                                               SQ227A.1
039200     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SQ227A.1
039300     03 COMPUTED-N               REDEFINES COMPUTED-A             SQ227A.1
039400                                 PIC -9(9).9(9).                  SQ227A.1
039500     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SQ227A.1
039600     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SQ227A.1
039700     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SQ227A.1
039800     03       CM-18V0 REDEFINES COMPUTED-A.                       SQ227A.1
039900         04 COMPUTED-18V0                    PIC -9(18).          SQ227A.1
040000         04 FILLER                           PIC X.               SQ227A.1
040100     03 FILLER PIC X(50) VALUE SPACE.                             SQ227A.1
040200 01  TEST-CORRECT.                                                SQ227A.1
040300     02 FILLER PIC X(30) VALUE SPACE.                             SQ227A.1
040400     02 FILLER PIC X(17) VALUE "       CORRECT =".                SQ227A.1
040500     02 CORRECT-X.                                                SQ227A.1
040600     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SQ227A.1
040700     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SQ227A.1
040800     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SQ227A.1
040900     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SQ227A.1
041000     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SQ227A.1
041100     03      CR-18V0 REDEFINES CORRECT-A.                         SQ227A.1
041200         04 CORRECT-18V0                     PIC -9(18).          SQ227A.1
041300         04 FILLER                           PIC X.               SQ227A.1
041400     03 FILLER PIC X(2) VALUE SPACE.                              SQ227A.1
041500     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SQ227A.1
041600 01  CCVS-C-1.                                                    SQ227A.1
041700     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASQ227A.1
041800-    "SS  PARAGRAPH-NAME                                          SQ227A.1
041900-    "       REMARKS".                                            SQ227A.1
042000     02 FILLER                     PIC X(20)    VALUE SPACE.      SQ227A.1
042100 01  CCVS-C-2.                                                    SQ227A.1
042200     02 FILLER                     PIC X        VALUE SPACE.      SQ227A.1
042300     02 FILLER                     PIC X(6)     VALUE "TESTED".   SQ227A.1
042400     02 FILLER                     PIC X(15)    VALUE SPACE.      SQ227A.1
042500     02 FILLER                     PIC X(4)     VALUE "FAIL".     SQ227A.1
042600     02 FILLER                     PIC X(94)    VALUE SPACE.      SQ227A.1
042700 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SQ227A.1
042800 01  REC-CT                        PIC 99       VALUE ZERO.       SQ227A.1
042900 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SQ227A.1
043000 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SQ227A.1
043100 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SQ227A.1
043200 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SQ227A.1
043300 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SQ227A.1
043400 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SQ227A.1
043500 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SQ227A.1
043600 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SQ227A.1
043700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SQ227A.1
043800 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     SQ227A.1
043900 01  CCVS-H-1.                                                    SQ227A.1
044000     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ227A.1
044100     02  FILLER                    PIC X(42)    VALUE             SQ227A.1
044200     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SQ227A.1
044300     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ227A.1
044400 01  CCVS-H-2A.                                                   SQ227A.1
044500   02  FILLER                        PIC X(40)  VALUE SPACE.      SQ227A.1
044600   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SQ227A.1
044700   02  FILLER                        PIC XXXX   VALUE             SQ227A.1
044800     "4.2 ".                                                      SQ227A.1
044900   02  FILLER                        PIC X(28)  VALUE             SQ227A.1
045000            " COPY - NOT FOR DISTRIBUTION".                       SQ227A.1
045100   02  FILLER                        PIC X(41)  VALUE SPACE.      SQ227A.1
045200*                                                                 SQ227A.1
045300 01  CCVS-H-2B.                                                   SQ227A.1
045400   02  FILLER                        PIC X(15)  VALUE             SQ227A.1
045500            "TEST RESULT OF ".                                    SQ227A.1
045600   02  TEST-ID                       PIC X(9).                    SQ227A.1
045700   02  FILLER                        PIC X(4)   VALUE             SQ227A.1
045800            " IN ".                                               SQ227A.1
045900   02  FILLER                        PIC X(12)  VALUE             SQ227A.1
046000     " HIGH       ".                                              SQ227A.1
046100   02  FILLER                        PIC X(22)  VALUE             SQ227A.1
046200            " LEVEL VALIDATION FOR ".                             SQ227A.1
046300   02  FILLER                        PIC X(58)  VALUE             SQ227A.1
046400     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ227A.1
046500 01  CCVS-H-3.                                                    SQ227A.1
046600     02  FILLER                      PIC X(34)  VALUE             SQ227A.1
046700            " FOR OFFICIAL USE ONLY    ".                         SQ227A.1
046800     02  CCVS-H-3-VERSION            PIC X(58)  VALUE             SQ227A.1
046900     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ227A.1
047000     02  FILLER                      PIC X(28)  VALUE             SQ227A.1
047100            "  COPYRIGHT   1985 ".                                SQ227A.1
047200 01  CCVS-E-1.                                                    SQ227A.1
047300     02 FILLER                       PIC X(52)  VALUE SPACE.      SQ227A.1
047400     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SQ227A.1
047500     02 ID-AGAIN                     PIC X(9).                    SQ227A.1
047600     02 FILLER                       PIC X(45)  VALUE SPACES.     SQ227A.1
047700 01  CCVS-E-2.                                                    SQ227A.1
047800     02  FILLER                      PIC X(31)  VALUE SPACE.      SQ227A.1
047900     02  FILLER                      PIC X(21)  VALUE SPACE.      SQ227A.1
048000     02 CCVS-E-2-2.                                               SQ227A.1
048100         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SQ227A.1
048200         03 FILLER                   PIC X      VALUE SPACE.      SQ227A.1
048300         03 ENDER-DESC               PIC X(44)  VALUE             SQ227A.1
048400            "ERRORS ENCOUNTERED".                                 SQ227A.1
048500 01  CCVS-E-3.                                                    SQ227A.1
048600     02  FILLER                      PIC X(22)  VALUE             SQ227A.1
048700            " FOR OFFICIAL USE ONLY".                             SQ227A.1
048800     02  FILLER                      PIC X(12)  VALUE SPACE.      SQ227A.1
048900     02  FILLER                      PIC X(58)  VALUE             SQ227A.1
049000     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ227A.1
049100     02  FILLER                      PIC X(13)  VALUE SPACE.      SQ227A.1
049200     02 FILLER                       PIC X(15)  VALUE             SQ227A.1
049300             " COPYRIGHT 1985".                                   SQ227A.1
049400 01  CCVS-E-4.                                                    SQ227A.1
049500     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SQ227A.1
049600     02 FILLER                       PIC X(4)   VALUE " OF ".     SQ227A.1
049700     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SQ227A.1
049800     02 FILLER                       PIC X(40)  VALUE             SQ227A.1
049900      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SQ227A.1
050000 01  XXINFO.                                                      SQ227A.1
050100     02 FILLER                       PIC X(19)  VALUE             SQ227A.1
050200            "*** INFORMATION ***".                                SQ227A.1
050300     02 INFO-TEXT.                                                SQ227A.1
050400       04 FILLER                     PIC X(8)   VALUE SPACE.      SQ227A.1
050500       04 XXCOMPUTED                 PIC X(20).                   SQ227A.1
050600       04 FILLER                     PIC X(5)   VALUE SPACE.      SQ227A.1
050700       04 XXCORRECT                  PIC X(20).                   SQ227A.1
050800     02 INF-ANSI-REFERENCE           PIC X(48).                   SQ227A.1
050900 01  HYPHEN-LINE.                                                 SQ227A.1
051000     02 FILLER  PIC IS X VALUE IS SPACE.                          SQ227A.1
051100     02 FILLER  PIC IS X(65)    VALUE IS "************************SQ227A.1
051200-    "*****************************************".                 SQ227A.1
051300     02 FILLER  PIC IS X(54)    VALUE IS "************************SQ227A.1
051400-    "******************************".                            SQ227A.1
051500 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ227A.1
051600     "SQ227A".                                                    SQ227A.1
051700 01  CCVS-PGM-ID-R REDEFINES CCVS-PGM-ID.                         SQ227A.1
051800     02  CCVS-PGM-MODULE-PREFIX     PIC XX.                       SQ227A.1
051900     02  FILLER                     PIC X(7).                     SQ227A.1
052000 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 001.        SQ227A.1
052100 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    SQ227A.1
052200 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       SQ227A.1
052300 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       SQ227A.1
052400 01  WS-PRIOR-SEQ                    PIC 99     VALUE ZERO.       SQ227A.1
052500                                                                  SQ227A.1
052600 PROCEDURE DIVISION.                                              SQ227A.1
052700                                                                  SQ227A.1
052800 CCVS1 SECTION.                                                   SQ227A.1
052900 OPEN-FILES.                                                      SQ227A.1
053000     OPEN I-O RAW-DATA.                                           SQ227A.1
053100     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        SQ227A.1
053200     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         SQ227A.1
053300     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            SQ227A.1
053400     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        SQ227A.1
053500     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              SQ227A.1
053600     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                SQ227A.1
053700     MOVE 1 TO RAW-DATA-SEQ-WS.                                   SQ227A.1
053800 FIND-RUN-KEY.                                                    SQ227A.1
053900     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    SQ227A.1
054000     READ RAW-DATA INVALID KEY GO TO WRITE-RUN-RECORD.            SQ227A.1
054100     ADD 1 TO RAW-DATA-SEQ-WS.                                    SQ227A.1
054200     GO TO FIND-RUN-KEY.                                          SQ227A.1
054300 WRITE-RUN-RECORD.                                                SQ227A.1
054400     MOVE "ABORTED " TO C-ABORT.                                  SQ227A.1
054500     ADD 1 TO C-NO-OF-TESTS.                                      SQ227A.1
054600     MOVE RAW-DATA-RUN-DATE-WS TO C-DATE.                         SQ227A.1
054700     ACCEPT C-TIME  FROM TIME.                                    SQ227A.1
054800     MOVE SPACE TO C-SUPERSEDED.                                  SQ227A.1
054900     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SQ227A.1
055000     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SQ227A.1
055100     MOVE ZERO TO C-XFAIL.                                        SQ227A.1
055200     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
055300     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        SQ227A.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
055400     PERFORM COMPILE-LEVEL-STAMP THRU                             SQ227A.1
055500         COMPILE-LEVEL-STAMP-EXIT.                                SQ227A.1
055600     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SQ227A.1
055700 END-E-1.                                                         SQ227A.1
055800     CLOSE RAW-DATA.                                              SQ227A.1
055900     OPEN    OUTPUT PRINT-FILE.                                   SQ227A.1
056000     OPEN    OUTPUT CSV-FILE.                                     SQ227A.1
056100*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      SQ227A.1
056200*    K6CSVE.CPY.                                                  SQ227A.1
056300     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              SQ227A.1
056400     MOVE K6-TARGET-ID TO CEH-TARGET.                             SQ227A.1
056500     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SQ227A.1
056600     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SQ227A.1
056700     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          SQ227A.1
056800     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      SQ227A.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
056900     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SQ227A.1
057000     WRITE CSV-REC.                                               SQ227A.1
057100     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SQ227A.1
057200-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            SQ227A.1
057300         TO CSV-REC.                                              SQ227A.1
057400     WRITE CSV-REC.                                               SQ227A.1
057500     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  SQ227A.1
057600     MOVE    SPACE TO TEST-RESULTS.                               SQ227A.1
057700     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              SQ227A.1
057800     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             SQ227A.1
057900     PERFORM TAPE-VOL-EVIDENCE THRU TAPE-VOL-EVIDENCE-EXIT.       SQ227A.1
058000     GO TO CCVS1-EXIT.                                            SQ227A.1
058100 CLOSE-FILES.                                                     SQ227A.1
058200     OPEN I-O RAW-DATA.                                           SQ227A.1
058300*    RAW-DATA-KEY STILL HOLDS THE PGM-ID/DATE/SEQ SET BY          SQ227A.1
058400*    OPEN-FILES FOR THIS RUN -- RE-READ THAT SAME RECORD.         SQ227A.1
058500     READ RAW-DATA INVALID KEY GO TO END-E-2.                     SQ227A.1
058600     MOVE "OK.     " TO C-ABORT.                                  SQ227A.1
058700     MOVE PASS-COUNTER TO C-OK.                                   SQ227A.1
058800     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               SQ227A.1
058900         INSPECT-COUNTER + DELETE-COUNTER + XFAIL-COUNTER.        SQ227A.1
059000     MOVE ERROR-COUNTER TO C-FAIL.                                SQ227A.1
059100     MOVE DELETE-COUNTER TO C-DELETED.                            SQ227A.1
059200     MOVE INSPECT-COUNTER TO C-INSPECT.                           SQ227A.1
059300     MOVE XFAIL-COUNTER TO C-XFAIL.                               SQ227A.1
059400     MOVE CCVS-PGM-MODULE-PREFIX TO C-MODULE-ID.                  SQ227A.1
059500     IF (PASS-COUNTER + ERROR-COUNTER + INSPECT-COUNTER +         SQ227A.1
059600         DELETE-COUNTER) IS GREATER THAN ZERO                     SQ227A.1
059700         COMPUTE C-MODULE-PCT ROUNDED =                           SQ227A.1
059800             (PASS-COUNTER / (PASS-COUNTER + ERROR-COUNTER +      SQ227A.1
059900             INSPECT-COUNTER + DELETE-COUNTER)) * 100             SQ227A.1
060000     ELSE                                                         SQ227A.1
060100         MOVE ZERO TO C-MODULE-PCT.                               SQ227A.1
060200     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          SQ227A.1
060300     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        SQ227A.1
060400     ACCEPT C-END-TIME FROM TIME.                                 SQ227A.1
060500     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             SQ227A.1
060600     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           SQ227A.1
060700         PERFORM SUPERSEDE-PRIOR-RUNS THRU SUPERSEDE-PRIOR-EXIT.  SQ227A.1
060800 END-E-2.                                                         SQ227A.1
060900     CLOSE RAW-DATA.                                              SQ227A.1
061000     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SQ227A.1
061100*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    SQ227A.1
061200*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      SQ227A.1
061300     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               SQ227A.1
061400     MOVE PASS-COUNTER TO CET-OK.                                 SQ227A.1
061500     MOVE ERROR-COUNTER TO CET-FAIL.                              SQ227A.1
061600     MOVE DELETE-COUNTER TO CET-DELETED.                          SQ227A.1
061700     MOVE INSPECT-COUNTER TO CET-INSPECT.                         SQ227A.1
061800     MOVE XFAIL-COUNTER TO CET-XFAIL.                             SQ227A.1
061900     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         SQ227A.1
062000     WRITE CSV-REC.                                               SQ227A.1
062100     CLOSE CSV-FILE.                                              SQ227A.1
062200 TERMINATE-CCVS.                                                  SQ227A.1
062300     EXIT PROGRAM.                                                SQ227A.1
062400 TERMINATE-CALL.                                                  SQ227A.1
062500     STOP     RUN.                                                SQ227A.1
062600*--------------------------------------------------------------   SQ227A.1
062700* SUPERSEDE-PRIOR-RUNS -- A COMPLETED RERUN MARKS THIS DAY'S      SQ227A.1
062800* EARLIER RECORDS SUPERSEDED, POINTING AT THE RUN THAT            SQ227A.1
062900* REPLACES THEM, SO THE ROLLUP TOOLS COUNT ONLY EFFECTIVE         SQ227A.1
063000* RUNS (SEE K6RAWDS.CPY AND THE K6SUPS CHAIN REPORT).             SQ227A.1
063100*--------------------------------------------------------------   SQ227A.1
063200 SUPERSEDE-PRIOR-RUNS.                                            SQ227A.1
063300     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 SQ227A.1
063400     MOVE ZERO TO WS-PRIOR-SEQ.                                   SQ227A.1
063500 SUPERSEDE-NEXT-PRIOR.                                            SQ227A.1
063600     ADD 1 TO WS-PRIOR-SEQ.                                       SQ227A.1
063700     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             SQ227A.1
063800         GO TO SUPERSEDE-RESTORE.                                 SQ227A.1
063900     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SQ227A.1
064000     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SQ227A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
064200         GO TO SUPERSEDE-NEXT-PRIOR.                              SQ227A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
064300     MOVE "S" TO C-SUPERSEDED.                                    SQ227A.1
064400     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SQ227A.1
064500     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.SQ227A.1
064600     GO TO SUPERSEDE-NEXT-PRIOR.                                  SQ227A.1
064700*    RESTORE THIS RUN'S OWN KEY AND RECORD AREA BEFORE THE        SQ227A.1
064800*    FILE CLOSES.                                                 SQ227A.1
064900 SUPERSEDE-RESTORE.                                               SQ227A.1
065000     MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ.                 SQ227A.1
065100     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        SQ227A.1
065200 SUPERSEDE-PRIOR-EXIT.                                            SQ227A.1
065300     EXIT.                                                        SQ227A.1
065400 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SQ227A.1
065500 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SQ227A.1
065600 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SQ227A.1
065700 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SQ227A.1
065800     MOVE "****TEST DELETED****" TO RE-MARK.                      SQ227A.1
065900*    EXPECTED-FAIL PATHS -- SEE XFAIL-DEFECT-ID ABOVE.            SQ227A.1
066000 XFAIL.                                                           SQ227A.1
066100     MOVE "XFAIL" TO P-OR-F.  ADD 1 TO XFAIL-COUNTER.             SQ227A.1
066200     STRING "FAILED AS DOCUMENTED - DEFECT " XFAIL-DEFECT-ID      SQ227A.1
066300         DELIMITED BY SIZE INTO RE-MARK.                          SQ227A.1
066400 XFAIL-PASSED.                                                    SQ227A.1
066500     MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.              SQ227A.1
066600     ADD 1 TO XFAIL-SURPRISE-COUNTER.                             SQ227A.1
066700     MOVE XFAIL-DEFECT-ID TO XFAIL-ALERT-DEFECT.                  SQ227A.1
066800     MOVE XFAIL-ALERT-LINE TO DUMMY-RECORD.                       SQ227A.1
066900     PERFORM WRITE-LINE.                                          SQ227A.1
067000     STRING "UNEXPECTED PASS - DEFECT " XFAIL-DEFECT-ID           SQ227A.1
067100         " MAY BE FIXED" DELIMITED BY SIZE INTO RE-MARK.          SQ227A.1
067200*    WATCHDOG VERDICT -- SEE WDOG-BUDGET-CS ABOVE.                SQ227A.1
067300 ABORTED.                                                         SQ227A.1
067400     MOVE "ABND*" TO P-OR-F.  ADD 1 TO ABORTED-COUNTER.           SQ227A.1
067500     MOVE "N" TO WDOG-TRIPPED-SW.                                 SQ227A.1
067600     MOVE "TEST EXCEEDED TIME BUDGET - ABANDONED" TO RE-MARK.     SQ227A.1
067700 PRINT-DETAIL.                                                    SQ227A.1
067800     IF REC-CT NOT EQUAL TO ZERO                                  SQ227A.1
067900             MOVE "." TO PARDOT-X                                 SQ227A.1
068000             MOVE REC-CT TO DOTVALUE.                             SQ227A.1
068100     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SQ227A.1
068200     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          SQ227A.1
068300         PARAGRAPH-TIME-CAPTURE-EXIT.                             SQ227A.1
068400     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         SQ227A.1
068500     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SQ227A.1
068600        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SQ227A.1
068700          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SQ227A.1
068800     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SQ227A.1
068900     MOVE SPACE TO CORRECT-X.                                     SQ227A.1
069000     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SQ227A.1
069100     MOVE     SPACE TO RE-MARK.                                   SQ227A.1
069200     MOVE SPACE TO COMPUTED-FULL. MOVE SPACE TO CORRECT-FULL.     SQ227A.1
069300     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             SQ227A.1
069400 CSV-WRITE-DETAIL.                                                SQ227A.1
069500     MOVE SPACE TO CSV-BUILD-AREA.                                SQ227A.1
069600     MOVE FEATURE TO CSV-FEATURE-T.                               SQ227A.1
069700     MOVE P-OR-F TO CSV-POF-T.                                    SQ227A.1
069800     MOVE PAR-NAME TO CSV-PARNAME-T.                              SQ227A.1
069900     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           SQ227A.1
070000     MOVE CORRECT-A TO CSV-CORRECT-T.                             SQ227A.1
070100     MOVE RE-MARK TO CSV-REMARK-T.                                SQ227A.1
070200     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  SQ227A.1
070300     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           SQ227A.1
070400     STRING '"' CSV-FEATURE-T    '","'                            SQ227A.1
070500            CSV-POF-T            '","'                            SQ227A.1
070600            CSV-PARNAME-T        '","'                            SQ227A.1
070700            CSV-COMPUTED-T       '","'                            SQ227A.1
070800            CSV-CORRECT-T        '","'                            SQ227A.1
070900            CSV-REMARK-T         '","'                            SQ227A.1
071000            CSV-ELAPSED-T        '","'                            SQ227A.1
071100            CSV-ANSI-CLAUSE-T    '","'                            SQ227A.1
071200            CSV-SEVERITY-T       '"'                              SQ227A.1
071300         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   SQ227A.1
071400     MOVE CSV-BUILD-AREA TO CSV-REC.                              SQ227A.1
071500     WRITE CSV-REC.                                               SQ227A.1
071600     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               SQ227A.1
071700     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     SQ227A.1
071800         PERFORM CSV-WRITE-CONT THRU CSV-WRITE-CONT-EXIT.         SQ227A.1
071900 CSV-WRITE-DETAIL-EXIT.                                           SQ227A.1
072000     EXIT.                                                        SQ227A.1
072100*--------------------------------------------------------------   SQ227A.1
072200* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        SQ227A.1
072300*--------------------------------------------------------------   SQ227A.1
072400 SEVERITY-LOOKUP.                                                 SQ227A.1
072500     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    SQ227A.1
072600     IF ANSI-CLAUSE-CODE = SPACE                                  SQ227A.1
072700         GO TO SEVERITY-BY-FEATURE.                               SQ227A.1
072800     SET SEV-CL-IDX TO 1.                                         SQ227A.1
072900 SEVERITY-CLAUSE-SCAN.                                            SQ227A.1
073000     IF SEV-CL-IDX > 8                                            SQ227A.1
073100         GO TO SEVERITY-BY-FEATURE.                               SQ227A.1
073200     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           SQ227A.1
073300         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     SQ227A.1
073400         GO TO SEVERITY-TRACK-HIGH.                               SQ227A.1
073500     SET SEV-CL-IDX UP BY 1.                                      SQ227A.1
073600     GO TO SEVERITY-CLAUSE-SCAN.                                  SQ227A.1
073700 SEVERITY-BY-FEATURE.                                             SQ227A.1
073800     SET SEV-FT-IDX TO 1.                                         SQ227A.1
073900 SEVERITY-FEATURE-SCAN.                                           SQ227A.1
074000     IF SEV-FT-IDX > 6                                            SQ227A.1
074100         GO TO SEVERITY-TRACK-HIGH.                               SQ227A.1
074200     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) SQ227A.1
074300         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    SQ227A.1
074400         GO TO SEVERITY-TRACK-HIGH.                               SQ227A.1
074500     SET SEV-FT-IDX UP BY 1.                                      SQ227A.1
074600     GO TO SEVERITY-FEATURE-SCAN.                                 SQ227A.1
074700 SEVERITY-TRACK-HIGH.                                             SQ227A.1
074800     IF CSV-POF-T NOT = "FAIL*"                                   SQ227A.1
074900         GO TO SEVERITY-LOOKUP-EXIT.                              SQ227A.1
075000     IF WS-RUN-SEV-HIGH = SPACE                                   SQ227A.1
075100             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  SQ227A.1
075200         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  SQ227A.1
075300 SEVERITY-LOOKUP-EXIT.                                            SQ227A.1
075400     EXIT.                                                        SQ227A.1
075500 PARAGRAPH-TIME-CAPTURE.                                          SQ227A.1
075600     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            SQ227A.1
075700     ACCEPT WS-TIME-NOW FROM TIME.                                SQ227A.1
075800     COMPUTE WS-NOW-CS =                                          SQ227A.1
075900         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             SQ227A.1
076000             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            SQ227A.1
076100     COMPUTE WS-LAST-CS =                                         SQ227A.1
076200         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           SQ227A.1
076300             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          SQ227A.1
076400     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               SQ227A.1
076500         MOVE ZERO TO WS-ELAPSED-CS                               SQ227A.1
076600     ELSE                                                         SQ227A.1
076700         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       SQ227A.1
076800             GIVING WS-ELAPSED-CS.                                SQ227A.1
076900     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         SQ227A.1
077000 PARAGRAPH-TIME-CAPTURE-EXIT.                                     SQ227A.1
077100     EXIT.                                                        SQ227A.1
077200 HEAD-ROUTINE.                                                    SQ227A.1
077300     MOVE K6-COMPILER-VERSION TO CCVS-H-3-VERSION.                SQ227A.1
077400     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ227A.1
077500     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ227A.1
077600     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ227A.1
077700     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ227A.1
077800 COLUMN-NAMES-ROUTINE.                                            SQ227A.1
077900     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ227A.1
078000     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ227A.1
078100     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ227A.1
078200 END-ROUTINE.                                                     SQ227A.1
078300     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SQ227A.1
078400 END-RTN-EXIT.                                                    SQ227A.1
078500     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ227A.1
078600 END-ROUTINE-1.                                                   SQ227A.1
078700      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SQ227A.1
078800      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SQ227A.1
078900      ADD PASS-COUNTER TO ERROR-HOLD.                             SQ227A.1
079000      ADD XFAIL-COUNTER TO ERROR-HOLD.                            SQ227A.1
079100      ADD ABORTED-COUNTER TO ERROR-HOLD.                          SQ227A.1
079200      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SQ227A.1
079300      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SQ227A.1
079400      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SQ227A.1
079500      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SQ227A.1
079600  END-ROUTINE-12.                                                 SQ227A.1
079700      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SQ227A.1
079800     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SQ227A.1
079900         MOVE "NO " TO ERROR-TOTAL                                SQ227A.1
080000         ELSE                                                     SQ227A.1
080100         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SQ227A.1
080200     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SQ227A.1
080300     PERFORM WRITE-LINE.                                          SQ227A.1
080400 END-ROUTINE-13.                                                  SQ227A.1
080500     IF DELETE-COUNTER IS EQUAL TO ZERO                           SQ227A.1
080600         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ227A.1
080700         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SQ227A.1
080800     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SQ227A.1
080900     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ227A.1
081000      IF   INSPECT-COUNTER EQUAL TO ZERO                          SQ227A.1
081100          MOVE "NO " TO ERROR-TOTAL                               SQ227A.1
081200      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SQ227A.1
081300      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SQ227A.1
081400      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SQ227A.1
081500     IF XFAIL-COUNTER IS EQUAL TO ZERO                            SQ227A.1
081600         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ227A.1
081700         MOVE XFAIL-COUNTER TO ERROR-TOTAL.                       SQ227A.1
081800     MOVE "TEST(S) FAILED AS EXPECTED" TO ENDER-DESC.             SQ227A.1
081900     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ227A.1
082000     IF XFAIL-SURPRISE-COUNTER IS EQUAL TO ZERO                   SQ227A.1
082100         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ227A.1
082200         MOVE XFAIL-SURPRISE-COUNTER TO ERROR-TOTAL.              SQ227A.1
082300     MOVE "EXPECTED-FAIL TEST(S) PASSED - SEE ALERTS"             SQ227A.1
082400         TO ENDER-DESC.                                           SQ227A.1
082500     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ227A.1
082600     IF ABORTED-COUNTER IS EQUAL TO ZERO                          SQ227A.1
082700         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ227A.1
082800         MOVE ABORTED-COUNTER TO ERROR-TOTAL.                     SQ227A.1
082900     MOVE "TEST(S) ABORTED BY THE WATCHDOG" TO ENDER-DESC.        SQ227A.1
083000     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ227A.1
083100     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ227A.1
083200 WRITE-LINE.                                                      SQ227A.1
083300*    THE END-OF-PAGE CONDITION RAISED IN WRT-LN BELOW REPLAYS     SQ227A.1
083400*    THE HEADER BLOCK HERE, AT THE TOP OF THE NEW PAGE, BEFORE    SQ227A.1
083500*    THE PENDING LINE GOES OUT.                                   SQ227A.1
083600     IF K6-PAGE-EOP-PENDING                                       SQ227A.1
083700         MOVE "N" TO K6-PAGE-EOP-SW                               SQ227A.1
083800         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SQ227A.1
083900         MOVE SPACE TO DUMMY-RECORD                               SQ227A.1
084000         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  SQ227A.1
084100         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ227A.1
084200         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ227A.1
084300         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ227A.1
084400         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ227A.1
084500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SQ227A.1
084600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SQ227A.1
084700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SQ227A.1
084800         MOVE DUMMY-HOLD TO DUMMY-RECORD.                         SQ227A.1
084900     PERFORM WRT-LN.                                              SQ227A.1
085000 WRT-LN.                                                          SQ227A.1
085100     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINE                 SQ227A.1
085200         AT END-OF-PAGE SET K6-PAGE-EOP-PENDING TO TRUE.          SQ227A.1
085300     MOVE SPACE TO DUMMY-RECORD.                                  SQ227A.1
085400 BLANK-LINE-PRINT.                                                SQ227A.1
085500     PERFORM WRT-LN.                                              SQ227A.1
085600 FAIL-ROUTINE.                                                    SQ227A.1
085700     IF     COMPUTED-X NOT EQUAL TO SPACE                         SQ227A.1
085800            GO TO   FAIL-ROUTINE-WRITE.                           SQ227A.1
085900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SQ227A.1
086000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ227A.1
086100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SQ227A.1
086200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ227A.1
086300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ227A.1
086400     GO TO  FAIL-ROUTINE-EX.                                      SQ227A.1
086500 FAIL-ROUTINE-WRITE.                                              SQ227A.1
086600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SQ227A.1
086700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SQ227A.1
086800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SQ227A.1
086900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SQ227A.1
087000     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     SQ227A.1
087100         PERFORM FULL-OPERAND-PRINT THRU FULL-OPERAND-EXIT.       SQ227A.1
087200 FAIL-ROUTINE-EX. EXIT.                                           SQ227A.1
087300 BAIL-OUT.                                                        SQ227A.1
087400     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SQ227A.1
087500     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SQ227A.1
087600 BAIL-OUT-WRITE.                                                  SQ227A.1
087700     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SQ227A.1
087800     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ227A.1
087900     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ227A.1
088000     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ227A.1
088100 BAIL-OUT-EX. EXIT.                                               SQ227A.1
088200*--------------------------------------------------------------   SQ227A.1
088300* WATCHDOG SUPPORT -- BUDGET TIMING FOR THE CURRENT TEST.         SQ227A.1
088400* THE ELAPSED COMPARISON TOLERATES ONE MIDNIGHT WRAP.             SQ227A.1
088500*--------------------------------------------------------------   SQ227A.1
088600 WATCHDOG-RESET.                                                  SQ227A.1
088700     MOVE "N" TO WDOG-TRIPPED-SW.                                 SQ227A.1
088800     ACCEPT WDOG-TIME-RAW FROM TIME.                              SQ227A.1
088900     COMPUTE WDOG-START-CS =                                      SQ227A.1
089000         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          SQ227A.1
089100             + WDOG-CC.                                           SQ227A.1
089200 WATCHDOG-RESET-EXIT.                                             SQ227A.1
089300     EXIT.                                                        SQ227A.1
089400 WATCHDOG-CHECK.                                                  SQ227A.1
089500     ACCEPT WDOG-TIME-RAW FROM TIME.                              SQ227A.1
089600     COMPUTE WDOG-NOW-CS =                                        SQ227A.1
089700         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          SQ227A.1
089800             + WDOG-CC.                                           SQ227A.1
089900     IF WDOG-NOW-CS LESS THAN WDOG-START-CS                       SQ227A.1
090000         ADD 8640000 TO WDOG-NOW-CS.                              SQ227A.1
090100     IF WDOG-NOW-CS - WDOG-START-CS GREATER THAN                  SQ227A.1
090200             WDOG-BUDGET-CS                                       SQ227A.1
090300         MOVE "Y" TO WDOG-TRIPPED-SW.                             SQ227A.1
090400 WATCHDOG-CHECK-EXIT.                                             SQ227A.1
090500     EXIT.                                                        SQ227A.1
090600*--------------------------------------------------------------   SQ227A.1
090700* FULL-WIDTH OPERAND CONTINUATION LINES -- BOTH OPERANDS          SQ227A.1
090800* PRINT IN 40-BYTE SEGMENTS LABELLED WITH THEIR STARTING          SQ227A.1
090900* OFFSET, FOLLOWED BY THE FIRST DIFFERING BYTE POSITION.          SQ227A.1
091000*--------------------------------------------------------------   SQ227A.1
091100 FULL-OPERAND-PRINT.                                              SQ227A.1
091200     MOVE 0 TO FULL-SEG-SUB.                                      SQ227A.1
091300 FULL-OPERAND-SEGMENTS.                                           SQ227A.1
091400     IF FULL-SEG-SUB NOT LESS THAN 120                            SQ227A.1
091500         GO TO FULL-OPERAND-DIFF.                                 SQ227A.1
091600     MOVE "  COMPUTED" TO FULL-LINE-LABEL.                        SQ227A.1
091700     MOVE FULL-SEG-SUB TO FULL-LINE-OFFSET.                       SQ227A.1
091800     MOVE COMPUTED-FULL (FULL-SEG-SUB + 1 : 40)                   SQ227A.1
091900         TO FULL-LINE-TEXT.                                       SQ227A.1
092000     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         SQ227A.1
092100     PERFORM WRITE-LINE.                                          SQ227A.1
092200     MOVE "  CORRECT " TO FULL-LINE-LABEL.                        SQ227A.1
092300     MOVE CORRECT-FULL (FULL-SEG-SUB + 1 : 40)                    SQ227A.1
092400         TO FULL-LINE-TEXT.                                       SQ227A.1
092500     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         SQ227A.1
092600     PERFORM WRITE-LINE.                                          SQ227A.1
092700     ADD 40 TO FULL-SEG-SUB.                                      SQ227A.1
092800     GO TO FULL-OPERAND-SEGMENTS.                                 SQ227A.1
092900 FULL-OPERAND-DIFF.                                               SQ227A.1
093000     MOVE ZERO TO FULL-DIFF-OFFSET.                               SQ227A.1
093100     MOVE 1 TO FULL-SCAN-SUB.                                     SQ227A.1
093200 FULL-OPERAND-DIFF-SCAN.                                          SQ227A.1
093300     IF FULL-SCAN-SUB GREATER THAN 120                            SQ227A.1
093400         GO TO FULL-OPERAND-EXIT.                                 SQ227A.1
093500     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   SQ227A.1
093600             CORRECT-FULL (FULL-SCAN-SUB : 1)                     SQ227A.1
093700         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   SQ227A.1
093800         MOVE FULL-DIFF-OFFSET TO FULL-DIFF-OFFSET-T              SQ227A.1
093900         MOVE FULL-DIFF-LINE TO PRINT-REC                         SQ227A.1
094000         PERFORM WRITE-LINE                                       SQ227A.1
094100         GO TO FULL-OPERAND-EXIT.                                 SQ227A.1
094200     ADD 1 TO FULL-SCAN-SUB.                                      SQ227A.1
094300     GO TO FULL-OPERAND-DIFF-SCAN.                                SQ227A.1
094400 FULL-OPERAND-EXIT.                                               SQ227A.1
094500     EXIT.                                                        SQ227A.1
094600*--------------------------------------------------------------   SQ227A.1
094700* "C" CONTINUATION RECORDS BEHIND THE DETAIL ROW -- FULL          SQ227A.1
094800* COMPUTED AND CORRECT OPERANDS AND THE FIRST DIFFERING BYTE      SQ227A.1
094900* OFFSET (SEE CSV-ENV-CONT-REC IN K6CSVE.CPY).  NOT COUNTED       SQ227A.1
095000* IN CSV-ENV-DETAIL-COUNT.                                        SQ227A.1
095100*--------------------------------------------------------------   SQ227A.1
095200 CSV-WRITE-CONT.                                                  SQ227A.1
095300     MOVE ZERO TO FULL-DIFF-OFFSET.                               SQ227A.1
095400     MOVE 1 TO FULL-SCAN-SUB.                                     SQ227A.1
095500 CSV-WRITE-CONT-SCAN.                                             SQ227A.1
095600     IF FULL-SCAN-SUB GREATER THAN 120                            SQ227A.1
095700         GO TO CSV-WRITE-CONT-PUT.                                SQ227A.1
095800     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   SQ227A.1
095900             CORRECT-FULL (FULL-SCAN-SUB : 1)                     SQ227A.1
096000         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   SQ227A.1
096100         GO TO CSV-WRITE-CONT-PUT.                                SQ227A.1
096200     ADD 1 TO FULL-SCAN-SUB.                                      SQ227A.1
096300     GO TO CSV-WRITE-CONT-SCAN.                                   SQ227A.1
096400 CSV-WRITE-CONT-PUT.                                              SQ227A.1
096500     MOVE "COMPUTED" TO CEC-ROLE.                                 SQ227A.1
096600     MOVE FULL-DIFF-OFFSET TO CEC-DIFF-OFFSET.                    SQ227A.1
096700     MOVE COMPUTED-FULL TO CEC-OPERAND.                           SQ227A.1
096800     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            SQ227A.1
096900     WRITE CSV-REC.                                               SQ227A.1
097000     MOVE "CORRECT " TO CEC-ROLE.                                 SQ227A.1
097100     MOVE CORRECT-FULL TO CEC-OPERAND.                            SQ227A.1
097200     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            SQ227A.1
097300     WRITE CSV-REC.                                               SQ227A.1
097400 CSV-WRITE-CONT-EXIT.                                             SQ227A.1
097500     EXIT.                                                        SQ227A.1
097600*--------------------------------------------------------------   SQ227A.1
097700* WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR BLANK     SQ227A.1
097800* MEANS THE OVERNIGHT WINDOW "N".                                 SQ227A.1
097900*--------------------------------------------------------------   SQ227A.1
098000 WINDOW-IDENT-READ.                                               SQ227A.1
098100     OPEN INPUT WINDOW-IDENT.                                     SQ227A.1
098200     IF WS-WINDOWID-STATUS NOT = "00"                             SQ227A.1
098300             AND WS-WINDOWID-STATUS NOT = "05"                    SQ227A.1
098400         GO TO WINDOW-IDENT-EXIT.                                 SQ227A.1
098500     READ WINDOW-IDENT                                            SQ227A.1
098600         AT END GO TO WINDOW-IDENT-DONE.                          SQ227A.1
098700     IF WI-WINDOW-ID NOT = SPACE                                  SQ227A.1
098800         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       SQ227A.1
098900 WINDOW-IDENT-DONE.                                               SQ227A.1
099000     CLOSE WINDOW-IDENT.                                          SQ227A.1
099100 WINDOW-IDENT-EXIT.                                               SQ227A.1
099200     EXIT.                                                        SQ227A.1
099300*--------------------------------------------------------------   SQ227A.1
099400* COMPILE-LEVEL-STAMP -- WRITE THE MEMBER LEVELS THIS LOAD        SQ227A.1
099500* MODULE WAS COMPILED WITH (K6MLEV.CPY) TO THE COMPILE-LEVEL      SQ227A.1
099600* LOG, ONE RECORD PER MEMBER, FOR THE K6STAL CURRENCY AUDIT.      SQ227A.1
099700*--------------------------------------------------------------   SQ227A.1
099800 COMPILE-LEVEL-STAMP.                                             SQ227A.1
099900     OPEN EXTEND COMPILE-LEVEL-LOG.                               SQ227A.1
100000     SET K6-MLV-IDX TO 1.                                         SQ227A.1
100100 COMPILE-LEVEL-STAMP-LOOP.                                        SQ227A.1
100200     IF K6-MLV-IDX GREATER THAN 12                                SQ227A.1
100300         GO TO COMPILE-LEVEL-STAMP-DONE.                          SQ227A.1
100400     MOVE SPACE TO CL-LEVEL-REC.                                  SQ227A.1
100500     MOVE CCVS-PGM-ID TO CL-PGM-ID.                               SQ227A.1
100600     MOVE K6-MEMBER-NAME (K6-MLV-IDX) TO CL-MEMBER-NAME.          SQ227A.1
100700     MOVE K6-MEMBER-LEVEL (K6-MLV-IDX) TO CL-MEMBER-LEVEL.        SQ227A.1
100800     MOVE RAW-DATA-RUN-DATE-WS TO CL-RUN-DATE.                    SQ227A.1
100900     WRITE CL-LEVEL-REC.                                          SQ227A.1
101000     SET K6-MLV-IDX UP BY 1.                                      SQ227A.1
101100     GO TO COMPILE-LEVEL-STAMP-LOOP.                              SQ227A.1
101200 COMPILE-LEVEL-STAMP-DONE.                                        SQ227A.1
101300     CLOSE COMPILE-LEVEL-LOG.                                     SQ227A.1
101400 COMPILE-LEVEL-STAMP-EXIT.                                        SQ227A.1
101500     EXIT.                                                        SQ227A.1
101600*--------------------------------------------------------------   SQ227A.1
101700* TAPE-VOL-EVIDENCE -- LOAD THE OPTIONAL VOLSERIN CARDS, THEN     SQ227A.1
101800* APPEND THE TVLOG RECORDS FOR EACH TAPE FILE THIS PROGRAM        SQ227A.1
101900* WRITES, KEYED THE SAME WAY AS THIS RUN'S RAW-DATA RECORD.       SQ227A.1
102000*--------------------------------------------------------------   SQ227A.1
102100 TAPE-VOL-EVIDENCE.                                               SQ227A.1
102200     OPEN INPUT VOL-INFO.                                         SQ227A.1
102300     IF WS-VOLINFO-STATUS NOT = "00"                              SQ227A.1
102400             AND WS-VOLINFO-STATUS NOT = "05"                     SQ227A.1
102500         GO TO TAPE-VOL-WRITE-ALL.                                SQ227A.1
102600 TAPE-VOL-LOAD.                                                   SQ227A.1
102700     READ VOL-INFO                                                SQ227A.1
102800         AT END GO TO TAPE-VOL-LOAD-DONE.                         SQ227A.1
102900     IF VI-FILE-NAME = SPACE                                      SQ227A.1
103000         GO TO TAPE-VOL-LOAD.                                     SQ227A.1
103100     IF WS-VOLINFO-COUNT NOT < 10                                 SQ227A.1
103200         GO TO TAPE-VOL-LOAD.                                     SQ227A.1
103300     ADD 1 TO WS-VOLINFO-COUNT.                                   SQ227A.1
103400     MOVE VI-FILE-NAME TO VOL-FILE-NAME (WS-VOLINFO-COUNT).       SQ227A.1
103500     MOVE VI-VOLSER    TO VOL-VOLSER (WS-VOLINFO-COUNT).          SQ227A.1
103600     MOVE VI-DEV-CLASS TO VOL-DEV-CLASS (WS-VOLINFO-COUNT).       SQ227A.1
103700     GO TO TAPE-VOL-LOAD.                                         SQ227A.1
103800 TAPE-VOL-LOAD-DONE.                                              SQ227A.1
103900     CLOSE VOL-INFO.                                              SQ227A.1
104000 TAPE-VOL-WRITE-ALL.                                              SQ227A.1
104100     OPEN EXTEND TAPE-VOL-LOG.                                    SQ227A.1
104200     MOVE "SQ-FS1  " TO WS-TV-FILE-NAME.                          SQ227A.1
104300     MOVE "X-01"     TO WS-TV-ROLE.                               SQ227A.1
104400     PERFORM TAPE-VOL-WRITE-ONE THRU TAPE-VOL-WRITE-ONE-EXIT.     SQ227A.1
104500     MOVE "SQ-FS2  " TO WS-TV-FILE-NAME.                          SQ227A.1
104600     MOVE "X-02"     TO WS-TV-ROLE.                               SQ227A.1
104700     PERFORM TAPE-VOL-WRITE-ONE THRU TAPE-VOL-WRITE-ONE-EXIT.     SQ227A.1
104800     MOVE "SQ-FS3  " TO WS-TV-FILE-NAME.                          SQ227A.1
104900     MOVE "X-03"     TO WS-TV-ROLE.                               SQ227A.1
105000     PERFORM TAPE-VOL-WRITE-ONE THRU TAPE-VOL-WRITE-ONE-EXIT.     SQ227A.1
105100     CLOSE TAPE-VOL-LOG.                                          SQ227A.1
105200 TAPE-VOL-EVIDENCE-EXIT.                                          SQ227A.1
105300     EXIT.                                                        SQ227A.1
105400*--------------------------------------------------------------   SQ227A.1
105500* TAPE-VOL-WRITE-ONE -- ONE TVLOG RECORD FOR EACH VOLSERIN CARD   SQ227A.1
105600* NAMING THE STAGED FILE, IN CARD ORDER, SO A MULTI-REEL FILE     SQ227A.1
105700* LOGS EVERY VOLUME; ONE "NONE" RECORD WHEN NO CARD NAMED IT.     SQ227A.1
105800*--------------------------------------------------------------   SQ227A.1
105900 TAPE-VOL-WRITE-ONE.                                              SQ227A.1
106000     MOVE RAW-DATA-TARGET  TO TV-TARGET-ID.                       SQ227A.1
106100     MOVE RAW-DATA-PGM-ID  TO TV-PGM-ID.                          SQ227A.1
106200     MOVE RAW-DATA-RUN-DT  TO TV-RUN-DATE.                        SQ227A.1
106300     MOVE RAW-DATA-RUN-SEQ TO TV-RUN-SEQ.                         SQ227A.1
106400     MOVE WS-TV-FILE-NAME  TO TV-FILE-NAME.                       SQ227A.1
106500     MOVE WS-TV-ROLE       TO TV-ROLE.                            SQ227A.1
106600     MOVE ZERO TO WS-VOLINFO-SUB.                                 SQ227A.1
106700     MOVE ZERO TO WS-TV-VOLUME-COUNT.                             SQ227A.1
106800 TAPE-VOL-MATCH.                                                  SQ227A.1
106900     ADD 1 TO WS-VOLINFO-SUB.                                     SQ227A.1
107000     IF WS-VOLINFO-SUB > WS-VOLINFO-COUNT                         SQ227A.1
107100         GO TO TAPE-VOL-NO-CARD.                                  SQ227A.1
107200     IF VOL-FILE-NAME (WS-VOLINFO-SUB) NOT = WS-TV-FILE-NAME      SQ227A.1
107300         GO TO TAPE-VOL-MATCH.                                    SQ227A.1
107400     MOVE VOL-VOLSER (WS-VOLINFO-SUB)    TO TV-VOLSER.            SQ227A.1
107500     MOVE VOL-DEV-CLASS (WS-VOLINFO-SUB) TO TV-DEV-CLASS.         SQ227A.1
107600     WRITE TV-VOLUME-REC.                                         SQ227A.1
107700     ADD 1 TO WS-TV-VOLUME-COUNT.                                 SQ227A.1
107800     GO TO TAPE-VOL-MATCH.                                        SQ227A.1
107900 TAPE-VOL-NO-CARD.                                                SQ227A.1
108000     IF WS-TV-VOLUME-COUNT > ZERO                                 SQ227A.1
108100         GO TO TAPE-VOL-WRITE-ONE-EXIT.                           SQ227A.1
108200     MOVE "NONE  "         TO TV-VOLSER.                          SQ227A.1
108300     MOVE "NONE    "       TO TV-DEV-CLASS.                       SQ227A.1
108400     WRITE TV-VOLUME-REC.                                         SQ227A.1
108500 TAPE-VOL-WRITE-ONE-EXIT.                                         SQ227A.1
108600     EXIT.                                                        SQ227A.1
108700 CCVS1-EXIT.                                                      SQ227A.1
108800     EXIT.                                                        SQ227A.1
108900 SECT-SQ227A-0001 SECTION.                                        SQ227A.1
109000 MFT-INIT-GF-01.                                                  SQ227A.1
109100*        WRITE THE SET.  FILE 1 STARTS AT THE LOAD POINT AND IS   SQ227A.1
109200*        CLOSED WITHOUT REWINDING; FILES 2 AND 3 ARE OPENED       SQ227A.1
109300*        WITHOUT REWINDING AND SO FOLLOW IT ON THE TAPE.          SQ227A.1
109400     OPEN     OUTPUT SQ-FS1.                                      SQ227A.1
109500     MOVE     ZERO TO MFT-WRITE-SUB.                              SQ227A.1
109600     PERFORM  MFT-WRITE-FS1 20 TIMES.                             SQ227A.1
109700     CLOSE    SQ-FS1 WITH NO REWIND.                              SQ227A.1
109800     MOVE     SQ-FS1-STATUS TO MFT-CLOSE1-STATUS.                 SQ227A.1
109900     OPEN     OUTPUT SQ-FS2 WITH NO REWIND.                       SQ227A.1
110000     MOVE     SQ-FS2-STATUS TO MFT-OPEN2-STATUS.                  SQ227A.1
110100     MOVE     ZERO TO MFT-WRITE-SUB.                              SQ227A.1
110200     PERFORM  MFT-WRITE-FS2 15 TIMES.                             SQ227A.1
110300     CLOSE    SQ-FS2 WITH NO REWIND.                              SQ227A.1
110400     MOVE     SQ-FS2-STATUS TO MFT-CLOSE2-STATUS.                 SQ227A.1
110500     OPEN     OUTPUT SQ-FS3 WITH NO REWIND.                       SQ227A.1
110600     MOVE     SQ-FS3-STATUS TO MFT-OPEN3-STATUS.                  SQ227A.1
110700     MOVE     ZERO TO MFT-WRITE-SUB.                              SQ227A.1
110800     PERFORM  MFT-WRITE-FS3 10 TIMES.                             SQ227A.1
110900     CLOSE    SQ-FS3.                                             SQ227A.1
111000*                                                                 SQ227A.1
111100*    01 -- OPEN OUTPUT WITH NO REWIND ON FILES 2 AND 3 OF THE     SQ227A.1
111200*          SET MUST SUCCEED.                                      SQ227A.1
111300*                                                                 SQ227A.1
111400 MFT-TEST-GF-01.                                                  SQ227A.1
111500     MOVE     "OPEN OUT NO REWIND  " TO FEATURE.                  SQ227A.1
111600     MOVE     "MFT-TEST-GF-01" TO PAR-NAME.                       SQ227A.1
111700     MOVE   "X3.23-1985 OPEN NO REWIND PHRASE" TO ANSI-REFERENCE. SQ227A.1
111800     IF       MFT-OPEN-NR-PAIR EQUAL TO "00 00"                   SQ227A.1
111900              PERFORM PASS                                        SQ227A.1
112000              PERFORM PRINT-DETAIL                                SQ227A.1
112100     ELSE                                                         SQ227A.1
112200              PERFORM FAIL                                        SQ227A.1
112300              MOVE  "00 00" TO CORRECT-A                          SQ227A.1
112400              MOVE  MFT-OPEN-NR-PAIR TO COMPUTED-A                SQ227A.1
112500              MOVE  "OPEN NO REWIND STATUS WRONG (FS2 FS3)"       SQ227A.1
112600                    TO RE-MARK                                    SQ227A.1
112700              PERFORM PRINT-DETAIL.                               SQ227A.1
112800*                                                                 SQ227A.1
112900*    02 -- CLOSE WITH NO REWIND ON FILES 1 AND 2 MUST SUCCEED;    SQ227A.1
113000*          07 MEANS THE SET IS NOT ON A REEL MEDIUM.              SQ227A.1
113100*                                                                 SQ227A.1
113200 MFT-TEST-GF-02.                                                  SQ227A.1
113300     MOVE     "CLOSE NO REWIND     " TO FEATURE.                  SQ227A.1
113400     MOVE     "MFT-TEST-GF-02" TO PAR-NAME.                       SQ227A.1
113500     MOVE   "X3.23-1985 CLOSE NO REWIND" TO ANSI-REFERENCE.       SQ227A.1
113600     IF       MFT-CLOSE-NR-PAIR EQUAL TO "00 00"                  SQ227A.1
113700              PERFORM PASS                                        SQ227A.1
113800              PERFORM PRINT-DETAIL                                SQ227A.1
113900              GO TO MFT-TEST-GF-03.                               SQ227A.1
114000     IF       MFT-CLOSE-NR-PAIR EQUAL TO "07 07"                  SQ227A.1
114100              PERFORM INSPT                                       SQ227A.1
114200              MOVE  "STATUS 07 - WORK FILES NOT ON A REEL MEDIUM" SQ227A.1
114300                    TO RE-MARK                                    SQ227A.1
114400              PERFORM PRINT-DETAIL                                SQ227A.1
114500              GO TO MFT-TEST-GF-03.                               SQ227A.1
114600     PERFORM  FAIL.                                               SQ227A.1
114700     MOVE     "00 00" TO CORRECT-A.                               SQ227A.1
114800     MOVE     MFT-CLOSE-NR-PAIR TO COMPUTED-A.                    SQ227A.1
114900     MOVE     "CLOSE NO REWIND STATUS WRONG (FS1 FS2)" TO RE-MARK.SQ227A.1
115000     PERFORM  PRINT-DETAIL.                                       SQ227A.1
115100*                                                                 SQ227A.1
115200*    03 -- FILE 1, READ FROM THE LOAD POINT, MUST DELIVER ITS     SQ227A.1
115300*          OWN 20 RECORDS IN ORDER AND NOTHING OF FILE 2.         SQ227A.1
115400*                                                                 SQ227A.1
115500 MFT-TEST-GF-03.                                                  SQ227A.1
115600     OPEN     INPUT SQ-FS1.                                       SQ227A.1
115700     MOVE     1 TO MFT-EXPECT-FILE.                               SQ227A.1
115800     PERFORM  MFT-READ-RESET.                                     SQ227A.1
115900     PERFORM  MFT-READ-FS1 UNTIL MFT-EOF-SW EQUAL TO "Y".         SQ227A.1
116000     CLOSE    SQ-FS1 WITH NO REWIND.                              SQ227A.1
116100     MOVE     "FILE 1 OF THE SET   " TO FEATURE.                  SQ227A.1
116200     MOVE     "MFT-TEST-GF-03" TO PAR-NAME.                       SQ227A.1
116300     MOVE   "X3.23-1985 MULTIPLE FILE CLAUSE" TO ANSI-REFERENCE.  SQ227A.1
116400     IF       MFT-READ-COUNT EQUAL TO 20                          SQ227A.1
116500              AND MFT-ORDER-SW EQUAL TO "Y"                       SQ227A.1
116600              PERFORM PASS                                        SQ227A.1
116700              PERFORM PRINT-DETAIL                                SQ227A.1
116800     ELSE                                                         SQ227A.1
116900              PERFORM FAIL                                        SQ227A.1
117000              MOVE  20 TO CORRECT-N                               SQ227A.1
117100              MOVE  MFT-READ-COUNT TO COMPUTED-N                  SQ227A.1
117200              MOVE  "FILE 1 RECORDS LOST, STRAYED OR OUT OF ORDER"SQ227A.1
117300                    TO RE-MARK                                    SQ227A.1
117400              PERFORM PRINT-DETAIL.                               SQ227A.1
117500*                                                                 SQ227A.1
117600*    04 -- OPEN INPUT WITH NO REWIND MUST LEAVE FILE 2 AT ITS     SQ227A.1
117700*          FIRST RECORD, JUST PAST THE END OF FILE 1.             SQ227A.1
117800*                                                                 SQ227A.1
117900 MFT-TEST-GF-04.                                                  SQ227A.1
118000     OPEN     INPUT SQ-FS2 WITH NO REWIND.                        SQ227A.1
118100     MOVE     SQ-FS2-STATUS TO MFT-OPEN-STATUS.                   SQ227A.1
118200     MOVE     2 TO MFT-EXPECT-FILE.                               SQ227A.1
118300     PERFORM  MFT-READ-RESET.                                     SQ227A.1
118400     PERFORM  MFT-READ-FS2.                                       SQ227A.1
118500     MOVE     "FILE BOUNDARY       " TO FEATURE.                  SQ227A.1
118600     MOVE     "MFT-TEST-GF-04" TO PAR-NAME.                       SQ227A.1
118700     MOVE   "X3.23-1985 OPEN NO REWIND PHRASE" TO ANSI-REFERENCE. SQ227A.1
118800     IF       MFT-FIRST-VIEW EQUAL TO "00 2/000001"               SQ227A.1
118900              PERFORM PASS                                        SQ227A.1
119000              PERFORM PRINT-DETAIL                                SQ227A.1
119100     ELSE                                                         SQ227A.1
119200              PERFORM FAIL                                        SQ227A.1
119300              MOVE  "00 2/000001" TO CORRECT-A                    SQ227A.1
119400              MOVE  MFT-FIRST-VIEW TO COMPUTED-A                  SQ227A.1
119500              MOVE  "STATUS OR FIRST RECORD WRONG AFTER NO REWIND"SQ227A.1
119600                    TO RE-MARK                                    SQ227A.1
119700              PERFORM PRINT-DETAIL.                               SQ227A.1
119800*                                                                 SQ227A.1
119900*    05 -- THE REST OF FILE 2: 15 RECORDS IN ALL, NONE OF FILE 3. SQ227A.1
120000*                                                                 SQ227A.1
120100 MFT-TEST-GF-05.                                                  SQ227A.1
120200     PERFORM  MFT-READ-FS2 UNTIL MFT-EOF-SW EQUAL TO "Y".         SQ227A.1
120300     CLOSE    SQ-FS2.                                             SQ227A.1
120400     MOVE     "FILE 2 OF THE SET   " TO FEATURE.                  SQ227A.1
120500     MOVE     "MFT-TEST-GF-05" TO PAR-NAME.                       SQ227A.1
120600     MOVE   "X3.23-1985 MULTIPLE FILE CLAUSE" TO ANSI-REFERENCE.  SQ227A.1
120700     IF       MFT-READ-COUNT EQUAL TO 15                          SQ227A.1
120800              AND MFT-ORDER-SW EQUAL TO "Y"                       SQ227A.1
120900              PERFORM PASS                                        SQ227A.1
121000              PERFORM PRINT-DETAIL                                SQ227A.1
121100     ELSE                                                         SQ227A.1
121200              PERFORM FAIL                                        SQ227A.1
121300              MOVE  15 TO CORRECT-N                               SQ227A.1
121400              MOVE  MFT-READ-COUNT TO COMPUTED-N                  SQ227A.1
121500              MOVE  "FILE 2 RECORDS LOST, STRAYED OR OUT OF ORDER"SQ227A.1
121600                    TO RE-MARK                                    SQ227A.1
121700              PERFORM PRINT-DETAIL.                               SQ227A.1
121800*                                                                 SQ227A.1
121900*    06 -- AT END ON A FILE THAT IS NOT THE LAST OF THE SET MUST  SQ227A.1
122000*          RETURN STATUS 10.                                      SQ227A.1
122100*                                                                 SQ227A.1
122200 MFT-TEST-GF-06.                                                  SQ227A.1
122300     MOVE     "AT END INSIDE SET   " TO FEATURE.                  SQ227A.1
122400     MOVE     "MFT-TEST-GF-06" TO PAR-NAME.                       SQ227A.1
122500     MOVE   "X3.23-1985 I-O STATUS" TO ANSI-REFERENCE.            SQ227A.1
122600     IF       MFT-EOF-STATUS EQUAL TO "10"                        SQ227A.1
122700              PERFORM PASS                                        SQ227A.1
122800              PERFORM PRINT-DETAIL                                SQ227A.1
122900     ELSE                                                         SQ227A.1
123000              PERFORM FAIL                                        SQ227A.1
123100              MOVE  "10" TO CORRECT-A                             SQ227A.1
123200              MOVE  MFT-EOF-STATUS TO COMPUTED-A                  SQ227A.1
123300              MOVE  "AT END STATUS WRONG ON FILE 2"               SQ227A.1
123400                    TO RE-MARK                                    SQ227A.1
123500              PERFORM PRINT-DETAIL.                               SQ227A.1
123600*                                                                 SQ227A.1
123700*    07 -- FILE 2 WAS CLOSED WITH A REWIND, SO AN ORDINARY OPEN   SQ227A.1
123800*          OF FILE 3 MUST POSITION TO IT FROM THE POSITION CLAUSE.SQ227A.1
123900*                                                                 SQ227A.1
124000 MFT-TEST-GF-07.                                                  SQ227A.1
124100     OPEN     INPUT SQ-FS3.                                       SQ227A.1
124200     MOVE     SQ-FS3-STATUS TO MFT-OPEN-STATUS.                   SQ227A.1
124300     MOVE     3 TO MFT-EXPECT-FILE.                               SQ227A.1
124400     PERFORM  MFT-READ-RESET.                                     SQ227A.1
124500     PERFORM  MFT-READ-FS3.                                       SQ227A.1
124600     MOVE     "POSITION CLAUSE     " TO FEATURE.                  SQ227A.1
124700     MOVE     "MFT-TEST-GF-07" TO PAR-NAME.                       SQ227A.1
124800     MOVE   "X3.23-1985 MULTIPLE FILE CLAUSE" TO ANSI-REFERENCE.  SQ227A.1
124900     IF       MFT-FIRST-VIEW EQUAL TO "00 3/000001"               SQ227A.1
125000              PERFORM PASS                                        SQ227A.1
125100              PERFORM PRINT-DETAIL                                SQ227A.1
125200     ELSE                                                         SQ227A.1
125300              PERFORM FAIL                                        SQ227A.1
125400              MOVE  "00 3/000001" TO CORRECT-A                    SQ227A.1
125500              MOVE  MFT-FIRST-VIEW TO COMPUTED-A                  SQ227A.1
125600              MOVE  "STATUS OR FIRST RECORD WRONG AT POSITION 3"  SQ227A.1
125700                    TO RE-MARK                                    SQ227A.1
125800              PERFORM PRINT-DETAIL.                               SQ227A.1
125900*                                                                 SQ227A.1
126000*    08 -- THE REST OF FILE 3: 10 RECORDS IN ALL.                 SQ227A.1
126100*                                                                 SQ227A.1
126200 MFT-TEST-GF-08.                                                  SQ227A.1
126300     PERFORM  MFT-READ-FS3 UNTIL MFT-EOF-SW EQUAL TO "Y".         SQ227A.1
126400     MOVE     "FILE 3 OF THE SET   " TO FEATURE.                  SQ227A.1
126500     MOVE     "MFT-TEST-GF-08" TO PAR-NAME.                       SQ227A.1
126600     MOVE   "X3.23-1985 MULTIPLE FILE CLAUSE" TO ANSI-REFERENCE.  SQ227A.1
126700     IF       MFT-READ-COUNT EQUAL TO 10                          SQ227A.1
126800              AND MFT-ORDER-SW EQUAL TO "Y"                       SQ227A.1
126900              AND MFT-EOF-STATUS EQUAL TO "10"                    SQ227A.1
127000              PERFORM PASS                                        SQ227A.1
127100              PERFORM PRINT-DETAIL                                SQ227A.1
127200     ELSE                                                         SQ227A.1
127300              PERFORM FAIL                                        SQ227A.1
127400              MOVE  10 TO CORRECT-N                               SQ227A.1
127500              MOVE  MFT-READ-COUNT TO COMPUTED-N                  SQ227A.1
127600              MOVE  "FILE 3 RECORDS OR AT END STATUS WRONG"       SQ227A.1
127700                    TO RE-MARK                                    SQ227A.1
127800              PERFORM PRINT-DETAIL.                               SQ227A.1
127900*                                                                 SQ227A.1
128000*    09 -- CLOSE WITH LOCK ON FILE 3 MUST SUCCEED.                SQ227A.1
128100*                                                                 SQ227A.1
128200 MFT-TEST-GF-09.                                                  SQ227A.1
128300     CLOSE    SQ-FS3 WITH LOCK.                                   SQ227A.1
128400     MOVE     SQ-FS3-STATUS TO MFT-LOCK-STATUS.                   SQ227A.1
128500     MOVE     "CLOSE WITH LOCK     " TO FEATURE.                  SQ227A.1
128600     MOVE     "MFT-TEST-GF-09" TO PAR-NAME.                       SQ227A.1
128700     MOVE   "X3.23-1985 CLOSE LOCK PHRASE" TO ANSI-REFERENCE.     SQ227A.1
128800     IF       MFT-LOCK-STATUS EQUAL TO "00"                       SQ227A.1
128900              PERFORM PASS                                        SQ227A.1
129000              PERFORM PRINT-DETAIL                                SQ227A.1
129100     ELSE                                                         SQ227A.1
129200              PERFORM FAIL                                        SQ227A.1
129300              MOVE  "00" TO CORRECT-A                             SQ227A.1
129400              MOVE  MFT-LOCK-STATUS TO COMPUTED-A                 SQ227A.1
129500              MOVE  "CLOSE WITH LOCK STATUS WRONG ON FILE 3"      SQ227A.1
129600                    TO RE-MARK                                    SQ227A.1
129700              PERFORM PRINT-DETAIL.                               SQ227A.1
129800*                                                                 SQ227A.1
129900*    10 -- A LATER OPEN OF THE LOCKED FILE MUST BE REFUSED WITH   SQ227A.1
130000*          STATUS 38.                                             SQ227A.1
130100*                                                                 SQ227A.1
130200 MFT-TEST-GF-10.                                                  SQ227A.1
130300     OPEN     INPUT SQ-FS3.                                       SQ227A.1
130400     MOVE     SQ-FS3-STATUS TO MFT-RELOCK-STATUS.                 SQ227A.1
130500     IF       MFT-RELOCK-STATUS EQUAL TO "00"                     SQ227A.1
130600              CLOSE SQ-FS3.                                       SQ227A.1
130700     MOVE     "OPEN AFTER LOCK     " TO FEATURE.                  SQ227A.1
130800     MOVE     "MFT-TEST-GF-10" TO PAR-NAME.                       SQ227A.1
130900     MOVE   "X3.23-1985 CLOSE LOCK PHRASE" TO ANSI-REFERENCE.     SQ227A.1
131000     IF       MFT-RELOCK-STATUS EQUAL TO "38"                     SQ227A.1
131100              PERFORM PASS                                        SQ227A.1
131200              PERFORM PRINT-DETAIL                                SQ227A.1
131300     ELSE                                                         SQ227A.1
131400              PERFORM FAIL                                        SQ227A.1
131500              MOVE  "38" TO CORRECT-A                             SQ227A.1
131600              MOVE  MFT-RELOCK-STATUS TO COMPUTED-A               SQ227A.1
131700              MOVE  "LOCKED FILE 3 WAS NOT REFUSED ON REOPEN"     SQ227A.1
131800                    TO RE-MARK                                    SQ227A.1
131900              PERFORM PRINT-DETAIL.                               SQ227A.1
132000*                                                                 SQ227A.1
132100*    11 -- THE LOCK BELONGS TO FILE 3 ALONE: FILE 1 OF THE SAME   SQ227A.1
132200*          SET MUST STILL OPEN AT ITS FIRST RECORD.               SQ227A.1
132300*                                                                 SQ227A.1
132400 MFT-TEST-GF-11.                                                  SQ227A.1
132500     OPEN     INPUT SQ-FS1.                                       SQ227A.1
132600     MOVE     SQ-FS1-STATUS TO MFT-OPEN-STATUS.                   SQ227A.1
132700     MOVE     1 TO MFT-EXPECT-FILE.                               SQ227A.1
132800     PERFORM  MFT-READ-RESET.                                     SQ227A.1
132900     PERFORM  MFT-READ-FS1.                                       SQ227A.1
133000     IF       MFT-OPEN-STATUS EQUAL TO "00"                       SQ227A.1
133100              CLOSE SQ-FS1.                                       SQ227A.1
133200     MOVE     "REOPEN SET AFTER LCK" TO FEATURE.                  SQ227A.1
133300     MOVE     "MFT-TEST-GF-11" TO PAR-NAME.                       SQ227A.1
133400     MOVE   "X3.23-1985 CLOSE LOCK PHRASE" TO ANSI-REFERENCE.     SQ227A.1
133500     IF       MFT-FIRST-VIEW EQUAL TO "00 1/000001"               SQ227A.1
133600              PERFORM PASS                                        SQ227A.1
133700              PERFORM PRINT-DETAIL                                SQ227A.1
133800     ELSE                                                         SQ227A.1
133900              PERFORM FAIL                                        SQ227A.1
134000              MOVE  "00 1/000001" TO CORRECT-A                    SQ227A.1
134100              MOVE  MFT-FIRST-VIEW TO COMPUTED-A                  SQ227A.1
134200              MOVE  "FILE 1 NOT AVAILABLE AFTER FILE 3 LOCKED"    SQ227A.1
134300                    TO RE-MARK                                    SQ227A.1
134400              PERFORM PRINT-DETAIL.                               SQ227A.1
134500     GO TO    CCVS-999999.                                        SQ227A.1
134600 MFT-WRITE-FS1.                                                   SQ227A.1
134700     ADD      1 TO MFT-WRITE-SUB.                                 SQ227A.1
134800     MOVE     SPACE TO SQ-FS1R1-F-G-120.                          SQ227A.1
134900     MOVE     1 TO SQ-FS1-FILE-NO.                                SQ227A.1
135000     MOVE     MFT-WRITE-SUB TO SQ-FS1-SEQ-NO.                     SQ227A.1
135100     MOVE     "SQ227A TAPESET" TO SQ-FS1-CHECK.                   SQ227A.1
135200     WRITE    SQ-FS1R1-F-G-120.                                   SQ227A.1
135300 MFT-WRITE-FS2.                                                   SQ227A.1
135400     ADD      1 TO MFT-WRITE-SUB.                                 SQ227A.1
135500     MOVE     SPACE TO SQ-FS2R1-F-G-120.                          SQ227A.1
135600     MOVE     2 TO SQ-FS2-FILE-NO.                                SQ227A.1
135700     MOVE     MFT-WRITE-SUB TO SQ-FS2-SEQ-NO.                     SQ227A.1
135800     MOVE     "SQ227A TAPESET" TO SQ-FS2-CHECK.                   SQ227A.1
135900     WRITE    SQ-FS2R1-F-G-120.                                   SQ227A.1
136000 MFT-WRITE-FS3.                                                   SQ227A.1
136100     ADD      1 TO MFT-WRITE-SUB.                                 SQ227A.1
136200     MOVE     SPACE TO SQ-FS3R1-F-G-120.                          SQ227A.1
136300     MOVE     3 TO SQ-FS3-FILE-NO.                                SQ227A.1
136400     MOVE     MFT-WRITE-SUB TO SQ-FS3-SEQ-NO.                     SQ227A.1
136500     MOVE     "SQ227A TAPESET" TO SQ-FS3-CHECK.                   SQ227A.1
136600     WRITE    SQ-FS3R1-F-G-120.                                   SQ227A.1
136700 MFT-READ-RESET.                                                  SQ227A.1
136800     MOVE     ZERO TO MFT-READ-COUNT.                             SQ227A.1
136900     MOVE     1 TO MFT-EXPECT-SEQ.                                SQ227A.1
137000     MOVE     "Y" TO MFT-ORDER-SW.                                SQ227A.1
137100     MOVE     "N" TO MFT-EOF-SW.                                  SQ227A.1
137200     MOVE     SPACE TO MFT-EOF-STATUS.                            SQ227A.1
137300     MOVE     ZERO TO MFT-FIRST-FILE.                             SQ227A.1
137400     MOVE     ZERO TO MFT-FIRST-SEQ.                              SQ227A.1
137500 MFT-READ-FS1.                                                    SQ227A.1
137600     READ     SQ-FS1 AT END MOVE "Y" TO MFT-EOF-SW                SQ227A.1
137700              MOVE SQ-FS1-STATUS TO MFT-EOF-STATUS.               SQ227A.1
137800     IF       MFT-EOF-SW NOT EQUAL TO "Y"                         SQ227A.1
137900              MOVE SQ-FS1-FILE-NO TO MFT-GOT-FILE                 SQ227A.1
138000              MOVE SQ-FS1-SEQ-NO TO MFT-GOT-SEQ                   SQ227A.1
138100              PERFORM MFT-CHECK-RECORD.                           SQ227A.1
138200 MFT-READ-FS2.                                                    SQ227A.1
138300     READ     SQ-FS2 AT END MOVE "Y" TO MFT-EOF-SW                SQ227A.1
138400              MOVE SQ-FS2-STATUS TO MFT-EOF-STATUS.               SQ227A.1
138500     IF       MFT-EOF-SW NOT EQUAL TO "Y"                         SQ227A.1
138600              MOVE SQ-FS2-FILE-NO TO MFT-GOT-FILE                 SQ227A.1
138700              MOVE SQ-FS2-SEQ-NO TO MFT-GOT-SEQ                   SQ227A.1
138800              PERFORM MFT-CHECK-RECORD.                           SQ227A.1
138900 MFT-READ-FS3.                                                    SQ227A.1
139000     READ     SQ-FS3 AT END MOVE "Y" TO MFT-EOF-SW                SQ227A.1
139100              MOVE SQ-FS3-STATUS TO MFT-EOF-STATUS.               SQ227A.1
139200     IF       MFT-EOF-SW NOT EQUAL TO "Y"                         SQ227A.1
139300              MOVE SQ-FS3-FILE-NO TO MFT-GOT-FILE                 SQ227A.1
139400              MOVE SQ-FS3-SEQ-NO TO MFT-GOT-SEQ                   SQ227A.1
139500              PERFORM MFT-CHECK-RECORD.                           SQ227A.1
139600*        EVERY RECORD MUST BELONG TO THE FILE BEING READ AND      SQ227A.1
139700*        FOLLOW ITS PREDECESSOR; THE FIRST ONE IS KEPT FOR THE    SQ227A.1
139800*        POSITIONING TESTS.                                       SQ227A.1
139900 MFT-CHECK-RECORD.                                                SQ227A.1
140000     ADD      1 TO MFT-READ-COUNT.                                SQ227A.1
140100     IF       MFT-READ-COUNT EQUAL TO 1                           SQ227A.1
140200              MOVE MFT-GOT-FILE TO MFT-FIRST-FILE                 SQ227A.1
140300              MOVE MFT-GOT-SEQ TO MFT-FIRST-SEQ.                  SQ227A.1
140400     IF       MFT-GOT-FILE NOT EQUAL TO MFT-EXPECT-FILE           SQ227A.1
140500              OR MFT-GOT-SEQ NOT EQUAL TO MFT-EXPECT-SEQ          SQ227A.1
140600              MOVE "N" TO MFT-ORDER-SW.                           SQ227A.1
140700     ADD      1 TO MFT-EXPECT-SEQ.                                SQ227A.1
140800 CCVS-EXIT SECTION.                                               SQ227A.1
140900 CCVS-999999.                                                     SQ227A.1
141000     GO TO CLOSE-FILES.                                           SQ227A.1
