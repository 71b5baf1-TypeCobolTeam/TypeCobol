000100 IDENTIFICATION DIVISION.                                         SQ229A.1
000200 PROGRAM-ID.                                                      SQ229A.1
000300     SQ229A.                                                      SQ229A.1
000400****************************************************************  SQ229A.1
000500*                                                              *  SQ229A.1
000600*    VALIDATION FOR:-                                          *  SQ229A.1
000700*                                                              *  SQ229A.1
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ229A.1
000900*                                                              *  SQ229A.1
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ229A.1
001100*                                                              *  SQ229A.1
001200****************************************************************  SQ229A.1
001300*                                                              *  SQ229A.1
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SQ229A.1
001500*                                                              *  SQ229A.1
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SQ229A.1
001700*        X-62  - RAW-DATA HISTORY FILE.                        *  SQ229A.1
001800*        X-82  - SOURCE COMPUTER NAME.                         *  SQ229A.1
001900*        X-83  - OBJECT COMPUTER NAME.                         *  SQ229A.1
002000*                                                              *  SQ229A.1
002100****************************************************************  SQ229A.1
002200*        X-01  - SEQUENTIAL TAPE FILE (SQ-FS1, COPY OUTPUT).   *  SQ229A.1
002300*        X-02  - SEQUENTIAL TAPE FILE (SQ-FS2, COPY INPUT).    *  SQ229A.1
002400*        X-03  - SEQUENTIAL TAPE FILE (SQ-FS3, RERUN FILE).    *  SQ229A.1
002500*                                                              *  SQ229A.1
002600****************************************************************  SQ229A.1
002700*                                                                 SQ229A.1
002800*        THIS ROUTINE TESTS THE RERUN AND SAME RECORD AREA        SQ229A.1
002900*    CLAUSES OF THE I-O-CONTROL PARAGRAPH.                        SQ229A.1
003000*                                                                 SQ229A.1
003100*        SQ-FS1 AND SQ-FS2 SHARE ONE RECORD AREA, EACH WITH ITS   SQ229A.1
003200*    OWN RECORD DESCRIPTION OF THE SAME 120 BYTES.  DATA MOVED    SQ229A.1
003300*    TO ONE RECORD MUST BE SEEN THROUGH THE OTHER, A RECORD READ  SQ229A.1
003400*    FROM SQ-FS2 MUST BE WRITTEN TO SQ-FS1 WITHOUT ANY MOVE,      SQ229A.1
003500*    AND AFTER THE WRITE THE RECORD MUST STILL BE AVAILABLE AS    SQ229A.1
003600*    A RECORD OF SQ-FS2.  THE COPY IS THEN READ BACK AND ITS      SQ229A.1
003700*    CONTENT CHECKED THROUGH THE OTHER FILE'S DESCRIPTION.        SQ229A.1
003800*                                                                 SQ229A.1
003900*        SQ-FS3 IS NAMED IN A RERUN CLAUSE THAT TAKES A           SQ229A.1
004000*    CHECKPOINT EVERY 25 RECORDS ON THE CHKPTDD DATA SET.  ONE    SQ229A.1
004100*    HUNDRED RECORDS ARE WRITTEN AND READ BACK; THE FILE MUST BE  SQ229A.1
004200*    UNDISTURBED BY THE CHECKPOINTS.  THE OPERATING JCL SUPPLIES  SQ229A.1
004300*    A CHKPTDD DD ONLY ON A TARGET THAT TAKES CHECKPOINTS; THE    SQ229A.1
004400*    CHECKPOINT DATA SET IS THEN READ AND MUST HOLD AT LEAST ONE  SQ229A.1
004500*    RECORD PER CHECKPOINT.  WITHOUT THE DD, OR WHEN THE DATA SET SQ229A.1
004600*    CANNOT BE OPENED BEFORE THE STEP ENDS, THAT TEST PRINTS      SQ229A.1
004700*    INSPT WITH THE OPEN STATUS, AND THE CHECKPOINTS ARE COUNTED  SQ229A.1
004800*    FROM THE JOB LOG.                                            SQ229A.1
004900*                                                                 SQ229A.1
005000*    THE ELEMENTS TESTED IN THIS ROUTINE ARE:                     SQ229A.1
005100*                                                                 SQ229A.1
005200*    (1) SAME RECORD AREA -- SHARED STORAGE ACROSS OPEN, READ     SQ229A.1
005300*        AND WRITE;                                               SQ229A.1
005400*    (2) AVAILABILITY OF THE RECORD AFTER A WRITE TO A FILE OF    SQ229A.1
005500*        THE SAME RECORD AREA;                                    SQ229A.1
005600*    (3) RERUN ... EVERY INTEGER RECORDS OF FILE-NAME: THE FILE   SQ229A.1
005700*        PROCESSED UNCHANGED AND THE CHECKPOINT RECORDS WRITTEN.  SQ229A.1
005800 ENVIRONMENT DIVISION.                                            SQ229A.1
005900 CONFIGURATION SECTION.                                           SQ229A.1
006000  SOURCE-COMPUTER.                                                SQ229A.1
006100     COPY X082.                                                   SQ229A.1
006200  OBJECT-COMPUTER.                                                SQ229A.1
006300     COPY X083.                                                   SQ229A.1
006400  INPUT-OUTPUT SECTION.                                           SQ229A.1
006500  FILE-CONTROL.                                                   SQ229A.1
006600     SELECT RAW-DATA   ASSIGN TO                                  SQ229A.1
006700     COPY X062.                                                   SQ229A.1
006800            ORGANIZATION IS INDEXED                               SQ229A.1
006900            ACCESS MODE IS RANDOM                                 SQ229A.1
007000            RECORD KEY IS RAW-DATA-KEY.                           SQ229A.1
007100     SELECT PRINT-FILE ASSIGN TO                                  SQ229A.1
007200     COPY X055.                                                   SQ229A.1
007300     SELECT CSV-FILE ASSIGN TO CSVOUT                             SQ229A.1
007400         ORGANIZATION IS LINE SEQUENTIAL.                         SQ229A.1
007500*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       SQ229A.1
007600*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             SQ229A.1
007700*    WINDOW "N".                                                  SQ229A.1
007800     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              SQ229A.1
007900         ORGANIZATION IS SEQUENTIAL                               SQ229A.1
008000         FILE STATUS IS WS-WINDOWID-STATUS.                       SQ229A.1
008100*    COMPILE-LEVEL LOG -- ONE RECORD PER SHARED K6 MEMBER THIS    SQ229A.1
008200*    LOAD MODULE WAS COMPILED WITH; SEE K6MLEV.CPY AND K6STAL.    SQ229A.1
008300     SELECT COMPILE-LEVEL-LOG ASSIGN TO COMPLVL                   SQ229A.1
008400         ORGANIZATION IS SEQUENTIAL.                              SQ229A.1
008500     SELECT SQ-FS1 ASSIGN TO                                      SQ229A.1
008600     COPY X001.                                                   SQ229A.1
008700            ORGANIZATION IS SEQUENTIAL                            SQ229A.1
008800            ACCESS MODE IS SEQUENTIAL                             SQ229A.1
008900            FILE STATUS IS SQ-FS1-STATUS.                         SQ229A.1
009000     SELECT SQ-FS2 ASSIGN TO                                      SQ229A.1
009100     COPY X002.                                                   SQ229A.1
009200            ORGANIZATION IS SEQUENTIAL                            SQ229A.1
009300            ACCESS MODE IS SEQUENTIAL                             SQ229A.1
009400            FILE STATUS IS SQ-FS2-STATUS.                         SQ229A.1
009500     SELECT SQ-FS3 ASSIGN TO                                      SQ229A.1
009600     COPY X003.                                                   SQ229A.1
009700            ORGANIZATION IS SEQUENTIAL                            SQ229A.1
009800            ACCESS MODE IS SEQUENTIAL                             SQ229A.1
009900            FILE STATUS IS SQ-FS3-STATUS.                         SQ229A.1
010000*    CHECKPOINT DATA SET OF THE RERUN CLAUSE -- PRESENT ONLY ON   SQ229A.1
010100*    A TARGET THAT TAKES CHECKPOINTS.                             SQ229A.1
010200     SELECT OPTIONAL CHKPT-FILE ASSIGN TO CHKPTDD                 SQ229A.1
010300            ORGANIZATION IS SEQUENTIAL                            SQ229A.1
010400            FILE STATUS IS CHKPT-STATUS.                          SQ229A.1
010500 I-O-CONTROL.                                                     SQ229A.1
010600     RERUN ON CHKPTDD EVERY 25 RECORDS OF SQ-FS3                  SQ229A.1
010700     SAME RECORD AREA FOR SQ-FS1 SQ-FS2.                          SQ229A.1
010800 DATA DIVISION.                                                   SQ229A.1
010900 FILE SECTION.                                                    SQ229A.1
011000*                                                                 SQ229A.1
011100 FD  RAW-DATA.                                                    SQ229A.1
011200*                                                                 SQ229A.1
011300 01  RAW-DATA-SATZ.                                               SQ229A.1
011400     05  RAW-DATA-KEY.                                            SQ229A.1
011500         10  RAW-DATA-TARGET  PIC X(8).                           SQ229A.1
011600         10  RAW-DATA-PGM-ID  PIC X(6).                           SQ229A.1
011700         10  RAW-DATA-RUN-DT  PIC 9(8).                           SQ229A.1
011800         10  RAW-DATA-RUN-SEQ PIC 99.                             SQ229A.1
011900*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              SQ229A.1
012000*    K6RAWDS.CPY.                                                 SQ229A.1
012100     05  RAW-DATA-WINDOW     PIC X(1).                            SQ229A.1
012200     05  C-DATE              PIC 9(8).                            SQ229A.1
012300     05  C-TIME              PIC 9(8).                            SQ229A.1
012400     05  C-NO-OF-TESTS       PIC 99.                              SQ229A.1
012500     05  C-OK                PIC 999.                             SQ229A.1
012600     05  C-ALL               PIC 999.                             SQ229A.1
012700     05  C-FAIL              PIC 999.                             SQ229A.1
012800     05  C-DELETED           PIC 999.                             SQ229A.1
012900     05  C-INSPECT           PIC 999.                             SQ229A.1
013000     05  C-NOTE              PIC X(13).                           SQ229A.1
013100     05  C-INDENT            PIC X.                               SQ229A.1
013200     05  C-ABORT             PIC X(8).                            SQ229A.1
013300     05  C-END-DATE          PIC 9(8).                            SQ229A.1
013400     05  C-END-TIME          PIC 9(8).                            SQ229A.1
013500     05  C-SRC-REV           PIC 9(3).                            SQ229A.1
013600     05  C-FILE-CATALOG OCCURS 2 TIMES.                           SQ229A.1
013700         10  C-FILE-NAME         PIC X(6).                        SQ229A.1
013800         10  C-FILE-ORG          PIC X(2).                        SQ229A.1
013900         10  C-FILE-LABEL        PIC X(1).                        SQ229A.1
014000         10  C-FILE-BLKSIZE      PIC 9(4).                        SQ229A.1
014100         10  C-FILE-RECORDS      PIC 9(6).                        SQ229A.1
014200     05  C-MODULE-ID         PIC X(2).                            SQ229A.1
014300     05  C-MODULE-PCT        PIC 999V99.                          SQ229A.1
014400     05  C-SEV-HIGH          PIC X(1).                            SQ229A.1
014500*    RUN-DISPOSITION (SEE K6RAWDS.CPY) -- SET BY A LATER          SQ229A.1
014600*    COMPLETED RERUN OF THE SAME DAY.                             SQ229A.1
014700     05  C-SUPERSEDED        PIC X(1).                            SQ229A.1
014800     05  C-SUPERSEDE-SEQ     PIC 99.                              SQ229A.1
014900*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           SQ229A.1
015000     05  C-XFAIL             PIC 999.                             SQ229A.1
015100*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           SQ229A.1
015200     05  C-LAYOUT-VER        PIC X(3).                            SQ229A.1
015300*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     SQ229A.1
015400     05  C-OPT-PROFILE       PIC X(8).                            SQ229A.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
015500 FD  PRINT-FILE                                                   SQ229A.1
015600*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SQ229A.1
015700*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SQ229A.1
015800*    DEPTH IS A SITE SETTING INSTEAD OF A LITERAL IN WRITE-LINE.  SQ229A.1
015900     LINAGE IS K6-PAGE-BODY-LINES LINES                           SQ229A.1
016000         WITH FOOTING AT K6-PAGE-FOOTING-LINE                     SQ229A.1
016100         LINES AT TOP K6-PAGE-TOP-MARGIN.                         SQ229A.1
016200 01  PRINT-REC PICTURE X(120).                                    SQ229A.1
016300 01  DUMMY-RECORD PICTURE X(120).                                 SQ229A.1
016400 FD  CSV-FILE                                                     SQ229A.1
016500     LABEL RECORDS ARE STANDARD.                                  SQ229A.1
016600 01  CSV-REC                         PIC X(194).                  SQ229A.1
016700 FD  WINDOW-IDENT                                                 SQ229A.1
016800     LABEL RECORDS ARE STANDARD.                                  SQ229A.1
016900 01  WI-WINDOW-CARD.                                              SQ229A.1
017000     05  WI-WINDOW-ID         PIC X(1).                           SQ229A.1
017100     05  FILLER               PIC X(79).                          SQ229A.1
017200 FD  COMPILE-LEVEL-LOG                                            SQ229A.1
017300     LABEL RECORDS ARE STANDARD.                                  SQ229A.1
017400 01  CL-LEVEL-REC.                                                SQ229A.1
017500     05  CL-PGM-ID            PIC X(6).                           SQ229A.1
017600     05  FILLER               PIC X(1).                           SQ229A.1
017700     05  CL-MEMBER-NAME       PIC X(8).                           SQ229A.1
017800     05  FILLER               PIC X(1).                           SQ229A.1
017900     05  CL-MEMBER-LEVEL      PIC 9(3).                           SQ229A.1
018000     05  FILLER               PIC X(1).                           SQ229A.1
018100     05  CL-RUN-DATE          PIC 9(8).                           SQ229A.1
018200     05  FILLER               PIC X(52).                          SQ229A.1
018300 FD  SQ-FS1                                                       SQ229A.1
018400     LABEL RECORDS ARE STANDARD                                   SQ229A.1
018500     DATA RECORD IS SQ-FS1R1-F-G-120.                             SQ229A.1
018600 01  SQ-FS1R1-F-G-120.                                            SQ229A.1
018700     05  SQ-FS1-KEY                  PIC 9(6).                    SQ229A.1
018800     05  SQ-FS1-TEXT                 PIC X(20).                   SQ229A.1
018900     05  SQ-FS1-REST                 PIC X(94).                   SQ229A.1
019000 FD  SQ-FS2                                                       SQ229A.1
019100     LABEL RECORDS ARE STANDARD                                   SQ229A.1
019200     DATA RECORD IS SQ-FS2R1-F-G-120.                             SQ229A.1
019300 01  SQ-FS2R1-F-G-120.                                            SQ229A.1
019400     05  SQ-FS2-SEQ                  PIC 9(6).                    SQ229A.1
019500     05  SQ-FS2-NAME                 PIC X(20).                   SQ229A.1
019600     05  SQ-FS2-AMOUNT               PIC 9(7)V99.                 SQ229A.1
019700     05  FILLER                      PIC X(85).                   SQ229A.1
019800 FD  SQ-FS3                                                       SQ229A.1
019900     LABEL RECORDS ARE STANDARD                                   SQ229A.1
020000     DATA RECORD IS SQ-FS3R1-F-G-120.                             SQ229A.1
020100 01  SQ-FS3R1-F-G-120.                                            SQ229A.1
020200     05  SQ-FS3-SEQ-NO               PIC 9(6).                    SQ229A.1
020300     05  SQ-FS3-CHECK                PIC X(14).                   SQ229A.1
020400     05  FILLER                      PIC X(100).                  SQ229A.1
020500 FD  CHKPT-FILE                                                   SQ229A.1
020600     LABEL RECORDS ARE STANDARD                                   SQ229A.1
020700     RECORD VARYING IN SIZE FROM 1 TO 32760 CHARACTERS.           SQ229A.1
020800 01  CHKPT-REC                       PIC X(32760).                SQ229A.1
020900 WORKING-STORAGE SECTION.                                         SQ229A.1
021000 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     SQ229A.1
021100 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       SQ229A.1
021200*    EXPECTED-FAIL VERDICT SUPPORT -- SAME CONVENTION AS THE      SQ229A.1
021300*    K6SCA HARNESS: A TEST COVERING A CONFIRMED VENDOR DEFECT     SQ229A.1
021400*    SETS XFAIL-DEFECT-ID AND PERFORMS XFAIL (FAILED AS           SQ229A.1
021500*    DOCUMENTED) OR XFAIL-PASSED (THE LOUD SURPRISE).             SQ229A.1
021600 01  XFAIL-COUNTER                 PICTURE 999   VALUE ZERO.      SQ229A.1
021700 01  XFAIL-SURPRISE-COUNTER        PICTURE 999   VALUE ZERO.      SQ229A.1
021800 01  XFAIL-DEFECT-ID               PICTURE X(8)  VALUE SPACE.     SQ229A.1
021900 01  XFAIL-ALERT-LINE.                                            SQ229A.1
022000     02 FILLER                     PICTURE X(31) VALUE            SQ229A.1
022100        " ** EXPECTED-FAIL TEST PASSED -".                        SQ229A.1
022200     02 FILLER                     PICTURE X(8)  VALUE " DEFECT ".SQ229A.1
022300     02 XFAIL-ALERT-DEFECT         PICTURE X(8)  VALUE SPACE.     SQ229A.1
022400     02 FILLER                     PICTURE X(19) VALUE            SQ229A.1
022500        " MAY BE FIXED **   ".                                    SQ229A.1
022600     02 FILLER                     PICTURE X(54) VALUE SPACE.     SQ229A.1
022700*    PER-TEST WATCHDOG -- SAME CONVENTION AS THE K6SCA            SQ229A.1
022800*    HARNESS: A LOOPING TEST PARAGRAPH PERFORMS                   SQ229A.1
022900*    WATCHDOG-CHECK AND, WHEN WATCHDOG-TRIPPED, ABANDONS THE      SQ229A.1
023000*    LOOP AND PERFORMS ABORTED.  THE BUDGET RESTARTS AT EVERY     SQ229A.1
023100*    PRINT-DETAIL.                                                SQ229A.1
023200 01  WDOG-BUDGET-CS                PICTURE 9(7)  VALUE 3000.      SQ229A.1
023300 01  WDOG-START-CS                 PICTURE 9(7)  VALUE ZERO.      SQ229A.1
023400 01  WDOG-NOW-CS                   PICTURE 9(7)  VALUE ZERO.      SQ229A.1
023500 01  WDOG-TIME-RAW                 PICTURE 9(8)  VALUE ZERO.      SQ229A.1
023600 01  WDOG-TIME-RAW-R REDEFINES WDOG-TIME-RAW.                     SQ229A.1
023700     05  WDOG-HH                   PICTURE 99.                    SQ229A.1
023800     05  WDOG-MM                   PICTURE 99.                    SQ229A.1
023900     05  WDOG-SS                   PICTURE 99.                    SQ229A.1
024000     05  WDOG-CC                   PICTURE 99.                    SQ229A.1
024100 01  WDOG-TRIPPED-SW               PICTURE X     VALUE "N".       SQ229A.1
024200     88  WATCHDOG-TRIPPED                        VALUE "Y".       SQ229A.1
024300 01  ABORTED-COUNTER               PICTURE 999   VALUE ZERO.      SQ229A.1
024400*    FULL-WIDTH OPERAND AREAS -- SEE COMPUTED-FULL IN             SQ229A.1
024500*    K6SCA_DATA: A WIDE-OPERAND COMPARISON FILLS THEM, THE        SQ229A.1
024600*    FAILURE PATH PRINTS THEM IN 40-BYTE SEGMENTS WITH THE        SQ229A.1
024700*    FIRST DIFFERING BYTE, AND THE CSV DETAIL ROW IS FOLLOWED     SQ229A.1
024800*    BY "C" CONTINUATION RECORDS (K6CSVE.CPY).                    SQ229A.1
024900 01  COMPUTED-FULL                 PICTURE X(120) VALUE SPACE.    SQ229A.1
025000 01  CORRECT-FULL                  PICTURE X(120) VALUE SPACE.    SQ229A.1
025100 01  FULL-DIFF-OFFSET              PICTURE 9(3)  VALUE ZERO.      SQ229A.1
025200 01  FULL-SCAN-SUB                 PICTURE 9(3)  VALUE ZERO.      SQ229A.1
025300 01  FULL-SEG-SUB                  PICTURE 9(3)  VALUE ZERO.      SQ229A.1
025400 01  FULL-OPERAND-LINE.                                           SQ229A.1
025500     02 FULL-LINE-LABEL            PICTURE X(10) VALUE SPACE.     SQ229A.1
025600     02 FULL-LINE-OFFSET           PICTURE ZZ9.                   SQ229A.1
025700     02 FILLER                     PICTURE X(2)  VALUE ": ".      SQ229A.1
025800     02 FULL-LINE-TEXT             PICTURE X(40) VALUE SPACE.     SQ229A.1
025900     02 FILLER                     PICTURE X(65) VALUE SPACE.     SQ229A.1
026000 01  FULL-DIFF-LINE.                                              SQ229A.1
026100     02 FILLER                     PICTURE X(33) VALUE            SQ229A.1
026200        " FIRST DIFFERING BYTE AT OFFSET ".                       SQ229A.1
026300     02 FULL-DIFF-OFFSET-T         PICTURE ZZ9.                   SQ229A.1
026400     02 FILLER                     PICTURE X(84) VALUE SPACE.     SQ229A.1
026500 01  SQ-FS1-STATUS                 PICTURE XX    VALUE SPACE.     SQ229A.1
026600 01  SQ-FS2-STATUS                 PICTURE XX    VALUE SPACE.     SQ229A.1
026700 01  SQ-FS3-STATUS                 PICTURE XX    VALUE SPACE.     SQ229A.1
026800 01  CHKPT-STATUS                  PICTURE XX    VALUE SPACE.     SQ229A.1
026900 01  SRA-WRITE-SUB                 PICTURE 9(3)  VALUE ZERO.      SQ229A.1
027000 01  SRA-COPY-COUNT                PICTURE 9(3)  VALUE ZERO.      SQ229A.1
027100 01  SRA-READ-COUNT                PICTURE 9(3)  VALUE ZERO.      SQ229A.1
027200 01  SRA-EXPECT-KEY                PICTURE 9(6)  VALUE ZERO.      SQ229A.1
027300 01  SRA-EXPECT-AMOUNT             PICTURE 9(7)V99 VALUE ZERO.    SQ229A.1
027400 01  SRA-CONTENT-SW                PICTURE X     VALUE "Y".       SQ229A.1
027500 01  SRA-EOF-SW                    PICTURE X     VALUE "N".       SQ229A.1
027600 01  SRA-SEEN-TEXT                 PICTURE X(20) VALUE SPACE.     SQ229A.1
027700 01  SRA-SEEN-KEY                  PICTURE 9(6)  VALUE ZERO.      SQ229A.1
027800 01  SRA-AFTER-WRITE-SEQ           PICTURE 9(6)  VALUE ZERO.      SQ229A.1
027900 01  RRN-WRITE-SUB                 PICTURE 9(3)  VALUE ZERO.      SQ229A.1
028000 01  RRN-READ-COUNT                PICTURE 9(3)  VALUE ZERO.      SQ229A.1
028100 01  RRN-EXPECT-SEQ                PICTURE 9(6)  VALUE ZERO.      SQ229A.1
028200 01  RRN-ORDER-SW                  PICTURE X     VALUE "Y".       SQ229A.1
028300 01  RRN-EOF-SW                    PICTURE X     VALUE "N".       SQ229A.1
028400*    CHECKPOINTS EXPECTED: 100 RECORDS OF SQ-FS3 AT ONE EVERY 25. SQ229A.1
028500 01  RRN-CHKPT-EXPECTED            PICTURE 9(3)  VALUE 4.         SQ229A.1
028600 01  RRN-CHKPT-COUNT               PICTURE 9(5)  VALUE ZERO.      SQ229A.1
028700 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    SQ229A.1
028800 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     SQ229A.1
028900 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     SQ229A.1
029000 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     SQ229A.1
029100 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     SQ229A.1
029200 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     SQ229A.1
029300 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     SQ229A.1
029400 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     SQ229A.1
029500 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     SQ229A.1
029600 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     SQ229A.1
029700*--------------------------------------------------------------   SQ229A.1
029800*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       SQ229A.1
029900*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 SQ229A.1
030000*--------------------------------------------------------------   SQ229A.1
030100 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          SQ229A.1
030200 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         SQ229A.1
030300     05  WS-TIME-NOW-HH             PIC 99.                       SQ229A.1
030400     05  WS-TIME-NOW-MM             PIC 99.                       SQ229A.1
030500     05  WS-TIME-NOW-SS             PIC 99.                       SQ229A.1
030600     05  WS-TIME-NOW-CC             PIC 99.                       SQ229A.1
030700 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          SQ229A.1
030800 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       SQ229A.1
030900     05  WS-TIME-LAST-HH            PIC 99.                       SQ229A.1
031000     05  WS-TIME-LAST-MM            PIC 99.                       SQ229A.1
031100     05  WS-TIME-LAST-SS            PIC 99.                       SQ229A.1
031200     05  WS-TIME-LAST-CC            PIC 99.                       SQ229A.1
031300 01  WS-NOW-CS                      PIC 9(7) COMP.                SQ229A.1
031400 01  WS-LAST-CS                     PIC 9(7) COMP.                SQ229A.1
031500 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SQ229A.1
031600 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SQ229A.1
031700     COPY K6TARG.                                                 SQ229A.1
031800     COPY K6COPT.                                                 SQ229A.1
000000     COPY K6SREL.                                                 K6SREL.1
031900     COPY K6CVER.                                                 SQ229A.1
032000     COPY K6SEVT.                                                 SQ229A.1
032100     COPY K6PAGE.                                                 SQ229A.1
032200     COPY K6CSVE.                                                 SQ229A.1
032300     COPY K6MLEV.                                                 SQ229A.1
032400 01  TEST-RESULTS.                                                SQ229A.1
032500     02 FILLER                   PIC X      VALUE SPACE.          SQ229A.1
032600     02 FEATURE                  PIC X(20)  VALUE SPACE.          SQ229A.1
032700     02 FILLER                   PIC X      VALUE SPACE.          SQ229A.1
032800     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SQ229A.1
032900     02 FILLER                   PIC X      VALUE SPACE.          SQ229A.1
033000     02  PAR-NAME.                                                SQ229A.1
033100       03 FILLER                 PIC X(19)  VALUE SPACE.          SQ229A.1
033200       03  PARDOT-X              PIC X      VALUE SPACE.          SQ229A.1
033300       03 DOTVALUE               PIC 99     VALUE ZERO.           SQ229A.1
033400     02 FILLER                   PIC X(8)   VALUE SPACE.          SQ229A.1
033500     02 RE-MARK                  PIC X(61).                       SQ229A.1
033600 01  TEST-COMPUTED.                                               SQ229A.1
033700     02 FILLER                   PIC X(30)  VALUE SPACE.          SQ229A.1
033800     02 FILLER                   PIC X(17)  VALUE                 SQ229A.1
033900            "       COMPUTED=".                                   SQ229A.1
034000     02 COMPUTED-X.                                               SQ229A.1
034100     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SQ229A.1
034200     03 COMPUTED-N               REDEFINES COMPUTED-A             SQ229A.1
034300                                 PIC -9(9).9(9).                  SQ229A.1
034400     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SQ229A.1
034500     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SQ229A.1
034600     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SQ229A.1
034700     03       CM-18V0 REDEFINES COMPUTED-A.                       SQ229A.1
034800         04 COMPUTED-18V0                    PIC -9(18).          SQ229A.1
034900         04 FILLER                           PIC X.               SQ229A.1
035000     03 FILLER PIC X(50) VALUE SPACE.                             SQ229A.1
035100 01  TEST-CORRECT.                                                SQ229A.1
035200     02 FILLER PIC X(30) VALUE SPACE.                             SQ229A.1
035300     02 FILLER PIC X(17) VALUE "       CORRECT =".                SQ229A.1
035400     02 CORRECT-X.                                                SQ229A.1
035500     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SQ229A.1
035600     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SQ229A.1
035700     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SQ229A.1
035800     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SQ229A.1
035900     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SQ229A.1
036000     03      CR-18V0 REDEFINES CORRECT-A.                         SQ229A.1
036100         04 CORRECT-18V0                     PIC -9(18).          SQ229A.1
036200         04 FILLER                           PIC X.               SQ229A.1
036300     03 FILLER PIC X(2) VALUE SPACE.                              SQ229A.1
036400     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SQ229A.1
036500 01  CCVS-C-1.                                                    SQ229A.1
036600     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASQ229A.1
036700-    "SS  PARAGRAPH-NAME                                          SQ229A.1
036800-    "       REMARKS".                                            SQ229A.1
036900     02 FILLER                     PIC X(20)    VALUE SPACE.      SQ229A.1
037000 01  CCVS-C-2.                                                    SQ229A.1
037100     02 FILLER                     PIC X        VALUE SPACE.      SQ229A.1
037200     02 FILLER                     PIC X(6)     VALUE "TESTED".   SQ229A.1
037300     02 FILLER                     PIC X(15)    VALUE SPACE.      SQ229A.1
037400     02 FILLER                     PIC X(4)     VALUE "FAIL".     SQ229A.1
037500     02 FILLER                     PIC X(94)    VALUE SPACE.      SQ229A.1
037600 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SQ229A.1
037700 01  REC-CT                        PIC 99       VALUE ZERO.       SQ229A.1
037800 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SQ229A.1
037900 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SQ229A.1
038000 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SQ229A.1
038100 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SQ229A.1
038200 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SQ229A.1
038300 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SQ229A.1
038400 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SQ229A.1
038500 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SQ229A.1
038600 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SQ229A.1
038700 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     SQ229A.1
038800 01  CCVS-H-1.                                                    SQ229A.1
038900     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ229A.1
039000     02  FILLER                    PIC X(42)    VALUE             SQ229A.1
039100     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SQ229A.1
039200     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ229A.1
039300 01  CCVS-H-2A.                                                   SQ229A.1
039400   02  FILLER                        PIC X(40)  VALUE SPACE.      SQ229A.1
039500   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SQ229A.1
039600   02  FILLER                        PIC XXXX   VALUE             SQ229A.1
039700     "4.2 ".                                                      SQ229A.1
039800   02  FILLER                        PIC X(28)  VALUE             SQ229A.1
039900            " COPY - NOT FOR DISTRIBUTION".                       SQ229A.1
040000   02  FILLER                        PIC X(41)  VALUE SPACE.      SQ229A.1
040100*                                                                 SQ229A.1
040200 01  CCVS-H-2B.                                                   SQ229A.1
040300   02  FILLER                        PIC X(15)  VALUE             SQ229A.1
040400            "TEST RESULT OF ".                                    SQ229A.1
040500   02  TEST-ID                       PIC X(9).                    SQ229A.1
040600   02  FILLER                        PIC X(4)   VALUE             SQ229A.1
040700            " IN ".                                               SQ229A.1
040800   02  FILLER                        PIC X(12)  VALUE             SQ229A.1
040900     " HIGH       ".                                              SQ229A.1
041000   02  FILLER                        PIC X(22)  VALUE             SQ229A.1
041100            " LEVEL VALIDATION FOR ".                             SQ229A.1
041200   02  FILLER                        PIC X(58)  VALUE             SQ229A.1
041300     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ229A.1
041400 01  CCVS-H-3.                                                    SQ229A.1
041500     02  FILLER                      PIC X(34)  VALUE             SQ229A.1
041600            " FOR OFFICIAL USE ONLY    ".                         SQ229A.1
041700     02  CCVS-H-3-VERSION            PIC X(58)  VALUE             SQ229A.1
041800     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ229A.1
041900     02  FILLER                      PIC X(28)  VALUE             SQ229A.1
042000            "  COPYRIGHT   1985 ".                                SQ229A.1
042100 01  CCVS-E-1.                                                    SQ229A.1
042200     02 FILLER                       PIC X(52)  VALUE SPACE.      SQ229A.1
042300     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SQ229A.1
042400     02 ID-AGAIN                     PIC X(9).                    SQ229A.1
042500     02 FILLER                       PIC X(45)  VALUE SPACES.     SQ229A.1
042600 01  CCVS-E-2.                                                    SQ229A.1
042700     02  FILLER                      PIC X(31)  VALUE SPACE.      SQ229A.1
042800     02  FILLER                      PIC X(21)  VALUE SPACE.      SQ229A.1
042900     02 CCVS-E-2-2.                                               SQ229A.1
043000         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SQ229A.1
043100         03 FILLER                   PIC X      VALUE SPACE.      SQ229A.1
043200         03 ENDER-DESC               PIC X(44)  VALUE             SQ229A.1
043300            "ERRORS ENCOUNTERED".                                 SQ229A.1
043400 01  CCVS-E-3.                                                    SQ229A.1
043500     02  FILLER                      PIC X(22)  VALUE             SQ229A.1
043600            " FOR OFFICIAL USE ONLY".                             SQ229A.1
043700     02  FILLER                      PIC X(12)  VALUE SPACE.      SQ229A.1
043800     02  FILLER                      PIC X(58)  VALUE             SQ229A.1
043900     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ229A.1
044000     02  FILLER                      PIC X(13)  VALUE SPACE.      SQ229A.1
044100     02 FILLER                       PIC X(15)  VALUE             SQ229A.1
044200             " COPYRIGHT 1985".                                   SQ229A.1
044300 01  CCVS-E-4.                                                    SQ229A.1
044400     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SQ229A.1
044500     02 FILLER                       PIC X(4)   VALUE " OF ".     SQ229A.1
044600     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SQ229A.1
044700     02 FILLER                       PIC X(40)  VALUE             SQ229A.1
044800      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SQ229A.1
044900 01  XXINFO.                                                      SQ229A.1
045000     02 FILLER                       PIC X(19)  VALUE             SQ229A.1
045100            "*** INFORMATION ***".                                SQ229A.1
045200     02 INFO-TEXT.                                                SQ229A.1
045300       04 FILLER                     PIC X(8)   VALUE SPACE.      SQ229A.1
045400       04 XXCOMPUTED                 PIC X(20).                   SQ229A.1
045500       04 FILLER                     PIC X(5)   VALUE SPACE.      SQ229A.1
045600       04 XXCORRECT                  PIC X(20).                   SQ229A.1
045700     02 INF-ANSI-REFERENCE           PIC X(48).                   SQ229A.1
045800 01  HYPHEN-LINE.                                                 SQ229A.1
045900     02 FILLER  PIC IS X VALUE IS SPACE.                          SQ229A.1
046000     02 FILLER  PIC IS X(65)    VALUE IS "************************SQ229A.1
046100-    "*****************************************".                 SQ229A.1
046200     02 FILLER  PIC IS X(54)    VALUE IS "************************SQ229A.1
046300-    "******************************".                            SQ229A.1
046400 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ229A.1
046500     "SQ229A".                                                    SQ229A.1
046600 01  CCVS-PGM-ID-R REDEFINES CCVS-PGM-ID.                         SQ229A.1
046700     02  CCVS-PGM-MODULE-PREFIX     PIC XX.                       SQ229A.1
046800     02  FILLER                     PIC X(7).                     SQ229A.1
046900 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 001.        SQ229A.1
047000 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    SQ229A.1
047100 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       SQ229A.1
047200 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       SQ229A.1
047300 01  WS-PRIOR-SEQ                    PIC 99     VALUE ZERO.       SQ229A.1
047400                                                                  SQ229A.1
047500 PROCEDURE DIVISION.                                              SQ229A.1
047600                                                                  SQ229A.1
047700 CCVS1 SECTION.                                                   SQ229A.1
047800 OPEN-FILES.                                                      SQ229A.1
047900     OPEN I-O RAW-DATA.                                           SQ229A.1
048000     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        SQ229A.1
048100     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         SQ229A.1
048200     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            SQ229A.1
048300     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        SQ229A.1
048400     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              SQ229A.1
048500     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                SQ229A.1
048600     MOVE 1 TO RAW-DATA-SEQ-WS.                                   SQ229A.1
048700 FIND-RUN-KEY.                                                    SQ229A.1
048800     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    SQ229A.1
048900     READ RAW-DATA INVALID KEY GO TO WRITE-RUN-RECORD.            SQ229A.1
049000     ADD 1 TO RAW-DATA-SEQ-WS.                                    SQ229A.1
049100     GO TO FIND-RUN-KEY.                                          SQ229A.1
049200 WRITE-RUN-RECORD.                                                SQ229A.1
049300     MOVE "ABORTED " TO C-ABORT.                                  SQ229A.1
049400     ADD 1 TO C-NO-OF-TESTS.                                      SQ229A.1
049500     MOVE RAW-DATA-RUN-DATE-WS TO C-DATE.                         SQ229A.1
049600     ACCEPT C-TIME  FROM TIME.                                    SQ229A.1
049700     MOVE SPACE TO C-SUPERSEDED.                                  SQ229A.1
049800     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SQ229A.1
049900     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SQ229A.1
050000     MOVE ZERO TO C-XFAIL.                                        SQ229A.1
050100     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
050200     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        SQ229A.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
050300     PERFORM COMPILE-LEVEL-STAMP THRU                             SQ229A.1
050400         COMPILE-LEVEL-STAMP-EXIT.                                SQ229A.1
050500     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SQ229A.1
050600 END-E-1.                                                         SQ229A.1
050700     CLOSE RAW-DATA.                                              SQ229A.1
050800     OPEN    OUTPUT PRINT-FILE.                                   SQ229A.1
050900     OPEN    OUTPUT CSV-FILE.                                     SQ229A.1
051000*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      SQ229A.1
051100*    K6CSVE.CPY.                                                  SQ229A.1
051200     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              SQ229A.1
051300     MOVE K6-TARGET-ID TO CEH-TARGET.                             SQ229A.1
051400     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SQ229A.1
051500     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SQ229A.1
051600     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          SQ229A.1
051700     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      SQ229A.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
051800     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SQ229A.1
051900     WRITE CSV-REC.                                               SQ229A.1
052000     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SQ229A.1
052100-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            SQ229A.1
052200         TO CSV-REC.                                              SQ229A.1
052300     WRITE CSV-REC.                                               SQ229A.1
052400     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  SQ229A.1
052500     MOVE    SPACE TO TEST-RESULTS.                               SQ229A.1
052600     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              SQ229A.1
052700     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             SQ229A.1
052800     GO TO CCVS1-EXIT.                                            SQ229A.1
052900 CLOSE-FILES.                                                     SQ229A.1
053000     OPEN I-O RAW-DATA.                                           SQ229A.1
053100*    RAW-DATA-KEY STILL HOLDS THE PGM-ID/DATE/SEQ SET BY          SQ229A.1
053200*    OPEN-FILES FOR THIS RUN -- RE-READ THAT SAME RECORD.         SQ229A.1
053300     READ RAW-DATA INVALID KEY GO TO END-E-2.                     SQ229A.1
053400     MOVE "OK.     " TO C-ABORT.                                  SQ229A.1
053500     MOVE PASS-COUNTER TO C-OK.                                   SQ229A.1
053600     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               SQ229A.1
053700         INSPECT-COUNTER + DELETE-COUNTER + XFAIL-COUNTER.        SQ229A.1
053800     MOVE ERROR-COUNTER TO C-FAIL.                                SQ229A.1
053900     MOVE DELETE-COUNTER TO C-DELETED.                            SQ229A.1
054000     MOVE INSPECT-COUNTER TO C-INSPECT.                           SQ229A.1
054100     MOVE XFAIL-COUNTER TO C-XFAIL.                               SQ229A.1
054200     MOVE CCVS-PGM-MODULE-PREFIX TO C-MODULE-ID.                  SQ229A.1
054300     IF (PASS-COUNTER + ERROR-COUNTER + INSPECT-COUNTER +         SQ229A.1
054400         DELETE-COUNTER) IS GREATER THAN ZERO                     SQ229A.1
054500         COMPUTE C-MODULE-PCT ROUNDED =                           SQ229A.1
054600             (PASS-COUNTER / (PASS-COUNTER + ERROR-COUNTER +      SQ229A.1
054700             INSPECT-COUNTER + DELETE-COUNTER)) * 100             SQ229A.1
054800     ELSE                                                         SQ229A.1
054900         MOVE ZERO TO C-MODULE-PCT.                               SQ229A.1
055000     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          SQ229A.1
055100     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        SQ229A.1
055200     ACCEPT C-END-TIME FROM TIME.                                 SQ229A.1
055300     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             SQ229A.1
055400     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           SQ229A.1
055500         PERFORM SUPERSEDE-PRIOR-RUNS THRU SUPERSEDE-PRIOR-EXIT.  SQ229A.1
055600 END-E-2.                                                         SQ229A.1
055700     CLOSE RAW-DATA.                                              SQ229A.1
055800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SQ229A.1
055900*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    SQ229A.1
056000*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      SQ229A.1
056100     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               SQ229A.1
056200     MOVE PASS-COUNTER TO CET-OK.                                 SQ229A.1
056300     MOVE ERROR-COUNTER TO CET-FAIL.                              SQ229A.1
056400     MOVE DELETE-COUNTER TO CET-DELETED.                          SQ229A.1
056500     MOVE INSPECT-COUNTER TO CET-INSPECT.                         SQ229A.1
056600     MOVE XFAIL-COUNTER TO CET-XFAIL.                             SQ229A.1
056700     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         SQ229A.1
056800     WRITE CSV-REC.                                               SQ229A.1
056900     CLOSE CSV-FILE.                                              SQ229A.1
057000 TERMINATE-CCVS.                                                  SQ229A.1
057100     EXIT PROGRAM.                                                SQ229A.1
057200 TERMINATE-CALL.                                                  SQ229A.1
057300     STOP     RUN.                                                SQ229A.1
057400*--------------------------------------------------------------   SQ229A.1
057500* SUPERSEDE-PRIOR-RUNS -- A COMPLETED RERUN MARKS THIS DAY'S      SQ229A.1
057600* EARLIER RECORDS SUPERSEDED, POINTING AT THE RUN THAT            SQ229A.1
057700* REPLACES THEM, SO THE ROLLUP TOOLS COUNT ONLY EFFECTIVE         SQ229A.1
057800* RUNS (SEE K6RAWDS.CPY AND THE K6SUPS CHAIN REPORT).             SQ229A.1
057900*--------------------------------------------------------------   SQ229A.1
058000 SUPERSEDE-PRIOR-RUNS.                                            SQ229A.1
058100     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 SQ229A.1
058200     MOVE ZERO TO WS-PRIOR-SEQ.                                   SQ229A.1
058300 SUPERSEDE-NEXT-PRIOR.                                            SQ229A.1
058400     ADD 1 TO WS-PRIOR-SEQ.                                       SQ229A.1
058500     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             SQ229A.1
058600         GO TO SUPERSEDE-RESTORE.                                 SQ229A.1
058700     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SQ229A.1
058800     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SQ229A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
059000         GO TO SUPERSEDE-NEXT-PRIOR.                              SQ229A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
059100     MOVE "S" TO C-SUPERSEDED.                                    SQ229A.1
059200     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SQ229A.1
059300     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.SQ229A.1
059400     GO TO SUPERSEDE-NEXT-PRIOR.                                  SQ229A.1
059500*    RESTORE THIS RUN'S OWN KEY AND RECORD AREA BEFORE THE        SQ229A.1
059600*    FILE CLOSES.                                                 SQ229A.1
059700 SUPERSEDE-RESTORE.                                               SQ229A.1
059800     MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ.                 SQ229A.1
059900     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        SQ229A.1
060000 SUPERSEDE-PRIOR-EXIT.                                            SQ229A.1
060100     EXIT.                                                        SQ229A.1
060200 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SQ229A.1
060300 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SQ229A.1
060400 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SQ229A.1
060500 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SQ229A.1
060600     MOVE "****TEST DELETED****" TO RE-MARK.                      SQ229A.1
060700*    EXPECTED-FAIL PATHS -- SEE XFAIL-DEFECT-ID ABOVE.            SQ229A.1
060800 XFAIL.                                                           SQ229A.1
060900     MOVE "XFAIL" TO P-OR-F.  ADD 1 TO XFAIL-COUNTER.             SQ229A.1
061000     STRING "FAILED AS DOCUMENTED - DEFECT " XFAIL-DEFECT-ID      SQ229A.1
061100         DELIMITED BY SIZE INTO RE-MARK.                          SQ229A.1
061200 XFAIL-PASSED.                                                    SQ229A.1
061300     MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.              SQ229A.1
061400     ADD 1 TO XFAIL-SURPRISE-COUNTER.                             SQ229A.1
061500     MOVE XFAIL-DEFECT-ID TO XFAIL-ALERT-DEFECT.                  SQ229A.1
061600     MOVE XFAIL-ALERT-LINE TO DUMMY-RECORD.                       SQ229A.1
061700     PERFORM WRITE-LINE.                                          SQ229A.1
061800     STRING "UNEXPECTED PASS - DEFECT " XFAIL-DEFECT-ID           SQ229A.1
061900         " MAY BE FIXED" DELIMITED BY SIZE INTO RE-MARK.          SQ229A.1
062000*    WATCHDOG VERDICT -- SEE WDOG-BUDGET-CS ABOVE.                SQ229A.1
062100 ABORTED.                                                         SQ229A.1
062200     MOVE "ABND*" TO P-OR-F.  ADD 1 TO ABORTED-COUNTER.           SQ229A.1
062300     MOVE "N" TO WDOG-TRIPPED-SW.                                 SQ229A.1
062400     MOVE "TEST EXCEEDED TIME BUDGET - ABANDONED" TO RE-MARK.     SQ229A.1
062500 PRINT-DETAIL.                                                    SQ229A.1
062600     IF REC-CT NOT EQUAL TO ZERO                                  SQ229A.1
062700             MOVE "." TO PARDOT-X                                 SQ229A.1
062800             MOVE REC-CT TO DOTVALUE.                             SQ229A.1
062900     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SQ229A.1
063000     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          SQ229A.1
063100         PARAGRAPH-TIME-CAPTURE-EXIT.                             SQ229A.1
063200     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         SQ229A.1
063300     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SQ229A.1
063400        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SQ229A.1
063500          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SQ229A.1
063600     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SQ229A.1
063700     MOVE SPACE TO CORRECT-X.                                     SQ229A.1
063800     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SQ229A.1
063900     MOVE     SPACE TO RE-MARK.                                   SQ229A.1
064000     MOVE SPACE TO COMPUTED-FULL. MOVE SPACE TO CORRECT-FULL.     SQ229A.1
064100     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             SQ229A.1
064200 CSV-WRITE-DETAIL.                                                SQ229A.1
064300     MOVE SPACE TO CSV-BUILD-AREA.                                SQ229A.1
064400     MOVE FEATURE TO CSV-FEATURE-T.                               SQ229A.1
064500     MOVE P-OR-F TO CSV-POF-T.                                    SQ229A.1
064600     MOVE PAR-NAME TO CSV-PARNAME-T.                              SQ229A.1
064700     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           SQ229A.1
064800     MOVE CORRECT-A TO CSV-CORRECT-T.                             SQ229A.1
064900     MOVE RE-MARK TO CSV-REMARK-T.                                SQ229A.1
065000     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  SQ229A.1
065100     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           SQ229A.1
065200     STRING '"' CSV-FEATURE-T    '","'                            SQ229A.1
065300            CSV-POF-T            '","'                            SQ229A.1
065400            CSV-PARNAME-T        '","'                            SQ229A.1
065500            CSV-COMPUTED-T       '","'                            SQ229A.1
065600            CSV-CORRECT-T        '","'                            SQ229A.1
065700            CSV-REMARK-T         '","'                            SQ229A.1
065800            CSV-ELAPSED-T        '","'                            SQ229A.1
065900            CSV-ANSI-CLAUSE-T    '","'                            SQ229A.1
066000            CSV-SEVERITY-T       '"'                              SQ229A.1
066100         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   SQ229A.1
066200     MOVE CSV-BUILD-AREA TO CSV-REC.                              SQ229A.1
066300     WRITE CSV-REC.                                               SQ229A.1
066400     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               SQ229A.1
066500     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     SQ229A.1
066600         PERFORM CSV-WRITE-CONT THRU CSV-WRITE-CONT-EXIT.         SQ229A.1
066700 CSV-WRITE-DETAIL-EXIT.                                           SQ229A.1
066800     EXIT.                                                        SQ229A.1
066900*--------------------------------------------------------------   SQ229A.1
067000* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        SQ229A.1
067100*--------------------------------------------------------------   SQ229A.1
067200 SEVERITY-LOOKUP.                                                 SQ229A.1
067300     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    SQ229A.1
067400     IF ANSI-CLAUSE-CODE = SPACE                                  SQ229A.1
067500         GO TO SEVERITY-BY-FEATURE.                               SQ229A.1
067600     SET SEV-CL-IDX TO 1.                                         SQ229A.1
067700 SEVERITY-CLAUSE-SCAN.                                            SQ229A.1
067800     IF SEV-CL-IDX > 8                                            SQ229A.1
067900         GO TO SEVERITY-BY-FEATURE.                               SQ229A.1
068000     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           SQ229A.1
068100         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     SQ229A.1
068200         GO TO SEVERITY-TRACK-HIGH.                               SQ229A.1
068300     SET SEV-CL-IDX UP BY 1.                                      SQ229A.1
068400     GO TO SEVERITY-CLAUSE-SCAN.                                  SQ229A.1
068500 SEVERITY-BY-FEATURE.                                             SQ229A.1
068600     SET SEV-FT-IDX TO 1.                                         SQ229A.1
068700 SEVERITY-FEATURE-SCAN.                                           SQ229A.1
068800     IF SEV-FT-IDX > 6                                            SQ229A.1
068900         GO TO SEVERITY-TRACK-HIGH.                               SQ229A.1
069000     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) SQ229A.1
069100         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    SQ229A.1
069200         GO TO SEVERITY-TRACK-HIGH.                               SQ229A.1
069300     SET SEV-FT-IDX UP BY 1.                                      SQ229A.1
069400     GO TO SEVERITY-FEATURE-SCAN.                                 SQ229A.1
069500 SEVERITY-TRACK-HIGH.                                             SQ229A.1
069600     IF CSV-POF-T NOT = "FAIL*"                                   SQ229A.1
069700         GO TO SEVERITY-LOOKUP-EXIT.                              SQ229A.1
069800     IF WS-RUN-SEV-HIGH = SPACE                                   SQ229A.1
069900             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  SQ229A.1
070000         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  SQ229A.1
070100 SEVERITY-LOOKUP-EXIT.                                            SQ229A.1
070200     EXIT.                                                        SQ229A.1
070300 PARAGRAPH-TIME-CAPTURE.                                          SQ229A.1
070400     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            SQ229A.1
070500     ACCEPT WS-TIME-NOW FROM TIME.                                SQ229A.1
070600     COMPUTE WS-NOW-CS =                                          SQ229A.1
070700         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             SQ229A.1
070800             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            SQ229A.1
070900     COMPUTE WS-LAST-CS =                                         SQ229A.1
071000         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           SQ229A.1
071100             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          SQ229A.1
071200     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               SQ229A.1
071300         MOVE ZERO TO WS-ELAPSED-CS                               SQ229A.1
071400     ELSE                                                         SQ229A.1
071500         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       SQ229A.1
071600             GIVING WS-ELAPSED-CS.                                SQ229A.1
071700     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         SQ229A.1
071800 PARAGRAPH-TIME-CAPTURE-EXIT.                                     SQ229A.1
071900     EXIT.                                                        SQ229A.1
072000 HEAD-ROUTINE.                                                    SQ229A.1
072100     MOVE K6-COMPILER-VERSION TO CCVS-H-3-VERSION.                SQ229A.1
072200     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ229A.1
072300     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ229A.1
072400     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ229A.1
072500     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ229A.1
072600 COLUMN-NAMES-ROUTINE.                                            SQ229A.1
072700     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ229A.1
072800     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ229A.1
072900     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ229A.1
073000 END-ROUTINE.                                                     SQ229A.1
073100     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SQ229A.1
073200 END-RTN-EXIT.                                                    SQ229A.1
073300     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ229A.1
073400 END-ROUTINE-1.                                                   SQ229A.1
073500      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SQ229A.1
073600      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SQ229A.1
073700      ADD PASS-COUNTER TO ERROR-HOLD.                             SQ229A.1
073800      ADD XFAIL-COUNTER TO ERROR-HOLD.                            SQ229A.1
073900      ADD ABORTED-COUNTER TO ERROR-HOLD.                          SQ229A.1
074000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SQ229A.1
074100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SQ229A.1
074200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SQ229A.1
074300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SQ229A.1
074400  END-ROUTINE-12.                                                 SQ229A.1
074500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SQ229A.1
074600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SQ229A.1
074700         MOVE "NO " TO ERROR-TOTAL                                SQ229A.1
074800         ELSE                                                     SQ229A.1
074900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SQ229A.1
075000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SQ229A.1
075100     PERFORM WRITE-LINE.                                          SQ229A.1
075200 END-ROUTINE-13.                                                  SQ229A.1
075300     IF DELETE-COUNTER IS EQUAL TO ZERO                           SQ229A.1
075400         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ229A.1
075500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SQ229A.1
075600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SQ229A.1
075700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ229A.1
075800      IF   INSPECT-COUNTER EQUAL TO ZERO                          SQ229A.1
075900          MOVE "NO " TO ERROR-TOTAL                               SQ229A.1
076000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SQ229A.1
076100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SQ229A.1
076200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SQ229A.1
076300     IF XFAIL-COUNTER IS EQUAL TO ZERO                            SQ229A.1
076400         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ229A.1
076500         MOVE XFAIL-COUNTER TO ERROR-TOTAL.                       SQ229A.1
076600     MOVE "TEST(S) FAILED AS EXPECTED" TO ENDER-DESC.             SQ229A.1
076700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ229A.1
076800     IF XFAIL-SURPRISE-COUNTER IS EQUAL TO ZERO                   SQ229A.1
076900         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ229A.1
077000         MOVE XFAIL-SURPRISE-COUNTER TO ERROR-TOTAL.              SQ229A.1
077100     MOVE "EXPECTED-FAIL TEST(S) PASSED - SEE ALERTS"             SQ229A.1
077200         TO ENDER-DESC.                                           SQ229A.1
077300     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ229A.1
077400     IF ABORTED-COUNTER IS EQUAL TO ZERO                          SQ229A.1
077500         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ229A.1
077600         MOVE ABORTED-COUNTER TO ERROR-TOTAL.                     SQ229A.1
077700     MOVE "TEST(S) ABORTED BY THE WATCHDOG" TO ENDER-DESC.        SQ229A.1
077800     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ229A.1
077900     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ229A.1
078000 WRITE-LINE.                                                      SQ229A.1
078100*    THE END-OF-PAGE CONDITION RAISED IN WRT-LN BELOW REPLAYS     SQ229A.1
078200*    THE HEADER BLOCK HERE, AT THE TOP OF THE NEW PAGE, BEFORE    SQ229A.1
078300*    THE PENDING LINE GOES OUT.                                   SQ229A.1
078400     IF K6-PAGE-EOP-PENDING                                       SQ229A.1
078500         MOVE "N" TO K6-PAGE-EOP-SW                               SQ229A.1
078600         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SQ229A.1
078700         MOVE SPACE TO DUMMY-RECORD                               SQ229A.1
078800         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  SQ229A.1
078900         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ229A.1
079000         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ229A.1
079100         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ229A.1
079200         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ229A.1
079300         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SQ229A.1
079400         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SQ229A.1
079500         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SQ229A.1
079600         MOVE DUMMY-HOLD TO DUMMY-RECORD.                         SQ229A.1
079700     PERFORM WRT-LN.                                              SQ229A.1
079800 WRT-LN.                                                          SQ229A.1
079900     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINE                 SQ229A.1
080000         AT END-OF-PAGE SET K6-PAGE-EOP-PENDING TO TRUE.          SQ229A.1
080100     MOVE SPACE TO DUMMY-RECORD.                                  SQ229A.1
080200 BLANK-LINE-PRINT.                                                SQ229A.1
080300     PERFORM WRT-LN.                                              SQ229A.1
080400 FAIL-ROUTINE.                                                    SQ229A.1
080500     IF     COMPUTED-X NOT EQUAL TO SPACE                         SQ229A.1
080600            GO TO   FAIL-ROUTINE-WRITE.                           SQ229A.1
080700     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SQ229A.1
080800     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ229A.1
080900     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SQ229A.1
081000     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ229A.1
081100     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ229A.1
081200     GO TO  FAIL-ROUTINE-EX.                                      SQ229A.1
081300 FAIL-ROUTINE-WRITE.                                              SQ229A.1
081400     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SQ229A.1
081500     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SQ229A.1
081600     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SQ229A.1
081700     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SQ229A.1
081800     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     SQ229A.1
081900         PERFORM FULL-OPERAND-PRINT THRU FULL-OPERAND-EXIT.       SQ229A.1
082000 FAIL-ROUTINE-EX. EXIT.                                           SQ229A.1
082100 BAIL-OUT.                                                        SQ229A.1
082200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SQ229A.1
082300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SQ229A.1
082400 BAIL-OUT-WRITE.                                                  SQ229A.1
082500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SQ229A.1
082600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ229A.1
082700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ229A.1
082800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ229A.1
082900 BAIL-OUT-EX. EXIT.                                               SQ229A.1
083000*--------------------------------------------------------------   SQ229A.1
083100* WATCHDOG SUPPORT -- BUDGET TIMING FOR THE CURRENT TEST.         SQ229A.1
083200* THE ELAPSED COMPARISON TOLERATES ONE MIDNIGHT WRAP.             SQ229A.1
083300*--------------------------------------------------------------   SQ229A.1
083400 WATCHDOG-RESET.                                                  SQ229A.1
083500     MOVE "N" TO WDOG-TRIPPED-SW.                                 SQ229A.1
083600     ACCEPT WDOG-TIME-RAW FROM TIME.                              SQ229A.1
083700     COMPUTE WDOG-START-CS =                                      SQ229A.1
083800         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          SQ229A.1
083900             + WDOG-CC.                                           SQ229A.1
084000 WATCHDOG-RESET-EXIT.                                             SQ229A.1
084100     EXIT.                                                        SQ229A.1
084200 WATCHDOG-CHECK.                                                  SQ229A.1
084300     ACCEPT WDOG-TIME-RAW FROM TIME.                              SQ229A.1
084400     COMPUTE WDOG-NOW-CS =                                        SQ229A.1
084500         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          SQ229A.1
084600             + WDOG-CC.                                           SQ229A.1
084700     IF WDOG-NOW-CS LESS THAN WDOG-START-CS                       SQ229A.1
084800         ADD 8640000 TO WDOG-NOW-CS.                              SQ229A.1
084900     IF WDOG-NOW-CS - WDOG-START-CS GREATER THAN                  SQ229A.1
085000             WDOG-BUDGET-CS                                       SQ229A.1
085100         MOVE "Y" TO WDOG-TRIPPED-SW.                             SQ229A.1
085200 WATCHDOG-CHECK-EXIT.                                             SQ229A.1
085300     EXIT.                                                        SQ229A.1
085400*--------------------------------------------------------------   SQ229A.1
085500* FULL-WIDTH OPERAND CONTINUATION LINES -- BOTH OPERANDS          SQ229A.1
085600* PRINT IN 40-BYTE SEGMENTS LABELLED WITH THEIR STARTING          SQ229A.1
085700* OFFSET, FOLLOWED BY THE FIRST DIFFERING BYTE POSITION.          SQ229A.1
085800*--------------------------------------------------------------   SQ229A.1
085900 FULL-OPERAND-PRINT.                                              SQ229A.1
086000     MOVE 0 TO FULL-SEG-SUB.                                      SQ229A.1
086100 FULL-OPERAND-SEGMENTS.                                           SQ229A.1
086200     IF FULL-SEG-SUB NOT LESS THAN 120                            SQ229A.1
086300         GO TO FULL-OPERAND-DIFF.                                 SQ229A.1
086400     MOVE "  COMPUTED" TO FULL-LINE-LABEL.                        SQ229A.1
086500     MOVE FULL-SEG-SUB TO FULL-LINE-OFFSET.                       SQ229A.1
086600     MOVE COMPUTED-FULL (FULL-SEG-SUB + 1 : 40)                   SQ229A.1
086700         TO FULL-LINE-TEXT.                                       SQ229A.1
086800     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         SQ229A.1
086900     PERFORM WRITE-LINE.                                          SQ229A.1
087000     MOVE "  CORRECT " TO FULL-LINE-LABEL.                        SQ229A.1
087100     MOVE CORRECT-FULL (FULL-SEG-SUB + 1 : 40)                    SQ229A.1
087200         TO FULL-LINE-TEXT.                                       SQ229A.1
087300     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         SQ229A.1
087400     PERFORM WRITE-LINE.                                          SQ229A.1
087500     ADD 40 TO FULL-SEG-SUB.                                      SQ229A.1
087600     GO TO FULL-OPERAND-SEGMENTS.                                 SQ229A.1
087700 FULL-OPERAND-DIFF.                                               SQ229A.1
087800     MOVE ZERO TO FULL-DIFF-OFFSET.                               SQ229A.1
087900     MOVE 1 TO FULL-SCAN-SUB.                                     SQ229A.1
088000 FULL-OPERAND-DIFF-SCAN.                                          SQ229A.1
088100     IF FULL-SCAN-SUB GREATER THAN 120                            SQ229A.1
088200         GO TO FULL-OPERAND-EXIT.                                 SQ229A.1
088300     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   SQ229A.1
088400             CORRECT-FULL (FULL-SCAN-SUB : 1)                     SQ229A.1
088500         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   SQ229A.1
088600         MOVE FULL-DIFF-OFFSET TO FULL-DIFF-OFFSET-T              SQ229A.1
088700         MOVE FULL-DIFF-LINE TO PRINT-REC                         SQ229A.1
088800         PERFORM WRITE-LINE                                       SQ229A.1
088900         GO TO FULL-OPERAND-EXIT.                                 SQ229A.1
089000     ADD 1 TO FULL-SCAN-SUB.                                      SQ229A.1
089100     GO TO FULL-OPERAND-DIFF-SCAN.                                SQ229A.1
089200 FULL-OPERAND-EXIT.                                               SQ229A.1
089300     EXIT.                                                        SQ229A.1
089400*--------------------------------------------------------------   SQ229A.1
089500* "C" CONTINUATION RECORDS BEHIND THE DETAIL ROW -- FULL          SQ229A.1
089600* COMPUTED AND CORRECT OPERANDS AND THE FIRST DIFFERING BYTE      SQ229A.1
089700* OFFSET (SEE CSV-ENV-CONT-REC IN K6CSVE.CPY).  NOT COUNTED       SQ229A.1
089800* IN CSV-ENV-DETAIL-COUNT.                                        SQ229A.1
089900*--------------------------------------------------------------   SQ229A.1
090000 CSV-WRITE-CONT.                                                  SQ229A.1
090100     MOVE ZERO TO FULL-DIFF-OFFSET.                               SQ229A.1
090200     MOVE 1 TO FULL-SCAN-SUB.                                     SQ229A.1
090300 CSV-WRITE-CONT-SCAN.                                             SQ229A.1
090400     IF FULL-SCAN-SUB GREATER THAN 120                            SQ229A.1
090500         GO TO CSV-WRITE-CONT-PUT.                                SQ229A.1
090600     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   SQ229A.1
090700             CORRECT-FULL (FULL-SCAN-SUB : 1)                     SQ229A.1
090800         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   SQ229A.1
090900         GO TO CSV-WRITE-CONT-PUT.                                SQ229A.1
091000     ADD 1 TO FULL-SCAN-SUB.                                      SQ229A.1
091100     GO TO CSV-WRITE-CONT-SCAN.                                   SQ229A.1
091200 CSV-WRITE-CONT-PUT.                                              SQ229A.1
091300     MOVE "COMPUTED" TO CEC-ROLE.                                 SQ229A.1
091400     MOVE FULL-DIFF-OFFSET TO CEC-DIFF-OFFSET.                    SQ229A.1
091500     MOVE COMPUTED-FULL TO CEC-OPERAND.                           SQ229A.1
091600     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            SQ229A.1
091700     WRITE CSV-REC.                                               SQ229A.1
091800     MOVE "CORRECT " TO CEC-ROLE.                                 SQ229A.1
091900     MOVE CORRECT-FULL TO CEC-OPERAND.                            SQ229A.1
092000     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            SQ229A.1
092100     WRITE CSV-REC.                                               SQ229A.1
092200 CSV-WRITE-CONT-EXIT.                                             SQ229A.1
092300     EXIT.                                                        SQ229A.1
092400*--------------------------------------------------------------   SQ229A.1
092500* WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR BLANK     SQ229A.1
092600* MEANS THE OVERNIGHT WINDOW "N".                                 SQ229A.1
092700*--------------------------------------------------------------   SQ229A.1
092800 WINDOW-IDENT-READ.                                               SQ229A.1
092900     OPEN INPUT WINDOW-IDENT.                                     SQ229A.1
093000     IF WS-WINDOWID-STATUS NOT = "00"                             SQ229A.1
093100             AND WS-WINDOWID-STATUS NOT = "05"                    SQ229A.1
093200         GO TO WINDOW-IDENT-EXIT.                                 SQ229A.1
093300     READ WINDOW-IDENT                                            SQ229A.1
093400         AT END GO TO WINDOW-IDENT-DONE.                          SQ229A.1
093500     IF WI-WINDOW-ID NOT = SPACE                                  SQ229A.1
093600         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       SQ229A.1
093700 WINDOW-IDENT-DONE.                                               SQ229A.1
093800     CLOSE WINDOW-IDENT.                                          SQ229A.1
093900 WINDOW-IDENT-EXIT.                                               SQ229A.1
094000     EXIT.                                                        SQ229A.1
094100*--------------------------------------------------------------   SQ229A.1
094200* COMPILE-LEVEL-STAMP -- WRITE THE MEMBER LEVELS THIS LOAD        SQ229A.1
094300* MODULE WAS COMPILED WITH (K6MLEV.CPY) TO THE COMPILE-LEVEL      SQ229A.1
094400* LOG, ONE RECORD PER MEMBER, FOR THE K6STAL CURRENCY AUDIT.      SQ229A.1
094500*--------------------------------------------------------------   SQ229A.1
094600 COMPILE-LEVEL-STAMP.                                             SQ229A.1
094700     OPEN EXTEND COMPILE-LEVEL-LOG.                               SQ229A.1
094800     SET K6-MLV-IDX TO 1.                                         SQ229A.1
094900 COMPILE-LEVEL-STAMP-LOOP.                                        SQ229A.1
095000     IF K6-MLV-IDX GREATER THAN 12                                SQ229A.1
095100         GO TO COMPILE-LEVEL-STAMP-DONE.                          SQ229A.1
095200     MOVE SPACE TO CL-LEVEL-REC.                                  SQ229A.1
095300     MOVE CCVS-PGM-ID TO CL-PGM-ID.                               SQ229A.1
095400     MOVE K6-MEMBER-NAME (K6-MLV-IDX) TO CL-MEMBER-NAME.          SQ229A.1
095500     MOVE K6-MEMBER-LEVEL (K6-MLV-IDX) TO CL-MEMBER-LEVEL.        SQ229A.1
095600     MOVE RAW-DATA-RUN-DATE-WS TO CL-RUN-DATE.                    SQ229A.1
095700     WRITE CL-LEVEL-REC.                                          SQ229A.1
095800     SET K6-MLV-IDX UP BY 1.                                      SQ229A.1
095900     GO TO COMPILE-LEVEL-STAMP-LOOP.                              SQ229A.1
096000 COMPILE-LEVEL-STAMP-DONE.                                        SQ229A.1
096100     CLOSE COMPILE-LEVEL-LOG.                                     SQ229A.1
096200 COMPILE-LEVEL-STAMP-EXIT.                                        SQ229A.1
096300     EXIT.                                                        SQ229A.1
096400 CCVS1-EXIT.                                                      SQ229A.1
096500     EXIT.                                                        SQ229A.1
096600 SECT-SQ229A-0001 SECTION.                                        SQ229A.1
096700 SRA-INIT-GF-01.                                                  SQ229A.1
096800*        BUILD THE COPY INPUT THROUGH SQ-FS2'S OWN DESCRIPTION,   SQ229A.1
096900*        THEN OPEN BOTH FILES OF THE SAME RECORD AREA TOGETHER.   SQ229A.1
097000     OPEN     OUTPUT SQ-FS2.                                      SQ229A.1
097100     MOVE     ZERO TO SRA-WRITE-SUB.                              SQ229A.1
097200     PERFORM  SRA-WRITE-SOURCE 30 TIMES.                          SQ229A.1
097300     CLOSE    SQ-FS2.                                             SQ229A.1
097400     OPEN     INPUT SQ-FS2.                                       SQ229A.1
097500     OPEN     OUTPUT SQ-FS1.                                      SQ229A.1
097600     MOVE     "SHARED STORAGE CHECK" TO SQ-FS1-TEXT.              SQ229A.1
097700     MOVE     SQ-FS2-NAME TO SRA-SEEN-TEXT.                       SQ229A.1
097800*                                                                 SQ229A.1
097900*    01 -- DATA MOVED TO SQ-FS1'S RECORD MUST BE SEEN IN SQ-FS2'S.SQ229A.1
098000*                                                                 SQ229A.1
098100 SRA-TEST-GF-01.                                                  SQ229A.1
098200     MOVE     "SAME RECORD AREA    " TO FEATURE.                  SQ229A.1
098300     MOVE     "SRA-TEST-GF-01" TO PAR-NAME.                       SQ229A.1
098400     MOVE     "X3.23-1985 SAME RECORD AREA" TO ANSI-REFERENCE.    SQ229A.1
098500     MOVE     "9.2.2     " TO ANSI-CLAUSE-CODE.                   SQ229A.1
098600     IF       SRA-SEEN-TEXT EQUAL TO "SHARED STORAGE CHECK"       SQ229A.1
098700              PERFORM PASS                                        SQ229A.1
098800              PERFORM PRINT-DETAIL                                SQ229A.1
098900     ELSE                                                         SQ229A.1
099000              PERFORM FAIL                                        SQ229A.1
099100              MOVE  "SHARED STORAGE CHECK" TO CORRECT-A           SQ229A.1
099200              MOVE  SRA-SEEN-TEXT TO COMPUTED-A                   SQ229A.1
099300              MOVE  "RECORDS OF SQ-FS1 AND SQ-FS2 NOT SHARED"     SQ229A.1
099400                    TO RE-MARK                                    SQ229A.1
099500              PERFORM PRINT-DETAIL.                               SQ229A.1
099600*                                                                 SQ229A.1
099700*    02 -- A READ OF SQ-FS2 MUST FILL THE AREA SEEN AS SQ-FS1.    SQ229A.1
099800*                                                                 SQ229A.1
099900 SRA-TEST-GF-02.                                                  SQ229A.1
100000     READ     SQ-FS2 AT END MOVE "Y" TO SRA-EOF-SW.               SQ229A.1
100100     MOVE     SQ-FS1-KEY TO SRA-SEEN-KEY.                         SQ229A.1
100200     MOVE     SQ-FS1-TEXT TO SRA-SEEN-TEXT.                       SQ229A.1
100300     MOVE     "READ INTO SHARED REC" TO FEATURE.                  SQ229A.1
100400     MOVE     "SRA-TEST-GF-02" TO PAR-NAME.                       SQ229A.1
100500     MOVE     "X3.23-1985 SAME RECORD AREA" TO ANSI-REFERENCE.    SQ229A.1
100600     MOVE     "9.2.2     " TO ANSI-CLAUSE-CODE.                   SQ229A.1
100700     IF       SRA-SEEN-KEY EQUAL TO 1                             SQ229A.1
100800              AND SRA-SEEN-TEXT EQUAL TO "SQ229A SOURCE"          SQ229A.1
100900              PERFORM PASS                                        SQ229A.1
101000              PERFORM PRINT-DETAIL                                SQ229A.1
101100     ELSE                                                         SQ229A.1
101200              PERFORM FAIL                                        SQ229A.1
101300              MOVE  "SQ229A SOURCE" TO CORRECT-A                  SQ229A.1
101400              MOVE  SRA-SEEN-TEXT TO COMPUTED-A                   SQ229A.1
101500              MOVE  "RECORD READ FROM SQ-FS2 NOT SEEN AS SQ-FS1"  SQ229A.1
101600                    TO RE-MARK                                    SQ229A.1
101700              PERFORM PRINT-DETAIL.                               SQ229A.1
101800*                                                                 SQ229A.1
101900*    03 -- WRITE SQ-FS1 WITH NO MOVE; THE RECORD MUST STILL BE    SQ229A.1
102000*          AVAILABLE AS A RECORD OF SQ-FS2 AFTER THE WRITE.       SQ229A.1
102100*                                                                 SQ229A.1
102200 SRA-TEST-GF-03.                                                  SQ229A.1
102300     WRITE    SQ-FS1R1-F-G-120.                                   SQ229A.1
102400     MOVE     1 TO SRA-COPY-COUNT.                                SQ229A.1
102500     MOVE     SQ-FS2-SEQ TO SRA-AFTER-WRITE-SEQ.                  SQ229A.1
102600     MOVE     "REC AFTER WRITE     " TO FEATURE.                  SQ229A.1
102700     MOVE     "SRA-TEST-GF-03" TO PAR-NAME.                       SQ229A.1
102800     MOVE     "X3.23-1985 WRITE STATEMENT" TO ANSI-REFERENCE.     SQ229A.1
102900     MOVE     "9.2.2     " TO ANSI-CLAUSE-CODE.                   SQ229A.1
103000     IF       SRA-AFTER-WRITE-SEQ EQUAL TO 1                      SQ229A.1
103100              PERFORM PASS                                        SQ229A.1
103200              PERFORM PRINT-DETAIL                                SQ229A.1
103300     ELSE                                                         SQ229A.1
103400              PERFORM FAIL                                        SQ229A.1
103500              MOVE  1 TO CORRECT-N                                SQ229A.1
103600              MOVE  SRA-AFTER-WRITE-SEQ TO COMPUTED-N             SQ229A.1
103700              MOVE  "RECORD NOT AVAILABLE TO SQ-FS2 AFTER WRITE"  SQ229A.1
103800                    TO RE-MARK                                    SQ229A.1
103900              PERFORM PRINT-DETAIL.                               SQ229A.1
104000*                                                                 SQ229A.1
104100*    04 -- COPY THE REST OF SQ-FS2 TO SQ-FS1 WITHOUT ANY MOVE:    SQ229A.1
104200*          30 RECORDS MUST BE WRITTEN.                            SQ229A.1
104300*                                                                 SQ229A.1
104400 SRA-TEST-GF-04.                                                  SQ229A.1
104500     PERFORM  SRA-COPY-RECORD UNTIL SRA-EOF-SW EQUAL TO "Y".      SQ229A.1
104600     CLOSE    SQ-FS1.                                             SQ229A.1
104700     CLOSE    SQ-FS2.                                             SQ229A.1
104800     MOVE     "COPY WITHOUT MOVE   " TO FEATURE.                  SQ229A.1
104900     MOVE     "SRA-TEST-GF-04" TO PAR-NAME.                       SQ229A.1
105000     MOVE     "X3.23-1985 SAME RECORD AREA" TO ANSI-REFERENCE.    SQ229A.1
105100     MOVE     "9.2.2     " TO ANSI-CLAUSE-CODE.                   SQ229A.1
105200     IF       SRA-COPY-COUNT EQUAL TO 30                          SQ229A.1
105300              PERFORM PASS                                        SQ229A.1
105400              PERFORM PRINT-DETAIL                                SQ229A.1
105500     ELSE                                                         SQ229A.1
105600              PERFORM FAIL                                        SQ229A.1
105700              MOVE  30 TO CORRECT-N                               SQ229A.1
105800              MOVE  SRA-COPY-COUNT TO COMPUTED-N                  SQ229A.1
105900              MOVE  "WRONG NUMBER OF RECORDS COPIED"              SQ229A.1
106000                    TO RE-MARK                                    SQ229A.1
106100              PERFORM PRINT-DETAIL.                               SQ229A.1
106200*                                                                 SQ229A.1
106300*    05 -- READ THE COPY BACK AS SQ-FS1; EACH RECORD, SEEN        SQ229A.1
106400*          THROUGH SQ-FS2'S DESCRIPTION, MUST MATCH THE SOURCE.   SQ229A.1
106500*                                                                 SQ229A.1
106600 SRA-TEST-GF-05.                                                  SQ229A.1
106700     OPEN     INPUT SQ-FS1.                                       SQ229A.1
106800     MOVE     ZERO TO SRA-READ-COUNT.                             SQ229A.1
106900     MOVE     1 TO SRA-EXPECT-KEY.                                SQ229A.1
107000     MOVE     "Y" TO SRA-CONTENT-SW.                              SQ229A.1
107100     MOVE     "N" TO SRA-EOF-SW.                                  SQ229A.1
107200     PERFORM  SRA-READ-COPY UNTIL SRA-EOF-SW EQUAL TO "Y".        SQ229A.1
107300     CLOSE    SQ-FS1.                                             SQ229A.1
107400     MOVE     "COPY CONTENT        " TO FEATURE.                  SQ229A.1
107500     MOVE     "SRA-TEST-GF-05" TO PAR-NAME.                       SQ229A.1
107600     MOVE     "X3.23-1985 SAME RECORD AREA" TO ANSI-REFERENCE.    SQ229A.1
107700     MOVE     "9.2.2     " TO ANSI-CLAUSE-CODE.                   SQ229A.1
107800     IF       SRA-READ-COUNT EQUAL TO 30                          SQ229A.1
107900              AND SRA-CONTENT-SW EQUAL TO "Y"                     SQ229A.1
108000              PERFORM PASS                                        SQ229A.1
108100              PERFORM PRINT-DETAIL                                SQ229A.1
108200     ELSE                                                         SQ229A.1
108300              PERFORM FAIL                                        SQ229A.1
108400              MOVE  30 TO CORRECT-N                               SQ229A.1
108500              MOVE  SRA-READ-COUNT TO COMPUTED-N                  SQ229A.1
108600              MOVE  "COPIED RECORDS MISSING OR DAMAGED"           SQ229A.1
108700                    TO RE-MARK                                    SQ229A.1
108800              PERFORM PRINT-DETAIL.                               SQ229A.1
108900*                                                                 SQ229A.1
109000*        WRITE 100 RECORDS OF THE RERUN FILE -- A CHECKPOINT IS   SQ229A.1
109100*        DUE AFTER EVERY 25 -- AND READ THEM BACK.                SQ229A.1
109200 RRN-INIT-GF-06.                                                  SQ229A.1
109300     OPEN     OUTPUT SQ-FS3.                                      SQ229A.1
109400     MOVE     ZERO TO RRN-WRITE-SUB.                              SQ229A.1
109500     PERFORM  RRN-WRITE-RECORD 100 TIMES.                         SQ229A.1
109600     CLOSE    SQ-FS3.                                             SQ229A.1
109700     OPEN     INPUT SQ-FS3.                                       SQ229A.1
109800     MOVE     ZERO TO RRN-READ-COUNT.                             SQ229A.1
109900     MOVE     1 TO RRN-EXPECT-SEQ.                                SQ229A.1
110000     PERFORM  RRN-READ-RECORD UNTIL RRN-EOF-SW EQUAL TO "Y".      SQ229A.1
110100     CLOSE    SQ-FS3.                                             SQ229A.1
110200*                                                                 SQ229A.1
110300*    06 -- THE FILE NAMED IN THE RERUN CLAUSE MUST COME BACK      SQ229A.1
110400*          WHOLE AND IN ORDER.                                    SQ229A.1
110500*                                                                 SQ229A.1
110600 RRN-TEST-GF-06.                                                  SQ229A.1
110700     MOVE     "RERUN FILE INTACT   " TO FEATURE.                  SQ229A.1
110800     MOVE     "RRN-TEST-GF-06" TO PAR-NAME.                       SQ229A.1
110900     MOVE     "X3.23-1985 RERUN CLAUSE" TO ANSI-REFERENCE.        SQ229A.1
111000     MOVE     "9.2.1     " TO ANSI-CLAUSE-CODE.                   SQ229A.1
111100     IF       RRN-READ-COUNT EQUAL TO 100                         SQ229A.1
111200              AND RRN-ORDER-SW EQUAL TO "Y"                       SQ229A.1
111300              PERFORM PASS                                        SQ229A.1
111400              PERFORM PRINT-DETAIL                                SQ229A.1
111500     ELSE                                                         SQ229A.1
111600              PERFORM FAIL                                        SQ229A.1
111700              MOVE  100 TO CORRECT-N                              SQ229A.1
111800              MOVE  RRN-READ-COUNT TO COMPUTED-N                  SQ229A.1
111900              MOVE  "RERUN FILE RECORDS LOST OR OUT OF ORDER"     SQ229A.1
112000                    TO RE-MARK                                    SQ229A.1
112100              PERFORM PRINT-DETAIL.                               SQ229A.1
112200*                                                                 SQ229A.1
112300*    07 -- THE CHECKPOINT DATA SET MUST HOLD AT LEAST ONE RECORD  SQ229A.1
112400*          PER CHECKPOINT TAKEN.                                  SQ229A.1
112500*                                                                 SQ229A.1
112600 RRN-TEST-GF-07.                                                  SQ229A.1
112700     MOVE     "RERUN CHECKPOINTS   " TO FEATURE.                  SQ229A.1
112800     MOVE     "RRN-TEST-GF-07" TO PAR-NAME.                       SQ229A.1
112900     MOVE     "X3.23-1985 RERUN CLAUSE" TO ANSI-REFERENCE.        SQ229A.1
113000     MOVE     "9.2.1     " TO ANSI-CLAUSE-CODE.                   SQ229A.1
113100     OPEN     INPUT CHKPT-FILE.                                   SQ229A.1
113200     IF       CHKPT-STATUS EQUAL TO "05"                          SQ229A.1
113300              OR CHKPT-STATUS EQUAL TO "35"                       SQ229A.1
113400              PERFORM INSPT                                       SQ229A.1
113500              MOVE  CHKPT-STATUS TO COMPUTED-A                    SQ229A.1
113600              MOVE  "NO CHKPTDD - TARGET TAKES NO CHECKPOINTS"    SQ229A.1
113700                    TO RE-MARK                                    SQ229A.1
113800              PERFORM PRINT-DETAIL                                SQ229A.1
113900              GO TO RRN-TEST-GF-07-EXIT.                          SQ229A.1
114000     IF       CHKPT-STATUS NOT EQUAL TO "00"                      SQ229A.1
114100              PERFORM INSPT                                       SQ229A.1
114200              MOVE  CHKPT-STATUS TO COMPUTED-A                    SQ229A.1
114300              MOVE  "CHKPTDD NOT READABLE IN STEP - SEE JOB LOG"  SQ229A.1
114400                    TO RE-MARK                                    SQ229A.1
114500              PERFORM PRINT-DETAIL                                SQ229A.1
114600              GO TO RRN-TEST-GF-07-EXIT.                          SQ229A.1
114700     MOVE     ZERO TO RRN-CHKPT-COUNT.                            SQ229A.1
114800     MOVE     "N" TO RRN-EOF-SW.                                  SQ229A.1
114900     PERFORM  RRN-COUNT-CHECKPOINT UNTIL RRN-EOF-SW EQUAL TO "Y". SQ229A.1
115000     CLOSE    CHKPT-FILE.                                         SQ229A.1
115100     IF       RRN-CHKPT-COUNT NOT LESS THAN RRN-CHKPT-EXPECTED    SQ229A.1
115200              PERFORM PASS                                        SQ229A.1
115300              PERFORM PRINT-DETAIL                                SQ229A.1
115400     ELSE                                                         SQ229A.1
115500              PERFORM FAIL                                        SQ229A.1
115600              MOVE  RRN-CHKPT-EXPECTED TO CORRECT-N               SQ229A.1
115700              MOVE  RRN-CHKPT-COUNT TO COMPUTED-N                 SQ229A.1
115800              MOVE  "TOO FEW CHECKPOINT RECORDS ON CHKPTDD"       SQ229A.1
115900                    TO RE-MARK                                    SQ229A.1
116000              PERFORM PRINT-DETAIL.                               SQ229A.1
116100 RRN-TEST-GF-07-EXIT.                                             SQ229A.1
116200     GO TO    CCVS-999999.                                        SQ229A.1
116300 SRA-WRITE-SOURCE.                                                SQ229A.1
116400     ADD      1 TO SRA-WRITE-SUB.                                 SQ229A.1
116500     MOVE     SPACE TO SQ-FS2R1-F-G-120.                          SQ229A.1
116600     MOVE     SRA-WRITE-SUB TO SQ-FS2-SEQ.                        SQ229A.1
116700     MOVE     "SQ229A SOURCE" TO SQ-FS2-NAME.                     SQ229A.1
116800     COMPUTE  SQ-FS2-AMOUNT = SRA-WRITE-SUB * 3.                  SQ229A.1
116900     WRITE    SQ-FS2R1-F-G-120.                                   SQ229A.1
117000 SRA-COPY-RECORD.                                                 SQ229A.1
117100     READ     SQ-FS2 AT END MOVE "Y" TO SRA-EOF-SW.               SQ229A.1
117200     IF       SRA-EOF-SW NOT EQUAL TO "Y"                         SQ229A.1
117300              WRITE SQ-FS1R1-F-G-120                              SQ229A.1
117400              ADD 1 TO SRA-COPY-COUNT.                            SQ229A.1
117500 SRA-READ-COPY.                                                   SQ229A.1
117600     READ     SQ-FS1 AT END MOVE "Y" TO SRA-EOF-SW.               SQ229A.1
117700     IF       SRA-EOF-SW NOT EQUAL TO "Y"                         SQ229A.1
117800              ADD 1 TO SRA-READ-COUNT                             SQ229A.1
117900              COMPUTE SRA-EXPECT-AMOUNT = SRA-EXPECT-KEY * 3      SQ229A.1
118000              IF   SQ-FS2-SEQ NOT EQUAL TO SRA-EXPECT-KEY         SQ229A.1
118100                   OR SQ-FS2-NAME NOT EQUAL TO "SQ229A SOURCE"    SQ229A.1
118200                   OR SQ-FS2-AMOUNT NOT EQUAL TO SRA-EXPECT-AMOUNTSQ229A.1
118300                   MOVE "N" TO SRA-CONTENT-SW                     SQ229A.1
118400                   ADD 1 TO SRA-EXPECT-KEY                        SQ229A.1
118500              ELSE                                                SQ229A.1
118600                   ADD 1 TO SRA-EXPECT-KEY.                       SQ229A.1
118700 RRN-WRITE-RECORD.                                                SQ229A.1
118800     ADD      1 TO RRN-WRITE-SUB.                                 SQ229A.1
118900     MOVE     SPACE TO SQ-FS3R1-F-G-120.                          SQ229A.1
119000     MOVE     RRN-WRITE-SUB TO SQ-FS3-SEQ-NO.                     SQ229A.1
119100     MOVE     "SQ229A RERUN" TO SQ-FS3-CHECK.                     SQ229A.1
119200     WRITE    SQ-FS3R1-F-G-120.                                   SQ229A.1
119300 RRN-READ-RECORD.                                                 SQ229A.1
119400     READ     SQ-FS3 AT END MOVE "Y" TO RRN-EOF-SW.               SQ229A.1
119500     IF       RRN-EOF-SW NOT EQUAL TO "Y"                         SQ229A.1
119600         ADD  1 TO RRN-READ-COUNT                                 SQ229A.1
119700         IF   SQ-FS3-SEQ-NO NOT EQUAL TO RRN-EXPECT-SEQ           SQ229A.1
119800              MOVE "N" TO RRN-ORDER-SW                            SQ229A.1
119900              ADD 1 TO RRN-EXPECT-SEQ                             SQ229A.1
120000         ELSE                                                     SQ229A.1
120100              ADD 1 TO RRN-EXPECT-SEQ.                            SQ229A.1
120200*        ANY RECORD THE CHECKPOINT DATA SET DELIVERS COUNTS; 04   SQ229A.1
120300*        IS A RECORD LONGER OR SHORTER THAN THE FD ALLOWS.        SQ229A.1
120400 RRN-COUNT-CHECKPOINT.                                            SQ229A.1
120500     READ     CHKPT-FILE AT END MOVE "Y" TO RRN-EOF-SW.           SQ229A.1
120600     IF       CHKPT-STATUS EQUAL TO "00"                          SQ229A.1
120700              OR CHKPT-STATUS EQUAL TO "04"                       SQ229A.1
120800              ADD 1 TO RRN-CHKPT-COUNT                            SQ229A.1
120900     ELSE                                                         SQ229A.1
121000              MOVE "Y" TO RRN-EOF-SW.                             SQ229A.1
121100 CCVS-EXIT SECTION.                                               SQ229A.1
121200 CCVS-999999.                                                     SQ229A.1
121300     GO TO CLOSE-FILES.                                           SQ229A.1
