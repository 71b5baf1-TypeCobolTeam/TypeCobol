000100 IDENTIFICATION DIVISION.                                         SQ230A.1
000200 PROGRAM-ID.                                                      SQ230A.1
000300     SQ230A.                                                      SQ230A.1
000400****************************************************************  SQ230A.1
000500*                                                              *  SQ230A.1
000600*    VALIDATION FOR:-                                          *  SQ230A.1
000700*                                                              *  SQ230A.1
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ230A.1
000900*                                                              *  SQ230A.1
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ230A.1
001100*                                                              *  SQ230A.1
001200****************************************************************  SQ230A.1
001300*                                                              *  SQ230A.1
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SQ230A.1
001500*                                                              *  SQ230A.1
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SQ230A.1
001700*        X-62  - RAW-DATA HISTORY FILE.                        *  SQ230A.1
001800*        X-82  - SOURCE COMPUTER NAME.                         *  SQ230A.1
001900*        X-83  - OBJECT COMPUTER NAME.                         *  SQ230A.1
002000*                                                              *  SQ230A.1
002100****************************************************************  SQ230A.1
002200*        X-01  - SEQUENTIAL TAPE FILE (SQ-FS1, ODD KEYS).      *  SQ230A.1
002300*        X-02  - SEQUENTIAL TAPE FILE (SQ-FS2, EVEN KEYS).     *  SQ230A.1
002400*                                                              *  SQ230A.1
002500****************************************************************  SQ230A.1
002600*                                                                 SQ230A.1
002700*        THIS ROUTINE TESTS THE SAME SORT AREA AND SAME           SQ230A.1
002800*    SORT-MERGE AREA CLAUSES OF THE I-O-CONTROL PARAGRAPH.        SQ230A.1
002900*                                                                 SQ230A.1
003000*        SQ-SORT-1 AND SQ-SORT-2 SHARE A SORT AREA.  THEY HAVE    SQ230A.1
003100*    DIFFERENT RECORD SIZES AND KEY POSITIONS, AND ARE SORTED ONE SQ230A.1
003200*    AFTER THE OTHER -- SQ-SORT-1 ASCENDING, SQ-SORT-2 DESCENDING SQ230A.1
003300*    -- THEN SQ-SORT-1 IS SORTED AGAIN AND MUST GIVE THE SAME     SQ230A.1
003400*    RESULT AS THE FIRST TIME, SHOWING THAT THE SECOND SORT LEFT  SQ230A.1
003500*    NOTHING BEHIND IN THE SHARED AREA.                           SQ230A.1
003600*                                                                 SQ230A.1
003700*        SQ-SORT-3 AND THE MERGE FILE SQ-MERGE-1 SHARE A          SQ230A.1
003800*    SORT-MERGE AREA.  SQ-SORT-3 SORTS 60 RECORDS AND ITS OUTPUT  SQ230A.1
003900*    PROCEDURE WRITES THE ODD KEYS TO SQ-FS1 AND THE EVEN KEYS TO SQ230A.1
004000*    SQ-FS2; SQ-MERGE-1 THEN MERGES THE TWO FILES BACK INTO ONE   SQ230A.1
004100*    SEQUENCE OF KEYS 1 TO 60, ALTERNATING BETWEEN THE FILES.     SQ230A.1
004200*                                                                 SQ230A.1
004300*    THE ELEMENTS TESTED IN THIS ROUTINE ARE:                     SQ230A.1
004400*                                                                 SQ230A.1
004500*    (1) SAME SORT AREA -- SUCCESSIVE SORTS OF DIFFERENT FILES;   SQ230A.1
004600*    (2) REPEATABILITY OF A SORT AFTER ANOTHER SORT HAS USED THE  SQ230A.1
004700*        SHARED AREA;                                             SQ230A.1
004800*    (3) SAME SORT-MERGE AREA -- A SORT FOLLOWED BY A MERGE OF    SQ230A.1
004900*        ITS OUTPUT.                                              SQ230A.1
005000 ENVIRONMENT DIVISION.                                            SQ230A.1
005100 CONFIGURATION SECTION.                                           SQ230A.1
005200  SOURCE-COMPUTER.                                                SQ230A.1
005300     COPY X082.                                                   SQ230A.1
005400  OBJECT-COMPUTER.                                                SQ230A.1
005500     COPY X083.                                                   SQ230A.1
005600  INPUT-OUTPUT SECTION.                                           SQ230A.1
005700  FILE-CONTROL.                                                   SQ230A.1
005800     SELECT RAW-DATA   ASSIGN TO                                  SQ230A.1
005900     COPY X062.                                                   SQ230A.1
006000            ORGANIZATION IS INDEXED                               SQ230A.1
006100            ACCESS MODE IS RANDOM                                 SQ230A.1
006200            RECORD KEY IS RAW-DATA-KEY.                           SQ230A.1
006300     SELECT PRINT-FILE ASSIGN TO                                  SQ230A.1
006400     COPY X055.                                                   SQ230A.1
006500     SELECT CSV-FILE ASSIGN TO CSVOUT                             SQ230A.1
006600         ORGANIZATION IS LINE SEQUENTIAL.                         SQ230A.1
006700*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       SQ230A.1
006800*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             SQ230A.1
006900*    WINDOW "N".                                                  SQ230A.1
007000     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              SQ230A.1
007100         ORGANIZATION IS SEQUENTIAL                               SQ230A.1
007200         FILE STATUS IS WS-WINDOWID-STATUS.                       SQ230A.1
007300*    COMPILE-LEVEL LOG -- ONE RECORD PER SHARED K6 MEMBER THIS    SQ230A.1
007400*    LOAD MODULE WAS COMPILED WITH; SEE K6MLEV.CPY AND K6STAL.    SQ230A.1
007500     SELECT COMPILE-LEVEL-LOG ASSIGN TO COMPLVL                   SQ230A.1
007600         ORGANIZATION IS SEQUENTIAL.                              SQ230A.1
007700     SELECT SQ-FS1 ASSIGN TO                                      SQ230A.1
007800     COPY X001.                                                   SQ230A.1
007900            ORGANIZATION IS SEQUENTIAL                            SQ230A.1
008000            ACCESS MODE IS SEQUENTIAL                             SQ230A.1
008100            FILE STATUS IS SQ-FS1-STATUS.                         SQ230A.1
008200     SELECT SQ-FS2 ASSIGN TO                                      SQ230A.1
008300     COPY X002.                                                   SQ230A.1
008400            ORGANIZATION IS SEQUENTIAL                            SQ230A.1
008500            ACCESS MODE IS SEQUENTIAL                             SQ230A.1
008600            FILE STATUS IS SQ-FS2-STATUS.                         SQ230A.1
008700     SELECT SQ-SORT-1 ASSIGN TO SORTWK1.                          SQ230A.1
008800     SELECT SQ-SORT-2 ASSIGN TO SORTWK2.                          SQ230A.1
008900     SELECT SQ-SORT-3 ASSIGN TO SORTWK3.                          SQ230A.1
009000     SELECT SQ-MERGE-1 ASSIGN TO SORTWK4.                         SQ230A.1
009100 I-O-CONTROL.                                                     SQ230A.1
009200     SAME SORT AREA FOR SQ-SORT-1 SQ-SORT-2                       SQ230A.1
009300     SAME SORT-MERGE AREA FOR SQ-SORT-3 SQ-MERGE-1.               SQ230A.1
009400 DATA DIVISION.                                                   SQ230A.1
009500 FILE SECTION.                                                    SQ230A.1
009600*                                                                 SQ230A.1
009700 FD  RAW-DATA.                                                    SQ230A.1
009800*                                                                 SQ230A.1
009900 01  RAW-DATA-SATZ.                                               SQ230A.1
010000     05  RAW-DATA-KEY.                                            SQ230A.1
010100         10  RAW-DATA-TARGET  PIC X(8).                           SQ230A.1
010200         10  RAW-DATA-PGM-ID  PIC X(6).                           SQ230A.1
010300         10  RAW-DATA-RUN-DT  PIC 9(8).                           SQ230A.1
010400         10  RAW-DATA-RUN-SEQ PIC 99.                             SQ230A.1
010500*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              SQ230A.1
010600*    K6RAWDS.CPY.                                                 SQ230A.1
010700     05  RAW-DATA-WINDOW     PIC X(1).                            SQ230A.1
010800     05  C-DATE              PIC 9(8).                            SQ230A.1
010900     05  C-TIME              PIC 9(8).                            SQ230A.1
011000     05  C-NO-OF-TESTS       PIC 99.                              SQ230A.1
011100     05  C-OK                PIC 999.                             SQ230A.1
011200     05  C-ALL               PIC 999.                             SQ230A.1
011300     05  C-FAIL              PIC 999.                             SQ230A.1
011400     05  C-DELETED           PIC 999.                             SQ230A.1
011500     05  C-INSPECT           PIC 999.                             SQ230A.1
011600     05  C-NOTE              PIC X(13).                           SQ230A.1
011700     05  C-INDENT            PIC X.                               SQ230A.1
011800     05  C-ABORT             PIC X(8).                            SQ230A.1
011900     05  C-END-DATE          PIC 9(8).                            SQ230A.1
012000     05  C-END-TIME          PIC 9(8).                            SQ230A.1
012100     05  C-SRC-REV           PIC 9(3).                            SQ230A.1
012200     05  C-FILE-CATALOG OCCURS 2 TIMES.                           SQ230A.1
012300         10  C-FILE-NAME         PIC X(6).                        SQ230A.1
012400         10  C-FILE-ORG          PIC X(2).                        SQ230A.1
012500         10  C-FILE-LABEL        PIC X(1).                        SQ230A.1
012600         10  C-FILE-BLKSIZE      PIC 9(4).                        SQ230A.1
012700         10  C-FILE-RECORDS      PIC 9(6).                        SQ230A.1
012800     05  C-MODULE-ID         PIC X(2).                            SQ230A.1
012900     05  C-MODULE-PCT        PIC 999V99.                          SQ230A.1
013000     05  C-SEV-HIGH          PIC X(1).                            SQ230A.1
013100*    RUN-DISPOSITION (SEE K6RAWDS.CPY) -- SET BY A LATER          SQ230A.1
013200*    COMPLETED RERUN OF THE SAME DAY.                             SQ230A.1
013300     05  C-SUPERSEDED        PIC X(1).                            SQ230A.1
013400     05  C-SUPERSEDE-SEQ     PIC 99.                              SQ230A.1
013500*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           SQ230A.1
013600     05  C-XFAIL             PIC 999.                             SQ230A.1
013700*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           SQ230A.1
013800     05  C-LAYOUT-VER        PIC X(3).                            SQ230A.1
013900*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     SQ230A.1
014000     05  C-OPT-PROFILE       PIC X(8).                            SQ230A.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
014100 FD  PRINT-FILE                                                   SQ230A.1
014200*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SQ230A.1
014300*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SQ230A.1
014400*    DEPTH IS A SITE SETTING INSTEAD OF A LITERAL IN WRITE-LINE.  SQ230A.1
014500     LINAGE IS K6-PAGE-BODY-LINES LINES                           SQ230A.1
014600         WITH FOOTING AT K6-PAGE-FOOTING-LINE                     SQ230A.1
014700         LINES AT TOP K6-PAGE-TOP-MARGIN.                         SQ230A.1
014800 01  PRINT-REC PICTURE X(120).                                    SQ230A.1
014900 01  DUMMY-RECORD PICTURE X(120).                                 SQ230A.1
015000 FD  CSV-FILE                                                     SQ230A.1
015100     LABEL RECORDS ARE STANDARD.                                  SQ230A.1
015200 01  CSV-REC                         PIC X(194).                  SQ230A.1
015300 FD  WINDOW-IDENT                                                 SQ230A.1
015400     LABEL RECORDS ARE STANDARD.                                  SQ230A.1
015500 01  WI-WINDOW-CARD.                                              SQ230A.1
015600     05  WI-WINDOW-ID         PIC X(1).                           SQ230A.1
015700     05  FILLER               PIC X(79).                          SQ230A.1
015800 FD  COMPILE-LEVEL-LOG                                            SQ230A.1
015900     LABEL RECORDS ARE STANDARD.                                  SQ230A.1
016000 01  CL-LEVEL-REC.                                                SQ230A.1
016100     05  CL-PGM-ID            PIC X(6).                           SQ230A.1
016200     05  FILLER               PIC X(1).                           SQ230A.1
016300     05  CL-MEMBER-NAME       PIC X(8).                           SQ230A.1
016400     05  FILLER               PIC X(1).                           SQ230A.1
016500     05  CL-MEMBER-LEVEL      PIC 9(3).                           SQ230A.1
016600     05  FILLER               PIC X(1).                           SQ230A.1
016700     05  CL-RUN-DATE          PIC 9(8).                           SQ230A.1
016800     05  FILLER               PIC X(52).                          SQ230A.1
016900 FD  SQ-FS1                                                       SQ230A.1
017000     LABEL RECORDS ARE STANDARD                                   SQ230A.1
017100     DATA RECORD IS SQ-FS1R1-F-G-120.                             SQ230A.1
017200 01  SQ-FS1R1-F-G-120.                                            SQ230A.1
017300     05  SQ-FS1-FILE-NO              PIC 9(1).                    SQ230A.1
017400     05  SQ-FS1-SEQ-NO               PIC 9(6).                    SQ230A.1
017500     05  SQ-FS1-CHECK                PIC X(14).                   SQ230A.1
017600     05  FILLER                      PIC X(99).                   SQ230A.1
017700 FD  SQ-FS2                                                       SQ230A.1
017800     LABEL RECORDS ARE STANDARD                                   SQ230A.1
017900     DATA RECORD IS SQ-FS2R1-F-G-120.                             SQ230A.1
018000 01  SQ-FS2R1-F-G-120.                                            SQ230A.1
018100     05  SQ-FS2-FILE-NO              PIC 9(1).                    SQ230A.1
018200     05  SQ-FS2-SEQ-NO               PIC 9(6).                    SQ230A.1
018300     05  SQ-FS2-CHECK                PIC X(14).                   SQ230A.1
018400     05  FILLER                      PIC X(99).                   SQ230A.1
018500 SD  SQ-SORT-1                                                    SQ230A.1
018600     DATA RECORD IS S1-REC.                                       SQ230A.1
018700 01  S1-REC.                                                      SQ230A.1
018800     05  S1-KEY                      PIC 9(6).                    SQ230A.1
018900     05  S1-TAG                      PIC X(8).                    SQ230A.1
019000     05  S1-ECHO                     PIC 9(6).                    SQ230A.1
019100     05  FILLER                      PIC X(20).                   SQ230A.1
019200 SD  SQ-SORT-2                                                    SQ230A.1
019300     DATA RECORD IS S2-REC.                                       SQ230A.1
019400 01  S2-REC.                                                      SQ230A.1
019500     05  S2-TAG                      PIC X(8).                    SQ230A.1
019600     05  S2-ECHO                     PIC 9(6).                    SQ230A.1
019700     05  FILLER                      PIC X(6).                    SQ230A.1
019800     05  S2-KEY                      PIC 9(6).                    SQ230A.1
019900     05  FILLER                      PIC X(54).                   SQ230A.1
020000 SD  SQ-SORT-3                                                    SQ230A.1
020100     DATA RECORD IS S3-REC.                                       SQ230A.1
020200 01  S3-REC.                                                      SQ230A.1
020300     05  S3-KEY                      PIC 9(6).                    SQ230A.1
020400     05  FILLER                      PIC X(114).                  SQ230A.1
020500 SD  SQ-MERGE-1                                                   SQ230A.1
020600     DATA RECORD IS M1-REC.                                       SQ230A.1
020700 01  M1-REC.                                                      SQ230A.1
020800     05  M1-FILE-NO                  PIC 9(1).                    SQ230A.1
020900     05  M1-KEY                      PIC 9(6).                    SQ230A.1
021000     05  M1-CHECK                    PIC X(14).                   SQ230A.1
021100     05  FILLER                      PIC X(99).                   SQ230A.1
021200 WORKING-STORAGE SECTION.                                         SQ230A.1
021300 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     SQ230A.1
021400 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       SQ230A.1
021500*    EXPECTED-FAIL VERDICT SUPPORT -- SAME CONVENTION AS THE      SQ230A.1
021600*    K6SCA HARNESS: A TEST COVERING A CONFIRMED VENDOR DEFECT     SQ230A.1
021700*    SETS XFAIL-DEFECT-ID AND PERFORMS XFAIL (FAILED AS           SQ230A.1
021800*    DOCUMENTED) OR XFAIL-PASSED (THE LOUD SURPRISE).             SQ230A.1
021900 01  XFAIL-COUNTER                 PICTURE 999   VALUE ZERO.      SQ230A.1
022000 01  XFAIL-SURPRISE-COUNTER        PICTURE 999   VALUE ZERO.      SQ230A.1
022100 01  XFAIL-DEFECT-ID               PICTURE X(8)  VALUE SPACE.     SQ230A.1
022200 01  XFAIL-ALERT-LINE.                                            SQ230A.1
022300     02 FILLER                     PICTURE X(31) VALUE            SQ230A.1
022400        " ** EXPECTED-FAIL TEST PASSED -".                        SQ230A.1
022500     02 FILLER                     PICTURE X(8)  VALUE " DEFECT ".SQ230A.1
022600     02 XFAIL-ALERT-DEFECT         PICTURE X(8)  VALUE SPACE.     SQ230A.1
022700     02 FILLER                     PICTURE X(19) VALUE            SQ230A.1
022800        " MAY BE FIXED **   ".                                    SQ230A.1
022900     02 FILLER                     PICTURE X(54) VALUE SPACE.     SQ230A.1
023000*    PER-TEST WATCHDOG -- SAME CONVENTION AS THE K6SCA            SQ230A.1
023100*    HARNESS: A LOOPING TEST PARAGRAPH PERFORMS                   SQ230A.1
023200*    WATCHDOG-CHECK AND, WHEN WATCHDOG-TRIPPED, ABANDONS THE      SQ230A.1
023300*    LOOP AND PERFORMS ABORTED.  THE BUDGET RESTARTS AT EVERY     SQ230A.1
023400*    PRINT-DETAIL.                                                SQ230A.1
023500 01  WDOG-BUDGET-CS                PICTURE 9(7)  VALUE 3000.      SQ230A.1
023600 01  WDOG-START-CS                 PICTURE 9(7)  VALUE ZERO.      SQ230A.1
023700 01  WDOG-NOW-CS                   PICTURE 9(7)  VALUE ZERO.      SQ230A.1
023800 01  WDOG-TIME-RAW                 PICTURE 9(8)  VALUE ZERO.      SQ230A.1
023900 01  WDOG-TIME-RAW-R REDEFINES WDOG-TIME-RAW.                     SQ230A.1
024000     05  WDOG-HH                   PICTURE 99.                    SQ230A.1
024100     05  WDOG-MM                   PICTURE 99.                    SQ230A.1
024200     05  WDOG-SS                   PICTURE 99.                    SQ230A.1
024300     05  WDOG-CC                   PICTURE 99.                    SQ230A.1
024400 01  WDOG-TRIPPED-SW               PICTURE X     VALUE "N".       SQ230A.1
024500     88  WATCHDOG-TRIPPED                        VALUE "Y".       SQ230A.1
024600 01  ABORTED-COUNTER               PICTURE 999   VALUE ZERO.      SQ230A.1
024700*    FULL-WIDTH OPERAND AREAS -- SEE COMPUTED-FULL IN             SQ230A.1
024800*    K6SCA_DATA: A WIDE-OPERAND COMPARISON FILLS THEM, THE        SQ230A.1
024900*    FAILURE PATH PRINTS THEM IN 40-BYTE SEGMENTS WITH THE        SQ230A.1
025000*    FIRST DIFFERING BYTE, AND THE CSV DETAIL ROW IS FOLLOWED     SQ230A.1
025100*    BY "C" CONTINUATION RECORDS (K6CSVE.CPY).                    SQ230A.1
025200 01  COMPUTED-FULL                 PICTURE X(120) VALUE SPACE.    SQ230A.1
025300 01  CORRECT-FULL                  PICTURE X(120) VALUE SPACE.    SQ230A.1
025400 01  FULL-DIFF-OFFSET              PICTURE 9(3)  VALUE ZERO.      SQ230A.1
025500 01  FULL-SCAN-SUB                 PICTURE 9(3)  VALUE ZERO.      SQ230A.1
025600 01  FULL-SEG-SUB                  PICTURE 9(3)  VALUE ZERO.      SQ230A.1
025700 01  FULL-OPERAND-LINE.                                           SQ230A.1
025800     02 FULL-LINE-LABEL            PICTURE X(10) VALUE SPACE.     SQ230A.1
025900     02 FULL-LINE-OFFSET           PICTURE ZZ9.                   SQ230A.1
026000     02 FILLER                     PICTURE X(2)  VALUE ": ".      SQ230A.1
026100     02 FULL-LINE-TEXT             PICTURE X(40) VALUE SPACE.     SQ230A.1
026200     02 FILLER                     PICTURE X(65) VALUE SPACE.     SQ230A.1
026300 01  FULL-DIFF-LINE.                                              SQ230A.1
026400     02 FILLER                     PICTURE X(33) VALUE            SQ230A.1
026500        " FIRST DIFFERING BYTE AT OFFSET ".                       SQ230A.1
026600     02 FULL-DIFF-OFFSET-T         PICTURE ZZ9.                   SQ230A.1
026700     02 FILLER                     PICTURE X(84) VALUE SPACE.     SQ230A.1
026800 01  SQ-FS1-STATUS                 PICTURE XX    VALUE SPACE.     SQ230A.1
026900 01  SQ-FS2-STATUS                 PICTURE XX    VALUE SPACE.     SQ230A.1
027000 01  SRT-SUB                       PICTURE 9(3)  VALUE ZERO.      SQ230A.1
027100 01  SRT-PRODUCT                   PICTURE 9(6)  VALUE ZERO.      SQ230A.1
027200 01  SRT-QUOTIENT                  PICTURE 9(6)  VALUE ZERO.      SQ230A.1
027300 01  SRT-RETURNS                   PICTURE 9(3)  VALUE ZERO.      SQ230A.1
027400 01  SRT-SEQ-ERRS                  PICTURE 9(3)  VALUE ZERO.      SQ230A.1
027500 01  SRT-DATA-ERRS                 PICTURE 9(3)  VALUE ZERO.      SQ230A.1
027600 01  SRT-PRIOR-KEY                 PICTURE 9(6)  VALUE ZERO.      SQ230A.1
027700 01  SRT-HASH                      PICTURE 9(9)  VALUE ZERO.      SQ230A.1
027800*    RESULT OF THE FIRST SQ-SORT-1 RUN, FOR THE REPEAT TEST.      SQ230A.1
027900 01  SRT-FIRST-RESULT.                                            SQ230A.1
028000     05  SRT-FIRST-RETURNS         PICTURE 9(3)  VALUE ZERO.      SQ230A.1
028100     05  SRT-FIRST-SEQ-ERRS        PICTURE 9(3)  VALUE ZERO.      SQ230A.1
028200     05  SRT-FIRST-DATA-ERRS       PICTURE 9(3)  VALUE ZERO.      SQ230A.1
028300     05  SRT-FIRST-HASH            PICTURE 9(9)  VALUE ZERO.      SQ230A.1
028400 01  SRT-REPEAT-RESULT.                                           SQ230A.1
028500     05  SRT-REPEAT-RETURNS        PICTURE 9(3)  VALUE ZERO.      SQ230A.1
028600     05  SRT-REPEAT-SEQ-ERRS       PICTURE 9(3)  VALUE ZERO.      SQ230A.1
028700     05  SRT-REPEAT-DATA-ERRS      PICTURE 9(3)  VALUE ZERO.      SQ230A.1
028800     05  SRT-REPEAT-HASH           PICTURE 9(9)  VALUE ZERO.      SQ230A.1
028900 01  SSM-ODD-WRITES                PICTURE 9(3)  VALUE ZERO.      SQ230A.1
029000 01  SSM-EVEN-WRITES               PICTURE 9(3)  VALUE ZERO.      SQ230A.1
029100 01  SSM-HALF-KEY                  PICTURE 9(6)  VALUE ZERO.      SQ230A.1
029200 01  SSM-ODD-SW                    PICTURE 9(1)  VALUE ZERO.      SQ230A.1
029300 01  SSM-RETURNS                   PICTURE 9(3)  VALUE ZERO.      SQ230A.1
029400 01  SSM-SEQ-ERRS                  PICTURE 9(3)  VALUE ZERO.      SQ230A.1
029500 01  SSM-FILE-ERRS                 PICTURE 9(3)  VALUE ZERO.      SQ230A.1
029600 01  SSM-PRIOR-KEY                 PICTURE 9(6)  VALUE ZERO.      SQ230A.1
029700 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    SQ230A.1
029800 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     SQ230A.1
029900 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     SQ230A.1
030000 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     SQ230A.1
030100 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     SQ230A.1
030200 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     SQ230A.1
030300 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     SQ230A.1
030400 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     SQ230A.1
030500 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     SQ230A.1
030600 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     SQ230A.1
030700*--------------------------------------------------------------   SQ230A.1
030800*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       SQ230A.1
030900*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 SQ230A.1
031000*--------------------------------------------------------------   SQ230A.1
031100 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          SQ230A.1
031200 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         SQ230A.1
031300     05  WS-TIME-NOW-HH             PIC 99.                       SQ230A.1
031400     05  WS-TIME-NOW-MM             PIC 99.                       SQ230A.1
031500     05  WS-TIME-NOW-SS             PIC 99.                       SQ230A.1
031600     05  WS-TIME-NOW-CC             PIC 99.                       SQ230A.1
031700 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          SQ230A.1
031800 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       SQ230A.1
031900     05  WS-TIME-LAST-HH            PIC 99.                       SQ230A.1
032000     05  WS-TIME-LAST-MM            PIC 99.                       SQ230A.1
032100     05  WS-TIME-LAST-SS            PIC 99.                       SQ230A.1
032200     05  WS-TIME-LAST-CC            PIC 99.                       SQ230A.1
032300 01  WS-NOW-CS                      PIC 9(7) COMP.                SQ230A.1
032400 01  WS-LAST-CS                     PIC 9(7) COMP.                SQ230A.1
032500 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SQ230A.1
032600 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SQ230A.1
032700     COPY K6TARG.                                                 SQ230A.1
032800     COPY K6COPT.                                                 SQ230A.1
000000     COPY K6SREL.                                                 K6SREL.1
032900     COPY K6CVER.                                                 SQ230A.1
033000     COPY K6SEVT.                                                 SQ230A.1
033100     COPY K6PAGE.                                                 SQ230A.1
033200     COPY K6CSVE.                                                 SQ230A.1
033300     COPY K6MLEV.                                                 SQ230A.1
033400 01  TEST-RESULTS.                                                SQ230A.1
033500     02 FILLER                   PIC X      VALUE SPACE.          SQ230A.1
033600     02 FEATURE                  PIC X(20)  VALUE SPACE.          SQ230A.1
033700     02 FILLER                   PIC X      VALUE SPACE.          SQ230A.1
033800     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SQ230A.1
033900     02 FILLER                   PIC X      VALUE SPACE.          SQ230A.1
034000     02  PAR-NAME.                                                SQ230A.1
034100       03 FILLER                 PIC X(19)  VALUE SPACE.          SQ230A.1
034200       03  PARDOT-X              PIC X      VALUE SPACE.          SQ230A.1
034300       03 DOTVALUE               PIC 99     VALUE ZERO.           SQ230A.1
034400     02 FILLER                   PIC X(8)   VALUE SPACE.          SQ230A.1
034500     02 RE-MARK                  PIC X(61).                       SQ230A.1
034600 01  TEST-COMPUTED.                                               SQ230A.1
034700     02 FILLER                   PIC X(30)  VALUE SPACE.          SQ230A.1
034800     02 FILLER                   PIC X(17)  VALUE                 SQ230A.1
034900            "       COMPUTED=".                                   SQ230A.1
035000     02 COMPUTED-X.                                               SQ230A.1
035100     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SQ230A.1
035200     03 COMPUTED-N               REDEFINES COMPUTED-A             SQ230A.1
035300                                 PIC -9(9).9(9).                  SQ230A.1
035400     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SQ230A.1
035500     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SQ230A.1
035600     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SQ230A.1
035700     03       CM-18V0 REDEFINES COMPUTED-A.                       SQ230A.1
035800         04 COMPUTED-18V0                    PIC -9(18).          SQ230A.1
035900         04 FILLER                           PIC X.               SQ230A.1
036000     03 FILLER PIC X(50) VALUE SPACE.                             SQ230A.1
036100 01  TEST-CORRECT.                                                SQ230A.1
036200     02 FILLER PIC X(30) VALUE SPACE.                             SQ230A.1
036300     02 FILLER PIC X(17) VALUE "       CORRECT =".                SQ230A.1
036400     02 CORRECT-X.                                                SQ230A.1
036500     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SQ230A.1
036600     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SQ230A.1
036700     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SQ230A.1
036800     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SQ230A.1
036900     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SQ230A.1
037000     03      CR-18V0 REDEFINES CORRECT-A.                         SQ230A.1
037100         04 CORRECT-18V0                     PIC -9(18).          SQ230A.1
037200         04 FILLER                           PIC X.               SQ230A.1
037300     03 FILLER PIC X(2) VALUE SPACE.                              SQ230A.1
037400     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SQ230A.1
037500 01  CCVS-C-1.                                                    SQ230A.1
037600     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASQ230A.1
037700-    "SS  PARAGRAPH-NAME                                          SQ230A.1
037800-    "       REMARKS".                                            SQ230A.1
037900     02 FILLER                     PIC X(20)    VALUE SPACE.      SQ230A.1
038000 01  CCVS-C-2.                                                    SQ230A.1
038100     02 FILLER                     PIC X        VALUE SPACE.      SQ230A.1
038200     02 FILLER                     PIC X(6)     VALUE "TESTED".   SQ230A.1
038300     02 FILLER                     PIC X(15)    VALUE SPACE.      SQ230A.1
038400     02 FILLER                     PIC X(4)     VALUE "FAIL".     SQ230A.1
038500     02 FILLER                     PIC X(94)    VALUE SPACE.      SQ230A.1
038600 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SQ230A.1
038700 01  REC-CT                        PIC 99       VALUE ZERO.       SQ230A.1
038800 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SQ230A.1
038900 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SQ230A.1
039000 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SQ230A.1
039100 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SQ230A.1
039200 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SQ230A.1
039300 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SQ230A.1
039400 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SQ230A.1
039500 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SQ230A.1
039600 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SQ230A.1
039700 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     SQ230A.1
039800 01  CCVS-H-1.                                                    SQ230A.1
039900     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ230A.1
040000     02  FILLER                    PIC X(42)    VALUE             SQ230A.1
040100     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SQ230A.1
040200     02  FILLER                    PIC X(39)    VALUE SPACES.     SQ230A.1
040300 01  CCVS-H-2A.                                                   SQ230A.1
040400   02  FILLER                        PIC X(40)  VALUE SPACE.      SQ230A.1
040500   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SQ230A.1
040600   02  FILLER                        PIC XXXX   VALUE             SQ230A.1
040700     "4.2 ".                                                      SQ230A.1
040800   02  FILLER                        PIC X(28)  VALUE             SQ230A.1
040900            " COPY - NOT FOR DISTRIBUTION".                       SQ230A.1
041000   02  FILLER                        PIC X(41)  VALUE SPACE.      SQ230A.1
041100*                                                                 SQ230A.1
041200 01  CCVS-H-2B.                                                   SQ230A.1
041300   02  FILLER                        PIC X(15)  VALUE             SQ230A.1
041400            "TEST RESULT OF ".                                    SQ230A.1
041500   02  TEST-ID                       PIC X(9).                    SQ230A.1
041600   02  FILLER                        PIC X(4)   VALUE             SQ230A.1
041700            " IN ".                                               SQ230A.1
041800   02  FILLER                        PIC X(12)  VALUE             SQ230A.1
041900     " HIGH       ".                                              SQ230A.1
042000   02  FILLER                        PIC X(22)  VALUE             SQ230A.1
042100            " LEVEL VALIDATION FOR ".                             SQ230A.1
042200   02  FILLER                        PIC X(58)  VALUE             SQ230A.1
042300     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ230A.1
042400 01  CCVS-H-3.                                                    SQ230A.1
042500     02  FILLER                      PIC X(34)  VALUE             SQ230A.1
042600            " FOR OFFICIAL USE ONLY    ".                         SQ230A.1
042700     02  CCVS-H-3-VERSION            PIC X(58)  VALUE             SQ230A.1
042800     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SQ230A.1
042900     02  FILLER                      PIC X(28)  VALUE             SQ230A.1
043000            "  COPYRIGHT   1985 ".                                SQ230A.1
043100 01  CCVS-E-1.                                                    SQ230A.1
043200     02 FILLER                       PIC X(52)  VALUE SPACE.      SQ230A.1
043300     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SQ230A.1
043400     02 ID-AGAIN                     PIC X(9).                    SQ230A.1
043500     02 FILLER                       PIC X(45)  VALUE SPACES.     SQ230A.1
043600 01  CCVS-E-2.                                                    SQ230A.1
043700     02  FILLER                      PIC X(31)  VALUE SPACE.      SQ230A.1
043800     02  FILLER                      PIC X(21)  VALUE SPACE.      SQ230A.1
043900     02 CCVS-E-2-2.                                               SQ230A.1
044000         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SQ230A.1
044100         03 FILLER                   PIC X      VALUE SPACE.      SQ230A.1
044200         03 ENDER-DESC               PIC X(44)  VALUE             SQ230A.1
044300            "ERRORS ENCOUNTERED".                                 SQ230A.1
044400 01  CCVS-E-3.                                                    SQ230A.1
044500     02  FILLER                      PIC X(22)  VALUE             SQ230A.1
044600            " FOR OFFICIAL USE ONLY".                             SQ230A.1
044700     02  FILLER                      PIC X(12)  VALUE SPACE.      SQ230A.1
044800     02  FILLER                      PIC X(58)  VALUE             SQ230A.1
044900     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SQ230A.1
045000     02  FILLER                      PIC X(13)  VALUE SPACE.      SQ230A.1
045100     02 FILLER                       PIC X(15)  VALUE             SQ230A.1
045200             " COPYRIGHT 1985".                                   SQ230A.1
045300 01  CCVS-E-4.                                                    SQ230A.1
045400     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SQ230A.1
045500     02 FILLER                       PIC X(4)   VALUE " OF ".     SQ230A.1
045600     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SQ230A.1
045700     02 FILLER                       PIC X(40)  VALUE             SQ230A.1
045800      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SQ230A.1
045900 01  XXINFO.                                                      SQ230A.1
046000     02 FILLER                       PIC X(19)  VALUE             SQ230A.1
046100            "*** INFORMATION ***".                                SQ230A.1
046200     02 INFO-TEXT.                                                SQ230A.1
046300       04 FILLER                     PIC X(8)   VALUE SPACE.      SQ230A.1
046400       04 XXCOMPUTED                 PIC X(20).                   SQ230A.1
046500       04 FILLER                     PIC X(5)   VALUE SPACE.      SQ230A.1
046600       04 XXCORRECT                  PIC X(20).                   SQ230A.1
046700     02 INF-ANSI-REFERENCE           PIC X(48).                   SQ230A.1
046800 01  HYPHEN-LINE.                                                 SQ230A.1
046900     02 FILLER  PIC IS X VALUE IS SPACE.                          SQ230A.1
047000     02 FILLER  PIC IS X(65)    VALUE IS "************************SQ230A.1
047100-    "*****************************************".                 SQ230A.1
047200     02 FILLER  PIC IS X(54)    VALUE IS "************************SQ230A.1
047300-    "******************************".                            SQ230A.1
047400 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SQ230A.1
047500     "SQ230A".                                                    SQ230A.1
047600 01  CCVS-PGM-ID-R REDEFINES CCVS-PGM-ID.                         SQ230A.1
047700     02  CCVS-PGM-MODULE-PREFIX     PIC XX.                       SQ230A.1
047800     02  FILLER                     PIC X(7).                     SQ230A.1
047900 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 001.        SQ230A.1
048000 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    SQ230A.1
048100 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       SQ230A.1
048200 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       SQ230A.1
048300 01  WS-PRIOR-SEQ                    PIC 99     VALUE ZERO.       SQ230A.1
048400                                                                  SQ230A.1
048500 PROCEDURE DIVISION.                                              SQ230A.1
048600                                                                  SQ230A.1
048700 CCVS1 SECTION.                                                   SQ230A.1
048800 OPEN-FILES.                                                      SQ230A.1
048900     OPEN I-O RAW-DATA.                                           SQ230A.1
049000     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        SQ230A.1
049100     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         SQ230A.1
049200     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            SQ230A.1
049300     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        SQ230A.1
049400     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              SQ230A.1
049500     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                SQ230A.1
049600     MOVE 1 TO RAW-DATA-SEQ-WS.                                   SQ230A.1
049700 FIND-RUN-KEY.                                                    SQ230A.1
049800     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    SQ230A.1
049900     READ RAW-DATA INVALID KEY GO TO WRITE-RUN-RECORD.            SQ230A.1
050000     ADD 1 TO RAW-DATA-SEQ-WS.                                    SQ230A.1
050100     GO TO FIND-RUN-KEY.                                          SQ230A.1
050200 WRITE-RUN-RECORD.                                                SQ230A.1
050300     MOVE "ABORTED " TO C-ABORT.                                  SQ230A.1
050400     ADD 1 TO C-NO-OF-TESTS.                                      SQ230A.1
050500     MOVE RAW-DATA-RUN-DATE-WS TO C-DATE.                         SQ230A.1
050600     ACCEPT C-TIME  FROM TIME.                                    SQ230A.1
050700     MOVE SPACE TO C-SUPERSEDED.                                  SQ230A.1
050800     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SQ230A.1
050900     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SQ230A.1
051000     MOVE ZERO TO C-XFAIL.                                        SQ230A.1
051100     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
051200     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        SQ230A.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
051300     PERFORM COMPILE-LEVEL-STAMP THRU                             SQ230A.1
051400         COMPILE-LEVEL-STAMP-EXIT.                                SQ230A.1
051500     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SQ230A.1
051600 END-E-1.                                                         SQ230A.1
051700     CLOSE RAW-DATA.                                              SQ230A.1
051800     OPEN    OUTPUT PRINT-FILE.                                   SQ230A.1
051900     OPEN    OUTPUT CSV-FILE.                                     SQ230A.1
052000*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      SQ230A.1
052100*    K6CSVE.CPY.                                                  SQ230A.1
052200     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              SQ230A.1
052300     MOVE K6-TARGET-ID TO CEH-TARGET.                             SQ230A.1
052400     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SQ230A.1
052500     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SQ230A.1
052600     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          SQ230A.1
052700     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      SQ230A.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
052800     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SQ230A.1
052900     WRITE CSV-REC.                                               SQ230A.1
053000     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SQ230A.1
053100-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            SQ230A.1
053200         TO CSV-REC.                                              SQ230A.1
053300     WRITE CSV-REC.                                               SQ230A.1
053400     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  SQ230A.1
053500     MOVE    SPACE TO TEST-RESULTS.                               SQ230A.1
053600     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              SQ230A.1
053700     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             SQ230A.1
053800     GO TO CCVS1-EXIT.                                            SQ230A.1
053900 CLOSE-FILES.                                                     SQ230A.1
054000     OPEN I-O RAW-DATA.                                           SQ230A.1
054100*    RAW-DATA-KEY STILL HOLDS THE PGM-ID/DATE/SEQ SET BY          SQ230A.1
054200*    OPEN-FILES FOR THIS RUN -- RE-READ THAT SAME RECORD.         SQ230A.1
054300     READ RAW-DATA INVALID KEY GO TO END-E-2.                     SQ230A.1
054400     MOVE "OK.     " TO C-ABORT.                                  SQ230A.1
054500     MOVE PASS-COUNTER TO C-OK.                                   SQ230A.1
054600     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               SQ230A.1
054700         INSPECT-COUNTER + DELETE-COUNTER + XFAIL-COUNTER.        SQ230A.1
054800     MOVE ERROR-COUNTER TO C-FAIL.                                SQ230A.1
054900     MOVE DELETE-COUNTER TO C-DELETED.                            SQ230A.1
055000     MOVE INSPECT-COUNTER TO C-INSPECT.                           SQ230A.1
055100     MOVE XFAIL-COUNTER TO C-XFAIL.                               SQ230A.1
055200     MOVE CCVS-PGM-MODULE-PREFIX TO C-MODULE-ID.                  SQ230A.1
055300     IF (PASS-COUNTER + ERROR-COUNTER + INSPECT-COUNTER +         SQ230A.1
055400         DELETE-COUNTER) IS GREATER THAN ZERO                     SQ230A.1
055500         COMPUTE C-MODULE-PCT ROUNDED =                           SQ230A.1
055600             (PASS-COUNTER / (PASS-COUNTER + ERROR-COUNTER +      SQ230A.1
055700             INSPECT-COUNTER + DELETE-COUNTER)) * 100             SQ230A.1
055800     ELSE                                                         SQ230A.1
055900         MOVE ZERO TO C-MODULE-PCT.                               SQ230A.1
056000     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          SQ230A.1
056100     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        SQ230A.1
056200     ACCEPT C-END-TIME FROM TIME.                                 SQ230A.1
056300     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             SQ230A.1
056400     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           SQ230A.1
056500         PERFORM SUPERSEDE-PRIOR-RUNS THRU SUPERSEDE-PRIOR-EXIT.  SQ230A.1
056600 END-E-2.                                                         SQ230A.1
056700     CLOSE RAW-DATA.                                              SQ230A.1
056800     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SQ230A.1
056900*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    SQ230A.1
057000*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      SQ230A.1
057100     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               SQ230A.1
057200     MOVE PASS-COUNTER TO CET-OK.                                 SQ230A.1
057300     MOVE ERROR-COUNTER TO CET-FAIL.                              SQ230A.1
057400     MOVE DELETE-COUNTER TO CET-DELETED.                          SQ230A.1
057500     MOVE INSPECT-COUNTER TO CET-INSPECT.                         SQ230A.1
057600     MOVE XFAIL-COUNTER TO CET-XFAIL.                             SQ230A.1
057700     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         SQ230A.1
057800     WRITE CSV-REC.                                               SQ230A.1
057900     CLOSE CSV-FILE.                                              SQ230A.1
058000 TERMINATE-CCVS.                                                  SQ230A.1
058100     EXIT PROGRAM.                                                SQ230A.1
058200 TERMINATE-CALL.                                                  SQ230A.1
058300     STOP     RUN.                                                SQ230A.1
058400*--------------------------------------------------------------   SQ230A.1
058500* SUPERSEDE-PRIOR-RUNS -- A COMPLETED RERUN MARKS THIS DAY'S      SQ230A.1
058600* EARLIER RECORDS SUPERSEDED, POINTING AT THE RUN THAT            SQ230A.1
058700* REPLACES THEM, SO THE ROLLUP TOOLS COUNT ONLY EFFECTIVE         SQ230A.1
058800* RUNS (SEE K6RAWDS.CPY AND THE K6SUPS CHAIN REPORT).             SQ230A.1
058900*--------------------------------------------------------------   SQ230A.1
059000 SUPERSEDE-PRIOR-RUNS.                                            SQ230A.1
059100     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 SQ230A.1
059200     MOVE ZERO TO WS-PRIOR-SEQ.                                   SQ230A.1
059300 SUPERSEDE-NEXT-PRIOR.                                            SQ230A.1
059400     ADD 1 TO WS-PRIOR-SEQ.                                       SQ230A.1
059500     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             SQ230A.1
059600         GO TO SUPERSEDE-RESTORE.                                 SQ230A.1
059700     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SQ230A.1
059800     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SQ230A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
060000         GO TO SUPERSEDE-NEXT-PRIOR.                              SQ230A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
060100     MOVE "S" TO C-SUPERSEDED.                                    SQ230A.1
060200     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SQ230A.1
060300     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.SQ230A.1
060400     GO TO SUPERSEDE-NEXT-PRIOR.                                  SQ230A.1
060500*    RESTORE THIS RUN'S OWN KEY AND RECORD AREA BEFORE THE        SQ230A.1
060600*    FILE CLOSES.                                                 SQ230A.1
060700 SUPERSEDE-RESTORE.                                               SQ230A.1
060800     MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ.                 SQ230A.1
060900     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        SQ230A.1
061000 SUPERSEDE-PRIOR-EXIT.                                            SQ230A.1
061100     EXIT.                                                        SQ230A.1
061200 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SQ230A.1
061300 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SQ230A.1
061400 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SQ230A.1
061500 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SQ230A.1
061600     MOVE "****TEST DELETED****" TO RE-MARK.                      SQ230A.1
061700*    EXPECTED-FAIL PATHS -- SEE XFAIL-DEFECT-ID ABOVE.            SQ230A.1
061800 XFAIL.                                                           SQ230A.1
061900     MOVE "XFAIL" TO P-OR-F.  ADD 1 TO XFAIL-COUNTER.             SQ230A.1
062000     STRING "FAILED AS DOCUMENTED - DEFECT " XFAIL-DEFECT-ID      SQ230A.1
062100         DELIMITED BY SIZE INTO RE-MARK.                          SQ230A.1
062200 XFAIL-PASSED.                                                    SQ230A.1
062300     MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.              SQ230A.1
062400     ADD 1 TO XFAIL-SURPRISE-COUNTER.                             SQ230A.1
062500     MOVE XFAIL-DEFECT-ID TO XFAIL-ALERT-DEFECT.                  SQ230A.1
062600     MOVE XFAIL-ALERT-LINE TO DUMMY-RECORD.                       SQ230A.1
062700     PERFORM WRITE-LINE.                                          SQ230A.1
062800     STRING "UNEXPECTED PASS - DEFECT " XFAIL-DEFECT-ID           SQ230A.1
062900         " MAY BE FIXED" DELIMITED BY SIZE INTO RE-MARK.          SQ230A.1
063000*    WATCHDOG VERDICT -- SEE WDOG-BUDGET-CS ABOVE.                SQ230A.1
063100 ABORTED.                                                         SQ230A.1
063200     MOVE "ABND*" TO P-OR-F.  ADD 1 TO ABORTED-COUNTER.           SQ230A.1
063300     MOVE "N" TO WDOG-TRIPPED-SW.                                 SQ230A.1
063400     MOVE "TEST EXCEEDED TIME BUDGET - ABANDONED" TO RE-MARK.     SQ230A.1
063500 PRINT-DETAIL.                                                    SQ230A.1
063600     IF REC-CT NOT EQUAL TO ZERO                                  SQ230A.1
063700             MOVE "." TO PARDOT-X                                 SQ230A.1
063800             MOVE REC-CT TO DOTVALUE.                             SQ230A.1
063900     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SQ230A.1
064000     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          SQ230A.1
064100         PARAGRAPH-TIME-CAPTURE-EXIT.                             SQ230A.1
064200     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         SQ230A.1
064300     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SQ230A.1
064400        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SQ230A.1
064500          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SQ230A.1
064600     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SQ230A.1
064700     MOVE SPACE TO CORRECT-X.                                     SQ230A.1
064800     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SQ230A.1
064900     MOVE     SPACE TO RE-MARK.                                   SQ230A.1
065000     MOVE SPACE TO COMPUTED-FULL. MOVE SPACE TO CORRECT-FULL.     SQ230A.1
065100     PERFORM WATCHDOG-RESET THRU WATCHDOG-RESET-EXIT.             SQ230A.1
065200 CSV-WRITE-DETAIL.                                                SQ230A.1
065300     MOVE SPACE TO CSV-BUILD-AREA.                                SQ230A.1
065400     MOVE FEATURE TO CSV-FEATURE-T.                               SQ230A.1
065500     MOVE P-OR-F TO CSV-POF-T.                                    SQ230A.1
065600     MOVE PAR-NAME TO CSV-PARNAME-T.                              SQ230A.1
065700     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           SQ230A.1
065800     MOVE CORRECT-A TO CSV-CORRECT-T.                             SQ230A.1
065900     MOVE RE-MARK TO CSV-REMARK-T.                                SQ230A.1
066000     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  SQ230A.1
066100     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           SQ230A.1
066200     STRING '"' CSV-FEATURE-T    '","'                            SQ230A.1
066300            CSV-POF-T            '","'                            SQ230A.1
066400            CSV-PARNAME-T        '","'                            SQ230A.1
066500            CSV-COMPUTED-T       '","'                            SQ230A.1
066600            CSV-CORRECT-T        '","'                            SQ230A.1
066700            CSV-REMARK-T         '","'                            SQ230A.1
066800            CSV-ELAPSED-T        '","'                            SQ230A.1
066900            CSV-ANSI-CLAUSE-T    '","'                            SQ230A.1
067000            CSV-SEVERITY-T       '"'                              SQ230A.1
067100         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   SQ230A.1
067200     MOVE CSV-BUILD-AREA TO CSV-REC.                              SQ230A.1
067300     WRITE CSV-REC.                                               SQ230A.1
067400     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               SQ230A.1
067500     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     SQ230A.1
067600         PERFORM CSV-WRITE-CONT THRU CSV-WRITE-CONT-EXIT.         SQ230A.1
067700 CSV-WRITE-DETAIL-EXIT.                                           SQ230A.1
067800     EXIT.                                                        SQ230A.1
067900*--------------------------------------------------------------   SQ230A.1
068000* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        SQ230A.1
068100*--------------------------------------------------------------   SQ230A.1
068200 SEVERITY-LOOKUP.                                                 SQ230A.1
068300     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    SQ230A.1
068400     IF ANSI-CLAUSE-CODE = SPACE                                  SQ230A.1
068500         GO TO SEVERITY-BY-FEATURE.                               SQ230A.1
068600     SET SEV-CL-IDX TO 1.                                         SQ230A.1
068700 SEVERITY-CLAUSE-SCAN.                                            SQ230A.1
068800     IF SEV-CL-IDX > 8                                            SQ230A.1
068900         GO TO SEVERITY-BY-FEATURE.                               SQ230A.1
069000     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           SQ230A.1
069100         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     SQ230A.1
069200         GO TO SEVERITY-TRACK-HIGH.                               SQ230A.1
069300     SET SEV-CL-IDX UP BY 1.                                      SQ230A.1
069400     GO TO SEVERITY-CLAUSE-SCAN.                                  SQ230A.1
069500 SEVERITY-BY-FEATURE.                                             SQ230A.1
069600     SET SEV-FT-IDX TO 1.                                         SQ230A.1
069700 SEVERITY-FEATURE-SCAN.                                           SQ230A.1
069800     IF SEV-FT-IDX > 6                                            SQ230A.1
069900         GO TO SEVERITY-TRACK-HIGH.                               SQ230A.1
070000     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) SQ230A.1
070100         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    SQ230A.1
070200         GO TO SEVERITY-TRACK-HIGH.                               SQ230A.1
070300     SET SEV-FT-IDX UP BY 1.                                      SQ230A.1
070400     GO TO SEVERITY-FEATURE-SCAN.                                 SQ230A.1
070500 SEVERITY-TRACK-HIGH.                                             SQ230A.1
070600     IF CSV-POF-T NOT = "FAIL*"                                   SQ230A.1
070700         GO TO SEVERITY-LOOKUP-EXIT.                              SQ230A.1
070800     IF WS-RUN-SEV-HIGH = SPACE                                   SQ230A.1
070900             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  SQ230A.1
071000         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  SQ230A.1
071100 SEVERITY-LOOKUP-EXIT.                                            SQ230A.1
071200     EXIT.                                                        SQ230A.1
071300 PARAGRAPH-TIME-CAPTURE.                                          SQ230A.1
071400     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            SQ230A.1
071500     ACCEPT WS-TIME-NOW FROM TIME.                                SQ230A.1
071600     COMPUTE WS-NOW-CS =                                          SQ230A.1
071700         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             SQ230A.1
071800             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            SQ230A.1
071900     COMPUTE WS-LAST-CS =                                         SQ230A.1
072000         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           SQ230A.1
072100             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          SQ230A.1
072200     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               SQ230A.1
072300         MOVE ZERO TO WS-ELAPSED-CS                               SQ230A.1
072400     ELSE                                                         SQ230A.1
072500         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       SQ230A.1
072600             GIVING WS-ELAPSED-CS.                                SQ230A.1
072700     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         SQ230A.1
072800 PARAGRAPH-TIME-CAPTURE-EXIT.                                     SQ230A.1
072900     EXIT.                                                        SQ230A.1
073000 HEAD-ROUTINE.                                                    SQ230A.1
073100     MOVE K6-COMPILER-VERSION TO CCVS-H-3-VERSION.                SQ230A.1
073200     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ230A.1
073300     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SQ230A.1
073400     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ230A.1
073500     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SQ230A.1
073600 COLUMN-NAMES-ROUTINE.                                            SQ230A.1
073700     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ230A.1
073800     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ230A.1
073900     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ230A.1
074000 END-ROUTINE.                                                     SQ230A.1
074100     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SQ230A.1
074200 END-RTN-EXIT.                                                    SQ230A.1
074300     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ230A.1
074400 END-ROUTINE-1.                                                   SQ230A.1
074500      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SQ230A.1
074600      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SQ230A.1
074700      ADD PASS-COUNTER TO ERROR-HOLD.                             SQ230A.1
074800      ADD XFAIL-COUNTER TO ERROR-HOLD.                            SQ230A.1
074900      ADD ABORTED-COUNTER TO ERROR-HOLD.                          SQ230A.1
075000      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SQ230A.1
075100      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SQ230A.1
075200      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SQ230A.1
075300      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SQ230A.1
075400  END-ROUTINE-12.                                                 SQ230A.1
075500      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SQ230A.1
075600     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SQ230A.1
075700         MOVE "NO " TO ERROR-TOTAL                                SQ230A.1
075800         ELSE                                                     SQ230A.1
075900         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SQ230A.1
076000     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SQ230A.1
076100     PERFORM WRITE-LINE.                                          SQ230A.1
076200 END-ROUTINE-13.                                                  SQ230A.1
076300     IF DELETE-COUNTER IS EQUAL TO ZERO                           SQ230A.1
076400         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ230A.1
076500         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SQ230A.1
076600     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SQ230A.1
076700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ230A.1
076800      IF   INSPECT-COUNTER EQUAL TO ZERO                          SQ230A.1
076900          MOVE "NO " TO ERROR-TOTAL                               SQ230A.1
077000      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SQ230A.1
077100      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SQ230A.1
077200      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SQ230A.1
077300     IF XFAIL-COUNTER IS EQUAL TO ZERO                            SQ230A.1
077400         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ230A.1
077500         MOVE XFAIL-COUNTER TO ERROR-TOTAL.                       SQ230A.1
077600     MOVE "TEST(S) FAILED AS EXPECTED" TO ENDER-DESC.             SQ230A.1
077700     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ230A.1
077800     IF XFAIL-SURPRISE-COUNTER IS EQUAL TO ZERO                   SQ230A.1
077900         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ230A.1
078000         MOVE XFAIL-SURPRISE-COUNTER TO ERROR-TOTAL.              SQ230A.1
078100     MOVE "EXPECTED-FAIL TEST(S) PASSED - SEE ALERTS"             SQ230A.1
078200         TO ENDER-DESC.                                           SQ230A.1
078300     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ230A.1
078400     IF ABORTED-COUNTER IS EQUAL TO ZERO                          SQ230A.1
078500         MOVE "NO " TO ERROR-TOTAL  ELSE                          SQ230A.1
078600         MOVE ABORTED-COUNTER TO ERROR-TOTAL.                     SQ230A.1
078700     MOVE "TEST(S) ABORTED BY THE WATCHDOG" TO ENDER-DESC.        SQ230A.1
078800     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ230A.1
078900     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ230A.1
079000 WRITE-LINE.                                                      SQ230A.1
079100*    THE END-OF-PAGE CONDITION RAISED IN WRT-LN BELOW REPLAYS     SQ230A.1
079200*    THE HEADER BLOCK HERE, AT THE TOP OF THE NEW PAGE, BEFORE    SQ230A.1
079300*    THE PENDING LINE GOES OUT.                                   SQ230A.1
079400     IF K6-PAGE-EOP-PENDING                                       SQ230A.1
079500         MOVE "N" TO K6-PAGE-EOP-SW                               SQ230A.1
079600         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SQ230A.1
079700         MOVE SPACE TO DUMMY-RECORD                               SQ230A.1
079800         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  SQ230A.1
079900         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ230A.1
080000         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SQ230A.1
080100         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ230A.1
080200         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SQ230A.1
080300         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SQ230A.1
080400         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SQ230A.1
080500         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SQ230A.1
080600         MOVE DUMMY-HOLD TO DUMMY-RECORD.                         SQ230A.1
080700     PERFORM WRT-LN.                                              SQ230A.1
080800 WRT-LN.                                                          SQ230A.1
080900     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINE                 SQ230A.1
081000         AT END-OF-PAGE SET K6-PAGE-EOP-PENDING TO TRUE.          SQ230A.1
081100     MOVE SPACE TO DUMMY-RECORD.                                  SQ230A.1
081200 BLANK-LINE-PRINT.                                                SQ230A.1
081300     PERFORM WRT-LN.                                              SQ230A.1
081400 FAIL-ROUTINE.                                                    SQ230A.1
081500     IF     COMPUTED-X NOT EQUAL TO SPACE                         SQ230A.1
081600            GO TO   FAIL-ROUTINE-WRITE.                           SQ230A.1
081700     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SQ230A.1
081800     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ230A.1
081900     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SQ230A.1
082000     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ230A.1
082100     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ230A.1
082200     GO TO  FAIL-ROUTINE-EX.                                      SQ230A.1
082300 FAIL-ROUTINE-WRITE.                                              SQ230A.1
082400     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SQ230A.1
082500     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SQ230A.1
082600     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SQ230A.1
082700     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SQ230A.1
082800     IF COMPUTED-FULL NOT = SPACE OR CORRECT-FULL NOT = SPACE     SQ230A.1
082900         PERFORM FULL-OPERAND-PRINT THRU FULL-OPERAND-EXIT.       SQ230A.1
083000 FAIL-ROUTINE-EX. EXIT.                                           SQ230A.1
083100 BAIL-OUT.                                                        SQ230A.1
083200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SQ230A.1
083300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SQ230A.1
083400 BAIL-OUT-WRITE.                                                  SQ230A.1
083500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SQ230A.1
083600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SQ230A.1
083700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SQ230A.1
083800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SQ230A.1
083900 BAIL-OUT-EX. EXIT.                                               SQ230A.1
084000*--------------------------------------------------------------   SQ230A.1
084100* WATCHDOG SUPPORT -- BUDGET TIMING FOR THE CURRENT TEST.         SQ230A.1
084200* THE ELAPSED COMPARISON TOLERATES ONE MIDNIGHT WRAP.             SQ230A.1
084300*--------------------------------------------------------------   SQ230A.1
084400 WATCHDOG-RESET.                                                  SQ230A.1
084500     MOVE "N" TO WDOG-TRIPPED-SW.                                 SQ230A.1
084600     ACCEPT WDOG-TIME-RAW FROM TIME.                              SQ230A.1
084700     COMPUTE WDOG-START-CS =                                      SQ230A.1
084800         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          SQ230A.1
084900             + WDOG-CC.                                           SQ230A.1
085000 WATCHDOG-RESET-EXIT.                                             SQ230A.1
085100     EXIT.                                                        SQ230A.1
085200 WATCHDOG-CHECK.                                                  SQ230A.1
085300     ACCEPT WDOG-TIME-RAW FROM TIME.                              SQ230A.1
085400     COMPUTE WDOG-NOW-CS =                                        SQ230A.1
085500         ((WDOG-HH * 60 + WDOG-MM) * 60 + WDOG-SS) * 100          SQ230A.1
085600             + WDOG-CC.                                           SQ230A.1
085700     IF WDOG-NOW-CS LESS THAN WDOG-START-CS                       SQ230A.1
085800         ADD 8640000 TO WDOG-NOW-CS.                              SQ230A.1
085900     IF WDOG-NOW-CS - WDOG-START-CS GREATER THAN                  SQ230A.1
086000             WDOG-BUDGET-CS                                       SQ230A.1
086100         MOVE "Y" TO WDOG-TRIPPED-SW.                             SQ230A.1
086200 WATCHDOG-CHECK-EXIT.                                             SQ230A.1
086300     EXIT.                                                        SQ230A.1
086400*--------------------------------------------------------------   SQ230A.1
086500* FULL-WIDTH OPERAND CONTINUATION LINES -- BOTH OPERANDS          SQ230A.1
086600* PRINT IN 40-BYTE SEGMENTS LABELLED WITH THEIR STARTING          SQ230A.1
086700* OFFSET, FOLLOWED BY THE FIRST DIFFERING BYTE POSITION.          SQ230A.1
086800*--------------------------------------------------------------   SQ230A.1
086900 FULL-OPERAND-PRINT.                                              SQ230A.1
087000     MOVE 0 TO FULL-SEG-SUB.                                      SQ230A.1
087100 FULL-OPERAND-SEGMENTS.                                           SQ230A.1
087200     IF FULL-SEG-SUB NOT LESS THAN 120                            SQ230A.1
087300         GO TO FULL-OPERAND-DIFF.                                 SQ230A.1
087400     MOVE "  COMPUTED" TO FULL-LINE-LABEL.                        SQ230A.1
087500     MOVE FULL-SEG-SUB TO FULL-LINE-OFFSET.                       SQ230A.1
087600     MOVE COMPUTED-FULL (FULL-SEG-SUB + 1 : 40)                   SQ230A.1
087700         TO FULL-LINE-TEXT.                                       SQ230A.1
087800     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         SQ230A.1
087900     PERFORM WRITE-LINE.                                          SQ230A.1
088000     MOVE "  CORRECT " TO FULL-LINE-LABEL.                        SQ230A.1
088100     MOVE CORRECT-FULL (FULL-SEG-SUB + 1 : 40)                    SQ230A.1
088200         TO FULL-LINE-TEXT.                                       SQ230A.1
088300     MOVE FULL-OPERAND-LINE TO PRINT-REC.                         SQ230A.1
088400     PERFORM WRITE-LINE.                                          SQ230A.1
088500     ADD 40 TO FULL-SEG-SUB.                                      SQ230A.1
088600     GO TO FULL-OPERAND-SEGMENTS.                                 SQ230A.1
088700 FULL-OPERAND-DIFF.                                               SQ230A.1
088800     MOVE ZERO TO FULL-DIFF-OFFSET.                               SQ230A.1
088900     MOVE 1 TO FULL-SCAN-SUB.                                     SQ230A.1
089000 FULL-OPERAND-DIFF-SCAN.                                          SQ230A.1
089100     IF FULL-SCAN-SUB GREATER THAN 120                            SQ230A.1
089200         GO TO FULL-OPERAND-EXIT.                                 SQ230A.1
089300     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   SQ230A.1
089400             CORRECT-FULL (FULL-SCAN-SUB : 1)                     SQ230A.1
089500         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   SQ230A.1
089600         MOVE FULL-DIFF-OFFSET TO FULL-DIFF-OFFSET-T              SQ230A.1
089700         MOVE FULL-DIFF-LINE TO PRINT-REC                         SQ230A.1
089800         PERFORM WRITE-LINE                                       SQ230A.1
089900         GO TO FULL-OPERAND-EXIT.                                 SQ230A.1
090000     ADD 1 TO FULL-SCAN-SUB.                                      SQ230A.1
090100     GO TO FULL-OPERAND-DIFF-SCAN.                                SQ230A.1
090200 FULL-OPERAND-EXIT.                                               SQ230A.1
090300     EXIT.                                                        SQ230A.1
090400*--------------------------------------------------------------   SQ230A.1
090500* "C" CONTINUATION RECORDS BEHIND THE DETAIL ROW -- FULL          SQ230A.1
090600* COMPUTED AND CORRECT OPERANDS AND THE FIRST DIFFERING BYTE      SQ230A.1
090700* OFFSET (SEE CSV-ENV-CONT-REC IN K6CSVE.CPY).  NOT COUNTED       SQ230A.1
090800* IN CSV-ENV-DETAIL-COUNT.                                        SQ230A.1
090900*--------------------------------------------------------------   SQ230A.1
091000 CSV-WRITE-CONT.                                                  SQ230A.1
091100     MOVE ZERO TO FULL-DIFF-OFFSET.                               SQ230A.1
091200     MOVE 1 TO FULL-SCAN-SUB.                                     SQ230A.1
091300 CSV-WRITE-CONT-SCAN.                                             SQ230A.1
091400     IF FULL-SCAN-SUB GREATER THAN 120                            SQ230A.1
091500         GO TO CSV-WRITE-CONT-PUT.                                SQ230A.1
091600     IF COMPUTED-FULL (FULL-SCAN-SUB : 1) NOT =                   SQ230A.1
091700             CORRECT-FULL (FULL-SCAN-SUB : 1)                     SQ230A.1
091800         MOVE FULL-SCAN-SUB TO FULL-DIFF-OFFSET                   SQ230A.1
091900         GO TO CSV-WRITE-CONT-PUT.                                SQ230A.1
092000     ADD 1 TO FULL-SCAN-SUB.                                      SQ230A.1
092100     GO TO CSV-WRITE-CONT-SCAN.                                   SQ230A.1
092200 CSV-WRITE-CONT-PUT.                                              SQ230A.1
092300     MOVE "COMPUTED" TO CEC-ROLE.                                 SQ230A.1
092400     MOVE FULL-DIFF-OFFSET TO CEC-DIFF-OFFSET.                    SQ230A.1
092500     MOVE COMPUTED-FULL TO CEC-OPERAND.                           SQ230A.1
092600     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            SQ230A.1
092700     WRITE CSV-REC.                                               SQ230A.1
092800     MOVE "CORRECT " TO CEC-ROLE.                                 SQ230A.1
092900     MOVE CORRECT-FULL TO CEC-OPERAND.                            SQ230A.1
093000     MOVE CSV-ENV-CONT-REC TO CSV-REC.                            SQ230A.1
093100     WRITE CSV-REC.                                               SQ230A.1
093200 CSV-WRITE-CONT-EXIT.                                             SQ230A.1
093300     EXIT.                                                        SQ230A.1
093400*--------------------------------------------------------------   SQ230A.1
093500* WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR BLANK     SQ230A.1
093600* MEANS THE OVERNIGHT WINDOW "N".                                 SQ230A.1
093700*--------------------------------------------------------------   SQ230A.1
093800 WINDOW-IDENT-READ.                                               SQ230A.1
093900     OPEN INPUT WINDOW-IDENT.                                     SQ230A.1
094000     IF WS-WINDOWID-STATUS NOT = "00"                             SQ230A.1
094100             AND WS-WINDOWID-STATUS NOT = "05"                    SQ230A.1
094200         GO TO WINDOW-IDENT-EXIT.                                 SQ230A.1
094300     READ WINDOW-IDENT                                            SQ230A.1
094400         AT END GO TO WINDOW-IDENT-DONE.                          SQ230A.1
094500     IF WI-WINDOW-ID NOT = SPACE                                  SQ230A.1
094600         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       SQ230A.1
094700 WINDOW-IDENT-DONE.                                               SQ230A.1
094800     CLOSE WINDOW-IDENT.                                          SQ230A.1
094900 WINDOW-IDENT-EXIT.                                               SQ230A.1
095000     EXIT.                                                        SQ230A.1
095100*--------------------------------------------------------------   SQ230A.1
095200* COMPILE-LEVEL-STAMP -- WRITE THE MEMBER LEVELS THIS LOAD        SQ230A.1
095300* MODULE WAS COMPILED WITH (K6MLEV.CPY) TO THE COMPILE-LEVEL      SQ230A.1
095400* LOG, ONE RECORD PER MEMBER, FOR THE K6STAL CURRENCY AUDIT.      SQ230A.1
095500*--------------------------------------------------------------   SQ230A.1
095600 COMPILE-LEVEL-STAMP.                                             SQ230A.1
095700     OPEN EXTEND COMPILE-LEVEL-LOG.                               SQ230A.1
095800     SET K6-MLV-IDX TO 1.                                         SQ230A.1
095900 COMPILE-LEVEL-STAMP-LOOP.                                        SQ230A.1
096000     IF K6-MLV-IDX GREATER THAN 12                                SQ230A.1
096100         GO TO COMPILE-LEVEL-STAMP-DONE.                          SQ230A.1
096200     MOVE SPACE TO CL-LEVEL-REC.                                  SQ230A.1
096300     MOVE CCVS-PGM-ID TO CL-PGM-ID.                               SQ230A.1
096400     MOVE K6-MEMBER-NAME (K6-MLV-IDX) TO CL-MEMBER-NAME.          SQ230A.1
096500     MOVE K6-MEMBER-LEVEL (K6-MLV-IDX) TO CL-MEMBER-LEVEL.        SQ230A.1
096600     MOVE RAW-DATA-RUN-DATE-WS TO CL-RUN-DATE.                    SQ230A.1
096700     WRITE CL-LEVEL-REC.                                          SQ230A.1
096800     SET K6-MLV-IDX UP BY 1.                                      SQ230A.1
096900     GO TO COMPILE-LEVEL-STAMP-LOOP.                              SQ230A.1
097000 COMPILE-LEVEL-STAMP-DONE.                                        SQ230A.1
097100     CLOSE COMPILE-LEVEL-LOG.                                     SQ230A.1
097200 COMPILE-LEVEL-STAMP-EXIT.                                        SQ230A.1
097300     EXIT.                                                        SQ230A.1
097400 CCVS1-EXIT.                                                      SQ230A.1
097500     EXIT.                                                        SQ230A.1
097600 SECT-SQ230A-0001 SECTION.                                        SQ230A.1
097700*=================================================================SQ230A.1
097800*  SORT SQ-SORT-1 ASCENDING.  THE INPUT PROCEDURE RELEASES KEYS   SQ230A.1
097900*  1 TO 100 IN A SCRAMBLED ORDER; THE OUTPUT PROCEDURE CHECKS     SQ230A.1
098000*  THEM AS THEY ARE RETURNED.                                     SQ230A.1
098100*=================================================================SQ230A.1
098200 SRT-SORT-GF-01.                                                  SQ230A.1
098300     SORT     SQ-SORT-1                                           SQ230A.1
098400              ON ASCENDING KEY S1-KEY                             SQ230A.1
098500              INPUT PROCEDURE IS SECT-SQ230A-IN1                  SQ230A.1
098600              OUTPUT PROCEDURE IS SECT-SQ230A-OUT1.               SQ230A.1
098700     MOVE     SRT-RETURNS TO SRT-FIRST-RETURNS.                   SQ230A.1
098800     MOVE     SRT-SEQ-ERRS TO SRT-FIRST-SEQ-ERRS.                 SQ230A.1
098900     MOVE     SRT-DATA-ERRS TO SRT-FIRST-DATA-ERRS.               SQ230A.1
099000     MOVE     SRT-HASH TO SRT-FIRST-HASH.                         SQ230A.1
099100     GO       TO SECT-SQ230A-0002.                                SQ230A.1
099200 SECT-SQ230A-IN1 SECTION.                                         SQ230A.1
099300*=================================================================SQ230A.1
099400*  INPUT PROCEDURE -- KEY I * 37 MODULO 101 FOR I = 1 TO 100      SQ230A.1
099500*  RELEASES EVERY KEY FROM 1 TO 100 EXACTLY ONCE.                 SQ230A.1
099600*=================================================================SQ230A.1
099700 SRT-RELEASE-1-INIT.                                              SQ230A.1
099800     MOVE     ZERO TO SRT-SUB.                                    SQ230A.1
099900 SRT-RELEASE-1-LOOP.                                              SQ230A.1
100000     ADD      1 TO SRT-SUB.                                       SQ230A.1
100100     MOVE     SPACE TO S1-REC.                                    SQ230A.1
100200     COMPUTE  SRT-PRODUCT = SRT-SUB * 37.                         SQ230A.1
100300     DIVIDE   SRT-PRODUCT BY 101 GIVING SRT-QUOTIENT              SQ230A.1
100400              REMAINDER S1-KEY.                                   SQ230A.1
100500     MOVE     "SRT1 KEY" TO S1-TAG.                               SQ230A.1
100600     MOVE     S1-KEY TO S1-ECHO.                                  SQ230A.1
100700     RELEASE  S1-REC.                                             SQ230A.1
100800     IF       SRT-SUB LESS THAN 100                               SQ230A.1
100900              GO TO SRT-RELEASE-1-LOOP.                           SQ230A.1
101000 SRT-RELEASE-1-DONE.                                              SQ230A.1
101100     EXIT.                                                        SQ230A.1
101200 SECT-SQ230A-OUT1 SECTION.                                        SQ230A.1
101300*=================================================================SQ230A.1
101400*  OUTPUT PROCEDURE -- RETURN EACH RECORD AND TALLY THE COUNT,    SQ230A.1
101500*  KEY-SEQUENCE BREAKS, DAMAGED RECORDS AND A POSITION HASH.      SQ230A.1
101600*=================================================================SQ230A.1
101700 SRT-RETURN-1-INIT.                                               SQ230A.1
101800     MOVE     ZERO TO SRT-RETURNS SRT-SEQ-ERRS SRT-DATA-ERRS.     SQ230A.1
101900     MOVE     ZERO TO SRT-PRIOR-KEY SRT-HASH.                     SQ230A.1
102000 SRT-RETURN-1-LOOP.                                               SQ230A.1
102100     RETURN   SQ-SORT-1 RECORD                                    SQ230A.1
102200              AT END GO TO SRT-RETURN-1-DONE.                     SQ230A.1
102300     ADD      1 TO SRT-RETURNS.                                   SQ230A.1
102400     ADD      1 TO SRT-PRIOR-KEY.                                 SQ230A.1
102500     IF       S1-KEY NOT EQUAL TO SRT-PRIOR-KEY                   SQ230A.1
102600              ADD 1 TO SRT-SEQ-ERRS                               SQ230A.1
102700              MOVE S1-KEY TO SRT-PRIOR-KEY.                       SQ230A.1
102800     IF       S1-TAG NOT EQUAL TO "SRT1 KEY"                      SQ230A.1
102900              OR S1-ECHO NOT EQUAL TO S1-KEY                      SQ230A.1
103000              ADD 1 TO SRT-DATA-ERRS.                             SQ230A.1
103100     COMPUTE  SRT-HASH = SRT-HASH + SRT-RETURNS * S1-KEY.         SQ230A.1
103200     GO       TO SRT-RETURN-1-LOOP.                               SQ230A.1
103300 SRT-RETURN-1-DONE.                                               SQ230A.1
103400     EXIT.                                                        SQ230A.1
103500 SECT-SQ230A-0002 SECTION.                                        SQ230A.1
103600*                                                                 SQ230A.1
103700*    01                                                           SQ230A.1
103800*                                                                 SQ230A.1
103900 SRT-TEST-GF-01.                                                  SQ230A.1
104000     MOVE     "SAME SORT AREA      " TO FEATURE.                  SQ230A.1
104100     MOVE     "SRT-TEST-GF-01" TO PAR-NAME.                       SQ230A.1
104200     MOVE     "X3.23-1985 SAME SORT AREA" TO ANSI-REFERENCE.      SQ230A.1
104300     MOVE     "9.2.3     " TO ANSI-CLAUSE-CODE.                   SQ230A.1
104400     IF       SRT-FIRST-RETURNS EQUAL TO 100                      SQ230A.1
104500              AND SRT-FIRST-SEQ-ERRS EQUAL TO ZERO                SQ230A.1
104600              PERFORM PASS                                        SQ230A.1
104700              PERFORM PRINT-DETAIL                                SQ230A.1
104800     ELSE                                                         SQ230A.1
104900              PERFORM FAIL                                        SQ230A.1
105000              MOVE  100 TO CORRECT-N                              SQ230A.1
105100              MOVE  SRT-FIRST-RETURNS TO COMPUTED-N               SQ230A.1
105200              MOVE  "SQ-SORT-1 KEYS LOST OR OUT OF ORDER"         SQ230A.1
105300                    TO RE-MARK                                    SQ230A.1
105400              PERFORM PRINT-DETAIL.                               SQ230A.1
105500*                                                                 SQ230A.1
105600*    02                                                           SQ230A.1
105700*                                                                 SQ230A.1
105800 SRT-TEST-GF-02.                                                  SQ230A.1
105900     MOVE     "SORT-1 RECORD DATA  " TO FEATURE.                  SQ230A.1
106000     MOVE     "SRT-TEST-GF-02" TO PAR-NAME.                       SQ230A.1
106100     MOVE     "X3.23-1985 SAME SORT AREA" TO ANSI-REFERENCE.      SQ230A.1
106200     MOVE     "9.2.3     " TO ANSI-CLAUSE-CODE.                   SQ230A.1
106300     IF       SRT-FIRST-DATA-ERRS EQUAL TO ZERO                   SQ230A.1
106400              PERFORM PASS                                        SQ230A.1
106500              PERFORM PRINT-DETAIL                                SQ230A.1
106600     ELSE                                                         SQ230A.1
106700              PERFORM FAIL                                        SQ230A.1
106800              MOVE  ZERO TO CORRECT-N                             SQ230A.1
106900              MOVE  SRT-FIRST-DATA-ERRS TO COMPUTED-N             SQ230A.1
107000              MOVE  "SQ-SORT-1 RECORDS DAMAGED"                   SQ230A.1
107100                    TO RE-MARK                                    SQ230A.1
107200              PERFORM PRINT-DETAIL.                               SQ230A.1
107300*=================================================================SQ230A.1
107400*  SORT SQ-SORT-2 -- LONGER RECORD, KEY IN THE MIDDLE, DESCENDING SQ230A.1
107500*  -- THROUGH THE SAME SORT AREA.                                 SQ230A.1
107600*=================================================================SQ230A.1
107700 SRT-SORT-GF-03.                                                  SQ230A.1
107800     SORT     SQ-SORT-2                                           SQ230A.1
107900              ON DESCENDING KEY S2-KEY                            SQ230A.1
108000              INPUT PROCEDURE IS SECT-SQ230A-IN2                  SQ230A.1
108100              OUTPUT PROCEDURE IS SECT-SQ230A-OUT2.               SQ230A.1
108200     GO       TO SECT-SQ230A-0003.                                SQ230A.1
108300 SECT-SQ230A-IN2 SECTION.                                         SQ230A.1
108400*=================================================================SQ230A.1
108500*  INPUT PROCEDURE -- KEY I * 43 MODULO 101 FOR I = 1 TO 100.     SQ230A.1
108600*=================================================================SQ230A.1
108700 SRT-RELEASE-2-INIT.                                              SQ230A.1
108800     MOVE     ZERO TO SRT-SUB.                                    SQ230A.1
108900 SRT-RELEASE-2-LOOP.                                              SQ230A.1
109000     ADD      1 TO SRT-SUB.                                       SQ230A.1
109100     MOVE     SPACE TO S2-REC.                                    SQ230A.1
109200     COMPUTE  SRT-PRODUCT = SRT-SUB * 43.                         SQ230A.1
109300     DIVIDE   SRT-PRODUCT BY 101 GIVING SRT-QUOTIENT              SQ230A.1
109400              REMAINDER S2-KEY.                                   SQ230A.1
109500     MOVE     "SRT2 KEY" TO S2-TAG.                               SQ230A.1
109600     MOVE     S2-KEY TO S2-ECHO.                                  SQ230A.1
109700     RELEASE  S2-REC.                                             SQ230A.1
109800     IF       SRT-SUB LESS THAN 100                               SQ230A.1
109900              GO TO SRT-RELEASE-2-LOOP.                           SQ230A.1
110000 SRT-RELEASE-2-DONE.                                              SQ230A.1
110100     EXIT.                                                        SQ230A.1
110200 SECT-SQ230A-OUT2 SECTION.                                        SQ230A.1
110300*=================================================================SQ230A.1
110400*  OUTPUT PROCEDURE -- KEYS MUST COME BACK 100 DOWN TO 1.         SQ230A.1
110500*=================================================================SQ230A.1
110600 SRT-RETURN-2-INIT.                                               SQ230A.1
110700     MOVE     ZERO TO SRT-RETURNS SRT-SEQ-ERRS SRT-DATA-ERRS.     SQ230A.1
110800     MOVE     101 TO SRT-PRIOR-KEY.                               SQ230A.1
110900 SRT-RETURN-2-LOOP.                                               SQ230A.1
111000     RETURN   SQ-SORT-2 RECORD                                    SQ230A.1
111100              AT END GO TO SRT-RETURN-2-DONE.                     SQ230A.1
111200     ADD      1 TO SRT-RETURNS.                                   SQ230A.1
111300     SUBTRACT 1 FROM SRT-PRIOR-KEY.                               SQ230A.1
111400     IF       S2-KEY NOT EQUAL TO SRT-PRIOR-KEY                   SQ230A.1
111500              ADD 1 TO SRT-SEQ-ERRS                               SQ230A.1
111600              MOVE S2-KEY TO SRT-PRIOR-KEY.                       SQ230A.1
111700     IF       S2-TAG NOT EQUAL TO "SRT2 KEY"                      SQ230A.1
111800              OR S2-ECHO NOT EQUAL TO S2-KEY                      SQ230A.1
111900              ADD 1 TO SRT-DATA-ERRS.                             SQ230A.1
112000     GO       TO SRT-RETURN-2-LOOP.                               SQ230A.1
112100 SRT-RETURN-2-DONE.                                               SQ230A.1
112200     EXIT.                                                        SQ230A.1
112300 SECT-SQ230A-0003 SECTION.                                        SQ230A.1
112400*                                                                 SQ230A.1
112500*    03                                                           SQ230A.1
112600*                                                                 SQ230A.1
112700 SRT-TEST-GF-03.                                                  SQ230A.1
112800     MOVE     "SAME SORT AREA 2ND  " TO FEATURE.                  SQ230A.1
112900     MOVE     "SRT-TEST-GF-03" TO PAR-NAME.                       SQ230A.1
113000     MOVE     "X3.23-1985 SAME SORT AREA" TO ANSI-REFERENCE.      SQ230A.1
113100     MOVE     "9.2.3     " TO ANSI-CLAUSE-CODE.                   SQ230A.1
113200     IF       SRT-RETURNS EQUAL TO 100                            SQ230A.1
113300              AND SRT-SEQ-ERRS EQUAL TO ZERO                      SQ230A.1
113400              PERFORM PASS                                        SQ230A.1
113500              PERFORM PRINT-DETAIL                                SQ230A.1
113600     ELSE                                                         SQ230A.1
113700              PERFORM FAIL                                        SQ230A.1
113800              MOVE  100 TO CORRECT-N                              SQ230A.1
113900              MOVE  SRT-RETURNS TO COMPUTED-N                     SQ230A.1
114000              MOVE  "SQ-SORT-2 KEYS LOST OR OUT OF ORDER"         SQ230A.1
114100                    TO RE-MARK                                    SQ230A.1
114200              PERFORM PRINT-DETAIL.                               SQ230A.1
114300*                                                                 SQ230A.1
114400*    04                                                           SQ230A.1
114500*                                                                 SQ230A.1
114600 SRT-TEST-GF-04.                                                  SQ230A.1
114700     MOVE     "SORT-2 RECORD DATA  " TO FEATURE.                  SQ230A.1
114800     MOVE     "SRT-TEST-GF-04" TO PAR-NAME.                       SQ230A.1
114900     MOVE     "X3.23-1985 SAME SORT AREA" TO ANSI-REFERENCE.      SQ230A.1
115000     MOVE     "9.2.3     " TO ANSI-CLAUSE-CODE.                   SQ230A.1
115100     IF       SRT-DATA-ERRS EQUAL TO ZERO                         SQ230A.1
115200              PERFORM PASS                                        SQ230A.1
115300              PERFORM PRINT-DETAIL                                SQ230A.1
115400     ELSE                                                         SQ230A.1
115500              PERFORM FAIL                                        SQ230A.1
115600              MOVE  ZERO TO CORRECT-N                             SQ230A.1
115700              MOVE  SRT-DATA-ERRS TO COMPUTED-N                   SQ230A.1
115800              MOVE  "SQ-SORT-2 RECORDS DAMAGED"                   SQ230A.1
115900                    TO RE-MARK                                    SQ230A.1
116000              PERFORM PRINT-DETAIL.                               SQ230A.1
116100*=================================================================SQ230A.1
116200*  SORT SQ-SORT-1 AGAIN -- THE RESULT MUST MATCH THE FIRST RUN.   SQ230A.1
116300*=================================================================SQ230A.1
116400 SRT-SORT-GF-05.                                                  SQ230A.1
116500     SORT     SQ-SORT-1                                           SQ230A.1
116600              ON ASCENDING KEY S1-KEY                             SQ230A.1
116700              INPUT PROCEDURE IS SECT-SQ230A-IN1                  SQ230A.1
116800              OUTPUT PROCEDURE IS SECT-SQ230A-OUT1.               SQ230A.1
116900     MOVE     SRT-RETURNS TO SRT-REPEAT-RETURNS.                  SQ230A.1
117000     MOVE     SRT-SEQ-ERRS TO SRT-REPEAT-SEQ-ERRS.                SQ230A.1
117100     MOVE     SRT-DATA-ERRS TO SRT-REPEAT-DATA-ERRS.              SQ230A.1
117200     MOVE     SRT-HASH TO SRT-REPEAT-HASH.                        SQ230A.1
117300*                                                                 SQ230A.1
117400*    05                                                           SQ230A.1
117500*                                                                 SQ230A.1
117600 SRT-TEST-GF-05.                                                  SQ230A.1
117700     MOVE     "SORT AREA REUSE     " TO FEATURE.                  SQ230A.1
117800     MOVE     "SRT-TEST-GF-05" TO PAR-NAME.                       SQ230A.1
117900     MOVE     "X3.23-1985 SAME SORT AREA" TO ANSI-REFERENCE.      SQ230A.1
118000     MOVE     "9.2.3     " TO ANSI-CLAUSE-CODE.                   SQ230A.1
118100     IF       SRT-REPEAT-RESULT EQUAL TO SRT-FIRST-RESULT         SQ230A.1
118200              PERFORM PASS                                        SQ230A.1
118300              PERFORM PRINT-DETAIL                                SQ230A.1
118400     ELSE                                                         SQ230A.1
118500              PERFORM FAIL                                        SQ230A.1
118600              MOVE  SRT-FIRST-HASH TO CORRECT-N                   SQ230A.1
118700              MOVE  SRT-REPEAT-HASH TO COMPUTED-N                 SQ230A.1
118800              MOVE  "REPEATED SORT DIFFERS FROM FIRST RUN"        SQ230A.1
118900                    TO RE-MARK                                    SQ230A.1
119000              PERFORM PRINT-DETAIL.                               SQ230A.1
119100*=================================================================SQ230A.1
119200*  SORT SQ-SORT-3 AND SPLIT ITS OUTPUT ACROSS SQ-FS1 AND SQ-FS2.  SQ230A.1
119300*=================================================================SQ230A.1
119400 SSM-SORT-GF-06.                                                  SQ230A.1
119500     SORT     SQ-SORT-3                                           SQ230A.1
119600              ON ASCENDING KEY S3-KEY                             SQ230A.1
119700              INPUT PROCEDURE IS SECT-SQ230A-IN3                  SQ230A.1
119800              OUTPUT PROCEDURE IS SECT-SQ230A-OUT3.               SQ230A.1
119900     GO       TO SECT-SQ230A-0004.                                SQ230A.1
120000 SECT-SQ230A-IN3 SECTION.                                         SQ230A.1
120100*=================================================================SQ230A.1
120200*  INPUT PROCEDURE -- KEY I * 7 MODULO 61 FOR I = 1 TO 60.        SQ230A.1
120300*=================================================================SQ230A.1
120400 SSM-RELEASE-INIT.                                                SQ230A.1
120500     MOVE     ZERO TO SRT-SUB.                                    SQ230A.1
120600 SSM-RELEASE-LOOP.                                                SQ230A.1
120700     ADD      1 TO SRT-SUB.                                       SQ230A.1
120800     MOVE     SPACE TO S3-REC.                                    SQ230A.1
120900     COMPUTE  SRT-PRODUCT = SRT-SUB * 7.                          SQ230A.1
121000     DIVIDE   SRT-PRODUCT BY 61 GIVING SRT-QUOTIENT               SQ230A.1
121100              REMAINDER S3-KEY.                                   SQ230A.1
121200     RELEASE  S3-REC.                                             SQ230A.1
121300     IF       SRT-SUB LESS THAN 60                                SQ230A.1
121400              GO TO SSM-RELEASE-LOOP.                             SQ230A.1
121500 SSM-RELEASE-DONE.                                                SQ230A.1
121600     EXIT.                                                        SQ230A.1
121700 SECT-SQ230A-OUT3 SECTION.                                        SQ230A.1
121800*=================================================================SQ230A.1
121900*  OUTPUT PROCEDURE -- ODD KEYS TO SQ-FS1, EVEN KEYS TO SQ-FS2.   SQ230A.1
122000*=================================================================SQ230A.1
122100 SSM-RETURN-INIT.                                                 SQ230A.1
122200     MOVE     ZERO TO SSM-ODD-WRITES SSM-EVEN-WRITES.             SQ230A.1
122300     OPEN     OUTPUT SQ-FS1.                                      SQ230A.1
122400     OPEN     OUTPUT SQ-FS2.                                      SQ230A.1
122500 SSM-RETURN-LOOP.                                                 SQ230A.1
122600     RETURN   SQ-SORT-3 RECORD                                    SQ230A.1
122700              AT END GO TO SSM-RETURN-DONE.                       SQ230A.1
122800     DIVIDE   S3-KEY BY 2 GIVING SSM-HALF-KEY                     SQ230A.1
122900              REMAINDER SSM-ODD-SW.                               SQ230A.1
123000     IF       SSM-ODD-SW EQUAL TO 1                               SQ230A.1
123100              GO TO SSM-RETURN-ODD.                               SQ230A.1
123200     MOVE     SPACE TO SQ-FS2R1-F-G-120.                          SQ230A.1
123300     MOVE     2 TO SQ-FS2-FILE-NO.                                SQ230A.1
123400     MOVE     S3-KEY TO SQ-FS2-SEQ-NO.                            SQ230A.1
123500     MOVE     "SQ230A EVEN" TO SQ-FS2-CHECK.                      SQ230A.1
123600     WRITE    SQ-FS2R1-F-G-120.                                   SQ230A.1
123700     ADD      1 TO SSM-EVEN-WRITES.                               SQ230A.1
123800     GO       TO SSM-RETURN-LOOP.                                 SQ230A.1
123900 SSM-RETURN-ODD.                                                  SQ230A.1
124000     MOVE     SPACE TO SQ-FS1R1-F-G-120.                          SQ230A.1
124100     MOVE     1 TO SQ-FS1-FILE-NO.                                SQ230A.1
124200     MOVE     S3-KEY TO SQ-FS1-SEQ-NO.                            SQ230A.1
124300     MOVE     "SQ230A ODD" TO SQ-FS1-CHECK.                       SQ230A.1
124400     WRITE    SQ-FS1R1-F-G-120.                                   SQ230A.1
124500     ADD      1 TO SSM-ODD-WRITES.                                SQ230A.1
124600     GO       TO SSM-RETURN-LOOP.                                 SQ230A.1
124700 SSM-RETURN-DONE.                                                 SQ230A.1
124800     CLOSE    SQ-FS1.                                             SQ230A.1
124900     CLOSE    SQ-FS2.                                             SQ230A.1
125000 SECT-SQ230A-0004 SECTION.                                        SQ230A.1
125100*                                                                 SQ230A.1
125200*    06                                                           SQ230A.1
125300*                                                                 SQ230A.1
125400 SSM-TEST-GF-06.                                                  SQ230A.1
125500     MOVE     "SAME SORT-MERGE SORT" TO FEATURE.                  SQ230A.1
125600     MOVE     "SSM-TEST-GF-06" TO PAR-NAME.                       SQ230A.1
125700     MOVE     "X3.23-1985 SAME SORT-MERGE AREA" TO ANSI-REFERENCE.SQ230A.1
125800     MOVE     "9.2.4     " TO ANSI-CLAUSE-CODE.                   SQ230A.1
125900     IF       SSM-ODD-WRITES EQUAL TO 30                          SQ230A.1
126000              AND SSM-EVEN-WRITES EQUAL TO 30                     SQ230A.1
126100              PERFORM PASS                                        SQ230A.1
126200              PERFORM PRINT-DETAIL                                SQ230A.1
126300     ELSE                                                         SQ230A.1
126400              PERFORM FAIL                                        SQ230A.1
126500              MOVE  30 TO CORRECT-N                               SQ230A.1
126600              MOVE  SSM-ODD-WRITES TO COMPUTED-N                  SQ230A.1
126700              MOVE  "SORTED RECORDS NOT SPLIT 30 AND 30"          SQ230A.1
126800                    TO RE-MARK                                    SQ230A.1
126900              PERFORM PRINT-DETAIL.                               SQ230A.1
127000*=================================================================SQ230A.1
127100*  MERGE SQ-FS1 AND SQ-FS2 THROUGH THE SHARED SORT-MERGE AREA.    SQ230A.1
127200*=================================================================SQ230A.1
127300 SSM-MERGE-GF-07.                                                 SQ230A.1
127400     MERGE    SQ-MERGE-1                                          SQ230A.1
127500              ON ASCENDING KEY M1-KEY                             SQ230A.1
127600              USING  SQ-FS1 SQ-FS2                                SQ230A.1
127700              OUTPUT PROCEDURE IS SECT-SQ230A-RTN.                SQ230A.1
127800     GO       TO SECT-SQ230A-0005.                                SQ230A.1
127900 SECT-SQ230A-RTN SECTION.                                         SQ230A.1
128000*=================================================================SQ230A.1
128100*  OUTPUT PROCEDURE -- KEYS 1 TO 60, ODD KEYS FROM FILE 1 AND     SQ230A.1
128200*  EVEN KEYS FROM FILE 2.                                         SQ230A.1
128300*=================================================================SQ230A.1
128400 SSM-MERGE-RETURN-INIT.                                           SQ230A.1
128500     MOVE     ZERO TO SSM-RETURNS SSM-SEQ-ERRS SSM-FILE-ERRS.     SQ230A.1
128600     MOVE     ZERO TO SSM-PRIOR-KEY.                              SQ230A.1
128700 SSM-MERGE-RETURN-LOOP.                                           SQ230A.1
128800     RETURN   SQ-MERGE-1 RECORD                                   SQ230A.1
128900              AT END GO TO SSM-MERGE-RETURN-DONE.                 SQ230A.1
129000     ADD      1 TO SSM-RETURNS.                                   SQ230A.1
129100     ADD      1 TO SSM-PRIOR-KEY.                                 SQ230A.1
129200     IF       M1-KEY NOT EQUAL TO SSM-PRIOR-KEY                   SQ230A.1
129300              ADD 1 TO SSM-SEQ-ERRS                               SQ230A.1
129400              MOVE M1-KEY TO SSM-PRIOR-KEY.                       SQ230A.1
129500     DIVIDE   M1-KEY BY 2 GIVING SSM-HALF-KEY                     SQ230A.1
129600              REMAINDER SSM-ODD-SW.                               SQ230A.1
129700     IF       SSM-ODD-SW EQUAL TO 1 AND M1-FILE-NO NOT EQUAL TO 1 SQ230A.1
129800              ADD 1 TO SSM-FILE-ERRS.                             SQ230A.1
129900     IF       SSM-ODD-SW EQUAL TO 0 AND M1-FILE-NO NOT EQUAL TO 2 SQ230A.1
130000              ADD 1 TO SSM-FILE-ERRS.                             SQ230A.1
130100     GO       TO SSM-MERGE-RETURN-LOOP.                           SQ230A.1
130200 SSM-MERGE-RETURN-DONE.                                           SQ230A.1
130300     EXIT.                                                        SQ230A.1
130400 SECT-SQ230A-0005 SECTION.                                        SQ230A.1
130500*                                                                 SQ230A.1
130600*    07                                                           SQ230A.1
130700*                                                                 SQ230A.1
130800 SSM-TEST-GF-07.                                                  SQ230A.1
130900     MOVE     "SORT-MERGE AREA MRG " TO FEATURE.                  SQ230A.1
131000     MOVE     "SSM-TEST-GF-07" TO PAR-NAME.                       SQ230A.1
131100     MOVE     "X3.23-1985 SAME SORT-MERGE AREA" TO ANSI-REFERENCE.SQ230A.1
131200     MOVE     "9.2.4     " TO ANSI-CLAUSE-CODE.                   SQ230A.1
131300     IF       SSM-RETURNS EQUAL TO 60                             SQ230A.1
131400              AND SSM-SEQ-ERRS EQUAL TO ZERO                      SQ230A.1
131500              PERFORM PASS                                        SQ230A.1
131600              PERFORM PRINT-DETAIL                                SQ230A.1
131700     ELSE                                                         SQ230A.1
131800              PERFORM FAIL                                        SQ230A.1
131900              MOVE  60 TO CORRECT-N                               SQ230A.1
132000              MOVE  SSM-RETURNS TO COMPUTED-N                     SQ230A.1
132100              MOVE  "MERGED KEYS LOST OR OUT OF ORDER"            SQ230A.1
132200                    TO RE-MARK                                    SQ230A.1
132300              PERFORM PRINT-DETAIL.                               SQ230A.1
132400*                                                                 SQ230A.1
132500*    08                                                           SQ230A.1
132600*                                                                 SQ230A.1
132700 SSM-TEST-GF-08.                                                  SQ230A.1
132800     MOVE     "MERGE INPUT FILES   " TO FEATURE.                  SQ230A.1
132900     MOVE     "SSM-TEST-GF-08" TO PAR-NAME.                       SQ230A.1
133000     MOVE     "X3.23-1985 SAME SORT-MERGE AREA" TO ANSI-REFERENCE.SQ230A.1
133100     MOVE     "9.2.4     " TO ANSI-CLAUSE-CODE.                   SQ230A.1
133200     IF       SSM-FILE-ERRS EQUAL TO ZERO                         SQ230A.1
133300              PERFORM PASS                                        SQ230A.1
133400              PERFORM PRINT-DETAIL                                SQ230A.1
133500     ELSE                                                         SQ230A.1
133600              PERFORM FAIL                                        SQ230A.1
133700              MOVE  ZERO TO CORRECT-N                             SQ230A.1
133800              MOVE  SSM-FILE-ERRS TO COMPUTED-N                   SQ230A.1
133900              MOVE  "MERGED RECORD FROM THE WRONG FILE"           SQ230A.1
134000                    TO RE-MARK                                    SQ230A.1
134100              PERFORM PRINT-DETAIL.                               SQ230A.1
134200 CCVS-EXIT SECTION.                                               SQ230A.1
134300 CCVS-999999.                                                     SQ230A.1
134400     GO TO CLOSE-FILES.                                           SQ230A.1
