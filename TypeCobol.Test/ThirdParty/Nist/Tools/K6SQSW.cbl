000100 IDENTIFICATION DIVISION.                                         K6SQSW.1
000200 PROGRAM-ID.                                                      K6SQSW.1
000300     K6SQSW.                                                      K6SQSW.1
000400*================================================================ K6SQSW.1
000500* K6SQSW -- RECORD-FORMAT AND BLOCK-SIZE SWEEP JOB-DECK           K6SQSW.1
000600* GENERATOR FOR THE SQ PROGRAMS.                                  K6SQSW.1
000700*================================================================ K6SQSW.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SQSW.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SQSW.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6SQSW.1
001100* DATE-COMPILED.                                                  K6SQSW.1
001200*                                                                 K6SQSW.1
001300* REMARKS.                                                        K6SQSW.1
001400*    EACH SQ PROGRAM IS CERTIFIED WITH ITS FILE UNDER TEST AT     K6SQSW.1
001500*    THE ONE RECORD FORMAT AND BLOCK SIZE ITS FD HAPPENS TO       K6SQSW.1
001600*    DECLARE, SO A COMPILER THAT MISHANDLES A BLOCKED VARIABLE    K6SQSW.1
001700*    FILE OR A HALF-TRACK BLOCK IS NEVER SEEN UNLESS SOME MEMBER  K6SQSW.1
001800*    HAPPENS TO USE ONE.  THIS PROGRAM WRITES A DECK TO JCLOUT    K6SQSW.1
001900*    THAT BUILDS AND RUNS EACH CHOSEN SQ PROGRAM AT EVERY CELL    K6SQSW.1
002000*    OF A MATRIX OF RECORD FORMATS, BLOCK CONTAINS VALUES (IN     K6SQSW.1
002100*    RECORDS OR IN CHARACTERS) AND VARIABLE RECORD SIZES.  A      K6SQSW.1
002200*    CELL (SEE K6SQCF.CPY) IS ONE OF:                             K6SQSW.1
002300*      F          ONCE, UNBLOCKED;                                K6SQSW.1
002400*      FB         ONCE PER BLOCKS VALUE;                          K6SQSW.1
002500*      V          ONCE PER VARSIZE PAIR, UNBLOCKED;               K6SQSW.1
002600*      VB, VD     ONCE PER BLOCKS VALUE AND VARSIZE PAIR -- VD    K6SQSW.1
002700*                 ONLY FOR A PROGRAM WHOSE CARD NAMES A           K6SQSW.1
002800*                 DEPENDING-ON ITEM;                              K6SQSW.1
002900*    AND LAST THE MEMBER AS DISTRIBUTED ("AS").  ONE JOB PER      K6SQSW.1
003000*    PROGRAM, ONE THREE-STEP LEG PER CELL:                        K6SQSW.1
003100*      STMPNN  K6SQST  -- COPY THE MEMBER WITH THE CELL'S CLAUSES K6SQSW.1
003200*                         STAMPED INTO THE FD OF THE FILE UNDER   K6SQSW.1
003300*                         TEST;                                   K6SQSW.1
003400*      SQCLNN  IGYWCLG -- COMPILE, LINK AND GO THE STAMPED COPY,  K6SQSW.1
003500*                         PRINTER (X-55) TO A WORK DATASET AND    K6SQSW.1
003600*                         THE FILE UNDER TEST TO A SCRATCH        K6SQSW.1
003700*                         DATASET WHOSE DCB COMES FROM THE        K6SQSW.1
003800*                         PROGRAM, RAW-DATA (X-62) DUMMY;         K6SQSW.1
003900*                         BYPASSED WHEN THE STAMP FAILED;         K6SQSW.1
004000*      SQPTNN  K6SQPT  -- READ THE PRINT BACK, POST RAW-DATA      K6SQSW.1
004100*                         (X-62) WITH THE CELL IN THE FILE        K6SQSW.1
004200*                         CATALOG AND ADD A SEGMENT TO THE SWEEP  K6SQSW.1
004300*                         CSV (CCVS.SQSWEEP.CSV) TAGGED WITH THE  K6SQSW.1
004400*                         CELL.  RUNS EVEN AFTER AN ABEND.        K6SQSW.1
004500*    THE "AS" LEG ALWAYS RUNS LAST SO, AS IN K6SGSW, THE          K6SQSW.1
004600*    EFFECTIVE RUN THE ROLLUPS COUNT STAYS THE CERTIFIED          K6SQSW.1
004700*    CONFIGURATION.  K6SQMX PRINTS WHICH COMBINATIONS PASSED.     K6SQSW.1
004800*    A JOB IS LIMITED TO 255 STEPS, SO A PROGRAM WITH MORE THAN   K6SQSW.1
004900*    80 CELLS CONTINUES IN A FURTHER JOB; ALL JOBS SHARE ONE JOB  K6SQSW.1
005000*    NAME SO THEY RUN ONE AT A TIME AGAINST THE SWEEP CSV.        K6SQSW.1
005100*                                                                 K6SQSW.1
005200*    CONTROL CARDS (SQSWCTL), KEYWORD IN COLUMNS 1-8:             K6SQSW.1
005300*      FORMATS  FF FF ...       UP TO 5 RECORD FORMATS (F, FB, V, K6SQSW.1
005400*                               VB, VD) FROM COLUMN 10, ONE EVERY K6SQSW.1
005500*                               3 COLUMNS.  REQUIRED.             K6SQSW.1
005600*      BLOCKS   NNNNNU ...      UP TO 8 BLOCK CONTAINS VALUES     K6SQSW.1
005700*                               FROM COLUMN 10, ONE EVERY 7       K6SQSW.1
005800*                               COLUMNS: 5 DIGITS AND R (RECORDS) K6SQSW.1
005900*                               OR C (CHARACTERS, AT MOST 32760). K6SQSW.1
006000*                               REQUIRED WITH FB, VB OR VD.       K6SQSW.1
006100*      VARSIZE  NNNNN-NNNNN ... UP TO 5 MINIMUM-MAXIMUM RECORD    K6SQSW.1
006200*                               SIZES FROM COLUMN 10, ONE EVERY   K6SQSW.1
006300*                               12 COLUMNS.  MINIMUM 1-9999,      K6SQSW.1
006400*                               MAXIMUM UP TO 32752.  REQUIRED    K6SQSW.1
006500*                               WITH V, VB OR VD.                 K6SQSW.1
006600*      PROGRAM  XXXXXX DDDDDDDD FFF... III...                     K6SQSW.1
006700*                               A PROGRAM (10-15), THE ASSIGNMENT K6SQSW.1
006800*                               NAME (17-24) AND FD NAME (26-49)  K6SQSW.1
006900*                               OF ITS FILE UNDER TEST, AND THE   K6SQSW.1
007000*                               DEPENDING-ON ITEM (51-74) IF IT   K6SQSW.1
007100*                               HAS ONE.  THE FIRST PROGRAM CARD  K6SQSW.1
007200*                               REPLACES THE DEFAULT LIST BELOW.  K6SQSW.1
007300*                               SQ225A AND SQ226A POST THEIR OWN  K6SQSW.1
007400*                               RUNS AND ARE REFUSED.             K6SQSW.1
007500*      TARGET   XXXXXXXX        RAW-DATA TARGET, DEFAULT K6TARG.  K6SQSW.1
007600*                                                                 K6SQSW.1
007700*    THE DEVICE-ROLE VALUES BELOW MIRROR THE K6SITE.CPY TABLE,    K6SQSW.1
007800*    AS IN K6JGEN.                                                K6SQSW.1
007900*                                                                 K6SQSW.1
008000*    RETURN-CODE 0 DECK WRITTEN, 16 A REQUIRED CARD MISSING OR A  K6SQSW.1
008100*    CARD IN ERROR (NO DECK IS WRITTEN).                          K6SQSW.1
008200*                                                                 K6SQSW.1
008300* MODIFICATION HISTORY.                                           K6SQSW.1
008400*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SQSW.1
008500*================================================================ K6SQSW.1
008600*                                                                 K6SQSW.1
008700 ENVIRONMENT DIVISION.                                            K6SQSW.1
008800 CONFIGURATION SECTION.                                           K6SQSW.1
008900 SOURCE-COMPUTER.                                                 K6SQSW.1
009000     OUR-MAINFRAME.                                               K6SQSW.1
009100 OBJECT-COMPUTER.                                                 K6SQSW.1
009200     OUR-MAINFRAME.                                               K6SQSW.1
009300 INPUT-OUTPUT SECTION.                                            K6SQSW.1
009400 FILE-CONTROL.                                                    K6SQSW.1
009500     SELECT SQSW-CTL ASSIGN TO SQSWCTL                            K6SQSW.1
009600         ORGANIZATION IS SEQUENTIAL                               K6SQSW.1
009700         FILE STATUS IS WS-CTL-STATUS.                            K6SQSW.1
009800     SELECT JCL-DECK ASSIGN TO JCLOUT                             K6SQSW.1
009900         ORGANIZATION IS SEQUENTIAL.                              K6SQSW.1
010000*                                                                 K6SQSW.1
010100 DATA DIVISION.                                                   K6SQSW.1
010200 FILE SECTION.                                                    K6SQSW.1
010300 FD  SQSW-CTL                                                     K6SQSW.1
010400     LABEL RECORDS ARE STANDARD.                                  K6SQSW.1
010500 01  SC-CONTROL-CARD.                                             K6SQSW.1
010600     05  SC-KEYWORD           PIC X(8).                           K6SQSW.1
010700     05  FILLER               PIC X(1).                           K6SQSW.1
010800     05  SC-OPERANDS          PIC X(71).                          K6SQSW.1
010900 01  SC-FORMATS-CARD REDEFINES SC-CONTROL-CARD.                   K6SQSW.1
011000     05  FILLER               PIC X(9).                           K6SQSW.1
011100     05  SC-FORMAT-SLOT       OCCURS 5 TIMES.                     K6SQSW.1
011200         10  SC-FORMAT        PIC X(2).                           K6SQSW.1
011300         10  FILLER           PIC X(1).                           K6SQSW.1
011400     05  FILLER               PIC X(56).                          K6SQSW.1
011500 01  SC-BLOCKS-CARD REDEFINES SC-CONTROL-CARD.                    K6SQSW.1
011600     05  FILLER               PIC X(9).                           K6SQSW.1
011700     05  SC-BLOCK-SLOT        OCCURS 8 TIMES.                     K6SQSW.1
011800         10  SC-BLOCK-VALUE   PIC X(5).                           K6SQSW.1
011900         10  SC-BLOCK-UNIT    PIC X(1).                           K6SQSW.1
012000         10  FILLER           PIC X(1).                           K6SQSW.1
012100     05  FILLER               PIC X(15).                          K6SQSW.1
012200 01  SC-VARSIZE-CARD REDEFINES SC-CONTROL-CARD.                   K6SQSW.1
012300     05  FILLER               PIC X(9).                           K6SQSW.1
012400     05  SC-SIZE-SLOT         OCCURS 5 TIMES.                     K6SQSW.1
012500         10  SC-MIN-LEN       PIC X(5).                           K6SQSW.1
012600         10  SC-SIZE-DASH     PIC X(1).                           K6SQSW.1
012700         10  SC-MAX-LEN       PIC X(5).                           K6SQSW.1
012800         10  FILLER           PIC X(1).                           K6SQSW.1
012900     05  FILLER               PIC X(11).                          K6SQSW.1
013000 01  SC-PROGRAM-CARD REDEFINES SC-CONTROL-CARD.                   K6SQSW.1
013100     05  FILLER               PIC X(9).                           K6SQSW.1
013200     05  SC-PGM-ID            PIC X(6).                           K6SQSW.1
013300     05  FILLER               PIC X(1).                           K6SQSW.1
013400     05  SC-DD-NAME           PIC X(8).                           K6SQSW.1
013500     05  FILLER               PIC X(1).                           K6SQSW.1
013600     05  SC-FD-NAME           PIC X(24).                          K6SQSW.1
013700     05  FILLER               PIC X(1).                           K6SQSW.1
013800     05  SC-DEP-ITEM          PIC X(24).                          K6SQSW.1
013900     05  FILLER               PIC X(6).                           K6SQSW.1
014000 01  SC-TARGET-CARD REDEFINES SC-CONTROL-CARD.                    K6SQSW.1
014100     05  FILLER               PIC X(9).                           K6SQSW.1
014200     05  SC-TARGET-ID         PIC X(8).                           K6SQSW.1
014300     05  FILLER               PIC X(63).                          K6SQSW.1
014400 FD  JCL-DECK                                                     K6SQSW.1
014500     LABEL RECORDS ARE STANDARD.                                  K6SQSW.1
014600 01  JD-CARD                  PIC X(80).                          K6SQSW.1
014700*                                                                 K6SQSW.1
014800 WORKING-STORAGE SECTION.                                         K6SQSW.1
014900     COPY K6TARG.                                                 K6SQSW.1
015000     COPY K6SQCF.                                                 K6SQSW.1
015100* ----------------------------------------------------------      K6SQSW.1
015200* DEVICE-ROLE ASSIGNMENTS -- KEPT IN STEP WITH K6SITE.CPY.        K6SQSW.1
015300* ----------------------------------------------------------      K6SQSW.1
015400 01  DEV-X55-UNIT             PIC X(8)   VALUE "SYSLPT  ".        K6SQSW.1
015500 01  DEV-X62-UNIT             PIC X(8)   VALUE "SYS012  ".        K6SQSW.1
015600* ----------------------------------------------------------      K6SQSW.1
015700* THE DEFAULT SQ PROGRAMS: PROGRAM, ASSIGNMENT NAME, FD NAME      K6SQSW.1
015800* AND DEPENDING-ON ITEM OF THE FILE UNDER TEST.                   K6SQSW.1
015900* ----------------------------------------------------------      K6SQSW.1
016000 01  DEFAULT-PGM-VALUES.                                          K6SQSW.1
016100     05  FILLER               PIC X(6)   VALUE "SQ107A".          K6SQSW.1
016200     05  FILLER               PIC X(8)   VALUE "XXXXX014".        K6SQSW.1
016300     05  FILLER               PIC X(24)  VALUE "SQ-VS7".          K6SQSW.1
016400     05  FILLER               PIC X(24)  VALUE SPACE.             K6SQSW.1
016500     05  FILLER               PIC X(6)   VALUE "SQ108A".          K6SQSW.1
016600     05  FILLER               PIC X(8)   VALUE "XXXXX014".        K6SQSW.1
016700     05  FILLER               PIC X(24)  VALUE "SQ-FS8".          K6SQSW.1
016800     05  FILLER               PIC X(24)  VALUE SPACE.             K6SQSW.1
016900     05  FILLER               PIC X(6)   VALUE "SQ122A".          K6SQSW.1
017000     05  FILLER               PIC X(8)   VALUE "XXXXX014".        K6SQSW.1
017100     05  FILLER               PIC X(24)  VALUE "SQ-FS4".          K6SQSW.1
017200     05  FILLER               PIC X(24)  VALUE SPACE.             K6SQSW.1
017300     05  FILLER               PIC X(6)   VALUE "SQ220A".          K6SQSW.1
017400     05  FILLER               PIC X(8)   VALUE "XXXXX014".        K6SQSW.1
017500     05  FILLER               PIC X(24)  VALUE "SQ-VS7".          K6SQSW.1
017600     05  FILLER               PIC X(24)  VALUE "RECORD-LENGTH".   K6SQSW.1
017700 01  DEFAULT-PGM-TABLE REDEFINES DEFAULT-PGM-VALUES.              K6SQSW.1
017800     05  DEFAULT-PGM-ENTRY    OCCURS 4 TIMES PIC X(62).           K6SQSW.1
017900 01  PGM-TABLE.                                                   K6SQSW.1
018000     05  PGM-ENTRY            OCCURS 10 TIMES.                    K6SQSW.1
018100         10  PGM-ID           PIC X(6).                           K6SQSW.1
018200         10  PGM-DD-NAME      PIC X(8).                           K6SQSW.1
018300         10  PGM-FD-NAME      PIC X(24).                          K6SQSW.1
018400         10  PGM-DEP-ITEM     PIC X(24).                          K6SQSW.1
018500* ----------------------------------------------------------      K6SQSW.1
018600* CONVERTED SQ MEMBERS THAT POST RAW-DATA AND THE CSV EXTRACT     K6SQSW.1
018700* THEMSELVES -- A SWEEP LEG WOULD POST THEM TWICE.                K6SQSW.1
018800* ----------------------------------------------------------      K6SQSW.1
018900 01  SELF-POSTING-VALUES.                                         K6SQSW.1
019000     05  FILLER               PIC X(6)   VALUE "SQ225A".          K6SQSW.1
019100     05  FILLER               PIC X(6)   VALUE "SQ226A".          K6SQSW.1
019200 01  SELF-POSTING-TABLE REDEFINES SELF-POSTING-VALUES.            K6SQSW.1
019300     05  SELF-POSTING-ID      OCCURS 2 TIMES PIC X(6).            K6SQSW.1
019400 01  FORMAT-TABLE.                                                K6SQSW.1
019500     05  FORMAT-ENTRY         OCCURS 5 TIMES PIC X(2).            K6SQSW.1
019600 01  BLOCK-TABLE.                                                 K6SQSW.1
019700     05  BLOCK-ENTRY          OCCURS 8 TIMES.                     K6SQSW.1
019800         10  BLK-VALUE        PIC 9(5).                           K6SQSW.1
019900         10  BLK-UNIT         PIC X(1).                           K6SQSW.1
020000 01  SIZE-TABLE.                                                  K6SQSW.1
020100     05  SIZE-ENTRY           OCCURS 5 TIMES.                     K6SQSW.1
020200         10  SIZE-MIN         PIC 9(5).                           K6SQSW.1
020300         10  SIZE-MAX         PIC 9(5).                           K6SQSW.1
020400* ----------------------------------------------------------      K6SQSW.1
020500* SWITCHES, SUBSCRIPTS AND COUNTERS.                              K6SQSW.1
020600* ----------------------------------------------------------      K6SQSW.1
020700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6SQSW.1
020800 77  WS-CTL-EOF-SW            PIC X      VALUE "N".               K6SQSW.1
020900     88  WS-CTL-EOF                      VALUE "Y".               K6SQSW.1
021000 77  WS-PGM-CARD-SW           PIC X      VALUE "N".               K6SQSW.1
021100     88  WS-PGM-CARD-SEEN                VALUE "Y".               K6SQSW.1
021200 77  WS-NEED-BLOCKS-SW        PIC X      VALUE "N".               K6SQSW.1
021300     88  WS-NEED-BLOCKS                  VALUE "Y".               K6SQSW.1
021400 77  WS-NEED-SIZES-SW         PIC X      VALUE "N".               K6SQSW.1
021500     88  WS-NEED-SIZES                   VALUE "Y".               K6SQSW.1
021600 77  WS-PGM-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
021700 77  WS-FORMAT-COUNT          PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
021800 77  WS-BLOCK-COUNT           PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
021900 77  WS-SIZE-COUNT            PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
022000 77  WS-PX                    PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
022100 77  WS-FX                    PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
022200 77  WS-BX                    PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
022300 77  WS-SX                    PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
022400 77  WS-LX                    PIC 9(2)   COMP VALUE ZERO.         K6SQSW.1
022500 77  WS-LEG-NO                PIC 9(2)   VALUE ZERO.              K6SQSW.1
022600 77  WS-LEG-TOTAL             PIC 9(4)   VALUE ZERO.              K6SQSW.1
022700 77  WS-JOB-TOTAL             PIC 9(4)   VALUE ZERO.              K6SQSW.1
022800 77  WS-CUR-FORMAT            PIC X(2)   VALUE SPACE.             K6SQSW.1
022900 77  WS-NUM-5                 PIC 9(5)   VALUE ZERO.              K6SQSW.1
023000 77  WS-TARGET-ID             PIC X(8)   VALUE SPACE.             K6SQSW.1
023100 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SQSW.1
023200* ----------------------------------------------------------      K6SQSW.1
023300* CARD IMAGES.  THE VARIABLE CARDS ARE BUILT WITH STRING IN       K6SQSW.1
023400* THE 4000 PARAGRAPHS.                                            K6SQSW.1
023500* ----------------------------------------------------------      K6SQSW.1
023600 01  JOB-CARD.                                                    K6SQSW.1
023700     05  FILLER   PIC X(21) VALUE "//K6SQSWP JOB (CCVS),".        K6SQSW.1
023800     05  FILLER   PIC X(59) VALUE                                 K6SQSW.1
023900         "'SQ RECFM SWEEP',CLASS=A,MSGCLASS=X".                   K6SQSW.1
024000 01  JOB-COMMENT-CARD.                                            K6SQSW.1
024100     05  FILLER           PIC X(10) VALUE "//* SWEEP ".           K6SQSW.1
024200     05  JCC-PGM-ID       PIC X(6).                               K6SQSW.1
024300     05  FILLER           PIC X(6)  VALUE " FILE ".               K6SQSW.1
024400     05  JCC-FD-NAME      PIC X(24).                              K6SQSW.1
024500     05  FILLER           PIC X(34) VALUE                         K6SQSW.1
024600         " -- AS-DISTRIBUTED FD RUNS LAST".                       K6SQSW.1
024700 01  VD-SKIP-CARD.                                                K6SQSW.1
024800     05  FILLER           PIC X(4)  VALUE "//* ".                 K6SQSW.1
024900     05  VSC-PGM-ID       PIC X(6).                               K6SQSW.1
025000     05  FILLER           PIC X(70) VALUE                         K6SQSW.1
025100         " NAMES NO DEPENDING-ON ITEM -- VD CELLS NOT RUN".       K6SQSW.1
025200 01  LEG-COMMENT-CARD.                                            K6SQSW.1
025300     05  FILLER           PIC X(4)  VALUE "//* ".                 K6SQSW.1
025400     05  LCC-PGM-ID       PIC X(6).                               K6SQSW.1
025500     05  FILLER           PIC X(4)  VALUE " AT ".                 K6SQSW.1
025600     05  LCC-CELL         PIC X(21).                              K6SQSW.1
025700     05  FILLER           PIC X(45) VALUE SPACE.                  K6SQSW.1
025800 01  STAMP-CTL-CARD.                                              K6SQSW.1
025900     05  STC-CELL         PIC X(21).                              K6SQSW.1
026000     05  FILLER           PIC X(1)  VALUE SPACE.                  K6SQSW.1
026100     05  STC-FD-NAME      PIC X(24).                              K6SQSW.1
026200     05  FILLER           PIC X(1)  VALUE SPACE.                  K6SQSW.1
026300     05  STC-DEP-ITEM     PIC X(24).                              K6SQSW.1
026400     05  FILLER           PIC X(9)  VALUE SPACE.                  K6SQSW.1
026500 01  POST-CTL-CARD.                                               K6SQSW.1
026600     05  PCC-PGM-ID       PIC X(6).                               K6SQSW.1
026700     05  FILLER           PIC X(1)  VALUE SPACE.                  K6SQSW.1
026800     05  PCC-CELL         PIC X(21).                              K6SQSW.1
026900     05  FILLER           PIC X(1)  VALUE SPACE.                  K6SQSW.1
027000     05  PCC-FD-NAME      PIC X(24).                              K6SQSW.1
027100     05  FILLER           PIC X(27) VALUE SPACE.                  K6SQSW.1
027200 01  DELIM-CARD.                                                  K6SQSW.1
027300     05  FILLER   PIC X(80) VALUE "/*".                           K6SQSW.1
027400 01  NULL-CARD.                                                   K6SQSW.1
027500     05  FILLER   PIC X(80) VALUE "//".                           K6SQSW.1
027600*                                                                 K6SQSW.1
027700 PROCEDURE DIVISION.                                              K6SQSW.1
027800*================================================================ K6SQSW.1
027900* 0000-MAINLINE -- READ THE CONTROL CARDS, THEN THE JOBS FOR      K6SQSW.1
028000* EACH PROGRAM AND A CLOSING NULL CARD.                           K6SQSW.1
028100*================================================================ K6SQSW.1
028200 0000-MAINLINE.                                                   K6SQSW.1
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SQSW.1
028400     IF WS-VERDICT-RC = 16                                        K6SQSW.1
028500         GO TO 0000-FINISH.                                       K6SQSW.1
028600     OPEN OUTPUT JCL-DECK.                                        K6SQSW.1
028700     MOVE ZERO TO WS-PX.                                          K6SQSW.1
028800     PERFORM 3000-BUILD-JOB THRU 3000-EXIT                        K6SQSW.1
028900             WS-PGM-COUNT TIMES.                                  K6SQSW.1
029000     MOVE NULL-CARD TO JD-CARD.                                   K6SQSW.1
029100     WRITE JD-CARD.                                               K6SQSW.1
029200     CLOSE JCL-DECK.                                              K6SQSW.1
029300     DISPLAY "K6SQSW: " WS-LEG-TOTAL " SWEEP LEGS IN "            K6SQSW.1
029400         WS-JOB-TOTAL " JOBS WRITTEN".                            K6SQSW.1
029500 0000-FINISH.                                                     K6SQSW.1
029600     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SQSW.1
029700     STOP RUN.                                                    K6SQSW.1
029800*================================================================ K6SQSW.1
029900* 1000-INITIALIZE -- DEFAULT PROGRAM LIST AND TARGET, THEN THE    K6SQSW.1
030000* CONTROL CARDS, THEN CHECK THE DIMENSIONS THE FORMATS NEED.      K6SQSW.1
030100*================================================================ K6SQSW.1
030200 1000-INITIALIZE.                                                 K6SQSW.1
030300     MOVE K6-TARGET-ID TO WS-TARGET-ID.                           K6SQSW.1
030400     MOVE 4 TO WS-PGM-COUNT.                                      K6SQSW.1
030500     MOVE SPACE TO PGM-TABLE FORMAT-TABLE SQ-CELL.                K6SQSW.1
030600     MOVE DEFAULT-PGM-ENTRY (1) TO PGM-ENTRY (1).                 K6SQSW.1
030700     MOVE DEFAULT-PGM-ENTRY (2) TO PGM-ENTRY (2).                 K6SQSW.1
030800     MOVE DEFAULT-PGM-ENTRY (3) TO PGM-ENTRY (3).                 K6SQSW.1
030900     MOVE DEFAULT-PGM-ENTRY (4) TO PGM-ENTRY (4).                 K6SQSW.1
031000     OPEN INPUT SQSW-CTL.                                         K6SQSW.1
031100     IF WS-CTL-STATUS NOT = "00"                                  K6SQSW.1
031200         DISPLAY "K6SQSW: SQSWCTL OPEN FAILED, STATUS "           K6SQSW.1
031300             WS-CTL-STATUS                                        K6SQSW.1
031400         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
031500         GO TO 1000-EXIT.                                         K6SQSW.1
031600     PERFORM 1100-READ-CARD THRU 1100-EXIT                        K6SQSW.1
031700             UNTIL WS-CTL-EOF.                                    K6SQSW.1
031800     CLOSE SQSW-CTL.                                              K6SQSW.1
031900     IF WS-FORMAT-COUNT = ZERO                                    K6SQSW.1
032000         DISPLAY "K6SQSW: NO FORMATS CARD -- NOTHING TO SWEEP"    K6SQSW.1
032100         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
032200         GO TO 1000-EXIT.                                         K6SQSW.1
032300     IF WS-NEED-BLOCKS AND WS-BLOCK-COUNT = ZERO                  K6SQSW.1
032400         DISPLAY "K6SQSW: A BLOCKED FORMAT NEEDS A BLOCKS CARD"   K6SQSW.1
032500         MOVE 16 TO WS-VERDICT-RC.                                K6SQSW.1
032600     IF WS-NEED-SIZES AND WS-SIZE-COUNT = ZERO                    K6SQSW.1
032700         DISPLAY "K6SQSW: A VARIABLE FORMAT NEEDS A VARSIZE CARD" K6SQSW.1
032800         MOVE 16 TO WS-VERDICT-RC.                                K6SQSW.1
032900 1000-EXIT.                                                       K6SQSW.1
033000     EXIT.                                                        K6SQSW.1
033100*================================================================ K6SQSW.1
033200* 1100-READ-CARD -- ONE CONTROL CARD.  A CARD IN ERROR STOPS THE  K6SQSW.1
033300* DECK: A SWEEP OF THE WRONG CELLS WASTES A WINDOW.               K6SQSW.1
033400*================================================================ K6SQSW.1
033500 1100-READ-CARD.                                                  K6SQSW.1
033600     READ SQSW-CTL                                                K6SQSW.1
033700         AT END MOVE "Y" TO WS-CTL-EOF-SW                         K6SQSW.1
033800                GO TO 1100-EXIT.                                  K6SQSW.1
033900     IF SC-CONTROL-CARD (1:1) = "*" OR SC-CONTROL-CARD = SPACE    K6SQSW.1
034000         GO TO 1100-EXIT.                                         K6SQSW.1
034100     IF SC-KEYWORD = "FORMATS "                                   K6SQSW.1
034200         MOVE ZERO TO WS-LX                                       K6SQSW.1
034300         PERFORM 1200-FORMAT-SLOT THRU 1200-EXIT 5 TIMES          K6SQSW.1
034400         GO TO 1100-EXIT.                                         K6SQSW.1
034500     IF SC-KEYWORD = "BLOCKS  "                                   K6SQSW.1
034600         MOVE ZERO TO WS-LX                                       K6SQSW.1
034700         PERFORM 1300-BLOCK-SLOT THRU 1300-EXIT 8 TIMES           K6SQSW.1
034800         GO TO 1100-EXIT.                                         K6SQSW.1
034900     IF SC-KEYWORD = "VARSIZE "                                   K6SQSW.1
035000         MOVE ZERO TO WS-LX                                       K6SQSW.1
035100         PERFORM 1400-SIZE-SLOT THRU 1400-EXIT 5 TIMES            K6SQSW.1
035200         GO TO 1100-EXIT.                                         K6SQSW.1
035300     IF SC-KEYWORD = "PROGRAM "                                   K6SQSW.1
035400         PERFORM 1500-PROGRAM-CARD THRU 1500-EXIT                 K6SQSW.1
035500         GO TO 1100-EXIT.                                         K6SQSW.1
035600     IF SC-KEYWORD = "TARGET  " AND SC-TARGET-ID NOT = SPACE      K6SQSW.1
035700         MOVE SC-TARGET-ID TO WS-TARGET-ID                        K6SQSW.1
035800         GO TO 1100-EXIT.                                         K6SQSW.1
035900     DISPLAY "K6SQSW: UNRECOGNISED CARD " SC-CONTROL-CARD.        K6SQSW.1
036000     MOVE 16 TO WS-VERDICT-RC.                                    K6SQSW.1
036100 1100-EXIT.                                                       K6SQSW.1
036200     EXIT.                                                        K6SQSW.1
036300*================================================================ K6SQSW.1
036400* 1200-FORMAT-SLOT -- ONE SLOT OF A FORMATS CARD.  A BLANK SLOT   K6SQSW.1
036500* IS SKIPPED; A REPEATED FORMAT IS KEPT ONCE.  "AS" IS NOT        K6SQSW.1
036600* ACCEPTED HERE -- IT ALWAYS RUNS.                                K6SQSW.1
036700*================================================================ K6SQSW.1
036800 1200-FORMAT-SLOT.                                                K6SQSW.1
036900     ADD 1 TO WS-LX.                                              K6SQSW.1
037000     IF SC-FORMAT (WS-LX) = SPACE                                 K6SQSW.1
037100         GO TO 1200-EXIT.                                         K6SQSW.1
037200     MOVE SC-FORMAT (WS-LX) TO SQC-RECFM.                         K6SQSW.1
037300     IF NOT SQC-VALID-RECFM OR SQC-AS-COMPILED                    K6SQSW.1
037400         DISPLAY "K6SQSW: RECORD FORMAT " SC-FORMAT (WS-LX)       K6SQSW.1
037500             " NOT F, FB, V, VB OR VD"                            K6SQSW.1
037600         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
037700         GO TO 1200-EXIT.                                         K6SQSW.1
037800     MOVE ZERO TO WS-FX.                                          K6SQSW.1
037900 1200-DUP-CHECK.                                                  K6SQSW.1
038000     ADD 1 TO WS-FX.                                              K6SQSW.1
038100     IF WS-FX > WS-FORMAT-COUNT                                   K6SQSW.1
038200         GO TO 1200-ADD.                                          K6SQSW.1
038300     IF FORMAT-ENTRY (WS-FX) = SQC-RECFM                          K6SQSW.1
038400         GO TO 1200-EXIT.                                         K6SQSW.1
038500     GO TO 1200-DUP-CHECK.                                        K6SQSW.1
038600 1200-ADD.                                                        K6SQSW.1
038700     ADD 1 TO WS-FORMAT-COUNT.                                    K6SQSW.1
038800     MOVE SQC-RECFM TO FORMAT-ENTRY (WS-FORMAT-COUNT).            K6SQSW.1
038900     IF SQC-BLOCKED                                               K6SQSW.1
039000         MOVE "Y" TO WS-NEED-BLOCKS-SW.                           K6SQSW.1
039100     IF SQC-VARIABLE                                              K6SQSW.1
039200         MOVE "Y" TO WS-NEED-SIZES-SW.                            K6SQSW.1
039300 1200-EXIT.                                                       K6SQSW.1
039400     EXIT.                                                        K6SQSW.1
039500*================================================================ K6SQSW.1
039600* 1300-BLOCK-SLOT -- ONE SLOT OF A BLOCKS CARD.  A VALUE IN       K6SQSW.1
039700* CHARACTERS MAY NOT PASS THE 32760-BYTE BLOCK LIMIT.             K6SQSW.1
039800*================================================================ K6SQSW.1
039900 1300-BLOCK-SLOT.                                                 K6SQSW.1
040000     ADD 1 TO WS-LX.                                              K6SQSW.1
040100     IF SC-BLOCK-SLOT (WS-LX) = SPACE                             K6SQSW.1
040200         GO TO 1300-EXIT.                                         K6SQSW.1
040300     IF SC-BLOCK-VALUE (WS-LX) NOT NUMERIC                        K6SQSW.1
040400             OR SC-BLOCK-VALUE (WS-LX) = "00000"                  K6SQSW.1
040500             OR (SC-BLOCK-UNIT (WS-LX) NOT = "R"                  K6SQSW.1
040600                 AND SC-BLOCK-UNIT (WS-LX) NOT = "C")             K6SQSW.1
040700         DISPLAY "K6SQSW: BLOCKS VALUE " SC-BLOCK-SLOT (WS-LX)    K6SQSW.1
040800             " IN ERROR"                                          K6SQSW.1
040900         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
041000         GO TO 1300-EXIT.                                         K6SQSW.1
041100     MOVE SC-BLOCK-VALUE (WS-LX) TO WS-NUM-5.                     K6SQSW.1
041200     IF SC-BLOCK-UNIT (WS-LX) = "C" AND WS-NUM-5 > 32760          K6SQSW.1
041300         DISPLAY "K6SQSW: BLOCKS VALUE " SC-BLOCK-SLOT (WS-LX)    K6SQSW.1
041400             " OVER 32760 CHARACTERS"                             K6SQSW.1
041500         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
041600         GO TO 1300-EXIT.                                         K6SQSW.1
041700     MOVE ZERO TO WS-BX.                                          K6SQSW.1
041800 1300-DUP-CHECK.                                                  K6SQSW.1
041900     ADD 1 TO WS-BX.                                              K6SQSW.1
042000     IF WS-BX > WS-BLOCK-COUNT                                    K6SQSW.1
042100         GO TO 1300-ADD.                                          K6SQSW.1
042200     IF BLK-VALUE (WS-BX) = WS-NUM-5                              K6SQSW.1
042300             AND BLK-UNIT (WS-BX) = SC-BLOCK-UNIT (WS-LX)         K6SQSW.1
042400         GO TO 1300-EXIT.                                         K6SQSW.1
042500     GO TO 1300-DUP-CHECK.                                        K6SQSW.1
042600 1300-ADD.                                                        K6SQSW.1
042700     ADD 1 TO WS-BLOCK-COUNT.                                     K6SQSW.1
042800     MOVE WS-NUM-5 TO BLK-VALUE (WS-BLOCK-COUNT).                 K6SQSW.1
042900     MOVE SC-BLOCK-UNIT (WS-LX) TO BLK-UNIT (WS-BLOCK-COUNT).     K6SQSW.1
043000 1300-EXIT.                                                       K6SQSW.1
043100     EXIT.                                                        K6SQSW.1
043200*================================================================ K6SQSW.1
043300* 1400-SIZE-SLOT -- ONE SLOT OF A VARSIZE CARD.  THE MINIMUM      K6SQSW.1
043400* MUST FIT FILE-BLKSIZE IN THE CATALOG (SEE K6SQCF.CPY) AND       K6SQSW.1
043500* THE MAXIMUM A VARIABLE BLOCK WITH ITS DESCRIPTOR WORDS.         K6SQSW.1
043600*================================================================ K6SQSW.1
043700 1400-SIZE-SLOT.                                                  K6SQSW.1
043800     ADD 1 TO WS-LX.                                              K6SQSW.1
043900     IF SC-SIZE-SLOT (WS-LX) = SPACE                              K6SQSW.1
044000         GO TO 1400-EXIT.                                         K6SQSW.1
044100     IF SC-MIN-LEN (WS-LX) NOT NUMERIC                            K6SQSW.1
044200             OR SC-MAX-LEN (WS-LX) NOT NUMERIC                    K6SQSW.1
044300             OR SC-SIZE-DASH (WS-LX) NOT = "-"                    K6SQSW.1
044400             OR SC-MIN-LEN (WS-LX) = "00000"                      K6SQSW.1
044500             OR SC-MIN-LEN (WS-LX) > "09999"                      K6SQSW.1
044600             OR SC-MAX-LEN (WS-LX) < SC-MIN-LEN (WS-LX)           K6SQSW.1
044700             OR SC-MAX-LEN (WS-LX) > "32752"                      K6SQSW.1
044800         DISPLAY "K6SQSW: VARSIZE PAIR " SC-SIZE-SLOT (WS-LX)     K6SQSW.1
044900             " IN ERROR"                                          K6SQSW.1
045000         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
045100         GO TO 1400-EXIT.                                         K6SQSW.1
045200     MOVE ZERO TO WS-SX.                                          K6SQSW.1
045300 1400-DUP-CHECK.                                                  K6SQSW.1
045400     ADD 1 TO WS-SX.                                              K6SQSW.1
045500     IF WS-SX > WS-SIZE-COUNT                                     K6SQSW.1
045600         GO TO 1400-ADD.                                          K6SQSW.1
045700     IF SIZE-MIN (WS-SX) = SC-MIN-LEN (WS-LX)                     K6SQSW.1
045800             AND SIZE-MAX (WS-SX) = SC-MAX-LEN (WS-LX)            K6SQSW.1
045900         GO TO 1400-EXIT.                                         K6SQSW.1
046000     GO TO 1400-DUP-CHECK.                                        K6SQSW.1
046100 1400-ADD.                                                        K6SQSW.1
046200     ADD 1 TO WS-SIZE-COUNT.                                      K6SQSW.1
046300     MOVE SC-MIN-LEN (WS-LX) TO SIZE-MIN (WS-SIZE-COUNT).         K6SQSW.1
046400     MOVE SC-MAX-LEN (WS-LX) TO SIZE-MAX (WS-SIZE-COUNT).         K6SQSW.1
046500 1400-EXIT.                                                       K6SQSW.1
046600     EXIT.                                                        K6SQSW.1
046700*================================================================ K6SQSW.1
046800* 1500-PROGRAM-CARD -- THE FIRST PROGRAM CARD REPLACES THE        K6SQSW.1
046900* DEFAULT LIST.                                                   K6SQSW.1
047000*================================================================ K6SQSW.1
047100 1500-PROGRAM-CARD.                                               K6SQSW.1
047200     IF SC-PGM-ID (1:2) NOT = "SQ"                                K6SQSW.1
047300             OR SC-DD-NAME = SPACE                                K6SQSW.1
047400             OR SC-FD-NAME = SPACE                                K6SQSW.1
047500         DISPLAY "K6SQSW: PROGRAM CARD IN ERROR " SC-CONTROL-CARD K6SQSW.1
047600         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
047700         GO TO 1500-EXIT.                                         K6SQSW.1
047800     IF SC-PGM-ID = SELF-POSTING-ID (1)                           K6SQSW.1
047900             OR SC-PGM-ID = SELF-POSTING-ID (2)                   K6SQSW.1
048000         DISPLAY "K6SQSW: " SC-PGM-ID                             K6SQSW.1
048100             " POSTS ITS OWN RUNS -- NOT SWEPT"                   K6SQSW.1
048200         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
048300         GO TO 1500-EXIT.                                         K6SQSW.1
048400     IF NOT WS-PGM-CARD-SEEN                                      K6SQSW.1
048500         MOVE "Y" TO WS-PGM-CARD-SW                               K6SQSW.1
048600         MOVE ZERO TO WS-PGM-COUNT                                K6SQSW.1
048700         MOVE SPACE TO PGM-TABLE.                                 K6SQSW.1
048800     IF WS-PGM-COUNT = 10                                         K6SQSW.1
048900         DISPLAY "K6SQSW: MORE THAN 10 PROGRAMS"                  K6SQSW.1
049000         MOVE 16 TO WS-VERDICT-RC                                 K6SQSW.1
049100         GO TO 1500-EXIT.                                         K6SQSW.1
049200     ADD 1 TO WS-PGM-COUNT.                                       K6SQSW.1
049300     MOVE SC-PGM-ID TO PGM-ID (WS-PGM-COUNT).                     K6SQSW.1
049400     MOVE SC-DD-NAME TO PGM-DD-NAME (WS-PGM-COUNT).               K6SQSW.1
049500     MOVE SC-FD-NAME TO PGM-FD-NAME (WS-PGM-COUNT).               K6SQSW.1
049600     MOVE SC-DEP-ITEM TO PGM-DEP-ITEM (WS-PGM-COUNT).             K6SQSW.1
049700 1500-EXIT.                                                       K6SQSW.1
049800     EXIT.                                                        K6SQSW.1
049900*================================================================ K6SQSW.1
050000* 3000-BUILD-JOB -- THE JOB FOR THE NEXT PROGRAM: THE CELLS OF    K6SQSW.1
050100* EACH FORMAT IN CARD ORDER, THEN THE AS-DISTRIBUTED LEG.         K6SQSW.1
050200*================================================================ K6SQSW.1
050300 3000-BUILD-JOB.                                                  K6SQSW.1
050400     ADD 1 TO WS-PX.                                              K6SQSW.1
050500     PERFORM 3900-JOB-CARDS THRU 3900-EXIT.                       K6SQSW.1
050600     MOVE ZERO TO WS-FX.                                          K6SQSW.1
050700 3000-NEXT-FORMAT.                                                K6SQSW.1
050800     ADD 1 TO WS-FX.                                              K6SQSW.1
050900     IF WS-FX > WS-FORMAT-COUNT                                   K6SQSW.1
051000         GO TO 3000-CERTIFIED.                                    K6SQSW.1
051100     MOVE FORMAT-ENTRY (WS-FX) TO WS-CUR-FORMAT SQC-RECFM.        K6SQSW.1
051200     IF SQC-DEPENDING AND PGM-DEP-ITEM (WS-PX) = SPACE            K6SQSW.1
051300         MOVE PGM-ID (WS-PX) TO VSC-PGM-ID                        K6SQSW.1
051400         MOVE VD-SKIP-CARD TO JD-CARD                             K6SQSW.1
051500         WRITE JD-CARD                                            K6SQSW.1
051600         GO TO 3000-NEXT-FORMAT.                                  K6SQSW.1
051700     IF SQC-BLOCKED                                               K6SQSW.1
051800         MOVE ZERO TO WS-BX                                       K6SQSW.1
051900         PERFORM 3100-BLOCK-CELLS THRU 3100-EXIT                  K6SQSW.1
052000                 WS-BLOCK-COUNT TIMES                             K6SQSW.1
052100         GO TO 3000-NEXT-FORMAT.                                  K6SQSW.1
052200     MOVE ZERO TO WS-NUM-5.                                       K6SQSW.1
052300     MOVE SPACE TO SQC-BLK-UNIT.                                  K6SQSW.1
052400     PERFORM 3200-SIZE-CELLS THRU 3200-EXIT.                      K6SQSW.1
052500     GO TO 3000-NEXT-FORMAT.                                      K6SQSW.1
052600 3000-CERTIFIED.                                                  K6SQSW.1
052700     MOVE SPACE TO SQ-CELL.                                       K6SQSW.1
052800     MOVE "AS" TO SQC-RECFM.                                      K6SQSW.1
052900     MOVE ZERO TO SQC-BLOCK SQC-MIN-LEN SQC-MAX-LEN.              K6SQSW.1
053000     MOVE "-" TO SQC-SIZE-DASH.                                   K6SQSW.1
053100     PERFORM 4000-BUILD-LEG THRU 4000-EXIT.                       K6SQSW.1
053200 3000-EXIT.                                                       K6SQSW.1
053300     EXIT.                                                        K6SQSW.1
053400*================================================================ K6SQSW.1
053500* 3100-BLOCK-CELLS -- THE CELLS OF A BLOCKED FORMAT AT THE NEXT   K6SQSW.1
053600* BLOCKS VALUE.                                                   K6SQSW.1
053700*================================================================ K6SQSW.1
053800 3100-BLOCK-CELLS.                                                K6SQSW.1
053900     ADD 1 TO WS-BX.                                              K6SQSW.1
054000     MOVE BLK-VALUE (WS-BX) TO WS-NUM-5.                          K6SQSW.1
054100     MOVE BLK-UNIT (WS-BX) TO SQC-BLK-UNIT.                       K6SQSW.1
054200     PERFORM 3200-SIZE-CELLS THRU 3200-EXIT.                      K6SQSW.1
054300 3100-EXIT.                                                       K6SQSW.1
054400     EXIT.                                                        K6SQSW.1
054500*================================================================ K6SQSW.1
054600* 3200-SIZE-CELLS -- ONE CELL FOR A FIXED FORMAT, ONE PER         K6SQSW.1
054700* VARSIZE PAIR FOR A VARIABLE ONE, AT THE BLOCK VALUE IN          K6SQSW.1
054800* WS-NUM-5 AND THE UNIT IN SQC-BLK-UNIT.                          K6SQSW.1
054900*================================================================ K6SQSW.1
055000 3200-SIZE-CELLS.                                                 K6SQSW.1
055100     MOVE WS-CUR-FORMAT TO SQC-RECFM.                             K6SQSW.1
055200     MOVE WS-NUM-5 TO SQC-BLOCK.                                  K6SQSW.1
055300     MOVE "-" TO SQC-SIZE-DASH.                                   K6SQSW.1
055400     IF SQC-FIXED                                                 K6SQSW.1
055500         MOVE ZERO TO SQC-MIN-LEN SQC-MAX-LEN                     K6SQSW.1
055600         PERFORM 4000-BUILD-LEG THRU 4000-EXIT                    K6SQSW.1
055700         GO TO 3200-EXIT.                                         K6SQSW.1
055800     MOVE ZERO TO WS-SX.                                          K6SQSW.1
055900 3200-NEXT-SIZE.                                                  K6SQSW.1
056000     ADD 1 TO WS-SX.                                              K6SQSW.1
056100     IF WS-SX > WS-SIZE-COUNT                                     K6SQSW.1
056200         GO TO 3200-EXIT.                                         K6SQSW.1
056300     MOVE SIZE-MIN (WS-SX) TO SQC-MIN-LEN.                        K6SQSW.1
056400     MOVE SIZE-MAX (WS-SX) TO SQC-MAX-LEN.                        K6SQSW.1
056500     PERFORM 4000-BUILD-LEG THRU 4000-EXIT.                       K6SQSW.1
056600     GO TO 3200-NEXT-SIZE.                                        K6SQSW.1
056700 3200-EXIT.                                                       K6SQSW.1
056800     EXIT.                                                        K6SQSW.1
056900*================================================================ K6SQSW.1
057000* 3900-JOB-CARDS -- THE JOB AND COMMENT CARDS THAT OPEN A JOB     K6SQSW.1
057100* FOR THE CURRENT PROGRAM; THE LEG NUMBERS START AGAIN.           K6SQSW.1
057200*================================================================ K6SQSW.1
057300 3900-JOB-CARDS.                                                  K6SQSW.1
057400     ADD 1 TO WS-JOB-TOTAL.                                       K6SQSW.1
057500     MOVE JOB-CARD TO JD-CARD.                                    K6SQSW.1
057600     WRITE JD-CARD.                                               K6SQSW.1
057700     MOVE PGM-ID (WS-PX) TO JCC-PGM-ID.                           K6SQSW.1
057800     MOVE PGM-FD-NAME (WS-PX) TO JCC-FD-NAME.                     K6SQSW.1
057900     MOVE JOB-COMMENT-CARD TO JD-CARD.                            K6SQSW.1
058000     WRITE JD-CARD.                                               K6SQSW.1
058100     MOVE ZERO TO WS-LEG-NO.                                      K6SQSW.1
058200 3900-EXIT.                                                       K6SQSW.1
058300     EXIT.                                                        K6SQSW.1
058400*================================================================ K6SQSW.1
058500* 4000-BUILD-LEG -- STAMP, COMPILE-LINK-GO AND POST STEPS FOR     K6SQSW.1
058600* ONE PROGRAM AT THE CELL IN SQ-CELL.  THE WORK DATASETS CARRY    K6SQSW.1
058700* THE LEG NUMBER SO A BYPASSED LEG NEVER COLLIDES WITH THE        K6SQSW.1
058800* NEXT.  THE 81ST LEG OF A JOB OPENS A NEW ONE.                   K6SQSW.1
058900*================================================================ K6SQSW.1
059000 4000-BUILD-LEG.                                                  K6SQSW.1
059100     IF WS-LEG-NO = 80                                            K6SQSW.1
059200         PERFORM 3900-JOB-CARDS THRU 3900-EXIT.                   K6SQSW.1
059300     ADD 1 TO WS-LEG-NO.                                          K6SQSW.1
059400     ADD 1 TO WS-LEG-TOTAL.                                       K6SQSW.1
059500     MOVE PGM-ID (WS-PX) TO LCC-PGM-ID.                           K6SQSW.1
059600     MOVE SQ-CELL TO LCC-CELL.                                    K6SQSW.1
059700     MOVE LEG-COMMENT-CARD TO JD-CARD.                            K6SQSW.1
059800     WRITE JD-CARD.                                               K6SQSW.1
059900     PERFORM 4100-STAMP-STEP THRU 4100-EXIT.                      K6SQSW.1
060000     PERFORM 4200-COMPILE-STEP THRU 4200-EXIT.                    K6SQSW.1
060100     PERFORM 4300-POST-STEP THRU 4300-EXIT.                       K6SQSW.1
060200 4000-EXIT.                                                       K6SQSW.1
060300     EXIT.                                                        K6SQSW.1
060400*================================================================ K6SQSW.1
060500* 4100-STAMP-STEP -- K6SQST, WHICH ALSO ALLOCATES THE PRINT       K6SQSW.1
060600* DATASET SO THE POST STEP FINDS ONE EVEN WHEN THE COMPILE IS     K6SQSW.1
060700* BYPASSED.                                                       K6SQSW.1
060800*================================================================ K6SQSW.1
060900 4100-STAMP-STEP.                                                 K6SQSW.1
061000     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
061100     STRING "//STMP" WS-LEG-NO "   EXEC PGM=K6SQST"               K6SQSW.1
061200         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
061300     WRITE JD-CARD.                                               K6SQSW.1
061400     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
061500     STRING "//SRCIN    DD DSN=CCVS.SRCLIB(" PGM-ID (WS-PX)       K6SQSW.1
061600            "),DISP=SHR"                                          K6SQSW.1
061700         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
061800     WRITE JD-CARD.                                               K6SQSW.1
061900     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
062000     STRING "//SRCOUT   DD DSN=&&SQSRC" WS-LEG-NO                 K6SQSW.1
062100            ",DISP=(NEW,PASS),UNIT=SYSDA,"                        K6SQSW.1
062200         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
062300     WRITE JD-CARD.                                               K6SQSW.1
062400     MOVE                                                         K6SQSW.1
062500        "//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=80)" K6SQSW.1
062600         TO JD-CARD.                                              K6SQSW.1
062700     WRITE JD-CARD.                                               K6SQSW.1
062800     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
062900     STRING "//SQPRT    DD DSN=&&SQPRT" WS-LEG-NO                 K6SQSW.1
063000            ",DISP=(NEW,PASS),UNIT=SYSDA,"                        K6SQSW.1
063100         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
063200     WRITE JD-CARD.                                               K6SQSW.1
063300     MOVE                                                         K6SQSW.1
063400        "//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=120)"K6SQSW.1
063500         TO JD-CARD.                                              K6SQSW.1
063600     WRITE JD-CARD.                                               K6SQSW.1
063700     MOVE "//SQSTCTL  DD *" TO JD-CARD.                           K6SQSW.1
063800     WRITE JD-CARD.                                               K6SQSW.1
063900     MOVE SQ-CELL TO STC-CELL.                                    K6SQSW.1
064000     MOVE PGM-FD-NAME (WS-PX) TO STC-FD-NAME.                     K6SQSW.1
064100     MOVE PGM-DEP-ITEM (WS-PX) TO STC-DEP-ITEM.                   K6SQSW.1
064200     MOVE STAMP-CTL-CARD TO JD-CARD.                              K6SQSW.1
064300     WRITE JD-CARD.                                               K6SQSW.1
064400     MOVE DELIM-CARD TO JD-CARD.                                  K6SQSW.1
064500     WRITE JD-CARD.                                               K6SQSW.1
064600 4100-EXIT.                                                       K6SQSW.1
064700     EXIT.                                                        K6SQSW.1
064800*================================================================ K6SQSW.1
064900* 4200-COMPILE-STEP -- IGYWCLG ON THE STAMPED COPY, NOADV SO      K6SQSW.1
065000* THE X-55 PRINT RECORDS ARE THE PROGRAM'S OWN 120 BYTES.  THE    K6SQSW.1
065100* FILE UNDER TEST IS A SCRATCH DATASET WITH NO DCB OF ITS OWN,    K6SQSW.1
065200* SO RECFM, LRECL AND BLKSIZE ARE THOSE THE STAMPED FD GIVES.     K6SQSW.1
065300* THE MEMBER'S OWN RAW-DATA UPDATES GO TO A DUMMY VSAM DD --      K6SQSW.1
065400* THE LEG IS POSTED BY K6SQPT, NOT BY THE MEMBER.                 K6SQSW.1
065500*================================================================ K6SQSW.1
065600 4200-COMPILE-STEP.                                               K6SQSW.1
065700     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
065800     STRING "//SQCL" WS-LEG-NO "   EXEC IGYWCLG,COND=(0,NE,STMP"  K6SQSW.1
065900            WS-LEG-NO "),"                                        K6SQSW.1
066000         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
066100     WRITE JD-CARD.                                               K6SQSW.1
066200     MOVE "//            PARM.COBOL='NOADV'" TO JD-CARD.          K6SQSW.1
066300     WRITE JD-CARD.                                               K6SQSW.1
066400     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
066500     STRING "//COBOL.SYSIN DD DSN=&&SQSRC" WS-LEG-NO              K6SQSW.1
066600            ",DISP=(OLD,DELETE)"                                  K6SQSW.1
066700         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
066800     WRITE JD-CARD.                                               K6SQSW.1
066900     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
067000     STRING "//GO." DEV-X55-UNIT DELIMITED BY SPACE               K6SQSW.1
067100            " DD DSN=&&SQPRT" WS-LEG-NO ",DISP=(OLD,PASS)"        K6SQSW.1
067200         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
067300     WRITE JD-CARD.                                               K6SQSW.1
067400     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
067500     STRING "//GO." DEV-X62-UNIT DELIMITED BY SPACE               K6SQSW.1
067600            " DD DUMMY,AMP=AMORG"                                 K6SQSW.1
067700         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
067800     WRITE JD-CARD.                                               K6SQSW.1
067900     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
068000     STRING "//GO." PGM-DD-NAME (WS-PX) DELIMITED BY SPACE        K6SQSW.1
068100            " DD UNIT=SYSDA,SPACE=(CYL,(5,5)),DISP=(NEW,DELETE)"  K6SQSW.1
068200         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
068300     WRITE JD-CARD.                                               K6SQSW.1
068400 4200-EXIT.                                                       K6SQSW.1
068500     EXIT.                                                        K6SQSW.1
068600*================================================================ K6SQSW.1
068700* 4300-POST-STEP -- K6SQPT, COND=EVEN SO AN ABEND AT THIS CELL    K6SQSW.1
068800* IS POSTED TOO.                                                  K6SQSW.1
068900*================================================================ K6SQSW.1
069000 4300-POST-STEP.                                                  K6SQSW.1
069100     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
069200     STRING "//SQPT" WS-LEG-NO "   EXEC PGM=K6SQPT,COND=EVEN"     K6SQSW.1
069300         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
069400     WRITE JD-CARD.                                               K6SQSW.1
069500     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
069600     STRING "//" DEV-X62-UNIT " DD DSN=CCVS.RAWDATA."             K6SQSW.1
069700         DELIMITED BY SIZE                                        K6SQSW.1
069800            WS-TARGET-ID DELIMITED BY SPACE                       K6SQSW.1
069900            ",DISP=SHR" DELIMITED BY SIZE                         K6SQSW.1
070000         INTO JD-CARD.                                            K6SQSW.1
070100     WRITE JD-CARD.                                               K6SQSW.1
070200     MOVE SPACE TO JD-CARD.                                       K6SQSW.1
070300     STRING "//PRTIN    DD DSN=&&SQPRT" WS-LEG-NO                 K6SQSW.1
070400            ",DISP=(OLD,DELETE)"                                  K6SQSW.1
070500         DELIMITED BY SIZE INTO JD-CARD.                          K6SQSW.1
070600     WRITE JD-CARD.                                               K6SQSW.1
070700     MOVE "//CSVOUT   DD DSN=CCVS.SQSWEEP.CSV,DISP=MOD"           K6SQSW.1
070800         TO JD-CARD.                                              K6SQSW.1
070900     WRITE JD-CARD.                                               K6SQSW.1
071000     MOVE "//SQPTRPT  DD SYSOUT=A" TO JD-CARD.                    K6SQSW.1
071100     WRITE JD-CARD.                                               K6SQSW.1
071200     MOVE "//SQPTCTL  DD *" TO JD-CARD.                           K6SQSW.1
071300     WRITE JD-CARD.                                               K6SQSW.1
071400     MOVE PGM-ID (WS-PX) TO PCC-PGM-ID.                           K6SQSW.1
071500     MOVE SQ-CELL TO PCC-CELL.                                    K6SQSW.1
071600     MOVE PGM-FD-NAME (WS-PX) TO PCC-FD-NAME.                     K6SQSW.1
071700     MOVE POST-CTL-CARD TO JD-CARD.                               K6SQSW.1
071800     WRITE JD-CARD.                                               K6SQSW.1
071900     MOVE DELIM-CARD TO JD-CARD.                                  K6SQSW.1
072000     WRITE JD-CARD.                                               K6SQSW.1
072100 4300-EXIT.                                                       K6SQSW.1
072200     EXIT.                                                        K6SQSW.1
