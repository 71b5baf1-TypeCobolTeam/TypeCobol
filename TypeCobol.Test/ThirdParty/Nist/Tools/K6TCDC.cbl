000100 IDENTIFICATION DIVISION.                                         K6TCDC.1
000200 PROGRAM-ID.                                                      K6TCDC.1
000300     K6TCDC.                                                      K6TCDC.1
000400*================================================================ K6TCDC.1
000500* K6TCDC -- TEST-CASE DESCRIPTION CATALOG, HARVESTED FROM THE     K6TCDC.1
000600* SOURCE COMMENTARY.                                              K6TCDC.1
000700*================================================================ K6TCDC.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6TCDC.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6TCDC.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6TCDC.1
001100* DATE-COMPILED.                                                  K6TCDC.1
001200*                                                                 K6TCDC.1
001300* REMARKS.                                                        K6TCDC.1
001400*    A FAILURE REACHES ITS READER AS A PROGRAM-ID AND A PAR-NAME  K6TCDC.1
001500*    -- "TEST-3", "DELETE-TEST-F2-4" -- AND THE ONLY WAY TO LEARN K6TCDC.1
001600*    WHAT THE TEST WAS CHECKING HAS BEEN TO OPEN THE SOURCE AND   K6TCDC.1
001700*    READ THE NOTE COMMENTS ABOVE IT.  THIS PROGRAM READS THE     K6TCDC.1
001800*    SUITE SOURCE (THE SAME "++MEMBER" LIBRARY UNLOAD K6DEAD AND  K6TCDC.1
001900*    K6EXPN READ) AND BUILDS THE DESCRIPTION CATALOG (K6TCDS.CPY) K6TCDC.1
002000*    K6VPKT, K6DIST AND K6INQR SHOW BESIDE THE PAR-NAME.          K6TCDC.1
002100*                                                                 K6TCDC.1
002200*    FROM THE PROCEDURE DIVISION ON, EACH PERFORM OF PRINT-DETAIL K6TCDC.1
002300*    CLOSES ONE BLOCK OF SOURCE.  WITHIN A BLOCK THE PROGRAM      K6TCDC.1
002400*    COLLECTS:                                                    K6TCDC.1
002500*      - THE COMMENTARY LINES (COLUMN 7 "*"), LESS BLANK LINES,   K6TCDC.1
002600*        BOX RULES MADE ONLY OF "*", "=" AND "-", AND THE BARE    K6TCDC.1
002700*        SERIAL MARKERS ("01", ".05") THE SUITE NUMBERS ITS       K6TCDC.1
002800*        TESTS WITH;                                              K6TCDC.1
002900*      - THE LITERALS MOVED TO PAR-NAME, FEATURE, RE-MARK AND     K6TCDC.1
003000*        ANSI-CLAUSE-CODE, INCLUDING A LITERAL CONTINUED ONTO A   K6TCDC.1
003100*        "-" LINE OR ONE WHOSE "TO" STANDS ON THE NEXT LINE.      K6TCDC.1
003200*        THE HARNESS'S OWN "****TEST DELETED****" REMARK IS NOT   K6TCDC.1
003300*        TAKEN.  FEATURE AND ANSI-CLAUSE-CODE CARRY FORWARD FROM  K6TCDC.1
003400*        ONE TEST TO THE NEXT EXACTLY AS THEY DO WHEN THE PROGRAM K6TCDC.1
003500*        RUNS.                                                    K6TCDC.1
003600*    THE PAR-NAME NAMES THE TEST CASE THE BLOCK DESCRIBES.  A     K6TCDC.1
003700*    BLOCK WITHOUT ONE (A SECOND PRINT-DETAIL FOR THE SAME TEST)  K6TCDC.1
003800*    EXTENDS THE TEST BEFORE IT; A PAR-NAME SEEN AGAIN EXTENDS    K6TCDC.1
003900*    ITS EARLIER ENTRY.  A SECTION HEADER DISCARDS COMMENTARY NOT K6TCDC.1
004000*    YET CLAIMED, SO THE HARNESS SECTION DOES NOT DESCRIBE THE    K6TCDC.1
004100*    FIRST TEST.  EACH TEST CASE IS GIVEN THE PERMANENT K6TCID    K6TCDC.1
004200*    IDENTITY IN FORCE ON THE BUILD DATE.                         K6TCDC.1
004300*                                                                 K6TCDC.1
004400*    THE CATALOG IS REBUILT WHOLE -- THE LIBRARY UPDATE JOB RUNS  K6TCDC.1
004500*    THIS STEP AFTER EVERY CHANGE TO THE SOURCE LIBRARY.  THE     K6TCDC.1
004600*    MEMBER RECORD CARRIES THE LINE COUNT AND HALFWORD CHECKSUM   K6TCDC.1
004700*    OF EACH MEMBER AS IT WAS READ, SO A READER HOLDING THE       K6TCDC.1
004800*    CURRENT SOURCE (K6VPKT) CAN SAY THE CATALOG IS OUT OF DATE   K6TCDC.1
004900*    RATHER THAN SHOW A STALE DESCRIPTION AS CURRENT.             K6TCDC.1
005000*                                                                 K6TCDC.1
005100*    INPUTS:                                                      K6TCDC.1
005200*      SRCIN     SOURCE LIBRARY UNLOAD, "++MEMBER" SEPARATED      K6TCDC.1
005300*      TCIDMST   OPTIONAL K6TCID REGISTRY MASTER                  K6TCDC.1
005400*    OUTPUTS:                                                     K6TCDC.1
005500*      TCDCAT    THE CATALOG (K6TCDS.CPY), INDEXED, REBUILT       K6TCDC.1
005600*      TCDRPT    BUILD REPORT -- PER MEMBER, WITH EVERY TEST      K6TCDC.1
005700*                CASE NOT REGISTERED IN K6TCID OR WITH NO         K6TCDC.1
005800*                DESCRIPTION AT ALL                               K6TCDC.1
005900*                                                                 K6TCDC.1
006000* RETURN CODES.                                                   K6TCDC.1
006100*     0  CATALOG BUILT, EVERY TEST CASE REGISTERED AND DESCRIBED. K6TCDC.1
006200*     4  CATALOG BUILT, BUT A TEST CASE IS NOT REGISTERED OR HAS  K6TCDC.1
006300*        NO DESCRIPTION, OR TCIDMST WAS NOT AVAILABLE.            K6TCDC.1
006400*     8  CATALOG INCOMPLETE -- A MEMBER APPEARED TWICE IN THE     K6TCDC.1
006500*        UNLOAD OR OVERFLOWED THE TEST-CASE TABLES.               K6TCDC.1
006600*    16  NO CATALOG -- TCDCAT COULD NOT BE OPENED.                K6TCDC.1
006700*                                                                 K6TCDC.1
006800* MODIFICATION HISTORY.                                           K6TCDC.1
006900*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6TCDC.1
007000*================================================================ K6TCDC.1
007100                                                                  K6TCDC.1
007200 ENVIRONMENT DIVISION.                                            K6TCDC.1
007300 CONFIGURATION SECTION.                                           K6TCDC.1
007400 SOURCE-COMPUTER.                                                 K6TCDC.1
007500     OUR-MAINFRAME.                                               K6TCDC.1
007600 OBJECT-COMPUTER.                                                 K6TCDC.1
007700     OUR-MAINFRAME.                                               K6TCDC.1
007800 INPUT-OUTPUT SECTION.                                            K6TCDC.1
007900 FILE-CONTROL.                                                    K6TCDC.1
008000     SELECT SOURCE-IN ASSIGN TO SRCIN                             K6TCDC.1
008100         ORGANIZATION IS SEQUENTIAL.                              K6TCDC.1
008200     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6TCDC.1
008300         ORGANIZATION IS SEQUENTIAL                               K6TCDC.1
008400         FILE STATUS IS WS-TCID-STATUS.                           K6TCDC.1
008500     SELECT TCD-CATALOG ASSIGN TO TCDCAT                          K6TCDC.1
008600         ORGANIZATION IS INDEXED                                  K6TCDC.1
008700         ACCESS MODE IS RANDOM                                    K6TCDC.1
008800         RECORD KEY IS TD-KEY                                     K6TCDC.1
008900         FILE STATUS IS WS-CAT-STATUS.                            K6TCDC.1
009000     SELECT TCD-RPT ASSIGN TO TCDRPT                              K6TCDC.1
009100         ORGANIZATION IS SEQUENTIAL.                              K6TCDC.1
009200                                                                  K6TCDC.1
009300 DATA DIVISION.                                                   K6TCDC.1
009400 FILE SECTION.                                                    K6TCDC.1
009500 FD  SOURCE-IN                                                    K6TCDC.1
009600     LABEL RECORDS ARE STANDARD.                                  K6TCDC.1
009700 01  SI-REC.                                                      K6TCDC.1
009800     05  SI-SEP-TAG           PIC X(9).                           K6TCDC.1
009900     05  SI-SEP-MEMBER        PIC X(8).                           K6TCDC.1
010000     05  FILLER               PIC X(63).                          K6TCDC.1
010100 FD  TCID-MASTER                                                  K6TCDC.1
010200     LABEL RECORDS ARE STANDARD.                                  K6TCDC.1
010300* REGISTRY MAPPING RECORD AS K6TCID WRITES IT.                    K6TCDC.1
010400 01  TM-REC.                                                      K6TCDC.1
010500     05  TM-TYPE              PIC X(1).                           K6TCDC.1
010600     05  TM-ID                PIC 9(7).                           K6TCDC.1
010700     05  FILLER               PIC X(1).                           K6TCDC.1
010800     05  TM-PGM-ID            PIC X(6).                           K6TCDC.1
010900     05  FILLER               PIC X(1).                           K6TCDC.1
011000     05  TM-PAR-NAME          PIC X(22).                          K6TCDC.1
011100     05  FILLER               PIC X(1).                           K6TCDC.1
011200     05  TM-EFF-FROM          PIC 9(8).                           K6TCDC.1
011300     05  FILLER               PIC X(1).                           K6TCDC.1
011400     05  TM-EFF-TO            PIC 9(8).                           K6TCDC.1
011500     05  FILLER               PIC X(24).                          K6TCDC.1
011600 FD  TCD-CATALOG                                                  K6TCDC.1
011700     LABEL RECORDS ARE STANDARD.                                  K6TCDC.1
011800     COPY K6TCDS.                                                 K6TCDC.1
011900 FD  TCD-RPT                                                      K6TCDC.1
012000     LABEL RECORDS ARE STANDARD.                                  K6TCDC.1
012100 01  DR-PRINT-REC             PIC X(120).                         K6TCDC.1
012200                                                                  K6TCDC.1
012300 WORKING-STORAGE SECTION.                                         K6TCDC.1
012400* ----------------------------------------------------------      K6TCDC.1
012500* SWITCHES, COUNTERS AND CONTROL VALUES.                          K6TCDC.1
012600* ----------------------------------------------------------      K6TCDC.1
012700 77  WS-SRC-EOF-SW            PIC X      VALUE "N".               K6TCDC.1
012800     88  WS-SRC-EOF                      VALUE "Y".               K6TCDC.1
012900 77  WS-PROC-SW               PIC X      VALUE "N".               K6TCDC.1
013000     88  WS-IN-PROCEDURE                 VALUE "Y".               K6TCDC.1
013100 77  WS-MEMBER-SW             PIC X      VALUE "N".               K6TCDC.1
013200     88  WS-MEMBER-BAD                   VALUE "Y".               K6TCDC.1
013300 77  WS-TCID-STATUS           PIC XX     VALUE SPACE.             K6TCDC.1
013400 77  WS-CAT-STATUS            PIC XX     VALUE SPACE.             K6TCDC.1
013500 77  WS-TCID-LOADED-SW        PIC X      VALUE "N".               K6TCDC.1
013600     88  WS-TCID-LOADED                  VALUE "Y".               K6TCDC.1
013700 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6TCDC.1
013800 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6TCDC.1
013900 77  WS-NOW                   PIC 9(8)   VALUE ZERO.              K6TCDC.1
014000 77  WS-CUR-MEMBER            PIC X(8)   VALUE SPACE.             K6TCDC.1
014100 77  WS-LINE-NO               PIC 9(6)   VALUE ZERO.              K6TCDC.1
014200 77  WS-CHECKSUM              PIC S9(18) COMP VALUE ZERO.         K6TCDC.1
014300 77  WS-TALLY                 PIC 9(3)   COMP VALUE ZERO.         K6TCDC.1
014400 77  WS-MEMBERS               PIC 9(5)   COMP VALUE ZERO.         K6TCDC.1
014500 77  WS-TESTS-TOTAL           PIC 9(7)   COMP VALUE ZERO.         K6TCDC.1
014600 77  WS-NOTES-TOTAL           PIC 9(7)   COMP VALUE ZERO.         K6TCDC.1
014700 77  WS-UNREG-TOTAL           PIC 9(7)   COMP VALUE ZERO.         K6TCDC.1
014800 77  WS-UNDESC-TOTAL          PIC 9(7)   COMP VALUE ZERO.         K6TCDC.1
014900 77  WS-MBR-UNREG             PIC 9(4)   COMP VALUE ZERO.         K6TCDC.1
015000 77  WS-MBR-UNDESC            PIC 9(4)   COMP VALUE ZERO.         K6TCDC.1
015100 77  WS-MAP-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6TCDC.1
015200 77  WS-MAP-SUB               PIC 9(4)   COMP VALUE ZERO.         K6TCDC.1
015300* THE TEST CASES AND COMMENTARY OF THE MEMBER BEING READ.         K6TCDC.1
015400 77  WS-TST-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6TCDC.1
015500 77  WS-TST-SUB               PIC 9(3)   COMP VALUE ZERO.         K6TCDC.1
015600 77  WS-LAST-TST              PIC 9(3)   COMP VALUE ZERO.         K6TCDC.1
015700 77  WS-NOTE-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6TCDC.1
015800 77  WS-NOTE-SUB              PIC 9(4)   COMP VALUE ZERO.         K6TCDC.1
015900 77  WS-NOTE-SEQ              PIC 9(2)   VALUE ZERO.              K6TCDC.1
016000 77  WS-BN-SUB                PIC 9(2)   COMP VALUE ZERO.         K6TCDC.1
016100* LITERAL SCAN AREAS.  THE SCAN AREA HOLDS THE PREVIOUS CODE      K6TCDC.1
016200* LINE (POSITIONS 1-65) AHEAD OF THE CURRENT ONE (66-130), SO A   K6TCDC.1
016300* MOVE SPLIT OVER TWO LINES IS SEEN WHOLE.                        K6TCDC.1
016400 77  WS-SC                    PIC 9(3)   COMP VALUE ZERO.         K6TCDC.1
016500 77  WS-SQ                    PIC 9(3)   COMP VALUE ZERO.         K6TCDC.1
016600 77  WS-SL                    PIC 9(3)   COMP VALUE ZERO.         K6TCDC.1
016700 77  WS-TGT                   PIC X(21)  VALUE SPACE.             K6TCDC.1
016800 77  WS-TGT-LEN               PIC 9(3)   COMP VALUE ZERO.         K6TCDC.1
016900 77  WS-LIT                   PIC X(61)  VALUE SPACE.             K6TCDC.1
017000 77  WS-PREV-CODE             PIC X(65)  VALUE SPACE.             K6TCDC.1
017100 77  WS-SCAN-AREA             PIC X(152) VALUE SPACE.             K6TCDC.1
017200 77  WS-CUR-FEATURE           PIC X(20)  VALUE SPACE.             K6TCDC.1
017300 77  WS-CUR-ANSI              PIC X(10)  VALUE SPACE.             K6TCDC.1
017400 77  WS-NOTE-TEXT             PIC X(65)  VALUE SPACE.             K6TCDC.1
017500* ----------------------------------------------------------      K6TCDC.1
017600* MEMBER CHECKSUM -- EACH 80-COLUMN LINE VIEWED AS SIGNED         K6TCDC.1
017700* HALFWORDS AND FOLDED BY ADDITION, THE SAME EVIDENCE             K6TCDC.1
017800* CHECKSUM THE SUITE PROGRAMS USE.  K6VPKT FOLDS THE MEMBER       K6TCDC.1
017900* THE SAME WAY TO TEST THE CATALOG FOR CURRENCY.                  K6TCDC.1
018000* ----------------------------------------------------------      K6TCDC.1
018100 01  WS-CKSUM-AREA            PIC X(80)  VALUE SPACE.             K6TCDC.1
018200 01  WS-CKSUM-VIEW REDEFINES WS-CKSUM-AREA.                       K6TCDC.1
018300     05  WS-CKSUM-CHUNK OCCURS 40 TIMES                           K6TCDC.1
018400                        INDEXED BY WS-CK-IDX                      K6TCDC.1
018500                        PIC S9(4) COMP.                           K6TCDC.1
018600* ----------------------------------------------------------      K6TCDC.1
018700* THE BLOCK BEING READ -- SOURCE SINCE THE LAST PRINT-DETAIL.     K6TCDC.1
018800* ----------------------------------------------------------      K6TCDC.1
018900 01  BLK-AREA.                                                    K6TCDC.1
019000     05  BLK-PAR-NAME         PIC X(22).                          K6TCDC.1
019100     05  BLK-RE-MARK          PIC X(61).                          K6TCDC.1
019200     05  BLK-FIRST-LINE       PIC 9(6).                           K6TCDC.1
019300     05  BLK-FIRST-SEQ        PIC X(6).                           K6TCDC.1
019400     05  BLK-NOTE-COUNT       PIC 9(2).                           K6TCDC.1
019500     05  BLK-NOTE OCCURS 20 TIMES                                 K6TCDC.1
019600                  PIC X(65).                                      K6TCDC.1
019700* ----------------------------------------------------------      K6TCDC.1
019800* THE MEMBER'S TEST CASES, WRITTEN TO THE CATALOG WHEN THE        K6TCDC.1
019900* NEXT SEPARATOR CARD (OR END OF FILE) CLOSES THE MEMBER.         K6TCDC.1
020000* ----------------------------------------------------------      K6TCDC.1
020100 01  TST-TABLE.                                                   K6TCDC.1
020200     05  TST-ENTRY OCCURS 500 TIMES                               K6TCDC.1
020300                   INDEXED BY TST-IDX.                            K6TCDC.1
020400         10  TST-PAR-NAME     PIC X(22).                          K6TCDC.1
020500         10  TST-FEATURE      PIC X(20).                          K6TCDC.1
020600         10  TST-RE-MARK      PIC X(61).                          K6TCDC.1
020700         10  TST-ANSI-CODE    PIC X(10).                          K6TCDC.1
020800         10  TST-FIRST-LINE   PIC 9(6).                           K6TCDC.1
020900         10  TST-LAST-LINE    PIC 9(6).                           K6TCDC.1
021000         10  TST-FIRST-SEQ    PIC X(6).                           K6TCDC.1
021100         10  TST-LAST-SEQ     PIC X(6).                           K6TCDC.1
021200         10  TST-NOTE-COUNT   PIC 9(2).                           K6TCDC.1
021300 01  NOTE-TABLE.                                                  K6TCDC.1
021400     05  NOTE-ENTRY OCCURS 5000 TIMES.                            K6TCDC.1
021500         10  NOTE-OWNER       PIC 9(3)   COMP.                    K6TCDC.1
021600         10  NOTE-TEXT        PIC X(65).                          K6TCDC.1
021700* ----------------------------------------------------------      K6TCDC.1
021800* THE K6TCID MAPPINGS (SEE K6DWFD).                               K6TCDC.1
021900* ----------------------------------------------------------      K6TCDC.1
022000 01  MAP-TABLE.                                                   K6TCDC.1
022100     05  MAP-ENTRY OCCURS 3000 TIMES.                             K6TCDC.1
022200         10  MAP-ID           PIC 9(7).                           K6TCDC.1
022300         10  MAP-PGM-ID       PIC X(6).                           K6TCDC.1
022400         10  MAP-PAR-NAME     PIC X(22).                          K6TCDC.1
022500         10  MAP-EFF-FROM     PIC 9(8).                           K6TCDC.1
022600         10  MAP-EFF-TO       PIC 9(8).                           K6TCDC.1
022700* ----------------------------------------------------------      K6TCDC.1
022800* REPORT LINES.                                                   K6TCDC.1
022900* ----------------------------------------------------------      K6TCDC.1
023000 01  HDR-LINE-1.                                                  K6TCDC.1
023100     05  FILLER   PIC X(42) VALUE                                 K6TCDC.1
023200         "TEST-CASE DESCRIPTION CATALOG (K6TCDC)  AS".            K6TCDC.1
023300     05  FILLER   PIC X(4)  VALUE " OF ".                         K6TCDC.1
023400     05  HDR-DATE             PIC 9(8).                           K6TCDC.1
023500     05  FILLER   PIC X(1)  VALUE SPACE.                          K6TCDC.1
023600     05  HDR-TIME             PIC 9(6).                           K6TCDC.1
023700     05  FILLER   PIC X(59) VALUE SPACE.                          K6TCDC.1
023800 01  MBR-LINE.                                                    K6TCDC.1
023900     05  FILLER   PIC X(7)  VALUE "MEMBER ".                      K6TCDC.1
024000     05  MBR-NAME             PIC X(8).                           K6TCDC.1
024100     05  FILLER   PIC X(9)  VALUE "  LINES  ".                    K6TCDC.1
024200     05  MBR-LINES            PIC ZZZZZ9.                         K6TCDC.1
024300     05  FILLER   PIC X(14) VALUE "  TEST CASES  ".               K6TCDC.1
024400     05  MBR-TESTS            PIC ZZZ9.                           K6TCDC.1
024500     05  FILLER   PIC X(16) VALUE "  UNREGISTERED  ".             K6TCDC.1
024600     05  MBR-UNREG            PIC ZZZ9.                           K6TCDC.1
024700     05  FILLER   PIC X(15) VALUE "  UNDESCRIBED  ".              K6TCDC.1
024800     05  MBR-UNDESC           PIC ZZZ9.                           K6TCDC.1
024900     05  FILLER   PIC X(33) VALUE SPACE.                          K6TCDC.1
025000 01  DET-LINE.                                                    K6TCDC.1
025100     05  FILLER   PIC X(4)  VALUE SPACE.                          K6TCDC.1
025200     05  DET-PGM-ID           PIC X(6).                           K6TCDC.1
025300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6TCDC.1
025400     05  DET-PAR-NAME         PIC X(22).                          K6TCDC.1
025500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6TCDC.1
025600     05  DET-LINES            PIC X(15).                          K6TCDC.1
025700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6TCDC.1
025800     05  DET-CLASS            PIC X(30).                          K6TCDC.1
025900     05  FILLER   PIC X(37) VALUE SPACE.                          K6TCDC.1
026000 01  MSG-LINE.                                                    K6TCDC.1
026100     05  MSG-TEXT             PIC X(60).                          K6TCDC.1
026200     05  MSG-VALUE            PIC X(44).                          K6TCDC.1
026300     05  FILLER               PIC X(16)  VALUE SPACE.             K6TCDC.1
026400 01  SUM-LINE.                                                    K6TCDC.1
026500     05  SUM-LABEL            PIC X(40).                          K6TCDC.1
026600     05  SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.                    K6TCDC.1
026700     05  FILLER               PIC X(69)  VALUE SPACE.             K6TCDC.1
026800                                                                  K6TCDC.1
026900 PROCEDURE DIVISION.                                              K6TCDC.1
027000*================================================================ K6TCDC.1
027100* 0000-MAINLINE.                                                  K6TCDC.1
027200*================================================================ K6TCDC.1
027300 0000-MAINLINE.                                                   K6TCDC.1
027400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6TCDC.1
027500     IF WS-VERDICT-RC = 16                                        K6TCDC.1
027600         GO TO 0000-END.                                          K6TCDC.1
027700     PERFORM 2000-READ-SOURCE THRU 2000-EXIT                      K6TCDC.1
027800             UNTIL WS-SRC-EOF.                                    K6TCDC.1
027900     PERFORM 6000-CLOSE-MEMBER THRU 6000-EXIT.                    K6TCDC.1
028000     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6TCDC.1
028100     CLOSE SOURCE-IN TCD-CATALOG.                                 K6TCDC.1
028200 0000-END.                                                        K6TCDC.1
028300     CLOSE TCD-RPT.                                               K6TCDC.1
028400     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6TCDC.1
028500     STOP RUN.                                                    K6TCDC.1
028600*================================================================ K6TCDC.1
028700* 1000-INITIALIZE -- FILES, BUILD DATE AND THE K6TCID MAPPINGS.   K6TCDC.1
028800* THE CATALOG IS OPENED OUTPUT: EVERY BUILD STARTS EMPTY.         K6TCDC.1
028900*================================================================ K6TCDC.1
029000 1000-INITIALIZE.                                                 K6TCDC.1
029100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6TCDC.1
029200     ACCEPT WS-NOW FROM TIME.                                     K6TCDC.1
029300     OPEN OUTPUT TCD-RPT.                                         K6TCDC.1
029400     MOVE WS-TODAY TO HDR-DATE.                                   K6TCDC.1
029500     MOVE WS-NOW (1:6) TO HDR-TIME.                               K6TCDC.1
029600     WRITE DR-PRINT-REC FROM HDR-LINE-1                           K6TCDC.1
029700         AFTER ADVANCING PAGE.                                    K6TCDC.1
029800     OPEN OUTPUT TCD-CATALOG.                                     K6TCDC.1
029900     IF WS-CAT-STATUS NOT = "00"                                  K6TCDC.1
030000         MOVE "TCDCAT NOT OPENED - NO CATALOG BUILT, STATUS"      K6TCDC.1
030100             TO MSG-TEXT                                          K6TCDC.1
030200         MOVE WS-CAT-STATUS TO MSG-VALUE                          K6TCDC.1
030300         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6TCDC.1
030400         MOVE 16 TO WS-VERDICT-RC                                 K6TCDC.1
030500         GO TO 1000-EXIT.                                         K6TCDC.1
030600     OPEN INPUT SOURCE-IN.                                        K6TCDC.1
030700     PERFORM 1400-LOAD-TCID THRU 1400-EXIT.                       K6TCDC.1
030800 1000-EXIT.                                                       K6TCDC.1
030900     EXIT.                                                        K6TCDC.1
031000*================================================================ K6TCDC.1
031100* 1400-LOAD-TCID -- THE REGISTRY'S MAPPING RECORDS.  WITHOUT THE  K6TCDC.1
031200* REGISTRY EVERY TEST CASE IS CATALOGUED WITH IDENTITY ZERO.      K6TCDC.1
031300*================================================================ K6TCDC.1
031400 1400-LOAD-TCID.                                                  K6TCDC.1
031500     OPEN INPUT TCID-MASTER.                                      K6TCDC.1
031600     IF WS-TCID-STATUS NOT = "00"                                 K6TCDC.1
031700         MOVE "TCIDMST NOT AVAILABLE - NO PERMANENT TEST-CASE IDS"K6TCDC.1
031800             TO MSG-TEXT                                          K6TCDC.1
031900         MOVE SPACE TO MSG-VALUE                                  K6TCDC.1
032000         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6TCDC.1
032100         MOVE 4 TO WS-VERDICT-RC                                  K6TCDC.1
032200         GO TO 1400-EXIT.                                         K6TCDC.1
032300     SET WS-TCID-LOADED TO TRUE.                                  K6TCDC.1
032400 1400-READ.                                                       K6TCDC.1
032500     READ TCID-MASTER                                             K6TCDC.1
032600         AT END GO TO 1400-CLOSE.                                 K6TCDC.1
032700     IF TM-TYPE NOT = "M"                                         K6TCDC.1
032800         GO TO 1400-READ.                                         K6TCDC.1
032900     IF WS-MAP-COUNT NOT LESS THAN 3000                           K6TCDC.1
033000         MOVE "TCID TABLE FULL AT 3000 MAPPINGS - LATER IDS NOT USK6TCDC.1
033100-             "ED" TO MSG-TEXT                                    K6TCDC.1
033200         MOVE SPACE TO MSG-VALUE                                  K6TCDC.1
033300         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6TCDC.1
033400         MOVE 4 TO WS-VERDICT-RC                                  K6TCDC.1
033500         GO TO 1400-CLOSE.                                        K6TCDC.1
033600     ADD 1 TO WS-MAP-COUNT.                                       K6TCDC.1
033700     MOVE TM-ID       TO MAP-ID (WS-MAP-COUNT).                   K6TCDC.1
033800     MOVE TM-PGM-ID   TO MAP-PGM-ID (WS-MAP-COUNT).               K6TCDC.1
033900     MOVE TM-PAR-NAME TO MAP-PAR-NAME (WS-MAP-COUNT).             K6TCDC.1
034000     MOVE TM-EFF-FROM TO MAP-EFF-FROM (WS-MAP-COUNT).             K6TCDC.1
034100     MOVE TM-EFF-TO   TO MAP-EFF-TO (WS-MAP-COUNT).               K6TCDC.1
034200     GO TO 1400-READ.                                             K6TCDC.1
034300 1400-CLOSE.                                                      K6TCDC.1
034400     CLOSE TCID-MASTER.                                           K6TCDC.1
034500 1400-EXIT.                                                       K6TCDC.1
034600     EXIT.                                                        K6TCDC.1
034700*================================================================ K6TCDC.1
034800* 2000-READ-SOURCE -- ONE LINE OF THE UNLOAD.  A SEPARATOR CARD   K6TCDC.1
034900* CLOSES THE MEMBER BEFORE IT; EVERY OTHER LINE IS COUNTED INTO   K6TCDC.1
035000* THE MEMBER CHECKSUM, AND FROM THE PROCEDURE DIVISION ON IS      K6TCDC.1
035100* READ FOR COMMENTARY AND LITERALS.                               K6TCDC.1
035200*================================================================ K6TCDC.1
035300 2000-READ-SOURCE.                                                K6TCDC.1
035400     READ SOURCE-IN                                               K6TCDC.1
035500         AT END SET WS-SRC-EOF TO TRUE                            K6TCDC.1
035600                GO TO 2000-EXIT.                                  K6TCDC.1
035700     IF SI-SEP-TAG = "++MEMBER "                                  K6TCDC.1
035800         PERFORM 6000-CLOSE-MEMBER THRU 6000-EXIT                 K6TCDC.1
035900         PERFORM 2100-OPEN-MEMBER THRU 2100-EXIT                  K6TCDC.1
036000         GO TO 2000-EXIT.                                         K6TCDC.1
036100     IF WS-CUR-MEMBER = SPACE                                     K6TCDC.1
036200         GO TO 2000-EXIT.                                         K6TCDC.1
036300     ADD 1 TO WS-LINE-NO.                                         K6TCDC.1
036400     MOVE SI-REC TO WS-CKSUM-AREA.                                K6TCDC.1
036500     SET WS-CK-IDX TO 1.                                          K6TCDC.1
036600     PERFORM 2050-SUM-CHUNK THRU 2050-EXIT                        K6TCDC.1
036700         UNTIL WS-CK-IDX > 40.                                    K6TCDC.1
036800     IF SI-REC (7:1) = "/"                                        K6TCDC.1
036900         GO TO 2000-EXIT.                                         K6TCDC.1
037000     IF WS-IN-PROCEDURE                                           K6TCDC.1
037100         GO TO 2010-IN-PROCEDURE.                                 K6TCDC.1
037200     IF SI-REC (7:1) = "*"                                        K6TCDC.1
037300         GO TO 2000-EXIT.                                         K6TCDC.1
037400     MOVE ZERO TO WS-TALLY.                                       K6TCDC.1
037500     INSPECT SI-REC (8:65) TALLYING WS-TALLY                      K6TCDC.1
037600         FOR ALL "PROCEDURE DIVISION".                            K6TCDC.1
037700     IF WS-TALLY > ZERO                                           K6TCDC.1
037800         SET WS-IN-PROCEDURE TO TRUE.                             K6TCDC.1
037900     GO TO 2000-EXIT.                                             K6TCDC.1
038000 2010-IN-PROCEDURE.                                               K6TCDC.1
038100     IF SI-REC (7:1) = "*"                                        K6TCDC.1
038200         PERFORM 2200-TAKE-COMMENT THRU 2200-EXIT                 K6TCDC.1
038300     ELSE                                                         K6TCDC.1
038400         PERFORM 2300-TAKE-CODE THRU 2300-EXIT.                   K6TCDC.1
038500 2000-EXIT.                                                       K6TCDC.1
038600     EXIT.                                                        K6TCDC.1
038700 2050-SUM-CHUNK.                                                  K6TCDC.1
038800     ADD WS-CKSUM-CHUNK (WS-CK-IDX) TO WS-CHECKSUM.               K6TCDC.1
038900     SET WS-CK-IDX UP BY 1.                                       K6TCDC.1
039000 2050-EXIT.                                                       K6TCDC.1
039100     EXIT.                                                        K6TCDC.1
039200*================================================================ K6TCDC.1
039300* 2100-OPEN-MEMBER -- START A MEMBER FROM ITS SEPARATOR CARD.     K6TCDC.1
039400*================================================================ K6TCDC.1
039500 2100-OPEN-MEMBER.                                                K6TCDC.1
039600     MOVE SI-SEP-MEMBER TO WS-CUR-MEMBER.                         K6TCDC.1
039700     MOVE "N" TO WS-PROC-SW WS-MEMBER-SW.                         K6TCDC.1
039800     MOVE ZERO TO WS-LINE-NO WS-CHECKSUM WS-TST-COUNT             K6TCDC.1
039900                  WS-LAST-TST WS-NOTE-COUNT.                      K6TCDC.1
040000     MOVE SPACE TO WS-CUR-FEATURE WS-CUR-ANSI WS-PREV-CODE.       K6TCDC.1
040100     PERFORM 4900-RESET-BLOCK THRU 4900-EXIT.                     K6TCDC.1
040200 2100-EXIT.                                                       K6TCDC.1
040300     EXIT.                                                        K6TCDC.1
040400*================================================================ K6TCDC.1
040500* 2200-TAKE-COMMENT -- KEEP A COMMENTARY LINE FOR THE BLOCK       K6TCDC.1
040600* UNLESS IT IS BLANK, A BOX RULE OR A SERIAL MARKER.              K6TCDC.1
040700*================================================================ K6TCDC.1
040800 2200-TAKE-COMMENT.                                               K6TCDC.1
040900     IF BLK-FIRST-LINE = ZERO                                     K6TCDC.1
041000         MOVE WS-LINE-NO TO BLK-FIRST-LINE                        K6TCDC.1
041100         MOVE SI-REC (1:6) TO BLK-FIRST-SEQ.                      K6TCDC.1
041200     MOVE ZERO TO WS-TALLY.                                       K6TCDC.1
041300     INSPECT SI-REC (8:65) TALLYING WS-TALLY                      K6TCDC.1
041400         FOR ALL "*" ALL "=" ALL "-" ALL SPACE ALL "."            K6TCDC.1
041500             ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"              K6TCDC.1
041600             ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".             K6TCDC.1
041700     IF WS-TALLY = 65                                             K6TCDC.1
041800         GO TO 2200-EXIT.                                         K6TCDC.1
041900     IF BLK-NOTE-COUNT NOT LESS THAN 20                           K6TCDC.1
042000         GO TO 2200-EXIT.                                         K6TCDC.1
042100     ADD 1 TO BLK-NOTE-COUNT.                                     K6TCDC.1
042200     MOVE SI-REC (8:65) TO BLK-NOTE (BLK-NOTE-COUNT).             K6TCDC.1
042300 2200-EXIT.                                                       K6TCDC.1
042400     EXIT.                                                        K6TCDC.1
042500*================================================================ K6TCDC.1
042600* 2300-TAKE-CODE -- A CODE LINE.  A SECTION HEADER DROPS          K6TCDC.1
042700* UNCLAIMED COMMENTARY; THE MOVES OF THE FOUR FIELDS ARE TAKEN;   K6TCDC.1
042800* A PERFORM OF PRINT-DETAIL CLOSES THE BLOCK.                     K6TCDC.1
042900*================================================================ K6TCDC.1
043000 2300-TAKE-CODE.                                                  K6TCDC.1
043100     IF SI-REC (8:1) NOT = SPACE AND BLK-PAR-NAME = SPACE         K6TCDC.1
043200         MOVE ZERO TO WS-TALLY                                    K6TCDC.1
043300         INSPECT SI-REC (8:65) TALLYING WS-TALLY                  K6TCDC.1
043400             FOR ALL " SECTION"                                   K6TCDC.1
043500         IF WS-TALLY > ZERO                                       K6TCDC.1
043600             MOVE ZERO TO BLK-NOTE-COUNT BLK-FIRST-LINE.          K6TCDC.1
043700     IF BLK-FIRST-LINE = ZERO                                     K6TCDC.1
043800         MOVE WS-LINE-NO TO BLK-FIRST-LINE                        K6TCDC.1
043900         MOVE SI-REC (1:6) TO BLK-FIRST-SEQ.                      K6TCDC.1
044000     MOVE SPACE TO WS-SCAN-AREA.                                  K6TCDC.1
044100     MOVE WS-PREV-CODE TO WS-SCAN-AREA (1:65).                    K6TCDC.1
044200     IF SI-REC (7:1) NOT = "-"                                    K6TCDC.1
044300         MOVE SI-REC (8:65) TO WS-SCAN-AREA (66:65)               K6TCDC.1
044400         GO TO 2310-SCAN.                                         K6TCDC.1
044500*    A CONTINUATION LINE RESUMES THE LITERAL AFTER ITS QUOTE.     K6TCDC.1
044600     MOVE ZERO TO WS-TALLY.                                       K6TCDC.1
044700     INSPECT SI-REC (8:65) TALLYING WS-TALLY                      K6TCDC.1
044800         FOR CHARACTERS BEFORE INITIAL QUOTE.                     K6TCDC.1
044900     IF WS-TALLY NOT LESS THAN 64                                 K6TCDC.1
045000         MOVE SI-REC (8:65) TO WS-SCAN-AREA (66:65)               K6TCDC.1
045100     ELSE                                                         K6TCDC.1
045200         MOVE SI-REC (WS-TALLY + 9:64 - WS-TALLY)                 K6TCDC.1
045300             TO WS-SCAN-AREA (66:65).                             K6TCDC.1
045400 2310-SCAN.                                                       K6TCDC.1
045500     MOVE " TO PAR-NAME" TO WS-TGT.                               K6TCDC.1
045600     MOVE 12 TO WS-TGT-LEN.                                       K6TCDC.1
045700     PERFORM 2500-SCAN-TARGET THRU 2500-EXIT.                     K6TCDC.1
045800     IF WS-SL > ZERO                                              K6TCDC.1
045900         MOVE WS-LIT TO BLK-PAR-NAME.                             K6TCDC.1
046000     MOVE " TO FEATURE" TO WS-TGT.                                K6TCDC.1
046100     MOVE 11 TO WS-TGT-LEN.                                       K6TCDC.1
046200     PERFORM 2500-SCAN-TARGET THRU 2500-EXIT.                     K6TCDC.1
046300     IF WS-SL > ZERO                                              K6TCDC.1
046400         MOVE WS-LIT TO WS-CUR-FEATURE.                           K6TCDC.1
046500     MOVE " TO RE-MARK" TO WS-TGT.                                K6TCDC.1
046600     MOVE 11 TO WS-TGT-LEN.                                       K6TCDC.1
046700     PERFORM 2500-SCAN-TARGET THRU 2500-EXIT.                     K6TCDC.1
046800     IF WS-SL > ZERO                                              K6TCDC.1
046900             AND WS-LIT NOT = "****TEST DELETED****"              K6TCDC.1
047000         MOVE WS-LIT TO BLK-RE-MARK.                              K6TCDC.1
047100     MOVE " TO ANSI-CLAUSE-CODE" TO WS-TGT.                       K6TCDC.1
047200     MOVE 20 TO WS-TGT-LEN.                                       K6TCDC.1
047300     PERFORM 2500-SCAN-TARGET THRU 2500-EXIT.                     K6TCDC.1
047400     IF WS-SL > ZERO                                              K6TCDC.1
047500         MOVE WS-LIT TO WS-CUR-ANSI.                              K6TCDC.1
047600     MOVE SI-REC (8:65) TO WS-PREV-CODE.                          K6TCDC.1
047700     MOVE ZERO TO WS-TALLY.                                       K6TCDC.1
047800     INSPECT WS-SCAN-AREA (66:66) TALLYING WS-TALLY               K6TCDC.1
047900         FOR ALL " PRINT-DETAIL " ALL " PRINT-DETAIL.".           K6TCDC.1
048000     IF WS-TALLY > ZERO                                           K6TCDC.1
048100         PERFORM 4000-END-BLOCK THRU 4000-EXIT.                   K6TCDC.1
048200 2300-EXIT.                                                       K6TCDC.1
048300     EXIT.                                                        K6TCDC.1
048400*================================================================ K6TCDC.1
048500* 2500-SCAN-TARGET -- FIND WS-TGT, FOLLOWED BY A SPACE OR A       K6TCDC.1
048600* PERIOD, STARTING ON THE CURRENT LINE; THE LITERAL WANTED IS     K6TCDC.1
048700* THE QUOTED ONE IMMEDIATELY AHEAD OF IT, WITH NOTHING BUT        K6TCDC.1
048800* SPACES BETWEEN.  WS-SL IS ITS LENGTH, ZERO WHEN NONE.           K6TCDC.1
048900*================================================================ K6TCDC.1
049000 2500-SCAN-TARGET.                                                K6TCDC.1
049100     MOVE ZERO TO WS-SL.                                          K6TCDC.1
049200     MOVE 64 TO WS-SC.                                            K6TCDC.1
049300 2510-SEEK-TARGET.                                                K6TCDC.1
049400     ADD 1 TO WS-SC.                                              K6TCDC.1
049500     IF WS-SC > 130                                               K6TCDC.1
049600         GO TO 2500-EXIT.                                         K6TCDC.1
049700     IF WS-SCAN-AREA (WS-SC:WS-TGT-LEN)                           K6TCDC.1
049800             NOT = WS-TGT (1:WS-TGT-LEN)                          K6TCDC.1
049900         GO TO 2510-SEEK-TARGET.                                  K6TCDC.1
050000     IF WS-SCAN-AREA (WS-SC + WS-TGT-LEN:1) NOT = SPACE           K6TCDC.1
050100         AND WS-SCAN-AREA (WS-SC + WS-TGT-LEN:1) NOT = "."        K6TCDC.1
050200         GO TO 2510-SEEK-TARGET.                                  K6TCDC.1
050300*    SCAN BACK OVER SPACES TO THE CLOSING QUOTE, THEN TO THE      K6TCDC.1
050400*    OPENING ONE.                                                 K6TCDC.1
050500     MOVE WS-SC TO WS-SQ.                                         K6TCDC.1
050600 2520-SEEK-CLOSE.                                                 K6TCDC.1
050700     SUBTRACT 1 FROM WS-SQ.                                       K6TCDC.1
050800     IF WS-SQ < 2                                                 K6TCDC.1
050900         GO TO 2500-EXIT.                                         K6TCDC.1
051000     IF WS-SCAN-AREA (WS-SQ:1) = SPACE                            K6TCDC.1
051100         GO TO 2520-SEEK-CLOSE.                                   K6TCDC.1
051200     IF WS-SCAN-AREA (WS-SQ:1) NOT = QUOTE                        K6TCDC.1
051300         GO TO 2500-EXIT.                                         K6TCDC.1
051400     MOVE SPACE TO WS-LIT.                                        K6TCDC.1
051500 2530-SEEK-OPEN.                                                  K6TCDC.1
051600     SUBTRACT 1 FROM WS-SQ.                                       K6TCDC.1
051700     IF WS-SQ < 1                                                 K6TCDC.1
051800         MOVE ZERO TO WS-SL                                       K6TCDC.1
051900         GO TO 2500-EXIT.                                         K6TCDC.1
052000     IF WS-SCAN-AREA (WS-SQ:1) = QUOTE                            K6TCDC.1
052100         GO TO 2540-TAKE.                                         K6TCDC.1
052200     ADD 1 TO WS-SL.                                              K6TCDC.1
052300     IF WS-SL > 61                                                K6TCDC.1
052400         MOVE ZERO TO WS-SL                                       K6TCDC.1
052500         GO TO 2500-EXIT.                                         K6TCDC.1
052600     GO TO 2530-SEEK-OPEN.                                        K6TCDC.1
052700 2540-TAKE.                                                       K6TCDC.1
052800     IF WS-SL > ZERO                                              K6TCDC.1
052900         MOVE WS-SCAN-AREA (WS-SQ + 1:WS-SL) TO WS-LIT.           K6TCDC.1
053000 2500-EXIT.                                                       K6TCDC.1
053100     EXIT.                                                        K6TCDC.1
053200*================================================================ K6TCDC.1
053300* 4000-END-BLOCK -- A PRINT-DETAIL CLOSES THE BLOCK.  FILE IT     K6TCDC.1
053400* UNDER ITS PAR-NAME: A NEW TEST CASE, OR AN EXTENSION OF ONE     K6TCDC.1
053500* ALREADY SEEN (OR OF THE LAST ONE, WHEN THE BLOCK NAMES NONE).   K6TCDC.1
053600*================================================================ K6TCDC.1
053700 4000-END-BLOCK.                                                  K6TCDC.1
053800     IF WS-MEMBER-BAD                                             K6TCDC.1
053900         GO TO 4000-RESET.                                        K6TCDC.1
054000     IF BLK-PAR-NAME NOT = SPACE                                  K6TCDC.1
054100         GO TO 4010-FIND.                                         K6TCDC.1
054200     IF WS-LAST-TST = ZERO                                        K6TCDC.1
054300         GO TO 4000-RESET.                                        K6TCDC.1
054400     SET TST-IDX TO WS-LAST-TST.                                  K6TCDC.1
054500     GO TO 4200-EXTEND.                                           K6TCDC.1
054600 4010-FIND.                                                       K6TCDC.1
054700     MOVE ZERO TO WS-TST-SUB.                                     K6TCDC.1
054800 4020-FIND-NEXT.                                                  K6TCDC.1
054900     ADD 1 TO WS-TST-SUB.                                         K6TCDC.1
055000     IF WS-TST-SUB > WS-TST-COUNT                                 K6TCDC.1
055100         GO TO 4100-ADD.                                          K6TCDC.1
055200     SET TST-IDX TO WS-TST-SUB.                                   K6TCDC.1
055300     IF TST-PAR-NAME (TST-IDX) = BLK-PAR-NAME                     K6TCDC.1
055400         GO TO 4200-EXTEND.                                       K6TCDC.1
055500     GO TO 4020-FIND-NEXT.                                        K6TCDC.1
055600 4100-ADD.                                                        K6TCDC.1
055700     IF WS-TST-COUNT NOT LESS THAN 500                            K6TCDC.1
055800         MOVE "TEST-CASE TABLE FULL AT 500, MEMBER"               K6TCDC.1
055900             TO MSG-TEXT                                          K6TCDC.1
056000         MOVE WS-CUR-MEMBER TO MSG-VALUE                          K6TCDC.1
056100         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6TCDC.1
056200         SET WS-MEMBER-BAD TO TRUE                                K6TCDC.1
056300         GO TO 4000-RESET.                                        K6TCDC.1
056400     ADD 1 TO WS-TST-COUNT.                                       K6TCDC.1
056500     SET TST-IDX TO WS-TST-COUNT.                                 K6TCDC.1
056600     MOVE BLK-PAR-NAME TO TST-PAR-NAME (TST-IDX).                 K6TCDC.1
056700     MOVE WS-CUR-FEATURE TO TST-FEATURE (TST-IDX).                K6TCDC.1
056800     MOVE BLK-RE-MARK TO TST-RE-MARK (TST-IDX).                   K6TCDC.1
056900     MOVE WS-CUR-ANSI TO TST-ANSI-CODE (TST-IDX).                 K6TCDC.1
057000     MOVE BLK-FIRST-LINE TO TST-FIRST-LINE (TST-IDX).             K6TCDC.1
057100     MOVE BLK-FIRST-SEQ TO TST-FIRST-SEQ (TST-IDX).               K6TCDC.1
057200     MOVE ZERO TO TST-NOTE-COUNT (TST-IDX).                       K6TCDC.1
057300 4200-EXTEND.                                                     K6TCDC.1
057400     MOVE WS-LINE-NO TO TST-LAST-LINE (TST-IDX).                  K6TCDC.1
057500     MOVE SI-REC (1:6) TO TST-LAST-SEQ (TST-IDX).                 K6TCDC.1
057600     IF TST-FEATURE (TST-IDX) = SPACE                             K6TCDC.1
057700         MOVE WS-CUR-FEATURE TO TST-FEATURE (TST-IDX).            K6TCDC.1
057800     IF TST-RE-MARK (TST-IDX) = SPACE                             K6TCDC.1
057900         MOVE BLK-RE-MARK TO TST-RE-MARK (TST-IDX).               K6TCDC.1
058000     IF TST-ANSI-CODE (TST-IDX) = SPACE                           K6TCDC.1
058100         MOVE WS-CUR-ANSI TO TST-ANSI-CODE (TST-IDX).             K6TCDC.1
058200     SET WS-LAST-TST TO TST-IDX.                                  K6TCDC.1
058300     MOVE ZERO TO WS-BN-SUB.                                      K6TCDC.1
058400     PERFORM 4300-FILE-NOTE THRU 4300-EXIT                        K6TCDC.1
058500         UNTIL WS-BN-SUB NOT LESS THAN BLK-NOTE-COUNT.            K6TCDC.1
058600 4000-RESET.                                                      K6TCDC.1
058700     PERFORM 4900-RESET-BLOCK THRU 4900-EXIT.                     K6TCDC.1
058800 4000-EXIT.                                                       K6TCDC.1
058900     EXIT.                                                        K6TCDC.1
059000*================================================================ K6TCDC.1
059100* 4300-FILE-NOTE -- ONE BLOCK COMMENTARY LINE TO THE TEST CASE,   K6TCDC.1
059200* UP TO 20 PER TEST CASE.                                         K6TCDC.1
059300*================================================================ K6TCDC.1
059400 4300-FILE-NOTE.                                                  K6TCDC.1
059500     ADD 1 TO WS-BN-SUB.                                          K6TCDC.1
059600     IF TST-NOTE-COUNT (TST-IDX) NOT LESS THAN 20                 K6TCDC.1
059700         GO TO 4300-EXIT.                                         K6TCDC.1
059800     IF WS-NOTE-COUNT NOT LESS THAN 5000                          K6TCDC.1
059900         MOVE "NOTE TABLE FULL AT 5000, MEMBER"                   K6TCDC.1
060000             TO MSG-TEXT                                          K6TCDC.1
060100         MOVE WS-CUR-MEMBER TO MSG-VALUE                          K6TCDC.1
060200         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT                K6TCDC.1
060300         SET WS-MEMBER-BAD TO TRUE                                K6TCDC.1
060400         MOVE BLK-NOTE-COUNT TO WS-BN-SUB                         K6TCDC.1
060500         GO TO 4300-EXIT.                                         K6TCDC.1
060600     ADD 1 TO WS-NOTE-COUNT.                                      K6TCDC.1
060700     ADD 1 TO TST-NOTE-COUNT (TST-IDX).                           K6TCDC.1
060800     SET NOTE-OWNER (WS-NOTE-COUNT) TO TST-IDX.                   K6TCDC.1
060900     MOVE BLK-NOTE (WS-BN-SUB) TO NOTE-TEXT (WS-NOTE-COUNT).      K6TCDC.1
061000 4300-EXIT.                                                       K6TCDC.1
061100     EXIT.                                                        K6TCDC.1
061200*================================================================ K6TCDC.1
061300* 4900-RESET-BLOCK -- START A NEW BLOCK.  FEATURE AND ANSI        K6TCDC.1
061400* CLAUSE ARE NOT RESET; THEY CARRY FORWARD.                       K6TCDC.1
061500*================================================================ K6TCDC.1
061600 4900-RESET-BLOCK.                                                K6TCDC.1
061700     MOVE SPACE TO BLK-PAR-NAME BLK-RE-MARK BLK-FIRST-SEQ.        K6TCDC.1
061800     MOVE ZERO TO BLK-FIRST-LINE BLK-NOTE-COUNT.                  K6TCDC.1
061900 4900-EXIT.                                                       K6TCDC.1
062000     EXIT.                                                        K6TCDC.1
062100*================================================================ K6TCDC.1
062200* 6000-CLOSE-MEMBER -- WRITE THE MEMBER RECORD, THEN EACH TEST    K6TCDC.1
062300* CASE'S DESCRIPTION AND NOTES.  A MEMBER ALREADY IN THE          K6TCDC.1
062400* CATALOG APPEARED TWICE IN THE UNLOAD: THE FIRST COPY STANDS.    K6TCDC.1
062500*================================================================ K6TCDC.1
062600 6000-CLOSE-MEMBER.                                               K6TCDC.1
062700     IF WS-CUR-MEMBER = SPACE                                     K6TCDC.1
062800         GO TO 6000-EXIT.                                         K6TCDC.1
062900     ADD 1 TO WS-MEMBERS.                                         K6TCDC.1
063000     MOVE ZERO TO WS-MBR-UNREG WS-MBR-UNDESC.                     K6TCDC.1
063100     IF WS-MEMBER-BAD                                             K6TCDC.1
063200         MOVE 8 TO WS-VERDICT-RC                                  K6TCDC.1
063300         GO TO 6000-PRINT.                                        K6TCDC.1
063400     MOVE SPACE TO TD-REC.                                        K6TCDC.1
063500     MOVE WS-CUR-MEMBER (1:6) TO TD-PGM-ID.                       K6TCDC.1
063600     SET TD-MEMBER TO TRUE.                                       K6TCDC.1
063700     MOVE ZERO TO TD-NOTE-SEQ.                                    K6TCDC.1
063800     MOVE WS-CUR-MEMBER TO TD-MEMBER-NAME.                        K6TCDC.1
063900     MOVE WS-LINE-NO TO TD-LINE-COUNT.                            K6TCDC.1
064000     MOVE WS-CHECKSUM TO TD-CHECKSUM.                             K6TCDC.1
064100     MOVE WS-TST-COUNT TO TD-TEST-COUNT.                          K6TCDC.1
064200     MOVE WS-TODAY TO TD-BUILD-DATE.                              K6TCDC.1
064300     MOVE WS-NOW (1:6) TO TD-BUILD-TIME.                          K6TCDC.1
064400     WRITE TD-REC                                                 K6TCDC.1
064500         INVALID KEY                                              K6TCDC.1
064600             MOVE "MEMBER REPEATED IN THE UNLOAD - COPY IGNORED"  K6TCDC.1
064700                 TO MSG-TEXT                                      K6TCDC.1
064800             MOVE WS-CUR-MEMBER TO MSG-VALUE                      K6TCDC.1
064900             PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT            K6TCDC.1
065000             MOVE 8 TO WS-VERDICT-RC                              K6TCDC.1
065100             GO TO 6000-EXIT.                                     K6TCDC.1
065200     MOVE ZERO TO WS-TST-SUB.                                     K6TCDC.1
065300     PERFORM 6100-WRITE-TEST THRU 6100-EXIT                       K6TCDC.1
065400         UNTIL WS-TST-SUB NOT LESS THAN WS-TST-COUNT.             K6TCDC.1
065500     ADD WS-MBR-UNREG TO WS-UNREG-TOTAL.                          K6TCDC.1
065600     ADD WS-MBR-UNDESC TO WS-UNDESC-TOTAL.                        K6TCDC.1
065700     IF WS-MBR-UNREG > ZERO OR WS-MBR-UNDESC > ZERO               K6TCDC.1
065800         IF WS-VERDICT-RC < 4                                     K6TCDC.1
065900             MOVE 4 TO WS-VERDICT-RC.                             K6TCDC.1
066000 6000-PRINT.                                                      K6TCDC.1
066100     MOVE WS-CUR-MEMBER TO MBR-NAME.                              K6TCDC.1
066200     MOVE WS-LINE-NO TO MBR-LINES.                                K6TCDC.1
066300     MOVE WS-TST-COUNT TO MBR-TESTS.                              K6TCDC.1
066400     MOVE WS-MBR-UNREG TO MBR-UNREG.                              K6TCDC.1
066500     MOVE WS-MBR-UNDESC TO MBR-UNDESC.                            K6TCDC.1
066600     WRITE DR-PRINT-REC FROM MBR-LINE                             K6TCDC.1
066700         AFTER ADVANCING 2 LINES.                                 K6TCDC.1
066800     IF WS-MEMBER-BAD                                             K6TCDC.1
066900         MOVE "MEMBER NOT CATALOGUED" TO MSG-TEXT                 K6TCDC.1
067000         MOVE WS-CUR-MEMBER TO MSG-VALUE                          K6TCDC.1
067100         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.               K6TCDC.1
067200 6000-EXIT.                                                       K6TCDC.1
067300     EXIT.                                                        K6TCDC.1
067400*================================================================ K6TCDC.1
067500* 6100-WRITE-TEST -- ONE TEST CASE: ITS IDENTITY, ITS SUMMARY     K6TCDC.1
067600* (FIRST COMMENTARY LINE, ELSE THE FEATURE), THE DESCRIPTION      K6TCDC.1
067700* RECORD AND ITS NOTE RECORDS.                                    K6TCDC.1
067800*================================================================ K6TCDC.1
067900 6100-WRITE-TEST.                                                 K6TCDC.1
068000     ADD 1 TO WS-TST-SUB.                                         K6TCDC.1
068100     SET TST-IDX TO WS-TST-SUB.                                   K6TCDC.1
068200     ADD 1 TO WS-TESTS-TOTAL.                                     K6TCDC.1
068300     MOVE SPACE TO TD-REC.                                        K6TCDC.1
068400     MOVE WS-CUR-MEMBER (1:6) TO TD-PGM-ID.                       K6TCDC.1
068500     MOVE TST-PAR-NAME (TST-IDX) TO TD-PAR-NAME.                  K6TCDC.1
068600     SET TD-DESCRIPTION TO TRUE.                                  K6TCDC.1
068700     MOVE ZERO TO TD-NOTE-SEQ.                                    K6TCDC.1
068800     PERFORM 6200-FIND-TCID THRU 6200-EXIT.                       K6TCDC.1
068900     MOVE TST-FEATURE (TST-IDX) TO TD-FEATURE.                    K6TCDC.1
069000     MOVE TST-RE-MARK (TST-IDX) TO TD-RE-MARK.                    K6TCDC.1
069100     MOVE TST-ANSI-CODE (TST-IDX) TO TD-ANSI-CODE.                K6TCDC.1
069200     MOVE TST-FIRST-LINE (TST-IDX) TO TD-FIRST-LINE.              K6TCDC.1
069300     MOVE TST-LAST-LINE (TST-IDX) TO TD-LAST-LINE.                K6TCDC.1
069400     MOVE TST-FIRST-SEQ (TST-IDX) TO TD-FIRST-SEQ.                K6TCDC.1
069500     MOVE TST-LAST-SEQ (TST-IDX) TO TD-LAST-SEQ.                  K6TCDC.1
069600     MOVE TST-NOTE-COUNT (TST-IDX) TO TD-NOTE-COUNT.              K6TCDC.1
069700     MOVE TST-FEATURE (TST-IDX) TO TD-SUMMARY.                    K6TCDC.1
069800     IF TST-NOTE-COUNT (TST-IDX) = ZERO                           K6TCDC.1
069900         GO TO 6110-WRITE-DESC.                                   K6TCDC.1
070000     MOVE ZERO TO WS-NOTE-SUB.                                    K6TCDC.1
070100 6105-FIRST-NOTE.                                                 K6TCDC.1
070200     ADD 1 TO WS-NOTE-SUB.                                        K6TCDC.1
070300     IF NOTE-OWNER (WS-NOTE-SUB) NOT = WS-TST-SUB                 K6TCDC.1
070400         GO TO 6105-FIRST-NOTE.                                   K6TCDC.1
070500     MOVE ZERO TO WS-TALLY.                                       K6TCDC.1
070600     INSPECT NOTE-TEXT (WS-NOTE-SUB) TALLYING WS-TALLY            K6TCDC.1
070700         FOR LEADING SPACE.                                       K6TCDC.1
070800     MOVE NOTE-TEXT (WS-NOTE-SUB) (WS-TALLY + 1:65 - WS-TALLY)    K6TCDC.1
070900         TO TD-SUMMARY.                                           K6TCDC.1
071000 6110-WRITE-DESC.                                                 K6TCDC.1
071100     IF TD-TCID = ZERO                                            K6TCDC.1
071200         ADD 1 TO WS-MBR-UNREG                                    K6TCDC.1
071300         IF WS-TCID-LOADED                                        K6TCDC.1
071400             MOVE "NOT REGISTERED IN K6TCID" TO DET-CLASS         K6TCDC.1
071500             PERFORM 6300-LIST-TEST THRU 6300-EXIT.               K6TCDC.1
071600     IF TD-SUMMARY = SPACE                                        K6TCDC.1
071700         ADD 1 TO WS-MBR-UNDESC                                   K6TCDC.1
071800         MOVE "NO DESCRIPTION IN THE SOURCE" TO DET-CLASS         K6TCDC.1
071900         PERFORM 6300-LIST-TEST THRU 6300-EXIT.                   K6TCDC.1
072000     WRITE TD-REC                                                 K6TCDC.1
072100         INVALID KEY                                              K6TCDC.1
072200             MOVE "CATALOG WRITE REFUSED FOR TEST CASE"           K6TCDC.1
072300                 TO MSG-TEXT                                      K6TCDC.1
072400             MOVE TD-KEY TO MSG-VALUE                             K6TCDC.1
072500             PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT            K6TCDC.1
072600             MOVE 8 TO WS-VERDICT-RC                              K6TCDC.1
072700             GO TO 6100-EXIT.                                     K6TCDC.1
072800     MOVE ZERO TO WS-NOTE-SUB WS-NOTE-SEQ.                        K6TCDC.1
072900     PERFORM 6150-WRITE-NOTE THRU 6150-EXIT                       K6TCDC.1
073000         UNTIL WS-NOTE-SUB NOT LESS THAN WS-NOTE-COUNT.           K6TCDC.1
073100 6100-EXIT.                                                       K6TCDC.1
073200     EXIT.                                                        K6TCDC.1
073300 6150-WRITE-NOTE.                                                 K6TCDC.1
073400     ADD 1 TO WS-NOTE-SUB.                                        K6TCDC.1
073500     IF NOTE-OWNER (WS-NOTE-SUB) NOT = WS-TST-SUB                 K6TCDC.1
073600         GO TO 6150-EXIT.                                         K6TCDC.1
073700     ADD 1 TO WS-NOTE-SEQ.                                        K6TCDC.1
073800     ADD 1 TO WS-NOTES-TOTAL.                                     K6TCDC.1
073900     MOVE SPACE TO TD-BODY.                                       K6TCDC.1
074000     SET TD-NOTE TO TRUE.                                         K6TCDC.1
074100     MOVE WS-NOTE-SEQ TO TD-NOTE-SEQ.                             K6TCDC.1
074200     MOVE NOTE-TEXT (WS-NOTE-SUB) TO TD-NOTE-TEXT.                K6TCDC.1
074300     WRITE TD-REC                                                 K6TCDC.1
074400         INVALID KEY                                              K6TCDC.1
074500             MOVE "CATALOG WRITE REFUSED FOR NOTE"                K6TCDC.1
074600                 TO MSG-TEXT                                      K6TCDC.1
074700             MOVE TD-KEY TO MSG-VALUE                             K6TCDC.1
074800             PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT            K6TCDC.1
074900             MOVE 8 TO WS-VERDICT-RC.                             K6TCDC.1
075000 6150-EXIT.                                                       K6TCDC.1
075100     EXIT.                                                        K6TCDC.1
075200*================================================================ K6TCDC.1
075300* 6200-FIND-TCID -- THE MAPPING IN FORCE ON THE BUILD DATE.       K6TCDC.1
075400*================================================================ K6TCDC.1
075500 6200-FIND-TCID.                                                  K6TCDC.1
075600     MOVE ZERO TO TD-TCID.                                        K6TCDC.1
075700     MOVE ZERO TO WS-MAP-SUB.                                     K6TCDC.1
075800 6210-NEXT.                                                       K6TCDC.1
075900     ADD 1 TO WS-MAP-SUB.                                         K6TCDC.1
076000     IF WS-MAP-SUB > WS-MAP-COUNT                                 K6TCDC.1
076100         GO TO 6200-EXIT.                                         K6TCDC.1
076200     IF MAP-PGM-ID (WS-MAP-SUB) NOT = TD-PGM-ID                   K6TCDC.1
076300         OR MAP-PAR-NAME (WS-MAP-SUB) NOT = TD-PAR-NAME           K6TCDC.1
076400         GO TO 6210-NEXT.                                         K6TCDC.1
076500     IF MAP-EFF-FROM (WS-MAP-SUB) > WS-TODAY                      K6TCDC.1
076600         OR MAP-EFF-TO (WS-MAP-SUB) NOT > WS-TODAY                K6TCDC.1
076700         GO TO 6210-NEXT.                                         K6TCDC.1
076800     MOVE MAP-ID (WS-MAP-SUB) TO TD-TCID.                         K6TCDC.1
076900 6200-EXIT.                                                       K6TCDC.1
077000     EXIT.                                                        K6TCDC.1
077100*================================================================ K6TCDC.1
077200* 6300-LIST-TEST -- A TEST CASE THAT NEEDS ATTENTION.             K6TCDC.1
077300*================================================================ K6TCDC.1
077400 6300-LIST-TEST.                                                  K6TCDC.1
077500     MOVE TD-PGM-ID TO DET-PGM-ID.                                K6TCDC.1
077600     MOVE TD-PAR-NAME TO DET-PAR-NAME.                            K6TCDC.1
077700     MOVE SPACE TO DET-LINES.                                     K6TCDC.1
077800     STRING TST-FIRST-SEQ (TST-IDX) DELIMITED BY SIZE             K6TCDC.1
077900            " - "                   DELIMITED BY SIZE             K6TCDC.1
078000            TST-LAST-SEQ (TST-IDX)  DELIMITED BY SIZE             K6TCDC.1
078100            INTO DET-LINES.                                       K6TCDC.1
078200     WRITE DR-PRINT-REC FROM DET-LINE                             K6TCDC.1
078300         AFTER ADVANCING 1 LINE.                                  K6TCDC.1
078400 6300-EXIT.                                                       K6TCDC.1
078500     EXIT.                                                        K6TCDC.1
078600*================================================================ K6TCDC.1
078700* 7900-WRITE-MESSAGE.                                             K6TCDC.1
078800*================================================================ K6TCDC.1
078900 7900-WRITE-MESSAGE.                                              K6TCDC.1
079000     WRITE DR-PRINT-REC FROM MSG-LINE                             K6TCDC.1
079100         AFTER ADVANCING 1 LINE.                                  K6TCDC.1
079200 7900-EXIT.                                                       K6TCDC.1
079300     EXIT.                                                        K6TCDC.1
079400*================================================================ K6TCDC.1
079500* 8000-PRINT-SUMMARY.                                             K6TCDC.1
079600*================================================================ K6TCDC.1
079700 8000-PRINT-SUMMARY.                                              K6TCDC.1
079800     MOVE "MEMBERS READ" TO SUM-LABEL.                            K6TCDC.1
079900     MOVE WS-MEMBERS TO SUM-COUNT.                                K6TCDC.1
080000     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 3 LINES.    K6TCDC.1
080100     MOVE "TEST CASES CATALOGUED" TO SUM-LABEL.                   K6TCDC.1
080200     MOVE WS-TESTS-TOTAL TO SUM-COUNT.                            K6TCDC.1
080300     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6TCDC.1
080400     MOVE "COMMENTARY NOTE LINES" TO SUM-LABEL.                   K6TCDC.1
080500     MOVE WS-NOTES-TOTAL TO SUM-COUNT.                            K6TCDC.1
080600     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6TCDC.1
080700     MOVE "TEST CASES NOT REGISTERED IN K6TCID" TO SUM-LABEL.     K6TCDC.1
080800     MOVE WS-UNREG-TOTAL TO SUM-COUNT.                            K6TCDC.1
080900     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6TCDC.1
081000     MOVE "TEST CASES WITH NO DESCRIPTION" TO SUM-LABEL.          K6TCDC.1
081100     MOVE WS-UNDESC-TOTAL TO SUM-COUNT.                           K6TCDC.1
081200     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.     K6TCDC.1
081300     MOVE "RETURN CODE" TO SUM-LABEL.                             K6TCDC.1
081400     MOVE WS-VERDICT-RC TO SUM-COUNT.                             K6TCDC.1
081500     WRITE DR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 2 LINES.    K6TCDC.1
081600 8000-EXIT.                                                       K6TCDC.1
081700     EXIT.                                                        K6TCDC.1
