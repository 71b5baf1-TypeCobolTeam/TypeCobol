000100 IDENTIFICATION DIVISION.                                         K6CNSB.1
000200 PROGRAM-ID.                                                      K6CNSB.1
000300     K6CNSB.                                                      K6CNSB.1
000400*================================================================ K6CNSB.1
000500* K6CNSB -- EXPECTED-TEST CENSUS BUILD FROM DOCUMENTATION AND     K6CNSB.1
000600* SOURCE.                                                         K6CNSB.1
000700*================================================================ K6CNSB.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6CNSB.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6CNSB.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6CNSB.1
001100* DATE-COMPILED.                                                  K6CNSB.1
001200*                                                                 K6CNSB.1
001300* REMARKS.                                                        K6CNSB.1
001400*    C-ALL COUNTS ONLY THE TESTS THAT ACTUALLY EXECUTED, SO A     K6CNSB.1
001500*    RUN THAT A STRAY GO TO CARRIED PAST FORTY TESTS STILL        K6CNSB.1
001600*    STAMPS "OK." WITH NO FAILURES AND GRADES CLEAN.  NOTHING     K6CNSB.1
001700*    SAID WHAT A COMPLETE RUN OF EACH PROGRAM LOOKS LIKE.  THIS   K6CNSB.1
001800*    PROGRAM BUILDS THE EXPECTED-TEST CENSUS (K6CNSR.CPY) THAT    K6CNSB.1
001900*    K6CNSK CHECKS EVERY WINDOW AGAINST:                          K6CNSB.1
002000*      - THE EXPECTED TEST COUNT COMES FROM THE DISTRIBUTED       K6CNSB.1
002100*        SUITE DOCUMENTATION'S PROGRAM SUMMARY (DOCIN "C"         K6CNSB.1
002200*        CARDS).  A PROGRAM THE DOCUMENTATION DOES NOT COUNT      K6CNSB.1
002300*        TAKES THE NUMBER OF DISTINCT PARAGRAPH NAMES IN ITS      K6CNSB.1
002400*        SOURCE, AND IS LISTED SO THE COUNT CAN BE KEYED;         K6CNSB.1
002500*      - THE PAR-NAME LIST COMES FROM THE SOURCE -- EVERY         K6CNSB.1
002600*        MOVE "..." TO PAR-NAME IN THE MEMBER -- CHECKED AGAINST  K6CNSB.1
002700*        THE DOCUMENTATION'S TEST LIST (DOCIN "P" CARDS) WHERE    K6CNSB.1
002800*        ONE WAS KEYED.                                           K6CNSB.1
002900*    SOURCE AND DOCUMENTATION THAT DISAGREE ARE LISTED AS         K6CNSB.1
003000*    DISCREPANCIES.  THE NEW CENSUS (CENSOUT) IS COMPARED WITH    K6CNSB.1
003100*    THE CURRENT ONE (CENSIN) AND EVERY DIFFERENCE IS LISTED --   K6CNSB.1
003200*    PROGRAMS ADDED OR DROPPED, EXPECTED COUNTS CHANGED,          K6CNSB.1
003300*    PARAGRAPHS ADDED OR DROPPED -- SO THE REPORT IS THE          K6CNSB.1
003400*    CHANGE RECORD THE NEW CENSUS IS APPROVED AGAINST BEFORE      K6CNSB.1
003500*    THE JCL PROMOTES IT OVER THE CURRENT ONE.                    K6CNSB.1
003600*                                                                 K6CNSB.1
003700*    INPUTS:                                                      K6CNSB.1
003800*      SRCIN     CONCATENATED SOURCE OF THE SUITE MEMBERS, IN     K6CNSB.1
003900*                IEBUPDTE FORM (./ ADD NAME= CARD AHEAD OF EACH   K6CNSB.1
004000*                MEMBER), AS K6CUSE READS IT                      K6CNSB.1
004100*      DOCIN     OPTIONAL SUITE DOCUMENTATION CARDS:              K6CNSB.1
004200*                  COLS 1-6 PROGRAM, COL 8 CARD TYPE,             K6CNSB.1
004300*                  "C"  COLS 10-13 DOCUMENTED TEST COUNT          K6CNSB.1
004400*                  "P"  COLS 10-31 DOCUMENTED PAR-NAME            K6CNSB.1
004500*      CENSIN    OPTIONAL CURRENT CENSUS                          K6CNSB.1
004600*                                                                 K6CNSB.1
004700* RETURN CODES.                                                   K6CNSB.1
004800*     0  NEW CENSUS IDENTICAL TO THE CURRENT ONE, NO              K6CNSB.1
004900*        DISCREPANCIES.                                           K6CNSB.1
005000*     4  CENSUS CHANGED OR DISCREPANCIES LISTED -- REVIEW THE     K6CNSB.1
005100*        REPORT BEFORE THE NEW CENSUS IS PROMOTED.                K6CNSB.1
005200*                                                                 K6CNSB.1
005300* MODIFICATION HISTORY.                                           K6CNSB.1
005400*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6CNSB.1
005500*================================================================ K6CNSB.1
005600                                                                  K6CNSB.1
005700 ENVIRONMENT DIVISION.                                            K6CNSB.1
005800 CONFIGURATION SECTION.                                           K6CNSB.1
005900 SOURCE-COMPUTER.                                                 K6CNSB.1
006000     OUR-MAINFRAME.                                               K6CNSB.1
006100 OBJECT-COMPUTER.                                                 K6CNSB.1
006200     OUR-MAINFRAME.                                               K6CNSB.1
006300 INPUT-OUTPUT SECTION.                                            K6CNSB.1
006400 FILE-CONTROL.                                                    K6CNSB.1
006500     SELECT SRC-IN ASSIGN TO SRCIN                                K6CNSB.1
006600         ORGANIZATION IS SEQUENTIAL.                              K6CNSB.1
006700     SELECT OPTIONAL SUITE-DOC ASSIGN TO DOCIN                    K6CNSB.1
006800         ORGANIZATION IS SEQUENTIAL                               K6CNSB.1
006900         FILE STATUS IS WS-DOC-STATUS.                            K6CNSB.1
007000     SELECT OPTIONAL CENSUS-IN ASSIGN TO CENSIN                   K6CNSB.1
007100         ORGANIZATION IS SEQUENTIAL                               K6CNSB.1
007200         FILE STATUS IS WS-OLD-STATUS.                            K6CNSB.1
007300     SELECT CENSUS-OUT ASSIGN TO CENSOUT                          K6CNSB.1
007400         ORGANIZATION IS SEQUENTIAL.                              K6CNSB.1
007500     SELECT CNSB-RPT ASSIGN TO CNSBRPT                            K6CNSB.1
007600         ORGANIZATION IS SEQUENTIAL.                              K6CNSB.1
007700                                                                  K6CNSB.1
007800 DATA DIVISION.                                                   K6CNSB.1
007900 FILE SECTION.                                                    K6CNSB.1
008000 FD  SRC-IN                                                       K6CNSB.1
008100     LABEL RECORDS ARE STANDARD.                                  K6CNSB.1
008200 01  SRC-LINE.                                                    K6CNSB.1
008300     05  SRC-SEQ              PIC X(6).                           K6CNSB.1
008400     05  SRC-IND              PIC X.                              K6CNSB.1
008500     05  SRC-BODY             PIC X(65).                          K6CNSB.1
008600     05  SRC-TAG              PIC X(8).                           K6CNSB.1
008700 01  SRC-CTL-CARD REDEFINES SRC-LINE.                             K6CNSB.1
008800     05  SRC-CTL-FLAG         PIC X(2).                           K6CNSB.1
008900     05  FILLER               PIC X(78).                          K6CNSB.1
009000 FD  SUITE-DOC                                                    K6CNSB.1
009100     LABEL RECORDS ARE STANDARD.                                  K6CNSB.1
009200 01  DOC-CARD.                                                    K6CNSB.1
009300     05  DOC-PGM-ID           PIC X(6).                           K6CNSB.1
009400     05  FILLER               PIC X(1).                           K6CNSB.1
009500     05  DOC-TYPE             PIC X(1).                           K6CNSB.1
009600     05  FILLER               PIC X(1).                           K6CNSB.1
009700     05  DOC-DETAIL           PIC X(22).                          K6CNSB.1
009800     05  DOC-COUNT REDEFINES DOC-DETAIL.                          K6CNSB.1
009900         10  DOC-TEST-COUNT   PIC 9(4).                           K6CNSB.1
010000         10  FILLER           PIC X(18).                          K6CNSB.1
010100     05  FILLER               PIC X(49).                          K6CNSB.1
010200 FD  CENSUS-IN                                                    K6CNSB.1
010300     LABEL RECORDS ARE STANDARD.                                  K6CNSB.1
010400 01  OLD-CENSUS-REC           PIC X(80).                          K6CNSB.1
010500 FD  CENSUS-OUT                                                   K6CNSB.1
010600     LABEL RECORDS ARE STANDARD.                                  K6CNSB.1
010700 01  NEW-CENSUS-REC           PIC X(80).                          K6CNSB.1
010800 FD  CNSB-RPT                                                     K6CNSB.1
010900     LABEL RECORDS ARE STANDARD.                                  K6CNSB.1
011000 01  CB-PRINT-REC             PIC X(120).                         K6CNSB.1
011100                                                                  K6CNSB.1
011200 WORKING-STORAGE SECTION.                                         K6CNSB.1
011300* ----------------------------------------------------------      K6CNSB.1
011400* SWITCHES, COUNTERS AND PARSE AREAS.                             K6CNSB.1
011500* ----------------------------------------------------------      K6CNSB.1
011600 77  WS-DOC-STATUS            PIC X(2)   VALUE SPACE.             K6CNSB.1
011700 77  WS-OLD-STATUS            PIC X(2)   VALUE SPACE.             K6CNSB.1
011800 77  WS-OLD-CENSUS-SW         PIC X      VALUE "N".               K6CNSB.1
011900     88  WS-OLD-CENSUS                   VALUE "Y".               K6CNSB.1
012000 77  WS-EOF-SW                PIC X      VALUE "N".               K6CNSB.1
012100     88  WS-EOF                          VALUE "Y".               K6CNSB.1
012200 77  WS-FOUND-SW              PIC X      VALUE "N".               K6CNSB.1
012300     88  WS-FOUND                        VALUE "Y".               K6CNSB.1
012400 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6CNSB.1
012500 77  WS-MEMBERS-READ          PIC 9(5)   COMP VALUE ZERO.         K6CNSB.1
012600 77  WS-PGMS-WRITTEN          PIC 9(5)   COMP VALUE ZERO.         K6CNSB.1
012700 77  WS-NAMES-WRITTEN         PIC 9(7)   COMP VALUE ZERO.         K6CNSB.1
012800 77  WS-DISCREPANCIES         PIC 9(5)   COMP VALUE ZERO.         K6CNSB.1
012900 77  WS-CHANGES               PIC 9(5)   COMP VALUE ZERO.         K6CNSB.1
013000 77  WS-HIT-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6CNSB.1
013100 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
013200 77  WS-SUB2                  PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
013300 77  WS-LAST                  PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
013400 77  WS-EXPECT                PIC 9(4)   VALUE ZERO.              K6CNSB.1
013500 77  WS-COUNT-ORIGIN          PIC X(1)   VALUE SPACE.             K6CNSB.1
013600 77  WS-CUR-MEMBER            PIC X(10)  VALUE SPACE.             K6CNSB.1
013700 77  WS-CUR-SRC-REV           PIC X(3)   VALUE SPACE.             K6CNSB.1
013800 77  WS-DOC-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
013900 77  WS-OLD-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
014000 01  WS-PARSE-JUNK            PIC X(65)  VALUE SPACE.             K6CNSB.1
014100 01  WS-PARSE-REST            PIC X(65)  VALUE SPACE.             K6CNSB.1
014200 01  WS-NAME-REST             PIC X(80)  VALUE SPACE.             K6CNSB.1
014300 01  WS-CARD-JUNK             PIC X(80)  VALUE SPACE.             K6CNSB.1
014400 01  WS-PAR-LITERAL           PIC X(22)  VALUE SPACE.             K6CNSB.1
014500 01  WS-REV-TOKEN             PIC X(10)  VALUE SPACE.             K6CNSB.1
014600* ----------------------------------------------------------      K6CNSB.1
014700* THE MEMBER BEING SCANNED -- ITS DISTINCT PARAGRAPH NAMES.       K6CNSB.1
014800* ----------------------------------------------------------      K6CNSB.1
014900 77  WS-MEM-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
015000 01  MEMBER-TABLE.                                                K6CNSB.1
015100     05  MEM-ENTRY OCCURS 400 TIMES.                              K6CNSB.1
015200         10  MEM-PAR-NAME     PIC X(22).                          K6CNSB.1
015300         10  MEM-ORIGIN       PIC X(1).                           K6CNSB.1
015400* ----------------------------------------------------------      K6CNSB.1
015500* SUITE DOCUMENTATION -- COUNTS AND TEST LISTS BY PROGRAM.        K6CNSB.1
015600* ----------------------------------------------------------      K6CNSB.1
015700 77  WS-DPGM-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
015800 01  DOC-PGM-TABLE.                                               K6CNSB.1
015900     05  DPG-ENTRY OCCURS 300 TIMES.                              K6CNSB.1
016000         10  DPG-PGM-ID       PIC X(6).                           K6CNSB.1
016100         10  DPG-TEST-COUNT   PIC 9(4).                           K6CNSB.1
016200         10  DPG-NAMES        PIC 9(4).                           K6CNSB.1
016300         10  DPG-SEEN-SW      PIC X(1).                           K6CNSB.1
016400 77  WS-DNAM-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
016500 01  DOC-NAME-TABLE.                                              K6CNSB.1
016600     05  DNM-ENTRY OCCURS 2000 TIMES.                             K6CNSB.1
016700         10  DNM-PGM-ID       PIC X(6).                           K6CNSB.1
016800         10  DNM-PAR-NAME     PIC X(22).                          K6CNSB.1
016900         10  DNM-MATCHED-SW   PIC X(1).                           K6CNSB.1
017000* ----------------------------------------------------------      K6CNSB.1
017100* THE CURRENT CENSUS, FOR THE CHANGE LISTING.                     K6CNSB.1
017200* ----------------------------------------------------------      K6CNSB.1
017300 77  WS-OPGM-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
017400 01  OLD-PGM-TABLE.                                               K6CNSB.1
017500     05  OPG-ENTRY OCCURS 300 TIMES.                              K6CNSB.1
017600         10  OPG-PGM-ID       PIC X(6).                           K6CNSB.1
017700         10  OPG-EXPECT       PIC 9(4).                           K6CNSB.1
017800         10  OPG-FIRST        PIC 9(4)   COMP.                    K6CNSB.1
017900         10  OPG-NAMES        PIC 9(4)   COMP.                    K6CNSB.1
018000         10  OPG-SEEN-SW      PIC X(1).                           K6CNSB.1
018100 77  WS-ONAM-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CNSB.1
018200 01  OLD-NAME-TABLE.                                              K6CNSB.1
018300     05  ONM-PAR-NAME OCCURS 4000 TIMES PIC X(22).                K6CNSB.1
018400     COPY K6CNSR.                                                 K6CNSB.1
018500* ----------------------------------------------------------      K6CNSB.1
018600* REPORT LINES.                                                   K6CNSB.1
018700* ----------------------------------------------------------      K6CNSB.1
018800 01  HDR-LINE-1.                                                  K6CNSB.1
018900     05  FILLER   PIC X(44) VALUE                                 K6CNSB.1
019000         "EXPECTED-TEST CENSUS BUILD (K6CNSB)".                   K6CNSB.1
019100     05  FILLER   PIC X(76) VALUE SPACE.                          K6CNSB.1
019200 01  NOTE-LINE.                                                   K6CNSB.1
019300     05  NL-KIND              PIC X(12)  VALUE SPACE.             K6CNSB.1
019400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CNSB.1
019500     05  NL-PGM-ID            PIC X(6)   VALUE SPACE.             K6CNSB.1
019600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSB.1
019700     05  NL-TEXT              PIC X(46)  VALUE SPACE.             K6CNSB.1
019800     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CNSB.1
019900     05  NL-PAR-NAME          PIC X(22)  VALUE SPACE.             K6CNSB.1
020000     05  FILLER   PIC X(30) VALUE SPACE.                          K6CNSB.1
020100 01  COUNT-TEXT.                                                  K6CNSB.1
020200     05  CT-LABEL             PIC X(23)  VALUE SPACE.             K6CNSB.1
020300     05  CT-OLD               PIC ZZZ9.                           K6CNSB.1
020400     05  FILLER   PIC X(4)  VALUE " -> ".                         K6CNSB.1
020500     05  CT-NEW               PIC ZZZ9.                           K6CNSB.1
020600     05  FILLER   PIC X(11) VALUE SPACE.                          K6CNSB.1
020700 01  SUM-LINE.                                                    K6CNSB.1
020800     05  SL-LABEL             PIC X(40).                          K6CNSB.1
020900     05  SL-COUNT             PIC ZZZZZZ9.                        K6CNSB.1
021000     05  FILLER   PIC X(73) VALUE SPACE.                          K6CNSB.1
021100 01  VERDICT-LINE.                                                K6CNSB.1
021200     05  FILLER   PIC X(10) VALUE "VERDICT: ".                    K6CNSB.1
021300     05  VL-TEXT              PIC X(60).                          K6CNSB.1
021400     05  FILLER   PIC X(50) VALUE SPACE.                          K6CNSB.1
021500                                                                  K6CNSB.1
021600 PROCEDURE DIVISION.                                              K6CNSB.1
021700*================================================================ K6CNSB.1
021800* 0000-MAINLINE -- LOAD THE DOCUMENTATION AND THE CURRENT         K6CNSB.1
021900* CENSUS, SCAN THE SOURCE MEMBER BY MEMBER, THEN LIST WHAT THE    K6CNSB.1
022000* SOURCE NEVER ACCOUNTED FOR.                                     K6CNSB.1
022100*================================================================ K6CNSB.1
022200 0000-MAINLINE.                                                   K6CNSB.1
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6CNSB.1
022400     PERFORM 2000-READ-LINE THRU 2000-EXIT.                       K6CNSB.1
022500     PERFORM 3000-PROCESS-LINE THRU 3000-EXIT                     K6CNSB.1
022600             UNTIL WS-EOF.                                        K6CNSB.1
022700     PERFORM 6000-END-MEMBER THRU 6000-EXIT.                      K6CNSB.1
022800     PERFORM 7500-UNSEEN THRU 7500-EXIT.                          K6CNSB.1
022900     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6CNSB.1
023000     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6CNSB.1
023100     STOP RUN.                                                    K6CNSB.1
023200*================================================================ K6CNSB.1
023300* 1000-INITIALIZE -- OPEN FILES, LOAD THE DOCUMENTATION CARDS     K6CNSB.1
023400* AND THE CURRENT CENSUS.                                         K6CNSB.1
023500*================================================================ K6CNSB.1
023600 1000-INITIALIZE.                                                 K6CNSB.1
023700     OPEN INPUT SRC-IN SUITE-DOC CENSUS-IN.                       K6CNSB.1
023800     OPEN OUTPUT CENSUS-OUT CNSB-RPT.                             K6CNSB.1
023900     WRITE CB-PRINT-REC FROM HDR-LINE-1                           K6CNSB.1
024000         AFTER ADVANCING PAGE.                                    K6CNSB.1
024100     IF WS-DOC-STATUS NOT = "00"                                  K6CNSB.1
024200         GO TO 1000-LOAD-OLD.                                     K6CNSB.1
024300 1000-NEXT-DOC.                                                   K6CNSB.1
024400     READ SUITE-DOC                                               K6CNSB.1
024500         AT END GO TO 1000-LOAD-OLD.                              K6CNSB.1
024600     IF DOC-PGM-ID = SPACE                                        K6CNSB.1
024700         GO TO 1000-NEXT-DOC.                                     K6CNSB.1
024800     IF DOC-TYPE = "C"                                            K6CNSB.1
024900         PERFORM 1100-DOC-COUNT THRU 1100-EXIT                    K6CNSB.1
025000         GO TO 1000-NEXT-DOC.                                     K6CNSB.1
025100     IF DOC-TYPE = "P"                                            K6CNSB.1
025200         PERFORM 1200-DOC-NAME THRU 1200-EXIT.                    K6CNSB.1
025300     GO TO 1000-NEXT-DOC.                                         K6CNSB.1
025400 1000-LOAD-OLD.                                                   K6CNSB.1
025500     IF WS-OLD-STATUS NOT = "00"                                  K6CNSB.1
025600         GO TO 1000-EXIT.                                         K6CNSB.1
025700     SET WS-OLD-CENSUS TO TRUE.                                   K6CNSB.1
025800 1000-NEXT-OLD.                                                   K6CNSB.1
025900     READ CENSUS-IN INTO CN-CENSUS-REC                            K6CNSB.1
026000         AT END GO TO 1000-EXIT.                                  K6CNSB.1
026100     IF CN-PROGRAM-REC                                            K6CNSB.1
026200         PERFORM 1300-OLD-PROGRAM THRU 1300-EXIT                  K6CNSB.1
026300         GO TO 1000-NEXT-OLD.                                     K6CNSB.1
026400     IF WS-OPGM-COUNT = ZERO                                      K6CNSB.1
026500         GO TO 1000-NEXT-OLD.                                     K6CNSB.1
026600     IF CN-NAME-REC AND WS-ONAM-COUNT < 4000                      K6CNSB.1
026700             AND CN-PGM-ID = OPG-PGM-ID (WS-OPGM-COUNT)           K6CNSB.1
026800         ADD 1 TO WS-ONAM-COUNT                                   K6CNSB.1
026900         MOVE CN-PAR-NAME TO ONM-PAR-NAME (WS-ONAM-COUNT)         K6CNSB.1
027000         ADD 1 TO OPG-NAMES (WS-OPGM-COUNT).                      K6CNSB.1
027100     GO TO 1000-NEXT-OLD.                                         K6CNSB.1
027200 1000-EXIT.                                                       K6CNSB.1
027300     EXIT.                                                        K6CNSB.1
027400*================================================================ K6CNSB.1
027500* 1100-DOC-COUNT -- A DOCUMENTED TEST COUNT.                      K6CNSB.1
027600*================================================================ K6CNSB.1
027700 1100-DOC-COUNT.                                                  K6CNSB.1
027800     PERFORM 1400-FIND-DOC-PGM THRU 1400-EXIT.                    K6CNSB.1
027900     IF WS-DOC-SUB = ZERO                                         K6CNSB.1
028000         GO TO 1100-EXIT.                                         K6CNSB.1
028100     IF DOC-TEST-COUNT NUMERIC                                    K6CNSB.1
028200         MOVE DOC-TEST-COUNT TO DPG-TEST-COUNT (WS-DOC-SUB).      K6CNSB.1
028300 1100-EXIT.                                                       K6CNSB.1
028400     EXIT.                                                        K6CNSB.1
028500*================================================================ K6CNSB.1
028600* 1200-DOC-NAME -- A DOCUMENTED PARAGRAPH NAME.                   K6CNSB.1
028700*================================================================ K6CNSB.1
028800 1200-DOC-NAME.                                                   K6CNSB.1
028900     PERFORM 1400-FIND-DOC-PGM THRU 1400-EXIT.                    K6CNSB.1
029000     IF WS-DOC-SUB = ZERO OR WS-DNAM-COUNT NOT < 2000             K6CNSB.1
029100         GO TO 1200-EXIT.                                         K6CNSB.1
029200     ADD 1 TO DPG-NAMES (WS-DOC-SUB).                             K6CNSB.1
029300     ADD 1 TO WS-DNAM-COUNT.                                      K6CNSB.1
029400     MOVE DOC-PGM-ID TO DNM-PGM-ID (WS-DNAM-COUNT).               K6CNSB.1
029500     MOVE DOC-DETAIL TO DNM-PAR-NAME (WS-DNAM-COUNT).             K6CNSB.1
029600     MOVE "N" TO DNM-MATCHED-SW (WS-DNAM-COUNT).                  K6CNSB.1
029700 1200-EXIT.                                                       K6CNSB.1
029800     EXIT.                                                        K6CNSB.1
029900*================================================================ K6CNSB.1
030000* 1300-OLD-PROGRAM -- A PROGRAM RECORD OF THE CURRENT CENSUS.     K6CNSB.1
030100*================================================================ K6CNSB.1
030200 1300-OLD-PROGRAM.                                                K6CNSB.1
030300     IF WS-OPGM-COUNT NOT < 300                                   K6CNSB.1
030400         GO TO 1300-EXIT.                                         K6CNSB.1
030500     ADD 1 TO WS-OPGM-COUNT.                                      K6CNSB.1
030600     MOVE CN-PGM-ID TO OPG-PGM-ID (WS-OPGM-COUNT).                K6CNSB.1
030700     MOVE CN-EXPECT-TESTS TO OPG-EXPECT (WS-OPGM-COUNT).          K6CNSB.1
030800     COMPUTE OPG-FIRST (WS-OPGM-COUNT) = WS-ONAM-COUNT + 1.       K6CNSB.1
030900     MOVE ZERO TO OPG-NAMES (WS-OPGM-COUNT).                      K6CNSB.1
031000     MOVE "N" TO OPG-SEEN-SW (WS-OPGM-COUNT).                     K6CNSB.1
031100 1300-EXIT.                                                       K6CNSB.1
031200     EXIT.                                                        K6CNSB.1
031300*================================================================ K6CNSB.1
031400* 1400-FIND-DOC-PGM -- LOCATE OR ADD DOC-PGM-ID, LEAVING ITS      K6CNSB.1
031500* SUBSCRIPT IN WS-DOC-SUB (ZERO WHEN THE TABLE IS FULL).          K6CNSB.1
031600*================================================================ K6CNSB.1
031700 1400-FIND-DOC-PGM.                                               K6CNSB.1
031800     MOVE ZERO TO WS-DOC-SUB.                                     K6CNSB.1
031900 1400-SCAN.                                                       K6CNSB.1
032000     ADD 1 TO WS-DOC-SUB.                                         K6CNSB.1
032100     IF WS-DOC-SUB > WS-DPGM-COUNT                                K6CNSB.1
032200         GO TO 1400-ADD.                                          K6CNSB.1
032300     IF DPG-PGM-ID (WS-DOC-SUB) = DOC-PGM-ID                      K6CNSB.1
032400         GO TO 1400-EXIT.                                         K6CNSB.1
032500     GO TO 1400-SCAN.                                             K6CNSB.1
032600 1400-ADD.                                                        K6CNSB.1
032700     IF WS-DPGM-COUNT NOT < 300                                   K6CNSB.1
032800         MOVE ZERO TO WS-DOC-SUB                                  K6CNSB.1
032900         GO TO 1400-EXIT.                                         K6CNSB.1
033000     ADD 1 TO WS-DPGM-COUNT.                                      K6CNSB.1
033100     MOVE WS-DPGM-COUNT TO WS-DOC-SUB.                            K6CNSB.1
033200     MOVE DOC-PGM-ID TO DPG-PGM-ID (WS-DOC-SUB).                  K6CNSB.1
033300     MOVE ZERO TO DPG-TEST-COUNT (WS-DOC-SUB)                     K6CNSB.1
033400                  DPG-NAMES (WS-DOC-SUB).                         K6CNSB.1
033500     MOVE "N" TO DPG-SEEN-SW (WS-DOC-SUB).                        K6CNSB.1
033600 1400-EXIT.                                                       K6CNSB.1
033700     EXIT.                                                        K6CNSB.1
033800*================================================================ K6CNSB.1
033900* 2000-READ-LINE -- READ ONE SOURCE LINE.                         K6CNSB.1
034000*================================================================ K6CNSB.1
034100 2000-READ-LINE.                                                  K6CNSB.1
034200     READ SRC-IN                                                  K6CNSB.1
034300         AT END SET WS-EOF TO TRUE.                               K6CNSB.1
034400 2000-EXIT.                                                       K6CNSB.1
034500     EXIT.                                                        K6CNSB.1
034600*================================================================ K6CNSB.1
034700* 3000-PROCESS-LINE -- A MEMBER SEPARATOR CLOSES THE MEMBER       K6CNSB.1
034800* BEFORE IT; A PAR-NAME MOVE OR THE SOURCE-REVISION ITEM IS       K6CNSB.1
034900* PICKED UP; COMMENT LINES ARE PASSED OVER.                       K6CNSB.1
035000*================================================================ K6CNSB.1
035100 3000-PROCESS-LINE.                                               K6CNSB.1
035200     IF SRC-CTL-FLAG = "./"                                       K6CNSB.1
035300         PERFORM 6000-END-MEMBER THRU 6000-EXIT                   K6CNSB.1
035400         PERFORM 4000-NEW-MEMBER THRU 4000-EXIT                   K6CNSB.1
035500         GO TO 3000-NEXT.                                         K6CNSB.1
035600     IF SRC-IND = "*" OR SRC-IND = "/"                            K6CNSB.1
035700         GO TO 3000-NEXT.                                         K6CNSB.1
035800     MOVE ZERO TO WS-HIT-COUNT.                                   K6CNSB.1
035900     INSPECT SRC-BODY TALLYING WS-HIT-COUNT                       K6CNSB.1
036000         FOR ALL " PAR-NAME".                                     K6CNSB.1
036100     IF WS-HIT-COUNT > ZERO                                       K6CNSB.1
036200         PERFORM 5000-PICK-PAR-NAME THRU 5000-EXIT                K6CNSB.1
036300         GO TO 3000-NEXT.                                         K6CNSB.1
036400     MOVE ZERO TO WS-HIT-COUNT.                                   K6CNSB.1
036500     INSPECT SRC-BODY TALLYING WS-HIT-COUNT                       K6CNSB.1
036600         FOR ALL "CCVS-PGM-SOURCE-REV".                           K6CNSB.1
036700     IF WS-HIT-COUNT > ZERO                                       K6CNSB.1
036800         PERFORM 5500-PICK-SRC-REV THRU 5500-EXIT.                K6CNSB.1
036900 3000-NEXT.                                                       K6CNSB.1
037000     PERFORM 2000-READ-LINE THRU 2000-EXIT.                       K6CNSB.1
037100 3000-EXIT.                                                       K6CNSB.1
037200     EXIT.                                                        K6CNSB.1
037300*================================================================ K6CNSB.1
037400* 4000-NEW-MEMBER -- ./ ADD NAME=MEMBER SEPARATOR CARD.           K6CNSB.1
037500*================================================================ K6CNSB.1
037600 4000-NEW-MEMBER.                                                 K6CNSB.1
037700     MOVE SPACE TO WS-CUR-MEMBER WS-CUR-SRC-REV WS-NAME-REST.     K6CNSB.1
037800     MOVE ZERO TO WS-MEM-COUNT.                                   K6CNSB.1
037900     UNSTRING SRC-LINE DELIMITED BY "NAME="                       K6CNSB.1
038000         INTO WS-CARD-JUNK WS-NAME-REST.                          K6CNSB.1
038100     IF WS-NAME-REST = SPACE                                      K6CNSB.1
038200         GO TO 4000-EXIT.                                         K6CNSB.1
038300     UNSTRING WS-NAME-REST DELIMITED BY ALL " " OR ","            K6CNSB.1
038400         INTO WS-CUR-MEMBER.                                      K6CNSB.1
038500     ADD 1 TO WS-MEMBERS-READ.                                    K6CNSB.1
038600 4000-EXIT.                                                       K6CNSB.1
038700     EXIT.                                                        K6CNSB.1
038800*================================================================ K6CNSB.1
038900* 5000-PICK-PAR-NAME -- MOVE "LITERAL" TO PAR-NAME.  THE NAME     K6CNSB.1
039000* MUST FOLLOW THE LITERAL, SO A TEST OF PAR-NAME AGAINST A        K6CNSB.1
039100* LITERAL, OR A LITERAL THAT MERELY CONTAINS THE WORD, IS NOT     K6CNSB.1
039200* TAKEN.  A NAME ALREADY HELD FOR THE MEMBER IS NOT HELD AGAIN.   K6CNSB.1
039300*================================================================ K6CNSB.1
039400 5000-PICK-PAR-NAME.                                              K6CNSB.1
039500     IF WS-CUR-MEMBER = SPACE                                     K6CNSB.1
039600         GO TO 5000-EXIT.                                         K6CNSB.1
039700     MOVE SPACE TO WS-PARSE-JUNK WS-PAR-LITERAL WS-PARSE-REST.    K6CNSB.1
039800     UNSTRING SRC-BODY DELIMITED BY QUOTE                         K6CNSB.1
039900         INTO WS-PARSE-JUNK WS-PAR-LITERAL WS-PARSE-REST.         K6CNSB.1
040000     IF WS-PAR-LITERAL = SPACE                                    K6CNSB.1
040100         GO TO 5000-EXIT.                                         K6CNSB.1
040200     MOVE ZERO TO WS-HIT-COUNT.                                   K6CNSB.1
040300     INSPECT WS-PARSE-JUNK TALLYING WS-HIT-COUNT                  K6CNSB.1
040400         FOR ALL "MOVE ".                                         K6CNSB.1
040500     IF WS-HIT-COUNT = ZERO                                       K6CNSB.1
040600         GO TO 5000-EXIT.                                         K6CNSB.1
040700     MOVE ZERO TO WS-HIT-COUNT.                                   K6CNSB.1
040800     INSPECT WS-PARSE-REST TALLYING WS-HIT-COUNT                  K6CNSB.1
040900         FOR ALL " PAR-NAME".                                     K6CNSB.1
041000     IF WS-HIT-COUNT = ZERO                                       K6CNSB.1
041100         GO TO 5000-EXIT.                                         K6CNSB.1
041200     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
041300 5000-SCAN.                                                       K6CNSB.1
041400     ADD 1 TO WS-SUB.                                             K6CNSB.1
041500     IF WS-SUB > WS-MEM-COUNT                                     K6CNSB.1
041600         GO TO 5000-ADD.                                          K6CNSB.1
041700     IF MEM-PAR-NAME (WS-SUB) (1:19) = WS-PAR-LITERAL (1:19)      K6CNSB.1
041800         GO TO 5000-EXIT.                                         K6CNSB.1
041900     GO TO 5000-SCAN.                                             K6CNSB.1
042000 5000-ADD.                                                        K6CNSB.1
042100     IF WS-MEM-COUNT NOT < 400                                    K6CNSB.1
042200         MOVE "TABLE FULL" TO NL-KIND                             K6CNSB.1
042300         MOVE WS-CUR-MEMBER TO NL-PGM-ID                          K6CNSB.1
042400         MOVE "MORE THAN 400 PARAGRAPH NAMES -- REST DROPPED"     K6CNSB.1
042500             TO NL-TEXT                                           K6CNSB.1
042600         MOVE WS-PAR-LITERAL TO NL-PAR-NAME                       K6CNSB.1
042700         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6CNSB.1
042800         GO TO 5000-EXIT.                                         K6CNSB.1
042900     ADD 1 TO WS-MEM-COUNT.                                       K6CNSB.1
043000     MOVE WS-PAR-LITERAL TO MEM-PAR-NAME (WS-MEM-COUNT).          K6CNSB.1
043100     MOVE "S" TO MEM-ORIGIN (WS-MEM-COUNT).                       K6CNSB.1
043200 5000-EXIT.                                                       K6CNSB.1
043300     EXIT.                                                        K6CNSB.1
043400*================================================================ K6CNSB.1
043500* 5500-PICK-SRC-REV -- THE VALUE OF CCVS-PGM-SOURCE-REV.          K6CNSB.1
043600*================================================================ K6CNSB.1
043700 5500-PICK-SRC-REV.                                               K6CNSB.1
043800     MOVE SPACE TO WS-PARSE-JUNK WS-PARSE-REST.                   K6CNSB.1
043900     UNSTRING SRC-BODY DELIMITED BY " VALUE "                     K6CNSB.1
044000         INTO WS-PARSE-JUNK WS-PARSE-REST.                        K6CNSB.1
044100     IF WS-PARSE-REST = SPACE                                     K6CNSB.1
044200         GO TO 5500-EXIT.                                         K6CNSB.1
044300     MOVE SPACE TO WS-PARSE-JUNK WS-REV-TOKEN.                    K6CNSB.1
044400     UNSTRING WS-PARSE-REST DELIMITED BY ALL " " OR "."           K6CNSB.1
044500         INTO WS-PARSE-JUNK WS-REV-TOKEN.                         K6CNSB.1
044600     IF WS-PARSE-JUNK NOT = SPACE                                 K6CNSB.1
044700         MOVE WS-PARSE-JUNK TO WS-REV-TOKEN.                      K6CNSB.1
044800     IF WS-REV-TOKEN (1:3) NUMERIC                                K6CNSB.1
044900         MOVE WS-REV-TOKEN (1:3) TO WS-CUR-SRC-REV.               K6CNSB.1
045000 5500-EXIT.                                                       K6CNSB.1
045100     EXIT.                                                        K6CNSB.1
045200*================================================================ K6CNSB.1
045300* 6000-END-MEMBER -- SETTLE THE EXPECTED COUNT, CHECK THE NAMES   K6CNSB.1
045400* AGAINST THE DOCUMENTATION, WRITE THE MEMBER'S CENSUS AND LIST   K6CNSB.1
045500* ITS CHANGES.  A MEMBER THAT MOVES NO PAR-NAME AND THAT THE      K6CNSB.1
045600* DOCUMENTATION DOES NOT COUNT IS NOT A CENSUSED PROGRAM.         K6CNSB.1
045700*================================================================ K6CNSB.1
045800 6000-END-MEMBER.                                                 K6CNSB.1
045900     IF WS-CUR-MEMBER = SPACE                                     K6CNSB.1
046000         GO TO 6000-EXIT.                                         K6CNSB.1
046100     MOVE ZERO TO WS-DOC-SUB.                                     K6CNSB.1
046200     IF WS-DPGM-COUNT > ZERO                                      K6CNSB.1
046300         PERFORM 6100-DOC-LOOKUP THRU 6100-EXIT.                  K6CNSB.1
046400     IF WS-MEM-COUNT = ZERO AND WS-DOC-SUB = ZERO                 K6CNSB.1
046500         GO TO 6000-DONE.                                         K6CNSB.1
046600     MOVE WS-CUR-MEMBER TO NL-PGM-ID.                             K6CNSB.1
046700     MOVE SPACE TO NL-PAR-NAME.                                   K6CNSB.1
046800     IF WS-DOC-SUB NOT = ZERO                                     K6CNSB.1
046900         MOVE "Y" TO DPG-SEEN-SW (WS-DOC-SUB).                    K6CNSB.1
047000     IF WS-DOC-SUB NOT = ZERO                                     K6CNSB.1
047100             AND DPG-TEST-COUNT (WS-DOC-SUB) > ZERO               K6CNSB.1
047200         MOVE DPG-TEST-COUNT (WS-DOC-SUB) TO WS-EXPECT            K6CNSB.1
047300         MOVE "D" TO WS-COUNT-ORIGIN                              K6CNSB.1
047400     ELSE                                                         K6CNSB.1
047500         MOVE WS-MEM-COUNT TO WS-EXPECT                           K6CNSB.1
047600         MOVE "S" TO WS-COUNT-ORIGIN                              K6CNSB.1
047700         MOVE "NO COUNT" TO NL-KIND                               K6CNSB.1
047800         MOVE "NO DOCUMENTED COUNT -- SOURCE NAMES COUNTED"       K6CNSB.1
047900             TO NL-TEXT                                           K6CNSB.1
048000         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6CNSB.1
048100     IF WS-EXPECT < WS-MEM-COUNT                                  K6CNSB.1
048200         MOVE "DISCREPANCY" TO NL-KIND                            K6CNSB.1
048300         MOVE "DOCUMENTED COUNT BELOW SOURCE PARAGRAPH COUNT"     K6CNSB.1
048400             TO NL-TEXT                                           K6CNSB.1
048500         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6CNSB.1
048600     IF WS-DOC-SUB NOT = ZERO                                     K6CNSB.1
048700         IF DPG-NAMES (WS-DOC-SUB) > ZERO                         K6CNSB.1
048800             PERFORM 6200-MATCH-DOC-NAMES THRU 6200-EXIT.         K6CNSB.1
048900     PERFORM 6500-WRITE-CENSUS THRU 6500-EXIT.                    K6CNSB.1
049000     PERFORM 7000-COMPARE-OLD THRU 7000-EXIT.                     K6CNSB.1
049100 6000-DONE.                                                       K6CNSB.1
049200     MOVE SPACE TO WS-CUR-MEMBER.                                 K6CNSB.1
049300     MOVE ZERO TO WS-MEM-COUNT.                                   K6CNSB.1
049400 6000-EXIT.                                                       K6CNSB.1
049500     EXIT.                                                        K6CNSB.1
049600*================================================================ K6CNSB.1
049700* 6100-DOC-LOOKUP -- DOCUMENTATION ENTRY FOR THE MEMBER, IF ANY.  K6CNSB.1
049800*================================================================ K6CNSB.1
049900 6100-DOC-LOOKUP.                                                 K6CNSB.1
050000     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
050100 6100-SCAN.                                                       K6CNSB.1
050200     ADD 1 TO WS-SUB.                                             K6CNSB.1
050300     IF WS-SUB > WS-DPGM-COUNT                                    K6CNSB.1
050400         GO TO 6100-EXIT.                                         K6CNSB.1
050500     IF DPG-PGM-ID (WS-SUB) = WS-CUR-MEMBER                       K6CNSB.1
050600         MOVE WS-SUB TO WS-DOC-SUB                                K6CNSB.1
050700         GO TO 6100-EXIT.                                         K6CNSB.1
050800     GO TO 6100-SCAN.                                             K6CNSB.1
050900 6100-EXIT.                                                       K6CNSB.1
051000     EXIT.                                                        K6CNSB.1
051100*================================================================ K6CNSB.1
051200* 6200-MATCH-DOC-NAMES -- EACH SOURCE NAME AGAINST THE            K6CNSB.1
051300* DOCUMENTED TEST LIST.  A NAME ON BOTH IS MARKED "B"; A SOURCE   K6CNSB.1
051400* NAME THE DOCUMENTATION DOES NOT LIST IS A DISCREPANCY.          K6CNSB.1
051500*================================================================ K6CNSB.1
051600 6200-MATCH-DOC-NAMES.                                            K6CNSB.1
051700     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
051800 6200-NEXT-NAME.                                                  K6CNSB.1
051900     ADD 1 TO WS-SUB.                                             K6CNSB.1
052000     IF WS-SUB > WS-MEM-COUNT                                     K6CNSB.1
052100         GO TO 6200-EXIT.                                         K6CNSB.1
052200     MOVE ZERO TO WS-SUB2.                                        K6CNSB.1
052300 6200-SCAN.                                                       K6CNSB.1
052400     ADD 1 TO WS-SUB2.                                            K6CNSB.1
052500     IF WS-SUB2 > WS-DNAM-COUNT                                   K6CNSB.1
052600         MOVE "DISCREPANCY" TO NL-KIND                            K6CNSB.1
052700         MOVE "PARAGRAPH IN SOURCE, NOT IN DOCUMENTATION"         K6CNSB.1
052800             TO NL-TEXT                                           K6CNSB.1
052900         MOVE MEM-PAR-NAME (WS-SUB) TO NL-PAR-NAME                K6CNSB.1
053000         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT                   K6CNSB.1
053100         GO TO 6200-NEXT-NAME.                                    K6CNSB.1
053200     IF DNM-PGM-ID (WS-SUB2) = WS-CUR-MEMBER                      K6CNSB.1
053300             AND DNM-PAR-NAME (WS-SUB2) (1:19)                    K6CNSB.1
053400               = MEM-PAR-NAME (WS-SUB) (1:19)                     K6CNSB.1
053500         MOVE "Y" TO DNM-MATCHED-SW (WS-SUB2)                     K6CNSB.1
053600         MOVE "B" TO MEM-ORIGIN (WS-SUB)                          K6CNSB.1
053700         GO TO 6200-NEXT-NAME.                                    K6CNSB.1
053800     GO TO 6200-SCAN.                                             K6CNSB.1
053900 6200-EXIT.                                                       K6CNSB.1
054000     EXIT.                                                        K6CNSB.1
054100*================================================================ K6CNSB.1
054200* 6500-WRITE-CENSUS -- THE "P" RECORD AND ITS "N" RECORDS.        K6CNSB.1
054300*================================================================ K6CNSB.1
054400 6500-WRITE-CENSUS.                                               K6CNSB.1
054500     MOVE SPACE TO CN-CENSUS-REC.                                 K6CNSB.1
054600     SET CN-PROGRAM-REC TO TRUE.                                  K6CNSB.1
054700     MOVE WS-CUR-MEMBER TO CN-PGM-ID.                             K6CNSB.1
054800     MOVE WS-EXPECT TO CN-EXPECT-TESTS.                           K6CNSB.1
054900     MOVE WS-MEM-COUNT TO CN-NAME-COUNT.                          K6CNSB.1
055000     MOVE WS-COUNT-ORIGIN TO CN-COUNT-ORIGIN.                     K6CNSB.1
055100     MOVE WS-CUR-SRC-REV TO CN-SRC-REV.                           K6CNSB.1
055200     WRITE NEW-CENSUS-REC FROM CN-CENSUS-REC.                     K6CNSB.1
055300     ADD 1 TO WS-PGMS-WRITTEN.                                    K6CNSB.1
055400     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
055500 6500-NEXT-NAME.                                                  K6CNSB.1
055600     ADD 1 TO WS-SUB.                                             K6CNSB.1
055700     IF WS-SUB > WS-MEM-COUNT                                     K6CNSB.1
055800         GO TO 6500-EXIT.                                         K6CNSB.1
055900     MOVE SPACE TO CN-CENSUS-REC.                                 K6CNSB.1
056000     SET CN-NAME-REC TO TRUE.                                     K6CNSB.1
056100     MOVE WS-CUR-MEMBER TO CN-PGM-ID.                             K6CNSB.1
056200     MOVE MEM-PAR-NAME (WS-SUB) TO CN-PAR-NAME.                   K6CNSB.1
056300     MOVE MEM-ORIGIN (WS-SUB) TO CN-PAR-ORIGIN.                   K6CNSB.1
056400     WRITE NEW-CENSUS-REC FROM CN-CENSUS-REC.                     K6CNSB.1
056500     ADD 1 TO WS-NAMES-WRITTEN.                                   K6CNSB.1
056600     GO TO 6500-NEXT-NAME.                                        K6CNSB.1
056700 6500-EXIT.                                                       K6CNSB.1
056800     EXIT.                                                        K6CNSB.1
056900*================================================================ K6CNSB.1
057000* 7000-COMPARE-OLD -- THE MEMBER'S CHANGES AGAINST THE CURRENT    K6CNSB.1
057100* CENSUS.  WITH NO CURRENT CENSUS THERE IS NOTHING TO COMPARE.    K6CNSB.1
057200*================================================================ K6CNSB.1
057300 7000-COMPARE-OLD.                                                K6CNSB.1
057400     IF NOT WS-OLD-CENSUS                                         K6CNSB.1
057500         GO TO 7000-EXIT.                                         K6CNSB.1
057600     MOVE SPACE TO NL-PAR-NAME.                                   K6CNSB.1
057700     MOVE ZERO TO WS-OLD-SUB.                                     K6CNSB.1
057800 7000-FIND.                                                       K6CNSB.1
057900     ADD 1 TO WS-OLD-SUB.                                         K6CNSB.1
058000     IF WS-OLD-SUB > WS-OPGM-COUNT                                K6CNSB.1
058100         MOVE "CHANGE" TO NL-KIND                                 K6CNSB.1
058200         MOVE "PROGRAM ADDED TO THE CENSUS" TO NL-TEXT            K6CNSB.1
058300         PERFORM 8900-WRITE-CHANGE THRU 8900-EXIT                 K6CNSB.1
058400         GO TO 7000-EXIT.                                         K6CNSB.1
058500     IF OPG-PGM-ID (WS-OLD-SUB) NOT = WS-CUR-MEMBER               K6CNSB.1
058600         GO TO 7000-FIND.                                         K6CNSB.1
058700     MOVE "Y" TO OPG-SEEN-SW (WS-OLD-SUB).                        K6CNSB.1
058800     IF OPG-EXPECT (WS-OLD-SUB) NOT = WS-EXPECT                   K6CNSB.1
058900         MOVE "EXPECTED TEST COUNT" TO CT-LABEL                   K6CNSB.1
059000         MOVE OPG-EXPECT (WS-OLD-SUB) TO CT-OLD                   K6CNSB.1
059100         MOVE WS-EXPECT TO CT-NEW                                 K6CNSB.1
059200         MOVE "CHANGE" TO NL-KIND                                 K6CNSB.1
059300         MOVE COUNT-TEXT TO NL-TEXT                               K6CNSB.1
059400         PERFORM 8900-WRITE-CHANGE THRU 8900-EXIT.                K6CNSB.1
059500     PERFORM 7100-NAMES-ADDED THRU 7100-EXIT.                     K6CNSB.1
059600     PERFORM 7200-NAMES-DROPPED THRU 7200-EXIT.                   K6CNSB.1
059700 7000-EXIT.                                                       K6CNSB.1
059800     EXIT.                                                        K6CNSB.1
059900*================================================================ K6CNSB.1
060000* 7100-NAMES-ADDED -- NEW NAMES THE CURRENT CENSUS LACKS.         K6CNSB.1
060100*================================================================ K6CNSB.1
060200 7100-NAMES-ADDED.                                                K6CNSB.1
060300     COMPUTE WS-LAST = OPG-FIRST (WS-OLD-SUB)                     K6CNSB.1
060400                     + OPG-NAMES (WS-OLD-SUB) - 1.                K6CNSB.1
060500     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
060600 7100-NEXT-NAME.                                                  K6CNSB.1
060700     ADD 1 TO WS-SUB.                                             K6CNSB.1
060800     IF WS-SUB > WS-MEM-COUNT                                     K6CNSB.1
060900         GO TO 7100-EXIT.                                         K6CNSB.1
061000     MOVE OPG-FIRST (WS-OLD-SUB) TO WS-SUB2.                      K6CNSB.1
061100 7100-SCAN.                                                       K6CNSB.1
061200     IF WS-SUB2 > WS-LAST                                         K6CNSB.1
061300         MOVE "CHANGE" TO NL-KIND                                 K6CNSB.1
061400         MOVE "PARAGRAPH ADDED" TO NL-TEXT                        K6CNSB.1
061500         MOVE MEM-PAR-NAME (WS-SUB) TO NL-PAR-NAME                K6CNSB.1
061600         PERFORM 8900-WRITE-CHANGE THRU 8900-EXIT                 K6CNSB.1
061700         GO TO 7100-NEXT-NAME.                                    K6CNSB.1
061800     IF ONM-PAR-NAME (WS-SUB2) (1:19)                             K6CNSB.1
061900             = MEM-PAR-NAME (WS-SUB) (1:19)                       K6CNSB.1
062000         GO TO 7100-NEXT-NAME.                                    K6CNSB.1
062100     ADD 1 TO WS-SUB2.                                            K6CNSB.1
062200     GO TO 7100-SCAN.                                             K6CNSB.1
062300 7100-EXIT.                                                       K6CNSB.1
062400     EXIT.                                                        K6CNSB.1
062500*================================================================ K6CNSB.1
062600* 7200-NAMES-DROPPED -- CURRENT-CENSUS NAMES THE SOURCE NO        K6CNSB.1
062700* LONGER MOVES.                                                   K6CNSB.1
062800*================================================================ K6CNSB.1
062900 7200-NAMES-DROPPED.                                              K6CNSB.1
063000     MOVE OPG-FIRST (WS-OLD-SUB) TO WS-SUB2.                      K6CNSB.1
063100 7200-NEXT-NAME.                                                  K6CNSB.1
063200     IF WS-SUB2 > WS-LAST                                         K6CNSB.1
063300         GO TO 7200-EXIT.                                         K6CNSB.1
063400     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
063500 7200-SCAN.                                                       K6CNSB.1
063600     ADD 1 TO WS-SUB.                                             K6CNSB.1
063700     IF WS-SUB > WS-MEM-COUNT                                     K6CNSB.1
063800         MOVE "CHANGE" TO NL-KIND                                 K6CNSB.1
063900         MOVE "PARAGRAPH DROPPED" TO NL-TEXT                      K6CNSB.1
064000         MOVE ONM-PAR-NAME (WS-SUB2) TO NL-PAR-NAME               K6CNSB.1
064100         PERFORM 8900-WRITE-CHANGE THRU 8900-EXIT                 K6CNSB.1
064200         GO TO 7200-BUMP.                                         K6CNSB.1
064300     IF ONM-PAR-NAME (WS-SUB2) (1:19)                             K6CNSB.1
064400             = MEM-PAR-NAME (WS-SUB) (1:19)                       K6CNSB.1
064500         GO TO 7200-BUMP.                                         K6CNSB.1
064600     GO TO 7200-SCAN.                                             K6CNSB.1
064700 7200-BUMP.                                                       K6CNSB.1
064800     ADD 1 TO WS-SUB2.                                            K6CNSB.1
064900     GO TO 7200-NEXT-NAME.                                        K6CNSB.1
065000 7200-EXIT.                                                       K6CNSB.1
065100     EXIT.                                                        K6CNSB.1
065200*================================================================ K6CNSB.1
065300* 7500-UNSEEN -- WHAT THE SOURCE NEVER ACCOUNTED FOR: PROGRAMS    K6CNSB.1
065400* AND TEST NAMES THE DOCUMENTATION LISTS, AND PROGRAMS THE        K6CNSB.1
065500* CURRENT CENSUS CARRIES.                                         K6CNSB.1
065600*================================================================ K6CNSB.1
065700 7500-UNSEEN.                                                     K6CNSB.1
065800     MOVE SPACE TO NL-PAR-NAME.                                   K6CNSB.1
065900     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
066000 7500-NEXT-DOC-PGM.                                               K6CNSB.1
066100     ADD 1 TO WS-SUB.                                             K6CNSB.1
066200     IF WS-SUB > WS-DPGM-COUNT                                    K6CNSB.1
066300         GO TO 7500-DOC-NAMES.                                    K6CNSB.1
066400     IF DPG-SEEN-SW (WS-SUB) = "N"                                K6CNSB.1
066500         MOVE "DISCREPANCY" TO NL-KIND                            K6CNSB.1
066600         MOVE DPG-PGM-ID (WS-SUB) TO NL-PGM-ID                    K6CNSB.1
066700         MOVE "DOCUMENTED PROGRAM NOT IN THE SOURCE" TO NL-TEXT   K6CNSB.1
066800         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6CNSB.1
066900     GO TO 7500-NEXT-DOC-PGM.                                     K6CNSB.1
067000 7500-DOC-NAMES.                                                  K6CNSB.1
067100     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
067200 7500-NEXT-DOC-NAME.                                              K6CNSB.1
067300     ADD 1 TO WS-SUB.                                             K6CNSB.1
067400     IF WS-SUB > WS-DNAM-COUNT                                    K6CNSB.1
067500         GO TO 7500-OLD-PGMS.                                     K6CNSB.1
067600     IF DNM-MATCHED-SW (WS-SUB) = "N"                             K6CNSB.1
067700         MOVE "DISCREPANCY" TO NL-KIND                            K6CNSB.1
067800         MOVE DNM-PGM-ID (WS-SUB) TO NL-PGM-ID                    K6CNSB.1
067900         MOVE "DOCUMENTED PARAGRAPH NOT IN THE SOURCE"            K6CNSB.1
068000             TO NL-TEXT                                           K6CNSB.1
068100         MOVE DNM-PAR-NAME (WS-SUB) TO NL-PAR-NAME                K6CNSB.1
068200         PERFORM 8800-WRITE-NOTE THRU 8800-EXIT.                  K6CNSB.1
068300     GO TO 7500-NEXT-DOC-NAME.                                    K6CNSB.1
068400 7500-OLD-PGMS.                                                   K6CNSB.1
068500     MOVE SPACE TO NL-PAR-NAME.                                   K6CNSB.1
068600     MOVE ZERO TO WS-SUB.                                         K6CNSB.1
068700 7500-NEXT-OLD-PGM.                                               K6CNSB.1
068800     ADD 1 TO WS-SUB.                                             K6CNSB.1
068900     IF WS-SUB > WS-OPGM-COUNT                                    K6CNSB.1
069000         GO TO 7500-EXIT.                                         K6CNSB.1
069100     IF OPG-SEEN-SW (WS-SUB) = "N"                                K6CNSB.1
069200         MOVE "CHANGE" TO NL-KIND                                 K6CNSB.1
069300         MOVE OPG-PGM-ID (WS-SUB) TO NL-PGM-ID                    K6CNSB.1
069400         MOVE "PROGRAM DROPPED FROM THE CENSUS" TO NL-TEXT        K6CNSB.1
069500         PERFORM 8900-WRITE-CHANGE THRU 8900-EXIT.                K6CNSB.1
069600     GO TO 7500-NEXT-OLD-PGM.                                     K6CNSB.1
069700 7500-EXIT.                                                       K6CNSB.1
069800     EXIT.                                                        K6CNSB.1
069900*================================================================ K6CNSB.1
070000* 8000-PRINT-SUMMARY -- COUNTS AND THE VERDICT.                   K6CNSB.1
070100*================================================================ K6CNSB.1
070200 8000-PRINT-SUMMARY.                                              K6CNSB.1
070300     MOVE "SOURCE MEMBERS READ" TO SL-LABEL.                      K6CNSB.1
070400     MOVE WS-MEMBERS-READ TO SL-COUNT.                            K6CNSB.1
070500     WRITE CB-PRINT-REC FROM SUM-LINE                             K6CNSB.1
070600         AFTER ADVANCING 3 LINES.                                 K6CNSB.1
070700     MOVE "PROGRAMS CENSUSED" TO SL-LABEL.                        K6CNSB.1
070800     MOVE WS-PGMS-WRITTEN TO SL-COUNT.                            K6CNSB.1
070900     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSB.1
071000     MOVE "PARAGRAPH NAMES CENSUSED" TO SL-LABEL.                 K6CNSB.1
071100     MOVE WS-NAMES-WRITTEN TO SL-COUNT.                           K6CNSB.1
071200     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSB.1
071300     MOVE "DOCUMENTATION NOTES AND DISCREPANCIES" TO SL-LABEL.    K6CNSB.1
071400     MOVE WS-DISCREPANCIES TO SL-COUNT.                           K6CNSB.1
071500     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSB.1
071600     MOVE "CHANGES AGAINST THE CURRENT CENSUS" TO SL-LABEL.       K6CNSB.1
071700     MOVE WS-CHANGES TO SL-COUNT.                                 K6CNSB.1
071800     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6CNSB.1
071900     IF WS-VERDICT-RC NOT = ZERO                                  K6CNSB.1
072000         MOVE "REVIEW THE ITEMS ABOVE BEFORE PROMOTING CENSOUT"   K6CNSB.1
072100             TO VL-TEXT                                           K6CNSB.1
072200     ELSE                                                         K6CNSB.1
072300         MOVE "CENSUS UNCHANGED" TO VL-TEXT.                      K6CNSB.1
072400     WRITE CB-PRINT-REC FROM VERDICT-LINE                         K6CNSB.1
072500         AFTER ADVANCING 2 LINES.                                 K6CNSB.1
072600 8000-EXIT.                                                       K6CNSB.1
072700     EXIT.                                                        K6CNSB.1
072800 8100-SUM-LINE.                                                   K6CNSB.1
072900     WRITE CB-PRINT-REC FROM SUM-LINE                             K6CNSB.1
073000         AFTER ADVANCING 1 LINES.                                 K6CNSB.1
073100 8100-EXIT.                                                       K6CNSB.1
073200     EXIT.                                                        K6CNSB.1
073300*================================================================ K6CNSB.1
073400* 8800-WRITE-NOTE -- PRINT A DOCUMENTATION NOTE OR DISCREPANCY    K6CNSB.1
073500* AND RAISE THE RETURN CODE TO MATCH.                             K6CNSB.1
073600*================================================================ K6CNSB.1
073700 8800-WRITE-NOTE.                                                 K6CNSB.1
073800     ADD 1 TO WS-DISCREPANCIES.                                   K6CNSB.1
073900     IF WS-VERDICT-RC < 4                                         K6CNSB.1
074000         MOVE 4 TO WS-VERDICT-RC.                                 K6CNSB.1
074100     WRITE CB-PRINT-REC FROM NOTE-LINE                            K6CNSB.1
074200         AFTER ADVANCING 1 LINES.                                 K6CNSB.1
074300 8800-EXIT.                                                       K6CNSB.1
074400     EXIT.                                                        K6CNSB.1
074500*================================================================ K6CNSB.1
074600* 8900-WRITE-CHANGE -- PRINT A CHANGE AGAINST THE CURRENT         K6CNSB.1
074700* CENSUS AND RAISE THE RETURN CODE TO MATCH.                      K6CNSB.1
074800*================================================================ K6CNSB.1
074900 8900-WRITE-CHANGE.                                               K6CNSB.1
075000     ADD 1 TO WS-CHANGES.                                         K6CNSB.1
075100     IF WS-VERDICT-RC < 4                                         K6CNSB.1
075200         MOVE 4 TO WS-VERDICT-RC.                                 K6CNSB.1
075300     WRITE CB-PRINT-REC FROM NOTE-LINE                            K6CNSB.1
075400         AFTER ADVANCING 1 LINES.                                 K6CNSB.1
075500 8900-EXIT.                                                       K6CNSB.1
075600     EXIT.                                                        K6CNSB.1
075700*================================================================ K6CNSB.1
075800* 9999-TERMINATE.                                                 K6CNSB.1
075900*================================================================ K6CNSB.1
076000 9999-TERMINATE.                                                  K6CNSB.1
076100     CLOSE SRC-IN SUITE-DOC CENSUS-IN CENSUS-OUT CNSB-RPT.        K6CNSB.1
076200     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6CNSB.1
076300 9999-EXIT.                                                       K6CNSB.1
076400     EXIT.                                                        K6CNSB.1
