000100 IDENTIFICATION DIVISION.                                         K6TEDT.1
000200 PROGRAM-ID.                                                      K6TEDT.1
000300     K6TEDT.                                                      K6TEDT.1
000400*================================================================ K6TEDT.1
000500* K6TEDT -- RESULT FLIPS SET AGAINST EDITS TO THE TEST SOURCE.    K6TEDT.1
000600*================================================================ K6TEDT.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6TEDT.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6TEDT.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6TEDT.1
001000* DATE-COMPILED.                                                  K6TEDT.1
001100*                                                                 K6TEDT.1
001200* REMARKS.                                                        K6TEDT.1
001300*    THE FIRST QUESTION ASKED OF A PASS-TO-FAIL FLIP IS "DID      K6TEDT.1
001400*    SOMEONE CHANGE THE TEST?".  K6DRFT ANSWERS FOR THE           K6TEDT.1
001500*    ENVIRONMENT; THIS PROGRAM ANSWERS FOR THE TEST SOURCE.       K6TEDT.1
001600*    FOR EVERY PASS-TO-FAIL FLIP IT COMPARES THE SOURCE           K6TEDT.1
001700*    REVISION (C-SRC-REV ON THE RAW-DATA RECORD) OF THE LAST      K6TEDT.1
001800*    PASSING RUN WITH THAT OF THE FAILING RUN.  WHEN THEY         K6TEDT.1
001900*    DIFFER, THE TWO REVISIONS ARE TAKEN FROM THE SOURCE          K6TEDT.1
002000*    LIBRARY AND COMPARED LINE BY LINE (COLUMNS 7-72, SO A        K6TEDT.1
002100*    RESEQUENCE OR A NEW CHANGE TAG IS NOT A CHANGE, NOR IS THE   K6TEDT.1
002200*    NEW VALUE ON THE CCVS-PGM-SOURCE-REV DECLARATION), AND EACH  K6TEDT.1
002300*    CHANGED LINE IS PLACED:                                      K6TEDT.1
002400*        FLIPPED PARAGRAPH  THE PARAGRAPH THAT MOVES THE FLIPPED  K6TEDT.1
002500*                           PAR-NAME, AND THE PARAGRAPHS IT FALLS K6TEDT.1
002600*                           THROUGH TO UP TO THE NEXT TEST, THE   K6TEDT.1
002700*                           NEXT SECTION OR THE NEXT PERFORMED    K6TEDT.1
002800*                           PARAGRAPH.                            K6TEDT.1
002900*        HARNESS PERFORMED  A PARAGRAPH THE TEST PERFORMS, OR ONE K6TEDT.1
003000*                           THOSE PERFORM IN TURN (PASS, FAIL,    K6TEDT.1
003100*                           PRINT-DETAIL AND THE PLUMBING UNDER   K6TEDT.1
003200*                           THEM).  A PERFORM ... THRU TAKES THE  K6TEDT.1
003300*                           WHOLE RANGE.                          K6TEDT.1
003400*        NEITHER            ANY OTHER CODE LINE, INCLUDING THE    K6TEDT.1
003500*                           DATA DIVISION.                        K6TEDT.1
003600*        COMMENT            A COMMENT OR BLANK LINE.              K6TEDT.1
003700*    THE REPORT LISTS THE FLIPS WHOSE SOURCE WAS EDITED, WITH     K6TEDT.1
003800*    THE CHANGED LINES, APART FROM THE FLIPS WHOSE SOURCE WAS     K6TEDT.1
003900*    NOT -- THE COMPILER-SUSPECT CASES.  A FLIP WHOSE REVISION    K6TEDT.1
004000*    CHANGED BUT WHOSE CODE LINES DID NOT (COMMENTS ONLY) IS      K6TEDT.1
004100*    LISTED WITH THE COMPILER-SUSPECT CASES, SO NOTED.  FLIPS     K6TEDT.1
004200*    WHOSE REVISION WAS NOT RECORDED, OR WHOSE REVISION IS NOT    K6TEDT.1
004300*    IN THE LIBRARY, ARE LISTED LAST.                             K6TEDT.1
004400*                                                                 K6TEDT.1
004500*    THE FLIPS COME FROM ONE OF TWO PLACES:                       K6TEDT.1
004600*      - THE RESULTS-HISTORY MASTER (RSLTHIST, K6CONS LAYOUT),    K6TEDT.1
004700*        READ IN KEY ORDER.  A FLIP IS A "FAIL*" ROW, DATED IN    K6TEDT.1
004800*        THE WINDOW, WHOSE PREVIOUS PASS/FAIL ROW FOR THE SAME    K6TEDT.1
004900*        PROGRAM, PARAGRAPH AND TARGET WAS "PASS ".  THE PASSING  K6TEDT.1
005000*        RUN MAY LIE BEFORE THE WINDOW.                           K6TEDT.1
005100*      - THE K6PFLIP REPORT (FLIPIN), WHEN A PAIR CARD IS         K6TEDT.1
005200*        GIVEN.  THAT REPORT CARRIES NO RUN IDENTITY, SO THE      K6TEDT.1
005300*        CARD NAMES THE PROGRAM, TARGET AND THE TWO RUNS K6PFLIP  K6TEDT.1
005400*        COMPARED.  ITS PAR-NAME COLUMN IS 17 WIDE, SO ITS FLIPS  K6TEDT.1
005500*        ARE MATCHED TO THE SOURCE ON 17 CHARACTERS.              K6TEDT.1
005600*    FAIL-TO-PASS AND OTHER FLIPS ARE COUNTED, NOT EXAMINED.      K6TEDT.1
005700*                                                                 K6TEDT.1
005800*    THE SOURCE LIBRARY (SRCIN) IS THE SAME "++MEMBER" UNLOAD     K6TEDT.1
005900*    K6DEAD READS, WITH THE KEPT GENERATIONS CONCATENATED; EACH   K6TEDT.1
006000*    COPY OF A MEMBER IS KNOWN BY THE VALUE OF ITS                K6TEDT.1
006100*    CCVS-PGM-SOURCE-REV.  THE FIRST COPY OF A REVISION IS USED.  K6TEDT.1
006200*                                                                 K6TEDT.1
006300*    CONTROL CARDS (TEDTCTL, OPTIONAL; "*" IN COL 1 = COMMENT):   K6TEDT.1
006400*      WINDOW CARD, "W" IN COL 1:                                 K6TEDT.1
006500*        COLS  3-10   FIRST FAILING RUN DATE (CCYYMMDD, ZERO OR   K6TEDT.1
006600*                     BLANK = FROM THE START OF THE HISTORY).     K6TEDT.1
006700*        COLS 12-19   LAST FAILING RUN DATE (ZERO OR BLANK = TO   K6TEDT.1
006800*                     THE END OF THE HISTORY).                    K6TEDT.1
006900*        COLS 21-23   CHANGED LINES LISTED PER FLIP (DEFAULT      K6TEDT.1
007000*                     040); THE REST ARE COUNTED.                 K6TEDT.1
007100*      PAIR CARD, "P" IN COL 1 -- READ THE K6PFLIP REPORT:        K6TEDT.1
007200*        COLS  3-8    PROGRAM.                                    K6TEDT.1
007300*        COLS 10-17   TARGET.                                     K6TEDT.1
007400*        COLS 19-26   OLD (PASSING) RUN DATE.                     K6TEDT.1
007500*        COLS 28-29   OLD RUN SEQUENCE.                           K6TEDT.1
007600*        COLS 31-38   NEW (FAILING) RUN DATE.                     K6TEDT.1
007700*        COLS 40-41   NEW RUN SEQUENCE.                           K6TEDT.1
007800*                                                                 K6TEDT.1
007900*    FILES:                                                       K6TEDT.1
008000*        TEDTCTL   CONTROL CARDS (OPTIONAL).                      K6TEDT.1
008100*        RSLTHIST  RESULTS-HISTORY MASTER (NO PAIR CARD).         K6TEDT.1
008200*        FLIPIN    K6PFLIP REPORT (PAIR CARD ONLY).               K6TEDT.1
008300*        RAWEXT    RAW-DATA HISTORY EXTRACT (K6RAWDS LAYOUT).     K6TEDT.1
008400*        SRCIN     SOURCE LIBRARY UNLOAD.                         K6TEDT.1
008500*        TEDTRPT   THE REPORT.                                    K6TEDT.1
008600*                                                                 K6TEDT.1
008700* RETURN CODES.                                                   K6TEDT.1
008800*    00  EVERY FLIP RESOLVED.                                     K6TEDT.1
008900*    04  A FLIP COULD NOT BE RESOLVED, OR A TABLE FILLED AND      K6TEDT.1
009000*        THE REPORT IS INCOMPLETE.                                K6TEDT.1
009100*    08  THE FLIP SOURCE (RSLTHIST OR FLIPIN) WOULD NOT OPEN.     K6TEDT.1
009200*                                                                 K6TEDT.1
009300* MODIFICATION HISTORY.                                           K6TEDT.1
009400*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6TEDT.1
009500*================================================================ K6TEDT.1
009600                                                                  K6TEDT.1
009700 ENVIRONMENT DIVISION.                                            K6TEDT.1
009800 CONFIGURATION SECTION.                                           K6TEDT.1
009900 SOURCE-COMPUTER.                                                 K6TEDT.1
010000     OUR-MAINFRAME.                                               K6TEDT.1
010100 OBJECT-COMPUTER.                                                 K6TEDT.1
010200     OUR-MAINFRAME.                                               K6TEDT.1
010300 INPUT-OUTPUT SECTION.                                            K6TEDT.1
010400 FILE-CONTROL.                                                    K6TEDT.1
010500     SELECT OPTIONAL TEDT-CTL ASSIGN TO TEDTCTL                   K6TEDT.1
010600         ORGANIZATION IS SEQUENTIAL                               K6TEDT.1
010700         FILE STATUS IS WS-CTL-STATUS.                            K6TEDT.1
010800     SELECT RESULT-MASTER ASSIGN TO RSLTHIST                      K6TEDT.1
010900         ORGANIZATION IS INDEXED                                  K6TEDT.1
011000         ACCESS MODE IS SEQUENTIAL                                K6TEDT.1
011100         RECORD KEY IS RH-KEY                                     K6TEDT.1
011200         ALTERNATE RECORD KEY IS RH-ANSI-CODE                     K6TEDT.1
011300             WITH DUPLICATES                                      K6TEDT.1
011400         FILE STATUS IS WS-MASTER-STATUS.                         K6TEDT.1
011500     SELECT OPTIONAL FLIP-IN ASSIGN TO FLIPIN                     K6TEDT.1
011600         ORGANIZATION IS SEQUENTIAL                               K6TEDT.1
011700         FILE STATUS IS WS-FLIP-STATUS.                           K6TEDT.1
011800     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6TEDT.1
011900         ORGANIZATION IS SEQUENTIAL.                              K6TEDT.1
012000     SELECT SOURCE-IN ASSIGN TO SRCIN                             K6TEDT.1
012100         ORGANIZATION IS SEQUENTIAL.                              K6TEDT.1
012200     SELECT TEDT-RPT ASSIGN TO TEDTRPT                            K6TEDT.1
012300         ORGANIZATION IS SEQUENTIAL.                              K6TEDT.1
012400                                                                  K6TEDT.1
012500 DATA DIVISION.                                                   K6TEDT.1
012600 FILE SECTION.                                                    K6TEDT.1
012700 FD  TEDT-CTL                                                     K6TEDT.1
012800     LABEL RECORDS ARE STANDARD.                                  K6TEDT.1
012900 01  CTL-REC.                                                     K6TEDT.1
013000     05  CTL-CARD-TYPE        PIC X(1).                           K6TEDT.1
013100     05  FILLER               PIC X(79).                          K6TEDT.1
013200 01  CW-WINDOW-CARD.                                              K6TEDT.1
013300     05  FILLER               PIC X(2).                           K6TEDT.1
013400     05  CW-FROM-DATE         PIC 9(8).                           K6TEDT.1
013500     05  FILLER               PIC X(1).                           K6TEDT.1
013600     05  CW-TO-DATE           PIC 9(8).                           K6TEDT.1
013700     05  FILLER               PIC X(1).                           K6TEDT.1
013800     05  CW-LIST-MAX          PIC 9(3).                           K6TEDT.1
013900     05  FILLER               PIC X(57).                          K6TEDT.1
014000 01  CP-PAIR-CARD.                                                K6TEDT.1
014100     05  FILLER               PIC X(2).                           K6TEDT.1
014200     05  CP-PGM-ID            PIC X(6).                           K6TEDT.1
014300     05  FILLER               PIC X(1).                           K6TEDT.1
014400     05  CP-TARGET-ID         PIC X(8).                           K6TEDT.1
014500     05  FILLER               PIC X(1).                           K6TEDT.1
014600     05  CP-PASS-DATE         PIC 9(8).                           K6TEDT.1
014700     05  FILLER               PIC X(1).                           K6TEDT.1
014800     05  CP-PASS-SEQ          PIC 99.                             K6TEDT.1
014900     05  FILLER               PIC X(1).                           K6TEDT.1
015000     05  CP-FAIL-DATE         PIC 9(8).                           K6TEDT.1
015100     05  FILLER               PIC X(1).                           K6TEDT.1
015200     05  CP-FAIL-SEQ          PIC 99.                             K6TEDT.1
015300     05  FILLER               PIC X(39).                          K6TEDT.1
015400 FD  RESULT-MASTER                                                K6TEDT.1
015500     LABEL RECORDS ARE STANDARD.                                  K6TEDT.1
015600 01  RH-RESULT-REC.                                               K6TEDT.1
015700     05  RH-KEY.                                                  K6TEDT.1
015800         10  RH-PGM-ID        PIC X(6).                           K6TEDT.1
015900         10  RH-PAR-NAME      PIC X(22).                          K6TEDT.1
016000         10  RH-RUN-DATE      PIC 9(8).                           K6TEDT.1
016100         10  RH-TARGET-ID     PIC X(8).                           K6TEDT.1
016200     05  RH-RUN-SEQ           PIC 99.                             K6TEDT.1
016300     05  RH-P-OR-F            PIC X(5).                           K6TEDT.1
016400     05  RH-FEATURE           PIC X(20).                          K6TEDT.1
016500     05  RH-COMPUTED          PIC X(20).                          K6TEDT.1
016600     05  RH-CORRECT           PIC X(20).                          K6TEDT.1
016700     05  RH-REMARK            PIC X(61).                          K6TEDT.1
016800     05  RH-ANSI-CODE         PIC X(10).                          K6TEDT.1
016900     05  RH-SEVERITY          PIC X(1).                           K6TEDT.1
017000 FD  FLIP-IN                                                      K6TEDT.1
017100     LABEL RECORDS ARE STANDARD.                                  K6TEDT.1
017200* ONE LINE OF THE K6PFLIP REPORT -- KEPT IN STEP WITH ITS         K6TEDT.1
017300* WS-FLIP-LINE.                                                   K6TEDT.1
017400 01  FL-FLIP-REC.                                                 K6TEDT.1
017500     05  FL-TAG               PIC X(11).                          K6TEDT.1
017600     05  FL-PAR-NAME          PIC X(17).                          K6TEDT.1
017700     05  FILLER               PIC X(4).                           K6TEDT.1
017800     05  FL-WAS-TAG           PIC X(5).                           K6TEDT.1
017900     05  FL-OLD-P-OR-F        PIC X(5).                           K6TEDT.1
018000     05  FILLER               PIC X(4).                           K6TEDT.1
018100     05  FL-NOW-TAG           PIC X(5).                           K6TEDT.1
018200     05  FL-NEW-P-OR-F        PIC X(5).                           K6TEDT.1
018300     05  FILLER               PIC X(29).                          K6TEDT.1
018400 FD  RAW-EXTRACT                                                  K6TEDT.1
018500     LABEL RECORDS ARE STANDARD.                                  K6TEDT.1
018600 COPY K6RAWDS.                                                    K6TEDT.1
018700 FD  SOURCE-IN                                                    K6TEDT.1
018800     LABEL RECORDS ARE STANDARD.                                  K6TEDT.1
018900 01  SI-REC.                                                      K6TEDT.1
019000     05  SI-SEP-TAG           PIC X(9).                           K6TEDT.1
019100     05  SI-SEP-MEMBER        PIC X(8).                           K6TEDT.1
019200     05  FILLER               PIC X(63).                          K6TEDT.1
019300 FD  TEDT-RPT                                                     K6TEDT.1
019400     LABEL RECORDS ARE STANDARD.                                  K6TEDT.1
019500 01  TR-PRINT-REC             PIC X(120).                         K6TEDT.1
019600                                                                  K6TEDT.1
019700 WORKING-STORAGE SECTION.                                         K6TEDT.1
019800* ----------------------------------------------------------      K6TEDT.1
019900* SWITCHES AND COUNTERS.                                          K6TEDT.1
020000* ----------------------------------------------------------      K6TEDT.1
020100 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6TEDT.1
020200 77  WS-MASTER-STATUS         PIC X(2)   VALUE SPACE.             K6TEDT.1
020300 77  WS-FLIP-STATUS           PIC X(2)   VALUE SPACE.             K6TEDT.1
020400 77  WS-PAIR-CARD-SW          PIC X      VALUE "N".               K6TEDT.1
020500     88  WS-FROM-FLIP-REPORT             VALUE "Y".               K6TEDT.1
020600 77  WS-SOURCE-SW             PIC X      VALUE "N".               K6TEDT.1
020700     88  WS-SOURCE-MISSING               VALUE "Y".               K6TEDT.1
020800 77  WS-OVERFLOW-SW           PIC X      VALUE "N".               K6TEDT.1
020900     88  WS-TABLE-OVERFLOW               VALUE "Y".               K6TEDT.1
021000 77  WS-PROC-SW               PIC X      VALUE "N".               K6TEDT.1
021100     88  WS-IN-PROCEDURE                 VALUE "Y".               K6TEDT.1
021200 77  WS-MODE-SW               PIC X      VALUE "C".               K6TEDT.1
021300     88  WS-MODE-COUNT                   VALUE "C".               K6TEDT.1
021400     88  WS-MODE-LIST                    VALUE "L".               K6TEDT.1
021500 77  WS-PERF-MODE             PIC X      VALUE "T".               K6TEDT.1
021600     88  WS-MARK-TARGETS                 VALUE "T".               K6TEDT.1
021700     88  WS-MARK-REACH                   VALUE "R".               K6TEDT.1
021800 77  WS-MATCH-SW              PIC X      VALUE "N".               K6TEDT.1
021900     88  WS-LINES-MATCH                  VALUE "Y".               K6TEDT.1
022000 77  WS-CHANGED-SW            PIC X      VALUE "N".               K6TEDT.1
022100     88  WS-REACH-CHANGED                VALUE "Y".               K6TEDT.1
022200 77  WS-FROM-DATE             PIC 9(8)   VALUE ZERO.              K6TEDT.1
022300 77  WS-TO-DATE               PIC 9(8)   VALUE 99999999.          K6TEDT.1
022400 77  WS-LIST-MAX              PIC 9(3)   VALUE 040.               K6TEDT.1
022500 77  WS-ROWS-READ             PIC 9(7)   COMP VALUE ZERO.         K6TEDT.1
022600 77  WS-RUNS-READ             PIC 9(7)   COMP VALUE ZERO.         K6TEDT.1
022700 77  WS-OTHER-FLIPS           PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
022800 77  WS-FLIP-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
022900 77  WS-FLIP-SUB              PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
023000 77  WS-TGT-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6TEDT.1
023100 77  WS-TGT-SUB               PIC 9(2)   COMP VALUE ZERO.         K6TEDT.1
023200 77  WS-COPY-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
023300 77  WS-COPY-SUB              PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
023400 77  WS-POOL-COUNT            PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
023500 77  WS-STAGE-COUNT           PIC 9(4)   COMP VALUE ZERO.         K6TEDT.1
023600 77  WS-STAGE-SUB             PIC 9(4)   COMP VALUE ZERO.         K6TEDT.1
023700 77  WS-PARA-NO               PIC 9(4)   COMP VALUE ZERO.         K6TEDT.1
023800 77  WS-SIDE                  PIC 9      COMP VALUE ZERO.         K6TEDT.1
023900 77  WS-LINE                  PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
024000 77  WS-LINE-END              PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
024100 77  WS-PT-SUB                PIC 9(4)   COMP VALUE ZERO.         K6TEDT.1
024200 77  WS-PT-END                PIC 9(4)   COMP VALUE ZERO.         K6TEDT.1
024300 77  WS-PT-MARK               PIC 9(4)   COMP VALUE ZERO.         K6TEDT.1
024400 77  WS-PT-EXPAND             PIC 9(4)   COMP VALUE ZERO.         K6TEDT.1
024500 77  WS-OI                    PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
024600 77  WS-NI                    PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
024700 77  WS-CA                    PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
024800 77  WS-CB                    PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
024900 77  WS-PA                    PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
025000 77  WS-PB                    PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
025100 77  WS-LOOK                  PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
025200 77  WS-RUN                   PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
025300 77  WS-RUN-SUB               PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
025400 77  WS-EMIT-SIDE             PIC 9      COMP VALUE ZERO.         K6TEDT.1
025500 77  WS-EMIT-REL              PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
025600 77  WS-LISTED                PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
025700 77  WS-HIDDEN                PIC 9(5)   COMP VALUE ZERO.         K6TEDT.1
025800 77  WS-TALLY                 PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
025900 77  WS-SCAN-POS              PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
026000 77  WS-CMP-LEN               PIC 99     VALUE ZERO.              K6TEDT.1
026100 77  WS-LINE-CLASS            PIC X      VALUE SPACE.             K6TEDT.1
026200 77  WS-CUR-MEMBER            PIC X(8)   VALUE SPACE.             K6TEDT.1
026300 77  WS-CUR-REV               PIC 9(3)   VALUE ZERO.              K6TEDT.1
026400 77  WS-WANT-MEMBER           PIC X(6)   VALUE SPACE.             K6TEDT.1
026500 77  WS-WANT-REV              PIC 9(3)   VALUE ZERO.              K6TEDT.1
026600 77  WS-SECTION-SHOWN         PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
026700 77  WS-EDITED                PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
026800 77  WS-SUSPECT               PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
026900 77  WS-UNRESOLVED            PIC 9(3)   COMP VALUE ZERO.         K6TEDT.1
027000 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6TEDT.1
027100* ----------------------------------------------------------      K6TEDT.1
027200* THE PAIR CARD, HELD FOR THE K6PFLIP REPORT.                     K6TEDT.1
027300* ----------------------------------------------------------      K6TEDT.1
027400 01  WS-PAIR-RUNS.                                                K6TEDT.1
027500     05  WS-PR-PGM-ID         PIC X(6)   VALUE SPACE.             K6TEDT.1
027600     05  WS-PR-TARGET-ID      PIC X(8)   VALUE SPACE.             K6TEDT.1
027700     05  WS-PR-PASS-DATE      PIC 9(8)   VALUE ZERO.              K6TEDT.1
027800     05  WS-PR-PASS-SEQ       PIC 99     VALUE ZERO.              K6TEDT.1
027900     05  WS-PR-FAIL-DATE      PIC 9(8)   VALUE ZERO.              K6TEDT.1
028000     05  WS-PR-FAIL-SEQ       PIC 99     VALUE ZERO.              K6TEDT.1
028100* ----------------------------------------------------------      K6TEDT.1
028200* SCAN AREAS FOR THE SOURCE LINES.                                K6TEDT.1
028300* ----------------------------------------------------------      K6TEDT.1
028400 01  WS-SCAN-LINE             PIC X(65)  VALUE SPACE.             K6TEDT.1
028500 01  WS-SCAN-HOLD             PIC X(65)  VALUE SPACE.             K6TEDT.1
028600 01  WS-PARSE-JUNK            PIC X(65)  VALUE SPACE.             K6TEDT.1
028700 01  WS-PARSE-REST            PIC X(65)  VALUE SPACE.             K6TEDT.1
028800 01  WS-PAR-LITERAL           PIC X(30)  VALUE SPACE.             K6TEDT.1
028900 01  WS-REV-TOKEN             PIC X(8)   VALUE SPACE.             K6TEDT.1
029000 01  WS-WORD-1                PIC X(30)  VALUE SPACE.             K6TEDT.1
029100 01  WS-WORD-2                PIC X(30)  VALUE SPACE.             K6TEDT.1
029200 01  WS-WORD-3                PIC X(30)  VALUE SPACE.             K6TEDT.1
029300 01  WS-FIND-NAME             PIC X(30)  VALUE SPACE.             K6TEDT.1
029400* ----------------------------------------------------------      K6TEDT.1
029500* THE PROGRAM/PARAGRAPH PAIR BEING READ (RSLTHIST) AND THE        K6TEDT.1
029600* LAST PASS/FAIL STATE OF EACH OF ITS TARGETS.                    K6TEDT.1
029700* ----------------------------------------------------------      K6TEDT.1
029800 01  WS-PAIR-KEY.                                                 K6TEDT.1
029900     05  WS-PAIR-PGM-ID       PIC X(6)   VALUE SPACE.             K6TEDT.1
030000     05  WS-PAIR-PAR-NAME     PIC X(22)  VALUE SPACE.             K6TEDT.1
030100 01  WS-ROW-KEY.                                                  K6TEDT.1
030200     05  WS-ROW-PGM-ID        PIC X(6)   VALUE SPACE.             K6TEDT.1
030300     05  WS-ROW-PAR-NAME      PIC X(22)  VALUE SPACE.             K6TEDT.1
030400 01  PAIR-TARGETS.                                                K6TEDT.1
030500     05  PG-ENTRY OCCURS 30 TIMES.                                K6TEDT.1
030600         10  PG-TARGET-ID     PIC X(8).                           K6TEDT.1
030700         10  PG-LAST-P-OR-F   PIC X(5).                           K6TEDT.1
030800         10  PG-PASS-DATE     PIC 9(8).                           K6TEDT.1
030900         10  PG-PASS-SEQ      PIC 99.                             K6TEDT.1
031000* ----------------------------------------------------------      K6TEDT.1
031100* THE FLIPS.  FT-VERDICT:  P/H/O = EDIT IN THE FLIPPED            K6TEDT.1
031200* PARAGRAPH / THE HARNESS IT PERFORMS / NEITHER;  C = COMMENT     K6TEDT.1
031300* LINES ONLY;  N = REVISION CHANGED, NO LINE DIFFERS;  S = SAME   K6TEDT.1
031400* REVISION;  U = REVISION NOT RECORDED;  M = REVISION NOT IN      K6TEDT.1
031500* THE LIBRARY.                                                    K6TEDT.1
031600* ----------------------------------------------------------      K6TEDT.1
031700 01  FLIP-TABLE.                                                  K6TEDT.1
031800     05  FT-ENTRY OCCURS 300 TIMES.                               K6TEDT.1
031900         10  FT-PGM-ID        PIC X(6).                           K6TEDT.1
032000         10  FT-PAR-NAME      PIC X(19).                          K6TEDT.1
032100         10  FT-CMP-LEN       PIC 99.                             K6TEDT.1
032200         10  FT-TARGET-ID     PIC X(8).                           K6TEDT.1
032300         10  FT-PASS-DATE     PIC 9(8).                           K6TEDT.1
032400         10  FT-PASS-SEQ      PIC 99.                             K6TEDT.1
032500         10  FT-FAIL-DATE     PIC 9(8).                           K6TEDT.1
032600         10  FT-FAIL-SEQ      PIC 99.                             K6TEDT.1
032700         10  FT-PASS-REV      PIC 9(3).                           K6TEDT.1
032800         10  FT-FAIL-REV      PIC 9(3).                           K6TEDT.1
032900         10  FT-OLD-COPY      PIC 9(3)   COMP.                    K6TEDT.1
033000         10  FT-NEW-COPY      PIC 9(3)   COMP.                    K6TEDT.1
033100         10  FT-VERDICT       PIC X(1).                           K6TEDT.1
033200         10  FT-N-PARAGRAPH   PIC 9(4)   COMP.                    K6TEDT.1
033300         10  FT-N-HARNESS     PIC 9(4)   COMP.                    K6TEDT.1
033400         10  FT-N-NEITHER     PIC 9(4)   COMP.                    K6TEDT.1
033500         10  FT-N-COMMENT     PIC 9(4)   COMP.                    K6TEDT.1
033600* ----------------------------------------------------------      K6TEDT.1
033700* THE SOURCE COPIES WANTED (MEMBER AND REVISION) AND WHERE IN     K6TEDT.1
033800* THE LINE POOL EACH WAS LOADED.                                  K6TEDT.1
033900* ----------------------------------------------------------      K6TEDT.1
034000 01  COPY-TABLE.                                                  K6TEDT.1
034100     05  CT-ENTRY OCCURS 60 TIMES.                                K6TEDT.1
034200         10  CT-MEMBER        PIC X(6).                           K6TEDT.1
034300         10  CT-REV           PIC 9(3).                           K6TEDT.1
034400         10  CT-LOADED-SW     PIC X(1).                           K6TEDT.1
034500         10  CT-FIRST         PIC 9(5)   COMP.                    K6TEDT.1
034600         10  CT-COUNT         PIC 9(5)   COMP.                    K6TEDT.1
034700* ----------------------------------------------------------      K6TEDT.1
034800* ONE MEMBER COPY AS READ, AND THE POOL OF LOADED COPIES.         K6TEDT.1
034900* PER POOL LINE: THE ORDINAL OF ITS PARAGRAPH IN THE COPY         K6TEDT.1
035000* (ZERO AHEAD OF THE FIRST PROCEDURE LABEL) AND WHETHER THE       K6TEDT.1
035100* LINE IS ITSELF A LABEL.                                         K6TEDT.1
035200* ----------------------------------------------------------      K6TEDT.1
035300 01  STAGE-AREA.                                                  K6TEDT.1
035400     05  SG-TEXT              PIC X(80)  OCCURS 4000 TIMES.       K6TEDT.1
035500 01  SOURCE-POOL.                                                 K6TEDT.1
035600     05  PL-LINE OCCURS 16000 TIMES.                              K6TEDT.1
035700         10  PL-TEXT          PIC X(80).                          K6TEDT.1
035800         10  PL-PAR-NO        PIC 9(4)   COMP.                    K6TEDT.1
035900         10  PL-LABEL-SW      PIC X(1).                           K6TEDT.1
036000* ----------------------------------------------------------      K6TEDT.1
036100* THE PARAGRAPHS OF THE TWO COPIES BEING COMPARED -- SIDE 1       K6TEDT.1
036200* IS THE PASSING REVISION, SIDE 2 THE FAILING ONE.                K6TEDT.1
036300* ----------------------------------------------------------      K6TEDT.1
036400 01  SIDE-TABLE.                                                  K6TEDT.1
036500     05  SD-ENTRY OCCURS 2 TIMES.                                 K6TEDT.1
036600         10  SD-FIRST         PIC 9(5)   COMP.                    K6TEDT.1
036700         10  SD-COUNT         PIC 9(5)   COMP.                    K6TEDT.1
036800         10  PT-COUNT         PIC 9(4)   COMP.                    K6TEDT.1
036900         10  PT-REGION-START  PIC 9(4)   COMP.                    K6TEDT.1
037000         10  PT-ENTRY OCCURS 800 TIMES.                           K6TEDT.1
037100             15  PT-NAME          PIC X(30).                      K6TEDT.1
037200             15  PT-FIRST         PIC 9(5)   COMP.                K6TEDT.1
037300             15  PT-LAST          PIC 9(5)   COMP.                K6TEDT.1
037400             15  PT-TARGET-SW     PIC X(1).                       K6TEDT.1
037500             15  PT-MOVES-SW      PIC X(1).                       K6TEDT.1
037600             15  PT-SECTION-SW    PIC X(1).                       K6TEDT.1
037700             15  PT-REGION-SW     PIC X(1).                       K6TEDT.1
037800             15  PT-REACH-SW      PIC X(1).                       K6TEDT.1
037900             15  PT-DONE-SW       PIC X(1).                       K6TEDT.1
038000* ----------------------------------------------------------      K6TEDT.1
038100* REPORT LINES.                                                   K6TEDT.1
038200* ----------------------------------------------------------      K6TEDT.1
038300 01  HDR-LINE-1.                                                  K6TEDT.1
038400     05  FILLER   PIC X(48) VALUE                                 K6TEDT.1
038500         "TEST-SOURCE EDITS AGAINST RESULT FLIPS (K6TEDT)".       K6TEDT.1
038600     05  HL-SOURCE            PIC X(72)  VALUE SPACE.             K6TEDT.1
038700 01  HDR-WINDOW.                                                  K6TEDT.1
038800     05  FILLER   PIC X(22) VALUE "RESULTS HISTORY, FAIL ".       K6TEDT.1
038900     05  FILLER   PIC X(8)  VALUE "DATES   ".                     K6TEDT.1
039000     05  HW-FROM-DATE         PIC 9(8).                           K6TEDT.1
039100     05  FILLER   PIC X(4)  VALUE " TO ".                         K6TEDT.1
039200     05  HW-TO-DATE           PIC 9(8).                           K6TEDT.1
039300     05  FILLER   PIC X(22) VALUE SPACE.                          K6TEDT.1
039400 01  HDR-PAIR.                                                    K6TEDT.1
039500     05  FILLER   PIC X(13) VALUE "K6PFLIP RUNS ".                K6TEDT.1
039600     05  HP-PGM-ID            PIC X(6).                           K6TEDT.1
039700     05  FILLER   PIC X(1)  VALUE SPACE.                          K6TEDT.1
039800     05  HP-TARGET-ID         PIC X(8).                           K6TEDT.1
039900     05  FILLER   PIC X(1)  VALUE SPACE.                          K6TEDT.1
040000     05  HP-PASS-DATE         PIC 9(8).                           K6TEDT.1
040100     05  FILLER   PIC X(1)  VALUE ".".                            K6TEDT.1
040200     05  HP-PASS-SEQ          PIC 99.                             K6TEDT.1
040300     05  FILLER   PIC X(4)  VALUE " TO ".                         K6TEDT.1
040400     05  HP-FAIL-DATE         PIC 9(8).                           K6TEDT.1
040500     05  FILLER   PIC X(1)  VALUE ".".                            K6TEDT.1
040600     05  HP-FAIL-SEQ          PIC 99.                             K6TEDT.1
040700     05  FILLER   PIC X(17) VALUE SPACE.                          K6TEDT.1
040800 01  SECTION-LINE.                                                K6TEDT.1
040900     05  SL-TEXT              PIC X(90).                          K6TEDT.1
041000     05  FILLER   PIC X(30) VALUE SPACE.                          K6TEDT.1
041100 01  NONE-LINE.                                                   K6TEDT.1
041200     05  FILLER   PIC X(10) VALUE "    NONE.".                    K6TEDT.1
041300     05  FILLER   PIC X(110) VALUE SPACE.                         K6TEDT.1
041400 01  FLIP-LINE.                                                   K6TEDT.1
041500     05  FH-PGM-ID            PIC X(6).                           K6TEDT.1
041600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6TEDT.1
041700     05  FH-PAR-NAME          PIC X(19).                          K6TEDT.1
041800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6TEDT.1
041900     05  FH-TARGET-ID         PIC X(8).                           K6TEDT.1
042000     05  FILLER   PIC X(7)  VALUE "  PASS ".                      K6TEDT.1
042100     05  FH-PASS-DATE         PIC 9(8).                           K6TEDT.1
042200     05  FILLER   PIC X(1)  VALUE ".".                            K6TEDT.1
042300     05  FH-PASS-SEQ          PIC 99.                             K6TEDT.1
042400     05  FILLER   PIC X(5)  VALUE " REV ".                        K6TEDT.1
042500     05  FH-PASS-REV          PIC X(3).                           K6TEDT.1
042600     05  FILLER   PIC X(7)  VALUE "  FAIL ".                      K6TEDT.1
042700     05  FH-FAIL-DATE         PIC 9(8).                           K6TEDT.1
042800     05  FILLER   PIC X(1)  VALUE ".".                            K6TEDT.1
042900     05  FH-FAIL-SEQ          PIC 99.                             K6TEDT.1
043000     05  FILLER   PIC X(5)  VALUE " REV ".                        K6TEDT.1
043100     05  FH-FAIL-REV          PIC X(3).                           K6TEDT.1
043200     05  FILLER   PIC X(2)  VALUE SPACE.                          K6TEDT.1
043300     05  FH-NOTE              PIC X(29).                          K6TEDT.1
043400 01  COUNT-LINE.                                                  K6TEDT.1
043500     05  FILLER   PIC X(33) VALUE                                 K6TEDT.1
043600         "    CHANGED LINES -- FLIPPED PAR ".                     K6TEDT.1
043700     05  CL-PARAGRAPH         PIC ZZZ9.                           K6TEDT.1
043800     05  FILLER   PIC X(10) VALUE "  HARNESS ".                   K6TEDT.1
043900     05  CL-HARNESS           PIC ZZZ9.                           K6TEDT.1
044000     05  FILLER   PIC X(10) VALUE "  NEITHER ".                   K6TEDT.1
044100     05  CL-NEITHER           PIC ZZZ9.                           K6TEDT.1
044200     05  FILLER   PIC X(10) VALUE "  COMMENT ".                   K6TEDT.1
044300     05  CL-COMMENT           PIC ZZZ9.                           K6TEDT.1
044400     05  FILLER   PIC X(41) VALUE SPACE.                          K6TEDT.1
044500 01  DIFF-LINE.                                                   K6TEDT.1
044600     05  FILLER   PIC X(4)  VALUE SPACE.                          K6TEDT.1
044700     05  DL-SIGN              PIC X(1).                           K6TEDT.1
044800     05  FILLER   PIC X(1)  VALUE SPACE.                          K6TEDT.1
044900     05  DL-SEQ               PIC X(6).                           K6TEDT.1
045000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6TEDT.1
045100     05  DL-CLASS             PIC X(17).                          K6TEDT.1
045200     05  FILLER   PIC X(1)  VALUE SPACE.                          K6TEDT.1
045300     05  DL-PARA              PIC X(22).                          K6TEDT.1
045400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6TEDT.1
045500     05  DL-TEXT              PIC X(65).                          K6TEDT.1
045600 01  HIDDEN-LINE.                                                 K6TEDT.1
045700     05  FILLER   PIC X(10) VALUE "    ... ".                     K6TEDT.1
045800     05  HN-COUNT             PIC ZZZZ9.                          K6TEDT.1
045900     05  FILLER   PIC X(38) VALUE                                 K6TEDT.1
046000         " FURTHER CHANGED LINES NOT LISTED".                     K6TEDT.1
046100     05  FILLER   PIC X(67) VALUE SPACE.                          K6TEDT.1
046200 01  SUM-LINE.                                                    K6TEDT.1
046300     05  SM-LABEL             PIC X(40).                          K6TEDT.1
046400     05  SM-COUNT             PIC ZZZZZZ9.                        K6TEDT.1
046500     05  FILLER   PIC X(73) VALUE SPACE.                          K6TEDT.1
046600 01  VERDICT-LINE.                                                K6TEDT.1
046700     05  FILLER   PIC X(10) VALUE "VERDICT:  ".                   K6TEDT.1
046800     05  VL-TEXT              PIC X(40).                          K6TEDT.1
046900     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6TEDT.1
047000     05  VL-RC                PIC 99.                             K6TEDT.1
047100     05  FILLER   PIC X(52) VALUE SPACE.                          K6TEDT.1
047200                                                                  K6TEDT.1
047300 PROCEDURE DIVISION.                                              K6TEDT.1
047400*================================================================ K6TEDT.1
047500* 0000-MAINLINE.                                                  K6TEDT.1
047600*================================================================ K6TEDT.1
047700 0000-MAINLINE.                                                   K6TEDT.1
047800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6TEDT.1
047900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.                    K6TEDT.1
048000     IF WS-FROM-FLIP-REPORT                                       K6TEDT.1
048100         PERFORM 2500-READ-FLIP-REPORT THRU 2500-EXIT             K6TEDT.1
048200     ELSE                                                         K6TEDT.1
048300         PERFORM 2000-FIND-FLIPS THRU 2000-EXIT.                  K6TEDT.1
048400     PERFORM 3000-FILL-REVISIONS THRU 3000-EXIT.                  K6TEDT.1
048500     PERFORM 3500-LIST-COPIES THRU 3500-EXIT.                     K6TEDT.1
048600     PERFORM 4000-LOAD-SOURCE THRU 4000-EXIT.                     K6TEDT.1
048700     PERFORM 5000-JUDGE-FLIPS THRU 5000-EXIT.                     K6TEDT.1
048800     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.                    K6TEDT.1
048900     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6TEDT.1
049000     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6TEDT.1
049100     STOP RUN.                                                    K6TEDT.1
049200*================================================================ K6TEDT.1
049300* 1000-INITIALIZE -- OPEN THE REPORT.                             K6TEDT.1
049400*================================================================ K6TEDT.1
049500 1000-INITIALIZE.                                                 K6TEDT.1
049600     OPEN OUTPUT TEDT-RPT.                                        K6TEDT.1
049700 1000-EXIT.                                                       K6TEDT.1
049800     EXIT.                                                        K6TEDT.1
049900*================================================================ K6TEDT.1
050000* 1100-READ-CONTROL -- THE WINDOW CARD AND THE PAIR CARD.         K6TEDT.1
050100*================================================================ K6TEDT.1
050200 1100-READ-CONTROL.                                               K6TEDT.1
050300     OPEN INPUT TEDT-CTL.                                         K6TEDT.1
050400     IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "05"     K6TEDT.1
050500         GO TO 1100-EXIT.                                         K6TEDT.1
050600 1100-READ.                                                       K6TEDT.1
050700     READ TEDT-CTL                                                K6TEDT.1
050800         AT END GO TO 1100-CLOSE.                                 K6TEDT.1
050900     IF CTL-CARD-TYPE = "W"                                       K6TEDT.1
051000         PERFORM 1110-WINDOW-CARD THRU 1110-EXIT                  K6TEDT.1
051100         GO TO 1100-READ.                                         K6TEDT.1
051200     IF CTL-CARD-TYPE = "P"                                       K6TEDT.1
051300         PERFORM 1150-PAIR-CARD THRU 1150-EXIT.                   K6TEDT.1
051400     GO TO 1100-READ.                                             K6TEDT.1
051500 1100-CLOSE.                                                      K6TEDT.1
051600     CLOSE TEDT-CTL.                                              K6TEDT.1
051700 1100-EXIT.                                                       K6TEDT.1
051800     EXIT.                                                        K6TEDT.1
051900*================================================================ K6TEDT.1
052000* 1110-WINDOW-CARD -- FAILING-DATE RANGE AND THE LISTING LIMIT.   K6TEDT.1
052100*================================================================ K6TEDT.1
052200 1110-WINDOW-CARD.                                                K6TEDT.1
052300     IF CW-FROM-DATE NUMERIC                                      K6TEDT.1
052400         MOVE CW-FROM-DATE TO WS-FROM-DATE.                       K6TEDT.1
052500     IF CW-TO-DATE NUMERIC AND CW-TO-DATE > ZERO                  K6TEDT.1
052600         MOVE CW-TO-DATE TO WS-TO-DATE.                           K6TEDT.1
052700     IF CW-LIST-MAX NUMERIC AND CW-LIST-MAX > ZERO                K6TEDT.1
052800         MOVE CW-LIST-MAX TO WS-LIST-MAX.                         K6TEDT.1
052900 1110-EXIT.                                                       K6TEDT.1
053000     EXIT.                                                        K6TEDT.1
053100*================================================================ K6TEDT.1
053200* 1150-PAIR-CARD -- THE TWO RUNS BEHIND THE K6PFLIP REPORT.       K6TEDT.1
053300*================================================================ K6TEDT.1
053400 1150-PAIR-CARD.                                                  K6TEDT.1
053500     SET WS-FROM-FLIP-REPORT TO TRUE.                             K6TEDT.1
053600     MOVE CP-PGM-ID    TO WS-PR-PGM-ID.                           K6TEDT.1
053700     MOVE CP-TARGET-ID TO WS-PR-TARGET-ID.                        K6TEDT.1
053800     IF CP-PASS-DATE NUMERIC                                      K6TEDT.1
053900         MOVE CP-PASS-DATE TO WS-PR-PASS-DATE.                    K6TEDT.1
054000     IF CP-PASS-SEQ NUMERIC                                       K6TEDT.1
054100         MOVE CP-PASS-SEQ TO WS-PR-PASS-SEQ.                      K6TEDT.1
054200     IF CP-FAIL-DATE NUMERIC                                      K6TEDT.1
054300         MOVE CP-FAIL-DATE TO WS-PR-FAIL-DATE.                    K6TEDT.1
054400     IF CP-FAIL-SEQ NUMERIC                                       K6TEDT.1
054500         MOVE CP-FAIL-SEQ TO WS-PR-FAIL-SEQ.                      K6TEDT.1
054600 1150-EXIT.                                                       K6TEDT.1
054700     EXIT.                                                        K6TEDT.1
054800*================================================================ K6TEDT.1
054900* 2000-FIND-FLIPS -- PASS-TO-FAIL FLIPS FROM THE RESULTS          K6TEDT.1
055000* HISTORY.  ROWS COME IN PROGRAM, PARAGRAPH, DATE, TARGET         K6TEDT.1
055100* ORDER, SO EACH TARGET'S LAST STATE IS HELD FOR THE LIFE OF      K6TEDT.1
055200* THE PROGRAM/PARAGRAPH PAIR.                                     K6TEDT.1
055300*================================================================ K6TEDT.1
055400 2000-FIND-FLIPS.                                                 K6TEDT.1
055500     OPEN INPUT RESULT-MASTER.                                    K6TEDT.1
055600     IF WS-MASTER-STATUS NOT = "00"                               K6TEDT.1
055700         SET WS-SOURCE-MISSING TO TRUE                            K6TEDT.1
055800         GO TO 2000-EXIT.                                         K6TEDT.1
055900 2000-READ.                                                       K6TEDT.1
056000     READ RESULT-MASTER NEXT RECORD                               K6TEDT.1
056100         AT END GO TO 2000-DONE.                                  K6TEDT.1
056200     ADD 1 TO WS-ROWS-READ.                                       K6TEDT.1
056300     MOVE RH-PGM-ID   TO WS-ROW-PGM-ID.                           K6TEDT.1
056400     MOVE RH-PAR-NAME TO WS-ROW-PAR-NAME.                         K6TEDT.1
056500     IF WS-ROW-KEY NOT = WS-PAIR-KEY                              K6TEDT.1
056600         MOVE WS-ROW-KEY TO WS-PAIR-KEY                           K6TEDT.1
056700         MOVE ZERO TO WS-TGT-COUNT.                               K6TEDT.1
056800     IF RH-RUN-DATE > WS-TO-DATE                                  K6TEDT.1
056900         GO TO 2000-READ.                                         K6TEDT.1
057000     IF RH-P-OR-F NOT = "PASS " AND RH-P-OR-F NOT = "FAIL*"       K6TEDT.1
057100         GO TO 2000-READ.                                         K6TEDT.1
057200     PERFORM 2100-FIND-TARGET THRU 2100-EXIT.                     K6TEDT.1
057300     IF WS-TGT-SUB = ZERO                                         K6TEDT.1
057400         GO TO 2000-READ.                                         K6TEDT.1
057500     IF PG-LAST-P-OR-F (WS-TGT-SUB) NOT = SPACE                   K6TEDT.1
057600             AND PG-LAST-P-OR-F (WS-TGT-SUB) NOT = RH-P-OR-F      K6TEDT.1
057700             AND RH-RUN-DATE NOT < WS-FROM-DATE                   K6TEDT.1
057800         PERFORM 2200-TAKE-FLIP THRU 2200-EXIT.                   K6TEDT.1
057900     IF RH-P-OR-F = "PASS "                                       K6TEDT.1
058000         MOVE RH-RUN-DATE TO PG-PASS-DATE (WS-TGT-SUB)            K6TEDT.1
058100         MOVE RH-RUN-SEQ  TO PG-PASS-SEQ (WS-TGT-SUB).            K6TEDT.1
058200     MOVE RH-P-OR-F TO PG-LAST-P-OR-F (WS-TGT-SUB).               K6TEDT.1
058300     GO TO 2000-READ.                                             K6TEDT.1
058400 2000-DONE.                                                       K6TEDT.1
058500     CLOSE RESULT-MASTER.                                         K6TEDT.1
058600 2000-EXIT.                                                       K6TEDT.1
058700     EXIT.                                                        K6TEDT.1
058800*================================================================ K6TEDT.1
058900* 2100-FIND-TARGET -- THE PAIR'S ENTRY FOR RH-TARGET-ID, ADDED    K6TEDT.1
059000* IF NEW.  WS-TGT-SUB IS ZERO WHEN THE TABLE IS FULL.             K6TEDT.1
059100*================================================================ K6TEDT.1
059200 2100-FIND-TARGET.                                                K6TEDT.1
059300     MOVE ZERO TO WS-TGT-SUB.                                     K6TEDT.1
059400 2100-SCAN.                                                       K6TEDT.1
059500     ADD 1 TO WS-TGT-SUB.                                         K6TEDT.1
059600     IF WS-TGT-SUB > WS-TGT-COUNT                                 K6TEDT.1
059700         GO TO 2100-ADD.                                          K6TEDT.1
059800     IF PG-TARGET-ID (WS-TGT-SUB) = RH-TARGET-ID                  K6TEDT.1
059900         GO TO 2100-EXIT.                                         K6TEDT.1
060000     GO TO 2100-SCAN.                                             K6TEDT.1
060100 2100-ADD.                                                        K6TEDT.1
060200     IF WS-TGT-COUNT NOT LESS THAN 30                             K6TEDT.1
060300         SET WS-TABLE-OVERFLOW TO TRUE                            K6TEDT.1
060400         MOVE ZERO TO WS-TGT-SUB                                  K6TEDT.1
060500         GO TO 2100-EXIT.                                         K6TEDT.1
060600     ADD 1 TO WS-TGT-COUNT.                                       K6TEDT.1
060700     MOVE WS-TGT-COUNT TO WS-TGT-SUB.                             K6TEDT.1
060800     MOVE RH-TARGET-ID TO PG-TARGET-ID (WS-TGT-SUB).              K6TEDT.1
060900     MOVE SPACE TO PG-LAST-P-OR-F (WS-TGT-SUB).                   K6TEDT.1
061000     MOVE ZERO TO PG-PASS-DATE (WS-TGT-SUB)                       K6TEDT.1
061100                  PG-PASS-SEQ (WS-TGT-SUB).                       K6TEDT.1
061200 2100-EXIT.                                                       K6TEDT.1
061300     EXIT.                                                        K6TEDT.1
061400*================================================================ K6TEDT.1
061500* 2200-TAKE-FLIP -- A CHANGE OF STATE ON THIS ROW.  ONLY A        K6TEDT.1
061600* PASS-TO-FAIL FLIP IS EXAMINED; THE OTHERS ARE COUNTED.          K6TEDT.1
061700*================================================================ K6TEDT.1
061800 2200-TAKE-FLIP.                                                  K6TEDT.1
061900     IF RH-P-OR-F NOT = "FAIL*"                                   K6TEDT.1
062000         ADD 1 TO WS-OTHER-FLIPS                                  K6TEDT.1
062100         GO TO 2200-EXIT.                                         K6TEDT.1
062200     IF WS-FLIP-COUNT NOT LESS THAN 300                           K6TEDT.1
062300         SET WS-TABLE-OVERFLOW TO TRUE                            K6TEDT.1
062400         GO TO 2200-EXIT.                                         K6TEDT.1
062500     ADD 1 TO WS-FLIP-COUNT.                                      K6TEDT.1
062600     MOVE WS-FLIP-COUNT TO WS-FLIP-SUB.                           K6TEDT.1
062700     PERFORM 2900-CLEAR-FLIP THRU 2900-EXIT.                      K6TEDT.1
062800     MOVE RH-PGM-ID          TO FT-PGM-ID (WS-FLIP-SUB).          K6TEDT.1
062900     MOVE RH-PAR-NAME (1:19) TO FT-PAR-NAME (WS-FLIP-SUB).        K6TEDT.1
063000     MOVE 19                 TO FT-CMP-LEN (WS-FLIP-SUB).         K6TEDT.1
063100     MOVE RH-TARGET-ID       TO FT-TARGET-ID (WS-FLIP-SUB).       K6TEDT.1
063200     MOVE PG-PASS-DATE (WS-TGT-SUB)                               K6TEDT.1
063300         TO FT-PASS-DATE (WS-FLIP-SUB).                           K6TEDT.1
063400     MOVE PG-PASS-SEQ (WS-TGT-SUB)                                K6TEDT.1
063500         TO FT-PASS-SEQ (WS-FLIP-SUB).                            K6TEDT.1
063600     MOVE RH-RUN-DATE        TO FT-FAIL-DATE (WS-FLIP-SUB).       K6TEDT.1
063700     MOVE RH-RUN-SEQ         TO FT-FAIL-SEQ (WS-FLIP-SUB).        K6TEDT.1
063800 2200-EXIT.                                                       K6TEDT.1
063900     EXIT.                                                        K6TEDT.1
064000*================================================================ K6TEDT.1
064100* 2500-READ-FLIP-REPORT -- PASS-TO-FAIL LINES FROM THE K6PFLIP    K6TEDT.1
064200* REPORT, UNDER THE RUNS NAMED ON THE PAIR CARD.                  K6TEDT.1
064300*================================================================ K6TEDT.1
064400 2500-READ-FLIP-REPORT.                                           K6TEDT.1
064500     OPEN INPUT FLIP-IN.                                          K6TEDT.1
064600     IF WS-FLIP-STATUS = "05"                                     K6TEDT.1
064700         CLOSE FLIP-IN                                            K6TEDT.1
064800         SET WS-SOURCE-MISSING TO TRUE                            K6TEDT.1
064900         GO TO 2500-EXIT.                                         K6TEDT.1
065000     IF WS-FLIP-STATUS NOT = "00"                                 K6TEDT.1
065100         SET WS-SOURCE-MISSING TO TRUE                            K6TEDT.1
065200         GO TO 2500-EXIT.                                         K6TEDT.1
065300 2500-READ.                                                       K6TEDT.1
065400     READ FLIP-IN                                                 K6TEDT.1
065500         AT END GO TO 2500-DONE.                                  K6TEDT.1
065600     ADD 1 TO WS-ROWS-READ.                                       K6TEDT.1
065700     IF FL-TAG NOT = "FLIPPED -- "                                K6TEDT.1
065800         GO TO 2500-READ.                                         K6TEDT.1
065900     IF FL-OLD-P-OR-F NOT = "PASS " OR FL-NEW-P-OR-F NOT = "FAIL*"K6TEDT.1
066000         ADD 1 TO WS-OTHER-FLIPS                                  K6TEDT.1
066100         GO TO 2500-READ.                                         K6TEDT.1
066200     IF WS-FLIP-COUNT NOT LESS THAN 300                           K6TEDT.1
066300         SET WS-TABLE-OVERFLOW TO TRUE                            K6TEDT.1
066400         GO TO 2500-READ.                                         K6TEDT.1
066500     ADD 1 TO WS-FLIP-COUNT.                                      K6TEDT.1
066600     MOVE WS-FLIP-COUNT TO WS-FLIP-SUB.                           K6TEDT.1
066700     PERFORM 2900-CLEAR-FLIP THRU 2900-EXIT.                      K6TEDT.1
066800     MOVE WS-PR-PGM-ID    TO FT-PGM-ID (WS-FLIP-SUB).             K6TEDT.1
066900     MOVE FL-PAR-NAME     TO FT-PAR-NAME (WS-FLIP-SUB).           K6TEDT.1
067000     MOVE 17              TO FT-CMP-LEN (WS-FLIP-SUB).            K6TEDT.1
067100     MOVE WS-PR-TARGET-ID TO FT-TARGET-ID (WS-FLIP-SUB).          K6TEDT.1
067200     MOVE WS-PR-PASS-DATE TO FT-PASS-DATE (WS-FLIP-SUB).          K6TEDT.1
067300     MOVE WS-PR-PASS-SEQ  TO FT-PASS-SEQ (WS-FLIP-SUB).           K6TEDT.1
067400     MOVE WS-PR-FAIL-DATE TO FT-FAIL-DATE (WS-FLIP-SUB).          K6TEDT.1
067500     MOVE WS-PR-FAIL-SEQ  TO FT-FAIL-SEQ (WS-FLIP-SUB).           K6TEDT.1
067600     GO TO 2500-READ.                                             K6TEDT.1
067700 2500-DONE.                                                       K6TEDT.1
067800     CLOSE FLIP-IN.                                               K6TEDT.1
067900 2500-EXIT.                                                       K6TEDT.1
068000     EXIT.                                                        K6TEDT.1
068100*================================================================ K6TEDT.1
068200* 2900-CLEAR-FLIP -- A NEW FLIP ENTRY, NOTHING YET KNOWN.         K6TEDT.1
068300*================================================================ K6TEDT.1
068400 2900-CLEAR-FLIP.                                                 K6TEDT.1
068500     MOVE ZERO  TO FT-PASS-REV (WS-FLIP-SUB)                      K6TEDT.1
068600                   FT-FAIL-REV (WS-FLIP-SUB)                      K6TEDT.1
068700                   FT-OLD-COPY (WS-FLIP-SUB)                      K6TEDT.1
068800                   FT-NEW-COPY (WS-FLIP-SUB)                      K6TEDT.1
068900                   FT-N-PARAGRAPH (WS-FLIP-SUB)                   K6TEDT.1
069000                   FT-N-HARNESS (WS-FLIP-SUB)                     K6TEDT.1
069100                   FT-N-NEITHER (WS-FLIP-SUB)                     K6TEDT.1
069200                   FT-N-COMMENT (WS-FLIP-SUB).                    K6TEDT.1
069300     MOVE SPACE TO FT-VERDICT (WS-FLIP-SUB).                      K6TEDT.1
069400 2900-EXIT.                                                       K6TEDT.1
069500     EXIT.                                                        K6TEDT.1
069600*================================================================ K6TEDT.1
069700* 3000-FILL-REVISIONS -- THE SOURCE REVISION OF EACH FLIP'S       K6TEDT.1
069800* PASSING AND FAILING RUN, FROM THE RAW-DATA HISTORY.             K6TEDT.1
069900*================================================================ K6TEDT.1
070000 3000-FILL-REVISIONS.                                             K6TEDT.1
070100     IF WS-FLIP-COUNT = ZERO                                      K6TEDT.1
070200         GO TO 3000-EXIT.                                         K6TEDT.1
070300     OPEN INPUT RAW-EXTRACT.                                      K6TEDT.1
070400 3000-READ.                                                       K6TEDT.1
070500     READ RAW-EXTRACT                                             K6TEDT.1
070600         AT END GO TO 3000-DONE.                                  K6TEDT.1
070700     ADD 1 TO WS-RUNS-READ.                                       K6TEDT.1
070800     IF RE-C-SRC-REV NOT NUMERIC                                  K6TEDT.1
070900         GO TO 3000-READ.                                         K6TEDT.1
071000     MOVE ZERO TO WS-FLIP-SUB.                                    K6TEDT.1
071100 3000-NEXT-FLIP.                                                  K6TEDT.1
071200     ADD 1 TO WS-FLIP-SUB.                                        K6TEDT.1
071300     IF WS-FLIP-SUB > WS-FLIP-COUNT                               K6TEDT.1
071400         GO TO 3000-READ.                                         K6TEDT.1
071500     IF FT-PGM-ID (WS-FLIP-SUB) NOT = RE-PGM-ID                   K6TEDT.1
071600             OR FT-TARGET-ID (WS-FLIP-SUB) NOT = RE-TARGET-ID     K6TEDT.1
071700         GO TO 3000-NEXT-FLIP.                                    K6TEDT.1
071800     IF FT-PASS-DATE (WS-FLIP-SUB) = RE-RUN-DATE                  K6TEDT.1
071900             AND FT-PASS-SEQ (WS-FLIP-SUB) = RE-RUN-SEQ           K6TEDT.1
072000         MOVE RE-C-SRC-REV TO FT-PASS-REV (WS-FLIP-SUB).          K6TEDT.1
072100     IF FT-FAIL-DATE (WS-FLIP-SUB) = RE-RUN-DATE                  K6TEDT.1
072200             AND FT-FAIL-SEQ (WS-FLIP-SUB) = RE-RUN-SEQ           K6TEDT.1
072300         MOVE RE-C-SRC-REV TO FT-FAIL-REV (WS-FLIP-SUB).          K6TEDT.1
072400     GO TO 3000-NEXT-FLIP.                                        K6TEDT.1
072500 3000-DONE.                                                       K6TEDT.1
072600     CLOSE RAW-EXTRACT.                                           K6TEDT.1
072700 3000-EXIT.                                                       K6TEDT.1
072800     EXIT.                                                        K6TEDT.1
072900*================================================================ K6TEDT.1
073000* 3500-LIST-COPIES -- SETTLE THE FLIPS THAT NEED NO SOURCE AND    K6TEDT.1
073100* LIST THE MEMBER REVISIONS THE REST NEED.  REVISION ZERO IS      K6TEDT.1
073200* A RUN RECORDED BEFORE C-SRC-REV WAS CARRIED.                    K6TEDT.1
073300*================================================================ K6TEDT.1
073400 3500-LIST-COPIES.                                                K6TEDT.1
073500     MOVE ZERO TO WS-FLIP-SUB.                                    K6TEDT.1
073600 3500-NEXT-FLIP.                                                  K6TEDT.1
073700     ADD 1 TO WS-FLIP-SUB.                                        K6TEDT.1
073800     IF WS-FLIP-SUB > WS-FLIP-COUNT                               K6TEDT.1
073900         GO TO 3500-EXIT.                                         K6TEDT.1
074000     IF FT-PASS-REV (WS-FLIP-SUB) = ZERO                          K6TEDT.1
074100             OR FT-FAIL-REV (WS-FLIP-SUB) = ZERO                  K6TEDT.1
074200         MOVE "U" TO FT-VERDICT (WS-FLIP-SUB)                     K6TEDT.1
074300         GO TO 3500-NEXT-FLIP.                                    K6TEDT.1
074400     IF FT-PASS-REV (WS-FLIP-SUB) = FT-FAIL-REV (WS-FLIP-SUB)     K6TEDT.1
074500         MOVE "S" TO FT-VERDICT (WS-FLIP-SUB)                     K6TEDT.1
074600         GO TO 3500-NEXT-FLIP.                                    K6TEDT.1
074700     MOVE FT-PGM-ID (WS-FLIP-SUB)   TO WS-WANT-MEMBER.            K6TEDT.1
074800     MOVE FT-PASS-REV (WS-FLIP-SUB) TO WS-WANT-REV.               K6TEDT.1
074900     PERFORM 3600-FIND-COPY THRU 3600-EXIT.                       K6TEDT.1
075000     MOVE WS-COPY-SUB TO FT-OLD-COPY (WS-FLIP-SUB).               K6TEDT.1
075100     MOVE FT-FAIL-REV (WS-FLIP-SUB) TO WS-WANT-REV.               K6TEDT.1
075200     PERFORM 3600-FIND-COPY THRU 3600-EXIT.                       K6TEDT.1
075300     MOVE WS-COPY-SUB TO FT-NEW-COPY (WS-FLIP-SUB).               K6TEDT.1
075400     IF FT-OLD-COPY (WS-FLIP-SUB) = ZERO                          K6TEDT.1
075500             OR FT-NEW-COPY (WS-FLIP-SUB) = ZERO                  K6TEDT.1
075600         MOVE "M" TO FT-VERDICT (WS-FLIP-SUB).                    K6TEDT.1
075700     GO TO 3500-NEXT-FLIP.                                        K6TEDT.1
075800 3500-EXIT.                                                       K6TEDT.1
075900     EXIT.                                                        K6TEDT.1
076000*================================================================ K6TEDT.1
076100* 3600-FIND-COPY -- THE COPY ENTRY FOR WS-WANT-MEMBER AT          K6TEDT.1
076200* WS-WANT-REV, ADDED IF NEW.  WS-COPY-SUB IS ZERO WHEN THE        K6TEDT.1
076300* TABLE IS FULL.                                                  K6TEDT.1
076400*================================================================ K6TEDT.1
076500 3600-FIND-COPY.                                                  K6TEDT.1
076600     MOVE ZERO TO WS-COPY-SUB.                                    K6TEDT.1
076700 3600-SCAN.                                                       K6TEDT.1
076800     ADD 1 TO WS-COPY-SUB.                                        K6TEDT.1
076900     IF WS-COPY-SUB > WS-COPY-COUNT                               K6TEDT.1
077000         GO TO 3600-ADD.                                          K6TEDT.1
077100     IF CT-MEMBER (WS-COPY-SUB) = WS-WANT-MEMBER                  K6TEDT.1
077200             AND CT-REV (WS-COPY-SUB) = WS-WANT-REV               K6TEDT.1
077300         GO TO 3600-EXIT.                                         K6TEDT.1
077400     GO TO 3600-SCAN.                                             K6TEDT.1
077500 3600-ADD.                                                        K6TEDT.1
077600     IF WS-COPY-COUNT NOT LESS THAN 60                            K6TEDT.1
077700         SET WS-TABLE-OVERFLOW TO TRUE                            K6TEDT.1
077800         MOVE ZERO TO WS-COPY-SUB                                 K6TEDT.1
077900         GO TO 3600-EXIT.                                         K6TEDT.1
078000     ADD 1 TO WS-COPY-COUNT.                                      K6TEDT.1
078100     MOVE WS-COPY-COUNT TO WS-COPY-SUB.                           K6TEDT.1
078200     MOVE WS-WANT-MEMBER TO CT-MEMBER (WS-COPY-SUB).              K6TEDT.1
078300     MOVE WS-WANT-REV    TO CT-REV (WS-COPY-SUB).                 K6TEDT.1
078400     MOVE "N"            TO CT-LOADED-SW (WS-COPY-SUB).           K6TEDT.1
078500     MOVE ZERO TO CT-FIRST (WS-COPY-SUB) CT-COUNT (WS-COPY-SUB).  K6TEDT.1
078600 3600-EXIT.                                                       K6TEDT.1
078700     EXIT.                                                        K6TEDT.1
078800*================================================================ K6TEDT.1
078900* 4000-LOAD-SOURCE -- READ THE LIBRARY UNLOAD ONE MEMBER COPY     K6TEDT.1
079000* AT A TIME AND KEEP THE COPIES THAT ARE WANTED.  A FLIP WHOSE    K6TEDT.1
079100* COPIES DID NOT BOTH TURN UP IS MARKED NOT IN THE LIBRARY.       K6TEDT.1
079200*================================================================ K6TEDT.1
079300 4000-LOAD-SOURCE.                                                K6TEDT.1
079400     IF WS-COPY-COUNT = ZERO                                      K6TEDT.1
079500         GO TO 4000-EXIT.                                         K6TEDT.1
079600     OPEN INPUT SOURCE-IN.                                        K6TEDT.1
079700     MOVE SPACE TO WS-CUR-MEMBER.                                 K6TEDT.1
079800     MOVE ZERO TO WS-CUR-REV WS-STAGE-COUNT.                      K6TEDT.1
079900 4000-READ.                                                       K6TEDT.1
080000     READ SOURCE-IN                                               K6TEDT.1
080100         AT END GO TO 4000-DONE.                                  K6TEDT.1
080200     IF SI-SEP-TAG = "++MEMBER "                                  K6TEDT.1
080300         PERFORM 4200-FINISH-COPY THRU 4200-EXIT                  K6TEDT.1
080400         MOVE SI-SEP-MEMBER TO WS-CUR-MEMBER                      K6TEDT.1
080500         MOVE ZERO TO WS-CUR-REV WS-STAGE-COUNT                   K6TEDT.1
080600         GO TO 4000-READ.                                         K6TEDT.1
080700     IF WS-CUR-MEMBER = SPACE                                     K6TEDT.1
080800         GO TO 4000-READ.                                         K6TEDT.1
080900     IF WS-STAGE-COUNT NOT LESS THAN 4000                         K6TEDT.1
081000         SET WS-TABLE-OVERFLOW TO TRUE                            K6TEDT.1
081100         GO TO 4000-READ.                                         K6TEDT.1
081200     ADD 1 TO WS-STAGE-COUNT.                                     K6TEDT.1
081300     MOVE SI-REC TO SG-TEXT (WS-STAGE-COUNT).                     K6TEDT.1
081400     IF SI-REC (7:1) = "*" OR SI-REC (7:1) = "/"                  K6TEDT.1
081500         GO TO 4000-READ.                                         K6TEDT.1
081600     IF WS-CUR-REV = ZERO                                         K6TEDT.1
081700         PERFORM 4100-PICK-SRC-REV THRU 4100-EXIT.                K6TEDT.1
081800     GO TO 4000-READ.                                             K6TEDT.1
081900 4000-DONE.                                                       K6TEDT.1
082000     PERFORM 4200-FINISH-COPY THRU 4200-EXIT.                     K6TEDT.1
082100     CLOSE SOURCE-IN.                                             K6TEDT.1
082200     MOVE ZERO TO WS-FLIP-SUB.                                    K6TEDT.1
082300 4000-CHECK-FLIP.                                                 K6TEDT.1
082400     ADD 1 TO WS-FLIP-SUB.                                        K6TEDT.1
082500     IF WS-FLIP-SUB > WS-FLIP-COUNT                               K6TEDT.1
082600         GO TO 4000-EXIT.                                         K6TEDT.1
082700     IF FT-VERDICT (WS-FLIP-SUB) NOT = SPACE                      K6TEDT.1
082800         GO TO 4000-CHECK-FLIP.                                   K6TEDT.1
082900     IF CT-LOADED-SW (FT-OLD-COPY (WS-FLIP-SUB)) NOT = "Y"        K6TEDT.1
083000             OR CT-LOADED-SW (FT-NEW-COPY (WS-FLIP-SUB)) NOT = "Y"K6TEDT.1
083100         MOVE "M" TO FT-VERDICT (WS-FLIP-SUB).                    K6TEDT.1
083200     GO TO 4000-CHECK-FLIP.                                       K6TEDT.1
083300 4000-EXIT.                                                       K6TEDT.1
083400     EXIT.                                                        K6TEDT.1
083500*================================================================ K6TEDT.1
083600* 4100-PICK-SRC-REV -- THE VALUE OF CCVS-PGM-SOURCE-REV, FROM     K6TEDT.1
083700* ITS DECLARATION (THE MOVE TO C-SRC-REV HAS NO VALUE CLAUSE).    K6TEDT.1
083800*================================================================ K6TEDT.1
083900 4100-PICK-SRC-REV.                                               K6TEDT.1
084000     MOVE ZERO TO WS-TALLY.                                       K6TEDT.1
084100     INSPECT SI-REC TALLYING WS-TALLY                             K6TEDT.1
084200         FOR ALL "CCVS-PGM-SOURCE-REV".                           K6TEDT.1
084300     IF WS-TALLY = ZERO                                           K6TEDT.1
084400         GO TO 4100-EXIT.                                         K6TEDT.1
084500     MOVE SPACE TO WS-PARSE-JUNK WS-PARSE-REST.                   K6TEDT.1
084600     UNSTRING SI-REC (8:65) DELIMITED BY " VALUE "                K6TEDT.1
084700         INTO WS-PARSE-JUNK WS-PARSE-REST.                        K6TEDT.1
084800     IF WS-PARSE-REST = SPACE                                     K6TEDT.1
084900         GO TO 4100-EXIT.                                         K6TEDT.1
085000     MOVE SPACE TO WS-PARSE-JUNK WS-REV-TOKEN.                    K6TEDT.1
085100     UNSTRING WS-PARSE-REST DELIMITED BY ALL " " OR "."           K6TEDT.1
085200         INTO WS-PARSE-JUNK WS-REV-TOKEN.                         K6TEDT.1
085300     IF WS-PARSE-JUNK NOT = SPACE                                 K6TEDT.1
085400         MOVE WS-PARSE-JUNK TO WS-REV-TOKEN.                      K6TEDT.1
085500     IF WS-REV-TOKEN (1:3) NUMERIC                                K6TEDT.1
085600             AND WS-REV-TOKEN (4:5) = SPACE                       K6TEDT.1
085700         MOVE WS-REV-TOKEN (1:3) TO WS-CUR-REV.                   K6TEDT.1
085800 4100-EXIT.                                                       K6TEDT.1
085900     EXIT.                                                        K6TEDT.1
086000*================================================================ K6TEDT.1
086100* 4200-FINISH-COPY -- THE MEMBER COPY JUST READ GOES TO THE       K6TEDT.1
086200* POOL IF ITS REVISION IS WANTED AND NOT ALREADY LOADED.          K6TEDT.1
086300* EACH LINE IS TAGGED WITH ITS PARAGRAPH: A LABEL IS ANY CODE     K6TEDT.1
086400* LINE AFTER PROCEDURE DIVISION THAT STARTS IN AREA A.            K6TEDT.1
086500*================================================================ K6TEDT.1
086600 4200-FINISH-COPY.                                                K6TEDT.1
086700     IF WS-CUR-MEMBER = SPACE OR WS-STAGE-COUNT = ZERO            K6TEDT.1
086800         GO TO 4200-EXIT.                                         K6TEDT.1
086900     MOVE ZERO TO WS-COPY-SUB.                                    K6TEDT.1
087000 4200-SCAN.                                                       K6TEDT.1
087100     ADD 1 TO WS-COPY-SUB.                                        K6TEDT.1
087200     IF WS-COPY-SUB > WS-COPY-COUNT                               K6TEDT.1
087300         GO TO 4200-EXIT.                                         K6TEDT.1
087400     IF CT-MEMBER (WS-COPY-SUB) NOT = WS-CUR-MEMBER (1:6)         K6TEDT.1
087500             OR CT-REV (WS-COPY-SUB) NOT = WS-CUR-REV             K6TEDT.1
087600             OR CT-LOADED-SW (WS-COPY-SUB) = "Y"                  K6TEDT.1
087700         GO TO 4200-SCAN.                                         K6TEDT.1
087800     IF WS-POOL-COUNT + WS-STAGE-COUNT > 16000                    K6TEDT.1
087900         SET WS-TABLE-OVERFLOW TO TRUE                            K6TEDT.1
088000         GO TO 4200-EXIT.                                         K6TEDT.1
088100     MOVE "Y" TO CT-LOADED-SW (WS-COPY-SUB).                      K6TEDT.1
088200     COMPUTE CT-FIRST (WS-COPY-SUB) = WS-POOL-COUNT + 1.          K6TEDT.1
088300     MOVE WS-STAGE-COUNT TO CT-COUNT (WS-COPY-SUB).               K6TEDT.1
088400     MOVE "N" TO WS-PROC-SW.                                      K6TEDT.1
088500     MOVE ZERO TO WS-PARA-NO WS-STAGE-SUB.                        K6TEDT.1
088600 4200-NEXT-LINE.                                                  K6TEDT.1
088700     ADD 1 TO WS-STAGE-SUB.                                       K6TEDT.1
088800     IF WS-STAGE-SUB > WS-STAGE-COUNT                             K6TEDT.1
088900         GO TO 4200-EXIT.                                         K6TEDT.1
089000     ADD 1 TO WS-POOL-COUNT.                                      K6TEDT.1
089100     MOVE SG-TEXT (WS-STAGE-SUB) TO PL-TEXT (WS-POOL-COUNT).      K6TEDT.1
089200     MOVE "N" TO PL-LABEL-SW (WS-POOL-COUNT).                     K6TEDT.1
089300     IF SG-TEXT (WS-STAGE-SUB) (7:1) = "*"                        K6TEDT.1
089400             OR SG-TEXT (WS-STAGE-SUB) (7:1) = "/"                K6TEDT.1
089500         GO TO 4200-TAG-LINE.                                     K6TEDT.1
089600     IF NOT WS-IN-PROCEDURE                                       K6TEDT.1
089700         PERFORM 4250-SEEK-PROCEDURE THRU 4250-EXIT               K6TEDT.1
089800         GO TO 4200-TAG-LINE.                                     K6TEDT.1
089900     IF SG-TEXT (WS-STAGE-SUB) (8:1) NOT = SPACE                  K6TEDT.1
090000         ADD 1 TO WS-PARA-NO                                      K6TEDT.1
090100         MOVE "Y" TO PL-LABEL-SW (WS-POOL-COUNT).                 K6TEDT.1
090200 4200-TAG-LINE.                                                   K6TEDT.1
090300     MOVE WS-PARA-NO TO PL-PAR-NO (WS-POOL-COUNT).                K6TEDT.1
090400     GO TO 4200-NEXT-LINE.                                        K6TEDT.1
090500 4200-EXIT.                                                       K6TEDT.1
090600     EXIT.                                                        K6TEDT.1
090700*================================================================ K6TEDT.1
090800* 4250-SEEK-PROCEDURE -- LABELS ARE TAKEN ONLY AFTER THE          K6TEDT.1
090900* PROCEDURE DIVISION HEADER.                                      K6TEDT.1
091000*================================================================ K6TEDT.1
091100 4250-SEEK-PROCEDURE.                                             K6TEDT.1
091200     MOVE ZERO TO WS-TALLY.                                       K6TEDT.1
091300     INSPECT SG-TEXT (WS-STAGE-SUB) TALLYING WS-TALLY             K6TEDT.1
091400         FOR ALL "PROCEDURE DIVISION".                            K6TEDT.1
091500     IF WS-TALLY > ZERO                                           K6TEDT.1
091600         SET WS-IN-PROCEDURE TO TRUE.                             K6TEDT.1
091700 4250-EXIT.                                                       K6TEDT.1
091800     EXIT.                                                        K6TEDT.1
091900*================================================================ K6TEDT.1
092000* 5000-JUDGE-FLIPS -- COMPARE THE TWO COPIES OF EVERY FLIP        K6TEDT.1
092100* STILL OPEN AND SETTLE ITS VERDICT FROM THE CHANGED LINES.       K6TEDT.1
092200*================================================================ K6TEDT.1
092300 5000-JUDGE-FLIPS.                                                K6TEDT.1
092400     SET WS-MODE-COUNT TO TRUE.                                   K6TEDT.1
092500     MOVE ZERO TO WS-FLIP-SUB.                                    K6TEDT.1
092600 5000-NEXT-FLIP.                                                  K6TEDT.1
092700     ADD 1 TO WS-FLIP-SUB.                                        K6TEDT.1
092800     IF WS-FLIP-SUB > WS-FLIP-COUNT                               K6TEDT.1
092900         GO TO 5000-EXIT.                                         K6TEDT.1
093000     IF FT-VERDICT (WS-FLIP-SUB) NOT = SPACE                      K6TEDT.1
093100         GO TO 5000-NEXT-FLIP.                                    K6TEDT.1
093200     PERFORM 5100-COMPARE-FLIP THRU 5100-EXIT.                    K6TEDT.1
093300     IF FT-N-PARAGRAPH (WS-FLIP-SUB) > ZERO                       K6TEDT.1
093400         MOVE "P" TO FT-VERDICT (WS-FLIP-SUB)                     K6TEDT.1
093500     ELSE IF FT-N-HARNESS (WS-FLIP-SUB) > ZERO                    K6TEDT.1
093600         MOVE "H" TO FT-VERDICT (WS-FLIP-SUB)                     K6TEDT.1
093700     ELSE IF FT-N-NEITHER (WS-FLIP-SUB) > ZERO                    K6TEDT.1
093800         MOVE "O" TO FT-VERDICT (WS-FLIP-SUB)                     K6TEDT.1
093900     ELSE IF FT-N-COMMENT (WS-FLIP-SUB) > ZERO                    K6TEDT.1
094000         MOVE "C" TO FT-VERDICT (WS-FLIP-SUB)                     K6TEDT.1
094100     ELSE                                                         K6TEDT.1
094200         MOVE "N" TO FT-VERDICT (WS-FLIP-SUB).                    K6TEDT.1
094300     GO TO 5000-NEXT-FLIP.                                        K6TEDT.1
094400 5000-EXIT.                                                       K6TEDT.1
094500     EXIT.                                                        K6TEDT.1
094600*================================================================ K6TEDT.1
094700* 5100-COMPARE-FLIP -- MAP BOTH COPIES' PARAGRAPHS FOR THIS       K6TEDT.1
094800* FLIP, THEN WALK THE DIFFERENCES.  IN COUNT MODE THE CHANGED     K6TEDT.1
094900* LINES ARE TALLIED ON THE FLIP; IN LIST MODE THEY ARE PRINTED.   K6TEDT.1
095000*================================================================ K6TEDT.1
095100 5100-COMPARE-FLIP.                                               K6TEDT.1
095200     MOVE FT-CMP-LEN (WS-FLIP-SUB) TO WS-CMP-LEN.                 K6TEDT.1
095300     MOVE FT-OLD-COPY (WS-FLIP-SUB) TO WS-COPY-SUB.               K6TEDT.1
095400     MOVE CT-FIRST (WS-COPY-SUB) TO SD-FIRST (1).                 K6TEDT.1
095500     MOVE CT-COUNT (WS-COPY-SUB) TO SD-COUNT (1).                 K6TEDT.1
095600     MOVE FT-NEW-COPY (WS-FLIP-SUB) TO WS-COPY-SUB.               K6TEDT.1
095700     MOVE CT-FIRST (WS-COPY-SUB) TO SD-FIRST (2).                 K6TEDT.1
095800     MOVE CT-COUNT (WS-COPY-SUB) TO SD-COUNT (2).                 K6TEDT.1
095900     MOVE 1 TO WS-SIDE.                                           K6TEDT.1
096000     PERFORM 5200-MAP-PARAGRAPHS THRU 5200-EXIT.                  K6TEDT.1
096100     MOVE 2 TO WS-SIDE.                                           K6TEDT.1
096200     PERFORM 5200-MAP-PARAGRAPHS THRU 5200-EXIT.                  K6TEDT.1
096300     MOVE ZERO TO WS-LISTED WS-HIDDEN.                            K6TEDT.1
096400     PERFORM 5500-DIFF-COPIES THRU 5500-EXIT.                     K6TEDT.1
096500 5100-EXIT.                                                       K6TEDT.1
096600     EXIT.                                                        K6TEDT.1
096700*================================================================ K6TEDT.1
096800* 5200-MAP-PARAGRAPHS -- FOR THE COPY ON WS-SIDE: ITS             K6TEDT.1
096900* PARAGRAPHS AND LINE RANGES, WHICH ARE PERFORMED, WHICH MOVE     K6TEDT.1
097000* A PAR-NAME, THEN THE FLIPPED TEST'S PARAGRAPHS AND THE          K6TEDT.1
097100* HARNESS THEY REACH.                                             K6TEDT.1
097200*================================================================ K6TEDT.1
097300 5200-MAP-PARAGRAPHS.                                             K6TEDT.1
097400     MOVE ZERO TO PT-COUNT (WS-SIDE) PT-REGION-START (WS-SIDE).   K6TEDT.1
097500     MOVE SD-FIRST (WS-SIDE) TO WS-LINE.                          K6TEDT.1
097600     COMPUTE WS-LINE-END = SD-FIRST (WS-SIDE)                     K6TEDT.1
097700                         + SD-COUNT (WS-SIDE) - 1.                K6TEDT.1
097800 5200-NEXT-LINE.                                                  K6TEDT.1
097900     IF WS-LINE > WS-LINE-END                                     K6TEDT.1
098000         GO TO 5200-MARK.                                         K6TEDT.1
098100     IF PL-LABEL-SW (WS-LINE) = "Y"                               K6TEDT.1
098200         PERFORM 5210-ADD-PARAGRAPH THRU 5210-EXIT.               K6TEDT.1
098300     IF PL-PAR-NO (WS-LINE) > ZERO                                K6TEDT.1
098400             AND PL-PAR-NO (WS-LINE) NOT > PT-COUNT (WS-SIDE)     K6TEDT.1
098500         MOVE WS-LINE                                             K6TEDT.1
098600             TO PT-LAST (WS-SIDE PL-PAR-NO (WS-LINE)).            K6TEDT.1
098700     ADD 1 TO WS-LINE.                                            K6TEDT.1
098800     GO TO 5200-NEXT-LINE.                                        K6TEDT.1
098900 5200-MARK.                                                       K6TEDT.1
099000     SET WS-MARK-TARGETS TO TRUE.                                 K6TEDT.1
099100     MOVE SD-FIRST (WS-SIDE) TO WS-LINE.                          K6TEDT.1
099200 5200-MARK-LINE.                                                  K6TEDT.1
099300     IF WS-LINE > WS-LINE-END                                     K6TEDT.1
099400         GO TO 5200-REGION.                                       K6TEDT.1
099500     IF PL-PAR-NO (WS-LINE) = ZERO                                K6TEDT.1
099600             OR PL-PAR-NO (WS-LINE) > PT-COUNT (WS-SIDE)          K6TEDT.1
099700             OR PL-TEXT (WS-LINE) (7:1) = "*"                     K6TEDT.1
099800             OR PL-TEXT (WS-LINE) (7:1) = "/"                     K6TEDT.1
099900         ADD 1 TO WS-LINE                                         K6TEDT.1
100000         GO TO 5200-MARK-LINE.                                    K6TEDT.1
100100     MOVE PL-TEXT (WS-LINE) (8:65) TO WS-SCAN-LINE.               K6TEDT.1
100200     MOVE ZERO TO WS-TALLY.                                       K6TEDT.1
100300     INSPECT WS-SCAN-LINE TALLYING WS-TALLY                       K6TEDT.1
100400         FOR ALL " TO PAR-NAME".                                  K6TEDT.1
100500     IF WS-TALLY > ZERO                                           K6TEDT.1
100600         PERFORM 5300-TAKE-PAR-LITERAL THRU 5300-EXIT.            K6TEDT.1
100700     MOVE PL-TEXT (WS-LINE) (8:65) TO WS-SCAN-LINE.               K6TEDT.1
100800     PERFORM 5400-SCAN-PERFORMS THRU 5400-EXIT.                   K6TEDT.1
100900     ADD 1 TO WS-LINE.                                            K6TEDT.1
101000     GO TO 5200-MARK-LINE.                                        K6TEDT.1
101100 5200-REGION.                                                     K6TEDT.1
101200     IF PT-REGION-START (WS-SIDE) = ZERO                          K6TEDT.1
101300         PERFORM 5250-FIND-BY-NAME THRU 5250-EXIT.                K6TEDT.1
101400     IF PT-REGION-START (WS-SIDE) = ZERO                          K6TEDT.1
101500         GO TO 5200-EXIT.                                         K6TEDT.1
101600     MOVE PT-REGION-START (WS-SIDE) TO WS-PT-SUB.                 K6TEDT.1
101700     MOVE "Y" TO PT-REGION-SW (WS-SIDE WS-PT-SUB).                K6TEDT.1
101800 5200-FALL-THROUGH.                                               K6TEDT.1
101900     ADD 1 TO WS-PT-SUB.                                          K6TEDT.1
102000     IF WS-PT-SUB > PT-COUNT (WS-SIDE)                            K6TEDT.1
102100         GO TO 5200-REACH.                                        K6TEDT.1
102200     IF PT-TARGET-SW (WS-SIDE WS-PT-SUB) = "Y"                    K6TEDT.1
102300             OR PT-MOVES-SW (WS-SIDE WS-PT-SUB) = "Y"             K6TEDT.1
102400             OR PT-SECTION-SW (WS-SIDE WS-PT-SUB) = "Y"           K6TEDT.1
102500         GO TO 5200-REACH.                                        K6TEDT.1
102600     MOVE "Y" TO PT-REGION-SW (WS-SIDE WS-PT-SUB).                K6TEDT.1
102700     GO TO 5200-FALL-THROUGH.                                     K6TEDT.1
102800 5200-REACH.                                                      K6TEDT.1
102900     SET WS-MARK-REACH TO TRUE.                                   K6TEDT.1
103000 5200-REACH-PASS.                                                 K6TEDT.1
103100     MOVE "N" TO WS-CHANGED-SW.                                   K6TEDT.1
103200     MOVE ZERO TO WS-PT-EXPAND.                                   K6TEDT.1
103300 5200-REACH-NEXT.                                                 K6TEDT.1
103400     ADD 1 TO WS-PT-EXPAND.                                       K6TEDT.1
103500     IF WS-PT-EXPAND > PT-COUNT (WS-SIDE)                         K6TEDT.1
103600         GO TO 5200-REACH-DONE.                                   K6TEDT.1
103700     IF PT-DONE-SW (WS-SIDE WS-PT-EXPAND) = "Y"                   K6TEDT.1
103800         GO TO 5200-REACH-NEXT.                                   K6TEDT.1
103900     IF PT-REGION-SW (WS-SIDE WS-PT-EXPAND) NOT = "Y"             K6TEDT.1
104000             AND PT-REACH-SW (WS-SIDE WS-PT-EXPAND) NOT = "Y"     K6TEDT.1
104100         GO TO 5200-REACH-NEXT.                                   K6TEDT.1
104200     MOVE "Y" TO PT-DONE-SW (WS-SIDE WS-PT-EXPAND).               K6TEDT.1
104300     SET WS-REACH-CHANGED TO TRUE.                                K6TEDT.1
104400     PERFORM 5450-EXPAND-PARAGRAPH THRU 5450-EXIT.                K6TEDT.1
104500     GO TO 5200-REACH-NEXT.                                       K6TEDT.1
104600 5200-REACH-DONE.                                                 K6TEDT.1
104700     IF WS-REACH-CHANGED                                          K6TEDT.1
104800         GO TO 5200-REACH-PASS.                                   K6TEDT.1
104900 5200-EXIT.                                                       K6TEDT.1
105000     EXIT.                                                        K6TEDT.1
105100*================================================================ K6TEDT.1
105200* 5210-ADD-PARAGRAPH -- A LABEL LINE.  THE NAME IS ITS FIRST      K6TEDT.1
105300* WORD; "SECTION" AFTER IT MARKS A SECTION HEADER.                K6TEDT.1
105400*================================================================ K6TEDT.1
105500 5210-ADD-PARAGRAPH.                                              K6TEDT.1
105600     IF PT-COUNT (WS-SIDE) NOT LESS THAN 800                      K6TEDT.1
105700         SET WS-TABLE-OVERFLOW TO TRUE                            K6TEDT.1
105800         GO TO 5210-EXIT.                                         K6TEDT.1
105900     ADD 1 TO PT-COUNT (WS-SIDE).                                 K6TEDT.1
106000     MOVE PT-COUNT (WS-SIDE) TO WS-PT-SUB.                        K6TEDT.1
106100     MOVE PL-TEXT (WS-LINE) (8:65) TO WS-SCAN-LINE.               K6TEDT.1
106200     MOVE SPACE TO PT-NAME (WS-SIDE WS-PT-SUB).                   K6TEDT.1
106300     UNSTRING WS-SCAN-LINE DELIMITED BY "." OR " "                K6TEDT.1
106400         INTO PT-NAME (WS-SIDE WS-PT-SUB).                        K6TEDT.1
106500     MOVE WS-LINE TO PT-FIRST (WS-SIDE WS-PT-SUB)                 K6TEDT.1
106600                     PT-LAST (WS-SIDE WS-PT-SUB).                 K6TEDT.1
106700     MOVE "N" TO PT-TARGET-SW (WS-SIDE WS-PT-SUB)                 K6TEDT.1
106800                 PT-MOVES-SW (WS-SIDE WS-PT-SUB)                  K6TEDT.1
106900                 PT-SECTION-SW (WS-SIDE WS-PT-SUB)                K6TEDT.1
107000                 PT-REGION-SW (WS-SIDE WS-PT-SUB)                 K6TEDT.1
107100                 PT-REACH-SW (WS-SIDE WS-PT-SUB)                  K6TEDT.1
107200                 PT-DONE-SW (WS-SIDE WS-PT-SUB).                  K6TEDT.1
107300     MOVE ZERO TO WS-TALLY.                                       K6TEDT.1
107400     INSPECT WS-SCAN-LINE TALLYING WS-TALLY FOR ALL " SECTION".   K6TEDT.1
107500     IF WS-TALLY > ZERO                                           K6TEDT.1
107600         MOVE "Y" TO PT-SECTION-SW (WS-SIDE WS-PT-SUB).           K6TEDT.1
107700 5210-EXIT.                                                       K6TEDT.1
107800     EXIT.                                                        K6TEDT.1
107900*================================================================ K6TEDT.1
108000* 5250-FIND-BY-NAME -- NO PARAGRAPH MOVES THE FLIPPED PAR-NAME;   K6TEDT.1
108100* TAKE THE PARAGRAPH OF THE SAME NAME, IF ANY.                    K6TEDT.1
108200*================================================================ K6TEDT.1
108300 5250-FIND-BY-NAME.                                               K6TEDT.1
108400     MOVE ZERO TO WS-PT-SUB.                                      K6TEDT.1
108500 5250-SCAN.                                                       K6TEDT.1
108600     ADD 1 TO WS-PT-SUB.                                          K6TEDT.1
108700     IF WS-PT-SUB > PT-COUNT (WS-SIDE)                            K6TEDT.1
108800         GO TO 5250-EXIT.                                         K6TEDT.1
108900     IF PT-NAME (WS-SIDE WS-PT-SUB) (1:WS-CMP-LEN)                K6TEDT.1
109000             NOT = FT-PAR-NAME (WS-FLIP-SUB) (1:WS-CMP-LEN)       K6TEDT.1
109100         GO TO 5250-SCAN.                                         K6TEDT.1
109200     MOVE WS-PT-SUB TO PT-REGION-START (WS-SIDE).                 K6TEDT.1
109300 5250-EXIT.                                                       K6TEDT.1
109400     EXIT.                                                        K6TEDT.1
109500*================================================================ K6TEDT.1
109600* 5300-TAKE-PAR-LITERAL -- MOVE "LITERAL" TO PAR-NAME.  THE       K6TEDT.1
109700* CLOSING QUOTE MUST STAND DIRECTLY BEFORE " TO PAR-NAME".  THE   K6TEDT.1
109800* PARAGRAPH IS MARKED AS A TEST; THE FIRST WHOSE LITERAL IS THE   K6TEDT.1
109900* FLIPPED PAR-NAME STARTS THE FLIPPED TEST.                       K6TEDT.1
110000*================================================================ K6TEDT.1
110100 5300-TAKE-PAR-LITERAL.                                           K6TEDT.1
110200     MOVE ZERO TO WS-SCAN-POS.                                    K6TEDT.1
110300     INSPECT WS-SCAN-LINE TALLYING WS-SCAN-POS                    K6TEDT.1
110400         FOR CHARACTERS BEFORE INITIAL " TO PAR-NAME".            K6TEDT.1
110500     IF WS-SCAN-POS < 3                                           K6TEDT.1
110600         GO TO 5300-EXIT.                                         K6TEDT.1
110700     MOVE SPACE TO WS-PARSE-JUNK WS-PAR-LITERAL WS-PARSE-REST.    K6TEDT.1
110800     UNSTRING WS-SCAN-LINE (1:WS-SCAN-POS) DELIMITED BY QUOTE     K6TEDT.1
110900         INTO WS-PARSE-JUNK WS-PAR-LITERAL WS-PARSE-REST.         K6TEDT.1
111000     IF WS-PAR-LITERAL = SPACE OR WS-PARSE-REST NOT = SPACE       K6TEDT.1
111100         GO TO 5300-EXIT.                                         K6TEDT.1
111200     MOVE "Y" TO PT-MOVES-SW (WS-SIDE PL-PAR-NO (WS-LINE)).       K6TEDT.1
111300     IF PT-REGION-START (WS-SIDE) = ZERO                          K6TEDT.1
111400             AND WS-PAR-LITERAL (1:WS-CMP-LEN)                    K6TEDT.1
111500                 = FT-PAR-NAME (WS-FLIP-SUB) (1:WS-CMP-LEN)       K6TEDT.1
111600         MOVE PL-PAR-NO (WS-LINE) TO PT-REGION-START (WS-SIDE).   K6TEDT.1
111700 5300-EXIT.                                                       K6TEDT.1
111800     EXIT.                                                        K6TEDT.1
111900*================================================================ K6TEDT.1
112000* 5400-SCAN-PERFORMS -- EVERY "PERFORM NAME [THRU NAME]" ON       K6TEDT.1
112100* WS-SCAN-LINE.  TARGET MODE MARKS THE PARAGRAPHS AS PERFORMED;   K6TEDT.1
112200* REACH MODE MARKS THEM AS HARNESS OF THE FLIPPED TEST.  A        K6TEDT.1
112300* PERFORM OF NO KNOWN PARAGRAPH (UNTIL, TIMES) IS PASSED OVER.    K6TEDT.1
112400*================================================================ K6TEDT.1
112500 5400-SCAN-PERFORMS.                                              K6TEDT.1
112600     MOVE ZERO TO WS-SCAN-POS.                                    K6TEDT.1
112700     INSPECT WS-SCAN-LINE TALLYING WS-SCAN-POS                    K6TEDT.1
112800         FOR CHARACTERS BEFORE INITIAL "PERFORM ".                K6TEDT.1
112900     IF WS-SCAN-POS > 56                                          K6TEDT.1
113000         GO TO 5400-EXIT.                                         K6TEDT.1
113100     MOVE SPACE TO WS-WORD-1 WS-WORD-2 WS-WORD-3.                 K6TEDT.1
113200     UNSTRING WS-SCAN-LINE (WS-SCAN-POS + 9:) DELIMITED BY ALL " "K6TEDT.1
113300         INTO WS-WORD-1 WS-WORD-2 WS-WORD-3.                      K6TEDT.1
113400     MOVE WS-SCAN-LINE (WS-SCAN-POS + 9:) TO WS-SCAN-HOLD.        K6TEDT.1
113500     MOVE WS-SCAN-HOLD TO WS-SCAN-LINE.                           K6TEDT.1
113600     INSPECT WS-WORD-1 REPLACING ALL "." BY SPACE.                K6TEDT.1
113700     INSPECT WS-WORD-3 REPLACING ALL "." BY SPACE.                K6TEDT.1
113800     MOVE WS-WORD-1 TO WS-FIND-NAME.                              K6TEDT.1
113900     PERFORM 5480-FIND-PARAGRAPH THRU 5480-EXIT.                  K6TEDT.1
114000     IF WS-PT-SUB = ZERO                                          K6TEDT.1
114100         GO TO 5400-SCAN-PERFORMS.                                K6TEDT.1
114200     MOVE WS-PT-SUB TO WS-PT-MARK WS-PT-END.                      K6TEDT.1
114300     IF WS-WORD-2 = "THRU" OR WS-WORD-2 = "THROUGH"               K6TEDT.1
114400         MOVE WS-WORD-3 TO WS-FIND-NAME                           K6TEDT.1
114500         PERFORM 5480-FIND-PARAGRAPH THRU 5480-EXIT               K6TEDT.1
114600         IF WS-PT-SUB > WS-PT-MARK                                K6TEDT.1
114700             MOVE WS-PT-SUB TO WS-PT-END.                         K6TEDT.1
114800 5400-MARK.                                                       K6TEDT.1
114900     IF WS-MARK-TARGETS                                           K6TEDT.1
115000         MOVE "Y" TO PT-TARGET-SW (WS-SIDE WS-PT-MARK)            K6TEDT.1
115100     ELSE IF PT-REGION-SW (WS-SIDE WS-PT-MARK) NOT = "Y"          K6TEDT.1
115200         MOVE "Y" TO PT-REACH-SW (WS-SIDE WS-PT-MARK).            K6TEDT.1
115300     ADD 1 TO WS-PT-MARK.                                         K6TEDT.1
115400     IF WS-PT-MARK NOT > WS-PT-END                                K6TEDT.1
115500         GO TO 5400-MARK.                                         K6TEDT.1
115600     GO TO 5400-SCAN-PERFORMS.                                    K6TEDT.1
115700 5400-EXIT.                                                       K6TEDT.1
115800     EXIT.                                                        K6TEDT.1
115900*================================================================ K6TEDT.1
116000* 5450-EXPAND-PARAGRAPH -- THE PERFORMS IN ONE PARAGRAPH OF THE   K6TEDT.1
116100* FLIPPED TEST OR ITS HARNESS.                                    K6TEDT.1
116200*================================================================ K6TEDT.1
116300 5450-EXPAND-PARAGRAPH.                                           K6TEDT.1
116400     MOVE PT-FIRST (WS-SIDE WS-PT-EXPAND) TO WS-LINE.             K6TEDT.1
116500 5450-NEXT-LINE.                                                  K6TEDT.1
116600     IF WS-LINE > PT-LAST (WS-SIDE WS-PT-EXPAND)                  K6TEDT.1
116700         GO TO 5450-EXIT.                                         K6TEDT.1
116800     IF PL-TEXT (WS-LINE) (7:1) NOT = "*"                         K6TEDT.1
116900             AND PL-TEXT (WS-LINE) (7:1) NOT = "/"                K6TEDT.1
117000         MOVE PL-TEXT (WS-LINE) (8:65) TO WS-SCAN-LINE            K6TEDT.1
117100         PERFORM 5400-SCAN-PERFORMS THRU 5400-EXIT.               K6TEDT.1
117200     ADD 1 TO WS-LINE.                                            K6TEDT.1
117300     GO TO 5450-NEXT-LINE.                                        K6TEDT.1
117400 5450-EXIT.                                                       K6TEDT.1
117500     EXIT.                                                        K6TEDT.1
117600*================================================================ K6TEDT.1
117700* 5480-FIND-PARAGRAPH -- WS-FIND-NAME ON WS-SIDE.  WS-PT-SUB IS   K6TEDT.1
117800* ZERO WHEN THERE IS NO SUCH PARAGRAPH.                           K6TEDT.1
117900*================================================================ K6TEDT.1
118000 5480-FIND-PARAGRAPH.                                             K6TEDT.1
118100     MOVE ZERO TO WS-PT-SUB.                                      K6TEDT.1
118200     IF WS-FIND-NAME = SPACE                                      K6TEDT.1
118300         GO TO 5480-EXIT.                                         K6TEDT.1
118400 5480-SCAN.                                                       K6TEDT.1
118500     ADD 1 TO WS-PT-SUB.                                          K6TEDT.1
118600     IF WS-PT-SUB > PT-COUNT (WS-SIDE)                            K6TEDT.1
118700         MOVE ZERO TO WS-PT-SUB                                   K6TEDT.1
118800         GO TO 5480-EXIT.                                         K6TEDT.1
118900     IF PT-NAME (WS-SIDE WS-PT-SUB) NOT = WS-FIND-NAME            K6TEDT.1
119000         GO TO 5480-SCAN.                                         K6TEDT.1
119100 5480-EXIT.                                                       K6TEDT.1
119200     EXIT.                                                        K6TEDT.1
119300*================================================================ K6TEDT.1
119400* 5500-DIFF-COPIES -- WALK THE PASSING (OLD) AND FAILING (NEW)    K6TEDT.1
119500* COPIES TOGETHER.  ON A MISMATCH, LOOK AHEAD UP TO 50 LINES      K6TEDT.1
119600* FOR THE NEAREST PLACE THEY AGREE AGAIN -- LINES DELETED FROM    K6TEDT.1
119700* THE OLD, LINES INSERTED IN THE NEW, OR A BLOCK REPLACED --      K6TEDT.1
119800* WHERE TWO LINES IN A ROW MUST AGREE.  FAILING THAT, THE TWO     K6TEDT.1
119900* LINES ARE TAKEN AS ONE CHANGED LINE AND THE WALK MOVES ON.      K6TEDT.1
120000*================================================================ K6TEDT.1
120100 5500-DIFF-COPIES.                                                K6TEDT.1
120200     MOVE 1 TO WS-OI WS-NI.                                       K6TEDT.1
120300 5510-STEP.                                                       K6TEDT.1
120400     IF WS-OI > SD-COUNT (1) AND WS-NI > SD-COUNT (2)             K6TEDT.1
120500         GO TO 5500-EXIT.                                         K6TEDT.1
120600     IF WS-OI > SD-COUNT (1)                                      K6TEDT.1
120700         MOVE 2 TO WS-EMIT-SIDE                                   K6TEDT.1
120800         MOVE WS-NI TO WS-EMIT-REL                                K6TEDT.1
120900         PERFORM 5800-EMIT-LINE THRU 5800-EXIT                    K6TEDT.1
121000         ADD 1 TO WS-NI                                           K6TEDT.1
121100         GO TO 5510-STEP.                                         K6TEDT.1
121200     IF WS-NI > SD-COUNT (2)                                      K6TEDT.1
121300         MOVE 1 TO WS-EMIT-SIDE                                   K6TEDT.1
121400         MOVE WS-OI TO WS-EMIT-REL                                K6TEDT.1
121500         PERFORM 5800-EMIT-LINE THRU 5800-EXIT                    K6TEDT.1
121600         ADD 1 TO WS-OI                                           K6TEDT.1
121700         GO TO 5510-STEP.                                         K6TEDT.1
121800     MOVE WS-OI TO WS-CA.                                         K6TEDT.1
121900     MOVE WS-NI TO WS-CB.                                         K6TEDT.1
122000     PERFORM 5600-SAME-LINE THRU 5600-EXIT.                       K6TEDT.1
122100     IF WS-LINES-MATCH                                            K6TEDT.1
122200         ADD 1 TO WS-OI WS-NI                                     K6TEDT.1
122300         GO TO 5510-STEP.                                         K6TEDT.1
122400     MOVE ZERO TO WS-LOOK.                                        K6TEDT.1
122500 5520-LOOK.                                                       K6TEDT.1
122600     ADD 1 TO WS-LOOK.                                            K6TEDT.1
122700     IF WS-LOOK > 50                                              K6TEDT.1
122800         MOVE 1 TO WS-RUN                                         K6TEDT.1
122900         PERFORM 5700-EMIT-OLD-RUN THRU 5700-EXIT                 K6TEDT.1
123000         PERFORM 5750-EMIT-NEW-RUN THRU 5750-EXIT                 K6TEDT.1
123100         ADD 1 TO WS-OI WS-NI                                     K6TEDT.1
123200         GO TO 5510-STEP.                                         K6TEDT.1
123300     IF WS-OI + WS-LOOK > SD-COUNT (1)                            K6TEDT.1
123400         GO TO 5530-TRY-INSERT.                                   K6TEDT.1
123500     COMPUTE WS-CA = WS-OI + WS-LOOK.                             K6TEDT.1
123600     MOVE WS-NI TO WS-CB.                                         K6TEDT.1
123700     PERFORM 5650-ANCHOR THRU 5650-EXIT.                          K6TEDT.1
123800     IF WS-LINES-MATCH                                            K6TEDT.1
123900         MOVE WS-LOOK TO WS-RUN                                   K6TEDT.1
124000         PERFORM 5700-EMIT-OLD-RUN THRU 5700-EXIT                 K6TEDT.1
124100         ADD WS-LOOK TO WS-OI                                     K6TEDT.1
124200         GO TO 5510-STEP.                                         K6TEDT.1
124300 5530-TRY-INSERT.                                                 K6TEDT.1
124400     IF WS-NI + WS-LOOK > SD-COUNT (2)                            K6TEDT.1
124500         GO TO 5540-TRY-REPLACE.                                  K6TEDT.1
124600     MOVE WS-OI TO WS-CA.                                         K6TEDT.1
124700     COMPUTE WS-CB = WS-NI + WS-LOOK.                             K6TEDT.1
124800     PERFORM 5650-ANCHOR THRU 5650-EXIT.                          K6TEDT.1
124900     IF WS-LINES-MATCH                                            K6TEDT.1
125000         MOVE WS-LOOK TO WS-RUN                                   K6TEDT.1
125100         PERFORM 5750-EMIT-NEW-RUN THRU 5750-EXIT                 K6TEDT.1
125200         ADD WS-LOOK TO WS-NI                                     K6TEDT.1
125300         GO TO 5510-STEP.                                         K6TEDT.1
125400 5540-TRY-REPLACE.                                                K6TEDT.1
125500     IF WS-OI + WS-LOOK > SD-COUNT (1)                            K6TEDT.1
125600             OR WS-NI + WS-LOOK > SD-COUNT (2)                    K6TEDT.1
125700         GO TO 5520-LOOK.                                         K6TEDT.1
125800     COMPUTE WS-CA = WS-OI + WS-LOOK.                             K6TEDT.1
125900     COMPUTE WS-CB = WS-NI + WS-LOOK.                             K6TEDT.1
126000     PERFORM 5650-ANCHOR THRU 5650-EXIT.                          K6TEDT.1
126100     IF WS-LINES-MATCH                                            K6TEDT.1
126200         MOVE WS-LOOK TO WS-RUN                                   K6TEDT.1
126300         PERFORM 5700-EMIT-OLD-RUN THRU 5700-EXIT                 K6TEDT.1
126400         PERFORM 5750-EMIT-NEW-RUN THRU 5750-EXIT                 K6TEDT.1
126500         ADD WS-LOOK TO WS-OI WS-NI                               K6TEDT.1
126600         GO TO 5510-STEP.                                         K6TEDT.1
126700     GO TO 5520-LOOK.                                             K6TEDT.1
126800 5500-EXIT.                                                       K6TEDT.1
126900     EXIT.                                                        K6TEDT.1
127000*================================================================ K6TEDT.1
127100* 5600-SAME-LINE -- OLD LINE WS-CA AGAINST NEW LINE WS-CB,        K6TEDT.1
127200* COLUMNS 7-72.  THE TWO CCVS-PGM-SOURCE-REV DECLARATIONS ARE     K6TEDT.1
127300* BOUND TO DIFFER AND ARE TAKEN AS THE SAME LINE.                 K6TEDT.1
127400*================================================================ K6TEDT.1
127500 5600-SAME-LINE.                                                  K6TEDT.1
127600     MOVE "N" TO WS-MATCH-SW.                                     K6TEDT.1
127700     COMPUTE WS-PA = SD-FIRST (1) + WS-CA - 1.                    K6TEDT.1
127800     COMPUTE WS-PB = SD-FIRST (2) + WS-CB - 1.                    K6TEDT.1
127900     IF PL-TEXT (WS-PA) (7:66) = PL-TEXT (WS-PB) (7:66)           K6TEDT.1
128000         SET WS-LINES-MATCH TO TRUE                               K6TEDT.1
128100         GO TO 5600-EXIT.                                         K6TEDT.1
128200     IF PL-PAR-NO (WS-PA) NOT = ZERO                              K6TEDT.1
128300             OR PL-PAR-NO (WS-PB) NOT = ZERO                      K6TEDT.1
128400         GO TO 5600-EXIT.                                         K6TEDT.1
128500     MOVE ZERO TO WS-TALLY.                                       K6TEDT.1
128600     INSPECT PL-TEXT (WS-PA) TALLYING WS-TALLY                    K6TEDT.1
128700         FOR ALL "CCVS-PGM-SOURCE-REV".                           K6TEDT.1
128800     INSPECT PL-TEXT (WS-PB) TALLYING WS-TALLY                    K6TEDT.1
128900         FOR ALL "CCVS-PGM-SOURCE-REV".                           K6TEDT.1
129000     IF WS-TALLY = 2                                              K6TEDT.1
129100         SET WS-LINES-MATCH TO TRUE.                              K6TEDT.1
129200 5600-EXIT.                                                       K6TEDT.1
129300     EXIT.                                                        K6TEDT.1
129400*================================================================ K6TEDT.1
129500* 5650-ANCHOR -- THE COPIES AGREE AT WS-CA/WS-CB AND ON THE       K6TEDT.1
129600* LINE AFTER (UNLESS EITHER COPY ENDS THERE).                     K6TEDT.1
129700*================================================================ K6TEDT.1
129800 5650-ANCHOR.                                                     K6TEDT.1
129900     PERFORM 5600-SAME-LINE THRU 5600-EXIT.                       K6TEDT.1
130000     IF NOT WS-LINES-MATCH                                        K6TEDT.1
130100         GO TO 5650-EXIT.                                         K6TEDT.1
130200     IF WS-CA NOT < SD-COUNT (1) OR WS-CB NOT < SD-COUNT (2)      K6TEDT.1
130300         GO TO 5650-EXIT.                                         K6TEDT.1
130400     ADD 1 TO WS-CA WS-CB.                                        K6TEDT.1
130500     PERFORM 5600-SAME-LINE THRU 5600-EXIT.                       K6TEDT.1
130600 5650-EXIT.                                                       K6TEDT.1
130700     EXIT.                                                        K6TEDT.1
130800*================================================================ K6TEDT.1
130900* 5700-EMIT-OLD-RUN / 5750-EMIT-NEW-RUN -- WS-RUN CHANGED LINES   K6TEDT.1
131000* FROM WS-OI OF THE OLD COPY, OR FROM WS-NI OF THE NEW.           K6TEDT.1
131100*================================================================ K6TEDT.1
131200 5700-EMIT-OLD-RUN.                                               K6TEDT.1
131300     MOVE 1 TO WS-EMIT-SIDE.                                      K6TEDT.1
131400     MOVE ZERO TO WS-RUN-SUB.                                     K6TEDT.1
131500 5700-NEXT.                                                       K6TEDT.1
131600     IF WS-RUN-SUB NOT < WS-RUN                                   K6TEDT.1
131700         GO TO 5700-EXIT.                                         K6TEDT.1
131800     COMPUTE WS-EMIT-REL = WS-OI + WS-RUN-SUB.                    K6TEDT.1
131900     PERFORM 5800-EMIT-LINE THRU 5800-EXIT.                       K6TEDT.1
132000     ADD 1 TO WS-RUN-SUB.                                         K6TEDT.1
132100     GO TO 5700-NEXT.                                             K6TEDT.1
132200 5700-EXIT.                                                       K6TEDT.1
132300     EXIT.                                                        K6TEDT.1
132400 5750-EMIT-NEW-RUN.                                               K6TEDT.1
132500     MOVE 2 TO WS-EMIT-SIDE.                                      K6TEDT.1
132600     MOVE ZERO TO WS-RUN-SUB.                                     K6TEDT.1
132700 5750-NEXT.                                                       K6TEDT.1
132800     IF WS-RUN-SUB NOT < WS-RUN                                   K6TEDT.1
132900         GO TO 5750-EXIT.                                         K6TEDT.1
133000     COMPUTE WS-EMIT-REL = WS-NI + WS-RUN-SUB.                    K6TEDT.1
133100     PERFORM 5800-EMIT-LINE THRU 5800-EXIT.                       K6TEDT.1
133200     ADD 1 TO WS-RUN-SUB.                                         K6TEDT.1
133300     GO TO 5750-NEXT.                                             K6TEDT.1
133400 5750-EXIT.                                                       K6TEDT.1
133500     EXIT.                                                        K6TEDT.1
133600*================================================================ K6TEDT.1
133700* 5800-EMIT-LINE -- PLACE ONE CHANGED LINE AND COUNT IT OR        K6TEDT.1
133800* PRINT IT.                                                       K6TEDT.1
133900*================================================================ K6TEDT.1
134000 5800-EMIT-LINE.                                                  K6TEDT.1
134100     COMPUTE WS-PA = SD-FIRST (WS-EMIT-SIDE) + WS-EMIT-REL - 1.   K6TEDT.1
134200     MOVE PL-PAR-NO (WS-PA) TO WS-PT-SUB.                         K6TEDT.1
134300     IF PL-TEXT (WS-PA) (7:1) = "*"                               K6TEDT.1
134400             OR PL-TEXT (WS-PA) (7:1) = "/"                       K6TEDT.1
134500             OR PL-TEXT (WS-PA) (7:66) = SPACE                    K6TEDT.1
134600         MOVE "C" TO WS-LINE-CLASS                                K6TEDT.1
134700     ELSE IF WS-PT-SUB = ZERO                                     K6TEDT.1
134800             OR WS-PT-SUB > PT-COUNT (WS-EMIT-SIDE)               K6TEDT.1
134900         MOVE "O" TO WS-LINE-CLASS                                K6TEDT.1
135000     ELSE IF PT-REGION-SW (WS-EMIT-SIDE WS-PT-SUB) = "Y"          K6TEDT.1
135100         MOVE "P" TO WS-LINE-CLASS                                K6TEDT.1
135200     ELSE IF PT-REACH-SW (WS-EMIT-SIDE WS-PT-SUB) = "Y"           K6TEDT.1
135300         MOVE "H" TO WS-LINE-CLASS                                K6TEDT.1
135400     ELSE                                                         K6TEDT.1
135500         MOVE "O" TO WS-LINE-CLASS.                               K6TEDT.1
135600     IF WS-MODE-LIST                                              K6TEDT.1
135700         GO TO 5800-LIST.                                         K6TEDT.1
135800     IF WS-LINE-CLASS = "P"                                       K6TEDT.1
135900         ADD 1 TO FT-N-PARAGRAPH (WS-FLIP-SUB)                    K6TEDT.1
136000     ELSE IF WS-LINE-CLASS = "H"                                  K6TEDT.1
136100         ADD 1 TO FT-N-HARNESS (WS-FLIP-SUB)                      K6TEDT.1
136200     ELSE IF WS-LINE-CLASS = "O"                                  K6TEDT.1
136300         ADD 1 TO FT-N-NEITHER (WS-FLIP-SUB)                      K6TEDT.1
136400     ELSE                                                         K6TEDT.1
136500         ADD 1 TO FT-N-COMMENT (WS-FLIP-SUB).                     K6TEDT.1
136600     GO TO 5800-EXIT.                                             K6TEDT.1
136700 5800-LIST.                                                       K6TEDT.1
136800     IF WS-LISTED NOT < WS-LIST-MAX                               K6TEDT.1
136900         ADD 1 TO WS-HIDDEN                                       K6TEDT.1
137000         GO TO 5800-EXIT.                                         K6TEDT.1
137100     ADD 1 TO WS-LISTED.                                          K6TEDT.1
137200     IF WS-EMIT-SIDE = 1                                          K6TEDT.1
137300         MOVE "-" TO DL-SIGN                                      K6TEDT.1
137400     ELSE                                                         K6TEDT.1
137500         MOVE "+" TO DL-SIGN.                                     K6TEDT.1
137600     MOVE PL-TEXT (WS-PA) (1:6) TO DL-SEQ.                        K6TEDT.1
137700     IF WS-LINE-CLASS = "P"                                       K6TEDT.1
137800         MOVE "FLIPPED PARAGRAPH" TO DL-CLASS                     K6TEDT.1
137900     ELSE IF WS-LINE-CLASS = "H"                                  K6TEDT.1
138000         MOVE "HARNESS PERFORMED" TO DL-CLASS                     K6TEDT.1
138100     ELSE IF WS-LINE-CLASS = "O"                                  K6TEDT.1
138200         MOVE "NEITHER" TO DL-CLASS                               K6TEDT.1
138300     ELSE                                                         K6TEDT.1
138400         MOVE "COMMENT" TO DL-CLASS.                              K6TEDT.1
138500     MOVE SPACE TO DL-PARA.                                       K6TEDT.1
138600     IF WS-PT-SUB > ZERO                                          K6TEDT.1
138700             AND WS-PT-SUB NOT > PT-COUNT (WS-EMIT-SIDE)          K6TEDT.1
138800         MOVE PT-NAME (WS-EMIT-SIDE WS-PT-SUB) TO DL-PARA.        K6TEDT.1
138900     MOVE PL-TEXT (WS-PA) (8:65) TO DL-TEXT.                      K6TEDT.1
139000     WRITE TR-PRINT-REC FROM DIFF-LINE                            K6TEDT.1
139100         AFTER ADVANCING 1 LINES.                                 K6TEDT.1
139200 5800-EXIT.                                                       K6TEDT.1
139300     EXIT.                                                        K6TEDT.1
139400*================================================================ K6TEDT.1
139500* 7000-PRINT-REPORT -- THE THREE LISTS AND THE TOTALS.            K6TEDT.1
139600*================================================================ K6TEDT.1
139700 7000-PRINT-REPORT.                                               K6TEDT.1
139800     IF WS-FROM-FLIP-REPORT                                       K6TEDT.1
139900         MOVE WS-PR-PGM-ID    TO HP-PGM-ID                        K6TEDT.1
140000         MOVE WS-PR-TARGET-ID TO HP-TARGET-ID                     K6TEDT.1
140100         MOVE WS-PR-PASS-DATE TO HP-PASS-DATE                     K6TEDT.1
140200         MOVE WS-PR-PASS-SEQ  TO HP-PASS-SEQ                      K6TEDT.1
140300         MOVE WS-PR-FAIL-DATE TO HP-FAIL-DATE                     K6TEDT.1
140400         MOVE WS-PR-FAIL-SEQ  TO HP-FAIL-SEQ                      K6TEDT.1
140500         MOVE HDR-PAIR TO HL-SOURCE                               K6TEDT.1
140600     ELSE                                                         K6TEDT.1
140700         MOVE WS-FROM-DATE TO HW-FROM-DATE                        K6TEDT.1
140800         MOVE WS-TO-DATE   TO HW-TO-DATE                          K6TEDT.1
140900         MOVE HDR-WINDOW TO HL-SOURCE.                            K6TEDT.1
141000     WRITE TR-PRINT-REC FROM HDR-LINE-1                           K6TEDT.1
141100         AFTER ADVANCING PAGE.                                    K6TEDT.1
141200     IF WS-SOURCE-MISSING                                         K6TEDT.1
141300         MOVE 08 TO WS-VERDICT-RC                                 K6TEDT.1
141400         MOVE "FLIP SOURCE WOULD NOT OPEN" TO VL-TEXT             K6TEDT.1
141500         GO TO 7000-VERDICT.                                      K6TEDT.1
141600     SET WS-MODE-LIST TO TRUE.                                    K6TEDT.1
141700     MOVE SPACE TO SL-TEXT.                                       K6TEDT.1
141800     MOVE "FLIPS WHOSE TEST SOURCE WAS EDITED BETWEEN THE RUNS"   K6TEDT.1
141900         TO SL-TEXT.                                              K6TEDT.1
142000     WRITE TR-PRINT-REC FROM SECTION-LINE                         K6TEDT.1
142100         AFTER ADVANCING 3 LINES.                                 K6TEDT.1
142200     MOVE ZERO TO WS-SECTION-SHOWN WS-FLIP-SUB.                   K6TEDT.1
142300 7000-EDITED.                                                     K6TEDT.1
142400     ADD 1 TO WS-FLIP-SUB.                                        K6TEDT.1
142500     IF WS-FLIP-SUB > WS-FLIP-COUNT                               K6TEDT.1
142600         GO TO 7000-SUSPECT-HDR.                                  K6TEDT.1
142700     IF FT-VERDICT (WS-FLIP-SUB) NOT = "P"                        K6TEDT.1
142800             AND FT-VERDICT (WS-FLIP-SUB) NOT = "H"               K6TEDT.1
142900             AND FT-VERDICT (WS-FLIP-SUB) NOT = "O"               K6TEDT.1
143000         GO TO 7000-EDITED.                                       K6TEDT.1
143100     ADD 1 TO WS-SECTION-SHOWN WS-EDITED.                         K6TEDT.1
143200     PERFORM 7100-FLIP-LINE THRU 7100-EXIT.                       K6TEDT.1
143300     MOVE FT-N-PARAGRAPH (WS-FLIP-SUB) TO CL-PARAGRAPH.           K6TEDT.1
143400     MOVE FT-N-HARNESS (WS-FLIP-SUB)   TO CL-HARNESS.             K6TEDT.1
143500     MOVE FT-N-NEITHER (WS-FLIP-SUB)   TO CL-NEITHER.             K6TEDT.1
143600     MOVE FT-N-COMMENT (WS-FLIP-SUB)   TO CL-COMMENT.             K6TEDT.1
143700     WRITE TR-PRINT-REC FROM COUNT-LINE                           K6TEDT.1
143800         AFTER ADVANCING 1 LINES.                                 K6TEDT.1
143900     PERFORM 5100-COMPARE-FLIP THRU 5100-EXIT.                    K6TEDT.1
144000     IF WS-HIDDEN > ZERO                                          K6TEDT.1
144100         MOVE WS-HIDDEN TO HN-COUNT                               K6TEDT.1
144200         WRITE TR-PRINT-REC FROM HIDDEN-LINE                      K6TEDT.1
144300             AFTER ADVANCING 1 LINES.                             K6TEDT.1
144400     GO TO 7000-EDITED.                                           K6TEDT.1
144500 7000-SUSPECT-HDR.                                                K6TEDT.1
144600     PERFORM 7200-NONE-LINE THRU 7200-EXIT.                       K6TEDT.1
144700     MOVE SPACE TO SL-TEXT.                                       K6TEDT.1
144800     MOVE "FLIPS WITH UNCHANGED TEST SOURCE -- COMPILER SUSPECT"  K6TEDT.1
144900         TO SL-TEXT.                                              K6TEDT.1
145000     WRITE TR-PRINT-REC FROM SECTION-LINE                         K6TEDT.1
145100         AFTER ADVANCING 3 LINES.                                 K6TEDT.1
145200     MOVE ZERO TO WS-SECTION-SHOWN WS-FLIP-SUB.                   K6TEDT.1
145300 7000-SUSPECT.                                                    K6TEDT.1
145400     ADD 1 TO WS-FLIP-SUB.                                        K6TEDT.1
145500     IF WS-FLIP-SUB > WS-FLIP-COUNT                               K6TEDT.1
145600         GO TO 7000-UNRESOLVED-HDR.                               K6TEDT.1
145700     IF FT-VERDICT (WS-FLIP-SUB) NOT = "S"                        K6TEDT.1
145800             AND FT-VERDICT (WS-FLIP-SUB) NOT = "C"               K6TEDT.1
145900             AND FT-VERDICT (WS-FLIP-SUB) NOT = "N"               K6TEDT.1
146000         GO TO 7000-SUSPECT.                                      K6TEDT.1
146100     ADD 1 TO WS-SECTION-SHOWN WS-SUSPECT.                        K6TEDT.1
146200     PERFORM 7100-FLIP-LINE THRU 7100-EXIT.                       K6TEDT.1
146300     GO TO 7000-SUSPECT.                                          K6TEDT.1
146400 7000-UNRESOLVED-HDR.                                             K6TEDT.1
146500     PERFORM 7200-NONE-LINE THRU 7200-EXIT.                       K6TEDT.1
146600     MOVE SPACE TO SL-TEXT.                                       K6TEDT.1
146700     MOVE "FLIPS NOT RESOLVED -- REVISION UNKNOWN OR NOT KEPT"    K6TEDT.1
146800         TO SL-TEXT.                                              K6TEDT.1
146900     WRITE TR-PRINT-REC FROM SECTION-LINE                         K6TEDT.1
147000         AFTER ADVANCING 3 LINES.                                 K6TEDT.1
147100     MOVE ZERO TO WS-SECTION-SHOWN WS-FLIP-SUB.                   K6TEDT.1
147200 7000-UNRESOLVED.                                                 K6TEDT.1
147300     ADD 1 TO WS-FLIP-SUB.                                        K6TEDT.1
147400     IF WS-FLIP-SUB > WS-FLIP-COUNT                               K6TEDT.1
147500         GO TO 7000-TOTALS.                                       K6TEDT.1
147600     IF FT-VERDICT (WS-FLIP-SUB) NOT = "U"                        K6TEDT.1
147700             AND FT-VERDICT (WS-FLIP-SUB) NOT = "M"               K6TEDT.1
147800         GO TO 7000-UNRESOLVED.                                   K6TEDT.1
147900     ADD 1 TO WS-SECTION-SHOWN WS-UNRESOLVED.                     K6TEDT.1
148000     PERFORM 7100-FLIP-LINE THRU 7100-EXIT.                       K6TEDT.1
148100     GO TO 7000-UNRESOLVED.                                       K6TEDT.1
148200 7000-TOTALS.                                                     K6TEDT.1
148300     PERFORM 7200-NONE-LINE THRU 7200-EXIT.                       K6TEDT.1
148400     MOVE "PASS-TO-FAIL FLIPS EXAMINED" TO SM-LABEL.              K6TEDT.1
148500     MOVE WS-FLIP-COUNT TO SM-COUNT.                              K6TEDT.1
148600     WRITE TR-PRINT-REC FROM SUM-LINE                             K6TEDT.1
148700         AFTER ADVANCING 3 LINES.                                 K6TEDT.1
148800     MOVE "  TEST SOURCE EDITED" TO SM-LABEL.                     K6TEDT.1
148900     MOVE WS-EDITED TO SM-COUNT.                                  K6TEDT.1
149000     WRITE TR-PRINT-REC FROM SUM-LINE                             K6TEDT.1
149100         AFTER ADVANCING 1 LINES.                                 K6TEDT.1
149200     MOVE "  SOURCE UNCHANGED (COMPILER SUSPECT)" TO SM-LABEL.    K6TEDT.1
149300     MOVE WS-SUSPECT TO SM-COUNT.                                 K6TEDT.1
149400     WRITE TR-PRINT-REC FROM SUM-LINE                             K6TEDT.1
149500         AFTER ADVANCING 1 LINES.                                 K6TEDT.1
149600     MOVE "  NOT RESOLVED" TO SM-LABEL.                           K6TEDT.1
149700     MOVE WS-UNRESOLVED TO SM-COUNT.                              K6TEDT.1
149800     WRITE TR-PRINT-REC FROM SUM-LINE                             K6TEDT.1
149900         AFTER ADVANCING 1 LINES.                                 K6TEDT.1
150000     MOVE "OTHER FLIPS, COUNTED NOT EXAMINED" TO SM-LABEL.        K6TEDT.1
150100     MOVE WS-OTHER-FLIPS TO SM-COUNT.                             K6TEDT.1
150200     WRITE TR-PRINT-REC FROM SUM-LINE                             K6TEDT.1
150300         AFTER ADVANCING 1 LINES.                                 K6TEDT.1
150400     MOVE "SOURCE LINES LOADED FROM THE LIBRARY" TO SM-LABEL.     K6TEDT.1
150500     MOVE WS-POOL-COUNT TO SM-COUNT.                              K6TEDT.1
150600     WRITE TR-PRINT-REC FROM SUM-LINE                             K6TEDT.1
150700         AFTER ADVANCING 1 LINES.                                 K6TEDT.1
150800     MOVE "COMPLETE" TO VL-TEXT.                                  K6TEDT.1
150900     IF WS-UNRESOLVED > ZERO                                      K6TEDT.1
151000         MOVE 04 TO WS-VERDICT-RC                                 K6TEDT.1
151100         MOVE "FLIPS NOT RESOLVED" TO VL-TEXT.                    K6TEDT.1
151200     IF WS-TABLE-OVERFLOW                                         K6TEDT.1
151300         MOVE 04 TO WS-VERDICT-RC                                 K6TEDT.1
151400         MOVE "A TABLE FILLED -- REPORT INCOMPLETE" TO VL-TEXT.   K6TEDT.1
151500 7000-VERDICT.                                                    K6TEDT.1
151600     MOVE WS-VERDICT-RC TO VL-RC.                                 K6TEDT.1
151700     WRITE TR-PRINT-REC FROM VERDICT-LINE                         K6TEDT.1
151800         AFTER ADVANCING 2 LINES.                                 K6TEDT.1
151900 7000-EXIT.                                                       K6TEDT.1
152000     EXIT.                                                        K6TEDT.1
152100*================================================================ K6TEDT.1
152200* 7100-FLIP-LINE -- ONE FLIP, ITS TWO RUNS AND WHAT WAS FOUND.    K6TEDT.1
152300*================================================================ K6TEDT.1
152400 7100-FLIP-LINE.                                                  K6TEDT.1
152500     MOVE FT-PGM-ID (WS-FLIP-SUB)    TO FH-PGM-ID.                K6TEDT.1
152600     MOVE FT-PAR-NAME (WS-FLIP-SUB)  TO FH-PAR-NAME.              K6TEDT.1
152700     MOVE FT-TARGET-ID (WS-FLIP-SUB) TO FH-TARGET-ID.             K6TEDT.1
152800     MOVE FT-PASS-DATE (WS-FLIP-SUB) TO FH-PASS-DATE.             K6TEDT.1
152900     MOVE FT-PASS-SEQ (WS-FLIP-SUB)  TO FH-PASS-SEQ.              K6TEDT.1
153000     MOVE FT-FAIL-DATE (WS-FLIP-SUB) TO FH-FAIL-DATE.             K6TEDT.1
153100     MOVE FT-FAIL-SEQ (WS-FLIP-SUB)  TO FH-FAIL-SEQ.              K6TEDT.1
153200     MOVE "???" TO FH-PASS-REV FH-FAIL-REV.                       K6TEDT.1
153300     IF FT-PASS-REV (WS-FLIP-SUB) > ZERO                          K6TEDT.1
153400         MOVE FT-PASS-REV (WS-FLIP-SUB) TO FH-PASS-REV.           K6TEDT.1
153500     IF FT-FAIL-REV (WS-FLIP-SUB) > ZERO                          K6TEDT.1
153600         MOVE FT-FAIL-REV (WS-FLIP-SUB) TO FH-FAIL-REV.           K6TEDT.1
153700     IF FT-VERDICT (WS-FLIP-SUB) = "P"                            K6TEDT.1
153800         MOVE "EDIT IN THE FLIPPED PARAGRAPH" TO FH-NOTE          K6TEDT.1
153900     ELSE IF FT-VERDICT (WS-FLIP-SUB) = "H"                       K6TEDT.1
154000         MOVE "EDIT IN HARNESS IT PERFORMS" TO FH-NOTE            K6TEDT.1
154100     ELSE IF FT-VERDICT (WS-FLIP-SUB) = "O"                       K6TEDT.1
154200         MOVE "EDIT ELSEWHERE ONLY" TO FH-NOTE                    K6TEDT.1
154300     ELSE IF FT-VERDICT (WS-FLIP-SUB) = "S"                       K6TEDT.1
154400         MOVE "SAME REVISION" TO FH-NOTE                          K6TEDT.1
154500     ELSE IF FT-VERDICT (WS-FLIP-SUB) = "C"                       K6TEDT.1
154600         MOVE "REV CHANGED, COMMENTS ONLY" TO FH-NOTE             K6TEDT.1
154700     ELSE IF FT-VERDICT (WS-FLIP-SUB) = "N"                       K6TEDT.1
154800         MOVE "REV CHANGED, NO LINE DIFFERS" TO FH-NOTE           K6TEDT.1
154900     ELSE IF FT-VERDICT (WS-FLIP-SUB) = "U"                       K6TEDT.1
155000         MOVE "REVISION NOT RECORDED" TO FH-NOTE                  K6TEDT.1
155100     ELSE                                                         K6TEDT.1
155200         MOVE "REVISION NOT IN THE LIBRARY" TO FH-NOTE.           K6TEDT.1
155300     WRITE TR-PRINT-REC FROM FLIP-LINE                            K6TEDT.1
155400         AFTER ADVANCING 2 LINES.                                 K6TEDT.1
155500 7100-EXIT.                                                       K6TEDT.1
155600     EXIT.                                                        K6TEDT.1
155700*================================================================ K6TEDT.1
155800* 7200-NONE-LINE -- A LIST WITH NOTHING IN IT SAYS SO.            K6TEDT.1
155900*================================================================ K6TEDT.1
156000 7200-NONE-LINE.                                                  K6TEDT.1
156100     IF WS-SECTION-SHOWN = ZERO                                   K6TEDT.1
156200         WRITE TR-PRINT-REC FROM NONE-LINE                        K6TEDT.1
156300             AFTER ADVANCING 2 LINES.                             K6TEDT.1
156400 7200-EXIT.                                                       K6TEDT.1
156500     EXIT.                                                        K6TEDT.1
156600*================================================================ K6TEDT.1
156700* 9999-TERMINATE.                                                 K6TEDT.1
156800*================================================================ K6TEDT.1
156900 9999-TERMINATE.                                                  K6TEDT.1
157000     CLOSE TEDT-RPT.                                              K6TEDT.1
157100 9999-EXIT.                                                       K6TEDT.1
157200     EXIT.                                                        K6TEDT.1
