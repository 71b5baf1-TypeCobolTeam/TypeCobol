000100 IDENTIFICATION DIVISION.                                         K6LMOD.1
000200 PROGRAM-ID.                                                      K6LMOD.1
000300     K6LMOD.                                                      K6LMOD.1
000400*================================================================ K6LMOD.1
000500* K6LMOD -- LOCAL-MODIFICATION AUDIT: THE SUITE LIBRARY           K6LMOD.1
000600* AGAINST THE DISTRIBUTED SUITE TEXT.                             K6LMOD.1
000700*================================================================ K6LMOD.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6LMOD.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6LMOD.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6LMOD.1
001100* DATE-COMPILED.                                                  K6LMOD.1
001200*                                                                 K6LMOD.1
001300* REMARKS.                                                        K6LMOD.1
001400*    SITE CHANGE SETS HAVE BEEN LAID INTO THE SUITE MEMBERS FOR   K6LMOD.1
001500*    YEARS, EACH TAGGED IN COLUMNS 73-80, BUT NOTHING SAID WHICH  K6LMOD.1
001600*    OF THEM WERE EVER APPROVED, AND AN UNTAGGED EDIT TO A TEST   K6LMOD.1
001700*    PARAGRAPH WAS INVISIBLE.  AN AUDITOR ASKING "IS THIS STILL   K6LMOD.1
001800*    THE DISTRIBUTED SUITE" HAD NO ANSWER.  THIS PROGRAM COMPARES K6LMOD.1
001900*    EVERY MEMBER OF THE LIBRARY UNLOAD (SRCIN) LINE BY LINE      K6LMOD.1
002000*    AGAINST A PRISTINE UNLOAD OF THE DISTRIBUTED SUITE (DISTIN), K6LMOD.1
002100*    BOTH IN THE "++MEMBER" FORMAT K6EXPN AND K6DEAD READ AND IN  K6LMOD.1
002200*    ASCENDING MEMBER ORDER.  LINES PAIR ON THE DISTRIBUTED       K6LMOD.1
002300*    SEQUENCE NUMBER IN COLUMNS 1-6:                              K6LMOD.1
002400*        INSERTED -- SEQUENCE 000000, OR ONE THE DISTRIBUTED      K6LMOD.1
002500*                    MEMBER DOES NOT HAVE                         K6LMOD.1
002600*        CHANGED  -- SAME SEQUENCE NUMBER, COLUMNS 7-72 DIFFER    K6LMOD.1
002700*        DELETED  -- A DISTRIBUTED LINE NO LIBRARY LINE PAIRS     K6LMOD.1
002800*                    WITH                                         K6LMOD.1
002900*    A MEMBER ONLY IN THE LIBRARY IS A SITE MEMBER (EVERY LINE    K6LMOD.1
003000*    INSERTED); ONE ONLY IN THE DISTRIBUTION IS NOT IN THE        K6LMOD.1
003100*    LIBRARY (EVERY LINE DELETED).                                K6LMOD.1
003200*                                                                 K6LMOD.1
003300*    EACH DIFFERENCE IS CHECKED AGAINST THE REGISTER OF APPROVED  K6LMOD.1
003400*    LOCAL MODIFICATIONS (LMODREG, K6LMRG CARDS).  AN ENTRY       K6LMOD.1
003500*    COVERS THE MEMBER'S INSERTED LINES AND RE-TAGGED CHANGED     K6LMOD.1
003600*    LINES CARRYING ITS TAG, AND THE CHANGED OR DELETED           K6LMOD.1
003700*    ORIGINAL LINES INSIDE ITS SEQUENCE RANGE.  EVERY DIFFERENCE  K6LMOD.1
003800*    NO ENTRY COVERS IS LISTED.  THE SOURCE IS TRACKED AS IT IS   K6LMOD.1
003900*    READ, SO EACH LINE IS CLASSED BY WHERE IT SITS:              K6LMOD.1
004000*        TEST    -- PROCEDURE DIVISION, OUTSIDE THE CCVS1 AND     K6LMOD.1
004100*                   CCVS-EXIT HARNESS SECTIONS AND DECLARATIVES   K6LMOD.1
004200*        HARNESS -- THOSE SECTIONS                                K6LMOD.1
004300*        DATA    -- IDENTIFICATION, ENVIRONMENT, DATA DIVISION    K6LMOD.1
004400*        COMMENT -- COMMENT AND BLANK LINES                       K6LMOD.1
004500*    AN UNREGISTERED CHANGE IN A TEST PARAGRAPH ALTERS WHAT THE   K6LMOD.1
004600*    SUITE CERTIFIES; IT IS MARKED "****", RECAPPED AT THE END    K6LMOD.1
004700*    OF THE REPORT AND DRIVES THE RETURN CODE.                    K6LMOD.1
004800*                                                                 K6LMOD.1
004900*    EVERY UNCOVERED DIFFERENCE ALSO YIELDS A SKELETON REGISTER   K6LMOD.1
005000*    CARD ON LMODSKL -- ONE PER MEMBER AND TAG, OR ONE PER RUN    K6LMOD.1
005100*    OF ADJACENT ORIGINAL LINES -- WITH APPROVER AND DATE LEFT    K6LMOD.1
005200*    BLANK.  THE CARDS ARE REJECTED UNTIL SOMEBODY COMPLETES      K6LMOD.1
005300*    THEM, SO NOTHING IS APPROVED BY COPYING THEM IN.             K6LMOD.1
005400*                                                                 K6LMOD.1
005500* RETURN CODES.                                                   K6LMOD.1
005600*     0  EVERY DIFFERENCE IS REGISTERED.                          K6LMOD.1
005700*     4  UNREGISTERED DIFFERENCES, NONE IN A TEST PARAGRAPH.      K6LMOD.1
005800*     8  AN UNREGISTERED DIFFERENCE IN A TEST PARAGRAPH.          K6LMOD.1
005900*    16  A BAD REGISTER CARD, A TABLE FULL, OR AN UNLOAD OUT OF   K6LMOD.1
006000*        MEMBER OR SEQUENCE ORDER -- THE AUDIT IS INCOMPLETE.     K6LMOD.1
006100*                                                                 K6LMOD.1
006200* MODIFICATION HISTORY.                                           K6LMOD.1
006300*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6LMOD.1
006400*================================================================ K6LMOD.1
006500                                                                  K6LMOD.1
006600 ENVIRONMENT DIVISION.                                            K6LMOD.1
006700 CONFIGURATION SECTION.                                           K6LMOD.1
006800 SOURCE-COMPUTER.                                                 K6LMOD.1
006900     OUR-MAINFRAME.                                               K6LMOD.1
007000 OBJECT-COMPUTER.                                                 K6LMOD.1
007100     OUR-MAINFRAME.                                               K6LMOD.1
007200 INPUT-OUTPUT SECTION.                                            K6LMOD.1
007300 FILE-CONTROL.                                                    K6LMOD.1
007400     SELECT SOURCE-IN ASSIGN TO SRCIN                             K6LMOD.1
007500         ORGANIZATION IS SEQUENTIAL.                              K6LMOD.1
007600     SELECT DIST-IN ASSIGN TO DISTIN                              K6LMOD.1
007700         ORGANIZATION IS SEQUENTIAL.                              K6LMOD.1
007800     SELECT LMOD-REGISTER ASSIGN TO LMODREG                       K6LMOD.1
007900         ORGANIZATION IS SEQUENTIAL.                              K6LMOD.1
008000     SELECT LMOD-SKEL ASSIGN TO LMODSKL                           K6LMOD.1
008100         ORGANIZATION IS SEQUENTIAL.                              K6LMOD.1
008200     SELECT LMOD-RPT ASSIGN TO LMODRPT                            K6LMOD.1
008300         ORGANIZATION IS SEQUENTIAL.                              K6LMOD.1
008400                                                                  K6LMOD.1
008500 DATA DIVISION.                                                   K6LMOD.1
008600 FILE SECTION.                                                    K6LMOD.1
008700 FD  SOURCE-IN                                                    K6LMOD.1
008800     LABEL RECORDS ARE STANDARD.                                  K6LMOD.1
008900 01  SI-REC.                                                      K6LMOD.1
009000     05  SI-SEP-TAG           PIC X(9).                           K6LMOD.1
009100     05  SI-SEP-MEMBER        PIC X(8).                           K6LMOD.1
009200     05  FILLER               PIC X(63).                          K6LMOD.1
009300 01  SI-LINE.                                                     K6LMOD.1
009400     05  SI-SEQ               PIC X(6).                           K6LMOD.1
009500     05  SI-TEXT              PIC X(66).                          K6LMOD.1
009600     05  SI-TAG               PIC X(8).                           K6LMOD.1
009700 FD  DIST-IN                                                      K6LMOD.1
009800     LABEL RECORDS ARE STANDARD.                                  K6LMOD.1
009900 01  DI-REC.                                                      K6LMOD.1
010000     05  DI-SEP-TAG           PIC X(9).                           K6LMOD.1
010100     05  DI-SEP-MEMBER        PIC X(8).                           K6LMOD.1
010200     05  FILLER               PIC X(63).                          K6LMOD.1
010300 01  DI-LINE.                                                     K6LMOD.1
010400     05  DI-SEQ               PIC X(6).                           K6LMOD.1
010500     05  DI-TEXT              PIC X(66).                          K6LMOD.1
010600     05  DI-TAG               PIC X(8).                           K6LMOD.1
010700 FD  LMOD-REGISTER                                                K6LMOD.1
010800     LABEL RECORDS ARE STANDARD.                                  K6LMOD.1
010900     COPY K6LMRG.                                                 K6LMOD.1
011000 FD  LMOD-SKEL                                                    K6LMOD.1
011100     LABEL RECORDS ARE STANDARD.                                  K6LMOD.1
011200 01  SK-REC                   PIC X(80).                          K6LMOD.1
011300 FD  LMOD-RPT                                                     K6LMOD.1
011400     LABEL RECORDS ARE STANDARD.                                  K6LMOD.1
011500 01  LR-PRINT-REC             PIC X(120).                         K6LMOD.1
011600                                                                  K6LMOD.1
011700 WORKING-STORAGE SECTION.                                         K6LMOD.1
011800* ----------------------------------------------------------      K6LMOD.1
011900* SWITCHES, COUNTERS AND CONTROL VALUES.                          K6LMOD.1
012000* ----------------------------------------------------------      K6LMOD.1
012100 77  WS-SRC-EOF-SW            PIC X      VALUE "N".               K6LMOD.1
012200     88  WS-SRC-EOF                      VALUE "Y".               K6LMOD.1
012300 77  WS-DST-EOF-SW            PIC X      VALUE "N".               K6LMOD.1
012400     88  WS-DST-EOF                      VALUE "Y".               K6LMOD.1
012500 77  WS-REG-EOF-SW            PIC X      VALUE "N".               K6LMOD.1
012600     88  WS-REG-EOF                      VALUE "Y".               K6LMOD.1
012700 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6LMOD.1
012800* THE MEMBER EACH UNLOAD IS POSITIONED AT (HIGH-VALUES ONCE       K6LMOD.1
012900* IT IS EXHAUSTED) AND THE MEMBER BEING AUDITED.                  K6LMOD.1
013000 77  WS-SRC-MEMBER            PIC X(8)   VALUE LOW-VALUES.        K6LMOD.1
013100 77  WS-DST-MEMBER            PIC X(8)   VALUE LOW-VALUES.        K6LMOD.1
013200 77  WS-CUR-MEMBER            PIC X(8)   VALUE SPACE.             K6LMOD.1
013300 77  WS-MEMBER-KIND           PIC X      VALUE SPACE.             K6LMOD.1
013400     88  WS-MEMBER-BOTH                  VALUE "B".               K6LMOD.1
013500     88  WS-MEMBER-SITE                  VALUE "S".               K6LMOD.1
013600     88  WS-MEMBER-DIST                  VALUE "D".               K6LMOD.1
013700 77  WS-STRAY-LINES           PIC 9(7)   COMP VALUE ZERO.         K6LMOD.1
013800* REGISTER LOAD.                                                  K6LMOD.1
013900 77  WS-RG-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6LMOD.1
014000 77  WS-RG-SUB                PIC 9(4)   COMP VALUE ZERO.         K6LMOD.1
014100 77  WS-CARDS-READ            PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
014200 77  WS-CARDS-BAD             PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
014300 77  WS-BAD-REASON            PIC X(38)  VALUE SPACE.             K6LMOD.1
014400 77  WS-MR-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6LMOD.1
014500 77  WS-MR-SUB                PIC 9(3)   COMP VALUE ZERO.         K6LMOD.1
014600* DISTRIBUTED MEMBER TABLE AND ITS SEQUENCE-NUMBER LOOKUP.        K6LMOD.1
014700 77  WS-DT-COUNT              PIC S9(5)  COMP VALUE ZERO.         K6LMOD.1
014800 77  WS-DT-SUB                PIC S9(5)  COMP VALUE ZERO.         K6LMOD.1
014900 77  WS-DT-LAST-SEQ           PIC 9(6)   VALUE ZERO.              K6LMOD.1
015000 77  WS-LO                    PIC S9(5)  COMP VALUE ZERO.         K6LMOD.1
015100 77  WS-HI                    PIC S9(5)  COMP VALUE ZERO.         K6LMOD.1
015200 77  WS-MID                   PIC S9(5)  COMP VALUE ZERO.         K6LMOD.1
015300 77  WS-FOUND-SW              PIC X      VALUE "N".               K6LMOD.1
015400     88  WS-SEQ-FOUND                    VALUE "Y".               K6LMOD.1
015500* THE LINE IN HAND.                                               K6LMOD.1
015600 77  WS-LINE-SEQ              PIC X(6)   VALUE SPACE.             K6LMOD.1
015700 77  WS-LINE-SEQ-N REDEFINES WS-LINE-SEQ                          K6LMOD.1
015800                              PIC 9(6).                           K6LMOD.1
015900 77  WS-LINE-TEXT             PIC X(66)  VALUE SPACE.             K6LMOD.1
016000 77  WS-LINE-TAG              PIC X(8)   VALUE SPACE.             K6LMOD.1
016100 77  WS-LINE-KIND             PIC X(8)   VALUE SPACE.             K6LMOD.1
016200 77  WS-LINE-AREA             PIC X(7)   VALUE SPACE.             K6LMOD.1
016300     88  WS-AREA-TEST                    VALUE "TEST".            K6LMOD.1
016400 77  WS-TAG-ELIGIBLE-SW       PIC X      VALUE "N".               K6LMOD.1
016500     88  WS-TAG-ELIGIBLE                 VALUE "Y".               K6LMOD.1
016600 77  WS-RANGE-ELIGIBLE-SW     PIC X      VALUE "N".               K6LMOD.1
016700     88  WS-RANGE-ELIGIBLE               VALUE "Y".               K6LMOD.1
016800* SOURCE POSITION -- WHERE THE LINE IN HAND SITS.                 K6LMOD.1
016900 77  CTX-IN-PROC-SW           PIC X      VALUE "N".               K6LMOD.1
017000     88  CTX-IN-PROC                     VALUE "Y".               K6LMOD.1
017100 77  CTX-IN-DECL-SW           PIC X      VALUE "N".               K6LMOD.1
017200     88  CTX-IN-DECL                     VALUE "Y".               K6LMOD.1
017300 77  CTX-TEST-SW              PIC X      VALUE "N".               K6LMOD.1
017400     88  CTX-IN-TEST                     VALUE "Y".               K6LMOD.1
017500 77  CTX-SECTION-SW           PIC X      VALUE "N".               K6LMOD.1
017600     88  CTX-SECTION-SEEN                VALUE "Y".               K6LMOD.1
017700 77  CTX-PARA                 PIC X(30)  VALUE SPACE.             K6LMOD.1
017800 77  WS-WORD                  PIC X(30)  VALUE SPACE.             K6LMOD.1
017900 77  WS-SECTION-CT            PIC 9(3)   COMP VALUE ZERO.         K6LMOD.1
018000* PER-MEMBER COUNTS.                                              K6LMOD.1
018100 77  WS-MEM-LINES             PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
018200 77  WS-MEM-CHANGED           PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
018300 77  WS-MEM-INSERTED          PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
018400 77  WS-MEM-DELETED           PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
018500 77  WS-MEM-UNREG             PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
018600 77  WS-MEM-TEST              PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
018700* RUN TOTALS.                                                     K6LMOD.1
018800 77  WS-TOT-MEMBERS           PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
018900 77  WS-TOT-ALTERED           PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
019000 77  WS-TOT-SITE              PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
019100 77  WS-TOT-GONE              PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
019200 77  WS-TOT-UNREG             PIC 9(7)   COMP VALUE ZERO.         K6LMOD.1
019300 77  WS-TOT-TEST              PIC 9(7)   COMP VALUE ZERO.         K6LMOD.1
019400* SKELETON CARDS -- THE TAGS ALREADY WRITTEN FOR THIS MEMBER      K6LMOD.1
019500* AND THE RUN OF ADJACENT ORIGINAL LINES BEING GATHERED.          K6LMOD.1
019600 77  WS-SK-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6LMOD.1
019700 77  WS-SK-SUB                PIC 9(3)   COMP VALUE ZERO.         K6LMOD.1
019800 77  WS-SKEL-WRITTEN          PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
019900 77  WS-PEND-SW               PIC X      VALUE "N".               K6LMOD.1
020000     88  WS-PEND-OPEN                    VALUE "Y".               K6LMOD.1
020100 77  WS-PEND-FROM             PIC 9(6)   VALUE ZERO.              K6LMOD.1
020200 77  WS-PEND-THRU             PIC 9(6)   VALUE ZERO.              K6LMOD.1
020300 77  WS-PEND-DT-SUB           PIC S9(5)  COMP VALUE ZERO.         K6LMOD.1
020400 77  WS-TX-SUB                PIC 9(3)   COMP VALUE ZERO.         K6LMOD.1
020500 77  WS-TX-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6LMOD.1
020600 77  WS-TX-DROPPED            PIC 9(5)   COMP VALUE ZERO.         K6LMOD.1
020700* ----------------------------------------------------------      K6LMOD.1
020800* THE REGISTER, AS LOADED, WITH WHAT EACH ENTRY COVERED.          K6LMOD.1
020900* ----------------------------------------------------------      K6LMOD.1
021000 01  REG-TABLE.                                                   K6LMOD.1
021100     05  RG-ENTRY OCCURS 3000 TIMES                               K6LMOD.1
021200                  INDEXED BY RG-IDX.                              K6LMOD.1
021300         10  RG-MEMBER        PIC X(8).                           K6LMOD.1
021400         10  RG-TAG           PIC X(8).                           K6LMOD.1
021500         10  RG-RANGE-SW      PIC X.                              K6LMOD.1
021600             88  RG-HAS-RANGE                VALUE "Y".           K6LMOD.1
021700         10  RG-SEQ-FROM      PIC 9(6).                           K6LMOD.1
021800         10  RG-SEQ-THRU      PIC 9(6).                           K6LMOD.1
021900         10  RG-APPROVER      PIC X(8).                           K6LMOD.1
022000         10  RG-APPROVED-DATE PIC X(8).                           K6LMOD.1
022100         10  RG-PURPOSE       PIC X(30).                          K6LMOD.1
022200         10  RG-HITS          PIC 9(5)   COMP.                    K6LMOD.1
022300         10  RG-TEST-HITS     PIC 9(5)   COMP.                    K6LMOD.1
022400* THE ENTRIES FOR THE MEMBER BEING AUDITED.                       K6LMOD.1
022500 01  MEMBER-REG-LIST.                                             K6LMOD.1
022600     05  MR-RG-SUB OCCURS 200 TIMES                               K6LMOD.1
022700                   PIC 9(4)   COMP.                               K6LMOD.1
022800* ----------------------------------------------------------      K6LMOD.1
022900* THE DISTRIBUTED TEXT OF THE MEMBER BEING AUDITED, IN            K6LMOD.1
023000* SEQUENCE-NUMBER ORDER, EACH LINE MARKED WHEN A LIBRARY LINE     K6LMOD.1
023100* PAIRS WITH IT.                                                  K6LMOD.1
023200* ----------------------------------------------------------      K6LMOD.1
023300 01  DIST-TABLE.                                                  K6LMOD.1
023400     05  DT-ENTRY OCCURS 6000 TIMES                               K6LMOD.1
023500                  INDEXED BY DT-IDX.                              K6LMOD.1
023600         10  DT-SEQ           PIC 9(6).                           K6LMOD.1
023700         10  DT-TEXT          PIC X(66).                          K6LMOD.1
023800         10  DT-TAG           PIC X(8).                           K6LMOD.1
023900         10  DT-MATCHED-SW    PIC X.                              K6LMOD.1
024000             88  DT-MATCHED                  VALUE "Y".           K6LMOD.1
024100 01  SKEL-TAG-LIST.                                               K6LMOD.1
024200     05  SK-SEEN-TAG OCCURS 200 TIMES                             K6LMOD.1
024300                     PIC X(8).                                    K6LMOD.1
024400* ----------------------------------------------------------      K6LMOD.1
024500* UNREGISTERED TEST-PARAGRAPH DIFFERENCES, HELD FOR THE RECAP.    K6LMOD.1
024600* ----------------------------------------------------------      K6LMOD.1
024700 01  TEST-EXC-TABLE.                                              K6LMOD.1
024800     05  TX-LINE OCCURS 500 TIMES                                 K6LMOD.1
024900                 PIC X(120).                                      K6LMOD.1
025000* ----------------------------------------------------------      K6LMOD.1
025100* SKELETON REGISTER CARD -- SAME LAYOUT AS K6LMRG.                K6LMOD.1
025200* ----------------------------------------------------------      K6LMOD.1
025300 01  SKL-CARD.                                                    K6LMOD.1
025400     05  SKL-MEMBER           PIC X(8).                           K6LMOD.1
025500     05  FILLER               PIC X(1)  VALUE SPACE.              K6LMOD.1
025600     05  SKL-TAG              PIC X(8).                           K6LMOD.1
025700     05  FILLER               PIC X(1)  VALUE SPACE.              K6LMOD.1
025800     05  SKL-SEQ-FROM         PIC X(6).                           K6LMOD.1
025900     05  SKL-SEQ-FROM-N REDEFINES SKL-SEQ-FROM                    K6LMOD.1
026000                              PIC 9(6).                           K6LMOD.1
026100     05  FILLER               PIC X(1)  VALUE SPACE.              K6LMOD.1
026200     05  SKL-SEQ-THRU         PIC X(6).                           K6LMOD.1
026300     05  SKL-SEQ-THRU-N REDEFINES SKL-SEQ-THRU                    K6LMOD.1
026400                              PIC 9(6).                           K6LMOD.1
026500     05  FILLER               PIC X(1)  VALUE SPACE.              K6LMOD.1
026600     05  SKL-APPROVER         PIC X(8)  VALUE SPACE.              K6LMOD.1
026700     05  FILLER               PIC X(1)  VALUE SPACE.              K6LMOD.1
026800     05  SKL-APPROVED-DATE    PIC X(8)  VALUE SPACE.              K6LMOD.1
026900     05  FILLER               PIC X(1)  VALUE SPACE.              K6LMOD.1
027000     05  SKL-PURPOSE          PIC X(30).                          K6LMOD.1
027100* ----------------------------------------------------------      K6LMOD.1
027200* REPORT LINES.                                                   K6LMOD.1
027300* ----------------------------------------------------------      K6LMOD.1
027400 01  HDR-LINE-1.                                                  K6LMOD.1
027500     05  FILLER   PIC X(42) VALUE                                 K6LMOD.1
027600         "LOCAL-MODIFICATION AUDIT (K6LMOD) -- SUITE".            K6LMOD.1
027700     05  FILLER   PIC X(37) VALUE                                 K6LMOD.1
027800         " LIBRARY AGAINST THE DISTRIBUTED TEXT".                 K6LMOD.1
027900     05  FILLER   PIC X(41) VALUE SPACE.                          K6LMOD.1
028000 01  HDR-LINE-2.                                                  K6LMOD.1
028100     05  FILLER   PIC X(5)  VALUE "FLAG ".                        K6LMOD.1
028200     05  FILLER   PIC X(9)  VALUE "MEMBER".                       K6LMOD.1
028300     05  FILLER   PIC X(9)  VALUE "KIND".                         K6LMOD.1
028400     05  FILLER   PIC X(7)  VALUE "SEQ".                          K6LMOD.1
028500     05  FILLER   PIC X(9)  VALUE "TAG".                          K6LMOD.1
028600     05  FILLER   PIC X(8)  VALUE "AREA".                         K6LMOD.1
028700     05  FILLER   PIC X(31) VALUE "PARAGRAPH".                    K6LMOD.1
028800     05  FILLER   PIC X(42) VALUE "TEXT".                         K6LMOD.1
028900 01  ERR-LINE.                                                    K6LMOD.1
029000     05  FILLER   PIC X(9)  VALUE "BAD CARD ".                    K6LMOD.1
029100     05  EL-IMAGE             PIC X(49).                          K6LMOD.1
029200     05  FILLER   PIC X(3)  VALUE " - ".                          K6LMOD.1
029300     05  EL-REASON            PIC X(38).                          K6LMOD.1
029400     05  FILLER   PIC X(21) VALUE SPACE.                          K6LMOD.1
029500 01  REG-SUM-LINE.                                                K6LMOD.1
029600     05  FILLER   PIC X(24) VALUE "REGISTER CARDS READ =   ".     K6LMOD.1
029700     05  RS-READ              PIC ZZZZ9.                          K6LMOD.1
029800     05  FILLER   PIC X(14) VALUE "  IN FORCE =  ".               K6LMOD.1
029900     05  RS-LOADED            PIC ZZZZ9.                          K6LMOD.1
030000     05  FILLER   PIC X(14) VALUE "  REJECTED =  ".               K6LMOD.1
030100     05  RS-BAD               PIC ZZZZ9.                          K6LMOD.1
030200     05  FILLER   PIC X(53) VALUE SPACE.                          K6LMOD.1
030300 01  EXC-LINE.                                                    K6LMOD.1
030400     05  EX-FLAG              PIC X(4).                           K6LMOD.1
030500     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
030600     05  EX-MEMBER            PIC X(8).                           K6LMOD.1
030700     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
030800     05  EX-KIND              PIC X(8).                           K6LMOD.1
030900     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
031000     05  EX-SEQ               PIC X(6).                           K6LMOD.1
031100     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
031200     05  EX-TAG               PIC X(8).                           K6LMOD.1
031300     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
031400     05  EX-AREA              PIC X(7).                           K6LMOD.1
031500     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
031600     05  EX-PARA              PIC X(30).                          K6LMOD.1
031700     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
031800     05  EX-TEXT              PIC X(40).                          K6LMOD.1
031900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6LMOD.1
032000 01  MEM-LINE.                                                    K6LMOD.1
032100     05  FILLER   PIC X(7)  VALUE "MEMBER ".                      K6LMOD.1
032200     05  ML-MEMBER            PIC X(8).                           K6LMOD.1
032300     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
032400     05  ML-STATUS            PIC X(14).                          K6LMOD.1
032500     05  FILLER   PIC X(7)  VALUE " LINES ".                      K6LMOD.1
032600     05  ML-LINES             PIC ZZZZ9.                          K6LMOD.1
032700     05  FILLER   PIC X(5)  VALUE " CHG ".                        K6LMOD.1
032800     05  ML-CHANGED           PIC ZZZZ9.                          K6LMOD.1
032900     05  FILLER   PIC X(5)  VALUE " INS ".                        K6LMOD.1
033000     05  ML-INSERTED          PIC ZZZZ9.                          K6LMOD.1
033100     05  FILLER   PIC X(5)  VALUE " DEL ".                        K6LMOD.1
033200     05  ML-DELETED           PIC ZZZZ9.                          K6LMOD.1
033300     05  FILLER   PIC X(9)  VALUE " UNREG = ".                    K6LMOD.1
033400     05  ML-UNREG             PIC ZZZZ9.                          K6LMOD.1
033500     05  FILLER   PIC X(8)  VALUE " TEST = ".                     K6LMOD.1
033600     05  ML-TEST              PIC ZZZZ9.                          K6LMOD.1
033700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6LMOD.1
033800     05  ML-FLAG              PIC X(4).                           K6LMOD.1
033900     05  FILLER   PIC X(15) VALUE SPACE.                          K6LMOD.1
034000 01  NOTE-LINE.                                                   K6LMOD.1
034100     05  FILLER   PIC X(7)  VALUE "MEMBER ".                      K6LMOD.1
034200     05  NL-MEMBER            PIC X(8).                           K6LMOD.1
034300     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
034400     05  NL-TEXT              PIC X(60).                          K6LMOD.1
034500     05  FILLER   PIC X(44) VALUE SPACE.                          K6LMOD.1
034600 01  USE-HDR-LINE.                                                K6LMOD.1
034700     05  FILLER   PIC X(5)  VALUE "FLAG ".                        K6LMOD.1
034800     05  FILLER   PIC X(9)  VALUE "MEMBER".                       K6LMOD.1
034900     05  FILLER   PIC X(9)  VALUE "TAG".                          K6LMOD.1
035000     05  FILLER   PIC X(14) VALUE "SEQ RANGE".                    K6LMOD.1
035100     05  FILLER   PIC X(9)  VALUE "APPROVER".                     K6LMOD.1
035200     05  FILLER   PIC X(9)  VALUE "APPROVED".                     K6LMOD.1
035300     05  FILLER   PIC X(6)  VALUE "LINES".                        K6LMOD.1
035400     05  FILLER   PIC X(6)  VALUE " TEST".                        K6LMOD.1
035500     05  FILLER   PIC X(31) VALUE "PURPOSE".                      K6LMOD.1
035600     05  FILLER   PIC X(22) VALUE SPACE.                          K6LMOD.1
035700 01  USE-LINE.                                                    K6LMOD.1
035800     05  UL-FLAG              PIC X(4).                           K6LMOD.1
035900     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
036000     05  UL-MEMBER            PIC X(8).                           K6LMOD.1
036100     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
036200     05  UL-TAG               PIC X(8).                           K6LMOD.1
036300     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
036400     05  UL-RANGE.                                                K6LMOD.1
036500         10  UL-SEQ-FROM      PIC X(6).                           K6LMOD.1
036600         10  UL-DASH          PIC X(1).                           K6LMOD.1
036700         10  UL-SEQ-THRU      PIC X(6).                           K6LMOD.1
036800     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
036900     05  UL-APPROVER          PIC X(8).                           K6LMOD.1
037000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
037100     05  UL-DATE              PIC X(8).                           K6LMOD.1
037200     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
037300     05  UL-HITS              PIC ZZZZ9.                          K6LMOD.1
037400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
037500     05  UL-TEST              PIC ZZZZ9.                          K6LMOD.1
037600     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
037700     05  UL-PURPOSE           PIC X(30).                          K6LMOD.1
037800     05  FILLER   PIC X(1)  VALUE SPACE.                          K6LMOD.1
037900     05  UL-NOTE              PIC X(8).                           K6LMOD.1
038000     05  FILLER   PIC X(16) VALUE SPACE.                          K6LMOD.1
038100 01  RECAP-HDR-LINE.                                              K6LMOD.1
038200     05  FILLER   PIC X(45) VALUE                                 K6LMOD.1
038300         "**** UNREGISTERED CHANGES IN TEST PARAGRAPHS".          K6LMOD.1
038400     05  FILLER   PIC X(37) VALUE                                 K6LMOD.1
038500         " -- THESE ALTER WHAT THE SUITE TESTS".                  K6LMOD.1
038600     05  FILLER   PIC X(38) VALUE SPACE.                          K6LMOD.1
038700 01  RECAP-DROP-LINE.                                             K6LMOD.1
038800     05  FILLER   PIC X(20) VALUE "     ... AND ANOTHER".         K6LMOD.1
038900     05  RD-DROPPED           PIC ZZZZ9.                          K6LMOD.1
039000     05  FILLER   PIC X(50) VALUE                                 K6LMOD.1
039100         " NOT HELD FOR THE RECAP -- SEE THE MEMBER DETAIL".      K6LMOD.1
039200     05  FILLER   PIC X(45) VALUE SPACE.                          K6LMOD.1
039300 01  TOT-LINE-1.                                                  K6LMOD.1
039400     05  FILLER   PIC X(20) VALUE "MEMBERS AUDITED =   ".         K6LMOD.1
039500     05  TL-MEMBERS           PIC ZZZZ9.                          K6LMOD.1
039600     05  FILLER   PIC X(14) VALUE "  ALTERED =   ".               K6LMOD.1
039700     05  TL-ALTERED           PIC ZZZZ9.                          K6LMOD.1
039800     05  FILLER   PIC X(18) VALUE "  SITE MEMBERS =  ".           K6LMOD.1
039900     05  TL-SITE              PIC ZZZZ9.                          K6LMOD.1
040000     05  FILLER   PIC X(20) VALUE "  NOT IN LIBRARY =  ".         K6LMOD.1
040100     05  TL-GONE              PIC ZZZZ9.                          K6LMOD.1
040200     05  FILLER   PIC X(28) VALUE SPACE.                          K6LMOD.1
040300 01  TOT-LINE-2.                                                  K6LMOD.1
040400     05  FILLER   PIC X(24) VALUE "UNREGISTERED LINES =    ".     K6LMOD.1
040500     05  TL-UNREG             PIC ZZZZZZ9.                        K6LMOD.1
040600     05  FILLER   PIC X(24) VALUE "  IN TEST PARAGRAPHS =  ".     K6LMOD.1
040700     05  TL-TEST              PIC ZZZZZZ9.                        K6LMOD.1
040800     05  FILLER   PIC X(22) VALUE "  SKELETON CARDS =    ".       K6LMOD.1
040900     05  TL-SKEL              PIC ZZZZ9.                          K6LMOD.1
041000     05  FILLER   PIC X(17) VALUE "  RETURN CODE =  ".            K6LMOD.1
041100     05  TL-RC                PIC Z9.                             K6LMOD.1
041200     05  FILLER   PIC X(12) VALUE SPACE.                          K6LMOD.1
041300                                                                  K6LMOD.1
041400 PROCEDURE DIVISION.                                              K6LMOD.1
041500*================================================================ K6LMOD.1
041600* 0000-MAINLINE.                                                  K6LMOD.1
041700*================================================================ K6LMOD.1
041800 0000-MAINLINE.                                                   K6LMOD.1
041900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6LMOD.1
042000     PERFORM 2000-AUDIT-MEMBER THRU 2000-EXIT                     K6LMOD.1
042100             UNTIL WS-SRC-EOF AND WS-DST-EOF.                     K6LMOD.1
042200     PERFORM 7000-PRINT-REGISTER-USE THRU 7000-EXIT.              K6LMOD.1
042300     PERFORM 7500-PRINT-RECAP THRU 7500-EXIT.                     K6LMOD.1
042400     PERFORM 7800-PRINT-TOTALS THRU 7800-EXIT.                    K6LMOD.1
042500     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6LMOD.1
042600     STOP RUN.                                                    K6LMOD.1
042700*================================================================ K6LMOD.1
042800* 1000-INITIALIZE -- FILES, THE REGISTER, AND BOTH UNLOADS        K6LMOD.1
042900* POSITIONED AT THEIR FIRST SEPARATOR CARD.                       K6LMOD.1
043000*================================================================ K6LMOD.1
043100 1000-INITIALIZE.                                                 K6LMOD.1
043200     OPEN INPUT SOURCE-IN DIST-IN LMOD-REGISTER.                  K6LMOD.1
043300     OPEN OUTPUT LMOD-SKEL LMOD-RPT.                              K6LMOD.1
043400     WRITE LR-PRINT-REC FROM HDR-LINE-1                           K6LMOD.1
043500         AFTER ADVANCING PAGE.                                    K6LMOD.1
043600     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT                    K6LMOD.1
043700             UNTIL WS-REG-EOF.                                    K6LMOD.1
043800     CLOSE LMOD-REGISTER.                                         K6LMOD.1
043900     MOVE WS-CARDS-READ TO RS-READ.                               K6LMOD.1
044000     MOVE WS-RG-COUNT TO RS-LOADED.                               K6LMOD.1
044100     MOVE WS-CARDS-BAD TO RS-BAD.                                 K6LMOD.1
044200     WRITE LR-PRINT-REC FROM REG-SUM-LINE                         K6LMOD.1
044300         AFTER ADVANCING 2 LINES.                                 K6LMOD.1
044400     WRITE LR-PRINT-REC FROM HDR-LINE-2                           K6LMOD.1
044500         AFTER ADVANCING 2 LINES.                                 K6LMOD.1
044600 1000-PRIME-SRC.                                                  K6LMOD.1
044700     PERFORM 2900-READ-SRC THRU 2900-EXIT.                        K6LMOD.1
044800     IF NOT WS-SRC-EOF AND SI-SEP-TAG NOT = "++MEMBER "           K6LMOD.1
044900         ADD 1 TO WS-STRAY-LINES                                  K6LMOD.1
045000         GO TO 1000-PRIME-SRC.                                    K6LMOD.1
045100 1000-PRIME-DST.                                                  K6LMOD.1
045200     PERFORM 2950-READ-DST THRU 2950-EXIT.                        K6LMOD.1
045300     IF NOT WS-DST-EOF AND DI-SEP-TAG NOT = "++MEMBER "           K6LMOD.1
045400         ADD 1 TO WS-STRAY-LINES                                  K6LMOD.1
045500         GO TO 1000-PRIME-DST.                                    K6LMOD.1
045600 1000-EXIT.                                                       K6LMOD.1
045700     EXIT.                                                        K6LMOD.1
045800*================================================================ K6LMOD.1
045900* 1100-LOAD-REGISTER -- ONE CARD.  A CARD THAT FAILS ITS CHECKS   K6LMOD.1
046000* IS LISTED AND COVERS NOTHING; THE RUN ENDS RC 16.               K6LMOD.1
046100*================================================================ K6LMOD.1
046200 1100-LOAD-REGISTER.                                              K6LMOD.1
046300     READ LMOD-REGISTER                                           K6LMOD.1
046400         AT END SET WS-REG-EOF TO TRUE                            K6LMOD.1
046500                GO TO 1100-EXIT.                                  K6LMOD.1
046600     IF LMR-REGISTER-CARD (1:1) = "*"                             K6LMOD.1
046700         GO TO 1100-EXIT.                                         K6LMOD.1
046800     ADD 1 TO WS-CARDS-READ.                                      K6LMOD.1
046900     MOVE SPACE TO WS-BAD-REASON.                                 K6LMOD.1
047000     IF LMR-MEMBER = SPACE                                        K6LMOD.1
047100         MOVE "MEMBER NAME MISSING" TO WS-BAD-REASON              K6LMOD.1
047200         GO TO 1100-BAD-CARD.                                     K6LMOD.1
047300     IF LMR-TAG = SPACE                                           K6LMOD.1
047400         MOVE "CHANGE-SET TAG MISSING" TO WS-BAD-REASON           K6LMOD.1
047500         GO TO 1100-BAD-CARD.                                     K6LMOD.1
047600     IF LMR-APPROVER = SPACE                                      K6LMOD.1
047700         MOVE "APPROVER MISSING" TO WS-BAD-REASON                 K6LMOD.1
047800         GO TO 1100-BAD-CARD.                                     K6LMOD.1
047900     IF LMR-APPROVED-DATE NOT NUMERIC                             K6LMOD.1
048000         MOVE "DATE APPROVED NOT CCYYMMDD" TO WS-BAD-REASON       K6LMOD.1
048100         GO TO 1100-BAD-CARD.                                     K6LMOD.1
048200     IF LMR-SEQ-FROM = SPACE AND LMR-SEQ-THRU = SPACE             K6LMOD.1
048300         GO TO 1100-TAKE-CARD.                                    K6LMOD.1
048400     IF LMR-SEQ-FROM NOT NUMERIC OR LMR-SEQ-THRU NOT NUMERIC      K6LMOD.1
048500         MOVE "SEQUENCE RANGE NOT NUMERIC" TO WS-BAD-REASON       K6LMOD.1
048600         GO TO 1100-BAD-CARD.                                     K6LMOD.1
048700     IF LMR-SEQ-FROM-N > LMR-SEQ-THRU-N                           K6LMOD.1
048800         MOVE "SEQUENCE RANGE ENDS BEFORE IT STARTS"              K6LMOD.1
048900             TO WS-BAD-REASON                                     K6LMOD.1
049000         GO TO 1100-BAD-CARD.                                     K6LMOD.1
049100 1100-TAKE-CARD.                                                  K6LMOD.1
049200     IF WS-RG-COUNT NOT < 3000                                    K6LMOD.1
049300         MOVE "REGISTER TABLE FULL (3000 ENTRIES)"                K6LMOD.1
049400             TO WS-BAD-REASON                                     K6LMOD.1
049500         GO TO 1100-BAD-CARD.                                     K6LMOD.1
049600     ADD 1 TO WS-RG-COUNT.                                        K6LMOD.1
049700     MOVE LMR-MEMBER TO RG-MEMBER (WS-RG-COUNT).                  K6LMOD.1
049800     MOVE LMR-TAG TO RG-TAG (WS-RG-COUNT).                        K6LMOD.1
049900     MOVE LMR-APPROVER TO RG-APPROVER (WS-RG-COUNT).              K6LMOD.1
050000     MOVE LMR-APPROVED-DATE TO RG-APPROVED-DATE (WS-RG-COUNT).    K6LMOD.1
050100     MOVE LMR-PURPOSE TO RG-PURPOSE (WS-RG-COUNT).                K6LMOD.1
050200     MOVE ZERO TO RG-HITS (WS-RG-COUNT)                           K6LMOD.1
050300                  RG-TEST-HITS (WS-RG-COUNT)                      K6LMOD.1
050400                  RG-SEQ-FROM (WS-RG-COUNT)                       K6LMOD.1
050500                  RG-SEQ-THRU (WS-RG-COUNT).                      K6LMOD.1
050600     MOVE "N" TO RG-RANGE-SW (WS-RG-COUNT).                       K6LMOD.1
050700     IF LMR-SEQ-FROM NUMERIC                                      K6LMOD.1
050800         MOVE "Y" TO RG-RANGE-SW (WS-RG-COUNT)                    K6LMOD.1
050900         MOVE LMR-SEQ-FROM-N TO RG-SEQ-FROM (WS-RG-COUNT)         K6LMOD.1
051000         MOVE LMR-SEQ-THRU-N TO RG-SEQ-THRU (WS-RG-COUNT).        K6LMOD.1
051100     GO TO 1100-EXIT.                                             K6LMOD.1
051200 1100-BAD-CARD.                                                   K6LMOD.1
051300     ADD 1 TO WS-CARDS-BAD.                                       K6LMOD.1
051400     MOVE 16 TO WS-VERDICT-RC.                                    K6LMOD.1
051500     MOVE LMR-REGISTER-CARD (1:49) TO EL-IMAGE.                   K6LMOD.1
051600     MOVE WS-BAD-REASON TO EL-REASON.                             K6LMOD.1
051700     WRITE LR-PRINT-REC FROM ERR-LINE                             K6LMOD.1
051800         AFTER ADVANCING 1 LINE.                                  K6LMOD.1
051900 1100-EXIT.                                                       K6LMOD.1
052000     EXIT.                                                        K6LMOD.1
052100*================================================================ K6LMOD.1
052200* 2000-AUDIT-MEMBER -- TAKE THE LOWER OF THE TWO MEMBERS THE      K6LMOD.1
052300* UNLOADS ARE POSITIONED AT (BOTH WHEN THEY AGREE), LOAD ITS      K6LMOD.1
052400* DISTRIBUTED TEXT, PAIR THE LIBRARY LINES AGAINST IT, THEN       K6LMOD.1
052500* SWEEP UP THE DISTRIBUTED LINES NOTHING PAIRED WITH.             K6LMOD.1
052600*================================================================ K6LMOD.1
052700 2000-AUDIT-MEMBER.                                               K6LMOD.1
052800     IF WS-SRC-MEMBER < WS-DST-MEMBER                             K6LMOD.1
052900         MOVE WS-SRC-MEMBER TO WS-CUR-MEMBER                      K6LMOD.1
053000         SET WS-MEMBER-SITE TO TRUE                               K6LMOD.1
053100         ADD 1 TO WS-TOT-SITE                                     K6LMOD.1
053200     ELSE                                                         K6LMOD.1
053300         IF WS-SRC-MEMBER > WS-DST-MEMBER                         K6LMOD.1
053400             MOVE WS-DST-MEMBER TO WS-CUR-MEMBER                  K6LMOD.1
053500             SET WS-MEMBER-DIST TO TRUE                           K6LMOD.1
053600             ADD 1 TO WS-TOT-GONE                                 K6LMOD.1
053700         ELSE                                                     K6LMOD.1
053800             MOVE WS-SRC-MEMBER TO WS-CUR-MEMBER                  K6LMOD.1
053900             SET WS-MEMBER-BOTH TO TRUE.                          K6LMOD.1
054000     ADD 1 TO WS-TOT-MEMBERS.                                     K6LMOD.1
054100     MOVE ZERO TO WS-MEM-LINES WS-MEM-CHANGED WS-MEM-INSERTED     K6LMOD.1
054200                  WS-MEM-DELETED WS-MEM-UNREG WS-MEM-TEST         K6LMOD.1
054300                  WS-DT-COUNT WS-DT-LAST-SEQ WS-SK-COUNT.         K6LMOD.1
054400     MOVE "N" TO WS-PEND-SW.                                      K6LMOD.1
054500     PERFORM 2100-COLLECT-ENTRIES THRU 2100-EXIT.                 K6LMOD.1
054600     IF NOT WS-MEMBER-SITE                                        K6LMOD.1
054700         PERFORM 2200-LOAD-DIST-LINE THRU 2200-EXIT.              K6LMOD.1
054800     PERFORM 5900-RESET-CONTEXT THRU 5900-EXIT.                   K6LMOD.1
054900     IF NOT WS-MEMBER-DIST                                        K6LMOD.1
055000         PERFORM 3000-PAIR-LIBRARY-LINE THRU 3000-EXIT.           K6LMOD.1
055100     PERFORM 6700-FLUSH-RANGE THRU 6700-EXIT.                     K6LMOD.1
055200     PERFORM 5900-RESET-CONTEXT THRU 5900-EXIT.                   K6LMOD.1
055300     MOVE ZERO TO WS-DT-SUB.                                      K6LMOD.1
055400     PERFORM 4000-SWEEP-DELETED THRU 4000-EXIT                    K6LMOD.1
055500             UNTIL WS-DT-SUB NOT < WS-DT-COUNT.                   K6LMOD.1
055600     PERFORM 6700-FLUSH-RANGE THRU 6700-EXIT.                     K6LMOD.1
055700     PERFORM 2800-PRINT-MEMBER THRU 2800-EXIT.                    K6LMOD.1
055800 2000-EXIT.                                                       K6LMOD.1
055900     EXIT.                                                        K6LMOD.1
056000*================================================================ K6LMOD.1
056100* 2100-COLLECT-ENTRIES -- THE REGISTER ENTRIES FOR THIS MEMBER,   K6LMOD.1
056200* SO EACH LINE IS CHECKED AGAINST A HANDFUL, NOT ALL OF THEM.     K6LMOD.1
056300*================================================================ K6LMOD.1
056400 2100-COLLECT-ENTRIES.                                            K6LMOD.1
056500     MOVE ZERO TO WS-MR-COUNT WS-RG-SUB.                          K6LMOD.1
056600 2110-NEXT-ENTRY.                                                 K6LMOD.1
056700     ADD 1 TO WS-RG-SUB.                                          K6LMOD.1
056800     IF WS-RG-SUB > WS-RG-COUNT                                   K6LMOD.1
056900         GO TO 2100-EXIT.                                         K6LMOD.1
057000     IF RG-MEMBER (WS-RG-SUB) NOT = WS-CUR-MEMBER                 K6LMOD.1
057100         GO TO 2110-NEXT-ENTRY.                                   K6LMOD.1
057200     IF WS-MR-COUNT NOT < 200                                     K6LMOD.1
057300         MOVE "HAS OVER 200 REGISTER ENTRIES -- REST IGNORED"     K6LMOD.1
057400             TO NL-TEXT                                           K6LMOD.1
057500         PERFORM 2850-PRINT-NOTE THRU 2850-EXIT                   K6LMOD.1
057600         GO TO 2100-EXIT.                                         K6LMOD.1
057700     ADD 1 TO WS-MR-COUNT.                                        K6LMOD.1
057800     MOVE WS-RG-SUB TO MR-RG-SUB (WS-MR-COUNT).                   K6LMOD.1
057900     GO TO 2110-NEXT-ENTRY.                                       K6LMOD.1
058000 2100-EXIT.                                                       K6LMOD.1
058100     EXIT.                                                        K6LMOD.1
058200*================================================================ K6LMOD.1
058300* 2200-LOAD-DIST-LINE -- READ THE DISTRIBUTED MEMBER INTO THE     K6LMOD.1
058400* TABLE, UP TO THE NEXT SEPARATOR CARD.  THE LOOKUP NEEDS THE     K6LMOD.1
058500* SEQUENCE NUMBERS ASCENDING; A MEMBER THAT BREAKS THAT, OR       K6LMOD.1
058600* OUTGROWS THE TABLE, IS NOTED AND THE RUN ENDS RC 16.            K6LMOD.1
058700*================================================================ K6LMOD.1
058800 2200-LOAD-DIST-LINE.                                             K6LMOD.1
058900     PERFORM 2950-READ-DST THRU 2950-EXIT.                        K6LMOD.1
059000     IF WS-DST-EOF OR DI-SEP-TAG = "++MEMBER "                    K6LMOD.1
059100         GO TO 2200-EXIT.                                         K6LMOD.1
059200     IF WS-DT-COUNT NOT < 6000                                    K6LMOD.1
059300         GO TO 2200-LOAD-DIST-LINE.                               K6LMOD.1
059400     ADD 1 TO WS-DT-COUNT.                                        K6LMOD.1
059500     IF WS-DT-COUNT = 6000                                        K6LMOD.1
059600         MOVE "DISTRIBUTED TEXT OVER 6000 LINES -- REST SKIPPED"  K6LMOD.1
059700             TO NL-TEXT                                           K6LMOD.1
059800         PERFORM 2850-PRINT-NOTE THRU 2850-EXIT                   K6LMOD.1
059900         MOVE 16 TO WS-VERDICT-RC.                                K6LMOD.1
060000     MOVE ZERO TO DT-SEQ (WS-DT-COUNT).                           K6LMOD.1
060100     IF DI-SEQ NUMERIC                                            K6LMOD.1
060200         MOVE DI-SEQ TO DT-SEQ (WS-DT-COUNT).                     K6LMOD.1
060300     MOVE DI-TEXT TO DT-TEXT (WS-DT-COUNT).                       K6LMOD.1
060400     MOVE DI-TAG TO DT-TAG (WS-DT-COUNT).                         K6LMOD.1
060500     MOVE "N" TO DT-MATCHED-SW (WS-DT-COUNT).                     K6LMOD.1
060600     IF WS-DT-COUNT > 1                                           K6LMOD.1
060700        AND DT-SEQ (WS-DT-COUNT) NOT > WS-DT-LAST-SEQ             K6LMOD.1
060800         MOVE "DISTRIBUTED TEXT OUT OF SEQUENCE AT" TO NL-TEXT    K6LMOD.1
060900         MOVE DI-SEQ TO NL-TEXT (37:6)                            K6LMOD.1
061000         PERFORM 2850-PRINT-NOTE THRU 2850-EXIT                   K6LMOD.1
061100         MOVE 16 TO WS-VERDICT-RC.                                K6LMOD.1
061200     MOVE DT-SEQ (WS-DT-COUNT) TO WS-DT-LAST-SEQ.                 K6LMOD.1
061300     GO TO 2200-LOAD-DIST-LINE.                                   K6LMOD.1
061400 2200-EXIT.                                                       K6LMOD.1
061500     EXIT.                                                        K6LMOD.1
061600*================================================================ K6LMOD.1
061700* 2800-PRINT-MEMBER -- THE MEMBER'S COUNTS UNDER ITS DETAIL.      K6LMOD.1
061800*================================================================ K6LMOD.1
061900 2800-PRINT-MEMBER.                                               K6LMOD.1
062000     MOVE WS-CUR-MEMBER TO ML-MEMBER.                             K6LMOD.1
062100     IF WS-MEMBER-SITE                                            K6LMOD.1
062200         MOVE "SITE MEMBER" TO ML-STATUS                          K6LMOD.1
062300     ELSE                                                         K6LMOD.1
062400         IF WS-MEMBER-DIST                                        K6LMOD.1
062500             MOVE "NOT IN LIBRARY" TO ML-STATUS                   K6LMOD.1
062600         ELSE                                                     K6LMOD.1
062700             IF WS-MEM-CHANGED = ZERO AND WS-MEM-INSERTED = ZERO  K6LMOD.1
062800                AND WS-MEM-DELETED = ZERO                         K6LMOD.1
062900                 MOVE "AS DISTRIBUTED" TO ML-STATUS               K6LMOD.1
063000             ELSE                                                 K6LMOD.1
063100                 MOVE "ALTERED" TO ML-STATUS                      K6LMOD.1
063200                 ADD 1 TO WS-TOT-ALTERED.                         K6LMOD.1
063300     MOVE WS-MEM-LINES TO ML-LINES.                               K6LMOD.1
063400     MOVE WS-MEM-CHANGED TO ML-CHANGED.                           K6LMOD.1
063500     MOVE WS-MEM-INSERTED TO ML-INSERTED.                         K6LMOD.1
063600     MOVE WS-MEM-DELETED TO ML-DELETED.                           K6LMOD.1
063700     MOVE WS-MEM-UNREG TO ML-UNREG.                               K6LMOD.1
063800     MOVE WS-MEM-TEST TO ML-TEST.                                 K6LMOD.1
063900     MOVE SPACE TO ML-FLAG.                                       K6LMOD.1
064000     IF WS-MEM-TEST > ZERO                                        K6LMOD.1
064100         MOVE "****" TO ML-FLAG.                                  K6LMOD.1
064200     WRITE LR-PRINT-REC FROM MEM-LINE                             K6LMOD.1
064300         AFTER ADVANCING 1 LINE.                                  K6LMOD.1
064400     IF WS-MEM-UNREG > ZERO                                       K6LMOD.1
064500         MOVE SPACE TO LR-PRINT-REC                               K6LMOD.1
064600         WRITE LR-PRINT-REC                                       K6LMOD.1
064700             AFTER ADVANCING 1 LINE.                              K6LMOD.1
064800 2800-EXIT.                                                       K6LMOD.1
064900     EXIT.                                                        K6LMOD.1
065000*================================================================ K6LMOD.1
065100* 2850-PRINT-NOTE -- A ONE-LINE NOTE AGAINST THE MEMBER.          K6LMOD.1
065200*================================================================ K6LMOD.1
065300 2850-PRINT-NOTE.                                                 K6LMOD.1
065400     MOVE WS-CUR-MEMBER TO NL-MEMBER.                             K6LMOD.1
065500     WRITE LR-PRINT-REC FROM NOTE-LINE                            K6LMOD.1
065600         AFTER ADVANCING 1 LINE.                                  K6LMOD.1
065700 2850-EXIT.                                                       K6LMOD.1
065800     EXIT.                                                        K6LMOD.1
065900*================================================================ K6LMOD.1
066000* 2900-READ-SRC / 2950-READ-DST -- ONE UNLOAD RECORD.  A          K6LMOD.1
066100* SEPARATOR CARD REPOSITIONS THE UNLOAD AT ITS MEMBER, WHICH      K6LMOD.1
066200* MUST BE HIGHER THAN THE LAST; AT END THE MEMBER GOES TO         K6LMOD.1
066300* HIGH-VALUES SO THE OTHER UNLOAD RUNS OUT ALONE.                 K6LMOD.1
066400*================================================================ K6LMOD.1
066500 2900-READ-SRC.                                                   K6LMOD.1
066600     READ SOURCE-IN                                               K6LMOD.1
066700         AT END SET WS-SRC-EOF TO TRUE                            K6LMOD.1
066800                MOVE HIGH-VALUES TO WS-SRC-MEMBER                 K6LMOD.1
066900                GO TO 2900-EXIT.                                  K6LMOD.1
067000     IF SI-SEP-TAG NOT = "++MEMBER "                              K6LMOD.1
067100         GO TO 2900-EXIT.                                         K6LMOD.1
067200     IF SI-SEP-MEMBER NOT > WS-SRC-MEMBER                         K6LMOD.1
067300         MOVE SI-SEP-MEMBER TO NL-MEMBER                          K6LMOD.1
067400         MOVE "LIBRARY UNLOAD OUT OF MEMBER ORDER HERE" TO NL-TEXTK6LMOD.1
067500         WRITE LR-PRINT-REC FROM NOTE-LINE                        K6LMOD.1
067600             AFTER ADVANCING 1 LINE                               K6LMOD.1
067700         MOVE 16 TO WS-VERDICT-RC.                                K6LMOD.1
067800     MOVE SI-SEP-MEMBER TO WS-SRC-MEMBER.                         K6LMOD.1
067900 2900-EXIT.                                                       K6LMOD.1
068000     EXIT.                                                        K6LMOD.1
068100 2950-READ-DST.                                                   K6LMOD.1
068200     READ DIST-IN                                                 K6LMOD.1
068300         AT END SET WS-DST-EOF TO TRUE                            K6LMOD.1
068400                MOVE HIGH-VALUES TO WS-DST-MEMBER                 K6LMOD.1
068500                GO TO 2950-EXIT.                                  K6LMOD.1
068600     IF DI-SEP-TAG NOT = "++MEMBER "                              K6LMOD.1
068700         GO TO 2950-EXIT.                                         K6LMOD.1
068800     IF DI-SEP-MEMBER NOT > WS-DST-MEMBER                         K6LMOD.1
068900         MOVE DI-SEP-MEMBER TO NL-MEMBER                          K6LMOD.1
069000         MOVE "DISTRIBUTED UNLOAD OUT OF MEMBER ORDER HERE"       K6LMOD.1
069100             TO NL-TEXT                                           K6LMOD.1
069200         WRITE LR-PRINT-REC FROM NOTE-LINE                        K6LMOD.1
069300             AFTER ADVANCING 1 LINE                               K6LMOD.1
069400         MOVE 16 TO WS-VERDICT-RC.                                K6LMOD.1
069500     MOVE DI-SEP-MEMBER TO WS-DST-MEMBER.                         K6LMOD.1
069600 2950-EXIT.                                                       K6LMOD.1
069700     EXIT.                                                        K6LMOD.1
069800*================================================================ K6LMOD.1
069900* 3000-PAIR-LIBRARY-LINE -- EACH LIBRARY LINE OF THE MEMBER, UP   K6LMOD.1
070000* TO THE NEXT SEPARATOR CARD, AGAINST ITS DISTRIBUTED LINE.       K6LMOD.1
070100* THE LOOKUP IS BY SEQUENCE NUMBER, NOT POSITION, SO A SITE       K6LMOD.1
070200* THAT HAS MOVED A BLOCK STILL PAIRS IT.                          K6LMOD.1
070300*================================================================ K6LMOD.1
070400 3000-PAIR-LIBRARY-LINE.                                          K6LMOD.1
070500     PERFORM 2900-READ-SRC THRU 2900-EXIT.                        K6LMOD.1
070600     IF WS-SRC-EOF OR SI-SEP-TAG = "++MEMBER "                    K6LMOD.1
070700         GO TO 3000-EXIT.                                         K6LMOD.1
070800     ADD 1 TO WS-MEM-LINES.                                       K6LMOD.1
070900     MOVE SI-SEQ TO WS-LINE-SEQ.                                  K6LMOD.1
071000     MOVE SI-TEXT TO WS-LINE-TEXT.                                K6LMOD.1
071100     MOVE SI-TAG TO WS-LINE-TAG.                                  K6LMOD.1
071200     PERFORM 5000-NOTE-POSITION THRU 5000-EXIT.                   K6LMOD.1
071300     MOVE "INSERTED" TO WS-LINE-KIND.                             K6LMOD.1
071400     MOVE "Y" TO WS-TAG-ELIGIBLE-SW.                              K6LMOD.1
071500     MOVE "N" TO WS-RANGE-ELIGIBLE-SW WS-FOUND-SW.                K6LMOD.1
071600     IF WS-LINE-SEQ NUMERIC AND WS-LINE-SEQ NOT = "000000"        K6LMOD.1
071700         PERFORM 3500-FIND-SEQ THRU 3500-EXIT.                    K6LMOD.1
071800* A SITE BLOCK NUMBERED FROM 000100 ON ITS OWN PAIRS WITH AN      K6LMOD.1
071900* ORIGINAL LINE ALREADY TAKEN -- IT IS AN INSERT.                 K6LMOD.1
072000     IF WS-SEQ-FOUND AND DT-MATCHED (WS-MID)                      K6LMOD.1
072100        AND DT-TEXT (WS-MID) NOT = WS-LINE-TEXT                   K6LMOD.1
072200         MOVE "N" TO WS-FOUND-SW.                                 K6LMOD.1
072300     IF NOT WS-SEQ-FOUND                                          K6LMOD.1
072400         ADD 1 TO WS-MEM-INSERTED                                 K6LMOD.1
072500         PERFORM 6000-CHECK-REGISTER THRU 6000-EXIT               K6LMOD.1
072600         GO TO 3000-PAIR-LIBRARY-LINE.                            K6LMOD.1
072700     MOVE "Y" TO DT-MATCHED-SW (WS-MID).                          K6LMOD.1
072800     IF DT-TEXT (WS-MID) = WS-LINE-TEXT                           K6LMOD.1
072900         GO TO 3000-PAIR-LIBRARY-LINE.                            K6LMOD.1
073000* CHANGED IN PLACE.  THE TAG SPEAKS FOR IT ONLY IF THE CHANGE     K6LMOD.1
073100* SET RE-TAGGED THE LINE; OTHERWISE ONLY A RANGE CAN COVER IT.    K6LMOD.1
073200     ADD 1 TO WS-MEM-CHANGED.                                     K6LMOD.1
073300     MOVE "CHANGED" TO WS-LINE-KIND.                              K6LMOD.1
073400     MOVE "Y" TO WS-RANGE-ELIGIBLE-SW.                            K6LMOD.1
073500     IF DT-TAG (WS-MID) = WS-LINE-TAG                             K6LMOD.1
073600         MOVE "N" TO WS-TAG-ELIGIBLE-SW.                          K6LMOD.1
073700     MOVE WS-MID TO WS-DT-SUB.                                    K6LMOD.1
073800     PERFORM 6000-CHECK-REGISTER THRU 6000-EXIT.                  K6LMOD.1
073900     GO TO 3000-PAIR-LIBRARY-LINE.                                K6LMOD.1
074000 3000-EXIT.                                                       K6LMOD.1
074100     EXIT.                                                        K6LMOD.1
074200*================================================================ K6LMOD.1
074300* 3500-FIND-SEQ -- BINARY SEARCH OF THE DISTRIBUTED TABLE FOR     K6LMOD.1
074400* THE LINE'S SEQUENCE NUMBER.  SETS WS-SEQ-FOUND AND WS-MID.      K6LMOD.1
074500*================================================================ K6LMOD.1
074600 3500-FIND-SEQ.                                                   K6LMOD.1
074700     MOVE 1 TO WS-LO.                                             K6LMOD.1
074800     MOVE WS-DT-COUNT TO WS-HI.                                   K6LMOD.1
074900 3510-PROBE.                                                      K6LMOD.1
075000     IF WS-LO > WS-HI                                             K6LMOD.1
075100         GO TO 3500-EXIT.                                         K6LMOD.1
075200     COMPUTE WS-MID = (WS-LO + WS-HI) / 2.                        K6LMOD.1
075300     IF DT-SEQ (WS-MID) = WS-LINE-SEQ-N                           K6LMOD.1
075400         MOVE "Y" TO WS-FOUND-SW                                  K6LMOD.1
075500         GO TO 3500-EXIT.                                         K6LMOD.1
075600     IF DT-SEQ (WS-MID) < WS-LINE-SEQ-N                           K6LMOD.1
075700         COMPUTE WS-LO = WS-MID + 1                               K6LMOD.1
075800     ELSE                                                         K6LMOD.1
075900         COMPUTE WS-HI = WS-MID - 1.                              K6LMOD.1
076000     GO TO 3510-PROBE.                                            K6LMOD.1
076100 3500-EXIT.                                                       K6LMOD.1
076200     EXIT.                                                        K6LMOD.1
076300*================================================================ K6LMOD.1
076400* 4000-SWEEP-DELETED -- WALK THE DISTRIBUTED TEXT IN ORDER,       K6LMOD.1
076500* TRACKING POSITION, AND TAKE EVERY LINE NO LIBRARY LINE PAIRED   K6LMOD.1
076600* WITH AS DELETED.  ONLY A SEQUENCE RANGE CAN COVER ONE.          K6LMOD.1
076700*================================================================ K6LMOD.1
076800 4000-SWEEP-DELETED.                                              K6LMOD.1
076900     ADD 1 TO WS-DT-SUB.                                          K6LMOD.1
077000     MOVE DT-TEXT (WS-DT-SUB) TO WS-LINE-TEXT.                    K6LMOD.1
077100     PERFORM 5000-NOTE-POSITION THRU 5000-EXIT.                   K6LMOD.1
077200     IF DT-MATCHED (WS-DT-SUB)                                    K6LMOD.1
077300         GO TO 4000-EXIT.                                         K6LMOD.1
077400     ADD 1 TO WS-MEM-DELETED.                                     K6LMOD.1
077500     MOVE DT-SEQ (WS-DT-SUB) TO WS-LINE-SEQ-N.                    K6LMOD.1
077600     MOVE DT-TAG (WS-DT-SUB) TO WS-LINE-TAG.                      K6LMOD.1
077700     MOVE "DELETED" TO WS-LINE-KIND.                              K6LMOD.1
077800     MOVE "N" TO WS-TAG-ELIGIBLE-SW.                              K6LMOD.1
077900     MOVE "Y" TO WS-RANGE-ELIGIBLE-SW.                            K6LMOD.1
078000     PERFORM 6000-CHECK-REGISTER THRU 6000-EXIT.                  K6LMOD.1
078100 4000-EXIT.                                                       K6LMOD.1
078200     EXIT.                                                        K6LMOD.1
078300*================================================================ K6LMOD.1
078400* 5000-NOTE-POSITION -- FOLLOW THE DIVISION, SECTION AND          K6LMOD.1
078500* PARAGRAPH HEADERS IN AREA A AND CLASS THE LINE IN HAND.         K6LMOD.1
078600* EVERY PROCEDURE DIVISION SECTION EXCEPT CCVS1 AND CCVS-EXIT     K6LMOD.1
078700* AND THE DECLARATIVES HOLDS TESTS; SO DOES THE PROCEDURE         K6LMOD.1
078800* DIVISION OF A NESTED PROGRAM.                                   K6LMOD.1
078900*================================================================ K6LMOD.1
079000 5000-NOTE-POSITION.                                              K6LMOD.1
079100     IF WS-LINE-TEXT (1:1) = "*" OR WS-LINE-TEXT (1:1) = "/"      K6LMOD.1
079200        OR WS-LINE-TEXT = SPACE                                   K6LMOD.1
079300         MOVE "COMMENT" TO WS-LINE-AREA                           K6LMOD.1
079400         GO TO 5000-EXIT.                                         K6LMOD.1
079500     IF WS-LINE-TEXT (2:1) NOT = SPACE                            K6LMOD.1
079600         PERFORM 5100-AREA-A-HEADER THRU 5100-EXIT.               K6LMOD.1
079700     IF NOT CTX-IN-PROC                                           K6LMOD.1
079800         MOVE "DATA" TO WS-LINE-AREA                              K6LMOD.1
079900     ELSE                                                         K6LMOD.1
080000         IF CTX-IN-TEST                                           K6LMOD.1
080100             MOVE "TEST" TO WS-LINE-AREA                          K6LMOD.1
080200         ELSE                                                     K6LMOD.1
080300             MOVE "HARNESS" TO WS-LINE-AREA.                      K6LMOD.1
080400 5000-EXIT.                                                       K6LMOD.1
080500     EXIT.                                                        K6LMOD.1
080600 5100-AREA-A-HEADER.                                              K6LMOD.1
080700     IF WS-LINE-TEXT (2:18) = "PROCEDURE DIVISION"                K6LMOD.1
080800         MOVE "Y" TO CTX-IN-PROC-SW                               K6LMOD.1
080900         MOVE "N" TO CTX-IN-DECL-SW CTX-TEST-SW CTX-SECTION-SW    K6LMOD.1
081000         MOVE SPACE TO CTX-PARA                                   K6LMOD.1
081100         GO TO 5100-EXIT.                                         K6LMOD.1
081200     IF WS-LINE-TEXT (2:14) = "IDENTIFICATION"                    K6LMOD.1
081300        OR WS-LINE-TEXT (2:12) = "ID DIVISION."                   K6LMOD.1
081400        OR WS-LINE-TEXT (2:11) = "ENVIRONMENT"                    K6LMOD.1
081500        OR WS-LINE-TEXT (2:13) = "DATA DIVISION"                  K6LMOD.1
081600        OR WS-LINE-TEXT (2:11) = "END PROGRAM"                    K6LMOD.1
081700         MOVE "N" TO CTX-IN-PROC-SW CTX-IN-DECL-SW CTX-TEST-SW    K6LMOD.1
081800         MOVE SPACE TO CTX-PARA                                   K6LMOD.1
081900         GO TO 5100-EXIT.                                         K6LMOD.1
082000     IF NOT CTX-IN-PROC                                           K6LMOD.1
082100         GO TO 5100-EXIT.                                         K6LMOD.1
082200     IF WS-LINE-TEXT (2:12) = "DECLARATIVES"                      K6LMOD.1
082300         MOVE "Y" TO CTX-IN-DECL-SW CTX-SECTION-SW                K6LMOD.1
082400         MOVE "N" TO CTX-TEST-SW                                  K6LMOD.1
082500         MOVE "DECLARATIVES" TO CTX-PARA                          K6LMOD.1
082600         GO TO 5100-EXIT.                                         K6LMOD.1
082700     IF WS-LINE-TEXT (2:16) = "END DECLARATIVES"                  K6LMOD.1
082800         MOVE "N" TO CTX-IN-DECL-SW                               K6LMOD.1
082900         GO TO 5100-EXIT.                                         K6LMOD.1
083000     MOVE SPACE TO WS-WORD.                                       K6LMOD.1
083100     UNSTRING WS-LINE-TEXT (2:65) DELIMITED BY " " OR "."         K6LMOD.1
083200         INTO WS-WORD.                                            K6LMOD.1
083300     MOVE WS-WORD TO CTX-PARA.                                    K6LMOD.1
083400     MOVE ZERO TO WS-SECTION-CT.                                  K6LMOD.1
083500     INSPECT WS-LINE-TEXT TALLYING WS-SECTION-CT                  K6LMOD.1
083600         FOR ALL " SECTION".                                      K6LMOD.1
083700* A PARAGRAPH OUTSIDE ANY SECTION -- A NESTED PROGRAM -- IS       K6LMOD.1
083800* TEST CODE.                                                      K6LMOD.1
083900     IF WS-SECTION-CT = ZERO                                      K6LMOD.1
084000         IF NOT CTX-SECTION-SEEN                                  K6LMOD.1
084100             MOVE "Y" TO CTX-TEST-SW                              K6LMOD.1
084200             GO TO 5100-EXIT                                      K6LMOD.1
084300         ELSE                                                     K6LMOD.1
084400             GO TO 5100-EXIT.                                     K6LMOD.1
084500     MOVE "Y" TO CTX-SECTION-SW.                                  K6LMOD.1
084600     IF CTX-IN-DECL OR WS-WORD = "CCVS1" OR WS-WORD = "CCVS-EXIT" K6LMOD.1
084700         MOVE "N" TO CTX-TEST-SW                                  K6LMOD.1
084800     ELSE                                                         K6LMOD.1
084900         MOVE "Y" TO CTX-TEST-SW.                                 K6LMOD.1
085000 5100-EXIT.                                                       K6LMOD.1
085100     EXIT.                                                        K6LMOD.1
085200 5900-RESET-CONTEXT.                                              K6LMOD.1
085300     MOVE "N" TO CTX-IN-PROC-SW CTX-IN-DECL-SW CTX-TEST-SW        K6LMOD.1
085400                 CTX-SECTION-SW.                                  K6LMOD.1
085500     MOVE SPACE TO CTX-PARA.                                      K6LMOD.1
085600 5900-EXIT.                                                       K6LMOD.1
085700     EXIT.                                                        K6LMOD.1
085800*================================================================ K6LMOD.1
085900* 6000-CHECK-REGISTER -- IS THE DIFFERENCE IN HAND COVERED BY     K6LMOD.1
086000* AN ENTRY FOR THIS MEMBER?  IF SO THE ENTRY IS CREDITED; IF      K6LMOD.1
086100* NOT THE LINE IS LISTED, A SKELETON CARD IS OWED, AND THE        K6LMOD.1
086200* RETURN CODE RISES -- TO 8 FOR A TEST PARAGRAPH.                 K6LMOD.1
086300*================================================================ K6LMOD.1
086400 6000-CHECK-REGISTER.                                             K6LMOD.1
086500     MOVE ZERO TO WS-MR-SUB.                                      K6LMOD.1
086600 6010-NEXT-ENTRY.                                                 K6LMOD.1
086700     ADD 1 TO WS-MR-SUB.                                          K6LMOD.1
086800     IF WS-MR-SUB > WS-MR-COUNT                                   K6LMOD.1
086900         GO TO 6050-NOT-COVERED.                                  K6LMOD.1
087000     MOVE MR-RG-SUB (WS-MR-SUB) TO WS-RG-SUB.                     K6LMOD.1
087100     IF WS-TAG-ELIGIBLE AND RG-TAG (WS-RG-SUB) = WS-LINE-TAG      K6LMOD.1
087200         GO TO 6040-COVERED.                                      K6LMOD.1
087300     IF WS-RANGE-ELIGIBLE AND RG-HAS-RANGE (WS-RG-SUB)            K6LMOD.1
087400        AND WS-LINE-SEQ-N NOT < RG-SEQ-FROM (WS-RG-SUB)           K6LMOD.1
087500        AND WS-LINE-SEQ-N NOT > RG-SEQ-THRU (WS-RG-SUB)           K6LMOD.1
087600         GO TO 6040-COVERED.                                      K6LMOD.1
087700     GO TO 6010-NEXT-ENTRY.                                       K6LMOD.1
087800 6040-COVERED.                                                    K6LMOD.1
087900     ADD 1 TO RG-HITS (WS-RG-SUB).                                K6LMOD.1
088000     IF WS-AREA-TEST                                              K6LMOD.1
088100         ADD 1 TO RG-TEST-HITS (WS-RG-SUB).                       K6LMOD.1
088200     GO TO 6000-EXIT.                                             K6LMOD.1
088300 6050-NOT-COVERED.                                                K6LMOD.1
088400     ADD 1 TO WS-MEM-UNREG WS-TOT-UNREG.                          K6LMOD.1
088500     MOVE SPACE TO EX-FLAG.                                       K6LMOD.1
088600     IF WS-AREA-TEST                                              K6LMOD.1
088700         MOVE "****" TO EX-FLAG                                   K6LMOD.1
088800         ADD 1 TO WS-MEM-TEST WS-TOT-TEST                         K6LMOD.1
088900         IF WS-VERDICT-RC < 8                                     K6LMOD.1
089000             MOVE 8 TO WS-VERDICT-RC.                             K6LMOD.1
089100     IF WS-VERDICT-RC < 4                                         K6LMOD.1
089200         MOVE 4 TO WS-VERDICT-RC.                                 K6LMOD.1
089300     MOVE WS-CUR-MEMBER TO EX-MEMBER.                             K6LMOD.1
089400     MOVE WS-LINE-KIND TO EX-KIND.                                K6LMOD.1
089500     MOVE WS-LINE-SEQ TO EX-SEQ.                                  K6LMOD.1
089600     MOVE WS-LINE-TAG TO EX-TAG.                                  K6LMOD.1
089700     MOVE WS-LINE-AREA TO EX-AREA.                                K6LMOD.1
089800     MOVE CTX-PARA TO EX-PARA.                                    K6LMOD.1
089900     MOVE WS-LINE-TEXT (2:40) TO EX-TEXT.                         K6LMOD.1
090000     WRITE LR-PRINT-REC FROM EXC-LINE                             K6LMOD.1
090100         AFTER ADVANCING 1 LINE.                                  K6LMOD.1
090200     IF WS-AREA-TEST                                              K6LMOD.1
090300         PERFORM 6100-HOLD-FOR-RECAP THRU 6100-EXIT.              K6LMOD.1
090400* A TAGLESS INSERTED LINE CANNOT BE REGISTERED AT ALL -- IT       K6LMOD.1
090500* WANTS A TAG BEFORE IT WANTS A CARD.                             K6LMOD.1
090600     IF NOT WS-TAG-ELIGIBLE                                       K6LMOD.1
090700         PERFORM 6600-RANGE-SKELETON THRU 6600-EXIT               K6LMOD.1
090800     ELSE                                                         K6LMOD.1
090900         IF WS-LINE-TAG NOT = SPACE                               K6LMOD.1
091000             PERFORM 6500-TAG-SKELETON THRU 6500-EXIT.            K6LMOD.1
091100 6000-EXIT.                                                       K6LMOD.1
091200     EXIT.                                                        K6LMOD.1
091300 6100-HOLD-FOR-RECAP.                                             K6LMOD.1
091400     IF WS-TX-COUNT NOT < 500                                     K6LMOD.1
091500         ADD 1 TO WS-TX-DROPPED                                   K6LMOD.1
091600         GO TO 6100-EXIT.                                         K6LMOD.1
091700     ADD 1 TO WS-TX-COUNT.                                        K6LMOD.1
091800     MOVE EXC-LINE TO TX-LINE (WS-TX-COUNT).                      K6LMOD.1
091900 6100-EXIT.                                                       K6LMOD.1
092000     EXIT.                                                        K6LMOD.1
092100*================================================================ K6LMOD.1
092200* 6500-TAG-SKELETON -- ONE CARD PER MEMBER AND TAG.               K6LMOD.1
092300*================================================================ K6LMOD.1
092400 6500-TAG-SKELETON.                                               K6LMOD.1
092500     MOVE ZERO TO WS-SK-SUB.                                      K6LMOD.1
092600 6510-SEEN.                                                       K6LMOD.1
092700     ADD 1 TO WS-SK-SUB.                                          K6LMOD.1
092800     IF WS-SK-SUB NOT > WS-SK-COUNT                               K6LMOD.1
092900         IF SK-SEEN-TAG (WS-SK-SUB) = WS-LINE-TAG                 K6LMOD.1
093000             GO TO 6500-EXIT                                      K6LMOD.1
093100         ELSE                                                     K6LMOD.1
093200             GO TO 6510-SEEN.                                     K6LMOD.1
093300     IF WS-SK-COUNT < 200                                         K6LMOD.1
093400         ADD 1 TO WS-SK-COUNT                                     K6LMOD.1
093500         MOVE WS-LINE-TAG TO SK-SEEN-TAG (WS-SK-COUNT).           K6LMOD.1
093600     MOVE WS-LINE-TAG TO SKL-TAG.                                 K6LMOD.1
093700     MOVE SPACE TO SKL-SEQ-FROM SKL-SEQ-THRU.                     K6LMOD.1
093800     PERFORM 6800-WRITE-SKELETON THRU 6800-EXIT.                  K6LMOD.1
093900 6500-EXIT.                                                       K6LMOD.1
094000     EXIT.                                                        K6LMOD.1
094100*================================================================ K6LMOD.1
094200* 6600-RANGE-SKELETON -- AN ORIGINAL LINE: EXTEND THE RUN BEING   K6LMOD.1
094300* GATHERED IF IT IS THE NEXT DISTRIBUTED LINE, ELSE WRITE THAT    K6LMOD.1
094400* RUN AND START ANOTHER.                                          K6LMOD.1
094500*================================================================ K6LMOD.1
094600 6600-RANGE-SKELETON.                                             K6LMOD.1
094700     IF WS-PEND-OPEN AND WS-DT-SUB = WS-PEND-DT-SUB + 1           K6LMOD.1
094800         MOVE WS-LINE-SEQ-N TO WS-PEND-THRU                       K6LMOD.1
094900         MOVE WS-DT-SUB TO WS-PEND-DT-SUB                         K6LMOD.1
095000         GO TO 6600-EXIT.                                         K6LMOD.1
095100     PERFORM 6700-FLUSH-RANGE THRU 6700-EXIT.                     K6LMOD.1
095200     MOVE "Y" TO WS-PEND-SW.                                      K6LMOD.1
095300     MOVE WS-LINE-SEQ-N TO WS-PEND-FROM WS-PEND-THRU.             K6LMOD.1
095400     MOVE WS-DT-SUB TO WS-PEND-DT-SUB.                            K6LMOD.1
095500 6600-EXIT.                                                       K6LMOD.1
095600     EXIT.                                                        K6LMOD.1
095700 6700-FLUSH-RANGE.                                                K6LMOD.1
095800     IF NOT WS-PEND-OPEN                                          K6LMOD.1
095900         GO TO 6700-EXIT.                                         K6LMOD.1
096000     MOVE "N" TO WS-PEND-SW.                                      K6LMOD.1
096100     MOVE SPACE TO SKL-TAG.                                       K6LMOD.1
096200     MOVE WS-PEND-FROM TO SKL-SEQ-FROM-N.                         K6LMOD.1
096300     MOVE WS-PEND-THRU TO SKL-SEQ-THRU-N.                         K6LMOD.1
096400     PERFORM 6800-WRITE-SKELETON THRU 6800-EXIT.                  K6LMOD.1
096500 6700-EXIT.                                                       K6LMOD.1
096600     EXIT.                                                        K6LMOD.1
096700 6800-WRITE-SKELETON.                                             K6LMOD.1
096800     MOVE WS-CUR-MEMBER TO SKL-MEMBER.                            K6LMOD.1
096900     MOVE "UNREGISTERED - STATE PURPOSE" TO SKL-PURPOSE.          K6LMOD.1
097000     WRITE SK-REC FROM SKL-CARD.                                  K6LMOD.1
097100     ADD 1 TO WS-SKEL-WRITTEN.                                    K6LMOD.1
097200 6800-EXIT.                                                       K6LMOD.1
097300     EXIT.                                                        K6LMOD.1
097400*================================================================ K6LMOD.1
097500* 7000-PRINT-REGISTER-USE -- EVERY ENTRY IN FORCE, WITH THE       K6LMOD.1
097600* LINES IT COVERED.  "****" MARKS AN ENTRY THAT REACHES INTO A    K6LMOD.1
097700* TEST PARAGRAPH; AN ENTRY THAT COVERED NOTHING IS STALE.         K6LMOD.1
097800*================================================================ K6LMOD.1
097900 7000-PRINT-REGISTER-USE.                                         K6LMOD.1
098000     WRITE LR-PRINT-REC FROM USE-HDR-LINE                         K6LMOD.1
098100         AFTER ADVANCING PAGE.                                    K6LMOD.1
098200     MOVE ZERO TO WS-RG-SUB.                                      K6LMOD.1
098300 7010-NEXT-ENTRY.                                                 K6LMOD.1
098400     ADD 1 TO WS-RG-SUB.                                          K6LMOD.1
098500     IF WS-RG-SUB > WS-RG-COUNT                                   K6LMOD.1
098600         GO TO 7000-EXIT.                                         K6LMOD.1
098700     MOVE SPACE TO UL-FLAG UL-RANGE UL-NOTE.                      K6LMOD.1
098800     IF RG-TEST-HITS (WS-RG-SUB) > ZERO                           K6LMOD.1
098900         MOVE "****" TO UL-FLAG.                                  K6LMOD.1
099000     IF RG-HITS (WS-RG-SUB) = ZERO                                K6LMOD.1
099100         MOVE "NOT USED" TO UL-NOTE.                              K6LMOD.1
099200     MOVE RG-MEMBER (WS-RG-SUB) TO UL-MEMBER.                     K6LMOD.1
099300     MOVE RG-TAG (WS-RG-SUB) TO UL-TAG.                           K6LMOD.1
099400     IF RG-HAS-RANGE (WS-RG-SUB)                                  K6LMOD.1
099500         MOVE RG-SEQ-FROM (WS-RG-SUB) TO UL-SEQ-FROM              K6LMOD.1
099600         MOVE "-" TO UL-DASH                                      K6LMOD.1
099700         MOVE RG-SEQ-THRU (WS-RG-SUB) TO UL-SEQ-THRU.             K6LMOD.1
099800     MOVE RG-APPROVER (WS-RG-SUB) TO UL-APPROVER.                 K6LMOD.1
099900     MOVE RG-APPROVED-DATE (WS-RG-SUB) TO UL-DATE.                K6LMOD.1
100000     MOVE RG-HITS (WS-RG-SUB) TO UL-HITS.                         K6LMOD.1
100100     MOVE RG-TEST-HITS (WS-RG-SUB) TO UL-TEST.                    K6LMOD.1
100200     MOVE RG-PURPOSE (WS-RG-SUB) TO UL-PURPOSE.                   K6LMOD.1
100300     WRITE LR-PRINT-REC FROM USE-LINE                             K6LMOD.1
100400         AFTER ADVANCING 1 LINE.                                  K6LMOD.1
100500     GO TO 7010-NEXT-ENTRY.                                       K6LMOD.1
100600 7000-EXIT.                                                       K6LMOD.1
100700     EXIT.                                                        K6LMOD.1
100800*================================================================ K6LMOD.1
100900* 7500-PRINT-RECAP -- THE UNREGISTERED TEST-PARAGRAPH CHANGES     K6LMOD.1
101000* AGAIN, TOGETHER, WHERE NOBODY CAN MISS THEM.                    K6LMOD.1
101100*================================================================ K6LMOD.1
101200 7500-PRINT-RECAP.                                                K6LMOD.1
101300     IF WS-TX-COUNT = ZERO                                        K6LMOD.1
101400         GO TO 7500-EXIT.                                         K6LMOD.1
101500     WRITE LR-PRINT-REC FROM RECAP-HDR-LINE                       K6LMOD.1
101600         AFTER ADVANCING PAGE.                                    K6LMOD.1
101700     WRITE LR-PRINT-REC FROM HDR-LINE-2                           K6LMOD.1
101800         AFTER ADVANCING 2 LINES.                                 K6LMOD.1
101900     MOVE ZERO TO WS-TX-SUB.                                      K6LMOD.1
102000 7510-NEXT-LINE.                                                  K6LMOD.1
102100     ADD 1 TO WS-TX-SUB.                                          K6LMOD.1
102200     IF WS-TX-SUB > WS-TX-COUNT                                   K6LMOD.1
102300         GO TO 7520-DROPPED.                                      K6LMOD.1
102400     WRITE LR-PRINT-REC FROM TX-LINE (WS-TX-SUB)                  K6LMOD.1
102500         AFTER ADVANCING 1 LINE.                                  K6LMOD.1
102600     GO TO 7510-NEXT-LINE.                                        K6LMOD.1
102700 7520-DROPPED.                                                    K6LMOD.1
102800     IF WS-TX-DROPPED > ZERO                                      K6LMOD.1
102900         MOVE WS-TX-DROPPED TO RD-DROPPED                         K6LMOD.1
103000         WRITE LR-PRINT-REC FROM RECAP-DROP-LINE                  K6LMOD.1
103100             AFTER ADVANCING 1 LINE.                              K6LMOD.1
103200 7500-EXIT.                                                       K6LMOD.1
103300     EXIT.                                                        K6LMOD.1
103400*================================================================ K6LMOD.1
103500* 7800-PRINT-TOTALS.                                              K6LMOD.1
103600*================================================================ K6LMOD.1
103700 7800-PRINT-TOTALS.                                               K6LMOD.1
103800     IF WS-STRAY-LINES > ZERO                                     K6LMOD.1
103900         MOVE 16 TO WS-VERDICT-RC                                 K6LMOD.1
104000         MOVE "--------" TO NL-MEMBER                             K6LMOD.1
104100         MOVE "HAS LINES AHEAD OF ITS FIRST SEPARATOR CARD"       K6LMOD.1
104200             TO NL-TEXT                                           K6LMOD.1
104300         WRITE LR-PRINT-REC FROM NOTE-LINE                        K6LMOD.1
104400             AFTER ADVANCING 1 LINE.                              K6LMOD.1
104500     MOVE WS-TOT-MEMBERS TO TL-MEMBERS.                           K6LMOD.1
104600     MOVE WS-TOT-ALTERED TO TL-ALTERED.                           K6LMOD.1
104700     MOVE WS-TOT-SITE TO TL-SITE.                                 K6LMOD.1
104800     MOVE WS-TOT-GONE TO TL-GONE.                                 K6LMOD.1
104900     WRITE LR-PRINT-REC FROM TOT-LINE-1                           K6LMOD.1
105000         AFTER ADVANCING 2 LINES.                                 K6LMOD.1
105100     MOVE WS-TOT-UNREG TO TL-UNREG.                               K6LMOD.1
105200     MOVE WS-TOT-TEST TO TL-TEST.                                 K6LMOD.1
105300     MOVE WS-SKEL-WRITTEN TO TL-SKEL.                             K6LMOD.1
105400     MOVE WS-VERDICT-RC TO TL-RC.                                 K6LMOD.1
105500     WRITE LR-PRINT-REC FROM TOT-LINE-2                           K6LMOD.1
105600         AFTER ADVANCING 1 LINE.                                  K6LMOD.1
105700 7800-EXIT.                                                       K6LMOD.1
105800     EXIT.                                                        K6LMOD.1
105900*================================================================ K6LMOD.1
106000* 9999-TERMINATE.                                                 K6LMOD.1
106100*================================================================ K6LMOD.1
106200 9999-TERMINATE.                                                  K6LMOD.1
106300     CLOSE SOURCE-IN DIST-IN LMOD-SKEL LMOD-RPT.                  K6LMOD.1
106400     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6LMOD.1
106500 9999-EXIT.                                                       K6LMOD.1
106600     EXIT.                                                        K6LMOD.1
