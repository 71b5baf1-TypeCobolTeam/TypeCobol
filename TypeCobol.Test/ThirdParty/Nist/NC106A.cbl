000100 IDENTIFICATION DIVISION.                                         NC106A.1
000200 PROGRAM-ID.                                                      NC106A.1
000300     NC106A.                                                      NC106A.1
000400****************************************************************  NC106A.1
000500*                                                              *  NC106A.1
000600*    VALIDATION FOR:-                                          *  NC106A.1
000700*                                                              *  NC106A.1
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC106A.1
000900*                                                              *  NC106A.1
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC106A.1
001100*                                                              *  NC106A.1
001200****************************************************************  NC106A.1
001300*                                                              *  NC106A.1
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  NC106A.1
001500*                                                              *  NC106A.1
001600*        X-55  - SYSTEM PRINTER NAME.                          *  NC106A.1
001700*        X-62  - RAW-DATA HISTORY FILE.                        *  NC106A.1
001800*        X-82  - SOURCE COMPUTER NAME.                         *  NC106A.1
001900*        X-83  - OBJECT COMPUTER NAME.                         *  NC106A.1
002000*                                                              *  NC106A.1
002100****************************************************************  NC106A.1
002200*    THE FUNCTION OF THIS PROGRAM IS TO TEST THE CONVERSION OF    NC106A.1
002300*    NUMERIC DATA BETWEEN REPRESENTATIONS, BY THE MOVE STATEMENT  NC106A.1
002400*    AND BY THE RELATION CONDITION.  EVERY SENDING FORM IS TRIED  NC106A.1
002500*    AGAINST EVERY RECEIVING FORM, EACH PAIR OF FORMS (A "CELL")  NC106A.1
002600*    BEING ONE TEST WITH ITS OWN PARAGRAPH NAME, SO A FAILURE     NC106A.1
002700*    NAMES THE ONE CONVERSION THAT WENT WRONG.                    NC106A.1
002800*                                                                 NC106A.1
002900*    THE FORMS, AND THEIR SHORT NAMES IN THE PARAGRAPH NAMES:     NC106A.1
003000*                                                                 NC106A.1
003100*        DSP   S9(5)V99 DISPLAY, SIGN EMBEDDED TRAILING           NC106A.1
003200*        BIN   S9(5)V99 BINARY (COMP)                             NC106A.1
003300*        PKD   S9(5)V99 PACKED-DECIMAL (COMP-3)                   NC106A.1
003400*        LDG   S9(5)V99 SIGN LEADING                              NC106A.1
003500*        LSP   S9(5)V99 SIGN LEADING SEPARATE                     NC106A.1
003600*        TSP   S9(5)V99 SIGN TRAILING SEPARATE                    NC106A.1
003700*        SDSP - STSP   THE SAME SIX FORMS AS S9(3)V9, RECEIVING   NC106A.1
003800*                      ONLY (HIGH-ORDER AND LOW-ORDER TRUNCATION) NC106A.1
003900*        PDSP  S9(3)PP DISPLAY (SCALED)                           NC106A.1
004000*        PPKD  S9(3)PP PACKED-DECIMAL (SCALED)                    NC106A.1
004100*                                                                 NC106A.1
004200*    THE TEST VALUES ARE +12345.67, -12345.67, ZERO AND -1.05;    NC106A.1
004300*    THE SCALED SENDERS USE +12300, -12300, ZERO AND -100.  EACH  NC106A.1
004400*    SENDING ITEM IS LOADED BY A MOVE OF A LITERAL, AND EACH MOVE NC106A.1
004500*    RESULT IS CHECKED AGAINST A TABLE OF EXPECTED VALUES.  EACH  NC106A.1
004600*    COMPARE CELL TRIES ALL SIXTEEN PAIRS OF VALUES WITH LESS,    NC106A.1
004700*    EQUAL AND GREATER, AND EXACTLY THE EXPECTED ONE MUST HOLD.   NC106A.1
004800*                                                                 NC106A.1
004900*    WITH K6-DIAG-MODE "ON " (SEE K6DIAG.CPY) A FAILING CELL ALSO NC106A.1
005000*    WRITES THE BYTE IMAGES OF ITS SENDING AND RECEIVING ITEMS,   NC106A.1
005100*    AS THEY STOOD AT THE FIRST BAD VALUE, TO DIAGOUT.            NC106A.1
005200*                                                                 NC106A.1
005300*    THE ELEMENTS TESTED IN THIS ROUTINE ARE:                     NC106A.1
005400*                                                                 NC106A.1
005500*    (1) MOVE STATEMENT FROM EACH OF THE EIGHT SENDING FORMS TO   NC106A.1
005600*        EACH OF THE FOURTEEN RECEIVING FORMS;                    NC106A.1
005700*    (2) RELATION CONDITION BETWEEN EACH OF THE EIGHT SENDING     NC106A.1
005800*        FORMS AND EACH FULL-SIZE AND SCALED FORM.                NC106A.1
005900 ENVIRONMENT DIVISION.                                            NC106A.1
006000 CONFIGURATION SECTION.                                           NC106A.1
006100  SOURCE-COMPUTER.                                                NC106A.1
006200     COPY X082.                                                   NC106A.1
006300  OBJECT-COMPUTER.                                                NC106A.1
006400     COPY X083.                                                   NC106A.1
006500  INPUT-OUTPUT SECTION.                                           NC106A.1
006600  FILE-CONTROL.                                                   NC106A.1
006700     SELECT RAW-DATA   ASSIGN TO                                  NC106A.1
006800     COPY X062.                                                   NC106A.1
006900            ORGANIZATION IS INDEXED                               NC106A.1
007000            ACCESS MODE IS RANDOM                                 NC106A.1
007100            RECORD KEY IS RAW-DATA-KEY.                           NC106A.1
000000*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       K6WIND.1
000000*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             K6WIND.1
000000*    WINDOW "N".                                                  K6WIND.1
000000     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6WIND.1
000000         ORGANIZATION IS SEQUENTIAL                               K6WIND.1
000000         FILE STATUS IS WS-WINDOWID-STATUS.                       K6WIND.1
007200     SELECT PRINT-FILE ASSIGN TO                                  NC106A.1
007300     COPY X055.                                                   NC106A.1
007400     SELECT CSV-FILE ASSIGN TO CSVOUT                             NC106A.1
007500         ORGANIZATION IS LINE SEQUENTIAL.                         NC106A.1
007600* FAILURE-DIAGNOSTIC DUMP FILE -- SEE K6DIAG.CPY.                 NC106A.1
007700     SELECT DIAG-FILE ASSIGN TO DIAGOUT                           NC106A.1
007800         ORGANIZATION IS SEQUENTIAL.                              NC106A.1
007900 DATA DIVISION.                                                   NC106A.1
008000 FILE SECTION.                                                    NC106A.1
008100*                                                                 NC106A.1
008200 FD  RAW-DATA.                                                    NC106A.1
008300*                                                                 NC106A.1
008400 01  RAW-DATA-SATZ.                                               NC106A.1
008500     05  RAW-DATA-KEY.                                            NC106A.1
008600         10  RAW-DATA-TARGET  PIC X(8).                           NC106A.1
008700         10  RAW-DATA-PGM-ID  PIC X(6).                           NC106A.1
008800         10  RAW-DATA-RUN-DT  PIC 9(8).                           NC106A.1
008900         10  RAW-DATA-RUN-SEQ PIC 99.                             NC106A.1
000000*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              K6WIND.1
000000*    K6RAWDS.CPY.                                                 K6WIND.1
000000     05  RAW-DATA-WINDOW     PIC X(1).                            K6WIND.1
009000     05  C-DATE              PIC 9(8).                            NC106A.1
009100     05  C-TIME              PIC 9(8).                            NC106A.1
009200     05  C-NO-OF-TESTS       PIC 99.                              NC106A.1
009300     05  C-OK                PIC 999.                             NC106A.1
009400     05  C-ALL               PIC 999.                             NC106A.1
009500     05  C-FAIL              PIC 999.                             NC106A.1
009600     05  C-DELETED           PIC 999.                             NC106A.1
009700     05  C-INSPECT           PIC 999.                             NC106A.1
009800     05  C-NOTE              PIC X(13).                           NC106A.1
009900     05  C-INDENT            PIC X.                               NC106A.1
010000     05  C-ABORT             PIC X(8).                            NC106A.1
010100     05  C-END-DATE          PIC 9(8).                            NC106A.1
010200     05  C-END-TIME          PIC 9(8).                            NC106A.1
010300     05  C-SRC-REV           PIC 9(3).                            NC106A.1
010400     05  C-FILE-CATALOG OCCURS 2 TIMES.                           NC106A.1
010500         10  C-FILE-NAME         PIC X(6).                        NC106A.1
010600         10  C-FILE-ORG          PIC X(2).                        NC106A.1
010700         10  C-FILE-LABEL        PIC X(1).                        NC106A.1
010800         10  C-FILE-BLKSIZE      PIC 9(4).                        NC106A.1
010900         10  C-FILE-RECORDS      PIC 9(6).                        NC106A.1
011000     05  C-MODULE-ID         PIC X(2).                            NC106A.1
011100     05  C-MODULE-PCT        PIC 999V99.                          NC106A.1
011200     05  C-SEV-HIGH          PIC X(1).                            NC106A.1
011300*    RUN-DISPOSITION (SEE K6RAWDS.CPY) -- SET BY A LATER          NC106A.1
011400*    COMPLETED RERUN OF THE SAME DAY.                             NC106A.1
011500     05  C-SUPERSEDED        PIC X(1).                            NC106A.1
011600     05  C-SUPERSEDE-SEQ     PIC 99.                              NC106A.1
000000*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           K6XFL.1 
000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
011700 FD  PRINT-FILE                                                   NC106A.1
011800*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       NC106A.1
011900*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    NC106A.1
012000*    DEPTH IS A SITE SETTING INSTEAD OF A LITERAL IN WRITE-LINE.  NC106A.1
012100     LINAGE IS K6-PAGE-BODY-LINES LINES                           NC106A.1
012200         WITH FOOTING AT K6-PAGE-FOOTING-LINE                     NC106A.1
012300         LINES AT TOP K6-PAGE-TOP-MARGIN.                         NC106A.1
012400 01  PRINT-REC PICTURE X(120).                                    NC106A.1
012500 01  DUMMY-RECORD PICTURE X(120).                                 NC106A.1
012600 FD  CSV-FILE                                                     NC106A.1
012700     LABEL RECORDS ARE STANDARD.                                  NC106A.1
012800 01  CSV-REC                         PIC X(194).                  NC106A.1
012900 FD  DIAG-FILE                                                    NC106A.1
013000     LABEL RECORDS ARE STANDARD.                                  NC106A.1
013100 01  DG-DIAG-REC.                                                 NC106A.1
013200     05  DG-PGM-ID            PIC X(6).                           NC106A.1
013300     05  DG-PAR-NAME          PIC X(22).                          NC106A.1
013400     05  DG-FIELD-NAME        PIC X(20).                          NC106A.1
013500     05  DG-HEX-VALUE         PIC X(80).                          NC106A.1
000000 FD  WINDOW-IDENT                                                 K6WIND.1
000000     LABEL RECORDS ARE STANDARD.                                  K6WIND.1
000000 01  WI-WINDOW-CARD.                                              K6WIND.1
000000     05  WI-WINDOW-ID         PIC X(1).                           K6WIND.1
000000     05  FILLER               PIC X(79).                          K6WIND.1
013600 WORKING-STORAGE SECTION.                                         NC106A.1
000000 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     K6WIND.1
000000 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       K6WIND.1
013700*=================================================================NC106A.1
013800*  THE SENDING ITEMS.  EACH STANDS ALONE IN ITS OWN GROUP SO      NC106A.1
013900*  THAT ITS STORAGE CAN BE DUMPED BYTE FOR BYTE WHEN A CELL       NC106A.1
014000*  FAILS.                                                         NC106A.1
014100*=================================================================NC106A.1
014200 01  SND-DSP-G.                                                   NC106A.1
014300     05  SND-DSP              PICTURE S9(5)V99.                   NC106A.1
014400 01  SND-BIN-G.                                                   NC106A.1
014500     05  SND-BIN              PICTURE S9(5)V99 COMP.              NC106A.1
014600 01  SND-PKD-G.                                                   NC106A.1
014700     05  SND-PKD              PICTURE S9(5)V99 COMP-3.            NC106A.1
014800 01  SND-LDG-G.                                                   NC106A.1
014900     05  SND-LDG              PICTURE S9(5)V99 SIGN LEADING.      NC106A.1
015000 01  SND-LSP-G.                                                   NC106A.1
015100     05  SND-LSP              PICTURE S9(5)V99                    NC106A.1
015200                                   SIGN LEADING SEPARATE.         NC106A.1
015300 01  SND-TSP-G.                                                   NC106A.1
015400     05  SND-TSP              PICTURE S9(5)V99                    NC106A.1
015500                                   SIGN TRAILING SEPARATE.        NC106A.1
015600 01  SND-PDSP-G.                                                  NC106A.1
015700     05  SND-PDSP             PICTURE S9(3)PP.                    NC106A.1
015800 01  SND-PPKD-G.                                                  NC106A.1
015900     05  SND-PPKD             PICTURE S9(3)PP COMP-3.             NC106A.1
016000*=================================================================NC106A.1
016100*  THE RECEIVING ITEMS: THE SAME SIX FORMS AT FULL SIZE, AGAIN    NC106A.1
016200*  SHORTER ON BOTH SIDES OF THE POINT (THE TRUNCATION             NC106A.1
016300*  RECEIVERS), AND THE TWO SCALED FORMS.                          NC106A.1
016400*=================================================================NC106A.1
016500 01  RCV-DSP-G.                                                   NC106A.1
016600     05  RCV-DSP              PICTURE S9(5)V99.                   NC106A.1
016700 01  RCV-BIN-G.                                                   NC106A.1
016800     05  RCV-BIN              PICTURE S9(5)V99 COMP.              NC106A.1
016900 01  RCV-PKD-G.                                                   NC106A.1
017000     05  RCV-PKD              PICTURE S9(5)V99 COMP-3.            NC106A.1
017100 01  RCV-LDG-G.                                                   NC106A.1
017200     05  RCV-LDG              PICTURE S9(5)V99 SIGN LEADING.      NC106A.1
017300 01  RCV-LSP-G.                                                   NC106A.1
017400     05  RCV-LSP              PICTURE S9(5)V99                    NC106A.1
017500                                   SIGN LEADING SEPARATE.         NC106A.1
017600 01  RCV-TSP-G.                                                   NC106A.1
017700     05  RCV-TSP              PICTURE S9(5)V99                    NC106A.1
017800                                   SIGN TRAILING SEPARATE.        NC106A.1
017900 01  RCV-SDSP-G.                                                  NC106A.1
018000     05  RCV-SDSP             PICTURE S9(3)V9.                    NC106A.1
018100 01  RCV-SBIN-G.                                                  NC106A.1
018200     05  RCV-SBIN             PICTURE S9(3)V9 COMP.               NC106A.1
018300 01  RCV-SPKD-G.                                                  NC106A.1
018400     05  RCV-SPKD             PICTURE S9(3)V9 COMP-3.             NC106A.1
018500 01  RCV-SLDG-G.                                                  NC106A.1
018600     05  RCV-SLDG             PICTURE S9(3)V9 SIGN LEADING.       NC106A.1
018700 01  RCV-SLSP-G.                                                  NC106A.1
018800     05  RCV-SLSP             PICTURE S9(3)V9                     NC106A.1
018900                                   SIGN LEADING SEPARATE.         NC106A.1
019000 01  RCV-STSP-G.                                                  NC106A.1
019100     05  RCV-STSP             PICTURE S9(3)V9                     NC106A.1
019200                                   SIGN TRAILING SEPARATE.        NC106A.1
019300 01  RCV-PDSP-G.                                                  NC106A.1
019400     05  RCV-PDSP             PICTURE S9(3)PP.                    NC106A.1
019500 01  RCV-PPKD-G.                                                  NC106A.1
019600     05  RCV-PPKD             PICTURE S9(3)PP COMP-3.             NC106A.1
019700*=================================================================NC106A.1
019800*  EXPECTED RESULT OF EACH MOVE, AS SIGN LEADING SEPARATE         NC106A.1
019900*  S9(5)V99 IMAGES, ONE ROW PER SENDING CLASS (FULL, SCALED)      NC106A.1
020000*  AND RECEIVING CLASS (FULL, SHORT, SCALED), ONE COLUMN PER      NC106A.1
020100*  TEST VALUE.  A SHORT RECEIVER LOSES THE HIGH-ORDER DIGITS      NC106A.1
020200*  AND THE LAST DECIMAL PLACE; A SCALED RECEIVER KEEPS ONLY       NC106A.1
020300*  THE HUNDREDS TO THE TEN-THOUSANDS.                             NC106A.1
020400*=================================================================NC106A.1
020500 01  MTX-EXP-VALUES.                                              NC106A.1
020600     05  FILLER                   PICTURE X(32) VALUE             NC106A.1
020700         "+1234567-1234567+0000000-0000105".                      NC106A.1
020800     05  FILLER                   PICTURE X(32) VALUE             NC106A.1
020900         "+0034560-0034560+0000000-0000100".                      NC106A.1
021000     05  FILLER                   PICTURE X(32) VALUE             NC106A.1
021100         "+1230000-1230000+0000000+0000000".                      NC106A.1
021200     05  FILLER                   PICTURE X(32) VALUE             NC106A.1
021300         "+1230000-1230000+0000000-0010000".                      NC106A.1
021400     05  FILLER                   PICTURE X(32) VALUE             NC106A.1
021500         "+0030000-0030000+0000000-0010000".                      NC106A.1
021600     05  FILLER                   PICTURE X(32) VALUE             NC106A.1
021700         "+1230000-1230000+0000000-0010000".                      NC106A.1
021800 01  MTX-EXP-TABLE REDEFINES MTX-EXP-VALUES.                      NC106A.1
021900     05  MTX-EXP-ROW              OCCURS 6 TIMES.                 NC106A.1
022000         10  MTX-EXP-VAL          PICTURE S9(5)V99                NC106A.1
022100                                  SIGN LEADING SEPARATE           NC106A.1
022200                                  OCCURS 4 TIMES.                 NC106A.1
022300*=================================================================NC106A.1
022400*  EXPECTED RELATION OF SENDING VALUE K TO RECEIVING VALUE J      NC106A.1
022500*  AT (K - 1) * 4 + J, ONE ROW PER SENDING CLASS AND              NC106A.1
022600*  RECEIVING CLASS (FULL/FULL, FULL/SCALED, SCALED/FULL,          NC106A.1
022700*  SCALED/SCALED).                                                NC106A.1
022800*=================================================================NC106A.1
022900 01  MTX-REL-VALUES.                                              NC106A.1
023000     05  FILLER                   PICTURE X(16) VALUE             NC106A.1
023100         "=>>><=<<<>=><><=".                                      NC106A.1
023200     05  FILLER                   PICTURE X(16) VALUE             NC106A.1
023300         ">>>><<<<<>=><><>".                                      NC106A.1
023400     05  FILLER                   PICTURE X(16) VALUE             NC106A.1
023500         "<>>><><<<>=><><<".                                      NC106A.1
023600     05  FILLER                   PICTURE X(16) VALUE             NC106A.1
023700         "=>>><=<<<>=><><=".                                      NC106A.1
023800 01  MTX-REL-TABLE REDEFINES MTX-REL-VALUES.                      NC106A.1
023900     05  MTX-REL-ROW              OCCURS 4 TIMES.                 NC106A.1
024000         10  MTX-REL-CODE         PICTURE X   OCCURS 16 TIMES.    NC106A.1
024100*=================================================================NC106A.1
024200*  THE CELL UNDER TEST AND ITS RESULT.                            NC106A.1
024300*=================================================================NC106A.1
024400 01  MTX-MODE                     PICTURE X     VALUE SPACE.      NC106A.1
024500         88 MTX-MODE-MOVE    VALUE "M".                           NC106A.1
024600         88 MTX-MODE-COMPARE VALUE "C".                           NC106A.1
024700 01  MTX-SND-NO                   PICTURE 99    VALUE ZERO.       NC106A.1
024800 01  MTX-RCV-NO                   PICTURE 99    VALUE ZERO.       NC106A.1
024900 01  MTX-SND-CLASS                PICTURE 9     VALUE ZERO.       NC106A.1
025000 01  MTX-RCV-CLASS                PICTURE 9     VALUE ZERO.       NC106A.1
025100 01  MTX-ROW                      PICTURE 9     VALUE ZERO.       NC106A.1
025200 01  MTX-K                        PICTURE 9     VALUE ZERO.       NC106A.1
025300 01  MTX-J                        PICTURE 9     VALUE ZERO.       NC106A.1
025400 01  MTX-REL-SUB                  PICTURE 99    VALUE ZERO.       NC106A.1
025500 01  MTX-CELL-SW                  PICTURE X     VALUE SPACE.      NC106A.1
025600         88 MTX-CELL-DONE    VALUE "Y".                           NC106A.1
025700 01  MTX-ERRS                     PICTURE 99    VALUE ZERO.       NC106A.1
025800 01  MTX-TRIES                    PICTURE 99    VALUE ZERO.       NC106A.1
025900 01  MTX-GOT                      PICTURE S9(5)V99                NC106A.1
026000                                  SIGN LEADING SEPARATE.          NC106A.1
026100 01  MTX-EXP                      PICTURE S9(5)V99                NC106A.1
026200                                  SIGN LEADING SEPARATE.          NC106A.1
026300 01  MTX-REL-GOT                  PICTURE X(3)  VALUE SPACE.      NC106A.1
026400 01  MTX-REL-EXP                  PICTURE X(3)  VALUE SPACE.      NC106A.1
026500*  THE FIRST FAILURE IN THE CELL, AS REPORTED.                    NC106A.1
026600 01  MTX-BAD-K                    PICTURE 9     VALUE ZERO.       NC106A.1
026700 01  MTX-BAD-J                    PICTURE 9     VALUE ZERO.       NC106A.1
026800 01  MTX-BAD-GOT                  PICTURE S9(5)V99                NC106A.1
026900                                  SIGN LEADING SEPARATE.          NC106A.1
027000 01  MTX-BAD-EXP                  PICTURE S9(5)V99                NC106A.1
027100                                  SIGN LEADING SEPARATE.          NC106A.1
027200 01  MTX-BAD-REL-GOT              PICTURE X(3)  VALUE SPACE.      NC106A.1
027300 01  MTX-BAD-REL-EXP              PICTURE X(3)  VALUE SPACE.      NC106A.1
027400 01  MTX-SHOW                     PICTURE -9(5).99.               NC106A.1
027500 01  MTX-SHOW-REL.                                                NC106A.1
027600     05  FILLER                   PICTURE X(1)  VALUE "V".        NC106A.1
027700     05  MTX-SHOW-K               PICTURE 9.                      NC106A.1
027800     05  FILLER                   PICTURE X(1)  VALUE SPACE.      NC106A.1
027900     05  MTX-SHOW-REL-OP          PICTURE X(3).                   NC106A.1
028000     05  FILLER                   PICTURE X(2)  VALUE " V".       NC106A.1
028100     05  MTX-SHOW-J               PICTURE 9.                      NC106A.1
028200*  BYTE IMAGES OF THE TWO ITEMS AT THE FIRST FAILURE.             NC106A.1
028300 01  MTX-SND-IMAGE                PICTURE X(10) VALUE SPACE.      NC106A.1
028400 01  MTX-SND-LEN                  PICTURE 99    VALUE ZERO.       NC106A.1
028500 01  MTX-RCV-IMAGE                PICTURE X(10) VALUE SPACE.      NC106A.1
028600 01  MTX-RCV-LEN                  PICTURE 99    VALUE ZERO.       NC106A.1
028700 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    NC106A.1
028800 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     NC106A.1
028900 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     NC106A.1
029000 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     NC106A.1
029100 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     NC106A.1
029200 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     NC106A.1
029300 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     NC106A.1
029400 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     NC106A.1
029500 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     NC106A.1
029600 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     NC106A.1
029700*--------------------------------------------------------------   NC106A.1
029800*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       NC106A.1
029900*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 NC106A.1
030000*--------------------------------------------------------------   NC106A.1
030100 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          NC106A.1
030200 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         NC106A.1
030300     05  WS-TIME-NOW-HH             PIC 99.                       NC106A.1
030400     05  WS-TIME-NOW-MM             PIC 99.                       NC106A.1
030500     05  WS-TIME-NOW-SS             PIC 99.                       NC106A.1
030600     05  WS-TIME-NOW-CC             PIC 99.                       NC106A.1
030700 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          NC106A.1
030800 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       NC106A.1
030900     05  WS-TIME-LAST-HH            PIC 99.                       NC106A.1
031000     05  WS-TIME-LAST-MM            PIC 99.                       NC106A.1
031100     05  WS-TIME-LAST-SS            PIC 99.                       NC106A.1
031200     05  WS-TIME-LAST-CC            PIC 99.                       NC106A.1
031300 01  WS-NOW-CS                      PIC 9(7) COMP.                NC106A.1
031400 01  WS-LAST-CS                     PIC 9(7) COMP.                NC106A.1
031500 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                NC106A.1
031600 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              NC106A.1
031700     COPY K6TARG.                                                 NC106A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
031800     COPY K6CVER.                                                 NC106A.1
031900     COPY K6SEVT.                                                 NC106A.1
032000     COPY K6PAGE.                                                 NC106A.1
032100     COPY K6CSVE.                                                 NC106A.1
032200     COPY K6DIAG.                                                 NC106A.1
032300 01  TEST-RESULTS.                                                NC106A.1
032400     02 FILLER                   PIC X      VALUE SPACE.          NC106A.1
032500     02 FEATURE                  PIC X(20)  VALUE SPACE.          NC106A.1
032600     02 FILLER                   PIC X      VALUE SPACE.          NC106A.1
032700     02 P-OR-F                   PIC X(5)   VALUE SPACE.          NC106A.1
032800     02 FILLER                   PIC X      VALUE SPACE.          NC106A.1
032900     02  PAR-NAME.                                                NC106A.1
033000       03 FILLER                 PIC X(19)  VALUE SPACE.          NC106A.1
033100       03  PARDOT-X              PIC X      VALUE SPACE.          NC106A.1
033200       03 DOTVALUE               PIC 99     VALUE ZERO.           NC106A.1
033300     02 FILLER                   PIC X(8)   VALUE SPACE.          NC106A.1
033400     02 RE-MARK                  PIC X(61).                       NC106A.1
033500 01  TEST-COMPUTED.                                               NC106A.1
033600     02 FILLER                   PIC X(30)  VALUE SPACE.          NC106A.1
033700     02 FILLER                   PIC X(17)  VALUE                 NC106A.1
033800            "       COMPUTED=".                                   NC106A.1
033900     02 COMPUTED-X.                                               NC106A.1
034000     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          NC106A.1
034100     03 COMPUTED-N               REDEFINES COMPUTED-A             NC106A.1
034200                                 PIC -9(9).9(9).                  NC106A.1
034300     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         NC106A.1
034400     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     NC106A.1
034500     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     NC106A.1
034600     03       CM-18V0 REDEFINES COMPUTED-A.                       NC106A.1
034700         04 COMPUTED-18V0                    PIC -9(18).          NC106A.1
034800         04 FILLER                           PIC X.               NC106A.1
034900     03 FILLER PIC X(50) VALUE SPACE.                             NC106A.1
035000 01  TEST-CORRECT.                                                NC106A.1
035100     02 FILLER PIC X(30) VALUE SPACE.                             NC106A.1
035200     02 FILLER PIC X(17) VALUE "       CORRECT =".                NC106A.1
035300     02 CORRECT-X.                                                NC106A.1
035400     03 CORRECT-A                  PIC X(20) VALUE SPACE.         NC106A.1
035500     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      NC106A.1
035600     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         NC106A.1
035700     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     NC106A.1
035800     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     NC106A.1
035900     03      CR-18V0 REDEFINES CORRECT-A.                         NC106A.1
036000         04 CORRECT-18V0                     PIC -9(18).          NC106A.1
036100         04 FILLER                           PIC X.               NC106A.1
036200     03 FILLER PIC X(2) VALUE SPACE.                              NC106A.1
036300     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     NC106A.1
036400 01  CCVS-C-1.                                                    NC106A.1
036500     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PANC106A.1
036600-    "SS  PARAGRAPH-NAME                                          NC106A.1
036700-    "       REMARKS".                                            NC106A.1
036800     02 FILLER                     PIC X(20)    VALUE SPACE.      NC106A.1
036900 01  CCVS-C-2.                                                    NC106A.1
037000     02 FILLER                     PIC X        VALUE SPACE.      NC106A.1
037100     02 FILLER                     PIC X(6)     VALUE "TESTED".   NC106A.1
037200     02 FILLER                     PIC X(15)    VALUE SPACE.      NC106A.1
037300     02 FILLER                     PIC X(4)     VALUE "FAIL".     NC106A.1
037400     02 FILLER                     PIC X(94)    VALUE SPACE.      NC106A.1
037500 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       NC106A.1
037600 01  REC-CT                        PIC 99       VALUE ZERO.       NC106A.1
037700 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       NC106A.1
037800 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       NC106A.1
037900 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       NC106A.1
038000 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       NC106A.1
038100 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       NC106A.1
038200 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       NC106A.1
038300 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      NC106A.1
038400 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       NC106A.1
038500 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     NC106A.1
038600 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     NC106A.1
038700 01  CCVS-H-1.                                                    NC106A.1
038800     02  FILLER                    PIC X(39)    VALUE SPACES.     NC106A.1
038900     02  FILLER                    PIC X(42)    VALUE             NC106A.1
039000     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 NC106A.1
039100     02  FILLER                    PIC X(39)    VALUE SPACES.     NC106A.1
039200 01  CCVS-H-2A.                                                   NC106A.1
039300   02  FILLER                        PIC X(40)  VALUE SPACE.      NC106A.1
039400   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  NC106A.1
039500   02  FILLER                        PIC XXXX   VALUE             NC106A.1
039600     "4.2 ".                                                      NC106A.1
039700   02  FILLER                        PIC X(28)  VALUE             NC106A.1
039800            " COPY - NOT FOR DISTRIBUTION".                       NC106A.1
039900   02  FILLER                        PIC X(41)  VALUE SPACE.      NC106A.1
040000*                                                                 NC106A.1
040100 01  CCVS-H-2B.                                                   NC106A.1
040200   02  FILLER                        PIC X(15)  VALUE             NC106A.1
040300            "TEST RESULT OF ".                                    NC106A.1
040400   02  TEST-ID                       PIC X(9).                    NC106A.1
040500   02  FILLER                        PIC X(4)   VALUE             NC106A.1
040600            " IN ".                                               NC106A.1
040700   02  FILLER                        PIC X(12)  VALUE             NC106A.1
040800     " HIGH       ".                                              NC106A.1
040900   02  FILLER                        PIC X(22)  VALUE             NC106A.1
041000            " LEVEL VALIDATION FOR ".                             NC106A.1
041100   02  FILLER                        PIC X(58)  VALUE             NC106A.1
041200     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC106A.1
041300 01  CCVS-H-3.                                                    NC106A.1
041400     02  FILLER                      PIC X(34)  VALUE             NC106A.1
041500            " FOR OFFICIAL USE ONLY    ".                         NC106A.1
041600     02  CCVS-H-3-VERSION            PIC X(58)  VALUE             NC106A.1
041700     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".NC106A.1
041800     02  FILLER                      PIC X(28)  VALUE             NC106A.1
041900            "  COPYRIGHT   1985 ".                                NC106A.1
042000 01  CCVS-E-1.                                                    NC106A.1
042100     02 FILLER                       PIC X(52)  VALUE SPACE.      NC106A.1
042200     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              NC106A.1
042300     02 ID-AGAIN                     PIC X(9).                    NC106A.1
042400     02 FILLER                       PIC X(45)  VALUE SPACES.     NC106A.1
042500 01  CCVS-E-2.                                                    NC106A.1
042600     02  FILLER                      PIC X(31)  VALUE SPACE.      NC106A.1
042700     02  FILLER                      PIC X(21)  VALUE SPACE.      NC106A.1
042800     02 CCVS-E-2-2.                                               NC106A.1
042900         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      NC106A.1
043000         03 FILLER                   PIC X      VALUE SPACE.      NC106A.1
043100         03 ENDER-DESC               PIC X(44)  VALUE             NC106A.1
043200            "ERRORS ENCOUNTERED".                                 NC106A.1
043300 01  CCVS-E-3.                                                    NC106A.1
043400     02  FILLER                      PIC X(22)  VALUE             NC106A.1
043500            " FOR OFFICIAL USE ONLY".                             NC106A.1
043600     02  FILLER                      PIC X(12)  VALUE SPACE.      NC106A.1
043700     02  FILLER                      PIC X(58)  VALUE             NC106A.1
043800     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".NC106A.1
043900     02  FILLER                      PIC X(13)  VALUE SPACE.      NC106A.1
044000     02 FILLER                       PIC X(15)  VALUE             NC106A.1
044100             " COPYRIGHT 1985".                                   NC106A.1
044200 01  CCVS-E-4.                                                    NC106A.1
044300     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      NC106A.1
044400     02 FILLER                       PIC X(4)   VALUE " OF ".     NC106A.1
044500     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      NC106A.1
044600     02 FILLER                       PIC X(40)  VALUE             NC106A.1
044700      "  TESTS WERE EXECUTED SUCCESSFULLY".                       NC106A.1
044800 01  XXINFO.                                                      NC106A.1
044900     02 FILLER                       PIC X(19)  VALUE             NC106A.1
045000            "*** INFORMATION ***".                                NC106A.1
045100     02 INFO-TEXT.                                                NC106A.1
045200       04 FILLER                     PIC X(8)   VALUE SPACE.      NC106A.1
045300       04 XXCOMPUTED                 PIC X(20).                   NC106A.1
045400       04 FILLER                     PIC X(5)   VALUE SPACE.      NC106A.1
045500       04 XXCORRECT                  PIC X(20).                   NC106A.1
045600     02 INF-ANSI-REFERENCE           PIC X(48).                   NC106A.1
045700 01  HYPHEN-LINE.                                                 NC106A.1
045800     02 FILLER  PIC IS X VALUE IS SPACE.                          NC106A.1
045900     02 FILLER  PIC IS X(65)    VALUE IS "************************NC106A.1
046000-    "*****************************************".                 NC106A.1
046100     02 FILLER  PIC IS X(54)    VALUE IS "************************NC106A.1
046200-    "******************************".                            NC106A.1
046300 01  CCVS-PGM-ID                     PIC X(9)   VALUE             NC106A.1
046400     "NC106A".                                                    NC106A.1
046500 01  CCVS-PGM-ID-R REDEFINES CCVS-PGM-ID.                         NC106A.1
046600     02  CCVS-PGM-MODULE-PREFIX     PIC XX.                       NC106A.1
046700     02  FILLER                     PIC X(7).                     NC106A.1
046800 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 001.        NC106A.1
046900 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    NC106A.1
047000 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       NC106A.1
047100 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       NC106A.1
047200 01  WS-PRIOR-SEQ                    PIC 99     VALUE ZERO.       NC106A.1
047300 PROCEDURE DIVISION.                                              NC106A.1
047400 CCVS1 SECTION.                                                   NC106A.1
047500 OPEN-FILES.                                                      NC106A.1
047600     OPEN I-O RAW-DATA.                                           NC106A.1
047700     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        NC106A.1
047800     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         NC106A.1
000000     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            K6WIND.1
000000     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        K6WIND.1
047900     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              NC106A.1
048000     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                NC106A.1
048100     MOVE 1 TO RAW-DATA-SEQ-WS.                                   NC106A.1
048200 FIND-RUN-KEY.                                                    NC106A.1
048300     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    NC106A.1
048400     READ RAW-DATA INVALID KEY GO TO WRITE-RUN-RECORD.            NC106A.1
048500     ADD 1 TO RAW-DATA-SEQ-WS.                                    NC106A.1
048600     GO TO FIND-RUN-KEY.                                          NC106A.1
048700 WRITE-RUN-RECORD.                                                NC106A.1
048800     MOVE "ABORTED " TO C-ABORT.                                  NC106A.1
048900     ADD 1 TO C-NO-OF-TESTS.                                      NC106A.1
049000     MOVE RAW-DATA-RUN-DATE-WS TO C-DATE.                         NC106A.1
049100     ACCEPT C-TIME  FROM TIME.                                    NC106A.1
049200     MOVE SPACE TO C-SUPERSEDED.                                  NC106A.1
049300     MOVE ZERO TO C-SUPERSEDE-SEQ.                                NC106A.1
049400     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       NC106A.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
049500     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               NC106A.1
049600 END-E-1.                                                         NC106A.1
049700     CLOSE RAW-DATA.                                              NC106A.1
049800     OPEN    OUTPUT PRINT-FILE.                                   NC106A.1
049900     OPEN    OUTPUT CSV-FILE.                                     NC106A.1
050000*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      NC106A.1
050100*    K6CSVE.CPY.                                                  NC106A.1
050200     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              NC106A.1
050300     MOVE K6-TARGET-ID TO CEH-TARGET.                             NC106A.1
050400     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   NC106A.1
050500     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         NC106A.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
050600     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          NC106A.1
050700     WRITE CSV-REC.                                               NC106A.1
050800     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      NC106A.1
050900-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            NC106A.1
051000         TO CSV-REC.                                              NC106A.1
051100     WRITE CSV-REC.                                               NC106A.1
051200     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  NC106A.1
051300     MOVE    SPACE TO TEST-RESULTS.                               NC106A.1
051400     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              NC106A.1
051500     GO TO CCVS1-EXIT.                                            NC106A.1
051600 CLOSE-FILES.                                                     NC106A.1
051700     OPEN I-O RAW-DATA.                                           NC106A.1
051800*    RAW-DATA-KEY STILL HOLDS THE PGM-ID/DATE/SEQ SET BY          NC106A.1
051900*    OPEN-FILES FOR THIS RUN -- RE-READ THAT SAME RECORD.         NC106A.1
052000     READ RAW-DATA INVALID KEY GO TO END-E-2.                     NC106A.1
052100     MOVE "OK.     " TO C-ABORT.                                  NC106A.1
052200     MOVE PASS-COUNTER TO C-OK.                                   NC106A.1
052300     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               NC106A.1
052400         INSPECT-COUNTER + DELETE-COUNTER.                        NC106A.1
052500     MOVE ERROR-COUNTER TO C-FAIL.                                NC106A.1
052600     MOVE DELETE-COUNTER TO C-DELETED.                            NC106A.1
052700     MOVE INSPECT-COUNTER TO C-INSPECT.                           NC106A.1
052800     MOVE CCVS-PGM-MODULE-PREFIX TO C-MODULE-ID.                  NC106A.1
052900     IF (PASS-COUNTER + ERROR-COUNTER + INSPECT-COUNTER +         NC106A.1
053000         DELETE-COUNTER) IS GREATER THAN ZERO                     NC106A.1
053100         COMPUTE C-MODULE-PCT ROUNDED =                           NC106A.1
053200             (PASS-COUNTER / (PASS-COUNTER + ERROR-COUNTER +      NC106A.1
053300             INSPECT-COUNTER + DELETE-COUNTER)) * 100             NC106A.1
053400     ELSE                                                         NC106A.1
053500         MOVE ZERO TO C-MODULE-PCT.                               NC106A.1
053600     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          NC106A.1
053700     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        NC106A.1
053800     ACCEPT C-END-TIME FROM TIME.                                 NC106A.1
053900     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             NC106A.1
054000     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           NC106A.1
054100         PERFORM SUPERSEDE-PRIOR-RUNS THRU SUPERSEDE-PRIOR-EXIT.  NC106A.1
054200 END-E-2.                                                         NC106A.1
054300     CLOSE RAW-DATA.                                              NC106A.1
054400     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   NC106A.1
054500*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    NC106A.1
054600*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      NC106A.1
054700     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               NC106A.1
054800     MOVE PASS-COUNTER TO CET-OK.                                 NC106A.1
054900     MOVE ERROR-COUNTER TO CET-FAIL.                              NC106A.1
055000     MOVE DELETE-COUNTER TO CET-DELETED.                          NC106A.1
055100     MOVE INSPECT-COUNTER TO CET-INSPECT.                         NC106A.1
055200     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         NC106A.1
055300     WRITE CSV-REC.                                               NC106A.1
055400     CLOSE CSV-FILE.                                              NC106A.1
055500 TERMINATE-CCVS.                                                  NC106A.1
055600     EXIT PROGRAM.                                                NC106A.1
055700 TERMINATE-CALL.                                                  NC106A.1
055800     STOP     RUN.                                                NC106A.1
055900*--------------------------------------------------------------   NC106A.1
056000* SUPERSEDE-PRIOR-RUNS -- A COMPLETED RERUN MARKS THIS DAY'S      NC106A.1
056100* EARLIER RECORDS SUPERSEDED, POINTING AT THE RUN THAT            NC106A.1
056200* REPLACES THEM, SO THE ROLLUP TOOLS COUNT ONLY EFFECTIVE         NC106A.1
056300* RUNS (SEE K6RAWDS.CPY AND THE K6SUPS CHAIN REPORT).             NC106A.1
056400*--------------------------------------------------------------   NC106A.1
056500 SUPERSEDE-PRIOR-RUNS.                                            NC106A.1
056600     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 NC106A.1
056700     MOVE ZERO TO WS-PRIOR-SEQ.                                   NC106A.1
056800 SUPERSEDE-NEXT-PRIOR.                                            NC106A.1
056900     ADD 1 TO WS-PRIOR-SEQ.                                       NC106A.1
057000     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             NC106A.1
057100         GO TO SUPERSEDE-RESTORE.                                 NC106A.1
057200     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       NC106A.1
057300     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        NC106A.1
057400*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         NC106A.1
057500     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  NC106A.1
057600         GO TO SUPERSEDE-NEXT-PRIOR.                              NC106A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
057700     MOVE "S" TO C-SUPERSEDED.                                    NC106A.1
057800     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  NC106A.1
057900     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.NC106A.1
058000     GO TO SUPERSEDE-NEXT-PRIOR.                                  NC106A.1
058100*    RESTORE THIS RUN'S OWN KEY AND RECORD AREA BEFORE THE        NC106A.1
058200*    FILE CLOSES.                                                 NC106A.1
058300 SUPERSEDE-RESTORE.                                               NC106A.1
058400     MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ.                 NC106A.1
058500     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        NC106A.1
058600 SUPERSEDE-PRIOR-EXIT.                                            NC106A.1
058700     EXIT.                                                        NC106A.1
000000*--------------------------------------------------------------   K6WIND.1
000000* WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR BLANK     K6WIND.1
000000* MEANS THE OVERNIGHT WINDOW "N".                                 K6WIND.1
000000*--------------------------------------------------------------   K6WIND.1
000000 WINDOW-IDENT-READ.                                               K6WIND.1
000000     OPEN INPUT WINDOW-IDENT.                                     K6WIND.1
000000     IF WS-WINDOWID-STATUS NOT = "00"                             K6WIND.1
000000             AND WS-WINDOWID-STATUS NOT = "05"                    K6WIND.1
000000         GO TO WINDOW-IDENT-EXIT.                                 K6WIND.1
000000     READ WINDOW-IDENT                                            K6WIND.1
000000         AT END GO TO WINDOW-IDENT-DONE.                          K6WIND.1
000000     IF WI-WINDOW-ID NOT = SPACE                                  K6WIND.1
000000         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       K6WIND.1
000000 WINDOW-IDENT-DONE.                                               K6WIND.1
000000     CLOSE WINDOW-IDENT.                                          K6WIND.1
000000 WINDOW-IDENT-EXIT.                                               K6WIND.1
000000     EXIT.                                                        K6WIND.1
058800 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         NC106A.1
058900 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           NC106A.1
059000 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          NC106A.1
059100 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      NC106A.1
059200     MOVE "****TEST DELETED****" TO RE-MARK.                      NC106A.1
059300 PRINT-DETAIL.                                                    NC106A.1
059400     IF REC-CT NOT EQUAL TO ZERO                                  NC106A.1
059500             MOVE "." TO PARDOT-X                                 NC106A.1
059600             MOVE REC-CT TO DOTVALUE.                             NC106A.1
059700     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      NC106A.1
059800     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          NC106A.1
059900         PARAGRAPH-TIME-CAPTURE-EXIT.                             NC106A.1
060000     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         NC106A.1
060100     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               NC106A.1
060200        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 NC106A.1
060300          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 NC106A.1
060400     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              NC106A.1
060500     MOVE SPACE TO CORRECT-X.                                     NC106A.1
060600     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         NC106A.1
060700     MOVE     SPACE TO RE-MARK.                                   NC106A.1
060800 CSV-WRITE-DETAIL.                                                NC106A.1
060900     MOVE SPACE TO CSV-BUILD-AREA.                                NC106A.1
061000     MOVE FEATURE TO CSV-FEATURE-T.                               NC106A.1
061100     MOVE P-OR-F TO CSV-POF-T.                                    NC106A.1
061200     MOVE PAR-NAME TO CSV-PARNAME-T.                              NC106A.1
061300     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           NC106A.1
061400     MOVE CORRECT-A TO CSV-CORRECT-T.                             NC106A.1
061500     MOVE RE-MARK TO CSV-REMARK-T.                                NC106A.1
061600     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  NC106A.1
061700     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           NC106A.1
061800     STRING '"' CSV-FEATURE-T    '","'                            NC106A.1
061900            CSV-POF-T            '","'                            NC106A.1
062000            CSV-PARNAME-T        '","'                            NC106A.1
062100            CSV-COMPUTED-T       '","'                            NC106A.1
062200            CSV-CORRECT-T        '","'                            NC106A.1
062300            CSV-REMARK-T         '","'                            NC106A.1
062400            CSV-ELAPSED-T        '","'                            NC106A.1
062500            CSV-ANSI-CLAUSE-T    '","'                            NC106A.1
062600            CSV-SEVERITY-T       '"'                              NC106A.1
062700         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   NC106A.1
062800     MOVE CSV-BUILD-AREA TO CSV-REC.                              NC106A.1
062900     WRITE CSV-REC.                                               NC106A.1
063000     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               NC106A.1
063100 CSV-WRITE-DETAIL-EXIT.                                           NC106A.1
063200     EXIT.                                                        NC106A.1
063300*--------------------------------------------------------------   NC106A.1
063400* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        NC106A.1
063500* MOVE AND RELATION FEATURES CARRY NO STRUCTURED CLAUSE CODE      NC106A.1
063600* YET, SO THE FEATURE-WORD SCAN AND THE DEFAULT CLASS DO THE      NC106A.1
063700* GRADING HERE.                                                   NC106A.1
063800*--------------------------------------------------------------   NC106A.1
063900 SEVERITY-LOOKUP.                                                 NC106A.1
064000     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    NC106A.1
064100     IF ANSI-CLAUSE-CODE = SPACE                                  NC106A.1
064200         GO TO SEVERITY-BY-FEATURE.                               NC106A.1
064300     SET SEV-CL-IDX TO 1.                                         NC106A.1
064400 SEVERITY-CLAUSE-SCAN.                                            NC106A.1
064500     IF SEV-CL-IDX > 8                                            NC106A.1
064600         GO TO SEVERITY-BY-FEATURE.                               NC106A.1
064700     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           NC106A.1
064800         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     NC106A.1
064900         GO TO SEVERITY-TRACK-HIGH.                               NC106A.1
065000     SET SEV-CL-IDX UP BY 1.                                      NC106A.1
065100     GO TO SEVERITY-CLAUSE-SCAN.                                  NC106A.1
065200 SEVERITY-BY-FEATURE.                                             NC106A.1
065300     SET SEV-FT-IDX TO 1.                                         NC106A.1
065400 SEVERITY-FEATURE-SCAN.                                           NC106A.1
065500     IF SEV-FT-IDX > 6                                            NC106A.1
065600         GO TO SEVERITY-TRACK-HIGH.                               NC106A.1
065700     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) NC106A.1
065800         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    NC106A.1
065900         GO TO SEVERITY-TRACK-HIGH.                               NC106A.1
066000     SET SEV-FT-IDX UP BY 1.                                      NC106A.1
066100     GO TO SEVERITY-FEATURE-SCAN.                                 NC106A.1
066200 SEVERITY-TRACK-HIGH.                                             NC106A.1
066300     IF CSV-POF-T NOT = "FAIL*"                                   NC106A.1
066400         GO TO SEVERITY-LOOKUP-EXIT.                              NC106A.1
066500     IF WS-RUN-SEV-HIGH = SPACE                                   NC106A.1
066600             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  NC106A.1
066700         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  NC106A.1
066800 SEVERITY-LOOKUP-EXIT.                                            NC106A.1
066900     EXIT.                                                        NC106A.1
067000 PARAGRAPH-TIME-CAPTURE.                                          NC106A.1
067100     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            NC106A.1
067200     ACCEPT WS-TIME-NOW FROM TIME.                                NC106A.1
067300     COMPUTE WS-NOW-CS =                                          NC106A.1
067400         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             NC106A.1
067500             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            NC106A.1
067600     COMPUTE WS-LAST-CS =                                         NC106A.1
067700         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           NC106A.1
067800             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          NC106A.1
067900     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               NC106A.1
068000         MOVE ZERO TO WS-ELAPSED-CS                               NC106A.1
068100     ELSE                                                         NC106A.1
068200         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       NC106A.1
068300             GIVING WS-ELAPSED-CS.                                NC106A.1
068400     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         NC106A.1
068500 PARAGRAPH-TIME-CAPTURE-EXIT.                                     NC106A.1
068600     EXIT.                                                        NC106A.1
068700 HEAD-ROUTINE.                                                    NC106A.1
068800     MOVE K6-COMPILER-VERSION TO CCVS-H-3-VERSION.                NC106A.1
068900     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC106A.1
069000     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  NC106A.1
069100     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC106A.1
069200     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  NC106A.1
069300 COLUMN-NAMES-ROUTINE.                                            NC106A.1
069400     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC106A.1
069500     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC106A.1
069600     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        NC106A.1
069700 END-ROUTINE.                                                     NC106A.1
069800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.NC106A.1
069900 END-RTN-EXIT.                                                    NC106A.1
070000     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC106A.1
070100 END-ROUTINE-1.                                                   NC106A.1
070200      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      NC106A.1
070300      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               NC106A.1
070400      ADD PASS-COUNTER TO ERROR-HOLD.                             NC106A.1
070500*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   NC106A.1
070600      MOVE PASS-COUNTER TO CCVS-E-4-1.                            NC106A.1
070700      MOVE ERROR-HOLD TO CCVS-E-4-2.                              NC106A.1
070800      MOVE CCVS-E-4 TO CCVS-E-2-2.                                NC106A.1
070900      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           NC106A.1
071000  END-ROUTINE-12.                                                 NC106A.1
071100      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        NC106A.1
071200     IF       ERROR-COUNTER IS EQUAL TO ZERO                      NC106A.1
071300         MOVE "NO " TO ERROR-TOTAL                                NC106A.1
071400         ELSE                                                     NC106A.1
071500         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       NC106A.1
071600     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           NC106A.1
071700     PERFORM WRITE-LINE.                                          NC106A.1
071800 END-ROUTINE-13.                                                  NC106A.1
071900     IF DELETE-COUNTER IS EQUAL TO ZERO                           NC106A.1
072000         MOVE "NO " TO ERROR-TOTAL  ELSE                          NC106A.1
072100         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      NC106A.1
072200     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   NC106A.1
072300     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC106A.1
072400      IF   INSPECT-COUNTER EQUAL TO ZERO                          NC106A.1
072500          MOVE "NO " TO ERROR-TOTAL                               NC106A.1
072600      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   NC106A.1
072700      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            NC106A.1
072800      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          NC106A.1
072900     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           NC106A.1
073000 WRITE-LINE.                                                      NC106A.1
073100*    THE END-OF-PAGE CONDITION RAISED IN WRT-LN BELOW REPLAYS     NC106A.1
073200*    THE HEADER BLOCK HERE, AT THE TOP OF THE NEW PAGE, BEFORE    NC106A.1
073300*    THE PENDING LINE GOES OUT.                                   NC106A.1
073400     IF K6-PAGE-EOP-PENDING                                       NC106A.1
073500         MOVE "N" TO K6-PAGE-EOP-SW                               NC106A.1
073600         MOVE DUMMY-RECORD TO DUMMY-HOLD                          NC106A.1
073700         MOVE SPACE TO DUMMY-RECORD                               NC106A.1
073800         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  NC106A.1
073900         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC106A.1
074000         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    NC106A.1
074100         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC106A.1
074200         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    NC106A.1
074300         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            NC106A.1
074400         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            NC106A.1
074500         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          NC106A.1
074600         MOVE DUMMY-HOLD TO DUMMY-RECORD.                         NC106A.1
074700     PERFORM WRT-LN.                                              NC106A.1
074800 WRT-LN.                                                          NC106A.1
074900     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINE                 NC106A.1
075000         AT END-OF-PAGE SET K6-PAGE-EOP-PENDING TO TRUE.          NC106A.1
075100     MOVE SPACE TO DUMMY-RECORD.                                  NC106A.1
075200 BLANK-LINE-PRINT.                                                NC106A.1
075300     PERFORM WRT-LN.                                              NC106A.1
075400 FAIL-ROUTINE.                                                    NC106A.1
075500     IF K6-DIAG-MODE = "ON "                                      NC106A.1
075600         PERFORM DIAG-DUMP THRU DIAG-DUMP-EXIT.                   NC106A.1
075700     IF     COMPUTED-X NOT EQUAL TO SPACE                         NC106A.1
075800            GO TO   FAIL-ROUTINE-WRITE.                           NC106A.1
075900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.NC106A.1
076000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC106A.1
076100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   NC106A.1
076200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC106A.1
076300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC106A.1
076400     GO TO  FAIL-ROUTINE-EX.                                      NC106A.1
076500 FAIL-ROUTINE-WRITE.                                              NC106A.1
076600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         NC106A.1
076700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 NC106A.1
076800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. NC106A.1
076900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         NC106A.1
077000 FAIL-ROUTINE-EX. EXIT.                                           NC106A.1
077100 BAIL-OUT.                                                        NC106A.1
077200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   NC106A.1
077300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           NC106A.1
077400 BAIL-OUT-WRITE.                                                  NC106A.1
077500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  NC106A.1
077600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 NC106A.1
077700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   NC106A.1
077800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         NC106A.1
077900 BAIL-OUT-EX. EXIT.                                               NC106A.1
078000 CCVS1-EXIT.                                                      NC106A.1
078100     EXIT.                                                        NC106A.1
078200 SECT-NC106A-0001 SECTION.                                        NC106A.1
078300 MOV-TEST-01-01.                                                  NC106A.1
078400     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
078500     MOVE     "MOV-DSP-TO-DSP" TO PAR-NAME.                       NC106A.1
078600     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
078700     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
078800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
078900 MOV-TEST-01-01-NEXT.                                             NC106A.1
079000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
079100     IF       MTX-CELL-DONE                                       NC106A.1
079200              GO TO MOV-TEST-01-01-END.                           NC106A.1
079300     PERFORM  MTX-LOAD-S01.                                       NC106A.1
079400     MOVE     SND-DSP TO RCV-DSP.                                 NC106A.1
079500     MOVE     RCV-DSP TO MTX-GOT.                                 NC106A.1
079600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
079700     GO       TO MOV-TEST-01-01-NEXT.                             NC106A.1
079800 MOV-TEST-01-01-END.                                              NC106A.1
079900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
080000 MOV-TEST-01-02.                                                  NC106A.1
080100     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
080200     MOVE     "MOV-DSP-TO-BIN" TO PAR-NAME.                       NC106A.1
080300     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
080400     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
080500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
080600 MOV-TEST-01-02-NEXT.                                             NC106A.1
080700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
080800     IF       MTX-CELL-DONE                                       NC106A.1
080900              GO TO MOV-TEST-01-02-END.                           NC106A.1
081000     PERFORM  MTX-LOAD-S01.                                       NC106A.1
081100     MOVE     SND-DSP TO RCV-BIN.                                 NC106A.1
081200     MOVE     RCV-BIN TO MTX-GOT.                                 NC106A.1
081300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
081400     GO       TO MOV-TEST-01-02-NEXT.                             NC106A.1
081500 MOV-TEST-01-02-END.                                              NC106A.1
081600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
081700 MOV-TEST-01-03.                                                  NC106A.1
081800     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
081900     MOVE     "MOV-DSP-TO-PKD" TO PAR-NAME.                       NC106A.1
082000     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
082100     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
082200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
082300 MOV-TEST-01-03-NEXT.                                             NC106A.1
082400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
082500     IF       MTX-CELL-DONE                                       NC106A.1
082600              GO TO MOV-TEST-01-03-END.                           NC106A.1
082700     PERFORM  MTX-LOAD-S01.                                       NC106A.1
082800     MOVE     SND-DSP TO RCV-PKD.                                 NC106A.1
082900     MOVE     RCV-PKD TO MTX-GOT.                                 NC106A.1
083000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
083100     GO       TO MOV-TEST-01-03-NEXT.                             NC106A.1
083200 MOV-TEST-01-03-END.                                              NC106A.1
083300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
083400 MOV-TEST-01-04.                                                  NC106A.1
083500     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
083600     MOVE     "MOV-DSP-TO-LDG" TO PAR-NAME.                       NC106A.1
083700     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
083800     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
083900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
084000 MOV-TEST-01-04-NEXT.                                             NC106A.1
084100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
084200     IF       MTX-CELL-DONE                                       NC106A.1
084300              GO TO MOV-TEST-01-04-END.                           NC106A.1
084400     PERFORM  MTX-LOAD-S01.                                       NC106A.1
084500     MOVE     SND-DSP TO RCV-LDG.                                 NC106A.1
084600     MOVE     RCV-LDG TO MTX-GOT.                                 NC106A.1
084700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
084800     GO       TO MOV-TEST-01-04-NEXT.                             NC106A.1
084900 MOV-TEST-01-04-END.                                              NC106A.1
085000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
085100 MOV-TEST-01-05.                                                  NC106A.1
085200     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
085300     MOVE     "MOV-DSP-TO-LSP" TO PAR-NAME.                       NC106A.1
085400     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
085500     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
085600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
085700 MOV-TEST-01-05-NEXT.                                             NC106A.1
085800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
085900     IF       MTX-CELL-DONE                                       NC106A.1
086000              GO TO MOV-TEST-01-05-END.                           NC106A.1
086100     PERFORM  MTX-LOAD-S01.                                       NC106A.1
086200     MOVE     SND-DSP TO RCV-LSP.                                 NC106A.1
086300     MOVE     RCV-LSP TO MTX-GOT.                                 NC106A.1
086400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
086500     GO       TO MOV-TEST-01-05-NEXT.                             NC106A.1
086600 MOV-TEST-01-05-END.                                              NC106A.1
086700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
086800 MOV-TEST-01-06.                                                  NC106A.1
086900     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
087000     MOVE     "MOV-DSP-TO-TSP" TO PAR-NAME.                       NC106A.1
087100     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
087200     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
087300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
087400 MOV-TEST-01-06-NEXT.                                             NC106A.1
087500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
087600     IF       MTX-CELL-DONE                                       NC106A.1
087700              GO TO MOV-TEST-01-06-END.                           NC106A.1
087800     PERFORM  MTX-LOAD-S01.                                       NC106A.1
087900     MOVE     SND-DSP TO RCV-TSP.                                 NC106A.1
088000     MOVE     RCV-TSP TO MTX-GOT.                                 NC106A.1
088100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
088200     GO       TO MOV-TEST-01-06-NEXT.                             NC106A.1
088300 MOV-TEST-01-06-END.                                              NC106A.1
088400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
088500 MOV-TEST-01-07.                                                  NC106A.1
088600     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
088700     MOVE     "MOV-DSP-TO-SDSP" TO PAR-NAME.                      NC106A.1
088800     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
088900     MOVE     7 TO MTX-RCV-NO.                                    NC106A.1
089000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
089100 MOV-TEST-01-07-NEXT.                                             NC106A.1
089200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
089300     IF       MTX-CELL-DONE                                       NC106A.1
089400              GO TO MOV-TEST-01-07-END.                           NC106A.1
089500     PERFORM  MTX-LOAD-S01.                                       NC106A.1
089600     MOVE     SND-DSP TO RCV-SDSP.                                NC106A.1
089700     MOVE     RCV-SDSP TO MTX-GOT.                                NC106A.1
089800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
089900     GO       TO MOV-TEST-01-07-NEXT.                             NC106A.1
090000 MOV-TEST-01-07-END.                                              NC106A.1
090100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
090200 MOV-TEST-01-08.                                                  NC106A.1
090300     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
090400     MOVE     "MOV-DSP-TO-SBIN" TO PAR-NAME.                      NC106A.1
090500     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
090600     MOVE     8 TO MTX-RCV-NO.                                    NC106A.1
090700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
090800 MOV-TEST-01-08-NEXT.                                             NC106A.1
090900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
091000     IF       MTX-CELL-DONE                                       NC106A.1
091100              GO TO MOV-TEST-01-08-END.                           NC106A.1
091200     PERFORM  MTX-LOAD-S01.                                       NC106A.1
091300     MOVE     SND-DSP TO RCV-SBIN.                                NC106A.1
091400     MOVE     RCV-SBIN TO MTX-GOT.                                NC106A.1
091500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
091600     GO       TO MOV-TEST-01-08-NEXT.                             NC106A.1
091700 MOV-TEST-01-08-END.                                              NC106A.1
091800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
091900 MOV-TEST-01-09.                                                  NC106A.1
092000     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
092100     MOVE     "MOV-DSP-TO-SPKD" TO PAR-NAME.                      NC106A.1
092200     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
092300     MOVE     9 TO MTX-RCV-NO.                                    NC106A.1
092400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
092500 MOV-TEST-01-09-NEXT.                                             NC106A.1
092600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
092700     IF       MTX-CELL-DONE                                       NC106A.1
092800              GO TO MOV-TEST-01-09-END.                           NC106A.1
092900     PERFORM  MTX-LOAD-S01.                                       NC106A.1
093000     MOVE     SND-DSP TO RCV-SPKD.                                NC106A.1
093100     MOVE     RCV-SPKD TO MTX-GOT.                                NC106A.1
093200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
093300     GO       TO MOV-TEST-01-09-NEXT.                             NC106A.1
093400 MOV-TEST-01-09-END.                                              NC106A.1
093500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
093600 MOV-TEST-01-10.                                                  NC106A.1
093700     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
093800     MOVE     "MOV-DSP-TO-SLDG" TO PAR-NAME.                      NC106A.1
093900     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
094000     MOVE     10 TO MTX-RCV-NO.                                   NC106A.1
094100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
094200 MOV-TEST-01-10-NEXT.                                             NC106A.1
094300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
094400     IF       MTX-CELL-DONE                                       NC106A.1
094500              GO TO MOV-TEST-01-10-END.                           NC106A.1
094600     PERFORM  MTX-LOAD-S01.                                       NC106A.1
094700     MOVE     SND-DSP TO RCV-SLDG.                                NC106A.1
094800     MOVE     RCV-SLDG TO MTX-GOT.                                NC106A.1
094900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
095000     GO       TO MOV-TEST-01-10-NEXT.                             NC106A.1
095100 MOV-TEST-01-10-END.                                              NC106A.1
095200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
095300 MOV-TEST-01-11.                                                  NC106A.1
095400     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
095500     MOVE     "MOV-DSP-TO-SLSP" TO PAR-NAME.                      NC106A.1
095600     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
095700     MOVE     11 TO MTX-RCV-NO.                                   NC106A.1
095800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
095900 MOV-TEST-01-11-NEXT.                                             NC106A.1
096000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
096100     IF       MTX-CELL-DONE                                       NC106A.1
096200              GO TO MOV-TEST-01-11-END.                           NC106A.1
096300     PERFORM  MTX-LOAD-S01.                                       NC106A.1
096400     MOVE     SND-DSP TO RCV-SLSP.                                NC106A.1
096500     MOVE     RCV-SLSP TO MTX-GOT.                                NC106A.1
096600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
096700     GO       TO MOV-TEST-01-11-NEXT.                             NC106A.1
096800 MOV-TEST-01-11-END.                                              NC106A.1
096900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
097000 MOV-TEST-01-12.                                                  NC106A.1
097100     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
097200     MOVE     "MOV-DSP-TO-STSP" TO PAR-NAME.                      NC106A.1
097300     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
097400     MOVE     12 TO MTX-RCV-NO.                                   NC106A.1
097500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
097600 MOV-TEST-01-12-NEXT.                                             NC106A.1
097700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
097800     IF       MTX-CELL-DONE                                       NC106A.1
097900              GO TO MOV-TEST-01-12-END.                           NC106A.1
098000     PERFORM  MTX-LOAD-S01.                                       NC106A.1
098100     MOVE     SND-DSP TO RCV-STSP.                                NC106A.1
098200     MOVE     RCV-STSP TO MTX-GOT.                                NC106A.1
098300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
098400     GO       TO MOV-TEST-01-12-NEXT.                             NC106A.1
098500 MOV-TEST-01-12-END.                                              NC106A.1
098600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
098700 MOV-TEST-01-13.                                                  NC106A.1
098800     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
098900     MOVE     "MOV-DSP-TO-PDSP" TO PAR-NAME.                      NC106A.1
099000     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
099100     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
099200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
099300 MOV-TEST-01-13-NEXT.                                             NC106A.1
099400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
099500     IF       MTX-CELL-DONE                                       NC106A.1
099600              GO TO MOV-TEST-01-13-END.                           NC106A.1
099700     PERFORM  MTX-LOAD-S01.                                       NC106A.1
099800     MOVE     SND-DSP TO RCV-PDSP.                                NC106A.1
099900     MOVE     RCV-PDSP TO MTX-GOT.                                NC106A.1
100000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
100100     GO       TO MOV-TEST-01-13-NEXT.                             NC106A.1
100200 MOV-TEST-01-13-END.                                              NC106A.1
100300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
100400 MOV-TEST-01-14.                                                  NC106A.1
100500     MOVE     "MOVE DISPLAY" TO FEATURE.                          NC106A.1
100600     MOVE     "MOV-DSP-TO-PPKD" TO PAR-NAME.                      NC106A.1
100700     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
100800     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
100900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
101000 MOV-TEST-01-14-NEXT.                                             NC106A.1
101100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
101200     IF       MTX-CELL-DONE                                       NC106A.1
101300              GO TO MOV-TEST-01-14-END.                           NC106A.1
101400     PERFORM  MTX-LOAD-S01.                                       NC106A.1
101500     MOVE     SND-DSP TO RCV-PPKD.                                NC106A.1
101600     MOVE     RCV-PPKD TO MTX-GOT.                                NC106A.1
101700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
101800     GO       TO MOV-TEST-01-14-NEXT.                             NC106A.1
101900 MOV-TEST-01-14-END.                                              NC106A.1
102000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
102100 MOV-TEST-02-01.                                                  NC106A.1
102200     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
102300     MOVE     "MOV-BIN-TO-DSP" TO PAR-NAME.                       NC106A.1
102400     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
102500     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
102600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
102700 MOV-TEST-02-01-NEXT.                                             NC106A.1
102800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
102900     IF       MTX-CELL-DONE                                       NC106A.1
103000              GO TO MOV-TEST-02-01-END.                           NC106A.1
103100     PERFORM  MTX-LOAD-S02.                                       NC106A.1
103200     MOVE     SND-BIN TO RCV-DSP.                                 NC106A.1
103300     MOVE     RCV-DSP TO MTX-GOT.                                 NC106A.1
103400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
103500     GO       TO MOV-TEST-02-01-NEXT.                             NC106A.1
103600 MOV-TEST-02-01-END.                                              NC106A.1
103700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
103800 MOV-TEST-02-02.                                                  NC106A.1
103900     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
104000     MOVE     "MOV-BIN-TO-BIN" TO PAR-NAME.                       NC106A.1
104100     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
104200     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
104300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
104400 MOV-TEST-02-02-NEXT.                                             NC106A.1
104500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
104600     IF       MTX-CELL-DONE                                       NC106A.1
104700              GO TO MOV-TEST-02-02-END.                           NC106A.1
104800     PERFORM  MTX-LOAD-S02.                                       NC106A.1
104900     MOVE     SND-BIN TO RCV-BIN.                                 NC106A.1
105000     MOVE     RCV-BIN TO MTX-GOT.                                 NC106A.1
105100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
105200     GO       TO MOV-TEST-02-02-NEXT.                             NC106A.1
105300 MOV-TEST-02-02-END.                                              NC106A.1
105400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
105500 MOV-TEST-02-03.                                                  NC106A.1
105600     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
105700     MOVE     "MOV-BIN-TO-PKD" TO PAR-NAME.                       NC106A.1
105800     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
105900     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
106000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
106100 MOV-TEST-02-03-NEXT.                                             NC106A.1
106200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
106300     IF       MTX-CELL-DONE                                       NC106A.1
106400              GO TO MOV-TEST-02-03-END.                           NC106A.1
106500     PERFORM  MTX-LOAD-S02.                                       NC106A.1
106600     MOVE     SND-BIN TO RCV-PKD.                                 NC106A.1
106700     MOVE     RCV-PKD TO MTX-GOT.                                 NC106A.1
106800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
106900     GO       TO MOV-TEST-02-03-NEXT.                             NC106A.1
107000 MOV-TEST-02-03-END.                                              NC106A.1
107100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
107200 MOV-TEST-02-04.                                                  NC106A.1
107300     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
107400     MOVE     "MOV-BIN-TO-LDG" TO PAR-NAME.                       NC106A.1
107500     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
107600     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
107700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
107800 MOV-TEST-02-04-NEXT.                                             NC106A.1
107900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
108000     IF       MTX-CELL-DONE                                       NC106A.1
108100              GO TO MOV-TEST-02-04-END.                           NC106A.1
108200     PERFORM  MTX-LOAD-S02.                                       NC106A.1
108300     MOVE     SND-BIN TO RCV-LDG.                                 NC106A.1
108400     MOVE     RCV-LDG TO MTX-GOT.                                 NC106A.1
108500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
108600     GO       TO MOV-TEST-02-04-NEXT.                             NC106A.1
108700 MOV-TEST-02-04-END.                                              NC106A.1
108800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
108900 MOV-TEST-02-05.                                                  NC106A.1
109000     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
109100     MOVE     "MOV-BIN-TO-LSP" TO PAR-NAME.                       NC106A.1
109200     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
109300     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
109400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
109500 MOV-TEST-02-05-NEXT.                                             NC106A.1
109600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
109700     IF       MTX-CELL-DONE                                       NC106A.1
109800              GO TO MOV-TEST-02-05-END.                           NC106A.1
109900     PERFORM  MTX-LOAD-S02.                                       NC106A.1
110000     MOVE     SND-BIN TO RCV-LSP.                                 NC106A.1
110100     MOVE     RCV-LSP TO MTX-GOT.                                 NC106A.1
110200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
110300     GO       TO MOV-TEST-02-05-NEXT.                             NC106A.1
110400 MOV-TEST-02-05-END.                                              NC106A.1
110500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
110600 MOV-TEST-02-06.                                                  NC106A.1
110700     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
110800     MOVE     "MOV-BIN-TO-TSP" TO PAR-NAME.                       NC106A.1
110900     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
111000     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
111100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
111200 MOV-TEST-02-06-NEXT.                                             NC106A.1
111300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
111400     IF       MTX-CELL-DONE                                       NC106A.1
111500              GO TO MOV-TEST-02-06-END.                           NC106A.1
111600     PERFORM  MTX-LOAD-S02.                                       NC106A.1
111700     MOVE     SND-BIN TO RCV-TSP.                                 NC106A.1
111800     MOVE     RCV-TSP TO MTX-GOT.                                 NC106A.1
111900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
112000     GO       TO MOV-TEST-02-06-NEXT.                             NC106A.1
112100 MOV-TEST-02-06-END.                                              NC106A.1
112200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
112300 MOV-TEST-02-07.                                                  NC106A.1
112400     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
112500     MOVE     "MOV-BIN-TO-SDSP" TO PAR-NAME.                      NC106A.1
112600     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
112700     MOVE     7 TO MTX-RCV-NO.                                    NC106A.1
112800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
112900 MOV-TEST-02-07-NEXT.                                             NC106A.1
113000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
113100     IF       MTX-CELL-DONE                                       NC106A.1
113200              GO TO MOV-TEST-02-07-END.                           NC106A.1
113300     PERFORM  MTX-LOAD-S02.                                       NC106A.1
113400     MOVE     SND-BIN TO RCV-SDSP.                                NC106A.1
113500     MOVE     RCV-SDSP TO MTX-GOT.                                NC106A.1
113600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
113700     GO       TO MOV-TEST-02-07-NEXT.                             NC106A.1
113800 MOV-TEST-02-07-END.                                              NC106A.1
113900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
114000 MOV-TEST-02-08.                                                  NC106A.1
114100     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
114200     MOVE     "MOV-BIN-TO-SBIN" TO PAR-NAME.                      NC106A.1
114300     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
114400     MOVE     8 TO MTX-RCV-NO.                                    NC106A.1
114500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
114600 MOV-TEST-02-08-NEXT.                                             NC106A.1
114700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
114800     IF       MTX-CELL-DONE                                       NC106A.1
114900              GO TO MOV-TEST-02-08-END.                           NC106A.1
115000     PERFORM  MTX-LOAD-S02.                                       NC106A.1
115100     MOVE     SND-BIN TO RCV-SBIN.                                NC106A.1
115200     MOVE     RCV-SBIN TO MTX-GOT.                                NC106A.1
115300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
115400     GO       TO MOV-TEST-02-08-NEXT.                             NC106A.1
115500 MOV-TEST-02-08-END.                                              NC106A.1
115600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
115700 MOV-TEST-02-09.                                                  NC106A.1
115800     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
115900     MOVE     "MOV-BIN-TO-SPKD" TO PAR-NAME.                      NC106A.1
116000     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
116100     MOVE     9 TO MTX-RCV-NO.                                    NC106A.1
116200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
116300 MOV-TEST-02-09-NEXT.                                             NC106A.1
116400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
116500     IF       MTX-CELL-DONE                                       NC106A.1
116600              GO TO MOV-TEST-02-09-END.                           NC106A.1
116700     PERFORM  MTX-LOAD-S02.                                       NC106A.1
116800     MOVE     SND-BIN TO RCV-SPKD.                                NC106A.1
116900     MOVE     RCV-SPKD TO MTX-GOT.                                NC106A.1
117000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
117100     GO       TO MOV-TEST-02-09-NEXT.                             NC106A.1
117200 MOV-TEST-02-09-END.                                              NC106A.1
117300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
117400 MOV-TEST-02-10.                                                  NC106A.1
117500     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
117600     MOVE     "MOV-BIN-TO-SLDG" TO PAR-NAME.                      NC106A.1
117700     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
117800     MOVE     10 TO MTX-RCV-NO.                                   NC106A.1
117900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
118000 MOV-TEST-02-10-NEXT.                                             NC106A.1
118100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
118200     IF       MTX-CELL-DONE                                       NC106A.1
118300              GO TO MOV-TEST-02-10-END.                           NC106A.1
118400     PERFORM  MTX-LOAD-S02.                                       NC106A.1
118500     MOVE     SND-BIN TO RCV-SLDG.                                NC106A.1
118600     MOVE     RCV-SLDG TO MTX-GOT.                                NC106A.1
118700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
118800     GO       TO MOV-TEST-02-10-NEXT.                             NC106A.1
118900 MOV-TEST-02-10-END.                                              NC106A.1
119000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
119100 MOV-TEST-02-11.                                                  NC106A.1
119200     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
119300     MOVE     "MOV-BIN-TO-SLSP" TO PAR-NAME.                      NC106A.1
119400     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
119500     MOVE     11 TO MTX-RCV-NO.                                   NC106A.1
119600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
119700 MOV-TEST-02-11-NEXT.                                             NC106A.1
119800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
119900     IF       MTX-CELL-DONE                                       NC106A.1
120000              GO TO MOV-TEST-02-11-END.                           NC106A.1
120100     PERFORM  MTX-LOAD-S02.                                       NC106A.1
120200     MOVE     SND-BIN TO RCV-SLSP.                                NC106A.1
120300     MOVE     RCV-SLSP TO MTX-GOT.                                NC106A.1
120400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
120500     GO       TO MOV-TEST-02-11-NEXT.                             NC106A.1
120600 MOV-TEST-02-11-END.                                              NC106A.1
120700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
120800 MOV-TEST-02-12.                                                  NC106A.1
120900     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
121000     MOVE     "MOV-BIN-TO-STSP" TO PAR-NAME.                      NC106A.1
121100     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
121200     MOVE     12 TO MTX-RCV-NO.                                   NC106A.1
121300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
121400 MOV-TEST-02-12-NEXT.                                             NC106A.1
121500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
121600     IF       MTX-CELL-DONE                                       NC106A.1
121700              GO TO MOV-TEST-02-12-END.                           NC106A.1
121800     PERFORM  MTX-LOAD-S02.                                       NC106A.1
121900     MOVE     SND-BIN TO RCV-STSP.                                NC106A.1
122000     MOVE     RCV-STSP TO MTX-GOT.                                NC106A.1
122100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
122200     GO       TO MOV-TEST-02-12-NEXT.                             NC106A.1
122300 MOV-TEST-02-12-END.                                              NC106A.1
122400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
122500 MOV-TEST-02-13.                                                  NC106A.1
122600     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
122700     MOVE     "MOV-BIN-TO-PDSP" TO PAR-NAME.                      NC106A.1
122800     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
122900     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
123000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
123100 MOV-TEST-02-13-NEXT.                                             NC106A.1
123200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
123300     IF       MTX-CELL-DONE                                       NC106A.1
123400              GO TO MOV-TEST-02-13-END.                           NC106A.1
123500     PERFORM  MTX-LOAD-S02.                                       NC106A.1
123600     MOVE     SND-BIN TO RCV-PDSP.                                NC106A.1
123700     MOVE     RCV-PDSP TO MTX-GOT.                                NC106A.1
123800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
123900     GO       TO MOV-TEST-02-13-NEXT.                             NC106A.1
124000 MOV-TEST-02-13-END.                                              NC106A.1
124100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
124200 MOV-TEST-02-14.                                                  NC106A.1
124300     MOVE     "MOVE BINARY" TO FEATURE.                           NC106A.1
124400     MOVE     "MOV-BIN-TO-PPKD" TO PAR-NAME.                      NC106A.1
124500     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
124600     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
124700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
124800 MOV-TEST-02-14-NEXT.                                             NC106A.1
124900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
125000     IF       MTX-CELL-DONE                                       NC106A.1
125100              GO TO MOV-TEST-02-14-END.                           NC106A.1
125200     PERFORM  MTX-LOAD-S02.                                       NC106A.1
125300     MOVE     SND-BIN TO RCV-PPKD.                                NC106A.1
125400     MOVE     RCV-PPKD TO MTX-GOT.                                NC106A.1
125500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
125600     GO       TO MOV-TEST-02-14-NEXT.                             NC106A.1
125700 MOV-TEST-02-14-END.                                              NC106A.1
125800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
125900 MOV-TEST-03-01.                                                  NC106A.1
126000     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
126100     MOVE     "MOV-PKD-TO-DSP" TO PAR-NAME.                       NC106A.1
126200     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
126300     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
126400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
126500 MOV-TEST-03-01-NEXT.                                             NC106A.1
126600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
126700     IF       MTX-CELL-DONE                                       NC106A.1
126800              GO TO MOV-TEST-03-01-END.                           NC106A.1
126900     PERFORM  MTX-LOAD-S03.                                       NC106A.1
127000     MOVE     SND-PKD TO RCV-DSP.                                 NC106A.1
127100     MOVE     RCV-DSP TO MTX-GOT.                                 NC106A.1
127200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
127300     GO       TO MOV-TEST-03-01-NEXT.                             NC106A.1
127400 MOV-TEST-03-01-END.                                              NC106A.1
127500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
127600 MOV-TEST-03-02.                                                  NC106A.1
127700     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
127800     MOVE     "MOV-PKD-TO-BIN" TO PAR-NAME.                       NC106A.1
127900     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
128000     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
128100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
128200 MOV-TEST-03-02-NEXT.                                             NC106A.1
128300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
128400     IF       MTX-CELL-DONE                                       NC106A.1
128500              GO TO MOV-TEST-03-02-END.                           NC106A.1
128600     PERFORM  MTX-LOAD-S03.                                       NC106A.1
128700     MOVE     SND-PKD TO RCV-BIN.                                 NC106A.1
128800     MOVE     RCV-BIN TO MTX-GOT.                                 NC106A.1
128900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
129000     GO       TO MOV-TEST-03-02-NEXT.                             NC106A.1
129100 MOV-TEST-03-02-END.                                              NC106A.1
129200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
129300 MOV-TEST-03-03.                                                  NC106A.1
129400     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
129500     MOVE     "MOV-PKD-TO-PKD" TO PAR-NAME.                       NC106A.1
129600     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
129700     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
129800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
129900 MOV-TEST-03-03-NEXT.                                             NC106A.1
130000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
130100     IF       MTX-CELL-DONE                                       NC106A.1
130200              GO TO MOV-TEST-03-03-END.                           NC106A.1
130300     PERFORM  MTX-LOAD-S03.                                       NC106A.1
130400     MOVE     SND-PKD TO RCV-PKD.                                 NC106A.1
130500     MOVE     RCV-PKD TO MTX-GOT.                                 NC106A.1
130600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
130700     GO       TO MOV-TEST-03-03-NEXT.                             NC106A.1
130800 MOV-TEST-03-03-END.                                              NC106A.1
130900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
131000 MOV-TEST-03-04.                                                  NC106A.1
131100     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
131200     MOVE     "MOV-PKD-TO-LDG" TO PAR-NAME.                       NC106A.1
131300     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
131400     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
131500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
131600 MOV-TEST-03-04-NEXT.                                             NC106A.1
131700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
131800     IF       MTX-CELL-DONE                                       NC106A.1
131900              GO TO MOV-TEST-03-04-END.                           NC106A.1
132000     PERFORM  MTX-LOAD-S03.                                       NC106A.1
132100     MOVE     SND-PKD TO RCV-LDG.                                 NC106A.1
132200     MOVE     RCV-LDG TO MTX-GOT.                                 NC106A.1
132300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
132400     GO       TO MOV-TEST-03-04-NEXT.                             NC106A.1
132500 MOV-TEST-03-04-END.                                              NC106A.1
132600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
132700 MOV-TEST-03-05.                                                  NC106A.1
132800     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
132900     MOVE     "MOV-PKD-TO-LSP" TO PAR-NAME.                       NC106A.1
133000     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
133100     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
133200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
133300 MOV-TEST-03-05-NEXT.                                             NC106A.1
133400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
133500     IF       MTX-CELL-DONE                                       NC106A.1
133600              GO TO MOV-TEST-03-05-END.                           NC106A.1
133700     PERFORM  MTX-LOAD-S03.                                       NC106A.1
133800     MOVE     SND-PKD TO RCV-LSP.                                 NC106A.1
133900     MOVE     RCV-LSP TO MTX-GOT.                                 NC106A.1
134000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
134100     GO       TO MOV-TEST-03-05-NEXT.                             NC106A.1
134200 MOV-TEST-03-05-END.                                              NC106A.1
134300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
134400 MOV-TEST-03-06.                                                  NC106A.1
134500     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
134600     MOVE     "MOV-PKD-TO-TSP" TO PAR-NAME.                       NC106A.1
134700     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
134800     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
134900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
135000 MOV-TEST-03-06-NEXT.                                             NC106A.1
135100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
135200     IF       MTX-CELL-DONE                                       NC106A.1
135300              GO TO MOV-TEST-03-06-END.                           NC106A.1
135400     PERFORM  MTX-LOAD-S03.                                       NC106A.1
135500     MOVE     SND-PKD TO RCV-TSP.                                 NC106A.1
135600     MOVE     RCV-TSP TO MTX-GOT.                                 NC106A.1
135700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
135800     GO       TO MOV-TEST-03-06-NEXT.                             NC106A.1
135900 MOV-TEST-03-06-END.                                              NC106A.1
136000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
136100 MOV-TEST-03-07.                                                  NC106A.1
136200     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
136300     MOVE     "MOV-PKD-TO-SDSP" TO PAR-NAME.                      NC106A.1
136400     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
136500     MOVE     7 TO MTX-RCV-NO.                                    NC106A.1
136600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
136700 MOV-TEST-03-07-NEXT.                                             NC106A.1
136800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
136900     IF       MTX-CELL-DONE                                       NC106A.1
137000              GO TO MOV-TEST-03-07-END.                           NC106A.1
137100     PERFORM  MTX-LOAD-S03.                                       NC106A.1
137200     MOVE     SND-PKD TO RCV-SDSP.                                NC106A.1
137300     MOVE     RCV-SDSP TO MTX-GOT.                                NC106A.1
137400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
137500     GO       TO MOV-TEST-03-07-NEXT.                             NC106A.1
137600 MOV-TEST-03-07-END.                                              NC106A.1
137700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
137800 MOV-TEST-03-08.                                                  NC106A.1
137900     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
138000     MOVE     "MOV-PKD-TO-SBIN" TO PAR-NAME.                      NC106A.1
138100     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
138200     MOVE     8 TO MTX-RCV-NO.                                    NC106A.1
138300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
138400 MOV-TEST-03-08-NEXT.                                             NC106A.1
138500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
138600     IF       MTX-CELL-DONE                                       NC106A.1
138700              GO TO MOV-TEST-03-08-END.                           NC106A.1
138800     PERFORM  MTX-LOAD-S03.                                       NC106A.1
138900     MOVE     SND-PKD TO RCV-SBIN.                                NC106A.1
139000     MOVE     RCV-SBIN TO MTX-GOT.                                NC106A.1
139100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
139200     GO       TO MOV-TEST-03-08-NEXT.                             NC106A.1
139300 MOV-TEST-03-08-END.                                              NC106A.1
139400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
139500 MOV-TEST-03-09.                                                  NC106A.1
139600     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
139700     MOVE     "MOV-PKD-TO-SPKD" TO PAR-NAME.                      NC106A.1
139800     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
139900     MOVE     9 TO MTX-RCV-NO.                                    NC106A.1
140000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
140100 MOV-TEST-03-09-NEXT.                                             NC106A.1
140200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
140300     IF       MTX-CELL-DONE                                       NC106A.1
140400              GO TO MOV-TEST-03-09-END.                           NC106A.1
140500     PERFORM  MTX-LOAD-S03.                                       NC106A.1
140600     MOVE     SND-PKD TO RCV-SPKD.                                NC106A.1
140700     MOVE     RCV-SPKD TO MTX-GOT.                                NC106A.1
140800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
140900     GO       TO MOV-TEST-03-09-NEXT.                             NC106A.1
141000 MOV-TEST-03-09-END.                                              NC106A.1
141100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
141200 MOV-TEST-03-10.                                                  NC106A.1
141300     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
141400     MOVE     "MOV-PKD-TO-SLDG" TO PAR-NAME.                      NC106A.1
141500     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
141600     MOVE     10 TO MTX-RCV-NO.                                   NC106A.1
141700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
141800 MOV-TEST-03-10-NEXT.                                             NC106A.1
141900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
142000     IF       MTX-CELL-DONE                                       NC106A.1
142100              GO TO MOV-TEST-03-10-END.                           NC106A.1
142200     PERFORM  MTX-LOAD-S03.                                       NC106A.1
142300     MOVE     SND-PKD TO RCV-SLDG.                                NC106A.1
142400     MOVE     RCV-SLDG TO MTX-GOT.                                NC106A.1
142500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
142600     GO       TO MOV-TEST-03-10-NEXT.                             NC106A.1
142700 MOV-TEST-03-10-END.                                              NC106A.1
142800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
142900 MOV-TEST-03-11.                                                  NC106A.1
143000     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
143100     MOVE     "MOV-PKD-TO-SLSP" TO PAR-NAME.                      NC106A.1
143200     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
143300     MOVE     11 TO MTX-RCV-NO.                                   NC106A.1
143400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
143500 MOV-TEST-03-11-NEXT.                                             NC106A.1
143600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
143700     IF       MTX-CELL-DONE                                       NC106A.1
143800              GO TO MOV-TEST-03-11-END.                           NC106A.1
143900     PERFORM  MTX-LOAD-S03.                                       NC106A.1
144000     MOVE     SND-PKD TO RCV-SLSP.                                NC106A.1
144100     MOVE     RCV-SLSP TO MTX-GOT.                                NC106A.1
144200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
144300     GO       TO MOV-TEST-03-11-NEXT.                             NC106A.1
144400 MOV-TEST-03-11-END.                                              NC106A.1
144500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
144600 MOV-TEST-03-12.                                                  NC106A.1
144700     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
144800     MOVE     "MOV-PKD-TO-STSP" TO PAR-NAME.                      NC106A.1
144900     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
145000     MOVE     12 TO MTX-RCV-NO.                                   NC106A.1
145100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
145200 MOV-TEST-03-12-NEXT.                                             NC106A.1
145300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
145400     IF       MTX-CELL-DONE                                       NC106A.1
145500              GO TO MOV-TEST-03-12-END.                           NC106A.1
145600     PERFORM  MTX-LOAD-S03.                                       NC106A.1
145700     MOVE     SND-PKD TO RCV-STSP.                                NC106A.1
145800     MOVE     RCV-STSP TO MTX-GOT.                                NC106A.1
145900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
146000     GO       TO MOV-TEST-03-12-NEXT.                             NC106A.1
146100 MOV-TEST-03-12-END.                                              NC106A.1
146200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
146300 MOV-TEST-03-13.                                                  NC106A.1
146400     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
146500     MOVE     "MOV-PKD-TO-PDSP" TO PAR-NAME.                      NC106A.1
146600     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
146700     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
146800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
146900 MOV-TEST-03-13-NEXT.                                             NC106A.1
147000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
147100     IF       MTX-CELL-DONE                                       NC106A.1
147200              GO TO MOV-TEST-03-13-END.                           NC106A.1
147300     PERFORM  MTX-LOAD-S03.                                       NC106A.1
147400     MOVE     SND-PKD TO RCV-PDSP.                                NC106A.1
147500     MOVE     RCV-PDSP TO MTX-GOT.                                NC106A.1
147600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
147700     GO       TO MOV-TEST-03-13-NEXT.                             NC106A.1
147800 MOV-TEST-03-13-END.                                              NC106A.1
147900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
148000 MOV-TEST-03-14.                                                  NC106A.1
148100     MOVE     "MOVE PACKED-DECIMAL" TO FEATURE.                   NC106A.1
148200     MOVE     "MOV-PKD-TO-PPKD" TO PAR-NAME.                      NC106A.1
148300     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
148400     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
148500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
148600 MOV-TEST-03-14-NEXT.                                             NC106A.1
148700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
148800     IF       MTX-CELL-DONE                                       NC106A.1
148900              GO TO MOV-TEST-03-14-END.                           NC106A.1
149000     PERFORM  MTX-LOAD-S03.                                       NC106A.1
149100     MOVE     SND-PKD TO RCV-PPKD.                                NC106A.1
149200     MOVE     RCV-PPKD TO MTX-GOT.                                NC106A.1
149300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
149400     GO       TO MOV-TEST-03-14-NEXT.                             NC106A.1
149500 MOV-TEST-03-14-END.                                              NC106A.1
149600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
149700 MOV-TEST-04-01.                                                  NC106A.1
149800     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
149900     MOVE     "MOV-LDG-TO-DSP" TO PAR-NAME.                       NC106A.1
150000     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
150100     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
150200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
150300 MOV-TEST-04-01-NEXT.                                             NC106A.1
150400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
150500     IF       MTX-CELL-DONE                                       NC106A.1
150600              GO TO MOV-TEST-04-01-END.                           NC106A.1
150700     PERFORM  MTX-LOAD-S04.                                       NC106A.1
150800     MOVE     SND-LDG TO RCV-DSP.                                 NC106A.1
150900     MOVE     RCV-DSP TO MTX-GOT.                                 NC106A.1
151000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
151100     GO       TO MOV-TEST-04-01-NEXT.                             NC106A.1
151200 MOV-TEST-04-01-END.                                              NC106A.1
151300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
151400 MOV-TEST-04-02.                                                  NC106A.1
151500     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
151600     MOVE     "MOV-LDG-TO-BIN" TO PAR-NAME.                       NC106A.1
151700     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
151800     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
151900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
152000 MOV-TEST-04-02-NEXT.                                             NC106A.1
152100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
152200     IF       MTX-CELL-DONE                                       NC106A.1
152300              GO TO MOV-TEST-04-02-END.                           NC106A.1
152400     PERFORM  MTX-LOAD-S04.                                       NC106A.1
152500     MOVE     SND-LDG TO RCV-BIN.                                 NC106A.1
152600     MOVE     RCV-BIN TO MTX-GOT.                                 NC106A.1
152700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
152800     GO       TO MOV-TEST-04-02-NEXT.                             NC106A.1
152900 MOV-TEST-04-02-END.                                              NC106A.1
153000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
153100 MOV-TEST-04-03.                                                  NC106A.1
153200     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
153300     MOVE     "MOV-LDG-TO-PKD" TO PAR-NAME.                       NC106A.1
153400     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
153500     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
153600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
153700 MOV-TEST-04-03-NEXT.                                             NC106A.1
153800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
153900     IF       MTX-CELL-DONE                                       NC106A.1
154000              GO TO MOV-TEST-04-03-END.                           NC106A.1
154100     PERFORM  MTX-LOAD-S04.                                       NC106A.1
154200     MOVE     SND-LDG TO RCV-PKD.                                 NC106A.1
154300     MOVE     RCV-PKD TO MTX-GOT.                                 NC106A.1
154400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
154500     GO       TO MOV-TEST-04-03-NEXT.                             NC106A.1
154600 MOV-TEST-04-03-END.                                              NC106A.1
154700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
154800 MOV-TEST-04-04.                                                  NC106A.1
154900     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
155000     MOVE     "MOV-LDG-TO-LDG" TO PAR-NAME.                       NC106A.1
155100     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
155200     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
155300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
155400 MOV-TEST-04-04-NEXT.                                             NC106A.1
155500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
155600     IF       MTX-CELL-DONE                                       NC106A.1
155700              GO TO MOV-TEST-04-04-END.                           NC106A.1
155800     PERFORM  MTX-LOAD-S04.                                       NC106A.1
155900     MOVE     SND-LDG TO RCV-LDG.                                 NC106A.1
156000     MOVE     RCV-LDG TO MTX-GOT.                                 NC106A.1
156100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
156200     GO       TO MOV-TEST-04-04-NEXT.                             NC106A.1
156300 MOV-TEST-04-04-END.                                              NC106A.1
156400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
156500 MOV-TEST-04-05.                                                  NC106A.1
156600     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
156700     MOVE     "MOV-LDG-TO-LSP" TO PAR-NAME.                       NC106A.1
156800     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
156900     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
157000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
157100 MOV-TEST-04-05-NEXT.                                             NC106A.1
157200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
157300     IF       MTX-CELL-DONE                                       NC106A.1
157400              GO TO MOV-TEST-04-05-END.                           NC106A.1
157500     PERFORM  MTX-LOAD-S04.                                       NC106A.1
157600     MOVE     SND-LDG TO RCV-LSP.                                 NC106A.1
157700     MOVE     RCV-LSP TO MTX-GOT.                                 NC106A.1
157800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
157900     GO       TO MOV-TEST-04-05-NEXT.                             NC106A.1
158000 MOV-TEST-04-05-END.                                              NC106A.1
158100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
158200 MOV-TEST-04-06.                                                  NC106A.1
158300     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
158400     MOVE     "MOV-LDG-TO-TSP" TO PAR-NAME.                       NC106A.1
158500     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
158600     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
158700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
158800 MOV-TEST-04-06-NEXT.                                             NC106A.1
158900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
159000     IF       MTX-CELL-DONE                                       NC106A.1
159100              GO TO MOV-TEST-04-06-END.                           NC106A.1
159200     PERFORM  MTX-LOAD-S04.                                       NC106A.1
159300     MOVE     SND-LDG TO RCV-TSP.                                 NC106A.1
159400     MOVE     RCV-TSP TO MTX-GOT.                                 NC106A.1
159500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
159600     GO       TO MOV-TEST-04-06-NEXT.                             NC106A.1
159700 MOV-TEST-04-06-END.                                              NC106A.1
159800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
159900 MOV-TEST-04-07.                                                  NC106A.1
160000     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
160100     MOVE     "MOV-LDG-TO-SDSP" TO PAR-NAME.                      NC106A.1
160200     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
160300     MOVE     7 TO MTX-RCV-NO.                                    NC106A.1
160400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
160500 MOV-TEST-04-07-NEXT.                                             NC106A.1
160600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
160700     IF       MTX-CELL-DONE                                       NC106A.1
160800              GO TO MOV-TEST-04-07-END.                           NC106A.1
160900     PERFORM  MTX-LOAD-S04.                                       NC106A.1
161000     MOVE     SND-LDG TO RCV-SDSP.                                NC106A.1
161100     MOVE     RCV-SDSP TO MTX-GOT.                                NC106A.1
161200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
161300     GO       TO MOV-TEST-04-07-NEXT.                             NC106A.1
161400 MOV-TEST-04-07-END.                                              NC106A.1
161500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
161600 MOV-TEST-04-08.                                                  NC106A.1
161700     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
161800     MOVE     "MOV-LDG-TO-SBIN" TO PAR-NAME.                      NC106A.1
161900     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
162000     MOVE     8 TO MTX-RCV-NO.                                    NC106A.1
162100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
162200 MOV-TEST-04-08-NEXT.                                             NC106A.1
162300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
162400     IF       MTX-CELL-DONE                                       NC106A.1
162500              GO TO MOV-TEST-04-08-END.                           NC106A.1
162600     PERFORM  MTX-LOAD-S04.                                       NC106A.1
162700     MOVE     SND-LDG TO RCV-SBIN.                                NC106A.1
162800     MOVE     RCV-SBIN TO MTX-GOT.                                NC106A.1
162900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
163000     GO       TO MOV-TEST-04-08-NEXT.                             NC106A.1
163100 MOV-TEST-04-08-END.                                              NC106A.1
163200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
163300 MOV-TEST-04-09.                                                  NC106A.1
163400     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
163500     MOVE     "MOV-LDG-TO-SPKD" TO PAR-NAME.                      NC106A.1
163600     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
163700     MOVE     9 TO MTX-RCV-NO.                                    NC106A.1
163800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
163900 MOV-TEST-04-09-NEXT.                                             NC106A.1
164000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
164100     IF       MTX-CELL-DONE                                       NC106A.1
164200              GO TO MOV-TEST-04-09-END.                           NC106A.1
164300     PERFORM  MTX-LOAD-S04.                                       NC106A.1
164400     MOVE     SND-LDG TO RCV-SPKD.                                NC106A.1
164500     MOVE     RCV-SPKD TO MTX-GOT.                                NC106A.1
164600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
164700     GO       TO MOV-TEST-04-09-NEXT.                             NC106A.1
164800 MOV-TEST-04-09-END.                                              NC106A.1
164900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
165000 MOV-TEST-04-10.                                                  NC106A.1
165100     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
165200     MOVE     "MOV-LDG-TO-SLDG" TO PAR-NAME.                      NC106A.1
165300     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
165400     MOVE     10 TO MTX-RCV-NO.                                   NC106A.1
165500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
165600 MOV-TEST-04-10-NEXT.                                             NC106A.1
165700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
165800     IF       MTX-CELL-DONE                                       NC106A.1
165900              GO TO MOV-TEST-04-10-END.                           NC106A.1
166000     PERFORM  MTX-LOAD-S04.                                       NC106A.1
166100     MOVE     SND-LDG TO RCV-SLDG.                                NC106A.1
166200     MOVE     RCV-SLDG TO MTX-GOT.                                NC106A.1
166300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
166400     GO       TO MOV-TEST-04-10-NEXT.                             NC106A.1
166500 MOV-TEST-04-10-END.                                              NC106A.1
166600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
166700 MOV-TEST-04-11.                                                  NC106A.1
166800     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
166900     MOVE     "MOV-LDG-TO-SLSP" TO PAR-NAME.                      NC106A.1
167000     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
167100     MOVE     11 TO MTX-RCV-NO.                                   NC106A.1
167200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
167300 MOV-TEST-04-11-NEXT.                                             NC106A.1
167400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
167500     IF       MTX-CELL-DONE                                       NC106A.1
167600              GO TO MOV-TEST-04-11-END.                           NC106A.1
167700     PERFORM  MTX-LOAD-S04.                                       NC106A.1
167800     MOVE     SND-LDG TO RCV-SLSP.                                NC106A.1
167900     MOVE     RCV-SLSP TO MTX-GOT.                                NC106A.1
168000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
168100     GO       TO MOV-TEST-04-11-NEXT.                             NC106A.1
168200 MOV-TEST-04-11-END.                                              NC106A.1
168300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
168400 MOV-TEST-04-12.                                                  NC106A.1
168500     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
168600     MOVE     "MOV-LDG-TO-STSP" TO PAR-NAME.                      NC106A.1
168700     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
168800     MOVE     12 TO MTX-RCV-NO.                                   NC106A.1
168900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
169000 MOV-TEST-04-12-NEXT.                                             NC106A.1
169100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
169200     IF       MTX-CELL-DONE                                       NC106A.1
169300              GO TO MOV-TEST-04-12-END.                           NC106A.1
169400     PERFORM  MTX-LOAD-S04.                                       NC106A.1
169500     MOVE     SND-LDG TO RCV-STSP.                                NC106A.1
169600     MOVE     RCV-STSP TO MTX-GOT.                                NC106A.1
169700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
169800     GO       TO MOV-TEST-04-12-NEXT.                             NC106A.1
169900 MOV-TEST-04-12-END.                                              NC106A.1
170000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
170100 MOV-TEST-04-13.                                                  NC106A.1
170200     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
170300     MOVE     "MOV-LDG-TO-PDSP" TO PAR-NAME.                      NC106A.1
170400     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
170500     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
170600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
170700 MOV-TEST-04-13-NEXT.                                             NC106A.1
170800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
170900     IF       MTX-CELL-DONE                                       NC106A.1
171000              GO TO MOV-TEST-04-13-END.                           NC106A.1
171100     PERFORM  MTX-LOAD-S04.                                       NC106A.1
171200     MOVE     SND-LDG TO RCV-PDSP.                                NC106A.1
171300     MOVE     RCV-PDSP TO MTX-GOT.                                NC106A.1
171400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
171500     GO       TO MOV-TEST-04-13-NEXT.                             NC106A.1
171600 MOV-TEST-04-13-END.                                              NC106A.1
171700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
171800 MOV-TEST-04-14.                                                  NC106A.1
171900     MOVE     "MOVE SIGN LEADING" TO FEATURE.                     NC106A.1
172000     MOVE     "MOV-LDG-TO-PPKD" TO PAR-NAME.                      NC106A.1
172100     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
172200     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
172300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
172400 MOV-TEST-04-14-NEXT.                                             NC106A.1
172500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
172600     IF       MTX-CELL-DONE                                       NC106A.1
172700              GO TO MOV-TEST-04-14-END.                           NC106A.1
172800     PERFORM  MTX-LOAD-S04.                                       NC106A.1
172900     MOVE     SND-LDG TO RCV-PPKD.                                NC106A.1
173000     MOVE     RCV-PPKD TO MTX-GOT.                                NC106A.1
173100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
173200     GO       TO MOV-TEST-04-14-NEXT.                             NC106A.1
173300 MOV-TEST-04-14-END.                                              NC106A.1
173400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
173500 MOV-TEST-05-01.                                                  NC106A.1
173600     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
173700     MOVE     "MOV-LSP-TO-DSP" TO PAR-NAME.                       NC106A.1
173800     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
173900     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
174000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
174100 MOV-TEST-05-01-NEXT.                                             NC106A.1
174200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
174300     IF       MTX-CELL-DONE                                       NC106A.1
174400              GO TO MOV-TEST-05-01-END.                           NC106A.1
174500     PERFORM  MTX-LOAD-S05.                                       NC106A.1
174600     MOVE     SND-LSP TO RCV-DSP.                                 NC106A.1
174700     MOVE     RCV-DSP TO MTX-GOT.                                 NC106A.1
174800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
174900     GO       TO MOV-TEST-05-01-NEXT.                             NC106A.1
175000 MOV-TEST-05-01-END.                                              NC106A.1
175100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
175200 MOV-TEST-05-02.                                                  NC106A.1
175300     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
175400     MOVE     "MOV-LSP-TO-BIN" TO PAR-NAME.                       NC106A.1
175500     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
175600     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
175700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
175800 MOV-TEST-05-02-NEXT.                                             NC106A.1
175900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
176000     IF       MTX-CELL-DONE                                       NC106A.1
176100              GO TO MOV-TEST-05-02-END.                           NC106A.1
176200     PERFORM  MTX-LOAD-S05.                                       NC106A.1
176300     MOVE     SND-LSP TO RCV-BIN.                                 NC106A.1
176400     MOVE     RCV-BIN TO MTX-GOT.                                 NC106A.1
176500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
176600     GO       TO MOV-TEST-05-02-NEXT.                             NC106A.1
176700 MOV-TEST-05-02-END.                                              NC106A.1
176800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
176900 MOV-TEST-05-03.                                                  NC106A.1
177000     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
177100     MOVE     "MOV-LSP-TO-PKD" TO PAR-NAME.                       NC106A.1
177200     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
177300     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
177400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
177500 MOV-TEST-05-03-NEXT.                                             NC106A.1
177600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
177700     IF       MTX-CELL-DONE                                       NC106A.1
177800              GO TO MOV-TEST-05-03-END.                           NC106A.1
177900     PERFORM  MTX-LOAD-S05.                                       NC106A.1
178000     MOVE     SND-LSP TO RCV-PKD.                                 NC106A.1
178100     MOVE     RCV-PKD TO MTX-GOT.                                 NC106A.1
178200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
178300     GO       TO MOV-TEST-05-03-NEXT.                             NC106A.1
178400 MOV-TEST-05-03-END.                                              NC106A.1
178500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
178600 MOV-TEST-05-04.                                                  NC106A.1
178700     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
178800     MOVE     "MOV-LSP-TO-LDG" TO PAR-NAME.                       NC106A.1
178900     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
179000     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
179100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
179200 MOV-TEST-05-04-NEXT.                                             NC106A.1
179300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
179400     IF       MTX-CELL-DONE                                       NC106A.1
179500              GO TO MOV-TEST-05-04-END.                           NC106A.1
179600     PERFORM  MTX-LOAD-S05.                                       NC106A.1
179700     MOVE     SND-LSP TO RCV-LDG.                                 NC106A.1
179800     MOVE     RCV-LDG TO MTX-GOT.                                 NC106A.1
179900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
180000     GO       TO MOV-TEST-05-04-NEXT.                             NC106A.1
180100 MOV-TEST-05-04-END.                                              NC106A.1
180200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
180300 MOV-TEST-05-05.                                                  NC106A.1
180400     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
180500     MOVE     "MOV-LSP-TO-LSP" TO PAR-NAME.                       NC106A.1
180600     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
180700     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
180800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
180900 MOV-TEST-05-05-NEXT.                                             NC106A.1
181000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
181100     IF       MTX-CELL-DONE                                       NC106A.1
181200              GO TO MOV-TEST-05-05-END.                           NC106A.1
181300     PERFORM  MTX-LOAD-S05.                                       NC106A.1
181400     MOVE     SND-LSP TO RCV-LSP.                                 NC106A.1
181500     MOVE     RCV-LSP TO MTX-GOT.                                 NC106A.1
181600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
181700     GO       TO MOV-TEST-05-05-NEXT.                             NC106A.1
181800 MOV-TEST-05-05-END.                                              NC106A.1
181900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
182000 MOV-TEST-05-06.                                                  NC106A.1
182100     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
182200     MOVE     "MOV-LSP-TO-TSP" TO PAR-NAME.                       NC106A.1
182300     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
182400     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
182500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
182600 MOV-TEST-05-06-NEXT.                                             NC106A.1
182700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
182800     IF       MTX-CELL-DONE                                       NC106A.1
182900              GO TO MOV-TEST-05-06-END.                           NC106A.1
183000     PERFORM  MTX-LOAD-S05.                                       NC106A.1
183100     MOVE     SND-LSP TO RCV-TSP.                                 NC106A.1
183200     MOVE     RCV-TSP TO MTX-GOT.                                 NC106A.1
183300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
183400     GO       TO MOV-TEST-05-06-NEXT.                             NC106A.1
183500 MOV-TEST-05-06-END.                                              NC106A.1
183600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
183700 MOV-TEST-05-07.                                                  NC106A.1
183800     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
183900     MOVE     "MOV-LSP-TO-SDSP" TO PAR-NAME.                      NC106A.1
184000     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
184100     MOVE     7 TO MTX-RCV-NO.                                    NC106A.1
184200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
184300 MOV-TEST-05-07-NEXT.                                             NC106A.1
184400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
184500     IF       MTX-CELL-DONE                                       NC106A.1
184600              GO TO MOV-TEST-05-07-END.                           NC106A.1
184700     PERFORM  MTX-LOAD-S05.                                       NC106A.1
184800     MOVE     SND-LSP TO RCV-SDSP.                                NC106A.1
184900     MOVE     RCV-SDSP TO MTX-GOT.                                NC106A.1
185000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
185100     GO       TO MOV-TEST-05-07-NEXT.                             NC106A.1
185200 MOV-TEST-05-07-END.                                              NC106A.1
185300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
185400 MOV-TEST-05-08.                                                  NC106A.1
185500     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
185600     MOVE     "MOV-LSP-TO-SBIN" TO PAR-NAME.                      NC106A.1
185700     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
185800     MOVE     8 TO MTX-RCV-NO.                                    NC106A.1
185900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
186000 MOV-TEST-05-08-NEXT.                                             NC106A.1
186100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
186200     IF       MTX-CELL-DONE                                       NC106A.1
186300              GO TO MOV-TEST-05-08-END.                           NC106A.1
186400     PERFORM  MTX-LOAD-S05.                                       NC106A.1
186500     MOVE     SND-LSP TO RCV-SBIN.                                NC106A.1
186600     MOVE     RCV-SBIN TO MTX-GOT.                                NC106A.1
186700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
186800     GO       TO MOV-TEST-05-08-NEXT.                             NC106A.1
186900 MOV-TEST-05-08-END.                                              NC106A.1
187000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
187100 MOV-TEST-05-09.                                                  NC106A.1
187200     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
187300     MOVE     "MOV-LSP-TO-SPKD" TO PAR-NAME.                      NC106A.1
187400     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
187500     MOVE     9 TO MTX-RCV-NO.                                    NC106A.1
187600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
187700 MOV-TEST-05-09-NEXT.                                             NC106A.1
187800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
187900     IF       MTX-CELL-DONE                                       NC106A.1
188000              GO TO MOV-TEST-05-09-END.                           NC106A.1
188100     PERFORM  MTX-LOAD-S05.                                       NC106A.1
188200     MOVE     SND-LSP TO RCV-SPKD.                                NC106A.1
188300     MOVE     RCV-SPKD TO MTX-GOT.                                NC106A.1
188400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
188500     GO       TO MOV-TEST-05-09-NEXT.                             NC106A.1
188600 MOV-TEST-05-09-END.                                              NC106A.1
188700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
188800 MOV-TEST-05-10.                                                  NC106A.1
188900     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
189000     MOVE     "MOV-LSP-TO-SLDG" TO PAR-NAME.                      NC106A.1
189100     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
189200     MOVE     10 TO MTX-RCV-NO.                                   NC106A.1
189300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
189400 MOV-TEST-05-10-NEXT.                                             NC106A.1
189500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
189600     IF       MTX-CELL-DONE                                       NC106A.1
189700              GO TO MOV-TEST-05-10-END.                           NC106A.1
189800     PERFORM  MTX-LOAD-S05.                                       NC106A.1
189900     MOVE     SND-LSP TO RCV-SLDG.                                NC106A.1
190000     MOVE     RCV-SLDG TO MTX-GOT.                                NC106A.1
190100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
190200     GO       TO MOV-TEST-05-10-NEXT.                             NC106A.1
190300 MOV-TEST-05-10-END.                                              NC106A.1
190400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
190500 MOV-TEST-05-11.                                                  NC106A.1
190600     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
190700     MOVE     "MOV-LSP-TO-SLSP" TO PAR-NAME.                      NC106A.1
190800     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
190900     MOVE     11 TO MTX-RCV-NO.                                   NC106A.1
191000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
191100 MOV-TEST-05-11-NEXT.                                             NC106A.1
191200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
191300     IF       MTX-CELL-DONE                                       NC106A.1
191400              GO TO MOV-TEST-05-11-END.                           NC106A.1
191500     PERFORM  MTX-LOAD-S05.                                       NC106A.1
191600     MOVE     SND-LSP TO RCV-SLSP.                                NC106A.1
191700     MOVE     RCV-SLSP TO MTX-GOT.                                NC106A.1
191800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
191900     GO       TO MOV-TEST-05-11-NEXT.                             NC106A.1
192000 MOV-TEST-05-11-END.                                              NC106A.1
192100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
192200 MOV-TEST-05-12.                                                  NC106A.1
192300     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
192400     MOVE     "MOV-LSP-TO-STSP" TO PAR-NAME.                      NC106A.1
192500     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
192600     MOVE     12 TO MTX-RCV-NO.                                   NC106A.1
192700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
192800 MOV-TEST-05-12-NEXT.                                             NC106A.1
192900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
193000     IF       MTX-CELL-DONE                                       NC106A.1
193100              GO TO MOV-TEST-05-12-END.                           NC106A.1
193200     PERFORM  MTX-LOAD-S05.                                       NC106A.1
193300     MOVE     SND-LSP TO RCV-STSP.                                NC106A.1
193400     MOVE     RCV-STSP TO MTX-GOT.                                NC106A.1
193500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
193600     GO       TO MOV-TEST-05-12-NEXT.                             NC106A.1
193700 MOV-TEST-05-12-END.                                              NC106A.1
193800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
193900 MOV-TEST-05-13.                                                  NC106A.1
194000     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
194100     MOVE     "MOV-LSP-TO-PDSP" TO PAR-NAME.                      NC106A.1
194200     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
194300     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
194400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
194500 MOV-TEST-05-13-NEXT.                                             NC106A.1
194600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
194700     IF       MTX-CELL-DONE                                       NC106A.1
194800              GO TO MOV-TEST-05-13-END.                           NC106A.1
194900     PERFORM  MTX-LOAD-S05.                                       NC106A.1
195000     MOVE     SND-LSP TO RCV-PDSP.                                NC106A.1
195100     MOVE     RCV-PDSP TO MTX-GOT.                                NC106A.1
195200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
195300     GO       TO MOV-TEST-05-13-NEXT.                             NC106A.1
195400 MOV-TEST-05-13-END.                                              NC106A.1
195500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
195600 MOV-TEST-05-14.                                                  NC106A.1
195700     MOVE     "MOVE LEADING SEPARATE" TO FEATURE.                 NC106A.1
195800     MOVE     "MOV-LSP-TO-PPKD" TO PAR-NAME.                      NC106A.1
195900     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
196000     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
196100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
196200 MOV-TEST-05-14-NEXT.                                             NC106A.1
196300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
196400     IF       MTX-CELL-DONE                                       NC106A.1
196500              GO TO MOV-TEST-05-14-END.                           NC106A.1
196600     PERFORM  MTX-LOAD-S05.                                       NC106A.1
196700     MOVE     SND-LSP TO RCV-PPKD.                                NC106A.1
196800     MOVE     RCV-PPKD TO MTX-GOT.                                NC106A.1
196900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
197000     GO       TO MOV-TEST-05-14-NEXT.                             NC106A.1
197100 MOV-TEST-05-14-END.                                              NC106A.1
197200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
197300 MOV-TEST-06-01.                                                  NC106A.1
197400     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
197500     MOVE     "MOV-TSP-TO-DSP" TO PAR-NAME.                       NC106A.1
197600     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
197700     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
197800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
197900 MOV-TEST-06-01-NEXT.                                             NC106A.1
198000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
198100     IF       MTX-CELL-DONE                                       NC106A.1
198200              GO TO MOV-TEST-06-01-END.                           NC106A.1
198300     PERFORM  MTX-LOAD-S06.                                       NC106A.1
198400     MOVE     SND-TSP TO RCV-DSP.                                 NC106A.1
198500     MOVE     RCV-DSP TO MTX-GOT.                                 NC106A.1
198600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
198700     GO       TO MOV-TEST-06-01-NEXT.                             NC106A.1
198800 MOV-TEST-06-01-END.                                              NC106A.1
198900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
199000 MOV-TEST-06-02.                                                  NC106A.1
199100     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
199200     MOVE     "MOV-TSP-TO-BIN" TO PAR-NAME.                       NC106A.1
199300     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
199400     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
199500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
199600 MOV-TEST-06-02-NEXT.                                             NC106A.1
199700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
199800     IF       MTX-CELL-DONE                                       NC106A.1
199900              GO TO MOV-TEST-06-02-END.                           NC106A.1
200000     PERFORM  MTX-LOAD-S06.                                       NC106A.1
200100     MOVE     SND-TSP TO RCV-BIN.                                 NC106A.1
200200     MOVE     RCV-BIN TO MTX-GOT.                                 NC106A.1
200300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
200400     GO       TO MOV-TEST-06-02-NEXT.                             NC106A.1
200500 MOV-TEST-06-02-END.                                              NC106A.1
200600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
200700 MOV-TEST-06-03.                                                  NC106A.1
200800     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
200900     MOVE     "MOV-TSP-TO-PKD" TO PAR-NAME.                       NC106A.1
201000     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
201100     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
201200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
201300 MOV-TEST-06-03-NEXT.                                             NC106A.1
201400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
201500     IF       MTX-CELL-DONE                                       NC106A.1
201600              GO TO MOV-TEST-06-03-END.                           NC106A.1
201700     PERFORM  MTX-LOAD-S06.                                       NC106A.1
201800     MOVE     SND-TSP TO RCV-PKD.                                 NC106A.1
201900     MOVE     RCV-PKD TO MTX-GOT.                                 NC106A.1
202000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
202100     GO       TO MOV-TEST-06-03-NEXT.                             NC106A.1
202200 MOV-TEST-06-03-END.                                              NC106A.1
202300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
202400 MOV-TEST-06-04.                                                  NC106A.1
202500     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
202600     MOVE     "MOV-TSP-TO-LDG" TO PAR-NAME.                       NC106A.1
202700     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
202800     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
202900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
203000 MOV-TEST-06-04-NEXT.                                             NC106A.1
203100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
203200     IF       MTX-CELL-DONE                                       NC106A.1
203300              GO TO MOV-TEST-06-04-END.                           NC106A.1
203400     PERFORM  MTX-LOAD-S06.                                       NC106A.1
203500     MOVE     SND-TSP TO RCV-LDG.                                 NC106A.1
203600     MOVE     RCV-LDG TO MTX-GOT.                                 NC106A.1
203700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
203800     GO       TO MOV-TEST-06-04-NEXT.                             NC106A.1
203900 MOV-TEST-06-04-END.                                              NC106A.1
204000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
204100 MOV-TEST-06-05.                                                  NC106A.1
204200     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
204300     MOVE     "MOV-TSP-TO-LSP" TO PAR-NAME.                       NC106A.1
204400     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
204500     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
204600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
204700 MOV-TEST-06-05-NEXT.                                             NC106A.1
204800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
204900     IF       MTX-CELL-DONE                                       NC106A.1
205000              GO TO MOV-TEST-06-05-END.                           NC106A.1
205100     PERFORM  MTX-LOAD-S06.                                       NC106A.1
205200     MOVE     SND-TSP TO RCV-LSP.                                 NC106A.1
205300     MOVE     RCV-LSP TO MTX-GOT.                                 NC106A.1
205400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
205500     GO       TO MOV-TEST-06-05-NEXT.                             NC106A.1
205600 MOV-TEST-06-05-END.                                              NC106A.1
205700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
205800 MOV-TEST-06-06.                                                  NC106A.1
205900     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
206000     MOVE     "MOV-TSP-TO-TSP" TO PAR-NAME.                       NC106A.1
206100     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
206200     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
206300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
206400 MOV-TEST-06-06-NEXT.                                             NC106A.1
206500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
206600     IF       MTX-CELL-DONE                                       NC106A.1
206700              GO TO MOV-TEST-06-06-END.                           NC106A.1
206800     PERFORM  MTX-LOAD-S06.                                       NC106A.1
206900     MOVE     SND-TSP TO RCV-TSP.                                 NC106A.1
207000     MOVE     RCV-TSP TO MTX-GOT.                                 NC106A.1
207100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
207200     GO       TO MOV-TEST-06-06-NEXT.                             NC106A.1
207300 MOV-TEST-06-06-END.                                              NC106A.1
207400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
207500 MOV-TEST-06-07.                                                  NC106A.1
207600     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
207700     MOVE     "MOV-TSP-TO-SDSP" TO PAR-NAME.                      NC106A.1
207800     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
207900     MOVE     7 TO MTX-RCV-NO.                                    NC106A.1
208000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
208100 MOV-TEST-06-07-NEXT.                                             NC106A.1
208200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
208300     IF       MTX-CELL-DONE                                       NC106A.1
208400              GO TO MOV-TEST-06-07-END.                           NC106A.1
208500     PERFORM  MTX-LOAD-S06.                                       NC106A.1
208600     MOVE     SND-TSP TO RCV-SDSP.                                NC106A.1
208700     MOVE     RCV-SDSP TO MTX-GOT.                                NC106A.1
208800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
208900     GO       TO MOV-TEST-06-07-NEXT.                             NC106A.1
209000 MOV-TEST-06-07-END.                                              NC106A.1
209100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
209200 MOV-TEST-06-08.                                                  NC106A.1
209300     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
209400     MOVE     "MOV-TSP-TO-SBIN" TO PAR-NAME.                      NC106A.1
209500     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
209600     MOVE     8 TO MTX-RCV-NO.                                    NC106A.1
209700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
209800 MOV-TEST-06-08-NEXT.                                             NC106A.1
209900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
210000     IF       MTX-CELL-DONE                                       NC106A.1
210100              GO TO MOV-TEST-06-08-END.                           NC106A.1
210200     PERFORM  MTX-LOAD-S06.                                       NC106A.1
210300     MOVE     SND-TSP TO RCV-SBIN.                                NC106A.1
210400     MOVE     RCV-SBIN TO MTX-GOT.                                NC106A.1
210500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
210600     GO       TO MOV-TEST-06-08-NEXT.                             NC106A.1
210700 MOV-TEST-06-08-END.                                              NC106A.1
210800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
210900 MOV-TEST-06-09.                                                  NC106A.1
211000     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
211100     MOVE     "MOV-TSP-TO-SPKD" TO PAR-NAME.                      NC106A.1
211200     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
211300     MOVE     9 TO MTX-RCV-NO.                                    NC106A.1
211400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
211500 MOV-TEST-06-09-NEXT.                                             NC106A.1
211600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
211700     IF       MTX-CELL-DONE                                       NC106A.1
211800              GO TO MOV-TEST-06-09-END.                           NC106A.1
211900     PERFORM  MTX-LOAD-S06.                                       NC106A.1
212000     MOVE     SND-TSP TO RCV-SPKD.                                NC106A.1
212100     MOVE     RCV-SPKD TO MTX-GOT.                                NC106A.1
212200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
212300     GO       TO MOV-TEST-06-09-NEXT.                             NC106A.1
212400 MOV-TEST-06-09-END.                                              NC106A.1
212500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
212600 MOV-TEST-06-10.                                                  NC106A.1
212700     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
212800     MOVE     "MOV-TSP-TO-SLDG" TO PAR-NAME.                      NC106A.1
212900     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
213000     MOVE     10 TO MTX-RCV-NO.                                   NC106A.1
213100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
213200 MOV-TEST-06-10-NEXT.                                             NC106A.1
213300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
213400     IF       MTX-CELL-DONE                                       NC106A.1
213500              GO TO MOV-TEST-06-10-END.                           NC106A.1
213600     PERFORM  MTX-LOAD-S06.                                       NC106A.1
213700     MOVE     SND-TSP TO RCV-SLDG.                                NC106A.1
213800     MOVE     RCV-SLDG TO MTX-GOT.                                NC106A.1
213900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
214000     GO       TO MOV-TEST-06-10-NEXT.                             NC106A.1
214100 MOV-TEST-06-10-END.                                              NC106A.1
214200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
214300 MOV-TEST-06-11.                                                  NC106A.1
214400     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
214500     MOVE     "MOV-TSP-TO-SLSP" TO PAR-NAME.                      NC106A.1
214600     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
214700     MOVE     11 TO MTX-RCV-NO.                                   NC106A.1
214800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
214900 MOV-TEST-06-11-NEXT.                                             NC106A.1
215000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
215100     IF       MTX-CELL-DONE                                       NC106A.1
215200              GO TO MOV-TEST-06-11-END.                           NC106A.1
215300     PERFORM  MTX-LOAD-S06.                                       NC106A.1
215400     MOVE     SND-TSP TO RCV-SLSP.                                NC106A.1
215500     MOVE     RCV-SLSP TO MTX-GOT.                                NC106A.1
215600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
215700     GO       TO MOV-TEST-06-11-NEXT.                             NC106A.1
215800 MOV-TEST-06-11-END.                                              NC106A.1
215900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
216000 MOV-TEST-06-12.                                                  NC106A.1
216100     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
216200     MOVE     "MOV-TSP-TO-STSP" TO PAR-NAME.                      NC106A.1
216300     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
216400     MOVE     12 TO MTX-RCV-NO.                                   NC106A.1
216500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
216600 MOV-TEST-06-12-NEXT.                                             NC106A.1
216700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
216800     IF       MTX-CELL-DONE                                       NC106A.1
216900              GO TO MOV-TEST-06-12-END.                           NC106A.1
217000     PERFORM  MTX-LOAD-S06.                                       NC106A.1
217100     MOVE     SND-TSP TO RCV-STSP.                                NC106A.1
217200     MOVE     RCV-STSP TO MTX-GOT.                                NC106A.1
217300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
217400     GO       TO MOV-TEST-06-12-NEXT.                             NC106A.1
217500 MOV-TEST-06-12-END.                                              NC106A.1
217600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
217700 MOV-TEST-06-13.                                                  NC106A.1
217800     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
217900     MOVE     "MOV-TSP-TO-PDSP" TO PAR-NAME.                      NC106A.1
218000     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
218100     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
218200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
218300 MOV-TEST-06-13-NEXT.                                             NC106A.1
218400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
218500     IF       MTX-CELL-DONE                                       NC106A.1
218600              GO TO MOV-TEST-06-13-END.                           NC106A.1
218700     PERFORM  MTX-LOAD-S06.                                       NC106A.1
218800     MOVE     SND-TSP TO RCV-PDSP.                                NC106A.1
218900     MOVE     RCV-PDSP TO MTX-GOT.                                NC106A.1
219000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
219100     GO       TO MOV-TEST-06-13-NEXT.                             NC106A.1
219200 MOV-TEST-06-13-END.                                              NC106A.1
219300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
219400 MOV-TEST-06-14.                                                  NC106A.1
219500     MOVE     "MOVE TRAILING SEPARATE" TO FEATURE.                NC106A.1
219600     MOVE     "MOV-TSP-TO-PPKD" TO PAR-NAME.                      NC106A.1
219700     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
219800     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
219900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
220000 MOV-TEST-06-14-NEXT.                                             NC106A.1
220100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
220200     IF       MTX-CELL-DONE                                       NC106A.1
220300              GO TO MOV-TEST-06-14-END.                           NC106A.1
220400     PERFORM  MTX-LOAD-S06.                                       NC106A.1
220500     MOVE     SND-TSP TO RCV-PPKD.                                NC106A.1
220600     MOVE     RCV-PPKD TO MTX-GOT.                                NC106A.1
220700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
220800     GO       TO MOV-TEST-06-14-NEXT.                             NC106A.1
220900 MOV-TEST-06-14-END.                                              NC106A.1
221000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
221100 MOV-TEST-07-01.                                                  NC106A.1
221200     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
221300     MOVE     "MOV-PDSP-TO-DSP" TO PAR-NAME.                      NC106A.1
221400     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
221500     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
221600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
221700 MOV-TEST-07-01-NEXT.                                             NC106A.1
221800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
221900     IF       MTX-CELL-DONE                                       NC106A.1
222000              GO TO MOV-TEST-07-01-END.                           NC106A.1
222100     PERFORM  MTX-LOAD-S07.                                       NC106A.1
222200     MOVE     SND-PDSP TO RCV-DSP.                                NC106A.1
222300     MOVE     RCV-DSP TO MTX-GOT.                                 NC106A.1
222400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
222500     GO       TO MOV-TEST-07-01-NEXT.                             NC106A.1
222600 MOV-TEST-07-01-END.                                              NC106A.1
222700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
222800 MOV-TEST-07-02.                                                  NC106A.1
222900     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
223000     MOVE     "MOV-PDSP-TO-BIN" TO PAR-NAME.                      NC106A.1
223100     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
223200     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
223300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
223400 MOV-TEST-07-02-NEXT.                                             NC106A.1
223500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
223600     IF       MTX-CELL-DONE                                       NC106A.1
223700              GO TO MOV-TEST-07-02-END.                           NC106A.1
223800     PERFORM  MTX-LOAD-S07.                                       NC106A.1
223900     MOVE     SND-PDSP TO RCV-BIN.                                NC106A.1
224000     MOVE     RCV-BIN TO MTX-GOT.                                 NC106A.1
224100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
224200     GO       TO MOV-TEST-07-02-NEXT.                             NC106A.1
224300 MOV-TEST-07-02-END.                                              NC106A.1
224400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
224500 MOV-TEST-07-03.                                                  NC106A.1
224600     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
224700     MOVE     "MOV-PDSP-TO-PKD" TO PAR-NAME.                      NC106A.1
224800     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
224900     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
225000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
225100 MOV-TEST-07-03-NEXT.                                             NC106A.1
225200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
225300     IF       MTX-CELL-DONE                                       NC106A.1
225400              GO TO MOV-TEST-07-03-END.                           NC106A.1
225500     PERFORM  MTX-LOAD-S07.                                       NC106A.1
225600     MOVE     SND-PDSP TO RCV-PKD.                                NC106A.1
225700     MOVE     RCV-PKD TO MTX-GOT.                                 NC106A.1
225800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
225900     GO       TO MOV-TEST-07-03-NEXT.                             NC106A.1
226000 MOV-TEST-07-03-END.                                              NC106A.1
226100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
226200 MOV-TEST-07-04.                                                  NC106A.1
226300     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
226400     MOVE     "MOV-PDSP-TO-LDG" TO PAR-NAME.                      NC106A.1
226500     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
226600     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
226700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
226800 MOV-TEST-07-04-NEXT.                                             NC106A.1
226900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
227000     IF       MTX-CELL-DONE                                       NC106A.1
227100              GO TO MOV-TEST-07-04-END.                           NC106A.1
227200     PERFORM  MTX-LOAD-S07.                                       NC106A.1
227300     MOVE     SND-PDSP TO RCV-LDG.                                NC106A.1
227400     MOVE     RCV-LDG TO MTX-GOT.                                 NC106A.1
227500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
227600     GO       TO MOV-TEST-07-04-NEXT.                             NC106A.1
227700 MOV-TEST-07-04-END.                                              NC106A.1
227800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
227900 MOV-TEST-07-05.                                                  NC106A.1
228000     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
228100     MOVE     "MOV-PDSP-TO-LSP" TO PAR-NAME.                      NC106A.1
228200     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
228300     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
228400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
228500 MOV-TEST-07-05-NEXT.                                             NC106A.1
228600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
228700     IF       MTX-CELL-DONE                                       NC106A.1
228800              GO TO MOV-TEST-07-05-END.                           NC106A.1
228900     PERFORM  MTX-LOAD-S07.                                       NC106A.1
229000     MOVE     SND-PDSP TO RCV-LSP.                                NC106A.1
229100     MOVE     RCV-LSP TO MTX-GOT.                                 NC106A.1
229200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
229300     GO       TO MOV-TEST-07-05-NEXT.                             NC106A.1
229400 MOV-TEST-07-05-END.                                              NC106A.1
229500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
229600 MOV-TEST-07-06.                                                  NC106A.1
229700     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
229800     MOVE     "MOV-PDSP-TO-TSP" TO PAR-NAME.                      NC106A.1
229900     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
230000     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
230100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
230200 MOV-TEST-07-06-NEXT.                                             NC106A.1
230300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
230400     IF       MTX-CELL-DONE                                       NC106A.1
230500              GO TO MOV-TEST-07-06-END.                           NC106A.1
230600     PERFORM  MTX-LOAD-S07.                                       NC106A.1
230700     MOVE     SND-PDSP TO RCV-TSP.                                NC106A.1
230800     MOVE     RCV-TSP TO MTX-GOT.                                 NC106A.1
230900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
231000     GO       TO MOV-TEST-07-06-NEXT.                             NC106A.1
231100 MOV-TEST-07-06-END.                                              NC106A.1
231200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
231300 MOV-TEST-07-07.                                                  NC106A.1
231400     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
231500     MOVE     "MOV-PDSP-TO-SDSP" TO PAR-NAME.                     NC106A.1
231600     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
231700     MOVE     7 TO MTX-RCV-NO.                                    NC106A.1
231800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
231900 MOV-TEST-07-07-NEXT.                                             NC106A.1
232000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
232100     IF       MTX-CELL-DONE                                       NC106A.1
232200              GO TO MOV-TEST-07-07-END.                           NC106A.1
232300     PERFORM  MTX-LOAD-S07.                                       NC106A.1
232400     MOVE     SND-PDSP TO RCV-SDSP.                               NC106A.1
232500     MOVE     RCV-SDSP TO MTX-GOT.                                NC106A.1
232600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
232700     GO       TO MOV-TEST-07-07-NEXT.                             NC106A.1
232800 MOV-TEST-07-07-END.                                              NC106A.1
232900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
233000 MOV-TEST-07-08.                                                  NC106A.1
233100     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
233200     MOVE     "MOV-PDSP-TO-SBIN" TO PAR-NAME.                     NC106A.1
233300     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
233400     MOVE     8 TO MTX-RCV-NO.                                    NC106A.1
233500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
233600 MOV-TEST-07-08-NEXT.                                             NC106A.1
233700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
233800     IF       MTX-CELL-DONE                                       NC106A.1
233900              GO TO MOV-TEST-07-08-END.                           NC106A.1
234000     PERFORM  MTX-LOAD-S07.                                       NC106A.1
234100     MOVE     SND-PDSP TO RCV-SBIN.                               NC106A.1
234200     MOVE     RCV-SBIN TO MTX-GOT.                                NC106A.1
234300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
234400     GO       TO MOV-TEST-07-08-NEXT.                             NC106A.1
234500 MOV-TEST-07-08-END.                                              NC106A.1
234600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
234700 MOV-TEST-07-09.                                                  NC106A.1
234800     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
234900     MOVE     "MOV-PDSP-TO-SPKD" TO PAR-NAME.                     NC106A.1
235000     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
235100     MOVE     9 TO MTX-RCV-NO.                                    NC106A.1
235200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
235300 MOV-TEST-07-09-NEXT.                                             NC106A.1
235400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
235500     IF       MTX-CELL-DONE                                       NC106A.1
235600              GO TO MOV-TEST-07-09-END.                           NC106A.1
235700     PERFORM  MTX-LOAD-S07.                                       NC106A.1
235800     MOVE     SND-PDSP TO RCV-SPKD.                               NC106A.1
235900     MOVE     RCV-SPKD TO MTX-GOT.                                NC106A.1
236000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
236100     GO       TO MOV-TEST-07-09-NEXT.                             NC106A.1
236200 MOV-TEST-07-09-END.                                              NC106A.1
236300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
236400 MOV-TEST-07-10.                                                  NC106A.1
236500     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
236600     MOVE     "MOV-PDSP-TO-SLDG" TO PAR-NAME.                     NC106A.1
236700     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
236800     MOVE     10 TO MTX-RCV-NO.                                   NC106A.1
236900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
237000 MOV-TEST-07-10-NEXT.                                             NC106A.1
237100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
237200     IF       MTX-CELL-DONE                                       NC106A.1
237300              GO TO MOV-TEST-07-10-END.                           NC106A.1
237400     PERFORM  MTX-LOAD-S07.                                       NC106A.1
237500     MOVE     SND-PDSP TO RCV-SLDG.                               NC106A.1
237600     MOVE     RCV-SLDG TO MTX-GOT.                                NC106A.1
237700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
237800     GO       TO MOV-TEST-07-10-NEXT.                             NC106A.1
237900 MOV-TEST-07-10-END.                                              NC106A.1
238000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
238100 MOV-TEST-07-11.                                                  NC106A.1
238200     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
238300     MOVE     "MOV-PDSP-TO-SLSP" TO PAR-NAME.                     NC106A.1
238400     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
238500     MOVE     11 TO MTX-RCV-NO.                                   NC106A.1
238600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
238700 MOV-TEST-07-11-NEXT.                                             NC106A.1
238800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
238900     IF       MTX-CELL-DONE                                       NC106A.1
239000              GO TO MOV-TEST-07-11-END.                           NC106A.1
239100     PERFORM  MTX-LOAD-S07.                                       NC106A.1
239200     MOVE     SND-PDSP TO RCV-SLSP.                               NC106A.1
239300     MOVE     RCV-SLSP TO MTX-GOT.                                NC106A.1
239400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
239500     GO       TO MOV-TEST-07-11-NEXT.                             NC106A.1
239600 MOV-TEST-07-11-END.                                              NC106A.1
239700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
239800 MOV-TEST-07-12.                                                  NC106A.1
239900     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
240000     MOVE     "MOV-PDSP-TO-STSP" TO PAR-NAME.                     NC106A.1
240100     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
240200     MOVE     12 TO MTX-RCV-NO.                                   NC106A.1
240300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
240400 MOV-TEST-07-12-NEXT.                                             NC106A.1
240500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
240600     IF       MTX-CELL-DONE                                       NC106A.1
240700              GO TO MOV-TEST-07-12-END.                           NC106A.1
240800     PERFORM  MTX-LOAD-S07.                                       NC106A.1
240900     MOVE     SND-PDSP TO RCV-STSP.                               NC106A.1
241000     MOVE     RCV-STSP TO MTX-GOT.                                NC106A.1
241100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
241200     GO       TO MOV-TEST-07-12-NEXT.                             NC106A.1
241300 MOV-TEST-07-12-END.                                              NC106A.1
241400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
241500 MOV-TEST-07-13.                                                  NC106A.1
241600     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
241700     MOVE     "MOV-PDSP-TO-PDSP" TO PAR-NAME.                     NC106A.1
241800     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
241900     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
242000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
242100 MOV-TEST-07-13-NEXT.                                             NC106A.1
242200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
242300     IF       MTX-CELL-DONE                                       NC106A.1
242400              GO TO MOV-TEST-07-13-END.                           NC106A.1
242500     PERFORM  MTX-LOAD-S07.                                       NC106A.1
242600     MOVE     SND-PDSP TO RCV-PDSP.                               NC106A.1
242700     MOVE     RCV-PDSP TO MTX-GOT.                                NC106A.1
242800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
242900     GO       TO MOV-TEST-07-13-NEXT.                             NC106A.1
243000 MOV-TEST-07-13-END.                                              NC106A.1
243100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
243200 MOV-TEST-07-14.                                                  NC106A.1
243300     MOVE     "MOVE SCALED DISPLAY" TO FEATURE.                   NC106A.1
243400     MOVE     "MOV-PDSP-TO-PPKD" TO PAR-NAME.                     NC106A.1
243500     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
243600     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
243700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
243800 MOV-TEST-07-14-NEXT.                                             NC106A.1
243900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
244000     IF       MTX-CELL-DONE                                       NC106A.1
244100              GO TO MOV-TEST-07-14-END.                           NC106A.1
244200     PERFORM  MTX-LOAD-S07.                                       NC106A.1
244300     MOVE     SND-PDSP TO RCV-PPKD.                               NC106A.1
244400     MOVE     RCV-PPKD TO MTX-GOT.                                NC106A.1
244500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
244600     GO       TO MOV-TEST-07-14-NEXT.                             NC106A.1
244700 MOV-TEST-07-14-END.                                              NC106A.1
244800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
244900 MOV-TEST-08-01.                                                  NC106A.1
245000     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
245100     MOVE     "MOV-PPKD-TO-DSP" TO PAR-NAME.                      NC106A.1
245200     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
245300     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
245400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
245500 MOV-TEST-08-01-NEXT.                                             NC106A.1
245600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
245700     IF       MTX-CELL-DONE                                       NC106A.1
245800              GO TO MOV-TEST-08-01-END.                           NC106A.1
245900     PERFORM  MTX-LOAD-S08.                                       NC106A.1
246000     MOVE     SND-PPKD TO RCV-DSP.                                NC106A.1
246100     MOVE     RCV-DSP TO MTX-GOT.                                 NC106A.1
246200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
246300     GO       TO MOV-TEST-08-01-NEXT.                             NC106A.1
246400 MOV-TEST-08-01-END.                                              NC106A.1
246500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
246600 MOV-TEST-08-02.                                                  NC106A.1
246700     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
246800     MOVE     "MOV-PPKD-TO-BIN" TO PAR-NAME.                      NC106A.1
246900     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
247000     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
247100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
247200 MOV-TEST-08-02-NEXT.                                             NC106A.1
247300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
247400     IF       MTX-CELL-DONE                                       NC106A.1
247500              GO TO MOV-TEST-08-02-END.                           NC106A.1
247600     PERFORM  MTX-LOAD-S08.                                       NC106A.1
247700     MOVE     SND-PPKD TO RCV-BIN.                                NC106A.1
247800     MOVE     RCV-BIN TO MTX-GOT.                                 NC106A.1
247900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
248000     GO       TO MOV-TEST-08-02-NEXT.                             NC106A.1
248100 MOV-TEST-08-02-END.                                              NC106A.1
248200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
248300 MOV-TEST-08-03.                                                  NC106A.1
248400     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
248500     MOVE     "MOV-PPKD-TO-PKD" TO PAR-NAME.                      NC106A.1
248600     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
248700     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
248800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
248900 MOV-TEST-08-03-NEXT.                                             NC106A.1
249000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
249100     IF       MTX-CELL-DONE                                       NC106A.1
249200              GO TO MOV-TEST-08-03-END.                           NC106A.1
249300     PERFORM  MTX-LOAD-S08.                                       NC106A.1
249400     MOVE     SND-PPKD TO RCV-PKD.                                NC106A.1
249500     MOVE     RCV-PKD TO MTX-GOT.                                 NC106A.1
249600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
249700     GO       TO MOV-TEST-08-03-NEXT.                             NC106A.1
249800 MOV-TEST-08-03-END.                                              NC106A.1
249900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
250000 MOV-TEST-08-04.                                                  NC106A.1
250100     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
250200     MOVE     "MOV-PPKD-TO-LDG" TO PAR-NAME.                      NC106A.1
250300     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
250400     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
250500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
250600 MOV-TEST-08-04-NEXT.                                             NC106A.1
250700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
250800     IF       MTX-CELL-DONE                                       NC106A.1
250900              GO TO MOV-TEST-08-04-END.                           NC106A.1
251000     PERFORM  MTX-LOAD-S08.                                       NC106A.1
251100     MOVE     SND-PPKD TO RCV-LDG.                                NC106A.1
251200     MOVE     RCV-LDG TO MTX-GOT.                                 NC106A.1
251300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
251400     GO       TO MOV-TEST-08-04-NEXT.                             NC106A.1
251500 MOV-TEST-08-04-END.                                              NC106A.1
251600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
251700 MOV-TEST-08-05.                                                  NC106A.1
251800     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
251900     MOVE     "MOV-PPKD-TO-LSP" TO PAR-NAME.                      NC106A.1
252000     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
252100     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
252200     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
252300 MOV-TEST-08-05-NEXT.                                             NC106A.1
252400     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
252500     IF       MTX-CELL-DONE                                       NC106A.1
252600              GO TO MOV-TEST-08-05-END.                           NC106A.1
252700     PERFORM  MTX-LOAD-S08.                                       NC106A.1
252800     MOVE     SND-PPKD TO RCV-LSP.                                NC106A.1
252900     MOVE     RCV-LSP TO MTX-GOT.                                 NC106A.1
253000     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
253100     GO       TO MOV-TEST-08-05-NEXT.                             NC106A.1
253200 MOV-TEST-08-05-END.                                              NC106A.1
253300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
253400 MOV-TEST-08-06.                                                  NC106A.1
253500     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
253600     MOVE     "MOV-PPKD-TO-TSP" TO PAR-NAME.                      NC106A.1
253700     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
253800     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
253900     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
254000 MOV-TEST-08-06-NEXT.                                             NC106A.1
254100     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
254200     IF       MTX-CELL-DONE                                       NC106A.1
254300              GO TO MOV-TEST-08-06-END.                           NC106A.1
254400     PERFORM  MTX-LOAD-S08.                                       NC106A.1
254500     MOVE     SND-PPKD TO RCV-TSP.                                NC106A.1
254600     MOVE     RCV-TSP TO MTX-GOT.                                 NC106A.1
254700     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
254800     GO       TO MOV-TEST-08-06-NEXT.                             NC106A.1
254900 MOV-TEST-08-06-END.                                              NC106A.1
255000     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
255100 MOV-TEST-08-07.                                                  NC106A.1
255200     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
255300     MOVE     "MOV-PPKD-TO-SDSP" TO PAR-NAME.                     NC106A.1
255400     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
255500     MOVE     7 TO MTX-RCV-NO.                                    NC106A.1
255600     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
255700 MOV-TEST-08-07-NEXT.                                             NC106A.1
255800     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
255900     IF       MTX-CELL-DONE                                       NC106A.1
256000              GO TO MOV-TEST-08-07-END.                           NC106A.1
256100     PERFORM  MTX-LOAD-S08.                                       NC106A.1
256200     MOVE     SND-PPKD TO RCV-SDSP.                               NC106A.1
256300     MOVE     RCV-SDSP TO MTX-GOT.                                NC106A.1
256400     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
256500     GO       TO MOV-TEST-08-07-NEXT.                             NC106A.1
256600 MOV-TEST-08-07-END.                                              NC106A.1
256700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
256800 MOV-TEST-08-08.                                                  NC106A.1
256900     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
257000     MOVE     "MOV-PPKD-TO-SBIN" TO PAR-NAME.                     NC106A.1
257100     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
257200     MOVE     8 TO MTX-RCV-NO.                                    NC106A.1
257300     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
257400 MOV-TEST-08-08-NEXT.                                             NC106A.1
257500     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
257600     IF       MTX-CELL-DONE                                       NC106A.1
257700              GO TO MOV-TEST-08-08-END.                           NC106A.1
257800     PERFORM  MTX-LOAD-S08.                                       NC106A.1
257900     MOVE     SND-PPKD TO RCV-SBIN.                               NC106A.1
258000     MOVE     RCV-SBIN TO MTX-GOT.                                NC106A.1
258100     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
258200     GO       TO MOV-TEST-08-08-NEXT.                             NC106A.1
258300 MOV-TEST-08-08-END.                                              NC106A.1
258400     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
258500 MOV-TEST-08-09.                                                  NC106A.1
258600     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
258700     MOVE     "MOV-PPKD-TO-SPKD" TO PAR-NAME.                     NC106A.1
258800     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
258900     MOVE     9 TO MTX-RCV-NO.                                    NC106A.1
259000     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
259100 MOV-TEST-08-09-NEXT.                                             NC106A.1
259200     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
259300     IF       MTX-CELL-DONE                                       NC106A.1
259400              GO TO MOV-TEST-08-09-END.                           NC106A.1
259500     PERFORM  MTX-LOAD-S08.                                       NC106A.1
259600     MOVE     SND-PPKD TO RCV-SPKD.                               NC106A.1
259700     MOVE     RCV-SPKD TO MTX-GOT.                                NC106A.1
259800     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
259900     GO       TO MOV-TEST-08-09-NEXT.                             NC106A.1
260000 MOV-TEST-08-09-END.                                              NC106A.1
260100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
260200 MOV-TEST-08-10.                                                  NC106A.1
260300     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
260400     MOVE     "MOV-PPKD-TO-SLDG" TO PAR-NAME.                     NC106A.1
260500     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
260600     MOVE     10 TO MTX-RCV-NO.                                   NC106A.1
260700     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
260800 MOV-TEST-08-10-NEXT.                                             NC106A.1
260900     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
261000     IF       MTX-CELL-DONE                                       NC106A.1
261100              GO TO MOV-TEST-08-10-END.                           NC106A.1
261200     PERFORM  MTX-LOAD-S08.                                       NC106A.1
261300     MOVE     SND-PPKD TO RCV-SLDG.                               NC106A.1
261400     MOVE     RCV-SLDG TO MTX-GOT.                                NC106A.1
261500     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
261600     GO       TO MOV-TEST-08-10-NEXT.                             NC106A.1
261700 MOV-TEST-08-10-END.                                              NC106A.1
261800     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
261900 MOV-TEST-08-11.                                                  NC106A.1
262000     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
262100     MOVE     "MOV-PPKD-TO-SLSP" TO PAR-NAME.                     NC106A.1
262200     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
262300     MOVE     11 TO MTX-RCV-NO.                                   NC106A.1
262400     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
262500 MOV-TEST-08-11-NEXT.                                             NC106A.1
262600     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
262700     IF       MTX-CELL-DONE                                       NC106A.1
262800              GO TO MOV-TEST-08-11-END.                           NC106A.1
262900     PERFORM  MTX-LOAD-S08.                                       NC106A.1
263000     MOVE     SND-PPKD TO RCV-SLSP.                               NC106A.1
263100     MOVE     RCV-SLSP TO MTX-GOT.                                NC106A.1
263200     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
263300     GO       TO MOV-TEST-08-11-NEXT.                             NC106A.1
263400 MOV-TEST-08-11-END.                                              NC106A.1
263500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
263600 MOV-TEST-08-12.                                                  NC106A.1
263700     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
263800     MOVE     "MOV-PPKD-TO-STSP" TO PAR-NAME.                     NC106A.1
263900     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
264000     MOVE     12 TO MTX-RCV-NO.                                   NC106A.1
264100     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
264200 MOV-TEST-08-12-NEXT.                                             NC106A.1
264300     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
264400     IF       MTX-CELL-DONE                                       NC106A.1
264500              GO TO MOV-TEST-08-12-END.                           NC106A.1
264600     PERFORM  MTX-LOAD-S08.                                       NC106A.1
264700     MOVE     SND-PPKD TO RCV-STSP.                               NC106A.1
264800     MOVE     RCV-STSP TO MTX-GOT.                                NC106A.1
264900     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
265000     GO       TO MOV-TEST-08-12-NEXT.                             NC106A.1
265100 MOV-TEST-08-12-END.                                              NC106A.1
265200     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
265300 MOV-TEST-08-13.                                                  NC106A.1
265400     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
265500     MOVE     "MOV-PPKD-TO-PDSP" TO PAR-NAME.                     NC106A.1
265600     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
265700     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
265800     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
265900 MOV-TEST-08-13-NEXT.                                             NC106A.1
266000     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
266100     IF       MTX-CELL-DONE                                       NC106A.1
266200              GO TO MOV-TEST-08-13-END.                           NC106A.1
266300     PERFORM  MTX-LOAD-S08.                                       NC106A.1
266400     MOVE     SND-PPKD TO RCV-PDSP.                               NC106A.1
266500     MOVE     RCV-PDSP TO MTX-GOT.                                NC106A.1
266600     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
266700     GO       TO MOV-TEST-08-13-NEXT.                             NC106A.1
266800 MOV-TEST-08-13-END.                                              NC106A.1
266900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
267000 MOV-TEST-08-14.                                                  NC106A.1
267100     MOVE     "MOVE SCALED PACKED" TO FEATURE.                    NC106A.1
267200     MOVE     "MOV-PPKD-TO-PPKD" TO PAR-NAME.                     NC106A.1
267300     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
267400     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
267500     PERFORM  MTX-MOVE-INIT THRU MTX-MOVE-INIT-EXIT.              NC106A.1
267600 MOV-TEST-08-14-NEXT.                                             NC106A.1
267700     PERFORM  MTX-NEXT-VALUE THRU MTX-NEXT-VALUE-EXIT.            NC106A.1
267800     IF       MTX-CELL-DONE                                       NC106A.1
267900              GO TO MOV-TEST-08-14-END.                           NC106A.1
268000     PERFORM  MTX-LOAD-S08.                                       NC106A.1
268100     MOVE     SND-PPKD TO RCV-PPKD.                               NC106A.1
268200     MOVE     RCV-PPKD TO MTX-GOT.                                NC106A.1
268300     PERFORM  MTX-CHECK-MOVE THRU MTX-CHECK-MOVE-EXIT.            NC106A.1
268400     GO       TO MOV-TEST-08-14-NEXT.                             NC106A.1
268500 MOV-TEST-08-14-END.                                              NC106A.1
268600     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
268700 SECT-NC106A-0002 SECTION.                                        NC106A.1
268800 CMP-TEST-01-01.                                                  NC106A.1
268900     MOVE     "COMPARE DISPLAY" TO FEATURE.                       NC106A.1
269000     MOVE     "CMP-DSP-VS-DSP" TO PAR-NAME.                       NC106A.1
269100     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
269200     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
269300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
269400 CMP-TEST-01-01-NEXT.                                             NC106A.1
269500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
269600     IF       MTX-CELL-DONE                                       NC106A.1
269700              GO TO CMP-TEST-01-01-END.                           NC106A.1
269800     PERFORM  MTX-LOAD-S01.                                       NC106A.1
269900     PERFORM  MTX-LOAD-R01.                                       NC106A.1
270000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
270100     IF       SND-DSP LESS THAN RCV-DSP                           NC106A.1
270200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
270300     IF       SND-DSP EQUAL TO RCV-DSP                            NC106A.1
270400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
270500     IF       SND-DSP GREATER THAN RCV-DSP                        NC106A.1
270600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
270700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
270800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
270900     GO       TO CMP-TEST-01-01-NEXT.                             NC106A.1
271000 CMP-TEST-01-01-END.                                              NC106A.1
271100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
271200 CMP-TEST-01-02.                                                  NC106A.1
271300     MOVE     "COMPARE DISPLAY" TO FEATURE.                       NC106A.1
271400     MOVE     "CMP-DSP-VS-BIN" TO PAR-NAME.                       NC106A.1
271500     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
271600     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
271700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
271800 CMP-TEST-01-02-NEXT.                                             NC106A.1
271900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
272000     IF       MTX-CELL-DONE                                       NC106A.1
272100              GO TO CMP-TEST-01-02-END.                           NC106A.1
272200     PERFORM  MTX-LOAD-S01.                                       NC106A.1
272300     PERFORM  MTX-LOAD-R02.                                       NC106A.1
272400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
272500     IF       SND-DSP LESS THAN RCV-BIN                           NC106A.1
272600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
272700     IF       SND-DSP EQUAL TO RCV-BIN                            NC106A.1
272800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
272900     IF       SND-DSP GREATER THAN RCV-BIN                        NC106A.1
273000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
273100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
273200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
273300     GO       TO CMP-TEST-01-02-NEXT.                             NC106A.1
273400 CMP-TEST-01-02-END.                                              NC106A.1
273500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
273600 CMP-TEST-01-03.                                                  NC106A.1
273700     MOVE     "COMPARE DISPLAY" TO FEATURE.                       NC106A.1
273800     MOVE     "CMP-DSP-VS-PKD" TO PAR-NAME.                       NC106A.1
273900     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
274000     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
274100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
274200 CMP-TEST-01-03-NEXT.                                             NC106A.1
274300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
274400     IF       MTX-CELL-DONE                                       NC106A.1
274500              GO TO CMP-TEST-01-03-END.                           NC106A.1
274600     PERFORM  MTX-LOAD-S01.                                       NC106A.1
274700     PERFORM  MTX-LOAD-R03.                                       NC106A.1
274800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
274900     IF       SND-DSP LESS THAN RCV-PKD                           NC106A.1
275000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
275100     IF       SND-DSP EQUAL TO RCV-PKD                            NC106A.1
275200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
275300     IF       SND-DSP GREATER THAN RCV-PKD                        NC106A.1
275400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
275500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
275600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
275700     GO       TO CMP-TEST-01-03-NEXT.                             NC106A.1
275800 CMP-TEST-01-03-END.                                              NC106A.1
275900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
276000 CMP-TEST-01-04.                                                  NC106A.1
276100     MOVE     "COMPARE DISPLAY" TO FEATURE.                       NC106A.1
276200     MOVE     "CMP-DSP-VS-LDG" TO PAR-NAME.                       NC106A.1
276300     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
276400     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
276500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
276600 CMP-TEST-01-04-NEXT.                                             NC106A.1
276700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
276800     IF       MTX-CELL-DONE                                       NC106A.1
276900              GO TO CMP-TEST-01-04-END.                           NC106A.1
277000     PERFORM  MTX-LOAD-S01.                                       NC106A.1
277100     PERFORM  MTX-LOAD-R04.                                       NC106A.1
277200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
277300     IF       SND-DSP LESS THAN RCV-LDG                           NC106A.1
277400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
277500     IF       SND-DSP EQUAL TO RCV-LDG                            NC106A.1
277600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
277700     IF       SND-DSP GREATER THAN RCV-LDG                        NC106A.1
277800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
277900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
278000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
278100     GO       TO CMP-TEST-01-04-NEXT.                             NC106A.1
278200 CMP-TEST-01-04-END.                                              NC106A.1
278300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
278400 CMP-TEST-01-05.                                                  NC106A.1
278500     MOVE     "COMPARE DISPLAY" TO FEATURE.                       NC106A.1
278600     MOVE     "CMP-DSP-VS-LSP" TO PAR-NAME.                       NC106A.1
278700     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
278800     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
278900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
279000 CMP-TEST-01-05-NEXT.                                             NC106A.1
279100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
279200     IF       MTX-CELL-DONE                                       NC106A.1
279300              GO TO CMP-TEST-01-05-END.                           NC106A.1
279400     PERFORM  MTX-LOAD-S01.                                       NC106A.1
279500     PERFORM  MTX-LOAD-R05.                                       NC106A.1
279600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
279700     IF       SND-DSP LESS THAN RCV-LSP                           NC106A.1
279800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
279900     IF       SND-DSP EQUAL TO RCV-LSP                            NC106A.1
280000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
280100     IF       SND-DSP GREATER THAN RCV-LSP                        NC106A.1
280200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
280300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
280400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
280500     GO       TO CMP-TEST-01-05-NEXT.                             NC106A.1
280600 CMP-TEST-01-05-END.                                              NC106A.1
280700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
280800 CMP-TEST-01-06.                                                  NC106A.1
280900     MOVE     "COMPARE DISPLAY" TO FEATURE.                       NC106A.1
281000     MOVE     "CMP-DSP-VS-TSP" TO PAR-NAME.                       NC106A.1
281100     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
281200     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
281300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
281400 CMP-TEST-01-06-NEXT.                                             NC106A.1
281500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
281600     IF       MTX-CELL-DONE                                       NC106A.1
281700              GO TO CMP-TEST-01-06-END.                           NC106A.1
281800     PERFORM  MTX-LOAD-S01.                                       NC106A.1
281900     PERFORM  MTX-LOAD-R06.                                       NC106A.1
282000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
282100     IF       SND-DSP LESS THAN RCV-TSP                           NC106A.1
282200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
282300     IF       SND-DSP EQUAL TO RCV-TSP                            NC106A.1
282400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
282500     IF       SND-DSP GREATER THAN RCV-TSP                        NC106A.1
282600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
282700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
282800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
282900     GO       TO CMP-TEST-01-06-NEXT.                             NC106A.1
283000 CMP-TEST-01-06-END.                                              NC106A.1
283100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
283200 CMP-TEST-01-13.                                                  NC106A.1
283300     MOVE     "COMPARE DISPLAY" TO FEATURE.                       NC106A.1
283400     MOVE     "CMP-DSP-VS-PDSP" TO PAR-NAME.                      NC106A.1
283500     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
283600     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
283700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
283800 CMP-TEST-01-13-NEXT.                                             NC106A.1
283900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
284000     IF       MTX-CELL-DONE                                       NC106A.1
284100              GO TO CMP-TEST-01-13-END.                           NC106A.1
284200     PERFORM  MTX-LOAD-S01.                                       NC106A.1
284300     PERFORM  MTX-LOAD-R13.                                       NC106A.1
284400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
284500     IF       SND-DSP LESS THAN RCV-PDSP                          NC106A.1
284600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
284700     IF       SND-DSP EQUAL TO RCV-PDSP                           NC106A.1
284800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
284900     IF       SND-DSP GREATER THAN RCV-PDSP                       NC106A.1
285000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
285100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
285200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
285300     GO       TO CMP-TEST-01-13-NEXT.                             NC106A.1
285400 CMP-TEST-01-13-END.                                              NC106A.1
285500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
285600 CMP-TEST-01-14.                                                  NC106A.1
285700     MOVE     "COMPARE DISPLAY" TO FEATURE.                       NC106A.1
285800     MOVE     "CMP-DSP-VS-PPKD" TO PAR-NAME.                      NC106A.1
285900     MOVE     1 TO MTX-SND-NO.                                    NC106A.1
286000     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
286100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
286200 CMP-TEST-01-14-NEXT.                                             NC106A.1
286300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
286400     IF       MTX-CELL-DONE                                       NC106A.1
286500              GO TO CMP-TEST-01-14-END.                           NC106A.1
286600     PERFORM  MTX-LOAD-S01.                                       NC106A.1
286700     PERFORM  MTX-LOAD-R14.                                       NC106A.1
286800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
286900     IF       SND-DSP LESS THAN RCV-PPKD                          NC106A.1
287000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
287100     IF       SND-DSP EQUAL TO RCV-PPKD                           NC106A.1
287200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
287300     IF       SND-DSP GREATER THAN RCV-PPKD                       NC106A.1
287400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
287500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
287600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
287700     GO       TO CMP-TEST-01-14-NEXT.                             NC106A.1
287800 CMP-TEST-01-14-END.                                              NC106A.1
287900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
288000 CMP-TEST-02-01.                                                  NC106A.1
288100     MOVE     "COMPARE BINARY" TO FEATURE.                        NC106A.1
288200     MOVE     "CMP-BIN-VS-DSP" TO PAR-NAME.                       NC106A.1
288300     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
288400     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
288500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
288600 CMP-TEST-02-01-NEXT.                                             NC106A.1
288700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
288800     IF       MTX-CELL-DONE                                       NC106A.1
288900              GO TO CMP-TEST-02-01-END.                           NC106A.1
289000     PERFORM  MTX-LOAD-S02.                                       NC106A.1
289100     PERFORM  MTX-LOAD-R01.                                       NC106A.1
289200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
289300     IF       SND-BIN LESS THAN RCV-DSP                           NC106A.1
289400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
289500     IF       SND-BIN EQUAL TO RCV-DSP                            NC106A.1
289600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
289700     IF       SND-BIN GREATER THAN RCV-DSP                        NC106A.1
289800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
289900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
290000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
290100     GO       TO CMP-TEST-02-01-NEXT.                             NC106A.1
290200 CMP-TEST-02-01-END.                                              NC106A.1
290300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
290400 CMP-TEST-02-02.                                                  NC106A.1
290500     MOVE     "COMPARE BINARY" TO FEATURE.                        NC106A.1
290600     MOVE     "CMP-BIN-VS-BIN" TO PAR-NAME.                       NC106A.1
290700     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
290800     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
290900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
291000 CMP-TEST-02-02-NEXT.                                             NC106A.1
291100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
291200     IF       MTX-CELL-DONE                                       NC106A.1
291300              GO TO CMP-TEST-02-02-END.                           NC106A.1
291400     PERFORM  MTX-LOAD-S02.                                       NC106A.1
291500     PERFORM  MTX-LOAD-R02.                                       NC106A.1
291600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
291700     IF       SND-BIN LESS THAN RCV-BIN                           NC106A.1
291800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
291900     IF       SND-BIN EQUAL TO RCV-BIN                            NC106A.1
292000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
292100     IF       SND-BIN GREATER THAN RCV-BIN                        NC106A.1
292200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
292300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
292400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
292500     GO       TO CMP-TEST-02-02-NEXT.                             NC106A.1
292600 CMP-TEST-02-02-END.                                              NC106A.1
292700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
292800 CMP-TEST-02-03.                                                  NC106A.1
292900     MOVE     "COMPARE BINARY" TO FEATURE.                        NC106A.1
293000     MOVE     "CMP-BIN-VS-PKD" TO PAR-NAME.                       NC106A.1
293100     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
293200     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
293300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
293400 CMP-TEST-02-03-NEXT.                                             NC106A.1
293500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
293600     IF       MTX-CELL-DONE                                       NC106A.1
293700              GO TO CMP-TEST-02-03-END.                           NC106A.1
293800     PERFORM  MTX-LOAD-S02.                                       NC106A.1
293900     PERFORM  MTX-LOAD-R03.                                       NC106A.1
294000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
294100     IF       SND-BIN LESS THAN RCV-PKD                           NC106A.1
294200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
294300     IF       SND-BIN EQUAL TO RCV-PKD                            NC106A.1
294400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
294500     IF       SND-BIN GREATER THAN RCV-PKD                        NC106A.1
294600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
294700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
294800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
294900     GO       TO CMP-TEST-02-03-NEXT.                             NC106A.1
295000 CMP-TEST-02-03-END.                                              NC106A.1
295100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
295200 CMP-TEST-02-04.                                                  NC106A.1
295300     MOVE     "COMPARE BINARY" TO FEATURE.                        NC106A.1
295400     MOVE     "CMP-BIN-VS-LDG" TO PAR-NAME.                       NC106A.1
295500     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
295600     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
295700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
295800 CMP-TEST-02-04-NEXT.                                             NC106A.1
295900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
296000     IF       MTX-CELL-DONE                                       NC106A.1
296100              GO TO CMP-TEST-02-04-END.                           NC106A.1
296200     PERFORM  MTX-LOAD-S02.                                       NC106A.1
296300     PERFORM  MTX-LOAD-R04.                                       NC106A.1
296400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
296500     IF       SND-BIN LESS THAN RCV-LDG                           NC106A.1
296600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
296700     IF       SND-BIN EQUAL TO RCV-LDG                            NC106A.1
296800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
296900     IF       SND-BIN GREATER THAN RCV-LDG                        NC106A.1
297000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
297100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
297200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
297300     GO       TO CMP-TEST-02-04-NEXT.                             NC106A.1
297400 CMP-TEST-02-04-END.                                              NC106A.1
297500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
297600 CMP-TEST-02-05.                                                  NC106A.1
297700     MOVE     "COMPARE BINARY" TO FEATURE.                        NC106A.1
297800     MOVE     "CMP-BIN-VS-LSP" TO PAR-NAME.                       NC106A.1
297900     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
298000     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
298100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
298200 CMP-TEST-02-05-NEXT.                                             NC106A.1
298300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
298400     IF       MTX-CELL-DONE                                       NC106A.1
298500              GO TO CMP-TEST-02-05-END.                           NC106A.1
298600     PERFORM  MTX-LOAD-S02.                                       NC106A.1
298700     PERFORM  MTX-LOAD-R05.                                       NC106A.1
298800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
298900     IF       SND-BIN LESS THAN RCV-LSP                           NC106A.1
299000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
299100     IF       SND-BIN EQUAL TO RCV-LSP                            NC106A.1
299200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
299300     IF       SND-BIN GREATER THAN RCV-LSP                        NC106A.1
299400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
299500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
299600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
299700     GO       TO CMP-TEST-02-05-NEXT.                             NC106A.1
299800 CMP-TEST-02-05-END.                                              NC106A.1
299900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
300000 CMP-TEST-02-06.                                                  NC106A.1
300100     MOVE     "COMPARE BINARY" TO FEATURE.                        NC106A.1
300200     MOVE     "CMP-BIN-VS-TSP" TO PAR-NAME.                       NC106A.1
300300     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
300400     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
300500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
300600 CMP-TEST-02-06-NEXT.                                             NC106A.1
300700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
300800     IF       MTX-CELL-DONE                                       NC106A.1
300900              GO TO CMP-TEST-02-06-END.                           NC106A.1
301000     PERFORM  MTX-LOAD-S02.                                       NC106A.1
301100     PERFORM  MTX-LOAD-R06.                                       NC106A.1
301200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
301300     IF       SND-BIN LESS THAN RCV-TSP                           NC106A.1
301400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
301500     IF       SND-BIN EQUAL TO RCV-TSP                            NC106A.1
301600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
301700     IF       SND-BIN GREATER THAN RCV-TSP                        NC106A.1
301800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
301900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
302000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
302100     GO       TO CMP-TEST-02-06-NEXT.                             NC106A.1
302200 CMP-TEST-02-06-END.                                              NC106A.1
302300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
302400 CMP-TEST-02-13.                                                  NC106A.1
302500     MOVE     "COMPARE BINARY" TO FEATURE.                        NC106A.1
302600     MOVE     "CMP-BIN-VS-PDSP" TO PAR-NAME.                      NC106A.1
302700     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
302800     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
302900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
303000 CMP-TEST-02-13-NEXT.                                             NC106A.1
303100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
303200     IF       MTX-CELL-DONE                                       NC106A.1
303300              GO TO CMP-TEST-02-13-END.                           NC106A.1
303400     PERFORM  MTX-LOAD-S02.                                       NC106A.1
303500     PERFORM  MTX-LOAD-R13.                                       NC106A.1
303600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
303700     IF       SND-BIN LESS THAN RCV-PDSP                          NC106A.1
303800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
303900     IF       SND-BIN EQUAL TO RCV-PDSP                           NC106A.1
304000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
304100     IF       SND-BIN GREATER THAN RCV-PDSP                       NC106A.1
304200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
304300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
304400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
304500     GO       TO CMP-TEST-02-13-NEXT.                             NC106A.1
304600 CMP-TEST-02-13-END.                                              NC106A.1
304700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
304800 CMP-TEST-02-14.                                                  NC106A.1
304900     MOVE     "COMPARE BINARY" TO FEATURE.                        NC106A.1
305000     MOVE     "CMP-BIN-VS-PPKD" TO PAR-NAME.                      NC106A.1
305100     MOVE     2 TO MTX-SND-NO.                                    NC106A.1
305200     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
305300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
305400 CMP-TEST-02-14-NEXT.                                             NC106A.1
305500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
305600     IF       MTX-CELL-DONE                                       NC106A.1
305700              GO TO CMP-TEST-02-14-END.                           NC106A.1
305800     PERFORM  MTX-LOAD-S02.                                       NC106A.1
305900     PERFORM  MTX-LOAD-R14.                                       NC106A.1
306000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
306100     IF       SND-BIN LESS THAN RCV-PPKD                          NC106A.1
306200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
306300     IF       SND-BIN EQUAL TO RCV-PPKD                           NC106A.1
306400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
306500     IF       SND-BIN GREATER THAN RCV-PPKD                       NC106A.1
306600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
306700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
306800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
306900     GO       TO CMP-TEST-02-14-NEXT.                             NC106A.1
307000 CMP-TEST-02-14-END.                                              NC106A.1
307100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
307200 CMP-TEST-03-01.                                                  NC106A.1
307300     MOVE     "COMPARE PACKED-DECIMAL" TO FEATURE.                NC106A.1
307400     MOVE     "CMP-PKD-VS-DSP" TO PAR-NAME.                       NC106A.1
307500     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
307600     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
307700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
307800 CMP-TEST-03-01-NEXT.                                             NC106A.1
307900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
308000     IF       MTX-CELL-DONE                                       NC106A.1
308100              GO TO CMP-TEST-03-01-END.                           NC106A.1
308200     PERFORM  MTX-LOAD-S03.                                       NC106A.1
308300     PERFORM  MTX-LOAD-R01.                                       NC106A.1
308400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
308500     IF       SND-PKD LESS THAN RCV-DSP                           NC106A.1
308600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
308700     IF       SND-PKD EQUAL TO RCV-DSP                            NC106A.1
308800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
308900     IF       SND-PKD GREATER THAN RCV-DSP                        NC106A.1
309000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
309100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
309200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
309300     GO       TO CMP-TEST-03-01-NEXT.                             NC106A.1
309400 CMP-TEST-03-01-END.                                              NC106A.1
309500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
309600 CMP-TEST-03-02.                                                  NC106A.1
309700     MOVE     "COMPARE PACKED-DECIMAL" TO FEATURE.                NC106A.1
309800     MOVE     "CMP-PKD-VS-BIN" TO PAR-NAME.                       NC106A.1
309900     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
310000     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
310100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
310200 CMP-TEST-03-02-NEXT.                                             NC106A.1
310300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
310400     IF       MTX-CELL-DONE                                       NC106A.1
310500              GO TO CMP-TEST-03-02-END.                           NC106A.1
310600     PERFORM  MTX-LOAD-S03.                                       NC106A.1
310700     PERFORM  MTX-LOAD-R02.                                       NC106A.1
310800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
310900     IF       SND-PKD LESS THAN RCV-BIN                           NC106A.1
311000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
311100     IF       SND-PKD EQUAL TO RCV-BIN                            NC106A.1
311200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
311300     IF       SND-PKD GREATER THAN RCV-BIN                        NC106A.1
311400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
311500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
311600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
311700     GO       TO CMP-TEST-03-02-NEXT.                             NC106A.1
311800 CMP-TEST-03-02-END.                                              NC106A.1
311900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
312000 CMP-TEST-03-03.                                                  NC106A.1
312100     MOVE     "COMPARE PACKED-DECIMAL" TO FEATURE.                NC106A.1
312200     MOVE     "CMP-PKD-VS-PKD" TO PAR-NAME.                       NC106A.1
312300     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
312400     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
312500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
312600 CMP-TEST-03-03-NEXT.                                             NC106A.1
312700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
312800     IF       MTX-CELL-DONE                                       NC106A.1
312900              GO TO CMP-TEST-03-03-END.                           NC106A.1
313000     PERFORM  MTX-LOAD-S03.                                       NC106A.1
313100     PERFORM  MTX-LOAD-R03.                                       NC106A.1
313200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
313300     IF       SND-PKD LESS THAN RCV-PKD                           NC106A.1
313400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
313500     IF       SND-PKD EQUAL TO RCV-PKD                            NC106A.1
313600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
313700     IF       SND-PKD GREATER THAN RCV-PKD                        NC106A.1
313800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
313900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
314000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
314100     GO       TO CMP-TEST-03-03-NEXT.                             NC106A.1
314200 CMP-TEST-03-03-END.                                              NC106A.1
314300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
314400 CMP-TEST-03-04.                                                  NC106A.1
314500     MOVE     "COMPARE PACKED-DECIMAL" TO FEATURE.                NC106A.1
314600     MOVE     "CMP-PKD-VS-LDG" TO PAR-NAME.                       NC106A.1
314700     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
314800     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
314900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
315000 CMP-TEST-03-04-NEXT.                                             NC106A.1
315100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
315200     IF       MTX-CELL-DONE                                       NC106A.1
315300              GO TO CMP-TEST-03-04-END.                           NC106A.1
315400     PERFORM  MTX-LOAD-S03.                                       NC106A.1
315500     PERFORM  MTX-LOAD-R04.                                       NC106A.1
315600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
315700     IF       SND-PKD LESS THAN RCV-LDG                           NC106A.1
315800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
315900     IF       SND-PKD EQUAL TO RCV-LDG                            NC106A.1
316000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
316100     IF       SND-PKD GREATER THAN RCV-LDG                        NC106A.1
316200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
316300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
316400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
316500     GO       TO CMP-TEST-03-04-NEXT.                             NC106A.1
316600 CMP-TEST-03-04-END.                                              NC106A.1
316700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
316800 CMP-TEST-03-05.                                                  NC106A.1
316900     MOVE     "COMPARE PACKED-DECIMAL" TO FEATURE.                NC106A.1
317000     MOVE     "CMP-PKD-VS-LSP" TO PAR-NAME.                       NC106A.1
317100     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
317200     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
317300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
317400 CMP-TEST-03-05-NEXT.                                             NC106A.1
317500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
317600     IF       MTX-CELL-DONE                                       NC106A.1
317700              GO TO CMP-TEST-03-05-END.                           NC106A.1
317800     PERFORM  MTX-LOAD-S03.                                       NC106A.1
317900     PERFORM  MTX-LOAD-R05.                                       NC106A.1
318000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
318100     IF       SND-PKD LESS THAN RCV-LSP                           NC106A.1
318200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
318300     IF       SND-PKD EQUAL TO RCV-LSP                            NC106A.1
318400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
318500     IF       SND-PKD GREATER THAN RCV-LSP                        NC106A.1
318600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
318700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
318800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
318900     GO       TO CMP-TEST-03-05-NEXT.                             NC106A.1
319000 CMP-TEST-03-05-END.                                              NC106A.1
319100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
319200 CMP-TEST-03-06.                                                  NC106A.1
319300     MOVE     "COMPARE PACKED-DECIMAL" TO FEATURE.                NC106A.1
319400     MOVE     "CMP-PKD-VS-TSP" TO PAR-NAME.                       NC106A.1
319500     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
319600     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
319700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
319800 CMP-TEST-03-06-NEXT.                                             NC106A.1
319900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
320000     IF       MTX-CELL-DONE                                       NC106A.1
320100              GO TO CMP-TEST-03-06-END.                           NC106A.1
320200     PERFORM  MTX-LOAD-S03.                                       NC106A.1
320300     PERFORM  MTX-LOAD-R06.                                       NC106A.1
320400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
320500     IF       SND-PKD LESS THAN RCV-TSP                           NC106A.1
320600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
320700     IF       SND-PKD EQUAL TO RCV-TSP                            NC106A.1
320800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
320900     IF       SND-PKD GREATER THAN RCV-TSP                        NC106A.1
321000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
321100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
321200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
321300     GO       TO CMP-TEST-03-06-NEXT.                             NC106A.1
321400 CMP-TEST-03-06-END.                                              NC106A.1
321500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
321600 CMP-TEST-03-13.                                                  NC106A.1
321700     MOVE     "COMPARE PACKED-DECIMAL" TO FEATURE.                NC106A.1
321800     MOVE     "CMP-PKD-VS-PDSP" TO PAR-NAME.                      NC106A.1
321900     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
322000     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
322100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
322200 CMP-TEST-03-13-NEXT.                                             NC106A.1
322300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
322400     IF       MTX-CELL-DONE                                       NC106A.1
322500              GO TO CMP-TEST-03-13-END.                           NC106A.1
322600     PERFORM  MTX-LOAD-S03.                                       NC106A.1
322700     PERFORM  MTX-LOAD-R13.                                       NC106A.1
322800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
322900     IF       SND-PKD LESS THAN RCV-PDSP                          NC106A.1
323000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
323100     IF       SND-PKD EQUAL TO RCV-PDSP                           NC106A.1
323200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
323300     IF       SND-PKD GREATER THAN RCV-PDSP                       NC106A.1
323400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
323500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
323600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
323700     GO       TO CMP-TEST-03-13-NEXT.                             NC106A.1
323800 CMP-TEST-03-13-END.                                              NC106A.1
323900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
324000 CMP-TEST-03-14.                                                  NC106A.1
324100     MOVE     "COMPARE PACKED-DECIMAL" TO FEATURE.                NC106A.1
324200     MOVE     "CMP-PKD-VS-PPKD" TO PAR-NAME.                      NC106A.1
324300     MOVE     3 TO MTX-SND-NO.                                    NC106A.1
324400     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
324500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
324600 CMP-TEST-03-14-NEXT.                                             NC106A.1
324700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
324800     IF       MTX-CELL-DONE                                       NC106A.1
324900              GO TO CMP-TEST-03-14-END.                           NC106A.1
325000     PERFORM  MTX-LOAD-S03.                                       NC106A.1
325100     PERFORM  MTX-LOAD-R14.                                       NC106A.1
325200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
325300     IF       SND-PKD LESS THAN RCV-PPKD                          NC106A.1
325400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
325500     IF       SND-PKD EQUAL TO RCV-PPKD                           NC106A.1
325600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
325700     IF       SND-PKD GREATER THAN RCV-PPKD                       NC106A.1
325800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
325900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
326000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
326100     GO       TO CMP-TEST-03-14-NEXT.                             NC106A.1
326200 CMP-TEST-03-14-END.                                              NC106A.1
326300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
326400 CMP-TEST-04-01.                                                  NC106A.1
326500     MOVE     "COMPARE SIGN LEADING" TO FEATURE.                  NC106A.1
326600     MOVE     "CMP-LDG-VS-DSP" TO PAR-NAME.                       NC106A.1
326700     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
326800     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
326900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
327000 CMP-TEST-04-01-NEXT.                                             NC106A.1
327100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
327200     IF       MTX-CELL-DONE                                       NC106A.1
327300              GO TO CMP-TEST-04-01-END.                           NC106A.1
327400     PERFORM  MTX-LOAD-S04.                                       NC106A.1
327500     PERFORM  MTX-LOAD-R01.                                       NC106A.1
327600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
327700     IF       SND-LDG LESS THAN RCV-DSP                           NC106A.1
327800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
327900     IF       SND-LDG EQUAL TO RCV-DSP                            NC106A.1
328000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
328100     IF       SND-LDG GREATER THAN RCV-DSP                        NC106A.1
328200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
328300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
328400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
328500     GO       TO CMP-TEST-04-01-NEXT.                             NC106A.1
328600 CMP-TEST-04-01-END.                                              NC106A.1
328700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
328800 CMP-TEST-04-02.                                                  NC106A.1
328900     MOVE     "COMPARE SIGN LEADING" TO FEATURE.                  NC106A.1
329000     MOVE     "CMP-LDG-VS-BIN" TO PAR-NAME.                       NC106A.1
329100     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
329200     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
329300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
329400 CMP-TEST-04-02-NEXT.                                             NC106A.1
329500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
329600     IF       MTX-CELL-DONE                                       NC106A.1
329700              GO TO CMP-TEST-04-02-END.                           NC106A.1
329800     PERFORM  MTX-LOAD-S04.                                       NC106A.1
329900     PERFORM  MTX-LOAD-R02.                                       NC106A.1
330000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
330100     IF       SND-LDG LESS THAN RCV-BIN                           NC106A.1
330200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
330300     IF       SND-LDG EQUAL TO RCV-BIN                            NC106A.1
330400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
330500     IF       SND-LDG GREATER THAN RCV-BIN                        NC106A.1
330600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
330700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
330800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
330900     GO       TO CMP-TEST-04-02-NEXT.                             NC106A.1
331000 CMP-TEST-04-02-END.                                              NC106A.1
331100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
331200 CMP-TEST-04-03.                                                  NC106A.1
331300     MOVE     "COMPARE SIGN LEADING" TO FEATURE.                  NC106A.1
331400     MOVE     "CMP-LDG-VS-PKD" TO PAR-NAME.                       NC106A.1
331500     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
331600     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
331700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
331800 CMP-TEST-04-03-NEXT.                                             NC106A.1
331900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
332000     IF       MTX-CELL-DONE                                       NC106A.1
332100              GO TO CMP-TEST-04-03-END.                           NC106A.1
332200     PERFORM  MTX-LOAD-S04.                                       NC106A.1
332300     PERFORM  MTX-LOAD-R03.                                       NC106A.1
332400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
332500     IF       SND-LDG LESS THAN RCV-PKD                           NC106A.1
332600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
332700     IF       SND-LDG EQUAL TO RCV-PKD                            NC106A.1
332800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
332900     IF       SND-LDG GREATER THAN RCV-PKD                        NC106A.1
333000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
333100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
333200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
333300     GO       TO CMP-TEST-04-03-NEXT.                             NC106A.1
333400 CMP-TEST-04-03-END.                                              NC106A.1
333500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
333600 CMP-TEST-04-04.                                                  NC106A.1
333700     MOVE     "COMPARE SIGN LEADING" TO FEATURE.                  NC106A.1
333800     MOVE     "CMP-LDG-VS-LDG" TO PAR-NAME.                       NC106A.1
333900     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
334000     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
334100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
334200 CMP-TEST-04-04-NEXT.                                             NC106A.1
334300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
334400     IF       MTX-CELL-DONE                                       NC106A.1
334500              GO TO CMP-TEST-04-04-END.                           NC106A.1
334600     PERFORM  MTX-LOAD-S04.                                       NC106A.1
334700     PERFORM  MTX-LOAD-R04.                                       NC106A.1
334800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
334900     IF       SND-LDG LESS THAN RCV-LDG                           NC106A.1
335000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
335100     IF       SND-LDG EQUAL TO RCV-LDG                            NC106A.1
335200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
335300     IF       SND-LDG GREATER THAN RCV-LDG                        NC106A.1
335400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
335500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
335600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
335700     GO       TO CMP-TEST-04-04-NEXT.                             NC106A.1
335800 CMP-TEST-04-04-END.                                              NC106A.1
335900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
336000 CMP-TEST-04-05.                                                  NC106A.1
336100     MOVE     "COMPARE SIGN LEADING" TO FEATURE.                  NC106A.1
336200     MOVE     "CMP-LDG-VS-LSP" TO PAR-NAME.                       NC106A.1
336300     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
336400     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
336500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
336600 CMP-TEST-04-05-NEXT.                                             NC106A.1
336700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
336800     IF       MTX-CELL-DONE                                       NC106A.1
336900              GO TO CMP-TEST-04-05-END.                           NC106A.1
337000     PERFORM  MTX-LOAD-S04.                                       NC106A.1
337100     PERFORM  MTX-LOAD-R05.                                       NC106A.1
337200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
337300     IF       SND-LDG LESS THAN RCV-LSP                           NC106A.1
337400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
337500     IF       SND-LDG EQUAL TO RCV-LSP                            NC106A.1
337600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
337700     IF       SND-LDG GREATER THAN RCV-LSP                        NC106A.1
337800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
337900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
338000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
338100     GO       TO CMP-TEST-04-05-NEXT.                             NC106A.1
338200 CMP-TEST-04-05-END.                                              NC106A.1
338300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
338400 CMP-TEST-04-06.                                                  NC106A.1
338500     MOVE     "COMPARE SIGN LEADING" TO FEATURE.                  NC106A.1
338600     MOVE     "CMP-LDG-VS-TSP" TO PAR-NAME.                       NC106A.1
338700     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
338800     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
338900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
339000 CMP-TEST-04-06-NEXT.                                             NC106A.1
339100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
339200     IF       MTX-CELL-DONE                                       NC106A.1
339300              GO TO CMP-TEST-04-06-END.                           NC106A.1
339400     PERFORM  MTX-LOAD-S04.                                       NC106A.1
339500     PERFORM  MTX-LOAD-R06.                                       NC106A.1
339600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
339700     IF       SND-LDG LESS THAN RCV-TSP                           NC106A.1
339800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
339900     IF       SND-LDG EQUAL TO RCV-TSP                            NC106A.1
340000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
340100     IF       SND-LDG GREATER THAN RCV-TSP                        NC106A.1
340200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
340300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
340400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
340500     GO       TO CMP-TEST-04-06-NEXT.                             NC106A.1
340600 CMP-TEST-04-06-END.                                              NC106A.1
340700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
340800 CMP-TEST-04-13.                                                  NC106A.1
340900     MOVE     "COMPARE SIGN LEADING" TO FEATURE.                  NC106A.1
341000     MOVE     "CMP-LDG-VS-PDSP" TO PAR-NAME.                      NC106A.1
341100     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
341200     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
341300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
341400 CMP-TEST-04-13-NEXT.                                             NC106A.1
341500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
341600     IF       MTX-CELL-DONE                                       NC106A.1
341700              GO TO CMP-TEST-04-13-END.                           NC106A.1
341800     PERFORM  MTX-LOAD-S04.                                       NC106A.1
341900     PERFORM  MTX-LOAD-R13.                                       NC106A.1
342000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
342100     IF       SND-LDG LESS THAN RCV-PDSP                          NC106A.1
342200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
342300     IF       SND-LDG EQUAL TO RCV-PDSP                           NC106A.1
342400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
342500     IF       SND-LDG GREATER THAN RCV-PDSP                       NC106A.1
342600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
342700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
342800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
342900     GO       TO CMP-TEST-04-13-NEXT.                             NC106A.1
343000 CMP-TEST-04-13-END.                                              NC106A.1
343100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
343200 CMP-TEST-04-14.                                                  NC106A.1
343300     MOVE     "COMPARE SIGN LEADING" TO FEATURE.                  NC106A.1
343400     MOVE     "CMP-LDG-VS-PPKD" TO PAR-NAME.                      NC106A.1
343500     MOVE     4 TO MTX-SND-NO.                                    NC106A.1
343600     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
343700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
343800 CMP-TEST-04-14-NEXT.                                             NC106A.1
343900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
344000     IF       MTX-CELL-DONE                                       NC106A.1
344100              GO TO CMP-TEST-04-14-END.                           NC106A.1
344200     PERFORM  MTX-LOAD-S04.                                       NC106A.1
344300     PERFORM  MTX-LOAD-R14.                                       NC106A.1
344400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
344500     IF       SND-LDG LESS THAN RCV-PPKD                          NC106A.1
344600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
344700     IF       SND-LDG EQUAL TO RCV-PPKD                           NC106A.1
344800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
344900     IF       SND-LDG GREATER THAN RCV-PPKD                       NC106A.1
345000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
345100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
345200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
345300     GO       TO CMP-TEST-04-14-NEXT.                             NC106A.1
345400 CMP-TEST-04-14-END.                                              NC106A.1
345500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
345600 CMP-TEST-05-01.                                                  NC106A.1
345700     MOVE     "COMPARE LEADING SEPARATE" TO FEATURE.              NC106A.1
345800     MOVE     "CMP-LSP-VS-DSP" TO PAR-NAME.                       NC106A.1
345900     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
346000     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
346100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
346200 CMP-TEST-05-01-NEXT.                                             NC106A.1
346300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
346400     IF       MTX-CELL-DONE                                       NC106A.1
346500              GO TO CMP-TEST-05-01-END.                           NC106A.1
346600     PERFORM  MTX-LOAD-S05.                                       NC106A.1
346700     PERFORM  MTX-LOAD-R01.                                       NC106A.1
346800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
346900     IF       SND-LSP LESS THAN RCV-DSP                           NC106A.1
347000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
347100     IF       SND-LSP EQUAL TO RCV-DSP                            NC106A.1
347200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
347300     IF       SND-LSP GREATER THAN RCV-DSP                        NC106A.1
347400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
347500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
347600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
347700     GO       TO CMP-TEST-05-01-NEXT.                             NC106A.1
347800 CMP-TEST-05-01-END.                                              NC106A.1
347900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
348000 CMP-TEST-05-02.                                                  NC106A.1
348100     MOVE     "COMPARE LEADING SEPARATE" TO FEATURE.              NC106A.1
348200     MOVE     "CMP-LSP-VS-BIN" TO PAR-NAME.                       NC106A.1
348300     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
348400     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
348500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
348600 CMP-TEST-05-02-NEXT.                                             NC106A.1
348700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
348800     IF       MTX-CELL-DONE                                       NC106A.1
348900              GO TO CMP-TEST-05-02-END.                           NC106A.1
349000     PERFORM  MTX-LOAD-S05.                                       NC106A.1
349100     PERFORM  MTX-LOAD-R02.                                       NC106A.1
349200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
349300     IF       SND-LSP LESS THAN RCV-BIN                           NC106A.1
349400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
349500     IF       SND-LSP EQUAL TO RCV-BIN                            NC106A.1
349600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
349700     IF       SND-LSP GREATER THAN RCV-BIN                        NC106A.1
349800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
349900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
350000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
350100     GO       TO CMP-TEST-05-02-NEXT.                             NC106A.1
350200 CMP-TEST-05-02-END.                                              NC106A.1
350300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
350400 CMP-TEST-05-03.                                                  NC106A.1
350500     MOVE     "COMPARE LEADING SEPARATE" TO FEATURE.              NC106A.1
350600     MOVE     "CMP-LSP-VS-PKD" TO PAR-NAME.                       NC106A.1
350700     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
350800     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
350900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
351000 CMP-TEST-05-03-NEXT.                                             NC106A.1
351100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
351200     IF       MTX-CELL-DONE                                       NC106A.1
351300              GO TO CMP-TEST-05-03-END.                           NC106A.1
351400     PERFORM  MTX-LOAD-S05.                                       NC106A.1
351500     PERFORM  MTX-LOAD-R03.                                       NC106A.1
351600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
351700     IF       SND-LSP LESS THAN RCV-PKD                           NC106A.1
351800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
351900     IF       SND-LSP EQUAL TO RCV-PKD                            NC106A.1
352000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
352100     IF       SND-LSP GREATER THAN RCV-PKD                        NC106A.1
352200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
352300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
352400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
352500     GO       TO CMP-TEST-05-03-NEXT.                             NC106A.1
352600 CMP-TEST-05-03-END.                                              NC106A.1
352700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
352800 CMP-TEST-05-04.                                                  NC106A.1
352900     MOVE     "COMPARE LEADING SEPARATE" TO FEATURE.              NC106A.1
353000     MOVE     "CMP-LSP-VS-LDG" TO PAR-NAME.                       NC106A.1
353100     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
353200     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
353300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
353400 CMP-TEST-05-04-NEXT.                                             NC106A.1
353500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
353600     IF       MTX-CELL-DONE                                       NC106A.1
353700              GO TO CMP-TEST-05-04-END.                           NC106A.1
353800     PERFORM  MTX-LOAD-S05.                                       NC106A.1
353900     PERFORM  MTX-LOAD-R04.                                       NC106A.1
354000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
354100     IF       SND-LSP LESS THAN RCV-LDG                           NC106A.1
354200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
354300     IF       SND-LSP EQUAL TO RCV-LDG                            NC106A.1
354400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
354500     IF       SND-LSP GREATER THAN RCV-LDG                        NC106A.1
354600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
354700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
354800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
354900     GO       TO CMP-TEST-05-04-NEXT.                             NC106A.1
355000 CMP-TEST-05-04-END.                                              NC106A.1
355100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
355200 CMP-TEST-05-05.                                                  NC106A.1
355300     MOVE     "COMPARE LEADING SEPARATE" TO FEATURE.              NC106A.1
355400     MOVE     "CMP-LSP-VS-LSP" TO PAR-NAME.                       NC106A.1
355500     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
355600     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
355700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
355800 CMP-TEST-05-05-NEXT.                                             NC106A.1
355900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
356000     IF       MTX-CELL-DONE                                       NC106A.1
356100              GO TO CMP-TEST-05-05-END.                           NC106A.1
356200     PERFORM  MTX-LOAD-S05.                                       NC106A.1
356300     PERFORM  MTX-LOAD-R05.                                       NC106A.1
356400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
356500     IF       SND-LSP LESS THAN RCV-LSP                           NC106A.1
356600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
356700     IF       SND-LSP EQUAL TO RCV-LSP                            NC106A.1
356800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
356900     IF       SND-LSP GREATER THAN RCV-LSP                        NC106A.1
357000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
357100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
357200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
357300     GO       TO CMP-TEST-05-05-NEXT.                             NC106A.1
357400 CMP-TEST-05-05-END.                                              NC106A.1
357500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
357600 CMP-TEST-05-06.                                                  NC106A.1
357700     MOVE     "COMPARE LEADING SEPARATE" TO FEATURE.              NC106A.1
357800     MOVE     "CMP-LSP-VS-TSP" TO PAR-NAME.                       NC106A.1
357900     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
358000     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
358100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
358200 CMP-TEST-05-06-NEXT.                                             NC106A.1
358300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
358400     IF       MTX-CELL-DONE                                       NC106A.1
358500              GO TO CMP-TEST-05-06-END.                           NC106A.1
358600     PERFORM  MTX-LOAD-S05.                                       NC106A.1
358700     PERFORM  MTX-LOAD-R06.                                       NC106A.1
358800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
358900     IF       SND-LSP LESS THAN RCV-TSP                           NC106A.1
359000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
359100     IF       SND-LSP EQUAL TO RCV-TSP                            NC106A.1
359200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
359300     IF       SND-LSP GREATER THAN RCV-TSP                        NC106A.1
359400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
359500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
359600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
359700     GO       TO CMP-TEST-05-06-NEXT.                             NC106A.1
359800 CMP-TEST-05-06-END.                                              NC106A.1
359900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
360000 CMP-TEST-05-13.                                                  NC106A.1
360100     MOVE     "COMPARE LEADING SEPARATE" TO FEATURE.              NC106A.1
360200     MOVE     "CMP-LSP-VS-PDSP" TO PAR-NAME.                      NC106A.1
360300     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
360400     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
360500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
360600 CMP-TEST-05-13-NEXT.                                             NC106A.1
360700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
360800     IF       MTX-CELL-DONE                                       NC106A.1
360900              GO TO CMP-TEST-05-13-END.                           NC106A.1
361000     PERFORM  MTX-LOAD-S05.                                       NC106A.1
361100     PERFORM  MTX-LOAD-R13.                                       NC106A.1
361200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
361300     IF       SND-LSP LESS THAN RCV-PDSP                          NC106A.1
361400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
361500     IF       SND-LSP EQUAL TO RCV-PDSP                           NC106A.1
361600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
361700     IF       SND-LSP GREATER THAN RCV-PDSP                       NC106A.1
361800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
361900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
362000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
362100     GO       TO CMP-TEST-05-13-NEXT.                             NC106A.1
362200 CMP-TEST-05-13-END.                                              NC106A.1
362300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
362400 CMP-TEST-05-14.                                                  NC106A.1
362500     MOVE     "COMPARE LEADING SEPARATE" TO FEATURE.              NC106A.1
362600     MOVE     "CMP-LSP-VS-PPKD" TO PAR-NAME.                      NC106A.1
362700     MOVE     5 TO MTX-SND-NO.                                    NC106A.1
362800     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
362900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
363000 CMP-TEST-05-14-NEXT.                                             NC106A.1
363100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
363200     IF       MTX-CELL-DONE                                       NC106A.1
363300              GO TO CMP-TEST-05-14-END.                           NC106A.1
363400     PERFORM  MTX-LOAD-S05.                                       NC106A.1
363500     PERFORM  MTX-LOAD-R14.                                       NC106A.1
363600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
363700     IF       SND-LSP LESS THAN RCV-PPKD                          NC106A.1
363800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
363900     IF       SND-LSP EQUAL TO RCV-PPKD                           NC106A.1
364000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
364100     IF       SND-LSP GREATER THAN RCV-PPKD                       NC106A.1
364200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
364300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
364400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
364500     GO       TO CMP-TEST-05-14-NEXT.                             NC106A.1
364600 CMP-TEST-05-14-END.                                              NC106A.1
364700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
364800 CMP-TEST-06-01.                                                  NC106A.1
364900     MOVE     "COMPARE TRAILING SEPARATE" TO FEATURE.             NC106A.1
365000     MOVE     "CMP-TSP-VS-DSP" TO PAR-NAME.                       NC106A.1
365100     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
365200     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
365300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
365400 CMP-TEST-06-01-NEXT.                                             NC106A.1
365500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
365600     IF       MTX-CELL-DONE                                       NC106A.1
365700              GO TO CMP-TEST-06-01-END.                           NC106A.1
365800     PERFORM  MTX-LOAD-S06.                                       NC106A.1
365900     PERFORM  MTX-LOAD-R01.                                       NC106A.1
366000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
366100     IF       SND-TSP LESS THAN RCV-DSP                           NC106A.1
366200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
366300     IF       SND-TSP EQUAL TO RCV-DSP                            NC106A.1
366400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
366500     IF       SND-TSP GREATER THAN RCV-DSP                        NC106A.1
366600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
366700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
366800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
366900     GO       TO CMP-TEST-06-01-NEXT.                             NC106A.1
367000 CMP-TEST-06-01-END.                                              NC106A.1
367100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
367200 CMP-TEST-06-02.                                                  NC106A.1
367300     MOVE     "COMPARE TRAILING SEPARATE" TO FEATURE.             NC106A.1
367400     MOVE     "CMP-TSP-VS-BIN" TO PAR-NAME.                       NC106A.1
367500     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
367600     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
367700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
367800 CMP-TEST-06-02-NEXT.                                             NC106A.1
367900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
368000     IF       MTX-CELL-DONE                                       NC106A.1
368100              GO TO CMP-TEST-06-02-END.                           NC106A.1
368200     PERFORM  MTX-LOAD-S06.                                       NC106A.1
368300     PERFORM  MTX-LOAD-R02.                                       NC106A.1
368400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
368500     IF       SND-TSP LESS THAN RCV-BIN                           NC106A.1
368600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
368700     IF       SND-TSP EQUAL TO RCV-BIN                            NC106A.1
368800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
368900     IF       SND-TSP GREATER THAN RCV-BIN                        NC106A.1
369000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
369100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
369200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
369300     GO       TO CMP-TEST-06-02-NEXT.                             NC106A.1
369400 CMP-TEST-06-02-END.                                              NC106A.1
369500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
369600 CMP-TEST-06-03.                                                  NC106A.1
369700     MOVE     "COMPARE TRAILING SEPARATE" TO FEATURE.             NC106A.1
369800     MOVE     "CMP-TSP-VS-PKD" TO PAR-NAME.                       NC106A.1
369900     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
370000     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
370100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
370200 CMP-TEST-06-03-NEXT.                                             NC106A.1
370300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
370400     IF       MTX-CELL-DONE                                       NC106A.1
370500              GO TO CMP-TEST-06-03-END.                           NC106A.1
370600     PERFORM  MTX-LOAD-S06.                                       NC106A.1
370700     PERFORM  MTX-LOAD-R03.                                       NC106A.1
370800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
370900     IF       SND-TSP LESS THAN RCV-PKD                           NC106A.1
371000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
371100     IF       SND-TSP EQUAL TO RCV-PKD                            NC106A.1
371200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
371300     IF       SND-TSP GREATER THAN RCV-PKD                        NC106A.1
371400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
371500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
371600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
371700     GO       TO CMP-TEST-06-03-NEXT.                             NC106A.1
371800 CMP-TEST-06-03-END.                                              NC106A.1
371900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
372000 CMP-TEST-06-04.                                                  NC106A.1
372100     MOVE     "COMPARE TRAILING SEPARATE" TO FEATURE.             NC106A.1
372200     MOVE     "CMP-TSP-VS-LDG" TO PAR-NAME.                       NC106A.1
372300     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
372400     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
372500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
372600 CMP-TEST-06-04-NEXT.                                             NC106A.1
372700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
372800     IF       MTX-CELL-DONE                                       NC106A.1
372900              GO TO CMP-TEST-06-04-END.                           NC106A.1
373000     PERFORM  MTX-LOAD-S06.                                       NC106A.1
373100     PERFORM  MTX-LOAD-R04.                                       NC106A.1
373200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
373300     IF       SND-TSP LESS THAN RCV-LDG                           NC106A.1
373400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
373500     IF       SND-TSP EQUAL TO RCV-LDG                            NC106A.1
373600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
373700     IF       SND-TSP GREATER THAN RCV-LDG                        NC106A.1
373800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
373900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
374000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
374100     GO       TO CMP-TEST-06-04-NEXT.                             NC106A.1
374200 CMP-TEST-06-04-END.                                              NC106A.1
374300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
374400 CMP-TEST-06-05.                                                  NC106A.1
374500     MOVE     "COMPARE TRAILING SEPARATE" TO FEATURE.             NC106A.1
374600     MOVE     "CMP-TSP-VS-LSP" TO PAR-NAME.                       NC106A.1
374700     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
374800     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
374900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
375000 CMP-TEST-06-05-NEXT.                                             NC106A.1
375100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
375200     IF       MTX-CELL-DONE                                       NC106A.1
375300              GO TO CMP-TEST-06-05-END.                           NC106A.1
375400     PERFORM  MTX-LOAD-S06.                                       NC106A.1
375500     PERFORM  MTX-LOAD-R05.                                       NC106A.1
375600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
375700     IF       SND-TSP LESS THAN RCV-LSP                           NC106A.1
375800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
375900     IF       SND-TSP EQUAL TO RCV-LSP                            NC106A.1
376000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
376100     IF       SND-TSP GREATER THAN RCV-LSP                        NC106A.1
376200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
376300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
376400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
376500     GO       TO CMP-TEST-06-05-NEXT.                             NC106A.1
376600 CMP-TEST-06-05-END.                                              NC106A.1
376700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
376800 CMP-TEST-06-06.                                                  NC106A.1
376900     MOVE     "COMPARE TRAILING SEPARATE" TO FEATURE.             NC106A.1
377000     MOVE     "CMP-TSP-VS-TSP" TO PAR-NAME.                       NC106A.1
377100     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
377200     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
377300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
377400 CMP-TEST-06-06-NEXT.                                             NC106A.1
377500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
377600     IF       MTX-CELL-DONE                                       NC106A.1
377700              GO TO CMP-TEST-06-06-END.                           NC106A.1
377800     PERFORM  MTX-LOAD-S06.                                       NC106A.1
377900     PERFORM  MTX-LOAD-R06.                                       NC106A.1
378000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
378100     IF       SND-TSP LESS THAN RCV-TSP                           NC106A.1
378200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
378300     IF       SND-TSP EQUAL TO RCV-TSP                            NC106A.1
378400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
378500     IF       SND-TSP GREATER THAN RCV-TSP                        NC106A.1
378600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
378700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
378800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
378900     GO       TO CMP-TEST-06-06-NEXT.                             NC106A.1
379000 CMP-TEST-06-06-END.                                              NC106A.1
379100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
379200 CMP-TEST-06-13.                                                  NC106A.1
379300     MOVE     "COMPARE TRAILING SEPARATE" TO FEATURE.             NC106A.1
379400     MOVE     "CMP-TSP-VS-PDSP" TO PAR-NAME.                      NC106A.1
379500     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
379600     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
379700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
379800 CMP-TEST-06-13-NEXT.                                             NC106A.1
379900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
380000     IF       MTX-CELL-DONE                                       NC106A.1
380100              GO TO CMP-TEST-06-13-END.                           NC106A.1
380200     PERFORM  MTX-LOAD-S06.                                       NC106A.1
380300     PERFORM  MTX-LOAD-R13.                                       NC106A.1
380400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
380500     IF       SND-TSP LESS THAN RCV-PDSP                          NC106A.1
380600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
380700     IF       SND-TSP EQUAL TO RCV-PDSP                           NC106A.1
380800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
380900     IF       SND-TSP GREATER THAN RCV-PDSP                       NC106A.1
381000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
381100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
381200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
381300     GO       TO CMP-TEST-06-13-NEXT.                             NC106A.1
381400 CMP-TEST-06-13-END.                                              NC106A.1
381500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
381600 CMP-TEST-06-14.                                                  NC106A.1
381700     MOVE     "COMPARE TRAILING SEPARATE" TO FEATURE.             NC106A.1
381800     MOVE     "CMP-TSP-VS-PPKD" TO PAR-NAME.                      NC106A.1
381900     MOVE     6 TO MTX-SND-NO.                                    NC106A.1
382000     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
382100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
382200 CMP-TEST-06-14-NEXT.                                             NC106A.1
382300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
382400     IF       MTX-CELL-DONE                                       NC106A.1
382500              GO TO CMP-TEST-06-14-END.                           NC106A.1
382600     PERFORM  MTX-LOAD-S06.                                       NC106A.1
382700     PERFORM  MTX-LOAD-R14.                                       NC106A.1
382800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
382900     IF       SND-TSP LESS THAN RCV-PPKD                          NC106A.1
383000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
383100     IF       SND-TSP EQUAL TO RCV-PPKD                           NC106A.1
383200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
383300     IF       SND-TSP GREATER THAN RCV-PPKD                       NC106A.1
383400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
383500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
383600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
383700     GO       TO CMP-TEST-06-14-NEXT.                             NC106A.1
383800 CMP-TEST-06-14-END.                                              NC106A.1
383900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
384000 CMP-TEST-07-01.                                                  NC106A.1
384100     MOVE     "COMPARE SCALED DISPLAY" TO FEATURE.                NC106A.1
384200     MOVE     "CMP-PDSP-VS-DSP" TO PAR-NAME.                      NC106A.1
384300     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
384400     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
384500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
384600 CMP-TEST-07-01-NEXT.                                             NC106A.1
384700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
384800     IF       MTX-CELL-DONE                                       NC106A.1
384900              GO TO CMP-TEST-07-01-END.                           NC106A.1
385000     PERFORM  MTX-LOAD-S07.                                       NC106A.1
385100     PERFORM  MTX-LOAD-R01.                                       NC106A.1
385200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
385300     IF       SND-PDSP LESS THAN RCV-DSP                          NC106A.1
385400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
385500     IF       SND-PDSP EQUAL TO RCV-DSP                           NC106A.1
385600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
385700     IF       SND-PDSP GREATER THAN RCV-DSP                       NC106A.1
385800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
385900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
386000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
386100     GO       TO CMP-TEST-07-01-NEXT.                             NC106A.1
386200 CMP-TEST-07-01-END.                                              NC106A.1
386300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
386400 CMP-TEST-07-02.                                                  NC106A.1
386500     MOVE     "COMPARE SCALED DISPLAY" TO FEATURE.                NC106A.1
386600     MOVE     "CMP-PDSP-VS-BIN" TO PAR-NAME.                      NC106A.1
386700     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
386800     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
386900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
387000 CMP-TEST-07-02-NEXT.                                             NC106A.1
387100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
387200     IF       MTX-CELL-DONE                                       NC106A.1
387300              GO TO CMP-TEST-07-02-END.                           NC106A.1
387400     PERFORM  MTX-LOAD-S07.                                       NC106A.1
387500     PERFORM  MTX-LOAD-R02.                                       NC106A.1
387600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
387700     IF       SND-PDSP LESS THAN RCV-BIN                          NC106A.1
387800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
387900     IF       SND-PDSP EQUAL TO RCV-BIN                           NC106A.1
388000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
388100     IF       SND-PDSP GREATER THAN RCV-BIN                       NC106A.1
388200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
388300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
388400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
388500     GO       TO CMP-TEST-07-02-NEXT.                             NC106A.1
388600 CMP-TEST-07-02-END.                                              NC106A.1
388700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
388800 CMP-TEST-07-03.                                                  NC106A.1
388900     MOVE     "COMPARE SCALED DISPLAY" TO FEATURE.                NC106A.1
389000     MOVE     "CMP-PDSP-VS-PKD" TO PAR-NAME.                      NC106A.1
389100     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
389200     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
389300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
389400 CMP-TEST-07-03-NEXT.                                             NC106A.1
389500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
389600     IF       MTX-CELL-DONE                                       NC106A.1
389700              GO TO CMP-TEST-07-03-END.                           NC106A.1
389800     PERFORM  MTX-LOAD-S07.                                       NC106A.1
389900     PERFORM  MTX-LOAD-R03.                                       NC106A.1
390000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
390100     IF       SND-PDSP LESS THAN RCV-PKD                          NC106A.1
390200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
390300     IF       SND-PDSP EQUAL TO RCV-PKD                           NC106A.1
390400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
390500     IF       SND-PDSP GREATER THAN RCV-PKD                       NC106A.1
390600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
390700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
390800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
390900     GO       TO CMP-TEST-07-03-NEXT.                             NC106A.1
391000 CMP-TEST-07-03-END.                                              NC106A.1
391100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
391200 CMP-TEST-07-04.                                                  NC106A.1
391300     MOVE     "COMPARE SCALED DISPLAY" TO FEATURE.                NC106A.1
391400     MOVE     "CMP-PDSP-VS-LDG" TO PAR-NAME.                      NC106A.1
391500     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
391600     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
391700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
391800 CMP-TEST-07-04-NEXT.                                             NC106A.1
391900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
392000     IF       MTX-CELL-DONE                                       NC106A.1
392100              GO TO CMP-TEST-07-04-END.                           NC106A.1
392200     PERFORM  MTX-LOAD-S07.                                       NC106A.1
392300     PERFORM  MTX-LOAD-R04.                                       NC106A.1
392400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
392500     IF       SND-PDSP LESS THAN RCV-LDG                          NC106A.1
392600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
392700     IF       SND-PDSP EQUAL TO RCV-LDG                           NC106A.1
392800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
392900     IF       SND-PDSP GREATER THAN RCV-LDG                       NC106A.1
393000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
393100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
393200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
393300     GO       TO CMP-TEST-07-04-NEXT.                             NC106A.1
393400 CMP-TEST-07-04-END.                                              NC106A.1
393500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
393600 CMP-TEST-07-05.                                                  NC106A.1
393700     MOVE     "COMPARE SCALED DISPLAY" TO FEATURE.                NC106A.1
393800     MOVE     "CMP-PDSP-VS-LSP" TO PAR-NAME.                      NC106A.1
393900     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
394000     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
394100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
394200 CMP-TEST-07-05-NEXT.                                             NC106A.1
394300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
394400     IF       MTX-CELL-DONE                                       NC106A.1
394500              GO TO CMP-TEST-07-05-END.                           NC106A.1
394600     PERFORM  MTX-LOAD-S07.                                       NC106A.1
394700     PERFORM  MTX-LOAD-R05.                                       NC106A.1
394800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
394900     IF       SND-PDSP LESS THAN RCV-LSP                          NC106A.1
395000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
395100     IF       SND-PDSP EQUAL TO RCV-LSP                           NC106A.1
395200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
395300     IF       SND-PDSP GREATER THAN RCV-LSP                       NC106A.1
395400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
395500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
395600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
395700     GO       TO CMP-TEST-07-05-NEXT.                             NC106A.1
395800 CMP-TEST-07-05-END.                                              NC106A.1
395900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
396000 CMP-TEST-07-06.                                                  NC106A.1
396100     MOVE     "COMPARE SCALED DISPLAY" TO FEATURE.                NC106A.1
396200     MOVE     "CMP-PDSP-VS-TSP" TO PAR-NAME.                      NC106A.1
396300     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
396400     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
396500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
396600 CMP-TEST-07-06-NEXT.                                             NC106A.1
396700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
396800     IF       MTX-CELL-DONE                                       NC106A.1
396900              GO TO CMP-TEST-07-06-END.                           NC106A.1
397000     PERFORM  MTX-LOAD-S07.                                       NC106A.1
397100     PERFORM  MTX-LOAD-R06.                                       NC106A.1
397200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
397300     IF       SND-PDSP LESS THAN RCV-TSP                          NC106A.1
397400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
397500     IF       SND-PDSP EQUAL TO RCV-TSP                           NC106A.1
397600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
397700     IF       SND-PDSP GREATER THAN RCV-TSP                       NC106A.1
397800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
397900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
398000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
398100     GO       TO CMP-TEST-07-06-NEXT.                             NC106A.1
398200 CMP-TEST-07-06-END.                                              NC106A.1
398300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
398400 CMP-TEST-07-13.                                                  NC106A.1
398500     MOVE     "COMPARE SCALED DISPLAY" TO FEATURE.                NC106A.1
398600     MOVE     "CMP-PDSP-VS-PDSP" TO PAR-NAME.                     NC106A.1
398700     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
398800     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
398900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
399000 CMP-TEST-07-13-NEXT.                                             NC106A.1
399100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
399200     IF       MTX-CELL-DONE                                       NC106A.1
399300              GO TO CMP-TEST-07-13-END.                           NC106A.1
399400     PERFORM  MTX-LOAD-S07.                                       NC106A.1
399500     PERFORM  MTX-LOAD-R13.                                       NC106A.1
399600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
399700     IF       SND-PDSP LESS THAN RCV-PDSP                         NC106A.1
399800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
399900     IF       SND-PDSP EQUAL TO RCV-PDSP                          NC106A.1
400000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
400100     IF       SND-PDSP GREATER THAN RCV-PDSP                      NC106A.1
400200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
400300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
400400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
400500     GO       TO CMP-TEST-07-13-NEXT.                             NC106A.1
400600 CMP-TEST-07-13-END.                                              NC106A.1
400700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
400800 CMP-TEST-07-14.                                                  NC106A.1
400900     MOVE     "COMPARE SCALED DISPLAY" TO FEATURE.                NC106A.1
401000     MOVE     "CMP-PDSP-VS-PPKD" TO PAR-NAME.                     NC106A.1
401100     MOVE     7 TO MTX-SND-NO.                                    NC106A.1
401200     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
401300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
401400 CMP-TEST-07-14-NEXT.                                             NC106A.1
401500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
401600     IF       MTX-CELL-DONE                                       NC106A.1
401700              GO TO CMP-TEST-07-14-END.                           NC106A.1
401800     PERFORM  MTX-LOAD-S07.                                       NC106A.1
401900     PERFORM  MTX-LOAD-R14.                                       NC106A.1
402000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
402100     IF       SND-PDSP LESS THAN RCV-PPKD                         NC106A.1
402200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
402300     IF       SND-PDSP EQUAL TO RCV-PPKD                          NC106A.1
402400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
402500     IF       SND-PDSP GREATER THAN RCV-PPKD                      NC106A.1
402600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
402700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
402800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
402900     GO       TO CMP-TEST-07-14-NEXT.                             NC106A.1
403000 CMP-TEST-07-14-END.                                              NC106A.1
403100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
403200 CMP-TEST-08-01.                                                  NC106A.1
403300     MOVE     "COMPARE SCALED PACKED" TO FEATURE.                 NC106A.1
403400     MOVE     "CMP-PPKD-VS-DSP" TO PAR-NAME.                      NC106A.1
403500     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
403600     MOVE     1 TO MTX-RCV-NO.                                    NC106A.1
403700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
403800 CMP-TEST-08-01-NEXT.                                             NC106A.1
403900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
404000     IF       MTX-CELL-DONE                                       NC106A.1
404100              GO TO CMP-TEST-08-01-END.                           NC106A.1
404200     PERFORM  MTX-LOAD-S08.                                       NC106A.1
404300     PERFORM  MTX-LOAD-R01.                                       NC106A.1
404400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
404500     IF       SND-PPKD LESS THAN RCV-DSP                          NC106A.1
404600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
404700     IF       SND-PPKD EQUAL TO RCV-DSP                           NC106A.1
404800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
404900     IF       SND-PPKD GREATER THAN RCV-DSP                       NC106A.1
405000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
405100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
405200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
405300     GO       TO CMP-TEST-08-01-NEXT.                             NC106A.1
405400 CMP-TEST-08-01-END.                                              NC106A.1
405500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
405600 CMP-TEST-08-02.                                                  NC106A.1
405700     MOVE     "COMPARE SCALED PACKED" TO FEATURE.                 NC106A.1
405800     MOVE     "CMP-PPKD-VS-BIN" TO PAR-NAME.                      NC106A.1
405900     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
406000     MOVE     2 TO MTX-RCV-NO.                                    NC106A.1
406100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
406200 CMP-TEST-08-02-NEXT.                                             NC106A.1
406300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
406400     IF       MTX-CELL-DONE                                       NC106A.1
406500              GO TO CMP-TEST-08-02-END.                           NC106A.1
406600     PERFORM  MTX-LOAD-S08.                                       NC106A.1
406700     PERFORM  MTX-LOAD-R02.                                       NC106A.1
406800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
406900     IF       SND-PPKD LESS THAN RCV-BIN                          NC106A.1
407000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
407100     IF       SND-PPKD EQUAL TO RCV-BIN                           NC106A.1
407200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
407300     IF       SND-PPKD GREATER THAN RCV-BIN                       NC106A.1
407400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
407500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
407600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
407700     GO       TO CMP-TEST-08-02-NEXT.                             NC106A.1
407800 CMP-TEST-08-02-END.                                              NC106A.1
407900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
408000 CMP-TEST-08-03.                                                  NC106A.1
408100     MOVE     "COMPARE SCALED PACKED" TO FEATURE.                 NC106A.1
408200     MOVE     "CMP-PPKD-VS-PKD" TO PAR-NAME.                      NC106A.1
408300     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
408400     MOVE     3 TO MTX-RCV-NO.                                    NC106A.1
408500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
408600 CMP-TEST-08-03-NEXT.                                             NC106A.1
408700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
408800     IF       MTX-CELL-DONE                                       NC106A.1
408900              GO TO CMP-TEST-08-03-END.                           NC106A.1
409000     PERFORM  MTX-LOAD-S08.                                       NC106A.1
409100     PERFORM  MTX-LOAD-R03.                                       NC106A.1
409200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
409300     IF       SND-PPKD LESS THAN RCV-PKD                          NC106A.1
409400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
409500     IF       SND-PPKD EQUAL TO RCV-PKD                           NC106A.1
409600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
409700     IF       SND-PPKD GREATER THAN RCV-PKD                       NC106A.1
409800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
409900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
410000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
410100     GO       TO CMP-TEST-08-03-NEXT.                             NC106A.1
410200 CMP-TEST-08-03-END.                                              NC106A.1
410300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
410400 CMP-TEST-08-04.                                                  NC106A.1
410500     MOVE     "COMPARE SCALED PACKED" TO FEATURE.                 NC106A.1
410600     MOVE     "CMP-PPKD-VS-LDG" TO PAR-NAME.                      NC106A.1
410700     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
410800     MOVE     4 TO MTX-RCV-NO.                                    NC106A.1
410900     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
411000 CMP-TEST-08-04-NEXT.                                             NC106A.1
411100     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
411200     IF       MTX-CELL-DONE                                       NC106A.1
411300              GO TO CMP-TEST-08-04-END.                           NC106A.1
411400     PERFORM  MTX-LOAD-S08.                                       NC106A.1
411500     PERFORM  MTX-LOAD-R04.                                       NC106A.1
411600     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
411700     IF       SND-PPKD LESS THAN RCV-LDG                          NC106A.1
411800              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
411900     IF       SND-PPKD EQUAL TO RCV-LDG                           NC106A.1
412000              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
412100     IF       SND-PPKD GREATER THAN RCV-LDG                       NC106A.1
412200              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
412300     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
412400              MTX-CHECK-RELATION-EXIT.                            NC106A.1
412500     GO       TO CMP-TEST-08-04-NEXT.                             NC106A.1
412600 CMP-TEST-08-04-END.                                              NC106A.1
412700     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
412800 CMP-TEST-08-05.                                                  NC106A.1
412900     MOVE     "COMPARE SCALED PACKED" TO FEATURE.                 NC106A.1
413000     MOVE     "CMP-PPKD-VS-LSP" TO PAR-NAME.                      NC106A.1
413100     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
413200     MOVE     5 TO MTX-RCV-NO.                                    NC106A.1
413300     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
413400 CMP-TEST-08-05-NEXT.                                             NC106A.1
413500     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
413600     IF       MTX-CELL-DONE                                       NC106A.1
413700              GO TO CMP-TEST-08-05-END.                           NC106A.1
413800     PERFORM  MTX-LOAD-S08.                                       NC106A.1
413900     PERFORM  MTX-LOAD-R05.                                       NC106A.1
414000     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
414100     IF       SND-PPKD LESS THAN RCV-LSP                          NC106A.1
414200              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
414300     IF       SND-PPKD EQUAL TO RCV-LSP                           NC106A.1
414400              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
414500     IF       SND-PPKD GREATER THAN RCV-LSP                       NC106A.1
414600              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
414700     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
414800              MTX-CHECK-RELATION-EXIT.                            NC106A.1
414900     GO       TO CMP-TEST-08-05-NEXT.                             NC106A.1
415000 CMP-TEST-08-05-END.                                              NC106A.1
415100     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
415200 CMP-TEST-08-06.                                                  NC106A.1
415300     MOVE     "COMPARE SCALED PACKED" TO FEATURE.                 NC106A.1
415400     MOVE     "CMP-PPKD-VS-TSP" TO PAR-NAME.                      NC106A.1
415500     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
415600     MOVE     6 TO MTX-RCV-NO.                                    NC106A.1
415700     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
415800 CMP-TEST-08-06-NEXT.                                             NC106A.1
415900     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
416000     IF       MTX-CELL-DONE                                       NC106A.1
416100              GO TO CMP-TEST-08-06-END.                           NC106A.1
416200     PERFORM  MTX-LOAD-S08.                                       NC106A.1
416300     PERFORM  MTX-LOAD-R06.                                       NC106A.1
416400     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
416500     IF       SND-PPKD LESS THAN RCV-TSP                          NC106A.1
416600              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
416700     IF       SND-PPKD EQUAL TO RCV-TSP                           NC106A.1
416800              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
416900     IF       SND-PPKD GREATER THAN RCV-TSP                       NC106A.1
417000              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
417100     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
417200              MTX-CHECK-RELATION-EXIT.                            NC106A.1
417300     GO       TO CMP-TEST-08-06-NEXT.                             NC106A.1
417400 CMP-TEST-08-06-END.                                              NC106A.1
417500     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
417600 CMP-TEST-08-13.                                                  NC106A.1
417700     MOVE     "COMPARE SCALED PACKED" TO FEATURE.                 NC106A.1
417800     MOVE     "CMP-PPKD-VS-PDSP" TO PAR-NAME.                     NC106A.1
417900     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
418000     MOVE     13 TO MTX-RCV-NO.                                   NC106A.1
418100     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
418200 CMP-TEST-08-13-NEXT.                                             NC106A.1
418300     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
418400     IF       MTX-CELL-DONE                                       NC106A.1
418500              GO TO CMP-TEST-08-13-END.                           NC106A.1
418600     PERFORM  MTX-LOAD-S08.                                       NC106A.1
418700     PERFORM  MTX-LOAD-R13.                                       NC106A.1
418800     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
418900     IF       SND-PPKD LESS THAN RCV-PDSP                         NC106A.1
419000              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
419100     IF       SND-PPKD EQUAL TO RCV-PDSP                          NC106A.1
419200              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
419300     IF       SND-PPKD GREATER THAN RCV-PDSP                      NC106A.1
419400              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
419500     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
419600              MTX-CHECK-RELATION-EXIT.                            NC106A.1
419700     GO       TO CMP-TEST-08-13-NEXT.                             NC106A.1
419800 CMP-TEST-08-13-END.                                              NC106A.1
419900     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
420000 CMP-TEST-08-14.                                                  NC106A.1
420100     MOVE     "COMPARE SCALED PACKED" TO FEATURE.                 NC106A.1
420200     MOVE     "CMP-PPKD-VS-PPKD" TO PAR-NAME.                     NC106A.1
420300     MOVE     8 TO MTX-SND-NO.                                    NC106A.1
420400     MOVE     14 TO MTX-RCV-NO.                                   NC106A.1
420500     PERFORM  MTX-COMPARE-INIT THRU MTX-COMPARE-INIT-EXIT.        NC106A.1
420600 CMP-TEST-08-14-NEXT.                                             NC106A.1
420700     PERFORM  MTX-NEXT-PAIR THRU MTX-NEXT-PAIR-EXIT.              NC106A.1
420800     IF       MTX-CELL-DONE                                       NC106A.1
420900              GO TO CMP-TEST-08-14-END.                           NC106A.1
421000     PERFORM  MTX-LOAD-S08.                                       NC106A.1
421100     PERFORM  MTX-LOAD-R14.                                       NC106A.1
421200     MOVE     SPACE TO MTX-REL-GOT.                               NC106A.1
421300     IF       SND-PPKD LESS THAN RCV-PPKD                         NC106A.1
421400              MOVE "<" TO MTX-REL-GOT (1:1).                      NC106A.1
421500     IF       SND-PPKD EQUAL TO RCV-PPKD                          NC106A.1
421600              MOVE "=" TO MTX-REL-GOT (2:1).                      NC106A.1
421700     IF       SND-PPKD GREATER THAN RCV-PPKD                      NC106A.1
421800              MOVE ">" TO MTX-REL-GOT (3:1).                      NC106A.1
421900     PERFORM  MTX-CHECK-RELATION THRU                             NC106A.1
422000              MTX-CHECK-RELATION-EXIT.                            NC106A.1
422100     GO       TO CMP-TEST-08-14-NEXT.                             NC106A.1
422200 CMP-TEST-08-14-END.                                              NC106A.1
422300     PERFORM  MTX-REPORT THRU MTX-REPORT-EXIT.                    NC106A.1
422400     GO       TO CCVS-EXIT.                                       NC106A.1
422500 SECT-NC106A-UTIL SECTION.                                        NC106A.1
422600*=================================================================NC106A.1
422700*  ROUTINES PERFORMED BY THE CELLS.  NOTHING FALLS INTO THIS      NC106A.1
422800*  SECTION; THE LAST COMPARE CELL ENDS WITH A GO TO PAST IT.      NC106A.1
422900*=================================================================NC106A.1
423000*                                                                 NC106A.1
423100*  MTX-MOVE-INIT, MTX-COMPARE-INIT -- START A CELL.  THE CLASS    NC106A.1
423200*  OF EACH ITEM PICKS THE ROW OF EXPECTED RESULTS: SENDERS 1-6    NC106A.1
423300*  ARE FULL SIZE AND 7-8 SCALED; RECEIVERS 1-6 FULL SIZE, 7-12    NC106A.1
423400*  SHORT AND 13-14 SCALED.                                        NC106A.1
423500*                                                                 NC106A.1
423600 MTX-MOVE-INIT.                                                   NC106A.1
423700     MOVE     "M" TO MTX-MODE.                                    NC106A.1
423800     PERFORM  MTX-CELL-INIT THRU MTX-CELL-INIT-EXIT.              NC106A.1
423900     COMPUTE  MTX-ROW = (MTX-SND-CLASS - 1) * 3 + MTX-RCV-CLASS.  NC106A.1
424000 MTX-MOVE-INIT-EXIT.                                              NC106A.1
424100     EXIT.                                                        NC106A.1
424200 MTX-COMPARE-INIT.                                                NC106A.1
424300     MOVE     "C" TO MTX-MODE.                                    NC106A.1
424400     PERFORM  MTX-CELL-INIT THRU MTX-CELL-INIT-EXIT.              NC106A.1
424500     IF       MTX-RCV-CLASS EQUAL TO 3                            NC106A.1
424600              COMPUTE MTX-ROW = (MTX-SND-CLASS - 1) * 2 + 2       NC106A.1
424700     ELSE                                                         NC106A.1
424800              COMPUTE MTX-ROW = (MTX-SND-CLASS - 1) * 2 + 1.      NC106A.1
424900     MOVE     1 TO MTX-K.                                         NC106A.1
425000 MTX-COMPARE-INIT-EXIT.                                           NC106A.1
425100     EXIT.                                                        NC106A.1
425200 MTX-CELL-INIT.                                                   NC106A.1
425300     MOVE     ZERO TO MTX-K MTX-J MTX-ERRS MTX-TRIES              NC106A.1
425400                      MTX-BAD-K MTX-BAD-J MTX-BAD-GOT MTX-BAD-EXP.NC106A.1
425500     MOVE     SPACE TO MTX-CELL-SW MTX-BAD-REL-GOT                NC106A.1
425600                       MTX-BAD-REL-EXP.                           NC106A.1
425700     MOVE     SPACE TO MTX-SND-IMAGE MTX-RCV-IMAGE.               NC106A.1
425800     MOVE     ZERO TO MTX-SND-LEN MTX-RCV-LEN.                    NC106A.1
425900     MOVE     1 TO MTX-SND-CLASS MTX-RCV-CLASS.                   NC106A.1
426000     IF       MTX-SND-NO GREATER THAN 6                           NC106A.1
426100              MOVE 2 TO MTX-SND-CLASS.                            NC106A.1
426200     IF       MTX-RCV-NO GREATER THAN 6                           NC106A.1
426300              MOVE 2 TO MTX-RCV-CLASS.                            NC106A.1
426400     IF       MTX-RCV-NO GREATER THAN 12                          NC106A.1
426500              MOVE 3 TO MTX-RCV-CLASS.                            NC106A.1
426600 MTX-CELL-INIT-EXIT.                                              NC106A.1
426700     EXIT.                                                        NC106A.1
426800*                                                                 NC106A.1
426900*  MTX-NEXT-VALUE -- STEP TO THE NEXT OF THE FOUR TEST VALUES.    NC106A.1
427000*  MTX-NEXT-PAIR -- STEP TO THE NEXT OF THE SIXTEEN PAIRS OF      NC106A.1
427100*  SENDING VALUE K AND RECEIVING VALUE J.                         NC106A.1
427200*                                                                 NC106A.1
427300 MTX-NEXT-VALUE.                                                  NC106A.1
427400     ADD      1 TO MTX-K.                                         NC106A.1
427500     IF       MTX-K GREATER THAN 4                                NC106A.1
427600              MOVE "Y" TO MTX-CELL-SW.                            NC106A.1
427700 MTX-NEXT-VALUE-EXIT.                                             NC106A.1
427800     EXIT.                                                        NC106A.1
427900 MTX-NEXT-PAIR.                                                   NC106A.1
428000     ADD      1 TO MTX-J.                                         NC106A.1
428100     IF       MTX-J NOT GREATER THAN 4                            NC106A.1
428200              GO TO MTX-NEXT-PAIR-EXIT.                           NC106A.1
428300     MOVE     1 TO MTX-J.                                         NC106A.1
428400     ADD      1 TO MTX-K.                                         NC106A.1
428500     IF       MTX-K GREATER THAN 4                                NC106A.1
428600              MOVE "Y" TO MTX-CELL-SW.                            NC106A.1
428700 MTX-NEXT-PAIR-EXIT.                                              NC106A.1
428800     EXIT.                                                        NC106A.1
428900*                                                                 NC106A.1
429000*  MTX-CHECK-MOVE -- THE RECEIVED VALUE AGAINST THE EXPECTED ONE  NC106A.1
429100*  FOR THIS ROW AND TEST VALUE.  THE FIRST FAILURE IS KEPT.       NC106A.1
429200*                                                                 NC106A.1
429300 MTX-CHECK-MOVE.                                                  NC106A.1
429400     ADD      1 TO MTX-TRIES.                                     NC106A.1
429500     MOVE     MTX-EXP-VAL (MTX-ROW, MTX-K) TO MTX-EXP.            NC106A.1
429600     IF       MTX-GOT EQUAL TO MTX-EXP                            NC106A.1
429700              GO TO MTX-CHECK-MOVE-EXIT.                          NC106A.1
429800     ADD      1 TO MTX-ERRS.                                      NC106A.1
429900     IF       MTX-ERRS GREATER THAN 1                             NC106A.1
430000              GO TO MTX-CHECK-MOVE-EXIT.                          NC106A.1
430100     MOVE     MTX-K TO MTX-BAD-K.                                 NC106A.1
430200     MOVE     MTX-GOT TO MTX-BAD-GOT.                             NC106A.1
430300     MOVE     MTX-EXP TO MTX-BAD-EXP.                             NC106A.1
430400     PERFORM  MTX-CAPTURE THRU MTX-CAPTURE-EXIT.                  NC106A.1
430500 MTX-CHECK-MOVE-EXIT.                                             NC106A.1
430600     EXIT.                                                        NC106A.1
430700*                                                                 NC106A.1
430800*  MTX-CHECK-RELATION -- EXACTLY ONE OF LESS, EQUAL AND GREATER   NC106A.1
430900*  MUST HOLD, AND IT MUST BE THE ONE THE VALUES CALL FOR.         NC106A.1
431000*                                                                 NC106A.1
431100 MTX-CHECK-RELATION.                                              NC106A.1
431200     ADD      1 TO MTX-TRIES.                                     NC106A.1
431300     COMPUTE  MTX-REL-SUB = (MTX-K - 1) * 4 + MTX-J.              NC106A.1
431400     MOVE     SPACE TO MTX-REL-EXP.                               NC106A.1
431500     IF       MTX-REL-CODE (MTX-ROW, MTX-REL-SUB) EQUAL TO "<"    NC106A.1
431600              MOVE "<" TO MTX-REL-EXP (1:1).                      NC106A.1
431700     IF       MTX-REL-CODE (MTX-ROW, MTX-REL-SUB) EQUAL TO "="    NC106A.1
431800              MOVE "=" TO MTX-REL-EXP (2:1).                      NC106A.1
431900     IF       MTX-REL-CODE (MTX-ROW, MTX-REL-SUB) EQUAL TO ">"    NC106A.1
432000              MOVE ">" TO MTX-REL-EXP (3:1).                      NC106A.1
432100     IF       MTX-REL-GOT EQUAL TO MTX-REL-EXP                    NC106A.1
432200              GO TO MTX-CHECK-RELATION-EXIT.                      NC106A.1
432300     ADD      1 TO MTX-ERRS.                                      NC106A.1
432400     IF       MTX-ERRS GREATER THAN 1                             NC106A.1
432500              GO TO MTX-CHECK-RELATION-EXIT.                      NC106A.1
432600     MOVE     MTX-K TO MTX-BAD-K.                                 NC106A.1
432700     MOVE     MTX-J TO MTX-BAD-J.                                 NC106A.1
432800     MOVE     MTX-REL-GOT TO MTX-BAD-REL-GOT.                     NC106A.1
432900     MOVE     MTX-REL-EXP TO MTX-BAD-REL-EXP.                     NC106A.1
433000     PERFORM  MTX-CAPTURE THRU MTX-CAPTURE-EXIT.                  NC106A.1
433100 MTX-CHECK-RELATION-EXIT.                                         NC106A.1
433200     EXIT.                                                        NC106A.1
433300*                                                                 NC106A.1
433400*  MTX-REPORT -- ONE RESULT LINE PER CELL.  A FAILED CELL SHOWS   NC106A.1
433500*  ITS FIRST BAD VALUE (OR PAIR OF VALUES) AND HOW MANY OF ITS    NC106A.1
433600*  TRIES WENT WRONG.                                              NC106A.1
433700*                                                                 NC106A.1
433800 MTX-REPORT.                                                      NC106A.1
433900     IF       MTX-ERRS EQUAL TO ZERO                              NC106A.1
434000              PERFORM PASS                                        NC106A.1
434100              PERFORM PRINT-DETAIL                                NC106A.1
434200              GO TO MTX-REPORT-EXIT.                              NC106A.1
434300     PERFORM  FAIL.                                               NC106A.1
434400     IF       MTX-MODE-COMPARE                                    NC106A.1
434500              GO TO MTX-REPORT-COMPARE.                           NC106A.1
434600     MOVE     MTX-BAD-GOT TO MTX-SHOW.                            NC106A.1
434700     MOVE     MTX-SHOW TO COMPUTED-A.                             NC106A.1
434800     MOVE     MTX-BAD-EXP TO MTX-SHOW.                            NC106A.1
434900     MOVE     MTX-SHOW TO CORRECT-A.                              NC106A.1
435000     MOVE     "TEST VALUE N WRONG, NN OF NN VALUES FAILED"        NC106A.1
435100              TO RE-MARK.                                         NC106A.1
435200     MOVE     MTX-BAD-K TO RE-MARK (12:1).                        NC106A.1
435300     MOVE     MTX-ERRS TO RE-MARK (21:2).                         NC106A.1
435400     MOVE     MTX-TRIES TO RE-MARK (27:2).                        NC106A.1
435500     GO       TO MTX-REPORT-PRINT.                                NC106A.1
435600 MTX-REPORT-COMPARE.                                              NC106A.1
435700     MOVE     MTX-BAD-K TO MTX-SHOW-K.                            NC106A.1
435800     MOVE     MTX-BAD-J TO MTX-SHOW-J.                            NC106A.1
435900     MOVE     MTX-BAD-REL-GOT TO MTX-SHOW-REL-OP.                 NC106A.1
436000     MOVE     MTX-SHOW-REL TO COMPUTED-A.                         NC106A.1
436100     MOVE     MTX-BAD-REL-EXP TO MTX-SHOW-REL-OP.                 NC106A.1
436200     MOVE     MTX-SHOW-REL TO CORRECT-A.                          NC106A.1
436300     MOVE     "VALUE PAIR N/N WRONG, NN OF NN PAIRS FAILED"       NC106A.1
436400              TO RE-MARK.                                         NC106A.1
436500     MOVE     MTX-BAD-K TO RE-MARK (12:1).                        NC106A.1
436600     MOVE     MTX-BAD-J TO RE-MARK (14:1).                        NC106A.1
436700     MOVE     MTX-ERRS TO RE-MARK (23:2).                         NC106A.1
436800     MOVE     MTX-TRIES TO RE-MARK (29:2).                        NC106A.1
436900 MTX-REPORT-PRINT.                                                NC106A.1
437000     PERFORM  PRINT-DETAIL.                                       NC106A.1
437100 MTX-REPORT-EXIT.                                                 NC106A.1
437200     EXIT.                                                        NC106A.1
437300*                                                                 NC106A.1
437400*  MTX-LOAD-SNN -- SENDING ITEM NN GETS TEST VALUE MTX-K, BY      NC106A.1
437500*  A MOVE OF A LITERAL SO NO OTHER ITEM IS INVOLVED.              NC106A.1
437600*                                                                 NC106A.1
437700 MTX-LOAD-S01.                                                    NC106A.1
437800     IF       MTX-K EQUAL TO 1                                    NC106A.1
437900              MOVE 12345.67 TO SND-DSP.                           NC106A.1
438000     IF       MTX-K EQUAL TO 2                                    NC106A.1
438100              MOVE -12345.67 TO SND-DSP.                          NC106A.1
438200     IF       MTX-K EQUAL TO 3                                    NC106A.1
438300              MOVE ZERO TO SND-DSP.                               NC106A.1
438400     IF       MTX-K EQUAL TO 4                                    NC106A.1
438500              MOVE -1.05 TO SND-DSP.                              NC106A.1
438600 MTX-LOAD-S02.                                                    NC106A.1
438700     IF       MTX-K EQUAL TO 1                                    NC106A.1
438800              MOVE 12345.67 TO SND-BIN.                           NC106A.1
438900     IF       MTX-K EQUAL TO 2                                    NC106A.1
439000              MOVE -12345.67 TO SND-BIN.                          NC106A.1
439100     IF       MTX-K EQUAL TO 3                                    NC106A.1
439200              MOVE ZERO TO SND-BIN.                               NC106A.1
439300     IF       MTX-K EQUAL TO 4                                    NC106A.1
439400              MOVE -1.05 TO SND-BIN.                              NC106A.1
439500 MTX-LOAD-S03.                                                    NC106A.1
439600     IF       MTX-K EQUAL TO 1                                    NC106A.1
439700              MOVE 12345.67 TO SND-PKD.                           NC106A.1
439800     IF       MTX-K EQUAL TO 2                                    NC106A.1
439900              MOVE -12345.67 TO SND-PKD.                          NC106A.1
440000     IF       MTX-K EQUAL TO 3                                    NC106A.1
440100              MOVE ZERO TO SND-PKD.                               NC106A.1
440200     IF       MTX-K EQUAL TO 4                                    NC106A.1
440300              MOVE -1.05 TO SND-PKD.                              NC106A.1
440400 MTX-LOAD-S04.                                                    NC106A.1
440500     IF       MTX-K EQUAL TO 1                                    NC106A.1
440600              MOVE 12345.67 TO SND-LDG.                           NC106A.1
440700     IF       MTX-K EQUAL TO 2                                    NC106A.1
440800              MOVE -12345.67 TO SND-LDG.                          NC106A.1
440900     IF       MTX-K EQUAL TO 3                                    NC106A.1
441000              MOVE ZERO TO SND-LDG.                               NC106A.1
441100     IF       MTX-K EQUAL TO 4                                    NC106A.1
441200              MOVE -1.05 TO SND-LDG.                              NC106A.1
441300 MTX-LOAD-S05.                                                    NC106A.1
441400     IF       MTX-K EQUAL TO 1                                    NC106A.1
441500              MOVE 12345.67 TO SND-LSP.                           NC106A.1
441600     IF       MTX-K EQUAL TO 2                                    NC106A.1
441700              MOVE -12345.67 TO SND-LSP.                          NC106A.1
441800     IF       MTX-K EQUAL TO 3                                    NC106A.1
441900              MOVE ZERO TO SND-LSP.                               NC106A.1
442000     IF       MTX-K EQUAL TO 4                                    NC106A.1
442100              MOVE -1.05 TO SND-LSP.                              NC106A.1
442200 MTX-LOAD-S06.                                                    NC106A.1
442300     IF       MTX-K EQUAL TO 1                                    NC106A.1
442400              MOVE 12345.67 TO SND-TSP.                           NC106A.1
442500     IF       MTX-K EQUAL TO 2                                    NC106A.1
442600              MOVE -12345.67 TO SND-TSP.                          NC106A.1
442700     IF       MTX-K EQUAL TO 3                                    NC106A.1
442800              MOVE ZERO TO SND-TSP.                               NC106A.1
442900     IF       MTX-K EQUAL TO 4                                    NC106A.1
443000              MOVE -1.05 TO SND-TSP.                              NC106A.1
443100 MTX-LOAD-S07.                                                    NC106A.1
443200     IF       MTX-K EQUAL TO 1                                    NC106A.1
443300              MOVE 12300 TO SND-PDSP.                             NC106A.1
443400     IF       MTX-K EQUAL TO 2                                    NC106A.1
443500              MOVE -12300 TO SND-PDSP.                            NC106A.1
443600     IF       MTX-K EQUAL TO 3                                    NC106A.1
443700              MOVE ZERO TO SND-PDSP.                              NC106A.1
443800     IF       MTX-K EQUAL TO 4                                    NC106A.1
443900              MOVE -100 TO SND-PDSP.                              NC106A.1
444000 MTX-LOAD-S08.                                                    NC106A.1
444100     IF       MTX-K EQUAL TO 1                                    NC106A.1
444200              MOVE 12300 TO SND-PPKD.                             NC106A.1
444300     IF       MTX-K EQUAL TO 2                                    NC106A.1
444400              MOVE -12300 TO SND-PPKD.                            NC106A.1
444500     IF       MTX-K EQUAL TO 3                                    NC106A.1
444600              MOVE ZERO TO SND-PPKD.                              NC106A.1
444700     IF       MTX-K EQUAL TO 4                                    NC106A.1
444800              MOVE -100 TO SND-PPKD.                              NC106A.1
444900*                                                                 NC106A.1
445000*  MTX-LOAD-RNN -- RECEIVING ITEM NN GETS TEST VALUE MTX-J,       NC106A.1
445100*  FOR THE COMPARES.                                              NC106A.1
445200*                                                                 NC106A.1
445300 MTX-LOAD-R01.                                                    NC106A.1
445400     IF       MTX-J EQUAL TO 1                                    NC106A.1
445500              MOVE 12345.67 TO RCV-DSP.                           NC106A.1
445600     IF       MTX-J EQUAL TO 2                                    NC106A.1
445700              MOVE -12345.67 TO RCV-DSP.                          NC106A.1
445800     IF       MTX-J EQUAL TO 3                                    NC106A.1
445900              MOVE ZERO TO RCV-DSP.                               NC106A.1
446000     IF       MTX-J EQUAL TO 4                                    NC106A.1
446100              MOVE -1.05 TO RCV-DSP.                              NC106A.1
446200 MTX-LOAD-R02.                                                    NC106A.1
446300     IF       MTX-J EQUAL TO 1                                    NC106A.1
446400              MOVE 12345.67 TO RCV-BIN.                           NC106A.1
446500     IF       MTX-J EQUAL TO 2                                    NC106A.1
446600              MOVE -12345.67 TO RCV-BIN.                          NC106A.1
446700     IF       MTX-J EQUAL TO 3                                    NC106A.1
446800              MOVE ZERO TO RCV-BIN.                               NC106A.1
446900     IF       MTX-J EQUAL TO 4                                    NC106A.1
447000              MOVE -1.05 TO RCV-BIN.                              NC106A.1
447100 MTX-LOAD-R03.                                                    NC106A.1
447200     IF       MTX-J EQUAL TO 1                                    NC106A.1
447300              MOVE 12345.67 TO RCV-PKD.                           NC106A.1
447400     IF       MTX-J EQUAL TO 2                                    NC106A.1
447500              MOVE -12345.67 TO RCV-PKD.                          NC106A.1
447600     IF       MTX-J EQUAL TO 3                                    NC106A.1
447700              MOVE ZERO TO RCV-PKD.                               NC106A.1
447800     IF       MTX-J EQUAL TO 4                                    NC106A.1
447900              MOVE -1.05 TO RCV-PKD.                              NC106A.1
448000 MTX-LOAD-R04.                                                    NC106A.1
448100     IF       MTX-J EQUAL TO 1                                    NC106A.1
448200              MOVE 12345.67 TO RCV-LDG.                           NC106A.1
448300     IF       MTX-J EQUAL TO 2                                    NC106A.1
448400              MOVE -12345.67 TO RCV-LDG.                          NC106A.1
448500     IF       MTX-J EQUAL TO 3                                    NC106A.1
448600              MOVE ZERO TO RCV-LDG.                               NC106A.1
448700     IF       MTX-J EQUAL TO 4                                    NC106A.1
448800              MOVE -1.05 TO RCV-LDG.                              NC106A.1
448900 MTX-LOAD-R05.                                                    NC106A.1
449000     IF       MTX-J EQUAL TO 1                                    NC106A.1
449100              MOVE 12345.67 TO RCV-LSP.                           NC106A.1
449200     IF       MTX-J EQUAL TO 2                                    NC106A.1
449300              MOVE -12345.67 TO RCV-LSP.                          NC106A.1
449400     IF       MTX-J EQUAL TO 3                                    NC106A.1
449500              MOVE ZERO TO RCV-LSP.                               NC106A.1
449600     IF       MTX-J EQUAL TO 4                                    NC106A.1
449700              MOVE -1.05 TO RCV-LSP.                              NC106A.1
449800 MTX-LOAD-R06.                                                    NC106A.1
449900     IF       MTX-J EQUAL TO 1                                    NC106A.1
450000              MOVE 12345.67 TO RCV-TSP.                           NC106A.1
450100     IF       MTX-J EQUAL TO 2                                    NC106A.1
450200              MOVE -12345.67 TO RCV-TSP.                          NC106A.1
450300     IF       MTX-J EQUAL TO 3                                    NC106A.1
450400              MOVE ZERO TO RCV-TSP.                               NC106A.1
450500     IF       MTX-J EQUAL TO 4                                    NC106A.1
450600              MOVE -1.05 TO RCV-TSP.                              NC106A.1
450700 MTX-LOAD-R13.                                                    NC106A.1
450800     IF       MTX-J EQUAL TO 1                                    NC106A.1
450900              MOVE 12300 TO RCV-PDSP.                             NC106A.1
451000     IF       MTX-J EQUAL TO 2                                    NC106A.1
451100              MOVE -12300 TO RCV-PDSP.                            NC106A.1
451200     IF       MTX-J EQUAL TO 3                                    NC106A.1
451300              MOVE ZERO TO RCV-PDSP.                              NC106A.1
451400     IF       MTX-J EQUAL TO 4                                    NC106A.1
451500              MOVE -100 TO RCV-PDSP.                              NC106A.1
451600 MTX-LOAD-R14.                                                    NC106A.1
451700     IF       MTX-J EQUAL TO 1                                    NC106A.1
451800              MOVE 12300 TO RCV-PPKD.                             NC106A.1
451900     IF       MTX-J EQUAL TO 2                                    NC106A.1
452000              MOVE -12300 TO RCV-PPKD.                            NC106A.1
452100     IF       MTX-J EQUAL TO 3                                    NC106A.1
452200              MOVE ZERO TO RCV-PPKD.                              NC106A.1
452300     IF       MTX-J EQUAL TO 4                                    NC106A.1
452400              MOVE -100 TO RCV-PPKD.                              NC106A.1
452500*                                                                 NC106A.1
452600*  MTX-CAPTURE -- THE STORAGE OF THE TWO ITEMS OF THE CELL AT     NC106A.1
452700*  THE MOMENT OF ITS FIRST FAILURE, FOR THE DIAGNOSTIC DUMP.      NC106A.1
452800*                                                                 NC106A.1
452900 MTX-CAPTURE.                                                     NC106A.1
453000     MOVE     SPACE TO MTX-SND-IMAGE MTX-RCV-IMAGE.               NC106A.1
453100     MOVE     ZERO TO MTX-SND-LEN MTX-RCV-LEN.                    NC106A.1
453200     IF       MTX-SND-NO EQUAL TO 1                               NC106A.1
453300              MOVE SND-DSP-G TO MTX-SND-IMAGE                     NC106A.1
453400              MOVE LENGTH OF SND-DSP-G TO MTX-SND-LEN.            NC106A.1
453500     IF       MTX-SND-NO EQUAL TO 2                               NC106A.1
453600              MOVE SND-BIN-G TO MTX-SND-IMAGE                     NC106A.1
453700              MOVE LENGTH OF SND-BIN-G TO MTX-SND-LEN.            NC106A.1
453800     IF       MTX-SND-NO EQUAL TO 3                               NC106A.1
453900              MOVE SND-PKD-G TO MTX-SND-IMAGE                     NC106A.1
454000              MOVE LENGTH OF SND-PKD-G TO MTX-SND-LEN.            NC106A.1
454100     IF       MTX-SND-NO EQUAL TO 4                               NC106A.1
454200              MOVE SND-LDG-G TO MTX-SND-IMAGE                     NC106A.1
454300              MOVE LENGTH OF SND-LDG-G TO MTX-SND-LEN.            NC106A.1
454400     IF       MTX-SND-NO EQUAL TO 5                               NC106A.1
454500              MOVE SND-LSP-G TO MTX-SND-IMAGE                     NC106A.1
454600              MOVE LENGTH OF SND-LSP-G TO MTX-SND-LEN.            NC106A.1
454700     IF       MTX-SND-NO EQUAL TO 6                               NC106A.1
454800              MOVE SND-TSP-G TO MTX-SND-IMAGE                     NC106A.1
454900              MOVE LENGTH OF SND-TSP-G TO MTX-SND-LEN.            NC106A.1
455000     IF       MTX-SND-NO EQUAL TO 7                               NC106A.1
455100              MOVE SND-PDSP-G TO MTX-SND-IMAGE                    NC106A.1
455200              MOVE LENGTH OF SND-PDSP-G TO MTX-SND-LEN.           NC106A.1
455300     IF       MTX-SND-NO EQUAL TO 8                               NC106A.1
455400              MOVE SND-PPKD-G TO MTX-SND-IMAGE                    NC106A.1
455500              MOVE LENGTH OF SND-PPKD-G TO MTX-SND-LEN.           NC106A.1
455600     IF       MTX-RCV-NO EQUAL TO 1                               NC106A.1
455700              MOVE RCV-DSP-G TO MTX-RCV-IMAGE                     NC106A.1
455800              MOVE LENGTH OF RCV-DSP-G TO MTX-RCV-LEN.            NC106A.1
455900     IF       MTX-RCV-NO EQUAL TO 2                               NC106A.1
456000              MOVE RCV-BIN-G TO MTX-RCV-IMAGE                     NC106A.1
456100              MOVE LENGTH OF RCV-BIN-G TO MTX-RCV-LEN.            NC106A.1
456200     IF       MTX-RCV-NO EQUAL TO 3                               NC106A.1
456300              MOVE RCV-PKD-G TO MTX-RCV-IMAGE                     NC106A.1
456400              MOVE LENGTH OF RCV-PKD-G TO MTX-RCV-LEN.            NC106A.1
456500     IF       MTX-RCV-NO EQUAL TO 4                               NC106A.1
456600              MOVE RCV-LDG-G TO MTX-RCV-IMAGE                     NC106A.1
456700              MOVE LENGTH OF RCV-LDG-G TO MTX-RCV-LEN.            NC106A.1
456800     IF       MTX-RCV-NO EQUAL TO 5                               NC106A.1
456900              MOVE RCV-LSP-G TO MTX-RCV-IMAGE                     NC106A.1
457000              MOVE LENGTH OF RCV-LSP-G TO MTX-RCV-LEN.            NC106A.1
457100     IF       MTX-RCV-NO EQUAL TO 6                               NC106A.1
457200              MOVE RCV-TSP-G TO MTX-RCV-IMAGE                     NC106A.1
457300              MOVE LENGTH OF RCV-TSP-G TO MTX-RCV-LEN.            NC106A.1
457400     IF       MTX-RCV-NO EQUAL TO 7                               NC106A.1
457500              MOVE RCV-SDSP-G TO MTX-RCV-IMAGE                    NC106A.1
457600              MOVE LENGTH OF RCV-SDSP-G TO MTX-RCV-LEN.           NC106A.1
457700     IF       MTX-RCV-NO EQUAL TO 8                               NC106A.1
457800              MOVE RCV-SBIN-G TO MTX-RCV-IMAGE                    NC106A.1
457900              MOVE LENGTH OF RCV-SBIN-G TO MTX-RCV-LEN.           NC106A.1
458000     IF       MTX-RCV-NO EQUAL TO 9                               NC106A.1
458100              MOVE RCV-SPKD-G TO MTX-RCV-IMAGE                    NC106A.1
458200              MOVE LENGTH OF RCV-SPKD-G TO MTX-RCV-LEN.           NC106A.1
458300     IF       MTX-RCV-NO EQUAL TO 10                              NC106A.1
458400              MOVE RCV-SLDG-G TO MTX-RCV-IMAGE                    NC106A.1
458500              MOVE LENGTH OF RCV-SLDG-G TO MTX-RCV-LEN.           NC106A.1
458600     IF       MTX-RCV-NO EQUAL TO 11                              NC106A.1
458700              MOVE RCV-SLSP-G TO MTX-RCV-IMAGE                    NC106A.1
458800              MOVE LENGTH OF RCV-SLSP-G TO MTX-RCV-LEN.           NC106A.1
458900     IF       MTX-RCV-NO EQUAL TO 12                              NC106A.1
459000              MOVE RCV-STSP-G TO MTX-RCV-IMAGE                    NC106A.1
459100              MOVE LENGTH OF RCV-STSP-G TO MTX-RCV-LEN.           NC106A.1
459200     IF       MTX-RCV-NO EQUAL TO 13                              NC106A.1
459300              MOVE RCV-PDSP-G TO MTX-RCV-IMAGE                    NC106A.1
459400              MOVE LENGTH OF RCV-PDSP-G TO MTX-RCV-LEN.           NC106A.1
459500     IF       MTX-RCV-NO EQUAL TO 14                              NC106A.1
459600              MOVE RCV-PPKD-G TO MTX-RCV-IMAGE                    NC106A.1
459700              MOVE LENGTH OF RCV-PPKD-G TO MTX-RCV-LEN.           NC106A.1
459800 MTX-CAPTURE-EXIT.                                                NC106A.1
459900     EXIT.                                                        NC106A.1
460000*---------------------------------------------------------------  NC106A.1
460100* DIAG-DUMP -- ONE DIAGOUT RECORD PER INTERESTING FIELD AT THE    NC106A.1
460200* MOMENT OF FAILURE: THE COMPUTED AND CORRECT COLUMNS AND THE     NC106A.1
460300* SENDING AND RECEIVING ITEMS OF THE CELL AS THEY STOOD AT ITS    NC106A.1
460400* FIRST BAD VALUE.  SEE K6DIAG.CPY.                               NC106A.1
460500*---------------------------------------------------------------  NC106A.1
460600 DIAG-DUMP.                                                       NC106A.1
460700     OPEN EXTEND DIAG-FILE.                                       NC106A.1
460800     MOVE "COMPUTED-X          " TO DIAG-FIELD-NAME-T.            NC106A.1
460900     MOVE COMPUTED-X TO DIAG-FIELD-VALUE-T.                       NC106A.1
461000     MOVE 20 TO DIAG-FIELD-LEN-T.                                 NC106A.1
461100     PERFORM DIAG-WRITE-FIELD THRU DIAG-WRITE-FIELD-EXIT.         NC106A.1
461200     MOVE "CORRECT-X           " TO DIAG-FIELD-NAME-T.            NC106A.1
461300     MOVE CORRECT-X TO DIAG-FIELD-VALUE-T.                        NC106A.1
461400     MOVE 20 TO DIAG-FIELD-LEN-T.                                 NC106A.1
461500     PERFORM DIAG-WRITE-FIELD THRU DIAG-WRITE-FIELD-EXIT.         NC106A.1
461600     MOVE "SENDING ITEM        " TO DIAG-FIELD-NAME-T.            NC106A.1
461700     MOVE MTX-SND-IMAGE TO DIAG-FIELD-VALUE-T.                    NC106A.1
461800     MOVE MTX-SND-LEN TO DIAG-FIELD-LEN-T.                        NC106A.1
461900     PERFORM DIAG-WRITE-FIELD THRU DIAG-WRITE-FIELD-EXIT.         NC106A.1
462000     MOVE "RECEIVING ITEM      " TO DIAG-FIELD-NAME-T.            NC106A.1
462100     MOVE MTX-RCV-IMAGE TO DIAG-FIELD-VALUE-T.                    NC106A.1
462200     MOVE MTX-RCV-LEN TO DIAG-FIELD-LEN-T.                        NC106A.1
462300     PERFORM DIAG-WRITE-FIELD THRU DIAG-WRITE-FIELD-EXIT.         NC106A.1
462400     CLOSE DIAG-FILE.                                             NC106A.1
462500 DIAG-DUMP-EXIT.                                                  NC106A.1
462600     EXIT.                                                        NC106A.1
462700*---------------------------------------------------------------  NC106A.1
462800* DIAG-WRITE-FIELD -- HEX-RENDER THE STAGED FIELD AND WRITE       NC106A.1
462900* ITS RECORD.  EACH BYTE LANDS IN THE LOW HALF OF A BIG-ENDIAN    NC106A.1
463000* HALFWORD, SO ITS VALUE INDEXES THE HEX DIGIT TABLE DIRECTLY.    NC106A.1
463100*---------------------------------------------------------------  NC106A.1
463200 DIAG-WRITE-FIELD.                                                NC106A.1
463300     MOVE SPACES TO DIAG-HEX-OUT.                                 NC106A.1
463400     MOVE ZERO TO DIAG-BYTE-SUB.                                  NC106A.1
463500     MOVE 1 TO DIAG-HEX-SUB.                                      NC106A.1
463600 DIAG-NEXT-BYTE.                                                  NC106A.1
463700     ADD 1 TO DIAG-BYTE-SUB.                                      NC106A.1
463800     IF DIAG-BYTE-SUB > DIAG-FIELD-LEN-T                          NC106A.1
463900         GO TO DIAG-FIELD-DONE.                                   NC106A.1
464000     MOVE DIAG-FIELD-VALUE-T (DIAG-BYTE-SUB:1) TO DIAG-BYTE.      NC106A.1
464100     DIVIDE DIAG-BYTE-VALUE BY 16                                 NC106A.1
464200         GIVING DIAG-HI-NIBBLE REMAINDER DIAG-LO-NIBBLE.          NC106A.1
464300     MOVE DIAG-HEX-CHARS (DIAG-HI-NIBBLE + 1:1)                   NC106A.1
464400         TO DIAG-HEX-OUT (DIAG-HEX-SUB:1).                        NC106A.1
464500     ADD 1 TO DIAG-HEX-SUB.                                       NC106A.1
464600     MOVE DIAG-HEX-CHARS (DIAG-LO-NIBBLE + 1:1)                   NC106A.1
464700         TO DIAG-HEX-OUT (DIAG-HEX-SUB:1).                        NC106A.1
464800     ADD 1 TO DIAG-HEX-SUB.                                       NC106A.1
464900     GO TO DIAG-NEXT-BYTE.                                        NC106A.1
465000 DIAG-FIELD-DONE.                                                 NC106A.1
465100     MOVE CCVS-PGM-ID TO DG-PGM-ID.                               NC106A.1
465200     MOVE PAR-NAME TO DG-PAR-NAME.                                NC106A.1
465300     MOVE DIAG-FIELD-NAME-T TO DG-FIELD-NAME.                     NC106A.1
465400     MOVE DIAG-HEX-OUT TO DG-HEX-VALUE.                           NC106A.1
465500     WRITE DG-DIAG-REC.                                           NC106A.1
465600 DIAG-WRITE-FIELD-EXIT.                                           NC106A.1
465700     EXIT.                                                        NC106A.1
465800 CCVS-EXIT SECTION.                                               NC106A.1
465900 CCVS-999999.                                                     NC106A.1
466000     GO TO CLOSE-FILES.                                           NC106A.1
