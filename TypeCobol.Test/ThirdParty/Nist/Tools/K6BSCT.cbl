000100 IDENTIFICATION DIVISION.                                         K6BSCT.1
000200 PROGRAM-ID.                                                      K6BSCT.1
000300     K6BSCT.                                                      K6BSCT.1
000400*================================================================ K6BSCT.1
000500* K6BSCT -- COMPILER-BUILD BISECTION DRIVER: WHICH INTERIM BUILD  K6BSCT.1
000600* BETWEEN A GOOD AND A BAD TARGET INTRODUCED A REGRESSION.        K6BSCT.1
000700*================================================================ K6BSCT.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6BSCT.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6BSCT.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6BSCT.1
001100* DATE-COMPILED.                                                  K6BSCT.1
001200*                                                                 K6BSCT.1
001300* REMARKS.                                                        K6BSCT.1
001400*    WHEN A CANDIDATE COMPILER FAILS TESTS THE CURRENT ONE        K6BSCT.1
001500*    PASSES, THE VENDOR ASKS WHICH INTERIM BUILD BROKE THEM.  THE K6BSCT.1
001600*    INTERIM BUILDS ARE INSTALLED AS TARGETS, BUT NARROWING IT    K6BSCT.1
001700*    DOWN MEANT HAND-BUILT RERUNS NIGHT AFTER NIGHT.  THIS DRIVER K6BSCT.1
001800*    RUNS THE BISECTION ONE STEP PER INVOCATION:                  K6BSCT.1
001900*                                                                 K6BSCT.1
002000*      - THE FIRST RUN TAKES THE GOOD AND BAD TARGETS AND THE     K6BSCT.1
002100*        INTERIM BUILDS, IN BUILD ORDER, FROM ITS CONTROL CARDS,  K6BSCT.1
002200*        AND THE FAILING PARAGRAPHS -- PASS ON THE GOOD TARGET,   K6BSCT.1
002300*        FAIL* ON THE BAD -- FROM THE K6XTGT DISAGREEMENT         K6BSCT.1
002400*        EXTRACT FOR THE SAME TWO TARGETS;                        K6BSCT.1
002500*      - IT PICKS THE MIDPOINT BUILD AND WRITES A RERUN DECK      K6BSCT.1
002600*        (BSCTJCL, IN THE K6JGEN STYLE) THAT COMPILES AND RUNS    K6BSCT.1
002700*        ONLY THE FAILING PROGRAMS ON THAT BUILD;                 K6BSCT.1
002800*      - EACH LATER RUN READS THE MIDPOINT'S RESULTS BACK FROM    K6BSCT.1
002900*        THE CSV EXTRACTS.  A BUILD ON WHICH ANY OF THE           K6BSCT.1
003000*        PARAGRAPHS FAILS IS BAD, ONE ON WHICH NONE FAILS IS      K6BSCT.1
003100*        GOOD, AND THE NEXT MIDPOINT IS TAKEN BETWEEN THE LAST    K6BSCT.1
003200*        GOOD AND THE FIRST BAD BUILD KNOWN;                      K6BSCT.1
003300*      - WHEN THE TWO ARE ADJACENT THE REPORT (BSCTRPT) NAMES THE K6BSCT.1
003400*        FIRST BAD BUILD AND, PARAGRAPH BY PARAGRAPH, THE         K6BSCT.1
003500*        VERDICTS ON IT AND ON THE BUILD BEFORE IT.  A PARAGRAPH  K6BSCT.1
003600*        THAT STILL PASSES ON THE FIRST BAD BUILD BROKE LATER;    K6BSCT.1
003700*        IT IS LISTED SO, AND A SECOND BISECTION CAN BE RUN FOR   K6BSCT.1
003800*        IT.  K6VPKT PRINTS THE FINISHED RESULT FOR ITS           K6BSCT.1
003900*        PARAGRAPH IN THE VENDOR PACKET.                          K6BSCT.1
004000*                                                                 K6BSCT.1
004100*    THE BISECTION IS CARRIED FROM RUN TO RUN IN THE STATE FILE   K6BSCT.1
004200*    (BSCTST IN, BSCTSN OUT -- THE JCL RENAMES BSCTSN OVER        K6BSCT.1
004300*    BSCTST, AS WITH CASEFILN).  WHILE A STATE FILE FOR THE SAME  K6BSCT.1
004400*    GOOD AND BAD TARGETS EXISTS THE BUILD CARDS ARE NOT READ     K6BSCT.1
004500*    AGAIN; DELETE IT TO START OVER.  A MIDPOINT WHOSE PROGRAMS   K6BSCT.1
004600*    HAVE NOT ALL RUN SINCE ITS DECK WAS WRITTEN IS STILL         K6BSCT.1
004700*    AWAITED, AND ITS DECK IS WRITTEN AGAIN.                      K6BSCT.1
004800*                                                                 K6BSCT.1
004900*    AN INSTALLED TARGET IS KNOWN TO THE DECK BY ITS COMPILER     K6BSCT.1
005000*    LIBRARY CCVS.CMPLR.<TARGET> AND ITS COPY LIBRARY             K6BSCT.1
005100*    CCVS.TGT.<TARGET>, WHICH HOLDS THE TARGET'S OWN K6TARG       K6BSCT.1
005200*    MEMBER SO ITS RESULTS ARE STAMPED WITH ITS TARGET-ID.        K6BSCT.1
005300*                                                                 K6BSCT.1
005400*    CONTROL CARDS (BSCTCTL; "*" IN COL 1 = COMMENT):             K6BSCT.1
005500*      FIRST CARD:   1-8   GOOD TARGET                            K6BSCT.1
005600*                    10-17 BAD TARGET                             K6BSCT.1
005700*                    19-26 AS-OF DATE CCYYMMDD (DEFAULT TODAY)    K6BSCT.1
005800*      LATER CARDS:  1-8   ONE INTERIM BUILD'S TARGET-ID, OLDEST  K6BSCT.1
005900*                          (NEAREST THE GOOD TARGET) FIRST        K6BSCT.1
006000*                                                                 K6BSCT.1
006100*    INPUTS:                                                      K6BSCT.1
006200*      BSCTCTL   CONTROL CARDS                                    K6BSCT.1
006300*      BSCTST    STATE AS OF THE PREVIOUS RUN (OPTIONAL)          K6BSCT.1
006400*      XTGTXT    K6XTGT DISAGREEMENT EXTRACT (OPTIONAL)           K6BSCT.1
006500*      CSVIN     CSV EXTRACTS SINCE THE DECK WAS WRITTEN (OPT.)   K6BSCT.1
006600*    OUTPUTS:                                                     K6BSCT.1
006700*      BSCTSN    THE NEW STATE                                    K6BSCT.1
006800*      BSCTJCL   THE MIDPOINT RERUN DECK (EMPTY WHEN FINISHED)    K6BSCT.1
006900*      BSCTRPT   THE BISECTION REPORT                             K6BSCT.1
007000*                                                                 K6BSCT.1
007100* RETURN CODES.                                                   K6BSCT.1
007200*     0  NEXT MIDPOINT DECK WRITTEN, OR BISECTION FINISHED.       K6BSCT.1
007300*     4  THE MIDPOINT'S RESULTS ARE NOT ALL IN; DECK REWRITTEN.   K6BSCT.1
007400*     8  NOTHING TO BISECT -- NO BUILDS OR NO FAILING PARAGRAPHS. K6BSCT.1
007500*                                                                 K6BSCT.1
007600* MODIFICATION HISTORY.                                           K6BSCT.1
007700*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6BSCT.1
007800*================================================================ K6BSCT.1
007900                                                                  K6BSCT.1
008000 ENVIRONMENT DIVISION.                                            K6BSCT.1
008100 CONFIGURATION SECTION.                                           K6BSCT.1
008200 SOURCE-COMPUTER.                                                 K6BSCT.1
008300     OUR-MAINFRAME.                                               K6BSCT.1
008400 OBJECT-COMPUTER.                                                 K6BSCT.1
008500     OUR-MAINFRAME.                                               K6BSCT.1
008600 INPUT-OUTPUT SECTION.                                            K6BSCT.1
008700 FILE-CONTROL.                                                    K6BSCT.1
008800     SELECT BSCT-CTL ASSIGN TO BSCTCTL                            K6BSCT.1
008900         ORGANIZATION IS SEQUENTIAL.                              K6BSCT.1
009000     SELECT OPTIONAL STATE-IN ASSIGN TO BSCTST                    K6BSCT.1
009100         ORGANIZATION IS SEQUENTIAL                               K6BSCT.1
009200         FILE STATUS IS WS-ST-STATUS.                             K6BSCT.1
009300     SELECT STATE-OUT ASSIGN TO BSCTSN                            K6BSCT.1
009400         ORGANIZATION IS SEQUENTIAL.                              K6BSCT.1
009500     SELECT OPTIONAL XTGT-EXTRACT ASSIGN TO XTGTXT                K6BSCT.1
009600         ORGANIZATION IS SEQUENTIAL                               K6BSCT.1
009700         FILE STATUS IS WS-XX-STATUS.                             K6BSCT.1
009800     SELECT OPTIONAL CSV-EXTRACT ASSIGN TO CSVIN                  K6BSCT.1
009900         ORGANIZATION IS LINE SEQUENTIAL                          K6BSCT.1
010000         FILE STATUS IS WS-CSV-STATUS.                            K6BSCT.1
010100     SELECT JCL-DECK ASSIGN TO BSCTJCL                            K6BSCT.1
010200         ORGANIZATION IS SEQUENTIAL.                              K6BSCT.1
010300     SELECT BSCT-RPT ASSIGN TO BSCTRPT                            K6BSCT.1
010400         ORGANIZATION IS SEQUENTIAL.                              K6BSCT.1
010500                                                                  K6BSCT.1
010600 DATA DIVISION.                                                   K6BSCT.1
010700 FILE SECTION.                                                    K6BSCT.1
010800 FD  BSCT-CTL                                                     K6BSCT.1
010900     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
011000 01  CTL-REC.                                                     K6BSCT.1
011100     05  CTL-GOOD-TARGET          PIC X(8).                       K6BSCT.1
011200     05  FILLER                   PIC X(1).                       K6BSCT.1
011300     05  CTL-BAD-TARGET           PIC X(8).                       K6BSCT.1
011400     05  FILLER                   PIC X(1).                       K6BSCT.1
011500     05  CTL-AS-OF-DATE           PIC X(8).                       K6BSCT.1
011600     05  FILLER                   PIC X(54).                      K6BSCT.1
011700 01  CTL-BUILD-CARD REDEFINES CTL-REC.                            K6BSCT.1
011800     05  CTL-BUILD-TARGET         PIC X(8).                       K6BSCT.1
011900     05  FILLER                   PIC X(72).                      K6BSCT.1
012000 FD  STATE-IN                                                     K6BSCT.1
012100     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
012200     COPY K6BSST.                                                 K6BSCT.1
012300 FD  STATE-OUT                                                    K6BSCT.1
012400     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
012500 01  SO-STATE-REC                 PIC X(80).                      K6BSCT.1
012600 FD  XTGT-EXTRACT                                                 K6BSCT.1
012700     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
012800     COPY K6XTXT.                                                 K6BSCT.1
012900 FD  CSV-EXTRACT                                                  K6BSCT.1
013000     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
013100 01  CX-REC                       PIC X(194).                     K6BSCT.1
013200 01  CX-REC-PARSED REDEFINES CX-REC.                              K6BSCT.1
013300     05  CX-LEAD-QUOTE            PIC X(1).                       K6BSCT.1
013400     05  CX-FEATURE               PIC X(20).                      K6BSCT.1
013500     05  FILLER                   PIC X(3).                       K6BSCT.1
013600     05  CX-P-OR-F                PIC X(5).                       K6BSCT.1
013700     05  FILLER                   PIC X(3).                       K6BSCT.1
013800     05  CX-PAR-NAME              PIC X(22).                      K6BSCT.1
013900     05  FILLER                   PIC X(140).                     K6BSCT.1
014000 01  CX-IDENTITY REDEFINES CX-REC.                                K6BSCT.1
014100     05  CX-ID-FLAG               PIC X(1).                       K6BSCT.1
014200     05  CX-ID-PGM-ID             PIC X(6).                       K6BSCT.1
014300     05  CX-ID-TARGET             PIC X(8).                       K6BSCT.1
014400     05  CX-ID-RUN-DATE           PIC X(8).                       K6BSCT.1
014500     05  CX-ID-RUN-SEQ            PIC X(2).                       K6BSCT.1
014600     05  FILLER                   PIC X(169).                     K6BSCT.1
014700 FD  JCL-DECK                                                     K6BSCT.1
014800     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
014900 01  JD-CARD                      PIC X(80).                      K6BSCT.1
015000 FD  BSCT-RPT                                                     K6BSCT.1
015100     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
015200 01  BR-PRINT-REC                 PIC X(120).                     K6BSCT.1
015300                                                                  K6BSCT.1
015400 WORKING-STORAGE SECTION.                                         K6BSCT.1
015500* ----------------------------------------------------------      K6BSCT.1
015600* DEVICE-ROLE ASSIGNMENTS -- KEPT IN STEP WITH K6SITE.CPY.        K6BSCT.1
015700* ----------------------------------------------------------      K6BSCT.1
015800 01  DEV-X24-UNIT                 PIC X(8)   VALUE "SYS010  ".    K6BSCT.1
015900 01  DEV-X25-UNIT                 PIC X(8)   VALUE "SYS011  ".    K6BSCT.1
016000 01  DEV-X55-UNIT                 PIC X(8)   VALUE "SYSLPT  ".    K6BSCT.1
016100 01  DEV-X62-UNIT                 PIC X(8)   VALUE "SYS012  ".    K6BSCT.1
016200* ----------------------------------------------------------      K6BSCT.1
016300* SWITCHES AND COUNTERS.                                          K6BSCT.1
016400* ----------------------------------------------------------      K6BSCT.1
016500 77  WS-ST-STATUS                 PIC X(2)   VALUE SPACE.         K6BSCT.1
016600 77  WS-XX-STATUS                 PIC X(2)   VALUE SPACE.         K6BSCT.1
016700 77  WS-CSV-STATUS                PIC X(2)   VALUE SPACE.         K6BSCT.1
016800 77  WS-AS-OF-DATE                PIC 9(8)   VALUE ZERO.          K6BSCT.1
016900 77  WS-GOOD-TARGET               PIC X(8)   VALUE SPACE.         K6BSCT.1
017000 77  WS-BAD-TARGET                PIC X(8)   VALUE SPACE.         K6BSCT.1
017100 77  WS-STARTED                   PIC X(8)   VALUE SPACE.         K6BSCT.1
017200 77  WS-BUILD-COUNT               PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
017300 77  WS-PARA-COUNT                PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
017400 77  WS-CARD-COUNT                PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
017500 77  WS-SUB                       PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
017600 77  WS-PSUB                      PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
017700 77  WS-QSUB                      PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
017800 77  WS-LO                        PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
017900 77  WS-HI                        PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
018000 77  WS-MID                       PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
018100 77  WS-PENDING                   PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
018200 77  WS-FAILS                     PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
018300 77  WS-UNSEEN                    PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
018400 77  WS-RUNS-LEFT                 PIC 9(2)   COMP VALUE ZERO.     K6BSCT.1
018500 77  WS-SPAN                      PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
018600 77  WS-STEP-COUNT                PIC 9(3)   VALUE ZERO.          K6BSCT.1
018700 77  WS-PGM-COUNT                 PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
018800 77  WS-DROPPED                   PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
018900 77  WS-BSCT-RC                   PIC 9(2)   VALUE ZERO.          K6BSCT.1
019000 77  WS-SEQ                       PIC 9(3)   COMP VALUE ZERO.     K6BSCT.1
019100 77  WS-POF                       PIC X(5)   VALUE SPACE.         K6BSCT.1
019200 77  WS-BUILD-NAME                PIC X(8)   VALUE SPACE.         K6BSCT.1
019300 77  WS-DECK-TARGET               PIC X(8)   VALUE SPACE.         K6BSCT.1
019400 77  WS-SESS-STATUS               PIC X(1)   VALUE SPACE.         K6BSCT.1
019500     88  WS-SESSION-NEW                      VALUE SPACE.         K6BSCT.1
019600     88  WS-SESSION-ACTIVE                   VALUE "A".           K6BSCT.1
019700     88  WS-SESSION-FINISHED                 VALUE "F".           K6BSCT.1
019800 77  WS-OUTCOME                   PIC X(1)   VALUE SPACE.         K6BSCT.1
019900     88  WS-OUT-NEXT                         VALUE "N".           K6BSCT.1
020000     88  WS-OUT-AWAIT                        VALUE "W".           K6BSCT.1
020100     88  WS-OUT-DONE                         VALUE "D".           K6BSCT.1
020200     88  WS-OUT-NOTHING                      VALUE "X".           K6BSCT.1
020300 77  WS-IN-PENDING-SW             PIC X(1)   VALUE "N".           K6BSCT.1
020400     88  WS-IN-PENDING                       VALUE "Y".           K6BSCT.1
020500 77  WS-CUR-PGM-ID                PIC X(6)   VALUE SPACE.         K6BSCT.1
020600 77  WS-DSN-NODE                  PIC X(8)   VALUE SPACE.         K6BSCT.1
020700 77  WS-DSN-LAST                  PIC X(8)   VALUE SPACE.         K6BSCT.1
020800 77  WS-DSN-LIB                   PIC X(8)   VALUE SPACE.         K6BSCT.1
020900* ----------------------------------------------------------      K6BSCT.1
021000* THE BUILD LADDER AND THE FAILING PARAGRAPHS.  A PARAGRAPH'S     K6BSCT.1
021100* VERDICT ON BUILD N IS PT-BUILD-POF (P, N); THE GOOD AND BAD     K6BSCT.1
021200* TARGETS ARE PT-GOOD-POF AND PT-BAD-POF.                         K6BSCT.1
021300* ----------------------------------------------------------      K6BSCT.1
021400 01  BUILD-TABLE.                                                 K6BSCT.1
021500     05  BUILD-ENTRY OCCURS 50 TIMES.                             K6BSCT.1
021600         10  BT-TARGET            PIC X(8).                       K6BSCT.1
021700         10  BT-STATUS            PIC X(1).                       K6BSCT.1
021800         10  BT-DECK-DATE         PIC X(8).                       K6BSCT.1
021900         10  BT-RESULT-DATE       PIC X(8).                       K6BSCT.1
022000         10  BT-FAILS             PIC 9(3)   COMP.                K6BSCT.1
022100 01  PARA-TABLE.                                                  K6BSCT.1
022200     05  PARA-ENTRY OCCURS 200 TIMES.                             K6BSCT.1
022300         10  PT-PGM-ID            PIC X(6).                       K6BSCT.1
022400         10  PT-PAR-NAME          PIC X(22).                      K6BSCT.1
022500         10  PT-GOOD-POF          PIC X(5).                       K6BSCT.1
022600         10  PT-BAD-POF           PIC X(5).                       K6BSCT.1
022700         10  PT-SEEN              PIC X(1).                       K6BSCT.1
022800         10  PT-BUILD-POF OCCURS 50 TIMES                         K6BSCT.1
022900                                  PIC X(5).                       K6BSCT.1
023000* ----------------------------------------------------------      K6BSCT.1
023100* CARD IMAGES.                                                    K6BSCT.1
023200* ----------------------------------------------------------      K6BSCT.1
023300 01  JOB-CARD.                                                    K6BSCT.1
023400     05  FILLER   PIC X(37) VALUE                                 K6BSCT.1
023500         "//K6BSCT  JOB (CCVS),'CERT BISECTION'".                 K6BSCT.1
023600     05  FILLER   PIC X(43) VALUE ",CLASS=A,MSGCLASS=X".          K6BSCT.1
023700 01  JOB-COMMENT-CARD.                                            K6BSCT.1
023800     05  FILLER   PIC X(42) VALUE                                 K6BSCT.1
023900         "//* BISECTION DECK BUILT BY K6BSCT, BUILD ".            K6BSCT.1
024000     05  JCC-TARGET               PIC X(8).                       K6BSCT.1
024100     05  FILLER   PIC X(5)  VALUE " SEQ ".                        K6BSCT.1
024200     05  JCC-SEQ                  PIC 9(3).                       K6BSCT.1
024300     05  FILLER   PIC X(24) VALUE SPACE.                          K6BSCT.1
024400 01  CMPL-EXEC-CARD.                                              K6BSCT.1
024500     05  FILLER           PIC X(2)  VALUE "//".                   K6BSCT.1
024600     05  CMX-STEP-NAME.                                           K6BSCT.1
024700         10  FILLER       PIC X(4)  VALUE "CMPL".                 K6BSCT.1
024800         10  CMX-STEP-NO  PIC 9(3).                               K6BSCT.1
024900     05  FILLER           PIC X(2)  VALUE SPACE.                  K6BSCT.1
025000     05  FILLER           PIC X(11) VALUE "EXEC IGYWCL".          K6BSCT.1
025100     05  FILLER           PIC X(58) VALUE SPACE.                  K6BSCT.1
025200 01  COPYLIB-CONCAT-CARD.                                         K6BSCT.1
025300     05  FILLER   PIC X(80) VALUE                                 K6BSCT.1
025400         "//              DD DSN=CCVS.COPYLIB,DISP=SHR".          K6BSCT.1
025500 01  EXEC-CARD.                                                   K6BSCT.1
025600     05  FILLER           PIC X(2)  VALUE "//".                   K6BSCT.1
025700     05  EXC-STEP-NAME.                                           K6BSCT.1
025800         10  FILLER       PIC X(4)  VALUE "BSCT".                 K6BSCT.1
025900         10  EXC-STEP-NO  PIC 9(3).                               K6BSCT.1
026000     05  FILLER           PIC X(2)  VALUE SPACE.                  K6BSCT.1
026100     05  FILLER           PIC X(9)  VALUE "EXEC PGM=".            K6BSCT.1
026200     05  EXC-PGM-ID       PIC X(6).                               K6BSCT.1
026300     05  FILLER           PIC X(54) VALUE SPACE.                  K6BSCT.1
026400 01  STEPLIB-CARD.                                                K6BSCT.1
026500     05  FILLER   PIC X(80) VALUE                                 K6BSCT.1
026600         "//STEPLIB  DD DSN=CCVS.BSCTLIB,DISP=SHR".               K6BSCT.1
026700 01  DD-DSN-CARD.                                                 K6BSCT.1
026800     05  FILLER           PIC X(2)  VALUE "//".                   K6BSCT.1
026900     05  DDC-DDNAME       PIC X(8).                               K6BSCT.1
027000     05  FILLER           PIC X(1)  VALUE SPACE.                  K6BSCT.1
027100     05  FILLER           PIC X(7)  VALUE "DD DSN=".              K6BSCT.1
027200*    DSN AND DISPOSITION, BUILT BY 5500-BUILD-DSN WITH THE        K6BSCT.1
027300*    NODE PADDING SQUEEZED OUT, AS K6JGEN BUILDS IT.              K6BSCT.1
027400     05  DDC-DSN-AREA     PIC X(62).                              K6BSCT.1
027500 01  DD-SYSOUT-CARD.                                              K6BSCT.1
027600     05  FILLER           PIC X(2)  VALUE "//".                   K6BSCT.1
027700     05  DDS-DDNAME       PIC X(8).                               K6BSCT.1
027800     05  FILLER           PIC X(1)  VALUE SPACE.                  K6BSCT.1
027900     05  FILLER           PIC X(11) VALUE "DD SYSOUT=A".          K6BSCT.1
028000     05  FILLER           PIC X(58) VALUE SPACE.                  K6BSCT.1
028100 01  NULL-CARD.                                                   K6BSCT.1
028200     05  FILLER   PIC X(80) VALUE "//".                           K6BSCT.1
028300* ----------------------------------------------------------      K6BSCT.1
028400* REPORT LINES.                                                   K6BSCT.1
028500* ----------------------------------------------------------      K6BSCT.1
028600 01  HDR-LINE-1.                                                  K6BSCT.1
028700     05  FILLER   PIC X(40) VALUE                                 K6BSCT.1
028800         "COMPILER-BUILD BISECTION (K6BSCT)  GOOD ".              K6BSCT.1
028900     05  HDR-GOOD                 PIC X(8).                       K6BSCT.1
029000     05  FILLER   PIC X(6)  VALUE "  BAD ".                       K6BSCT.1
029100     05  HDR-BAD                  PIC X(8).                       K6BSCT.1
029200     05  FILLER   PIC X(8)  VALUE "  AS OF ".                     K6BSCT.1
029300     05  HDR-AS-OF                PIC 9(8).                       K6BSCT.1
029400     05  FILLER   PIC X(10) VALUE "  STARTED ".                   K6BSCT.1
029500     05  HDR-STARTED              PIC X(8).                       K6BSCT.1
029600     05  FILLER   PIC X(24) VALUE SPACE.                          K6BSCT.1
029700 01  HDR-LINE-2.                                                  K6BSCT.1
029800     05  FILLER   PIC X(5)  VALUE "SEQ".                          K6BSCT.1
029900     05  FILLER   PIC X(9)  VALUE "BUILD".                        K6BSCT.1
030000     05  FILLER   PIC X(16) VALUE "STATE".                        K6BSCT.1
030100     05  FILLER   PIC X(9)  VALUE "DECK".                         K6BSCT.1
030200     05  FILLER   PIC X(9)  VALUE "RESULTS".                      K6BSCT.1
030300     05  FILLER   PIC X(72) VALUE "PARAGRAPHS FAILING".           K6BSCT.1
030400 01  LADDER-LINE.                                                 K6BSCT.1
030500     05  LL-SEQ                   PIC ZZ9.                        K6BSCT.1
030600     05  FILLER                   PIC X(2)  VALUE SPACE.          K6BSCT.1
030700     05  LL-TARGET                PIC X(8).                       K6BSCT.1
030800     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
030900     05  LL-STATE                 PIC X(15).                      K6BSCT.1
031000     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
031100     05  LL-DECK-DATE             PIC X(8).                       K6BSCT.1
031200     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
031300     05  LL-RESULT-DATE           PIC X(8).                       K6BSCT.1
031400     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
031500     05  LL-FAILS                 PIC X(5).                       K6BSCT.1
031600     05  FILLER                   PIC X(67) VALUE SPACE.          K6BSCT.1
031700 01  MSG-LINE.                                                    K6BSCT.1
031800     05  ML-TEXT                  PIC X(120).                     K6BSCT.1
031900 01  PARA-HDR-LINE.                                               K6BSCT.1
032000     05  FILLER   PIC X(7)  VALUE "PGM-ID".                       K6BSCT.1
032100     05  FILLER   PIC X(23) VALUE "PAR-NAME".                     K6BSCT.1
032200     05  FILLER   PIC X(10) VALUE "GOOD".                         K6BSCT.1
032300     05  FILLER   PIC X(10) VALUE "LAST GOOD".                    K6BSCT.1
032400     05  FILLER   PIC X(10) VALUE "FIRST BAD".                    K6BSCT.1
032500     05  FILLER   PIC X(10) VALUE "BAD".                          K6BSCT.1
032600     05  FILLER   PIC X(50) VALUE "FINDING".                      K6BSCT.1
032700 01  PARA-LINE.                                                   K6BSCT.1
032800     05  PL-PGM-ID                PIC X(6).                       K6BSCT.1
032900     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
033000     05  PL-PAR-NAME              PIC X(22).                      K6BSCT.1
033100     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
033200     05  PL-GOOD                  PIC X(9).                       K6BSCT.1
033300     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
033400     05  PL-LAST-GOOD             PIC X(9).                       K6BSCT.1
033500     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
033600     05  PL-FIRST-BAD             PIC X(9).                       K6BSCT.1
033700     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
033800     05  PL-BAD                   PIC X(9).                       K6BSCT.1
033900     05  FILLER                   PIC X(1)  VALUE SPACE.          K6BSCT.1
034000     05  PL-FINDING               PIC X(50).                      K6BSCT.1
034100 01  COUNT-EDIT                   PIC ZZ9.                        K6BSCT.1
034200 PROCEDURE DIVISION.                                              K6BSCT.1
034300*================================================================ K6BSCT.1
034400* 0000-MAINLINE -- PICK UP OR START THE BISECTION, FOLD IN THE    K6BSCT.1
034500* MIDPOINT'S RESULTS, TAKE THE NEXT STEP, WRITE IT ALL DOWN.      K6BSCT.1
034600*================================================================ K6BSCT.1
034700 0000-MAINLINE.                                                   K6BSCT.1
034800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6BSCT.1
034900     PERFORM 1500-LOAD-STATE THRU 1500-EXIT.                      K6BSCT.1
035000     IF WS-SESSION-NEW                                            K6BSCT.1
035100         PERFORM 2000-START-SESSION THRU 2000-EXIT.               K6BSCT.1
035200     OPEN OUTPUT BSCT-RPT.                                        K6BSCT.1
035300     OPEN OUTPUT JCL-DECK.                                        K6BSCT.1
035400     OPEN OUTPUT STATE-OUT.                                       K6BSCT.1
035500     IF WS-BUILD-COUNT = ZERO OR WS-PARA-COUNT = ZERO             K6BSCT.1
035600         MOVE "X" TO WS-OUTCOME                                   K6BSCT.1
035700         MOVE 8 TO WS-BSCT-RC                                     K6BSCT.1
035800         PERFORM 7000-REPORT THRU 7000-EXIT                       K6BSCT.1
035900         GO TO 0000-CLOSE.                                        K6BSCT.1
036000     IF WS-SESSION-ACTIVE AND WS-PENDING NOT = ZERO               K6BSCT.1
036100         PERFORM 3000-READ-RESULTS THRU 3000-EXIT                 K6BSCT.1
036200         PERFORM 3500-JUDGE-PENDING THRU 3500-EXIT.               K6BSCT.1
036300     PERFORM 4000-NEXT-STEP THRU 4000-EXIT.                       K6BSCT.1
036400     IF WS-OUT-NEXT OR WS-OUT-AWAIT                               K6BSCT.1
036500         PERFORM 5000-WRITE-DECK THRU 5000-EXIT.                  K6BSCT.1
036600     PERFORM 6000-WRITE-STATE THRU 6000-EXIT.                     K6BSCT.1
036700     PERFORM 7000-REPORT THRU 7000-EXIT.                          K6BSCT.1
036800 0000-CLOSE.                                                      K6BSCT.1
036900     CLOSE BSCT-RPT.                                              K6BSCT.1
037000     CLOSE JCL-DECK.                                              K6BSCT.1
037100     CLOSE STATE-OUT.                                             K6BSCT.1
037200     MOVE WS-BSCT-RC TO RETURN-CODE.                              K6BSCT.1
037300     STOP RUN.                                                    K6BSCT.1
037400*================================================================ K6BSCT.1
037500* 1000-INITIALIZE -- THE TARGETS, AS-OF DATE AND BUILD CARDS.     K6BSCT.1
037600* THE BUILD CARDS ARE HELD IN THE LADDER NOW AND REPLACED BY      K6BSCT.1
037700* THE STATE FILE'S WHEN A BISECTION IS ALREADY UNDER WAY.         K6BSCT.1
037800*================================================================ K6BSCT.1
037900 1000-INITIALIZE.                                                 K6BSCT.1
038000     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                     K6BSCT.1
038100     OPEN INPUT BSCT-CTL.                                         K6BSCT.1
038200 1000-FIRST.                                                      K6BSCT.1
038300     READ BSCT-CTL                                                K6BSCT.1
038400         AT END GO TO 1000-CLOSE.                                 K6BSCT.1
038500     IF CTL-REC (1:1) = "*"                                       K6BSCT.1
038600         GO TO 1000-FIRST.                                        K6BSCT.1
038700     MOVE CTL-GOOD-TARGET TO WS-GOOD-TARGET.                      K6BSCT.1
038800     MOVE CTL-BAD-TARGET  TO WS-BAD-TARGET.                       K6BSCT.1
038900     IF CTL-AS-OF-DATE NUMERIC                                    K6BSCT.1
039000         MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.                    K6BSCT.1
039100 1000-BUILD.                                                      K6BSCT.1
039200     READ BSCT-CTL                                                K6BSCT.1
039300         AT END GO TO 1000-CLOSE.                                 K6BSCT.1
039400     IF CTL-REC (1:1) = "*" OR CTL-BUILD-TARGET = SPACE           K6BSCT.1
039500         GO TO 1000-BUILD.                                        K6BSCT.1
039600     IF WS-CARD-COUNT NOT < 50                                    K6BSCT.1
039700         ADD 1 TO WS-DROPPED                                      K6BSCT.1
039800         GO TO 1000-BUILD.                                        K6BSCT.1
039900     ADD 1 TO WS-CARD-COUNT.                                      K6BSCT.1
040000     MOVE CTL-BUILD-TARGET TO BT-TARGET (WS-CARD-COUNT).          K6BSCT.1
040100     MOVE "U"              TO BT-STATUS (WS-CARD-COUNT).          K6BSCT.1
040200     MOVE SPACE            TO BT-DECK-DATE (WS-CARD-COUNT).       K6BSCT.1
040300     MOVE SPACE            TO BT-RESULT-DATE (WS-CARD-COUNT).     K6BSCT.1
040400     MOVE ZERO             TO BT-FAILS (WS-CARD-COUNT).           K6BSCT.1
040500     GO TO 1000-BUILD.                                            K6BSCT.1
040600 1000-CLOSE.                                                      K6BSCT.1
040700     CLOSE BSCT-CTL.                                              K6BSCT.1
040800 1000-EXIT.                                                       K6BSCT.1
040900     EXIT.                                                        K6BSCT.1
041000*================================================================ K6BSCT.1
041100* 1500-LOAD-STATE -- THE BISECTION AS OF THE PREVIOUS RUN.  A     K6BSCT.1
041200* STATE FILE FOR OTHER TARGETS IS SET ASIDE AND A NEW             K6BSCT.1
041300* BISECTION STARTED.                                              K6BSCT.1
041400*================================================================ K6BSCT.1
041500 1500-LOAD-STATE.                                                 K6BSCT.1
041600     OPEN INPUT STATE-IN.                                         K6BSCT.1
041700     IF WS-ST-STATUS NOT = "00"                                   K6BSCT.1
041800         IF WS-ST-STATUS = "05"                                   K6BSCT.1
041900             CLOSE STATE-IN                                       K6BSCT.1
042000             GO TO 1500-EXIT                                      K6BSCT.1
042100         ELSE                                                     K6BSCT.1
042200             GO TO 1500-EXIT.                                     K6BSCT.1
042300     READ STATE-IN                                                K6BSCT.1
042400         AT END GO TO 1500-DONE.                                  K6BSCT.1
042500     IF NOT BS-SESSION                                            K6BSCT.1
042600             OR BS-GOOD-TARGET NOT = WS-GOOD-TARGET               K6BSCT.1
042700             OR BS-BAD-TARGET NOT = WS-BAD-TARGET                 K6BSCT.1
042800         GO TO 1500-DONE.                                         K6BSCT.1
042900     MOVE BS-SESS-STATUS TO WS-SESS-STATUS.                       K6BSCT.1
043000     MOVE BS-STARTED     TO WS-STARTED.                           K6BSCT.1
043100     MOVE ZERO TO WS-BUILD-COUNT WS-PARA-COUNT.                   K6BSCT.1
043200     PERFORM 1600-CLEAR-LADDER THRU 1600-EXIT.                    K6BSCT.1
043300 1500-READ.                                                       K6BSCT.1
043400     READ STATE-IN                                                K6BSCT.1
043500         AT END GO TO 1500-DONE.                                  K6BSCT.1
043600     IF BS-BUILD                                                  K6BSCT.1
043700         PERFORM 1700-TAKE-BUILD THRU 1700-EXIT                   K6BSCT.1
043800         GO TO 1500-READ.                                         K6BSCT.1
043900     IF BS-PARAGRAPH                                              K6BSCT.1
044000         PERFORM 1800-TAKE-PARAGRAPH THRU 1800-EXIT               K6BSCT.1
044100         GO TO 1500-READ.                                         K6BSCT.1
044200     IF BS-VERDICT                                                K6BSCT.1
044300         PERFORM 1900-TAKE-VERDICT THRU 1900-EXIT.                K6BSCT.1
044400     GO TO 1500-READ.                                             K6BSCT.1
044500 1500-DONE.                                                       K6BSCT.1
044600     CLOSE STATE-IN.                                              K6BSCT.1
044700 1500-EXIT.                                                       K6BSCT.1
044800     EXIT.                                                        K6BSCT.1
044900 1600-CLEAR-LADDER.                                               K6BSCT.1
045000     MOVE ZERO TO WS-SUB.                                         K6BSCT.1
045100 1600-NEXT.                                                       K6BSCT.1
045200     ADD 1 TO WS-SUB.                                             K6BSCT.1
045300     IF WS-SUB > 50                                               K6BSCT.1
045400         GO TO 1600-EXIT.                                         K6BSCT.1
045500     MOVE SPACE TO BT-TARGET (WS-SUB) BT-STATUS (WS-SUB).         K6BSCT.1
045600     MOVE SPACE TO BT-DECK-DATE (WS-SUB) BT-RESULT-DATE (WS-SUB). K6BSCT.1
045700     MOVE ZERO  TO BT-FAILS (WS-SUB).                             K6BSCT.1
045800     GO TO 1600-NEXT.                                             K6BSCT.1
045900 1600-EXIT.                                                       K6BSCT.1
046000     EXIT.                                                        K6BSCT.1
046100 1700-TAKE-BUILD.                                                 K6BSCT.1
046200     IF BS-BUILD-SEQ = ZERO OR BS-BUILD-SEQ > 50                  K6BSCT.1
046300         GO TO 1700-EXIT.                                         K6BSCT.1
046400     MOVE BS-BUILD-SEQ TO WS-SUB.                                 K6BSCT.1
046500     MOVE BS-BUILD-TARGET TO BT-TARGET (WS-SUB).                  K6BSCT.1
046600     MOVE BS-BUILD-STATUS TO BT-STATUS (WS-SUB).                  K6BSCT.1
046700     MOVE BS-DECK-DATE    TO BT-DECK-DATE (WS-SUB).               K6BSCT.1
046800     MOVE BS-RESULT-DATE  TO BT-RESULT-DATE (WS-SUB).             K6BSCT.1
046900     IF WS-SUB > WS-BUILD-COUNT                                   K6BSCT.1
047000         MOVE WS-SUB TO WS-BUILD-COUNT.                           K6BSCT.1
047100     IF BS-PENDING                                                K6BSCT.1
047200         MOVE WS-SUB TO WS-PENDING.                               K6BSCT.1
047300 1700-EXIT.                                                       K6BSCT.1
047400     EXIT.                                                        K6BSCT.1
047500 1800-TAKE-PARAGRAPH.                                             K6BSCT.1
047600     IF WS-PARA-COUNT NOT < 200                                   K6BSCT.1
047700         GO TO 1800-EXIT.                                         K6BSCT.1
047800     ADD 1 TO WS-PARA-COUNT.                                      K6BSCT.1
047900     MOVE SPACE TO PARA-ENTRY (WS-PARA-COUNT).                    K6BSCT.1
048000     MOVE BS-PGM-ID   TO PT-PGM-ID (WS-PARA-COUNT).               K6BSCT.1
048100     MOVE BS-PAR-NAME TO PT-PAR-NAME (WS-PARA-COUNT).             K6BSCT.1
048200     MOVE BS-GOOD-POF TO PT-GOOD-POF (WS-PARA-COUNT).             K6BSCT.1
048300     MOVE BS-BAD-POF  TO PT-BAD-POF (WS-PARA-COUNT).              K6BSCT.1
048400 1800-EXIT.                                                       K6BSCT.1
048500     EXIT.                                                        K6BSCT.1
048600 1900-TAKE-VERDICT.                                               K6BSCT.1
048700     IF BS-V-BUILD-SEQ = ZERO OR BS-V-BUILD-SEQ > 50              K6BSCT.1
048800         GO TO 1900-EXIT.                                         K6BSCT.1
048900     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
049000 1900-NEXT.                                                       K6BSCT.1
049100     ADD 1 TO WS-PSUB.                                            K6BSCT.1
049200     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
049300         GO TO 1900-EXIT.                                         K6BSCT.1
049400     IF PT-PGM-ID (WS-PSUB) NOT = BS-V-PGM-ID                     K6BSCT.1
049500             OR PT-PAR-NAME (WS-PSUB) NOT = BS-V-PAR-NAME         K6BSCT.1
049600         GO TO 1900-NEXT.                                         K6BSCT.1
049700     MOVE BS-V-BUILD-SEQ TO WS-SUB.                               K6BSCT.1
049800     MOVE BS-V-POF TO PT-BUILD-POF (WS-PSUB, WS-SUB).             K6BSCT.1
049900 1900-EXIT.                                                       K6BSCT.1
050000     EXIT.                                                        K6BSCT.1
050100*================================================================ K6BSCT.1
050200* 2000-START-SESSION -- A NEW BISECTION: THE BUILD CARDS ARE THE  K6BSCT.1
050300* LADDER, AND EVERY PARAGRAPH PASSING ON THE GOOD TARGET AND      K6BSCT.1
050400* FAILING ON THE BAD ONE IS TRACKED.                              K6BSCT.1
050500*================================================================ K6BSCT.1
050600 2000-START-SESSION.                                              K6BSCT.1
050700     MOVE "A" TO WS-SESS-STATUS.                                  K6BSCT.1
050800     MOVE WS-AS-OF-DATE TO WS-STARTED.                            K6BSCT.1
050900     MOVE WS-CARD-COUNT TO WS-BUILD-COUNT.                        K6BSCT.1
051000     MOVE ZERO TO WS-PENDING.                                     K6BSCT.1
051100     OPEN INPUT XTGT-EXTRACT.                                     K6BSCT.1
051200     IF WS-XX-STATUS NOT = "00"                                   K6BSCT.1
051300         IF WS-XX-STATUS = "05"                                   K6BSCT.1
051400             CLOSE XTGT-EXTRACT                                   K6BSCT.1
051500             GO TO 2000-EXIT                                      K6BSCT.1
051600         ELSE                                                     K6BSCT.1
051700             GO TO 2000-EXIT.                                     K6BSCT.1
051800 2000-READ.                                                       K6BSCT.1
051900     READ XTGT-EXTRACT                                            K6BSCT.1
052000         AT END GO TO 2000-DONE.                                  K6BSCT.1
052100     IF XX-TARGET-A NOT = WS-GOOD-TARGET                          K6BSCT.1
052200             OR XX-TARGET-B NOT = WS-BAD-TARGET                   K6BSCT.1
052300         GO TO 2000-READ.                                         K6BSCT.1
052400     IF XX-A-POF NOT = "PASS " OR XX-B-POF NOT = "FAIL*"          K6BSCT.1
052500         GO TO 2000-READ.                                         K6BSCT.1
052600     IF WS-PARA-COUNT NOT < 200                                   K6BSCT.1
052700         ADD 1 TO WS-DROPPED                                      K6BSCT.1
052800         GO TO 2000-READ.                                         K6BSCT.1
052900     ADD 1 TO WS-PARA-COUNT.                                      K6BSCT.1
053000     MOVE SPACE TO PARA-ENTRY (WS-PARA-COUNT).                    K6BSCT.1
053100     MOVE XX-PGM-ID   TO PT-PGM-ID (WS-PARA-COUNT).               K6BSCT.1
053200     MOVE XX-PAR-NAME TO PT-PAR-NAME (WS-PARA-COUNT).             K6BSCT.1
053300     MOVE XX-A-POF    TO PT-GOOD-POF (WS-PARA-COUNT).             K6BSCT.1
053400     MOVE XX-B-POF    TO PT-BAD-POF (WS-PARA-COUNT).              K6BSCT.1
053500     GO TO 2000-READ.                                             K6BSCT.1
053600 2000-DONE.                                                       K6BSCT.1
053700     CLOSE XTGT-EXTRACT.                                          K6BSCT.1
053800 2000-EXIT.                                                       K6BSCT.1
053900     EXIT.                                                        K6BSCT.1
054000*================================================================ K6BSCT.1
054100* 3000-READ-RESULTS -- THE PENDING BUILD'S VERDICTS FOR THE       K6BSCT.1
054200* TRACKED PARAGRAPHS, FROM RUNS NO OLDER THAN ITS DECK.  A        K6BSCT.1
054300* PROGRAM THAT RAN MARKS ALL ITS PARAGRAPHS SEEN, SO A PARAGRAPH  K6BSCT.1
054400* THAT PRINTED NOTHING IS STILL JUDGED.                           K6BSCT.1
054500*================================================================ K6BSCT.1
054600 3000-READ-RESULTS.                                               K6BSCT.1
054700     OPEN INPUT CSV-EXTRACT.                                      K6BSCT.1
054800     IF WS-CSV-STATUS NOT = "00"                                  K6BSCT.1
054900         IF WS-CSV-STATUS = "05"                                  K6BSCT.1
055000             CLOSE CSV-EXTRACT                                    K6BSCT.1
055100             GO TO 3000-EXIT                                      K6BSCT.1
055200         ELSE                                                     K6BSCT.1
055300             GO TO 3000-EXIT.                                     K6BSCT.1
055400     MOVE "N" TO WS-IN-PENDING-SW.                                K6BSCT.1
055500 3000-READ.                                                       K6BSCT.1
055600     READ CSV-EXTRACT                                             K6BSCT.1
055700         AT END GO TO 3000-DONE.                                  K6BSCT.1
055800     IF CX-ID-FLAG = "H"                                          K6BSCT.1
055900         MOVE "N" TO WS-IN-PENDING-SW                             K6BSCT.1
056000         IF CX-ID-TARGET = BT-TARGET (WS-PENDING)                 K6BSCT.1
056100                 AND CX-ID-RUN-DATE                               K6BSCT.1
056200                     NOT < BT-DECK-DATE (WS-PENDING)              K6BSCT.1
056300             MOVE "Y" TO WS-IN-PENDING-SW                         K6BSCT.1
056400             MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID                   K6BSCT.1
056500             PERFORM 3100-MARK-SEEN THRU 3100-EXIT                K6BSCT.1
056600             GO TO 3000-READ                                      K6BSCT.1
056700         ELSE                                                     K6BSCT.1
056800             GO TO 3000-READ.                                     K6BSCT.1
056900     IF NOT WS-IN-PENDING OR CX-LEAD-QUOTE NOT = QUOTE            K6BSCT.1
057000         GO TO 3000-READ.                                         K6BSCT.1
057100     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
057200 3000-FIND.                                                       K6BSCT.1
057300     ADD 1 TO WS-PSUB.                                            K6BSCT.1
057400     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
057500         GO TO 3000-READ.                                         K6BSCT.1
057600     IF PT-PGM-ID (WS-PSUB) NOT = WS-CUR-PGM-ID                   K6BSCT.1
057700             OR PT-PAR-NAME (WS-PSUB) NOT = CX-PAR-NAME           K6BSCT.1
057800         GO TO 3000-FIND.                                         K6BSCT.1
057900     MOVE CX-P-OR-F TO PT-BUILD-POF (WS-PSUB, WS-PENDING).        K6BSCT.1
058000     GO TO 3000-READ.                                             K6BSCT.1
058100 3000-DONE.                                                       K6BSCT.1
058200     CLOSE CSV-EXTRACT.                                           K6BSCT.1
058300 3000-EXIT.                                                       K6BSCT.1
058400     EXIT.                                                        K6BSCT.1
058500 3100-MARK-SEEN.                                                  K6BSCT.1
058600     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
058700 3100-NEXT.                                                       K6BSCT.1
058800     ADD 1 TO WS-PSUB.                                            K6BSCT.1
058900     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
059000         GO TO 3100-EXIT.                                         K6BSCT.1
059100     IF PT-PGM-ID (WS-PSUB) = WS-CUR-PGM-ID                       K6BSCT.1
059200         MOVE "Y" TO PT-SEEN (WS-PSUB).                           K6BSCT.1
059300     GO TO 3100-NEXT.                                             K6BSCT.1
059400 3100-EXIT.                                                       K6BSCT.1
059500     EXIT.                                                        K6BSCT.1
059600*================================================================ K6BSCT.1
059700* 3500-JUDGE-PENDING -- ONCE EVERY TRACKED PROGRAM HAS RUN ON     K6BSCT.1
059800* THE PENDING BUILD: BAD IF ANY PARAGRAPH FAILED, ELSE GOOD.      K6BSCT.1
059900*================================================================ K6BSCT.1
060000 3500-JUDGE-PENDING.                                              K6BSCT.1
060100     MOVE ZERO TO WS-UNSEEN WS-FAILS.                             K6BSCT.1
060200     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
060300 3500-NEXT.                                                       K6BSCT.1
060400     ADD 1 TO WS-PSUB.                                            K6BSCT.1
060500     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
060600         GO TO 3500-DECIDE.                                       K6BSCT.1
060700     IF PT-SEEN (WS-PSUB) NOT = "Y"                               K6BSCT.1
060800         ADD 1 TO WS-UNSEEN.                                      K6BSCT.1
060900     IF PT-BUILD-POF (WS-PSUB, WS-PENDING) = "FAIL*"              K6BSCT.1
061000         ADD 1 TO WS-FAILS.                                       K6BSCT.1
061100     GO TO 3500-NEXT.                                             K6BSCT.1
061200 3500-DECIDE.                                                     K6BSCT.1
061300     IF WS-UNSEEN > ZERO                                          K6BSCT.1
061400         GO TO 3500-EXIT.                                         K6BSCT.1
061500     MOVE WS-AS-OF-DATE TO BT-RESULT-DATE (WS-PENDING).           K6BSCT.1
061600     IF WS-FAILS > ZERO                                           K6BSCT.1
061700         MOVE "B" TO BT-STATUS (WS-PENDING)                       K6BSCT.1
061800     ELSE                                                         K6BSCT.1
061900         MOVE "G" TO BT-STATUS (WS-PENDING).                      K6BSCT.1
062000     MOVE ZERO TO WS-PENDING.                                     K6BSCT.1
062100 3500-EXIT.                                                       K6BSCT.1
062200     EXIT.                                                        K6BSCT.1
062300*================================================================ K6BSCT.1
062400* 4000-NEXT-STEP -- THE FIRST BAD BUILD KNOWN (THE BAD TARGET IF  K6BSCT.1
062500* NONE) AND THE LAST GOOD ONE BELOW IT (THE GOOD TARGET IF        K6BSCT.1
062600* NONE).  ADJACENT, THE BISECTION IS FINISHED; OTHERWISE THE      K6BSCT.1
062700* BUILD HALFWAY BETWEEN IS THE NEXT TO RUN, UNLESS ONE IS STILL   K6BSCT.1
062800* AWAITED.                                                        K6BSCT.1
062900*================================================================ K6BSCT.1
063000 4000-NEXT-STEP.                                                  K6BSCT.1
063100     MOVE WS-BUILD-COUNT TO WS-HI.                                K6BSCT.1
063200     ADD 1 TO WS-HI.                                              K6BSCT.1
063300     MOVE ZERO TO WS-SUB.                                         K6BSCT.1
063400 4000-FIND-HI.                                                    K6BSCT.1
063500     ADD 1 TO WS-SUB.                                             K6BSCT.1
063600     IF WS-SUB > WS-BUILD-COUNT                                   K6BSCT.1
063700         GO TO 4000-LO.                                           K6BSCT.1
063800     IF BT-STATUS (WS-SUB) NOT = "B"                              K6BSCT.1
063900         GO TO 4000-FIND-HI.                                      K6BSCT.1
064000     MOVE WS-SUB TO WS-HI.                                        K6BSCT.1
064100 4000-LO.                                                         K6BSCT.1
064200     MOVE ZERO TO WS-LO.                                          K6BSCT.1
064300     MOVE ZERO TO WS-SUB.                                         K6BSCT.1
064400 4000-FIND-LO.                                                    K6BSCT.1
064500     ADD 1 TO WS-SUB.                                             K6BSCT.1
064600     IF WS-SUB NOT < WS-HI                                        K6BSCT.1
064700         GO TO 4000-DECIDE.                                       K6BSCT.1
064800     IF BT-STATUS (WS-SUB) = "G"                                  K6BSCT.1
064900         MOVE WS-SUB TO WS-LO.                                    K6BSCT.1
065000     GO TO 4000-FIND-LO.                                          K6BSCT.1
065100 4000-DECIDE.                                                     K6BSCT.1
065200     COMPUTE WS-SPAN = WS-HI - WS-LO.                             K6BSCT.1
065300     IF WS-SPAN NOT > 1                                           K6BSCT.1
065400         MOVE "D" TO WS-OUTCOME                                   K6BSCT.1
065500         MOVE "F" TO WS-SESS-STATUS                               K6BSCT.1
065600         MOVE ZERO TO WS-PENDING                                  K6BSCT.1
065700         GO TO 4000-EXIT.                                         K6BSCT.1
065800     IF WS-PENDING NOT = ZERO                                     K6BSCT.1
065900         MOVE "W" TO WS-OUTCOME                                   K6BSCT.1
066000         MOVE 4 TO WS-BSCT-RC                                     K6BSCT.1
066100         GO TO 4000-EXIT.                                         K6BSCT.1
066200     COMPUTE WS-MID = (WS-LO + WS-HI) / 2.                        K6BSCT.1
066300     MOVE WS-MID TO WS-PENDING.                                   K6BSCT.1
066400     MOVE "P" TO BT-STATUS (WS-MID).                              K6BSCT.1
066500     MOVE WS-AS-OF-DATE TO BT-DECK-DATE (WS-MID).                 K6BSCT.1
066600     MOVE SPACE TO BT-RESULT-DATE (WS-MID).                       K6BSCT.1
066700     MOVE "N" TO WS-OUTCOME.                                      K6BSCT.1
066800 4000-EXIT.                                                       K6BSCT.1
066900     EXIT.                                                        K6BSCT.1
067000*================================================================ K6BSCT.1
067100* 5000-WRITE-DECK -- JOB CARD, THEN FOR EACH FAILING PROGRAM A    K6BSCT.1
067200* COMPILE ON THE PENDING BUILD AND A RUN STEP WITH THE DD CARDS   K6BSCT.1
067300* ITS MODULE'S DEVICE ROLES NEED, AS K6JGEN WRITES THEM;          K6BSCT.1
067400* CLOSING NULL CARD.                                              K6BSCT.1
067500*================================================================ K6BSCT.1
067600 5000-WRITE-DECK.                                                 K6BSCT.1
067700     MOVE BT-TARGET (WS-PENDING) TO WS-DECK-TARGET.               K6BSCT.1
067800     MOVE JOB-CARD TO JD-CARD.                                    K6BSCT.1
067900     WRITE JD-CARD.                                               K6BSCT.1
068000     MOVE WS-DECK-TARGET TO JCC-TARGET.                           K6BSCT.1
068100     MOVE WS-PENDING TO JCC-SEQ.                                  K6BSCT.1
068200     MOVE JOB-COMMENT-CARD TO JD-CARD.                            K6BSCT.1
068300     WRITE JD-CARD.                                               K6BSCT.1
068400     MOVE ZERO TO WS-STEP-COUNT.                                  K6BSCT.1
068500     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
068600 5000-NEXT.                                                       K6BSCT.1
068700     ADD 1 TO WS-PSUB.                                            K6BSCT.1
068800     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
068900         GO TO 5000-DONE.                                         K6BSCT.1
069000     PERFORM 5100-FIRST-OF-PROGRAM THRU 5100-EXIT.                K6BSCT.1
069100     IF WS-QSUB NOT = WS-PSUB                                     K6BSCT.1
069200         GO TO 5000-NEXT.                                         K6BSCT.1
069300     ADD 1 TO WS-STEP-COUNT.                                      K6BSCT.1
069400     PERFORM 5200-COMPILE-STEP THRU 5200-EXIT.                    K6BSCT.1
069500     PERFORM 5300-RUN-STEP THRU 5300-EXIT.                        K6BSCT.1
069600     GO TO 5000-NEXT.                                             K6BSCT.1
069700 5000-DONE.                                                       K6BSCT.1
069800     MOVE NULL-CARD TO JD-CARD.                                   K6BSCT.1
069900     WRITE JD-CARD.                                               K6BSCT.1
070000     MOVE WS-STEP-COUNT TO WS-PGM-COUNT.                          K6BSCT.1
070100 5000-EXIT.                                                       K6BSCT.1
070200     EXIT.                                                        K6BSCT.1
070300*================================================================ K6BSCT.1
070400* 5100-FIRST-OF-PROGRAM -- WS-QSUB TO THE FIRST TRACKED           K6BSCT.1
070500* PARAGRAPH OF THE PROGRAM AT WS-PSUB, SO EACH PROGRAM IS RUN     K6BSCT.1
070600* ONCE.                                                           K6BSCT.1
070700*================================================================ K6BSCT.1
070800 5100-FIRST-OF-PROGRAM.                                           K6BSCT.1
070900     MOVE ZERO TO WS-QSUB.                                        K6BSCT.1
071000 5100-NEXT.                                                       K6BSCT.1
071100     ADD 1 TO WS-QSUB.                                            K6BSCT.1
071200     IF PT-PGM-ID (WS-QSUB) NOT = PT-PGM-ID (WS-PSUB)             K6BSCT.1
071300         GO TO 5100-NEXT.                                         K6BSCT.1
071400 5100-EXIT.                                                       K6BSCT.1
071500     EXIT.                                                        K6BSCT.1
071600*================================================================ K6BSCT.1
071700* 5200-COMPILE-STEP -- COMPILE AND LINK THE PROGRAM WITH THE      K6BSCT.1
071800* BUILD'S COMPILER, AGAINST THE BUILD'S OWN K6TARG, INTO THE      K6BSCT.1
071900* BISECTION LOAD LIBRARY.                                         K6BSCT.1
072000*================================================================ K6BSCT.1
072100 5200-COMPILE-STEP.                                               K6BSCT.1
072200     MOVE WS-STEP-COUNT TO CMX-STEP-NO.                           K6BSCT.1
072300     MOVE CMPL-EXEC-CARD TO JD-CARD.                              K6BSCT.1
072400     WRITE JD-CARD.                                               K6BSCT.1
072500     MOVE SPACE TO JD-CARD.                                       K6BSCT.1
072600     STRING "//COBOL.STEPLIB DD DSN=CCVS.CMPLR." DELIMITED BY SIZEK6BSCT.1
072700            WS-DECK-TARGET    DELIMITED BY SPACE                  K6BSCT.1
072800            ",DISP=SHR"       DELIMITED BY SIZE                   K6BSCT.1
072900         INTO JD-CARD.                                            K6BSCT.1
073000     WRITE JD-CARD.                                               K6BSCT.1
073100     MOVE SPACE TO JD-CARD.                                       K6BSCT.1
073200     STRING "//COBOL.SYSIN  DD DSN=CCVS.SRCLIB("                  K6BSCT.1
073300                              DELIMITED BY SIZE                   K6BSCT.1
073400            PT-PGM-ID (WS-PSUB) DELIMITED BY SPACE                K6BSCT.1
073500            "),DISP=SHR"      DELIMITED BY SIZE                   K6BSCT.1
073600         INTO JD-CARD.                                            K6BSCT.1
073700     WRITE JD-CARD.                                               K6BSCT.1
073800     MOVE SPACE TO JD-CARD.                                       K6BSCT.1
073900     STRING "//COBOL.SYSLIB DD DSN=CCVS.TGT." DELIMITED BY SIZE   K6BSCT.1
074000            WS-DECK-TARGET    DELIMITED BY SPACE                  K6BSCT.1
074100            ",DISP=SHR"       DELIMITED BY SIZE                   K6BSCT.1
074200         INTO JD-CARD.                                            K6BSCT.1
074300     WRITE JD-CARD.                                               K6BSCT.1
074400     MOVE COPYLIB-CONCAT-CARD TO JD-CARD.                         K6BSCT.1
074500     WRITE JD-CARD.                                               K6BSCT.1
074600     MOVE SPACE TO JD-CARD.                                       K6BSCT.1
074700     STRING "//LKED.SYSLMOD DD DSN=CCVS.BSCTLIB("                 K6BSCT.1
074800                              DELIMITED BY SIZE                   K6BSCT.1
074900            PT-PGM-ID (WS-PSUB) DELIMITED BY SPACE                K6BSCT.1
075000            "),DISP=SHR"      DELIMITED BY SIZE                   K6BSCT.1
075100         INTO JD-CARD.                                            K6BSCT.1
075200     WRITE JD-CARD.                                               K6BSCT.1
075300 5200-EXIT.                                                       K6BSCT.1
075400     EXIT.                                                        K6BSCT.1
075500*================================================================ K6BSCT.1
075600* 5300-RUN-STEP -- RUN THE PROGRAM FROM THE BISECTION LOAD        K6BSCT.1
075700* LIBRARY: X-62 RAW DATA UNDER THE BUILD'S TARGET-ID, X-55        K6BSCT.1
075800* PRINTER, AND X-24/X-25 WORK FILES FOR THE IX PROGRAMS.          K6BSCT.1
075900*================================================================ K6BSCT.1
076000 5300-RUN-STEP.                                                   K6BSCT.1
076100     MOVE WS-STEP-COUNT TO EXC-STEP-NO.                           K6BSCT.1
076200     MOVE PT-PGM-ID (WS-PSUB) TO EXC-PGM-ID.                      K6BSCT.1
076300     MOVE EXEC-CARD TO JD-CARD.                                   K6BSCT.1
076400     WRITE JD-CARD.                                               K6BSCT.1
076500     MOVE STEPLIB-CARD TO JD-CARD.                                K6BSCT.1
076600     WRITE JD-CARD.                                               K6BSCT.1
076700     MOVE DEV-X62-UNIT TO DDC-DDNAME.                             K6BSCT.1
076800     MOVE "RAWDATA " TO WS-DSN-NODE.                              K6BSCT.1
076900     MOVE WS-DECK-TARGET TO WS-DSN-LAST.                          K6BSCT.1
077000     PERFORM 5500-BUILD-DSN THRU 5500-EXIT.                       K6BSCT.1
077100     MOVE DD-DSN-CARD TO JD-CARD.                                 K6BSCT.1
077200     WRITE JD-CARD.                                               K6BSCT.1
077300     MOVE DEV-X55-UNIT TO DDS-DDNAME.                             K6BSCT.1
077400     MOVE DD-SYSOUT-CARD TO JD-CARD.                              K6BSCT.1
077500     WRITE JD-CARD.                                               K6BSCT.1
077600     IF PT-PGM-ID (WS-PSUB) (1:2) NOT = "IX"                      K6BSCT.1
077700         GO TO 5300-EXIT.                                         K6BSCT.1
077800     MOVE DEV-X24-UNIT TO DDC-DDNAME.                             K6BSCT.1
077900     MOVE "IXFD1   " TO WS-DSN-NODE.                              K6BSCT.1
078000     MOVE PT-PGM-ID (WS-PSUB) TO WS-DSN-LAST.                     K6BSCT.1
078100     PERFORM 5500-BUILD-DSN THRU 5500-EXIT.                       K6BSCT.1
078200     MOVE DD-DSN-CARD TO JD-CARD.                                 K6BSCT.1
078300     WRITE JD-CARD.                                               K6BSCT.1
078400     MOVE DEV-X25-UNIT TO DDC-DDNAME.                             K6BSCT.1
078500     MOVE "IXFS2   " TO WS-DSN-NODE.                              K6BSCT.1
078600     MOVE PT-PGM-ID (WS-PSUB) TO WS-DSN-LAST.                     K6BSCT.1
078700     PERFORM 5500-BUILD-DSN THRU 5500-EXIT.                       K6BSCT.1
078800     MOVE DD-DSN-CARD TO JD-CARD.                                 K6BSCT.1
078900     WRITE JD-CARD.                                               K6BSCT.1
079000 5300-EXIT.                                                       K6BSCT.1
079100     EXIT.                                                        K6BSCT.1
079200*================================================================ K6BSCT.1
079300* 5500-BUILD-DSN -- ASSEMBLE DSN=CCVS.<NODE>.<LAST>,DISP=SHR      K6BSCT.1
079400* INTO THE DD CARD WITH THE FIELD PADDING SQUEEZED OUT.           K6BSCT.1
079500*================================================================ K6BSCT.1
079600 5500-BUILD-DSN.                                                  K6BSCT.1
079700     MOVE SPACE TO DDC-DSN-AREA.                                  K6BSCT.1
079800     STRING "CCVS."      DELIMITED BY SIZE                        K6BSCT.1
079900            WS-DSN-NODE  DELIMITED BY SPACE                       K6BSCT.1
080000            "."          DELIMITED BY SIZE                        K6BSCT.1
080100            WS-DSN-LAST  DELIMITED BY SPACE                       K6BSCT.1
080200            ",DISP=SHR"  DELIMITED BY SIZE                        K6BSCT.1
080300         INTO DDC-DSN-AREA.                                       K6BSCT.1
080400 5500-EXIT.                                                       K6BSCT.1
080500     EXIT.                                                        K6BSCT.1
080600*================================================================ K6BSCT.1
080700* 6000-WRITE-STATE -- SESSION, LADDER, PARAGRAPHS AND EVERY       K6BSCT.1
080800* VERDICT TAKEN ON AN INTERIM BUILD.                              K6BSCT.1
080900*================================================================ K6BSCT.1
081000 6000-WRITE-STATE.                                                K6BSCT.1
081100     MOVE SPACE TO BS-STATE-REC.                                  K6BSCT.1
081200     MOVE "S" TO BS-REC-TYPE.                                     K6BSCT.1
081300     MOVE WS-GOOD-TARGET TO BS-GOOD-TARGET.                       K6BSCT.1
081400     MOVE WS-BAD-TARGET  TO BS-BAD-TARGET.                        K6BSCT.1
081500     MOVE WS-STARTED     TO BS-STARTED.                           K6BSCT.1
081600     MOVE WS-SESS-STATUS TO BS-SESS-STATUS.                       K6BSCT.1
081700     MOVE WS-BUILD-COUNT TO BS-BUILD-COUNT.                       K6BSCT.1
081800     MOVE ZERO TO BS-FIRST-BAD-SEQ BS-LAST-GOOD-SEQ.              K6BSCT.1
081900     IF WS-SESSION-FINISHED                                       K6BSCT.1
082000         MOVE WS-HI TO BS-FIRST-BAD-SEQ                           K6BSCT.1
082100         MOVE WS-LO TO BS-LAST-GOOD-SEQ                           K6BSCT.1
082200         MOVE WS-HI TO WS-SEQ                                     K6BSCT.1
082300         PERFORM 8100-BUILD-NAME THRU 8100-EXIT                   K6BSCT.1
082400         MOVE WS-BUILD-NAME TO BS-FIRST-BAD                       K6BSCT.1
082500         MOVE WS-LO TO WS-SEQ                                     K6BSCT.1
082600         PERFORM 8100-BUILD-NAME THRU 8100-EXIT                   K6BSCT.1
082700         MOVE WS-BUILD-NAME TO BS-LAST-GOOD                       K6BSCT.1
082800         MOVE WS-AS-OF-DATE TO BS-FINISHED-DATE.                  K6BSCT.1
082900     WRITE SO-STATE-REC FROM BS-STATE-REC.                        K6BSCT.1
083000     MOVE ZERO TO WS-SUB.                                         K6BSCT.1
083100 6000-BUILD.                                                      K6BSCT.1
083200     ADD 1 TO WS-SUB.                                             K6BSCT.1
083300     IF WS-SUB > WS-BUILD-COUNT                                   K6BSCT.1
083400         GO TO 6000-PARAS.                                        K6BSCT.1
083500     MOVE SPACE TO BS-STATE-REC.                                  K6BSCT.1
083600     MOVE "B" TO BS-REC-TYPE.                                     K6BSCT.1
083700     MOVE WS-SUB               TO BS-BUILD-SEQ.                   K6BSCT.1
083800     MOVE BT-TARGET (WS-SUB)   TO BS-BUILD-TARGET.                K6BSCT.1
083900     MOVE BT-STATUS (WS-SUB)   TO BS-BUILD-STATUS.                K6BSCT.1
084000     MOVE BT-DECK-DATE (WS-SUB) TO BS-DECK-DATE.                  K6BSCT.1
084100     MOVE BT-RESULT-DATE (WS-SUB) TO BS-RESULT-DATE.              K6BSCT.1
084200     WRITE SO-STATE-REC FROM BS-STATE-REC.                        K6BSCT.1
084300     GO TO 6000-BUILD.                                            K6BSCT.1
084400 6000-PARAS.                                                      K6BSCT.1
084500     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
084600 6000-PARA.                                                       K6BSCT.1
084700     ADD 1 TO WS-PSUB.                                            K6BSCT.1
084800     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
084900         GO TO 6000-VERDICTS.                                     K6BSCT.1
085000     MOVE SPACE TO BS-STATE-REC.                                  K6BSCT.1
085100     MOVE "P" TO BS-REC-TYPE.                                     K6BSCT.1
085200     MOVE PT-PGM-ID (WS-PSUB)   TO BS-PGM-ID.                     K6BSCT.1
085300     MOVE PT-PAR-NAME (WS-PSUB) TO BS-PAR-NAME.                   K6BSCT.1
085400     MOVE PT-GOOD-POF (WS-PSUB) TO BS-GOOD-POF.                   K6BSCT.1
085500     MOVE PT-BAD-POF (WS-PSUB)  TO BS-BAD-POF.                    K6BSCT.1
085600     WRITE SO-STATE-REC FROM BS-STATE-REC.                        K6BSCT.1
085700     GO TO 6000-PARA.                                             K6BSCT.1
085800 6000-VERDICTS.                                                   K6BSCT.1
085900     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
086000 6000-V-PARA.                                                     K6BSCT.1
086100     ADD 1 TO WS-PSUB.                                            K6BSCT.1
086200     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
086300         GO TO 6000-EXIT.                                         K6BSCT.1
086400     MOVE ZERO TO WS-SUB.                                         K6BSCT.1
086500 6000-V-BUILD.                                                    K6BSCT.1
086600     ADD 1 TO WS-SUB.                                             K6BSCT.1
086700     IF WS-SUB > WS-BUILD-COUNT                                   K6BSCT.1
086800         GO TO 6000-V-PARA.                                       K6BSCT.1
086900     IF PT-BUILD-POF (WS-PSUB, WS-SUB) = SPACE                    K6BSCT.1
087000         GO TO 6000-V-BUILD.                                      K6BSCT.1
087100     MOVE SPACE TO BS-STATE-REC.                                  K6BSCT.1
087200     MOVE "V" TO BS-REC-TYPE.                                     K6BSCT.1
087300     MOVE WS-SUB                TO BS-V-BUILD-SEQ.                K6BSCT.1
087400     MOVE PT-PGM-ID (WS-PSUB)   TO BS-V-PGM-ID.                   K6BSCT.1
087500     MOVE PT-PAR-NAME (WS-PSUB) TO BS-V-PAR-NAME.                 K6BSCT.1
087600     MOVE PT-BUILD-POF (WS-PSUB, WS-SUB) TO BS-V-POF.             K6BSCT.1
087700     WRITE SO-STATE-REC FROM BS-STATE-REC.                        K6BSCT.1
087800     GO TO 6000-V-BUILD.                                          K6BSCT.1
087900 6000-EXIT.                                                       K6BSCT.1
088000     EXIT.                                                        K6BSCT.1
088100*================================================================ K6BSCT.1
088200* 7000-REPORT -- THE LADDER, THEN WHAT HAPPENS NEXT OR, WHEN      K6BSCT.1
088300* FINISHED, THE FIRST BAD BUILD AND ITS PARAGRAPHS.               K6BSCT.1
088400*================================================================ K6BSCT.1
088500 7000-REPORT.                                                     K6BSCT.1
088600     MOVE WS-GOOD-TARGET TO HDR-GOOD.                             K6BSCT.1
088700     MOVE WS-BAD-TARGET  TO HDR-BAD.                              K6BSCT.1
088800     MOVE WS-AS-OF-DATE  TO HDR-AS-OF.                            K6BSCT.1
088900     MOVE WS-STARTED     TO HDR-STARTED.                          K6BSCT.1
089000     WRITE BR-PRINT-REC FROM HDR-LINE-1                           K6BSCT.1
089100         AFTER ADVANCING PAGE.                                    K6BSCT.1
089200     IF WS-OUT-NOTHING                                            K6BSCT.1
089300         PERFORM 7900-NOTHING THRU 7900-EXIT                      K6BSCT.1
089400         GO TO 7000-EXIT.                                         K6BSCT.1
089500     WRITE BR-PRINT-REC FROM HDR-LINE-2                           K6BSCT.1
089600         AFTER ADVANCING 2 LINES.                                 K6BSCT.1
089700     MOVE ZERO TO WS-SEQ.                                         K6BSCT.1
089800 7000-LADDER.                                                     K6BSCT.1
089900     PERFORM 7100-LADDER-LINE THRU 7100-EXIT.                     K6BSCT.1
090000     ADD 1 TO WS-SEQ.                                             K6BSCT.1
090100     IF WS-SEQ NOT > WS-BUILD-COUNT + 1                           K6BSCT.1
090200         GO TO 7000-LADDER.                                       K6BSCT.1
090300     MOVE SPACE TO MSG-LINE.                                      K6BSCT.1
090400     IF WS-OUT-DONE                                               K6BSCT.1
090500         PERFORM 7500-FINISHED THRU 7500-EXIT                     K6BSCT.1
090600         GO TO 7000-EXIT.                                         K6BSCT.1
090700     MOVE BT-TARGET (WS-PENDING) TO WS-BUILD-NAME.                K6BSCT.1
090800     IF WS-OUT-AWAIT                                              K6BSCT.1
090900         STRING "AWAITING RESULTS FOR BUILD " DELIMITED BY SIZE   K6BSCT.1
091000                WS-BUILD-NAME                DELIMITED BY SPACE   K6BSCT.1
091100                " -- NOT ALL ITS PROGRAMS HAVE RUN SINCE "        K6BSCT.1
091200                                             DELIMITED BY SIZE    K6BSCT.1
091300                BT-DECK-DATE (WS-PENDING)    DELIMITED BY SIZE    K6BSCT.1
091400                "; DECK WRITTEN AGAIN"       DELIMITED BY SIZE    K6BSCT.1
091500             INTO ML-TEXT                                         K6BSCT.1
091600         WRITE BR-PRINT-REC FROM MSG-LINE                         K6BSCT.1
091700             AFTER ADVANCING 2 LINES                              K6BSCT.1
091800         GO TO 7000-EXIT.                                         K6BSCT.1
091900     MOVE WS-PGM-COUNT TO COUNT-EDIT.                             K6BSCT.1
092000     STRING "NEXT MIDPOINT: BUILD "  DELIMITED BY SIZE            K6BSCT.1
092100            WS-BUILD-NAME            DELIMITED BY SPACE           K6BSCT.1
092200            " -- DECK WRITTEN FOR "  DELIMITED BY SIZE            K6BSCT.1
092300            COUNT-EDIT               DELIMITED BY SIZE            K6BSCT.1
092400            " PROGRAMS"              DELIMITED BY SIZE            K6BSCT.1
092500         INTO ML-TEXT.                                            K6BSCT.1
092600     WRITE BR-PRINT-REC FROM MSG-LINE                             K6BSCT.1
092700         AFTER ADVANCING 2 LINES.                                 K6BSCT.1
092800     PERFORM 7200-RUNS-LEFT THRU 7200-EXIT.                       K6BSCT.1
092900     MOVE SPACE TO MSG-LINE.                                      K6BSCT.1
093000     MOVE WS-RUNS-LEFT TO COUNT-EDIT.                             K6BSCT.1
093100     STRING "AT MOST "               DELIMITED BY SIZE            K6BSCT.1
093200            COUNT-EDIT               DELIMITED BY SIZE            K6BSCT.1
093300            " MORE RUNS TO FIND THE FIRST BAD BUILD"              K6BSCT.1
093400                                     DELIMITED BY SIZE            K6BSCT.1
093500         INTO ML-TEXT.                                            K6BSCT.1
093600     WRITE BR-PRINT-REC FROM MSG-LINE                             K6BSCT.1
093700         AFTER ADVANCING 1 LINE.                                  K6BSCT.1
093800 7000-EXIT.                                                       K6BSCT.1
093900     EXIT.                                                        K6BSCT.1
094000*================================================================ K6BSCT.1
094100* 7100-LADDER-LINE -- ONE RUNG: SEQUENCE WS-SEQ, 0 BEING THE GOOD K6BSCT.1
094200* TARGET AND BUILD-COUNT + 1 THE BAD.                             K6BSCT.1
094300*================================================================ K6BSCT.1
094400 7100-LADDER-LINE.                                                K6BSCT.1
094500     MOVE SPACE TO LADDER-LINE.                                   K6BSCT.1
094600     MOVE WS-SEQ TO LL-SEQ.                                       K6BSCT.1
094700     PERFORM 8100-BUILD-NAME THRU 8100-EXIT.                      K6BSCT.1
094800     MOVE WS-BUILD-NAME TO LL-TARGET.                             K6BSCT.1
094900     IF WS-SEQ = ZERO                                             K6BSCT.1
095000         MOVE "GOOD (BASE)" TO LL-STATE                           K6BSCT.1
095100         GO TO 7100-WRITE.                                        K6BSCT.1
095200     IF WS-SEQ > WS-BUILD-COUNT                                   K6BSCT.1
095300         MOVE "BAD (BASE)" TO LL-STATE                            K6BSCT.1
095400         GO TO 7100-WRITE.                                        K6BSCT.1
095500     MOVE BT-DECK-DATE (WS-SEQ)   TO LL-DECK-DATE.                K6BSCT.1
095600     MOVE BT-RESULT-DATE (WS-SEQ) TO LL-RESULT-DATE.              K6BSCT.1
095700     IF BT-STATUS (WS-SEQ) = "U"                                  K6BSCT.1
095800         MOVE "UNTESTED" TO LL-STATE.                             K6BSCT.1
095900     IF BT-STATUS (WS-SEQ) = "P"                                  K6BSCT.1
096000         MOVE "PENDING" TO LL-STATE.                              K6BSCT.1
096100     IF BT-STATUS (WS-SEQ) = "G"                                  K6BSCT.1
096200         MOVE "GOOD" TO LL-STATE.                                 K6BSCT.1
096300     IF BT-STATUS (WS-SEQ) = "B"                                  K6BSCT.1
096400         MOVE "BAD" TO LL-STATE.                                  K6BSCT.1
096500     IF BT-STATUS (WS-SEQ) = "G" OR BT-STATUS (WS-SEQ) = "B"      K6BSCT.1
096600         PERFORM 7150-COUNT-FAILS THRU 7150-EXIT                  K6BSCT.1
096700         MOVE WS-FAILS TO COUNT-EDIT                              K6BSCT.1
096800         MOVE COUNT-EDIT TO LL-FAILS.                             K6BSCT.1
096900 7100-WRITE.                                                      K6BSCT.1
097000     WRITE BR-PRINT-REC FROM LADDER-LINE                          K6BSCT.1
097100         AFTER ADVANCING 1 LINE.                                  K6BSCT.1
097200 7100-EXIT.                                                       K6BSCT.1
097300     EXIT.                                                        K6BSCT.1
097400 7150-COUNT-FAILS.                                                K6BSCT.1
097500     MOVE ZERO TO WS-FAILS.                                       K6BSCT.1
097600     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
097700 7150-NEXT.                                                       K6BSCT.1
097800     ADD 1 TO WS-PSUB.                                            K6BSCT.1
097900     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
098000         GO TO 7150-EXIT.                                         K6BSCT.1
098100     IF PT-BUILD-POF (WS-PSUB, WS-SEQ) = "FAIL*"                  K6BSCT.1
098200         ADD 1 TO WS-FAILS.                                       K6BSCT.1
098300     GO TO 7150-NEXT.                                             K6BSCT.1
098400 7150-EXIT.                                                       K6BSCT.1
098500     EXIT.                                                        K6BSCT.1
098600*================================================================ K6BSCT.1
098700* 7200-RUNS-LEFT -- HALVINGS STILL NEEDED, WORST CASE, ONCE THE   K6BSCT.1
098800* PENDING BUILD'S RESULTS ARE IN.                                 K6BSCT.1
098900*================================================================ K6BSCT.1
099000 7200-RUNS-LEFT.                                                  K6BSCT.1
099100     MOVE 1 TO WS-RUNS-LEFT.                                      K6BSCT.1
099200     COMPUTE WS-SPAN = WS-HI - WS-MID.                            K6BSCT.1
099300     IF WS-MID - WS-LO > WS-SPAN                                  K6BSCT.1
099400         COMPUTE WS-SPAN = WS-MID - WS-LO.                        K6BSCT.1
099500 7200-HALVE.                                                      K6BSCT.1
099600     IF WS-SPAN NOT > 1                                           K6BSCT.1
099700         GO TO 7200-EXIT.                                         K6BSCT.1
099800     ADD 1 TO WS-RUNS-LEFT.                                       K6BSCT.1
099900     COMPUTE WS-SPAN = (WS-SPAN + 1) / 2.                         K6BSCT.1
100000     GO TO 7200-HALVE.                                            K6BSCT.1
100100 7200-EXIT.                                                       K6BSCT.1
100200     EXIT.                                                        K6BSCT.1
100300*================================================================ K6BSCT.1
100400* 7500-FINISHED -- THE FIRST BAD BUILD, THE LAST GOOD ONE, AND    K6BSCT.1
100500* EACH PARAGRAPH'S VERDICT ACROSS THEM.  THIS PAGE IS WHAT GOES   K6BSCT.1
100600* TO THE VENDOR, WITH THE K6VPKT PACKET FOR EACH PARAGRAPH.       K6BSCT.1
100700*================================================================ K6BSCT.1
100800 7500-FINISHED.                                                   K6BSCT.1
100900     MOVE WS-HI TO WS-SEQ.                                        K6BSCT.1
101000     PERFORM 8100-BUILD-NAME THRU 8100-EXIT.                      K6BSCT.1
101100     STRING "FIRST BAD BUILD: " DELIMITED BY SIZE                 K6BSCT.1
101200            WS-BUILD-NAME       DELIMITED BY SPACE                K6BSCT.1
101300            INTO ML-TEXT.                                         K6BSCT.1
101400     IF WS-HI > WS-BUILD-COUNT                                    K6BSCT.1
101500         MOVE SPACE TO ML-TEXT                                    K6BSCT.1
101600         STRING "FIRST BAD BUILD: " DELIMITED BY SIZE             K6BSCT.1
101700                WS-BUILD-NAME       DELIMITED BY SPACE            K6BSCT.1
101800                " ITSELF -- EVERY INTERIM BUILD IS GOOD"          K6BSCT.1
101900                                    DELIMITED BY SIZE             K6BSCT.1
102000                INTO ML-TEXT.                                     K6BSCT.1
102100     WRITE BR-PRINT-REC FROM MSG-LINE                             K6BSCT.1
102200         AFTER ADVANCING 2 LINES.                                 K6BSCT.1
102300     MOVE SPACE TO MSG-LINE.                                      K6BSCT.1
102400     MOVE WS-LO TO WS-SEQ.                                        K6BSCT.1
102500     PERFORM 8100-BUILD-NAME THRU 8100-EXIT.                      K6BSCT.1
102600     STRING "LAST GOOD BUILD:  " DELIMITED BY SIZE                K6BSCT.1
102700            WS-BUILD-NAME        DELIMITED BY SPACE               K6BSCT.1
102800            INTO ML-TEXT.                                         K6BSCT.1
102900     WRITE BR-PRINT-REC FROM MSG-LINE                             K6BSCT.1
103000         AFTER ADVANCING 1 LINE.                                  K6BSCT.1
103100     WRITE BR-PRINT-REC FROM PARA-HDR-LINE                        K6BSCT.1
103200         AFTER ADVANCING 2 LINES.                                 K6BSCT.1
103300     MOVE ZERO TO WS-PSUB.                                        K6BSCT.1
103400 7500-NEXT.                                                       K6BSCT.1
103500     ADD 1 TO WS-PSUB.                                            K6BSCT.1
103600     IF WS-PSUB > WS-PARA-COUNT                                   K6BSCT.1
103700         GO TO 7500-EXIT.                                         K6BSCT.1
103800     MOVE SPACE TO PARA-LINE.                                     K6BSCT.1
103900     MOVE PT-PGM-ID (WS-PSUB)   TO PL-PGM-ID.                     K6BSCT.1
104000     MOVE PT-PAR-NAME (WS-PSUB) TO PL-PAR-NAME.                   K6BSCT.1
104100     MOVE PT-GOOD-POF (WS-PSUB) TO PL-GOOD.                       K6BSCT.1
104200     MOVE PT-BAD-POF (WS-PSUB)  TO PL-BAD.                        K6BSCT.1
104300     MOVE WS-LO TO WS-SEQ.                                        K6BSCT.1
104400     PERFORM 8200-VERDICT-AT THRU 8200-EXIT.                      K6BSCT.1
104500     MOVE WS-POF TO PL-LAST-GOOD.                                 K6BSCT.1
104600     MOVE WS-HI TO WS-SEQ.                                        K6BSCT.1
104700     PERFORM 8200-VERDICT-AT THRU 8200-EXIT.                      K6BSCT.1
104800     MOVE WS-POF TO PL-FIRST-BAD.                                 K6BSCT.1
104900     IF WS-POF = "FAIL*"                                          K6BSCT.1
105000         MOVE "CHANGED AT THE FIRST BAD BUILD" TO PL-FINDING      K6BSCT.1
105100     ELSE                                                         K6BSCT.1
105200         MOVE "BROKE AT A LATER BUILD -- BISECT AGAIN"            K6BSCT.1
105300             TO PL-FINDING.                                       K6BSCT.1
105400     IF PL-LAST-GOOD = "FAIL*"                                    K6BSCT.1
105500         MOVE "ALREADY FAILING ON THE LAST GOOD BUILD"            K6BSCT.1
105600             TO PL-FINDING.                                       K6BSCT.1
105700     WRITE BR-PRINT-REC FROM PARA-LINE                            K6BSCT.1
105800         AFTER ADVANCING 1 LINE.                                  K6BSCT.1
105900     GO TO 7500-NEXT.                                             K6BSCT.1
106000 7500-EXIT.                                                       K6BSCT.1
106100     EXIT.                                                        K6BSCT.1
106200*================================================================ K6BSCT.1
106300* 7900-NOTHING -- WHY NO BISECTION COULD BE STARTED.              K6BSCT.1
106400*================================================================ K6BSCT.1
106500 7900-NOTHING.                                                    K6BSCT.1
106600     MOVE SPACE TO MSG-LINE.                                      K6BSCT.1
106700     IF WS-BUILD-COUNT = ZERO                                     K6BSCT.1
106800         MOVE "NO INTERIM BUILDS ON THE CONTROL CARDS" TO ML-TEXT K6BSCT.1
106900     ELSE                                                         K6BSCT.1
107000         MOVE "NO XTGTXT PARAGRAPH PASSES GOOD AND FAILS BAD"     K6BSCT.1
107100             TO ML-TEXT.                                          K6BSCT.1
107200     WRITE BR-PRINT-REC FROM MSG-LINE                             K6BSCT.1
107300         AFTER ADVANCING 2 LINES.                                 K6BSCT.1
107400 7900-EXIT.                                                       K6BSCT.1
107500     EXIT.                                                        K6BSCT.1
107600*================================================================ K6BSCT.1
107700* 8100-BUILD-NAME -- WS-BUILD-NAME FOR LADDER SEQUENCE WS-SEQ.    K6BSCT.1
107800*================================================================ K6BSCT.1
107900 8100-BUILD-NAME.                                                 K6BSCT.1
108000     IF WS-SEQ = ZERO                                             K6BSCT.1
108100         MOVE WS-GOOD-TARGET TO WS-BUILD-NAME                     K6BSCT.1
108200     ELSE IF WS-SEQ > WS-BUILD-COUNT                              K6BSCT.1
108300         MOVE WS-BAD-TARGET TO WS-BUILD-NAME                      K6BSCT.1
108400     ELSE                                                         K6BSCT.1
108500         MOVE BT-TARGET (WS-SEQ) TO WS-BUILD-NAME.                K6BSCT.1
108600 8100-EXIT.                                                       K6BSCT.1
108700     EXIT.                                                        K6BSCT.1
108800*================================================================ K6BSCT.1
108900* 8200-VERDICT-AT -- WS-POF FOR PARAGRAPH WS-PSUB ON LADDER       K6BSCT.1
109000* SEQUENCE WS-SEQ; "ABSNT" WHEN IT PRINTED NOTHING THERE.         K6BSCT.1
109100*================================================================ K6BSCT.1
109200 8200-VERDICT-AT.                                                 K6BSCT.1
109300     IF WS-SEQ = ZERO                                             K6BSCT.1
109400         MOVE PT-GOOD-POF (WS-PSUB) TO WS-POF                     K6BSCT.1
109500     ELSE IF WS-SEQ > WS-BUILD-COUNT                              K6BSCT.1
109600         MOVE PT-BAD-POF (WS-PSUB) TO WS-POF                      K6BSCT.1
109700     ELSE                                                         K6BSCT.1
109800         MOVE PT-BUILD-POF (WS-PSUB, WS-SEQ) TO WS-POF.           K6BSCT.1
109900     IF WS-POF = SPACE                                            K6BSCT.1
110000         MOVE "ABSNT" TO WS-POF.                                  K6BSCT.1
110100 8200-EXIT.                                                       K6BSCT.1
110200     EXIT.                                                        K6BSCT.1
