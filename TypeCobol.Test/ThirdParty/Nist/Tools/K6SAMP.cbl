000100 IDENTIFICATION DIVISION.                                         K6SAMP.1
000200 PROGRAM-ID.                                                      K6SAMP.1
000300     K6SAMP.                                                      K6SAMP.1
000400*================================================================ K6SAMP.1
000500* K6SAMP -- STATISTICAL AUDIT SAMPLE WITH FULL EVIDENCE LINEAGE   K6SAMP.1
000600* FOR EACH SAMPLED TEST.                                          K6SAMP.1
000700*================================================================ K6SAMP.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SAMP.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SAMP.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6SAMP.1
001100* DATE-COMPILED.                                                  K6SAMP.1
001200*                                                                 K6SAMP.1
001300* REMARKS.                                                        K6SAMP.1
001400*    AN AUDITOR DOES NOT TAKE THE CERTIFICATE ON TRUST: THEY ASK  K6SAMP.1
001500*    FOR A SAMPLE OF TESTS OF A SIZE THEY CHOOSE AND WANT EACH    K6SAMP.1
001600*    ONE WALKED BACK THROUGH EVERY PIECE OF EVIDENCE WE HOLD.     K6SAMP.1
001700*    THIS PROGRAM DRAWS THAT SAMPLE FROM THE CONSOLIDATED         K6SAMP.1
001800*    RESULTS-HISTORY MASTER (RSLTHIST, K6CONS LAYOUT) AND PULLS   K6SAMP.1
001900*    THE LINEAGE OF EVERY TEST DRAWN.                             K6SAMP.1
002000*                                                                 K6SAMP.1
002100*    CONTROL CARD (SAMPCTL, OPTIONAL):                            K6SAMP.1
002200*        COLS  1-9    SEED (DEFAULT 000000001).  THE SAME SEED,   K6SAMP.1
002300*                     SIZE, POPULATION AND INPUTS ALWAYS DRAW THE K6SAMP.1
002400*                     SAME SAMPLE, SO THE AUDITOR CAN RE-PULL IT. K6SAMP.1
002500*        COLS 11-14   SAMPLE SIZE (DEFAULT 0050, AT MOST 0600).   K6SAMP.1
002600*        COL  16      POPULATION -- "C" (DEFAULT) THE RESULT ROWS K6SAMP.1
002700*                     OF THE RUNS THE CERTIFICATE COUNTS, "H" THE K6SAMP.1
002800*                     WHOLE HISTORY.                              K6SAMP.1
002900*        COLS 18-25   RUN-DATE FROM (OPTIONAL).                   K6SAMP.1
003000*        COLS 27-34   RUN-DATE TO (OPTIONAL).                     K6SAMP.1
003100*                                                                 K6SAMP.1
003200*    THE SAMPLE IS STRATIFIED BY MODULE (FIRST TWO CHARACTERS     K6SAMP.1
003300*    OF THE PROGRAM-ID), VERDICT AND TARGET.  EACH STRATUM GETS   K6SAMP.1
003400*    ITS PROPORTIONAL SHARE OF THE SIZE, AT LEAST ONE, WITH THE   K6SAMP.1
003500*    ROUNDING LEFT-OVERS GOING TO THE LARGEST REMAINDERS; THE     K6SAMP.1
003600*    ROWS WITHIN A STRATUM ARE THEN CHOSEN BY SELECTION SAMPLING  K6SAMP.1
003700*    DRIVEN BY A PARK-MILLER GENERATOR STARTED FROM THE SEED.     K6SAMP.1
003800*                                                                 K6SAMP.1
003900*    FOR EACH SAMPLED TEST THE LINEAGE IS:                        K6SAMP.1
004000*        SOURCE    THE PARAGRAPH (OR PAR-NAME LITERAL) IN THE     K6SAMP.1
004100*                  SUITE LIBRARY UNLOAD (SRCIN, ++MEMBER FORMAT). K6SAMP.1
004200*        PRINT     THE TEST-RESULTS LINE IN THE ARCHIVED PRINT    K6SAMP.1
004300*                  COPY OF THE RUN (PRINTIN), SAME VERDICT.       K6SAMP.1
004400*        CSV       THE DETAIL ROW IN THE RUN'S CSV ENVELOPE       K6SAMP.1
004500*                  (CSVIN), SAME VERDICT.                         K6SAMP.1
004600*        RAW-DATA  THE RUN'S RAW-DATA RECORD (RAWEXT): CLOSED     K6SAMP.1
004700*                  OFF NORMALLY, AND COUNTING THE VERDICT.        K6SAMP.1
004800*        CHECKSUM  THE CAPTURE CHECKSUMS (CKSUMLOG) AGAINST THE   K6SAMP.1
004900*                  RAW-DATA RECORD AND PRINT COPY AS HELD NOW.    K6SAMP.1
005000*        CERT      THE CERTIFICATE LINE THE RUN FEEDS (SAME RUN   K6SAMP.1
005100*                  SELECTION AS K6CERT) AND THE GRAND TOTAL.      K6SAMP.1
005200*    ANY LINK THAT CANNOT BE FOLLOWED IS FLAGGED *BROKEN.  A      K6SAMP.1
005300*    LINK THAT IS NOT EXPECTED TO HOLD (A SUPERSEDED RAW-DATA     K6SAMP.1
005400*    RECORD, A HISTORY ROW FROM A RUN THE CERTIFICATE DOES NOT    K6SAMP.1
005500*    COUNT) IS SHOWN AS A NOTE.                                   K6SAMP.1
005600*                                                                 K6SAMP.1
005700*    THE LINEAGE REPORT GOES TO SAMPRPT.                          K6SAMP.1
005800*                                                                 K6SAMP.1
005900* RETURN CODES.                                                   K6SAMP.1
006000*    00  SAMPLE DRAWN, EVERY LINK FOLLOWED.                       K6SAMP.1
006100*    04  EMPTY POPULATION, OR FEWER TESTS THAN ASKED FOR.         K6SAMP.1
006200*    08  ONE OR MORE BROKEN LINKS.                                K6SAMP.1
006300*    12  MASTER WILL NOT OPEN, OR AN INPUT OVERRAN A TABLE.       K6SAMP.1
006400*                                                                 K6SAMP.1
006500* MODIFICATION HISTORY.                                           K6SAMP.1
006600*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SAMP.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
006700*================================================================ K6SAMP.1
006800                                                                  K6SAMP.1
006900 ENVIRONMENT DIVISION.                                            K6SAMP.1
007000 CONFIGURATION SECTION.                                           K6SAMP.1
007100 SOURCE-COMPUTER.                                                 K6SAMP.1
007200     OUR-MAINFRAME.                                               K6SAMP.1
007300 OBJECT-COMPUTER.                                                 K6SAMP.1
007400     OUR-MAINFRAME.                                               K6SAMP.1
007500 INPUT-OUTPUT SECTION.                                            K6SAMP.1
007600 FILE-CONTROL.                                                    K6SAMP.1
007700     SELECT OPTIONAL SAMP-CTL ASSIGN TO SAMPCTL                   K6SAMP.1
007800         ORGANIZATION IS SEQUENTIAL                               K6SAMP.1
007900         FILE STATUS IS WS-CTL-STATUS.                            K6SAMP.1
008000     SELECT RESULT-MASTER ASSIGN TO RSLTHIST                      K6SAMP.1
008100         ORGANIZATION IS INDEXED                                  K6SAMP.1
008200         ACCESS MODE IS SEQUENTIAL                                K6SAMP.1
008300         RECORD KEY IS RH-KEY                                     K6SAMP.1
008400         ALTERNATE RECORD KEY IS RH-ANSI-CODE                     K6SAMP.1
008500             WITH DUPLICATES                                      K6SAMP.1
008600         FILE STATUS IS WS-MASTER-STATUS.                         K6SAMP.1
008700     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6SAMP.1
008800         ORGANIZATION IS SEQUENTIAL.                              K6SAMP.1
008900     SELECT OPTIONAL OPT-REGISTER ASSIGN TO OPTPROF               K6SAMP.1
009000         ORGANIZATION IS SEQUENTIAL                               K6SAMP.1
009100         FILE STATUS IS WS-OPR-STATUS.                            K6SAMP.1
009200     SELECT OPTIONAL SOURCE-IN ASSIGN TO SRCIN                    K6SAMP.1
009300         ORGANIZATION IS SEQUENTIAL                               K6SAMP.1
009400         FILE STATUS IS WS-SRC-STATUS.                            K6SAMP.1
009500     SELECT OPTIONAL PRINT-ARCHIVE ASSIGN TO PRINTIN              K6SAMP.1
009600         ORGANIZATION IS SEQUENTIAL                               K6SAMP.1
009700         FILE STATUS IS WS-PRT-STATUS.                            K6SAMP.1
009800     SELECT OPTIONAL CSV-EXTRACT ASSIGN TO CSVIN                  K6SAMP.1
009900         ORGANIZATION IS LINE SEQUENTIAL                          K6SAMP.1
010000         FILE STATUS IS WS-CSV-STATUS.                            K6SAMP.1
010100     SELECT OPTIONAL CKSUM-LOG ASSIGN TO CKSUMLOG                 K6SAMP.1
010200         ORGANIZATION IS SEQUENTIAL                               K6SAMP.1
010300         FILE STATUS IS WS-CKL-STATUS.                            K6SAMP.1
010400     SELECT SAMP-RPT ASSIGN TO SAMPRPT                            K6SAMP.1
010500         ORGANIZATION IS SEQUENTIAL.                              K6SAMP.1
010600                                                                  K6SAMP.1
010700 DATA DIVISION.                                                   K6SAMP.1
010800 FILE SECTION.                                                    K6SAMP.1
010900 FD  SAMP-CTL                                                     K6SAMP.1
011000     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
011100 01  CTL-REC.                                                     K6SAMP.1
011200     05  CTL-SEED             PIC X(9).                           K6SAMP.1
011300     05  FILLER               PIC X(1).                           K6SAMP.1
011400     05  CTL-SIZE             PIC X(4).                           K6SAMP.1
011500     05  FILLER               PIC X(1).                           K6SAMP.1
011600     05  CTL-POP-MODE         PIC X(1).                           K6SAMP.1
011700     05  FILLER               PIC X(1).                           K6SAMP.1
011800     05  CTL-FROM-DATE        PIC X(8).                           K6SAMP.1
011900     05  FILLER               PIC X(1).                           K6SAMP.1
012000     05  CTL-TO-DATE          PIC X(8).                           K6SAMP.1
012100     05  FILLER               PIC X(46).                          K6SAMP.1
012200 FD  RESULT-MASTER                                                K6SAMP.1
012300     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
012400 01  RH-RESULT-REC.                                               K6SAMP.1
012500     05  RH-KEY.                                                  K6SAMP.1
012600         10  RH-PGM-ID        PIC X(6).                           K6SAMP.1
012700         10  RH-PAR-NAME      PIC X(22).                          K6SAMP.1
012800         10  RH-RUN-DATE      PIC 9(8).                           K6SAMP.1
012900         10  RH-TARGET-ID     PIC X(8).                           K6SAMP.1
013000     05  RH-RUN-SEQ           PIC 99.                             K6SAMP.1
013100     05  RH-P-OR-F            PIC X(5).                           K6SAMP.1
013200     05  RH-FEATURE           PIC X(20).                          K6SAMP.1
013300     05  RH-COMPUTED          PIC X(20).                          K6SAMP.1
013400     05  RH-CORRECT           PIC X(20).                          K6SAMP.1
013500     05  RH-REMARK            PIC X(61).                          K6SAMP.1
013600     05  RH-ANSI-CODE         PIC X(10).                          K6SAMP.1
013700     05  RH-SEVERITY          PIC X(1).                           K6SAMP.1
013800 FD  RAW-EXTRACT                                                  K6SAMP.1
013900     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
014000* RAW-DATA-SATZ LAYOUT -- KEPT IN STEP WITH K6RAWDS.CPY.          K6SAMP.1
014100 COPY K6RAWDS.                                                    K6SAMP.1
014200 FD  OPT-REGISTER                                                 K6SAMP.1
014300     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
014400     COPY K6OPRF.                                                 K6SAMP.1
014500 FD  SOURCE-IN                                                    K6SAMP.1
014600     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
014700 01  SI-REC.                                                      K6SAMP.1
014800     05  SI-SEP-TAG           PIC X(9).                           K6SAMP.1
014900     05  SI-SEP-MEMBER        PIC X(8).                           K6SAMP.1
015000     05  FILLER               PIC X(63).                          K6SAMP.1
015100 01  SI-SOURCE-LINE REDEFINES SI-REC.                             K6SAMP.1
015200     05  SI-SEQ               PIC X(6).                           K6SAMP.1
015300     05  SI-IND               PIC X(1).                           K6SAMP.1
015400     05  SI-BODY              PIC X(65).                          K6SAMP.1
015500     05  SI-TAG               PIC X(8).                           K6SAMP.1
015600 FD  PRINT-ARCHIVE                                                K6SAMP.1
015700     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
015800 01  PA-REC                   PIC X(120).                         K6SAMP.1
015900 01  PA-REC-PARSED REDEFINES PA-REC.                              K6SAMP.1
016000*    TEST-RESULTS COLUMN POSITIONS FROM THE SHARED CCVS LAYOUT.   K6SAMP.1
016100     05  FILLER               PIC X(22).                          K6SAMP.1
016200     05  PA-P-OR-F            PIC X(5).                           K6SAMP.1
016300     05  FILLER               PIC X(1).                           K6SAMP.1
016400     05  PA-PAR-NAME          PIC X(22).                          K6SAMP.1
016500     05  FILLER               PIC X(8).                           K6SAMP.1
016600     05  PA-REMARK            PIC X(61).                          K6SAMP.1
016700     05  FILLER               PIC X(1).                           K6SAMP.1
016800 01  PA-IDENTITY REDEFINES PA-REC.                                K6SAMP.1
016900     05  PA-ID-FLAG           PIC X(1).                           K6SAMP.1
017000     05  PA-ID-PGM-ID         PIC X(6).                           K6SAMP.1
017100     05  PA-ID-TARGET         PIC X(8).                           K6SAMP.1
017200     05  PA-ID-RUN-DATE       PIC 9(8).                           K6SAMP.1
017300     05  PA-ID-RUN-SEQ        PIC 99.                             K6SAMP.1
017400     05  FILLER               PIC X(95).                          K6SAMP.1
017500 FD  CSV-EXTRACT                                                  K6SAMP.1
017600     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
017700 01  CX-REC                   PIC X(194).                         K6SAMP.1
017800 01  CX-REC-PARSED REDEFINES CX-REC.                              K6SAMP.1
017900     05  CX-LEAD-QUOTE        PIC X(1).                           K6SAMP.1
018000     05  CX-FEATURE           PIC X(20).                          K6SAMP.1
018100     05  FILLER               PIC X(3).                           K6SAMP.1
018200     05  CX-P-OR-F            PIC X(5).                           K6SAMP.1
018300     05  FILLER               PIC X(3).                           K6SAMP.1
018400     05  CX-PAR-NAME          PIC X(22).                          K6SAMP.1
018500     05  FILLER               PIC X(140).                         K6SAMP.1
018600 01  CX-IDENTITY REDEFINES CX-REC.                                K6SAMP.1
018700     05  CX-ID-FLAG           PIC X(1).                           K6SAMP.1
018800     05  CX-ID-PGM-ID         PIC X(6).                           K6SAMP.1
018900     05  CX-ID-TARGET         PIC X(8).                           K6SAMP.1
019000     05  CX-ID-RUN-DATE       PIC 9(8).                           K6SAMP.1
019100     05  CX-ID-RUN-SEQ        PIC 99.                             K6SAMP.1
019200     05  FILLER               PIC X(169).                         K6SAMP.1
019300 FD  CKSUM-LOG                                                    K6SAMP.1
019400     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
019500 01  CKL-CHECKSUM-REC.                                            K6SAMP.1
019600     05  CKL-TARGET-ID        PIC X(8).                           K6SAMP.1
019700     05  CKL-PGM-ID           PIC X(6).                           K6SAMP.1
019800     05  CKL-RUN-DATE         PIC 9(8).                           K6SAMP.1
019900     05  CKL-RUN-SEQ          PIC 99.                             K6SAMP.1
020000     05  CKL-RAW-CHECKSUM     PIC 9(9).                           K6SAMP.1
020100     05  CKL-PRINT-CHECKSUM   PIC 9(9).                           K6SAMP.1
020200 FD  SAMP-RPT                                                     K6SAMP.1
020300     LABEL RECORDS ARE STANDARD.                                  K6SAMP.1
020400 01  SR-PRINT-REC             PIC X(120).                         K6SAMP.1
020500                                                                  K6SAMP.1
020600 WORKING-STORAGE SECTION.                                         K6SAMP.1
020700* ----------------------------------------------------------      K6SAMP.1
020800* SWITCHES AND COUNTERS.                                          K6SAMP.1
020900* ----------------------------------------------------------      K6SAMP.1
021000 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6SAMP.1
021100 77  WS-MASTER-STATUS         PIC X(2)   VALUE SPACE.             K6SAMP.1
021200 77  WS-OPR-STATUS            PIC X(2)   VALUE SPACE.             K6SAMP.1
021300 77  WS-SRC-STATUS            PIC X(2)   VALUE SPACE.             K6SAMP.1
021400 77  WS-PRT-STATUS            PIC X(2)   VALUE SPACE.             K6SAMP.1
021500 77  WS-CSV-STATUS            PIC X(2)   VALUE SPACE.             K6SAMP.1
021600 77  WS-CKL-STATUS            PIC X(2)   VALUE SPACE.             K6SAMP.1
021700 77  WS-CERT-PROFILE          PIC X(8)   VALUE SPACE.             K6SAMP.1
021800 77  WS-RAW-EOF-SW            PIC X      VALUE "N".               K6SAMP.1
021900     88  WS-RAW-EOF                      VALUE "Y".               K6SAMP.1
022000 77  WS-MASTER-SW             PIC X      VALUE "Y".               K6SAMP.1
022100     88  WS-MASTER-OPEN-FAILED           VALUE "N".               K6SAMP.1
022200 77  WS-IN-POP-SW             PIC X      VALUE "N".               K6SAMP.1
022300     88  WS-IN-POPULATION                VALUE "Y".               K6SAMP.1
022400 77  WS-SRC-SW                PIC X      VALUE "N".               K6SAMP.1
022500     88  WS-SRC-SUPPLIED                 VALUE "Y".               K6SAMP.1
022600 77  WS-PRT-SW                PIC X      VALUE "N".               K6SAMP.1
022700     88  WS-PRT-SUPPLIED                 VALUE "Y".               K6SAMP.1
022800 77  WS-CSV-SW                PIC X      VALUE "N".               K6SAMP.1
022900     88  WS-CSV-SUPPLIED                 VALUE "Y".               K6SAMP.1
023000 77  WS-CKL-SW                PIC X      VALUE "N".               K6SAMP.1
023100     88  WS-CKL-SUPPLIED                 VALUE "Y".               K6SAMP.1
023200 77  WS-ENV-OPEN-SW           PIC X      VALUE "N".               K6SAMP.1
023300 77  WS-RUN-SUB               PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
023400 77  WS-RUN-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
023500 77  WS-CT-SUB                PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
023600 77  WS-CERT-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
023700 77  WS-ST-SUB                PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
023800 77  WS-ST-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
023900 77  WS-SM-SUB                PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
024000 77  WS-SAMPLE-COUNT          PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
024100 77  WS-CS-SUB                PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
024200 77  WS-CS-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
024300 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
024400 77  WS-BEST-SUB              PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
024500 77  WS-BEST-REM              PIC 9(9)   COMP VALUE ZERO.         K6SAMP.1
024600 77  WS-COPY-RUN              PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
024700 77  WS-LINE-NO               PIC 9(6)   COMP VALUE ZERO.         K6SAMP.1
024800 77  WS-HIT-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
024900 77  WS-RUN-OVERFLOW          PIC 9(7)   COMP VALUE ZERO.         K6SAMP.1
025000 77  WS-CERT-OVERFLOW         PIC 9(7)   COMP VALUE ZERO.         K6SAMP.1
025100 77  WS-ST-OVERFLOW           PIC 9(7)   COMP VALUE ZERO.         K6SAMP.1
025200 77  WS-ROWS-READ             PIC 9(7)   COMP VALUE ZERO.         K6SAMP.1
025300 77  WS-POP-TOTAL             PIC 9(7)   COMP VALUE ZERO.         K6SAMP.1
025400 77  WS-TARGET-SIZE           PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
025500 77  WS-QUOTA-TOTAL           PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
025600 77  WS-GRAND-OK              PIC 9(7)   COMP VALUE ZERO.         K6SAMP.1
025700 77  WS-GRAND-ALL             PIC 9(7)   COMP VALUE ZERO.         K6SAMP.1
025800 77  WS-GRAND-FAIL            PIC 9(7)   COMP VALUE ZERO.         K6SAMP.1
025900 77  WS-LINKS-CHECKED         PIC 9(5)   COMP VALUE ZERO.         K6SAMP.1
026000 77  WS-LINKS-BROKEN          PIC 9(5)   COMP VALUE ZERO.         K6SAMP.1
026100 77  WS-LINKS-NOTED           PIC 9(5)   COMP VALUE ZERO.         K6SAMP.1
026200 77  WS-CHAINS-BROKEN         PIC 9(4)   COMP VALUE ZERO.         K6SAMP.1
026300 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6SAMP.1
026400 77  WS-VERDICT-COUNT         PIC 999    VALUE ZERO.              K6SAMP.1
026500 77  WS-WORK-18               PIC 9(18)  COMP VALUE ZERO.         K6SAMP.1
026600* ----------------------------------------------------------      K6SAMP.1
026700* SAMPLING PARAMETERS AND THE GENERATOR.  R = 16807 * R MOD       K6SAMP.1
026800* (2**31 - 1); THE PRODUCT NEVER EXCEEDS 15 DIGITS.               K6SAMP.1
026900* ----------------------------------------------------------      K6SAMP.1
027000 77  WS-SEED                  PIC 9(9)   VALUE 1.                 K6SAMP.1
027100 77  WS-SAMPLE-SIZE           PIC 9(4)   VALUE 50.                K6SAMP.1
027200 77  WS-POP-MODE              PIC X      VALUE "C".               K6SAMP.1
027300     88  WS-POP-CERTIFIED                VALUE "C".               K6SAMP.1
027400     88  WS-POP-HISTORY                  VALUE "H".               K6SAMP.1
027500 77  WS-FROM-DATE             PIC 9(8)   VALUE ZERO.              K6SAMP.1
027600 77  WS-TO-DATE               PIC 9(8)   VALUE 99999999.          K6SAMP.1
027700 77  WS-RANDOM                PIC 9(10)  COMP VALUE 1.            K6SAMP.1
027800 77  WS-RAND-PRODUCT          PIC 9(15)  COMP VALUE ZERO.         K6SAMP.1
027900 77  WS-RAND-QUOT             PIC 9(15)  COMP VALUE ZERO.         K6SAMP.1
028000 77  WS-SEL-LEFT              PIC 9(18)  COMP VALUE ZERO.         K6SAMP.1
028100 77  WS-SEL-RIGHT             PIC 9(18)  COMP VALUE ZERO.         K6SAMP.1
028200* ----------------------------------------------------------      K6SAMP.1
028300* CHECKSUM WORK -- SAME ADDITIVE HALFWORD FOLD AS THE CAPTURE     K6SAMP.1
028400* SIDE (SEE THE CHECKSUM NOTE IN IX208A AND K6RVFY).              K6SAMP.1
028500* ----------------------------------------------------------      K6SAMP.1
028600 01  WS-RAW-CKSUM-AREA        PIC X(164) VALUE SPACE.             K6SREL.1
028700 01  WS-RAW-CKSUM-VIEW REDEFINES WS-RAW-CKSUM-AREA.               K6SAMP.1
028800     05  WS-RAW-CKSUM-CHUNK OCCURS 82 TIMES                       K6SREL.1
028900                              PIC S9(4) COMP.                     K6SAMP.1
029000 01  WS-PRINT-CKSUM-AREA      PIC X(120) VALUE SPACE.             K6SAMP.1
029100 01  WS-PRINT-CKSUM-VIEW REDEFINES WS-PRINT-CKSUM-AREA.           K6SAMP.1
029200     05  WS-PRINT-CKSUM-CHUNK OCCURS 60 TIMES                     K6SAMP.1
029300                              PIC S9(4) COMP.                     K6SAMP.1
029400 77  WS-CHUNK-SUB             PIC 9(3)   COMP VALUE ZERO.         K6SAMP.1
029500 01  WS-RUN-CHECKSUM          PIC S9(9)  COMP VALUE ZERO.         K6SAMP.1
029600* ----------------------------------------------------------      K6SAMP.1
029700* LOOKUP KEYS, THE SAME SHAPE AS THE RAW-DATA KEY.                K6SAMP.1
029800* ----------------------------------------------------------      K6SAMP.1
029900 01  WS-LOOKUP-KEY.                                               K6SAMP.1
030000     05  WS-LOOKUP-TARGET     PIC X(8)   VALUE SPACE.             K6SAMP.1
030100     05  WS-LOOKUP-PGM-ID     PIC X(6)   VALUE SPACE.             K6SAMP.1
030200     05  WS-LOOKUP-RUN-DATE   PIC 9(8)   VALUE ZERO.              K6SAMP.1
030300     05  WS-LOOKUP-RUN-SEQ    PIC 99     VALUE ZERO.              K6SAMP.1
030400 01  WS-STRATUM-KEY.                                              K6SAMP.1
030500     05  WS-STRATUM-MODULE    PIC X(2)   VALUE SPACE.             K6SAMP.1
030600     05  WS-STRATUM-VERDICT   PIC X(5)   VALUE SPACE.             K6SAMP.1
030700     05  WS-STRATUM-TARGET    PIC X(8)   VALUE SPACE.             K6SAMP.1
030800 01  WS-CUR-MEMBER            PIC X(8)   VALUE SPACE.             K6SAMP.1
030900 01  WS-LABEL                 PIC X(30)  VALUE SPACE.             K6SAMP.1
031000 01  WS-PAR-CMP               PIC X(22)  VALUE SPACE.             K6SAMP.1
031100 01  WS-PARSE-JUNK            PIC X(65)  VALUE SPACE.             K6SAMP.1
031200* ----------------------------------------------------------      K6SAMP.1
031300* RUN TABLE -- ONE ENTRY PER RAW-DATA RECORD, WITH THE LINKS      K6SAMP.1
031400* THAT BELONG TO THE RUN RATHER THAN TO ONE TEST.                 K6SAMP.1
031500* ----------------------------------------------------------      K6SAMP.1
031600 01  RUN-TABLE.                                                   K6SAMP.1
031700     05  RN-ENTRY OCCURS 3000 TIMES.                              K6SAMP.1
031800         10  RN-KEY.                                              K6SAMP.1
031900             15  RN-TARGET    PIC X(8).                           K6SAMP.1
032000             15  RN-PGM-ID    PIC X(6).                           K6SAMP.1
032100             15  RN-RUN-DATE  PIC 9(8).                           K6SAMP.1
032200             15  RN-RUN-SEQ   PIC 99.                             K6SAMP.1
032300         10  RN-OK            PIC 999.                            K6SAMP.1
032400         10  RN-ALL           PIC 999.                            K6SAMP.1
032500         10  RN-FAIL          PIC 999.                            K6SAMP.1
032600         10  RN-DELETED       PIC 999.                            K6SAMP.1
032700         10  RN-INSPECT       PIC 999.                            K6SAMP.1
032800         10  RN-XFAIL         PIC 999.                            K6SAMP.1
032900         10  RN-ABORT         PIC X(8).                           K6SAMP.1
033000         10  RN-SUPERSEDED    PIC X(1).                           K6SAMP.1
033100         10  RN-RAW-SUM       PIC 9(9).                           K6SAMP.1
033200         10  RN-CKL-SW        PIC X(1).                           K6SAMP.1
033300         10  RN-CKL-RAW       PIC 9(9).                           K6SAMP.1
033400         10  RN-CKL-PRINT     PIC 9(9).                           K6SAMP.1
033500         10  RN-PRT-SW        PIC X(1).                           K6SAMP.1
033600         10  RN-PRT-SUM       PIC 9(9).                           K6SAMP.1
033700         10  RN-CERT-SUB      PIC 9(4)   COMP.                    K6SAMP.1
033800* ----------------------------------------------------------      K6SAMP.1
033900* CERTIFICATE TABLE -- THE RUN K6CERT COUNTS FOR EACH             K6SAMP.1
034000* PROGRAM AND TARGET.                                             K6SAMP.1
034100* ----------------------------------------------------------      K6SAMP.1
034200 01  CERT-TABLE.                                                  K6SAMP.1
034300     05  CT-ENTRY OCCURS 300 TIMES.                               K6SAMP.1
034400         10  CT-PGM-ID        PIC X(6).                           K6SAMP.1
034500         10  CT-TARGET        PIC X(8).                           K6SAMP.1
034600         10  CT-RUN-SUB       PIC 9(4)   COMP.                    K6SAMP.1
034700* ----------------------------------------------------------      K6SAMP.1
034800* STRATUM TABLE.                                                  K6SAMP.1
034900* ----------------------------------------------------------      K6SAMP.1
035000 01  STRATUM-TABLE.                                               K6SAMP.1
035100     05  ST-ENTRY OCCURS 300 TIMES.                               K6SAMP.1
035200         10  ST-KEY.                                              K6SAMP.1
035300             15  ST-MODULE    PIC X(2).                           K6SAMP.1
035400             15  ST-VERDICT   PIC X(5).                           K6SAMP.1
035500             15  ST-TARGET    PIC X(8).                           K6SAMP.1
035600         10  ST-POP           PIC 9(7)   COMP.                    K6SAMP.1
035700         10  ST-QUOTA         PIC 9(4)   COMP.                    K6SAMP.1
035800         10  ST-REMAINDER     PIC 9(9)   COMP.                    K6SAMP.1
035900         10  ST-SEEN          PIC 9(7)   COMP.                    K6SAMP.1
036000         10  ST-TAKEN         PIC 9(4)   COMP.                    K6SAMP.1
036100* ----------------------------------------------------------      K6SAMP.1
036200* SAMPLE TABLE -- THE TESTS DRAWN AND WHERE EACH LINK LANDED.     K6SAMP.1
036300* THE SIZE IS CAPPED AT 600 AND EVERY STRATUM (AT MOST 300)       K6SAMP.1
036400* MAY ADD ONE MORE, SO 1000 ENTRIES ALWAYS SUFFICE.               K6SAMP.1
036500* ----------------------------------------------------------      K6SAMP.1
036600 01  SAMPLE-TABLE.                                                K6SAMP.1
036700     05  SM-ENTRY OCCURS 1000 TIMES.                              K6SAMP.1
036800         10  SM-KEY.                                              K6SAMP.1
036900             15  SM-TARGET    PIC X(8).                           K6SAMP.1
037000             15  SM-PGM-ID    PIC X(6).                           K6SAMP.1
037100             15  SM-RUN-DATE  PIC 9(8).                           K6SAMP.1
037200             15  SM-RUN-SEQ   PIC 99.                             K6SAMP.1
037300         10  SM-PAR-NAME      PIC X(22).                          K6SAMP.1
037400         10  SM-P-OR-F        PIC X(5).                           K6SAMP.1
037500         10  SM-FEATURE       PIC X(20).                          K6SAMP.1
037600         10  SM-STRATUM       PIC 9(4)   COMP.                    K6SAMP.1
037700         10  SM-RUN-SUB       PIC 9(4)   COMP.                    K6SAMP.1
037800         10  SM-MEMBER-SW     PIC X(1).                           K6SAMP.1
037900         10  SM-SRC-KIND      PIC X(1).                           K6SAMP.1
038000         10  SM-SRC-LINE      PIC 9(6).                           K6SAMP.1
038100         10  SM-PRT-COPY-SW   PIC X(1).                           K6SAMP.1
038200         10  SM-PRT-LINE      PIC 9(6).                           K6SAMP.1
038300         10  SM-PRT-P-OR-F    PIC X(5).                           K6SAMP.1
038400         10  SM-CSV-ENV-SW    PIC X(1).                           K6SAMP.1
038500         10  SM-CSV-ROW       PIC 9(6).                           K6SAMP.1
038600         10  SM-CSV-P-OR-F    PIC X(5).                           K6SAMP.1
038700         10  SM-BROKEN        PIC 9(2)   COMP.                    K6SAMP.1
038800* ----------------------------------------------------------      K6SAMP.1
038900* THE SAMPLES BELONGING TO THE MEMBER, PRINT COPY OR CSV          K6SAMP.1
039000* ENVELOPE BEING READ.                                            K6SAMP.1
039100* ----------------------------------------------------------      K6SAMP.1
039200 01  COPY-SAMPLES.                                                K6SAMP.1
039300     05  CS-SUB               PIC 9(4)   COMP OCCURS 1000 TIMES.  K6SAMP.1
039400* ----------------------------------------------------------      K6SAMP.1
039500* REPORT LINES.                                                   K6SAMP.1
039600* ----------------------------------------------------------      K6SAMP.1
039700 01  HDR-LINE.                                                    K6SAMP.1
039800     05  FILLER   PIC X(45) VALUE                                 K6SAMP.1
039900         "AUDIT SAMPLE WITH EVIDENCE LINEAGE (K6SAMP)  ".         K6SAMP.1
040000     05  FILLER   PIC X(75) VALUE SPACE.                          K6SAMP.1
040100 01  PARM-LINE.                                                   K6SAMP.1
040200     05  FILLER   PIC X(5)  VALUE "SEED ".                        K6SAMP.1
040300     05  PL-SEED              PIC 9(9).                           K6SAMP.1
040400     05  FILLER   PIC X(7)  VALUE "  SIZE ".                      K6SAMP.1
040500     05  PL-SIZE              PIC 9(4).                           K6SAMP.1
040600     05  FILLER   PIC X(13) VALUE "  POPULATION ".                K6SAMP.1
040700     05  PL-MODE              PIC X(1).                           K6SAMP.1
040800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SAMP.1
040900     05  PL-MODE-TEXT         PIC X(19).                          K6SAMP.1
041000     05  FILLER   PIC X(9)  VALUE "  PERIOD ".                    K6SAMP.1
041100     05  PL-FROM              PIC 9(8).                           K6SAMP.1
041200     05  FILLER   PIC X(3)  VALUE " - ".                          K6SAMP.1
041300     05  PL-TO                PIC 9(8).                           K6SAMP.1
041400     05  FILLER   PIC X(32) VALUE SPACE.                          K6SAMP.1
041500 01  POP-LINE.                                                    K6SAMP.1
041600     05  FILLER   PIC X(17) VALUE "MASTER ROWS READ ".            K6SAMP.1
041700     05  PP-ROWS              PIC ZZZZZZ9.                        K6SAMP.1
041800     05  FILLER   PIC X(16) VALUE "  IN POPULATION ".             K6SAMP.1
041900     05  PP-POP               PIC ZZZZZZ9.                        K6SAMP.1
042000     05  FILLER   PIC X(9)  VALUE "  STRATA ".                    K6SAMP.1
042100     05  PP-STRATA            PIC ZZZ9.                           K6SAMP.1
042200     05  FILLER   PIC X(8)  VALUE "  DRAWN ".                     K6SAMP.1
042300     05  PP-DRAWN             PIC ZZZ9.                           K6SAMP.1
042400     05  FILLER   PIC X(17) VALUE "  CERT PROFILE = ".            K6SAMP.1
042500     05  PP-PROFILE           PIC X(8).                           K6SAMP.1
042600     05  FILLER   PIC X(23) VALUE SPACE.                          K6SAMP.1
042700 01  SAMPLE-HDR-LINE.                                             K6SAMP.1
042800     05  FILLER   PIC X(7)  VALUE "SAMPLE ".                      K6SAMP.1
042900     05  SH-NUMBER            PIC 9(4).                           K6SAMP.1
043000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SAMP.1
043100     05  SH-PGM-ID            PIC X(6).                           K6SAMP.1
043200     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SAMP.1
043300     05  SH-PAR-NAME          PIC X(22).                          K6SAMP.1
043400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SAMP.1
043500     05  SH-TARGET            PIC X(8).                           K6SAMP.1
043600     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SAMP.1
043700     05  SH-RUN-DATE          PIC 9(8).                           K6SAMP.1
043800     05  FILLER   PIC X(1)  VALUE "/".                            K6SAMP.1
043900     05  SH-RUN-SEQ           PIC 99.                             K6SAMP.1
044000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SAMP.1
044100     05  SH-P-OR-F            PIC X(5).                           K6SAMP.1
044200     05  FILLER   PIC X(1)  VALUE SPACE.                          K6SAMP.1
044300     05  SH-FEATURE           PIC X(20).                          K6SAMP.1
044400     05  FILLER   PIC X(9)  VALUE " STRATUM ".                    K6SAMP.1
044500     05  SH-MODULE            PIC X(2).                           K6SAMP.1
044600     05  FILLER   PIC X(1)  VALUE "/".                            K6SAMP.1
044700     05  SH-VERDICT           PIC X(5).                           K6SAMP.1
044800     05  FILLER   PIC X(13) VALUE SPACE.                          K6SAMP.1
044900 01  LINK-LINE.                                                   K6SAMP.1
045000     05  FILLER   PIC X(4)  VALUE SPACE.                          K6SAMP.1
045100     05  LN-LINK              PIC X(10).                          K6SAMP.1
045200     05  LN-STATUS            PIC X(8).                           K6SAMP.1
045300     05  LN-TEXT              PIC X(98).                          K6SAMP.1
045400 01  STRATUM-LINE.                                                K6SAMP.1
045500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SAMP.1
045600     05  SL-MODULE            PIC X(2).                           K6SAMP.1
045700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SAMP.1
045800     05  SL-VERDICT           PIC X(5).                           K6SAMP.1
045900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6SAMP.1
046000     05  SL-TARGET            PIC X(8).                           K6SAMP.1
046100     05  FILLER   PIC X(6)  VALUE "  POP ".                       K6SAMP.1
046200     05  SL-POP               PIC ZZZZZZ9.                        K6SAMP.1
046300     05  FILLER   PIC X(8)  VALUE "  QUOTA ".                     K6SAMP.1
046400     05  SL-QUOTA             PIC ZZZ9.                           K6SAMP.1
046500     05  FILLER   PIC X(8)  VALUE "  DRAWN ".                     K6SAMP.1
046600     05  SL-DRAWN             PIC ZZZ9.                           K6SAMP.1
046700     05  FILLER   PIC X(62) VALUE SPACE.                          K6SAMP.1
046800 01  TOT-LINE.                                                    K6SAMP.1
046900     05  TL-LABEL             PIC X(40).                          K6SAMP.1
047000     05  TL-COUNT             PIC ZZZZZZ9.                        K6SAMP.1
047100     05  FILLER   PIC X(73) VALUE SPACE.                          K6SAMP.1
047200 01  MSG-LINE.                                                    K6SAMP.1
047300     05  FILLER   PIC X(4)  VALUE "*** ".                         K6SAMP.1
047400     05  ML-TEXT              PIC X(116).                         K6SAMP.1
047500* ----------------------------------------------------------      K6SAMP.1
047600* DISPLAY FIGURES FOR THE LINK TEXT.                              K6SAMP.1
047700* ----------------------------------------------------------      K6SAMP.1
047800 01  WS-TXT-LINE              PIC 9(6)   VALUE ZERO.              K6SAMP.1
047900 01  WS-TXT-COUNT-1           PIC 999    VALUE ZERO.              K6SAMP.1
048000 01  WS-TXT-COUNT-2           PIC 999    VALUE ZERO.              K6SAMP.1
048100 01  WS-TXT-COUNT-3           PIC 999    VALUE ZERO.              K6SAMP.1
048200 01  WS-TXT-COUNT-4           PIC 999    VALUE ZERO.              K6SAMP.1
048300 01  WS-TXT-GRAND-1           PIC 9(7)   VALUE ZERO.              K6SAMP.1
048400 01  WS-TXT-GRAND-2           PIC 9(7)   VALUE ZERO.              K6SAMP.1
048500 01  WS-TXT-GRAND-3           PIC 9(7)   VALUE ZERO.              K6SAMP.1
048600 01  WS-TXT-SUM-1             PIC 9(9)   VALUE ZERO.              K6SAMP.1
048700 01  WS-TXT-SUM-2             PIC 9(9)   VALUE ZERO.              K6SAMP.1
048800 01  WS-TXT-SUM-3             PIC 9(9)   VALUE ZERO.              K6SAMP.1
048900 01  WS-TXT-SUM-4             PIC 9(9)   VALUE ZERO.              K6SAMP.1
049000 01  WS-TXT-DATE              PIC 9(8)   VALUE ZERO.              K6SAMP.1
049100 01  WS-TXT-SEQ               PIC 99     VALUE ZERO.              K6SAMP.1
049200 01  WS-TXT-RAW-STATE         PIC X(12)  VALUE SPACE.             K6SAMP.1
049300 01  WS-TXT-PRT-STATE         PIC X(12)  VALUE SPACE.             K6SAMP.1
049400                                                                  K6SAMP.1
049500 PROCEDURE DIVISION.                                              K6SAMP.1
049600*================================================================ K6SAMP.1
049700* 0000-MAINLINE.                                                  K6SAMP.1
049800*================================================================ K6SAMP.1
049900 0000-MAINLINE.                                                   K6SAMP.1
050000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SAMP.1
050100     PERFORM 2000-LOAD-RUNS THRU 2000-EXIT.                       K6SAMP.1
050200     PERFORM 2500-SETTLE-CERT THRU 2500-EXIT.                     K6SAMP.1
050300     PERFORM 3000-COUNT-POPULATION THRU 3000-EXIT.                K6SAMP.1
050400     IF WS-MASTER-OPEN-FAILED                                     K6SAMP.1
050500         GO TO 0000-FINISH.                                       K6SAMP.1
050600     PERFORM 3500-ALLOCATE THRU 3500-EXIT.                        K6SAMP.1
050700     PERFORM 4000-DRAW-SAMPLE THRU 4000-EXIT.                     K6SAMP.1
050800     PERFORM 5000-TRACE-SOURCE THRU 5000-EXIT.                    K6SAMP.1
050900     PERFORM 5300-TRACE-PRINT THRU 5300-EXIT.                     K6SAMP.1
051000     PERFORM 5500-TRACE-CSV THRU 5500-EXIT.                       K6SAMP.1
051100     PERFORM 5700-LOAD-CHECKSUMS THRU 5700-EXIT.                  K6SAMP.1
051200     PERFORM 6000-REPORT-SAMPLES THRU 6000-EXIT.                  K6SAMP.1
051300     PERFORM 7000-REPORT-STRATA THRU 7000-EXIT.                   K6SAMP.1
051400 0000-FINISH.                                                     K6SAMP.1
051500     PERFORM 8000-SUMMARY THRU 8000-EXIT.                         K6SAMP.1
051600     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SAMP.1
051700     STOP RUN.                                                    K6SAMP.1
051800*================================================================ K6SAMP.1
051900* 1000-INITIALIZE -- CONTROL CARD, GENERATOR SEED, PRODUCTION     K6SAMP.1
052000* OPTION PROFILE, REPORT HEADING.                                 K6SAMP.1
052100*================================================================ K6SAMP.1
052200 1000-INITIALIZE.                                                 K6SAMP.1
052300     OPEN INPUT SAMP-CTL.                                         K6SAMP.1
052400     IF WS-CTL-STATUS NOT = "00"                                  K6SAMP.1
052500         GO TO 1000-CTL-DONE.                                     K6SAMP.1
052600     READ SAMP-CTL                                                K6SAMP.1
052700         AT END GO TO 1000-CTL-CLOSE.                             K6SAMP.1
052800     IF CTL-SEED NUMERIC                                          K6SAMP.1
052900         MOVE CTL-SEED TO WS-SEED.                                K6SAMP.1
053000     IF CTL-SIZE NUMERIC AND CTL-SIZE NOT = "0000"                K6SAMP.1
053100         MOVE CTL-SIZE TO WS-SAMPLE-SIZE.                         K6SAMP.1
053200     IF CTL-POP-MODE = "H"                                        K6SAMP.1
053300         MOVE "H" TO WS-POP-MODE.                                 K6SAMP.1
053400     IF CTL-FROM-DATE NUMERIC                                     K6SAMP.1
053500         MOVE CTL-FROM-DATE TO WS-FROM-DATE.                      K6SAMP.1
053600     IF CTL-TO-DATE NUMERIC AND CTL-TO-DATE NOT = "00000000"      K6SAMP.1
053700         MOVE CTL-TO-DATE TO WS-TO-DATE.                          K6SAMP.1
053800 1000-CTL-CLOSE.                                                  K6SAMP.1
053900     CLOSE SAMP-CTL.                                              K6SAMP.1
054000 1000-CTL-DONE.                                                   K6SAMP.1
054100     IF WS-SAMPLE-SIZE GREATER THAN 600                           K6SAMP.1
054200         MOVE 600 TO WS-SAMPLE-SIZE.                              K6SAMP.1
054300*    A ZERO SEED WOULD HOLD THE GENERATOR AT ZERO FOR EVER.       K6SAMP.1
054400     DIVIDE WS-SEED BY 2147483647                                 K6SAMP.1
054500         GIVING WS-RAND-QUOT REMAINDER WS-RANDOM.                 K6SAMP.1
054600     IF WS-RANDOM = ZERO                                          K6SAMP.1
054700         MOVE 1 TO WS-RANDOM.                                     K6SAMP.1
054800*    A SMALL SEED GIVES SMALL FIRST DRAWS; THE FIRST TEN ARE      K6SAMP.1
054900*    DISCARDED SO THE EARLY ROWS OF THE MASTER ARE NOT FAVOURED.  K6SAMP.1
055000     MOVE ZERO TO WS-SUB.                                         K6SAMP.1
055100 1000-WARM-UP.                                                    K6SAMP.1
055200     IF WS-SUB LESS THAN 10                                       K6SAMP.1
055300         PERFORM 8100-NEXT-RANDOM THRU 8100-EXIT                  K6SAMP.1
055400         ADD 1 TO WS-SUB                                          K6SAMP.1
055500         GO TO 1000-WARM-UP.                                      K6SAMP.1
055600     PERFORM 1500-LOAD-CERT-PROFILE THRU 1500-EXIT.               K6SAMP.1
055700     OPEN OUTPUT SAMP-RPT.                                        K6SAMP.1
055800     WRITE SR-PRINT-REC FROM HDR-LINE                             K6SAMP.1
055900         AFTER ADVANCING PAGE.                                    K6SAMP.1
056000     MOVE WS-SEED TO PL-SEED.                                     K6SAMP.1
056100     MOVE WS-SAMPLE-SIZE TO PL-SIZE.                              K6SAMP.1
056200     MOVE WS-POP-MODE TO PL-MODE.                                 K6SAMP.1
056300     IF WS-POP-HISTORY                                            K6SAMP.1
056400         MOVE "(WHOLE HISTORY)    " TO PL-MODE-TEXT               K6SAMP.1
056500     ELSE                                                         K6SAMP.1
056600         MOVE "(CERTIFIED RUNS)   " TO PL-MODE-TEXT.              K6SAMP.1
056700     MOVE WS-FROM-DATE TO PL-FROM.                                K6SAMP.1
056800     MOVE WS-TO-DATE TO PL-TO.                                    K6SAMP.1
056900     WRITE SR-PRINT-REC FROM PARM-LINE                            K6SAMP.1
057000         AFTER ADVANCING 2 LINES.                                 K6SAMP.1
057100 1000-EXIT.                                                       K6SAMP.1
057200     EXIT.                                                        K6SAMP.1
057300*================================================================ K6SAMP.1
057400* 1500-LOAD-CERT-PROFILE -- THE PRODUCTION PROFILE FROM THE       K6SAMP.1
057500* COMPILE-OPTION REGISTER, AS K6CERT TAKES IT.                    K6SAMP.1
057600*================================================================ K6SAMP.1
057700 1500-LOAD-CERT-PROFILE.                                          K6SAMP.1
057800     OPEN INPUT OPT-REGISTER.                                     K6SAMP.1
057900     IF WS-OPR-STATUS NOT = "00"                                  K6SAMP.1
058000         GO TO 1500-EXIT.                                         K6SAMP.1
058100 1500-READ.                                                       K6SAMP.1
058200     READ OPT-REGISTER                                            K6SAMP.1
058300         AT END GO TO 1500-CLOSE.                                 K6SAMP.1
058400     IF OPR-IS-PROFILE AND OPR-PRODUCTION                         K6SAMP.1
058500         MOVE OPR-PROFILE-ID TO WS-CERT-PROFILE                   K6SAMP.1
058600         GO TO 1500-CLOSE.                                        K6SAMP.1
058700     GO TO 1500-READ.                                             K6SAMP.1
058800 1500-CLOSE.                                                      K6SAMP.1
058900     CLOSE OPT-REGISTER.                                          K6SAMP.1
059000 1500-EXIT.                                                       K6SAMP.1
059100     EXIT.                                                        K6SAMP.1
059200*================================================================ K6SAMP.1
059300* 2000-LOAD-RUNS -- EVERY RAW-DATA RECORD INTO THE RUN TABLE      K6SAMP.1
059400* WITH ITS RECOMPUTED RAW CHECKSUM, AND THE CERTIFICATE'S RUN     K6SAMP.1
059500* SELECTION: K6SMOK, SUPERSEDED RUNS AND RUNS UNDER ANOTHER       K6SAMP.1
059600* OPTION PROFILE ARE PASSED OVER, THE LATEST RUN (DATE, THEN      K6SAMP.1
059700* SEQUENCE) OF EACH PROGRAM AND TARGET IS THE ONE COUNTED.        K6SAMP.1
059800*================================================================ K6SAMP.1
059900 2000-LOAD-RUNS.                                                  K6SAMP.1
060000     OPEN INPUT RAW-EXTRACT.                                      K6SAMP.1
060100 2000-READ.                                                       K6SAMP.1
060200     READ RAW-EXTRACT                                             K6SAMP.1
060300         AT END GO TO 2000-DONE.                                  K6SAMP.1
060400     IF WS-RUN-COUNT NOT LESS THAN 3000                           K6SAMP.1
060500         ADD 1 TO WS-RUN-OVERFLOW                                 K6SAMP.1
060600         GO TO 2000-READ.                                         K6SAMP.1
060700     ADD 1 TO WS-RUN-COUNT.                                       K6SAMP.1
060800     MOVE WS-RUN-COUNT TO WS-RUN-SUB.                             K6SAMP.1
060900     MOVE RE-RAW-DATA-KEY TO RN-KEY (WS-RUN-SUB).                 K6SAMP.1
061000     MOVE RE-C-OK TO RN-OK (WS-RUN-SUB).                          K6SAMP.1
061100     MOVE RE-C-ALL TO RN-ALL (WS-RUN-SUB).                        K6SAMP.1
061200     MOVE RE-C-FAIL TO RN-FAIL (WS-RUN-SUB).                      K6SAMP.1
061300     MOVE RE-C-DELETED TO RN-DELETED (WS-RUN-SUB).                K6SAMP.1
061400     MOVE RE-C-INSPECT TO RN-INSPECT (WS-RUN-SUB).                K6SAMP.1
061500     MOVE RE-C-XFAIL TO RN-XFAIL (WS-RUN-SUB).                    K6SAMP.1
061600     MOVE RE-C-ABORT TO RN-ABORT (WS-RUN-SUB).                    K6SAMP.1
061700     MOVE RE-SUPERSEDED TO RN-SUPERSEDED (WS-RUN-SUB).            K6SAMP.1
061800     MOVE "N" TO RN-CKL-SW (WS-RUN-SUB).                          K6SAMP.1
061900     MOVE "N" TO RN-PRT-SW (WS-RUN-SUB).                          K6SAMP.1
062000     MOVE ZERO TO RN-CKL-RAW (WS-RUN-SUB).                        K6SAMP.1
062100     MOVE ZERO TO RN-CKL-PRINT (WS-RUN-SUB).                      K6SAMP.1
062200     MOVE ZERO TO RN-PRT-SUM (WS-RUN-SUB).                        K6SAMP.1
062300     MOVE ZERO TO RN-CERT-SUB (WS-RUN-SUB).                       K6SAMP.1
062400     MOVE RE-RAW-DATA-SATZ TO WS-RAW-CKSUM-AREA.                  K6SAMP.1
062500     MOVE ZERO TO WS-RUN-CHECKSUM.                                K6SAMP.1
062600     MOVE 1 TO WS-CHUNK-SUB.                                      K6SAMP.1
062700 2000-FOLD.                                                       K6SAMP.1
062800     IF WS-CHUNK-SUB GREATER THAN 82                              K6SREL.1
062900         GO TO 2000-FOLDED.                                       K6SAMP.1
063000     ADD WS-RAW-CKSUM-CHUNK (WS-CHUNK-SUB)                        K6SAMP.1
063100         TO WS-RUN-CHECKSUM.                                      K6SAMP.1
063200     IF WS-RUN-CHECKSUM GREATER THAN 99999999                     K6SAMP.1
063300         SUBTRACT 100000000 FROM WS-RUN-CHECKSUM.                 K6SAMP.1
063400     IF WS-RUN-CHECKSUM LESS THAN ZERO                            K6SAMP.1
063500         ADD 100000000 TO WS-RUN-CHECKSUM.                        K6SAMP.1
063600     ADD 1 TO WS-CHUNK-SUB.                                       K6SAMP.1
063700     GO TO 2000-FOLD.                                             K6SAMP.1
063800 2000-FOLDED.                                                     K6SAMP.1
063900     MOVE WS-RUN-CHECKSUM TO RN-RAW-SUM (WS-RUN-SUB).             K6SAMP.1
064000     IF RE-PGM-ID = "K6SMOK"                                      K6SAMP.1
064100         GO TO 2000-READ.                                         K6SAMP.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
064300         GO TO 2000-READ.                                         K6SAMP.1
064400     IF WS-CERT-PROFILE NOT = SPACE                               K6SAMP.1
064500             AND RE-OPT-PROFILE NOT = SPACE                       K6SAMP.1
064600             AND RE-OPT-PROFILE NOT = WS-CERT-PROFILE             K6SAMP.1
064700         GO TO 2000-READ.                                         K6SAMP.1
064800     MOVE RE-PGM-ID TO WS-LOOKUP-PGM-ID.                          K6SAMP.1
064900     MOVE RE-TARGET-ID TO WS-LOOKUP-TARGET.                       K6SAMP.1
065000     PERFORM 8300-FIND-CERT THRU 8300-EXIT.                       K6SAMP.1
065100     IF WS-CT-SUB NOT = ZERO                                      K6SAMP.1
065200         GO TO 2000-COMPARE.                                      K6SAMP.1
065300     IF WS-CERT-COUNT NOT LESS THAN 300                           K6SAMP.1
065400         ADD 1 TO WS-CERT-OVERFLOW                                K6SAMP.1
065500         GO TO 2000-READ.                                         K6SAMP.1
065600     ADD 1 TO WS-CERT-COUNT.                                      K6SAMP.1
065700     MOVE RE-PGM-ID TO CT-PGM-ID (WS-CERT-COUNT).                 K6SAMP.1
065800     MOVE RE-TARGET-ID TO CT-TARGET (WS-CERT-COUNT).              K6SAMP.1
065900     MOVE WS-RUN-SUB TO CT-RUN-SUB (WS-CERT-COUNT).               K6SAMP.1
066000     GO TO 2000-READ.                                             K6SAMP.1
066100 2000-COMPARE.                                                    K6SAMP.1
066200     MOVE CT-RUN-SUB (WS-CT-SUB) TO WS-SUB.                       K6SAMP.1
066300     IF RE-RUN-DATE > RN-RUN-DATE (WS-SUB)                        K6SAMP.1
066400         MOVE WS-RUN-SUB TO CT-RUN-SUB (WS-CT-SUB)                K6SAMP.1
066500     ELSE IF RE-RUN-DATE = RN-RUN-DATE (WS-SUB)                   K6SAMP.1
066600             AND RE-RUN-SEQ > RN-RUN-SEQ (WS-SUB)                 K6SAMP.1
066700         MOVE WS-RUN-SUB TO CT-RUN-SUB (WS-CT-SUB).               K6SAMP.1
066800     GO TO 2000-READ.                                             K6SAMP.1
066900 2000-DONE.                                                       K6SAMP.1
067000     CLOSE RAW-EXTRACT.                                           K6SAMP.1
067100 2000-EXIT.                                                       K6SAMP.1
067200     EXIT.                                                        K6SAMP.1
067300*================================================================ K6SAMP.1
067400* 2500-SETTLE-CERT -- MARK EACH CERTIFIED RUN AND ACCUMULATE THE  K6SAMP.1
067500* CERTIFICATE'S GRAND TOTAL.                                      K6SAMP.1
067600*================================================================ K6SAMP.1
067700 2500-SETTLE-CERT.                                                K6SAMP.1
067800     MOVE 1 TO WS-CT-SUB.                                         K6SAMP.1
067900 2500-NEXT.                                                       K6SAMP.1
068000     IF WS-CT-SUB GREATER THAN WS-CERT-COUNT                      K6SAMP.1
068100         GO TO 2500-EXIT.                                         K6SAMP.1
068200     MOVE CT-RUN-SUB (WS-CT-SUB) TO WS-SUB.                       K6SAMP.1
068300     MOVE WS-CT-SUB TO RN-CERT-SUB (WS-SUB).                      K6SAMP.1
068400     ADD RN-OK (WS-SUB) TO WS-GRAND-OK.                           K6SAMP.1
068500     ADD RN-ALL (WS-SUB) TO WS-GRAND-ALL.                         K6SAMP.1
068600     ADD RN-FAIL (WS-SUB) TO WS-GRAND-FAIL.                       K6SAMP.1
068700     ADD 1 TO WS-CT-SUB.                                          K6SAMP.1
068800     GO TO 2500-NEXT.                                             K6SAMP.1
068900 2500-EXIT.                                                       K6SAMP.1
069000     EXIT.                                                        K6SAMP.1
069100*================================================================ K6SAMP.1
069200* 3000-COUNT-POPULATION -- FIRST PASS OF THE MASTER: SIZE EVERY   K6SAMP.1
069300* STRATUM OF THE POPULATION.                                      K6SAMP.1
069400*================================================================ K6SAMP.1
069500 3000-COUNT-POPULATION.                                           K6SAMP.1
069600     OPEN INPUT RESULT-MASTER.                                    K6SAMP.1
069700     IF WS-MASTER-STATUS NOT = "00"                               K6SAMP.1
069800         MOVE "N" TO WS-MASTER-SW                                 K6SAMP.1
069900         MOVE "RESULTS-HISTORY MASTER (RSLTHIST) WILL NOT OPEN"   K6SAMP.1
070000             TO ML-TEXT                                           K6SAMP.1
070100         WRITE SR-PRINT-REC FROM MSG-LINE                         K6SAMP.1
070200             AFTER ADVANCING 2 LINES                              K6SAMP.1
070300         MOVE 12 TO WS-VERDICT-RC                                 K6SAMP.1
070400         GO TO 3000-EXIT.                                         K6SAMP.1
070500 3000-READ.                                                       K6SAMP.1
070600     READ RESULT-MASTER NEXT RECORD                               K6SAMP.1
070700         AT END GO TO 3000-DONE.                                  K6SAMP.1
070800     ADD 1 TO WS-ROWS-READ.                                       K6SAMP.1
070900     PERFORM 3100-IN-POPULATION THRU 3100-EXIT.                   K6SAMP.1
071000     IF NOT WS-IN-POPULATION                                      K6SAMP.1
071100         GO TO 3000-READ.                                         K6SAMP.1
071200     PERFORM 3200-FIND-STRATUM THRU 3200-EXIT.                    K6SAMP.1
071300     IF WS-ST-SUB = ZERO                                          K6SAMP.1
071400         GO TO 3000-READ.                                         K6SAMP.1
071500     ADD 1 TO ST-POP (WS-ST-SUB).                                 K6SAMP.1
071600     ADD 1 TO WS-POP-TOTAL.                                       K6SAMP.1
071700     GO TO 3000-READ.                                             K6SAMP.1
071800 3000-DONE.                                                       K6SAMP.1
071900     CLOSE RESULT-MASTER.                                         K6SAMP.1
072000 3000-EXIT.                                                       K6SAMP.1
072100     EXIT.                                                        K6SAMP.1
072200*================================================================ K6SAMP.1
072300* 3100-IN-POPULATION -- THE PERIOD, AND IN POPULATION "C" THE     K6SAMP.1
072400* ROW MUST BELONG TO THE RUN THE CERTIFICATE COUNTS.              K6SAMP.1
072500*================================================================ K6SAMP.1
072600 3100-IN-POPULATION.                                              K6SAMP.1
072700     MOVE "N" TO WS-IN-POP-SW.                                    K6SAMP.1
072800     IF RH-RUN-DATE LESS THAN WS-FROM-DATE                        K6SAMP.1
072900             OR RH-RUN-DATE GREATER THAN WS-TO-DATE               K6SAMP.1
073000         GO TO 3100-EXIT.                                         K6SAMP.1
073100     IF WS-POP-HISTORY                                            K6SAMP.1
073200         MOVE "Y" TO WS-IN-POP-SW                                 K6SAMP.1
073300         GO TO 3100-EXIT.                                         K6SAMP.1
073400     MOVE RH-PGM-ID TO WS-LOOKUP-PGM-ID.                          K6SAMP.1
073500     MOVE RH-TARGET-ID TO WS-LOOKUP-TARGET.                       K6SAMP.1
073600     PERFORM 8300-FIND-CERT THRU 8300-EXIT.                       K6SAMP.1
073700     IF WS-CT-SUB = ZERO                                          K6SAMP.1
073800         GO TO 3100-EXIT.                                         K6SAMP.1
073900     MOVE CT-RUN-SUB (WS-CT-SUB) TO WS-SUB.                       K6SAMP.1
074000     IF RN-RUN-DATE (WS-SUB) = RH-RUN-DATE                        K6SAMP.1
074100             AND RN-RUN-SEQ (WS-SUB) = RH-RUN-SEQ                 K6SAMP.1
074200         MOVE "Y" TO WS-IN-POP-SW.                                K6SAMP.1
074300 3100-EXIT.                                                       K6SAMP.1
074400     EXIT.                                                        K6SAMP.1
074500*================================================================ K6SAMP.1
074600* 3200-FIND-STRATUM -- MODULE / VERDICT / TARGET OF THE CURRENT   K6SAMP.1
074700* ROW, ADDED WHEN NEW.  WS-ST-SUB ZERO WHEN THE TABLE IS FULL.    K6SAMP.1
074800*================================================================ K6SAMP.1
074900 3200-FIND-STRATUM.                                               K6SAMP.1
075000     MOVE RH-PGM-ID (1:2) TO WS-STRATUM-MODULE.                   K6SAMP.1
075100     MOVE RH-P-OR-F TO WS-STRATUM-VERDICT.                        K6SAMP.1
075200     MOVE RH-TARGET-ID TO WS-STRATUM-TARGET.                      K6SAMP.1
075300     MOVE 1 TO WS-ST-SUB.                                         K6SAMP.1
075400 3200-SCAN.                                                       K6SAMP.1
075500     IF WS-ST-SUB GREATER THAN WS-ST-COUNT                        K6SAMP.1
075600         GO TO 3200-ADD.                                          K6SAMP.1
075700     IF ST-KEY (WS-ST-SUB) = WS-STRATUM-KEY                       K6SAMP.1
075800         GO TO 3200-EXIT.                                         K6SAMP.1
075900     ADD 1 TO WS-ST-SUB.                                          K6SAMP.1
076000     GO TO 3200-SCAN.                                             K6SAMP.1
076100 3200-ADD.                                                        K6SAMP.1
076200     IF WS-ST-COUNT NOT LESS THAN 300                             K6SAMP.1
076300         ADD 1 TO WS-ST-OVERFLOW                                  K6SAMP.1
076400         MOVE ZERO TO WS-ST-SUB                                   K6SAMP.1
076500         GO TO 3200-EXIT.                                         K6SAMP.1
076600     ADD 1 TO WS-ST-COUNT.                                        K6SAMP.1
076700     MOVE WS-ST-COUNT TO WS-ST-SUB.                               K6SAMP.1
076800     MOVE WS-STRATUM-KEY TO ST-KEY (WS-ST-SUB).                   K6SAMP.1
076900     MOVE ZERO TO ST-POP (WS-ST-SUB).                             K6SAMP.1
077000     MOVE ZERO TO ST-QUOTA (WS-ST-SUB).                           K6SAMP.1
077100     MOVE ZERO TO ST-REMAINDER (WS-ST-SUB).                       K6SAMP.1
077200     MOVE ZERO TO ST-SEEN (WS-ST-SUB).                            K6SAMP.1
077300     MOVE ZERO TO ST-TAKEN (WS-ST-SUB).                           K6SAMP.1
077400 3200-EXIT.                                                       K6SAMP.1
077500     EXIT.                                                        K6SAMP.1
077600*================================================================ K6SAMP.1
077700* 3500-ALLOCATE -- PROPORTIONAL QUOTAS, AT LEAST ONE PER          K6SAMP.1
077800* STRATUM, LEFT-OVERS TO THE LARGEST REMAINDERS (THE EARLIER      K6SAMP.1
077900* STRATUM ON A TIE).                                              K6SAMP.1
078000*================================================================ K6SAMP.1
078100 3500-ALLOCATE.                                                   K6SAMP.1
078200     IF WS-POP-TOTAL = ZERO                                       K6SAMP.1
078300         GO TO 3500-EXIT.                                         K6SAMP.1
078400     MOVE WS-SAMPLE-SIZE TO WS-TARGET-SIZE.                       K6SAMP.1
078500     IF WS-TARGET-SIZE GREATER THAN WS-POP-TOTAL                  K6SAMP.1
078600         MOVE WS-POP-TOTAL TO WS-TARGET-SIZE.                     K6SAMP.1
078700     MOVE ZERO TO WS-QUOTA-TOTAL.                                 K6SAMP.1
078800     MOVE 1 TO WS-ST-SUB.                                         K6SAMP.1
078900 3500-FLOOR.                                                      K6SAMP.1
079000     IF WS-ST-SUB GREATER THAN WS-ST-COUNT                        K6SAMP.1
079100         GO TO 3500-TOP-UP.                                       K6SAMP.1
079200     COMPUTE WS-WORK-18 = WS-TARGET-SIZE * ST-POP (WS-ST-SUB).    K6SAMP.1
079300     DIVIDE WS-WORK-18 BY WS-POP-TOTAL                            K6SAMP.1
079400         GIVING ST-QUOTA (WS-ST-SUB)                              K6SAMP.1
079500         REMAINDER ST-REMAINDER (WS-ST-SUB).                      K6SAMP.1
079600     IF ST-QUOTA (WS-ST-SUB) = ZERO                               K6SAMP.1
079700         MOVE 1 TO ST-QUOTA (WS-ST-SUB)                           K6SAMP.1
079800         MOVE ZERO TO ST-REMAINDER (WS-ST-SUB).                   K6SAMP.1
079900     ADD ST-QUOTA (WS-ST-SUB) TO WS-QUOTA-TOTAL.                  K6SAMP.1
080000     ADD 1 TO WS-ST-SUB.                                          K6SAMP.1
080100     GO TO 3500-FLOOR.                                            K6SAMP.1
080200 3500-TOP-UP.                                                     K6SAMP.1
080300     IF WS-QUOTA-TOTAL NOT LESS THAN WS-TARGET-SIZE               K6SAMP.1
080400         GO TO 3500-EXIT.                                         K6SAMP.1
080500     MOVE ZERO TO WS-BEST-SUB.                                    K6SAMP.1
080600     MOVE ZERO TO WS-BEST-REM.                                    K6SAMP.1
080700     MOVE 1 TO WS-ST-SUB.                                         K6SAMP.1
080800 3500-BEST.                                                       K6SAMP.1
080900     IF WS-ST-SUB GREATER THAN WS-ST-COUNT                        K6SAMP.1
081000         GO TO 3500-GIVE.                                         K6SAMP.1
081100     IF ST-QUOTA (WS-ST-SUB) LESS THAN ST-POP (WS-ST-SUB)         K6SAMP.1
081200         IF WS-BEST-SUB = ZERO                                    K6SAMP.1
081300                 OR ST-REMAINDER (WS-ST-SUB) > WS-BEST-REM        K6SAMP.1
081400             MOVE WS-ST-SUB TO WS-BEST-SUB                        K6SAMP.1
081500             MOVE ST-REMAINDER (WS-ST-SUB) TO WS-BEST-REM.        K6SAMP.1
081600     ADD 1 TO WS-ST-SUB.                                          K6SAMP.1
081700     GO TO 3500-BEST.                                             K6SAMP.1
081800 3500-GIVE.                                                       K6SAMP.1
081900     IF WS-BEST-SUB = ZERO                                        K6SAMP.1
082000         GO TO 3500-EXIT.                                         K6SAMP.1
082100     ADD 1 TO ST-QUOTA (WS-BEST-SUB).                             K6SAMP.1
082200     MOVE ZERO TO ST-REMAINDER (WS-BEST-SUB).                     K6SAMP.1
082300     ADD 1 TO WS-QUOTA-TOTAL.                                     K6SAMP.1
082400     GO TO 3500-TOP-UP.                                           K6SAMP.1
082500 3500-EXIT.                                                       K6SAMP.1
082600     EXIT.                                                        K6SAMP.1
082700*================================================================ K6SAMP.1
082800* 4000-DRAW-SAMPLE -- SECOND PASS OF THE MASTER.  A ROW IS TAKEN  K6SAMP.1
082900* WHEN R / (2**31 - 1) IS BELOW (QUOTA STILL TO TAKE) / (ROWS     K6SAMP.1
083000* OF THE STRATUM STILL TO COME), WHICH DRAWS EXACTLY THE QUOTA    K6SAMP.1
083100* WITH EVERY ROW OF THE STRATUM EQUALLY LIKELY.                   K6SAMP.1
083200*================================================================ K6SAMP.1
083300 4000-DRAW-SAMPLE.                                                K6SAMP.1
083400     IF WS-POP-TOTAL = ZERO                                       K6SAMP.1
083500         GO TO 4000-EXIT.                                         K6SAMP.1
083600     OPEN INPUT RESULT-MASTER.                                    K6SAMP.1
083700     IF WS-MASTER-STATUS NOT = "00"                               K6SAMP.1
083800         MOVE 12 TO WS-VERDICT-RC                                 K6SAMP.1
083900         GO TO 4000-EXIT.                                         K6SAMP.1
084000 4000-READ.                                                       K6SAMP.1
084100     READ RESULT-MASTER NEXT RECORD                               K6SAMP.1
084200         AT END GO TO 4000-DONE.                                  K6SAMP.1
084300     PERFORM 3100-IN-POPULATION THRU 3100-EXIT.                   K6SAMP.1
084400     IF NOT WS-IN-POPULATION                                      K6SAMP.1
084500         GO TO 4000-READ.                                         K6SAMP.1
084600     PERFORM 3200-FIND-STRATUM THRU 3200-EXIT.                    K6SAMP.1
084700     IF WS-ST-SUB = ZERO                                          K6SAMP.1
084800         GO TO 4000-READ.                                         K6SAMP.1
084900     IF ST-TAKEN (WS-ST-SUB) NOT LESS THAN ST-QUOTA (WS-ST-SUB)   K6SAMP.1
085000         ADD 1 TO ST-SEEN (WS-ST-SUB)                             K6SAMP.1
085100         GO TO 4000-READ.                                         K6SAMP.1
085200     PERFORM 8100-NEXT-RANDOM THRU 8100-EXIT.                     K6SAMP.1
085300     COMPUTE WS-SEL-LEFT = WS-RANDOM *                            K6SAMP.1
085400         (ST-POP (WS-ST-SUB) - ST-SEEN (WS-ST-SUB)).              K6SAMP.1
085500     COMPUTE WS-SEL-RIGHT = 2147483647 *                          K6SAMP.1
085600         (ST-QUOTA (WS-ST-SUB) - ST-TAKEN (WS-ST-SUB)).           K6SAMP.1
085700     ADD 1 TO ST-SEEN (WS-ST-SUB).                                K6SAMP.1
085800     IF WS-SEL-LEFT LESS THAN WS-SEL-RIGHT                        K6SAMP.1
085900         PERFORM 4100-TAKE-SAMPLE THRU 4100-EXIT.                 K6SAMP.1
086000     GO TO 4000-READ.                                             K6SAMP.1
086100 4000-DONE.                                                       K6SAMP.1
086200     CLOSE RESULT-MASTER.                                         K6SAMP.1
086300 4000-EXIT.                                                       K6SAMP.1
086400     EXIT.                                                        K6SAMP.1
086500*================================================================ K6SAMP.1
086600* 4100-TAKE-SAMPLE.                                               K6SAMP.1
086700*================================================================ K6SAMP.1
086800 4100-TAKE-SAMPLE.                                                K6SAMP.1
086900     ADD 1 TO ST-TAKEN (WS-ST-SUB).                               K6SAMP.1
087000     ADD 1 TO WS-SAMPLE-COUNT.                                    K6SAMP.1
087100     MOVE WS-SAMPLE-COUNT TO WS-SM-SUB.                           K6SAMP.1
087200     MOVE RH-TARGET-ID TO SM-TARGET (WS-SM-SUB).                  K6SAMP.1
087300     MOVE RH-PGM-ID TO SM-PGM-ID (WS-SM-SUB).                     K6SAMP.1
087400     MOVE RH-RUN-DATE TO SM-RUN-DATE (WS-SM-SUB).                 K6SAMP.1
087500     MOVE RH-RUN-SEQ TO SM-RUN-SEQ (WS-SM-SUB).                   K6SAMP.1
087600     MOVE RH-PAR-NAME TO SM-PAR-NAME (WS-SM-SUB).                 K6SAMP.1
087700     MOVE RH-P-OR-F TO SM-P-OR-F (WS-SM-SUB).                     K6SAMP.1
087800     MOVE RH-FEATURE TO SM-FEATURE (WS-SM-SUB).                   K6SAMP.1
087900     MOVE WS-ST-SUB TO SM-STRATUM (WS-SM-SUB).                    K6SAMP.1
088000     MOVE "N" TO SM-MEMBER-SW (WS-SM-SUB).                        K6SAMP.1
088100     MOVE SPACE TO SM-SRC-KIND (WS-SM-SUB).                       K6SAMP.1
088200     MOVE ZERO TO SM-SRC-LINE (WS-SM-SUB).                        K6SAMP.1
088300     MOVE "N" TO SM-PRT-COPY-SW (WS-SM-SUB).                      K6SAMP.1
088400     MOVE ZERO TO SM-PRT-LINE (WS-SM-SUB).                        K6SAMP.1
088500     MOVE SPACE TO SM-PRT-P-OR-F (WS-SM-SUB).                     K6SAMP.1
088600     MOVE "N" TO SM-CSV-ENV-SW (WS-SM-SUB).                       K6SAMP.1
088700     MOVE ZERO TO SM-CSV-ROW (WS-SM-SUB).                         K6SAMP.1
088800     MOVE SPACE TO SM-CSV-P-OR-F (WS-SM-SUB).                     K6SAMP.1
088900     MOVE ZERO TO SM-BROKEN (WS-SM-SUB).                          K6SAMP.1
089000     MOVE SM-KEY (WS-SM-SUB) TO WS-LOOKUP-KEY.                    K6SAMP.1
089100     PERFORM 8200-FIND-RUN THRU 8200-EXIT.                        K6SAMP.1
089200     MOVE WS-RUN-SUB TO SM-RUN-SUB (WS-SM-SUB).                   K6SAMP.1
089300 4100-EXIT.                                                       K6SAMP.1
089400     EXIT.                                                        K6SAMP.1
089500*================================================================ K6SAMP.1
089600* 5000-TRACE-SOURCE -- FIND EACH SAMPLE'S PARAGRAPH IN ITS        K6SAMP.1
089700* PROGRAM'S MEMBER OF THE LIBRARY UNLOAD.  A LABEL IN AREA A      K6SAMP.1
089800* THAT MATCHES THE PAR-NAME IS THE PARAGRAPH; FAILING THAT, A     K6SAMP.1
089900* PAR-NAME LITERAL (THE TEST NAMED IN A MOVE TO PAR-NAME) IS      K6SAMP.1
090000* ACCEPTED.  LINE NUMBERS COUNT FROM THE MEMBER'S FIRST LINE.     K6SAMP.1
090100*================================================================ K6SAMP.1
090200 5000-TRACE-SOURCE.                                               K6SAMP.1
090300     IF WS-SAMPLE-COUNT = ZERO                                    K6SAMP.1
090400         GO TO 5000-EXIT.                                         K6SAMP.1
090500     OPEN INPUT SOURCE-IN.                                        K6SAMP.1
090600     IF WS-SRC-STATUS NOT = "00" AND WS-SRC-STATUS NOT = "05"     K6SAMP.1
090700         GO TO 5000-EXIT.                                         K6SAMP.1
090800     IF WS-SRC-STATUS = "05"                                      K6SAMP.1
090900         GO TO 5000-DONE.                                         K6SAMP.1
091000     MOVE "Y" TO WS-SRC-SW.                                       K6SAMP.1
091100     MOVE ZERO TO WS-CS-COUNT.                                    K6SAMP.1
091200 5000-READ.                                                       K6SAMP.1
091300     READ SOURCE-IN                                               K6SAMP.1
091400         AT END GO TO 5000-DONE.                                  K6SAMP.1
091500     IF SI-SEP-TAG = "++MEMBER "                                  K6SAMP.1
091600         MOVE SI-SEP-MEMBER TO WS-CUR-MEMBER                      K6SAMP.1
091700         MOVE ZERO TO WS-LINE-NO                                  K6SAMP.1
091800         PERFORM 5050-MEMBER-SAMPLES THRU 5050-EXIT               K6SAMP.1
091900         GO TO 5000-READ.                                         K6SAMP.1
092000     ADD 1 TO WS-LINE-NO.                                         K6SAMP.1
092100     IF WS-CS-COUNT = ZERO                                        K6SAMP.1
092200         GO TO 5000-READ.                                         K6SAMP.1
092300     IF SI-IND = "*" OR SI-IND = "/"                              K6SAMP.1
092400         GO TO 5000-READ.                                         K6SAMP.1
092500     IF SI-BODY (1:1) NOT = SPACE                                 K6SAMP.1
092600         PERFORM 5100-LABEL-LINE THRU 5100-EXIT.                  K6SAMP.1
092700     MOVE ZERO TO WS-HIT-COUNT.                                   K6SAMP.1
092800     INSPECT SI-BODY TALLYING WS-HIT-COUNT FOR ALL "PAR-NAME".    K6SAMP.1
092900     IF WS-HIT-COUNT GREATER THAN ZERO                            K6SAMP.1
093000         PERFORM 5150-LITERAL-LINE THRU 5150-EXIT.                K6SAMP.1
093100     GO TO 5000-READ.                                             K6SAMP.1
093200 5000-DONE.                                                       K6SAMP.1
093300     CLOSE SOURCE-IN.                                             K6SAMP.1
093400 5000-EXIT.                                                       K6SAMP.1
093500     EXIT.                                                        K6SAMP.1
093600*================================================================ K6SAMP.1
093700* 5050-MEMBER-SAMPLES -- THE SAMPLES WHOSE PROGRAM IS THE         K6SAMP.1
093800* MEMBER JUST STARTED.                                            K6SAMP.1
093900*================================================================ K6SAMP.1
094000 5050-MEMBER-SAMPLES.                                             K6SAMP.1
094100     MOVE ZERO TO WS-CS-COUNT.                                    K6SAMP.1
094200     IF WS-CUR-MEMBER (7:2) NOT = SPACE                           K6SAMP.1
094300         GO TO 5050-EXIT.                                         K6SAMP.1
094400     MOVE 1 TO WS-SM-SUB.                                         K6SAMP.1
094500 5050-SCAN.                                                       K6SAMP.1
094600     IF WS-SM-SUB GREATER THAN WS-SAMPLE-COUNT                    K6SAMP.1
094700         GO TO 5050-EXIT.                                         K6SAMP.1
094800     IF SM-PGM-ID (WS-SM-SUB) = WS-CUR-MEMBER (1:6)               K6SAMP.1
094900         MOVE "Y" TO SM-MEMBER-SW (WS-SM-SUB)                     K6SAMP.1
095000         ADD 1 TO WS-CS-COUNT                                     K6SAMP.1
095100         MOVE WS-SM-SUB TO CS-SUB (WS-CS-COUNT).                  K6SAMP.1
095200     ADD 1 TO WS-SM-SUB.                                          K6SAMP.1
095300     GO TO 5050-SCAN.                                             K6SAMP.1
095400 5050-EXIT.                                                       K6SAMP.1
095500     EXIT.                                                        K6SAMP.1
095600*================================================================ K6SAMP.1
095700* 5100-LABEL-LINE -- A NAME IN AREA A; A PARAGRAPH WHEN IT IS     K6SAMP.1
095800* THE SAMPLE'S PAR-NAME.                                          K6SAMP.1
095900*================================================================ K6SAMP.1
096000 5100-LABEL-LINE.                                                 K6SAMP.1
096100     MOVE SPACE TO WS-LABEL.                                      K6SAMP.1
096200     UNSTRING SI-BODY DELIMITED BY "." OR SPACE                   K6SAMP.1
096300         INTO WS-LABEL.                                           K6SAMP.1
096400     MOVE 1 TO WS-CS-SUB.                                         K6SAMP.1
096500 5100-SCAN.                                                       K6SAMP.1
096600     IF WS-CS-SUB GREATER THAN WS-CS-COUNT                        K6SAMP.1
096700         GO TO 5100-EXIT.                                         K6SAMP.1
096800     MOVE CS-SUB (WS-CS-SUB) TO WS-SM-SUB.                        K6SAMP.1
096900     PERFORM 8400-PAR-COMPARAND THRU 8400-EXIT.                   K6SAMP.1
097000     IF WS-LABEL (1:22) = WS-PAR-CMP                              K6SAMP.1
097100             AND WS-LABEL (23:8) = SPACE                          K6SAMP.1
097200             AND SM-SRC-KIND (WS-SM-SUB) NOT = "P"                K6SAMP.1
097300         MOVE "P" TO SM-SRC-KIND (WS-SM-SUB)                      K6SAMP.1
097400         MOVE WS-LINE-NO TO SM-SRC-LINE (WS-SM-SUB).              K6SAMP.1
097500     ADD 1 TO WS-CS-SUB.                                          K6SAMP.1
097600     GO TO 5100-SCAN.                                             K6SAMP.1
097700 5100-EXIT.                                                       K6SAMP.1
097800     EXIT.                                                        K6SAMP.1
097900*================================================================ K6SAMP.1
098000* 5150-LITERAL-LINE -- THE FIRST QUOTED LITERAL ON A LINE THAT    K6SAMP.1
098100* NAMES PAR-NAME.                                                 K6SAMP.1
098200*================================================================ K6SAMP.1
098300 5150-LITERAL-LINE.                                               K6SAMP.1
098400     MOVE ZERO TO WS-HIT-COUNT.                                   K6SAMP.1
098500     INSPECT SI-BODY TALLYING WS-HIT-COUNT FOR ALL QUOTE.         K6SAMP.1
098600     IF WS-HIT-COUNT LESS THAN 2                                  K6SAMP.1
098700         GO TO 5150-EXIT.                                         K6SAMP.1
098800     MOVE SPACE TO WS-LABEL.                                      K6SAMP.1
098900     UNSTRING SI-BODY DELIMITED BY QUOTE                          K6SAMP.1
099000         INTO WS-PARSE-JUNK WS-LABEL.                             K6SAMP.1
099100     MOVE 1 TO WS-CS-SUB.                                         K6SAMP.1
099200 5150-SCAN.                                                       K6SAMP.1
099300     IF WS-CS-SUB GREATER THAN WS-CS-COUNT                        K6SAMP.1
099400         GO TO 5150-EXIT.                                         K6SAMP.1
099500     MOVE CS-SUB (WS-CS-SUB) TO WS-SM-SUB.                        K6SAMP.1
099600     PERFORM 8400-PAR-COMPARAND THRU 8400-EXIT.                   K6SAMP.1
099700     IF WS-LABEL (1:22) = WS-PAR-CMP                              K6SAMP.1
099800             AND WS-LABEL (23:8) = SPACE                          K6SAMP.1
099900             AND SM-SRC-KIND (WS-SM-SUB) = SPACE                  K6SAMP.1
100000         MOVE "L" TO SM-SRC-KIND (WS-SM-SUB)                      K6SAMP.1
100100         MOVE WS-LINE-NO TO SM-SRC-LINE (WS-SM-SUB).              K6SAMP.1
100200     ADD 1 TO WS-CS-SUB.                                          K6SAMP.1
100300     GO TO 5150-SCAN.                                             K6SAMP.1
100400 5150-EXIT.                                                       K6SAMP.1
100500     EXIT.                                                        K6SAMP.1
100600*================================================================ K6SAMP.1
100700* 5300-TRACE-PRINT -- WALK THE ARCHIVED PRINT COPIES.  FOR A RUN  K6SAMP.1
100800* WITH A SAMPLE, RECOMPUTE THE COPY'S PRINT CHECKSUM (THE LAST    K6SAMP.1
100900* COPY OF A RUN HELD WINS) AND FIND EACH SAMPLE'S TEST-RESULTS    K6SAMP.1
101000* LINE, COUNTING LINES FROM THE IDENTITY RECORD.  A RESUMED       K6SAMP.1
101100* RUN'S SECOND IDENTITY RECORD CONTINUES THE SAME COPY.           K6SAMP.1
101200*================================================================ K6SAMP.1
101300 5300-TRACE-PRINT.                                                K6SAMP.1
101400     IF WS-SAMPLE-COUNT = ZERO                                    K6SAMP.1
101500         GO TO 5300-EXIT.                                         K6SAMP.1
101600     OPEN INPUT PRINT-ARCHIVE.                                    K6SAMP.1
101700     IF WS-PRT-STATUS NOT = "00" AND WS-PRT-STATUS NOT = "05"     K6SAMP.1
101800         GO TO 5300-EXIT.                                         K6SAMP.1
101900     IF WS-PRT-STATUS = "05"                                      K6SAMP.1
102000         GO TO 5300-DONE.                                         K6SAMP.1
102100     MOVE "Y" TO WS-PRT-SW.                                       K6SAMP.1
102200     MOVE ZERO TO WS-CS-COUNT.                                    K6SAMP.1
102300     MOVE ZERO TO WS-COPY-RUN.                                    K6SAMP.1
102400     MOVE SPACE TO WS-LOOKUP-KEY.                                 K6SAMP.1
102500 5300-READ.                                                       K6SAMP.1
102600     READ PRINT-ARCHIVE                                           K6SAMP.1
102700         AT END GO TO 5300-LAST.                                  K6SAMP.1
102800     IF PA-ID-FLAG = "H"                                          K6SAMP.1
102900             AND PA-ID-TARGET = WS-LOOKUP-TARGET                  K6SAMP.1
103000             AND PA-ID-PGM-ID = WS-LOOKUP-PGM-ID                  K6SAMP.1
103100             AND PA-ID-RUN-DATE = WS-LOOKUP-RUN-DATE              K6SAMP.1
103200             AND PA-ID-RUN-SEQ = WS-LOOKUP-RUN-SEQ                K6SAMP.1
103300         GO TO 5300-READ.                                         K6SAMP.1
103400     IF PA-ID-FLAG = "H"                                          K6SAMP.1
103500         PERFORM 5350-CLOSE-COPY THRU 5350-EXIT                   K6SAMP.1
103600         MOVE PA-ID-TARGET TO WS-LOOKUP-TARGET                    K6SAMP.1
103700         MOVE PA-ID-PGM-ID TO WS-LOOKUP-PGM-ID                    K6SAMP.1
103800         MOVE PA-ID-RUN-DATE TO WS-LOOKUP-RUN-DATE                K6SAMP.1
103900         MOVE PA-ID-RUN-SEQ TO WS-LOOKUP-RUN-SEQ                  K6SAMP.1
104000         PERFORM 5400-KEY-SAMPLES THRU 5400-EXIT                  K6SAMP.1
104100         PERFORM 5360-OPEN-COPY THRU 5360-EXIT                    K6SAMP.1
104200         GO TO 5300-READ.                                         K6SAMP.1
104300     IF WS-CS-COUNT = ZERO                                        K6SAMP.1
104400         GO TO 5300-READ.                                         K6SAMP.1
104500     ADD 1 TO WS-LINE-NO.                                         K6SAMP.1
104600     IF WS-COPY-RUN NOT = ZERO                                    K6SAMP.1
104700         PERFORM 5370-FOLD-LINE THRU 5370-EXIT.                   K6SAMP.1
104800     MOVE 1 TO WS-CS-SUB.                                         K6SAMP.1
104900 5300-MATCH.                                                      K6SAMP.1
105000     IF WS-CS-SUB GREATER THAN WS-CS-COUNT                        K6SAMP.1
105100         GO TO 5300-READ.                                         K6SAMP.1
105200     MOVE CS-SUB (WS-CS-SUB) TO WS-SM-SUB.                        K6SAMP.1
105300     IF PA-PAR-NAME = SM-PAR-NAME (WS-SM-SUB)                     K6SAMP.1
105400             AND SM-PRT-LINE (WS-SM-SUB) = ZERO                   K6SAMP.1
105500         MOVE WS-LINE-NO TO SM-PRT-LINE (WS-SM-SUB)               K6SAMP.1
105600         MOVE PA-P-OR-F TO SM-PRT-P-OR-F (WS-SM-SUB).             K6SAMP.1
105700     ADD 1 TO WS-CS-SUB.                                          K6SAMP.1
105800     GO TO 5300-MATCH.                                            K6SAMP.1
105900 5300-LAST.                                                       K6SAMP.1
106000     PERFORM 5350-CLOSE-COPY THRU 5350-EXIT.                      K6SAMP.1
106100 5300-DONE.                                                       K6SAMP.1
106200     CLOSE PRINT-ARCHIVE.                                         K6SAMP.1
106300 5300-EXIT.                                                       K6SAMP.1
106400     EXIT.                                                        K6SAMP.1
106500*================================================================ K6SAMP.1
106600* 5350-CLOSE-COPY -- POST THE RECOMPUTED CHECKSUM TO THE RUN.     K6SAMP.1
106700*================================================================ K6SAMP.1
106800 5350-CLOSE-COPY.                                                 K6SAMP.1
106900     IF WS-COPY-RUN = ZERO                                        K6SAMP.1
107000         GO TO 5350-EXIT.                                         K6SAMP.1
107100     MOVE WS-RUN-CHECKSUM TO RN-PRT-SUM (WS-COPY-RUN).            K6SAMP.1
107200     MOVE "Y" TO RN-PRT-SW (WS-COPY-RUN).                         K6SAMP.1
107300     MOVE ZERO TO WS-COPY-RUN.                                    K6SAMP.1
107400 5350-EXIT.                                                       K6SAMP.1
107500     EXIT.                                                        K6SAMP.1
107600*================================================================ K6SAMP.1
107700* 5360-OPEN-COPY -- A NEW COPY OF A SAMPLED RUN RESTARTS THE      K6SAMP.1
107800* LINE COUNT, THE CHECKSUM AND THE LINE MATCHES.                  K6SAMP.1
107900*================================================================ K6SAMP.1
108000 5360-OPEN-COPY.                                                  K6SAMP.1
108100     MOVE ZERO TO WS-LINE-NO.                                     K6SAMP.1
108200     MOVE ZERO TO WS-RUN-CHECKSUM.                                K6SAMP.1
108300     IF WS-CS-COUNT = ZERO                                        K6SAMP.1
108400         GO TO 5360-EXIT.                                         K6SAMP.1
108500     PERFORM 8200-FIND-RUN THRU 8200-EXIT.                        K6SAMP.1
108600     MOVE WS-RUN-SUB TO WS-COPY-RUN.                              K6SAMP.1
108700     MOVE 1 TO WS-CS-SUB.                                         K6SAMP.1
108800 5360-NEXT.                                                       K6SAMP.1
108900     IF WS-CS-SUB GREATER THAN WS-CS-COUNT                        K6SAMP.1
109000         GO TO 5360-EXIT.                                         K6SAMP.1
109100     MOVE CS-SUB (WS-CS-SUB) TO WS-SM-SUB.                        K6SAMP.1
109200     MOVE "Y" TO SM-PRT-COPY-SW (WS-SM-SUB).                      K6SAMP.1
109300     MOVE ZERO TO SM-PRT-LINE (WS-SM-SUB).                        K6SAMP.1
109400     MOVE SPACE TO SM-PRT-P-OR-F (WS-SM-SUB).                     K6SAMP.1
109500     ADD 1 TO WS-CS-SUB.                                          K6SAMP.1
109600     GO TO 5360-NEXT.                                             K6SAMP.1
109700 5360-EXIT.                                                       K6SAMP.1
109800     EXIT.                                                        K6SAMP.1
109900*================================================================ K6SAMP.1
110000* 5370-FOLD-LINE.                                                 K6SAMP.1
110100*================================================================ K6SAMP.1
110200 5370-FOLD-LINE.                                                  K6SAMP.1
110300     MOVE PA-REC TO WS-PRINT-CKSUM-AREA.                          K6SAMP.1
110400     MOVE 1 TO WS-CHUNK-SUB.                                      K6SAMP.1
110500 5370-FOLD.                                                       K6SAMP.1
110600     IF WS-CHUNK-SUB GREATER THAN 60                              K6SAMP.1
110700         GO TO 5370-EXIT.                                         K6SAMP.1
110800     ADD WS-PRINT-CKSUM-CHUNK (WS-CHUNK-SUB)                      K6SAMP.1
110900         TO WS-RUN-CHECKSUM.                                      K6SAMP.1
111000     IF WS-RUN-CHECKSUM GREATER THAN 99999999                     K6SAMP.1
111100         SUBTRACT 100000000 FROM WS-RUN-CHECKSUM.                 K6SAMP.1
111200     IF WS-RUN-CHECKSUM LESS THAN ZERO                            K6SAMP.1
111300         ADD 100000000 TO WS-RUN-CHECKSUM.                        K6SAMP.1
111400     ADD 1 TO WS-CHUNK-SUB.                                       K6SAMP.1
111500     GO TO 5370-FOLD.                                             K6SAMP.1
111600 5370-EXIT.                                                       K6SAMP.1
111700     EXIT.                                                        K6SAMP.1
111800*================================================================ K6SAMP.1
111900* 5400-KEY-SAMPLES -- THE SAMPLES OF THE RUN IN WS-LOOKUP-KEY.    K6SAMP.1
112000*================================================================ K6SAMP.1
112100 5400-KEY-SAMPLES.                                                K6SAMP.1
112200     MOVE ZERO TO WS-CS-COUNT.                                    K6SAMP.1
112300     MOVE 1 TO WS-SM-SUB.                                         K6SAMP.1
112400 5400-SCAN.                                                       K6SAMP.1
112500     IF WS-SM-SUB GREATER THAN WS-SAMPLE-COUNT                    K6SAMP.1
112600         GO TO 5400-EXIT.                                         K6SAMP.1
112700     IF SM-KEY (WS-SM-SUB) = WS-LOOKUP-KEY                        K6SAMP.1
112800         ADD 1 TO WS-CS-COUNT                                     K6SAMP.1
112900         MOVE WS-SM-SUB TO CS-SUB (WS-CS-COUNT).                  K6SAMP.1
113000     ADD 1 TO WS-SM-SUB.                                          K6SAMP.1
113100     GO TO 5400-SCAN.                                             K6SAMP.1
113200 5400-EXIT.                                                       K6SAMP.1
113300     EXIT.                                                        K6SAMP.1
113400*================================================================ K6SAMP.1
113500* 5500-TRACE-CSV -- FIND EACH SAMPLE'S DETAIL ROW IN ITS RUN'S    K6SAMP.1
113600* CSV ENVELOPE, COUNTING DETAIL ROWS FROM THE "H" RECORD.  A      K6SAMP.1
113700* RESUMED RUN'S SECOND ENVELOPE CONTINUES THE FIRST.              K6SAMP.1
113800*================================================================ K6SAMP.1
113900 5500-TRACE-CSV.                                                  K6SAMP.1
114000     IF WS-SAMPLE-COUNT = ZERO                                    K6SAMP.1
114100         GO TO 5500-EXIT.                                         K6SAMP.1
114200     OPEN INPUT CSV-EXTRACT.                                      K6SAMP.1
114300     IF WS-CSV-STATUS NOT = "00" AND WS-CSV-STATUS NOT = "05"     K6SAMP.1
114400         GO TO 5500-EXIT.                                         K6SAMP.1
114500     IF WS-CSV-STATUS = "05"                                      K6SAMP.1
114600         GO TO 5500-DONE.                                         K6SAMP.1
114700     MOVE "Y" TO WS-CSV-SW.                                       K6SAMP.1
114800     MOVE ZERO TO WS-CS-COUNT.                                    K6SAMP.1
114900     MOVE SPACE TO WS-LOOKUP-KEY.                                 K6SAMP.1
115000 5500-READ.                                                       K6SAMP.1
115100     READ CSV-EXTRACT                                             K6SAMP.1
115200         AT END GO TO 5500-DONE.                                  K6SAMP.1
115300     IF CX-ID-FLAG = "H"                                          K6SAMP.1
115400         PERFORM 5550-OPEN-ENVELOPE THRU 5550-EXIT                K6SAMP.1
115500         GO TO 5500-READ.                                         K6SAMP.1
115600     IF WS-CS-COUNT = ZERO                                        K6SAMP.1
115700         GO TO 5500-READ.                                         K6SAMP.1
115800     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6SAMP.1
115900         GO TO 5500-READ.                                         K6SAMP.1
116000     ADD 1 TO WS-LINE-NO.                                         K6SAMP.1
116100     MOVE 1 TO WS-CS-SUB.                                         K6SAMP.1
116200 5500-MATCH.                                                      K6SAMP.1
116300     IF WS-CS-SUB GREATER THAN WS-CS-COUNT                        K6SAMP.1
116400         GO TO 5500-READ.                                         K6SAMP.1
116500     MOVE CS-SUB (WS-CS-SUB) TO WS-SM-SUB.                        K6SAMP.1
116600     IF CX-PAR-NAME = SM-PAR-NAME (WS-SM-SUB)                     K6SAMP.1
116700             AND SM-CSV-ROW (WS-SM-SUB) = ZERO                    K6SAMP.1
116800         MOVE WS-LINE-NO TO SM-CSV-ROW (WS-SM-SUB)                K6SAMP.1
116900         MOVE CX-P-OR-F TO SM-CSV-P-OR-F (WS-SM-SUB).             K6SAMP.1
117000     ADD 1 TO WS-CS-SUB.                                          K6SAMP.1
117100     GO TO 5500-MATCH.                                            K6SAMP.1
117200 5500-DONE.                                                       K6SAMP.1
117300     CLOSE CSV-EXTRACT.                                           K6SAMP.1
117400 5500-EXIT.                                                       K6SAMP.1
117500     EXIT.                                                        K6SAMP.1
117600*================================================================ K6SAMP.1
117700* 5550-OPEN-ENVELOPE.                                             K6SAMP.1
117800*================================================================ K6SAMP.1
117900 5550-OPEN-ENVELOPE.                                              K6SAMP.1
118000     IF CX-ID-TARGET = WS-LOOKUP-TARGET                           K6SAMP.1
118100             AND CX-ID-PGM-ID = WS-LOOKUP-PGM-ID                  K6SAMP.1
118200             AND CX-ID-RUN-DATE = WS-LOOKUP-RUN-DATE              K6SAMP.1
118300             AND CX-ID-RUN-SEQ = WS-LOOKUP-RUN-SEQ                K6SAMP.1
118400         GO TO 5550-EXIT.                                         K6SAMP.1
118500     MOVE ZERO TO WS-LINE-NO.                                     K6SAMP.1
118600     MOVE CX-ID-TARGET TO WS-LOOKUP-TARGET.                       K6SAMP.1
118700     MOVE CX-ID-PGM-ID TO WS-LOOKUP-PGM-ID.                       K6SAMP.1
118800     MOVE CX-ID-RUN-DATE TO WS-LOOKUP-RUN-DATE.                   K6SAMP.1
118900     MOVE CX-ID-RUN-SEQ TO WS-LOOKUP-RUN-SEQ.                     K6SAMP.1
119000     PERFORM 5400-KEY-SAMPLES THRU 5400-EXIT.                     K6SAMP.1
119100     MOVE 1 TO WS-CS-SUB.                                         K6SAMP.1
119200 5550-NEXT.                                                       K6SAMP.1
119300     IF WS-CS-SUB GREATER THAN WS-CS-COUNT                        K6SAMP.1
119400         GO TO 5550-EXIT.                                         K6SAMP.1
119500     MOVE "Y" TO SM-CSV-ENV-SW (CS-SUB (WS-CS-SUB)).              K6SAMP.1
119600     ADD 1 TO WS-CS-SUB.                                          K6SAMP.1
119700     GO TO 5550-NEXT.                                             K6SAMP.1
119800 5550-EXIT.                                                       K6SAMP.1
119900     EXIT.                                                        K6SAMP.1
120000*================================================================ K6SAMP.1
120100* 5700-LOAD-CHECKSUMS -- THE CAPTURE CHECKSUMS OF EACH RUN (THE   K6SAMP.1
120200* LAST ENTRY LOGGED FOR A RUN WINS).                              K6SAMP.1
120300*================================================================ K6SAMP.1
120400 5700-LOAD-CHECKSUMS.                                             K6SAMP.1
120500     IF WS-SAMPLE-COUNT = ZERO                                    K6SAMP.1
120600         GO TO 5700-EXIT.                                         K6SAMP.1
120700     OPEN INPUT CKSUM-LOG.                                        K6SAMP.1
120800     IF WS-CKL-STATUS NOT = "00" AND WS-CKL-STATUS NOT = "05"     K6SAMP.1
120900         GO TO 5700-EXIT.                                         K6SAMP.1
121000     IF WS-CKL-STATUS = "05"                                      K6SAMP.1
121100         GO TO 5700-DONE.                                         K6SAMP.1
121200     MOVE "Y" TO WS-CKL-SW.                                       K6SAMP.1
121300 5700-READ.                                                       K6SAMP.1
121400     READ CKSUM-LOG                                               K6SAMP.1
121500         AT END GO TO 5700-DONE.                                  K6SAMP.1
121600     MOVE CKL-TARGET-ID TO WS-LOOKUP-TARGET.                      K6SAMP.1
121700     MOVE CKL-PGM-ID TO WS-LOOKUP-PGM-ID.                         K6SAMP.1
121800     MOVE CKL-RUN-DATE TO WS-LOOKUP-RUN-DATE.                     K6SAMP.1
121900     MOVE CKL-RUN-SEQ TO WS-LOOKUP-RUN-SEQ.                       K6SAMP.1
122000     PERFORM 8200-FIND-RUN THRU 8200-EXIT.                        K6SAMP.1
122100     IF WS-RUN-SUB = ZERO                                         K6SAMP.1
122200         GO TO 5700-READ.                                         K6SAMP.1
122300     MOVE "Y" TO RN-CKL-SW (WS-RUN-SUB).                          K6SAMP.1
122400     MOVE CKL-RAW-CHECKSUM TO RN-CKL-RAW (WS-RUN-SUB).            K6SAMP.1
122500     MOVE CKL-PRINT-CHECKSUM TO RN-CKL-PRINT (WS-RUN-SUB).        K6SAMP.1
122600     GO TO 5700-READ.                                             K6SAMP.1
122700 5700-DONE.                                                       K6SAMP.1
122800     CLOSE CKSUM-LOG.                                             K6SAMP.1
122900 5700-EXIT.                                                       K6SAMP.1
123000     EXIT.                                                        K6SAMP.1
123100*================================================================ K6SAMP.1
123200* 6000-REPORT-SAMPLES -- ONE BLOCK PER SAMPLED TEST: ITS          K6SAMP.1
123300* IDENTITY, THEN EACH LINK OF ITS LINEAGE.                        K6SAMP.1
123400*================================================================ K6SAMP.1
123500 6000-REPORT-SAMPLES.                                             K6SAMP.1
123600     MOVE WS-ROWS-READ TO PP-ROWS.                                K6SAMP.1
123700     MOVE WS-POP-TOTAL TO PP-POP.                                 K6SAMP.1
123800     MOVE WS-ST-COUNT TO PP-STRATA.                               K6SAMP.1
123900     MOVE WS-SAMPLE-COUNT TO PP-DRAWN.                            K6SAMP.1
124000     MOVE WS-CERT-PROFILE TO PP-PROFILE.                          K6SAMP.1
124100     IF WS-CERT-PROFILE = SPACE                                   K6SAMP.1
124200         MOVE "(ANY)   " TO PP-PROFILE.                           K6SAMP.1
124300     WRITE SR-PRINT-REC FROM POP-LINE                             K6SAMP.1
124400         AFTER ADVANCING 1 LINE.                                  K6SAMP.1
124500     MOVE 1 TO WS-SM-SUB.                                         K6SAMP.1
124600 6000-NEXT.                                                       K6SAMP.1
124700     IF WS-SM-SUB GREATER THAN WS-SAMPLE-COUNT                    K6SAMP.1
124800         GO TO 6000-EXIT.                                         K6SAMP.1
124900     MOVE WS-SM-SUB TO SH-NUMBER.                                 K6SAMP.1
125000     MOVE SM-PGM-ID (WS-SM-SUB) TO SH-PGM-ID.                     K6SAMP.1
125100     MOVE SM-PAR-NAME (WS-SM-SUB) TO SH-PAR-NAME.                 K6SAMP.1
125200     MOVE SM-TARGET (WS-SM-SUB) TO SH-TARGET.                     K6SAMP.1
125300     MOVE SM-RUN-DATE (WS-SM-SUB) TO SH-RUN-DATE.                 K6SAMP.1
125400     MOVE SM-RUN-SEQ (WS-SM-SUB) TO SH-RUN-SEQ.                   K6SAMP.1
125500     MOVE SM-P-OR-F (WS-SM-SUB) TO SH-P-OR-F.                     K6SAMP.1
125600     MOVE SM-FEATURE (WS-SM-SUB) TO SH-FEATURE.                   K6SAMP.1
125700     MOVE SM-STRATUM (WS-SM-SUB) TO WS-ST-SUB.                    K6SAMP.1
125800     MOVE ST-MODULE (WS-ST-SUB) TO SH-MODULE.                     K6SAMP.1
125900     MOVE ST-VERDICT (WS-ST-SUB) TO SH-VERDICT.                   K6SAMP.1
126000     WRITE SR-PRINT-REC FROM SAMPLE-HDR-LINE                      K6SAMP.1
126100         AFTER ADVANCING 2 LINES.                                 K6SAMP.1
126200     MOVE SM-RUN-SUB (WS-SM-SUB) TO WS-RUN-SUB.                   K6SAMP.1
126300     PERFORM 6100-SOURCE-LINK THRU 6100-EXIT.                     K6SAMP.1
126400     PERFORM 6200-PRINT-LINK THRU 6200-EXIT.                      K6SAMP.1
126500     PERFORM 6300-CSV-LINK THRU 6300-EXIT.                        K6SAMP.1
126600     PERFORM 6400-RAW-LINK THRU 6400-EXIT.                        K6SAMP.1
126700     PERFORM 6500-CHECKSUM-LINK THRU 6500-EXIT.                   K6SAMP.1
126800     PERFORM 6600-CERT-LINK THRU 6600-EXIT.                       K6SAMP.1
126900     IF SM-BROKEN (WS-SM-SUB) GREATER THAN ZERO                   K6SAMP.1
127000         ADD 1 TO WS-CHAINS-BROKEN.                               K6SAMP.1
127100     ADD 1 TO WS-SM-SUB.                                          K6SAMP.1
127200     GO TO 6000-NEXT.                                             K6SAMP.1
127300 6000-EXIT.                                                       K6SAMP.1
127400     EXIT.                                                        K6SAMP.1
127500*================================================================ K6SAMP.1
127600* 6100-SOURCE-LINK.                                               K6SAMP.1
127700*================================================================ K6SAMP.1
127800 6100-SOURCE-LINK.                                                K6SAMP.1
127900     MOVE "SOURCE" TO LN-LINK.                                    K6SAMP.1
128000     MOVE SPACE TO LN-TEXT.                                       K6SAMP.1
128100     MOVE SM-SRC-LINE (WS-SM-SUB) TO WS-TXT-LINE.                 K6SAMP.1
128200     IF NOT WS-SRC-SUPPLIED                                       K6SAMP.1
128300         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
128400         MOVE "NO LIBRARY UNLOAD (SRCIN) SUPPLIED" TO LN-TEXT     K6SAMP.1
128500     ELSE IF SM-MEMBER-SW (WS-SM-SUB) NOT = "Y"                   K6SAMP.1
128600         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
128700         STRING "NO MEMBER " SM-PGM-ID (WS-SM-SUB)                K6SAMP.1
128800                " IN THE LIBRARY UNLOAD" DELIMITED BY SIZE        K6SAMP.1
128900             INTO LN-TEXT                                         K6SAMP.1
129000     ELSE IF SM-SRC-KIND (WS-SM-SUB) = "P"                        K6SAMP.1
129100         MOVE "OK" TO LN-STATUS                                   K6SAMP.1
129200         STRING "PARAGRAPH AT LINE " WS-TXT-LINE                  K6SAMP.1
129300                " OF MEMBER " SM-PGM-ID (WS-SM-SUB)               K6SAMP.1
129400                DELIMITED BY SIZE                                 K6SAMP.1
129500             INTO LN-TEXT                                         K6SAMP.1
129600     ELSE IF SM-SRC-KIND (WS-SM-SUB) = "L"                        K6SAMP.1
129700         MOVE "OK" TO LN-STATUS                                   K6SAMP.1
129800         STRING "PAR-NAME LITERAL AT LINE " WS-TXT-LINE           K6SAMP.1
129900                " OF MEMBER " SM-PGM-ID (WS-SM-SUB)               K6SAMP.1
130000                " (NO LABEL OF THAT NAME)" DELIMITED BY SIZE      K6SAMP.1
130100             INTO LN-TEXT                                         K6SAMP.1
130200     ELSE                                                         K6SAMP.1
130300         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
130400         STRING "NO PARAGRAPH OR PAR-NAME LITERAL IN MEMBER "     K6SAMP.1
130500                SM-PGM-ID (WS-SM-SUB) DELIMITED BY SIZE           K6SAMP.1
130600             INTO LN-TEXT.                                        K6SAMP.1
130700     PERFORM 6900-WRITE-LINK THRU 6900-EXIT.                      K6SAMP.1
130800 6100-EXIT.                                                       K6SAMP.1
130900     EXIT.                                                        K6SAMP.1
131000*================================================================ K6SAMP.1
131100* 6200-PRINT-LINK.                                                K6SAMP.1
131200*================================================================ K6SAMP.1
131300 6200-PRINT-LINK.                                                 K6SAMP.1
131400     MOVE "PRINT" TO LN-LINK.                                     K6SAMP.1
131500     MOVE SPACE TO LN-TEXT.                                       K6SAMP.1
131600     MOVE SM-PRT-LINE (WS-SM-SUB) TO WS-TXT-LINE.                 K6SAMP.1
131700     IF NOT WS-PRT-SUPPLIED                                       K6SAMP.1
131800         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
131900         MOVE "NO PRINT ARCHIVE (PRINTIN) SUPPLIED" TO LN-TEXT    K6SAMP.1
132000     ELSE IF SM-PRT-COPY-SW (WS-SM-SUB) NOT = "Y"                 K6SAMP.1
132100         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
132200         MOVE "NO ARCHIVED PRINT COPY OF THE RUN" TO LN-TEXT      K6SAMP.1
132300     ELSE IF SM-PRT-LINE (WS-SM-SUB) = ZERO                       K6SAMP.1
132400         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
132500         MOVE "NO TEST-RESULTS LINE FOR THE PAR-NAME IN THE COPY" K6SAMP.1
132600             TO LN-TEXT                                           K6SAMP.1
132700     ELSE IF SM-PRT-P-OR-F (WS-SM-SUB) NOT = SM-P-OR-F (WS-SM-SUB)K6SAMP.1
132800         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
132900         STRING "TEST-RESULTS LINE " WS-TXT-LINE                  K6SAMP.1
133000                " PRINTS VERDICT " SM-PRT-P-OR-F (WS-SM-SUB)      K6SAMP.1
133100                DELIMITED BY SIZE                                 K6SAMP.1
133200             INTO LN-TEXT                                         K6SAMP.1
133300     ELSE                                                         K6SAMP.1
133400         MOVE "OK" TO LN-STATUS                                   K6SAMP.1
133500         STRING "TEST-RESULTS LINE " WS-TXT-LINE                  K6SAMP.1
133600                " OF THE ARCHIVED COPY" DELIMITED BY SIZE         K6SAMP.1
133700             INTO LN-TEXT.                                        K6SAMP.1
133800     PERFORM 6900-WRITE-LINK THRU 6900-EXIT.                      K6SAMP.1
133900 6200-EXIT.                                                       K6SAMP.1
134000     EXIT.                                                        K6SAMP.1
134100*================================================================ K6SAMP.1
134200* 6300-CSV-LINK.                                                  K6SAMP.1
134300*================================================================ K6SAMP.1
134400 6300-CSV-LINK.                                                   K6SAMP.1
134500     MOVE "CSV" TO LN-LINK.                                       K6SAMP.1
134600     MOVE SPACE TO LN-TEXT.                                       K6SAMP.1
134700     MOVE SM-CSV-ROW (WS-SM-SUB) TO WS-TXT-LINE.                  K6SAMP.1
134800     IF NOT WS-CSV-SUPPLIED                                       K6SAMP.1
134900         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
135000         MOVE "NO CSV EXTRACT (CSVIN) SUPPLIED" TO LN-TEXT        K6SAMP.1
135100     ELSE IF SM-CSV-ENV-SW (WS-SM-SUB) NOT = "Y"                  K6SAMP.1
135200         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
135300         MOVE "NO CSV ENVELOPE FOR THE RUN" TO LN-TEXT            K6SAMP.1
135400     ELSE IF SM-CSV-ROW (WS-SM-SUB) = ZERO                        K6SAMP.1
135500         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
135600         MOVE "NO DETAIL ROW FOR THE PAR-NAME IN THE ENVELOPE"    K6SAMP.1
135700             TO LN-TEXT                                           K6SAMP.1
135800     ELSE IF SM-CSV-P-OR-F (WS-SM-SUB) NOT = SM-P-OR-F (WS-SM-SUB)K6SAMP.1
135900         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
136000         STRING "DETAIL ROW " WS-TXT-LINE                         K6SAMP.1
136100                " CARRIES VERDICT " SM-CSV-P-OR-F (WS-SM-SUB)     K6SAMP.1
136200                DELIMITED BY SIZE                                 K6SAMP.1
136300             INTO LN-TEXT                                         K6SAMP.1
136400     ELSE                                                         K6SAMP.1
136500         MOVE "OK" TO LN-STATUS                                   K6SAMP.1
136600         STRING "DETAIL ROW " WS-TXT-LINE                         K6SAMP.1
136700                " OF THE RUN'S ENVELOPE" DELIMITED BY SIZE        K6SAMP.1
136800             INTO LN-TEXT.                                        K6SAMP.1
136900     PERFORM 6900-WRITE-LINK THRU 6900-EXIT.                      K6SAMP.1
137000 6300-EXIT.                                                       K6SAMP.1
137100     EXIT.                                                        K6SAMP.1
137200*================================================================ K6SAMP.1
137300* 6400-RAW-LINK -- THE RUN'S RAW-DATA RECORD MUST BE CLOSED OFF   K6SAMP.1
137400* AND MUST COUNT AT LEAST ONE TEST OF THE SAMPLE'S VERDICT.       K6SAMP.1
137500*================================================================ K6SAMP.1
137600 6400-RAW-LINK.                                                   K6SAMP.1
137700     MOVE "RAW-DATA" TO LN-LINK.                                  K6SAMP.1
137800     MOVE SPACE TO LN-TEXT.                                       K6SAMP.1
137900     IF WS-RUN-SUB = ZERO                                         K6SAMP.1
138000         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
138100         MOVE "NO RAW-DATA RECORD FOR THE RUN" TO LN-TEXT         K6SAMP.1
138200         GO TO 6400-WRITE.                                        K6SAMP.1
138300     MOVE RN-OK (WS-RUN-SUB) TO WS-TXT-COUNT-1.                   K6SAMP.1
138400     MOVE RN-ALL (WS-RUN-SUB) TO WS-TXT-COUNT-2.                  K6SAMP.1
138500     MOVE RN-FAIL (WS-RUN-SUB) TO WS-TXT-COUNT-3.                 K6SAMP.1
138600     MOVE RN-DELETED (WS-RUN-SUB) TO WS-TXT-COUNT-4.              K6SAMP.1
138700     STRING "OK=" WS-TXT-COUNT-1 " ALL=" WS-TXT-COUNT-2           K6SAMP.1
138800            " FAIL=" WS-TXT-COUNT-3 " DEL=" WS-TXT-COUNT-4        K6SAMP.1
138900            " ABORT=" RN-ABORT (WS-RUN-SUB) DELIMITED BY SIZE     K6SAMP.1
139000         INTO LN-TEXT.                                            K6SAMP.1
139100     MOVE 999 TO WS-VERDICT-COUNT.                                K6SAMP.1
139200     IF SM-P-OR-F (WS-SM-SUB) = "PASS "                           K6SAMP.1
139300         MOVE RN-OK (WS-RUN-SUB) TO WS-VERDICT-COUNT              K6SAMP.1
139400     ELSE IF SM-P-OR-F (WS-SM-SUB) = "FAIL*"                      K6SAMP.1
139500         MOVE RN-FAIL (WS-RUN-SUB) TO WS-VERDICT-COUNT            K6SAMP.1
139600     ELSE IF SM-P-OR-F (WS-SM-SUB) = "INSPT"                      K6SAMP.1
139700         MOVE RN-INSPECT (WS-RUN-SUB) TO WS-VERDICT-COUNT         K6SAMP.1
139800     ELSE IF SM-P-OR-F (WS-SM-SUB) = "XFAIL"                      K6SAMP.1
139900         MOVE RN-XFAIL (WS-RUN-SUB) TO WS-VERDICT-COUNT           K6SAMP.1
140000     ELSE IF SM-P-OR-F (WS-SM-SUB) = "*****"                      K6SAMP.1
140100         MOVE RN-DELETED (WS-RUN-SUB) TO WS-VERDICT-COUNT.        K6SAMP.1
140200     IF RN-ABORT (WS-RUN-SUB) (1:3) NOT = "OK."                   K6SAMP.1
140300         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
140400         MOVE "RUN NEVER CLOSED OFF" TO LN-TEXT (70:29)           K6SAMP.1
140500     ELSE IF WS-VERDICT-COUNT = ZERO                              K6SAMP.1
140600         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
140700         MOVE "VERDICT NOT COUNTED" TO LN-TEXT (70:29)            K6SAMP.1
140800     ELSE IF RN-SUPERSEDED (WS-RUN-SUB) = "S"                     K6SAMP.1
140900         MOVE "NOTE" TO LN-STATUS                                 K6SAMP.1
141000         MOVE "RUN SUPERSEDED" TO LN-TEXT (70:29)                 K6SAMP.1
000000     ELSE IF RN-SUPERSEDED (WS-RUN-SUB) = "V"                     K6VOID.1
000000         MOVE "NOTE" TO LN-STATUS                                 K6VOID.1
000000         MOVE "RUN IN A WINDOW DECLARED VOID" TO LN-TEXT (70:29)  K6VOID.1
141100     ELSE                                                         K6SAMP.1
141200         MOVE "OK" TO LN-STATUS.                                  K6SAMP.1
141300 6400-WRITE.                                                      K6SAMP.1
141400     PERFORM 6900-WRITE-LINK THRU 6900-EXIT.                      K6SAMP.1
141500 6400-EXIT.                                                       K6SAMP.1
141600     EXIT.                                                        K6SAMP.1
141700*================================================================ K6SAMP.1
141800* 6500-CHECKSUM-LINK -- THE CAPTURE CHECKSUMS AGAINST THE         K6SAMP.1
141900* RAW-DATA RECORD AND PRINT COPY AS HELD NOW.  SUPERSEDING A      K6SAMP.1
142000* RUN REWRITES ITS RAW-DATA RECORD, SO ITS RAW CHECKSUM IS NOT    K6SAMP.1
142100* EXPECTED TO AGREE.                                              K6SAMP.1
000000* DECLARING ITS WINDOW VOID (K6VOID) REWRITES IT THE SAME WAY.    K6VOID.1
142200*================================================================ K6SAMP.1
142300 6500-CHECKSUM-LINK.                                              K6SAMP.1
142400     MOVE "CHECKSUM" TO LN-LINK.                                  K6SAMP.1
142500     MOVE SPACE TO LN-TEXT.                                       K6SAMP.1
142600     IF WS-RUN-SUB = ZERO                                         K6SAMP.1
142700         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
142800         MOVE "NO RAW-DATA RECORD TO PROVE" TO LN-TEXT            K6SAMP.1
142900         GO TO 6500-WRITE.                                        K6SAMP.1
143000     IF RN-CKL-SW (WS-RUN-SUB) NOT = "Y"                          K6SAMP.1
143100         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
143200         MOVE "NO CHECKSUM-LOG ENTRY FOR THE RUN" TO LN-TEXT      K6SAMP.1
143300         GO TO 6500-WRITE.                                        K6SAMP.1
143400     MOVE "OK" TO LN-STATUS.                                      K6SAMP.1
143500     MOVE RN-CKL-RAW (WS-RUN-SUB) TO WS-TXT-SUM-1.                K6SAMP.1
143600     MOVE RN-RAW-SUM (WS-RUN-SUB) TO WS-TXT-SUM-2.                K6SAMP.1
143700     MOVE RN-CKL-PRINT (WS-RUN-SUB) TO WS-TXT-SUM-3.              K6SAMP.1
143800     MOVE RN-PRT-SUM (WS-RUN-SUB) TO WS-TXT-SUM-4.                K6SAMP.1
000000     IF RN-SUPERSEDED (WS-RUN-SUB) = "S"                          K6VOID.1
000000             OR RN-SUPERSEDED (WS-RUN-SUB) = "V"                  K6VOID.1
144000         MOVE "NOT COMPARED" TO WS-TXT-RAW-STATE                  K6SAMP.1
144100     ELSE IF RN-CKL-RAW (WS-RUN-SUB) = RN-RAW-SUM (WS-RUN-SUB)    K6SAMP.1
144200         MOVE "AGREES" TO WS-TXT-RAW-STATE                        K6SAMP.1
144300     ELSE                                                         K6SAMP.1
144400         MOVE "*MISMATCH" TO WS-TXT-RAW-STATE                     K6SAMP.1
144500         MOVE "*BROKEN" TO LN-STATUS.                             K6SAMP.1
144600     IF RN-PRT-SW (WS-RUN-SUB) NOT = "Y"                          K6SAMP.1
144700         MOVE "*NO COPY" TO WS-TXT-PRT-STATE                      K6SAMP.1
144800         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
144900     ELSE IF RN-CKL-PRINT (WS-RUN-SUB) = RN-PRT-SUM (WS-RUN-SUB)  K6SAMP.1
145000         MOVE "AGREES" TO WS-TXT-PRT-STATE                        K6SAMP.1
145100     ELSE                                                         K6SAMP.1
145200         MOVE "*MISMATCH" TO WS-TXT-PRT-STATE                     K6SAMP.1
145300         MOVE "*BROKEN" TO LN-STATUS.                             K6SAMP.1
145400     STRING "RAW LOGGED " WS-TXT-SUM-1 " NOW " WS-TXT-SUM-2       K6SAMP.1
145500            " " WS-TXT-RAW-STATE " PRINT LOGGED " WS-TXT-SUM-3    K6SAMP.1
145600            " NOW " WS-TXT-SUM-4 " " WS-TXT-PRT-STATE             K6SAMP.1
145700            DELIMITED BY SIZE                                     K6SAMP.1
145800         INTO LN-TEXT.                                            K6SAMP.1
000000     IF LN-STATUS = "OK" AND (RN-SUPERSEDED (WS-RUN-SUB) = "S"    K6VOID.1
000000             OR RN-SUPERSEDED (WS-RUN-SUB) = "V")                 K6VOID.1
146000         MOVE "NOTE" TO LN-STATUS.                                K6SAMP.1
146100 6500-WRITE.                                                      K6SAMP.1
146200     PERFORM 6900-WRITE-LINK THRU 6900-EXIT.                      K6SAMP.1
146300 6500-EXIT.                                                       K6SAMP.1
146400     EXIT.                                                        K6SAMP.1
146500*================================================================ K6SAMP.1
146600* 6600-CERT-LINK -- THE CERTIFICATE LINE THE RUN FEEDS.           K6SAMP.1
146700*================================================================ K6SAMP.1
146800 6600-CERT-LINK.                                                  K6SAMP.1
146900     MOVE "CERT" TO LN-LINK.                                      K6SAMP.1
147000     MOVE SPACE TO LN-TEXT.                                       K6SAMP.1
147100     IF WS-RUN-SUB = ZERO                                         K6SAMP.1
147200         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
147300         MOVE "NO RAW-DATA RECORD - CERTIFICATE NOT REACHED"      K6SAMP.1
147400             TO LN-TEXT                                           K6SAMP.1
147500         GO TO 6600-WRITE.                                        K6SAMP.1
147600     IF RN-CERT-SUB (WS-RUN-SUB) NOT = ZERO                       K6SAMP.1
147700         GO TO 6600-COUNTED.                                      K6SAMP.1
147800     IF WS-POP-CERTIFIED                                          K6SAMP.1
147900         MOVE "*BROKEN" TO LN-STATUS                              K6SAMP.1
148000     ELSE                                                         K6SAMP.1
148100         MOVE "NOTE" TO LN-STATUS.                                K6SAMP.1
148200     MOVE SM-PGM-ID (WS-SM-SUB) TO WS-LOOKUP-PGM-ID.              K6SAMP.1
148300     MOVE SM-TARGET (WS-SM-SUB) TO WS-LOOKUP-TARGET.              K6SAMP.1
148400     PERFORM 8300-FIND-CERT THRU 8300-EXIT.                       K6SAMP.1
148500     IF WS-CT-SUB = ZERO                                          K6SAMP.1
148600         MOVE "PROGRAM AND TARGET NOT ON THE CERTIFICATE"         K6SAMP.1
148700             TO LN-TEXT                                           K6SAMP.1
148800         GO TO 6600-WRITE.                                        K6SAMP.1
148900     MOVE CT-RUN-SUB (WS-CT-SUB) TO WS-SUB.                       K6SAMP.1
149000     MOVE RN-RUN-DATE (WS-SUB) TO WS-TXT-DATE.                    K6SAMP.1
149100     MOVE RN-RUN-SEQ (WS-SUB) TO WS-TXT-SEQ.                      K6SAMP.1
149200     STRING "RUN NOT COUNTED - THE CERTIFICATE COUNTS RUN "       K6SAMP.1
149300            WS-TXT-DATE "/" WS-TXT-SEQ DELIMITED BY SIZE          K6SAMP.1
149400         INTO LN-TEXT.                                            K6SAMP.1
149500     GO TO 6600-WRITE.                                            K6SAMP.1
149600 6600-COUNTED.                                                    K6SAMP.1
149700     MOVE "OK" TO LN-STATUS.                                      K6SAMP.1
149800     MOVE RN-OK (WS-RUN-SUB) TO WS-TXT-COUNT-1.                   K6SAMP.1
149900     MOVE RN-ALL (WS-RUN-SUB) TO WS-TXT-COUNT-2.                  K6SAMP.1
150000     MOVE RN-FAIL (WS-RUN-SUB) TO WS-TXT-COUNT-3.                 K6SAMP.1
150100     MOVE WS-GRAND-OK TO WS-TXT-GRAND-1.                          K6SAMP.1
150200     MOVE WS-GRAND-ALL TO WS-TXT-GRAND-2.                         K6SAMP.1
150300     MOVE WS-GRAND-FAIL TO WS-TXT-GRAND-3.                        K6SAMP.1
150400     STRING SM-PGM-ID (WS-SM-SUB) " " SM-TARGET (WS-SM-SUB)       K6SAMP.1
150500            " PASS " WS-TXT-COUNT-1 " OF " WS-TXT-COUNT-2         K6SAMP.1
150600            " FAILED " WS-TXT-COUNT-3 "; GRAND TOTAL PASS "       K6SAMP.1
150700            WS-TXT-GRAND-1 " OF " WS-TXT-GRAND-2 " FAILED "       K6SAMP.1
150800            WS-TXT-GRAND-3 DELIMITED BY SIZE                      K6SAMP.1
150900         INTO LN-TEXT.                                            K6SAMP.1
151000 6600-WRITE.                                                      K6SAMP.1
151100     PERFORM 6900-WRITE-LINK THRU 6900-EXIT.                      K6SAMP.1
151200 6600-EXIT.                                                       K6SAMP.1
151300     EXIT.                                                        K6SAMP.1
151400*================================================================ K6SAMP.1
151500* 6900-WRITE-LINK -- WRITE ONE LINK AND TALLY IT.                 K6SAMP.1
151600*================================================================ K6SAMP.1
151700 6900-WRITE-LINK.                                                 K6SAMP.1
151800     ADD 1 TO WS-LINKS-CHECKED.                                   K6SAMP.1
151900     IF LN-STATUS = "*BROKEN"                                     K6SAMP.1
152000         ADD 1 TO WS-LINKS-BROKEN                                 K6SAMP.1
152100         ADD 1 TO SM-BROKEN (WS-SM-SUB)                           K6SAMP.1
152200     ELSE IF LN-STATUS = "NOTE"                                   K6SAMP.1
152300         ADD 1 TO WS-LINKS-NOTED.                                 K6SAMP.1
152400     WRITE SR-PRINT-REC FROM LINK-LINE                            K6SAMP.1
152500         AFTER ADVANCING 1 LINE.                                  K6SAMP.1
152600 6900-EXIT.                                                       K6SAMP.1
152700     EXIT.                                                        K6SAMP.1
152800*================================================================ K6SAMP.1
152900* 7000-REPORT-STRATA -- THE ALLOCATION, SO THE AUDITOR CAN SEE    K6SAMP.1
153000* HOW THE SIZE WAS SPREAD.                                        K6SAMP.1
153100*================================================================ K6SAMP.1
153200 7000-REPORT-STRATA.                                              K6SAMP.1
153300     MOVE "STRATA (MODULE / VERDICT / TARGET)" TO ML-TEXT.        K6SAMP.1
153400     WRITE SR-PRINT-REC FROM MSG-LINE                             K6SAMP.1
153500         AFTER ADVANCING 3 LINES.                                 K6SAMP.1
153600     MOVE 1 TO WS-ST-SUB.                                         K6SAMP.1
153700 7000-NEXT.                                                       K6SAMP.1
153800     IF WS-ST-SUB GREATER THAN WS-ST-COUNT                        K6SAMP.1
153900         GO TO 7000-EXIT.                                         K6SAMP.1
154000     MOVE ST-MODULE (WS-ST-SUB) TO SL-MODULE.                     K6SAMP.1
154100     MOVE ST-VERDICT (WS-ST-SUB) TO SL-VERDICT.                   K6SAMP.1
154200     MOVE ST-TARGET (WS-ST-SUB) TO SL-TARGET.                     K6SAMP.1
154300     MOVE ST-POP (WS-ST-SUB) TO SL-POP.                           K6SAMP.1
154400     MOVE ST-QUOTA (WS-ST-SUB) TO SL-QUOTA.                       K6SAMP.1
154500     MOVE ST-TAKEN (WS-ST-SUB) TO SL-DRAWN.                       K6SAMP.1
154600     WRITE SR-PRINT-REC FROM STRATUM-LINE                         K6SAMP.1
154700         AFTER ADVANCING 1 LINE.                                  K6SAMP.1
154800     ADD 1 TO WS-ST-SUB.                                          K6SAMP.1
154900     GO TO 7000-NEXT.                                             K6SAMP.1
155000 7000-EXIT.                                                       K6SAMP.1
155100     EXIT.                                                        K6SAMP.1
155200*================================================================ K6SAMP.1
155300* 8000-SUMMARY -- TOTALS AND THE RETURN CODE.                     K6SAMP.1
155400*================================================================ K6SAMP.1
155500 8000-SUMMARY.                                                    K6SAMP.1
155600     IF WS-VERDICT-RC = 12                                        K6SAMP.1
155700         GO TO 8000-CLOSE.                                        K6SAMP.1
155800     IF WS-RUN-OVERFLOW NOT = ZERO                                K6SAMP.1
155900             OR WS-CERT-OVERFLOW NOT = ZERO                       K6SAMP.1
156000             OR WS-ST-OVERFLOW NOT = ZERO                         K6SAMP.1
156100         MOVE "AN INPUT OVERRAN A TABLE - SAMPLE NOT TRUSTWORTHY" K6SAMP.1
156200             TO ML-TEXT                                           K6SAMP.1
156300         WRITE SR-PRINT-REC FROM MSG-LINE                         K6SAMP.1
156400             AFTER ADVANCING 2 LINES                              K6SAMP.1
156500         MOVE 12 TO WS-VERDICT-RC                                 K6SAMP.1
156600     ELSE IF WS-LINKS-BROKEN GREATER THAN ZERO                    K6SAMP.1
156700         MOVE 8 TO WS-VERDICT-RC                                  K6SAMP.1
156800     ELSE IF WS-POP-TOTAL = ZERO                                  K6SAMP.1
156900             OR WS-SAMPLE-COUNT LESS THAN WS-SAMPLE-SIZE          K6SAMP.1
157000         MOVE 4 TO WS-VERDICT-RC.                                 K6SAMP.1
157100     MOVE "RAW-DATA RECORDS BEYOND THE RUN TABLE" TO TL-LABEL.    K6SAMP.1
157200     MOVE WS-RUN-OVERFLOW TO TL-COUNT.                            K6SAMP.1
157300     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
157400     MOVE "MASTER ROWS BEYOND THE STRATUM TABLE" TO TL-LABEL.     K6SAMP.1
157500     MOVE WS-ST-OVERFLOW TO TL-COUNT.                             K6SAMP.1
157600     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
157700     MOVE "TESTS ASKED FOR" TO TL-LABEL.                          K6SAMP.1
157800     MOVE WS-SAMPLE-SIZE TO TL-COUNT.                             K6SAMP.1
157900     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
158000     MOVE "TESTS DRAWN" TO TL-LABEL.                              K6SAMP.1
158100     MOVE WS-SAMPLE-COUNT TO TL-COUNT.                            K6SAMP.1
158200     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
158300     MOVE "LINKS CHECKED" TO TL-LABEL.                            K6SAMP.1
158400     MOVE WS-LINKS-CHECKED TO TL-COUNT.                           K6SAMP.1
158500     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
158600     MOVE "LINKS BROKEN" TO TL-LABEL.                             K6SAMP.1
158700     MOVE WS-LINKS-BROKEN TO TL-COUNT.                            K6SAMP.1
158800     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
158900     MOVE "LINKS NOTED" TO TL-LABEL.                              K6SAMP.1
159000     MOVE WS-LINKS-NOTED TO TL-COUNT.                             K6SAMP.1
159100     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
159200     MOVE "SAMPLED TESTS WITH A BROKEN CHAIN" TO TL-LABEL.        K6SAMP.1
159300     MOVE WS-CHAINS-BROKEN TO TL-COUNT.                           K6SAMP.1
159400     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
159500 8000-CLOSE.                                                      K6SAMP.1
159600     MOVE "RETURN-CODE" TO TL-LABEL.                              K6SAMP.1
159700     MOVE WS-VERDICT-RC TO TL-COUNT.                              K6SAMP.1
159800     PERFORM 8050-TOTAL THRU 8050-EXIT.                           K6SAMP.1
159900     CLOSE SAMP-RPT.                                              K6SAMP.1
160000 8000-EXIT.                                                       K6SAMP.1
160100     EXIT.                                                        K6SAMP.1
160200*================================================================ K6SAMP.1
160300* 8050-TOTAL.                                                     K6SAMP.1
160400*================================================================ K6SAMP.1
160500 8050-TOTAL.                                                      K6SAMP.1
160600     WRITE SR-PRINT-REC FROM TOT-LINE                             K6SAMP.1
160700         AFTER ADVANCING 1 LINE.                                  K6SAMP.1
160800 8050-EXIT.                                                       K6SAMP.1
160900     EXIT.                                                        K6SAMP.1
161000*================================================================ K6SAMP.1
161100* 8100-NEXT-RANDOM -- PARK-MILLER MINIMAL STANDARD GENERATOR.     K6SAMP.1
161200*================================================================ K6SAMP.1
161300 8100-NEXT-RANDOM.                                                K6SAMP.1
161400     MULTIPLY 16807 BY WS-RANDOM GIVING WS-RAND-PRODUCT.          K6SAMP.1
161500     DIVIDE WS-RAND-PRODUCT BY 2147483647                         K6SAMP.1
161600         GIVING WS-RAND-QUOT REMAINDER WS-RANDOM.                 K6SAMP.1
161700 8100-EXIT.                                                       K6SAMP.1
161800     EXIT.                                                        K6SAMP.1
161900*================================================================ K6SAMP.1
162000* 8200-FIND-RUN -- THE RUN TABLE ENTRY FOR WS-LOOKUP-KEY; ZERO    K6SAMP.1
162100* WHEN THERE IS NO RAW-DATA RECORD FOR IT.                        K6SAMP.1
162200*================================================================ K6SAMP.1
162300 8200-FIND-RUN.                                                   K6SAMP.1
162400     MOVE 1 TO WS-RUN-SUB.                                        K6SAMP.1
162500 8200-SCAN.                                                       K6SAMP.1
162600     IF WS-RUN-SUB GREATER THAN WS-RUN-COUNT                      K6SAMP.1
162700         MOVE ZERO TO WS-RUN-SUB                                  K6SAMP.1
162800         GO TO 8200-EXIT.                                         K6SAMP.1
162900     IF RN-KEY (WS-RUN-SUB) = WS-LOOKUP-KEY                       K6SAMP.1
163000         GO TO 8200-EXIT.                                         K6SAMP.1
163100     ADD 1 TO WS-RUN-SUB.                                         K6SAMP.1
163200     GO TO 8200-SCAN.                                             K6SAMP.1
163300 8200-EXIT.                                                       K6SAMP.1
163400     EXIT.                                                        K6SAMP.1
163500*================================================================ K6SAMP.1
163600* 8300-FIND-CERT -- THE CERTIFICATE ENTRY FOR THE PROGRAM AND     K6SAMP.1
163700* TARGET IN WS-LOOKUP-KEY; ZERO WHEN THERE IS NONE.               K6SAMP.1
163800*================================================================ K6SAMP.1
163900 8300-FIND-CERT.                                                  K6SAMP.1
164000     MOVE 1 TO WS-CT-SUB.                                         K6SAMP.1
164100 8300-SCAN.                                                       K6SAMP.1
164200     IF WS-CT-SUB GREATER THAN WS-CERT-COUNT                      K6SAMP.1
164300         MOVE ZERO TO WS-CT-SUB                                   K6SAMP.1
164400         GO TO 8300-EXIT.                                         K6SAMP.1
164500     IF CT-PGM-ID (WS-CT-SUB) = WS-LOOKUP-PGM-ID                  K6SAMP.1
164600             AND CT-TARGET (WS-CT-SUB) = WS-LOOKUP-TARGET         K6SAMP.1
164700         GO TO 8300-EXIT.                                         K6SAMP.1
164800     ADD 1 TO WS-CT-SUB.                                          K6SAMP.1
164900     GO TO 8300-SCAN.                                             K6SAMP.1
165000 8300-EXIT.                                                       K6SAMP.1
165100     EXIT.                                                        K6SAMP.1
165200*================================================================ K6SAMP.1
165300* 8400-PAR-COMPARAND -- THE SAMPLE'S PAR-NAME AS IT APPEARS IN    K6SAMP.1
165400* THE SOURCE: THE ".NN" RECORD-COUNT SUFFIX (PARDOT-X AND         K6SAMP.1
165500* DOTVALUE) IS ADDED AT RUN TIME, NOT WRITTEN IN THE SOURCE.      K6SAMP.1
165600*================================================================ K6SAMP.1
165700 8400-PAR-COMPARAND.                                              K6SAMP.1
165800     MOVE SM-PAR-NAME (WS-SM-SUB) TO WS-PAR-CMP.                  K6SAMP.1
165900     IF WS-PAR-CMP (20:1) = "."                                   K6SAMP.1
166000         MOVE SPACE TO WS-PAR-CMP (20:3).                         K6SAMP.1
166100 8400-EXIT.                                                       K6SAMP.1
166200     EXIT.                                                        K6SAMP.1
