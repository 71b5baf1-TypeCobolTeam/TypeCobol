000100 IDENTIFICATION DIVISION.                                         K6WFCM.1
000200 PROGRAM-ID.                                                      K6WFCM.1
000300     K6WFCM.                                                      K6WFCM.1
000400*================================================================ K6WFCM.1
000500* K6WFCM -- WORK-FILE CONTENT COMPARISON BETWEEN TWO TARGETS.     K6WFCM.1
000600*================================================================ K6WFCM.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6WFCM.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6WFCM.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6WFCM.1
001000* DATE-COMPILED.                                                  K6WFCM.1
001100*                                                                 K6WFCM.1
001200* REMARKS.                                                        K6WFCM.1
001300*    K6XTGT SHOWS WHERE TWO TARGETS DISAGREE ON VERDICTS.  IT     K6WFCM.1
001400*    CANNOT SHOW THAT THE FILES A PROGRAM LEAVES BEHIND DIFFER    K6WFCM.1
001500*    WHILE EVERY TEST STILL PASSES -- IX-FD1 LOADED WITH          K6WFCM.1
001600*    DIFFERENT PADDING, ANOTHER SIGN NIBBLE IN A PACKED FIELD,    K6WFCM.1
001700*    THE RECORDS OF AN SQ OUTPUT FILE IN ANOTHER ORDER.  SISTER-  K6WFCM.1
001800*    SITE DATA EXCHANGE DEPENDS ON THE FILE CONTENTS, NOT THE     K6WFCM.1
001900*    VERDICTS.  THIS PROGRAM TAKES THE SAME WORK FILE KEPT FROM   K6WFCM.1
002000*    ONE PROGRAM'S RUN ON EACH OF TWO TARGETS (WFCMINA, WFCMINB   K6WFCM.1
002100*    -- AN INDEXED OR RELATIVE FILE UNLOADED TO SEQUENTIAL, AN    K6WFCM.1
002200*    SQ FILE AS IT STANDS) AND THE RECORD LAYOUT FROM THE         K6WFCM.1
002300*    PROGRAM'S FD (K6WFLY CARDS ON WFCMLAY), AND COMPARES THE     K6WFCM.1
002400*    TWO FILES RECORD BY RECORD:                                  K6WFCM.1
002500*        KEY ORDER      -- RECORDS PAIR ON THE RECORD KEY.  BOTH  K6WFCM.1
002600*                          FILES MUST BE IN ASCENDING KEY ORDER,  K6WFCM.1
002700*                          AS AN INDEXED FILE READ SEQUENTIALLY   K6WFCM.1
002800*                          ALREADY IS; A KEY OUT OF ORDER IS      K6WFCM.1
002900*                          REPORTED AND THE RECORD LEFT UNPAIRED. K6WFCM.1
003000*                          EQUAL KEYS PAIR IN ARRIVAL ORDER.      K6WFCM.1
003100*        SEQUENCE ORDER -- THE NTH RECORD PAIRS WITH THE NTH, SO  K6WFCM.1
003200*                          A DIFFERENT RECORD ORDER SHOWS UP AS   K6WFCM.1
003300*                          VALUE DIFFERENCES.                     K6WFCM.1
003400*    WITHIN A PAIR EVERY FIELD THAT IS NOT BYTE-FOR-BYTE EQUAL    K6WFCM.1
003500*    IS REPORTED WITH BOTH SIDES IN HEX, CLASSED AS               K6WFCM.1
003600*        VALUE  -- THE FIELD HOLDS A DIFFERENT VALUE              K6WFCM.1
003700*        REPR   -- SAME VALUE, DIFFERENT BYTES: TRAILING SPACE    K6WFCM.1
003800*                  AGAINST LOW-VALUE PADDING, A C AGAINST AN F    K6WFCM.1
003900*                  SIGN NIBBLE, A DIFFERENT DISPLAY ZONE, AN      K6WFCM.1
004000*                  UNDESCRIBED (FILLER) BYTE, THE RECORD LENGTH   K6WFCM.1
004100*    A NUMERIC FIELD THAT DOES NOT DECODE IS A VALUE DIFFERENCE.  K6WFCM.1
004200*    THE SUMMARY GIVES PER-FIELD COUNTS AND ONE OF THREE          K6WFCM.1
004300*    VERDICTS:                                                    K6WFCM.1
004400*        BYTE-IDENTICAL       -- EVERY RECORD PAIRED, EVERY BYTE  K6WFCM.1
004500*                                EQUAL                            K6WFCM.1
004600*        LOGICALLY IDENTICAL  -- EVERY RECORD PAIRED, EVERY FIELD K6WFCM.1
004700*                                VALUE EQUAL, SOME BYTES NOT      K6WFCM.1
004800*        DIFFERENT            -- ANY VALUE DIFFERENCE OR UNPAIRED K6WFCM.1
004900*                                RECORD                           K6WFCM.1
005000*                                                                 K6WFCM.1
005100*    CONTROL CARD (WFCMCTL, 80 COLUMNS):                          K6WFCM.1
005200*      1-6   PROGRAM-ID THAT WROTE THE FILE                       K6WFCM.1
005300*      8-15  FILE NAME AS IN THE FD (SELECTS THE LAYOUT CARDS)    K6WFCM.1
005400*      17-24 TARGET A        26-33 TARGET B   (REPORT HEADINGS)   K6WFCM.1
005500*      35    ORDER: K = KEY, S = SEQUENCE                         K6WFCM.1
005600*      37-40 KEY START       42-44 KEY LENGTH (ORDER K, 1-64)     K6WFCM.1
005700*      46-49 RECORD LENGTH FROM THE FD (1-1024)                   K6WFCM.1
005800*                                                                 K6WFCM.1
005900* RETURN CODES.                                                   K6WFCM.1
006000*     0  BYTE-IDENTICAL.                                          K6WFCM.1
006100*     4  LOGICALLY IDENTICAL.                                     K6WFCM.1
006200*     8  DIFFERENT.                                               K6WFCM.1
006300*    16  A BAD CONTROL OR LAYOUT CARD, NO LAYOUT FOR THE FILE,    K6WFCM.1
006400*        OR THE FIELD TABLE FULL -- NOTHING WAS COMPARED.         K6WFCM.1
006500*                                                                 K6WFCM.1
006600* MODIFICATION HISTORY.                                           K6WFCM.1
006700*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6WFCM.1
006800*================================================================ K6WFCM.1
006900                                                                  K6WFCM.1
007000 ENVIRONMENT DIVISION.                                            K6WFCM.1
007100 CONFIGURATION SECTION.                                           K6WFCM.1
007200 SOURCE-COMPUTER.                                                 K6WFCM.1
007300     OUR-MAINFRAME.                                               K6WFCM.1
007400 OBJECT-COMPUTER.                                                 K6WFCM.1
007500     OUR-MAINFRAME.                                               K6WFCM.1
007600 INPUT-OUTPUT SECTION.                                            K6WFCM.1
007700 FILE-CONTROL.                                                    K6WFCM.1
007800     SELECT WFCM-CTL ASSIGN TO WFCMCTL                            K6WFCM.1
007900         ORGANIZATION IS SEQUENTIAL.                              K6WFCM.1
008000     SELECT WFCM-LAYOUT ASSIGN TO WFCMLAY                         K6WFCM.1
008100         ORGANIZATION IS SEQUENTIAL.                              K6WFCM.1
008200     SELECT WFCM-FILE-A ASSIGN TO WFCMINA                         K6WFCM.1
008300         ORGANIZATION IS SEQUENTIAL.                              K6WFCM.1
008400     SELECT WFCM-FILE-B ASSIGN TO WFCMINB                         K6WFCM.1
008500         ORGANIZATION IS SEQUENTIAL.                              K6WFCM.1
008600     SELECT WFCM-RPT ASSIGN TO WFCMRPT                            K6WFCM.1
008700         ORGANIZATION IS SEQUENTIAL.                              K6WFCM.1
008800                                                                  K6WFCM.1
008900 DATA DIVISION.                                                   K6WFCM.1
009000 FILE SECTION.                                                    K6WFCM.1
009100 FD  WFCM-CTL                                                     K6WFCM.1
009200     LABEL RECORDS ARE STANDARD.                                  K6WFCM.1
009300 01  CTL-REC.                                                     K6WFCM.1
009400     05  CTL-PGM-ID           PIC X(6).                           K6WFCM.1
009500     05  FILLER               PIC X(1).                           K6WFCM.1
009600     05  CTL-FILE-NAME        PIC X(8).                           K6WFCM.1
009700     05  FILLER               PIC X(1).                           K6WFCM.1
009800     05  CTL-TARGET-A         PIC X(8).                           K6WFCM.1
009900     05  FILLER               PIC X(1).                           K6WFCM.1
010000     05  CTL-TARGET-B         PIC X(8).                           K6WFCM.1
010100     05  FILLER               PIC X(1).                           K6WFCM.1
010200     05  CTL-ORDER            PIC X(1).                           K6WFCM.1
010300     05  FILLER               PIC X(1).                           K6WFCM.1
010400     05  CTL-KEY-START        PIC 9(4).                           K6WFCM.1
010500     05  FILLER               PIC X(1).                           K6WFCM.1
010600     05  CTL-KEY-LEN          PIC 9(3).                           K6WFCM.1
010700     05  FILLER               PIC X(1).                           K6WFCM.1
010800     05  CTL-REC-LEN          PIC 9(4).                           K6WFCM.1
010900     05  FILLER               PIC X(31).                          K6WFCM.1
011000 FD  WFCM-LAYOUT                                                  K6WFCM.1
011100     LABEL RECORDS ARE STANDARD.                                  K6WFCM.1
011200     COPY K6WFLY.                                                 K6WFCM.1
011300 FD  WFCM-FILE-A                                                  K6WFCM.1
011400     LABEL RECORDS ARE STANDARD                                   K6WFCM.1
011500     RECORD IS VARYING IN SIZE FROM 1 TO 1024 CHARACTERS          K6WFCM.1
011600         DEPENDING ON WS-A-LEN.                                   K6WFCM.1
011700 01  FA-REC                   PIC X(1024).                        K6WFCM.1
011800 FD  WFCM-FILE-B                                                  K6WFCM.1
011900     LABEL RECORDS ARE STANDARD                                   K6WFCM.1
012000     RECORD IS VARYING IN SIZE FROM 1 TO 1024 CHARACTERS          K6WFCM.1
012100         DEPENDING ON WS-B-LEN.                                   K6WFCM.1
012200 01  FB-REC                   PIC X(1024).                        K6WFCM.1
012300 FD  WFCM-RPT                                                     K6WFCM.1
012400     LABEL RECORDS ARE STANDARD.                                  K6WFCM.1
012500 01  WR-PRINT-REC             PIC X(120).                         K6WFCM.1
012600                                                                  K6WFCM.1
012700 WORKING-STORAGE SECTION.                                         K6WFCM.1
012800* ----------------------------------------------------------      K6WFCM.1
012900* SWITCHES, COUNTERS AND CONTROL VALUES.                          K6WFCM.1
013000* ----------------------------------------------------------      K6WFCM.1
013100 77  WS-A-EOF-SW              PIC X      VALUE "N".               K6WFCM.1
013200     88  WS-A-EOF                        VALUE "Y".               K6WFCM.1
013300 77  WS-B-EOF-SW              PIC X      VALUE "N".               K6WFCM.1
013400     88  WS-B-EOF                        VALUE "Y".               K6WFCM.1
013500 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6WFCM.1
013600 77  WS-BAD-CARDS             PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
013700 77  WS-ORDER                 PIC X      VALUE SPACE.             K6WFCM.1
013800     88  WS-ORDER-KEY                    VALUE "K".               K6WFCM.1
013900     88  WS-ORDER-SEQUENCE               VALUE "S".               K6WFCM.1
014000 77  WS-KEY-START             PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
014100 77  WS-KEY-LEN               PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
014200 77  WS-REC-LEN               PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
014300 77  WS-A-LEN                 PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
014400 77  WS-B-LEN                 PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
014500* ONE HELD RECORD PER SIDE, SPACE-FILLED PAST ITS LENGTH, WITH    K6WFCM.1
014600* ITS ORDINAL AND ITS MATCH KEY (HIGH-VALUES AT END OF FILE).     K6WFCM.1
014700 77  WS-A-RECNO               PIC 9(7)   VALUE ZERO.              K6WFCM.1
014800 77  WS-B-RECNO               PIC 9(7)   VALUE ZERO.              K6WFCM.1
014900 77  WS-A-HLEN                PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
015000 77  WS-B-HLEN                PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
015100 01  WS-A-HOLD                PIC X(1024) VALUE SPACE.            K6WFCM.1
015200 01  WS-B-HOLD                PIC X(1024) VALUE SPACE.            K6WFCM.1
015300 01  WS-A-KEY                 PIC X(64)  VALUE LOW-VALUES.        K6WFCM.1
015400 01  WS-B-KEY                 PIC X(64)  VALUE LOW-VALUES.        K6WFCM.1
015500 01  WS-A-PREV-KEY            PIC X(64)  VALUE LOW-VALUES.        K6WFCM.1
015600 01  WS-B-PREV-KEY            PIC X(64)  VALUE LOW-VALUES.        K6WFCM.1
015700 77  WS-SEQ-KEY               PIC 9(7)   VALUE ZERO.              K6WFCM.1
015800* RECORD AND FIELD TALLIES.                                       K6WFCM.1
015900 77  WS-PAIRED                PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016000 77  WS-PAIR-SAME             PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016100 77  WS-PAIR-REPR             PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016200 77  WS-PAIR-VALUE            PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016300 77  WS-ONLY-A                PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016400 77  WS-ONLY-B                PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016500 77  WS-ORDER-A               PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016600 77  WS-ORDER-B               PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016700 77  WS-DIFF-VALUE            PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016800 77  WS-DIFF-REPR             PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
016900 77  WS-REC-VALUE             PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
017000 77  WS-REC-REPR              PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
017100 77  WS-REC-HDR-SW            PIC X      VALUE "N".               K6WFCM.1
017200     88  WS-REC-HDR-DONE                 VALUE "Y".               K6WFCM.1
017300* DETAIL LINES STOP AT WS-DETAIL-MAX; THE COUNTS GO ON.           K6WFCM.1
017400 77  WS-DETAIL-LINES          PIC 9(7)   COMP VALUE ZERO.         K6WFCM.1
017500 77  WS-DETAIL-MAX            PIC 9(7)   COMP VALUE 2000.         K6WFCM.1
017600 77  WS-DETAIL-CUT-SW         PIC X      VALUE "N".               K6WFCM.1
017700     88  WS-DETAIL-CUT                   VALUE "Y".               K6WFCM.1
017800* ----------------------------------------------------------      K6WFCM.1
017900* FIELD TABLE -- THE LAYOUT CARDS FOR THIS FILE, THEN ONE         K6WFCM.1
018000* "U" ENTRY PER RUN OF BYTES NO CARD COVERS AND ONE FOR           K6WFCM.1
018100* ANYTHING PAST THE FD RECORD LENGTH.                             K6WFCM.1
018200* ----------------------------------------------------------      K6WFCM.1
018300 77  WS-FLD-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
018400 77  WS-FLD-MAX               PIC 9(4)   COMP VALUE 200.          K6WFCM.1
018500 77  WS-FX                    PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
018600 01  FIELD-TABLE.                                                 K6WFCM.1
018700     05  FLD-ENTRY OCCURS 200 TIMES.                              K6WFCM.1
018800         10  FLD-NAME             PIC X(30).                      K6WFCM.1
018900         10  FLD-START            PIC 9(4)   COMP.                K6WFCM.1
019000         10  FLD-LEN              PIC 9(4)   COMP.                K6WFCM.1
019100         10  FLD-CLASS            PIC X(1).                       K6WFCM.1
019200         10  FLD-VALUE-CT         PIC 9(7)   COMP.                K6WFCM.1
019300         10  FLD-REPR-CT          PIC 9(7)   COMP.                K6WFCM.1
019400 01  WS-COVER-MAP             PIC X(1024) VALUE SPACE.            K6WFCM.1
019500 77  WS-POS                   PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
019600 77  WS-RUN-START             PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
019700 77  WS-FLD-END               PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
019800 01  WS-UNMAPPED-NAME.                                            K6WFCM.1
019900     05  FILLER               PIC X(10)  VALUE "(UNMAPPED ".      K6WFCM.1
020000     05  UN-FROM              PIC 9(4).                           K6WFCM.1
020100     05  FILLER               PIC X(1)   VALUE "-".               K6WFCM.1
020200     05  UN-THRU              PIC 9(4).                           K6WFCM.1
020300     05  FILLER               PIC X(11)  VALUE ")".               K6WFCM.1
020400* ----------------------------------------------------------      K6WFCM.1
020500* FIELD COMPARISON WORK AREAS.  THE BYTE-VALUE TRICK IS THE       K6WFCM.1
020600* ONE K6DIAG USES: THE BYTE SITS IN THE LOW HALF OF A BIG-        K6WFCM.1
020700* ENDIAN HALFWORD, SO THE HALFWORD VALUE IS 0-255.                K6WFCM.1
020800* ----------------------------------------------------------      K6WFCM.1
020900 77  WS-DIFF-KIND             PIC X(5)   VALUE SPACE.             K6WFCM.1
021000 77  WS-LEN-EDIT              PIC ZZZ9.                           K6WFCM.1
021100 77  WS-SIG-A                 PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
021200 77  WS-SIG-B                 PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
021300 77  WS-SIG-LEN               PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
021400 01  WS-SCAN-AREA             PIC X(1024) VALUE SPACE.            K6WFCM.1
021500 01  WS-HEX-CHARS             PIC X(16)  VALUE "0123456789ABCDEF".K6WFCM.1
021600 01  WS-BYTE-PAIR.                                                K6WFCM.1
021700     05  FILLER               PIC X      VALUE LOW-VALUE.         K6WFCM.1
021800     05  WS-BYTE              PIC X.                              K6WFCM.1
021900 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR                         K6WFCM.1
022000                              PIC 9(4)   COMP.                    K6WFCM.1
022100 77  WS-HI-NIBBLE             PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
022200 77  WS-LO-NIBBLE             PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
022300 77  WS-BX                    PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
022400 77  WS-DX                    PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
022500* DECODED NUMERIC -- DIGITS, SIGN AND WHETHER IT DECODED.         K6WFCM.1
022600 01  WS-DEC-BYTES             PIC X(31)  VALUE SPACE.             K6WFCM.1
022700 77  WS-DEC-LEN               PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
022800 77  WS-DEC-CLASS             PIC X      VALUE SPACE.             K6WFCM.1
022900 01  WS-DEC-DIGITS            PIC X(31)  VALUE ZERO.              K6WFCM.1
023000 77  WS-DEC-SIGN              PIC X      VALUE SPACE.             K6WFCM.1
023100 77  WS-DEC-OK-SW             PIC X      VALUE "N".               K6WFCM.1
023200     88  WS-DEC-OK                       VALUE "Y".               K6WFCM.1
023300 01  WS-DEC-A-DIGITS          PIC X(31)  VALUE ZERO.              K6WFCM.1
023400 77  WS-DEC-A-SIGN            PIC X      VALUE SPACE.             K6WFCM.1
023500 77  WS-DEC-A-OK-SW           PIC X      VALUE "N".               K6WFCM.1
023600* HEX RENDERING OF UP TO 16 BYTES, "+" WHEN THERE ARE MORE.       K6WFCM.1
023700 01  WS-HEX-SRC               PIC X(16)  VALUE SPACE.             K6WFCM.1
023800 77  WS-HEX-LEN               PIC 9(4)   COMP VALUE ZERO.         K6WFCM.1
023900 77  WS-HEX-MORE-SW           PIC X      VALUE "N".               K6WFCM.1
024000 01  WS-HEX-OUT               PIC X(33)  VALUE SPACE.             K6WFCM.1
024100* ----------------------------------------------------------      K6WFCM.1
024200* REPORT LINES.                                                   K6WFCM.1
024300* ----------------------------------------------------------      K6WFCM.1
024400 01  HDR-LINE-1.                                                  K6WFCM.1
024500     05  FILLER   PIC X(40) VALUE                                 K6WFCM.1
024600         "WORK-FILE COMPARISON (K6WFCM) -- PROGRAM".              K6WFCM.1
024700     05  FILLER   PIC X(1)  VALUE SPACE.                          K6WFCM.1
024800     05  HDR-PGM-ID           PIC X(6).                           K6WFCM.1
024900     05  FILLER   PIC X(6)  VALUE " FILE ".                       K6WFCM.1
025000     05  HDR-FILE-NAME        PIC X(8).                           K6WFCM.1
025100     05  FILLER   PIC X(9)  VALUE "  ORDER: ".                    K6WFCM.1
025200     05  HDR-ORDER            PIC X(8).                           K6WFCM.1
025300     05  FILLER   PIC X(42) VALUE SPACE.                          K6WFCM.1
025400 01  HDR-LINE-2.                                                  K6WFCM.1
025500     05  FILLER   PIC X(11) VALUE "TARGET A = ".                  K6WFCM.1
025600     05  HDR-TARGET-A         PIC X(8).                           K6WFCM.1
025700     05  FILLER   PIC X(14) VALUE "   TARGET B = ".               K6WFCM.1
025800     05  HDR-TARGET-B         PIC X(8).                           K6WFCM.1
025900     05  FILLER   PIC X(18) VALUE "   RECORD LENGTH ".            K6WFCM.1
026000     05  HDR-REC-LEN          PIC ZZZ9.                           K6WFCM.1
026100     05  FILLER   PIC X(9)  VALUE "   FIELDS".                    K6WFCM.1
026200     05  HDR-FIELDS           PIC ZZZ9.                           K6WFCM.1
026300     05  FILLER   PIC X(44) VALUE SPACE.                          K6WFCM.1
026400 01  HDR-LINE-3.                                                  K6WFCM.1
026500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6WFCM.1
026600     05  FILLER   PIC X(31) VALUE "FIELD".                        K6WFCM.1
026700     05  FILLER   PIC X(6)  VALUE "KIND".                         K6WFCM.1
026800     05  FILLER   PIC X(34) VALUE "TARGET A (HEX)".               K6WFCM.1
026900     05  FILLER   PIC X(47) VALUE "TARGET B (HEX)".               K6WFCM.1
027000 01  ERR-LINE.                                                    K6WFCM.1
027100     05  FILLER   PIC X(9)  VALUE "BAD CARD ".                    K6WFCM.1
027200     05  EL-IMAGE             PIC X(58).                          K6WFCM.1
027300     05  FILLER   PIC X(3)  VALUE " - ".                          K6WFCM.1
027400     05  EL-REASON            PIC X(40).                          K6WFCM.1
027500     05  FILLER   PIC X(10) VALUE SPACE.                          K6WFCM.1
027600 01  MSG-LINE.                                                    K6WFCM.1
027700     05  ML-TEXT              PIC X(120).                         K6WFCM.1
027800 01  REC-LINE.                                                    K6WFCM.1
027900     05  RL-WHAT              PIC X(18).                          K6WFCM.1
028000     05  FILLER   PIC X(10) VALUE " RECORD A ".                   K6WFCM.1
028100     05  RL-RECNO-A           PIC X(7).                           K6WFCM.1
028200     05  FILLER   PIC X(4)  VALUE "  B ".                         K6WFCM.1
028300     05  RL-RECNO-B           PIC X(7).                           K6WFCM.1
028400     05  FILLER   PIC X(6)  VALUE "  KEY ".                       K6WFCM.1
028500     05  RL-KEY               PIC X(64).                          K6WFCM.1
028600     05  FILLER   PIC X(4)  VALUE SPACE.                          K6WFCM.1
028700 01  DET-LINE.                                                    K6WFCM.1
028800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6WFCM.1
028900     05  DL-FIELD             PIC X(30).                          K6WFCM.1
029000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6WFCM.1
029100     05  DL-KIND              PIC X(5).                           K6WFCM.1
029200     05  FILLER   PIC X(1)  VALUE SPACE.                          K6WFCM.1
029300     05  DL-HEX-A             PIC X(33).                          K6WFCM.1
029400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6WFCM.1
029500     05  DL-HEX-B             PIC X(33).                          K6WFCM.1
029600     05  FILLER   PIC X(14) VALUE SPACE.                          K6WFCM.1
029700 01  SUM-LINE.                                                    K6WFCM.1
029800     05  SL-LABEL             PIC X(40).                          K6WFCM.1
029900     05  SL-COUNT             PIC ZZZZZZ9.                        K6WFCM.1
030000     05  FILLER   PIC X(73) VALUE SPACE.                          K6WFCM.1
030100 01  FSUM-HDR.                                                    K6WFCM.1
030200     05  FILLER   PIC X(32) VALUE "FIELD".                        K6WFCM.1
030300     05  FILLER   PIC X(32) VALUE                                 K6WFCM.1
030400         "STRT  LEN   CLS    VALUE    REPR".                      K6WFCM.1
030500     05  FILLER   PIC X(56) VALUE SPACE.                          K6WFCM.1
030600 01  FSUM-LINE.                                                   K6WFCM.1
030700     05  FS-NAME              PIC X(30).                          K6WFCM.1
030800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6WFCM.1
030900     05  FS-START             PIC ZZZ9.                           K6WFCM.1
031000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6WFCM.1
031100     05  FS-LEN               PIC ZZZ9.                           K6WFCM.1
031200     05  FILLER   PIC X(5)  VALUE SPACE.                          K6WFCM.1
031300     05  FS-CLASS             PIC X(1).                           K6WFCM.1
031400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6WFCM.1
031500     05  FS-VALUE             PIC ZZZZZZ9.                        K6WFCM.1
031600     05  FILLER   PIC X(1)  VALUE SPACE.                          K6WFCM.1
031700     05  FS-REPR              PIC ZZZZZZ9.                        K6WFCM.1
031800     05  FILLER   PIC X(56) VALUE SPACE.                          K6WFCM.1
031900 01  VERDICT-LINE.                                                K6WFCM.1
032000     05  FILLER   PIC X(10) VALUE "VERDICT: ".                    K6WFCM.1
032100     05  VL-TEXT              PIC X(60).                          K6WFCM.1
032200     05  FILLER   PIC X(50) VALUE SPACE.                          K6WFCM.1
032300                                                                  K6WFCM.1
032400 PROCEDURE DIVISION.                                              K6WFCM.1
032500*================================================================ K6WFCM.1
032600* 0000-MAINLINE -- LOAD THE LAYOUT, PAIR AND COMPARE THE TWO      K6WFCM.1
032700* FILES, THEN THE SUMMARY AND VERDICT.                            K6WFCM.1
032800*================================================================ K6WFCM.1
032900 0000-MAINLINE.                                                   K6WFCM.1
033000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6WFCM.1
033100     IF WS-BAD-CARDS = ZERO                                       K6WFCM.1
033200         PERFORM 1500-LOAD-LAYOUT THRU 1500-EXIT.                 K6WFCM.1
033300     IF WS-BAD-CARDS = ZERO                                       K6WFCM.1
033400         PERFORM 1800-MAP-UNCOVERED THRU 1800-EXIT.               K6WFCM.1
033500     IF WS-BAD-CARDS NOT = ZERO                                   K6WFCM.1
033600         MOVE 16 TO WS-VERDICT-RC                                 K6WFCM.1
033700         GO TO 0000-END.                                          K6WFCM.1
033800     PERFORM 1900-PRINT-HEADINGS THRU 1900-EXIT.                  K6WFCM.1
033900     OPEN INPUT WFCM-FILE-A WFCM-FILE-B.                          K6WFCM.1
034000     PERFORM 2000-READ-A THRU 2000-EXIT.                          K6WFCM.1
034100     PERFORM 2500-READ-B THRU 2500-EXIT.                          K6WFCM.1
034200     PERFORM 3000-MATCH THRU 3000-EXIT                            K6WFCM.1
034300         UNTIL WS-A-EOF AND WS-B-EOF.                             K6WFCM.1
034400     CLOSE WFCM-FILE-A WFCM-FILE-B.                               K6WFCM.1
034500     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6WFCM.1
034600 0000-END.                                                        K6WFCM.1
034700     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6WFCM.1
034800     STOP RUN.                                                    K6WFCM.1
034900*================================================================ K6WFCM.1
035000* 1000-INITIALIZE -- OPEN THE REPORT AND CHECK THE CONTROL CARD.  K6WFCM.1
035100*================================================================ K6WFCM.1
035200 1000-INITIALIZE.                                                 K6WFCM.1
035300     OPEN OUTPUT WFCM-RPT.                                        K6WFCM.1
035400     OPEN INPUT WFCM-CTL.                                         K6WFCM.1
035500     READ WFCM-CTL                                                K6WFCM.1
035600         AT END MOVE SPACE TO CTL-REC.                            K6WFCM.1
035700     CLOSE WFCM-CTL.                                              K6WFCM.1
035800     MOVE CTL-REC TO EL-IMAGE.                                    K6WFCM.1
035900     IF CTL-PGM-ID = SPACE OR CTL-FILE-NAME = SPACE               K6WFCM.1
036000         MOVE "PROGRAM-ID AND FILE NAME ARE REQUIRED" TO EL-REASONK6WFCM.1
036100         GO TO 1000-BAD.                                          K6WFCM.1
036200     MOVE CTL-ORDER TO WS-ORDER.                                  K6WFCM.1
036300     IF NOT WS-ORDER-KEY AND NOT WS-ORDER-SEQUENCE                K6WFCM.1
036400         MOVE "ORDER MUST BE K OR S" TO EL-REASON                 K6WFCM.1
036500         GO TO 1000-BAD.                                          K6WFCM.1
036600     IF CTL-REC-LEN NOT NUMERIC                                   K6WFCM.1
036700         MOVE "RECORD LENGTH NOT NUMERIC" TO EL-REASON            K6WFCM.1
036800         GO TO 1000-BAD.                                          K6WFCM.1
036900     IF CTL-REC-LEN = ZERO OR CTL-REC-LEN > 1024                  K6WFCM.1
037000         MOVE "RECORD LENGTH MUST BE 1-1024" TO EL-REASON         K6WFCM.1
037100         GO TO 1000-BAD.                                          K6WFCM.1
037200     MOVE CTL-REC-LEN TO WS-REC-LEN.                              K6WFCM.1
037300     IF WS-ORDER-SEQUENCE                                         K6WFCM.1
037400         GO TO 1000-EXIT.                                         K6WFCM.1
037500     IF CTL-KEY-START NOT NUMERIC OR CTL-KEY-LEN NOT NUMERIC      K6WFCM.1
037600         MOVE "KEY START/LENGTH NOT NUMERIC" TO EL-REASON         K6WFCM.1
037700         GO TO 1000-BAD.                                          K6WFCM.1
037800     IF CTL-KEY-START = ZERO OR CTL-KEY-LEN = ZERO                K6WFCM.1
037900             OR CTL-KEY-LEN > 64                                  K6WFCM.1
038000         MOVE "KEY START 1 UP, KEY LENGTH 1-64" TO EL-REASON      K6WFCM.1
038100         GO TO 1000-BAD.                                          K6WFCM.1
038200     IF CTL-KEY-START + CTL-KEY-LEN - 1 > WS-REC-LEN              K6WFCM.1
038300         MOVE "KEY RUNS PAST THE RECORD LENGTH" TO EL-REASON      K6WFCM.1
038400         GO TO 1000-BAD.                                          K6WFCM.1
038500     MOVE CTL-KEY-START TO WS-KEY-START.                          K6WFCM.1
038600     MOVE CTL-KEY-LEN   TO WS-KEY-LEN.                            K6WFCM.1
038700     GO TO 1000-EXIT.                                             K6WFCM.1
038800 1000-BAD.                                                        K6WFCM.1
038900     ADD 1 TO WS-BAD-CARDS.                                       K6WFCM.1
039000     WRITE WR-PRINT-REC FROM ERR-LINE                             K6WFCM.1
039100         AFTER ADVANCING 1 LINES.                                 K6WFCM.1
039200 1000-EXIT.                                                       K6WFCM.1
039300     EXIT.                                                        K6WFCM.1
039400*================================================================ K6WFCM.1
039500* 1500-LOAD-LAYOUT -- KEEP THE LAYOUT CARDS FOR THIS PROGRAM AND  K6WFCM.1
039600* FILE.  A CARD THAT DOES NOT FIT THE RECORD, OR A NUMERIC FIELD  K6WFCM.1
039700* TOO LONG TO DECODE, IS REJECTED.                                K6WFCM.1
039800*================================================================ K6WFCM.1
039900 1500-LOAD-LAYOUT.                                                K6WFCM.1
040000     OPEN INPUT WFCM-LAYOUT.                                      K6WFCM.1
040100 1500-READ.                                                       K6WFCM.1
040200     READ WFCM-LAYOUT                                             K6WFCM.1
040300         AT END GO TO 1500-DONE.                                  K6WFCM.1
040400     IF WFL-LAYOUT-CARD (1:1) = "*"                               K6WFCM.1
040500         GO TO 1500-READ.                                         K6WFCM.1
040600     IF WFL-PGM-ID NOT = CTL-PGM-ID                               K6WFCM.1
040700             OR WFL-FILE-NAME NOT = CTL-FILE-NAME                 K6WFCM.1
040800         GO TO 1500-READ.                                         K6WFCM.1
040900     MOVE WFL-LAYOUT-CARD TO EL-IMAGE.                            K6WFCM.1
041000     IF WFL-START NOT NUMERIC OR WFL-LENGTH NOT NUMERIC           K6WFCM.1
041100         MOVE "START/LENGTH NOT NUMERIC" TO EL-REASON             K6WFCM.1
041200         GO TO 1500-BAD.                                          K6WFCM.1
041300     IF WFL-START-N = ZERO OR WFL-LENGTH-N = ZERO                 K6WFCM.1
041400         MOVE "START AND LENGTH MUST BE NON-ZERO" TO EL-REASON    K6WFCM.1
041500         GO TO 1500-BAD.                                          K6WFCM.1
041600     IF WFL-START-N + WFL-LENGTH-N - 1 > WS-REC-LEN               K6WFCM.1
041700         MOVE "FIELD RUNS PAST THE RECORD LENGTH" TO EL-REASON    K6WFCM.1
041800         GO TO 1500-BAD.                                          K6WFCM.1
041900     IF NOT WFL-CLASS-VALID                                       K6WFCM.1
042000         MOVE "CLASS MUST BE X, 9, S, P OR B" TO EL-REASON        K6WFCM.1
042100         GO TO 1500-BAD.                                          K6WFCM.1
042200     IF (WFL-CLASS = "9" OR WFL-CLASS = "S")                      K6WFCM.1
042300             AND WFL-LENGTH-N > 31                                K6WFCM.1
042400         MOVE "DISPLAY NUMERIC LONGER THAN 31" TO EL-REASON       K6WFCM.1
042500         GO TO 1500-BAD.                                          K6WFCM.1
042600     IF WFL-CLASS = "P" AND WFL-LENGTH-N > 16                     K6WFCM.1
042700         MOVE "PACKED FIELD LONGER THAN 16" TO EL-REASON          K6WFCM.1
042800         GO TO 1500-BAD.                                          K6WFCM.1
042900     IF WS-FLD-COUNT NOT < WS-FLD-MAX                             K6WFCM.1
043000         MOVE "FIELD TABLE FULL" TO EL-REASON                     K6WFCM.1
043100         GO TO 1500-BAD.                                          K6WFCM.1
043200     ADD 1 TO WS-FLD-COUNT.                                       K6WFCM.1
043300     MOVE WFL-FIELD-NAME TO FLD-NAME  (WS-FLD-COUNT).             K6WFCM.1
043400     MOVE WFL-START-N    TO FLD-START (WS-FLD-COUNT).             K6WFCM.1
043500     MOVE WFL-LENGTH-N   TO FLD-LEN   (WS-FLD-COUNT).             K6WFCM.1
043600     MOVE WFL-CLASS      TO FLD-CLASS (WS-FLD-COUNT).             K6WFCM.1
043700     MOVE ZERO TO FLD-VALUE-CT (WS-FLD-COUNT)                     K6WFCM.1
043800                  FLD-REPR-CT  (WS-FLD-COUNT).                    K6WFCM.1
043900     MOVE ALL "Y" TO WS-COVER-MAP (WFL-START-N:WFL-LENGTH-N).     K6WFCM.1
044000     GO TO 1500-READ.                                             K6WFCM.1
044100 1500-BAD.                                                        K6WFCM.1
044200     ADD 1 TO WS-BAD-CARDS.                                       K6WFCM.1
044300     WRITE WR-PRINT-REC FROM ERR-LINE                             K6WFCM.1
044400         AFTER ADVANCING 1 LINES.                                 K6WFCM.1
044500     GO TO 1500-READ.                                             K6WFCM.1
044600 1500-DONE.                                                       K6WFCM.1
044700     CLOSE WFCM-LAYOUT.                                           K6WFCM.1
044800     IF WS-FLD-COUNT = ZERO AND WS-BAD-CARDS = ZERO               K6WFCM.1
044900         ADD 1 TO WS-BAD-CARDS                                    K6WFCM.1
045000         MOVE SPACE TO ML-TEXT                                    K6WFCM.1
045100         STRING "NO LAYOUT CARDS FOR PROGRAM " CTL-PGM-ID         K6WFCM.1
045200                " FILE " CTL-FILE-NAME                            K6WFCM.1
045300             DELIMITED BY SIZE INTO ML-TEXT                       K6WFCM.1
045400         WRITE WR-PRINT-REC FROM MSG-LINE                         K6WFCM.1
045500             AFTER ADVANCING 1 LINES.                             K6WFCM.1
045600 1500-EXIT.                                                       K6WFCM.1
045700     EXIT.                                                        K6WFCM.1
045800*================================================================ K6WFCM.1
045900* 1800-MAP-UNCOVERED -- ONE "U" ENTRY PER RUN OF RECORD BYTES NO  K6WFCM.1
046000* LAYOUT CARD COVERS, AND ONE FOR ANY BYTES A RECORD CARRIES      K6WFCM.1
046100* PAST THE FD LENGTH.                                             K6WFCM.1
046200*================================================================ K6WFCM.1
046300 1800-MAP-UNCOVERED.                                              K6WFCM.1
046400     MOVE ZERO TO WS-POS WS-RUN-START.                            K6WFCM.1
046500 1800-NEXT-BYTE.                                                  K6WFCM.1
046600     ADD 1 TO WS-POS.                                             K6WFCM.1
046700     IF WS-POS > WS-REC-LEN                                       K6WFCM.1
046800         GO TO 1800-LAST-RUN.                                     K6WFCM.1
046900     IF WS-COVER-MAP (WS-POS:1) = "Y"                             K6WFCM.1
047000         GO TO 1800-COVERED.                                      K6WFCM.1
047100     IF WS-RUN-START = ZERO                                       K6WFCM.1
047200         MOVE WS-POS TO WS-RUN-START.                             K6WFCM.1
047300     GO TO 1800-NEXT-BYTE.                                        K6WFCM.1
047400 1800-COVERED.                                                    K6WFCM.1
047500     IF WS-RUN-START NOT = ZERO                                   K6WFCM.1
047600         SUBTRACT 1 FROM WS-POS GIVING WS-FLD-END                 K6WFCM.1
047700         PERFORM 1850-ADD-UNMAPPED THRU 1850-EXIT                 K6WFCM.1
047800         MOVE ZERO TO WS-RUN-START.                               K6WFCM.1
047900     GO TO 1800-NEXT-BYTE.                                        K6WFCM.1
048000 1800-LAST-RUN.                                                   K6WFCM.1
048100     IF WS-RUN-START NOT = ZERO                                   K6WFCM.1
048200         MOVE WS-REC-LEN TO WS-FLD-END                            K6WFCM.1
048300         PERFORM 1850-ADD-UNMAPPED THRU 1850-EXIT.                K6WFCM.1
048400     IF WS-REC-LEN = 1024                                         K6WFCM.1
048500         GO TO 1800-EXIT.                                         K6WFCM.1
048600     ADD 1 WS-REC-LEN GIVING WS-RUN-START.                        K6WFCM.1
048700     MOVE 1024 TO WS-FLD-END.                                     K6WFCM.1
048800     PERFORM 1850-ADD-UNMAPPED THRU 1850-EXIT.                    K6WFCM.1
048900     MOVE "(BEYOND FD RECORD LENGTH)" TO FLD-NAME (WS-FLD-COUNT). K6WFCM.1
049000 1800-EXIT.                                                       K6WFCM.1
049100     EXIT.                                                        K6WFCM.1
049200 1850-ADD-UNMAPPED.                                               K6WFCM.1
049300     IF WS-FLD-COUNT NOT < WS-FLD-MAX                             K6WFCM.1
049400         ADD 1 TO WS-BAD-CARDS                                    K6WFCM.1
049500         MOVE "FIELD TABLE FULL MAPPING UNDESCRIBED BYTES"        K6WFCM.1
049600             TO ML-TEXT                                           K6WFCM.1
049700         WRITE WR-PRINT-REC FROM MSG-LINE                         K6WFCM.1
049800             AFTER ADVANCING 1 LINES                              K6WFCM.1
049900         GO TO 1850-EXIT.                                         K6WFCM.1
050000     ADD 1 TO WS-FLD-COUNT.                                       K6WFCM.1
050100     MOVE WS-RUN-START TO UN-FROM.                                K6WFCM.1
050200     MOVE WS-FLD-END   TO UN-THRU.                                K6WFCM.1
050300     MOVE WS-UNMAPPED-NAME TO FLD-NAME (WS-FLD-COUNT).            K6WFCM.1
050400     MOVE WS-RUN-START TO FLD-START (WS-FLD-COUNT).               K6WFCM.1
050500     COMPUTE FLD-LEN (WS-FLD-COUNT) =                             K6WFCM.1
050600         WS-FLD-END - WS-RUN-START + 1.                           K6WFCM.1
050700     MOVE "U" TO FLD-CLASS (WS-FLD-COUNT).                        K6WFCM.1
050800     MOVE ZERO TO FLD-VALUE-CT (WS-FLD-COUNT)                     K6WFCM.1
050900                  FLD-REPR-CT  (WS-FLD-COUNT).                    K6WFCM.1
051000 1850-EXIT.                                                       K6WFCM.1
051100     EXIT.                                                        K6WFCM.1
051200*================================================================ K6WFCM.1
051300* 1900-PRINT-HEADINGS.                                            K6WFCM.1
051400*================================================================ K6WFCM.1
051500 1900-PRINT-HEADINGS.                                             K6WFCM.1
051600     MOVE CTL-PGM-ID    TO HDR-PGM-ID.                            K6WFCM.1
051700     MOVE CTL-FILE-NAME TO HDR-FILE-NAME.                         K6WFCM.1
051800     IF WS-ORDER-KEY                                              K6WFCM.1
051900         MOVE "KEY" TO HDR-ORDER                                  K6WFCM.1
052000     ELSE                                                         K6WFCM.1
052100         MOVE "SEQUENCE" TO HDR-ORDER.                            K6WFCM.1
052200     MOVE CTL-TARGET-A TO HDR-TARGET-A.                           K6WFCM.1
052300     MOVE CTL-TARGET-B TO HDR-TARGET-B.                           K6WFCM.1
052400     MOVE WS-REC-LEN   TO HDR-REC-LEN.                            K6WFCM.1
052500     MOVE WS-FLD-COUNT TO HDR-FIELDS.                             K6WFCM.1
052600     WRITE WR-PRINT-REC FROM HDR-LINE-1                           K6WFCM.1
052700         AFTER ADVANCING PAGE.                                    K6WFCM.1
052800     WRITE WR-PRINT-REC FROM HDR-LINE-2                           K6WFCM.1
052900         AFTER ADVANCING 1 LINES.                                 K6WFCM.1
053000     WRITE WR-PRINT-REC FROM HDR-LINE-3                           K6WFCM.1
053100         AFTER ADVANCING 2 LINES.                                 K6WFCM.1
053200 1900-EXIT.                                                       K6WFCM.1
053300     EXIT.                                                        K6WFCM.1
053400*================================================================ K6WFCM.1
053500* 2000-READ-A / 2500-READ-B -- HOLD THE NEXT RECORD AND BUILD     K6WFCM.1
053600* ITS MATCH KEY: THE RECORD KEY IN KEY ORDER, THE ORDINAL IN      K6WFCM.1
053700* SEQUENCE ORDER.  A KEY LOWER THAN THE ONE BEFORE IT IS          K6WFCM.1
053800* REPORTED AND LEFT UNPAIRED.                                     K6WFCM.1
053900*================================================================ K6WFCM.1
054000 2000-READ-A.                                                     K6WFCM.1
054100     READ WFCM-FILE-A                                             K6WFCM.1
054200         AT END MOVE "Y" TO WS-A-EOF-SW                           K6WFCM.1
054300                MOVE HIGH-VALUES TO WS-A-KEY                      K6WFCM.1
054400                GO TO 2000-EXIT.                                  K6WFCM.1
054500     ADD 1 TO WS-A-RECNO.                                         K6WFCM.1
054600     MOVE SPACE TO WS-A-HOLD.                                     K6WFCM.1
054700     MOVE FA-REC (1:WS-A-LEN) TO WS-A-HOLD.                       K6WFCM.1
054800     MOVE WS-A-LEN TO WS-A-HLEN.                                  K6WFCM.1
054900     MOVE SPACE TO WS-A-KEY.                                      K6WFCM.1
055000     IF WS-ORDER-SEQUENCE                                         K6WFCM.1
055100         MOVE WS-A-RECNO TO WS-SEQ-KEY                            K6WFCM.1
055200         MOVE WS-SEQ-KEY TO WS-A-KEY                              K6WFCM.1
055300         GO TO 2000-EXIT.                                         K6WFCM.1
055400     MOVE WS-A-HOLD (WS-KEY-START:WS-KEY-LEN) TO WS-A-KEY.        K6WFCM.1
055500     IF WS-A-KEY NOT < WS-A-PREV-KEY                              K6WFCM.1
055600         MOVE WS-A-KEY TO WS-A-PREV-KEY                           K6WFCM.1
055700         GO TO 2000-EXIT.                                         K6WFCM.1
055800     ADD 1 TO WS-ORDER-A.                                         K6WFCM.1
055900     MOVE "OUT OF KEY ORDER  " TO RL-WHAT.                        K6WFCM.1
056000     MOVE WS-A-RECNO TO RL-RECNO-A.                               K6WFCM.1
056100     MOVE SPACE TO RL-RECNO-B.                                    K6WFCM.1
056200     MOVE WS-A-KEY TO RL-KEY.                                     K6WFCM.1
056300     PERFORM 7100-WRITE-REC-LINE THRU 7100-EXIT.                  K6WFCM.1
056400     GO TO 2000-READ-A.                                           K6WFCM.1
056500 2000-EXIT.                                                       K6WFCM.1
056600     EXIT.                                                        K6WFCM.1
056700 2500-READ-B.                                                     K6WFCM.1
056800     READ WFCM-FILE-B                                             K6WFCM.1
056900         AT END MOVE "Y" TO WS-B-EOF-SW                           K6WFCM.1
057000                MOVE HIGH-VALUES TO WS-B-KEY                      K6WFCM.1
057100                GO TO 2500-EXIT.                                  K6WFCM.1
057200     ADD 1 TO WS-B-RECNO.                                         K6WFCM.1
057300     MOVE SPACE TO WS-B-HOLD.                                     K6WFCM.1
057400     MOVE FB-REC (1:WS-B-LEN) TO WS-B-HOLD.                       K6WFCM.1
057500     MOVE WS-B-LEN TO WS-B-HLEN.                                  K6WFCM.1
057600     MOVE SPACE TO WS-B-KEY.                                      K6WFCM.1
057700     IF WS-ORDER-SEQUENCE                                         K6WFCM.1
057800         MOVE WS-B-RECNO TO WS-SEQ-KEY                            K6WFCM.1
057900         MOVE WS-SEQ-KEY TO WS-B-KEY                              K6WFCM.1
058000         GO TO 2500-EXIT.                                         K6WFCM.1
058100     MOVE WS-B-HOLD (WS-KEY-START:WS-KEY-LEN) TO WS-B-KEY.        K6WFCM.1
058200     IF WS-B-KEY NOT < WS-B-PREV-KEY                              K6WFCM.1
058300         MOVE WS-B-KEY TO WS-B-PREV-KEY                           K6WFCM.1
058400         GO TO 2500-EXIT.                                         K6WFCM.1
058500     ADD 1 TO WS-ORDER-B.                                         K6WFCM.1
058600     MOVE "OUT OF KEY ORDER  " TO RL-WHAT.                        K6WFCM.1
058700     MOVE SPACE TO RL-RECNO-A.                                    K6WFCM.1
058800     MOVE WS-B-RECNO TO RL-RECNO-B.                               K6WFCM.1
058900     MOVE WS-B-KEY TO RL-KEY.                                     K6WFCM.1
059000     PERFORM 7100-WRITE-REC-LINE THRU 7100-EXIT.                  K6WFCM.1
059100     GO TO 2500-READ-B.                                           K6WFCM.1
059200 2500-EXIT.                                                       K6WFCM.1
059300     EXIT.                                                        K6WFCM.1
059400*================================================================ K6WFCM.1
059500* 3000-MATCH -- PAIR THE LOWER MATCH KEY OR BOTH WHEN EQUAL.      K6WFCM.1
059600*================================================================ K6WFCM.1
059700 3000-MATCH.                                                      K6WFCM.1
059800     IF WS-A-KEY < WS-B-KEY                                       K6WFCM.1
059900         ADD 1 TO WS-ONLY-A                                       K6WFCM.1
060000         MOVE "ONLY ON TARGET A  " TO RL-WHAT                     K6WFCM.1
060100         MOVE WS-A-RECNO TO RL-RECNO-A                            K6WFCM.1
060200         MOVE SPACE TO RL-RECNO-B                                 K6WFCM.1
060300         MOVE WS-A-KEY TO RL-KEY                                  K6WFCM.1
060400         PERFORM 7100-WRITE-REC-LINE THRU 7100-EXIT               K6WFCM.1
060500         PERFORM 2000-READ-A THRU 2000-EXIT                       K6WFCM.1
060600         GO TO 3000-EXIT.                                         K6WFCM.1
060700     IF WS-A-KEY > WS-B-KEY                                       K6WFCM.1
060800         ADD 1 TO WS-ONLY-B                                       K6WFCM.1
060900         MOVE "ONLY ON TARGET B  " TO RL-WHAT                     K6WFCM.1
061000         MOVE SPACE TO RL-RECNO-A                                 K6WFCM.1
061100         MOVE WS-B-RECNO TO RL-RECNO-B                            K6WFCM.1
061200         MOVE WS-B-KEY TO RL-KEY                                  K6WFCM.1
061300         PERFORM 7100-WRITE-REC-LINE THRU 7100-EXIT               K6WFCM.1
061400         PERFORM 2500-READ-B THRU 2500-EXIT                       K6WFCM.1
061500         GO TO 3000-EXIT.                                         K6WFCM.1
061600     PERFORM 4000-COMPARE-PAIR THRU 4000-EXIT.                    K6WFCM.1
061700     PERFORM 2000-READ-A THRU 2000-EXIT.                          K6WFCM.1
061800     PERFORM 2500-READ-B THRU 2500-EXIT.                          K6WFCM.1
061900 3000-EXIT.                                                       K6WFCM.1
062000     EXIT.                                                        K6WFCM.1
062100*================================================================ K6WFCM.1
062200* 4000-COMPARE-PAIR -- A PAIR WHOSE BYTES ALL AGREE IS SIMPLY     K6WFCM.1
062300* COUNTED; OTHERWISE EVERY FIELD IS COMPARED IN TURN.             K6WFCM.1
062400*================================================================ K6WFCM.1
062500 4000-COMPARE-PAIR.                                               K6WFCM.1
062600     ADD 1 TO WS-PAIRED.                                          K6WFCM.1
062700     MOVE ZERO TO WS-REC-VALUE WS-REC-REPR.                       K6WFCM.1
062800     MOVE "N" TO WS-REC-HDR-SW.                                   K6WFCM.1
062900     IF WS-A-HLEN = WS-B-HLEN AND WS-A-HOLD = WS-B-HOLD           K6WFCM.1
063000         ADD 1 TO WS-PAIR-SAME                                    K6WFCM.1
063100         GO TO 4000-EXIT.                                         K6WFCM.1
063200     IF WS-A-HLEN NOT = WS-B-HLEN                                 K6WFCM.1
063300         PERFORM 4050-LENGTH-DIFF THRU 4050-EXIT.                 K6WFCM.1
063400     MOVE ZERO TO WS-FX.                                          K6WFCM.1
063500 4000-NEXT-FIELD.                                                 K6WFCM.1
063600     ADD 1 TO WS-FX.                                              K6WFCM.1
063700     IF WS-FX > WS-FLD-COUNT                                      K6WFCM.1
063800         GO TO 4000-TALLY.                                        K6WFCM.1
063900     PERFORM 4100-COMPARE-FIELD THRU 4100-EXIT.                   K6WFCM.1
064000     GO TO 4000-NEXT-FIELD.                                       K6WFCM.1
064100 4000-TALLY.                                                      K6WFCM.1
064200     IF WS-REC-VALUE NOT = ZERO                                   K6WFCM.1
064300         ADD 1 TO WS-PAIR-VALUE                                   K6WFCM.1
064400     ELSE                                                         K6WFCM.1
064500         ADD 1 TO WS-PAIR-REPR.                                   K6WFCM.1
064600 4000-EXIT.                                                       K6WFCM.1
064700     EXIT.                                                        K6WFCM.1
064800*================================================================ K6WFCM.1
064900* 4050-LENGTH-DIFF -- RECORDS OF DIFFERENT LENGTHS.  THE SHORTER  K6WFCM.1
065000* IS SPACE-FILLED FOR THE FIELD COMPARISONS, SO THE LENGTH        K6WFCM.1
065100* ITSELF IS ONLY A REPRESENTATION DIFFERENCE.                     K6WFCM.1
065200*================================================================ K6WFCM.1
065300 4050-LENGTH-DIFF.                                                K6WFCM.1
065400     ADD 1 TO WS-REC-REPR WS-DIFF-REPR.                           K6WFCM.1
065500     MOVE "(RECORD LENGTH)" TO DL-FIELD.                          K6WFCM.1
065600     MOVE "REPR " TO DL-KIND.                                     K6WFCM.1
065700     MOVE SPACE TO DL-HEX-A DL-HEX-B.                             K6WFCM.1
065800     MOVE WS-A-HLEN TO WS-LEN-EDIT.                               K6WFCM.1
065900     MOVE WS-LEN-EDIT TO DL-HEX-A.                                K6WFCM.1
066000     MOVE WS-B-HLEN TO WS-LEN-EDIT.                               K6WFCM.1
066100     MOVE WS-LEN-EDIT TO DL-HEX-B.                                K6WFCM.1
066200     PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT.                    K6WFCM.1
066300 4050-EXIT.                                                       K6WFCM.1
066400     EXIT.                                                        K6WFCM.1
066500*================================================================ K6WFCM.1
066600* 4100-COMPARE-FIELD -- CLASSIFY A FIELD WHOSE BYTES DIFFER:      K6WFCM.1
066700*     X  SAME TEXT ONCE TRAILING SPACES AND LOW-VALUES ARE        K6WFCM.1
066800*        DROPPED IS REPR, ELSE VALUE                              K6WFCM.1
066900*     9 S P  SAME DIGITS AND SIGN (ZERO UNSIGNED) IS REPR, ELSE   K6WFCM.1
067000*        VALUE, AND VALUE IF EITHER SIDE DOES NOT DECODE          K6WFCM.1
067100*     B  VALUE                                                    K6WFCM.1
067200*     U  REPR (NO FIELD DESCRIBES THE BYTES)                      K6WFCM.1
067300*================================================================ K6WFCM.1
067400 4100-COMPARE-FIELD.                                              K6WFCM.1
067500     IF WS-A-HOLD (FLD-START (WS-FX):FLD-LEN (WS-FX)) =           K6WFCM.1
067600        WS-B-HOLD (FLD-START (WS-FX):FLD-LEN (WS-FX))             K6WFCM.1
067700         GO TO 4100-EXIT.                                         K6WFCM.1
067800     MOVE "VALUE" TO WS-DIFF-KIND.                                K6WFCM.1
067900     IF FLD-CLASS (WS-FX) = "U"                                   K6WFCM.1
068000         MOVE "REPR " TO WS-DIFF-KIND                             K6WFCM.1
068100         GO TO 4100-REPORT.                                       K6WFCM.1
068200     IF FLD-CLASS (WS-FX) = "B"                                   K6WFCM.1
068300         GO TO 4100-REPORT.                                       K6WFCM.1
068400     IF FLD-CLASS (WS-FX) = "X"                                   K6WFCM.1
068500         PERFORM 4200-COMPARE-TEXT THRU 4200-EXIT                 K6WFCM.1
068600         GO TO 4100-REPORT.                                       K6WFCM.1
068700     MOVE FLD-CLASS (WS-FX) TO WS-DEC-CLASS.                      K6WFCM.1
068800     MOVE FLD-LEN (WS-FX) TO WS-DEC-LEN.                          K6WFCM.1
068900     MOVE WS-A-HOLD (FLD-START (WS-FX):FLD-LEN (WS-FX))           K6WFCM.1
069000         TO WS-DEC-BYTES.                                         K6WFCM.1
069100     PERFORM 4500-DECODE THRU 4500-EXIT.                          K6WFCM.1
069200     MOVE WS-DEC-DIGITS TO WS-DEC-A-DIGITS.                       K6WFCM.1
069300     MOVE WS-DEC-SIGN   TO WS-DEC-A-SIGN.                         K6WFCM.1
069400     MOVE WS-DEC-OK-SW  TO WS-DEC-A-OK-SW.                        K6WFCM.1
069500     MOVE WS-B-HOLD (FLD-START (WS-FX):FLD-LEN (WS-FX))           K6WFCM.1
069600         TO WS-DEC-BYTES.                                         K6WFCM.1
069700     PERFORM 4500-DECODE THRU 4500-EXIT.                          K6WFCM.1
069800     IF WS-DEC-A-OK-SW = "Y" AND WS-DEC-OK                        K6WFCM.1
069900             AND WS-DEC-A-DIGITS = WS-DEC-DIGITS                  K6WFCM.1
070000             AND WS-DEC-A-SIGN = WS-DEC-SIGN                      K6WFCM.1
070100         MOVE "REPR " TO WS-DIFF-KIND.                            K6WFCM.1
070200 4100-REPORT.                                                     K6WFCM.1
070300     IF WS-DIFF-KIND = "VALUE"                                    K6WFCM.1
070400         ADD 1 TO WS-REC-VALUE WS-DIFF-VALUE                      K6WFCM.1
070500                  FLD-VALUE-CT (WS-FX)                            K6WFCM.1
070600     ELSE                                                         K6WFCM.1
070700         ADD 1 TO WS-REC-REPR WS-DIFF-REPR                        K6WFCM.1
070800                  FLD-REPR-CT (WS-FX).                            K6WFCM.1
070900     MOVE FLD-NAME (WS-FX) TO DL-FIELD.                           K6WFCM.1
071000     MOVE WS-DIFF-KIND TO DL-KIND.                                K6WFCM.1
071100     MOVE WS-A-HOLD (FLD-START (WS-FX):FLD-LEN (WS-FX))           K6WFCM.1
071200         TO WS-HEX-SRC.                                           K6WFCM.1
071300     PERFORM 4800-HEX THRU 4800-EXIT.                             K6WFCM.1
071400     MOVE WS-HEX-OUT TO DL-HEX-A.                                 K6WFCM.1
071500     MOVE WS-B-HOLD (FLD-START (WS-FX):FLD-LEN (WS-FX))           K6WFCM.1
071600         TO WS-HEX-SRC.                                           K6WFCM.1
071700     PERFORM 4800-HEX THRU 4800-EXIT.                             K6WFCM.1
071800     MOVE WS-HEX-OUT TO DL-HEX-B.                                 K6WFCM.1
071900     PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT.                    K6WFCM.1
072000 4100-EXIT.                                                       K6WFCM.1
072100     EXIT.                                                        K6WFCM.1
072200*================================================================ K6WFCM.1
072300* 4200-COMPARE-TEXT -- SIGNIFICANT LENGTH OF EACH SIDE (TRAILING  K6WFCM.1
072400* SPACES AND LOW-VALUES DROPPED); SAME LENGTH AND SAME TEXT IS    K6WFCM.1
072500* A PADDING DIFFERENCE ONLY.                                      K6WFCM.1
072600*================================================================ K6WFCM.1
072700 4200-COMPARE-TEXT.                                               K6WFCM.1
072800     MOVE WS-A-HOLD (FLD-START (WS-FX):FLD-LEN (WS-FX))           K6WFCM.1
072900         TO WS-SCAN-AREA.                                         K6WFCM.1
073000     PERFORM 4250-SIG-LENGTH THRU 4250-EXIT.                      K6WFCM.1
073100     MOVE WS-SIG-LEN TO WS-SIG-A.                                 K6WFCM.1
073200     MOVE WS-B-HOLD (FLD-START (WS-FX):FLD-LEN (WS-FX))           K6WFCM.1
073300         TO WS-SCAN-AREA.                                         K6WFCM.1
073400     PERFORM 4250-SIG-LENGTH THRU 4250-EXIT.                      K6WFCM.1
073500     MOVE WS-SIG-LEN TO WS-SIG-B.                                 K6WFCM.1
073600     IF WS-SIG-A NOT = WS-SIG-B                                   K6WFCM.1
073700         GO TO 4200-EXIT.                                         K6WFCM.1
073800     IF WS-SIG-A = ZERO                                           K6WFCM.1
073900         MOVE "REPR " TO WS-DIFF-KIND                             K6WFCM.1
074000         GO TO 4200-EXIT.                                         K6WFCM.1
074100     IF WS-A-HOLD (FLD-START (WS-FX):WS-SIG-A) =                  K6WFCM.1
074200        WS-B-HOLD (FLD-START (WS-FX):WS-SIG-A)                    K6WFCM.1
074300         MOVE "REPR " TO WS-DIFF-KIND.                            K6WFCM.1
074400 4200-EXIT.                                                       K6WFCM.1
074500     EXIT.                                                        K6WFCM.1
074600 4250-SIG-LENGTH.                                                 K6WFCM.1
074700     MOVE FLD-LEN (WS-FX) TO WS-SIG-LEN.                          K6WFCM.1
074800 4250-BACK.                                                       K6WFCM.1
074900     IF WS-SIG-LEN = ZERO                                         K6WFCM.1
075000         GO TO 4250-EXIT.                                         K6WFCM.1
075100     IF WS-SCAN-AREA (WS-SIG-LEN:1) NOT = SPACE                   K6WFCM.1
075200             AND WS-SCAN-AREA (WS-SIG-LEN:1) NOT = LOW-VALUE      K6WFCM.1
075300         GO TO 4250-EXIT.                                         K6WFCM.1
075400     SUBTRACT 1 FROM WS-SIG-LEN.                                  K6WFCM.1
075500     GO TO 4250-BACK.                                             K6WFCM.1
075600 4250-EXIT.                                                       K6WFCM.1
075700     EXIT.                                                        K6WFCM.1
075800*================================================================ K6WFCM.1
075900* 4500-DECODE -- DIGITS AND SIGN OF THE WS-DEC-LEN BYTES IN       K6WFCM.1
076000* WS-DEC-BYTES.  DISPLAY: EACH LOW NIBBLE IS A DIGIT, AND FOR     K6WFCM.1
076100* CLASS S THE ZONE OF THE LAST BYTE IS THE SIGN (D OR B, OR 7     K6WFCM.1
076200* FOR AN ASCII OVERPUNCH, IS MINUS).  PACKED: EVERY NIBBLE        K6WFCM.1
076300* BUT THE LAST IS A DIGIT, THE LAST IS THE SIGN (D OR B MINUS,    K6WFCM.1
076400* A C E F PLUS).  A ZERO VALUE IS PLUS WHATEVER ITS SIGN.         K6WFCM.1
076500*================================================================ K6WFCM.1
076600 4500-DECODE.                                                     K6WFCM.1
076700     MOVE ZERO TO WS-DEC-DIGITS WS-DX.                            K6WFCM.1
076800     MOVE "+" TO WS-DEC-SIGN.                                     K6WFCM.1
076900     MOVE "Y" TO WS-DEC-OK-SW.                                    K6WFCM.1
077000     MOVE ZERO TO WS-BX.                                          K6WFCM.1
077100 4500-NEXT-BYTE.                                                  K6WFCM.1
077200     ADD 1 TO WS-BX.                                              K6WFCM.1
077300     IF WS-BX > WS-DEC-LEN                                        K6WFCM.1
077400         GO TO 4500-ZERO-CHECK.                                   K6WFCM.1
077500     MOVE WS-DEC-BYTES (WS-BX:1) TO WS-BYTE.                      K6WFCM.1
077600     DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HI-NIBBLE               K6WFCM.1
077700         REMAINDER WS-LO-NIBBLE.                                  K6WFCM.1
077800     IF WS-DEC-CLASS = "P"                                        K6WFCM.1
077900         GO TO 4500-PACKED.                                       K6WFCM.1
078000     IF WS-LO-NIBBLE > 9                                          K6WFCM.1
078100         MOVE "N" TO WS-DEC-OK-SW                                 K6WFCM.1
078200         GO TO 4500-EXIT.                                         K6WFCM.1
078300     ADD 1 TO WS-DX.                                              K6WFCM.1
078400     MOVE WS-HEX-CHARS (WS-LO-NIBBLE + 1:1)                       K6WFCM.1
078500         TO WS-DEC-DIGITS (WS-DX:1).                              K6WFCM.1
078600     IF WS-DEC-CLASS = "S" AND WS-BX = WS-DEC-LEN                 K6WFCM.1
078700             AND (WS-HI-NIBBLE = 13 OR WS-HI-NIBBLE = 11          K6WFCM.1
078800                  OR WS-HI-NIBBLE = 7)                            K6WFCM.1
078900         MOVE "-" TO WS-DEC-SIGN.                                 K6WFCM.1
079000     GO TO 4500-NEXT-BYTE.                                        K6WFCM.1
079100 4500-PACKED.                                                     K6WFCM.1
079200     IF WS-HI-NIBBLE > 9                                          K6WFCM.1
079300         MOVE "N" TO WS-DEC-OK-SW                                 K6WFCM.1
079400         GO TO 4500-EXIT.                                         K6WFCM.1
079500     ADD 1 TO WS-DX.                                              K6WFCM.1
079600     MOVE WS-HEX-CHARS (WS-HI-NIBBLE + 1:1)                       K6WFCM.1
079700         TO WS-DEC-DIGITS (WS-DX:1).                              K6WFCM.1
079800     IF WS-BX = WS-DEC-LEN                                        K6WFCM.1
079900         GO TO 4500-PACKED-SIGN.                                  K6WFCM.1
080000     IF WS-LO-NIBBLE > 9                                          K6WFCM.1
080100         MOVE "N" TO WS-DEC-OK-SW                                 K6WFCM.1
080200         GO TO 4500-EXIT.                                         K6WFCM.1
080300     ADD 1 TO WS-DX.                                              K6WFCM.1
080400     MOVE WS-HEX-CHARS (WS-LO-NIBBLE + 1:1)                       K6WFCM.1
080500         TO WS-DEC-DIGITS (WS-DX:1).                              K6WFCM.1
080600     GO TO 4500-NEXT-BYTE.                                        K6WFCM.1
080700 4500-PACKED-SIGN.                                                K6WFCM.1
080800     IF WS-LO-NIBBLE < 10                                         K6WFCM.1
080900         MOVE "N" TO WS-DEC-OK-SW                                 K6WFCM.1
081000         GO TO 4500-EXIT.                                         K6WFCM.1
081100     IF WS-LO-NIBBLE = 13 OR WS-LO-NIBBLE = 11                    K6WFCM.1
081200         MOVE "-" TO WS-DEC-SIGN.                                 K6WFCM.1
081300 4500-ZERO-CHECK.                                                 K6WFCM.1
081400     IF WS-DEC-DIGITS = ZERO                                      K6WFCM.1
081500         MOVE "+" TO WS-DEC-SIGN.                                 K6WFCM.1
081600 4500-EXIT.                                                       K6WFCM.1
081700     EXIT.                                                        K6WFCM.1
081800*================================================================ K6WFCM.1
081900* 4800-HEX -- WS-HEX-SRC (FIRST 16 BYTES OF THE FIELD) AS HEX,    K6WFCM.1
082000* WITH A TRAILING "+" WHEN THE FIELD IS LONGER.                   K6WFCM.1
082100*================================================================ K6WFCM.1
082200 4800-HEX.                                                        K6WFCM.1
082300     MOVE SPACE TO WS-HEX-OUT.                                    K6WFCM.1
082400     MOVE FLD-LEN (WS-FX) TO WS-HEX-LEN.                          K6WFCM.1
082500     MOVE "N" TO WS-HEX-MORE-SW.                                  K6WFCM.1
082600     IF WS-HEX-LEN > 16                                           K6WFCM.1
082700         MOVE 16 TO WS-HEX-LEN                                    K6WFCM.1
082800         MOVE "Y" TO WS-HEX-MORE-SW.                              K6WFCM.1
082900     MOVE ZERO TO WS-BX.                                          K6WFCM.1
083000 4800-NEXT-BYTE.                                                  K6WFCM.1
083100     ADD 1 TO WS-BX.                                              K6WFCM.1
083200     IF WS-BX > WS-HEX-LEN                                        K6WFCM.1
083300         GO TO 4800-MORE.                                         K6WFCM.1
083400     MOVE WS-HEX-SRC (WS-BX:1) TO WS-BYTE.                        K6WFCM.1
083500     DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HI-NIBBLE               K6WFCM.1
083600         REMAINDER WS-LO-NIBBLE.                                  K6WFCM.1
083700     COMPUTE WS-DX = WS-BX * 2 - 1.                               K6WFCM.1
083800     MOVE WS-HEX-CHARS (WS-HI-NIBBLE + 1:1)                       K6WFCM.1
083900         TO WS-HEX-OUT (WS-DX:1).                                 K6WFCM.1
084000     MOVE WS-HEX-CHARS (WS-LO-NIBBLE + 1:1)                       K6WFCM.1
084100         TO WS-HEX-OUT (WS-DX + 1:1).                             K6WFCM.1
084200     GO TO 4800-NEXT-BYTE.                                        K6WFCM.1
084300 4800-MORE.                                                       K6WFCM.1
084400     IF WS-HEX-MORE-SW = "Y"                                      K6WFCM.1
084500         MOVE "+" TO WS-HEX-OUT (33:1).                           K6WFCM.1
084600 4800-EXIT.                                                       K6WFCM.1
084700     EXIT.                                                        K6WFCM.1
084800*================================================================ K6WFCM.1
084900* 7100-WRITE-REC-LINE -- AN UNPAIRED OR OUT-OF-ORDER RECORD, OR   K6WFCM.1
085000* THE HEADING OF A PAIR'S FIELD DIFFERENCES.                      K6WFCM.1
085100*================================================================ K6WFCM.1
085200 7100-WRITE-REC-LINE.                                             K6WFCM.1
085300     IF WS-DETAIL-LINES NOT < WS-DETAIL-MAX                       K6WFCM.1
085400         PERFORM 7300-DETAIL-CUT THRU 7300-EXIT                   K6WFCM.1
085500         GO TO 7100-EXIT.                                         K6WFCM.1
085600     ADD 1 TO WS-DETAIL-LINES.                                    K6WFCM.1
085700     WRITE WR-PRINT-REC FROM REC-LINE                             K6WFCM.1
085800         AFTER ADVANCING 1 LINES.                                 K6WFCM.1
085900 7100-EXIT.                                                       K6WFCM.1
086000     EXIT.                                                        K6WFCM.1
086100*================================================================ K6WFCM.1
086200* 7200-WRITE-DETAIL -- ONE FIELD DIFFERENCE, PRECEDED THE FIRST   K6WFCM.1
086300* TIME IN A PAIR BY THE PAIR'S RECORD LINE.                       K6WFCM.1
086400*================================================================ K6WFCM.1
086500 7200-WRITE-DETAIL.                                               K6WFCM.1
086600     IF WS-REC-HDR-DONE                                           K6WFCM.1
086700         GO TO 7200-WRITE.                                        K6WFCM.1
086800     MOVE "Y" TO WS-REC-HDR-SW.                                   K6WFCM.1
086900     MOVE "FIELD DIFFERENCES " TO RL-WHAT.                        K6WFCM.1
087000     MOVE WS-A-RECNO TO RL-RECNO-A.                               K6WFCM.1
087100     MOVE WS-B-RECNO TO RL-RECNO-B.                               K6WFCM.1
087200     MOVE WS-A-KEY TO RL-KEY.                                     K6WFCM.1
087300     PERFORM 7100-WRITE-REC-LINE THRU 7100-EXIT.                  K6WFCM.1
087400 7200-WRITE.                                                      K6WFCM.1
087500     IF WS-DETAIL-LINES NOT < WS-DETAIL-MAX                       K6WFCM.1
087600         PERFORM 7300-DETAIL-CUT THRU 7300-EXIT                   K6WFCM.1
087700         GO TO 7200-EXIT.                                         K6WFCM.1
087800     ADD 1 TO WS-DETAIL-LINES.                                    K6WFCM.1
087900     WRITE WR-PRINT-REC FROM DET-LINE                             K6WFCM.1
088000         AFTER ADVANCING 1 LINES.                                 K6WFCM.1
088100 7200-EXIT.                                                       K6WFCM.1
088200     EXIT.                                                        K6WFCM.1
088300 7300-DETAIL-CUT.                                                 K6WFCM.1
088400     IF WS-DETAIL-CUT                                             K6WFCM.1
088500         GO TO 7300-EXIT.                                         K6WFCM.1
088600     MOVE "Y" TO WS-DETAIL-CUT-SW.                                K6WFCM.1
088700     MOVE "DETAIL LIMIT REACHED -- COUNTS COVER THE WHOLE FILE"   K6WFCM.1
088800         TO ML-TEXT.                                              K6WFCM.1
088900     WRITE WR-PRINT-REC FROM MSG-LINE                             K6WFCM.1
089000         AFTER ADVANCING 2 LINES.                                 K6WFCM.1
089100 7300-EXIT.                                                       K6WFCM.1
089200     EXIT.                                                        K6WFCM.1
089300*================================================================ K6WFCM.1
089400* 8000-PRINT-SUMMARY -- RECORD COUNTS, THE FIELDS THAT DIFFERED,  K6WFCM.1
089500* AND THE VERDICT, WHICH IS ALSO THE RETURN CODE.                 K6WFCM.1
089600*================================================================ K6WFCM.1
089700 8000-PRINT-SUMMARY.                                              K6WFCM.1
089800     MOVE "RECORDS READ, TARGET A" TO SL-LABEL.                   K6WFCM.1
089900     MOVE WS-A-RECNO TO SL-COUNT.                                 K6WFCM.1
090000     WRITE WR-PRINT-REC FROM SUM-LINE                             K6WFCM.1
090100         AFTER ADVANCING 3 LINES.                                 K6WFCM.1
090200     MOVE "RECORDS READ, TARGET B" TO SL-LABEL.                   K6WFCM.1
090300     MOVE WS-B-RECNO TO SL-COUNT.                                 K6WFCM.1
090400     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
090500     MOVE "RECORDS PAIRED" TO SL-LABEL.                           K6WFCM.1
090600     MOVE WS-PAIRED TO SL-COUNT.                                  K6WFCM.1
090700     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
090800     MOVE "   BYTE-IDENTICAL" TO SL-LABEL.                        K6WFCM.1
090900     MOVE WS-PAIR-SAME TO SL-COUNT.                               K6WFCM.1
091000     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
091100     MOVE "   REPRESENTATION DIFFERENCES ONLY" TO SL-LABEL.       K6WFCM.1
091200     MOVE WS-PAIR-REPR TO SL-COUNT.                               K6WFCM.1
091300     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
091400     MOVE "   VALUE DIFFERENCES" TO SL-LABEL.                     K6WFCM.1
091500     MOVE WS-PAIR-VALUE TO SL-COUNT.                              K6WFCM.1
091600     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
091700     MOVE "ONLY ON TARGET A" TO SL-LABEL.                         K6WFCM.1
091800     MOVE WS-ONLY-A TO SL-COUNT.                                  K6WFCM.1
091900     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
092000     MOVE "ONLY ON TARGET B" TO SL-LABEL.                         K6WFCM.1
092100     MOVE WS-ONLY-B TO SL-COUNT.                                  K6WFCM.1
092200     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
092300     IF WS-ORDER-SEQUENCE                                         K6WFCM.1
092400         GO TO 8000-FIELDS.                                       K6WFCM.1
092500     MOVE "OUT OF KEY ORDER, TARGET A" TO SL-LABEL.               K6WFCM.1
092600     MOVE WS-ORDER-A TO SL-COUNT.                                 K6WFCM.1
092700     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
092800     MOVE "OUT OF KEY ORDER, TARGET B" TO SL-LABEL.               K6WFCM.1
092900     MOVE WS-ORDER-B TO SL-COUNT.                                 K6WFCM.1
093000     PERFORM 8100-SUM-LINE THRU 8100-EXIT.                        K6WFCM.1
093100 8000-FIELDS.                                                     K6WFCM.1
093200     IF WS-DIFF-VALUE = ZERO AND WS-DIFF-REPR = ZERO              K6WFCM.1
093300         GO TO 8000-VERDICT.                                      K6WFCM.1
093400     WRITE WR-PRINT-REC FROM FSUM-HDR                             K6WFCM.1
093500         AFTER ADVANCING 2 LINES.                                 K6WFCM.1
093600     MOVE ZERO TO WS-FX.                                          K6WFCM.1
093700 8000-NEXT-FIELD.                                                 K6WFCM.1
093800     ADD 1 TO WS-FX.                                              K6WFCM.1
093900     IF WS-FX > WS-FLD-COUNT                                      K6WFCM.1
094000         GO TO 8000-VERDICT.                                      K6WFCM.1
094100     IF FLD-VALUE-CT (WS-FX) = ZERO AND FLD-REPR-CT (WS-FX) = ZEROK6WFCM.1
094200         GO TO 8000-NEXT-FIELD.                                   K6WFCM.1
094300     MOVE FLD-NAME     (WS-FX) TO FS-NAME.                        K6WFCM.1
094400     MOVE FLD-START    (WS-FX) TO FS-START.                       K6WFCM.1
094500     MOVE FLD-LEN      (WS-FX) TO FS-LEN.                         K6WFCM.1
094600     MOVE FLD-CLASS    (WS-FX) TO FS-CLASS.                       K6WFCM.1
094700     MOVE FLD-VALUE-CT (WS-FX) TO FS-VALUE.                       K6WFCM.1
094800     MOVE FLD-REPR-CT  (WS-FX) TO FS-REPR.                        K6WFCM.1
094900     WRITE WR-PRINT-REC FROM FSUM-LINE                            K6WFCM.1
095000         AFTER ADVANCING 1 LINES.                                 K6WFCM.1
095100     GO TO 8000-NEXT-FIELD.                                       K6WFCM.1
095200 8000-VERDICT.                                                    K6WFCM.1
095300     IF WS-ONLY-A NOT = ZERO OR WS-ONLY-B NOT = ZERO              K6WFCM.1
095400             OR WS-ORDER-A NOT = ZERO OR WS-ORDER-B NOT = ZERO    K6WFCM.1
095500             OR WS-DIFF-VALUE NOT = ZERO                          K6WFCM.1
095600         MOVE "FILES ARE DIFFERENT" TO VL-TEXT                    K6WFCM.1
095700         MOVE 8 TO WS-VERDICT-RC                                  K6WFCM.1
095800         GO TO 8000-WRITE-VERDICT.                                K6WFCM.1
095900     IF WS-DIFF-REPR NOT = ZERO                                   K6WFCM.1
096000         MOVE "FILES ARE LOGICALLY IDENTICAL, REPRESENTATION ONLY"K6WFCM.1
096100             TO VL-TEXT                                           K6WFCM.1
096200         MOVE 4 TO WS-VERDICT-RC                                  K6WFCM.1
096300         GO TO 8000-WRITE-VERDICT.                                K6WFCM.1
096400     MOVE "FILES ARE BYTE-IDENTICAL" TO VL-TEXT.                  K6WFCM.1
096500     MOVE ZERO TO WS-VERDICT-RC.                                  K6WFCM.1
096600 8000-WRITE-VERDICT.                                              K6WFCM.1
096700     WRITE WR-PRINT-REC FROM VERDICT-LINE                         K6WFCM.1
096800         AFTER ADVANCING 2 LINES.                                 K6WFCM.1
096900 8000-EXIT.                                                       K6WFCM.1
097000     EXIT.                                                        K6WFCM.1
097100 8100-SUM-LINE.                                                   K6WFCM.1
097200     WRITE WR-PRINT-REC FROM SUM-LINE                             K6WFCM.1
097300         AFTER ADVANCING 1 LINES.                                 K6WFCM.1
097400 8100-EXIT.                                                       K6WFCM.1
097500     EXIT.                                                        K6WFCM.1
097600*================================================================ K6WFCM.1
097700* 9999-TERMINATE -- CLOSE THE REPORT AND SET THE RETURN CODE.     K6WFCM.1
097800*================================================================ K6WFCM.1
097900 9999-TERMINATE.                                                  K6WFCM.1
098000     CLOSE WFCM-RPT.                                              K6WFCM.1
098100     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6WFCM.1
098200 9999-EXIT.                                                       K6WFCM.1
098300     EXIT.                                                        K6WFCM.1
