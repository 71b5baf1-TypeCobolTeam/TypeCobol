000100 IDENTIFICATION DIVISION.                                         K6HTML.1
000200 PROGRAM-ID.                                                      K6HTML.1
000300     K6HTML.                                                      K6HTML.1
000400*================================================================ K6HTML.1
000500* K6HTML -- STATIC HTML PAGES FOR THE WINDOW STOPLIGHT, MORNING   K6HTML.1
000600* SUMMARY AND GATE JUSTIFICATION.                                 K6HTML.1
000700*================================================================ K6HTML.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6HTML.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6HTML.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6HTML.1
001100* DATE-COMPILED.                                                  K6HTML.1
001200*                                                                 K6HTML.1
001300* REMARKS.                                                        K6HTML.1
001400*    THE MORNING SUMMARY (K6MORN), THE STOPLIGHT (K6STOPL) AND    K6HTML.1
001500*    THE GATE JUSTIFICATION (K6GATE) ARE PRINTED PAGES, AND       K6HTML.1
001600*    MANAGEMENT SAW THEM AS PHOTOGRAPHS OF PRINTOUTS PASTED INTO  K6HTML.1
001700*    MAIL -- NOBODY COULD GO FROM A RED MODULE TO ITS FAILING     K6HTML.1
001800*    PROGRAMS.  THIS PROGRAM WRITES THE SAME CONTENT AS A SMALL   K6HTML.1
001900*    SET OF LINKED STATIC HTML PAGES FOR THE INTRANET SERVER:     K6HTML.1
002000*                                                                 K6HTML.1
002100*      INDEX     THE WINDOW INDEX -- MODULE COUNTS BY GRADE,      K6HTML.1
002200*                LINKS TO THE STOPLIGHT AND TO EVERY FAILURE      K6HTML.1
002300*                PAGE, THEN THE GATE JUSTIFICATION AND THE        K6HTML.1
002400*                MORNING SUMMARY AS PRINTED;                      K6HTML.1
002500*      STOPLITE  THE MODULE STOPLIGHT, ONE ROW PER MODULE         K6HTML.1
002600*                PREFIX IN ITS GRADE COLOR;                       K6HTML.1
002700*      Mxx       ONE PAGE PER MODULE PREFIX xx -- ITS PROGRAMS,   K6HTML.1
002800*                THE LATEST RUN OF EACH, ITS GRADE AND COUNTS;    K6HTML.1
002900*      Fpppppp   ONE FAILURE PAGE PER PROGRAM pppppp WITH         K6HTML.1
003000*                FAILURES -- PAR-NAME, VERDICT, COMPUTED AND      K6HTML.1
003100*                CORRECT, K6SEVT SEVERITY, K6TRIA TRIAGE CLASS    K6HTML.1
003200*                AND WAIVER STATUS OF EVERY FAILING TEST.         K6HTML.1
003300*                                                                 K6HTML.1
003400*    GRADING IS K6STOPL'S RULE ON THE LATEST EFFECTIVE RUN OF     K6HTML.1
003500*    EACH PROGRAM AND TARGET IN THE WINDOW; A MODULE TAKES ITS    K6HTML.1
003600*    WORST PROGRAM GRADE, RED BEATING INCOMPLETE BEATING YELLOW,  K6HTML.1
003700*    AS K6GATE ROLLS IT UP.  SUPERSEDED RUNS, RUNS K6RVAL         K6HTML.1
003800*    QUARANTINED AND THE K6SMOK CALIBRATION RECORD DO NOT COUNT.  K6HTML.1
000000*    A PROGRAM THE TARGET DOES NOT CLAIM (TGTCAPS, ASKED THROUGH  K6CAPK.1
000000*    K6CAPK) GRADES N/A AS IN K6STOPL, OR CLAIM MISMATCH WHEN IT  K6CAPK.1
000000*    PASSED OR FAILED ANYTHING ANYWAY.  NEITHER TAKES PART IN THE K6CAPK.1
000000*    MODULE ROLLUP OR THE GRADE COUNTS, AS IN K6GATE; A MODULE    K6CAPK.1
000000*    WITH NO APPLICABLE PROGRAM GRADES N/A.                       K6CAPK.1
003900*    THE GATE JUSTIFICATION AND MORNING SUMMARY ARE NOT WORKED    K6HTML.1
004000*    OUT AGAIN: THE WINDOW'S OWN GATERPT AND MORNRPT PRINT        K6HTML.1
004100*    FILES ARE SET INTO THE INDEX PAGE LINE FOR LINE, SO THE      K6HTML.1
004200*    PAGE SAYS EXACTLY WHAT THE PRINTED COPY SAID.                K6HTML.1
004300*                                                                 K6HTML.1
004400*    EVERY PAGE CARRIES THE WINDOW DATE AND ID AND THE EVIDENCE   K6HTML.1
004500*    SEAL -- THE NUMBER OF RUNS SHOWN AND THE SUMMED RAW-DATA     K6HTML.1
004600*    AND PRINT-FILE CAPTURE CHECKSUMS FROM THE CHECKSUM LOG, AS   K6HTML.1
004700*    K6EVPK SEALS ITS PACK -- AND THE PROGRAM AND MODULE PAGES    K6HTML.1
004800*    CARRY EACH RUN'S OWN PAIR, SO A PAGE CANNOT BE PASSED OFF    K6HTML.1
004900*    AS ANOTHER NIGHT'S.  PAGES BUILT FROM A RESTORED ARCHIVE     K6HTML.1
005000*    CARRY THE K6REGN WATERMARK, TOP AND BOTTOM.                  K6HTML.1
005100*                                                                 K6HTML.1
005200*    THE PAGES COME OUT AS ONE STREAM (HTMLOUT), EACH FRONTED BY  K6HTML.1
005300*    A "./ ADD NAME=" CARD -- THE MEMBER SEPARATOR K6CUSE READS.  K6HTML.1
005400*    THE PUBLISHING STEP STORES EACH MEMBER AS <NAME>.html, THE   K6HTML.1
005500*    NAME EVERY LINK USES.                                        K6HTML.1
005600*                                                                 K6HTML.1
005700*    CONTROL CARD (HTMLCTL, OPTIONAL):                            K6HTML.1
005800*        COLS  1-8    WINDOW DATE, CCYYMMDD (BLANK OR ZERO = THE  K6HTML.1
005900*                     NEWEST EFFECTIVE RUN DATE OF THE WINDOW).   K6HTML.1
006000*        COL  10      WINDOW ID (BLANK = "N", THE OVERNIGHT).     K6HTML.1
006100*        COL  12      "R" WHEN THE INPUTS WERE RESTORED FROM THE  K6HTML.1
006200*                     ARCHIVE -- THE PAGES ARE WATERMARKED.       K6HTML.1
006300*                                                                 K6HTML.1
006400*    FILES:                                                       K6HTML.1
006500*        HTMLCTL   CONTROL CARD (OPTIONAL).                       K6HTML.1
006600*        RAWEXT    RAW-DATA HISTORY EXTRACT (K6RAWDS LAYOUT).     K6HTML.1
006700*        CNSXCP    K6CNSK CENSUS EXCEPTIONS (OPTIONAL).           K6HTML.1
006800*        RAWQUAR   K6RVAL QUARANTINE (OPTIONAL).                  K6HTML.1
006900*        RSLTHIST  RESULTS-HISTORY MASTER (K6CONS LAYOUT).        K6HTML.1
007000*        TRIAXT    K6TRIA TRIAGE EXTRACT (OPTIONAL, K6TRXT).      K6HTML.1
007100*        WVRREG    WAIVER REGISTER (OPTIONAL).                    K6HTML.1
000000*        TGTCAPS   TARGET CAPABILITY CLAIMS, READ BY K6CAPK.      K6CAPK.1
007200*        CKSUMLOG  CAPTURE CHECKSUM LOG (OPTIONAL).               K6HTML.1
007300*        MORNRPT   THE WINDOW'S K6MORN SUMMARY (OPTIONAL).        K6HTML.1
007400*        GATERPT   THE WINDOW'S K6GATE JUSTIFICATION (OPTIONAL).  K6HTML.1
007500*        HTMLOUT   THE PAGES.                                     K6HTML.1
007600*        HTMLRPT   LIST OF THE PAGES WRITTEN.                     K6HTML.1
007700*                                                                 K6HTML.1
007800* RETURN CODES.                                                   K6HTML.1
007900*    00  PAGES WRITTEN, EVERY RUN SEALED.                         K6HTML.1
008000*    04  PAGES WRITTEN, BUT A RUN HAD NO CAPTURE CHECKSUM, THE    K6HTML.1
008100*        RESULTS-HISTORY MASTER WOULD NOT OPEN, OR A TABLE        K6HTML.1
008200*        FILLED.                                                  K6HTML.1
008300*    08  THE WINDOW HELD NO EFFECTIVE RUN -- ONLY THE INDEX       K6HTML.1
008400*        PAGE, SO SAYING, WAS WRITTEN.                            K6HTML.1
008500*                                                                 K6HTML.1
008600* MODIFICATION HISTORY.                                           K6HTML.1
008700*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6HTML.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  N/A AND CLAIM-MISMATCH GRADES FROM THE      K6CAPK.1
000000*                     TARGET CAPABILITY PROFILE (K6CAPK), LEFT    K6CAPK.1
000000*                     OUT OF THE MODULE ROLLUP AND TOTALS.        K6CAPK.1
008800*================================================================ K6HTML.1
008900                                                                  K6HTML.1
009000 ENVIRONMENT DIVISION.                                            K6HTML.1
009100 CONFIGURATION SECTION.                                           K6HTML.1
009200 SOURCE-COMPUTER.                                                 K6HTML.1
009300     OUR-MAINFRAME.                                               K6HTML.1
009400 OBJECT-COMPUTER.                                                 K6HTML.1
009500     OUR-MAINFRAME.                                               K6HTML.1
009600 INPUT-OUTPUT SECTION.                                            K6HTML.1
009700 FILE-CONTROL.                                                    K6HTML.1
009800     SELECT OPTIONAL HTML-CTL ASSIGN TO HTMLCTL                   K6HTML.1
009900         ORGANIZATION IS SEQUENTIAL                               K6HTML.1
010000         FILE STATUS IS WS-CTL-STATUS.                            K6HTML.1
010100     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6HTML.1
010200         ORGANIZATION IS SEQUENTIAL.                              K6HTML.1
010300     SELECT OPTIONAL CENSUS-EXCEPT ASSIGN TO CNSXCP               K6HTML.1
010400         ORGANIZATION IS SEQUENTIAL                               K6HTML.1
010500         FILE STATUS IS WS-CNSX-STATUS.                           K6HTML.1
010600     SELECT OPTIONAL RAW-QUARANTINE ASSIGN TO RAWQUAR             K6HTML.1
010700         ORGANIZATION IS SEQUENTIAL                               K6HTML.1
010800         FILE STATUS IS WS-RQ-STATUS.                             K6HTML.1
010900     SELECT RESULT-MASTER ASSIGN TO RSLTHIST                      K6HTML.1
011000         ORGANIZATION IS INDEXED                                  K6HTML.1
011100         ACCESS MODE IS SEQUENTIAL                                K6HTML.1
011200         RECORD KEY IS RH-KEY                                     K6HTML.1
011210         ALTERNATE RECORD KEY IS RH-ANSI-CODE                     K6HTML.1
011220             WITH DUPLICATES                                      K6HTML.1
011300         FILE STATUS IS WS-MASTER-STATUS.                         K6HTML.1
011400     SELECT OPTIONAL TRIAGE-EXTRACT ASSIGN TO TRIAXT              K6HTML.1
011500         ORGANIZATION IS SEQUENTIAL                               K6HTML.1
011600         FILE STATUS IS WS-TRIA-STATUS.                           K6HTML.1
011700     SELECT OPTIONAL WAIVER-REGISTER ASSIGN TO WVRREG             K6HTML.1
011800         ORGANIZATION IS SEQUENTIAL                               K6HTML.1
011900         FILE STATUS IS WS-WVR-STATUS.                            K6HTML.1
012000     SELECT OPTIONAL CKSUM-LOG ASSIGN TO CKSUMLOG                 K6HTML.1
012100         ORGANIZATION IS SEQUENTIAL                               K6HTML.1
012200         FILE STATUS IS WS-CKL-STATUS.                            K6HTML.1
012300     SELECT OPTIONAL MORN-PRINT ASSIGN TO MORNRPT                 K6HTML.1
012400         ORGANIZATION IS SEQUENTIAL                               K6HTML.1
012500         FILE STATUS IS WS-PRT-STATUS.                            K6HTML.1
012600     SELECT OPTIONAL GATE-PRINT ASSIGN TO GATERPT                 K6HTML.1
012700         ORGANIZATION IS SEQUENTIAL                               K6HTML.1
012800         FILE STATUS IS WS-PRT-STATUS.                            K6HTML.1
012900     SELECT HTML-OUT ASSIGN TO HTMLOUT                            K6HTML.1
013000         ORGANIZATION IS LINE SEQUENTIAL.                         K6HTML.1
013100     SELECT HTML-RPT ASSIGN TO HTMLRPT                            K6HTML.1
013200         ORGANIZATION IS SEQUENTIAL.                              K6HTML.1
013300                                                                  K6HTML.1
013400 DATA DIVISION.                                                   K6HTML.1
013500 FILE SECTION.                                                    K6HTML.1
013600 FD  HTML-CTL                                                     K6HTML.1
013700     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
013800 01  HC-CONTROL-CARD.                                             K6HTML.1
013900     05  HC-WINDOW-DATE       PIC X(8).                           K6HTML.1
014000     05  FILLER               PIC X(1).                           K6HTML.1
014100     05  HC-WINDOW-ID         PIC X(1).                           K6HTML.1
014200     05  FILLER               PIC X(1).                           K6HTML.1
014300     05  HC-REGEN-FLAG        PIC X(1).                           K6HTML.1
014400     05  FILLER               PIC X(68).                          K6HTML.1
014500 FD  RAW-EXTRACT                                                  K6HTML.1
014600     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
014700 COPY K6RAWDS.                                                    K6HTML.1
014800 FD  CENSUS-EXCEPT                                                K6HTML.1
014900     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
015000     COPY K6CNSX.                                                 K6HTML.1
015100 FD  RAW-QUARANTINE                                               K6HTML.1
015200     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
015300     COPY K6RAWQ.                                                 K6HTML.1
015400 FD  RESULT-MASTER                                                K6HTML.1
015500     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
015600 01  RH-RESULT-REC.                                               K6HTML.1
015700     05  RH-KEY.                                                  K6HTML.1
015800         10  RH-PGM-ID        PIC X(6).                           K6HTML.1
015900         10  RH-PAR-NAME      PIC X(22).                          K6HTML.1
016000         10  RH-RUN-DATE      PIC 9(8).                           K6HTML.1
016100         10  RH-TARGET-ID     PIC X(8).                           K6HTML.1
016200     05  RH-RUN-SEQ           PIC 99.                             K6HTML.1
016300     05  RH-P-OR-F            PIC X(5).                           K6HTML.1
016400     05  RH-FEATURE           PIC X(20).                          K6HTML.1
016500     05  RH-COMPUTED          PIC X(20).                          K6HTML.1
016600     05  RH-CORRECT           PIC X(20).                          K6HTML.1
016700     05  RH-REMARK            PIC X(61).                          K6HTML.1
016800     05  RH-ANSI-CODE         PIC X(10).                          K6HTML.1
016900     05  RH-SEVERITY          PIC X(1).                           K6HTML.1
017000 FD  TRIAGE-EXTRACT                                               K6HTML.1
017100     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
017200     COPY K6TRXT.                                                 K6HTML.1
017300 FD  WAIVER-REGISTER                                              K6HTML.1
017400     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
017500* WAIVER CARD AS K6SCA_PROC LOADS IT.                             K6HTML.1
017600 01  WV-REGISTER-REC.                                             K6HTML.1
017700     05  WV-PGM-ID            PIC X(6).                           K6HTML.1
017800     05  FILLER               PIC X(1).                           K6HTML.1
017900     05  WV-PAR-NAME          PIC X(22).                          K6HTML.1
018000     05  FILLER               PIC X(1).                           K6HTML.1
018100     05  WV-REASON-CODE       PIC X(4).                           K6HTML.1
018200     05  FILLER               PIC X(1).                           K6HTML.1
018300     05  WV-APPROVER          PIC X(8).                           K6HTML.1
018400     05  FILLER               PIC X(1).                           K6HTML.1
018500     05  WV-TICKET            PIC X(8).                           K6HTML.1
018600     05  FILLER               PIC X(1).                           K6HTML.1
018700     05  WV-EXPIRY-DATE       PIC X(8).                           K6HTML.1
018800     05  FILLER               PIC X(19).                          K6HTML.1
018900 FD  CKSUM-LOG                                                    K6HTML.1
019000     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
019100* CHECKSUM-LOG RECORD AS EACH TEST PROGRAM WRITES IT.             K6HTML.1
019200 01  CKL-CHECKSUM-REC.                                            K6HTML.1
019300     05  CKL-TARGET-ID        PIC X(8).                           K6HTML.1
019400     05  CKL-PGM-ID           PIC X(6).                           K6HTML.1
019500     05  CKL-RUN-DATE         PIC 9(8).                           K6HTML.1
019600     05  CKL-RUN-SEQ          PIC 99.                             K6HTML.1
019700     05  CKL-RAW-CHECKSUM     PIC 9(9).                           K6HTML.1
019800     05  CKL-PRINT-CHECKSUM   PIC 9(9).                           K6HTML.1
019900 FD  MORN-PRINT                                                   K6HTML.1
020000     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
020100 01  MP-PRINT-REC             PIC X(120).                         K6HTML.1
020200 FD  GATE-PRINT                                                   K6HTML.1
020300     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
020400 01  GP-PRINT-REC             PIC X(120).                         K6HTML.1
020500 FD  HTML-OUT                                                     K6HTML.1
020600     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
020700 01  HO-LINE                  PIC X(512).                         K6HTML.1
020800 FD  HTML-RPT                                                     K6HTML.1
020900     LABEL RECORDS ARE STANDARD.                                  K6HTML.1
021000 01  HR-PRINT-REC             PIC X(120).                         K6HTML.1
021100                                                                  K6HTML.1
021200 WORKING-STORAGE SECTION.                                         K6HTML.1
021300* ----------------------------------------------------------      K6HTML.1
021400* FILE STATUSES, SWITCHES AND COUNTERS.                           K6HTML.1
021500* ----------------------------------------------------------      K6HTML.1
021600 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6HTML.1
021700 77  WS-CNSX-STATUS           PIC X(2)   VALUE SPACE.             K6HTML.1
021800 77  WS-RQ-STATUS             PIC X(2)   VALUE SPACE.             K6HTML.1
021900 77  WS-MASTER-STATUS         PIC X(2)   VALUE SPACE.             K6HTML.1
022000 77  WS-TRIA-STATUS           PIC X(2)   VALUE SPACE.             K6HTML.1
022100 77  WS-WVR-STATUS            PIC X(2)   VALUE SPACE.             K6HTML.1
022200 77  WS-CKL-STATUS            PIC X(2)   VALUE SPACE.             K6HTML.1
022300 77  WS-PRT-STATUS            PIC X(2)   VALUE SPACE.             K6HTML.1
022400 77  WS-EOF-SW                PIC X      VALUE "N".               K6HTML.1
022500     88  WS-EOF                          VALUE "Y".               K6HTML.1
022600 77  WS-FULL-SW               PIC X      VALUE "N".               K6HTML.1
022700     88  WS-TABLE-FULL                   VALUE "Y".               K6HTML.1
022800 77  WS-REGEN-SW              PIC X      VALUE "N".               K6HTML.1
022900     88  WS-REGENERATED                  VALUE "Y".               K6HTML.1
023000 77  WS-CKSUM-SW              PIC X      VALUE "N".               K6HTML.1
023100     88  WS-CKSUM-SUPPLIED               VALUE "Y".               K6HTML.1
023200 77  WS-QUARANTINED-SW        PIC X      VALUE "N".               K6HTML.1
023300 77  WS-WINDOW-DATE           PIC 9(8)   VALUE ZERO.              K6HTML.1
023400 77  WS-WINDOW-ID             PIC X(1)   VALUE "N".               K6HTML.1
023500 77  WS-PG-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
023600 77  WS-PG-SUB                PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
023700 77  WS-PG-SCAN               PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
023800 77  WS-MD-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
023900 77  WS-MD-SUB                PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
024000 77  WS-FR-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6HTML.1
024100 77  WS-FR-SUB                PIC 9(4)   COMP VALUE ZERO.         K6HTML.1
024200 77  WS-WV-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
024300 77  WS-WV-SUB                PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
024400 77  WS-RQ-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
024500 77  WS-RQ-SUB                PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
024600 77  WS-RQ-SKIPS              PIC 9(5)   COMP VALUE ZERO.         K6HTML.1
024700 77  WS-XCP-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
024800 77  WS-XCP-SUB               PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
024900 77  WS-RED-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
025000 77  WS-YELLOW-COUNT          PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
025100 77  WS-GREEN-COUNT           PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
025200 77  WS-INCMPL-COUNT          PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
025300 77  WS-SEALED-COUNT          PIC 9(5)   COMP VALUE ZERO.         K6HTML.1
025400 77  WS-UNSEALED-COUNT        PIC 9(5)   COMP VALUE ZERO.         K6HTML.1
025500 77  WS-RAW-CKSUM-TOTAL       PIC 9(12)  COMP VALUE ZERO.         K6HTML.1
025600 77  WS-PRINT-CKSUM-TOTAL     PIC 9(12)  COMP VALUE ZERO.         K6HTML.1
025700 77  WS-PAGE-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6HTML.1
025800 77  WS-PGM-GRADE             PIC X(1)   VALUE SPACE.             K6HTML.1
025900 77  WS-CELL-GRADE            PIC X(1)   VALUE SPACE.             K6HTML.1
026000 77  WS-SWAP-SW               PIC X      VALUE "N".               K6HTML.1
026100 77  WS-TRIM-LEN              PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
026200 77  WS-RUN-SUB               PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
026300 77  WS-GATE-SW               PIC X      VALUE "N".               K6HTML.1
026400 77  WS-HTML-RC               PIC 9(2)   VALUE ZERO.              K6HTML.1
026500* ----------------------------------------------------------      K6HTML.1
000000* TARGET CAPABILITY LOOKUP (K6CAPK).                              K6CAPK.1
000000* ----------------------------------------------------------      K6CAPK.1
000000 77  WS-NA-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
000000 77  WS-MISMATCH-COUNT        PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
000000 COPY K6CPKP.                                                     K6CAPK.1
000000* ----------------------------------------------------------      K6CAPK.1
026600* HTML LINE BUILD AREA AND THE ESCAPE WORK FIELDS.  TEXT FROM     K6HTML.1
026700* THE REPORTS AND THE RESULTS GOES THROUGH 8200-PUT-ESCAPED SO    K6HTML.1
026800* A "<" OR "&" IN A COMPUTED VALUE CANNOT BREAK THE PAGE.         K6HTML.1
026900* ----------------------------------------------------------      K6HTML.1
027000 01  HL-TEXT                  PIC X(512) VALUE SPACE.             K6HTML.1
027100 77  WS-HL-PTR                PIC 9(3)   COMP VALUE 1.            K6HTML.1
027200 01  WS-ESC-IN                PIC X(120) VALUE SPACE.             K6HTML.1
027300 77  WS-ESC-LEN               PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
027400 77  WS-ESC-SUB               PIC 9(3)   COMP VALUE ZERO.         K6HTML.1
027500 01  WS-ESC-CHAR              PIC X(1)   VALUE SPACE.             K6HTML.1
027600 01  WS-PAGE-NAME             PIC X(8)   VALUE SPACE.             K6HTML.1
027700 01  WS-PAGE-TITLE            PIC X(60)  VALUE SPACE.             K6HTML.1
027800* ----------------------------------------------------------      K6HTML.1
027900* EDITED NUMBERS FOR THE PAGES.                                   K6HTML.1
028000* ----------------------------------------------------------      K6HTML.1
028100 01  ED-COUNT                 PIC ZZZZ9.                          K6HTML.1
028200 01  ED-CKSUM                 PIC Z(11)9.                         K6HTML.1
028300 01  ED-RUN-SEQ               PIC 99.                             K6HTML.1
028400 01  ED-DATE                  PIC 9(8).                           K6HTML.1
028500* ----------------------------------------------------------      K6HTML.1
028600* THE WINDOW'S LATEST EFFECTIVE RUN PER PROGRAM AND TARGET.       K6HTML.1
028700*                                                                 K6HTML.1
028800* PG-GRADE  "R" RED, "I" INCOMPLETE, "Y" YELLOW, "G" GREEN.       K6HTML.1
000000*           "N" N/A, "M" N/A WITH A CLAIM MISMATCH.               K6CAPK.1
028900* ----------------------------------------------------------      K6HTML.1
029000 01  PROGRAM-TABLE.                                               K6HTML.1
029100     05  PG-ENTRY OCCURS 300 TIMES.                               K6HTML.1
029200         10  PG-TARGET-ID     PIC X(8).                           K6HTML.1
029300         10  PG-PGM-ID        PIC X(6).                           K6HTML.1
029400         10  PG-RUN-DATE      PIC 9(8).                           K6HTML.1
029500         10  PG-RUN-SEQ       PIC 99.                             K6HTML.1
029600         10  PG-ABORT         PIC X(8).                           K6HTML.1
029700         10  PG-OK            PIC 999.                            K6HTML.1
029800         10  PG-ALL           PIC 999.                            K6HTML.1
029900         10  PG-FAIL          PIC 999.                            K6HTML.1
030000         10  PG-DELETED       PIC 999.                            K6HTML.1
030100         10  PG-INSPECT       PIC 999.                            K6HTML.1
030200         10  PG-SEV-HIGH      PIC X(1).                           K6HTML.1
030300         10  PG-GRADE         PIC X(1).                           K6HTML.1
030400         10  PG-XCP-SW        PIC X(1).                           K6HTML.1
030500         10  PG-RAN           PIC 9(4).                           K6HTML.1
030600         10  PG-EXPECTED      PIC 9(4).                           K6HTML.1
030700         10  PG-CKSUM-SW      PIC X(1).                           K6HTML.1
030800         10  PG-RAW-CKSUM     PIC 9(9).                           K6HTML.1
030900         10  PG-PRINT-CKSUM   PIC 9(9).                           K6HTML.1
031000         10  PG-FAIL-ROWS     PIC 9(4)   COMP.                    K6HTML.1
031100         10  PG-FPAGE-SW      PIC X(1).                           K6HTML.1
031200 01  MODULE-TABLE.                                                K6HTML.1
031300     05  MD-ENTRY OCCURS 60 TIMES.                                K6HTML.1
031400         10  MD-ID            PIC X(2).                           K6HTML.1
031500         10  MD-GRADE         PIC X(1).                           K6HTML.1
031600         10  MD-PROGRAMS      PIC 9(3).                           K6HTML.1
031700         10  MD-RED           PIC 9(3).                           K6HTML.1
031800         10  MD-INCMPL        PIC 9(3).                           K6HTML.1
031900         10  MD-YELLOW        PIC 9(3).                           K6HTML.1
032000         10  MD-GREEN         PIC 9(3).                           K6HTML.1
000000         10  MD-NA            PIC 9(3).                           K6CAPK.1
000000 01  MD-HOLD                  PIC X(21).                          K6CAPK.1
032200 01  FAILURE-TABLE.                                               K6HTML.1
032300     05  FR-ENTRY OCCURS 3000 TIMES.                              K6HTML.1
032400         10  FR-PG-SUB        PIC 9(3)   COMP.                    K6HTML.1
032500         10  FR-PAR-NAME      PIC X(22).                          K6HTML.1
032600         10  FR-P-OR-F        PIC X(5).                           K6HTML.1
032700         10  FR-COMPUTED      PIC X(20).                          K6HTML.1
032800         10  FR-CORRECT       PIC X(20).                          K6HTML.1
032900         10  FR-SEVERITY      PIC X(1).                           K6HTML.1
033000         10  FR-TRIAGE-CLASS  PIC X(1).                           K6HTML.1
033100         10  FR-TRIAGE-NAME   PIC X(18).                          K6HTML.1
033200 01  WAIVER-TABLE.                                                K6HTML.1
033300     05  WV-ENTRY OCCURS 200 TIMES.                               K6HTML.1
033400         10  WT-PGM-ID        PIC X(6).                           K6HTML.1
033500         10  WT-PAR-NAME      PIC X(22).                          K6HTML.1
033600         10  WT-TICKET        PIC X(8).                           K6HTML.1
033700         10  WT-EXPIRY-DATE   PIC X(8).                           K6HTML.1
033800 01  RQ-KEY-TABLE.                                                K6HTML.1
033900     05  RQ-KEY-ENTRY OCCURS 500 TIMES PIC X(24).                 K6HTML.1
034000 01  XCP-TABLE.                                                   K6HTML.1
034100     05  XCP-ENTRY OCCURS 200 TIMES.                              K6HTML.1
034200         10  XCP-KEY          PIC X(24).                          K6HTML.1
034300         10  XCP-RAN          PIC 9(4).                           K6HTML.1
034400         10  XCP-EXPECTED     PIC 9(4).                           K6HTML.1
034500 01  WS-RUN-KEY.                                                  K6HTML.1
034600     05  WS-RK-TARGET-ID      PIC X(8).                           K6HTML.1
034700     05  WS-RK-PGM-ID         PIC X(6).                           K6HTML.1
034800     05  WS-RK-RUN-DATE       PIC 9(8).                           K6HTML.1
034900     05  WS-RK-RUN-SEQ        PIC 99.                             K6HTML.1
035000* ----------------------------------------------------------      K6HTML.1
035100* REPORT LINES.                                                   K6HTML.1
035200* ----------------------------------------------------------      K6HTML.1
035300 01  HDR-LINE.                                                    K6HTML.1
035400     05  FILLER   PIC X(34) VALUE                                 K6HTML.1
035500         "WINDOW HTML PAGES (K6HTML)  WINDOW".                    K6HTML.1
035600     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HTML.1
035700     05  HDR-DATE             PIC 9(8).                           K6HTML.1
035800     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HTML.1
035900     05  HDR-WINDOW-ID        PIC X(1).                           K6HTML.1
036000     05  FILLER   PIC X(75) VALUE SPACE.                          K6HTML.1
036100 01  PAGE-LINE.                                                   K6HTML.1
036200     05  FILLER   PIC X(5)  VALUE "PAGE ".                        K6HTML.1
036300     05  PL-NAME              PIC X(8).                           K6HTML.1
036400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HTML.1
036500     05  PL-TITLE             PIC X(60).                          K6HTML.1
036600     05  FILLER   PIC X(45) VALUE SPACE.                          K6HTML.1
036700 01  NOTE-LINE.                                                   K6HTML.1
036800     05  NL-TEXT              PIC X(60).                          K6HTML.1
036900     05  FILLER   PIC X(60) VALUE SPACE.                          K6HTML.1
037000 01  SUM-LINE.                                                    K6HTML.1
037100     05  FILLER   PIC X(15) VALUE "PAGES WRITTEN= ".              K6HTML.1
037200     05  SM-PAGES             PIC ZZZ9.                           K6HTML.1
037300     05  FILLER   PIC X(16) VALUE "  RUNS SHOWN=   ".             K6HTML.1
037400     05  SM-RUNS              PIC ZZZ9.                           K6HTML.1
037500     05  FILLER   PIC X(16) VALUE "  UNSEALED=     ".             K6HTML.1
037600     05  SM-UNSEALED          PIC ZZZ9.                           K6HTML.1
037700     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6HTML.1
037800     05  SM-RC                PIC 99.                             K6HTML.1
037900     05  FILLER   PIC X(43) VALUE SPACE.                          K6HTML.1
038000                                                                  K6HTML.1
038100 PROCEDURE DIVISION.                                              K6HTML.1
038200*================================================================ K6HTML.1
038300* 0000-MAINLINE.                                                  K6HTML.1
038400*================================================================ K6HTML.1
038500 0000-MAINLINE.                                                   K6HTML.1
038600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6HTML.1
038700     PERFORM 2000-LOAD-RUNS THRU 2000-EXIT.                       K6HTML.1
038800     PERFORM 2500-LOAD-CHECKSUMS THRU 2500-EXIT.                  K6HTML.1
038900     PERFORM 3000-GRADE-RUNS THRU 3000-EXIT.                      K6HTML.1
039000     PERFORM 3500-LOAD-FAILURES THRU 3500-EXIT.                   K6HTML.1
039100     PERFORM 3700-LOAD-TRIAGE THRU 3700-EXIT.                     K6HTML.1
039200     PERFORM 3800-LOAD-WAIVERS THRU 3800-EXIT.                    K6HTML.1
039300     PERFORM 3300-SORT-MODULES THRU 3300-EXIT.                    K6HTML.1
039400     PERFORM 3900-MARK-FAILURE-PAGES THRU 3900-EXIT.              K6HTML.1
039500     PERFORM 4000-INDEX-PAGE THRU 4000-EXIT.                      K6HTML.1
039600     IF WS-PG-COUNT NOT = ZERO                                    K6HTML.1
039700         PERFORM 4500-STOPLIGHT-PAGE THRU 4500-EXIT               K6HTML.1
039800         PERFORM 5000-MODULE-PAGES THRU 5000-EXIT                 K6HTML.1
039900         PERFORM 5500-FAILURE-PAGES THRU 5500-EXIT.               K6HTML.1
040000     PERFORM 9000-FINISH THRU 9000-EXIT.                          K6HTML.1
040100     STOP RUN.                                                    K6HTML.1
040200*================================================================ K6HTML.1
040300* 1000-INITIALIZE -- CONTROL CARD, QUARANTINE KEYS, CENSUS        K6HTML.1
040400* EXCEPTIONS, AND THE WINDOW DATE WHEN THE CARD LEAVES IT OPEN.   K6HTML.1
040500*================================================================ K6HTML.1
040600 1000-INITIALIZE.                                                 K6HTML.1
040700     OPEN OUTPUT HTML-OUT HTML-RPT.                               K6HTML.1
040800     OPEN INPUT HTML-CTL.                                         K6HTML.1
040900     IF WS-CTL-STATUS NOT = "00"                                  K6HTML.1
041000         GO TO 1000-LOAD.                                         K6HTML.1
041100     READ HTML-CTL                                                K6HTML.1
041200         AT END GO TO 1000-CLOSE-CTL.                             K6HTML.1
041300     IF HC-WINDOW-DATE NUMERIC                                    K6HTML.1
041400         MOVE HC-WINDOW-DATE TO WS-WINDOW-DATE.                   K6HTML.1
041500     IF HC-WINDOW-ID NOT = SPACE                                  K6HTML.1
041600         MOVE HC-WINDOW-ID TO WS-WINDOW-ID.                       K6HTML.1
041700     IF HC-REGEN-FLAG = "R"                                       K6HTML.1
041800         SET WS-REGENERATED TO TRUE.                              K6HTML.1
041900 1000-CLOSE-CTL.                                                  K6HTML.1
042000     CLOSE HTML-CTL.                                              K6HTML.1
042100 1000-LOAD.                                                       K6HTML.1
042200     PERFORM 1200-LOAD-QUARANTINE THRU 1200-EXIT.                 K6HTML.1
042300     PERFORM 1300-LOAD-EXCEPTIONS THRU 1300-EXIT.                 K6HTML.1
042400     IF WS-WINDOW-DATE = ZERO                                     K6HTML.1
042500         PERFORM 1500-NEWEST-DATE THRU 1500-EXIT.                 K6HTML.1
042600     MOVE WS-WINDOW-DATE TO HDR-DATE.                             K6HTML.1
042700     MOVE WS-WINDOW-ID TO HDR-WINDOW-ID.                          K6HTML.1
042800     WRITE HR-PRINT-REC FROM HDR-LINE                             K6HTML.1
042900         AFTER ADVANCING PAGE.                                    K6HTML.1
043000 1000-EXIT.                                                       K6HTML.1
043100     EXIT.                                                        K6HTML.1
043200*================================================================ K6HTML.1
043300* 1200-LOAD-QUARANTINE -- THE KEYS OF THE RUNS K6RVAL             K6HTML.1
043400* QUARANTINED.  NO FILE MEANS NOTHING IS LEFT OUT.                K6HTML.1
043500*================================================================ K6HTML.1
043600 1200-LOAD-QUARANTINE.                                            K6HTML.1
043700     OPEN INPUT RAW-QUARANTINE.                                   K6HTML.1
043800     IF WS-RQ-STATUS NOT = "00"                                   K6HTML.1
043900         GO TO 1200-EXIT.                                         K6HTML.1
044000 1200-READ.                                                       K6HTML.1
044100     READ RAW-QUARANTINE                                          K6HTML.1
044200         AT END GO TO 1200-CLOSE.                                 K6HTML.1
044300     IF WS-RQ-COUNT NOT LESS THAN 500                             K6HTML.1
044400         SET WS-TABLE-FULL TO TRUE                                K6HTML.1
044500         GO TO 1200-CLOSE.                                        K6HTML.1
044600     ADD 1 TO WS-RQ-COUNT.                                        K6HTML.1
044700     MOVE RQ-RAW-KEY TO RQ-KEY-ENTRY (WS-RQ-COUNT).               K6HTML.1
044800     GO TO 1200-READ.                                             K6HTML.1
044900 1200-CLOSE.                                                      K6HTML.1
045000     CLOSE RAW-QUARANTINE.                                        K6HTML.1
045100 1200-EXIT.                                                       K6HTML.1
045200     EXIT.                                                        K6HTML.1
045300*================================================================ K6HTML.1
045400* 1300-LOAD-EXCEPTIONS -- THE RUNS K6CNSK FOUND SHORT OF THEIR    K6HTML.1
045500* CENSUS.  ONLY THE RUN RECORDS MATTER HERE.                      K6HTML.1
045600*================================================================ K6HTML.1
045700 1300-LOAD-EXCEPTIONS.                                            K6HTML.1
045800     OPEN INPUT CENSUS-EXCEPT.                                    K6HTML.1
045900     IF WS-CNSX-STATUS NOT = "00"                                 K6HTML.1
046000         GO TO 1300-EXIT.                                         K6HTML.1
046100 1300-READ.                                                       K6HTML.1
046200     READ CENSUS-EXCEPT                                           K6HTML.1
046300         AT END GO TO 1300-CLOSE.                                 K6HTML.1
046400     IF NOT NX-RUN-REC                                            K6HTML.1
046500         GO TO 1300-READ.                                         K6HTML.1
046600     IF WS-XCP-COUNT NOT LESS THAN 200                            K6HTML.1
046700         SET WS-TABLE-FULL TO TRUE                                K6HTML.1
046800         GO TO 1300-CLOSE.                                        K6HTML.1
046900     ADD 1 TO WS-XCP-COUNT.                                       K6HTML.1
047000     MOVE NX-TARGET-ID TO WS-RK-TARGET-ID.                        K6HTML.1
047100     MOVE NX-PGM-ID    TO WS-RK-PGM-ID.                           K6HTML.1
047200     MOVE NX-RUN-DATE  TO WS-RK-RUN-DATE.                         K6HTML.1
047300     MOVE NX-RUN-SEQ   TO WS-RK-RUN-SEQ.                          K6HTML.1
047400     MOVE WS-RUN-KEY   TO XCP-KEY (WS-XCP-COUNT).                 K6HTML.1
047500     MOVE NX-RAN       TO XCP-RAN (WS-XCP-COUNT).                 K6HTML.1
047600     MOVE NX-EXPECTED  TO XCP-EXPECTED (WS-XCP-COUNT).            K6HTML.1
047700     GO TO 1300-READ.                                             K6HTML.1
047800 1300-CLOSE.                                                      K6HTML.1
047900     CLOSE CENSUS-EXCEPT.                                         K6HTML.1
048000 1300-EXIT.                                                       K6HTML.1
048100     EXIT.                                                        K6HTML.1
048200*================================================================ K6HTML.1
048300* 1500-NEWEST-DATE -- THE NEWEST EFFECTIVE RUN DATE OF THE        K6HTML.1
048400* WINDOW, AS K6MORN TAKES IT.                                     K6HTML.1
048500*================================================================ K6HTML.1
048600 1500-NEWEST-DATE.                                                K6HTML.1
048700     OPEN INPUT RAW-EXTRACT.                                      K6HTML.1
048800     MOVE "N" TO WS-EOF-SW.                                       K6HTML.1
048900 1500-READ.                                                       K6HTML.1
049000     READ RAW-EXTRACT                                             K6HTML.1
049100         AT END GO TO 1500-DONE.                                  K6HTML.1
049200     PERFORM 2100-EFFECTIVE-RUN THRU 2100-EXIT.                   K6HTML.1
049300     IF WS-QUARANTINED-SW = "Y"                                   K6HTML.1
049400         GO TO 1500-READ.                                         K6HTML.1
049500     IF RE-RUN-DATE GREATER THAN WS-WINDOW-DATE                   K6HTML.1
049600         MOVE RE-RUN-DATE TO WS-WINDOW-DATE.                      K6HTML.1
049700     GO TO 1500-READ.                                             K6HTML.1
049800 1500-DONE.                                                       K6HTML.1
049900     CLOSE RAW-EXTRACT.                                           K6HTML.1
050000     MOVE ZERO TO WS-RQ-SKIPS.                                    K6HTML.1
050100 1500-EXIT.                                                       K6HTML.1
050200     EXIT.                                                        K6HTML.1
050300*================================================================ K6HTML.1
050400* 2000-LOAD-RUNS -- THE WINDOW'S EFFECTIVE RUNS, KEEPING THE      K6HTML.1
050500* LATEST OF EACH PROGRAM AND TARGET.                              K6HTML.1
050600*================================================================ K6HTML.1
050700 2000-LOAD-RUNS.                                                  K6HTML.1
050800     OPEN INPUT RAW-EXTRACT.                                      K6HTML.1
050900 2000-READ.                                                       K6HTML.1
051000     READ RAW-EXTRACT                                             K6HTML.1
051100         AT END GO TO 2000-DONE.                                  K6HTML.1
051200     PERFORM 2100-EFFECTIVE-RUN THRU 2100-EXIT.                   K6HTML.1
051300     IF WS-QUARANTINED-SW = "Y"                                   K6HTML.1
051400         GO TO 2000-READ.                                         K6HTML.1
051500     IF RE-RUN-DATE NOT = WS-WINDOW-DATE                          K6HTML.1
051600         GO TO 2000-READ.                                         K6HTML.1
051700     PERFORM 2200-FIND-PROGRAM THRU 2200-EXIT.                    K6HTML.1
051800     IF WS-PG-SUB = ZERO                                          K6HTML.1
051900         GO TO 2000-READ.                                         K6HTML.1
052000     IF PG-RUN-SEQ (WS-PG-SUB) NOT = ZERO                         K6HTML.1
052100             AND RE-RUN-SEQ NOT > PG-RUN-SEQ (WS-PG-SUB)          K6HTML.1
052200         GO TO 2000-READ.                                         K6HTML.1
052300     MOVE RE-RUN-DATE  TO PG-RUN-DATE (WS-PG-SUB).                K6HTML.1
052400     MOVE RE-RUN-SEQ   TO PG-RUN-SEQ (WS-PG-SUB).                 K6HTML.1
052500     MOVE RE-C-ABORT   TO PG-ABORT (WS-PG-SUB).                   K6HTML.1
052600     MOVE RE-C-OK      TO PG-OK (WS-PG-SUB).                      K6HTML.1
052700     MOVE RE-C-ALL     TO PG-ALL (WS-PG-SUB).                     K6HTML.1
052800     MOVE RE-C-FAIL    TO PG-FAIL (WS-PG-SUB).                    K6HTML.1
052900     MOVE RE-C-DELETED TO PG-DELETED (WS-PG-SUB).                 K6HTML.1
053000     MOVE RE-C-INSPECT TO PG-INSPECT (WS-PG-SUB).                 K6HTML.1
053100     MOVE RE-SEV-HIGH  TO PG-SEV-HIGH (WS-PG-SUB).                K6HTML.1
053200     GO TO 2000-READ.                                             K6HTML.1
053300 2000-DONE.                                                       K6HTML.1
053400     CLOSE RAW-EXTRACT.                                           K6HTML.1
053500 2000-EXIT.                                                       K6HTML.1
053600     EXIT.                                                        K6HTML.1
053700*================================================================ K6HTML.1
053800* 2100-EFFECTIVE-RUN -- WS-QUARANTINED-SW IS "Y" FOR ANY RECORD   K6HTML.1
053900* THAT IS NOT EVIDENCE OF THIS WINDOW: ANOTHER WINDOW, THE        K6HTML.1
054000* K6SMOK CALIBRATION RECORD, A SUPERSEDED RUN, OR A RUN K6RVAL    K6HTML.1
054100* QUARANTINED (COUNTED).  A BLANK WINDOW ID PREDATES THE FIELD    K6HTML.1
054200* AND BELONGS TO THE OVERNIGHT WINDOW.                            K6HTML.1
054300*================================================================ K6HTML.1
054400 2100-EFFECTIVE-RUN.                                              K6HTML.1
054500     MOVE "Y" TO WS-QUARANTINED-SW.                               K6HTML.1
054600     IF RE-WINDOW-ID NOT = WS-WINDOW-ID                           K6HTML.1
054700             AND NOT (RE-WINDOW-ID = SPACE                        K6HTML.1
054800             AND WS-WINDOW-ID = "N")                              K6HTML.1
054900         GO TO 2100-EXIT.                                         K6HTML.1
000000     IF RE-PGM-ID = "K6SMOK" OR RE-NOT-EFFECTIVE                  K6VOID.1
055100         GO TO 2100-EXIT.                                         K6HTML.1
055200     MOVE ZERO TO WS-RQ-SUB.                                      K6HTML.1
055300 2100-SCAN.                                                       K6HTML.1
055400     ADD 1 TO WS-RQ-SUB.                                          K6HTML.1
055500     IF WS-RQ-SUB GREATER THAN WS-RQ-COUNT                        K6HTML.1
055600         MOVE "N" TO WS-QUARANTINED-SW                            K6HTML.1
055700         GO TO 2100-EXIT.                                         K6HTML.1
055800     IF RQ-KEY-ENTRY (WS-RQ-SUB) NOT = RE-RAW-DATA-KEY            K6HTML.1
055900         GO TO 2100-SCAN.                                         K6HTML.1
056000     IF RE-RUN-DATE = WS-WINDOW-DATE                              K6HTML.1
056100         ADD 1 TO WS-RQ-SKIPS.                                    K6HTML.1
056200 2100-EXIT.                                                       K6HTML.1
056300     EXIT.                                                        K6HTML.1
056400*================================================================ K6HTML.1
056500* 2200-FIND-PROGRAM -- WS-PG-SUB TO THE ENTRY FOR THIS PROGRAM    K6HTML.1
056600* AND TARGET, ADDED WHEN NEW; ZERO WHEN THE TABLE IS FULL.        K6HTML.1
056700*================================================================ K6HTML.1
056800 2200-FIND-PROGRAM.                                               K6HTML.1
056900     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
057000 2200-SCAN.                                                       K6HTML.1
057100     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
057200         GO TO 2200-ADD.                                          K6HTML.1
057300     IF PG-PGM-ID (WS-PG-SUB) = RE-PGM-ID                         K6HTML.1
057400             AND PG-TARGET-ID (WS-PG-SUB) = RE-TARGET-ID          K6HTML.1
057500         GO TO 2200-EXIT.                                         K6HTML.1
057600     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
057700     GO TO 2200-SCAN.                                             K6HTML.1
057800 2200-ADD.                                                        K6HTML.1
057900     IF WS-PG-COUNT NOT LESS THAN 300                             K6HTML.1
058000         SET WS-TABLE-FULL TO TRUE                                K6HTML.1
058100         MOVE ZERO TO WS-PG-SUB                                   K6HTML.1
058200         GO TO 2200-EXIT.                                         K6HTML.1
058300     ADD 1 TO WS-PG-COUNT.                                        K6HTML.1
058400     MOVE WS-PG-COUNT TO WS-PG-SUB.                               K6HTML.1
058500     MOVE SPACE TO PG-ENTRY (WS-PG-SUB).                          K6HTML.1
058600     MOVE RE-PGM-ID    TO PG-PGM-ID (WS-PG-SUB).                  K6HTML.1
058700     MOVE RE-TARGET-ID TO PG-TARGET-ID (WS-PG-SUB).               K6HTML.1
058800     MOVE ZERO TO PG-RUN-SEQ (WS-PG-SUB) PG-RAN (WS-PG-SUB)       K6HTML.1
058900                  PG-EXPECTED (WS-PG-SUB) PG-FAIL-ROWS (WS-PG-SUB)K6HTML.1
059000                  PG-RAW-CKSUM (WS-PG-SUB)                        K6HTML.1
059100                  PG-PRINT-CKSUM (WS-PG-SUB).                     K6HTML.1
059200     MOVE "N" TO PG-XCP-SW (WS-PG-SUB) PG-CKSUM-SW (WS-PG-SUB)    K6HTML.1
059300                 PG-FPAGE-SW (WS-PG-SUB).                         K6HTML.1
059400 2200-EXIT.                                                       K6HTML.1
059500     EXIT.                                                        K6HTML.1
059600*================================================================ K6HTML.1
059700* 2500-LOAD-CHECKSUMS -- EACH SHOWN RUN'S CAPTURE CHECKSUMS,      K6HTML.1
059800* SUMMED INTO THE WINDOW'S EVIDENCE SEAL.                         K6HTML.1
059900*================================================================ K6HTML.1
060000 2500-LOAD-CHECKSUMS.                                             K6HTML.1
060100     OPEN INPUT CKSUM-LOG.                                        K6HTML.1
060200     IF WS-CKL-STATUS NOT = "00"                                  K6HTML.1
060300         GO TO 2500-SEAL.                                         K6HTML.1
060400     SET WS-CKSUM-SUPPLIED TO TRUE.                               K6HTML.1
060500 2500-READ.                                                       K6HTML.1
060600     READ CKSUM-LOG                                               K6HTML.1
060700         AT END GO TO 2500-CLOSE.                                 K6HTML.1
060800     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
060900 2500-SCAN.                                                       K6HTML.1
061000     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
061100         GO TO 2500-READ.                                         K6HTML.1
061200     IF PG-PGM-ID (WS-PG-SUB) = CKL-PGM-ID                        K6HTML.1
061300             AND PG-TARGET-ID (WS-PG-SUB) = CKL-TARGET-ID         K6HTML.1
061400             AND PG-RUN-DATE (WS-PG-SUB) = CKL-RUN-DATE           K6HTML.1
061500             AND PG-RUN-SEQ (WS-PG-SUB) = CKL-RUN-SEQ             K6HTML.1
061600         MOVE "Y" TO PG-CKSUM-SW (WS-PG-SUB)                      K6HTML.1
061700         MOVE CKL-RAW-CHECKSUM TO PG-RAW-CKSUM (WS-PG-SUB)        K6HTML.1
061800         MOVE CKL-PRINT-CHECKSUM TO PG-PRINT-CKSUM (WS-PG-SUB)    K6HTML.1
061900         GO TO 2500-READ.                                         K6HTML.1
062000     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
062100     GO TO 2500-SCAN.                                             K6HTML.1
062200 2500-CLOSE.                                                      K6HTML.1
062300     CLOSE CKSUM-LOG.                                             K6HTML.1
062400 2500-SEAL.                                                       K6HTML.1
062500     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
062600 2500-SUM.                                                        K6HTML.1
062700     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
062800         GO TO 2500-EXIT.                                         K6HTML.1
062900     IF PG-CKSUM-SW (WS-PG-SUB) = "Y"                             K6HTML.1
063000         ADD 1 TO WS-SEALED-COUNT                                 K6HTML.1
063100         ADD PG-RAW-CKSUM (WS-PG-SUB) TO WS-RAW-CKSUM-TOTAL       K6HTML.1
063200         ADD PG-PRINT-CKSUM (WS-PG-SUB) TO WS-PRINT-CKSUM-TOTAL   K6HTML.1
063300     ELSE                                                         K6HTML.1
063400         ADD 1 TO WS-UNSEALED-COUNT.                              K6HTML.1
063500     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
063600     GO TO 2500-SUM.                                              K6HTML.1
063700 2500-EXIT.                                                       K6HTML.1
063800     EXIT.                                                        K6HTML.1
063900*================================================================ K6HTML.1
064000* 3000-GRADE-RUNS -- GRADE EACH RUN BY THE K6STOPL RULE AND       K6HTML.1
064100* ROLL THE GRADES UP TO THE MODULE PREFIX.                        K6HTML.1
064200*================================================================ K6HTML.1
064300 3000-GRADE-RUNS.                                                 K6HTML.1
064400     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
064500 3000-LOOP.                                                       K6HTML.1
064600     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
064700         GO TO 3000-EXIT.                                         K6HTML.1
064800     PERFORM 3100-GRADE-PROGRAM THRU 3100-EXIT.                   K6HTML.1
064900     MOVE WS-PGM-GRADE TO PG-GRADE (WS-PG-SUB).                   K6HTML.1
065000     PERFORM 3200-POST-MODULE THRU 3200-EXIT.                     K6HTML.1
065100     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
065200     GO TO 3000-LOOP.                                             K6HTML.1
065300 3000-EXIT.                                                       K6HTML.1
065400     EXIT.                                                        K6HTML.1
065500*================================================================ K6HTML.1
065600* 3100-GRADE-PROGRAM -- SAME RULE AS K6STOPL'S 7500: ABORT OR     K6HTML.1
065700* A CRITICAL/MAJOR FAILURE IS RED; A SHORT RUN WITHOUT ONE IS     K6HTML.1
065800* INCOMPLETE; MINOR-ONLY FAILURES, DELETES OR INSPECTS ARE        K6HTML.1
065900* YELLOW; ANYTHING ELSE IS GREEN.                                 K6HTML.1
000000* A PROGRAM THE TARGET DOES NOT CLAIM (K6CAPK) IS N/A INSTEAD.    K6CAPK.1
066000*================================================================ K6HTML.1
066100 3100-GRADE-PROGRAM.                                              K6HTML.1
066200     MOVE WS-PG-SUB TO WS-PG-SCAN.                                K6HTML.1
066300     MOVE PG-TARGET-ID (WS-PG-SUB) TO WS-RK-TARGET-ID.            K6HTML.1
066400     MOVE PG-PGM-ID (WS-PG-SUB)    TO WS-RK-PGM-ID.               K6HTML.1
066500     MOVE PG-RUN-DATE (WS-PG-SUB)  TO WS-RK-RUN-DATE.             K6HTML.1
066600     MOVE PG-RUN-SEQ (WS-PG-SUB)   TO WS-RK-RUN-SEQ.              K6HTML.1
066700     MOVE 1 TO WS-XCP-SUB.                                        K6HTML.1
066800 3100-XCP.                                                        K6HTML.1
066900     IF WS-XCP-SUB GREATER THAN WS-XCP-COUNT                      K6HTML.1
067000         GO TO 3100-RULE.                                         K6HTML.1
067100     IF XCP-KEY (WS-XCP-SUB) = WS-RUN-KEY                         K6HTML.1
067200         MOVE "Y" TO PG-XCP-SW (WS-PG-SUB)                        K6HTML.1
067300         MOVE XCP-RAN (WS-XCP-SUB) TO PG-RAN (WS-PG-SUB)          K6HTML.1
067400         MOVE XCP-EXPECTED (WS-XCP-SUB)                           K6HTML.1
067500             TO PG-EXPECTED (WS-PG-SUB)                           K6HTML.1
067600         GO TO 3100-RULE.                                         K6HTML.1
067700     ADD 1 TO WS-XCP-SUB.                                         K6HTML.1
067800     GO TO 3100-XCP.                                              K6HTML.1
067900 3100-RULE.                                                       K6HTML.1
000000*    A PROGRAM OUTSIDE THE TARGET'S CLAIMED PROFILE IS NOT        K6CAPK.1
000000*    GRADED AT ALL (SEE K6CAPK), AS IN K6STOPL'S 7500.            K6CAPK.1
000000     MOVE "QUERY   "               TO CAPK-FUNCTION.              K6CAPK.1
000000     MOVE PG-TARGET-ID (WS-PG-SUB) TO CAPK-TARGET-ID.             K6CAPK.1
000000     MOVE PG-PGM-ID (WS-PG-SUB)    TO CAPK-PGM-ID.                K6CAPK.1
000000     CALL "K6CAPK" USING CAPK-PARM.                               K6CAPK.1
000000     IF NOT CAPK-NOT-APPLICABLE                                   K6CAPK.1
000000         GO TO 3100-GRADE.                                        K6CAPK.1
000000     MOVE "N" TO WS-PGM-GRADE.                                    K6CAPK.1
000000     IF PG-OK (WS-PG-SUB) > ZERO                                  K6CAPK.1
000000             OR PG-FAIL (WS-PG-SUB) > ZERO                        K6CAPK.1
000000         MOVE "M" TO WS-PGM-GRADE                                 K6CAPK.1
000000         ADD 1 TO WS-MISMATCH-COUNT.                              K6CAPK.1
000000     GO TO 3100-EXIT.                                             K6CAPK.1
000000 3100-GRADE.                                                      K6CAPK.1
068000     MOVE "G" TO WS-PGM-GRADE.                                    K6HTML.1
068100     IF PG-ABORT (WS-PG-SUB) = "ABORTED "                         K6HTML.1
068200         MOVE "R" TO WS-PGM-GRADE                                 K6HTML.1
068300         GO TO 3100-EXIT.                                         K6HTML.1
068400     IF PG-XCP-SW (WS-PG-SUB) = "Y"                               K6HTML.1
068500             AND (PG-FAIL (WS-PG-SUB) = ZERO                      K6HTML.1
068600             OR PG-SEV-HIGH (WS-PG-SUB) = "3")                    K6HTML.1
068700         MOVE "I" TO WS-PGM-GRADE                                 K6HTML.1
068800         GO TO 3100-EXIT.                                         K6HTML.1
068900     IF PG-FAIL (WS-PG-SUB) > ZERO                                K6HTML.1
069000             AND PG-SEV-HIGH (WS-PG-SUB) = "3"                    K6HTML.1
069100         MOVE "Y" TO WS-PGM-GRADE                                 K6HTML.1
069200         GO TO 3100-EXIT.                                         K6HTML.1
069300     IF PG-FAIL (WS-PG-SUB) > ZERO                                K6HTML.1
069400         MOVE "R" TO WS-PGM-GRADE                                 K6HTML.1
069500         GO TO 3100-EXIT.                                         K6HTML.1
069600     IF PG-DELETED (WS-PG-SUB) > ZERO                             K6HTML.1
069700             OR PG-INSPECT (WS-PG-SUB) > ZERO                     K6HTML.1
069800         MOVE "Y" TO WS-PGM-GRADE.                                K6HTML.1
069900 3100-EXIT.                                                       K6HTML.1
070000     EXIT.                                                        K6HTML.1
070100*================================================================ K6HTML.1
070200* 3200-POST-MODULE -- WORST GRADE WINS: RED BEATS INCOMPLETE      K6HTML.1
070300* BEATS YELLOW BEATS GREEN, AS IN K6GATE.                         K6HTML.1
000000* AN N/A PROGRAM IS COUNTED BUT TAKES NO PART IN THE GRADE, AS IN K6CAPK.1
000000* K6GATE; A MODULE OF N/A PROGRAMS ONLY STAYS N/A.                K6CAPK.1
070400*================================================================ K6HTML.1
070500 3200-POST-MODULE.                                                K6HTML.1
070600     MOVE 1 TO WS-MD-SUB.                                         K6HTML.1
070700 3200-SCAN.                                                       K6HTML.1
070800     IF WS-MD-SUB GREATER THAN WS-MD-COUNT                        K6HTML.1
070900         GO TO 3200-ADD.                                          K6HTML.1
071000     IF MD-ID (WS-MD-SUB) = PG-PGM-ID (WS-PG-SUB) (1:2)           K6HTML.1
071100         GO TO 3200-POST.                                         K6HTML.1
071200     ADD 1 TO WS-MD-SUB.                                          K6HTML.1
071300     GO TO 3200-SCAN.                                             K6HTML.1
071400 3200-ADD.                                                        K6HTML.1
071500     IF WS-MD-COUNT NOT LESS THAN 60                              K6HTML.1
071600         SET WS-TABLE-FULL TO TRUE                                K6HTML.1
071700         GO TO 3200-EXIT.                                         K6HTML.1
071800     ADD 1 TO WS-MD-COUNT.                                        K6HTML.1
071900     MOVE WS-MD-COUNT TO WS-MD-SUB.                               K6HTML.1
072000     MOVE PG-PGM-ID (WS-PG-SUB) (1:2) TO MD-ID (WS-MD-SUB).       K6HTML.1
000000     MOVE "N" TO MD-GRADE (WS-MD-SUB).                            K6CAPK.1
072200     MOVE ZERO TO MD-PROGRAMS (WS-MD-SUB) MD-RED (WS-MD-SUB)      K6HTML.1
072300                  MD-INCMPL (WS-MD-SUB) MD-YELLOW (WS-MD-SUB)     K6HTML.1
072400                  MD-GREEN (WS-MD-SUB).                           K6HTML.1
000000     MOVE ZERO TO MD-NA (WS-MD-SUB).                              K6CAPK.1
072500 3200-POST.                                                       K6HTML.1
072600     ADD 1 TO MD-PROGRAMS (WS-MD-SUB).                            K6HTML.1
000000     IF WS-PGM-GRADE = "N" OR "M"                                 K6CAPK.1
000000         ADD 1 TO MD-NA (WS-MD-SUB)                               K6CAPK.1
000000         GO TO 3200-EXIT.                                         K6CAPK.1
000000     IF MD-GRADE (WS-MD-SUB) = "N"                                K6CAPK.1
000000         MOVE "G" TO MD-GRADE (WS-MD-SUB).                        K6CAPK.1
072700     IF WS-PGM-GRADE = "R"                                        K6HTML.1
072800         ADD 1 TO MD-RED (WS-MD-SUB)                              K6HTML.1
072900         MOVE "R" TO MD-GRADE (WS-MD-SUB).                        K6HTML.1
073000     IF WS-PGM-GRADE = "I"                                        K6HTML.1
073100         ADD 1 TO MD-INCMPL (WS-MD-SUB).                          K6HTML.1
073200     IF WS-PGM-GRADE = "I"                                        K6HTML.1
073300             AND MD-GRADE (WS-MD-SUB) NOT = "R"                   K6HTML.1
073400         MOVE "I" TO MD-GRADE (WS-MD-SUB).                        K6HTML.1
073500     IF WS-PGM-GRADE = "Y"                                        K6HTML.1
073600         ADD 1 TO MD-YELLOW (WS-MD-SUB).                          K6HTML.1
073700     IF WS-PGM-GRADE = "Y"                                        K6HTML.1
073800             AND MD-GRADE (WS-MD-SUB) = "G"                       K6HTML.1
073900         MOVE "Y" TO MD-GRADE (WS-MD-SUB).                        K6HTML.1
074000     IF WS-PGM-GRADE = "G"                                        K6HTML.1
074100         ADD 1 TO MD-GREEN (WS-MD-SUB).                           K6HTML.1
074200 3200-EXIT.                                                       K6HTML.1
074300     EXIT.                                                        K6HTML.1
074400*================================================================ K6HTML.1
074500* 3500-LOAD-FAILURES -- THE FAILING ROWS OF EVERY SHOWN RUN       K6HTML.1
074600* FROM THE RESULTS-HISTORY MASTER.                                K6HTML.1
074700*================================================================ K6HTML.1
074800 3500-LOAD-FAILURES.                                              K6HTML.1
074900     OPEN INPUT RESULT-MASTER.                                    K6HTML.1
075000     IF WS-MASTER-STATUS NOT = "00"                               K6HTML.1
075100         MOVE "RESULTS-HISTORY MASTER WOULD NOT OPEN" TO NL-TEXT  K6HTML.1
075200         WRITE HR-PRINT-REC FROM NOTE-LINE                        K6HTML.1
075300             AFTER ADVANCING 2 LINES                              K6HTML.1
075400         MOVE 04 TO WS-HTML-RC                                    K6HTML.1
075500         GO TO 3500-EXIT.                                         K6HTML.1
075600     MOVE "N" TO WS-EOF-SW.                                       K6HTML.1
075700 3500-READ.                                                       K6HTML.1
075800     READ RESULT-MASTER NEXT RECORD                               K6HTML.1
075900         AT END SET WS-EOF TO TRUE.                               K6HTML.1
076000     IF WS-EOF                                                    K6HTML.1
076100         GO TO 3500-DONE.                                         K6HTML.1
076200     IF RH-P-OR-F (1:4) NOT = "FAIL"                              K6HTML.1
076300             OR RH-RUN-DATE NOT = WS-WINDOW-DATE                  K6HTML.1
076400         GO TO 3500-READ.                                         K6HTML.1
076500     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
076600 3500-SCAN.                                                       K6HTML.1
076700     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
076800         GO TO 3500-READ.                                         K6HTML.1
076900     IF PG-PGM-ID (WS-PG-SUB) = RH-PGM-ID                         K6HTML.1
077000             AND PG-TARGET-ID (WS-PG-SUB) = RH-TARGET-ID          K6HTML.1
077100             AND PG-RUN-SEQ (WS-PG-SUB) = RH-RUN-SEQ              K6HTML.1
077200         GO TO 3500-KEEP.                                         K6HTML.1
077300     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
077400     GO TO 3500-SCAN.                                             K6HTML.1
077500 3500-KEEP.                                                       K6HTML.1
077600     IF WS-FR-COUNT NOT LESS THAN 3000                            K6HTML.1
077700         SET WS-TABLE-FULL TO TRUE                                K6HTML.1
077800         GO TO 3500-READ.                                         K6HTML.1
077900     ADD 1 TO WS-FR-COUNT.                                        K6HTML.1
078000     ADD 1 TO PG-FAIL-ROWS (WS-PG-SUB).                           K6HTML.1
078100     MOVE WS-PG-SUB   TO FR-PG-SUB (WS-FR-COUNT).                 K6HTML.1
078200     MOVE RH-PAR-NAME TO FR-PAR-NAME (WS-FR-COUNT).               K6HTML.1
078300     MOVE RH-P-OR-F   TO FR-P-OR-F (WS-FR-COUNT).                 K6HTML.1
078400     MOVE RH-COMPUTED TO FR-COMPUTED (WS-FR-COUNT).               K6HTML.1
078500     MOVE RH-CORRECT  TO FR-CORRECT (WS-FR-COUNT).                K6HTML.1
078600     MOVE RH-SEVERITY TO FR-SEVERITY (WS-FR-COUNT).               K6HTML.1
078700     MOVE SPACE TO FR-TRIAGE-CLASS (WS-FR-COUNT)                  K6HTML.1
078800                   FR-TRIAGE-NAME (WS-FR-COUNT).                  K6HTML.1
078900     GO TO 3500-READ.                                             K6HTML.1
079000 3500-DONE.                                                       K6HTML.1
079100     CLOSE RESULT-MASTER.                                         K6HTML.1
079200 3500-EXIT.                                                       K6HTML.1
079300     EXIT.                                                        K6HTML.1
079400*================================================================ K6HTML.1
079500* 3700-LOAD-TRIAGE -- THE K6TRIA CLASS OF EACH FAILING ROW.       K6HTML.1
079600*================================================================ K6HTML.1
079700 3700-LOAD-TRIAGE.                                                K6HTML.1
079800     OPEN INPUT TRIAGE-EXTRACT.                                   K6HTML.1
079900     IF WS-TRIA-STATUS NOT = "00"                                 K6HTML.1
080000         GO TO 3700-EXIT.                                         K6HTML.1
080100 3700-READ.                                                       K6HTML.1
080200     READ TRIAGE-EXTRACT                                          K6HTML.1
080300         AT END GO TO 3700-CLOSE.                                 K6HTML.1
080400     MOVE 1 TO WS-FR-SUB.                                         K6HTML.1
080500 3700-SCAN.                                                       K6HTML.1
080600     IF WS-FR-SUB GREATER THAN WS-FR-COUNT                        K6HTML.1
080700         GO TO 3700-READ.                                         K6HTML.1
080800     MOVE FR-PG-SUB (WS-FR-SUB) TO WS-PG-SUB.                     K6HTML.1
080900     IF FR-PAR-NAME (WS-FR-SUB) = TX-PAR-NAME                     K6HTML.1
081000             AND PG-PGM-ID (WS-PG-SUB) = TX-PGM-ID                K6HTML.1
081100             AND PG-TARGET-ID (WS-PG-SUB) = TX-TARGET-ID          K6HTML.1
081200             AND PG-RUN-DATE (WS-PG-SUB) = TX-RUN-DATE            K6HTML.1
081300             AND PG-RUN-SEQ (WS-PG-SUB) = TX-RUN-SEQ              K6HTML.1
081400         MOVE TX-CLASS TO FR-TRIAGE-CLASS (WS-FR-SUB)             K6HTML.1
081500         MOVE TX-CLASS-NAME TO FR-TRIAGE-NAME (WS-FR-SUB)         K6HTML.1
081600         GO TO 3700-READ.                                         K6HTML.1
081700     ADD 1 TO WS-FR-SUB.                                          K6HTML.1
081800     GO TO 3700-SCAN.                                             K6HTML.1
081900 3700-CLOSE.                                                      K6HTML.1
082000     CLOSE TRIAGE-EXTRACT.                                        K6HTML.1
082100 3700-EXIT.                                                       K6HTML.1
082200     EXIT.                                                        K6HTML.1
082300*================================================================ K6HTML.1
082400* 3800-LOAD-WAIVERS -- THE WAIVER REGISTER.                       K6HTML.1
082500*================================================================ K6HTML.1
082600 3800-LOAD-WAIVERS.                                               K6HTML.1
082700     OPEN INPUT WAIVER-REGISTER.                                  K6HTML.1
082800     IF WS-WVR-STATUS NOT = "00"                                  K6HTML.1
082900         GO TO 3800-EXIT.                                         K6HTML.1
083000 3800-READ.                                                       K6HTML.1
083100     READ WAIVER-REGISTER                                         K6HTML.1
083200         AT END GO TO 3800-CLOSE.                                 K6HTML.1
083300     IF WV-PGM-ID = SPACE                                         K6HTML.1
083400         GO TO 3800-READ.                                         K6HTML.1
083500     IF WS-WV-COUNT NOT LESS THAN 200                             K6HTML.1
083600         SET WS-TABLE-FULL TO TRUE                                K6HTML.1
083700         GO TO 3800-CLOSE.                                        K6HTML.1
083800     ADD 1 TO WS-WV-COUNT.                                        K6HTML.1
083900     MOVE WV-PGM-ID      TO WT-PGM-ID (WS-WV-COUNT).              K6HTML.1
084000     MOVE WV-PAR-NAME    TO WT-PAR-NAME (WS-WV-COUNT).            K6HTML.1
084100     MOVE WV-TICKET      TO WT-TICKET (WS-WV-COUNT).              K6HTML.1
084200     MOVE WV-EXPIRY-DATE TO WT-EXPIRY-DATE (WS-WV-COUNT).         K6HTML.1
084300     GO TO 3800-READ.                                             K6HTML.1
084400 3800-CLOSE.                                                      K6HTML.1
084500     CLOSE WAIVER-REGISTER.                                       K6HTML.1
084600 3800-EXIT.                                                       K6HTML.1
084700     EXIT.                                                        K6HTML.1
084800*================================================================ K6HTML.1
084900* 3300-SORT-MODULES -- MODULES IN PREFIX ORDER FOR THE            K6HTML.1
085000* STOPLIGHT.  THE TABLE IS SMALL; AN EXCHANGE PASS DOES.          K6HTML.1
085100*================================================================ K6HTML.1
085200 3300-SORT-MODULES.                                               K6HTML.1
085300     MOVE "N" TO WS-SWAP-SW.                                      K6HTML.1
085400     MOVE 1 TO WS-MD-SUB.                                         K6HTML.1
085500 3300-PASS.                                                       K6HTML.1
085600     IF WS-MD-SUB NOT LESS THAN WS-MD-COUNT                       K6HTML.1
085700         GO TO 3300-NEXT-PASS.                                    K6HTML.1
085800     IF MD-ID (WS-MD-SUB) GREATER THAN MD-ID (WS-MD-SUB + 1)      K6HTML.1
085900         MOVE MD-ENTRY (WS-MD-SUB) TO MD-HOLD                     K6HTML.1
086000         MOVE MD-ENTRY (WS-MD-SUB + 1) TO MD-ENTRY (WS-MD-SUB)    K6HTML.1
086100         MOVE MD-HOLD TO MD-ENTRY (WS-MD-SUB + 1)                 K6HTML.1
086200         MOVE "Y" TO WS-SWAP-SW.                                  K6HTML.1
086300     ADD 1 TO WS-MD-SUB.                                          K6HTML.1
086400     GO TO 3300-PASS.                                             K6HTML.1
086500 3300-NEXT-PASS.                                                  K6HTML.1
086600     IF WS-SWAP-SW = "Y"                                          K6HTML.1
086700         GO TO 3300-SORT-MODULES.                                 K6HTML.1
086800 3300-EXIT.                                                       K6HTML.1
086900     EXIT.                                                        K6HTML.1
087000*================================================================ K6HTML.1
087100* 3900-MARK-FAILURE-PAGES -- A PROGRAM GETS ONE FAILURE PAGE      K6HTML.1
087200* FOR ALL ITS TARGETS; IT IS OWNED BY THE FIRST FAILING ENTRY     K6HTML.1
087300* OF THE PROGRAM IN THE TABLE.                                    K6HTML.1
087400*================================================================ K6HTML.1
087500 3900-MARK-FAILURE-PAGES.                                         K6HTML.1
087600     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
087700 3900-LOOP.                                                       K6HTML.1
087800     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
087900         GO TO 3900-EXIT.                                         K6HTML.1
088000     IF PG-FAIL (WS-PG-SUB) = ZERO                                K6HTML.1
088100             AND PG-FAIL-ROWS (WS-PG-SUB) = ZERO                  K6HTML.1
088200         GO TO 3900-NEXT.                                         K6HTML.1
088300     MOVE 1 TO WS-PG-SCAN.                                        K6HTML.1
088400 3900-SCAN.                                                       K6HTML.1
088500     IF WS-PG-SCAN NOT LESS THAN WS-PG-SUB                        K6HTML.1
088600         MOVE "Y" TO PG-FPAGE-SW (WS-PG-SUB)                      K6HTML.1
088700         GO TO 3900-NEXT.                                         K6HTML.1
088800     IF PG-PGM-ID (WS-PG-SCAN) = PG-PGM-ID (WS-PG-SUB)            K6HTML.1
088900             AND PG-FPAGE-SW (WS-PG-SCAN) = "Y"                   K6HTML.1
089000         GO TO 3900-NEXT.                                         K6HTML.1
089100     ADD 1 TO WS-PG-SCAN.                                         K6HTML.1
089200     GO TO 3900-SCAN.                                             K6HTML.1
089300 3900-NEXT.                                                       K6HTML.1
089400     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
089500     GO TO 3900-LOOP.                                             K6HTML.1
089600 3900-EXIT.                                                       K6HTML.1
089700     EXIT.                                                        K6HTML.1
089800*================================================================ K6HTML.1
089900* 4000-INDEX-PAGE -- THE WINDOW INDEX.                            K6HTML.1
090000*================================================================ K6HTML.1
090100 4000-INDEX-PAGE.                                                 K6HTML.1
090200     MOVE "INDEX" TO WS-PAGE-NAME.                                K6HTML.1
090300     MOVE "CCVS CERTIFICATION WINDOW INDEX" TO WS-PAGE-TITLE.     K6HTML.1
090400     PERFORM 8000-PAGE-HEAD THRU 8000-EXIT.                       K6HTML.1
090500     IF WS-PG-COUNT NOT = ZERO                                    K6HTML.1
090600         GO TO 4000-GRADES.                                       K6HTML.1
090700     MOVE 08 TO WS-HTML-RC.                                       K6HTML.1
090800     STRING "<p class='none'>NO EFFECTIVE RUN IN THIS WINDOW."    K6HTML.1
090900            "</p>" DELIMITED BY SIZE                              K6HTML.1
091000         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
091100     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
091200     GO TO 4000-REPORTS.                                          K6HTML.1
091300 4000-GRADES.                                                     K6HTML.1
091400     MOVE 1 TO WS-MD-SUB.                                         K6HTML.1
091500 4000-COUNT.                                                      K6HTML.1
091600     IF WS-MD-SUB GREATER THAN WS-MD-COUNT                        K6HTML.1
091700         GO TO 4000-TABLE.                                        K6HTML.1
091800     IF MD-GRADE (WS-MD-SUB) = "R"                                K6HTML.1
091900         ADD 1 TO WS-RED-COUNT                                    K6HTML.1
092000     ELSE IF MD-GRADE (WS-MD-SUB) = "I"                           K6HTML.1
092100         ADD 1 TO WS-INCMPL-COUNT                                 K6HTML.1
092200     ELSE IF MD-GRADE (WS-MD-SUB) = "Y"                           K6HTML.1
092300         ADD 1 TO WS-YELLOW-COUNT                                 K6HTML.1
000000     ELSE IF MD-GRADE (WS-MD-SUB) = "N"                           K6CAPK.1
000000         ADD 1 TO WS-NA-COUNT                                     K6CAPK.1
092400     ELSE                                                         K6HTML.1
092500         ADD 1 TO WS-GREEN-COUNT.                                 K6HTML.1
092600     ADD 1 TO WS-MD-SUB.                                          K6HTML.1
092700     GO TO 4000-COUNT.                                            K6HTML.1
092800 4000-TABLE.                                                      K6HTML.1
092900     MOVE "<h2>MODULES BY GRADE</h2>" TO HL-TEXT.                 K6HTML.1
093000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
093100     MOVE "<table><tr><th>GRADE</th><th>MODULES</th></tr>"        K6HTML.1
093200         TO HL-TEXT.                                              K6HTML.1
093300     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
093400     MOVE "R" TO WS-CELL-GRADE.                                   K6HTML.1
093500     MOVE WS-RED-COUNT TO ED-COUNT.                               K6HTML.1
093600     PERFORM 4100-GRADE-ROW THRU 4100-EXIT.                       K6HTML.1
093700     MOVE "I" TO WS-CELL-GRADE.                                   K6HTML.1
093800     MOVE WS-INCMPL-COUNT TO ED-COUNT.                            K6HTML.1
093900     PERFORM 4100-GRADE-ROW THRU 4100-EXIT.                       K6HTML.1
094000     MOVE "Y" TO WS-CELL-GRADE.                                   K6HTML.1
094100     MOVE WS-YELLOW-COUNT TO ED-COUNT.                            K6HTML.1
094200     PERFORM 4100-GRADE-ROW THRU 4100-EXIT.                       K6HTML.1
094300     MOVE "G" TO WS-CELL-GRADE.                                   K6HTML.1
094400     MOVE WS-GREEN-COUNT TO ED-COUNT.                             K6HTML.1
094500     PERFORM 4100-GRADE-ROW THRU 4100-EXIT.                       K6HTML.1
000000     MOVE "N" TO WS-CELL-GRADE.                                   K6CAPK.1
000000     MOVE WS-NA-COUNT TO ED-COUNT.                                K6CAPK.1
000000     PERFORM 4100-GRADE-ROW THRU 4100-EXIT.                       K6CAPK.1
094600     MOVE "</table>" TO HL-TEXT.                                  K6HTML.1
094700     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
000000     IF WS-MISMATCH-COUNT NOT = ZERO                              K6CAPK.1
000000         MOVE WS-MISMATCH-COUNT TO ED-COUNT                       K6CAPK.1
000000         STRING "<p>CLAIM MISMATCHES (N/A RUNS WITH VERDICTS) "   K6CAPK.1
000000                ED-COUNT "</p>" DELIMITED BY SIZE                 K6CAPK.1
000000             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6CAPK.1
000000         PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                  K6CAPK.1
094800     STRING "<p><a href='STOPLITE.html'>MODULE STOPLIGHT</a>"     K6HTML.1
094900            "</p>" DELIMITED BY SIZE                              K6HTML.1
095000         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
095100     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
095200     MOVE "<h2>FAILURE PAGES</h2>" TO HL-TEXT.                    K6HTML.1
095300     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
095400     MOVE "<ul>" TO HL-TEXT.                                      K6HTML.1
095500     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
095600     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
095700 4000-FAIL-LINK.                                                  K6HTML.1
095800     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
095900         GO TO 4000-FAIL-END.                                     K6HTML.1
096000     IF PG-FPAGE-SW (WS-PG-SUB) = "Y"                             K6HTML.1
096100         STRING "<li><a href='F" PG-PGM-ID (WS-PG-SUB)            K6HTML.1
096200                ".html'>" PG-PGM-ID (WS-PG-SUB) "</a></li>"       K6HTML.1
096300                DELIMITED BY SIZE                                 K6HTML.1
096400             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
096500         PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                  K6HTML.1
096600     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
096700     GO TO 4000-FAIL-LINK.                                        K6HTML.1
096800 4000-FAIL-END.                                                   K6HTML.1
096900     MOVE "</ul>" TO HL-TEXT.                                     K6HTML.1
097000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
097100 4000-REPORTS.                                                    K6HTML.1
097200     MOVE "<h2>GATE JUSTIFICATION</h2>" TO HL-TEXT.               K6HTML.1
097300     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
097400     MOVE "Y" TO WS-GATE-SW.                                      K6HTML.1
097500     PERFORM 4200-EMBED-PRINT THRU 4200-EXIT.                     K6HTML.1
097600     MOVE "<h2>MORNING SUMMARY</h2>" TO HL-TEXT.                  K6HTML.1
097700     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
097800     MOVE "N" TO WS-GATE-SW.                                      K6HTML.1
097900     PERFORM 4200-EMBED-PRINT THRU 4200-EXIT.                     K6HTML.1
098000     PERFORM 8050-PAGE-FOOT THRU 8050-EXIT.                       K6HTML.1
098100 4000-EXIT.                                                       K6HTML.1
098200     EXIT.                                                        K6HTML.1
098300*================================================================ K6HTML.1
098400* 4100-GRADE-ROW -- ONE ROW OF THE INDEX GRADE TABLE.             K6HTML.1
098500*================================================================ K6HTML.1
098600 4100-GRADE-ROW.                                                  K6HTML.1
098700     MOVE "<tr>" TO HL-TEXT.                                      K6HTML.1
098800     MOVE 5 TO WS-HL-PTR.                                         K6HTML.1
098900     PERFORM 8300-GRADE-CELL THRU 8300-EXIT.                      K6HTML.1
099000     STRING "<td class='num'>" ED-COUNT "</td></tr>"              K6HTML.1
099100            DELIMITED BY SIZE                                     K6HTML.1
099200         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
099300     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
099400 4100-EXIT.                                                       K6HTML.1
099500     EXIT.                                                        K6HTML.1
099600*================================================================ K6HTML.1
099700* 4200-EMBED-PRINT -- THE GATE (WS-GATE-SW "Y") OR MORNING        K6HTML.1
099800* PRINT FILE, LINE FOR LINE, ESCAPED, IN A <pre> BLOCK.           K6HTML.1
099900*================================================================ K6HTML.1
100000 4200-EMBED-PRINT.                                                K6HTML.1
100100     IF WS-GATE-SW = "Y"                                          K6HTML.1
100200         OPEN INPUT GATE-PRINT                                    K6HTML.1
100300     ELSE                                                         K6HTML.1
100400         OPEN INPUT MORN-PRINT.                                   K6HTML.1
100500     IF WS-PRT-STATUS NOT = "00"                                  K6HTML.1
100600         STRING "<p class='none'>NOT SUPPLIED FOR THIS WINDOW."   K6HTML.1
100700                "</p>" DELIMITED BY SIZE                          K6HTML.1
100800             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
100900         PERFORM 8900-WRITE-LINE THRU 8900-EXIT                   K6HTML.1
101000         GO TO 4200-EXIT.                                         K6HTML.1
101100     MOVE "<pre>" TO HL-TEXT.                                     K6HTML.1
101200     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
101300 4200-READ.                                                       K6HTML.1
101400     IF WS-GATE-SW = "Y"                                          K6HTML.1
101500         READ GATE-PRINT                                          K6HTML.1
101600             AT END GO TO 4200-CLOSE                              K6HTML.1
101700     ELSE                                                         K6HTML.1
101800         READ MORN-PRINT                                          K6HTML.1
101900             AT END GO TO 4200-CLOSE.                             K6HTML.1
102000     IF WS-GATE-SW = "Y"                                          K6HTML.1
102100         MOVE GP-PRINT-REC TO WS-ESC-IN                           K6HTML.1
102200     ELSE                                                         K6HTML.1
102300         MOVE MP-PRINT-REC TO WS-ESC-IN.                          K6HTML.1
102400     PERFORM 8200-PUT-ESCAPED THRU 8200-EXIT.                     K6HTML.1
102500     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
102600     GO TO 4200-READ.                                             K6HTML.1
102700 4200-CLOSE.                                                      K6HTML.1
102800     MOVE "</pre>" TO HL-TEXT.                                    K6HTML.1
102900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
103000     IF WS-GATE-SW = "Y"                                          K6HTML.1
103100         CLOSE GATE-PRINT                                         K6HTML.1
103200     ELSE                                                         K6HTML.1
103300         CLOSE MORN-PRINT.                                        K6HTML.1
103400 4200-EXIT.                                                       K6HTML.1
103500     EXIT.                                                        K6HTML.1
103600*================================================================ K6HTML.1
103700* 4500-STOPLIGHT-PAGE -- ONE ROW PER MODULE IN ITS GRADE COLOR,   K6HTML.1
103800* LINKED TO THE MODULE PAGE.                                      K6HTML.1
103900*================================================================ K6HTML.1
104000 4500-STOPLIGHT-PAGE.                                             K6HTML.1
104100     MOVE "STOPLITE" TO WS-PAGE-NAME.                             K6HTML.1
104200     MOVE "MODULE STOPLIGHT" TO WS-PAGE-TITLE.                    K6HTML.1
104300     PERFORM 8000-PAGE-HEAD THRU 8000-EXIT.                       K6HTML.1
104400     STRING "<table><tr><th>MODULE</th><th>GRADE</th>"            K6HTML.1
104500            "<th>PROGRAMS</th><th>RED</th><th>INCMPL</th>"        K6HTML.1
000000            "<th>YELLOW</th><th>GREEN</th><th>N/A</th></tr>"      K6CAPK.1
104700            DELIMITED BY SIZE                                     K6HTML.1
104800         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
104900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
105000     MOVE 1 TO WS-MD-SUB.                                         K6HTML.1
105100 4500-ROW.                                                        K6HTML.1
105200     IF WS-MD-SUB GREATER THAN WS-MD-COUNT                        K6HTML.1
105300         GO TO 4500-END.                                          K6HTML.1
105400     STRING "<tr><td><a href='M" MD-ID (WS-MD-SUB) ".html'>"      K6HTML.1
105500            MD-ID (WS-MD-SUB) "</a></td>" DELIMITED BY SIZE       K6HTML.1
105600         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
105700     MOVE MD-GRADE (WS-MD-SUB) TO WS-CELL-GRADE.                  K6HTML.1
105800     PERFORM 8300-GRADE-CELL THRU 8300-EXIT.                      K6HTML.1
105900     MOVE MD-PROGRAMS (WS-MD-SUB) TO ED-COUNT.                    K6HTML.1
106000     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
106100     MOVE MD-RED (WS-MD-SUB) TO ED-COUNT.                         K6HTML.1
106200     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
106300     MOVE MD-INCMPL (WS-MD-SUB) TO ED-COUNT.                      K6HTML.1
106400     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
106500     MOVE MD-YELLOW (WS-MD-SUB) TO ED-COUNT.                      K6HTML.1
106600     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
106700     MOVE MD-GREEN (WS-MD-SUB) TO ED-COUNT.                       K6HTML.1
106800     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
000000     MOVE MD-NA (WS-MD-SUB) TO ED-COUNT.                          K6CAPK.1
000000     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6CAPK.1
106900     STRING "</tr>" DELIMITED BY SIZE                             K6HTML.1
107000         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
107100     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
107200     ADD 1 TO WS-MD-SUB.                                          K6HTML.1
107300     GO TO 4500-ROW.                                              K6HTML.1
107400 4500-END.                                                        K6HTML.1
107500     MOVE "</table>" TO HL-TEXT.                                  K6HTML.1
107600     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
107700     PERFORM 8050-PAGE-FOOT THRU 8050-EXIT.                       K6HTML.1
107800 4500-EXIT.                                                       K6HTML.1
107900     EXIT.                                                        K6HTML.1
108000*================================================================ K6HTML.1
108100* 5000-MODULE-PAGES -- ONE PAGE PER MODULE: ITS PROGRAMS, THE     K6HTML.1
108200* RUN SHOWN, THE GRADE, THE COUNTS AND THE RUN'S CHECKSUMS.       K6HTML.1
108300*================================================================ K6HTML.1
108400 5000-MODULE-PAGES.                                               K6HTML.1
108500     MOVE 1 TO WS-MD-SUB.                                         K6HTML.1
108600 5000-MODULE.                                                     K6HTML.1
108700     IF WS-MD-SUB GREATER THAN WS-MD-COUNT                        K6HTML.1
108800         GO TO 5000-EXIT.                                         K6HTML.1
108900     MOVE SPACE TO WS-PAGE-NAME WS-PAGE-TITLE.                    K6HTML.1
109000     STRING "M" MD-ID (WS-MD-SUB) DELIMITED BY SIZE               K6HTML.1
109100         INTO WS-PAGE-NAME.                                       K6HTML.1
109200     STRING "MODULE " MD-ID (WS-MD-SUB) DELIMITED BY SIZE         K6HTML.1
109300         INTO WS-PAGE-TITLE.                                      K6HTML.1
109400     PERFORM 8000-PAGE-HEAD THRU 8000-EXIT.                       K6HTML.1
109500     STRING "<p>MODULE GRADE " DELIMITED BY SIZE                  K6HTML.1
109600         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
109700     MOVE MD-GRADE (WS-MD-SUB) TO WS-CELL-GRADE.                  K6HTML.1
109800     PERFORM 8310-GRADE-WORD THRU 8310-EXIT.                      K6HTML.1
109900     STRING "</p>" DELIMITED BY SIZE                              K6HTML.1
110000         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
110100     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
110200     STRING "<table><tr><th>PROGRAM</th><th>TARGET</th>"          K6HTML.1
110300            "<th>RUN</th><th>GRADE</th><th>OK</th>"               K6HTML.1
110400            "<th>ALL</th><th>FAIL</th><th>DELETED</th>"           K6HTML.1
110500            "<th>INSPECT</th><th>CENSUS</th>"                     K6HTML.1
110600            "<th>RAW CHECKSUM</th><th>PRINT CHECKSUM</th>"        K6HTML.1
110700            "</tr>" DELIMITED BY SIZE                             K6HTML.1
110800         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
110900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
111000     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
111100 5000-PROGRAM.                                                    K6HTML.1
111200     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
111300         GO TO 5000-END.                                          K6HTML.1
111400     IF PG-PGM-ID (WS-PG-SUB) (1:2) = MD-ID (WS-MD-SUB)           K6HTML.1
111500         PERFORM 5100-PROGRAM-ROW THRU 5100-EXIT.                 K6HTML.1
111600     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
111700     GO TO 5000-PROGRAM.                                          K6HTML.1
111800 5000-END.                                                        K6HTML.1
111900     MOVE "</table>" TO HL-TEXT.                                  K6HTML.1
112000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
112100     PERFORM 8050-PAGE-FOOT THRU 8050-EXIT.                       K6HTML.1
112200     ADD 1 TO WS-MD-SUB.                                          K6HTML.1
112300     GO TO 5000-MODULE.                                           K6HTML.1
112400 5000-EXIT.                                                       K6HTML.1
112500     EXIT.                                                        K6HTML.1
112600*================================================================ K6HTML.1
112700* 5100-PROGRAM-ROW -- ONE PROGRAM ON ITS MODULE PAGE.  A          K6HTML.1
112800* PROGRAM WITH FAILURES LINKS TO ITS FAILURE PAGE.                K6HTML.1
112900*================================================================ K6HTML.1
113000 5100-PROGRAM-ROW.                                                K6HTML.1
113100     IF PG-FAIL (WS-PG-SUB) = ZERO                                K6HTML.1
113200             AND PG-FAIL-ROWS (WS-PG-SUB) = ZERO                  K6HTML.1
113300         STRING "<tr><td>" PG-PGM-ID (WS-PG-SUB) "</td>"          K6HTML.1
113400                DELIMITED BY SIZE                                 K6HTML.1
113500             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
113600     ELSE                                                         K6HTML.1
113700         STRING "<tr><td><a href='F" PG-PGM-ID (WS-PG-SUB)        K6HTML.1
113800                ".html'>" PG-PGM-ID (WS-PG-SUB) "</a></td>"       K6HTML.1
113900                DELIMITED BY SIZE                                 K6HTML.1
114000             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
114100     MOVE PG-RUN-SEQ (WS-PG-SUB) TO ED-RUN-SEQ.                   K6HTML.1
114200     STRING "<td>" PG-TARGET-ID (WS-PG-SUB) "</td><td>"           K6HTML.1
114300            PG-RUN-DATE (WS-PG-SUB) "-" ED-RUN-SEQ "</td>"        K6HTML.1
114400            DELIMITED BY SIZE                                     K6HTML.1
114500         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
114600     MOVE PG-GRADE (WS-PG-SUB) TO WS-CELL-GRADE.                  K6HTML.1
114700     PERFORM 8300-GRADE-CELL THRU 8300-EXIT.                      K6HTML.1
114800     MOVE PG-OK (WS-PG-SUB) TO ED-COUNT.                          K6HTML.1
114900     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
115000     MOVE PG-ALL (WS-PG-SUB) TO ED-COUNT.                         K6HTML.1
115100     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
115200     MOVE PG-FAIL (WS-PG-SUB) TO ED-COUNT.                        K6HTML.1
115300     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
115400     MOVE PG-DELETED (WS-PG-SUB) TO ED-COUNT.                     K6HTML.1
115500     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
115600     MOVE PG-INSPECT (WS-PG-SUB) TO ED-COUNT.                     K6HTML.1
115700     PERFORM 8350-COUNT-CELL THRU 8350-EXIT.                      K6HTML.1
115800     IF PG-XCP-SW (WS-PG-SUB) = "Y"                               K6HTML.1
115900         MOVE PG-RAN (WS-PG-SUB) TO ED-COUNT                      K6HTML.1
116000         STRING "<td>RAN " ED-COUNT DELIMITED BY SIZE             K6HTML.1
116100             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
116200         MOVE PG-EXPECTED (WS-PG-SUB) TO ED-COUNT                 K6HTML.1
116300         STRING " OF " ED-COUNT "</td>" DELIMITED BY SIZE         K6HTML.1
116400             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
116500     ELSE                                                         K6HTML.1
116600         STRING "<td>COMPLETE</td>" DELIMITED BY SIZE             K6HTML.1
116700             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
116800     PERFORM 8400-RUN-CKSUM-CELLS THRU 8400-EXIT.                 K6HTML.1
116900     STRING "</tr>" DELIMITED BY SIZE                             K6HTML.1
117000         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
117100     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
117200 5100-EXIT.                                                       K6HTML.1
117300     EXIT.                                                        K6HTML.1
117400*================================================================ K6HTML.1
117500* 5500-FAILURE-PAGES -- ONE PAGE PER FAILING PROGRAM, EVERY       K6HTML.1
117600* TARGET'S RUN IN TURN WITH ITS FAILING TESTS.                    K6HTML.1
117700*================================================================ K6HTML.1
117800 5500-FAILURE-PAGES.                                              K6HTML.1
117900     MOVE 1 TO WS-PG-SUB.                                         K6HTML.1
118000 5500-PROGRAM.                                                    K6HTML.1
118100     IF WS-PG-SUB GREATER THAN WS-PG-COUNT                        K6HTML.1
118200         GO TO 5500-EXIT.                                         K6HTML.1
118300     IF PG-FPAGE-SW (WS-PG-SUB) NOT = "Y"                         K6HTML.1
118400         GO TO 5500-NEXT.                                         K6HTML.1
118500     MOVE SPACE TO WS-PAGE-NAME WS-PAGE-TITLE.                    K6HTML.1
118600     STRING "F" PG-PGM-ID (WS-PG-SUB) DELIMITED BY SIZE           K6HTML.1
118700         INTO WS-PAGE-NAME.                                       K6HTML.1
118800     STRING "FAILURES - PROGRAM " PG-PGM-ID (WS-PG-SUB)           K6HTML.1
118900            DELIMITED BY SIZE                                     K6HTML.1
119000         INTO WS-PAGE-TITLE.                                      K6HTML.1
119100     PERFORM 8000-PAGE-HEAD THRU 8000-EXIT.                       K6HTML.1
119200     STRING "<p><a href='M" PG-PGM-ID (WS-PG-SUB) (1:2)           K6HTML.1
119300            ".html'>MODULE " PG-PGM-ID (WS-PG-SUB) (1:2)          K6HTML.1
119400            "</a></p>" DELIMITED BY SIZE                          K6HTML.1
119500         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
119600     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
119700     MOVE WS-PG-SUB TO WS-RUN-SUB.                                K6HTML.1
119800 5500-RUN.                                                        K6HTML.1
119900     IF WS-RUN-SUB GREATER THAN WS-PG-COUNT                       K6HTML.1
120000         GO TO 5500-END.                                          K6HTML.1
120100     IF PG-PGM-ID (WS-RUN-SUB) = PG-PGM-ID (WS-PG-SUB)            K6HTML.1
120200             AND (PG-FAIL (WS-RUN-SUB) > ZERO                     K6HTML.1
120300             OR PG-FAIL-ROWS (WS-RUN-SUB) > ZERO)                 K6HTML.1
120400         PERFORM 5600-RUN-SECTION THRU 5600-EXIT.                 K6HTML.1
120500     ADD 1 TO WS-RUN-SUB.                                         K6HTML.1
120600     GO TO 5500-RUN.                                              K6HTML.1
120700 5500-END.                                                        K6HTML.1
120800     PERFORM 8050-PAGE-FOOT THRU 8050-EXIT.                       K6HTML.1
120900 5500-NEXT.                                                       K6HTML.1
121000     ADD 1 TO WS-PG-SUB.                                          K6HTML.1
121100     GO TO 5500-PROGRAM.                                          K6HTML.1
121200 5500-EXIT.                                                       K6HTML.1
121300     EXIT.                                                        K6HTML.1
121400*================================================================ K6HTML.1
121500* 5600-RUN-SECTION -- ONE TARGET'S RUN ON THE FAILURE PAGE.       K6HTML.1
121600*================================================================ K6HTML.1
121700 5600-RUN-SECTION.                                                K6HTML.1
121800     MOVE PG-RUN-SEQ (WS-RUN-SUB) TO ED-RUN-SEQ.                  K6HTML.1
121900     STRING "<h2>TARGET " PG-TARGET-ID (WS-RUN-SUB)               K6HTML.1
122000            " RUN " PG-RUN-DATE (WS-RUN-SUB) "-" ED-RUN-SEQ       K6HTML.1
122100            " GRADE " DELIMITED BY SIZE                           K6HTML.1
122200         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
122300     MOVE PG-GRADE (WS-RUN-SUB) TO WS-CELL-GRADE.                 K6HTML.1
122400     PERFORM 8310-GRADE-WORD THRU 8310-EXIT.                      K6HTML.1
122500     STRING "</h2>" DELIMITED BY SIZE                             K6HTML.1
122600         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
122700     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
122800     IF PG-CKSUM-SW (WS-RUN-SUB) = "Y"                            K6HTML.1
122900         MOVE PG-RAW-CKSUM (WS-RUN-SUB) TO ED-CKSUM               K6HTML.1
123000         STRING "<p class='seal'>RUN CHECKSUMS: RAW-DATA "        K6HTML.1
123100                ED-CKSUM DELIMITED BY SIZE                        K6HTML.1
123200             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
123300         MOVE PG-PRINT-CKSUM (WS-RUN-SUB) TO ED-CKSUM             K6HTML.1
123400         STRING " PRINT " ED-CKSUM "</p>" DELIMITED BY SIZE       K6HTML.1
123500             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
123600     ELSE                                                         K6HTML.1
123700         STRING "<p class='seal'>RUN CHECKSUMS: NOT ON THE "      K6HTML.1
123800                "CHECKSUM LOG</p>" DELIMITED BY SIZE              K6HTML.1
123900             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
124000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
124100     IF PG-FAIL-ROWS (WS-RUN-SUB) = ZERO                          K6HTML.1
124200         MOVE PG-FAIL (WS-RUN-SUB) TO ED-COUNT                    K6HTML.1
124300         STRING "<p class='none'>" ED-COUNT " FAILURES COUNTED"   K6HTML.1
124400                " BUT NO DETAIL ROW ON THE RESULTS HISTORY.</p>"  K6HTML.1
124500                DELIMITED BY SIZE                                 K6HTML.1
124600             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
124700         PERFORM 8900-WRITE-LINE THRU 8900-EXIT                   K6HTML.1
124800         GO TO 5600-EXIT.                                         K6HTML.1
124900     STRING "<table><tr><th>PAR-NAME</th><th>VERDICT</th>"        K6HTML.1
125000            "<th>COMPUTED</th><th>CORRECT</th>"                   K6HTML.1
125100            "<th>SEVERITY</th><th>TRIAGE CLASS</th>"              K6HTML.1
125200            "<th>WAIVER</th></tr>" DELIMITED BY SIZE              K6HTML.1
125300         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
125400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
125500     MOVE 1 TO WS-FR-SUB.                                         K6HTML.1
125600 5600-ROW.                                                        K6HTML.1
125700     IF WS-FR-SUB GREATER THAN WS-FR-COUNT                        K6HTML.1
125800         GO TO 5600-END.                                          K6HTML.1
125900     IF FR-PG-SUB (WS-FR-SUB) = WS-RUN-SUB                        K6HTML.1
126000         PERFORM 5700-FAILURE-ROW THRU 5700-EXIT.                 K6HTML.1
126100     ADD 1 TO WS-FR-SUB.                                          K6HTML.1
126200     GO TO 5600-ROW.                                              K6HTML.1
126300 5600-END.                                                        K6HTML.1
126400     MOVE "</table>" TO HL-TEXT.                                  K6HTML.1
126500     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
126600 5600-EXIT.                                                       K6HTML.1
126700     EXIT.                                                        K6HTML.1
126800*================================================================ K6HTML.1
126900* 5700-FAILURE-ROW -- ONE FAILING TEST.                           K6HTML.1
127000*================================================================ K6HTML.1
127100 5700-FAILURE-ROW.                                                K6HTML.1
127200     MOVE "<tr><td>" TO HL-TEXT.                                  K6HTML.1
127300     MOVE 9 TO WS-HL-PTR.                                         K6HTML.1
127400     MOVE FR-PAR-NAME (WS-FR-SUB) TO WS-ESC-IN.                   K6HTML.1
127500     PERFORM 8200-PUT-ESCAPED THRU 8200-EXIT.                     K6HTML.1
127600     STRING "</td><td>" FR-P-OR-F (WS-FR-SUB) "</td><td>"         K6HTML.1
127700            DELIMITED BY SIZE                                     K6HTML.1
127800         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
127900     MOVE FR-COMPUTED (WS-FR-SUB) TO WS-ESC-IN.                   K6HTML.1
128000     PERFORM 8200-PUT-ESCAPED THRU 8200-EXIT.                     K6HTML.1
128100     STRING "</td><td>" DELIMITED BY SIZE                         K6HTML.1
128200         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
128300     MOVE FR-CORRECT (WS-FR-SUB) TO WS-ESC-IN.                    K6HTML.1
128400     PERFORM 8200-PUT-ESCAPED THRU 8200-EXIT.                     K6HTML.1
128500     STRING "</td><td>" DELIMITED BY SIZE                         K6HTML.1
128600         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
128700     IF FR-SEVERITY (WS-FR-SUB) = "1"                             K6HTML.1
128800         STRING "1 CRITICAL" DELIMITED BY SIZE                    K6HTML.1
128900             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
129000     ELSE IF FR-SEVERITY (WS-FR-SUB) = "2"                        K6HTML.1
129100         STRING "2 MAJOR" DELIMITED BY SIZE                       K6HTML.1
129200             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
129300     ELSE IF FR-SEVERITY (WS-FR-SUB) = "3"                        K6HTML.1
129400         STRING "3 MINOR" DELIMITED BY SIZE                       K6HTML.1
129500             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
129600     ELSE                                                         K6HTML.1
129700         STRING "NOT CLASSED" DELIMITED BY SIZE                   K6HTML.1
129800             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
129900     IF FR-TRIAGE-CLASS (WS-FR-SUB) = SPACE                       K6HTML.1
130000         STRING "</td><td>NOT TRIAGED</td><td>"                   K6HTML.1
130100                DELIMITED BY SIZE                                 K6HTML.1
130200             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
130300     ELSE                                                         K6HTML.1
130400         STRING "</td><td>" FR-TRIAGE-CLASS (WS-FR-SUB) " "       K6HTML.1
130500                FR-TRIAGE-NAME (WS-FR-SUB) "</td><td>"            K6HTML.1
130600                DELIMITED BY SIZE                                 K6HTML.1
130700             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
130800     PERFORM 5800-WAIVER-STATUS THRU 5800-EXIT.                   K6HTML.1
130900     STRING "</td></tr>" DELIMITED BY SIZE                        K6HTML.1
131000         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
131100     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
131200 5700-EXIT.                                                       K6HTML.1
131300     EXIT.                                                        K6HTML.1
131400*================================================================ K6HTML.1
131500* 5800-WAIVER-STATUS -- THE REGISTER ENTRY FOR THIS PROGRAM AND   K6HTML.1
131600* PAR-NAME: ACTIVE WHILE ITS EXPIRY IS ON OR AFTER THE WINDOW     K6HTML.1
131700* DATE, EXPIRED AFTER, NONE WHEN THE TEST WAS NEVER WAIVED.       K6HTML.1
131800*================================================================ K6HTML.1
131900 5800-WAIVER-STATUS.                                              K6HTML.1
132000     MOVE 1 TO WS-WV-SUB.                                         K6HTML.1
132100 5800-SCAN.                                                       K6HTML.1
132200     IF WS-WV-SUB GREATER THAN WS-WV-COUNT                        K6HTML.1
132300         STRING "NONE" DELIMITED BY SIZE                          K6HTML.1
132400             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
132500         GO TO 5800-EXIT.                                         K6HTML.1
132600     IF WT-PGM-ID (WS-WV-SUB) = PG-PGM-ID (WS-RUN-SUB)            K6HTML.1
132700             AND WT-PAR-NAME (WS-WV-SUB) = FR-PAR-NAME (WS-FR-SUB)K6HTML.1
132800         GO TO 5800-FOUND.                                        K6HTML.1
132900     ADD 1 TO WS-WV-SUB.                                          K6HTML.1
133000     GO TO 5800-SCAN.                                             K6HTML.1
133100 5800-FOUND.                                                      K6HTML.1
133200     MOVE WS-WINDOW-DATE TO ED-DATE.                              K6HTML.1
133300     IF WT-EXPIRY-DATE (WS-WV-SUB) NOT LESS THAN ED-DATE          K6HTML.1
133400         STRING "ACTIVE TO " DELIMITED BY SIZE                    K6HTML.1
133500             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
133600     ELSE                                                         K6HTML.1
133700         STRING "EXPIRED " DELIMITED BY SIZE                      K6HTML.1
133800             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
133900     STRING WT-EXPIRY-DATE (WS-WV-SUB) " ("                       K6HTML.1
134000            WT-TICKET (WS-WV-SUB) ")" DELIMITED BY SIZE           K6HTML.1
134100         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
134200 5800-EXIT.                                                       K6HTML.1
134300     EXIT.                                                        K6HTML.1
134400*================================================================ K6HTML.1
134500* 8000-PAGE-HEAD -- MEMBER CARD, HTML HEAD, STYLE, WATERMARK,     K6HTML.1
134600* TITLE, WINDOW LINE AND EVIDENCE SEAL.                           K6HTML.1
134700*================================================================ K6HTML.1
134800 8000-PAGE-HEAD.                                                  K6HTML.1
134900     ADD 1 TO WS-PAGE-COUNT.                                      K6HTML.1
135000     MOVE WS-PAGE-NAME TO PL-NAME.                                K6HTML.1
135100     MOVE WS-PAGE-TITLE TO PL-TITLE.                              K6HTML.1
135200     WRITE HR-PRINT-REC FROM PAGE-LINE                            K6HTML.1
135300         AFTER ADVANCING 1 LINE.                                  K6HTML.1
135400     STRING "./ ADD NAME=" WS-PAGE-NAME DELIMITED BY SIZE         K6HTML.1
135500         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
135600     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
135700     MOVE "<!DOCTYPE html>" TO HL-TEXT.                           K6HTML.1
135800     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
135900     MOVE "<html><head><meta charset='utf-8'>" TO HL-TEXT.        K6HTML.1
136000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
136100     MOVE WS-WINDOW-DATE TO ED-DATE.                              K6HTML.1
136200     STRING "<title>" WS-PAGE-TITLE DELIMITED BY "  "             K6HTML.1
136300            " - WINDOW " ED-DATE " " WS-WINDOW-ID "</title>"      K6HTML.1
136400            DELIMITED BY SIZE                                     K6HTML.1
136500         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
136600     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
136700     STRING "<style>body{font-family:monospace}"                  K6HTML.1
136800            "table{border-collapse:collapse}"                     K6HTML.1
136900            "td,th{border:1px solid #808080;padding:2px 6px}"     K6HTML.1
137000            "td.num{text-align:right}"                            K6HTML.1
137100            DELIMITED BY SIZE                                     K6HTML.1
137200         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
137300     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
137400     STRING "td.red{background:#d00000;color:#ffffff}"            K6HTML.1
137500            "td.yellow{background:#ffd700}"                       K6HTML.1
137600            "td.green{background:#008000;color:#ffffff}"          K6HTML.1
137700            "td.incmpl{background:#a0a0a0}"                       K6HTML.1
000000            "td.na{background:#ffffff;color:#606060}"             K6CAPK.1
000000            "td.mismatch{background:#ff8c00}"                     K6CAPK.1
137800            DELIMITED BY SIZE                                     K6HTML.1
137900         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
138000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
138100     STRING "p.wm{color:#d00000;font-weight:bold}"                K6HTML.1
138200            "p.seal{font-size:smaller}</style></head><body>"      K6HTML.1
138300            DELIMITED BY SIZE                                     K6HTML.1
138400         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
138500     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
138600     PERFORM 8100-WATERMARK THRU 8100-EXIT.                       K6HTML.1
138700     STRING "<h1>" WS-PAGE-TITLE DELIMITED BY "  "                K6HTML.1
138800            "</h1>" DELIMITED BY SIZE                             K6HTML.1
138900         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
139000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
139100     PERFORM 8150-WINDOW-SEAL THRU 8150-EXIT.                     K6HTML.1
139200 8000-EXIT.                                                       K6HTML.1
139300     EXIT.                                                        K6HTML.1
139400*================================================================ K6HTML.1
139500* 8050-PAGE-FOOT -- SEAL AND WATERMARK AGAIN, THE WAY BACK TO     K6HTML.1
139600* THE INDEX, AND THE CLOSE OF THE PAGE.                           K6HTML.1
139700*================================================================ K6HTML.1
139800 8050-PAGE-FOOT.                                                  K6HTML.1
139900     MOVE "<hr>" TO HL-TEXT.                                      K6HTML.1
140000     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
140100     PERFORM 8150-WINDOW-SEAL THRU 8150-EXIT.                     K6HTML.1
140200     PERFORM 8100-WATERMARK THRU 8100-EXIT.                       K6HTML.1
140300     STRING "<p><a href='INDEX.html'>WINDOW INDEX</a> "           K6HTML.1
140400            "<a href='STOPLITE.html'>MODULE STOPLIGHT</a></p>"    K6HTML.1
140500            DELIMITED BY SIZE                                     K6HTML.1
140600         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
140700     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
140800     MOVE "</body></html>" TO HL-TEXT.                            K6HTML.1
140900     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
141000 8050-EXIT.                                                       K6HTML.1
141100     EXIT.                                                        K6HTML.1
141200*================================================================ K6HTML.1
141300* 8100-WATERMARK -- THE K6REGN WATERMARK ON A PAGE BUILT FROM     K6HTML.1
141400* A RESTORED ARCHIVE.                                             K6HTML.1
141500*================================================================ K6HTML.1
141600 8100-WATERMARK.                                                  K6HTML.1
141700     IF NOT WS-REGENERATED                                        K6HTML.1
141800         GO TO 8100-EXIT.                                         K6HTML.1
141900     STRING "<p class='wm'>***** REGENERATED FROM ARCHIVE - "     K6HTML.1
142000            "NOT THE ORIGINAL LISTING *****</p>"                  K6HTML.1
142100            DELIMITED BY SIZE                                     K6HTML.1
142200         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
142300     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
142400 8100-EXIT.                                                       K6HTML.1
142500     EXIT.                                                        K6HTML.1
142600*================================================================ K6HTML.1
142700* 8150-WINDOW-SEAL -- WINDOW LINE AND EVIDENCE SEAL.              K6HTML.1
142800*================================================================ K6HTML.1
142900 8150-WINDOW-SEAL.                                                K6HTML.1
143000     MOVE WS-WINDOW-DATE TO ED-DATE.                              K6HTML.1
143100     STRING "<p>WINDOW DATE " ED-DATE " WINDOW ID "               K6HTML.1
143200            WS-WINDOW-ID "</p>" DELIMITED BY SIZE                 K6HTML.1
143300         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
143400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
143500     MOVE WS-SEALED-COUNT TO ED-COUNT.                            K6HTML.1
143600     STRING "<p class='seal'>EVIDENCE SEAL: RUNS " ED-COUNT       K6HTML.1
143700            DELIMITED BY SIZE                                     K6HTML.1
143800         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
143900     MOVE WS-RAW-CKSUM-TOTAL TO ED-CKSUM.                         K6HTML.1
144000     STRING " RAW-DATA CHECKSUM TOTAL " ED-CKSUM                  K6HTML.1
144100            DELIMITED BY SIZE                                     K6HTML.1
144200         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
144300     MOVE WS-PRINT-CKSUM-TOTAL TO ED-CKSUM.                       K6HTML.1
144400     STRING " PRINT CHECKSUM TOTAL " ED-CKSUM                     K6HTML.1
144500            DELIMITED BY SIZE                                     K6HTML.1
144600         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
144700     IF WS-UNSEALED-COUNT NOT = ZERO                              K6HTML.1
144800         MOVE WS-UNSEALED-COUNT TO ED-COUNT                       K6HTML.1
144900         STRING " - RUNS WITHOUT A CHECKSUM " ED-COUNT            K6HTML.1
145000                DELIMITED BY SIZE                                 K6HTML.1
145100             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
145200     STRING "</p>" DELIMITED BY SIZE                              K6HTML.1
145300         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
145400     PERFORM 8900-WRITE-LINE THRU 8900-EXIT.                      K6HTML.1
145500 8150-EXIT.                                                       K6HTML.1
145600     EXIT.                                                        K6HTML.1
145700*================================================================ K6HTML.1
145800* 8200-PUT-ESCAPED -- WS-ESC-IN, TRAILING SPACES DROPPED, INTO    K6HTML.1
145900* THE LINE WITH < > & AND THE QUOTE MADE SAFE.                    K6HTML.1
146000*================================================================ K6HTML.1
146100 8200-PUT-ESCAPED.                                                K6HTML.1
146200     MOVE 120 TO WS-ESC-LEN.                                      K6HTML.1
146300 8200-TRIM.                                                       K6HTML.1
146400     IF WS-ESC-LEN = ZERO                                         K6HTML.1
146500         GO TO 8200-EXIT.                                         K6HTML.1
146600     IF WS-ESC-IN (WS-ESC-LEN:1) = SPACE                          K6HTML.1
146700         SUBTRACT 1 FROM WS-ESC-LEN                               K6HTML.1
146800         GO TO 8200-TRIM.                                         K6HTML.1
146900     MOVE 1 TO WS-ESC-SUB.                                        K6HTML.1
147000 8200-CHAR.                                                       K6HTML.1
147100     IF WS-ESC-SUB GREATER THAN WS-ESC-LEN                        K6HTML.1
147200         GO TO 8200-EXIT.                                         K6HTML.1
147300     MOVE WS-ESC-IN (WS-ESC-SUB:1) TO WS-ESC-CHAR.                K6HTML.1
147400     IF WS-ESC-CHAR = "<"                                         K6HTML.1
147500         STRING "&lt;" DELIMITED BY SIZE                          K6HTML.1
147600             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
147700     ELSE IF WS-ESC-CHAR = ">"                                    K6HTML.1
147800         STRING "&gt;" DELIMITED BY SIZE                          K6HTML.1
147900             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
148000     ELSE IF WS-ESC-CHAR = "&"                                    K6HTML.1
148100         STRING "&amp;" DELIMITED BY SIZE                         K6HTML.1
148200             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
148300     ELSE IF WS-ESC-CHAR = QUOTE                                  K6HTML.1
148400         STRING "&quot;" DELIMITED BY SIZE                        K6HTML.1
148500             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
148600     ELSE                                                         K6HTML.1
148700         STRING WS-ESC-CHAR DELIMITED BY SIZE                     K6HTML.1
148800             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
148900     ADD 1 TO WS-ESC-SUB.                                         K6HTML.1
149000     GO TO 8200-CHAR.                                             K6HTML.1
149100 8200-EXIT.                                                       K6HTML.1
149200     EXIT.                                                        K6HTML.1
149300*================================================================ K6HTML.1
149400* 8300-GRADE-CELL -- A TABLE CELL IN THE GRADE'S COLOR.           K6HTML.1
149500* 8310-GRADE-WORD -- THE GRADE AS A WORD.                         K6HTML.1
149600*================================================================ K6HTML.1
149700 8300-GRADE-CELL.                                                 K6HTML.1
149800     IF WS-CELL-GRADE = "R"                                       K6HTML.1
149900         STRING "<td class='red'>" DELIMITED BY SIZE              K6HTML.1
150000             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
150100     ELSE IF WS-CELL-GRADE = "I"                                  K6HTML.1
150200         STRING "<td class='incmpl'>" DELIMITED BY SIZE           K6HTML.1
150300             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
150400     ELSE IF WS-CELL-GRADE = "Y"                                  K6HTML.1
150500         STRING "<td class='yellow'>" DELIMITED BY SIZE           K6HTML.1
150600             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
000000     ELSE IF WS-CELL-GRADE = "N"                                  K6CAPK.1
000000         STRING "<td class='na'>" DELIMITED BY SIZE               K6CAPK.1
000000             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6CAPK.1
000000     ELSE IF WS-CELL-GRADE = "M"                                  K6CAPK.1
000000         STRING "<td class='mismatch'>" DELIMITED BY SIZE         K6CAPK.1
000000             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6CAPK.1
150700     ELSE                                                         K6HTML.1
150800         STRING "<td class='green'>" DELIMITED BY SIZE            K6HTML.1
150900             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
151000     PERFORM 8310-GRADE-WORD THRU 8310-EXIT.                      K6HTML.1
151100     STRING "</td>" DELIMITED BY SIZE                             K6HTML.1
151200         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
151300 8300-EXIT.                                                       K6HTML.1
151400     EXIT.                                                        K6HTML.1
151500 8310-GRADE-WORD.                                                 K6HTML.1
151600     IF WS-CELL-GRADE = "R"                                       K6HTML.1
151700         STRING "RED" DELIMITED BY SIZE                           K6HTML.1
151800             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
151900     ELSE IF WS-CELL-GRADE = "I"                                  K6HTML.1
152000         STRING "INCOMPLETE" DELIMITED BY SIZE                    K6HTML.1
152100             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
152200     ELSE IF WS-CELL-GRADE = "Y"                                  K6HTML.1
152300         STRING "YELLOW" DELIMITED BY SIZE                        K6HTML.1
152400             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
000000     ELSE IF WS-CELL-GRADE = "N"                                  K6CAPK.1
000000         STRING "N/A" DELIMITED BY SIZE                           K6CAPK.1
000000             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6CAPK.1
000000     ELSE IF WS-CELL-GRADE = "M"                                  K6CAPK.1
000000         STRING "N/A - CLAIM MISMATCH" DELIMITED BY SIZE          K6CAPK.1
000000             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6CAPK.1
152500     ELSE                                                         K6HTML.1
152600         STRING "GREEN" DELIMITED BY SIZE                         K6HTML.1
152700             INTO HL-TEXT WITH POINTER WS-HL-PTR.                 K6HTML.1
152800 8310-EXIT.                                                       K6HTML.1
152900     EXIT.                                                        K6HTML.1
153000*================================================================ K6HTML.1
153100* 8350-COUNT-CELL -- ED-COUNT AS A RIGHT-ALIGNED CELL.            K6HTML.1
153200*================================================================ K6HTML.1
153300 8350-COUNT-CELL.                                                 K6HTML.1
153400     STRING "<td class='num'>" ED-COUNT "</td>"                   K6HTML.1
153500            DELIMITED BY SIZE                                     K6HTML.1
153600         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
153700 8350-EXIT.                                                       K6HTML.1
153800     EXIT.                                                        K6HTML.1
153900*================================================================ K6HTML.1
154000* 8400-RUN-CKSUM-CELLS -- THE RUN'S TWO CAPTURE CHECKSUMS.        K6HTML.1
154100*================================================================ K6HTML.1
154200 8400-RUN-CKSUM-CELLS.                                            K6HTML.1
154300     IF PG-CKSUM-SW (WS-PG-SUB) NOT = "Y"                         K6HTML.1
154400         STRING "<td colspan='2'>NOT ON THE CHECKSUM LOG</td>"    K6HTML.1
154500                DELIMITED BY SIZE                                 K6HTML.1
154600             INTO HL-TEXT WITH POINTER WS-HL-PTR                  K6HTML.1
154700         GO TO 8400-EXIT.                                         K6HTML.1
154800     MOVE PG-RAW-CKSUM (WS-PG-SUB) TO ED-CKSUM.                   K6HTML.1
154900     STRING "<td class='num'>" ED-CKSUM "</td>"                   K6HTML.1
155000            DELIMITED BY SIZE                                     K6HTML.1
155100         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
155200     MOVE PG-PRINT-CKSUM (WS-PG-SUB) TO ED-CKSUM.                 K6HTML.1
155300     STRING "<td class='num'>" ED-CKSUM "</td>"                   K6HTML.1
155400            DELIMITED BY SIZE                                     K6HTML.1
155500         INTO HL-TEXT WITH POINTER WS-HL-PTR.                     K6HTML.1
155600 8400-EXIT.                                                       K6HTML.1
155700     EXIT.                                                        K6HTML.1
155800*================================================================ K6HTML.1
155900* 8900-WRITE-LINE -- WRITE THE BUILT LINE AND START A NEW ONE.    K6HTML.1
156000*================================================================ K6HTML.1
156100 8900-WRITE-LINE.                                                 K6HTML.1
156200     WRITE HO-LINE FROM HL-TEXT.                                  K6HTML.1
156300     MOVE SPACE TO HL-TEXT.                                       K6HTML.1
156400     MOVE 1 TO WS-HL-PTR.                                         K6HTML.1
156500 8900-EXIT.                                                       K6HTML.1
156600     EXIT.                                                        K6HTML.1
156700*================================================================ K6HTML.1
156800* 9000-FINISH -- RETURN CODE, SUMMARY, CLOSE.                     K6HTML.1
156900*================================================================ K6HTML.1
157000 9000-FINISH.                                                     K6HTML.1
157100     IF WS-HTML-RC LESS THAN 04                                   K6HTML.1
157200             AND (WS-TABLE-FULL OR WS-UNSEALED-COUNT NOT = ZERO)  K6HTML.1
157300         MOVE 04 TO WS-HTML-RC.                                   K6HTML.1
157400     IF WS-TABLE-FULL                                             K6HTML.1
157500         MOVE "A TABLE FILLED - THE PAGES ARE INCOMPLETE"         K6HTML.1
157600             TO NL-TEXT                                           K6HTML.1
157700         WRITE HR-PRINT-REC FROM NOTE-LINE                        K6HTML.1
157800             AFTER ADVANCING 2 LINES.                             K6HTML.1
157900     IF WS-RQ-SKIPS NOT = ZERO                                    K6HTML.1
158000         MOVE "QUARANTINED RUNS WERE LEFT OFF THE PAGES"          K6HTML.1
158100             TO NL-TEXT                                           K6HTML.1
158200         WRITE HR-PRINT-REC FROM NOTE-LINE                        K6HTML.1
158300             AFTER ADVANCING 2 LINES.                             K6HTML.1
158400     MOVE WS-PAGE-COUNT TO SM-PAGES.                              K6HTML.1
158500     MOVE WS-PG-COUNT TO SM-RUNS.                                 K6HTML.1
158600     MOVE WS-UNSEALED-COUNT TO SM-UNSEALED.                       K6HTML.1
158700     MOVE WS-HTML-RC TO SM-RC.                                    K6HTML.1
158800     WRITE HR-PRINT-REC FROM SUM-LINE                             K6HTML.1
158900         AFTER ADVANCING 2 LINES.                                 K6HTML.1
159000     CLOSE HTML-OUT HTML-RPT.                                     K6HTML.1
159100     MOVE WS-HTML-RC TO RETURN-CODE.                              K6HTML.1
159200 9000-EXIT.                                                       K6HTML.1
159300     EXIT.                                                        K6HTML.1
