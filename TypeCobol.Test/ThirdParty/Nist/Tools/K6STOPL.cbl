001900*        YELLOW - NO FAILURES, BUT SOME TESTS WERE DELETED OR     K6STOP.1
002000*                 STILL REQUIRE MANUAL INSPECTION.                K6STOP.1
002100*        GREEN  - EVERY TEST IN THE RUN PASSED CLEAN.             K6STOP.1
000000*        INCMPL - NO SERIOUS FAILURE, BUT THE RUN WAS SHORT OF    K6CNSK.1
000000*                 ITS EXPECTED-TEST CENSUS -- FEWER TESTS RAN     K6CNSK.1
000000*                 THAN EXPECTED, OR A CENSUS PARAGRAPH NEVER RAN, K6CNSK.1
000000*                 OR AN UNKNOWN ONE DID.  THE WINDOW-CLOSE CENSUS K6CNSK.1
000000*                 CHECK (K6CNSK) WRITES THESE RUNS TO CNSXCP; THE K6CNSK.1
000000*                 FILE IS OPTIONAL, AND WITHOUT IT NO RUN GRADES  K6CNSK.1
000000*                 INCOMPLETE.  THE SHORTFALL IS PRINTED UNDER THE K6CNSK.1
000000*                 MODULE LINE.                                    K6CNSK.1
002200*    SO A ONE-PAGE, ONE-LINE-PER-MODULE REPORT CAN BE HANDED TO   K6STOP.1
002300*    A CERTIFICATION MEETING WITHOUT ANYONE HAVING TO READ THE    K6STOP.1
002400*    FULL ROLLUP COUNTS TO SEE WHAT NEEDS ATTENTION.              K6STOP.1
000000*    A RUN K6RVAL QUARANTINED (RAWQUAR, OPTIONAL) IS LEFT OUT     K6RVAL.1
000000*    OF THE ROLLUP -- ITS COUNTERS CANNOT BE TRUSTED -- AND THE   K6RVAL.1
000000*    NUMBER LEFT OUT IS PRINTED UNDER THE TOTALS.                 K6RVAL.1
000000*    A PROGRAM FOR A MODULE, OR A LEVEL OF ONE, THAT THE TARGET   K6CAPK.1
000000*    DOES NOT CLAIM (TGTCAPS, ASKED THROUGH K6CAPK) GRADES N/A.   K6CAPK.1
000000*    IT IS SHOWN BUT NOT COLORED, AND IF IT PASSED OR FAILED      K6CAPK.1
000000*    ANYTHING ANYWAY A CLAIM MISMATCH LINE IS PRINTED UNDER IT.   K6CAPK.1
002500*                                                                 K6STOP.1
002600* MODIFICATION HISTORY.                                           K6STOP.1
002700*    2026-08-09  DLO  ORIGINAL PROGRAM.                           K6STOP.1
000000*    2026-10-15  DLO  INCOMPLETE GRADE FROM THE CENSUS EXCEPTION  K6CNSK.1
000000*                     FILE (CNSXCP).                              K6CNSK.1
000000*    2026-10-15  DLO  RUNS QUARANTINED BY K6RVAL (RAWQUAR) ARE    K6RVAL.1
000000*                     LEFT OUT OF THE ROLLUP.                     K6RVAL.1
000000*    2026-10-15  DLO  READS THE LATEST-EFFECTIVE-RUN FILE BUILT   K6LRUN.1
000000*                     BY K6LRUN (LATESTRN) IN PLACE OF THE FULL   K6LRUN.1
000000*                     EXTRACT WHEN IT IS SUPPLIED.                K6LRUN.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  NOT-APPLICABLE GRADE AND CLAIM MISMATCHES   K6CAPK.1
000000*                     FROM THE TARGET CAPABILITY PROFILE (K6CAPK).K6CAPK.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  PRACTICE (SANDBOX) RUNS AND RETIRED TARGETS K6LRUN.2
000000*                     ARE PASSED OVER AS K6LRUN PASSES THEM, SO   K6LRUN.2
000000*                     THE FULL EXTRACT AND LATESTRN GIVE THE SAME K6LRUN.2
000000*                     STOPLIGHT.                                  K6LRUN.2
000000*    2026-10-15  DLO  MODULE TABLE KEPT IN TARGET AND PROGRAM     K6LRUN.2
000000*                     ORDER SO BOTH RUN SOURCES PRINT ALIKE.      K6LRUN.2
002800*================================================================ K6STOP.1
002900                                                                  K6STOP.1
003000 ENVIRONMENT DIVISION.                                            K6STOP.1
003700 FILE-CONTROL.                                                    K6STOP.1
003800     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6STOP.1
003900         ORGANIZATION IS SEQUENTIAL.                              K6STOP.1
000000*    LATEST-EFFECTIVE-RUN FILE (K6LRUN, K6LERN.CPY) -- READ IN    K6LRUN.1
000000*    PLACE OF THE FULL EXTRACT WHEN IT IS SUPPLIED.               K6LRUN.1
000000     SELECT OPTIONAL LATEST-RUNS ASSIGN TO LATESTRN               K6LRUN.1
000000         ORGANIZATION IS INDEXED                                  K6LRUN.1
000000         ACCESS MODE IS SEQUENTIAL                                K6LRUN.1
000000         RECORD KEY IS LR-KEY                                     K6LRUN.1
000000         FILE STATUS IS WS-LR-STATUS.                             K6LRUN.1
000000     SELECT OPTIONAL CENSUS-EXCEPT ASSIGN TO CNSXCP               K6CNSK.1
000000         ORGANIZATION IS SEQUENTIAL                               K6CNSK.1
000000         FILE STATUS IS WS-CNSX-STATUS.                           K6CNSK.1
000000*    RUNS K6RVAL FOUND INTERNALLY INCONSISTENT (RAWQUAR, SEE      K6RVAL.1
000000*    K6RAWQ.CPY) ARE LEFT OUT UNTIL CORRECTED.                    K6RVAL.1
000000     SELECT OPTIONAL RAW-QUARANTINE ASSIGN TO RAWQUAR             K6RVAL.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RVAL.1
000000         FILE STATUS IS WS-RQ-STATUS.                             K6RVAL.1
000000*    TARGET-STATUS REGISTER (SEE K6TRET) -- A RETIRED TARGET'S    K6LRUN.2
000000*    RUNS ARE NOT EFFECTIVE, AS IN K6LRUN.                        K6LRUN.2
000000     SELECT OPTIONAL TGT-STATUS ASSIGN TO TGTSTAT                 K6LRUN.2
000000         ORGANIZATION IS SEQUENTIAL                               K6LRUN.2
000000         FILE STATUS IS WS-TGTSTAT-STATUS.                        K6LRUN.2
004000     SELECT STOPLIGHT-RPT ASSIGN TO STOPRPT                       K6STOP.1
004100         ORGANIZATION IS SEQUENTIAL.                              K6STOP.1
004200                                                                  K6STOP.1
004400 FILE SECTION.                                                    K6STOP.1
004500 FD  RAW-EXTRACT                                                  K6STOP.1
004600     LABEL RECORDS ARE STANDARD.                                  K6STOP.1
004700* READ INTO RE-RAW-DATA-SATZ (K6RAWDS.CPY) IN WORKING-STORAGE.    K6LRUN.1
000000 01  RAW-EXTRACT-REC          PIC X(164).                         K6SREL.1
000000 FD  LATEST-RUNS                                                  K6LRUN.1
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
000000     COPY K6LERN.                                                 K6LRUN.1
000000 FD  CENSUS-EXCEPT                                                K6CNSK.1
000000     LABEL RECORDS ARE STANDARD.                                  K6CNSK.1
000000     COPY K6CNSX.                                                 K6CNSK.1
000000 FD  RAW-QUARANTINE                                               K6RVAL.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RVAL.1
000000     COPY K6RAWQ.                                                 K6RVAL.1
000000 FD  TGT-STATUS                                                   K6LRUN.2
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.2
000000 01  TS-STATUS-REC.                                               K6LRUN.2
000000     05  TS-TARGET-ID         PIC X(8).                           K6LRUN.2
000000     05  FILLER               PIC X(1).                           K6LRUN.2
000000     05  TS-STATUS            PIC X(8).                           K6LRUN.2
000000     05  FILLER               PIC X(63).                          K6LRUN.2
006500 FD  STOPLIGHT-RPT                                                K6STOP.1
006600     LABEL RECORDS ARE STANDARD.                                  K6STOP.1
006700 01  SL-PRINT-REC             PIC X(120).                         K6STOP.1
006800                                                                  K6STOP.1
006900 WORKING-STORAGE SECTION.                                         K6STOP.1
000000* ----------------------------------------------------------      K6LRUN.1
000000* THE RUN BEING READ -- FROM THE LATEST-EFFECTIVE-RUN FILE        K6LRUN.1
000000* WHEN IT IS SUPPLIED, ELSE FROM THE FULL EXTRACT.                K6LRUN.1
000000* ----------------------------------------------------------      K6LRUN.1
000000 77  WS-LR-STATUS             PIC X(2)   VALUE SPACE.             K6LRUN.1
000000 77  WS-LR-SW                 PIC X      VALUE "N".               K6LRUN.1
000000     88  WS-LATEST-RUNS                  VALUE "Y".               K6LRUN.1
000000 COPY K6RAWDS.                                                    K6LRUN.1
000000* ----------------------------------------------------------      K6LRUN.2
000000* TARGETS THE TARGET-STATUS REGISTER SAYS ARE RETIRED.            K6LRUN.2
000000* ----------------------------------------------------------      K6LRUN.2
000000 77  WS-TGTSTAT-STATUS        PIC X(2)   VALUE SPACE.             K6LRUN.2
000000 77  WS-RET-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6LRUN.2
000000 77  WS-RET-SUB               PIC 9(2)   COMP VALUE ZERO.         K6LRUN.2
000000 77  WS-RETIRED-SW            PIC X      VALUE "N".               K6LRUN.2
000000 01  RETIRED-TABLE.                                               K6LRUN.2
000000     05  RETIRED-TARGET OCCURS 20 TIMES PIC X(8).                 K6LRUN.2
007000* ----------------------------------------------------------      K6STOP.1
007100* SWITCHES AND COUNTERS.                                          K6STOP.1
007200* ----------------------------------------------------------      K6STOP.1
007800 77  WS-RED-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6STOP.1
007900 77  WS-YELLOW-COUNT          PIC 9(3)   COMP VALUE ZERO.         K6STOP.1
008000 77  WS-GREEN-COUNT           PIC 9(3)   COMP VALUE ZERO.         K6STOP.1
000000 77  WS-INCMPL-COUNT          PIC 9(3)   COMP VALUE ZERO.         K6CNSK.1
000000 77  WS-CNSX-STATUS           PIC X(2)   VALUE SPACE.             K6CNSK.1
000000 77  WS-XCP-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 77  WS-XNM-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 77  WS-XNM-LAST              PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000* ----------------------------------------------------------      K6CAPK.1
000000* TARGET CAPABILITY LOOKUP (K6CAPK).                              K6CAPK.1
000000* ----------------------------------------------------------      K6CAPK.1
000000 77  WS-NA-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
000000 77  WS-MISMATCH-COUNT        PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
000000 COPY K6CPKP.                                                     K6CAPK.1
000000* ----------------------------------------------------------      K6RVAL.1
000000* KEYS OF THE RUNS K6RVAL QUARANTINED.                            K6RVAL.1
000000* ----------------------------------------------------------      K6RVAL.1
000000 77  WS-RQ-STATUS             PIC X(2)   VALUE SPACE.             K6RVAL.1
000000 77  WS-RQ-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6RVAL.1
000000 77  WS-RQ-SUB                PIC 9(3)   COMP VALUE ZERO.         K6RVAL.1
000000 77  WS-RQ-SKIPS              PIC 9(5)   COMP VALUE ZERO.         K6RVAL.1
000000 77  WS-QUARANTINED-SW        PIC X      VALUE "N".               K6RVAL.1
000000 01  RQ-KEY-TABLE.                                                K6RVAL.1
000000     05  RQ-KEY-ENTRY OCCURS 500 TIMES PIC X(24).                 K6RVAL.1
000000* ----------------------------------------------------------      K6CNSK.1
000000* INCOMPLETE RUNS FROM THE CENSUS EXCEPTION FILE, WITH THEIR      K6CNSK.1
000000* MISSING AND UNKNOWN PARAGRAPH NAMES.                            K6CNSK.1
000000* ----------------------------------------------------------      K6CNSK.1
000000 77  WS-XCP-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 01  XCP-TABLE.                                                   K6CNSK.1
000000     05  XCP-ENTRY OCCURS 200 TIMES.                              K6CNSK.1
000000         10  XCP-TARGET-ID        PIC X(8).                       K6CNSK.1
000000         10  XCP-PGM-ID           PIC X(6).                       K6CNSK.1
000000         10  XCP-RUN-DATE         PIC 9(8).                       K6CNSK.1
000000         10  XCP-RUN-SEQ          PIC 99.                         K6CNSK.1
000000         10  XCP-RAN              PIC 9(4).                       K6CNSK.1
000000         10  XCP-EXPECTED         PIC 9(4).                       K6CNSK.1
000000         10  XCP-FIRST-NAME       PIC 9(4)   COMP.                K6CNSK.1
000000         10  XCP-NAMES            PIC 9(4)   COMP.                K6CNSK.1
000000 77  WS-XNM-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 01  XCP-NAME-TABLE.                                              K6CNSK.1
000000     05  XNM-ENTRY OCCURS 2000 TIMES.                             K6CNSK.1
000000         10  XNM-KIND             PIC X(1).                       K6CNSK.1
000000         10  XNM-PAR-NAME         PIC X(22).                      K6CNSK.1
008100* ----------------------------------------------------------      K6STOP.1
008200* PER-MODULE LATEST-RUN TABLE.                                    K6STOP.1
008300* ----------------------------------------------------------      K6STOP.1
009000         10  MOD-LATEST-SEQ       PIC 99     COMP.                K6STOP.1
009100         10  MOD-ABORT-FLAG       PIC X(8).                       K6STOP.1
009200         10  MOD-FAIL             PIC 999.                        K6STOP.1
000000         10  MOD-OK               PIC 999.                        K6CAPK.1
000000         10  MOD-SEV-HIGH         PIC X(1).                       K6SEVT.1
009300         10  MOD-DELETED          PIC 999.                        K6STOP.1
009400         10  MOD-INSPECT          PIC 999.                        K6STOP.1
012200     05  FILLER               PIC X      VALUE SPACE.             K6STOP.1
012300     05  DET-INSPECT          PIC ZZZ9.                           K6STOP.1
012400     05  FILLER               PIC X(78) VALUE SPACE.              K6STOP.1
000000 01  SHORT-LINE.                                                  K6CNSK.1
000000     05  FILLER               PIC X(20) VALUE SPACE.              K6CNSK.1
000000     05  SHL-KIND             PIC X(9).                           K6CNSK.1
000000     05  SHL-TEXT             PIC X(91).                          K6CNSK.1
000000 01  RAN-TEXT.                                                    K6CNSK.1
000000     05  RNT-RAN              PIC ZZZ9.                           K6CNSK.1
000000     05  FILLER               PIC X(4)  VALUE " OF ".             K6CNSK.1
000000     05  RNT-EXPECTED         PIC ZZZ9.                           K6CNSK.1
000000     05  FILLER               PIC X(9)  VALUE " EXPECTED".        K6CNSK.1
012500 01  TOT-LINE.                                                    K6STOP.1
012600     05  FILLER               PIC X(14) VALUE "RED    MODULES".   K6STOP.1
012700     05  TOT-RED              PIC ZZZ9.                           K6STOP.1
013100     05  FILLER               PIC X(3)  VALUE SPACE.              K6STOP.1
013200     05  FILLER               PIC X(14) VALUE "GREEN  MODULES".   K6STOP.1
013300     05  TOT-GREEN            PIC ZZZ9.                           K6STOP.1
000000     05  FILLER               PIC X(3)  VALUE SPACE.              K6CNSK.1
000000     05  FILLER               PIC X(14) VALUE "INCMPL MODULES".   K6CNSK.1
000000     05  TOT-INCMPL           PIC ZZZ9.                           K6CNSK.1
000000     05  FILLER               PIC X(3)  VALUE SPACE.              K6CAPK.1
000000     05  FILLER               PIC X(14) VALUE "N/A    MODULES".   K6CAPK.1
000000     05  TOT-NA               PIC ZZZ9.                           K6CAPK.1
000000     05  FILLER               PIC X(23) VALUE SPACE.              K6CAPK.1
000000 01  QUAR-LINE.                                                   K6RVAL.1
000000     05  FILLER               PIC X(44) VALUE                     K6RVAL.1
000000         "QUARANTINED RAW-DATA RECORDS LEFT OUT       ".          K6RVAL.1
000000     05  QL-SKIPS             PIC ZZZZ9.                          K6RVAL.1
000000     05  FILLER               PIC X(71) VALUE SPACE.              K6RVAL.1
000000 01  MISMATCH-LINE.                                               K6CAPK.1
000000     05  FILLER               PIC X(20) VALUE SPACE.              K6CAPK.1
000000     05  FILLER               PIC X(18) VALUE                     K6CAPK.1
000000         "CLAIM MISMATCH -- ".                                    K6CAPK.1
000000     05  MML-REASON           PIC X(13).                          K6CAPK.1
000000     05  FILLER               PIC X(8)  VALUE " MODULE ".         K6CAPK.1
000000     05  MML-MODULE           PIC X(2).                           K6CAPK.1
000000     05  FILLER               PIC X(8)  VALUE " CLAIMED".         K6CAPK.1
000000     05  FILLER               PIC X(7)  VALUE " LEVEL ".          K6CAPK.1
000000     05  MML-CLAIM-LEVEL      PIC 9.                              K6CAPK.1
000000     05  FILLER               PIC X(8)  VALUE " PASSED ".         K6CAPK.1
000000     05  MML-OK               PIC ZZ9.                            K6CAPK.1
000000     05  FILLER               PIC X(8)  VALUE " FAILED ".         K6CAPK.1
000000     05  MML-FAIL             PIC ZZ9.                            K6CAPK.1
000000     05  FILLER               PIC X(21) VALUE SPACE.              K6CAPK.1
000000 01  MISMATCH-TOT-LINE.                                           K6CAPK.1
000000     05  FILLER               PIC X(44) VALUE                     K6CAPK.1
000000         "CLAIM MISMATCHES (N/A RUNS WITH VERDICTS)   ".          K6CAPK.1
000000     05  MTL-COUNT            PIC ZZZZ9.                          K6CAPK.1
000000     05  FILLER               PIC X(71) VALUE SPACE.              K6CAPK.1
013500                                                                  K6STOP.1
013600 PROCEDURE DIVISION.                                              K6STOP.1
013700*================================================================ K6STOP.1
015000* 1000-INITIALIZE -- OPEN FILES AND CLEAR THE LATEST-RUN TABLE.   K6STOP.1
015100*================================================================ K6STOP.1
015200 1000-INITIALIZE.                                                 K6STOP.1
015300     OPEN INPUT  LATEST-RUNS.                                     K6LRUN.1
000000     IF WS-LR-STATUS = "00"                                       K6LRUN.1
000000         SET WS-LATEST-RUNS TO TRUE.                              K6LRUN.1
000000     IF WS-LR-STATUS = "05"                                       K6LRUN.1
000000         CLOSE LATEST-RUNS.                                       K6LRUN.1
000000     IF NOT WS-LATEST-RUNS                                        K6LRUN.1
000000         OPEN INPUT  RAW-EXTRACT.                                 K6LRUN.1
015400     OPEN OUTPUT STOPLIGHT-RPT.                                   K6STOP.1
000000     PERFORM 1500-LOAD-EXCEPTIONS THRU 1500-EXIT.                 K6CNSK.1
000000     PERFORM 1600-LOAD-QUARANTINE THRU 1600-EXIT.                 K6RVAL.1
000000     PERFORM 1300-LOAD-RETIRED THRU 1300-EXIT.                    K6LRUN.2
015500     SET MOD-IDX TO 1.                                            K6STOP.1
015600 1000-CLEAR-TABLE.                                                K6STOP.1
015700     IF MOD-IDX > 100                                             K6STOP.1
016100     MOVE ZERO   TO MOD-LATEST-DATE (MOD-IDX)                     K6STOP.1
016200                    MOD-LATEST-SEQ (MOD-IDX)                      K6STOP.1
016300                    MOD-FAIL (MOD-IDX) MOD-DELETED (MOD-IDX)      K6STOP.1
000000                    MOD-INSPECT (MOD-IDX) MOD-OK (MOD-IDX).       K6CAPK.1
016500     SET MOD-IDX UP BY 1.                                         K6STOP.1
016600     GO TO 1000-CLEAR-TABLE.                                      K6STOP.1
016700 1000-EXIT.                                                       K6STOP.1
016800     EXIT.                                                        K6STOP.1
000000*================================================================ K6LRUN.2
000000* 1300-LOAD-RETIRED -- TARGETS THE REGISTER SAYS ARE RETIRED.     K6LRUN.2
000000*================================================================ K6LRUN.2
000000 1300-LOAD-RETIRED.                                               K6LRUN.2
000000     OPEN INPUT TGT-STATUS.                                       K6LRUN.2
000000     IF WS-TGTSTAT-STATUS NOT = "00"                              K6LRUN.2
000000             AND WS-TGTSTAT-STATUS NOT = "05"                     K6LRUN.2
000000         GO TO 1300-EXIT.                                         K6LRUN.2
000000 1300-READ.                                                       K6LRUN.2
000000     READ TGT-STATUS                                              K6LRUN.2
000000         AT END GO TO 1300-DONE.                                  K6LRUN.2
000000     IF TS-STATUS = "RETIRED "                                    K6LRUN.2
000000             AND WS-RET-COUNT LESS THAN 20                        K6LRUN.2
000000         ADD 1 TO WS-RET-COUNT                                    K6LRUN.2
000000         MOVE TS-TARGET-ID TO RETIRED-TARGET (WS-RET-COUNT).      K6LRUN.2
000000     GO TO 1300-READ.                                             K6LRUN.2
000000 1300-DONE.                                                       K6LRUN.2
000000     CLOSE TGT-STATUS.                                            K6LRUN.2
000000 1300-EXIT.                                                       K6LRUN.2
000000     EXIT.                                                        K6LRUN.2
000000*================================================================ K6LRUN.2
000000* 1350-CHECK-RETIRED -- IS RE-TARGET-ID A RETIRED TARGET?         K6LRUN.2
000000*================================================================ K6LRUN.2
000000 1350-CHECK-RETIRED.                                              K6LRUN.2
000000     MOVE "N" TO WS-RETIRED-SW.                                   K6LRUN.2
000000     MOVE 1 TO WS-RET-SUB.                                        K6LRUN.2
000000 1350-SCAN.                                                       K6LRUN.2
000000     IF WS-RET-SUB GREATER THAN WS-RET-COUNT                      K6LRUN.2
000000         GO TO 1350-EXIT.                                         K6LRUN.2
000000     IF RETIRED-TARGET (WS-RET-SUB) = RE-TARGET-ID                K6LRUN.2
000000         MOVE "Y" TO WS-RETIRED-SW                                K6LRUN.2
000000         GO TO 1350-EXIT.                                         K6LRUN.2
000000     ADD 1 TO WS-RET-SUB.                                         K6LRUN.2
000000     GO TO 1350-SCAN.                                             K6LRUN.2
000000 1350-EXIT.                                                       K6LRUN.2
000000     EXIT.                                                        K6LRUN.2
000000*================================================================ K6CNSK.1
000000* 1500-LOAD-EXCEPTIONS -- THE INCOMPLETE RUNS K6CNSK FOUND AT     K6CNSK.1
000000* WINDOW CLOSE.  A NAME RECORD BELONGS TO THE RUN RECORD AHEAD    K6CNSK.1
000000* OF IT.  NO FILE MEANS NO RUN GRADES INCOMPLETE.                 K6CNSK.1
000000*================================================================ K6CNSK.1
000000 1500-LOAD-EXCEPTIONS.                                            K6CNSK.1
000000     OPEN INPUT CENSUS-EXCEPT.                                    K6CNSK.1
000000     IF WS-CNSX-STATUS NOT = "00"                                 K6CNSK.1
000000         GO TO 1500-EXIT.                                         K6CNSK.1
000000 1500-READ.                                                       K6CNSK.1
000000     READ CENSUS-EXCEPT                                           K6CNSK.1
000000         AT END GO TO 1500-CLOSE.                                 K6CNSK.1
000000     IF NX-RUN-REC                                                K6CNSK.1
000000         GO TO 1500-RUN.                                          K6CNSK.1
000000     IF WS-XCP-COUNT = ZERO OR WS-XNM-COUNT NOT < 2000            K6CNSK.1
000000         GO TO 1500-READ.                                         K6CNSK.1
000000     ADD 1 TO WS-XNM-COUNT.                                       K6CNSK.1
000000     MOVE NX-REC-TYPE TO XNM-KIND (WS-XNM-COUNT).                 K6CNSK.1
000000     MOVE NX-PAR-NAME TO XNM-PAR-NAME (WS-XNM-COUNT).             K6CNSK.1
000000     ADD 1 TO XCP-NAMES (WS-XCP-COUNT).                           K6CNSK.1
000000     GO TO 1500-READ.                                             K6CNSK.1
000000 1500-RUN.                                                        K6CNSK.1
000000     IF WS-XCP-COUNT NOT < 200                                    K6CNSK.1
000000         GO TO 1500-CLOSE.                                        K6CNSK.1
000000     ADD 1 TO WS-XCP-COUNT.                                       K6CNSK.1
000000     MOVE NX-TARGET-ID TO XCP-TARGET-ID (WS-XCP-COUNT).           K6CNSK.1
000000     MOVE NX-PGM-ID    TO XCP-PGM-ID (WS-XCP-COUNT).              K6CNSK.1
000000     MOVE NX-RUN-DATE  TO XCP-RUN-DATE (WS-XCP-COUNT).            K6CNSK.1
000000     MOVE NX-RUN-SEQ   TO XCP-RUN-SEQ (WS-XCP-COUNT).             K6CNSK.1
000000     MOVE NX-RAN       TO XCP-RAN (WS-XCP-COUNT).                 K6CNSK.1
000000     MOVE NX-EXPECTED  TO XCP-EXPECTED (WS-XCP-COUNT).            K6CNSK.1
000000     COMPUTE XCP-FIRST-NAME (WS-XCP-COUNT) = WS-XNM-COUNT + 1.    K6CNSK.1
000000     MOVE ZERO TO XCP-NAMES (WS-XCP-COUNT).                       K6CNSK.1
000000     GO TO 1500-READ.                                             K6CNSK.1
000000 1500-CLOSE.                                                      K6CNSK.1
000000     CLOSE CENSUS-EXCEPT.                                         K6CNSK.1
000000 1500-EXIT.                                                       K6CNSK.1
000000     EXIT.                                                        K6CNSK.1
000000*================================================================ K6RVAL.1
000000* 1600-LOAD-QUARANTINE -- THE KEYS OF THE RUNS K6RVAL             K6RVAL.1
000000* QUARANTINED.  NO FILE MEANS NOTHING IS LEFT OUT.                K6RVAL.1
000000*================================================================ K6RVAL.1
000000 1600-LOAD-QUARANTINE.                                            K6RVAL.1
000000     OPEN INPUT RAW-QUARANTINE.                                   K6RVAL.1
000000     IF WS-RQ-STATUS NOT = "00"                                   K6RVAL.1
000000             AND WS-RQ-STATUS NOT = "05"                          K6RVAL.1
000000         GO TO 1600-EXIT.                                         K6RVAL.1
000000 1600-READ.                                                       K6RVAL.1
000000     READ RAW-QUARANTINE                                          K6RVAL.1
000000         AT END GO TO 1600-CLOSE.                                 K6RVAL.1
000000     IF WS-RQ-COUNT NOT LESS THAN 500                             K6RVAL.1
000000         GO TO 1600-CLOSE.                                        K6RVAL.1
000000     ADD 1 TO WS-RQ-COUNT.                                        K6RVAL.1
000000     MOVE RQ-RAW-KEY TO RQ-KEY-ENTRY (WS-RQ-COUNT).               K6RVAL.1
000000     GO TO 1600-READ.                                             K6RVAL.1
000000 1600-CLOSE.                                                      K6RVAL.1
000000     CLOSE RAW-QUARANTINE.                                        K6RVAL.1
000000 1600-EXIT.                                                       K6RVAL.1
000000     EXIT.                                                        K6RVAL.1
000000*================================================================ K6RVAL.1
000000* 1650-CHECK-QUARANTINE -- IS THE CURRENT RECORD ONE OF THEM?     K6RVAL.1
000000*================================================================ K6RVAL.1
000000 1650-CHECK-QUARANTINE.                                           K6RVAL.1
000000     MOVE "N" TO WS-QUARANTINED-SW.                               K6RVAL.1
000000     MOVE ZERO TO WS-RQ-SUB.                                      K6RVAL.1
000000 1650-SCAN.                                                       K6RVAL.1
000000     ADD 1 TO WS-RQ-SUB.                                          K6RVAL.1
000000     IF WS-RQ-SUB > WS-RQ-COUNT                                   K6RVAL.1
000000         GO TO 1650-EXIT.                                         K6RVAL.1
000000     IF RQ-KEY-ENTRY (WS-RQ-SUB) = RE-RAW-DATA-KEY                K6RVAL.1
000000         MOVE "Y" TO WS-QUARANTINED-SW                            K6RVAL.1
000000         GO TO 1650-EXIT.                                         K6RVAL.1
000000     GO TO 1650-SCAN.                                             K6RVAL.1
000000 1650-EXIT.                                                       K6RVAL.1
000000     EXIT.                                                        K6RVAL.1
016900*================================================================ K6STOP.1
017000* 2000-READ-EXTRACT -- READ ONE RAW-DATA-SATZ FROM THE EXTRACT.   K6STOP.1
017100*================================================================ K6STOP.1
017200 2000-READ-EXTRACT.                                               K6STOP.1
017300     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         READ LATEST-RUNS NEXT RECORD INTO RE-RAW-DATA-SATZ       K6LRUN.1
000000             AT END SET WS-EXTRACT-EOF TO TRUE                    K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         READ RAW-EXTRACT INTO RE-RAW-DATA-SATZ                   K6LRUN.1
017400             AT END SET WS-EXTRACT-EOF TO TRUE.                   K6LRUN.1
017500 2000-EXIT.                                                       K6STOP.1
017600     EXIT.                                                        K6STOP.1
017700*================================================================ K6STOP.1
000000         GO TO 3000-EXIT.                                         K6SMOK.1
000000*    A SUPERSEDED RUN IS NOT EFFECTIVE EVIDENCE (SEE              K6SUPS.1
000000*    K6RAWDS.CPY) -- ONLY THE SUPERSEDING RERUN COUNTS.           K6SUPS.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6SUPS.1
000000         GO TO 3000-EXIT.                                         K6SUPS.1
000000*    A QUARANTINED RUN (SEE K6RVAL) IS NOT EVIDENCE EITHER.       K6RVAL.1
000000     PERFORM 1650-CHECK-QUARANTINE THRU 1650-EXIT.                K6RVAL.1
000000     IF WS-QUARANTINED-SW = "Y"                                   K6RVAL.1
000000         ADD 1 TO WS-RQ-SKIPS                                     K6RVAL.1
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6RVAL.1
000000         GO TO 3000-EXIT.                                         K6RVAL.1
000000*    A PRACTICE (SANDBOX) RUN IS NOT EVIDENCE, NOR IS A RUN ON    K6LRUN.2
000000*    A TARGET THE TARGET-STATUS REGISTER HAS RETIRED.  K6LRUN     K6LRUN.2
000000*    APPLIES THE SAME RULES, SO THE EXTRACT AND LATESTRN AGREE.   K6LRUN.2
000000     IF RE-C-NOTE (1:8) = "PRACTICE"                              K6LRUN.2
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6LRUN.2
000000         GO TO 3000-EXIT.                                         K6LRUN.2
000000     PERFORM 1350-CHECK-RETIRED THRU 1350-EXIT.                   K6LRUN.2
000000     IF WS-RETIRED-SW = "Y"                                       K6LRUN.2
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6LRUN.2
000000         GO TO 3000-EXIT.                                         K6LRUN.2
018300     PERFORM 4000-FIND-MODULE THRU 4000-EXIT.                     K6STOP.1
018400     IF WS-FOUND-SW = "N"                                         K6STOP.1
018500         GO TO 3000-NEWER.                                        K6STOP.1
019400     MOVE RE-RUN-SEQ  TO MOD-LATEST-SEQ  (MOD-IDX).               K6STOP.1
019500     MOVE RE-C-ABORT  TO MOD-ABORT-FLAG  (MOD-IDX).               K6STOP.1
019600     MOVE RE-C-FAIL   TO MOD-FAIL        (MOD-IDX).               K6STOP.1
000000     MOVE RE-C-OK     TO MOD-OK          (MOD-IDX).               K6CAPK.1
000000     MOVE RE-SEV-HIGH TO MOD-SEV-HIGH    (MOD-IDX).               K6SEVT.1
019700     MOVE RE-C-DELETED TO MOD-DELETED    (MOD-IDX).               K6STOP.1
019800     MOVE RE-C-INSPECT TO MOD-INSPECT    (MOD-IDX).               K6STOP.1
020100 3000-EXIT.                                                       K6STOP.1
020200     EXIT.                                                        K6STOP.1
020300*================================================================ K6STOP.1
000000* 4000-FIND-MODULE -- LOCATE RE-PGM-ID IN THE TABLE, ADDING A NEW K6LRUN.2
000000* ENTRY IN TARGET AND PROGRAM ORDER WHEN IT IS NOT ALREADY THERE. K6LRUN.2
020600*================================================================ K6STOP.1
020700 4000-FIND-MODULE.                                                K6STOP.1
020800     MOVE "N" TO WS-FOUND-SW.                                     K6STOP.1
021600         GO TO 4000-EXIT.                                         K6STOP.1
021700     SET MOD-IDX UP BY 1.                                         K6STOP.1
021800     GO TO 4000-SEARCH.                                           K6STOP.1
000000 4000-ADD-ENTRY.                                                  K6LRUN.2
000000*    ENTRIES ARE KEPT IN TARGET AND PROGRAM ORDER, SO THE REPORT  K6LRUN.2
000000*    READS THE SAME WHETHER THE RUNS CAME FROM THE FULL EXTRACT   K6LRUN.2
000000*    OR FROM LATESTRN.                                            K6LRUN.2
000000     ADD 1 TO WS-MOD-COUNT.                                       K6LRUN.2
000000     SET MOD-IDX TO WS-MOD-COUNT.                                 K6LRUN.2
000000 4000-SHIFT.                                                      K6LRUN.2
000000     IF MOD-IDX = 1                                               K6LRUN.2
000000         GO TO 4000-PLACE.                                        K6LRUN.2
000000     SET MOD-IDX DOWN BY 1.                                       K6LRUN.2
000000     IF MOD-TARGET-ID (MOD-IDX) < RE-TARGET-ID                    K6LRUN.2
000000             OR (MOD-TARGET-ID (MOD-IDX) = RE-TARGET-ID           K6LRUN.2
000000             AND MOD-PGM-ID (MOD-IDX) < RE-PGM-ID)                K6LRUN.2
000000         SET MOD-IDX UP BY 1                                      K6LRUN.2
000000         GO TO 4000-PLACE.                                        K6LRUN.2
000000     MOVE MODULE-ENTRY (MOD-IDX) TO MODULE-ENTRY (MOD-IDX + 1).   K6LRUN.2
000000     GO TO 4000-SHIFT.                                            K6LRUN.2
000000 4000-PLACE.                                                      K6LRUN.2
000000     MOVE RE-PGM-ID    TO MOD-PGM-ID (MOD-IDX).                   K6LRUN.2
000000     MOVE RE-TARGET-ID TO MOD-TARGET-ID (MOD-IDX).                K6LRUN.2
022400 4000-EXIT.                                                       K6STOP.1
022500     EXIT.                                                        K6STOP.1
022600*================================================================ K6STOP.1
024500     MOVE MOD-INSPECT   (MOD-IDX) TO DET-INSPECT.                 K6STOP.1
024600     WRITE SL-PRINT-REC FROM DET-LINE                             K6STOP.1
024700         AFTER ADVANCING 1 LINES.                                 K6STOP.1
000000     IF WS-XCP-SUB NOT = ZERO                                     K6CNSK.1
000000         PERFORM 7700-PRINT-SHORTFALL THRU 7700-EXIT.             K6CNSK.1
000000     IF CAPK-NOT-APPLICABLE                                       K6CAPK.1
000000             AND (MOD-OK (MOD-IDX) > ZERO                         K6CAPK.1
000000             OR MOD-FAIL (MOD-IDX) > ZERO)                        K6CAPK.1
000000         PERFORM 7800-PRINT-MISMATCH THRU 7800-EXIT.              K6CAPK.1
024800     SET MOD-IDX UP BY 1.                                         K6STOP.1
024900     GO TO 7000-DETAIL.                                           K6STOP.1
025000 7000-TOTAL.                                                      K6STOP.1
025100     MOVE WS-RED-COUNT    TO TOT-RED.                             K6STOP.1
025200     MOVE WS-YELLOW-COUNT TO TOT-YELLOW.                          K6STOP.1
025300     MOVE WS-GREEN-COUNT  TO TOT-GREEN.                           K6STOP.1
000000     MOVE WS-INCMPL-COUNT TO TOT-INCMPL.                          K6CNSK.1
000000     MOVE WS-NA-COUNT     TO TOT-NA.                              K6CAPK.1
025400     WRITE SL-PRINT-REC FROM TOT-LINE                             K6STOP.1
025500         AFTER ADVANCING 2 LINES.                                 K6STOP.1
000000     IF WS-RQ-SKIPS > ZERO                                        K6RVAL.1
000000         MOVE WS-RQ-SKIPS TO QL-SKIPS                             K6RVAL.1
000000         WRITE SL-PRINT-REC FROM QUAR-LINE                        K6RVAL.1
000000             AFTER ADVANCING 1 LINES.                             K6RVAL.1
000000     IF WS-MISMATCH-COUNT > ZERO                                  K6CAPK.1
000000         MOVE WS-MISMATCH-COUNT TO MTL-COUNT                      K6CAPK.1
000000         WRITE SL-PRINT-REC FROM MISMATCH-TOT-LINE                K6CAPK.1
000000             AFTER ADVANCING 1 LINES.                             K6CAPK.1
025600 7000-EXIT.                                                       K6STOP.1
025700     EXIT.                                                        K6STOP.1
000000*================================================================ K6CNSK.1
000000* 7400-FIND-EXCEPTION -- WS-XCP-SUB TO THE CENSUS EXCEPTION FOR   K6CNSK.1
000000* THIS MODULE'S LATEST RUN, OR ZERO WHEN THE RUN WAS COMPLETE.    K6CNSK.1
000000*================================================================ K6CNSK.1
000000 7400-FIND-EXCEPTION.                                             K6CNSK.1
000000     MOVE ZERO TO WS-XCP-SUB.                                     K6CNSK.1
000000 7400-SCAN.                                                       K6CNSK.1
000000     ADD 1 TO WS-XCP-SUB.                                         K6CNSK.1
000000     IF WS-XCP-SUB > WS-XCP-COUNT                                 K6CNSK.1
000000         MOVE ZERO TO WS-XCP-SUB                                  K6CNSK.1
000000         GO TO 7400-EXIT.                                         K6CNSK.1
000000     IF XCP-PGM-ID (WS-XCP-SUB) NOT = MOD-PGM-ID (MOD-IDX)        K6CNSK.1
000000             OR XCP-TARGET-ID (WS-XCP-SUB)                        K6CNSK.1
000000                NOT = MOD-TARGET-ID (MOD-IDX)                     K6CNSK.1
000000             OR XCP-RUN-DATE (WS-XCP-SUB)                         K6CNSK.1
000000                NOT = MOD-LATEST-DATE (MOD-IDX)                   K6CNSK.1
000000             OR XCP-RUN-SEQ (WS-XCP-SUB)                          K6CNSK.1
000000                NOT = MOD-LATEST-SEQ (MOD-IDX)                    K6CNSK.1
000000         GO TO 7400-SCAN.                                         K6CNSK.1
000000 7400-EXIT.                                                       K6CNSK.1
000000     EXIT.                                                        K6CNSK.1
025800*================================================================ K6STOP.1
025900* 7500-GRADE-MODULE -- SET DET-STATUS AND BUMP THE MATCHING       K6STOP.1
026000* RED/YELLOW/GREEN COUNTER FOR THE CURRENT TABLE ENTRY.           K6STOP.1
026100*================================================================ K6STOP.1
026200 7500-GRADE-MODULE.                                               K6STOP.1
000000*    A PROGRAM OUTSIDE THE TARGET'S CLAIMED PROFILE IS NOT        K6CAPK.1
000000*    GRADED AT ALL (SEE K6CAPK).                                  K6CAPK.1
000000     MOVE "QUERY   "              TO CAPK-FUNCTION.               K6CAPK.1
000000     MOVE MOD-TARGET-ID (MOD-IDX) TO CAPK-TARGET-ID.              K6CAPK.1
000000     MOVE MOD-PGM-ID (MOD-IDX)    TO CAPK-PGM-ID.                 K6CAPK.1
000000     CALL "K6CAPK" USING CAPK-PARM.                               K6CAPK.1
000000     IF CAPK-NOT-APPLICABLE                                       K6CAPK.1
000000         MOVE ZERO TO WS-XCP-SUB                                  K6CAPK.1
000000         GO TO 7500-NA.                                           K6CAPK.1
000000     PERFORM 7400-FIND-EXCEPTION THRU 7400-EXIT.                  K6CNSK.1
026300     IF MOD-ABORT-FLAG (MOD-IDX) = "ABORTED "                     K6STOP.1
026400         GO TO 7500-RED.                                          K6STOP.1
000000*    A SHORT RUN (SEE K6CNSK) GRADES INCOMPLETE UNLESS A SERIOUS  K6CNSK.1
000000*    FAILURE ALREADY MAKES IT RED.                                K6CNSK.1
000000     IF WS-XCP-SUB NOT = ZERO                                     K6CNSK.1
000000             AND (MOD-FAIL (MOD-IDX) = ZERO                       K6CNSK.1
000000             OR MOD-SEV-HIGH (MOD-IDX) = "3")                     K6CNSK.1
000000         GO TO 7500-INCMPL.                                       K6CNSK.1
000000*    COLORING IS DRIVEN BY THE HIGHEST SEVERITY PRESENT, NOT BY   K6SEVT.1
000000*    RAW COUNTS ALONE: ONE CRITICAL OR MAJOR FAILURE TURNS THE    K6SEVT.1
000000*    MODULE RED, A RUN WHOSE FAILURES ARE ALL CLASS-3 MINOR       K6SEVT.1
027400     MOVE "YELLOW " TO DET-STATUS.                                K6STOP.1
027500     ADD 1 TO WS-YELLOW-COUNT.                                    K6STOP.1
027600     GO TO 7500-EXIT.                                             K6STOP.1
000000 7500-NA.                                                         K6CAPK.1
000000     MOVE "N/A    " TO DET-STATUS.                                K6CAPK.1
000000     ADD 1 TO WS-NA-COUNT.                                        K6CAPK.1
000000     GO TO 7500-EXIT.                                             K6CAPK.1
000000 7500-INCMPL.                                                     K6CNSK.1
000000     MOVE "INCMPL " TO DET-STATUS.                                K6CNSK.1
000000     ADD 1 TO WS-INCMPL-COUNT.                                    K6CNSK.1
000000     GO TO 7500-EXIT.                                             K6CNSK.1
027700 7500-RED.                                                        K6STOP.1
027800     MOVE "RED    " TO DET-STATUS.                                K6STOP.1
027900     ADD 1 TO WS-RED-COUNT.                                       K6STOP.1
028000 7500-EXIT.                                                       K6STOP.1
028100     EXIT.                                                        K6STOP.1
000000*================================================================ K6CNSK.1
000000* 7700-PRINT-SHORTFALL -- TESTS RUN AGAINST THE CENSUS, AND THE   K6CNSK.1
000000* MISSING AND UNKNOWN PARAGRAPH NAMES, UNDER THE MODULE LINE.     K6CNSK.1
000000*================================================================ K6CNSK.1
000000 7700-PRINT-SHORTFALL.                                            K6CNSK.1
000000     MOVE XCP-RAN (WS-XCP-SUB)      TO RNT-RAN.                   K6CNSK.1
000000     MOVE XCP-EXPECTED (WS-XCP-SUB) TO RNT-EXPECTED.              K6CNSK.1
000000     MOVE "RAN" TO SHL-KIND.                                      K6CNSK.1
000000     MOVE RAN-TEXT TO SHL-TEXT.                                   K6CNSK.1
000000     WRITE SL-PRINT-REC FROM SHORT-LINE                           K6CNSK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CNSK.1
000000     MOVE XCP-FIRST-NAME (WS-XCP-SUB) TO WS-XNM-SUB.              K6CNSK.1
000000     COMPUTE WS-XNM-LAST = XCP-FIRST-NAME (WS-XCP-SUB)            K6CNSK.1
000000                         + XCP-NAMES (WS-XCP-SUB) - 1.            K6CNSK.1
000000 7700-NEXT-NAME.                                                  K6CNSK.1
000000     IF WS-XNM-SUB > WS-XNM-LAST                                  K6CNSK.1
000000         GO TO 7700-EXIT.                                         K6CNSK.1
000000     IF XNM-KIND (WS-XNM-SUB) = "M"                               K6CNSK.1
000000         MOVE "MISSING" TO SHL-KIND                               K6CNSK.1
000000     ELSE                                                         K6CNSK.1
000000         MOVE "UNKNOWN" TO SHL-KIND.                              K6CNSK.1
000000     MOVE XNM-PAR-NAME (WS-XNM-SUB) TO SHL-TEXT.                  K6CNSK.1
000000     WRITE SL-PRINT-REC FROM SHORT-LINE                           K6CNSK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CNSK.1
000000     ADD 1 TO WS-XNM-SUB.                                         K6CNSK.1
000000     GO TO 7700-NEXT-NAME.                                        K6CNSK.1
000000 7700-EXIT.                                                       K6CNSK.1
000000     EXIT.                                                        K6CNSK.1
000000*================================================================ K6CAPK.1
000000* 7800-PRINT-MISMATCH -- A PROGRAM OUTSIDE THE CLAIM THAT PASSED  K6CAPK.1
000000* OR FAILED ANYWAY: THE CLAIM AND THE RESULTS DISAGREE.           K6CAPK.1
000000*================================================================ K6CAPK.1
000000 7800-PRINT-MISMATCH.                                             K6CAPK.1
000000     IF CAPK-APPLIC = "L"                                         K6CAPK.1
000000         MOVE "ABOVE LEVEL  " TO MML-REASON                       K6CAPK.1
000000     ELSE                                                         K6CAPK.1
000000         MOVE "NOT CLAIMED  " TO MML-REASON.                      K6CAPK.1
000000     MOVE CAPK-MODULE        TO MML-MODULE.                       K6CAPK.1
000000     MOVE CAPK-CLAIM-LEVEL   TO MML-CLAIM-LEVEL.                  K6CAPK.1
000000     MOVE MOD-OK (MOD-IDX)   TO MML-OK.                           K6CAPK.1
000000     MOVE MOD-FAIL (MOD-IDX) TO MML-FAIL.                         K6CAPK.1
000000     WRITE SL-PRINT-REC FROM MISMATCH-LINE                        K6CAPK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CAPK.1
000000     ADD 1 TO WS-MISMATCH-COUNT.                                  K6CAPK.1
000000 7800-EXIT.                                                       K6CAPK.1
000000     EXIT.                                                        K6CAPK.1
028200*================================================================ K6STOP.1
028300* 9999-TERMINATE -- CLOSE FILES.                                  K6STOP.1
028400*================================================================ K6STOP.1
028500 9999-TERMINATE.                                                  K6STOP.1
028600     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         CLOSE LATEST-RUNS                                        K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         CLOSE RAW-EXTRACT.                                       K6LRUN.1
000000     CLOSE STOPLIGHT-RPT.                                         K6LRUN.1
028700 9999-EXIT.                                                       K6STOP.1
028800     EXIT.                                                        K6STOP.1
