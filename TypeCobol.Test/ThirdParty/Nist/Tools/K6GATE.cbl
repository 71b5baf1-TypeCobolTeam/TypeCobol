002000*    MODULES ARE BLOCKING, AND SETS ITS RETURN CODE:              K6GATE.1
002100*        0   GO           -- NO BLOCKING MODULE RED OR YELLOW     K6GATE.1
002200*        8   CONDITIONAL  -- A BLOCKING MODULE IS YELLOW          K6GATE.1
002300*        16  NO-GO        -- A BLOCKING MODULE IS RED OR          K6CNSK.1
000000*                            INCOMPLETE                           K6CNSK.1
002400*    A ONE-PAGE JUSTIFICATION OF THE VERDICT IS WRITTEN SO THE    K6GATE.1
002500*    9 A.M. QUESTION "WHY DID THE PROMOTION STOP" HAS A PRINTED   K6GATE.1
002600*    ANSWER.  THE JOBSTREAM PUTS COND= ON THE GATE STEP.          K6GATE.1
000000*    A RUN THE WINDOW-CLOSE CENSUS CHECK (K6CNSK) FOUND SHORT OF  K6CNSK.1
000000*    ITS EXPECTED TESTS GRADES INCOMPLETE, AS IN K6STOPL -- A     K6CNSK.1
000000*    SKIPPED TEST IS NOT A PASSED ONE.  THE CENSUS EXCEPTION      K6CNSK.1
000000*    FILE (CNSXCP) IS OPTIONAL; WITHOUT IT NO RUN IS INCOMPLETE.  K6CNSK.1
000000*    ONLY THE PRODUCTION COMPILE-OPTION PROFILE IS CERTIFIED:     K6COPT.1
000000*    WHEN THE OPTIONAL OPTPROF REGISTER (K6OPRF.CPY) FLAGS A      K6COPT.1
000000*    PRODUCTION PROFILE, RUNS STAMPED WITH ANY OTHER PROFILE      K6COPT.1
000000*    ARE SKIPPED.  RUNS WITH NO STAMP PREDATE IT AND COUNT.       K6COPT.1
000000*    A RUN K6RVAL QUARANTINED (RAWQUAR, OPTIONAL) IS LEFT OUT     K6RVAL.1
000000*    OF THE GATE SCAN; THE NUMBER LEFT OUT IS PRINTED.            K6RVAL.1
000000*    A PROGRAM FOR A MODULE, OR A LEVEL OF ONE, THE TARGET DOES   K6CAPK.1
000000*    NOT CLAIM (TGTCAPS, ASKED THROUGH K6CAPK) IS NOT APPLICABLE: K6CAPK.1
000000*    IT IS LISTED BUT TAKES NO PART IN THE MODULE ROLLUP OR THE   K6CAPK.1
000000*    VERDICT.  ONE THAT PASSED OR FAILED ANYTHING ANYWAY IS       K6CAPK.1
000000*    LISTED AS A CLAIM MISMATCH; THE RETURN CODE IS UNCHANGED.    K6CAPK.1
000000*    MANAGEMENT CAN PROMOTE PAST THE GATE FOR ONE WINDOW WITH AN  K6GOVR.1
000000*    OVERRIDE DECK (GATEOVR, K6GOVR.CPY) NAMING THE WINDOW, THE   K6GOVR.1
000000*    TARGET, THE OVERRIDDEN MODULES, THE APPROVER, THE TICKET AND K6GOVR.1
000000*    THE JUSTIFICATION.  IT IS ACCEPTED ONLY WHEN THE SUBMITTER   K6GOVR.1
000000*    HOLDS THE GATEOVRD FUNCTION (K6AUTH) AND ITS DATE AND WINDOW K6GOVR.1
000000*    ARE THOSE OF THE RUNS GATED; AN OVERRIDDEN MODULE THEN       K6GOVR.1
000000*    STOPS BLOCKING.  THE TRUE VERDICT IS STILL PRINTED, MARKED   K6GOVR.1
000000*    OVERRIDDEN, AND THE RETURN CODE IS THE OVERRIDDEN ONE.  A    K6GOVR.1
000000*    REFUSED DECK IS PRINTED WITH ITS REASON AND CHANGES NOTHING. K6GOVR.1
000000*    WHEN THE PROMOTION CARD (PROMCTL) NAMES THE BUILD BEING      K6GOVR.1
000000*    PROMOTED -- ITS TARGET-ID (COLS 1-8) AND THE K6EVPK          K6GOVR.1
000000*    EVIDENCE-PACK REFERENCE (COLS 10-29) -- A BUILD THE GATE     K6GOVR.1
000000*    LETS THROUGH IS APPENDED TO THE PROMOTION LEDGER (PROMLDG,   K6GOVR.1
000000*    K6PLDG.CPY) WITH ITS TRUE VERDICT AND ANY OVERRIDE.  IF THE  K6GOVR.1
000000*    LEDGER CANNOT BE OPENED THE PROMOTION IS STOPPED (16).       K6GOVR.1
002700*                                                                 K6GATE.1
002800* POLICY CARDS (GATECTL, ONE MODULE PREFIX PER CARD, COLS 1-2):   K6GATE.1
002900*    EACH CARD NAMES A BLOCKING MODULE.  AN ABSENT OR EMPTY       K6GATE.1
000000*    2026-09-02  DLO  NAMED-WINDOW FILTER ON THE GATE SCAN;       K6GATE.1
000000*                     RETIRED-TARGET AND PRACTICE-RUN SEGMENTS    K6GATE.1
000000*                     HARD-BLOCKED.                               K6GATE.1
000000*    2026-10-15  DLO  INCOMPLETE GRADE FROM THE CENSUS EXCEPTION  K6CNSK.1
000000*                     FILE; A BLOCKING INCOMPLETE MODULE IS NO-GO.K6CNSK.1
000000*    2026-10-15  DLO  CERTIFIES ONLY THE PRODUCTION COMPILE-      K6COPT.1
000000*                     OPTION PROFILE (OPTPROF REGISTER).          K6COPT.1
000000*    2026-10-15  DLO  RUNS QUARANTINED BY K6RVAL (RAWQUAR) ARE    K6RVAL.1
000000*                     LEFT OUT OF THE GATE SCAN.                  K6RVAL.1
000000*    2026-10-15  DLO  READS THE LATEST-EFFECTIVE-RUN FILE BUILT   K6LRUN.1
000000*                     BY K6LRUN (LATESTRN) IN PLACE OF THE FULL   K6LRUN.1
000000*                     EXTRACT WHEN IT IS SUPPLIED.                K6LRUN.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  PROGRAMS OUTSIDE THE TARGET CAPABILITY      K6CAPK.1
000000*                     PROFILE (K6CAPK) ARE LEFT OUT OF THE VERDICTK6CAPK.1
000000*                     AND LISTED, WITH CLAIM MISMATCHES.          K6CAPK.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  ONE-WINDOW GATE OVERRIDE (GATEOVR) UNDER    K6GOVR.1
000000*                     K6AUTH; TRUE VERDICT PRINTED OVERRIDDEN.    K6GOVR.1
000000*                     BUILD PROMOTION LEDGER (PROMLDG).           K6GOVR.1
000000*    2026-10-15  DLO  THE FULL EXTRACT IS READ IN PLACE OF        K6LRUN.2
000000*                     LATESTRN WHEN A PRODUCTION PROFILE IS       K6LRUN.2
000000*                     FLAGGED, SINCE K6LRUN NO LONGER FILTERS BY  K6LRUN.2
000000*                     PROFILE.                                    K6LRUN.2
003500*================================================================ K6GATE.1
003600                                                                  K6GATE.1
003700 ENVIRONMENT DIVISION.                                            K6GATE.1
004400 FILE-CONTROL.                                                    K6GATE.1
004500     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6GATE.1
004600         ORGANIZATION IS SEQUENTIAL.                              K6GATE.1
000000*    LATEST-EFFECTIVE-RUN FILE (K6LRUN, K6LERN.CPY) -- READ IN    K6LRUN.1
000000*    PLACE OF THE FULL EXTRACT WHEN IT IS SUPPLIED.               K6LRUN.1
000000     SELECT OPTIONAL LATEST-RUNS ASSIGN TO LATESTRN               K6LRUN.1
000000         ORGANIZATION IS INDEXED                                  K6LRUN.1
000000         ACCESS MODE IS SEQUENTIAL                                K6LRUN.1
000000         RECORD KEY IS LR-KEY                                     K6LRUN.1
000000         FILE STATUS IS WS-LR-STATUS.                             K6LRUN.1
000000*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       K6WIND.1
000000*    K6RAWDS.CPY.  ONLY THE SELECTED WINDOW'S RECORDS COUNT;      K6WIND.1
000000*    AN ABSENT OR BLANK CARD SELECTS THE OVERNIGHT WINDOW "N",    K6WIND.1
000000     SELECT OPTIONAL TGT-STATUS ASSIGN TO TGTSTAT                 K6TRET.1
000000         ORGANIZATION IS SEQUENTIAL                               K6TRET.1
000000         FILE STATUS IS WS-TGTSTAT-STATUS.                        K6TRET.1
000000     SELECT OPTIONAL CENSUS-EXCEPT ASSIGN TO CNSXCP               K6CNSK.1
000000         ORGANIZATION IS SEQUENTIAL                               K6CNSK.1
000000         FILE STATUS IS WS-CNSX-STATUS.                           K6CNSK.1
000000     SELECT OPTIONAL OPT-REGISTER ASSIGN TO OPTPROF               K6COPT.1
000000         ORGANIZATION IS SEQUENTIAL                               K6COPT.1
000000         FILE STATUS IS WS-OPR-STATUS.                            K6COPT.1
000000*    RUNS K6RVAL FOUND INTERNALLY INCONSISTENT (RAWQUAR, SEE      K6RVAL.1
000000*    K6RAWQ.CPY) ARE LEFT OUT UNTIL CORRECTED.                    K6RVAL.1
000000     SELECT OPTIONAL RAW-QUARANTINE ASSIGN TO RAWQUAR             K6RVAL.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RVAL.1
000000         FILE STATUS IS WS-RQ-STATUS.                             K6RVAL.1
000000*    ONE-WINDOW OVERRIDE DECK (K6GOVR.CPY) AND THE PROMOTION      K6GOVR.1
000000*    CARD AND LEDGER (K6PLDG.CPY).                                K6GOVR.1
000000     SELECT OPTIONAL GATE-OVR ASSIGN TO GATEOVR                   K6GOVR.1
000000         ORGANIZATION IS SEQUENTIAL                               K6GOVR.1
000000         FILE STATUS IS WS-GOVR-STATUS.                           K6GOVR.1
000000     SELECT OPTIONAL JOB-IDENT ASSIGN TO JOBIDENT                 K6GOVR.1
000000         ORGANIZATION IS SEQUENTIAL                               K6GOVR.1
000000         FILE STATUS IS WS-JOBIDENT-STATUS.                       K6GOVR.1
000000     SELECT OPTIONAL PROM-CTL ASSIGN TO PROMCTL                   K6GOVR.1
000000         ORGANIZATION IS SEQUENTIAL                               K6GOVR.1
000000         FILE STATUS IS WS-PROMCTL-STATUS.                        K6GOVR.1
000000     SELECT OPTIONAL PROM-LEDGER ASSIGN TO PROMLDG                K6GOVR.1
000000         ORGANIZATION IS SEQUENTIAL                               K6GOVR.1
000000         FILE STATUS IS WS-PROMLDG-STATUS.                        K6GOVR.1
005000     SELECT GATE-RPT ASSIGN TO GATERPT                            K6GATE.1
005100         ORGANIZATION IS SEQUENTIAL.                              K6GATE.1
005200                                                                  K6GATE.1
005400 FILE SECTION.                                                    K6GATE.1
005500 FD  RAW-EXTRACT                                                  K6GATE.1
005600     LABEL RECORDS ARE STANDARD.                                  K6GATE.1
005700* READ INTO RE-RAW-DATA-SATZ (K6RAWDS.CPY) IN WORKING-STORAGE.    K6LRUN.1
005800 01  RAW-EXTRACT-REC          PIC X(164).                         K6SREL.1
000000 FD  LATEST-RUNS                                                  K6LRUN.1
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
000000     COPY K6LERN.                                                 K6LRUN.1
000000 FD  WINDOW-IDENT                                                 K6WIND.1
000000     LABEL RECORDS ARE STANDARD.                                  K6WIND.1
000000 01  WI-WINDOW-CARD.                                              K6WIND.1
000000     05  FILLER               PIC X(1).                           K6TRET.1
000000     05  TS-STATUS            PIC X(8).                           K6TRET.1
000000     05  FILLER               PIC X(63).                          K6TRET.1
000000 FD  CENSUS-EXCEPT                                                K6CNSK.1
000000     LABEL RECORDS ARE STANDARD.                                  K6CNSK.1
000000     COPY K6CNSX.                                                 K6CNSK.1
000000 FD  OPT-REGISTER                                                 K6COPT.1
000000     LABEL RECORDS ARE STANDARD.                                  K6COPT.1
000000     COPY K6OPRF.                                                 K6COPT.1
000000 FD  RAW-QUARANTINE                                               K6RVAL.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RVAL.1
000000     COPY K6RAWQ.                                                 K6RVAL.1
000000 FD  GATE-OVR                                                     K6GOVR.1
000000     LABEL RECORDS ARE STANDARD.                                  K6GOVR.1
000000* READ INTO THE K6GOVR.CPY CARDS IN WORKING-STORAGE.              K6GOVR.1
000000 01  GATE-OVR-REC             PIC X(80).                          K6GOVR.1
000000 FD  JOB-IDENT                                                    K6GOVR.1
000000     LABEL RECORDS ARE STANDARD.                                  K6GOVR.1
000000* JOB-IDENTITY CARD AS K6AUTH READS IT.                           K6GOVR.1
000000 01  JI-IDENT-REC.                                                K6GOVR.1
000000     05  JI-JOB-NAME          PIC X(8).                           K6GOVR.1
000000     05  FILLER               PIC X(1).                           K6GOVR.1
000000     05  JI-STEP-NAME         PIC X(8).                           K6GOVR.1
000000     05  FILLER               PIC X(1).                           K6GOVR.1
000000     05  JI-USER-ID           PIC X(8).                           K6GOVR.1
000000     05  FILLER               PIC X(54).                          K6GOVR.1
000000 FD  PROM-CTL                                                     K6GOVR.1
000000     LABEL RECORDS ARE STANDARD.                                  K6GOVR.1
000000 01  PC-PROMO-CARD.                                               K6GOVR.1
000000     05  PC-TARGET-ID         PIC X(8).                           K6GOVR.1
000000     05  FILLER               PIC X(1).                           K6GOVR.1
000000     05  PC-EVPACK-REF        PIC X(20).                          K6GOVR.1
000000     05  FILLER               PIC X(51).                          K6GOVR.1
000000 FD  PROM-LEDGER                                                  K6GOVR.1
000000     LABEL RECORDS ARE STANDARD.                                  K6GOVR.1
000000     COPY K6PLDG.                                                 K6GOVR.1
006400 FD  GATE-RPT                                                     K6GATE.1
006500     LABEL RECORDS ARE STANDARD.                                  K6GATE.1
006600 01  GR-PRINT-REC             PIC X(120).                         K6GATE.1
006700                                                                  K6GATE.1
006800 WORKING-STORAGE SECTION.                                         K6GATE.1
000000* ----------------------------------------------------------      K6LRUN.1
000000* THE RUN BEING READ -- FROM THE LATEST-EFFECTIVE-RUN FILE        K6LRUN.1
000000* WHEN IT IS SUPPLIED, ELSE FROM THE FULL EXTRACT.                K6LRUN.1
000000* ----------------------------------------------------------      K6LRUN.1
000000 77  WS-LR-STATUS             PIC X(2)   VALUE SPACE.             K6LRUN.1
000000 77  WS-LR-SW                 PIC X      VALUE "N".               K6LRUN.1
000000     88  WS-LATEST-RUNS                  VALUE "Y".               K6LRUN.1
000000 COPY K6RAWDS.                                                    K6LRUN.1
006900* ----------------------------------------------------------      K6GATE.1
007000* SWITCHES AND COUNTERS.                                          K6GATE.1
007100* ----------------------------------------------------------      K6GATE.1
008500 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6GATE.1
008600 77  WS-BLOCK-RED             PIC 9(2)   COMP VALUE ZERO.         K6GATE.1
008700 77  WS-BLOCK-YELLOW          PIC 9(2)   COMP VALUE ZERO.         K6GATE.1
000000 77  WS-BLOCK-INCMPL          PIC 9(2)   COMP VALUE ZERO.         K6CNSK.1
000000 77  WS-CNSX-STATUS           PIC X(2)   VALUE SPACE.             K6CNSK.1
000000 77  WS-INC-SUB               PIC 9(3)   COMP VALUE ZERO.         K6CNSK.1
000000 77  WS-XCP-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 77  WS-XNM-SUB               PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 77  WS-XNM-LAST              PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 77  WS-OPR-STATUS            PIC X(2)   VALUE SPACE.             K6COPT.1
000000 77  WS-CERT-PROFILE          PIC X(8)   VALUE SPACE.             K6COPT.1
000000 77  WS-PROFILE-SKIPS         PIC 9(5)   COMP VALUE ZERO.         K6COPT.1
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
008800* ----------------------------------------------------------      K6GATE.1
008900* LATEST EFFECTIVE RUN PER PROGRAM, AS IN K6STOPL.                K6GATE.1
009000* ----------------------------------------------------------      K6GATE.1
009700         10  PGM-LATEST-SEQ   PIC 99.                             K6GATE.1
009800         10  PGM-ABORT-FLAG   PIC X(8).                           K6GATE.1
009900         10  PGM-FAIL         PIC 999.                            K6GATE.1
000000         10  PGM-OK           PIC 999.                            K6CAPK.1
010000         10  PGM-DELETED      PIC 999.                            K6GATE.1
010100         10  PGM-INSPECT      PIC 999.                            K6GATE.1
010200         10  PGM-SEV-HIGH     PIC X(1).                           K6GATE.1
000000         10  PGM-XCP-SUB      PIC 9(4)   COMP.                    K6CNSK.1
000000         10  PGM-APPLIC       PIC X(1).                           K6CAPK.1
000000         10  PGM-CLAIM-LEVEL  PIC 9(1).                           K6CAPK.1
010300* ----------------------------------------------------------      K6GATE.1
010400* MODULE ROLLUP -- WORST PROGRAM GRADE WINS.  GRADE CODES:        K6GATE.1
010500* "R" RED, "I" INCOMPLETE, "Y" YELLOW, "G" GREEN.                 K6CNSK.1
010600* ----------------------------------------------------------      K6GATE.1
010700 01  MOD-TABLE.                                                   K6GATE.1
010800     05  MOD-ENTRY OCCURS 20 TIMES                                K6GATE.1
011100         10  MOD-GRADE        PIC X(1).                           K6GATE.1
011200         10  MOD-PGMS         PIC 9(3).                           K6GATE.1
011300* ----------------------------------------------------------      K6GATE.1
000000* INCOMPLETE RUNS FROM THE CENSUS EXCEPTION FILE, WITH THEIR      K6CNSK.1
000000* MISSING AND UNKNOWN PARAGRAPH NAMES.                            K6CNSK.1
000000* ----------------------------------------------------------      K6CNSK.1
000000 77  WS-XCP-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 01  XCP-TABLE.                                                   K6CNSK.1
000000     05  XCP-ENTRY OCCURS 200 TIMES.                              K6CNSK.1
000000         10  XCP-TARGET-ID    PIC X(8).                           K6CNSK.1
000000         10  XCP-PGM-ID       PIC X(6).                           K6CNSK.1
000000         10  XCP-RUN-DATE     PIC 9(8).                           K6CNSK.1
000000         10  XCP-RUN-SEQ      PIC 99.                             K6CNSK.1
000000         10  XCP-RAN          PIC 9(4).                           K6CNSK.1
000000         10  XCP-EXPECTED     PIC 9(4).                           K6CNSK.1
000000         10  XCP-FIRST-NAME   PIC 9(4)   COMP.                    K6CNSK.1
000000         10  XCP-NAMES        PIC 9(4)   COMP.                    K6CNSK.1
000000 77  WS-XNM-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6CNSK.1
000000 01  XCP-NAME-TABLE.                                              K6CNSK.1
000000     05  XNM-ENTRY OCCURS 2000 TIMES.                             K6CNSK.1
000000         10  XNM-KIND         PIC X(1).                           K6CNSK.1
000000         10  XNM-PAR-NAME     PIC X(22).                          K6CNSK.1
000000* ----------------------------------------------------------      K6GOVR.1
000000* ONE-WINDOW OVERRIDE AND BUILD PROMOTION (K6GOVR, K6PLDG).       K6GOVR.1
000000* OVERRIDE STATE: SPACE NO DECK, "A" ACCEPTED, "I" DECK           K6GOVR.1
000000* INCOMPLETE, "W" NOT FOR THIS WINDOW, "D" NOT AUTHORIZED.        K6GOVR.1
000000* ----------------------------------------------------------      K6GOVR.1
000000 77  AU-FUNCTION              PIC X(8)   VALUE "GATEOVRD".        K6GOVR.1
000000 77  AU-REPLY                 PIC X(1)   VALUE "N".               K6GOVR.1
000000 77  WS-GOVR-STATUS           PIC X(2)   VALUE SPACE.             K6GOVR.1
000000 77  WS-JOBIDENT-STATUS       PIC X(2)   VALUE SPACE.             K6GOVR.1
000000 77  WS-PROMCTL-STATUS        PIC X(2)   VALUE SPACE.             K6GOVR.1
000000 77  WS-PROMLDG-STATUS        PIC X(2)   VALUE SPACE.             K6GOVR.1
000000 77  WS-USER-ID               PIC X(8)   VALUE "UNKNOWN ".        K6GOVR.1
000000 77  WS-OVR-STATE             PIC X(1)   VALUE SPACE.             K6GOVR.1
000000     88  WS-OVR-ACCEPTED                 VALUE "A".               K6GOVR.1
000000 77  WS-OVR-WINDOW            PIC X(1)   VALUE SPACE.             K6GOVR.1
000000 77  WS-OVR-SUB               PIC 9(2)   COMP VALUE ZERO.         K6GOVR.1
000000 77  WS-OVR-MODS              PIC 9(2)   COMP VALUE ZERO.         K6GOVR.1
000000 77  WS-OVERRIDDEN-SW         PIC X      VALUE "N".               K6GOVR.1
000000 77  WS-OVR-RED               PIC 9(2)   COMP VALUE ZERO.         K6GOVR.1
000000 77  WS-OVR-YELLOW            PIC 9(2)   COMP VALUE ZERO.         K6GOVR.1
000000 77  WS-OVR-INCMPL            PIC 9(2)   COMP VALUE ZERO.         K6GOVR.1
000000 77  WS-PROMO-RC              PIC 9(2)   VALUE ZERO.              K6GOVR.1
000000 77  WS-TRUE-VERDICT          PIC X(12)  VALUE SPACE.             K6GOVR.1
000000 77  WS-PROMO-TARGET          PIC X(8)   VALUE SPACE.             K6GOVR.1
000000 77  WS-EVPACK-REF            PIC X(20)  VALUE SPACE.             K6GOVR.1
000000 77  WS-DATE-TARGET           PIC X(8)   VALUE SPACE.             K6GOVR.1
000000 77  WS-WINDOW-DATE           PIC 9(8)   VALUE ZERO.              K6GOVR.1
000000 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6GOVR.1
000000 01  WS-NOW-TIME              PIC 9(8)   VALUE ZERO.              K6GOVR.1
000000 01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.                         K6GOVR.1
000000     05  WS-NOW-HHMMSS        PIC 9(6).                           K6GOVR.1
000000     05  FILLER               PIC 9(2).                           K6GOVR.1
000000 COPY K6GOVR.                                                     K6GOVR.1
000000* ----------------------------------------------------------      K6CNSK.1
011400* BLOCKING-MODULE POLICY.                                         K6GATE.1
011500* ----------------------------------------------------------      K6GATE.1
011600 01  BLOCK-TABLE.                                                 K6GATE.1
013100     05  ML-BLOCKING          PIC X(12).                          K6GATE.1
013200     05  FILLER   PIC X(10) VALUE "  PROGRAMS".                   K6GATE.1
013300     05  ML-PGMS              PIC ZZZ9.                           K6GATE.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6GOVR.1
000000     05  ML-OVERRIDE          PIC X(10).                          K6GOVR.1
000000     05  FILLER   PIC X(62) VALUE SPACE.                          K6GOVR.1
000000 01  INC-LINE.                                                    K6CNSK.1
000000     05  FILLER   PIC X(11) VALUE SPACE.                          K6CNSK.1
000000     05  IL-PGM-ID            PIC X(6).                           K6CNSK.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSK.1
000000     05  IL-TARGET-ID         PIC X(8).                           K6CNSK.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CNSK.1
000000     05  IL-KIND              PIC X(9).                           K6CNSK.1
000000     05  IL-TEXT              PIC X(82).                          K6CNSK.1
000000 01  RAN-TEXT.                                                    K6CNSK.1
000000     05  RNT-RAN              PIC ZZZ9.                           K6CNSK.1
000000     05  FILLER   PIC X(4)  VALUE " OF ".                         K6CNSK.1
000000     05  RNT-EXPECTED         PIC ZZZ9.                           K6CNSK.1
000000     05  FILLER   PIC X(9)  VALUE " EXPECTED".                    K6CNSK.1
000000 01  NA-TEXT.                                                     K6CAPK.1
000000     05  NAT-REASON           PIC X(13).                          K6CAPK.1
000000     05  FILLER   PIC X(8)  VALUE " MODULE ".                     K6CAPK.1
000000     05  NAT-MODULE           PIC X(2).                           K6CAPK.1
000000     05  FILLER   PIC X(15) VALUE " CLAIMED LEVEL ".              K6CAPK.1
000000     05  NAT-CLAIM-LEVEL      PIC 9.                              K6CAPK.1
000000 01  MISMATCH-TEXT.                                               K6CAPK.1
000000     05  FILLER   PIC X(7)  VALUE "PASSED ".                      K6CAPK.1
000000     05  MMT-OK               PIC ZZ9.                            K6CAPK.1
000000     05  FILLER   PIC X(8)  VALUE " FAILED ".                     K6CAPK.1
000000     05  MMT-FAIL             PIC ZZ9.                            K6CAPK.1
000000     05  FILLER   PIC X(21) VALUE " OUTSIDE THE CLAIM".           K6CAPK.1
000000 01  NA-HDR-LINE.                                                 K6CAPK.1
000000     05  FILLER   PIC X(44) VALUE                                 K6CAPK.1
000000         "NOT APPLICABLE TO THE CLAIMED PROFILE       ".          K6CAPK.1
000000     05  NHL-COUNT            PIC ZZZZ9.                          K6CAPK.1
000000     05  FILLER   PIC X(20) VALUE "   CLAIM MISMATCHES=".         K6CAPK.1
000000     05  NHL-MISMATCH         PIC ZZZZ9.                          K6CAPK.1
000000     05  FILLER   PIC X(46) VALUE SPACE.                          K6CAPK.1
013500 01  VERDICT-LINE.                                                K6GATE.1
013600     05  FILLER   PIC X(10) VALUE "VERDICT:  ".                   K6GATE.1
013700     05  VL-VERDICT           PIC X(12).                          K6GATE.1
014100     05  VL-RED               PIC ZZ9.                            K6GATE.1
014200     05  FILLER   PIC X(18) VALUE "  BLOCKING YELLOW=".           K6GATE.1
014300     05  VL-YELLOW            PIC ZZ9.                            K6GATE.1
000000     05  FILLER   PIC X(18) VALUE "  BLOCKING INCMPL=".           K6CNSK.1
000000     05  VL-INCMPL            PIC ZZ9.                            K6CNSK.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6GOVR.1
000000     05  VL-OVERRIDE          PIC X(10).                          K6GOVR.1
000000     05  FILLER   PIC X(8)  VALUE SPACE.                          K6GOVR.1
000000 01  PROFILE-LINE.                                                K6COPT.1
000000     05  FILLER   PIC X(26) VALUE "CERTIFIED OPTION PROFILE: ".   K6COPT.1
000000     05  PFL-PROFILE          PIC X(14).                          K6COPT.1
000000     05  FILLER   PIC X(36) VALUE                                 K6COPT.1
000000         "  RUNS UNDER OTHER PROFILES SKIPPED=".                  K6COPT.1
000000     05  PFL-SKIPS            PIC ZZZZ9.                          K6COPT.1
000000     05  FILLER   PIC X(39) VALUE SPACE.                          K6COPT.1
000000 01  QUAR-LINE.                                                   K6RVAL.1
000000     05  FILLER               PIC X(44) VALUE                     K6RVAL.1
000000         "QUARANTINED RAW-DATA RECORDS LEFT OUT       ".          K6RVAL.1
000000     05  QL-SKIPS             PIC ZZZZ9.                          K6RVAL.1
000000     05  FILLER               PIC X(71) VALUE SPACE.              K6RVAL.1
014500                                                                  K6GATE.1
000000 01  OVR-LINE-1.                                                  K6GOVR.1
000000     05  FILLER   PIC X(17) VALUE "OVERRIDE: TARGET ".            K6GOVR.1
000000     05  OL-TARGET-ID         PIC X(8).                           K6GOVR.1
000000     05  FILLER   PIC X(8)  VALUE " WINDOW ".                     K6GOVR.1
000000     05  OL-RUN-DATE          PIC X(8).                           K6GOVR.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6GOVR.1
000000     05  OL-WINDOW-ID         PIC X(1).                           K6GOVR.1
000000     05  FILLER   PIC X(9)  VALUE " MODULES ".                    K6GOVR.1
000000     05  OL-MODULES           PIC X(15).                          K6GOVR.1
000000     05  FILLER   PIC X(10) VALUE " APPROVER ".                   K6GOVR.1
000000     05  OL-APPROVER          PIC X(8).                           K6GOVR.1
000000     05  FILLER   PIC X(8)  VALUE " TICKET ".                     K6GOVR.1
000000     05  OL-TICKET            PIC X(8).                           K6GOVR.1
000000     05  FILLER   PIC X(19) VALUE SPACE.                          K6GOVR.1
000000 01  OVR-LINE-2.                                                  K6GOVR.1
000000     05  FILLER   PIC X(16) VALUE "  JUSTIFICATION ".             K6GOVR.1
000000     05  OL-JUSTIFICATION     PIC X(72).                          K6GOVR.1
000000     05  FILLER   PIC X(32) VALUE SPACE.                          K6GOVR.1
000000 01  OVR-LINE-3.                                                  K6GOVR.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6GOVR.1
000000     05  OL-STATUS            PIC X(58).                          K6GOVR.1
000000     05  FILLER   PIC X(26) VALUE "  PROMOTION RETURN-CODE = ".   K6GOVR.1
000000     05  OL-RC                PIC 99.                             K6GOVR.1
000000     05  FILLER   PIC X(32) VALUE SPACE.                          K6GOVR.1
000000 01  PROMO-LINE.                                                  K6GOVR.1
000000     05  FILLER   PIC X(6)  VALUE "BUILD ".                       K6GOVR.1
000000     05  PRL-TARGET-ID        PIC X(8).                           K6GOVR.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6GOVR.1
000000     05  PRL-TEXT             PIC X(64).                          K6GOVR.1
000000     05  FILLER   PIC X(9)  VALUE " EVIDENCE".                    K6GOVR.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6GOVR.1
000000     05  PRL-EVPACK-REF       PIC X(20).                          K6GOVR.1
000000     05  FILLER   PIC X(11) VALUE SPACE.                          K6GOVR.1
000000                                                                  K6GOVR.1
014600 PROCEDURE DIVISION.                                              K6GATE.1
014700*================================================================ K6GATE.1
014800* 0000-MAINLINE.                                                  K6GATE.1
015300     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT                   K6GATE.1
015400             UNTIL WS-EXTRACT-EOF.                                K6GATE.1
015500     PERFORM 5000-ROLL-UP-MODULES THRU 5000-EXIT.                 K6GATE.1
000000     PERFORM 6000-CHECK-OVERRIDE THRU 6000-EXIT.                  K6GOVR.1
000000     PERFORM 7000-VERDICT THRU 7000-EXIT.                         K6GOVR.1
000000     PERFORM 7800-PROMOTION-LEDGER THRU 7800-EXIT.                K6GOVR.1
015700     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6GATE.1
000000     MOVE WS-PROMO-RC TO RETURN-CODE.                             K6GOVR.1
015900     STOP RUN.                                                    K6GATE.1
016000*================================================================ K6GATE.1
016100* 1000-INITIALIZE -- OPEN FILES AND LOAD THE BLOCKING POLICY.     K6GATE.1
016200*================================================================ K6GATE.1
016300 1000-INITIALIZE.                                                 K6GATE.1
016500     OPEN OUTPUT GATE-RPT.                                        K6GATE.1
016600     OPEN INPUT GATE-CTL.                                         K6GATE.1
000000     PERFORM 1200-WINDOW-IDENT THRU 1200-EXIT.                    K6WIND.1
000000     PERFORM 1300-LOAD-RETIRED THRU 1300-EXIT.                    K6TRET.1
000000     PERFORM 1400-LOAD-EXCEPTIONS THRU 1400-EXIT.                 K6CNSK.1
000000     PERFORM 1500-LOAD-CERT-PROFILE THRU 1500-EXIT.               K6COPT.1
000000*    LATESTRN HOLDS EACH PROGRAM'S NEWEST RUN OF ANY PROFILE.     K6LRUN.2
000000*    WHEN A PRODUCTION PROFILE IS FLAGGED THE PRODUCTION RUN      K6LRUN.2
000000*    BEHIND A NEWER RUN OF ANOTHER PROFILE IS ONLY ON THE         K6LRUN.2
000000*    EXTRACT, SO THE EXTRACT IS READ INSTEAD.                     K6LRUN.2
000000     IF WS-CERT-PROFILE NOT = SPACE                               K6LRUN.2
000000         GO TO 1000-OPEN-EXTRACT.                                 K6LRUN.2
016400     OPEN INPUT LATEST-RUNS.                                      K6LRUN.1
000000     IF WS-LR-STATUS = "00"                                       K6LRUN.1
000000         SET WS-LATEST-RUNS TO TRUE.                              K6LRUN.1
000000     IF WS-LR-STATUS = "05"                                       K6LRUN.1
000000         CLOSE LATEST-RUNS.                                       K6LRUN.1
000000 1000-OPEN-EXTRACT.                                               K6LRUN.2
000000     IF NOT WS-LATEST-RUNS                                        K6LRUN.1
000000         OPEN INPUT RAW-EXTRACT.                                  K6LRUN.1
000000     PERFORM 1600-LOAD-QUARANTINE THRU 1600-EXIT.                 K6RVAL.1
000000     PERFORM 1700-LOAD-OVERRIDE THRU 1700-EXIT.                   K6GOVR.1
016700     IF WS-CTL-STATUS NOT = "00"                                  K6GATE.1
016800         SET WS-CTL-EOF TO TRUE                                   K6GATE.1
016900         GO TO 1000-POLICY-DONE.                                  K6GATE.1
000000     GO TO 1350-SCAN.                                             K6TRET.1
000000 1350-EXIT.                                                       K6TRET.1
000000     EXIT.                                                        K6TRET.1
000000*================================================================ K6CNSK.1
000000* 1400-LOAD-EXCEPTIONS -- THE INCOMPLETE RUNS K6CNSK FOUND AT     K6CNSK.1
000000* WINDOW CLOSE, AS K6STOPL LOADS THEM.                            K6CNSK.1
000000*================================================================ K6CNSK.1
000000 1400-LOAD-EXCEPTIONS.                                            K6CNSK.1
000000     OPEN INPUT CENSUS-EXCEPT.                                    K6CNSK.1
000000     IF WS-CNSX-STATUS NOT = "00"                                 K6CNSK.1
000000         GO TO 1400-EXIT.                                         K6CNSK.1
000000 1400-READ.                                                       K6CNSK.1
000000     READ CENSUS-EXCEPT                                           K6CNSK.1
000000         AT END GO TO 1400-CLOSE.                                 K6CNSK.1
000000     IF NX-RUN-REC                                                K6CNSK.1
000000         GO TO 1400-RUN.                                          K6CNSK.1
000000     IF WS-XCP-COUNT = ZERO OR WS-XNM-COUNT NOT LESS THAN 2000    K6CNSK.1
000000         GO TO 1400-READ.                                         K6CNSK.1
000000     ADD 1 TO WS-XNM-COUNT.                                       K6CNSK.1
000000     MOVE NX-REC-TYPE TO XNM-KIND (WS-XNM-COUNT).                 K6CNSK.1
000000     MOVE NX-PAR-NAME TO XNM-PAR-NAME (WS-XNM-COUNT).             K6CNSK.1
000000     ADD 1 TO XCP-NAMES (WS-XCP-COUNT).                           K6CNSK.1
000000     GO TO 1400-READ.                                             K6CNSK.1
000000 1400-RUN.                                                        K6CNSK.1
000000     IF WS-XCP-COUNT NOT LESS THAN 200                            K6CNSK.1
000000         GO TO 1400-CLOSE.                                        K6CNSK.1
000000     ADD 1 TO WS-XCP-COUNT.                                       K6CNSK.1
000000     MOVE NX-TARGET-ID TO XCP-TARGET-ID (WS-XCP-COUNT).           K6CNSK.1
000000     MOVE NX-PGM-ID    TO XCP-PGM-ID (WS-XCP-COUNT).              K6CNSK.1
000000     MOVE NX-RUN-DATE  TO XCP-RUN-DATE (WS-XCP-COUNT).            K6CNSK.1
000000     MOVE NX-RUN-SEQ   TO XCP-RUN-SEQ (WS-XCP-COUNT).             K6CNSK.1
000000     MOVE NX-RAN       TO XCP-RAN (WS-XCP-COUNT).                 K6CNSK.1
000000     MOVE NX-EXPECTED  TO XCP-EXPECTED (WS-XCP-COUNT).            K6CNSK.1
000000     COMPUTE XCP-FIRST-NAME (WS-XCP-COUNT) = WS-XNM-COUNT + 1.    K6CNSK.1
000000     MOVE ZERO TO XCP-NAMES (WS-XCP-COUNT).                       K6CNSK.1
000000     GO TO 1400-READ.                                             K6CNSK.1
000000 1400-CLOSE.                                                      K6CNSK.1
000000     CLOSE CENSUS-EXCEPT.                                         K6CNSK.1
000000 1400-EXIT.                                                       K6CNSK.1
000000     EXIT.                                                        K6CNSK.1
000000*================================================================ K6COPT.1
000000* 1500-LOAD-CERT-PROFILE -- THE PRODUCTION PROFILE FROM THE       K6COPT.1
000000* COMPILE-OPTION REGISTER (K6OPRF.CPY).  NO REGISTER, OR NO       K6COPT.1
000000* PROFILE CARRYING THE FLAG, LEAVES EVERY PROFILE ELIGIBLE.       K6COPT.1
000000*================================================================ K6COPT.1
000000 1500-LOAD-CERT-PROFILE.                                          K6COPT.1
000000     OPEN INPUT OPT-REGISTER.                                     K6COPT.1
000000     IF WS-OPR-STATUS NOT = "00"                                  K6COPT.1
000000         GO TO 1500-EXIT.                                         K6COPT.1
000000 1500-READ.                                                       K6COPT.1
000000     READ OPT-REGISTER                                            K6COPT.1
000000         AT END GO TO 1500-CLOSE.                                 K6COPT.1
000000     IF OPR-IS-PROFILE AND OPR-PRODUCTION                         K6COPT.1
000000         MOVE OPR-PROFILE-ID TO WS-CERT-PROFILE                   K6COPT.1
000000         GO TO 1500-CLOSE.                                        K6COPT.1
000000     GO TO 1500-READ.                                             K6COPT.1
000000 1500-CLOSE.                                                      K6COPT.1
000000     CLOSE OPT-REGISTER.                                          K6COPT.1
000000 1500-EXIT.                                                       K6COPT.1
000000     EXIT.                                                        K6COPT.1
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
000000*================================================================ K6GOVR.1
000000* 1700-LOAD-OVERRIDE -- THE OVERRIDE DECK, THE PROMOTION CARD     K6GOVR.1
000000* AND THE SUBMITTING USER.  NO DECK MEANS NO OVERRIDE; NO CARD    K6GOVR.1
000000* MEANS NO LEDGER ENTRY.                                          K6GOVR.1
000000*================================================================ K6GOVR.1
000000 1700-LOAD-OVERRIDE.                                              K6GOVR.1
000000     MOVE SPACE TO GO-OVERRIDE-CARD GO-JUSTIFY-CARD.              K6GOVR.1
000000     OPEN INPUT GATE-OVR.                                         K6GOVR.1
000000     IF WS-GOVR-STATUS NOT = "00"                                 K6GOVR.1
000000             AND WS-GOVR-STATUS NOT = "05"                        K6GOVR.1
000000         GO TO 1700-PROMOTION.                                    K6GOVR.1
000000     READ GATE-OVR INTO GO-OVERRIDE-CARD                          K6GOVR.1
000000         AT END GO TO 1700-CLOSE-OVR.                             K6GOVR.1
000000     MOVE "I" TO WS-OVR-STATE.                                    K6GOVR.1
000000     READ GATE-OVR INTO GO-JUSTIFY-CARD                           K6GOVR.1
000000         AT END GO TO 1700-CLOSE-OVR.                             K6GOVR.1
000000 1700-CLOSE-OVR.                                                  K6GOVR.1
000000     CLOSE GATE-OVR.                                              K6GOVR.1
000000 1700-PROMOTION.                                                  K6GOVR.1
000000     OPEN INPUT PROM-CTL.                                         K6GOVR.1
000000     IF WS-PROMCTL-STATUS NOT = "00"                              K6GOVR.1
000000             AND WS-PROMCTL-STATUS NOT = "05"                     K6GOVR.1
000000         GO TO 1700-USER.                                         K6GOVR.1
000000     READ PROM-CTL                                                K6GOVR.1
000000         AT END GO TO 1700-CLOSE-PROM.                            K6GOVR.1
000000     MOVE PC-TARGET-ID  TO WS-PROMO-TARGET.                       K6GOVR.1
000000     MOVE PC-EVPACK-REF TO WS-EVPACK-REF.                         K6GOVR.1
000000 1700-CLOSE-PROM.                                                 K6GOVR.1
000000     CLOSE PROM-CTL.                                              K6GOVR.1
000000 1700-USER.                                                       K6GOVR.1
000000     OPEN INPUT JOB-IDENT.                                        K6GOVR.1
000000     IF WS-JOBIDENT-STATUS NOT = "00"                             K6GOVR.1
000000             AND WS-JOBIDENT-STATUS NOT = "05"                    K6GOVR.1
000000         GO TO 1700-EXIT.                                         K6GOVR.1
000000     READ JOB-IDENT                                               K6GOVR.1
000000         AT END GO TO 1700-CLOSE-USER.                            K6GOVR.1
000000     IF JI-USER-ID NOT = SPACE                                    K6GOVR.1
000000         MOVE JI-USER-ID TO WS-USER-ID.                           K6GOVR.1
000000 1700-CLOSE-USER.                                                 K6GOVR.1
000000     CLOSE JOB-IDENT.                                             K6GOVR.1
000000 1700-EXIT.                                                       K6GOVR.1
000000     EXIT.                                                        K6GOVR.1
019000 2000-READ-EXTRACT.                                               K6GATE.1
019100     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         READ LATEST-RUNS NEXT RECORD INTO RE-RAW-DATA-SATZ       K6LRUN.1
000000             AT END SET WS-EXTRACT-EOF TO TRUE                    K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         READ RAW-EXTRACT INTO RE-RAW-DATA-SATZ                   K6LRUN.1
019200             AT END SET WS-EXTRACT-EOF TO TRUE.                   K6LRUN.1
019300 2000-EXIT.                                                       K6GATE.1
019400     EXIT.                                                        K6GATE.1
019500*================================================================ K6GATE.1
000000             AND NOT (RE-WINDOW-ID = SPACE                        K6WIND.1
000000             AND WS-WINDOW-ID = "N")                              K6WIND.1
000000         GO TO 3000-READ-NEXT.                                    K6WIND.1
000000*    ONLY RUNS COMPILED UNDER THE PRODUCTION OPTION PROFILE       K6COPT.1
000000*    ARE CERTIFICATION EVIDENCE.  A RECORD WITH NO PROFILE        K6COPT.1
000000*    PREDATES THE STAMP (SEE K6RAWDS.CPY) AND STILL COUNTS.       K6COPT.1
000000     IF WS-CERT-PROFILE NOT = SPACE                               K6COPT.1
000000             AND RE-OPT-PROFILE NOT = SPACE                       K6COPT.1
000000             AND RE-OPT-PROFILE NOT = WS-CERT-PROFILE             K6COPT.1
000000         ADD 1 TO WS-PROFILE-SKIPS                                K6COPT.1
000000         GO TO 3000-READ-NEXT.                                    K6COPT.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
020200         GO TO 3000-READ-NEXT.                                    K6GATE.1
000000     PERFORM 1650-CHECK-QUARANTINE THRU 1650-EXIT.                K6RVAL.1
000000     IF WS-QUARANTINED-SW = "Y"                                   K6RVAL.1
000000         ADD 1 TO WS-RQ-SKIPS                                     K6RVAL.1
000000         GO TO 3000-READ-NEXT.                                    K6RVAL.1
020300     PERFORM 4000-FIND-PROGRAM THRU 4000-EXIT.                    K6GATE.1
020400     IF WS-FOUND-SW = "N"                                         K6GATE.1
020500         GO TO 3000-NEWER.                                        K6GATE.1
021600     MOVE RE-RUN-SEQ   TO PGM-LATEST-SEQ (PGM-IDX).               K6GATE.1
021700     MOVE RE-C-ABORT   TO PGM-ABORT-FLAG (PGM-IDX).               K6GATE.1
021800     MOVE RE-C-FAIL    TO PGM-FAIL (PGM-IDX).                     K6GATE.1
000000     MOVE RE-C-OK      TO PGM-OK (PGM-IDX).                       K6CAPK.1
021900     MOVE RE-C-DELETED TO PGM-DELETED (PGM-IDX).                  K6GATE.1
022000     MOVE RE-C-INSPECT TO PGM-INSPECT (PGM-IDX).                  K6GATE.1
022100     MOVE RE-SEV-HIGH  TO PGM-SEV-HIGH (PGM-IDX).                 K6GATE.1
026400     IF WS-SUB > WS-PGM-COUNT                                     K6GATE.1
026500         GO TO 5000-EXIT.                                         K6GATE.1
026600     SET PGM-IDX TO WS-SUB.                                       K6GATE.1
000000*    A PROGRAM OUTSIDE THE TARGET'S CLAIMED PROFILE (SEE K6CAPK)  K6CAPK.1
000000*    TAKES NO PART IN THE ROLLUP; 7700 LISTS IT.                  K6CAPK.1
000000     MOVE "QUERY   "                TO CAPK-FUNCTION.             K6CAPK.1
000000     MOVE PGM-TARGET-ID (PGM-IDX)   TO CAPK-TARGET-ID.            K6CAPK.1
000000     MOVE PGM-PGM-ID (PGM-IDX)      TO CAPK-PGM-ID.               K6CAPK.1
000000     CALL "K6CAPK" USING CAPK-PARM.                               K6CAPK.1
000000     MOVE CAPK-APPLIC      TO PGM-APPLIC (PGM-IDX).               K6CAPK.1
000000     MOVE CAPK-CLAIM-LEVEL TO PGM-CLAIM-LEVEL (PGM-IDX).          K6CAPK.1
000000     IF CAPK-NOT-APPLICABLE                                       K6CAPK.1
000000         ADD 1 TO WS-NA-COUNT                                     K6CAPK.1
000000         GO TO 5000-NEXT-PGM.                                     K6CAPK.1
000000     PERFORM 5400-FIND-EXCEPTION THRU 5400-EXIT.                  K6CNSK.1
026700     PERFORM 5500-GRADE-PROGRAM THRU 5500-EXIT.                   K6GATE.1
026800     PERFORM 5800-POST-MODULE THRU 5800-EXIT.                     K6GATE.1
026900     GO TO 5000-NEXT-PGM.                                         K6GATE.1
027000 5000-EXIT.                                                       K6GATE.1
027100     EXIT.                                                        K6GATE.1
000000*================================================================ K6CNSK.1
000000* 5400-FIND-EXCEPTION -- PGM-XCP-SUB TO THE CENSUS EXCEPTION FOR  K6CNSK.1
000000* THIS PROGRAM'S LATEST RUN, OR ZERO WHEN THE RUN WAS COMPLETE.   K6CNSK.1
000000*================================================================ K6CNSK.1
000000 5400-FIND-EXCEPTION.                                             K6CNSK.1
000000     MOVE ZERO TO WS-XCP-SUB.                                     K6CNSK.1
000000 5400-SCAN.                                                       K6CNSK.1
000000     ADD 1 TO WS-XCP-SUB.                                         K6CNSK.1
000000     IF WS-XCP-SUB > WS-XCP-COUNT                                 K6CNSK.1
000000         MOVE ZERO TO PGM-XCP-SUB (PGM-IDX)                       K6CNSK.1
000000         GO TO 5400-EXIT.                                         K6CNSK.1
000000     IF XCP-PGM-ID (WS-XCP-SUB) NOT = PGM-PGM-ID (PGM-IDX)        K6CNSK.1
000000             OR XCP-TARGET-ID (WS-XCP-SUB)                        K6CNSK.1
000000                NOT = PGM-TARGET-ID (PGM-IDX)                     K6CNSK.1
000000             OR XCP-RUN-DATE (WS-XCP-SUB)                         K6CNSK.1
000000                NOT = PGM-LATEST-DATE (PGM-IDX)                   K6CNSK.1
000000             OR XCP-RUN-SEQ (WS-XCP-SUB)                          K6CNSK.1
000000                NOT = PGM-LATEST-SEQ (PGM-IDX)                    K6CNSK.1
000000         GO TO 5400-SCAN.                                         K6CNSK.1
000000     MOVE WS-XCP-SUB TO PGM-XCP-SUB (PGM-IDX).                    K6CNSK.1
000000 5400-EXIT.                                                       K6CNSK.1
000000     EXIT.                                                        K6CNSK.1
027200*================================================================ K6GATE.1
027300* 5500-GRADE-PROGRAM -- SAME RULE AS K6STOPL'S 7500: ABORT OR     K6GATE.1
027400* NON-MINOR FAILURE IS RED; MINOR-ONLY FAILURES, DELETES OR       K6GATE.1
027500* INSPECTS ARE YELLOW; ELSE GREEN.                                K6GATE.1
000000* A SHORT RUN (SEE K6CNSK) WITH NO NON-MINOR FAILURE IS           K6CNSK.1
000000* INCOMPLETE.                                                     K6CNSK.1
027600*================================================================ K6GATE.1
027700 5500-GRADE-PROGRAM.                                              K6GATE.1
027800     IF PGM-ABORT-FLAG (PGM-IDX) = "ABORTED "                     K6GATE.1
027900         MOVE "R" TO WS-PGM-GRADE                                 K6GATE.1
028000         GO TO 5500-EXIT.                                         K6GATE.1
000000     IF PGM-XCP-SUB (PGM-IDX) NOT = ZERO                          K6CNSK.1
000000             AND (PGM-FAIL (PGM-IDX) = ZERO                       K6CNSK.1
000000             OR PGM-SEV-HIGH (PGM-IDX) = "3")                     K6CNSK.1
000000         MOVE "I" TO WS-PGM-GRADE                                 K6CNSK.1
000000         GO TO 5500-EXIT.                                         K6CNSK.1
028100     IF PGM-FAIL (PGM-IDX) > ZERO                                 K6GATE.1
028200             AND PGM-SEV-HIGH (PGM-IDX) = "3"                     K6GATE.1
028300         MOVE "Y" TO WS-PGM-GRADE                                 K6GATE.1
029300 5500-EXIT.                                                       K6GATE.1
029400     EXIT.                                                        K6GATE.1
029500*================================================================ K6GATE.1
029600* 5800-POST-MODULE -- WORST GRADE WINS: RED BEATS INCOMPLETE      K6CNSK.1
029700* BEATS YELLOW BEATS GREEN.                                       K6CNSK.1
029800*================================================================ K6GATE.1
029900 5800-POST-MODULE.                                                K6GATE.1
030000     SET MOD-IDX TO 1.                                            K6GATE.1
031800     IF WS-PGM-GRADE = "R"                                        K6GATE.1
031900         MOVE "R" TO MOD-GRADE (MOD-IDX)                          K6GATE.1
032000         GO TO 5800-EXIT.                                         K6GATE.1
000000     IF WS-PGM-GRADE = "I"                                        K6CNSK.1
000000             AND MOD-GRADE (MOD-IDX) NOT = "R"                    K6CNSK.1
000000         MOVE "I" TO MOD-GRADE (MOD-IDX)                          K6CNSK.1
000000         GO TO 5800-EXIT.                                         K6CNSK.1
032100     IF WS-PGM-GRADE = "Y"                                        K6GATE.1
032200             AND MOD-GRADE (MOD-IDX) = "G"                        K6CNSK.1
032300         MOVE "Y" TO MOD-GRADE (MOD-IDX).                         K6GATE.1
032400 5800-EXIT.                                                       K6GATE.1
032500     EXIT.                                                        K6GATE.1
000000*================================================================ K6GOVR.1
000000* 6000-CHECK-OVERRIDE -- A DECK IS ACCEPTED ONLY WHEN COMPLETE,   K6GOVR.1
000000* FOR THE BUILD BEING PROMOTED, FOR THE RUN DATE AND WINDOW       K6GOVR.1
000000* BEING GATED, AND SUBMITTED BY A HOLDER OF GATEOVRD (K6AUTH).    K6GOVR.1
000000*================================================================ K6GOVR.1
000000 6000-CHECK-OVERRIDE.                                             K6GOVR.1
000000     IF WS-OVR-STATE = SPACE                                      K6GOVR.1
000000         GO TO 6000-EXIT.                                         K6GOVR.1
000000     MOVE ZERO TO WS-OVR-MODS.                                    K6GOVR.1
000000     MOVE ZERO TO WS-OVR-SUB.                                     K6GOVR.1
000000 6000-COUNT-MODS.                                                 K6GOVR.1
000000     ADD 1 TO WS-OVR-SUB.                                         K6GOVR.1
000000     IF WS-OVR-SUB > 5                                            K6GOVR.1
000000         GO TO 6000-COMPLETE.                                     K6GOVR.1
000000     IF GO-MODULE (WS-OVR-SUB) NOT = SPACE                        K6GOVR.1
000000         ADD 1 TO WS-OVR-MODS.                                    K6GOVR.1
000000     GO TO 6000-COUNT-MODS.                                       K6GOVR.1
000000 6000-COMPLETE.                                                   K6GOVR.1
000000     IF GO-TARGET-ID = SPACE                                      K6GOVR.1
000000             OR GO-RUN-DATE NOT NUMERIC                           K6GOVR.1
000000             OR GO-APPROVER = SPACE                               K6GOVR.1
000000             OR GO-TICKET = SPACE                                 K6GOVR.1
000000             OR GO-JUSTIFICATION = SPACE                          K6GOVR.1
000000             OR WS-OVR-MODS = ZERO                                K6GOVR.1
000000         MOVE "I" TO WS-OVR-STATE                                 K6GOVR.1
000000         GO TO 6000-EXIT.                                         K6GOVR.1
000000     MOVE GO-WINDOW-ID TO WS-OVR-WINDOW.                          K6GOVR.1
000000     IF WS-OVR-WINDOW = SPACE                                     K6GOVR.1
000000         MOVE "N" TO WS-OVR-WINDOW.                               K6GOVR.1
000000     MOVE GO-TARGET-ID TO WS-DATE-TARGET.                         K6GOVR.1
000000     PERFORM 6100-WINDOW-DATE THRU 6100-EXIT.                     K6GOVR.1
000000     IF WS-OVR-WINDOW NOT = WS-WINDOW-ID                          K6GOVR.1
000000             OR WS-WINDOW-DATE = ZERO                             K6GOVR.1
000000             OR GO-RUN-DATE NOT = WS-WINDOW-DATE                  K6GOVR.1
000000             OR (WS-PROMO-TARGET NOT = SPACE                      K6GOVR.1
000000             AND WS-PROMO-TARGET NOT = GO-TARGET-ID)              K6GOVR.1
000000         MOVE "W" TO WS-OVR-STATE                                 K6GOVR.1
000000         GO TO 6000-EXIT.                                         K6GOVR.1
000000     CALL "K6AUTH" USING AU-FUNCTION AU-REPLY.                    K6GOVR.1
000000     IF AU-REPLY NOT = "Y"                                        K6GOVR.1
000000         MOVE "D" TO WS-OVR-STATE                                 K6GOVR.1
000000         GO TO 6000-EXIT.                                         K6GOVR.1
000000     MOVE "A" TO WS-OVR-STATE.                                    K6GOVR.1
000000 6000-EXIT.                                                       K6GOVR.1
000000     EXIT.                                                        K6GOVR.1
000000*================================================================ K6GOVR.1
000000* 6100-WINDOW-DATE -- THE LATEST RUN DATE GATED FOR THE TARGET    K6GOVR.1
000000* IN WS-DATE-TARGET, OR ZERO WHEN THE TARGET WAS NOT GATED.       K6GOVR.1
000000*================================================================ K6GOVR.1
000000 6100-WINDOW-DATE.                                                K6GOVR.1
000000     MOVE ZERO TO WS-WINDOW-DATE.                                 K6GOVR.1
000000     MOVE ZERO TO WS-SUB.                                         K6GOVR.1
000000 6100-SCAN.                                                       K6GOVR.1
000000     ADD 1 TO WS-SUB.                                             K6GOVR.1
000000     IF WS-SUB > WS-PGM-COUNT                                     K6GOVR.1
000000         GO TO 6100-EXIT.                                         K6GOVR.1
000000     SET PGM-IDX TO WS-SUB.                                       K6GOVR.1
000000     IF PGM-TARGET-ID (PGM-IDX) = WS-DATE-TARGET                  K6GOVR.1
000000             AND PGM-LATEST-DATE (PGM-IDX) > WS-WINDOW-DATE       K6GOVR.1
000000         MOVE PGM-LATEST-DATE (PGM-IDX) TO WS-WINDOW-DATE.        K6GOVR.1
000000     GO TO 6100-SCAN.                                             K6GOVR.1
000000 6100-EXIT.                                                       K6GOVR.1
000000     EXIT.                                                        K6GOVR.1
032600*================================================================ K6GATE.1
032700* 7000-VERDICT -- ONE LINE PER MODULE, THEN THE VERDICT AND       K6GATE.1
032800* RETURN CODE THE PROMOTION JOBSTREAM TESTS WITH COND=.           K6GATE.1
033500         GO TO 7000-DECIDE.                                       K6GATE.1
033600     SET MOD-IDX TO WS-SUB.                                       K6GATE.1
033700     PERFORM 7300-IS-BLOCKING THRU 7300-EXIT.                     K6GATE.1
000000     MOVE "N" TO WS-OVERRIDDEN-SW.                                K6GOVR.1
000000     IF WS-OVR-ACCEPTED AND WS-BLOCKING-SW = "Y"                  K6GOVR.1
000000         PERFORM 7350-IS-OVERRIDDEN THRU 7350-EXIT.               K6GOVR.1
000000     MOVE SPACE TO ML-OVERRIDE.                                   K6GOVR.1
000000     IF WS-OVERRIDDEN-SW = "Y" AND MOD-GRADE (MOD-IDX) NOT = "G"  K6GOVR.1
000000         MOVE "OVERRIDDEN" TO ML-OVERRIDE.                        K6GOVR.1
033800     MOVE MOD-ID (MOD-IDX) TO ML-MOD-ID.                          K6GATE.1
033900     IF MOD-GRADE (MOD-IDX) = "R"                                 K6GATE.1
034000         MOVE "RED    " TO ML-GRADE                               K6GATE.1
034100     ELSE                                                         K6GATE.1
000000     IF MOD-GRADE (MOD-IDX) = "I"                                 K6CNSK.1
000000         MOVE "INCMPL " TO ML-GRADE                               K6CNSK.1
000000     ELSE                                                         K6CNSK.1
034200     IF MOD-GRADE (MOD-IDX) = "Y"                                 K6GATE.1
034300         MOVE "YELLOW " TO ML-GRADE                               K6GATE.1
034400     ELSE                                                         K6GATE.1
035000     MOVE MOD-PGMS (MOD-IDX) TO ML-PGMS.                          K6GATE.1
035100     WRITE GR-PRINT-REC FROM MOD-LINE                             K6GATE.1
035200         AFTER ADVANCING 1 LINES.                                 K6GATE.1
000000     IF MOD-GRADE (MOD-IDX) = "I"                                 K6CNSK.1
000000         PERFORM 7500-LIST-INCOMPLETE THRU 7500-EXIT.             K6CNSK.1
035300     IF WS-BLOCKING-SW = "Y"                                      K6GATE.1
035400         IF MOD-GRADE (MOD-IDX) = "R"                             K6GATE.1
035500             ADD 1 TO WS-BLOCK-RED                                K6GATE.1
000000         ELSE                                                     K6CNSK.1
000000         IF MOD-GRADE (MOD-IDX) = "I"                             K6CNSK.1
000000             ADD 1 TO WS-BLOCK-INCMPL                             K6CNSK.1
035600         ELSE                                                     K6GATE.1
035700         IF MOD-GRADE (MOD-IDX) = "Y"                             K6GATE.1
035800             ADD 1 TO WS-BLOCK-YELLOW.                            K6GATE.1
000000     IF WS-OVERRIDDEN-SW = "Y"                                    K6GOVR.1
000000         IF MOD-GRADE (MOD-IDX) = "R"                             K6GOVR.1
000000             ADD 1 TO WS-OVR-RED                                  K6GOVR.1
000000         ELSE                                                     K6GOVR.1
000000         IF MOD-GRADE (MOD-IDX) = "I"                             K6GOVR.1
000000             ADD 1 TO WS-OVR-INCMPL                               K6GOVR.1
000000         ELSE                                                     K6GOVR.1
000000         IF MOD-GRADE (MOD-IDX) = "Y"                             K6GOVR.1
000000             ADD 1 TO WS-OVR-YELLOW.                              K6GOVR.1
035900     GO TO 7000-NEXT-MOD.                                         K6GATE.1
036000 7000-DECIDE.                                                     K6GATE.1
036100     IF WS-BLOCK-RED > ZERO                                       K6GATE.1
000000             OR WS-BLOCK-INCMPL > ZERO                            K6CNSK.1
036200         MOVE 16 TO WS-VERDICT-RC                                 K6GATE.1
036300         MOVE "NO-GO       " TO VL-VERDICT                        K6GATE.1
036400     ELSE                                                         K6GATE.1
036800     ELSE                                                         K6GATE.1
036900         MOVE ZERO TO WS-VERDICT-RC                               K6GATE.1
037000         MOVE "GO          " TO VL-VERDICT.                       K6GATE.1
000000*    THE TRUE VERDICT STANDS ON THE REPORT; AN ACCEPTED OVERRIDE  K6GOVR.1
000000*    CHANGES ONLY THE RETURN CODE THE PROMOTION RUNS UNDER.       K6GOVR.1
000000     MOVE VL-VERDICT TO WS-TRUE-VERDICT.                          K6GOVR.1
000000     MOVE WS-VERDICT-RC TO WS-PROMO-RC.                           K6GOVR.1
000000     MOVE SPACE TO VL-OVERRIDE.                                   K6GOVR.1
000000     IF WS-OVR-ACCEPTED                                           K6GOVR.1
000000         PERFORM 7400-APPLY-OVERRIDE THRU 7400-EXIT.              K6GOVR.1
000000     MOVE WS-CERT-PROFILE TO PFL-PROFILE.                         K6COPT.1
000000     IF WS-CERT-PROFILE = SPACE                                   K6COPT.1
000000         MOVE "NOT DESIGNATED" TO PFL-PROFILE.                    K6COPT.1
000000     MOVE WS-PROFILE-SKIPS TO PFL-SKIPS.                          K6COPT.1
000000     WRITE GR-PRINT-REC FROM PROFILE-LINE                         K6COPT.1
000000         AFTER ADVANCING 2 LINES.                                 K6COPT.1
000000     IF WS-RQ-SKIPS > ZERO                                        K6RVAL.1
000000         MOVE WS-RQ-SKIPS TO QL-SKIPS                             K6RVAL.1
000000         WRITE GR-PRINT-REC FROM QUAR-LINE                        K6RVAL.1
000000             AFTER ADVANCING 1 LINES.                             K6RVAL.1
000000     IF WS-NA-COUNT > ZERO                                        K6CAPK.1
000000         PERFORM 7700-LIST-NOT-APPLICABLE THRU 7700-EXIT.         K6CAPK.1
037100     MOVE WS-VERDICT-RC TO VL-RC.                                 K6GATE.1
037200     MOVE WS-BLOCK-RED TO VL-RED.                                 K6GATE.1
037300     MOVE WS-BLOCK-YELLOW TO VL-YELLOW.                           K6GATE.1
000000     MOVE WS-BLOCK-INCMPL TO VL-INCMPL.                           K6CNSK.1
037400     WRITE GR-PRINT-REC FROM VERDICT-LINE                         K6GATE.1
037500         AFTER ADVANCING 2 LINES.                                 K6GATE.1
000000     IF WS-OVR-STATE NOT = SPACE                                  K6GOVR.1
000000         PERFORM 7450-PRINT-OVERRIDE THRU 7450-EXIT.              K6GOVR.1
037600 7000-EXIT.                                                       K6GATE.1
037700     EXIT.                                                        K6GATE.1
037800*================================================================ K6GATE.1
039500     GO TO 7300-SCAN.                                             K6GATE.1
039600 7300-EXIT.                                                       K6GATE.1
039700     EXIT.                                                        K6GATE.1
000000*================================================================ K6GOVR.1
000000* 7350-IS-OVERRIDDEN -- IS THE MODULE NAMED ON THE OVERRIDE DECK? K6GOVR.1
000000*================================================================ K6GOVR.1
000000 7350-IS-OVERRIDDEN.                                              K6GOVR.1
000000     MOVE ZERO TO WS-OVR-SUB.                                     K6GOVR.1
000000 7350-SCAN.                                                       K6GOVR.1
000000     ADD 1 TO WS-OVR-SUB.                                         K6GOVR.1
000000     IF WS-OVR-SUB > 5                                            K6GOVR.1
000000         GO TO 7350-EXIT.                                         K6GOVR.1
000000     IF GO-MODULE (WS-OVR-SUB) = MOD-ID (MOD-IDX)                 K6GOVR.1
000000         MOVE "Y" TO WS-OVERRIDDEN-SW                             K6GOVR.1
000000         GO TO 7350-EXIT.                                         K6GOVR.1
000000     GO TO 7350-SCAN.                                             K6GOVR.1
000000 7350-EXIT.                                                       K6GOVR.1
000000     EXIT.                                                        K6GOVR.1
000000*================================================================ K6GOVR.1
000000* 7400-APPLY-OVERRIDE -- THE RETURN CODE WITH THE OVERRIDDEN      K6GOVR.1
000000* MODULES LEFT OUT: WHAT THEY ALONE BLOCKED NO LONGER BLOCKS.     K6GOVR.1
000000*================================================================ K6GOVR.1
000000 7400-APPLY-OVERRIDE.                                             K6GOVR.1
000000     IF WS-BLOCK-RED > WS-OVR-RED                                 K6GOVR.1
000000             OR WS-BLOCK-INCMPL > WS-OVR-INCMPL                   K6GOVR.1
000000         MOVE 16 TO WS-PROMO-RC                                   K6GOVR.1
000000     ELSE                                                         K6GOVR.1
000000     IF WS-BLOCK-YELLOW > WS-OVR-YELLOW                           K6GOVR.1
000000         MOVE 8 TO WS-PROMO-RC                                    K6GOVR.1
000000     ELSE                                                         K6GOVR.1
000000         MOVE ZERO TO WS-PROMO-RC.                                K6GOVR.1
000000     IF WS-PROMO-RC NOT = WS-VERDICT-RC                           K6GOVR.1
000000         MOVE "OVERRIDDEN" TO VL-OVERRIDE.                        K6GOVR.1
000000 7400-EXIT.                                                       K6GOVR.1
000000     EXIT.                                                        K6GOVR.1
000000*================================================================ K6GOVR.1
000000* 7450-PRINT-OVERRIDE -- THE DECK AS READ, AND WHETHER IT WAS     K6GOVR.1
000000* ACCEPTED OR WHY NOT.                                            K6GOVR.1
000000*================================================================ K6GOVR.1
000000 7450-PRINT-OVERRIDE.                                             K6GOVR.1
000000     MOVE GO-TARGET-ID   TO OL-TARGET-ID.                         K6GOVR.1
000000     MOVE GO-RUN-DATE    TO OL-RUN-DATE.                          K6GOVR.1
000000     MOVE GO-WINDOW-ID   TO OL-WINDOW-ID.                         K6GOVR.1
000000     MOVE GO-MODULE-LIST TO OL-MODULES.                           K6GOVR.1
000000     MOVE GO-APPROVER    TO OL-APPROVER.                          K6GOVR.1
000000     MOVE GO-TICKET      TO OL-TICKET.                            K6GOVR.1
000000     WRITE GR-PRINT-REC FROM OVR-LINE-1                           K6GOVR.1
000000         AFTER ADVANCING 2 LINES.                                 K6GOVR.1
000000     MOVE GO-JUSTIFICATION TO OL-JUSTIFICATION.                   K6GOVR.1
000000     WRITE GR-PRINT-REC FROM OVR-LINE-2                           K6GOVR.1
000000         AFTER ADVANCING 1 LINES.                                 K6GOVR.1
000000     IF WS-OVR-STATE = "A" AND VL-OVERRIDE NOT = SPACE            K6GOVR.1
000000         MOVE                                                     K6GOVR.1
000000           "ACCEPTED (K6AUTH) - VERDICT OVERRIDDEN THIS WINDOW"   K6GOVR.1
000000             TO OL-STATUS                                         K6GOVR.1
000000     ELSE                                                         K6GOVR.1
000000     IF WS-OVR-STATE = "A"                                        K6GOVR.1
000000         MOVE "ACCEPTED (K6AUTH) - NOT NEEDED, VERDICT UNCHANGED" K6GOVR.1
000000             TO OL-STATUS                                         K6GOVR.1
000000     ELSE                                                         K6GOVR.1
000000     IF WS-OVR-STATE = "I"                                        K6GOVR.1
000000         MOVE "REFUSED - OVERRIDE CARDS INCOMPLETE" TO OL-STATUS  K6GOVR.1
000000     ELSE                                                         K6GOVR.1
000000     IF WS-OVR-STATE = "W"                                        K6GOVR.1
000000         MOVE "REFUSED - NOT FOR THIS BUILD, RUN DATE AND WINDOW" K6GOVR.1
000000             TO OL-STATUS                                         K6GOVR.1
000000     ELSE                                                         K6GOVR.1
000000         MOVE                                                     K6GOVR.1
000000           "REFUSED - SUBMITTER LACKS GATEOVRD (K6AUTH)"          K6GOVR.1
000000             TO OL-STATUS.                                        K6GOVR.1
000000     MOVE WS-PROMO-RC TO OL-RC.                                   K6GOVR.1
000000     WRITE GR-PRINT-REC FROM OVR-LINE-3                           K6GOVR.1
000000         AFTER ADVANCING 1 LINES.                                 K6GOVR.1
000000 7450-EXIT.                                                       K6GOVR.1
000000     EXIT.                                                        K6GOVR.1
000000*================================================================ K6CNSK.1
000000* 7500-LIST-INCOMPLETE -- UNDER AN INCOMPLETE MODULE, EACH SHORT  K6CNSK.1
000000* PROGRAM WITH ITS COUNT AND ITS MISSING AND UNKNOWN NAMES.       K6CNSK.1
000000*================================================================ K6CNSK.1
000000 7500-LIST-INCOMPLETE.                                            K6CNSK.1
000000     MOVE ZERO TO WS-INC-SUB.                                     K6CNSK.1
000000 7500-NEXT-PGM.                                                   K6CNSK.1
000000     ADD 1 TO WS-INC-SUB.                                         K6CNSK.1
000000     IF WS-INC-SUB > WS-PGM-COUNT                                 K6CNSK.1
000000         GO TO 7500-EXIT.                                         K6CNSK.1
000000     SET PGM-IDX TO WS-INC-SUB.                                   K6CNSK.1
000000     IF PGM-PGM-ID (PGM-IDX) (1:2) NOT = MOD-ID (MOD-IDX)         K6CNSK.1
000000             OR PGM-XCP-SUB (PGM-IDX) = ZERO                      K6CNSK.1
000000         GO TO 7500-NEXT-PGM.                                     K6CNSK.1
000000     MOVE PGM-XCP-SUB (PGM-IDX) TO WS-XCP-SUB.                    K6CNSK.1
000000     MOVE PGM-PGM-ID (PGM-IDX) TO IL-PGM-ID.                      K6CNSK.1
000000     MOVE PGM-TARGET-ID (PGM-IDX) TO IL-TARGET-ID.                K6CNSK.1
000000     MOVE XCP-RAN (WS-XCP-SUB) TO RNT-RAN.                        K6CNSK.1
000000     MOVE XCP-EXPECTED (WS-XCP-SUB) TO RNT-EXPECTED.              K6CNSK.1
000000     MOVE "RAN" TO IL-KIND.                                       K6CNSK.1
000000     MOVE RAN-TEXT TO IL-TEXT.                                    K6CNSK.1
000000     WRITE GR-PRINT-REC FROM INC-LINE                             K6CNSK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CNSK.1
000000     MOVE SPACE TO IL-PGM-ID IL-TARGET-ID.                        K6CNSK.1
000000     MOVE XCP-FIRST-NAME (WS-XCP-SUB) TO WS-XNM-SUB.              K6CNSK.1
000000     COMPUTE WS-XNM-LAST = XCP-FIRST-NAME (WS-XCP-SUB)            K6CNSK.1
000000                         + XCP-NAMES (WS-XCP-SUB) - 1.            K6CNSK.1
000000 7500-NEXT-NAME.                                                  K6CNSK.1
000000     IF WS-XNM-SUB > WS-XNM-LAST                                  K6CNSK.1
000000         GO TO 7500-NEXT-PGM.                                     K6CNSK.1
000000     IF XNM-KIND (WS-XNM-SUB) = "M"                               K6CNSK.1
000000         MOVE "MISSING" TO IL-KIND                                K6CNSK.1
000000     ELSE                                                         K6CNSK.1
000000         MOVE "UNKNOWN" TO IL-KIND.                               K6CNSK.1
000000     MOVE XNM-PAR-NAME (WS-XNM-SUB) TO IL-TEXT.                   K6CNSK.1
000000     WRITE GR-PRINT-REC FROM INC-LINE                             K6CNSK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CNSK.1
000000     ADD 1 TO WS-XNM-SUB.                                         K6CNSK.1
000000     GO TO 7500-NEXT-NAME.                                        K6CNSK.1
000000 7500-EXIT.                                                       K6CNSK.1
000000     EXIT.                                                        K6CNSK.1
000000*================================================================ K6CAPK.1
000000* 7700-LIST-NOT-APPLICABLE -- THE PROGRAMS LEFT OUT AS OUTSIDE    K6CAPK.1
000000* THEIR TARGET'S CLAIM, EACH THAT PASSED OR FAILED ANYTHING       K6CAPK.1
000000* FLAGGED AS A CLAIM MISMATCH.                                    K6CAPK.1
000000*================================================================ K6CAPK.1
000000 7700-LIST-NOT-APPLICABLE.                                        K6CAPK.1
000000     MOVE ZERO TO WS-MISMATCH-COUNT.                              K6CAPK.1
000000     MOVE ZERO TO WS-INC-SUB.                                     K6CAPK.1
000000 7700-COUNT-MISMATCH.                                             K6CAPK.1
000000     ADD 1 TO WS-INC-SUB.                                         K6CAPK.1
000000     IF WS-INC-SUB > WS-PGM-COUNT                                 K6CAPK.1
000000         GO TO 7700-HEADER.                                       K6CAPK.1
000000     SET PGM-IDX TO WS-INC-SUB.                                   K6CAPK.1
000000     IF (PGM-APPLIC (PGM-IDX) = "M" OR "L")                       K6CAPK.1
000000             AND (PGM-OK (PGM-IDX) > ZERO                         K6CAPK.1
000000             OR PGM-FAIL (PGM-IDX) > ZERO)                        K6CAPK.1
000000         ADD 1 TO WS-MISMATCH-COUNT.                              K6CAPK.1
000000     GO TO 7700-COUNT-MISMATCH.                                   K6CAPK.1
000000 7700-HEADER.                                                     K6CAPK.1
000000     MOVE WS-NA-COUNT       TO NHL-COUNT.                         K6CAPK.1
000000     MOVE WS-MISMATCH-COUNT TO NHL-MISMATCH.                      K6CAPK.1
000000     WRITE GR-PRINT-REC FROM NA-HDR-LINE                          K6CAPK.1
000000         AFTER ADVANCING 2 LINES.                                 K6CAPK.1
000000     MOVE ZERO TO WS-INC-SUB.                                     K6CAPK.1
000000 7700-NEXT-PGM.                                                   K6CAPK.1
000000     ADD 1 TO WS-INC-SUB.                                         K6CAPK.1
000000     IF WS-INC-SUB > WS-PGM-COUNT                                 K6CAPK.1
000000         GO TO 7700-EXIT.                                         K6CAPK.1
000000     SET PGM-IDX TO WS-INC-SUB.                                   K6CAPK.1
000000     IF PGM-APPLIC (PGM-IDX) NOT = "M"                            K6CAPK.1
000000             AND PGM-APPLIC (PGM-IDX) NOT = "L"                   K6CAPK.1
000000         GO TO 7700-NEXT-PGM.                                     K6CAPK.1
000000     IF PGM-APPLIC (PGM-IDX) = "L"                                K6CAPK.1
000000         MOVE "ABOVE LEVEL  " TO NAT-REASON                       K6CAPK.1
000000     ELSE                                                         K6CAPK.1
000000         MOVE "NOT CLAIMED  " TO NAT-REASON.                      K6CAPK.1
000000     MOVE PGM-PGM-ID (PGM-IDX) (1:2)     TO NAT-MODULE.           K6CAPK.1
000000     MOVE PGM-CLAIM-LEVEL (PGM-IDX)      TO NAT-CLAIM-LEVEL.      K6CAPK.1
000000     MOVE PGM-PGM-ID (PGM-IDX)           TO IL-PGM-ID.            K6CAPK.1
000000     MOVE PGM-TARGET-ID (PGM-IDX)        TO IL-TARGET-ID.         K6CAPK.1
000000     MOVE "N/A"                          TO IL-KIND.              K6CAPK.1
000000     MOVE NA-TEXT                        TO IL-TEXT.              K6CAPK.1
000000     WRITE GR-PRINT-REC FROM INC-LINE                             K6CAPK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CAPK.1
000000     IF PGM-OK (PGM-IDX) = ZERO AND PGM-FAIL (PGM-IDX) = ZERO     K6CAPK.1
000000         GO TO 7700-NEXT-PGM.                                     K6CAPK.1
000000     MOVE PGM-OK (PGM-IDX)   TO MMT-OK.                           K6CAPK.1
000000     MOVE PGM-FAIL (PGM-IDX) TO MMT-FAIL.                         K6CAPK.1
000000     MOVE SPACE TO IL-PGM-ID IL-TARGET-ID.                        K6CAPK.1
000000     MOVE "MISMATCH" TO IL-KIND.                                  K6CAPK.1
000000     MOVE MISMATCH-TEXT TO IL-TEXT.                               K6CAPK.1
000000     WRITE GR-PRINT-REC FROM INC-LINE                             K6CAPK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CAPK.1
000000     GO TO 7700-NEXT-PGM.                                         K6CAPK.1
000000 7700-EXIT.                                                       K6CAPK.1
000000     EXIT.                                                        K6CAPK.1
000000*================================================================ K6GOVR.1
000000* 7800-PROMOTION-LEDGER -- ENTER THE BUILD NAMED ON THE PROMOTION K6GOVR.1
000000* CARD IN THE LEDGER WHEN THE GATE LETS IT THROUGH.  A LEDGER     K6GOVR.1
000000* THAT CANNOT BE OPENED STOPS THE PROMOTION.                      K6GOVR.1
000000*================================================================ K6GOVR.1
000000 7800-PROMOTION-LEDGER.                                           K6GOVR.1
000000     IF WS-PROMO-TARGET = SPACE                                   K6GOVR.1
000000         GO TO 7800-EXIT.                                         K6GOVR.1
000000     MOVE WS-PROMO-TARGET TO PRL-TARGET-ID.                       K6GOVR.1
000000     MOVE WS-EVPACK-REF TO PRL-EVPACK-REF.                        K6GOVR.1
000000     IF WS-EVPACK-REF = SPACE                                     K6GOVR.1
000000         MOVE "NONE SUPPLIED" TO PRL-EVPACK-REF.                  K6GOVR.1
000000     IF WS-PROMO-RC NOT LESS THAN 16                              K6GOVR.1
000000         MOVE "NOT PROMOTED - NOT ENTERED IN THE PROMOTION LEDGER"K6GOVR.1
000000             TO PRL-TEXT                                          K6GOVR.1
000000         GO TO 7800-PRINT.                                        K6GOVR.1
000000     OPEN EXTEND PROM-LEDGER.                                     K6GOVR.1
000000     IF WS-PROMLDG-STATUS NOT = "00"                              K6GOVR.1
000000             AND WS-PROMLDG-STATUS NOT = "05"                     K6GOVR.1
000000         MOVE 16 TO WS-PROMO-RC                                   K6GOVR.1
000000         MOVE "NOT PROMOTED - PROMOTION LEDGER CANNOT BE OPENED"  K6GOVR.1
000000             TO PRL-TEXT                                          K6GOVR.1
000000         GO TO 7800-PRINT.                                        K6GOVR.1
000000     MOVE SPACE TO PL-LEDGER-REC.                                 K6GOVR.1
000000     MOVE WS-PROMO-TARGET TO PL-TARGET-ID.                        K6GOVR.1
000000     MOVE WS-PROMO-TARGET TO WS-DATE-TARGET.                      K6GOVR.1
000000     PERFORM 6100-WINDOW-DATE THRU 6100-EXIT.                     K6GOVR.1
000000     MOVE WS-WINDOW-DATE TO PL-RUN-DATE.                          K6GOVR.1
000000     MOVE WS-WINDOW-ID TO PL-WINDOW-ID.                           K6GOVR.1
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6GOVR.1
000000     ACCEPT WS-NOW-TIME FROM TIME.                                K6GOVR.1
000000     MOVE WS-TODAY TO PL-GATE-DATE.                               K6GOVR.1
000000     MOVE WS-NOW-HHMMSS TO PL-GATE-TIME.                          K6GOVR.1
000000     MOVE WS-TRUE-VERDICT TO PL-TRUE-VERDICT.                     K6GOVR.1
000000     MOVE WS-VERDICT-RC TO PL-TRUE-RC.                            K6GOVR.1
000000     MOVE WS-PROMO-RC TO PL-PROMO-RC.                             K6GOVR.1
000000     MOVE "N" TO PL-OVERRIDE-SW.                                  K6GOVR.1
000000     IF WS-OVR-ACCEPTED AND WS-PROMO-RC NOT = WS-VERDICT-RC       K6GOVR.1
000000         MOVE "Y" TO PL-OVERRIDE-SW                               K6GOVR.1
000000         MOVE GO-MODULE-LIST TO PL-OVR-MODULES                    K6GOVR.1
000000         MOVE GO-APPROVER TO PL-APPROVER                          K6GOVR.1
000000         MOVE GO-TICKET TO PL-TICKET.                             K6GOVR.1
000000     MOVE PRL-EVPACK-REF TO PL-EVPACK-REF.                        K6GOVR.1
000000     MOVE WS-USER-ID TO PL-USER-ID.                               K6GOVR.1
000000     WRITE PL-LEDGER-REC.                                         K6GOVR.1
000000     CLOSE PROM-LEDGER.                                           K6GOVR.1
000000     MOVE "PROMOTED - ENTERED IN THE PROMOTION LEDGER"            K6GOVR.1
000000         TO PRL-TEXT.                                             K6GOVR.1
000000 7800-PRINT.                                                      K6GOVR.1
000000     WRITE GR-PRINT-REC FROM PROMO-LINE                           K6GOVR.1
000000         AFTER ADVANCING 2 LINES.                                 K6GOVR.1
000000 7800-EXIT.                                                       K6GOVR.1
000000     EXIT.                                                        K6GOVR.1
039800*================================================================ K6GATE.1
039900* 9999-TERMINATE -- CLOSE FILES.                                  K6GATE.1
040000*================================================================ K6GATE.1
040100 9999-TERMINATE.                                                  K6GATE.1
040200     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         CLOSE LATEST-RUNS                                        K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         CLOSE RAW-EXTRACT.                                       K6LRUN.1
000000     CLOSE GATE-RPT.                                              K6LRUN.1
040300 9999-EXIT.                                                       K6GATE.1
040400     EXIT.                                                        K6GATE.1
