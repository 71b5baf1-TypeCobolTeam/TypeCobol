002000*    A GRAND TOTAL LINE ACROSS EVERY MODULE AND A SIGN-OFF BLOCK  K6CERT.1
002100*    AT THE FOOT, SO A COMPLIANCE FILING NO LONGER MEANS HANDING  K6CERT.1
002200*    AN AUDITOR A STACK OF INDIVIDUAL PRINT-FILE REPORTS.         K6CERT.1
000000*                                                                 K6COPT.1
000000*    ONLY THE PRODUCTION COMPILE-OPTION PROFILE IS CERTIFIED:     K6COPT.1
000000*    WHEN THE OPTIONAL OPTPROF REGISTER (K6OPRF.CPY) FLAGS A      K6COPT.1
000000*    PRODUCTION PROFILE, RUNS STAMPED WITH ANY OTHER PROFILE      K6COPT.1
000000*    ARE SKIPPED.  RUNS WITH NO STAMP PREDATE IT AND COUNT.       K6COPT.1
000000*                                                                 K6STWD.1
000000*    A MODULE CERTIFIED WHILE ITS STEWARD'S QUARTERLY             K6STWD.1
000000*    ATTESTATION IS OVERDUE (STWDXCP, WRITTEN BY K6STWD --        K6STWD.1
000000*    OPTIONAL) CARRIES AN EXCEPTION LINE UNDER ITS DETAIL LINE,   K6STWD.1
000000*    AND THE NUMBER OF SUCH MODULES IS PRINTED UNDER THE GRAND    K6STWD.1
000000*    TOTAL, SO THE SIGNATORY SEES IT BEFORE SIGNING.              K6STWD.1
000000*                                                                 K6RVAL.1
000000*    A RUN K6RVAL QUARANTINED (RAWQUAR, OPTIONAL) IS NOT          K6RVAL.1
000000*    CERTIFIED; THE NUMBER LEFT OUT IS PRINTED UNDER THE GRAND    K6RVAL.1
000000*    TOTAL.                                                       K6RVAL.1
000000*                                                                 K6CAPK.1
000000*    THE CAPABILITY PROFILE EACH TARGET CLAIMS (TGTCAPS, READ     K6CAPK.1
000000*    THROUGH K6CAPK) IS PRINTED UNDER THE HEADING.  A PROGRAM     K6CAPK.1
000000*    FOR A MODULE, OR A LEVEL OF ONE, OUTSIDE THAT CLAIM IS       K6CAPK.1
000000*    PRINTED AS NOT APPLICABLE AND LEFT OUT OF THE GRAND TOTAL;   K6CAPK.1
000000*    ONE THAT PASSED OR FAILED ANYTHING ANYWAY CARRIES A CLAIM    K6CAPK.1
000000*    MISMATCH LINE.                                               K6CAPK.1
000000*                                                                 K6VOID.1
000000*    EVERY WINDOW OF A CERTIFIED TARGET DECLARED VOID BY K6VOID   K6VOID.1
000000*    (VOIDREG, OPTIONAL) IS LISTED ABOVE THE SIGN-OFF BLOCK WITH  K6VOID.1
000000*    ITS REASON, TICKET AND DECLARING USER.  ITS RUNS WERE NEVER  K6VOID.1
000000*    CERTIFIED, BUT THE AUDITOR IS SHOWN THEY EXISTED.            K6VOID.1
002300*                                                                 K6CERT.1
000000*    THE CLAUSES A CUSTOMER'S CERTIFICATION REQUIREMENT CITES     K6XWLK.1
000000*    (CERTCLS, OPTIONAL -- ONE CODE IN COLS 1-10, "I" IN COL 12   K6XWLK.1
000000*    FOR AN ISO/IEC 1989 CODE, ITS EDITION IN COLS 14-17, SPACE   K6XWLK.1
000000*    FOR THE LATEST) ARE LISTED ABOVE THE SIGN-OFF BLOCK IN BOTH  K6XWLK.1
000000*    NUMBERINGS THROUGH THE CROSSWALK (K6XWLK), WITH A NOTE WHERE K6XWLK.1
000000*    A RULE CHANGED MEANING.  A CITED ISO CLAUSE WITH NO 1985     K6XWLK.1
000000*    COUNTERPART IS SHOWN AS NOT COVERED BY THIS SUITE.           K6XWLK.1
000000*                                                                 K6XWLK.1
002400* MODIFICATION HISTORY.                                           K6CERT.1
002500*    2026-08-09  DLO  ORIGINAL PROGRAM.                           K6CERT.1
000000*    2026-10-15  DLO  CERTIFIES ONLY THE PRODUCTION COMPILE-      K6COPT.1
000000*                     OPTION PROFILE (OPTPROF REGISTER).          K6COPT.1
000000*    2026-10-15  DLO  EXCEPTION LINE FOR A MODULE CERTIFIED WHILE K6STWD.1
000000*                     ITS STEWARD ATTESTATION IS OVERDUE.         K6STWD.1
000000*    2026-10-15  DLO  RUNS QUARANTINED BY K6RVAL (RAWQUAR) ARE    K6RVAL.1
000000*                     NOT CERTIFIED.                              K6RVAL.1
000000*    2026-10-15  DLO  READS THE LATEST-EFFECTIVE-RUN FILE BUILT   K6LRUN.1
000000*                     BY K6LRUN (LATESTRN) IN PLACE OF THE FULL   K6LRUN.1
000000*                     EXTRACT WHEN IT IS SUPPLIED.                K6LRUN.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  CLAIMED CAPABILITY PROFILE PRINTED PER      K6CAPK.1
000000*                     TARGET; PROGRAMS OUTSIDE IT ARE NOT         K6CAPK.1
000000*                     APPLICABLE AND LEFT OUT OF THE TOTALS.      K6CAPK.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  WINDOWS OF A CERTIFIED TARGET DECLARED      K6VOID.1
000000*                     VOID (VOIDREG) LISTED ABOVE THE SIGN-OFF.   K6VOID.1
000000*    2026-10-15  DLO  CLAUSES CITED BY THE REQUIREMENT (CERTCLS)  K6XWLK.1
000000*                     LISTED IN BOTH THE ANSI AND THE ISO         K6XWLK.1
000000*                     NUMBERING ABOVE THE SIGN-OFF.               K6XWLK.1
000000*    2026-10-15  DLO  PRACTICE (SANDBOX) RUNS AND RETIRED TARGETS K6LRUN.2
000000*                     ARE PASSED OVER AS K6LRUN PASSES THEM.  THE K6LRUN.2
000000*                     FULL EXTRACT IS READ IN PLACE OF LATESTRN   K6LRUN.2
000000*                     WHEN A PRODUCTION PROFILE IS FLAGGED, SINCE K6LRUN.2
000000*                     K6LRUN NO LONGER FILTERS BY PROFILE.        K6LRUN.2
002600*================================================================ K6CERT.1
002700                                                                  K6CERT.1
002800 ENVIRONMENT DIVISION.                                            K6CERT.1
003500 FILE-CONTROL.                                                    K6CERT.1
003600     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6CERT.1
003700         ORGANIZATION IS SEQUENTIAL.                              K6CERT.1
000000*    LATEST-EFFECTIVE-RUN FILE (K6LRUN, K6LERN.CPY) -- READ IN    K6LRUN.1
000000*    PLACE OF THE FULL EXTRACT WHEN IT IS SUPPLIED.               K6LRUN.1
000000     SELECT OPTIONAL LATEST-RUNS ASSIGN TO LATESTRN               K6LRUN.1
000000         ORGANIZATION IS INDEXED                                  K6LRUN.1
000000         ACCESS MODE IS SEQUENTIAL                                K6LRUN.1
000000         RECORD KEY IS LR-KEY                                     K6LRUN.1
000000         FILE STATUS IS WS-LR-STATUS.                             K6LRUN.1
000000     SELECT OPTIONAL OPT-REGISTER ASSIGN TO OPTPROF               K6COPT.1
000000         ORGANIZATION IS SEQUENTIAL                               K6COPT.1
000000         FILE STATUS IS WS-OPR-STATUS.                            K6COPT.1
000000     SELECT OPTIONAL STEWARD-EXCEPT ASSIGN TO STWDXCP             K6STWD.1
000000         ORGANIZATION IS SEQUENTIAL                               K6STWD.1
000000         FILE STATUS IS WS-STX-STATUS.                            K6STWD.1
000000*    RUNS K6RVAL FOUND INTERNALLY INCONSISTENT (RAWQUAR, SEE      K6RVAL.1
000000*    K6RAWQ.CPY) ARE LEFT OUT UNTIL CORRECTED.                    K6RVAL.1
000000     SELECT OPTIONAL RAW-QUARANTINE ASSIGN TO RAWQUAR             K6RVAL.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RVAL.1
000000         FILE STATUS IS WS-RQ-STATUS.                             K6RVAL.1
000000*    WINDOWS DECLARED VOID BY K6VOID (VOIDREG, SEE K6VDRG.CPY).   K6VOID.1
000000     SELECT OPTIONAL VOID-REGISTER ASSIGN TO VOIDREG              K6VOID.1
000000         ORGANIZATION IS SEQUENTIAL                               K6VOID.1
000000         FILE STATUS IS WS-VRG-STATUS.                            K6VOID.1
000000*    CLAUSES CITED BY THE CERTIFICATION REQUIREMENT, IN EITHER    K6XWLK.1
000000*    NUMBERING (TRANSLATED THROUGH K6XWLK).                       K6XWLK.1
000000     SELECT OPTIONAL CERT-CLAUSES ASSIGN TO CERTCLS               K6XWLK.1
000000         ORGANIZATION IS SEQUENTIAL                               K6XWLK.1
000000         FILE STATUS IS WS-CCL-STATUS.                            K6XWLK.1
000000*    TARGET-STATUS REGISTER (SEE K6TRET) -- A RETIRED TARGET'S    K6LRUN.2
000000*    RUNS ARE NOT EFFECTIVE, AS IN K6LRUN.                        K6LRUN.2
000000     SELECT OPTIONAL TGT-STATUS ASSIGN TO TGTSTAT                 K6LRUN.2
000000         ORGANIZATION IS SEQUENTIAL                               K6LRUN.2
000000         FILE STATUS IS WS-TGTSTAT-STATUS.                        K6LRUN.2
003800     SELECT CERT-RPT ASSIGN TO CERTRPT                            K6CERT.1
003900         ORGANIZATION IS SEQUENTIAL.                              K6CERT.1
004000                                                                  K6CERT.1
004200 FILE SECTION.                                                    K6CERT.1
004300 FD  RAW-EXTRACT                                                  K6CERT.1
004400     LABEL RECORDS ARE STANDARD.                                  K6CERT.1
004500* READ INTO RE-RAW-DATA-SATZ (K6RAWDS.CPY) IN WORKING-STORAGE.    K6LRUN.1
000000 01  RAW-EXTRACT-REC          PIC X(164).                         K6SREL.1
000000 FD  LATEST-RUNS                                                  K6LRUN.1
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
000000     COPY K6LERN.                                                 K6LRUN.1
000000 FD  OPT-REGISTER                                                 K6COPT.1
000000     LABEL RECORDS ARE STANDARD.                                  K6COPT.1
000000     COPY K6OPRF.                                                 K6COPT.1
000000 FD  STEWARD-EXCEPT                                               K6STWD.1
000000     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
000000     COPY K6STWX.                                                 K6STWD.1
000000 FD  RAW-QUARANTINE                                               K6RVAL.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RVAL.1
000000     COPY K6RAWQ.                                                 K6RVAL.1
000000 FD  VOID-REGISTER                                                K6VOID.1
000000     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
000000     COPY K6VDRG.                                                 K6VOID.1
000000 FD  CERT-CLAUSES                                                 K6XWLK.1
000000     LABEL RECORDS ARE STANDARD.                                  K6XWLK.1
000000 01  CC-CLAUSE-CARD.                                              K6XWLK.1
000000     05  CC-CLAUSE-CODE       PIC X(10).                          K6XWLK.1
000000     05  FILLER               PIC X(1).                           K6XWLK.1
000000     05  CC-NUMBERING         PIC X(1).                           K6XWLK.1
000000     05  FILLER               PIC X(1).                           K6XWLK.1
000000     05  CC-EDITION           PIC X(4).                           K6XWLK.1
000000     05  FILLER               PIC X(63).                          K6XWLK.1
000000 FD  TGT-STATUS                                                   K6LRUN.2
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.2
000000 01  TS-STATUS-REC.                                               K6LRUN.2
000000     05  TS-TARGET-ID         PIC X(8).                           K6LRUN.2
000000     05  FILLER               PIC X(1).                           K6LRUN.2
000000     05  TS-STATUS            PIC X(8).                           K6LRUN.2
000000     05  FILLER               PIC X(63).                          K6LRUN.2
006400 FD  CERT-RPT                                                     K6CERT.1
006500     LABEL RECORDS ARE STANDARD.                                  K6CERT.1
006600 01  CR-PRINT-REC             PIC X(120).                         K6CERT.1
006700                                                                  K6CERT.1
006800 WORKING-STORAGE SECTION.                                         K6CERT.1
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
006900* ----------------------------------------------------------      K6CERT.1
007000* SWITCHES AND COUNTERS.                                          K6CERT.1
007100* ----------------------------------------------------------      K6CERT.1
007700 77  WS-GRAND-OK              PIC 9(5)   COMP VALUE ZERO.         K6CERT.1
007800 77  WS-GRAND-ALL             PIC 9(5)   COMP VALUE ZERO.         K6CERT.1
007900 77  WS-GRAND-FAIL            PIC 9(5)   COMP VALUE ZERO.         K6CERT.1
000000 77  WS-OPR-STATUS            PIC X(2)   VALUE SPACE.             K6COPT.1
000000 77  WS-CERT-PROFILE          PIC X(8)   VALUE SPACE.             K6COPT.1
000000 77  WS-PROFILE-SKIPS         PIC 9(5)   COMP VALUE ZERO.         K6COPT.1
000000 77  WS-STX-STATUS            PIC X(2)   VALUE SPACE.             K6STWD.1
000000 77  WS-OVD-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6STWD.1
000000 77  WS-OVD-SUB               PIC 9(3)   COMP VALUE ZERO.         K6STWD.1
000000 77  WS-ATTEST-EXCEPTIONS     PIC 9(5)   COMP VALUE ZERO.         K6STWD.1
000000* ----------------------------------------------------------      K6CAPK.1
000000* TARGET CAPABILITY LOOKUP (K6CAPK).                              K6CAPK.1
000000* ----------------------------------------------------------      K6CAPK.1
000000 77  WS-NA-COUNT              PIC 9(5)   COMP VALUE ZERO.         K6CAPK.1
000000 77  WS-MISMATCH-COUNT        PIC 9(5)   COMP VALUE ZERO.         K6CAPK.1
000000 77  WS-TGT-SUB               PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
000000 77  WS-PRV-SUB               PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
000000 COPY K6CPKP.                                                     K6CAPK.1
000000* ----------------------------------------------------------      K6RVAL.1
000000* KEYS OF THE RUNS K6RVAL QUARANTINED.                            K6RVAL.1
000000* ----------------------------------------------------------      K6RVAL.1
000000 77  WS-RQ-STATUS             PIC X(2)   VALUE SPACE.             K6RVAL.1
000000 77  WS-RQ-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6RVAL.1
000000 77  WS-RQ-SUB                PIC 9(3)   COMP VALUE ZERO.         K6RVAL.1
000000 77  WS-RQ-SKIPS              PIC 9(5)   COMP VALUE ZERO.         K6RVAL.1
000000 77  WS-QUARANTINED-SW        PIC X      VALUE "N".               K6RVAL.1
000000 77  WS-VRG-STATUS            PIC X(2)   VALUE SPACE.             K6VOID.1
000000 77  WS-VOID-LISTED           PIC 9(5)   COMP VALUE ZERO.         K6VOID.1
000000 77  WS-CCL-STATUS            PIC X(2)   VALUE SPACE.             K6XWLK.1
000000 77  WS-CITED-LISTED          PIC 9(5)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-CITED-NO85            PIC 9(5)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-CP-SUB                PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000 COPY K6XWKP.                                                     K6XWLK.1
000000 01  RQ-KEY-TABLE.                                                K6RVAL.1
000000     05  RQ-KEY-ENTRY OCCURS 500 TIMES PIC X(24).                 K6RVAL.1
008000* ----------------------------------------------------------      K6CERT.1
008100* PER-MODULE LATEST-RUN TABLE.                                    K6CERT.1
008200* ----------------------------------------------------------      K6CERT.1
009100         10  MOD-OK               PIC 999.                        K6CERT.1
009200         10  MOD-ALL              PIC 999.                        K6CERT.1
009300         10  MOD-FAIL             PIC 999.                        K6CERT.1
000000         10  MOD-OPT-PROFILE      PIC X(8).                       K6COPT.1
000000* ----------------------------------------------------------      K6STWD.1
000000* PROGRAMS WHOSE STEWARD ATTESTATION IS OVERDUE (K6STWX.CPY).     K6STWD.1
000000* ----------------------------------------------------------      K6STWD.1
000000 01  OVERDUE-TABLE.                                               K6STWD.1
000000     05  OVD-ENTRY OCCURS 300 TIMES.                              K6STWD.1
000000         10  OVD-PGM-ID           PIC X(6).                       K6STWD.1
000000         10  OVD-DUE-DATE         PIC 9(8).                       K6STWD.1
000000         10  OVD-DAYS             PIC 9(4).                       K6STWD.1
000000         10  OVD-LAST             PIC 9(8).                       K6STWD.1
009400* ----------------------------------------------------------      K6CERT.1
009500* PASS-COUNTER/ERROR-TOTAL/ENDER-DESC, THE SAME THREE FIGURES     K6CERT.1
009600* THE SOURCE PROGRAM'S OWN END-ROUTINE ALREADY COMPUTES ONTO ITS  K6CERT.1
011100     05  FILLER   PIC X(33) VALUE                                 K6CERT.1
011200         "RUN OF EACH PROGRAM LISTED BELOW.".                     K6CERT.1
011250     05  FILLER   PIC X(34) VALUE SPACE.                          K6CERT.1
000000 01  HDR-LINE-2A.                                                 K6COPT.1
000000     05  FILLER   PIC X(40) VALUE                                 K6COPT.1
000000         "CERTIFIED UNDER COMPILE-OPTION PROFILE ".               K6COPT.1
000000     05  CH-PROFILE           PIC X(14).                          K6COPT.1
000000     05  FILLER   PIC X(66) VALUE SPACE.                          K6COPT.1
011300 01  HDR-LINE-3.                                                  K6CERT.1
011400     05  FILLER   PIC X(6)  VALUE "PGM-ID".                       K6CERT.1
011500     05  FILLER   PIC X(3)  VALUE SPACE.                          K6CERT.1
011900     05  FILLER   PIC X(3)  VALUE SPACE.                          K6CERT.1
012000     05  FILLER   PIC X(14) VALUE "PASS-COUNTER  ".               K6CERT.1
012100     05  FILLER   PIC X(6)  VALUE "TOTAL ".                       K6CERT.1
012200     05  FILLER   PIC X(24) VALUE "ERROR-TOTAL / ENDER-DESC".     K6COPT.1
000000     05  FILLER   PIC X(45) VALUE "OPT-PROF".                     K6COPT.1
012300 01  DET-LINE.                                                    K6CERT.1
012400     05  DET-PGM-ID           PIC X(6).                           K6CERT.1
012500     05  FILLER               PIC X(3)  VALUE SPACE.              K6CERT.1
013400     05  DET-ERROR-TOTAL      PIC ZZ9.                            K6CERT.1
013500     05  FILLER               PIC X(1)  VALUE SPACE.              K6CERT.1
013600     05  DET-ENDER-DESC       PIC X(15).                          K6CERT.1
013700     05  FILLER               PIC X(3)  VALUE SPACE.              K6COPT.1
000000     05  DET-OPT-PROFILE      PIC X(8).                           K6COPT.1
000000     05  FILLER               PIC X(32) VALUE SPACE.              K6COPT.1
013800 01  GRAND-TOTAL-LINE.                                            K6CERT.1
013900     05  FILLER               PIC X(22) VALUE                     K6CERT.1
014000         "GRAND TOTAL - PASSED  ".                                K6CERT.1
014400     05  FILLER               PIC X(10) VALUE "  FAILED  ".       K6CERT.1
014500     05  GT-FAILED            PIC ZZZZ9.                          K6CERT.1
014600     05  FILLER               PIC X(65) VALUE SPACE.              K6CERT.1
000000 01  ATTEST-XCP-LINE.                                             K6STWD.1
000000     05  FILLER               PIC X(44) VALUE                     K6STWD.1
000000         "   ** EXCEPTION: STEWARD ATTESTATION OVERDUE".          K6STWD.1
000000     05  FILLER               PIC X(5)  VALUE " DUE=".            K6STWD.1
000000     05  AX-DUE-DATE          PIC 9(8).                           K6STWD.1
000000     05  FILLER               PIC X(20) VALUE                     K6STWD.1
000000         " BUSINESS DAYS OVER=".                                  K6STWD.1
000000     05  AX-DAYS              PIC ZZZ9.                           K6STWD.1
000000     05  FILLER               PIC X(6)  VALUE " LAST=".           K6STWD.1
000000     05  AX-LAST              PIC 9(8).                           K6STWD.1
000000     05  FILLER               PIC X(25) VALUE SPACE.              K6STWD.1
000000 01  ATTEST-TOTAL-LINE.                                           K6STWD.1
000000     05  FILLER               PIC X(44) VALUE                     K6STWD.1
000000         "MODULES CERTIFIED WITH ATTESTATION OVERDUE  ".          K6STWD.1
000000     05  AT-EXCEPTIONS        PIC ZZZZ9.                          K6STWD.1
000000     05  FILLER               PIC X(71) VALUE SPACE.              K6STWD.1
000000 01  QUAR-LINE.                                                   K6RVAL.1
000000     05  FILLER               PIC X(44) VALUE                     K6RVAL.1
000000         "QUARANTINED RAW-DATA RECORDS LEFT OUT       ".          K6RVAL.1
000000     05  QL-SKIPS             PIC ZZZZ9.                          K6RVAL.1
000000     05  FILLER               PIC X(71) VALUE SPACE.              K6RVAL.1
000000 01  CLAIM-LINE.                                                  K6CAPK.1
000000     05  FILLER               PIC X(17) VALUE "CLAIMED PROFILE  ".K6CAPK.1
000000     05  CL-TARGET            PIC X(8).                           K6CAPK.1
000000     05  FILLER               PIC X(2)  VALUE SPACE.              K6CAPK.1
000000     05  CL-TEXT              PIC X(93).                          K6CAPK.1
000000 01  CLAIM-TEXT.                                                  K6CAPK.1
000000     05  FILLER               PIC X(7)  VALUE "MODULE ".          K6CAPK.1
000000     05  CLT-MODULE           PIC X(2).                           K6CAPK.1
000000     05  FILLER               PIC X(2)  VALUE SPACE.              K6CAPK.1
000000     05  CLT-LEVEL            PIC X(15).                          K6CAPK.1
000000     05  FILLER               PIC X(6)  VALUE "  REF ".           K6CAPK.1
000000     05  CLT-CLAIM-REF        PIC X(20).                          K6CAPK.1
000000     05  FILLER               PIC X(12) VALUE "  EFFECTIVE ".     K6CAPK.1
000000     05  CLT-EFF-DATE         PIC X(8).                           K6CAPK.1
000000 01  NA-DET-LINE.                                                 K6CAPK.1
000000     05  NDL-PGM-ID           PIC X(6).                           K6CAPK.1
000000     05  FILLER               PIC X(3)  VALUE SPACE.              K6CAPK.1
000000     05  NDL-TARGET           PIC X(8).                           K6CAPK.1
000000     05  FILLER               PIC X(3)  VALUE SPACE.              K6CAPK.1
000000     05  NDL-RUN-DATE         PIC 9(8).                           K6CAPK.1
000000     05  FILLER               PIC X(5)  VALUE SPACE.              K6CAPK.1
000000     05  FILLER               PIC X(18) VALUE                     K6CAPK.1
000000         "NOT APPLICABLE -- ".                                    K6CAPK.1
000000     05  NDL-REASON           PIC X(13).                          K6CAPK.1
000000     05  FILLER               PIC X(8)  VALUE " MODULE ".         K6CAPK.1
000000     05  NDL-MODULE           PIC X(2).                           K6CAPK.1
000000     05  FILLER               PIC X(46) VALUE SPACE.              K6CAPK.1
000000 01  MISMATCH-LINE.                                               K6CAPK.1
000000     05  FILLER               PIC X(37) VALUE                     K6CAPK.1
000000         "   ** CLAIM MISMATCH: RESULTS OUTSIDE".                 K6CAPK.1
000000     05  FILLER               PIC X(19) VALUE                     K6CAPK.1
000000         " THE CLAIM  PASSED ".                                   K6CAPK.1
000000     05  MML-OK               PIC ZZ9.                            K6CAPK.1
000000     05  FILLER               PIC X(8)  VALUE " FAILED ".         K6CAPK.1
000000     05  MML-FAIL             PIC ZZ9.                            K6CAPK.1
000000     05  FILLER               PIC X(50) VALUE SPACE.              K6CAPK.1
000000 01  NA-TOTAL-LINE.                                               K6CAPK.1
000000     05  FILLER               PIC X(44) VALUE                     K6CAPK.1
000000         "PROGRAMS NOT APPLICABLE (NOT IN TOTALS)     ".          K6CAPK.1
000000     05  NT-COUNT             PIC ZZZZ9.                          K6CAPK.1
000000     05  FILLER               PIC X(20) VALUE                     K6CAPK.1
000000         "   CLAIM MISMATCHES=".                                  K6CAPK.1
000000     05  NT-MISMATCH          PIC ZZZZ9.                          K6CAPK.1
000000     05  FILLER               PIC X(46) VALUE SPACE.              K6CAPK.1
000000 01  VOID-HDR-LINE.                                               K6VOID.1
000000     05  FILLER               PIC X(46) VALUE                     K6VOID.1
000000         "WINDOWS DECLARED VOID (K6VOID) - NOT CERTIFIED".        K6VOID.1
000000     05  FILLER               PIC X(74) VALUE SPACE.              K6VOID.1
000000 01  VOID-LINE-1.                                                 K6VOID.1
000000     05  FILLER   PIC X(8)  VALUE "   VOID ".                     K6VOID.1
000000     05  VL-TARGET-ID         PIC X(8).                           K6VOID.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6VOID.1
000000     05  VL-RUN-DATE          PIC 9(8).                           K6VOID.1
000000     05  FILLER   PIC X(8)  VALUE " WINDOW ".                     K6VOID.1
000000     05  VL-WINDOW-ID         PIC X(1).                           K6VOID.1
000000     05  FILLER   PIC X(8)  VALUE " REASON ".                     K6VOID.1
000000     05  VL-REASON-CODE       PIC X(4).                           K6VOID.1
000000     05  FILLER   PIC X(8)  VALUE " TICKET ".                     K6VOID.1
000000     05  VL-TICKET            PIC X(8).                           K6VOID.1
000000     05  FILLER   PIC X(4)  VALUE " BY ".                         K6VOID.1
000000     05  VL-USER-ID           PIC X(8).                           K6VOID.1
000000     05  FILLER   PIC X(4)  VALUE " ON ".                         K6VOID.1
000000     05  VL-VOID-DATE         PIC 9(8).                           K6VOID.1
000000     05  FILLER   PIC X(5)  VALUE " RAW=".                        K6VOID.1
000000     05  VL-RAW-COUNT         PIC ZZZZ9.                          K6VOID.1
000000     05  FILLER   PIC X(6)  VALUE " HIST=".                       K6VOID.1
000000     05  VL-HIST-COUNT        PIC ZZZZ9.                          K6VOID.1
000000     05  FILLER   PIC X(13) VALUE SPACE.                          K6VOID.1
000000 01  VOID-LINE-2.                                                 K6VOID.1
000000     05  FILLER   PIC X(26) VALUE SPACE.                          K6VOID.1
000000     05  VL-REASON-TEXT       PIC X(40).                          K6VOID.1
000000     05  FILLER   PIC X(54) VALUE SPACE.                          K6VOID.1
000000 01  CITE-HDR-LINE.                                               K6XWLK.1
000000     05  FILLER   PIC X(48) VALUE                                 K6XWLK.1
000000         "CLAUSES CITED BY THE CERTIFICATION REQUIREMENT -".      K6XWLK.1
000000     05  FILLER   PIC X(30) VALUE                                 K6XWLK.1
000000         " ANSI X3.23 AND ISO/IEC 1989".                          K6XWLK.1
000000     05  FILLER   PIC X(42) VALUE SPACE.                          K6XWLK.1
000000 01  CITE-LINE.                                                   K6XWLK.1
000000     05  CTL-LEAD             PIC X(9).                           K6XWLK.1
000000     05  CTL-LABEL            PIC X(9).                           K6XWLK.1
000000     05  CTL-CODE             PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(3)  VALUE " = ".                          K6XWLK.1
000000     05  CTL-CP-LABEL         PIC X(9).                           K6XWLK.1
000000     05  CTL-CP-CODE          PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  CTL-RELATION         PIC X(16).                          K6XWLK.1
000000     05  CTL-NOTE             PIC X(48).                          K6XWLK.1
000000     05  FILLER   PIC X(5)  VALUE SPACE.                          K6XWLK.1
000000 01  CITE-TOTAL-LINE.                                             K6XWLK.1
000000     05  FILLER   PIC X(44) VALUE                                 K6XWLK.1
000000         "CITED CLAUSES WITH NO 1985 COUNTERPART      ".          K6XWLK.1
000000     05  CTT-NO85             PIC ZZZZ9.                          K6XWLK.1
000000     05  FILLER   PIC X(71) VALUE                                 K6XWLK.1
000000         "  (NOT COVERED BY THIS SUITE, NOT CERTIFIED)".          K6XWLK.1
014700 01  SIGNOFF-BLANK-LINE.                                          K6CERT.1
014800     05  FILLER               PIC X(120) VALUE SPACE.             K6CERT.1
014900 01  SIGNOFF-LINE-1.                                              K6CERT.1
017500* 1000-INITIALIZE -- OPEN FILES AND CLEAR THE LATEST-RUN TABLE.   K6CERT.1
017600*================================================================ K6CERT.1
017700 1000-INITIALIZE.                                                 K6CERT.1
017900     OPEN OUTPUT CERT-RPT.                                        K6CERT.1
000000     PERFORM 1500-LOAD-CERT-PROFILE THRU 1500-EXIT.               K6COPT.1
000000*    LATESTRN HOLDS EACH PROGRAM'S NEWEST RUN OF ANY PROFILE.     K6LRUN.2
000000*    WHEN A PRODUCTION PROFILE IS FLAGGED THE PRODUCTION RUN      K6LRUN.2
000000*    BEHIND A NEWER RUN OF ANOTHER PROFILE IS ONLY ON THE         K6LRUN.2
000000*    EXTRACT, SO THE EXTRACT IS READ INSTEAD.                     K6LRUN.2
000000     IF WS-CERT-PROFILE NOT = SPACE                               K6LRUN.2
000000         GO TO 1000-OPEN-EXTRACT.                                 K6LRUN.2
017800     OPEN INPUT  LATEST-RUNS.                                     K6LRUN.1
000000     IF WS-LR-STATUS = "00"                                       K6LRUN.1
000000         SET WS-LATEST-RUNS TO TRUE.                              K6LRUN.1
000000     IF WS-LR-STATUS = "05"                                       K6LRUN.1
000000         CLOSE LATEST-RUNS.                                       K6LRUN.1
000000 1000-OPEN-EXTRACT.                                               K6LRUN.2
000000     IF NOT WS-LATEST-RUNS                                        K6LRUN.1
000000         OPEN INPUT  RAW-EXTRACT.                                 K6LRUN.1
000000     PERFORM 1600-LOAD-ATTEST-OVERDUE THRU 1600-EXIT.             K6STWD.1
000000     PERFORM 1700-LOAD-QUARANTINE THRU 1700-EXIT.                 K6RVAL.1
000000     PERFORM 1300-LOAD-RETIRED THRU 1300-EXIT.                    K6LRUN.2
018000     SET MOD-IDX TO 1.                                            K6CERT.1
018100 1000-CLEAR-TABLE.                                                K6CERT.1
018200     IF MOD-IDX > 100                                             K6CERT.1
019100     GO TO 1000-CLEAR-TABLE.                                      K6CERT.1
019200 1000-EXIT.                                                       K6CERT.1
019300     EXIT.                                                        K6CERT.1
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
000000*================================================================ K6STWD.1
000000* 1600-LOAD-ATTEST-OVERDUE -- THE OVERDUE-ATTESTATION ("O")       K6STWD.1
000000* RECORDS OF THE STEWARDSHIP EXCEPTIONS K6STWD WROTE.  NO FILE    K6STWD.1
000000* MEANS NO EXCEPTION LINES.                                       K6STWD.1
000000*================================================================ K6STWD.1
000000 1600-LOAD-ATTEST-OVERDUE.                                        K6STWD.1
000000     OPEN INPUT STEWARD-EXCEPT.                                   K6STWD.1
000000     IF WS-STX-STATUS NOT = "00"                                  K6STWD.1
000000         GO TO 1600-EXIT.                                         K6STWD.1
000000 1600-READ.                                                       K6STWD.1
000000     READ STEWARD-EXCEPT                                          K6STWD.1
000000         AT END GO TO 1600-CLOSE.                                 K6STWD.1
000000     IF NOT SX-OVERDUE                                            K6STWD.1
000000         GO TO 1600-READ.                                         K6STWD.1
000000     IF WS-OVD-COUNT NOT LESS THAN 300                            K6STWD.1
000000         GO TO 1600-READ.                                         K6STWD.1
000000     ADD 1 TO WS-OVD-COUNT.                                       K6STWD.1
000000     MOVE SX-PGM-ID       TO OVD-PGM-ID (WS-OVD-COUNT).           K6STWD.1
000000     MOVE SX-DUE-DATE     TO OVD-DUE-DATE (WS-OVD-COUNT).         K6STWD.1
000000     MOVE SX-DAYS-OVERDUE TO OVD-DAYS (WS-OVD-COUNT).             K6STWD.1
000000     MOVE SX-LAST-ATTEST  TO OVD-LAST (WS-OVD-COUNT).             K6STWD.1
000000     GO TO 1600-READ.                                             K6STWD.1
000000 1600-CLOSE.                                                      K6STWD.1
000000     CLOSE STEWARD-EXCEPT.                                        K6STWD.1
000000 1600-EXIT.                                                       K6STWD.1
000000     EXIT.                                                        K6STWD.1
000000*================================================================ K6RVAL.1
000000* 1700-LOAD-QUARANTINE -- THE KEYS OF THE RUNS K6RVAL             K6RVAL.1
000000* QUARANTINED.  NO FILE MEANS NOTHING IS LEFT OUT.                K6RVAL.1
000000*================================================================ K6RVAL.1
000000 1700-LOAD-QUARANTINE.                                            K6RVAL.1
000000     OPEN INPUT RAW-QUARANTINE.                                   K6RVAL.1
000000     IF WS-RQ-STATUS NOT = "00"                                   K6RVAL.1
000000             AND WS-RQ-STATUS NOT = "05"                          K6RVAL.1
000000         GO TO 1700-EXIT.                                         K6RVAL.1
000000 1700-READ.                                                       K6RVAL.1
000000     READ RAW-QUARANTINE                                          K6RVAL.1
000000         AT END GO TO 1700-CLOSE.                                 K6RVAL.1
000000     IF WS-RQ-COUNT NOT LESS THAN 500                             K6RVAL.1
000000         GO TO 1700-CLOSE.                                        K6RVAL.1
000000     ADD 1 TO WS-RQ-COUNT.                                        K6RVAL.1
000000     MOVE RQ-RAW-KEY TO RQ-KEY-ENTRY (WS-RQ-COUNT).               K6RVAL.1
000000     GO TO 1700-READ.                                             K6RVAL.1
000000 1700-CLOSE.                                                      K6RVAL.1
000000     CLOSE RAW-QUARANTINE.                                        K6RVAL.1
000000 1700-EXIT.                                                       K6RVAL.1
000000     EXIT.                                                        K6RVAL.1
000000*================================================================ K6RVAL.1
000000* 1750-CHECK-QUARANTINE -- IS THE CURRENT RECORD ONE OF THEM?     K6RVAL.1
000000*================================================================ K6RVAL.1
000000 1750-CHECK-QUARANTINE.                                           K6RVAL.1
000000     MOVE "N" TO WS-QUARANTINED-SW.                               K6RVAL.1
000000     MOVE ZERO TO WS-RQ-SUB.                                      K6RVAL.1
000000 1750-SCAN.                                                       K6RVAL.1
000000     ADD 1 TO WS-RQ-SUB.                                          K6RVAL.1
000000     IF WS-RQ-SUB > WS-RQ-COUNT                                   K6RVAL.1
000000         GO TO 1750-EXIT.                                         K6RVAL.1
000000     IF RQ-KEY-ENTRY (WS-RQ-SUB) = RE-RAW-DATA-KEY                K6RVAL.1
000000         MOVE "Y" TO WS-QUARANTINED-SW                            K6RVAL.1
000000         GO TO 1750-EXIT.                                         K6RVAL.1
000000     GO TO 1750-SCAN.                                             K6RVAL.1
000000 1750-EXIT.                                                       K6RVAL.1
000000     EXIT.                                                        K6RVAL.1
019400*================================================================ K6CERT.1
019500* 2000-READ-EXTRACT -- READ ONE RAW-DATA-SATZ FROM THE EXTRACT.   K6CERT.1
019600*================================================================ K6CERT.1
019700 2000-READ-EXTRACT.                                               K6CERT.1
019800     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         READ LATEST-RUNS NEXT RECORD INTO RE-RAW-DATA-SATZ       K6LRUN.1
000000             AT END SET WS-EXTRACT-EOF TO TRUE                    K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         READ RAW-EXTRACT INTO RE-RAW-DATA-SATZ                   K6LRUN.1
019900             AT END SET WS-EXTRACT-EOF TO TRUE.                   K6LRUN.1
020000 2000-EXIT.                                                       K6CERT.1
020100     EXIT.                                                        K6CERT.1
020200*================================================================ K6CERT.1
000000         GO TO 3000-EXIT.                                         K6SMOK.1
000000*    A SUPERSEDED RUN IS NOT EFFECTIVE EVIDENCE (SEE              K6SUPS.1
000000*    K6RAWDS.CPY) -- ONLY THE SUPERSEDING RERUN COUNTS.           K6SUPS.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6SUPS.1
000000         GO TO 3000-EXIT.                                         K6SUPS.1
000000*    A QUARANTINED RUN (SEE K6RVAL) IS NOT EVIDENCE EITHER.       K6RVAL.1
000000     PERFORM 1750-CHECK-QUARANTINE THRU 1750-EXIT.                K6RVAL.1
000000     IF WS-QUARANTINED-SW = "Y"                                   K6RVAL.1
000000         ADD 1 TO WS-RQ-SKIPS                                     K6RVAL.1
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6RVAL.1
000000         GO TO 3000-EXIT.                                         K6RVAL.1
000000*    ONLY RUNS COMPILED UNDER THE PRODUCTION OPTION PROFILE       K6COPT.1
000000*    ARE CERTIFICATION EVIDENCE.  A RECORD WITH NO PROFILE        K6COPT.1
000000*    PREDATES THE STAMP (SEE K6RAWDS.CPY) AND STILL COUNTS.       K6COPT.1
000000     IF WS-CERT-PROFILE NOT = SPACE                               K6COPT.1
000000             AND RE-OPT-PROFILE NOT = SPACE                       K6COPT.1
000000             AND RE-OPT-PROFILE NOT = WS-CERT-PROFILE             K6COPT.1
000000         ADD 1 TO WS-PROFILE-SKIPS                                K6COPT.1
000000         GO TO 3000-READ-NEXT.                                    K6COPT.1
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
020800     PERFORM 4000-FIND-MODULE THRU 4000-EXIT.                     K6CERT.1
020900     IF WS-FOUND-SW = "N"                                         K6CERT.1
021000         GO TO 3000-NEWER.                                        K6CERT.1
022100     MOVE RE-C-OK     TO MOD-OK          (MOD-IDX).               K6CERT.1
022200     MOVE RE-C-ALL    TO MOD-ALL         (MOD-IDX).               K6CERT.1
022300     MOVE RE-C-FAIL   TO MOD-FAIL        (MOD-IDX).               K6CERT.1
000000     MOVE RE-OPT-PROFILE TO MOD-OPT-PROFILE (MOD-IDX).            K6COPT.1
022400 3000-READ-NEXT.                                                  K6CERT.1
022500     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6CERT.1
022600 3000-EXIT.                                                       K6CERT.1
025800         AFTER ADVANCING PAGE.                                    K6CERT.1
025900     WRITE CR-PRINT-REC FROM HDR-LINE-2                           K6CERT.1
026000         AFTER ADVANCING 2 LINES.                                 K6CERT.1
000000     MOVE WS-CERT-PROFILE TO CH-PROFILE.                          K6COPT.1
000000     IF WS-CERT-PROFILE = SPACE                                   K6COPT.1
000000         MOVE "NOT DESIGNATED" TO CH-PROFILE.                     K6COPT.1
000000     WRITE CR-PRINT-REC FROM HDR-LINE-2A                          K6COPT.1
000000         AFTER ADVANCING 1 LINES.                                 K6COPT.1
000000     PERFORM 7100-PRINT-CLAIMS THRU 7100-EXIT.                    K6CAPK.1
026100     WRITE CR-PRINT-REC FROM HDR-LINE-3                           K6CERT.1
026200         AFTER ADVANCING 2 LINES.                                 K6CERT.1
026300     SET MOD-IDX TO 1.                                            K6CERT.1
026400 7000-DETAIL.                                                     K6CERT.1
026500     IF MOD-IDX > WS-MOD-COUNT                                    K6CERT.1
026600         GO TO 7000-TOTAL.                                        K6CERT.1
000000*    A PROGRAM OUTSIDE ITS TARGET'S CLAIMED PROFILE (SEE K6CAPK)  K6CAPK.1
000000*    IS NOT CERTIFIED AND STAYS OUT OF THE GRAND TOTAL.           K6CAPK.1
000000     MOVE "QUERY   "              TO CAPK-FUNCTION.               K6CAPK.1
000000     MOVE MOD-TARGET-ID (MOD-IDX) TO CAPK-TARGET-ID.              K6CAPK.1
000000     MOVE MOD-PGM-ID (MOD-IDX)    TO CAPK-PGM-ID.                 K6CAPK.1
000000     CALL "K6CAPK" USING CAPK-PARM.                               K6CAPK.1
000000     IF CAPK-NOT-APPLICABLE                                       K6CAPK.1
000000         PERFORM 7200-NOT-APPLICABLE THRU 7200-EXIT               K6CAPK.1
000000         SET MOD-IDX UP BY 1                                      K6CAPK.1
000000         GO TO 7000-DETAIL.                                       K6CAPK.1
026700     PERFORM 7500-BUILD-ENDER THRU 7500-EXIT.                     K6CERT.1
026800     MOVE MOD-PGM-ID    (MOD-IDX) TO DET-PGM-ID.                  K6CERT.1
026900     MOVE MOD-TARGET-ID (MOD-IDX) TO DET-TARGET.                  K6CERT.1
027200     MOVE MOD-ALL       (MOD-IDX) TO DET-TOTAL.                   K6CERT.1
027300     MOVE ERROR-TOTAL             TO DET-ERROR-TOTAL.             K6CERT.1
027400     MOVE ENDER-DESC              TO DET-ENDER-DESC.              K6CERT.1
000000     MOVE MOD-OPT-PROFILE (MOD-IDX) TO DET-OPT-PROFILE.           K6COPT.1
027500     WRITE CR-PRINT-REC FROM DET-LINE                             K6CERT.1
027600         AFTER ADVANCING 1 LINES.                                 K6CERT.1
000000     PERFORM 7600-ATTEST-CHECK THRU 7600-EXIT.                    K6STWD.1
027700     ADD MOD-OK   (MOD-IDX) TO WS-GRAND-OK.                       K6CERT.1
027800     ADD MOD-ALL  (MOD-IDX) TO WS-GRAND-ALL.                      K6CERT.1
027900     ADD MOD-FAIL (MOD-IDX) TO WS-GRAND-FAIL.                     K6CERT.1
028500     MOVE WS-GRAND-FAIL TO GT-FAILED.                             K6CERT.1
028600     WRITE CR-PRINT-REC FROM GRAND-TOTAL-LINE                     K6CERT.1
028700         AFTER ADVANCING 2 LINES.                                 K6CERT.1
000000     IF WS-ATTEST-EXCEPTIONS > ZERO                               K6STWD.1
000000         MOVE WS-ATTEST-EXCEPTIONS TO AT-EXCEPTIONS               K6STWD.1
000000         WRITE CR-PRINT-REC FROM ATTEST-TOTAL-LINE                K6STWD.1
000000             AFTER ADVANCING 1 LINES.                             K6STWD.1
000000     IF WS-RQ-SKIPS > ZERO                                        K6RVAL.1
000000         MOVE WS-RQ-SKIPS TO QL-SKIPS                             K6RVAL.1
000000         WRITE CR-PRINT-REC FROM QUAR-LINE                        K6RVAL.1
000000             AFTER ADVANCING 1 LINES.                             K6RVAL.1
000000     IF WS-NA-COUNT > ZERO                                        K6CAPK.1
000000         MOVE WS-NA-COUNT       TO NT-COUNT                       K6CAPK.1
000000         MOVE WS-MISMATCH-COUNT TO NT-MISMATCH                    K6CAPK.1
000000         WRITE CR-PRINT-REC FROM NA-TOTAL-LINE                    K6CAPK.1
000000             AFTER ADVANCING 1 LINES.                             K6CAPK.1
000000     PERFORM 7700-VOIDED-WINDOWS THRU 7700-EXIT.                  K6VOID.1
000000     PERFORM 7800-CITED-CLAUSES THRU 7800-EXIT.                   K6XWLK.1
028800     WRITE CR-PRINT-REC FROM SIGNOFF-BLANK-LINE                   K6CERT.1
028900         AFTER ADVANCING 3 LINES.                                 K6CERT.1
029000     WRITE CR-PRINT-REC FROM SIGNOFF-LINE-1                       K6CERT.1
029500         AFTER ADVANCING 1 LINES.                                 K6CERT.1
029600 7000-EXIT.                                                       K6CERT.1
029700     EXIT.                                                        K6CERT.1
000000*================================================================ K6CAPK.1
000000* 7100-PRINT-CLAIMS -- EACH TARGET ON THE CERTIFICATE WITH THE    K6CAPK.1
000000* MODULES AND LEVELS ITS VENDOR CLAIMS, ONCE PER TARGET.          K6CAPK.1
000000*================================================================ K6CAPK.1
000000 7100-PRINT-CLAIMS.                                               K6CAPK.1
000000     MOVE ZERO TO WS-TGT-SUB.                                     K6CAPK.1
000000 7100-NEXT-TARGET.                                                K6CAPK.1
000000     ADD 1 TO WS-TGT-SUB.                                         K6CAPK.1
000000     IF WS-TGT-SUB > WS-MOD-COUNT                                 K6CAPK.1
000000         GO TO 7100-EXIT.                                         K6CAPK.1
000000     MOVE ZERO TO WS-PRV-SUB.                                     K6CAPK.1
000000 7100-SEEN.                                                       K6CAPK.1
000000     ADD 1 TO WS-PRV-SUB.                                         K6CAPK.1
000000     IF WS-PRV-SUB NOT LESS THAN WS-TGT-SUB                       K6CAPK.1
000000         GO TO 7100-FIRST-CARD.                                   K6CAPK.1
000000     IF MOD-TARGET-ID (WS-PRV-SUB) = MOD-TARGET-ID (WS-TGT-SUB)   K6CAPK.1
000000         GO TO 7100-NEXT-TARGET.                                  K6CAPK.1
000000     GO TO 7100-SEEN.                                             K6CAPK.1
000000 7100-FIRST-CARD.                                                 K6CAPK.1
000000     MOVE "LIST    "                 TO CAPK-FUNCTION.            K6CAPK.1
000000     MOVE MOD-TARGET-ID (WS-TGT-SUB) TO CAPK-TARGET-ID.           K6CAPK.1
000000     MOVE 1                          TO CAPK-LIST-SUB.            K6CAPK.1
000000     CALL "K6CAPK" USING CAPK-PARM.                               K6CAPK.1
000000     MOVE MOD-TARGET-ID (WS-TGT-SUB) TO CL-TARGET.                K6CAPK.1
000000     IF CAPK-LIST-END                                             K6CAPK.1
000000         MOVE "NO PROFILE DECLARED -- EVERY MODULE APPLICABLE"    K6CAPK.1
000000             TO CL-TEXT                                           K6CAPK.1
000000         WRITE CR-PRINT-REC FROM CLAIM-LINE                       K6CAPK.1
000000             AFTER ADVANCING 1 LINES                              K6CAPK.1
000000         GO TO 7100-NEXT-TARGET.                                  K6CAPK.1
000000 7100-CARD.                                                       K6CAPK.1
000000     MOVE CAPK-MODULE    TO CLT-MODULE.                           K6CAPK.1
000000     MOVE CAPK-CLAIM-REF TO CLT-CLAIM-REF.                        K6CAPK.1
000000     MOVE CAPK-EFF-DATE  TO CLT-EFF-DATE.                         K6CAPK.1
000000     IF CAPK-CLAIM-LEVEL = ZERO                                   K6CAPK.1
000000         MOVE "NOT IMPLEMENTED" TO CLT-LEVEL                      K6CAPK.1
000000     ELSE                                                         K6CAPK.1
000000         MOVE "LEVEL" TO CLT-LEVEL                                K6CAPK.1
000000         MOVE CAPK-CLAIM-LEVEL TO CLT-LEVEL (7:1).                K6CAPK.1
000000     MOVE CLAIM-TEXT TO CL-TEXT.                                  K6CAPK.1
000000     WRITE CR-PRINT-REC FROM CLAIM-LINE                           K6CAPK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CAPK.1
000000     MOVE SPACE TO CL-TARGET.                                     K6CAPK.1
000000     CALL "K6CAPK" USING CAPK-PARM.                               K6CAPK.1
000000     IF CAPK-LIST-END                                             K6CAPK.1
000000         GO TO 7100-NEXT-TARGET.                                  K6CAPK.1
000000     GO TO 7100-CARD.                                             K6CAPK.1
000000 7100-EXIT.                                                       K6CAPK.1
000000     EXIT.                                                        K6CAPK.1
000000*================================================================ K6CAPK.1
000000* 7200-NOT-APPLICABLE -- THE DETAIL LINE FOR A PROGRAM OUTSIDE    K6CAPK.1
000000* ITS TARGET'S CLAIM, AND THE CLAIM MISMATCH WHEN IT PASSED OR    K6CAPK.1
000000* FAILED ANYTHING ANYWAY.                                         K6CAPK.1
000000*================================================================ K6CAPK.1
000000 7200-NOT-APPLICABLE.                                             K6CAPK.1
000000     ADD 1 TO WS-NA-COUNT.                                        K6CAPK.1
000000     MOVE MOD-PGM-ID    (MOD-IDX) TO NDL-PGM-ID.                  K6CAPK.1
000000     MOVE MOD-TARGET-ID (MOD-IDX) TO NDL-TARGET.                  K6CAPK.1
000000     MOVE MOD-RUN-DATE  (MOD-IDX) TO NDL-RUN-DATE.                K6CAPK.1
000000     MOVE CAPK-MODULE             TO NDL-MODULE.                  K6CAPK.1
000000     IF CAPK-APPLIC = "L"                                         K6CAPK.1
000000         MOVE "ABOVE LEVEL  " TO NDL-REASON                       K6CAPK.1
000000     ELSE                                                         K6CAPK.1
000000         MOVE "NOT CLAIMED  " TO NDL-REASON.                      K6CAPK.1
000000     WRITE CR-PRINT-REC FROM NA-DET-LINE                          K6CAPK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CAPK.1
000000     IF MOD-OK (MOD-IDX) = ZERO AND MOD-FAIL (MOD-IDX) = ZERO     K6CAPK.1
000000         GO TO 7200-EXIT.                                         K6CAPK.1
000000     ADD 1 TO WS-MISMATCH-COUNT.                                  K6CAPK.1
000000     MOVE MOD-OK (MOD-IDX)   TO MML-OK.                           K6CAPK.1
000000     MOVE MOD-FAIL (MOD-IDX) TO MML-FAIL.                         K6CAPK.1
000000     WRITE CR-PRINT-REC FROM MISMATCH-LINE                        K6CAPK.1
000000         AFTER ADVANCING 1 LINES.                                 K6CAPK.1
000000 7200-EXIT.                                                       K6CAPK.1
000000     EXIT.                                                        K6CAPK.1
029800*================================================================ K6CERT.1
029900* 7500-BUILD-ENDER -- REPRODUCE THE SAME ERROR-TOTAL/ENDER-DESC   K6CERT.1
030000* TEXT THE SOURCE PROGRAM'S OWN END-ROUTINE-12/13 ALREADY PRINTS, K6CERT.1
030800         MOVE MOD-FAIL (MOD-IDX) TO ERROR-TOTAL.                  K6CERT.1
030900 7500-EXIT.                                                       K6CERT.1
031000     EXIT.                                                        K6CERT.1
000000*================================================================ K6STWD.1
000000* 7600-ATTEST-CHECK -- AN EXCEPTION LINE UNDER THE CURRENT        K6STWD.1
000000* MODULE WHEN ITS STEWARD ATTESTATION IS OVERDUE.                 K6STWD.1
000000*================================================================ K6STWD.1
000000 7600-ATTEST-CHECK.                                               K6STWD.1
000000     MOVE ZERO TO WS-OVD-SUB.                                     K6STWD.1
000000 7600-SCAN.                                                       K6STWD.1
000000     ADD 1 TO WS-OVD-SUB.                                         K6STWD.1
000000     IF WS-OVD-SUB > WS-OVD-COUNT                                 K6STWD.1
000000         GO TO 7600-EXIT.                                         K6STWD.1
000000     IF OVD-PGM-ID (WS-OVD-SUB) NOT = MOD-PGM-ID (MOD-IDX)        K6STWD.1
000000         GO TO 7600-SCAN.                                         K6STWD.1
000000     ADD 1 TO WS-ATTEST-EXCEPTIONS.                               K6STWD.1
000000     MOVE OVD-DUE-DATE (WS-OVD-SUB) TO AX-DUE-DATE.               K6STWD.1
000000     MOVE OVD-DAYS (WS-OVD-SUB)     TO AX-DAYS.                   K6STWD.1
000000     MOVE OVD-LAST (WS-OVD-SUB)     TO AX-LAST.                   K6STWD.1
000000     WRITE CR-PRINT-REC FROM ATTEST-XCP-LINE                      K6STWD.1
000000         AFTER ADVANCING 1 LINES.                                 K6STWD.1
000000 7600-EXIT.                                                       K6STWD.1
000000     EXIT.                                                        K6STWD.1
000000*================================================================ K6VOID.1
000000* 7700-VOIDED-WINDOWS -- THE K6VOID REGISTER ENTRIES FOR THE      K6VOID.1
000000* TARGETS ON THIS CERTIFICATE.  THE HEADING IS PRINTED WITH THE   K6VOID.1
000000* FIRST ONE; NO REGISTER OR NO ENTRY PRINTS NOTHING.              K6VOID.1
000000*================================================================ K6VOID.1
000000 7700-VOIDED-WINDOWS.                                             K6VOID.1
000000     OPEN INPUT VOID-REGISTER.                                    K6VOID.1
000000     IF WS-VRG-STATUS NOT = "00" AND WS-VRG-STATUS NOT = "05"     K6VOID.1
000000         GO TO 7700-EXIT.                                         K6VOID.1
000000 7700-READ.                                                       K6VOID.1
000000     READ VOID-REGISTER                                           K6VOID.1
000000         AT END GO TO 7700-CLOSE.                                 K6VOID.1
000000     MOVE ZERO TO WS-TGT-SUB.                                     K6VOID.1
000000 7700-SCAN.                                                       K6VOID.1
000000     ADD 1 TO WS-TGT-SUB.                                         K6VOID.1
000000     IF WS-TGT-SUB > WS-MOD-COUNT                                 K6VOID.1
000000         GO TO 7700-READ.                                         K6VOID.1
000000     IF MOD-TARGET-ID (WS-TGT-SUB) NOT = VR-TARGET-ID             K6VOID.1
000000         GO TO 7700-SCAN.                                         K6VOID.1
000000     IF WS-VOID-LISTED = ZERO                                     K6VOID.1
000000         WRITE CR-PRINT-REC FROM VOID-HDR-LINE                    K6VOID.1
000000             AFTER ADVANCING 2 LINES.                             K6VOID.1
000000     ADD 1 TO WS-VOID-LISTED.                                     K6VOID.1
000000     MOVE VR-TARGET-ID   TO VL-TARGET-ID.                         K6VOID.1
000000     MOVE VR-RUN-DATE    TO VL-RUN-DATE.                          K6VOID.1
000000     MOVE VR-WINDOW-ID   TO VL-WINDOW-ID.                         K6VOID.1
000000     MOVE VR-REASON-CODE TO VL-REASON-CODE.                       K6VOID.1
000000     MOVE VR-TICKET      TO VL-TICKET.                            K6VOID.1
000000     MOVE VR-USER-ID     TO VL-USER-ID.                           K6VOID.1
000000     MOVE VR-VOID-DATE   TO VL-VOID-DATE.                         K6VOID.1
000000     MOVE VR-RAW-COUNT   TO VL-RAW-COUNT.                         K6VOID.1
000000     MOVE VR-HIST-COUNT  TO VL-HIST-COUNT.                        K6VOID.1
000000     MOVE VR-REASON-TEXT TO VL-REASON-TEXT.                       K6VOID.1
000000     WRITE CR-PRINT-REC FROM VOID-LINE-1                          K6VOID.1
000000         AFTER ADVANCING 1 LINES.                                 K6VOID.1
000000     WRITE CR-PRINT-REC FROM VOID-LINE-2                          K6VOID.1
000000         AFTER ADVANCING 1 LINES.                                 K6VOID.1
000000     GO TO 7700-READ.                                             K6VOID.1
000000 7700-CLOSE.                                                      K6VOID.1
000000     CLOSE VOID-REGISTER.                                         K6VOID.1
000000 7700-EXIT.                                                       K6VOID.1
000000     EXIT.                                                        K6VOID.1
000000*================================================================ K6XWLK.1
000000* 7800-CITED-CLAUSES -- EACH CLAUSE CARD WITH ITS COUNTERPARTS IN K6XWLK.1
000000* THE OTHER NUMBERING.  THE HEADING IS PRINTED WITH THE FIRST     K6XWLK.1
000000* CARD; NO CARDS PRINT NOTHING.                                   K6XWLK.1
000000*================================================================ K6XWLK.1
000000 7800-CITED-CLAUSES.                                              K6XWLK.1
000000     OPEN INPUT CERT-CLAUSES.                                     K6XWLK.1
000000     IF WS-CCL-STATUS NOT = "00" AND WS-CCL-STATUS NOT = "05"     K6XWLK.1
000000         GO TO 7800-EXIT.                                         K6XWLK.1
000000 7800-READ.                                                       K6XWLK.1
000000     READ CERT-CLAUSES                                            K6XWLK.1
000000         AT END GO TO 7800-CLOSE.                                 K6XWLK.1
000000     IF CC-CLAUSE-CODE = SPACE                                    K6XWLK.1
000000         GO TO 7800-READ.                                         K6XWLK.1
000000     IF WS-CITED-LISTED = ZERO                                    K6XWLK.1
000000         WRITE CR-PRINT-REC FROM CITE-HDR-LINE                    K6XWLK.1
000000             AFTER ADVANCING 2 LINES.                             K6XWLK.1
000000     ADD 1 TO WS-CITED-LISTED.                                    K6XWLK.1
000000     MOVE CC-CLAUSE-CODE TO XWLK-CODE CTL-CODE.                   K6XWLK.1
000000     MOVE "   CITED " TO CTL-LEAD.                                K6XWLK.1
000000     MOVE CC-NUMBERING TO XWLK-NUMBERING.                         K6XWLK.1
000000     MOVE CC-EDITION TO XWLK-EDITION.                             K6XWLK.1
000000     IF CC-NUMBERING NOT = "I"                                    K6XWLK.1
000000         MOVE "A" TO XWLK-NUMBERING.                              K6XWLK.1
000000     CALL "K6XWLK" USING XWLK-PARM.                               K6XWLK.1
000000     MOVE SPACE TO CTL-LABEL CTL-CP-LABEL CTL-CP-CODE             K6XWLK.1
000000                   CTL-RELATION CTL-NOTE.                         K6XWLK.1
000000     IF XWLK-ISO-NUMBERING                                        K6XWLK.1
000000         MOVE "ISO" TO CTL-LABEL                                  K6XWLK.1
000000         MOVE XWLK-EDITION TO CTL-LABEL (5:4)                     K6XWLK.1
000000         MOVE "ANSI" TO CTL-CP-LABEL                              K6XWLK.1
000000     ELSE                                                         K6XWLK.1
000000         MOVE "ANSI" TO CTL-LABEL                                 K6XWLK.1
000000         MOVE "ISO" TO CTL-CP-LABEL                               K6XWLK.1
000000         MOVE XWLK-EDITION TO CTL-CP-LABEL (5:4).                 K6XWLK.1
000000     IF XWLK-NO-1985                                              K6XWLK.1
000000         ADD 1 TO WS-CITED-NO85                                   K6XWLK.1
000000         MOVE SPACE TO CTL-CP-LABEL                               K6XWLK.1
000000         MOVE "NO 1985 COUNTERPART - NOT COVERED BY THIS SUITE"   K6XWLK.1
000000             TO CTL-NOTE                                          K6XWLK.1
000000         GO TO 7800-WRITE-ONE.                                    K6XWLK.1
000000     IF XWLK-UNKNOWN                                              K6XWLK.1
000000         MOVE SPACE TO CTL-CP-LABEL                               K6XWLK.1
000000         MOVE "NOT IN THE CROSSWALK REGISTER" TO CTL-NOTE         K6XWLK.1
000000         GO TO 7800-WRITE-ONE.                                    K6XWLK.1
000000     MOVE ZERO TO WS-CP-SUB.                                      K6XWLK.1
000000 7800-NEXT-CP.                                                    K6XWLK.1
000000     ADD 1 TO WS-CP-SUB.                                          K6XWLK.1
000000     IF WS-CP-SUB > XWLK-CP-COUNT                                 K6XWLK.1
000000         GO TO 7800-READ.                                         K6XWLK.1
000000     MOVE XWLK-CP-CODE (WS-CP-SUB) TO CTL-CP-CODE.                K6XWLK.1
000000     MOVE XWLK-CP-NOTE (WS-CP-SUB) TO CTL-NOTE.                   K6XWLK.1
000000     MOVE "SAME RULES" TO CTL-RELATION.                           K6XWLK.1
000000     IF XWLK-CP-RELATION (WS-CP-SUB) = "E"                        K6XWLK.1
000000         MOVE "EXTENDED" TO CTL-RELATION.                         K6XWLK.1
000000     IF XWLK-CP-RELATION (WS-CP-SUB) = "C"                        K6XWLK.1
000000         MOVE "CHANGED MEANING" TO CTL-RELATION.                  K6XWLK.1
000000     IF XWLK-CP-RELATION (WS-CP-SUB) = "P"                        K6XWLK.1
000000         MOVE "PARTIAL" TO CTL-RELATION.                          K6XWLK.1
000000     IF XWLK-CP-RELATION (WS-CP-SUB) = "R"                        K6XWLK.1
000000         MOVE "NO COUNTERPART" TO CTL-RELATION.                   K6XWLK.1
000000     WRITE CR-PRINT-REC FROM CITE-LINE                            K6XWLK.1
000000         AFTER ADVANCING 1 LINES.                                 K6XWLK.1
000000     MOVE SPACE TO CTL-LEAD CTL-LABEL CTL-CODE.                   K6XWLK.1
000000     GO TO 7800-NEXT-CP.                                          K6XWLK.1
000000 7800-WRITE-ONE.                                                  K6XWLK.1
000000     WRITE CR-PRINT-REC FROM CITE-LINE                            K6XWLK.1
000000         AFTER ADVANCING 1 LINES.                                 K6XWLK.1
000000     GO TO 7800-READ.                                             K6XWLK.1
000000 7800-CLOSE.                                                      K6XWLK.1
000000     CLOSE CERT-CLAUSES.                                          K6XWLK.1
000000     IF WS-CITED-NO85 > ZERO                                      K6XWLK.1
000000         MOVE WS-CITED-NO85 TO CTT-NO85                           K6XWLK.1
000000         WRITE CR-PRINT-REC FROM CITE-TOTAL-LINE                  K6XWLK.1
000000             AFTER ADVANCING 1 LINES.                             K6XWLK.1
000000 7800-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
031100*================================================================ K6CERT.1
031200* 9999-TERMINATE -- CLOSE FILES.                                  K6CERT.1
031300*================================================================ K6CERT.1
031400 9999-TERMINATE.                                                  K6CERT.1
031500     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         CLOSE LATEST-RUNS                                        K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         CLOSE RAW-EXTRACT.                                       K6LRUN.1
000000     CLOSE CERT-RPT.                                              K6LRUN.1
031600 9999-EXIT.                                                       K6CERT.1
031700     EXIT.                                                        K6CERT.1
