002100*                                                                 K6RERU.1
002200* MODIFICATION HISTORY.                                           K6RERU.1
002300*    2026-08-09  DLO  ORIGINAL PROGRAM.                           K6RERU.1
000000*    2026-10-15  DLO  READS THE LATEST-EFFECTIVE-RUN FILE BUILT   K6LRUN.1
000000*                     BY K6LRUN (LATESTRN) IN PLACE OF THE FULL   K6LRUN.1
000000*                     EXTRACT WHEN IT IS SUPPLIED.                K6LRUN.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  THE K6SMOK RECORD, QUARANTINED (RAWQUAR)    K6LRUN.2
000000*                     AND PRACTICE RUNS AND RETIRED TARGETS ARE   K6LRUN.2
000000*                     PASSED OVER AS K6LRUN PASSES THEM, SO THE   K6LRUN.2
000000*                     FULL EXTRACT AND LATESTRN GIVE THE SAME     K6LRUN.2
000000*                     RERUN LIST.                                 K6LRUN.2
002400*================================================================ K6RERU.1
002500                                                                  K6RERU.1
002600 ENVIRONMENT DIVISION.                                            K6RERU.1
003300 FILE-CONTROL.                                                    K6RERU.1
003400     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6RERU.1
003500         ORGANIZATION IS SEQUENTIAL.                              K6RERU.1
000000*    LATEST-EFFECTIVE-RUN FILE (K6LRUN, K6LERN.CPY) -- READ IN    K6LRUN.1
000000*    PLACE OF THE FULL EXTRACT WHEN IT IS SUPPLIED.               K6LRUN.1
000000     SELECT OPTIONAL LATEST-RUNS ASSIGN TO LATESTRN               K6LRUN.1
000000         ORGANIZATION IS INDEXED                                  K6LRUN.1
000000         ACCESS MODE IS SEQUENTIAL                                K6LRUN.1
000000         RECORD KEY IS LR-KEY                                     K6LRUN.1
000000         FILE STATUS IS WS-LR-STATUS.                             K6LRUN.1
000000*    TARGET-STATUS REGISTER (SEE K6TRET) -- A RETIRED TARGET'S    K6LRUN.2
000000*    RUNS ARE NOT EFFECTIVE, AS IN K6LRUN.                        K6LRUN.2
000000     SELECT OPTIONAL TGT-STATUS ASSIGN TO TGTSTAT                 K6LRUN.2
000000         ORGANIZATION IS SEQUENTIAL                               K6LRUN.2
000000         FILE STATUS IS WS-TGTSTAT-STATUS.                        K6LRUN.2
000000*    RUNS K6RVAL FOUND INTERNALLY INCONSISTENT (RAWQUAR, SEE      K6LRUN.2
000000*    K6RAWQ.CPY) ARE LEFT OUT UNTIL CORRECTED.                    K6LRUN.2
000000     SELECT OPTIONAL RAW-QUARANTINE ASSIGN TO RAWQUAR             K6LRUN.2
000000         ORGANIZATION IS SEQUENTIAL                               K6LRUN.2
000000         FILE STATUS IS WS-RQ-STATUS.                             K6LRUN.2
003600     SELECT RERUN-LIST  ASSIGN TO RERUNOUT                        K6RERU.1
003700         ORGANIZATION IS SEQUENTIAL.                              K6RERU.1
003800                                                                  K6RERU.1
004000 FILE SECTION.                                                    K6RERU.1
004100 FD  RAW-EXTRACT                                                  K6RERU.1
004200     LABEL RECORDS ARE STANDARD.                                  K6RERU.1
004300* READ INTO RE-RAW-DATA-SATZ (K6RAWDS.CPY) IN WORKING-STORAGE.    K6LRUN.1
000000 01  RAW-EXTRACT-REC          PIC X(164).                         K6SREL.1
000000 FD  LATEST-RUNS                                                  K6LRUN.1
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
000000     COPY K6LERN.                                                 K6LRUN.1
000000 FD  TGT-STATUS                                                   K6LRUN.2
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.2
000000 01  TS-STATUS-REC.                                               K6LRUN.2
000000     05  TS-TARGET-ID         PIC X(8).                           K6LRUN.2
000000     05  FILLER               PIC X(1).                           K6LRUN.2
000000     05  TS-STATUS            PIC X(8).                           K6LRUN.2
000000     05  FILLER               PIC X(63).                          K6LRUN.2
000000 FD  RAW-QUARANTINE                                               K6LRUN.2
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.2
000000     COPY K6RAWQ.                                                 K6LRUN.2
006000 FD  RERUN-LIST                                                   K6RERU.1
006100     LABEL RECORDS ARE STANDARD.                                  K6RERU.1
000000 01  RL-RERUN-REC.                                                K6RERU.1
000200     05  RL-PGM-ID                PIC X(6).                       K6RERU.1
006300                                                                  K6RERU.1
006400 WORKING-STORAGE SECTION.                                         K6RERU.1
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
000000* ----------------------------------------------------------      K6LRUN.2
000000* KEYS OF THE RUNS K6RVAL QUARANTINED.                            K6LRUN.2
000000* ----------------------------------------------------------      K6LRUN.2
000000 77  WS-RQ-STATUS             PIC X(2)   VALUE SPACE.             K6LRUN.2
000000 77  WS-RQ-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6LRUN.2
000000 77  WS-RQ-SUB                PIC 9(3)   COMP VALUE ZERO.         K6LRUN.2
000000 77  WS-QUARANTINED-SW        PIC X      VALUE "N".               K6LRUN.2
000000 01  RQ-KEY-TABLE.                                                K6LRUN.2
000000     05  RQ-KEY-ENTRY OCCURS 500 TIMES PIC X(24).                 K6LRUN.2
006500* ----------------------------------------------------------      K6RERU.1
006600* SWITCHES AND COUNTERS.                                          K6RERU.1
006700* ----------------------------------------------------------      K6RERU.1
009900* 1000-INITIALIZE -- OPEN FILES AND CLEAR THE LATEST-RUN TABLE.   K6RERU.1
010000*================================================================ K6RERU.1
010100 1000-INITIALIZE.                                                 K6RERU.1
010200     OPEN INPUT  LATEST-RUNS.                                     K6LRUN.1
000000     IF WS-LR-STATUS = "00"                                       K6LRUN.1
000000         SET WS-LATEST-RUNS TO TRUE.                              K6LRUN.1
000000     IF WS-LR-STATUS = "05"                                       K6LRUN.1
000000         CLOSE LATEST-RUNS.                                       K6LRUN.1
000000     IF NOT WS-LATEST-RUNS                                        K6LRUN.1
000000         OPEN INPUT  RAW-EXTRACT.                                 K6LRUN.1
010300     OPEN OUTPUT RERUN-LIST.                                      K6RERU.1
000000     PERFORM 1300-LOAD-RETIRED THRU 1300-EXIT.                    K6LRUN.2
000000     PERFORM 1600-LOAD-QUARANTINE THRU 1600-EXIT.                 K6LRUN.2
010400     SET MOD-IDX TO 1.                                            K6RERU.1
010500 1000-CLEAR-TABLE.                                                K6RERU.1
010600     IF MOD-IDX > 100                                             K6RERU.1
011200     GO TO 1000-CLEAR-TABLE.                                      K6RERU.1
011300 1000-EXIT.                                                       K6RERU.1
011400     EXIT.                                                        K6RERU.1
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
000000*================================================================ K6LRUN.2
000000* 1600-LOAD-QUARANTINE -- THE KEYS OF THE RUNS K6RVAL             K6LRUN.2
000000* QUARANTINED.  NO FILE MEANS NOTHING IS LEFT OUT.                K6LRUN.2
000000*================================================================ K6LRUN.2
000000 1600-LOAD-QUARANTINE.                                            K6LRUN.2
000000     OPEN INPUT RAW-QUARANTINE.                                   K6LRUN.2
000000     IF WS-RQ-STATUS NOT = "00"                                   K6LRUN.2
000000             AND WS-RQ-STATUS NOT = "05"                          K6LRUN.2
000000         GO TO 1600-EXIT.                                         K6LRUN.2
000000 1600-READ.                                                       K6LRUN.2
000000     READ RAW-QUARANTINE                                          K6LRUN.2
000000         AT END GO TO 1600-CLOSE.                                 K6LRUN.2
000000     IF WS-RQ-COUNT NOT LESS THAN 500                             K6LRUN.2
000000         GO TO 1600-CLOSE.                                        K6LRUN.2
000000     ADD 1 TO WS-RQ-COUNT.                                        K6LRUN.2
000000     MOVE RQ-RAW-KEY TO RQ-KEY-ENTRY (WS-RQ-COUNT).               K6LRUN.2
000000     GO TO 1600-READ.                                             K6LRUN.2
000000 1600-CLOSE.                                                      K6LRUN.2
000000     CLOSE RAW-QUARANTINE.                                        K6LRUN.2
000000 1600-EXIT.                                                       K6LRUN.2
000000     EXIT.                                                        K6LRUN.2
000000*================================================================ K6LRUN.2
000000* 1650-CHECK-QUARANTINE -- IS THE CURRENT RECORD ONE OF THEM?     K6LRUN.2
000000*================================================================ K6LRUN.2
000000 1650-CHECK-QUARANTINE.                                           K6LRUN.2
000000     MOVE "N" TO WS-QUARANTINED-SW.                               K6LRUN.2
000000     MOVE ZERO TO WS-RQ-SUB.                                      K6LRUN.2
000000 1650-SCAN.                                                       K6LRUN.2
000000     ADD 1 TO WS-RQ-SUB.                                          K6LRUN.2
000000     IF WS-RQ-SUB > WS-RQ-COUNT                                   K6LRUN.2
000000         GO TO 1650-EXIT.                                         K6LRUN.2
000000     IF RQ-KEY-ENTRY (WS-RQ-SUB) = RE-RAW-DATA-KEY                K6LRUN.2
000000         MOVE "Y" TO WS-QUARANTINED-SW                            K6LRUN.2
000000         GO TO 1650-EXIT.                                         K6LRUN.2
000000     GO TO 1650-SCAN.                                             K6LRUN.2
000000 1650-EXIT.                                                       K6LRUN.2
000000     EXIT.                                                        K6LRUN.2
011500*================================================================ K6RERU.1
011600* 2000-READ-EXTRACT -- READ ONE RAW-DATA-SATZ FROM THE EXTRACT.   K6RERU.1
011700*================================================================ K6RERU.1
011800 2000-READ-EXTRACT.                                               K6RERU.1
011900     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         READ LATEST-RUNS NEXT RECORD INTO RE-RAW-DATA-SATZ       K6LRUN.1
000000             AT END SET WS-EXTRACT-EOF TO TRUE                    K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         READ RAW-EXTRACT INTO RE-RAW-DATA-SATZ                   K6LRUN.1
012000             AT END SET WS-EXTRACT-EOF TO TRUE.                   K6LRUN.1
012100 2000-EXIT.                                                       K6RERU.1
012200     EXIT.                                                        K6RERU.1
012300*================================================================ K6RERU.1
012800 3000-PROCESS-RECORD.                                             K6RERU.1
000000*    A SUPERSEDED RUN IS NOT EFFECTIVE EVIDENCE (SEE              K6SUPS.1
000000*    K6RAWDS.CPY) -- ONLY THE SUPERSEDING RERUN COUNTS.           K6SUPS.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6SUPS.1
000000         GO TO 3000-EXIT.                                         K6SUPS.1
000000*    THE STEP-ZERO SMOKE RECORD CARRIES A DELIBERATE FAILURE      K6LRUN.2
000000*    (SEE K6SMOK) -- CALIBRATION, NOT CERTIFICATION EVIDENCE.     K6LRUN.2
000000     IF RE-PGM-ID = "K6SMOK"                                      K6LRUN.2
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6LRUN.2
000000         GO TO 3000-EXIT.                                         K6LRUN.2
000000*    A QUARANTINED RUN (SEE K6RVAL) IS NOT EVIDENCE EITHER.       K6LRUN.2
000000     PERFORM 1650-CHECK-QUARANTINE THRU 1650-EXIT.                K6LRUN.2
000000     IF WS-QUARANTINED-SW = "Y"                                   K6LRUN.2
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6LRUN.2
000000         GO TO 3000-EXIT.                                         K6LRUN.2
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
012900     PERFORM 4000-FIND-MODULE THRU 4000-EXIT.                     K6RERU.1
013000     IF WS-FOUND-SW = "N"                                         K6RERU.1
013100         GO TO 3000-NEWER.                                        K6RERU.1
018400* 9999-TERMINATE -- CLOSE FILES.                                  K6RERU.1
018500*================================================================ K6RERU.1
018600 9999-TERMINATE.                                                  K6RERU.1
018700     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         CLOSE LATEST-RUNS                                        K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         CLOSE RAW-EXTRACT.                                       K6LRUN.1
000000     CLOSE RERUN-LIST.                                            K6LRUN.1
018800 9999-EXIT.                                                       K6RERU.1
018900     EXIT.                                                        K6RERU.1
