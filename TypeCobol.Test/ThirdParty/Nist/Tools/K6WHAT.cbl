003400*                                                                 K6WHAT.1
003500* MODIFICATION HISTORY.                                           K6WHAT.1
003600*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6WHAT.1
000000*    2026-10-15  DLO  READS THE LATEST-EFFECTIVE-RUN FILE BUILT   K6LRUN.1
000000*                     BY K6LRUN (LATESTRN) IN PLACE OF THE FULL   K6LRUN.1
000000*                     EXTRACT WHEN IT IS SUPPLIED.                K6LRUN.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  QUARANTINED (RAWQUAR) AND PRACTICE RUNS AND K6LRUN.2
000000*                     RETIRED TARGETS ARE PASSED OVER AS K6LRUN   K6LRUN.2
000000*                     PASSES THEM, SO THE FULL EXTRACT AND        K6LRUN.2
000000*                     LATESTRN GIVE THE SAME PROJECTION.          K6LRUN.2
000000*    2026-10-15  DLO  PROGRAM TABLE KEPT IN PROGRAM ORDER SO      K6LRUN.2
000000*                     BOTH RUN SOURCES PRINT ALIKE.               K6LRUN.2
003700*================================================================ K6WHAT.1
003800                                                                  K6WHAT.1
003900 ENVIRONMENT DIVISION.                                            K6WHAT.1
004600 FILE-CONTROL.                                                    K6WHAT.1
004700     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6WHAT.1
004800         ORGANIZATION IS SEQUENTIAL.                              K6WHAT.1
000000*    LATEST-EFFECTIVE-RUN FILE (K6LRUN, K6LERN.CPY) -- READ IN    K6LRUN.1
000000*    PLACE OF THE FULL EXTRACT WHEN IT IS SUPPLIED.               K6LRUN.1
000000     SELECT OPTIONAL LATEST-RUNS ASSIGN TO LATESTRN               K6LRUN.1
000000         ORGANIZATION IS INDEXED                                  K6LRUN.1
000000         ACCESS MODE IS SEQUENTIAL                                K6LRUN.1
000000         RECORD KEY IS LR-KEY                                     K6LRUN.1
000000         FILE STATUS IS WS-LR-STATUS.                             K6LRUN.1
004900     SELECT OPTIONAL WAIVER-REGISTER ASSIGN TO WVRREG             K6WHAT.1
005000         ORGANIZATION IS SEQUENTIAL                               K6WHAT.1
005100         FILE STATUS IS WS-WVR-STATUS.                            K6WHAT.1
005500     SELECT OPTIONAL WHAT-CTL ASSIGN TO WHATCTL                   K6WHAT.1
005600         ORGANIZATION IS SEQUENTIAL                               K6WHAT.1
005700         FILE STATUS IS WS-CTL-STATUS.                            K6WHAT.1
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
005800     SELECT WHAT-RPT ASSIGN TO WHATRPT                            K6WHAT.1
005900         ORGANIZATION IS SEQUENTIAL.                              K6WHAT.1
006000                                                                  K6WHAT.1
006200 FILE SECTION.                                                    K6WHAT.1
006300 FD  RAW-EXTRACT                                                  K6WHAT.1
006400     LABEL RECORDS ARE STANDARD.                                  K6WHAT.1
006500 01  RAW-EXTRACT-REC          PIC X(164).                         K6SREL.1
000000 FD  LATEST-RUNS                                                  K6LRUN.1
000000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
000000     COPY K6LERN.                                                 K6LRUN.1
006600 FD  WAIVER-REGISTER                                              K6WHAT.1
006700     LABEL RECORDS ARE STANDARD.                                  K6WHAT.1
006800 01  WV-REGISTER-REC.                                             K6WHAT.1
008000     05  FILLER               PIC X(1).                           K6WHAT.1
008100     05  WC-OPERAND           PIC X(8).                           K6WHAT.1
008200     05  FILLER               PIC X(63).                          K6WHAT.1
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
008300 FD  WHAT-RPT                                                     K6WHAT.1
008400     LABEL RECORDS ARE STANDARD.                                  K6WHAT.1
008500 01  WR-PRINT-REC             PIC X(120).                         K6WHAT.1
008600                                                                  K6WHAT.1
008700 WORKING-STORAGE SECTION.                                         K6WHAT.1
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
008800* ----------------------------------------------------------      K6WHAT.1
008900* SWITCHES AND COUNTERS.                                          K6WHAT.1
009000* ----------------------------------------------------------      K6WHAT.1
019000* 1000-LOAD-RUNS -- LATEST EFFECTIVE RUN PER PROGRAM.             K6WHAT.1
019100*================================================================ K6WHAT.1
019200 1000-LOAD-RUNS.                                                  K6WHAT.1
019300     OPEN INPUT LATEST-RUNS.                                      K6LRUN.1
000000     IF WS-LR-STATUS = "00"                                       K6LRUN.1
000000         SET WS-LATEST-RUNS TO TRUE.                              K6LRUN.1
000000     IF WS-LR-STATUS = "05"                                       K6LRUN.1
000000         CLOSE LATEST-RUNS.                                       K6LRUN.1
000000     IF NOT WS-LATEST-RUNS                                        K6LRUN.1
000000         OPEN INPUT RAW-EXTRACT.                                  K6LRUN.1
000000     PERFORM 1300-LOAD-RETIRED THRU 1300-EXIT.                    K6LRUN.2
000000     PERFORM 1600-LOAD-QUARANTINE THRU 1600-EXIT.                 K6LRUN.2
019400 1000-READ.                                                       K6WHAT.1
019500     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         READ LATEST-RUNS NEXT RECORD INTO RE-RAW-DATA-SATZ       K6LRUN.1
000000             AT END GO TO 1000-DONE                               K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         READ RAW-EXTRACT INTO RE-RAW-DATA-SATZ                   K6LRUN.1
019600             AT END GO TO 1000-DONE.                              K6LRUN.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
019800         GO TO 1000-READ.                                         K6WHAT.1
000000*    A QUARANTINED RUN (SEE K6RVAL) IS NOT EVIDENCE EITHER.       K6LRUN.2
000000     PERFORM 1650-CHECK-QUARANTINE THRU 1650-EXIT.                K6LRUN.2
000000     IF WS-QUARANTINED-SW = "Y"                                   K6LRUN.2
000000         GO TO 1000-READ.                                         K6LRUN.2
000000*    A PRACTICE (SANDBOX) RUN IS NOT EVIDENCE, NOR IS A RUN ON    K6LRUN.2
000000*    A TARGET THE TARGET-STATUS REGISTER HAS RETIRED.  K6LRUN     K6LRUN.2
000000*    APPLIES THE SAME RULES, SO THE EXTRACT AND LATESTRN AGREE.   K6LRUN.2
000000     IF RE-C-NOTE (1:8) = "PRACTICE"                              K6LRUN.2
000000         GO TO 1000-READ.                                         K6LRUN.2
000000     PERFORM 1350-CHECK-RETIRED THRU 1350-EXIT.                   K6LRUN.2
000000     IF WS-RETIRED-SW = "Y"                                       K6LRUN.2
000000         GO TO 1000-READ.                                         K6LRUN.2
019900     PERFORM 1100-PGM-SLOT THRU 1100-EXIT.                        K6WHAT.1
020000     IF RE-RUN-DATE LESS THAN PGM-LATEST-DATE (WS-HIT-SUB)        K6WHAT.1
020100         GO TO 1000-READ.                                         K6WHAT.1
021200     MOVE RE-SEV-HIGH TO PGM-SEV-HIGH (WS-HIT-SUB).               K6WHAT.1
021300     GO TO 1000-READ.                                             K6WHAT.1
021400 1000-DONE.                                                       K6WHAT.1
021500     IF WS-LATEST-RUNS                                            K6LRUN.1
000000         CLOSE LATEST-RUNS                                        K6LRUN.1
000000     ELSE                                                         K6LRUN.1
000000         CLOSE RAW-EXTRACT.                                       K6LRUN.1
021600 1000-EXIT.                                                       K6WHAT.1
021700     EXIT.                                                        K6WHAT.1
021800*================================================================ K6WHAT.1
022900         GO TO 1100-EXIT.                                         K6WHAT.1
023000     ADD 1 TO WS-SUB.                                             K6WHAT.1
023100     GO TO 1100-SCAN.                                             K6WHAT.1
000000 1100-NEW.                                                        K6LRUN.2
000000     IF WS-PGM-COUNT NOT LESS THAN 200                            K6LRUN.2
000000         MOVE 1 TO WS-HIT-SUB                                     K6LRUN.2
000000         GO TO 1100-EXIT.                                         K6LRUN.2
000000*    PROGRAMS ARE KEPT IN PROGRAM ORDER, SO THE REPORT IS THE     K6LRUN.2
000000*    SAME WHETHER THE RUNS CAME FROM THE EXTRACT OR LATESTRN.     K6LRUN.2
000000     ADD 1 TO WS-PGM-COUNT.                                       K6LRUN.2
000000     MOVE WS-PGM-COUNT TO WS-HIT-SUB.                             K6LRUN.2
000000 1100-SHIFT.                                                      K6LRUN.2
000000     IF WS-HIT-SUB = 1                                            K6LRUN.2
000000         GO TO 1100-PLACE.                                        K6LRUN.2
000000     IF PGM-PGM-ID (WS-HIT-SUB - 1) < RE-PGM-ID                   K6LRUN.2
000000         GO TO 1100-PLACE.                                        K6LRUN.2
000000     MOVE PGM-ENTRY (WS-HIT-SUB - 1) TO PGM-ENTRY (WS-HIT-SUB).   K6LRUN.2
000000     SUBTRACT 1 FROM WS-HIT-SUB.                                  K6LRUN.2
000000     GO TO 1100-SHIFT.                                            K6LRUN.2
000000 1100-PLACE.                                                      K6LRUN.2
000000     MOVE RE-PGM-ID TO PGM-PGM-ID (WS-HIT-SUB).                   K6LRUN.2
000000     MOVE ZERO TO PGM-LATEST-DATE (WS-HIT-SUB).                   K6LRUN.2
000000     MOVE ZERO TO PGM-LATEST-SEQ (WS-HIT-SUB).                    K6LRUN.2
024100 1100-EXIT.                                                       K6WHAT.1
024200     EXIT.                                                        K6WHAT.1
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
024300*================================================================ K6WHAT.1
024400* 1500-LOAD-WAIVERS -- EVERY ROW COUNTS AS ONE PENDING WAIVER     K6WHAT.1
024500* FOR ITS PROGRAM.                                                K6WHAT.1
026000     CLOSE WAIVER-REGISTER.                                       K6WHAT.1
026100 1500-EXIT.                                                       K6WHAT.1
026200     EXIT.                                                        K6WHAT.1
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
026300*================================================================ K6WHAT.1
026400* 1700-LOAD-RERUNS.                                               K6WHAT.1
026500*================================================================ K6WHAT.1
