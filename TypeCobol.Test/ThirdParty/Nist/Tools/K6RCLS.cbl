002900*                                                                 K6RCLS.1
003000* MODIFICATION HISTORY.                                           K6RCLS.1
003100*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6RCLS.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
003200*================================================================ K6RCLS.1
003300                                                                  K6RCLS.1
003400 ENVIRONMENT DIVISION.                                            K6RCLS.1
017900             OR ENT-PGM-ID (ENT-IDX) NOT = RE-PGM-ID              K6RCLS.1
018000         GO TO 2100-SCAN.                                         K6RCLS.1
018100     ADD 1 TO ENT-REC-COUNT (ENT-IDX).                            K6RCLS.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
018300         GO TO 2000-EXIT.                                         K6RCLS.1
018400     IF RE-RUN-DATE < ENT-LATEST-DATE (ENT-IDX)                   K6RCLS.1
018500         GO TO 2000-EXIT.                                         K6RCLS.1
