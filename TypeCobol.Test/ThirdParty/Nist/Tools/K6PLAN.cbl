003500*                                                                 K6PLAN.1
003600* MODIFICATION HISTORY.                                           K6PLAN.1
003700*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6PLAN.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
003800*================================================================ K6PLAN.1
003900                                                                  K6PLAN.1
004000 ENVIRONMENT DIVISION.                                            K6PLAN.1
025000 2000-READ.                                                       K6PLAN.1
025100     READ RAW-EXTRACT                                             K6PLAN.1
025200         AT END GO TO 2000-DONE.                                  K6PLAN.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
025400         GO TO 2000-READ.                                         K6PLAN.1
025500     IF WS-TARGET-ID NOT = SPACE                                  K6PLAN.1
025600             AND RE-TARGET-ID NOT = WS-TARGET-ID                  K6PLAN.1
