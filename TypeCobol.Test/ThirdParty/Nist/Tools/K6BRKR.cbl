003900*                                                                 K6BRKR.1
004000* MODIFICATION HISTORY.                                           K6BRKR.1
004100*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6BRKR.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
004200*================================================================ K6BRKR.1
004300                                                                  K6BRKR.1
004400 ENVIRONMENT DIVISION.                                            K6BRKR.1
024400 2000-READ.                                                       K6BRKR.1
024500     READ RAW-EXTRACT                                             K6BRKR.1
024600         AT END GO TO 2000-DONE.                                  K6BRKR.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
024800         GO TO 2000-READ.                                         K6BRKR.1
024900     IF RE-RUN-DATE NOT = WS-TODAY                                K6BRKR.1
025000         GO TO 2000-READ.                                         K6BRKR.1
