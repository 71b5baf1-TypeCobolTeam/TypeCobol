003100*                                                                 K6REGN.1
003200* MODIFICATION HISTORY.                                           K6REGN.1
003300*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6REGN.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
003400*================================================================ K6REGN.1
003500                                                                  K6REGN.1
003600 ENVIRONMENT DIVISION.                                            K6REGN.1
020600     IF WS-TARGET NOT = SPACE                                     K6REGN.1
020700             AND RE-TARGET-ID NOT = WS-TARGET                     K6REGN.1
020800         GO TO 1000-READ.                                         K6REGN.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
021000         GO TO 1000-READ.                                         K6REGN.1
021100     IF WS-RUN-COUNT LESS THAN 300                                K6REGN.1
021200         ADD 1 TO WS-RUN-COUNT                                    K6REGN.1
