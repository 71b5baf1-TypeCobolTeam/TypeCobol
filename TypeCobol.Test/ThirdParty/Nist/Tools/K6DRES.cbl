003400*                                                                 K6DRES.1
003500* MODIFICATION HISTORY.                                           K6DRES.1
003600*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6DRES.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
003700*================================================================ K6DRES.1
003800                                                                  K6DRES.1
003900 ENVIRONMENT DIVISION.                                            K6DRES.1
023400 2000-READ.                                                       K6DRES.1
023500     READ RAW-EXTRACT                                             K6DRES.1
023600         AT END GO TO 2000-DONE.                                  K6DRES.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
023800         GO TO 2000-READ.                                         K6DRES.1
023900     MOVE RE-C-TIME TO WS-TIME-PARSE.                             K6DRES.1
024000     COMPUTE WS-START-CS =                                        K6DRES.1
