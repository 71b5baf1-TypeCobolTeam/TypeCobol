002400*                                                                 K6CNRP.1
002500* MODIFICATION HISTORY.                                           K6CNRP.1
002600*    2026-08-09  DLO  ORIGINAL PROGRAM.                           K6CNRP.1
000000*    2026-10-15  DLO  RECOGNIZE THE SGLM SWEEP-RUN CODE.          K6SGSW.1
000000*    2026-10-15  DLO  RECOGNIZE THE SQBK SWEEP-RUN CODE.          K6SQSW.1
000000*    2026-10-15  DLO  RECOGNIZE THE RSTR RESUMED-RUN CODE.        K6RSTR.2
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
002700*================================================================ K6CNRP.1
002800                                                                  K6CNRP.1
002900 ENVIRONMENT DIVISION.                                            K6CNRP.1
013700 2000-LOOP.                                                       K6CNRP.1
013800     IF WS-RE-EOF                                                 K6CNRP.1
013900         GO TO 2000-EXIT.                                         K6CNRP.1
000000*    A SUPERSEDED RUN, OR ONE OF A WINDOW DECLARED VOID, IS       K6VOID.1
000000*    NOT EFFECTIVE EVIDENCE (SEE K6RAWDS.CPY).                    K6VOID.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT                 K6VOID.1
000000         GO TO 2000-LOOP.                                         K6VOID.1
014000     IF RE-C-NOTE NOT = SPACE                                     K6CNRP.1
014100         MOVE RE-C-NOTE (1:4) TO WS-NOTE-CODE                     K6CNRP.1
014200         MOVE RE-C-NOTE (5:9) TO WS-NOTE-DETAIL                   K6CNRP.1
016200     MOVE "N" TO WS-FOUND-SW.                                     K6CNRP.1
016300     SET CN-IDX TO 1.                                             K6CNRP.1
016400 2200-LOOP.                                                       K6CNRP.1
016500     IF CN-IDX > 9                                                K6RSTR.2
016600         GO TO 2200-NOT-FOUND.                                    K6CNRP.1
016700     IF CN-CODE (CN-IDX) = WS-NOTE-CODE                           K6CNRP.1
016800         MOVE CN-DESCRIPTION (CN-IDX) TO WS-DESCRIPTION           K6CNRP.1
