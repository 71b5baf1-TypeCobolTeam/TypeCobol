003500*                                                                 K6PROB.1
003600* MODIFICATION HISTORY.                                           K6PROB.1
003700*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6PROB.1
000000*    2026-10-15  DLO  LEAVE OUT RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID).                                   K6VOID.1
003800*================================================================ K6PROB.1
003900                                                                  K6PROB.1
004000 ENVIRONMENT DIVISION.                                            K6PROB.1
026000         AT END GO TO 2000-JUDGE.                                 K6PROB.1
026100     IF RE-RUN-DATE NOT = WS-DATE OR RE-PGM-ID = "K6SMOK"         K6PROB.1
026200         GO TO 2000-READ.                                         K6PROB.1
000000     IF RE-VOIDED                                                 K6VOID.1
000000         GO TO 2000-READ.                                         K6VOID.1
026300     IF RE-RUN-SEQ NOT = 1 AND RE-RUN-SEQ NOT = 2                 K6PROB.1
026400         GO TO 2000-READ.                                         K6PROB.1
026500     MOVE RE-PGM-ID TO DL-PGM-ID.                                 K6PROB.1
