002700*                                                                 K6ELAP.1
002800* MODIFICATION HISTORY.                                           K6ELAP.1
002900*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6ELAP.1
000000*    2026-10-15  DLO  LEAVE OUT RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID).                                   K6VOID.1
003000*================================================================ K6ELAP.1
003100                                                                  K6ELAP.1
003200 ENVIRONMENT DIVISION.                                            K6ELAP.1
020100*    AN ABORTED RUN HAS NO TRUSTWORTHY END STAMP.                 K6ELAP.1
020200     IF RE-C-ABORT = "ABORTED "                                   K6ELAP.1
020300         GO TO 3000-NEXT.                                         K6ELAP.1
000000*    A WINDOW DECLARED VOID (K6VOID) NEVER REALLY HAPPENED.       K6VOID.1
000000     IF RE-VOIDED                                                 K6VOID.1
000000         GO TO 3000-NEXT.                                         K6VOID.1
020400     MOVE RE-C-TIME TO WS-TIME-PARTS.                             K6ELAP.1
020500     COMPUTE WS-START-SECS =                                      K6ELAP.1
020600         (WS-TP-HH * 60 + WS-TP-MM) * 60 + WS-TP-SS.              K6ELAP.1
