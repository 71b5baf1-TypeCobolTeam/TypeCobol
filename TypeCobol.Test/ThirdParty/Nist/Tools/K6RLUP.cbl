002200*                                                                 K6RLUP.1
002300* MODIFICATION HISTORY.                                           K6RLUP.1
002400*    2026-08-09  DLO  ORIGINAL PROGRAM.                           K6RLUP.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
002500*================================================================ K6RLUP.1
002600                                                                  K6RLUP.1
002700 ENVIRONMENT DIVISION.                                            K6RLUP.1
000000         GO TO 3000-EXIT.                                         K6SMOK.1
000000*    A SUPERSEDED RUN IS NOT EFFECTIVE EVIDENCE (SEE              K6SUPS.1
000000*    K6RAWDS.CPY) -- ONLY THE SUPERSEDING RERUN COUNTS.           K6SUPS.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6SUPS.1
000000         GO TO 3000-EXIT.                                         K6SUPS.1
018400     PERFORM 4000-FIND-MODULE THRU 4000-EXIT.                     K6RLUP.1
