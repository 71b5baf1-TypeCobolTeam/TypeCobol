002900*                                                                 K6ESCL.1
003000* MODIFICATION HISTORY.                                           K6ESCL.1
003100*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6ESCL.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
003200*================================================================ K6ESCL.1
003300                                                                  K6ESCL.1
003400 ENVIRONMENT DIVISION.                                            K6ESCL.1
000000         GO TO 3000-EXIT.                                         K6SMOK.1
000000*    A SUPERSEDED RUN IS NOT EFFECTIVE EVIDENCE (SEE              K6SUPS.1
000000*    K6RAWDS.CPY) -- ONLY THE SUPERSEDING RERUN COUNTS.           K6SUPS.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6SUPS.1
000000         GO TO 3000-EXIT.                                         K6SUPS.1
015500     MOVE RE-TARGET-ID TO WS-REC-TARGET.                          K6ESCL.1
