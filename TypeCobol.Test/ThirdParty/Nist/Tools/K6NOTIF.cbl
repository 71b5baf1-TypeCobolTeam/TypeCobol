002700*    2026-08-09  DLO  ORIGINAL PROGRAM.                           K6NOTI.1
000000*    2026-09-02  DLO  ROUTING TABLE OVERRIDDEN AND EXTENDED AT    K6NOTI.1
000000*                     RUN TIME FROM THE ROUTCTL FILE (K6TBLM).    K6NOTI.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
002800*================================================================ K6NOTI.1
002900                                                                  K6NOTI.1
003000 ENVIRONMENT DIVISION.                                            K6NOTI.1
000000*    A SUPERSEDED RUN IS NOT EFFECTIVE EVIDENCE (SEE              K6NOTI.1
000000*    K6RAWDS.CPY), AND THE STEP-ZERO SMOKE RECORD'S FAIL IS       K6NOTI.1
000000*    DELIBERATE CALIBRATION -- NEITHER RAISES A NOTIFICATION.     K6NOTI.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
000000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT                 K6NOTI.1
000000         GO TO 2000-LOOP.                                         K6NOTI.1
013900     IF RE-C-FAIL > ZERO                                          K6NOTI.1
