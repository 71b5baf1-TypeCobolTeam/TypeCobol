002700*                                                                 K6DCKT.1
002800* MODIFICATION HISTORY.                                           K6DCKT.1
002900*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6DCKT.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
003000*================================================================ K6DCKT.1
003100                                                                  K6DCKT.1
003200 ENVIRONMENT DIVISION.                                            K6DCKT.1
024900 3000-READ.                                                       K6DCKT.1
025000     READ RAW-EXTRACT                                             K6DCKT.1
025100         AT END GO TO 3000-DONE.                                  K6DCKT.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
025300         GO TO 3000-READ.                                         K6DCKT.1
000000     MOVE RE-RUN-DATE TO WS-CHECK-DATE.                           K6DCKT.1
025400     PERFORM 2100-DATE-TAGGED THRU 2100-EXIT.                     K6DCKT.1
