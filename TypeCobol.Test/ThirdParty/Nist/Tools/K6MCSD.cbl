002800*                                                                 K6MCSD.1
002900* MODIFICATION HISTORY.                                           K6MCSD.1
003000*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6MCSD.1
000000*    2026-10-15  DLO  A RERUN LEAVES A RUN OF A WINDOW DECLARED   K6VOID.1
000000*                     VOID (K6VOID) AS IT IS.                     K6VOID.1
003100*================================================================ K6MCSD.1
003200                                                                  K6MCSD.1
003300 ENVIRONMENT DIVISION.                                            K6MCSD.1
000000         GO TO 7500-EXIT.                                         K6SUPS.1
000000     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       K6SUPS.1
000000     READ RAW-DATA INVALID KEY GO TO 7500-NEXT-PRIOR.             K6SUPS.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
000000         GO TO 7500-NEXT-PRIOR.                                   K6SUPS.1
000000     MOVE "S" TO C-SUPERSEDED.                                    K6SUPS.1
000000     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  K6SUPS.1
