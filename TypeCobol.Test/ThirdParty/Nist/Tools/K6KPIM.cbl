002700*    REPORTS RUNS AND ABORTS PER JOB CLASS.  THE OPERATIONS       K6KPIM.1
002800*    REVIEW CAN FINALLY SEE WHETHER THE WINDOW IS GETTING         K6KPIM.1
002900*    HEALTHIER OR WE ARE JUST GETTING USED TO IT.                 K6KPIM.1
000000*    SECTION 3 REPORTS, PER PERIODIC HOUSEKEEPING JOB, THE        K6HKDU.1
000000*    CYCLES DUE IN THE MONTH, HOW MANY RAN LATE OR ARE STILL      K6HKDU.1
000000*    OUTSTANDING, AND THE WORST LATENESS IN BUSINESS DAYS, FROM   K6HKDU.1
000000*    THE K6HKDU CYCLE HISTORY (HKPHIST, OPTIONAL).                K6HKDU.1
000000*    SECTION 4 LISTS THE WINDOWS OF THE MONTH DECLARED VOID BY    K6VOID.1
000000*    K6VOID (VOIDREG, OPTIONAL) -- WHAT WAS THROWN AWAY, WHY,     K6VOID.1
000000*    ON WHOSE SAY AND UNDER WHICH TICKET.  THEIR RUNS ARE NOT IN  K6VOID.1
000000*    SECTIONS 1 AND 2.                                            K6VOID.1
003000*                                                                 K6KPIM.1
003100*    CONTROL CARD (KPICTL): MONTH CCYYMM (COLS 1-6),              K6KPIM.1
003200*    SLA-SECONDS (COLS 8-13, DEFAULT 021600).                     K6KPIM.1
003300*                                                                 K6KPIM.1
003400* MODIFICATION HISTORY.                                           K6KPIM.1
003500*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6KPIM.1
000000*    2026-10-15  DLO  SECTION 3: HOUSEKEEPING CYCLES RUN LATE,    K6HKDU.1
000000*                     FROM THE K6HKDU CYCLE HISTORY (HKPHIST).    K6HKDU.1
000000*    2026-10-15  DLO  LEAVE OUT RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID).                                   K6VOID.1
000000*    2026-10-15  DLO  SECTION 4: WINDOWS DECLARED VOID IN THE     K6VOID.1
000000*                     MONTH, FROM THE K6VOID REGISTER (VOIDREG).  K6VOID.1
003600*================================================================ K6KPIM.1
003700                                                                  K6KPIM.1
003800 ENVIRONMENT DIVISION.                                            K6KPIM.1
005100     SELECT OPTIONAL STEP-LIST ASSIGN TO STEPLIST                 K6KPIM.1
005200         ORGANIZATION IS SEQUENTIAL                               K6KPIM.1
005300         FILE STATUS IS WS-STEP-STATUS.                           K6KPIM.1
000000     SELECT OPTIONAL HKP-HISTORY ASSIGN TO HKPHIST                K6HKDU.1
000000         ORGANIZATION IS SEQUENTIAL                               K6HKDU.1
000000         FILE STATUS IS WS-HKP-STATUS.                            K6HKDU.1
000000     SELECT OPTIONAL VOID-REGISTER ASSIGN TO VOIDREG              K6VOID.1
000000         ORGANIZATION IS SEQUENTIAL                               K6VOID.1
000000         FILE STATUS IS WS-VRG-STATUS.                            K6VOID.1
005400     SELECT KPI-CTL ASSIGN TO KPICTL                              K6KPIM.1
005500         ORGANIZATION IS SEQUENTIAL                               K6KPIM.1
005600         FILE STATUS IS WS-CTL-STATUS.                            K6KPIM.1
007200     05  SL-JOB-CLASS         PIC X(1).                           K6KPIM.1
007300     05  SL-REQUIRES-1        PIC X(6).                           K6KPIM.1
007400     05  SL-REQUIRES-2        PIC X(6).                           K6KPIM.1
000000 FD  HKP-HISTORY                                                  K6HKDU.1
000000     LABEL RECORDS ARE STANDARD.                                  K6HKDU.1
000000 COPY K6HKHS.                                                     K6HKDU.1
000000 FD  VOID-REGISTER                                                K6VOID.1
000000     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
000000 COPY K6VDRG.                                                     K6VOID.1
007500 FD  KPI-CTL                                                      K6KPIM.1
007600     LABEL RECORDS ARE STANDARD.                                  K6KPIM.1
007700 01  CTL-REC.                                                     K6KPIM.1
008900* ----------------------------------------------------------      K6KPIM.1
009000 77  WS-EV-STATUS             PIC X(2)   VALUE SPACE.             K6KPIM.1
009100 77  WS-STEP-STATUS           PIC X(2)   VALUE SPACE.             K6KPIM.1
000000 77  WS-HKP-STATUS            PIC X(2)   VALUE SPACE.             K6HKDU.1
000000 77  WS-HKP-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6HKDU.1
000000 77  WS-HKP-DUE               PIC 9(5)   VALUE ZERO.              K6HKDU.1
000000 77  WS-HKP-LATE              PIC 9(5)   VALUE ZERO.              K6HKDU.1
000000 77  WS-HKP-OUTST             PIC 9(5)   VALUE ZERO.              K6HKDU.1
000000 77  WS-HKP-PCT               PIC 9(3)   VALUE ZERO.              K6HKDU.1
000000 77  WS-VRG-STATUS            PIC X(2)   VALUE SPACE.             K6VOID.1
000000 77  WS-VOID-COUNT            PIC 9(5)   VALUE ZERO.              K6VOID.1
009200 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6KPIM.1
009300 77  WS-MONTH                 PIC X(6)   VALUE SPACE.             K6KPIM.1
009400 77  WS-SLA-SECS              PIC 9(6)   VALUE 21600.             K6KPIM.1
013900         10  SC-PGM-ID        PIC X(6).                           K6KPIM.1
014000         10  SC-CLASS         PIC X(1).                           K6KPIM.1
014100* ----------------------------------------------------------      K6KPIM.1
000000* PER-JOB HOUSEKEEPING CYCLES DUE IN THE MONTH.                   K6HKDU.1
000000* ----------------------------------------------------------      K6HKDU.1
000000 01  HKP-TABLE.                                                   K6HKDU.1
000000     05  HKP-ENTRY OCCURS 100 TIMES.                              K6HKDU.1
000000         10  HJ-JOB-ID        PIC X(8).                           K6HKDU.1
000000         10  HJ-PGM-ID        PIC X(6).                           K6HKDU.1
000000         10  HJ-DUE           PIC 9(5).                           K6HKDU.1
000000         10  HJ-LATE          PIC 9(5).                           K6HKDU.1
000000         10  HJ-OUTST         PIC 9(5).                           K6HKDU.1
000000         10  HJ-WORST         PIC 9(3).                           K6HKDU.1
000000* ----------------------------------------------------------      K6HKDU.1
014200* REPORT LINES.                                                   K6KPIM.1
014300* ----------------------------------------------------------      K6KPIM.1
014400 01  HDR-LINE.                                                    K6KPIM.1
018000     05  FILLER   PIC X(9)  VALUE " ABORTS= ".                    K6KPIM.1
018100     05  CL-ABORTS-T          PIC ZZZZ9.                          K6KPIM.1
018200     05  FILLER   PIC X(83) VALUE SPACE.                          K6KPIM.1
000000 01  HKP-HDR-LINE.                                                K6HKDU.1
000000     05  FILLER   PIC X(40) VALUE                                 K6HKDU.1
000000         "HOUSEKEEPING CYCLES DUE IN THE MONTH    ".              K6HKDU.1
000000     05  FILLER   PIC X(80) VALUE SPACE.                          K6HKDU.1
000000 01  HKP-LINE.                                                    K6HKDU.1
000000     05  FILLER   PIC X(13) VALUE "HOUSEKEEPING ".                K6HKDU.1
000000     05  KH-JOB-ID            PIC X(8).                           K6HKDU.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6HKDU.1
000000     05  KH-PGM-ID            PIC X(6).                           K6HKDU.1
000000     05  FILLER   PIC X(5)  VALUE " DUE=".                        K6HKDU.1
000000     05  KH-DUE               PIC ZZZ9.                           K6HKDU.1
000000     05  FILLER   PIC X(6)  VALUE " LATE=".                       K6HKDU.1
000000     05  KH-LATE              PIC ZZZ9.                           K6HKDU.1
000000     05  FILLER   PIC X(13) VALUE " OUTSTANDING=".                K6HKDU.1
000000     05  KH-OUTST             PIC ZZZ9.                           K6HKDU.1
000000     05  FILLER   PIC X(7)  VALUE " WORST=".                      K6HKDU.1
000000     05  KH-WORST             PIC ZZ9.                            K6HKDU.1
000000     05  FILLER   PIC X(9)  VALUE " BUS DAYS".                    K6HKDU.1
000000     05  FILLER   PIC X(37) VALUE SPACE.                          K6HKDU.1
000000 01  HKP-TOT-LINE.                                                K6HKDU.1
000000     05  FILLER   PIC X(24) VALUE "HOUSEKEEPING CYCLES DUE=".     K6HKDU.1
000000     05  KT-DUE               PIC ZZZZ9.                          K6HKDU.1
000000     05  FILLER   PIC X(7)  VALUE "  LATE=".                      K6HKDU.1
000000     05  KT-LATE              PIC ZZZZ9.                          K6HKDU.1
000000     05  FILLER   PIC X(14) VALUE "  OUTSTANDING=".               K6HKDU.1
000000     05  KT-OUTST             PIC ZZZZ9.                          K6HKDU.1
000000     05  FILLER   PIC X(15) VALUE "  RAN LATE PCT=".              K6HKDU.1
000000     05  KT-PCT               PIC ZZ9.                            K6HKDU.1
000000     05  FILLER   PIC X(42) VALUE SPACE.                          K6HKDU.1
000000 01  VOID-HDR-LINE.                                               K6VOID.1
000000     05  FILLER   PIC X(44) VALUE                                 K6VOID.1
000000         "WINDOWS DECLARED VOID IN THE MONTH (K6VOID) ".          K6VOID.1
000000     05  FILLER   PIC X(76) VALUE SPACE.                          K6VOID.1
000000 01  VOID-LINE-1.                                                 K6VOID.1
000000     05  FILLER   PIC X(8)  VALUE "VOID    ".                     K6VOID.1
000000     05  KV-TARGET-ID         PIC X(8).                           K6VOID.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6VOID.1
000000     05  KV-RUN-DATE          PIC 9(8).                           K6VOID.1
000000     05  FILLER   PIC X(8)  VALUE " WINDOW ".                     K6VOID.1
000000     05  KV-WINDOW-ID         PIC X(1).                           K6VOID.1
000000     05  FILLER   PIC X(8)  VALUE " REASON ".                     K6VOID.1
000000     05  KV-REASON-CODE       PIC X(4).                           K6VOID.1
000000     05  FILLER   PIC X(8)  VALUE " TICKET ".                     K6VOID.1
000000     05  KV-TICKET            PIC X(8).                           K6VOID.1
000000     05  FILLER   PIC X(4)  VALUE " BY ".                         K6VOID.1
000000     05  KV-USER-ID           PIC X(8).                           K6VOID.1
000000     05  FILLER   PIC X(4)  VALUE " ON ".                         K6VOID.1
000000     05  KV-VOID-DATE         PIC 9(8).                           K6VOID.1
000000     05  FILLER   PIC X(5)  VALUE " RAW=".                        K6VOID.1
000000     05  KV-RAW-COUNT         PIC ZZZZ9.                          K6VOID.1
000000     05  FILLER   PIC X(6)  VALUE " HIST=".                       K6VOID.1
000000     05  KV-HIST-COUNT        PIC ZZZZ9.                          K6VOID.1
000000     05  FILLER   PIC X(13) VALUE SPACE.                          K6VOID.1
000000 01  VOID-LINE-2.                                                 K6VOID.1
000000     05  FILLER   PIC X(26) VALUE SPACE.                          K6VOID.1
000000     05  KV-REASON-TEXT       PIC X(40).                          K6VOID.1
000000     05  FILLER   PIC X(54) VALUE SPACE.                          K6VOID.1
000000 01  VOID-TOT-LINE.                                               K6VOID.1
000000     05  FILLER   PIC X(22) VALUE "WINDOWS DECLARED VOID=".       K6VOID.1
000000     05  KVT-COUNT            PIC ZZZZ9.                          K6VOID.1
000000     05  FILLER   PIC X(93) VALUE SPACE.                          K6VOID.1
018300 77  WS-SLA-OVER              PIC 9(3)   VALUE ZERO.              K6KPIM.1
018400                                                                  K6KPIM.1
018500 PROCEDURE DIVISION.                                              K6KPIM.1
019100     PERFORM 1500-LOAD-CLASSES THRU 1500-EXIT.                    K6KPIM.1
019200     PERFORM 2000-FOLD-RUNS THRU 2000-EXIT.                       K6KPIM.1
019300     PERFORM 3000-FOLD-EVENTS THRU 3000-EXIT.                     K6KPIM.1
000000     PERFORM 3500-FOLD-HOUSEKEEPING THRU 3500-EXIT.               K6HKDU.1
019400     PERFORM 8000-REPORT THRU 8000-EXIT.                          K6KPIM.1
019500     STOP RUN.                                                    K6KPIM.1
019600*================================================================ K6KPIM.1
024800     IF WS-MONTH NOT = SPACE                                      K6KPIM.1
024900             AND RE-RUN-DATE (1:6) NOT = WS-MONTH                 K6KPIM.1
025000         GO TO 2000-READ.                                         K6KPIM.1
000000     IF RE-PGM-ID = "K6SMOK" OR RE-VOIDED                         K6VOID.1
025200         GO TO 2000-READ.                                         K6KPIM.1
025300     PERFORM 2100-TARGET-SLOT THRU 2100-EXIT.                     K6KPIM.1
025400     ADD 1 TO TG-RUNS (WS-HIT-SUB).                               K6KPIM.1
039800     CLOSE OPS-EVENTS.                                            K6KPIM.1
039900 3000-EXIT.                                                       K6KPIM.1
040000     EXIT.                                                        K6KPIM.1
000000*================================================================ K6HKDU.1
000000* 3500-FOLD-HOUSEKEEPING -- THE K6HKDU CYCLES DUE IN THE MONTH,   K6HKDU.1
000000* PER JOB: ON TIME, LATE, OR STILL OUTSTANDING AT ITS LAST RUN.   K6HKDU.1
000000*================================================================ K6HKDU.1
000000 3500-FOLD-HOUSEKEEPING.                                          K6HKDU.1
000000     OPEN INPUT HKP-HISTORY.                                      K6HKDU.1
000000     IF WS-HKP-STATUS NOT = "00" AND WS-HKP-STATUS NOT = "05"     K6HKDU.1
000000         GO TO 3500-EXIT.                                         K6HKDU.1
000000 3500-READ.                                                       K6HKDU.1
000000     READ HKP-HISTORY                                             K6HKDU.1
000000         AT END GO TO 3500-DONE.                                  K6HKDU.1
000000     IF WS-MONTH NOT = SPACE                                      K6HKDU.1
000000             AND HH-DUE-DATE (1:6) NOT = WS-MONTH                 K6HKDU.1
000000         GO TO 3500-READ.                                         K6HKDU.1
000000     MOVE 1 TO WS-SUB.                                            K6HKDU.1
000000 3500-SCAN.                                                       K6HKDU.1
000000     IF WS-SUB GREATER THAN WS-HKP-COUNT                          K6HKDU.1
000000         GO TO 3500-NEW.                                          K6HKDU.1
000000     IF HJ-JOB-ID (WS-SUB) = HH-JOB-ID                            K6HKDU.1
000000         GO TO 3500-COUNT.                                        K6HKDU.1
000000     ADD 1 TO WS-SUB.                                             K6HKDU.1
000000     GO TO 3500-SCAN.                                             K6HKDU.1
000000 3500-NEW.                                                        K6HKDU.1
000000     IF WS-HKP-COUNT NOT LESS THAN 100                            K6HKDU.1
000000         GO TO 3500-READ.                                         K6HKDU.1
000000     ADD 1 TO WS-HKP-COUNT.                                       K6HKDU.1
000000     MOVE WS-HKP-COUNT TO WS-SUB.                                 K6HKDU.1
000000     MOVE HH-JOB-ID TO HJ-JOB-ID (WS-SUB).                        K6HKDU.1
000000     MOVE HH-PGM-ID TO HJ-PGM-ID (WS-SUB).                        K6HKDU.1
000000     MOVE ZERO TO HJ-DUE (WS-SUB).                                K6HKDU.1
000000     MOVE ZERO TO HJ-LATE (WS-SUB).                               K6HKDU.1
000000     MOVE ZERO TO HJ-OUTST (WS-SUB).                              K6HKDU.1
000000     MOVE ZERO TO HJ-WORST (WS-SUB).                              K6HKDU.1
000000 3500-COUNT.                                                      K6HKDU.1
000000     ADD 1 TO HJ-DUE (WS-SUB).                                    K6HKDU.1
000000     ADD 1 TO WS-HKP-DUE.                                         K6HKDU.1
000000     IF HH-LATE                                                   K6HKDU.1
000000         ADD 1 TO HJ-LATE (WS-SUB)                                K6HKDU.1
000000         ADD 1 TO WS-HKP-LATE.                                    K6HKDU.1
000000     IF HH-OUTSTANDING                                            K6HKDU.1
000000         ADD 1 TO HJ-OUTST (WS-SUB)                               K6HKDU.1
000000         ADD 1 TO WS-HKP-OUTST.                                   K6HKDU.1
000000     IF HH-LATE-DAYS GREATER THAN HJ-WORST (WS-SUB)               K6HKDU.1
000000             AND NOT HH-ON-TIME                                   K6HKDU.1
000000         MOVE HH-LATE-DAYS TO HJ-WORST (WS-SUB).                  K6HKDU.1
000000     GO TO 3500-READ.                                             K6HKDU.1
000000 3500-DONE.                                                       K6HKDU.1
000000     CLOSE HKP-HISTORY.                                           K6HKDU.1
000000 3500-EXIT.                                                       K6HKDU.1
000000     EXIT.                                                        K6HKDU.1
040100*================================================================ K6KPIM.1
040200* 8000-REPORT.                                                    K6KPIM.1
040300*================================================================ K6KPIM.1
043500     ADD 1 TO WS-SUB.                                             K6KPIM.1
043600     GO TO 8000-CLS-LOOP.                                         K6KPIM.1
043700 8000-DONE.                                                       K6KPIM.1
000000     PERFORM 8200-HOUSEKEEPING THRU 8200-EXIT.                    K6VOID.1
000000     PERFORM 8300-VOIDED-WINDOWS THRU 8300-EXIT.                  K6VOID.1
043800     CLOSE KPI-RPT.                                               K6KPIM.1
043900 8000-EXIT.                                                       K6KPIM.1
044000     EXIT.                                                        K6KPIM.1
046900     MOVE WS-AVG-SECS TO TL-AVG.                                  K6KPIM.1
047000 8100-EXIT.                                                       K6KPIM.1
047100     EXIT.                                                        K6KPIM.1
000000*================================================================ K6HKDU.1
000000* 8200-HOUSEKEEPING -- SECTION 3: HOUSEKEEPING CYCLES DUE IN THE  K6HKDU.1
000000* MONTH AND HOW MANY RAN LATE.                                    K6HKDU.1
000000*================================================================ K6HKDU.1
000000 8200-HOUSEKEEPING.                                               K6HKDU.1
000000     WRITE KR-PRINT-REC FROM HKP-HDR-LINE                         K6HKDU.1
000000         AFTER ADVANCING 3 LINES.                                 K6HKDU.1
000000     MOVE 1 TO WS-SUB.                                            K6HKDU.1
000000 8200-JOB-LOOP.                                                   K6HKDU.1
000000     IF WS-SUB GREATER THAN WS-HKP-COUNT                          K6HKDU.1
000000         GO TO 8200-TOTAL.                                        K6HKDU.1
000000     MOVE HJ-JOB-ID (WS-SUB) TO KH-JOB-ID.                        K6HKDU.1
000000     MOVE HJ-PGM-ID (WS-SUB) TO KH-PGM-ID.                        K6HKDU.1
000000     MOVE HJ-DUE (WS-SUB) TO KH-DUE.                              K6HKDU.1
000000     MOVE HJ-LATE (WS-SUB) TO KH-LATE.                            K6HKDU.1
000000     MOVE HJ-OUTST (WS-SUB) TO KH-OUTST.                          K6HKDU.1
000000     MOVE HJ-WORST (WS-SUB) TO KH-WORST.                          K6HKDU.1
000000     WRITE KR-PRINT-REC FROM HKP-LINE                             K6HKDU.1
000000         AFTER ADVANCING 1 LINE.                                  K6HKDU.1
000000     ADD 1 TO WS-SUB.                                             K6HKDU.1
000000     GO TO 8200-JOB-LOOP.                                         K6HKDU.1
000000 8200-TOTAL.                                                      K6HKDU.1
000000     MOVE ZERO TO WS-HKP-PCT.                                     K6HKDU.1
000000     IF WS-HKP-DUE GREATER THAN ZERO                              K6HKDU.1
000000         COMPUTE WS-HKP-PCT =                                     K6HKDU.1
000000             (WS-HKP-LATE + WS-HKP-OUTST) * 100 / WS-HKP-DUE.     K6HKDU.1
000000     MOVE WS-HKP-DUE TO KT-DUE.                                   K6HKDU.1
000000     MOVE WS-HKP-LATE TO KT-LATE.                                 K6HKDU.1
000000     MOVE WS-HKP-OUTST TO KT-OUTST.                               K6HKDU.1
000000     MOVE WS-HKP-PCT TO KT-PCT.                                   K6HKDU.1
000000     WRITE KR-PRINT-REC FROM HKP-TOT-LINE                         K6HKDU.1
000000         AFTER ADVANCING 2 LINES.                                 K6HKDU.1
000000 8200-EXIT.                                                       K6HKDU.1
000000     EXIT.                                                        K6HKDU.1
000000*================================================================ K6VOID.1
000000* 8300-VOIDED-WINDOWS -- SECTION 4: THE WINDOWS OF THE MONTH ON   K6VOID.1
000000* THE K6VOID REGISTER.  NO REGISTER PRINTS AN EMPTY SECTION.      K6VOID.1
000000*================================================================ K6VOID.1
000000 8300-VOIDED-WINDOWS.                                             K6VOID.1
000000     WRITE KR-PRINT-REC FROM VOID-HDR-LINE                        K6VOID.1
000000         AFTER ADVANCING 3 LINES.                                 K6VOID.1
000000     OPEN INPUT VOID-REGISTER.                                    K6VOID.1
000000     IF WS-VRG-STATUS NOT = "00" AND WS-VRG-STATUS NOT = "05"     K6VOID.1
000000         GO TO 8300-TOTAL.                                        K6VOID.1
000000 8300-READ.                                                       K6VOID.1
000000     READ VOID-REGISTER                                           K6VOID.1
000000         AT END GO TO 8300-DONE.                                  K6VOID.1
000000     IF WS-MONTH NOT = SPACE                                      K6VOID.1
000000             AND VR-RUN-DATE (1:6) NOT = WS-MONTH                 K6VOID.1
000000         GO TO 8300-READ.                                         K6VOID.1
000000     ADD 1 TO WS-VOID-COUNT.                                      K6VOID.1
000000     MOVE VR-TARGET-ID   TO KV-TARGET-ID.                         K6VOID.1
000000     MOVE VR-RUN-DATE    TO KV-RUN-DATE.                          K6VOID.1
000000     MOVE VR-WINDOW-ID   TO KV-WINDOW-ID.                         K6VOID.1
000000     MOVE VR-REASON-CODE TO KV-REASON-CODE.                       K6VOID.1
000000     MOVE VR-TICKET      TO KV-TICKET.                            K6VOID.1
000000     MOVE VR-USER-ID     TO KV-USER-ID.                           K6VOID.1
000000     MOVE VR-VOID-DATE   TO KV-VOID-DATE.                         K6VOID.1
000000     MOVE VR-RAW-COUNT   TO KV-RAW-COUNT.                         K6VOID.1
000000     MOVE VR-HIST-COUNT  TO KV-HIST-COUNT.                        K6VOID.1
000000     MOVE VR-REASON-TEXT TO KV-REASON-TEXT.                       K6VOID.1
000000     WRITE KR-PRINT-REC FROM VOID-LINE-1                          K6VOID.1
000000         AFTER ADVANCING 1 LINE.                                  K6VOID.1
000000     WRITE KR-PRINT-REC FROM VOID-LINE-2                          K6VOID.1
000000         AFTER ADVANCING 1 LINE.                                  K6VOID.1
000000     GO TO 8300-READ.                                             K6VOID.1
000000 8300-DONE.                                                       K6VOID.1
000000     CLOSE VOID-REGISTER.                                         K6VOID.1
000000 8300-TOTAL.                                                      K6VOID.1
000000     MOVE WS-VOID-COUNT TO KVT-COUNT.                             K6VOID.1
000000     WRITE KR-PRINT-REC FROM VOID-TOT-LINE                        K6VOID.1
000000         AFTER ADVANCING 2 LINES.                                 K6VOID.1
000000 8300-EXIT.                                                       K6VOID.1
000000     EXIT.                                                        K6VOID.1
