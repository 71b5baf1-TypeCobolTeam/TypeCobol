003200*    REGISTER OVER THE OLD ONE FOR THE NEXT RUN, AND CLOSED       K6ACKR.1
003300*    TICKETS ARE RETIRED BY THE STANDARDS GROUP BY EDITING THE    K6ACKR.1
003400*    REGISTER DATASET UNDER THEIR OWN CHANGE CONTROL.             K6ACKR.1
000000*                                                                 K6INCX.1
000000*    WHEN THE INCIDENT SYSTEM'S NIGHTLY STATUS EXTRACT IS WIRED   K6INCX.1
000000*    (INCSTAT, K6INCS RECORDS -- OPTIONAL), EACH INCIDENT K6INCX  K6INCX.1
000000*    RAISED IS APPLIED TO ITS REGISTER ENTRY AFTER THE ACK        K6INCX.1
000000*    CARDS: THE TICKET NUMBER, THE ASSIGNEE AS THE ACKNOWLEDGING  K6INCX.1
000000*    USER, AND THE STATUS AND RESOLUTION CODE.  AN INCIDENT       K6INCX.1
000000*    RESOLVED OR CLOSED WHILE ITS NOTIFICATION IS STILL ARRIVING  K6INCX.1
000000*    -- THE TEST FAILED AGAIN IN THIS WINDOW -- IS NOT ACCEPTED:  K6INCX.1
000000*    THE ENTRY IS MARKED FOR REOPENING (K6INCX SENDS THE REOPEN   K6INCX.1
000000*    ON ITS NEXT RUN), THE REPORT LISTS IT, AND RETURN-CODE IS    K6INCX.1
000000*    SET TO 4.  A RESOLVED OR CLOSED ENTRY IS NO LONGER AGED.     K6INCX.1
003500*                                                                 K6ACKR.1
003600* MODIFICATION HISTORY.                                           K6ACKR.1
003700*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6ACKR.1
000000*    2026-09-02  DLO  OVERDUE-ACKNOWLEDGEMENT AGE FIGURED IN      K6ACKR.1
000000*                     DAY SERIALS THROUGH K6CALD.                 K6ACKR.1
000000*    2026-10-15  DLO  INCIDENT-SYSTEM STATUS EXTRACT (INCSTAT)    K6INCX.1
000000*                     APPLIED TO THE REGISTER; CLOSED-BUT-STILL-  K6INCX.1
000000*                     FAILING INCIDENTS MARKED FOR REOPEN.        K6INCX.1
003800*================================================================ K6ACKR.1
003900                                                                  K6ACKR.1
004000 ENVIRONMENT DIVISION.                                            K6ACKR.1
005300     SELECT ACK-IN ASSIGN TO ACKIN                                K6ACKR.1
005400         ORGANIZATION IS SEQUENTIAL.                              K6ACKR.1
005500     SELECT ACK-CTL ASSIGN TO ACKCTL                              K6ACKR.1
000000         ORGANIZATION IS SEQUENTIAL.                              K6INCX.1
000000     SELECT OPTIONAL INCIDENT-STATUS ASSIGN TO INCSTAT            K6INCX.1
000000         ORGANIZATION IS SEQUENTIAL                               K6INCX.1
000000         FILE STATUS IS WS-INCS-STATUS.                           K6INCX.1
005700     SELECT NEW-REGISTER ASSIGN TO ACKREGN                        K6ACKR.1
005800         ORGANIZATION IS SEQUENTIAL.                              K6ACKR.1
005900     SELECT AGING-RPT ASSIGN TO ACKRPT                            K6ACKR.1
007500     05  AR-ACK-TICKET        PIC X(8).                           K6ACKR.1
007600     05  AR-ACK-DATE          PIC 9(8).                           K6ACKR.1
007700     05  AR-EXPECT-FIX        PIC 9(8).                           K6ACKR.1
007800     05  AR-INC-STATUS        PIC X(1).                           K6INCX.1
000000     05  AR-INC-RESOL         PIC X(8).                           K6INCX.1
000000     05  AR-REOPEN-COUNT      PIC 9(2).                           K6INCX.1
000000     05  FILLER               PIC X(14).                          K6INCX.1
007900 FD  NOTIFY-IN                                                    K6ACKR.1
008000     LABEL RECORDS ARE STANDARD.                                  K6ACKR.1
008100 01  NI-REC                   PIC X(80).                          K6ACKR.1
012200     05  FILLER               PIC X(1).                           K6ACKR.1
012300     05  CTL-AGE-THRESHOLD    PIC 9(3).                           K6ACKR.1
012400     05  FILLER               PIC X(68).                          K6ACKR.1
000000 FD  INCIDENT-STATUS                                              K6INCX.1
000000     LABEL RECORDS ARE STANDARD.                                  K6INCX.1
000000     COPY K6INCS.                                                 K6INCX.1
012500 FD  NEW-REGISTER                                                 K6ACKR.1
012600     LABEL RECORDS ARE STANDARD.                                  K6ACKR.1
012700 01  NR-REGISTER-REC          PIC X(100).                         K6ACKR.1
014000     88  WS-NI-EOF                       VALUE "Y".               K6ACKR.1
014100 77  WS-AK-EOF-SW             PIC X      VALUE "N".               K6ACKR.1
014200     88  WS-AK-EOF                       VALUE "Y".               K6ACKR.1
000000 77  WS-INCS-STATUS           PIC X(2)   VALUE SPACE.             K6INCX.1
000000 77  WS-IS-EOF-SW             PIC X      VALUE "N".               K6INCX.1
000000     88  WS-IS-EOF                       VALUE "Y".               K6INCX.1
014300 77  WS-FOUND-SW              PIC X      VALUE "N".               K6ACKR.1
014400     88  WS-ENTRY-FOUND                  VALUE "Y".               K6ACKR.1
014600 77  WS-AGE-THRESHOLD         PIC 9(3)   VALUE 7.                 K6ACKR.1
015100 77  WS-ACKS-UNMATCHED        PIC 9(5)   COMP VALUE ZERO.         K6ACKR.1
015200 77  WS-AGED-UNACK            PIC 9(5)   COMP VALUE ZERO.         K6ACKR.1
015300 77  WS-PAST-FIX              PIC 9(5)   COMP VALUE ZERO.         K6ACKR.1
000000 77  WS-INC-APPLIED           PIC 9(5)   COMP VALUE ZERO.         K6INCX.1
000000 77  WS-INC-UNMATCHED         PIC 9(5)   COMP VALUE ZERO.         K6INCX.1
000000 77  WS-INC-REOPENED          PIC 9(5)   COMP VALUE ZERO.         K6INCX.1
015400 77  WS-LK-QUEUE-ID           PIC X(8)   VALUE SPACE.             K6ACKR.1
015500 77  WS-LK-TARGET-ID          PIC X(8)   VALUE SPACE.             K6ACKR.1
015600 77  WS-LK-PGM-ID             PIC X(6)   VALUE SPACE.             K6ACKR.1
018700         10  REG-ACK-TICKET   PIC X(8).                           K6ACKR.1
018800         10  REG-ACK-DATE     PIC 9(8).                           K6ACKR.1
018900         10  REG-EXPECT-FIX   PIC 9(8).                           K6ACKR.1
000000         10  REG-INC-STATUS   PIC X(1).                           K6INCX.1
000000             88  REG-INC-DONE            VALUE "R" "C".           K6INCX.1
000000             88  REG-INC-REOPEN          VALUE "X".               K6INCX.1
000000         10  REG-INC-RESOL    PIC X(8).                           K6INCX.1
000000         10  REG-REOPEN-COUNT PIC 9(2).                           K6INCX.1
019000* ----------------------------------------------------------      K6ACKR.1
019100* REPORT LINES.                                                   K6ACKR.1
019200* ----------------------------------------------------------      K6ACKR.1
022200     05  FILLER   PIC X(1)  VALUE SPACE.                          K6ACKR.1
022300     05  UNM-PGM-ID           PIC X(6).                           K6ACKR.1
022400     05  FILLER   PIC X(67) VALUE SPACE.                          K6ACKR.1
000000 01  INC-UNM-LINE.                                                K6INCX.1
000000     05  FILLER   PIC X(34) VALUE                                 K6INCX.1
000000         "INCIDENT FOR UNKNOWN NOTIFICATION ".                    K6INCX.1
000000     05  IUN-QUEUE-ID         PIC X(8).                           K6INCX.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
000000     05  IUN-TARGET-ID        PIC X(8).                           K6INCX.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
000000     05  IUN-PGM-ID           PIC X(6).                           K6INCX.1
000000     05  FILLER   PIC X(8)  VALUE " TICKET=".                     K6INCX.1
000000     05  IUN-TICKET           PIC X(8).                           K6INCX.1
000000     05  FILLER   PIC X(46) VALUE SPACE.                          K6INCX.1
000000 01  REOPEN-LINE.                                                 K6INCX.1
000000     05  FILLER   PIC X(34) VALUE                                 K6INCX.1
000000         "CLOSED WHILE STILL FAILING-REOPEN ".                    K6INCX.1
000000     05  ROP-QUEUE-ID         PIC X(8).                           K6INCX.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
000000     05  ROP-TARGET-ID        PIC X(8).                           K6INCX.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6INCX.1
000000     05  ROP-PGM-ID           PIC X(6).                           K6INCX.1
000000     05  FILLER   PIC X(8)  VALUE " TICKET=".                     K6INCX.1
000000     05  ROP-TICKET           PIC X(8).                           K6INCX.1
000000     05  FILLER   PIC X(7)  VALUE " RESOL=".                      K6INCX.1
000000     05  ROP-RESOL            PIC X(8).                           K6INCX.1
000000     05  FILLER   PIC X(9)  VALUE " REOPENS=".                    K6INCX.1
000000     05  ROP-COUNT            PIC Z9.                             K6INCX.1
000000     05  FILLER   PIC X(20) VALUE SPACE.                          K6INCX.1
022500 01  SUM-LINE-1.                                                  K6ACKR.1
022600     05  FILLER   PIC X(17) VALUE "NOTICES FOLDED = ".            K6ACKR.1
022700     05  SUM-FOLDED           PIC ZZZZ9.                          K6ACKR.1
023600     05  FILLER   PIC X(21) VALUE "  PAST EXPECTED FIX =".        K6ACKR.1
023700     05  SUM-PAST-FIX         PIC ZZZZ9.                          K6ACKR.1
023800     05  FILLER   PIC X(68) VALUE SPACE.                          K6ACKR.1
000000 01  SUM-LINE-3.                                                  K6INCX.1
000000     05  FILLER   PIC X(19) VALUE "INCIDENTS APPLIED =".          K6INCX.1
000000     05  SUM-INC-APPLIED      PIC ZZZZ9.                          K6INCX.1
000000     05  FILLER   PIC X(14) VALUE "  UNMATCHED =".                K6INCX.1
000000     05  SUM-INC-UNMATCHED    PIC ZZZZ9.                          K6INCX.1
000000     05  FILLER   PIC X(13) VALUE "  REOPENED =".                 K6INCX.1
000000     05  SUM-INC-REOPENED     PIC ZZZZ9.                          K6INCX.1
000000     05  FILLER   PIC X(59) VALUE SPACE.                          K6INCX.1
023900                                                                  K6ACKR.1
024000 PROCEDURE DIVISION.                                              K6ACKR.1
024100*================================================================ K6ACKR.1
025000     PERFORM 3000-FOLD-NOTIFY THRU 3000-EXIT                      K6ACKR.1
025100             UNTIL WS-NI-EOF.                                     K6ACKR.1
025200     PERFORM 4000-APPLY-ACKS THRU 4000-EXIT                       K6ACKR.1
000000             UNTIL WS-AK-EOF.                                     K6INCX.1
000000     PERFORM 4500-APPLY-INCIDENTS THRU 4500-EXIT                  K6INCX.1
000000             UNTIL WS-IS-EOF.                                     K6INCX.1
025400     PERFORM 5000-AGE-AND-WRITE THRU 5000-EXIT.                   K6ACKR.1
025500     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6ACKR.1
025600     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6ACKR.1
026500     ELSE                                                         K6ACKR.1
026550         SET WS-REG-EOF TO TRUE.                                  K6ACKR.1
026600     OPEN INPUT NOTIFY-IN ACK-IN ACK-CTL.                         K6ACKR.1
000000     OPEN INPUT INCIDENT-STATUS.                                  K6INCX.1
026700     OPEN OUTPUT NEW-REGISTER AGING-RPT.                          K6ACKR.1
026800     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                     K6ACKR.1
026900     READ ACK-CTL                                                 K6ACKR.1
030200     MOVE AR-ACK-TICKET   TO REG-ACK-TICKET (REG-IDX).            K6ACKR.1
030300     MOVE AR-ACK-DATE     TO REG-ACK-DATE (REG-IDX).              K6ACKR.1
030400     MOVE AR-EXPECT-FIX   TO REG-EXPECT-FIX (REG-IDX).            K6ACKR.1
000000     MOVE AR-INC-STATUS   TO REG-INC-STATUS (REG-IDX).            K6INCX.1
000000     MOVE AR-INC-RESOL    TO REG-INC-RESOL (REG-IDX).             K6INCX.1
000000     MOVE AR-REOPEN-COUNT TO REG-REOPEN-COUNT (REG-IDX).          K6INCX.1
000000     IF AR-REOPEN-COUNT NOT NUMERIC                               K6INCX.1
000000         MOVE ZERO TO REG-REOPEN-COUNT (REG-IDX).                 K6INCX.1
030500 2000-EXIT.                                                       K6ACKR.1
030600     EXIT.                                                        K6ACKR.1
030700*================================================================ K6ACKR.1
034600     MOVE SPACE           TO REG-ACK-TICKET (REG-IDX).            K6ACKR.1
034700     MOVE ZERO            TO REG-ACK-DATE (REG-IDX).              K6ACKR.1
034800     MOVE ZERO            TO REG-EXPECT-FIX (REG-IDX).            K6ACKR.1
000000     MOVE SPACE           TO REG-INC-STATUS (REG-IDX).            K6INCX.1
000000     MOVE SPACE           TO REG-INC-RESOL (REG-IDX).             K6INCX.1
000000     MOVE ZERO            TO REG-REOPEN-COUNT (REG-IDX).          K6INCX.1
034900 3000-EXIT.                                                       K6ACKR.1
035000     EXIT.                                                        K6ACKR.1
035100*================================================================ K6ACKR.1
038000         MOVE AK-EXPECT-FIX TO REG-EXPECT-FIX (REG-IDX).          K6ACKR.1
038100 4000-EXIT.                                                       K6ACKR.1
038200     EXIT.                                                        K6ACKR.1
000000*================================================================ K6INCX.1
000000* 4500-APPLY-INCIDENTS -- ONE INCIDENT FROM THE INCIDENT          K6INCX.1
000000* SYSTEM'S STATUS EXTRACT AGAINST THE REGISTER.  A RESOLVED OR    K6INCX.1
000000* CLOSED INCIDENT WHOSE NOTIFICATION WAS FOLDED IN AGAIN THIS     K6INCX.1
000000* RUN IS STILL FAILING: IT IS MARKED FOR REOPENING AND LISTED,    K6INCX.1
000000* NEVER TAKEN AS FIXED.                                           K6INCX.1
000000*================================================================ K6INCX.1
000000 4500-APPLY-INCIDENTS.                                            K6INCX.1
000000     READ INCIDENT-STATUS                                         K6INCX.1
000000         AT END SET WS-IS-EOF TO TRUE                             K6INCX.1
000000                GO TO 4500-EXIT.                                  K6INCX.1
000000     IF IS-TICKET = SPACE                                         K6INCX.1
000000         GO TO 4500-EXIT.                                         K6INCX.1
000000     MOVE IS-QUEUE-ID  TO WS-LK-QUEUE-ID.                         K6INCX.1
000000     MOVE IS-TARGET-ID TO WS-LK-TARGET-ID.                        K6INCX.1
000000     MOVE IS-PGM-ID    TO WS-LK-PGM-ID.                           K6INCX.1
000000     PERFORM 6000-FIND-ENTRY THRU 6000-EXIT.                      K6INCX.1
000000     IF NOT WS-ENTRY-FOUND                                        K6INCX.1
000000         ADD 1 TO WS-INC-UNMATCHED                                K6INCX.1
000000         MOVE IS-QUEUE-ID  TO IUN-QUEUE-ID                        K6INCX.1
000000         MOVE IS-TARGET-ID TO IUN-TARGET-ID                       K6INCX.1
000000         MOVE IS-PGM-ID    TO IUN-PGM-ID                          K6INCX.1
000000         MOVE IS-TICKET    TO IUN-TICKET                          K6INCX.1
000000         WRITE AG-PRINT-REC FROM INC-UNM-LINE                     K6INCX.1
000000             AFTER ADVANCING 1 LINES                              K6INCX.1
000000         GO TO 4500-EXIT.                                         K6INCX.1
000000     ADD 1 TO WS-INC-APPLIED.                                     K6INCX.1
000000     MOVE IS-TICKET TO REG-ACK-TICKET (REG-IDX).                  K6INCX.1
000000     IF IS-ASSIGNEE NOT = SPACE                                   K6INCX.1
000000         MOVE IS-ASSIGNEE TO REG-ACK-USER (REG-IDX).              K6INCX.1
000000     IF IS-ASSIGNEE NOT = SPACE                                   K6INCX.1
000000             AND REG-ACK-FLAG (REG-IDX) NOT = "A"                 K6INCX.1
000000         MOVE "A"           TO REG-ACK-FLAG (REG-IDX)             K6INCX.1
000000         MOVE WS-AS-OF-DATE TO REG-ACK-DATE (REG-IDX).            K6INCX.1
000000     IF NOT IS-STATUS-DONE                                        K6INCX.1
000000         MOVE IS-STATUS TO REG-INC-STATUS (REG-IDX)               K6INCX.1
000000         GO TO 4500-EXIT.                                         K6INCX.1
000000     MOVE IS-RESOLUTION TO REG-INC-RESOL (REG-IDX).               K6INCX.1
000000     IF REG-LAST-DATE (REG-IDX) NOT = WS-AS-OF-DATE               K6INCX.1
000000         MOVE IS-STATUS TO REG-INC-STATUS (REG-IDX)               K6INCX.1
000000         GO TO 4500-EXIT.                                         K6INCX.1
000000     SET REG-INC-REOPEN (REG-IDX) TO TRUE.                        K6INCX.1
000000     IF REG-REOPEN-COUNT (REG-IDX) < 99                           K6INCX.1
000000         ADD 1 TO REG-REOPEN-COUNT (REG-IDX).                     K6INCX.1
000000     ADD 1 TO WS-INC-REOPENED.                                    K6INCX.1
000000     MOVE REG-QUEUE-ID (REG-IDX)     TO ROP-QUEUE-ID.             K6INCX.1
000000     MOVE REG-TARGET-ID (REG-IDX)    TO ROP-TARGET-ID.            K6INCX.1
000000     MOVE REG-PGM-ID (REG-IDX)       TO ROP-PGM-ID.               K6INCX.1
000000     MOVE IS-TICKET                  TO ROP-TICKET.               K6INCX.1
000000     MOVE IS-RESOLUTION              TO ROP-RESOL.                K6INCX.1
000000     MOVE REG-REOPEN-COUNT (REG-IDX) TO ROP-COUNT.                K6INCX.1
000000     WRITE AG-PRINT-REC FROM REOPEN-LINE                          K6INCX.1
000000         AFTER ADVANCING 1 LINES.                                 K6INCX.1
000000 4500-EXIT.                                                       K6INCX.1
000000     EXIT.                                                        K6INCX.1
038300*================================================================ K6ACKR.1
038400* 5000-AGE-AND-WRITE -- SWEEP THE REGISTER: CARRY EVERY ENTRY     K6ACKR.1
038500* FORWARD, AND REPORT THE TWO KINDS OF OVERDUE OWNERSHIP.         K6ACKR.1
039400     MOVE SPACES TO NR-REGISTER-REC.                              K6ACKR.1
039500     MOVE REG-ENTRY (REG-IDX) TO NR-REGISTER-REC.                 K6ACKR.1
039600     WRITE NR-REGISTER-REC.                                       K6ACKR.1
000000     IF REG-INC-DONE (REG-IDX)                                    K6INCX.1
000000         GO TO 5100-NEXT-ENTRY.                                   K6INCX.1
039700     MOVE REG-FIRST-DATE (REG-IDX) TO WS-ENTRY-DATE.              K6ACKR.1
039800     PERFORM 7000-COMPUTE-AGE THRU 7000-EXIT.                     K6ACKR.1
039900     IF REG-ACK-FLAG (REG-IDX) NOT = "A"                          K6ACKR.1
046700     MOVE WS-AGED-UNACK TO SUM-AGED.                              K6ACKR.1
046800     MOVE WS-PAST-FIX   TO SUM-PAST-FIX.                          K6ACKR.1
046900     WRITE AG-PRINT-REC FROM SUM-LINE-2                           K6ACKR.1
000000         AFTER ADVANCING 1 LINES.                                 K6INCX.1
000000     MOVE WS-INC-APPLIED   TO SUM-INC-APPLIED.                    K6INCX.1
000000     MOVE WS-INC-UNMATCHED TO SUM-INC-UNMATCHED.                  K6INCX.1
000000     MOVE WS-INC-REOPENED  TO SUM-INC-REOPENED.                   K6INCX.1
000000     WRITE AG-PRINT-REC FROM SUM-LINE-3                           K6INCX.1
047000         AFTER ADVANCING 1 LINES.                                 K6ACKR.1
047100 8000-EXIT.                                                       K6ACKR.1
047200     EXIT.                                                        K6ACKR.1
047600 9999-TERMINATE.                                                  K6ACKR.1
047700     IF WS-REG-OPENED                                             K6ACKR.1
047800         CLOSE ACK-REGISTER.                                      K6ACKR.1
047900     CLOSE NOTIFY-IN ACK-IN INCIDENT-STATUS                       K6INCX.1
000000           NEW-REGISTER AGING-RPT.                                K6INCX.1
000000     IF WS-INC-REOPENED > ZERO                                    K6INCX.1
000000         MOVE 4 TO RETURN-CODE.                                   K6INCX.1
048000 9999-EXIT.                                                       K6ACKR.1
048100     EXIT.                                                        K6ACKR.1
