002300*    THE OLD ONE AFTER A CLEAN RETURN, SO THE FILE THE MORNING    K6CLOS.1
002400*    QUERIES HIT STAYS FAST AND THE UNLOADED EVIDENCE IS STILL    K6CLOS.1
002500*    RETRIEVABLE FOR AUDITS.                                      K6CLOS.1
000000*    A RECORD OLDER THAN THE CUTOFF THAT AN AUDIT HOLD COVERS     K6HOLD.1
000000*    (HOLDREG, CHECKED THROUGH K6HCHK) IS NOT UNLOADED: IT GOES   K6HOLD.1
000000*    INTO THE NEW MASTER WITH THE SURVIVORS, IS COUNTED IN THE    K6HOLD.1
000000*    HELD COLUMN, AND IS NAMED WITH ITS HOLD ON THE REPORT.       K6HOLD.1
002600*                                                                 K6CLOS.1
002700* MODIFICATION HISTORY.                                           K6CLOS.1
002800*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6CLOS.1
000000*    2026-09-02  DLO  RAW-DATA RECORD WIDENED TO THE 154-BYTE     K6CLOS.1
000000*                     R04 LAYOUT (NAMED-WINDOW ID).               K6CLOS.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  KEEP RECORDS UNDER AUDIT HOLD IN THE NEW    K6HOLD.1
000000*                     MASTER.                                     K6HOLD.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
002900*================================================================ K6CLOS.1
003000                                                                  K6CLOS.1
003100 ENVIRONMENT DIVISION.                                            K6CLOS.1
006300     LABEL RECORDS ARE STANDARD.                                  K6CLOS.1
006400 01  NM-RAW-DATA-SATZ.                                            K6CLOS.1
006500     05  NM-RAW-DATA-KEY      PIC X(24).                          K6CLOS.1
006600     05  FILLER               PIC X(140).                         K6SREL.1
006700 FD  RAW-BACKUP                                                   K6CLOS.1
006800     LABEL RECORDS ARE STANDARD.                                  K6CLOS.1
006900 01  BK-RAW-DATA-SATZ         PIC X(164).                         K6SREL.1
007000 FD  CLOSE-CTL                                                    K6CLOS.1
007100     LABEL RECORDS ARE STANDARD.                                  K6CLOS.1
007200 01  CTL-REC.                                                     K6CLOS.1
000000 01  MSGE-PARM.                                                   K6MSGE.1
000000     05  MSGE-ID              PIC X(8)   VALUE SPACE.             K6MSGE.1
000000     05  MSGE-SUB             PIC X(20)  VALUE SPACE.             K6MSGE.1
000000* AUDIT-HOLD CHECK HANDSHAKE -- SEE K6HCHK AND K6HCLK.CPY.        K6HOLD.1
000000 COPY K6HCLK.                                                     K6HOLD.1
008000* ----------------------------------------------------------      K6CLOS.1
008100* SWITCHES AND COUNTERS.                                          K6CLOS.1
008200* ----------------------------------------------------------      K6CLOS.1
008800 77  WS-READ-COUNT            PIC 9(7)   COMP VALUE ZERO.         K6CLOS.1
008900 77  WS-MOVED-COUNT           PIC 9(7)   COMP VALUE ZERO.         K6CLOS.1
009000 77  WS-KEPT-COUNT            PIC 9(7)   COMP VALUE ZERO.         K6CLOS.1
000000 77  WS-HELD-COUNT            PIC 9(7)   COMP VALUE ZERO.         K6HOLD.1
000000 77  WS-HELD-LISTED           PIC 9(3)   COMP VALUE ZERO.         K6HOLD.1
000000 77  WS-HSUB                  PIC 9(3)   COMP VALUE ZERO.         K6HOLD.1
009100 77  WS-PGM-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6CLOS.1
009200 77  WS-FOUND-SW              PIC X      VALUE "N".               K6CLOS.1
009300     88  WS-PGM-FOUND                    VALUE "Y".               K6CLOS.1
010000         10  PGM-PGM-ID           PIC X(6).                       K6CLOS.1
010100         10  PGM-MOVED            PIC 9(7)   COMP.                K6CLOS.1
010200         10  PGM-KEPT             PIC 9(7)   COMP.                K6CLOS.1
000000         10  PGM-HELD             PIC 9(7)   COMP.                K6HOLD.1
010300* ----------------------------------------------------------      K6CLOS.1
000000* ----------------------------------------------------------      K6HOLD.1
000000* HELD RECORDS NAMED ON THE REPORT (THE FIRST 200; HOLDSKIP       K6HOLD.1
000000* AND THE K6HLDR REPORT CARRY THEM ALL).                          K6HOLD.1
000000* ----------------------------------------------------------      K6HOLD.1
000000 01  HELD-TABLE.                                                  K6HOLD.1
000000     05  HELD-ENTRY OCCURS 200 TIMES.                             K6HOLD.1
000000         10  HK-ITEM-NAME         PIC X(44).                      K6HOLD.1
000000         10  HK-HOLD-ID           PIC X(8).                       K6HOLD.1
000000         10  HK-REQUESTER         PIC X(8).                       K6HOLD.1
000000 01  WS-HOLD-ITEM.                                                K6HOLD.1
000000     05  FILLER               PIC X(9)   VALUE "RAWMSTR ".        K6HOLD.1
000000     05  WHI-TARGET-ID        PIC X(8).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE SPACE.             K6HOLD.1
000000     05  WHI-PGM-ID           PIC X(6).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE SPACE.             K6HOLD.1
000000     05  WHI-RUN-DATE         PIC 9(8).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE "/".               K6HOLD.1
000000     05  WHI-RUN-SEQ          PIC 99.                             K6HOLD.1
000000* ----------------------------------------------------------      K6HOLD.1
010400* REPORT LINES.                                                   K6CLOS.1
010500* ----------------------------------------------------------      K6CLOS.1
010600 01  HDR-LINE-1.                                                  K6CLOS.1
011700     05  FILLER   PIC X(3)  VALUE SPACE.                          K6CLOS.1
011800     05  FILLER   PIC X(8)  VALUE "UNLOADED".                     K6CLOS.1
011900     05  FILLER   PIC X(3)  VALUE SPACE.                          K6CLOS.1
012000     05  FILLER   PIC X(10) VALUE "KEPT".                         K6HOLD.1
000000     05  FILLER   PIC X(90) VALUE "HELD".                         K6HOLD.1
012100 01  DET-LINE.                                                    K6CLOS.1
012200     05  DET-PGM-ID       PIC X(6).                               K6CLOS.1
012300     05  FILLER           PIC X(4)  VALUE SPACE.                  K6CLOS.1
012400     05  DET-MOVED        PIC ZZZZZZ9.                            K6CLOS.1
012500     05  FILLER           PIC X(3)  VALUE SPACE.                  K6CLOS.1
012600     05  DET-KEPT         PIC ZZZZZZ9.                            K6CLOS.1
012700     05  FILLER           PIC X(3)  VALUE SPACE.                  K6HOLD.1
000000     05  DET-HELD         PIC ZZZZZZ9.                            K6HOLD.1
000000     05  FILLER           PIC X(83) VALUE SPACE.                  K6HOLD.1
012800 01  TOT-LINE-1.                                                  K6CLOS.1
012900     05  FILLER           PIC X(21) VALUE "RECORDS READ         ".K6CLOS.1
013000     05  TOT-READ         PIC ZZZZZZ9.                            K6CLOS.1
013700     05  FILLER           PIC X(21) VALUE "RECORDS TO NEW MASTER".K6CLOS.1
013800     05  TOT-KEPT         PIC ZZZZZZ9.                            K6CLOS.1
013900     05  FILLER           PIC X(92) VALUE SPACE.                  K6CLOS.1
000000 01  TOT-LINE-4.                                                  K6HOLD.1
000000     05  FILLER           PIC X(21) VALUE "  OF WHICH HELD      ".K6HOLD.1
000000     05  TOT-HELD         PIC ZZZZZZ9.                            K6HOLD.1
000000     05  FILLER           PIC X(92) VALUE SPACE.                  K6HOLD.1
000000 01  HELD-HDR-LINE.                                               K6HOLD.1
000000     05  FILLER           PIC X(40) VALUE                         K6HOLD.1
000000         "RECORDS KEPT PAST THE CUTOFF BY AN AUDIT".              K6HOLD.1
000000     05  FILLER           PIC X(5)  VALUE " HOLD".                K6HOLD.1
000000     05  FILLER           PIC X(75) VALUE SPACE.                  K6HOLD.1
000000 01  HELD-LINE.                                                   K6HOLD.1
000000     05  FILLER           PIC X(5)  VALUE "HELD ".                K6HOLD.1
000000     05  HLD-ITEM-NAME    PIC X(44).                              K6HOLD.1
000000     05  FILLER           PIC X(6)  VALUE " HOLD=".               K6HOLD.1
000000     05  HLD-HOLD-ID      PIC X(8).                               K6HOLD.1
000000     05  FILLER           PIC X(4)  VALUE " BY ".                 K6HOLD.1
000000     05  HLD-REQUESTER    PIC X(8).                               K6HOLD.1
000000     05  FILLER           PIC X(45) VALUE SPACE.                  K6HOLD.1
000000 01  HELD-MORE-LINE.                                              K6HOLD.1
000000     05  FILLER           PIC X(40) VALUE                         K6HOLD.1
000000         "MORE HELD RECORDS THAN LISTED -- SEE THE".              K6HOLD.1
000000     05  FILLER           PIC X(30) VALUE                         K6HOLD.1
000000         " HOLD-STATUS REPORT (K6HLDR)".                          K6HOLD.1
000000     05  FILLER           PIC X(50) VALUE SPACE.                  K6HOLD.1
014000 01  ERR-LINE.                                                    K6CLOS.1
014100     05  FILLER           PIC X(25) VALUE                         K6CLOS.1
014200         "CLOSE-OUT ABORTED, STATUS".                             K6CLOS.1
017100     CLOSE CLOSE-CTL.                                             K6CLOS.1
017200     OPEN INPUT  RAW-MASTER.                                      K6CLOS.1
017300     OPEN OUTPUT RAW-NEW RAW-BACKUP CLOSE-RPT.                    K6CLOS.1
000000     MOVE "K6CLOS" TO HC-TOOL.                                    K6HOLD.1
017400     IF WS-MASTER-STATUS NOT = "00"                               K6CLOS.1
017500         MOVE "RAWMSTR " TO ERR-FILE                              K6CLOS.1
017600         MOVE WS-MASTER-STATUS TO ERR-STATUS                      K6CLOS.1
018100         GO TO 1000-EXIT.                                         K6CLOS.1
018200     MOVE SPACE TO PGM-PGM-ID (PGM-IDX).                          K6CLOS.1
018300     MOVE ZERO  TO PGM-MOVED (PGM-IDX) PGM-KEPT (PGM-IDX).        K6CLOS.1
000000     MOVE ZERO  TO PGM-HELD (PGM-IDX).                            K6HOLD.1
018400     SET PGM-IDX UP BY 1.                                         K6CLOS.1
018500     GO TO 1000-CLEAR-TABLE.                                      K6CLOS.1
018600 1000-EXIT.                                                       K6CLOS.1
020200*================================================================ K6CLOS.1
020300 3000-DISPOSE-RECORD.                                             K6CLOS.1
020400     PERFORM 4000-FIND-PGM THRU 4000-EXIT.                        K6CLOS.1
000000     MOVE "N" TO HC-HELD-SW.                                      K6HOLD.1
000000     IF RE-RUN-DATE < WS-CUTOFF-DATE                              K6HOLD.1
000000         PERFORM 5000-CHECK-HOLD THRU 5000-EXIT.                  K6HOLD.1
020500     IF RE-RUN-DATE < WS-CUTOFF-DATE AND NOT HC-HELD              K6HOLD.1
020600         WRITE BK-RAW-DATA-SATZ FROM RE-RAW-DATA-SATZ             K6CLOS.1
020700         ADD 1 TO WS-MOVED-COUNT                                  K6CLOS.1
020800         ADD 1 TO PGM-MOVED (PGM-IDX)                             K6CLOS.1
023800     MOVE RE-PGM-ID TO PGM-PGM-ID (PGM-IDX).                      K6CLOS.1
023900 4000-EXIT.                                                       K6CLOS.1
024000     EXIT.                                                        K6CLOS.1
000000*================================================================ K6HOLD.1
000000* 5000-CHECK-HOLD -- A RECORD DUE FOR UNLOAD THAT AN AUDIT HOLD   K6HOLD.1
000000* COVERS STAYS IN THE MASTER; THE SKIP IS LOGGED AND THE RECORD   K6HOLD.1
000000* REMEMBERED FOR THE REPORT.                                      K6HOLD.1
000000*================================================================ K6HOLD.1
000000 5000-CHECK-HOLD.                                                 K6HOLD.1
000000     MOVE RE-TARGET-ID TO HC-TARGET-ID WHI-TARGET-ID.             K6HOLD.1
000000     MOVE RE-PGM-ID TO HC-PGM-ID WHI-PGM-ID.                      K6HOLD.1
000000     MOVE RE-RUN-DATE TO HC-ITEM-DATE WHI-RUN-DATE.               K6HOLD.1
000000     MOVE RE-RUN-SEQ TO WHI-RUN-SEQ.                              K6HOLD.1
000000     MOVE WS-HOLD-ITEM TO HC-ITEM-NAME.                           K6HOLD.1
000000     MOVE "CHECK   " TO HC-FUNCTION.                              K6HOLD.1
000000     CALL "K6HCHK" USING HOLD-CHECK-PARM.                         K6HOLD.1
000000     IF NOT HC-HELD                                               K6HOLD.1
000000         GO TO 5000-EXIT.                                         K6HOLD.1
000000     ADD 1 TO WS-HELD-COUNT.                                      K6HOLD.1
000000     ADD 1 TO PGM-HELD (PGM-IDX).                                 K6HOLD.1
000000     MOVE "SKIP    " TO HC-FUNCTION.                              K6HOLD.1
000000     CALL "K6HCHK" USING HOLD-CHECK-PARM.                         K6HOLD.1
000000     IF WS-HELD-LISTED NOT LESS THAN 200                          K6HOLD.1
000000         GO TO 5000-EXIT.                                         K6HOLD.1
000000     ADD 1 TO WS-HELD-LISTED.                                     K6HOLD.1
000000     MOVE WS-HOLD-ITEM TO HK-ITEM-NAME (WS-HELD-LISTED).          K6HOLD.1
000000     MOVE HC-HOLD-ID TO HK-HOLD-ID (WS-HELD-LISTED).              K6HOLD.1
000000     MOVE HC-REQUESTER TO HK-REQUESTER (WS-HELD-LISTED).          K6HOLD.1
000000 5000-EXIT.                                                       K6HOLD.1
000000     EXIT.                                                        K6HOLD.1
024100*================================================================ K6CLOS.1
024200* 7000-PRINT-REPORT -- WRITE THE HEADINGS, ONE DETAIL LINE PER    K6CLOS.1
024300* PROGRAM, AND THE CLOSE-OUT TOTALS.                              K6CLOS.1
025700     MOVE PGM-PGM-ID (PGM-IDX) TO DET-PGM-ID.                     K6CLOS.1
025800     MOVE PGM-MOVED  (PGM-IDX) TO DET-MOVED.                      K6CLOS.1
025900     MOVE PGM-KEPT   (PGM-IDX) TO DET-KEPT.                       K6CLOS.1
000000     MOVE PGM-HELD   (PGM-IDX) TO DET-HELD.                       K6HOLD.1
026000     WRITE CR-PRINT-REC FROM DET-LINE                             K6CLOS.1
026100         AFTER ADVANCING 1 LINES.                                 K6CLOS.1
026200     SET PGM-IDX UP BY 1.                                         K6CLOS.1
027100         AFTER ADVANCING 1 LINES.                                 K6CLOS.1
027200     WRITE CR-PRINT-REC FROM TOT-LINE-3                           K6CLOS.1
027300         AFTER ADVANCING 1 LINES.                                 K6CLOS.1
000000     MOVE WS-HELD-COUNT  TO TOT-HELD.                             K6HOLD.1
000000     WRITE CR-PRINT-REC FROM TOT-LINE-4                           K6HOLD.1
000000         AFTER ADVANCING 1 LINES.                                 K6HOLD.1
000000     IF WS-HELD-COUNT = ZERO                                      K6HOLD.1
000000         GO TO 7000-EXIT.                                         K6HOLD.1
000000     WRITE CR-PRINT-REC FROM HELD-HDR-LINE                        K6HOLD.1
000000         AFTER ADVANCING 2 LINES.                                 K6HOLD.1
000000     MOVE 1 TO WS-HSUB.                                           K6HOLD.1
000000 7000-HELD.                                                       K6HOLD.1
000000     IF WS-HSUB > WS-HELD-LISTED                                  K6HOLD.1
000000         GO TO 7000-HELD-MORE.                                    K6HOLD.1
000000     MOVE HK-ITEM-NAME (WS-HSUB) TO HLD-ITEM-NAME.                K6HOLD.1
000000     MOVE HK-HOLD-ID   (WS-HSUB) TO HLD-HOLD-ID.                  K6HOLD.1
000000     MOVE HK-REQUESTER (WS-HSUB) TO HLD-REQUESTER.                K6HOLD.1
000000     WRITE CR-PRINT-REC FROM HELD-LINE                            K6HOLD.1
000000         AFTER ADVANCING 1 LINES.                                 K6HOLD.1
000000     ADD 1 TO WS-HSUB.                                            K6HOLD.1
000000     GO TO 7000-HELD.                                             K6HOLD.1
000000 7000-HELD-MORE.                                                  K6HOLD.1
000000     IF WS-HELD-COUNT > WS-HELD-LISTED                            K6HOLD.1
000000         WRITE CR-PRINT-REC FROM HELD-MORE-LINE                   K6HOLD.1
000000             AFTER ADVANCING 1 LINES.                             K6HOLD.1
027400 7000-EXIT.                                                       K6CLOS.1
027500     EXIT.                                                        K6CLOS.1
027600*================================================================ K6CLOS.1
