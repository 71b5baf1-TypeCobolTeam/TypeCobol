003100*    HOLD LIST (LIFEHOLD, PGM-ID COLS 1-6): EVIDENCE TIED TO      K6LIFE.1
003200*    AN OPEN VENDOR DEFECT IS EXEMPT WHATEVER ITS AGE -- THE      K6LIFE.1
003300*    RECORD'S LEADING PGM-ID DECIDES.                             K6LIFE.1
000000*                                                                 K6HOLD.1
000000*    AUDIT HOLDS (HOLDREG, CHECKED THROUGH K6HCHK) ARE HONORED    K6HOLD.1
000000*    THE SAME WAY: A RECORD ABOUT TO BE PURGED THAT A HOLD        K6HOLD.1
000000*    COVERS -- BY PROGRAM AND, WHERE THE FAMILY CARRIES ONE, BY   K6HOLD.1
000000*    DATE -- IS KEPT, AND EACH RUN OF SUCH RECORDS IS NAMED ON    K6HOLD.1
000000*    THE REPORT WITH ITS HOLD AND LOGGED TO HOLDSKIP.             K6HOLD.1
003400*                                                                 K6LIFE.1
003500*    FILES: LIFEIN (THE FAMILY FILE), LIFEOUT (SURVIVORS),        K6LIFE.1
003600*    PURGCAT (APPEND-ONLY CATALOG OF WHAT WAS PURGED WHEN),       K6LIFE.1
003800*                                                                 K6LIFE.1
003900* MODIFICATION HISTORY.                                           K6LIFE.1
004000*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6LIFE.1
000000*    2026-10-15  DLO  HONOR THE AUDIT HOLD REGISTER; AUDIT-HELD   K6HOLD.1
000000*                     COUNT ON THE REPORT AND PURGE CATALOG.      K6HOLD.1
004100*================================================================ K6LIFE.1
004200                                                                  K6LIFE.1
004300 ENVIRONMENT DIVISION.                                            K6LIFE.1
010400     05  PC-PURGED            PIC 9(7).                           K6LIFE.1
010500     05  FILLER               PIC X(1).                           K6LIFE.1
010600     05  PC-HELD              PIC 9(7).                           K6LIFE.1
010700     05  FILLER               PIC X(1).                           K6HOLD.1
000000     05  PC-AUDIT-HELD        PIC 9(7).                           K6HOLD.1
000000     05  FILLER               PIC X(20).                          K6HOLD.1
010800 FD  LIFE-RPT                                                     K6LIFE.1
010900     LABEL RECORDS ARE STANDARD.                                  K6LIFE.1
011000 01  LR-PRINT-REC             PIC X(120).                         K6LIFE.1
000000 01  MSGE-PARM.                                                   K6MSGE.1
000000     05  MSGE-ID              PIC X(8)   VALUE SPACE.             K6MSGE.1
000000     05  MSGE-SUB             PIC X(20)  VALUE SPACE.             K6MSGE.1
000000* AUDIT-HOLD CHECK HANDSHAKE -- SEE K6HCHK AND K6HCLK.CPY.        K6HOLD.1
000000 COPY K6HCLK.                                                     K6HOLD.1
011700 77  WS-IN-LEN                PIC 9(3)   COMP VALUE ZERO.         K6LIFE.1
011800 77  WS-OUT-LEN               PIC 9(3)   COMP VALUE ZERO.         K6LIFE.1
011900 77  WS-IN-EOF-SW             PIC X      VALUE "N".               K6LIFE.1
012700 77  WS-KEPT                  PIC 9(7)   VALUE ZERO.              K6LIFE.1
012800 77  WS-PURGED                PIC 9(7)   VALUE ZERO.              K6LIFE.1
012900 77  WS-HELD                  PIC 9(7)   VALUE ZERO.              K6LIFE.1
000000 77  WS-AUDIT-HELD            PIC 9(7)   VALUE ZERO.              K6HOLD.1
013000 77  WS-HOLD-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6LIFE.1
013100 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6LIFE.1
013200 77  WS-DATE-OFFSET           PIC 9(3)   COMP VALUE ZERO.         K6LIFE.1
015400 01  WS-MM-SUB                PIC 99     VALUE ZERO.              K6LIFE.1
015500 01  HOLD-TABLE.                                                  K6LIFE.1
015600     05  HOLD-PGM OCCURS 100 TIMES PIC X(6).                      K6LIFE.1
000000* NAME OF AN AUDIT-HELD RECORD ON THE REPORT AND THE SKIP LOG,    K6HOLD.1
000000* AND THE LAST ONE NAMED -- A RUN OF RECORDS WITH THE SAME NAME   K6HOLD.1
000000* UNDER THE SAME HOLD IS NAMED ONCE.                              K6HOLD.1
000000 01  WS-HOLD-ITEM.                                                K6HOLD.1
000000     05  WHI-FAMILY           PIC X(8).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE SPACE.             K6HOLD.1
000000     05  WHI-PGM-ID           PIC X(6).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE SPACE.             K6HOLD.1
000000     05  WHI-DATE             PIC X(8).                           K6HOLD.1
000000 01  WS-LAST-SKIP-ITEM        PIC X(44)  VALUE SPACE.             K6HOLD.1
000000 01  WS-LAST-SKIP-HOLD        PIC X(8)   VALUE SPACE.             K6HOLD.1
015700* ----------------------------------------------------------      K6LIFE.1
015800* REPORT LINES.                                                   K6LIFE.1
015900* ----------------------------------------------------------      K6LIFE.1
016400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6LIFE.1
016500     05  HDR-FUNCTION         PIC X(8).                           K6LIFE.1
016600     05  FILLER   PIC X(60) VALUE SPACE.                          K6LIFE.1
000000 01  HELD-LINE.                                                   K6HOLD.1
000000     05  FILLER   PIC X(8)  VALUE "HELD    ".                     K6HOLD.1
000000     05  HLD-ITEM-NAME        PIC X(44).                          K6HOLD.1
000000     05  FILLER   PIC X(6)  VALUE " HOLD=".                       K6HOLD.1
000000     05  HLD-HOLD-ID          PIC X(8).                           K6HOLD.1
000000     05  FILLER   PIC X(4)  VALUE " BY ".                         K6HOLD.1
000000     05  HLD-REQUESTER        PIC X(8).                           K6HOLD.1
000000     05  FILLER   PIC X(42) VALUE SPACE.                          K6HOLD.1
016700 01  SUM-LINE.                                                    K6LIFE.1
016800     05  FILLER   PIC X(6)  VALUE "KEPT= ".                       K6LIFE.1
016900     05  SL-KEPT              PIC ZZZZZZ9.                        K6LIFE.1
017100     05  SL-PURGED            PIC ZZZZZZ9.                        K6LIFE.1
017200     05  FILLER   PIC X(14) VALUE " HELD (OPEN)= ".               K6LIFE.1
017300     05  SL-HELD              PIC ZZZZZZ9.                        K6LIFE.1
000000     05  FILLER   PIC X(13) VALUE " AUDIT HOLD= ".                K6HOLD.1
000000     05  SL-AUDIT-HELD        PIC ZZZZZZ9.                        K6HOLD.1
017400     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6LIFE.1
017500     05  SL-RC                PIC 99.                             K6LIFE.1
017600     05  FILLER   PIC X(32) VALUE SPACE.                          K6HOLD.1
017700                                                                  K6LIFE.1
017800 PROCEDURE DIVISION.                                              K6LIFE.1
017900*================================================================ K6LIFE.1
023200     OPEN INPUT LIFE-IN.                                          K6LIFE.1
023300     OPEN OUTPUT LIFE-OUT.                                        K6LIFE.1
023400     OPEN OUTPUT LIFE-RPT.                                        K6LIFE.1
000000     MOVE "K6LIFE" TO HC-TOOL.                                    K6HOLD.1
023500     MOVE WS-FAMILY TO HDR-FAMILY.                                K6LIFE.1
023600     MOVE WS-FUNCTION TO HDR-FUNCTION.                            K6LIFE.1
023700     WRITE LR-PRINT-REC FROM HDR-LINE                             K6LIFE.1
027600         PERFORM 3500-KEEP THRU 3500-EXIT                         K6LIFE.1
027700         GO TO 3000-NEXT.                                         K6LIFE.1
027800     IF WS-FUNCTION = "ALL     "                                  K6LIFE.1
027900         PERFORM 3300-PURGE THRU 3300-EXIT                        K6HOLD.1
028000         GO TO 3000-NEXT.                                         K6LIFE.1
028100     MOVE LI-RECORD (WS-DATE-OFFSET:8) TO WS-REC-DATE-X.          K6LIFE.1
028200     IF WS-REC-DATE-X NOT NUMERIC                                 K6LIFE.1
028700     MOVE WS-SERIAL-OUT TO WS-REC-SERIAL.                         K6LIFE.1
028800     IF WS-TODAY-SERIAL - WS-REC-SERIAL GREATER THAN              K6LIFE.1
028900             WS-RETAIN-DAYS                                       K6LIFE.1
029000         PERFORM 3300-PURGE THRU 3300-EXIT                        K6HOLD.1
029100     ELSE                                                         K6LIFE.1
029200         PERFORM 3500-KEEP THRU 3500-EXIT.                        K6LIFE.1
029300 3000-NEXT.                                                       K6LIFE.1
031000     GO TO 3100-SCAN.                                             K6LIFE.1
031100 3100-EXIT.                                                       K6LIFE.1
031200     EXIT.                                                        K6LIFE.1
000000*================================================================ K6HOLD.1
000000* 3300-PURGE -- A RECORD THE RETENTION RULE WOULD PURGE, UNLESS   K6HOLD.1
000000* AN AUDIT HOLD COVERS IT.                                        K6HOLD.1
000000*================================================================ K6HOLD.1
000000 3300-PURGE.                                                      K6HOLD.1
000000     MOVE ZERO TO HC-ITEM-DATE.                                   K6HOLD.1
000000     MOVE "UNDATED " TO WHI-DATE.                                 K6HOLD.1
000000     IF WS-DATE-OFFSET NOT = ZERO                                 K6HOLD.1
000000         MOVE LI-RECORD (WS-DATE-OFFSET:8) TO WS-REC-DATE-X       K6HOLD.1
000000         IF WS-REC-DATE-X NUMERIC                                 K6HOLD.1
000000             MOVE WS-REC-DATE-X TO HC-ITEM-DATE WHI-DATE.         K6HOLD.1
000000     MOVE SPACE TO HC-TARGET-ID.                                  K6HOLD.1
000000     MOVE WS-REC-PGM-ID TO HC-PGM-ID WHI-PGM-ID.                  K6HOLD.1
000000     MOVE WS-FAMILY TO WHI-FAMILY.                                K6HOLD.1
000000     MOVE WS-HOLD-ITEM TO HC-ITEM-NAME.                           K6HOLD.1
000000     MOVE "CHECK   " TO HC-FUNCTION.                              K6HOLD.1
000000     CALL "K6HCHK" USING HOLD-CHECK-PARM.                         K6HOLD.1
000000     IF NOT HC-HELD                                               K6HOLD.1
000000         ADD 1 TO WS-PURGED                                       K6HOLD.1
000000         GO TO 3300-EXIT.                                         K6HOLD.1
000000     ADD 1 TO WS-AUDIT-HELD.                                      K6HOLD.1
000000     PERFORM 3500-KEEP THRU 3500-EXIT.                            K6HOLD.1
000000     IF HC-ITEM-NAME = WS-LAST-SKIP-ITEM                          K6HOLD.1
000000             AND HC-HOLD-ID = WS-LAST-SKIP-HOLD                   K6HOLD.1
000000         GO TO 3300-EXIT.                                         K6HOLD.1
000000     MOVE HC-ITEM-NAME TO WS-LAST-SKIP-ITEM HLD-ITEM-NAME.        K6HOLD.1
000000     MOVE HC-HOLD-ID TO WS-LAST-SKIP-HOLD HLD-HOLD-ID.            K6HOLD.1
000000     MOVE HC-REQUESTER TO HLD-REQUESTER.                          K6HOLD.1
000000     WRITE LR-PRINT-REC FROM HELD-LINE                            K6HOLD.1
000000         AFTER ADVANCING 1 LINE.                                  K6HOLD.1
000000     MOVE "SKIP    " TO HC-FUNCTION.                              K6HOLD.1
000000     CALL "K6HCHK" USING HOLD-CHECK-PARM.                         K6HOLD.1
000000 3300-EXIT.                                                       K6HOLD.1
000000     EXIT.                                                        K6HOLD.1
031300*================================================================ K6LIFE.1
031400* 3500-KEEP.                                                      K6LIFE.1
031500*================================================================ K6LIFE.1
036400     MOVE WS-KEPT TO PC-KEPT.                                     K6LIFE.1
036500     MOVE WS-PURGED TO PC-PURGED.                                 K6LIFE.1
036600     MOVE WS-HELD TO PC-HELD.                                     K6LIFE.1
000000     MOVE WS-AUDIT-HELD TO PC-AUDIT-HELD.                         K6HOLD.1
036700     WRITE PC-CATALOG-REC.                                        K6LIFE.1
036800     CLOSE PURGE-CAT.                                             K6LIFE.1
036900     MOVE WS-KEPT TO SL-KEPT.                                     K6LIFE.1
037000     MOVE WS-PURGED TO SL-PURGED.                                 K6LIFE.1
037100     MOVE WS-HELD TO SL-HELD.                                     K6LIFE.1
000000     MOVE WS-AUDIT-HELD TO SL-AUDIT-HELD.                         K6HOLD.1
037200     MOVE WS-VERDICT-RC TO SL-RC.                                 K6LIFE.1
037300     WRITE LR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 2 LINES.    K6LIFE.1
037400 8000-EXIT.                                                       K6LIFE.1
