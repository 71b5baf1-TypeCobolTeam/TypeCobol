002900*                 (BACK ONSITE FOR THE AUDIT).                    K6VLTM.1
003000*    SHIPPED/BACK REWRITE THE CATALOG (NEWCAT) WITH THE NEW       K6VLTM.1
003100*    LOCATION AND MOVE DATE; DUE/RECALL ONLY REPORT.              K6VLTM.1
000000*    A GENERATION UNDER AUDIT HOLD (HOLDREG, CHECKED THROUGH      K6HOLD.1
000000*    K6HCHK) STAYS ONSITE: DUE LISTS IT AS HELD INSTEAD OF        K6HOLD.1
000000*    SHIP-DUE, AND SHIPPED LEAVES IT UNMOVED, NAMING THE HOLD.    K6HOLD.1
003200*                                                                 K6VLTM.1
003300* MODIFICATION HISTORY.                                           K6VLTM.1
003400*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6VLTM.1
000000*    2026-10-15  DLO  KEEP GENERATIONS UNDER AUDIT HOLD ONSITE.   K6HOLD.1
003500*================================================================ K6VLTM.1
003600                                                                  K6VLTM.1
003700 ENVIRONMENT DIVISION.                                            K6VLTM.1
009300 01  VR-PRINT-REC             PIC X(120).                         K6VLTM.1
009400                                                                  K6VLTM.1
009500 WORKING-STORAGE SECTION.                                         K6VLTM.1
000000* AUDIT-HOLD CHECK HANDSHAKE -- SEE K6HCHK AND K6HCLK.CPY.        K6HOLD.1
000000 COPY K6HCLK.                                                     K6HOLD.1
009600* ----------------------------------------------------------      K6VLTM.1
009700* SWITCHES AND COUNTERS.                                          K6VLTM.1
009800* ----------------------------------------------------------      K6VLTM.1
010400 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6VLTM.1
010500 77  WS-LISTED                PIC 9(5)   VALUE ZERO.              K6VLTM.1
010600 77  WS-MOVED                 PIC 9(5)   VALUE ZERO.              K6VLTM.1
000000 77  WS-HELD                  PIC 9(5)   VALUE ZERO.              K6HOLD.1
010700 77  WS-MOVE-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6VLTM.1
010800 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6VLTM.1
010900 77  WS-MATCH-SW              PIC X      VALUE "N".               K6VLTM.1
013300         10  MT-PGM-ID        PIC X(6).                           K6VLTM.1
013400         10  MT-RUN-DATE      PIC 9(8).                           K6VLTM.1
013500         10  MT-RUN-SEQ       PIC 99.                             K6VLTM.1
000000* NAME OF A HELD GENERATION ON THE SKIP LOG.                      K6HOLD.1
000000 01  WS-HOLD-ITEM.                                                K6HOLD.1
000000     05  FILLER               PIC X(9)   VALUE "ARCHCAT ".        K6HOLD.1
000000     05  WHI-TARGET-ID        PIC X(8).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE SPACE.             K6HOLD.1
000000     05  WHI-PGM-ID           PIC X(6).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE SPACE.             K6HOLD.1
000000     05  WHI-RUN-DATE         PIC 9(8).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE "/".               K6HOLD.1
000000     05  WHI-RUN-SEQ          PIC 99.                             K6HOLD.1
013600* ----------------------------------------------------------      K6VLTM.1
013700* REPORT LINES.                                                   K6VLTM.1
013800* ----------------------------------------------------------      K6VLTM.1
015400     05  LL-LOCATION          PIC X(8).                           K6VLTM.1
015500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6VLTM.1
015600     05  LL-DSN               PIC X(44).                          K6VLTM.1
015700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HOLD.1
000000     05  LL-HOLD-ID           PIC X(8)  VALUE SPACE.              K6HOLD.1
000000     05  FILLER   PIC X(18) VALUE SPACE.                          K6HOLD.1
015800 01  SUM-LINE.                                                    K6VLTM.1
015900     05  FILLER   PIC X(8)  VALUE "LISTED= ".                     K6VLTM.1
016000     05  SL-LISTED            PIC ZZZZ9.                          K6VLTM.1
016100     05  FILLER   PIC X(8)  VALUE " MOVED= ".                     K6VLTM.1
016200     05  SL-MOVED             PIC ZZZZ9.                          K6VLTM.1
016300     05  FILLER   PIC X(7)  VALUE " HELD= ".                      K6HOLD.1
000000     05  SL-HELD              PIC ZZZZ9.                          K6HOLD.1
000000     05  FILLER   PIC X(82) VALUE SPACE.                          K6HOLD.1
016400                                                                  K6VLTM.1
016500 PROCEDURE DIVISION.                                              K6VLTM.1
016600*================================================================ K6VLTM.1
017900     MOVE WS-TODAY TO WS-DATE-N.                                  K6VLTM.1
018000     PERFORM 7400-DAY-SERIAL THRU 7400-EXIT.                      K6VLTM.1
018100     MOVE WS-SERIAL-OUT TO WS-TODAY-SERIAL.                       K6VLTM.1
000000     MOVE "K6VLTM" TO HC-TOOL.                                    K6HOLD.1
018200     OPEN INPUT VLT-CTL.                                          K6VLTM.1
018300     IF WS-CTL-STATUS = "00"                                      K6VLTM.1
018400         READ VLT-CTL                                             K6VLTM.1
026200     PERFORM 7400-DAY-SERIAL THRU 7400-EXIT.                      K6VLTM.1
026300     MOVE WS-SERIAL-OUT TO WS-ENTRY-SERIAL.                       K6VLTM.1
026400     COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ENTRY-SERIAL.     K6VLTM.1
026500     IF WS-AGE-DAYS NOT GREATER THAN WS-DUE-DAYS                  K6HOLD.1
000000         GO TO 3000-EXIT.                                         K6HOLD.1
000000     PERFORM 6000-CHECK-HOLD THRU 6000-EXIT.                      K6HOLD.1
000000     IF HC-HELD                                                   K6HOLD.1
000000         GO TO 3000-EXIT.                                         K6HOLD.1
026600     MOVE "SHIP-DUE " TO LL-KIND.                                 K6HOLD.1
026700     PERFORM 7000-LIST-ENTRY THRU 7000-EXIT.                      K6HOLD.1
026800 3000-EXIT.                                                       K6VLTM.1
026900     EXIT.                                                        K6VLTM.1
027000*================================================================ K6VLTM.1
029000 5000-SCAN.                                                       K6VLTM.1
029100     IF WS-SUB GREATER THAN WS-MOVE-COUNT                         K6VLTM.1
029200         GO TO 5000-WRITE.                                        K6VLTM.1
000000     IF WS-MATCH-SW = "Y" AND WS-FUNCTION = "SHIPPED "            K6HOLD.1
000000         PERFORM 6000-CHECK-HOLD THRU 6000-EXIT                   K6HOLD.1
000000         IF HC-HELD                                               K6HOLD.1
000000             MOVE "N" TO WS-MATCH-SW.                             K6HOLD.1
029300     IF MT-TARGET-ID (WS-SUB) = AC-TARGET-ID                      K6VLTM.1
029400             AND MT-PGM-ID (WS-SUB) = AC-PGM-ID                   K6VLTM.1
029500             AND MT-RUN-DATE (WS-SUB) = AC-RUN-DATE               K6VLTM.1
031300     WRITE NC-CATALOG-ENTRY FROM AC-CATALOG-ENTRY.                K6VLTM.1
031400 5000-EXIT.                                                       K6VLTM.1
031500     EXIT.                                                        K6VLTM.1
000000*================================================================ K6HOLD.1
000000* 6000-CHECK-HOLD -- A GENERATION UNDER AUDIT HOLD IS LISTED AS   K6HOLD.1
000000* HELD WITH THE HOLD THAT KEEPS IT, AND THE SKIP IS LOGGED.       K6HOLD.1
000000*================================================================ K6HOLD.1
000000 6000-CHECK-HOLD.                                                 K6HOLD.1
000000     MOVE AC-TARGET-ID TO HC-TARGET-ID WHI-TARGET-ID.             K6HOLD.1
000000     MOVE AC-PGM-ID TO HC-PGM-ID WHI-PGM-ID.                      K6HOLD.1
000000     MOVE AC-RUN-DATE TO HC-ITEM-DATE WHI-RUN-DATE.               K6HOLD.1
000000     MOVE AC-RUN-SEQ TO WHI-RUN-SEQ.                              K6HOLD.1
000000     MOVE WS-HOLD-ITEM TO HC-ITEM-NAME.                           K6HOLD.1
000000     MOVE "CHECK   " TO HC-FUNCTION.                              K6HOLD.1
000000     CALL "K6HCHK" USING HOLD-CHECK-PARM.                         K6HOLD.1
000000     IF NOT HC-HELD                                               K6HOLD.1
000000         GO TO 6000-EXIT.                                         K6HOLD.1
000000     ADD 1 TO WS-HELD.                                            K6HOLD.1
000000     MOVE "HELD     " TO LL-KIND.                                 K6HOLD.1
000000     MOVE HC-HOLD-ID TO LL-HOLD-ID.                               K6HOLD.1
000000     PERFORM 7000-LIST-ENTRY THRU 7000-EXIT.                      K6HOLD.1
000000     MOVE SPACE TO LL-HOLD-ID.                                    K6HOLD.1
000000     MOVE "SKIP    " TO HC-FUNCTION.                              K6HOLD.1
000000     CALL "K6HCHK" USING HOLD-CHECK-PARM.                         K6HOLD.1
000000 6000-EXIT.                                                       K6HOLD.1
000000     EXIT.                                                        K6HOLD.1
031600*================================================================ K6VLTM.1
031700* 7000-LIST-ENTRY.                                                K6VLTM.1
031800*================================================================ K6VLTM.1
036300 8000-SUMMARY.                                                    K6VLTM.1
036400     MOVE WS-LISTED TO SL-LISTED.                                 K6VLTM.1
036500     MOVE WS-MOVED TO SL-MOVED.                                   K6VLTM.1
000000     MOVE WS-HELD TO SL-HELD.                                     K6HOLD.1
036600     WRITE VR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 2 LINES.    K6VLTM.1
036700     CLOSE VLT-RPT.                                               K6VLTM.1
036800 8000-EXIT.                                                       K6VLTM.1
