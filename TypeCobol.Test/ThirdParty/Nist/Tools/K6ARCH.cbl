003100*    JCL IS RESPONSIBLE FOR ACTUALLY SCRATCHING THE DASD OR TAPE  K6ARCH.1
003200*    COPY NAMED BY A PURGED ENTRY AND FOR RENAMING NEW-CATALOG    K6ARCH.1
003300*    OVER ARCHIVE-CATALOG FOR THE NEXT RUN.                       K6ARCH.1
000000*    COMPILE LISTINGS ARE CATALOGED THE SAME WAY: K6CLDG LEAVES   K6CLDG.1
000000*    ONE ENTRY PER LISTING ON ARCHADD (RUN-SEQ 00), AND THIS      K6CLDG.1
000000*    PROGRAM COPIES THEM INTO NEW-CATALOG WITH TODAY'S ENTRIES,   K6CLDG.1
000000*    SO THE RETENTION SWEEP AGES THEM OUT ALONG WITH THE          K6CLDG.1
000000*    PRINT-FILES.  THE JCL EMPTIES ARCHADD AFTER A GOOD RUN.      K6CLDG.1
000000*    AN ENTRY PAST RETENTION THAT AN AUDIT HOLD COVERS (HOLDREG,  K6HOLD.1
000000*    CHECKED THROUGH K6HCHK) IS CARRIED FORWARD INSTEAD OF        K6HOLD.1
000000*    PURGED, AND THE REPORT NAMES IT WITH THE HOLD THAT KEPT IT.  K6HOLD.1
003400*                                                                 K6ARCH.1
003500* MODIFICATION HISTORY.                                           K6ARCH.1
003600*    2026-08-09  DLO  ORIGINAL PROGRAM.                           K6ARCH.1
000000*    2026-09-02  DLO  ACCEPT AND UPGRADE PRE-ROTATION             K6ARCH.1
000000*                     68-BYTE CATALOG ENTRIES ON THE              K6ARCH.1
000000*                     COPY-FORWARD.                               K6ARCH.1
000000*    2026-10-15  DLO  FOLD COMPILE-LISTING ENTRIES FROM ARCHADD   K6CLDG.1
000000*                     (K6CLDG) INTO THE CATALOG.                  K6CLDG.1
000000*    2026-10-15  DLO  HONOR THE AUDIT HOLD REGISTER IN THE        K6HOLD.1
000000*                     RETENTION SWEEP.                            K6HOLD.1
003700*================================================================ K6ARCH.1
003800                                                                  K6ARCH.1
003900 ENVIRONMENT DIVISION.                                            K6ARCH.1
005000         ORGANIZATION IS SEQUENTIAL.                              K6ARCH.1
005100     SELECT NEW-CATALOG    ASSIGN TO NEWCAT                       K6ARCH.1
005200         ORGANIZATION IS SEQUENTIAL.                              K6ARCH.1
000000     SELECT OPTIONAL LISTING-ADDS ASSIGN TO ARCHADD               K6CLDG.1
000000         ORGANIZATION IS SEQUENTIAL.                              K6CLDG.1
005300     SELECT ARCHIVE-RPT    ASSIGN TO ARCHRPT                      K6ARCH.1
005400         ORGANIZATION IS SEQUENTIAL.                              K6ARCH.1
005500                                                                  K6ARCH.1
008700 FD  NEW-CATALOG                                                  K6ARCH.1
008800     LABEL RECORDS ARE STANDARD.                                  K6ARCH.1
000000 01  NC-CATALOG-ENTRY         PIC X(84).                          K6VLTM.1
000000 FD  LISTING-ADDS                                                 K6CLDG.1
000000     LABEL RECORDS ARE STANDARD.                                  K6CLDG.1
000000 01  LA-CATALOG-ENTRY         PIC X(84).                          K6CLDG.1
009000 FD  ARCHIVE-RPT                                                  K6ARCH.1
009100     LABEL RECORDS ARE STANDARD.                                  K6ARCH.1
009200 01  AR-PRINT-REC             PIC X(80).                          K6ARCH.1
009300                                                                  K6ARCH.1
009400 WORKING-STORAGE SECTION.                                         K6ARCH.1
009500 COPY K6RETN.                                                     K6ARCH.1
000000* AUDIT-HOLD CHECK HANDSHAKE -- SEE K6HCHK AND K6HCLK.CPY.        K6HOLD.1
000000 COPY K6HCLK.                                                     K6HOLD.1
009600* ----------------------------------------------------------      K6ARCH.1
009700* SWITCHES AND COUNTERS.                                          K6ARCH.1
009800* ----------------------------------------------------------      K6ARCH.1
010300 77  WS-ARCHIVED-COUNT        PIC 9(4)   COMP VALUE ZERO.         K6ARCH.1
010400 77  WS-RETAINED-COUNT        PIC 9(4)   COMP VALUE ZERO.         K6ARCH.1
010500 77  WS-PURGED-COUNT          PIC 9(4)   COMP VALUE ZERO.         K6ARCH.1
000000 77  WS-HELD-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6HOLD.1
000000* NAME OF A HELD ENTRY ON THE REPORT AND THE SKIP LOG.            K6HOLD.1
000000 01  WS-HOLD-ITEM.                                                K6HOLD.1
000000     05  FILLER               PIC X(9)   VALUE "ARCHCAT ".        K6HOLD.1
000000     05  WHI-TARGET-ID        PIC X(8).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE SPACE.             K6HOLD.1
000000     05  WHI-PGM-ID           PIC X(6).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE SPACE.             K6HOLD.1
000000     05  WHI-RUN-DATE         PIC 9(8).                           K6HOLD.1
000000     05  FILLER               PIC X(1)   VALUE "/".               K6HOLD.1
000000     05  WHI-RUN-SEQ          PIC 99.                             K6HOLD.1
010600* ----------------------------------------------------------      K6ARCH.1
010700* WORK AREA FOR THE 360-DAY-YEAR AGE-IN-DAYS CALCULATION.         K6ARCH.1
010800* ----------------------------------------------------------      K6ARCH.1
014000     05  FILLER   PIC X(14) VALUE "DAYS-OLD=".                    K6ARCH.1
014100     05  PUR-AGE              PIC ZZZZ9.                          K6ARCH.1
014200     05  FILLER   PIC X(25) VALUE SPACE.                          K6ARCH.1
000000 01  HELD-LINE.                                                   K6HOLD.1
000000     05  FILLER   PIC X(8)  VALUE "HELD    ".                     K6HOLD.1
000000     05  HLD-TARGET-ID        PIC X(8).                           K6HOLD.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HOLD.1
000000     05  HLD-PGM-ID           PIC X(6).                           K6HOLD.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HOLD.1
000000     05  HLD-RUN-DATE         PIC 9(8).                           K6HOLD.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6HOLD.1
000000     05  FILLER   PIC X(9)  VALUE "DAYS-OLD=".                    K6HOLD.1
000000     05  HLD-AGE              PIC ZZZZ9.                          K6HOLD.1
000000     05  FILLER   PIC X(6)  VALUE " HOLD=".                       K6HOLD.1
000000     05  HLD-HOLD-ID          PIC X(8).                           K6HOLD.1
000000     05  FILLER   PIC X(4)  VALUE " BY ".                         K6HOLD.1
000000     05  HLD-REQUESTER        PIC X(8).                           K6HOLD.1
000000     05  FILLER   PIC X(4)  VALUE SPACE.                          K6HOLD.1
014300 01  SUM-LINE.                                                    K6ARCH.1
014400     05  FILLER   PIC X(13) VALUE "ARCHIVED TOD=".                K6ARCH.1
014500     05  SUM-ARCHIVED         PIC ZZZ9.                           K6ARCH.1
014900     05  FILLER   PIC X(3)  VALUE SPACE.                          K6ARCH.1
015000     05  FILLER   PIC X(7)  VALUE "PURGED=".                      K6ARCH.1
015100     05  SUM-PURGED           PIC ZZZ9.                           K6ARCH.1
015200     05  FILLER   PIC X(3)  VALUE SPACE.                          K6HOLD.1
000000     05  FILLER   PIC X(5)  VALUE "HELD=".                        K6HOLD.1
000000     05  SUM-HELD             PIC ZZZ9.                           K6HOLD.1
000000     05  FILLER   PIC X(26) VALUE SPACE.                          K6HOLD.1
015300                                                                  K6ARCH.1
015400 PROCEDURE DIVISION.                                              K6ARCH.1
015500*================================================================ K6ARCH.1
016900 1000-INITIALIZE.                                                 K6ARCH.1
017000     OPEN INPUT  RAW-EXTRACT.                                     K6ARCH.1
017100     OPEN INPUT  ARCHIVE-CATALOG.                                 K6ARCH.1
000000     OPEN INPUT  LISTING-ADDS.                                    K6CLDG.1
017200     OPEN OUTPUT NEW-CATALOG.                                     K6ARCH.1
017300     OPEN OUTPUT ARCHIVE-RPT.                                     K6ARCH.1
000000     MOVE "K6ARCH" TO HC-TOOL.                                    K6HOLD.1
017400     WRITE AR-PRINT-REC FROM HDR-LINE.                            K6ARCH.1
017500 1000-EXIT.                                                       K6ARCH.1
017600     EXIT.                                                        K6ARCH.1
018300     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.                    K6ARCH.1
018400 2000-LOOP.                                                       K6ARCH.1
018500     IF WS-RE-EOF                                                 K6ARCH.1
018600         GO TO 2000-LISTINGS.                                     K6CLDG.1
018700     MOVE RE-RUN-DATE     TO WS-AS-OF-DATE.                       K6ARCH.1
018800     MOVE RE-TARGET-ID    TO AC-TARGET-ID.                        K6ARCH.1
018900     MOVE RE-PGM-ID       TO AC-PGM-ID.                           K6ARCH.1
019400     ADD 1 TO WS-ARCHIVED-COUNT.                                  K6ARCH.1
019500     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.                    K6ARCH.1
019600     GO TO 2000-LOOP.                                             K6ARCH.1
000000 2000-LISTINGS.                                                   K6CLDG.1
000000     READ LISTING-ADDS                                            K6CLDG.1
000000         AT END GO TO 2000-EXIT.                                  K6CLDG.1
000000     WRITE NC-CATALOG-ENTRY FROM LA-CATALOG-ENTRY.                K6CLDG.1
000000     ADD 1 TO WS-ARCHIVED-COUNT.                                  K6CLDG.1
000000     GO TO 2000-LISTINGS.                                         K6CLDG.1
019700 2000-EXIT.                                                       K6ARCH.1
019800     CLOSE RAW-EXTRACT.                                           K6ARCH.1
000000     CLOSE LISTING-ADDS.                                          K6CLDG.1
019900     EXIT.                                                        K6ARCH.1
020000 2100-READ-EXTRACT.                                               K6ARCH.1
020100     READ RAW-EXTRACT                                             K6ARCH.1
021300     IF WS-AC-EOF                                                 K6ARCH.1
021400         GO TO 3000-EXIT.                                         K6ARCH.1
021500     PERFORM 3200-COMPUTE-AGE THRU 3200-EXIT.                     K6ARCH.1
000000     MOVE "N" TO HC-HELD-SW.                                      K6HOLD.1
000000     IF WS-AGE-IN-DAYS > K6-RETENTION-DAYS                        K6HOLD.1
000000         PERFORM 3300-CHECK-HOLD THRU 3300-EXIT.                  K6HOLD.1
021600     IF WS-AGE-IN-DAYS > K6-RETENTION-DAYS AND NOT HC-HELD        K6HOLD.1
021700         ADD 1 TO WS-PURGED-COUNT                                 K6ARCH.1
021800         MOVE AC-TARGET-ID TO PUR-TARGET-ID                       K6ARCH.1
021900         MOVE AC-PGM-ID    TO PUR-PGM-ID                          K6ARCH.1
024300         .                                                        K6ARCH.1
024300 3200-EXIT.                                                       K6ARCH.1
024400     EXIT.                                                        K6ARCH.1
000000*================================================================ K6HOLD.1
000000* 3300-CHECK-HOLD -- AN ENTRY DUE FOR PURGE THAT AN AUDIT HOLD    K6HOLD.1
000000* COVERS IS KEPT; THE SKIP IS REPORTED AND LOGGED BY NAME.        K6HOLD.1
000000*================================================================ K6HOLD.1
000000 3300-CHECK-HOLD.                                                 K6HOLD.1
000000     MOVE AC-TARGET-ID TO HC-TARGET-ID WHI-TARGET-ID.             K6HOLD.1
000000     MOVE AC-PGM-ID TO HC-PGM-ID WHI-PGM-ID.                      K6HOLD.1
000000     MOVE AC-RUN-DATE TO HC-ITEM-DATE WHI-RUN-DATE.               K6HOLD.1
000000     MOVE AC-RUN-SEQ TO WHI-RUN-SEQ.                              K6HOLD.1
000000     MOVE WS-HOLD-ITEM TO HC-ITEM-NAME.                           K6HOLD.1
000000     MOVE "CHECK   " TO HC-FUNCTION.                              K6HOLD.1
000000     CALL "K6HCHK" USING HOLD-CHECK-PARM.                         K6HOLD.1
000000     IF NOT HC-HELD                                               K6HOLD.1
000000         GO TO 3300-EXIT.                                         K6HOLD.1
000000     ADD 1 TO WS-HELD-COUNT.                                      K6HOLD.1
000000     MOVE AC-TARGET-ID TO HLD-TARGET-ID.                          K6HOLD.1
000000     MOVE AC-PGM-ID TO HLD-PGM-ID.                                K6HOLD.1
000000     MOVE AC-RUN-DATE TO HLD-RUN-DATE.                            K6HOLD.1
000000     MOVE WS-AGE-IN-DAYS TO HLD-AGE.                              K6HOLD.1
000000     MOVE HC-HOLD-ID TO HLD-HOLD-ID.                              K6HOLD.1
000000     MOVE HC-REQUESTER TO HLD-REQUESTER.                          K6HOLD.1
000000     WRITE AR-PRINT-REC FROM HELD-LINE.                           K6HOLD.1
000000     MOVE "SKIP    " TO HC-FUNCTION.                              K6HOLD.1
000000     CALL "K6HCHK" USING HOLD-CHECK-PARM.                         K6HOLD.1
000000 3300-EXIT.                                                       K6HOLD.1
000000     EXIT.                                                        K6HOLD.1
024500*================================================================ K6ARCH.1
024600* 8000-PRINT-SUMMARY -- WRITE THE CLOSING COUNT LINE.             K6ARCH.1
024700*================================================================ K6ARCH.1
024900     MOVE WS-ARCHIVED-COUNT TO SUM-ARCHIVED.                      K6ARCH.1
025000     MOVE WS-RETAINED-COUNT TO SUM-RETAINED.                      K6ARCH.1
025100     MOVE WS-PURGED-COUNT   TO SUM-PURGED.                        K6ARCH.1
000000     MOVE WS-HELD-COUNT     TO SUM-HELD.                          K6HOLD.1
025200     WRITE AR-PRINT-REC FROM SUM-LINE.                            K6ARCH.1
025300 8000-EXIT.                                                       K6ARCH.1
025400     EXIT.                                                        K6ARCH.1
