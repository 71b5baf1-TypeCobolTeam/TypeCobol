001600*    STAMPED ON EVERY CONSOLIDATED RESULT; THIS SELECTOR TURNS    K6ISEL.1
001700*    THEM INTO A MINIMAL PATCH-VERIFICATION STEP-LIST:            K6ISEL.1
001800*                                                                 K6ISEL.1
000000*      - CLAUSE CARDS (ISELCTL, ONE CODE IN COLS 1-10, "I" IN     K6XWLK.1
000000*        COL 12 FOR AN ISO/IEC 1989 CODE, ITS EDITION IN COLS     K6XWLK.1
000000*        14-17 -- SPACE FOR THE LATEST); AN ISO CODE STANDS       K6XWLK.1
000000*        FOR THE ANSI CODES THE CROSSWALK (K6XWLK) MAPS IT TO;    K6XWLK.1
002000*      - EVERY PROGRAM WHOSE RESULTS-HISTORY ROWS (RSLTHIST)      K6ISEL.1
002100*        CITE ONE OF THE CODES IS SELECTED;                       K6ISEL.1
002200*      - THE FULL STEP-LIST (STEPLIST) SUPPLIES THE DECLARED      K6ISEL.1
002800*                                                                 K6ISEL.1
002900*    HOURS INSTEAD OF A FULL OVERNIGHT FOR A TWO-CLAUSE PATCH.    K6ISEL.1
003000*                                                                 K6ISEL.1
000000*    THE REPORT ECHOES EACH CLAUSE CARD IN BOTH NUMBERINGS, SAYS  K6XWLK.1
000000*    WHEN AN ISO CLAUSE HAS NO 1985 COUNTERPART (NOTHING IN THE   K6XWLK.1
000000*    SUITE CAN COVER IT), AND SHOWS THE ISO COUNTERPART OF THE    K6XWLK.1
000000*    CLAUSE EACH PROGRAM WAS SELECTED FOR.                        K6XWLK.1
000000*                                                                 K6XWLK.1
003100* MODIFICATION HISTORY.                                           K6ISEL.1
003200*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6ISEL.1
000000*    2026-10-15  DLO  CLAUSE CARDS MAY CITE ISO/IEC 1989 CODES,   K6XWLK.1
000000*                     TRANSLATED THROUGH THE CROSSWALK            K6XWLK.1
000000*                     (K6XWLK); REPORT SHOWS BOTH NUMBERINGS.     K6XWLK.1
003300*================================================================ K6ISEL.1
003400                                                                  K6ISEL.1
003500 ENVIRONMENT DIVISION.                                            K6ISEL.1
007800     LABEL RECORDS ARE STANDARD.                                  K6ISEL.1
007900 01  IC-CLAUSE-CARD.                                              K6ISEL.1
008000     05  IC-CLAUSE-CODE       PIC X(10).                          K6ISEL.1
000000     05  FILLER               PIC X(1).                           K6XWLK.1
000000     05  IC-NUMBERING         PIC X(1).                           K6XWLK.1
000000     05  FILLER               PIC X(1).                           K6XWLK.1
000000     05  IC-EDITION           PIC X(4).                           K6XWLK.1
000000     05  FILLER               PIC X(63).                          K6XWLK.1
008200 FD  STEP-LIST                                                    K6ISEL.1
008300     LABEL RECORDS ARE STANDARD.                                  K6ISEL.1
008400 01  SL-STEP-ENTRY.                                               K6ISEL.1
011000 77  WS-SCAN-SUB              PIC 9(3)   COMP VALUE ZERO.         K6ISEL.1
011100 77  WS-PROGRESS-SW           PIC X      VALUE "N".               K6ISEL.1
011200 77  WS-SELECTED              PIC 9(3)   VALUE ZERO.              K6ISEL.1
000000 77  WS-CARD-COUNT            PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-CP-SUB                PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000* ISO EDITION THE REPORT PRINTS -- THAT OF THE FIRST ISO CARD,    K6XWLK.1
000000* ELSE THE LATEST IN THE REGISTER.                                K6XWLK.1
000000 77  WS-RPT-EDITION           PIC X(4)   VALUE SPACE.             K6XWLK.1
000000 COPY K6XWKP.                                                     K6XWLK.1
011300* ----------------------------------------------------------      K6ISEL.1
011400* CLAUSE SET AND STEP TABLE WITH SELECTION MARKS.                 K6ISEL.1
011500* ----------------------------------------------------------      K6ISEL.1
011600 01  CLAUSE-TABLE.                                                K6ISEL.1
011700     05  CL-CODE OCCURS 20 TIMES PIC X(10).                       K6ISEL.1
000000 01  CARD-TABLE.                                                  K6XWLK.1
000000     05  CARD-ENTRY OCCURS 20 TIMES.                              K6XWLK.1
000000         10  CD-CODE          PIC X(10).                          K6XWLK.1
000000         10  CD-NUMBERING     PIC X(1).                           K6XWLK.1
000000         10  CD-EDITION       PIC X(4).                           K6XWLK.1
011800 01  STEP-TABLE.                                                  K6ISEL.1
011900     05  STEP-ENTRY OCCURS 300 TIMES.                             K6ISEL.1
012000         10  ST-PGM-ID        PIC X(6).                           K6ISEL.1
013500     05  TL-PGM-ID            PIC X(6).                           K6ISEL.1
013600     05  FILLER   PIC X(6)  VALUE "  VIA ".                       K6ISEL.1
013700     05  TL-WHY               PIC X(10).                          K6ISEL.1
000000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6XWLK.1
000000     05  TL-ISO-LABEL         PIC X(9).                           K6XWLK.1
000000     05  TL-ISO-CODE          PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(68) VALUE SPACE.                          K6XWLK.1
000000 01  CARD-LINE.                                                   K6XWLK.1
000000     05  FILLER   PIC X(12) VALUE "CLAUSE CARD ".                 K6XWLK.1
000000     05  CDL-CODE             PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  CDL-LABEL            PIC X(9).                           K6XWLK.1
000000     05  FILLER   PIC X(3)  VALUE " = ".                          K6XWLK.1
000000     05  CDL-CP-LABEL         PIC X(9).                           K6XWLK.1
000000     05  CDL-CP-CODE          PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  CDL-REL              PIC X(1).                           K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  CDL-NOTE             PIC X(40).                          K6XWLK.1
000000     05  FILLER   PIC X(23) VALUE SPACE.                          K6XWLK.1
013900 01  SUM-LINE.                                                    K6ISEL.1
014000     05  FILLER   PIC X(19) VALUE "PROGRAMS SELECTED= ".          K6ISEL.1
014100     05  SL-SELECTED          PIC ZZZ9.                           K6ISEL.1
016200 1000-READ.                                                       K6ISEL.1
016300     READ ISEL-CTL                                                K6ISEL.1
016400         AT END GO TO 1000-DONE.                                  K6ISEL.1
000000     IF IC-CLAUSE-CODE = SPACE                                    K6XWLK.1
000000             OR WS-CARD-COUNT NOT LESS THAN 20                    K6XWLK.1
000000         GO TO 1000-READ.                                         K6XWLK.1
000000     ADD 1 TO WS-CARD-COUNT.                                      K6XWLK.1
000000     MOVE IC-CLAUSE-CODE TO CD-CODE (WS-CARD-COUNT).              K6XWLK.1
000000     MOVE IC-NUMBERING TO CD-NUMBERING (WS-CARD-COUNT).           K6XWLK.1
000000     MOVE IC-EDITION TO CD-EDITION (WS-CARD-COUNT).               K6XWLK.1
000000     IF IC-NUMBERING = "I"                                        K6XWLK.1
000000         PERFORM 1100-ISO-CLAUSE THRU 1100-EXIT                   K6XWLK.1
000000         GO TO 1000-READ.                                         K6XWLK.1
000000     IF WS-CLAUSE-COUNT LESS THAN 20                              K6XWLK.1
016700         ADD 1 TO WS-CLAUSE-COUNT                                 K6ISEL.1
016800         MOVE IC-CLAUSE-CODE TO CL-CODE (WS-CLAUSE-COUNT).        K6ISEL.1
016900     GO TO 1000-READ.                                             K6ISEL.1
017000 1000-DONE.                                                       K6ISEL.1
017100     CLOSE ISEL-CTL.                                              K6ISEL.1
000000     IF WS-RPT-EDITION = SPACE                                    K6XWLK.1
000000         MOVE SPACE TO XWLK-EDITION XWLK-CODE                     K6XWLK.1
000000         CALL "K6XWLK" USING XWLK-PARM                            K6XWLK.1
000000         MOVE XWLK-EDITION TO WS-RPT-EDITION.                     K6XWLK.1
017200 1000-EXIT.                                                       K6ISEL.1
017300     EXIT.                                                        K6ISEL.1
000000*================================================================ K6XWLK.1
000000* 1100-ISO-CLAUSE -- AN ISO CODE SELECTS BY THE ANSI CODES IT     K6XWLK.1
000000* MAPS TO; ONE WITH NO 1985 COUNTERPART SELECTS NOTHING.          K6XWLK.1
000000*================================================================ K6XWLK.1
000000 1100-ISO-CLAUSE.                                                 K6XWLK.1
000000     MOVE IC-CLAUSE-CODE TO XWLK-CODE.                            K6XWLK.1
000000     MOVE "I" TO XWLK-NUMBERING.                                  K6XWLK.1
000000     MOVE IC-EDITION TO XWLK-EDITION.                             K6XWLK.1
000000     CALL "K6XWLK" USING XWLK-PARM.                               K6XWLK.1
000000     IF WS-RPT-EDITION = SPACE                                    K6XWLK.1
000000         MOVE XWLK-EDITION TO WS-RPT-EDITION.                     K6XWLK.1
000000     MOVE ZERO TO WS-CP-SUB.                                      K6XWLK.1
000000 1100-NEXT.                                                       K6XWLK.1
000000     ADD 1 TO WS-CP-SUB.                                          K6XWLK.1
000000     IF WS-CP-SUB > XWLK-CP-COUNT                                 K6XWLK.1
000000             OR WS-CLAUSE-COUNT NOT LESS THAN 20                  K6XWLK.1
000000         GO TO 1100-EXIT.                                         K6XWLK.1
000000     ADD 1 TO WS-CLAUSE-COUNT.                                    K6XWLK.1
000000     MOVE XWLK-CP-CODE (WS-CP-SUB) TO CL-CODE (WS-CLAUSE-COUNT).  K6XWLK.1
000000     GO TO 1100-NEXT.                                             K6XWLK.1
000000 1100-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
017400*================================================================ K6ISEL.1
017500* 1500-LOAD-STEPS.                                                K6ISEL.1
017600*================================================================ K6ISEL.1
030000     OPEN OUTPUT ISEL-RPT.                                        K6ISEL.1
030100     WRITE IR-PRINT-REC FROM HDR-LINE                             K6ISEL.1
030200         AFTER ADVANCING PAGE.                                    K6ISEL.1
000000     PERFORM 8100-ECHO-CARDS THRU 8100-EXIT.                      K6XWLK.1
030300     MOVE 1 TO WS-SUB.                                            K6ISEL.1
030400 8000-LOOP.                                                       K6ISEL.1
030500     IF WS-SUB GREATER THAN WS-STEP-COUNT                         K6ISEL.1
031400         ADD 1 TO WS-SELECTED                                     K6ISEL.1
031500         MOVE ST-PGM-ID (WS-SUB) TO TL-PGM-ID                     K6ISEL.1
031600         MOVE ST-WHY (WS-SUB) TO TL-WHY                           K6ISEL.1
000000         PERFORM 8300-ISO-OF-WHY THRU 8300-EXIT                   K6XWLK.1
031700         WRITE IR-PRINT-REC FROM SEL-LINE                         K6ISEL.1
031800             AFTER ADVANCING 1 LINE.                              K6ISEL.1
031900     ADD 1 TO WS-SUB.                                             K6ISEL.1
032500     CLOSE STEP-OUT ISEL-RPT.                                     K6ISEL.1
032600 8000-EXIT.                                                       K6ISEL.1
032700     EXIT.                                                        K6ISEL.1
000000*================================================================ K6XWLK.1
000000* 8100-ECHO-CARDS -- EACH CLAUSE CARD WITH ITS COUNTERPARTS IN    K6XWLK.1
000000* THE OTHER NUMBERING.                                            K6XWLK.1
000000*================================================================ K6XWLK.1
000000 8100-ECHO-CARDS.                                                 K6XWLK.1
000000     MOVE ZERO TO WS-SUB.                                         K6XWLK.1
000000 8100-NEXT-CARD.                                                  K6XWLK.1
000000     ADD 1 TO WS-SUB.                                             K6XWLK.1
000000     IF WS-SUB > WS-CARD-COUNT                                    K6XWLK.1
000000         GO TO 8100-EXIT.                                         K6XWLK.1
000000     MOVE CD-CODE (WS-SUB) TO XWLK-CODE CDL-CODE.                 K6XWLK.1
000000     MOVE CD-NUMBERING (WS-SUB) TO XWLK-NUMBERING.                K6XWLK.1
000000     MOVE CD-EDITION (WS-SUB) TO XWLK-EDITION.                    K6XWLK.1
000000     IF CD-NUMBERING (WS-SUB) NOT = "I"                           K6XWLK.1
000000         MOVE "A" TO XWLK-NUMBERING                               K6XWLK.1
000000         MOVE WS-RPT-EDITION TO XWLK-EDITION.                     K6XWLK.1
000000     CALL "K6XWLK" USING XWLK-PARM.                               K6XWLK.1
000000     MOVE SPACE TO CDL-LABEL CDL-CP-LABEL CDL-CP-CODE CDL-REL.    K6XWLK.1
000000     IF XWLK-ISO-NUMBERING                                        K6XWLK.1
000000         MOVE "ISO" TO CDL-LABEL                                  K6XWLK.1
000000         MOVE XWLK-EDITION TO CDL-LABEL (5:4)                     K6XWLK.1
000000         MOVE "ANSI" TO CDL-CP-LABEL                              K6XWLK.1
000000     ELSE                                                         K6XWLK.1
000000         MOVE "ANSI" TO CDL-LABEL                                 K6XWLK.1
000000         MOVE "ISO" TO CDL-CP-LABEL                               K6XWLK.1
000000         MOVE XWLK-EDITION TO CDL-CP-LABEL (5:4).                 K6XWLK.1
000000     IF XWLK-NO-1985                                              K6XWLK.1
000000         MOVE "NO 1985 COUNTERPART - NOTHING SELECTED" TO CDL-NOTEK6XWLK.1
000000         MOVE SPACE TO CDL-CP-LABEL                               K6XWLK.1
000000         GO TO 8100-WRITE-ONE.                                    K6XWLK.1
000000     IF XWLK-UNKNOWN                                              K6XWLK.1
000000         MOVE "NOT IN THE CROSSWALK REGISTER" TO CDL-NOTE         K6XWLK.1
000000         MOVE SPACE TO CDL-CP-LABEL                               K6XWLK.1
000000         GO TO 8100-WRITE-ONE.                                    K6XWLK.1
000000     MOVE ZERO TO WS-CP-SUB.                                      K6XWLK.1
000000 8100-NEXT-CP.                                                    K6XWLK.1
000000     ADD 1 TO WS-CP-SUB.                                          K6XWLK.1
000000     IF WS-CP-SUB > XWLK-CP-COUNT                                 K6XWLK.1
000000         GO TO 8100-NEXT-CARD.                                    K6XWLK.1
000000     MOVE XWLK-CP-CODE (WS-CP-SUB) TO CDL-CP-CODE.                K6XWLK.1
000000     MOVE XWLK-CP-RELATION (WS-CP-SUB) TO CDL-REL.                K6XWLK.1
000000     MOVE XWLK-CP-NOTE (WS-CP-SUB) TO CDL-NOTE.                   K6XWLK.1
000000     WRITE IR-PRINT-REC FROM CARD-LINE                            K6XWLK.1
000000         AFTER ADVANCING 1 LINE.                                  K6XWLK.1
000000     GO TO 8100-NEXT-CP.                                          K6XWLK.1
000000 8100-WRITE-ONE.                                                  K6XWLK.1
000000     WRITE IR-PRINT-REC FROM CARD-LINE                            K6XWLK.1
000000         AFTER ADVANCING 1 LINE.                                  K6XWLK.1
000000     GO TO 8100-NEXT-CARD.                                        K6XWLK.1
000000 8100-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
000000*================================================================ K6XWLK.1
000000* 8300-ISO-OF-WHY -- THE FIRST ISO COUNTERPART OF THE CLAUSE A    K6XWLK.1
000000* PROGRAM WAS SELECTED FOR.                                       K6XWLK.1
000000*================================================================ K6XWLK.1
000000 8300-ISO-OF-WHY.                                                 K6XWLK.1
000000     MOVE SPACE TO TL-ISO-LABEL TL-ISO-CODE.                      K6XWLK.1
000000     IF ST-WHY (WS-SUB) = "DEPENDENCY"                            K6XWLK.1
000000         GO TO 8300-EXIT.                                         K6XWLK.1
000000     MOVE ST-WHY (WS-SUB) TO XWLK-CODE.                           K6XWLK.1
000000     MOVE "A" TO XWLK-NUMBERING.                                  K6XWLK.1
000000     MOVE WS-RPT-EDITION TO XWLK-EDITION.                         K6XWLK.1
000000     CALL "K6XWLK" USING XWLK-PARM.                               K6XWLK.1
000000     IF XWLK-CP-COUNT = ZERO                                      K6XWLK.1
000000         GO TO 8300-EXIT.                                         K6XWLK.1
000000     MOVE "ISO" TO TL-ISO-LABEL.                                  K6XWLK.1
000000     MOVE XWLK-EDITION TO TL-ISO-LABEL (5:4).                     K6XWLK.1
000000     MOVE XWLK-CP-CODE (1) TO TL-ISO-CODE.                        K6XWLK.1
000000 8300-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
