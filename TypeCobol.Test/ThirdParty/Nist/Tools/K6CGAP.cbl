002600*    REPORTED AS UNRECOGNIZED.  THE K6CSVE ENVELOPE IS VALIDATED  K6CGAP.1
002700*    AS IN THE OTHER EXTRACT READERS (RC 8 ON A BROKEN ONE).      K6CGAP.1
002800*                                                                 K6CGAP.1
000000*    EVERY CLAUSE ALSO SHOWS ITS ISO/IEC 1989 COUNTERPART IN THE  K6XWLK.1
000000*    LATEST EDITION OF THE CROSSWALK REGISTER (K6ISOX.CPY, READ   K6XWLK.1
000000*    THROUGH K6XWLK), WITH A NOTE WHERE THE RULE CHANGED MEANING  K6XWLK.1
000000*    OR WAS REMOVED.  A ROW CITING AN ISO CODE IS TALLIED UNDER   K6XWLK.1
000000*    THE ANSI CLAUSE IT MAPS TO.  A SECOND GAP SECTION LISTS THE  K6XWLK.1
000000*    LATER-EDITION CLAUSES WITH NO 1985 COUNTERPART, WHICH NO     K6XWLK.1
000000*    TEST IN THIS SUITE CAN COVER.                                K6XWLK.1
000000*                                                                 K6XWLK.1
002900* MODIFICATION HISTORY.                                           K6CGAP.1
003000*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6CGAP.1
000000*    2026-10-15  DLO  CLAUSE TABLE GREW TO 14 ENTRIES (THE        IC241A.1
000000*                     INTER-PROGRAM COMMUNICATION CODES); SCANS   IC241A.1
000000*                     NOW STOP AT K6-ANSI-ENTRY-COUNT.            IC241A.1
000000*    2026-10-15  DLO  CLAUSE TABLE GREW TO 18 ENTRIES (THE        SQ229A.1
000000*                     I-O-CONTROL CODES).                         SQ229A.1
000000*    2026-10-15  DLO  ISO/IEC 1989 COUNTERPART COLUMN AND         K6XWLK.1
000000*                     NO-1985-COUNTERPART GAP SECTION FROM THE    K6XWLK.1
000000*                     CROSSWALK REGISTER (K6XWLK); ROWS CITING    K6XWLK.1
000000*                     AN ISO CODE ARE TALLIED.                    K6XWLK.1
003100*================================================================ K6CGAP.1
003200                                                                  K6CGAP.1
003300 ENVIRONMENT DIVISION.                                            K6CGAP.1
008300                                                                  K6CGAP.1
008400 WORKING-STORAGE SECTION.                                         K6CGAP.1
008500 COPY K6ANSI.                                                     K6CGAP.1
000000 COPY K6ISOX.                                                     K6XWLK.1
000000 COPY K6XWKP.                                                     K6XWLK.1
008600* ----------------------------------------------------------      K6CGAP.1
008700* SWITCHES AND COUNTERS.                                          K6CGAP.1
008800* ----------------------------------------------------------      K6CGAP.1
009300     88  WS-CLAUSE-FOUND                 VALUE "Y".               K6CGAP.1
009400 77  WS-UNRECOGNIZED          PIC 9(5)   VALUE ZERO.              K6CGAP.1
009500 77  WS-GAP-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6CGAP.1
000000 77  WS-FIND-CODE             PIC X(10)  VALUE SPACE.             K6XWLK.1
000000 77  WS-CP-SUB                PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-ISOX-SUB              PIC 9(3)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-ISO-CITED             PIC 9(5)   VALUE ZERO.              K6XWLK.1
000000 77  WS-NO85-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6XWLK.1
009600* ----------------------------------------------------------      K6CGAP.1
009700* CSV EXTRACT-ENVELOPE VALIDATION (SEE K6CSVE.CPY).               K6CGAP.1
009800* ----------------------------------------------------------      K6CGAP.1
010600     05  ENV-BAD-T        PIC ZZZ9.                               K6CGAP.1
010700     05  FILLER           PIC X(82) VALUE SPACE.                  K6CGAP.1
010800* ----------------------------------------------------------      K6CGAP.1
000000* PER-CLAUSE TALLIES, PARALLEL TO THE 18-ENTRY K6ANSI TABLE.      SQ229A.1
011000* ----------------------------------------------------------      K6CGAP.1
011100 01  CLAUSE-TALLY-TABLE.                                          K6CGAP.1
000000     05  CT-ENTRY OCCURS 18 TIMES.                                SQ229A.1
011300         10  CT-TESTS         PIC 9(5).                           K6CGAP.1
011400         10  CT-PASS          PIC 9(5).                           K6CGAP.1
011500         10  CT-FAIL          PIC 9(5).                           K6CGAP.1
012900-        "S   PASS".                                              K6CGAP.1
013000     05  FILLER   PIC X(32) VALUE                                 K6CGAP.1
013100         "   FAIL    DEL   INSP LAST-DISP".                       K6CGAP.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  FILLER   PIC X(4)  VALUE "ISO ".                         K6XWLK.1
000000     05  HDR-ISO-EDITION      PIC X(4).                           K6XWLK.1
000000     05  FILLER   PIC X(15) VALUE "   R".                         K6XWLK.1
013300 01  DET-LINE.                                                    K6CGAP.1
013400     05  DET-CODE             PIC X(10).                          K6CGAP.1
013500     05  FILLER   PIC X(1)  VALUE SPACE.                          K6CGAP.1
014500     05  DET-INSP             PIC ZZZZ9.                          K6CGAP.1
014600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6CGAP.1
014700     05  DET-LAST             PIC X(5).                           K6CGAP.1
000000     05  FILLER   PIC X(6)  VALUE SPACE.                          K6XWLK.1
000000     05  DET-ISO-CODE         PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  DET-ISO-REL          PIC X(1).                           K6XWLK.1
000000     05  DET-ISO-MORE         PIC X(1).                           K6XWLK.1
000000     05  FILLER   PIC X(10) VALUE SPACE.                          K6XWLK.1
000000 01  CP-LINE.                                                     K6XWLK.1
000000     05  FILLER   PIC X(97) VALUE SPACE.                          K6XWLK.1
000000     05  CPL-CODE             PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  CPL-REL              PIC X(1).                           K6XWLK.1
000000     05  FILLER   PIC X(11) VALUE SPACE.                          K6XWLK.1
000000 01  XW-NOTE-LINE.                                                K6XWLK.1
000000     05  FILLER   PIC X(10) VALUE "   ** ISO ".                   K6XWLK.1
000000     05  XNL-EDITION          PIC X(4).                           K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  XNL-CODE             PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  XNL-TEXT             PIC X(20).                          K6XWLK.1
000000     05  XNL-NOTE             PIC X(40).                          K6XWLK.1
000000     05  FILLER   PIC X(34) VALUE SPACE.                          K6XWLK.1
014900 01  GAP-HDR-LINE.                                                K6CGAP.1
015000     05  FILLER   PIC X(44) VALUE                                 K6CGAP.1
015100         "CLAUSES WITH NO EFFECTIVE COVERAGE -- GAPS: ".          K6CGAP.1
015700     05  GAP-TITLE            PIC X(40).                          K6CGAP.1
015800     05  GAP-REASON           PIC X(22).                          K6CGAP.1
015900     05  FILLER   PIC X(43) VALUE SPACE.                          K6CGAP.1
000000 01  NO85-HDR-LINE.                                               K6XWLK.1
000000     05  FILLER   PIC X(46) VALUE                                 K6XWLK.1
000000         "LATER-EDITION CLAUSES WITH NO 1985 COUNTERPART".        K6XWLK.1
000000     05  FILLER   PIC X(6)  VALUE " (ISO ".                       K6XWLK.1
000000     05  NHL-EDITION          PIC X(4).                           K6XWLK.1
000000     05  FILLER   PIC X(36) VALUE                                 K6XWLK.1
000000         ") -- NO COVERAGE BY CONSTRUCTION:".                     K6XWLK.1
000000     05  FILLER   PIC X(28) VALUE SPACE.                          K6XWLK.1
000000 01  NO85-LINE.                                                   K6XWLK.1
000000     05  FILLER   PIC X(4)  VALUE "ISO ".                         K6XWLK.1
000000     05  N85-CODE             PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  N85-TITLE            PIC X(40).                          K6XWLK.1
000000     05  FILLER   PIC X(65) VALUE "NO 1985 COUNTERPART".          K6XWLK.1
016000 01  SUM-LINE.                                                    K6CGAP.1
016100     05  FILLER   PIC X(29) VALUE                                 K6CGAP.1
016200         "ROWS WITH UNRECOGNIZED CODE =".                         K6CGAP.1
016300     05  SUM-UNRECOGNIZED     PIC ZZZZ9.                          K6CGAP.1
016400     05  FILLER   PIC X(13) VALUE "  GAP COUNT =".                K6CGAP.1
016500     05  SUM-GAPS             PIC ZZ9.                            K6CGAP.1
000000     05  FILLER   PIC X(18) VALUE "  ROWS CITING ISO=".           K6XWLK.1
000000     05  SUM-ISO-CITED        PIC ZZZZ9.                          K6XWLK.1
000000     05  FILLER   PIC X(24) VALUE                                 K6XWLK.1
000000         "  NO 1985 COUNTERPART = ".                              K6XWLK.1
000000     05  SUM-NO85             PIC ZZ9.                            K6XWLK.1
000000     05  FILLER   PIC X(20) VALUE SPACE.                          K6XWLK.1
016700                                                                  K6CGAP.1
016800 PROCEDURE DIVISION.                                              K6CGAP.1
016900*================================================================ K6CGAP.1
018700     MOVE ZERO TO WS-CL-SUB.                                      K6CGAP.1
018800 1100-CLEAR-TALLY.                                                K6CGAP.1
018900     ADD 1 TO WS-CL-SUB.                                          K6CGAP.1
019000     IF WS-CL-SUB > K6-ANSI-ENTRY-COUNT                           IC241A.1
019100         GO TO 1200-HEADERS.                                      K6CGAP.1
019200     MOVE ZERO TO CT-TESTS (WS-CL-SUB) CT-PASS (WS-CL-SUB)        K6CGAP.1
019300                  CT-FAIL (WS-CL-SUB) CT-DELETED (WS-CL-SUB)      K6CGAP.1
019500     MOVE SPACE TO CT-LAST-DISP (WS-CL-SUB).                      K6CGAP.1
019600     GO TO 1100-CLEAR-TALLY.                                      K6CGAP.1
019700 1200-HEADERS.                                                    K6CGAP.1
000000     MOVE K6-ISOX-LATEST-EDITION TO HDR-ISO-EDITION.              K6XWLK.1
019800     WRITE CG-PRINT-REC FROM HDR-LINE-1                           K6CGAP.1
019900         AFTER ADVANCING PAGE.                                    K6CGAP.1
020000     WRITE CG-PRINT-REC FROM HDR-LINE-2                           K6CGAP.1
022500     ADD 1 TO WS-ENV-DETAIL-CT.                                   K6CGAP.1
022600     IF CX-ANSI-CODE = SPACE                                      K6CGAP.1
022700         GO TO 3000-NEXT.                                         K6CGAP.1
000000     MOVE CX-ANSI-CODE TO WS-FIND-CODE.                           K6XWLK.1
022800     PERFORM 4000-FIND-CLAUSE THRU 4000-EXIT.                     K6CGAP.1
000000     IF NOT WS-CLAUSE-FOUND                                       K6XWLK.1
000000         PERFORM 4100-FIND-VIA-ISO THRU 4100-EXIT.                K6XWLK.1
022900     IF NOT WS-CLAUSE-FOUND                                       K6CGAP.1
023000         ADD 1 TO WS-UNRECOGNIZED                                 K6CGAP.1
023100         GO TO 3000-NEXT.                                         K6CGAP.1
024700 3000-EXIT.                                                       K6CGAP.1
024800     EXIT.                                                        K6CGAP.1
024900*================================================================ K6CGAP.1
000000* 4000-FIND-CLAUSE -- LOCATE WS-FIND-CODE IN THE K6ANSI TABLE,    K6XWLK.1
025100* LEAVING ITS SUBSCRIPT IN WS-CL-SUB.                             K6CGAP.1
025200*================================================================ K6CGAP.1
025300 4000-FIND-CLAUSE.                                                K6CGAP.1
025500     MOVE ZERO TO WS-CL-SUB.                                      K6CGAP.1
025600 4000-SCAN.                                                       K6CGAP.1
025700     ADD 1 TO WS-CL-SUB.                                          K6CGAP.1
025800     IF WS-CL-SUB > K6-ANSI-ENTRY-COUNT                           IC241A.1
025900         GO TO 4000-EXIT.                                         K6CGAP.1
026000     SET K6-ANSI-IDX TO WS-CL-SUB.                                K6CGAP.1
000000     IF K6-ANSI-CODE (K6-ANSI-IDX) = WS-FIND-CODE                 K6XWLK.1
026200         SET WS-CLAUSE-FOUND TO TRUE                              K6CGAP.1
026300         GO TO 4000-EXIT.                                         K6CGAP.1
026400     GO TO 4000-SCAN.                                             K6CGAP.1
026500 4000-EXIT.                                                       K6CGAP.1
026600     EXIT.                                                        K6CGAP.1
000000*================================================================ K6XWLK.1
000000* 4100-FIND-VIA-ISO -- A CODE THE K6ANSI TABLE DOES NOT KNOW MAY  K6XWLK.1
000000* BE AN ISO CODE OF THE LATEST EDITION; IT IS TALLIED UNDER THE   K6XWLK.1
000000* FIRST ANSI CLAUSE IT MAPS TO.                                   K6XWLK.1
000000*================================================================ K6XWLK.1
000000 4100-FIND-VIA-ISO.                                               K6XWLK.1
000000     MOVE CX-ANSI-CODE TO XWLK-CODE.                              K6XWLK.1
000000     MOVE "I" TO XWLK-NUMBERING.                                  K6XWLK.1
000000     MOVE SPACE TO XWLK-EDITION.                                  K6XWLK.1
000000     CALL "K6XWLK" USING XWLK-PARM.                               K6XWLK.1
000000     IF NOT XWLK-FOUND                                            K6XWLK.1
000000         GO TO 4100-EXIT.                                         K6XWLK.1
000000     MOVE XWLK-CP-CODE (1) TO WS-FIND-CODE.                       K6XWLK.1
000000     PERFORM 4000-FIND-CLAUSE THRU 4000-EXIT.                     K6XWLK.1
000000     IF WS-CLAUSE-FOUND                                           K6XWLK.1
000000         ADD 1 TO WS-ISO-CITED.                                   K6XWLK.1
000000 4100-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
026700*================================================================ K6CGAP.1
026800* 7000-PRINT-MATRIX -- ONE LINE PER CLAUSE, THEN THE GAP          K6CGAP.1
026900* SECTION AND TOTALS.                                             K6CGAP.1
027200     MOVE ZERO TO WS-CL-SUB.                                      K6CGAP.1
027300 7000-NEXT-CLAUSE.                                                K6CGAP.1
027400     ADD 1 TO WS-CL-SUB.                                          K6CGAP.1
027500     IF WS-CL-SUB > K6-ANSI-ENTRY-COUNT                           IC241A.1
027600         GO TO 7000-GAPS.                                         K6CGAP.1
027700     SET K6-ANSI-IDX TO WS-CL-SUB.                                K6CGAP.1
027800     MOVE K6-ANSI-CODE (K6-ANSI-IDX) TO DET-CODE.                 K6CGAP.1
028300     MOVE CT-DELETED (WS-CL-SUB) TO DET-DEL.                      K6CGAP.1
028400     MOVE CT-INSPECT (WS-CL-SUB) TO DET-INSP.                     K6CGAP.1
028500     MOVE CT-LAST-DISP (WS-CL-SUB) TO DET-LAST.                   K6CGAP.1
000000     PERFORM 7300-CROSSWALK THRU 7300-EXIT.                       K6XWLK.1
028600     WRITE CG-PRINT-REC FROM DET-LINE                             K6CGAP.1
028700         AFTER ADVANCING 1 LINES.                                 K6CGAP.1
000000     PERFORM 7350-CROSSWALK-MORE THRU 7350-EXIT.                  K6XWLK.1
028800     GO TO 7000-NEXT-CLAUSE.                                      K6CGAP.1
028900 7000-GAPS.                                                       K6CGAP.1
029000     WRITE CG-PRINT-REC FROM GAP-HDR-LINE                         K6CGAP.1
029200     MOVE ZERO TO WS-CL-SUB.                                      K6CGAP.1
029300 7100-NEXT-GAP.                                                   K6CGAP.1
029400     ADD 1 TO WS-CL-SUB.                                          K6CGAP.1
029500     IF WS-CL-SUB > K6-ANSI-ENTRY-COUNT                           IC241A.1
029600         GO TO 7200-TOTALS.                                       K6CGAP.1
029700     IF CT-TESTS (WS-CL-SUB) = ZERO                               K6CGAP.1
029800         MOVE "NO TEST TOUCHES IT    " TO GAP-REASON              K6CGAP.1
030300         PERFORM 7500-WRITE-GAP THRU 7500-EXIT.                   K6CGAP.1
030400     GO TO 7100-NEXT-GAP.                                         K6CGAP.1
030500 7200-TOTALS.                                                     K6CGAP.1
000000     PERFORM 7600-NO-1985 THRU 7600-EXIT.                         K6XWLK.1
030600     MOVE WS-UNRECOGNIZED TO SUM-UNRECOGNIZED.                    K6CGAP.1
030700     MOVE WS-GAP-COUNT TO SUM-GAPS.                               K6CGAP.1
000000     MOVE WS-ISO-CITED TO SUM-ISO-CITED.                          K6XWLK.1
000000     MOVE WS-NO85-COUNT TO SUM-NO85.                              K6XWLK.1
030800     WRITE CG-PRINT-REC FROM SUM-LINE                             K6CGAP.1
030900         AFTER ADVANCING 2 LINES.                                 K6CGAP.1
031000 7000-EXIT.                                                       K6CGAP.1
031800         AFTER ADVANCING 1 LINES.                                 K6CGAP.1
031900 7500-EXIT.                                                       K6CGAP.1
032000     EXIT.                                                        K6CGAP.1
000000*================================================================ K6XWLK.1
000000* 7300-CROSSWALK -- THE CLAUSE'S FIRST ISO COUNTERPART ON THE     K6XWLK.1
000000* DETAIL LINE ("+" WHEN THERE ARE MORE).                          K6XWLK.1
000000*================================================================ K6XWLK.1
000000 7300-CROSSWALK.                                                  K6XWLK.1
000000     MOVE K6-ANSI-CODE (K6-ANSI-IDX) TO XWLK-CODE.                K6XWLK.1
000000     MOVE "A" TO XWLK-NUMBERING.                                  K6XWLK.1
000000     MOVE SPACE TO XWLK-EDITION.                                  K6XWLK.1
000000     CALL "K6XWLK" USING XWLK-PARM.                               K6XWLK.1
000000     MOVE SPACE TO DET-ISO-CODE DET-ISO-REL DET-ISO-MORE.         K6XWLK.1
000000     IF XWLK-CP-COUNT = ZERO                                      K6XWLK.1
000000         MOVE "(NONE)" TO DET-ISO-CODE                            K6XWLK.1
000000         GO TO 7300-EXIT.                                         K6XWLK.1
000000     MOVE XWLK-CP-CODE (1) TO DET-ISO-CODE.                       K6XWLK.1
000000     MOVE XWLK-CP-RELATION (1) TO DET-ISO-REL.                    K6XWLK.1
000000     IF XWLK-CP-COUNT > 1                                         K6XWLK.1
000000         MOVE "+" TO DET-ISO-MORE.                                K6XWLK.1
000000 7300-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
000000*================================================================ K6XWLK.1
000000* 7350-CROSSWALK-MORE -- THE FURTHER COUNTERPARTS UNDER THE       K6XWLK.1
000000* DETAIL LINE, AND A NOTE FOR ANY RULE THAT CHANGED MEANING OR    K6XWLK.1
000000* HAS NO COUNTERPART IN THE EDITION.                              K6XWLK.1
000000*================================================================ K6XWLK.1
000000 7350-CROSSWALK-MORE.                                             K6XWLK.1
000000     MOVE ZERO TO WS-CP-SUB.                                      K6XWLK.1
000000 7350-NEXT.                                                       K6XWLK.1
000000     ADD 1 TO WS-CP-SUB.                                          K6XWLK.1
000000     IF WS-CP-SUB > XWLK-CP-COUNT                                 K6XWLK.1
000000         GO TO 7350-EXIT.                                         K6XWLK.1
000000     IF WS-CP-SUB > 1                                             K6XWLK.1
000000         MOVE XWLK-CP-CODE (WS-CP-SUB) TO CPL-CODE                K6XWLK.1
000000         MOVE XWLK-CP-RELATION (WS-CP-SUB) TO CPL-REL             K6XWLK.1
000000         WRITE CG-PRINT-REC FROM CP-LINE                          K6XWLK.1
000000             AFTER ADVANCING 1 LINES.                             K6XWLK.1
000000     IF XWLK-CP-RELATION (WS-CP-SUB) = "C"                        K6XWLK.1
000000         MOVE "CHANGED MEANING:   " TO XNL-TEXT                   K6XWLK.1
000000         PERFORM 7400-WRITE-XW-NOTE THRU 7400-EXIT.               K6XWLK.1
000000     IF XWLK-CP-RELATION (WS-CP-SUB) = "R"                        K6XWLK.1
000000         MOVE "NO COUNTERPART:    " TO XNL-TEXT                   K6XWLK.1
000000         PERFORM 7400-WRITE-XW-NOTE THRU 7400-EXIT.               K6XWLK.1
000000     GO TO 7350-NEXT.                                             K6XWLK.1
000000 7350-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
000000 7400-WRITE-XW-NOTE.                                              K6XWLK.1
000000     MOVE XWLK-EDITION TO XNL-EDITION.                            K6XWLK.1
000000     MOVE XWLK-CP-CODE (WS-CP-SUB) TO XNL-CODE.                   K6XWLK.1
000000     MOVE XWLK-CP-NOTE (WS-CP-SUB) TO XNL-NOTE.                   K6XWLK.1
000000     WRITE CG-PRINT-REC FROM XW-NOTE-LINE                         K6XWLK.1
000000         AFTER ADVANCING 1 LINES.                                 K6XWLK.1
000000 7400-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
000000*================================================================ K6XWLK.1
000000* 7600-NO-1985 -- THE REGISTER'S LATER-EDITION CLAUSES WITH NO    K6XWLK.1
000000* 1985 COUNTERPART, FOR THE LATEST EDITION.                       K6XWLK.1
000000*================================================================ K6XWLK.1
000000 7600-NO-1985.                                                    K6XWLK.1
000000     MOVE K6-ISOX-LATEST-EDITION TO NHL-EDITION.                  K6XWLK.1
000000     WRITE CG-PRINT-REC FROM NO85-HDR-LINE                        K6XWLK.1
000000         AFTER ADVANCING 2 LINES.                                 K6XWLK.1
000000     MOVE ZERO TO WS-ISOX-SUB.                                    K6XWLK.1
000000 7600-NEXT.                                                       K6XWLK.1
000000     ADD 1 TO WS-ISOX-SUB.                                        K6XWLK.1
000000     IF WS-ISOX-SUB > K6-ISOX-ENTRY-COUNT                         K6XWLK.1
000000         GO TO 7600-EXIT.                                         K6XWLK.1
000000     SET K6-ISOX-IDX TO WS-ISOX-SUB.                              K6XWLK.1
000000     IF NOT K6-ISOX-NO-1985 (K6-ISOX-IDX)                         K6XWLK.1
000000             OR K6-ISOX-EDITION (K6-ISOX-IDX)                     K6XWLK.1
000000                 NOT = K6-ISOX-LATEST-EDITION                     K6XWLK.1
000000         GO TO 7600-NEXT.                                         K6XWLK.1
000000     ADD 1 TO WS-NO85-COUNT.                                      K6XWLK.1
000000     MOVE K6-ISOX-ISO-CODE (K6-ISOX-IDX) TO N85-CODE.             K6XWLK.1
000000     MOVE K6-ISOX-NOTE (K6-ISOX-IDX) TO N85-TITLE.                K6XWLK.1
000000     WRITE CG-PRINT-REC FROM NO85-LINE                            K6XWLK.1
000000         AFTER ADVANCING 1 LINES.                                 K6XWLK.1
000000     GO TO 7600-NEXT.                                             K6XWLK.1
000000 7600-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
032100*================================================================ K6CGAP.1
032200* 8500-ENV-OPEN-CHECK -- SEE K6CSVE.CPY.                          K6CGAP.1
032300*================================================================ K6CGAP.1
