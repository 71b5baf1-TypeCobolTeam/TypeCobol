002500*    THE CONCATENATING JCL BUILT IT IN, WHICH IS RUN-DATE ORDER,  K6TREN.1
002600*    THE SAME ASSUMPTION K6RERU ALREADY MAKES ABOUT "MOST RECENT" K6TREN.1
002700*    RUNS BEING THE ONES WITH THE HIGHEST RUN-DATE/RUN-SEQ.       K6TREN.1
000000*                                                                 K6SREL.1
000000*    EACH LINE ALSO CARRIES THE RELEASE OF THE VALIDATION SUITE   K6SREL.1
000000*    THE RUN WAS MADE WITH (RE-SUITE-REL, OR THE ONE IN FORCE ON  K6SREL.1
000000*    THE RUN-DATE WHEN THE RECORD PREDATES THE STAMP).  WHERE THE K6SREL.1
000000*    SUITE RELEASE CHANGES BETWEEN TWO LINES, A BREAK LINE GIVES  K6SREL.1
000000*    THE RELEASE MAP'S COUNT OF TESTS CHANGED, WITHDRAWN AND      K6SREL.1
000000*    ADDED; IF THE MAP RECORDS ANY, THE PERCENTAGES NO LONGER     K6SREL.1
000000*    MEASURE THE SAME TESTS AND THE TREND FLAG READS "REL-BRK"    K6SREL.1
000000*    INSTEAD OF UP/DOWN.  A RUN-DATE WHOSE RECORDS CAME FROM MORE K6SREL.1
000000*    THAN ONE SUITE RELEASE IS FLAGGED "MIXED".                   K6SREL.1
002800*                                                                 K6TREN.1
002900* MODIFICATION HISTORY.                                           K6TREN.1
003000*    2026-08-09  DLO  ORIGINAL PROGRAM.                           K6TREN.1
000000*    2026-09-02  DLO  MODULE AGGREGATES READ FROM THE K6AGGM      K6TREN.1
000000*                     ROLLUP FILE INSTEAD OF BEING RE-SUMMED.     K6TREN.1
000000*    2026-10-15  DLO  SUITE RELEASE COLUMN; NO UP/DOWN TREND      K6SREL.1
000000*                     ACROSS A RELEASE THAT CHANGED TESTS.        K6SREL.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
003100*================================================================ K6TREN.1
003200                                                                  K6TREN.1
003300 ENVIRONMENT DIVISION.                                            K6TREN.1
000000 77  WS-AGGIN-STATUS          PIC X(2)   VALUE SPACE.             K6AGGM.1
000000 77  WS-AGG-USED-SW           PIC X      VALUE "N".               K6AGGM.1
000000 77  WS-FIND-DATE             PIC 9(8)   VALUE ZERO.              K6AGGM.1
000000 77  WS-FIND-REL              PIC 99     VALUE ZERO.              K6SREL.1
000000 77  WS-PREV-REL              PIC 99     VALUE ZERO.              K6SREL.1
000000 77  WS-PREV-DATE             PIC 9(8)   VALUE ZERO.              K6SREL.1
000000     COPY K6RLKP.                                                 K6SREL.1
007300* ----------------------------------------------------------      K6TREN.1
007400* SWITCHES AND COUNTERS.                                          K6TREN.1
007500* ----------------------------------------------------------      K6TREN.1
009400         10  DATE-FAIL            PIC 9(5).                       K6TREN.1
009500         10  DATE-DELETED         PIC 9(5).                       K6TREN.1
009600         10  DATE-INSPECT         PIC 9(5).                       K6TREN.1
000000         10  DATE-REL             PIC 99.                         K6SREL.1
000000         10  DATE-MIXED-SW        PIC X.                          K6SREL.1
000000             88  DATE-MIXED                 VALUE "Y".            K6SREL.1
009700* ----------------------------------------------------------      K6TREN.1
009800* REPORT LINES.                                                   K6TREN.1
009900* ----------------------------------------------------------      K6TREN.1
011000     05  FILLER   PIC X(5)  VALUE "DEL  ".                        K6TREN.1
011100     05  FILLER   PIC X(8)  VALUE "INSPECT ".                     K6TREN.1
011200     05  FILLER   PIC X(8)  VALUE "PASS-PCT".                     K6TREN.1
011300     05  FILLER   PIC X(15) VALUE "TREND".                        K6SREL.1
000000     05  FILLER   PIC X(58) VALUE "SUITE REL".                    K6SREL.1
011400 01  DET-LINE.                                                    K6TREN.1
011500     05  DET-DATE             PIC 9(8).                           K6TREN.1
011600     05  FILLER               PIC X(5)  VALUE SPACE.              K6TREN.1
012500     05  FILLER               PIC X(1)  VALUE "%".                K6TREN.1
012600     05  FILLER               PIC X(4)  VALUE SPACE.              K6TREN.1
012700     05  DET-TREND            PIC X(8).                           K6TREN.1
012800     05  FILLER               PIC X(1)  VALUE SPACE.              K6SREL.1
000000     05  DET-REL              PIC 99.                             K6SREL.1
000000     05  FILLER               PIC X(1)  VALUE SPACE.              K6SREL.1
000000     05  DET-MIXED            PIC X(5).                           K6SREL.1
000000     05  FILLER               PIC X(50) VALUE SPACE.              K6SREL.1
000000 01  BRK-LINE.                                                    K6SREL.1
000000     05  FILLER               PIC X(20) VALUE                     K6SREL.1
000000         "  -- SUITE RELEASE ".                                   K6SREL.1
000000     05  BRK-REL-A            PIC 99.                             K6SREL.1
000000     05  FILLER               PIC X(4)  VALUE " TO ".             K6SREL.1
000000     05  BRK-REL-B            PIC 99.                             K6SREL.1
000000     05  FILLER               PIC X(2)  VALUE ": ".               K6SREL.1
000000     05  BRK-CHANGED          PIC ZZZZ9.                          K6SREL.1
000000     05  FILLER               PIC X(10) VALUE " CHANGED, ".       K6SREL.1
000000     05  BRK-WITHDRAWN        PIC ZZZZ9.                          K6SREL.1
000000     05  FILLER               PIC X(12) VALUE " WITHDRAWN, ".     K6SREL.1
000000     05  BRK-NEW              PIC ZZZZ9.                          K6SREL.1
000000     05  FILLER               PIC X(9)  VALUE " NEW --  ".        K6SREL.1
000000     05  BRK-MAP-NOTE         PIC X(44).                          K6SREL.1
012900                                                                  K6TREN.1
013000 PROCEDURE DIVISION.                                              K6TREN.1
013100*================================================================ K6TREN.1
015500                    DATE-ALL      (DATE-IDX)                      K6TREN.1
015600                    DATE-FAIL     (DATE-IDX)                      K6TREN.1
015700                    DATE-DELETED  (DATE-IDX)                      K6TREN.1
015800                    DATE-INSPECT  (DATE-IDX)                      K6SREL.1
000000                    DATE-REL      (DATE-IDX).                     K6SREL.1
000000     MOVE "N"    TO DATE-MIXED-SW (DATE-IDX).                     K6SREL.1
015900     SET DATE-IDX UP BY 1.                                        K6TREN.1
016000     GO TO 1000-CLEAR-TABLE.                                      K6TREN.1
016100 1000-EXIT.                                                       K6TREN.1
000000     ADD AG-FAIL     TO DATE-FAIL     (DATE-IDX).                 K6AGGM.1
000000     ADD AG-DELETED  TO DATE-DELETED  (DATE-IDX).                 K6AGGM.1
000000     ADD AG-INSPECT  TO DATE-INSPECT  (DATE-IDX).                 K6AGGM.1
000000     MOVE ZERO TO WS-FIND-REL.                                    K6SREL.1
000000     PERFORM 4500-POST-RELEASE THRU 4500-EXIT.                    K6SREL.1
000000     GO TO 1500-READ.                                             K6AGGM.1
000000 1500-DONE.                                                       K6AGGM.1
000000     CLOSE AGG-IN.                                                K6AGGM.1
000000         GO TO 3000-EXIT.                                         K6SMOK.1
000000*    A SUPERSEDED RUN IS NOT EFFECTIVE EVIDENCE (SEE              K6SUPS.1
000000*    K6RAWDS.CPY) -- ONLY THE SUPERSEDING RERUN COUNTS.           K6SUPS.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         PERFORM 2000-READ-EXTRACT THRU 2000-EXIT                 K6SUPS.1
000000         GO TO 3000-EXIT.                                         K6SUPS.1
000000     MOVE RE-RUN-DATE TO WS-FIND-DATE.                            K6AGGM.1
017900     ADD RE-C-FAIL     TO DATE-FAIL     (DATE-IDX).               K6TREN.1
018000     ADD RE-C-DELETED  TO DATE-DELETED  (DATE-IDX).               K6TREN.1
018100     ADD RE-C-INSPECT  TO DATE-INSPECT  (DATE-IDX).               K6TREN.1
000000     MOVE ZERO TO WS-FIND-REL.                                    K6SREL.1
000000     IF RE-SUITE-REL NUMERIC                                      K6SREL.1
000000         MOVE RE-SUITE-REL TO WS-FIND-REL.                        K6SREL.1
000000     PERFORM 4500-POST-RELEASE THRU 4500-EXIT.                    K6SREL.1
018200     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6TREN.1
018300 3000-EXIT.                                                       K6TREN.1
018400     EXIT.                                                        K6TREN.1
000000     MOVE WS-FIND-DATE TO DATE-VALUE (DATE-IDX).                  K6AGGM.1
020500 4000-EXIT.                                                       K6TREN.1
020600     EXIT.                                                        K6TREN.1
000000*================================================================ K6SREL.1
000000* 4500-POST-RELEASE -- NOTE THE SUITE RELEASE BEHIND THE RECORD   K6SREL.1
000000* JUST ROLLED INTO THE ENTRY AT DATE-IDX.  A ZERO WS-FIND-REL     K6SREL.1
000000* (AN UNSTAMPED RECORD, OR THE AGGREGATE FILE) IS TAKEN AS THE    K6SREL.1
000000* RELEASE IN FORCE ON THE RUN-DATE.                               K6SREL.1
000000*================================================================ K6SREL.1
000000 4500-POST-RELEASE.                                               K6SREL.1
000000     IF WS-FIND-REL = ZERO                                        K6SREL.1
000000         MOVE SPACE TO RELK-PGM-ID RELK-PAR-NAME                  K6SREL.1
000000         MOVE ZERO TO RELK-MAP-DATE RELK-REL-A RELK-REL-B         K6SREL.1
000000         MOVE WS-FIND-DATE TO RELK-DATE-A RELK-DATE-B             K6SREL.1
000000         CALL "K6RELK" USING RELK-PARM                            K6SREL.1
000000         MOVE RELK-REL-A TO WS-FIND-REL.                          K6SREL.1
000000     IF DATE-REL (DATE-IDX) = ZERO                                K6SREL.1
000000         MOVE WS-FIND-REL TO DATE-REL (DATE-IDX)                  K6SREL.1
000000     ELSE IF DATE-REL (DATE-IDX) NOT = WS-FIND-REL                K6SREL.1
000000         MOVE "Y" TO DATE-MIXED-SW (DATE-IDX)                     K6SREL.1
000000         IF WS-FIND-REL > DATE-REL (DATE-IDX)                     K6SREL.1
000000             MOVE WS-FIND-REL TO DATE-REL (DATE-IDX).             K6SREL.1
000000 4500-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
020700*================================================================ K6TREN.1
020800* 7000-PRINT-REPORT -- WRITE ONE DETAIL LINE PER RUN-DATE, OLDEST K6TREN.1
020900* (FIRST-SEEN) FIRST, WITH A PASS PERCENTAGE AND A TREND FLAG     K6TREN.1
022300         COMPUTE WS-PASS-PCT ROUNDED =                            K6TREN.1
022400             DATE-OK (DATE-IDX) * 100 / DATE-ALL (DATE-IDX).      K6TREN.1
022600     MOVE "  -  NEW" TO DET-TREND.                                K6TREN.1
000000     PERFORM 7100-RELEASE-BREAK THRU 7100-EXIT.                   K6SREL.1
022700     IF WS-PREV-PCT-VALID                                         K6TREN.1
022800         IF WS-PASS-PCT > WS-PREV-PCT                             K6TREN.1
022900             MOVE "UP      " TO DET-TREND                         K6TREN.1
023900     MOVE DATE-DELETED (DATE-IDX) TO DET-DELETED.                 K6TREN.1
024000     MOVE DATE-INSPECT (DATE-IDX) TO DET-INSPECT.                 K6TREN.1
024100     MOVE WS-PASS-PCT             TO DET-PASS-PCT.                K6TREN.1
000000     MOVE DATE-REL     (DATE-IDX) TO DET-REL.                     K6SREL.1
000000     MOVE SPACE                   TO DET-MIXED.                   K6SREL.1
000000     IF DATE-MIXED (DATE-IDX)                                     K6SREL.1
000000         MOVE "MIXED" TO DET-MIXED.                               K6SREL.1
024200     WRITE TR-PRINT-REC FROM DET-LINE                             K6TREN.1
024300         AFTER ADVANCING 1 LINES.                                 K6TREN.1
024400     MOVE WS-PASS-PCT TO WS-PREV-PCT.                             K6TREN.1
024500     SET WS-PREV-PCT-VALID TO TRUE.                               K6TREN.1
000000     MOVE DATE-REL   (DATE-IDX) TO WS-PREV-REL.                   K6SREL.1
000000     MOVE DATE-VALUE (DATE-IDX) TO WS-PREV-DATE.                  K6SREL.1
024600     SET DATE-IDX UP BY 1.                                        K6TREN.1
024700     GO TO 7000-DETAIL.                                           K6TREN.1
024800 7000-EXIT.                                                       K6TREN.1
024900     EXIT.                                                        K6TREN.1
000000*================================================================ K6SREL.1
000000* 7100-RELEASE-BREAK -- WHEN THIS LINE'S SUITE RELEASE DIFFERS    K6SREL.1
000000* FROM THE PRIOR LINE'S, PRINT WHAT THE RELEASE MAP SAYS CHANGED  K6SREL.1
000000* IN BETWEEN.  IF ANY TEST WAS CHANGED, WITHDRAWN OR ADDED THE    K6SREL.1
000000* TWO PERCENTAGES DO NOT MEASURE THE SAME TESTS, SO THE LINE IS   K6SREL.1
000000* NOT COMPARED WITH THE ONE BEFORE IT.                            K6SREL.1
000000*================================================================ K6SREL.1
000000 7100-RELEASE-BREAK.                                              K6SREL.1
000000     IF NOT WS-PREV-PCT-VALID                                     K6SREL.1
000000             OR DATE-REL (DATE-IDX) = WS-PREV-REL                 K6SREL.1
000000         GO TO 7100-EXIT.                                         K6SREL.1
000000     MOVE SPACE TO RELK-PGM-ID RELK-PAR-NAME.                     K6SREL.1
000000     MOVE ZERO                 TO RELK-MAP-DATE.                  K6SREL.1
000000     MOVE WS-PREV-DATE         TO RELK-DATE-A.                    K6SREL.1
000000     MOVE WS-PREV-REL          TO RELK-REL-A.                     K6SREL.1
000000     MOVE DATE-VALUE (DATE-IDX) TO RELK-DATE-B.                   K6SREL.1
000000     MOVE DATE-REL (DATE-IDX)  TO RELK-REL-B.                     K6SREL.1
000000     CALL "K6RELK" USING RELK-PARM.                               K6SREL.1
000000     MOVE RELK-REL-A        TO BRK-REL-A.                         K6SREL.1
000000     MOVE RELK-REL-B        TO BRK-REL-B.                         K6SREL.1
000000     MOVE RELK-CHANGED-CT   TO BRK-CHANGED.                       K6SREL.1
000000     MOVE RELK-WITHDRAWN-CT TO BRK-WITHDRAWN.                     K6SREL.1
000000     MOVE RELK-NEW-CT       TO BRK-NEW.                           K6SREL.1
000000     IF RELK-CHANGED                                              K6SREL.1
000000         MOVE "TREND RESTARTS" TO BRK-MAP-NOTE                    K6SREL.1
000000     ELSE                                                         K6SREL.1
000000         MOVE "TREND CONTINUES" TO BRK-MAP-NOTE.                  K6SREL.1
000000     WRITE TR-PRINT-REC FROM BRK-LINE                             K6SREL.1
000000         AFTER ADVANCING 1 LINES.                                 K6SREL.1
000000     IF RELK-CHANGED                                              K6SREL.1
000000         MOVE "REL-BRK " TO DET-TREND                             K6SREL.1
000000         MOVE "N" TO WS-PREV-PCT-SW.                              K6SREL.1
000000 7100-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
025000*================================================================ K6TREN.1
025100* 9999-TERMINATE -- CLOSE FILES.                                  K6TREN.1
025200*================================================================ K6TREN.1
