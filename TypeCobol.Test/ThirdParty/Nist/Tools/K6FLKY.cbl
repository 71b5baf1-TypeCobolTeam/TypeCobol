002300*    WITH ITS MODULE AND OWNING QUEUE FROM K6NOTFY, SO THE        K6FLKY.1
002400*    NONDETERMINISTIC TESTS CAN BE FORMALLY QUARANTINED INSTEAD   K6FLKY.1
002500*    OF REDISCOVERED.                                             K6FLKY.1
000000*                                                                 K6SREL.1
000000*    A FLIP IS ONLY A FLIP WHEN THE TEST MEANT THE SAME THING     K6SREL.1
000000*    BOTH TIMES.  EACH HEADER CARRIES THE SUITE RELEASE (ITS RUN  K6SREL.1
000000*    DATE DECIDES ON AN OLDER EXTRACT); WHEN A PAIR'S RESULTS     K6SREL.1
000000*    CROSS A RELEASE, K6RELK CONSULTS THE RELEASE MAP.  A TEST    K6SREL.1
000000*    THE NEW RELEASE CHANGED, WITHDREW OR ADDED STARTS ITS        K6SREL.1
000000*    SEQUENCE AFRESH (NO FLIP IS COUNTED ACROSS THE CHANGE); A    K6SREL.1
000000*    SEQUENCE THAT SPANS RELEASES IS LABELLED WITH THEM, AND      K6SREL.1
000000*    "NOT MAPPED" WHEN THE TEST HAS NO K6TCID IDENTITY.           K6SREL.1
002600*                                                                 K6FLKY.1
002700*    CONTROL CARD (80 COLUMNS):                                   K6FLKY.1
002800*      1-2   FLIP THRESHOLD (DEFAULT 03 WHEN NOT NUMERIC)         K6FLKY.1
003300*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6FLKY.1
000000*    2026-09-02  DLO  ROUTING-TABLE SCAN WIDENED TO THE TEN-ROW   K6FLKY.1
000000*                     K6NOTFY TABLE (DB AND FS MODULES).          K6FLKY.1
000000*    2026-10-15  DLO  SUITE RELEASE GUARD: NO FLIP IS COUNTED     K6SREL.1
000000*                     ACROSS A RELEASE THAT CHANGED THE TEST.     K6SREL.1
003400*================================================================ K6FLKY.1
003500*                                                                 K6FLKY.1
003600 ENVIRONMENT DIVISION.                                            K6FLKY.1
006600     05  CX-ID-TARGET         PIC X(8).                           K6FLKY.1
006700     05  CX-ID-RUN-DATE       PIC 9(8).                           K6FLKY.1
006800     05  CX-ID-RUN-SEQ        PIC 99.                             K6FLKY.1
006900     05  CX-ID-LAYOUT-VER     PIC X(3).                           K6SREL.1
000000     05  FILLER               PIC X(33).                          K6SREL.1
000000     05  CX-ID-SUITE-REL      PIC 99.                             K6SREL.1
000000     05  FILLER               PIC X(131).                         K6SREL.1
000000 01  CX-TRAILER REDEFINES CX-REC.                                 K6CSVE.1
000000     05  CX-TR-FLAG           PIC X(1).                           K6CSVE.1
000000     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6CSVE.1
010000     88  WS-PAIR-FOUND                   VALUE "Y".               K6FLKY.1
010100 77  WS-SORT-SWAPPED-SW       PIC X      VALUE "N".               K6FLKY.1
010200     88  WS-SORT-SWAPPED                 VALUE "Y".               K6FLKY.1
000000 77  WS-RESTART-COUNT         PIC 9(4)   COMP VALUE ZERO.         K6SREL.1
000000* ----------------------------------------------------------      K6SREL.1
000000* RUN DATE AND SUITE RELEASE OF THE CURRENT PROGRAM'S ROWS,       K6SREL.1
000000* AND THE RELEASE LOOKUP BLOCK.                                   K6SREL.1
000000* ----------------------------------------------------------      K6SREL.1
000000 77  WS-CUR-RUN-DATE          PIC 9(8)   VALUE ZERO.              K6SREL.1
000000 77  WS-CUR-REL               PIC 99     VALUE ZERO.              K6SREL.1
000000     COPY K6RLKP.                                                 K6SREL.1
010500 01  WS-LOOKUP-KEY.                                               K6FLKY.1
010600     05  WS-LK-PGM-ID         PIC X(6)   VALUE SPACE.             K6FLKY.1
010700     05  WS-LK-PAR-NAME       PIC X(22)  VALUE SPACE.             K6FLKY.1
011000     05  WS-SW-LAST-POF       PIC X(5).                           K6FLKY.1
011100     05  WS-SW-FLIPS          PIC 9(4)   COMP.                    K6FLKY.1
011200     05  WS-SW-RESULTS        PIC 9(4)   COMP.                    K6FLKY.1
000000     05  WS-SW-BASE-REL       PIC 99.                             K6SREL.1
000000     05  WS-SW-LAST-REL       PIC 99.                             K6SREL.1
000000     05  WS-SW-LAST-DATE      PIC 9(8).                           K6SREL.1
000000     05  WS-SW-BREAKS         PIC 9(4)   COMP.                    K6SREL.1
000000     05  WS-SW-UNMAP-SW       PIC X.                              K6SREL.1
011300* ----------------------------------------------------------      K6FLKY.1
011400* PER-PARAGRAPH FLIP-COUNT TABLE.                                 K6FLKY.1
011500* ----------------------------------------------------------      K6FLKY.1
012200         10  FLIP-LAST-POF        PIC X(5).                       K6FLKY.1
012300         10  FLIP-COUNT           PIC 9(4) COMP.                  K6FLKY.1
012400         10  FLIP-RESULTS         PIC 9(4) COMP.                  K6FLKY.1
000000*        RELEASE THE COUNT RUNS FROM, RELEASE AND DATE OF THE     K6SREL.1
000000*        LAST RESULT, RESTARTS AT A CHANGED TEST, AND "Y" WHEN    K6SREL.1
000000*        THE SEQUENCE CROSSED A RELEASE THE MAP COULD NOT SPEAK   K6SREL.1
000000*        FOR.                                                     K6SREL.1
000000         10  FLIP-BASE-REL        PIC 99.                         K6SREL.1
000000         10  FLIP-LAST-REL        PIC 99.                         K6SREL.1
000000         10  FLIP-LAST-DATE       PIC 9(8).                       K6SREL.1
000000         10  FLIP-BREAKS          PIC 9(4) COMP.                  K6SREL.1
000000         10  FLIP-UNMAP-SW        PIC X.                          K6SREL.1
012500* ----------------------------------------------------------      K6FLKY.1
012600* REPORT LINES.                                                   K6FLKY.1
012700* ----------------------------------------------------------      K6FLKY.1
013100     05  HDR-THRESHOLD    PIC Z9.                                 K6FLKY.1
013200     05  FILLER   PIC X(83) VALUE SPACE.                          K6FLKY.1
013300 01  HDR-LINE-2.                                                  K6FLKY.1
013400     05  FILLER   PIC X(54) VALUE                                 K6SREL.1
013500         "PGM-ID PARAGRAPH              FLIPS RESULTS QUEUE".     K6FLKY.1
000000     05  FILLER   PIC X(66) VALUE "NOTE".                         K6SREL.1
013600 01  DET-LINE.                                                    K6FLKY.1
013700     05  DET-PGM-ID       PIC X(6).                               K6FLKY.1
013800     05  FILLER           PIC X     VALUE SPACE.                  K6FLKY.1
014300     05  DET-RESULTS      PIC ZZZZZZ9.                            K6FLKY.1
014400     05  FILLER           PIC X     VALUE SPACE.                  K6FLKY.1
014500     05  DET-QUEUE        PIC X(8).                               K6FLKY.1
014600     05  FILLER           PIC X(2)  VALUE SPACE.                  K6SREL.1
000000     05  DET-NOTE         PIC X(40) VALUE SPACE.                  K6SREL.1
000000     05  FILLER           PIC X(26) VALUE SPACE.                  K6SREL.1
014700 01  TOT-LINE-1.                                                  K6FLKY.1
014800     05  FILLER           PIC X(21) VALUE "PAIRS TRACKED        ".K6FLKY.1
014900     05  TOT-PAIRS        PIC ZZZZ9.                              K6FLKY.1
015700         "ROWS DROPPED, FLIP TABLE FULL ".                        K6FLKY.1
015800     05  TOT-DROPPED      PIC ZZZZ9.                              K6FLKY.1
015900     05  FILLER           PIC X(85) VALUE SPACE.                  K6FLKY.1
000000 01  TOT-LINE-4.                                                  K6SREL.1
000000     05  FILLER           PIC X(30) VALUE                         K6SREL.1
000000         "SEQUENCES RESTARTED, TEST CHGD".                        K6SREL.1
000000     05  TOT-RESTARTED    PIC ZZZZ9.                              K6SREL.1
000000     05  FILLER           PIC X(85) VALUE SPACE.                  K6SREL.1
016000*                                                                 K6FLKY.1
016100 PROCEDURE DIVISION.                                              K6FLKY.1
016200*================================================================ K6FLKY.1
000000         PERFORM 8500-ENV-OPEN-CHECK THRU 8500-EXIT               K6CSVE.1
021000         MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID                       K6FLKY.1
021100         MOVE "N" TO WS-IN-WINDOW-SW                              K6FLKY.1
000000         PERFORM 3100-HEADER-RELEASE THRU 3100-EXIT               K6SREL.1
021200         IF CX-ID-RUN-DATE NOT < WS-FROM-DATE                     K6FLKY.1
021300                 AND CX-ID-RUN-DATE NOT > WS-TO-DATE              K6FLKY.1
021400             SET WS-IN-WINDOW TO TRUE.                            K6FLKY.1
022400     PERFORM 4000-FIND-PAIR THRU 4000-EXIT.                       K6FLKY.1
022500     IF WS-FOUND-SW = "X"                                         K6FLKY.1
022600         GO TO 3000-NEXT.                                         K6FLKY.1
000000     PERFORM 4500-RELEASE-CHECK THRU 4500-EXIT.                   K6SREL.1
022700     ADD 1 TO FLIP-RESULTS (FLIP-IDX).                            K6FLKY.1
022800     IF FLIP-LAST-POF (FLIP-IDX) NOT = SPACE                      K6FLKY.1
022900             AND FLIP-LAST-POF (FLIP-IDX) NOT = CX-P-OR-F         K6FLKY.1
023300     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6FLKY.1
023400 3000-EXIT.                                                       K6FLKY.1
023500     EXIT.                                                        K6FLKY.1
000000*================================================================ K6SREL.1
000000* 3100-HEADER-RELEASE -- THE RUN DATE AND SUITE RELEASE FROM AN   K6SREL.1
000000* "H" HEADER.  HEADERS OLDER THAN V11 CARRY NO RELEASE; THE ONE   K6SREL.1
000000* IN FORCE ON THE RUN DATE IS TAKEN.                              K6SREL.1
000000*================================================================ K6SREL.1
000000 3100-HEADER-RELEASE.                                             K6SREL.1
000000     MOVE CX-ID-RUN-DATE TO WS-CUR-RUN-DATE.                      K6SREL.1
000000     MOVE ZERO TO WS-CUR-REL.                                     K6SREL.1
000000     IF CX-ID-LAYOUT-VER NOT < "V11"                              K6SREL.1
000000             AND CX-ID-SUITE-REL NUMERIC                          K6SREL.1
000000         MOVE CX-ID-SUITE-REL TO WS-CUR-REL                       K6SREL.1
000000         GO TO 3100-EXIT.                                         K6SREL.1
000000     MOVE CX-ID-PGM-ID TO RELK-PGM-ID.                            K6SREL.1
000000     MOVE SPACE TO RELK-PAR-NAME.                                 K6SREL.1
000000     MOVE ZERO TO RELK-MAP-DATE RELK-REL-A RELK-REL-B.            K6SREL.1
000000     MOVE WS-CUR-RUN-DATE TO RELK-DATE-A RELK-DATE-B.             K6SREL.1
000000     CALL "K6RELK" USING RELK-PARM.                               K6SREL.1
000000     MOVE RELK-REL-A TO WS-CUR-REL.                               K6SREL.1
000000 3100-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
023600*================================================================ K6FLKY.1
023700* 4000-FIND-PAIR -- LOCATE THE PROGRAM/PARAGRAPH PAIR ROW,        K6FLKY.1
023800* ADDING ONE WHEN NEW.  "X" IN THE FOUND SWITCH MEANS THE         K6FLKY.1
026200     MOVE SPACE TO FLIP-LAST-POF (FLIP-IDX).                      K6FLKY.1
026300     MOVE ZERO  TO FLIP-COUNT (FLIP-IDX).                         K6FLKY.1
026400     MOVE ZERO  TO FLIP-RESULTS (FLIP-IDX).                       K6FLKY.1
000000     MOVE WS-CUR-REL TO FLIP-BASE-REL (FLIP-IDX).                 K6SREL.1
000000     MOVE WS-CUR-REL TO FLIP-LAST-REL (FLIP-IDX).                 K6SREL.1
000000     MOVE WS-CUR-RUN-DATE TO FLIP-LAST-DATE (FLIP-IDX).           K6SREL.1
000000     MOVE ZERO  TO FLIP-BREAKS (FLIP-IDX).                        K6SREL.1
000000     MOVE "N"   TO FLIP-UNMAP-SW (FLIP-IDX).                      K6SREL.1
026500 4000-EXIT.                                                       K6FLKY.1
026600     EXIT.                                                        K6FLKY.1
000000*================================================================ K6SREL.1
000000* 4500-RELEASE-CHECK -- A RESULT FROM A DIFFERENT SUITE RELEASE   K6SREL.1
000000* THAN THE PAIR'S LAST ONE.  WHEN THE RELEASES BETWEEN CHANGED,   K6SREL.1
000000* WITHDREW OR ADDED THE TEST, THE SEQUENCE STARTS AGAIN HERE.     K6SREL.1
000000*================================================================ K6SREL.1
000000 4500-RELEASE-CHECK.                                              K6SREL.1
000000     IF FLIP-LAST-REL (FLIP-IDX) = WS-CUR-REL                     K6SREL.1
000000         GO TO 4500-EXIT.                                         K6SREL.1
000000     MOVE FLIP-PGM-ID (FLIP-IDX)    TO RELK-PGM-ID.               K6SREL.1
000000     MOVE FLIP-PAR-NAME (FLIP-IDX)  TO RELK-PAR-NAME.             K6SREL.1
000000     MOVE ZERO                      TO RELK-MAP-DATE.             K6SREL.1
000000     MOVE FLIP-LAST-DATE (FLIP-IDX) TO RELK-DATE-A.               K6SREL.1
000000     MOVE FLIP-LAST-REL (FLIP-IDX)  TO RELK-REL-A.                K6SREL.1
000000     MOVE WS-CUR-RUN-DATE           TO RELK-DATE-B.               K6SREL.1
000000     MOVE WS-CUR-REL                TO RELK-REL-B.                K6SREL.1
000000     CALL "K6RELK" USING RELK-PARM.                               K6SREL.1
000000     MOVE WS-CUR-REL TO FLIP-LAST-REL (FLIP-IDX).                 K6SREL.1
000000     MOVE WS-CUR-RUN-DATE TO FLIP-LAST-DATE (FLIP-IDX).           K6SREL.1
000000     IF RELK-UNMAPPED                                             K6SREL.1
000000         MOVE "Y" TO FLIP-UNMAP-SW (FLIP-IDX).                    K6SREL.1
000000     IF RELK-COMPARABLE                                           K6SREL.1
000000         GO TO 4500-EXIT.                                         K6SREL.1
000000     MOVE SPACE TO FLIP-LAST-POF (FLIP-IDX).                      K6SREL.1
000000     MOVE WS-CUR-REL TO FLIP-BASE-REL (FLIP-IDX).                 K6SREL.1
000000     MOVE "N" TO FLIP-UNMAP-SW (FLIP-IDX).                        K6SREL.1
000000     ADD 1 TO FLIP-BREAKS (FLIP-IDX).                             K6SREL.1
000000     ADD 1 TO WS-RESTART-COUNT.                                   K6SREL.1
000000 4500-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
026700*================================================================ K6FLKY.1
026800* 6000-RANK-BY-FLIPS -- BUBBLE THE TABLE INTO DESCENDING FLIP     K6FLKY.1
026900* ORDER SO THE WORST OFFENDERS PRINT FIRST.  THE TABLE IS         K6FLKY.1
031500     MOVE FLIP-COUNT (FLIP-IDX)    TO DET-FLIPS.                  K6FLKY.1
031600     MOVE FLIP-RESULTS (FLIP-IDX)  TO DET-RESULTS.                K6FLKY.1
031700     PERFORM 7500-FIND-QUEUE THRU 7500-EXIT.                      K6FLKY.1
000000     PERFORM 7600-RELEASE-NOTE THRU 7600-EXIT.                    K6SREL.1
031800     MOVE DET-LINE TO FR-PRINT-REC.                               K6FLKY.1
031900     WRITE FR-PRINT-REC.                                          K6FLKY.1
032000 7000-SKIP.                                                       K6FLKY.1
033000     MOVE WS-DROPPED-COUNT TO TOT-DROPPED.                        K6FLKY.1
033100     MOVE TOT-LINE-3 TO FR-PRINT-REC.                             K6FLKY.1
033200     WRITE FR-PRINT-REC.                                          K6FLKY.1
000000     MOVE WS-RESTART-COUNT TO TOT-RESTARTED.                      K6SREL.1
000000     MOVE TOT-LINE-4 TO FR-PRINT-REC.                             K6SREL.1
000000     WRITE FR-PRINT-REC.                                          K6SREL.1
033300 7000-EXIT.                                                       K6FLKY.1
033400     EXIT.                                                        K6FLKY.1
033500*================================================================ K6FLKY.1
035200     GO TO 7500-SCAN.                                             K6FLKY.1
035300 7500-EXIT.                                                       K6FLKY.1
035400     EXIT.                                                        K6FLKY.1
000000*================================================================ K6SREL.1
000000* 7600-RELEASE-NOTE -- HOW THE PAIR'S SEQUENCE STANDS AGAINST     K6SREL.1
000000* THE SUITE RELEASES IT RAN UNDER.                                K6SREL.1
000000*================================================================ K6SREL.1
000000 7600-RELEASE-NOTE.                                               K6SREL.1
000000     MOVE SPACE TO DET-NOTE.                                      K6SREL.1
000000     IF FLIP-BREAKS (FLIP-IDX) > ZERO                             K6SREL.1
000000         STRING "RESTARTED AT REL " FLIP-BASE-REL (FLIP-IDX)      K6SREL.1
000000             " (TEST CHANGED)" DELIMITED BY SIZE INTO DET-NOTE    K6SREL.1
000000         GO TO 7600-EXIT.                                         K6SREL.1
000000     IF FLIP-BASE-REL (FLIP-IDX) = FLIP-LAST-REL (FLIP-IDX)       K6SREL.1
000000         GO TO 7600-EXIT.                                         K6SREL.1
000000     IF FLIP-UNMAP-SW (FLIP-IDX) = "Y"                            K6SREL.1
000000         STRING "SPANS REL " FLIP-BASE-REL (FLIP-IDX) "-"         K6SREL.1
000000             FLIP-LAST-REL (FLIP-IDX) ", NOT MAPPED"              K6SREL.1
000000             DELIMITED BY SIZE INTO DET-NOTE                      K6SREL.1
000000     ELSE                                                         K6SREL.1
000000         STRING "SPANS REL " FLIP-BASE-REL (FLIP-IDX) "-"         K6SREL.1
000000             FLIP-LAST-REL (FLIP-IDX) DELIMITED BY SIZE           K6SREL.1
000000             INTO DET-NOTE.                                       K6SREL.1
000000 7600-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
000000*================================================================ K6CSVE.1
000000* 8500-ENV-OPEN-CHECK -- AN "H" HEADER OPENS AN EXTRACT           K6CSVE.1
000000* ENVELOPE (K6CSVE.CPY).  ONE STILL OPEN AT THAT POINT NEVER      K6CSVE.1
