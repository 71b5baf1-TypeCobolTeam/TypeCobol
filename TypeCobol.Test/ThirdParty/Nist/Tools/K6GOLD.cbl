002200*    USES) AGAINST THAT BASELINE AND REPORTS EVERY DEVIATION.     K6GOLD.1
002300*    CERTIFICATION MEANS "MATCHES THE APPROVED BASELINE", NOT     K6GOLD.1
002400*    "MATCHES YESTERDAY".                                         K6GOLD.1
000000*                                                                 K6SREL.1
000000*    A ROW IS ONLY HELD TO THE BASELINE WHEN THE TEST MEANS THE   K6SREL.1
000000*    SAME THING IN BOTH.  THE ROW'S SUITE RELEASE COMES FROM ITS  K6SREL.1
000000*    CSV HEADER (OR ITS RUN DATE ON AN OLDER EXTRACT), THE        K6SREL.1
000000*    BASELINE'S FROM THE DATE IT WAS APPROVED; WHEN THEY DIFFER   K6SREL.1
000000*    K6RELK CONSULTS THE RELEASE MAP.  A TEST CHANGED, WITHDRAWN  K6SREL.1
000000*    OR ADDED BETWEEN THE TWO IS NOT COMPARED -- IT IS LISTED AS  K6SREL.1
000000*    NOT COMPARABLE UNTIL K6GUPD RE-BASELINES IT (RETURN CODE 4   K6SREL.1
000000*    WHEN NOTHING DEVIATED).  A DEVIATION ACROSS RELEASES IS      K6SREL.1
000000*    LABELLED WITH BOTH RELEASES, AND WITH "NOT MAPPED" WHEN THE  K6SREL.1
000000*    TEST HAS NO K6TCID IDENTITY THE MAP COULD SPEAK FOR.         K6SREL.1
002500*                                                                 K6GOLD.1
002600* MODIFICATION HISTORY.                                           K6GOLD.1
002700*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6GOLD.1
000000*    2026-10-15  DLO  SUITE RELEASE GUARD: ROWS FROM A RELEASE    K6SREL.1
000000*                     THAT CHANGED THE TEST ARE NOT COMPARED.     K6SREL.1
002800*================================================================ K6GOLD.1
002900                                                                  K6GOLD.1
003000 ENVIRONMENT DIVISION.                                            K6GOLD.1
006600     05  CX-ID-TARGET         PIC X(8).                           K6GOLD.1
006700     05  CX-ID-RUN-DATE       PIC 9(8).                           K6GOLD.1
006800     05  CX-ID-RUN-SEQ        PIC 99.                             K6GOLD.1
006900     05  CX-ID-LAYOUT-VER     PIC X(3).                           K6SREL.1
000000     05  FILLER               PIC X(33).                          K6SREL.1
000000     05  CX-ID-SUITE-REL      PIC 99.                             K6SREL.1
000000     05  FILLER               PIC X(131).                         K6SREL.1
000000 01  CX-TRAILER REDEFINES CX-REC.                                 K6CSVE.1
000000     05  CX-TR-FLAG           PIC X(1).                           K6CSVE.1
000000     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6CSVE.1
009400 77  WS-ROWS-MATCHED          PIC 9(7)   COMP VALUE ZERO.         K6GOLD.1
009500 77  WS-ROWS-DEVIATED         PIC 9(7)   COMP VALUE ZERO.         K6GOLD.1
009600 77  WS-ROWS-UNBASED          PIC 9(7)   COMP VALUE ZERO.         K6GOLD.1
000000 77  WS-ROWS-REFUSED          PIC 9(7)   COMP VALUE ZERO.         K6SREL.1
000000* ----------------------------------------------------------      K6SREL.1
000000* SUITE RELEASE OF THE CURRENT PROGRAM'S ROWS (ZERO: TAKE THE     K6SREL.1
000000* RELEASE IN FORCE ON THE RUN DATE) AND THE LOOKUP BLOCK.         K6SREL.1
000000* ----------------------------------------------------------      K6SREL.1
000000 77  WS-CUR-RUN-DATE          PIC 9(8)   VALUE ZERO.              K6SREL.1
000000 77  WS-CUR-REL               PIC 99     VALUE ZERO.              K6SREL.1
000000     COPY K6RLKP.                                                 K6SREL.1
009700 77  WS-RESULT-DISP           PIC X(7)   VALUE SPACE.             K6GOLD.1
009800* ----------------------------------------------------------      K6GOLD.1
009900* REPORT LINES.                                                   K6GOLD.1
010300         "GOLDEN-BASELINE DEVIATION REPORT        ".              K6GOLD.1
010400     05  FILLER   PIC X(80) VALUE SPACE.                          K6GOLD.1
010500 01  HDR-LINE-2.                                                  K6GOLD.1
010600     05  FILLER   PIC X(58) VALUE                                 K6SREL.1
010700         "PGM-ID PARAGRAPH              THIS-RUN APPROVED TICKET".K6GOLD.1
000000     05  FILLER   PIC X(62) VALUE "NOTE".                         K6SREL.1
010800 01  DET-LINE.                                                    K6GOLD.1
010900     05  DET-PGM-ID       PIC X(6).                               K6GOLD.1
011000     05  FILLER           PIC X     VALUE SPACE.                  K6GOLD.1
011500     05  DET-APPROVED     PIC X(7).                               K6GOLD.1
011600     05  FILLER           PIC X(2)  VALUE SPACE.                  K6GOLD.1
011700     05  DET-TICKET       PIC X(8).                               K6GOLD.1
011800     05  FILLER           PIC X(2)  VALUE SPACE.                  K6SREL.1
000000     05  DET-NOTE         PIC X(40) VALUE SPACE.                  K6SREL.1
000000     05  FILLER           PIC X(22) VALUE SPACE.                  K6SREL.1
011900 01  TOT-LINE-1.                                                  K6GOLD.1
012000     05  FILLER           PIC X(21) VALUE "ROWS CHECKED         ".K6GOLD.1
012100     05  TOT-CHECKED      PIC ZZZZZZ9.                            K6GOLD.1
013200     05  FILLER           PIC X(21) VALUE "ROWS NOT IN BASELINE ".K6GOLD.1
013300     05  TOT-UNBASED      PIC ZZZZZZ9.                            K6GOLD.1
013400     05  FILLER           PIC X(92) VALUE SPACE.                  K6GOLD.1
000000 01  TOT-LINE-5.                                                  K6SREL.1
000000     05  FILLER           PIC X(21) VALUE "ROWS NOT COMPARABLE  ".K6SREL.1
000000     05  TOT-REFUSED      PIC ZZZZZZ9.                            K6SREL.1
000000     05  FILLER           PIC X(92) VALUE SPACE.                  K6SREL.1
013500                                                                  K6GOLD.1
013600 PROCEDURE DIVISION.                                              K6GOLD.1
013700*================================================================ K6GOLD.1
018000     IF CX-ID-FLAG = "H"                                          K6GOLD.1
000000         PERFORM 8500-ENV-OPEN-CHECK THRU 8500-EXIT               K6CSVE.1
018100         MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID                       K6GOLD.1
000000         PERFORM 3100-HEADER-RELEASE THRU 3100-EXIT               K6SREL.1
018200         GO TO 3000-NEXT.                                         K6GOLD.1
000000     IF CX-TR-FLAG = "T"                                          K6CSVE.1
000000         PERFORM 8600-ENV-TRAILER-CHECK THRU 8600-EXIT            K6CSVE.1
019600             MOVE WS-RESULT-DISP TO DET-THIS-RUN                  K6GOLD.1
019700             MOVE "NO-BASE"      TO DET-APPROVED                  K6GOLD.1
019800             MOVE SPACE          TO DET-TICKET                    K6GOLD.1
000000             MOVE SPACE          TO DET-NOTE                      K6SREL.1
019900             WRITE GR-PRINT-REC FROM DET-LINE                     K6GOLD.1
020000                 AFTER ADVANCING 1 LINES                          K6GOLD.1
020100             GO TO 3000-NEXT.                                     K6GOLD.1
000000     PERFORM 4500-RELEASE-CHECK THRU 4500-EXIT.                   K6SREL.1
000000     IF NOT RELK-COMPARABLE                                       K6SREL.1
000000         ADD 1 TO WS-ROWS-REFUSED                                 K6SREL.1
000000         MOVE WS-CUR-PGM-ID  TO DET-PGM-ID                        K6SREL.1
000000         MOVE CX-PAR-NAME    TO DET-PAR-NAME                      K6SREL.1
000000         MOVE WS-RESULT-DISP TO DET-THIS-RUN                      K6SREL.1
000000         MOVE GB-DISPOSITION TO DET-APPROVED                      K6SREL.1
000000         MOVE GB-TICKET      TO DET-TICKET                        K6SREL.1
000000         WRITE GR-PRINT-REC FROM DET-LINE                         K6SREL.1
000000             AFTER ADVANCING 1 LINES                              K6SREL.1
000000         GO TO 3000-NEXT.                                         K6SREL.1
020200     IF GB-DISPOSITION = WS-RESULT-DISP                           K6GOLD.1
020300         ADD 1 TO WS-ROWS-MATCHED                                 K6GOLD.1
020400         GO TO 3000-NEXT.                                         K6GOLD.1
021400     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6GOLD.1
021500 3000-EXIT.                                                       K6GOLD.1
021600     EXIT.                                                        K6GOLD.1
000000*================================================================ K6SREL.1
000000* 3100-HEADER-RELEASE -- THE RUN DATE AND SUITE RELEASE FROM AN   K6SREL.1
000000* "H" HEADER.  HEADERS OLDER THAN V11 CARRY NO RELEASE; ZERO      K6SREL.1
000000* LETS K6RELK TAKE THE ONE IN FORCE ON THE RUN DATE.              K6SREL.1
000000*================================================================ K6SREL.1
000000 3100-HEADER-RELEASE.                                             K6SREL.1
000000     MOVE CX-ID-RUN-DATE TO WS-CUR-RUN-DATE.                      K6SREL.1
000000     MOVE ZERO TO WS-CUR-REL.                                     K6SREL.1
000000     IF CX-ID-LAYOUT-VER NOT < "V11"                              K6SREL.1
000000             AND CX-ID-SUITE-REL NUMERIC                          K6SREL.1
000000         MOVE CX-ID-SUITE-REL TO WS-CUR-REL.                      K6SREL.1
000000 3100-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
021700*================================================================ K6GOLD.1
021800* 4000-DERIVE-DISP -- MAP THE PRINTED P-OR-F COLUMN TO THE        K6GOLD.1
021900* BASELINE DISPOSITION VOCABULARY.                                K6GOLD.1
023800     MOVE "OTHER  " TO WS-RESULT-DISP.                            K6GOLD.1
023900 4000-EXIT.                                                       K6GOLD.1
024000     EXIT.                                                        K6GOLD.1
000000*================================================================ K6SREL.1
000000* 4500-RELEASE-CHECK -- IS THIS ROW COMPARABLE WITH ITS BASELINE  K6SREL.1
000000* ENTRY?  LEAVES THE RELEASE NOTE FOR THE DETAIL LINE IN          K6SREL.1
000000* DET-NOTE (SPACE WHEN BOTH COME FROM THE SAME RELEASE).          K6SREL.1
000000*================================================================ K6SREL.1
000000 4500-RELEASE-CHECK.                                              K6SREL.1
000000     MOVE WS-CUR-PGM-ID   TO RELK-PGM-ID.                         K6SREL.1
000000     MOVE CX-PAR-NAME     TO RELK-PAR-NAME.                       K6SREL.1
000000     MOVE ZERO            TO RELK-MAP-DATE.                       K6SREL.1
000000     MOVE WS-CUR-RUN-DATE TO RELK-DATE-A.                         K6SREL.1
000000     MOVE WS-CUR-REL      TO RELK-REL-A.                          K6SREL.1
000000     MOVE GB-EFF-DATE     TO RELK-DATE-B.                         K6SREL.1
000000     MOVE ZERO            TO RELK-REL-B.                          K6SREL.1
000000     CALL "K6RELK" USING RELK-PARM.                               K6SREL.1
000000     MOVE SPACE TO DET-NOTE.                                      K6SREL.1
000000     IF RELK-SAME                                                 K6SREL.1
000000         GO TO 4500-EXIT.                                         K6SREL.1
000000     IF RELK-CHANGED                                              K6SREL.1
000000         STRING "NOT COMPARED - CHANGED IN REL " RELK-CHG-REL     K6SREL.1
000000             DELIMITED BY SIZE INTO DET-NOTE                      K6SREL.1
000000     ELSE IF RELK-WITHDRAWN                                       K6SREL.1
000000         STRING "NOT COMPARED - WITHDRAWN IN REL " RELK-CHG-REL   K6SREL.1
000000             DELIMITED BY SIZE INTO DET-NOTE                      K6SREL.1
000000     ELSE IF RELK-NEW                                             K6SREL.1
000000         STRING "NOT COMPARED - NEW IN REL " RELK-CHG-REL         K6SREL.1
000000             DELIMITED BY SIZE INTO DET-NOTE                      K6SREL.1
000000     ELSE IF RELK-UNMAPPED                                        K6SREL.1
000000         STRING "REL " RELK-REL-A "/" RELK-REL-B                  K6SREL.1
000000             " - TEST NOT MAPPED" DELIMITED BY SIZE INTO DET-NOTE K6SREL.1
000000     ELSE                                                         K6SREL.1
000000         STRING "REL " RELK-REL-A "/" RELK-REL-B                  K6SREL.1
000000             " - UNCHANGED PER MAP" DELIMITED BY SIZE             K6SREL.1
000000             INTO DET-NOTE.                                       K6SREL.1
000000 4500-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
024100*================================================================ K6GOLD.1
024200* 7000-PRINT-TOTALS -- WRITE THE COMPARISON TOTALS.               K6GOLD.1
024300*================================================================ K6GOLD.1
024600     MOVE WS-ROWS-MATCHED  TO TOT-MATCHED.                        K6GOLD.1
024700     MOVE WS-ROWS-DEVIATED TO TOT-DEVIATED.                       K6GOLD.1
024800     MOVE WS-ROWS-UNBASED  TO TOT-UNBASED.                        K6GOLD.1
000000     MOVE WS-ROWS-REFUSED  TO TOT-REFUSED.                        K6SREL.1
024900     WRITE GR-PRINT-REC FROM TOT-LINE-1                           K6GOLD.1
025000         AFTER ADVANCING 2 LINES.                                 K6GOLD.1
025100     WRITE GR-PRINT-REC FROM TOT-LINE-2                           K6GOLD.1
025400         AFTER ADVANCING 1 LINES.                                 K6GOLD.1
025500     WRITE GR-PRINT-REC FROM TOT-LINE-4                           K6GOLD.1
025600         AFTER ADVANCING 1 LINES.                                 K6GOLD.1
000000     WRITE GR-PRINT-REC FROM TOT-LINE-5                           K6SREL.1
000000         AFTER ADVANCING 1 LINES.                                 K6SREL.1
000000     IF WS-ROWS-REFUSED > ZERO                                    K6SREL.1
000000         MOVE 4 TO RETURN-CODE.                                   K6SREL.1
025700     IF WS-ROWS-DEVIATED > ZERO                                   K6GOLD.1
025800         MOVE 8 TO RETURN-CODE.                                   K6GOLD.1
025900 7000-EXIT.                                                       K6GOLD.1
