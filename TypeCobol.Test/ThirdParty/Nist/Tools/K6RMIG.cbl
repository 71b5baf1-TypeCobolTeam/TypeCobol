002300*        CONVERT  READ THE REPRO-UNLOADED HISTORY (RAWIN),        K6RMIG.1
002400*                 RECOGNIZE EACH RECORD'S LEVEL BY ITS LENGTH,    K6RMIG.1
002500*                 CONVERT FORWARD LEVEL BY LEVEL (R01 TO R02      K6RMIG.1
000000*                 CONVERT FORWARD LEVEL BY LEVEL UP TO R06,       K6SREL.1
002700*                 (RAWOUT) FOR RELOAD.  NEW FIELDS ARE FILLED     K6RMIG.1
002800*                 WITH THEIR NEUTRAL VALUES (ZERO COUNTS).        K6RMIG.1
000000*                 THE SUITE RELEASE IS THE ONE IN FORCE ON THE    K6SREL.1
000000*                 RUN DATE PER THE RELEASE MAP (RELMAP, VIA       K6SREL.1
000000*                 K6RELK); WITHOUT THE MAP, THE BASE RELEASE.     K6SREL.1
002900*        VERIFY   SCAN RAWIN AND SET RETURN CODE 16 WHEN MORE     K6RMIG.1
003000*                 THAN ONE LEVEL (OR AN UNKNOWN LENGTH) IS        K6RMIG.1
003100*                 PRESENT.  THE REPORTING JOBS RUN THIS STEP      K6RMIG.1
003600*        R02  150 BYTES  + EXPECTED-FAIL COUNT                    K6RMIG.1
003700*        R03  153 BYTES  + LAYOUT-VERSION STAMP                   K6RMIG.1
000000*        R04  154 BYTES  + NAMED-WINDOW ID AFTER THE KEY          K6WIND.1
000000*        R05  162 BYTES  + COMPILE-OPTION PROFILE                 K6COPT.1
000000*        R06  164 BYTES  + TEST-SUITE RELEASE                     K6SREL.1
003800*                                                                 K6RMIG.1
003900* MODIFICATION HISTORY.                                           K6RMIG.1
004000*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6RMIG.1
000000*    2026-10-15  DLO  R05 LEVEL (COMPILE-OPTION PROFILE); R04     K6COPT.1
000000*                     RECORDS CONVERT WITH A BLANK PROFILE.       K6COPT.1
000000*    2026-10-15  DLO  R06 LEVEL (TEST-SUITE RELEASE); OLDER       K6SREL.1
000000*                     RECORDS GET THE RELEASE OF THEIR RUN DATE.  K6SREL.1
004100*================================================================ K6RMIG.1
004200                                                                  K6RMIG.1
004300 ENVIRONMENT DIVISION.                                            K6RMIG.1
006200 FILE SECTION.                                                    K6RMIG.1
006300 FD  RAW-IN                                                       K6RMIG.1
006400     LABEL RECORDS ARE STANDARD                                   K6RMIG.1
000000     RECORD IS VARYING IN SIZE FROM 147 TO 164 CHARACTERS         K6SREL.1
006600         DEPENDING ON WS-IN-LEN.                                  K6RMIG.1
000000 01  RI-RECORD                PIC X(164).                         K6SREL.1
006800 FD  RAW-OUT                                                      K6RMIG.1
006900     LABEL RECORDS ARE STANDARD.                                  K6RMIG.1
000000 01  RO-RECORD                PIC X(164).                         K6SREL.1
007100 FD  MIG-CTL                                                      K6RMIG.1
007200     LABEL RECORDS ARE STANDARD.                                  K6RMIG.1
007300 01  CTL-REC.                                                     K6RMIG.1
009000 77  WS-R02-COUNT             PIC 9(7)   COMP VALUE ZERO.         K6RMIG.1
009100 77  WS-R03-COUNT             PIC 9(7)   COMP VALUE ZERO.         K6RMIG.1
000000 77  WS-R04-COUNT             PIC 9(7)   COMP VALUE ZERO.         K6WIND.1
000000 77  WS-R05-COUNT             PIC 9(7)   COMP VALUE ZERO.         K6COPT.1
000000 77  WS-R06-COUNT             PIC 9(7)   COMP VALUE ZERO.         K6SREL.1
009200 77  WS-BAD-COUNT             PIC 9(7)   COMP VALUE ZERO.         K6RMIG.1
009300 77  WS-OUT-COUNT             PIC 9(7)   COMP VALUE ZERO.         K6RMIG.1
009400 77  WS-LEVELS-SEEN           PIC 9(1)   COMP VALUE ZERO.         K6RMIG.1
009900* COUNT OCCUPIES BYTES 148-150 AND THE VERSION STAMP BYTES        K6RMIG.1
010000* 151-153.                                                        K6RMIG.1
010100* ----------------------------------------------------------      K6RMIG.1
000000 01  WS-WORK-RECORD           PIC X(164) VALUE SPACE.             K6SREL.1
010300 01  WS-WORK-R REDEFINES WS-WORK-RECORD.                          K6RMIG.1
000000     05  WS-WORK-KEY          PIC X(24).                          K6WIND.1
000000     05  WS-WORK-WINDOW       PIC X(1).                           K6WIND.1
000000     05  WS-WORK-MID          PIC X(123).                         K6WIND.1
010500     05  WS-WORK-XFAIL        PIC X(3).                           K6RMIG.1
010600     05  WS-WORK-LAYOUT       PIC X(3).                           K6RMIG.1
000000     05  WS-WORK-PROFILE      PIC X(8).                           K6COPT.1
000000     05  WS-WORK-SUITE-REL    PIC 99.                             K6SREL.1
010700* ----------------------------------------------------------      K6RMIG.1
000000* RELEASE LOOKUP (K6RLKP.CPY).                                    K6SREL.1
000000* ----------------------------------------------------------      K6SREL.1
000000     COPY K6RLKP.                                                 K6SREL.1
000000* ----------------------------------------------------------      K6SREL.1
010800* REPORT LINES.                                                   K6RMIG.1
010900* ----------------------------------------------------------      K6RMIG.1
011000 01  HDR-LINE.                                                    K6RMIG.1
017300     EXIT.                                                        K6RMIG.1
017400*================================================================ K6RMIG.1
017500* 3000-PROCESS-RECORD -- RECOGNIZE THE LEVEL BY RECORD LENGTH,    K6RMIG.1
000000* COUNT IT, AND (CONVERT) STEP IT FORWARD TO R06.                 K6SREL.1
017700*================================================================ K6RMIG.1
000000 3000-PROCESS-RECORD.                                             K6WIND.1
000000     IF WS-IN-LEN = 147                                           K6WIND.1
000000     IF WS-IN-LEN = 154                                           K6WIND.1
000000         ADD 1 TO WS-R04-COUNT                                    K6WIND.1
000000         GO TO 3000-CONVERT.                                      K6WIND.1
000000     IF WS-IN-LEN = 162                                           K6COPT.1
000000         ADD 1 TO WS-R05-COUNT                                    K6COPT.1
000000         GO TO 3000-CONVERT.                                      K6COPT.1
000000     IF WS-IN-LEN = 164                                           K6SREL.1
000000         ADD 1 TO WS-R06-COUNT                                    K6SREL.1
000000         GO TO 3000-CONVERT.                                      K6SREL.1
000000     ADD 1 TO WS-BAD-COUNT.                                       K6WIND.1
000000     GO TO 3000-NEXT.                                             K6WIND.1
000000 3000-CONVERT.                                                    K6WIND.1
000000     IF WS-FUNCTION NOT = "CONVERT"                               K6WIND.1
000000         GO TO 3000-NEXT.                                         K6WIND.1
000000     MOVE SPACE TO WS-WORK-RECORD.                                K6WIND.1
000000     IF WS-IN-LEN = 164                                           K6SREL.1
000000         MOVE RI-RECORD (1:164) TO WS-WORK-RECORD                 K6SREL.1
000000         GO TO 3000-FINISH.                                       K6SREL.1
000000*    R05 TO R06 -- THE RELEASE IS STAMPED AT 3000-FINISH.         K6SREL.1
000000     IF WS-IN-LEN = 162                                           K6COPT.1
000000         MOVE RI-RECORD (1:162) TO WS-WORK-RECORD                 K6COPT.1
000000         GO TO 3000-FINISH.                                       K6COPT.1
000000*    R04 TO R05 -- THE OPTIONS OF EARLIER RUNS WERE NEVER         K6COPT.1
000000*    RECORDED; THE PROFILE STAYS SPACE RATHER THAN CLAIM ONE.     K6COPT.1
000000     IF WS-IN-LEN = 154                                           K6WIND.1
000000         MOVE RI-RECORD (1:154) TO WS-WORK-RECORD                 K6WIND.1
000000         GO TO 3000-FINISH.                                       K6WIND.1
000000*    EVERY CONVERTED RECORD LEAVES AT THE CURRENT LEVEL.          K6WIND.1
000000     IF WS-WORK-WINDOW = SPACE                                    K6WIND.1
000000         MOVE "N" TO WS-WORK-WINDOW.                              K6WIND.1
000000     IF WS-IN-LEN NOT = 164                                       K6SREL.1
000000         PERFORM 3500-STAMP-RELEASE THRU 3500-EXIT.               K6SREL.1
000000     MOVE "R06" TO WS-WORK-LAYOUT.                                K6SREL.1
000000     MOVE WS-WORK-RECORD TO RO-RECORD.                            K6WIND.1
000000     WRITE RO-RECORD.                                             K6WIND.1
000000     ADD 1 TO WS-OUT-COUNT.                                       K6WIND.1
020800     PERFORM 2000-READ-INPUT THRU 2000-EXIT.                      K6RMIG.1
020900 3000-EXIT.                                                       K6RMIG.1
021000     EXIT.                                                        K6RMIG.1
000000*================================================================ K6SREL.1
000000* 3500-STAMP-RELEASE -- THE SUITE RELEASE IN FORCE ON THE RUN     K6SREL.1
000000* DATE, FOR A RECORD WRITTEN BEFORE THE RELEASE WAS RECORDED.     K6SREL.1
000000*================================================================ K6SREL.1
000000 3500-STAMP-RELEASE.                                              K6SREL.1
000000     MOVE WS-WORK-KEY (9:6) TO RELK-PGM-ID.                       K6SREL.1
000000     MOVE SPACE TO RELK-PAR-NAME.                                 K6SREL.1
000000     MOVE WS-WORK-KEY (15:8) TO RELK-DATE-A.                      K6SREL.1
000000     MOVE RELK-DATE-A TO RELK-DATE-B.                             K6SREL.1
000000     MOVE ZERO TO RELK-REL-A RELK-REL-B RELK-MAP-DATE.            K6SREL.1
000000     CALL "K6RELK" USING RELK-PARM.                               K6SREL.1
000000     MOVE RELK-REL-A TO WS-WORK-SUITE-REL.                        K6SREL.1
000000 3500-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
021100*================================================================ K6RMIG.1
021200* 7000-VERDICT -- COUNT THE LEVELS PRESENT.  VERIFY FAILS ON A    K6RMIG.1
021300* MIX OR ON ANY UNRECOGNIZED LENGTH; CONVERT FAILS ONLY ON        K6RMIG.1
022300         ADD 1 TO WS-LEVELS-SEEN.                                 K6RMIG.1
000000     IF WS-R04-COUNT GREATER THAN ZERO                            K6WIND.1
000000         ADD 1 TO WS-LEVELS-SEEN.                                 K6WIND.1
000000     IF WS-R05-COUNT GREATER THAN ZERO                            K6COPT.1
000000         ADD 1 TO WS-LEVELS-SEEN.                                 K6COPT.1
000000     IF WS-R06-COUNT GREATER THAN ZERO                            K6SREL.1
000000         ADD 1 TO WS-LEVELS-SEEN.                                 K6SREL.1
022400     MOVE "R01" TO CL-LEVEL.                                      K6RMIG.1
022500     MOVE WS-R01-COUNT TO CL-COUNT.                               K6RMIG.1
022600     WRITE MR-PRINT-REC FROM CNT-LINE AFTER ADVANCING 2 LINES.    K6RMIG.1
000000     MOVE "R04" TO CL-LEVEL.                                      K6WIND.1
000000     MOVE WS-R04-COUNT TO CL-COUNT.                               K6WIND.1
000000     WRITE MR-PRINT-REC FROM CNT-LINE AFTER ADVANCING 1 LINE.     K6WIND.1
000000     MOVE "R05" TO CL-LEVEL.                                      K6COPT.1
000000     MOVE WS-R05-COUNT TO CL-COUNT.                               K6COPT.1
000000     WRITE MR-PRINT-REC FROM CNT-LINE AFTER ADVANCING 1 LINE.     K6COPT.1
000000     MOVE "R06" TO CL-LEVEL.                                      K6SREL.1
000000     MOVE WS-R06-COUNT TO CL-COUNT.                               K6SREL.1
000000     WRITE MR-PRINT-REC FROM CNT-LINE AFTER ADVANCING 1 LINE.     K6SREL.1
023300     MOVE "???" TO CL-LEVEL.                                      K6RMIG.1
023400     MOVE WS-BAD-COUNT TO CL-COUNT.                               K6RMIG.1
023500     WRITE MR-PRINT-REC FROM CNT-LINE AFTER ADVANCING 1 LINE.     K6RMIG.1
024400         MOVE "MIXED LAYOUT LEVELS - DO NOT REPORT" TO VL-TEXT.   K6RMIG.1
024500     IF WS-FUNCTION = "CONVERT"                                   K6RMIG.1
024600             AND WS-VERDICT-RC = ZERO                             K6RMIG.1
000000         MOVE "CONVERTED TO R06" TO VL-TEXT.                      K6SREL.1
024800     MOVE WS-VERDICT-RC TO VL-RC.                                 K6RMIG.1
024900     WRITE MR-PRINT-REC FROM VERDICT-LINE                         K6RMIG.1
025000         AFTER ADVANCING 2 LINES.                                 K6RMIG.1
