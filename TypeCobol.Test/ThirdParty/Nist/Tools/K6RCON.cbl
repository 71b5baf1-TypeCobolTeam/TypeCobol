002800*    COUNTED LINE IS CHARGED TO THE RIGHT RUN.  A "*****"         K6RCON.1
002900*    RESULT WHOSE REMARK SAYS WAIVED IS NOT COUNTED AS A          K6RCON.1
003000*    DELETE, MATCHING THE WAY THE RAW-DATA COUNTERS ARE CUT.      K6RCON.1
000000*                                                                 K6RSTR.1
000000*    A RUN RESUMED FROM AN INTRA-PROGRAM RESTART POINT LEAVES ONE K6RSTR.1
000000*    RAW-DATA RECORD BUT TWO CSV EXTRACTS AND TWO PRINT COPIES    K6RSTR.1
000000*    UNDER THE SAME RUN KEY -- THE ABENDED ATTEMPT'S AND THE      K6RSTR.1
000000*    RESUMED ONE'S.  THE RESUMED EXTRACT CARRIES AN "R" RECORD    K6RSTR.1
000000*    AND THE RESUMED PRINT A "RESUMED AT GROUP" LINE, EACH WITH   K6RSTR.1
000000*    THE COUNTERS AT THE RESTART POINT; THE RUN'S TALLY RESTARTS  K6RSTR.1
000000*    FROM THOSE, SO RESULTS THE ABENDED ATTEMPT PRODUCED PAST THE K6RSTR.1
000000*    POINT ARE NOT COUNTED TWICE.  THE ABENDED EXTRACT'S MISSING  K6RSTR.1
000000*    TRAILER IS NOT AN ENVELOPE ERROR WHEN THE NEXT HEADER        K6RSTR.1
000000*    REOPENS THE SAME RUN AND IS FOLLOWED BY ITS "R" RECORD.      K6RSTR.1
003100*                                                                 K6RCON.1
003200* MODIFICATION HISTORY.                                           K6RCON.1
003300*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6RCON.1
000000*    2026-10-15  DLO  A RUN RESUMED FROM A RESTART POINT IS       K6RSTR.1
000000*                     RECONCILED AS ONE RUN (K6RSTR.CPY).         K6RSTR.1
003400*================================================================ K6RCON.1
003500                                                                  K6RCON.1
003600 ENVIRONMENT DIVISION.                                            K6RCON.1
000000     05  CX-TR-FLAG           PIC X(1).                           K6CSVE.1
000000     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6CSVE.1
000000     05  FILLER               PIC X(186).                         K6CSVE.1
000000 01  CX-RESUME REDEFINES CX-REC.                                  K6RSTR.1
000000     05  CX-RS-FLAG           PIC X(1).                           K6RSTR.1
000000     05  CX-RS-GROUP          PIC 99.                             K6RSTR.1
000000     05  CX-RS-PAR-NAME       PIC X(22).                          K6RSTR.1
000000     05  CX-RS-DETAIL-COUNT   PIC 9(7).                           K6RSTR.1
000000     05  CX-RS-OK             PIC 999.                            K6RSTR.1
000000     05  CX-RS-FAIL           PIC 999.                            K6RSTR.1
000000     05  CX-RS-DELETED        PIC 999.                            K6RSTR.1
000000     05  CX-RS-INSPECT        PIC 999.                            K6RSTR.1
000000     05  CX-RS-XFAIL          PIC 999.                            K6RSTR.1
000000     05  FILLER               PIC X(147).                         K6RSTR.1
007600 FD  PRINT-ARCHIVE                                                K6RCON.1
007700     LABEL RECORDS ARE STANDARD.                                  K6RCON.1
007800 01  PA-REC                   PIC X(120).                         K6RCON.1
009000     05  PA-ID-RUN-DATE       PIC 9(8).                           K6RCON.1
009100     05  PA-ID-RUN-SEQ        PIC 99.                             K6RCON.1
009200     05  FILLER               PIC X(95).                          K6RCON.1
000000*    RS-RESUME-LINE (K6RSTR.CPY) -- THE RESUMED RUN'S BANNER.     K6RSTR.1
000000 01  PA-RESUME REDEFINES PA-REC.                                  K6RSTR.1
000000     05  FILLER               PIC X(1).                           K6RSTR.1
000000     05  PA-RS-TEXT           PIC X(16).                          K6RSTR.1
000000     05  FILLER               PIC X(36).                          K6RSTR.1
000000     05  PA-RS-OK             PIC 999.                            K6RSTR.1
000000     05  FILLER               PIC X(6).                           K6RSTR.1
000000     05  PA-RS-FAIL           PIC 999.                            K6RSTR.1
000000     05  FILLER               PIC X(5).                           K6RSTR.1
000000     05  PA-RS-DEL            PIC 999.                            K6RSTR.1
000000     05  FILLER               PIC X(6).                           K6RSTR.1
000000     05  PA-RS-INSP           PIC 999.                            K6RSTR.1
000000     05  FILLER               PIC X(38).                          K6RSTR.1
009300 FD  RECON-RPT                                                    K6RCON.1
009400     LABEL RECORDS ARE STANDARD.                                  K6RCON.1
009500 01  RR-PRINT-REC             PIC X(120).                         K6RCON.1
000000     88  WS-ENV-OPEN                     VALUE "Y".               K6CSVE.1
000000 77  WS-ENV-DETAIL-CT         PIC 9(7)   VALUE ZERO.              K6CSVE.1
000000 77  WS-ENV-BAD-COUNT         PIC 9(4)   VALUE ZERO.              K6CSVE.1
000000*    "Y" WHILE A HEADER THAT REOPENED THE STILL-OPEN ENVELOPE'S   K6RSTR.1
000000*    RUN WAITS FOR THE "R" RECORD THAT EXCUSES THE MISSING        K6RSTR.1
000000*    TRAILER.                                                     K6RSTR.1
000000 77  WS-ENV-PEND-SW           PIC X      VALUE "N".               K6RSTR.1
000000     88  WS-ENV-PENDING                  VALUE "Y".               K6RSTR.1
000000 01  ENV-BAD-LINE.                                                K6CSVE.1
000000     05  FILLER           PIC X(34) VALUE                         K6CSVE.1
000000         "CSV ENVELOPE ERRORS THIS EXTRACT: ".                    K6CSVE.1
000000     05  FILLER           PIC X(82) VALUE SPACE.                  K6CSVE.1
010700 77  WS-RUN-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6RCON.1
010800 77  WS-MISMATCH-COUNT        PIC 9(3)   COMP VALUE ZERO.         K6RCON.1
000000 77  WS-RESUMED-COUNT         PIC 9(3)   COMP VALUE ZERO.         K6RSTR.1
010900 77  WS-FOUND-SW              PIC X      VALUE "N".               K6RCON.1
011000     88  WS-RUN-FOUND                    VALUE "Y".               K6RCON.1
011100 77  WS-CUR-SUB               PIC 9(3)   COMP VALUE ZERO.         K6RCON.1
013900         10  RUN-PRT-FAIL         PIC 9(5) COMP.                  K6RCON.1
014000         10  RUN-PRT-DEL          PIC 9(5) COMP.                  K6RCON.1
014100         10  RUN-PRT-INSP         PIC 9(5) COMP.                  K6RCON.1
000000         10  RUN-RESUMED-SW       PIC X.                          K6RSTR.1
014200* ----------------------------------------------------------      K6RCON.1
014300* REPORT LINES.                                                   K6RCON.1
014400* ----------------------------------------------------------      K6RCON.1
017800     05  FILLER           PIC X(21) VALUE "RUNS IN DISAGREEMENT ".K6RCON.1
017900     05  TOT-MISMATCH     PIC ZZZZZZ9.                            K6RCON.1
018000     05  FILLER           PIC X(92) VALUE SPACE.                  K6RCON.1
000000 01  TOT-LINE-3.                                                  K6RSTR.1
000000     05  FILLER           PIC X(27) VALUE                         K6RSTR.1
000000         "RUNS RESUMED (ONE RUN EACH)".                           K6RSTR.1
000000     05  TOT-RESUMED      PIC ZZZZZZ9.                            K6RSTR.1
000000     05  FILLER           PIC X(86) VALUE SPACE.                  K6RSTR.1
018100                                                                  K6RCON.1
018200 PROCEDURE DIVISION.                                              K6RCON.1
018300*================================================================ K6RCON.1
020700         GO TO 1000-EXIT.                                         K6RCON.1
020800     MOVE SPACE TO RUN-KEY (RUN-IDX).                             K6RCON.1
020900     MOVE "N"   TO RUN-RAW-FOUND-SW (RUN-IDX).                    K6RCON.1
000000     MOVE "N"   TO RUN-RESUMED-SW (RUN-IDX).                      K6RSTR.1
021000     MOVE ZERO  TO RUN-RAW-OK (RUN-IDX) RUN-RAW-FAIL (RUN-IDX)    K6RCON.1
021100                   RUN-RAW-DEL (RUN-IDX) RUN-RAW-INSP (RUN-IDX)   K6RCON.1
021200                   RUN-CSV-OK (RUN-IDX) RUN-CSV-FAIL (RUN-IDX)    K6RCON.1
025100         MOVE CX-ID-RUN-DATE TO WS-LK-RUN-DATE                    K6RCON.1
025200         MOVE CX-ID-RUN-SEQ  TO WS-LK-RUN-SEQ                     K6RCON.1
025300         GO TO 3000-EXIT.                                         K6RCON.1
000000     IF CX-RS-FLAG = "R"                                          K6RSTR.1
000000         PERFORM 8800-ENV-RESUME THRU 8800-EXIT                   K6RSTR.1
000000         GO TO 3000-EXIT.                                         K6RSTR.1
000000     IF CX-TR-FLAG = "T"                                          K6CSVE.1
000000         PERFORM 8600-ENV-TRAILER-CHECK THRU 8600-EXIT            K6CSVE.1
000000         GO TO 3000-EXIT.                                         K6CSVE.1
025400     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6RCON.1
025500         GO TO 3000-EXIT.                                         K6RCON.1
000000     IF WS-ENV-PENDING                                            K6RSTR.1
000000         ADD 1 TO WS-ENV-BAD-COUNT                                K6RSTR.1
000000         MOVE "N" TO WS-ENV-PEND-SW.                              K6RSTR.1
000000     ADD 1 TO WS-ENV-DETAIL-CT.                                   K6CSVE.1
025520*    A ROW AHEAD OF ANY IDENTITY RECORD CANNOT BE CHARGED TO A    K6RCON.1
025540*    RUN -- PASS IT OVER RATHER THAN INVENT A BLANK-KEY ROW.      K6RCON.1
028476     IF PA-REC (2:5) = "*****"                                    K6RCON.1
028478         GO TO 4000-EXIT.                                         K6RCON.1
028500     PERFORM 6000-FIND-RUN THRU 6000-EXIT.                        K6RCON.1
000000*    A RESUMED RUN'S BANNER RESTARTS ITS PRINT TALLY FROM THE     K6RSTR.1
000000*    COUNTERS AT THE RESTART POINT.                               K6RSTR.1
000000     IF PA-RS-TEXT = "RESUMED AT GROUP"                           K6RSTR.1
000000         MOVE PA-RS-OK   TO RUN-PRT-OK (RUN-IDX)                  K6RSTR.1
000000         MOVE PA-RS-FAIL TO RUN-PRT-FAIL (RUN-IDX)                K6RSTR.1
000000         MOVE PA-RS-DEL  TO RUN-PRT-DEL (RUN-IDX)                 K6RSTR.1
000000         MOVE PA-RS-INSP TO RUN-PRT-INSP (RUN-IDX)                K6RSTR.1
000000         GO TO 4000-EXIT.                                         K6RSTR.1
028600     IF PA-P-OR-F = "PASS "                                       K6RCON.1
028700         ADD 1 TO RUN-PRT-OK (RUN-IDX)                            K6RCON.1
028800     ELSE                                                         K6RCON.1
037700 7000-TOTAL.                                                      K6RCON.1
037800     MOVE WS-RUN-COUNT      TO TOT-RUNS.                          K6RCON.1
037900     MOVE WS-MISMATCH-COUNT TO TOT-MISMATCH.                      K6RCON.1
000000     MOVE WS-RESUMED-COUNT  TO TOT-RESUMED.                       K6RSTR.1
038000     WRITE RR-PRINT-REC FROM TOT-LINE-1                           K6RCON.1
038100         AFTER ADVANCING 2 LINES.                                 K6RCON.1
038200     WRITE RR-PRINT-REC FROM TOT-LINE-2                           K6RCON.1
038300         AFTER ADVANCING 1 LINES.                                 K6RCON.1
000000     WRITE RR-PRINT-REC FROM TOT-LINE-3                           K6RSTR.1
000000         AFTER ADVANCING 1 LINES.                                 K6RSTR.1
038400 7000-EXIT.                                                       K6RCON.1
038500     EXIT.                                                        K6RCON.1
000000*================================================================ K6CSVE.1
000000* 8500-ENV-OPEN-CHECK -- AN "H" HEADER OPENS AN EXTRACT           K6CSVE.1
000000* ENVELOPE (K6CSVE.CPY).  ONE STILL OPEN AT THAT POINT NEVER      K6CSVE.1
000000* SAW ITS TRAILER.                                                K6CSVE.1
000000* A HEADER REOPENING THE SAME RUN IS HELD PENDING INSTEAD --      K6RSTR.1
000000* SEE 8800.                                                       K6RSTR.1
000000*================================================================ K6CSVE.1
000000 8500-ENV-OPEN-CHECK.                                             K6CSVE.1
000000     IF WS-ENV-PENDING                                            K6RSTR.1
000000         ADD 1 TO WS-ENV-BAD-COUNT                                K6RSTR.1
000000         MOVE "N" TO WS-ENV-PEND-SW.                              K6RSTR.1
000000     IF WS-ENV-OPEN                                               K6RSTR.1
000000             AND CX-ID-TARGET = WS-LK-TARGET                      K6RSTR.1
000000             AND CX-ID-PGM-ID = WS-LK-PGM-ID                      K6RSTR.1
000000             AND CX-ID-RUN-DATE = WS-LK-RUN-DATE                  K6RSTR.1
000000             AND CX-ID-RUN-SEQ = WS-LK-RUN-SEQ                    K6RSTR.1
000000         SET WS-ENV-PENDING TO TRUE                               K6RSTR.1
000000     ELSE                                                         K6RSTR.1
000000     IF WS-ENV-OPEN                                               K6RSTR.1
000000         ADD 1 TO WS-ENV-BAD-COUNT.                               K6RSTR.1
000000     SET WS-ENV-OPEN TO TRUE.                                     K6CSVE.1
000000     MOVE ZERO TO WS-ENV-DETAIL-CT.                               K6CSVE.1
000000 8500-EXIT.                                                       K6CSVE.1
000000* DETAIL ROWS ACTUALLY SEEN SINCE ITS HEADER.                     K6CSVE.1
000000*================================================================ K6CSVE.1
000000 8600-ENV-TRAILER-CHECK.                                          K6CSVE.1
000000     IF WS-ENV-PENDING                                            K6RSTR.1
000000         ADD 1 TO WS-ENV-BAD-COUNT                                K6RSTR.1
000000         MOVE "N" TO WS-ENV-PEND-SW.                              K6RSTR.1
000000     IF NOT WS-ENV-OPEN                                           K6CSVE.1
000000         GO TO 8600-EXIT.                                         K6CSVE.1
000000     MOVE "N" TO WS-ENV-OPEN-SW.                                  K6CSVE.1
000000* IS REPORTED AND REJECTS THE RUN WITH RETURN-CODE 8.             K6CSVE.1
000000*================================================================ K6CSVE.1
000000 8700-ENV-FINAL-CHECK.                                            K6CSVE.1
000000     IF WS-ENV-PENDING                                            K6RSTR.1
000000         ADD 1 TO WS-ENV-BAD-COUNT                                K6RSTR.1
000000         MOVE "N" TO WS-ENV-PEND-SW.                              K6RSTR.1
000000     IF WS-ENV-OPEN                                               K6CSVE.1
000000         ADD 1 TO WS-ENV-BAD-COUNT                                K6CSVE.1
000000         MOVE "N" TO WS-ENV-OPEN-SW.                              K6CSVE.1
000000     MOVE 8 TO RETURN-CODE.                                       K6CSVE.1
000000 8700-EXIT.                                                       K6CSVE.1
000000     EXIT.                                                        K6CSVE.1
000000*================================================================ K6RSTR.1
000000* 8800-ENV-RESUME -- AN "R" RECORD MUST FOLLOW A HEADER THAT      K6RSTR.1
000000* REOPENED THE RUN OF THE ENVELOPE LEFT OPEN BY AN ABEND.  IT     K6RSTR.1
000000* EXCUSES THAT ENVELOPE'S MISSING TRAILER AND RESTARTS THE RUN'S  K6RSTR.1
000000* CSV TALLY FROM THE COUNTERS AT THE RESTART POINT.               K6RSTR.1
000000*================================================================ K6RSTR.1
000000 8800-ENV-RESUME.                                                 K6RSTR.1
000000     IF NOT WS-ENV-PENDING                                        K6RSTR.1
000000         ADD 1 TO WS-ENV-BAD-COUNT                                K6RSTR.1
000000         GO TO 8800-EXIT.                                         K6RSTR.1
000000     MOVE "N" TO WS-ENV-PEND-SW.                                  K6RSTR.1
000000     IF WS-LK-PGM-ID = SPACE                                      K6RSTR.1
000000         GO TO 8800-EXIT.                                         K6RSTR.1
000000     PERFORM 6000-FIND-RUN THRU 6000-EXIT.                        K6RSTR.1
000000     MOVE CX-RS-OK      TO RUN-CSV-OK (RUN-IDX).                  K6RSTR.1
000000     MOVE CX-RS-FAIL    TO RUN-CSV-FAIL (RUN-IDX).                K6RSTR.1
000000     MOVE CX-RS-DELETED TO RUN-CSV-DEL (RUN-IDX).                 K6RSTR.1
000000     MOVE CX-RS-INSPECT TO RUN-CSV-INSP (RUN-IDX).                K6RSTR.1
000000     IF RUN-RESUMED-SW (RUN-IDX) NOT = "Y"                        K6RSTR.1
000000         MOVE "Y" TO RUN-RESUMED-SW (RUN-IDX)                     K6RSTR.1
000000         ADD 1 TO WS-RESUMED-COUNT.                               K6RSTR.1
000000 8800-EXIT.                                                       K6RSTR.1
000000     EXIT.                                                        K6RSTR.1
038600*================================================================ K6RCON.1
038700* 9999-TERMINATE -- CLOSE FILES.                                  K6RCON.1
038800*================================================================ K6RCON.1
