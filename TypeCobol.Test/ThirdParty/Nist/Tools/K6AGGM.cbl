002300*                 STEP.  A REBUILT SET REPLACING AN APPLIED       K6AGGM.1
002400*                 SET THAT DIFFERS IS THE SIGNAL SOMETHING        K6AGGM.1
002500*                 SKIPPED A CLOSE.                                K6AGGM.1
000000*        BACKOUT  TAKE ONE WINDOW DECLARED VOID (K6VOID) BACK OUT K6VOID.1
000000*                 OF THE AGGREGATES.  RAWEXT IS THE VOIDRAW       K6VOID.1
000000*                 BEFORE-IMAGE FILE; THE CARD NAMES THE WINDOW:   K6VOID.1
000000*                   COLS 10-17  TARGET-ID                         K6VOID.1
000000*                   COLS 19-26  RUN DATE (CCYYMMDD)               K6VOID.1
000000*                   COL  28     WINDOW ID (BLANK = "N")           K6VOID.1
000000*                 EACH IMAGE OF THAT WINDOW IS SUBTRACTED FROM    K6VOID.1
000000*                 ITS AGGREGATE; AN AGGREGATE LEFT WITH NO RUNS   K6VOID.1
000000*                 IS DROPPED.  RUN IT ONCE, AND ONLY FOR A WINDOW K6VOID.1
000000*                 ALREADY APPLIED -- IN ANY DOUBT, REBUILD.       K6VOID.1
002600*                                                                 K6AGGM.1
002700*    SUPERSEDED RUNS AND THE K6SMOK CALIBRATION RECORD DO NOT     K6AGGM.1
002800*    AGGREGATE, MATCHING EVERY DOWNSTREAM READER'S RULE.          K6AGGM.1
000000*                                                                 K6VOID.1
000000*    RETURN CODES.                                                K6VOID.1
000000*     0  AGGREGATE SET WRITTEN.                                   K6VOID.1
000000*     8  BACKOUT CARD DOES NOT NAME A TARGET AND A NUMERIC RUN    K6VOID.1
000000*        DATE -- NO AGGREGATE SET WRITTEN.                        K6VOID.1
002900*                                                                 K6AGGM.1
003000* MODIFICATION HISTORY.                                           K6AGGM.1
003100*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6AGGM.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  BACKOUT FUNCTION -- SUBTRACT A WINDOW       K6VOID.1
000000*                     DECLARED VOID FROM THE AGGREGATES.          K6VOID.1
003200*================================================================ K6AGGM.1
003300                                                                  K6AGGM.1
003400 ENVIRONMENT DIVISION.                                            K6AGGM.1
006400     LABEL RECORDS ARE STANDARD.                                  K6AGGM.1
006500 01  CTL-REC.                                                     K6AGGM.1
006600     05  CTL-FUNCTION         PIC X(8).                           K6AGGM.1
000000     05  FILLER               PIC X(1).                           K6VOID.1
000000     05  CTL-TARGET-ID        PIC X(8).                           K6VOID.1
000000     05  FILLER               PIC X(1).                           K6VOID.1
000000     05  CTL-RUN-DATE         PIC X(8).                           K6VOID.1
000000     05  FILLER               PIC X(1).                           K6VOID.1
000000     05  CTL-WINDOW-ID        PIC X(1).                           K6VOID.1
000000     05  FILLER               PIC X(52).                          K6VOID.1
006800 FD  NEW-AGG                                                      K6AGGM.1
006900     LABEL RECORDS ARE STANDARD.                                  K6AGGM.1
007000 01  NA-AGGREGATE-REC         PIC X(54).                          K6AGGM.1
008300 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6AGGM.1
008400 77  WS-HIT-SUB               PIC 9(4)   COMP VALUE ZERO.         K6AGGM.1
008500 77  WS-FOLDED                PIC 9(5)   VALUE ZERO.              K6AGGM.1
000000 77  WS-WRITTEN               PIC 9(4)   COMP VALUE ZERO.         K6VOID.1
000000 77  WS-BACKED-OUT            PIC 9(5)   VALUE ZERO.              K6VOID.1
000000 77  WS-NOT-ON-AGG            PIC 9(5)   VALUE ZERO.              K6VOID.1
000000 77  WS-BO-TARGET-ID          PIC X(8)   VALUE SPACE.             K6VOID.1
000000 77  WS-BO-WINDOW-ID          PIC X(1)   VALUE "N".               K6VOID.1
000000 77  WS-REC-WINDOW            PIC X(1)   VALUE SPACE.             K6VOID.1
000000 01  WS-BO-RUN-DATE-X         PIC X(8)   VALUE SPACE.             K6VOID.1
000000 01  WS-BO-RUN-DATE REDEFINES WS-BO-RUN-DATE-X                    K6VOID.1
000000                              PIC 9(8).                           K6VOID.1
008600* ----------------------------------------------------------      K6AGGM.1
008700* THE AGGREGATE SET, HELD FOR THE RUN.                            K6AGGM.1
008800* ----------------------------------------------------------      K6AGGM.1
011200     05  FILLER   PIC X(22) VALUE "  AGGREGATES WRITTEN= ".       K6AGGM.1
011300     05  SL-WRITTEN           PIC ZZZZ9.                          K6AGGM.1
011400     05  FILLER   PIC X(68) VALUE SPACE.                          K6AGGM.1
000000 01  BO-LINE.                                                     K6VOID.1
000000     05  FILLER   PIC X(20) VALUE "RUNS BACKED OUT=    ".         K6VOID.1
000000     05  BL-BACKED-OUT        PIC ZZZZ9.                          K6VOID.1
000000     05  FILLER   PIC X(22) VALUE "  NOT ON AGGREGATES=  ".       K6VOID.1
000000     05  BL-NOT-ON-AGG        PIC ZZZZ9.                          K6VOID.1
000000     05  FILLER   PIC X(10) VALUE "  WINDOW  ".                   K6VOID.1
000000     05  BL-TARGET-ID         PIC X(8).                           K6VOID.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6VOID.1
000000     05  BL-RUN-DATE          PIC X(8).                           K6VOID.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6VOID.1
000000     05  BL-WINDOW-ID         PIC X(1).                           K6VOID.1
000000     05  FILLER   PIC X(39) VALUE SPACE.                          K6VOID.1
000000 01  REJ-LINE.                                                    K6VOID.1
000000     05  FILLER   PIC X(60) VALUE                                 K6VOID.1
000000         "BACKOUT CARD NEEDS TARGET (10-17) AND RUN DATE (19-26)".K6VOID.1
000000     05  FILLER   PIC X(60) VALUE SPACE.                          K6VOID.1
011500                                                                  K6AGGM.1
011600 PROCEDURE DIVISION.                                              K6AGGM.1
011700*================================================================ K6AGGM.1
011900*================================================================ K6AGGM.1
012000 0000-MAINLINE.                                                   K6AGGM.1
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6AGGM.1
000000     IF WS-FUNCTION = "APPLY   " OR WS-FUNCTION = "BACKOUT "      K6VOID.1
012300         PERFORM 2000-LOAD-AGGREGATES THRU 2000-EXIT.             K6AGGM.1
000000     IF WS-FUNCTION = "BACKOUT "                                  K6VOID.1
000000         PERFORM 3500-BACKOUT-EXTRACT THRU 3500-EXIT              K6VOID.1
000000     ELSE                                                         K6VOID.1
000000         PERFORM 3000-FOLD-EXTRACT THRU 3000-EXIT.                K6VOID.1
012500     PERFORM 8000-WRITE-SET THRU 8000-EXIT.                       K6AGGM.1
012600     STOP RUN.                                                    K6AGGM.1
012700*================================================================ K6AGGM.1
013300         READ AGG-CTL                                             K6AGGM.1
013400             AT END GO TO 1000-CTL-DONE                           K6AGGM.1
013500         END-READ                                                 K6AGGM.1
000000         IF CTL-FUNCTION = "REBUILD " OR CTL-FUNCTION = "BACKOUT "K6VOID.1
013700             MOVE CTL-FUNCTION TO WS-FUNCTION.                    K6AGGM.1
000000         IF CTL-FUNCTION = "BACKOUT "                             K6VOID.1
000000             MOVE CTL-TARGET-ID TO WS-BO-TARGET-ID                K6VOID.1
000000             MOVE CTL-RUN-DATE  TO WS-BO-RUN-DATE-X               K6VOID.1
000000             IF CTL-WINDOW-ID NOT = SPACE                         K6VOID.1
000000                 MOVE CTL-WINDOW-ID TO WS-BO-WINDOW-ID.           K6VOID.1
013800 1000-CTL-DONE.                                                   K6AGGM.1
013900     IF WS-CTL-STATUS = "00"                                      K6AGGM.1
014000         CLOSE AGG-CTL.                                           K6AGGM.1
014200     MOVE WS-FUNCTION TO HDR-FUNCTION.                            K6AGGM.1
014300     WRITE AR-PRINT-REC FROM HDR-LINE                             K6AGGM.1
014400         AFTER ADVANCING PAGE.                                    K6AGGM.1
000000     IF WS-FUNCTION NOT = "BACKOUT "                              K6VOID.1
000000         GO TO 1000-EXIT.                                         K6VOID.1
000000     IF WS-BO-TARGET-ID NOT = SPACE AND WS-BO-RUN-DATE-X NUMERIC  K6VOID.1
000000         GO TO 1000-EXIT.                                         K6VOID.1
000000     WRITE AR-PRINT-REC FROM REJ-LINE AFTER ADVANCING 2 LINES.    K6VOID.1
000000     CLOSE AGG-RPT.                                               K6VOID.1
000000     MOVE 8 TO RETURN-CODE.                                       K6VOID.1
000000     STOP RUN.                                                    K6VOID.1
014500 1000-EXIT.                                                       K6AGGM.1
014600     EXIT.                                                        K6AGGM.1
014700*================================================================ K6AGGM.1
018100 3000-READ.                                                       K6AGGM.1
018200     READ RAW-EXTRACT                                             K6AGGM.1
018300         AT END GO TO 3000-DONE.                                  K6AGGM.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
018500         GO TO 3000-READ.                                         K6AGGM.1
018600     PERFORM 3100-FIND-SLOT THRU 3100-EXIT.                       K6AGGM.1
018700     IF WS-HIT-SUB = ZERO                                         K6AGGM.1
019800     CLOSE RAW-EXTRACT.                                           K6AGGM.1
019900 3000-EXIT.                                                       K6AGGM.1
020000     EXIT.                                                        K6AGGM.1
000000*================================================================ K6VOID.1
000000* 3500-BACKOUT-EXTRACT -- SUBTRACT THE NAMED WINDOW'S BEFORE-     K6VOID.1
000000* IMAGES FROM THE AGGREGATES.  THE IMAGES CARRY THE DISPOSITION   K6VOID.1
000000* THE RUN HAD BEFORE IT WAS VOIDED, SO THE SAME RUNS APPLY SKIPPEDK6VOID.1
000000* ARE SKIPPED HERE.  NO NEW AGGREGATE IS EVER OPENED.             K6VOID.1
000000*================================================================ K6VOID.1
000000 3500-BACKOUT-EXTRACT.                                            K6VOID.1
000000     OPEN INPUT RAW-EXTRACT.                                      K6VOID.1
000000 3500-READ.                                                       K6VOID.1
000000     READ RAW-EXTRACT                                             K6VOID.1
000000         AT END GO TO 3500-DONE.                                  K6VOID.1
000000     IF RE-TARGET-ID NOT = WS-BO-TARGET-ID                        K6VOID.1
000000             OR RE-RUN-DATE NOT = WS-BO-RUN-DATE                  K6VOID.1
000000         GO TO 3500-READ.                                         K6VOID.1
000000     MOVE RE-WINDOW-ID TO WS-REC-WINDOW.                          K6VOID.1
000000     IF WS-REC-WINDOW = SPACE                                     K6VOID.1
000000         MOVE "N" TO WS-REC-WINDOW.                               K6VOID.1
000000     IF WS-REC-WINDOW NOT = WS-BO-WINDOW-ID                       K6VOID.1
000000         GO TO 3500-READ.                                         K6VOID.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
000000         GO TO 3500-READ.                                         K6VOID.1
000000     MOVE ZERO TO WS-HIT-SUB.                                     K6VOID.1
000000     MOVE 1 TO WS-SUB.                                            K6VOID.1
000000 3500-SCAN.                                                       K6VOID.1
000000     IF WS-SUB GREATER THAN WS-AGG-COUNT                          K6VOID.1
000000         ADD 1 TO WS-NOT-ON-AGG                                   K6VOID.1
000000         GO TO 3500-READ.                                         K6VOID.1
000000     IF AT-RUN-DATE (WS-SUB) = RE-RUN-DATE                        K6VOID.1
000000             AND AT-TARGET-ID (WS-SUB) = RE-TARGET-ID             K6VOID.1
000000             AND AT-PGM-ID (WS-SUB) = RE-PGM-ID                   K6VOID.1
000000         MOVE WS-SUB TO WS-HIT-SUB                                K6VOID.1
000000         GO TO 3500-FOUND.                                        K6VOID.1
000000     ADD 1 TO WS-SUB.                                             K6VOID.1
000000     GO TO 3500-SCAN.                                             K6VOID.1
000000 3500-FOUND.                                                      K6VOID.1
000000     IF AT-RUNS (WS-HIT-SUB) = ZERO                               K6VOID.1
000000         ADD 1 TO WS-NOT-ON-AGG                                   K6VOID.1
000000         GO TO 3500-READ.                                         K6VOID.1
000000     SUBTRACT 1 FROM AT-RUNS (WS-HIT-SUB).                        K6VOID.1
000000     SUBTRACT RE-C-OK FROM AT-OK (WS-HIT-SUB).                    K6VOID.1
000000     SUBTRACT RE-C-ALL FROM AT-ALL (WS-HIT-SUB).                  K6VOID.1
000000     SUBTRACT RE-C-FAIL FROM AT-FAIL (WS-HIT-SUB).                K6VOID.1
000000     SUBTRACT RE-C-DELETED FROM AT-DELETED (WS-HIT-SUB).          K6VOID.1
000000     SUBTRACT RE-C-INSPECT FROM AT-INSPECT (WS-HIT-SUB).          K6VOID.1
000000     ADD 1 TO WS-BACKED-OUT.                                      K6VOID.1
000000     GO TO 3500-READ.                                             K6VOID.1
000000 3500-DONE.                                                       K6VOID.1
000000     CLOSE RAW-EXTRACT.                                           K6VOID.1
000000 3500-EXIT.                                                       K6VOID.1
000000     EXIT.                                                        K6VOID.1
020100*================================================================ K6AGGM.1
020200* 3100-FIND-SLOT.                                                 K6AGGM.1
020300*================================================================ K6AGGM.1
024000 8000-LOOP.                                                       K6AGGM.1
024100     IF WS-SUB GREATER THAN WS-AGG-COUNT                          K6AGGM.1
024200         GO TO 8000-DONE.                                         K6AGGM.1
000000*    AN AGGREGATE A BACKOUT EMPTIED IS DROPPED.                   K6VOID.1
000000     IF AT-RUNS (WS-SUB) = ZERO                                   K6VOID.1
000000         GO TO 8000-NEXT.                                         K6VOID.1
024300     MOVE AT-RUN-DATE (WS-SUB)  TO AG-RUN-DATE.                   K6AGGM.1
024400     MOVE AT-TARGET-ID (WS-SUB) TO AG-TARGET-ID.                  K6AGGM.1
024500     MOVE AT-MODULE-ID (WS-SUB) TO AG-MODULE-ID.                  K6AGGM.1
025100     MOVE AT-DELETED (WS-SUB)   TO AG-DELETED.                    K6AGGM.1
025200     MOVE AT-INSPECT (WS-SUB)   TO AG-INSPECT.                    K6AGGM.1
025300     MOVE AG-AGGREGATE-REC TO NA-AGGREGATE-REC.                   K6AGGM.1
000000     WRITE NA-AGGREGATE-REC.                                      K6VOID.1
000000     ADD 1 TO WS-WRITTEN.                                         K6VOID.1
000000 8000-NEXT.                                                       K6VOID.1
025500     ADD 1 TO WS-SUB.                                             K6AGGM.1
025600     GO TO 8000-LOOP.                                             K6AGGM.1
025700 8000-DONE.                                                       K6AGGM.1
025800     CLOSE NEW-AGG.                                               K6AGGM.1
025900     MOVE WS-FOLDED TO SL-FOLDED.                                 K6AGGM.1
000000     MOVE WS-WRITTEN TO SL-WRITTEN.                               K6VOID.1
026100     WRITE AR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 2 LINES.    K6AGGM.1
000000     IF WS-FUNCTION = "BACKOUT "                                  K6VOID.1
000000         MOVE WS-BACKED-OUT TO BL-BACKED-OUT                      K6VOID.1
000000         MOVE WS-NOT-ON-AGG TO BL-NOT-ON-AGG                      K6VOID.1
000000         MOVE WS-BO-TARGET-ID TO BL-TARGET-ID                     K6VOID.1
000000         MOVE WS-BO-RUN-DATE-X TO BL-RUN-DATE                     K6VOID.1
000000         MOVE WS-BO-WINDOW-ID TO BL-WINDOW-ID                     K6VOID.1
000000         WRITE AR-PRINT-REC FROM BO-LINE AFTER ADVANCING 1 LINES. K6VOID.1
026200     CLOSE AGG-RPT.                                               K6AGGM.1
026300 8000-EXIT.                                                       K6AGGM.1
026400     EXIT.                                                        K6AGGM.1
