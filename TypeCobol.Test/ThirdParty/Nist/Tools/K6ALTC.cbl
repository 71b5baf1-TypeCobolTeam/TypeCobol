000100 IDENTIFICATION DIVISION.                                         K6ALTC.1
000200 PROGRAM-ID.                                                      K6ALTC.1
000300     K6ALTC.                                                      K6ALTC.1
000400*================================================================ K6ALTC.1
000500* K6ALTC -- PRIMARY VERSUS ALTERNATE-DEVICE COMPARISON REPORT.    K6ALTC.1
000600*================================================================ K6ALTC.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6ALTC.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6ALTC.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6ALTC.1
001000* DATE-COMPILED.                                                  K6ALTC.1
001100*                                                                 K6ALTC.1
001200* REMARKS.                                                        K6ALTC.1
001300*    THE ALTERNATE-DEVICE WINDOW (K6ALTW) RUNS THE IX AND SQ      K6ALTC.1
001400*    PROGRAMS WITH THEIR WORK FILES ON THE X-44/X-45 DEVICES      K6ALTC.1
001500*    AND TAGS THEIR RAW-DATA RECORDS WITH WINDOW "A".  THIS       K6ALTC.1
001600*    PROGRAM SETS EACH PROGRAM'S LATEST ALTERNATE-DEVICE RUN      K6ALTC.1
001700*    BESIDE ITS LATEST PRIMARY-DEVICE RUN (WINDOW "N" OR BLANK)   K6ALTC.1
001800*    FOR ONE TARGET AND PRINTS, PROGRAM BY PROGRAM, THE VERDICT,  K6ALTC.1
001900*    ELAPSED SECONDS AND TRANSIENT-STATUS RETRY COUNT OF EACH     K6ALTC.1
002000*    SIDE, WITH A FINDING:                                        K6ALTC.1
002100*        NOT RUN ON ALTERNATE   NO WINDOW "A" RUN YET.            K6ALTC.1
002200*        NO PRIMARY RUN         NOTHING TO COMPARE AGAINST.       K6ALTC.1
002300*        VERDICT DIFFERS        PASS/FAIL/ABORT NOT THE SAME.     K6ALTC.1
002400*        SLOWER                 ALTERNATE ELAPSED TIME ABOVE THE  K6ALTC.1
002500*                               PRIMARY BY MORE THAN THE          K6ALTC.1
002600*                               THRESHOLD PERCENT.                K6ALTC.1
002700*        MORE RETRIES           MORE K6RTRY RETRIES ON THE        K6ALTC.1
002800*                               ALTERNATE SIDE.                   K6ALTC.1
002900*        SAME                   NONE OF THE ABOVE.                K6ALTC.1
003000*                                                                 K6ALTC.1
003100*    SUPERSEDED RUNS AND RUNS OF OTHER NAMED WINDOWS (E.G. "P"    K6ALTC.1
003200*    PATCH VERIFICATION) ARE LEFT OUT.  AN ABORTED RUN HAS NO     K6ALTC.1
003300*    TRUSTWORTHY END STAMP, SO IT SHOWS NO ELAPSED TIME AND IS    K6ALTC.1
003400*    NOT JUDGED FOR SPEED; ITS RETRIES ARE COUNTED TO THE END     K6ALTC.1
003500*    OF ITS START DAY.  A RETRY EVENT (RTRYEVT, SOURCE K6RTRY)    K6ALTC.1
003600*    IS COUNTED AGAINST THE RUN OF ITS PROGRAM WHOSE START AND    K6ALTC.1
003700*    END STAMPS ENCLOSE IT.  ELAPSED TIME IS WORKED OUT AS IN     K6ALTC.1
003800*    K6ELAP.                                                      K6ALTC.1
003900*                                                                 K6ALTC.1
004000*    FILES.                                                       K6ALTC.1
004100*        RAWEXT    RAW-DATA EXTRACT (K6RAWDS LAYOUT).             K6ALTC.1
004200*        RTRYEVT   OPTIONAL -- RETRY EVENTS (K6OPEV LAYOUT).      K6ALTC.1
004300*        ALTCCTL   OPTIONAL -- TARGET IN COLUMNS 1-8 (DEFAULT     K6ALTC.1
004400*                  K6TARG), SLOWER THRESHOLD PERCENT IN           K6ALTC.1
004500*                  COLUMNS 10-12 (DEFAULT 25).                    K6ALTC.1
004600*        ALTCRPT   THE REPORT.                                    K6ALTC.1
004700*                                                                 K6ALTC.1
004800* RETURN CODES.                                                   K6ALTC.1
004900*    0   EVERY PROGRAM RUN ON BOTH SIDES WITH THE SAME RESULT.    K6ALTC.1
005000*    4   A PROGRAM NOT RUN ON THE ALTERNATE DEVICES, OR SLOWER,   K6ALTC.1
005100*        OR RETRYING MORE THERE.                                  K6ALTC.1
005200*    8   A VERDICT DIFFERS BETWEEN THE DEVICES.                   K6ALTC.1
005300*                                                                 K6ALTC.1
005400* MODIFICATION HISTORY.                                           K6ALTC.1
005500*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6ALTC.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
005600*================================================================ K6ALTC.1
005700                                                                  K6ALTC.1
005800 ENVIRONMENT DIVISION.                                            K6ALTC.1
005900 CONFIGURATION SECTION.                                           K6ALTC.1
006000 SOURCE-COMPUTER.                                                 K6ALTC.1
006100     OUR-MAINFRAME.                                               K6ALTC.1
006200 OBJECT-COMPUTER.                                                 K6ALTC.1
006300     OUR-MAINFRAME.                                               K6ALTC.1
006400 INPUT-OUTPUT SECTION.                                            K6ALTC.1
006500 FILE-CONTROL.                                                    K6ALTC.1
006600     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6ALTC.1
006700         ORGANIZATION IS SEQUENTIAL.                              K6ALTC.1
006800     SELECT OPTIONAL RTRY-EVENT ASSIGN TO RTRYEVT                 K6ALTC.1
006900         ORGANIZATION IS SEQUENTIAL                               K6ALTC.1
007000         FILE STATUS IS WS-EVT-STATUS.                            K6ALTC.1
007100     SELECT OPTIONAL ALTC-CTL ASSIGN TO ALTCCTL                   K6ALTC.1
007200         ORGANIZATION IS SEQUENTIAL                               K6ALTC.1
007300         FILE STATUS IS WS-CTL-STATUS.                            K6ALTC.1
007400     SELECT ALTC-RPT ASSIGN TO ALTCRPT                            K6ALTC.1
007500         ORGANIZATION IS SEQUENTIAL.                              K6ALTC.1
007600                                                                  K6ALTC.1
007700 DATA DIVISION.                                                   K6ALTC.1
007800 FILE SECTION.                                                    K6ALTC.1
007900 FD  RAW-EXTRACT                                                  K6ALTC.1
008000     LABEL RECORDS ARE STANDARD.                                  K6ALTC.1
008100* RAW-DATA-SATZ LAYOUT -- KEPT IN STEP WITH K6RAWDS.CPY.          K6ALTC.1
008200 COPY K6RAWDS.                                                    K6ALTC.1
008300 FD  RTRY-EVENT                                                   K6ALTC.1
008400     LABEL RECORDS ARE STANDARD.                                  K6ALTC.1
008500 COPY K6OPEV.                                                     K6ALTC.1
008600 FD  ALTC-CTL                                                     K6ALTC.1
008700     LABEL RECORDS ARE STANDARD.                                  K6ALTC.1
008800 01  CTL-REC.                                                     K6ALTC.1
008900     05  CTL-TARGET-ID        PIC X(8).                           K6ALTC.1
009000     05  FILLER               PIC X(1).                           K6ALTC.1
009100     05  CTL-THRESHOLD-PCT    PIC 9(3).                           K6ALTC.1
009200     05  FILLER               PIC X(68).                          K6ALTC.1
009300 FD  ALTC-RPT                                                     K6ALTC.1
009400     LABEL RECORDS ARE STANDARD.                                  K6ALTC.1
009500 01  AR-PRINT-REC             PIC X(120).                         K6ALTC.1
009600                                                                  K6ALTC.1
009700 WORKING-STORAGE SECTION.                                         K6ALTC.1
009800     COPY K6TARG.                                                 K6ALTC.1
009900* ----------------------------------------------------------      K6ALTC.1
010000* SWITCHES AND COUNTERS.                                          K6ALTC.1
010100* ----------------------------------------------------------      K6ALTC.1
010200 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6ALTC.1
010300 77  WS-EVT-STATUS            PIC X(2)   VALUE SPACE.             K6ALTC.1
010400 77  WS-EXTRACT-EOF-SW        PIC X      VALUE "N".               K6ALTC.1
010500     88  WS-EXTRACT-EOF                  VALUE "Y".               K6ALTC.1
010600 77  WS-EVT-EOF-SW            PIC X      VALUE "N".               K6ALTC.1
010700     88  WS-EVT-EOF                      VALUE "Y".               K6ALTC.1
010800 77  WS-FOUND-SW              PIC X      VALUE "N".               K6ALTC.1
010900     88  WS-PGM-FOUND                    VALUE "Y".               K6ALTC.1
011000 77  WS-TARGET-ID             PIC X(8)   VALUE SPACE.             K6ALTC.1
011100 77  WS-THRESHOLD-PCT         PIC 9(3)   VALUE 025.               K6ALTC.1
011200 77  WS-SIDE                  PIC 9(1)   VALUE ZERO.              K6ALTC.1
011300 77  WS-CLEAR-SIDE            PIC 9(1)   VALUE ZERO.              K6ALTC.1
011400 77  WS-PGM-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6ALTC.1
011500 77  WS-NOT-ALT-COUNT         PIC 9(3)   COMP VALUE ZERO.         K6ALTC.1
011600 77  WS-NO-PRI-COUNT          PIC 9(3)   COMP VALUE ZERO.         K6ALTC.1
011700 77  WS-DIFFER-COUNT          PIC 9(3)   COMP VALUE ZERO.         K6ALTC.1
011800 77  WS-SLOWER-COUNT          PIC 9(3)   COMP VALUE ZERO.         K6ALTC.1
011900 77  WS-RETRY-COUNT           PIC 9(3)   COMP VALUE ZERO.         K6ALTC.1
012000 77  WS-SAME-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6ALTC.1
012100 77  WS-ELAPSED-SECS          PIC S9(7)  COMP VALUE ZERO.         K6ALTC.1
012200 77  WS-START-SECS            PIC S9(7)  COMP VALUE ZERO.         K6ALTC.1
012300 77  WS-END-SECS              PIC S9(7)  COMP VALUE ZERO.         K6ALTC.1
012400 77  WS-LIMIT                 PIC S9(9)  COMP VALUE ZERO.         K6ALTC.1
012500 77  WS-SLOWER-SW             PIC X      VALUE "N".               K6ALTC.1
012600     88  WS-ALT-SLOWER                   VALUE "Y".               K6ALTC.1
012700 77  WS-RETRIES-SW            PIC X      VALUE "N".               K6ALTC.1
012800     88  WS-ALT-MORE-RETRIES             VALUE "Y".               K6ALTC.1
012900 77  WS-RC                    PIC 9(2)   VALUE ZERO.              K6ALTC.1
013000 01  WS-TIME-PARTS.                                               K6ALTC.1
013100     05  WS-TP-HH             PIC 99.                             K6ALTC.1
013200     05  WS-TP-MM             PIC 99.                             K6ALTC.1
013300     05  WS-TP-SS             PIC 99.                             K6ALTC.1
013400     05  WS-TP-CC             PIC 99.                             K6ALTC.1
013500*    DATE AND TIME TOGETHER, SO ONE COMPARE ORDERS TWO STAMPS.    K6ALTC.1
013600 01  WS-EVENT-STAMP.                                              K6ALTC.1
013700     05  WS-ES-DATE           PIC 9(8).                           K6ALTC.1
013800     05  WS-ES-TIME           PIC 9(8).                           K6ALTC.1
013900 01  WS-RUN-START.                                                K6ALTC.1
014000     05  WS-RS-DATE           PIC 9(8).                           K6ALTC.1
014100     05  WS-RS-TIME           PIC 9(8).                           K6ALTC.1
014200 01  WS-RUN-END.                                                  K6ALTC.1
014300     05  WS-RE-DATE           PIC 9(8).                           K6ALTC.1
014400     05  WS-RE-TIME           PIC 9(8).                           K6ALTC.1
014500 01  WS-LOOKUP-PGM-ID         PIC X(6)   VALUE SPACE.             K6ALTC.1
014600* ----------------------------------------------------------      K6ALTC.1
014700* PER-PROGRAM TABLE.  SIDE 1 IS THE PRIMARY DEVICES (WINDOW       K6ALTC.1
014800* "N" OR BLANK), SIDE 2 THE ALTERNATE DEVICES (WINDOW "A");       K6ALTC.1
014900* EACH HOLDS THAT SIDE'S LATEST EFFECTIVE RUN BY RUN DATE AND     K6ALTC.1
015000* SEQ.  A ZERO RUN DATE MEANS THE SIDE HAS NO RUN.                K6ALTC.1
015100* ----------------------------------------------------------      K6ALTC.1
015200 01  PGM-TABLE.                                                   K6ALTC.1
015300     05  PGM-ENTRY OCCURS 200 TIMES                               K6ALTC.1
015400                   INDEXED BY PGM-IDX.                            K6ALTC.1
015500         10  PGM-PGM-ID           PIC X(6).                       K6ALTC.1
015600         10  PGM-SIDE OCCURS 2 TIMES.                             K6ALTC.1
015700             15  PGM-RUN-DATE     PIC 9(8).                       K6ALTC.1
015800             15  PGM-RUN-SEQ      PIC 99.                         K6ALTC.1
015900             15  PGM-VERDICT      PIC X(5).                       K6ALTC.1
016000                 88  PGM-ABORTED            VALUE "ABORT".        K6ALTC.1
016100             15  PGM-START        PIC X(16).                      K6ALTC.1
016200             15  PGM-END          PIC X(16).                      K6ALTC.1
016300             15  PGM-SECS         PIC S9(7) COMP.                 K6ALTC.1
016400             15  PGM-RETRIES      PIC 9(5)  COMP.                 K6ALTC.1
016500* ----------------------------------------------------------      K6ALTC.1
016600* REPORT LINES.                                                   K6ALTC.1
016700* ----------------------------------------------------------      K6ALTC.1
016800 01  HDR-LINE-1.                                                  K6ALTC.1
016900     05  FILLER   PIC X(38) VALUE                                 K6ALTC.1
017000         "PRIMARY VS ALTERNATE DEVICE -- TARGET ".                K6ALTC.1
017100     05  HDR-TARGET           PIC X(8).                           K6ALTC.1
017200     05  FILLER   PIC X(22) VALUE "   SLOWER THRESHOLD % ".       K6ALTC.1
017300     05  HDR-PCT              PIC ZZ9.                            K6ALTC.1
017400     05  FILLER   PIC X(49) VALUE SPACE.                          K6ALTC.1
017500 01  HDR-LINE-2.                                                  K6ALTC.1
017600     05  FILLER   PIC X(9)  VALUE SPACE.                          K6ALTC.1
017700     05  FILLER   PIC X(36) VALUE                                 K6ALTC.1
017800         "---- PRIMARY (X-24/X-25) ----   ".                      K6ALTC.1
017900     05  FILLER   PIC X(36) VALUE                                 K6ALTC.1
018000         "--- ALTERNATE (X-44/X-45) ---   ".                      K6ALTC.1
018100     05  FILLER   PIC X(39) VALUE SPACE.                          K6ALTC.1
018200 01  HDR-LINE-3.                                                  K6ALTC.1
018300     05  FILLER   PIC X(45) VALUE                                 K6ALTC.1
018400         "PGM-ID   RUN-DATE VERD.    SECS  RETRY   ".             K6ALTC.1
018500     05  FILLER   PIC X(36) VALUE                                 K6ALTC.1
018600         "RUN-DATE VERD.    SECS  RETRY   ".                      K6ALTC.1
018700     05  FILLER   PIC X(39) VALUE "FINDING".                      K6ALTC.1
018800 01  DET-LINE.                                                    K6ALTC.1
018900     05  DET-PGM-ID           PIC X(6).                           K6ALTC.1
019000     05  FILLER               PIC X(3)  VALUE SPACE.              K6ALTC.1
019100     05  DET-SIDE OCCURS 2 TIMES.                                 K6ALTC.1
019200         10  DET-RUN-DATE     PIC X(8).                           K6ALTC.1
019300         10  FILLER           PIC X(1).                           K6ALTC.1
019400         10  DET-VERDICT      PIC X(5).                           K6ALTC.1
019500         10  FILLER           PIC X(1).                           K6ALTC.1
019600         10  DET-SECS         PIC X(7).                           K6ALTC.1
019700         10  FILLER           PIC X(2).                           K6ALTC.1
019800         10  DET-RETRIES      PIC X(5).                           K6ALTC.1
019900         10  FILLER           PIC X(7).                           K6ALTC.1
020000     05  DET-FINDING          PIC X(22).                          K6ALTC.1
020100     05  FILLER               PIC X(17) VALUE SPACE.              K6ALTC.1
020200 01  WS-EDIT-SECS             PIC ZZZZZZ9.                        K6ALTC.1
020300 01  WS-EDIT-RETRIES          PIC ZZZZ9.                          K6ALTC.1
020400 01  TOT-LINE.                                                    K6ALTC.1
020500     05  TOT-LABEL            PIC X(24).                          K6ALTC.1
020600     05  TOT-COUNT            PIC ZZZZZZ9.                        K6ALTC.1
020700     05  FILLER               PIC X(89) VALUE SPACE.              K6ALTC.1
020800                                                                  K6ALTC.1
020900 PROCEDURE DIVISION.                                              K6ALTC.1
021000*================================================================ K6ALTC.1
021100* 0000-MAINLINE -- LOAD BOTH SIDES' LATEST RUNS, COUNT THE        K6ALTC.1
021200* RETRIES INTO THEM, THEN PRINT THE COMPARISON.                   K6ALTC.1
021300*================================================================ K6ALTC.1
021400 0000-MAINLINE.                                                   K6ALTC.1
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6ALTC.1
021600     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6ALTC.1
021700     PERFORM 3000-POST-RECORD THRU 3000-EXIT                      K6ALTC.1
021800             UNTIL WS-EXTRACT-EOF.                                K6ALTC.1
021900     PERFORM 5000-COUNT-RETRIES THRU 5000-EXIT.                   K6ALTC.1
022000     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.                    K6ALTC.1
022100     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6ALTC.1
022200     STOP RUN.                                                    K6ALTC.1
022300*================================================================ K6ALTC.1
022400* 1000-INITIALIZE -- READ THE OPTIONAL CONTROL CARD AND OPEN      K6ALTC.1
022500* THE FILES.  NO CARD LEAVES K6TARG AND 25 PERCENT STANDING.      K6ALTC.1
022600*================================================================ K6ALTC.1
022700 1000-INITIALIZE.                                                 K6ALTC.1
022800     MOVE K6-TARGET-ID TO WS-TARGET-ID.                           K6ALTC.1
022900     OPEN INPUT ALTC-CTL.                                         K6ALTC.1
023000     IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "05"     K6ALTC.1
023100         GO TO 1000-OPEN-FILES.                                   K6ALTC.1
023200     READ ALTC-CTL                                                K6ALTC.1
023300         AT END MOVE SPACE TO CTL-REC.                            K6ALTC.1
023400     IF CTL-TARGET-ID NOT = SPACE                                 K6ALTC.1
023500         MOVE CTL-TARGET-ID TO WS-TARGET-ID.                      K6ALTC.1
023600     IF CTL-THRESHOLD-PCT NUMERIC                                 K6ALTC.1
023700         AND CTL-THRESHOLD-PCT > ZERO                             K6ALTC.1
023800         MOVE CTL-THRESHOLD-PCT TO WS-THRESHOLD-PCT.              K6ALTC.1
023900     CLOSE ALTC-CTL.                                              K6ALTC.1
024000 1000-OPEN-FILES.                                                 K6ALTC.1
024100     OPEN INPUT  RAW-EXTRACT.                                     K6ALTC.1
024200     OPEN OUTPUT ALTC-RPT.                                        K6ALTC.1
024300 1000-EXIT.                                                       K6ALTC.1
024400     EXIT.                                                        K6ALTC.1
024500*================================================================ K6ALTC.1
024600* 2000-READ-EXTRACT -- READ ONE RAW-DATA-SATZ.                    K6ALTC.1
024700*================================================================ K6ALTC.1
024800 2000-READ-EXTRACT.                                               K6ALTC.1
024900     READ RAW-EXTRACT                                             K6ALTC.1
025000         AT END SET WS-EXTRACT-EOF TO TRUE.                       K6ALTC.1
025100 2000-EXIT.                                                       K6ALTC.1
025200     EXIT.                                                        K6ALTC.1
025300*================================================================ K6ALTC.1
025400* 3000-POST-RECORD -- AN EFFECTIVE IX OR SQ RUN OF THE TARGET     K6ALTC.1
025500* ON EITHER DEVICE SIDE REPLACES THAT SIDE'S RUN WHEN IT IS       K6ALTC.1
025600* LATER BY RUN DATE AND SEQ.                                      K6ALTC.1
025700*================================================================ K6ALTC.1
025800 3000-POST-RECORD.                                                K6ALTC.1
025900     IF RE-TARGET-ID NOT = WS-TARGET-ID                           K6ALTC.1
026000         GO TO 3000-NEXT.                                         K6ALTC.1
026100     IF RE-PGM-ID (1:2) NOT = "IX" AND RE-PGM-ID (1:2) NOT = "SQ" K6ALTC.1
026200         GO TO 3000-NEXT.                                         K6ALTC.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
026400         GO TO 3000-NEXT.                                         K6ALTC.1
026500     IF RE-WINDOW-ID = "A"                                        K6ALTC.1
026600         MOVE 2 TO WS-SIDE                                        K6ALTC.1
026700     ELSE                                                         K6ALTC.1
026800         IF RE-WINDOW-ID = "N" OR RE-WINDOW-ID = SPACE            K6ALTC.1
026900             MOVE 1 TO WS-SIDE                                    K6ALTC.1
027000         ELSE                                                     K6ALTC.1
027100             GO TO 3000-NEXT.                                     K6ALTC.1
027200     MOVE RE-PGM-ID TO WS-LOOKUP-PGM-ID.                          K6ALTC.1
027300     PERFORM 4000-FIND-PGM THRU 4000-EXIT.                        K6ALTC.1
027400     IF NOT WS-PGM-FOUND                                          K6ALTC.1
027500         GO TO 3000-NEXT.                                         K6ALTC.1
027600     IF RE-RUN-DATE < PGM-RUN-DATE (PGM-IDX WS-SIDE)              K6ALTC.1
027700         GO TO 3000-NEXT.                                         K6ALTC.1
027800     IF RE-RUN-DATE = PGM-RUN-DATE (PGM-IDX WS-SIDE)              K6ALTC.1
027900         AND RE-RUN-SEQ NOT > PGM-RUN-SEQ (PGM-IDX WS-SIDE)       K6ALTC.1
028000         GO TO 3000-NEXT.                                         K6ALTC.1
028100     PERFORM 3500-TAKE-RUN THRU 3500-EXIT.                        K6ALTC.1
028200 3000-NEXT.                                                       K6ALTC.1
028300     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6ALTC.1
028400 3000-EXIT.                                                       K6ALTC.1
028500     EXIT.                                                        K6ALTC.1
028600*================================================================ K6ALTC.1
028700* 3500-TAKE-RUN -- THE RUN IN HAND BECOMES THIS SIDE'S RUN:       K6ALTC.1
028800* DATE, SEQ, VERDICT, START/END STAMPS AND ELAPSED SECONDS.       K6ALTC.1
028900*================================================================ K6ALTC.1
029000 3500-TAKE-RUN.                                                   K6ALTC.1
029100     MOVE RE-RUN-DATE TO PGM-RUN-DATE (PGM-IDX WS-SIDE).          K6ALTC.1
029200     MOVE RE-RUN-SEQ  TO PGM-RUN-SEQ (PGM-IDX WS-SIDE).           K6ALTC.1
029300     MOVE RE-C-DATE   TO WS-RS-DATE.                              K6ALTC.1
029400     MOVE RE-C-TIME   TO WS-RS-TIME.                              K6ALTC.1
029500     MOVE WS-RUN-START TO PGM-START (PGM-IDX WS-SIDE).            K6ALTC.1
029600     MOVE ZERO TO PGM-SECS (PGM-IDX WS-SIDE).                     K6ALTC.1
029700*    AN ABORTED RUN HAS NO TRUSTWORTHY END STAMP.                 K6ALTC.1
029800     IF RE-C-ABORT = "ABORTED "                                   K6ALTC.1
029900         MOVE "ABORT" TO PGM-VERDICT (PGM-IDX WS-SIDE)            K6ALTC.1
030000         MOVE RE-C-DATE TO WS-RE-DATE                             K6ALTC.1
030100         MOVE 99999999 TO WS-RE-TIME                              K6ALTC.1
030200         MOVE WS-RUN-END TO PGM-END (PGM-IDX WS-SIDE)             K6ALTC.1
030300         GO TO 3500-EXIT.                                         K6ALTC.1
030400     IF RE-C-FAIL NUMERIC AND RE-C-FAIL > ZERO                    K6ALTC.1
030500         MOVE "FAIL " TO PGM-VERDICT (PGM-IDX WS-SIDE)            K6ALTC.1
030600     ELSE                                                         K6ALTC.1
030700         MOVE "PASS " TO PGM-VERDICT (PGM-IDX WS-SIDE).           K6ALTC.1
030800     MOVE RE-C-END-DATE TO WS-RE-DATE.                            K6ALTC.1
030900     MOVE RE-C-END-TIME TO WS-RE-TIME.                            K6ALTC.1
031000     MOVE WS-RUN-END TO PGM-END (PGM-IDX WS-SIDE).                K6ALTC.1
031100     MOVE RE-C-TIME TO WS-TIME-PARTS.                             K6ALTC.1
031200     COMPUTE WS-START-SECS =                                      K6ALTC.1
031300         (WS-TP-HH * 60 + WS-TP-MM) * 60 + WS-TP-SS.              K6ALTC.1
031400     MOVE RE-C-END-TIME TO WS-TIME-PARTS.                         K6ALTC.1
031500     COMPUTE WS-END-SECS =                                        K6ALTC.1
031600         (WS-TP-HH * 60 + WS-TP-MM) * 60 + WS-TP-SS.              K6ALTC.1
031700     IF WS-END-SECS < WS-START-SECS                               K6ALTC.1
031800         ADD 86400 TO WS-END-SECS.                                K6ALTC.1
031900     SUBTRACT WS-START-SECS FROM WS-END-SECS                      K6ALTC.1
032000         GIVING WS-ELAPSED-SECS.                                  K6ALTC.1
032100     MOVE WS-ELAPSED-SECS TO PGM-SECS (PGM-IDX WS-SIDE).          K6ALTC.1
032200 3500-EXIT.                                                       K6ALTC.1
032300     EXIT.                                                        K6ALTC.1
032400*================================================================ K6ALTC.1
032500* 4000-FIND-PGM -- LOCATE THE PROGRAM IN THE TABLE, ADDING A      K6ALTC.1
032600* NEW ENTRY WITH BOTH SIDES EMPTY WHEN IT IS NEW.  A FULL         K6ALTC.1
032700* TABLE LEAVES WS-PGM-FOUND OFF AND THE RUN IS NOT POSTED.        K6ALTC.1
032800*================================================================ K6ALTC.1
032900 4000-FIND-PGM.                                                   K6ALTC.1
033000     PERFORM 4100-SEARCH-PGM THRU 4100-EXIT.                      K6ALTC.1
033100     IF WS-PGM-FOUND                                              K6ALTC.1
033200         GO TO 4000-EXIT.                                         K6ALTC.1
033300     IF WS-PGM-COUNT NOT < 200                                    K6ALTC.1
033400         GO TO 4000-EXIT.                                         K6ALTC.1
033500     ADD 1 TO WS-PGM-COUNT.                                       K6ALTC.1
033600     SET PGM-IDX TO WS-PGM-COUNT.                                 K6ALTC.1
033700     MOVE WS-LOOKUP-PGM-ID TO PGM-PGM-ID (PGM-IDX).               K6ALTC.1
033800     MOVE 1 TO WS-CLEAR-SIDE.                                     K6ALTC.1
033900     PERFORM 4200-CLEAR-SIDE THRU 4200-EXIT.                      K6ALTC.1
034000     MOVE 2 TO WS-CLEAR-SIDE.                                     K6ALTC.1
034100     PERFORM 4200-CLEAR-SIDE THRU 4200-EXIT.                      K6ALTC.1
034200     MOVE "Y" TO WS-FOUND-SW.                                     K6ALTC.1
034300 4000-EXIT.                                                       K6ALTC.1
034400     EXIT.                                                        K6ALTC.1
034500*================================================================ K6ALTC.1
034600* 4100-SEARCH-PGM -- SEARCH ONLY; PGM-IDX LEFT ON THE ENTRY       K6ALTC.1
034700* WHEN WS-PGM-FOUND.                                              K6ALTC.1
034800*================================================================ K6ALTC.1
034900 4100-SEARCH-PGM.                                                 K6ALTC.1
035000     MOVE "N" TO WS-FOUND-SW.                                     K6ALTC.1
035100     SET PGM-IDX TO 1.                                            K6ALTC.1
035200 4100-SEARCH.                                                     K6ALTC.1
035300     IF PGM-IDX > WS-PGM-COUNT                                    K6ALTC.1
035400         GO TO 4100-EXIT.                                         K6ALTC.1
035500     IF PGM-PGM-ID (PGM-IDX) = WS-LOOKUP-PGM-ID                   K6ALTC.1
035600         MOVE "Y" TO WS-FOUND-SW                                  K6ALTC.1
035700         GO TO 4100-EXIT.                                         K6ALTC.1
035800     SET PGM-IDX UP BY 1.                                         K6ALTC.1
035900     GO TO 4100-SEARCH.                                           K6ALTC.1
036000 4100-EXIT.                                                       K6ALTC.1
036100     EXIT.                                                        K6ALTC.1
036200*================================================================ K6ALTC.1
036300* 4200-CLEAR-SIDE -- EMPTY ONE SIDE OF THE ENTRY AT PGM-IDX.      K6ALTC.1
036400*================================================================ K6ALTC.1
036500 4200-CLEAR-SIDE.                                                 K6ALTC.1
036600     MOVE ZERO  TO PGM-RUN-DATE (PGM-IDX WS-CLEAR-SIDE)           K6ALTC.1
036700                   PGM-RUN-SEQ (PGM-IDX WS-CLEAR-SIDE)            K6ALTC.1
036800                   PGM-SECS (PGM-IDX WS-CLEAR-SIDE)               K6ALTC.1
036900                   PGM-RETRIES (PGM-IDX WS-CLEAR-SIDE).           K6ALTC.1
037000     MOVE SPACE TO PGM-VERDICT (PGM-IDX WS-CLEAR-SIDE)            K6ALTC.1
037100                   PGM-START (PGM-IDX WS-CLEAR-SIDE)              K6ALTC.1
037200                   PGM-END (PGM-IDX WS-CLEAR-SIDE).               K6ALTC.1
037300 4200-EXIT.                                                       K6ALTC.1
037400     EXIT.                                                        K6ALTC.1
037500*================================================================ K6ALTC.1
037600* 5000-COUNT-RETRIES -- EACH K6RTRY EVENT COUNTS AGAINST THE      K6ALTC.1
037700* SIDE WHOSE RUN OF THE SAME PROGRAM ENCLOSES ITS TIME STAMP.     K6ALTC.1
037800*================================================================ K6ALTC.1
037900 5000-COUNT-RETRIES.                                              K6ALTC.1
038000     OPEN INPUT RTRY-EVENT.                                       K6ALTC.1
038100     IF WS-EVT-STATUS NOT = "00" AND WS-EVT-STATUS NOT = "05"     K6ALTC.1
038200         GO TO 5000-EXIT.                                         K6ALTC.1
038300 5000-READ.                                                       K6ALTC.1
038400     READ RTRY-EVENT                                              K6ALTC.1
038500         AT END GO TO 5000-CLOSE.                                 K6ALTC.1
038600     IF OPEV-SOURCE NOT = "K6RTRY  "                              K6ALTC.1
038700         GO TO 5000-READ.                                         K6ALTC.1
038800     MOVE OPEV-PGM-ID TO WS-LOOKUP-PGM-ID.                        K6ALTC.1
038900     PERFORM 4100-SEARCH-PGM THRU 4100-EXIT.                      K6ALTC.1
039000     IF NOT WS-PGM-FOUND                                          K6ALTC.1
039100         GO TO 5000-READ.                                         K6ALTC.1
039200     MOVE OPEV-DATE TO WS-ES-DATE.                                K6ALTC.1
039300     MOVE OPEV-TIME TO WS-ES-TIME.                                K6ALTC.1
039400     MOVE 1 TO WS-SIDE.                                           K6ALTC.1
039500     PERFORM 5100-POST-EVENT THRU 5100-EXIT.                      K6ALTC.1
039600     MOVE 2 TO WS-SIDE.                                           K6ALTC.1
039700     PERFORM 5100-POST-EVENT THRU 5100-EXIT.                      K6ALTC.1
039800     GO TO 5000-READ.                                             K6ALTC.1
039900 5000-CLOSE.                                                      K6ALTC.1
040000     CLOSE RTRY-EVENT.                                            K6ALTC.1
040100 5000-EXIT.                                                       K6ALTC.1
040200     EXIT.                                                        K6ALTC.1
040300*================================================================ K6ALTC.1
040400* 5100-POST-EVENT -- COUNT THE EVENT TO ONE SIDE IF THAT          K6ALTC.1
040500* SIDE'S RUN ENCLOSES IT.                                         K6ALTC.1
040600*================================================================ K6ALTC.1
040700 5100-POST-EVENT.                                                 K6ALTC.1
040800     IF PGM-RUN-DATE (PGM-IDX WS-SIDE) = ZERO                     K6ALTC.1
040900         GO TO 5100-EXIT.                                         K6ALTC.1
041000     IF WS-EVENT-STAMP < PGM-START (PGM-IDX WS-SIDE)              K6ALTC.1
041100         OR WS-EVENT-STAMP > PGM-END (PGM-IDX WS-SIDE)            K6ALTC.1
041200         GO TO 5100-EXIT.                                         K6ALTC.1
041300     ADD 1 TO PGM-RETRIES (PGM-IDX WS-SIDE).                      K6ALTC.1
041400 5100-EXIT.                                                       K6ALTC.1
041500     EXIT.                                                        K6ALTC.1
041600*================================================================ K6ALTC.1
041700* 7000-PRINT-REPORT -- ONE LINE PER PROGRAM, THEN THE TOTALS.     K6ALTC.1
041800*================================================================ K6ALTC.1
041900 7000-PRINT-REPORT.                                               K6ALTC.1
042000     MOVE WS-TARGET-ID TO HDR-TARGET.                             K6ALTC.1
042100     MOVE WS-THRESHOLD-PCT TO HDR-PCT.                            K6ALTC.1
042200     WRITE AR-PRINT-REC FROM HDR-LINE-1                           K6ALTC.1
042300         AFTER ADVANCING PAGE.                                    K6ALTC.1
042400     WRITE AR-PRINT-REC FROM HDR-LINE-2                           K6ALTC.1
042500         AFTER ADVANCING 2 LINES.                                 K6ALTC.1
042600     WRITE AR-PRINT-REC FROM HDR-LINE-3                           K6ALTC.1
042700         AFTER ADVANCING 1 LINES.                                 K6ALTC.1
042800     SET PGM-IDX TO 1.                                            K6ALTC.1
042900 7000-DETAIL.                                                     K6ALTC.1
043000     IF PGM-IDX > WS-PGM-COUNT                                    K6ALTC.1
043100         GO TO 7000-TOTAL.                                        K6ALTC.1
043200     PERFORM 7100-JUDGE-PGM THRU 7100-EXIT.                       K6ALTC.1
043300     WRITE AR-PRINT-REC FROM DET-LINE                             K6ALTC.1
043400         AFTER ADVANCING 1 LINES.                                 K6ALTC.1
043500     SET PGM-IDX UP BY 1.                                         K6ALTC.1
043600     GO TO 7000-DETAIL.                                           K6ALTC.1
043700 7000-TOTAL.                                                      K6ALTC.1
043800     MOVE "PROGRAMS COMPARED       " TO TOT-LABEL.                K6ALTC.1
043900     MOVE WS-PGM-COUNT TO TOT-COUNT.                              K6ALTC.1
044000     WRITE AR-PRINT-REC FROM TOT-LINE                             K6ALTC.1
044100         AFTER ADVANCING 2 LINES.                                 K6ALTC.1
044200     MOVE "  SAME                  " TO TOT-LABEL.                K6ALTC.1
044300     MOVE WS-SAME-COUNT TO TOT-COUNT.                             K6ALTC.1
044400     WRITE AR-PRINT-REC FROM TOT-LINE                             K6ALTC.1
044500         AFTER ADVANCING 1 LINES.                                 K6ALTC.1
044600     MOVE "  VERDICT DIFFERS       " TO TOT-LABEL.                K6ALTC.1
044700     MOVE WS-DIFFER-COUNT TO TOT-COUNT.                           K6ALTC.1
044800     WRITE AR-PRINT-REC FROM TOT-LINE                             K6ALTC.1
044900         AFTER ADVANCING 1 LINES.                                 K6ALTC.1
045000     MOVE "  SLOWER                " TO TOT-LABEL.                K6ALTC.1
045100     MOVE WS-SLOWER-COUNT TO TOT-COUNT.                           K6ALTC.1
045200     WRITE AR-PRINT-REC FROM TOT-LINE                             K6ALTC.1
045300         AFTER ADVANCING 1 LINES.                                 K6ALTC.1
045400     MOVE "  MORE RETRIES          " TO TOT-LABEL.                K6ALTC.1
045500     MOVE WS-RETRY-COUNT TO TOT-COUNT.                            K6ALTC.1
045600     WRITE AR-PRINT-REC FROM TOT-LINE                             K6ALTC.1
045700         AFTER ADVANCING 1 LINES.                                 K6ALTC.1
045800     MOVE "  NOT RUN ON ALTERNATE  " TO TOT-LABEL.                K6ALTC.1
045900     MOVE WS-NOT-ALT-COUNT TO TOT-COUNT.                          K6ALTC.1
046000     WRITE AR-PRINT-REC FROM TOT-LINE                             K6ALTC.1
046100         AFTER ADVANCING 1 LINES.                                 K6ALTC.1
046200     MOVE "  NO PRIMARY RUN        " TO TOT-LABEL.                K6ALTC.1
046300     MOVE WS-NO-PRI-COUNT TO TOT-COUNT.                           K6ALTC.1
046400     WRITE AR-PRINT-REC FROM TOT-LINE                             K6ALTC.1
046500         AFTER ADVANCING 1 LINES.                                 K6ALTC.1
046600 7000-EXIT.                                                       K6ALTC.1
046700     EXIT.                                                        K6ALTC.1
046800*================================================================ K6ALTC.1
046900* 7100-JUDGE-PGM -- FILL THE DETAIL LINE FOR THE ENTRY AT         K6ALTC.1
047000* PGM-IDX AND DECIDE ITS FINDING, RAISING WS-RC AS NEEDED.        K6ALTC.1
047100*================================================================ K6ALTC.1
047200 7100-JUDGE-PGM.                                                  K6ALTC.1
047300     MOVE SPACE TO DET-LINE.                                      K6ALTC.1
047400     MOVE PGM-PGM-ID (PGM-IDX) TO DET-PGM-ID.                     K6ALTC.1
047500     MOVE 1 TO WS-SIDE.                                           K6ALTC.1
047600     PERFORM 7200-EDIT-SIDE THRU 7200-EXIT.                       K6ALTC.1
047700     MOVE 2 TO WS-SIDE.                                           K6ALTC.1
047800     PERFORM 7200-EDIT-SIDE THRU 7200-EXIT.                       K6ALTC.1
047900     IF PGM-RUN-DATE (PGM-IDX 2) = ZERO                           K6ALTC.1
048000         MOVE "NOT RUN ON ALTERNATE" TO DET-FINDING               K6ALTC.1
048100         ADD 1 TO WS-NOT-ALT-COUNT                                K6ALTC.1
048200         IF WS-RC < 4                                             K6ALTC.1
048300             MOVE 4 TO WS-RC                                      K6ALTC.1
048400         END-IF                                                   K6ALTC.1
048500         GO TO 7100-EXIT.                                         K6ALTC.1
048600     IF PGM-RUN-DATE (PGM-IDX 1) = ZERO                           K6ALTC.1
048700         MOVE "NO PRIMARY RUN" TO DET-FINDING                     K6ALTC.1
048800         ADD 1 TO WS-NO-PRI-COUNT                                 K6ALTC.1
048900         GO TO 7100-EXIT.                                         K6ALTC.1
049000     IF PGM-VERDICT (PGM-IDX 1) NOT = PGM-VERDICT (PGM-IDX 2)     K6ALTC.1
049100         MOVE "VERDICT DIFFERS" TO DET-FINDING                    K6ALTC.1
049200         ADD 1 TO WS-DIFFER-COUNT                                 K6ALTC.1
049300         MOVE 8 TO WS-RC                                          K6ALTC.1
049400         GO TO 7100-EXIT.                                         K6ALTC.1
049500     MOVE "N" TO WS-SLOWER-SW.                                    K6ALTC.1
049600     MOVE "N" TO WS-RETRIES-SW.                                   K6ALTC.1
049700     IF NOT PGM-ABORTED (PGM-IDX 1)                               K6ALTC.1
049800         COMPUTE WS-LIMIT = PGM-SECS (PGM-IDX 1)                  K6ALTC.1
049900             + (PGM-SECS (PGM-IDX 1) * WS-THRESHOLD-PCT) / 100    K6ALTC.1
050000         IF PGM-SECS (PGM-IDX 2) > WS-LIMIT                       K6ALTC.1
050100             MOVE "Y" TO WS-SLOWER-SW                             K6ALTC.1
050200         END-IF                                                   K6ALTC.1
050300     END-IF.                                                      K6ALTC.1
050400     IF PGM-RETRIES (PGM-IDX 2) > PGM-RETRIES (PGM-IDX 1)         K6ALTC.1
050500         MOVE "Y" TO WS-RETRIES-SW.                               K6ALTC.1
050600     IF NOT WS-ALT-SLOWER AND NOT WS-ALT-MORE-RETRIES             K6ALTC.1
050700         MOVE "SAME" TO DET-FINDING                               K6ALTC.1
050800         ADD 1 TO WS-SAME-COUNT                                   K6ALTC.1
050900         GO TO 7100-EXIT.                                         K6ALTC.1
051000     IF WS-RC < 4                                                 K6ALTC.1
051100         MOVE 4 TO WS-RC.                                         K6ALTC.1
051200     IF WS-ALT-SLOWER                                             K6ALTC.1
051300         ADD 1 TO WS-SLOWER-COUNT.                                K6ALTC.1
051400     IF WS-ALT-MORE-RETRIES                                       K6ALTC.1
051500         ADD 1 TO WS-RETRY-COUNT.                                 K6ALTC.1
051600     IF WS-ALT-SLOWER AND WS-ALT-MORE-RETRIES                     K6ALTC.1
051700         MOVE "SLOWER, MORE RETRIES" TO DET-FINDING               K6ALTC.1
051800     ELSE                                                         K6ALTC.1
051900         IF WS-ALT-SLOWER                                         K6ALTC.1
052000             MOVE "SLOWER" TO DET-FINDING                         K6ALTC.1
052100         ELSE                                                     K6ALTC.1
052200             MOVE "MORE RETRIES" TO DET-FINDING.                  K6ALTC.1
052300 7100-EXIT.                                                       K6ALTC.1
052400     EXIT.                                                        K6ALTC.1
052500*================================================================ K6ALTC.1
052600* 7200-EDIT-SIDE -- ONE SIDE'S COLUMNS OF THE DETAIL LINE.        K6ALTC.1
052700*================================================================ K6ALTC.1
052800 7200-EDIT-SIDE.                                                  K6ALTC.1
052900     IF PGM-RUN-DATE (PGM-IDX WS-SIDE) = ZERO                     K6ALTC.1
053000         MOVE "--" TO DET-RUN-DATE (WS-SIDE)                      K6ALTC.1
053100         GO TO 7200-EXIT.                                         K6ALTC.1
053200     MOVE PGM-RUN-DATE (PGM-IDX WS-SIDE)                          K6ALTC.1
053300         TO DET-RUN-DATE (WS-SIDE).                               K6ALTC.1
053400     MOVE PGM-VERDICT (PGM-IDX WS-SIDE) TO DET-VERDICT (WS-SIDE). K6ALTC.1
053500     IF PGM-ABORTED (PGM-IDX WS-SIDE)                             K6ALTC.1
053600         MOVE "     --" TO DET-SECS (WS-SIDE)                     K6ALTC.1
053700     ELSE                                                         K6ALTC.1
053800         MOVE PGM-SECS (PGM-IDX WS-SIDE) TO WS-EDIT-SECS          K6ALTC.1
053900         MOVE WS-EDIT-SECS TO DET-SECS (WS-SIDE).                 K6ALTC.1
054000     MOVE PGM-RETRIES (PGM-IDX WS-SIDE) TO WS-EDIT-RETRIES.       K6ALTC.1
054100     MOVE WS-EDIT-RETRIES TO DET-RETRIES (WS-SIDE).               K6ALTC.1
054200 7200-EXIT.                                                       K6ALTC.1
054300     EXIT.                                                        K6ALTC.1
054400*================================================================ K6ALTC.1
054500* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6ALTC.1
054600*================================================================ K6ALTC.1
054700 9999-TERMINATE.                                                  K6ALTC.1
054800     CLOSE RAW-EXTRACT ALTC-RPT.                                  K6ALTC.1
054900     MOVE WS-RC TO RETURN-CODE.                                   K6ALTC.1
055000 9999-EXIT.                                                       K6ALTC.1
055100     EXIT.                                                        K6ALTC.1
