003100*    TRAILER VALIDATES; A SEGMENT WHOSE TRAILER IS MISSING OR     K6CONS.1
003200*    WHOSE COUNT DISAGREES IS REJECTED WHOLE, REPORTED, AND       K6CONS.1
003300*    LEAVES RETURN-CODE 8 FOR THE SUBMITTING JOBSTREAM.           K6CONS.1
000000*    A SEGMENT OF A WINDOW K6VOID HAS DECLARED VOID (VOIDREG)     K6VOID.1
000000*    IS REJECTED THE SAME WAY, SO A LATE EXTRACT NEVER PUTS       K6VOID.1
000000*    THE WITHDRAWN ROWS BACK.                                     K6VOID.1
003100*                                                                 K6CONS.1
003200* MODIFICATION HISTORY.                                           K6CONS.1
003300*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6CONS.1
000000*                     IDENTITY AND THE CHECKPOINT.                K6CONS.1
003310*    2026-08-22  DLO  VALIDATE THE K6CSVE EXTRACT ENVELOPE;       K6CONS.1
003320*                     LOAD A SEGMENT ONLY ON A CLEAN TRAILER.     K6CONS.1
000000*    2026-10-15  DLO  REFUSE SEGMENTS OF A WINDOW ON THE VOID     K6VOID.1
000000*                     REGISTER (K6VOID).                          K6VOID.1
003400*================================================================ K6CONS.1
003500                                                                  K6CONS.1
003600 ENVIRONMENT DIVISION.                                            K6CONS.1
000000     SELECT OPTIONAL TGT-STATUS ASSIGN TO TGTSTAT                 K6TRET.1
000000         ORGANIZATION IS SEQUENTIAL                               K6TRET.1
000000         FILE STATUS IS WS-TGTSTAT-STATUS.                        K6TRET.1
000000*    VOID REGISTER (SEE K6VOID) -- A WINDOW DECLARED VOID TAKES   K6VOID.1
000000*    NO FURTHER SEGMENTS.                                         K6VOID.1
000000     SELECT OPTIONAL VOID-REGISTER ASSIGN TO VOIDREG              K6VOID.1
000000         ORGANIZATION IS SEQUENTIAL                               K6VOID.1
000000         FILE STATUS IS WS-VOIDREG-STATUS.                        K6VOID.1
005300     SELECT CONSOL-RPT ASSIGN TO CONSRPT                          K6CONS.1
005400         ORGANIZATION IS SEQUENTIAL.                              K6CONS.1
005500                                                                  K6CONS.1
000000     05  FILLER               PIC X(1).                           K6TRET.1
000000     05  TS-STATUS            PIC X(8).                           K6TRET.1
000000     05  FILLER               PIC X(63).                          K6TRET.1
000000 FD  VOID-REGISTER                                                K6VOID.1
000000     LABEL RECORDS ARE STANDARD.                                  K6VOID.1
000000 COPY K6VDRG.                                                     K6VOID.1
008300 FD  RESULT-MASTER                                                K6CONS.1
008400     LABEL RECORDS ARE STANDARD.                                  K6CONS.1
008500 01  RH-RESULT-REC.                                               K6CONS.1
000000 77  WS-RETIRED-SW            PIC X      VALUE "N".               K6TRET.1
000000 01  RETIRED-TABLE.                                               K6TRET.1
000000     05  RETIRED-TARGET OCCURS 20 TIMES PIC X(8).                 K6TRET.1
000000 77  WS-VOIDREG-STATUS        PIC X(2)   VALUE SPACE.             K6VOID.1
000000 77  WS-VOID-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6VOID.1
000000 77  WS-VOID-SUB              PIC 9(3)   COMP VALUE ZERO.         K6VOID.1
000000 77  WS-VOIDED-SW             PIC X      VALUE "N".               K6VOID.1
000000 77  WS-SEG-WINDOW            PIC X(1)   VALUE SPACE.             K6VOID.1
000000 01  VOIDED-TABLE.                                                K6VOID.1
000000     05  VOIDED-WINDOW OCCURS 200 TIMES.                          K6VOID.1
000000         10  VW-TARGET-ID     PIC X(8).                           K6VOID.1
000000         10  VW-RUN-DATE      PIC 9(8).                           K6VOID.1
000000         10  VW-WINDOW-ID     PIC X(1).                           K6VOID.1
000000 77  WS-APPLIED-COUNT         PIC 9(4)   COMP VALUE ZERO.         K6RST.1 
000000 77  WS-APL-SUB               PIC 9(4)   COMP VALUE ZERO.         K6RST.1 
000000 01  WS-COMMIT-IDENTITY.                                          K6RST.1 
017000     OPEN OUTPUT CONSOL-RPT.                                      K6CONS.1
000000     PERFORM 1100-LOAD-CKPT THRU 1100-EXIT.                       K6RST.1 
000000     PERFORM 1300-LOAD-RETIRED THRU 1300-EXIT.                    K6TRET.1
000000     PERFORM 1400-LOAD-VOIDED THRU 1400-EXIT.                     K6VOID.1
000000     WRITE CR-PRINT-REC FROM HDR-LINE-1                           K6CSVE.1
000000         AFTER ADVANCING PAGE.                                    K6CSVE.1
017100 1000-EXIT.                                                       K6CONS.1
000000     GO TO 1350-SCAN.                                             K6TRET.1
000000 1350-EXIT.                                                       K6TRET.1
000000     EXIT.                                                        K6TRET.1
000000*================================================================ K6VOID.1
000000* 1400-LOAD-VOIDED -- WINDOWS THE VOID REGISTER HOLDS.            K6VOID.1
000000*================================================================ K6VOID.1
000000 1400-LOAD-VOIDED.                                                K6VOID.1
000000     OPEN INPUT VOID-REGISTER.                                    K6VOID.1
000000     IF WS-VOIDREG-STATUS NOT = "00"                              K6VOID.1
000000             AND WS-VOIDREG-STATUS NOT = "05"                     K6VOID.1
000000         GO TO 1400-EXIT.                                         K6VOID.1
000000 1400-READ.                                                       K6VOID.1
000000     READ VOID-REGISTER                                           K6VOID.1
000000         AT END GO TO 1400-DONE.                                  K6VOID.1
000000     IF WS-VOID-COUNT LESS THAN 200                               K6VOID.1
000000         ADD 1 TO WS-VOID-COUNT                                   K6VOID.1
000000         MOVE VR-TARGET-ID TO VW-TARGET-ID (WS-VOID-COUNT)        K6VOID.1
000000         MOVE VR-RUN-DATE TO VW-RUN-DATE (WS-VOID-COUNT)          K6VOID.1
000000         MOVE VR-WINDOW-ID TO VW-WINDOW-ID (WS-VOID-COUNT).       K6VOID.1
000000     GO TO 1400-READ.                                             K6VOID.1
000000 1400-DONE.                                                       K6VOID.1
000000     CLOSE VOID-REGISTER.                                         K6VOID.1
000000 1400-EXIT.                                                       K6VOID.1
000000     EXIT.                                                        K6VOID.1
000000*================================================================ K6VOID.1
000000* 1450-CHECK-VOIDED -- IS THE OPEN SEGMENT'S WINDOW VOID?  A      K6VOID.1
000000* SEGMENT WITH NO WINDOW ID IS THE OVERNIGHT SUITE ("N").         K6VOID.1
000000*================================================================ K6VOID.1
000000 1450-CHECK-VOIDED.                                               K6VOID.1
000000     MOVE "N" TO WS-VOIDED-SW.                                    K6VOID.1
000000     MOVE WS-COMMIT-WINDOW TO WS-SEG-WINDOW.                      K6VOID.1
000000     IF WS-SEG-WINDOW = SPACE                                     K6VOID.1
000000         MOVE "N" TO WS-SEG-WINDOW.                               K6VOID.1
000000     MOVE 1 TO WS-VOID-SUB.                                       K6VOID.1
000000 1450-SCAN.                                                       K6VOID.1
000000     IF WS-VOID-SUB GREATER THAN WS-VOID-COUNT                    K6VOID.1
000000         GO TO 1450-EXIT.                                         K6VOID.1
000000     IF VW-TARGET-ID (WS-VOID-SUB) = WS-COMMIT-TARGET             K6VOID.1
000000             AND VW-RUN-DATE (WS-VOID-SUB) = WS-COMMIT-RUN-DATE   K6VOID.1
000000             AND VW-WINDOW-ID (WS-VOID-SUB) = WS-SEG-WINDOW       K6VOID.1
000000         MOVE "Y" TO WS-VOIDED-SW                                 K6VOID.1
000000         GO TO 1450-EXIT.                                         K6VOID.1
000000     ADD 1 TO WS-VOID-SUB.                                        K6VOID.1
000000     GO TO 1450-SCAN.                                             K6VOID.1
000000 1450-EXIT.                                                       K6VOID.1
000000     EXIT.                                                        K6VOID.1
017600 2000-READ-EXTRACT.                                               K6CONS.1
017700     READ CSV-EXTRACT                                             K6CONS.1
017800         AT END SET WS-EXTRACT-EOF TO TRUE.                       K6CONS.1
000000     IF WS-RETIRED-SW = "Y"                                       K6TRET.1
000000         MOVE "TARGET RETIRED - FROZEN" TO REJ-REASON             K6TRET.1
000000         PERFORM 5000-REJECT-SEGMENT THRU 5000-EXIT.              K6TRET.1
000000     PERFORM 1450-CHECK-VOIDED THRU 1450-EXIT.                    K6VOID.1
000000     IF WS-VOIDED-SW = "Y" AND WS-RETIRED-SW NOT = "Y"            K6VOID.1
000000         MOVE "WINDOW DECLARED VOID (K6VOID)" TO REJ-REASON       K6VOID.1
000000         PERFORM 5000-REJECT-SEGMENT THRU 5000-EXIT.              K6VOID.1
000000     GO TO 3000-NEXT.                                             K6RST.1 
000000*================================================================ K6RST.1 
000000* 3150-CHECK-APPLIED -- A SEGMENT THE CHECKPOINT SAYS IS          K6RST.1 
