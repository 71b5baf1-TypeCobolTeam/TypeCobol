003100*    INPUT IS THE WINDOW'S CONCATENATED CSV EXTRACTS WITH THEIR   K6TRIA.1
003200*    K6CSVE ENVELOPES; THE ENVELOPE IS VALIDATED AS IN K6CONS     K6TRIA.1
003300*    AND A BROKEN ONE LEAVES RETURN-CODE 8.                       K6TRIA.1
000000*                                                                 K6INCX.1
000000*    EVERY CLASSIFIED FAILURE IS ALSO WRITTEN TO THE TRIAGE       K6INCX.1
000000*    EXTRACT (TRIAXT, K6TRXT RECORDS) WITH ITS TARGET, PROGRAM,   K6INCX.1
000000*    RUN, PAR-NAME AND K6SEVT SEVERITY, SO K6INCX CAN CARRY THE   K6INCX.1
000000*    TRIAGE CLASS ONTO THE INCIDENT IT RAISES.                    K6INCX.1
003400*                                                                 K6TRIA.1
003500* MODIFICATION HISTORY.                                           K6TRIA.1
003600*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6TRIA.1
000000*    2026-10-15  DLO  PER-FAILURE TRIAGE EXTRACT (TRIAXT) FOR THE K6INCX.1
000000*                     INCIDENT-SYSTEM INTERFACE.                  K6INCX.1
003700*================================================================ K6TRIA.1
003800                                                                  K6TRIA.1
003900 ENVIRONMENT DIVISION.                                            K6TRIA.1
004800         ORGANIZATION IS LINE SEQUENTIAL.                         K6TRIA.1
004900     SELECT TRIAGE-RPT ASSIGN TO TRIARPT                          K6TRIA.1
005000         ORGANIZATION IS SEQUENTIAL.                              K6TRIA.1
000000     SELECT TRIAGE-EXTRACT ASSIGN TO TRIAXT                       K6INCX.1
000000         ORGANIZATION IS SEQUENTIAL.                              K6INCX.1
005100                                                                  K6TRIA.1
005200 DATA DIVISION.                                                   K6TRIA.1
005300 FILE SECTION.                                                    K6TRIA.1
006500     05  CX-COMPUTED          PIC X(20).                          K6TRIA.1
006600     05  FILLER               PIC X(3).                           K6TRIA.1
006700     05  CX-CORRECT           PIC X(20).                          K6TRIA.1
006800     05  FILLER               PIC X(90).                          K6INCX.1
000000     05  CX-SEVERITY          PIC X(1).                           K6INCX.1
000000     05  FILLER               PIC X(3).                           K6INCX.1
006900 01  CX-IDENTITY REDEFINES CX-REC.                                K6TRIA.1
007000     05  CX-ID-FLAG           PIC X(1).                           K6TRIA.1
007100     05  CX-ID-PGM-ID         PIC X(6).                           K6TRIA.1
008000 FD  TRIAGE-RPT                                                   K6TRIA.1
008100     LABEL RECORDS ARE STANDARD.                                  K6TRIA.1
008200 01  TR-PRINT-REC             PIC X(120).                         K6TRIA.1
000000 FD  TRIAGE-EXTRACT                                               K6INCX.1
000000     LABEL RECORDS ARE STANDARD.                                  K6INCX.1
000000     COPY K6TRXT.                                                 K6INCX.1
008300                                                                  K6TRIA.1
008400 WORKING-STORAGE SECTION.                                         K6TRIA.1
008500* ----------------------------------------------------------      K6TRIA.1
008800 77  WS-EXTRACT-EOF-SW        PIC X      VALUE "N".               K6TRIA.1
008900     88  WS-EXTRACT-EOF                  VALUE "Y".               K6TRIA.1
009000 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6TRIA.1
000000 77  WS-CUR-TARGET-ID         PIC X(8)   VALUE SPACE.             K6INCX.1
000000 77  WS-CUR-RUN-DATE          PIC 9(8)   VALUE ZERO.              K6INCX.1
000000 77  WS-CUR-RUN-SEQ           PIC 99     VALUE ZERO.              K6INCX.1
009100 77  WS-FAILS-SEEN            PIC 9(5)   COMP VALUE ZERO.         K6TRIA.1
009200 77  WS-CLASS-PICKED          PIC 9(1)   VALUE ZERO.              K6TRIA.1
009300 77  WS-MOD-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6TRIA.1
021900*================================================================ K6TRIA.1
022000 1000-INITIALIZE.                                                 K6TRIA.1
022100     OPEN INPUT CSV-EXTRACT.                                      K6TRIA.1
022200     OPEN OUTPUT TRIAGE-RPT TRIAGE-EXTRACT.                       K6INCX.1
022300     WRITE TR-PRINT-REC FROM HDR-LINE-1                           K6TRIA.1
022400         AFTER ADVANCING PAGE.                                    K6TRIA.1
022500     MOVE ZEROS TO CLASS-TOTALS.                                  K6TRIA.1
024200     IF CX-ID-FLAG = "H"                                          K6TRIA.1
024300         PERFORM 8500-ENV-OPEN-CHECK THRU 8500-EXIT               K6TRIA.1
024400         MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID                       K6TRIA.1
000000         MOVE CX-ID-TARGET TO WS-CUR-TARGET-ID                    K6INCX.1
000000         MOVE CX-ID-RUN-DATE TO WS-CUR-RUN-DATE                   K6INCX.1
000000         MOVE CX-ID-RUN-SEQ TO WS-CUR-RUN-SEQ                     K6INCX.1
024500         GO TO 3000-NEXT.                                         K6TRIA.1
024600     IF CX-TR-FLAG = "T"                                          K6TRIA.1
024700         PERFORM 8600-ENV-TRAILER-CHECK THRU 8600-EXIT            K6TRIA.1
025400     ADD 1 TO WS-FAILS-SEEN.                                      K6TRIA.1
025500     PERFORM 4000-CLASSIFY THRU 4000-EXIT.                        K6TRIA.1
025600     PERFORM 4500-TALLY THRU 4500-EXIT.                           K6TRIA.1
000000     PERFORM 4800-WRITE-EXTRACT THRU 4800-EXIT.                   K6INCX.1
025700 3000-NEXT.                                                       K6TRIA.1
025800     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6TRIA.1
025900 3000-EXIT.                                                       K6TRIA.1
033800     ADD 1 TO MOD-CLASS-CT (MOD-IDX WS-CLASS-PICKED).             K6TRIA.1
033900 4500-EXIT.                                                       K6TRIA.1
034000     EXIT.                                                        K6TRIA.1
000000*================================================================ K6INCX.1
000000* 4800-WRITE-EXTRACT -- ONE TRIAGE EXTRACT RECORD FOR THE         K6INCX.1
000000* FAILURE JUST CLASSIFIED.                                        K6INCX.1
000000*================================================================ K6INCX.1
000000 4800-WRITE-EXTRACT.                                              K6INCX.1
000000     MOVE SPACES TO TX-TRIAGE-REC.                                K6INCX.1
000000     MOVE WS-CUR-TARGET-ID TO TX-TARGET-ID.                       K6INCX.1
000000     MOVE WS-CUR-PGM-ID    TO TX-PGM-ID.                          K6INCX.1
000000     MOVE WS-CUR-RUN-DATE  TO TX-RUN-DATE.                        K6INCX.1
000000     MOVE WS-CUR-RUN-SEQ   TO TX-RUN-SEQ.                         K6INCX.1
000000     MOVE CX-PAR-NAME      TO TX-PAR-NAME.                        K6INCX.1
000000     MOVE CX-SEVERITY      TO TX-SEVERITY.                        K6INCX.1
000000     MOVE WS-CLASS-PICKED  TO TX-CLASS.                           K6INCX.1
000000     MOVE CLASS-NAME (WS-CLASS-PICKED) TO TX-CLASS-NAME.          K6INCX.1
000000     WRITE TX-TRIAGE-REC.                                         K6INCX.1
000000 4800-EXIT.                                                       K6INCX.1
000000     EXIT.                                                        K6INCX.1
034100*================================================================ K6TRIA.1
034200* 5000-PARSE-OPERAND -- BREAK THE 20-CHARACTER EDITED FIELD       K6TRIA.1
034300* INTO SIGN, INTEGER GRID AND FRACTION GRID.  ANY CHARACTER       K6TRIA.1
056100* 9999-TERMINATE -- CLOSE FILES.                                  K6TRIA.1
056200*================================================================ K6TRIA.1
056300 9999-TERMINATE.                                                  K6TRIA.1
056400     CLOSE CSV-EXTRACT TRIAGE-RPT TRIAGE-EXTRACT.                 K6INCX.1
056500 9999-EXIT.                                                       K6TRIA.1
056600     EXIT.                                                        K6TRIA.1
