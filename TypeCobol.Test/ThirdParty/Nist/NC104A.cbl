000000     COPY X083.                                                   K6SITE.2
003400 INPUT-OUTPUT SECTION.                                            NC1044.2
003500 FILE-CONTROL.                                                    NC1044.2
000000*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       K6WIND.1
000000*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             K6WIND.1
000000*    WINDOW "N".                                                  K6WIND.1
000000     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6WIND.1
000000         ORGANIZATION IS SEQUENTIAL                               K6WIND.1
000000         FILE STATUS IS WS-WINDOWID-STATUS.                       K6WIND.1
003600     SELECT PRINT-FILE ASSIGN TO                                  NC1044.2
000000     COPY X055.                                                   K6SITE.2
000000*    RESULT EXTRACT FOR THE DOWNSTREAM READERS -- SEE K6CSVE.CPY. K6CSVE.1
000000     SELECT CSV-FILE ASSIGN TO CSVOUT                             K6CSVE.1
000000         ORGANIZATION IS LINE SEQUENTIAL.                         K6CSVE.1
000000     SELECT RAW-DATA   ASSIGN TO                                  NCRAND.1
000000     COPY X062.                                                   NCRAND.1
000000            ORGANIZATION IS INDEXED                               NCRAND.1
004300     DATA RECORD IS PRINT-REC DUMMY-RECORD.                       NC1044.2
004400 01  PRINT-REC PICTURE X(120).                                    NC1044.2
004500 01  DUMMY-RECORD PICTURE X(120).                                 NC1044.2
000000 FD  CSV-FILE                                                     K6CSVE.1
000000     LABEL RECORDS ARE STANDARD.                                  K6CSVE.1
000000 01  CSV-REC                         PIC X(194).                  K6CSVE.1
000000 FD  RAW-DATA.                                                    NCRAND.1
000000 01  RAW-DATA-SATZ.                                               NCRAND.1
000000     05  RAW-DATA-KEY.                                            NCRAND.1
000000         10  RAW-DATA-PGM-ID  PIC X(6).                           NCRAND.1
000000         10  RAW-DATA-RUN-DT  PIC 9(8).                           NCRAND.1
000000         10  RAW-DATA-RUN-SEQ PIC 99.                             NCRAND.1
000000*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              K6WIND.1
000000*    K6RAWDS.CPY.                                                 K6WIND.1
000000     05  RAW-DATA-WINDOW     PIC X(1).                            K6WIND.1
000000     05  C-DATE              PIC 9(8).                            NCRAND.1
000000     05  C-TIME              PIC 9(8).                            NCRAND.1
000000     05  C-NO-OF-TESTS       PIC 99.                              NCRAND.1
000000*    RUN-DISPOSITION (SEE K6RAWDS.CPY).                           NCRAND.1
000000     05  C-SUPERSEDED        PIC X(1).                            NCRAND.1
000000     05  C-SUPERSEDE-SEQ     PIC 99.                              NCRAND.1
000000*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           K6XFL.1 
000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
000000 FD  SEED-CARD                                                    NCRAND.1
000000     LABEL RECORDS ARE STANDARD.                                  NCRAND.1
000000 01  SEED-CARD-REC.                                               NCRAND.1
000000     05  SEED-CARD-VALUE      PIC 9(9).                           NCRAND.1
000000     05  FILLER               PIC X(71).                          NCRAND.1
000000 FD  WINDOW-IDENT                                                 K6WIND.1
000000     LABEL RECORDS ARE STANDARD.                                  K6WIND.1
000000 01  WI-WINDOW-CARD.                                              K6WIND.1
000000     05  WI-WINDOW-ID         PIC X(1).                           K6WIND.1
000000     05  FILLER               PIC X(79).                          K6WIND.1
004600 WORKING-STORAGE SECTION.                                         NC1044.2
000000 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     K6WIND.1
000000 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       K6WIND.1
000000     COPY K6TARG.                                                 NCRAND.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
000000     COPY K6SEVT.                                                 K6CSVE.1
000000     COPY K6CSVE.                                                 K6CSVE.1
000000*--------------------------------------------------------------   NCRAND.1
000000* SEEDED PSEUDO-RANDOM OPERAND MODE.  THE FIXED LITERAL           NCRAND.1
000000* OPERANDS BELOW VERIFY THE SAME VALUES EVERY RUN, SO A           NCRAND.1
000000 01  RAW-DATA-SEQ-WS                    PIC 99    VALUE ZERO.     NCRAND.1
000000 01  WS-SUPERSEDING-SEQ                 PIC 99    VALUE ZERO.     NCRAND.1
000000 01  WS-PRIOR-SEQ                       PIC 99    VALUE ZERO.     NCRAND.1
000000 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    K6CSVE.1
000000 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     K6CSVE.1
000000 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     K6CSVE.1
000000 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     K6CSVE.1
000000 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     K6CSVE.1
000000 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     K6CSVE.1
000000 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     K6CSVE.1
000000 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     K6CSVE.1
000000 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     K6CSVE.1
000000 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     K6CSVE.1
000000*--------------------------------------------------------------   K6CSVE.1
000000*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       K6CSVE.1
000000*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 K6CSVE.1
000000*--------------------------------------------------------------   K6CSVE.1
000000 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          K6CSVE.1
000000 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         K6CSVE.1
000000     05  WS-TIME-NOW-HH             PIC 99.                       K6CSVE.1
000000     05  WS-TIME-NOW-MM             PIC 99.                       K6CSVE.1
000000     05  WS-TIME-NOW-SS             PIC 99.                       K6CSVE.1
000000     05  WS-TIME-NOW-CC             PIC 99.                       K6CSVE.1
000000 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          K6CSVE.1
000000 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       K6CSVE.1
000000     05  WS-TIME-LAST-HH            PIC 99.                       K6CSVE.1
000000     05  WS-TIME-LAST-MM            PIC 99.                       K6CSVE.1
000000     05  WS-TIME-LAST-SS            PIC 99.                       K6CSVE.1
000000     05  WS-TIME-LAST-CC            PIC 99.                       K6CSVE.1
000000 01  WS-NOW-CS                      PIC 9(7) COMP.                K6CSVE.1
000000 01  WS-LAST-CS                     PIC 9(7) COMP.                K6CSVE.1
000000 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                K6CSVE.1
000000 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              K6CSVE.1
004700 01  MOVE1                              PICTURE IS 9(5)           NC1044.2
004800     VALUE IS 12345.                                              NC1044.2
004900 01  MOVE2                              PICTURE IS 9(5).          NC1044.2
022500 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      NC1044.2
022600 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       NC1044.2
022700 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     NC1044.2
000000 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     K6CSVE.1
022800 01  CCVS-H-1.                                                    NC1044.2
022900     02  FILLER                    PIC X(39)    VALUE SPACES.     NC1044.2
023000     02  FILLER                    PIC X(42)    VALUE             NC1044.2
000000     OPEN I-O RAW-DATA.                                           NCRAND.1
000000     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        NCRAND.1
000000     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         NCRAND.1
000000     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            K6WIND.1
000000     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        K6WIND.1
000000     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              NCRAND.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                NCRAND.1
000000     MOVE 1 TO RAW-DATA-SEQ-WS.                                   NCRAND.1
000000     MOVE SPACE TO C-INDENT.                                      NCRAND.1
000000     MOVE SPACES TO C-NOTE.                                       NCRAND.1
000000     MOVE ZERO TO C-SUPERSEDE-SEQ.                                NCRAND.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
000000     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               NCRAND.1
000000 END-E-1.                                                         NCRAND.1
000000     CLOSE RAW-DATA.                                              NCRAND.1
030900     OPEN     OUTPUT PRINT-FILE.                                  NC1044.2
000000     OPEN     OUTPUT CSV-FILE.                                    K6CSVE.1
000000*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      K6CSVE.1
000000*    K6CSVE.CPY.                                                  K6CSVE.1
000000     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              K6CSVE.1
000000     MOVE K6-TARGET-ID TO CEH-TARGET.                             K6CSVE.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   K6CSVE.1
000000     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         K6CSVE.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
000000     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          K6CSVE.1
000000     WRITE CSV-REC.                                               K6CSVE.1
000000     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      K6CSVE.1
000000-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            K6CSVE.1
000000         TO CSV-REC.                                              K6CSVE.1
000000     WRITE CSV-REC.                                               K6CSVE.1
000000     PERFORM SEED-CARD-READ THRU SEED-CARD-EXIT.                  NCRAND.1
031000     MOVE CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.   NC1044.2
031100     MOVE    SPACE TO TEST-RESULTS.                               NC1044.2
000000     MOVE DELETE-COUNTER TO C-DELETED.                            NCRAND.1
000000     MOVE INSPECT-COUNTER TO C-INSPECT.                           NCRAND.1
000000     MOVE "NC" TO C-MODULE-ID.                                    NCRAND.1
000000     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          K6CSVE.1
000000     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        NCRAND.1
000000     ACCEPT C-END-TIME FROM TIME.                                 NCRAND.1
000000*    THE SEED IS STAMPED INTO C-NOTE SO THE RUN HISTORY SAYS      NCRAND.1
000000 END-E-2.                                                         NCRAND.1
000000     CLOSE RAW-DATA.                                              NCRAND.1
031500     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   NC1044.2
000000*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    K6CSVE.1
000000*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      K6CSVE.1
000000     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               K6CSVE.1
000000     MOVE PASS-COUNTER TO CET-OK.                                 K6CSVE.1
000000     MOVE ERROR-COUNTER TO CET-FAIL.                              K6CSVE.1
000000     MOVE DELETE-COUNTER TO CET-DELETED.                          K6CSVE.1
000000     MOVE INSPECT-COUNTER TO CET-INSPECT.                         K6CSVE.1
000000     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         K6CSVE.1
000000     WRITE CSV-REC.                                               K6CSVE.1
000000     CLOSE CSV-FILE.                                              K6CSVE.1
031600 TERMINATE-CCVS.                                                  NC1044.2
031700     EXIT PROGRAM.                                                NC1044.2
031800 TERMINATE-CALL.                                                  NC1044.2
000000         GO TO SUPERSEDE-RESTORE.                                 NCRAND.1
000000     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       NCRAND.1
000000     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        NCRAND.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              NCRAND.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
000000     MOVE "S" TO C-SUPERSEDED.                                    NCRAND.1
000000     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  NCRAND.1
000000     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.NCRAND.1
000000     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        NCRAND.1
000000 SUPERSEDE-PRIOR-EXIT.                                            NCRAND.1
000000     EXIT.                                                        NCRAND.1
000000*--------------------------------------------------------------   K6WIND.1
000000* WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR BLANK     K6WIND.1
000000* MEANS THE OVERNIGHT WINDOW "N".                                 K6WIND.1
000000*--------------------------------------------------------------   K6WIND.1
000000 WINDOW-IDENT-READ.                                               K6WIND.1
000000     OPEN INPUT WINDOW-IDENT.                                     K6WIND.1
000000     IF WS-WINDOWID-STATUS NOT = "00"                             K6WIND.1
000000             AND WS-WINDOWID-STATUS NOT = "05"                    K6WIND.1
000000         GO TO WINDOW-IDENT-EXIT.                                 K6WIND.1
000000     READ WINDOW-IDENT                                            K6WIND.1
000000         AT END GO TO WINDOW-IDENT-DONE.                          K6WIND.1
000000     IF WI-WINDOW-ID NOT = SPACE                                  K6WIND.1
000000         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       K6WIND.1
000000 WINDOW-IDENT-DONE.                                               K6WIND.1
000000     CLOSE WINDOW-IDENT.                                          K6WIND.1
000000 WINDOW-IDENT-EXIT.                                               K6WIND.1
000000     EXIT.                                                        K6WIND.1
000000*--------------------------------------------------------------   K6CSVE.1
000000* CSV-WRITE-DETAIL -- ONE EXTRACT ROW PER PRINTED RESULT, SAME    K6CSVE.1
000000* COLUMNS AS THE OTHER HARNESS PROGRAMS (SEE K6CSVE.CPY).         K6CSVE.1
000000*--------------------------------------------------------------   K6CSVE.1
000000 CSV-WRITE-DETAIL.                                                K6CSVE.1
000000     MOVE SPACE TO CSV-BUILD-AREA.                                K6CSVE.1
000000     MOVE FEATURE TO CSV-FEATURE-T.                               K6CSVE.1
000000     MOVE P-OR-F TO CSV-POF-T.                                    K6CSVE.1
000000     MOVE PAR-NAME TO CSV-PARNAME-T.                              K6CSVE.1
000000     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           K6CSVE.1
000000     MOVE CORRECT-A TO CSV-CORRECT-T.                             K6CSVE.1
000000     MOVE RE-MARK TO CSV-REMARK-T.                                K6CSVE.1
000000     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  K6CSVE.1
000000     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           K6CSVE.1
000000     STRING '"' CSV-FEATURE-T    '","'                            K6CSVE.1
000000            CSV-POF-T            '","'                            K6CSVE.1
000000            CSV-PARNAME-T        '","'                            K6CSVE.1
000000            CSV-COMPUTED-T       '","'                            K6CSVE.1
000000            CSV-CORRECT-T        '","'                            K6CSVE.1
000000            CSV-REMARK-T         '","'                            K6CSVE.1
000000            CSV-ELAPSED-T        '","'                            K6CSVE.1
000000            CSV-ANSI-CLAUSE-T    '","'                            K6CSVE.1
000000            CSV-SEVERITY-T       '"'                              K6CSVE.1
000000         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   K6CSVE.1
000000     MOVE CSV-BUILD-AREA TO CSV-REC.                              K6CSVE.1
000000     WRITE CSV-REC.                                               K6CSVE.1
000000     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               K6CSVE.1
000000 CSV-WRITE-DETAIL-EXIT.                                           K6CSVE.1
000000     EXIT.                                                        K6CSVE.1
000000*--------------------------------------------------------------   K6CSVE.1
000000* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        K6CSVE.1
000000* THE MOVE TESTS CARRY NO STRUCTURED CLAUSE CODE, SO THE          K6CSVE.1
000000* FEATURE-WORD SCAN AND THE DEFAULT CLASS DO THE GRADING HERE.    K6CSVE.1
000000*--------------------------------------------------------------   K6CSVE.1
000000 SEVERITY-LOOKUP.                                                 K6CSVE.1
000000     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    K6CSVE.1
000000     IF ANSI-CLAUSE-CODE = SPACE                                  K6CSVE.1
000000         GO TO SEVERITY-BY-FEATURE.                               K6CSVE.1
000000     SET SEV-CL-IDX TO 1.                                         K6CSVE.1
000000 SEVERITY-CLAUSE-SCAN.                                            K6CSVE.1
000000     IF SEV-CL-IDX > 8                                            K6CSVE.1
000000         GO TO SEVERITY-BY-FEATURE.                               K6CSVE.1
000000     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           K6CSVE.1
000000         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     K6CSVE.1
000000         GO TO SEVERITY-TRACK-HIGH.                               K6CSVE.1
000000     SET SEV-CL-IDX UP BY 1.                                      K6CSVE.1
000000     GO TO SEVERITY-CLAUSE-SCAN.                                  K6CSVE.1
000000 SEVERITY-BY-FEATURE.                                             K6CSVE.1
000000     SET SEV-FT-IDX TO 1.                                         K6CSVE.1
000000 SEVERITY-FEATURE-SCAN.                                           K6CSVE.1
000000     IF SEV-FT-IDX > 6                                            K6CSVE.1
000000         GO TO SEVERITY-TRACK-HIGH.                               K6CSVE.1
000000     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) K6CSVE.1
000000         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    K6CSVE.1
000000         GO TO SEVERITY-TRACK-HIGH.                               K6CSVE.1
000000     SET SEV-FT-IDX UP BY 1.                                      K6CSVE.1
000000     GO TO SEVERITY-FEATURE-SCAN.                                 K6CSVE.1
000000 SEVERITY-TRACK-HIGH.                                             K6CSVE.1
000000     IF CSV-POF-T NOT = "FAIL*"                                   K6CSVE.1
000000         GO TO SEVERITY-LOOKUP-EXIT.                              K6CSVE.1
000000     IF WS-RUN-SEV-HIGH = SPACE                                   K6CSVE.1
000000             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  K6CSVE.1
000000         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  K6CSVE.1
000000 SEVERITY-LOOKUP-EXIT.                                            K6CSVE.1
000000     EXIT.                                                        K6CSVE.1
000000 PARAGRAPH-TIME-CAPTURE.                                          K6CSVE.1
000000     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            K6CSVE.1
000000     ACCEPT WS-TIME-NOW FROM TIME.                                K6CSVE.1
000000     COMPUTE WS-NOW-CS =                                          K6CSVE.1
000000         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             K6CSVE.1
000000             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            K6CSVE.1
000000     COMPUTE WS-LAST-CS =                                         K6CSVE.1
000000         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           K6CSVE.1
000000             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          K6CSVE.1
000000     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               K6CSVE.1
000000         MOVE ZERO TO WS-ELAPSED-CS                               K6CSVE.1
000000     ELSE                                                         K6CSVE.1
000000         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       K6CSVE.1
000000             GIVING WS-ELAPSED-CS.                                K6CSVE.1
000000     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         K6CSVE.1
000000 PARAGRAPH-TIME-CAPTURE-EXIT.                                     K6CSVE.1
000000     EXIT.                                                        K6CSVE.1
032000 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         NC1044.2
032100 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           NC1044.2
032200 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          NC1044.2
032700             MOVE "." TO PARDOT-X                                 NC1044.2
032800             MOVE REC-CT TO DOTVALUE.                             NC1044.2
032900     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      NC1044.2
000000     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          K6CSVE.1
000000         PARAGRAPH-TIME-CAPTURE-EXIT.                             K6CSVE.1
000000     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         K6CSVE.1
033000     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               NC1044.2
033100        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 NC1044.2
033200          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 NC1044.2
