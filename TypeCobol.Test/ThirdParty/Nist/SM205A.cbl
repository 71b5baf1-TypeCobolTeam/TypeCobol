004400            ORGANIZATION IS INDEXED                               SM205A.1
004500            ACCESS MODE IS RANDOM                                 SM205A.1
004600            RECORD KEY IS RAW-DATA-KEY.                           SM205A.1
000000*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       K6WIND.1
000000*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             K6WIND.1
000000*    WINDOW "N".                                                  K6WIND.1
000000     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6WIND.1
000000         ORGANIZATION IS SEQUENTIAL                               K6WIND.1
000000         FILE STATUS IS WS-WINDOWID-STATUS.                       K6WIND.1
004700     SELECT PRINT-FILE ASSIGN TO                                  SM205A.1
004800     COPY X055.                                                   SM205A.1
004900     SELECT CSV-FILE ASSIGN TO CSVOUT                             SM205A.1
006600         10  RAW-DATA-PGM-ID  PIC X(6).                           SM205A.1
006700         10  RAW-DATA-RUN-DT  PIC 9(8).                           SM205A.1
006800         10  RAW-DATA-RUN-SEQ PIC 99.                             SM205A.1
000000*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              K6WIND.1
000000*    K6RAWDS.CPY.                                                 K6WIND.1
000000     05  RAW-DATA-WINDOW     PIC X(1).                            K6WIND.1
006900     05  C-DATE              PIC 9(8).                            SM205A.1
007000     05  C-TIME              PIC 9(8).                            SM205A.1
007100     05  C-NO-OF-TESTS       PIC 99.                              SM205A.1
000000*    COMPLETED RERUN OF THE SAME DAY.                             K6SUPS.1
000000     05  C-SUPERSEDED        PIC X(1).                            K6SUPS.1
000000     05  C-SUPERSEDE-SEQ     PIC 99.                              K6SUPS.1
000000*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           K6XFL.1 
000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
009200 FD  PRINT-FILE                                                   SM205A.1
000000*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       K6PAGE.1
000000*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    K6PAGE.1
012200     05  MRG-SD-KEY          PIC 9(5).                            SM205A.1
012300     05  MRG-SD-SOURCE       PIC X.                               SM205A.1
012400     05  FILLER              PIC X(114).                          SM205A.1
000000 FD  WINDOW-IDENT                                                 K6WIND.1
000000     LABEL RECORDS ARE STANDARD.                                  K6WIND.1
000000 01  WI-WINDOW-CARD.                                              K6WIND.1
000000     05  WI-WINDOW-ID         PIC X(1).                           K6WIND.1
000000     05  FILLER               PIC X(79).                          K6WIND.1
012500 WORKING-STORAGE SECTION.                                         SM205A.1
000000 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     K6WIND.1
000000 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       K6WIND.1
012600 01  MRG-FILE-SIZE                PICTURE 9(5)  VALUE 100.        SM205A.1
012700 01  WRK-MRG-KEY                  PICTURE 9(5)  VALUE ZERO.       SM205A.1
012800 01  WRK-MRG-WRITES               PICTURE 9(5)  VALUE ZERO.       SM205A.1
016400 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SM205A.1
016500 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SM205A.1
016600     COPY K6TARG.                                                 SM205A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
016700     COPY K6CVER.                                                 SM205A.1
016800     COPY K6SEVT.                                                 SM205A.1
000000     COPY K6PAGE.                                                 K6PAGE.1
032000     OPEN I-O RAW-DATA.                                           SM205A.1
032100     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        SM205A.1
032200     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         SM205A.1
000000     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            K6WIND.1
000000     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        K6WIND.1
032300     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              SM205A.1
032400     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                SM205A.1
032500     MOVE 1 TO RAW-DATA-SEQ-WS.                                   SM205A.1
000000     MOVE SPACE TO C-SUPERSEDED.                                  K6SUPS.1
000000     MOVE ZERO TO C-SUPERSEDE-SEQ.                                K6SUPS.1
033600     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SM205A.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
033700     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SM205A.1
033800 END-E-1.                                                         SM205A.1
033900     CLOSE RAW-DATA.                                              SM205A.1
000000     MOVE K6-TARGET-ID TO CEH-TARGET.                             K6CSVE.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   K6CSVE.1
000000     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         K6CSVE.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
000000     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          K6CSVE.1
000000     WRITE CSV-REC.                                               K6CSVE.1
034200     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SM205A.1
000000         GO TO SUPERSEDE-RESTORE.                                 K6SUPS.1
000000     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       K6SUPS.1
000000     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        K6SUPS.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6SUPS.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
000000     MOVE "S" TO C-SUPERSEDED.                                    K6SUPS.1
000000     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  K6SUPS.1
000000     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.K6SUPS.1
000000     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        K6SUPS.1
000000 SUPERSEDE-PRIOR-EXIT.                                            K6SUPS.1
000000     EXIT.                                                        K6SUPS.1
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
038200 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SM205A.1
038300 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SM205A.1
038400 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SM205A.1
