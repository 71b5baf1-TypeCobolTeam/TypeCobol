000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
009200 FD  PRINT-FILE                                                   IC236A.1
000000*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       K6PAGE.1
000000*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    K6PAGE.1
016400 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                IC236A.1
016500 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              IC236A.1
016600     COPY K6TARG.                                                 IC236A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
016700     COPY K6CVER.                                                 IC236A.1
016800     COPY K6SEVT.                                                 IC236A.1
000000     COPY K6PAGE.                                                 K6PAGE.1
000000     MOVE ZERO TO C-SUPERSEDE-SEQ.                                K6SUPS.1
033600     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       IC236A.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
000000     PERFORM COMPILE-LEVEL-STAMP THRU                             K6MLEV.1
000000         COMPILE-LEVEL-STAMP-EXIT.                                K6MLEV.1
033700     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               IC236A.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   K6CSVE.1
000000     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         K6CSVE.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
000000     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          K6CSVE.1
000000     WRITE CSV-REC.                                               K6CSVE.1
034200     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      IC236A.1
000000         GO TO SUPERSEDE-RESTORE.                                 K6SUPS.1
000000     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       K6SUPS.1
000000     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        K6SUPS.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6SUPS.1
000000     MOVE "S" TO C-SUPERSEDED.                                    K6SUPS.1
000000     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  K6SUPS.1
