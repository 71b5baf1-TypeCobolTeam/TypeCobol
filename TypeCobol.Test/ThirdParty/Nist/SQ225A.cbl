000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
010100 FD  PRINT-FILE                                                   SQ225A.1
010200*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SQ225A.1
010300*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SQ225A.1
015600 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SQ225A.1
015700 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SQ225A.1
015800     COPY K6TARG.                                                 SQ225A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
015900     COPY K6CVER.                                                 SQ225A.1
016000     COPY K6SEVT.                                                 SQ225A.1
016100     COPY K6PAGE.                                                 SQ225A.1
033500     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SQ225A.1
033600     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SQ225A.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
000000     PERFORM COMPILE-LEVEL-STAMP THRU                             K6MLEV.1
000000         COMPILE-LEVEL-STAMP-EXIT.                                K6MLEV.1
033700     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SQ225A.1
034600     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SQ225A.1
034700     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SQ225A.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
034800     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SQ225A.1
034900     WRITE CSV-REC.                                               SQ225A.1
035000     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SQ225A.1
041300         GO TO SUPERSEDE-RESTORE.                                 SQ225A.1
041400     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SQ225A.1
041500     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SQ225A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
041700         GO TO SUPERSEDE-NEXT-PRIOR.                              SQ225A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
041800     MOVE "S" TO C-SUPERSEDED.                                    SQ225A.1
041900     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SQ225A.1
042000     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.SQ225A.1
