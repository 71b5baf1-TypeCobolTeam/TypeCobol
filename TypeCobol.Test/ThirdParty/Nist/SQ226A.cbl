000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
010200 FD  PRINT-FILE                                                   SQ226A.1
010300*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SQ226A.1
010400*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SQ226A.1
015900 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SQ226A.1
016000 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SQ226A.1
016100     COPY K6TARG.                                                 SQ226A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
016200     COPY K6CVER.                                                 SQ226A.1
016300     COPY K6SEVT.                                                 SQ226A.1
016400     COPY K6PAGE.                                                 SQ226A.1
033800     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SQ226A.1
033900     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SQ226A.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
000000     PERFORM COMPILE-LEVEL-STAMP THRU                             K6MLEV.1
000000         COMPILE-LEVEL-STAMP-EXIT.                                K6MLEV.1
034000     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SQ226A.1
034900     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SQ226A.1
035000     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SQ226A.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
035100     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SQ226A.1
035200     WRITE CSV-REC.                                               SQ226A.1
035300     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SQ226A.1
041600         GO TO SUPERSEDE-RESTORE.                                 SQ226A.1
041700     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SQ226A.1
041800     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SQ226A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
042000         GO TO SUPERSEDE-NEXT-PRIOR.                              SQ226A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
042100     MOVE "S" TO C-SUPERSEDED.                                    SQ226A.1
042200     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SQ226A.1
042300     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.SQ226A.1
