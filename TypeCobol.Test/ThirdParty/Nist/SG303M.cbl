000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
009500 FD  PRINT-FILE                                                   SG303M.1
009600*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SG303M.1
009700*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SG303M.1
016800 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SG303M.1
016900 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SG303M.1
017000     COPY K6TARG.                                                 SG303M.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
017100     COPY K6CVER.                                                 SG303M.1
017200     COPY K6SEVT.                                                 SG303M.1
017300     COPY K6PAGE.                                                 SG303M.1
034700     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SG303M.1
034800     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SG303M.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
000000     PERFORM COMPILE-LEVEL-STAMP THRU                             K6MLEV.1
000000         COMPILE-LEVEL-STAMP-EXIT.                                K6MLEV.1
034900     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SG303M.1
035800     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SG303M.1
035900     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SG303M.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
036000     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SG303M.1
036100     WRITE CSV-REC.                                               SG303M.1
036200     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SG303M.1
042500         GO TO SUPERSEDE-RESTORE.                                 SG303M.1
042600     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SG303M.1
042700     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SG303M.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
042900         GO TO SUPERSEDE-NEXT-PRIOR.                              SG303M.1
043000     MOVE "S" TO C-SUPERSEDED.                                    SG303M.1
043100     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SG303M.1
