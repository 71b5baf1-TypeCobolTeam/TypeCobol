000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
011700 FD  PRINT-FILE                                                   FS101M.1
011800*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       FS101M.1
011900*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    FS101M.1
017900 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                FS101M.1
018000 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              FS101M.1
018100     COPY K6TARG.                                                 FS101M.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
018200     COPY K6CVER.                                                 FS101M.1
018300     COPY K6SEVT.                                                 FS101M.1
018400     COPY K6PAGE.                                                 FS101M.1
035800     MOVE ZERO TO C-SUPERSEDE-SEQ.                                FS101M.1
035900     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       FS101M.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
000000     PERFORM COMPILE-LEVEL-STAMP THRU                             K6MLEV.1
000000         COMPILE-LEVEL-STAMP-EXIT.                                K6MLEV.1
036000     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               FS101M.1
036900     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   FS101M.1
037000     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         FS101M.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
037100     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          FS101M.1
037200     WRITE CSV-REC.                                               FS101M.1
037300     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      FS101M.1
043600         GO TO SUPERSEDE-RESTORE.                                 FS101M.1
043700     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       FS101M.1
043800     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        FS101M.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
044000         GO TO SUPERSEDE-NEXT-PRIOR.                              FS101M.1
044100     MOVE "S" TO C-SUPERSEDED.                                    FS101M.1
044200     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  FS101M.1
