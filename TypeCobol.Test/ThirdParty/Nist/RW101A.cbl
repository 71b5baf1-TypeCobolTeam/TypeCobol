000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
012400 FD  PRINT-FILE                                                   RW101A.1
012500*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       RW101A.1
012600*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    RW101A.1
018900 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                RW101A.1
019000 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              RW101A.1
019100     COPY K6TARG.                                                 RW101A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
019200     COPY K6CVER.                                                 RW101A.1
019300     COPY K6SEVT.                                                 RW101A.1
019400     COPY K6PAGE.                                                 RW101A.1
042500     MOVE ZERO TO C-SUPERSEDE-SEQ.                                RW101A.1
042600     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       RW101A.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
000000     PERFORM COMPILE-LEVEL-STAMP THRU                             K6MLEV.1
000000         COMPILE-LEVEL-STAMP-EXIT.                                K6MLEV.1
042700     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               RW101A.1
043600     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   RW101A.1
043700     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         RW101A.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
043800     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          RW101A.1
043900     WRITE CSV-REC.                                               RW101A.1
044000     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      RW101A.1
050300         GO TO SUPERSEDE-RESTORE.                                 RW101A.1
050400     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       RW101A.1
050500     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        RW101A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
050700         GO TO SUPERSEDE-NEXT-PRIOR.                              RW101A.1
050800     MOVE "S" TO C-SUPERSEDED.                                    RW101A.1
050900     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  RW101A.1
