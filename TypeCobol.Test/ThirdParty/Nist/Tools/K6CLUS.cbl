003000*    MEMBER FAILURES, LARGEST CLUSTER FIRST, SO THE 6 A.M.        K6CLUS.1
003100*    CALL STARTS FROM FIVE HYPOTHESES INSTEAD OF FORTY LINE       K6CLUS.1
003200*    ITEMS.                                                       K6CLUS.1
000000*                                                                 K6CASE.1
000000*    EACH MEMBER FAILURE IS ALSO WRITTEN TO THE MEMBER EXTRACT    K6CASE.1
000000*    (CLUSXT, K6CLXT.CPY) WITH ITS TARGET AND SIGNATURE, SO THE   K6CASE.1
000000*    FAILURE CASE FILE (K6CASE) CAN RECORD WHICH SUSPECTED DEFECT K6CASE.1
000000*    EACH FAILING TEST BELONGS TO.                                K6CASE.1
003300*                                                                 K6CLUS.1
003400* MODIFICATION HISTORY.                                           K6CLUS.1
003500*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6CLUS.1
000000*    2026-10-15  DLO  MEMBER EXTRACT (CLUSXT) FOR THE FAILURE     K6CASE.1
000000*                     CASE FILE.                                  K6CASE.1
003600*================================================================ K6CLUS.1
003700                                                                  K6CLUS.1
003800 ENVIRONMENT DIVISION.                                            K6CLUS.1
004700         ORGANIZATION IS LINE SEQUENTIAL.                         K6CLUS.1
004800     SELECT CLUS-RPT ASSIGN TO CLUSRPT                            K6CLUS.1
004900         ORGANIZATION IS SEQUENTIAL.                              K6CLUS.1
000000     SELECT CLUS-MEMBERS ASSIGN TO CLUSXT                         K6CASE.1
000000         ORGANIZATION IS SEQUENTIAL.                              K6CASE.1
005000                                                                  K6CLUS.1
005100 DATA DIVISION.                                                   K6CLUS.1
005200 FILE SECTION.                                                    K6CLUS.1
008500 FD  CLUS-RPT                                                     K6CLUS.1
008600     LABEL RECORDS ARE STANDARD.                                  K6CLUS.1
008700 01  CR-PRINT-REC             PIC X(120).                         K6CLUS.1
000000 FD  CLUS-MEMBERS                                                 K6CASE.1
000000     LABEL RECORDS ARE STANDARD.                                  K6CASE.1
000000     COPY K6CLXT.                                                 K6CASE.1
008800                                                                  K6CLUS.1
008900 WORKING-STORAGE SECTION.                                         K6CLUS.1
009000* ----------------------------------------------------------      K6CLUS.1
009300 77  WS-EOF-SW                PIC X      VALUE "N".               K6CLUS.1
009400     88  WS-EOF                          VALUE "Y".               K6CLUS.1
009500 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6CLUS.1
000000 77  WS-CUR-TARGET-ID         PIC X(8)   VALUE SPACE.             K6CASE.1
009600 77  WS-FAIL-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6CLUS.1
009700 77  WS-CLUS-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6CLUS.1
009800 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6CLUS.1
010700 01  FAIL-TABLE.                                                  K6CLUS.1
010800     05  FAIL-ENTRY OCCURS 2000 TIMES.                            K6CLUS.1
010900         10  FA-PGM-ID        PIC X(6).                           K6CLUS.1
000000         10  FA-TARGET-ID     PIC X(8).                           K6CASE.1
011000         10  FA-PAR-NAME      PIC X(22).                          K6CLUS.1
011100         10  FA-SIGNATURE     PIC X(16).                          K6CLUS.1
011200 01  CLUS-TABLE.                                                  K6CLUS.1
016100         AT END GO TO 1000-DONE.                                  K6CLUS.1
016200     IF CX-ID-FLAG = "H"                                          K6CLUS.1
016300         MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID                       K6CLUS.1
000000         MOVE CX-ID-TARGET TO WS-CUR-TARGET-ID                    K6CASE.1
016400         GO TO 1000-READ.                                         K6CLUS.1
016500     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6CLUS.1
016600         GO TO 1000-READ.                                         K6CLUS.1
017500     MOVE WS-DELTA-CLASS TO WS-SIGNATURE (13:4).                  K6CLUS.1
017600     ADD 1 TO WS-FAIL-COUNT.                                      K6CLUS.1
017700     MOVE WS-CUR-PGM-ID TO FA-PGM-ID (WS-FAIL-COUNT).             K6CLUS.1
000000     MOVE WS-CUR-TARGET-ID TO FA-TARGET-ID (WS-FAIL-COUNT).       K6CASE.1
017800     MOVE CX-PAR-NAME TO FA-PAR-NAME (WS-FAIL-COUNT).             K6CLUS.1
017900     MOVE WS-SIGNATURE TO FA-SIGNATURE (WS-FAIL-COUNT).           K6CLUS.1
018000     PERFORM 2500-COUNT-CLUSTER THRU 2500-EXIT.                   K6CLUS.1
022800*================================================================ K6CLUS.1
022900 3000-REPORT-CLUSTERS.                                            K6CLUS.1
023000     OPEN OUTPUT CLUS-RPT.                                        K6CLUS.1
000000     OPEN OUTPUT CLUS-MEMBERS.                                    K6CASE.1
023100     WRITE CR-PRINT-REC FROM HDR-LINE                             K6CLUS.1
023200         AFTER ADVANCING PAGE.                                    K6CLUS.1
023300 3000-ROUND.                                                      K6CLUS.1
026200         MOVE FA-PGM-ID (WS-SCAN-SUB) TO ML-PGM-ID                K6CLUS.1
026300         MOVE FA-PAR-NAME (WS-SCAN-SUB) TO ML-PAR-NAME            K6CLUS.1
026400         WRITE CR-PRINT-REC FROM MEM-LINE                         K6CLUS.1
000000             AFTER ADVANCING 1 LINE                               K6CASE.1
000000         MOVE SPACE TO CX-MEMBER-REC                              K6CASE.1
000000         MOVE FA-TARGET-ID (WS-SCAN-SUB) TO CM-TARGET-ID          K6CASE.1
000000         MOVE FA-PGM-ID (WS-SCAN-SUB) TO CM-PGM-ID                K6CASE.1
000000         MOVE FA-PAR-NAME (WS-SCAN-SUB) TO CM-PAR-NAME            K6CASE.1
000000         MOVE CU-SIGNATURE (WS-PICK-SUB) TO CM-SIGNATURE          K6CASE.1
000000         MOVE CU-MEMBERS (WS-PICK-SUB) TO CM-MEMBERS              K6CASE.1
000000         WRITE CX-MEMBER-REC.                                     K6CASE.1
026600     ADD 1 TO WS-SCAN-SUB.                                        K6CLUS.1
026700     GO TO 3000-MEMBERS.                                          K6CLUS.1
026800 3000-DONE.                                                       K6CLUS.1
027000     MOVE WS-CLUS-COUNT TO SL-CLUSTERS.                           K6CLUS.1
027100     WRITE CR-PRINT-REC FROM SUM-LINE AFTER ADVANCING 2 LINES.    K6CLUS.1
027200     CLOSE CLUS-RPT.                                              K6CLUS.1
000000     CLOSE CLUS-MEMBERS.                                          K6CASE.1
027300 3000-EXIT.                                                       K6CLUS.1
027400     EXIT.                                                        K6CLUS.1
