002300*    VALUES FROM THE CONSOLIDATED CSV EXTRACT.  THE INDEXIO       K6DIST.1
002400*    TEAM GETS THE INDEXED I-O STORY ON THEIR DESK, NOT THE       K6DIST.1
002500*    WHOLE 400-PAGE SUITE LISTING.                                K6DIST.1
000000*                                                                 K6TCDC.1
000000*    EACH FAILING TEST CARRIES ITS DESCRIPTION LINE -- THE        K6TCDC.1
000000*    SUMMARY AND PERMANENT K6TCID IDENTITY FROM THE TEST-CASE     K6TCDC.1
000000*    DESCRIPTION CATALOG (TCDCAT, BUILT BY K6TCDC) -- SO THE      K6TCDC.1
000000*    TEAM CAN SEE WHAT THE TEST CHECKS WITHOUT THE SOURCE.  NO    K6TCDC.1
000000*    CATALOG, OR NO ENTRY FOR THE TEST, SIMPLY OMITS THE LINE.    K6TCDC.1
002600*                                                                 K6DIST.1
002700*    CONTROL CARD (80 COLUMNS):                                   K6DIST.1
002800*      1-8   FROM RUN DATE (CCYYMMDD, ZERO = OPEN)                K6DIST.1
000000*    2026-09-02  DLO  ROUTING-TABLE SCAN WIDENED TO THE TEN-ROW   K6DIST.1
000000*                     K6NOTFY TABLE; DB, FS AND RW TEAM           K6DIST.1
000000*                     ROLLUP DATASETS ADDED.                      K6DIST.1
000000*    2026-10-15  DLO  TEST-CASE DESCRIPTION LINE UNDER EACH       K6TCDC.1
000000*                     FAILING TEST, FROM THE K6TCDC CATALOG.      K6TCDC.1
000000*    2026-10-15  DLO  READS THE LATEST-EFFECTIVE-RUN FILE BUILT   K6LRUN.1
000000*                     BY K6LRUN (LATESTRN) IN PLACE OF THE FULL   K6LRUN.1
000000*                     EXTRACT WHEN IT IS SUPPLIED.                K6LRUN.1
000000*                     LATEST-RUN MODE ROLLS UP EACH PROGRAM'S     K6LRUN.1
000000*                     LATEST EFFECTIVE RUN AND KEEPS ONLY THE     K6LRUN.1
000000*                     DETAIL SEGMENTS OF THE RUNS ROLLED UP.      K6LRUN.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
000000*    2026-10-15  DLO  READS THE FULL EXTRACT AGAIN -- THE ROLLUP  K6LRUN.2
000000*                     LISTS EVERY EFFECTIVE RUN IN THE DATE       K6LRUN.2
000000*                     RANGE, WHICH THE LATEST-RUN FILE CANNOT     K6LRUN.2
000000*                     SUPPLY.                                     K6LRUN.2
003300*================================================================ K6DIST.1
003400*                                                                 K6DIST.1
003500 ENVIRONMENT DIVISION.                                            K6DIST.1
004400         ORGANIZATION IS SEQUENTIAL.                              K6DIST.1
004500     SELECT CSV-EXTRACT ASSIGN TO CSVIN                           K6DIST.1
004600         ORGANIZATION IS LINE SEQUENTIAL.                         K6DIST.1
000000     SELECT OPTIONAL TCD-CATALOG ASSIGN TO TCDCAT                 K6TCDC.1
000000         ORGANIZATION IS INDEXED                                  K6TCDC.1
000000         ACCESS MODE IS RANDOM                                    K6TCDC.1
000000         RECORD KEY IS TD-KEY                                     K6TCDC.1
000000         FILE STATUS IS WS-TCD-STATUS.                            K6TCDC.1
004700     SELECT DIST-CTL ASSIGN TO DISTCTL                            K6DIST.1
004800         ORGANIZATION IS SEQUENTIAL.                              K6DIST.1
004900     SELECT DIST-CM ASSIGN TO DISTCM                              K6DIST.1
006500 FILE SECTION.                                                    K6DIST.1
006600 FD  RAW-EXTRACT                                                  K6DIST.1
006700     LABEL RECORDS ARE STANDARD.                                  K6DIST.1
006800* READ INTO RE-RAW-DATA-SATZ (K6RAWDS.CPY) IN WORKING-STORAGE.    K6LRUN.1
006900 01  RAW-EXTRACT-REC          PIC X(164).                         K6SREL.1
007000 FD  CSV-EXTRACT                                                  K6DIST.1
007100     LABEL RECORDS ARE STANDARD.                                  K6DIST.1
007200 01  CX-REC                   PIC X(194).                         K6DIST.1
000000     05  CX-TR-FLAG           PIC X(1).                           K6CSVE.1
000000     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6CSVE.1
000000     05  FILLER               PIC X(186).                         K6CSVE.1
000000 FD  TCD-CATALOG                                                  K6TCDC.1
000000     LABEL RECORDS ARE STANDARD.                                  K6TCDC.1
000000     COPY K6TCDS.                                                 K6TCDC.1
009200 FD  DIST-CTL                                                     K6DIST.1
009300     LABEL RECORDS ARE STANDARD.                                  K6DIST.1
009400 01  CTL-REC.                                                     K6DIST.1
011900 01  SQ-PRINT-REC             PIC X(120).                         K6DIST.1
012000*                                                                 K6DIST.1
012100 WORKING-STORAGE SECTION.                                         K6DIST.1
000000 COPY K6RAWDS.                                                    K6LRUN.1
012200 COPY K6NOTFY.                                                    K6DIST.1
012300* ----------------------------------------------------------      K6DIST.1
012400* SWITCHES, COUNTERS AND CONTROL-CARD SETTINGS.                   K6DIST.1
012700     88  WS-RE-EOF                       VALUE "Y".               K6DIST.1
012800 77  WS-CX-EOF-SW             PIC X      VALUE "N".               K6DIST.1
012900     88  WS-CX-EOF                       VALUE "Y".               K6DIST.1
000000 77  WS-TCD-STATUS            PIC X(2)   VALUE SPACE.             K6TCDC.1
000000 77  WS-TCD-OPEN-SW           PIC X      VALUE "N".               K6TCDC.1
000000     88  WS-TCD-OPEN                     VALUE "Y".               K6TCDC.1
000000* ----------------------------------------------------------      K6CSVE.1
000000* CSV EXTRACT-ENVELOPE VALIDATION (SEE K6CSVE.CPY).               K6CSVE.1
000000* ----------------------------------------------------------      K6CSVE.1
018500     05  FILLER           PIC X(16) VALUE "      CORRECT = ".     K6DIST.1
018600     05  FCC-CORRECT      PIC X(20).                              K6DIST.1
018700     05  FILLER           PIC X(48) VALUE SPACE.                  K6DIST.1
000000 01  FAIL-DESC-LINE.                                              K6TCDC.1
000000     05  FILLER           PIC X(16) VALUE "      PURPOSE = ".     K6TCDC.1
000000     05  FDS-SUMMARY      PIC X(50).                              K6TCDC.1
000000     05  FILLER           PIC X(8)  VALUE "  TCID= ".             K6TCDC.1
000000     05  FDS-TCID         PIC X(7).                               K6TCDC.1
000000     05  FILLER           PIC X(39) VALUE SPACE.                  K6TCDC.1
018800 01  TRAILER-LINE.                                                K6DIST.1
018900     05  FILLER           PIC X(21) VALUE "FAILING TESTS LISTED ".K6DIST.1
019000     05  TRL-FAILS        PIC ZZZ9.                               K6DIST.1
022400     OPEN INPUT  CSV-EXTRACT.                                     K6DIST.1
000000     OPEN OUTPUT DIST-CM DIST-DB DIST-FS DIST-IC DIST-IX          K6DIST.1
000000                 DIST-NC DIST-RW DIST-SG DIST-SM DIST-SQ.         K6DIST.1
000000     OPEN INPUT  TCD-CATALOG.                                     K6TCDC.1
000000     IF WS-TCD-STATUS = "00"                                      K6TCDC.1
000000         SET WS-TCD-OPEN TO TRUE.                                 K6TCDC.1
022700     MOVE ZERO TO WS-TEAM-SUB.                                    K6DIST.1
022800 1000-CLEAR-COUNTS.                                               K6DIST.1
022900     ADD 1 TO WS-TEAM-SUB.                                        K6DIST.1
025800* 2000-READ-EXTRACT -- NEXT RAW-DATA EXTRACT RECORD.              K6DIST.1
025900*================================================================ K6DIST.1
026000 2000-READ-EXTRACT.                                               K6DIST.1
026100     READ RAW-EXTRACT INTO RE-RAW-DATA-SATZ                       K6LRUN.1
026200         AT END SET WS-RE-EOF TO TRUE.                            K6DIST.1
026300 2000-EXIT.                                                       K6DIST.1
026400     EXIT.                                                        K6DIST.1
000000*    A SUPERSEDED RUN IS NOT EFFECTIVE EVIDENCE (SEE              K6DIST.1
000000*    K6RAWDS.CPY) -- NOTE ITS KEY FOR THE DETAIL PASS AND         K6DIST.1
000000*    ROLL UP ONLY THE SUPERSEDING RERUN.                          K6DIST.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
000000         PERFORM 3500-NOTE-SUPERSEDED THRU 3500-EXIT              K6DIST.1
000000         GO TO 3000-NEXT.                                         K6DIST.1
027000     IF RE-RUN-DATE < WS-FROM-DATE                                K6DIST.1
032100     MOVE CX-FEATURE    TO FDL-FEATURE.                           K6DIST.1
032200     MOVE FAIL-DET-LINE TO WS-TEAM-LINE.                          K6DIST.1
032300     PERFORM 5000-WRITE-TEAM-LINE THRU 5000-EXIT.                 K6DIST.1
000000     PERFORM 4700-POST-DESCRIPTION THRU 4700-EXIT.                K6TCDC.1
032400     MOVE CX-COMPUTED TO FCC-COMPUTED.                            K6DIST.1
032500     MOVE CX-CORRECT  TO FCC-CORRECT.                             K6DIST.1
032600     MOVE FAIL-CC-LINE TO WS-TEAM-LINE.                           K6DIST.1
032900     PERFORM 4000-READ-CSV THRU 4000-EXIT.                        K6DIST.1
033000 4500-EXIT.                                                       K6DIST.1
033100     EXIT.                                                        K6DIST.1
000000*================================================================ K6TCDC.1
000000* 4700-POST-DESCRIPTION -- THE FAILING TEST'S CATALOG SUMMARY     K6TCDC.1
000000* AND K6TCID IDENTITY.  A PAR-NAME CARRYING THE PRINT-DETAIL      K6TCDC.1
000000* ".NN" SUFFIX IS LOOKED UP WITHOUT IT WHEN THE FULL NAME IS      K6TCDC.1
000000* NOT CATALOGUED.                                                 K6TCDC.1
000000*================================================================ K6TCDC.1
000000 4700-POST-DESCRIPTION.                                           K6TCDC.1
000000     IF NOT WS-TCD-OPEN                                           K6TCDC.1
000000         GO TO 4700-EXIT.                                         K6TCDC.1
000000     MOVE SPACE TO TD-KEY.                                        K6TCDC.1
000000     MOVE WS-CUR-PGM-ID TO TD-PGM-ID.                             K6TCDC.1
000000     MOVE CX-PAR-NAME TO TD-PAR-NAME.                             K6TCDC.1
000000     SET TD-DESCRIPTION TO TRUE.                                  K6TCDC.1
000000     MOVE ZERO TO TD-NOTE-SEQ.                                    K6TCDC.1
000000     READ TCD-CATALOG                                             K6TCDC.1
000000         INVALID KEY                                              K6TCDC.1
000000             GO TO 4700-TRY-BARE.                                 K6TCDC.1
000000     GO TO 4700-POST.                                             K6TCDC.1
000000 4700-TRY-BARE.                                                   K6TCDC.1
000000     IF CX-PAR-NAME (20:1) NOT = "."                              K6TCDC.1
000000         GO TO 4700-EXIT.                                         K6TCDC.1
000000     MOVE WS-CUR-PGM-ID TO TD-PGM-ID.                             K6TCDC.1
000000     MOVE CX-PAR-NAME TO TD-PAR-NAME.                             K6TCDC.1
000000     MOVE SPACE TO TD-PAR-NAME (20:3).                            K6TCDC.1
000000     SET TD-DESCRIPTION TO TRUE.                                  K6TCDC.1
000000     MOVE ZERO TO TD-NOTE-SEQ.                                    K6TCDC.1
000000     READ TCD-CATALOG                                             K6TCDC.1
000000         INVALID KEY                                              K6TCDC.1
000000             GO TO 4700-EXIT.                                     K6TCDC.1
000000 4700-POST.                                                       K6TCDC.1
000000     MOVE TD-SUMMARY TO FDS-SUMMARY.                              K6TCDC.1
000000     IF TD-TCID = ZERO                                            K6TCDC.1
000000         MOVE "NONE" TO FDS-TCID                                  K6TCDC.1
000000     ELSE                                                         K6TCDC.1
000000         MOVE TD-TCID TO FDS-TCID.                                K6TCDC.1
000000     MOVE FAIL-DESC-LINE TO WS-TEAM-LINE.                         K6TCDC.1
000000     PERFORM 5000-WRITE-TEAM-LINE THRU 5000-EXIT.                 K6TCDC.1
000000 4700-EXIT.                                                       K6TCDC.1
000000     EXIT.                                                        K6TCDC.1
033200*================================================================ K6DIST.1
033300* 4800-COUNT-TEAM-FAIL -- BUMP THE OWNING TEAM'S FAILING-TEST     K6DIST.1
033400* COUNT FOR THE TRAILER.                                          K6DIST.1
040900     CLOSE CSV-EXTRACT.                                           K6DIST.1
000000     CLOSE DIST-CM DIST-DB DIST-FS DIST-IC DIST-IX                K6DIST.1
000000           DIST-NC DIST-RW DIST-SG DIST-SM DIST-SQ.               K6DIST.1
000000     IF WS-TCD-OPEN                                               K6TCDC.1
000000         CLOSE TCD-CATALOG.                                       K6TCDC.1
041200 9999-EXIT.                                                       K6DIST.1
041300     EXIT.                                                        K6DIST.1
