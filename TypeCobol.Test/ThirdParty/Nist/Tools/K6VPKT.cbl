001500*    PGM-ID(1-6) PAR-NAME(8-29) RUN-DATE(31-38)), THIS            K6VPKT.1
001600*    ASSEMBLER PULLS EVERYTHING THE VENDOR ASKS FOR INTO ONE      K6VPKT.1
001700*    SELF-CONTAINED DOCUMENT (PKTOUT):                            K6VPKT.1
000000*                                                                 K6TCDC.1
000000*        TCDCAT    THE TEST-CASE DESCRIPTION CATALOG (K6TCDC) --  K6TCDC.1
000000*                  WHAT THE TEST CASE IS FOR, ITS PERMANENT       K6TCDC.1
000000*                  K6TCID IDENTITY AND ITS SOURCE LINE RANGE,     K6TCDC.1
000000*                  AHEAD OF EVERYTHING ELSE.  WHEN SRCIN IS       K6TCDC.1
000000*                  SUPPLIED ITS LINE COUNT AND CHECKSUM ARE       K6TCDC.1
000000*                  HELD AGAINST THE CATALOG'S MEMBER RECORD, AND  K6TCDC.1
000000*                  A CATALOG BUILT FROM OTHER SOURCE IS FLAGGED   K6TCDC.1
000000*                  OUT OF DATE.                                   K6TCDC.1
001800*                                                                 K6VPKT.1
001900*        SRCIN     THE PROGRAM'S SOURCE MEMBER -- THE FAILING     K6VPKT.1
002000*                  PARAGRAPH'S LINES, FROM ITS HEADER TO THE      K6VPKT.1
002800*        PRTARCH   THE RUN'S ARCHIVED PRINT-FILE COPY (THE        K6VPKT.1
002900*                  SECTION BETWEEN ITS "H" IDENTITY RECORD        K6VPKT.1
003000*                  AND THE NEXT)                                  K6VPKT.1
000000*        BSCTIN    THE K6BSCT COMPILER-BUILD BISECTION STATE --   K6BSCT.1
000000*                  THE LAST GOOD AND FIRST BAD INTERIM BUILDS     K6BSCT.1
000000*                  AND THE PARAGRAPH'S VERDICT ON EACH, ONCE A    K6BSCT.1
000000*                  BISECTION COVERING IT HAS FINISHED             K6BSCT.1
003100*                                                                 K6VPKT.1
003200*    THIS IS THE "EVERYTHING THE VENDOR ASKS FOR" BUNDLE FOR      K6VPKT.1
003300*    ONE DEFECT -- DISTINCT FROM THE CERTIFICATION EVIDENCE       K6VPKT.1
003500*                                                                 K6VPKT.1
003600* MODIFICATION HISTORY.                                           K6VPKT.1
003700*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6VPKT.1
000000*    2026-10-15  DLO  TEST-CASE DESCRIPTION SECTION FROM THE      K6TCDC.1
000000*                     K6TCDC CATALOG, ITS CURRENCY CHECKED        K6TCDC.1
000000*                     AGAINST SRCIN.                              K6TCDC.1
000000*    2026-10-15  DLO  COMPILER-BUILD BISECTION SECTION FROM THE   K6BSCT.1
000000*                     K6BSCT STATE FILE (BSCTIN).                 K6BSCT.1
003800*================================================================ K6VPKT.1
003900                                                                  K6VPKT.1
004000 ENVIRONMENT DIVISION.                                            K6VPKT.1
006200     SELECT OPTIONAL PRINT-ARCHIVE ASSIGN TO PRTARCH              K6VPKT.1
006300         ORGANIZATION IS SEQUENTIAL                               K6VPKT.1
006400         FILE STATUS IS WS-ARCH-STATUS.                           K6VPKT.1
000000     SELECT OPTIONAL TCD-CATALOG ASSIGN TO TCDCAT                 K6TCDC.1
000000         ORGANIZATION IS INDEXED                                  K6TCDC.1
000000         ACCESS MODE IS RANDOM                                    K6TCDC.1
000000         RECORD KEY IS TD-KEY                                     K6TCDC.1
000000         FILE STATUS IS WS-TCD-STATUS.                            K6TCDC.1
000000     SELECT OPTIONAL BSCT-STATE ASSIGN TO BSCTIN                  K6BSCT.1
000000         ORGANIZATION IS SEQUENTIAL                               K6BSCT.1
000000         FILE STATUS IS WS-BSCT-STATUS.                           K6BSCT.1
006500     SELECT PKT-OUT ASSIGN TO PKTOUT                              K6VPKT.1
006600         ORGANIZATION IS SEQUENTIAL.                              K6VPKT.1
006700                                                                  K6VPKT.1
010900     05  PA-ID-RUN-DATE       PIC 9(8).                           K6VPKT.1
011000     05  PA-ID-RUN-SEQ        PIC 99.                             K6VPKT.1
011100     05  FILLER               PIC X(95).                          K6VPKT.1
000000 FD  TCD-CATALOG                                                  K6TCDC.1
000000     LABEL RECORDS ARE STANDARD.                                  K6TCDC.1
000000     COPY K6TCDS.                                                 K6TCDC.1
000000 FD  BSCT-STATE                                                   K6BSCT.1
000000     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
000000     COPY K6BSST.                                                 K6BSCT.1
011200 FD  PKT-OUT                                                      K6VPKT.1
011300     LABEL RECORDS ARE STANDARD.                                  K6VPKT.1
011400 01  PK-PACKET-LINE           PIC X(120).                         K6VPKT.1
012200 77  WS-JRNL-STATUS           PIC X(2)   VALUE SPACE.             K6VPKT.1
012300 77  WS-ENV-STATUS            PIC X(2)   VALUE SPACE.             K6VPKT.1
012400 77  WS-ARCH-STATUS           PIC X(2)   VALUE SPACE.             K6VPKT.1
000000 77  WS-TCD-STATUS            PIC X(2)   VALUE SPACE.             K6TCDC.1
000000 77  WS-BSCT-STATUS           PIC X(2)   VALUE SPACE.             K6BSCT.1
012500 77  WS-PGM-ID                PIC X(6)   VALUE SPACE.             K6VPKT.1
012600 77  WS-PAR-NAME              PIC X(22)  VALUE SPACE.             K6VPKT.1
012700 77  WS-RUN-DATE              PIC 9(8)   VALUE ZERO.              K6VPKT.1
013200 77  WS-TAIL-SUB              PIC 9(3)   COMP VALUE ZERO.         K6VPKT.1
013300 77  WS-TAIL-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6VPKT.1
013400 77  WS-TAIL-NEXT             PIC 9(3)   COMP VALUE ZERO.         K6VPKT.1
000000 77  WS-SRC-LINES             PIC 9(6)   VALUE ZERO.              K6TCDC.1
000000 77  WS-SRC-CHECKSUM          PIC S9(18) COMP VALUE ZERO.         K6TCDC.1
000000 77  WS-CAT-LINES             PIC 9(6)   VALUE ZERO.              K6TCDC.1
000000 77  WS-CAT-CHECKSUM          PIC S9(18) VALUE ZERO.              K6TCDC.1
000000 77  WS-CAT-BUILT             PIC 9(8)   VALUE ZERO.              K6TCDC.1
000000 77  WS-NOTE-SEQ              PIC 9(2)   VALUE ZERO.              K6TCDC.1
000000 77  WS-NOTE-LAST             PIC 9(2)   VALUE ZERO.              K6TCDC.1
000000 77  WS-BS-FIRST-BAD-SEQ      PIC 9(3)   VALUE ZERO.              K6BSCT.1
000000 77  WS-BS-LAST-GOOD-SEQ      PIC 9(3)   VALUE ZERO.              K6BSCT.1
000000 77  WS-BS-BUILD-COUNT        PIC 9(3)   VALUE ZERO.              K6BSCT.1
000000 77  WS-BS-FOUND-SW           PIC X      VALUE "N".               K6BSCT.1
000000 77  WS-BS-AT-LAST-GOOD       PIC X(5)   VALUE SPACE.             K6BSCT.1
000000 77  WS-BS-AT-FIRST-BAD       PIC X(5)   VALUE SPACE.             K6BSCT.1
000000* SOURCE MEMBER CHECKSUM, FOLDED THE WAY K6TCDC FOLDS IT.         K6TCDC.1
000000 01  WS-CKSUM-AREA            PIC X(80)  VALUE SPACE.             K6TCDC.1
000000 01  WS-CKSUM-VIEW REDEFINES WS-CKSUM-AREA.                       K6TCDC.1
000000     05  WS-CKSUM-CHUNK OCCURS 40 TIMES                           K6TCDC.1
000000                        INDEXED BY WS-CK-IDX                      K6TCDC.1
000000                        PIC S9(4) COMP.                           K6TCDC.1
013500 01  WS-JRNL-TAIL.                                                K6VPKT.1
013600     05  WS-TAIL-LINE OCCURS 20 TIMES PIC X(53).                  K6VPKT.1
013700 01  SECTION-LINE.                                                K6VPKT.1
014900     05  HDR-RUN-DATE         PIC 9(8).                           K6VPKT.1
015000     05  FILLER   PIC X(37) VALUE SPACE.                          K6VPKT.1
015100                                                                  K6VPKT.1
000000 01  DESC-LINE.                                                   K6TCDC.1
000000     05  DL-LABEL             PIC X(16).                          K6TCDC.1
000000     05  DL-VALUE             PIC X(104).                         K6TCDC.1
000000 01  DESC-RANGE.                                                  K6TCDC.1
000000     05  DR-FIRST-SEQ         PIC X(6).                           K6TCDC.1
000000     05  FILLER               PIC X(3)   VALUE " - ".             K6TCDC.1
000000     05  DR-LAST-SEQ          PIC X(6).                           K6TCDC.1
000000     05  FILLER               PIC X(8)   VALUE "  LINES ".        K6TCDC.1
000000     05  DR-FIRST-LINE        PIC ZZZZZ9.                         K6TCDC.1
000000     05  FILLER               PIC X(3)   VALUE " - ".             K6TCDC.1
000000     05  DR-LAST-LINE         PIC ZZZZZ9.                         K6TCDC.1
000000     05  FILLER               PIC X(14)  VALUE                    K6TCDC.1
000000         " OF THE MEMBER".                                        K6TCDC.1
000000                                                                  K6TCDC.1
015200 PROCEDURE DIVISION.                                              K6VPKT.1
015300*================================================================ K6VPKT.1
015400* 0000-MAINLINE -- ONE SECTION PER SOURCE, IN THE ORDER THE       K6VPKT.1
016800     MOVE WS-PAR-NAME TO HDR-PAR-NAME.                            K6VPKT.1
016900     MOVE WS-RUN-DATE TO HDR-RUN-DATE.                            K6VPKT.1
017000     WRITE PK-PACKET-LINE FROM HDR-LINE.                          K6VPKT.1
000000     PERFORM 0500-DESCRIPTION-SECTION THRU 0500-EXIT.             K6TCDC.1
017100     PERFORM 1000-SOURCE-SECTION THRU 1000-EXIT.                  K6VPKT.1
017200     PERFORM 2000-DIAG-SECTION THRU 2000-EXIT.                    K6VPKT.1
017300     PERFORM 3000-JOURNAL-SECTION THRU 3000-EXIT.                 K6VPKT.1
017400     PERFORM 4000-ENV-SECTION THRU 4000-EXIT.                     K6VPKT.1
017500     PERFORM 5000-PRINT-SECTION THRU 5000-EXIT.                   K6VPKT.1
000000     PERFORM 6000-BISECT-SECTION THRU 6000-EXIT.                  K6BSCT.1
017600     CLOSE PKT-OUT.                                               K6VPKT.1
017700     STOP RUN.                                                    K6VPKT.1
000000*================================================================ K6TCDC.1
000000* 0500-DESCRIPTION-SECTION -- WHAT THE TEST CASE IS FOR, FROM     K6TCDC.1
000000* THE K6TCDC CATALOG.  A PAR-NAME CARRYING THE PRINT-DETAIL       K6TCDC.1
000000* ".NN" SUFFIX IS LOOKED UP WITHOUT IT WHEN THE FULL NAME IS      K6TCDC.1
000000* NOT CATALOGUED.                                                 K6TCDC.1
000000*================================================================ K6TCDC.1
000000 0500-DESCRIPTION-SECTION.                                        K6TCDC.1
000000     MOVE "TEST-CASE DESCRIPTION         " TO SL-SECTION.         K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM SECTION-LINE.                      K6TCDC.1
000000     MOVE SPACE TO DESC-LINE.                                     K6TCDC.1
000000     OPEN INPUT TCD-CATALOG.                                      K6TCDC.1
000000     IF WS-TCD-STATUS NOT = "00" AND WS-TCD-STATUS NOT = "05"     K6TCDC.1
000000         MOVE "NO DESCRIPTION CATALOG (TCDCAT) SUPPLIED"          K6TCDC.1
000000             TO DL-VALUE                                          K6TCDC.1
000000         WRITE PK-PACKET-LINE FROM DESC-LINE                      K6TCDC.1
000000         GO TO 0500-EXIT.                                         K6TCDC.1
000000     MOVE SPACE TO TD-KEY.                                        K6TCDC.1
000000     MOVE WS-PGM-ID TO TD-PGM-ID.                                 K6TCDC.1
000000     SET TD-MEMBER TO TRUE.                                       K6TCDC.1
000000     MOVE ZERO TO TD-NOTE-SEQ.                                    K6TCDC.1
000000     READ TCD-CATALOG                                             K6TCDC.1
000000         INVALID KEY                                              K6TCDC.1
000000             MOVE "PROGRAM NOT IN THE DESCRIPTION CATALOG"        K6TCDC.1
000000                 TO DL-VALUE                                      K6TCDC.1
000000             WRITE PK-PACKET-LINE FROM DESC-LINE                  K6TCDC.1
000000             GO TO 0500-DONE.                                     K6TCDC.1
000000     MOVE TD-LINE-COUNT TO WS-CAT-LINES.                          K6TCDC.1
000000     MOVE TD-CHECKSUM TO WS-CAT-CHECKSUM.                         K6TCDC.1
000000     MOVE TD-BUILD-DATE TO WS-CAT-BUILT.                          K6TCDC.1
000000     MOVE WS-PAR-NAME TO TD-PAR-NAME.                             K6TCDC.1
000000     SET TD-DESCRIPTION TO TRUE.                                  K6TCDC.1
000000     READ TCD-CATALOG                                             K6TCDC.1
000000         INVALID KEY                                              K6TCDC.1
000000             GO TO 0500-TRY-BARE.                                 K6TCDC.1
000000     GO TO 0500-SHOW.                                             K6TCDC.1
000000 0500-TRY-BARE.                                                   K6TCDC.1
000000     IF WS-PAR-NAME (20:1) NOT = "."                              K6TCDC.1
000000         GO TO 0500-NOT-FOUND.                                    K6TCDC.1
000000     MOVE WS-PGM-ID TO TD-PGM-ID.                                 K6TCDC.1
000000     MOVE WS-PAR-NAME TO TD-PAR-NAME.                             K6TCDC.1
000000     MOVE SPACE TO TD-PAR-NAME (20:3).                            K6TCDC.1
000000     SET TD-DESCRIPTION TO TRUE.                                  K6TCDC.1
000000     MOVE ZERO TO TD-NOTE-SEQ.                                    K6TCDC.1
000000     READ TCD-CATALOG                                             K6TCDC.1
000000         INVALID KEY                                              K6TCDC.1
000000             GO TO 0500-NOT-FOUND.                                K6TCDC.1
000000     GO TO 0500-SHOW.                                             K6TCDC.1
000000 0500-NOT-FOUND.                                                  K6TCDC.1
000000     MOVE "TEST CASE NOT IN THE DESCRIPTION CATALOG" TO DL-VALUE. K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000     GO TO 0500-CURRENCY.                                         K6TCDC.1
000000 0500-SHOW.                                                       K6TCDC.1
000000     MOVE "TEST-CASE ID" TO DL-LABEL.                             K6TCDC.1
000000     IF TD-TCID = ZERO                                            K6TCDC.1
000000         MOVE "NOT REGISTERED IN K6TCID" TO DL-VALUE              K6TCDC.1
000000     ELSE                                                         K6TCDC.1
000000         MOVE TD-TCID TO DL-VALUE.                                K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000     MOVE "SUMMARY" TO DL-LABEL.                                  K6TCDC.1
000000     MOVE TD-SUMMARY TO DL-VALUE.                                 K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000     MOVE "FEATURE" TO DL-LABEL.                                  K6TCDC.1
000000     MOVE TD-FEATURE TO DL-VALUE.                                 K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000     MOVE "RE-MARK" TO DL-LABEL.                                  K6TCDC.1
000000     MOVE TD-RE-MARK TO DL-VALUE.                                 K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000     MOVE "ANSI CLAUSE" TO DL-LABEL.                              K6TCDC.1
000000     MOVE TD-ANSI-CODE TO DL-VALUE.                               K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000     MOVE TD-FIRST-SEQ TO DR-FIRST-SEQ.                           K6TCDC.1
000000     MOVE TD-LAST-SEQ TO DR-LAST-SEQ.                             K6TCDC.1
000000     MOVE TD-FIRST-LINE TO DR-FIRST-LINE.                         K6TCDC.1
000000     MOVE TD-LAST-LINE TO DR-LAST-LINE.                           K6TCDC.1
000000     MOVE "SOURCE LINES" TO DL-LABEL.                             K6TCDC.1
000000     MOVE DESC-RANGE TO DL-VALUE.                                 K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000     MOVE SPACE TO DESC-LINE.                                     K6TCDC.1
000000     MOVE TD-NOTE-COUNT TO WS-NOTE-LAST.                          K6TCDC.1
000000     MOVE ZERO TO WS-NOTE-SEQ.                                    K6TCDC.1
000000     SET TD-NOTE TO TRUE.                                         K6TCDC.1
000000 0500-NOTE.                                                       K6TCDC.1
000000     IF WS-NOTE-SEQ NOT LESS THAN WS-NOTE-LAST                    K6TCDC.1
000000         GO TO 0500-CURRENCY.                                     K6TCDC.1
000000     ADD 1 TO WS-NOTE-SEQ.                                        K6TCDC.1
000000     MOVE WS-NOTE-SEQ TO TD-NOTE-SEQ.                             K6TCDC.1
000000     READ TCD-CATALOG                                             K6TCDC.1
000000         INVALID KEY                                              K6TCDC.1
000000             GO TO 0500-CURRENCY.                                 K6TCDC.1
000000     MOVE TD-NOTE-TEXT TO DL-VALUE.                               K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000     GO TO 0500-NOTE.                                             K6TCDC.1
000000*    THE CATALOG MEMBER RECORD AGAINST THE SOURCE IN HAND.        K6TCDC.1
000000 0500-CURRENCY.                                                   K6TCDC.1
000000     MOVE SPACE TO DESC-LINE.                                     K6TCDC.1
000000     PERFORM 0600-FOLD-SOURCE THRU 0600-EXIT.                     K6TCDC.1
000000     IF WS-SRC-STATUS NOT = "00" AND WS-SRC-STATUS NOT = "05"     K6TCDC.1
000000         MOVE "SOURCE NOT SUPPLIED - CATALOG CURRENCY NOT CHECKED"K6TCDC.1
000000             TO DL-VALUE                                          K6TCDC.1
000000         WRITE PK-PACKET-LINE FROM DESC-LINE                      K6TCDC.1
000000         GO TO 0500-DONE.                                         K6TCDC.1
000000     IF WS-SRC-LINES = WS-CAT-LINES                               K6TCDC.1
000000             AND WS-SRC-CHECKSUM = WS-CAT-CHECKSUM                K6TCDC.1
000000         GO TO 0500-DONE.                                         K6TCDC.1
000000     STRING "*** CATALOG OUT OF DATE -- BUILT " DELIMITED BY SIZE K6TCDC.1
000000            WS-CAT-BUILT                        DELIMITED BY SIZE K6TCDC.1
000000            " FROM OTHER SOURCE; RERUN K6TCDC ***"                K6TCDC.1
000000                                                DELIMITED BY SIZE K6TCDC.1
000000            INTO DL-VALUE.                                        K6TCDC.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6TCDC.1
000000 0500-DONE.                                                       K6TCDC.1
000000     CLOSE TCD-CATALOG.                                           K6TCDC.1
000000 0500-EXIT.                                                       K6TCDC.1
000000     EXIT.                                                        K6TCDC.1
000000*================================================================ K6TCDC.1
000000* 0600-FOLD-SOURCE -- LINE COUNT AND HALFWORD CHECKSUM OF THE     K6TCDC.1
000000* SOURCE MEMBER.  A "++MEMBER" SEPARATOR CARD IS NOT COUNTED.     K6TCDC.1
000000*================================================================ K6TCDC.1
000000 0600-FOLD-SOURCE.                                                K6TCDC.1
000000     MOVE ZERO TO WS-SRC-LINES WS-SRC-CHECKSUM.                   K6TCDC.1
000000     OPEN INPUT SRC-IN.                                           K6TCDC.1
000000     IF WS-SRC-STATUS NOT = "00" AND WS-SRC-STATUS NOT = "05"     K6TCDC.1
000000         GO TO 0600-EXIT.                                         K6TCDC.1
000000 0600-READ.                                                       K6TCDC.1
000000     READ SRC-IN                                                  K6TCDC.1
000000         AT END GO TO 0600-DONE.                                  K6TCDC.1
000000     IF SR-SOURCE-LINE (1:9) = "++MEMBER "                        K6TCDC.1
000000         GO TO 0600-READ.                                         K6TCDC.1
000000     ADD 1 TO WS-SRC-LINES.                                       K6TCDC.1
000000     MOVE SR-SOURCE-LINE TO WS-CKSUM-AREA.                        K6TCDC.1
000000     SET WS-CK-IDX TO 1.                                          K6TCDC.1
000000     PERFORM 0650-SUM-CHUNK THRU 0650-EXIT                        K6TCDC.1
000000         UNTIL WS-CK-IDX > 40.                                    K6TCDC.1
000000     GO TO 0600-READ.                                             K6TCDC.1
000000 0600-DONE.                                                       K6TCDC.1
000000     CLOSE SRC-IN.                                                K6TCDC.1
000000 0600-EXIT.                                                       K6TCDC.1
000000     EXIT.                                                        K6TCDC.1
000000 0650-SUM-CHUNK.                                                  K6TCDC.1
000000     ADD WS-CKSUM-CHUNK (WS-CK-IDX) TO WS-SRC-CHECKSUM.           K6TCDC.1
000000     SET WS-CK-IDX UP BY 1.                                       K6TCDC.1
000000 0650-EXIT.                                                       K6TCDC.1
000000     EXIT.                                                        K6TCDC.1
017800*================================================================ K6VPKT.1
017900* 1000-SOURCE-SECTION -- THE PARAGRAPH'S LINES: FROM THE LINE     K6VPKT.1
018000* WHOSE AREA-A TEXT IS THE PARAGRAPH NAME TO THE NEXT             K6VPKT.1
033700     CLOSE PRINT-ARCHIVE.                                         K6VPKT.1
033800 5000-EXIT.                                                       K6VPKT.1
033900     EXIT.                                                        K6VPKT.1
000000*================================================================ K6BSCT.1
000000* 6000-BISECT-SECTION -- WHERE THE PARAGRAPH BROKE, FROM THE      K6BSCT.1
000000* K6BSCT BISECTION STATE: THE BUILD PAIR AND THE PARAGRAPH'S      K6BSCT.1
000000* VERDICT ON EACH.  SEQUENCE 000 IS THE GOOD TARGET AND           K6BSCT.1
000000* BUILD-COUNT + 1 THE BAD, AS K6BSCT NUMBERS THEM.                K6BSCT.1
000000*================================================================ K6BSCT.1
000000 6000-BISECT-SECTION.                                             K6BSCT.1
000000     MOVE "COMPILER-BUILD BISECTION      " TO SL-SECTION.         K6BSCT.1
000000     WRITE PK-PACKET-LINE FROM SECTION-LINE.                      K6BSCT.1
000000     MOVE SPACE TO DESC-LINE.                                     K6BSCT.1
000000     OPEN INPUT BSCT-STATE.                                       K6BSCT.1
000000     IF WS-BSCT-STATUS NOT = "00" AND WS-BSCT-STATUS NOT = "05"   K6BSCT.1
000000         MOVE "NO BISECTION STATE (BSCTIN) SUPPLIED" TO DL-VALUE  K6BSCT.1
000000         WRITE PK-PACKET-LINE FROM DESC-LINE                      K6BSCT.1
000000         GO TO 6000-EXIT.                                         K6BSCT.1
000000     READ BSCT-STATE                                              K6BSCT.1
000000         AT END MOVE SPACE TO BS-STATE-REC.                       K6BSCT.1
000000     IF NOT BS-SESSION                                            K6BSCT.1
000000         MOVE "NO BISECTION STATE (BSCTIN) SUPPLIED" TO DL-VALUE  K6BSCT.1
000000         WRITE PK-PACKET-LINE FROM DESC-LINE                      K6BSCT.1
000000         GO TO 6000-DONE.                                         K6BSCT.1
000000     MOVE "BISECTED" TO DL-LABEL.                                 K6BSCT.1
000000     STRING BS-GOOD-TARGET     DELIMITED BY SPACE                 K6BSCT.1
000000            " (GOOD) TO "      DELIMITED BY SIZE                  K6BSCT.1
000000            BS-BAD-TARGET      DELIMITED BY SPACE                 K6BSCT.1
000000            " (BAD), STARTED " DELIMITED BY SIZE                  K6BSCT.1
000000            BS-STARTED         DELIMITED BY SIZE                  K6BSCT.1
000000         INTO DL-VALUE.                                           K6BSCT.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6BSCT.1
000000     MOVE SPACE TO DESC-LINE.                                     K6BSCT.1
000000     IF NOT BS-FINISHED                                           K6BSCT.1
000000         MOVE "BISECTION NOT YET FINISHED" TO DL-VALUE            K6BSCT.1
000000         WRITE PK-PACKET-LINE FROM DESC-LINE                      K6BSCT.1
000000         GO TO 6000-DONE.                                         K6BSCT.1
000000     MOVE BS-FIRST-BAD-SEQ TO WS-BS-FIRST-BAD-SEQ.                K6BSCT.1
000000     MOVE BS-LAST-GOOD-SEQ TO WS-BS-LAST-GOOD-SEQ.                K6BSCT.1
000000     MOVE BS-BUILD-COUNT   TO WS-BS-BUILD-COUNT.                  K6BSCT.1
000000     MOVE "LAST GOOD BUILD" TO DL-LABEL.                          K6BSCT.1
000000     MOVE BS-LAST-GOOD TO DL-VALUE.                               K6BSCT.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6BSCT.1
000000     MOVE SPACE TO DESC-LINE.                                     K6BSCT.1
000000     MOVE "FIRST BAD BUILD" TO DL-LABEL.                          K6BSCT.1
000000     STRING BS-FIRST-BAD       DELIMITED BY SPACE                 K6BSCT.1
000000            ", FOUND "         DELIMITED BY SIZE                  K6BSCT.1
000000            BS-FINISHED-DATE   DELIMITED BY SIZE                  K6BSCT.1
000000         INTO DL-VALUE.                                           K6BSCT.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6BSCT.1
000000     MOVE SPACE TO DESC-LINE.                                     K6BSCT.1
000000     MOVE "N" TO WS-BS-FOUND-SW.                                  K6BSCT.1
000000     MOVE "ABSNT" TO WS-BS-AT-LAST-GOOD.                          K6BSCT.1
000000     MOVE "ABSNT" TO WS-BS-AT-FIRST-BAD.                          K6BSCT.1
000000 6000-READ.                                                       K6BSCT.1
000000     READ BSCT-STATE                                              K6BSCT.1
000000         AT END GO TO 6000-SHOW.                                  K6BSCT.1
000000     IF BS-PARAGRAPH                                              K6BSCT.1
000000             AND BS-PGM-ID = WS-PGM-ID                            K6BSCT.1
000000             AND BS-PAR-NAME = WS-PAR-NAME                        K6BSCT.1
000000         PERFORM 6100-TAKE-PARAGRAPH THRU 6100-EXIT               K6BSCT.1
000000         GO TO 6000-READ.                                         K6BSCT.1
000000     IF NOT BS-VERDICT                                            K6BSCT.1
000000             OR BS-V-PGM-ID NOT = WS-PGM-ID                       K6BSCT.1
000000             OR BS-V-PAR-NAME NOT = WS-PAR-NAME                   K6BSCT.1
000000         GO TO 6000-READ.                                         K6BSCT.1
000000     IF BS-V-BUILD-SEQ = WS-BS-LAST-GOOD-SEQ                      K6BSCT.1
000000         MOVE BS-V-POF TO WS-BS-AT-LAST-GOOD.                     K6BSCT.1
000000     IF BS-V-BUILD-SEQ = WS-BS-FIRST-BAD-SEQ                      K6BSCT.1
000000         MOVE BS-V-POF TO WS-BS-AT-FIRST-BAD.                     K6BSCT.1
000000     GO TO 6000-READ.                                             K6BSCT.1
000000 6000-SHOW.                                                       K6BSCT.1
000000     IF WS-BS-FOUND-SW NOT = "Y"                                  K6BSCT.1
000000         MOVE "PARAGRAPH NOT AMONG THOSE BISECTED" TO DL-VALUE    K6BSCT.1
000000         WRITE PK-PACKET-LINE FROM DESC-LINE                      K6BSCT.1
000000         GO TO 6000-DONE.                                         K6BSCT.1
000000     MOVE "AT LAST GOOD" TO DL-LABEL.                             K6BSCT.1
000000     MOVE WS-BS-AT-LAST-GOOD TO DL-VALUE.                         K6BSCT.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6BSCT.1
000000     MOVE "AT FIRST BAD" TO DL-LABEL.                             K6BSCT.1
000000     MOVE WS-BS-AT-FIRST-BAD TO DL-VALUE.                         K6BSCT.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6BSCT.1
000000     MOVE "FINDING" TO DL-LABEL.                                  K6BSCT.1
000000     MOVE "BROKE AT A LATER BUILD -- BISECT AGAIN" TO DL-VALUE.   K6BSCT.1
000000     IF WS-BS-AT-FIRST-BAD = "FAIL*"                              K6BSCT.1
000000         MOVE "CHANGED AT THE FIRST BAD BUILD" TO DL-VALUE.       K6BSCT.1
000000     IF WS-BS-AT-LAST-GOOD = "FAIL*"                              K6BSCT.1
000000         MOVE "ALREADY FAILING ON THE LAST GOOD BUILD"            K6BSCT.1
000000             TO DL-VALUE.                                         K6BSCT.1
000000     WRITE PK-PACKET-LINE FROM DESC-LINE.                         K6BSCT.1
000000 6000-DONE.                                                       K6BSCT.1
000000     CLOSE BSCT-STATE.                                            K6BSCT.1
000000 6000-EXIT.                                                       K6BSCT.1
000000     EXIT.                                                        K6BSCT.1
000000*================================================================ K6BSCT.1
000000* 6100-TAKE-PARAGRAPH -- THE PARAGRAPH IS IN THE BISECTION; ITS   K6BSCT.1
000000* VERDICTS ON THE GOOD AND BAD TARGETS STAND FOR A BUILD PAIR     K6BSCT.1
000000* THAT REACHES EITHER END OF THE LADDER.                          K6BSCT.1
000000*================================================================ K6BSCT.1
000000 6100-TAKE-PARAGRAPH.                                             K6BSCT.1
000000     MOVE "Y" TO WS-BS-FOUND-SW.                                  K6BSCT.1
000000     IF WS-BS-LAST-GOOD-SEQ = ZERO                                K6BSCT.1
000000         MOVE BS-GOOD-POF TO WS-BS-AT-LAST-GOOD.                  K6BSCT.1
000000     IF WS-BS-FIRST-BAD-SEQ > WS-BS-BUILD-COUNT                   K6BSCT.1
000000         MOVE BS-BAD-POF TO WS-BS-AT-FIRST-BAD.                   K6BSCT.1
000000 6100-EXIT.                                                       K6BSCT.1
000000     EXIT.                                                        K6BSCT.1
