002700*      10-17 TARGET B (E.G. THE CANDIDATE)                        K6XTGT.1
002800*      19-26 FROM RUN DATE (CCYYMMDD, ZERO = OPEN)                K6XTGT.1
002900*      28-35 TO RUN DATE   (CCYYMMDD, ZERO = OPEN)                K6XTGT.1
000000*      37-44 OPTION PROFILE A (BLANK = ANY PROFILE)               K6COPT.1
000000*      46-53 OPTION PROFILE B (BLANK = ANY PROFILE)               K6COPT.1
000000*                                                                 K6COPT.1
000000*    NAMING THE SAME TARGET ON BOTH SIDES WITH TWO DIFFERENT      K6COPT.1
000000*    COMPILE-OPTION PROFILES (K6COPT.CPY) LISTS, PER PARAGRAPH,   K6COPT.1
000000*    WHERE THE VERDICTS DIFFER BETWEEN THE TWO OPTION SETS.  A    K6COPT.1
000000*    PROFILE NAMED ON THE CARD MATCHES ONLY EXTRACTS STAMPED      K6COPT.1
000000*    WITH IT; EXTRACTS FROM BEFORE THE STAMP CARRY A BLANK        K6COPT.1
000000*    PROFILE AND MATCH ONLY A BLANK (ANY) CARD ENTRY.             K6COPT.1
000000*                                                                 K6SREL.1
000000*    THE TWO SIDES' LATEST RESULTS NEED NOT COME FROM THE SAME    K6SREL.1
000000*    RELEASE OF THE VALIDATION SUITE.  WHEN THEY DO NOT, K6RELK   K6SREL.1
000000*    CONSULTS THE RELEASE MAP: A TEST CHANGED, WITHDRAWN OR       K6SREL.1
000000*    ADDED BETWEEN THE TWO RELEASES IS LISTED AS NOT COMPARABLE   K6SREL.1
000000*    AND NOT COUNTED AS A DISAGREEMENT; A DISAGREEMENT ACROSS     K6SREL.1
000000*    RELEASES IS LABELLED WITH BOTH, AND WITH "NOT MAPPED" WHEN   K6SREL.1
000000*    THE TEST HAS NO K6TCID IDENTITY THE MAP COULD SPEAK FOR.     K6SREL.1
000000*                                                                 K6BSCT.1
000000*    EVERY COUNTED DISAGREEMENT IS ALSO WRITTEN TO THE EXTRACT    K6BSCT.1
000000*    XTGTXT (K6XTXT.CPY), FROM WHICH K6BSCT TAKES THE FAILING     K6BSCT.1
000000*    PARAGRAPHS OF A BUILD-TO-BUILD BISECTION.                    K6BSCT.1
003000*                                                                 K6XTGT.1
003100* MODIFICATION HISTORY.                                           K6XTGT.1
003200*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6XTGT.1
000000*    2026-10-15  DLO  OPTION PROFILE PER SIDE ON THE CONTROL      K6COPT.1
000000*                     CARD, SO TWO PROFILES ON ONE TARGET         K6COPT.1
000000*                     CAN BE COMPARED.                            K6COPT.1
000000*    2026-10-15  DLO  SUITE RELEASE GUARD: A TEST CHANGED         K6SREL.1
000000*                     BETWEEN THE TWO SIDES' RELEASES IS NOT      K6SREL.1
000000*                     COMPARED.                                   K6SREL.1
000000*    2026-10-15  DLO  DISAGREEMENT EXTRACT (XTGTXT) FOR THE       K6BSCT.1
000000*                     K6BSCT BUILD BISECTION.                     K6BSCT.1
003300*================================================================ K6XTGT.1
003400                                                                  K6XTGT.1
003500 ENVIRONMENT DIVISION.                                            K6XTGT.1
004500     SELECT XTGT-CTL ASSIGN TO XTGTCTL                            K6XTGT.1
004600         ORGANIZATION IS SEQUENTIAL.                              K6XTGT.1
004700     SELECT XTGT-RPT ASSIGN TO XTGTRPT                            K6XTGT.1
000000         ORGANIZATION IS SEQUENTIAL.                              K6BSCT.1
000000     SELECT XTGT-EXTRACT ASSIGN TO XTGTXT                         K6BSCT.1
004800         ORGANIZATION IS SEQUENTIAL.                              K6XTGT.1
004900                                                                  K6XTGT.1
005000 DATA DIVISION.                                                   K6XTGT.1
006500     05  CX-ID-TARGET         PIC X(8).                           K6XTGT.1
006600     05  CX-ID-RUN-DATE       PIC 9(8).                           K6XTGT.1
006700     05  CX-ID-RUN-SEQ        PIC 99.                             K6XTGT.1
006800     05  CX-ID-LAYOUT-VER     PIC X(3).                           K6SREL.1
000000     05  FILLER               PIC X(4).                           K6SREL.1
000000     05  CX-ID-OPT-PROFILE    PIC X(8).                           K6COPT.1
000000     05  FILLER               PIC X(21).                          K6SREL.1
000000     05  CX-ID-SUITE-REL      PIC 99.                             K6SREL.1
000000     05  FILLER               PIC X(131).                         K6SREL.1
000000 01  CX-TRAILER REDEFINES CX-REC.                                 K6CSVE.1
000000     05  CX-TR-FLAG           PIC X(1).                           K6CSVE.1
000000     05  CX-TR-DETAIL-COUNT   PIC 9(7).                           K6CSVE.1
007600     05  CTL-FROM-DATE        PIC 9(8).                           K6XTGT.1
007700     05  FILLER               PIC X(1).                           K6XTGT.1
007800     05  CTL-TO-DATE          PIC 9(8).                           K6XTGT.1
007900     05  FILLER               PIC X(1).                           K6COPT.1
000000     05  CTL-PROFILE-A        PIC X(8).                           K6COPT.1
000000     05  FILLER               PIC X(1).                           K6COPT.1
000000     05  CTL-PROFILE-B        PIC X(8).                           K6COPT.1
000000     05  FILLER               PIC X(27).                          K6COPT.1
008000 FD  XTGT-RPT                                                     K6XTGT.1
008100     LABEL RECORDS ARE STANDARD.                                  K6XTGT.1
008200 01  XR-PRINT-REC             PIC X(120).                         K6XTGT.1
000000 FD  XTGT-EXTRACT                                                 K6BSCT.1
000000     LABEL RECORDS ARE STANDARD.                                  K6BSCT.1
000000     COPY K6XTXT.                                                 K6BSCT.1
008300                                                                  K6XTGT.1
008400 WORKING-STORAGE SECTION.                                         K6XTGT.1
008500* ----------------------------------------------------------      K6XTGT.1
000000     05  FILLER           PIC X(82) VALUE SPACE.                  K6CSVE.1
009000 77  WS-TARGET-A              PIC X(8)   VALUE SPACE.             K6XTGT.1
009100 77  WS-TARGET-B              PIC X(8)   VALUE SPACE.             K6XTGT.1
000000 77  WS-PROFILE-A             PIC X(8)   VALUE SPACE.             K6COPT.1
000000 77  WS-PROFILE-B             PIC X(8)   VALUE SPACE.             K6COPT.1
009200 77  WS-FROM-DATE             PIC 9(8)   VALUE ZERO.              K6XTGT.1
009300 77  WS-TO-DATE               PIC 9(8)   VALUE 99999999.            K6XTGT.1
009400 77  WS-CUR-SIDE              PIC X      VALUE SPACE.             K6XTGT.1
009500 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6XTGT.1
009600 77  WS-CUR-RUN-DATE          PIC 9(8)   VALUE ZERO.              K6XTGT.1
009700 77  WS-CUR-RUN-SEQ           PIC 99     VALUE ZERO.              K6XTGT.1
000000 77  WS-CUR-REL               PIC 99     VALUE ZERO.              K6SREL.1
000000 77  WS-REFUSED-COUNT         PIC 9(4)   COMP VALUE ZERO.         K6SREL.1
000000     COPY K6RLKP.                                                 K6SREL.1
009800 77  WS-PAIR-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6XTGT.1
009900 77  WS-DELTA-COUNT           PIC 9(4)   COMP VALUE ZERO.         K6XTGT.1
010000 77  WS-DROPPED-COUNT         PIC 9(4)   COMP VALUE ZERO.         K6XTGT.1
011500         10  PAIR-A-POF           PIC X(5).                       K6XTGT.1
011600         10  PAIR-A-DATE          PIC 9(8).                       K6XTGT.1
011700         10  PAIR-A-SEQ           PIC 99.                         K6XTGT.1
000000         10  PAIR-A-REL           PIC 99.                         K6SREL.1
011800         10  PAIR-B-POF           PIC X(5).                       K6XTGT.1
011900         10  PAIR-B-DATE          PIC 9(8).                       K6XTGT.1
012000         10  PAIR-B-SEQ           PIC 99.                         K6XTGT.1
000000         10  PAIR-B-REL           PIC 99.                         K6SREL.1
012100* ----------------------------------------------------------      K6XTGT.1
012200* REPORT LINES.                                                   K6XTGT.1
012300* ----------------------------------------------------------      K6XTGT.1
012800     05  FILLER   PIC X(4)  VALUE " VS ".                         K6XTGT.1
012900     05  HDR-TARGET-B     PIC X(8).                               K6XTGT.1
013000     05  FILLER   PIC X(70) VALUE SPACE.                          K6XTGT.1
000000 01  HDR-LINE-1A.                                                 K6COPT.1
000000     05  FILLER   PIC X(30) VALUE                                 K6COPT.1
000000         "COMPILE-OPTION PROFILES:      ".                        K6COPT.1
000000     05  HDR-PROFILE-A    PIC X(8).                               K6COPT.1
000000     05  FILLER   PIC X(4)  VALUE " VS ".                         K6COPT.1
000000     05  HDR-PROFILE-B    PIC X(8).                               K6COPT.1
000000     05  FILLER   PIC X(70) VALUE SPACE.                          K6COPT.1
000000 01  HDR-LINE-1B.                                                 K6SREL.1
000000     05  FILLER   PIC X(30) VALUE                                 K6SREL.1
000000         "SUITE RELEASE MAP:            ".                        K6SREL.1
000000     05  HDR-MAP-STATUS   PIC X(40).                              K6SREL.1
000000     05  FILLER   PIC X(50) VALUE SPACE.                          K6SREL.1
013100 01  HDR-LINE-2.                                                  K6XTGT.1
013200     05  FILLER   PIC X(49) VALUE                                 K6SREL.1
013300         "PGM-ID PARAGRAPH              TARGET-A TARGET-B".       K6XTGT.1
000000     05  FILLER   PIC X(71) VALUE "NOTE".                         K6SREL.1
013400 01  DET-LINE.                                                    K6XTGT.1
013500     05  DET-PGM-ID       PIC X(6).                               K6XTGT.1
013600     05  FILLER           PIC X     VALUE SPACE.                  K6XTGT.1
013900     05  DET-A-POF        PIC X(8).                               K6XTGT.1
014000     05  FILLER           PIC X     VALUE SPACE.                  K6XTGT.1
014100     05  DET-B-POF        PIC X(8).                               K6XTGT.1
014200     05  FILLER           PIC X(2)  VALUE SPACE.                  K6SREL.1
000000     05  DET-NOTE         PIC X(44) VALUE SPACE.                  K6SREL.1
000000     05  FILLER           PIC X(26) VALUE SPACE.                  K6SREL.1
014300 01  TOT-LINE-1.                                                  K6XTGT.1
014400     05  FILLER           PIC X(21) VALUE "PARAGRAPHS COMPARED  ".K6XTGT.1
014500     05  TOT-PAIRS        PIC ZZZZ9.                              K6XTGT.1
015300         "ROWS DROPPED, PAIR TABLE FULL ".                        K6XTGT.1
015400     05  TOT-DROPPED      PIC ZZZZ9.                              K6XTGT.1
015500     05  FILLER           PIC X(85) VALUE SPACE.                  K6XTGT.1
000000 01  TOT-LINE-4.                                                  K6SREL.1
000000     05  FILLER           PIC X(30) VALUE                         K6SREL.1
000000         "NOT COMPARABLE, TEST CHANGED  ".                        K6SREL.1
000000     05  TOT-REFUSED      PIC ZZZZ9.                              K6SREL.1
000000     05  FILLER           PIC X(85) VALUE SPACE.                  K6SREL.1
015600                                                                  K6XTGT.1
015700 PROCEDURE DIVISION.                                              K6XTGT.1
015800*================================================================ K6XTGT.1
017600     CLOSE XTGT-CTL.                                              K6XTGT.1
017700     MOVE CTL-TARGET-A TO WS-TARGET-A.                            K6XTGT.1
017800     MOVE CTL-TARGET-B TO WS-TARGET-B.                            K6XTGT.1
000000     MOVE CTL-PROFILE-A TO WS-PROFILE-A.                          K6COPT.1
000000     MOVE CTL-PROFILE-B TO WS-PROFILE-B.                          K6COPT.1
017900     IF CTL-FROM-DATE NUMERIC                                     K6XTGT.1
018000         MOVE CTL-FROM-DATE TO WS-FROM-DATE.                      K6XTGT.1
018100     IF CTL-TO-DATE NUMERIC                                       K6XTGT.1
018300         MOVE CTL-TO-DATE TO WS-TO-DATE.                          K6XTGT.1
018400     OPEN INPUT  CSV-EXTRACT.                                     K6XTGT.1
018500     OPEN OUTPUT XTGT-RPT.                                        K6XTGT.1
000000     OPEN OUTPUT XTGT-EXTRACT.                                    K6BSCT.1
018600 1000-EXIT.                                                       K6XTGT.1
018700     EXIT.                                                        K6XTGT.1
018800*================================================================ K6XTGT.1
020300         MOVE CX-ID-PGM-ID   TO WS-CUR-PGM-ID                     K6XTGT.1
020400         MOVE CX-ID-RUN-DATE TO WS-CUR-RUN-DATE                   K6XTGT.1
020500         MOVE CX-ID-RUN-SEQ  TO WS-CUR-RUN-SEQ                    K6XTGT.1
000000         PERFORM 3100-HEADER-RELEASE THRU 3100-EXIT               K6SREL.1
020600         MOVE SPACE TO WS-CUR-SIDE                                K6XTGT.1
020700         IF CX-ID-RUN-DATE NOT < WS-FROM-DATE                     K6XTGT.1
020800                 AND CX-ID-RUN-DATE NOT > WS-TO-DATE              K6XTGT.1
020900             IF CX-ID-TARGET = WS-TARGET-A                        K6XTGT.1
000000                     AND (WS-PROFILE-A = SPACE                    K6COPT.1
000000                       OR CX-ID-OPT-PROFILE = WS-PROFILE-A)       K6COPT.1
021000                 MOVE "A" TO WS-CUR-SIDE                          K6XTGT.1
021100             ELSE                                                 K6XTGT.1
021200             IF CX-ID-TARGET = WS-TARGET-B                        K6XTGT.1
000000                     AND (WS-PROFILE-B = SPACE                    K6COPT.1
000000                       OR CX-ID-OPT-PROFILE = WS-PROFILE-B)       K6COPT.1
021300                 MOVE "B" TO WS-CUR-SIDE.                         K6XTGT.1
021400     IF CX-ID-FLAG = "H"                                          K6XTGT.1
021500         GO TO 3000-NEXT.                                         K6XTGT.1
022800     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6XTGT.1
022900 3000-EXIT.                                                       K6XTGT.1
023000     EXIT.                                                        K6XTGT.1
000000*================================================================ K6SREL.1
000000* 3100-HEADER-RELEASE -- THE SUITE RELEASE FROM AN "H" HEADER.    K6SREL.1
000000* HEADERS OLDER THAN V11 CARRY NO RELEASE; THE ONE IN FORCE ON    K6SREL.1
000000* THE RUN DATE IS TAKEN.                                          K6SREL.1
000000*================================================================ K6SREL.1
000000 3100-HEADER-RELEASE.                                             K6SREL.1
000000     MOVE ZERO TO WS-CUR-REL.                                     K6SREL.1
000000     IF CX-ID-LAYOUT-VER NOT < "V11"                              K6SREL.1
000000             AND CX-ID-SUITE-REL NUMERIC                          K6SREL.1
000000         MOVE CX-ID-SUITE-REL TO WS-CUR-REL                       K6SREL.1
000000         GO TO 3100-EXIT.                                         K6SREL.1
000000     MOVE CX-ID-PGM-ID TO RELK-PGM-ID.                            K6SREL.1
000000     MOVE SPACE TO RELK-PAR-NAME.                                 K6SREL.1
000000     MOVE ZERO TO RELK-MAP-DATE RELK-REL-A RELK-REL-B.            K6SREL.1
000000     MOVE WS-CUR-RUN-DATE TO RELK-DATE-A RELK-DATE-B.             K6SREL.1
000000     CALL "K6RELK" USING RELK-PARM.                               K6SREL.1
000000     MOVE RELK-REL-A TO WS-CUR-REL.                               K6SREL.1
000000 3100-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
023100*================================================================ K6XTGT.1
023200* 4000-FIND-PAIR -- LOCATE THE PROGRAM/PARAGRAPH PAIR ROW,        K6XTGT.1
023300* ADDING ONE WHEN NEW.  "X" IN THE FOUND SWITCH MEANS THE         K6XTGT.1
025700     MOVE SPACE TO PAIR-A-POF (PAIR-IDX) PAIR-B-POF (PAIR-IDX).   K6XTGT.1
025800     MOVE ZERO  TO PAIR-A-DATE (PAIR-IDX) PAIR-A-SEQ (PAIR-IDX)   K6XTGT.1
025900                   PAIR-B-DATE (PAIR-IDX) PAIR-B-SEQ (PAIR-IDX).  K6XTGT.1
000000     MOVE ZERO  TO PAIR-A-REL (PAIR-IDX) PAIR-B-REL (PAIR-IDX).   K6SREL.1
026000 4000-EXIT.                                                       K6XTGT.1
026100     EXIT.                                                        K6XTGT.1
026200*================================================================ K6XTGT.1
027100     MOVE WS-CUR-RUN-DATE TO PAIR-A-DATE (PAIR-IDX).              K6XTGT.1
027200     MOVE WS-CUR-RUN-SEQ  TO PAIR-A-SEQ (PAIR-IDX).               K6XTGT.1
027300     MOVE CX-P-OR-F       TO PAIR-A-POF (PAIR-IDX).               K6XTGT.1
000000     MOVE WS-CUR-REL      TO PAIR-A-REL (PAIR-IDX).               K6SREL.1
027400 5000-EXIT.                                                       K6XTGT.1
027500     EXIT.                                                        K6XTGT.1
027600*================================================================ K6XTGT.1
028500     MOVE WS-CUR-RUN-DATE TO PAIR-B-DATE (PAIR-IDX).              K6XTGT.1
028600     MOVE WS-CUR-RUN-SEQ  TO PAIR-B-SEQ (PAIR-IDX).               K6XTGT.1
028700     MOVE CX-P-OR-F       TO PAIR-B-POF (PAIR-IDX).               K6XTGT.1
000000     MOVE WS-CUR-REL      TO PAIR-B-REL (PAIR-IDX).               K6SREL.1
028800 5500-EXIT.                                                       K6XTGT.1
028900     EXIT.                                                        K6XTGT.1
029000*================================================================ K6XTGT.1
029700     MOVE WS-TARGET-B TO HDR-TARGET-B.                            K6XTGT.1
029800     WRITE XR-PRINT-REC FROM HDR-LINE-1                           K6XTGT.1
029900         AFTER ADVANCING PAGE.                                    K6XTGT.1
000000     MOVE WS-PROFILE-A TO HDR-PROFILE-A.                          K6COPT.1
000000     MOVE WS-PROFILE-B TO HDR-PROFILE-B.                          K6COPT.1
000000     IF WS-PROFILE-A = SPACE                                      K6COPT.1
000000         MOVE "(ANY)   " TO HDR-PROFILE-A.                        K6COPT.1
000000     IF WS-PROFILE-B = SPACE                                      K6COPT.1
000000         MOVE "(ANY)   " TO HDR-PROFILE-B.                        K6COPT.1
000000     WRITE XR-PRINT-REC FROM HDR-LINE-1A                          K6COPT.1
000000         AFTER ADVANCING 1 LINES.                                 K6COPT.1
000000     MOVE SPACE TO RELK-PGM-ID RELK-PAR-NAME.                     K6SREL.1
000000     MOVE ZERO TO RELK-MAP-DATE RELK-DATE-A RELK-REL-A.           K6SREL.1
000000     MOVE ZERO TO RELK-DATE-B RELK-REL-B.                         K6SREL.1
000000     CALL "K6RELK" USING RELK-PARM.                               K6SREL.1
000000     IF RELK-MAP-STATUS = "M"                                     K6SREL.1
000000         MOVE "RELMAP IN USE" TO HDR-MAP-STATUS                   K6SREL.1
000000     ELSE                                                         K6SREL.1
000000         MOVE "NOT AVAILABLE - ONE RELEASE ASSUMED"               K6SREL.1
000000             TO HDR-MAP-STATUS.                                   K6SREL.1
000000     WRITE XR-PRINT-REC FROM HDR-LINE-1B                          K6SREL.1
000000         AFTER ADVANCING 1 LINES.                                 K6SREL.1
030000     WRITE XR-PRINT-REC FROM HDR-LINE-2                           K6XTGT.1
030100         AFTER ADVANCING 2 LINES.                                 K6XTGT.1
030200     SET PAIR-IDX TO 1.                                           K6XTGT.1
030300 7000-DETAIL.                                                     K6XTGT.1
030400     IF PAIR-IDX > WS-PAIR-COUNT                                  K6XTGT.1
030500         GO TO 7000-TOTAL.                                        K6XTGT.1
000000     PERFORM 7100-RELEASE-CHECK THRU 7100-EXIT.                   K6SREL.1
000000     IF NOT RELK-COMPARABLE                                       K6SREL.1
000000         ADD 1 TO WS-REFUSED-COUNT                                K6SREL.1
000000         GO TO 7000-PRINT.                                        K6SREL.1
030600     IF PAIR-A-POF (PAIR-IDX) = PAIR-B-POF (PAIR-IDX)             K6XTGT.1
030700         GO TO 7000-NEXT.                                         K6XTGT.1
030800     ADD 1 TO WS-DELTA-COUNT.                                     K6XTGT.1
000000     PERFORM 7200-WRITE-EXTRACT THRU 7200-EXIT.                   K6BSCT.1
000000 7000-PRINT.                                                      K6SREL.1
030900     MOVE PAIR-PGM-ID (PAIR-IDX)   TO DET-PGM-ID.                 K6XTGT.1
031000     MOVE PAIR-PAR-NAME (PAIR-IDX) TO DET-PAR-NAME.               K6XTGT.1
031100     IF PAIR-A-POF (PAIR-IDX) = SPACE                             K6XTGT.1
032500     MOVE WS-PAIR-COUNT   TO TOT-PAIRS.                           K6XTGT.1
032600     MOVE WS-DELTA-COUNT  TO TOT-DELTAS.                          K6XTGT.1
032700     MOVE WS-DROPPED-COUNT TO TOT-DROPPED.                        K6XTGT.1
000000     MOVE WS-REFUSED-COUNT TO TOT-REFUSED.                        K6SREL.1
032800     WRITE XR-PRINT-REC FROM TOT-LINE-1                           K6XTGT.1
032900         AFTER ADVANCING 2 LINES.                                 K6XTGT.1
033000     WRITE XR-PRINT-REC FROM TOT-LINE-2                           K6XTGT.1
033100         AFTER ADVANCING 1 LINES.                                 K6XTGT.1
033200     WRITE XR-PRINT-REC FROM TOT-LINE-3                           K6XTGT.1
033300         AFTER ADVANCING 1 LINES.                                 K6XTGT.1
000000     WRITE XR-PRINT-REC FROM TOT-LINE-4                           K6SREL.1
000000         AFTER ADVANCING 1 LINES.                                 K6SREL.1
033400 7000-EXIT.                                                       K6XTGT.1
033500     EXIT.                                                        K6XTGT.1
000000*================================================================ K6SREL.1
000000* 7100-RELEASE-CHECK -- WHEN THE TWO SIDES' LATEST RESULTS COME   K6SREL.1
000000* FROM DIFFERENT SUITE RELEASES, ASK THE RELEASE MAP WHETHER THE  K6SREL.1
000000* TEST STILL MEANS THE SAME THING, AND LABEL THE LINE.  A SIDE    K6SREL.1
000000* WITH NO RESULT HAS NOTHING TO COMPARE AND NEEDS NO LABEL.       K6SREL.1
000000*================================================================ K6SREL.1
000000 7100-RELEASE-CHECK.                                              K6SREL.1
000000     MOVE "S" TO RELK-VERDICT.                                    K6SREL.1
000000     MOVE SPACE TO DET-NOTE.                                      K6SREL.1
000000     IF PAIR-A-POF (PAIR-IDX) = SPACE                             K6SREL.1
000000             OR PAIR-B-POF (PAIR-IDX) = SPACE                     K6SREL.1
000000             OR PAIR-A-REL (PAIR-IDX) = PAIR-B-REL (PAIR-IDX)     K6SREL.1
000000         GO TO 7100-EXIT.                                         K6SREL.1
000000     MOVE PAIR-PGM-ID (PAIR-IDX)   TO RELK-PGM-ID.                K6SREL.1
000000     MOVE PAIR-PAR-NAME (PAIR-IDX) TO RELK-PAR-NAME.              K6SREL.1
000000     MOVE ZERO                     TO RELK-MAP-DATE.              K6SREL.1
000000     MOVE PAIR-A-DATE (PAIR-IDX)   TO RELK-DATE-A.                K6SREL.1
000000     MOVE PAIR-A-REL (PAIR-IDX)    TO RELK-REL-A.                 K6SREL.1
000000     MOVE PAIR-B-DATE (PAIR-IDX)   TO RELK-DATE-B.                K6SREL.1
000000     MOVE PAIR-B-REL (PAIR-IDX)    TO RELK-REL-B.                 K6SREL.1
000000     CALL "K6RELK" USING RELK-PARM.                               K6SREL.1
000000     IF RELK-CHANGED OR RELK-WITHDRAWN OR RELK-NEW                K6SREL.1
000000         STRING "NOT COMPARABLE - CHANGED IN SUITE RELEASE "      K6SREL.1
000000             RELK-CHG-REL DELIMITED BY SIZE INTO DET-NOTE         K6SREL.1
000000     ELSE IF RELK-UNMAPPED                                        K6SREL.1
000000         STRING "REL " RELK-REL-A " VS " RELK-REL-B               K6SREL.1
000000             ", NOT MAPPED" DELIMITED BY SIZE INTO DET-NOTE       K6SREL.1
000000     ELSE                                                         K6SREL.1
000000         STRING "REL " RELK-REL-A " VS " RELK-REL-B               K6SREL.1
000000             ", UNCHANGED PER MAP" DELIMITED BY SIZE              K6SREL.1
000000             INTO DET-NOTE.                                       K6SREL.1
000000 7100-EXIT.                                                       K6SREL.1
000000     EXIT.                                                        K6SREL.1
000000*================================================================ K6BSCT.1
000000* 7200-WRITE-EXTRACT -- THE DISAGREEMENT AT PAIR-IDX TO XTGTXT.   K6BSCT.1
000000*================================================================ K6BSCT.1
000000 7200-WRITE-EXTRACT.                                              K6BSCT.1
000000     MOVE SPACE TO XX-EXTRACT-REC.                                K6BSCT.1
000000     MOVE WS-TARGET-A              TO XX-TARGET-A.                K6BSCT.1
000000     MOVE WS-TARGET-B              TO XX-TARGET-B.                K6BSCT.1
000000     MOVE PAIR-PGM-ID (PAIR-IDX)   TO XX-PGM-ID.                  K6BSCT.1
000000     MOVE PAIR-PAR-NAME (PAIR-IDX) TO XX-PAR-NAME.                K6BSCT.1
000000     MOVE PAIR-A-POF (PAIR-IDX)    TO XX-A-POF.                   K6BSCT.1
000000     MOVE PAIR-B-POF (PAIR-IDX)    TO XX-B-POF.                   K6BSCT.1
000000     MOVE PAIR-A-DATE (PAIR-IDX)   TO XX-A-DATE.                  K6BSCT.1
000000     MOVE PAIR-B-DATE (PAIR-IDX)   TO XX-B-DATE.                  K6BSCT.1
000000     WRITE XX-EXTRACT-REC.                                        K6BSCT.1
000000 7200-EXIT.                                                       K6BSCT.1
000000     EXIT.                                                        K6BSCT.1
000000*================================================================ K6CSVE.1
000000* 8500-ENV-OPEN-CHECK -- AN "H" HEADER OPENS AN EXTRACT           K6CSVE.1
000000* ENVELOPE (K6CSVE.CPY).  ONE STILL OPEN AT THAT POINT NEVER      K6CSVE.1
033700* 9999-TERMINATE -- CLOSE FILES.                                  K6XTGT.1
033800*================================================================ K6XTGT.1
033900 9999-TERMINATE.                                                  K6XTGT.1
000000     CLOSE CSV-EXTRACT XTGT-RPT XTGT-EXTRACT.                     K6BSCT.1
034100 9999-EXIT.                                                       K6XTGT.1
034200     EXIT.                                                        K6XTGT.1
