003100*        OUTPUT   REPORT    PRINTED REPORT (DEFAULT), OR          K6QERY.1
003200*                 CSV       QUOTED EXTRACT WITH THE K6CSVE        K6QERY.1
003300*                           ENVELOPE                              K6QERY.1
000000*        CLAUSE   xxxxxxxxxx CLAUSE CODE, COLS 10-19, IN THE      K6XWLK.1
000000*                           NUMBERING OF THE NUMBERS CARD; UP     K6XWLK.1
000000*                           TO TEN CARDS, ANY ONE MATCHING        K6XWLK.1
000000*        NUMBERS  ANSI      CLAUSE CODES IN THE ANSI X3.23        K6XWLK.1
000000*                           NUMBERING (DEFAULT), OR               K6XWLK.1
000000*                 ISO eeee  ISO/IEC 1989, EDITION eeee (SPACE     K6XWLK.1
000000*                           FOR THE LATEST); AN ISO CODE STANDS   K6XWLK.1
000000*                           FOR THE ANSI CODES THE CROSSWALK      K6XWLK.1
000000*                           (K6XWLK) MAPS IT TO                   K6XWLK.1
003400*                                                                 K6QERY.1
003500*    ABSENT CARDS SELECT EVERYTHING.  THE CSV CARRIES THE         K6QERY.1
003600*    STANDARD HEADER/TRAILER SO DOWNSTREAM READERS VALIDATE       K6QERY.1
003700*    COMPLETENESS AS USUAL.                                       K6QERY.1
000000*                                                                 K6XWLK.1
000000*    THE REPORT CARRIES A CLAUSE COLUMN IN THE NUMBERING THE      K6XWLK.1
000000*    NUMBERS CARD CHOSE; THE CSV KEEPS ITS FIXED SHAPE.  A CLAUSE K6XWLK.1
000000*    CARD NAMING AN ISO CLAUSE WITH NO 1985 COUNTERPART, OR A     K6XWLK.1
000000*    CODE THE CROSSWALK DOES NOT KNOW, IS NOTED UNDER THE         K6XWLK.1
000000*    HEADING.                                                     K6XWLK.1
003800*                                                                 K6QERY.1
003900* MODIFICATION HISTORY.                                           K6QERY.1
004000*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6QERY.1
000000*    2026-10-15  DLO  CLAUSE AND NUMBERS KEYWORDS -- SELECTION    K6XWLK.1
000000*                     AND A REPORT COLUMN BY CLAUSE CODE IN       K6XWLK.1
000000*                     EITHER THE ANSI OR THE ISO NUMBERING        K6XWLK.1
000000*                     (CROSSWALK THROUGH K6XWLK).                 K6XWLK.1
004100*================================================================ K6QERY.1
004200                                                                  K6QERY.1
004300 ENVIRONMENT DIVISION.                                            K6QERY.1
008700     05  FILLER               PIC X(1).                           K6QERY.1
008800     05  QC-OPERAND           PIC X(8).                           K6QERY.1
008900     05  FILLER               PIC X(63).                          K6QERY.1
000000 01  QC-CLAUSE-CARD.                                              K6XWLK.1
000000     05  FILLER               PIC X(9).                           K6XWLK.1
000000     05  QC-CLAUSE-CODE       PIC X(10).                          K6XWLK.1
000000     05  FILLER               PIC X(61).                          K6XWLK.1
009000 FD  QERY-RPT                                                     K6QERY.1
009100     LABEL RECORDS ARE STANDARD.                                  K6QERY.1
009200 01  QR-PRINT-REC             PIC X(120).                         K6QERY.1
011600 77  WS-PICK-SUB              PIC 9(5)   COMP VALUE ZERO.         K6QERY.1
011700 77  WS-EMITTED               PIC 9(5)   COMP VALUE ZERO.         K6QERY.1
011800 77  WS-KEEP-SW               PIC X      VALUE "Y".               K6QERY.1
000000* ----------------------------------------------------------      K6XWLK.1
000000* CLAUSE SELECTION -- THE CARDS AS GIVEN, AND THE ANSI CODES      K6XWLK.1
000000* THEY RESOLVE TO.  NUMBERING "A" ANSI X3.23, "I" ISO/IEC 1989.   K6XWLK.1
000000* ----------------------------------------------------------      K6XWLK.1
000000 77  WS-NUMBERING             PIC X(1)   VALUE "A".               K6XWLK.1
000000     88  WS-ISO-NUMBERING                VALUE "I".               K6XWLK.1
000000 77  WS-NUM-EDITION           PIC X(4)   VALUE SPACE.             K6XWLK.1
000000 77  WS-CQ-COUNT              PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-CQ-SUB                PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-CP-SUB                PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-SEL-CL-COUNT          PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000 77  WS-SEL-CL-SUB            PIC 9(2)   COMP VALUE ZERO.         K6XWLK.1
000000 01  CLAUSE-CARD-TABLE.                                           K6XWLK.1
000000     05  CQ-ENTRY OCCURS 10 TIMES.                                K6XWLK.1
000000         10  CQ-CODE          PIC X(10).                          K6XWLK.1
000000         10  CQ-RESULT        PIC X(1).                           K6XWLK.1
000000 01  SEL-CLAUSE-TABLE.                                            K6XWLK.1
000000     05  SEL-CL-CODE OCCURS 40 TIMES PIC X(10).                   K6XWLK.1
000000     COPY K6XWKP.                                                 K6XWLK.1
011900 01  WS-SORT-VALUE-A          PIC X(30)  VALUE SPACE.             K6QERY.1
012000 01  WS-SORT-VALUE-B          PIC X(30)  VALUE SPACE.             K6QERY.1
012100     COPY K6CSVE.                                                 K6QERY.1
013300         10  HT-FEATURE       PIC X(20).                          K6QERY.1
013400         10  HT-REMARK        PIC X(61).                          K6QERY.1
013500         10  HT-SEVERITY      PIC X(1).                           K6QERY.1
000000         10  HT-ANSI-CODE     PIC X(10).                          K6XWLK.1
013600         10  HT-USED-SW       PIC X(1).                           K6QERY.1
013700* ----------------------------------------------------------      K6QERY.1
013800* REPORT LINES.                                                   K6QERY.1
015400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6QERY.1
015500     05  DL-SEV               PIC X(1).                           K6QERY.1
015600     05  FILLER   PIC X(1)  VALUE SPACE.                          K6QERY.1
000000     05  DL-CLAUSE            PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  DL-REMARK            PIC X(50).                          K6XWLK.1
015800     05  FILLER   PIC X(3)  VALUE SPACE.                          K6QERY.1
000000 01  NUMB-LINE.                                                   K6XWLK.1
000000     05  FILLER   PIC X(21) VALUE "CLAUSE COLUMN IN THE ".        K6XWLK.1
000000     05  NL-NUMBERING         PIC X(17).                          K6XWLK.1
000000     05  FILLER   PIC X(10) VALUE " NUMBERING".                   K6XWLK.1
000000     05  FILLER   PIC X(72) VALUE SPACE.                          K6XWLK.1
000000 01  CQ-NOTE-LINE.                                                K6XWLK.1
000000     05  FILLER   PIC X(10) VALUE "  CLAUSE  ".                   K6XWLK.1
000000     05  CNL-CODE             PIC X(10).                          K6XWLK.1
000000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6XWLK.1
000000     05  CNL-TEXT             PIC X(48).                          K6XWLK.1
000000     05  FILLER   PIC X(51) VALUE SPACE.                          K6XWLK.1
015900 01  SUM-LINE.                                                    K6QERY.1
016000     05  FILLER   PIC X(15) VALUE "ROWS SELECTED= ".              K6QERY.1
016100     05  SL-HITS              PIC ZZZZ9.                          K6QERY.1
020200         MOVE QC-OPERAND TO WS-SORT-KEY.                          K6QERY.1
020300     IF QC-KEYWORD = "OUTPUT  "                                   K6QERY.1
020400         MOVE QC-OPERAND TO WS-OUTPUT.                            K6QERY.1
000000     IF QC-KEYWORD = "CLAUSE  " AND QC-CLAUSE-CODE NOT = SPACE    K6XWLK.1
000000             AND WS-CQ-COUNT LESS THAN 10                         K6XWLK.1
000000         ADD 1 TO WS-CQ-COUNT                                     K6XWLK.1
000000         MOVE QC-CLAUSE-CODE TO CQ-CODE (WS-CQ-COUNT)             K6XWLK.1
000000         MOVE SPACE TO CQ-RESULT (WS-CQ-COUNT).                   K6XWLK.1
000000     IF QC-KEYWORD = "NUMBERS " AND QC-OPERAND (1:3) = "ISO"      K6XWLK.1
000000         MOVE "I" TO WS-NUMBERING                                 K6XWLK.1
000000         MOVE QC-OPERAND (5:4) TO WS-NUM-EDITION.                 K6XWLK.1
000000     IF QC-KEYWORD = "NUMBERS " AND QC-OPERAND (1:4) = "ANSI"     K6XWLK.1
000000         MOVE "A" TO WS-NUMBERING.                                K6XWLK.1
020500     GO TO 1000-READ.                                             K6QERY.1
020600 1000-DONE.                                                       K6QERY.1
020700     CLOSE QERY-CTL.                                              K6QERY.1
000000     PERFORM 1100-RESOLVE-CLAUSES THRU 1100-EXIT.                 K6XWLK.1
020800 1000-EXIT.                                                       K6QERY.1
020900     EXIT.                                                        K6QERY.1
000000*================================================================ K6XWLK.1
000000* 1100-RESOLVE-CLAUSES -- THE ANSI CODES THE CLAUSE CARDS SELECT. K6XWLK.1
000000* AN ISO CODE SELECTS EVERY ANSI CODE IT MAPS TO; ONE WITH NO     K6XWLK.1
000000* 1985 COUNTERPART, OR UNKNOWN, SELECTS NOTHING.  AN ANSI CODE    K6XWLK.1
000000* SELECTS ITSELF, KNOWN TO THE CROSSWALK OR NOT.                  K6XWLK.1
000000*================================================================ K6XWLK.1
000000 1100-RESOLVE-CLAUSES.                                            K6XWLK.1
000000     MOVE ZERO TO WS-CQ-SUB.                                      K6XWLK.1
000000 1100-NEXT.                                                       K6XWLK.1
000000     ADD 1 TO WS-CQ-SUB.                                          K6XWLK.1
000000     IF WS-CQ-SUB > WS-CQ-COUNT                                   K6XWLK.1
000000         GO TO 1100-EXIT.                                         K6XWLK.1
000000     MOVE CQ-CODE (WS-CQ-SUB) TO XWLK-CODE.                       K6XWLK.1
000000     MOVE WS-NUMBERING TO XWLK-NUMBERING.                         K6XWLK.1
000000     MOVE WS-NUM-EDITION TO XWLK-EDITION.                         K6XWLK.1
000000     CALL "K6XWLK" USING XWLK-PARM.                               K6XWLK.1
000000     MOVE XWLK-RESULT TO CQ-RESULT (WS-CQ-SUB).                   K6XWLK.1
000000     IF NOT WS-ISO-NUMBERING                                      K6XWLK.1
000000         IF WS-SEL-CL-COUNT LESS THAN 40                          K6XWLK.1
000000             ADD 1 TO WS-SEL-CL-COUNT                             K6XWLK.1
000000             MOVE CQ-CODE (WS-CQ-SUB)                             K6XWLK.1
000000                 TO SEL-CL-CODE (WS-SEL-CL-COUNT).                K6XWLK.1
000000     IF NOT WS-ISO-NUMBERING                                      K6XWLK.1
000000         GO TO 1100-NEXT.                                         K6XWLK.1
000000     MOVE ZERO TO WS-CP-SUB.                                      K6XWLK.1
000000 1100-NEXT-CP.                                                    K6XWLK.1
000000     ADD 1 TO WS-CP-SUB.                                          K6XWLK.1
000000     IF WS-CP-SUB > XWLK-CP-COUNT                                 K6XWLK.1
000000             OR WS-SEL-CL-COUNT NOT LESS THAN 40                  K6XWLK.1
000000         GO TO 1100-NEXT.                                         K6XWLK.1
000000     ADD 1 TO WS-SEL-CL-COUNT.                                    K6XWLK.1
000000     MOVE XWLK-CP-CODE (WS-CP-SUB)                                K6XWLK.1
000000         TO SEL-CL-CODE (WS-SEL-CL-COUNT).                        K6XWLK.1
000000     GO TO 1100-NEXT-CP.                                          K6XWLK.1
000000 1100-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
021000*================================================================ K6QERY.1
021100* 2000-SELECT-ROWS.                                               K6QERY.1
021200*================================================================ K6QERY.1
023900             AND RH-SEVERITY NOT = WS-SEL-SEV (2:1)               K6QERY.1
024000             AND RH-SEVERITY NOT = WS-SEL-SEV (3:1)               K6QERY.1
024100         GO TO 2000-READ.                                         K6QERY.1
000000     IF WS-CQ-COUNT NOT = ZERO                                    K6XWLK.1
000000         PERFORM 2100-MATCH-CLAUSE THRU 2100-EXIT                 K6XWLK.1
000000         IF WS-KEEP-SW = "N"                                      K6XWLK.1
000000             GO TO 2000-READ.                                     K6XWLK.1
024200     IF WS-HIT-COUNT NOT LESS THAN 5000                           K6QERY.1
024300         GO TO 2000-READ.                                         K6QERY.1
024400     ADD 1 TO WS-HIT-COUNT.                                       K6QERY.1
025100     MOVE RH-FEATURE TO HT-FEATURE (WS-HIT-COUNT).                K6QERY.1
025200     MOVE RH-REMARK TO HT-REMARK (WS-HIT-COUNT).                  K6QERY.1
025300     MOVE RH-SEVERITY TO HT-SEVERITY (WS-HIT-COUNT).              K6QERY.1
000000     MOVE RH-ANSI-CODE TO HT-ANSI-CODE (WS-HIT-COUNT).            K6XWLK.1
025400     MOVE "N" TO HT-USED-SW (WS-HIT-COUNT).                       K6QERY.1
025500     GO TO 2000-READ.                                             K6QERY.1
025600 2000-DONE.                                                       K6QERY.1
025700     CLOSE RESULT-MASTER.                                         K6QERY.1
025800 2000-EXIT.                                                       K6QERY.1
025900     EXIT.                                                        K6QERY.1
000000*================================================================ K6XWLK.1
000000* 2100-MATCH-CLAUSE -- WS-KEEP-SW "Y" WHEN THE ROW CITES ONE OF   K6XWLK.1
000000* THE SELECTED ANSI CODES.                                        K6XWLK.1
000000*================================================================ K6XWLK.1
000000 2100-MATCH-CLAUSE.                                               K6XWLK.1
000000     MOVE "N" TO WS-KEEP-SW.                                      K6XWLK.1
000000     MOVE ZERO TO WS-SEL-CL-SUB.                                  K6XWLK.1
000000 2100-SCAN.                                                       K6XWLK.1
000000     ADD 1 TO WS-SEL-CL-SUB.                                      K6XWLK.1
000000     IF WS-SEL-CL-SUB > WS-SEL-CL-COUNT                           K6XWLK.1
000000         GO TO 2100-EXIT.                                         K6XWLK.1
000000     IF SEL-CL-CODE (WS-SEL-CL-SUB) = RH-ANSI-CODE                K6XWLK.1
000000         MOVE "Y" TO WS-KEEP-SW                                   K6XWLK.1
000000         GO TO 2100-EXIT.                                         K6XWLK.1
000000     GO TO 2100-SCAN.                                             K6XWLK.1
000000 2100-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
026000*================================================================ K6QERY.1
026100* 2500-DROP-SUPERSEDED -- "EFFECTIVE RUNS ONLY": WHEN TWO         K6QERY.1
026200* SELECTED ROWS SHARE PROGRAM/PARAGRAPH/DATE/TARGET, ONLY THE     K6QERY.1
030700     ELSE                                                         K6QERY.1
030800         OPEN OUTPUT QERY-RPT                                     K6QERY.1
030900         WRITE QR-PRINT-REC FROM HDR-LINE                         K6QERY.1
000000             AFTER ADVANCING PAGE                                 K6XWLK.1
000000         PERFORM 3050-CLAUSE-HEADING THRU 3050-EXIT.              K6XWLK.1
031100 3000-ROUND.                                                      K6QERY.1
031200     MOVE ZERO TO WS-PICK-SUB.                                    K6QERY.1
031300     MOVE 1 TO WS-SUB.                                            K6QERY.1
034500         CONTINUE.                                                K6QERY.1
034600 3000-EXIT.                                                       K6QERY.1
034700     EXIT.                                                        K6QERY.1
000000*================================================================ K6XWLK.1
000000* 3050-CLAUSE-HEADING -- THE NUMBERING OF THE CLAUSE COLUMN, AND  K6XWLK.1
000000* ANY CLAUSE CARD THAT COULD SELECT NOTHING.                      K6XWLK.1
000000*================================================================ K6XWLK.1
000000 3050-CLAUSE-HEADING.                                             K6XWLK.1
000000     MOVE "ANSI X3.23" TO NL-NUMBERING.                           K6XWLK.1
000000     IF WS-ISO-NUMBERING                                          K6XWLK.1
000000         MOVE SPACE TO XWLK-CODE                                  K6XWLK.1
000000         MOVE WS-NUM-EDITION TO XWLK-EDITION                      K6XWLK.1
000000         CALL "K6XWLK" USING XWLK-PARM                            K6XWLK.1
000000         MOVE XWLK-EDITION TO WS-NUM-EDITION                      K6XWLK.1
000000         MOVE "ISO/IEC 1989" TO NL-NUMBERING                      K6XWLK.1
000000         MOVE WS-NUM-EDITION TO NL-NUMBERING (14:4).              K6XWLK.1
000000     WRITE QR-PRINT-REC FROM NUMB-LINE                            K6XWLK.1
000000         AFTER ADVANCING 1 LINE.                                  K6XWLK.1
000000     MOVE ZERO TO WS-CQ-SUB.                                      K6XWLK.1
000000 3050-NEXT.                                                       K6XWLK.1
000000     ADD 1 TO WS-CQ-SUB.                                          K6XWLK.1
000000     IF WS-CQ-SUB > WS-CQ-COUNT                                   K6XWLK.1
000000         GO TO 3050-EXIT.                                         K6XWLK.1
000000     MOVE CQ-CODE (WS-CQ-SUB) TO CNL-CODE.                        K6XWLK.1
000000     IF CQ-RESULT (WS-CQ-SUB) = "G"                               K6XWLK.1
000000         MOVE "HAS NO 1985 COUNTERPART -- NO ROW CAN CITE IT"     K6XWLK.1
000000             TO CNL-TEXT                                          K6XWLK.1
000000         WRITE QR-PRINT-REC FROM CQ-NOTE-LINE                     K6XWLK.1
000000             AFTER ADVANCING 1 LINE.                              K6XWLK.1
000000     IF CQ-RESULT (WS-CQ-SUB) = "U" AND WS-ISO-NUMBERING          K6XWLK.1
000000         MOVE "IS NOT IN THE CROSSWALK REGISTER -- NOTHING"       K6XWLK.1
000000             TO CNL-TEXT                                          K6XWLK.1
000000         WRITE QR-PRINT-REC FROM CQ-NOTE-LINE                     K6XWLK.1
000000             AFTER ADVANCING 1 LINE.                              K6XWLK.1
000000     GO TO 3050-NEXT.                                             K6XWLK.1
000000 3050-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
034800*================================================================ K6QERY.1
034900* 3100-SORT-VALUE-A -- THE SORT KEY OF THE ROW IN WS-SUB.         K6QERY.1
035000*================================================================ K6QERY.1
037500     MOVE HT-P-OR-F (WS-PICK-SUB) TO DL-P-OR-F.                   K6QERY.1
037600     MOVE HT-SEVERITY (WS-PICK-SUB) TO DL-SEV.                    K6QERY.1
037700     MOVE HT-REMARK (WS-PICK-SUB) TO DL-REMARK.                   K6QERY.1
000000     MOVE HT-ANSI-CODE (WS-PICK-SUB) TO DL-CLAUSE.                K6XWLK.1
000000     IF WS-ISO-NUMBERING                                          K6XWLK.1
000000         PERFORM 3250-ISO-CLAUSE THRU 3250-EXIT.                  K6XWLK.1
037800     WRITE QR-PRINT-REC FROM DET-LINE                             K6QERY.1
037900         AFTER ADVANCING 1 LINE.                                  K6QERY.1
038000 3200-EXIT.                                                       K6QERY.1
038100     EXIT.                                                        K6QERY.1
000000*================================================================ K6XWLK.1
000000* 3250-ISO-CLAUSE -- THE ROW'S CLAUSE IN THE ISO NUMBERING: ITS   K6XWLK.1
000000* FIRST COUNTERPART, OR "(NONE)" WHEN THE EDITION HAS NONE.       K6XWLK.1
000000*================================================================ K6XWLK.1
000000 3250-ISO-CLAUSE.                                                 K6XWLK.1
000000     IF DL-CLAUSE = SPACE                                         K6XWLK.1
000000         GO TO 3250-EXIT.                                         K6XWLK.1
000000     MOVE DL-CLAUSE TO XWLK-CODE.                                 K6XWLK.1
000000     MOVE "A" TO XWLK-NUMBERING.                                  K6XWLK.1
000000     MOVE WS-NUM-EDITION TO XWLK-EDITION.                         K6XWLK.1
000000     CALL "K6XWLK" USING XWLK-PARM.                               K6XWLK.1
000000     MOVE "(NONE)" TO DL-CLAUSE.                                  K6XWLK.1
000000     IF XWLK-FOUND                                                K6XWLK.1
000000         MOVE XWLK-CP-CODE (1) TO DL-CLAUSE.                      K6XWLK.1
000000 3250-EXIT.                                                       K6XWLK.1
000000     EXIT.                                                        K6XWLK.1
038200*================================================================ K6QERY.1
038300* 3300-WRITE-CSV -- SAME QUOTED FIXED-WIDTH COLUMN SHAPE AS       K6QERY.1
038400* THE TEST PROGRAMS' EXTRACTS, SO THE EXISTING READERS PARSE      K6QERY.1
