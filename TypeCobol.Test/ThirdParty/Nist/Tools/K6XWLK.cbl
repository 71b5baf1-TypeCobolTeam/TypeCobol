000100 IDENTIFICATION DIVISION.                                         K6XWLK.1
000200 PROGRAM-ID.                                                      K6XWLK.1
000300     K6XWLK.                                                      K6XWLK.1
000400*================================================================ K6XWLK.1
000500* K6XWLK -- ANSI X3.23 / ISO/IEC 1989 CLAUSE CROSSWALK LOOKUP.    K6XWLK.1
000600*================================================================ K6XWLK.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6XWLK.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6XWLK.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6XWLK.1
001000* DATE-COMPILED.                                                  K6XWLK.1
001100*                                                                 K6XWLK.1
001200* REMARKS.                                                        K6XWLK.1
001300*    THE SUITE CITES CLAUSES BY THE 1985 NUMBERING OF K6ANSI.CPY; K6XWLK.1
001400*    CERTIFICATION REQUIREMENTS CITE ISO/IEC 1989.  EVERY PROGRAM K6XWLK.1
001500*    THAT TAKES OR PRINTS A CLAUSE CODE IN EITHER NUMBERING       K6XWLK.1
001600*    TRANSLATES HERE, SO THE CROSSWALK IS READ ONE WAY ONLY:      K6XWLK.1
001700*                                                                 K6XWLK.1
001800*        CALL "K6XWLK" USING XWLK-PARM        (K6XWKP.CPY)        K6XWLK.1
001900*                                                                 K6XWLK.1
002000*    THE REGISTER IS K6ISOX.CPY, MAINTAINED WITH K6ANSI.CPY.  AN  K6XWLK.1
002100*    ANSI CODE RETURNS ITS COUNTERPARTS IN THE EDITION ASKED FOR; K6XWLK.1
002200*    AN ISO CODE RETURNS THE ANSI CODES IT COVERS, OR SAYS IT HAS K6XWLK.1
002300*    NO 1985 COUNTERPART.  UP TO SIX COUNTERPARTS ARE RETURNED.   K6XWLK.1
002400*                                                                 K6XWLK.1
002500* MODIFICATION HISTORY.                                           K6XWLK.1
002600*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6XWLK.1
002700*================================================================ K6XWLK.1
002800                                                                  K6XWLK.1
002900 ENVIRONMENT DIVISION.                                            K6XWLK.1
003000 CONFIGURATION SECTION.                                           K6XWLK.1
003100 SOURCE-COMPUTER.                                                 K6XWLK.1
003200     OUR-MAINFRAME.                                               K6XWLK.1
003300 OBJECT-COMPUTER.                                                 K6XWLK.1
003400     OUR-MAINFRAME.                                               K6XWLK.1
003500                                                                  K6XWLK.1
003600 DATA DIVISION.                                                   K6XWLK.1
003700 WORKING-STORAGE SECTION.                                         K6XWLK.1
003800 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6XWLK.1
003900 77  WS-CP-CODE               PIC X(10)  VALUE SPACE.             K6XWLK.1
004000 COPY K6ANSI.                                                     K6XWLK.1
004100 COPY K6ISOX.                                                     K6XWLK.1
004200                                                                  K6XWLK.1
004300 LINKAGE SECTION.                                                 K6XWLK.1
004400 COPY K6XWKP.                                                     K6XWLK.1
004500                                                                  K6XWLK.1
004600 PROCEDURE DIVISION USING XWLK-PARM.                              K6XWLK.1
004700*================================================================ K6XWLK.1
004800* 0000-MAINLINE.                                                  K6XWLK.1
004900*================================================================ K6XWLK.1
005000 0000-MAINLINE.                                                   K6XWLK.1
005100     MOVE "U" TO XWLK-RESULT.                                     K6XWLK.1
005200     MOVE SPACE TO XWLK-TITLE.                                    K6XWLK.1
005300     MOVE "N" TO XWLK-CHANGED-SW.                                 K6XWLK.1
005400     MOVE ZERO TO XWLK-CP-COUNT.                                  K6XWLK.1
005500     IF XWLK-EDITION = SPACE                                      K6XWLK.1
005600         MOVE K6-ISOX-LATEST-EDITION TO XWLK-EDITION.             K6XWLK.1
005700     IF XWLK-CODE = SPACE                                         K6XWLK.1
005800         GO TO 0000-RETURN.                                       K6XWLK.1
005900     IF XWLK-ISO-NUMBERING                                        K6XWLK.1
006000         PERFORM 3000-FROM-ISO THRU 3000-EXIT                     K6XWLK.1
006100     ELSE                                                         K6XWLK.1
006200         PERFORM 2000-FROM-ANSI THRU 2000-EXIT.                   K6XWLK.1
006300 0000-RETURN.                                                     K6XWLK.1
006400     EXIT PROGRAM.                                                K6XWLK.1
006500*================================================================ K6XWLK.1
006600* 2000-FROM-ANSI -- THE EDITION'S ENTRIES FOR THE ANSI CODE.  AN  K6XWLK.1
006700* "R" ENTRY IS RETURNED TOO (ISO CODE SPACE) SO ITS NOTE PRINTS.  K6XWLK.1
006800*================================================================ K6XWLK.1
006900 2000-FROM-ANSI.                                                  K6XWLK.1
007000     MOVE XWLK-CODE TO WS-CP-CODE.                                K6XWLK.1
007100     PERFORM 4000-ANSI-TITLE THRU 4000-EXIT.                      K6XWLK.1
007200     MOVE ZERO TO WS-SUB.                                         K6XWLK.1
007300 2000-SCAN.                                                       K6XWLK.1
007400     ADD 1 TO WS-SUB.                                             K6XWLK.1
007500     IF WS-SUB > K6-ISOX-ENTRY-COUNT                              K6XWLK.1
007600         GO TO 2000-EXIT.                                         K6XWLK.1
007700     SET K6-ISOX-IDX TO WS-SUB.                                   K6XWLK.1
007800     IF K6-ISOX-ANSI-CODE (K6-ISOX-IDX) NOT = XWLK-CODE           K6XWLK.1
007900             OR K6-ISOX-EDITION (K6-ISOX-IDX) NOT = XWLK-EDITION  K6XWLK.1
008000         GO TO 2000-SCAN.                                         K6XWLK.1
008100     MOVE K6-ISOX-ISO-CODE (K6-ISOX-IDX) TO WS-CP-CODE.           K6XWLK.1
008200     PERFORM 5000-ADD-COUNTERPART THRU 5000-EXIT.                 K6XWLK.1
008300     GO TO 2000-SCAN.                                             K6XWLK.1
008400 2000-EXIT.                                                       K6XWLK.1
008500     EXIT.                                                        K6XWLK.1
008600*================================================================ K6XWLK.1
008700* 3000-FROM-ISO -- THE ANSI CODES THE EDITION'S CLAUSE COVERS, OR K6XWLK.1
008800* ITS "G" ENTRY.                                                  K6XWLK.1
008900*================================================================ K6XWLK.1
009000 3000-FROM-ISO.                                                   K6XWLK.1
009100     MOVE ZERO TO WS-SUB.                                         K6XWLK.1
009200 3000-SCAN.                                                       K6XWLK.1
009300     ADD 1 TO WS-SUB.                                             K6XWLK.1
009400     IF WS-SUB > K6-ISOX-ENTRY-COUNT                              K6XWLK.1
009500         GO TO 3000-EXIT.                                         K6XWLK.1
009600     SET K6-ISOX-IDX TO WS-SUB.                                   K6XWLK.1
009700     IF K6-ISOX-ISO-CODE (K6-ISOX-IDX) NOT = XWLK-CODE            K6XWLK.1
009800             OR K6-ISOX-EDITION (K6-ISOX-IDX) NOT = XWLK-EDITION  K6XWLK.1
009900         GO TO 3000-SCAN.                                         K6XWLK.1
010000     IF K6-ISOX-NO-1985 (K6-ISOX-IDX)                             K6XWLK.1
010100         MOVE "G" TO XWLK-RESULT                                  K6XWLK.1
010200         MOVE K6-ISOX-NOTE (K6-ISOX-IDX) TO XWLK-TITLE            K6XWLK.1
010300         GO TO 3000-EXIT.                                         K6XWLK.1
010400     MOVE K6-ISOX-ANSI-CODE (K6-ISOX-IDX) TO WS-CP-CODE.          K6XWLK.1
010500     IF XWLK-TITLE = SPACE                                        K6XWLK.1
010600         PERFORM 4000-ANSI-TITLE THRU 4000-EXIT.                  K6XWLK.1
010700     PERFORM 5000-ADD-COUNTERPART THRU 5000-EXIT.                 K6XWLK.1
010800     GO TO 3000-SCAN.                                             K6XWLK.1
010900 3000-EXIT.                                                       K6XWLK.1
011000     EXIT.                                                        K6XWLK.1
011100*================================================================ K6XWLK.1
011200* 4000-ANSI-TITLE -- K6ANSI TITLE OF WS-CP-CODE, IF IT HAS ONE.   K6XWLK.1
011300*================================================================ K6XWLK.1
011400 4000-ANSI-TITLE.                                                 K6XWLK.1
011500     SET K6-ANSI-IDX TO 1.                                        K6XWLK.1
011600 4000-SCAN.                                                       K6XWLK.1
011700     IF K6-ANSI-IDX > K6-ANSI-ENTRY-COUNT                         K6XWLK.1
011800         GO TO 4000-EXIT.                                         K6XWLK.1
011900     IF K6-ANSI-CODE (K6-ANSI-IDX) = WS-CP-CODE                   K6XWLK.1
012000         MOVE K6-ANSI-TITLE (K6-ANSI-IDX) TO XWLK-TITLE           K6XWLK.1
012100         GO TO 4000-EXIT.                                         K6XWLK.1
012200     SET K6-ANSI-IDX UP BY 1.                                     K6XWLK.1
012300     GO TO 4000-SCAN.                                             K6XWLK.1
012400 4000-EXIT.                                                       K6XWLK.1
012500     EXIT.                                                        K6XWLK.1
012600*================================================================ K6XWLK.1
012700* 5000-ADD-COUNTERPART -- WS-CP-CODE HOLDS THE CODE IN THE        K6XWLK.1
012800* OTHER NUMBERING; THE ENTRY AT K6-ISOX-IDX GIVES THE RELATION.   K6XWLK.1
012900*================================================================ K6XWLK.1
013000 5000-ADD-COUNTERPART.                                            K6XWLK.1
013100     IF K6-ISOX-REMOVED (K6-ISOX-IDX)                             K6XWLK.1
013200         IF NOT XWLK-FOUND                                        K6XWLK.1
013300             MOVE "R" TO XWLK-RESULT.                             K6XWLK.1
013400     IF NOT K6-ISOX-REMOVED (K6-ISOX-IDX)                         K6XWLK.1
013500         MOVE "F" TO XWLK-RESULT.                                 K6XWLK.1
013600     IF K6-ISOX-CHANGED (K6-ISOX-IDX)                             K6XWLK.1
013700         MOVE "Y" TO XWLK-CHANGED-SW.                             K6XWLK.1
013800     IF XWLK-CP-COUNT NOT LESS THAN 6                             K6XWLK.1
013900         GO TO 5000-EXIT.                                         K6XWLK.1
014000     ADD 1 TO XWLK-CP-COUNT.                                      K6XWLK.1
014100     MOVE WS-CP-CODE TO XWLK-CP-CODE (XWLK-CP-COUNT).             K6XWLK.1
014200     MOVE K6-ISOX-RELATION (K6-ISOX-IDX)                          K6XWLK.1
014300         TO XWLK-CP-RELATION (XWLK-CP-COUNT).                     K6XWLK.1
014400     MOVE K6-ISOX-NOTE (K6-ISOX-IDX)                              K6XWLK.1
014500         TO XWLK-CP-NOTE (XWLK-CP-COUNT).                         K6XWLK.1
014600 5000-EXIT.                                                       K6XWLK.1
014700     EXIT.                                                        K6XWLK.1
