000100 IDENTIFICATION DIVISION.                                         K6CAPK.1
000200 PROGRAM-ID.                                                      K6CAPK.1
000300     K6CAPK.                                                      K6CAPK.1
000400*================================================================ K6CAPK.1
000500* K6CAPK -- TARGET CAPABILITY LOOKUP: IS A TEST PROGRAM           K6CAPK.1
000600* APPLICABLE TO A TARGET UNDER THE MODULES AND LEVELS ITS VENDOR  K6CAPK.1
000700* CLAIMS?                                                         K6CAPK.1
000800*================================================================ K6CAPK.1
000900* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6CAPK.1
001000* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6CAPK.1
001100* DATE-WRITTEN. OCTOBER 2026.                                     K6CAPK.1
001200* DATE-COMPILED.                                                  K6CAPK.1
001300*                                                                 K6CAPK.1
001400* REMARKS.                                                        K6CAPK.1
001500*    COMMUNICATION, REPORT WRITER, DEBUG AND SEGMENTATION ARE     K6CAPK.1
001600*    OPTIONAL OR LEVELED MODULES.  A TARGET THAT LEGITIMATELY     K6CAPK.1
001700*    DOES NOT IMPLEMENT ONE USED TO SHOW PERMANENTLY RED ON THE   K6CAPK.1
001800*    STOPLIGHT AND BLOCK THE GATE, AND WHOLE PROGRAMS WERE        K6CAPK.1
001900*    WAIVED TO GET A CLEAN SHEET.  THE TARGET CAPABILITY PROFILE  K6CAPK.1
002000*    (TGTCAPS, K6TCAP.CPY) NOW RECORDS WHAT EACH VENDOR CLAIMS,   K6CAPK.1
002100*    AND K6STOPL, K6GATE AND K6CERT ASK HERE WHETHER A PROGRAM'S  K6CAPK.1
002200*    RESULTS COUNT:                                               K6CAPK.1
002300*                                                                 K6CAPK.1
002400*        CALL "K6CAPK" USING CAPK-PARM        (K6CPKP.CPY)        K6CAPK.1
002500*                                                                 K6CAPK.1
002600*    THE DECK IS OPTIONAL AND LOADS ON THE FIRST CALL.  A CARD    K6CAPK.1
002700*    WITH NO TARGET, NO MODULE OR A LEVEL OTHER THAN 0, 1 OR 2    K6CAPK.1
002800*    IS IGNORED AND COUNTED; A SECOND CARD FOR THE SAME TARGET    K6CAPK.1
002900*    AND MODULE REPLACES THE FIRST, SO A REVISED CLAIM IS         K6CAPK.1
003000*    APPENDED RATHER THAN EDITED IN PLACE.                        K6CAPK.1
003100*                                                                 K6CAPK.1
003200* MODIFICATION HISTORY.                                           K6CAPK.1
003300*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6CAPK.1
003400*================================================================ K6CAPK.1
003500                                                                  K6CAPK.1
003600 ENVIRONMENT DIVISION.                                            K6CAPK.1
003700 CONFIGURATION SECTION.                                           K6CAPK.1
003800 SOURCE-COMPUTER.                                                 K6CAPK.1
003900     OUR-MAINFRAME.                                               K6CAPK.1
004000 OBJECT-COMPUTER.                                                 K6CAPK.1
004100     OUR-MAINFRAME.                                               K6CAPK.1
004200 INPUT-OUTPUT SECTION.                                            K6CAPK.1
004300 FILE-CONTROL.                                                    K6CAPK.1
004400     SELECT OPTIONAL CAP-DECK ASSIGN TO TGTCAPS                   K6CAPK.1
004500         ORGANIZATION IS SEQUENTIAL                               K6CAPK.1
004600         FILE STATUS IS WS-CAP-STATUS.                            K6CAPK.1
004700                                                                  K6CAPK.1
004800 DATA DIVISION.                                                   K6CAPK.1
004900 FILE SECTION.                                                    K6CAPK.1
005000 FD  CAP-DECK                                                     K6CAPK.1
005100     LABEL RECORDS ARE STANDARD.                                  K6CAPK.1
005200     COPY K6TCAP.                                                 K6CAPK.1
005300                                                                  K6CAPK.1
005400 WORKING-STORAGE SECTION.                                         K6CAPK.1
005500* ----------------------------------------------------------      K6CAPK.1
005600* SWITCHES AND COUNTERS.                                          K6CAPK.1
005700* ----------------------------------------------------------      K6CAPK.1
005800 77  WS-CAP-STATUS            PIC X(2)   VALUE SPACE.             K6CAPK.1
005900 77  WS-LOADED-SW             PIC X      VALUE "N".               K6CAPK.1
006000     88  WS-LOADED                       VALUE "Y".               K6CAPK.1
006100 77  WS-DECK-SW               PIC X      VALUE "A".               K6CAPK.1
006200 77  WS-CAP-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
006300 77  WS-BAD-CARDS             PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
006400 77  WS-SUB                   PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
006500 77  WS-HIT-SUB               PIC 9(3)   COMP VALUE ZERO.         K6CAPK.1
006600 77  WS-PROFILE-SW            PIC X      VALUE "N".               K6CAPK.1
006700 77  WS-LEVEL-CHAR            PIC X(1)   VALUE SPACE.             K6CAPK.1
006800* ----------------------------------------------------------      K6CAPK.1
006900* THE CLAIM CARDS, ONE ENTRY PER TARGET AND MODULE.               K6CAPK.1
007000* ----------------------------------------------------------      K6CAPK.1
007100 01  CAP-TABLE.                                                   K6CAPK.1
007200     05  CAP-ENTRY OCCURS 300 TIMES.                              K6CAPK.1
007300         10  CAP-TARGET-ID        PIC X(8).                       K6CAPK.1
007400         10  CAP-MODULE           PIC X(2).                       K6CAPK.1
007500         10  CAP-LEVEL            PIC 9(1).                       K6CAPK.1
007600         10  CAP-CLAIM-REF        PIC X(20).                      K6CAPK.1
007700         10  CAP-EFF-DATE         PIC X(8).                       K6CAPK.1
007800                                                                  K6CAPK.1
007900 LINKAGE SECTION.                                                 K6CAPK.1
008000 COPY K6CPKP.                                                     K6CAPK.1
008100                                                                  K6CAPK.1
008200 PROCEDURE DIVISION USING CAPK-PARM.                              K6CAPK.1
008300*================================================================ K6CAPK.1
008400* 0000-MAINLINE -- LOAD ON THE FIRST CALL, THEN QUERY OR LIST.    K6CAPK.1
008500*================================================================ K6CAPK.1
008600 0000-MAINLINE.                                                   K6CAPK.1
008700     IF NOT WS-LOADED                                             K6CAPK.1
008800         PERFORM 1000-LOAD-DECK THRU 1000-EXIT.                   K6CAPK.1
008900     MOVE WS-DECK-SW TO CAPK-DECK-STATUS.                         K6CAPK.1
009000     IF CAPK-FUNCTION = "LIST    "                                K6CAPK.1
009100         PERFORM 4000-LIST-CLAIM THRU 4000-EXIT                   K6CAPK.1
009200     ELSE                                                         K6CAPK.1
009300         PERFORM 3000-QUERY THRU 3000-EXIT.                       K6CAPK.1
009400 0000-RETURN.                                                     K6CAPK.1
009500     EXIT PROGRAM.                                                K6CAPK.1
009600*================================================================ K6CAPK.1
009700* 1000-LOAD-DECK -- EVERY VALID CLAIM CARD; A LATER CARD FOR THE  K6CAPK.1
009800* SAME TARGET AND MODULE REPLACES AN EARLIER ONE.                 K6CAPK.1
009900*================================================================ K6CAPK.1
010000 1000-LOAD-DECK.                                                  K6CAPK.1
010100     MOVE "Y" TO WS-LOADED-SW.                                    K6CAPK.1
010200     OPEN INPUT CAP-DECK.                                         K6CAPK.1
010300     IF WS-CAP-STATUS NOT = "00"                                  K6CAPK.1
010400         IF WS-CAP-STATUS = "05"                                  K6CAPK.1
010500             CLOSE CAP-DECK                                       K6CAPK.1
010600             GO TO 1000-EXIT                                      K6CAPK.1
010700         ELSE                                                     K6CAPK.1
010800             GO TO 1000-EXIT.                                     K6CAPK.1
010900     MOVE "D" TO WS-DECK-SW.                                      K6CAPK.1
011000 1000-READ.                                                       K6CAPK.1
011100     READ CAP-DECK                                                K6CAPK.1
011200         AT END GO TO 1000-DONE.                                  K6CAPK.1
011300     IF TC-TARGET-ID (1:1) = "*"                                  K6CAPK.1
011400         GO TO 1000-READ.                                         K6CAPK.1
011500     IF TC-TARGET-ID = SPACE AND TC-MODULE = SPACE                K6CAPK.1
011600         GO TO 1000-READ.                                         K6CAPK.1
011700     IF TC-TARGET-ID = SPACE OR TC-MODULE = SPACE                 K6CAPK.1
011800             OR NOT TC-LEVEL-VALID                                K6CAPK.1
011900         ADD 1 TO WS-BAD-CARDS                                    K6CAPK.1
012000         GO TO 1000-READ.                                         K6CAPK.1
012100     MOVE ZERO TO WS-HIT-SUB.                                     K6CAPK.1
012200     MOVE ZERO TO WS-SUB.                                         K6CAPK.1
012300 1000-FIND.                                                       K6CAPK.1
012400     ADD 1 TO WS-SUB.                                             K6CAPK.1
012500     IF WS-SUB > WS-CAP-COUNT                                     K6CAPK.1
012600         GO TO 1000-PLACE.                                        K6CAPK.1
012700     IF CAP-TARGET-ID (WS-SUB) = TC-TARGET-ID                     K6CAPK.1
012800             AND CAP-MODULE (WS-SUB) = TC-MODULE                  K6CAPK.1
012900         MOVE WS-SUB TO WS-HIT-SUB                                K6CAPK.1
013000         GO TO 1000-PLACE.                                        K6CAPK.1
013100     GO TO 1000-FIND.                                             K6CAPK.1
013200 1000-PLACE.                                                      K6CAPK.1
013300     IF WS-HIT-SUB = ZERO                                         K6CAPK.1
013400         IF WS-CAP-COUNT NOT LESS THAN 300                        K6CAPK.1
013500             ADD 1 TO WS-BAD-CARDS                                K6CAPK.1
013600             GO TO 1000-READ                                      K6CAPK.1
013700         ELSE                                                     K6CAPK.1
013800             ADD 1 TO WS-CAP-COUNT                                K6CAPK.1
013900             MOVE WS-CAP-COUNT TO WS-HIT-SUB.                     K6CAPK.1
014000     MOVE TC-TARGET-ID TO CAP-TARGET-ID (WS-HIT-SUB).             K6CAPK.1
014100     MOVE TC-MODULE    TO CAP-MODULE (WS-HIT-SUB).                K6CAPK.1
014200     MOVE TC-LEVEL     TO CAP-LEVEL (WS-HIT-SUB).                 K6CAPK.1
014300     MOVE TC-CLAIM-REF TO CAP-CLAIM-REF (WS-HIT-SUB).             K6CAPK.1
014400     MOVE TC-EFF-DATE  TO CAP-EFF-DATE (WS-HIT-SUB).              K6CAPK.1
014500     GO TO 1000-READ.                                             K6CAPK.1
014600 1000-DONE.                                                       K6CAPK.1
014700     CLOSE CAP-DECK.                                              K6CAPK.1
014800     IF WS-BAD-CARDS > ZERO                                       K6CAPK.1
014900         DISPLAY "K6CAPK TGTCAPS CARDS IGNORED: " WS-BAD-CARDS    K6CAPK.1
015000             UPON CONSOLE.                                        K6CAPK.1
015100 1000-EXIT.                                                       K6CAPK.1
015200     EXIT.                                                        K6CAPK.1
015300*================================================================ K6CAPK.1
015400* 3000-QUERY -- THE PROGRAM'S MODULE IS ITS PREFIX AND ITS LEVEL  K6CAPK.1
015500* THE FIRST DIGIT OF ITS NUMBER (K6TCAP.CPY).  NO CARD FOR THE    K6CAPK.1
015600* TARGET: NO PROFILE.  NO CARD FOR THE MODULE, OR LEVEL 0: NOT    K6CAPK.1
015700* CLAIMED.  CLAIMED BELOW THE PROGRAM'S LEVEL: ABOVE THE CLAIM.   K6CAPK.1
015800*================================================================ K6CAPK.1
015900 3000-QUERY.                                                      K6CAPK.1
016000     MOVE CAPK-PGM-ID (1:2) TO CAPK-MODULE.                       K6CAPK.1
016100     MOVE CAPK-PGM-ID (3:1) TO WS-LEVEL-CHAR.                     K6CAPK.1
016200     IF WS-LEVEL-CHAR = "2"                                       K6CAPK.1
016300         MOVE 2 TO CAPK-PGM-LEVEL                                 K6CAPK.1
016400     ELSE                                                         K6CAPK.1
016500         MOVE 1 TO CAPK-PGM-LEVEL.                                K6CAPK.1
016600     MOVE ZERO TO CAPK-CLAIM-LEVEL.                               K6CAPK.1
016700     MOVE SPACE TO CAPK-CLAIM-REF CAPK-EFF-DATE.                  K6CAPK.1
016800     MOVE "N" TO WS-PROFILE-SW.                                   K6CAPK.1
016900     MOVE ZERO TO WS-HIT-SUB.                                     K6CAPK.1
017000     MOVE ZERO TO WS-SUB.                                         K6CAPK.1
017100 3000-SCAN.                                                       K6CAPK.1
017200     ADD 1 TO WS-SUB.                                             K6CAPK.1
017300     IF WS-SUB > WS-CAP-COUNT                                     K6CAPK.1
017400         GO TO 3000-DECIDE.                                       K6CAPK.1
017500     IF CAP-TARGET-ID (WS-SUB) NOT = CAPK-TARGET-ID               K6CAPK.1
017600         GO TO 3000-SCAN.                                         K6CAPK.1
017700     MOVE "Y" TO WS-PROFILE-SW.                                   K6CAPK.1
017800     IF CAP-MODULE (WS-SUB) = CAPK-MODULE                         K6CAPK.1
017900         MOVE WS-SUB TO WS-HIT-SUB                                K6CAPK.1
018000         GO TO 3000-DECIDE.                                       K6CAPK.1
018100     GO TO 3000-SCAN.                                             K6CAPK.1
018200 3000-DECIDE.                                                     K6CAPK.1
018300     IF WS-PROFILE-SW = "N"                                       K6CAPK.1
018400         MOVE "P" TO CAPK-APPLIC                                  K6CAPK.1
018500         GO TO 3000-EXIT.                                         K6CAPK.1
018600     IF WS-HIT-SUB = ZERO                                         K6CAPK.1
018700         MOVE "M" TO CAPK-APPLIC                                  K6CAPK.1
018800         GO TO 3000-EXIT.                                         K6CAPK.1
018900     MOVE CAP-LEVEL (WS-HIT-SUB)     TO CAPK-CLAIM-LEVEL.         K6CAPK.1
019000     MOVE CAP-CLAIM-REF (WS-HIT-SUB) TO CAPK-CLAIM-REF.           K6CAPK.1
019100     MOVE CAP-EFF-DATE (WS-HIT-SUB)  TO CAPK-EFF-DATE.            K6CAPK.1
019200     IF CAPK-CLAIM-LEVEL = ZERO                                   K6CAPK.1
019300         MOVE "M" TO CAPK-APPLIC                                  K6CAPK.1
019400         GO TO 3000-EXIT.                                         K6CAPK.1
019500     IF CAPK-CLAIM-LEVEL < CAPK-PGM-LEVEL                         K6CAPK.1
019600         MOVE "L" TO CAPK-APPLIC                                  K6CAPK.1
019700         GO TO 3000-EXIT.                                         K6CAPK.1
019800     MOVE "A" TO CAPK-APPLIC.                                     K6CAPK.1
019900 3000-EXIT.                                                       K6CAPK.1
020000     EXIT.                                                        K6CAPK.1
020100*================================================================ K6CAPK.1
020200* 4000-LIST-CLAIM -- THE NEXT CLAIM CARD FOR CAPK-TARGET-ID AT OR K6CAPK.1
020300* AFTER CAPK-LIST-SUB; THE SUBSCRIPT IS LEFT ON THE ONE AFTER.    K6CAPK.1
020400*================================================================ K6CAPK.1
020500 4000-LIST-CLAIM.                                                 K6CAPK.1
020600     MOVE "N" TO CAPK-LIST-END-SW.                                K6CAPK.1
020700     IF CAPK-LIST-SUB = ZERO                                      K6CAPK.1
020800         MOVE 1 TO CAPK-LIST-SUB.                                 K6CAPK.1
020900     MOVE CAPK-LIST-SUB TO WS-SUB.                                K6CAPK.1
021000 4000-SCAN.                                                       K6CAPK.1
021100     IF WS-SUB > WS-CAP-COUNT                                     K6CAPK.1
021200         MOVE "Y" TO CAPK-LIST-END-SW                             K6CAPK.1
021300         MOVE WS-SUB TO CAPK-LIST-SUB                             K6CAPK.1
021400         GO TO 4000-EXIT.                                         K6CAPK.1
021500     IF CAP-TARGET-ID (WS-SUB) NOT = CAPK-TARGET-ID               K6CAPK.1
021600         ADD 1 TO WS-SUB                                          K6CAPK.1
021700         GO TO 4000-SCAN.                                         K6CAPK.1
021800     MOVE CAP-MODULE (WS-SUB)    TO CAPK-MODULE.                  K6CAPK.1
021900     MOVE CAP-LEVEL (WS-SUB)     TO CAPK-CLAIM-LEVEL.             K6CAPK.1
022000     MOVE CAP-CLAIM-REF (WS-SUB) TO CAPK-CLAIM-REF.               K6CAPK.1
022100     MOVE CAP-EFF-DATE (WS-SUB)  TO CAPK-EFF-DATE.                K6CAPK.1
022200     ADD 1 TO WS-SUB.                                             K6CAPK.1
022300     MOVE WS-SUB TO CAPK-LIST-SUB.                                K6CAPK.1
022400 4000-EXIT.                                                       K6CAPK.1
022500     EXIT.                                                        K6CAPK.1
