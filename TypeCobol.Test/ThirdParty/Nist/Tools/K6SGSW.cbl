000100 IDENTIFICATION DIVISION.                                         K6SGSW.1
000200 PROGRAM-ID.                                                      K6SGSW.1
000300     K6SGSW.                                                      K6SGSW.1
000400*================================================================ K6SGSW.1
000500* K6SGSW -- SEGMENT-LIMIT SWEEP JOB-DECK GENERATOR.               K6SGSW.1
000600*================================================================ K6SGSW.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6SGSW.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6SGSW.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6SGSW.1
001000* DATE-COMPILED.                                                  K6SGSW.1
001100*                                                                 K6SGSW.1
001200* REMARKS.                                                        K6SGSW.1
001300*    EACH SG SEGMENTATION PROGRAM IS CERTIFIED AT THE ONE         K6SGSW.1
001400*    SEGMENT-LIMIT IT IS COMPILED AT (SG202A AT 25, SG102A,       K6SGSW.1
001500*    SG103A AND SG106A AT THE DEFAULT 49), SO ITS OVERLAY TESTS   K6SGSW.1
001600*    PROVE BEHAVIOUR AT THAT BOUNDARY ONLY.  THE LIMIT IS         K6SGSW.1
001700*    IMPLEMENTOR-DEFINED WITHIN 1-49 AND A COMPILER CAN HANDLE    K6SGSW.1
001800*    49 CORRECTLY AND STILL MISHANDLE A LOWER VALUE.  THIS        K6SGSW.1
001900*    PROGRAM WRITES A DECK TO JCLOUT THAT BUILDS AND RUNS EACH    K6SGSW.1
002000*    SG PROGRAM AT EVERY LIMIT ON THE CONTROL CARDS.  ONE JOB     K6SGSW.1
002100*    PER PROGRAM, ONE THREE-STEP LEG PER LIMIT:                   K6SGSW.1
002200*      STMPNN  K6SGST  -- COPY THE MEMBER WITH THE LIMIT STAMPED  K6SGSW.1
002300*                         INTO OBJECT-COMPUTER;                   K6SGSW.1
002400*      SGCLNN  IGYWCLG -- COMPILE, LINK AND GO THE STAMPED COPY,  K6SGSW.1
002500*                         PRINTER (X-55) TO A WORK DATASET;       K6SGSW.1
002600*                         BYPASSED WHEN THE STAMP FAILED;         K6SGSW.1
002700*      SGPTNN  K6SGPT  -- READ THE PRINT BACK, POST RAW-DATA      K6SGSW.1
002800*                         (X-62) AND ADD A SEGMENT TO THE SWEEP   K6SGSW.1
002900*                         CSV (CCVS.SGSWEEP.CSV) TAGGED WITH THE  K6SGSW.1
003000*                         LIMIT.  RUNS EVEN AFTER AN ABEND, SO A  K6SGSW.1
003100*                         LIMIT THE PROGRAM BREAKS AT IS POSTED.  K6SGSW.1
003200*    THE PROGRAM'S CERTIFIED LIMIT ALWAYS RUNS AS THE LAST LEG,   K6SGSW.1
003300*    WHETHER OR NOT IT IS ON THE LIMITS CARD: EVERY LEG SUPER-    K6SGSW.1
003400*    SEDES THE DAY'S EARLIER RUNS, SO THE EFFECTIVE RUN THE       K6SGSW.1
003500*    ROLLUPS COUNT STAYS THE CERTIFIED CONFIGURATION.  K6SGMX     K6SGSW.1
003600*    PRINTS THE PAR-NAME BY LIMIT MATRIX FROM THE SWEEP CSV.      K6SGSW.1
003700*    THE JOBS SHARE ONE JOB NAME SO THEY RUN ONE AT A TIME        K6SGSW.1
003800*    AGAINST THE SWEEP CSV.                                       K6SGSW.1
003900*                                                                 K6SGSW.1
004000*    CONTROL CARDS (SGSWCTL), KEYWORD IN COLUMNS 1-8:             K6SGSW.1
004100*      LIMITS   NN NN NN ...    UP TO 10 LIMITS, 01-49, FROM      K6SGSW.1
004200*                               COLUMN 10, ONE EVERY 3 COLUMNS.   K6SGSW.1
004300*      PROGRAM  XXXXXX NN       A PROGRAM AND ITS CERTIFIED       K6SGSW.1
004400*                               LIMIT.  THE FIRST PROGRAM CARD    K6SGSW.1
004500*                               REPLACES THE DEFAULT LIST (THE    K6SGSW.1
004600*                               FOUR SG PROGRAMS ABOVE).          K6SGSW.1
004700*      TARGET   XXXXXXXX        RAW-DATA TARGET, DEFAULT K6TARG.  K6SGSW.1
004800*                                                                 K6SGSW.1
004900*    THE DEVICE-ROLE VALUES BELOW MIRROR THE K6SITE.CPY TABLE,    K6SGSW.1
005000*    AS IN K6JGEN.                                                K6SGSW.1
005100*                                                                 K6SGSW.1
005200*    RETURN-CODE 0 DECK WRITTEN, 16 NO LIMITS CARD OR A CARD IN   K6SGSW.1
005300*    ERROR (NO DECK IS WRITTEN).                                  K6SGSW.1
005400*                                                                 K6SGSW.1
005500* MODIFICATION HISTORY.                                           K6SGSW.1
005600*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6SGSW.1
005700*================================================================ K6SGSW.1
005800*                                                                 K6SGSW.1
005900 ENVIRONMENT DIVISION.                                            K6SGSW.1
006000 CONFIGURATION SECTION.                                           K6SGSW.1
006100 SOURCE-COMPUTER.                                                 K6SGSW.1
006200     OUR-MAINFRAME.                                               K6SGSW.1
006300 OBJECT-COMPUTER.                                                 K6SGSW.1
006400     OUR-MAINFRAME.                                               K6SGSW.1
006500 INPUT-OUTPUT SECTION.                                            K6SGSW.1
006600 FILE-CONTROL.                                                    K6SGSW.1
006700     SELECT SGSW-CTL ASSIGN TO SGSWCTL                            K6SGSW.1
006800         ORGANIZATION IS SEQUENTIAL                               K6SGSW.1
006900         FILE STATUS IS WS-CTL-STATUS.                            K6SGSW.1
007000     SELECT JCL-DECK ASSIGN TO JCLOUT                             K6SGSW.1
007100         ORGANIZATION IS SEQUENTIAL.                              K6SGSW.1
007200*                                                                 K6SGSW.1
007300 DATA DIVISION.                                                   K6SGSW.1
007400 FILE SECTION.                                                    K6SGSW.1
007500 FD  SGSW-CTL                                                     K6SGSW.1
007600     LABEL RECORDS ARE STANDARD.                                  K6SGSW.1
007700 01  SC-CONTROL-CARD.                                             K6SGSW.1
007800     05  SC-KEYWORD           PIC X(8).                           K6SGSW.1
007900     05  FILLER               PIC X(1).                           K6SGSW.1
008000     05  SC-OPERANDS          PIC X(71).                          K6SGSW.1
008100 01  SC-LIMITS-CARD REDEFINES SC-CONTROL-CARD.                    K6SGSW.1
008200     05  FILLER               PIC X(9).                           K6SGSW.1
008300     05  SC-LIMIT-SLOT        OCCURS 10 TIMES.                    K6SGSW.1
008400         10  SC-LIMIT         PIC X(2).                           K6SGSW.1
008500         10  FILLER           PIC X(1).                           K6SGSW.1
008600     05  FILLER               PIC X(41).                          K6SGSW.1
008700 01  SC-PROGRAM-CARD REDEFINES SC-CONTROL-CARD.                   K6SGSW.1
008800     05  FILLER               PIC X(9).                           K6SGSW.1
008900     05  SC-PGM-ID            PIC X(6).                           K6SGSW.1
009000     05  FILLER               PIC X(1).                           K6SGSW.1
009100     05  SC-CERT-LIMIT        PIC X(2).                           K6SGSW.1
009200     05  FILLER               PIC X(62).                          K6SGSW.1
009300 01  SC-TARGET-CARD REDEFINES SC-CONTROL-CARD.                    K6SGSW.1
009400     05  FILLER               PIC X(9).                           K6SGSW.1
009500     05  SC-TARGET-ID         PIC X(8).                           K6SGSW.1
009600     05  FILLER               PIC X(63).                          K6SGSW.1
009700 FD  JCL-DECK                                                     K6SGSW.1
009800     LABEL RECORDS ARE STANDARD.                                  K6SGSW.1
009900 01  JD-CARD                  PIC X(80).                          K6SGSW.1
010000*                                                                 K6SGSW.1
010100 WORKING-STORAGE SECTION.                                         K6SGSW.1
010200     COPY K6TARG.                                                 K6SGSW.1
010300* ----------------------------------------------------------      K6SGSW.1
010400* DEVICE-ROLE ASSIGNMENTS -- KEPT IN STEP WITH K6SITE.CPY.        K6SGSW.1
010500* ----------------------------------------------------------      K6SGSW.1
010600 01  DEV-X55-UNIT             PIC X(8)   VALUE "SYSLPT  ".        K6SGSW.1
010700 01  DEV-X62-UNIT             PIC X(8)   VALUE "SYS012  ".        K6SGSW.1
010800* ----------------------------------------------------------      K6SGSW.1
010900* THE SG PROGRAMS AND THE LIMIT EACH IS CERTIFIED AT.             K6SGSW.1
011000* ----------------------------------------------------------      K6SGSW.1
011100 01  DEFAULT-PGM-VALUES.                                          K6SGSW.1
011200     05  FILLER               PIC X(8)   VALUE "SG102A49".        K6SGSW.1
011300     05  FILLER               PIC X(8)   VALUE "SG103A49".        K6SGSW.1
011400     05  FILLER               PIC X(8)   VALUE "SG106A49".        K6SGSW.1
011500     05  FILLER               PIC X(8)   VALUE "SG202A25".        K6SGSW.1
011600 01  DEFAULT-PGM-TABLE REDEFINES DEFAULT-PGM-VALUES.              K6SGSW.1
011700     05  DEFAULT-PGM-ENTRY    OCCURS 4 TIMES PIC X(8).            K6SGSW.1
011800 01  PGM-TABLE.                                                   K6SGSW.1
011900     05  PGM-ENTRY            OCCURS 10 TIMES.                    K6SGSW.1
012000         10  PGM-ID           PIC X(6).                           K6SGSW.1
012100         10  PGM-CERT-LIMIT   PIC X(2).                           K6SGSW.1
012200 01  LIMIT-TABLE.                                                 K6SGSW.1
012300     05  LIMIT-ENTRY          OCCURS 10 TIMES PIC X(2).           K6SGSW.1
012400* ----------------------------------------------------------      K6SGSW.1
012500* SWITCHES, SUBSCRIPTS AND COUNTERS.                              K6SGSW.1
012600* ----------------------------------------------------------      K6SGSW.1
012700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6SGSW.1
012800 77  WS-CTL-EOF-SW            PIC X      VALUE "N".               K6SGSW.1
012900     88  WS-CTL-EOF                      VALUE "Y".               K6SGSW.1
013000 77  WS-PGM-CARD-SW           PIC X      VALUE "N".               K6SGSW.1
013100     88  WS-PGM-CARD-SEEN                VALUE "Y".               K6SGSW.1
013200 77  WS-PGM-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6SGSW.1
013300 77  WS-LIMIT-COUNT           PIC 9(2)   COMP VALUE ZERO.         K6SGSW.1
013400 77  WS-PX                    PIC 9(2)   COMP VALUE ZERO.         K6SGSW.1
013500 77  WS-LX                    PIC 9(2)   COMP VALUE ZERO.         K6SGSW.1
013600 77  WS-LEG-NO                PIC 9(2)   VALUE ZERO.              K6SGSW.1
013700 77  WS-LEG-TOTAL             PIC 9(4)   VALUE ZERO.              K6SGSW.1
013800 77  WS-LEG-LIMIT             PIC X(2)   VALUE SPACE.             K6SGSW.1
013900 77  WS-TARGET-ID             PIC X(8)   VALUE SPACE.             K6SGSW.1
014000 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6SGSW.1
014100* ----------------------------------------------------------      K6SGSW.1
014200* CARD IMAGES.  THE VARIABLE CARDS ARE BUILT WITH STRING IN       K6SGSW.1
014300* THE 4000 PARAGRAPHS.                                            K6SGSW.1
014400* ----------------------------------------------------------      K6SGSW.1
014500 01  JOB-CARD.                                                    K6SGSW.1
014600     05  FILLER   PIC X(21) VALUE "//K6SGSWP JOB (CCVS),".        K6SGSW.1
014700     05  FILLER   PIC X(59) VALUE                                 K6SGSW.1
014800         "'SEG-LIMIT SWEEP',CLASS=A,MSGCLASS=X".                  K6SGSW.1
014900 01  JOB-COMMENT-CARD.                                            K6SGSW.1
015000     05  FILLER           PIC X(10) VALUE "//* SWEEP ".           K6SGSW.1
015100     05  JCC-PGM-ID       PIC X(6).                               K6SGSW.1
015200     05  FILLER           PIC X(28) VALUE                         K6SGSW.1
015300         " -- CERTIFIED SEGMENT-LIMIT ".                          K6SGSW.1
015400     05  JCC-CERT-LIMIT   PIC X(2).                               K6SGSW.1
015500     05  FILLER           PIC X(34) VALUE " RUNS LAST".           K6SGSW.1
015600 01  LEG-COMMENT-CARD.                                            K6SGSW.1
015700     05  FILLER           PIC X(4)  VALUE "//* ".                 K6SGSW.1
015800     05  LCC-PGM-ID       PIC X(6).                               K6SGSW.1
015900     05  FILLER           PIC X(18) VALUE " AT SEGMENT-LIMIT ".   K6SGSW.1
016000     05  LCC-LIMIT        PIC X(2).                               K6SGSW.1
016100     05  FILLER           PIC X(50) VALUE SPACE.                  K6SGSW.1
016200 01  LIMIT-CARD.                                                  K6SGSW.1
016300     05  LC-LIMIT         PIC X(2).                               K6SGSW.1
016400     05  FILLER           PIC X(78) VALUE SPACE.                  K6SGSW.1
016500 01  POST-CTL-CARD.                                               K6SGSW.1
016600     05  PCC-PGM-ID       PIC X(6).                               K6SGSW.1
016700     05  FILLER           PIC X(1)  VALUE SPACE.                  K6SGSW.1
016800     05  PCC-LIMIT        PIC X(2).                               K6SGSW.1
016900     05  FILLER           PIC X(71) VALUE SPACE.                  K6SGSW.1
017000 01  DELIM-CARD.                                                  K6SGSW.1
017100     05  FILLER   PIC X(80) VALUE "/*".                           K6SGSW.1
017200 01  NULL-CARD.                                                   K6SGSW.1
017300     05  FILLER   PIC X(80) VALUE "//".                           K6SGSW.1
017400*                                                                 K6SGSW.1
017500 PROCEDURE DIVISION.                                              K6SGSW.1
017600*================================================================ K6SGSW.1
017700* 0000-MAINLINE -- READ THE CONTROL CARDS, THEN ONE JOB PER       K6SGSW.1
017800* PROGRAM AND A CLOSING NULL CARD.                                K6SGSW.1
017900*================================================================ K6SGSW.1
018000 0000-MAINLINE.                                                   K6SGSW.1
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6SGSW.1
018200     IF WS-VERDICT-RC = 16                                        K6SGSW.1
018300         GO TO 0000-FINISH.                                       K6SGSW.1
018400     OPEN OUTPUT JCL-DECK.                                        K6SGSW.1
018500     MOVE ZERO TO WS-PX.                                          K6SGSW.1
018600     PERFORM 3000-BUILD-JOB THRU 3000-EXIT                        K6SGSW.1
018700             WS-PGM-COUNT TIMES.                                  K6SGSW.1
018800     MOVE NULL-CARD TO JD-CARD.                                   K6SGSW.1
018900     WRITE JD-CARD.                                               K6SGSW.1
019000     CLOSE JCL-DECK.                                              K6SGSW.1
019100     DISPLAY "K6SGSW: " WS-LEG-TOTAL " SWEEP LEGS WRITTEN".       K6SGSW.1
019200 0000-FINISH.                                                     K6SGSW.1
019300     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6SGSW.1
019400     STOP RUN.                                                    K6SGSW.1
019500*================================================================ K6SGSW.1
019600* 1000-INITIALIZE -- DEFAULT PROGRAM LIST AND TARGET, THEN THE    K6SGSW.1
019700* CONTROL CARDS.                                                  K6SGSW.1
019800*================================================================ K6SGSW.1
019900 1000-INITIALIZE.                                                 K6SGSW.1
020000     MOVE K6-TARGET-ID TO WS-TARGET-ID.                           K6SGSW.1
020100     MOVE 4 TO WS-PGM-COUNT.                                      K6SGSW.1
020200     MOVE SPACE TO PGM-TABLE LIMIT-TABLE.                         K6SGSW.1
020300     MOVE DEFAULT-PGM-ENTRY (1) TO PGM-ENTRY (1).                 K6SGSW.1
020400     MOVE DEFAULT-PGM-ENTRY (2) TO PGM-ENTRY (2).                 K6SGSW.1
020500     MOVE DEFAULT-PGM-ENTRY (3) TO PGM-ENTRY (3).                 K6SGSW.1
020600     MOVE DEFAULT-PGM-ENTRY (4) TO PGM-ENTRY (4).                 K6SGSW.1
020700     OPEN INPUT SGSW-CTL.                                         K6SGSW.1
020800     IF WS-CTL-STATUS NOT = "00"                                  K6SGSW.1
020900         DISPLAY "K6SGSW: SGSWCTL OPEN FAILED, STATUS "           K6SGSW.1
021000             WS-CTL-STATUS                                        K6SGSW.1
021100         MOVE 16 TO WS-VERDICT-RC                                 K6SGSW.1
021200         GO TO 1000-EXIT.                                         K6SGSW.1
021300     PERFORM 1100-READ-CARD THRU 1100-EXIT                        K6SGSW.1
021400             UNTIL WS-CTL-EOF.                                    K6SGSW.1
021500     CLOSE SGSW-CTL.                                              K6SGSW.1
021600     IF WS-LIMIT-COUNT = ZERO                                     K6SGSW.1
021700         DISPLAY "K6SGSW: NO LIMITS CARD -- NOTHING TO SWEEP"     K6SGSW.1
021800         MOVE 16 TO WS-VERDICT-RC.                                K6SGSW.1
021900 1000-EXIT.                                                       K6SGSW.1
022000     EXIT.                                                        K6SGSW.1
022100*================================================================ K6SGSW.1
022200* 1100-READ-CARD -- ONE CONTROL CARD.  A CARD IN ERROR STOPS THE  K6SGSW.1
022300* DECK: A SWEEP AT THE WRONG LIMITS WASTES A WINDOW.              K6SGSW.1
022400*================================================================ K6SGSW.1
022500 1100-READ-CARD.                                                  K6SGSW.1
022600     READ SGSW-CTL                                                K6SGSW.1
022700         AT END MOVE "Y" TO WS-CTL-EOF-SW                         K6SGSW.1
022800                GO TO 1100-EXIT.                                  K6SGSW.1
022900     IF SC-CONTROL-CARD (1:1) = "*" OR SC-CONTROL-CARD = SPACE    K6SGSW.1
023000         GO TO 1100-EXIT.                                         K6SGSW.1
023100     IF SC-KEYWORD = "LIMITS  "                                   K6SGSW.1
023200         MOVE ZERO TO WS-LX                                       K6SGSW.1
023300         PERFORM 1200-LIMIT-SLOT THRU 1200-EXIT 10 TIMES          K6SGSW.1
023400         GO TO 1100-EXIT.                                         K6SGSW.1
023500     IF SC-KEYWORD = "PROGRAM "                                   K6SGSW.1
023600         PERFORM 1300-PROGRAM-CARD THRU 1300-EXIT                 K6SGSW.1
023700         GO TO 1100-EXIT.                                         K6SGSW.1
023800     IF SC-KEYWORD = "TARGET  " AND SC-TARGET-ID NOT = SPACE      K6SGSW.1
023900         MOVE SC-TARGET-ID TO WS-TARGET-ID                        K6SGSW.1
024000         GO TO 1100-EXIT.                                         K6SGSW.1
024100     DISPLAY "K6SGSW: UNRECOGNISED CARD " SC-CONTROL-CARD.        K6SGSW.1
024200     MOVE 16 TO WS-VERDICT-RC.                                    K6SGSW.1
024300 1100-EXIT.                                                       K6SGSW.1
024400     EXIT.                                                        K6SGSW.1
024500*================================================================ K6SGSW.1
024600* 1200-LIMIT-SLOT -- ONE SLOT OF A LIMITS CARD.  A BLANK SLOT     K6SGSW.1
024700* IS SKIPPED; A REPEATED LIMIT IS KEPT ONCE.                      K6SGSW.1
024800*================================================================ K6SGSW.1
024900 1200-LIMIT-SLOT.                                                 K6SGSW.1
025000     ADD 1 TO WS-LX.                                              K6SGSW.1
025100     IF SC-LIMIT (WS-LX) = SPACE                                  K6SGSW.1
025200         GO TO 1200-EXIT.                                         K6SGSW.1
025300     IF SC-LIMIT (WS-LX) NOT NUMERIC                              K6SGSW.1
025400             OR SC-LIMIT (WS-LX) < "01"                           K6SGSW.1
025500             OR SC-LIMIT (WS-LX) > "49"                           K6SGSW.1
025600         DISPLAY "K6SGSW: SEGMENT-LIMIT " SC-LIMIT (WS-LX)        K6SGSW.1
025700             " NOT IN 01-49"                                      K6SGSW.1
025800         MOVE 16 TO WS-VERDICT-RC                                 K6SGSW.1
025900         GO TO 1200-EXIT.                                         K6SGSW.1
026000     MOVE SC-LIMIT (WS-LX) TO WS-LEG-LIMIT.                       K6SGSW.1
026100     MOVE ZERO TO WS-PX.                                          K6SGSW.1
026200 1200-DUP-CHECK.                                                  K6SGSW.1
026300     ADD 1 TO WS-PX.                                              K6SGSW.1
026400     IF WS-PX > WS-LIMIT-COUNT                                    K6SGSW.1
026500         GO TO 1200-ADD.                                          K6SGSW.1
026600     IF LIMIT-ENTRY (WS-PX) = WS-LEG-LIMIT                        K6SGSW.1
026700         GO TO 1200-EXIT.                                         K6SGSW.1
026800     GO TO 1200-DUP-CHECK.                                        K6SGSW.1
026900 1200-ADD.                                                        K6SGSW.1
027000     IF WS-LIMIT-COUNT = 10                                       K6SGSW.1
027100         DISPLAY "K6SGSW: MORE THAN 10 LIMITS"                    K6SGSW.1
027200         MOVE 16 TO WS-VERDICT-RC                                 K6SGSW.1
027300         GO TO 1200-EXIT.                                         K6SGSW.1
027400     ADD 1 TO WS-LIMIT-COUNT.                                     K6SGSW.1
027500     MOVE WS-LEG-LIMIT TO LIMIT-ENTRY (WS-LIMIT-COUNT).           K6SGSW.1
027600 1200-EXIT.                                                       K6SGSW.1
027700     EXIT.                                                        K6SGSW.1
027800*================================================================ K6SGSW.1
027900* 1300-PROGRAM-CARD -- THE FIRST PROGRAM CARD REPLACES THE        K6SGSW.1
028000* DEFAULT LIST.                                                   K6SGSW.1
028100*================================================================ K6SGSW.1
028200 1300-PROGRAM-CARD.                                               K6SGSW.1
028300     IF SC-PGM-ID (1:2) NOT = "SG"                                K6SGSW.1
028400             OR SC-CERT-LIMIT NOT NUMERIC                         K6SGSW.1
028500             OR SC-CERT-LIMIT < "01"                              K6SGSW.1
028600             OR SC-CERT-LIMIT > "49"                              K6SGSW.1
028700         DISPLAY "K6SGSW: PROGRAM CARD IN ERROR " SC-CONTROL-CARD K6SGSW.1
028800         MOVE 16 TO WS-VERDICT-RC                                 K6SGSW.1
028900         GO TO 1300-EXIT.                                         K6SGSW.1
029000     IF NOT WS-PGM-CARD-SEEN                                      K6SGSW.1
029100         MOVE "Y" TO WS-PGM-CARD-SW                               K6SGSW.1
029200         MOVE ZERO TO WS-PGM-COUNT                                K6SGSW.1
029300         MOVE SPACE TO PGM-TABLE.                                 K6SGSW.1
029400     IF WS-PGM-COUNT = 10                                         K6SGSW.1
029500         DISPLAY "K6SGSW: MORE THAN 10 PROGRAMS"                  K6SGSW.1
029600         MOVE 16 TO WS-VERDICT-RC                                 K6SGSW.1
029700         GO TO 1300-EXIT.                                         K6SGSW.1
029800     ADD 1 TO WS-PGM-COUNT.                                       K6SGSW.1
029900     MOVE SC-PGM-ID TO PGM-ID (WS-PGM-COUNT).                     K6SGSW.1
030000     MOVE SC-CERT-LIMIT TO PGM-CERT-LIMIT (WS-PGM-COUNT).         K6SGSW.1
030100 1300-EXIT.                                                       K6SGSW.1
030200     EXIT.                                                        K6SGSW.1
030300*================================================================ K6SGSW.1
030400* 3000-BUILD-JOB -- ONE JOB FOR THE NEXT PROGRAM: A LEG FOR EACH  K6SGSW.1
030500* SWEEP LIMIT OTHER THAN ITS CERTIFIED ONE, THEN THE CERTIFIED    K6SGSW.1
030600* LEG.                                                            K6SGSW.1
030700*================================================================ K6SGSW.1
030800 3000-BUILD-JOB.                                                  K6SGSW.1
030900     ADD 1 TO WS-PX.                                              K6SGSW.1
031000     MOVE JOB-CARD TO JD-CARD.                                    K6SGSW.1
031100     WRITE JD-CARD.                                               K6SGSW.1
031200     MOVE PGM-ID (WS-PX) TO JCC-PGM-ID.                           K6SGSW.1
031300     MOVE PGM-CERT-LIMIT (WS-PX) TO JCC-CERT-LIMIT.               K6SGSW.1
031400     MOVE JOB-COMMENT-CARD TO JD-CARD.                            K6SGSW.1
031500     WRITE JD-CARD.                                               K6SGSW.1
031600     MOVE ZERO TO WS-LEG-NO.                                      K6SGSW.1
031700     MOVE ZERO TO WS-LX.                                          K6SGSW.1
031800 3000-NEXT-LIMIT.                                                 K6SGSW.1
031900     ADD 1 TO WS-LX.                                              K6SGSW.1
032000     IF WS-LX > WS-LIMIT-COUNT                                    K6SGSW.1
032100         GO TO 3000-CERTIFIED.                                    K6SGSW.1
032200     IF LIMIT-ENTRY (WS-LX) = PGM-CERT-LIMIT (WS-PX)              K6SGSW.1
032300         GO TO 3000-NEXT-LIMIT.                                   K6SGSW.1
032400     MOVE LIMIT-ENTRY (WS-LX) TO WS-LEG-LIMIT.                    K6SGSW.1
032500     PERFORM 4000-BUILD-LEG THRU 4000-EXIT.                       K6SGSW.1
032600     GO TO 3000-NEXT-LIMIT.                                       K6SGSW.1
032700 3000-CERTIFIED.                                                  K6SGSW.1
032800     MOVE PGM-CERT-LIMIT (WS-PX) TO WS-LEG-LIMIT.                 K6SGSW.1
032900     PERFORM 4000-BUILD-LEG THRU 4000-EXIT.                       K6SGSW.1
033000 3000-EXIT.                                                       K6SGSW.1
033100     EXIT.                                                        K6SGSW.1
033200*================================================================ K6SGSW.1
033300* 4000-BUILD-LEG -- STAMP, COMPILE-LINK-GO AND POST STEPS FOR     K6SGSW.1
033400* ONE PROGRAM AT ONE LIMIT.  THE WORK DATASETS CARRY THE LEG      K6SGSW.1
033500* NUMBER SO A BYPASSED LEG NEVER COLLIDES WITH THE NEXT.          K6SGSW.1
033600*================================================================ K6SGSW.1
033700 4000-BUILD-LEG.                                                  K6SGSW.1
033800     ADD 1 TO WS-LEG-NO.                                          K6SGSW.1
033900     ADD 1 TO WS-LEG-TOTAL.                                       K6SGSW.1
034000     MOVE PGM-ID (WS-PX) TO LCC-PGM-ID.                           K6SGSW.1
034100     MOVE WS-LEG-LIMIT TO LCC-LIMIT.                              K6SGSW.1
034200     MOVE LEG-COMMENT-CARD TO JD-CARD.                            K6SGSW.1
034300     WRITE JD-CARD.                                               K6SGSW.1
034400     PERFORM 4100-STAMP-STEP THRU 4100-EXIT.                      K6SGSW.1
034500     PERFORM 4200-COMPILE-STEP THRU 4200-EXIT.                    K6SGSW.1
034600     PERFORM 4300-POST-STEP THRU 4300-EXIT.                       K6SGSW.1
034700 4000-EXIT.                                                       K6SGSW.1
034800     EXIT.                                                        K6SGSW.1
034900*================================================================ K6SGSW.1
035000* 4100-STAMP-STEP -- K6SGST, WHICH ALSO ALLOCATES THE PRINT       K6SGSW.1
035100* DATASET SO THE POST STEP FINDS ONE EVEN WHEN THE COMPILE IS     K6SGSW.1
035200* BYPASSED.                                                       K6SGSW.1
035300*================================================================ K6SGSW.1
035400 4100-STAMP-STEP.                                                 K6SGSW.1
035500     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
035600     STRING "//STMP" WS-LEG-NO "   EXEC PGM=K6SGST"               K6SGSW.1
035700         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
035800     WRITE JD-CARD.                                               K6SGSW.1
035900     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
036000     STRING "//SRCIN    DD DSN=CCVS.SRCLIB(" PGM-ID (WS-PX)       K6SGSW.1
036100            "),DISP=SHR"                                          K6SGSW.1
036200         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
036300     WRITE JD-CARD.                                               K6SGSW.1
036400     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
036500     STRING "//SRCOUT   DD DSN=&&SGSRC" WS-LEG-NO                 K6SGSW.1
036600            ",DISP=(NEW,PASS),UNIT=SYSDA,"                        K6SGSW.1
036700         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
036800     WRITE JD-CARD.                                               K6SGSW.1
036900     MOVE                                                         K6SGSW.1
037000        "//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=80)" K6SGSW.1
037100         TO JD-CARD.                                              K6SGSW.1
037200     WRITE JD-CARD.                                               K6SGSW.1
037300     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
037400     STRING "//SGPRT    DD DSN=&&SGPRT" WS-LEG-NO                 K6SGSW.1
037500            ",DISP=(NEW,PASS),UNIT=SYSDA,"                        K6SGSW.1
037600         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
037700     WRITE JD-CARD.                                               K6SGSW.1
037800     MOVE                                                         K6SGSW.1
037900        "//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=120)"K6SGSW.1
038000         TO JD-CARD.                                              K6SGSW.1
038100     WRITE JD-CARD.                                               K6SGSW.1
038200     MOVE "//SGSTCTL  DD *" TO JD-CARD.                           K6SGSW.1
038300     WRITE JD-CARD.                                               K6SGSW.1
038400     MOVE WS-LEG-LIMIT TO LC-LIMIT.                               K6SGSW.1
038500     MOVE LIMIT-CARD TO JD-CARD.                                  K6SGSW.1
038600     WRITE JD-CARD.                                               K6SGSW.1
038700     MOVE DELIM-CARD TO JD-CARD.                                  K6SGSW.1
038800     WRITE JD-CARD.                                               K6SGSW.1
038900 4100-EXIT.                                                       K6SGSW.1
039000     EXIT.                                                        K6SGSW.1
039100*================================================================ K6SGSW.1
039200* 4200-COMPILE-STEP -- IGYWCLG ON THE STAMPED COPY, NOADV SO      K6SGSW.1
039300* THE X-55 PRINT RECORDS ARE THE PROGRAM'S OWN 120 BYTES.         K6SGSW.1
039400*================================================================ K6SGSW.1
039500 4200-COMPILE-STEP.                                               K6SGSW.1
039600     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
039700     STRING "//SGCL" WS-LEG-NO "   EXEC IGYWCLG,COND=(0,NE,STMP"  K6SGSW.1
039800            WS-LEG-NO "),"                                        K6SGSW.1
039900         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
040000     WRITE JD-CARD.                                               K6SGSW.1
040100     MOVE "//            PARM.COBOL='NOADV'" TO JD-CARD.          K6SGSW.1
040200     WRITE JD-CARD.                                               K6SGSW.1
040300     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
040400     STRING "//COBOL.SYSIN DD DSN=&&SGSRC" WS-LEG-NO              K6SGSW.1
040500            ",DISP=(OLD,DELETE)"                                  K6SGSW.1
040600         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
040700     WRITE JD-CARD.                                               K6SGSW.1
040800     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
040900     STRING "//GO." DEV-X55-UNIT DELIMITED BY SPACE               K6SGSW.1
041000            " DD DSN=&&SGPRT" WS-LEG-NO ",DISP=(OLD,PASS)"        K6SGSW.1
041100         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
041200     WRITE JD-CARD.                                               K6SGSW.1
041300 4200-EXIT.                                                       K6SGSW.1
041400     EXIT.                                                        K6SGSW.1
041500*================================================================ K6SGSW.1
041600* 4300-POST-STEP -- K6SGPT, COND=EVEN SO AN ABEND AT THIS LIMIT   K6SGSW.1
041700* IS POSTED TOO.                                                  K6SGSW.1
041800*================================================================ K6SGSW.1
041900 4300-POST-STEP.                                                  K6SGSW.1
042000     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
042100     STRING "//SGPT" WS-LEG-NO "   EXEC PGM=K6SGPT,COND=EVEN"     K6SGSW.1
042200         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
042300     WRITE JD-CARD.                                               K6SGSW.1
042400     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
042500     STRING "//" DEV-X62-UNIT " DD DSN=CCVS.RAWDATA."             K6SGSW.1
042600         DELIMITED BY SIZE                                        K6SGSW.1
042700            WS-TARGET-ID DELIMITED BY SPACE                       K6SGSW.1
042800            ",DISP=SHR" DELIMITED BY SIZE                         K6SGSW.1
042900         INTO JD-CARD.                                            K6SGSW.1
043000     WRITE JD-CARD.                                               K6SGSW.1
043100     MOVE SPACE TO JD-CARD.                                       K6SGSW.1
043200     STRING "//PRTIN    DD DSN=&&SGPRT" WS-LEG-NO                 K6SGSW.1
043300            ",DISP=(OLD,DELETE)"                                  K6SGSW.1
043400         DELIMITED BY SIZE INTO JD-CARD.                          K6SGSW.1
043500     WRITE JD-CARD.                                               K6SGSW.1
043600     MOVE "//CSVOUT   DD DSN=CCVS.SGSWEEP.CSV,DISP=MOD"           K6SGSW.1
043700         TO JD-CARD.                                              K6SGSW.1
043800     WRITE JD-CARD.                                               K6SGSW.1
043900     MOVE "//SGPTRPT  DD SYSOUT=A" TO JD-CARD.                    K6SGSW.1
044000     WRITE JD-CARD.                                               K6SGSW.1
044100     MOVE "//SGPTCTL  DD *" TO JD-CARD.                           K6SGSW.1
044200     WRITE JD-CARD.                                               K6SGSW.1
044300     MOVE PGM-ID (WS-PX) TO PCC-PGM-ID.                           K6SGSW.1
044400     MOVE WS-LEG-LIMIT TO PCC-LIMIT.                              K6SGSW.1
044500     MOVE POST-CTL-CARD TO JD-CARD.                               K6SGSW.1
044600     WRITE JD-CARD.                                               K6SGSW.1
044700     MOVE DELIM-CARD TO JD-CARD.                                  K6SGSW.1
044800     WRITE JD-CARD.                                               K6SGSW.1
044900 4300-EXIT.                                                       K6SGSW.1
045000     EXIT.                                                        K6SGSW.1
