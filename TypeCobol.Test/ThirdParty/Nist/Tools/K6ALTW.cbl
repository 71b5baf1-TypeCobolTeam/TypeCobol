000100 IDENTIFICATION DIVISION.                                         K6ALTW.1
000200 PROGRAM-ID.                                                      K6ALTW.1
000300     K6ALTW.                                                      K6ALTW.1
000400*================================================================ K6ALTW.1
000500* K6ALTW -- ALTERNATE-DEVICE WINDOW JOB-DECK GENERATOR.           K6ALTW.1
000600*================================================================ K6ALTW.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6ALTW.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6ALTW.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6ALTW.1
001000* DATE-COMPILED.                                                  K6ALTW.1
001100*                                                                 K6ALTW.1
001200* REMARKS.                                                        K6ALTW.1
001300*    K6SITE.CPY CARRIES X-44 AND X-45 AS THE ALTERNATE DEVICES    K6ALTW.1
001400*    FOR THE PRIMARY AND SECONDARY WORK FILES (SYS010A/SYS011A),  K6ALTW.1
001500*    BUT NO WINDOW EVER RAN AGAINST THEM -- THE DEVOVRD CARD IN   K6ALTW.1
001600*    IX208A MOVES ONE ROLE AT A TIME BY HAND.  THIS PROGRAM       K6ALTW.1
001700*    WRITES THE DECK FOR THE NAMED ALTERNATE-DEVICE WINDOW "A":   K6ALTW.1
001800*    EVERY IX AND SQ PROGRAM ON THE STEP-LIST, IN STEP-LIST       K6ALTW.1
001900*    ORDER, WITH EVERY PRIMARY WORK-FILE ROLE SWAPPED TO ITS      K6ALTW.1
002000*    ALTERNATE.                                                   K6ALTW.1
002100*                                                                 K6ALTW.1
002200*      - IX PROGRAMS: X-24/X-25 (SYS010/SYS011) POINT AT THE      K6ALTW.1
002300*        CCVS.ALTDEV CLUSTERS, WHICH ARE DEFINED ON THE X-44 AND  K6ALTW.1
002400*        X-45 VOLUMES, AND THE DEVOVRD CARDS RECORD THE SWAP ON   K6ALTW.1
002500*        THE PROGRAM'S OWN PRINTOUT.                              K6ALTW.1
002600*      - SQ PROGRAMS: THE SCRATCH WORK FILES (SYS013-SYS015)      K6ALTW.1
002700*        ARE ALLOCATED ON THE ALTERNATE UNITS -- THE FIRST FILE   K6ALTW.1
002800*        ON X-44, THE SECOND AND THIRD ON X-45.  SQ HAS NO        K6ALTW.1
002900*        ALTERNATE ROLES OF ITS OWN IN K6SITE.                    K6ALTW.1
003000*                                                                 K6ALTW.1
003100*    EVERY STEP GETS THE WINDOWID CARD "A", SO ITS RAW-DATA       K6ALTW.1
003200*    RECORD IS TAGGED WITH THE WINDOW AND NEITHER REPLACES NOR    K6ALTW.1
003300*    IS REPLACED BY THE PRIMARY-DEVICE HISTORY (SEE               K6ALTW.1
003400*    SUPERSEDE-PRIOR-RUNS), AND A K6CKPT "DONE" STEP STAMPED      K6ALTW.1
003500*    WITH THE SAME WINDOW.  K6ALTC COMPARES THE TWO SIDES.        K6ALTW.1
003600*                                                                 K6ALTW.1
003700*    FILES.                                                       K6ALTW.1
003800*        STEPLIST  FULL STEP-LIST (K6ISEL LAYOUT).                K6ALTW.1
003900*        ALTWCTL   OPTIONAL -- TARGET IN COLUMNS 1-8, DEFAULT     K6ALTW.1
004000*                  K6TARG.                                        K6ALTW.1
004100*        JCLOUT    THE DECK.                                      K6ALTW.1
004200*                                                                 K6ALTW.1
004300*    THE DEVICE-ROLE VALUES BELOW MIRROR THE K6SITE.CPY TABLE --  K6ALTW.1
004400*    WHEN A ROLE MOVES TO A NEW UNIT, CHANGE K6SITE AND THIS      K6ALTW.1
004500*    TABLE TOGETHER.                                              K6ALTW.1
004600*                                                                 K6ALTW.1
004700* RETURN CODES.                                                   K6ALTW.1
004800*    0   DECK WRITTEN.                                            K6ALTW.1
004900*    8   NO IX OR SQ PROGRAM ON THE STEP-LIST -- EMPTY DECK.      K6ALTW.1
005000*                                                                 K6ALTW.1
005100* MODIFICATION HISTORY.                                           K6ALTW.1
005200*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6ALTW.1
005300*================================================================ K6ALTW.1
005400*                                                                 K6ALTW.1
005500 ENVIRONMENT DIVISION.                                            K6ALTW.1
005600 CONFIGURATION SECTION.                                           K6ALTW.1
005700 SOURCE-COMPUTER.                                                 K6ALTW.1
005800     OUR-MAINFRAME.                                               K6ALTW.1
005900 OBJECT-COMPUTER.                                                 K6ALTW.1
006000     OUR-MAINFRAME.                                               K6ALTW.1
006100 INPUT-OUTPUT SECTION.                                            K6ALTW.1
006200 FILE-CONTROL.                                                    K6ALTW.1
006300     SELECT STEP-LIST ASSIGN TO STEPLIST                          K6ALTW.1
006400         ORGANIZATION IS SEQUENTIAL.                              K6ALTW.1
006500     SELECT OPTIONAL ALTW-CTL ASSIGN TO ALTWCTL                   K6ALTW.1
006600         ORGANIZATION IS SEQUENTIAL                               K6ALTW.1
006700         FILE STATUS IS WS-CTL-STATUS.                            K6ALTW.1
006800     SELECT JCL-DECK ASSIGN TO JCLOUT                             K6ALTW.1
006900         ORGANIZATION IS SEQUENTIAL.                              K6ALTW.1
007000*                                                                 K6ALTW.1
007100 DATA DIVISION.                                                   K6ALTW.1
007200 FILE SECTION.                                                    K6ALTW.1
007300 FD  STEP-LIST                                                    K6ALTW.1
007400     LABEL RECORDS ARE STANDARD.                                  K6ALTW.1
007500 01  SL-STEP-ENTRY.                                               K6ALTW.1
007600     05  SL-PGM-ID            PIC X(6).                           K6ALTW.1
007700     05  SL-JOB-CLASS         PIC X(1).                           K6ALTW.1
007800     05  SL-REQUIRES-1        PIC X(6).                           K6ALTW.1
007900     05  SL-REQUIRES-2        PIC X(6).                           K6ALTW.1
008000 FD  ALTW-CTL                                                     K6ALTW.1
008100     LABEL RECORDS ARE STANDARD.                                  K6ALTW.1
008200 01  AC-CONTROL-CARD.                                             K6ALTW.1
008300     05  AC-TARGET-ID         PIC X(8).                           K6ALTW.1
008400     05  FILLER               PIC X(72).                          K6ALTW.1
008500 FD  JCL-DECK                                                     K6ALTW.1
008600     LABEL RECORDS ARE STANDARD.                                  K6ALTW.1
008700 01  JD-CARD                  PIC X(80).                          K6ALTW.1
008800*                                                                 K6ALTW.1
008900 WORKING-STORAGE SECTION.                                         K6ALTW.1
009000     COPY K6TARG.                                                 K6ALTW.1
009100* ----------------------------------------------------------      K6ALTW.1
009200* DEVICE-ROLE ASSIGNMENTS -- KEPT IN STEP WITH K6SITE.CPY.        K6ALTW.1
009300* ----------------------------------------------------------      K6ALTW.1
009400 01  DEV-X24-UNIT             PIC X(8)   VALUE "SYS010  ".        K6ALTW.1
009500 01  DEV-X25-UNIT             PIC X(8)   VALUE "SYS011  ".        K6ALTW.1
009600 01  DEV-X44-UNIT             PIC X(8)   VALUE "SYS010A ".        K6ALTW.1
009700 01  DEV-X45-UNIT             PIC X(8)   VALUE "SYS011A ".        K6ALTW.1
009800 01  DEV-X55-UNIT             PIC X(8)   VALUE "SYSLPT  ".        K6ALTW.1
009900 01  DEV-X62-UNIT             PIC X(8)   VALUE "SYS012  ".        K6ALTW.1
010000 01  DEV-X01-UNIT             PIC X(8)   VALUE "SYS013  ".        K6ALTW.1
010100 01  DEV-X02-UNIT             PIC X(8)   VALUE "SYS014  ".        K6ALTW.1
010200 01  DEV-X03-UNIT             PIC X(8)   VALUE "SYS015  ".        K6ALTW.1
010300* ----------------------------------------------------------      K6ALTW.1
010400* SWITCHES AND COUNTERS.                                          K6ALTW.1
010500* ----------------------------------------------------------      K6ALTW.1
010600 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6ALTW.1
010700 77  WS-LIST-EOF-SW           PIC X      VALUE "N".               K6ALTW.1
010800     88  WS-LIST-EOF                     VALUE "Y".               K6ALTW.1
010900 77  WS-STEP-COUNT            PIC 9(3)   VALUE ZERO.              K6ALTW.1
011000 77  WS-TARGET-ID             PIC X(8)   VALUE SPACE.             K6ALTW.1
011100 77  WS-WINDOW-ID             PIC X(1)   VALUE "A".               K6ALTW.1
011200* ----------------------------------------------------------      K6ALTW.1
011300* CARD IMAGES.                                                    K6ALTW.1
011400* ----------------------------------------------------------      K6ALTW.1
011500 01  JOB-CARD.                                                    K6ALTW.1
011600     05  FILLER   PIC X(80) VALUE                                 K6ALTW.1
011700         "//K6ALTW  JOB (CCVS),'ALT DEVICE',CLASS=A,MSGCLASS=X".  K6ALTW.1
011800 01  JOB-COMMENT-CARD.                                            K6ALTW.1
011900     05  FILLER   PIC X(80) VALUE                                 K6ALTW.1
012000         "//* ALTERNATE-DEVICE WINDOW A -- BUILT BY K6ALTW".      K6ALTW.1
012100 01  EXEC-CARD.                                                   K6ALTW.1
012200     05  FILLER           PIC X(2)  VALUE "//".                   K6ALTW.1
012300     05  EXC-STEP-NAME.                                           K6ALTW.1
012400         10  FILLER       PIC X(4)  VALUE "ALTD".                 K6ALTW.1
012500         10  EXC-STEP-NO  PIC 9(3).                               K6ALTW.1
012600     05  FILLER           PIC X(2)  VALUE SPACE.                  K6ALTW.1
012700     05  FILLER           PIC X(9)  VALUE "EXEC PGM=".            K6ALTW.1
012800     05  EXC-PGM-ID       PIC X(6).                               K6ALTW.1
012900     05  FILLER           PIC X(54) VALUE SPACE.                  K6ALTW.1
013000 01  DD-DSN-CARD.                                                 K6ALTW.1
013100     05  FILLER           PIC X(2)  VALUE "//".                   K6ALTW.1
013200     05  DDC-DDNAME       PIC X(8).                               K6ALTW.1
013300     05  FILLER           PIC X(1)  VALUE SPACE.                  K6ALTW.1
013400     05  FILLER           PIC X(7)  VALUE "DD DSN=".              K6ALTW.1
013500*    DSN AND DISPOSITION, BUILT BY 3500-BUILD-DSN WITH THE        K6ALTW.1
013600*    NODE PADDING SQUEEZED OUT SO THE DATASET NAME CARRIES        K6ALTW.1
013700*    NO EMBEDDED BLANKS.                                          K6ALTW.1
013800     05  DDC-DSN-AREA     PIC X(62).                              K6ALTW.1
013900 01  WS-DSN-NODE              PIC X(14)  VALUE SPACE.             K6ALTW.1
014000 01  WS-DSN-LAST              PIC X(8)   VALUE SPACE.             K6ALTW.1
014100 01  DD-SYSOUT-CARD.                                              K6ALTW.1
014200     05  FILLER           PIC X(2)  VALUE "//".                   K6ALTW.1
014300     05  DDS-DDNAME       PIC X(8).                               K6ALTW.1
014400     05  FILLER           PIC X(1)  VALUE SPACE.                  K6ALTW.1
014500     05  FILLER           PIC X(11) VALUE "DD SYSOUT=A".          K6ALTW.1
014600     05  FILLER           PIC X(58) VALUE SPACE.                  K6ALTW.1
014700*    SCRATCH WORK FILE ON AN ALTERNATE UNIT, BUILT BY             K6ALTW.1
014800*    3600-BUILD-SCRATCH.                                          K6ALTW.1
014900 01  DD-SCRATCH-CARD.                                             K6ALTW.1
015000     05  FILLER           PIC X(2)  VALUE "//".                   K6ALTW.1
015100     05  DDW-DDNAME       PIC X(8).                               K6ALTW.1
015200     05  FILLER           PIC X(1)  VALUE SPACE.                  K6ALTW.1
015300     05  DDW-UNIT-AREA    PIC X(69).                              K6ALTW.1
015400 01  WS-SCRATCH-UNIT          PIC X(8)   VALUE SPACE.             K6ALTW.1
015500 01  DD-INSTREAM-CARD.                                            K6ALTW.1
015600     05  FILLER           PIC X(2)  VALUE "//".                   K6ALTW.1
015700     05  DDI-DDNAME       PIC X(8).                               K6ALTW.1
015800     05  FILLER           PIC X(1)  VALUE SPACE.                  K6ALTW.1
015900     05  FILLER           PIC X(4)  VALUE "DD *".                 K6ALTW.1
016000     05  FILLER           PIC X(65) VALUE SPACE.                  K6ALTW.1
016100 01  WINDOW-CARD.                                                 K6ALTW.1
016200     05  WNC-WINDOW-ID    PIC X(1).                               K6ALTW.1
016300     05  FILLER           PIC X(79) VALUE SPACE.                  K6ALTW.1
016400*    DEVOVRD CARD -- ROLE, ONE BLANK, THE UNIT NOW SERVING IT.    K6ALTW.1
016500 01  OVERRIDE-CARD.                                               K6ALTW.1
016600     05  OVC-ROLE         PIC X(4).                               K6ALTW.1
016700     05  FILLER           PIC X(1)  VALUE SPACE.                  K6ALTW.1
016800     05  OVC-VALUE        PIC X(8).                               K6ALTW.1
016900     05  FILLER           PIC X(67) VALUE SPACE.                  K6ALTW.1
017000 01  CKPT-EXEC-CARD.                                              K6ALTW.1
017100     05  FILLER           PIC X(2)  VALUE "//".                   K6ALTW.1
017200     05  CKX-STEP-NAME.                                           K6ALTW.1
017300         10  FILLER       PIC X(4)  VALUE "CKPT".                 K6ALTW.1
017400         10  CKX-STEP-NO  PIC 9(3).                               K6ALTW.1
017500     05  FILLER           PIC X(2)  VALUE SPACE.                  K6ALTW.1
017600     05  FILLER           PIC X(16) VALUE "EXEC PGM=K6CKPT ".     K6ALTW.1
017700     05  FILLER           PIC X(53) VALUE SPACE.                  K6ALTW.1
017800 01  CKPT-DD-CARD.                                                K6ALTW.1
017900     05  FILLER   PIC X(80) VALUE "//CKPTCTL  DD *".              K6ALTW.1
018000*    K6CKPT CONTROL CARD -- OPERATION, PROGRAM, TICKET, CLASS,    K6ALTW.1
018100*    SLA MINUTES AND THE WINDOW STAMP IN COLUMN 28.               K6ALTW.1
018200 01  CKPT-DONE-CARD.                                              K6ALTW.1
018300     05  FILLER           PIC X(8)  VALUE "DONE    ".             K6ALTW.1
018400     05  CKD-PGM-ID       PIC X(6).                               K6ALTW.1
018500     05  FILLER           PIC X(9)  VALUE SPACE.                  K6ALTW.1
018600     05  FILLER           PIC 9(4)  VALUE ZERO.                   K6ALTW.1
018700     05  CKD-WINDOW-ID    PIC X(1).                               K6ALTW.1
018800     05  FILLER           PIC X(52) VALUE SPACE.                  K6ALTW.1
018900 01  DELIM-CARD.                                                  K6ALTW.1
019000     05  FILLER   PIC X(80) VALUE "/*".                           K6ALTW.1
019100 01  NULL-CARD.                                                   K6ALTW.1
019200     05  FILLER   PIC X(80) VALUE "//".                           K6ALTW.1
019300*                                                                 K6ALTW.1
019400 PROCEDURE DIVISION.                                              K6ALTW.1
019500*================================================================ K6ALTW.1
019600* 0000-MAINLINE -- JOB CARD, ONE STEP GROUP PER IX OR SQ          K6ALTW.1
019700* PROGRAM ON THE STEP-LIST, CLOSING NULL CARD.                    K6ALTW.1
019800*================================================================ K6ALTW.1
019900 0000-MAINLINE.                                                   K6ALTW.1
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6ALTW.1
020100     PERFORM 2000-READ-LIST THRU 2000-EXIT.                       K6ALTW.1
020200     PERFORM 3000-BUILD-STEP THRU 3000-EXIT                       K6ALTW.1
020300             UNTIL WS-LIST-EOF.                                   K6ALTW.1
020400     PERFORM 7000-FINISH-DECK THRU 7000-EXIT.                     K6ALTW.1
020500     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6ALTW.1
020600     STOP RUN.                                                    K6ALTW.1
020700*================================================================ K6ALTW.1
020800* 1000-INITIALIZE -- TARGET FROM THE OPTIONAL CONTROL CARD,       K6ALTW.1
020900* OPEN FILES AND WRITE THE JOB CARD.                              K6ALTW.1
021000*================================================================ K6ALTW.1
021100 1000-INITIALIZE.                                                 K6ALTW.1
021200     MOVE K6-TARGET-ID TO WS-TARGET-ID.                           K6ALTW.1
021300     OPEN INPUT ALTW-CTL.                                         K6ALTW.1
021400     IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "05"     K6ALTW.1
021500         GO TO 1000-OPEN-DECK.                                    K6ALTW.1
021600     READ ALTW-CTL                                                K6ALTW.1
021700         AT END MOVE SPACE TO AC-TARGET-ID.                       K6ALTW.1
021800     IF AC-TARGET-ID NOT = SPACE                                  K6ALTW.1
021900         MOVE AC-TARGET-ID TO WS-TARGET-ID.                       K6ALTW.1
022000     CLOSE ALTW-CTL.                                              K6ALTW.1
022100 1000-OPEN-DECK.                                                  K6ALTW.1
022200     OPEN INPUT  STEP-LIST.                                       K6ALTW.1
022300     OPEN OUTPUT JCL-DECK.                                        K6ALTW.1
022400     MOVE JOB-CARD TO JD-CARD.                                    K6ALTW.1
022500     WRITE JD-CARD.                                               K6ALTW.1
022600     MOVE JOB-COMMENT-CARD TO JD-CARD.                            K6ALTW.1
022700     WRITE JD-CARD.                                               K6ALTW.1
022800 1000-EXIT.                                                       K6ALTW.1
022900     EXIT.                                                        K6ALTW.1
023000*================================================================ K6ALTW.1
023100* 2000-READ-LIST -- NEXT STEP-LIST ENTRY.                         K6ALTW.1
023200*================================================================ K6ALTW.1
023300 2000-READ-LIST.                                                  K6ALTW.1
023400     READ STEP-LIST                                               K6ALTW.1
023500         AT END SET WS-LIST-EOF TO TRUE.                          K6ALTW.1
023600 2000-EXIT.                                                       K6ALTW.1
023700     EXIT.                                                        K6ALTW.1
023800*================================================================ K6ALTW.1
023900* 3000-BUILD-STEP -- EXEC CARD AND THE DD CARDS FOR AN IX OR      K6ALTW.1
024000* SQ PROGRAM WITH ITS WORK FILES ON THE ALTERNATE DEVICES,        K6ALTW.1
024100* THE WINDOW CARD, THEN THE K6CKPT "DONE" STEP.                   K6ALTW.1
024200*================================================================ K6ALTW.1
024300 3000-BUILD-STEP.                                                 K6ALTW.1
024400     IF SL-PGM-ID (1:2) NOT = "IX" AND SL-PGM-ID (1:2) NOT = "SQ" K6ALTW.1
024500         GO TO 3000-NEXT.                                         K6ALTW.1
024600     ADD 1 TO WS-STEP-COUNT.                                      K6ALTW.1
024700     MOVE WS-STEP-COUNT TO EXC-STEP-NO.                           K6ALTW.1
024800     MOVE SL-PGM-ID TO EXC-PGM-ID.                                K6ALTW.1
024900     MOVE EXEC-CARD TO JD-CARD.                                   K6ALTW.1
025000     WRITE JD-CARD.                                               K6ALTW.1
025100*    X-62 -- THE RAW-DATA HISTORY FILE, EVERY PROGRAM.            K6ALTW.1
025200     MOVE DEV-X62-UNIT TO DDC-DDNAME.                             K6ALTW.1
025300     MOVE "RAWDATA " TO WS-DSN-NODE.                              K6ALTW.1
025400     MOVE WS-TARGET-ID TO WS-DSN-LAST.                            K6ALTW.1
025500     PERFORM 3500-BUILD-DSN THRU 3500-EXIT.                       K6ALTW.1
025600     MOVE DD-DSN-CARD TO JD-CARD.                                 K6ALTW.1
025700     WRITE JD-CARD.                                               K6ALTW.1
025800*    X-55 -- THE SYSTEM PRINTER, EVERY PROGRAM.                   K6ALTW.1
025900     MOVE DEV-X55-UNIT TO DDS-DDNAME.                             K6ALTW.1
026000     MOVE DD-SYSOUT-CARD TO JD-CARD.                              K6ALTW.1
026100     WRITE JD-CARD.                                               K6ALTW.1
026200     IF SL-PGM-ID (1:2) = "IX"                                    K6ALTW.1
026300         PERFORM 3100-IX-WORK-FILES THRU 3100-EXIT                K6ALTW.1
026400     ELSE                                                         K6ALTW.1
026500         PERFORM 3200-SQ-WORK-FILES THRU 3200-EXIT.               K6ALTW.1
026600*    THE NAMED-WINDOW CARD -- TAGS THE RAW-DATA RECORD "A".       K6ALTW.1
026700     MOVE "WINDOWID" TO DDI-DDNAME.                               K6ALTW.1
026800     MOVE DD-INSTREAM-CARD TO JD-CARD.                            K6ALTW.1
026900     WRITE JD-CARD.                                               K6ALTW.1
027000     MOVE WS-WINDOW-ID TO WNC-WINDOW-ID.                          K6ALTW.1
027100     MOVE WINDOW-CARD TO JD-CARD.                                 K6ALTW.1
027200     WRITE JD-CARD.                                               K6ALTW.1
027300     MOVE DELIM-CARD TO JD-CARD.                                  K6ALTW.1
027400     WRITE JD-CARD.                                               K6ALTW.1
027500*    K6CKPT POSITIONING, STAMPED WITH THE WINDOW.                 K6ALTW.1
027600     MOVE WS-STEP-COUNT TO CKX-STEP-NO.                           K6ALTW.1
027700     MOVE CKPT-EXEC-CARD TO JD-CARD.                              K6ALTW.1
027800     WRITE JD-CARD.                                               K6ALTW.1
027900     MOVE CKPT-DD-CARD TO JD-CARD.                                K6ALTW.1
028000     WRITE JD-CARD.                                               K6ALTW.1
028100     MOVE SL-PGM-ID TO CKD-PGM-ID.                                K6ALTW.1
028200     MOVE WS-WINDOW-ID TO CKD-WINDOW-ID.                          K6ALTW.1
028300     MOVE CKPT-DONE-CARD TO JD-CARD.                              K6ALTW.1
028400     WRITE JD-CARD.                                               K6ALTW.1
028500     MOVE DELIM-CARD TO JD-CARD.                                  K6ALTW.1
028600     WRITE JD-CARD.                                               K6ALTW.1
028700 3000-NEXT.                                                       K6ALTW.1
028800     PERFORM 2000-READ-LIST THRU 2000-EXIT.                       K6ALTW.1
028900 3000-EXIT.                                                       K6ALTW.1
029000     EXIT.                                                        K6ALTW.1
029100*================================================================ K6ALTW.1
029200* 3100-IX-WORK-FILES -- X-24/X-25 ON THE ALTERNATE-DEVICE         K6ALTW.1
029300* CLUSTERS, AND THE DEVOVRD CARDS NAMING THE SWAP.                K6ALTW.1
029400*================================================================ K6ALTW.1
029500 3100-IX-WORK-FILES.                                              K6ALTW.1
029600     MOVE DEV-X24-UNIT TO DDC-DDNAME.                             K6ALTW.1
029700     MOVE "ALTDEV.IXFD1" TO WS-DSN-NODE.                          K6ALTW.1
029800     MOVE SL-PGM-ID TO WS-DSN-LAST.                               K6ALTW.1
029900     PERFORM 3500-BUILD-DSN THRU 3500-EXIT.                       K6ALTW.1
030000     MOVE DD-DSN-CARD TO JD-CARD.                                 K6ALTW.1
030100     WRITE JD-CARD.                                               K6ALTW.1
030200     MOVE DEV-X25-UNIT TO DDC-DDNAME.                             K6ALTW.1
030300     MOVE "ALTDEV.IXFS2" TO WS-DSN-NODE.                          K6ALTW.1
030400     MOVE SL-PGM-ID TO WS-DSN-LAST.                               K6ALTW.1
030500     PERFORM 3500-BUILD-DSN THRU 3500-EXIT.                       K6ALTW.1
030600     MOVE DD-DSN-CARD TO JD-CARD.                                 K6ALTW.1
030700     WRITE JD-CARD.                                               K6ALTW.1
030800     MOVE "DEVOVRD " TO DDI-DDNAME.                               K6ALTW.1
030900     MOVE DD-INSTREAM-CARD TO JD-CARD.                            K6ALTW.1
031000     WRITE JD-CARD.                                               K6ALTW.1
031100     MOVE "X-24" TO OVC-ROLE.                                     K6ALTW.1
031200     MOVE DEV-X44-UNIT TO OVC-VALUE.                              K6ALTW.1
031300     MOVE OVERRIDE-CARD TO JD-CARD.                               K6ALTW.1
031400     WRITE JD-CARD.                                               K6ALTW.1
031500     MOVE "X-25" TO OVC-ROLE.                                     K6ALTW.1
031600     MOVE DEV-X45-UNIT TO OVC-VALUE.                              K6ALTW.1
031700     MOVE OVERRIDE-CARD TO JD-CARD.                               K6ALTW.1
031800     WRITE JD-CARD.                                               K6ALTW.1
031900     MOVE DELIM-CARD TO JD-CARD.                                  K6ALTW.1
032000     WRITE JD-CARD.                                               K6ALTW.1
032100 3100-EXIT.                                                       K6ALTW.1
032200     EXIT.                                                        K6ALTW.1
032300*================================================================ K6ALTW.1
032400* 3200-SQ-WORK-FILES -- THE SCRATCH WORK FILES ON THE             K6ALTW.1
032500* ALTERNATE UNITS: FIRST FILE X-44, SECOND AND THIRD X-45.        K6ALTW.1
032600*================================================================ K6ALTW.1
032700 3200-SQ-WORK-FILES.                                              K6ALTW.1
032800     MOVE DEV-X01-UNIT TO DDW-DDNAME.                             K6ALTW.1
032900     MOVE DEV-X44-UNIT TO WS-SCRATCH-UNIT.                        K6ALTW.1
033000     PERFORM 3600-BUILD-SCRATCH THRU 3600-EXIT.                   K6ALTW.1
033100     MOVE DEV-X02-UNIT TO DDW-DDNAME.                             K6ALTW.1
033200     MOVE DEV-X45-UNIT TO WS-SCRATCH-UNIT.                        K6ALTW.1
033300     PERFORM 3600-BUILD-SCRATCH THRU 3600-EXIT.                   K6ALTW.1
033400     MOVE DEV-X03-UNIT TO DDW-DDNAME.                             K6ALTW.1
033500     MOVE DEV-X45-UNIT TO WS-SCRATCH-UNIT.                        K6ALTW.1
033600     PERFORM 3600-BUILD-SCRATCH THRU 3600-EXIT.                   K6ALTW.1
033700 3200-EXIT.                                                       K6ALTW.1
033800     EXIT.                                                        K6ALTW.1
033900*================================================================ K6ALTW.1
034000* 3500-BUILD-DSN -- ASSEMBLE DSN=CCVS.<NODE>.<LAST>,DISP=SHR      K6ALTW.1
034100* INTO THE DD CARD WITH THE FIELD PADDING SQUEEZED OUT.           K6ALTW.1
034200*================================================================ K6ALTW.1
034300 3500-BUILD-DSN.                                                  K6ALTW.1
034400     MOVE SPACE TO DDC-DSN-AREA.                                  K6ALTW.1
034500     STRING "CCVS."      DELIMITED BY SIZE                        K6ALTW.1
034600            WS-DSN-NODE  DELIMITED BY SPACE                       K6ALTW.1
034700            "."          DELIMITED BY SIZE                        K6ALTW.1
034800            WS-DSN-LAST  DELIMITED BY SPACE                       K6ALTW.1
034900            ",DISP=SHR"  DELIMITED BY SIZE                        K6ALTW.1
035000         INTO DDC-DSN-AREA.                                       K6ALTW.1
035100 3500-EXIT.                                                       K6ALTW.1
035200     EXIT.                                                        K6ALTW.1
035300*================================================================ K6ALTW.1
035400* 3600-BUILD-SCRATCH -- ONE SCRATCH DD ON WS-SCRATCH-UNIT.        K6ALTW.1
035500*================================================================ K6ALTW.1
035600 3600-BUILD-SCRATCH.                                              K6ALTW.1
035700     MOVE SPACE TO DDW-UNIT-AREA.                                 K6ALTW.1
035800     STRING "DD UNIT="         DELIMITED BY SIZE                  K6ALTW.1
035900            WS-SCRATCH-UNIT    DELIMITED BY SPACE                 K6ALTW.1
036000            ",SPACE=(CYL,(5,5)),DISP=(NEW,DELETE)"                K6ALTW.1
036100                               DELIMITED BY SIZE                  K6ALTW.1
036200         INTO DDW-UNIT-AREA.                                      K6ALTW.1
036300     MOVE DD-SCRATCH-CARD TO JD-CARD.                             K6ALTW.1
036400     WRITE JD-CARD.                                               K6ALTW.1
036500 3600-EXIT.                                                       K6ALTW.1
036600     EXIT.                                                        K6ALTW.1
036700*================================================================ K6ALTW.1
036800* 7000-FINISH-DECK -- CLOSING NULL CARD.                          K6ALTW.1
036900*================================================================ K6ALTW.1
037000 7000-FINISH-DECK.                                                K6ALTW.1
037100     MOVE NULL-CARD TO JD-CARD.                                   K6ALTW.1
037200     WRITE JD-CARD.                                               K6ALTW.1
037300 7000-EXIT.                                                       K6ALTW.1
037400     EXIT.                                                        K6ALTW.1
037500*================================================================ K6ALTW.1
037600* 9999-TERMINATE -- CLOSE EVERYTHING AND SET THE RETURN CODE.     K6ALTW.1
037700*================================================================ K6ALTW.1
037800 9999-TERMINATE.                                                  K6ALTW.1
037900     CLOSE STEP-LIST.                                             K6ALTW.1
038000     CLOSE JCL-DECK.                                              K6ALTW.1
038100     IF WS-STEP-COUNT = ZERO                                      K6ALTW.1
038200         MOVE 8 TO RETURN-CODE                                    K6ALTW.1
038300     ELSE                                                         K6ALTW.1
038400         MOVE 0 TO RETURN-CODE.                                   K6ALTW.1
038500 9999-EXIT.                                                       K6ALTW.1
038600     EXIT.                                                        K6ALTW.1
