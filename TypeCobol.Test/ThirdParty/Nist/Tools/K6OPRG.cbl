000100 IDENTIFICATION DIVISION.                                         K6OPRG.1
000200 PROGRAM-ID.                                                      K6OPRG.1
000300     K6OPRG.                                                      K6OPRG.1
000400*================================================================ K6OPRG.1
000500* K6OPRG -- COMPILE-OPTION PROFILE REGISTER CHECK, LISTING AND    K6OPRG.1
000600* PARM BUILD.                                                     K6OPRG.1
000700*================================================================ K6OPRG.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6OPRG.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6OPRG.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6OPRG.1
001100* DATE-COMPILED.                                                  K6OPRG.1
001200*                                                                 K6OPRG.1
001300* REMARKS.                                                        K6OPRG.1
001400*    K6TARG TELLS THE HISTORY WHICH COMPILER AND PLATFORM         K6OPRG.1
001500*    PRODUCED A RESULT, BUT NOT WHICH COMPILE OPTIONS -- AND      K6OPRG.1
001600*    THE ARITHMETIC (NC) AND INDEXED (IX) PROGRAMS BEHAVE         K6OPRG.1
001700*    DIFFERENTLY UNDER TRUNCATION, PRECISION AND OPTIMIZATION     K6OPRG.1
001800*    SETTINGS.  THE OPTPROF REGISTER (K6OPRF.CPY) NAMES EACH      K6OPRG.1
001900*    OPTION SET WE BUILD UNDER -- PROD, DEBUG, MAXOPT AND SO ON   K6OPRG.1
002000*    -- AND MARKS THE ONE THE APPLICATION TEAMS BUILD             K6OPRG.1
002100*    PRODUCTION WITH.  EVERY RESULT CARRIES THE PROFILE IT WAS    K6OPRG.1
002200*    COMPILED UNDER (K6COPT.CPY), K6GATE AND K6CERT CERTIFY ONLY  K6OPRG.1
002300*    THE PRODUCTION PROFILE, AND K6XTGT COMPARES TWO PROFILES     K6OPRG.1
002400*    ON ONE TARGET PAR-NAME BY PAR-NAME.                          K6OPRG.1
002500*                                                                 K6OPRG.1
002600*    THIS PROGRAM VALIDATES THE REGISTER, LISTS IT, AND WRITES    K6OPRG.1
002700*    ONE PARM RECORD PER PROFILE (PROFILE ID, THEN THE OPTIONS    K6OPRG.1
002800*    COMMA-SEPARATED) THAT THE PER-PROFILE COMPILE JCL PICKS UP,  K6OPRG.1
002900*    SO THE OPTIONS A LOAD MODULE IS BUILT WITH AND THE PROFILE   K6OPRG.1
003000*    ITS RESULTS CLAIM COME FROM THE SAME REGISTER ENTRY.  A      K6OPRG.1
003100*    REGISTER IS IN ERROR WHEN                                    K6OPRG.1
003200*      - A PROFILE ID IS BLANK OR DEFINED TWICE,                  K6OPRG.1
003300*      - AN OPTION RECORD DOES NOT FOLLOW ITS OWN PROFILE,        K6OPRG.1
003400*      - AN OPTION KEYWORD APPEARS TWICE IN ONE PROFILE,          K6OPRG.1
003500*      - A PROFILE'S OPTIONS DO NOT FIT A 100-BYTE PARM,          K6OPRG.1
003600*      - A RECORD TYPE IS NOT "P", "O" OR "*", OR                 K6OPRG.1
003700*      - NOT EXACTLY ONE PROFILE CARRIES THE PRODUCTION FLAG.     K6OPRG.1
003800*    A PROFILE WITH NO OPTIONS IS A NOTE (IT BUILDS WITH THE      K6OPRG.1
003900*    INSTALLATION DEFAULTS).                                      K6OPRG.1
004000*                                                                 K6OPRG.1
004100*    INPUTS:                                                      K6OPRG.1
004200*      OPTPROF   THE COMPILE-OPTION PROFILE REGISTER              K6OPRG.1
004300*    OUTPUTS:                                                     K6OPRG.1
004400*      OPTPARM   ONE PARM RECORD PER PROFILE                      K6OPRG.1
004500*      OPRGRPT   REGISTER LISTING AND VERDICT                     K6OPRG.1
004600*                                                                 K6OPRG.1
004700* RETURN CODES.                                                   K6OPRG.1
004800*     0  REGISTER CLEAN.                                          K6OPRG.1
004900*     4  CLEAN, WITH NOTES.                                       K6OPRG.1
005000*     8  ONE OR MORE ERRORS -- DO NOT PROMOTE THE REGISTER.       K6OPRG.1
005100*    16  REGISTER MISSING OR EMPTY.                               K6OPRG.1
005200*                                                                 K6OPRG.1
005300* MODIFICATION HISTORY.                                           K6OPRG.1
005400*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6OPRG.1
005500*================================================================ K6OPRG.1
005600                                                                  K6OPRG.1
005700 ENVIRONMENT DIVISION.                                            K6OPRG.1
005800 CONFIGURATION SECTION.                                           K6OPRG.1
005900 SOURCE-COMPUTER.                                                 K6OPRG.1
006000     OUR-MAINFRAME.                                               K6OPRG.1
006100 OBJECT-COMPUTER.                                                 K6OPRG.1
006200     OUR-MAINFRAME.                                               K6OPRG.1
006300 INPUT-OUTPUT SECTION.                                            K6OPRG.1
006400 FILE-CONTROL.                                                    K6OPRG.1
006500     SELECT OPT-REGISTER ASSIGN TO OPTPROF                        K6OPRG.1
006600         ORGANIZATION IS SEQUENTIAL                               K6OPRG.1
006700         FILE STATUS IS WS-OPR-STATUS.                            K6OPRG.1
006800     SELECT OPT-PARM ASSIGN TO OPTPARM                            K6OPRG.1
006900         ORGANIZATION IS SEQUENTIAL.                              K6OPRG.1
007000     SELECT OPRG-RPT ASSIGN TO OPRGRPT                            K6OPRG.1
007100         ORGANIZATION IS SEQUENTIAL.                              K6OPRG.1
007200                                                                  K6OPRG.1
007300 DATA DIVISION.                                                   K6OPRG.1
007400 FILE SECTION.                                                    K6OPRG.1
007500 FD  OPT-REGISTER                                                 K6OPRG.1
007600     LABEL RECORDS ARE STANDARD.                                  K6OPRG.1
007700     COPY K6OPRF.                                                 K6OPRG.1
007800 FD  OPT-PARM                                                     K6OPRG.1
007900     LABEL RECORDS ARE STANDARD.                                  K6OPRG.1
008000 01  PM-PARM-REC.                                                 K6OPRG.1
008100     05  PM-PROFILE-ID        PIC X(8).                           K6OPRG.1
008200     05  FILLER               PIC X(1).                           K6OPRG.1
008300     05  PM-PARM              PIC X(100).                         K6OPRG.1
008400     05  FILLER               PIC X(11).                          K6OPRG.1
008500 FD  OPRG-RPT                                                     K6OPRG.1
008600     LABEL RECORDS ARE STANDARD.                                  K6OPRG.1
008700 01  OG-PRINT-REC             PIC X(120).                         K6OPRG.1
008800                                                                  K6OPRG.1
008900 WORKING-STORAGE SECTION.                                         K6OPRG.1
009000* ----------------------------------------------------------      K6OPRG.1
009100* SWITCHES AND COUNTERS.                                          K6OPRG.1
009200* ----------------------------------------------------------      K6OPRG.1
009300 77  WS-OPR-STATUS            PIC X(2)   VALUE SPACE.             K6OPRG.1
009400 77  WS-OPR-OPEN-SW           PIC X      VALUE "N".               K6OPRG.1
009500 77  WS-OPR-EOF-SW            PIC X      VALUE "N".               K6OPRG.1
009600     88  WS-OPR-EOF                      VALUE "Y".               K6OPRG.1
009700 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6OPRG.1
009800 77  WS-RECORDS               PIC 9(5)   COMP VALUE ZERO.         K6OPRG.1
009900 77  WS-PROFILES              PIC 9(5)   COMP VALUE ZERO.         K6OPRG.1
010000 77  WS-OPTIONS               PIC 9(5)   COMP VALUE ZERO.         K6OPRG.1
010100 77  WS-PRODUCTION            PIC 9(3)   COMP VALUE ZERO.         K6OPRG.1
010200 77  WS-ERRORS                PIC 9(5)   COMP VALUE ZERO.         K6OPRG.1
010300 77  WS-NOTES                 PIC 9(5)   COMP VALUE ZERO.         K6OPRG.1
010400 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6OPRG.1
010500 77  WS-PROD-PROFILE          PIC X(8)   VALUE SPACE.             K6OPRG.1
010600* ----------------------------------------------------------      K6OPRG.1
010700* THE PROFILE BEING ASSEMBLED -- ITS ID, ITS PARM SO FAR AND      K6OPRG.1
010800* THE OPTION KEYWORDS ALREADY SEEN IN IT.  A PROFILE WHOSE        K6OPRG.1
010900* HEADER WAS REJECTED IS NOT OPEN; ITS OPTIONS ARE REPORTED       K6OPRG.1
011000* AND SKIPPED.                                                    K6OPRG.1
011100* ----------------------------------------------------------      K6OPRG.1
011200 77  WS-CUR-OPEN-SW           PIC X      VALUE "N".               K6OPRG.1
011300     88  WS-CUR-OPEN                     VALUE "Y".               K6OPRG.1
011400 77  WS-CUR-PROFILE           PIC X(8)   VALUE SPACE.             K6OPRG.1
011500 77  WS-CUR-OPTIONS           PIC 9(3)   COMP VALUE ZERO.         K6OPRG.1
011600 77  WS-CUR-BAD-SW            PIC X      VALUE "N".               K6OPRG.1
011700 77  WS-PARM-TEXT             PIC X(100) VALUE SPACE.             K6OPRG.1
011800 77  WS-PARM-PTR              PIC 9(3)   COMP VALUE 1.            K6OPRG.1
011900 77  WS-OPT-TEXT              PIC X(30)  VALUE SPACE.             K6OPRG.1
012000 77  WS-OPT-LEN               PIC 9(3)   COMP VALUE ZERO.         K6OPRG.1
012100 77  WS-KEYWORD               PIC X(30)  VALUE SPACE.             K6OPRG.1
012200 77  WS-KEY-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6OPRG.1
012300 01  KEYWORD-TABLE.                                               K6OPRG.1
012400     05  KEY-ENTRY OCCURS 40 TIMES PIC X(30).                     K6OPRG.1
012500* ----------------------------------------------------------      K6OPRG.1
012600* PROFILE IDS ALREADY DEFINED.                                    K6OPRG.1
012700* ----------------------------------------------------------      K6OPRG.1
012800 77  WS-PID-COUNT             PIC 9(3)   COMP VALUE ZERO.         K6OPRG.1
012900 01  PROFILE-ID-TABLE.                                            K6OPRG.1
013000     05  PID-ENTRY OCCURS 50 TIMES PIC X(8).                      K6OPRG.1
013100* ----------------------------------------------------------      K6OPRG.1
013200* REPORT LINES.                                                   K6OPRG.1
013300* ----------------------------------------------------------      K6OPRG.1
013400 01  HDR-LINE-1.                                                  K6OPRG.1
013500     05  FILLER   PIC X(48) VALUE                                 K6OPRG.1
013600         "COMPILE-OPTION PROFILE REGISTER (K6OPRG)        ".      K6OPRG.1
013700     05  FILLER   PIC X(72) VALUE SPACE.                          K6OPRG.1
013800 01  PRF-LINE.                                                    K6OPRG.1
013900     05  FILLER   PIC X(8)  VALUE "PROFILE ".                     K6OPRG.1
014000     05  PL-PROFILE-ID        PIC X(8)   VALUE SPACE.             K6OPRG.1
014100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6OPRG.1
014200     05  PL-PRODUCTION        PIC X(10)  VALUE SPACE.             K6OPRG.1
014300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6OPRG.1
014400     05  PL-DESCRIPTION       PIC X(40)  VALUE SPACE.             K6OPRG.1
014500     05  FILLER   PIC X(50) VALUE SPACE.                          K6OPRG.1
014600 01  OPT-LINE.                                                    K6OPRG.1
014700     05  FILLER   PIC X(12) VALUE SPACE.                          K6OPRG.1
014800     05  OL-OPTION            PIC X(30)  VALUE SPACE.             K6OPRG.1
014900     05  FILLER   PIC X(78) VALUE SPACE.                          K6OPRG.1
015000 01  PARM-LINE.                                                   K6OPRG.1
015100     05  FILLER   PIC X(12) VALUE "    PARM=   ".                 K6OPRG.1
015200     05  PRL-PARM             PIC X(100) VALUE SPACE.             K6OPRG.1
015300     05  FILLER   PIC X(8)  VALUE SPACE.                          K6OPRG.1
015400 01  MSG-LINE.                                                    K6OPRG.1
015500     05  ML-KIND              PIC X(12)  VALUE SPACE.             K6OPRG.1
015600     05  ML-PROFILE-ID        PIC X(8)   VALUE SPACE.             K6OPRG.1
015700     05  FILLER   PIC X(2)  VALUE SPACE.                          K6OPRG.1
015800     05  ML-TEXT              PIC X(60)  VALUE SPACE.             K6OPRG.1
015900     05  FILLER   PIC X(38) VALUE SPACE.                          K6OPRG.1
016000 01  SUM-LINE.                                                    K6OPRG.1
016100     05  SL-LABEL             PIC X(40).                          K6OPRG.1
016200     05  SL-COUNT             PIC ZZZZ9.                          K6OPRG.1
016300     05  FILLER   PIC X(75) VALUE SPACE.                          K6OPRG.1
016400 01  PROD-LINE.                                                   K6OPRG.1
016500     05  FILLER   PIC X(40) VALUE                                 K6OPRG.1
016600         "PRODUCTION (CERTIFIED) PROFILE".                        K6OPRG.1
016700     05  PDL-PROFILE-ID       PIC X(8)   VALUE SPACE.             K6OPRG.1
016800     05  FILLER   PIC X(72) VALUE SPACE.                          K6OPRG.1
016900 01  VERDICT-LINE.                                                K6OPRG.1
017000     05  FILLER   PIC X(10) VALUE "VERDICT:  ".                   K6OPRG.1
017100     05  VL-TEXT              PIC X(40).                          K6OPRG.1
017200     05  FILLER   PIC X(16) VALUE "  RETURN-CODE = ".             K6OPRG.1
017300     05  VL-RC                PIC 99.                             K6OPRG.1
017400     05  FILLER   PIC X(52) VALUE SPACE.                          K6OPRG.1
017500                                                                  K6OPRG.1
017600 PROCEDURE DIVISION.                                              K6OPRG.1
017700*================================================================ K6OPRG.1
017800* 0000-MAINLINE.                                                  K6OPRG.1
017900*================================================================ K6OPRG.1
018000 0000-MAINLINE.                                                   K6OPRG.1
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6OPRG.1
018200     IF WS-VERDICT-RC = 16                                        K6OPRG.1
018300         GO TO 0000-FINISH.                                       K6OPRG.1
018400     PERFORM 2000-READ-REGISTER THRU 2000-EXIT.                   K6OPRG.1
018500     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT                   K6OPRG.1
018600             UNTIL WS-OPR-EOF.                                    K6OPRG.1
018700     PERFORM 5000-CLOSE-PROFILE THRU 5000-EXIT.                   K6OPRG.1
018800 0000-FINISH.                                                     K6OPRG.1
018900     PERFORM 8000-VERDICT THRU 8000-EXIT.                         K6OPRG.1
019000     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6OPRG.1
019100     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6OPRG.1
019200     STOP RUN.                                                    K6OPRG.1
019300*================================================================ K6OPRG.1
019400* 1000-INITIALIZE -- OPEN FILES.  NO REGISTER IS A HARD STOP.     K6OPRG.1
019500*================================================================ K6OPRG.1
019600 1000-INITIALIZE.                                                 K6OPRG.1
019700     OPEN OUTPUT OPRG-RPT OPT-PARM.                               K6OPRG.1
019800     WRITE OG-PRINT-REC FROM HDR-LINE-1                           K6OPRG.1
019900         AFTER ADVANCING PAGE.                                    K6OPRG.1
020000     OPEN INPUT OPT-REGISTER.                                     K6OPRG.1
020100     IF WS-OPR-STATUS NOT = "00"                                  K6OPRG.1
020200         MOVE 16 TO WS-VERDICT-RC                                 K6OPRG.1
020300         GO TO 1000-EXIT.                                         K6OPRG.1
020400     MOVE "Y" TO WS-OPR-OPEN-SW.                                  K6OPRG.1
020500 1000-EXIT.                                                       K6OPRG.1
020600     EXIT.                                                        K6OPRG.1
020700*================================================================ K6OPRG.1
020800* 2000-READ-REGISTER -- ONE REGISTER RECORD.                      K6OPRG.1
020900*================================================================ K6OPRG.1
021000 2000-READ-REGISTER.                                              K6OPRG.1
021100     READ OPT-REGISTER                                            K6OPRG.1
021200         AT END SET WS-OPR-EOF TO TRUE                            K6OPRG.1
021300                GO TO 2000-EXIT.                                  K6OPRG.1
021400     ADD 1 TO WS-RECORDS.                                         K6OPRG.1
021500 2000-EXIT.                                                       K6OPRG.1
021600     EXIT.                                                        K6OPRG.1
021700*================================================================ K6OPRG.1
021800* 3000-PROCESS-RECORD -- ROUTE ONE RECORD BY TYPE.                K6OPRG.1
021900*================================================================ K6OPRG.1
022000 3000-PROCESS-RECORD.                                             K6OPRG.1
022100     IF OPR-IS-COMMENT OR OPR-RECORD = SPACE                      K6OPRG.1
022200         GO TO 3000-READ-NEXT.                                    K6OPRG.1
022300     IF OPR-IS-PROFILE                                            K6OPRG.1
022400         PERFORM 5000-CLOSE-PROFILE THRU 5000-EXIT                K6OPRG.1
022500         PERFORM 3100-NEW-PROFILE THRU 3100-EXIT                  K6OPRG.1
022600         GO TO 3000-READ-NEXT.                                    K6OPRG.1
022700     IF OPR-IS-OPTION                                             K6OPRG.1
022800         PERFORM 3200-ADD-OPTION THRU 3200-EXIT                   K6OPRG.1
022900         GO TO 3000-READ-NEXT.                                    K6OPRG.1
023000     MOVE OPR-PROFILE-ID TO ML-PROFILE-ID.                        K6OPRG.1
023100     MOVE "RECORD TYPE IS NOT P, O OR *" TO ML-TEXT.              K6OPRG.1
023200     PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                     K6OPRG.1
023300 3000-READ-NEXT.                                                  K6OPRG.1
023400     PERFORM 2000-READ-REGISTER THRU 2000-EXIT.                   K6OPRG.1
023500 3000-EXIT.                                                       K6OPRG.1
023600     EXIT.                                                        K6OPRG.1
023700*================================================================ K6OPRG.1
023800* 3100-NEW-PROFILE -- A "P" RECORD OPENS A PROFILE, UNLESS ITS    K6OPRG.1
023900* ID IS BLANK OR ALREADY DEFINED.                                 K6OPRG.1
024000*================================================================ K6OPRG.1
024100 3100-NEW-PROFILE.                                                K6OPRG.1
024200     ADD 1 TO WS-PROFILES.                                        K6OPRG.1
024300     MOVE OPR-PROFILE-ID TO PL-PROFILE-ID.                        K6OPRG.1
024400     MOVE SPACE TO PL-PRODUCTION.                                 K6OPRG.1
024500     IF OPR-PRODUCTION                                            K6OPRG.1
024600         MOVE "PRODUCTION" TO PL-PRODUCTION.                      K6OPRG.1
024700     MOVE OPR-DESCRIPTION TO PL-DESCRIPTION.                      K6OPRG.1
024800     WRITE OG-PRINT-REC FROM PRF-LINE                             K6OPRG.1
024900         AFTER ADVANCING 2 LINES.                                 K6OPRG.1
025000     MOVE OPR-PROFILE-ID TO ML-PROFILE-ID.                        K6OPRG.1
025100     IF OPR-PROFILE-ID = SPACE                                    K6OPRG.1
025200         MOVE "PROFILE ID IS BLANK" TO ML-TEXT                    K6OPRG.1
025300         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6OPRG.1
025400         GO TO 3100-EXIT.                                         K6OPRG.1
025500     MOVE ZERO TO WS-SUB.                                         K6OPRG.1
025600 3100-SCAN.                                                       K6OPRG.1
025700     ADD 1 TO WS-SUB.                                             K6OPRG.1
025800     IF WS-SUB > WS-PID-COUNT                                     K6OPRG.1
025900         GO TO 3100-OPEN.                                         K6OPRG.1
026000     IF PID-ENTRY (WS-SUB) NOT = OPR-PROFILE-ID                   K6OPRG.1
026100         GO TO 3100-SCAN.                                         K6OPRG.1
026200     MOVE "PROFILE DEFINED MORE THAN ONCE" TO ML-TEXT.            K6OPRG.1
026300     PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                     K6OPRG.1
026400     GO TO 3100-EXIT.                                             K6OPRG.1
026500 3100-OPEN.                                                       K6OPRG.1
026600     IF WS-PID-COUNT NOT < 50                                     K6OPRG.1
026700         MOVE "PROFILE TABLE FULL -- NOT CHECKED" TO ML-TEXT      K6OPRG.1
026800         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6OPRG.1
026900         GO TO 3100-EXIT.                                         K6OPRG.1
027000     ADD 1 TO WS-PID-COUNT.                                       K6OPRG.1
027100     MOVE OPR-PROFILE-ID TO PID-ENTRY (WS-PID-COUNT).             K6OPRG.1
027200     IF OPR-PRODUCTION                                            K6OPRG.1
027300         ADD 1 TO WS-PRODUCTION                                   K6OPRG.1
027400         MOVE OPR-PROFILE-ID TO WS-PROD-PROFILE.                  K6OPRG.1
027500     SET WS-CUR-OPEN TO TRUE.                                     K6OPRG.1
027600     MOVE OPR-PROFILE-ID TO WS-CUR-PROFILE.                       K6OPRG.1
027700     MOVE ZERO TO WS-CUR-OPTIONS WS-KEY-COUNT.                    K6OPRG.1
027800     MOVE "N" TO WS-CUR-BAD-SW.                                   K6OPRG.1
027900     MOVE SPACE TO WS-PARM-TEXT.                                  K6OPRG.1
028000     MOVE 1 TO WS-PARM-PTR.                                       K6OPRG.1
028100 3100-EXIT.                                                       K6OPRG.1
028200     EXIT.                                                        K6OPRG.1
028300*================================================================ K6OPRG.1
028400* 3200-ADD-OPTION -- AN "O" RECORD ADDS ONE OPTION TO THE OPEN    K6OPRG.1
028500* PROFILE'S PARM.  THE KEYWORD IS THE TEXT AHEAD OF ANY "(".      K6OPRG.1
028600*================================================================ K6OPRG.1
028700 3200-ADD-OPTION.                                                 K6OPRG.1
028800     ADD 1 TO WS-OPTIONS.                                         K6OPRG.1
028900     MOVE OPR-OPTION TO OL-OPTION.                                K6OPRG.1
029000     WRITE OG-PRINT-REC FROM OPT-LINE                             K6OPRG.1
029100         AFTER ADVANCING 1 LINES.                                 K6OPRG.1
029200     MOVE OPR-PROFILE-ID TO ML-PROFILE-ID.                        K6OPRG.1
029300     IF NOT WS-CUR-OPEN                                           K6OPRG.1
029400             OR OPR-PROFILE-ID NOT = WS-CUR-PROFILE               K6OPRG.1
029500         MOVE "OPTION DOES NOT FOLLOW ITS OWN PROFILE" TO ML-TEXT K6OPRG.1
029600         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6OPRG.1
029700         GO TO 3200-EXIT.                                         K6OPRG.1
029800     IF OPR-OPTION = SPACE                                        K6OPRG.1
029900         MOVE "OPTION RECORD WITH NO OPTION" TO ML-TEXT           K6OPRG.1
030000         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT                  K6OPRG.1
030100         GO TO 3200-EXIT.                                         K6OPRG.1
030200     MOVE SPACE TO WS-OPT-TEXT WS-KEYWORD.                        K6OPRG.1
030300     MOVE ZERO TO WS-OPT-LEN.                                     K6OPRG.1
030400     UNSTRING OPR-OPTION DELIMITED BY SPACE                       K6OPRG.1
030500         INTO WS-OPT-TEXT COUNT IN WS-OPT-LEN.                    K6OPRG.1
030600     UNSTRING WS-OPT-TEXT DELIMITED BY "(" OR SPACE               K6OPRG.1
030700         INTO WS-KEYWORD.                                         K6OPRG.1
030800     MOVE ZERO TO WS-SUB.                                         K6OPRG.1
030900 3200-SCAN.                                                       K6OPRG.1
031000     ADD 1 TO WS-SUB.                                             K6OPRG.1
031100     IF WS-SUB > WS-KEY-COUNT                                     K6OPRG.1
031200         GO TO 3200-APPEND.                                       K6OPRG.1
031300     IF KEY-ENTRY (WS-SUB) NOT = WS-KEYWORD                       K6OPRG.1
031400         GO TO 3200-SCAN.                                         K6OPRG.1
031500     MOVE "OPTION KEYWORD REPEATED IN THIS PROFILE" TO ML-TEXT.   K6OPRG.1
031600     PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                     K6OPRG.1
031700     GO TO 3200-EXIT.                                             K6OPRG.1
031800 3200-APPEND.                                                     K6OPRG.1
031900     IF WS-KEY-COUNT < 40                                         K6OPRG.1
032000         ADD 1 TO WS-KEY-COUNT                                    K6OPRG.1
032100         MOVE WS-KEYWORD TO KEY-ENTRY (WS-KEY-COUNT).             K6OPRG.1
032200     ADD 1 TO WS-CUR-OPTIONS.                                     K6OPRG.1
032300     IF WS-CUR-BAD-SW = "Y"                                       K6OPRG.1
032400         GO TO 3200-EXIT.                                         K6OPRG.1
032500     IF WS-CUR-OPTIONS > 1                                        K6OPRG.1
032600             AND WS-PARM-PTR + WS-OPT-LEN > 100                   K6OPRG.1
032700         GO TO 3200-TOO-LONG.                                     K6OPRG.1
032800     IF WS-CUR-OPTIONS > 1                                        K6OPRG.1
032900         STRING "," DELIMITED BY SIZE                             K6OPRG.1
033000             INTO WS-PARM-TEXT WITH POINTER WS-PARM-PTR.          K6OPRG.1
033100     STRING WS-OPT-TEXT (1:WS-OPT-LEN) DELIMITED BY SIZE          K6OPRG.1
033200         INTO WS-PARM-TEXT WITH POINTER WS-PARM-PTR.              K6OPRG.1
033300     GO TO 3200-EXIT.                                             K6OPRG.1
033400 3200-TOO-LONG.                                                   K6OPRG.1
033500     MOVE "Y" TO WS-CUR-BAD-SW.                                   K6OPRG.1
033600     MOVE "OPTIONS DO NOT FIT A 100-BYTE PARM" TO ML-TEXT.        K6OPRG.1
033700     PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                     K6OPRG.1
033800 3200-EXIT.                                                       K6OPRG.1
033900     EXIT.                                                        K6OPRG.1
034000*================================================================ K6OPRG.1
034100* 5000-CLOSE-PROFILE -- FINISH THE OPEN PROFILE: LIST ITS PARM    K6OPRG.1
034200* AND, WHEN IT BUILT CLEANLY, WRITE ITS PARM RECORD.              K6OPRG.1
034300*================================================================ K6OPRG.1
034400 5000-CLOSE-PROFILE.                                              K6OPRG.1
034500     IF NOT WS-CUR-OPEN                                           K6OPRG.1
034600         GO TO 5000-EXIT.                                         K6OPRG.1
034700     MOVE "N" TO WS-CUR-OPEN-SW.                                  K6OPRG.1
034800     MOVE WS-CUR-PROFILE TO ML-PROFILE-ID.                        K6OPRG.1
034900     IF WS-CUR-OPTIONS = ZERO                                     K6OPRG.1
035000         MOVE "NO OPTIONS -- BUILDS WITH INSTALLATION DEFAULTS"   K6OPRG.1
035100             TO ML-TEXT                                           K6OPRG.1
035200         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT.                  K6OPRG.1
035300     IF WS-CUR-BAD-SW = "Y"                                       K6OPRG.1
035400         GO TO 5000-EXIT.                                         K6OPRG.1
035500     MOVE WS-PARM-TEXT TO PRL-PARM.                               K6OPRG.1
035600     WRITE OG-PRINT-REC FROM PARM-LINE                            K6OPRG.1
035700         AFTER ADVANCING 1 LINES.                                 K6OPRG.1
035800     MOVE SPACE TO PM-PARM-REC.                                   K6OPRG.1
035900     MOVE WS-CUR-PROFILE TO PM-PROFILE-ID.                        K6OPRG.1
036000     MOVE WS-PARM-TEXT TO PM-PARM.                                K6OPRG.1
036100     WRITE PM-PARM-REC.                                           K6OPRG.1
036200 5000-EXIT.                                                       K6OPRG.1
036300     EXIT.                                                        K6OPRG.1
036400*================================================================ K6OPRG.1
036500* 8000-VERDICT -- THE PRODUCTION-FLAG RULE, THE TOTALS, AND THE   K6OPRG.1
036600* RETURN CODE.                                                    K6OPRG.1
036700*================================================================ K6OPRG.1
036800 8000-VERDICT.                                                    K6OPRG.1
036900     IF WS-VERDICT-RC = 16                                        K6OPRG.1
037000         MOVE "REGISTER MISSING" TO VL-TEXT                       K6OPRG.1
037100         GO TO 8000-PRINT.                                        K6OPRG.1
037200     IF WS-PROFILES = ZERO                                        K6OPRG.1
037300         MOVE 16 TO WS-VERDICT-RC                                 K6OPRG.1
037400         MOVE "REGISTER EMPTY" TO VL-TEXT                         K6OPRG.1
037500         GO TO 8000-PRINT.                                        K6OPRG.1
037600     MOVE SPACE TO ML-PROFILE-ID.                                 K6OPRG.1
037700     IF WS-PRODUCTION = ZERO                                      K6OPRG.1
037800         MOVE "NO PROFILE CARRIES THE PRODUCTION FLAG" TO ML-TEXT K6OPRG.1
037900         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                 K6OPRG.1
038000     IF WS-PRODUCTION > 1                                         K6OPRG.1
038100         MOVE "MORE THAN ONE PROFILE CARRIES THE PRODUCTION FLAG" K6OPRG.1
038200             TO ML-TEXT                                           K6OPRG.1
038300         PERFORM 8800-WRITE-ERROR THRU 8800-EXIT.                 K6OPRG.1
038400     MOVE "RECORDS READ" TO SL-LABEL.                             K6OPRG.1
038500     MOVE WS-RECORDS TO SL-COUNT.                                 K6OPRG.1
038600     WRITE OG-PRINT-REC FROM SUM-LINE                             K6OPRG.1
038700         AFTER ADVANCING 3 LINES.                                 K6OPRG.1
038800     MOVE "PROFILES" TO SL-LABEL.                                 K6OPRG.1
038900     MOVE WS-PROFILES TO SL-COUNT.                                K6OPRG.1
039000     WRITE OG-PRINT-REC FROM SUM-LINE                             K6OPRG.1
039100         AFTER ADVANCING 1 LINES.                                 K6OPRG.1
039200     MOVE "OPTIONS" TO SL-LABEL.                                  K6OPRG.1
039300     MOVE WS-OPTIONS TO SL-COUNT.                                 K6OPRG.1
039400     WRITE OG-PRINT-REC FROM SUM-LINE                             K6OPRG.1
039500         AFTER ADVANCING 1 LINES.                                 K6OPRG.1
039600     MOVE "ERRORS" TO SL-LABEL.                                   K6OPRG.1
039700     MOVE WS-ERRORS TO SL-COUNT.                                  K6OPRG.1
039800     WRITE OG-PRINT-REC FROM SUM-LINE                             K6OPRG.1
039900         AFTER ADVANCING 1 LINES.                                 K6OPRG.1
040000     MOVE "NOTES" TO SL-LABEL.                                    K6OPRG.1
040100     MOVE WS-NOTES TO SL-COUNT.                                   K6OPRG.1
040200     WRITE OG-PRINT-REC FROM SUM-LINE                             K6OPRG.1
040300         AFTER ADVANCING 1 LINES.                                 K6OPRG.1
040400     IF WS-PRODUCTION = 1                                         K6OPRG.1
040500         MOVE WS-PROD-PROFILE TO PDL-PROFILE-ID                   K6OPRG.1
040600         WRITE OG-PRINT-REC FROM PROD-LINE                        K6OPRG.1
040700             AFTER ADVANCING 1 LINES.                             K6OPRG.1
040800     MOVE "REGISTER CLEAN" TO VL-TEXT.                            K6OPRG.1
040900     IF WS-NOTES > ZERO                                           K6OPRG.1
041000         MOVE 4 TO WS-VERDICT-RC                                  K6OPRG.1
041100         MOVE "REGISTER CLEAN, WITH NOTES" TO VL-TEXT.            K6OPRG.1
041200     IF WS-ERRORS > ZERO                                          K6OPRG.1
041300         MOVE 8 TO WS-VERDICT-RC                                  K6OPRG.1
041400         MOVE "REGISTER IN ERROR -- DO NOT PROMOTE" TO VL-TEXT.   K6OPRG.1
041500 8000-PRINT.                                                      K6OPRG.1
041600     MOVE WS-VERDICT-RC TO VL-RC.                                 K6OPRG.1
041700     WRITE OG-PRINT-REC FROM VERDICT-LINE                         K6OPRG.1
041800         AFTER ADVANCING 2 LINES.                                 K6OPRG.1
041900 8000-EXIT.                                                       K6OPRG.1
042000     EXIT.                                                        K6OPRG.1
042100*================================================================ K6OPRG.1
042200* 8800-WRITE-ERROR / 8900-WRITE-NOTE -- ONE MESSAGE LINE.         K6OPRG.1
042300*================================================================ K6OPRG.1
042400 8800-WRITE-ERROR.                                                K6OPRG.1
042500     ADD 1 TO WS-ERRORS.                                          K6OPRG.1
042600     MOVE "*** ERROR" TO ML-KIND.                                 K6OPRG.1
042700     WRITE OG-PRINT-REC FROM MSG-LINE                             K6OPRG.1
042800         AFTER ADVANCING 1 LINES.                                 K6OPRG.1
042900 8800-EXIT.                                                       K6OPRG.1
043000     EXIT.                                                        K6OPRG.1
043100 8900-WRITE-NOTE.                                                 K6OPRG.1
043200     ADD 1 TO WS-NOTES.                                           K6OPRG.1
043300     MOVE "    NOTE" TO ML-KIND.                                  K6OPRG.1
043400     WRITE OG-PRINT-REC FROM MSG-LINE                             K6OPRG.1
043500         AFTER ADVANCING 1 LINES.                                 K6OPRG.1
043600 8900-EXIT.                                                       K6OPRG.1
043700     EXIT.                                                        K6OPRG.1
043800*================================================================ K6OPRG.1
043900* 9999-TERMINATE -- CLOSE FILES.                                  K6OPRG.1
044000*================================================================ K6OPRG.1
044100 9999-TERMINATE.                                                  K6OPRG.1
044200     IF WS-OPR-OPEN-SW = "Y"                                      K6OPRG.1
044300         CLOSE OPT-REGISTER.                                      K6OPRG.1
044400     CLOSE OPRG-RPT OPT-PARM.                                     K6OPRG.1
044500 9999-EXIT.                                                       K6OPRG.1
044600     EXIT.                                                        K6OPRG.1
