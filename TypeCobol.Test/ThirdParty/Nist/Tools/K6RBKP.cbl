000100 IDENTIFICATION DIVISION.                                         K6RBKP.1
000200 PROGRAM-ID.                                                      K6RBKP.1
000300     K6RBKP.                                                      K6RBKP.1
000400*================================================================ K6RBKP.1
000500* K6RBKP -- CONTROL-REGISTER BACKUP SET, CHANGE JOURNAL AND       K6RBKP.1
000600* PRE-WINDOW CONSISTENCY CHECK.                                   K6RBKP.1
000700*================================================================ K6RBKP.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RBKP.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RBKP.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6RBKP.1
001100* DATE-COMPILED.                                                  K6RBKP.1
001200*                                                                 K6RBKP.1
001300* REMARKS.                                                        K6RBKP.1
001400*    RAW-DATA HAS INTENT LOGGING AND RECOVERY AND THE PRINT       K6RBKP.1
001500*    ARCHIVES HAVE THE K6RVFY RESTORE DRILL, BUT THE REGISTERS    K6RBKP.1
001600*    THAT DECIDE VERDICTS -- WAIVERS, SUPPRESSIONS, THE GOLDEN    K6RBKP.1
001700*    BASELINE, TEST-CASE IDS, VENDOR DEFECTS, THE CALENDAR, THE   K6RBKP.1
001800*    ACKNOWLEDGEMENT REGISTER, TARGET STATUS AND THE ROUTING AND  K6RBKP.1
001900*    SEVERITY TABLES (K6RGTB.CPY) -- HAD NOTHING.  LOSE ONE AND   K6RBKP.1
002000*    THE NEXT WINDOW RAN QUIETLY WITH WRONG WAIVERS OR NO         K6RBKP.1
002100*    BASELINE.  ONE CONTROL CARD PER FUNCTION (RBKPCTL; NONE AT   K6RBKP.1
002200*    ALL MEANS BACKUP):                                           K6RBKP.1
002300*                                                                 K6RBKP.1
002400*    BACKUP   CAPTURES ALL TEN REGISTERS INTO ONE SET (REGBKUP,   K6RBKP.1
002500*             K6RBKS.CPY, A NEW GENERATION PER RUN), THEN READS   K6RBKP.1
002600*             EVERY REGISTER AGAIN: A REGISTER THAT CHANGED       K6RBKP.1
002700*             WHILE THE SET WAS TAKEN, OR ONE THAT COULD NOT BE   K6RBKP.1
002800*             READ, FAILS THE SET (RC 8).  EITHER WAY THE         K6RBKP.1
002900*             MANIFEST (REGMANF, K6RMAN.CPY) GETS ONE LINE PER    K6RBKP.1
003000*             REGISTER AND A SET LINE SAYING COMPLETE OR FAILED.  K6RBKP.1
003100*             ONE BACKUP PER RUN.                                 K6RBKP.1
003200*    JOURNAL  RECORDS A SANCTIONED CHANGE TO ONE REGISTER (COLS   K6RBKP.1
003300*             10-17) -- ITS NEW COUNT AND CHECKSUM, WHO (19-26)   K6RBKP.1
003400*             AND UNDER WHAT TICKET (28-35), BOTH REQUIRED -- ON  K6RBKP.1
003500*             THE CHANGE JOURNAL (REGJRNL).  RUN AFTER EVERY      K6RBKP.1
003600*             MAINTENANCE STEP THAT REPLACES A REGISTER.          K6RBKP.1
003700*    VERIFY   THE PREFLIGHT: EVERY REGISTER ON DISK MUST MATCH    K6RBKP.1
003800*             THE LAST COMPLETE BACKUP SET OR THE LATEST          K6RBKP.1
003900*             JOURNALED CHANGE TO IT SINCE THAT SET.  ANY THAT    K6RBKP.1
004000*             DOES NOT, OR NO COMPLETE SET AT ALL, IS RC 16 --    K6RBKP.1
004100*             THE WINDOW JCL MUST NOT START (AS FOR K6PREF).      K6RBKP.1
004200*                                                                 K6RBKP.1
004300*    RESTORE IS K6RRST.  THE REGISTERS ARE READ AND WRITTEN       K6RBKP.1
004400*    THROUGH K6RGIO.  RETURN CODE IS THE HIGHEST OF:              K6RBKP.1
004500*        0   ALL FUNCTIONS CLEAN                                  K6RBKP.1
004600*        4   A CONTROL CARD WAS IGNORED                           K6RBKP.1
004700*        8   BACKUP SET FAILED OR A JOURNAL CARD WAS REJECTED     K6RBKP.1
004800*        16  PREFLIGHT REFUSED -- THE WINDOW MUST NOT START       K6RBKP.1
004900*                                                                 K6RBKP.1
005000* MODIFICATION HISTORY.                                           K6RBKP.1
005100*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RBKP.1
005200*================================================================ K6RBKP.1
005300                                                                  K6RBKP.1
005400 ENVIRONMENT DIVISION.                                            K6RBKP.1
005500 CONFIGURATION SECTION.                                           K6RBKP.1
005600 SOURCE-COMPUTER.                                                 K6RBKP.1
005700     OUR-MAINFRAME.                                               K6RBKP.1
005800 OBJECT-COMPUTER.                                                 K6RBKP.1
005900     OUR-MAINFRAME.                                               K6RBKP.1
006000 INPUT-OUTPUT SECTION.                                            K6RBKP.1
006100 FILE-CONTROL.                                                    K6RBKP.1
006200     SELECT OPTIONAL RBKP-CTL ASSIGN TO RBKPCTL                   K6RBKP.1
006300         ORGANIZATION IS SEQUENTIAL                               K6RBKP.1
006400         FILE STATUS IS WS-CTL-STATUS.                            K6RBKP.1
006500     SELECT REG-BACKUP ASSIGN TO REGBKUP                          K6RBKP.1
006600         ORGANIZATION IS SEQUENTIAL                               K6RBKP.1
006700         FILE STATUS IS WS-BKUP-STATUS.                           K6RBKP.1
006800     SELECT OPTIONAL REG-MANIFEST ASSIGN TO REGMANF               K6RBKP.1
006900         ORGANIZATION IS SEQUENTIAL                               K6RBKP.1
007000         FILE STATUS IS WS-MANF-STATUS.                           K6RBKP.1
007100     SELECT OPTIONAL REG-JOURNAL ASSIGN TO REGJRNL                K6RBKP.1
007200         ORGANIZATION IS SEQUENTIAL                               K6RBKP.1
007300         FILE STATUS IS WS-JRNL-STATUS.                           K6RBKP.1
007400     SELECT RBKP-RPT ASSIGN TO RBKPRPT                            K6RBKP.1
007500         ORGANIZATION IS SEQUENTIAL.                              K6RBKP.1
007600                                                                  K6RBKP.1
007700 DATA DIVISION.                                                   K6RBKP.1
007800 FILE SECTION.                                                    K6RBKP.1
007900 FD  RBKP-CTL                                                     K6RBKP.1
008000     LABEL RECORDS ARE STANDARD.                                  K6RBKP.1
008100 01  CTL-CARD.                                                    K6RBKP.1
008200     05  CTL-FUNCTION         PIC X(8).                           K6RBKP.1
008300     05  FILLER               PIC X(1).                           K6RBKP.1
008400     05  CTL-REGISTER         PIC X(8).                           K6RBKP.1
008500     05  FILLER               PIC X(1).                           K6RBKP.1
008600     05  CTL-USER             PIC X(8).                           K6RBKP.1
008700     05  FILLER               PIC X(1).                           K6RBKP.1
008800     05  CTL-TICKET           PIC X(8).                           K6RBKP.1
008900     05  FILLER               PIC X(45).                          K6RBKP.1
009000 FD  REG-BACKUP                                                   K6RBKP.1
009100     LABEL RECORDS ARE STANDARD.                                  K6RBKP.1
009200 COPY K6RBKS.                                                     K6RBKP.1
009300 FD  REG-MANIFEST                                                 K6RBKP.1
009400     LABEL RECORDS ARE STANDARD.                                  K6RBKP.1
009500 COPY K6RMAN.                                                     K6RBKP.1
009600 FD  REG-JOURNAL                                                  K6RBKP.1
009700     LABEL RECORDS ARE STANDARD.                                  K6RBKP.1
009800 01  RJ-JOURNAL-REC           PIC X(80).                          K6RBKP.1
009900 FD  RBKP-RPT                                                     K6RBKP.1
010000     LABEL RECORDS ARE STANDARD.                                  K6RBKP.1
010100 01  RP-PRINT-REC             PIC X(120).                         K6RBKP.1
010200                                                                  K6RBKP.1
010300 WORKING-STORAGE SECTION.                                         K6RBKP.1
010400* ----------------------------------------------------------      K6RBKP.1
010500* SWITCHES AND COUNTERS.                                          K6RBKP.1
010600* ----------------------------------------------------------      K6RBKP.1
010700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6RBKP.1
010800 77  WS-BKUP-STATUS           PIC X(2)   VALUE SPACE.             K6RBKP.1
010900 77  WS-MANF-STATUS           PIC X(2)   VALUE SPACE.             K6RBKP.1
011000 77  WS-JRNL-STATUS           PIC X(2)   VALUE SPACE.             K6RBKP.1
011100 77  WS-CARD-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6RBKP.1
011200 77  WS-SUB                   PIC 9(2)   COMP VALUE ZERO.         K6RBKP.1
011300 77  WS-HIT-SUB               PIC 9(2)   COMP VALUE ZERO.         K6RBKP.1
011400 77  WS-CHUNK-SUB             PIC 9(3)   COMP VALUE ZERO.         K6RBKP.1
011500 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6RBKP.1
011600 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6RBKP.1
011700 77  WS-CAPTURE-SW            PIC X      VALUE "N".               K6RBKP.1
011800     88  WS-CAPTURING                    VALUE "Y".               K6RBKP.1
011900 77  WS-BACKUP-DONE-SW        PIC X      VALUE "N".               K6RBKP.1
012000     88  WS-BACKUP-DONE                  VALUE "Y".               K6RBKP.1
012100 77  WS-BASE-SW               PIC X      VALUE "N".               K6RBKP.1
012200     88  WS-BASE-FOUND                   VALUE "Y".               K6RBKP.1
012300 77  WS-SET-STATUS            PIC X(8)   VALUE SPACE.             K6RBKP.1
012400 77  WS-SET-REGISTERS         PIC 9(7)   VALUE ZERO.              K6RBKP.1
012500 77  WS-SET-CHECKSUM          PIC 9(9)   VALUE ZERO.              K6RBKP.1
012600 77  WS-REFUSED               PIC 9(2)   VALUE ZERO.              K6RBKP.1
012700 01  WS-NOW-TIME              PIC 9(8)   VALUE ZERO.              K6RBKP.1
012800 01  WS-NOW-TIME-X REDEFINES WS-NOW-TIME.                         K6RBKP.1
012900     05  WS-NOW-HHMMSS        PIC 9(6).                           K6RBKP.1
013000     05  WS-NOW-CC            PIC 99.                             K6RBKP.1
013100 01  WS-SET-ID.                                                   K6RBKP.1
013200     05  WS-SET-DATE          PIC 9(8)   VALUE ZERO.              K6RBKP.1
013300     05  WS-SET-TIME          PIC 9(6)   VALUE ZERO.              K6RBKP.1
013400 01  WS-BASE-SET-ID.                                              K6RBKP.1
013500     05  WS-BASE-DATE         PIC 9(8)   VALUE ZERO.              K6RBKP.1
013600     05  WS-BASE-TIME         PIC 9(6)   VALUE ZERO.              K6RBKP.1
013700 01  WS-PEND-SET-ID           PIC X(14)  VALUE SPACE.             K6RBKP.1
013800* ----------------------------------------------------------      K6RBKP.1
013900* ONE SCAN OF ONE REGISTER -- COUNT, CHECKSUM AND WHAT WAS        K6RBKP.1
014000* FOUND: PRESENT, ABSENT OR IO ERROR.                             K6RBKP.1
014100* ----------------------------------------------------------      K6RBKP.1
014200 77  WS-RUN-RECORDS           PIC 9(7)   VALUE ZERO.              K6RBKP.1
014300 77  WS-RUN-CHECKSUM-9        PIC 9(9)   VALUE ZERO.              K6RBKP.1
014400 77  WS-SCAN-STATE            PIC X(8)   VALUE SPACE.             K6RBKP.1
014500 01  WS-RUN-CHECKSUM          PIC S9(9)  COMP VALUE ZERO.         K6RBKP.1
014600* ----------------------------------------------------------      K6RBKP.1
014700* CHECKSUM WORK -- SAME ADDITIVE HALFWORD FOLD AS THE PRINT       K6RBKP.1
014800* EVIDENCE (SEE K6RVFY), OVER THE 100-BYTE IMAGE.                 K6RBKP.1
014900* ----------------------------------------------------------      K6RBKP.1
015000 01  WS-REG-CKSUM-AREA        PIC X(100) VALUE SPACE.             K6RBKP.1
015100 01  WS-REG-CKSUM-VIEW REDEFINES WS-REG-CKSUM-AREA.               K6RBKP.1
015200     05  WS-REG-CKSUM-CHUNK OCCURS 50 TIMES                       K6RBKP.1
015300                              PIC S9(4) COMP.                     K6RBKP.1
015400 COPY K6RGTB.                                                     K6RBKP.1
015500 COPY K6RGPM.                                                     K6RBKP.1
015600* ----------------------------------------------------------      K6RBKP.1
015700* PER REGISTER: WHAT THIS RUN SAW, WHAT THE LAST COMPLETE SET     K6RBKP.1
015800* HOLDS, THE LATEST JOURNALED CHANGE SINCE, AND THE LINES OF      K6RBKP.1
015900* THE SET BEING READ OFF THE MANIFEST.                            K6RBKP.1
016000* ----------------------------------------------------------      K6RBKP.1
016100 01  CAPTURE-TABLE.                                               K6RBKP.1
016200     05  CT-ENTRY OCCURS 10 TIMES.                                K6RBKP.1
016300         10  CT-RECORDS           PIC 9(7).                       K6RBKP.1
016400         10  CT-CHECKSUM          PIC 9(9).                       K6RBKP.1
016500         10  CT-STATE             PIC X(8).                       K6RBKP.1
016600         10  CT-BASE-SW           PIC X(1).                       K6RBKP.1
016700         10  CT-BASE-RECORDS      PIC 9(7).                       K6RBKP.1
016800         10  CT-BASE-CHECKSUM     PIC 9(9).                       K6RBKP.1
016900         10  CT-JRNL-SW           PIC X(1).                       K6RBKP.1
017000         10  CT-JRNL-RECORDS      PIC 9(7).                       K6RBKP.1
017100         10  CT-JRNL-CHECKSUM     PIC 9(9).                       K6RBKP.1
017200         10  CT-JRNL-DATE         PIC 9(8).                       K6RBKP.1
017300         10  CT-JRNL-TICKET       PIC X(8).                       K6RBKP.1
017400         10  CT-PEND-SW           PIC X(1).                       K6RBKP.1
017500         10  CT-PEND-RECORDS      PIC 9(7).                       K6RBKP.1
017600         10  CT-PEND-CHECKSUM     PIC 9(9).                       K6RBKP.1
017700* ----------------------------------------------------------      K6RBKP.1
017800* REPORT LINES.                                                   K6RBKP.1
017900* ----------------------------------------------------------      K6RBKP.1
018000 01  HDR-LINE-1.                                                  K6RBKP.1
018100     05  FILLER   PIC X(40) VALUE                                 K6RBKP.1
018200         "CONTROL-REGISTER BACKUP (K6RBKP) AS OF  ".              K6RBKP.1
018300     05  HDR-TODAY            PIC 9(8).                           K6RBKP.1
018400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6RBKP.1
018500     05  HDR-TIME             PIC 9(6).                           K6RBKP.1
018600     05  FILLER   PIC X(65) VALUE SPACE.                          K6RBKP.1
018700 01  FUNC-LINE.                                                   K6RBKP.1
018800     05  FILLER   PIC X(9)  VALUE "FUNCTION ".                    K6RBKP.1
018900     05  FL-FUNCTION          PIC X(8).                           K6RBKP.1
019000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RBKP.1
019100     05  FL-TEXT              PIC X(60).                          K6RBKP.1
019200     05  FILLER   PIC X(41) VALUE SPACE.                          K6RBKP.1
019300 01  HDR-LINE-2.                                                  K6RBKP.1
019400     05  FILLER   PIC X(40) VALUE                                 K6RBKP.1
019500         "    REGISTER  HOLDS              RECORDS".              K6RBKP.1
019600     05  FILLER   PIC X(40) VALUE                                 K6RBKP.1
019700         "   CHECKSUM  STATE     RESULT           ".              K6RBKP.1
019800     05  FILLER   PIC X(40) VALUE SPACE.                          K6RBKP.1
019900 01  REG-LINE.                                                    K6RBKP.1
020000     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RBKP.1
020100     05  RL-DDNAME            PIC X(8).                           K6RBKP.1
020200     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RBKP.1
020300     05  RL-DESC              PIC X(16).                          K6RBKP.1
020400     05  FILLER   PIC X(3)  VALUE SPACE.                          K6RBKP.1
020500     05  RL-RECORDS           PIC ZZZZZZ9.                        K6RBKP.1
020600     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RBKP.1
020700     05  RL-CHECKSUM          PIC 9(9).                           K6RBKP.1
020800     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RBKP.1
020900     05  RL-STATE             PIC X(8).                           K6RBKP.1
021000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RBKP.1
021100     05  RL-RESULT            PIC X(40).                          K6RBKP.1
021200     05  FILLER   PIC X(17) VALUE SPACE.                          K6RBKP.1
021300 01  NOTE-LINE.                                                   K6RBKP.1
021400     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RBKP.1
021500     05  NL-TEXT              PIC X(60).                          K6RBKP.1
021600     05  NL-ID                PIC X(14).                          K6RBKP.1
021700     05  FILLER   PIC X(42) VALUE SPACE.                          K6RBKP.1
021800 01  TOT-LINE.                                                    K6RBKP.1
021900     05  FILLER   PIC X(16) VALUE "RETURN-CODE =   ".             K6RBKP.1
022000     05  TL-RC                PIC 99.                             K6RBKP.1
022100     05  FILLER   PIC X(102) VALUE SPACE.                         K6RBKP.1
022200                                                                  K6RBKP.1
022300 PROCEDURE DIVISION.                                              K6RBKP.1
022400*================================================================ K6RBKP.1
022500* 0000-MAINLINE.                                                  K6RBKP.1
022600*================================================================ K6RBKP.1
022700 0000-MAINLINE.                                                   K6RBKP.1
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6RBKP.1
022900     PERFORM 1500-CONTROL-CARDS THRU 1500-EXIT.                   K6RBKP.1
023000     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6RBKP.1
023100     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6RBKP.1
023200     STOP RUN.                                                    K6RBKP.1
023300*================================================================ K6RBKP.1
023400* 1000-INITIALIZE.                                                K6RBKP.1
023500*================================================================ K6RBKP.1
023600 1000-INITIALIZE.                                                 K6RBKP.1
023700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6RBKP.1
023800     ACCEPT WS-NOW-TIME FROM TIME.                                K6RBKP.1
023900     OPEN OUTPUT RBKP-RPT.                                        K6RBKP.1
024000     MOVE WS-TODAY TO HDR-TODAY.                                  K6RBKP.1
024100     MOVE WS-NOW-HHMMSS TO HDR-TIME.                              K6RBKP.1
024200     WRITE RP-PRINT-REC FROM HDR-LINE-1                           K6RBKP.1
024300         AFTER ADVANCING PAGE.                                    K6RBKP.1
024400 1000-EXIT.                                                       K6RBKP.1
024500     EXIT.                                                        K6RBKP.1
024600*================================================================ K6RBKP.1
024700* 1500-CONTROL-CARDS -- EACH CARD IS ONE FUNCTION, IN ORDER.  NO  K6RBKP.1
024800* CONTROL FILE, OR NO CARDS ON IT, IS A BACKUP.                   K6RBKP.1
024900*================================================================ K6RBKP.1
025000 1500-CONTROL-CARDS.                                              K6RBKP.1
025100     OPEN INPUT RBKP-CTL.                                         K6RBKP.1
025200     IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "05"     K6RBKP.1
025300         GO TO 1500-DEFAULT.                                      K6RBKP.1
025400 1500-READ.                                                       K6RBKP.1
025500     READ RBKP-CTL                                                K6RBKP.1
025600         AT END GO TO 1500-DONE.                                  K6RBKP.1
025700     IF CTL-CARD = SPACE OR CTL-FUNCTION (1:1) = "*"              K6RBKP.1
025800         GO TO 1500-READ.                                         K6RBKP.1
025900     ADD 1 TO WS-CARD-COUNT.                                      K6RBKP.1
026000     MOVE CTL-FUNCTION TO FL-FUNCTION.                            K6RBKP.1
026100     IF CTL-FUNCTION = "BACKUP  "                                 K6RBKP.1
026200         PERFORM 3000-BACKUP THRU 3000-EXIT                       K6RBKP.1
026300         GO TO 1500-READ.                                         K6RBKP.1
026400     IF CTL-FUNCTION = "JOURNAL "                                 K6RBKP.1
026500         PERFORM 4000-JOURNAL THRU 4000-EXIT                      K6RBKP.1
026600         GO TO 1500-READ.                                         K6RBKP.1
026700     IF CTL-FUNCTION = "VERIFY  "                                 K6RBKP.1
026800         PERFORM 5000-VERIFY THRU 5000-EXIT                       K6RBKP.1
026900         GO TO 1500-READ.                                         K6RBKP.1
027000     MOVE "UNKNOWN FUNCTION - CARD IGNORED" TO FL-TEXT.           K6RBKP.1
027100     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RBKP.1
027200         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
027300     IF WS-VERDICT-RC < 4                                         K6RBKP.1
027400         MOVE 4 TO WS-VERDICT-RC.                                 K6RBKP.1
027500     GO TO 1500-READ.                                             K6RBKP.1
027600 1500-DONE.                                                       K6RBKP.1
027700     CLOSE RBKP-CTL.                                              K6RBKP.1
027800     IF WS-CARD-COUNT > ZERO                                      K6RBKP.1
027900         GO TO 1500-EXIT.                                         K6RBKP.1
028000 1500-DEFAULT.                                                    K6RBKP.1
028100     MOVE SPACE TO CTL-CARD.                                      K6RBKP.1
028200     MOVE "BACKUP  " TO CTL-FUNCTION.                             K6RBKP.1
028300     MOVE CTL-FUNCTION TO FL-FUNCTION.                            K6RBKP.1
028400     PERFORM 3000-BACKUP THRU 3000-EXIT.                          K6RBKP.1
028500 1500-EXIT.                                                       K6RBKP.1
028600     EXIT.                                                        K6RBKP.1
028700*================================================================ K6RBKP.1
028800* 2000-SCAN-REGISTER -- READ REGISTER WS-SUB END TO END, COUNT    K6RBKP.1
028900* AND CHECKSUM IT, AND WHEN CAPTURING WRITE EACH RECORD TO THE    K6RBKP.1
029000* BACKUP SET.                                                     K6RBKP.1
029100*================================================================ K6RBKP.1
029200 2000-SCAN-REGISTER.                                              K6RBKP.1
029300     MOVE ZERO TO WS-RUN-RECORDS.                                 K6RBKP.1
029400     MOVE ZERO TO WS-RUN-CHECKSUM.                                K6RBKP.1
029500     MOVE "PRESENT " TO WS-SCAN-STATE.                            K6RBKP.1
029600     MOVE WS-SUB TO RI-REG-SUB.                                   K6RBKP.1
029700     MOVE "OPENIN  " TO RI-FUNCTION.                              K6RBKP.1
029800     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RBKP.1
029900     IF RI-STATUS NOT = "00" AND RI-STATUS NOT = "05"             K6RBKP.1
030000         MOVE "IO ERROR" TO WS-SCAN-STATE                         K6RBKP.1
030100         GO TO 2000-EXIT.                                         K6RBKP.1
030200     IF RI-ABSENT                                                 K6RBKP.1
030300         MOVE "ABSENT  " TO WS-SCAN-STATE.                        K6RBKP.1
030400 2000-READ.                                                       K6RBKP.1
030500     MOVE "READ    " TO RI-FUNCTION.                              K6RBKP.1
030600     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RBKP.1
030700     IF RI-EOF                                                    K6RBKP.1
030800         GO TO 2000-CLOSE.                                        K6RBKP.1
030900     IF RI-STATUS NOT = "00"                                      K6RBKP.1
031000         MOVE "IO ERROR" TO WS-SCAN-STATE                         K6RBKP.1
031100         GO TO 2000-CLOSE.                                        K6RBKP.1
031200     ADD 1 TO WS-RUN-RECORDS.                                     K6RBKP.1
031300     PERFORM 2100-FOLD THRU 2100-EXIT.                            K6RBKP.1
031400     IF NOT WS-CAPTURING                                          K6RBKP.1
031500         GO TO 2000-READ.                                         K6RBKP.1
031600     MOVE SPACE TO RB-BACKUP-REC.                                 K6RBKP.1
031700     MOVE "D" TO RB-TYPE.                                         K6RBKP.1
031800     MOVE WS-SET-ID TO RB-SET-ID.                                 K6RBKP.1
031900     MOVE RG-DDNAME (WS-SUB) TO RB-REGISTER.                      K6RBKP.1
032000     MOVE RI-IMAGE TO RB-IMAGE.                                   K6RBKP.1
032100     WRITE RB-BACKUP-REC.                                         K6RBKP.1
032200     GO TO 2000-READ.                                             K6RBKP.1
032300 2000-CLOSE.                                                      K6RBKP.1
032400     MOVE "CLOSE   " TO RI-FUNCTION.                              K6RBKP.1
032500     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RBKP.1
032600 2000-EXIT.                                                       K6RBKP.1
032700     MOVE WS-RUN-CHECKSUM TO WS-RUN-CHECKSUM-9.                   K6RBKP.1
032800     EXIT.                                                        K6RBKP.1
032900*================================================================ K6RBKP.1
033000* 2100-FOLD -- ADD ONE RECORD IMAGE INTO THE RUNNING CHECKSUM.    K6RBKP.1
033100*================================================================ K6RBKP.1
033200 2100-FOLD.                                                       K6RBKP.1
033300     MOVE RI-IMAGE TO WS-REG-CKSUM-AREA.                          K6RBKP.1
033400     MOVE 1 TO WS-CHUNK-SUB.                                      K6RBKP.1
033500 2100-CHUNK.                                                      K6RBKP.1
033600     IF WS-CHUNK-SUB GREATER THAN 50                              K6RBKP.1
033700         GO TO 2100-EXIT.                                         K6RBKP.1
033800     ADD WS-REG-CKSUM-CHUNK (WS-CHUNK-SUB)                        K6RBKP.1
033900         TO WS-RUN-CHECKSUM.                                      K6RBKP.1
034000     IF WS-RUN-CHECKSUM GREATER THAN 99999999                     K6RBKP.1
034100         SUBTRACT 100000000 FROM WS-RUN-CHECKSUM.                 K6RBKP.1
034200     IF WS-RUN-CHECKSUM LESS THAN ZERO                            K6RBKP.1
034300         ADD 100000000 TO WS-RUN-CHECKSUM.                        K6RBKP.1
034400     ADD 1 TO WS-CHUNK-SUB.                                       K6RBKP.1
034500     GO TO 2100-CHUNK.                                            K6RBKP.1
034600 2100-EXIT.                                                       K6RBKP.1
034700     EXIT.                                                        K6RBKP.1
034800*================================================================ K6RBKP.1
034900* 2200-FIND-REGISTER -- CTL-REGISTER OR RM-REGISTER (MOVED TO     K6RBKP.1
035000* RL-DDNAME BY THE CALLER) TO ITS K6RGTB NUMBER; ZERO IF NONE.    K6RBKP.1
035100*================================================================ K6RBKP.1
035200 2200-FIND-REGISTER.                                              K6RBKP.1
035300     MOVE ZERO TO WS-HIT-SUB.                                     K6RBKP.1
035400     MOVE 1 TO WS-SUB.                                            K6RBKP.1
035500 2200-LOOP.                                                       K6RBKP.1
035600     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
035700         GO TO 2200-EXIT.                                         K6RBKP.1
035800     IF RG-DDNAME (WS-SUB) = RL-DDNAME                            K6RBKP.1
035900         MOVE WS-SUB TO WS-HIT-SUB                                K6RBKP.1
036000         GO TO 2200-EXIT.                                         K6RBKP.1
036100     ADD 1 TO WS-SUB.                                             K6RBKP.1
036200     GO TO 2200-LOOP.                                             K6RBKP.1
036300 2200-EXIT.                                                       K6RBKP.1
036400     EXIT.                                                        K6RBKP.1
036500*================================================================ K6RBKP.1
036600* 3000-BACKUP -- CAPTURE EVERY REGISTER, THEN READ THEM ALL       K6RBKP.1
036700* AGAIN: THE SET IS COMPLETE ONLY IF NOTHING MOVED UNDER IT.      K6RBKP.1
036800*================================================================ K6RBKP.1
036900 3000-BACKUP.                                                     K6RBKP.1
037000     IF WS-BACKUP-DONE                                            K6RBKP.1
037100         MOVE "SECOND BACKUP CARD IN ONE RUN - IGNORED" TO FL-TEXTK6RBKP.1
037200         WRITE RP-PRINT-REC FROM FUNC-LINE                        K6RBKP.1
037300             AFTER ADVANCING 2 LINES                              K6RBKP.1
037400         IF WS-VERDICT-RC < 4                                     K6RBKP.1
037500             MOVE 4 TO WS-VERDICT-RC.                             K6RBKP.1
037600     IF WS-BACKUP-DONE                                            K6RBKP.1
037700         GO TO 3000-EXIT.                                         K6RBKP.1
037800     MOVE "Y" TO WS-BACKUP-DONE-SW.                               K6RBKP.1
037900     ACCEPT WS-NOW-TIME FROM TIME.                                K6RBKP.1
038000     MOVE WS-TODAY TO WS-SET-DATE.                                K6RBKP.1
038100     MOVE WS-NOW-HHMMSS TO WS-SET-TIME.                           K6RBKP.1
038200     MOVE "COMPLETE" TO WS-SET-STATUS.                            K6RBKP.1
038300     MOVE ZERO TO WS-SET-REGISTERS.                               K6RBKP.1
038400     MOVE ZERO TO WS-SET-CHECKSUM.                                K6RBKP.1
038500     OPEN OUTPUT REG-BACKUP.                                      K6RBKP.1
038600     MOVE SPACE TO RB-BACKUP-REC.                                 K6RBKP.1
038700     MOVE "H" TO RB-TYPE.                                         K6RBKP.1
038800     MOVE WS-SET-ID TO RB-SET-ID.                                 K6RBKP.1
038900     MOVE "REGSET  " TO RB-REGISTER.                              K6RBKP.1
039000     MOVE "CONTROL-REGISTER BACKUP SET" TO RB-IMAGE.              K6RBKP.1
039100     WRITE RB-BACKUP-REC.                                         K6RBKP.1
039200     MOVE "Y" TO WS-CAPTURE-SW.                                   K6RBKP.1
039300     MOVE 1 TO WS-SUB.                                            K6RBKP.1
039400 3000-CAPTURE.                                                    K6RBKP.1
039500     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
039600         GO TO 3000-RECHECK.                                      K6RBKP.1
039700     PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT.                   K6RBKP.1
039800     MOVE WS-RUN-RECORDS TO CT-RECORDS (WS-SUB).                  K6RBKP.1
039900     MOVE WS-RUN-CHECKSUM-9 TO CT-CHECKSUM (WS-SUB).              K6RBKP.1
040000     MOVE "CAPTURED" TO CT-STATE (WS-SUB).                        K6RBKP.1
040100     IF WS-SCAN-STATE NOT = "PRESENT "                            K6RBKP.1
040200         MOVE WS-SCAN-STATE TO CT-STATE (WS-SUB).                 K6RBKP.1
040300     IF WS-SCAN-STATE = "IO ERROR"                                K6RBKP.1
040400         MOVE "FAILED  " TO WS-SET-STATUS.                        K6RBKP.1
040500     MOVE SPACE TO RB-BACKUP-REC.                                 K6RBKP.1
040600     MOVE "T" TO RB-TYPE.                                         K6RBKP.1
040700     MOVE WS-SET-ID TO RB-SET-ID.                                 K6RBKP.1
040800     MOVE RG-DDNAME (WS-SUB) TO RB-REGISTER.                      K6RBKP.1
040900     MOVE CT-RECORDS (WS-SUB) TO RB-RECORDS.                      K6RBKP.1
041000     MOVE CT-CHECKSUM (WS-SUB) TO RB-CHECKSUM.                    K6RBKP.1
041100     MOVE CT-STATE (WS-SUB) TO RB-STATUS.                         K6RBKP.1
041200     WRITE RB-BACKUP-REC.                                         K6RBKP.1
041300     ADD 1 TO WS-SUB.                                             K6RBKP.1
041400     GO TO 3000-CAPTURE.                                          K6RBKP.1
041500 3000-RECHECK.                                                    K6RBKP.1
041600     MOVE "N" TO WS-CAPTURE-SW.                                   K6RBKP.1
041700     MOVE 1 TO WS-SUB.                                            K6RBKP.1
041800 3000-RECHECK-LOOP.                                               K6RBKP.1
041900     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
042000         GO TO 3000-SEAL.                                         K6RBKP.1
042100     IF CT-STATE (WS-SUB) = "IO ERROR"                            K6RBKP.1
042200         GO TO 3000-RECHECK-NEXT.                                 K6RBKP.1
042300     PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT.                   K6RBKP.1
042400     IF WS-RUN-RECORDS NOT = CT-RECORDS (WS-SUB)                  K6RBKP.1
042500             OR WS-RUN-CHECKSUM-9 NOT = CT-CHECKSUM (WS-SUB)      K6RBKP.1
042600             OR WS-SCAN-STATE = "IO ERROR"                        K6RBKP.1
042700         MOVE "CHANGED " TO CT-STATE (WS-SUB)                     K6RBKP.1
042800         MOVE "FAILED  " TO WS-SET-STATUS.                        K6RBKP.1
042900 3000-RECHECK-NEXT.                                               K6RBKP.1
043000     ADD 1 TO WS-SUB.                                             K6RBKP.1
043100     GO TO 3000-RECHECK-LOOP.                                     K6RBKP.1
043200 3000-SEAL.                                                       K6RBKP.1
043300     MOVE 1 TO WS-SUB.                                            K6RBKP.1
043400 3000-SUM.                                                        K6RBKP.1
043500     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
043600         GO TO 3000-END-SET.                                      K6RBKP.1
043700     ADD 1 TO WS-SET-REGISTERS.                                   K6RBKP.1
043800     ADD CT-CHECKSUM (WS-SUB) TO WS-SET-CHECKSUM.                 K6RBKP.1
043900     ADD 1 TO WS-SUB.                                             K6RBKP.1
044000     GO TO 3000-SUM.                                              K6RBKP.1
044100 3000-END-SET.                                                    K6RBKP.1
044200     MOVE SPACE TO RB-BACKUP-REC.                                 K6RBKP.1
044300     MOVE "E" TO RB-TYPE.                                         K6RBKP.1
044400     MOVE WS-SET-ID TO RB-SET-ID.                                 K6RBKP.1
044500     MOVE "REGSET  " TO RB-REGISTER.                              K6RBKP.1
044600     MOVE WS-SET-REGISTERS TO RB-RECORDS.                         K6RBKP.1
044700     MOVE WS-SET-CHECKSUM TO RB-CHECKSUM.                         K6RBKP.1
044800     MOVE WS-SET-STATUS TO RB-STATUS.                             K6RBKP.1
044900     WRITE RB-BACKUP-REC.                                         K6RBKP.1
045000     CLOSE REG-BACKUP.                                            K6RBKP.1
045100     PERFORM 3100-WRITE-MANIFEST THRU 3100-EXIT.                  K6RBKP.1
045200     PERFORM 3200-PRINT-SET THRU 3200-EXIT.                       K6RBKP.1
045300 3000-EXIT.                                                       K6RBKP.1
045400     EXIT.                                                        K6RBKP.1
045500*================================================================ K6RBKP.1
045600* 3100-WRITE-MANIFEST -- REGISTER LINES FIRST, SET LINE LAST.     K6RBKP.1
045700*================================================================ K6RBKP.1
045800 3100-WRITE-MANIFEST.                                             K6RBKP.1
045900     OPEN EXTEND REG-MANIFEST.                                    K6RBKP.1
046000     MOVE 1 TO WS-SUB.                                            K6RBKP.1
046100 3100-LOOP.                                                       K6RBKP.1
046200     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
046300         GO TO 3100-SET.                                          K6RBKP.1
046400     MOVE SPACE TO RM-MANIFEST-REC.                               K6RBKP.1
046500     MOVE "R" TO RM-TYPE.                                         K6RBKP.1
046600     MOVE WS-SET-ID TO RM-SET-ID.                                 K6RBKP.1
046700     MOVE RG-DDNAME (WS-SUB) TO RM-REGISTER.                      K6RBKP.1
046800     MOVE CT-RECORDS (WS-SUB) TO RM-RECORDS.                      K6RBKP.1
046900     MOVE CT-CHECKSUM (WS-SUB) TO RM-CHECKSUM.                    K6RBKP.1
047000     MOVE CT-STATE (WS-SUB) TO RM-STATUS.                         K6RBKP.1
047100     WRITE RM-MANIFEST-REC.                                       K6RBKP.1
047200     ADD 1 TO WS-SUB.                                             K6RBKP.1
047300     GO TO 3100-LOOP.                                             K6RBKP.1
047400 3100-SET.                                                        K6RBKP.1
047500     MOVE SPACE TO RM-MANIFEST-REC.                               K6RBKP.1
047600     MOVE "S" TO RM-TYPE.                                         K6RBKP.1
047700     MOVE WS-SET-ID TO RM-SET-ID.                                 K6RBKP.1
047800     MOVE "REGSET  " TO RM-REGISTER.                              K6RBKP.1
047900     MOVE WS-SET-REGISTERS TO RM-RECORDS.                         K6RBKP.1
048000     MOVE WS-SET-CHECKSUM TO RM-CHECKSUM.                         K6RBKP.1
048100     MOVE WS-SET-STATUS TO RM-STATUS.                             K6RBKP.1
048200     MOVE CTL-USER TO RM-USER.                                    K6RBKP.1
048300     MOVE CTL-TICKET TO RM-TICKET.                                K6RBKP.1
048400     WRITE RM-MANIFEST-REC.                                       K6RBKP.1
048500     CLOSE REG-MANIFEST.                                          K6RBKP.1
048600 3100-EXIT.                                                       K6RBKP.1
048700     EXIT.                                                        K6RBKP.1
048800*================================================================ K6RBKP.1
048900* 3200-PRINT-SET.                                                 K6RBKP.1
049000*================================================================ K6RBKP.1
049100 3200-PRINT-SET.                                                  K6RBKP.1
049200     MOVE "BACKUP SET TAKEN" TO FL-TEXT.                          K6RBKP.1
049300     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RBKP.1
049400         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
049500     WRITE RP-PRINT-REC FROM HDR-LINE-2                           K6RBKP.1
049600         AFTER ADVANCING 1 LINE.                                  K6RBKP.1
049700     MOVE 1 TO WS-SUB.                                            K6RBKP.1
049800 3200-LOOP.                                                       K6RBKP.1
049900     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
050000         GO TO 3200-TOTAL.                                        K6RBKP.1
050100     MOVE RG-DDNAME (WS-SUB) TO RL-DDNAME.                        K6RBKP.1
050200     MOVE RG-DESC (WS-SUB) TO RL-DESC.                            K6RBKP.1
050300     MOVE CT-RECORDS (WS-SUB) TO RL-RECORDS.                      K6RBKP.1
050400     MOVE CT-CHECKSUM (WS-SUB) TO RL-CHECKSUM.                    K6RBKP.1
050500     MOVE CT-STATE (WS-SUB) TO RL-STATE.                          K6RBKP.1
050600     MOVE SPACE TO RL-RESULT.                                     K6RBKP.1
050700     IF CT-STATE (WS-SUB) = "ABSENT  "                            K6RBKP.1
050800         MOVE "NO DATASET - CAPTURED AS EMPTY" TO RL-RESULT.      K6RBKP.1
050900     IF CT-STATE (WS-SUB) = "IO ERROR"                            K6RBKP.1
051000         MOVE "COULD NOT BE READ" TO RL-RESULT.                   K6RBKP.1
051100     IF CT-STATE (WS-SUB) = "CHANGED "                            K6RBKP.1
051200         MOVE "CHANGED WHILE THE SET WAS TAKEN" TO RL-RESULT.     K6RBKP.1
051300     WRITE RP-PRINT-REC FROM REG-LINE                             K6RBKP.1
051400         AFTER ADVANCING 1 LINE.                                  K6RBKP.1
051500     ADD 1 TO WS-SUB.                                             K6RBKP.1
051600     GO TO 3200-LOOP.                                             K6RBKP.1
051700 3200-TOTAL.                                                      K6RBKP.1
051800     MOVE WS-SET-ID TO NL-ID.                                     K6RBKP.1
051900     MOVE "SET COMPLETE - MANIFEST UPDATED            SET-ID"     K6RBKP.1
052000         TO NL-TEXT.                                              K6RBKP.1
052100     IF WS-SET-STATUS NOT = "COMPLETE"                            K6RBKP.1
052200         MOVE "SET FAILED - NOT USABLE FOR RESTORE        SET-ID" K6RBKP.1
052300             TO NL-TEXT                                           K6RBKP.1
052400         IF WS-VERDICT-RC < 8                                     K6RBKP.1
052500             MOVE 8 TO WS-VERDICT-RC.                             K6RBKP.1
052600     WRITE RP-PRINT-REC FROM NOTE-LINE                            K6RBKP.1
052700         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
052800 3200-EXIT.                                                       K6RBKP.1
052900     EXIT.                                                        K6RBKP.1
053000*================================================================ K6RBKP.1
053100* 4000-JOURNAL -- ONE SANCTIONED CHANGE TO ONE REGISTER.          K6RBKP.1
053200*================================================================ K6RBKP.1
053300 4000-JOURNAL.                                                    K6RBKP.1
053400     MOVE CTL-REGISTER TO RL-DDNAME.                              K6RBKP.1
053500     PERFORM 2200-FIND-REGISTER THRU 2200-EXIT.                   K6RBKP.1
053600     MOVE "NOT A CONTROL REGISTER - CARD REJECTED" TO FL-TEXT.    K6RBKP.1
053700     IF WS-HIT-SUB = ZERO                                         K6RBKP.1
053800         GO TO 4000-REJECT.                                       K6RBKP.1
053900     MOVE "USER AND TICKET REQUIRED - CARD REJECTED" TO FL-TEXT.  K6RBKP.1
054000     IF CTL-USER = SPACE OR CTL-TICKET = SPACE                    K6RBKP.1
054100         GO TO 4000-REJECT.                                       K6RBKP.1
054200     MOVE WS-HIT-SUB TO WS-SUB.                                   K6RBKP.1
054300     MOVE "N" TO WS-CAPTURE-SW.                                   K6RBKP.1
054400     PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT.                   K6RBKP.1
054500     MOVE "REGISTER COULD NOT BE READ - CARD REJECTED" TO FL-TEXT.K6RBKP.1
054600     IF WS-SCAN-STATE = "IO ERROR"                                K6RBKP.1
054700         GO TO 4000-REJECT.                                       K6RBKP.1
054800     ACCEPT WS-NOW-TIME FROM TIME.                                K6RBKP.1
054900     MOVE SPACE TO RM-MANIFEST-REC.                               K6RBKP.1
055000     MOVE "J" TO RM-TYPE.                                         K6RBKP.1
055100     MOVE WS-TODAY TO RM-SET-DATE.                                K6RBKP.1
055200     MOVE WS-NOW-HHMMSS TO RM-SET-TIME.                           K6RBKP.1
055300     MOVE RG-DDNAME (WS-SUB) TO RM-REGISTER.                      K6RBKP.1
055400     MOVE WS-RUN-RECORDS TO RM-RECORDS.                           K6RBKP.1
055500     MOVE WS-RUN-CHECKSUM-9 TO RM-CHECKSUM.                       K6RBKP.1
055600     MOVE "CHANGED " TO RM-STATUS.                                K6RBKP.1
055700     IF WS-SCAN-STATE = "ABSENT  "                                K6RBKP.1
055800         MOVE "ABSENT  " TO RM-STATUS.                            K6RBKP.1
055900     MOVE CTL-USER TO RM-USER.                                    K6RBKP.1
056000     MOVE CTL-TICKET TO RM-TICKET.                                K6RBKP.1
056100     OPEN EXTEND REG-JOURNAL.                                     K6RBKP.1
056200     WRITE RJ-JOURNAL-REC FROM RM-MANIFEST-REC.                   K6RBKP.1
056300     CLOSE REG-JOURNAL.                                           K6RBKP.1
056400     MOVE "CHANGE JOURNALED" TO FL-TEXT.                          K6RBKP.1
056500     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RBKP.1
056600         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
056700     MOVE RG-DDNAME (WS-SUB) TO RL-DDNAME.                        K6RBKP.1
056800     MOVE RG-DESC (WS-SUB) TO RL-DESC.                            K6RBKP.1
056900     MOVE WS-RUN-RECORDS TO RL-RECORDS.                           K6RBKP.1
057000     MOVE WS-RUN-CHECKSUM-9 TO RL-CHECKSUM.                       K6RBKP.1
057100     MOVE RM-STATUS TO RL-STATE.                                  K6RBKP.1
057200     MOVE SPACE TO RL-RESULT.                                     K6RBKP.1
057300     STRING "BY " CTL-USER " TICKET " CTL-TICKET                  K6RBKP.1
057400         DELIMITED BY SIZE INTO RL-RESULT.                        K6RBKP.1
057500     WRITE RP-PRINT-REC FROM REG-LINE                             K6RBKP.1
057600         AFTER ADVANCING 1 LINE.                                  K6RBKP.1
057700     GO TO 4000-EXIT.                                             K6RBKP.1
057800 4000-REJECT.                                                     K6RBKP.1
057900     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RBKP.1
058000         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
058100     IF WS-VERDICT-RC < 8                                         K6RBKP.1
058200         MOVE 8 TO WS-VERDICT-RC.                                 K6RBKP.1
058300 4000-EXIT.                                                       K6RBKP.1
058400     EXIT.                                                        K6RBKP.1
058500*================================================================ K6RBKP.1
058600* 5000-VERIFY -- THE PREFLIGHT.  EACH REGISTER ON DISK AGAINST    K6RBKP.1
058700* ITS LATEST JOURNALED CHANGE SINCE THE LAST COMPLETE SET, OR     K6RBKP.1
058800* FAILING THAT THE SET ITSELF.                                    K6RBKP.1
058900*================================================================ K6RBKP.1
059000 5000-VERIFY.                                                     K6RBKP.1
059100     MOVE "PREFLIGHT CONSISTENCY CHECK" TO FL-TEXT.               K6RBKP.1
059200     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RBKP.1
059300         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
059400     MOVE ZERO TO WS-REFUSED.                                     K6RBKP.1
059500     PERFORM 5100-LOAD-MANIFEST THRU 5100-EXIT.                   K6RBKP.1
059600     IF NOT WS-BASE-FOUND                                         K6RBKP.1
059700         MOVE "NO COMPLETE BACKUP SET ON THE MANIFEST" TO NL-TEXT K6RBKP.1
059800         MOVE SPACE TO NL-ID                                      K6RBKP.1
059900         WRITE RP-PRINT-REC FROM NOTE-LINE                        K6RBKP.1
060000             AFTER ADVANCING 1 LINE                               K6RBKP.1
060100         ADD 1 TO WS-REFUSED                                      K6RBKP.1
060200         GO TO 5000-VERDICT.                                      K6RBKP.1
060300     MOVE WS-BASE-SET-ID TO NL-ID.                                K6RBKP.1
060400     MOVE "CHECKED AGAINST LAST COMPLETE SET          SET-ID"     K6RBKP.1
060500         TO NL-TEXT.                                              K6RBKP.1
060600     WRITE RP-PRINT-REC FROM NOTE-LINE                            K6RBKP.1
060700         AFTER ADVANCING 1 LINE.                                  K6RBKP.1
060800     PERFORM 5200-LOAD-JOURNAL THRU 5200-EXIT.                    K6RBKP.1
060900     WRITE RP-PRINT-REC FROM HDR-LINE-2                           K6RBKP.1
061000         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
061100     MOVE "N" TO WS-CAPTURE-SW.                                   K6RBKP.1
061200     MOVE 1 TO WS-SUB.                                            K6RBKP.1
061300 5000-LOOP.                                                       K6RBKP.1
061400     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
061500         GO TO 5000-VERDICT.                                      K6RBKP.1
061600     PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT.                   K6RBKP.1
061700     PERFORM 5300-COMPARE THRU 5300-EXIT.                         K6RBKP.1
061800     ADD 1 TO WS-SUB.                                             K6RBKP.1
061900     GO TO 5000-LOOP.                                             K6RBKP.1
062000 5000-VERDICT.                                                    K6RBKP.1
062100     MOVE SPACE TO NL-ID.                                         K6RBKP.1
062200     MOVE "REGISTERS CONSISTENT - WINDOW MAY START" TO NL-TEXT.   K6RBKP.1
062300     IF WS-REFUSED > ZERO                                         K6RBKP.1
062400         MOVE "REGISTERS NOT AS BACKED UP - WINDOW MUST NOT START"K6RBKP.1
062500             TO NL-TEXT                                           K6RBKP.1
062600         MOVE 16 TO WS-VERDICT-RC.                                K6RBKP.1
062700     WRITE RP-PRINT-REC FROM NOTE-LINE                            K6RBKP.1
062800         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
062900 5000-EXIT.                                                       K6RBKP.1
063000     EXIT.                                                        K6RBKP.1
063100*================================================================ K6RBKP.1
063200* 5100-LOAD-MANIFEST -- THE "R" LINES OF THE LAST SET WHOSE "S"   K6RBKP.1
063300* LINE SAYS COMPLETE.  A SET'S "R" LINES ARE CONTIGUOUS AND       K6RBKP.1
063400* PRECEDE ITS "S" LINE.                                           K6RBKP.1
063500*================================================================ K6RBKP.1
063600 5100-LOAD-MANIFEST.                                              K6RBKP.1
063700     MOVE "N" TO WS-BASE-SW.                                      K6RBKP.1
063800     MOVE SPACE TO WS-PEND-SET-ID.                                K6RBKP.1
063900     MOVE 1 TO WS-SUB.                                            K6RBKP.1
064000 5100-CLEAR.                                                      K6RBKP.1
064100     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
064200         GO TO 5100-OPEN.                                         K6RBKP.1
064300     MOVE "N" TO CT-BASE-SW (WS-SUB).                             K6RBKP.1
064400     MOVE "N" TO CT-PEND-SW (WS-SUB).                             K6RBKP.1
064500     MOVE "N" TO CT-JRNL-SW (WS-SUB).                             K6RBKP.1
064600     ADD 1 TO WS-SUB.                                             K6RBKP.1
064700     GO TO 5100-CLEAR.                                            K6RBKP.1
064800 5100-OPEN.                                                       K6RBKP.1
064900     OPEN INPUT REG-MANIFEST.                                     K6RBKP.1
065000     IF WS-MANF-STATUS NOT = "00" AND WS-MANF-STATUS NOT = "05"   K6RBKP.1
065100         GO TO 5100-EXIT.                                         K6RBKP.1
065200 5100-READ.                                                       K6RBKP.1
065300     READ REG-MANIFEST                                            K6RBKP.1
065400         AT END GO TO 5100-DONE.                                  K6RBKP.1
065500     IF RM-SET-LINE                                               K6RBKP.1
065600         GO TO 5100-SET.                                          K6RBKP.1
065700     IF NOT RM-REGISTER-LINE                                      K6RBKP.1
065800         GO TO 5100-READ.                                         K6RBKP.1
065900     IF RM-SET-ID NOT = WS-PEND-SET-ID                            K6RBKP.1
066000         PERFORM 5110-NEW-PENDING THRU 5110-EXIT.                 K6RBKP.1
066100     MOVE RM-REGISTER TO RL-DDNAME.                               K6RBKP.1
066200     PERFORM 2200-FIND-REGISTER THRU 2200-EXIT.                   K6RBKP.1
066300     IF WS-HIT-SUB = ZERO                                         K6RBKP.1
066400         GO TO 5100-READ.                                         K6RBKP.1
066500     MOVE "Y" TO CT-PEND-SW (WS-HIT-SUB).                         K6RBKP.1
066600     MOVE RM-RECORDS TO CT-PEND-RECORDS (WS-HIT-SUB).             K6RBKP.1
066700     MOVE RM-CHECKSUM TO CT-PEND-CHECKSUM (WS-HIT-SUB).           K6RBKP.1
066800     GO TO 5100-READ.                                             K6RBKP.1
066900 5100-SET.                                                        K6RBKP.1
067000     IF RM-SET-ID NOT = WS-PEND-SET-ID OR NOT RM-COMPLETE         K6RBKP.1
067100         GO TO 5100-READ.                                         K6RBKP.1
067200     MOVE "Y" TO WS-BASE-SW.                                      K6RBKP.1
067300     MOVE RM-SET-ID TO WS-BASE-SET-ID.                            K6RBKP.1
067400     MOVE 1 TO WS-SUB.                                            K6RBKP.1
067500 5100-ADOPT.                                                      K6RBKP.1
067600     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
067700         GO TO 5100-READ.                                         K6RBKP.1
067800     MOVE CT-PEND-SW (WS-SUB) TO CT-BASE-SW (WS-SUB).             K6RBKP.1
067900     MOVE CT-PEND-RECORDS (WS-SUB) TO CT-BASE-RECORDS (WS-SUB).   K6RBKP.1
068000     MOVE CT-PEND-CHECKSUM (WS-SUB) TO CT-BASE-CHECKSUM (WS-SUB). K6RBKP.1
068100     ADD 1 TO WS-SUB.                                             K6RBKP.1
068200     GO TO 5100-ADOPT.                                            K6RBKP.1
068300 5100-DONE.                                                       K6RBKP.1
068400     CLOSE REG-MANIFEST.                                          K6RBKP.1
068500 5100-EXIT.                                                       K6RBKP.1
068600     EXIT.                                                        K6RBKP.1
068700 5110-NEW-PENDING.                                                K6RBKP.1
068800     MOVE RM-SET-ID TO WS-PEND-SET-ID.                            K6RBKP.1
068900     MOVE 1 TO WS-SUB.                                            K6RBKP.1
069000 5110-LOOP.                                                       K6RBKP.1
069100     IF WS-SUB GREATER THAN RG-REGISTER-COUNT                     K6RBKP.1
069200         GO TO 5110-EXIT.                                         K6RBKP.1
069300     MOVE "N" TO CT-PEND-SW (WS-SUB).                             K6RBKP.1
069400     ADD 1 TO WS-SUB.                                             K6RBKP.1
069500     GO TO 5110-LOOP.                                             K6RBKP.1
069600 5110-EXIT.                                                       K6RBKP.1
069700     EXIT.                                                        K6RBKP.1
069800*================================================================ K6RBKP.1
069900* 5200-LOAD-JOURNAL -- THE LATEST CHANGE TO EACH REGISTER         K6RBKP.1
070000* JOURNALED AFTER THE SET WAS TAKEN.                              K6RBKP.1
070100*================================================================ K6RBKP.1
070200 5200-LOAD-JOURNAL.                                               K6RBKP.1
070300     OPEN INPUT REG-JOURNAL.                                      K6RBKP.1
070400     IF WS-JRNL-STATUS NOT = "00" AND WS-JRNL-STATUS NOT = "05"   K6RBKP.1
070500         GO TO 5200-EXIT.                                         K6RBKP.1
070600 5200-READ.                                                       K6RBKP.1
070700     READ REG-JOURNAL INTO RM-MANIFEST-REC                        K6RBKP.1
070800         AT END GO TO 5200-DONE.                                  K6RBKP.1
070900     IF NOT RM-JOURNAL-LINE                                       K6RBKP.1
071000         GO TO 5200-READ.                                         K6RBKP.1
071100     IF RM-SET-ID NOT GREATER THAN WS-BASE-SET-ID                 K6RBKP.1
071200         GO TO 5200-READ.                                         K6RBKP.1
071300     MOVE RM-REGISTER TO RL-DDNAME.                               K6RBKP.1
071400     PERFORM 2200-FIND-REGISTER THRU 2200-EXIT.                   K6RBKP.1
071500     IF WS-HIT-SUB = ZERO                                         K6RBKP.1
071600         GO TO 5200-READ.                                         K6RBKP.1
071700     MOVE "Y" TO CT-JRNL-SW (WS-HIT-SUB).                         K6RBKP.1
071800     MOVE RM-RECORDS TO CT-JRNL-RECORDS (WS-HIT-SUB).             K6RBKP.1
071900     MOVE RM-CHECKSUM TO CT-JRNL-CHECKSUM (WS-HIT-SUB).           K6RBKP.1
072000     MOVE RM-SET-DATE TO CT-JRNL-DATE (WS-HIT-SUB).               K6RBKP.1
072100     MOVE RM-TICKET TO CT-JRNL-TICKET (WS-HIT-SUB).               K6RBKP.1
072200     GO TO 5200-READ.                                             K6RBKP.1
072300 5200-DONE.                                                       K6RBKP.1
072400     CLOSE REG-JOURNAL.                                           K6RBKP.1
072500 5200-EXIT.                                                       K6RBKP.1
072600     EXIT.                                                        K6RBKP.1
072700*================================================================ K6RBKP.1
072800* 5300-COMPARE -- ONE REGISTER'S VERDICT LINE.                    K6RBKP.1
072900*================================================================ K6RBKP.1
073000 5300-COMPARE.                                                    K6RBKP.1
073100     MOVE RG-DDNAME (WS-SUB) TO RL-DDNAME.                        K6RBKP.1
073200     MOVE RG-DESC (WS-SUB) TO RL-DESC.                            K6RBKP.1
073300     MOVE WS-RUN-RECORDS TO RL-RECORDS.                           K6RBKP.1
073400     MOVE WS-RUN-CHECKSUM-9 TO RL-CHECKSUM.                       K6RBKP.1
073500     MOVE WS-SCAN-STATE TO RL-STATE.                              K6RBKP.1
073600     MOVE SPACE TO RL-RESULT.                                     K6RBKP.1
073700     IF WS-SCAN-STATE = "IO ERROR"                                K6RBKP.1
073800         MOVE "COULD NOT BE READ" TO RL-RESULT                    K6RBKP.1
073900         GO TO 5300-REFUSE.                                       K6RBKP.1
074000     IF CT-JRNL-SW (WS-SUB) = "Y"                                 K6RBKP.1
074100         GO TO 5300-JOURNAL.                                      K6RBKP.1
074200     IF CT-BASE-SW (WS-SUB) NOT = "Y"                             K6RBKP.1
074300         MOVE "NOT IN THE BACKUP SET" TO RL-RESULT                K6RBKP.1
074400         GO TO 5300-REFUSE.                                       K6RBKP.1
074500     IF WS-RUN-RECORDS = CT-BASE-RECORDS (WS-SUB)                 K6RBKP.1
074600             AND WS-RUN-CHECKSUM-9 = CT-BASE-CHECKSUM (WS-SUB)    K6RBKP.1
074700         MOVE "MATCHES BACKUP SET" TO RL-RESULT                   K6RBKP.1
074800         GO TO 5300-PRINT.                                        K6RBKP.1
074900     MOVE "DIFFERS FROM BACKUP, NO CHANGE JOURNALED"              K6RBKP.1
075000         TO RL-RESULT.                                            K6RBKP.1
075100     GO TO 5300-REFUSE.                                           K6RBKP.1
075200 5300-JOURNAL.                                                    K6RBKP.1
075300     IF WS-RUN-RECORDS = CT-JRNL-RECORDS (WS-SUB)                 K6RBKP.1
075400             AND WS-RUN-CHECKSUM-9 = CT-JRNL-CHECKSUM (WS-SUB)    K6RBKP.1
075500         STRING "MATCHES CHANGE " CT-JRNL-DATE (WS-SUB)           K6RBKP.1
075600             " TICKET " CT-JRNL-TICKET (WS-SUB)                   K6RBKP.1
075700             DELIMITED BY SIZE INTO RL-RESULT                     K6RBKP.1
075800         GO TO 5300-PRINT.                                        K6RBKP.1
075900     MOVE "DIFFERS FROM LAST JOURNALED CHANGE" TO RL-RESULT.      K6RBKP.1
076000 5300-REFUSE.                                                     K6RBKP.1
076100     ADD 1 TO WS-REFUSED.                                         K6RBKP.1
076200 5300-PRINT.                                                      K6RBKP.1
076300     WRITE RP-PRINT-REC FROM REG-LINE                             K6RBKP.1
076400         AFTER ADVANCING 1 LINE.                                  K6RBKP.1
076500 5300-EXIT.                                                       K6RBKP.1
076600     EXIT.                                                        K6RBKP.1
076700*================================================================ K6RBKP.1
076800* 9999-TERMINATE.                                                 K6RBKP.1
076900*================================================================ K6RBKP.1
077000 9999-TERMINATE.                                                  K6RBKP.1
077100     MOVE WS-VERDICT-RC TO TL-RC.                                 K6RBKP.1
077200     WRITE RP-PRINT-REC FROM TOT-LINE                             K6RBKP.1
077300         AFTER ADVANCING 2 LINES.                                 K6RBKP.1
077400     CLOSE RBKP-RPT.                                              K6RBKP.1
077500 9999-EXIT.                                                       K6RBKP.1
077600     EXIT.                                                        K6RBKP.1
