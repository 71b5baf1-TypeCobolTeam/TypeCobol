000100 IDENTIFICATION DIVISION.                                         K6RGIO.1
000200 PROGRAM-ID.                                                      K6RGIO.1
000300     K6RGIO.                                                      K6RGIO.1
000400*================================================================ K6RGIO.1
000500* K6RGIO -- CONTROL-REGISTER I/O FOR THE BACKUP AND RESTORE       K6RGIO.1
000600* TOOLS.                                                          K6RGIO.1
000700*================================================================ K6RGIO.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RGIO.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RGIO.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6RGIO.1
001100* DATE-COMPILED.                                                  K6RGIO.1
001200*                                                                 K6RGIO.1
001300* REMARKS.                                                        K6RGIO.1
001400*    K6RBKP (BACKUP, JOURNAL AND PREFLIGHT VERIFY) AND K6RRST     K6RGIO.1
001500*    (RESTORE) WORK ON ALL TEN CONTROL REGISTERS THE SAME WAY,    K6RGIO.1
001600*    RECORD BY RECORD.  RATHER THAN CARRY TEN SELECTS, TEN FDS    K6RGIO.1
001700*    AND TEN READ LOOPS IN EACH, THEY CALL THIS SUBPROGRAM WITH   K6RGIO.1
001800*    THE REGISTER'S NUMBER FROM K6RGTB.CPY:                       K6RGIO.1
001900*                                                                 K6RGIO.1
002000*        CALL "K6RGIO" USING REGISTER-IO-PARM    (K6RGPM.CPY)     K6RGIO.1
002100*                                                                 K6RGIO.1
002200*    EVERY REGISTER IS DECLARED OPTIONAL, SO AN ABSENT DATASET    K6RGIO.1
002300*    OPENS AS EMPTY AND IS REPORTED BACK AS ABSENT.  THE GOLDEN   K6RGIO.1
002400*    BASELINE IS INDEXED; IT IS READ AND RELOADED IN KEY          K6RGIO.1
002500*    SEQUENCE, WHICH IS THE ORDER A BACKUP CAPTURES IT IN.        K6RGIO.1
002600*                                                                 K6RGIO.1
000000*    THE CONTROL CARD DECKS AND OPTION PROFILES THE WINDOW READS  K6RULE.1
000000*    (K6RGTB ENTRIES 11 ON) ARE SERVED THE SAME WAY FOR K6RULE.   K6RULE.1
000000*                                                                 K6RULE.1
002700* MODIFICATION HISTORY.                                           K6RGIO.1
002800*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RGIO.1
000000*    2026-10-15  DLO  CONTROL CARD DECKS FOR THE WINDOW RULES     K6RULE.1
000000*                     CAPTURE.                                    K6RULE.1
002900*================================================================ K6RGIO.1
003000                                                                  K6RGIO.1
003100 ENVIRONMENT DIVISION.                                            K6RGIO.1
003200 CONFIGURATION SECTION.                                           K6RGIO.1
003300 SOURCE-COMPUTER.                                                 K6RGIO.1
003400     OUR-MAINFRAME.                                               K6RGIO.1
003500 OBJECT-COMPUTER.                                                 K6RGIO.1
003600     OUR-MAINFRAME.                                               K6RGIO.1
003700 INPUT-OUTPUT SECTION.                                            K6RGIO.1
003800 FILE-CONTROL.                                                    K6RGIO.1
003900     SELECT OPTIONAL WAIVER-REGISTER ASSIGN TO WVRREG             K6RGIO.1
004000         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
004100         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
004200     SELECT OPTIONAL SUPPRESS-REGISTER ASSIGN TO SUPRREG          K6RGIO.1
004300         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
004400         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
004500     SELECT OPTIONAL GOLD-MASTER ASSIGN TO GOLDMSTR               K6RGIO.1
004600         ORGANIZATION IS INDEXED                                  K6RGIO.1
004700         ACCESS MODE IS SEQUENTIAL                                K6RGIO.1
004800         RECORD KEY IS GB-KEY                                     K6RGIO.1
004900         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
005000     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6RGIO.1
005100         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
005200         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
005300     SELECT OPTIONAL VDEF-MASTER ASSIGN TO VDEFMST                K6RGIO.1
005400         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
005500         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
005600     SELECT OPTIONAL CAL-MASTER ASSIGN TO CALMST                  K6RGIO.1
005700         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
005800         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
005900     SELECT OPTIONAL ACK-REGISTER ASSIGN TO ACKREG                K6RGIO.1
006000         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
006100         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
006200     SELECT OPTIONAL TGT-STATUS ASSIGN TO TGTSTAT                 K6RGIO.1
006300         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
006400         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
006500     SELECT OPTIONAL ROUTE-CTL ASSIGN TO ROUTCTL                  K6RGIO.1
006600         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
006700         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
006800     SELECT OPTIONAL SEV-CTL ASSIGN TO SEVCTL                     K6RGIO.1
006900         ORGANIZATION IS SEQUENTIAL                               K6RGIO.1
007000         FILE STATUS IS WS-IO-STATUS.                             K6RGIO.1
000000     SELECT OPTIONAL GATE-CTL ASSIGN TO GATECTL                   K6RULE.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
000000         FILE STATUS IS WS-IO-STATUS.                             K6RULE.1
000000     SELECT OPTIONAL ORCH-CTL ASSIGN TO ORCHCTL                   K6RULE.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
000000         FILE STATUS IS WS-IO-STATUS.                             K6RULE.1
000000     SELECT OPTIONAL STEP-LIST ASSIGN TO STEPLIST                 K6RULE.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
000000         FILE STATUS IS WS-IO-STATUS.                             K6RULE.1
000000     SELECT OPTIONAL TEST-CLOCK ASSIGN TO TESTCLK                 K6RULE.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
000000         FILE STATUS IS WS-IO-STATUS.                             K6RULE.1
000000     SELECT OPTIONAL DEV-OVERRIDE ASSIGN TO DEVOVRD               K6RULE.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
000000         FILE STATUS IS WS-IO-STATUS.                             K6RULE.1
000000     SELECT OPTIONAL OPT-REGISTER ASSIGN TO OPTPROF               K6RULE.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
000000         FILE STATUS IS WS-IO-STATUS.                             K6RULE.1
007100                                                                  K6RGIO.1
007200 DATA DIVISION.                                                   K6RGIO.1
007300 FILE SECTION.                                                    K6RGIO.1
007400* RECORD LAYOUTS ARE THE OWNING PROGRAMS' BUSINESS; ONLY THE      K6RGIO.1
007500* LENGTHS (AND THE BASELINE'S KEY) MATTER HERE.                   K6RGIO.1
007600 FD  WAIVER-REGISTER                                              K6RGIO.1
007700     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
007800 01  WV-REGISTER-REC          PIC X(80).                          K6RGIO.1
007900 FD  SUPPRESS-REGISTER                                            K6RGIO.1
008000     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
008100 01  SR-REGISTER-REC          PIC X(80).                          K6RGIO.1
008200 FD  GOLD-MASTER                                                  K6RGIO.1
008300     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
008400 01  GB-BASELINE-REC.                                             K6RGIO.1
008500     05  GB-KEY               PIC X(28).                          K6RGIO.1
008600     05  FILLER               PIC X(31).                          K6RGIO.1
008700 FD  TCID-MASTER                                                  K6RGIO.1
008800     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
008900 01  MST-REC                  PIC X(80).                          K6RGIO.1
009000 FD  VDEF-MASTER                                                  K6RGIO.1
009100     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
009200 01  VD-REGISTER-REC          PIC X(80).                          K6RGIO.1
009300 FD  CAL-MASTER                                                   K6RGIO.1
009400     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
009500 01  CM-CAL-REC               PIC X(80).                          K6RGIO.1
009600 FD  ACK-REGISTER                                                 K6RGIO.1
009700     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
009800 01  AR-REGISTER-REC          PIC X(100).                         K6RGIO.1
009900 FD  TGT-STATUS                                                   K6RGIO.1
010000     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
010100 01  TS-STATUS-REC            PIC X(80).                          K6RGIO.1
010200 FD  ROUTE-CTL                                                    K6RGIO.1
010300     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
010400 01  RC-CTL-REC               PIC X(80).                          K6RGIO.1
010500 FD  SEV-CTL                                                      K6RGIO.1
010600     LABEL RECORDS ARE STANDARD.                                  K6RGIO.1
010700 01  SC-CTL-REC               PIC X(80).                          K6RGIO.1
000000 FD  GATE-CTL                                                     K6RULE.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
000000 01  CTL-REC                  PIC X(80).                          K6RULE.1
000000 FD  ORCH-CTL                                                     K6RULE.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
000000 01  OC-POLICY-REC            PIC X(80).                          K6RULE.1
000000 FD  STEP-LIST                                                    K6RULE.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
000000 01  SL-STEP-ENTRY            PIC X(19).                          K6RULE.1
000000 FD  TEST-CLOCK                                                   K6RULE.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
000000 01  TC-CLOCK-CARD            PIC X(80).                          K6RULE.1
000000 FD  DEV-OVERRIDE                                                 K6RULE.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
000000 01  OV-OVERRIDE-REC          PIC X(80).                          K6RULE.1
000000 FD  OPT-REGISTER                                                 K6RULE.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
000000 01  OPR-PROFILE-REC          PIC X(80).                          K6RULE.1
010800                                                                  K6RGIO.1
010900 WORKING-STORAGE SECTION.                                         K6RGIO.1
011000 77  WS-IO-STATUS             PIC X(2)   VALUE SPACE.             K6RGIO.1
011100                                                                  K6RGIO.1
011200 LINKAGE SECTION.                                                 K6RGIO.1
011300 COPY K6RGPM.                                                     K6RGIO.1
011400                                                                  K6RGIO.1
011500 PROCEDURE DIVISION USING REGISTER-IO-PARM.                       K6RGIO.1
011600*================================================================ K6RGIO.1
011700* 0000-MAINLINE -- ONE OPERATION ON ONE REGISTER PER CALL.        K6RGIO.1
011800*================================================================ K6RGIO.1
011900 0000-MAINLINE.                                                   K6RGIO.1
012000     MOVE "00" TO WS-IO-STATUS.                                   K6RGIO.1
012100     IF RI-REG-SUB < 1 OR RI-REG-SUB > 16                         K6RULE.1
012200         MOVE "99" TO RI-STATUS                                   K6RGIO.1
012300         GO TO 0000-RETURN.                                       K6RGIO.1
012400     IF RI-FUNCTION = "OPENIN  "                                  K6RGIO.1
012500         PERFORM 1000-OPEN-INPUT THRU 1000-EXIT                   K6RGIO.1
012600         GO TO 0000-RETURN.                                       K6RGIO.1
012700     IF RI-FUNCTION = "READ    "                                  K6RGIO.1
012800         PERFORM 2000-READ THRU 2000-EXIT                         K6RGIO.1
012900         GO TO 0000-RETURN.                                       K6RGIO.1
013000     IF RI-FUNCTION = "OPENOUT "                                  K6RGIO.1
013100         PERFORM 3000-OPEN-OUTPUT THRU 3000-EXIT                  K6RGIO.1
013200         GO TO 0000-RETURN.                                       K6RGIO.1
013300     IF RI-FUNCTION = "WRITE   "                                  K6RGIO.1
013400         PERFORM 4000-WRITE THRU 4000-EXIT                        K6RGIO.1
013500         GO TO 0000-RETURN.                                       K6RGIO.1
013600     IF RI-FUNCTION = "CLOSE   "                                  K6RGIO.1
013700         PERFORM 5000-CLOSE THRU 5000-EXIT                        K6RGIO.1
013800         GO TO 0000-RETURN.                                       K6RGIO.1
013900     MOVE "99" TO RI-STATUS.                                      K6RGIO.1
014000 0000-RETURN.                                                     K6RGIO.1
014100     EXIT PROGRAM.                                                K6RGIO.1
014200*================================================================ K6RGIO.1
014300* 1000-OPEN-INPUT -- STATUS 05 ON AN OPTIONAL FILE MEANS THE      K6RGIO.1
014400* DATASET IS NOT THERE.                                           K6RGIO.1
014500*================================================================ K6RGIO.1
014600 1000-OPEN-INPUT.                                                 K6RGIO.1
014700     MOVE "N" TO RI-ABSENT-SW.                                    K6RGIO.1
014800     MOVE "N" TO RI-EOF-SW.                                       K6RGIO.1
014900     GO TO 1001-WVR 1002-SUPR 1003-GOLD 1004-TCID 1005-VDEF       K6RGIO.1
015000           1006-CAL 1007-ACK 1008-TGT 1009-ROUT 1010-SEV          K6RGIO.1
000000           1011-GATE 1012-ORCH 1013-STEP 1014-TCLK 1015-DEVO      K6RULE.1
000000           1016-OPTP                                              K6RULE.1
015100         DEPENDING ON RI-REG-SUB.                                 K6RGIO.1
015200 1001-WVR.                                                        K6RGIO.1
015300     OPEN INPUT WAIVER-REGISTER.                                  K6RGIO.1
015400     GO TO 1000-DONE.                                             K6RGIO.1
015500 1002-SUPR.                                                       K6RGIO.1
015600     OPEN INPUT SUPPRESS-REGISTER.                                K6RGIO.1
015700     GO TO 1000-DONE.                                             K6RGIO.1
015800 1003-GOLD.                                                       K6RGIO.1
015900     OPEN INPUT GOLD-MASTER.                                      K6RGIO.1
016000     GO TO 1000-DONE.                                             K6RGIO.1
016100 1004-TCID.                                                       K6RGIO.1
016200     OPEN INPUT TCID-MASTER.                                      K6RGIO.1
016300     GO TO 1000-DONE.                                             K6RGIO.1
016400 1005-VDEF.                                                       K6RGIO.1
016500     OPEN INPUT VDEF-MASTER.                                      K6RGIO.1
016600     GO TO 1000-DONE.                                             K6RGIO.1
016700 1006-CAL.                                                        K6RGIO.1
016800     OPEN INPUT CAL-MASTER.                                       K6RGIO.1
016900     GO TO 1000-DONE.                                             K6RGIO.1
017000 1007-ACK.                                                        K6RGIO.1
017100     OPEN INPUT ACK-REGISTER.                                     K6RGIO.1
017200     GO TO 1000-DONE.                                             K6RGIO.1
017300 1008-TGT.                                                        K6RGIO.1
017400     OPEN INPUT TGT-STATUS.                                       K6RGIO.1
017500     GO TO 1000-DONE.                                             K6RGIO.1
017600 1009-ROUT.                                                       K6RGIO.1
017700     OPEN INPUT ROUTE-CTL.                                        K6RGIO.1
017800     GO TO 1000-DONE.                                             K6RGIO.1
017900 1010-SEV.                                                        K6RGIO.1
018000     OPEN INPUT SEV-CTL.                                          K6RGIO.1
000000     GO TO 1000-DONE.                                             K6RULE.1
000000 1011-GATE.                                                       K6RULE.1
000000     OPEN INPUT GATE-CTL.                                         K6RULE.1
000000     GO TO 1000-DONE.                                             K6RULE.1
000000 1012-ORCH.                                                       K6RULE.1
000000     OPEN INPUT ORCH-CTL.                                         K6RULE.1
000000     GO TO 1000-DONE.                                             K6RULE.1
000000 1013-STEP.                                                       K6RULE.1
000000     OPEN INPUT STEP-LIST.                                        K6RULE.1
000000     GO TO 1000-DONE.                                             K6RULE.1
000000 1014-TCLK.                                                       K6RULE.1
000000     OPEN INPUT TEST-CLOCK.                                       K6RULE.1
000000     GO TO 1000-DONE.                                             K6RULE.1
000000 1015-DEVO.                                                       K6RULE.1
000000     OPEN INPUT DEV-OVERRIDE.                                     K6RULE.1
000000     GO TO 1000-DONE.                                             K6RULE.1
000000 1016-OPTP.                                                       K6RULE.1
000000     OPEN INPUT OPT-REGISTER.                                     K6RULE.1
018100 1000-DONE.                                                       K6RGIO.1
018200     MOVE WS-IO-STATUS TO RI-STATUS.                              K6RGIO.1
018300     IF WS-IO-STATUS = "05"                                       K6RGIO.1
018400         MOVE "Y" TO RI-ABSENT-SW.                                K6RGIO.1
018500 1000-EXIT.                                                       K6RGIO.1
018600     EXIT.                                                        K6RGIO.1
018700*================================================================ K6RGIO.1
018800* 2000-READ -- NEXT RECORD, SPACE-FILLED TO 100 BYTES.            K6RGIO.1
018900*================================================================ K6RGIO.1
019000 2000-READ.                                                       K6RGIO.1
019100     MOVE SPACE TO RI-IMAGE.                                      K6RGIO.1
019200     GO TO 2001-WVR 2002-SUPR 2003-GOLD 2004-TCID 2005-VDEF       K6RGIO.1
019300           2006-CAL 2007-ACK 2008-TGT 2009-ROUT 2010-SEV          K6RGIO.1
000000           2011-GATE 2012-ORCH 2013-STEP 2014-TCLK 2015-DEVO      K6RULE.1
000000           2016-OPTP                                              K6RULE.1
019400         DEPENDING ON RI-REG-SUB.                                 K6RGIO.1
019500 2001-WVR.                                                        K6RGIO.1
019600     READ WAIVER-REGISTER                                         K6RGIO.1
019700         AT END GO TO 2000-END.                                   K6RGIO.1
019800     MOVE WV-REGISTER-REC TO RI-IMAGE.                            K6RGIO.1
019900     GO TO 2000-DONE.                                             K6RGIO.1
020000 2002-SUPR.                                                       K6RGIO.1
020100     READ SUPPRESS-REGISTER                                       K6RGIO.1
020200         AT END GO TO 2000-END.                                   K6RGIO.1
020300     MOVE SR-REGISTER-REC TO RI-IMAGE.                            K6RGIO.1
020400     GO TO 2000-DONE.                                             K6RGIO.1
020500 2003-GOLD.                                                       K6RGIO.1
020600     READ GOLD-MASTER NEXT RECORD                                 K6RGIO.1
020700         AT END GO TO 2000-END.                                   K6RGIO.1
020800     MOVE GB-BASELINE-REC TO RI-IMAGE.                            K6RGIO.1
020900     GO TO 2000-DONE.                                             K6RGIO.1
021000 2004-TCID.                                                       K6RGIO.1
021100     READ TCID-MASTER                                             K6RGIO.1
021200         AT END GO TO 2000-END.                                   K6RGIO.1
021300     MOVE MST-REC TO RI-IMAGE.                                    K6RGIO.1
021400     GO TO 2000-DONE.                                             K6RGIO.1
021500 2005-VDEF.                                                       K6RGIO.1
021600     READ VDEF-MASTER                                             K6RGIO.1
021700         AT END GO TO 2000-END.                                   K6RGIO.1
021800     MOVE VD-REGISTER-REC TO RI-IMAGE.                            K6RGIO.1
021900     GO TO 2000-DONE.                                             K6RGIO.1
022000 2006-CAL.                                                        K6RGIO.1
022100     READ CAL-MASTER                                              K6RGIO.1
022200         AT END GO TO 2000-END.                                   K6RGIO.1
022300     MOVE CM-CAL-REC TO RI-IMAGE.                                 K6RGIO.1
022400     GO TO 2000-DONE.                                             K6RGIO.1
022500 2007-ACK.                                                        K6RGIO.1
022600     READ ACK-REGISTER                                            K6RGIO.1
022700         AT END GO TO 2000-END.                                   K6RGIO.1
022800     MOVE AR-REGISTER-REC TO RI-IMAGE.                            K6RGIO.1
022900     GO TO 2000-DONE.                                             K6RGIO.1
023000 2008-TGT.                                                        K6RGIO.1
023100     READ TGT-STATUS                                              K6RGIO.1
023200         AT END GO TO 2000-END.                                   K6RGIO.1
023300     MOVE TS-STATUS-REC TO RI-IMAGE.                              K6RGIO.1
023400     GO TO 2000-DONE.                                             K6RGIO.1
023500 2009-ROUT.                                                       K6RGIO.1
023600     READ ROUTE-CTL                                               K6RGIO.1
023700         AT END GO TO 2000-END.                                   K6RGIO.1
023800     MOVE RC-CTL-REC TO RI-IMAGE.                                 K6RGIO.1
023900     GO TO 2000-DONE.                                             K6RGIO.1
024000 2010-SEV.                                                        K6RGIO.1
024100     READ SEV-CTL                                                 K6RGIO.1
024200         AT END GO TO 2000-END.                                   K6RGIO.1
024300     MOVE SC-CTL-REC TO RI-IMAGE.                                 K6RGIO.1
024400     GO TO 2000-DONE.                                             K6RGIO.1
000000 2011-GATE.                                                       K6RULE.1
000000     READ GATE-CTL                                                K6RULE.1
000000         AT END GO TO 2000-END.                                   K6RULE.1
000000     MOVE CTL-REC TO RI-IMAGE.                                    K6RULE.1
000000     GO TO 2000-DONE.                                             K6RULE.1
000000 2012-ORCH.                                                       K6RULE.1
000000     READ ORCH-CTL                                                K6RULE.1
000000         AT END GO TO 2000-END.                                   K6RULE.1
000000     MOVE OC-POLICY-REC TO RI-IMAGE.                              K6RULE.1
000000     GO TO 2000-DONE.                                             K6RULE.1
000000 2013-STEP.                                                       K6RULE.1
000000     READ STEP-LIST                                               K6RULE.1
000000         AT END GO TO 2000-END.                                   K6RULE.1
000000     MOVE SL-STEP-ENTRY TO RI-IMAGE.                              K6RULE.1
000000     GO TO 2000-DONE.                                             K6RULE.1
000000 2014-TCLK.                                                       K6RULE.1
000000     READ TEST-CLOCK                                              K6RULE.1
000000         AT END GO TO 2000-END.                                   K6RULE.1
000000     MOVE TC-CLOCK-CARD TO RI-IMAGE.                              K6RULE.1
000000     GO TO 2000-DONE.                                             K6RULE.1
000000 2015-DEVO.                                                       K6RULE.1
000000     READ DEV-OVERRIDE                                            K6RULE.1
000000         AT END GO TO 2000-END.                                   K6RULE.1
000000     MOVE OV-OVERRIDE-REC TO RI-IMAGE.                            K6RULE.1
000000     GO TO 2000-DONE.                                             K6RULE.1
000000 2016-OPTP.                                                       K6RULE.1
000000     READ OPT-REGISTER                                            K6RULE.1
000000         AT END GO TO 2000-END.                                   K6RULE.1
000000     MOVE OPR-PROFILE-REC TO RI-IMAGE.                            K6RULE.1
000000     GO TO 2000-DONE.                                             K6RULE.1
024500 2000-END.                                                        K6RGIO.1
024600     MOVE "Y" TO RI-EOF-SW.                                       K6RGIO.1
024700 2000-DONE.                                                       K6RGIO.1
024800     MOVE WS-IO-STATUS TO RI-STATUS.                              K6RGIO.1
024900 2000-EXIT.                                                       K6RGIO.1
025000     EXIT.                                                        K6RGIO.1
025100*================================================================ K6RGIO.1
025200* 3000-OPEN-OUTPUT -- THE REGISTER IS REPLACED, NOT EXTENDED.     K6RGIO.1
025300*================================================================ K6RGIO.1
025400 3000-OPEN-OUTPUT.                                                K6RGIO.1
025500     MOVE "N" TO RI-ABSENT-SW.                                    K6RGIO.1
025600     GO TO 3001-WVR 3002-SUPR 3003-GOLD 3004-TCID 3005-VDEF       K6RGIO.1
025700           3006-CAL 3007-ACK 3008-TGT 3009-ROUT 3010-SEV          K6RGIO.1
000000           3011-GATE 3012-ORCH 3013-STEP 3014-TCLK 3015-DEVO      K6RULE.1
000000           3016-OPTP                                              K6RULE.1
025800         DEPENDING ON RI-REG-SUB.                                 K6RGIO.1
025900 3001-WVR.                                                        K6RGIO.1
026000     OPEN OUTPUT WAIVER-REGISTER.                                 K6RGIO.1
026100     GO TO 3000-DONE.                                             K6RGIO.1
026200 3002-SUPR.                                                       K6RGIO.1
026300     OPEN OUTPUT SUPPRESS-REGISTER.                               K6RGIO.1
026400     GO TO 3000-DONE.                                             K6RGIO.1
026500 3003-GOLD.                                                       K6RGIO.1
026600     OPEN OUTPUT GOLD-MASTER.                                     K6RGIO.1
026700     GO TO 3000-DONE.                                             K6RGIO.1
026800 3004-TCID.                                                       K6RGIO.1
026900     OPEN OUTPUT TCID-MASTER.                                     K6RGIO.1
027000     GO TO 3000-DONE.                                             K6RGIO.1
027100 3005-VDEF.                                                       K6RGIO.1
027200     OPEN OUTPUT VDEF-MASTER.                                     K6RGIO.1
027300     GO TO 3000-DONE.                                             K6RGIO.1
027400 3006-CAL.                                                        K6RGIO.1
027500     OPEN OUTPUT CAL-MASTER.                                      K6RGIO.1
027600     GO TO 3000-DONE.                                             K6RGIO.1
027700 3007-ACK.                                                        K6RGIO.1
027800     OPEN OUTPUT ACK-REGISTER.                                    K6RGIO.1
027900     GO TO 3000-DONE.                                             K6RGIO.1
028000 3008-TGT.                                                        K6RGIO.1
028100     OPEN OUTPUT TGT-STATUS.                                      K6RGIO.1
028200     GO TO 3000-DONE.                                             K6RGIO.1
028300 3009-ROUT.                                                       K6RGIO.1
028400     OPEN OUTPUT ROUTE-CTL.                                       K6RGIO.1
028500     GO TO 3000-DONE.                                             K6RGIO.1
028600 3010-SEV.                                                        K6RGIO.1
028700     OPEN OUTPUT SEV-CTL.                                         K6RGIO.1
000000     GO TO 3000-DONE.                                             K6RULE.1
000000 3011-GATE.                                                       K6RULE.1
000000     OPEN OUTPUT GATE-CTL.                                        K6RULE.1
000000     GO TO 3000-DONE.                                             K6RULE.1
000000 3012-ORCH.                                                       K6RULE.1
000000     OPEN OUTPUT ORCH-CTL.                                        K6RULE.1
000000     GO TO 3000-DONE.                                             K6RULE.1
000000 3013-STEP.                                                       K6RULE.1
000000     OPEN OUTPUT STEP-LIST.                                       K6RULE.1
000000     GO TO 3000-DONE.                                             K6RULE.1
000000 3014-TCLK.                                                       K6RULE.1
000000     OPEN OUTPUT TEST-CLOCK.                                      K6RULE.1
000000     GO TO 3000-DONE.                                             K6RULE.1
000000 3015-DEVO.                                                       K6RULE.1
000000     OPEN OUTPUT DEV-OVERRIDE.                                    K6RULE.1
000000     GO TO 3000-DONE.                                             K6RULE.1
000000 3016-OPTP.                                                       K6RULE.1
000000     OPEN OUTPUT OPT-REGISTER.                                    K6RULE.1
028800 3000-DONE.                                                       K6RGIO.1
028900     MOVE WS-IO-STATUS TO RI-STATUS.                              K6RGIO.1
029000 3000-EXIT.                                                       K6RGIO.1
029100     EXIT.                                                        K6RGIO.1
029200*================================================================ K6RGIO.1
029300* 4000-WRITE -- THE REGISTER'S OWN LENGTH OF RI-IMAGE.  A KEY     K6RGIO.1
029400* OUT OF SEQUENCE ON THE BASELINE COMES BACK AS STATUS 21.        K6RGIO.1
029500*================================================================ K6RGIO.1
029600 4000-WRITE.                                                      K6RGIO.1
029700     GO TO 4001-WVR 4002-SUPR 4003-GOLD 4004-TCID 4005-VDEF       K6RGIO.1
029800           4006-CAL 4007-ACK 4008-TGT 4009-ROUT 4010-SEV          K6RGIO.1
000000           4011-GATE 4012-ORCH 4013-STEP 4014-TCLK 4015-DEVO      K6RULE.1
000000           4016-OPTP                                              K6RULE.1
029900         DEPENDING ON RI-REG-SUB.                                 K6RGIO.1
030000 4001-WVR.                                                        K6RGIO.1
030100     WRITE WV-REGISTER-REC FROM RI-IMAGE.                         K6RGIO.1
030200     GO TO 4000-DONE.                                             K6RGIO.1
030300 4002-SUPR.                                                       K6RGIO.1
030400     WRITE SR-REGISTER-REC FROM RI-IMAGE.                         K6RGIO.1
030500     GO TO 4000-DONE.                                             K6RGIO.1
030600 4003-GOLD.                                                       K6RGIO.1
030700     MOVE RI-IMAGE TO GB-BASELINE-REC.                            K6RGIO.1
030800     WRITE GB-BASELINE-REC                                        K6RGIO.1
030900         INVALID KEY GO TO 4000-DONE.                             K6RGIO.1
031000     GO TO 4000-DONE.                                             K6RGIO.1
031100 4004-TCID.                                                       K6RGIO.1
031200     WRITE MST-REC FROM RI-IMAGE.                                 K6RGIO.1
031300     GO TO 4000-DONE.                                             K6RGIO.1
031400 4005-VDEF.                                                       K6RGIO.1
031500     WRITE VD-REGISTER-REC FROM RI-IMAGE.                         K6RGIO.1
031600     GO TO 4000-DONE.                                             K6RGIO.1
031700 4006-CAL.                                                        K6RGIO.1
031800     WRITE CM-CAL-REC FROM RI-IMAGE.                              K6RGIO.1
031900     GO TO 4000-DONE.                                             K6RGIO.1
032000 4007-ACK.                                                        K6RGIO.1
032100     WRITE AR-REGISTER-REC FROM RI-IMAGE.                         K6RGIO.1
032200     GO TO 4000-DONE.                                             K6RGIO.1
032300 4008-TGT.                                                        K6RGIO.1
032400     WRITE TS-STATUS-REC FROM RI-IMAGE.                           K6RGIO.1
032500     GO TO 4000-DONE.                                             K6RGIO.1
032600 4009-ROUT.                                                       K6RGIO.1
032700     WRITE RC-CTL-REC FROM RI-IMAGE.                              K6RGIO.1
032800     GO TO 4000-DONE.                                             K6RGIO.1
032900 4010-SEV.                                                        K6RGIO.1
033000     WRITE SC-CTL-REC FROM RI-IMAGE.                              K6RGIO.1
000000     GO TO 4000-DONE.                                             K6RULE.1
000000 4011-GATE.                                                       K6RULE.1
000000     WRITE CTL-REC FROM RI-IMAGE.                                 K6RULE.1
000000     GO TO 4000-DONE.                                             K6RULE.1
000000 4012-ORCH.                                                       K6RULE.1
000000     WRITE OC-POLICY-REC FROM RI-IMAGE.                           K6RULE.1
000000     GO TO 4000-DONE.                                             K6RULE.1
000000 4013-STEP.                                                       K6RULE.1
000000     WRITE SL-STEP-ENTRY FROM RI-IMAGE.                           K6RULE.1
000000     GO TO 4000-DONE.                                             K6RULE.1
000000 4014-TCLK.                                                       K6RULE.1
000000     WRITE TC-CLOCK-CARD FROM RI-IMAGE.                           K6RULE.1
000000     GO TO 4000-DONE.                                             K6RULE.1
000000 4015-DEVO.                                                       K6RULE.1
000000     WRITE OV-OVERRIDE-REC FROM RI-IMAGE.                         K6RULE.1
000000     GO TO 4000-DONE.                                             K6RULE.1
000000 4016-OPTP.                                                       K6RULE.1
000000     WRITE OPR-PROFILE-REC FROM RI-IMAGE.                         K6RULE.1
033100 4000-DONE.                                                       K6RGIO.1
033200     MOVE WS-IO-STATUS TO RI-STATUS.                              K6RGIO.1
033300 4000-EXIT.                                                       K6RGIO.1
033400     EXIT.                                                        K6RGIO.1
033500*================================================================ K6RGIO.1
033600* 5000-CLOSE.                                                     K6RGIO.1
033700*================================================================ K6RGIO.1
033800 5000-CLOSE.                                                      K6RGIO.1
033900     GO TO 5001-WVR 5002-SUPR 5003-GOLD 5004-TCID 5005-VDEF       K6RGIO.1
034000           5006-CAL 5007-ACK 5008-TGT 5009-ROUT 5010-SEV          K6RGIO.1
000000           5011-GATE 5012-ORCH 5013-STEP 5014-TCLK 5015-DEVO      K6RULE.1
000000           5016-OPTP                                              K6RULE.1
034100         DEPENDING ON RI-REG-SUB.                                 K6RGIO.1
034200 5001-WVR.                                                        K6RGIO.1
034300     CLOSE WAIVER-REGISTER.                                       K6RGIO.1
034400     GO TO 5000-DONE.                                             K6RGIO.1
034500 5002-SUPR.                                                       K6RGIO.1
034600     CLOSE SUPPRESS-REGISTER.                                     K6RGIO.1
034700     GO TO 5000-DONE.                                             K6RGIO.1
034800 5003-GOLD.                                                       K6RGIO.1
034900     CLOSE GOLD-MASTER.                                           K6RGIO.1
035000     GO TO 5000-DONE.                                             K6RGIO.1
035100 5004-TCID.                                                       K6RGIO.1
035200     CLOSE TCID-MASTER.                                           K6RGIO.1
035300     GO TO 5000-DONE.                                             K6RGIO.1
035400 5005-VDEF.                                                       K6RGIO.1
035500     CLOSE VDEF-MASTER.                                           K6RGIO.1
035600     GO TO 5000-DONE.                                             K6RGIO.1
035700 5006-CAL.                                                        K6RGIO.1
035800     CLOSE CAL-MASTER.                                            K6RGIO.1
035900     GO TO 5000-DONE.                                             K6RGIO.1
036000 5007-ACK.                                                        K6RGIO.1
036100     CLOSE ACK-REGISTER.                                          K6RGIO.1
036200     GO TO 5000-DONE.                                             K6RGIO.1
036300 5008-TGT.                                                        K6RGIO.1
036400     CLOSE TGT-STATUS.                                            K6RGIO.1
036500     GO TO 5000-DONE.                                             K6RGIO.1
036600 5009-ROUT.                                                       K6RGIO.1
036700     CLOSE ROUTE-CTL.                                             K6RGIO.1
036800     GO TO 5000-DONE.                                             K6RGIO.1
036900 5010-SEV.                                                        K6RGIO.1
037000     CLOSE SEV-CTL.                                               K6RGIO.1
000000     GO TO 5000-DONE.                                             K6RULE.1
000000 5011-GATE.                                                       K6RULE.1
000000     CLOSE GATE-CTL.                                              K6RULE.1
000000     GO TO 5000-DONE.                                             K6RULE.1
000000 5012-ORCH.                                                       K6RULE.1
000000     CLOSE ORCH-CTL.                                              K6RULE.1
000000     GO TO 5000-DONE.                                             K6RULE.1
000000 5013-STEP.                                                       K6RULE.1
000000     CLOSE STEP-LIST.                                             K6RULE.1
000000     GO TO 5000-DONE.                                             K6RULE.1
000000 5014-TCLK.                                                       K6RULE.1
000000     CLOSE TEST-CLOCK.                                            K6RULE.1
000000     GO TO 5000-DONE.                                             K6RULE.1
000000 5015-DEVO.                                                       K6RULE.1
000000     CLOSE DEV-OVERRIDE.                                          K6RULE.1
000000     GO TO 5000-DONE.                                             K6RULE.1
000000 5016-OPTP.                                                       K6RULE.1
000000     CLOSE OPT-REGISTER.                                          K6RULE.1
037100 5000-DONE.                                                       K6RGIO.1
037200     MOVE WS-IO-STATUS TO RI-STATUS.                              K6RGIO.1
037300 5000-EXIT.                                                       K6RGIO.1
037400     EXIT.                                                        K6RGIO.1
