000100 IDENTIFICATION DIVISION.                                         K6LRUN.1
000200 PROGRAM-ID.                                                      K6LRUN.1
000300     K6LRUN.                                                      K6LRUN.1
000400*================================================================ K6LRUN.1
000500* K6LRUN -- BUILD (OR VERIFY) THE LATEST-EFFECTIVE-RUN FILE.      K6LRUN.1
000600*================================================================ K6LRUN.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6LRUN.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6LRUN.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6LRUN.1
001000* DATE-COMPILED.                                                  K6LRUN.1
001100*                                                                 K6LRUN.1
001200* REMARKS.                                                        K6LRUN.1
000000*    K6STOPL, K6CERT, K6RERU, K6GATE, K6MORN AND K6WHAT EACH      K6LRUN.2
000000*    READ THE WHOLE RAW-DATA EXTRACT ONLY TO FIND EVERY           K6LRUN.2
001500*    PROGRAM'S MOST RECENT EFFECTIVE RUN, AND THE EXTRACT GROWS   K6LRUN.1
001600*    EVERY NIGHT.  THIS STEP RUNS ONCE IN THE CLOSEOUT, READS     K6LRUN.1
001700*    THE EXTRACT ONE TIME, AND WRITES THE KEYED LATEST-EFFECTIVE- K6LRUN.1
001800*    RUN FILE (LATESTRN, K6LERN.CPY) -- ONE RECORD PER NAMED      K6LRUN.1
001900*    WINDOW, TARGET AND PROGRAM HOLDING THE RAW-DATA-SATZ OF ITS  K6LRUN.1
002000*    NEWEST EFFECTIVE RUN (HIGHEST RUN DATE, THEN RUN-SEQ).  THE  K6LRUN.1
002100*    REPORTING TOOLS READ THAT FILE WHEN IT IS SUPPLIED.          K6LRUN.1
002200*                                                                 K6LRUN.1
000000*    THE RULES EVERY READER SHARES ARE APPLIED HERE, ONCE, AND    K6LRUN.2
000000*    EACH READER APPLIES THE SAME RULES TO THE EXTRACT WHEN NO    K6LRUN.2
000000*    LATESTRN IS SUPPLIED, SO IT SEES THE SAME RUNS EITHER WAY.   K6LRUN.2
000000*    A RECORD IS NOT AN EFFECTIVE RUN WHEN IT IS:                 K6LRUN.2
000000*        SUPERSEDED    RE-SUPERSEDED "S" -- A SAME-DAY RERUN      K6LRUN.2
000000*                      REPLACED IT;                               K6LRUN.2
000000*        VOID          THE K6SMOK CALIBRATION RECORD, A PRACTICE  K6LRUN.2
000000*                      (K6SBOX SANDBOX) RUN, OR A RUN K6RVAL      K6LRUN.2
000000*                      QUARANTINED (RAWQUAR);                     K6LRUN.2
000000*        DECLARED VOID RE-SUPERSEDED "V" -- K6VOID DECLARED ITS   K6VOID.1
000000*                      WHOLE WINDOW VOID (VOIDREG);               K6VOID.1
003400*        RETIRED       ITS TARGET IS "RETIRED " ON THE TARGET-    K6LRUN.1
003500*                      STATUS REGISTER (TGTSTAT, SEE K6TRET).     K6LRUN.1
003600*    AN ABORTED RUN IS STILL AN EFFECTIVE RUN -- IT IS THE        K6LRUN.1
003700*    EVIDENCE THE STOPLIGHT GRADES RED.                           K6LRUN.1
000000*    THE PRODUCTION COMPILE-OPTION PROFILE (OPTPROF) IS NOT A     K6LRUN.2
000000*    SHARED RULE -- K6STOPL GRADES EVERY PROFILE -- SO RUNS OF    K6LRUN.2
000000*    ALL PROFILES ARE CARRIED.  K6CERT AND K6GATE, WHICH COUNT    K6LRUN.2
000000*    ONLY THE PRODUCTION PROFILE, READ THE EXTRACT INSTEAD OF     K6LRUN.2
000000*    THIS FILE WHEN A PRODUCTION PROFILE IS FLAGGED.              K6LRUN.2
003800*                                                                 K6LRUN.1
003900*    VERIFY MODE REBUILDS THE FILE IN STORAGE FROM THE FULL       K6LRUN.1
004000*    EXTRACT EXACTLY AS BUILD MODE DOES, THEN READS THE EXISTING  K6LRUN.1
004100*    LATESTRN IN KEY ORDER AND COMPARES THE TWO KEY BY KEY.  A    K6LRUN.1
004200*    KEY ONLY THE REBUILD HAS IS MISSING, A KEY ONLY THE FILE     K6LRUN.1
004300*    HAS IS EXTRA, AND A KEY WHOSE RECORD IMAGE OR RUN COUNT      K6LRUN.1
004400*    DISAGREES DIFFERS.  A CLEAN VERIFY IS THE PROOF THAT THE     K6LRUN.1
004500*    READERS GET THE SAME ANSWERS FROM THE FILE AS FROM THE       K6LRUN.1
004600*    EXTRACT; A DIFFERENCE MEANS THE FILE IS STALE AND THE BUILD  K6LRUN.1
004700*    STEP MUST BE RERUN.                                          K6LRUN.1
004800*                                                                 K6LRUN.1
004900*    CONTROL CARD (LRUNCTL, OPTIONAL):                            K6LRUN.1
005000*        COL   1      MODE -- "V" VERIFY; BLANK OR "B" BUILD.     K6LRUN.1
005100*                                                                 K6LRUN.1
005200*    FILES:                                                       K6LRUN.1
005300*        LRUNCTL   CONTROL CARD (OPTIONAL).                       K6LRUN.1
005400*        RAWEXT    RAW-DATA HISTORY EXTRACT (K6RAWDS LAYOUT).     K6LRUN.1
005500*        TGTSTAT   TARGET-STATUS REGISTER (OPTIONAL).             K6LRUN.1
005700*        RAWQUAR   K6RVAL QUARANTINE (OPTIONAL).                  K6LRUN.1
005800*        LATESTRN  LATEST-EFFECTIVE-RUN FILE -- WRITTEN IN BUILD  K6LRUN.1
005900*                  MODE, READ IN VERIFY MODE.                     K6LRUN.1
006000*        LRUNRPT   THE BUILD OR VERIFY REPORT.                    K6LRUN.1
006100*                                                                 K6LRUN.1
006200* RETURN CODES.                                                   K6LRUN.1
006300*    00  FILE BUILT, OR VERIFIED IDENTICAL TO THE REBUILD.        K6LRUN.1
006400*    08  VERIFY FOUND DIFFERENCES, OR THE KEY TABLE FILLED AND    K6LRUN.1
006500*        THE FILE (OR THE COMPARISON) IS INCOMPLETE.              K6LRUN.1
006600*    12  LATESTRN WILL NOT OPEN, OR A WRITE TO IT FAILED.         K6LRUN.1
006700*                                                                 K6LRUN.1
006800* MODIFICATION HISTORY.                                           K6LRUN.1
006900*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6LRUN.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  RUNS OF A WINDOW DECLARED VOID (K6VOID)     K6VOID.1
000000*                     ARE NOT EFFECTIVE; COUNTED ON THE SUMMARY.  K6VOID.1
000000*    2026-10-15  DLO  COMPILE-OPTION PROFILE FILTER (OPTPROF)     K6LRUN.2
000000*                     REMOVED -- IT IS READER POLICY, AND K6STOPL K6LRUN.2
000000*                     GRADES EVERY PROFILE.                       K6LRUN.2
007000*================================================================ K6LRUN.1
007100                                                                  K6LRUN.1
007200 ENVIRONMENT DIVISION.                                            K6LRUN.1
007300 CONFIGURATION SECTION.                                           K6LRUN.1
007400 SOURCE-COMPUTER.                                                 K6LRUN.1
007500     OUR-MAINFRAME.                                               K6LRUN.1
007600 OBJECT-COMPUTER.                                                 K6LRUN.1
007700     OUR-MAINFRAME.                                               K6LRUN.1
007800 INPUT-OUTPUT SECTION.                                            K6LRUN.1
007900 FILE-CONTROL.                                                    K6LRUN.1
008000     SELECT OPTIONAL LRUN-CTL ASSIGN TO LRUNCTL                   K6LRUN.1
008100         ORGANIZATION IS SEQUENTIAL                               K6LRUN.1
008200         FILE STATUS IS WS-CTL-STATUS.                            K6LRUN.1
008300     SELECT RAW-EXTRACT ASSIGN TO RAWEXT                          K6LRUN.1
008400         ORGANIZATION IS SEQUENTIAL.                              K6LRUN.1
008500     SELECT OPTIONAL TGT-STATUS ASSIGN TO TGTSTAT                 K6LRUN.1
008600         ORGANIZATION IS SEQUENTIAL                               K6LRUN.1
008700         FILE STATUS IS WS-TGTSTAT-STATUS.                        K6LRUN.1
009100     SELECT OPTIONAL RAW-QUARANTINE ASSIGN TO RAWQUAR             K6LRUN.1
009200         ORGANIZATION IS SEQUENTIAL                               K6LRUN.1
009300         FILE STATUS IS WS-RQ-STATUS.                             K6LRUN.1
009400     SELECT LATEST-RUNS ASSIGN TO LATESTRN                        K6LRUN.1
009500         ORGANIZATION IS INDEXED                                  K6LRUN.1
009600         ACCESS MODE IS SEQUENTIAL                                K6LRUN.1
009700         RECORD KEY IS LR-KEY                                     K6LRUN.1
009800         FILE STATUS IS WS-LR-STATUS.                             K6LRUN.1
009900     SELECT LRUN-RPT ASSIGN TO LRUNRPT                            K6LRUN.1
010000         ORGANIZATION IS SEQUENTIAL.                              K6LRUN.1
010100                                                                  K6LRUN.1
010200 DATA DIVISION.                                                   K6LRUN.1
010300 FILE SECTION.                                                    K6LRUN.1
010400 FD  LRUN-CTL                                                     K6LRUN.1
010500     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
010600 01  LC-CONTROL-CARD.                                             K6LRUN.1
010700     05  LC-MODE              PIC X(1).                           K6LRUN.1
010800     05  FILLER               PIC X(79).                          K6LRUN.1
010900 FD  RAW-EXTRACT                                                  K6LRUN.1
011000     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
011100 COPY K6RAWDS.                                                    K6LRUN.1
011200 FD  TGT-STATUS                                                   K6LRUN.1
011300     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
011400 01  TS-STATUS-REC.                                               K6LRUN.1
011500     05  TS-TARGET-ID         PIC X(8).                           K6LRUN.1
011600     05  FILLER               PIC X(1).                           K6LRUN.1
011700     05  TS-STATUS            PIC X(8).                           K6LRUN.1
011800     05  FILLER               PIC X(63).                          K6LRUN.1
012200 FD  RAW-QUARANTINE                                               K6LRUN.1
012300     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
012400     COPY K6RAWQ.                                                 K6LRUN.1
012500 FD  LATEST-RUNS                                                  K6LRUN.1
012600     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
012700     COPY K6LERN.                                                 K6LRUN.1
012800 FD  LRUN-RPT                                                     K6LRUN.1
012900     LABEL RECORDS ARE STANDARD.                                  K6LRUN.1
013000 01  LP-PRINT-REC             PIC X(120).                         K6LRUN.1
013100                                                                  K6LRUN.1
013200 WORKING-STORAGE SECTION.                                         K6LRUN.1
013300* ----------------------------------------------------------      K6LRUN.1
013400* FILE STATUSES, SWITCHES AND COUNTERS.                           K6LRUN.1
013500* ----------------------------------------------------------      K6LRUN.1
013600 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6LRUN.1
013700 77  WS-TGTSTAT-STATUS        PIC X(2)   VALUE SPACE.             K6LRUN.1
013900 77  WS-RQ-STATUS             PIC X(2)   VALUE SPACE.             K6LRUN.1
014000 77  WS-LR-STATUS             PIC X(2)   VALUE SPACE.             K6LRUN.1
014100 77  WS-MODE                  PIC X(1)   VALUE "B".               K6LRUN.1
014200     88  WS-VERIFY-MODE                  VALUE "V".               K6LRUN.1
014300 77  WS-EXTRACT-EOF-SW        PIC X      VALUE "N".               K6LRUN.1
014400     88  WS-EXTRACT-EOF                  VALUE "Y".               K6LRUN.1
014500 77  WS-LR-EOF-SW             PIC X      VALUE "N".               K6LRUN.1
014600     88  WS-LR-EOF                       VALUE "Y".               K6LRUN.1
014700 77  WS-FULL-SW               PIC X      VALUE "N".               K6LRUN.1
014800     88  WS-TABLE-FULL                   VALUE "Y".               K6LRUN.1
014900 77  WS-FOUND-SW              PIC X      VALUE "N".               K6LRUN.1
015000 77  WS-RETIRED-SW            PIC X      VALUE "N".               K6LRUN.1
015100 77  WS-QUARANTINED-SW        PIC X      VALUE "N".               K6LRUN.1
015300 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6LRUN.1
015400 77  WS-RET-COUNT             PIC 9(2)   COMP VALUE ZERO.         K6LRUN.1
015500 77  WS-RET-SUB               PIC 9(2)   COMP VALUE ZERO.         K6LRUN.1
015600 77  WS-RQ-COUNT              PIC 9(3)   COMP VALUE ZERO.         K6LRUN.1
015700 77  WS-RQ-SUB                PIC 9(3)   COMP VALUE ZERO.         K6LRUN.1
015800 77  WS-LT-COUNT              PIC 9(4)   COMP VALUE ZERO.         K6LRUN.1
015900 77  WS-LO                    PIC 9(4)   COMP VALUE ZERO.         K6LRUN.1
016000 77  WS-HI                    PIC 9(4)   COMP VALUE ZERO.         K6LRUN.1
016100 77  WS-MID                   PIC 9(4)   COMP VALUE ZERO.         K6LRUN.1
016200 77  WS-SLOT                  PIC 9(4)   COMP VALUE ZERO.         K6LRUN.1
016300 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6LRUN.1
016400 77  WS-POS                   PIC 9(4)   COMP VALUE ZERO.         K6LRUN.1
016500 77  WS-RECS-READ             PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
016600 77  WS-SUPERSEDED            PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
016700 77  WS-VOID-SMOKE            PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
016800 77  WS-VOID-PRACTICE         PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
016900 77  WS-VOID-QUARANTINE       PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
000000 77  WS-VOID-DECLARED         PIC 9(7)   COMP VALUE ZERO.         K6VOID.1
017100 77  WS-RETIRED-SKIPS         PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
017200 77  WS-EFFECTIVE             PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
017300 77  WS-KEYS-WRITTEN          PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
017400 77  WS-KEYS-MATCHED          PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
017500 77  WS-KEYS-MISSING          PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
017600 77  WS-KEYS-EXTRA            PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
017700 77  WS-KEYS-DIFFER           PIC 9(7)   COMP VALUE ZERO.         K6LRUN.1
017800 77  WS-LRUN-RC               PIC 9(2)   VALUE ZERO.              K6LRUN.1
017900 01  RETIRED-TABLE.                                               K6LRUN.1
018000     05  RETIRED-TARGET OCCURS 20 TIMES PIC X(8).                 K6LRUN.1
018100 01  RQ-KEY-TABLE.                                                K6LRUN.1
018200     05  RQ-KEY-ENTRY OCCURS 500 TIMES PIC X(24).                 K6LRUN.1
018300* ----------------------------------------------------------      K6LRUN.1
018400* THE LATEST EFFECTIVE RUN PER WINDOW, TARGET AND PROGRAM.        K6LRUN.1
018500* ENTRIES ARE FILED IN ARRIVAL ORDER; OT-SLOT LISTS THEIR         K6LRUN.1
018600* SUBSCRIPTS IN KEY ORDER, SO A KEY IS FOUND BY HALVING AND A     K6LRUN.1
018700* NEW KEY IS ADDED BY MOVING ONLY THE SHORT SLOT NUMBERS.         K6LRUN.1
018800* ----------------------------------------------------------      K6LRUN.1
018900 01  WS-SEARCH-KEY.                                               K6LRUN.1
019000     05  SK-WINDOW-ID         PIC X(1).                           K6LRUN.1
019100     05  SK-TARGET-ID         PIC X(8).                           K6LRUN.1
019200     05  SK-PGM-ID            PIC X(6).                           K6LRUN.1
019300 01  LATEST-TABLE.                                                K6LRUN.1
019400     05  LT-ENTRY OCCURS 5000 TIMES.                              K6LRUN.1
019500         10  LT-KEY.                                              K6LRUN.1
019600             15  LT-WINDOW-ID     PIC X(1).                       K6LRUN.1
019700             15  LT-TARGET-ID     PIC X(8).                       K6LRUN.1
019800             15  LT-PGM-ID        PIC X(6).                       K6LRUN.1
019900         10  LT-RUN-DATE      PIC 9(8).                           K6LRUN.1
020000         10  LT-RUN-SEQ       PIC 99.                             K6LRUN.1
020100         10  LT-RUN-COUNT     PIC 9(5).                           K6LRUN.1
020200         10  LT-RAW-IMAGE     PIC X(164).                         K6SREL.1
020300 01  ORDER-TABLE.                                                 K6LRUN.1
020400     05  OT-SLOT OCCURS 5000 TIMES PIC 9(4) COMP.                 K6LRUN.1
020500* ----------------------------------------------------------      K6LRUN.1
020600* REPORT LINES.                                                   K6LRUN.1
020700* ----------------------------------------------------------      K6LRUN.1
020800 01  HDR-LINE-1.                                                  K6LRUN.1
020900     05  FILLER   PIC X(42) VALUE                                 K6LRUN.1
021000         "LATEST-EFFECTIVE-RUN FILE (K6LRUN)        ".            K6LRUN.1
021100     05  FILLER   PIC X(6)  VALUE "MODE  ".                       K6LRUN.1
021200     05  HDR-MODE             PIC X(6).                           K6LRUN.1
021300     05  FILLER   PIC X(66) VALUE SPACE.                          K6LRUN.1
021400 01  COUNT-LINE.                                                  K6LRUN.1
021500     05  CL-LABEL             PIC X(44).                          K6LRUN.1
021600     05  CL-COUNT             PIC Z,ZZZ,ZZ9.                      K6LRUN.1
021700     05  FILLER               PIC X(67) VALUE SPACE.              K6LRUN.1
021800 01  DIFF-HDR-LINE.                                               K6LRUN.1
021900     05  FILLER   PIC X(40) VALUE                                 K6LRUN.1
022000         "  CHECK    W TARGET   PGM-ID  FILE RUN  ".              K6LRUN.1
022100     05  FILLER   PIC X(40) VALUE                                 K6LRUN.1
022200         "        REBUILT RUN                     ".              K6LRUN.1
022300     05  FILLER   PIC X(40) VALUE SPACE.                          K6LRUN.1
022400 01  DIFF-LINE.                                                   K6LRUN.1
022500     05  FILLER               PIC X(2)   VALUE SPACE.             K6LRUN.1
022600     05  DL-CHECK             PIC X(8).                           K6LRUN.1
022700     05  FILLER               PIC X(1)   VALUE SPACE.             K6LRUN.1
022800     05  DL-WINDOW-ID         PIC X(1).                           K6LRUN.1
022900     05  FILLER               PIC X(1)   VALUE SPACE.             K6LRUN.1
023000     05  DL-TARGET-ID         PIC X(8).                           K6LRUN.1
023100     05  FILLER               PIC X(1)   VALUE SPACE.             K6LRUN.1
023200     05  DL-PGM-ID            PIC X(6).                           K6LRUN.1
023300     05  FILLER               PIC X(2)   VALUE SPACE.             K6LRUN.1
023400     05  DL-FILE-DATE         PIC X(8).                           K6LRUN.1
023500     05  DL-FILE-SLASH        PIC X(1).                           K6LRUN.1
023600     05  DL-FILE-SEQ          PIC X(2).                           K6LRUN.1
023700     05  FILLER               PIC X(7)   VALUE SPACE.             K6LRUN.1
023800     05  DL-NEW-DATE          PIC X(8).                           K6LRUN.1
023900     05  DL-NEW-SLASH         PIC X(1).                           K6LRUN.1
024000     05  DL-NEW-SEQ           PIC X(2).                           K6LRUN.1
024100     05  FILLER               PIC X(61)  VALUE SPACE.             K6LRUN.1
024200 01  MSG-LINE.                                                    K6LRUN.1
024300     05  ML-TEXT              PIC X(60).                          K6LRUN.1
024400     05  FILLER               PIC X(60)  VALUE SPACE.             K6LRUN.1
024500                                                                  K6LRUN.1
024600 PROCEDURE DIVISION.                                              K6LRUN.1
024700*================================================================ K6LRUN.1
024800* 0000-MAINLINE -- ONE PASS OF THE EXTRACT, THEN WRITE THE FILE   K6LRUN.1
024900* OR COMPARE IT.                                                  K6LRUN.1
025000*================================================================ K6LRUN.1
025100 0000-MAINLINE.                                                   K6LRUN.1
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6LRUN.1
025300     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6LRUN.1
025400     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT                   K6LRUN.1
025500             UNTIL WS-EXTRACT-EOF.                                K6LRUN.1
025600     CLOSE RAW-EXTRACT.                                           K6LRUN.1
025700     IF WS-VERIFY-MODE                                            K6LRUN.1
025800         PERFORM 6000-VERIFY-FILE THRU 6000-EXIT                  K6LRUN.1
025900     ELSE                                                         K6LRUN.1
026000         PERFORM 5000-WRITE-FILE THRU 5000-EXIT.                  K6LRUN.1
026100     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6LRUN.1
026200     CLOSE LRUN-RPT.                                              K6LRUN.1
026300     MOVE WS-LRUN-RC TO RETURN-CODE.                              K6LRUN.1
026400     STOP RUN.                                                    K6LRUN.1
026500*================================================================ K6LRUN.1
026600* 1000-INITIALIZE -- MODE CARD, REGISTERS AND QUARANTINE LIST.    K6LRUN.1
026700*================================================================ K6LRUN.1
026800 1000-INITIALIZE.                                                 K6LRUN.1
026900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6LRUN.1
027000     OPEN INPUT LRUN-CTL.                                         K6LRUN.1
027100     IF WS-CTL-STATUS NOT = "00"                                  K6LRUN.1
027200         GO TO 1000-CARD-DONE.                                    K6LRUN.1
027300     READ LRUN-CTL                                                K6LRUN.1
027400         AT END GO TO 1000-CARD-CLOSE.                            K6LRUN.1
027500     IF LC-MODE = "V"                                             K6LRUN.1
027600         MOVE "V" TO WS-MODE.                                     K6LRUN.1
027700 1000-CARD-CLOSE.                                                 K6LRUN.1
027800     CLOSE LRUN-CTL.                                              K6LRUN.1
027900 1000-CARD-DONE.                                                  K6LRUN.1
028000     OPEN INPUT RAW-EXTRACT.                                      K6LRUN.1
028100     OPEN OUTPUT LRUN-RPT.                                        K6LRUN.1
028200     IF WS-VERIFY-MODE                                            K6LRUN.1
028300         MOVE "VERIFY" TO HDR-MODE                                K6LRUN.1
028400     ELSE                                                         K6LRUN.1
028500         MOVE "BUILD " TO HDR-MODE.                               K6LRUN.1
028600     WRITE LP-PRINT-REC FROM HDR-LINE-1                           K6LRUN.1
028700         AFTER ADVANCING PAGE.                                    K6LRUN.1
028800     PERFORM 1300-LOAD-RETIRED THRU 1300-EXIT.                    K6LRUN.1
029000     PERFORM 1600-LOAD-QUARANTINE THRU 1600-EXIT.                 K6LRUN.1
029100 1000-EXIT.                                                       K6LRUN.1
029200     EXIT.                                                        K6LRUN.1
029300*================================================================ K6LRUN.1
029400* 1300-LOAD-RETIRED -- TARGETS MARKED RETIRED ON TGTSTAT.         K6LRUN.1
029500*================================================================ K6LRUN.1
029600 1300-LOAD-RETIRED.                                               K6LRUN.1
029700     OPEN INPUT TGT-STATUS.                                       K6LRUN.1
029800     IF WS-TGTSTAT-STATUS NOT = "00"                              K6LRUN.1
029900             AND WS-TGTSTAT-STATUS NOT = "05"                     K6LRUN.1
030000         GO TO 1300-EXIT.                                         K6LRUN.1
030100 1300-READ.                                                       K6LRUN.1
030200     READ TGT-STATUS                                              K6LRUN.1
030300         AT END GO TO 1300-DONE.                                  K6LRUN.1
030400     IF TS-STATUS = "RETIRED "                                    K6LRUN.1
030500             AND WS-RET-COUNT LESS THAN 20                        K6LRUN.1
030600         ADD 1 TO WS-RET-COUNT                                    K6LRUN.1
030700         MOVE TS-TARGET-ID TO RETIRED-TARGET (WS-RET-COUNT).      K6LRUN.1
030800     GO TO 1300-READ.                                             K6LRUN.1
030900 1300-DONE.                                                       K6LRUN.1
031000     CLOSE TGT-STATUS.                                            K6LRUN.1
031100 1300-EXIT.                                                       K6LRUN.1
031200     EXIT.                                                        K6LRUN.1
031300 1350-CHECK-RETIRED.                                              K6LRUN.1
031400     MOVE "N" TO WS-RETIRED-SW.                                   K6LRUN.1
031500     MOVE 1 TO WS-RET-SUB.                                        K6LRUN.1
031600 1350-SCAN.                                                       K6LRUN.1
031700     IF WS-RET-SUB GREATER THAN WS-RET-COUNT                      K6LRUN.1
031800         GO TO 1350-EXIT.                                         K6LRUN.1
031900     IF RETIRED-TARGET (WS-RET-SUB) = RE-TARGET-ID                K6LRUN.1
032000         MOVE "Y" TO WS-RETIRED-SW                                K6LRUN.1
032100         GO TO 1350-EXIT.                                         K6LRUN.1
032200     ADD 1 TO WS-RET-SUB.                                         K6LRUN.1
032300     GO TO 1350-SCAN.                                             K6LRUN.1
032400 1350-EXIT.                                                       K6LRUN.1
032500     EXIT.                                                        K6LRUN.1
034500*================================================================ K6LRUN.1
034600* 1600-LOAD-QUARANTINE -- KEYS OF THE RUNS K6RVAL QUARANTINED.    K6LRUN.1
034700*================================================================ K6LRUN.1
034800 1600-LOAD-QUARANTINE.                                            K6LRUN.1
034900     OPEN INPUT RAW-QUARANTINE.                                   K6LRUN.1
035000     IF WS-RQ-STATUS NOT = "00"                                   K6LRUN.1
035100             AND WS-RQ-STATUS NOT = "05"                          K6LRUN.1
035200         GO TO 1600-EXIT.                                         K6LRUN.1
035300 1600-READ.                                                       K6LRUN.1
035400     READ RAW-QUARANTINE                                          K6LRUN.1
035500         AT END GO TO 1600-CLOSE.                                 K6LRUN.1
035600     IF WS-RQ-COUNT NOT LESS THAN 500                             K6LRUN.1
035700         GO TO 1600-CLOSE.                                        K6LRUN.1
035800     ADD 1 TO WS-RQ-COUNT.                                        K6LRUN.1
035900     MOVE RQ-RAW-KEY TO RQ-KEY-ENTRY (WS-RQ-COUNT).               K6LRUN.1
036000     GO TO 1600-READ.                                             K6LRUN.1
036100 1600-CLOSE.                                                      K6LRUN.1
036200     CLOSE RAW-QUARANTINE.                                        K6LRUN.1
036300 1600-EXIT.                                                       K6LRUN.1
036400     EXIT.                                                        K6LRUN.1
036500 1650-CHECK-QUARANTINE.                                           K6LRUN.1
036600     MOVE "N" TO WS-QUARANTINED-SW.                               K6LRUN.1
036700     MOVE ZERO TO WS-RQ-SUB.                                      K6LRUN.1
036800 1650-SCAN.                                                       K6LRUN.1
036900     ADD 1 TO WS-RQ-SUB.                                          K6LRUN.1
037000     IF WS-RQ-SUB > WS-RQ-COUNT                                   K6LRUN.1
037100         GO TO 1650-EXIT.                                         K6LRUN.1
037200     IF RQ-KEY-ENTRY (WS-RQ-SUB) = RE-RAW-DATA-KEY                K6LRUN.1
037300         MOVE "Y" TO WS-QUARANTINED-SW                            K6LRUN.1
037400         GO TO 1650-EXIT.                                         K6LRUN.1
037500     GO TO 1650-SCAN.                                             K6LRUN.1
037600 1650-EXIT.                                                       K6LRUN.1
037700     EXIT.                                                        K6LRUN.1
037800*================================================================ K6LRUN.1
037900* 2000-READ-EXTRACT -- READ ONE RAW-DATA-SATZ FROM THE EXTRACT.   K6LRUN.1
038000*================================================================ K6LRUN.1
038100 2000-READ-EXTRACT.                                               K6LRUN.1
038200     READ RAW-EXTRACT                                             K6LRUN.1
038300         AT END SET WS-EXTRACT-EOF TO TRUE.                       K6LRUN.1
038400 2000-EXIT.                                                       K6LRUN.1
038500     EXIT.                                                        K6LRUN.1
038600*================================================================ K6LRUN.1
038700* 3000-PROCESS-RECORD -- APPLY THE SUPERSEDE, VOID AND RETIRED-   K6LRUN.1
038800* TARGET RULES, THEN KEEP THE RECORD IF IT IS THE NEWEST RUN      K6LRUN.1
038900* SEEN SO FAR FOR ITS WINDOW, TARGET AND PROGRAM.                 K6LRUN.1
039000*================================================================ K6LRUN.1
039100 3000-PROCESS-RECORD.                                             K6LRUN.1
039200     ADD 1 TO WS-RECS-READ.                                       K6LRUN.1
039300     IF RE-PGM-ID = "K6SMOK"                                      K6LRUN.1
039400         ADD 1 TO WS-VOID-SMOKE                                   K6LRUN.1
039500         GO TO 3000-READ-NEXT.                                    K6LRUN.1
000000     IF RE-VOIDED                                                 K6VOID.1
000000         ADD 1 TO WS-VOID-DECLARED                                K6VOID.1
000000         GO TO 3000-READ-NEXT.                                    K6VOID.1
039600     IF RE-SUPERSEDED = "S"                                       K6LRUN.1
039700         ADD 1 TO WS-SUPERSEDED                                   K6LRUN.1
039800         GO TO 3000-READ-NEXT.                                    K6LRUN.1
039900     IF RE-C-NOTE (1:8) = "PRACTICE"                              K6LRUN.1
040000         ADD 1 TO WS-VOID-PRACTICE                                K6LRUN.1
040100         GO TO 3000-READ-NEXT.                                    K6LRUN.1
040200     PERFORM 1650-CHECK-QUARANTINE THRU 1650-EXIT.                K6LRUN.1
040300     IF WS-QUARANTINED-SW = "Y"                                   K6LRUN.1
040400         ADD 1 TO WS-VOID-QUARANTINE                              K6LRUN.1
040500         GO TO 3000-READ-NEXT.                                    K6LRUN.1
041100     PERFORM 1350-CHECK-RETIRED THRU 1350-EXIT.                   K6LRUN.1
041200     IF WS-RETIRED-SW = "Y"                                       K6LRUN.1
041300         ADD 1 TO WS-RETIRED-SKIPS                                K6LRUN.1
041400         GO TO 3000-READ-NEXT.                                    K6LRUN.1
041500     ADD 1 TO WS-EFFECTIVE.                                       K6LRUN.1
041600     MOVE RE-WINDOW-ID TO SK-WINDOW-ID.                           K6LRUN.1
041700     IF SK-WINDOW-ID = SPACE                                      K6LRUN.1
041800         MOVE "N" TO SK-WINDOW-ID.                                K6LRUN.1
041900     MOVE RE-TARGET-ID TO SK-TARGET-ID.                           K6LRUN.1
042000     MOVE RE-PGM-ID    TO SK-PGM-ID.                              K6LRUN.1
042100     PERFORM 4000-FIND-KEY THRU 4000-EXIT.                        K6LRUN.1
042200     IF WS-FOUND-SW = "N"                                         K6LRUN.1
042300         PERFORM 4100-ADD-KEY THRU 4100-EXIT                      K6LRUN.1
042400         GO TO 3000-READ-NEXT.                                    K6LRUN.1
042500     ADD 1 TO LT-RUN-COUNT (WS-SLOT).                             K6LRUN.1
042600     IF RE-RUN-DATE > LT-RUN-DATE (WS-SLOT)                       K6LRUN.1
042700         GO TO 3000-NEWER.                                        K6LRUN.1
042800     IF RE-RUN-DATE = LT-RUN-DATE (WS-SLOT)                       K6LRUN.1
042900             AND RE-RUN-SEQ > LT-RUN-SEQ (WS-SLOT)                K6LRUN.1
043000         GO TO 3000-NEWER.                                        K6LRUN.1
043100     GO TO 3000-READ-NEXT.                                        K6LRUN.1
043200 3000-NEWER.                                                      K6LRUN.1
043300     MOVE RE-RUN-DATE      TO LT-RUN-DATE (WS-SLOT).              K6LRUN.1
043400     MOVE RE-RUN-SEQ       TO LT-RUN-SEQ (WS-SLOT).               K6LRUN.1
043500     MOVE RE-RAW-DATA-SATZ TO LT-RAW-IMAGE (WS-SLOT).             K6LRUN.1
043600 3000-READ-NEXT.                                                  K6LRUN.1
043700     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.                    K6LRUN.1
043800 3000-EXIT.                                                       K6LRUN.1
043900     EXIT.                                                        K6LRUN.1
044000*================================================================ K6LRUN.1
044100* 4000-FIND-KEY -- HALVING SEARCH OF THE SLOT LIST FOR WS-SEARCH- K6LRUN.1
044200* KEY.  FOUND: WS-SLOT IS ITS ENTRY.  NOT FOUND: WS-LO IS THE     K6LRUN.1
044300* SLOT-LIST POSITION THE NEW KEY BELONGS AT.                      K6LRUN.1
044400*================================================================ K6LRUN.1
044500 4000-FIND-KEY.                                                   K6LRUN.1
044600     MOVE "N" TO WS-FOUND-SW.                                     K6LRUN.1
044700     MOVE 1 TO WS-LO.                                             K6LRUN.1
044800     MOVE WS-LT-COUNT TO WS-HI.                                   K6LRUN.1
044900 4000-PROBE.                                                      K6LRUN.1
045000     IF WS-LO > WS-HI                                             K6LRUN.1
045100         GO TO 4000-EXIT.                                         K6LRUN.1
045200     COMPUTE WS-MID = (WS-LO + WS-HI) / 2.                        K6LRUN.1
045300     MOVE OT-SLOT (WS-MID) TO WS-SLOT.                            K6LRUN.1
045400     IF LT-KEY (WS-SLOT) = WS-SEARCH-KEY                          K6LRUN.1
045500         MOVE "Y" TO WS-FOUND-SW                                  K6LRUN.1
045600         GO TO 4000-EXIT.                                         K6LRUN.1
045700     IF LT-KEY (WS-SLOT) < WS-SEARCH-KEY                          K6LRUN.1
045800         COMPUTE WS-LO = WS-MID + 1                               K6LRUN.1
045900     ELSE                                                         K6LRUN.1
046000         COMPUTE WS-HI = WS-MID - 1.                              K6LRUN.1
046100     GO TO 4000-PROBE.                                            K6LRUN.1
046200 4000-EXIT.                                                       K6LRUN.1
046300     EXIT.                                                        K6LRUN.1
046400*================================================================ K6LRUN.1
046500* 4100-ADD-KEY -- FILE A NEW KEY AND OPEN ITS PLACE IN THE SLOT   K6LRUN.1
046600* LIST AT WS-LO.                                                  K6LRUN.1
046700*================================================================ K6LRUN.1
046800 4100-ADD-KEY.                                                    K6LRUN.1
046900     IF WS-LT-COUNT NOT LESS THAN 5000                            K6LRUN.1
047000         SET WS-TABLE-FULL TO TRUE                                K6LRUN.1
047100         GO TO 4100-EXIT.                                         K6LRUN.1
047200     ADD 1 TO WS-LT-COUNT.                                        K6LRUN.1
047300     MOVE WS-LT-COUNT TO WS-SLOT.                                 K6LRUN.1
047400     MOVE WS-SEARCH-KEY    TO LT-KEY (WS-SLOT).                   K6LRUN.1
047500     MOVE RE-RUN-DATE      TO LT-RUN-DATE (WS-SLOT).              K6LRUN.1
047600     MOVE RE-RUN-SEQ       TO LT-RUN-SEQ (WS-SLOT).               K6LRUN.1
047700     MOVE 1                TO LT-RUN-COUNT (WS-SLOT).             K6LRUN.1
047800     MOVE RE-RAW-DATA-SATZ TO LT-RAW-IMAGE (WS-SLOT).             K6LRUN.1
047900     MOVE WS-LT-COUNT TO WS-SUB.                                  K6LRUN.1
048000 4100-SHIFT.                                                      K6LRUN.1
048100     IF WS-SUB NOT > WS-LO                                        K6LRUN.1
048200         GO TO 4100-PLACE.                                        K6LRUN.1
048300     MOVE OT-SLOT (WS-SUB - 1) TO OT-SLOT (WS-SUB).               K6LRUN.1
048400     SUBTRACT 1 FROM WS-SUB.                                      K6LRUN.1
048500     GO TO 4100-SHIFT.                                            K6LRUN.1
048600 4100-PLACE.                                                      K6LRUN.1
048700     MOVE WS-SLOT TO OT-SLOT (WS-LO).                             K6LRUN.1
048800 4100-EXIT.                                                       K6LRUN.1
048900     EXIT.                                                        K6LRUN.1
049000*================================================================ K6LRUN.1
049100* 5000-WRITE-FILE -- BUILD MODE: WRITE ONE LATESTRN RECORD PER    K6LRUN.1
049200* KEY, IN KEY ORDER.                                              K6LRUN.1
049300*================================================================ K6LRUN.1
049400 5000-WRITE-FILE.                                                 K6LRUN.1
049500     OPEN OUTPUT LATEST-RUNS.                                     K6LRUN.1
049600     IF WS-LR-STATUS NOT = "00"                                   K6LRUN.1
049700         MOVE "LATESTRN WILL NOT OPEN FOR OUTPUT - FILE NOT BUILT"K6LRUN.1
049800             TO ML-TEXT                                           K6LRUN.1
049900         WRITE LP-PRINT-REC FROM MSG-LINE                         K6LRUN.1
050000             AFTER ADVANCING 2 LINES                              K6LRUN.1
050100         MOVE 12 TO WS-LRUN-RC                                    K6LRUN.1
050200         GO TO 5000-EXIT.                                         K6LRUN.1
050300     MOVE ZERO TO WS-POS.                                         K6LRUN.1
050400 5000-NEXT-KEY.                                                   K6LRUN.1
050500     ADD 1 TO WS-POS.                                             K6LRUN.1
050600     IF WS-POS > WS-LT-COUNT                                      K6LRUN.1
050700         GO TO 5000-CLOSE.                                        K6LRUN.1
050800     MOVE OT-SLOT (WS-POS) TO WS-SLOT.                            K6LRUN.1
050900     PERFORM 5100-BUILD-RECORD THRU 5100-EXIT.                    K6LRUN.1
051000     WRITE LR-LATEST-REC                                          K6LRUN.1
051100         INVALID KEY                                              K6LRUN.1
051200             MOVE "WRITE TO LATESTRN FAILED - FILE INCOMPLETE"    K6LRUN.1
051300                 TO ML-TEXT                                       K6LRUN.1
051400             WRITE LP-PRINT-REC FROM MSG-LINE                     K6LRUN.1
051500                 AFTER ADVANCING 2 LINES                          K6LRUN.1
051600             MOVE 12 TO WS-LRUN-RC                                K6LRUN.1
051700             GO TO 5000-CLOSE.                                    K6LRUN.1
051800     ADD 1 TO WS-KEYS-WRITTEN.                                    K6LRUN.1
051900     GO TO 5000-NEXT-KEY.                                         K6LRUN.1
052000 5000-CLOSE.                                                      K6LRUN.1
052100     CLOSE LATEST-RUNS.                                           K6LRUN.1
052200 5000-EXIT.                                                       K6LRUN.1
052300     EXIT.                                                        K6LRUN.1
052400 5100-BUILD-RECORD.                                               K6LRUN.1
052500     MOVE SPACE TO LR-LATEST-REC.                                 K6LRUN.1
052600     MOVE LT-RAW-IMAGE (WS-SLOT) TO LR-RAW-IMAGE.                 K6LRUN.1
052700     MOVE LT-KEY (WS-SLOT)       TO LR-KEY.                       K6LRUN.1
052800     MOVE WS-TODAY               TO LR-BUILT-DATE.                K6LRUN.1
052900     MOVE LT-RUN-COUNT (WS-SLOT) TO LR-RUN-COUNT.                 K6LRUN.1
053000 5100-EXIT.                                                       K6LRUN.1
053100     EXIT.                                                        K6LRUN.1
053200*================================================================ K6LRUN.1
053300* 6000-VERIFY-FILE -- VERIFY MODE: MATCH THE EXISTING LATESTRN    K6LRUN.1
053400* AGAINST THE REBUILD, BOTH IN KEY ORDER, AND LIST EVERY KEY      K6LRUN.1
053500* THAT IS MISSING, EXTRA OR DIFFERENT.                            K6LRUN.1
053600*================================================================ K6LRUN.1
053700 6000-VERIFY-FILE.                                                K6LRUN.1
053800     OPEN INPUT LATEST-RUNS.                                      K6LRUN.1
053900     IF WS-LR-STATUS NOT = "00"                                   K6LRUN.1
054000         MOVE "LATESTRN WILL NOT OPEN - NOTHING TO VERIFY"        K6LRUN.1
054100             TO ML-TEXT                                           K6LRUN.1
054200         WRITE LP-PRINT-REC FROM MSG-LINE                         K6LRUN.1
054300             AFTER ADVANCING 2 LINES                              K6LRUN.1
054400         MOVE 12 TO WS-LRUN-RC                                    K6LRUN.1
054500         GO TO 6000-EXIT.                                         K6LRUN.1
054600     WRITE LP-PRINT-REC FROM DIFF-HDR-LINE                        K6LRUN.1
054700         AFTER ADVANCING 2 LINES.                                 K6LRUN.1
054800     MOVE 1 TO WS-POS.                                            K6LRUN.1
054900     PERFORM 6100-READ-FILE THRU 6100-EXIT.                       K6LRUN.1
055000 6000-COMPARE.                                                    K6LRUN.1
055100     IF WS-LR-EOF AND WS-POS > WS-LT-COUNT                        K6LRUN.1
055200         GO TO 6000-CLOSE.                                        K6LRUN.1
055300     IF WS-LR-EOF                                                 K6LRUN.1
055400         GO TO 6000-MISSING.                                      K6LRUN.1
055500     IF WS-POS > WS-LT-COUNT                                      K6LRUN.1
055600         GO TO 6000-EXTRA.                                        K6LRUN.1
055700     MOVE OT-SLOT (WS-POS) TO WS-SLOT.                            K6LRUN.1
055800     IF LT-KEY (WS-SLOT) < LR-KEY                                 K6LRUN.1
055900         GO TO 6000-MISSING.                                      K6LRUN.1
056000     IF LT-KEY (WS-SLOT) > LR-KEY                                 K6LRUN.1
056100         GO TO 6000-EXTRA.                                        K6LRUN.1
056200     IF LT-RAW-IMAGE (WS-SLOT) = LR-RAW-IMAGE                     K6LRUN.1
056300             AND LT-RUN-COUNT (WS-SLOT) = LR-RUN-COUNT            K6LRUN.1
056400         ADD 1 TO WS-KEYS-MATCHED                                 K6LRUN.1
056500     ELSE                                                         K6LRUN.1
056600         ADD 1 TO WS-KEYS-DIFFER                                  K6LRUN.1
056700         MOVE "DIFFERS " TO DL-CHECK                              K6LRUN.1
056800         PERFORM 6500-PRINT-DIFF THRU 6500-EXIT.                  K6LRUN.1
056900     ADD 1 TO WS-POS.                                             K6LRUN.1
057000     PERFORM 6100-READ-FILE THRU 6100-EXIT.                       K6LRUN.1
057100     GO TO 6000-COMPARE.                                          K6LRUN.1
057200 6000-MISSING.                                                    K6LRUN.1
057300     MOVE OT-SLOT (WS-POS) TO WS-SLOT.                            K6LRUN.1
057400     ADD 1 TO WS-KEYS-MISSING.                                    K6LRUN.1
057500     MOVE "MISSING " TO DL-CHECK.                                 K6LRUN.1
057600     PERFORM 6500-PRINT-DIFF THRU 6500-EXIT.                      K6LRUN.1
057700     ADD 1 TO WS-POS.                                             K6LRUN.1
057800     GO TO 6000-COMPARE.                                          K6LRUN.1
057900 6000-EXTRA.                                                      K6LRUN.1
058000     ADD 1 TO WS-KEYS-EXTRA.                                      K6LRUN.1
058100     MOVE "EXTRA   " TO DL-CHECK.                                 K6LRUN.1
058200     PERFORM 6500-PRINT-DIFF THRU 6500-EXIT.                      K6LRUN.1
058300     PERFORM 6100-READ-FILE THRU 6100-EXIT.                       K6LRUN.1
058400     GO TO 6000-COMPARE.                                          K6LRUN.1
058500 6000-CLOSE.                                                      K6LRUN.1
058600     CLOSE LATEST-RUNS.                                           K6LRUN.1
058700     IF WS-KEYS-MISSING > ZERO OR WS-KEYS-EXTRA > ZERO            K6LRUN.1
058800             OR WS-KEYS-DIFFER > ZERO                             K6LRUN.1
058900         MOVE 8 TO WS-LRUN-RC.                                    K6LRUN.1
059000 6000-EXIT.                                                       K6LRUN.1
059100     EXIT.                                                        K6LRUN.1
059200 6100-READ-FILE.                                                  K6LRUN.1
059300     READ LATEST-RUNS NEXT RECORD                                 K6LRUN.1
059400         AT END SET WS-LR-EOF TO TRUE.                            K6LRUN.1
059500 6100-EXIT.                                                       K6LRUN.1
059600     EXIT.                                                        K6LRUN.1
059700*================================================================ K6LRUN.1
059800* 6500-PRINT-DIFF -- ONE DIFFERENCE LINE.  THE FILE SIDE COMES    K6LRUN.1
059900* FROM THE CURRENT LATESTRN RECORD, THE REBUILT SIDE FROM THE     K6LRUN.1
060000* TABLE ENTRY AT WS-SLOT; A SIDE THAT HAS NO SUCH KEY IS BLANK.   K6LRUN.1
060100*================================================================ K6LRUN.1
060200 6500-PRINT-DIFF.                                                 K6LRUN.1
060300     MOVE SPACE TO DL-FILE-DATE DL-FILE-SLASH DL-FILE-SEQ         K6LRUN.1
060400                   DL-NEW-DATE DL-NEW-SLASH DL-NEW-SEQ.           K6LRUN.1
060500     IF DL-CHECK = "MISSING "                                     K6LRUN.1
060600         GO TO 6500-REBUILT.                                      K6LRUN.1
060700     MOVE LR-WINDOW-ID         TO DL-WINDOW-ID.                   K6LRUN.1
060800     MOVE LR-TARGET-ID         TO DL-TARGET-ID.                   K6LRUN.1
060900     MOVE LR-PGM-ID            TO DL-PGM-ID.                      K6LRUN.1
061000     MOVE LR-RAW-IMAGE (15:8)  TO DL-FILE-DATE.                   K6LRUN.1
061100     MOVE LR-RAW-IMAGE (23:2)  TO DL-FILE-SEQ.                    K6LRUN.1
061200     MOVE "/"                  TO DL-FILE-SLASH.                  K6LRUN.1
061300     IF DL-CHECK = "EXTRA   "                                     K6LRUN.1
061400         GO TO 6500-WRITE.                                        K6LRUN.1
061500 6500-REBUILT.                                                    K6LRUN.1
061600     MOVE LT-WINDOW-ID (WS-SLOT) TO DL-WINDOW-ID.                 K6LRUN.1
061700     MOVE LT-TARGET-ID (WS-SLOT) TO DL-TARGET-ID.                 K6LRUN.1
061800     MOVE LT-PGM-ID (WS-SLOT)    TO DL-PGM-ID.                    K6LRUN.1
061900     MOVE LT-RUN-DATE (WS-SLOT)  TO DL-NEW-DATE.                  K6LRUN.1
062000     MOVE LT-RUN-SEQ (WS-SLOT)   TO DL-NEW-SEQ.                   K6LRUN.1
062100     MOVE "/"                    TO DL-NEW-SLASH.                 K6LRUN.1
062200 6500-WRITE.                                                      K6LRUN.1
062300     WRITE LP-PRINT-REC FROM DIFF-LINE                            K6LRUN.1
062400         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
062500 6500-EXIT.                                                       K6LRUN.1
062600     EXIT.                                                        K6LRUN.1
062700*================================================================ K6LRUN.1
062800* 8000-PRINT-SUMMARY -- WHAT THE PASS SAW AND WHAT CAME OF IT.    K6LRUN.1
062900*================================================================ K6LRUN.1
063000 8000-PRINT-SUMMARY.                                              K6LRUN.1
063100     MOVE "RAW-DATA RECORDS READ" TO CL-LABEL.                    K6LRUN.1
063200     MOVE WS-RECS-READ TO CL-COUNT.                               K6LRUN.1
063300     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
063400         AFTER ADVANCING 2 LINES.                                 K6LRUN.1
063500     MOVE "  SUPERSEDED BY A SAME-DAY RERUN" TO CL-LABEL.         K6LRUN.1
063600     MOVE WS-SUPERSEDED TO CL-COUNT.                              K6LRUN.1
063700     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
063800         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
000000     MOVE "  VOID - WINDOW DECLARED VOID (K6VOID)" TO CL-LABEL.   K6VOID.1
000000     MOVE WS-VOID-DECLARED TO CL-COUNT.                           K6VOID.1
000000     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6VOID.1
000000         AFTER ADVANCING 1 LINES.                                 K6VOID.1
063900     MOVE "  VOID - K6SMOK CALIBRATION" TO CL-LABEL.              K6LRUN.1
064000     MOVE WS-VOID-SMOKE TO CL-COUNT.                              K6LRUN.1
064100     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
064200         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
064300     MOVE "  VOID - PRACTICE (SANDBOX) RUN" TO CL-LABEL.          K6LRUN.1
064400     MOVE WS-VOID-PRACTICE TO CL-COUNT.                           K6LRUN.1
064500     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
064600         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
064700     MOVE "  VOID - QUARANTINED BY K6RVAL" TO CL-LABEL.           K6LRUN.1
064800     MOVE WS-VOID-QUARANTINE TO CL-COUNT.                         K6LRUN.1
064900     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
065000         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
065500     MOVE "  RETIRED TARGET" TO CL-LABEL.                         K6LRUN.1
065600     MOVE WS-RETIRED-SKIPS TO CL-COUNT.                           K6LRUN.1
065700     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
065800         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
065900     MOVE "EFFECTIVE RUNS" TO CL-LABEL.                           K6LRUN.1
066000     MOVE WS-EFFECTIVE TO CL-COUNT.                               K6LRUN.1
066100     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
066200         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
066300     MOVE "WINDOW/TARGET/PROGRAM KEYS" TO CL-LABEL.               K6LRUN.1
066400     MOVE WS-LT-COUNT TO CL-COUNT.                                K6LRUN.1
066500     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
066600         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
066700     IF WS-TABLE-FULL                                             K6LRUN.1
066800         MOVE "KEY TABLE FULL AT 5000 - LATER KEYS NOT CARRIED"   K6LRUN.1
066900             TO ML-TEXT                                           K6LRUN.1
067000         WRITE LP-PRINT-REC FROM MSG-LINE                         K6LRUN.1
067100             AFTER ADVANCING 2 LINES                              K6LRUN.1
067200         IF WS-LRUN-RC < 8                                        K6LRUN.1
067300             MOVE 8 TO WS-LRUN-RC.                                K6LRUN.1
067400     IF WS-VERIFY-MODE                                            K6LRUN.1
067500         GO TO 8000-VERIFY.                                       K6LRUN.1
067600     MOVE "LATESTRN RECORDS WRITTEN" TO CL-LABEL.                 K6LRUN.1
067700     MOVE WS-KEYS-WRITTEN TO CL-COUNT.                            K6LRUN.1
067800     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
067900         AFTER ADVANCING 2 LINES.                                 K6LRUN.1
068000     GO TO 8000-EXIT.                                             K6LRUN.1
068100 8000-VERIFY.                                                     K6LRUN.1
068200     MOVE "KEYS MATCHING THE REBUILD" TO CL-LABEL.                K6LRUN.1
068300     MOVE WS-KEYS-MATCHED TO CL-COUNT.                            K6LRUN.1
068400     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
068500         AFTER ADVANCING 2 LINES.                                 K6LRUN.1
068600     MOVE "KEYS MISSING FROM LATESTRN" TO CL-LABEL.               K6LRUN.1
068700     MOVE WS-KEYS-MISSING TO CL-COUNT.                            K6LRUN.1
068800     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
068900         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
069000     MOVE "KEYS ON LATESTRN NOT IN THE REBUILD" TO CL-LABEL.      K6LRUN.1
069100     MOVE WS-KEYS-EXTRA TO CL-COUNT.                              K6LRUN.1
069200     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
069300         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
069400     MOVE "KEYS WHOSE RUN DIFFERS" TO CL-LABEL.                   K6LRUN.1
069500     MOVE WS-KEYS-DIFFER TO CL-COUNT.                             K6LRUN.1
069600     WRITE LP-PRINT-REC FROM COUNT-LINE                           K6LRUN.1
069700         AFTER ADVANCING 1 LINES.                                 K6LRUN.1
069800     IF WS-LRUN-RC = ZERO                                         K6LRUN.1
069900         MOVE "VERIFIED - LATESTRN MATCHES THE FULL EXTRACT"      K6LRUN.1
070000             TO ML-TEXT                                           K6LRUN.1
070100     ELSE                                                         K6LRUN.1
070200         MOVE "NOT VERIFIED - REBUILD LATESTRN BEFORE IT IS READ" K6LRUN.1
070300             TO ML-TEXT.                                          K6LRUN.1
070400     WRITE LP-PRINT-REC FROM MSG-LINE                             K6LRUN.1
070500         AFTER ADVANCING 2 LINES.                                 K6LRUN.1
070600 8000-EXIT.                                                       K6LRUN.1
070700     EXIT.                                                        K6LRUN.1
