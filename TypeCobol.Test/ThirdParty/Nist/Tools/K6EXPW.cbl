000100 IDENTIFICATION DIVISION.                                         K6EXPW.1
000200 PROGRAM-ID.                                                      K6EXPW.1
000300     K6EXPW.                                                      K6EXPW.1
000400*================================================================ K6EXPW.1
000500* K6EXPW -- ADVANCE EXPIRY WARNINGS FOR THE TIME-BOXED            K6EXPW.1
000600* REGISTERS.                                                      K6EXPW.1
000700*================================================================ K6EXPW.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6EXPW.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6EXPW.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6EXPW.1
001100* DATE-COMPILED.                                                  K6EXPW.1
001200*                                                                 K6EXPW.1
001300* REMARKS.                                                        K6EXPW.1
001400*    WAIVERS (WVRREG) AND SUPPRESSIONS (SUPRREG) LAPSE AT THEIR   K6EXPW.1
001500*    EXPIRY DATE BY DESIGN, AND SO DO THE EXPECT-UNTIL DATE OF    K6EXPW.1
001600*    A VENDOR-DEFECT ROW (VDEFMST, SEE K6VDEF) AND THE RELEASE    K6EXPW.1
001700*    DATE OF AN AUDIT HOLD (HOLDREG, K6HOLD.CPY).  UNTIL NOW THE  K6EXPW.1
001800*    FIRST ANYONE HEARD OF A LAPSE WAS A FAIL* REVERSION OR AN    K6EXPW.1
001900*    ALERT STORM THE MORNING AFTER.  THIS NIGHTLY PROGRAM READS   K6EXPW.1
002000*    ALL FOUR REGISTERS AND WRITES TWO KINDS OF NOTICE TO THE     K6EXPW.1
002100*    EXPIRY NOTICE QUEUE (EXPWQ):                                 K6EXPW.1
002200*                                                                 K6EXPW.1
002300*      EXPIRING  AN ENTRY STILL IN FORCE THAT LAPSES WITHIN THE   K6EXPW.1
002400*                LEAD TIME -- THE NEXT N BUSINESS DAYS ON THE     K6EXPW.1
002500*                PROCESSING CALENDAR (K6CALD).                    K6EXPW.1
002600*      LAPSED    AN ENTRY THAT WAS IN FORCE AT THE PREVIOUS       K6EXPW.1
002700*                BUSINESS DAY'S RUN AND IS NOT ANY MORE, WITH     K6EXPW.1
002800*                THE VERDICT CHANGE ITS LAPSE CAUSED:             K6EXPW.1
002900*                  WAIVER       THE PARAGRAPH'S VERDICT IN THE    K6EXPW.1
003000*                               WINDOW'S CSV EXTRACTS (CSVIN) --  K6EXPW.1
003100*                               WAIVED TO FAIL*, WAIVED TO PASS   K6EXPW.1
003200*                  SUPPRESSION  THE PROGRAM'S LATEST EFFECTIVE    K6EXPW.1
003300*                               RUN SINCE THE LAPSE (RAWEXT) --   K6EXPW.1
003400*                               QUIET TO ALERTED OR TO CLEAN      K6EXPW.1
003500*                  VENDOR       THE PARAGRAPH'S CSV VERDICT --    K6EXPW.1
003600*                  DEFECT       A FAIL* IS NOW A NEW FAILURE      K6EXPW.1
003700*                  AUDIT HOLD   THE EVIDENCE IS NOW PURGEABLE     K6EXPW.1
003800*                "NO RUN SINCE" WHEN THE EVIDENCE DOES NOT        K6EXPW.1
003900*                COVER THE ENTRY.                                 K6EXPW.1
004000*                                                                 K6EXPW.1
004100*    EACH NOTICE IS ADDRESSED BY THE K6NOTIF ROUTING -- THE       K6EXPW.1
004200*    K6NOTFY TABLE OVERLAID WITH THE ROUTCTL ROWS IN FORCE --     K6EXPW.1
004300*    ON THE FIRST TWO CHARACTERS OF THE PROGRAM-ID, SO IT GOES    K6EXPW.1
004400*    TO THE QUEUE THAT OWNS THE FAILURE.  A HOLD NAMING NO        K6EXPW.1
004500*    PROGRAM GOES TO THE STANDARDS LEAD (NF-L2-QUEUE).  THE       K6EXPW.1
004600*    "EXPIRING" AND "LAPSED" VERBS ARE NOT "ROUTE TO" OR          K6EXPW.1
004700*    "ESCALATE", SO K6ACKR AND K6INCX PASS THEM OVER IF THE       K6EXPW.1
004800*    QUEUES ARE CONCATENATED: THE OWNING TEAM RENEWS OR RETIRES   K6EXPW.1
004900*    THE ENTRY, IT DOES NOT ACKNOWLEDGE A FAILURE.                K6EXPW.1
005000*                                                                 K6EXPW.1
005100*    CONTROL CARD (EXPWCTL, OPTIONAL):                            K6EXPW.1
005200*      1-3   LEAD TIME IN BUSINESS DAYS (DEFAULT 005)             K6EXPW.1
005300*      5-12  AS-OF DATE CCYYMMDD (DEFAULT TODAY; FOR A RERUN)     K6EXPW.1
005400*                                                                 K6EXPW.1
005500*    INPUTS:                                                      K6EXPW.1
005600*      WVRREG    WAIVER REGISTER (OPTIONAL)                       K6EXPW.1
005700*      SUPRREG   SUPPRESSION REGISTER (OPTIONAL)                  K6EXPW.1
005800*      VDEFMST   VENDOR-DEFECT REGISTER (OPTIONAL)                K6EXPW.1
005900*      HOLDREG   AUDIT HOLD REGISTER (OPTIONAL)                   K6EXPW.1
006000*      CSVIN     THE WINDOW'S CSV EXTRACTS (OPTIONAL)             K6EXPW.1
006100*      RAWEXT    RAW-DATA HISTORY EXTRACT (OPTIONAL)              K6EXPW.1
006200*      ROUTCTL   RUNTIME ROUTING CONTROL (OPTIONAL, K6TBLM)       K6EXPW.1
006300*      CALMST    PROCESSING CALENDAR (THROUGH K6CALD)             K6EXPW.1
006400*    OUTPUTS:                                                     K6EXPW.1
006500*      EXPWQ     EXPIRY NOTICE QUEUE                              K6EXPW.1
006600*                                                                 K6EXPW.1
006700* RETURN CODES.                                                   K6EXPW.1
006800*     0  NOTHING LAPSED SINCE THE PREVIOUS BUSINESS DAY.          K6EXPW.1
006900*     4  AT LEAST ONE ENTRY LAPSED.                               K6EXPW.1
007000*                                                                 K6EXPW.1
007100* MODIFICATION HISTORY.                                           K6EXPW.1
007200*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6EXPW.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
007300*================================================================ K6EXPW.1
007400                                                                  K6EXPW.1
007500 ENVIRONMENT DIVISION.                                            K6EXPW.1
007600 CONFIGURATION SECTION.                                           K6EXPW.1
007700 SOURCE-COMPUTER.                                                 K6EXPW.1
007800     OUR-MAINFRAME.                                               K6EXPW.1
007900 OBJECT-COMPUTER.                                                 K6EXPW.1
008000     OUR-MAINFRAME.                                               K6EXPW.1
008100 INPUT-OUTPUT SECTION.                                            K6EXPW.1
008200 FILE-CONTROL.                                                    K6EXPW.1
008300     SELECT OPTIONAL EXPW-CTL ASSIGN TO EXPWCTL                   K6EXPW.1
008400         ORGANIZATION IS SEQUENTIAL                               K6EXPW.1
008500         FILE STATUS IS WS-CTL-STATUS.                            K6EXPW.1
008600     SELECT OPTIONAL WAIVER-REGISTER ASSIGN TO WVRREG             K6EXPW.1
008700         ORGANIZATION IS SEQUENTIAL                               K6EXPW.1
008800         FILE STATUS IS WS-WVR-STATUS.                            K6EXPW.1
008900     SELECT OPTIONAL SUPPRESS-REGISTER ASSIGN TO SUPRREG          K6EXPW.1
009000         ORGANIZATION IS SEQUENTIAL                               K6EXPW.1
009100         FILE STATUS IS WS-SUPR-STATUS.                           K6EXPW.1
009200     SELECT OPTIONAL VDEF-MASTER ASSIGN TO VDEFMST                K6EXPW.1
009300         ORGANIZATION IS SEQUENTIAL                               K6EXPW.1
009400         FILE STATUS IS WS-VDEF-STATUS.                           K6EXPW.1
009500     SELECT OPTIONAL HOLD-REG ASSIGN TO HOLDREG                   K6EXPW.1
009600         ORGANIZATION IS SEQUENTIAL                               K6EXPW.1
009700         FILE STATUS IS WS-HOLD-STATUS.                           K6EXPW.1
009800     SELECT OPTIONAL CSV-EXTRACT ASSIGN TO CSVIN                  K6EXPW.1
009900         ORGANIZATION IS LINE SEQUENTIAL                          K6EXPW.1
010000         FILE STATUS IS WS-CSV-STATUS.                            K6EXPW.1
010100     SELECT OPTIONAL RAW-EXTRACT ASSIGN TO RAWEXT                 K6EXPW.1
010200         ORGANIZATION IS SEQUENTIAL                               K6EXPW.1
010300         FILE STATUS IS WS-RAW-STATUS.                            K6EXPW.1
010400     SELECT OPTIONAL ROUTE-CTL ASSIGN TO ROUTCTL                  K6EXPW.1
010500         ORGANIZATION IS SEQUENTIAL                               K6EXPW.1
010600         FILE STATUS IS WS-ROUTECTL-STATUS.                       K6EXPW.1
010700     SELECT NOTIFY-QUEUE ASSIGN TO EXPWQ                          K6EXPW.1
010800         ORGANIZATION IS SEQUENTIAL.                              K6EXPW.1
010900                                                                  K6EXPW.1
011000 DATA DIVISION.                                                   K6EXPW.1
011100 FILE SECTION.                                                    K6EXPW.1
011200 FD  EXPW-CTL                                                     K6EXPW.1
011300     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
011400 01  CTL-REC.                                                     K6EXPW.1
011500     05  CTL-LEAD-DAYS        PIC X(3).                           K6EXPW.1
011600     05  FILLER               PIC X(1).                           K6EXPW.1
011700     05  CTL-AS-OF-DATE       PIC X(8).                           K6EXPW.1
011800     05  FILLER               PIC X(68).                          K6EXPW.1
011900 FD  WAIVER-REGISTER                                              K6EXPW.1
012000     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
012100* WAIVER CARD AS K6SCA_PROC LOADS IT.                             K6EXPW.1
012200 01  WV-REGISTER-REC.                                             K6EXPW.1
012300     05  WV-PGM-ID            PIC X(6).                           K6EXPW.1
012400     05  FILLER               PIC X(1).                           K6EXPW.1
012500     05  WV-PAR-NAME          PIC X(22).                          K6EXPW.1
012600     05  FILLER               PIC X(1).                           K6EXPW.1
012700     05  WV-REASON-CODE       PIC X(4).                           K6EXPW.1
012800     05  FILLER               PIC X(1).                           K6EXPW.1
012900     05  WV-APPROVER          PIC X(8).                           K6EXPW.1
013000     05  FILLER               PIC X(1).                           K6EXPW.1
013100     05  WV-TICKET            PIC X(8).                           K6EXPW.1
013200     05  FILLER               PIC X(1).                           K6EXPW.1
013300     05  WV-EXPIRY-DATE       PIC X(8).                           K6EXPW.1
013400     05  FILLER               PIC X(19).                          K6EXPW.1
013500 FD  SUPPRESS-REGISTER                                            K6EXPW.1
013600     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
013700* SUPPRESSION CARD AS IX208A LOADS IT.                            K6EXPW.1
013800 01  SR-REGISTER-REC.                                             K6EXPW.1
013900     05  SR-PGM-ID            PIC X(6).                           K6EXPW.1
014000     05  FILLER               PIC X(1).                           K6EXPW.1
014100     05  SR-PAR-NAME          PIC X(22).                          K6EXPW.1
014200     05  FILLER               PIC X(1).                           K6EXPW.1
014300     05  SR-REASON-CODE       PIC X(4).                           K6EXPW.1
014400     05  FILLER               PIC X(1).                           K6EXPW.1
014500     05  SR-EXPIRY-DATE       PIC X(8).                           K6EXPW.1
014600     05  FILLER               PIC X(1).                           K6EXPW.1
014700     05  SR-FAIL-COUNT        PIC X(3).                           K6EXPW.1
014800     05  FILLER               PIC X(33).                          K6EXPW.1
014900 FD  VDEF-MASTER                                                  K6EXPW.1
015000     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
015100* VENDOR-DEFECT ROW AS K6VDEF READS IT.                           K6EXPW.1
015200 01  VD-REGISTER-REC.                                             K6EXPW.1
015300     05  VD-DEFECT-ID         PIC X(8).                           K6EXPW.1
015400     05  FILLER               PIC X(1).                           K6EXPW.1
015500     05  VD-STATUS            PIC X(8).                           K6EXPW.1
015600     05  FILLER               PIC X(1).                           K6EXPW.1
015700     05  VD-FIX-VERSION       PIC X(20).                          K6EXPW.1
015800     05  FILLER               PIC X(1).                           K6EXPW.1
015900     05  VD-PGM-ID            PIC X(6).                           K6EXPW.1
016000     05  FILLER               PIC X(1).                           K6EXPW.1
016100     05  VD-PAR-NAME          PIC X(22).                          K6EXPW.1
016200     05  FILLER               PIC X(1).                           K6EXPW.1
016300     05  VD-EXPECT-UNTIL      PIC X(8).                           K6EXPW.1
016400     05  FILLER               PIC X(3).                           K6EXPW.1
016500 FD  HOLD-REG                                                     K6EXPW.1
016600     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
016700 COPY K6HOLD.                                                     K6EXPW.1
016800 FD  CSV-EXTRACT                                                  K6EXPW.1
016900     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
017000 01  CX-REC                   PIC X(194).                         K6EXPW.1
017100 01  CX-REC-PARSED REDEFINES CX-REC.                              K6EXPW.1
017200     05  CX-LEAD-QUOTE        PIC X(1).                           K6EXPW.1
017300     05  CX-FEATURE           PIC X(20).                          K6EXPW.1
017400     05  FILLER               PIC X(3).                           K6EXPW.1
017500     05  CX-P-OR-F            PIC X(5).                           K6EXPW.1
017600     05  FILLER               PIC X(3).                           K6EXPW.1
017700     05  CX-PAR-NAME          PIC X(22).                          K6EXPW.1
017800     05  FILLER               PIC X(140).                         K6EXPW.1
017900 01  CX-IDENTITY REDEFINES CX-REC.                                K6EXPW.1
018000     05  CX-ID-FLAG           PIC X(1).                           K6EXPW.1
018100     05  CX-ID-PGM-ID         PIC X(6).                           K6EXPW.1
018200     05  FILLER               PIC X(187).                         K6EXPW.1
018300 FD  RAW-EXTRACT                                                  K6EXPW.1
018400     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
018500* RAW-DATA-SATZ LAYOUT -- KEPT IN STEP WITH K6RAWDS.CPY.          K6EXPW.1
018600 COPY K6RAWDS.                                                    K6EXPW.1
018700 FD  ROUTE-CTL                                                    K6EXPW.1
018800     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
018900 01  RC-CTL-REC.                                                  K6EXPW.1
019000     05  RC-PREFIX            PIC X(2).                           K6EXPW.1
019100     05  FILLER               PIC X(1).                           K6EXPW.1
019200     05  RC-DIST-ID           PIC X(8).                           K6EXPW.1
019300     05  FILLER               PIC X(1).                           K6EXPW.1
019400     05  RC-EFF-FROM          PIC 9(8).                           K6EXPW.1
019500     05  FILLER               PIC X(1).                           K6EXPW.1
019600     05  RC-EFF-TO            PIC 9(8).                           K6EXPW.1
019700     05  FILLER               PIC X(51).                          K6EXPW.1
019800 FD  NOTIFY-QUEUE                                                 K6EXPW.1
019900     LABEL RECORDS ARE STANDARD.                                  K6EXPW.1
020000 01  NQ-PRINT-REC             PIC X(80).                          K6EXPW.1
020100                                                                  K6EXPW.1
020200 WORKING-STORAGE SECTION.                                         K6EXPW.1
020300 COPY K6NOTFY.                                                    K6EXPW.1
020400* ----------------------------------------------------------      K6EXPW.1
020500* SWITCHES AND COUNTERS.                                          K6EXPW.1
020600* ----------------------------------------------------------      K6EXPW.1
020700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6EXPW.1
020800 77  WS-WVR-STATUS            PIC X(2)   VALUE SPACE.             K6EXPW.1
020900 77  WS-SUPR-STATUS           PIC X(2)   VALUE SPACE.             K6EXPW.1
021000 77  WS-VDEF-STATUS           PIC X(2)   VALUE SPACE.             K6EXPW.1
021100 77  WS-HOLD-STATUS           PIC X(2)   VALUE SPACE.             K6EXPW.1
021200 77  WS-CSV-STATUS            PIC X(2)   VALUE SPACE.             K6EXPW.1
021300 77  WS-RAW-STATUS            PIC X(2)   VALUE SPACE.             K6EXPW.1
021400 77  WS-FOUND-SW              PIC X      VALUE "N".               K6EXPW.1
021500     88  WS-ROUTE-FOUND                  VALUE "Y".               K6EXPW.1
021600 77  WS-LEAD-DAYS             PIC 9(3)   VALUE 005.               K6EXPW.1
021700 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6EXPW.1
021800 77  WS-PRIOR-RUN             PIC 9(8)   VALUE ZERO.              K6EXPW.1
021900 77  WS-HORIZON               PIC 9(8)   VALUE ZERO.              K6EXPW.1
022000 77  WS-TRIES                 PIC 9(3)   COMP VALUE ZERO.         K6EXPW.1
022100 77  WS-ENTRY-COUNT           PIC 9(4)   COMP VALUE ZERO.         K6EXPW.1
022200 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6EXPW.1
022300 77  WS-EXPIRING-COUNT        PIC 9(4)   COMP VALUE ZERO.         K6EXPW.1
022400 77  WS-LAPSED-COUNT          PIC 9(4)   COMP VALUE ZERO.         K6EXPW.1
022500 77  WS-UNASSIGNED-COUNT      PIC 9(4)   COMP VALUE ZERO.         K6EXPW.1
022600 77  WS-DROPPED-COUNT         PIC 9(4)   COMP VALUE ZERO.         K6EXPW.1
022700 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6EXPW.1
022800 01  WS-DIST-ID               PIC X(8)   VALUE SPACE.             K6EXPW.1
022900* ----------------------------------------------------------      K6EXPW.1
023000* THE ENTRY IN HAND, AS EACH REGISTER READER HANDS IT TO          K6EXPW.1
023100* 3000-CLASSIFY.                                                  K6EXPW.1
023200* ----------------------------------------------------------      K6EXPW.1
023300 01  WS-IN-KIND               PIC X(4)   VALUE SPACE.             K6EXPW.1
023400 01  WS-IN-PGM-ID             PIC X(6)   VALUE SPACE.             K6EXPW.1
023500 01  WS-IN-KEY                PIC X(22)  VALUE SPACE.             K6EXPW.1
023600 01  WS-IN-DATE               PIC X(8)   VALUE SPACE.             K6EXPW.1
023700 01  WS-IN-DATE-N REDEFINES WS-IN-DATE                            K6EXPW.1
023800                              PIC 9(8).                           K6EXPW.1
023900* ----------------------------------------------------------      K6EXPW.1
024000* ENTRIES EXPIRING WITHIN THE LEAD TIME ("W") OR LAPSED SINCE     K6EXPW.1
024100* THE PREVIOUS BUSINESS DAY ("L"), WITH THE EVIDENCE GATHERED     K6EXPW.1
024200* FOR THE LAPSED ONES.                                            K6EXPW.1
024300* ----------------------------------------------------------      K6EXPW.1
024400 01  EXP-TABLE.                                                   K6EXPW.1
024500     05  EXP-ENTRY OCCURS 500 TIMES.                              K6EXPW.1
024600         10  EX-STATE         PIC X(1).                           K6EXPW.1
024700         10  EX-KIND          PIC X(4).                           K6EXPW.1
024800         10  EX-PGM-ID        PIC X(6).                           K6EXPW.1
024900         10  EX-KEY           PIC X(22).                          K6EXPW.1
025000         10  EX-DATE          PIC 9(8).                           K6EXPW.1
025100         10  EX-BUS-DAYS      PIC 9(3).                           K6EXPW.1
025200         10  EX-VERDICT       PIC X(5).                           K6EXPW.1
025300         10  EX-EVID-DATE     PIC 9(8).                           K6EXPW.1
025400         10  EX-EVID-FAIL     PIC 9(3).                           K6EXPW.1
025500* ----------------------------------------------------------      K6EXPW.1
025600* RUNTIME ROUTING TABLE -- SEEDED FROM THE COMPILED K6NOTFY       K6EXPW.1
025700* VALUES, THEN OVERLAID WITH THE ROUTCTL ROWS IN FORCE ON         K6EXPW.1
025800* THE RUN DATE (AS K6NOTIF BUILDS IT).                            K6EXPW.1
025900* ----------------------------------------------------------      K6EXPW.1
026000 77  WS-ROUTECTL-STATUS       PIC X(2)   VALUE SPACE.             K6EXPW.1
026100 77  WS-ROUTE-COUNT           PIC 9(2)   COMP VALUE ZERO.         K6EXPW.1
026200 77  WS-RT-SUB                PIC 9(2)   COMP VALUE ZERO.         K6EXPW.1
026300 77  WS-RT-HIT                PIC 9(2)   COMP VALUE ZERO.         K6EXPW.1
026400 01  WS-ROUTE-TABLE.                                              K6EXPW.1
026500     05  WS-ROUTE-ENTRY OCCURS 20 TIMES.                          K6EXPW.1
026600         10  WS-RT-PREFIX     PIC X(2).                           K6EXPW.1
026700         10  WS-RT-DIST-ID    PIC X(8).                           K6EXPW.1
026800* ----------------------------------------------------------      K6EXPW.1
026900* BUSINESS-DAY SERVICE PARAMETER (K6CALD).                        K6EXPW.1
027000* ----------------------------------------------------------      K6EXPW.1
027100 01  CALD-PARM.                                                   K6EXPW.1
027200     05  CALD-FROM            PIC 9(8)   VALUE ZERO.              K6EXPW.1
027300     05  CALD-TO              PIC 9(8)   VALUE ZERO.              K6EXPW.1
027400     05  CALD-BUS-DAYS        PIC S9(5)  VALUE ZERO.              K6EXPW.1
027500     05  CALD-STATUS          PIC X(1)   VALUE SPACE.             K6EXPW.1
027600* ----------------------------------------------------------      K6EXPW.1
027700* DAY-STEPPING WORK AREA.                                         K6EXPW.1
027800* ----------------------------------------------------------      K6EXPW.1
027900 01  WS-STEP-N                PIC 9(8)   VALUE ZERO.              K6EXPW.1
028000 01  WS-STEP-PARTS REDEFINES WS-STEP-N.                           K6EXPW.1
028100     05  WS-ST-YYYY           PIC 9(4).                           K6EXPW.1
028200     05  WS-ST-MM             PIC 9(2).                           K6EXPW.1
028300     05  WS-ST-DD             PIC 9(2).                           K6EXPW.1
028400 01  WS-DATE-N                PIC 9(8)   VALUE ZERO.              K6EXPW.1
028500 77  WS-LEAP-SW               PIC X      VALUE "N".               K6EXPW.1
028600 77  WS-QUOT                  PIC 9(4)   COMP VALUE ZERO.         K6EXPW.1
028700 77  WS-REM                   PIC 9(4)   COMP VALUE ZERO.         K6EXPW.1
028800 01  WS-MONTH-DAYS-VALUES.                                        K6EXPW.1
028900     05  FILLER               PIC X(24)  VALUE                    K6EXPW.1
029000         "312831303130313130313031".                              K6EXPW.1
029100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.          K6EXPW.1
029200     05  WS-MONTH-DAYS        PIC 9(2)   OCCURS 12 TIMES.         K6EXPW.1
029300* ----------------------------------------------------------      K6EXPW.1
029400* NOTICE LINES.                                                   K6EXPW.1
029500* ----------------------------------------------------------      K6EXPW.1
029600 01  HDR-LINE.                                                    K6EXPW.1
029700     05  FILLER   PIC X(30) VALUE                                 K6EXPW.1
029800         "EXPIRY NOTICES (K6EXPW) AS OF ".                        K6EXPW.1
029900     05  HDR-AS-OF            PIC 9(8).                           K6EXPW.1
030000     05  FILLER   PIC X(8)  VALUE "   LEAD ".                     K6EXPW.1
030100     05  HDR-LEAD             PIC ZZ9.                            K6EXPW.1
030200     05  FILLER   PIC X(14) VALUE " BUSINESS DAYS".               K6EXPW.1
030300     05  FILLER   PIC X(17) VALUE SPACE.                          K6EXPW.1
030400 01  SECT-LINE.                                                   K6EXPW.1
030500     05  SECT-TEXT            PIC X(36).                          K6EXPW.1
030600     05  SECT-DATE            PIC 9(8).                           K6EXPW.1
030700     05  FILLER   PIC X(36) VALUE SPACE.                          K6EXPW.1
030800 01  DET-LINE.                                                    K6EXPW.1
030900     05  DET-VERB             PIC X(8).                           K6EXPW.1
031000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6EXPW.1
031100     05  DET-DIST-ID          PIC X(8).                           K6EXPW.1
031200     05  FILLER   PIC X(2)  VALUE SPACE.                          K6EXPW.1
031300     05  DET-KIND             PIC X(4).                           K6EXPW.1
031400     05  FILLER   PIC X(2)  VALUE SPACE.                          K6EXPW.1
031500     05  DET-PGM-ID           PIC X(6).                           K6EXPW.1
031600     05  FILLER   PIC X(1)  VALUE SPACE.                          K6EXPW.1
031700     05  DET-KEY              PIC X(22).                          K6EXPW.1
031800     05  FILLER   PIC X(1)  VALUE SPACE.                          K6EXPW.1
031900     05  DET-DATE             PIC 9(8).                           K6EXPW.1
032000     05  FILLER   PIC X(1)  VALUE SPACE.                          K6EXPW.1
032100     05  DET-OUTCOME          PIC X(16).                          K6EXPW.1
032200 01  DET-DAYS-TEXT.                                               K6EXPW.1
032300     05  FILLER   PIC X(3)  VALUE "IN ".                          K6EXPW.1
032400     05  DT-BUS-DAYS          PIC ZZ9.                            K6EXPW.1
032500     05  FILLER   PIC X(10) VALUE " BUS DAYS ".                   K6EXPW.1
032600 01  SUM-LINE.                                                    K6EXPW.1
032700     05  FILLER   PIC X(9)  VALUE "EXPIRING=".                    K6EXPW.1
032800     05  SUM-EXPIRING         PIC ZZZ9.                           K6EXPW.1
032900     05  FILLER   PIC X(9)  VALUE "  LAPSED=".                    K6EXPW.1
033000     05  SUM-LAPSED           PIC ZZZ9.                           K6EXPW.1
033100     05  FILLER   PIC X(13) VALUE "  UNASSIGNED=".                K6EXPW.1
033200     05  SUM-UNASSIGNED       PIC ZZZ9.                           K6EXPW.1
033300     05  FILLER   PIC X(13) VALUE "  NOT TABLED=".                K6EXPW.1
033400     05  SUM-DROPPED          PIC ZZZ9.                           K6EXPW.1
033500     05  FILLER   PIC X(20) VALUE SPACE.                          K6EXPW.1
033600                                                                  K6EXPW.1
033700 PROCEDURE DIVISION.                                              K6EXPW.1
033800*================================================================ K6EXPW.1
033900* 0000-MAINLINE.                                                  K6EXPW.1
034000*================================================================ K6EXPW.1
034100 0000-MAINLINE.                                                   K6EXPW.1
034200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6EXPW.1
034300     PERFORM 1100-LOAD-ROUTES THRU 1100-EXIT.                     K6EXPW.1
034400     PERFORM 1200-FIND-PRIOR-RUN THRU 1200-EXIT.                  K6EXPW.1
034500     PERFORM 1300-FIND-HORIZON THRU 1300-EXIT.                    K6EXPW.1
034600     PERFORM 2100-READ-WAIVERS THRU 2100-EXIT.                    K6EXPW.1
034700     PERFORM 2200-READ-SUPPRESSIONS THRU 2200-EXIT.               K6EXPW.1
034800     PERFORM 2300-READ-DEFECTS THRU 2300-EXIT.                    K6EXPW.1
034900     PERFORM 2400-READ-HOLDS THRU 2400-EXIT.                      K6EXPW.1
035000     IF WS-LAPSED-COUNT > ZERO                                    K6EXPW.1
035100         PERFORM 4000-SCAN-CSV THRU 4000-EXIT                     K6EXPW.1
035200         PERFORM 4500-SCAN-RAW THRU 4500-EXIT.                    K6EXPW.1
035300     PERFORM 5000-WRITE-EXPIRING THRU 5000-EXIT.                  K6EXPW.1
035400     PERFORM 6000-WRITE-LAPSED THRU 6000-EXIT.                    K6EXPW.1
035500     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6EXPW.1
035600     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6EXPW.1
035700     IF WS-LAPSED-COUNT > ZERO                                    K6EXPW.1
035800         MOVE 4 TO RETURN-CODE                                    K6EXPW.1
035900     ELSE                                                         K6EXPW.1
036000         MOVE ZERO TO RETURN-CODE.                                K6EXPW.1
036100     STOP RUN.                                                    K6EXPW.1
036200*================================================================ K6EXPW.1
036300* 1000-INITIALIZE -- RUN DATE, CONTROL CARD, NOTICE HEADER.       K6EXPW.1
036400*================================================================ K6EXPW.1
036500 1000-INITIALIZE.                                                 K6EXPW.1
036600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6EXPW.1
036700     OPEN INPUT EXPW-CTL.                                         K6EXPW.1
036800     IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "05"     K6EXPW.1
036900         GO TO 1000-OPEN-QUEUE.                                   K6EXPW.1
037000     READ EXPW-CTL                                                K6EXPW.1
037100         AT END GO TO 1000-CTL-DONE.                              K6EXPW.1
037200     IF CTL-LEAD-DAYS NUMERIC                                     K6EXPW.1
037300         MOVE CTL-LEAD-DAYS TO WS-LEAD-DAYS.                      K6EXPW.1
037400     IF CTL-AS-OF-DATE NUMERIC                                    K6EXPW.1
037500         MOVE CTL-AS-OF-DATE TO WS-TODAY.                         K6EXPW.1
037600 1000-CTL-DONE.                                                   K6EXPW.1
037700     CLOSE EXPW-CTL.                                              K6EXPW.1
037800 1000-OPEN-QUEUE.                                                 K6EXPW.1
037900     OPEN OUTPUT NOTIFY-QUEUE.                                    K6EXPW.1
038000     MOVE WS-TODAY TO HDR-AS-OF.                                  K6EXPW.1
038100     MOVE WS-LEAD-DAYS TO HDR-LEAD.                               K6EXPW.1
038200     WRITE NQ-PRINT-REC FROM HDR-LINE.                            K6EXPW.1
038300 1000-EXIT.                                                       K6EXPW.1
038400     EXIT.                                                        K6EXPW.1
038500*================================================================ K6EXPW.1
038600* 1100-LOAD-ROUTES -- SEED FROM K6NOTFY, THEN APPLY THE           K6EXPW.1
038700* ROUTCTL ROWS WHOSE EFFECTIVE RANGE COVERS THE RUN DATE.  A      K6EXPW.1
038800* ROW FOR A KNOWN PREFIX REPLACES ITS QUEUE; A NEW PREFIX IS      K6EXPW.1
038900* APPENDED.                                                       K6EXPW.1
039000*================================================================ K6EXPW.1
039100 1100-LOAD-ROUTES.                                                K6EXPW.1
039200     MOVE ZERO TO WS-ROUTE-COUNT.                                 K6EXPW.1
039300     SET NF-IDX TO 1.                                             K6EXPW.1
039400 1100-SEED.                                                       K6EXPW.1
039500     IF NF-IDX > 10                                               K6EXPW.1
039600         GO TO 1100-CTL-OPEN.                                     K6EXPW.1
039700     ADD 1 TO WS-ROUTE-COUNT.                                     K6EXPW.1
039800     MOVE WS-ROUTE-COUNT TO WS-RT-SUB.                            K6EXPW.1
039900     MOVE NF-PREFIX (NF-IDX)  TO WS-RT-PREFIX (WS-RT-SUB).        K6EXPW.1
040000     MOVE NF-DIST-ID (NF-IDX) TO WS-RT-DIST-ID (WS-RT-SUB).       K6EXPW.1
040100     SET NF-IDX UP BY 1.                                          K6EXPW.1
040200     GO TO 1100-SEED.                                             K6EXPW.1
040300 1100-CTL-OPEN.                                                   K6EXPW.1
040400     OPEN INPUT ROUTE-CTL.                                        K6EXPW.1
040500     IF WS-ROUTECTL-STATUS NOT = "00"                             K6EXPW.1
040600             AND WS-ROUTECTL-STATUS NOT = "05"                    K6EXPW.1
040700         GO TO 1100-EXIT.                                         K6EXPW.1
040800 1100-CTL-READ.                                                   K6EXPW.1
040900     READ ROUTE-CTL                                               K6EXPW.1
041000         AT END GO TO 1100-CTL-DONE.                              K6EXPW.1
041100     IF RC-PREFIX = SPACE OR RC-EFF-FROM NOT NUMERIC              K6EXPW.1
041200         GO TO 1100-CTL-READ.                                     K6EXPW.1
041300     IF RC-EFF-FROM GREATER THAN WS-TODAY                         K6EXPW.1
041400         GO TO 1100-CTL-READ.                                     K6EXPW.1
041500     IF RC-EFF-TO NUMERIC AND RC-EFF-TO LESS THAN WS-TODAY        K6EXPW.1
041600         GO TO 1100-CTL-READ.                                     K6EXPW.1
041700     MOVE ZERO TO WS-RT-HIT.                                      K6EXPW.1
041800     MOVE 1 TO WS-RT-SUB.                                         K6EXPW.1
041900 1100-CTL-MATCH.                                                  K6EXPW.1
042000     IF WS-RT-SUB GREATER THAN WS-ROUTE-COUNT                     K6EXPW.1
042100         GO TO 1100-CTL-APPLY.                                    K6EXPW.1
042200     IF WS-RT-PREFIX (WS-RT-SUB) = RC-PREFIX                      K6EXPW.1
042300         MOVE WS-RT-SUB TO WS-RT-HIT                              K6EXPW.1
042400         GO TO 1100-CTL-APPLY.                                    K6EXPW.1
042500     ADD 1 TO WS-RT-SUB.                                          K6EXPW.1
042600     GO TO 1100-CTL-MATCH.                                        K6EXPW.1
042700 1100-CTL-APPLY.                                                  K6EXPW.1
042800     IF WS-RT-HIT GREATER THAN ZERO                               K6EXPW.1
042900         MOVE RC-DIST-ID TO WS-RT-DIST-ID (WS-RT-HIT)             K6EXPW.1
043000         GO TO 1100-CTL-READ.                                     K6EXPW.1
043100     IF WS-ROUTE-COUNT LESS THAN 20                               K6EXPW.1
043200         ADD 1 TO WS-ROUTE-COUNT                                  K6EXPW.1
043300         MOVE WS-ROUTE-COUNT TO WS-RT-SUB                         K6EXPW.1
043400         MOVE RC-PREFIX TO WS-RT-PREFIX (WS-RT-SUB)               K6EXPW.1
043500         MOVE RC-DIST-ID TO WS-RT-DIST-ID (WS-RT-SUB).            K6EXPW.1
043600     GO TO 1100-CTL-READ.                                         K6EXPW.1
043700 1100-CTL-DONE.                                                   K6EXPW.1
043800     CLOSE ROUTE-CTL.                                             K6EXPW.1
043900 1100-EXIT.                                                       K6EXPW.1
044000     EXIT.                                                        K6EXPW.1
044100*================================================================ K6EXPW.1
044200* 1200-FIND-PRIOR-RUN -- THE PREVIOUS BUSINESS DAY, WHEN THIS     K6EXPW.1
044300* JOB LAST RAN.  AN ENTRY WHOSE DATE FALLS FROM THERE UP TO       K6EXPW.1
044400* YESTERDAY WAS IN FORCE THEN AND IS NOT NOW.  A DAY IS A         K6EXPW.1
044500* BUSINESS DAY WHEN K6CALD COUNTS ONE BETWEEN THE DAY BEFORE      K6EXPW.1
044600* IT AND IT.  TEN CALENDAR DAYS BACK IS THE LIMIT.                K6EXPW.1
044700*================================================================ K6EXPW.1
044800 1200-FIND-PRIOR-RUN.                                             K6EXPW.1
044900     MOVE WS-TODAY TO WS-STEP-N.                                  K6EXPW.1
045000     MOVE ZERO TO WS-TRIES.                                       K6EXPW.1
045100 1200-STEP.                                                       K6EXPW.1
045200     PERFORM 7100-DAY-BEFORE THRU 7100-EXIT.                      K6EXPW.1
045300     MOVE WS-STEP-N TO WS-PRIOR-RUN.                              K6EXPW.1
045400     ADD 1 TO WS-TRIES.                                           K6EXPW.1
045500     IF WS-TRIES > 10                                             K6EXPW.1
045600         GO TO 1200-EXIT.                                         K6EXPW.1
045700     PERFORM 7100-DAY-BEFORE THRU 7100-EXIT.                      K6EXPW.1
045800     MOVE WS-STEP-N    TO CALD-FROM.                              K6EXPW.1
045900     MOVE WS-PRIOR-RUN TO CALD-TO.                                K6EXPW.1
046000     CALL "K6CALD" USING CALD-PARM.                               K6EXPW.1
046100     MOVE WS-PRIOR-RUN TO WS-STEP-N.                              K6EXPW.1
046200     IF CALD-BUS-DAYS NOT = 1                                     K6EXPW.1
046300         GO TO 1200-STEP.                                         K6EXPW.1
046400 1200-EXIT.                                                       K6EXPW.1
046500     EXIT.                                                        K6EXPW.1
046600*================================================================ K6EXPW.1
046700* 1300-FIND-HORIZON -- THE LAST DATE NO MORE THAN THE LEAD        K6EXPW.1
046800* TIME IN BUSINESS DAYS AFTER THE RUN DATE.  AN ENTRY IN FORCE    K6EXPW.1
046900* TODAY THAT EXPIRES ON OR BEFORE IT IS WARNED.  A YEAR AHEAD     K6EXPW.1
047000* IS THE LIMIT.                                                   K6EXPW.1
047100*================================================================ K6EXPW.1
047200 1300-FIND-HORIZON.                                               K6EXPW.1
047300     MOVE WS-TODAY TO WS-STEP-N.                                  K6EXPW.1
047400     MOVE WS-TODAY TO CALD-FROM.                                  K6EXPW.1
047500     MOVE ZERO TO WS-TRIES.                                       K6EXPW.1
047600 1300-STEP.                                                       K6EXPW.1
047700     MOVE WS-STEP-N TO WS-HORIZON.                                K6EXPW.1
047800     ADD 1 TO WS-TRIES.                                           K6EXPW.1
047900     IF WS-TRIES > 366                                            K6EXPW.1
048000         GO TO 1300-EXIT.                                         K6EXPW.1
048100     PERFORM 7000-DAY-AFTER THRU 7000-EXIT.                       K6EXPW.1
048200     MOVE WS-STEP-N TO CALD-TO.                                   K6EXPW.1
048300     CALL "K6CALD" USING CALD-PARM.                               K6EXPW.1
048400     IF CALD-BUS-DAYS NOT GREATER THAN WS-LEAD-DAYS               K6EXPW.1
048500         GO TO 1300-STEP.                                         K6EXPW.1
048600 1300-EXIT.                                                       K6EXPW.1
048700     EXIT.                                                        K6EXPW.1
048800*================================================================ K6EXPW.1
048900* 2100-READ-WAIVERS -- EVERY DATED WAIVER CARD.                   K6EXPW.1
049000*================================================================ K6EXPW.1
049100 2100-READ-WAIVERS.                                               K6EXPW.1
049200     OPEN INPUT WAIVER-REGISTER.                                  K6EXPW.1
049300     IF WS-WVR-STATUS NOT = "00" AND WS-WVR-STATUS NOT = "05"     K6EXPW.1
049400         GO TO 2100-EXIT.                                         K6EXPW.1
049500 2100-READ.                                                       K6EXPW.1
049600     READ WAIVER-REGISTER                                         K6EXPW.1
049700         AT END GO TO 2100-DONE.                                  K6EXPW.1
049800     IF WV-PGM-ID = SPACE                                         K6EXPW.1
049900         GO TO 2100-READ.                                         K6EXPW.1
050000     MOVE "WVR " TO WS-IN-KIND.                                   K6EXPW.1
050100     MOVE WV-PGM-ID TO WS-IN-PGM-ID.                              K6EXPW.1
050200     MOVE WV-PAR-NAME TO WS-IN-KEY.                               K6EXPW.1
050300     MOVE WV-EXPIRY-DATE TO WS-IN-DATE.                           K6EXPW.1
050400     PERFORM 3000-CLASSIFY THRU 3000-EXIT.                        K6EXPW.1
050500     GO TO 2100-READ.                                             K6EXPW.1
050600 2100-DONE.                                                       K6EXPW.1
050700     CLOSE WAIVER-REGISTER.                                       K6EXPW.1
050800 2100-EXIT.                                                       K6EXPW.1
050900     EXIT.                                                        K6EXPW.1
051000*================================================================ K6EXPW.1
051100* 2200-READ-SUPPRESSIONS -- EVERY DATED SUPPRESSION CARD.         K6EXPW.1
051200*================================================================ K6EXPW.1
051300 2200-READ-SUPPRESSIONS.                                          K6EXPW.1
051400     OPEN INPUT SUPPRESS-REGISTER.                                K6EXPW.1
051500     IF WS-SUPR-STATUS NOT = "00" AND WS-SUPR-STATUS NOT = "05"   K6EXPW.1
051600         GO TO 2200-EXIT.                                         K6EXPW.1
051700 2200-READ.                                                       K6EXPW.1
051800     READ SUPPRESS-REGISTER                                       K6EXPW.1
051900         AT END GO TO 2200-DONE.                                  K6EXPW.1
052000     IF SR-PGM-ID = SPACE                                         K6EXPW.1
052100         GO TO 2200-READ.                                         K6EXPW.1
052200     MOVE "SUPR" TO WS-IN-KIND.                                   K6EXPW.1
052300     MOVE SR-PGM-ID TO WS-IN-PGM-ID.                              K6EXPW.1
052400     MOVE SR-PAR-NAME TO WS-IN-KEY.                               K6EXPW.1
052500     MOVE SR-EXPIRY-DATE TO WS-IN-DATE.                           K6EXPW.1
052600     PERFORM 3000-CLASSIFY THRU 3000-EXIT.                        K6EXPW.1
052700     GO TO 2200-READ.                                             K6EXPW.1
052800 2200-DONE.                                                       K6EXPW.1
052900     CLOSE SUPPRESS-REGISTER.                                     K6EXPW.1
053000 2200-EXIT.                                                       K6EXPW.1
053100     EXIT.                                                        K6EXPW.1
053200*================================================================ K6EXPW.1
053300* 2300-READ-DEFECTS -- OPEN VENDOR-DEFECT ROWS CARRYING AN        K6EXPW.1
053400* EXPECT-UNTIL DATE.  A ROW MARKED FIXED OR WITHDRAWN EXPLAINS    K6EXPW.1
053500* NOTHING ANY MORE, SO ITS DATE IS OF NO INTEREST.                K6EXPW.1
053600*================================================================ K6EXPW.1
053700 2300-READ-DEFECTS.                                               K6EXPW.1
053800     OPEN INPUT VDEF-MASTER.                                      K6EXPW.1
053900     IF WS-VDEF-STATUS NOT = "00" AND WS-VDEF-STATUS NOT = "05"   K6EXPW.1
054000         GO TO 2300-EXIT.                                         K6EXPW.1
054100 2300-READ.                                                       K6EXPW.1
054200     READ VDEF-MASTER                                             K6EXPW.1
054300         AT END GO TO 2300-DONE.                                  K6EXPW.1
054400     IF VD-DEFECT-ID = SPACE                                      K6EXPW.1
054500         GO TO 2300-READ.                                         K6EXPW.1
054600     IF VD-STATUS = "FIXED   " OR VD-STATUS = "WITHDRWN"          K6EXPW.1
054700         GO TO 2300-READ.                                         K6EXPW.1
054800     MOVE "VDEF" TO WS-IN-KIND.                                   K6EXPW.1
054900     MOVE VD-PGM-ID TO WS-IN-PGM-ID.                              K6EXPW.1
055000     MOVE VD-PAR-NAME TO WS-IN-KEY.                               K6EXPW.1
055100     MOVE VD-EXPECT-UNTIL TO WS-IN-DATE.                          K6EXPW.1
055200     PERFORM 3000-CLASSIFY THRU 3000-EXIT.                        K6EXPW.1
055300     GO TO 2300-READ.                                             K6EXPW.1
055400 2300-DONE.                                                       K6EXPW.1
055500     CLOSE VDEF-MASTER.                                           K6EXPW.1
055600 2300-EXIT.                                                       K6EXPW.1
055700     EXIT.                                                        K6EXPW.1
055800*================================================================ K6EXPW.1
055900* 2400-READ-HOLDS -- AUDIT HOLDS WITH A RELEASE DATE.  THE KEY    K6EXPW.1
056000* SHOWN IS THE HOLD-ID; A HOLD ON EVERY PROGRAM CARRIES NO        K6EXPW.1
056100* PROGRAM-ID AND IS ROUTED TO THE STANDARDS LEAD.                 K6EXPW.1
056200*================================================================ K6EXPW.1
056300 2400-READ-HOLDS.                                                 K6EXPW.1
056400     OPEN INPUT HOLD-REG.                                         K6EXPW.1
056500     IF WS-HOLD-STATUS NOT = "00" AND WS-HOLD-STATUS NOT = "05"   K6EXPW.1
056600         GO TO 2400-EXIT.                                         K6EXPW.1
056700 2400-READ.                                                       K6EXPW.1
056800     READ HOLD-REG                                                K6EXPW.1
056900         AT END GO TO 2400-DONE.                                  K6EXPW.1
057000     IF HR-HOLD-ID = SPACE OR HR-HOLD-ID (1:1) = "*"              K6EXPW.1
057100         GO TO 2400-READ.                                         K6EXPW.1
057200     MOVE "HOLD" TO WS-IN-KIND.                                   K6EXPW.1
057300     MOVE HR-PGM-ID TO WS-IN-PGM-ID.                              K6EXPW.1
057400     MOVE HR-HOLD-ID TO WS-IN-KEY.                                K6EXPW.1
057500     MOVE HR-RELEASE-DATE TO WS-IN-DATE.                          K6EXPW.1
057600     PERFORM 3000-CLASSIFY THRU 3000-EXIT.                        K6EXPW.1
057700     GO TO 2400-READ.                                             K6EXPW.1
057800 2400-DONE.                                                       K6EXPW.1
057900     CLOSE HOLD-REG.                                              K6EXPW.1
058000 2400-EXIT.                                                       K6EXPW.1
058100     EXIT.                                                        K6EXPW.1
058200*================================================================ K6EXPW.1
058300* 3000-CLASSIFY -- TABLE THE ENTRY IN HAND WHEN IT EXPIRES        K6EXPW.1
058400* WITHIN THE LEAD TIME OR LAPSED SINCE THE PREVIOUS RUN.  THE     K6EXPW.1
058500* REGISTERS HONOR AN ENTRY THROUGH ITS DATE, SO ONE DATED         K6EXPW.1
058600* TODAY IS STILL IN FORCE TONIGHT.  AN UNDATED ENTRY NEVER        K6EXPW.1
058700* LAPSES.                                                         K6EXPW.1
058800*================================================================ K6EXPW.1
058900 3000-CLASSIFY.                                                   K6EXPW.1
059000     IF WS-IN-DATE NOT NUMERIC                                    K6EXPW.1
059100         GO TO 3000-EXIT.                                         K6EXPW.1
059200     IF WS-IN-DATE-N > WS-HORIZON                                 K6EXPW.1
059300         GO TO 3000-EXIT.                                         K6EXPW.1
059400     IF WS-IN-DATE-N < WS-PRIOR-RUN                               K6EXPW.1
059500         GO TO 3000-EXIT.                                         K6EXPW.1
059600     IF WS-ENTRY-COUNT NOT LESS THAN 500                          K6EXPW.1
059700         ADD 1 TO WS-DROPPED-COUNT                                K6EXPW.1
059800         GO TO 3000-EXIT.                                         K6EXPW.1
059900     ADD 1 TO WS-ENTRY-COUNT.                                     K6EXPW.1
060000     MOVE WS-ENTRY-COUNT TO WS-SUB.                               K6EXPW.1
060100     MOVE WS-IN-KIND   TO EX-KIND (WS-SUB).                       K6EXPW.1
060200     MOVE WS-IN-PGM-ID TO EX-PGM-ID (WS-SUB).                     K6EXPW.1
060300     MOVE WS-IN-KEY    TO EX-KEY (WS-SUB).                        K6EXPW.1
060400     MOVE WS-IN-DATE-N TO EX-DATE (WS-SUB).                       K6EXPW.1
060500     MOVE ZERO  TO EX-BUS-DAYS (WS-SUB).                          K6EXPW.1
060600     MOVE SPACE TO EX-VERDICT (WS-SUB).                           K6EXPW.1
060700     MOVE ZERO  TO EX-EVID-DATE (WS-SUB).                         K6EXPW.1
060800     MOVE ZERO  TO EX-EVID-FAIL (WS-SUB).                         K6EXPW.1
060900     IF WS-IN-DATE-N < WS-TODAY                                   K6EXPW.1
061000         MOVE "L" TO EX-STATE (WS-SUB)                            K6EXPW.1
061100         ADD 1 TO WS-LAPSED-COUNT                                 K6EXPW.1
061200         GO TO 3000-EXIT.                                         K6EXPW.1
061300     MOVE "W" TO EX-STATE (WS-SUB).                               K6EXPW.1
061400     ADD 1 TO WS-EXPIRING-COUNT.                                  K6EXPW.1
061500     MOVE WS-TODAY     TO CALD-FROM.                              K6EXPW.1
061600     MOVE WS-IN-DATE-N TO CALD-TO.                                K6EXPW.1
061700     CALL "K6CALD" USING CALD-PARM.                               K6EXPW.1
061800     IF CALD-BUS-DAYS > ZERO                                      K6EXPW.1
061900         MOVE CALD-BUS-DAYS TO EX-BUS-DAYS (WS-SUB).              K6EXPW.1
062000 3000-EXIT.                                                       K6EXPW.1
062100     EXIT.                                                        K6EXPW.1
062200*================================================================ K6EXPW.1
062300* 4000-SCAN-CSV -- THE WINDOW'S CSV EXTRACTS, ONE "H" HEADER      K6EXPW.1
062400* PER PROGRAM SEGMENT.  EACH DETAIL ROW FOR THE PARAGRAPH OF A    K6EXPW.1
062500* LAPSED WAIVER OR DEFECT ROW RECORDS ITS VERDICT.                K6EXPW.1
062600*================================================================ K6EXPW.1
062700 4000-SCAN-CSV.                                                   K6EXPW.1
062800     OPEN INPUT CSV-EXTRACT.                                      K6EXPW.1
062900     IF WS-CSV-STATUS NOT = "00" AND WS-CSV-STATUS NOT = "05"     K6EXPW.1
063000         GO TO 4000-EXIT.                                         K6EXPW.1
063100     MOVE SPACE TO WS-CUR-PGM-ID.                                 K6EXPW.1
063200 4000-READ.                                                       K6EXPW.1
063300     READ CSV-EXTRACT                                             K6EXPW.1
063400         AT END GO TO 4000-DONE.                                  K6EXPW.1
063500     IF CX-ID-FLAG = "H"                                          K6EXPW.1
063600         MOVE CX-ID-PGM-ID TO WS-CUR-PGM-ID                       K6EXPW.1
063700         GO TO 4000-READ.                                         K6EXPW.1
063800     IF CX-LEAD-QUOTE NOT = QUOTE                                 K6EXPW.1
063900         GO TO 4000-READ.                                         K6EXPW.1
064000     MOVE 1 TO WS-SUB.                                            K6EXPW.1
064100 4000-MATCH.                                                      K6EXPW.1
064200     IF WS-SUB > WS-ENTRY-COUNT                                   K6EXPW.1
064300         GO TO 4000-READ.                                         K6EXPW.1
064400     IF EX-STATE (WS-SUB) = "L"                                   K6EXPW.1
064500             AND (EX-KIND (WS-SUB) = "WVR " OR "VDEF")            K6EXPW.1
064600             AND EX-PGM-ID (WS-SUB) = WS-CUR-PGM-ID               K6EXPW.1
064700             AND EX-KEY (WS-SUB) = CX-PAR-NAME                    K6EXPW.1
064800         MOVE CX-P-OR-F TO EX-VERDICT (WS-SUB).                   K6EXPW.1
064900     ADD 1 TO WS-SUB.                                             K6EXPW.1
065000     GO TO 4000-MATCH.                                            K6EXPW.1
065100 4000-DONE.                                                       K6EXPW.1
065200     CLOSE CSV-EXTRACT.                                           K6EXPW.1
065300 4000-EXIT.                                                       K6EXPW.1
065400     EXIT.                                                        K6EXPW.1
065500*================================================================ K6EXPW.1
065600* 4500-SCAN-RAW -- THE RAW-DATA HISTORY.  FOR EACH LAPSED         K6EXPW.1
065700* SUPPRESSION, THE LATEST EFFECTIVE RUN OF ITS PROGRAM AFTER      K6EXPW.1
065800* THE EXPIRY DATE: A RUN WITH FAILURES ALERTED.                   K6EXPW.1
065900*================================================================ K6EXPW.1
066000 4500-SCAN-RAW.                                                   K6EXPW.1
066100     OPEN INPUT RAW-EXTRACT.                                      K6EXPW.1
066200     IF WS-RAW-STATUS NOT = "00" AND WS-RAW-STATUS NOT = "05"     K6EXPW.1
066300         GO TO 4500-EXIT.                                         K6EXPW.1
066400 4500-READ.                                                       K6EXPW.1
066500     READ RAW-EXTRACT                                             K6EXPW.1
066600         AT END GO TO 4500-DONE.                                  K6EXPW.1
000000     IF RE-NOT-EFFECTIVE                                          K6VOID.1
066800         GO TO 4500-READ.                                         K6EXPW.1
066900     MOVE 1 TO WS-SUB.                                            K6EXPW.1
067000 4500-MATCH.                                                      K6EXPW.1
067100     IF WS-SUB > WS-ENTRY-COUNT                                   K6EXPW.1
067200         GO TO 4500-READ.                                         K6EXPW.1
067300     IF EX-STATE (WS-SUB) = "L" AND EX-KIND (WS-SUB) = "SUPR"     K6EXPW.1
067400             AND EX-PGM-ID (WS-SUB) = RE-PGM-ID                   K6EXPW.1
067500             AND RE-RUN-DATE > EX-DATE (WS-SUB)                   K6EXPW.1
067600             AND RE-RUN-DATE NOT < EX-EVID-DATE (WS-SUB)          K6EXPW.1
067700         MOVE RE-RUN-DATE TO EX-EVID-DATE (WS-SUB)                K6EXPW.1
067800         MOVE RE-C-FAIL   TO EX-EVID-FAIL (WS-SUB).               K6EXPW.1
067900     ADD 1 TO WS-SUB.                                             K6EXPW.1
068000     GO TO 4500-MATCH.                                            K6EXPW.1
068100 4500-DONE.                                                       K6EXPW.1
068200     CLOSE RAW-EXTRACT.                                           K6EXPW.1
068300 4500-EXIT.                                                       K6EXPW.1
068400     EXIT.                                                        K6EXPW.1
068500*================================================================ K6EXPW.1
068600* 5000-WRITE-EXPIRING -- ONE ROUTED NOTICE PER ENTRY DUE TO       K6EXPW.1
068700* LAPSE WITHIN THE LEAD TIME.                                     K6EXPW.1
068800*================================================================ K6EXPW.1
068900 5000-WRITE-EXPIRING.                                             K6EXPW.1
069000     MOVE "ENTRIES EXPIRING ON OR BEFORE" TO SECT-TEXT.           K6EXPW.1
069100     MOVE WS-HORIZON TO SECT-DATE.                                K6EXPW.1
069200     WRITE NQ-PRINT-REC FROM SECT-LINE.                           K6EXPW.1
069300     MOVE 1 TO WS-SUB.                                            K6EXPW.1
069400 5000-LOOP.                                                       K6EXPW.1
069500     IF WS-SUB > WS-ENTRY-COUNT                                   K6EXPW.1
069600         GO TO 5000-EXIT.                                         K6EXPW.1
069700     IF EX-STATE (WS-SUB) NOT = "W"                               K6EXPW.1
069800         GO TO 5000-NEXT.                                         K6EXPW.1
069900     MOVE "EXPIRING" TO DET-VERB.                                 K6EXPW.1
070000     MOVE EX-BUS-DAYS (WS-SUB) TO DT-BUS-DAYS.                    K6EXPW.1
070100     MOVE DET-DAYS-TEXT TO DET-OUTCOME.                           K6EXPW.1
070200     PERFORM 7500-WRITE-NOTICE THRU 7500-EXIT.                    K6EXPW.1
070300 5000-NEXT.                                                       K6EXPW.1
070400     ADD 1 TO WS-SUB.                                             K6EXPW.1
070500     GO TO 5000-LOOP.                                             K6EXPW.1
070600 5000-EXIT.                                                       K6EXPW.1
070700     EXIT.                                                        K6EXPW.1
070800*================================================================ K6EXPW.1
070900* 6000-WRITE-LAPSED -- ONE ROUTED NOTICE PER ENTRY THAT LAPSED    K6EXPW.1
071000* SINCE THE PREVIOUS RUN, WITH THE VERDICT CHANGE IT CAUSED.      K6EXPW.1
071100*================================================================ K6EXPW.1
071200 6000-WRITE-LAPSED.                                               K6EXPW.1
071300     MOVE "ENTRIES LAPSED SINCE" TO SECT-TEXT.                    K6EXPW.1
071400     MOVE WS-PRIOR-RUN TO SECT-DATE.                              K6EXPW.1
071500     WRITE NQ-PRINT-REC FROM SECT-LINE.                           K6EXPW.1
071600     MOVE 1 TO WS-SUB.                                            K6EXPW.1
071700 6000-LOOP.                                                       K6EXPW.1
071800     IF WS-SUB > WS-ENTRY-COUNT                                   K6EXPW.1
071900         GO TO 6000-EXIT.                                         K6EXPW.1
072000     IF EX-STATE (WS-SUB) NOT = "L"                               K6EXPW.1
072100         GO TO 6000-NEXT.                                         K6EXPW.1
072200     MOVE "LAPSED  " TO DET-VERB.                                 K6EXPW.1
072300     PERFORM 6100-SET-OUTCOME THRU 6100-EXIT.                     K6EXPW.1
072400     PERFORM 7500-WRITE-NOTICE THRU 7500-EXIT.                    K6EXPW.1
072500 6000-NEXT.                                                       K6EXPW.1
072600     ADD 1 TO WS-SUB.                                             K6EXPW.1
072700     GO TO 6000-LOOP.                                             K6EXPW.1
072800 6000-EXIT.                                                       K6EXPW.1
072900     EXIT.                                                        K6EXPW.1
073000*================================================================ K6EXPW.1
073100* 6100-SET-OUTCOME -- THE VERDICT CHANGE, BY REGISTER.  A         K6EXPW.1
073200* WAIVED RESULT ("*****") OR A CLEAN DEFECT PARAGRAPH MEANS THE   K6EXPW.1
073300* ENTRY WAS RENEWED OR IS NO LONGER NEEDED.                       K6EXPW.1
073400*================================================================ K6EXPW.1
073500 6100-SET-OUTCOME.                                                K6EXPW.1
073600     MOVE "NO RUN SINCE" TO DET-OUTCOME.                          K6EXPW.1
073700     IF EX-KIND (WS-SUB) = "HOLD"                                 K6EXPW.1
073800         MOVE "NOW PURGEABLE" TO DET-OUTCOME                      K6EXPW.1
073900         GO TO 6100-EXIT.                                         K6EXPW.1
074000     IF EX-KIND (WS-SUB) = "SUPR"                                 K6EXPW.1
074100         GO TO 6100-SUPR.                                         K6EXPW.1
074200     IF EX-KIND (WS-SUB) = "VDEF"                                 K6EXPW.1
074300         GO TO 6100-VDEF.                                         K6EXPW.1
074400     IF EX-VERDICT (WS-SUB) = "FAIL*"                             K6EXPW.1
074500         MOVE "WAIVED TO FAIL*" TO DET-OUTCOME                    K6EXPW.1
074600     ELSE IF EX-VERDICT (WS-SUB) = "PASS "                        K6EXPW.1
074700         MOVE "WAIVED TO PASS" TO DET-OUTCOME                     K6EXPW.1
074800     ELSE IF EX-VERDICT (WS-SUB) = "*****"                        K6EXPW.1
074900         MOVE "STILL WAIVED" TO DET-OUTCOME.                      K6EXPW.1
075000     GO TO 6100-EXIT.                                             K6EXPW.1
075100 6100-SUPR.                                                       K6EXPW.1
075200     IF EX-EVID-DATE (WS-SUB) = ZERO                              K6EXPW.1
075300         GO TO 6100-EXIT.                                         K6EXPW.1
075400     IF EX-EVID-FAIL (WS-SUB) > ZERO                              K6EXPW.1
075500         MOVE "QUIET TO ALERTED" TO DET-OUTCOME                   K6EXPW.1
075600     ELSE                                                         K6EXPW.1
075700         MOVE "QUIET TO CLEAN" TO DET-OUTCOME.                    K6EXPW.1
075800     GO TO 6100-EXIT.                                             K6EXPW.1
075900 6100-VDEF.                                                       K6EXPW.1
076000     IF EX-VERDICT (WS-SUB) = "FAIL*"                             K6EXPW.1
076100         MOVE "KNOWN TO NEW" TO DET-OUTCOME                       K6EXPW.1
076200     ELSE IF EX-VERDICT (WS-SUB) = "PASS "                        K6EXPW.1
076300         MOVE "KNOWN TO PASS" TO DET-OUTCOME                      K6EXPW.1
076400     ELSE IF EX-VERDICT (WS-SUB) = "XFAIL"                        K6EXPW.1
076500         MOVE "STILL XFAIL" TO DET-OUTCOME.                       K6EXPW.1
076600 6100-EXIT.                                                       K6EXPW.1
076700     EXIT.                                                        K6EXPW.1
076800*================================================================ K6EXPW.1
076900* 7000-DAY-AFTER / 7100-DAY-BEFORE -- STEP WS-STEP-N ONE          K6EXPW.1
077000* CALENDAR DAY, LEAP-AWARE.                                       K6EXPW.1
077100*================================================================ K6EXPW.1
077200 7000-DAY-AFTER.                                                  K6EXPW.1
077300     PERFORM 7300-SET-LEAP THRU 7300-EXIT.                        K6EXPW.1
077400     IF WS-ST-MM = 02 AND WS-LEAP-SW = "Y" AND WS-ST-DD = 28      K6EXPW.1
077500         MOVE 29 TO WS-ST-DD                                      K6EXPW.1
077600         GO TO 7000-EXIT.                                         K6EXPW.1
077700     IF WS-ST-DD < WS-MONTH-DAYS (WS-ST-MM)                       K6EXPW.1
077800         ADD 1 TO WS-ST-DD                                        K6EXPW.1
077900         GO TO 7000-EXIT.                                         K6EXPW.1
078000     MOVE 01 TO WS-ST-DD.                                         K6EXPW.1
078100     IF WS-ST-MM < 12                                             K6EXPW.1
078200         ADD 1 TO WS-ST-MM                                        K6EXPW.1
078300     ELSE                                                         K6EXPW.1
078400         MOVE 01 TO WS-ST-MM                                      K6EXPW.1
078500         ADD 1 TO WS-ST-YYYY.                                     K6EXPW.1
078600 7000-EXIT.                                                       K6EXPW.1
078700     EXIT.                                                        K6EXPW.1
078800 7100-DAY-BEFORE.                                                 K6EXPW.1
078900     IF WS-ST-DD > 1                                              K6EXPW.1
079000         SUBTRACT 1 FROM WS-ST-DD                                 K6EXPW.1
079100         GO TO 7100-EXIT.                                         K6EXPW.1
079200     IF WS-ST-MM > 1                                              K6EXPW.1
079300         SUBTRACT 1 FROM WS-ST-MM                                 K6EXPW.1
079400     ELSE                                                         K6EXPW.1
079500         MOVE 12 TO WS-ST-MM                                      K6EXPW.1
079600         SUBTRACT 1 FROM WS-ST-YYYY.                              K6EXPW.1
079700     MOVE WS-MONTH-DAYS (WS-ST-MM) TO WS-ST-DD.                   K6EXPW.1
079800     PERFORM 7300-SET-LEAP THRU 7300-EXIT.                        K6EXPW.1
079900     IF WS-ST-MM = 02 AND WS-LEAP-SW = "Y"                        K6EXPW.1
080000         MOVE 29 TO WS-ST-DD.                                     K6EXPW.1
080100 7100-EXIT.                                                       K6EXPW.1
080200     EXIT.                                                        K6EXPW.1
080300*================================================================ K6EXPW.1
080400* 7300-SET-LEAP -- IS WS-ST-YYYY A LEAP YEAR?                     K6EXPW.1
080500*================================================================ K6EXPW.1
080600 7300-SET-LEAP.                                                   K6EXPW.1
080700     MOVE "N" TO WS-LEAP-SW.                                      K6EXPW.1
080800     DIVIDE WS-ST-YYYY BY 4 GIVING WS-QUOT REMAINDER WS-REM.      K6EXPW.1
080900     IF WS-REM = ZERO MOVE "Y" TO WS-LEAP-SW.                     K6EXPW.1
081000     DIVIDE WS-ST-YYYY BY 100 GIVING WS-QUOT REMAINDER WS-REM.    K6EXPW.1
081100     IF WS-REM = ZERO MOVE "N" TO WS-LEAP-SW.                     K6EXPW.1
081200     DIVIDE WS-ST-YYYY BY 400 GIVING WS-QUOT REMAINDER WS-REM.    K6EXPW.1
081300     IF WS-REM = ZERO MOVE "Y" TO WS-LEAP-SW.                     K6EXPW.1
081400 7300-EXIT.                                                       K6EXPW.1
081500     EXIT.                                                        K6EXPW.1
081600*================================================================ K6EXPW.1
081700* 7500-WRITE-NOTICE -- ADDRESS AND WRITE THE NOTICE FOR TABLE     K6EXPW.1
081800* ENTRY WS-SUB; DET-VERB AND DET-OUTCOME ARE ALREADY SET.         K6EXPW.1
081900*================================================================ K6EXPW.1
082000 7500-WRITE-NOTICE.                                               K6EXPW.1
082100     PERFORM 7600-FIND-ROUTE THRU 7600-EXIT.                      K6EXPW.1
082200     MOVE WS-DIST-ID          TO DET-DIST-ID.                     K6EXPW.1
082300     MOVE EX-KIND (WS-SUB)    TO DET-KIND.                        K6EXPW.1
082400     MOVE EX-PGM-ID (WS-SUB)  TO DET-PGM-ID.                      K6EXPW.1
082500     MOVE EX-KEY (WS-SUB)     TO DET-KEY.                         K6EXPW.1
082600     MOVE EX-DATE (WS-SUB)    TO DET-DATE.                        K6EXPW.1
082700     WRITE NQ-PRINT-REC FROM DET-LINE.                            K6EXPW.1
082800 7500-EXIT.                                                       K6EXPW.1
082900     EXIT.                                                        K6EXPW.1
083000*================================================================ K6EXPW.1
083100* 7600-FIND-ROUTE -- OWNING QUEUE BY PROGRAM-ID PREFIX, AS        K6EXPW.1
083200* K6NOTIF 2200 FINDS IT.                                          K6EXPW.1
083300*================================================================ K6EXPW.1
083400 7600-FIND-ROUTE.                                                 K6EXPW.1
083500     MOVE "N" TO WS-FOUND-SW.                                     K6EXPW.1
083600     IF EX-PGM-ID (WS-SUB) = SPACE                                K6EXPW.1
083700         MOVE NF-L2-QUEUE TO WS-DIST-ID                           K6EXPW.1
083800         GO TO 7600-EXIT.                                         K6EXPW.1
083900     MOVE 1 TO WS-RT-SUB.                                         K6EXPW.1
084000 7600-LOOP.                                                       K6EXPW.1
084100     IF WS-RT-SUB GREATER THAN WS-ROUTE-COUNT                     K6EXPW.1
084200         GO TO 7600-NOT-FOUND.                                    K6EXPW.1
084300     IF WS-RT-PREFIX (WS-RT-SUB) = EX-PGM-ID (WS-SUB) (1:2)       K6EXPW.1
084400         MOVE WS-RT-DIST-ID (WS-RT-SUB) TO WS-DIST-ID             K6EXPW.1
084500         MOVE "Y" TO WS-FOUND-SW                                  K6EXPW.1
084600         GO TO 7600-EXIT.                                         K6EXPW.1
084700     ADD 1 TO WS-RT-SUB.                                          K6EXPW.1
084800     GO TO 7600-LOOP.                                             K6EXPW.1
084900 7600-NOT-FOUND.                                                  K6EXPW.1
085000     MOVE "UNASSIGN" TO WS-DIST-ID.                               K6EXPW.1
085100     ADD 1 TO WS-UNASSIGNED-COUNT.                                K6EXPW.1
085200 7600-EXIT.                                                       K6EXPW.1
085300     EXIT.                                                        K6EXPW.1
085400*================================================================ K6EXPW.1
085500* 8000-PRINT-SUMMARY -- WRITE THE CLOSING COUNT LINE.             K6EXPW.1
085600*================================================================ K6EXPW.1
085700 8000-PRINT-SUMMARY.                                              K6EXPW.1
085800     MOVE WS-EXPIRING-COUNT   TO SUM-EXPIRING.                    K6EXPW.1
085900     MOVE WS-LAPSED-COUNT     TO SUM-LAPSED.                      K6EXPW.1
086000     MOVE WS-UNASSIGNED-COUNT TO SUM-UNASSIGNED.                  K6EXPW.1
086100     MOVE WS-DROPPED-COUNT    TO SUM-DROPPED.                     K6EXPW.1
086200     WRITE NQ-PRINT-REC FROM SUM-LINE.                            K6EXPW.1
086300 8000-EXIT.                                                       K6EXPW.1
086400     EXIT.                                                        K6EXPW.1
086500*================================================================ K6EXPW.1
086600* 9999-TERMINATE -- CLOSE THE NOTICE QUEUE.                       K6EXPW.1
086700*================================================================ K6EXPW.1
086800 9999-TERMINATE.                                                  K6EXPW.1
086900     CLOSE NOTIFY-QUEUE.                                          K6EXPW.1
087000 9999-EXIT.                                                       K6EXPW.1
087100     EXIT.                                                        K6EXPW.1
