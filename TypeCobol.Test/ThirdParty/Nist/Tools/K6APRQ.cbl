000100 IDENTIFICATION DIVISION.                                         K6APRQ.1
000200 PROGRAM-ID.                                                      K6APRQ.1
000300     K6APRQ.                                                      K6APRQ.1
000400*================================================================ K6APRQ.1
000500* K6APRQ -- TWO-PERSON APPROVAL QUEUE FOR CHANGES TO THE GOLDEN   K6APRQ.1
000600* BASELINE, THE WAIVER REGISTER AND THE SUPPRESSION REGISTER.     K6APRQ.1
000700*================================================================ K6APRQ.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6APRQ.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6APRQ.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6APRQ.1
001100* DATE-COMPILED.                                                  K6APRQ.1
001200*                                                                 K6APRQ.1
001300* REMARKS.                                                        K6APRQ.1
001400*    K6GUPD AND THE WAIVER REGISTER DEMAND AN APPROVER ID AND A   K6APRQ.1
001500*    TICKET, AND K6AUTH CHECKS THAT THE SUBMITTER MAY RUN THE     K6APRQ.1
001600*    FUNCTION -- BUT NOTHING STOPPED ONE PERSON TYPING THEIR OWN  K6APRQ.1
001700*    ID IN THE APPROVER COLUMN.  A CHANGE TO GOLDMSTR, WVRREG OR  K6APRQ.1
001800*    SUPRREG NOW GOES THROUGH THIS PENDING-CHANGE QUEUE (APRQUE,  K6APRQ.1
001900*    K6APQR.CPY).  IDENTITIES ARE NEVER TAKEN FROM A CARD: THE    K6APRQ.1
002000*    USER OF EACH RUN COMES FROM THE JOB-IDENTITY CARD            K6APRQ.1
002100*    (JOBIDENT), THE SAME CARD K6AUTH READS.                      K6APRQ.1
002200*                                                                 K6APRQ.1
002300*    A SUBMIT CARD, FOLLOWED BY THE CHANGE CARD IN THE TARGET     K6APRQ.1
002400*    REGISTER'S OWN LAYOUT, ENTERS A CHANGE.  THE RUN'S USER IS   K6APRQ.1
002500*    RECORDED AS THE MAKER AND MUST BE AUTHORIZED BY K6AUTH FOR   K6APRQ.1
002600*    THAT REGISTER'S FUNCTION:                                    K6APRQ.1
002700*        GOLDMSTR  "GOLDUPD"    WVRREG  "WVRUPD"                  K6APRQ.1
002800*        SUPRREG   "SUPRUPD"                                      K6APRQ.1
002900*    ANY APPROVER TYPED ON THE CHANGE CARD IS CLEARED.            K6APRQ.1
003000*                                                                 K6APRQ.1
003100*    AN APPROVE CARD RELEASES A PENDING CHANGE ONLY WHEN THE      K6APRQ.1
003200*    RUN'S USER IS NOT ITS MAKER AND IS AUTHORIZED FOR THE SAME   K6APRQ.1
003300*    FUNCTION.  THE CHECKER BECOMES THE APPROVER OF RECORD:       K6APRQ.1
003400*      - GOLDMSTR CHANGES ARE WRITTEN AS K6GUPD APPROVAL CARDS    K6APRQ.1
003500*        (APRQGUP) CARRYING THE CHECKER AS APPROVER AND THE       K6APRQ.1
003600*        MAKER IN COLUMNS 73-80; THE OPERATING JCL PASSES THEM    K6APRQ.1
003700*        TO K6GUPD AS GUPDCTL.                                    K6APRQ.1
003800*      - WVRREG AND SUPRREG CHANGES ARE APPLIED HERE, KEYED BY    K6APRQ.1
003900*        PROGRAM-ID AND PARAGRAPH, AND THE REGISTERS CARRIED      K6APRQ.1
004000*        FORWARD TO WVRREGN AND SUPRREGN, WHICH THE OPERATING     K6APRQ.1
004100*        JCL RENAMES OVER THE OLD ONES.  A CHANGE THAT NO LONGER  K6APRQ.1
004200*        FITS THE REGISTER (AN ADD FOR A KEY ALREADY PRESENT, A   K6APRQ.1
004300*        REPLACE OR DELETE FOR ONE THAT IS NOT) IS REJECTED WITH  K6APRQ.1
004400*        THAT REASON.                                             K6APRQ.1
004500*    A REJECT CARD CLOSES A PENDING CHANGE WITH A MANDATORY       K6APRQ.1
004600*    REASON; ANY USER AUTHORIZED FOR THE REGISTER, THE MAKER      K6APRQ.1
004700*    INCLUDED, MAY REJECT.  A CHANGE LEFT PENDING FOR MORE THAN   K6APRQ.1
004800*    THE EXPIRY PERIOD IN BUSINESS DAYS (K6CALD) EXPIRES.         K6APRQ.1
004900*                                                                 K6APRQ.1
005000*    EVERY EVENT -- ENTERED, APPROVED, REJECTED, EXPIRED -- IS    K6APRQ.1
005100*    APPENDED TO THE DECISION LOG (APRQLOG) WITH BOTH             K6APRQ.1
005200*    IDENTITIES; ONLY PENDING CHANGES ARE CARRIED FORWARD.        K6APRQ.1
005300*                                                                 K6APRQ.1
005400*    INPUTS:                                                      K6APRQ.1
005500*      APRQUE    PENDING-CHANGE QUEUE (OPTIONAL ON FIRST RUN)     K6APRQ.1
005600*      APRQIN    SUBMIT, APPROVE AND REJECT CARDS (OPTIONAL)      K6APRQ.1
005700*      APRQCTL   CONTROL CARD (OPTIONAL)                          K6APRQ.1
005800*      JOBIDENT  JOB-IDENTITY CARD                                K6APRQ.1
005900*      WVRREG    WAIVER REGISTER (OPTIONAL)                       K6APRQ.1
006000*      SUPRREG   SUPPRESSION REGISTER (OPTIONAL)                  K6APRQ.1
006100*    OUTPUTS:                                                     K6APRQ.1
006200*      APRQUEN   QUEUE CARRIED FORWARD                            K6APRQ.1
006300*      APRQGUP   APPROVED GOLDEN-BASELINE CARDS FOR K6GUPD        K6APRQ.1
006400*      WVRREGN   WAIVER REGISTER CARRIED FORWARD                  K6APRQ.1
006500*      SUPRREGN  SUPPRESSION REGISTER CARRIED FORWARD             K6APRQ.1
006600*      APRQLOG   DECISION LOG (APPENDED)                          K6APRQ.1
006700*      APRQRPT   QUEUE LISTING                                    K6APRQ.1
006800*                                                                 K6APRQ.1
006900*    CONTROL CARD (80 COLUMNS):                                   K6APRQ.1
007000*      1-8   AS-OF DATE (CCYYMMDD, ZERO = TODAY)                  K6APRQ.1
007100*      10-12 EXPIRY PERIOD IN BUSINESS DAYS (ZERO = 5)            K6APRQ.1
007200*                                                                 K6APRQ.1
007300*    SUBMIT CARD (80 COLUMNS), FOLLOWED BY THE CHANGE CARD:       K6APRQ.1
007400*      1-7   "SUBMIT"                                             K6APRQ.1
007500*      9-16  REGISTER (GOLDMSTR, WVRREG, SUPRREG)                 K6APRQ.1
007600*      18-24 OPERATION (ADD, REPLACE, DELETE)                     K6APRQ.1
007700*                                                                 K6APRQ.1
007800*    APPROVE AND REJECT CARDS (80 COLUMNS):                       K6APRQ.1
007900*      1-7   "APPROVE" OR "REJECT"                                K6APRQ.1
008000*      9-14  QUEUE NUMBER                                         K6APRQ.1
008100*      16-55 REJECTION REASON (MANDATORY ON REJECT)               K6APRQ.1
008200*                                                                 K6APRQ.1
008300* RETURN CODES.                                                   K6APRQ.1
008400*     0  EVERY CARD TAKEN.                                        K6APRQ.1
008500*     4  PENDING CHANGES EXPIRED.                                 K6APRQ.1
008600*     8  CARDS REFUSED, OR APPROVED CHANGES THAT NO LONGER FIT    K6APRQ.1
008700*        THEIR REGISTER.                                          K6APRQ.1
008800*    16  QUEUE OR REGISTER TOO LARGE FOR THE TABLES -- THE        K6APRQ.1
008900*        OUTPUTS ARE INCOMPLETE AND MUST NOT BE RENAMED.          K6APRQ.1
009000*                                                                 K6APRQ.1
009100* MODIFICATION HISTORY.                                           K6APRQ.1
009200*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6APRQ.1
009300*================================================================ K6APRQ.1
009400                                                                  K6APRQ.1
009500 ENVIRONMENT DIVISION.                                            K6APRQ.1
009600 CONFIGURATION SECTION.                                           K6APRQ.1
009700 SOURCE-COMPUTER.                                                 K6APRQ.1
009800     OUR-MAINFRAME.                                               K6APRQ.1
009900 OBJECT-COMPUTER.                                                 K6APRQ.1
010000     OUR-MAINFRAME.                                               K6APRQ.1
010100 INPUT-OUTPUT SECTION.                                            K6APRQ.1
010200 FILE-CONTROL.                                                    K6APRQ.1
010300     SELECT OPTIONAL APRQ-QUEUE ASSIGN TO APRQUE                  K6APRQ.1
010400         ORGANIZATION IS SEQUENTIAL                               K6APRQ.1
010500         FILE STATUS IS WS-QUE-STATUS.                            K6APRQ.1
010600     SELECT OPTIONAL APRQ-CARDS ASSIGN TO APRQIN                  K6APRQ.1
010700         ORGANIZATION IS SEQUENTIAL                               K6APRQ.1
010800         FILE STATUS IS WS-CARD-STATUS.                           K6APRQ.1
010900     SELECT OPTIONAL APRQ-CTL ASSIGN TO APRQCTL                   K6APRQ.1
011000         ORGANIZATION IS SEQUENTIAL                               K6APRQ.1
011100         FILE STATUS IS WS-CTL-STATUS.                            K6APRQ.1
011200     SELECT OPTIONAL JOB-IDENT ASSIGN TO JOBIDENT                 K6APRQ.1
011300         ORGANIZATION IS SEQUENTIAL                               K6APRQ.1
011400         FILE STATUS IS WS-JOBIDENT-STATUS.                       K6APRQ.1
011500     SELECT OPTIONAL WAIVER-REGISTER ASSIGN TO WVRREG             K6APRQ.1
011600         ORGANIZATION IS SEQUENTIAL                               K6APRQ.1
011700         FILE STATUS IS WS-WVR-STATUS.                            K6APRQ.1
011800     SELECT OPTIONAL SUPPRESS-REGISTER ASSIGN TO SUPRREG          K6APRQ.1
011900         ORGANIZATION IS SEQUENTIAL                               K6APRQ.1
012000         FILE STATUS IS WS-SUPR-STATUS.                           K6APRQ.1
012100     SELECT NEW-QUEUE ASSIGN TO APRQUEN                           K6APRQ.1
012200         ORGANIZATION IS SEQUENTIAL.                              K6APRQ.1
012300     SELECT GOLD-CHANGES ASSIGN TO APRQGUP                        K6APRQ.1
012400         ORGANIZATION IS SEQUENTIAL.                              K6APRQ.1
012500     SELECT NEW-WAIVERS ASSIGN TO WVRREGN                         K6APRQ.1
012600         ORGANIZATION IS SEQUENTIAL.                              K6APRQ.1
012700     SELECT NEW-SUPPRESS ASSIGN TO SUPRREGN                       K6APRQ.1
012800         ORGANIZATION IS SEQUENTIAL.                              K6APRQ.1
012900     SELECT APRQ-LOG ASSIGN TO APRQLOG                            K6APRQ.1
013000         ORGANIZATION IS SEQUENTIAL.                              K6APRQ.1
013100     SELECT APRQ-RPT ASSIGN TO APRQRPT                            K6APRQ.1
013200         ORGANIZATION IS SEQUENTIAL.                              K6APRQ.1
013300                                                                  K6APRQ.1
013400 DATA DIVISION.                                                   K6APRQ.1
013500 FILE SECTION.                                                    K6APRQ.1
013600 FD  APRQ-QUEUE                                                   K6APRQ.1
013700     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
013800 01  OQ-QUEUE-REC             PIC X(200).                         K6APRQ.1
013900 FD  APRQ-CARDS                                                   K6APRQ.1
014000     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
014100 01  AC-CARD.                                                     K6APRQ.1
014200     05  AC-ACTION            PIC X(7).                           K6APRQ.1
014300     05  FILLER               PIC X(1).                           K6APRQ.1
014400     05  AC-BODY              PIC X(72).                          K6APRQ.1
014500     05  AC-SUBMIT REDEFINES AC-BODY.                             K6APRQ.1
014600         10  AC-REGISTER      PIC X(8).                           K6APRQ.1
014700         10  FILLER           PIC X(1).                           K6APRQ.1
014800         10  AC-OPERATION     PIC X(7).                           K6APRQ.1
014900         10  FILLER           PIC X(56).                          K6APRQ.1
015000     05  AC-DECIDE REDEFINES AC-BODY.                             K6APRQ.1
015100         10  AC-QUEUE-NO      PIC X(6).                           K6APRQ.1
015200         10  AC-QUEUE-NO-N REDEFINES AC-QUEUE-NO                  K6APRQ.1
015300                              PIC 9(6).                           K6APRQ.1
015400         10  FILLER           PIC X(1).                           K6APRQ.1
015500         10  AC-REASON        PIC X(40).                          K6APRQ.1
015600         10  FILLER           PIC X(25).                          K6APRQ.1
015700* THE CARD AFTER A SUBMIT CARD IS THE CHANGE ITSELF.              K6APRQ.1
015800 01  AC-CHANGE-CARD           PIC X(80).                          K6APRQ.1
015900 FD  APRQ-CTL                                                     K6APRQ.1
016000     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
016100 01  CTL-REC.                                                     K6APRQ.1
016200     05  CTL-AS-OF-DATE       PIC 9(8).                           K6APRQ.1
016300     05  FILLER               PIC X(1).                           K6APRQ.1
016400     05  CTL-EXPIRY-DAYS      PIC 9(3).                           K6APRQ.1
016500     05  FILLER               PIC X(68).                          K6APRQ.1
016600 FD  JOB-IDENT                                                    K6APRQ.1
016700     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
016800* JOB-IDENTITY CARD AS K6AUTH READS IT.                           K6APRQ.1
016900 01  JI-IDENT-REC.                                                K6APRQ.1
017000     05  JI-JOB-NAME          PIC X(8).                           K6APRQ.1
017100     05  FILLER               PIC X(1).                           K6APRQ.1
017200     05  JI-STEP-NAME         PIC X(8).                           K6APRQ.1
017300     05  FILLER               PIC X(1).                           K6APRQ.1
017400     05  JI-USER-ID           PIC X(8).                           K6APRQ.1
017500     05  FILLER               PIC X(54).                          K6APRQ.1
017600 FD  WAIVER-REGISTER                                              K6APRQ.1
017700     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
017800 01  WV-REGISTER-REC          PIC X(80).                          K6APRQ.1
017900 FD  SUPPRESS-REGISTER                                            K6APRQ.1
018000     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
018100 01  SR-REGISTER-REC          PIC X(80).                          K6APRQ.1
018200 FD  NEW-QUEUE                                                    K6APRQ.1
018300     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
018400 01  NQ-QUEUE-REC             PIC X(200).                         K6APRQ.1
018500 FD  GOLD-CHANGES                                                 K6APRQ.1
018600     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
018700 01  GC-APPROVAL-CARD         PIC X(80).                          K6APRQ.1
018800 FD  NEW-WAIVERS                                                  K6APRQ.1
018900     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
019000 01  NW-REGISTER-REC          PIC X(80).                          K6APRQ.1
019100 FD  NEW-SUPPRESS                                                 K6APRQ.1
019200     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
019300 01  NS-REGISTER-REC          PIC X(80).                          K6APRQ.1
019400 FD  APRQ-LOG                                                     K6APRQ.1
019500     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
019600 01  LG-QUEUE-REC             PIC X(200).                         K6APRQ.1
019700 FD  APRQ-RPT                                                     K6APRQ.1
019800     LABEL RECORDS ARE STANDARD.                                  K6APRQ.1
019900 01  AR-PRINT-REC             PIC X(120).                         K6APRQ.1
020000                                                                  K6APRQ.1
020100 WORKING-STORAGE SECTION.                                         K6APRQ.1
020200* ----------------------------------------------------------      K6APRQ.1
020300* SWITCHES, COUNTERS AND CONTROL VALUES.                          K6APRQ.1
020400* ----------------------------------------------------------      K6APRQ.1
020500 77  WS-QUE-STATUS            PIC X(2)   VALUE SPACE.             K6APRQ.1
020600 77  WS-CARD-STATUS           PIC X(2)   VALUE SPACE.             K6APRQ.1
020700 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6APRQ.1
020800 77  WS-JOBIDENT-STATUS       PIC X(2)   VALUE SPACE.             K6APRQ.1
020900 77  WS-WVR-STATUS            PIC X(2)   VALUE SPACE.             K6APRQ.1
021000 77  WS-SUPR-STATUS           PIC X(2)   VALUE SPACE.             K6APRQ.1
021100 77  WS-CARD-EOF-SW           PIC X      VALUE "N".               K6APRQ.1
021200     88  WS-CARD-EOF                     VALUE "Y".               K6APRQ.1
021300 77  WS-OVERFLOW-SW           PIC X      VALUE "N".               K6APRQ.1
021400     88  WS-TABLE-OVERFLOW               VALUE "Y".               K6APRQ.1
021500 77  WS-FOUND-SW              PIC X      VALUE "N".               K6APRQ.1
021600     88  WS-ENTRY-FOUND                  VALUE "Y".               K6APRQ.1
021700 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6APRQ.1
021800 77  WS-EXPIRY-DAYS           PIC 9(3)   VALUE 5.                 K6APRQ.1
021900 77  WS-LAST-NO               PIC 9(6)   VALUE ZERO.              K6APRQ.1
022000 77  WS-QUEUE-COUNT           PIC 9(4)   COMP VALUE ZERO.         K6APRQ.1
022100 77  WS-REG-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6APRQ.1
022200 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6APRQ.1
022300 77  WS-ENTERED               PIC 9(5)   COMP VALUE ZERO.         K6APRQ.1
022400 77  WS-APPROVED              PIC 9(5)   COMP VALUE ZERO.         K6APRQ.1
022500 77  WS-REJECTED              PIC 9(5)   COMP VALUE ZERO.         K6APRQ.1
022600 77  WS-EXPIRED               PIC 9(5)   COMP VALUE ZERO.         K6APRQ.1
022700 77  WS-REFUSED               PIC 9(5)   COMP VALUE ZERO.         K6APRQ.1
022800 77  WS-PENDING               PIC 9(5)   COMP VALUE ZERO.         K6APRQ.1
022900 77  WS-GOLD-RELEASED         PIC 9(5)   COMP VALUE ZERO.         K6APRQ.1
023000 77  WS-USER-ID               PIC X(8)   VALUE "UNKNOWN ".        K6APRQ.1
023100 77  WS-APPLY-REASON          PIC X(24)  VALUE SPACE.             K6APRQ.1
023200 77  WS-LK-REGISTER           PIC X(8)   VALUE SPACE.             K6APRQ.1
023300 77  WS-LK-OPERATION          PIC X(7)   VALUE SPACE.             K6APRQ.1
023400* CENTRAL AUTHORITY-CHECK HANDSHAKE -- SEE K6AUTH.  THE           K6APRQ.1
023500* FUNCTION IS SET FROM THE REGISTER EACH CARD TOUCHES.            K6APRQ.1
023600 77  AU-FUNCTION              PIC X(8)   VALUE SPACE.             K6APRQ.1
023700 77  AU-REPLY                 PIC X(1)   VALUE "N".               K6APRQ.1
023800 01  WS-AS-OF-DATE            PIC 9(8)   VALUE ZERO.              K6APRQ.1
023900* HANDSHAKE AREA FOR THE K6CALD BUSINESS-DAY SERVICE.             K6APRQ.1
024000 01  CALD-PARM.                                                   K6APRQ.1
024100     05  CALD-FROM            PIC 9(8)   VALUE ZERO.              K6APRQ.1
024200     05  CALD-TO              PIC 9(8)   VALUE ZERO.              K6APRQ.1
024300     05  CALD-BUS-DAYS        PIC S9(5)  VALUE ZERO.              K6APRQ.1
024400     05  CALD-STATUS          PIC X(1)   VALUE SPACE.             K6APRQ.1
024500* ----------------------------------------------------------      K6APRQ.1
024600* THE QUEUE RECORD BEING BUILT OR DECIDED.                        K6APRQ.1
024700* ----------------------------------------------------------      K6APRQ.1
024800     COPY K6APQR.                                                 K6APRQ.1
024900* ----------------------------------------------------------      K6APRQ.1
025000* THE CHANGE CARD AND ITS THREE REGISTER VIEWS.                   K6APRQ.1
025100* ----------------------------------------------------------      K6APRQ.1
025200 01  WS-CHANGE-CARD           PIC X(80)  VALUE SPACE.             K6APRQ.1
025300* K6GUPD APPROVAL CARD.                                           K6APRQ.1
025400 01  WS-GOLD-CARD REDEFINES WS-CHANGE-CARD.                       K6APRQ.1
025500     05  WG-OPERATION         PIC X(7).                           K6APRQ.1
025600     05  FILLER               PIC X(1).                           K6APRQ.1
025700     05  WG-PGM-ID            PIC X(6).                           K6APRQ.1
025800     05  FILLER               PIC X(1).                           K6APRQ.1
025900     05  WG-PAR-NAME          PIC X(22).                          K6APRQ.1
026000     05  FILLER               PIC X(1).                           K6APRQ.1
026100     05  WG-DISPOSITION       PIC X(7).                           K6APRQ.1
026200     05  FILLER               PIC X(1).                           K6APRQ.1
026300     05  WG-APPROVER          PIC X(8).                           K6APRQ.1
026400     05  FILLER               PIC X(1).                           K6APRQ.1
026500     05  WG-TICKET            PIC X(8).                           K6APRQ.1
026600     05  FILLER               PIC X(1).                           K6APRQ.1
026700     05  WG-EFF-DATE          PIC X(8).                           K6APRQ.1
026800     05  WG-ENTERED-BY        PIC X(8).                           K6APRQ.1
026900* WAIVER-REGISTER CARD.                                           K6APRQ.1
027000 01  WS-WAIVER-CARD REDEFINES WS-CHANGE-CARD.                     K6APRQ.1
027100     05  WW-PGM-ID            PIC X(6).                           K6APRQ.1
027200     05  FILLER               PIC X(1).                           K6APRQ.1
027300     05  WW-PAR-NAME          PIC X(22).                          K6APRQ.1
027400     05  FILLER               PIC X(1).                           K6APRQ.1
027500     05  WW-REASON-CODE       PIC X(4).                           K6APRQ.1
027600     05  FILLER               PIC X(1).                           K6APRQ.1
027700     05  WW-APPROVER          PIC X(8).                           K6APRQ.1
027800     05  FILLER               PIC X(1).                           K6APRQ.1
027900     05  WW-TICKET            PIC X(8).                           K6APRQ.1
028000     05  FILLER               PIC X(1).                           K6APRQ.1
028100     05  WW-EXPIRY-DATE       PIC X(8).                           K6APRQ.1
028200     05  FILLER               PIC X(19).                          K6APRQ.1
028300* SUPPRESSION-REGISTER CARD.                                      K6APRQ.1
028400 01  WS-SUPPR-CARD REDEFINES WS-CHANGE-CARD.                      K6APRQ.1
028500     05  WU-PGM-ID            PIC X(6).                           K6APRQ.1
028600     05  FILLER               PIC X(1).                           K6APRQ.1
028700     05  WU-PAR-NAME          PIC X(22).                          K6APRQ.1
028800     05  FILLER               PIC X(51).                          K6APRQ.1
028900* PROGRAM-ID AND PARAGRAPH OF THE CHANGE, AS PRINTED.             K6APRQ.1
029000 01  WS-KEY.                                                      K6APRQ.1
029100     05  WS-KEY-PGM-ID        PIC X(6)   VALUE SPACE.             K6APRQ.1
029200     05  FILLER               PIC X(1)   VALUE SPACE.             K6APRQ.1
029300     05  WS-KEY-PAR-NAME      PIC X(22)  VALUE SPACE.             K6APRQ.1
029400* ----------------------------------------------------------      K6APRQ.1
029500* THE PENDING QUEUE, HELD IN STORAGE FOR THE RUN.                 K6APRQ.1
029600* ----------------------------------------------------------      K6APRQ.1
029700 01  QUEUE-TABLE.                                                 K6APRQ.1
029800     05  QUE-ENTRY OCCURS 500 TIMES                               K6APRQ.1
029900                   INDEXED BY QUE-IDX.                            K6APRQ.1
030000         10  QUE-REC          PIC X(200).                         K6APRQ.1
030100         10  QUE-VIEW REDEFINES QUE-REC.                          K6APRQ.1
030200             15  FILLER       PIC X(2).                           K6APRQ.1
030300             15  QUE-NO       PIC 9(6).                           K6APRQ.1
030400             15  FILLER       PIC X(18).                          K6APRQ.1
030500             15  QUE-STATUS   PIC X(1).                           K6APRQ.1
030600             15  FILLER       PIC X(173).                         K6APRQ.1
030700* ----------------------------------------------------------      K6APRQ.1
030800* THE WAIVER AND SUPPRESSION REGISTERS, HELD IN STORAGE.          K6APRQ.1
030900* BOTH CARDS CARRY PROGRAM-ID IN 1-6 AND PARAGRAPH IN 8-29.       K6APRQ.1
031000* ----------------------------------------------------------      K6APRQ.1
031100 01  REGISTER-TABLE.                                              K6APRQ.1
031200     05  REG-ENTRY OCCURS 1000 TIMES                              K6APRQ.1
031300                   INDEXED BY REG-IDX.                            K6APRQ.1
031400         10  REG-REGISTER     PIC X(8).                           K6APRQ.1
031500         10  REG-DELETED-SW   PIC X(1).                           K6APRQ.1
031600         10  REG-CARD         PIC X(80).                          K6APRQ.1
031700         10  REG-VIEW REDEFINES REG-CARD.                         K6APRQ.1
031800             15  REG-PGM-ID   PIC X(6).                           K6APRQ.1
031900             15  FILLER       PIC X(1).                           K6APRQ.1
032000             15  REG-PAR-NAME PIC X(22).                          K6APRQ.1
032100             15  FILLER       PIC X(51).                          K6APRQ.1
032200* ----------------------------------------------------------      K6APRQ.1
032300* REPORT LINES.                                                   K6APRQ.1
032400* ----------------------------------------------------------      K6APRQ.1
032500 01  HDR-LINE-1.                                                  K6APRQ.1
032600     05  FILLER   PIC X(42) VALUE                                 K6APRQ.1
032700         "TWO-PERSON CHANGE APPROVAL QUEUE (K6APRQ)".             K6APRQ.1
032800     05  FILLER   PIC X(9)  VALUE "  AS OF  ".                    K6APRQ.1
032900     05  HDR-AS-OF            PIC 9(8).                           K6APRQ.1
033000     05  FILLER   PIC X(8)  VALUE "  USER= ".                     K6APRQ.1
033100     05  HDR-USER             PIC X(8).                           K6APRQ.1
033200     05  FILLER   PIC X(16) VALUE "  EXPIRY DAYS = ".             K6APRQ.1
033300     05  HDR-EXPIRY           PIC ZZ9.                            K6APRQ.1
033400     05  FILLER   PIC X(26) VALUE SPACE.                          K6APRQ.1
033500 01  ACT-LINE.                                                    K6APRQ.1
033600     05  ACT-ACTION           PIC X(10).                          K6APRQ.1
033700     05  ACT-QUEUE-NO         PIC X(6).                           K6APRQ.1
033800     05  FILLER               PIC X(1)  VALUE SPACE.              K6APRQ.1
033900     05  ACT-REGISTER         PIC X(8).                           K6APRQ.1
034000     05  FILLER               PIC X(1)  VALUE SPACE.              K6APRQ.1
034100     05  ACT-OPERATION        PIC X(7).                           K6APRQ.1
034200     05  FILLER               PIC X(1)  VALUE SPACE.              K6APRQ.1
034300     05  ACT-KEY              PIC X(29).                          K6APRQ.1
034400     05  FILLER               PIC X(7)  VALUE " MAKER=".          K6APRQ.1
034500     05  ACT-MAKER            PIC X(8).                           K6APRQ.1
034600     05  FILLER               PIC X(9)  VALUE " CHECKER=".        K6APRQ.1
034700     05  ACT-CHECKER          PIC X(8).                           K6APRQ.1
034800     05  FILLER               PIC X(1)  VALUE SPACE.              K6APRQ.1
034900     05  ACT-REASON           PIC X(24).                          K6APRQ.1
035000 01  REASON-LINE.                                                 K6APRQ.1
035100     05  FILLER   PIC X(18) VALUE "          REASON: ".           K6APRQ.1
035200     05  RSN-TEXT             PIC X(40).                          K6APRQ.1
035300     05  FILLER   PIC X(62) VALUE SPACE.                          K6APRQ.1
035400 01  PEND-HDR-LINE.                                               K6APRQ.1
035500     05  FILLER   PIC X(60) VALUE                                 K6APRQ.1
035600         "CHANGES STILL AWAITING A SECOND APPROVER:".             K6APRQ.1
035700     05  FILLER   PIC X(60) VALUE SPACE.                          K6APRQ.1
035800 01  PEND-LINE.                                                   K6APRQ.1
035900     05  FILLER   PIC X(10) VALUE "PENDING".                      K6APRQ.1
036000     05  PD-QUEUE-NO          PIC 9(6).                           K6APRQ.1
036100     05  FILLER               PIC X(1)  VALUE SPACE.              K6APRQ.1
036200     05  PD-REGISTER          PIC X(8).                           K6APRQ.1
036300     05  FILLER               PIC X(1)  VALUE SPACE.              K6APRQ.1
036400     05  PD-OPERATION         PIC X(7).                           K6APRQ.1
036500     05  FILLER               PIC X(1)  VALUE SPACE.              K6APRQ.1
036600     05  PD-KEY               PIC X(29).                          K6APRQ.1
036700     05  FILLER   PIC X(7)  VALUE " MAKER=".                      K6APRQ.1
036800     05  PD-MAKER             PIC X(8).                           K6APRQ.1
036900     05  FILLER   PIC X(10) VALUE " ENTERED= ".                   K6APRQ.1
037000     05  PD-DATE              PIC 9(8).                           K6APRQ.1
037100     05  FILLER   PIC X(6)  VALUE " DAYS=".                       K6APRQ.1
037200     05  PD-DAYS              PIC ZZZ9.                           K6APRQ.1
037300     05  FILLER   PIC X(14) VALUE SPACE.                          K6APRQ.1
037400 01  OVERFLOW-LINE.                                               K6APRQ.1
037500     05  FILLER   PIC X(60) VALUE                                 K6APRQ.1
037600         "QUEUE OR REGISTER TOO LARGE -- OUTPUTS INCOMPLETE".     K6APRQ.1
037700     05  FILLER   PIC X(60) VALUE SPACE.                          K6APRQ.1
037800 01  SUM-LINE-1.                                                  K6APRQ.1
037900     05  FILLER   PIC X(10) VALUE "ENTERED = ".                   K6APRQ.1
038000     05  SUM-ENTERED          PIC ZZZZ9.                          K6APRQ.1
038100     05  FILLER   PIC X(14) VALUE "  APPROVED = ".                K6APRQ.1
038200     05  SUM-APPROVED         PIC ZZZZ9.                          K6APRQ.1
038300     05  FILLER   PIC X(14) VALUE "  REJECTED = ".                K6APRQ.1
038400     05  SUM-REJECTED         PIC ZZZZ9.                          K6APRQ.1
038500     05  FILLER   PIC X(13) VALUE "  EXPIRED = ".                 K6APRQ.1
038600     05  SUM-EXPIRED          PIC ZZZZ9.                          K6APRQ.1
038700     05  FILLER   PIC X(13) VALUE "  REFUSED = ".                 K6APRQ.1
038800     05  SUM-REFUSED          PIC ZZZZ9.                          K6APRQ.1
038900     05  FILLER   PIC X(13) VALUE "  PENDING = ".                 K6APRQ.1
039000     05  SUM-PENDING          PIC ZZZZ9.                          K6APRQ.1
039100     05  FILLER   PIC X(23) VALUE SPACE.                          K6APRQ.1
039200 01  SUM-LINE-2.                                                  K6APRQ.1
039300     05  FILLER   PIC X(40) VALUE                                 K6APRQ.1
039400         "GOLDEN-BASELINE CARDS RELEASED TO K6GUPD".              K6APRQ.1
039500     05  FILLER   PIC X(3)  VALUE " = ".                          K6APRQ.1
039600     05  SUM-GOLD             PIC ZZZZ9.                          K6APRQ.1
039700     05  FILLER   PIC X(72) VALUE SPACE.                          K6APRQ.1
039800                                                                  K6APRQ.1
039900 PROCEDURE DIVISION.                                              K6APRQ.1
040000*================================================================ K6APRQ.1
040100* 0000-MAINLINE -- LOAD THE QUEUE AND REGISTERS, EXPIRE STALE     K6APRQ.1
040200* ENTRIES, TAKE THE CARDS, THEN CARRY EVERYTHING FORWARD.         K6APRQ.1
040300*================================================================ K6APRQ.1
040400 0000-MAINLINE.                                                   K6APRQ.1
040500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6APRQ.1
040600     PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT.                      K6APRQ.1
040700     PERFORM 1400-LOAD-REGISTERS THRU 1400-EXIT.                  K6APRQ.1
040800     IF WS-TABLE-OVERFLOW                                         K6APRQ.1
040900         WRITE AR-PRINT-REC FROM OVERFLOW-LINE                    K6APRQ.1
041000             AFTER ADVANCING 2 LINES                              K6APRQ.1
041100         MOVE 16 TO WS-VERDICT-RC                                 K6APRQ.1
041200         GO TO 0000-FINISH.                                       K6APRQ.1
041300     PERFORM 2000-EXPIRE-PENDING THRU 2000-EXIT.                  K6APRQ.1
041400     PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT.                   K6APRQ.1
041500     PERFORM 5000-WRITE-QUEUE THRU 5000-EXIT.                     K6APRQ.1
041600     PERFORM 5500-WRITE-REGISTERS THRU 5500-EXIT.                 K6APRQ.1
041700     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6APRQ.1
041800 0000-FINISH.                                                     K6APRQ.1
041900     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6APRQ.1
042000     STOP RUN.                                                    K6APRQ.1
042100*================================================================ K6APRQ.1
042200* 1000-INITIALIZE -- OPEN FILES, PICK UP THE CONTROL CARD AND     K6APRQ.1
042300* IDENTIFY THE RUN'S USER.  A MISSING CARD MEANS TODAY AND A      K6APRQ.1
042400* 5-DAY EXPIRY; A MISSING JOB-IDENTITY CARD LEAVES "UNKNOWN",     K6APRQ.1
042500* WHICH K6AUTH DENIES.                                            K6APRQ.1
042600*================================================================ K6APRQ.1
042700 1000-INITIALIZE.                                                 K6APRQ.1
042800     OPEN OUTPUT NEW-QUEUE GOLD-CHANGES NEW-WAIVERS               K6APRQ.1
042900                 NEW-SUPPRESS APRQ-RPT.                           K6APRQ.1
043000     OPEN EXTEND APRQ-LOG.                                        K6APRQ.1
043100     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                     K6APRQ.1
043200     OPEN INPUT APRQ-CTL.                                         K6APRQ.1
043300     IF WS-CTL-STATUS NOT = "00"                                  K6APRQ.1
043400         GO TO 1000-IDENTIFY.                                     K6APRQ.1
043500     READ APRQ-CTL                                                K6APRQ.1
043600         AT END GO TO 1000-CTL-DONE.                              K6APRQ.1
043700     IF CTL-AS-OF-DATE NUMERIC AND CTL-AS-OF-DATE > ZERO          K6APRQ.1
043800         MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.                    K6APRQ.1
043900     IF CTL-EXPIRY-DAYS NUMERIC AND CTL-EXPIRY-DAYS > ZERO        K6APRQ.1
044000         MOVE CTL-EXPIRY-DAYS TO WS-EXPIRY-DAYS.                  K6APRQ.1
044100 1000-CTL-DONE.                                                   K6APRQ.1
044200     CLOSE APRQ-CTL.                                              K6APRQ.1
044300 1000-IDENTIFY.                                                   K6APRQ.1
044400     OPEN INPUT JOB-IDENT.                                        K6APRQ.1
044500     IF WS-JOBIDENT-STATUS NOT = "00"                             K6APRQ.1
044600         GO TO 1000-HEADER.                                       K6APRQ.1
044700     READ JOB-IDENT                                               K6APRQ.1
044800         AT END GO TO 1000-IDENT-DONE.                            K6APRQ.1
044900     IF JI-USER-ID NOT = SPACE                                    K6APRQ.1
045000         MOVE JI-USER-ID TO WS-USER-ID.                           K6APRQ.1
045100 1000-IDENT-DONE.                                                 K6APRQ.1
045200     CLOSE JOB-IDENT.                                             K6APRQ.1
045300 1000-HEADER.                                                     K6APRQ.1
045400     MOVE WS-AS-OF-DATE TO HDR-AS-OF.                             K6APRQ.1
045500     MOVE WS-USER-ID    TO HDR-USER.                              K6APRQ.1
045600     MOVE WS-EXPIRY-DAYS TO HDR-EXPIRY.                           K6APRQ.1
045700     WRITE AR-PRINT-REC FROM HDR-LINE-1                           K6APRQ.1
045800         AFTER ADVANCING PAGE.                                    K6APRQ.1
045900 1000-EXIT.                                                       K6APRQ.1
046000     EXIT.                                                        K6APRQ.1
046100*================================================================ K6APRQ.1
046200* 1200-LOAD-QUEUE -- THE CONTROL RECORD GIVES THE LAST QUEUE      K6APRQ.1
046300* NUMBER ISSUED; EVERY PENDING ENTRY GOES INTO THE TABLE.         K6APRQ.1
046400*================================================================ K6APRQ.1
046500 1200-LOAD-QUEUE.                                                 K6APRQ.1
046600     OPEN INPUT APRQ-QUEUE.                                       K6APRQ.1
046700     IF WS-QUE-STATUS NOT = "00"                                  K6APRQ.1
046800         GO TO 1200-EXIT.                                         K6APRQ.1
046900 1200-READ.                                                       K6APRQ.1
047000     READ APRQ-QUEUE INTO AQ-QUEUE-REC                            K6APRQ.1
047100         AT END GO TO 1200-CLOSE.                                 K6APRQ.1
047200     IF AQ-QUEUE-NO NOT NUMERIC                                   K6APRQ.1
047300         GO TO 1200-READ.                                         K6APRQ.1
047400     IF AQ-QUEUE-NO > WS-LAST-NO                                  K6APRQ.1
047500         MOVE AQ-QUEUE-NO TO WS-LAST-NO.                          K6APRQ.1
047600     IF NOT AQ-ENTRY-REC OR NOT AQ-PENDING                        K6APRQ.1
047700         GO TO 1200-READ.                                         K6APRQ.1
047800     IF WS-QUEUE-COUNT NOT LESS THAN 500                          K6APRQ.1
047900         SET WS-TABLE-OVERFLOW TO TRUE                            K6APRQ.1
048000         GO TO 1200-READ.                                         K6APRQ.1
048100     ADD 1 TO WS-QUEUE-COUNT.                                     K6APRQ.1
048200     MOVE AQ-QUEUE-REC TO QUE-REC (WS-QUEUE-COUNT).               K6APRQ.1
048300     GO TO 1200-READ.                                             K6APRQ.1
048400 1200-CLOSE.                                                      K6APRQ.1
048500     CLOSE APRQ-QUEUE.                                            K6APRQ.1
048600 1200-EXIT.                                                       K6APRQ.1
048700     EXIT.                                                        K6APRQ.1
048800*================================================================ K6APRQ.1
048900* 1400-LOAD-REGISTERS -- BOTH REGISTERS, EACH ROW TAGGED WITH     K6APRQ.1
049000* THE REGISTER IT CAME FROM.  AN ABSENT REGISTER IS EMPTY.        K6APRQ.1
049100*================================================================ K6APRQ.1
049200 1400-LOAD-REGISTERS.                                             K6APRQ.1
049300     OPEN INPUT WAIVER-REGISTER.                                  K6APRQ.1
049400     IF WS-WVR-STATUS NOT = "00"                                  K6APRQ.1
049500         GO TO 1400-SUPPRESS.                                     K6APRQ.1
049600     MOVE "WVRREG  " TO WS-LK-REGISTER.                           K6APRQ.1
049700 1400-READ-WAIVER.                                                K6APRQ.1
049800     READ WAIVER-REGISTER                                         K6APRQ.1
049900         AT END GO TO 1400-CLOSE-WAIVER.                          K6APRQ.1
050000     IF WV-REGISTER-REC = SPACE                                   K6APRQ.1
050100         GO TO 1400-READ-WAIVER.                                  K6APRQ.1
050200     MOVE WV-REGISTER-REC TO WS-CHANGE-CARD.                      K6APRQ.1
050300     PERFORM 1500-ADD-REGISTER-ROW THRU 1500-EXIT.                K6APRQ.1
050400     GO TO 1400-READ-WAIVER.                                      K6APRQ.1
050500 1400-CLOSE-WAIVER.                                               K6APRQ.1
050600     CLOSE WAIVER-REGISTER.                                       K6APRQ.1
050700 1400-SUPPRESS.                                                   K6APRQ.1
050800     OPEN INPUT SUPPRESS-REGISTER.                                K6APRQ.1
050900     IF WS-SUPR-STATUS NOT = "00"                                 K6APRQ.1
051000         GO TO 1400-EXIT.                                         K6APRQ.1
051100     MOVE "SUPRREG " TO WS-LK-REGISTER.                           K6APRQ.1
051200 1400-READ-SUPPRESS.                                              K6APRQ.1
051300     READ SUPPRESS-REGISTER                                       K6APRQ.1
051400         AT END GO TO 1400-CLOSE-SUPPRESS.                        K6APRQ.1
051500     IF SR-REGISTER-REC = SPACE                                   K6APRQ.1
051600         GO TO 1400-READ-SUPPRESS.                                K6APRQ.1
051700     MOVE SR-REGISTER-REC TO WS-CHANGE-CARD.                      K6APRQ.1
051800     PERFORM 1500-ADD-REGISTER-ROW THRU 1500-EXIT.                K6APRQ.1
051900     GO TO 1400-READ-SUPPRESS.                                    K6APRQ.1
052000 1400-CLOSE-SUPPRESS.                                             K6APRQ.1
052100     CLOSE SUPPRESS-REGISTER.                                     K6APRQ.1
052200 1400-EXIT.                                                       K6APRQ.1
052300     EXIT.                                                        K6APRQ.1
052400*================================================================ K6APRQ.1
052500* 1500-ADD-REGISTER-ROW -- APPEND WS-CHANGE-CARD TO THE TABLE     K6APRQ.1
052600* UNDER WS-LK-REGISTER.                                           K6APRQ.1
052700*================================================================ K6APRQ.1
052800 1500-ADD-REGISTER-ROW.                                           K6APRQ.1
052900     IF WS-REG-COUNT NOT LESS THAN 1000                           K6APRQ.1
053000         SET WS-TABLE-OVERFLOW TO TRUE                            K6APRQ.1
053100         GO TO 1500-EXIT.                                         K6APRQ.1
053200     ADD 1 TO WS-REG-COUNT.                                       K6APRQ.1
053300     SET REG-IDX TO WS-REG-COUNT.                                 K6APRQ.1
053400     MOVE WS-LK-REGISTER TO REG-REGISTER (REG-IDX).               K6APRQ.1
053500     MOVE "N"            TO REG-DELETED-SW (REG-IDX).             K6APRQ.1
053600     MOVE WS-CHANGE-CARD TO REG-CARD (REG-IDX).                   K6APRQ.1
053700 1500-EXIT.                                                       K6APRQ.1
053800     EXIT.                                                        K6APRQ.1
053900*================================================================ K6APRQ.1
054000* 2000-EXPIRE-PENDING -- A CHANGE PENDING FOR MORE THAN THE       K6APRQ.1
054100* EXPIRY PERIOD OF BUSINESS DAYS IS CLOSED AND LOGGED.            K6APRQ.1
054200*================================================================ K6APRQ.1
054300 2000-EXPIRE-PENDING.                                             K6APRQ.1
054400     MOVE ZERO TO WS-SUB.                                         K6APRQ.1
054500 2000-NEXT.                                                       K6APRQ.1
054600     ADD 1 TO WS-SUB.                                             K6APRQ.1
054700     IF WS-SUB > WS-QUEUE-COUNT                                   K6APRQ.1
054800         GO TO 2000-EXIT.                                         K6APRQ.1
054900     SET QUE-IDX TO WS-SUB.                                       K6APRQ.1
055000     MOVE QUE-REC (QUE-IDX) TO AQ-QUEUE-REC.                      K6APRQ.1
055100     MOVE AQ-ENTERED-DATE TO CALD-FROM.                           K6APRQ.1
055200     MOVE WS-AS-OF-DATE   TO CALD-TO.                             K6APRQ.1
055300     CALL "K6CALD" USING CALD-PARM.                               K6APRQ.1
055400     IF CALD-BUS-DAYS NOT > WS-EXPIRY-DAYS                        K6APRQ.1
055500         GO TO 2000-NEXT.                                         K6APRQ.1
055600     SET AQ-EXPIRED TO TRUE.                                      K6APRQ.1
055700     MOVE SPACE         TO AQ-DECIDED-BY.                         K6APRQ.1
055800     MOVE WS-AS-OF-DATE TO AQ-DECIDED-DATE.                       K6APRQ.1
055900     MOVE "NOT APPROVED WITHIN THE EXPIRY PERIOD" TO AQ-REASON.   K6APRQ.1
056000     MOVE AQ-QUEUE-REC TO QUE-REC (QUE-IDX).                      K6APRQ.1
056100     PERFORM 8200-LOG-EVENT THRU 8200-EXIT.                       K6APRQ.1
056200     ADD 1 TO WS-EXPIRED.                                         K6APRQ.1
056300     PERFORM 6500-FILL-ACT-LINE THRU 6500-EXIT.                   K6APRQ.1
056400     MOVE "EXPIRED"              TO ACT-ACTION.                   K6APRQ.1
056500     MOVE "NOT APPROVED IN TIME" TO ACT-REASON.                   K6APRQ.1
056600     WRITE AR-PRINT-REC FROM ACT-LINE                             K6APRQ.1
056700         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
056800     IF WS-VERDICT-RC < 4                                         K6APRQ.1
056900         MOVE 4 TO WS-VERDICT-RC.                                 K6APRQ.1
057000     GO TO 2000-NEXT.                                             K6APRQ.1
057100 2000-EXIT.                                                       K6APRQ.1
057200     EXIT.                                                        K6APRQ.1
057300*================================================================ K6APRQ.1
057400* 3000-PROCESS-CARDS -- SUBMIT, APPROVE AND REJECT CARDS IN       K6APRQ.1
057500* THE ORDER GIVEN.  A SUBMIT CARD TAKES THE CARD AFTER IT AS      K6APRQ.1
057600* ITS CHANGE.                                                     K6APRQ.1
057700*================================================================ K6APRQ.1
057800 3000-PROCESS-CARDS.                                              K6APRQ.1
057900     OPEN INPUT APRQ-CARDS.                                       K6APRQ.1
058000     IF WS-CARD-STATUS NOT = "00"                                 K6APRQ.1
058100         GO TO 3000-EXIT.                                         K6APRQ.1
058200 3000-READ.                                                       K6APRQ.1
058300     READ APRQ-CARDS                                              K6APRQ.1
058400         AT END GO TO 3000-CLOSE.                                 K6APRQ.1
058500     IF AC-CARD = SPACE                                           K6APRQ.1
058600         GO TO 3000-READ.                                         K6APRQ.1
058700     MOVE SPACE TO ACT-QUEUE-NO ACT-REGISTER ACT-OPERATION        K6APRQ.1
058800                   ACT-KEY ACT-MAKER ACT-CHECKER ACT-REASON.      K6APRQ.1
058900     IF AC-ACTION = "SUBMIT "                                     K6APRQ.1
059000         PERFORM 3100-SUBMIT THRU 3100-EXIT                       K6APRQ.1
059100     ELSE IF AC-ACTION = "APPROVE"                                K6APRQ.1
059200         PERFORM 3300-APPROVE THRU 3300-EXIT                      K6APRQ.1
059300     ELSE IF AC-ACTION = "REJECT "                                K6APRQ.1
059400         PERFORM 3600-REJECT THRU 3600-EXIT                       K6APRQ.1
059500     ELSE                                                         K6APRQ.1
059600         MOVE AC-ACTION        TO ACT-OPERATION                   K6APRQ.1
059700         MOVE "UNKNOWN ACTION" TO ACT-REASON                      K6APRQ.1
059800         PERFORM 3900-REFUSE-CARD THRU 3900-EXIT.                 K6APRQ.1
059900     IF NOT WS-CARD-EOF                                           K6APRQ.1
060000         GO TO 3000-READ.                                         K6APRQ.1
060100 3000-CLOSE.                                                      K6APRQ.1
060200     CLOSE APRQ-CARDS.                                            K6APRQ.1
060300 3000-EXIT.                                                       K6APRQ.1
060400     EXIT.                                                        K6APRQ.1
060500*================================================================ K6APRQ.1
060600* 3100-SUBMIT -- ENTER A CHANGE ON THE QUEUE WITH THE RUN'S       K6APRQ.1
060700* USER AS ITS MAKER.  THE SUBMIT CARD'S REGISTER AND OPERATION    K6APRQ.1
060800* ARE SAVED FIRST: THE CHANGE CARD IS READ OVER THEM.             K6APRQ.1
060900*================================================================ K6APRQ.1
061000 3100-SUBMIT.                                                     K6APRQ.1
061100     MOVE AC-REGISTER  TO ACT-REGISTER WS-LK-REGISTER.            K6APRQ.1
061200     MOVE AC-OPERATION TO ACT-OPERATION WS-LK-OPERATION.          K6APRQ.1
061300     MOVE WS-USER-ID   TO ACT-MAKER.                              K6APRQ.1
061400     READ APRQ-CARDS                                              K6APRQ.1
061500         AT END SET WS-CARD-EOF TO TRUE                           K6APRQ.1
061600                MOVE "CHANGE CARD MISSING" TO ACT-REASON          K6APRQ.1
061700                GO TO 3100-REFUSE.                                K6APRQ.1
061800     MOVE AC-CHANGE-CARD TO WS-CHANGE-CARD.                       K6APRQ.1
061900     PERFORM 6100-SET-FUNCTION THRU 6100-EXIT.                    K6APRQ.1
062000     IF AU-FUNCTION = SPACE                                       K6APRQ.1
062100         MOVE "UNKNOWN REGISTER" TO ACT-REASON                    K6APRQ.1
062200         GO TO 3100-REFUSE.                                       K6APRQ.1
062300     IF WS-LK-OPERATION NOT = "ADD    "                           K6APRQ.1
062400         AND WS-LK-OPERATION NOT = "REPLACE"                      K6APRQ.1
062500         AND WS-LK-OPERATION NOT = "DELETE "                      K6APRQ.1
062600         MOVE "UNKNOWN OPERATION" TO ACT-REASON                   K6APRQ.1
062700         GO TO 3100-REFUSE.                                       K6APRQ.1
062800     PERFORM 6300-EXTRACT-KEY THRU 6300-EXIT.                     K6APRQ.1
062900     MOVE WS-KEY TO ACT-KEY.                                      K6APRQ.1
063000     IF WS-KEY-PGM-ID = SPACE                                     K6APRQ.1
063100         MOVE "KEY INCOMPLETE" TO ACT-REASON                      K6APRQ.1
063200         GO TO 3100-REFUSE.                                       K6APRQ.1
063300     IF WS-LK-REGISTER = "GOLDMSTR"                               K6APRQ.1
063400             AND (WG-PAR-NAME = SPACE OR WG-TICKET = SPACE)       K6APRQ.1
063500         MOVE "KEY OR TICKET MISSING" TO ACT-REASON               K6APRQ.1
063600         GO TO 3100-REFUSE.                                       K6APRQ.1
063700     IF WS-LK-REGISTER = "WVRREG  " AND WW-TICKET = SPACE         K6APRQ.1
063800         MOVE "TICKET MISSING" TO ACT-REASON                      K6APRQ.1
063900         GO TO 3100-REFUSE.                                       K6APRQ.1
064000     CALL "K6AUTH" USING AU-FUNCTION AU-REPLY.                    K6APRQ.1
064100     IF AU-REPLY NOT = "Y"                                        K6APRQ.1
064200         MOVE "MAKER NOT AUTHORIZED" TO ACT-REASON                K6APRQ.1
064300         GO TO 3100-REFUSE.                                       K6APRQ.1
064400     IF WS-QUEUE-COUNT NOT LESS THAN 500                          K6APRQ.1
064500         MOVE "QUEUE FULL" TO ACT-REASON                          K6APRQ.1
064600         GO TO 3100-REFUSE.                                       K6APRQ.1
064700     IF WS-LK-REGISTER = "GOLDMSTR"                               K6APRQ.1
064800         MOVE SPACE TO WG-OPERATION WG-APPROVER WG-ENTERED-BY.    K6APRQ.1
064900     IF WS-LK-REGISTER = "WVRREG  "                               K6APRQ.1
065000         MOVE SPACE TO WW-APPROVER.                               K6APRQ.1
065100     ADD 1 TO WS-LAST-NO.                                         K6APRQ.1
065200     MOVE SPACE          TO AQ-QUEUE-REC.                         K6APRQ.1
065300     SET AQ-ENTRY-REC    TO TRUE.                                 K6APRQ.1
065400     MOVE WS-LAST-NO     TO AQ-QUEUE-NO.                          K6APRQ.1
065500     MOVE WS-LK-REGISTER TO AQ-REGISTER.                          K6APRQ.1
065600     MOVE WS-LK-OPERATION TO AQ-OPERATION.                        K6APRQ.1
065700     SET AQ-PENDING      TO TRUE.                                 K6APRQ.1
065800     MOVE WS-USER-ID     TO AQ-ENTERED-BY.                        K6APRQ.1
065900     MOVE WS-AS-OF-DATE  TO AQ-ENTERED-DATE.                      K6APRQ.1
066000     MOVE ZERO           TO AQ-DECIDED-DATE.                      K6APRQ.1
066100     MOVE WS-CHANGE-CARD TO AQ-CHANGE-CARD.                       K6APRQ.1
066200     ADD 1 TO WS-QUEUE-COUNT.                                     K6APRQ.1
066300     MOVE AQ-QUEUE-REC TO QUE-REC (WS-QUEUE-COUNT).               K6APRQ.1
066400     PERFORM 8200-LOG-EVENT THRU 8200-EXIT.                       K6APRQ.1
066500     ADD 1 TO WS-ENTERED.                                         K6APRQ.1
066600     MOVE "ENTERED" TO ACT-ACTION.                                K6APRQ.1
066700     MOVE AQ-QUEUE-NO TO ACT-QUEUE-NO.                            K6APRQ.1
066800     WRITE AR-PRINT-REC FROM ACT-LINE                             K6APRQ.1
066900         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
067000     GO TO 3100-EXIT.                                             K6APRQ.1
067100 3100-REFUSE.                                                     K6APRQ.1
067200     PERFORM 3900-REFUSE-CARD THRU 3900-EXIT.                     K6APRQ.1
067300 3100-EXIT.                                                       K6APRQ.1
067400     EXIT.                                                        K6APRQ.1
067500*================================================================ K6APRQ.1
067600* 3300-APPROVE -- THE SECOND PERSON.  THE RUN'S USER MUST NOT     K6APRQ.1
067700* BE THE MAKER AND MUST HOLD THE REGISTER'S FUNCTION; THE         K6APRQ.1
067800* CHANGE IS THEN RELEASED WITH THAT USER AS APPROVER.             K6APRQ.1
067900*================================================================ K6APRQ.1
068000 3300-APPROVE.                                                    K6APRQ.1
068100     MOVE AC-QUEUE-NO TO ACT-QUEUE-NO.                            K6APRQ.1
068200     MOVE WS-USER-ID  TO ACT-CHECKER.                             K6APRQ.1
068300     PERFORM 6000-FIND-PENDING THRU 6000-EXIT.                    K6APRQ.1
068400     IF NOT WS-ENTRY-FOUND                                        K6APRQ.1
068500         MOVE "NO SUCH PENDING CHANGE" TO ACT-REASON              K6APRQ.1
068600         GO TO 3300-REFUSE.                                       K6APRQ.1
068700     MOVE QUE-REC (QUE-IDX) TO AQ-QUEUE-REC.                      K6APRQ.1
068800     PERFORM 6500-FILL-ACT-LINE THRU 6500-EXIT.                   K6APRQ.1
068900     MOVE WS-USER-ID  TO ACT-CHECKER.                             K6APRQ.1
069000     IF WS-USER-ID = AQ-ENTERED-BY                                K6APRQ.1
069100         MOVE "MAKER CANNOT APPROVE" TO ACT-REASON                K6APRQ.1
069200         GO TO 3300-REFUSE.                                       K6APRQ.1
069300     MOVE AQ-REGISTER TO WS-LK-REGISTER.                          K6APRQ.1
069400     PERFORM 6100-SET-FUNCTION THRU 6100-EXIT.                    K6APRQ.1
069500     CALL "K6AUTH" USING AU-FUNCTION AU-REPLY.                    K6APRQ.1
069600     IF AU-REPLY NOT = "Y"                                        K6APRQ.1
069700         MOVE "CHECKER NOT AUTHORIZED" TO ACT-REASON              K6APRQ.1
069800         GO TO 3300-REFUSE.                                       K6APRQ.1
069900     PERFORM 4000-RELEASE-CHANGE THRU 4000-EXIT.                  K6APRQ.1
070000     MOVE WS-USER-ID    TO AQ-DECIDED-BY.                         K6APRQ.1
070100     MOVE WS-AS-OF-DATE TO AQ-DECIDED-DATE.                       K6APRQ.1
070200     IF WS-APPLY-REASON NOT = SPACE                               K6APRQ.1
070300         GO TO 3300-NOT-APPLIED.                                  K6APRQ.1
070400     SET AQ-APPROVED TO TRUE.                                     K6APRQ.1
070500     MOVE AQ-QUEUE-REC TO QUE-REC (QUE-IDX).                      K6APRQ.1
070600     PERFORM 8200-LOG-EVENT THRU 8200-EXIT.                       K6APRQ.1
070700     ADD 1 TO WS-APPROVED.                                        K6APRQ.1
070800     MOVE "APPROVED" TO ACT-ACTION.                               K6APRQ.1
070900     WRITE AR-PRINT-REC FROM ACT-LINE                             K6APRQ.1
071000         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
071100     GO TO 3300-EXIT.                                             K6APRQ.1
071200 3300-NOT-APPLIED.                                                K6APRQ.1
071300     SET AQ-REJECTED TO TRUE.                                     K6APRQ.1
071400     MOVE WS-APPLY-REASON TO AQ-REASON ACT-REASON.                K6APRQ.1
071500     MOVE AQ-QUEUE-REC TO QUE-REC (QUE-IDX).                      K6APRQ.1
071600     PERFORM 8200-LOG-EVENT THRU 8200-EXIT.                       K6APRQ.1
071700     ADD 1 TO WS-REJECTED.                                        K6APRQ.1
071800     MOVE "REJECTED" TO ACT-ACTION.                               K6APRQ.1
071900     WRITE AR-PRINT-REC FROM ACT-LINE                             K6APRQ.1
072000         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
072100     IF WS-VERDICT-RC < 8                                         K6APRQ.1
072200         MOVE 8 TO WS-VERDICT-RC.                                 K6APRQ.1
072300     GO TO 3300-EXIT.                                             K6APRQ.1
072400 3300-REFUSE.                                                     K6APRQ.1
072500     PERFORM 3900-REFUSE-CARD THRU 3900-EXIT.                     K6APRQ.1
072600 3300-EXIT.                                                       K6APRQ.1
072700     EXIT.                                                        K6APRQ.1
072800*================================================================ K6APRQ.1
072900* 3600-REJECT -- CLOSE A PENDING CHANGE WITH A REASON.  ANY       K6APRQ.1
073000* USER HOLDING THE REGISTER'S FUNCTION MAY REJECT, SO A MAKER     K6APRQ.1
073100* CAN WITHDRAW THEIR OWN CHANGE.                                  K6APRQ.1
073200*================================================================ K6APRQ.1
073300 3600-REJECT.                                                     K6APRQ.1
073400     MOVE AC-QUEUE-NO TO ACT-QUEUE-NO.                            K6APRQ.1
073500     MOVE WS-USER-ID  TO ACT-CHECKER.                             K6APRQ.1
073600     PERFORM 6000-FIND-PENDING THRU 6000-EXIT.                    K6APRQ.1
073700     IF NOT WS-ENTRY-FOUND                                        K6APRQ.1
073800         MOVE "NO SUCH PENDING CHANGE" TO ACT-REASON              K6APRQ.1
073900         GO TO 3600-REFUSE.                                       K6APRQ.1
074000     MOVE QUE-REC (QUE-IDX) TO AQ-QUEUE-REC.                      K6APRQ.1
074100     PERFORM 6500-FILL-ACT-LINE THRU 6500-EXIT.                   K6APRQ.1
074200     MOVE WS-USER-ID  TO ACT-CHECKER.                             K6APRQ.1
074300     IF AC-REASON = SPACE                                         K6APRQ.1
074400         MOVE "NO REJECTION REASON" TO ACT-REASON                 K6APRQ.1
074500         GO TO 3600-REFUSE.                                       K6APRQ.1
074600     MOVE AQ-REGISTER TO WS-LK-REGISTER.                          K6APRQ.1
074700     PERFORM 6100-SET-FUNCTION THRU 6100-EXIT.                    K6APRQ.1
074800     CALL "K6AUTH" USING AU-FUNCTION AU-REPLY.                    K6APRQ.1
074900     IF AU-REPLY NOT = "Y"                                        K6APRQ.1
075000         MOVE "REJECTER NOT AUTHORIZED" TO ACT-REASON             K6APRQ.1
075100         GO TO 3600-REFUSE.                                       K6APRQ.1
075200     SET AQ-REJECTED TO TRUE.                                     K6APRQ.1
075300     MOVE WS-USER-ID    TO AQ-DECIDED-BY.                         K6APRQ.1
075400     MOVE WS-AS-OF-DATE TO AQ-DECIDED-DATE.                       K6APRQ.1
075500     MOVE AC-REASON     TO AQ-REASON RSN-TEXT.                    K6APRQ.1
075600     MOVE AQ-QUEUE-REC TO QUE-REC (QUE-IDX).                      K6APRQ.1
075700     PERFORM 8200-LOG-EVENT THRU 8200-EXIT.                       K6APRQ.1
075800     ADD 1 TO WS-REJECTED.                                        K6APRQ.1
075900     MOVE "REJECTED" TO ACT-ACTION.                               K6APRQ.1
076000     WRITE AR-PRINT-REC FROM ACT-LINE                             K6APRQ.1
076100         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
076200     WRITE AR-PRINT-REC FROM REASON-LINE                          K6APRQ.1
076300         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
076400     GO TO 3600-EXIT.                                             K6APRQ.1
076500 3600-REFUSE.                                                     K6APRQ.1
076600     PERFORM 3900-REFUSE-CARD THRU 3900-EXIT.                     K6APRQ.1
076700 3600-EXIT.                                                       K6APRQ.1
076800     EXIT.                                                        K6APRQ.1
076900*================================================================ K6APRQ.1
077000* 3900-REFUSE-CARD -- A CARD NOT TAKEN IS PRINTED WITH ITS        K6APRQ.1
077100* REASON AND LEAVES THE QUEUE UNCHANGED.                          K6APRQ.1
077200*================================================================ K6APRQ.1
077300 3900-REFUSE-CARD.                                                K6APRQ.1
077400     ADD 1 TO WS-REFUSED.                                         K6APRQ.1
077500     MOVE "*REFUSED" TO ACT-ACTION.                               K6APRQ.1
077600     WRITE AR-PRINT-REC FROM ACT-LINE                             K6APRQ.1
077700         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
077800     IF WS-VERDICT-RC < 8                                         K6APRQ.1
077900         MOVE 8 TO WS-VERDICT-RC.                                 K6APRQ.1
078000 3900-EXIT.                                                       K6APRQ.1
078100     EXIT.                                                        K6APRQ.1
078200*================================================================ K6APRQ.1
078300* 4000-RELEASE-CHANGE -- HAND AN APPROVED CHANGE ON.  A           K6APRQ.1
078400* GOLDEN-BASELINE CHANGE BECOMES A K6GUPD APPROVAL CARD WITH      K6APRQ.1
078500* BOTH IDENTITIES; A REGISTER CHANGE IS APPLIED TO THE TABLE.     K6APRQ.1
078600* WS-APPLY-REASON COMES BACK NON-BLANK WHEN IT DOES NOT FIT.      K6APRQ.1
078700*================================================================ K6APRQ.1
078800 4000-RELEASE-CHANGE.                                             K6APRQ.1
078900     MOVE SPACE TO WS-APPLY-REASON.                               K6APRQ.1
079000     MOVE AQ-CHANGE-CARD TO WS-CHANGE-CARD.                       K6APRQ.1
079100     IF AQ-REGISTER NOT = "GOLDMSTR"                              K6APRQ.1
079200         GO TO 4000-REGISTER.                                     K6APRQ.1
079300     MOVE AQ-OPERATION  TO WG-OPERATION.                          K6APRQ.1
079400     MOVE WS-USER-ID    TO WG-APPROVER.                           K6APRQ.1
079500     MOVE AQ-ENTERED-BY TO WG-ENTERED-BY.                         K6APRQ.1
079600     WRITE GC-APPROVAL-CARD FROM WS-CHANGE-CARD.                  K6APRQ.1
079700     ADD 1 TO WS-GOLD-RELEASED.                                   K6APRQ.1
079800     GO TO 4000-EXIT.                                             K6APRQ.1
079900 4000-REGISTER.                                                   K6APRQ.1
080000     IF AQ-REGISTER = "WVRREG  "                                  K6APRQ.1
080100         MOVE WS-USER-ID TO WW-APPROVER.                          K6APRQ.1
080200     PERFORM 6300-EXTRACT-KEY THRU 6300-EXIT.                     K6APRQ.1
080300     PERFORM 6200-FIND-REGISTER-ROW THRU 6200-EXIT.               K6APRQ.1
080400     IF AQ-OPERATION = "ADD    "                                  K6APRQ.1
080500         GO TO 4000-ADD.                                          K6APRQ.1
080600     IF NOT WS-ENTRY-FOUND                                        K6APRQ.1
080700         GO TO 4000-NOT-FOUND.                                    K6APRQ.1
080800     IF AQ-OPERATION = "DELETE "                                  K6APRQ.1
080900         MOVE "Y" TO REG-DELETED-SW (REG-IDX)                     K6APRQ.1
081000     ELSE                                                         K6APRQ.1
081100         MOVE WS-CHANGE-CARD TO REG-CARD (REG-IDX).               K6APRQ.1
081200     GO TO 4000-EXIT.                                             K6APRQ.1
081300 4000-ADD.                                                        K6APRQ.1
081400     IF WS-ENTRY-FOUND                                            K6APRQ.1
081500         MOVE "ENTRY ALREADY PRESENT" TO WS-APPLY-REASON          K6APRQ.1
081600         GO TO 4000-EXIT.                                         K6APRQ.1
081700     IF WS-REG-COUNT NOT LESS THAN 1000                           K6APRQ.1
081800         MOVE "REGISTER FULL" TO WS-APPLY-REASON                  K6APRQ.1
081900         GO TO 4000-EXIT.                                         K6APRQ.1
082000     MOVE AQ-REGISTER TO WS-LK-REGISTER.                          K6APRQ.1
082100     PERFORM 1500-ADD-REGISTER-ROW THRU 1500-EXIT.                K6APRQ.1
082200     GO TO 4000-EXIT.                                             K6APRQ.1
082300 4000-NOT-FOUND.                                                  K6APRQ.1
082400     IF AQ-OPERATION = "DELETE "                                  K6APRQ.1
082500         MOVE "NO ENTRY TO DELETE" TO WS-APPLY-REASON             K6APRQ.1
082600     ELSE                                                         K6APRQ.1
082700         MOVE "NO ENTRY TO REPLACE" TO WS-APPLY-REASON.           K6APRQ.1
082800 4000-EXIT.                                                       K6APRQ.1
082900     EXIT.                                                        K6APRQ.1
083000*================================================================ K6APRQ.1
083100* 5000-WRITE-QUEUE -- THE CONTROL RECORD, THEN EVERY CHANGE       K6APRQ.1
083200* STILL PENDING.                                                  K6APRQ.1
083300*================================================================ K6APRQ.1
083400 5000-WRITE-QUEUE.                                                K6APRQ.1
083500     MOVE SPACE TO AQ-QUEUE-REC.                                  K6APRQ.1
083600     SET AQ-CONTROL-REC TO TRUE.                                  K6APRQ.1
083700     MOVE WS-LAST-NO TO AQ-QUEUE-NO.                              K6APRQ.1
083800     MOVE ZERO TO AQ-ENTERED-DATE AQ-DECIDED-DATE.                K6APRQ.1
083900     WRITE NQ-QUEUE-REC FROM AQ-QUEUE-REC.                        K6APRQ.1
084000     MOVE ZERO TO WS-SUB.                                         K6APRQ.1
084100 5000-NEXT.                                                       K6APRQ.1
084200     ADD 1 TO WS-SUB.                                             K6APRQ.1
084300     IF WS-SUB > WS-QUEUE-COUNT                                   K6APRQ.1
084400         GO TO 5000-EXIT.                                         K6APRQ.1
084500     SET QUE-IDX TO WS-SUB.                                       K6APRQ.1
084600     IF QUE-STATUS (QUE-IDX) NOT = "P"                            K6APRQ.1
084700         GO TO 5000-NEXT.                                         K6APRQ.1
084800     WRITE NQ-QUEUE-REC FROM QUE-REC (QUE-IDX).                   K6APRQ.1
084900     ADD 1 TO WS-PENDING.                                         K6APRQ.1
085000     IF WS-PENDING = 1                                            K6APRQ.1
085100         WRITE AR-PRINT-REC FROM PEND-HDR-LINE                    K6APRQ.1
085200             AFTER ADVANCING 2 LINES.                             K6APRQ.1
085300     MOVE QUE-REC (QUE-IDX) TO AQ-QUEUE-REC.                      K6APRQ.1
085400     MOVE AQ-CHANGE-CARD TO WS-CHANGE-CARD.                       K6APRQ.1
085500     MOVE AQ-REGISTER TO WS-LK-REGISTER.                          K6APRQ.1
085600     PERFORM 6300-EXTRACT-KEY THRU 6300-EXIT.                     K6APRQ.1
085700     MOVE AQ-QUEUE-NO     TO PD-QUEUE-NO.                         K6APRQ.1
085800     MOVE AQ-REGISTER     TO PD-REGISTER.                         K6APRQ.1
085900     MOVE AQ-OPERATION    TO PD-OPERATION.                        K6APRQ.1
086000     MOVE WS-KEY          TO PD-KEY.                              K6APRQ.1
086100     MOVE AQ-ENTERED-BY   TO PD-MAKER.                            K6APRQ.1
086200     MOVE AQ-ENTERED-DATE TO PD-DATE CALD-FROM.                   K6APRQ.1
086300     MOVE WS-AS-OF-DATE   TO CALD-TO.                             K6APRQ.1
086400     CALL "K6CALD" USING CALD-PARM.                               K6APRQ.1
086500     IF CALD-BUS-DAYS < ZERO                                      K6APRQ.1
086600         MOVE ZERO TO CALD-BUS-DAYS.                              K6APRQ.1
086700     MOVE CALD-BUS-DAYS   TO PD-DAYS.                             K6APRQ.1
086800     WRITE AR-PRINT-REC FROM PEND-LINE                            K6APRQ.1
086900         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
087000     GO TO 5000-NEXT.                                             K6APRQ.1
087100 5000-EXIT.                                                       K6APRQ.1
087200     EXIT.                                                        K6APRQ.1
087300*================================================================ K6APRQ.1
087400* 5500-WRITE-REGISTERS -- CARRY BOTH REGISTERS FORWARD, LESS      K6APRQ.1
087500* THE ROWS DELETED THIS RUN.                                      K6APRQ.1
087600*================================================================ K6APRQ.1
087700 5500-WRITE-REGISTERS.                                            K6APRQ.1
087800     MOVE ZERO TO WS-SUB.                                         K6APRQ.1
087900 5500-NEXT.                                                       K6APRQ.1
088000     ADD 1 TO WS-SUB.                                             K6APRQ.1
088100     IF WS-SUB > WS-REG-COUNT                                     K6APRQ.1
088200         GO TO 5500-EXIT.                                         K6APRQ.1
088300     SET REG-IDX TO WS-SUB.                                       K6APRQ.1
088400     IF REG-DELETED-SW (REG-IDX) = "Y"                            K6APRQ.1
088500         GO TO 5500-NEXT.                                         K6APRQ.1
088600     IF REG-REGISTER (REG-IDX) = "WVRREG  "                       K6APRQ.1
088700         WRITE NW-REGISTER-REC FROM REG-CARD (REG-IDX)            K6APRQ.1
088800     ELSE                                                         K6APRQ.1
088900         WRITE NS-REGISTER-REC FROM REG-CARD (REG-IDX).           K6APRQ.1
089000     GO TO 5500-NEXT.                                             K6APRQ.1
089100 5500-EXIT.                                                       K6APRQ.1
089200     EXIT.                                                        K6APRQ.1
089300*================================================================ K6APRQ.1
089400* 6000-FIND-PENDING -- LOCATE THE PENDING CHANGE NAMED ON THE     K6APRQ.1
089500* CARD.                                                           K6APRQ.1
089600*================================================================ K6APRQ.1
089700 6000-FIND-PENDING.                                               K6APRQ.1
089800     MOVE "N" TO WS-FOUND-SW.                                     K6APRQ.1
089900     IF AC-QUEUE-NO-N NOT NUMERIC OR WS-QUEUE-COUNT = ZERO        K6APRQ.1
090000         GO TO 6000-EXIT.                                         K6APRQ.1
090100     SET QUE-IDX TO 1.                                            K6APRQ.1
090200 6000-SEARCH.                                                     K6APRQ.1
090300     SEARCH QUE-ENTRY                                             K6APRQ.1
090400         AT END GO TO 6000-EXIT                                   K6APRQ.1
090500         WHEN QUE-IDX > WS-QUEUE-COUNT                            K6APRQ.1
090600             GO TO 6000-EXIT                                      K6APRQ.1
090700         WHEN QUE-NO (QUE-IDX) = AC-QUEUE-NO-N                    K6APRQ.1
090800             AND QUE-STATUS (QUE-IDX) = "P"                       K6APRQ.1
090900             SET WS-ENTRY-FOUND TO TRUE.                          K6APRQ.1
091000 6000-EXIT.                                                       K6APRQ.1
091100     EXIT.                                                        K6APRQ.1
091200*================================================================ K6APRQ.1
091300* 6100-SET-FUNCTION -- THE K6AUTH FUNCTION THAT GOVERNS THE       K6APRQ.1
091400* REGISTER IN WS-LK-REGISTER; SPACE FOR AN UNKNOWN REGISTER.      K6APRQ.1
091500*================================================================ K6APRQ.1
091600 6100-SET-FUNCTION.                                               K6APRQ.1
091700     MOVE SPACE TO AU-FUNCTION.                                   K6APRQ.1
091800     IF WS-LK-REGISTER = "GOLDMSTR"                               K6APRQ.1
091900         MOVE "GOLDUPD " TO AU-FUNCTION.                          K6APRQ.1
092000     IF WS-LK-REGISTER = "WVRREG  "                               K6APRQ.1
092100         MOVE "WVRUPD  " TO AU-FUNCTION.                          K6APRQ.1
092200     IF WS-LK-REGISTER = "SUPRREG "                               K6APRQ.1
092300         MOVE "SUPRUPD " TO AU-FUNCTION.                          K6APRQ.1
092400 6100-EXIT.                                                       K6APRQ.1
092500     EXIT.                                                        K6APRQ.1
092600*================================================================ K6APRQ.1
092700* 6200-FIND-REGISTER-ROW -- LOCATE THE LIVE ROW OF AQ-REGISTER    K6APRQ.1
092800* CARRYING THE KEY IN WS-KEY.                                     K6APRQ.1
092900*================================================================ K6APRQ.1
093000 6200-FIND-REGISTER-ROW.                                          K6APRQ.1
093100     MOVE "N" TO WS-FOUND-SW.                                     K6APRQ.1
093200     IF WS-REG-COUNT = ZERO                                       K6APRQ.1
093300         GO TO 6200-EXIT.                                         K6APRQ.1
093400     SET REG-IDX TO 1.                                            K6APRQ.1
093500 6200-SEARCH.                                                     K6APRQ.1
093600     SEARCH REG-ENTRY                                             K6APRQ.1
093700         AT END GO TO 6200-EXIT                                   K6APRQ.1
093800         WHEN REG-IDX > WS-REG-COUNT                              K6APRQ.1
093900             GO TO 6200-EXIT                                      K6APRQ.1
094000         WHEN REG-REGISTER (REG-IDX) = AQ-REGISTER                K6APRQ.1
094100             AND REG-PGM-ID (REG-IDX) = WS-KEY-PGM-ID             K6APRQ.1
094200             AND REG-PAR-NAME (REG-IDX) = WS-KEY-PAR-NAME         K6APRQ.1
094300             AND REG-DELETED-SW (REG-IDX) NOT = "Y"               K6APRQ.1
094400             SET WS-ENTRY-FOUND TO TRUE.                          K6APRQ.1
094500 6200-EXIT.                                                       K6APRQ.1
094600     EXIT.                                                        K6APRQ.1
094700*================================================================ K6APRQ.1
094800* 6300-EXTRACT-KEY -- PROGRAM-ID AND PARAGRAPH OF THE CHANGE      K6APRQ.1
094900* CARD IN WS-CHANGE-CARD, FOR THE REGISTER IN WS-LK-REGISTER.     K6APRQ.1
095000*================================================================ K6APRQ.1
095100 6300-EXTRACT-KEY.                                                K6APRQ.1
095200     IF WS-LK-REGISTER = "GOLDMSTR"                               K6APRQ.1
095300         MOVE WG-PGM-ID   TO WS-KEY-PGM-ID                        K6APRQ.1
095400         MOVE WG-PAR-NAME TO WS-KEY-PAR-NAME                      K6APRQ.1
095500     ELSE                                                         K6APRQ.1
095600         MOVE WU-PGM-ID   TO WS-KEY-PGM-ID                        K6APRQ.1
095700         MOVE WU-PAR-NAME TO WS-KEY-PAR-NAME.                     K6APRQ.1
095800 6300-EXIT.                                                       K6APRQ.1
095900     EXIT.                                                        K6APRQ.1
096000*================================================================ K6APRQ.1
096100* 6500-FILL-ACT-LINE -- LISTING FIELDS FROM AQ-QUEUE-REC.         K6APRQ.1
096200*================================================================ K6APRQ.1
096300 6500-FILL-ACT-LINE.                                              K6APRQ.1
096400     MOVE AQ-QUEUE-NO    TO ACT-QUEUE-NO.                         K6APRQ.1
096500     MOVE AQ-REGISTER    TO ACT-REGISTER WS-LK-REGISTER.          K6APRQ.1
096600     MOVE AQ-OPERATION   TO ACT-OPERATION.                        K6APRQ.1
096700     MOVE AQ-ENTERED-BY  TO ACT-MAKER.                            K6APRQ.1
096800     MOVE AQ-DECIDED-BY  TO ACT-CHECKER.                          K6APRQ.1
096900     MOVE SPACE          TO ACT-REASON.                           K6APRQ.1
097000     MOVE AQ-CHANGE-CARD TO WS-CHANGE-CARD.                       K6APRQ.1
097100     PERFORM 6300-EXTRACT-KEY THRU 6300-EXIT.                     K6APRQ.1
097200     MOVE WS-KEY         TO ACT-KEY.                              K6APRQ.1
097300 6500-EXIT.                                                       K6APRQ.1
097400     EXIT.                                                        K6APRQ.1
097500*================================================================ K6APRQ.1
097600* 8000-PRINT-SUMMARY -- RUN TOTALS.                               K6APRQ.1
097700*================================================================ K6APRQ.1
097800 8000-PRINT-SUMMARY.                                              K6APRQ.1
097900     MOVE WS-ENTERED       TO SUM-ENTERED.                        K6APRQ.1
098000     MOVE WS-APPROVED      TO SUM-APPROVED.                       K6APRQ.1
098100     MOVE WS-REJECTED      TO SUM-REJECTED.                       K6APRQ.1
098200     MOVE WS-EXPIRED       TO SUM-EXPIRED.                        K6APRQ.1
098300     MOVE WS-REFUSED       TO SUM-REFUSED.                        K6APRQ.1
098400     MOVE WS-PENDING       TO SUM-PENDING.                        K6APRQ.1
098500     MOVE WS-GOLD-RELEASED TO SUM-GOLD.                           K6APRQ.1
098600     WRITE AR-PRINT-REC FROM SUM-LINE-1                           K6APRQ.1
098700         AFTER ADVANCING 2 LINES.                                 K6APRQ.1
098800     WRITE AR-PRINT-REC FROM SUM-LINE-2                           K6APRQ.1
098900         AFTER ADVANCING 1 LINES.                                 K6APRQ.1
099000 8000-EXIT.                                                       K6APRQ.1
099100     EXIT.                                                        K6APRQ.1
099200*================================================================ K6APRQ.1
099300* 8200-LOG-EVENT -- APPEND AQ-QUEUE-REC TO THE DECISION LOG.      K6APRQ.1
099400*================================================================ K6APRQ.1
099500 8200-LOG-EVENT.                                                  K6APRQ.1
099600     WRITE LG-QUEUE-REC FROM AQ-QUEUE-REC.                        K6APRQ.1
099700 8200-EXIT.                                                       K6APRQ.1
099800     EXIT.                                                        K6APRQ.1
099900*================================================================ K6APRQ.1
100000* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6APRQ.1
100100*================================================================ K6APRQ.1
100200 9999-TERMINATE.                                                  K6APRQ.1
100300     CLOSE NEW-QUEUE GOLD-CHANGES NEW-WAIVERS NEW-SUPPRESS        K6APRQ.1
100400           APRQ-LOG APRQ-RPT.                                     K6APRQ.1
100500     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6APRQ.1
100600 9999-EXIT.                                                       K6APRQ.1
100700     EXIT.                                                        K6APRQ.1
