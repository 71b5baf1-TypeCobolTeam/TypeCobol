000100 IDENTIFICATION DIVISION.                                         K6STWD.1
000200 PROGRAM-ID.                                                      K6STWD.1
000300     K6STWD.                                                      K6STWD.1
000400*================================================================ K6STWD.1
000500* K6STWD -- PROGRAM STEWARDSHIP REGISTER AND QUARTERLY            K6STWD.1
000600* ATTESTATION REVIEW.                                             K6STWD.1
000700*================================================================ K6STWD.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6STWD.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6STWD.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6STWD.1
001100* DATE-COMPILED.                                                  K6STWD.1
001200*                                                                 K6STWD.1
001300* REMARKS.                                                        K6STWD.1
001400*    ROUTING BY MODULE PREFIX TELLS K6NOTIF WHICH QUEUE HEARS     K6STWD.1
001500*    ABOUT A FAILURE, BUT NOBODY WAS INDIVIDUALLY ACCOUNTABLE     K6STWD.1
001600*    FOR A PROGRAM'S TESTS -- WHEN SOMEONE LEFT, THEIR PROGRAMS   K6STWD.1
001700*    WENT UNREVIEWED FOR MONTHS.  THE STEWARDSHIP REGISTER        K6STWD.1
001800*    (STWDREG, K6STWR.CPY) NAMES A PRIMARY AND A BACKUP STEWARD   K6STWD.1
001900*    FOR EVERY PROGRAM IN THE SUITE CATALOG, AND ONCE A QUARTER   K6STWD.1
002000*    THE STEWARD ATTESTS THAT THE PROGRAM'S GOLDEN-BASELINE       K6STWD.1
002100*    ROWS, OPEN WAIVERS AND SUPPRESSIONS ARE STILL CORRECT.       K6STWD.1
002200*                                                                 K6STWD.1
002300*    EACH RUN CARRIES THE REGISTER FORWARD THE WAY K6ACKR         K6STWD.1
002400*    CARRIES ITS ACKNOWLEDGMENT REGISTER: A CATALOG PROGRAM NOT   K6STWD.1
002500*    YET REGISTERED IS ADDED WITH NO STEWARDS, THE ATTESTATION    K6STWD.1
002600*    CARDS ARE APPLIED, AND EVERY ENTRY IS REVIEWED.  THE         K6STWD.1
002700*    STEWARD COLUMNS ARE MAINTAINED BY THE STANDARDS GROUP BY     K6STWD.1
002800*    EDITING THE REGISTER UNDER ITS OWN CHANGE CONTROL; THE       K6STWD.1
002900*    OPERATING JCL RENAMES THE NEW REGISTER OVER THE OLD ONE.     K6STWD.1
003000*                                                                 K6STWD.1
003100*    ATTESTATION CARDS ARE APPLIED ONLY WHEN K6AUTH AUTHORIZES    K6STWD.1
003200*    THE SUBMITTING USER FOR FUNCTION "ATTEST".  A CARD IS        K6STWD.1
003300*    REFUSED WHEN ITS PROGRAM IS NOT REGISTERED, ITS USER IS      K6STWD.1
003400*    NOT THAT PROGRAM'S PRIMARY OR BACKUP STEWARD OR IS NOT ON    K6STWD.1
003500*    THE AUTHORITY FILE, ANY OF THE THREE CONFIRMATIONS IS NOT    K6STWD.1
003600*    "Y", OR IT IS DATED AFTER THE RUN DATE.                      K6STWD.1
003700*                                                                 K6STWD.1
003800*    THE REVIEW REPORTS, AND WRITES TO STWDXCP (K6STWX.CPY):      K6STWD.1
003900*      - PROGRAMS WITH NO ACTIVE STEWARD (NEITHER STEWARD         K6STWD.1
004000*        NAMED AND ON THE AUTHORITY FILE),                        K6STWD.1
004100*      - STEWARDS NO LONGER ON THE AUTHORITY FILE, AND            K6STWD.1
004200*      - ATTESTATIONS OVERDUE.  AN ATTESTATION FALLS DUE ON THE   K6STWD.1
004300*        FIRST DAY OF THE QUARTER AFTER THE LAST ONE (OR AFTER    K6STWD.1
004400*        THE PROGRAM JOINED THE REGISTER); IT IS OVERDUE ONCE     K6STWD.1
004500*        MORE THAN THE GRACE PERIOD OF BUSINESS DAYS (K6CALD)     K6STWD.1
004600*        HAS PASSED SINCE THEN.                                   K6STWD.1
004700*    K6CERT READS STWDXCP AND FLAGS ANY MODULE CERTIFIED WHILE    K6STWD.1
004800*    ITS ATTESTATION IS OVERDUE.                                  K6STWD.1
004900*                                                                 K6STWD.1
005000*    INPUTS:                                                      K6STWD.1
005100*      SUITECAT  SUITE CATALOG (ONE PGM-ID PER CARD)              K6STWD.1
005200*      STWDREG   STEWARDSHIP REGISTER (OPTIONAL ON FIRST RUN)     K6STWD.1
005300*      ATTESTIN  ATTESTATION CARDS (OPTIONAL)                     K6STWD.1
005400*      AUTHFILE  AUTHORITY FILE (THE ONE K6AUTH READS)            K6STWD.1
005500*      STWDCTL   CONTROL CARD (OPTIONAL)                          K6STWD.1
005600*    OUTPUTS:                                                     K6STWD.1
005700*      STWDREGN  REGISTER CARRIED FORWARD                         K6STWD.1
005800*      STWDXCP   STEWARDSHIP EXCEPTIONS                           K6STWD.1
005900*      STWDRPT   ATTESTATION AND REVIEW REPORT                    K6STWD.1
006000*                                                                 K6STWD.1
006100*    CONTROL CARD (80 COLUMNS):                                   K6STWD.1
006200*      1-8   AS-OF DATE (CCYYMMDD, ZERO = TODAY)                  K6STWD.1
006300*      10-12 GRACE PERIOD IN BUSINESS DAYS (ZERO = 10)            K6STWD.1
006400*                                                                 K6STWD.1
006500*    ATTESTATION CARD (80 COLUMNS):                               K6STWD.1
006600*      1-6   PROGRAM-ID                                           K6STWD.1
006700*      8-15  ATTESTING STEWARD (USER-ID)                          K6STWD.1
006800*      17    GOLDEN-BASELINE ROWS CONFIRMED (Y)                   K6STWD.1
006900*      18    OPEN WAIVERS CONFIRMED (Y)                           K6STWD.1
007000*      19    SUPPRESSIONS CONFIRMED (Y)                           K6STWD.1
007100*      21-28 DATE ATTESTED (CCYYMMDD, BLANK = AS-OF DATE)         K6STWD.1
007200*                                                                 K6STWD.1
007300* RETURN CODES.                                                   K6STWD.1
007400*     0  EVERY PROGRAM STEWARDED AND ATTESTED.                    K6STWD.1
007500*     4  STEWARDSHIP EXCEPTIONS OR NOTES REPORTED.                K6STWD.1
007600*     8  ATTESTATION CARDS REFUSED, OR NO AUTHORITY FILE.         K6STWD.1
007700*    16  SUITE CATALOG MISSING OR EMPTY.                          K6STWD.1
007800*                                                                 K6STWD.1
007900* MODIFICATION HISTORY.                                           K6STWD.1
008000*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6STWD.1
008100*================================================================ K6STWD.1
008200                                                                  K6STWD.1
008300 ENVIRONMENT DIVISION.                                            K6STWD.1
008400 CONFIGURATION SECTION.                                           K6STWD.1
008500 SOURCE-COMPUTER.                                                 K6STWD.1
008600     OUR-MAINFRAME.                                               K6STWD.1
008700 OBJECT-COMPUTER.                                                 K6STWD.1
008800     OUR-MAINFRAME.                                               K6STWD.1
008900 INPUT-OUTPUT SECTION.                                            K6STWD.1
009000 FILE-CONTROL.                                                    K6STWD.1
009100     SELECT OPTIONAL SUITE-CAT ASSIGN TO SUITECAT                 K6STWD.1
009200         ORGANIZATION IS SEQUENTIAL                               K6STWD.1
009300         FILE STATUS IS WS-CAT-STATUS.                            K6STWD.1
009400     SELECT OPTIONAL STWD-REGISTER ASSIGN TO STWDREG              K6STWD.1
009500         ORGANIZATION IS SEQUENTIAL                               K6STWD.1
009600         FILE STATUS IS WS-REG-STATUS.                            K6STWD.1
009700     SELECT OPTIONAL ATTEST-CARDS ASSIGN TO ATTESTIN              K6STWD.1
009800         ORGANIZATION IS SEQUENTIAL                               K6STWD.1
009900         FILE STATUS IS WS-ATT-STATUS.                            K6STWD.1
010000     SELECT OPTIONAL AUTH-FILE ASSIGN TO AUTHFILE                 K6STWD.1
010100         ORGANIZATION IS SEQUENTIAL                               K6STWD.1
010200         FILE STATUS IS WS-AUTH-STATUS.                           K6STWD.1
010300     SELECT OPTIONAL STWD-CTL ASSIGN TO STWDCTL                   K6STWD.1
010400         ORGANIZATION IS SEQUENTIAL                               K6STWD.1
010500         FILE STATUS IS WS-CTL-STATUS.                            K6STWD.1
010600     SELECT NEW-REGISTER ASSIGN TO STWDREGN                       K6STWD.1
010700         ORGANIZATION IS SEQUENTIAL.                              K6STWD.1
010800     SELECT STWD-EXCEPT ASSIGN TO STWDXCP                         K6STWD.1
010900         ORGANIZATION IS SEQUENTIAL.                              K6STWD.1
011000     SELECT STWD-RPT ASSIGN TO STWDRPT                            K6STWD.1
011100         ORGANIZATION IS SEQUENTIAL.                              K6STWD.1
011200                                                                  K6STWD.1
011300 DATA DIVISION.                                                   K6STWD.1
011400 FILE SECTION.                                                    K6STWD.1
011500 FD  SUITE-CAT                                                    K6STWD.1
011600     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
011700 01  SC-CAT-REC.                                                  K6STWD.1
011800     05  SC-PGM-ID            PIC X(6).                           K6STWD.1
011900     05  FILLER               PIC X(74).                          K6STWD.1
012000 FD  STWD-REGISTER                                                K6STWD.1
012100     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
012200 01  OR-REGISTER-REC          PIC X(80).                          K6STWD.1
012300 FD  ATTEST-CARDS                                                 K6STWD.1
012400     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
012500 01  AT-ATTEST-CARD.                                              K6STWD.1
012600     05  AT-PGM-ID            PIC X(6).                           K6STWD.1
012700     05  FILLER               PIC X(1).                           K6STWD.1
012800     05  AT-STEWARD           PIC X(8).                           K6STWD.1
012900     05  FILLER               PIC X(1).                           K6STWD.1
013000     05  AT-GOLDEN-OK         PIC X(1).                           K6STWD.1
013100     05  AT-WAIVER-OK         PIC X(1).                           K6STWD.1
013200     05  AT-SUPPR-OK          PIC X(1).                           K6STWD.1
013300     05  FILLER               PIC X(1).                           K6STWD.1
013400     05  AT-DATE              PIC X(8).                           K6STWD.1
013500     05  AT-DATE-N REDEFINES AT-DATE                              K6STWD.1
013600                              PIC 9(8).                           K6STWD.1
013700     05  FILLER               PIC X(52).                          K6STWD.1
013800 FD  AUTH-FILE                                                    K6STWD.1
013900     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
014000* AUTHORITY CARD AS K6AUTH READS IT -- ONLY THE USER MATTERS HERE.K6STWD.1
014100 01  AF-AUTH-REC.                                                 K6STWD.1
014200     05  AF-USER-ID           PIC X(8).                           K6STWD.1
014300     05  FILLER               PIC X(72).                          K6STWD.1
014400 FD  STWD-CTL                                                     K6STWD.1
014500     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
014600 01  CTL-REC.                                                     K6STWD.1
014700     05  CTL-AS-OF-DATE       PIC 9(8).                           K6STWD.1
014800     05  FILLER               PIC X(1).                           K6STWD.1
014900     05  CTL-GRACE-DAYS       PIC 9(3).                           K6STWD.1
015000     05  FILLER               PIC X(68).                          K6STWD.1
015100 FD  NEW-REGISTER                                                 K6STWD.1
015200     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
015300     COPY K6STWR.                                                 K6STWD.1
015400 FD  STWD-EXCEPT                                                  K6STWD.1
015500     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
015600     COPY K6STWX.                                                 K6STWD.1
015700 FD  STWD-RPT                                                     K6STWD.1
015800     LABEL RECORDS ARE STANDARD.                                  K6STWD.1
015900 01  SW-PRINT-REC             PIC X(120).                         K6STWD.1
016000                                                                  K6STWD.1
016100 WORKING-STORAGE SECTION.                                         K6STWD.1
016200* ----------------------------------------------------------      K6STWD.1
016300* SWITCHES, COUNTERS AND CONTROL VALUES.                          K6STWD.1
016400* ----------------------------------------------------------      K6STWD.1
016500 77  WS-CAT-STATUS            PIC X(2)   VALUE SPACE.             K6STWD.1
016600 77  WS-REG-STATUS            PIC X(2)   VALUE SPACE.             K6STWD.1
016700 77  WS-ATT-STATUS            PIC X(2)   VALUE SPACE.             K6STWD.1
016800 77  WS-AUTH-STATUS           PIC X(2)   VALUE SPACE.             K6STWD.1
016900 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6STWD.1
017000 77  WS-REG-EOF-SW            PIC X      VALUE "N".               K6STWD.1
017100     88  WS-REG-EOF                      VALUE "Y".               K6STWD.1
017200 77  WS-REG-OPEN-SW           PIC X      VALUE "N".               K6STWD.1
017300     88  WS-REG-OPENED                   VALUE "Y".               K6STWD.1
017400 77  WS-AUTH-PRESENT-SW       PIC X      VALUE "N".               K6STWD.1
017500     88  WS-AUTH-PRESENT                 VALUE "Y".               K6STWD.1
017600 77  WS-ATTEST-OK-SW          PIC X      VALUE "N".               K6STWD.1
017700     88  WS-ATTEST-AUTHORIZED            VALUE "Y".               K6STWD.1
017800 77  WS-FOUND-SW              PIC X      VALUE "N".               K6STWD.1
017900     88  WS-ENTRY-FOUND                  VALUE "Y".               K6STWD.1
018000 77  WS-ACTIVE-SW             PIC X      VALUE "N".               K6STWD.1
018100     88  WS-STEWARD-ACTIVE               VALUE "Y".               K6STWD.1
018200 77  WS-VERDICT-RC            PIC 99     VALUE ZERO.              K6STWD.1
018300 77  WS-GRACE-DAYS            PIC 9(3)   VALUE 10.                K6STWD.1
018400 77  WS-CAT-COUNT             PIC 9(4)   COMP VALUE ZERO.         K6STWD.1
018500 77  WS-AUTH-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6STWD.1
018600 77  WS-ENTRY-COUNT           PIC 9(4)   COMP VALUE ZERO.         K6STWD.1
018700 77  WS-SUB                   PIC 9(4)   COMP VALUE ZERO.         K6STWD.1
018800 77  WS-CAT-SUB               PIC 9(4)   COMP VALUE ZERO.         K6STWD.1
018900 77  WS-AUTH-SUB              PIC 9(4)   COMP VALUE ZERO.         K6STWD.1
019000 77  WS-NEW-ENTRIES           PIC 9(5)   COMP VALUE ZERO.         K6STWD.1
019100 77  WS-ATTESTED              PIC 9(5)   COMP VALUE ZERO.         K6STWD.1
019200 77  WS-REFUSED               PIC 9(5)   COMP VALUE ZERO.         K6STWD.1
019300 77  WS-NO-STEWARD            PIC 9(5)   COMP VALUE ZERO.         K6STWD.1
019400 77  WS-STALE-STEWARDS        PIC 9(5)   COMP VALUE ZERO.         K6STWD.1
019500 77  WS-OVERDUE               PIC 9(5)   COMP VALUE ZERO.         K6STWD.1
019600 77  WS-NOT-CATALOGED         PIC 9(5)   COMP VALUE ZERO.         K6STWD.1
019700 77  WS-LK-PGM-ID             PIC X(6)   VALUE SPACE.             K6STWD.1
019800 77  WS-LK-USER-ID            PIC X(8)   VALUE SPACE.             K6STWD.1
019900 77  WS-ACTIVE-COUNT          PIC 9      VALUE ZERO.              K6STWD.1
020000 77  WS-DAYS-OVER             PIC S9(5)  VALUE ZERO.              K6STWD.1
020100* CENTRAL AUTHORITY-CHECK HANDSHAKE -- SEE K6AUTH.                K6STWD.1
020200 77  AU-FUNCTION              PIC X(8)   VALUE "ATTEST  ".        K6STWD.1
020300 77  AU-REPLY                 PIC X(1)   VALUE "N".               K6STWD.1
020400* ----------------------------------------------------------      K6STWD.1
020500* DATE WORK AREAS -- THE RUN DATE, AND THE BASE DATE WHOSE        K6STWD.1
020600* FOLLOWING QUARTER OPENS THE NEXT ATTESTATION.                   K6STWD.1
020700* ----------------------------------------------------------      K6STWD.1
020800 01  WS-AS-OF-DATE            PIC 9(8)   VALUE ZERO.              K6STWD.1
020900 01  WS-BASE-DATE             PIC 9(8)   VALUE ZERO.              K6STWD.1
021000 01  WS-BASE-DATE-R REDEFINES WS-BASE-DATE.                       K6STWD.1
021100     05  WS-BD-YYYY           PIC 9(4).                           K6STWD.1
021200     05  WS-BD-MM             PIC 99.                             K6STWD.1
021300     05  WS-BD-DD             PIC 99.                             K6STWD.1
021400 01  WS-DUE-DATE              PIC 9(8)   VALUE ZERO.              K6STWD.1
021500 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.                         K6STWD.1
021600     05  WS-DD-YYYY           PIC 9(4).                           K6STWD.1
021700     05  WS-DD-MM             PIC 99.                             K6STWD.1
021800     05  WS-DD-DD             PIC 99.                             K6STWD.1
021900 01  WS-QTR-WORK              PIC 99     VALUE ZERO.              K6STWD.1
022000* HANDSHAKE AREA FOR THE K6CALD BUSINESS-DAY SERVICE.             K6STWD.1
022100 01  CALD-PARM.                                                   K6STWD.1
022200     05  CALD-FROM            PIC 9(8)   VALUE ZERO.              K6STWD.1
022300     05  CALD-TO              PIC 9(8)   VALUE ZERO.              K6STWD.1
022400     05  CALD-BUS-DAYS        PIC S9(5)  VALUE ZERO.              K6STWD.1
022500     05  CALD-STATUS          PIC X(1)   VALUE SPACE.             K6STWD.1
022600* ----------------------------------------------------------      K6STWD.1
022700* THE SUITE CATALOG AND THE AUTHORITY FILE'S USERS.               K6STWD.1
022800* ----------------------------------------------------------      K6STWD.1
022900 01  CATALOG-TABLE.                                               K6STWD.1
023000     05  CAT-PGM OCCURS 300 TIMES PIC X(6).                       K6STWD.1
023100 01  AUTHORITY-TABLE.                                             K6STWD.1
023200     05  AUTH-USER OCCURS 300 TIMES PIC X(8).                     K6STWD.1
023300* ----------------------------------------------------------      K6STWD.1
023400* THE REGISTER, HELD IN STORAGE FOR THE RUN.                      K6STWD.1
023500* ----------------------------------------------------------      K6STWD.1
023600 01  REGISTER-TABLE.                                              K6STWD.1
023700     05  REG-ENTRY OCCURS 300 TIMES                               K6STWD.1
023800                   INDEXED BY REG-IDX.                            K6STWD.1
023900         10  REG-PGM-ID       PIC X(6).                           K6STWD.1
024000         10  REG-PRIMARY      PIC X(8).                           K6STWD.1
024100         10  REG-BACKUP       PIC X(8).                           K6STWD.1
024200         10  REG-JOIN-DATE    PIC 9(8).                           K6STWD.1
024300         10  REG-LAST-ATTEST  PIC 9(8).                           K6STWD.1
024400         10  REG-ATTEST-BY    PIC X(8).                           K6STWD.1
024500* ----------------------------------------------------------      K6STWD.1
024600* REPORT LINES.                                                   K6STWD.1
024700* ----------------------------------------------------------      K6STWD.1
024800 01  HDR-LINE-1.                                                  K6STWD.1
024900     05  FILLER   PIC X(44) VALUE                                 K6STWD.1
025000         "PROGRAM STEWARDSHIP AND ATTESTATION (K6STWD)".          K6STWD.1
025100     05  FILLER   PIC X(9)  VALUE "  AS OF  ".                    K6STWD.1
025200     05  HDR-AS-OF            PIC 9(8).                           K6STWD.1
025300     05  FILLER   PIC X(15) VALUE "  GRACE DAYS = ".              K6STWD.1
025400     05  HDR-GRACE            PIC ZZ9.                            K6STWD.1
025500     05  FILLER   PIC X(41) VALUE SPACE.                          K6STWD.1
025600 01  CARD-LINE.                                                   K6STWD.1
025700     05  CD-ACTION            PIC X(10).                          K6STWD.1
025800     05  CD-PGM-ID            PIC X(6).                           K6STWD.1
025900     05  FILLER   PIC X(4)  VALUE " BY ".                         K6STWD.1
026000     05  CD-STEWARD           PIC X(8).                           K6STWD.1
026100     05  FILLER   PIC X(4)  VALUE " ON ".                         K6STWD.1
026200     05  CD-DATE              PIC X(8).                           K6STWD.1
026300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6STWD.1
026400     05  CD-REASON            PIC X(30).                          K6STWD.1
026500     05  FILLER   PIC X(48) VALUE SPACE.                          K6STWD.1
026600 01  DENIED-LINE.                                                 K6STWD.1
026700     05  FILLER   PIC X(60) VALUE                                 K6STWD.1
026800         "ATTESTATION CARDS REFUSED -- NOT AUTHORIZED BY K6AUTH". K6STWD.1
026900     05  FILLER   PIC X(60) VALUE SPACE.                          K6STWD.1
027000 01  NOAUTH-LINE.                                                 K6STWD.1
027100     05  FILLER   PIC X(60) VALUE                                 K6STWD.1
027200         "AUTHORITY FILE NOT AVAILABLE -- STEWARDS NOT VERIFIED". K6STWD.1
027300     05  FILLER   PIC X(60) VALUE SPACE.                          K6STWD.1
027400 01  NOCAT-LINE.                                                  K6STWD.1
027500     05  FILLER   PIC X(60) VALUE                                 K6STWD.1
027600         "SUITE CATALOG MISSING OR EMPTY -- NOTHING REVIEWED".    K6STWD.1
027700     05  FILLER   PIC X(60) VALUE SPACE.                          K6STWD.1
027800 01  STW-LINE.                                                    K6STWD.1
027900     05  STW-KIND             PIC X(30).                          K6STWD.1
028000     05  STW-PGM-ID           PIC X(6).                           K6STWD.1
028100     05  FILLER   PIC X(9)  VALUE " PRIMARY=".                    K6STWD.1
028200     05  STW-PRIMARY          PIC X(8).                           K6STWD.1
028300     05  FILLER   PIC X(8)  VALUE " BACKUP=".                     K6STWD.1
028400     05  STW-BACKUP           PIC X(8).                           K6STWD.1
028500     05  FILLER   PIC X(9)  VALUE " STEWARD=".                    K6STWD.1
028600     05  STW-STEWARD          PIC X(8).                           K6STWD.1
028700     05  FILLER   PIC X(34) VALUE SPACE.                          K6STWD.1
028800 01  OVD-LINE.                                                    K6STWD.1
028900     05  FILLER   PIC X(30) VALUE "ATTESTATION OVERDUE".          K6STWD.1
029000     05  OVD-PGM-ID           PIC X(6).                           K6STWD.1
029100     05  FILLER   PIC X(5)  VALUE " DUE=".                        K6STWD.1
029200     05  OVD-DUE-DATE         PIC 9(8).                           K6STWD.1
029300     05  FILLER   PIC X(20) VALUE " BUSINESS DAYS OVER=".         K6STWD.1
029400     05  OVD-DAYS             PIC ZZZ9.                           K6STWD.1
029500     05  FILLER   PIC X(6)  VALUE " LAST=".                       K6STWD.1
029600     05  OVD-LAST             PIC 9(8).                           K6STWD.1
029700     05  FILLER   PIC X(4)  VALUE " BY=".                         K6STWD.1
029800     05  OVD-BY               PIC X(8).                           K6STWD.1
029900     05  FILLER   PIC X(21) VALUE SPACE.                          K6STWD.1
030000 01  SUM-LINE-1.                                                  K6STWD.1
030100     05  FILLER   PIC X(14) VALUE "CATALOGED = " .                K6STWD.1
030200     05  SUM-CATALOG          PIC ZZZZ9.                          K6STWD.1
030300     05  FILLER   PIC X(21) VALUE "  NEWLY REGISTERED = ".        K6STWD.1
030400     05  SUM-NEW              PIC ZZZZ9.                          K6STWD.1
030500     05  FILLER   PIC X(15) VALUE "  ATTESTED = ".                K6STWD.1
030600     05  SUM-ATTESTED         PIC ZZZZ9.                          K6STWD.1
030700     05  FILLER   PIC X(14) VALUE "  REFUSED = ".                 K6STWD.1
030800     05  SUM-REFUSED          PIC ZZZZ9.                          K6STWD.1
030900     05  FILLER   PIC X(36) VALUE SPACE.                          K6STWD.1
031000 01  SUM-LINE-2.                                                  K6STWD.1
031100     05  FILLER   PIC X(20) VALUE "NO ACTIVE STEWARD = ".         K6STWD.1
031200     05  SUM-NO-STEWARD       PIC ZZZZ9.                          K6STWD.1
031300     05  FILLER   PIC X(19) VALUE "  STALE STEWARDS = ".          K6STWD.1
031400     05  SUM-STALE            PIC ZZZZ9.                          K6STWD.1
031500     05  FILLER   PIC X(12) VALUE "  OVERDUE = ".                 K6STWD.1
031600     05  SUM-OVERDUE          PIC ZZZZ9.                          K6STWD.1
031700     05  FILLER   PIC X(19) VALUE "  NOT CATALOGED = " .          K6STWD.1
031800     05  SUM-NOT-CAT          PIC ZZZZ9.                          K6STWD.1
031900     05  FILLER   PIC X(30) VALUE SPACE.                          K6STWD.1
032000                                                                  K6STWD.1
032100 PROCEDURE DIVISION.                                              K6STWD.1
032200*================================================================ K6STWD.1
032300* 0000-MAINLINE -- LOAD THE CATALOG, AUTHORITY FILE AND           K6STWD.1
032400* REGISTER, APPLY THE ATTESTATIONS, THEN REVIEW AND CARRY         K6STWD.1
032500* FORWARD.                                                        K6STWD.1
032600*================================================================ K6STWD.1
032700 0000-MAINLINE.                                                   K6STWD.1
032800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6STWD.1
032900     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT.                    K6STWD.1
033000     IF WS-CAT-COUNT = ZERO                                       K6STWD.1
033100         GO TO 0000-FINISH.                                       K6STWD.1
033200     PERFORM 1400-LOAD-AUTHORITY THRU 1400-EXIT.                  K6STWD.1
033300     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT                    K6STWD.1
033400             UNTIL WS-REG-EOF.                                    K6STWD.1
033500     PERFORM 2500-REGISTER-NEW THRU 2500-EXIT.                    K6STWD.1
033600     PERFORM 3000-APPLY-ATTESTATIONS THRU 3000-EXIT.              K6STWD.1
033700     PERFORM 5000-REVIEW-AND-WRITE THRU 5000-EXIT.                K6STWD.1
033800     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.                   K6STWD.1
033900 0000-FINISH.                                                     K6STWD.1
034000     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6STWD.1
034100     STOP RUN.                                                    K6STWD.1
034200*================================================================ K6STWD.1
034300* 1000-INITIALIZE -- OPEN FILES AND PICK UP THE CONTROL CARD.     K6STWD.1
034400* A MISSING CARD MEANS TODAY AND A 10-DAY GRACE PERIOD; A         K6STWD.1
034500* MISSING REGISTER IS THE FIRST RUN.                              K6STWD.1
034600*================================================================ K6STWD.1
034700 1000-INITIALIZE.                                                 K6STWD.1
034800     OPEN OUTPUT NEW-REGISTER STWD-EXCEPT STWD-RPT.               K6STWD.1
034900     OPEN INPUT STWD-REGISTER.                                    K6STWD.1
035000     IF WS-REG-STATUS = "00"                                      K6STWD.1
035100         SET WS-REG-OPENED TO TRUE                                K6STWD.1
035200     ELSE                                                         K6STWD.1
035300         SET WS-REG-EOF TO TRUE.                                  K6STWD.1
035400     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.                     K6STWD.1
035500     OPEN INPUT STWD-CTL.                                         K6STWD.1
035600     IF WS-CTL-STATUS NOT = "00"                                  K6STWD.1
035700         GO TO 1000-HEADER.                                       K6STWD.1
035800     READ STWD-CTL                                                K6STWD.1
035900         AT END GO TO 1000-CTL-DONE.                              K6STWD.1
036000     IF CTL-AS-OF-DATE NUMERIC AND CTL-AS-OF-DATE > ZERO          K6STWD.1
036100         MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE.                    K6STWD.1
036200     IF CTL-GRACE-DAYS NUMERIC AND CTL-GRACE-DAYS > ZERO          K6STWD.1
036300         MOVE CTL-GRACE-DAYS TO WS-GRACE-DAYS.                    K6STWD.1
036400 1000-CTL-DONE.                                                   K6STWD.1
036500     CLOSE STWD-CTL.                                              K6STWD.1
036600 1000-HEADER.                                                     K6STWD.1
036700     MOVE WS-AS-OF-DATE TO HDR-AS-OF.                             K6STWD.1
036800     MOVE WS-GRACE-DAYS TO HDR-GRACE.                             K6STWD.1
036900     WRITE SW-PRINT-REC FROM HDR-LINE-1                           K6STWD.1
037000         AFTER ADVANCING PAGE.                                    K6STWD.1
037100 1000-EXIT.                                                       K6STWD.1
037200     EXIT.                                                        K6STWD.1
037300*================================================================ K6STWD.1
037400* 1200-LOAD-CATALOG -- THE PROGRAMS THAT MUST HAVE STEWARDS.      K6STWD.1
037500*================================================================ K6STWD.1
037600 1200-LOAD-CATALOG.                                               K6STWD.1
037700     OPEN INPUT SUITE-CAT.                                        K6STWD.1
037800     IF WS-CAT-STATUS NOT = "00"                                  K6STWD.1
037900         GO TO 1200-CHECK.                                        K6STWD.1
038000 1200-READ.                                                       K6STWD.1
038100     READ SUITE-CAT                                               K6STWD.1
038200         AT END GO TO 1200-CLOSE.                                 K6STWD.1
038300     IF SC-PGM-ID = SPACE                                         K6STWD.1
038400         GO TO 1200-READ.                                         K6STWD.1
038500     IF WS-CAT-COUNT NOT LESS THAN 300                            K6STWD.1
038600         GO TO 1200-READ.                                         K6STWD.1
038700     ADD 1 TO WS-CAT-COUNT.                                       K6STWD.1
038800     MOVE SC-PGM-ID TO CAT-PGM (WS-CAT-COUNT).                    K6STWD.1
038900     GO TO 1200-READ.                                             K6STWD.1
039000 1200-CLOSE.                                                      K6STWD.1
039100     CLOSE SUITE-CAT.                                             K6STWD.1
039200 1200-CHECK.                                                      K6STWD.1
039300     IF WS-CAT-COUNT > ZERO                                       K6STWD.1
039400         GO TO 1200-EXIT.                                         K6STWD.1
039500     WRITE SW-PRINT-REC FROM NOCAT-LINE                           K6STWD.1
039600         AFTER ADVANCING 2 LINES.                                 K6STWD.1
039700     MOVE 16 TO WS-VERDICT-RC.                                    K6STWD.1
039800 1200-EXIT.                                                       K6STWD.1
039900     EXIT.                                                        K6STWD.1
040000*================================================================ K6STWD.1
040100* 1400-LOAD-AUTHORITY -- THE USERS STILL ON THE AUTHORITY FILE.   K6STWD.1
040200* WITHOUT THE FILE NO STEWARD CAN BE VERIFIED: A NAMED STEWARD    K6STWD.1
040300* IS TAKEN AS ACTIVE AND THE RUN ENDS AT RETURN-CODE 8.           K6STWD.1
040400*================================================================ K6STWD.1
040500 1400-LOAD-AUTHORITY.                                             K6STWD.1
040600     OPEN INPUT AUTH-FILE.                                        K6STWD.1
040700     IF WS-AUTH-STATUS NOT = "00"                                 K6STWD.1
040800         WRITE SW-PRINT-REC FROM NOAUTH-LINE                      K6STWD.1
040900             AFTER ADVANCING 2 LINES                              K6STWD.1
041000         MOVE 8 TO WS-VERDICT-RC                                  K6STWD.1
041100         GO TO 1400-EXIT.                                         K6STWD.1
041200     SET WS-AUTH-PRESENT TO TRUE.                                 K6STWD.1
041300 1400-READ.                                                       K6STWD.1
041400     READ AUTH-FILE                                               K6STWD.1
041500         AT END GO TO 1400-CLOSE.                                 K6STWD.1
041600     IF AF-USER-ID = SPACE                                        K6STWD.1
041700         GO TO 1400-READ.                                         K6STWD.1
041800     IF WS-AUTH-COUNT NOT LESS THAN 300                           K6STWD.1
041900         GO TO 1400-READ.                                         K6STWD.1
042000     ADD 1 TO WS-AUTH-COUNT.                                      K6STWD.1
042100     MOVE AF-USER-ID TO AUTH-USER (WS-AUTH-COUNT).                K6STWD.1
042200     GO TO 1400-READ.                                             K6STWD.1
042300 1400-CLOSE.                                                      K6STWD.1
042400     CLOSE AUTH-FILE.                                             K6STWD.1
042500 1400-EXIT.                                                       K6STWD.1
042600     EXIT.                                                        K6STWD.1
042700*================================================================ K6STWD.1
042800* 2000-LOAD-REGISTER -- CARRY THE EXISTING REGISTER INTO THE      K6STWD.1
042900* TABLE.  A HAND-EDITED CARD WITH NO USABLE JOIN DATE JOINS AS    K6STWD.1
043000* OF THIS RUN.                                                    K6STWD.1
043100*================================================================ K6STWD.1
043200 2000-LOAD-REGISTER.                                              K6STWD.1
043300     READ STWD-REGISTER INTO SR-REGISTER-REC                      K6STWD.1
043400         AT END SET WS-REG-EOF TO TRUE                            K6STWD.1
043500                GO TO 2000-EXIT.                                  K6STWD.1
043600     IF SR-PGM-ID = SPACE                                         K6STWD.1
043700         GO TO 2000-EXIT.                                         K6STWD.1
043800     IF WS-ENTRY-COUNT NOT LESS THAN 300                          K6STWD.1
043900         GO TO 2000-EXIT.                                         K6STWD.1
044000     ADD 1 TO WS-ENTRY-COUNT.                                     K6STWD.1
044100     SET REG-IDX TO WS-ENTRY-COUNT.                               K6STWD.1
044200     MOVE SR-PGM-ID      TO REG-PGM-ID (REG-IDX).                 K6STWD.1
044300     MOVE SR-PRIMARY     TO REG-PRIMARY (REG-IDX).                K6STWD.1
044400     MOVE SR-BACKUP      TO REG-BACKUP (REG-IDX).                 K6STWD.1
044500     MOVE SR-JOIN-DATE   TO REG-JOIN-DATE (REG-IDX).              K6STWD.1
044600     MOVE SR-LAST-ATTEST TO REG-LAST-ATTEST (REG-IDX).            K6STWD.1
044700     MOVE SR-ATTEST-BY   TO REG-ATTEST-BY (REG-IDX).              K6STWD.1
044800     IF SR-JOIN-DATE NOT NUMERIC OR SR-JOIN-DATE = ZERO           K6STWD.1
044900         MOVE WS-AS-OF-DATE TO REG-JOIN-DATE (REG-IDX).           K6STWD.1
045000     IF SR-LAST-ATTEST NOT NUMERIC                                K6STWD.1
045100         MOVE ZERO TO REG-LAST-ATTEST (REG-IDX).                  K6STWD.1
045200 2000-EXIT.                                                       K6STWD.1
045300     EXIT.                                                        K6STWD.1
045400*================================================================ K6STWD.1
045500* 2500-REGISTER-NEW -- A CATALOG PROGRAM NOT YET IN THE REGISTER  K6STWD.1
045600* JOINS IT TODAY WITH NO STEWARDS, SO IT IS REPORTED AS           K6STWD.1
045700* UNSTEWARDED UNTIL THE STANDARDS GROUP NAMES THEM.               K6STWD.1
045800*================================================================ K6STWD.1
045900 2500-REGISTER-NEW.                                               K6STWD.1
046000     MOVE ZERO TO WS-SUB.                                         K6STWD.1
046100 2500-NEXT.                                                       K6STWD.1
046200     ADD 1 TO WS-SUB.                                             K6STWD.1
046300     IF WS-SUB > WS-CAT-COUNT                                     K6STWD.1
046400         GO TO 2500-EXIT.                                         K6STWD.1
046500     MOVE CAT-PGM (WS-SUB) TO WS-LK-PGM-ID.                       K6STWD.1
046600     PERFORM 6000-FIND-ENTRY THRU 6000-EXIT.                      K6STWD.1
046700     IF WS-ENTRY-FOUND                                            K6STWD.1
046800         GO TO 2500-NEXT.                                         K6STWD.1
046900     IF WS-ENTRY-COUNT NOT LESS THAN 300                          K6STWD.1
047000         GO TO 2500-NEXT.                                         K6STWD.1
047100     ADD 1 TO WS-ENTRY-COUNT.                                     K6STWD.1
047200     ADD 1 TO WS-NEW-ENTRIES.                                     K6STWD.1
047300     SET REG-IDX TO WS-ENTRY-COUNT.                               K6STWD.1
047400     MOVE WS-LK-PGM-ID  TO REG-PGM-ID (REG-IDX).                  K6STWD.1
047500     MOVE SPACE         TO REG-PRIMARY (REG-IDX)                  K6STWD.1
047600                           REG-BACKUP (REG-IDX)                   K6STWD.1
047700                           REG-ATTEST-BY (REG-IDX).               K6STWD.1
047800     MOVE WS-AS-OF-DATE TO REG-JOIN-DATE (REG-IDX).               K6STWD.1
047900     MOVE ZERO          TO REG-LAST-ATTEST (REG-IDX).             K6STWD.1
048000     GO TO 2500-NEXT.                                             K6STWD.1
048100 2500-EXIT.                                                       K6STWD.1
048200     EXIT.                                                        K6STWD.1
048300*================================================================ K6STWD.1
048400* 3000-APPLY-ATTESTATIONS -- THE SUBMITTER MUST BE AUTHORIZED     K6STWD.1
048500* FOR "ATTEST" BEFORE ANY CARD IS TAKEN.  K6AUTH IS ASKED ONLY    K6STWD.1
048600* WHEN THERE IS A CARD TO APPLY, SO A REVIEW-ONLY RUN LEAVES NO   K6STWD.1
048700* ENTRY IN THE ACCESS LOG.                                        K6STWD.1
048800*================================================================ K6STWD.1
048900 3000-APPLY-ATTESTATIONS.                                         K6STWD.1
049000     OPEN INPUT ATTEST-CARDS.                                     K6STWD.1
049100     IF WS-ATT-STATUS NOT = "00"                                  K6STWD.1
049200         GO TO 3000-EXIT.                                         K6STWD.1
049300     READ ATTEST-CARDS                                            K6STWD.1
049400         AT END GO TO 3000-CLOSE.                                 K6STWD.1
049500     CALL "K6AUTH" USING AU-FUNCTION AU-REPLY.                    K6STWD.1
049600     IF AU-REPLY = "Y"                                            K6STWD.1
049700         SET WS-ATTEST-AUTHORIZED TO TRUE                         K6STWD.1
049800     ELSE                                                         K6STWD.1
049900         WRITE SW-PRINT-REC FROM DENIED-LINE                      K6STWD.1
050000             AFTER ADVANCING 2 LINES                              K6STWD.1
050100         MOVE 8 TO WS-VERDICT-RC.                                 K6STWD.1
050200 3000-CARD.                                                       K6STWD.1
050300     IF AT-PGM-ID NOT = SPACE                                     K6STWD.1
050400         PERFORM 3500-APPLY-CARD THRU 3500-EXIT.                  K6STWD.1
050500     READ ATTEST-CARDS                                            K6STWD.1
050600         AT END GO TO 3000-CLOSE.                                 K6STWD.1
050700     GO TO 3000-CARD.                                             K6STWD.1
050800 3000-CLOSE.                                                      K6STWD.1
050900     CLOSE ATTEST-CARDS.                                          K6STWD.1
051000 3000-EXIT.                                                       K6STWD.1
051100     EXIT.                                                        K6STWD.1
051200*================================================================ K6STWD.1
051300* 3500-APPLY-CARD -- ONE ATTESTATION CARD.  EVERY CARD, TAKEN OR  K6STWD.1
051400* REFUSED, IS PRINTED WITH ITS REASON, SO THE LISTING IS THE      K6STWD.1
051500* ATTESTATION AUDIT TRAIL.                                        K6STWD.1
051600*================================================================ K6STWD.1
051700 3500-APPLY-CARD.                                                 K6STWD.1
051800     MOVE AT-PGM-ID  TO CD-PGM-ID.                                K6STWD.1
051900     MOVE AT-STEWARD TO CD-STEWARD.                               K6STWD.1
052000     MOVE AT-DATE    TO CD-DATE.                                  K6STWD.1
052100     IF AT-DATE = SPACE OR AT-DATE = ZERO                         K6STWD.1
052200         MOVE WS-AS-OF-DATE TO AT-DATE-N                          K6STWD.1
052300         MOVE AT-DATE TO CD-DATE.                                 K6STWD.1
052400     IF NOT WS-ATTEST-AUTHORIZED                                  K6STWD.1
052500         MOVE "SUBMITTER NOT AUTHORIZED" TO CD-REASON             K6STWD.1
052600         GO TO 3500-REFUSE.                                       K6STWD.1
052700     MOVE AT-PGM-ID TO WS-LK-PGM-ID.                              K6STWD.1
052800     PERFORM 6000-FIND-ENTRY THRU 6000-EXIT.                      K6STWD.1
052900     IF NOT WS-ENTRY-FOUND                                        K6STWD.1
053000         MOVE "PROGRAM NOT IN REGISTER" TO CD-REASON              K6STWD.1
053100         GO TO 3500-REFUSE.                                       K6STWD.1
053200     IF AT-STEWARD = SPACE                                        K6STWD.1
053300             OR (AT-STEWARD NOT = REG-PRIMARY (REG-IDX)           K6STWD.1
053400             AND AT-STEWARD NOT = REG-BACKUP (REG-IDX))           K6STWD.1
053500         MOVE "NOT A STEWARD OF THE PROGRAM" TO CD-REASON         K6STWD.1
053600         GO TO 3500-REFUSE.                                       K6STWD.1
053700     MOVE AT-STEWARD TO WS-LK-USER-ID.                            K6STWD.1
053800     PERFORM 6500-CHECK-ACTIVE THRU 6500-EXIT.                    K6STWD.1
053900     IF NOT WS-STEWARD-ACTIVE                                     K6STWD.1
054000         MOVE "STEWARD NOT ON AUTHORITY FILE" TO CD-REASON        K6STWD.1
054100         GO TO 3500-REFUSE.                                       K6STWD.1
054200     IF AT-GOLDEN-OK NOT = "Y"                                    K6STWD.1
054300             OR AT-WAIVER-OK NOT = "Y"                            K6STWD.1
054400             OR AT-SUPPR-OK NOT = "Y"                             K6STWD.1
054500         MOVE "NOT ALL THREE CONFIRMED" TO CD-REASON              K6STWD.1
054600         GO TO 3500-REFUSE.                                       K6STWD.1
054700     IF AT-DATE-N NOT NUMERIC                                     K6STWD.1
054800         MOVE "ATTESTATION DATE INVALID" TO CD-REASON             K6STWD.1
054900         GO TO 3500-REFUSE.                                       K6STWD.1
055000     IF AT-DATE-N > WS-AS-OF-DATE                                 K6STWD.1
055100         MOVE "DATED AFTER THE RUN DATE" TO CD-REASON             K6STWD.1
055200         GO TO 3500-REFUSE.                                       K6STWD.1
055300     IF AT-DATE-N > REG-LAST-ATTEST (REG-IDX)                     K6STWD.1
055400         MOVE AT-DATE-N  TO REG-LAST-ATTEST (REG-IDX)             K6STWD.1
055500         MOVE AT-STEWARD TO REG-ATTEST-BY (REG-IDX).              K6STWD.1
055600     ADD 1 TO WS-ATTESTED.                                        K6STWD.1
055700     MOVE "ATTESTED  " TO CD-ACTION.                              K6STWD.1
055800     MOVE SPACE        TO CD-REASON.                              K6STWD.1
055900     WRITE SW-PRINT-REC FROM CARD-LINE                            K6STWD.1
056000         AFTER ADVANCING 1 LINES.                                 K6STWD.1
056100     GO TO 3500-EXIT.                                             K6STWD.1
056200 3500-REFUSE.                                                     K6STWD.1
056300     ADD 1 TO WS-REFUSED.                                         K6STWD.1
056400     MOVE "REFUSED   " TO CD-ACTION.                              K6STWD.1
056500     WRITE SW-PRINT-REC FROM CARD-LINE                            K6STWD.1
056600         AFTER ADVANCING 1 LINES.                                 K6STWD.1
056700     IF WS-VERDICT-RC < 8                                         K6STWD.1
056800         MOVE 8 TO WS-VERDICT-RC.                                 K6STWD.1
056900 3500-EXIT.                                                       K6STWD.1
057000     EXIT.                                                        K6STWD.1
057100*================================================================ K6STWD.1
057200* 5000-REVIEW-AND-WRITE -- SWEEP THE REGISTER: CARRY EVERY        K6STWD.1
057300* ENTRY FORWARD AND REVIEW EACH CATALOG PROGRAM'S STEWARDS AND    K6STWD.1
057400* ATTESTATION.  AN ENTRY WHOSE PROGRAM HAS LEFT THE CATALOG IS    K6STWD.1
057500* KEPT BUT ONLY NOTED.                                            K6STWD.1
057600*================================================================ K6STWD.1
057700 5000-REVIEW-AND-WRITE.                                           K6STWD.1
057800     MOVE ZERO TO WS-SUB.                                         K6STWD.1
057900 5000-NEXT.                                                       K6STWD.1
058000     ADD 1 TO WS-SUB.                                             K6STWD.1
058100     IF WS-SUB > WS-ENTRY-COUNT                                   K6STWD.1
058200         GO TO 5000-EXIT.                                         K6STWD.1
058300     SET REG-IDX TO WS-SUB.                                       K6STWD.1
058400     MOVE SPACE TO SR-REGISTER-REC.                               K6STWD.1
058500     MOVE REG-PGM-ID (REG-IDX)      TO SR-PGM-ID.                 K6STWD.1
058600     MOVE REG-PRIMARY (REG-IDX)     TO SR-PRIMARY.                K6STWD.1
058700     MOVE REG-BACKUP (REG-IDX)      TO SR-BACKUP.                 K6STWD.1
058800     MOVE REG-JOIN-DATE (REG-IDX)   TO SR-JOIN-DATE.              K6STWD.1
058900     MOVE REG-LAST-ATTEST (REG-IDX) TO SR-LAST-ATTEST.            K6STWD.1
059000     MOVE REG-ATTEST-BY (REG-IDX)   TO SR-ATTEST-BY.              K6STWD.1
059100     WRITE SR-REGISTER-REC.                                       K6STWD.1
059200     MOVE REG-PRIMARY (REG-IDX) TO STW-PRIMARY.                   K6STWD.1
059300     MOVE REG-BACKUP (REG-IDX)  TO STW-BACKUP.                    K6STWD.1
059400     MOVE REG-PGM-ID (REG-IDX)  TO STW-PGM-ID.                    K6STWD.1
059500     MOVE SPACE                 TO STW-STEWARD.                   K6STWD.1
059600     PERFORM 6800-FIND-CATALOG THRU 6800-EXIT.                    K6STWD.1
059700     IF NOT WS-ENTRY-FOUND                                        K6STWD.1
059800         ADD 1 TO WS-NOT-CATALOGED                                K6STWD.1
059900         MOVE "REGISTERED, NOT IN CATALOG" TO STW-KIND            K6STWD.1
060000         WRITE SW-PRINT-REC FROM STW-LINE                         K6STWD.1
060100             AFTER ADVANCING 1 LINES                              K6STWD.1
060200         GO TO 5000-NEXT.                                         K6STWD.1
060300     PERFORM 5200-CHECK-STEWARDS THRU 5200-EXIT.                  K6STWD.1
060400     PERFORM 5400-CHECK-ATTESTATION THRU 5400-EXIT.               K6STWD.1
060500     GO TO 5000-NEXT.                                             K6STWD.1
060600 5000-EXIT.                                                       K6STWD.1
060700     EXIT.                                                        K6STWD.1
060800*================================================================ K6STWD.1
060900* 5200-CHECK-STEWARDS -- A NAMED STEWARD MISSING FROM THE         K6STWD.1
061000* AUTHORITY FILE HAS LEFT OR CHANGED ROLE; A PROGRAM WITH         K6STWD.1
061100* NEITHER STEWARD ACTIVE HAS NOBODY ACCOUNTABLE FOR IT.           K6STWD.1
061200*================================================================ K6STWD.1
061300 5200-CHECK-STEWARDS.                                             K6STWD.1
061400     MOVE ZERO TO WS-ACTIVE-COUNT.                                K6STWD.1
061500     MOVE REG-PRIMARY (REG-IDX) TO WS-LK-USER-ID.                 K6STWD.1
061600     PERFORM 5300-CHECK-ONE THRU 5300-EXIT.                       K6STWD.1
061700     MOVE REG-BACKUP (REG-IDX) TO WS-LK-USER-ID.                  K6STWD.1
061800     PERFORM 5300-CHECK-ONE THRU 5300-EXIT.                       K6STWD.1
061900     IF WS-ACTIVE-COUNT > ZERO                                    K6STWD.1
062000         GO TO 5200-EXIT.                                         K6STWD.1
062100     ADD 1 TO WS-NO-STEWARD.                                      K6STWD.1
062200     MOVE "NO ACTIVE STEWARD" TO STW-KIND.                        K6STWD.1
062300     MOVE SPACE TO STW-STEWARD.                                   K6STWD.1
062400     WRITE SW-PRINT-REC FROM STW-LINE                             K6STWD.1
062500         AFTER ADVANCING 1 LINES.                                 K6STWD.1
062600     MOVE SPACE TO SX-EXCEPTION-REC.                              K6STWD.1
062700     SET SX-NO-STEWARD TO TRUE.                                   K6STWD.1
062800     MOVE REG-PGM-ID (REG-IDX)      TO SX-PGM-ID.                 K6STWD.1
062900     MOVE ZERO TO SX-DUE-DATE SX-DAYS-OVERDUE.                    K6STWD.1
063000     MOVE REG-LAST-ATTEST (REG-IDX) TO SX-LAST-ATTEST.            K6STWD.1
063100     WRITE SX-EXCEPTION-REC.                                      K6STWD.1
063200 5200-EXIT.                                                       K6STWD.1
063300     EXIT.                                                        K6STWD.1
063400 5300-CHECK-ONE.                                                  K6STWD.1
063500     IF WS-LK-USER-ID = SPACE                                     K6STWD.1
063600         GO TO 5300-EXIT.                                         K6STWD.1
063700     PERFORM 6500-CHECK-ACTIVE THRU 6500-EXIT.                    K6STWD.1
063800     IF WS-STEWARD-ACTIVE                                         K6STWD.1
063900         ADD 1 TO WS-ACTIVE-COUNT                                 K6STWD.1
064000         GO TO 5300-EXIT.                                         K6STWD.1
064100     ADD 1 TO WS-STALE-STEWARDS.                                  K6STWD.1
064200     MOVE "STEWARD NOT ON AUTHORITY FILE" TO STW-KIND.            K6STWD.1
064300     MOVE WS-LK-USER-ID TO STW-STEWARD.                           K6STWD.1
064400     WRITE SW-PRINT-REC FROM STW-LINE                             K6STWD.1
064500         AFTER ADVANCING 1 LINES.                                 K6STWD.1
064600     MOVE SPACE TO SX-EXCEPTION-REC.                              K6STWD.1
064700     SET SX-STALE-STEWARD TO TRUE.                                K6STWD.1
064800     MOVE REG-PGM-ID (REG-IDX)      TO SX-PGM-ID.                 K6STWD.1
064900     MOVE WS-LK-USER-ID             TO SX-STEWARD.                K6STWD.1
065000     MOVE ZERO TO SX-DUE-DATE SX-DAYS-OVERDUE.                    K6STWD.1
065100     MOVE REG-LAST-ATTEST (REG-IDX) TO SX-LAST-ATTEST.            K6STWD.1
065200     WRITE SX-EXCEPTION-REC.                                      K6STWD.1
065300 5300-EXIT.                                                       K6STWD.1
065400     EXIT.                                                        K6STWD.1
065500*================================================================ K6STWD.1
065600* 5400-CHECK-ATTESTATION -- THE NEXT ATTESTATION FALLS DUE ON     K6STWD.1
065700* THE FIRST DAY OF THE QUARTER AFTER THE LAST ONE (OR AFTER THE   K6STWD.1
065800* PROGRAM JOINED); PAST THE GRACE PERIOD, MEASURED IN BUSINESS    K6STWD.1
065900* DAYS THROUGH K6CALD, IT IS OVERDUE.                             K6STWD.1
066000*================================================================ K6STWD.1
066100 5400-CHECK-ATTESTATION.                                          K6STWD.1
066200     MOVE REG-LAST-ATTEST (REG-IDX) TO WS-BASE-DATE.              K6STWD.1
066300     IF WS-BASE-DATE = ZERO                                       K6STWD.1
066400         MOVE REG-JOIN-DATE (REG-IDX) TO WS-BASE-DATE.            K6STWD.1
066500     COMPUTE WS-QTR-WORK = WS-BD-MM - 1.                          K6STWD.1
066600     DIVIDE WS-QTR-WORK BY 3 GIVING WS-QTR-WORK.                  K6STWD.1
066700     COMPUTE WS-DD-MM = WS-QTR-WORK * 3 + 4.                      K6STWD.1
066800     MOVE WS-BD-YYYY TO WS-DD-YYYY.                               K6STWD.1
066900     MOVE 1 TO WS-DD-DD.                                          K6STWD.1
067000     IF WS-DD-MM > 12                                             K6STWD.1
067100         SUBTRACT 12 FROM WS-DD-MM                                K6STWD.1
067200         ADD 1 TO WS-DD-YYYY.                                     K6STWD.1
067300     IF WS-DUE-DATE > WS-AS-OF-DATE                               K6STWD.1
067400         GO TO 5400-EXIT.                                         K6STWD.1
067500     MOVE WS-DUE-DATE   TO CALD-FROM.                             K6STWD.1
067600     MOVE WS-AS-OF-DATE TO CALD-TO.                               K6STWD.1
067700     CALL "K6CALD" USING CALD-PARM.                               K6STWD.1
067800     COMPUTE WS-DAYS-OVER = CALD-BUS-DAYS - WS-GRACE-DAYS.        K6STWD.1
067900     IF WS-DAYS-OVER NOT > ZERO                                   K6STWD.1
068000         GO TO 5400-EXIT.                                         K6STWD.1
068100     IF WS-DAYS-OVER > 9999                                       K6STWD.1
068200         MOVE 9999 TO WS-DAYS-OVER.                               K6STWD.1
068300     ADD 1 TO WS-OVERDUE.                                         K6STWD.1
068400     MOVE REG-PGM-ID (REG-IDX)      TO OVD-PGM-ID.                K6STWD.1
068500     MOVE WS-DUE-DATE               TO OVD-DUE-DATE.              K6STWD.1
068600     MOVE WS-DAYS-OVER              TO OVD-DAYS.                  K6STWD.1
068700     MOVE REG-LAST-ATTEST (REG-IDX) TO OVD-LAST.                  K6STWD.1
068800     MOVE REG-ATTEST-BY (REG-IDX)   TO OVD-BY.                    K6STWD.1
068900     WRITE SW-PRINT-REC FROM OVD-LINE                             K6STWD.1
069000         AFTER ADVANCING 1 LINES.                                 K6STWD.1
069100     MOVE SPACE TO SX-EXCEPTION-REC.                              K6STWD.1
069200     SET SX-OVERDUE TO TRUE.                                      K6STWD.1
069300     MOVE REG-PGM-ID (REG-IDX)      TO SX-PGM-ID.                 K6STWD.1
069400     MOVE WS-DUE-DATE               TO SX-DUE-DATE.               K6STWD.1
069500     MOVE WS-DAYS-OVER              TO SX-DAYS-OVERDUE.           K6STWD.1
069600     MOVE REG-LAST-ATTEST (REG-IDX) TO SX-LAST-ATTEST.            K6STWD.1
069700     WRITE SX-EXCEPTION-REC.                                      K6STWD.1
069800 5400-EXIT.                                                       K6STWD.1
069900     EXIT.                                                        K6STWD.1
070000*================================================================ K6STWD.1
070100* 6000-FIND-ENTRY -- LOCATE THE REGISTER ENTRY FOR WS-LK-PGM-ID.  K6STWD.1
070200*================================================================ K6STWD.1
070300 6000-FIND-ENTRY.                                                 K6STWD.1
070400     MOVE "N" TO WS-FOUND-SW.                                     K6STWD.1
070500     IF WS-ENTRY-COUNT = ZERO                                     K6STWD.1
070600         GO TO 6000-EXIT.                                         K6STWD.1
070700     SET REG-IDX TO 1.                                            K6STWD.1
070800 6000-SEARCH.                                                     K6STWD.1
070900     SEARCH REG-ENTRY                                             K6STWD.1
071000         AT END GO TO 6000-EXIT                                   K6STWD.1
071100         WHEN REG-IDX > WS-ENTRY-COUNT                            K6STWD.1
071200             GO TO 6000-EXIT                                      K6STWD.1
071300         WHEN REG-PGM-ID (REG-IDX) = WS-LK-PGM-ID                 K6STWD.1
071400             SET WS-ENTRY-FOUND TO TRUE.                          K6STWD.1
071500 6000-EXIT.                                                       K6STWD.1
071600     EXIT.                                                        K6STWD.1
071700*================================================================ K6STWD.1
071800* 6500-CHECK-ACTIVE -- IS WS-LK-USER-ID STILL ON THE AUTHORITY    K6STWD.1
071900* FILE?  WITHOUT THE FILE A NAMED USER IS TAKEN AS ACTIVE.        K6STWD.1
072000*================================================================ K6STWD.1
072100 6500-CHECK-ACTIVE.                                               K6STWD.1
072200     MOVE "N" TO WS-ACTIVE-SW.                                    K6STWD.1
072300     IF WS-LK-USER-ID = SPACE                                     K6STWD.1
072400         GO TO 6500-EXIT.                                         K6STWD.1
072500     IF NOT WS-AUTH-PRESENT                                       K6STWD.1
072600         SET WS-STEWARD-ACTIVE TO TRUE                            K6STWD.1
072700         GO TO 6500-EXIT.                                         K6STWD.1
072800     MOVE ZERO TO WS-AUTH-SUB.                                    K6STWD.1
072900 6500-SCAN.                                                       K6STWD.1
073000     ADD 1 TO WS-AUTH-SUB.                                        K6STWD.1
073100     IF WS-AUTH-SUB > WS-AUTH-COUNT                               K6STWD.1
073200         GO TO 6500-EXIT.                                         K6STWD.1
073300     IF AUTH-USER (WS-AUTH-SUB) = WS-LK-USER-ID                   K6STWD.1
073400         SET WS-STEWARD-ACTIVE TO TRUE                            K6STWD.1
073500         GO TO 6500-EXIT.                                         K6STWD.1
073600     GO TO 6500-SCAN.                                             K6STWD.1
073700 6500-EXIT.                                                       K6STWD.1
073800     EXIT.                                                        K6STWD.1
073900*================================================================ K6STWD.1
074000* 6800-FIND-CATALOG -- IS THE CURRENT REGISTER ENTRY'S PROGRAM    K6STWD.1
074100* STILL IN THE SUITE CATALOG?                                     K6STWD.1
074200*================================================================ K6STWD.1
074300 6800-FIND-CATALOG.                                               K6STWD.1
074400     MOVE "N" TO WS-FOUND-SW.                                     K6STWD.1
074500     MOVE ZERO TO WS-CAT-SUB.                                     K6STWD.1
074600 6800-SCAN.                                                       K6STWD.1
074700     ADD 1 TO WS-CAT-SUB.                                         K6STWD.1
074800     IF WS-CAT-SUB > WS-CAT-COUNT                                 K6STWD.1
074900         GO TO 6800-EXIT.                                         K6STWD.1
075000     IF CAT-PGM (WS-CAT-SUB) = REG-PGM-ID (REG-IDX)               K6STWD.1
075100         SET WS-ENTRY-FOUND TO TRUE                               K6STWD.1
075200         GO TO 6800-EXIT.                                         K6STWD.1
075300     GO TO 6800-SCAN.                                             K6STWD.1
075400 6800-EXIT.                                                       K6STWD.1
075500     EXIT.                                                        K6STWD.1
075600*================================================================ K6STWD.1
075700* 8000-PRINT-SUMMARY -- RUN TOTALS AND THE RETURN CODE.           K6STWD.1
075800*================================================================ K6STWD.1
075900 8000-PRINT-SUMMARY.                                              K6STWD.1
076000     MOVE WS-CAT-COUNT      TO SUM-CATALOG.                       K6STWD.1
076100     MOVE WS-NEW-ENTRIES    TO SUM-NEW.                           K6STWD.1
076200     MOVE WS-ATTESTED       TO SUM-ATTESTED.                      K6STWD.1
076300     MOVE WS-REFUSED        TO SUM-REFUSED.                       K6STWD.1
076400     WRITE SW-PRINT-REC FROM SUM-LINE-1                           K6STWD.1
076500         AFTER ADVANCING 2 LINES.                                 K6STWD.1
076600     MOVE WS-NO-STEWARD     TO SUM-NO-STEWARD.                    K6STWD.1
076700     MOVE WS-STALE-STEWARDS TO SUM-STALE.                         K6STWD.1
076800     MOVE WS-OVERDUE        TO SUM-OVERDUE.                       K6STWD.1
076900     MOVE WS-NOT-CATALOGED  TO SUM-NOT-CAT.                       K6STWD.1
077000     WRITE SW-PRINT-REC FROM SUM-LINE-2                           K6STWD.1
077100         AFTER ADVANCING 1 LINES.                                 K6STWD.1
077200     IF WS-VERDICT-RC < 4                                         K6STWD.1
077300             AND (WS-NO-STEWARD > ZERO                            K6STWD.1
077400               OR WS-STALE-STEWARDS > ZERO                        K6STWD.1
077500               OR WS-OVERDUE > ZERO                               K6STWD.1
077600               OR WS-NOT-CATALOGED > ZERO)                        K6STWD.1
077700         MOVE 4 TO WS-VERDICT-RC.                                 K6STWD.1
077800 8000-EXIT.                                                       K6STWD.1
077900     EXIT.                                                        K6STWD.1
078000*================================================================ K6STWD.1
078100* 9999-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.          K6STWD.1
078200*================================================================ K6STWD.1
078300 9999-TERMINATE.                                                  K6STWD.1
078400     IF WS-REG-OPENED                                             K6STWD.1
078500         CLOSE STWD-REGISTER.                                     K6STWD.1
078600     CLOSE NEW-REGISTER STWD-EXCEPT STWD-RPT.                     K6STWD.1
078700     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6STWD.1
078800 9999-EXIT.                                                       K6STWD.1
078900     EXIT.                                                        K6STWD.1
