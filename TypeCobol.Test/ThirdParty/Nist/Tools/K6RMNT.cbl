000100 IDENTIFICATION DIVISION.                                         K6RMNT.1
000200 PROGRAM-ID.                                                      K6RMNT.1
000300     K6RMNT.                                                      K6RMNT.1
000400*================================================================ K6RMNT.1
000500* K6RMNT -- ONLINE MAINTENANCE OF THE WAIVER AND SUPPRESSION      K6RMNT.1
000600* REGISTERS.                                                      K6RMNT.1
000700*================================================================ K6RMNT.1
000800* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RMNT.1
000900* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RMNT.1
001000* DATE-WRITTEN. OCTOBER 2026.                                     K6RMNT.1
001100* DATE-COMPILED.                                                  K6RMNT.1
001200*                                                                 K6RMNT.1
001300* REMARKS.                                                        K6RMNT.1
001400*    WVRREG AND SUPRREG WERE MAINTAINED BY EDITING CARD IMAGES,   K6RMNT.1
001500*    AND NOTHING LOOKED AT A CARD UNTIL A TEST PROGRAM LOADED     K6RMNT.1
001600*    IT -- A WAIVER EXPIRING 20261399 OR A SUPPRESSION KEYED TO A K6RMNT.1
001700*    MISSPELLED PAR-NAME WAS SIMPLY NEVER MATCHED.  THIS PROGRAM  K6RMNT.1
001800*    ADDS, CHANGES, EXTENDS AND RETIRES ENTRIES IN EITHER         K6RMNT.1
001900*    REGISTER THROUGH AN ACCEPT/DISPLAY MENU IN THE STYLE OF      K6RMNT.1
002000*    K6INQR, CHECKING EACH FIELD AS IT IS KEYED:                  K6RMNT.1
002100*      - THE USER MUST HOLD THE REGISTER'S K6AUTH FUNCTION        K6RMNT.1
002200*        ("WVRUPD" OR "SUPRUPD") BEFORE ANY FIELD IS ASKED FOR;   K6RMNT.1
002300*      - PROGRAM-ID AND PAR-NAME MUST BE AN OPEN MAPPING IN THE   K6RMNT.1
002400*        K6TCID TEST-CASE REGISTRY (TCIDMST);                     K6RMNT.1
002500*      - THE REASON CODE MUST BE ONE OF THE K6CNOTE CODES;        K6RMNT.1
002600*      - AN EXPIRY DATE MUST BE A CALENDAR DATE AFTER TODAY AND   K6RMNT.1
002700*        A BUSINESS DAY ON THE PROCESSING CALENDAR (K6CALD); AN   K6RMNT.1
002800*        EXTENSION MUST ALSO BE LATER THAN THE CURRENT EXPIRY.    K6RMNT.1
002900*                                                                 K6RMNT.1
003000*    THE TEST PROGRAMS LOAD AT MOST 20 UNEXPIRED ENTRIES PER      K6RMNT.1
003100*    PROGRAM (K6WVRG.CPY, K6SUPR.CPY) AND QUIETLY IGNORE THE      K6RMNT.1
003200*    REST.  ONCE A PROGRAM-ID IS KEYED THE SCREEN SHOWS HOW MANY  K6RMNT.1
003300*    ENTRIES IT HAS IN FORCE, PENDING ADDITIONS INCLUDED, WARNS   K6RMNT.1
003400*    FROM 17 ON, AND REFUSES AN ADDITION AT 20.                   K6RMNT.1
003500*                                                                 K6RMNT.1
003600*    NOTHING IS WRITTEN TO THE REGISTERS HERE.  A CHANGE THAT     K6RMNT.1
003700*    PASSES EVERY CHECK IS ENTERED ON THE K6APRQ PENDING-CHANGE   K6RMNT.1
003800*    QUEUE (APRQUE, K6APQR.CPY) EXACTLY AS A SUBMIT CARD WOULD    K6RMNT.1
003900*    ENTER IT -- ADD, REPLACE OR DELETE, WITH THE TERMINAL USER   K6RMNT.1
004000*    FROM THE JOB-IDENTITY CARD AS MAKER -- AND THE ENTERED       K6RMNT.1
004100*    EVENT IS APPENDED TO THE REGISTERS' UPDATE JOURNAL, THE      K6RMNT.1
004200*    K6APRQ DECISION LOG (APRQLOG).  A SECOND AUTHORIZED USER     K6RMNT.1
004300*    STILL APPROVES IT THROUGH K6APRQ, WHICH APPLIES IT.  A KEY   K6RMNT.1
004400*    WITH A CHANGE ALREADY PENDING IS NOT OFFERED AGAIN.          K6RMNT.1
004500*                                                                 K6RMNT.1
004600*    INPUTS:                                                      K6RMNT.1
004700*      JOBIDENT  JOB-IDENTITY CARD (THE TERMINAL USER)            K6RMNT.1
004800*      TCIDMST   K6TCID TEST-CASE REGISTRY                        K6RMNT.1
004900*      WVRREG    WAIVER REGISTER (OPTIONAL)                       K6RMNT.1
005000*      SUPRREG   SUPPRESSION REGISTER (OPTIONAL)                  K6RMNT.1
005100*      APRQUE    PENDING-CHANGE QUEUE (OPTIONAL, ALSO UPDATED)    K6RMNT.1
005200*    OUTPUTS:                                                     K6RMNT.1
005300*      APRQUE    PENDING-CHANGE QUEUE, CHANGES ADDED              K6RMNT.1
005400*      APRQLOG   DECISION LOG (APPENDED)                          K6RMNT.1
005500*                                                                 K6RMNT.1
005600* RETURN CODES.                                                   K6RMNT.1
005700*     0  SESSION ENDED BY THE USER.                               K6RMNT.1
005800*    16  TCIDMST NOT AVAILABLE -- NO PAR-NAME CAN BE CHECKED.     K6RMNT.1
005900*                                                                 K6RMNT.1
006000* MODIFICATION HISTORY.                                           K6RMNT.1
006100*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RMNT.1
006200*================================================================ K6RMNT.1
006300                                                                  K6RMNT.1
006400 ENVIRONMENT DIVISION.                                            K6RMNT.1
006500 CONFIGURATION SECTION.                                           K6RMNT.1
006600 SOURCE-COMPUTER.                                                 K6RMNT.1
006700     OUR-MAINFRAME.                                               K6RMNT.1
006800 OBJECT-COMPUTER.                                                 K6RMNT.1
006900     OUR-MAINFRAME.                                               K6RMNT.1
007000 INPUT-OUTPUT SECTION.                                            K6RMNT.1
007100 FILE-CONTROL.                                                    K6RMNT.1
007200     SELECT OPTIONAL JOB-IDENT ASSIGN TO JOBIDENT                 K6RMNT.1
007300         ORGANIZATION IS SEQUENTIAL                               K6RMNT.1
007400         FILE STATUS IS WS-JOBIDENT-STATUS.                       K6RMNT.1
007500     SELECT OPTIONAL TCID-MASTER ASSIGN TO TCIDMST                K6RMNT.1
007600         ORGANIZATION IS SEQUENTIAL                               K6RMNT.1
007700         FILE STATUS IS WS-TCID-STATUS.                           K6RMNT.1
007800     SELECT OPTIONAL WAIVER-REGISTER ASSIGN TO WVRREG             K6RMNT.1
007900         ORGANIZATION IS SEQUENTIAL                               K6RMNT.1
008000         FILE STATUS IS WS-WVR-STATUS.                            K6RMNT.1
008100     SELECT OPTIONAL SUPPRESS-REGISTER ASSIGN TO SUPRREG          K6RMNT.1
008200         ORGANIZATION IS SEQUENTIAL                               K6RMNT.1
008300         FILE STATUS IS WS-SUPR-STATUS.                           K6RMNT.1
008400     SELECT OPTIONAL APRQ-QUEUE ASSIGN TO APRQUE                  K6RMNT.1
008500         ORGANIZATION IS SEQUENTIAL                               K6RMNT.1
008600         FILE STATUS IS WS-QUE-STATUS.                            K6RMNT.1
008700     SELECT OPTIONAL APRQ-LOG ASSIGN TO APRQLOG                   K6RMNT.1
008800         ORGANIZATION IS SEQUENTIAL                               K6RMNT.1
008900         FILE STATUS IS WS-LOG-STATUS.                            K6RMNT.1
009000                                                                  K6RMNT.1
009100 DATA DIVISION.                                                   K6RMNT.1
009200 FILE SECTION.                                                    K6RMNT.1
009300 FD  JOB-IDENT                                                    K6RMNT.1
009400     LABEL RECORDS ARE STANDARD.                                  K6RMNT.1
009500* JOB-IDENTITY CARD AS K6AUTH READS IT.                           K6RMNT.1
009600 01  JI-IDENT-REC.                                                K6RMNT.1
009700     05  JI-JOB-NAME          PIC X(8).                           K6RMNT.1
009800     05  FILLER               PIC X(1).                           K6RMNT.1
009900     05  JI-STEP-NAME         PIC X(8).                           K6RMNT.1
010000     05  FILLER               PIC X(1).                           K6RMNT.1
010100     05  JI-USER-ID           PIC X(8).                           K6RMNT.1
010200     05  FILLER               PIC X(54).                          K6RMNT.1
010300 FD  TCID-MASTER                                                  K6RMNT.1
010400     LABEL RECORDS ARE STANDARD.                                  K6RMNT.1
010500* REGISTRY MAPPING RECORD AS K6TCID WRITES IT.                    K6RMNT.1
010600 01  TM-REC.                                                      K6RMNT.1
010700     05  TM-TYPE              PIC X(1).                           K6RMNT.1
010800     05  TM-ID                PIC 9(7).                           K6RMNT.1
010900     05  FILLER               PIC X(1).                           K6RMNT.1
011000     05  TM-PGM-ID            PIC X(6).                           K6RMNT.1
011100     05  FILLER               PIC X(1).                           K6RMNT.1
011200     05  TM-PAR-NAME          PIC X(22).                          K6RMNT.1
011300     05  FILLER               PIC X(1).                           K6RMNT.1
011400     05  TM-EFF-FROM          PIC 9(8).                           K6RMNT.1
011500     05  FILLER               PIC X(1).                           K6RMNT.1
011600     05  TM-EFF-TO            PIC 9(8).                           K6RMNT.1
011700     05  FILLER               PIC X(24).                          K6RMNT.1
011800 FD  WAIVER-REGISTER                                              K6RMNT.1
011900     LABEL RECORDS ARE STANDARD.                                  K6RMNT.1
012000 01  WV-REGISTER-REC          PIC X(80).                          K6RMNT.1
012100 FD  SUPPRESS-REGISTER                                            K6RMNT.1
012200     LABEL RECORDS ARE STANDARD.                                  K6RMNT.1
012300 01  SR-REGISTER-REC          PIC X(80).                          K6RMNT.1
012400 FD  APRQ-QUEUE                                                   K6RMNT.1
012500     LABEL RECORDS ARE STANDARD.                                  K6RMNT.1
012600 01  OQ-QUEUE-REC             PIC X(200).                         K6RMNT.1
012700 FD  APRQ-LOG                                                     K6RMNT.1
012800     LABEL RECORDS ARE STANDARD.                                  K6RMNT.1
012900 01  LG-QUEUE-REC             PIC X(200).                         K6RMNT.1
013000                                                                  K6RMNT.1
013100 WORKING-STORAGE SECTION.                                         K6RMNT.1
013200* CATALOGUED-MESSAGE HANDSHAKE -- SEE K6MSGE AND K6MSGC.CPY.      K6RMNT.1
013300 01  MSGE-PARM.                                                   K6RMNT.1
013400     05  MSGE-ID              PIC X(8)   VALUE SPACE.             K6RMNT.1
013500     05  MSGE-SUB             PIC X(20)  VALUE SPACE.             K6RMNT.1
013600* ----------------------------------------------------------      K6RMNT.1
013700* SWITCHES, COUNTERS AND OPERATOR REPLY AREAS.                    K6RMNT.1
013800* ----------------------------------------------------------      K6RMNT.1
013900 77  WS-JOBIDENT-STATUS       PIC X(2)   VALUE SPACE.             K6RMNT.1
014000 77  WS-TCID-STATUS           PIC X(2)   VALUE SPACE.             K6RMNT.1
014100 77  WS-WVR-STATUS            PIC X(2)   VALUE SPACE.             K6RMNT.1
014200 77  WS-SUPR-STATUS           PIC X(2)   VALUE SPACE.             K6RMNT.1
014300 77  WS-QUE-STATUS            PIC X(2)   VALUE SPACE.             K6RMNT.1
014400 77  WS-LOG-STATUS            PIC X(2)   VALUE SPACE.             K6RMNT.1
014500 77  WS-TCID-LOADED-SW        PIC X      VALUE "N".               K6RMNT.1
014600     88  WS-TCID-LOADED                  VALUE "Y".               K6RMNT.1
014700 77  WS-ABANDON-SW            PIC X      VALUE "N".               K6RMNT.1
014800     88  WS-ABANDONED                    VALUE "Y".               K6RMNT.1
014900 77  WS-KEEP-SW               PIC X      VALUE "N".               K6RMNT.1
015000     88  WS-KEEP-ALLOWED                 VALUE "Y".               K6RMNT.1
015100 77  WS-FOUND-SW              PIC X      VALUE "N".               K6RMNT.1
015200     88  WS-ENTRY-FOUND                  VALUE "Y".               K6RMNT.1
015300 77  WS-PENDING-SW            PIC X      VALUE "N".               K6RMNT.1
015400     88  WS-KEY-PENDING                  VALUE "Y".               K6RMNT.1
015500 77  WS-QUE-CONTROL-SW        PIC X      VALUE "N".               K6RMNT.1
015600     88  WS-QUE-HAS-CONTROL              VALUE "Y".               K6RMNT.1
015700 77  WS-DATE-OK-SW            PIC X      VALUE "N".               K6RMNT.1
015800     88  WS-DATE-OK                      VALUE "Y".               K6RMNT.1
015900 77  WS-LEAP-SW               PIC X      VALUE "N".               K6RMNT.1
016000 77  WS-MENU-CHOICE           PIC X      VALUE SPACE.             K6RMNT.1
016100 77  WS-ACTION                PIC X      VALUE SPACE.             K6RMNT.1
016200 77  WS-REPLY                 PIC X      VALUE SPACE.             K6RMNT.1
016300 77  WS-USER-ID               PIC X(8)   VALUE "UNKNOWN ".        K6RMNT.1
016400 77  WS-LK-REGISTER           PIC X(8)   VALUE SPACE.             K6RMNT.1
016500     88  WS-WAIVERS                      VALUE "WVRREG  ".        K6RMNT.1
016600 77  WS-LK-OPERATION          PIC X(7)   VALUE SPACE.             K6RMNT.1
016700 77  WS-SEL-PGM-ID            PIC X(6)   VALUE SPACE.             K6RMNT.1
016800 77  WS-SEL-PAR-NAME          PIC X(22)  VALUE SPACE.             K6RMNT.1
016900 77  WS-SEL-REASON            PIC X(4)   VALUE SPACE.             K6RMNT.1
017000 77  WS-SEL-TICKET            PIC X(8)   VALUE SPACE.             K6RMNT.1
017100 77  WS-SEL-DATE              PIC X(8)   VALUE SPACE.             K6RMNT.1
017200 77  WS-SEL-COUNT             PIC X(3)   VALUE SPACE.             K6RMNT.1
017300 77  WS-CURRENT-EXPIRY        PIC 9(8)   VALUE ZERO.              K6RMNT.1
017400 77  WS-CARD-EXPIRY           PIC X(8)   VALUE SPACE.             K6RMNT.1
017500 77  WS-TCID-COUNT            PIC 9(4)   COMP VALUE ZERO.         K6RMNT.1
017600 77  WS-QUE-RECORDS           PIC 9(5)   COMP VALUE ZERO.         K6RMNT.1
017700 77  WS-LAST-NO               PIC 9(6)   VALUE ZERO.              K6RMNT.1
017800 77  WS-PENDING-NO            PIC 9(6)   VALUE ZERO.              K6RMNT.1
017900 77  WS-BUS-DAYS              PIC S9(5)  VALUE ZERO.              K6RMNT.1
018000 77  WS-REM                   PIC 9(4)   VALUE ZERO.              K6RMNT.1
018100 77  WS-QUOT                  PIC 9(4)   VALUE ZERO.              K6RMNT.1
018200* ENTRIES A PROGRAM HAS IN FORCE -- UNEXPIRED REGISTER ENTRIES    K6RMNT.1
018300* PLUS ADDITIONS PENDING ON THE QUEUE -- AGAINST THE 20-ENTRY     K6RMNT.1
018400* TABLES OF K6WVRG.CPY AND K6SUPR.CPY.                            K6RMNT.1
018500 77  WS-IN-FORCE              PIC 9(3)   COMP VALUE ZERO.         K6RMNT.1
018600 77  WS-TABLE-LIMIT           PIC 9(3)   COMP VALUE 20.           K6RMNT.1
018700 77  WS-WARN-AT               PIC 9(3)   COMP VALUE 17.           K6RMNT.1
018800* CENTRAL AUTHORITY-CHECK HANDSHAKE -- SEE K6AUTH.                K6RMNT.1
018900 77  AU-FUNCTION              PIC X(8)   VALUE SPACE.             K6RMNT.1
019000 77  AU-REPLY                 PIC X(1)   VALUE "N".               K6RMNT.1
019100 01  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6RMNT.1
019200* HANDSHAKE AREA FOR THE K6CALD BUSINESS-DAY SERVICE.             K6RMNT.1
019300 01  CALD-PARM.                                                   K6RMNT.1
019400     05  CALD-FROM            PIC 9(8)   VALUE ZERO.              K6RMNT.1
019500     05  CALD-TO              PIC 9(8)   VALUE ZERO.              K6RMNT.1
019600     05  CALD-BUS-DAYS        PIC S9(5)  VALUE ZERO.              K6RMNT.1
019700     05  CALD-STATUS          PIC X(1)   VALUE SPACE.             K6RMNT.1
019800* ----------------------------------------------------------      K6RMNT.1
019900* DATE BEING CHECKED AND THE DAY BEFORE IT.                       K6RMNT.1
020000* ----------------------------------------------------------      K6RMNT.1
020100 01  WS-DATE-N                PIC 9(8)   VALUE ZERO.              K6RMNT.1
020200 01  WS-DATE-N-R REDEFINES WS-DATE-N.                             K6RMNT.1
020300     05  WS-DT-YYYY           PIC 9(4).                           K6RMNT.1
020400     05  WS-DT-MM             PIC 99.                             K6RMNT.1
020500     05  WS-DT-DD             PIC 99.                             K6RMNT.1
020600 01  WS-PRIOR-N               PIC 9(8)   VALUE ZERO.              K6RMNT.1
020700 01  WS-PRIOR-N-R REDEFINES WS-PRIOR-N.                           K6RMNT.1
020800     05  WS-PR-YYYY           PIC 9(4).                           K6RMNT.1
020900     05  WS-PR-MM             PIC 99.                             K6RMNT.1
021000     05  WS-PR-DD             PIC 99.                             K6RMNT.1
021100 01  WS-MONTH-DAYS-TABLE      PIC X(24)  VALUE                    K6RMNT.1
021200     "312831303130313130313031".                                  K6RMNT.1
021300 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.               K6RMNT.1
021400     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.                    K6RMNT.1
021500* ----------------------------------------------------------      K6RMNT.1
021600* THE K6CNOTE REASON CODES.                                       K6RMNT.1
021700* ----------------------------------------------------------      K6RMNT.1
021800     COPY K6CNOTE.                                                K6RMNT.1
021900* ----------------------------------------------------------      K6RMNT.1
022000* THE QUEUE RECORD BEING READ OR ENTERED.                         K6RMNT.1
022100* ----------------------------------------------------------      K6RMNT.1
022200     COPY K6APQR.                                                 K6RMNT.1
022300* ----------------------------------------------------------      K6RMNT.1
022400* THE CHANGE CARD AND ITS TWO REGISTER VIEWS.  THE REGISTER       K6RMNT.1
022500* SCAN READS INTO IT TOO, BEFORE A CHANGE IS BUILT.               K6RMNT.1
022600* ----------------------------------------------------------      K6RMNT.1
022700 01  WS-CHANGE-CARD           PIC X(80)  VALUE SPACE.             K6RMNT.1
022800* WAIVER-REGISTER CARD.                                           K6RMNT.1
022900 01  WS-WAIVER-CARD REDEFINES WS-CHANGE-CARD.                     K6RMNT.1
023000     05  WW-PGM-ID            PIC X(6).                           K6RMNT.1
023100     05  FILLER               PIC X(1).                           K6RMNT.1
023200     05  WW-PAR-NAME          PIC X(22).                          K6RMNT.1
023300     05  FILLER               PIC X(1).                           K6RMNT.1
023400     05  WW-REASON-CODE       PIC X(4).                           K6RMNT.1
023500     05  FILLER               PIC X(1).                           K6RMNT.1
023600     05  WW-APPROVER          PIC X(8).                           K6RMNT.1
023700     05  FILLER               PIC X(1).                           K6RMNT.1
023800     05  WW-TICKET            PIC X(8).                           K6RMNT.1
023900     05  FILLER               PIC X(1).                           K6RMNT.1
024000     05  WW-EXPIRY-DATE       PIC X(8).                           K6RMNT.1
024100     05  FILLER               PIC X(19).                          K6RMNT.1
024200* SUPPRESSION-REGISTER CARD.                                      K6RMNT.1
024300 01  WS-SUPPR-CARD REDEFINES WS-CHANGE-CARD.                      K6RMNT.1
024400     05  WU-PGM-ID            PIC X(6).                           K6RMNT.1
024500     05  FILLER               PIC X(1).                           K6RMNT.1
024600     05  WU-PAR-NAME          PIC X(22).                          K6RMNT.1
024700     05  FILLER               PIC X(1).                           K6RMNT.1
024800     05  WU-REASON-CODE       PIC X(4).                           K6RMNT.1
024900     05  FILLER               PIC X(1).                           K6RMNT.1
025000     05  WU-EXPIRY-DATE       PIC X(8).                           K6RMNT.1
025100     05  FILLER               PIC X(1).                           K6RMNT.1
025200     05  WU-FAIL-COUNT        PIC X(3).                           K6RMNT.1
025300     05  FILLER               PIC X(33).                          K6RMNT.1
025400* THE ENTRY AS IT STANDS IN THE REGISTER.                         K6RMNT.1
025500 01  WS-CURRENT-CARD          PIC X(80)  VALUE SPACE.             K6RMNT.1
025600* ----------------------------------------------------------      K6RMNT.1
025700* OPEN K6TCID MAPPINGS, HELD FOR THE SESSION.                     K6RMNT.1
025800* ----------------------------------------------------------      K6RMNT.1
025900 01  TCID-TABLE.                                                  K6RMNT.1
026000     05  TC-ENTRY OCCURS 3000 TIMES                               K6RMNT.1
026100                  INDEXED BY TC-IDX.                              K6RMNT.1
026200         10  TC-PGM-ID        PIC X(6).                           K6RMNT.1
026300         10  TC-PAR-NAME      PIC X(22).                          K6RMNT.1
026400* ----------------------------------------------------------      K6RMNT.1
026500* DISPLAY LINES.                                                  K6RMNT.1
026600* ----------------------------------------------------------      K6RMNT.1
026700 01  RMN-COUNT-LINE.                                              K6RMNT.1
026800     05  FILLER               PIC X(8)  VALUE "PROGRAM ".         K6RMNT.1
026900     05  RMN-CNT-PGM-ID       PIC X(6).                           K6RMNT.1
027000     05  FILLER               PIC X(5)  VALUE " HAS ".            K6RMNT.1
027100     05  RMN-CNT-IN-FORCE     PIC ZZ9.                            K6RMNT.1
027200     05  FILLER               PIC X(25) VALUE                     K6RMNT.1
027300         " OF 20 ENTRIES IN FORCE, ".                             K6RMNT.1
027400     05  FILLER               PIC X(26) VALUE                     K6RMNT.1
027500         "PENDING ADDITIONS COUNTED.".                            K6RMNT.1
027600 01  RMN-PENDING-LINE.                                            K6RMNT.1
027700     05  FILLER               PIC X(45) VALUE                     K6RMNT.1
027800         "A CHANGE TO THIS ENTRY IS ALREADY PENDING AS ".         K6RMNT.1
027900     05  FILLER               PIC X(13) VALUE "QUEUE NUMBER ".    K6RMNT.1
028000     05  RMN-PND-NO           PIC 9(6).                           K6RMNT.1
028100 01  RMN-QUEUED-LINE.                                             K6RMNT.1
028200     05  FILLER               PIC X(40) VALUE                     K6RMNT.1
028300         "ENTERED ON THE APPROVAL QUEUE AS NUMBER ".              K6RMNT.1
028400     05  RMN-QUE-NO           PIC 9(6).                           K6RMNT.1
028500 01  RMN-CODE-LINE.                                               K6RMNT.1
028600     05  FILLER               PIC X(2)  VALUE SPACE.              K6RMNT.1
028700     05  RMN-CODE             PIC X(4).                           K6RMNT.1
028800     05  FILLER               PIC X(2)  VALUE SPACE.              K6RMNT.1
028900     05  RMN-DESCRIPTION      PIC X(30).                          K6RMNT.1
029000                                                                  K6RMNT.1
029100 PROCEDURE DIVISION.                                              K6RMNT.1
029200*================================================================ K6RMNT.1
029300* 0000-MAINLINE -- REGISTER MENU LOOP UNTIL THE USER SIGNS OFF.   K6RMNT.1
029400* WITHOUT THE K6TCID REGISTRY NO PAR-NAME CAN BE CHECKED, SO      K6RMNT.1
029500* NOTHING MAY BE MAINTAINED.                                      K6RMNT.1
029600*================================================================ K6RMNT.1
029700 0000-MAINLINE.                                                   K6RMNT.1
029800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6RMNT.1
029900     IF NOT WS-TCID-LOADED                                        K6RMNT.1
030000         DISPLAY "K6TCID REGISTRY (TCIDMST) NOT AVAILABLE."       K6RMNT.1
030100         DISPLAY "PAR-NAMES CANNOT BE CHECKED - NO MAINTENANCE."  K6RMNT.1
030200         MOVE 16 TO RETURN-CODE                                   K6RMNT.1
030300         STOP RUN.                                                K6RMNT.1
030400 0000-MENU.                                                       K6RMNT.1
030500     DISPLAY " ".                                                 K6RMNT.1
030600     DISPLAY "K6RMNT WAIVER AND SUPPRESSION REGISTER MAINTENANCE".K6RMNT.1
030700     DISPLAY "  1 = WAIVER REGISTER (WVRREG)".                    K6RMNT.1
030800     DISPLAY "  2 = SUPPRESSION REGISTER (SUPRREG)".              K6RMNT.1
030900     DISPLAY "  X = END MAINTENANCE".                             K6RMNT.1
031000     DISPLAY "ENTER CHOICE:".                                     K6RMNT.1
031100     ACCEPT WS-MENU-CHOICE.                                       K6RMNT.1
031200     IF WS-MENU-CHOICE = "1"                                      K6RMNT.1
031300         MOVE "WVRREG  " TO WS-LK-REGISTER                        K6RMNT.1
031400         PERFORM 2000-REGISTER-SESSION THRU 2000-EXIT             K6RMNT.1
031500         GO TO 0000-MENU.                                         K6RMNT.1
031600     IF WS-MENU-CHOICE = "2"                                      K6RMNT.1
031700         MOVE "SUPRREG " TO WS-LK-REGISTER                        K6RMNT.1
031800         PERFORM 2000-REGISTER-SESSION THRU 2000-EXIT             K6RMNT.1
031900         GO TO 0000-MENU.                                         K6RMNT.1
032000     IF WS-MENU-CHOICE = "X" OR "x"                               K6RMNT.1
032100         GO TO 0000-SIGNOFF.                                      K6RMNT.1
032200     DISPLAY "UNRECOGNIZED CHOICE, PLEASE RE-ENTER.".             K6RMNT.1
032300     GO TO 0000-MENU.                                             K6RMNT.1
032400 0000-SIGNOFF.                                                    K6RMNT.1
032500     STOP RUN.                                                    K6RMNT.1
032600*================================================================ K6RMNT.1
032700* 1000-INITIALIZE -- TODAY'S DATE, THE TERMINAL USER FROM THE     K6RMNT.1
032800* JOB-IDENTITY CARD (A MISSING CARD LEAVES "UNKNOWN", WHICH       K6RMNT.1
032900* K6AUTH DENIES) AND THE REGISTRY'S OPEN MAPPINGS.                K6RMNT.1
033000*================================================================ K6RMNT.1
033100 1000-INITIALIZE.                                                 K6RMNT.1
033200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6RMNT.1
033300     OPEN INPUT JOB-IDENT.                                        K6RMNT.1
033400     IF WS-JOBIDENT-STATUS NOT = "00"                             K6RMNT.1
033500             AND WS-JOBIDENT-STATUS NOT = "05"                    K6RMNT.1
033600         GO TO 1000-REGISTRY.                                     K6RMNT.1
033700     READ JOB-IDENT                                               K6RMNT.1
033800         AT END GO TO 1000-IDENT-DONE.                            K6RMNT.1
033900     IF JI-USER-ID NOT = SPACE                                    K6RMNT.1
034000         MOVE JI-USER-ID TO WS-USER-ID.                           K6RMNT.1
034100 1000-IDENT-DONE.                                                 K6RMNT.1
034200     CLOSE JOB-IDENT.                                             K6RMNT.1
034300 1000-REGISTRY.                                                   K6RMNT.1
034400     PERFORM 1200-LOAD-TCID THRU 1200-EXIT.                       K6RMNT.1
034500 1000-EXIT.                                                       K6RMNT.1
034600     EXIT.                                                        K6RMNT.1
034700*================================================================ K6RMNT.1
034800* 1200-LOAD-TCID -- EVERY OPEN MAPPING (EFF-TO 99999999) OF THE   K6RMNT.1
034900* REGISTRY.  A RETIRED PAR-NAME IS NOT A VALID KEY.               K6RMNT.1
035000*================================================================ K6RMNT.1
035100 1200-LOAD-TCID.                                                  K6RMNT.1
035200     OPEN INPUT TCID-MASTER.                                      K6RMNT.1
035300     IF WS-TCID-STATUS = "05"                                     K6RMNT.1
035400         CLOSE TCID-MASTER                                        K6RMNT.1
035500         GO TO 1200-EXIT.                                         K6RMNT.1
035600     IF WS-TCID-STATUS NOT = "00"                                 K6RMNT.1
035700         GO TO 1200-EXIT.                                         K6RMNT.1
035800     SET WS-TCID-LOADED TO TRUE.                                  K6RMNT.1
035900 1200-READ.                                                       K6RMNT.1
036000     READ TCID-MASTER                                             K6RMNT.1
036100         AT END GO TO 1200-CLOSE.                                 K6RMNT.1
036200     IF TM-TYPE NOT = "M" OR TM-EFF-TO NOT = 99999999             K6RMNT.1
036300         GO TO 1200-READ.                                         K6RMNT.1
036400     IF WS-TCID-COUNT NOT LESS THAN 3000                          K6RMNT.1
036500         DISPLAY "TCID TABLE FULL AT 3000 MAPPINGS - LATER "      K6RMNT.1
036600                 "PAR-NAMES WILL BE REFUSED."                     K6RMNT.1
036700         GO TO 1200-CLOSE.                                        K6RMNT.1
036800     ADD 1 TO WS-TCID-COUNT.                                      K6RMNT.1
036900     MOVE TM-PGM-ID   TO TC-PGM-ID (WS-TCID-COUNT).               K6RMNT.1
037000     MOVE TM-PAR-NAME TO TC-PAR-NAME (WS-TCID-COUNT).             K6RMNT.1
037100     GO TO 1200-READ.                                             K6RMNT.1
037200 1200-CLOSE.                                                      K6RMNT.1
037300     CLOSE TCID-MASTER.                                           K6RMNT.1
037400 1200-EXIT.                                                       K6RMNT.1
037500     EXIT.                                                        K6RMNT.1
037600*================================================================ K6RMNT.1
037700* 2000-REGISTER-SESSION -- THE USER MUST HOLD THE REGISTER'S      K6RMNT.1
037800* K6AUTH FUNCTION; THEN THE ACTION MENU LOOPS UNTIL THE USER      K6RMNT.1
037900* GOES BACK TO THE REGISTER CHOICE.                               K6RMNT.1
038000*================================================================ K6RMNT.1
038100 2000-REGISTER-SESSION.                                           K6RMNT.1
038200     IF WS-WAIVERS                                                K6RMNT.1
038300         MOVE "WVRUPD  " TO AU-FUNCTION                           K6RMNT.1
038400     ELSE                                                         K6RMNT.1
038500         MOVE "SUPRUPD " TO AU-FUNCTION.                          K6RMNT.1
038600     CALL "K6AUTH" USING AU-FUNCTION AU-REPLY.                    K6RMNT.1
038700     IF AU-REPLY NOT = "Y"                                        K6RMNT.1
038800         MOVE "K6M0001 " TO MSGE-ID                               K6RMNT.1
038900         MOVE AU-FUNCTION TO MSGE-SUB                             K6RMNT.1
039000         CALL "K6MSGE" USING MSGE-PARM                            K6RMNT.1
039100         GO TO 2000-EXIT.                                         K6RMNT.1
039200 2000-MENU.                                                       K6RMNT.1
039300     DISPLAY " ".                                                 K6RMNT.1
039400     DISPLAY "K6RMNT " WS-LK-REGISTER "MAINTENANCE FOR "          K6RMNT.1
039500             WS-USER-ID.                                          K6RMNT.1
039600     DISPLAY "  A = ADD AN ENTRY".                                K6RMNT.1
039700     DISPLAY "  C = CHANGE AN ENTRY".                             K6RMNT.1
039800     DISPLAY "  E = EXTEND AN ENTRY'S EXPIRY DATE".               K6RMNT.1
039900     DISPLAY "  R = RETIRE AN ENTRY".                             K6RMNT.1
040000     DISPLAY "  X = BACK TO THE REGISTER CHOICE".                 K6RMNT.1
040100     DISPLAY "ENTER CHOICE:".                                     K6RMNT.1
040200     ACCEPT WS-ACTION.                                            K6RMNT.1
040300     IF WS-ACTION = "X" OR "x"                                    K6RMNT.1
040400         GO TO 2000-EXIT.                                         K6RMNT.1
040500     MOVE "N" TO WS-ABANDON-SW.                                   K6RMNT.1
040600     IF WS-ACTION = "A"                                           K6RMNT.1
040700         PERFORM 3000-ADD-ENTRY THRU 3000-EXIT                    K6RMNT.1
040800     ELSE IF WS-ACTION = "C"                                      K6RMNT.1
040900         PERFORM 3200-CHANGE-ENTRY THRU 3200-EXIT                 K6RMNT.1
041000     ELSE IF WS-ACTION = "E"                                      K6RMNT.1
041100         PERFORM 3400-EXTEND-ENTRY THRU 3400-EXIT                 K6RMNT.1
041200     ELSE IF WS-ACTION = "R"                                      K6RMNT.1
041300         PERFORM 3600-RETIRE-ENTRY THRU 3600-EXIT                 K6RMNT.1
041400     ELSE                                                         K6RMNT.1
041500         DISPLAY "UNRECOGNIZED CHOICE, PLEASE RE-ENTER.".         K6RMNT.1
041600     GO TO 2000-MENU.                                             K6RMNT.1
041700 2000-EXIT.                                                       K6RMNT.1
041800     EXIT.                                                        K6RMNT.1
041900*================================================================ K6RMNT.1
042000* 3000-ADD-ENTRY -- A NEW ENTRY FOR A PAR-NAME NOT YET IN THE     K6RMNT.1
042100* REGISTER.  REFUSED WHEN THE PROGRAM'S TABLE IS ALREADY FULL.    K6RMNT.1
042200*================================================================ K6RMNT.1
042300 3000-ADD-ENTRY.                                                  K6RMNT.1
042400     MOVE "ADD    " TO WS-LK-OPERATION.                           K6RMNT.1
042500     PERFORM 4000-ASK-PGM-ID THRU 4000-EXIT.                      K6RMNT.1
042600     IF WS-ABANDONED                                              K6RMNT.1
042700         GO TO 3000-EXIT.                                         K6RMNT.1
042800     IF WS-IN-FORCE NOT LESS THAN WS-TABLE-LIMIT                  K6RMNT.1
042900         DISPLAY "TABLE FULL - AN ADDITION WOULD NOT BE LOADED."  K6RMNT.1
043000         DISPLAY "RETIRE AN ENTRY OF THIS PROGRAM FIRST."         K6RMNT.1
043100         GO TO 3000-EXIT.                                         K6RMNT.1
043200     PERFORM 4200-ASK-PAR-NAME THRU 4200-EXIT.                    K6RMNT.1
043300     IF WS-ABANDONED                                              K6RMNT.1
043400         GO TO 3000-EXIT.                                         K6RMNT.1
043500     MOVE SPACE           TO WS-CHANGE-CARD WS-CURRENT-CARD.      K6RMNT.1
043600     MOVE WS-SEL-PGM-ID   TO WW-PGM-ID.                           K6RMNT.1
043700     MOVE WS-SEL-PAR-NAME TO WW-PAR-NAME.                         K6RMNT.1
043800     MOVE ZERO            TO WS-CURRENT-EXPIRY.                   K6RMNT.1
043900     MOVE "N"             TO WS-KEEP-SW.                          K6RMNT.1
044000     PERFORM 4400-ASK-REASON THRU 4400-EXIT.                      K6RMNT.1
044100     IF WS-ABANDONED                                              K6RMNT.1
044200         GO TO 3000-EXIT.                                         K6RMNT.1
044300     IF WS-WAIVERS                                                K6RMNT.1
044400         PERFORM 4700-ASK-TICKET THRU 4700-EXIT                   K6RMNT.1
044500         IF WS-ABANDONED                                          K6RMNT.1
044600             GO TO 3000-EXIT.                                     K6RMNT.1
044700     PERFORM 4600-ASK-EXPIRY THRU 4600-EXIT.                      K6RMNT.1
044800     IF WS-ABANDONED                                              K6RMNT.1
044900         GO TO 3000-EXIT.                                         K6RMNT.1
045000     IF NOT WS-WAIVERS                                            K6RMNT.1
045100         PERFORM 4800-ASK-FAIL-COUNT THRU 4800-EXIT               K6RMNT.1
045200         IF WS-ABANDONED                                          K6RMNT.1
045300             GO TO 3000-EXIT.                                     K6RMNT.1
045400     PERFORM 4900-CONFIRM THRU 4900-EXIT.                         K6RMNT.1
045500 3000-EXIT.                                                       K6RMNT.1
045600     EXIT.                                                        K6RMNT.1
045700*================================================================ K6RMNT.1
045800* 3200-CHANGE-ENTRY -- ANY FIELD OF A REGISTERED ENTRY BUT ITS    K6RMNT.1
045900* KEY.  A BLANK REPLY KEEPS THE FIELD AS IT STANDS.               K6RMNT.1
046000*================================================================ K6RMNT.1
046100 3200-CHANGE-ENTRY.                                               K6RMNT.1
046200     MOVE "REPLACE" TO WS-LK-OPERATION.                           K6RMNT.1
046300     PERFORM 4000-ASK-PGM-ID THRU 4000-EXIT.                      K6RMNT.1
046400     IF WS-ABANDONED                                              K6RMNT.1
046500         GO TO 3200-EXIT.                                         K6RMNT.1
046600     PERFORM 4200-ASK-PAR-NAME THRU 4200-EXIT.                    K6RMNT.1
046700     IF WS-ABANDONED                                              K6RMNT.1
046800         GO TO 3200-EXIT.                                         K6RMNT.1
046900     MOVE WS-CURRENT-CARD TO WS-CHANGE-CARD.                      K6RMNT.1
047000     MOVE "Y"             TO WS-KEEP-SW.                          K6RMNT.1
047100     PERFORM 4400-ASK-REASON THRU 4400-EXIT.                      K6RMNT.1
047200     IF WS-WAIVERS                                                K6RMNT.1
047300         PERFORM 4700-ASK-TICKET THRU 4700-EXIT.                  K6RMNT.1
047400     PERFORM 4600-ASK-EXPIRY THRU 4600-EXIT.                      K6RMNT.1
047500     IF NOT WS-WAIVERS                                            K6RMNT.1
047600         PERFORM 4800-ASK-FAIL-COUNT THRU 4800-EXIT.              K6RMNT.1
047700     IF WS-CHANGE-CARD = WS-CURRENT-CARD                          K6RMNT.1
047800         DISPLAY "NOTHING CHANGED - ENTRY LEFT AS IT STANDS."     K6RMNT.1
047900         GO TO 3200-EXIT.                                         K6RMNT.1
048000     PERFORM 4900-CONFIRM THRU 4900-EXIT.                         K6RMNT.1
048100 3200-EXIT.                                                       K6RMNT.1
048200     EXIT.                                                        K6RMNT.1
048300*================================================================ K6RMNT.1
048400* 3400-EXTEND-ENTRY -- A LATER EXPIRY DATE FOR A REGISTERED       K6RMNT.1
048500* ENTRY; A WAIVER MAY TAKE A NEW TICKET WITH IT.                  K6RMNT.1
048600*================================================================ K6RMNT.1
048700 3400-EXTEND-ENTRY.                                               K6RMNT.1
048800     MOVE "REPLACE" TO WS-LK-OPERATION.                           K6RMNT.1
048900     PERFORM 4000-ASK-PGM-ID THRU 4000-EXIT.                      K6RMNT.1
049000     IF WS-ABANDONED                                              K6RMNT.1
049100         GO TO 3400-EXIT.                                         K6RMNT.1
049200     PERFORM 4200-ASK-PAR-NAME THRU 4200-EXIT.                    K6RMNT.1
049300     IF WS-ABANDONED                                              K6RMNT.1
049400         GO TO 3400-EXIT.                                         K6RMNT.1
049500     MOVE WS-CURRENT-CARD TO WS-CHANGE-CARD.                      K6RMNT.1
049600     MOVE "N"             TO WS-KEEP-SW.                          K6RMNT.1
049700     PERFORM 4600-ASK-EXPIRY THRU 4600-EXIT.                      K6RMNT.1
049800     IF WS-ABANDONED                                              K6RMNT.1
049900         GO TO 3400-EXIT.                                         K6RMNT.1
050000     MOVE "Y" TO WS-KEEP-SW.                                      K6RMNT.1
050100     IF WS-WAIVERS                                                K6RMNT.1
050200         PERFORM 4700-ASK-TICKET THRU 4700-EXIT.                  K6RMNT.1
050300     PERFORM 4900-CONFIRM THRU 4900-EXIT.                         K6RMNT.1
050400 3400-EXIT.                                                       K6RMNT.1
050500     EXIT.                                                        K6RMNT.1
050600*================================================================ K6RMNT.1
050700* 3600-RETIRE-ENTRY -- REMOVE A REGISTERED ENTRY.  A WAIVER       K6RMNT.1
050800* DELETION STILL CARRIES A TICKET, AS K6APRQ REQUIRES.            K6RMNT.1
050900*================================================================ K6RMNT.1
051000 3600-RETIRE-ENTRY.                                               K6RMNT.1
051100     MOVE "DELETE " TO WS-LK-OPERATION.                           K6RMNT.1
051200     PERFORM 4000-ASK-PGM-ID THRU 4000-EXIT.                      K6RMNT.1
051300     IF WS-ABANDONED                                              K6RMNT.1
051400         GO TO 3600-EXIT.                                         K6RMNT.1
051500     PERFORM 4200-ASK-PAR-NAME THRU 4200-EXIT.                    K6RMNT.1
051600     IF WS-ABANDONED                                              K6RMNT.1
051700         GO TO 3600-EXIT.                                         K6RMNT.1
051800     MOVE WS-CURRENT-CARD TO WS-CHANGE-CARD.                      K6RMNT.1
051900     MOVE "Y"             TO WS-KEEP-SW.                          K6RMNT.1
052000     IF WS-WAIVERS                                                K6RMNT.1
052100         PERFORM 4700-ASK-TICKET THRU 4700-EXIT                   K6RMNT.1
052200         IF WS-ABANDONED                                          K6RMNT.1
052300             GO TO 3600-EXIT.                                     K6RMNT.1
052400     PERFORM 4900-CONFIRM THRU 4900-EXIT.                         K6RMNT.1
052500 3600-EXIT.                                                       K6RMNT.1
052600     EXIT.                                                        K6RMNT.1
052700*================================================================ K6RMNT.1
052800* 4000-ASK-PGM-ID -- THE PROGRAM MUST HAVE AN OPEN MAPPING IN     K6RMNT.1
052900* THE REGISTRY.  ITS ENTRIES IN FORCE ARE THEN SHOWN, WITH A      K6RMNT.1
053000* WARNING WHEN THE TABLE IS NEARLY FULL.  BLANK ABANDONS.         K6RMNT.1
053100*================================================================ K6RMNT.1
053200 4000-ASK-PGM-ID.                                                 K6RMNT.1
053300     DISPLAY "PROGRAM-ID (E.G. IX208A, BLANK TO ABANDON):".       K6RMNT.1
053400     ACCEPT WS-SEL-PGM-ID.                                        K6RMNT.1
053500     IF WS-SEL-PGM-ID = SPACE                                     K6RMNT.1
053600         SET WS-ABANDONED TO TRUE                                 K6RMNT.1
053700         GO TO 4000-EXIT.                                         K6RMNT.1
053800     MOVE "N" TO WS-FOUND-SW.                                     K6RMNT.1
053900     IF WS-TCID-COUNT = ZERO                                      K6RMNT.1
054000         GO TO 4000-CHECK.                                        K6RMNT.1
054100     SET TC-IDX TO 1.                                             K6RMNT.1
054200     SEARCH TC-ENTRY                                              K6RMNT.1
054300         AT END GO TO 4000-CHECK                                  K6RMNT.1
054400         WHEN TC-IDX > WS-TCID-COUNT                              K6RMNT.1
054500             GO TO 4000-CHECK                                     K6RMNT.1
054600         WHEN TC-PGM-ID (TC-IDX) = WS-SEL-PGM-ID                  K6RMNT.1
054700             SET WS-ENTRY-FOUND TO TRUE.                          K6RMNT.1
054800 4000-CHECK.                                                      K6RMNT.1
054900     IF NOT WS-ENTRY-FOUND                                        K6RMNT.1
055000         DISPLAY "PROGRAM-ID NOT IN THE K6TCID REGISTRY, "        K6RMNT.1
055100                 "PLEASE RE-ENTER."                               K6RMNT.1
055200         GO TO 4000-ASK-PGM-ID.                                   K6RMNT.1
055300     MOVE LOW-VALUE TO WS-SEL-PAR-NAME.                           K6RMNT.1
055400     PERFORM 5000-SCAN-REGISTER THRU 5000-EXIT.                   K6RMNT.1
055500     PERFORM 5500-SCAN-QUEUE THRU 5500-EXIT.                      K6RMNT.1
055600     MOVE WS-SEL-PGM-ID TO RMN-CNT-PGM-ID.                        K6RMNT.1
055700     MOVE WS-IN-FORCE   TO RMN-CNT-IN-FORCE.                      K6RMNT.1
055800     DISPLAY RMN-COUNT-LINE.                                      K6RMNT.1
055900     IF WS-IN-FORCE NOT LESS THAN WS-WARN-AT                      K6RMNT.1
056000         DISPLAY "WARNING - NEAR THE 20-ENTRY TABLE LIMIT; "      K6RMNT.1
056100                 "ENTRIES PAST 20 ARE NOT LOADED.".               K6RMNT.1
056200 4000-EXIT.                                                       K6RMNT.1
056300     EXIT.                                                        K6RMNT.1
056400*================================================================ K6RMNT.1
056500* 4200-ASK-PAR-NAME -- THE PAR-NAME MUST BE AN OPEN MAPPING OF    K6RMNT.1
056600* THE PROGRAM.  AN ADDITION NEEDS A KEY NOT IN THE REGISTER; A    K6RMNT.1
056700* CHANGE, EXTENSION OR RETIREMENT ONE THAT IS.  A KEY WITH A      K6RMNT.1
056800* CHANGE ALREADY PENDING IS REFUSED.  BLANK ABANDONS.             K6RMNT.1
056900*================================================================ K6RMNT.1
057000 4200-ASK-PAR-NAME.                                               K6RMNT.1
057100     DISPLAY "PAR-NAME (BLANK TO ABANDON):".                      K6RMNT.1
057200     ACCEPT WS-SEL-PAR-NAME.                                      K6RMNT.1
057300     IF WS-SEL-PAR-NAME = SPACE                                   K6RMNT.1
057400         SET WS-ABANDONED TO TRUE                                 K6RMNT.1
057500         GO TO 4200-EXIT.                                         K6RMNT.1
057600     MOVE "N" TO WS-FOUND-SW.                                     K6RMNT.1
057700     SET TC-IDX TO 1.                                             K6RMNT.1
057800     SEARCH TC-ENTRY                                              K6RMNT.1
057900         AT END GO TO 4200-CHECK                                  K6RMNT.1
058000         WHEN TC-IDX > WS-TCID-COUNT                              K6RMNT.1
058100             GO TO 4200-CHECK                                     K6RMNT.1
058200         WHEN TC-PGM-ID (TC-IDX) = WS-SEL-PGM-ID                  K6RMNT.1
058300             AND TC-PAR-NAME (TC-IDX) = WS-SEL-PAR-NAME           K6RMNT.1
058400             SET WS-ENTRY-FOUND TO TRUE.                          K6RMNT.1
058500 4200-CHECK.                                                      K6RMNT.1
058600     IF NOT WS-ENTRY-FOUND                                        K6RMNT.1
058700         DISPLAY "PAR-NAME NOT IN THE K6TCID REGISTRY FOR "       K6RMNT.1
058800                 WS-SEL-PGM-ID ", PLEASE RE-ENTER."               K6RMNT.1
058900         GO TO 4200-ASK-PAR-NAME.                                 K6RMNT.1
059000     PERFORM 5000-SCAN-REGISTER THRU 5000-EXIT.                   K6RMNT.1
059100     PERFORM 5500-SCAN-QUEUE THRU 5500-EXIT.                      K6RMNT.1
059200     IF WS-KEY-PENDING                                            K6RMNT.1
059300         MOVE WS-PENDING-NO TO RMN-PND-NO                         K6RMNT.1
059400         DISPLAY RMN-PENDING-LINE                                 K6RMNT.1
059500         GO TO 4200-ASK-PAR-NAME.                                 K6RMNT.1
059600     IF WS-LK-OPERATION = "ADD    "                               K6RMNT.1
059700         IF WS-ENTRY-FOUND                                        K6RMNT.1
059800             DISPLAY "ALREADY REGISTERED - USE CHANGE OR EXTEND." K6RMNT.1
059900             GO TO 4200-ASK-PAR-NAME                              K6RMNT.1
060000         ELSE                                                     K6RMNT.1
060100             GO TO 4200-EXIT.                                     K6RMNT.1
060200     IF NOT WS-ENTRY-FOUND                                        K6RMNT.1
060300         DISPLAY "NO REGISTERED ENTRY FOR THIS PAR-NAME, "        K6RMNT.1
060400                 "PLEASE RE-ENTER."                               K6RMNT.1
060500         GO TO 4200-ASK-PAR-NAME.                                 K6RMNT.1
060600     DISPLAY "CURRENT ENTRY:".                                    K6RMNT.1
060700     DISPLAY WS-CURRENT-CARD.                                     K6RMNT.1
060800 4200-EXIT.                                                       K6RMNT.1
060900     EXIT.                                                        K6RMNT.1
061000*================================================================ K6RMNT.1
061100* 4400-ASK-REASON -- ONE OF THE K6CNOTE CODES; A WRONG CODE       K6RMNT.1
061200* LISTS THE VALID ONES.                                           K6RMNT.1
061300*================================================================ K6RMNT.1
061400 4400-ASK-REASON.                                                 K6RMNT.1
061500     IF WS-KEEP-ALLOWED                                           K6RMNT.1
061600         DISPLAY "REASON CODE (BLANK KEEPS " WW-REASON-CODE "):"  K6RMNT.1
061700     ELSE                                                         K6RMNT.1
061800         DISPLAY "REASON CODE (BLANK TO ABANDON):".               K6RMNT.1
061900     ACCEPT WS-SEL-REASON.                                        K6RMNT.1
062000     IF WS-SEL-REASON = SPACE                                     K6RMNT.1
062100         IF WS-KEEP-ALLOWED                                       K6RMNT.1
062200             GO TO 4400-EXIT                                      K6RMNT.1
062300         ELSE                                                     K6RMNT.1
062400             SET WS-ABANDONED TO TRUE                             K6RMNT.1
062500             GO TO 4400-EXIT.                                     K6RMNT.1
062600     SET CN-IDX TO 1.                                             K6RMNT.1
062700     SEARCH CN-CODE-ENTRY                                         K6RMNT.1
062800         AT END                                                   K6RMNT.1
062900             DISPLAY "REASON CODE NOT IN K6CNOTE. "               K6RMNT.1
063000                     "VALID CODES ARE:"                           K6RMNT.1
063100             PERFORM 4450-LIST-CODES THRU 4450-EXIT               K6RMNT.1
063200             GO TO 4400-ASK-REASON                                K6RMNT.1
063300         WHEN CN-CODE (CN-IDX) = WS-SEL-REASON                    K6RMNT.1
063400             MOVE WS-SEL-REASON TO WW-REASON-CODE.                K6RMNT.1
063500 4400-EXIT.                                                       K6RMNT.1
063600     EXIT.                                                        K6RMNT.1
063700*================================================================ K6RMNT.1
063800* 4450-LIST-CODES -- SHOW THE K6CNOTE CODE TABLE.                 K6RMNT.1
063900*================================================================ K6RMNT.1
064000 4450-LIST-CODES.                                                 K6RMNT.1
064100     SET CN-IDX TO 1.                                             K6RMNT.1
064200 4450-NEXT.                                                       K6RMNT.1
064300     MOVE CN-CODE (CN-IDX)        TO RMN-CODE.                    K6RMNT.1
064400     MOVE CN-DESCRIPTION (CN-IDX) TO RMN-DESCRIPTION.             K6RMNT.1
064500     DISPLAY RMN-CODE-LINE.                                       K6RMNT.1
064600     IF CN-IDX < 8                                                K6RMNT.1
064700         SET CN-IDX UP BY 1                                       K6RMNT.1
064800         GO TO 4450-NEXT.                                         K6RMNT.1
064900 4450-EXIT.                                                       K6RMNT.1
065000     EXIT.                                                        K6RMNT.1
065100*================================================================ K6RMNT.1
065200* 4600-ASK-EXPIRY -- A CALENDAR DATE AFTER TODAY, LATER THAN THE  K6RMNT.1
065300* CURRENT EXPIRY WHEN EXTENDING, AND A BUSINESS DAY.              K6RMNT.1
065400*================================================================ K6RMNT.1
065500 4600-ASK-EXPIRY.                                                 K6RMNT.1
065600     IF WS-KEEP-ALLOWED                                           K6RMNT.1
065700         DISPLAY "EXPIRY DATE (CCYYMMDD, BLANK KEEPS "            K6RMNT.1
065800                 WS-CURRENT-EXPIRY "):"                           K6RMNT.1
065900     ELSE                                                         K6RMNT.1
066000         DISPLAY "EXPIRY DATE (CCYYMMDD, BLANK TO ABANDON):".     K6RMNT.1
066100     ACCEPT WS-SEL-DATE.                                          K6RMNT.1
066200     IF WS-SEL-DATE = SPACE                                       K6RMNT.1
066300         IF WS-KEEP-ALLOWED                                       K6RMNT.1
066400             GO TO 4600-EXIT                                      K6RMNT.1
066500         ELSE                                                     K6RMNT.1
066600             SET WS-ABANDONED TO TRUE                             K6RMNT.1
066700             GO TO 4600-EXIT.                                     K6RMNT.1
066800     IF WS-SEL-DATE NOT NUMERIC                                   K6RMNT.1
066900         DISPLAY "NOT A DATE - KEY EIGHT DIGITS, CCYYMMDD."       K6RMNT.1
067000         GO TO 4600-ASK-EXPIRY.                                   K6RMNT.1
067100     MOVE WS-SEL-DATE TO WS-DATE-N.                               K6RMNT.1
067200     PERFORM 7200-CHECK-DATE THRU 7200-EXIT.                      K6RMNT.1
067300     IF NOT WS-DATE-OK                                            K6RMNT.1
067400         DISPLAY WS-SEL-DATE " IS NOT A CALENDAR DATE."           K6RMNT.1
067500         GO TO 4600-ASK-EXPIRY.                                   K6RMNT.1
067600     IF WS-DATE-N NOT > WS-TODAY                                  K6RMNT.1
067700         DISPLAY "THE EXPIRY DATE MUST BE AFTER TODAY, "          K6RMNT.1
067800                 WS-TODAY "."                                     K6RMNT.1
067900         GO TO 4600-ASK-EXPIRY.                                   K6RMNT.1
068000     IF WS-ACTION = "E" AND WS-DATE-N NOT > WS-CURRENT-EXPIRY     K6RMNT.1
068100         DISPLAY "AN EXTENSION MUST BE LATER THAN THE CURRENT "   K6RMNT.1
068200                 "EXPIRY, " WS-CURRENT-EXPIRY "."                 K6RMNT.1
068300         GO TO 4600-ASK-EXPIRY.                                   K6RMNT.1
068400     PERFORM 7400-CHECK-BUSINESS-DAY THRU 7400-EXIT.              K6RMNT.1
068500     IF NOT WS-DATE-OK                                            K6RMNT.1
068600         DISPLAY WS-SEL-DATE " IS NOT A BUSINESS DAY ON THE "     K6RMNT.1
068700                 "PROCESSING CALENDAR."                           K6RMNT.1
068800         GO TO 4600-ASK-EXPIRY.                                   K6RMNT.1
068900     IF WS-WAIVERS                                                K6RMNT.1
069000         MOVE WS-SEL-DATE TO WW-EXPIRY-DATE                       K6RMNT.1
069100     ELSE                                                         K6RMNT.1
069200         MOVE WS-SEL-DATE TO WU-EXPIRY-DATE.                      K6RMNT.1
069300 4600-EXIT.                                                       K6RMNT.1
069400     EXIT.                                                        K6RMNT.1
069500*================================================================ K6RMNT.1
069600* 4700-ASK-TICKET -- A WAIVER ALWAYS CARRIES A TICKET.  BLANK     K6RMNT.1
069700* KEEPS THE CURRENT ONE, OR ABANDONS WHEN THERE IS NONE.          K6RMNT.1
069800*================================================================ K6RMNT.1
069900 4700-ASK-TICKET.                                                 K6RMNT.1
070000     IF WS-KEEP-ALLOWED AND WW-TICKET NOT = SPACE                 K6RMNT.1
070100         DISPLAY "TICKET (BLANK KEEPS " WW-TICKET "):"            K6RMNT.1
070200     ELSE                                                         K6RMNT.1
070300         DISPLAY "TICKET (BLANK TO ABANDON):".                    K6RMNT.1
070400     ACCEPT WS-SEL-TICKET.                                        K6RMNT.1
070500     IF WS-SEL-TICKET NOT = SPACE                                 K6RMNT.1
070600         MOVE WS-SEL-TICKET TO WW-TICKET                          K6RMNT.1
070700         GO TO 4700-EXIT.                                         K6RMNT.1
070800     IF WS-KEEP-ALLOWED AND WW-TICKET NOT = SPACE                 K6RMNT.1
070900         GO TO 4700-EXIT.                                         K6RMNT.1
071000     SET WS-ABANDONED TO TRUE.                                    K6RMNT.1
071100 4700-EXIT.                                                       K6RMNT.1
071200     EXIT.                                                        K6RMNT.1
071300*================================================================ K6RMNT.1
071400* 4800-ASK-FAIL-COUNT -- THE REGISTERED FAIL COUNT OF A           K6RMNT.1
071500* SUPPRESSION, 001 TO 999.                                        K6RMNT.1
071600*================================================================ K6RMNT.1
071700 4800-ASK-FAIL-COUNT.                                             K6RMNT.1
071800     IF WS-KEEP-ALLOWED                                           K6RMNT.1
071900         DISPLAY "REGISTERED FAIL COUNT (001-999, BLANK KEEPS "   K6RMNT.1
072000                 WU-FAIL-COUNT "):"                               K6RMNT.1
072100     ELSE                                                         K6RMNT.1
072200         DISPLAY "REGISTERED FAIL COUNT (001-999, BLANK TO "      K6RMNT.1
072300                 "ABANDON):".                                     K6RMNT.1
072400     ACCEPT WS-SEL-COUNT.                                         K6RMNT.1
072500     IF WS-SEL-COUNT = SPACE                                      K6RMNT.1
072600         IF WS-KEEP-ALLOWED                                       K6RMNT.1
072700             GO TO 4800-EXIT                                      K6RMNT.1
072800         ELSE                                                     K6RMNT.1
072900             SET WS-ABANDONED TO TRUE                             K6RMNT.1
073000             GO TO 4800-EXIT.                                     K6RMNT.1
073100     IF WS-SEL-COUNT NOT NUMERIC OR WS-SEL-COUNT = "000"          K6RMNT.1
073200         DISPLAY "KEY THREE DIGITS, 001 TO 999."                  K6RMNT.1
073300         GO TO 4800-ASK-FAIL-COUNT.                               K6RMNT.1
073400     MOVE WS-SEL-COUNT TO WU-FAIL-COUNT.                          K6RMNT.1
073500 4800-EXIT.                                                       K6RMNT.1
073600     EXIT.                                                        K6RMNT.1
073700*================================================================ K6RMNT.1
073800* 4900-CONFIRM -- SHOW THE CHANGE AND ENTER IT ON Y.  THE         K6RMNT.1
073900* APPROVER OF A WAIVER IS SET BY K6APRQ FROM THE CHECKER.         K6RMNT.1
074000*================================================================ K6RMNT.1
074100 4900-CONFIRM.                                                    K6RMNT.1
074200     IF WS-WAIVERS                                                K6RMNT.1
074300         MOVE SPACE TO WW-APPROVER.                               K6RMNT.1
074400     DISPLAY " ".                                                 K6RMNT.1
074500     DISPLAY WS-LK-OPERATION " ON " WS-LK-REGISTER ":".           K6RMNT.1
074600     DISPLAY WS-CHANGE-CARD.                                      K6RMNT.1
074700     DISPLAY "ENTER Y TO SUBMIT FOR APPROVAL, "                   K6RMNT.1
074800             "ANYTHING ELSE TO ABANDON:".                         K6RMNT.1
074900     ACCEPT WS-REPLY.                                             K6RMNT.1
075000     IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"                 K6RMNT.1
075100         DISPLAY "CHANGE ABANDONED - NOTHING ENTERED."            K6RMNT.1
075200         GO TO 4900-EXIT.                                         K6RMNT.1
075300     PERFORM 6000-SUBMIT THRU 6000-EXIT.                          K6RMNT.1
075400 4900-EXIT.                                                       K6RMNT.1
075500     EXIT.                                                        K6RMNT.1
075600*================================================================ K6RMNT.1
075700* 5000-SCAN-REGISTER -- COUNT THE PROGRAM'S UNEXPIRED ENTRIES     K6RMNT.1
075800* AND FIND THE ONE FOR WS-SEL-PAR-NAME (LOW-VALUE MATCHES NONE).  K6RMNT.1
075900*================================================================ K6RMNT.1
076000 5000-SCAN-REGISTER.                                              K6RMNT.1
076100     MOVE ZERO TO WS-IN-FORCE WS-CURRENT-EXPIRY.                  K6RMNT.1
076200     MOVE "N"  TO WS-FOUND-SW.                                    K6RMNT.1
076300     MOVE SPACE TO WS-CURRENT-CARD.                               K6RMNT.1
076400     IF WS-WAIVERS                                                K6RMNT.1
076500         GO TO 5000-WAIVERS.                                      K6RMNT.1
076600     OPEN INPUT SUPPRESS-REGISTER.                                K6RMNT.1
076700     IF WS-SUPR-STATUS NOT = "00"                                 K6RMNT.1
076800             AND WS-SUPR-STATUS NOT = "05"                        K6RMNT.1
076900         GO TO 5000-EXIT.                                         K6RMNT.1
077000 5000-READ-SUPPRESS.                                              K6RMNT.1
077100     READ SUPPRESS-REGISTER INTO WS-CHANGE-CARD                   K6RMNT.1
077200         AT END GO TO 5000-CLOSE-SUPPRESS.                        K6RMNT.1
077300     MOVE WU-EXPIRY-DATE TO WS-CARD-EXPIRY.                       K6RMNT.1
077400     PERFORM 5100-TALLY-CARD THRU 5100-EXIT.                      K6RMNT.1
077500     GO TO 5000-READ-SUPPRESS.                                    K6RMNT.1
077600 5000-CLOSE-SUPPRESS.                                             K6RMNT.1
077700     CLOSE SUPPRESS-REGISTER.                                     K6RMNT.1
077800     GO TO 5000-EXIT.                                             K6RMNT.1
077900 5000-WAIVERS.                                                    K6RMNT.1
078000     OPEN INPUT WAIVER-REGISTER.                                  K6RMNT.1
078100     IF WS-WVR-STATUS NOT = "00"                                  K6RMNT.1
078200             AND WS-WVR-STATUS NOT = "05"                         K6RMNT.1
078300         GO TO 5000-EXIT.                                         K6RMNT.1
078400 5000-READ-WAIVER.                                                K6RMNT.1
078500     READ WAIVER-REGISTER INTO WS-CHANGE-CARD                     K6RMNT.1
078600         AT END GO TO 5000-CLOSE-WAIVER.                          K6RMNT.1
078700     MOVE WW-EXPIRY-DATE TO WS-CARD-EXPIRY.                       K6RMNT.1
078800     PERFORM 5100-TALLY-CARD THRU 5100-EXIT.                      K6RMNT.1
078900     GO TO 5000-READ-WAIVER.                                      K6RMNT.1
079000 5000-CLOSE-WAIVER.                                               K6RMNT.1
079100     CLOSE WAIVER-REGISTER.                                       K6RMNT.1
079200 5000-EXIT.                                                       K6RMNT.1
079300     EXIT.                                                        K6RMNT.1
079400*================================================================ K6RMNT.1
079500* 5100-TALLY-CARD -- ONE REGISTER CARD IN WS-CHANGE-CARD.  ONLY   K6RMNT.1
079600* AN UNEXPIRED CARD TAKES A TABLE SLOT IN THE TEST PROGRAM.       K6RMNT.1
079700*================================================================ K6RMNT.1
079800 5100-TALLY-CARD.                                                 K6RMNT.1
079900     IF WW-PGM-ID NOT = WS-SEL-PGM-ID                             K6RMNT.1
080000         GO TO 5100-EXIT.                                         K6RMNT.1
080100     IF WW-PAR-NAME = WS-SEL-PAR-NAME                             K6RMNT.1
080200         SET WS-ENTRY-FOUND TO TRUE                               K6RMNT.1
080300         MOVE WS-CHANGE-CARD TO WS-CURRENT-CARD                   K6RMNT.1
080400         IF WS-CARD-EXPIRY NUMERIC                                K6RMNT.1
080500             MOVE WS-CARD-EXPIRY TO WS-CURRENT-EXPIRY.            K6RMNT.1
080600     IF WS-CARD-EXPIRY NOT NUMERIC                                K6RMNT.1
080700         GO TO 5100-EXIT.                                         K6RMNT.1
080800     IF WS-CARD-EXPIRY < WS-TODAY                                 K6RMNT.1
080900         GO TO 5100-EXIT.                                         K6RMNT.1
081000     ADD 1 TO WS-IN-FORCE.                                        K6RMNT.1
081100 5100-EXIT.                                                       K6RMNT.1
081200     EXIT.                                                        K6RMNT.1
081300*================================================================ K6RMNT.1
081400* 5500-SCAN-QUEUE -- THE LAST QUEUE NUMBER ISSUED, THE PENDING    K6RMNT.1
081500* ADDITIONS FOR THE PROGRAM (COUNTED INTO WS-IN-FORCE) AND ANY    K6RMNT.1
081600* PENDING CHANGE TO THE KEY ITSELF.                               K6RMNT.1
081700*================================================================ K6RMNT.1
081800 5500-SCAN-QUEUE.                                                 K6RMNT.1
081900     MOVE ZERO TO WS-LAST-NO WS-PENDING-NO WS-QUE-RECORDS.        K6RMNT.1
082000     MOVE "N"  TO WS-PENDING-SW WS-QUE-CONTROL-SW.                K6RMNT.1
082100     OPEN INPUT APRQ-QUEUE.                                       K6RMNT.1
082200     IF WS-QUE-STATUS NOT = "00"                                  K6RMNT.1
082300             AND WS-QUE-STATUS NOT = "05"                         K6RMNT.1
082400         GO TO 5500-EXIT.                                         K6RMNT.1
082500 5500-READ.                                                       K6RMNT.1
082600     READ APRQ-QUEUE INTO AQ-QUEUE-REC                            K6RMNT.1
082700         AT END GO TO 5500-CLOSE.                                 K6RMNT.1
082800     ADD 1 TO WS-QUE-RECORDS.                                     K6RMNT.1
082900     IF WS-QUE-RECORDS = 1 AND AQ-CONTROL-REC                     K6RMNT.1
083000         SET WS-QUE-HAS-CONTROL TO TRUE.                          K6RMNT.1
083100     IF AQ-QUEUE-NO NOT NUMERIC                                   K6RMNT.1
083200         GO TO 5500-READ.                                         K6RMNT.1
083300     IF AQ-QUEUE-NO > WS-LAST-NO                                  K6RMNT.1
083400         MOVE AQ-QUEUE-NO TO WS-LAST-NO.                          K6RMNT.1
083500     IF NOT AQ-ENTRY-REC OR NOT AQ-PENDING                        K6RMNT.1
083600         GO TO 5500-READ.                                         K6RMNT.1
083700     IF AQ-REGISTER NOT = WS-LK-REGISTER                          K6RMNT.1
083800             OR AQ-CHANGE-CARD (1:6) NOT = WS-SEL-PGM-ID          K6RMNT.1
083900         GO TO 5500-READ.                                         K6RMNT.1
084000     IF AQ-OPERATION = "ADD    "                                  K6RMNT.1
084100         ADD 1 TO WS-IN-FORCE.                                    K6RMNT.1
084200     IF AQ-CHANGE-CARD (8:22) = WS-SEL-PAR-NAME                   K6RMNT.1
084300         SET WS-KEY-PENDING TO TRUE                               K6RMNT.1
084400         MOVE AQ-QUEUE-NO TO WS-PENDING-NO.                       K6RMNT.1
084500     GO TO 5500-READ.                                             K6RMNT.1
084600 5500-CLOSE.                                                      K6RMNT.1
084700     CLOSE APRQ-QUEUE.                                            K6RMNT.1
084800 5500-EXIT.                                                       K6RMNT.1
084900     EXIT.                                                        K6RMNT.1
085000*================================================================ K6RMNT.1
085100* 6000-SUBMIT -- ENTER THE CHANGE ON THE QUEUE UNDER THE NEXT     K6RMNT.1
085200* NUMBER AND APPEND THE ENTERED EVENT TO THE DECISION LOG.  THE   K6RMNT.1
085300* QUEUE IS SCANNED AGAIN FIRST, SO A CHANGE ENTERED TO THE SAME   K6RMNT.1
085400* KEY SINCE IT WAS KEYED IS NOT DUPLICATED.                       K6RMNT.1
085500*================================================================ K6RMNT.1
085600 6000-SUBMIT.                                                     K6RMNT.1
085700     PERFORM 5500-SCAN-QUEUE THRU 5500-EXIT.                      K6RMNT.1
085800     IF WS-KEY-PENDING                                            K6RMNT.1
085900         MOVE WS-PENDING-NO TO RMN-PND-NO                         K6RMNT.1
086000         DISPLAY RMN-PENDING-LINE                                 K6RMNT.1
086100         DISPLAY "CHANGE ABANDONED - NOTHING ENTERED."            K6RMNT.1
086200         GO TO 6000-EXIT.                                         K6RMNT.1
086300     ADD 1 TO WS-LAST-NO.                                         K6RMNT.1
086400     IF WS-QUE-RECORDS = ZERO                                     K6RMNT.1
086500         GO TO 6000-NEW-QUEUE.                                    K6RMNT.1
086600     IF NOT WS-QUE-HAS-CONTROL                                    K6RMNT.1
086700         GO TO 6000-APPEND.                                       K6RMNT.1
086800     OPEN I-O APRQ-QUEUE.                                         K6RMNT.1
086900     READ APRQ-QUEUE INTO AQ-QUEUE-REC                            K6RMNT.1
087000         AT END GO TO 6000-CONTROL-DONE.                          K6RMNT.1
087100     MOVE WS-LAST-NO TO AQ-QUEUE-NO.                              K6RMNT.1
087200     REWRITE OQ-QUEUE-REC FROM AQ-QUEUE-REC.                      K6RMNT.1
087300 6000-CONTROL-DONE.                                               K6RMNT.1
087400     CLOSE APRQ-QUEUE.                                            K6RMNT.1
087500 6000-APPEND.                                                     K6RMNT.1
087600     OPEN EXTEND APRQ-QUEUE.                                      K6RMNT.1
087700     PERFORM 6100-BUILD-ENTRY THRU 6100-EXIT.                     K6RMNT.1
087800     WRITE OQ-QUEUE-REC FROM AQ-QUEUE-REC.                        K6RMNT.1
087900     CLOSE APRQ-QUEUE.                                            K6RMNT.1
088000     GO TO 6000-LOG.                                              K6RMNT.1
088100 6000-NEW-QUEUE.                                                  K6RMNT.1
088200     OPEN OUTPUT APRQ-QUEUE.                                      K6RMNT.1
088300     MOVE SPACE TO AQ-QUEUE-REC.                                  K6RMNT.1
088400     SET AQ-CONTROL-REC TO TRUE.                                  K6RMNT.1
088500     MOVE WS-LAST-NO TO AQ-QUEUE-NO.                              K6RMNT.1
088600     MOVE ZERO TO AQ-ENTERED-DATE AQ-DECIDED-DATE.                K6RMNT.1
088700     WRITE OQ-QUEUE-REC FROM AQ-QUEUE-REC.                        K6RMNT.1
088800     PERFORM 6100-BUILD-ENTRY THRU 6100-EXIT.                     K6RMNT.1
088900     WRITE OQ-QUEUE-REC FROM AQ-QUEUE-REC.                        K6RMNT.1
089000     CLOSE APRQ-QUEUE.                                            K6RMNT.1
089100 6000-LOG.                                                        K6RMNT.1
089200     OPEN EXTEND APRQ-LOG.                                        K6RMNT.1
089300     WRITE LG-QUEUE-REC FROM AQ-QUEUE-REC.                        K6RMNT.1
089400     CLOSE APRQ-LOG.                                              K6RMNT.1
089500     MOVE WS-LAST-NO TO RMN-QUE-NO.                               K6RMNT.1
089600     DISPLAY RMN-QUEUED-LINE.                                     K6RMNT.1
089700     DISPLAY "A SECOND AUTHORIZED USER MUST APPROVE IT "          K6RMNT.1
089800             "THROUGH K6APRQ.".                                   K6RMNT.1
089900 6000-EXIT.                                                       K6RMNT.1
090000     EXIT.                                                        K6RMNT.1
090100*================================================================ K6RMNT.1
090200* 6100-BUILD-ENTRY -- THE PENDING ENTRY, AS K6APRQ BUILDS ONE     K6RMNT.1
090300* FROM A SUBMIT CARD.                                             K6RMNT.1
090400*================================================================ K6RMNT.1
090500 6100-BUILD-ENTRY.                                                K6RMNT.1
090600     MOVE SPACE           TO AQ-QUEUE-REC.                        K6RMNT.1
090700     SET AQ-ENTRY-REC     TO TRUE.                                K6RMNT.1
090800     MOVE WS-LAST-NO      TO AQ-QUEUE-NO.                         K6RMNT.1
090900     MOVE WS-LK-REGISTER  TO AQ-REGISTER.                         K6RMNT.1
091000     MOVE WS-LK-OPERATION TO AQ-OPERATION.                        K6RMNT.1
091100     SET AQ-PENDING       TO TRUE.                                K6RMNT.1
091200     MOVE WS-USER-ID      TO AQ-ENTERED-BY.                       K6RMNT.1
091300     MOVE WS-TODAY        TO AQ-ENTERED-DATE.                     K6RMNT.1
091400     MOVE ZERO            TO AQ-DECIDED-DATE.                     K6RMNT.1
091500     MOVE WS-CHANGE-CARD  TO AQ-CHANGE-CARD.                      K6RMNT.1
091600 6100-EXIT.                                                       K6RMNT.1
091700     EXIT.                                                        K6RMNT.1
091800*================================================================ K6RMNT.1
091900* 7200-CHECK-DATE -- LEAP-AWARE CALENDAR VALIDATION OF            K6RMNT.1
092000* WS-DATE-N, AS K6CALM DOES IT.                                   K6RMNT.1
092100*================================================================ K6RMNT.1
092200 7200-CHECK-DATE.                                                 K6RMNT.1
092300     MOVE "N" TO WS-DATE-OK-SW.                                   K6RMNT.1
092400     IF WS-DT-MM LESS THAN 01 OR WS-DT-MM GREATER THAN 12         K6RMNT.1
092500         GO TO 7200-EXIT.                                         K6RMNT.1
092600     IF WS-DT-DD LESS THAN 01                                     K6RMNT.1
092700         GO TO 7200-EXIT.                                         K6RMNT.1
092800     MOVE WS-DT-YYYY TO WS-PR-YYYY.                               K6RMNT.1
092900     PERFORM 7300-SET-LEAP THRU 7300-EXIT.                        K6RMNT.1
093000     IF WS-DT-MM = 02 AND WS-LEAP-SW = "Y"                        K6RMNT.1
093100         IF WS-DT-DD GREATER THAN 29                              K6RMNT.1
093200             GO TO 7200-EXIT                                      K6RMNT.1
093300         ELSE                                                     K6RMNT.1
093400             MOVE "Y" TO WS-DATE-OK-SW                            K6RMNT.1
093500             GO TO 7200-EXIT.                                     K6RMNT.1
093600     IF WS-DT-DD GREATER THAN WS-MONTH-DAYS (WS-DT-MM)            K6RMNT.1
093700         GO TO 7200-EXIT.                                         K6RMNT.1
093800     MOVE "Y" TO WS-DATE-OK-SW.                                   K6RMNT.1
093900 7200-EXIT.                                                       K6RMNT.1
094000     EXIT.                                                        K6RMNT.1
094100*================================================================ K6RMNT.1
094200* 7300-SET-LEAP -- IS WS-PR-YYYY A LEAP YEAR?                     K6RMNT.1
094300*================================================================ K6RMNT.1
094400 7300-SET-LEAP.                                                   K6RMNT.1
094500     MOVE "N" TO WS-LEAP-SW.                                      K6RMNT.1
094600     DIVIDE WS-PR-YYYY BY 4 GIVING WS-QUOT REMAINDER WS-REM.      K6RMNT.1
094700     IF WS-REM = ZERO MOVE "Y" TO WS-LEAP-SW.                     K6RMNT.1
094800     DIVIDE WS-PR-YYYY BY 100 GIVING WS-QUOT REMAINDER WS-REM.    K6RMNT.1
094900     IF WS-REM = ZERO MOVE "N" TO WS-LEAP-SW.                     K6RMNT.1
095000     DIVIDE WS-PR-YYYY BY 400 GIVING WS-QUOT REMAINDER WS-REM.    K6RMNT.1
095100     IF WS-REM = ZERO MOVE "Y" TO WS-LEAP-SW.                     K6RMNT.1
095200 7300-EXIT.                                                       K6RMNT.1
095300     EXIT.                                                        K6RMNT.1
095400*================================================================ K6RMNT.1
095500* 7400-CHECK-BUSINESS-DAY -- K6CALD COUNTS THE BUSINESS DAYS      K6RMNT.1
095600* AFTER TODAY UP TO AND INCLUDING A DATE.  WS-DATE-N IS A         K6RMNT.1
095700* BUSINESS DAY WHEN IT COUNTS ONE MORE THAN THE DAY BEFORE IT.    K6RMNT.1
095800*================================================================ K6RMNT.1
095900 7400-CHECK-BUSINESS-DAY.                                         K6RMNT.1
096000     MOVE "N" TO WS-DATE-OK-SW.                                   K6RMNT.1
096100     MOVE WS-TODAY  TO CALD-FROM.                                 K6RMNT.1
096200     MOVE WS-DATE-N TO CALD-TO.                                   K6RMNT.1
096300     CALL "K6CALD" USING CALD-PARM.                               K6RMNT.1
096400     MOVE CALD-BUS-DAYS TO WS-BUS-DAYS.                           K6RMNT.1
096500     MOVE WS-DATE-N TO WS-PRIOR-N.                                K6RMNT.1
096600     IF WS-PR-DD > 1                                              K6RMNT.1
096700         SUBTRACT 1 FROM WS-PR-DD                                 K6RMNT.1
096800         GO TO 7400-COUNT.                                        K6RMNT.1
096900     IF WS-PR-MM > 1                                              K6RMNT.1
097000         SUBTRACT 1 FROM WS-PR-MM                                 K6RMNT.1
097100     ELSE                                                         K6RMNT.1
097200         MOVE 12 TO WS-PR-MM                                      K6RMNT.1
097300         SUBTRACT 1 FROM WS-PR-YYYY.                              K6RMNT.1
097400     MOVE WS-MONTH-DAYS (WS-PR-MM) TO WS-PR-DD.                   K6RMNT.1
097500     PERFORM 7300-SET-LEAP THRU 7300-EXIT.                        K6RMNT.1
097600     IF WS-PR-MM = 02 AND WS-LEAP-SW = "Y"                        K6RMNT.1
097700         MOVE 29 TO WS-PR-DD.                                     K6RMNT.1
097800 7400-COUNT.                                                      K6RMNT.1
097900     MOVE WS-PRIOR-N TO CALD-TO.                                  K6RMNT.1
098000     CALL "K6CALD" USING CALD-PARM.                               K6RMNT.1
098100     IF WS-BUS-DAYS - CALD-BUS-DAYS = 1                           K6RMNT.1
098200         MOVE "Y" TO WS-DATE-OK-SW.                               K6RMNT.1
098300 7400-EXIT.                                                       K6RMNT.1
098400     EXIT.                                                        K6RMNT.1
