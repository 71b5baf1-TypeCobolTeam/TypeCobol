000100 IDENTIFICATION DIVISION.                                         K6RULE.1
000200 PROGRAM-ID.                                                      K6RULE.1
000300     K6RULE.                                                      K6RULE.1
000400*================================================================ K6RULE.1
000500* K6RULE -- WINDOW RULES CAPTURE, AS-OF REPORT AND DIFF.          K6RULE.1
000600*================================================================ K6RULE.1
000700* AUTHOR.     D. L. OKAFOR, DATA PROCESSING STANDARDS GROUP.      K6RULE.1
000800* INSTALLATION. CERTIFICATION TESTING CENTER.                     K6RULE.1
000900* DATE-WRITTEN. OCTOBER 2026.                                     K6RULE.1
001000* DATE-COMPILED.                                                  K6RULE.1
001100*                                                                 K6RULE.1
001200* REMARKS.                                                        K6RULE.1
001300*    WHY DID K6GATE SAY GO ON A GIVEN NIGHT?  THE ANSWER IS IN    K6RULE.1
001400*    THE CONTROL DECKS AND REGISTERS AS THEY STOOD THAT NIGHT --  K6RULE.1
001500*    GATECTL, ORCHCTL, THE STEP LIST, THE WAIVERS, SUPPRESSIONS,  K6RULE.1
001600*    GOLDEN BASELINE AND THE REST OF K6RGTB.CPY -- AND THEY HAVE  K6RULE.1
001700*    ALL BEEN EDITED SINCE.  THIS PROGRAM KEEPS THEM.  ONE        K6RULE.1
001800*    CONTROL CARD PER FUNCTION (RULECTL; NONE AT ALL MEANS        K6RULE.1
001900*    CAPTURE):                                                    K6RULE.1
002000*                                                                 K6RULE.1
002100*    CAPTURE  RUN AT THE START OF EVERY WINDOW.  READS EVERY      K6RULE.1
002200*             DATASET IN K6RGTB AND CHECKSUMS IT (THE K6RBKP      K6RULE.1
002300*             FOLD).  ONE THE SAME AS THE LAST WINDOW'S IS        K6RULE.1
002400*             LINKED TO THE VERSION ALREADY IN THE VAULT; ONE     K6RULE.1
002500*             THAT CHANGED IS COPIED TO THE VAULT (RULEVLT,       K6RULE.1
002600*             K6RVLT.CPY) AS ITS NEXT VERSION.  EITHER WAY THE    K6RULE.1
002700*             LINK FILE (RULEIDX, K6RWIN.CPY) GETS ONE LINE PER   K6RULE.1
002800*             DATASET FOR THE WINDOW: THE WINDOW DATE (COLS       K6RULE.1
002900*             10-17, DEFAULT TODAY) AND NAMED-WINDOW ID (COL 19,  K6RULE.1
003000*             DEFAULT THE WINDOWID CARD, ELSE "N").  A DATASET    K6RULE.1
003100*             THAT CANNOT BE READ IS LINKED UNREAD (RC 8).  ONE   K6RULE.1
003200*             CAPTURE PER RUN.                                    K6RULE.1
003300*    ASOF     PRINTS EVERY RECORD OF EVERY DATASET IN FORCE FOR   K6RULE.1
003400*             THE WINDOW IN COLS 10-17 AND 19, EACH VERSION       K6RULE.1
003500*             RE-CHECKSUMMED AGAINST ITS VAULT TRAILER AND THE    K6RULE.1
003600*             LINK.  COLS 32-39 MAY NAME ONE DATASET.             K6RULE.1
003700*    DIFF     THE RULES OF THE WINDOW IN COLS 10-17 AND 19        K6RULE.1
003800*             AGAINST THOSE OF THE WINDOW IN COLS 21-28 AND 30,   K6RULE.1
003900*             DATASET BY DATASET: "-" A RECORD ONLY IN THE FIRST, K6RULE.1
004000*             "+" A RECORD ONLY IN THE SECOND.  COLS 32-39 MAY    K6RULE.1
004100*             NAME ONE DATASET.                                   K6RULE.1
004200*                                                                 K6RULE.1
004300*    THE DATASETS ARE READ THROUGH K6RGIO.  RETURN CODE IS THE    K6RULE.1
004400*    HIGHEST OF:                                                  K6RULE.1
004500*        0   ALL FUNCTIONS CLEAN                                  K6RULE.1
004600*        4   A CONTROL CARD WAS IGNORED, OR A DIFF WAS TOO LARGE  K6RULE.1
004700*            TO SHOW IN FULL                                      K6RULE.1
004800*        8   A DATASET COULD NOT BE CAPTURED, A CARD WAS          K6RULE.1
004900*            REJECTED, A WINDOW WAS NEVER CAPTURED, OR A VAULT    K6RULE.1
005000*            VERSION IS MISSING OR FAILS ITS CHECKSUM             K6RULE.1
005100*                                                                 K6RULE.1
005200* MODIFICATION HISTORY.                                           K6RULE.1
005300*    2026-10-15  DLO  ORIGINAL PROGRAM.                           K6RULE.1
005400*================================================================ K6RULE.1
005500                                                                  K6RULE.1
005600 ENVIRONMENT DIVISION.                                            K6RULE.1
005700 CONFIGURATION SECTION.                                           K6RULE.1
005800 SOURCE-COMPUTER.                                                 K6RULE.1
005900     OUR-MAINFRAME.                                               K6RULE.1
006000 OBJECT-COMPUTER.                                                 K6RULE.1
006100     OUR-MAINFRAME.                                               K6RULE.1
006200 INPUT-OUTPUT SECTION.                                            K6RULE.1
006300 FILE-CONTROL.                                                    K6RULE.1
006400     SELECT OPTIONAL RULE-CTL ASSIGN TO RULECTL                   K6RULE.1
006500         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
006600         FILE STATUS IS WS-CTL-STATUS.                            K6RULE.1
006700     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6RULE.1
006800         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
006900         FILE STATUS IS WS-WINDOWID-STATUS.                       K6RULE.1
007000     SELECT OPTIONAL RULE-VAULT ASSIGN TO RULEVLT                 K6RULE.1
007100         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
007200         FILE STATUS IS WS-VLT-STATUS.                            K6RULE.1
007300     SELECT OPTIONAL RULE-INDEX ASSIGN TO RULEIDX                 K6RULE.1
007400         ORGANIZATION IS SEQUENTIAL                               K6RULE.1
007500         FILE STATUS IS WS-IDX-STATUS.                            K6RULE.1
007600     SELECT RULE-RPT ASSIGN TO RULERPT                            K6RULE.1
007700         ORGANIZATION IS SEQUENTIAL.                              K6RULE.1
007800                                                                  K6RULE.1
007900 DATA DIVISION.                                                   K6RULE.1
008000 FILE SECTION.                                                    K6RULE.1
008100 FD  RULE-CTL                                                     K6RULE.1
008200     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
008300 01  CTL-CARD.                                                    K6RULE.1
008400     05  CTL-FUNCTION         PIC X(8).                           K6RULE.1
008500     05  FILLER               PIC X(1).                           K6RULE.1
008600     05  CTL-WIN-DATE         PIC X(8).                           K6RULE.1
008700     05  CTL-WIN-DATE-9 REDEFINES CTL-WIN-DATE                    K6RULE.1
008800                              PIC 9(8).                           K6RULE.1
008900     05  FILLER               PIC X(1).                           K6RULE.1
009000     05  CTL-WIN-ID           PIC X(1).                           K6RULE.1
009100     05  FILLER               PIC X(1).                           K6RULE.1
009200     05  CTL-WIN2-DATE        PIC X(8).                           K6RULE.1
009300     05  CTL-WIN2-DATE-9 REDEFINES CTL-WIN2-DATE                  K6RULE.1
009400                              PIC 9(8).                           K6RULE.1
009500     05  FILLER               PIC X(1).                           K6RULE.1
009600     05  CTL-WIN2-ID          PIC X(1).                           K6RULE.1
009700     05  FILLER               PIC X(1).                           K6RULE.1
009800     05  CTL-DATASET          PIC X(8).                           K6RULE.1
009900     05  FILLER               PIC X(41).                          K6RULE.1
010000 FD  WINDOW-IDENT                                                 K6RULE.1
010100     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
010200 01  WI-WINDOW-CARD.                                              K6RULE.1
010300     05  WI-WINDOW-ID         PIC X(1).                           K6RULE.1
010400     05  FILLER               PIC X(79).                          K6RULE.1
010500 FD  RULE-VAULT                                                   K6RULE.1
010600     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
010700 COPY K6RVLT.                                                     K6RULE.1
010800 FD  RULE-INDEX                                                   K6RULE.1
010900     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
011000 COPY K6RWIN.                                                     K6RULE.1
011100 FD  RULE-RPT                                                     K6RULE.1
011200     LABEL RECORDS ARE STANDARD.                                  K6RULE.1
011300 01  RP-PRINT-REC             PIC X(120).                         K6RULE.1
011400                                                                  K6RULE.1
011500 WORKING-STORAGE SECTION.                                         K6RULE.1
011600* ----------------------------------------------------------      K6RULE.1
011700* SWITCHES AND COUNTERS.                                          K6RULE.1
011800* ----------------------------------------------------------      K6RULE.1
011900 77  WS-CTL-STATUS            PIC X(2)   VALUE SPACE.             K6RULE.1
012000 77  WS-WINDOWID-STATUS       PIC X(2)   VALUE SPACE.             K6RULE.1
012100 77  WS-VLT-STATUS            PIC X(2)   VALUE SPACE.             K6RULE.1
012200 77  WS-IDX-STATUS            PIC X(2)   VALUE SPACE.             K6RULE.1
012300 77  WS-CARD-COUNT            PIC 9(3)   COMP VALUE ZERO.         K6RULE.1
012400 77  WS-SUB                   PIC 9(2)   COMP VALUE ZERO.         K6RULE.1
012500 77  WS-HIT-SUB               PIC 9(2)   COMP VALUE ZERO.         K6RULE.1
012600 77  WS-FILTER-SUB            PIC 9(2)   COMP VALUE ZERO.         K6RULE.1
012700 77  WS-CHUNK-SUB             PIC 9(3)   COMP VALUE ZERO.         K6RULE.1
012800 77  WS-A-SUB                 PIC 9(5)   COMP VALUE ZERO.         K6RULE.1
012900 77  WS-B-SUB                 PIC 9(5)   COMP VALUE ZERO.         K6RULE.1
013000 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6RULE.1
013100 77  WS-VERDICT-RC            PIC 9(2)   VALUE ZERO.              K6RULE.1
013200 77  WS-RUN-WINDOW-ID         PIC X(1)   VALUE "N".               K6RULE.1
013300 77  WS-LOOK-DDNAME           PIC X(8)   VALUE SPACE.             K6RULE.1
013400 77  WS-CARD-SW               PIC X      VALUE "Y".               K6RULE.1
013500     88  WS-CARD-OK                      VALUE "Y".               K6RULE.1
013600 77  WS-CAPTURE-DONE-SW       PIC X      VALUE "N".               K6RULE.1
013700     88  WS-CAPTURE-DONE                 VALUE "Y".               K6RULE.1
013800 77  WS-COPY-SW               PIC X      VALUE "N".               K6RULE.1
013900     88  WS-COPYING                      VALUE "Y".               K6RULE.1
014000 77  WS-A-LINKED-SW           PIC X      VALUE "N".               K6RULE.1
014100     88  WS-A-LINKED                     VALUE "Y".               K6RULE.1
014200 77  WS-B-LINKED-SW           PIC X      VALUE "N".               K6RULE.1
014300     88  WS-B-LINKED                     VALUE "Y".               K6RULE.1
014400 77  WS-NEW-COUNT             PIC 9(2)   VALUE ZERO.              K6RULE.1
014500 77  WS-SAME-COUNT            PIC 9(2)   VALUE ZERO.              K6RULE.1
014600 77  WS-UNREAD-COUNT          PIC 9(2)   VALUE ZERO.              K6RULE.1
014700 77  WS-REMOVED               PIC 9(5)   VALUE ZERO.              K6RULE.1
014800 77  WS-ADDED                 PIC 9(5)   VALUE ZERO.              K6RULE.1
014900 01  WS-NOW-TIME              PIC 9(8)   VALUE ZERO.              K6RULE.1
015000 01  WS-NOW-TIME-X REDEFINES WS-NOW-TIME.                         K6RULE.1
015100     05  WS-NOW-HHMMSS        PIC 9(6).                           K6RULE.1
015200     05  WS-NOW-CC            PIC 99.                             K6RULE.1
015300* ----------------------------------------------------------      K6RULE.1
015400* THE WINDOWS A FUNCTION WORKS ON, LAID OUT AS RW-WINDOW.         K6RULE.1
015500* ----------------------------------------------------------      K6RULE.1
015600 01  WS-WIN-A.                                                    K6RULE.1
015700     05  WS-WIN-A-DATE        PIC 9(8)   VALUE ZERO.              K6RULE.1
015800     05  WS-WIN-A-ID          PIC X(1)   VALUE SPACE.             K6RULE.1
015900 01  WS-WIN-B.                                                    K6RULE.1
016000     05  WS-WIN-B-DATE        PIC 9(8)   VALUE ZERO.              K6RULE.1
016100     05  WS-WIN-B-ID          PIC X(1)   VALUE SPACE.             K6RULE.1
016200* ----------------------------------------------------------      K6RULE.1
016300* ONE SCAN OF ONE DATASET -- COUNT, CHECKSUM AND WHAT WAS         K6RULE.1
016400* FOUND: PRESENT, ABSENT OR IO ERROR.                             K6RULE.1
016500* ----------------------------------------------------------      K6RULE.1
016600 77  WS-RUN-RECORDS           PIC 9(7)   VALUE ZERO.              K6RULE.1
016700 77  WS-RUN-CHECKSUM-9        PIC 9(9)   VALUE ZERO.              K6RULE.1
016800 77  WS-SCAN-STATE            PIC X(8)   VALUE SPACE.             K6RULE.1
016900 77  WS-SCAN-RECORDS          PIC 9(7)   VALUE ZERO.              K6RULE.1
017000 77  WS-SCAN-CHECKSUM         PIC 9(9)   VALUE ZERO.              K6RULE.1
017100 01  WS-RUN-CHECKSUM          PIC S9(9)  COMP VALUE ZERO.         K6RULE.1
017200* ----------------------------------------------------------      K6RULE.1
017300* CHECKSUM WORK -- SAME ADDITIVE HALFWORD FOLD AS THE PRINT       K6RULE.1
017400* EVIDENCE (SEE K6RVFY) AND THE REGISTER BACKUP (K6RBKP), OVER    K6RULE.1
017500* THE 100-BYTE IMAGE.                                             K6RULE.1
017600* ----------------------------------------------------------      K6RULE.1
017700 01  WS-REG-CKSUM-AREA        PIC X(100) VALUE SPACE.             K6RULE.1
017800 01  WS-REG-CKSUM-VIEW REDEFINES WS-REG-CKSUM-AREA.               K6RULE.1
017900     05  WS-REG-CKSUM-CHUNK OCCURS 50 TIMES                       K6RULE.1
018000                              PIC S9(4) COMP.                     K6RULE.1
018100 COPY K6RGTB.                                                     K6RULE.1
018200 COPY K6RGPM.                                                     K6RULE.1
018300* ----------------------------------------------------------      K6RULE.1
018400* PER DATASET: THE LAST VERSION IN THE VAULT, THE LATEST LINK     K6RULE.1
018500* (WHAT THE LAST WINDOW HAD), AND THE LINKS OF WINDOWS A AND B.   K6RULE.1
018600* ----------------------------------------------------------      K6RULE.1
018700 01  RULE-TABLE.                                                  K6RULE.1
018800     05  RT-ENTRY OCCURS 16 TIMES.                                K6RULE.1
018900         10  RT-LAST-VERSION      PIC 9(5).                       K6RULE.1
019000         10  RT-PREV-SW           PIC X(1).                       K6RULE.1
019100         10  RT-PREV-VERSION      PIC 9(5).                       K6RULE.1
019200         10  RT-PREV-RECORDS      PIC 9(7).                       K6RULE.1
019300         10  RT-PREV-CHECKSUM     PIC 9(9).                       K6RULE.1
019400         10  RT-A-SW              PIC X(1).                       K6RULE.1
019500         10  RT-A-VERSION         PIC 9(5).                       K6RULE.1
019600         10  RT-A-RECORDS         PIC 9(7).                       K6RULE.1
019700         10  RT-A-CHECKSUM        PIC 9(9).                       K6RULE.1
019800         10  RT-A-DISP            PIC X(8).                       K6RULE.1
019900         10  RT-B-SW              PIC X(1).                       K6RULE.1
020000         10  RT-B-VERSION         PIC 9(5).                       K6RULE.1
020100         10  RT-B-RECORDS         PIC 9(7).                       K6RULE.1
020200         10  RT-B-CHECKSUM        PIC 9(9).                       K6RULE.1
020300         10  RT-B-DISP            PIC X(8).                       K6RULE.1
020400* ----------------------------------------------------------      K6RULE.1
020500* THE CONTENT OF ONE VERSION ON EACH SIDE, AS LOADED FROM THE     K6RULE.1
020600* VAULT, AND WHETHER IT CHECKED OUT.                              K6RULE.1
020700* ----------------------------------------------------------      K6RULE.1
020800 77  WS-WANT-A                PIC 9(5)   VALUE ZERO.              K6RULE.1
020900 77  WS-WANT-B                PIC 9(5)   VALUE ZERO.              K6RULE.1
021000 77  WS-SIDE                  PIC X(1)   VALUE SPACE.             K6RULE.1
021100 77  DA-COUNT                 PIC 9(5)   COMP VALUE ZERO.         K6RULE.1
021200 77  DB-COUNT                 PIC 9(5)   COMP VALUE ZERO.         K6RULE.1
021300 77  DA-RESULT                PIC X(8)   VALUE SPACE.             K6RULE.1
021400 77  DB-RESULT                PIC X(8)   VALUE SPACE.             K6RULE.1
021500 77  DA-OVERFLOW-SW           PIC X      VALUE "N".               K6RULE.1
021600     88  DA-OVERFLOW                     VALUE "Y".               K6RULE.1
021700 77  DB-OVERFLOW-SW           PIC X      VALUE "N".               K6RULE.1
021800     88  DB-OVERFLOW                     VALUE "Y".               K6RULE.1
021900 01  DIFF-TABLE-A.                                                K6RULE.1
022000     05  DA-ENTRY OCCURS 5000 TIMES.                              K6RULE.1
022100         10  DA-IMAGE             PIC X(100).                     K6RULE.1
022200         10  DA-MATCH-SW          PIC X(1).                       K6RULE.1
022300 01  DIFF-TABLE-B.                                                K6RULE.1
022400     05  DB-ENTRY OCCURS 5000 TIMES.                              K6RULE.1
022500         10  DB-IMAGE             PIC X(100).                     K6RULE.1
022600         10  DB-MATCH-SW          PIC X(1).                       K6RULE.1
022700* ----------------------------------------------------------      K6RULE.1
022800* REPORT LINES.                                                   K6RULE.1
022900* ----------------------------------------------------------      K6RULE.1
023000 01  HDR-LINE-1.                                                  K6RULE.1
023100     05  FILLER   PIC X(40) VALUE                                 K6RULE.1
023200         "WINDOW RULES (K6RULE) AS OF             ".              K6RULE.1
023300     05  HDR-TODAY            PIC 9(8).                           K6RULE.1
023400     05  FILLER   PIC X(1)  VALUE SPACE.                          K6RULE.1
023500     05  HDR-TIME             PIC 9(6).                           K6RULE.1
023600     05  FILLER   PIC X(65) VALUE SPACE.                          K6RULE.1
023700 01  FUNC-LINE.                                                   K6RULE.1
023800     05  FILLER   PIC X(9)  VALUE "FUNCTION ".                    K6RULE.1
023900     05  FL-FUNCTION          PIC X(8).                           K6RULE.1
024000     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RULE.1
024100     05  FL-TEXT              PIC X(60).                          K6RULE.1
024200     05  FILLER   PIC X(41) VALUE SPACE.                          K6RULE.1
024300 01  WIN-LINE.                                                    K6RULE.1
024400     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RULE.1
024500     05  WL-LABEL             PIC X(10).                          K6RULE.1
024600     05  WL-DATE              PIC 9(8).                           K6RULE.1
024700     05  FILLER   PIC X(1)  VALUE SPACE.                          K6RULE.1
024800     05  WL-ID                PIC X(1).                           K6RULE.1
024900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RULE.1
025000     05  WL-TEXT              PIC X(50).                          K6RULE.1
025100     05  FILLER   PIC X(44) VALUE SPACE.                          K6RULE.1
025200 01  HDR-LINE-2.                                                  K6RULE.1
025300     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RULE.1
025400     05  FILLER   PIC X(10) VALUE "DATASET".                      K6RULE.1
025500     05  FILLER   PIC X(18) VALUE "HOLDS".                        K6RULE.1
025600     05  FILLER   PIC X(7)  VALUE "VERSION".                      K6RULE.1
025700     05  FILLER   PIC X(9)  VALUE "  RECORDS".                    K6RULE.1
025800     05  FILLER   PIC X(11) VALUE "   CHECKSUM".                  K6RULE.1
025900     05  FILLER   PIC X(10) VALUE "  STATE".                      K6RULE.1
026000     05  FILLER   PIC X(40) VALUE "  RESULT".                     K6RULE.1
026100     05  FILLER   PIC X(11) VALUE SPACE.                          K6RULE.1
026200 01  DS-LINE.                                                     K6RULE.1
026300     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RULE.1
026400     05  DL-DDNAME            PIC X(8).                           K6RULE.1
026500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RULE.1
026600     05  DL-DESC              PIC X(16).                          K6RULE.1
026700     05  FILLER   PIC X(3)  VALUE SPACE.                          K6RULE.1
026800     05  DL-VERSION           PIC ZZZZ9.                          K6RULE.1
026900     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RULE.1
027000     05  DL-RECORDS           PIC ZZZZZZ9.                        K6RULE.1
027100     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RULE.1
027200     05  DL-CHECKSUM          PIC 9(9).                           K6RULE.1
027300     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RULE.1
027400     05  DL-STATE             PIC X(8).                           K6RULE.1
027500     05  FILLER   PIC X(2)  VALUE SPACE.                          K6RULE.1
027600     05  DL-RESULT            PIC X(40).                          K6RULE.1
027700     05  DL-DIFF REDEFINES DL-RESULT.                             K6RULE.1
027800         10  DL-DIFF-TEXT     PIC X(8).                           K6RULE.1
027900         10  DL-REMOVED       PIC ZZZZ9.                          K6RULE.1
028000         10  DL-REMOVED-TEXT  PIC X(9).                           K6RULE.1
028100         10  DL-ADDED         PIC ZZZZ9.                          K6RULE.1
028200         10  DL-ADDED-TEXT    PIC X(13).                          K6RULE.1
028300     05  FILLER   PIC X(10) VALUE SPACE.                          K6RULE.1
028400 01  IMG-LINE.                                                    K6RULE.1
028500     05  FILLER   PIC X(6)  VALUE SPACE.                          K6RULE.1
028600     05  IL-MARK              PIC X(1).                           K6RULE.1
028700     05  FILLER   PIC X(1)  VALUE SPACE.                          K6RULE.1
028800     05  IL-IMAGE             PIC X(100).                         K6RULE.1
028900     05  FILLER   PIC X(12) VALUE SPACE.                          K6RULE.1
029000 01  COUNT-LINE.                                                  K6RULE.1
029100     05  FILLER   PIC X(4)  VALUE SPACE.                          K6RULE.1
029200     05  CL-TEXT              PIC X(20).                          K6RULE.1
029300     05  CL-COUNT-1           PIC ZZZZ9.                          K6RULE.1
029400     05  CL-TEXT-2            PIC X(10).                          K6RULE.1
029500     05  CL-COUNT-2           PIC ZZZZ9.                          K6RULE.1
029600     05  CL-TEXT-3            PIC X(10).                          K6RULE.1
029700     05  CL-COUNT-3           PIC ZZZZ9.                          K6RULE.1
029800     05  FILLER   PIC X(61) VALUE SPACE.                          K6RULE.1
029900 01  TOT-LINE.                                                    K6RULE.1
030000     05  FILLER   PIC X(16) VALUE "RETURN-CODE =   ".             K6RULE.1
030100     05  TL-RC                PIC 99.                             K6RULE.1
030200     05  FILLER   PIC X(102) VALUE SPACE.                         K6RULE.1
030300                                                                  K6RULE.1
030400 PROCEDURE DIVISION.                                              K6RULE.1
030500*================================================================ K6RULE.1
030600* 0000-MAINLINE.                                                  K6RULE.1
030700*================================================================ K6RULE.1
030800 0000-MAINLINE.                                                   K6RULE.1
030900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      K6RULE.1
031000     PERFORM 1500-CONTROL-CARDS THRU 1500-EXIT.                   K6RULE.1
031100     PERFORM 9999-TERMINATE THRU 9999-EXIT.                       K6RULE.1
031200     MOVE WS-VERDICT-RC TO RETURN-CODE.                           K6RULE.1
031300     STOP RUN.                                                    K6RULE.1
031400*================================================================ K6RULE.1
031500* 1000-INITIALIZE -- THE NAMED-WINDOW ID OF THIS RUN COMES FROM   K6RULE.1
031600* THE OPTIONAL WINDOWID CARD; NONE MEANS THE NIGHTLY WINDOW.      K6RULE.1
031700*================================================================ K6RULE.1
031800 1000-INITIALIZE.                                                 K6RULE.1
031900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6RULE.1
032000     ACCEPT WS-NOW-TIME FROM TIME.                                K6RULE.1
032100     OPEN OUTPUT RULE-RPT.                                        K6RULE.1
032200     MOVE WS-TODAY TO HDR-TODAY.                                  K6RULE.1
032300     MOVE WS-NOW-HHMMSS TO HDR-TIME.                              K6RULE.1
032400     WRITE RP-PRINT-REC FROM HDR-LINE-1                           K6RULE.1
032500         AFTER ADVANCING PAGE.                                    K6RULE.1
032600     OPEN INPUT WINDOW-IDENT.                                     K6RULE.1
032700     IF WS-WINDOWID-STATUS NOT = "00"                             K6RULE.1
032800             AND WS-WINDOWID-STATUS NOT = "05"                    K6RULE.1
032900         GO TO 1000-EXIT.                                         K6RULE.1
033000     READ WINDOW-IDENT                                            K6RULE.1
033100         AT END GO TO 1000-CLOSE.                                 K6RULE.1
033200     IF WI-WINDOW-ID NOT = SPACE                                  K6RULE.1
033300         MOVE WI-WINDOW-ID TO WS-RUN-WINDOW-ID.                   K6RULE.1
033400 1000-CLOSE.                                                      K6RULE.1
033500     CLOSE WINDOW-IDENT.                                          K6RULE.1
033600 1000-EXIT.                                                       K6RULE.1
033700     EXIT.                                                        K6RULE.1
033800*================================================================ K6RULE.1
033900* 1500-CONTROL-CARDS -- EACH CARD IS ONE FUNCTION, IN ORDER.  NO  K6RULE.1
034000* CONTROL FILE, OR NO CARDS ON IT, IS A CAPTURE.                  K6RULE.1
034100*================================================================ K6RULE.1
034200 1500-CONTROL-CARDS.                                              K6RULE.1
034300     OPEN INPUT RULE-CTL.                                         K6RULE.1
034400     IF WS-CTL-STATUS NOT = "00" AND WS-CTL-STATUS NOT = "05"     K6RULE.1
034500         GO TO 1500-DEFAULT.                                      K6RULE.1
034600 1500-READ.                                                       K6RULE.1
034700     READ RULE-CTL                                                K6RULE.1
034800         AT END GO TO 1500-DONE.                                  K6RULE.1
034900     IF CTL-CARD = SPACE OR CTL-FUNCTION (1:1) = "*"              K6RULE.1
035000         GO TO 1500-READ.                                         K6RULE.1
035100     ADD 1 TO WS-CARD-COUNT.                                      K6RULE.1
035200     MOVE CTL-FUNCTION TO FL-FUNCTION.                            K6RULE.1
035300     IF CTL-FUNCTION = "CAPTURE "                                 K6RULE.1
035400         PERFORM 3000-CAPTURE THRU 3000-EXIT                      K6RULE.1
035500         GO TO 1500-READ.                                         K6RULE.1
035600     IF CTL-FUNCTION = "ASOF    "                                 K6RULE.1
035700         PERFORM 4000-ASOF THRU 4000-EXIT                         K6RULE.1
035800         GO TO 1500-READ.                                         K6RULE.1
035900     IF CTL-FUNCTION = "DIFF    "                                 K6RULE.1
036000         PERFORM 5000-DIFF THRU 5000-EXIT                         K6RULE.1
036100         GO TO 1500-READ.                                         K6RULE.1
036200     MOVE "UNKNOWN FUNCTION - CARD IGNORED" TO FL-TEXT.           K6RULE.1
036300     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RULE.1
036400         AFTER ADVANCING 2 LINES.                                 K6RULE.1
036500     IF WS-VERDICT-RC < 4                                         K6RULE.1
036600         MOVE 4 TO WS-VERDICT-RC.                                 K6RULE.1
036700     GO TO 1500-READ.                                             K6RULE.1
036800 1500-DONE.                                                       K6RULE.1
036900     CLOSE RULE-CTL.                                              K6RULE.1
037000     IF WS-CARD-COUNT > ZERO                                      K6RULE.1
037100         GO TO 1500-EXIT.                                         K6RULE.1
037200 1500-DEFAULT.                                                    K6RULE.1
037300     MOVE SPACE TO CTL-CARD.                                      K6RULE.1
037400     MOVE "CAPTURE " TO CTL-FUNCTION.                             K6RULE.1
037500     MOVE CTL-FUNCTION TO FL-FUNCTION.                            K6RULE.1
037600     PERFORM 3000-CAPTURE THRU 3000-EXIT.                         K6RULE.1
037700 1500-EXIT.                                                       K6RULE.1
037800     EXIT.                                                        K6RULE.1
037900*================================================================ K6RULE.1
038000* 1600-CHECK-CARD -- THE WINDOW(S) AND DATASET FILTER OF AN ASOF  K6RULE.1
038100* OR DIFF CARD.  A WINDOW DATE IS REQUIRED; A BLANK ID IS THE     K6RULE.1
038200* NIGHTLY WINDOW "N".  SECOND WINDOW ONLY FOR DIFF.               K6RULE.1
038300*================================================================ K6RULE.1
038400 1600-CHECK-CARD.                                                 K6RULE.1
038500     MOVE "Y" TO WS-CARD-SW.                                      K6RULE.1
038600     MOVE ZERO TO WS-FILTER-SUB.                                  K6RULE.1
038700     MOVE ZERO TO WS-WIN-B-DATE.                                  K6RULE.1
038800     MOVE SPACE TO WS-WIN-B-ID.                                   K6RULE.1
038900     IF CTL-WIN-DATE NOT NUMERIC                                  K6RULE.1
039000         MOVE "WINDOW DATE (COLS 10-17) MISSING - CARD REJECTED"  K6RULE.1
039100             TO FL-TEXT                                           K6RULE.1
039200         GO TO 1600-REJECT.                                       K6RULE.1
039300     MOVE CTL-WIN-DATE-9 TO WS-WIN-A-DATE.                        K6RULE.1
039400     MOVE CTL-WIN-ID TO WS-WIN-A-ID.                              K6RULE.1
039500     IF WS-WIN-A-ID = SPACE                                       K6RULE.1
039600         MOVE "N" TO WS-WIN-A-ID.                                 K6RULE.1
039700     IF CTL-FUNCTION NOT = "DIFF    "                             K6RULE.1
039800         GO TO 1600-FILTER.                                       K6RULE.1
039900     IF CTL-WIN2-DATE NOT NUMERIC                                 K6RULE.1
040000         MOVE "SECOND WINDOW DATE (COLS 21-28) MISSING - REJECTED"K6RULE.1
040100             TO FL-TEXT                                           K6RULE.1
040200         GO TO 1600-REJECT.                                       K6RULE.1
040300     MOVE CTL-WIN2-DATE-9 TO WS-WIN-B-DATE.                       K6RULE.1
040400     MOVE CTL-WIN2-ID TO WS-WIN-B-ID.                             K6RULE.1
040500     IF WS-WIN-B-ID = SPACE                                       K6RULE.1
040600         MOVE "N" TO WS-WIN-B-ID.                                 K6RULE.1
040700 1600-FILTER.                                                     K6RULE.1
040800     IF CTL-DATASET = SPACE                                       K6RULE.1
040900         GO TO 1600-EXIT.                                         K6RULE.1
041000     MOVE CTL-DATASET TO WS-LOOK-DDNAME.                          K6RULE.1
041100     PERFORM 2200-FIND-DATASET THRU 2200-EXIT.                    K6RULE.1
041200     MOVE WS-HIT-SUB TO WS-FILTER-SUB.                            K6RULE.1
041300     IF WS-FILTER-SUB > ZERO                                      K6RULE.1
041400         GO TO 1600-EXIT.                                         K6RULE.1
041500     MOVE "DATASET (COLS 32-39) NOT IN K6RGTB - CARD REJECTED"    K6RULE.1
041600         TO FL-TEXT.                                              K6RULE.1
041700 1600-REJECT.                                                     K6RULE.1
041800     MOVE "N" TO WS-CARD-SW.                                      K6RULE.1
041900     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RULE.1
042000         AFTER ADVANCING 2 LINES.                                 K6RULE.1
042100     IF WS-VERDICT-RC < 8                                         K6RULE.1
042200         MOVE 8 TO WS-VERDICT-RC.                                 K6RULE.1
042300 1600-EXIT.                                                       K6RULE.1
042400     EXIT.                                                        K6RULE.1
042500*================================================================ K6RULE.1
042600* 2000-SCAN-DATASET -- READ DATASET WS-SUB END TO END, COUNT      K6RULE.1
042700* AND CHECKSUM IT, AND WHEN COPYING WRITE EACH RECORD TO THE      K6RULE.1
042800* VAULT UNDER ITS NEW VERSION.                                    K6RULE.1
042900*================================================================ K6RULE.1
043000 2000-SCAN-DATASET.                                               K6RULE.1
043100     MOVE ZERO TO WS-RUN-RECORDS.                                 K6RULE.1
043200     MOVE ZERO TO WS-RUN-CHECKSUM.                                K6RULE.1
043300     MOVE "PRESENT " TO WS-SCAN-STATE.                            K6RULE.1
043400     MOVE WS-SUB TO RI-REG-SUB.                                   K6RULE.1
043500     MOVE "OPENIN  " TO RI-FUNCTION.                              K6RULE.1
043600     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RULE.1
043700     IF RI-STATUS NOT = "00" AND RI-STATUS NOT = "05"             K6RULE.1
043800         MOVE "IO ERROR" TO WS-SCAN-STATE                         K6RULE.1
043900         GO TO 2000-EXIT.                                         K6RULE.1
044000     IF RI-ABSENT                                                 K6RULE.1
044100         MOVE "ABSENT  " TO WS-SCAN-STATE.                        K6RULE.1
044200 2000-READ.                                                       K6RULE.1
044300     MOVE "READ    " TO RI-FUNCTION.                              K6RULE.1
044400     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RULE.1
044500     IF RI-EOF                                                    K6RULE.1
044600         GO TO 2000-CLOSE.                                        K6RULE.1
044700     IF RI-STATUS NOT = "00"                                      K6RULE.1
044800         MOVE "IO ERROR" TO WS-SCAN-STATE                         K6RULE.1
044900         GO TO 2000-CLOSE.                                        K6RULE.1
045000     ADD 1 TO WS-RUN-RECORDS.                                     K6RULE.1
045100     MOVE RI-IMAGE TO WS-REG-CKSUM-AREA.                          K6RULE.1
045200     PERFORM 2100-FOLD THRU 2100-EXIT.                            K6RULE.1
045300     IF NOT WS-COPYING                                            K6RULE.1
045400         GO TO 2000-READ.                                         K6RULE.1
045500     MOVE SPACE TO RV-VAULT-REC.                                  K6RULE.1
045600     MOVE "D" TO RV-TYPE.                                         K6RULE.1
045700     MOVE RG-DDNAME (WS-SUB) TO RV-DATASET.                       K6RULE.1
045800     MOVE RT-LAST-VERSION (WS-SUB) TO RV-VERSION.                 K6RULE.1
045900     MOVE WS-TODAY TO RV-CAPT-DATE.                               K6RULE.1
046000     MOVE RI-IMAGE TO RV-IMAGE.                                   K6RULE.1
046100     WRITE RV-VAULT-REC.                                          K6RULE.1
046200     GO TO 2000-READ.                                             K6RULE.1
046300 2000-CLOSE.                                                      K6RULE.1
046400     MOVE "CLOSE   " TO RI-FUNCTION.                              K6RULE.1
046500     CALL "K6RGIO" USING REGISTER-IO-PARM.                        K6RULE.1
046600 2000-EXIT.                                                       K6RULE.1
046700     MOVE WS-RUN-CHECKSUM TO WS-RUN-CHECKSUM-9.                   K6RULE.1
046800     EXIT.                                                        K6RULE.1
046900*================================================================ K6RULE.1
047000* 2100-FOLD -- ADD THE IMAGE IN WS-REG-CKSUM-AREA INTO THE        K6RULE.1
047100* RUNNING CHECKSUM.                                               K6RULE.1
047200*================================================================ K6RULE.1
047300 2100-FOLD.                                                       K6RULE.1
047400     MOVE 1 TO WS-CHUNK-SUB.                                      K6RULE.1
047500 2100-CHUNK.                                                      K6RULE.1
047600     IF WS-CHUNK-SUB GREATER THAN 50                              K6RULE.1
047700         GO TO 2100-EXIT.                                         K6RULE.1
047800     ADD WS-REG-CKSUM-CHUNK (WS-CHUNK-SUB)                        K6RULE.1
047900         TO WS-RUN-CHECKSUM.                                      K6RULE.1
048000     IF WS-RUN-CHECKSUM GREATER THAN 99999999                     K6RULE.1
048100         SUBTRACT 100000000 FROM WS-RUN-CHECKSUM.                 K6RULE.1
048200     IF WS-RUN-CHECKSUM LESS THAN ZERO                            K6RULE.1
048300         ADD 100000000 TO WS-RUN-CHECKSUM.                        K6RULE.1
048400     ADD 1 TO WS-CHUNK-SUB.                                       K6RULE.1
048500     GO TO 2100-CHUNK.                                            K6RULE.1
048600 2100-EXIT.                                                       K6RULE.1
048700     EXIT.                                                        K6RULE.1
048800*================================================================ K6RULE.1
048900* 2200-FIND-DATASET -- WS-LOOK-DDNAME TO ITS K6RGTB NUMBER; ZERO  K6RULE.1
049000* IF NONE.                                                        K6RULE.1
049100*================================================================ K6RULE.1
049200 2200-FIND-DATASET.                                               K6RULE.1
049300     MOVE ZERO TO WS-HIT-SUB.                                     K6RULE.1
049400     MOVE 1 TO WS-SUB.                                            K6RULE.1
049500 2200-LOOP.                                                       K6RULE.1
049600     IF WS-SUB GREATER THAN RG-RULES-COUNT                        K6RULE.1
049700         GO TO 2200-EXIT.                                         K6RULE.1
049800     IF RG-DDNAME (WS-SUB) = WS-LOOK-DDNAME                       K6RULE.1
049900         MOVE WS-SUB TO WS-HIT-SUB                                K6RULE.1
050000         GO TO 2200-EXIT.                                         K6RULE.1
050100     ADD 1 TO WS-SUB.                                             K6RULE.1
050200     GO TO 2200-LOOP.                                             K6RULE.1
050300 2200-EXIT.                                                       K6RULE.1
050400     EXIT.                                                        K6RULE.1
050500*================================================================ K6RULE.1
050600* 2300-LOAD-LINKS -- ONE PASS OF THE LINK FILE: THE HIGHEST       K6RULE.1
050700* VERSION LINKED, THE LATEST READABLE LINK, AND THE LINKS OF      K6RULE.1
050800* WINDOWS A AND B (LAST CAPTURE OF A WINDOW WINS).                K6RULE.1
050900*================================================================ K6RULE.1
051000 2300-LOAD-LINKS.                                                 K6RULE.1
051100     MOVE "N" TO WS-A-LINKED-SW.                                  K6RULE.1
051200     MOVE "N" TO WS-B-LINKED-SW.                                  K6RULE.1
051300     MOVE 1 TO WS-SUB.                                            K6RULE.1
051400 2300-CLEAR.                                                      K6RULE.1
051500     IF WS-SUB GREATER THAN RG-RULES-COUNT                        K6RULE.1
051600         GO TO 2300-OPEN.                                         K6RULE.1
051700     MOVE ZERO TO RT-LAST-VERSION (WS-SUB).                       K6RULE.1
051800     MOVE "N" TO RT-PREV-SW (WS-SUB).                             K6RULE.1
051900     MOVE ZERO TO RT-PREV-VERSION (WS-SUB).                       K6RULE.1
052000     MOVE ZERO TO RT-PREV-RECORDS (WS-SUB).                       K6RULE.1
052100     MOVE ZERO TO RT-PREV-CHECKSUM (WS-SUB).                      K6RULE.1
052200     MOVE "N" TO RT-A-SW (WS-SUB).                                K6RULE.1
052300     MOVE ZERO TO RT-A-VERSION (WS-SUB).                          K6RULE.1
052400     MOVE ZERO TO RT-A-RECORDS (WS-SUB).                          K6RULE.1
052500     MOVE ZERO TO RT-A-CHECKSUM (WS-SUB).                         K6RULE.1
052600     MOVE SPACE TO RT-A-DISP (WS-SUB).                            K6RULE.1
052700     MOVE "N" TO RT-B-SW (WS-SUB).                                K6RULE.1
052800     MOVE ZERO TO RT-B-VERSION (WS-SUB).                          K6RULE.1
052900     MOVE ZERO TO RT-B-RECORDS (WS-SUB).                          K6RULE.1
053000     MOVE ZERO TO RT-B-CHECKSUM (WS-SUB).                         K6RULE.1
053100     MOVE SPACE TO RT-B-DISP (WS-SUB).                            K6RULE.1
053200     ADD 1 TO WS-SUB.                                             K6RULE.1
053300     GO TO 2300-CLEAR.                                            K6RULE.1
053400 2300-OPEN.                                                       K6RULE.1
053500     OPEN INPUT RULE-INDEX.                                       K6RULE.1
053600     IF WS-IDX-STATUS NOT = "00" AND WS-IDX-STATUS NOT = "05"     K6RULE.1
053700         GO TO 2300-EXIT.                                         K6RULE.1
053800 2300-READ.                                                       K6RULE.1
053900     READ RULE-INDEX                                              K6RULE.1
054000         AT END GO TO 2300-CLOSE.                                 K6RULE.1
054100     IF NOT RW-WINDOW-LINE                                        K6RULE.1
054200         GO TO 2300-READ.                                         K6RULE.1
054300     MOVE RW-DATASET TO WS-LOOK-DDNAME.                           K6RULE.1
054400     PERFORM 2200-FIND-DATASET THRU 2200-EXIT.                    K6RULE.1
054500     IF WS-HIT-SUB = ZERO                                         K6RULE.1
054600         GO TO 2300-READ.                                         K6RULE.1
054700     MOVE WS-HIT-SUB TO WS-SUB.                                   K6RULE.1
054800     IF RW-VERSION > RT-LAST-VERSION (WS-SUB)                     K6RULE.1
054900         MOVE RW-VERSION TO RT-LAST-VERSION (WS-SUB).             K6RULE.1
055000     IF NOT RW-UNREAD                                             K6RULE.1
055100         MOVE "Y" TO RT-PREV-SW (WS-SUB)                          K6RULE.1
055200         MOVE RW-VERSION TO RT-PREV-VERSION (WS-SUB)              K6RULE.1
055300         MOVE RW-RECORDS TO RT-PREV-RECORDS (WS-SUB)              K6RULE.1
055400         MOVE RW-CHECKSUM TO RT-PREV-CHECKSUM (WS-SUB).           K6RULE.1
055500     IF RW-WINDOW = WS-WIN-A                                      K6RULE.1
055600         MOVE "Y" TO WS-A-LINKED-SW                               K6RULE.1
055700         MOVE "Y" TO RT-A-SW (WS-SUB)                             K6RULE.1
055800         MOVE RW-VERSION TO RT-A-VERSION (WS-SUB)                 K6RULE.1
055900         MOVE RW-RECORDS TO RT-A-RECORDS (WS-SUB)                 K6RULE.1
056000         MOVE RW-CHECKSUM TO RT-A-CHECKSUM (WS-SUB)               K6RULE.1
056100         MOVE RW-DISPOSITION TO RT-A-DISP (WS-SUB).               K6RULE.1
056200     IF RW-WINDOW = WS-WIN-B                                      K6RULE.1
056300         MOVE "Y" TO WS-B-LINKED-SW                               K6RULE.1
056400         MOVE "Y" TO RT-B-SW (WS-SUB)                             K6RULE.1
056500         MOVE RW-VERSION TO RT-B-VERSION (WS-SUB)                 K6RULE.1
056600         MOVE RW-RECORDS TO RT-B-RECORDS (WS-SUB)                 K6RULE.1
056700         MOVE RW-CHECKSUM TO RT-B-CHECKSUM (WS-SUB)               K6RULE.1
056800         MOVE RW-DISPOSITION TO RT-B-DISP (WS-SUB).               K6RULE.1
056900     GO TO 2300-READ.                                             K6RULE.1
057000 2300-CLOSE.                                                      K6RULE.1
057100     CLOSE RULE-INDEX.                                            K6RULE.1
057200 2300-EXIT.                                                       K6RULE.1
057300     EXIT.                                                        K6RULE.1
057400*================================================================ K6RULE.1
057500* 2400-LOAD-VERSIONS -- THE HIGHEST VERSION OF EACH DATASET       K6RULE.1
057600* ACTUALLY IN THE VAULT, SO THAT A VERSION WRITTEN BY A CAPTURE   K6RULE.1
057700* THAT NEVER REACHED THE LINK FILE IS NOT NUMBERED TWICE.         K6RULE.1
057800*================================================================ K6RULE.1
057900 2400-LOAD-VERSIONS.                                              K6RULE.1
058000     OPEN INPUT RULE-VAULT.                                       K6RULE.1
058100     IF WS-VLT-STATUS NOT = "00" AND WS-VLT-STATUS NOT = "05"     K6RULE.1
058200         GO TO 2400-EXIT.                                         K6RULE.1
058300 2400-READ.                                                       K6RULE.1
058400     READ RULE-VAULT                                              K6RULE.1
058500         AT END GO TO 2400-CLOSE.                                 K6RULE.1
058600     IF NOT RV-VERSION-HDR                                        K6RULE.1
058700         GO TO 2400-READ.                                         K6RULE.1
058800     MOVE RV-DATASET TO WS-LOOK-DDNAME.                           K6RULE.1
058900     PERFORM 2200-FIND-DATASET THRU 2200-EXIT.                    K6RULE.1
059000     IF WS-HIT-SUB = ZERO                                         K6RULE.1
059100         GO TO 2400-READ.                                         K6RULE.1
059200     IF RV-VERSION > RT-LAST-VERSION (WS-HIT-SUB)                 K6RULE.1
059300         MOVE RV-VERSION TO RT-LAST-VERSION (WS-HIT-SUB).         K6RULE.1
059400     GO TO 2400-READ.                                             K6RULE.1
059500 2400-CLOSE.                                                      K6RULE.1
059600     CLOSE RULE-VAULT.                                            K6RULE.1
059700 2400-EXIT.                                                       K6RULE.1
059800     EXIT.                                                        K6RULE.1
059900*================================================================ K6RULE.1
060000* 2500-LOAD-CONTENT -- ONE PASS OF THE VAULT FOR DATASET WS-SUB:  K6RULE.1
060100* VERSION WS-WANT-A INTO TABLE A, WS-WANT-B INTO TABLE B (ZERO    K6RULE.1
060200* WANTS NOTHING).  EACH VERSION IS RE-CHECKSUMMED AND HELD TO     K6RULE.1
060300* ITS TRAILER AND ITS LINK: VERIFIED, MISMATCH, NO END (NO        K6RULE.1
060400* TRAILER) OR MISSING (NOT IN THE VAULT).                         K6RULE.1
060500*================================================================ K6RULE.1
060600 2500-LOAD-CONTENT.                                               K6RULE.1
060700     MOVE ZERO TO DA-COUNT.                                       K6RULE.1
060800     MOVE ZERO TO DB-COUNT.                                       K6RULE.1
060900     MOVE "N" TO DA-OVERFLOW-SW.                                  K6RULE.1
061000     MOVE "N" TO DB-OVERFLOW-SW.                                  K6RULE.1
061100     MOVE "MISSING " TO DA-RESULT.                                K6RULE.1
061200     MOVE "MISSING " TO DB-RESULT.                                K6RULE.1
061300     IF WS-WANT-A = ZERO                                          K6RULE.1
061400         MOVE SPACE TO DA-RESULT.                                 K6RULE.1
061500     IF WS-WANT-B = ZERO                                          K6RULE.1
061600         MOVE SPACE TO DB-RESULT.                                 K6RULE.1
061700     MOVE SPACE TO WS-SIDE.                                       K6RULE.1
061800     OPEN INPUT RULE-VAULT.                                       K6RULE.1
061900     IF WS-VLT-STATUS NOT = "00" AND WS-VLT-STATUS NOT = "05"     K6RULE.1
062000         GO TO 2500-EXIT.                                         K6RULE.1
062100 2500-READ.                                                       K6RULE.1
062200     READ RULE-VAULT                                              K6RULE.1
062300         AT END GO TO 2500-CLOSE.                                 K6RULE.1
062400     IF RV-DATASET NOT = RG-DDNAME (WS-SUB)                       K6RULE.1
062500         GO TO 2500-READ.                                         K6RULE.1
062600     IF RV-VERSION-HDR                                            K6RULE.1
062700         GO TO 2500-HEADER.                                       K6RULE.1
062800     IF RV-VERSION-END                                            K6RULE.1
062900         GO TO 2500-TRAILER.                                      K6RULE.1
063000     IF WS-SIDE = SPACE                                           K6RULE.1
063100         GO TO 2500-READ.                                         K6RULE.1
063200     ADD 1 TO WS-RUN-RECORDS.                                     K6RULE.1
063300     MOVE RV-IMAGE TO WS-REG-CKSUM-AREA.                          K6RULE.1
063400     PERFORM 2100-FOLD THRU 2100-EXIT.                            K6RULE.1
063500     IF WS-SIDE = "A"                                             K6RULE.1
063600         GO TO 2500-STORE-A.                                      K6RULE.1
063700     IF DB-COUNT NOT LESS THAN 5000                               K6RULE.1
063800         MOVE "Y" TO DB-OVERFLOW-SW                               K6RULE.1
063900         GO TO 2500-READ.                                         K6RULE.1
064000     ADD 1 TO DB-COUNT.                                           K6RULE.1
064100     MOVE RV-IMAGE TO DB-IMAGE (DB-COUNT).                        K6RULE.1
064200     MOVE "N" TO DB-MATCH-SW (DB-COUNT).                          K6RULE.1
064300     GO TO 2500-READ.                                             K6RULE.1
064400 2500-STORE-A.                                                    K6RULE.1
064500     IF DA-COUNT NOT LESS THAN 5000                               K6RULE.1
064600         MOVE "Y" TO DA-OVERFLOW-SW                               K6RULE.1
064700         GO TO 2500-READ.                                         K6RULE.1
064800     ADD 1 TO DA-COUNT.                                           K6RULE.1
064900     MOVE RV-IMAGE TO DA-IMAGE (DA-COUNT).                        K6RULE.1
065000     MOVE "N" TO DA-MATCH-SW (DA-COUNT).                          K6RULE.1
065100     GO TO 2500-READ.                                             K6RULE.1
065200 2500-HEADER.                                                     K6RULE.1
065300     MOVE SPACE TO WS-SIDE.                                       K6RULE.1
065400     MOVE ZERO TO WS-RUN-RECORDS.                                 K6RULE.1
065500     MOVE ZERO TO WS-RUN-CHECKSUM.                                K6RULE.1
065600     IF RV-VERSION = WS-WANT-A                                    K6RULE.1
065700         MOVE "A" TO WS-SIDE                                      K6RULE.1
065800         MOVE ZERO TO DA-COUNT                                    K6RULE.1
065900         MOVE "N" TO DA-OVERFLOW-SW                               K6RULE.1
066000         MOVE "NO END  " TO DA-RESULT.                            K6RULE.1
066100     IF RV-VERSION = WS-WANT-B                                    K6RULE.1
066200         MOVE "B" TO WS-SIDE                                      K6RULE.1
066300         MOVE ZERO TO DB-COUNT                                    K6RULE.1
066400         MOVE "N" TO DB-OVERFLOW-SW                               K6RULE.1
066500         MOVE "NO END  " TO DB-RESULT.                            K6RULE.1
066600     GO TO 2500-READ.                                             K6RULE.1
066700 2500-TRAILER.                                                    K6RULE.1
066800     IF WS-SIDE = SPACE                                           K6RULE.1
066900         GO TO 2500-READ.                                         K6RULE.1
067000     MOVE WS-RUN-CHECKSUM TO WS-RUN-CHECKSUM-9.                   K6RULE.1
067100     IF WS-SIDE = "A"                                             K6RULE.1
067200         MOVE "VERIFIED" TO DA-RESULT                             K6RULE.1
067300         IF WS-RUN-RECORDS NOT = RV-RECORDS                       K6RULE.1
067400                 OR WS-RUN-CHECKSUM-9 NOT = RV-CHECKSUM           K6RULE.1
067500                 OR WS-RUN-RECORDS NOT = RT-A-RECORDS (WS-SUB)    K6RULE.1
067600                 OR WS-RUN-CHECKSUM-9 NOT = RT-A-CHECKSUM (WS-SUB)K6RULE.1
067700             MOVE "MISMATCH" TO DA-RESULT.                        K6RULE.1
067800     IF WS-SIDE = "B"                                             K6RULE.1
067900         MOVE "VERIFIED" TO DB-RESULT                             K6RULE.1
068000         IF WS-RUN-RECORDS NOT = RV-RECORDS                       K6RULE.1
068100                 OR WS-RUN-CHECKSUM-9 NOT = RV-CHECKSUM           K6RULE.1
068200                 OR WS-RUN-RECORDS NOT = RT-B-RECORDS (WS-SUB)    K6RULE.1
068300                 OR WS-RUN-CHECKSUM-9 NOT = RT-B-CHECKSUM (WS-SUB)K6RULE.1
068400             MOVE "MISMATCH" TO DB-RESULT.                        K6RULE.1
068500     MOVE SPACE TO WS-SIDE.                                       K6RULE.1
068600     GO TO 2500-READ.                                             K6RULE.1
068700 2500-CLOSE.                                                      K6RULE.1
068800     CLOSE RULE-VAULT.                                            K6RULE.1
068900 2500-EXIT.                                                       K6RULE.1
069000     EXIT.                                                        K6RULE.1
069100*================================================================ K6RULE.1
069200* 3000-CAPTURE -- LINK EVERY DATASET TO THIS WINDOW, COPYING TO   K6RULE.1
069300* THE VAULT ONLY THOSE THAT CHANGED SINCE THE LAST WINDOW.        K6RULE.1
069400*================================================================ K6RULE.1
069500 3000-CAPTURE.                                                    K6RULE.1
069600     IF WS-CAPTURE-DONE                                           K6RULE.1
069700         MOVE "SECOND CAPTURE CARD IN ONE RUN - IGNORED"          K6RULE.1
069800             TO FL-TEXT                                           K6RULE.1
069900         WRITE RP-PRINT-REC FROM FUNC-LINE                        K6RULE.1
070000             AFTER ADVANCING 2 LINES                              K6RULE.1
070100         IF WS-VERDICT-RC < 4                                     K6RULE.1
070200             MOVE 4 TO WS-VERDICT-RC.                             K6RULE.1
070300     IF WS-CAPTURE-DONE                                           K6RULE.1
070400         GO TO 3000-EXIT.                                         K6RULE.1
070500     MOVE "Y" TO WS-CAPTURE-DONE-SW.                              K6RULE.1
070600     ACCEPT WS-NOW-TIME FROM TIME.                                K6RULE.1
070700     MOVE WS-TODAY TO WS-WIN-A-DATE.                              K6RULE.1
070800     IF CTL-WIN-DATE NUMERIC                                      K6RULE.1
070900         MOVE CTL-WIN-DATE-9 TO WS-WIN-A-DATE.                    K6RULE.1
071000     MOVE WS-RUN-WINDOW-ID TO WS-WIN-A-ID.                        K6RULE.1
071100     IF CTL-WIN-ID NOT = SPACE                                    K6RULE.1
071200         MOVE CTL-WIN-ID TO WS-WIN-A-ID.                          K6RULE.1
071300     MOVE ZERO TO WS-WIN-B-DATE.                                  K6RULE.1
071400     MOVE SPACE TO WS-WIN-B-ID.                                   K6RULE.1
071500     PERFORM 2300-LOAD-LINKS THRU 2300-EXIT.                      K6RULE.1
071600     PERFORM 2400-LOAD-VERSIONS THRU 2400-EXIT.                   K6RULE.1
071700     MOVE "RULES IN FORCE CAPTURED" TO FL-TEXT.                   K6RULE.1
071800     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RULE.1
071900         AFTER ADVANCING 2 LINES.                                 K6RULE.1
072000     MOVE "WINDOW" TO WL-LABEL.                                   K6RULE.1
072100     MOVE WS-WIN-A-DATE TO WL-DATE.                               K6RULE.1
072200     MOVE WS-WIN-A-ID TO WL-ID.                                   K6RULE.1
072300     MOVE SPACE TO WL-TEXT.                                       K6RULE.1
072400     WRITE RP-PRINT-REC FROM WIN-LINE                             K6RULE.1
072500         AFTER ADVANCING 1 LINE.                                  K6RULE.1
072600     WRITE RP-PRINT-REC FROM HDR-LINE-2                           K6RULE.1
072700         AFTER ADVANCING 2 LINES.                                 K6RULE.1
072800     OPEN EXTEND RULE-VAULT.                                      K6RULE.1
072900     OPEN EXTEND RULE-INDEX.                                      K6RULE.1
073000     MOVE 1 TO WS-SUB.                                            K6RULE.1
073100 3000-LOOP.                                                       K6RULE.1
073200     IF WS-SUB GREATER THAN RG-RULES-COUNT                        K6RULE.1
073300         GO TO 3000-CLOSE.                                        K6RULE.1
073400     PERFORM 3100-CAPTURE-DATASET THRU 3100-EXIT.                 K6RULE.1
073500     ADD 1 TO WS-SUB.                                             K6RULE.1
073600     GO TO 3000-LOOP.                                             K6RULE.1
073700 3000-CLOSE.                                                      K6RULE.1
073800     CLOSE RULE-VAULT.                                            K6RULE.1
073900     CLOSE RULE-INDEX.                                            K6RULE.1
074000     MOVE "NEW VERSIONS" TO CL-TEXT.                              K6RULE.1
074100     MOVE WS-NEW-COUNT TO CL-COUNT-1.                             K6RULE.1
074200     MOVE "  SAME" TO CL-TEXT-2.                                  K6RULE.1
074300     MOVE WS-SAME-COUNT TO CL-COUNT-2.                            K6RULE.1
074400     MOVE "  UNREAD" TO CL-TEXT-3.                                K6RULE.1
074500     MOVE WS-UNREAD-COUNT TO CL-COUNT-3.                          K6RULE.1
074600     WRITE RP-PRINT-REC FROM COUNT-LINE                           K6RULE.1
074700         AFTER ADVANCING 2 LINES.                                 K6RULE.1
074800 3000-EXIT.                                                       K6RULE.1
074900     EXIT.                                                        K6RULE.1
075000*================================================================ K6RULE.1
075100* 3100-CAPTURE-DATASET -- DATASET WS-SUB.  A CHANGED DATASET IS   K6RULE.1
075200* READ A SECOND TIME TO COPY IT; THE VERSION IS WHAT WAS COPIED,  K6RULE.1
075300* AND A DIFFERENCE FROM THE FIRST READ IS REPORTED (RC 8).        K6RULE.1
075400*================================================================ K6RULE.1
075500 3100-CAPTURE-DATASET.                                            K6RULE.1
075600     MOVE "N" TO WS-COPY-SW.                                      K6RULE.1
075700     PERFORM 2000-SCAN-DATASET THRU 2000-EXIT.                    K6RULE.1
075800     MOVE WS-RUN-RECORDS TO WS-SCAN-RECORDS.                      K6RULE.1
075900     MOVE WS-RUN-CHECKSUM-9 TO WS-SCAN-CHECKSUM.                  K6RULE.1
076000     MOVE RG-DDNAME (WS-SUB) TO DL-DDNAME.                        K6RULE.1
076100     MOVE RG-DESC (WS-SUB) TO DL-DESC.                            K6RULE.1
076200     MOVE WS-SCAN-STATE TO DL-STATE.                              K6RULE.1
076300     MOVE SPACE TO DL-RESULT.                                     K6RULE.1
076400     MOVE SPACE TO RW-LINK-REC.                                   K6RULE.1
076500     MOVE "W" TO RW-TYPE.                                         K6RULE.1
076600     MOVE WS-WIN-A TO RW-WINDOW.                                  K6RULE.1
076700     MOVE RG-DDNAME (WS-SUB) TO RW-DATASET.                       K6RULE.1
076800     MOVE WS-TODAY TO RW-CAPT-DATE.                               K6RULE.1
076900     MOVE WS-NOW-HHMMSS TO RW-CAPT-TIME.                          K6RULE.1
077000     IF WS-SCAN-STATE NOT = "IO ERROR"                            K6RULE.1
077100         GO TO 3100-COMPARE.                                      K6RULE.1
077200     MOVE ZERO TO RW-VERSION.                                     K6RULE.1
077300     MOVE ZERO TO RW-RECORDS.                                     K6RULE.1
077400     MOVE ZERO TO RW-CHECKSUM.                                    K6RULE.1
077500     MOVE "UNREAD  " TO RW-DISPOSITION.                           K6RULE.1
077600     MOVE "COULD NOT BE READ - NOT CAPTURED" TO DL-RESULT.        K6RULE.1
077700     ADD 1 TO WS-UNREAD-COUNT.                                    K6RULE.1
077800     IF WS-VERDICT-RC < 8                                         K6RULE.1
077900         MOVE 8 TO WS-VERDICT-RC.                                 K6RULE.1
078000     GO TO 3100-LINK.                                             K6RULE.1
078100 3100-COMPARE.                                                    K6RULE.1
078200     IF RT-PREV-SW (WS-SUB) NOT = "Y"                             K6RULE.1
078300         GO TO 3100-COPY.                                         K6RULE.1
078400     IF WS-SCAN-RECORDS NOT = RT-PREV-RECORDS (WS-SUB)            K6RULE.1
078500             OR WS-SCAN-CHECKSUM NOT = RT-PREV-CHECKSUM (WS-SUB)  K6RULE.1
078600         GO TO 3100-COPY.                                         K6RULE.1
078700     MOVE RT-PREV-VERSION (WS-SUB) TO RW-VERSION.                 K6RULE.1
078800     MOVE WS-SCAN-RECORDS TO RW-RECORDS.                          K6RULE.1
078900     MOVE WS-SCAN-CHECKSUM TO RW-CHECKSUM.                        K6RULE.1
079000     MOVE "SAME    " TO RW-DISPOSITION.                           K6RULE.1
079100     MOVE "UNCHANGED - LINKED TO VAULT VERSION" TO DL-RESULT.     K6RULE.1
079200     ADD 1 TO WS-SAME-COUNT.                                      K6RULE.1
079300     GO TO 3100-LINK.                                             K6RULE.1
079400 3100-COPY.                                                       K6RULE.1
079500     ADD 1 TO RT-LAST-VERSION (WS-SUB).                           K6RULE.1
079600     MOVE SPACE TO RV-VAULT-REC.                                  K6RULE.1
079700     MOVE "V" TO RV-TYPE.                                         K6RULE.1
079800     MOVE RG-DDNAME (WS-SUB) TO RV-DATASET.                       K6RULE.1
079900     MOVE RT-LAST-VERSION (WS-SUB) TO RV-VERSION.                 K6RULE.1
080000     MOVE WS-TODAY TO RV-CAPT-DATE.                               K6RULE.1
080100     MOVE RG-DESC (WS-SUB) TO RV-IMAGE.                           K6RULE.1
080200     WRITE RV-VAULT-REC.                                          K6RULE.1
080300     MOVE "Y" TO WS-COPY-SW.                                      K6RULE.1
080400     PERFORM 2000-SCAN-DATASET THRU 2000-EXIT.                    K6RULE.1
080500     MOVE "N" TO WS-COPY-SW.                                      K6RULE.1
080600     MOVE SPACE TO RV-VAULT-REC.                                  K6RULE.1
080700     MOVE "E" TO RV-TYPE.                                         K6RULE.1
080800     MOVE RG-DDNAME (WS-SUB) TO RV-DATASET.                       K6RULE.1
080900     MOVE RT-LAST-VERSION (WS-SUB) TO RV-VERSION.                 K6RULE.1
081000     MOVE WS-TODAY TO RV-CAPT-DATE.                               K6RULE.1
081100     MOVE WS-RUN-RECORDS TO RV-RECORDS.                           K6RULE.1
081200     MOVE WS-RUN-CHECKSUM-9 TO RV-CHECKSUM.                       K6RULE.1
081300     WRITE RV-VAULT-REC.                                          K6RULE.1
081400     MOVE RT-LAST-VERSION (WS-SUB) TO RW-VERSION.                 K6RULE.1
081500     MOVE WS-RUN-RECORDS TO RW-RECORDS.                           K6RULE.1
081600     MOVE WS-RUN-CHECKSUM-9 TO RW-CHECKSUM.                       K6RULE.1
081700     MOVE "NEW     " TO RW-DISPOSITION.                           K6RULE.1
081800     MOVE "CHANGED - NEW VERSION IN VAULT" TO DL-RESULT.          K6RULE.1
081900     IF RT-PREV-SW (WS-SUB) NOT = "Y"                             K6RULE.1
082000         MOVE "FIRST CAPTURE - NEW VERSION IN VAULT"              K6RULE.1
082100             TO DL-RESULT.                                        K6RULE.1
082200     ADD 1 TO WS-NEW-COUNT.                                       K6RULE.1
082300     IF WS-RUN-RECORDS = WS-SCAN-RECORDS                          K6RULE.1
082400             AND WS-RUN-CHECKSUM-9 = WS-SCAN-CHECKSUM             K6RULE.1
082500             AND WS-SCAN-STATE NOT = "IO ERROR"                   K6RULE.1
082600         GO TO 3100-LINK.                                         K6RULE.1
082700     MOVE "CHANGED WHILE CAPTURED - RECAPTURE" TO DL-RESULT.      K6RULE.1
082800     IF WS-VERDICT-RC < 8                                         K6RULE.1
082900         MOVE 8 TO WS-VERDICT-RC.                                 K6RULE.1
083000 3100-LINK.                                                       K6RULE.1
083100     WRITE RW-LINK-REC.                                           K6RULE.1
083200     MOVE RW-VERSION TO DL-VERSION.                               K6RULE.1
083300     MOVE RW-RECORDS TO DL-RECORDS.                               K6RULE.1
083400     MOVE RW-CHECKSUM TO DL-CHECKSUM.                             K6RULE.1
083500     WRITE RP-PRINT-REC FROM DS-LINE                              K6RULE.1
083600         AFTER ADVANCING 1 LINE.                                  K6RULE.1
083700 3100-EXIT.                                                       K6RULE.1
083800     EXIT.                                                        K6RULE.1
083900*================================================================ K6RULE.1
084000* 4000-ASOF -- EVERYTHING IN FORCE FOR ONE WINDOW.                K6RULE.1
084100*================================================================ K6RULE.1
084200 4000-ASOF.                                                       K6RULE.1
084300     PERFORM 1600-CHECK-CARD THRU 1600-EXIT.                      K6RULE.1
084400     IF NOT WS-CARD-OK                                            K6RULE.1
084500         GO TO 4000-EXIT.                                         K6RULE.1
084600     PERFORM 2300-LOAD-LINKS THRU 2300-EXIT.                      K6RULE.1
084700     MOVE "RULES IN FORCE FOR WINDOW" TO FL-TEXT.                 K6RULE.1
084800     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RULE.1
084900         AFTER ADVANCING 2 LINES.                                 K6RULE.1
085000     MOVE "WINDOW" TO WL-LABEL.                                   K6RULE.1
085100     MOVE WS-WIN-A-DATE TO WL-DATE.                               K6RULE.1
085200     MOVE WS-WIN-A-ID TO WL-ID.                                   K6RULE.1
085300     MOVE SPACE TO WL-TEXT.                                       K6RULE.1
085400     IF NOT WS-A-LINKED                                           K6RULE.1
085500         MOVE "NEVER CAPTURED - NOTHING TO REPORT" TO WL-TEXT.    K6RULE.1
085600     WRITE RP-PRINT-REC FROM WIN-LINE                             K6RULE.1
085700         AFTER ADVANCING 1 LINE.                                  K6RULE.1
085800     IF WS-A-LINKED                                               K6RULE.1
085900         GO TO 4000-START.                                        K6RULE.1
086000     IF WS-VERDICT-RC < 8                                         K6RULE.1
086100         MOVE 8 TO WS-VERDICT-RC.                                 K6RULE.1
086200     GO TO 4000-EXIT.                                             K6RULE.1
086300 4000-START.                                                      K6RULE.1
086400     WRITE RP-PRINT-REC FROM HDR-LINE-2                           K6RULE.1
086500         AFTER ADVANCING 2 LINES.                                 K6RULE.1
086600     MOVE 1 TO WS-SUB.                                            K6RULE.1
086700 4000-LOOP.                                                       K6RULE.1
086800     IF WS-SUB GREATER THAN RG-RULES-COUNT                        K6RULE.1
086900         GO TO 4000-EXIT.                                         K6RULE.1
087000     IF WS-FILTER-SUB = ZERO OR WS-FILTER-SUB = WS-SUB            K6RULE.1
087100         PERFORM 4100-PRINT-DATASET THRU 4100-EXIT.               K6RULE.1
087200     ADD 1 TO WS-SUB.                                             K6RULE.1
087300     GO TO 4000-LOOP.                                             K6RULE.1
087400 4000-EXIT.                                                       K6RULE.1
087500     EXIT.                                                        K6RULE.1
087600*================================================================ K6RULE.1
087700* 4100-PRINT-DATASET -- THE LINKED VERSION OF DATASET WS-SUB,     K6RULE.1
087800* RECORD BY RECORD, AFTER ITS OWN CHECK LINE.                     K6RULE.1
087900*================================================================ K6RULE.1
088000 4100-PRINT-DATASET.                                              K6RULE.1
088100     MOVE RG-DDNAME (WS-SUB) TO DL-DDNAME.                        K6RULE.1
088200     MOVE RG-DESC (WS-SUB) TO DL-DESC.                            K6RULE.1
088300     MOVE RT-A-VERSION (WS-SUB) TO DL-VERSION.                    K6RULE.1
088400     MOVE RT-A-RECORDS (WS-SUB) TO DL-RECORDS.                    K6RULE.1
088500     MOVE RT-A-CHECKSUM (WS-SUB) TO DL-CHECKSUM.                  K6RULE.1
088600     MOVE RT-A-DISP (WS-SUB) TO DL-STATE.                         K6RULE.1
088700     IF RT-A-SW (WS-SUB) = "Y"                                    K6RULE.1
088800         GO TO 4100-LINKED.                                       K6RULE.1
088900     MOVE "NOT CAPTURED FOR THIS WINDOW" TO DL-RESULT.            K6RULE.1
089000     GO TO 4100-FAIL.                                             K6RULE.1
089100 4100-LINKED.                                                     K6RULE.1
089200     IF RT-A-DISP (WS-SUB) NOT = "UNREAD  "                       K6RULE.1
089300         GO TO 4100-LOAD.                                         K6RULE.1
089400     MOVE "NOT READABLE WHEN THE WINDOW RAN" TO DL-RESULT.        K6RULE.1
089500     GO TO 4100-FAIL.                                             K6RULE.1
089600 4100-LOAD.                                                       K6RULE.1
089700     MOVE RT-A-VERSION (WS-SUB) TO WS-WANT-A.                     K6RULE.1
089800     MOVE ZERO TO WS-WANT-B.                                      K6RULE.1
089900     PERFORM 2500-LOAD-CONTENT THRU 2500-EXIT.                    K6RULE.1
090000     IF DA-RESULT = "VERIFIED" AND NOT DA-OVERFLOW                K6RULE.1
090100         MOVE "VAULT COPY VERIFIED" TO DL-RESULT                  K6RULE.1
090200         GO TO 4100-PRINT.                                        K6RULE.1
090300     MOVE "VAULT VERSION MISSING" TO DL-RESULT.                   K6RULE.1
090400     IF DA-RESULT = "MISMATCH"                                    K6RULE.1
090500         MOVE "VAULT COPY FAILS ITS CHECKSUM" TO DL-RESULT.       K6RULE.1
090600     IF DA-RESULT = "NO END  "                                    K6RULE.1
090700         MOVE "VAULT COPY INCOMPLETE" TO DL-RESULT.               K6RULE.1
090800     IF DA-OVERFLOW                                               K6RULE.1
090900         MOVE "TOO LARGE TO PRINT - FIRST 5000 SHOWN"             K6RULE.1
091000             TO DL-RESULT.                                        K6RULE.1
091100     IF WS-VERDICT-RC < 8                                         K6RULE.1
091200         MOVE 8 TO WS-VERDICT-RC.                                 K6RULE.1
091300 4100-PRINT.                                                      K6RULE.1
091400     WRITE RP-PRINT-REC FROM DS-LINE                              K6RULE.1
091500         AFTER ADVANCING 2 LINES.                                 K6RULE.1
091600     MOVE SPACE TO IL-MARK.                                       K6RULE.1
091700     MOVE ZERO TO WS-A-SUB.                                       K6RULE.1
091800 4100-IMAGE.                                                      K6RULE.1
091900     ADD 1 TO WS-A-SUB.                                           K6RULE.1
092000     IF WS-A-SUB GREATER THAN DA-COUNT                            K6RULE.1
092100         GO TO 4100-EXIT.                                         K6RULE.1
092200     MOVE DA-IMAGE (WS-A-SUB) TO IL-IMAGE.                        K6RULE.1
092300     WRITE RP-PRINT-REC FROM IMG-LINE                             K6RULE.1
092400         AFTER ADVANCING 1 LINE.                                  K6RULE.1
092500     GO TO 4100-IMAGE.                                            K6RULE.1
092600 4100-FAIL.                                                       K6RULE.1
092700     WRITE RP-PRINT-REC FROM DS-LINE                              K6RULE.1
092800         AFTER ADVANCING 2 LINES.                                 K6RULE.1
092900     IF WS-VERDICT-RC < 8                                         K6RULE.1
093000         MOVE 8 TO WS-VERDICT-RC.                                 K6RULE.1
093100 4100-EXIT.                                                       K6RULE.1
093200     EXIT.                                                        K6RULE.1
093300*================================================================ K6RULE.1
093400* 5000-DIFF -- THE RULES OF WINDOW A AGAINST THOSE OF WINDOW B.   K6RULE.1
093500*================================================================ K6RULE.1
093600 5000-DIFF.                                                       K6RULE.1
093700     PERFORM 1600-CHECK-CARD THRU 1600-EXIT.                      K6RULE.1
093800     IF NOT WS-CARD-OK                                            K6RULE.1
093900         GO TO 5000-EXIT.                                         K6RULE.1
094000     PERFORM 2300-LOAD-LINKS THRU 2300-EXIT.                      K6RULE.1
094100     MOVE "RULES DIFFERENCES BETWEEN WINDOWS" TO FL-TEXT.         K6RULE.1
094200     WRITE RP-PRINT-REC FROM FUNC-LINE                            K6RULE.1
094300         AFTER ADVANCING 2 LINES.                                 K6RULE.1
094400     MOVE "FROM (-)" TO WL-LABEL.                                 K6RULE.1
094500     MOVE WS-WIN-A-DATE TO WL-DATE.                               K6RULE.1
094600     MOVE WS-WIN-A-ID TO WL-ID.                                   K6RULE.1
094700     MOVE SPACE TO WL-TEXT.                                       K6RULE.1
094800     IF NOT WS-A-LINKED                                           K6RULE.1
094900         MOVE "NEVER CAPTURED" TO WL-TEXT.                        K6RULE.1
095000     WRITE RP-PRINT-REC FROM WIN-LINE                             K6RULE.1
095100         AFTER ADVANCING 1 LINE.                                  K6RULE.1
095200     MOVE "TO   (+)" TO WL-LABEL.                                 K6RULE.1
095300     MOVE WS-WIN-B-DATE TO WL-DATE.                               K6RULE.1
095400     MOVE WS-WIN-B-ID TO WL-ID.                                   K6RULE.1
095500     MOVE SPACE TO WL-TEXT.                                       K6RULE.1
095600     IF NOT WS-B-LINKED                                           K6RULE.1
095700         MOVE "NEVER CAPTURED" TO WL-TEXT.                        K6RULE.1
095800     WRITE RP-PRINT-REC FROM WIN-LINE                             K6RULE.1
095900         AFTER ADVANCING 1 LINE.                                  K6RULE.1
096000     IF WS-A-LINKED AND WS-B-LINKED                               K6RULE.1
096100         GO TO 5000-START.                                        K6RULE.1
096200     IF WS-VERDICT-RC < 8                                         K6RULE.1
096300         MOVE 8 TO WS-VERDICT-RC.                                 K6RULE.1
096400     GO TO 5000-EXIT.                                             K6RULE.1
096500 5000-START.                                                      K6RULE.1
096600     WRITE RP-PRINT-REC FROM HDR-LINE-2                           K6RULE.1
096700         AFTER ADVANCING 2 LINES.                                 K6RULE.1
096800     MOVE 1 TO WS-SUB.                                            K6RULE.1
096900 5000-LOOP.                                                       K6RULE.1
097000     IF WS-SUB GREATER THAN RG-RULES-COUNT                        K6RULE.1
097100         GO TO 5000-EXIT.                                         K6RULE.1
097200     IF WS-FILTER-SUB = ZERO OR WS-FILTER-SUB = WS-SUB            K6RULE.1
097300         PERFORM 5100-DIFF-DATASET THRU 5100-EXIT.                K6RULE.1
097400     ADD 1 TO WS-SUB.                                             K6RULE.1
097500     GO TO 5000-LOOP.                                             K6RULE.1
097600 5000-EXIT.                                                       K6RULE.1
097700     EXIT.                                                        K6RULE.1
097800*================================================================ K6RULE.1
097900* 5100-DIFF-DATASET -- DATASET WS-SUB.  THE SAME VERSION ON BOTH  K6RULE.1
098000* SIDES IS UNCHANGED WITHOUT LOOKING; OTHERWISE BOTH VERSIONS     K6RULE.1
098100* ARE LOADED AND MATCHED RECORD FOR RECORD, AND WHAT IS LEFT      K6RULE.1
098200* OVER ON EACH SIDE IS PRINTED.  A SIDE NOT CAPTURED OR NOT       K6RULE.1
098300* READABLE COUNTS AS EMPTY.                                       K6RULE.1
098400*================================================================ K6RULE.1
098500 5100-DIFF-DATASET.                                               K6RULE.1
098600     MOVE RG-DDNAME (WS-SUB) TO DL-DDNAME.                        K6RULE.1
098700     MOVE RG-DESC (WS-SUB) TO DL-DESC.                            K6RULE.1
098800     MOVE RT-B-VERSION (WS-SUB) TO DL-VERSION.                    K6RULE.1
098900     MOVE RT-B-RECORDS (WS-SUB) TO DL-RECORDS.                    K6RULE.1
099000     MOVE RT-B-CHECKSUM (WS-SUB) TO DL-CHECKSUM.                  K6RULE.1
099100     MOVE RT-B-DISP (WS-SUB) TO DL-STATE.                         K6RULE.1
099200     IF RT-A-VERSION (WS-SUB) NOT = RT-B-VERSION (WS-SUB)         K6RULE.1
099300         GO TO 5100-LOAD.                                         K6RULE.1
099400     MOVE "UNCHANGED" TO DL-RESULT.                               K6RULE.1
099500     IF RT-A-VERSION (WS-SUB) = ZERO                              K6RULE.1
099600         MOVE "NOT CAPTURED IN EITHER WINDOW" TO DL-RESULT.       K6RULE.1
099700     WRITE RP-PRINT-REC FROM DS-LINE                              K6RULE.1
099800         AFTER ADVANCING 1 LINE.                                  K6RULE.1
099900     GO TO 5100-EXIT.                                             K6RULE.1
100000 5100-LOAD.                                                       K6RULE.1
100100     MOVE RT-A-VERSION (WS-SUB) TO WS-WANT-A.                     K6RULE.1
100200     MOVE RT-B-VERSION (WS-SUB) TO WS-WANT-B.                     K6RULE.1
100300     PERFORM 2500-LOAD-CONTENT THRU 2500-EXIT.                    K6RULE.1
100400     PERFORM 5200-MATCH THRU 5200-EXIT.                           K6RULE.1
100500     MOVE "CHANGED" TO DL-DIFF-TEXT.                              K6RULE.1
100600     MOVE WS-REMOVED TO DL-REMOVED.                               K6RULE.1
100700     MOVE " REMOVED" TO DL-REMOVED-TEXT.                          K6RULE.1
100800     MOVE WS-ADDED TO DL-ADDED.                                   K6RULE.1
100900     MOVE " ADDED" TO DL-ADDED-TEXT.                              K6RULE.1
101000     IF (DA-RESULT NOT = SPACE AND DA-RESULT NOT = "VERIFIED")    K6RULE.1
101100             OR (DB-RESULT NOT = SPACE                            K6RULE.1
101200                 AND DB-RESULT NOT = "VERIFIED")                  K6RULE.1
101300         MOVE "VAULT COPY MISSING OR FAILS ITS CHECKSUM"          K6RULE.1
101400             TO DL-RESULT                                         K6RULE.1
101500         IF WS-VERDICT-RC < 8                                     K6RULE.1
101600             MOVE 8 TO WS-VERDICT-RC.                             K6RULE.1
101700     IF DA-OVERFLOW OR DB-OVERFLOW                                K6RULE.1
101800         MOVE "TOO LARGE TO DIFF - FIRST 5000 COMPARED"           K6RULE.1
101900             TO DL-RESULT                                         K6RULE.1
102000         IF WS-VERDICT-RC < 4                                     K6RULE.1
102100             MOVE 4 TO WS-VERDICT-RC.                             K6RULE.1
102200     WRITE RP-PRINT-REC FROM DS-LINE                              K6RULE.1
102300         AFTER ADVANCING 2 LINES.                                 K6RULE.1
102400     MOVE "-" TO IL-MARK.                                         K6RULE.1
102500     MOVE ZERO TO WS-A-SUB.                                       K6RULE.1
102600 5100-REMOVED.                                                    K6RULE.1
102700     ADD 1 TO WS-A-SUB.                                           K6RULE.1
102800     IF WS-A-SUB GREATER THAN DA-COUNT                            K6RULE.1
102900         GO TO 5100-ADDED-START.                                  K6RULE.1
103000     IF DA-MATCH-SW (WS-A-SUB) = "Y"                              K6RULE.1
103100         GO TO 5100-REMOVED.                                      K6RULE.1
103200     MOVE DA-IMAGE (WS-A-SUB) TO IL-IMAGE.                        K6RULE.1
103300     WRITE RP-PRINT-REC FROM IMG-LINE                             K6RULE.1
103400         AFTER ADVANCING 1 LINE.                                  K6RULE.1
103500     GO TO 5100-REMOVED.                                          K6RULE.1
103600 5100-ADDED-START.                                                K6RULE.1
103700     MOVE "+" TO IL-MARK.                                         K6RULE.1
103800     MOVE ZERO TO WS-B-SUB.                                       K6RULE.1
103900 5100-ADDED.                                                      K6RULE.1
104000     ADD 1 TO WS-B-SUB.                                           K6RULE.1
104100     IF WS-B-SUB GREATER THAN DB-COUNT                            K6RULE.1
104200         GO TO 5100-EXIT.                                         K6RULE.1
104300     IF DB-MATCH-SW (WS-B-SUB) = "Y"                              K6RULE.1
104400         GO TO 5100-ADDED.                                        K6RULE.1
104500     MOVE DB-IMAGE (WS-B-SUB) TO IL-IMAGE.                        K6RULE.1
104600     WRITE RP-PRINT-REC FROM IMG-LINE                             K6RULE.1
104700         AFTER ADVANCING 1 LINE.                                  K6RULE.1
104800     GO TO 5100-ADDED.                                            K6RULE.1
104900 5100-EXIT.                                                       K6RULE.1
105000     EXIT.                                                        K6RULE.1
105100*================================================================ K6RULE.1
105200* 5200-MATCH -- PAIR EACH RECORD OF A WITH AN UNPAIRED EQUAL      K6RULE.1
105300* RECORD OF B, SO A RECORD THAT ONLY MOVED IS NOT A DIFFERENCE    K6RULE.1
105400* AND A DUPLICATED ONE IS.                                        K6RULE.1
105500*================================================================ K6RULE.1
105600 5200-MATCH.                                                      K6RULE.1
105700     MOVE ZERO TO WS-REMOVED.                                     K6RULE.1
105800     MOVE DB-COUNT TO WS-ADDED.                                   K6RULE.1
105900     MOVE ZERO TO WS-A-SUB.                                       K6RULE.1
106000 5200-NEXT-A.                                                     K6RULE.1
106100     ADD 1 TO WS-A-SUB.                                           K6RULE.1
106200     IF WS-A-SUB GREATER THAN DA-COUNT                            K6RULE.1
106300         GO TO 5200-EXIT.                                         K6RULE.1
106400     MOVE ZERO TO WS-B-SUB.                                       K6RULE.1
106500 5200-NEXT-B.                                                     K6RULE.1
106600     ADD 1 TO WS-B-SUB.                                           K6RULE.1
106700     IF WS-B-SUB GREATER THAN DB-COUNT                            K6RULE.1
106800         ADD 1 TO WS-REMOVED                                      K6RULE.1
106900         GO TO 5200-NEXT-A.                                       K6RULE.1
107000     IF DB-MATCH-SW (WS-B-SUB) = "Y"                              K6RULE.1
107100         GO TO 5200-NEXT-B.                                       K6RULE.1
107200     IF DB-IMAGE (WS-B-SUB) NOT = DA-IMAGE (WS-A-SUB)             K6RULE.1
107300         GO TO 5200-NEXT-B.                                       K6RULE.1
107400     MOVE "Y" TO DA-MATCH-SW (WS-A-SUB).                          K6RULE.1
107500     MOVE "Y" TO DB-MATCH-SW (WS-B-SUB).                          K6RULE.1
107600     SUBTRACT 1 FROM WS-ADDED.                                    K6RULE.1
107700     GO TO 5200-NEXT-A.                                           K6RULE.1
107800 5200-EXIT.                                                       K6RULE.1
107900     EXIT.                                                        K6RULE.1
108000*================================================================ K6RULE.1
108100* 9999-TERMINATE.                                                 K6RULE.1
108200*================================================================ K6RULE.1
108300 9999-TERMINATE.                                                  K6RULE.1
108400     MOVE WS-VERDICT-RC TO TL-RC.                                 K6RULE.1
108500     WRITE RP-PRINT-REC FROM TOT-LINE                             K6RULE.1
108600         AFTER ADVANCING 2 LINES.                                 K6RULE.1
108700     CLOSE RULE-RPT.                                              K6RULE.1
108800 9999-EXIT.                                                       K6RULE.1
108900     EXIT.                                                        K6RULE.1
