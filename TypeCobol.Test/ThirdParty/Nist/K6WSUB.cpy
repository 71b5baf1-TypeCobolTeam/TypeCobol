000100*================================================================ K6WSUB.1
000200* K6WSUB.CPY -- WATCH-LIST SUBSCRIPTION CARD (WATCHREG).          K6WSUB.1
000300*                                                                 K6WSUB.1
000400* ONE 80-BYTE CARD PER THING A USER WANTS TO HEAR ABOUT, WHATEVER K6WSUB.1
000500* MODULE QUEUE OWNS IT.  "*" IN COLUMN 1 IS A COMMENT.  A USER    K6WSUB.1
000600* MAY HOLD ANY NUMBER OF CARDS; K6WTCH WRITES ONE DIGEST PER      K6WSUB.1
000700* SUBSCRIBER A NIGHT.                                             K6WSUB.1
000800*                                                                 K6WSUB.1
000900* WL-KIND  T  ONE TEST, BY PGM-ID AND PAR-NAME.  K6WTCH RESOLVES  K6WSUB.1
001000*             IT THROUGH THE K6TCID REGISTRY (AS OF WL-SUB-DATE)  K6WSUB.1
001100*             TO THE PERMANENT ID, SO A RENAMED PARAGRAPH STAYS   K6WSUB.1
001200*             WATCHED                                             K6WSUB.1
001300*          I  ONE TEST, BY ITS K6TCID PERMANENT ID                K6WSUB.1
001400*          C  A CLAUSE CODE (K6ANSI.CPY); A SHORT CODE SUCH AS    K6WSUB.1
001500*             "12.3" WATCHES EVERY CLAUSE UNDER IT                K6WSUB.1
001600*          P  A PROGRAM -- EVERY TEST IN IT                       K6WSUB.1
001700*          D  A VENDOR-DEFECT ID -- EVERY TEST THE DEFECT'S       K6WSUB.1
001800*             VDEFMST ROWS NAME                                   K6WSUB.1
001900* WL-TARGET-ID SPACE WATCHES EVERY TARGET.                        K6WSUB.1
002000* WL-EVENTS -- NON-BLANK FOR EACH EVENT WANTED; ALL FOUR BLANK    K6WSUB.1
002100* WANTS THEM ALL:                                                 K6WSUB.1
002200*    COL 52  NEW FAILURE   (FAIL* WHERE THE LAST WINDOW WAS NOT)  K6WSUB.1
002300*    COL 53  RECOVERY      (PASS WHERE THE LAST WINDOW WAS FAIL*) K6WSUB.1
002400*    COL 54  VERDICT CHANGE (ANY OTHER CHANGE OF VERDICT)         K6WSUB.1
002500*    COL 55  WAIVER LAPSE  (A WAIVER ON THE TEST RAN OUT)         K6WSUB.1
002600*================================================================ K6WSUB.1
002700 01  WL-SUB-CARD.                                                 K6WSUB.1
002800     05  WL-SUBSCRIBER            PIC X(8).                       K6WSUB.1
002900     05  FILLER                   PIC X(1).                       K6WSUB.1
003000     05  WL-KIND                  PIC X(1).                       K6WSUB.1
003100         88  WL-KIND-VALID        VALUE "T" "I" "C" "P" "D".      K6WSUB.1
003200     05  FILLER                   PIC X(1).                       K6WSUB.1
003300     05  WL-TARGET-ID             PIC X(8).                       K6WSUB.1
003400     05  FILLER                   PIC X(1).                       K6WSUB.1
003500     05  WL-KEY                   PIC X(30).                      K6WSUB.1
003600     05  WL-KEY-TEST REDEFINES WL-KEY.                            K6WSUB.1
003700         10  WL-KEY-PGM-ID        PIC X(6).                       K6WSUB.1
003800         10  FILLER               PIC X(1).                       K6WSUB.1
003900         10  WL-KEY-PAR-NAME      PIC X(22).                      K6WSUB.1
004000         10  FILLER               PIC X(1).                       K6WSUB.1
004100     05  WL-KEY-TCID REDEFINES WL-KEY.                            K6WSUB.1
004200         10  WL-KEY-ID            PIC X(7).                       K6WSUB.1
004300         10  FILLER               PIC X(23).                      K6WSUB.1
004400     05  WL-KEY-CLAUSE REDEFINES WL-KEY.                          K6WSUB.1
004500         10  WL-KEY-CODE          PIC X(10).                      K6WSUB.1
004600         10  FILLER               PIC X(20).                      K6WSUB.1
004700     05  WL-KEY-DEFECT REDEFINES WL-KEY.                          K6WSUB.1
004800         10  WL-KEY-DEFECT-ID     PIC X(8).                       K6WSUB.1
004900         10  FILLER               PIC X(22).                      K6WSUB.1
005000     05  FILLER                   PIC X(1).                       K6WSUB.1
005100     05  WL-EVENTS.                                               K6WSUB.1
005200         10  WL-EV-NEW            PIC X(1).                       K6WSUB.1
005300         10  WL-EV-RECOVER        PIC X(1).                       K6WSUB.1
005400         10  WL-EV-CHANGE         PIC X(1).                       K6WSUB.1
005500         10  WL-EV-LAPSE          PIC X(1).                       K6WSUB.1
005600     05  FILLER                   PIC X(1).                       K6WSUB.1
005700     05  WL-SUB-DATE              PIC X(8).                       K6WSUB.1
005800     05  FILLER                   PIC X(16).                      K6WSUB.1
