000100*================================================================ K6WFLY.1
000200* K6WFLY.CPY -- WORK-FILE RECORD LAYOUT CARD.                     K6WFLY.1
000300*                                                                 K6WFLY.1
000400* ONE CARD PER ELEMENTARY FIELD OF A TEST PROGRAM'S FD RECORD,    K6WFLY.1
000500* TRANSCRIBED FROM THE PROGRAM SOURCE, READ BY K6WFCM.  THE       K6WFLY.1
000600* LAYOUT DECK IS A STANDING LIBRARY: EACH CARD NAMES THE          K6WFLY.1
000700* PROGRAM AND FILE IT DESCRIBES, AND K6WFCM PICKS OUT THE         K6WFLY.1
000800* CARDS FOR THE FILE ON ITS CONTROL CARD.  A FIELD REDEFINED      K6WFLY.1
000900* IN THE FD MAY BE DESCRIBED BOTH WAYS -- OVERLAPPING CARDS ARE   K6WFLY.1
001000* COMPARED INDEPENDENTLY.  BYTES NO CARD COVERS (FILLER) ARE      K6WFLY.1
001100* STILL COMPARED, BUT ONLY FOR REPRESENTATION.  CARDS WITH "*"    K6WFLY.1
001200* IN COLUMN 1 ARE COMMENTS.                                       K6WFLY.1
001300*                                                                 K6WFLY.1
001400*    COLS  1-6   PROGRAM-ID                                       K6WFLY.1
001500*    COLS  8-15  FILE NAME AS IN THE FD (E.G. IX-FD1)             K6WFLY.1
001600*    COLS 17-46  FIELD NAME                                       K6WFLY.1
001700*    COLS 48-51  STARTING POSITION IN THE RECORD (FROM 1)         K6WFLY.1
001800*    COLS 53-56  LENGTH IN BYTES                                  K6WFLY.1
001900*    COL  58     CLASS:                                           K6WFLY.1
002000*                  X  ALPHANUMERIC         (PIC X, PIC A)         K6WFLY.1
002100*                  9  UNSIGNED DISPLAY     (PIC 9 ... DISPLAY)    K6WFLY.1
002200*                  S  SIGNED DISPLAY       (PIC S9 ..., TRAILING  K6WFLY.1
002300*                                           SIGN IN THE ZONE)     K6WFLY.1
002400*                  P  PACKED DECIMAL       (COMP-3)               K6WFLY.1
002500*                  B  BINARY               (COMP, BINARY)         K6WFLY.1
002600*================================================================ K6WFLY.1
002700 01  WFL-LAYOUT-CARD.                                             K6WFLY.1
002800     05  WFL-PGM-ID               PIC X(6).                       K6WFLY.1
002900     05  FILLER                   PIC X(1).                       K6WFLY.1
003000     05  WFL-FILE-NAME            PIC X(8).                       K6WFLY.1
003100     05  FILLER                   PIC X(1).                       K6WFLY.1
003200     05  WFL-FIELD-NAME           PIC X(30).                      K6WFLY.1
003300     05  FILLER                   PIC X(1).                       K6WFLY.1
003400     05  WFL-START                PIC X(4).                       K6WFLY.1
003500     05  WFL-START-N REDEFINES WFL-START                          K6WFLY.1
003600                                  PIC 9(4).                       K6WFLY.1
003700     05  FILLER                   PIC X(1).                       K6WFLY.1
003800     05  WFL-LENGTH               PIC X(4).                       K6WFLY.1
003900     05  WFL-LENGTH-N REDEFINES WFL-LENGTH                        K6WFLY.1
004000                                  PIC 9(4).                       K6WFLY.1
004100     05  FILLER                   PIC X(1).                       K6WFLY.1
004200     05  WFL-CLASS                PIC X(1).                       K6WFLY.1
004300         88  WFL-CLASS-VALID      VALUE "X" "9" "S" "P" "B".      K6WFLY.1
004400     05  FILLER                   PIC X(22).                      K6WFLY.1
