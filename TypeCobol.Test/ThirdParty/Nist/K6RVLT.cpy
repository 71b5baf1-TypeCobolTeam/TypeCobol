000100*================================================================ K6RVLT.1
000200* K6RVLT.CPY -- ONE RECORD OF THE WINDOW RULES VAULT (RULEVLT).   K6RVLT.1
000300*                                                                 K6RVLT.1
000400* K6RULE KEEPS EVERY DISTINCT CONTENT OF EACH CONTROL DECK AND    K6RVLT.1
000500* REGISTER IN K6RGTB.CPY HERE ONCE, AS A NUMBERED VERSION:        K6RVLT.1
000600*   V  VERSION HEADER -- DATASET, VERSION, DATE CAPTURED          K6RVLT.1
000700*   D  ONE RECORD OF THE DATASET, AS READ (RV-IMAGE)              K6RVLT.1
000800*   E  VERSION TRAILER -- RECORD COUNT AND CHECKSUM OF THE D      K6RVLT.1
000900*      RECORDS ABOVE IT (RV-TOTALS)                               K6RVLT.1
001000* VERSIONS ARE NUMBERED FROM 1 PER DATASET AND ONLY EVER          K6RVLT.1
001100* APPENDED.  WHICH VERSION WAS IN FORCE FOR A WINDOW IS ON THE    K6RVLT.1
001200* WINDOW LINK FILE (RULEIDX, K6RWIN.CPY).                         K6RVLT.1
001300*================================================================ K6RVLT.1
001400 01  RV-VAULT-REC.                                                K6RVLT.1
001500     05  RV-TYPE              PIC X(1).                           K6RVLT.1
001600         88  RV-VERSION-HDR             VALUE "V".                K6RVLT.1
001700         88  RV-DATA-LINE               VALUE "D".                K6RVLT.1
001800         88  RV-VERSION-END             VALUE "E".                K6RVLT.1
001900     05  FILLER               PIC X(1).                           K6RVLT.1
002000     05  RV-DATASET           PIC X(8).                           K6RVLT.1
002100     05  FILLER               PIC X(1).                           K6RVLT.1
002200     05  RV-VERSION           PIC 9(5).                           K6RVLT.1
002300     05  FILLER               PIC X(1).                           K6RVLT.1
002400     05  RV-CAPT-DATE         PIC 9(8).                           K6RVLT.1
002500     05  FILLER               PIC X(1).                           K6RVLT.1
002600     05  RV-IMAGE             PIC X(100).                         K6RVLT.1
002700     05  RV-TOTALS REDEFINES RV-IMAGE.                            K6RVLT.1
002800         10  RV-RECORDS       PIC 9(7).                           K6RVLT.1
002900         10  FILLER           PIC X(1).                           K6RVLT.1
003000         10  RV-CHECKSUM      PIC 9(9).                           K6RVLT.1
003100         10  FILLER           PIC X(83).                          K6RVLT.1
003200     05  FILLER               PIC X(2).                           K6RVLT.1
