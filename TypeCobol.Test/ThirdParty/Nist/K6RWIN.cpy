000100*================================================================ K6RWIN.1
000200* K6RWIN.CPY -- ONE LINE OF THE WINDOW RULES LINK FILE (RULEIDX). K6RWIN.1
000300*                                                                 K6RWIN.1
000400* K6RULE CAPTURE WRITES ONE LINE PER DATASET IN K6RGTB.CPY FOR    K6RWIN.1
000500* EVERY WINDOW: WHICH VAULT VERSION (K6RVLT.CPY) OF THE DATASET   K6RWIN.1
000600* WAS IN FORCE, ITS COUNT AND CHECKSUM, AND WHETHER THE VERSION   K6RWIN.1
000700* IS NEW THIS WINDOW OR THE SAME AS THE WINDOW BEFORE.  A DATASET K6RWIN.1
000800* THAT COULD NOT BE READ IS LINKED TO VERSION ZERO, UNREAD.  IF A K6RWIN.1
000900* WINDOW IS CAPTURED MORE THAN ONCE THE LAST LINES WIN.           K6RWIN.1
001000*================================================================ K6RWIN.1
001100 01  RW-LINK-REC.                                                 K6RWIN.1
001200     05  RW-TYPE              PIC X(1).                           K6RWIN.1
001300         88  RW-WINDOW-LINE             VALUE "W".                K6RWIN.1
001400     05  FILLER               PIC X(1).                           K6RWIN.1
001500     05  RW-WINDOW.                                               K6RWIN.1
001600         10  RW-WINDOW-DATE   PIC 9(8).                           K6RWIN.1
001700         10  RW-WINDOW-ID     PIC X(1).                           K6RWIN.1
001800     05  FILLER               PIC X(1).                           K6RWIN.1
001900     05  RW-DATASET           PIC X(8).                           K6RWIN.1
002000     05  FILLER               PIC X(1).                           K6RWIN.1
002100     05  RW-VERSION           PIC 9(5).                           K6RWIN.1
002200     05  FILLER               PIC X(1).                           K6RWIN.1
002300     05  RW-RECORDS           PIC 9(7).                           K6RWIN.1
002400     05  FILLER               PIC X(1).                           K6RWIN.1
002500     05  RW-CHECKSUM          PIC 9(9).                           K6RWIN.1
002600     05  FILLER               PIC X(1).                           K6RWIN.1
002700     05  RW-DISPOSITION       PIC X(8).                           K6RWIN.1
002800         88  RW-NEW                     VALUE "NEW     ".         K6RWIN.1
002900         88  RW-SAME                    VALUE "SAME    ".         K6RWIN.1
003000         88  RW-UNREAD                  VALUE "UNREAD  ".         K6RWIN.1
003100     05  FILLER               PIC X(1).                           K6RWIN.1
003200     05  RW-CAPT-DATE         PIC 9(8).                           K6RWIN.1
003300     05  RW-CAPT-TIME         PIC 9(6).                           K6RWIN.1
003400     05  FILLER               PIC X(12).                          K6RWIN.1
