000100*================================================================ K6RELM.1
000200* K6RELM.CPY -- SUITE RELEASE MAP CARD (RELMAP).                  K6RELM.1
000300*                                                                 K6RELM.1
000400* SAYS, FOR EACH RELEASE OF THE VALIDATION SUITE WE HAVE RUN,     K6RELM.1
000500* WHEN IT WENT INTO SERVICE HERE AND WHICH TEST CASES IT CHANGED. K6RELM.1
000600* TEST CASES ARE NAMED BY THEIR PERMANENT K6TCID IDENTITY, SO A   K6RELM.1
000700* RENAMED PARAGRAPH DOES NOT BREAK THE MAP.  K6RELV VALIDATES AND K6RELM.1
000800* LISTS THE DECK; K6RELK ANSWERS "IS THIS RESULT COMPARABLE WITH  K6RELM.1
000900* THAT ONE" FOR THE REPORTING TOOLS.  80-COLUMN CARDS:            K6RELM.1
001000*   R  ONE PER RELEASE:  COLS 3-4 RELEASE, COLS 6-13 INSTALL      K6RELM.1
001100*      DATE (CCYYMMDD, THE FIRST RUN DATE UNDER THE RELEASE),     K6RELM.1
001200*      COLS 15-54 DESCRIPTION (E.G. THE BULLETIN THAT ISSUED IT). K6RELM.1
001300*   T  ONE PER TEST CASE THE RELEASE TOUCHED:  COLS 3-4 THE NEW   K6RELM.1
001400*      RELEASE, COLS 6-12 TCID, COL 14 DISPOSITION, COLS 16-23    K6RELM.1
001500*      BULLETIN OR TICKET, COLS 25-64 NOTE.  DISPOSITIONS:        K6RELM.1
001600*        U  CARRIED OVER UNCHANGED (THE DEFAULT -- A TEST CASE    K6RELM.1
001700*           WITH NO CARD FOR A RELEASE CARRIED OVER UNCHANGED)    K6RELM.1
001800*        C  CHANGED MEANING; NOT COMPARABLE ACROSS THE RELEASE    K6RELM.1
001900*        W  WITHDRAWN BY THE RELEASE                              K6RELM.1
002000*        N  NEW IN THE RELEASE                                    K6RELM.1
002100*   *  COMMENT.                                                   K6RELM.1
002200*================================================================ K6RELM.1
002300 01  RM-REC.                                                      K6RELM.1
002400     05  RM-TYPE              PIC X(1).                           K6RELM.1
002500         88  RM-RELEASE-CARD            VALUE "R".                K6RELM.1
002600         88  RM-TEST-CARD               VALUE "T".                K6RELM.1
002700         88  RM-COMMENT-CARD            VALUE "*".                K6RELM.1
002800     05  FILLER               PIC X(1).                           K6RELM.1
002900     05  RM-REL               PIC 99.                             K6RELM.1
003000     05  FILLER               PIC X(1).                           K6RELM.1
003100     05  RM-BODY              PIC X(75).                          K6RELM.1
003200     05  RM-REL-BODY REDEFINES RM-BODY.                           K6RELM.1
003300         10  RM-INSTALL-DATE  PIC 9(8).                           K6RELM.1
003400         10  FILLER           PIC X(1).                           K6RELM.1
003500         10  RM-REL-DESC      PIC X(40).                          K6RELM.1
003600         10  FILLER           PIC X(26).                          K6RELM.1
003700     05  RM-TEST-BODY REDEFINES RM-BODY.                          K6RELM.1
003800         10  RM-TCID          PIC 9(7).                           K6RELM.1
003900         10  FILLER           PIC X(1).                           K6RELM.1
004000         10  RM-DISP          PIC X(1).                           K6RELM.1
004100             88  RM-UNCHANGED           VALUE "U".                K6RELM.1
004200             88  RM-CHANGED             VALUE "C".                K6RELM.1
004300             88  RM-WITHDRAWN           VALUE "W".                K6RELM.1
004400             88  RM-NEW                 VALUE "N".                K6RELM.1
004500             88  RM-DISP-VALID          VALUE "U" "C" "W" "N".    K6RELM.1
004600         10  FILLER           PIC X(1).                           K6RELM.1
004700         10  RM-TICKET        PIC X(8).                           K6RELM.1
004800         10  FILLER           PIC X(1).                           K6RELM.1
004900         10  RM-NOTE          PIC X(40).                          K6RELM.1
005000         10  FILLER           PIC X(16).                          K6RELM.1
