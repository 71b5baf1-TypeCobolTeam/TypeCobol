000100*================================================================ K6BSST.1
000200* K6BSST.CPY -- COMPILER-BUILD BISECTION STATE RECORD (BSCTST).   K6BSST.1
000300*                                                                 K6BSST.1
000400* K6BSCT CARRIES ONE BISECTION FROM RUN TO RUN IN THIS FILE:      K6BSST.1
000500*   "S"  THE SESSION -- GOOD AND BAD TARGETS, STATE, AND ONCE     K6BSST.1
000600*        FINISHED THE LAST GOOD AND FIRST BAD BUILDS.  SEQUENCE   K6BSST.1
000700*        000 IS THE GOOD TARGET ITSELF AND BUILD-COUNT + 1 THE    K6BSST.1
000800*        BAD TARGET                                               K6BSST.1
000900*   "B"  ONE INTERIM BUILD, IN BUILD ORDER, WITH ITS STATE        K6BSST.1
001000*   "P"  ONE FAILING PARAGRAPH, WITH ITS VERDICT ON THE GOOD AND  K6BSST.1
001100*        BAD TARGETS (FROM K6XTGT)                                K6BSST.1
001200*   "V"  A PARAGRAPH'S VERDICT ON A TESTED INTERIM BUILD          K6BSST.1
001300* K6VPKT READS THE FINISHED FILE FOR ITS BISECTION SECTION.       K6BSST.1
001400*================================================================ K6BSST.1
001500 01  BS-STATE-REC.                                                K6BSST.1
001600     05  BS-REC-TYPE              PIC X(1).                       K6BSST.1
001700         88  BS-SESSION                      VALUE "S".           K6BSST.1
001800         88  BS-BUILD                        VALUE "B".           K6BSST.1
001900         88  BS-PARAGRAPH                    VALUE "P".           K6BSST.1
002000         88  BS-VERDICT                      VALUE "V".           K6BSST.1
002100     05  FILLER                   PIC X(1).                       K6BSST.1
002200     05  BS-BODY                  PIC X(78).                      K6BSST.1
002300     05  BS-SESSION-BODY REDEFINES BS-BODY.                       K6BSST.1
002400         10  BS-GOOD-TARGET       PIC X(8).                       K6BSST.1
002500         10  FILLER               PIC X(1).                       K6BSST.1
002600         10  BS-BAD-TARGET        PIC X(8).                       K6BSST.1
002700         10  FILLER               PIC X(1).                       K6BSST.1
002800         10  BS-STARTED           PIC X(8).                       K6BSST.1
002900         10  FILLER               PIC X(1).                       K6BSST.1
003000         10  BS-SESS-STATUS       PIC X(1).                       K6BSST.1
003100             88  BS-ACTIVE                   VALUE "A".           K6BSST.1
003200             88  BS-FINISHED                 VALUE "F".           K6BSST.1
003300         10  FILLER               PIC X(1).                       K6BSST.1
003400         10  BS-FIRST-BAD         PIC X(8).                       K6BSST.1
003500         10  FILLER               PIC X(1).                       K6BSST.1
003600         10  BS-FIRST-BAD-SEQ     PIC 9(3).                       K6BSST.1
003700         10  FILLER               PIC X(1).                       K6BSST.1
003800         10  BS-LAST-GOOD         PIC X(8).                       K6BSST.1
003900         10  FILLER               PIC X(1).                       K6BSST.1
004000         10  BS-LAST-GOOD-SEQ     PIC 9(3).                       K6BSST.1
004100         10  FILLER               PIC X(1).                       K6BSST.1
004200         10  BS-BUILD-COUNT       PIC 9(3).                       K6BSST.1
004300         10  FILLER               PIC X(1).                       K6BSST.1
004400         10  BS-FINISHED-DATE     PIC X(8).                       K6BSST.1
004500         10  FILLER               PIC X(11).                      K6BSST.1
004600     05  BS-BUILD-BODY REDEFINES BS-BODY.                         K6BSST.1
004700         10  BS-BUILD-SEQ         PIC 9(3).                       K6BSST.1
004800         10  FILLER               PIC X(1).                       K6BSST.1
004900         10  BS-BUILD-TARGET      PIC X(8).                       K6BSST.1
005000         10  FILLER               PIC X(1).                       K6BSST.1
005100         10  BS-BUILD-STATUS      PIC X(1).                       K6BSST.1
005200             88  BS-UNTESTED                 VALUE "U".           K6BSST.1
005300             88  BS-PENDING                  VALUE "P".           K6BSST.1
005400             88  BS-BUILD-GOOD               VALUE "G".           K6BSST.1
005500             88  BS-BUILD-BAD                VALUE "B".           K6BSST.1
005600         10  FILLER               PIC X(1).                       K6BSST.1
005700         10  BS-DECK-DATE         PIC X(8).                       K6BSST.1
005800         10  FILLER               PIC X(1).                       K6BSST.1
005900         10  BS-RESULT-DATE       PIC X(8).                       K6BSST.1
006000         10  FILLER               PIC X(46).                      K6BSST.1
006100     05  BS-PARA-BODY REDEFINES BS-BODY.                          K6BSST.1
006200         10  BS-PGM-ID            PIC X(6).                       K6BSST.1
006300         10  FILLER               PIC X(1).                       K6BSST.1
006400         10  BS-PAR-NAME          PIC X(22).                      K6BSST.1
006500         10  FILLER               PIC X(1).                       K6BSST.1
006600         10  BS-GOOD-POF          PIC X(5).                       K6BSST.1
006700         10  FILLER               PIC X(1).                       K6BSST.1
006800         10  BS-BAD-POF           PIC X(5).                       K6BSST.1
006900         10  FILLER               PIC X(37).                      K6BSST.1
007000     05  BS-VERDICT-BODY REDEFINES BS-BODY.                       K6BSST.1
007100         10  BS-V-BUILD-SEQ       PIC 9(3).                       K6BSST.1
007200         10  FILLER               PIC X(1).                       K6BSST.1
007300         10  BS-V-PGM-ID          PIC X(6).                       K6BSST.1
007400         10  FILLER               PIC X(1).                       K6BSST.1
007500         10  BS-V-PAR-NAME        PIC X(22).                      K6BSST.1
007600         10  FILLER               PIC X(1).                       K6BSST.1
007700         10  BS-V-POF             PIC X(5).                       K6BSST.1
007800         10  FILLER               PIC X(39).                      K6BSST.1
