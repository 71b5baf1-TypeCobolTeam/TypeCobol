000100*================================================================ K6TCDS.1
000200* K6TCDS.CPY -- TEST-CASE DESCRIPTION CATALOG RECORD (TCDCAT).    K6TCDS.1
000300*                                                                 K6TCDS.1
000400* K6TCDC HARVESTS THE CATALOG FROM THE SOURCE LIBRARY UNLOAD SO   K6TCDS.1
000500* A READER OF A FAILURE -- K6VPKT, K6DIST, K6INQR -- CAN SEE WHAT K6TCDS.1
000600* A TEST CASE IS FOR WITHOUT OPENING THE SOURCE.  THE FILE IS     K6TCDS.1
000700* INDEXED ON THE 31-BYTE TD-KEY AND HOLDS THREE KINDS OF RECORD   K6TCDS.1
000800* PER PROGRAM, WHICH THE KEY SORTS IN THIS ORDER:                 K6TCDS.1
000900*   M  ONE MEMBER RECORD, PAR-NAME SPACES.  IT CARRIES THE LINE   K6TCDS.1
001000*      COUNT AND A CHECKSUM OF THE MEMBER AS IT WAS HARVESTED,    K6TCDS.1
001100*      SO A READER HOLDING THE CURRENT SOURCE CAN TELL THAT THE   K6TCDS.1
001200*      CATALOG IS OUT OF DATE FOR IT;                             K6TCDS.1
001300*   D  ONE DESCRIPTION RECORD PER TEST CASE (PAR-NAME): THE       K6TCDS.1
001400*      PERMANENT K6TCID IDENTITY IN FORCE ON THE BUILD DATE (ZERO K6TCDS.1
001500*      WHEN THE CASE IS NOT REGISTERED), A ONE-LINE SUMMARY, THE  K6TCDS.1
001600*      FEATURE, RE-MARK AND ANSI CLAUSE THE TEST MOVES, AND THE   K6TCDS.1
001700*      SOURCE LINE RANGE OF THE TEST;                             K6TCDS.1
001800*   N  UP TO 20 COMMENTARY NOTE LINES PER TEST CASE, TD-NOTE-SEQ  K6TCDS.1
001900*      01 UPWARD, IN SOURCE ORDER.                                K6TCDS.1
002000* THE SUMMARY IS THE FIRST COMMENTARY LINE OF THE TEST, OR THE    K6TCDS.1
002100* FEATURE TEXT WHEN THE TEST HAS NO COMMENTARY.                   K6TCDS.1
002200*================================================================ K6TCDS.1
002300 01  TD-REC.                                                      K6TCDS.1
002400     05  TD-KEY.                                                  K6TCDS.1
002500         10  TD-PGM-ID            PIC X(6).                       K6TCDS.1
002600         10  TD-PAR-NAME          PIC X(22).                      K6TCDS.1
002700         10  TD-REC-TYPE          PIC X(1).                       K6TCDS.1
002800             88  TD-MEMBER                  VALUE "M".            K6TCDS.1
002900             88  TD-DESCRIPTION             VALUE "D".            K6TCDS.1
003000             88  TD-NOTE                    VALUE "N".            K6TCDS.1
003100         10  TD-NOTE-SEQ          PIC 9(2).                       K6TCDS.1
003200     05  TD-BODY                  PIC X(209).                     K6TCDS.1
003300     05  TD-DESC-BODY REDEFINES TD-BODY.                          K6TCDS.1
003400         10  TD-TCID              PIC 9(7).                       K6TCDS.1
003500         10  TD-SUMMARY           PIC X(50).                      K6TCDS.1
003600         10  TD-FEATURE           PIC X(20).                      K6TCDS.1
003700         10  TD-RE-MARK           PIC X(61).                      K6TCDS.1
003800         10  TD-ANSI-CODE         PIC X(10).                      K6TCDS.1
003900         10  TD-FIRST-LINE        PIC 9(6).                       K6TCDS.1
004000         10  TD-LAST-LINE         PIC 9(6).                       K6TCDS.1
004100         10  TD-FIRST-SEQ         PIC X(6).                       K6TCDS.1
004200         10  TD-LAST-SEQ          PIC X(6).                       K6TCDS.1
004300         10  TD-NOTE-COUNT        PIC 9(2).                       K6TCDS.1
004400         10  FILLER               PIC X(35).                      K6TCDS.1
004500     05  TD-NOTE-BODY REDEFINES TD-BODY.                          K6TCDS.1
004600         10  TD-NOTE-TEXT         PIC X(65).                      K6TCDS.1
004700         10  FILLER               PIC X(144).                     K6TCDS.1
004800     05  TD-MEMBER-BODY REDEFINES TD-BODY.                        K6TCDS.1
004900         10  TD-MEMBER-NAME       PIC X(8).                       K6TCDS.1
005000         10  TD-LINE-COUNT        PIC 9(6).                       K6TCDS.1
005100         10  TD-CHECKSUM          PIC S9(18).                     K6TCDS.1
005200         10  TD-TEST-COUNT        PIC 9(4).                       K6TCDS.1
005300         10  TD-BUILD-DATE        PIC 9(8).                       K6TCDS.1
005400         10  TD-BUILD-TIME        PIC 9(6).                       K6TCDS.1
005500         10  FILLER               PIC X(159).                     K6TCDS.1
