000100*================================================================ K6CNSR.1
000200* K6CNSR.CPY -- EXPECTED-TEST CENSUS RECORD.                      K6CNSR.1
000300*                                                                 K6CNSR.1
000400* THE CENSUS SAYS, FOR EVERY CERTIFICATION PROGRAM, HOW MANY      K6CNSR.1
000500* TESTS A COMPLETE RUN EXECUTES AND THE EXACT LIST OF PAR-NAME    K6CNSR.1
000600* VALUES IT REPORTS THEM UNDER.  K6CNSB BUILDS IT FROM THE        K6CNSR.1
000700* DISTRIBUTED SUITE DOCUMENTATION AND THE SOURCE; THE PROMOTED    K6CNSR.1
000800* COPY IS HELD UNDER CHANGE CONTROL AND K6CNSK CHECKS EACH        K6CNSR.1
000900* WINDOW'S EFFECTIVE RUNS AGAINST IT.  ONE "P" RECORD PER         K6CNSR.1
001000* PROGRAM, FOLLOWED BY ONE "N" RECORD PER PARAGRAPH NAME.         K6CNSR.1
001100*                                                                 K6CNSR.1
001200*    COL  1      RECORD TYPE: P PROGRAM, N PARAGRAPH NAME         K6CNSR.1
001300*    COLS  3-8   PROGRAM                                          K6CNSR.1
001400*  "P" RECORD:                                                    K6CNSR.1
001500*    COLS 10-13  EXPECTED TEST COUNT                              K6CNSR.1
001600*    COLS 15-18  PARAGRAPH NAMES THAT FOLLOW                      K6CNSR.1
001700*    COL  20     WHERE THE COUNT CAME FROM: D SUITE               K6CNSR.1
001800*                DOCUMENTATION, S SOURCE PARAGRAPH COUNT          K6CNSR.1
001900*    COLS 22-24  CCVS-PGM-SOURCE-REV THE CENSUS WAS TAKEN AT      K6CNSR.1
002000*                (SPACE WHEN THE MEMBER DECLARES NONE)            K6CNSR.1
002100*  "N" RECORD:                                                    K6CNSR.1
002200*    COLS 10-31  PAR-NAME AS THE PROGRAM MOVES IT                 K6CNSR.1
002300*    COL  33     B IN SOURCE AND DOCUMENTATION, S SOURCE ONLY     K6CNSR.1
002400*                                                                 K6CNSR.1
002500* PAR-NAME MATCHING IS ON THE FIRST 19 BYTES -- THE LAST THREE    K6CNSR.1
002600* CARRY THE PARDOT-X/DOTVALUE SUFFIX A MULTI-RECORD TEST ADDS.    K6CNSR.1
002700*================================================================ K6CNSR.1
002800 01  CN-CENSUS-REC.                                               K6CNSR.1
002900     05  CN-REC-TYPE              PIC X(1).                       K6CNSR.1
003000         88  CN-PROGRAM-REC                 VALUE "P".            K6CNSR.1
003100         88  CN-NAME-REC                    VALUE "N".            K6CNSR.1
003200     05  FILLER                   PIC X(1).                       K6CNSR.1
003300     05  CN-PGM-ID                PIC X(6).                       K6CNSR.1
003400     05  FILLER                   PIC X(1).                       K6CNSR.1
003500     05  CN-DETAIL                PIC X(71).                      K6CNSR.1
003600     05  CN-PROGRAM-DETAIL REDEFINES CN-DETAIL.                   K6CNSR.1
003700         10  CN-EXPECT-TESTS      PIC 9(4).                       K6CNSR.1
003800         10  FILLER               PIC X(1).                       K6CNSR.1
003900         10  CN-NAME-COUNT        PIC 9(4).                       K6CNSR.1
004000         10  FILLER               PIC X(1).                       K6CNSR.1
004100         10  CN-COUNT-ORIGIN      PIC X(1).                       K6CNSR.1
004200         10  FILLER               PIC X(1).                       K6CNSR.1
004300         10  CN-SRC-REV           PIC X(3).                       K6CNSR.1
004400         10  FILLER               PIC X(56).                      K6CNSR.1
004500     05  CN-NAME-DETAIL REDEFINES CN-DETAIL.                      K6CNSR.1
004600         10  CN-PAR-NAME          PIC X(22).                      K6CNSR.1
004700         10  FILLER               PIC X(1).                       K6CNSR.1
004800         10  CN-PAR-ORIGIN        PIC X(1).                       K6CNSR.1
004900         10  FILLER               PIC X(47).                      K6CNSR.1
