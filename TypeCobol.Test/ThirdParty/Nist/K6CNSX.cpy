000100*================================================================ K6CNSX.1
000200* K6CNSX.CPY -- CENSUS EXCEPTION RECORD (INCOMPLETE RUNS).        K6CNSX.1
000300*                                                                 K6CNSX.1
000400* WRITTEN BY K6CNSK AT WINDOW CLOSE FOR EVERY EFFECTIVE RUN THE   K6CNSX.1
000500* EXPECTED-TEST CENSUS (K6CNSR.CPY) SAYS IS INCOMPLETE, AND READ  K6CNSX.1
000600* BY K6STOPL AND K6GATE, WHICH GRADE THAT RUN INCOMPLETE AND      K6CNSX.1
000700* LIST THE PARAGRAPH NAMES.  ONE "R" RECORD PER INCOMPLETE RUN,   K6CNSX.1
000800* FOLLOWED BY ITS "M" AND "U" NAME RECORDS.                       K6CNSX.1
000900*                                                                 K6CNSX.1
001000*    COL  1      RECORD TYPE: R RUN, M MISSING PARAGRAPH (IN THE  K6CNSX.1
001100*                CENSUS, NOT EXECUTED), U UNKNOWN PARAGRAPH       K6CNSX.1
001200*                (EXECUTED, NOT IN THE CENSUS)                    K6CNSX.1
001300*    COLS  3-10  TARGET             COLS 12-17  PROGRAM           K6CNSX.1
001400*    COLS 19-26  RUN DATE           COLS 28-29  RUN SEQUENCE      K6CNSX.1
001500*  "R" RECORD:                                                    K6CNSX.1
001600*    COLS 31-34  TESTS EXECUTED (C-ALL)                           K6CNSX.1
001700*    COLS 36-39  TESTS EXPECTED BY THE CENSUS                     K6CNSX.1
001800*    COLS 41-44  MISSING PARAGRAPHS  COLS 46-49  UNKNOWN ONES     K6CNSX.1
001900*    COL  51     EVIDENCE: C CSV DETAIL CHECKED NAME BY NAME,     K6CNSX.1
002000*                N COUNT ONLY (NO USABLE CSV EXTRACT)             K6CNSX.1
002100*  "M" AND "U" RECORDS:                                           K6CNSX.1
002200*    COLS 31-52  PAR-NAME                                         K6CNSX.1
002300*================================================================ K6CNSX.1
002400 01  NX-EXCEPTION-REC.                                            K6CNSX.1
002500     05  NX-REC-TYPE              PIC X(1).                       K6CNSX.1
002600         88  NX-RUN-REC                     VALUE "R".            K6CNSX.1
002700         88  NX-MISSING-REC                 VALUE "M".            K6CNSX.1
002800         88  NX-UNKNOWN-REC                 VALUE "U".            K6CNSX.1
002900     05  FILLER                   PIC X(1).                       K6CNSX.1
003000     05  NX-TARGET-ID             PIC X(8).                       K6CNSX.1
003100     05  FILLER                   PIC X(1).                       K6CNSX.1
003200     05  NX-PGM-ID                PIC X(6).                       K6CNSX.1
003300     05  FILLER                   PIC X(1).                       K6CNSX.1
003400     05  NX-RUN-DATE              PIC 9(8).                       K6CNSX.1
003500     05  FILLER                   PIC X(1).                       K6CNSX.1
003600     05  NX-RUN-SEQ               PIC 99.                         K6CNSX.1
003700     05  FILLER                   PIC X(1).                       K6CNSX.1
003800     05  NX-DETAIL                PIC X(50).                      K6CNSX.1
003900     05  NX-RUN-DETAIL REDEFINES NX-DETAIL.                       K6CNSX.1
004000         10  NX-RAN               PIC 9(4).                       K6CNSX.1
004100         10  FILLER               PIC X(1).                       K6CNSX.1
004200         10  NX-EXPECTED          PIC 9(4).                       K6CNSX.1
004300         10  FILLER               PIC X(1).                       K6CNSX.1
004400         10  NX-MISSING           PIC 9(4).                       K6CNSX.1
004500         10  FILLER               PIC X(1).                       K6CNSX.1
004600         10  NX-UNKNOWN           PIC 9(4).                       K6CNSX.1
004700         10  FILLER               PIC X(1).                       K6CNSX.1
004800         10  NX-EVIDENCE          PIC X(1).                       K6CNSX.1
004900         10  FILLER               PIC X(29).                      K6CNSX.1
005000     05  NX-NAME-DETAIL REDEFINES NX-DETAIL.                      K6CNSX.1
005100         10  NX-PAR-NAME          PIC X(22).                      K6CNSX.1
005200         10  FILLER               PIC X(28).                      K6CNSX.1
