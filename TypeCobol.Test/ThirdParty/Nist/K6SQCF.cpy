000100*================================================================ K6SQCF.1
000200* K6SQCF.CPY -- ONE CELL OF A K6SQSW RECORD-FORMAT SWEEP.         K6SQCF.1
000300*                                                                 K6SQCF.1
000400* A CELL IS THE FILE CONFIGURATION ONE SWEEP LEG COMPILES THE     K6SQCF.1
000500* SQ MEMBER'S FILE UNDER TEST AT.  IT TRAVELS AS A 21-COLUMN      K6SQCF.1
000600* CARD IMAGE -- ON THE K6SQST STAMP CARD, THE K6SQPT POST CARD    K6SQCF.1
000700* AND IN CEH-SQ-CELL OF THE CSV HEADER (K6CSVE.CPY) -- SO EVERY   K6SQCF.1
000800* PROGRAM IN THE SWEEP READS IT THROUGH THIS ONE LAYOUT:          K6SQCF.1
000900*   1-2    RECORD FORMAT  F  FIXED, UNBLOCKED                     K6SQCF.1
001000*                         FB FIXED, BLOCKED                       K6SQCF.1
001100*                         V  VARIABLE, UNBLOCKED                  K6SQCF.1
001200*                         VB VARIABLE, BLOCKED                    K6SQCF.1
001300*                         VD VARIABLE, BLOCKED, RECORD VARYING    K6SQCF.1
001400*                            DEPENDING ON THE MEMBER'S OWN        K6SQCF.1
001500*                            LENGTH ITEM                          K6SQCF.1
001600*                         AS THE MEMBER'S FD AS DISTRIBUTED (THE  K6SQCF.1
001700*                            CERTIFIED CONFIGURATION)             K6SQCF.1
001800*   4-8    BLOCK CONTAINS VALUE, ZERO FOR AN UNBLOCKED FORMAT     K6SQCF.1
001900*   9      R = RECORDS, C = CHARACTERS                            K6SQCF.1
002000*   11-15  MINIMUM AND                                            K6SQCF.1
002100*   17-21  MAXIMUM RECORD SIZE OF A VARIABLE FORMAT, ZERO FOR A   K6SQCF.1
002200*          FIXED ONE.                                             K6SQCF.1
002300*                                                                 K6SQCF.1
002400* IN RAW-DATA THE CELL IS CARRIED IN THE FILE CATALOG             K6SQCF.1
002500* (RE-C-FILE-CATALOG, K6RAWDS.CPY) OF THE SWEEP RUN:              K6SQCF.1
002600*   SLOT 1  THE FILE UNDER TEST AS AN ORDINARY ENTRY -- NAME,     K6SQCF.1
002700*           ORG "SQ", LABEL "S" -- WITH THE BLOCK CONTAINS        K6SQCF.1
002800*           VALUE IN FILE-RECORDS, SINCE FILE-BLKSIZE IS TOO      K6SQCF.1
002900*           NARROW FOR A HALF-TRACK BLOCK AND THE SWEEP DOES NOT  K6SQCF.1
003000*           COUNT RECORDS;                                        K6SQCF.1
003100*   SLOT 2  THE CELL ITSELF -- NAME "FF/U" (RECORD FORMAT AND     K6SQCF.1
003200*           BLOCK UNIT), ORG "SW", THE MINIMUM RECORD SIZE IN     K6SQCF.1
003300*           FILE-BLKSIZE AND THE MAXIMUM IN FILE-RECORDS.  A      K6SQCF.1
003400*           MINIMUM OVER 9999 IS THEREFORE REFUSED BY K6SQSW.     K6SQCF.1
003500*================================================================ K6SQCF.1
003600 01  SQ-CELL.                                                     K6SQCF.1
003700     05  SQC-RECFM            PIC X(2).                           K6SQCF.1
003800         88  SQC-AS-COMPILED            VALUE "AS".               K6SQCF.1
003900         88  SQC-FIXED                  VALUE "F " "FB".          K6SQCF.1
004000         88  SQC-VARIABLE               VALUE "V " "VB" "VD".     K6SQCF.1
004100         88  SQC-BLOCKED                VALUE "FB" "VB" "VD".     K6SQCF.1
004200         88  SQC-DEPENDING              VALUE "VD".               K6SQCF.1
004300         88  SQC-VALID-RECFM            VALUE "F " "FB" "V "      K6SQCF.1
004400                                              "VB" "VD" "AS".     K6SQCF.1
004500     05  FILLER               PIC X(1).                           K6SQCF.1
004600     05  SQC-BLOCK            PIC 9(5).                           K6SQCF.1
004700     05  SQC-BLK-UNIT         PIC X(1).                           K6SQCF.1
004800         88  SQC-IN-RECORDS             VALUE "R".                K6SQCF.1
004900         88  SQC-IN-CHARACTERS          VALUE "C".                K6SQCF.1
005000     05  FILLER               PIC X(1).                           K6SQCF.1
005100     05  SQC-MIN-LEN          PIC 9(5).                           K6SQCF.1
005200     05  SQC-SIZE-DASH        PIC X(1).                           K6SQCF.1
005300     05  SQC-MAX-LEN          PIC 9(5).                           K6SQCF.1
