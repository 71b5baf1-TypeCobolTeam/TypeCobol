003000*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6SHRD.1
000000*    2026-09-02  DLO  RAW-DATA RECORD WIDENED TO THE 154-BYTE     K6SHRD.1
000000*                     R04 LAYOUT (NAMED-WINDOW ID).               K6SHRD.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
003100*================================================================ K6SHRD.1
003200                                                                  K6SHRD.1
003300 ENVIRONMENT DIVISION.                                            K6SHRD.1
007300     LABEL RECORDS ARE STANDARD.                                  K6SHRD.1
007400 01  S1-RAW-DATA-SATZ.                                            K6SHRD.1
007500     05  S1-RAW-DATA-KEY      PIC X(24).                          K6SHRD.1
007600     05  FILLER               PIC X(140).                         K6SREL.1
007700 FD  SHARD-2                                                      K6SHRD.1
007800     LABEL RECORDS ARE STANDARD.                                  K6SHRD.1
007900 01  S2-RAW-DATA-SATZ.                                            K6SHRD.1
008000     05  S2-RAW-DATA-KEY      PIC X(24).                          K6SHRD.1
008100     05  FILLER               PIC X(140).                         K6SREL.1
008200 FD  SHARD-3                                                      K6SHRD.1
008300     LABEL RECORDS ARE STANDARD.                                  K6SHRD.1
008400 01  S3-RAW-DATA-SATZ.                                            K6SHRD.1
008500     05  S3-RAW-DATA-KEY      PIC X(24).                          K6SHRD.1
008600     05  FILLER               PIC X(140).                         K6SREL.1
008700 FD  SHARD-4                                                      K6SHRD.1
008800     LABEL RECORDS ARE STANDARD.                                  K6SHRD.1
008900 01  S4-RAW-DATA-SATZ.                                            K6SHRD.1
009000     05  S4-RAW-DATA-KEY      PIC X(24).                          K6SHRD.1
009100     05  FILLER               PIC X(140).                         K6SREL.1
009200 FD  RAW-MASTER                                                   K6SHRD.1
009300     LABEL RECORDS ARE STANDARD.                                  K6SHRD.1
009400 01  MA-RAW-DATA-SATZ.                                            K6SHRD.1
009500     05  MA-RAW-DATA-KEY      PIC X(24).                          K6SHRD.1
009600     05  FILLER               PIC X(140).                         K6SREL.1
009700 FD  SHRD-RPT                                                     K6SHRD.1
009800     LABEL RECORDS ARE STANDARD.                                  K6SHRD.1
009900 01  SR-PRINT-REC             PIC X(120).                         K6SHRD.1
011100 77  WS-SHARD-MERGED          PIC 9(6)   VALUE ZERO.              K6SHRD.1
011200 77  WS-TOTAL-MERGED          PIC 9(6)   VALUE ZERO.              K6SHRD.1
011300 77  WS-COLLISIONS            PIC 9(6)   VALUE ZERO.              K6SHRD.1
011400 01  WS-STAGE-SATZ            PIC X(164) VALUE SPACE.             K6SREL.1
011500 01  WS-STAGE-KEY             PIC X(24)  VALUE SPACE.             K6SHRD.1
011600* ----------------------------------------------------------      K6SHRD.1
011700* REPORT LINES.                                                   K6SHRD.1
