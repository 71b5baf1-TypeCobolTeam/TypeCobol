002700*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6RCVR.1
000000*    2026-09-02  DLO  RAW-DATA RECORD WIDENED TO THE 154-BYTE     K6RCVR.1
000000*                     R04 LAYOUT (NAMED-WINDOW ID).               K6RCVR.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
002800*================================================================ K6RCVR.1
002900                                                                  K6RCVR.1
003000 ENVIRONMENT DIVISION.                                            K6RCVR.1
005500     05  IL-FLAG              PIC X(1).                           K6RCVR.1
005600     05  IL-KEY               PIC X(24).                          K6RCVR.1
005700     05  IL-OPERATION         PIC X(8).                           K6RCVR.1
005800     05  IL-IMAGE             PIC X(164).                         K6SREL.1
005900 FD  RAW-DATA.                                                    K6RCVR.1
006000 01  RAW-DATA-SATZ.                                               K6RCVR.1
006100     05  RAW-DATA-KEY         PIC X(24).                          K6RCVR.1
006200     05  RAW-DATA-REST        PIC X(140).                         K6SREL.1
006300 FD  RCVR-RPT                                                     K6RCVR.1
006400     LABEL RECORDS ARE STANDARD.                                  K6RCVR.1
006500 01  RV-PRINT-REC             PIC X(120).                         K6RCVR.1
008300                  INDEXED BY OI-IDX.                              K6RCVR.1
008400         10  OI-KEY           PIC X(24).                          K6RCVR.1
008500         10  OI-OPERATION     PIC X(8).                           K6RCVR.1
008600         10  OI-IMAGE         PIC X(164).                         K6SREL.1
008700* ----------------------------------------------------------      K6RCVR.1
008800* REPORT LINES.                                                   K6RCVR.1
008900* ----------------------------------------------------------      K6RCVR.1
