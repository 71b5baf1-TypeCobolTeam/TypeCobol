003200*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6IMPT.1
000000*    2026-09-02  DLO  RAW-DATA RECORD WIDENED TO THE 154-BYTE     K6IMPT.1
000000*                     R04 LAYOUT (NAMED-WINDOW ID).               K6IMPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
003300*================================================================ K6IMPT.1
003400                                                                  K6IMPT.1
003500 ENVIRONMENT DIVISION.                                            K6IMPT.1
006400     05  FILLER               PIC X(128).                         K6IMPT.1
006500 01  IC-DETAIL REDEFINES IC-REC.                                  K6IMPT.1
006600     05  IC-D-FLAG            PIC X(1).                           K6IMPT.1
006700     05  IC-D-SATZ            PIC X(164).                         K6SREL.1
006800* THE CARRIED RECORD, IN THE K6RAWDS LAYOUT.                      K6IMPT.1
006900 01  IC-D-PARSED REDEFINES IC-REC.                                K6IMPT.1
007000     05  FILLER               PIC X(1).                           K6IMPT.1
009300         10  RAW-DATA-PGM-ID  PIC X(6).                           K6IMPT.1
009400         10  RAW-DATA-RUN-DT  PIC 9(8).                           K6IMPT.1
009500         10  RAW-DATA-RUN-SEQ PIC 99.                             K6IMPT.1
009600     05  RAW-DATA-REST        PIC X(140).                         K6SREL.1
009700 FD  IMPT-RPT                                                     K6IMPT.1
009800     LABEL RECORDS ARE STANDARD.                                  K6IMPT.1
009900 01  IR-PRINT-REC             PIC X(120).                         K6IMPT.1
