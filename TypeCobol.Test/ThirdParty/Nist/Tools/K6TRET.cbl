003000*                                                                 K6TRET.1
003100* MODIFICATION HISTORY.                                           K6TRET.1
003200*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6TRET.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
000000*    2026-10-15  DLO  PASS OVER RUNS OF A WINDOW DECLARED VOID    K6VOID.1
000000*                     (K6VOID) AS NOT EFFECTIVE.                  K6VOID.1
003300*================================================================ K6TRET.1
003400                                                                  K6TRET.1
003500 ENVIRONMENT DIVISION.                                            K6TRET.1
008100 COPY K6RAWDS.                                                    K6TRET.1
008200 FD  TRET-EXTRACT                                                 K6TRET.1
008300     LABEL RECORDS ARE STANDARD.                                  K6TRET.1
008400 01  TE-RECORD                PIC X(164).                         K6SREL.1
008500 FD  TRET-RPT                                                     K6TRET.1
008600     LABEL RECORDS ARE STANDARD.                                  K6TRET.1
008700 01  TR-PRINT-REC             PIC X(120).                         K6TRET.1
022600     MOVE RE-RAW-DATA-SATZ TO TE-RECORD.                          K6TRET.1
022700     WRITE TE-RECORD.                                             K6TRET.1
022800     ADD 1 TO WS-EXTRACTED.                                       K6TRET.1
000000     IF RE-NOT-EFFECTIVE OR RE-PGM-ID = "K6SMOK"                  K6VOID.1
023000         GO TO 3000-READ.                                         K6TRET.1
023100     ADD 1 TO WS-RUNS.                                            K6TRET.1
023200     ADD RE-C-OK TO WS-OK-TOTAL.                                  K6TRET.1
