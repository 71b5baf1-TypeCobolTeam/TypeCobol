003400*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6EXPT.1
000000*    2026-09-02  DLO  RAW-DATA RECORD WIDENED TO THE 154-BYTE     K6EXPT.1
000000*                     R04 LAYOUT (NAMED-WINDOW ID).               K6EXPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
003500*================================================================ K6EXPT.1
003600                                                                  K6EXPT.1
003700 ENVIRONMENT DIVISION.                                            K6EXPT.1
008400     05  FILLER               PIC X(102).                         K6EXPT.1
008500 01  IC-DETAIL REDEFINES IC-REC.                                  K6EXPT.1
008600     05  IC-D-FLAG            PIC X(1).                           K6EXPT.1
008700     05  IC-D-SATZ            PIC X(164).                         K6SREL.1
008800 01  IC-TRAILER REDEFINES IC-REC.                                 K6EXPT.1
008900     05  IC-T-FLAG            PIC X(1).                           K6EXPT.1
009000     05  IC-T-COUNT           PIC 9(7).                           K6EXPT.1
