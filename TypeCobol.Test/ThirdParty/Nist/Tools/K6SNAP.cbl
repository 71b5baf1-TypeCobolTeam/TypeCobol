002400*                                                                 K6SNAP.1
002500* MODIFICATION HISTORY.                                           K6SNAP.1
002600*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6SNAP.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 162-BYTE     K6COPT.1
000000*                     R05 LAYOUT (COMPILE-OPTION PROFILE).        K6COPT.1
000000*    2026-10-15  DLO  RAW-DATA RECORD WIDENED TO THE 164-BYTE     K6SREL.1
000000*                     R06 LAYOUT (TEST-SUITE RELEASE).            K6SREL.1
002700*================================================================ K6SNAP.1
002800                                                                  K6SNAP.1
002900 ENVIRONMENT DIVISION.                                            K6SNAP.1
005700     LABEL RECORDS ARE STANDARD.                                  K6SNAP.1
005800 01  SN-SNAPSHOT-REC.                                             K6SNAP.1
000000     05  SN-KEY               PIC X(24).                          K6SNAP.1
000000     05  SN-BODY              PIC X(140).                         K6SREL.1
006100 FD  SNAP-INFO                                                    K6SNAP.1
006200     LABEL RECORDS ARE STANDARD.                                  K6SNAP.1
006300 01  SI-INFO-REC.                                                 K6SNAP.1
