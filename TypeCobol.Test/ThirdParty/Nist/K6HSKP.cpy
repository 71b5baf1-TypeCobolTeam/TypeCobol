000100*================================================================ K6HSKP.1
000200* K6HSKP.CPY -- AUDIT-HOLD SKIP LOG RECORD (HOLDSKIP).            K6HSKP.1
000300*                                                                 K6HSKP.1
000400* APPENDED BY K6HCHK EVERY TIME A PURGE, REORGANIZATION OR VAULT  K6HSKP.1
000500* TOOL LEAVES AN ITEM IN PLACE BECAUSE A HOLD COVERS IT, SO THE   K6HSKP.1
000600* HOLD-STATUS REPORT (K6HLDR) CAN SAY WHAT IS BEING KEPT PAST     K6HSKP.1
000700* ITS NORMAL RETENTION, BY WHOM AND UNDER WHICH HOLD.             K6HSKP.1
000800*================================================================ K6HSKP.1
000900 01  HS-SKIP-REC.                                                 K6HSKP.1
001000     05  HS-DATE              PIC 9(8).                           K6HSKP.1
001100     05  FILLER               PIC X(1).                           K6HSKP.1
001200     05  HS-TIME              PIC 9(8).                           K6HSKP.1
001300     05  FILLER               PIC X(1).                           K6HSKP.1
001400     05  HS-TOOL              PIC X(6).                           K6HSKP.1
001500     05  FILLER               PIC X(1).                           K6HSKP.1
001600     05  HS-HOLD-ID           PIC X(8).                           K6HSKP.1
001700     05  FILLER               PIC X(1).                           K6HSKP.1
001800     05  HS-TARGET-ID         PIC X(8).                           K6HSKP.1
001900     05  FILLER               PIC X(1).                           K6HSKP.1
002000     05  HS-PGM-ID            PIC X(6).                           K6HSKP.1
002100     05  FILLER               PIC X(1).                           K6HSKP.1
002200     05  HS-ITEM-DATE         PIC 9(8).                           K6HSKP.1
002300     05  FILLER               PIC X(1).                           K6HSKP.1
002400     05  HS-ITEM-NAME         PIC X(44).                          K6HSKP.1
002500     05  FILLER               PIC X(17).                          K6HSKP.1
