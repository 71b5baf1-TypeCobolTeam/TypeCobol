000100*================================================================ K6HCLK.1
000200* K6HCLK.CPY -- CALL BLOCK FOR THE AUDIT-HOLD CHECK (K6HCHK).     K6HCLK.1
000300*                                                                 K6HCLK.1
000400*        CALL "K6HCHK" USING HOLD-CHECK-PARM                      K6HCLK.1
000500*                                                                 K6HCLK.1
000600* "CHECK   " -- IS THE ITEM DESCRIBED BY TARGET, PROGRAM AND      K6HCLK.1
000700*               DATE (ZERO WHEN IT CARRIES NONE) UNDER AN ACTIVE  K6HCLK.1
000800*               HOLD?  HC-HELD ANSWERS, AND THE REPLY FIELDS      K6HCLK.1
000900*               NAME THE HOLD THAT KEEPS IT.                      K6HCLK.1
001000* "SKIP    " -- THE CALLER HAS SKIPPED THE ITEM IT JUST CHECKED;  K6HCLK.1
001100*               ONE RECORD NAMING TOOL, HOLD AND ITEM GOES TO THE K6HCLK.1
001200*               HOLDSKIP LOG (K6HSKP.CPY) FOR THE HOLD-STATUS     K6HCLK.1
001300*               REPORT (K6HLDR).                                  K6HCLK.1
001400* THE REGISTER IS LOADED ON THE FIRST CALL; THE CALLER SETS       K6HCLK.1
001500* HC-TOOL ONCE AND HC-ITEM-NAME TO WHATEVER ITS OWN REPORT CALLS  K6HCLK.1
001600* THE ITEM.                                                       K6HCLK.1
001700*================================================================ K6HCLK.1
001800 01  HOLD-CHECK-PARM.                                             K6HCLK.1
001900     05  HC-FUNCTION          PIC X(8)   VALUE "CHECK   ".        K6HCLK.1
002000     05  HC-TOOL              PIC X(6)   VALUE SPACE.             K6HCLK.1
002100     05  HC-TARGET-ID         PIC X(8)   VALUE SPACE.             K6HCLK.1
002200     05  HC-PGM-ID            PIC X(6)   VALUE SPACE.             K6HCLK.1
002300     05  HC-ITEM-DATE         PIC 9(8)   VALUE ZERO.              K6HCLK.1
002400     05  HC-ITEM-NAME         PIC X(44)  VALUE SPACE.             K6HCLK.1
002500     05  HC-HELD-SW           PIC X(1)   VALUE "N".               K6HCLK.1
002600         88  HC-HELD                     VALUE "Y".               K6HCLK.1
002700     05  HC-HOLD-ID           PIC X(8)   VALUE SPACE.             K6HCLK.1
002800     05  HC-TICKET            PIC X(8)   VALUE SPACE.             K6HCLK.1
002900     05  HC-REQUESTER         PIC X(8)   VALUE SPACE.             K6HCLK.1
003000     05  HC-RELEASE-DATE      PIC 9(8)   VALUE ZERO.              K6HCLK.1
003100     05  HC-REASON            PIC X(10)  VALUE SPACE.             K6HCLK.1
