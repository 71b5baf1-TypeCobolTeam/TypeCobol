000100*================================================================ K6RGPM.1
000200* K6RGPM.CPY -- CALL BLOCK FOR THE REGISTER I/O SUBPROGRAM.       K6RGPM.1
000300*                                                                 K6RGPM.1
000400*        CALL "K6RGIO" USING REGISTER-IO-PARM                     K6RGPM.1
000500*                                                                 K6RGPM.1
000600* RI-REG-SUB NUMBERS THE REGISTER OR DECK AS IN K6RGTB.CPY.       K6RULE.1
000700* "OPENIN  " -- OPEN FOR INPUT.  RI-ABSENT WHEN THE DATASET IS    K6RGPM.1
000800*               NOT THERE (IT THEN READS AS EMPTY).               K6RGPM.1
000900* "READ    " -- NEXT RECORD INTO RI-IMAGE, LEFT-JUSTIFIED AND     K6RGPM.1
001000*               SPACE-FILLED TO 100; RI-EOF AT END.               K6RGPM.1
001100* "OPENOUT " -- OPEN FOR OUTPUT (REPLACES THE CONTENTS).          K6RGPM.1
001200* "WRITE   " -- WRITE THE FIRST RG-LENGTH BYTES OF RI-IMAGE.      K6RGPM.1
001300* "CLOSE   " -- CLOSE WHICHEVER WAY IT WAS OPENED.                K6RGPM.1
001400* RI-STATUS IS THE FILE STATUS OF THE LAST OPERATION; ANYTHING    K6RGPM.1
001500* BUT "00" (OR "05"/"10" ON OPEN/READ) IS AN I/O FAILURE THE      K6RGPM.1
001600* CALLER REPORTS.                                                 K6RGPM.1
001700*================================================================ K6RGPM.1
001800 01  REGISTER-IO-PARM.                                            K6RGPM.1
001900     05  RI-FUNCTION          PIC X(8)   VALUE SPACE.             K6RGPM.1
002000     05  RI-REG-SUB           PIC 9(2)   VALUE ZERO.              K6RGPM.1
002100     05  RI-STATUS            PIC X(2)   VALUE SPACE.             K6RGPM.1
002200     05  RI-ABSENT-SW         PIC X(1)   VALUE "N".               K6RGPM.1
002300         88  RI-ABSENT                   VALUE "Y".               K6RGPM.1
002400     05  RI-EOF-SW            PIC X(1)   VALUE "N".               K6RGPM.1
002500         88  RI-EOF                      VALUE "Y".               K6RGPM.1
002600     05  RI-IMAGE             PIC X(100) VALUE SPACE.             K6RGPM.1
