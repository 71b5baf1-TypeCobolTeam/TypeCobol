000100*================================================================ K6TCAP.1
000200* K6TCAP.CPY -- TARGET CAPABILITY PROFILE CARD (TGTCAPS DECK).    K6TCAP.1
000300*                                                                 K6TCAP.1
000400* ONE 80-BYTE CARD PER TARGET AND MODULE THE VENDOR MAKES A       K6TCAP.1
000500* CLAIM FOR.  THE CARDS FOR A TARGET ARE ITS WHOLE CLAIM: ONCE A  K6TCAP.1
000600* TARGET HAS ANY CARD, A MODULE IT HAS NO CARD FOR IS NOT         K6TCAP.1
000700* CLAIMED.  A TARGET WITH NO CARDS AT ALL HAS NO PROFILE AND      K6TCAP.1
000800* EVERY MODULE IS APPLICABLE TO IT, AS BEFORE THE DECK EXISTED.   K6TCAP.1
000900*                                                                 K6TCAP.1
001000* TC-LEVEL IS THE HIGHEST LEVEL OF THE MODULE CLAIMED ("1" OR     K6TCAP.1
001100* "2"); "0" RECORDS IN WRITING THAT THE MODULE IS NOT             K6TCAP.1
001200* IMPLEMENTED.  A TEST PROGRAM'S LEVEL IS THE FIRST DIGIT OF ITS  K6TCAP.1
001300* NUMBER (SQ107A LEVEL 1, SQ220A LEVEL 2); THE FLAGGER "M"        K6TCAP.1
001400* PROGRAMS NUMBERED 3NN/4NN COUNT AS LEVEL 1 OF THEIR MODULE.     K6TCAP.1
001500* K6CAPK LOADS THE DECK; "*" IN COLUMN 1 IS A COMMENT.            K6TCAP.1
001600*================================================================ K6TCAP.1
001700 01  TC-CAP-CARD.                                                 K6TCAP.1
001800     05  TC-TARGET-ID             PIC X(8).                       K6TCAP.1
001900     05  FILLER                   PIC X(1).                       K6TCAP.1
002000     05  TC-MODULE                PIC X(2).                       K6TCAP.1
002100     05  FILLER                   PIC X(1).                       K6TCAP.1
002200     05  TC-LEVEL                 PIC X(1).                       K6TCAP.1
002300         88  TC-LEVEL-VALID                  VALUE "0" "1" "2".   K6TCAP.1
002400     05  FILLER                   PIC X(1).                       K6TCAP.1
002500*    THE VENDOR'S CONFORMANCE STATEMENT THE CLAIM COMES FROM.     K6TCAP.1
002600     05  TC-CLAIM-REF             PIC X(20).                      K6TCAP.1
002700     05  FILLER                   PIC X(1).                       K6TCAP.1
002800     05  TC-EFF-DATE              PIC X(8).                       K6TCAP.1
002900     05  FILLER                   PIC X(37).                      K6TCAP.1
