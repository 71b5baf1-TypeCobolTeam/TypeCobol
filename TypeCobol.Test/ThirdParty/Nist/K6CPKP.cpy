000100*================================================================ K6CPKP.1
000200* K6CPKP.CPY -- CALL BLOCK FOR THE TARGET CAPABILITY LOOKUP.      K6CPKP.1
000300*                                                                 K6CPKP.1
000400*        CALL "K6CAPK" USING CAPK-PARM                            K6CPKP.1
000500*                                                                 K6CPKP.1
000600* "QUERY   " -- IS PROGRAM CAPK-PGM-ID APPLICABLE TO TARGET       K6CPKP.1
000700*               CAPK-TARGET-ID UNDER THE TARGET'S CLAIMED         K6CPKP.1
000800*               CAPABILITY PROFILE (TGTCAPS, K6TCAP.CPY)?         K6CPKP.1
000900*   CAPK-APPLIC  A  APPLICABLE -- MODULE CLAIMED AT OR ABOVE THE  K6CPKP.1
001000*                   PROGRAM'S LEVEL                               K6CPKP.1
001100*                P  APPLICABLE -- THE TARGET HAS NO PROFILE       K6CPKP.1
001200*                M  NOT APPLICABLE -- MODULE NOT CLAIMED          K6CPKP.1
001300*                L  NOT APPLICABLE -- PROGRAM ABOVE CLAIMED LEVEL K6CPKP.1
001400* "LIST    " -- CAPK-LIST-SUB (START AT 1) STEPS THROUGH THE      K6CPKP.1
001500*               TARGET'S CLAIM CARDS; EACH CALL RETURNS ONE       K6CPKP.1
001600*               MODULE AND LEVEL AND ADVANCES THE SUBSCRIPT.      K6CPKP.1
001700*               CAPK-LIST-END IS SET WHEN NONE IS LEFT.           K6CPKP.1
001800* THE DECK IS LOADED ON THE FIRST CALL AND CACHED FOR THE RUN     K6CPKP.1
001900* UNIT.  CAPK-DECK-STATUS IS "D" WHEN TGTCAPS WAS READ, "A" WHEN  K6CPKP.1
002000* IT WAS ABSENT (EVERY TARGET THEN HAS NO PROFILE).               K6CPKP.1
002100*================================================================ K6CPKP.1
002200 01  CAPK-PARM.                                                   K6CPKP.1
002300     05  CAPK-FUNCTION        PIC X(8)   VALUE "QUERY   ".        K6CPKP.1
002400     05  CAPK-TARGET-ID       PIC X(8)   VALUE SPACE.             K6CPKP.1
002500     05  CAPK-PGM-ID          PIC X(6)   VALUE SPACE.             K6CPKP.1
002600     05  CAPK-APPLIC          PIC X(1)   VALUE SPACE.             K6CPKP.1
002700         88  CAPK-APPLICABLE             VALUE "A" "P".           K6CPKP.1
002800         88  CAPK-NO-PROFILE             VALUE "P".               K6CPKP.1
002900         88  CAPK-NOT-APPLICABLE         VALUE "M" "L".           K6CPKP.1
003000     05  CAPK-MODULE          PIC X(2)   VALUE SPACE.             K6CPKP.1
003100     05  CAPK-PGM-LEVEL       PIC 9(1)   VALUE ZERO.              K6CPKP.1
003200     05  CAPK-CLAIM-LEVEL     PIC 9(1)   VALUE ZERO.              K6CPKP.1
003300     05  CAPK-CLAIM-REF       PIC X(20)  VALUE SPACE.             K6CPKP.1
003400     05  CAPK-EFF-DATE        PIC X(8)   VALUE SPACE.             K6CPKP.1
003500     05  CAPK-LIST-SUB        PIC 9(3)   VALUE ZERO.              K6CPKP.1
003600     05  CAPK-LIST-END-SW     PIC X(1)   VALUE "N".               K6CPKP.1
003700         88  CAPK-LIST-END               VALUE "Y".               K6CPKP.1
003800     05  CAPK-DECK-STATUS     PIC X(1)   VALUE SPACE.             K6CPKP.1
