000100*================================================================ K6CHEV.1
000200* K6CHEV.CPY -- CHANGE-EVENT CARD (CHGEVNT JOURNAL).              K6CHEV.1
000300*                                                                 K6CHEV.1
000400* ONE 80-BYTE CARD PER CHANGE THAT MAY UNDERMINE AN ISSUED        K6CHEV.1
000500* CERTIFICATE, KEYED BY THE CHANGE COORDINATOR WHEN THE CHANGE    K6CHEV.1
000600* GOES IN: A COMPILER PTF TAGGED ON A WINDOW, A SHARED-COPYBOOK   K6CHEV.1
000700* CHANGE (THE MODULES K6CPLN PLANNED THE RERUN FOR), A NEW OR     K6CHEV.1
000800* EXTENDED WAIVER, OR ANY OTHER CLASS THE RCRTPOL POLICY DECK     K6CHEV.1
000900* NAMES.  ENVIRONMENT DRIFT AND GOLDEN-BASELINE UPDATES NEED NO   K6CHEV.1
001000* CARD -- K6RCRT TAKES THEM FROM ENVSNAP AND GOLDMSTR DIRECTLY.   K6CHEV.1
001100*                                                                 K6CHEV.1
001200* CE-TARGET-ID BLANK MEANS EVERY TARGET; CE-MODULE BLANK MEANS    K6CHEV.1
001300* THE CHANGE CANNOT BE NARROWED TO ONE MODULE.  "*" IN COLUMN 1   K6CHEV.1
001400* IS A COMMENT.                                                   K6CHEV.1
001500*================================================================ K6CHEV.1
001600 01  CE-EVENT-CARD.                                               K6CHEV.1
001700     05  CE-EVENT-DATE            PIC X(8).                       K6CHEV.1
001800     05  FILLER                   PIC X(1).                       K6CHEV.1
001900     05  CE-TARGET-ID             PIC X(8).                       K6CHEV.1
002000     05  FILLER                   PIC X(1).                       K6CHEV.1
002100*    PTF, OSLEVEL, ENVDRIFT, COPYBOOK, BASELINE, WAIVER.          K6CHEV.1
002200     05  CE-CLASS                 PIC X(8).                       K6CHEV.1
002300     05  FILLER                   PIC X(1).                       K6CHEV.1
002400     05  CE-MODULE                PIC X(2).                       K6CHEV.1
002500     05  FILLER                   PIC X(1).                       K6CHEV.1
002600*    PTF NUMBER, CHANGE TICKET OR COPYBOOK MEMBER.                K6CHEV.1
002700     05  CE-REFERENCE             PIC X(10).                      K6CHEV.1
002800     05  FILLER                   PIC X(1).                       K6CHEV.1
002900     05  CE-TEXT                  PIC X(30).                      K6CHEV.1
003000     05  FILLER                   PIC X(9).                       K6CHEV.1
