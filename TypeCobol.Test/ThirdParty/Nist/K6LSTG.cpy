000100*================================================================ K6LSTG.1
000200* K6LSTG.CPY -- COMPILE-LISTING DIAGNOSTIC LINE LAYOUT.           K6LSTG.1
000300*                                                                 K6LSTG.1
000400* ONE 133-BYTE LINE OF A COMPILE LISTING (SYSPRINT) AS THE TOOLS  K6LSTG.1
000500* THAT READ LISTINGS SEE IT.  ONLY THE DIAGNOSTIC LINES MATTER:   K6LSTG.1
000600* THE SITE COMPILE PROCS RUN WITH THE NUMBER OPTION, SO THE LINE  K6LSTG.1
000700* ID IS THE MEMBER'S OWN SEQUENCE NUMBER (COLUMNS 1-6 OF THE      K6LSTG.1
000800* SOURCE), RIGHT-JUSTIFIED, FOLLOWED BY THE MESSAGE ID (E.G.      K6LSTG.1
000900* IGYDS8211-W -- PREFIX, HYPHEN, SEVERITY LETTER) AND THE         K6LSTG.1
001000* MESSAGE TEXT.  A LINE WITHOUT THE HYPHEN IN LS-MSG-HYPHEN IS    K6LSTG.1
001100* NOT A DIAGNOSTIC AND IS SKIPPED BY EVERY READER.                K6LSTG.1
001200*================================================================ K6LSTG.1
001300 01  LS-LISTING-LINE.                                             K6LSTG.1
001400     05  LS-CC                PIC X(1).                           K6LSTG.1
001500     05  LS-LINE-ID.                                              K6LSTG.1
001600         10  FILLER           PIC X(2).                           K6LSTG.1
001700         10  LS-LINE-SEQ      PIC X(6).                           K6LSTG.1
001800     05  FILLER               PIC X(2).                           K6LSTG.1
001900     05  LS-MSG-ID.                                               K6LSTG.1
002000         10  LS-MSG-PREFIX    PIC X(9).                           K6LSTG.1
002100         10  LS-MSG-HYPHEN    PIC X(1).                           K6LSTG.1
002200         10  LS-MSG-SEV       PIC X(1).                           K6LSTG.1
002300     05  FILLER               PIC X(2).                           K6LSTG.1
002400     05  LS-MSG-TEXT          PIC X(109).                         K6LSTG.1
