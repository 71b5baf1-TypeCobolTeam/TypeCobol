000100*================================================================ K6GOVR.1
000200* K6GOVR.CPY -- GATE OVERRIDE DECK (GATEOVR).                     K6GOVR.1
000300*                                                                 K6GOVR.1
000400* MANAGEMENT'S DECISION TO PROMOTE A BUILD PAST A NO-GO (OR       K6GOVR.1
000500* CONDITIONAL) GATE, FOR ONE WINDOW OF ONE TARGET.  K6GATE READS  K6GOVR.1
000600* THE DECK ONLY WHEN THE SUBMITTING USER HOLDS THE GATEOVRD       K6GOVR.1
000700* FUNCTION IN THE AUTHORITY FILE (SEE K6AUTH), AND APPLIES IT     K6GOVR.1
000800* ONLY WHEN ITS RUN DATE AND WINDOW ARE THOSE OF THE RUNS BEING   K6GOVR.1
000900* GATED -- A DECK LEFT IN PLACE DOES NOTHING THE NEXT NIGHT.      K6GOVR.1
001000* THE GATE STILL PRINTS THE TRUE VERDICT, MARKED OVERRIDDEN.      K6GOVR.1
001100*                                                                 K6GOVR.1
001200* TWO CARDS.  THE FIRST NAMES THE WINDOW AND THE DECISION:        K6GOVR.1
001300*    COLS   1-8    TARGET-ID (THE BUILD BEING PROMOTED)           K6GOVR.1
001400*    COLS  10-17   RUN DATE OF THE WINDOW (CCYYMMDD)              K6GOVR.1
001500*    COL   19      WINDOW ID (BLANK = "N", THE OVERNIGHT SUITE)   K6GOVR.1
001600*    COLS  21-28   APPROVER                                       K6GOVR.1
001700*    COLS  30-37   CHANGE/PROBLEM TICKET                          K6GOVR.1
001800*    COLS  39-52   UP TO FIVE OVERRIDDEN MODULE PREFIXES, AT      K6GOVR.1
001900*                  39, 42, 45, 48 AND 51                          K6GOVR.1
002000* THE SECOND CARD CARRIES THE JUSTIFICATION IN COLS 1-72.         K6GOVR.1
002100*================================================================ K6GOVR.1
002200 01  GO-OVERRIDE-CARD.                                            K6GOVR.1
002300     05  GO-TARGET-ID         PIC X(8).                           K6GOVR.1
002400     05  FILLER               PIC X(1).                           K6GOVR.1
002500     05  GO-RUN-DATE          PIC X(8).                           K6GOVR.1
002600     05  FILLER               PIC X(1).                           K6GOVR.1
002700     05  GO-WINDOW-ID         PIC X(1).                           K6GOVR.1
002800     05  FILLER               PIC X(1).                           K6GOVR.1
002900     05  GO-APPROVER          PIC X(8).                           K6GOVR.1
003000     05  FILLER               PIC X(1).                           K6GOVR.1
003100     05  GO-TICKET            PIC X(8).                           K6GOVR.1
003200     05  FILLER               PIC X(1).                           K6GOVR.1
003300     05  GO-MODULE-LIST.                                          K6GOVR.1
003400         10  GO-MODULE-SLOT OCCURS 5 TIMES.                       K6GOVR.1
003500             15  GO-MODULE    PIC X(2).                           K6GOVR.1
003600             15  FILLER       PIC X(1).                           K6GOVR.1
003700     05  FILLER               PIC X(27).                          K6GOVR.1
003800 01  GO-JUSTIFY-CARD.                                             K6GOVR.1
003900     05  GO-JUSTIFICATION     PIC X(72).                          K6GOVR.1
004000     05  FILLER               PIC X(8).                           K6GOVR.1
