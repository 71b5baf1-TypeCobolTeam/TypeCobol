000100*================================================================ K6PLDG.1
000200* K6PLDG.CPY -- BUILD PROMOTION LEDGER RECORD (PROMLDG).          K6PLDG.1
000300*                                                                 K6PLDG.1
000400* ONE RECORD PER BUILD PROMOTED PAST THE K6GATE GATE, APPENDED BY K6PLDG.1
000500* THE GATE STEP ITSELF WHEN THE PROMOTION CARD (PROMCTL) NAMES    K6PLDG.1
000600* THE BUILD AND THE GATE LETS IT THROUGH.  THE TRUE VERDICT IS    K6PLDG.1
000700* KEPT BESIDE THE RETURN CODE THE PROMOTION RAN UNDER, SO AN      K6PLDG.1
000800* OVERRIDDEN PROMOTION CAN NEVER READ AS A CLEAN ONE:             K6PLDG.1
000900*    COLS   1-8    TARGET-ID OF THE BUILD                         K6PLDG.1
001000*    COLS  10-17   RUN DATE OF THE GATED WINDOW (CCYYMMDD)        K6PLDG.1
001100*    COL   19      WINDOW ID                                      K6PLDG.1
001200*    COLS  21-28   DATE GATED (CCYYMMDD)                          K6PLDG.1
001300*    COLS  30-35   TIME GATED (HHMMSS)                            K6PLDG.1
001400*    COLS  37-48   TRUE GATE VERDICT (GO/CONDITIONAL/NO-GO)       K6PLDG.1
001500*    COLS  50-51   TRUE GATE RETURN CODE                          K6PLDG.1
001600*    COLS  53-54   RETURN CODE THE PROMOTION RAN UNDER            K6PLDG.1
001700*    COL   56      "Y" WHEN A GATE OVERRIDE (K6GOVR.CPY) APPLIED  K6PLDG.1
001800*    COLS  58-71   OVERRIDDEN MODULE PREFIXES                     K6PLDG.1
001900*    COLS  73-80   OVERRIDE APPROVER                              K6PLDG.1
002000*    COLS  82-89   OVERRIDE TICKET                                K6PLDG.1
002100*    COLS  91-110  EVIDENCE-PACK REFERENCE (K6EVPK)               K6PLDG.1
002200*    COLS 112-119  SUBMITTING USER (JOB-IDENTITY CARD)            K6PLDG.1
002300*================================================================ K6PLDG.1
002400 01  PL-LEDGER-REC.                                               K6PLDG.1
002500     05  PL-TARGET-ID         PIC X(8).                           K6PLDG.1
002600     05  FILLER               PIC X(1).                           K6PLDG.1
002700     05  PL-RUN-DATE          PIC 9(8).                           K6PLDG.1
002800     05  FILLER               PIC X(1).                           K6PLDG.1
002900     05  PL-WINDOW-ID         PIC X(1).                           K6PLDG.1
003000     05  FILLER               PIC X(1).                           K6PLDG.1
003100     05  PL-GATE-DATE         PIC 9(8).                           K6PLDG.1
003200     05  FILLER               PIC X(1).                           K6PLDG.1
003300     05  PL-GATE-TIME         PIC 9(6).                           K6PLDG.1
003400     05  FILLER               PIC X(1).                           K6PLDG.1
003500     05  PL-TRUE-VERDICT      PIC X(12).                          K6PLDG.1
003600     05  FILLER               PIC X(1).                           K6PLDG.1
003700     05  PL-TRUE-RC           PIC 9(2).                           K6PLDG.1
003800     05  FILLER               PIC X(1).                           K6PLDG.1
003900     05  PL-PROMO-RC          PIC 9(2).                           K6PLDG.1
004000     05  FILLER               PIC X(1).                           K6PLDG.1
004100     05  PL-OVERRIDE-SW       PIC X(1).                           K6PLDG.1
004200         88  PL-OVERRIDDEN               VALUE "Y".               K6PLDG.1
004300     05  FILLER               PIC X(1).                           K6PLDG.1
004400     05  PL-OVR-MODULES       PIC X(14).                          K6PLDG.1
004500     05  FILLER               PIC X(1).                           K6PLDG.1
004600     05  PL-APPROVER          PIC X(8).                           K6PLDG.1
004700     05  FILLER               PIC X(1).                           K6PLDG.1
004800     05  PL-TICKET            PIC X(8).                           K6PLDG.1
004900     05  FILLER               PIC X(1).                           K6PLDG.1
005000     05  PL-EVPACK-REF        PIC X(20).                          K6PLDG.1
005100     05  FILLER               PIC X(1).                           K6PLDG.1
005200     05  PL-USER-ID           PIC X(8).                           K6PLDG.1
005300     05  FILLER               PIC X(1).                           K6PLDG.1
