000100*================================================================ K6STWR.1
000200* K6STWR.CPY -- PROGRAM STEWARDSHIP REGISTER RECORD.              K6STWR.1
000300*                                                                 K6STWR.1
000400* ONE CARD PER PROGRAM IN THE SUITE CATALOG (SUITECAT), NAMING    K6STWR.1
000500* THE PRIMARY AND BACKUP STEWARD ACCOUNTABLE FOR ITS TESTS AND    K6STWR.1
000600* THE LAST QUARTERLY ATTESTATION THAT ITS GOLDEN-BASELINE ROWS,   K6STWR.1
000700* OPEN WAIVERS AND SUPPRESSIONS ARE STILL CORRECT.  CARRIED       K6STWR.1
000800* FORWARD EACH RUN BY K6STWD; THE STEWARD COLUMNS ARE SET BY      K6STWR.1
000900* THE STANDARDS GROUP UNDER ITS OWN CHANGE CONTROL, THE           K6STWR.1
001000* ATTESTATION COLUMNS ONLY BY K6STWD FROM AN AUTHORIZED CARD.     K6STWR.1
001100*                                                                 K6STWR.1
001200*    COLS  1-6   PROGRAM-ID                                       K6STWR.1
001300*    COLS  8-15  PRIMARY STEWARD (USER-ID ON THE AUTHORITY FILE)  K6STWR.1
001400*    COLS 17-24  BACKUP STEWARD                                   K6STWR.1
001500*    COLS 26-33  DATE THE PROGRAM JOINED THE REGISTER (CCYYMMDD)  K6STWR.1
001600*    COLS 35-42  DATE OF THE LAST ATTESTATION (ZERO = NEVER)      K6STWR.1
001700*    COLS 44-51  STEWARD WHO MADE IT                              K6STWR.1
001800*================================================================ K6STWR.1
001900 01  SR-REGISTER-REC.                                             K6STWR.1
002000     05  SR-PGM-ID                PIC X(6).                       K6STWR.1
002100     05  FILLER                   PIC X(1).                       K6STWR.1
002200     05  SR-PRIMARY               PIC X(8).                       K6STWR.1
002300     05  FILLER                   PIC X(1).                       K6STWR.1
002400     05  SR-BACKUP                PIC X(8).                       K6STWR.1
002500     05  FILLER                   PIC X(1).                       K6STWR.1
002600     05  SR-JOIN-DATE             PIC 9(8).                       K6STWR.1
002700     05  FILLER                   PIC X(1).                       K6STWR.1
002800     05  SR-LAST-ATTEST           PIC 9(8).                       K6STWR.1
002900     05  FILLER                   PIC X(1).                       K6STWR.1
003000     05  SR-ATTEST-BY             PIC X(8).                       K6STWR.1
003100     05  FILLER                   PIC X(29).                      K6STWR.1
