000100*================================================================ K6STWX.1
000200* K6STWX.CPY -- STEWARDSHIP EXCEPTION RECORD.                     K6STWX.1
000300*                                                                 K6STWX.1
000400* WRITTEN BY K6STWD FOR EVERY STEWARDSHIP GAP IT FINDS, AND READ  K6STWX.1
000500* BY K6CERT, WHICH PRINTS AN EXCEPTION LINE UNDER ANY MODULE      K6STWX.1
000600* CERTIFIED WHILE ITS ATTESTATION IS OVERDUE.                     K6STWX.1
000700*                                                                 K6STWX.1
000800*    COL  1      EXCEPTION TYPE: N NO ACTIVE STEWARD, S STEWARD   K6STWX.1
000900*                NO LONGER ON THE AUTHORITY FILE, O ATTESTATION   K6STWX.1
001000*                OVERDUE                                          K6STWX.1
001100*    COLS  3-8   PROGRAM-ID                                       K6STWX.1
001200*    COLS 10-17  STEWARD CONCERNED ("S" RECORD)                   K6STWX.1
001300*    COLS 19-26  ATTESTATION DUE DATE ("O" RECORD)                K6STWX.1
001400*    COLS 28-31  BUSINESS DAYS OVERDUE (K6CALD)                   K6STWX.1
001500*    COLS 33-40  LAST ATTESTATION DATE (ZERO = NEVER)             K6STWX.1
001600*================================================================ K6STWX.1
001700 01  SX-EXCEPTION-REC.                                            K6STWX.1
001800     05  SX-TYPE                  PIC X(1).                       K6STWX.1
001900         88  SX-NO-STEWARD                  VALUE "N".            K6STWX.1
002000         88  SX-STALE-STEWARD               VALUE "S".            K6STWX.1
002100         88  SX-OVERDUE                     VALUE "O".            K6STWX.1
002200     05  FILLER                   PIC X(1).                       K6STWX.1
002300     05  SX-PGM-ID                PIC X(6).                       K6STWX.1
002400     05  FILLER                   PIC X(1).                       K6STWX.1
002500     05  SX-STEWARD               PIC X(8).                       K6STWX.1
002600     05  FILLER                   PIC X(1).                       K6STWX.1
002700     05  SX-DUE-DATE              PIC 9(8).                       K6STWX.1
002800     05  FILLER                   PIC X(1).                       K6STWX.1
002900     05  SX-DAYS-OVERDUE          PIC 9(4).                       K6STWX.1
003000     05  FILLER                   PIC X(1).                       K6STWX.1
003100     05  SX-LAST-ATTEST           PIC 9(8).                       K6STWX.1
003200     05  FILLER                   PIC X(40).                      K6STWX.1
