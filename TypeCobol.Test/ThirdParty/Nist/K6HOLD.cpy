000100*================================================================ K6HOLD.1
000200* K6HOLD.CPY -- AUDIT HOLD REGISTER CARD (HOLDREG).               K6HOLD.1
000300*                                                                 K6HOLD.1
000400* WHEN AN AUDITOR OR LEGAL OPENS AN INQUIRY INTO A CERTIFICATION, K6HOLD.1
000500* THE EVIDENCE UNDER QUESTION MUST SURVIVE THE SCHEDULED PURGE,   K6HOLD.1
000600* REORGANIZATION AND VAULT JOBS (K6ARCH, K6LIFE, K6CLOS, K6VLTM)  K6HOLD.1
000700* UNTIL THE INQUIRY IS RELEASED.  ONE CARD PER HOLD:              K6HOLD.1
000800*    COLS  1-8   HOLD-ID         (REQUIRED; "*" IN COL 1 IS A     K6HOLD.1
000900*                                 COMMENT CARD)                   K6HOLD.1
001000*    COLS 10-17  TARGET-ID       SPACE = EVERY TARGET             K6HOLD.1
001100*    COLS 19-24  PGM-ID          SPACE = EVERY PROGRAM            K6HOLD.1
001200*    COLS 26-33  WINDOW FROM     CCYYMMDD                         K6HOLD.1
001300*    COLS 35-42  WINDOW TO       CCYYMMDD (BLANK = THE FROM DATE) K6HOLD.1
001400*    COLS 44-51  CHANGE TICKET   HOLDS THE WINDOWS WHOSE ENVSNAP  K6HOLD.1
001500*                                SNAPSHOT (K6ENVS) NAMES IT       K6HOLD.1
001600*    COLS 53-60  REQUESTER                                        K6HOLD.1
001700*    COLS 62-69  RELEASE DATE    LAST DAY THE HOLD IS HONORED     K6HOLD.1
001800*                                (BLANK = UNTIL THE CARD IS       K6HOLD.1
001900*                                 REMOVED)                        K6HOLD.1
002000*    COLS 71-80  REASON                                           K6HOLD.1
002100* A HOLD MUST NAME AT LEAST ONE OF TARGET, PROGRAM, WINDOW OR     K6HOLD.1
002200* TICKET; A CARD THAT NAMES NOTHING IS REJECTED RATHER THAN       K6HOLD.1
002300* TAKEN AS A HOLD ON ALL EVIDENCE.  WITHIN A CARD THE NAMED       K6HOLD.1
002400* CRITERIA MUST ALL MATCH.  EVIDENCE THAT CARRIES NO DATE (A      K6HOLD.1
002500* DIAGOUT DUMP) OR NO TARGET (THE JOURNAL FAMILIES) IS HELD ON    K6HOLD.1
002600* THE CRITERIA IT DOES CARRY -- AN INQUIRY KEEPS TOO MUCH         K6HOLD.1
002700* RATHER THAN TOO LITTLE.                                         K6HOLD.1
002800*================================================================ K6HOLD.1
002900 01  HR-HOLD-REC.                                                 K6HOLD.1
003000     05  HR-HOLD-ID           PIC X(8).                           K6HOLD.1
003100     05  FILLER               PIC X(1).                           K6HOLD.1
003200     05  HR-TARGET-ID         PIC X(8).                           K6HOLD.1
003300     05  FILLER               PIC X(1).                           K6HOLD.1
003400     05  HR-PGM-ID            PIC X(6).                           K6HOLD.1
003500     05  FILLER               PIC X(1).                           K6HOLD.1
003600     05  HR-FROM-DATE         PIC X(8).                           K6HOLD.1
003700     05  FILLER               PIC X(1).                           K6HOLD.1
003800     05  HR-TO-DATE           PIC X(8).                           K6HOLD.1
003900     05  FILLER               PIC X(1).                           K6HOLD.1
004000     05  HR-TICKET            PIC X(8).                           K6HOLD.1
004100     05  FILLER               PIC X(1).                           K6HOLD.1
004200     05  HR-REQUESTER         PIC X(8).                           K6HOLD.1
004300     05  FILLER               PIC X(1).                           K6HOLD.1
004400     05  HR-RELEASE-DATE      PIC X(8).                           K6HOLD.1
004500     05  FILLER               PIC X(1).                           K6HOLD.1
004600     05  HR-REASON            PIC X(10).                          K6HOLD.1
