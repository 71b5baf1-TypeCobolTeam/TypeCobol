000100*================================================================ K6INCS.1
000200* K6INCS.CPY -- INCIDENT-SYSTEM NIGHTLY STATUS EXTRACT RECORD.    K6INCS.1
000300*                                                                 K6INCS.1
000400* ONE RECORD PER INCIDENT RAISED THROUGH K6INCX, AS THE           K6INCS.1
000500* CORPORATE INCIDENT SYSTEM UNLOADS IT EACH NIGHT.  K6ACKR        K6INCS.1
000600* APPLIES THE TICKET, ASSIGNEE, STATUS AND RESOLUTION TO THE      K6INCS.1
000700* ACKNOWLEDGMENT-REGISTER ENTRY NAMED BY THE CORRELATION KEY      K6INCS.1
000800* (QUEUE, TARGET, PROGRAM -- SEE K6INCI.CPY).                     K6INCS.1
000900*                                                                 K6INCS.1
001000*    COLS  1-8   TICKET             COLS 10-17  QUEUE             K6INCS.1
001100*    COLS 19-26  TARGET             COLS 28-33  PROGRAM           K6INCS.1
001200*    COLS 35-42  ASSIGNEE (SPACE WHILE UNASSIGNED)                K6INCS.1
001300*    COL  44     STATUS: N NEW, A ASSIGNED, W WORK IN PROGRESS,   K6INCS.1
001400*                R RESOLVED, C CLOSED                             K6INCS.1
001500*    COLS 46-53  RESOLUTION CODE (R AND C ONLY)                   K6INCS.1
001600*    COLS 55-62  STATUS DATE (CCYYMMDD)                           K6INCS.1
001700*================================================================ K6INCS.1
001800 01  IS-STATUS-REC.                                               K6INCS.1
001900     05  IS-TICKET                PIC X(8).                       K6INCS.1
002000     05  FILLER                   PIC X(1).                       K6INCS.1
002100     05  IS-QUEUE-ID              PIC X(8).                       K6INCS.1
002200     05  FILLER                   PIC X(1).                       K6INCS.1
002300     05  IS-TARGET-ID             PIC X(8).                       K6INCS.1
002400     05  FILLER                   PIC X(1).                       K6INCS.1
002500     05  IS-PGM-ID                PIC X(6).                       K6INCS.1
002600     05  FILLER                   PIC X(1).                       K6INCS.1
002700     05  IS-ASSIGNEE              PIC X(8).                       K6INCS.1
002800     05  FILLER                   PIC X(1).                       K6INCS.1
002900     05  IS-STATUS                PIC X(1).                       K6INCS.1
003000         88  IS-STATUS-OPEN       VALUE "N" "A" "W".              K6INCS.1
003100         88  IS-STATUS-DONE       VALUE "R" "C".                  K6INCS.1
003200     05  FILLER                   PIC X(1).                       K6INCS.1
003300     05  IS-RESOLUTION            PIC X(8).                       K6INCS.1
003400     05  FILLER                   PIC X(1).                       K6INCS.1
003500     05  IS-STATUS-DATE           PIC X(8).                       K6INCS.1
003600     05  FILLER                   PIC X(18).                      K6INCS.1
