000100*================================================================ K6INCI.1
000200* K6INCI.CPY -- INCIDENT-SYSTEM BATCH IMPORT RECORD.              K6INCI.1
000300*                                                                 K6INCI.1
000400* WRITTEN BY K6INCX, ONE PER NEW OR ESCALATED NOTIFICATION AND    K6INCI.1
000500* ONE PER INCIDENT TO BE REOPENED, IN THE FIXED-COLUMN FORMAT     K6INCI.1
000600* THE CORPORATE INCIDENT SYSTEM'S NIGHTLY BATCH IMPORT TAKES.     K6INCI.1
000700* THE QUEUE, TARGET AND PROGRAM TOGETHER ARE THE CORRELATION      K6INCI.1
000800* KEY: THE INCIDENT SYSTEM KEEPS THEM ON THE INCIDENT AND         K6INCI.1
000900* RETURNS THEM ON ITS STATUS EXTRACT (K6INCS.CPY), WHICH IS HOW   K6INCI.1
001000* K6ACKR MATCHES A TICKET BACK TO ITS REGISTER ENTRY.             K6INCI.1
001100*                                                                 K6INCI.1
001200*    COLS   1-2   RECORD TYPE "IN"                                K6INCI.1
001300*    COL    4     ACTION:                                         K6INCI.1
001400*                   C  CREATE A NEW INCIDENT                      K6INCI.1
001500*                   E  ESCALATE -- REASSIGN THE TICKET GIVEN      K6INCI.1
001600*                      (OR CREATE, WHEN NO TICKET IS KNOWN) TO    K6INCI.1
001700*                      THE ESCALATION QUEUE AT THE LEVEL GIVEN    K6INCI.1
001800*                   R  REOPEN THE TICKET GIVEN -- IT WAS CLOSED   K6INCI.1
001900*                      WHILE THE TEST STILL FAILS                 K6INCI.1
002000*    COLS   6-13  TICKET (SPACE ON A CREATE)                      K6INCI.1
002100*    COLS  15-22  ASSIGNMENT QUEUE     COLS 24-31  TARGET         K6INCI.1
002200*    COLS  33-38  PROGRAM                                         K6INCI.1
002300*    COLS  40-61  PAR-NAME OF THE MOST SEVERE FAILING TEST        K6INCI.1
002400*    COL   63     K6SEVT SEVERITY CLASS: 1 CRITICAL, 2 MAJOR,     K6INCI.1
002500*                 3 MINOR                                         K6INCI.1
002600*    COL   65     K6TRIA TRIAGE CLASS OF THAT TEST (0 = NOT       K6INCI.1
002700*                 TRIAGED)                                        K6INCI.1
002800*    COLS  67-84  TRIAGE CLASS NAME                               K6INCI.1
002900*    COL   86     ESCALATION LEVEL (1 = FIRST-LEVEL ROUTING)      K6INCI.1
003000*    COLS  88-90  FAILING TESTS IN THE LATEST RUN                 K6INCI.1
003100*    COLS  92-99  DATE RAISED (CCYYMMDD)                          K6INCI.1
003200*    COLS 101-160 SHORT DESCRIPTION                               K6INCI.1
003300*================================================================ K6INCI.1
003400 01  IX-IMPORT-REC.                                               K6INCI.1
003500     05  IX-REC-TYPE              PIC X(2).                       K6INCI.1
003600     05  FILLER                   PIC X(1).                       K6INCI.1
003700     05  IX-ACTION                PIC X(1).                       K6INCI.1
003800         88  IX-ACTION-CREATE     VALUE "C".                      K6INCI.1
003900         88  IX-ACTION-ESCALATE   VALUE "E".                      K6INCI.1
004000         88  IX-ACTION-REOPEN     VALUE "R".                      K6INCI.1
004100     05  FILLER                   PIC X(1).                       K6INCI.1
004200     05  IX-TICKET                PIC X(8).                       K6INCI.1
004300     05  FILLER                   PIC X(1).                       K6INCI.1
004400     05  IX-QUEUE-ID              PIC X(8).                       K6INCI.1
004500     05  FILLER                   PIC X(1).                       K6INCI.1
004600     05  IX-TARGET-ID             PIC X(8).                       K6INCI.1
004700     05  FILLER                   PIC X(1).                       K6INCI.1
004800     05  IX-PGM-ID                PIC X(6).                       K6INCI.1
004900     05  FILLER                   PIC X(1).                       K6INCI.1
005000     05  IX-PAR-NAME              PIC X(22).                      K6INCI.1
005100     05  FILLER                   PIC X(1).                       K6INCI.1
005200     05  IX-SEVERITY              PIC X(1).                       K6INCI.1
005300     05  FILLER                   PIC X(1).                       K6INCI.1
005400     05  IX-TRIAGE-CLASS          PIC 9(1).                       K6INCI.1
005500     05  FILLER                   PIC X(1).                       K6INCI.1
005600     05  IX-TRIAGE-NAME           PIC X(18).                      K6INCI.1
005700     05  FILLER                   PIC X(1).                       K6INCI.1
005800     05  IX-ESC-LEVEL             PIC 9(1).                       K6INCI.1
005900     05  FILLER                   PIC X(1).                       K6INCI.1
006000     05  IX-FAIL-COUNT            PIC 9(3).                       K6INCI.1
006100     05  FILLER                   PIC X(1).                       K6INCI.1
006200     05  IX-RAISED-DATE           PIC 9(8).                       K6INCI.1
006300     05  FILLER                   PIC X(1).                       K6INCI.1
006400     05  IX-SHORT-DESC            PIC X(60).                      K6INCI.1
