000100*================================================================ K6RAWQ.1
000200* K6RAWQ.CPY -- RAW-DATA QUARANTINE RECORD (RAWQUAR).             K6RAWQ.1
000300*                                                                 K6RAWQ.1
000400* WRITTEN BY K6RVAL FOR EVERY RAW-DATA-SATZ THAT FAILS ONE OF     K6RAWQ.1
000500* ITS INTERNAL-CONSISTENCY RULES, AND READ BY K6STOPL, K6GATE     K6RAWQ.1
000600* AND K6CERT, WHICH LEAVE A QUARANTINED RUN OUT OF THE ROLLUP,    K6RAWQ.1
000700* THE GATE AND THE CERTIFICATE UNTIL IT IS CORRECTED AND THE      K6RAWQ.1
000800* VALIDATOR RERUN.  THE HISTORY FILE ITSELF IS NOT CHANGED --     K6RAWQ.1
000900* THE QUARANTINE RECORD CARRIES THE RECORD IMAGE AS READ, SO      K6RAWQ.1
001000* THE CORRECTION CAN BE MADE FROM IT.                             K6RAWQ.1
001100*                                                                 K6RAWQ.1
001200*    COLS   1-24  RAW-DATA KEY (TARGET, PROGRAM, DATE, SEQUENCE)  K6RAWQ.1
001300*    COL   26     NUMBER OF RULES BROKEN (1-6)                    K6RAWQ.1
001400*    COLS  28-45  RULE CODES, THREE BYTES EACH, IN RULE ORDER:    K6RAWQ.1
001500*                 V01 COUNTERS DO NOT SUM TO C-ALL                K6RAWQ.1
001600*                 V02 END DATE/TIME BEFORE THE START              K6RAWQ.1
001700*                 V03 SUPERSEDED FLAG POINTS AT NO SUCH RUN-SEQ   K6RAWQ.1
001800*                 V04 C-ABORT NOT "OK.     " OR "ABORTED "        K6RAWQ.1
001900*                 V05 MODULE ID DISAGREES WITH THE PGM-ID PREFIX  K6RAWQ.1
002000*                 V06 LAYOUT STAMP DISAGREES WITH RECORD LENGTH   K6RAWQ.1
002100*    COLS  47-54  DATE QUARANTINED (CCYYMMDD)                     K6RAWQ.1
002200*    COLS  56-58  RECORD LENGTH AS READ                           K6RAWQ.1
002300*    COLS  61-224 RECORD IMAGE AS READ                            K6SREL.1
002400*================================================================ K6RAWQ.1
002500 01  RQ-QUARANTINE-REC.                                           K6RAWQ.1
002600     05  RQ-RAW-KEY.                                              K6RAWQ.1
002700         10  RQ-TARGET-ID         PIC X(8).                       K6RAWQ.1
002800         10  RQ-PGM-ID            PIC X(6).                       K6RAWQ.1
002900         10  RQ-RUN-DATE          PIC 9(8).                       K6RAWQ.1
003000         10  RQ-RUN-SEQ           PIC 99.                         K6RAWQ.1
003100     05  FILLER                   PIC X(1).                       K6RAWQ.1
003200     05  RQ-RULE-COUNT            PIC 9.                          K6RAWQ.1
003300     05  FILLER                   PIC X(1).                       K6RAWQ.1
003400     05  RQ-RULE                  PIC X(3)  OCCURS 6 TIMES.       K6RAWQ.1
003500     05  FILLER                   PIC X(1).                       K6RAWQ.1
003600     05  RQ-QUAR-DATE             PIC 9(8).                       K6RAWQ.1
003700     05  FILLER                   PIC X(1).                       K6RAWQ.1
003800     05  RQ-REC-LEN               PIC 9(3).                       K6RAWQ.1
003900     05  FILLER                   PIC X(2).                       K6RAWQ.1
004000     05  RQ-RAW-IMAGE             PIC X(164).                     K6SREL.1
004100     05  FILLER                   PIC X(16).                      K6SREL.1
