000100*================================================================ K6HKHS.1
000200* K6HKHS.CPY -- HOUSEKEEPING CYCLE HISTORY RECORD (HKPHIST).      K6HKHS.1
000300*                                                                 K6HKHS.1
000400* REWRITTEN IN FULL BY K6HKDU EVERY RUN FROM THE REGISTER AND THE K6HKHS.1
000500* COMPLETION LOG: ONE RECORD PER DUE CYCLE OF EVERY JOB, WITH THE K6HKHS.1
000600* DATE IT WAS DUE, THE DATE IT WAS DONE AND HOW LATE, IN          K6HKHS.1
000700* BUSINESS DAYS.  THE FIRST COMPLETION ON THE LOG OPENS THE       K6HKHS.1
000800* HISTORY AND IS NOT A CYCLE OF ITS OWN.  K6KPIM COUNTS THE       K6HKHS.1
000900* CYCLES DUE IN ITS MONTH.                                        K6HKHS.1
001000*                                                                 K6HKHS.1
001100* HH-OUTCOME  O  DONE BY THE DUE DATE OR WITHIN THE GRACE DAYS    K6HKHS.1
001200*             L  DONE, BUT AFTER THE GRACE DAYS                   K6HKHS.1
001300*             X  STILL NOT DONE, PAST THE GRACE DAYS, ON THE RUN  K6HKHS.1
001400*                DATE (HH-DONE-DATE BLANK)                        K6HKHS.1
001500*================================================================ K6HKHS.1
001600 01  HH-HIST-REC.                                                 K6HKHS.1
001700     05  HH-JOB-ID                PIC X(8).                       K6HKHS.1
001800     05  FILLER                   PIC X(1).                       K6HKHS.1
001900     05  HH-PGM-ID                PIC X(6).                       K6HKHS.1
002000     05  FILLER                   PIC X(1).                       K6HKHS.1
002100     05  HH-FREQ                  PIC X(1).                       K6HKHS.1
002200     05  FILLER                   PIC X(1).                       K6HKHS.1
002300     05  HH-DUE-DATE              PIC X(8).                       K6HKHS.1
002400     05  FILLER                   PIC X(1).                       K6HKHS.1
002500     05  HH-DONE-DATE             PIC X(8).                       K6HKHS.1
002600     05  FILLER                   PIC X(1).                       K6HKHS.1
002700     05  HH-LATE-DAYS             PIC 9(3).                       K6HKHS.1
002800     05  FILLER                   PIC X(1).                       K6HKHS.1
002900     05  HH-OUTCOME               PIC X(1).                       K6HKHS.1
003000         88  HH-ON-TIME                      VALUE "O".           K6HKHS.1
003100         88  HH-LATE                         VALUE "L".           K6HKHS.1
003200         88  HH-OUTSTANDING                  VALUE "X".           K6HKHS.1
003300     05  FILLER                   PIC X(1).                       K6HKHS.1
003400     05  HH-QUEUE-ID              PIC X(8).                       K6HKHS.1
003500     05  FILLER                   PIC X(30).                      K6HKHS.1
