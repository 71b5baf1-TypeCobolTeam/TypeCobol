000100*================================================================ K6HKLG.1
000200* K6HKLG.CPY -- HOUSEKEEPING COMPLETION LOG RECORD (HKPLOG).      K6HKLG.1
000300*                                                                 K6HKLG.1
000400* ONE 80-BYTE RECORD APPENDED EVERY TIME A HOUSEKEEPING JOB ON    K6HKLG.1
000500* THE REGISTER (K6HKRG.CPY) FINISHES -- BY THE LAST STEP OF THE   K6HKLG.1
000600* JOB, OR BY THE OPERATOR WHEN IT IS RUN BY HAND.  THE LOG IS     K6HKLG.1
000700* APPEND-ONLY, SO IT IS IN COMPLETION ORDER.  ONLY A "C" RESULT   K6HKLG.1
000800* SATISFIES THE JOB; "F" RECORDS A RUN THAT DID NOT FINISH ITS    K6HKLG.1
000900* WORK AND LEAVES THE JOB DUE.                                    K6HKLG.1
001000*================================================================ K6HKLG.1
001100 01  HL-LOG-REC.                                                  K6HKLG.1
001200     05  HL-JOB-ID                PIC X(8).                       K6HKLG.1
001300     05  FILLER                   PIC X(1).                       K6HKLG.1
001400     05  HL-DATE                  PIC X(8).                       K6HKLG.1
001500     05  FILLER                   PIC X(1).                       K6HKLG.1
001600     05  HL-TIME                  PIC X(6).                       K6HKLG.1
001700     05  FILLER                   PIC X(1).                       K6HKLG.1
001800     05  HL-RESULT                PIC X(1).                       K6HKLG.1
001900         88  HL-COMPLETED                    VALUE "C".           K6HKLG.1
002000         88  HL-FAILED                       VALUE "F".           K6HKLG.1
002100     05  FILLER                   PIC X(1).                       K6HKLG.1
002200     05  HL-USER                  PIC X(8).                       K6HKLG.1
002300     05  FILLER                   PIC X(1).                       K6HKLG.1
002400     05  HL-NOTE                  PIC X(30).                      K6HKLG.1
002500     05  FILLER                   PIC X(14).                      K6HKLG.1
