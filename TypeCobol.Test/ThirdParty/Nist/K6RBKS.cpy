000100*================================================================ K6RBKS.1
000200* K6RBKS.CPY -- ONE RECORD OF A REGISTER BACKUP SET (REGBKUP).    K6RBKS.1
000300*                                                                 K6RBKS.1
000400* A SET IS ONE GENERATION:                                        K6RBKS.1
000500*   "H" SET HEADER                                                K6RBKS.1
000600*   "D" ONE REGISTER RECORD, IMAGE SPACE-FILLED TO 100 BYTES,     K6RBKS.1
000700*       IN THE ORDER THE REGISTER WAS READ                        K6RBKS.1
000800*   "T" END OF ONE REGISTER -- RECORD COUNT AND CHECKSUM, AND     K6RBKS.1
000900*       "ABSENT" WHEN THE DATASET DID NOT EXIST                   K6RBKS.1
001000*   "E" END OF SET, WITH THE SET STATUS (K6RMAN.CPY)              K6RBKS.1
001100* EVERY RECORD CARRIES THE SET-ID, SO GENERATIONS MAY BE          K6RBKS.1
001200* CONCATENATED UNDER ONE DD AND THE RESTORE PICKS ITS SET OUT.    K6RBKS.1
001300*================================================================ K6RBKS.1
001400 01  RB-BACKUP-REC.                                               K6RBKS.1
001500     05  RB-TYPE              PIC X(1).                           K6RBKS.1
001600     05  FILLER               PIC X(1).                           K6RBKS.1
001700     05  RB-SET-ID.                                               K6RBKS.1
001800         10  RB-SET-DATE      PIC 9(8).                           K6RBKS.1
001900         10  RB-SET-TIME      PIC 9(6).                           K6RBKS.1
002000     05  FILLER               PIC X(1).                           K6RBKS.1
002100     05  RB-REGISTER          PIC X(8).                           K6RBKS.1
002200     05  FILLER               PIC X(1).                           K6RBKS.1
002300     05  RB-IMAGE             PIC X(100).                         K6RBKS.1
002400     05  RB-TRAILER REDEFINES RB-IMAGE.                           K6RBKS.1
002500         10  RB-RECORDS       PIC 9(7).                           K6RBKS.1
002600         10  FILLER           PIC X(1).                           K6RBKS.1
002700         10  RB-CHECKSUM      PIC 9(9).                           K6RBKS.1
002800         10  FILLER           PIC X(1).                           K6RBKS.1
002900         10  RB-STATUS        PIC X(8).                           K6RBKS.1
003000         10  FILLER           PIC X(74).                          K6RBKS.1
003100     05  FILLER               PIC X(2).                           K6RBKS.1
