000100*================================================================ K6RMAN.1
000200* K6RMAN.CPY -- REGISTER BACKUP MANIFEST AND CHANGE JOURNAL.      K6RMAN.1
000300*                                                                 K6RMAN.1
000400* THE MANIFEST (REGMANF) AND THE JOURNAL (REGJRNL) SHARE THIS     K6RMAN.1
000500* 80-COLUMN LAYOUT; BOTH ARE APPENDED TO, NEVER REWRITTEN.        K6RMAN.1
000600*   "R" ONE REGISTER OF A BACKUP SET -- ITS RECORD COUNT AND      K6RMAN.1
000700*       CHECKSUM AS CAPTURED.  WRITTEN FIRST, ONE PER REGISTER.   K6RMAN.1
000800*   "S" THE SET ITSELF, WRITTEN LAST: STATUS COMPLETE ONLY WHEN   K6RMAN.1
000900*       EVERY REGISTER WAS CAPTURED AND NONE CHANGED WHILE THE    K6RMAN.1
001000*       SET WAS BEING TAKEN.  RM-RECORDS IS THE NUMBER OF         K6RMAN.1
001100*       REGISTERS AND RM-CHECKSUM THE SUM OF THEIR CHECKSUMS.     K6RMAN.1
001200*       "R" LINES WITHOUT A COMPLETE "S" LINE ARE NOT A SET.      K6RMAN.1
001300*   "J" A SANCTIONED CHANGE TO ONE REGISTER SINCE A BACKUP --     K6RMAN.1
001400*       ITS COUNT AND CHECKSUM AFTER THE CHANGE, WHO MADE IT AND  K6RMAN.1
001500*       UNDER WHAT TICKET.  WRITTEN BY K6RBKP JOURNAL AFTER A     K6RMAN.1
001600*       MAINTENANCE RUN AND BY K6RRST AFTER A RESTORE.            K6RMAN.1
001700* THE CHECKSUM IS THE ADDITIVE HALFWORD FOLD USED FOR THE PRINT   K6RMAN.1
001800* EVIDENCE (SEE K6RVFY), TAKEN OVER EACH RECORD SPACE-FILLED TO   K6RMAN.1
001900* 100 BYTES, MODULO 100000000.                                    K6RMAN.1
002000*================================================================ K6RMAN.1
002100 01  RM-MANIFEST-REC.                                             K6RMAN.1
002200     05  RM-TYPE              PIC X(1).                           K6RMAN.1
002300         88  RM-REGISTER-LINE            VALUE "R".               K6RMAN.1
002400         88  RM-SET-LINE                 VALUE "S".               K6RMAN.1
002500         88  RM-JOURNAL-LINE             VALUE "J".               K6RMAN.1
002600     05  FILLER               PIC X(1).                           K6RMAN.1
002700     05  RM-SET-ID.                                               K6RMAN.1
002800         10  RM-SET-DATE      PIC 9(8).                           K6RMAN.1
002900         10  RM-SET-TIME      PIC 9(6).                           K6RMAN.1
003000     05  FILLER               PIC X(1).                           K6RMAN.1
003100     05  RM-REGISTER          PIC X(8).                           K6RMAN.1
003200     05  FILLER               PIC X(1).                           K6RMAN.1
003300     05  RM-RECORDS           PIC 9(7).                           K6RMAN.1
003400     05  FILLER               PIC X(1).                           K6RMAN.1
003500     05  RM-CHECKSUM          PIC 9(9).                           K6RMAN.1
003600     05  FILLER               PIC X(1).                           K6RMAN.1
003700     05  RM-STATUS            PIC X(8).                           K6RMAN.1
003800         88  RM-COMPLETE                 VALUE "COMPLETE".        K6RMAN.1
003900     05  FILLER               PIC X(1).                           K6RMAN.1
004000     05  RM-USER              PIC X(8).                           K6RMAN.1
004100     05  FILLER               PIC X(1).                           K6RMAN.1
004200     05  RM-TICKET            PIC X(8).                           K6RMAN.1
004300     05  FILLER               PIC X(10).                          K6RMAN.1
