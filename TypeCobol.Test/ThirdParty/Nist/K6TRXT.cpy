000100*================================================================ K6TRXT.1
000200* K6TRXT.CPY -- PER-FAILURE TRIAGE EXTRACT RECORD.                K6TRXT.1
000300*                                                                 K6TRXT.1
000400* ONE RECORD PER FAILING DETAIL ROW K6TRIA CLASSIFIES, SO A       K6TRXT.1
000500* PROGRAM THAT NEEDS THE TRIAGE ANSWER FOR ONE TARGET AND         K6TRXT.1
000600* PROGRAM (K6INCX, FOR THE INCIDENT IMPORT) NEED NOT PARSE THE    K6TRXT.1
000700* CSV OPERANDS AGAIN.  THE RUN DATE AND SEQUENCE COME FROM THE    K6TRXT.1
000800* EXTRACT ENVELOPE HEADER, SO A READER CAN KEEP ONLY THE LATEST   K6TRXT.1
000900* RUN OF A PROGRAM WHEN THE WINDOW HOLDS A RERUN.                 K6TRXT.1
001000*                                                                 K6TRXT.1
001100*    COLS  1-8   TARGET             COLS 10-15  PROGRAM           K6TRXT.1
001200*    COLS 17-24  RUN DATE           COLS 26-27  RUN SEQUENCE      K6TRXT.1
001300*    COLS 29-50  PAR-NAME OF THE FAILING TEST                     K6TRXT.1
001400*    COL  52     K6SEVT SEVERITY CLASS FROM THE CSV ROW (SPACE    K6TRXT.1
001500*                ON AN EXTRACT THAT PREDATES THE SEVERITY         K6TRXT.1
001600*                COLUMN)                                          K6TRXT.1
001700*    COL  54     K6TRIA TRIAGE CLASS, 1-7                         K6TRXT.1
001800*    COLS 56-73  TRIAGE CLASS NAME                                K6TRXT.1
001900*================================================================ K6TRXT.1
002000 01  TX-TRIAGE-REC.                                               K6TRXT.1
002100     05  TX-TARGET-ID             PIC X(8).                       K6TRXT.1
002200     05  FILLER                   PIC X(1).                       K6TRXT.1
002300     05  TX-PGM-ID                PIC X(6).                       K6TRXT.1
002400     05  FILLER                   PIC X(1).                       K6TRXT.1
002500     05  TX-RUN-DATE              PIC 9(8).                       K6TRXT.1
002600     05  FILLER                   PIC X(1).                       K6TRXT.1
002700     05  TX-RUN-SEQ               PIC 99.                         K6TRXT.1
002800     05  FILLER                   PIC X(1).                       K6TRXT.1
002900     05  TX-PAR-NAME              PIC X(22).                      K6TRXT.1
003000     05  FILLER                   PIC X(1).                       K6TRXT.1
003100     05  TX-SEVERITY              PIC X(1).                       K6TRXT.1
003200     05  FILLER                   PIC X(1).                       K6TRXT.1
003300     05  TX-CLASS                 PIC 9(1).                       K6TRXT.1
003400     05  FILLER                   PIC X(1).                       K6TRXT.1
003500     05  TX-CLASS-NAME            PIC X(18).                      K6TRXT.1
003600     05  FILLER                   PIC X(7).                       K6TRXT.1
