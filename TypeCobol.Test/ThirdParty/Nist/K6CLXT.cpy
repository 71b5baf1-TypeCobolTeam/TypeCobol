000100*================================================================ K6CLXT.1
000200* K6CLXT.CPY -- DEFECT-SIGNATURE MEMBER EXTRACT RECORD (CLUSXT).  K6CLXT.1
000300*                                                                 K6CLXT.1
000400* ONE RECORD PER FAILING TEST K6CLUS PLACES IN A SIGNATURE        K6CLXT.1
000500* CLUSTER, WRITTEN AS THE CLUSTER IS PRINTED, SO A PROGRAM THAT   K6CLXT.1
000600* NEEDS THE SIGNATURE OF ONE FAILURE (K6CASE, FOR THE FAILURE     K6CLXT.1
000700* CASE FILE) NEED NOT CLASSIFY THE CSV OPERANDS AGAIN.            K6CLXT.1
000800*                                                                 K6CLXT.1
000900*    COLS  1-8   TARGET             COLS 10-15  PROGRAM           K6CLXT.1
001000*    COLS 17-38  PAR-NAME OF THE FAILING TEST                     K6CLXT.1
001100*    COLS 40-55  SIGNATURE (MODULE + ANSI CODE + DELTA PATTERN)   K6CLXT.1
001200*    COLS 57-60  MEMBERS IN THE SIGNATURE'S CLUSTER               K6CLXT.1
001300*================================================================ K6CLXT.1
001400 01  CX-MEMBER-REC.                                               K6CLXT.1
001500     05  CM-TARGET-ID             PIC X(8).                       K6CLXT.1
001600     05  FILLER                   PIC X(1).                       K6CLXT.1
001700     05  CM-PGM-ID                PIC X(6).                       K6CLXT.1
001800     05  FILLER                   PIC X(1).                       K6CLXT.1
001900     05  CM-PAR-NAME              PIC X(22).                      K6CLXT.1
002000     05  FILLER                   PIC X(1).                       K6CLXT.1
002100     05  CM-SIGNATURE             PIC X(16).                      K6CLXT.1
002200     05  FILLER                   PIC X(1).                       K6CLXT.1
002300     05  CM-MEMBERS               PIC 9(4).                       K6CLXT.1
002400     05  FILLER                   PIC X(20).                      K6CLXT.1
