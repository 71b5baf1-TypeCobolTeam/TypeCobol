002100*   TIME   TIMING-SENSITIVE TEST                                  K6CNOT.1
002200*   MIGR   DASD/DEVICE MIGRATION ARTIFACT                         K6CNOT.1
002300*   MANL   RESULT NEEDS MANUAL INSPECTION                         K6CNOT.1
000000*   SGLM   SEGMENT-LIMIT SWEEP RUN -- DETAIL IS "LIMIT=NN"        K6SGSW.1
000000*   SQBK   RECORD-FORMAT SWEEP RUN -- DETAIL IS RECFM, BLOCK, UNITK6SQSW.1
000000*   RSTR   RESUMED FROM AN INTRA-PROGRAM RESTART POINT --         K6RSTR.2
000000*          DETAIL IS "GROUP=NN"                                   K6RSTR.2
002400*================================================================ K6CNOT.1
002500 01  CN-CODE-VALUES.                                              K6CNOT.1
002600     05  FILLER               PIC X(34) VALUE                     K6CNOT.1
003500         "MIGRDASD/DEVICE MIGRATION ARTIFACT".                    K6CNOT.1
003600     05  FILLER               PIC X(34) VALUE                     K6CNOT.1
003700         "MANLRESULT NEEDS MANUAL INSPECTION".                    K6CNOT.1
000000     05  FILLER               PIC X(34) VALUE                     K6SGSW.1
000000         "SGLMSEGMENT-LIMIT SWEEP RUN       ".                    K6SGSW.1
000000     05  FILLER               PIC X(34) VALUE                     K6SQSW.1
000000         "SQBKRECORD-FORMAT SWEEP RUN       ".                    K6SQSW.1
000000     05  FILLER               PIC X(34) VALUE                     K6RSTR.2
000000         "RSTRRESUMED FROM A RESTART POINT  ".                    K6RSTR.2
003800 01  CN-CODE-TABLE REDEFINES CN-CODE-VALUES.                      K6CNOT.1
003900     05  CN-CODE-ENTRY OCCURS 9 TIMES                             K6RSTR.2
004000                      INDEXED BY CN-IDX.                          K6CNOT.1
004100         10  CN-CODE          PIC X(4).                           K6CNOT.1
004200         10  CN-DESCRIPTION   PIC X(30).                          K6CNOT.1
