001800*                                                                 K6VDEF.1
001900*        DEFECT-ID(1-8) STATUS(10-17) FIX-VERSION(19-38)          K6VDEF.1
002000*        PGM-ID(40-45) PAR-NAME(47-68)                            K6VDEF.1
000000*        EXPECT-UNTIL(70-77)                                      K6EXPW.1
000000*                                                                 K6EXPW.1
000000*    EXPECT-UNTIL IS THE LAST DAY THE ROW MAY EXPLAIN A           K6EXPW.1
000000*    FAILURE (CCYYMMDD; BLANK = NO LIMIT).  LIKE A WAIVER, THE    K6EXPW.1
000000*    EXPECTATION IS TIME-BOXED: PAST THAT DATE ANNOT REPORTS      K6EXPW.1
000000*    THE FAILURE AS EXPECT LAPSED AND COUNTS IT AS NEW UNTIL      K6EXPW.1
000000*    THE ROW IS RENEWED OR RETIRED.  K6EXPW WARNS THE OWNING      K6EXPW.1
000000*    QUEUE AHEAD OF THE DATE.                                     K6EXPW.1
002100*                                                                 K6VDEF.1
002200*    FUNCTION CARD (VDEFCTL):                                     K6VDEF.1
002300*        ANNOT    READ THE WINDOW'S CSV FAILURES (CSVIN) AND      K6VDEF.1
003500*                                                                 K6VDEF.1
003600* MODIFICATION HISTORY.                                           K6VDEF.1
003700*    2026-09-02  DLO  ORIGINAL PROGRAM.                           K6VDEF.1
000000*    2026-10-15  DLO  EXPECT-UNTIL DATE ON THE REGISTER ROW; A    K6EXPW.1
000000*                     LAPSED ROW NO LONGER EXPLAINS A FAILURE.    K6EXPW.1
003800*================================================================ K6VDEF.1
003900                                                                  K6VDEF.1
004000 ENVIRONMENT DIVISION.                                            K6VDEF.1
007200     05  VD-PGM-ID            PIC X(6).                           K6VDEF.1
007300     05  FILLER               PIC X(1).                           K6VDEF.1
007400     05  VD-PAR-NAME          PIC X(22).                          K6VDEF.1
007500     05  FILLER               PIC X(1).                           K6EXPW.1
000000     05  VD-EXPECT-UNTIL      PIC X(8).                           K6EXPW.1
000000     05  FILLER               PIC X(3).                           K6EXPW.1
007600 FD  CSV-EXTRACT                                                  K6VDEF.1
007700     LABEL RECORDS ARE STANDARD.                                  K6VDEF.1
007800 01  CX-REC                   PIC X(194).                         K6VDEF.1
012100 77  WS-FIXED                 PIC 9(3)   VALUE ZERO.              K6VDEF.1
012200 77  WS-STILL-OPEN            PIC 9(3)   VALUE ZERO.              K6VDEF.1
012300 77  WS-CUR-PGM-ID            PIC X(6)   VALUE SPACE.             K6VDEF.1
000000 77  WS-TODAY                 PIC 9(8)   VALUE ZERO.              K6EXPW.1
012400 77  WS-MATCH-SW              PIC X      VALUE "N".               K6VDEF.1
012500 01  WS-MATCH-DEFECT          PIC X(8)   VALUE SPACE.             K6VDEF.1
012600* ----------------------------------------------------------      K6VDEF.1
013300         10  RG-FIX-VERSION   PIC X(20).                          K6VDEF.1
013400         10  RG-PGM-ID        PIC X(6).                           K6VDEF.1
013500         10  RG-PAR-NAME      PIC X(22).                          K6VDEF.1
000000         10  RG-EXPECT-UNTIL  PIC X(8).                           K6EXPW.1
013600         10  RG-HIT-SW        PIC X(1).                           K6VDEF.1
013700         10  RG-DONE-SW       PIC X(1).                           K6VDEF.1
013800 01  FAIL-TABLE.                                                  K6VDEF.1
019600* 1000-INITIALIZE.                                                K6VDEF.1
019700*================================================================ K6VDEF.1
019800 1000-INITIALIZE.                                                 K6VDEF.1
000000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          K6EXPW.1
019900     OPEN INPUT VDEF-CTL.                                         K6VDEF.1
020000     IF WS-CTL-STATUS = "00"                                      K6VDEF.1
020100         READ VDEF-CTL                                            K6VDEF.1
023400     MOVE VD-FIX-VERSION TO RG-FIX-VERSION (WS-REG-COUNT).        K6VDEF.1
023500     MOVE VD-PGM-ID      TO RG-PGM-ID (WS-REG-COUNT).             K6VDEF.1
023600     MOVE VD-PAR-NAME    TO RG-PAR-NAME (WS-REG-COUNT).           K6VDEF.1
000000     MOVE VD-EXPECT-UNTIL TO RG-EXPECT-UNTIL (WS-REG-COUNT).      K6EXPW.1
023700     MOVE "N" TO RG-HIT-SW (WS-REG-COUNT).                        K6VDEF.1
023800     MOVE "N" TO RG-DONE-SW (WS-REG-COUNT).                       K6VDEF.1
023900     GO TO 1500-READ.                                             K6VDEF.1
028500                 = FA-PAR-NAME (WS-SUB)                           K6VDEF.1
028600         MOVE "Y" TO WS-MATCH-SW                                  K6VDEF.1
028700         MOVE RG-DEFECT-ID (WS-SCAN-SUB) TO WS-MATCH-DEFECT       K6VDEF.1
000000         IF RG-EXPECT-UNTIL (WS-SCAN-SUB) NUMERIC                 K6EXPW.1
000000                 AND RG-EXPECT-UNTIL (WS-SCAN-SUB) < WS-TODAY     K6EXPW.1
000000             MOVE "L" TO WS-MATCH-SW                              K6EXPW.1
000000             GO TO 3000-VERDICT                                   K6EXPW.1
000000         ELSE                                                     K6EXPW.1
028800             GO TO 3000-VERDICT.                                  K6EXPW.1
028900     ADD 1 TO WS-SCAN-SUB.                                        K6VDEF.1
029000     GO TO 3000-SCAN.                                             K6VDEF.1
029100 3000-VERDICT.                                                    K6VDEF.1
000000     IF WS-MATCH-SW = "L"                                         K6EXPW.1
000000         MOVE "EXPECT LAPSED " TO AL-KIND                         K6EXPW.1
000000         ADD 1 TO WS-NEW                                          K6EXPW.1
000000     ELSE                                                         K6EXPW.1
029200     IF WS-MATCH-SW = "Y"                                         K6VDEF.1
029300         MOVE "KNOWN DEFECT  " TO AL-KIND                         K6VDEF.1
029400         ADD 1 TO WS-KNOWN                                        K6VDEF.1
