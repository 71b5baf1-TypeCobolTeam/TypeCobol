000100*================================================================ K6DWFR.1
000200* K6DWFR.CPY -- CORPORATE DATA-WAREHOUSE DELTA FEED RECORD.       K6DWFR.1
000300*                                                                 K6DWFR.1
000400* WRITTEN BY K6DWFD, ONE BATCH PER NIGHT, IN THE FIXED-COLUMN     K6DWFR.1
000500* LOAD FORMAT THE CORPORATE REPORTING GROUP'S WAREHOUSE LOAD      K6DWFR.1
000600* TAKES.  A BATCH IS ONE "HD" HEADER, THE "DM" DIMENSION ROWS     K6DWFR.1
000700* NEW OR CHANGED SINCE THE LAST SUCCESSFUL FEED, THE "FA" FACT    K6DWFR.1
000800* ROWS (EFFECTIVE RESULTS FROM THE RESULTS-HISTORY MASTER)        K6DWFR.1
000900* ADDED OR CORRECTED SINCE THEN, AND ONE "CT" CONTROL RECORD      K6DWFR.1
001000* THE LOAD RECONCILES AGAINST BEFORE IT COMMITS.                  K6DWFR.1
001100*                                                                 K6DWFR.1
001200* EVERY ROW CARRIES A STABLE SURROGATE KEY -- A DIMENSION         K6DWFR.1
001300* MEMBER OR A FACT KEEPS ITS KEY FOR LIFE -- AND THE LOAD         K6DWFR.1
001400* APPLIES ROWS BY THAT KEY, SO A BATCH SENT TWICE LEAVES NO       K6DWFR.1
001500* DUPLICATES.  THE BATCH NUMBER IN THE HEADER IS ONE MORE THAN    K6DWFR.1
001600* THE BASE BATCH: THE LOAD REFUSES A BATCH WHOSE BASE IS NOT      K6DWFR.1
001700* ITS OWN LAST COMMITTED BATCH, AND REPLACES A BATCH OF THE       K6DWFR.1
001800* SAME NUMBER IT HAS ALREADY PARTLY LOADED.                       K6DWFR.1
001900*                                                                 K6DWFR.1
002000*    COLS   1-2   RECORD TYPE  HD HEADER, DM DIMENSION,           K6DWFR.1
002100*                              FA FACT, CT CONTROL                K6DWFR.1
002200*    COLS   4-9   BATCH NUMBER                                    K6DWFR.1
002300*    COL   11     ACTION (DM AND FA ONLY):                        K6DWFR.1
002400*                   A  ADD A NEW MEMBER OR FACT                   K6DWFR.1
002500*                   C  CORRECTION -- REPLACE THE ROW OF THIS      K6DWFR.1
002600*                      KEY WITH THE VALUES GIVEN                  K6DWFR.1
002700*                   V  CORRECTION -- VOID THE FACT OF THIS KEY;   K6DWFR.1
002800*                      IT IS NO LONGER AN EFFECTIVE RESULT        K6DWFR.1
002900*  "HD" HEADER                                                    K6DWFR.1
003000*    COLS  13-20  FEED DATE (CCYYMMDD)                            K6DWFR.1
003100*    COLS  22-27  BASE BATCH -- LAST SUCCESSFUL FEED              K6DWFR.1
003200*    COLS  29-36  SOURCE SYSTEM                                   K6DWFR.1
003300*    COLS  38-40  LAYOUT VERSION                                  K6DWFR.1
003400*  "DM" DIMENSION                                                 K6DWFR.1
003500*    COLS  13-14  DIMENSION  PG PROGRAM, TC TEST CASE, AN ANSI    K6DWFR.1
003600*                            CLAUSE, TG TARGET, MD MODULE,        K6DWFR.1
003700*                            WN WINDOW                            K6DWFR.1
003800*    COLS  16-22  SURROGATE KEY                                   K6DWFR.1
003900*    COLS  24-53  NATURAL KEY -- PGM-ID, K6TCID PERMANENT ID      K6DWFR.1
004000*                 (OR "U" PGM-ID PAR-NAME FOR A PARAGRAPH NOT     K6DWFR.1
004100*                 YET REGISTERED), CLAUSE CODE, TARGET-ID,        K6DWFR.1
004200*                 MODULE PREFIX OR WINDOW ID                      K6DWFR.1
004300*    COLS  55-94  DESCRIPTION -- MODULE OF A PROGRAM, PGM-ID      K6DWFR.1
004400*                 AND CURRENT PAR-NAME OF A TEST CASE, K6ANSI     K6DWFR.1
004500*                 TITLE OF A CLAUSE                               K6DWFR.1
004600*    COLS  96-103 DATE FIRST SENT                                 K6DWFR.1
004700*  "FA" FACT                                                      K6DWFR.1
004800*    COLS  13-21  FACT SURROGATE KEY                              K6DWFR.1
004900*    COLS  23-29  PROGRAM KEY      COLS  31-37  TEST-CASE KEY     K6DWFR.1
005000*    COLS  39-45  ANSI-CLAUSE KEY  COLS  47-53  TARGET KEY        K6DWFR.1
005100*    COLS  55-61  MODULE KEY       COLS  63-69  WINDOW KEY        K6DWFR.1
005200*    COLS  71-78  RUN DATE         COLS  80-81  RUN SEQ           K6DWFR.1
005300*    COLS  83-87  P-OR-F           COL   89     SEVERITY CLASS    K6DWFR.1
005400*    COLS  91-110 FEATURE                                         K6DWFR.1
005500*    COLS 112-131 COMPUTED         COLS 133-152 CORRECT           K6DWFR.1
005600*    COLS 154-155 RUN SEQ LAST SENT (ZERO ON AN ADD)              K6DWFR.1
005700*    COL  157     CORRECTION REASON:                              K6DWFR.1
005800*                   R  SUPERSEDED BY A RERUN                      K6DWFR.1
005900*                   D  DETAIL OR DIMENSION CHANGED, SAME RUN      K6DWFR.1
006000*                   V  RUN OF A WINDOW DECLARED VOID (K6VOID)     K6DWFR.2
006100*                   W  WITHDRAWN FROM THE RESULTS-HISTORY MASTER  K6DWFR.1
006200*                   B  EFFECTIVE AGAIN AFTER A VOID               K6DWFR.1
006300*  "CT" CONTROL                                                   K6DWFR.1
006400*    COLS  13-19  DM RECORDS       COLS  21-27  FA ADDS           K6DWFR.1
006500*    COLS  29-35  FA CORRECTIONS   COLS  37-43  FA VOIDS          K6DWFR.1
006600*    COLS  45-51  RECORDS IN THE BATCH, HD AND CT INCLUDED        K6DWFR.1
006700*    COLS  53-67  HASH TOTAL OF FA SURROGATE KEYS                 K6DWFR.1
006800*    COLS  69-83  HASH TOTAL OF DM SURROGATE KEYS                 K6DWFR.1
006900*    COLS  85-91  FA ADDS AND CORRECTIONS THAT ARE FAILURES       K6DWFR.1
007000*================================================================ K6DWFR.1
007100 01  DW-FEED-REC.                                                 K6DWFR.1
007200     05  DW-REC-TYPE              PIC X(2).                       K6DWFR.1
007300         88  DW-HEADER            VALUE "HD".                     K6DWFR.1
007400         88  DW-DIMENSION         VALUE "DM".                     K6DWFR.1
007500         88  DW-FACT              VALUE "FA".                     K6DWFR.1
007600         88  DW-CONTROL           VALUE "CT".                     K6DWFR.1
007700     05  FILLER                   PIC X(1).                       K6DWFR.1
007800     05  DW-BATCH-NO              PIC 9(6).                       K6DWFR.1
007900     05  FILLER                   PIC X(1).                       K6DWFR.1
008000     05  DW-ACTION                PIC X(1).                       K6DWFR.1
008100         88  DW-ACTION-ADD        VALUE "A".                      K6DWFR.1
008200         88  DW-ACTION-CORRECT    VALUE "C".                      K6DWFR.1
008300         88  DW-ACTION-VOID       VALUE "V".                      K6DWFR.1
008400     05  FILLER                   PIC X(1).                       K6DWFR.1
008500     05  DW-BODY                  PIC X(188).                     K6DWFR.1
008600 01  DW-HEADER-REC REDEFINES DW-FEED-REC.                         K6DWFR.1
008700     05  FILLER                   PIC X(12).                      K6DWFR.1
008800     05  DWH-FEED-DATE            PIC 9(8).                       K6DWFR.1
008900     05  FILLER                   PIC X(1).                       K6DWFR.1
009000     05  DWH-BASE-BATCH           PIC 9(6).                       K6DWFR.1
009100     05  FILLER                   PIC X(1).                       K6DWFR.1
009200     05  DWH-SOURCE               PIC X(8).                       K6DWFR.1
009300     05  FILLER                   PIC X(1).                       K6DWFR.1
009400     05  DWH-LAYOUT-VER           PIC X(3).                       K6DWFR.1
009500     05  FILLER                   PIC X(160).                     K6DWFR.1
009600 01  DW-DIMENSION-REC REDEFINES DW-FEED-REC.                      K6DWFR.1
009700     05  FILLER                   PIC X(12).                      K6DWFR.1
009800     05  DWD-DIM-TYPE             PIC X(2).                       K6DWFR.1
009900     05  FILLER                   PIC X(1).                       K6DWFR.1
010000     05  DWD-KEY                  PIC 9(7).                       K6DWFR.1
010100     05  FILLER                   PIC X(1).                       K6DWFR.1
010200     05  DWD-NATURAL              PIC X(30).                      K6DWFR.1
010300     05  FILLER                   PIC X(1).                       K6DWFR.1
010400     05  DWD-DESC                 PIC X(40).                      K6DWFR.1
010500     05  FILLER                   PIC X(1).                       K6DWFR.1
010600     05  DWD-FIRST-SENT           PIC 9(8).                       K6DWFR.1
010700     05  FILLER                   PIC X(97).                      K6DWFR.1
010800 01  DW-FACT-REC REDEFINES DW-FEED-REC.                           K6DWFR.1
010900     05  FILLER                   PIC X(12).                      K6DWFR.1
011000     05  DWF-FACT-KEY             PIC 9(9).                       K6DWFR.1
011100     05  FILLER                   PIC X(1).                       K6DWFR.1
011200     05  DWF-DIM-KEYS.                                            K6DWFR.1
011300         10  DWF-DIM-KEY OCCURS 6 TIMES.                          K6DWFR.1
011400             15  DWF-KEY          PIC 9(7).                       K6DWFR.1
011500             15  FILLER           PIC X(1).                       K6DWFR.1
011600     05  DWF-RUN-DATE             PIC 9(8).                       K6DWFR.1
011700     05  FILLER                   PIC X(1).                       K6DWFR.1
011800     05  DWF-RUN-SEQ              PIC 99.                         K6DWFR.1
011900     05  FILLER                   PIC X(1).                       K6DWFR.1
012000     05  DWF-P-OR-F               PIC X(5).                       K6DWFR.1
012100     05  FILLER                   PIC X(1).                       K6DWFR.1
012200     05  DWF-SEVERITY             PIC X(1).                       K6DWFR.1
012300     05  FILLER                   PIC X(1).                       K6DWFR.1
012400     05  DWF-FEATURE              PIC X(20).                      K6DWFR.1
012500     05  FILLER                   PIC X(1).                       K6DWFR.1
012600     05  DWF-COMPUTED             PIC X(20).                      K6DWFR.1
012700     05  FILLER                   PIC X(1).                       K6DWFR.1
012800     05  DWF-CORRECT              PIC X(20).                      K6DWFR.1
012900     05  FILLER                   PIC X(1).                       K6DWFR.1
013000     05  DWF-PRIOR-SEQ            PIC 99.                         K6DWFR.1
013100     05  FILLER                   PIC X(1).                       K6DWFR.1
013200     05  DWF-REASON               PIC X(1).                       K6DWFR.1
013300     05  FILLER                   PIC X(43).                      K6DWFR.1
013400 01  DW-CONTROL-REC REDEFINES DW-FEED-REC.                        K6DWFR.1
013500     05  FILLER                   PIC X(12).                      K6DWFR.1
013600     05  DWC-DIM-COUNT            PIC 9(7).                       K6DWFR.1
013700     05  FILLER                   PIC X(1).                       K6DWFR.1
013800     05  DWC-ADD-COUNT            PIC 9(7).                       K6DWFR.1
013900     05  FILLER                   PIC X(1).                       K6DWFR.1
014000     05  DWC-CORRECT-COUNT        PIC 9(7).                       K6DWFR.1
014100     05  FILLER                   PIC X(1).                       K6DWFR.1
014200     05  DWC-VOID-COUNT           PIC 9(7).                       K6DWFR.1
014300     05  FILLER                   PIC X(1).                       K6DWFR.1
014400     05  DWC-RECORD-COUNT         PIC 9(7).                       K6DWFR.1
014500     05  FILLER                   PIC X(1).                       K6DWFR.1
014600     05  DWC-FACT-HASH            PIC 9(15).                      K6DWFR.1
014700     05  FILLER                   PIC X(1).                       K6DWFR.1
014800     05  DWC-DIM-HASH             PIC 9(15).                      K6DWFR.1
014900     05  FILLER                   PIC X(1).                       K6DWFR.1
015000     05  DWC-FAIL-COUNT           PIC 9(7).                       K6DWFR.1
015100     05  FILLER                   PIC X(109).                     K6DWFR.1
