000100*================================================================ K6RSTR.1
000200* K6RSTR.CPY -- INTRA-PROGRAM RESTART POINT (RSTRTPT).            K6RSTR.1
000300*                                                                 K6RSTR.1
000400* K6CKPT RESTARTS A WINDOW AT THE FIRST UNFINISHED STEP, BUT A    K6RSTR.1
000500* LONG IX OR SQ PROGRAM THAT ABENDS AFTER HOURS STILL RERUNS      K6RSTR.1
000600* FROM OPEN-FILES.  SUCH A PROGRAM NOW APPENDS ONE RECORD IN      K6RSTR.1
000700* THIS LAYOUT TO RSTRTPT EACH TIME IT COMPLETES A TEST GROUP:     K6RSTR.1
000800* THE RUN IT BELONGS TO, THE GROUP JUST COMPLETED AND THE         K6RSTR.1
000900* PAR-NAME REACHED, THE VERDICT COUNTERS AND CSV DETAIL COUNT     K6RSTR.1
001000* AT THAT POINT, AN IMAGE OF EACH WORK FILE (RECORD COUNT AND     K6RSTR.1
001100* HALFWORD HASH TOTAL OF EVERY RECORD) AND THE FILE-RECORD-INFO   K6RSTR.1
001200* SLOTS THE REMAINING GROUPS READ, AND THE FAIL AND INSPECT       K6RSTR.2
001210* LISTS BUILT SO FAR.  5900-BYTE RECORDS.                         K6RSTR.2
001300*                                                                 K6RSTR.1
001400* A RESTART CARD (RSTRTCD, "RESTART " IN COLS 1-8, OPTIONALLY     K6RSTR.1
001500* THE PROGRAM-ID IN COLS 10-15) MAKES THE NEXT RUN OF THE         K6RSTR.1
001600* PROGRAM TAKE THE POINTS OF ITS LATEST RUN, RE-TAKE THE          K6RSTR.1
001700* WORK-FILE IMAGE, AND RESUME AFTER THE LAST GROUP WHOSE IMAGE    K6RSTR.1
001800* STILL MATCHES -- CONTINUING THAT RUN'S RAW-DATA RECORD, WHICH   K6RSTR.1
001900* MUST STILL SAY "ABORTED ", RATHER THAN WRITING A NEW ONE.       K6RSTR.1
002000* WITH NO MATCHING POINT, OR A RAW-DATA RECORD ALREADY CLOSED     K6RSTR.1
002100* OFF, THE RESTART IS REFUSED, THE REPORT SAYS WHY, AND THE       K6RSTR.1
002200* PROGRAM RUNS IN FULL UNDER A NEW RUN SEQUENCE.                  K6RSTR.1
002300*                                                                 K6RSTR.1
002400* A RESUMED RUN MARKS ITS PRINTED REPORT WITH RS-RESUME-LINE      K6RSTR.1
002500* AND ITS CSV EXTRACT WITH AN "R" RECORD (CSV-ENV-RESUME-REC IN   K6RSTR.1
002600* K6CSVE.CPY) CARRYING THE COUNTERS AT THE RESTART POINT, SO      K6RSTR.1
002700* K6RCON RECONCILES THE TWO HALVES AS ONE RUN.                    K6RSTR.1
002800*================================================================ K6RSTR.1
002900 01  RS-RESTART-REC.                                              K6RSTR.1
003000     05  RS-PGM-ID            PIC X(6).                           K6RSTR.1
003100     05  RS-TARGET            PIC X(8).                           K6RSTR.1
003200     05  RS-RUN-DATE          PIC 9(8).                           K6RSTR.1
003300     05  RS-RUN-SEQ           PIC 99.                             K6RSTR.1
003400     05  RS-WINDOW-ID         PIC X(1).                           K6RSTR.1
003500     05  RS-GROUP             PIC 99.                             K6RSTR.1
003600     05  RS-PAR-NAME          PIC X(22).                          K6RSTR.1
003700     05  RS-TAKEN-DATE        PIC 9(8).                           K6RSTR.1
003800     05  RS-TAKEN-TIME        PIC 9(8).                           K6RSTR.1
003900     05  RS-PASS              PIC 999.                            K6RSTR.1
004000     05  RS-ERROR             PIC 999.                            K6RSTR.1
004100     05  RS-DELETE            PIC 999.                            K6RSTR.1
004200     05  RS-INSPECT           PIC 999.                            K6RSTR.1
004300     05  RS-XFAIL             PIC 999.                            K6RSTR.1
004400     05  RS-XFAIL-SURPRISE    PIC 999.                            K6RSTR.1
004500     05  RS-ABORTED           PIC 999.                            K6RSTR.1
004600     05  RS-SEV-HIGH          PIC X(1).                           K6RSTR.1
004700     05  RS-CSV-DETAIL        PIC 9(7).                           K6RSTR.1
004800     05  RS-FILE-IMAGE OCCURS 2 TIMES.                            K6RSTR.1
004900         10  RS-IMG-FILE      PIC X(6).                           K6RSTR.1
005000         10  RS-IMG-RECORDS   PIC 9(6).                           K6RSTR.1
005100         10  RS-IMG-HASH      PIC S9(8)  SIGN LEADING SEPARATE.   K6RSTR.1
005200     05  RS-FILE-INFO         PIC X(240) OCCURS 2 TIMES.          K6RSTR.1
005300*    PROGRAM-SPECIFIC WORKING VALUES THE LATER GROUPS NEED        K6RSTR.1
005400*    (FILE SIZES, KEY WORK AREAS) -- LAID OUT BY EACH PROGRAM.    K6RSTR.1
005500     05  RS-PGM-STATE         PIC X(60).                          K6RSTR.1
005510*    FAILED PAR-NAMES AND INSPECTED ITEMS CAPTURED BEFORE THE     K6RSTR.2
005520*    POINT, SO A RESUMED RUN'S SUPPRESSION EVALUATION AND         K6RSTR.2
005530*    INSPECT LIST SEE THE WHOLE RUN.                              K6RSTR.2
005540     05  RS-FAIL-LIST-COUNT   PIC 999.                            K6RSTR.2
005550     05  RS-FAIL-LIST.                                            K6RSTR.2
005552         10  RS-FAIL-PAR-NAME PIC X(22)  OCCURS 50 TIMES.         K6RSTR.2
005560     05  RS-INSPECT-LIST.                                         K6RSTR.2
005562         10  RS-INSPECT-ENTRY OCCURS 50 TIMES.                    K6RSTR.2
005570             15  RS-IL-FEATURE    PIC X(20).                      K6RSTR.2
005580             15  RS-IL-RE-MARK    PIC X(61).                      K6RSTR.2
005600     05  FILLER               PIC X(71).                          K6RSTR.2
005700 01  RS-RESUME-LINE.                                              K6RSTR.1
005800     05  FILLER               PIC X(1)   VALUE SPACE.             K6RSTR.1
005900     05  FILLER               PIC X(16)  VALUE "RESUMED AT GROUP".K6RSTR.1
006000     05  FILLER               PIC X(1)   VALUE SPACE.             K6RSTR.1
006100     05  RSL-GROUP            PIC 99.                             K6RSTR.1
006200     05  FILLER               PIC X(7)   VALUE " AFTER ".         K6RSTR.1
006300     05  RSL-PAR-NAME         PIC X(22).                          K6RSTR.1
006400     05  FILLER               PIC X(4)   VALUE " OK=".            K6RSTR.1
006500     05  RSL-OK               PIC 999.                            K6RSTR.1
006600     05  FILLER               PIC X(6)   VALUE " FAIL=".          K6RSTR.1
006700     05  RSL-FAIL             PIC 999.                            K6RSTR.1
006800     05  FILLER               PIC X(5)   VALUE " DEL=".           K6RSTR.1
006900     05  RSL-DEL              PIC 999.                            K6RSTR.1
007000     05  FILLER               PIC X(6)   VALUE " INSP=".          K6RSTR.1
007100     05  RSL-INSP             PIC 999.                            K6RSTR.1
007200     05  FILLER               PIC X(7)   VALUE " POINT ".         K6RSTR.1
007300     05  RSL-DATE             PIC 9(8).                           K6RSTR.1
007400     05  FILLER               PIC X(1)   VALUE SPACE.             K6RSTR.1
007500     05  RSL-TIME             PIC 9(8).                           K6RSTR.1
007600     05  FILLER               PIC X(14)  VALUE SPACE.             K6RSTR.1
007700 01  RS-REFUSED-LINE.                                             K6RSTR.1
007800     05  FILLER               PIC X(1)   VALUE SPACE.             K6RSTR.1
007900     05  FILLER               PIC X(28)  VALUE                    K6RSTR.1
008000         "RESTART REFUSED -- FULL RUN:".                          K6RSTR.1
008100     05  FILLER               PIC X(1)   VALUE SPACE.             K6RSTR.1
008200     05  RSF-REASON           PIC X(40).                          K6RSTR.1
008300     05  FILLER               PIC X(50)  VALUE SPACE.             K6RSTR.1
