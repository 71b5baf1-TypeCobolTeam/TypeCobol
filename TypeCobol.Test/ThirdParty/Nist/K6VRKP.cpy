000100*================================================================ K6VRKP.1
000200* K6VRKP.CPY -- CALL BLOCK FOR THE VERDICT-LOOKUP SERVICE.        K6VRKP.1
000300*                                                                 K6VRKP.1
000400*        CALL "K6VRLK" USING VRLK-PARM                            K6VRKP.1
000500*                                                                 K6VRKP.1
000600* THE QUESTION IS ASKED FOR ONE TARGET, NARROWED BY ANY OF THE    K6VRKP.1
000700* PROGRAM, THE PAR-NAME (WITH A PROGRAM ONLY), A CLAUSE CODE IN   K6VRKP.1
000800* THE NUMBERING VRLK-NUMBERING NAMES ("A" OR SPACE ANSI X3.23,    K6VRKP.1
000900* "I" ISO/IEC 1989 -- TRANSLATED THROUGH K6XWLK) AND A TWO-BYTE   K6VRKP.1
001000* MODULE PREFIX; AT LEAST ONE OF PROGRAM, CLAUSE AND MODULE MUST  K6VRKP.1
001100* BE GIVEN.  VRLK-WINDOW-ID NAMES ONE WINDOW (SPACE: ANY), AND    K6VRKP.1
001200* VRLK-AS-OF-DATE (CCYYMMDD, ZERO: TODAY) PASSES OVER EVIDENCE    K6VRKP.1
001300* NEWER THAN THE DATE.                                            K6VRKP.1
001400*                                                                 K6VRKP.1
001500* THE EVIDENCE IS THE RESULT ROWS ON THE RESULTS-HISTORY MASTER   K6VRKP.1
001600* (RSLTHIST) OF THE LATEST EFFECTIVE RUN OF EACH PROGRAM IN THE   K6VRKP.1
001700* LATEST-EFFECTIVE-RUN FILE (LATESTRN).  WHEN MORE THAN ONE ROW   K6VRKP.1
001800* ANSWERS, THE VERDICT RETURNED IS THE WORST OF THEM -- FAIL* OR  K6VRKP.1
001900* ABND*, THEN XFAIL, INSPT, *****, PASS -- AND THE ROW, RUN,      K6VRKP.1
002000* WINDOW AND EVIDENCE PACK ARE THOSE OF THAT ROW.  THE GRADE IS   K6VRKP.1
002100* K6STOPL'S (RED, INCMPL, YELLOW, GREEN, N/A), THE WORST OVER     K6VRKP.1
002200* THE RUNS THAT ANSWERED.  RESULT:                                K6VRKP.1
002300*   F  FOUND -- VRLK-ROW-COUNT ROWS OF EFFECTIVE RUNS             K6VRKP.1
002400*   H  HISTORY ONLY -- NO EFFECTIVE RUN OF THE PROGRAM ON OR      K6VRKP.1
002500*      BEFORE THE DATE, SO THE NEWEST MASTER ROW FOR THE PROGRAM  K6VRKP.1
002600*      AND PAR-NAME IS GIVEN WITH NO GRADE, WINDOW OR PACK        K6VRKP.1
002700*   N  NO EVIDENCE ANSWERS THE QUESTION                           K6VRKP.1
002800*   U  ISO CLAUSE WITH NO 1985 COUNTERPART, OR NOT IN THE         K6VRKP.1
002900*      CROSSWALK -- NOT COVERED BY THIS SUITE                     K6VRKP.1
003000*   R  REJECTED -- NO TARGET, NO PROGRAM, CLAUSE OR MODULE, OR A  K6VRKP.1
003100*      PAR-NAME WITHOUT A PROGRAM                                 K6VRKP.1
003200*   X  THE RESULTS-HISTORY MASTER WILL NOT OPEN                   K6VRKP.1
003300* VRLK-COVER IS "E" FOR AN EXPECTED FAIL (XFAIL ROW, OR COVER ON  K6VRKP.1
003400* THE CASE FILE), "W" WAIVED OR "S" SUPPRESSED FROM THE CASE FILE K6VRKP.1
003500* (CASEFILE), SPACE FOR NONE.  VRLK-EVPACK-SOURCE IS "P" WHEN THE K6VRKP.1
003600* PACK REFERENCE CAME FROM THE PROMOTION LEDGER (PROMLDG) FOR THE K6VRKP.1
003700* RUN'S DATE AND WINDOW, "C" FROM THE TARGET'S CERTIFICATE        K6VRKP.1
003800* (CERTREG), SPACE WHEN NEITHER NAMES ONE.  VRLK-LATEST-STATUS IS K6VRKP.1
003900* "D" WHEN LATESTRN WAS READ, "A" WHEN IT WAS ABSENT.             K6VRKP.1
004000*================================================================ K6VRKP.1
004100 01  VRLK-PARM.                                                   K6VRKP.1
004200*    THE QUESTION.                                                K6VRKP.1
004300     05  VRLK-TARGET-ID       PIC X(8)   VALUE SPACE.             K6VRKP.1
004400     05  VRLK-PGM-ID          PIC X(6)   VALUE SPACE.             K6VRKP.1
004500     05  VRLK-PAR-NAME        PIC X(22)  VALUE SPACE.             K6VRKP.1
004600     05  VRLK-CLAUSE          PIC X(10)  VALUE SPACE.             K6VRKP.1
004700     05  VRLK-NUMBERING       PIC X(1)   VALUE "A".               K6VRKP.1
004800         88  VRLK-ANSI-NUMBERING         VALUE "A" " ".           K6VRKP.1
004900         88  VRLK-ISO-NUMBERING          VALUE "I".               K6VRKP.1
005000     05  VRLK-MODULE          PIC X(2)   VALUE SPACE.             K6VRKP.1
005100     05  VRLK-WINDOW-ID       PIC X(1)   VALUE SPACE.             K6VRKP.1
005200     05  VRLK-AS-OF-DATE      PIC 9(8)   VALUE ZERO.              K6VRKP.1
005300*    THE ANSWER.                                                  K6VRKP.1
005400     05  VRLK-RESULT          PIC X(1)   VALUE SPACE.             K6VRKP.1
005500         88  VRLK-FOUND                  VALUE "F".               K6VRKP.1
005600         88  VRLK-HISTORY-ONLY           VALUE "H".               K6VRKP.1
005700         88  VRLK-NONE                   VALUE "N".               K6VRKP.1
005800         88  VRLK-NOT-COVERED            VALUE "U".               K6VRKP.1
005900         88  VRLK-REJECTED               VALUE "R".               K6VRKP.1
006000         88  VRLK-NO-MASTER              VALUE "X".               K6VRKP.1
006100     05  VRLK-VERDICT         PIC X(5)   VALUE SPACE.             K6VRKP.1
006200     05  VRLK-GRADE           PIC X(7)   VALUE SPACE.             K6VRKP.1
006300     05  VRLK-COVER           PIC X(1)   VALUE SPACE.             K6VRKP.1
006400         88  VRLK-EXPECTED-FAIL          VALUE "E".               K6VRKP.1
006500         88  VRLK-WAIVED                 VALUE "W".               K6VRKP.1
006600         88  VRLK-SUPPRESSED             VALUE "S".               K6VRKP.1
006700     05  VRLK-DEFECT-ID       PIC X(8)   VALUE SPACE.             K6VRKP.1
006800     05  VRLK-HIT-PGM-ID      PIC X(6)   VALUE SPACE.             K6VRKP.1
006900     05  VRLK-HIT-PAR-NAME    PIC X(22)  VALUE SPACE.             K6VRKP.1
007000     05  VRLK-HIT-RUN-DATE    PIC 9(8)   VALUE ZERO.              K6VRKP.1
007100     05  VRLK-HIT-RUN-SEQ     PIC 99     VALUE ZERO.              K6VRKP.1
007200     05  VRLK-HIT-ANSI-CODE   PIC X(10)  VALUE SPACE.             K6VRKP.1
007300     05  VRLK-HIT-SEVERITY    PIC X(1)   VALUE SPACE.             K6VRKP.1
007400     05  VRLK-HIT-WINDOW-ID   PIC X(1)   VALUE SPACE.             K6VRKP.1
007500     05  VRLK-EVPACK-REF      PIC X(20)  VALUE SPACE.             K6VRKP.1
007600     05  VRLK-EVPACK-SOURCE   PIC X(1)   VALUE SPACE.             K6VRKP.1
007700*    ROWS THAT ANSWERED, BY VERDICT, AND THE ONES UNDER COVER.    K6VRKP.1
007800     05  VRLK-ROW-COUNT       PIC 9(5)   VALUE ZERO.              K6VRKP.1
007900     05  VRLK-PASS-COUNT      PIC 9(5)   VALUE ZERO.              K6VRKP.1
008000     05  VRLK-FAIL-COUNT      PIC 9(5)   VALUE ZERO.              K6VRKP.1
008100     05  VRLK-XFAIL-COUNT     PIC 9(5)   VALUE ZERO.              K6VRKP.1
008200     05  VRLK-COVERED-COUNT   PIC 9(5)   VALUE ZERO.              K6VRKP.1
008300*    EFFECTIVE RUNS THAT ANSWERED, AND THOSE PASSED OVER BECAUSE  K6VRKP.1
008400*    THEY ARE NEWER THAN THE AS-OF DATE.                          K6VRKP.1
008500     05  VRLK-RUN-COUNT       PIC 9(3)   VALUE ZERO.              K6VRKP.1
008600     05  VRLK-LATER-COUNT     PIC 9(3)   VALUE ZERO.              K6VRKP.1
008700     05  VRLK-LATEST-STATUS   PIC X(1)   VALUE SPACE.             K6VRKP.1
