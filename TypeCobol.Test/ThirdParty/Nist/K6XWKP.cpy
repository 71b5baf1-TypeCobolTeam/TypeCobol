000100*================================================================ K6XWKP.1
000200* K6XWKP.CPY -- CALL BLOCK FOR THE ANSI/ISO CLAUSE CROSSWALK.     K6XWKP.1
000300*                                                                 K6XWKP.1
000400*        CALL "K6XWLK" USING XWLK-PARM                            K6XWKP.1
000500*                                                                 K6XWKP.1
000600* XWLK-CODE IS A CLAUSE CODE IN THE NUMBERING XWLK-NUMBERING      K6XWKP.1
000700* NAMES -- "A" (OR SPACE) THE ANSI X3.23 CODES OF K6ANSI.CPY, "I" K6XWKP.1
000800* ISO/IEC 1989 -- AND XWLK-EDITION THE ISO EDITION WANTED (SPACE  K6XWKP.1
000900* MEANS THE LATEST IN THE REGISTER, AND THE ONE USED IS RETURNED).K6XWKP.1
001000* THE COUNTERPARTS IN THE OTHER NUMBERING COME BACK IN            K6XWKP.1
001100* XWLK-CP-ENTRY, WITH THE REGISTER'S RELATION AND NOTE (SEE       K6XWKP.1
001200* K6ISOX.CPY).  XWLK-TITLE IS THE K6ANSI TITLE OF THE ANSI CODE   K6XWKP.1
001300* (OF THE FIRST COUNTERPART FOR AN ISO CODE), OR THE ISO TITLE OF K6XWKP.1
001400* A LATER-EDITION CLAUSE WITH NO 1985 COUNTERPART.  RESULT:       K6XWKP.1
001500*   F  FOUND -- XWLK-CP-COUNT COUNTERPARTS                        K6XWKP.1
001600*   R  ANSI CODE WITH NO COUNTERPART IN THE EDITION (REMOVED)     K6XWKP.1
001700*   G  ISO CODE WITH NO 1985 COUNTERPART -- NOT COVERED BY        K6XWKP.1
001800*      CONSTRUCTION                                               K6XWKP.1
001900*   U  THE CODE IS NOT IN THE REGISTER FOR THE EDITION            K6XWKP.1
002000* XWLK-CHANGED-SW IS "Y" WHEN ANY COUNTERPART CHANGED MEANING.    K6XWKP.1
002100*================================================================ K6XWKP.1
002200 01  XWLK-PARM.                                                   K6XWKP.1
002300     05  XWLK-CODE            PIC X(10)  VALUE SPACE.             K6XWKP.1
002400     05  XWLK-NUMBERING       PIC X(1)   VALUE "A".               K6XWKP.1
002500         88  XWLK-ANSI-NUMBERING         VALUE "A" " ".           K6XWKP.1
002600         88  XWLK-ISO-NUMBERING          VALUE "I".               K6XWKP.1
002700     05  XWLK-EDITION         PIC X(4)   VALUE SPACE.             K6XWKP.1
002800     05  XWLK-RESULT          PIC X(1)   VALUE SPACE.             K6XWKP.1
002900         88  XWLK-FOUND                  VALUE "F".               K6XWKP.1
003000         88  XWLK-REMOVED                VALUE "R".               K6XWKP.1
003100         88  XWLK-NO-1985                VALUE "G".               K6XWKP.1
003200         88  XWLK-UNKNOWN                VALUE "U".               K6XWKP.1
003300     05  XWLK-TITLE           PIC X(40)  VALUE SPACE.             K6XWKP.1
003400     05  XWLK-CHANGED-SW      PIC X(1)   VALUE "N".               K6XWKP.1
003500     05  XWLK-CP-COUNT        PIC 99     VALUE ZERO.              K6XWKP.1
003600     05  XWLK-CP-ENTRY OCCURS 6 TIMES.                            K6XWKP.1
003700         10  XWLK-CP-CODE     PIC X(10).                          K6XWKP.1
003800         10  XWLK-CP-RELATION PIC X(1).                           K6XWKP.1
003900         10  XWLK-CP-NOTE     PIC X(40).                          K6XWKP.1
