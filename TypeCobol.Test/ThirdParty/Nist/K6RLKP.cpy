000100*================================================================ K6RLKP.1
000200* K6RLKP.CPY -- CALL BLOCK FOR THE SUITE RELEASE LOOKUP.          K6RLKP.1
000300*                                                                 K6RLKP.1
000400*        CALL "K6RELK" USING RELK-PARM                            K6RLKP.1
000500*                                                                 K6RLKP.1
000600* TEST-CASE QUESTION (RELK-PGM-ID AND RELK-PAR-NAME GIVEN): HOW   K6RLKP.1
000700* DID THE RELEASES BETWEEN RESULT A AND RESULT B TREAT THE TEST?  K6RLKP.1
000800* THE PAR-NAME IS RESOLVED TO ITS K6TCID IDENTITY AS OF           K6RLKP.1
000900* RELK-MAP-DATE (ZERO MEANS THE LATER OF THE TWO DATES).          K6RLKP.1
001000* PROGRAM QUESTION (RELK-PAR-NAME SPACE): HOW MANY OF THE         K6RLKP.1
001100* PROGRAM'S TEST CASES DID THOSE RELEASES TOUCH?                  K6RLKP.1
001200* (A BLANK RELK-PGM-ID TOO ASKS IT OF THE WHOLE SUITE.)           K6RLKP.1
001300* A RELEASE GIVEN AS ZERO IS TAKEN AS THE ONE IN FORCE ON THE     K6RLKP.1
001400* MATCHING DATE, AND IS RETURNED.  VERDICT:                       K6RLKP.1
001500*   S  SAME RELEASE -- ALWAYS COMPARABLE                          K6RLKP.1
001600*   U  UNCHANGED ACROSS THE RELEASES -- COMPARABLE (A PROGRAM     K6RLKP.1
001700*      QUESTION ANSWERS U WHEN NO TEST CASE WAS TOUCHED)          K6RLKP.1
001800*   C  CHANGED (A PROGRAM QUESTION: SOME TEST CASE TOUCHED)       K6RLKP.1
001900*   W  WITHDRAWN     N  NEW     -- C, W AND N ARE NOT COMPARABLE  K6RLKP.1
002000*   X  THE PAR-NAME HAS NO K6TCID IDENTITY BUT THE PROGRAM HAS    K6RLKP.1
002100*      CHANGES IN THE RANGE -- COMPARABLE ONLY WITH A LABEL       K6RLKP.1
002200* RELK-CHG-REL IS THE RELEASE THAT MADE THE CHANGE.               K6RLKP.1
002300* RELK-MAP-STATUS IS "M" WHEN THE RELMAP DECK WAS READ, "B" WHEN  K6RLKP.1
002400* IT WAS ABSENT AND EVERY DATE FALLS IN THE BASE RELEASE.         K6RLKP.1
002500*================================================================ K6RLKP.1
002600 01  RELK-PARM.                                                   K6RLKP.1
002700     05  RELK-PGM-ID          PIC X(6)   VALUE SPACE.             K6RLKP.1
002800     05  RELK-PAR-NAME        PIC X(22)  VALUE SPACE.             K6RLKP.1
002900     05  RELK-MAP-DATE        PIC 9(8)   VALUE ZERO.              K6RLKP.1
003000     05  RELK-DATE-A          PIC 9(8)   VALUE ZERO.              K6RLKP.1
003100     05  RELK-REL-A           PIC 99     VALUE ZERO.              K6RLKP.1
003200     05  RELK-DATE-B          PIC 9(8)   VALUE ZERO.              K6RLKP.1
003300     05  RELK-REL-B           PIC 99     VALUE ZERO.              K6RLKP.1
003400     05  RELK-VERDICT         PIC X(1)   VALUE SPACE.             K6RLKP.1
003500         88  RELK-SAME                   VALUE "S".               K6RLKP.1
003600         88  RELK-UNCHANGED              VALUE "U".               K6RLKP.1
003700         88  RELK-CHANGED                VALUE "C".               K6RLKP.1
003800         88  RELK-WITHDRAWN              VALUE "W".               K6RLKP.1
003900         88  RELK-NEW                    VALUE "N".               K6RLKP.1
004000         88  RELK-UNMAPPED               VALUE "X".               K6RLKP.1
004100         88  RELK-COMPARABLE             VALUE "S" "U" "X".       K6RLKP.1
004200     05  RELK-CHG-REL         PIC 99     VALUE ZERO.              K6RLKP.1
004300     05  RELK-TCID            PIC 9(7)   VALUE ZERO.              K6RLKP.1
004400     05  RELK-CHANGED-CT      PIC 9(5)   VALUE ZERO.              K6RLKP.1
004500     05  RELK-WITHDRAWN-CT    PIC 9(5)   VALUE ZERO.              K6RLKP.1
004600     05  RELK-NEW-CT          PIC 9(5)   VALUE ZERO.              K6RLKP.1
004700     05  RELK-MAP-STATUS      PIC X(1)   VALUE SPACE.             K6RLKP.1
