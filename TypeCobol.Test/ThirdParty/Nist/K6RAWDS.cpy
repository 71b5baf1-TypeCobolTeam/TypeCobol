000000*    WINDOW THEREFORE CONTINUES THE DAY'S RUN-SEQ SERIES ON       K6WIND.1
000000*    THE MASTER; ITS OWN MANIFEST, CHECKPOINT AND GATE COME       K6WIND.1
000000*    FROM THE WINDOW FIELD AND THE PER-WINDOW DATASETS.           K6WIND.1
000000*    "A" IS THE ALTERNATE-DEVICE WINDOW (K6ALTW) -- ITS RUNS AND  K6ALTW.1
000000*    THE PRIMARY-DEVICE RUNS NEVER SUPERSEDE EACH OTHER, AND      K6ALTW.1
000000*    K6ALTC SETS THE TWO SIDE BY SIDE.                            K6ALTW.1
000000     05  RE-WINDOW-ID         PIC X(1).                           K6WIND.1
001800     05  RE-C-DATE            PIC 9(8).                           K6RAWD.1
001900     05  RE-C-TIME            PIC 9(8).                           K6RAWD.1
000000*    THIS RECORD; RE-SUPERSEDE-SEQ IS THE RUN-SEQ OF THE          K6SUPS.1
000000*    SUPERSEDING RECORD.  ROLLUP/ROLLFORWARD TOOLS COUNT ONLY     K6SUPS.1
000000*    EFFECTIVE (NOT-"S") RUNS; K6SUPS REPORTS THE CHAINS.         K6SUPS.1
000000*    "V" WHEN K6VOID DECLARED THE WHOLE WINDOW VOID (WRONG        K6VOID.1
000000*    LOAD LIBRARY, CLOCK CARD LEFT IN, WRONG K6TARG); THE         K6VOID.1
000000*    SUPERSEDE-SEQ IS LEFT AS IT WAS.  NEITHER "S" NOR "V" IS     K6VOID.1
000000*    EFFECTIVE EVIDENCE -- TEST RE-NOT-EFFECTIVE, NOT THE         K6VOID.1
000000*    LETTERS, AND A RERUN NEVER TURNS A "V" BACK INTO AN "S".     K6VOID.1
000000     05  RE-SUPERSEDED        PIC X(1).                           K6SUPS.1
000000         88  RE-VOIDED                   VALUE "V".               K6VOID.1
000000         88  RE-NOT-EFFECTIVE            VALUE "S" "V".           K6VOID.1
000000     05  RE-SUPERSEDE-SEQ     PIC 99.                             K6SUPS.1
000000*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6SCA_PROC XFAIL) --    K6XFL.1 
000000*    TESTS THAT FAILED AS DOCUMENTED AGAINST A CONFIRMED          K6XFL.1 
000000*      R03  153-BYTE LAYOUT CARRYING THIS STAMP                   K6RMIG.1
000000*      R04  154-BYTE LAYOUT WITH THE NAMED-WINDOW ID              K6WIND.1
000000*           AFTER THE KEY                                         K6WIND.1
000000*      R05  162-BYTE LAYOUT WITH THE COMPILE-OPTION               K6COPT.1
000000*           PROFILE AFTER THIS STAMP                              K6COPT.1
000000*      R06  164-BYTE LAYOUT WITH THE SUITE RELEASE AFTER          K6SREL.1
000000*           THE PROFILE                                           K6SREL.1
000000*    K6RMIG CONVERTS A HISTORY FILE FORWARD LEVEL BY LEVEL AND    K6RMIG.1
000000*    VERIFIES A FILE IS SINGLE-LEVEL BEFORE THE REPORTING         K6RMIG.1
000000*    TOOLS READ IT.  BUMP THE LITERAL BELOW (AND K6RMIG'S         K6RMIG.1
000000*    TABLES) WITH EVERY FUTURE LAYOUT CHANGE.                     K6RMIG.1
000000     05  RE-LAYOUT-VER        PIC X(3).                           K6RMIG.1
000000*    COMPILE-OPTION PROFILE THE WRITING PROGRAM WAS COMPILED      K6COPT.1
000000*    UNDER (K6COPT.CPY; THE PROFILES THEMSELVES ARE IN THE K6OPRF K6COPT.1
000000*    REGISTER).  SPACE ON HISTORY CONVERTED FORWARD FROM R04 OR   K6COPT.1
000000*    EARLIER -- THE OPTIONS OF THOSE RUNS WERE NEVER RECORDED.    K6COPT.1
000000     05  RE-OPT-PROFILE       PIC X(8).                           K6COPT.1
000000*    RELEASE OF THE VALIDATION SUITE THE WRITING PROGRAM WAS      K6SREL.1
000000*    TAKEN FROM (K6SREL.CPY).  RESULTS FROM DIFFERENT RELEASES    K6SREL.1
000000*    ARE JOINED ONLY THROUGH THE RELEASE MAP (K6RELM.CPY, VIA     K6SREL.1
000000*    K6RELK).  HISTORY CONVERTED FORWARD FROM R05 OR EARLIER      K6SREL.1
000000*    GETS THE RELEASE IN FORCE ON ITS RUN DATE.                   K6SREL.1
000000     05  RE-SUITE-REL         PIC 99.                             K6SREL.1
000000*    THE THREE DATES ABOVE ARE FULL 8-DIGIT (CCYYMMDD) SINCE      K6DT8C.1
000000*    THE CENTURY CONVERSION; PRE-CONVERSION 6-DIGIT HISTORY IS    K6DT8C.1
000000*    RE-LOADED THROUGH K6DT8C, WHICH APPLIES THE SITE WINDOW      K6DT8C.1
