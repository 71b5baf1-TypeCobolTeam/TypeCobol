000100*================================================================ K6SREL.1
000200* K6SREL.CPY -- TEST-SUITE RELEASE LEVEL.                         K6SREL.1
000300*                                                                 K6SREL.1
000400* NAMES THE RELEASE OF THE VALIDATION SUITE THIS COPY OF THE      K6SREL.1
000500* TEST PROGRAMS WAS TAKEN FROM -- THE ".2" THAT TAGS EVERY        K6SREL.1
000600* ORIGINAL LINE (IX2084.2, SG2024.2).  WHEN THE VALIDATION BODY   K6SREL.1
000700* ISSUES A REVISED SUITE, SOME TESTS CHANGE MEANING, SOME ARE     K6SREL.1
000800* WITHDRAWN AND NEW ONES ARRIVE, SO A RESULT IS ONLY COMPARABLE   K6SREL.1
000900* WITH ANOTHER FROM THE SAME RELEASE OR ACROSS A TEST THE         K6SREL.1
001000* RELEASE MAP (K6RELM.CPY) SAYS CARRIED OVER UNCHANGED.  EACH     K6SREL.1
001100* SUITE RELEASE'S SOURCE LIBRARY CARRIES ITS OWN COPY OF THIS     K6SREL.1
001200* MEMBER, CONCATENATED AHEAD OF THE COMMON LIBRARY, SO THE STAMP  K6SREL.1
001300* ON EVERY RAW-DATA RECORD AND CSV HEADER ALWAYS MATCHES THE      K6SREL.1
001400* SOURCE THE LOAD MODULE WAS ACTUALLY COMPILED FROM.              K6SREL.1
001500*================================================================ K6SREL.1
001600 01  K6-SUITE-REL                 PIC 99   VALUE 02.              K6SREL.1
