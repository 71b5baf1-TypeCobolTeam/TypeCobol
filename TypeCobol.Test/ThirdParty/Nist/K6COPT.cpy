000100*================================================================ K6COPT.1
000200* K6COPT.CPY -- COMPILE-OPTION PROFILE IDENTIFIER.                K6COPT.1
000300*                                                                 K6COPT.1
000400* NAMES THE COMPILE-OPTION PROFILE (SEE THE K6OPRF REGISTER AND   K6COPT.1
000500* K6OPRG) THIS COPY OF THE SUITE WAS COMPILED UNDER -- PROD,      K6COPT.1
000600* DEBUG, MAXOPT AND SO ON.  K6TARG SAYS WHICH COMPILER AND        K6COPT.1
000700* PLATFORM PRODUCED A RESULT; THIS MEMBER SAYS WHICH OPTIONS.     K6COPT.1
000800* EACH PROFILE'S COMPILE LIBRARY CARRIES ITS OWN COPY OF THIS     K6COPT.1
000900* MEMBER, CONCATENATED AHEAD OF THE COMMON LIBRARY, SO THE        K6COPT.1
001000* STAMP ON EVERY RAW-DATA RECORD AND CSV HEADER ALWAYS MATCHES    K6COPT.1
001100* THE PARM THE LOAD MODULE WAS ACTUALLY BUILT WITH.               K6COPT.1
001200*================================================================ K6COPT.1
001300 01  K6-OPT-PROFILE               PIC X(8) VALUE "PROD    ".      K6COPT.1
