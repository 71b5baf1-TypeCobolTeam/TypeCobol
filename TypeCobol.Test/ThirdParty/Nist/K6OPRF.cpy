000100*================================================================ K6OPRF.1
000200* K6OPRF.CPY -- COMPILE-OPTION PROFILE REGISTER RECORD.           K6OPRF.1
000300*                                                                 K6OPRF.1
000400* ONE 80-BYTE CARD-IMAGE RECORD PER LINE OF THE OPTPROF           K6OPRF.1
000500* REGISTER.  A PROFILE IS A "P" RECORD FOLLOWED BY ITS "O"        K6OPRF.1
000600* RECORDS, ONE COMPILE OPTION EACH, IN THE ORDER THEY ARE TO      K6OPRF.1
000700* APPEAR IN THE PARM.  EXACTLY ONE PROFILE CARRIES THE            K6OPRF.1
000800* PRODUCTION FLAG -- THE OPTION SET THE APPLICATION TEAMS         K6OPRF.1
000900* BUILD PRODUCTION UNDER -- AND THAT IS THE PROFILE K6GATE        K6OPRF.1
001000* AND K6CERT CERTIFY.  K6OPRG VALIDATES AND LISTS THE REGISTER    K6OPRF.1
001100* AND PUNCHES THE PER-PROFILE PARM CARDS.  "*" IN COLUMN 1 IS     K6OPRF.1
001200* A COMMENT.                                                      K6OPRF.1
001300*================================================================ K6OPRF.1
001400 01  OPR-RECORD.                                                  K6OPRF.1
001500     05  OPR-TYPE                 PIC X(1).                       K6OPRF.1
001600         88  OPR-IS-PROFILE                 VALUE "P".            K6OPRF.1
001700         88  OPR-IS-OPTION                  VALUE "O".            K6OPRF.1
001800         88  OPR-IS-COMMENT                 VALUE "*".            K6OPRF.1
001900     05  FILLER                   PIC X(1).                       K6OPRF.1
002000     05  OPR-PROFILE-ID           PIC X(8).                       K6OPRF.1
002100     05  FILLER                   PIC X(1).                       K6OPRF.1
002200     05  OPR-BODY                 PIC X(69).                      K6OPRF.1
002300*    "P" RECORD -- PRODUCTION FLAG AND DESCRIPTION.               K6OPRF.1
002400     05  OPR-PROFILE-BODY REDEFINES OPR-BODY.                     K6OPRF.1
002500         10  OPR-PROD-FLAG        PIC X(1).                       K6OPRF.1
002600             88  OPR-PRODUCTION             VALUE "Y".            K6OPRF.1
002700         10  FILLER               PIC X(1).                       K6OPRF.1
002800         10  OPR-DESCRIPTION      PIC X(40).                      K6OPRF.1
002900         10  FILLER               PIC X(27).                      K6OPRF.1
003000*    "O" RECORD -- ONE COMPILE OPTION, E.G. "TRUNC(BIN)" OR       K6OPRF.1
003100*    "ARITH(EXTEND)".  THE KEYWORD IS THE TEXT BEFORE THE "(",    K6OPRF.1
003200*    AND A KEYWORD MAY APPEAR ONLY ONCE IN A PROFILE.             K6OPRF.1
003300     05  OPR-OPTION-BODY REDEFINES OPR-BODY.                      K6OPRF.1
003400         10  OPR-OPTION           PIC X(30).                      K6OPRF.1
003500         10  FILLER               PIC X(39).                      K6OPRF.1
