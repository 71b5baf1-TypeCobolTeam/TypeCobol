000100*================================================================ K6CLGR.1
000200* K6CLGR.CPY -- COMPILE DIAGNOSTIC LEDGER RECORD.                 K6CLGR.1
000300*                                                                 K6CLGR.1
000400* ONE LEDGER ENTRY PER SUITE COMPILE, WRITTEN BY K6CLDG FROM THE  K6CLGR.1
000500* COMPILE LISTING AND READ BY K6CLDF.  AN ENTRY IS ONE "H"        K6CLGR.1
000600* HEADER RECORD FOLLOWED BY ONE "M" RECORD PER DISTINCT MESSAGE   K6CLGR.1
000700* ID AND STATEMENT NUMBER THE COMPILE ISSUED.  BOTH RECORD TYPES  K6CLGR.1
000800* CARRY THE LEDGER KEY, SHAPED LIKE RAW-DATA-KEY (TARGET,         K6CLGR.1
000900* PROGRAM, COMPILE DATE, SEQUENCE WITHIN THE DAY), SO A COMPILE   K6CLGR.1
001000* LINES UP WITH THE RUNS MADE FROM IT.                            K6CLGR.1
001100*                                                                 K6CLGR.1
001200* THE RETURN CODE IS THE ONE THE COMPILER GIVES FOR THE HIGHEST   K6CLGR.1
001300* SEVERITY ISSUED -- I 0, W 4, E 8, S 12, U 16.  THE LISTING      K6CLGR.1
001400* ITSELF IS CATALOGED THROUGH K6ARCH UNDER CLG-LISTING-DSN;       K6CLGR.1
001500* CLG-LISTING-CHECKSUM IS THE SAME HALFWORD FOLD THE HARNESS      K6CLGR.1
001600* TAKES OVER ITS PRINT-FILE (SEE CHECKSUM-EVIDENCE IN IX208A),    K6CLGR.1
001700* TAKEN OVER EVERY LISTING LINE.                                  K6CLGR.1
001800*================================================================ K6CLGR.1
001900 01  CLG-LEDGER-REC.                                              K6CLGR.1
002000     05  CLG-REC-TYPE             PIC X(1).                       K6CLGR.1
002100         88  CLG-HEADER                      VALUE "H".           K6CLGR.1
002200         88  CLG-MESSAGE                     VALUE "M".           K6CLGR.1
002300     05  CLG-KEY.                                                 K6CLGR.1
002400         10  CLG-TARGET-ID        PIC X(8).                       K6CLGR.1
002500         10  CLG-PGM-ID           PIC X(6).                       K6CLGR.1
002600         10  CLG-COMPILE-DATE     PIC 9(8).                       K6CLGR.1
002700         10  CLG-COMPILE-SEQ      PIC 99.                         K6CLGR.1
002800     05  CLG-BODY                 PIC X(100).                     K6CLGR.1
002900     05  CLG-HEADER-BODY REDEFINES CLG-BODY.                      K6CLGR.1
003000         10  CLG-COMPILE-TIME     PIC 9(8).                       K6CLGR.1
003100         10  CLG-RETURN-CODE      PIC 99.                         K6CLGR.1
003200         10  CLG-COUNT-I          PIC 9(4).                       K6CLGR.1
003300         10  CLG-COUNT-W          PIC 9(4).                       K6CLGR.1
003400         10  CLG-COUNT-E          PIC 9(4).                       K6CLGR.1
003500         10  CLG-COUNT-S          PIC 9(4).                       K6CLGR.1
003600         10  CLG-COUNT-U          PIC 9(4).                       K6CLGR.1
003700         10  CLG-DISTINCT-MSGS    PIC 9(4).                       K6CLGR.1
003800         10  CLG-LISTING-LINES    PIC 9(6).                       K6CLGR.1
003900         10  CLG-LISTING-CHECKSUM PIC 9(9).                       K6CLGR.1
004000         10  CLG-LISTING-DSN      PIC X(44).                      K6CLGR.1
004100         10  FILLER               PIC X(7).                       K6CLGR.1
004200     05  CLG-MESSAGE-BODY REDEFINES CLG-BODY.                     K6CLGR.1
004300         10  CLG-MSG-ID           PIC X(11).                      K6CLGR.1
004400         10  CLG-MSG-SEV          PIC X(1).                       K6CLGR.1
004500         10  CLG-STMT-SEQ         PIC X(6).                       K6CLGR.1
004600         10  CLG-MSG-OCCURS       PIC 9(4).                       K6CLGR.1
004700         10  CLG-MSG-TEXT         PIC X(60).                      K6CLGR.1
004800         10  FILLER               PIC X(18).                      K6CLGR.1
