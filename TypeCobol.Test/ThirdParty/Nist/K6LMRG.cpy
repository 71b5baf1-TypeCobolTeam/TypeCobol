000100*================================================================ K6LMRG.1
000200* K6LMRG.CPY -- LOCAL-MODIFICATION REGISTER CARD.                 K6LMRG.1
000300*                                                                 K6LMRG.1
000400* ONE CARD PER APPROVED LOCAL CHANGE SET AGAINST A SUITE          K6LMRG.1
000500* MEMBER, READ BY K6LMOD.  A CHANGE SET IS NAMED BY ITS           K6LMRG.1
000600* COLUMNS 73-80 TAG -- EVERY LINE THE SITE INSERTS, OR CHANGES    K6LMRG.1
000700* AND RE-TAGS, CARRIES IT.  ORIGINAL LINES THE CHANGE SET         K6LMRG.1
000800* DELETED, OR CHANGED WITHOUT RE-TAGGING, ARE COVERED BY THE      K6LMRG.1
000900* OPTIONAL DISTRIBUTED SEQUENCE-NUMBER RANGE; A CHANGE SET        K6LMRG.1
001000* NEEDING MORE THAN ONE RANGE TAKES ONE CARD PER RANGE UNDER      K6LMRG.1
001100* THE SAME MEMBER AND TAG.  CARDS WITH "*" IN COLUMN 1 ARE        K6LMRG.1
001200* COMMENTS.                                                       K6LMRG.1
001300*                                                                 K6LMRG.1
001400*    COLS  1-8   MEMBER NAME                                      K6LMRG.1
001500*    COLS 10-17  CHANGE-SET TAG                                   K6LMRG.1
001600*    COLS 19-24  FIRST DISTRIBUTED SEQUENCE NUMBER (OPTIONAL)     K6LMRG.1
001700*    COLS 26-31  LAST DISTRIBUTED SEQUENCE NUMBER (OPTIONAL)      K6LMRG.1
001800*    COLS 33-40  APPROVER                                         K6LMRG.1
001900*    COLS 42-49  DATE APPROVED (CCYYMMDD)                         K6LMRG.1
002000*    COLS 51-80  PURPOSE                                          K6LMRG.1
002100*================================================================ K6LMRG.1
002200 01  LMR-REGISTER-CARD.                                           K6LMRG.1
002300     05  LMR-MEMBER               PIC X(8).                       K6LMRG.1
002400     05  FILLER                   PIC X(1).                       K6LMRG.1
002500     05  LMR-TAG                  PIC X(8).                       K6LMRG.1
002600     05  FILLER                   PIC X(1).                       K6LMRG.1
002700     05  LMR-SEQ-FROM             PIC X(6).                       K6LMRG.1
002800     05  LMR-SEQ-FROM-N REDEFINES LMR-SEQ-FROM                    K6LMRG.1
002900                                  PIC 9(6).                       K6LMRG.1
003000     05  FILLER                   PIC X(1).                       K6LMRG.1
003100     05  LMR-SEQ-THRU             PIC X(6).                       K6LMRG.1
003200     05  LMR-SEQ-THRU-N REDEFINES LMR-SEQ-THRU                    K6LMRG.1
003300                                  PIC 9(6).                       K6LMRG.1
003400     05  FILLER                   PIC X(1).                       K6LMRG.1
003500     05  LMR-APPROVER             PIC X(8).                       K6LMRG.1
003600     05  FILLER                   PIC X(1).                       K6LMRG.1
003700     05  LMR-APPROVED-DATE        PIC X(8).                       K6LMRG.1
003800     05  LMR-APPROVED-DATE-N REDEFINES LMR-APPROVED-DATE          K6LMRG.1
003900                                  PIC 9(8).                       K6LMRG.1
004000     05  FILLER                   PIC X(1).                       K6LMRG.1
004100     05  LMR-PURPOSE              PIC X(30).                      K6LMRG.1
