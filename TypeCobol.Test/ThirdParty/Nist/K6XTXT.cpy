000100*================================================================ K6XTXT.1
000200* K6XTXT.CPY -- CROSS-TARGET DISAGREEMENT EXTRACT (XTGTXT).       K6XTXT.1
000300*                                                                 K6XTXT.1
000400* K6XTGT WRITES ONE RECORD PER COMPARABLE PARAGRAPH WHERE THE TWO K6XTXT.1
000500* TARGETS DISAGREE -- THE SAME ROWS ITS REPORT COUNTS AS          K6XTXT.1
000600* DISAGREEMENTS.  A SIDE WITH NO RESULT CARRIES A BLANK VERDICT   K6XTXT.1
000700* AND A ZERO DATE.  K6BSCT TAKES ITS FAILING PARAGRAPHS FROM IT.  K6XTXT.1
000800*================================================================ K6XTXT.1
000900 01  XX-EXTRACT-REC.                                              K6XTXT.1
001000     05  XX-TARGET-A              PIC X(8).                       K6XTXT.1
001100     05  FILLER                   PIC X(1).                       K6XTXT.1
001200     05  XX-TARGET-B              PIC X(8).                       K6XTXT.1
001300     05  FILLER                   PIC X(1).                       K6XTXT.1
001400     05  XX-PGM-ID                PIC X(6).                       K6XTXT.1
001500     05  FILLER                   PIC X(1).                       K6XTXT.1
001600     05  XX-PAR-NAME              PIC X(22).                      K6XTXT.1
001700     05  FILLER                   PIC X(1).                       K6XTXT.1
001800     05  XX-A-POF                 PIC X(5).                       K6XTXT.1
001900     05  FILLER                   PIC X(1).                       K6XTXT.1
002000     05  XX-B-POF                 PIC X(5).                       K6XTXT.1
002100     05  FILLER                   PIC X(1).                       K6XTXT.1
002200     05  XX-A-DATE                PIC 9(8).                       K6XTXT.1
002300     05  FILLER                   PIC X(1).                       K6XTXT.1
002400     05  XX-B-DATE                PIC 9(8).                       K6XTXT.1
002500     05  FILLER                   PIC X(3).                       K6XTXT.1
