000100*================================================================ K6VOID.1
000200* K6VDRG.CPY -- VOID-WINDOW REGISTER RECORD (VOIDREG).            K6VOID.1
000300*                                                                 K6VOID.1
000400* ONE RECORD PER WINDOW DECLARED VOID BY K6VOID -- A WINDOW RUN   K6VOID.1
000500* UNDER THE WRONG CONDITIONS (WRONG COMPILER LOAD LIBRARY IN THE  K6VOID.1
000600* STEPLIB, TEST CLOCK CARD LEFT IN, WRONG K6TARG LEVEL LINKED).   K6VOID.1
000700* K6VOID APPENDS THE RECORD AFTER IT HAS MARKED THE WINDOW'S      K6VOID.1
000800* RAW-DATA RECORDS "V" AND MOVED ITS RESULTS-HISTORY ROWS TO THE  K6VOID.1
000900* EVIDENCE FILE; K6CONS REFUSES LATER SEGMENTS OF A REGISTERED    K6VOID.1
001000* WINDOW, AND THE KPI AND CERTIFICATION REPORTS LIST THE          K6VOID.1
001100* REGISTER.  THE RECORD IS ALSO THE CARD LAYOUT, SO THE REGISTER  K6VOID.1
001200* CAN BE LISTED AND KEPT LIKE ANY OTHER CARD FILE:                K6VOID.1
001300*    COLS   1-8    TARGET-ID                                      K6VOID.1
001400*    COLS  10-17   RUN DATE OF THE WINDOW (CCYYMMDD)              K6VOID.1
001500*    COLS  19      WINDOW ID ("N" OVERNIGHT SUITE)                K6VOID.1
001600*    COLS  21-24   REASON CODE:                                   K6VOID.1
001700*                    LLIB  WRONG COMPILER LOAD LIBRARY            K6VOID.1
001800*                    CLOK  TEST CLOCK CARD LEFT IN                K6VOID.1
001900*                    TARG  WRONG K6TARG LEVEL LINKED              K6VOID.1
002000*                    OTHR  OTHER -- THE TEXT SAYS WHAT            K6VOID.1
002100*    COLS  26-33   CHANGE/PROBLEM TICKET                          K6VOID.1
002200*    COLS  35-42   DECLARING USER (JOB-IDENTITY CARD)             K6VOID.1
002300*    COLS  44-51   DATE DECLARED (CCYYMMDD)                       K6VOID.1
002400*    COLS  53-58   TIME DECLARED (HHMMSS)                         K6VOID.1
002500*    COLS  60-64   RAW-DATA RECORDS VOIDED                        K6VOID.1
002600*    COLS  66-70   RESULTS-HISTORY ROWS WITHDRAWN                 K6VOID.1
002700*    COLS  72-111  REASON TEXT                                    K6VOID.1
002800*================================================================ K6VOID.1
002900 01  VR-VOID-REC.                                                 K6VOID.1
003000     05  VR-TARGET-ID         PIC X(8).                           K6VOID.1
003100     05  FILLER               PIC X(1).                           K6VOID.1
003200     05  VR-RUN-DATE          PIC 9(8).                           K6VOID.1
003300     05  FILLER               PIC X(1).                           K6VOID.1
003400     05  VR-WINDOW-ID         PIC X(1).                           K6VOID.1
003500     05  FILLER               PIC X(1).                           K6VOID.1
003600     05  VR-REASON-CODE       PIC X(4).                           K6VOID.1
003700     05  FILLER               PIC X(1).                           K6VOID.1
003800     05  VR-TICKET            PIC X(8).                           K6VOID.1
003900     05  FILLER               PIC X(1).                           K6VOID.1
004000     05  VR-USER-ID           PIC X(8).                           K6VOID.1
004100     05  FILLER               PIC X(1).                           K6VOID.1
004200     05  VR-VOID-DATE         PIC 9(8).                           K6VOID.1
004300     05  FILLER               PIC X(1).                           K6VOID.1
004400     05  VR-VOID-TIME         PIC 9(6).                           K6VOID.1
004500     05  FILLER               PIC X(1).                           K6VOID.1
004600     05  VR-RAW-COUNT         PIC 9(5).                           K6VOID.1
004700     05  FILLER               PIC X(1).                           K6VOID.1
004800     05  VR-HIST-COUNT        PIC 9(5).                           K6VOID.1
004900     05  FILLER               PIC X(1).                           K6VOID.1
005000     05  VR-REASON-TEXT       PIC X(40).                          K6VOID.1
005100     05  FILLER               PIC X(9).                           K6VOID.1
