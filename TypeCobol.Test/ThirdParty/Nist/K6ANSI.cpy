000900*APPLY TO THE INDEXED I-O MODULE; OTHER MODULES POPULATE THEIR    K6ANSI.1
001000*OWN ENTRIES AS THEY ADOPT STRUCTURED CITATIONS -- IT IS NOT      K6ANSI.1
001100*INTENDED TO BE A COMPLETE TABLE OF THE STANDARD.                 K6ANSI.1
000000*                                                                 IC241A.1
000000*THE INTER-PROGRAM COMMUNICATION ENTRIES (15.1.1 - 15.1.6) FOLLOW IC241A.1
000000*THE INDEXED ONES, WHICH STAY FIRST SO PROGRAMS THAT SCAN ONLY THEIC241A.1
000000*INDEXED CODES NEED NO CHANGE.  K6-ANSI-ENTRY-COUNT IS THE NUMBER IC241A.1
000000*OF ENTRIES -- A SCAN OF THE WHOLE TABLE STOPS THERE.             IC241A.1
000000*                                                                 SQ229A.1
000000*THE I-O-CONTROL ENTRIES (9.2.1 - 9.2.4) COME LAST; THEY ARE      SQ229A.1
000000*CARRIED BY THE SQ PROGRAMS THAT EXERCISE RERUN AND THE SAME      SQ229A.1
000000*AREA CLAUSES.                                                    SQ229A.1
001200*================================================================ K6ANSI.1
001300 01  K6-ANSI-CLAUSE-TABLE.                                        K6ANSI.1
001400     05  FILLER PIC X(50) VALUE                                   K6ANSI.1
002700         "12.3.5    REWRITE STATEMENT                   ".        K6ANSI.1
002800     05  FILLER PIC X(50) VALUE                                   K6ANSI.1
002900         "12.3.6    ALTERNATE RECORD KEY - DUPLICATES   ".        K6ANSI.1
000000     05  FILLER PIC X(50) VALUE                                   IC241A.1
000000         "15.1.1    PROGRAM-ID COMMON CLAUSE            ".        IC241A.1
000000     05  FILLER PIC X(50) VALUE                                   IC241A.1
000000         "15.1.2    PROGRAM-ID INITIAL CLAUSE           ".        IC241A.1
000000     05  FILLER PIC X(50) VALUE                                   IC241A.1
000000         "15.1.3    NESTED PROGRAM CALL SCOPE           ".        IC241A.1
000000     05  FILLER PIC X(50) VALUE                                   IC241A.1
000000         "15.1.4    CALL STATEMENT                      ".        IC241A.1
000000     05  FILLER PIC X(50) VALUE                                   IC241A.1
000000         "15.1.5    CANCEL STATEMENT                    ".        IC241A.1
000000     05  FILLER PIC X(50) VALUE                                   IC241A.1
000000         "15.1.6    GLOBAL NAME RESOLUTION              ".        IC241A.1
000000     05  FILLER PIC X(50) VALUE                                   SQ229A.1
000000         "9.2.1     I-O-CONTROL RERUN CLAUSE            ".        SQ229A.1
000000     05  FILLER PIC X(50) VALUE                                   SQ229A.1
000000         "9.2.2     I-O-CONTROL SAME RECORD AREA        ".        SQ229A.1
000000     05  FILLER PIC X(50) VALUE                                   SQ229A.1
000000         "9.2.3     I-O-CONTROL SAME SORT AREA          ".        SQ229A.1
000000     05  FILLER PIC X(50) VALUE                                   SQ229A.1
000000         "9.2.4     I-O-CONTROL SAME SORT-MERGE AREA    ".        SQ229A.1
003000 01  K6-ANSI-CLAUSE-REDEF REDEFINES K6-ANSI-CLAUSE-TABLE.         K6ANSI.1
000000     05  K6-ANSI-ENTRY OCCURS 18 TIMES                            SQ229A.1
003200                       INDEXED BY K6-ANSI-IDX.                    K6ANSI.1
003300         10  K6-ANSI-CODE          PIC X(10).                     K6ANSI.1
003400         10  K6-ANSI-TITLE         PIC X(40).                     K6ANSI.1
000000 01  K6-ANSI-ENTRY-COUNT        PIC 99 VALUE 18.                  SQ229A.1
