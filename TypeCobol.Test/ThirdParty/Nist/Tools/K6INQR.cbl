002000*    EVIDENCE FOR EACH RUN.  THE RECORD LAYOUT IS THE SHARED      K6INQR.1
002100*    K6RAWDS.CPY MEMBER, SO THE SCREENS FOLLOW THAT LAYOUT        K6INQR.1
002200*    AUTOMATICALLY WHEN IT CHANGES.                               K6INQR.1
000000*                                                                 K6TCDC.1
000000*    CHOICE 3 BROWSES THE TEST-CASE DESCRIPTION CATALOG (TCDCAT,  K6TCDC.1
000000*    BUILT BY K6TCDC) FOR ONE PROGRAM: EVERY PAR-NAME WITH ITS    K6TCDC.1
000000*    K6TCID IDENTITY AND ONE-LINE SUMMARY, OR FOR A SINGLE        K6TCDC.1
000000*    PAR-NAME ITS FEATURE, ANSI CLAUSE, REMARK, SOURCE LINES AND  K6TCDC.1
000000*    THE WHOLE OF ITS COMMENTARY.                                 K6TCDC.1
002300*                                                                 K6INQR.1
002400* MODIFICATION HISTORY.                                           K6INQR.1
002500*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6INQR.1
000000*    2026-09-02  DLO  ONE-RECORD SNAPSHOT LOOKUP (K6SNAP) WITH    K6INQR.1
000000*                     CATALOGUED CONSOLE MESSAGES (K6MSGC).       K6INQR.1
000000*    2026-10-15  DLO  TEST-CASE DESCRIPTION BROWSE (CHOICE 3)     K6TCDC.1
000000*                     OVER THE K6TCDC CATALOG.                    K6TCDC.1
002600*================================================================ K6INQR.1
002700                                                                  K6INQR.1
002800 ENVIRONMENT DIVISION.                                            K6INQR.1
000000     SELECT OPTIONAL SNAP-INFO ASSIGN TO SNAPINFO                 K6SNAP.1
000000         ORGANIZATION IS SEQUENTIAL                               K6SNAP.1
000000         FILE STATUS IS WS-SNAPINFO-STATUS.                       K6SNAP.1
000000     SELECT OPTIONAL TCD-CATALOG ASSIGN TO TCDCAT                 K6TCDC.1
000000         ORGANIZATION IS INDEXED                                  K6TCDC.1
000000         ACCESS MODE IS DYNAMIC                                   K6TCDC.1
000000         RECORD KEY IS TD-KEY                                     K6TCDC.1
000000         FILE STATUS IS WS-TCD-STATUS.                            K6TCDC.1
004100                                                                  K6INQR.1
004200 DATA DIVISION.                                                   K6INQR.1
004300 FILE SECTION.                                                    K6INQR.1
000000     05  FILLER               PIC X(1).                           K6SNAP.1
000000     05  SI-RECORD-COUNT      PIC 9(7).                           K6SNAP.1
000000     05  FILLER               PIC X(55).                          K6SNAP.1
000000 FD  TCD-CATALOG                                                  K6TCDC.1
000000     LABEL RECORDS ARE STANDARD.                                  K6TCDC.1
000000     COPY K6TCDS.                                                 K6TCDC.1
004900 WORKING-STORAGE SECTION.                                         K6INQR.1
000000 77  WS-SNAPINFO-STATUS       PIC X(2)   VALUE SPACE.             K6SNAP.1
000000* CATALOGUED-MESSAGE HANDSHAKE -- SEE K6MSGE AND K6MSGC.CPY.      K6MSGE.1
006100 77  WS-SEL-FROM-DATE         PIC 9(8)   VALUE ZERO.              K6INQR.1
006200 77  WS-SEL-TO-DATE           PIC 9(8)   VALUE ZERO.              K6INQR.1
006300 77  WS-SEL-TARGET            PIC X(8)   VALUE SPACE.             K6INQR.1
000000 77  WS-SEL-PAR-NAME          PIC X(22)  VALUE SPACE.             K6TCDC.1
000000 77  WS-TCD-STATUS            PIC X(2)   VALUE SPACE.             K6TCDC.1
000000 77  WS-TCD-OPEN-SW           PIC X      VALUE "N".               K6TCDC.1
000000     88  WS-TCD-OPEN                     VALUE "Y".               K6TCDC.1
000000 77  WS-CASE-EOF-SW           PIC X      VALUE "N".               K6TCDC.1
000000     88  WS-CASE-EOF                     VALUE "Y".               K6TCDC.1
006400* DEFAULT TARGET FOR THIS COPY OF THE SUITE.                      K6INQR.1
006500     COPY K6TARG.                                                 K6INQR.1
006600* ----------------------------------------------------------      K6INQR.1
008400     05  INQ-ABORT            PIC X(8).                           K6INQR.1
008500     05  FILLER               PIC X(6)  VALUE " NOTE=".           K6INQR.1
008600     05  INQ-NOTE             PIC X(13).                          K6INQR.1
000000* ----------------------------------------------------------      K6TCDC.1
000000* DISPLAY LINES FOR THE TEST-CASE DESCRIPTION BROWSE.             K6TCDC.1
000000* ----------------------------------------------------------      K6TCDC.1
000000 01  INQ-CASE-LINE.                                               K6TCDC.1
000000     05  ICL-PAR-NAME         PIC X(22).                          K6TCDC.1
000000     05  FILLER               PIC X     VALUE SPACE.              K6TCDC.1
000000     05  ICL-TCID             PIC X(7).                           K6TCDC.1
000000     05  FILLER               PIC X     VALUE SPACE.              K6TCDC.1
000000     05  ICL-SUMMARY          PIC X(50).                          K6TCDC.1
000000 01  INQ-CASE-DETAIL.                                             K6TCDC.1
000000     05  FILLER               PIC X(10) VALUE "  FEATURE ".       K6TCDC.1
000000     05  ICD-FEATURE          PIC X(20).                          K6TCDC.1
000000     05  FILLER               PIC X(6)  VALUE " ANSI ".           K6TCDC.1
000000     05  ICD-ANSI             PIC X(10).                          K6TCDC.1
000000     05  FILLER               PIC X(7)  VALUE " LINES ".          K6TCDC.1
000000     05  ICD-FIRST-SEQ        PIC X(6).                           K6TCDC.1
000000     05  FILLER               PIC X     VALUE "-".                K6TCDC.1
000000     05  ICD-LAST-SEQ         PIC X(6).                           K6TCDC.1
008700                                                                  K6INQR.1
008800 PROCEDURE DIVISION.                                              K6INQR.1
008900*================================================================ K6INQR.1
009700         MOVE 16 TO RETURN-CODE                                   K6INQR.1
009800         STOP RUN.                                                K6INQR.1
000000     PERFORM 0100-SNAPSHOT-BANNER THRU 0100-EXIT.                 K6SNAP.1
000000     OPEN INPUT TCD-CATALOG.                                      K6TCDC.1
000000     IF WS-TCD-STATUS = "00"                                      K6TCDC.1
000000         SET WS-TCD-OPEN TO TRUE.                                 K6TCDC.1
009900 0000-MENU.                                                       K6INQR.1
010000     DISPLAY " ".                                                 K6INQR.1
010100     DISPLAY "K6INQR RAW-DATA RUN-HISTORY INQUIRY".               K6INQR.1
010200     DISPLAY "  1 = BY PROGRAM-ID AND RUN-DATE RANGE".            K6INQR.1
010300     DISPLAY "  2 = BY TARGET-ID".                                K6INQR.1
000000     DISPLAY "  3 = TEST CASES OF A PROGRAM".                     K6TCDC.1
010400     DISPLAY "  X = END INQUIRY".                                 K6INQR.1
010500     DISPLAY "ENTER CHOICE:".                                     K6INQR.1
010600     ACCEPT WS-MENU-CHOICE.                                       K6INQR.1
011000     IF WS-MENU-CHOICE = "2"                                      K6INQR.1
011100         PERFORM 2000-ASK-TARGET THRU 2000-EXIT                   K6INQR.1
011200         GO TO 0000-MENU.                                         K6INQR.1
000000     IF WS-MENU-CHOICE = "3"                                      K6TCDC.1
000000         PERFORM 6000-ASK-TEST-CASES THRU 6000-EXIT               K6TCDC.1
000000         GO TO 0000-MENU.                                         K6TCDC.1
011300     IF WS-MENU-CHOICE = "X" OR "x"                               K6INQR.1
011400         GO TO 0000-SIGNOFF.                                      K6INQR.1
000000     IF WS-TCD-OPEN                                               K6TCDC.1
000000         CLOSE TCD-CATALOG.                                       K6TCDC.1
011500     DISPLAY "UNRECOGNIZED CHOICE, PLEASE RE-ENTER.".             K6INQR.1
011600     GO TO 0000-MENU.                                             K6INQR.1
011700 0000-SIGNOFF.                                                    K6INQR.1
022500         AT END SET WS-MASTER-EOF TO TRUE.                        K6INQR.1
022600 5000-EXIT.                                                       K6INQR.1
022700     EXIT.                                                        K6INQR.1
000000*================================================================ K6TCDC.1
000000* 6000-ASK-TEST-CASES -- PROMPT FOR A PROGRAM-ID AND, OPTIONALLY, K6TCDC.1
000000* ONE PAR-NAME, POSITION THE CATALOG ON THEM AND PAGE WHAT IT     K6TCDC.1
000000* HOLDS.                                                          K6TCDC.1
000000*================================================================ K6TCDC.1
000000 6000-ASK-TEST-CASES.                                             K6TCDC.1
000000     IF NOT WS-TCD-OPEN                                           K6TCDC.1
000000         DISPLAY "TEST-CASE CATALOG (TCDCAT) NOT AVAILABLE."      K6TCDC.1
000000         GO TO 6000-EXIT.                                         K6TCDC.1
000000     DISPLAY "PROGRAM-ID (E.G. IX208A):".                         K6TCDC.1
000000     ACCEPT WS-SEL-PGM-ID.                                        K6TCDC.1
000000     DISPLAY "PAR-NAME (BLANK FOR ALL TEST CASES):".              K6TCDC.1
000000     ACCEPT WS-SEL-PAR-NAME.                                      K6TCDC.1
000000     MOVE SPACE           TO TD-KEY.                              K6TCDC.1
000000     MOVE WS-SEL-PGM-ID   TO TD-PGM-ID.                           K6TCDC.1
000000     MOVE WS-SEL-PAR-NAME TO TD-PAR-NAME.                         K6TCDC.1
000000     MOVE "N"  TO WS-CASE-EOF-SW.                                 K6TCDC.1
000000     MOVE ZERO TO WS-MATCH-COUNT WS-PAGE-LINES.                   K6TCDC.1
000000     START TCD-CATALOG KEY NOT LESS THAN TD-KEY                   K6TCDC.1
000000         INVALID KEY SET WS-CASE-EOF TO TRUE.                     K6TCDC.1
000000     IF NOT WS-CASE-EOF                                           K6TCDC.1
000000         PERFORM 6200-READ-NEXT-CASE THRU 6200-EXIT.              K6TCDC.1
000000     PERFORM 6100-PAGE-TEST-CASES THRU 6100-EXIT                  K6TCDC.1
000000             UNTIL WS-CASE-EOF.                                   K6TCDC.1
000000     DISPLAY "TEST CASES SHOWN: " WS-MATCH-COUNT.                 K6TCDC.1
000000 6000-EXIT.                                                       K6TCDC.1
000000     EXIT.                                                        K6TCDC.1
000000*================================================================ K6TCDC.1
000000* 6100-PAGE-TEST-CASES -- SHOW ONE CATALOG RECORD OF THE          K6TCDC.1
000000* PROGRAM, PAUSING EVERY FIFTEEN LINES AS 4000 DOES.  THE         K6TCDC.1
000000* COMMENTARY AND DETAIL LINES ARE SHOWN ONLY WHEN ONE PAR-NAME    K6TCDC.1
000000* WAS ASKED FOR.                                                  K6TCDC.1
000000*================================================================ K6TCDC.1
000000 6100-PAGE-TEST-CASES.                                            K6TCDC.1
000000     IF TD-PGM-ID NOT = WS-SEL-PGM-ID                             K6TCDC.1
000000         SET WS-CASE-EOF TO TRUE                                  K6TCDC.1
000000         GO TO 6100-EXIT.                                         K6TCDC.1
000000     IF WS-SEL-PAR-NAME NOT = SPACE                               K6TCDC.1
000000         AND TD-PAR-NAME NOT = WS-SEL-PAR-NAME                    K6TCDC.1
000000         SET WS-CASE-EOF TO TRUE                                  K6TCDC.1
000000         GO TO 6100-EXIT.                                         K6TCDC.1
000000     IF TD-MEMBER                                                 K6TCDC.1
000000         DISPLAY "CATALOGUED FROM " TD-MEMBER-NAME                K6TCDC.1
000000                 " ON " TD-BUILD-DATE ", "                        K6TCDC.1
000000                 TD-TEST-COUNT " TEST CASES"                      K6TCDC.1
000000         GO TO 6100-COUNT.                                        K6TCDC.1
000000     IF TD-NOTE                                                   K6TCDC.1
000000         IF WS-SEL-PAR-NAME = SPACE                               K6TCDC.1
000000             GO TO 6100-NEXT                                      K6TCDC.1
000000         ELSE                                                     K6TCDC.1
000000             DISPLAY "    " TD-NOTE-TEXT                          K6TCDC.1
000000             GO TO 6100-COUNT.                                    K6TCDC.1
000000     MOVE TD-PAR-NAME TO ICL-PAR-NAME.                            K6TCDC.1
000000     IF TD-TCID = ZERO                                            K6TCDC.1
000000         MOVE "NONE" TO ICL-TCID                                  K6TCDC.1
000000     ELSE                                                         K6TCDC.1
000000         MOVE TD-TCID TO ICL-TCID.                                K6TCDC.1
000000     MOVE TD-SUMMARY TO ICL-SUMMARY.                              K6TCDC.1
000000     DISPLAY INQ-CASE-LINE.                                       K6TCDC.1
000000     ADD 1 TO WS-MATCH-COUNT.                                     K6TCDC.1
000000     IF WS-SEL-PAR-NAME = SPACE                                   K6TCDC.1
000000         GO TO 6100-COUNT.                                        K6TCDC.1
000000     MOVE TD-FEATURE   TO ICD-FEATURE.                            K6TCDC.1
000000     MOVE TD-ANSI-CODE TO ICD-ANSI.                               K6TCDC.1
000000     MOVE TD-FIRST-SEQ TO ICD-FIRST-SEQ.                          K6TCDC.1
000000     MOVE TD-LAST-SEQ  TO ICD-LAST-SEQ.                           K6TCDC.1
000000     DISPLAY INQ-CASE-DETAIL.                                     K6TCDC.1
000000     IF TD-RE-MARK NOT = SPACE                                    K6TCDC.1
000000         DISPLAY "  RE-MARK " TD-RE-MARK.                         K6TCDC.1
000000 6100-COUNT.                                                      K6TCDC.1
000000     ADD 1 TO WS-PAGE-LINES.                                      K6TCDC.1
000000     IF WS-PAGE-LINES < 15                                        K6TCDC.1
000000         GO TO 6100-NEXT.                                         K6TCDC.1
000000     MOVE ZERO TO WS-PAGE-LINES.                                  K6TCDC.1
000000     DISPLAY "MORE... ENTER = NEXT PAGE, Q = QUIT:".              K6TCDC.1
000000     ACCEPT WS-REPLY.                                             K6TCDC.1
000000     IF WS-REPLY = "Q" OR "q"                                     K6TCDC.1
000000         SET WS-CASE-EOF TO TRUE                                  K6TCDC.1
000000         GO TO 6100-EXIT.                                         K6TCDC.1
000000 6100-NEXT.                                                       K6TCDC.1
000000     PERFORM 6200-READ-NEXT-CASE THRU 6200-EXIT.                  K6TCDC.1
000000 6100-EXIT.                                                       K6TCDC.1
000000     EXIT.                                                        K6TCDC.1
000000*================================================================ K6TCDC.1
000000* 6200-READ-NEXT-CASE -- THE NEXT CATALOG RECORD IN KEY ORDER.    K6TCDC.1
000000*================================================================ K6TCDC.1
000000 6200-READ-NEXT-CASE.                                             K6TCDC.1
000000     READ TCD-CATALOG NEXT RECORD                                 K6TCDC.1
000000         AT END SET WS-CASE-EOF TO TRUE.                          K6TCDC.1
000000 6200-EXIT.                                                       K6TCDC.1
000000     EXIT.                                                        K6TCDC.1
000000*================================================================ K6SNAP.1
000000* 0100-SNAPSHOT-BANNER -- WHEN THE INFO RECORD IS WIRED, SAY      K6SNAP.1
000000* WHICH SNAPSHOT IS BEING QUERIED AND HOW STALE IT IS.            K6SNAP.1
