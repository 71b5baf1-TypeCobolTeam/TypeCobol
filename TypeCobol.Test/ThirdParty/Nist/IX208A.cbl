000000     SELECT LS-PRINT-FILE ASSIGN TO PRINTLS                       K6LSPF.1
000000         ORGANIZATION IS LINE SEQUENTIAL.                         K6LSPF.1
000000* CENTRAL I/O JOURNAL -- ONE RECORD PER JOURNALED OPERATION       K6JRNL.1
000000* AGAINST THE WORK FILES WHEN K6-JOURNAL-MODE IS "ON " OR "AFT".  K6AIJR.1
000000     SELECT IO-JOURNAL ASSIGN TO IOJRNL                           K6JRNL.1
000000         ORGANIZATION IS SEQUENTIAL.                              K6JRNL.1
000000* AFTER-IMAGE JOURNAL -- EVERY JOURNALED OPERATION, WITH THE      K6AIJR.1
000000* FULL RECORD OF EACH WRITE, REWRITE AND DELETE, WHEN             K6AIJR.1
000000* K6-JOURNAL-MODE IS "AFT".  SEE K6AIJR.CPY.                      K6AIJR.1
000000     SELECT AI-JOURNAL ASSIGN TO AIJRNL                           K6AIJR.1
000000         ORGANIZATION IS SEQUENTIAL.                              K6AIJR.1
000000* OPTIONAL PER-RUN DEVICE-ASSIGNMENT OVERRIDE CONTROL FILE --     DEVOVR.1
000000* SEE THE DEVICE-OVERRIDE NOTE IN WORKING-STORAGE.                DEVOVR.1
000000     SELECT OPTIONAL DEV-OVERRIDE ASSIGN TO DEVOVRD               DEVOVR.1
000000     SELECT OPTIONAL SUPPRESS-REGISTER ASSIGN TO SUPRREG          K6SUPR.1
000000         ORGANIZATION IS SEQUENTIAL                               K6SUPR.1
000000         FILE STATUS IS WS-SUPR-STATUS.                           K6SUPR.1
000000*    INTRA-PROGRAM RESTART POINTS AND THE OPTIONAL RESTART        K6RSTR.1
000000*    CARD -- SEE THE RESTART NOTE IN WORKING-STORAGE AND          K6RSTR.1
000000*    K6RSTR.CPY.                                                  K6RSTR.1
000000     SELECT OPTIONAL RESTART-POINTS ASSIGN TO RSTRTPT             K6RSTR.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RSTR.1
000000         FILE STATUS IS WS-RSTRTPT-STATUS.                        K6RSTR.1
000000     SELECT OPTIONAL RESTART-CARD ASSIGN TO RSTRTCD               K6RSTR.1
000000         ORGANIZATION IS SEQUENTIAL                               K6RSTR.1
000000         FILE STATUS IS WS-RSTRTCD-STATUS.                        K6RSTR.1
010700 DATA DIVISION.                                                   IX2084.2
010800 FILE SECTION.                                                    IX2084.2
010900                                                                  IX2084.2
000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6RMIG.1
000000     05  C-LAYOUT-VER        PIC X(3).                            K6RMIG.1
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
012500 FD  PRINT-FILE                                                   IX2084.2
000000*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       K6PAGE.1
000000*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    K6PAGE.1
000000     05  JR-KEY-VALUE         PIC X(10).                          K6JRNL.1
000000     05  JR-DATE              PIC 9(8).                           K6JRNL.1
000000     05  JR-TIME              PIC 9(8).                           K6JRNL.1
000000 FD  AI-JOURNAL                                                   K6AIJR.1
000000     LABEL RECORDS ARE STANDARD.                                  K6AIJR.1
000000     COPY K6AIJR.                                                 K6AIJR.1
000000 FD  DEV-OVERRIDE                                                 DEVOVR.1
000000     LABEL RECORDS ARE STANDARD.                                  DEVOVR.1
000000 01  OV-OVERRIDE-REC.                                             DEVOVR.1
000000     05  RJ-DATE              PIC 9(8).                           RAWUJR.1
000000     05  RJ-TIME              PIC 9(8).                           RAWUJR.1
000000     05  RJ-OPERATION         PIC X(8).                           RAWUJR.1
000000     05  RJ-BEFORE-IMAGE      PIC X(164).                         K6SREL.1
000000     05  RJ-AFTER-IMAGE       PIC X(164).                         K6SREL.1
000000 FD  VOL-INFO                                                     K6TVLG.1
000000     LABEL RECORDS ARE STANDARD.                                  K6TVLG.1
000000 01  VI-INFO-REC.                                                 K6TVLG.1
000000     05  IL-FLAG              PIC X(1).                           K6RCVR.1
000000     05  IL-KEY               PIC X(24).                          K6RCVR.1
000000     05  IL-OPERATION         PIC X(8).                           K6RCVR.1
000000     05  IL-IMAGE             PIC X(164).                         K6SREL.1
000000 FD  HEARTBEAT                                                    K6HBMN.1
000000     LABEL RECORDS ARE STANDARD.                                  K6HBMN.1
000000 01  HB-HEARTBEAT-REC.                                            K6HBMN.1
000000     05  FILLER               PIC X(1).                           K6SUPR.1
000000     05  SR-FAIL-COUNT        PIC 9(3).                           K6SUPR.1
000000     05  FILLER               PIC X(33).                          K6SUPR.1
000000 FD  RESTART-POINTS                                               K6RSTR.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RSTR.1
000000 01  RP-POINT-REC                 PIC X(5900).                    K6RSTR.2
000000 FD  RESTART-CARD                                                 K6RSTR.1
000000     LABEL RECORDS ARE STANDARD.                                  K6RSTR.1
000000 01  RC-RESTART-CARD.                                             K6RSTR.1
000000     05  RC-VERB              PIC X(8).                           K6RSTR.1
000000     05  FILLER               PIC X(1).                           K6RSTR.1
000000     05  RC-PGM-ID            PIC X(6).                           K6RSTR.1
000000     05  FILLER               PIC X(65).                          K6RSTR.1
012800 FD  IX-FD1                                                       IX2084.2
012900     LABEL RECORD IS STANDARD                                     IX2084.2
013000     DATA RECORD IS IX-FD1R1-F-G-240                              IX2084.2
000000* BYTES ARE VIEWED AS A STRING OF SIGNED HALFWORDS AND FOLDED     CHKSUM.1
000000* TOGETHER BY ADDITION -- NOT A CRYPTOGRAPHIC HASH, BUT ENOUGH    CHKSUM.1
000000* TO CATCH A HAND EDIT TO EITHER PIECE OF EVIDENCE AFTER THE      CHKSUM.1
000000* FACT.  RAW-DATA-SATZ IS 164 BYTES SINCE THE TEST-SUITE          K6SREL.1
000000* RELEASE WAS ADDED; 164 DIVIDES EVENLY INTO THE                  K6SREL.1
000000* HALFWORD TABLE BELOW.  KEEP THE AREA LENGTH EVEN IF THE         K6SUPS.1
000000* RECORD GROWS AGAIN.                                             K6SUPS.1
000000*--------------------------------------------------------------   CHKSUM.1
000000 01  WS-RAW-CKSUM-AREA            PIC X(164) VALUE SPACE.         K6SREL.1
000000 01  WS-RAW-CKSUM-VIEW REDEFINES WS-RAW-CKSUM-AREA.               CHKSUM.1
000000     05  WS-RAW-CKSUM-CHUNK OCCURS 82 TIMES                       K6SREL.1
000000                            INDEXED BY WS-RCK-IDX                 CHKSUM.1
000000                            PIC S9(4) COMP.                       CHKSUM.1
000000 01  WS-PRINT-CKSUM-AREA          PIC X(120) VALUE SPACE.         CHKSUM.1
017000 01  IX-FS2-FILESIZE              PICTURE 9(6) VALUE 300.         IX2084.2
000000     COPY K6IXSIZ.                                                K6IXSZ.2
000000     COPY K6TARG.                                                 K6TARG.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
000000     COPY K6CVER.                                                 K6CVER.1
000000     COPY K6SELF.                                                 K6SELF.1
000000     COPY K6JRNL.                                                 K6JRNL.1
000000 01  WS-RJ-STEP-NAME              PIC X(8) VALUE SPACE.           RAWUJR.1
000000 01  WS-RJ-USER-ID                PIC X(8) VALUE "UNKNOWN ".      RAWUJR.1
000000 01  WS-RJ-OPERATION              PIC X(8) VALUE SPACE.           RAWUJR.1
000000 01  WS-RJ-BEFORE-IMAGE           PIC X(164) VALUE SPACE.         K6SREL.1
000000*--------------------------------------------------------------   K6TVLG.1
000000* TAPE-VOLUME AND DEVICE LOG.  WHEN A RERUN FROM THE K6RERU       K6TVLG.1
000000* LIST NEEDS A MOUNT, OPERATIONS SHOULD BE ABLE TO WRITE THE      K6TVLG.1
000000     05  FILLER               PIC X(8)  VALUE " REASON ".         K6SUPR.1
000000     05  SLL-REASON           PIC X(4).                           K6SUPR.1
000000     05  FILLER               PIC X(74) VALUE SPACE.              K6SUPR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000* INTRA-PROGRAM RESTART.  AT A RAISED K6-IX-FILE-CAPACITY THIS    K6RSTR.1
000000* PROGRAM RUNS FOR HOURS, AND AN ABEND USED TO MEAN A RERUN FROM  K6RSTR.1
000000* OPEN-FILES.  EACH COMPLETED TEST GROUP (FILE CREATION, READ     K6RSTR.1
000000* NEXT, KEYED READ) NOW APPENDS A RESTART POINT TO RSTRTPT --     K6RSTR.1
000000* COUNTERS, THE PAR-NAME REACHED, AN IMAGE OF BOTH WORK FILES     K6RSTR.1
000000* AND THE FILE-RECORD-INFO SLOTS (K6RSTR.CPY).  A RESTART CARD    K6RSTR.1
000000* ON RSTRTCD RESUMES THE ABENDED RUN AFTER THE LAST GROUP WHOSE   K6RSTR.1
000000* IMAGE THE WORK FILES STILL MATCH, CONTINUING ITS RAW-DATA       K6RSTR.1
000000* RECORD INSTEAD OF STARTING A NEW RUN SEQUENCE.                  K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000 01  WS-RSTRTPT-STATUS            PIC X(2) VALUE SPACE.           K6RSTR.1
000000 01  WS-RSTRTCD-STATUS            PIC X(2) VALUE SPACE.           K6RSTR.1
000000 01  WS-RSTR-MODE                 PIC X(1) VALUE "N".             K6RSTR.1
000000     88  RSTR-REQUESTED                    VALUE "Q".             K6RSTR.1
000000     88  RSTR-RESUMING                     VALUE "Y".             K6RSTR.1
000000 01  WS-RSTR-GROUP                PIC 99   VALUE ZERO.            K6RSTR.1
000000 01  WS-RSTR-PAR-NAME             PIC X(22) VALUE SPACE.          K6RSTR.1
000000 01  WS-RSTR-REASON               PIC X(40) VALUE SPACE.          K6RSTR.1
000000*    C-NOTE OF A RESUMED RUN -- K6CNOTE CODE RSTR AND THE GROUP.  K6RSTR.2
000000 01  WS-RSTR-NOTE.                                                K6RSTR.2
000000     05  FILLER                   PIC X(4)  VALUE "RSTR".         K6RSTR.2
000000     05  FILLER                   PIC X(6)  VALUE "GROUP=".       K6RSTR.2
000000     05  WS-RSTR-NOTE-GROUP       PIC 99    VALUE ZERO.           K6RSTR.2
000000     05  FILLER                   PIC X(1)  VALUE SPACE.          K6RSTR.2
000000 01  WS-RSTR-COUNT                PIC S9(4) COMP VALUE ZERO.      K6RSTR.1
000000 01  WS-RSTR-SUB                  PIC S9(4) COMP VALUE ZERO.      K6RSTR.1
000000 01  WS-RSTR-FILE-SUB             PIC S9(4) COMP VALUE ZERO.      K6RSTR.1
000000 01  WS-RSTR-SAVE-ERRS            PIC S9(4) COMP VALUE ZERO.      K6RSTR.1
000000 01  WS-RSTR-SAVE-ERRCTR          PIC S9(6) VALUE ZERO.           K6RSTR.1
000000 01  WS-RSTR-RUN-KEY.                                             K6RSTR.1
000000     05  WS-RSTR-RUN-DATE         PIC 9(8) VALUE ZERO.            K6RSTR.1
000000     05  WS-RSTR-RUN-SEQ          PIC 99   VALUE ZERO.            K6RSTR.1
000000*    CURRENT WORK-FILE IMAGE -- RECORD COUNT AND HALFWORD HASH    K6RSTR.1
000000*    TOTAL PER FILE, TAKEN AT EACH POINT AND AGAIN BEFORE A       K6RSTR.1
000000*    RESUME IS ALLOWED.                                           K6RSTR.1
000000 01  WS-RSTR-IMAGE.                                               K6RSTR.1
000000     05  WS-RSTR-IMG OCCURS 2 TIMES.                              K6RSTR.1
000000         10  WS-RSTR-IMG-RECORDS  PIC 9(6).                       K6RSTR.1
000000         10  WS-RSTR-IMG-HASH     PIC S9(8) COMP.                 K6RSTR.1
000000 01  WS-RSTR-REC-AREA             PIC X(240) VALUE SPACE.         K6RSTR.1
000000 01  WS-RSTR-REC-VIEW REDEFINES WS-RSTR-REC-AREA.                 K6RSTR.1
000000     05  WS-RSTR-REC-CHUNK OCCURS 120 TIMES                       K6RSTR.1
000000                           INDEXED BY WS-RSTR-IDX                 K6RSTR.1
000000                           PIC S9(4) COMP.                        K6RSTR.1
000000*    THE POINTS OF THE LATEST RUN ON RSTRTPT, OLDEST FIRST.       K6RSTR.1
000000 01  RSTR-POINT-TABLE.                                            K6RSTR.1
000000     05  RSTR-POINT               PIC X(5900) OCCURS 10 TIMES.    K6RSTR.2
000000*    THIS PROGRAM'S LAYOUT OF RS-PGM-STATE.                       K6RSTR.1
000000 01  WS-RSTR-PGM-STATE.                                           K6RSTR.1
000000     05  WS-RSTR-FD1-FILESIZE     PIC 9(6).                       K6RSTR.1
000000     05  WS-RSTR-FS2-FILESIZE     PIC 9(6).                       K6RSTR.1
000000     05  WS-RSTR-FD1-RECKEY       PIC X(10).                      K6RSTR.1
000000     05  WS-RSTR-FS2-RECKEY       PIC X(10).                      K6RSTR.1
000000     05  WS-RSTR-FD1-ALTKEY       PIC X(10).                      K6RSTR.1
000000     05  WS-RSTR-FS2-ALTKEY       PIC X(10).                      K6RSTR.1
000000     05  FILLER                   PIC X(8).                       K6RSTR.1
000000     COPY K6RSTR.                                                 K6RSTR.1
017100 01  WRK-IX-FD1-RECKEY.                                           IX2084.2
017200     03 WRK-DU-05V00-001          PICTURE 9(5) VALUE ZERO.        IX2084.2
017300     03 FILLER                    PICTURE 9(5) VALUE ZERO.        IX2084.2
000000     02  FILLER                     PIC X(7).                     COLLAY.1
000000*    SEE C-SRC-REV ABOVE -- BUMP THIS WITH EVERY RE-SAVE OF       SRCREV.1
000000*    THIS MEMBER.                                                 SRCREV.1
000000 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 023.        SRCREV.1
000000 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    RAWHST.2
000000 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       RAWHST.2
000000 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       K6SUPS.1
000000     PERFORM TCLK-GET-DATE THRU TCLK-GET-DATE-EXIT.               K6TCLK.1
000000     MOVE TCLK-DATE-OUT TO RAW-DATA-RUN-DATE-WS.                  K6TCLK.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                RAWHST.2
000000     PERFORM RESTART-CARD-CHECK THRU RESTART-CARD-CHECK-EXIT.     K6RSTR.1
000000     IF RSTR-RESUMING                                             K6RSTR.1
000000         GO TO END-E-1.                                           K6RSTR.1
000000     MOVE 1 TO RAW-DATA-SEQ-WS.                                   RAWHST.2
000000 FIND-RUN-KEY.                                                    RAWHST.2
000000     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    RAWHST.2
000000     ELSE                                                         K6TCLK.1
000000         MOVE SPACE TO C-INDENT.                                  K6TCLK.1
000000     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SRCREV.1
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
000000     PERFORM COMPILE-LEVEL-STAMP THRU                             K6MLEV.1
000000         COMPILE-LEVEL-STAMP-EXIT.                                K6MLEV.1
000000     MOVE "WRITE   " TO WS-INTENT-OP.                             K6RCVR.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   K6CSVE.1
000000     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         K6CSVE.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
000000     IF WS-PRACTICE-SW = "Y"                                      K6SBOX.1
000000         MOVE "P" TO CEH-PRACTICE.                                K6SBOX.1
000000     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          K6CSVE.1
000000     PERFORM TAPE-VOL-EVIDENCE THRU TAPE-VOL-EVIDENCE-EXIT.       K6TVLG.1
000000     PERFORM SUPPRESS-REGISTER-LOAD THRU                          K6SUPR.1
000000         SUPPRESS-REGISTER-LOAD-EXIT.                             K6SUPR.1
000000     IF K6-JOURNAL-ON                                             K6AIJR.1
000000         OPEN OUTPUT IO-JOURNAL.                                  K6JRNL.1
000000     IF K6-JOURNAL-AFTER-IMAGES                                   K6AIJR.1
000000         OPEN OUTPUT AI-JOURNAL.                                  K6AIJR.1
040400     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  IX2084.2
040500     MOVE    SPACE TO TEST-RESULTS.                               IX2084.2
040600     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              IX2084.2
000000         MOVE K6-TCLK-TIME TO TWL-TIME                            K6TCLK.1
000000         MOVE TCLK-WATERMARK-LINE TO PRINT-REC                    K6TCLK.1
000000         PERFORM WRITE-LINE.                                      K6TCLK.1
000000     PERFORM RESTART-MARK-OUTPUT THRU RESTART-MARK-OUTPUT-EXIT.   K6RSTR.1
000000     MOVE "K6M0012 " TO MSGE-ID.                                  K6MSGE.1
000000     MOVE CCVS-PGM-ID TO MSGE-SUB.                                K6MSGE.1
000000     CALL "K6MSGE" USING MSGE-PARM.                               K6MSGE.1
000000*    RESTATE THE PRACTICE NOTE BEFORE THE REWRITE.                K6SBOX.1
000000     IF WS-PRACTICE-SW = "Y"                                      K6SBOX.1
000000         MOVE "PRACTICE RUN " TO C-NOTE.                          K6SBOX.1
000000     IF RSTR-RESUMING AND WS-PRACTICE-SW NOT = "Y"                K6RSTR.1
000000         MOVE RS-GROUP TO WS-RSTR-NOTE-GROUP                      K6RSTR.2
000000         MOVE WS-RSTR-NOTE TO C-NOTE.                             K6RSTR.2
042000     MOVE PASS-COUNTER TO C-OK.                                   IX2084.2
000000     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               MODPCT.1
000000         INSPECT-COUNTER + DELETE-COUNTER + XFAIL-COUNTER.        K6XFL.1 
000000     CLOSE CSV-FILE.                                              CSVOUT.2
000100     CLOSE ALERT-FILE.                                            ALERTF.2
000000     CLOSE LS-PRINT-FILE.                                         K6LSPF.1
000000     IF K6-JOURNAL-ON                                             K6AIJR.1
000000         CLOSE IO-JOURNAL.                                        K6JRNL.1
000000     IF K6-JOURNAL-AFTER-IMAGES                                   K6AIJR.1
000000         CLOSE AI-JOURNAL.                                        K6AIJR.1
000000     PERFORM CHECKSUM-EVIDENCE THRU CHECKSUM-EVIDENCE-EXIT.       CHKSUM.1
042900 TERMINATE-CCVS.                                                  IX2084.2
043000     EXIT PROGRAM.                                                IX2084.2
000000     MOVE ZERO TO WS-RAW-DATA-CHECKSUM.                           CHKSUM.1
000000     SET WS-RCK-IDX TO 1.                                         CHKSUM.1
000000     PERFORM SUM-RAW-CHUNK THRU SUM-RAW-CHUNK-EXIT                CHKSUM.1
000000         UNTIL WS-RCK-IDX > 82.                                   K6SREL.1
000000     MOVE ZERO TO WS-PRINT-FILE-CHECKSUM.                         CHKSUM.1
000000     MOVE "N" TO WS-CKSUM-EOF-SW.                                 CHKSUM.1
000000     OPEN INPUT PRINT-FILE.                                       CHKSUM.1
000000         GO TO SUPERSEDE-RESTORE.                                 K6SUPS.1
000000     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       K6SUPS.1
000000     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        K6SUPS.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6SUPS.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
000000     MOVE RAW-DATA-SATZ TO WS-RJ-BEFORE-IMAGE.                    K6SUPS.1
000000     MOVE "S" TO C-SUPERSEDED.                                    K6SUPS.1
000000     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  K6SUPS.1
000000* JRNL-VERB-T FIRST; FILE NAME, CURRENT FILE STATUS AND KEY       K6JRNL.1
000000* ARE PICKED UP HERE, AND JOURNAL-IO-EVENT STAMPS THE CLOCK       K6JRNL.1
000000* AND WRITES THE RECORD.  EVERYTHING IS A NO-OP UNLESS            K6JRNL.1
000000* K6-JOURNAL-MODE IN K6JRNL.CPY IS "ON " OR "AFT".                K6AIJR.1
000000* FOR A WRITE, REWRITE OR DELETE THE RECORD AREA IS UNDEFINED     K6AIJR.1
000000* ONCE THE VERB HAS RUN, SO THE KEY AND RECORD IMAGE ARE TAKEN    K6AIJR.1
000000* BEFORE THE VERB BY JOURNAL-FD1-STAGE / JOURNAL-FS2-STAGE AND    K6AIJR.1
000000* ONLY THE STATUS IS PICKED UP AFTERWARDS.  AT THE "AFT" LEVEL    K6AIJR.1
000000* JOURNAL-AFTER-IMAGE WRITES THE STAGED IMAGE TO AIJRNL.          K6AIJR.1
000000*--------------------------------------------------------------   K6JRNL.1
000000 JOURNAL-FD1-EVENT.                                               K6JRNL.1
000000     ADD 1 TO WS-IO-OP-COUNT.                                     K6CHGB.1
000000     MOVE "IX-FD1  " TO JRNL-FILE-NAME-T.                         K6JRNL.1
000000     MOVE WS-IX-FD1-STATUS TO JRNL-STATUS-T.                      K6JRNL.1
000000     IF NOT JRNL-VERB-UPDATE                                      K6AIJR.1
000000         MOVE IX-FD1-KEY TO JRNL-KEY-T                            K6AIJR.1
000000         MOVE SPACE TO JRNL-IMAGE-T.                              K6AIJR.1
000000     PERFORM JOURNAL-IO-EVENT THRU JOURNAL-IO-EXIT.               K6AIJR.1
000000 JOURNAL-FS2-EVENT.                                               K6JRNL.1
000000     ADD 1 TO WS-IO-OP-COUNT.                                     K6CHGB.1
000000     MOVE "IX-FS2  " TO JRNL-FILE-NAME-T.                         K6JRNL.1
000000     MOVE WS-IX-FS2-STATUS TO JRNL-STATUS-T.                      K6JRNL.1
000000     IF NOT JRNL-VERB-UPDATE                                      K6AIJR.1
000000         MOVE IX-FS2-KEY TO JRNL-KEY-T                            K6AIJR.1
000000         MOVE SPACE TO JRNL-IMAGE-T.                              K6AIJR.1
000000     PERFORM JOURNAL-IO-EVENT THRU JOURNAL-IO-EXIT.               K6AIJR.1
000000*--------------------------------------------------------------   K6AIJR.1
000000* JOURNAL-FD1-STAGE / JOURNAL-FS2-STAGE -- PERFORMED JUST         K6AIJR.1
000000* BEFORE AN UPDATE VERB: COPY THE KEY AND RECORD AREA INTO        K6AIJR.1
000000* WORKING STORAGE WHILE THEY STILL HOLD THE RECORD BEING          K6AIJR.1
000000* WRITTEN.                                                        K6AIJR.1
000000*--------------------------------------------------------------   K6AIJR.1
000000 JOURNAL-FD1-STAGE.                                               K6AIJR.1
000000     MOVE IX-FD1-KEY TO JRNL-KEY-T.                               K6AIJR.1
000000     MOVE IX-FD1R1-F-G-240 TO JRNL-IMAGE-T.                       K6AIJR.1
000000 JOURNAL-FS2-STAGE.                                               K6AIJR.1
000000     MOVE IX-FS2-KEY TO JRNL-KEY-T.                               K6AIJR.1
000000     MOVE IX-FS2R1-F-G-240 TO JRNL-IMAGE-T.                       K6AIJR.1
000000 JOURNAL-IO-EVENT.                                                K6JRNL.1
000000     IF NOT K6-JOURNAL-ON                                         K6AIJR.1
000000         GO TO JOURNAL-IO-EXIT.                                   K6JRNL.1
000000     MOVE CCVS-PGM-ID      TO JR-PGM-ID.                          K6JRNL.1
000000     MOVE JRNL-FILE-NAME-T TO JR-FILE-NAME.                       K6JRNL.1
000000     PERFORM TCLK-GET-TIME THRU TCLK-GET-TIME-EXIT.               K6TCLK.1
000000     MOVE TCLK-TIME-OUT TO JR-TIME.                               K6TCLK.1
000000     WRITE JR-JOURNAL-REC.                                        K6JRNL.1
000000     IF K6-JOURNAL-AFTER-IMAGES                                   K6AIJR.1
000000         PERFORM JOURNAL-AFTER-IMAGE                              K6AIJR.1
000000             THRU JOURNAL-AFTER-IMAGE-EXIT.                       K6AIJR.1
000000 JOURNAL-IO-EXIT.                                                 K6JRNL.1
000000     EXIT.                                                        K6JRNL.1
000000*--------------------------------------------------------------   K6AIJR.1
000000* JOURNAL-AFTER-IMAGE -- ONE AIJRNL RECORD (K6AIJR.CPY) PER       K6AIJR.1
000000* JOURNALED OPERATION: THE RUN IDENTITY, THE RUN'S OPERATION      K6AIJR.1
000000* NUMBER, AND FOR AN OPEN THE OPEN MODE, FOR AN UPDATE VERB THE   K6AIJR.1
000000* STAGED RECORD IMAGE.  READ, START AND CLOSE CHANGE NOTHING      K6AIJR.1
000000* AND CARRY THEIR KEY ONLY.                                       K6AIJR.1
000000*--------------------------------------------------------------   K6AIJR.1
000000 JOURNAL-AFTER-IMAGE.                                             K6AIJR.1
000000     MOVE SPACE                TO AI-JOURNAL-REC.                 K6AIJR.1
000000     MOVE CCVS-PGM-ID          TO AI-PGM-ID.                      K6AIJR.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO AI-RUN-DATE.                    K6AIJR.1
000000     MOVE RAW-DATA-SEQ-WS      TO AI-RUN-SEQ.                     K6AIJR.1
000000     MOVE WS-IO-OP-COUNT       TO AI-OP-SEQ.                      K6AIJR.1
000000     MOVE JRNL-FILE-NAME-T     TO AI-FILE-NAME.                   K6AIJR.1
000000     MOVE JRNL-STATUS-T        TO AI-STATUS.                      K6AIJR.1
000000     MOVE JRNL-KEY-T           TO AI-KEY-VALUE.                   K6AIJR.1
000000     MOVE JR-DATE              TO AI-DATE.                        K6AIJR.1
000000     MOVE JR-TIME              TO AI-TIME.                        K6AIJR.1
000000     IF JRNL-VERB-OPEN                                            K6AIJR.1
000000         MOVE "OPEN "          TO AI-OPEN-WORD                    K6AIJR.1
000000         MOVE RETRY-MODE-T     TO AI-OPEN-MODE                    K6AIJR.1
000000     ELSE                                                         K6AIJR.1
000000         MOVE JRNL-VERB-T      TO AI-VERB.                        K6AIJR.1
000000     IF JRNL-VERB-UPDATE                                          K6AIJR.1
000000         MOVE JRNL-IMAGE-T     TO AI-IMAGE.                       K6AIJR.1
000000     WRITE AI-JOURNAL-REC.                                        K6AIJR.1
000000 JOURNAL-AFTER-IMAGE-EXIT.                                        K6AIJR.1
000000     EXIT.                                                        K6AIJR.1
000000*--------------------------------------------------------------   K6DIAG.1
000000* DIAG-DUMP -- ONE DIAGOUT RECORD PER INTERESTING FIELD AT THE    K6DIAG.1
000000* MOMENT OF FAILURE: THE RAW OPERAND AREAS, THE WORK-FILE KEYS    K6DIAG.1
000000     CLOSE HEARTBEAT.                                             K6HBMN.1
000000 HEARTBEAT-POST-EXIT.                                             K6HBMN.1
000000     EXIT.                                                        K6HBMN.1
000000*--------------------------------------------------------------   K6RSTR.1
000000* RESTART-CARD-CHECK -- CALLED FROM OPEN-FILES BEFORE THE RUN     K6RSTR.1
000000* KEY IS ASSIGNED.  WITH A RESTART CARD PRESENT, TAKE THE         K6RSTR.1
000000* POINTS OF THIS PROGRAM'S LATEST RUN, RE-TAKE THE WORK-FILE      K6RSTR.1
000000* IMAGE AND PICK THE LATEST POINT IT STILL MATCHES.  THE RUN'S    K6RSTR.1
000000* RAW-DATA RECORD MUST STILL BE OPEN ("ABORTED ") AND BELONG TO   K6RSTR.1
000000* THIS WINDOW; IF SO THAT RECORD IS CONTINUED, OTHERWISE THE      K6RSTR.1
000000* RESTART IS REFUSED AND THE REASON IS PRINTED AFTER THE          K6RSTR.1
000000* HEADINGS.                                                       K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000 RESTART-CARD-CHECK.                                              K6RSTR.1
000000     MOVE "N" TO WS-RSTR-MODE.                                    K6RSTR.1
000000     MOVE SPACE TO WS-RSTR-REASON.                                K6RSTR.1
000000     OPEN INPUT RESTART-CARD.                                     K6RSTR.1
000000     IF WS-RSTRTCD-STATUS NOT = "00" AND WS-RSTRTCD-STATUS        K6RSTR.1
000000             NOT = "05"                                           K6RSTR.1
000000         GO TO RESTART-CARD-CHECK-EXIT.                           K6RSTR.1
000000     READ RESTART-CARD AT END GO TO RESTART-CARD-CLOSE.           K6RSTR.1
000000     IF RC-VERB NOT = "RESTART "                                  K6RSTR.1
000000         GO TO RESTART-CARD-CLOSE.                                K6RSTR.1
000000     IF RC-PGM-ID NOT = SPACE AND RC-PGM-ID NOT = RAW-DATA-PGM-ID K6RSTR.1
000000         GO TO RESTART-CARD-CLOSE.                                K6RSTR.1
000000     SET RSTR-REQUESTED TO TRUE.                                  K6RSTR.1
000000 RESTART-CARD-CLOSE.                                              K6RSTR.1
000000     CLOSE RESTART-CARD.                                          K6RSTR.1
000000     IF NOT RSTR-REQUESTED                                        K6RSTR.1
000000         GO TO RESTART-CARD-CHECK-EXIT.                           K6RSTR.1
000000     PERFORM RESTART-POINTS-LOAD THRU RESTART-POINTS-LOAD-EXIT.   K6RSTR.1
000000     IF WS-RSTR-COUNT = ZERO                                      K6RSTR.1
000000         MOVE "NO RESTART POINT FOR THIS PROGRAM"                 K6RSTR.1
000000             TO WS-RSTR-REASON                                    K6RSTR.1
000000         GO TO RESTART-CARD-REFUSE.                               K6RSTR.1
000000     PERFORM RESTART-IMAGE-TAKE THRU RESTART-IMAGE-TAKE-EXIT.     K6RSTR.1
000000     MOVE WS-RSTR-COUNT TO WS-RSTR-SUB.                           K6RSTR.1
000000 RESTART-CARD-MATCH.                                              K6RSTR.1
000000     IF WS-RSTR-SUB LESS THAN 1                                   K6RSTR.1
000000         MOVE "WORK FILES MATCH NO RESTART POINT"                 K6RSTR.1
000000             TO WS-RSTR-REASON                                    K6RSTR.1
000000         GO TO RESTART-CARD-REFUSE.                               K6RSTR.1
000000     MOVE RSTR-POINT (WS-RSTR-SUB) TO RS-RESTART-REC.             K6RSTR.1
000000     IF RS-IMG-RECORDS (1) = WS-RSTR-IMG-RECORDS (1)              K6RSTR.1
000000             AND RS-IMG-HASH (1) = WS-RSTR-IMG-HASH (1)           K6RSTR.1
000000             AND RS-IMG-RECORDS (2) = WS-RSTR-IMG-RECORDS (2)     K6RSTR.1
000000             AND RS-IMG-HASH (2) = WS-RSTR-IMG-HASH (2)           K6RSTR.1
000000         GO TO RESTART-CARD-RAW.                                  K6RSTR.1
000000     SUBTRACT 1 FROM WS-RSTR-SUB.                                 K6RSTR.1
000000     GO TO RESTART-CARD-MATCH.                                    K6RSTR.1
000000 RESTART-CARD-RAW.                                                K6RSTR.1
000000     IF RS-WINDOW-ID NOT = WS-WINDOW-ID                           K6RSTR.1
000000         MOVE "RESTART POINT IS FROM ANOTHER WINDOW"              K6RSTR.1
000000             TO WS-RSTR-REASON                                    K6RSTR.1
000000         GO TO RESTART-CARD-REFUSE.                               K6RSTR.1
000000     MOVE RS-RUN-DATE TO RAW-DATA-RUN-DT.                         K6RSTR.1
000000     MOVE RS-RUN-SEQ TO RAW-DATA-RUN-SEQ.                         K6RSTR.1
000000     READ RAW-DATA INVALID KEY                                    K6RSTR.1
000000         MOVE "RAW-DATA RECORD OF THE RUN NOT FOUND"              K6RSTR.1
000000             TO WS-RSTR-REASON                                    K6RSTR.1
000000         GO TO RESTART-CARD-REFUSE.                               K6RSTR.1
000000     IF C-ABORT NOT = "ABORTED "                                  K6RSTR.1
000000         MOVE "RUN ALREADY CLOSED OFF ON RAW-DATA"                K6RSTR.1
000000             TO WS-RSTR-REASON                                    K6RSTR.1
000000         GO TO RESTART-CARD-REFUSE.                               K6RSTR.1
000000     MOVE RS-RUN-DATE TO RAW-DATA-RUN-DATE-WS.                    K6RSTR.1
000000     MOVE RS-RUN-SEQ TO RAW-DATA-SEQ-WS.                          K6RSTR.1
000000     MOVE RS-GROUP TO WS-RSTR-GROUP.                              K6RSTR.1
000000     SET RSTR-RESUMING TO TRUE.                                   K6RSTR.1
000000     GO TO RESTART-CARD-CHECK-EXIT.                               K6RSTR.1
000000 RESTART-CARD-REFUSE.                                             K6RSTR.1
000000     MOVE "N" TO WS-RSTR-MODE.                                    K6RSTR.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                K6RSTR.1
000000 RESTART-CARD-CHECK-EXIT.                                         K6RSTR.1
000000     EXIT.                                                        K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000* RESTART-POINTS-LOAD -- THE POINTS OF THE LATEST RUN OF THIS     K6RSTR.1
000000* PROGRAM AND TARGET ON RSTRTPT.  A POINT WITH A NEW RUN KEY      K6RSTR.1
000000* STARTS THE TABLE OVER.                                          K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000 RESTART-POINTS-LOAD.                                             K6RSTR.1
000000     MOVE ZERO TO WS-RSTR-COUNT.                                  K6RSTR.1
000000     MOVE ZERO TO WS-RSTR-RUN-DATE.                               K6RSTR.1
000000     MOVE ZERO TO WS-RSTR-RUN-SEQ.                                K6RSTR.1
000000     OPEN INPUT RESTART-POINTS.                                   K6RSTR.1
000000     IF WS-RSTRTPT-STATUS NOT = "00" AND WS-RSTRTPT-STATUS        K6RSTR.1
000000             NOT = "05"                                           K6RSTR.1
000000         GO TO RESTART-POINTS-LOAD-EXIT.                          K6RSTR.1
000000 RESTART-POINTS-READ.                                             K6RSTR.1
000000     READ RESTART-POINTS INTO RS-RESTART-REC                      K6RSTR.1
000000         AT END GO TO RESTART-POINTS-DONE.                        K6RSTR.1
000000     IF RS-PGM-ID NOT = RAW-DATA-PGM-ID                           K6RSTR.1
000000             OR RS-TARGET NOT = K6-TARGET-ID                      K6RSTR.1
000000         GO TO RESTART-POINTS-READ.                               K6RSTR.1
000000     IF RS-RUN-DATE NOT = WS-RSTR-RUN-DATE                        K6RSTR.1
000000             OR RS-RUN-SEQ NOT = WS-RSTR-RUN-SEQ                  K6RSTR.1
000000         MOVE ZERO TO WS-RSTR-COUNT                               K6RSTR.1
000000         MOVE RS-RUN-DATE TO WS-RSTR-RUN-DATE                     K6RSTR.1
000000         MOVE RS-RUN-SEQ TO WS-RSTR-RUN-SEQ.                      K6RSTR.1
000000     IF WS-RSTR-COUNT NOT LESS THAN 10                            K6RSTR.1
000000         GO TO RESTART-POINTS-READ.                               K6RSTR.1
000000     ADD 1 TO WS-RSTR-COUNT.                                      K6RSTR.1
000000     MOVE RS-RESTART-REC TO RSTR-POINT (WS-RSTR-COUNT).           K6RSTR.1
000000     GO TO RESTART-POINTS-READ.                                   K6RSTR.1
000000 RESTART-POINTS-DONE.                                             K6RSTR.1
000000     CLOSE RESTART-POINTS.                                        K6RSTR.1
000000 RESTART-POINTS-LOAD-EXIT.                                        K6RSTR.1
000000     EXIT.                                                        K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000* RESTART-IMAGE-TAKE -- READ BOTH WORK FILES THROUGH AND TAKE     K6RSTR.1
000000* THEIR RECORD COUNTS AND HASH TOTALS.  ONLY CALLED WITH BOTH     K6RSTR.1
000000* FILES CLOSED.  A FILE THAT WILL NOT OPEN IMAGES AS EMPTY; THE   K6RSTR.1
000000* DECLARATIVES' ERROR COUNTS ARE PUT BACK AFTERWARDS SO THE       K6RSTR.1
000000* IMAGE NEVER CHARGES THE RUN.                                    K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000 RESTART-IMAGE-TAKE.                                              K6RSTR.1
000000     MOVE WS-FILE-ERR-COUNT TO WS-RSTR-SAVE-ERRS.                 K6RSTR.1
000000     MOVE ERROR-COUNTER-06V00 TO WS-RSTR-SAVE-ERRCTR.             K6RSTR.1
000000     MOVE ZERO TO WS-RSTR-IMG-RECORDS (1) WS-RSTR-IMG-HASH (1)    K6RSTR.1
000000                  WS-RSTR-IMG-RECORDS (2) WS-RSTR-IMG-HASH (2).   K6RSTR.1
000000     OPEN INPUT IX-FD1.                                           K6RSTR.1
000000     IF WS-IX-FD1-STATUS NOT = "00"                               K6RSTR.1
000000         GO TO RESTART-IMAGE-FS2.                                 K6RSTR.1
000000     MOVE 1 TO WS-RSTR-FILE-SUB.                                  K6RSTR.1
000000 RESTART-IMAGE-FD1-READ.                                          K6RSTR.1
000000     READ IX-FD1 NEXT RECORD                                      K6RSTR.1
000000         AT END GO TO RESTART-IMAGE-FD1-DONE.                     K6RSTR.1
000000     IF WS-IX-FD1-STATUS NOT = "00" AND WS-IX-FD1-STATUS          K6RSTR.1
000000             NOT = "02"                                           K6RSTR.1
000000         GO TO RESTART-IMAGE-FD1-DONE.                            K6RSTR.1
000000     MOVE IX-FD1R1-F-G-240 TO WS-RSTR-REC-AREA.                   K6RSTR.1
000000     PERFORM RESTART-IMAGE-HASH THRU RESTART-IMAGE-HASH-EXIT.     K6RSTR.1
000000     GO TO RESTART-IMAGE-FD1-READ.                                K6RSTR.1
000000 RESTART-IMAGE-FD1-DONE.                                          K6RSTR.1
000000     CLOSE IX-FD1.                                                K6RSTR.1
000000 RESTART-IMAGE-FS2.                                               K6RSTR.1
000000     OPEN INPUT IX-FS2.                                           K6RSTR.1
000000     IF WS-IX-FS2-STATUS NOT = "00"                               K6RSTR.1
000000         GO TO RESTART-IMAGE-RESTORE.                             K6RSTR.1
000000     MOVE 2 TO WS-RSTR-FILE-SUB.                                  K6RSTR.1
000000 RESTART-IMAGE-FS2-READ.                                          K6RSTR.1
000000     READ IX-FS2 NEXT RECORD                                      K6RSTR.1
000000         AT END GO TO RESTART-IMAGE-FS2-DONE.                     K6RSTR.1
000000     IF WS-IX-FS2-STATUS NOT = "00" AND WS-IX-FS2-STATUS          K6RSTR.1
000000             NOT = "02"                                           K6RSTR.1
000000         GO TO RESTART-IMAGE-FS2-DONE.                            K6RSTR.1
000000     MOVE IX-FS2R1-F-G-240 TO WS-RSTR-REC-AREA.                   K6RSTR.1
000000     PERFORM RESTART-IMAGE-HASH THRU RESTART-IMAGE-HASH-EXIT.     K6RSTR.1
000000     GO TO RESTART-IMAGE-FS2-READ.                                K6RSTR.1
000000 RESTART-IMAGE-FS2-DONE.                                          K6RSTR.1
000000     CLOSE IX-FS2.                                                K6RSTR.1
000000 RESTART-IMAGE-RESTORE.                                           K6RSTR.1
000000     MOVE WS-RSTR-SAVE-ERRS TO WS-FILE-ERR-COUNT.                 K6RSTR.1
000000     MOVE WS-RSTR-SAVE-ERRCTR TO ERROR-COUNTER-06V00.             K6RSTR.1
000000     MOVE SPACE TO RE-MARK.                                       K6RSTR.1
000000 RESTART-IMAGE-TAKE-EXIT.                                         K6RSTR.1
000000     EXIT.                                                        K6RSTR.1
000000 RESTART-IMAGE-HASH.                                              K6RSTR.1
000000     ADD 1 TO WS-RSTR-IMG-RECORDS (WS-RSTR-FILE-SUB).             K6RSTR.1
000000     SET WS-RSTR-IDX TO 1.                                        K6RSTR.1
000000 RESTART-IMAGE-HASH-CHUNK.                                        K6RSTR.1
000000     IF WS-RSTR-IDX GREATER THAN 120                              K6RSTR.1
000000         GO TO RESTART-IMAGE-HASH-EXIT.                           K6RSTR.1
000000     ADD WS-RSTR-REC-CHUNK (WS-RSTR-IDX)                          K6RSTR.1
000000         TO WS-RSTR-IMG-HASH (WS-RSTR-FILE-SUB).                  K6RSTR.1
000000     SET WS-RSTR-IDX UP BY 1.                                     K6RSTR.1
000000     GO TO RESTART-IMAGE-HASH-CHUNK.                              K6RSTR.1
000000 RESTART-IMAGE-HASH-EXIT.                                         K6RSTR.1
000000     EXIT.                                                        K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000* RESTART-POINT-TAKE -- APPEND A RESTART POINT FOR THE GROUP      K6RSTR.1
000000* JUST COMPLETED.  THE CALLER STAGES WS-RSTR-GROUP AND            K6RSTR.1
000000* WS-RSTR-PAR-NAME; BOTH WORK FILES ARE CLOSED.                   K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000 RESTART-POINT-TAKE.                                              K6RSTR.1
000000     PERFORM RESTART-IMAGE-TAKE THRU RESTART-IMAGE-TAKE-EXIT.     K6RSTR.1
000000     MOVE SPACE TO RS-RESTART-REC.                                K6RSTR.1
000000     MOVE CCVS-PGM-ID TO RS-PGM-ID.                               K6RSTR.1
000000     MOVE K6-TARGET-ID TO RS-TARGET.                              K6RSTR.1
000000     MOVE RAW-DATA-RUN-DATE-WS TO RS-RUN-DATE.                    K6RSTR.1
000000     MOVE RAW-DATA-SEQ-WS TO RS-RUN-SEQ.                          K6RSTR.1
000000     MOVE WS-WINDOW-ID TO RS-WINDOW-ID.                           K6RSTR.1
000000     MOVE WS-RSTR-GROUP TO RS-GROUP.                              K6RSTR.1
000000     MOVE WS-RSTR-PAR-NAME TO RS-PAR-NAME.                        K6RSTR.1
000000     PERFORM TCLK-GET-DATE THRU TCLK-GET-DATE-EXIT.               K6RSTR.1
000000     MOVE TCLK-DATE-OUT TO RS-TAKEN-DATE.                         K6RSTR.1
000000     PERFORM TCLK-GET-TIME THRU TCLK-GET-TIME-EXIT.               K6RSTR.1
000000     MOVE TCLK-TIME-OUT TO RS-TAKEN-TIME.                         K6RSTR.1
000000     MOVE PASS-COUNTER TO RS-PASS.                                K6RSTR.1
000000     MOVE ERROR-COUNTER TO RS-ERROR.                              K6RSTR.1
000000     MOVE DELETE-COUNTER TO RS-DELETE.                            K6RSTR.1
000000     MOVE INSPECT-COUNTER TO RS-INSPECT.                          K6RSTR.1
000000     MOVE XFAIL-COUNTER TO RS-XFAIL.                              K6RSTR.1
000000     MOVE XFAIL-SURPRISE-COUNTER TO RS-XFAIL-SURPRISE.            K6RSTR.1
000000     MOVE ABORTED-COUNTER TO RS-ABORTED.                          K6RSTR.1
000000     MOVE WS-RUN-SEV-HIGH TO RS-SEV-HIGH.                         K6RSTR.1
000000     MOVE CSV-ENV-DETAIL-COUNT TO RS-CSV-DETAIL.                  K6RSTR.1
000000     MOVE "IX-FD1" TO RS-IMG-FILE (1).                            K6RSTR.1
000000     MOVE WS-RSTR-IMG-RECORDS (1) TO RS-IMG-RECORDS (1).          K6RSTR.1
000000     MOVE WS-RSTR-IMG-HASH (1) TO RS-IMG-HASH (1).                K6RSTR.1
000000     MOVE "IX-FS2" TO RS-IMG-FILE (2).                            K6RSTR.1
000000     MOVE WS-RSTR-IMG-RECORDS (2) TO RS-IMG-RECORDS (2).          K6RSTR.1
000000     MOVE WS-RSTR-IMG-HASH (2) TO RS-IMG-HASH (2).                K6RSTR.1
000000     MOVE FILE-RECORD-INFO (1) TO RS-FILE-INFO (1).               K6RSTR.1
000000     MOVE FILE-RECORD-INFO (2) TO RS-FILE-INFO (2).               K6RSTR.1
000000     MOVE SPACE TO WS-RSTR-PGM-STATE.                             K6RSTR.1
000000     MOVE IX-FD1-FILESIZE TO WS-RSTR-FD1-FILESIZE.                K6RSTR.1
000000     MOVE IX-FS2-FILESIZE TO WS-RSTR-FS2-FILESIZE.                K6RSTR.1
000000     MOVE WRK-IX-FD1-RECKEY TO WS-RSTR-FD1-RECKEY.                K6RSTR.1
000000     MOVE WRK-IX-FS2-RECKEY TO WS-RSTR-FS2-RECKEY.                K6RSTR.1
000000     MOVE WRK-IX-FD1-ALTKEY TO WS-RSTR-FD1-ALTKEY.                K6RSTR.1
000000     MOVE WRK-IX-FS2-ALTKEY TO WS-RSTR-FS2-ALTKEY.                K6RSTR.1
000000     MOVE WS-RSTR-PGM-STATE TO RS-PGM-STATE.                      K6RSTR.1
000000     MOVE WS-FAIL-LIST-COUNT TO RS-FAIL-LIST-COUNT.               K6RSTR.2
000000     MOVE FAIL-LIST-TABLE TO RS-FAIL-LIST.                        K6RSTR.2
000000     MOVE INSPECT-LIST-TABLE TO RS-INSPECT-LIST.                  K6RSTR.2
000000     OPEN EXTEND RESTART-POINTS.                                  K6RSTR.1
000000     WRITE RP-POINT-REC FROM RS-RESTART-REC.                      K6RSTR.1
000000     CLOSE RESTART-POINTS.                                        K6RSTR.1
000000 RESTART-POINT-TAKE-EXIT.                                         K6RSTR.1
000000     EXIT.                                                        K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000* RESTART-MARK-OUTPUT -- AFTER THE HEADINGS: A RESUMED RUN        K6RSTR.1
000000* PRINTS THE RESUME LINE AND WRITES THE CSV "R" RECORD, BOTH      K6RSTR.1
000000* CARRYING THE COUNTERS AT THE RESTART POINT; A REFUSED           K6RSTR.1
000000* RESTART PRINTS WHY THE RUN IS GOING IN FULL.                    K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000 RESTART-MARK-OUTPUT.                                             K6RSTR.1
000000     IF WS-RSTR-REASON NOT = SPACE                                K6RSTR.1
000000         MOVE WS-RSTR-REASON TO RSF-REASON                        K6RSTR.1
000000         MOVE RS-REFUSED-LINE TO PRINT-REC                        K6RSTR.1
000000         PERFORM WRITE-LINE.                                      K6RSTR.1
000000     IF NOT RSTR-RESUMING                                         K6RSTR.1
000000         GO TO RESTART-MARK-OUTPUT-EXIT.                          K6RSTR.1
000000     MOVE RS-GROUP TO RSL-GROUP.                                  K6RSTR.1
000000     MOVE RS-PAR-NAME TO RSL-PAR-NAME.                            K6RSTR.1
000000     MOVE RS-PASS TO RSL-OK.                                      K6RSTR.1
000000     MOVE RS-ERROR TO RSL-FAIL.                                   K6RSTR.1
000000     MOVE RS-DELETE TO RSL-DEL.                                   K6RSTR.1
000000     MOVE RS-INSPECT TO RSL-INSP.                                 K6RSTR.1
000000     MOVE RS-TAKEN-DATE TO RSL-DATE.                              K6RSTR.1
000000     MOVE RS-TAKEN-TIME TO RSL-TIME.                              K6RSTR.1
000000     MOVE RS-RESUME-LINE TO PRINT-REC.                            K6RSTR.1
000000     PERFORM WRITE-LINE.                                          K6RSTR.1
000000     MOVE RS-GROUP TO CER-GROUP.                                  K6RSTR.1
000000     MOVE RS-PAR-NAME TO CER-PAR-NAME.                            K6RSTR.1
000000     MOVE RS-CSV-DETAIL TO CER-DETAIL-COUNT.                      K6RSTR.1
000000     MOVE RS-PASS TO CER-OK.                                      K6RSTR.1
000000     MOVE RS-ERROR TO CER-FAIL.                                   K6RSTR.1
000000     MOVE RS-DELETE TO CER-DELETED.                               K6RSTR.1
000000     MOVE RS-INSPECT TO CER-INSPECT.                              K6RSTR.1
000000     MOVE RS-XFAIL TO CER-XFAIL.                                  K6RSTR.1
000000     MOVE RS-TAKEN-DATE TO CER-POINT-DATE.                        K6RSTR.1
000000     MOVE RS-TAKEN-TIME TO CER-POINT-TIME.                        K6RSTR.1
000000     MOVE CSV-ENV-RESUME-REC TO CSV-REC.                          K6RSTR.1
000000     WRITE CSV-REC.                                               K6RSTR.1
000000 RESTART-MARK-OUTPUT-EXIT.                                        K6RSTR.1
000000     EXIT.                                                        K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000* RESTART-RESUME -- ENTERED FROM THE TOP OF THE TEST SECTION      K6RSTR.1
000000* ON A RESUMED RUN.  PUT BACK THE COUNTERS, THE FAIL AND          K6RSTR.2
000000* INSPECT LISTS AND THE WORKING VALUES                            K6RSTR.2
000000* OF THE RESTART POINT AND CONTINUE WITH THE NEXT GROUP.  THE     K6RSTR.1
000000* CSV DETAIL COUNT IS NOT PUT BACK -- THE TRAILER COUNTS THIS     K6RSTR.1
000000* EXTRACT'S OWN ROWS.                                             K6RSTR.1
000000*--------------------------------------------------------------   K6RSTR.1
000000 RESTART-RESUME.                                                  K6RSTR.1
000000     MOVE "RESTART-RESUME        " TO WS-HB-PHASE.                K6RSTR.1
000000     PERFORM HEARTBEAT-POST THRU HEARTBEAT-POST-EXIT.             K6RSTR.1
000000     MOVE RS-PASS TO PASS-COUNTER.                                K6RSTR.1
000000     MOVE RS-ERROR TO ERROR-COUNTER.                              K6RSTR.1
000000     MOVE RS-DELETE TO DELETE-COUNTER.                            K6RSTR.1
000000     MOVE RS-INSPECT TO INSPECT-COUNTER.                          K6RSTR.1
000000     MOVE RS-XFAIL TO XFAIL-COUNTER.                              K6RSTR.1
000000     MOVE RS-XFAIL-SURPRISE TO XFAIL-SURPRISE-COUNTER.            K6RSTR.1
000000     MOVE RS-ABORTED TO ABORTED-COUNTER.                          K6RSTR.1
000000     MOVE RS-SEV-HIGH TO WS-RUN-SEV-HIGH.                         K6RSTR.1
000000     MOVE RS-FILE-INFO (1) TO FILE-RECORD-INFO (1).               K6RSTR.1
000000     MOVE RS-FILE-INFO (2) TO FILE-RECORD-INFO (2).               K6RSTR.1
000000     MOVE RS-FAIL-LIST-COUNT TO WS-FAIL-LIST-COUNT.               K6RSTR.2
000000     MOVE RS-FAIL-LIST TO FAIL-LIST-TABLE.                        K6RSTR.2
000000     MOVE RS-INSPECT-LIST TO INSPECT-LIST-TABLE.                  K6RSTR.2
000000     MOVE RS-PGM-STATE TO WS-RSTR-PGM-STATE.                      K6RSTR.1
000000     MOVE WS-RSTR-FD1-FILESIZE TO IX-FD1-FILESIZE.                K6RSTR.1
000000     MOVE WS-RSTR-FS2-FILESIZE TO IX-FS2-FILESIZE.                K6RSTR.1
000000     MOVE WS-RSTR-FD1-RECKEY TO WRK-IX-FD1-RECKEY.                K6RSTR.1
000000     MOVE WS-RSTR-FS2-RECKEY TO WRK-IX-FS2-RECKEY.                K6RSTR.1
000000     MOVE WS-RSTR-FD1-ALTKEY TO WRK-IX-FD1-ALTKEY.                K6RSTR.1
000000     MOVE WS-RSTR-FS2-ALTKEY TO WRK-IX-FS2-ALTKEY.                K6RSTR.1
000000     GO TO READ-RESUME-F1-01                                      K6RSTR.1
000000           READ-RESUME-F2-01                                      K6RSTR.1
000000           START-RESUME-GF-01                                     K6RSTR.1
000000         DEPENDING ON WS-RSTR-GROUP.                              K6RSTR.1
000000     GO TO CLOSE-FILES.                                           K6RSTR.1
053700 CCVS1-EXIT.                                                      IX2084.2
053800     EXIT.                                                        IX2084.2
053900 SECT-IX208A-0001 SECTION.                                        IX2084.2
054000 WRITE-INIT-GF-01.                                                IX2084.2
000000     MOVE "SECT-IX208A-0001      " TO WS-HB-PHASE.                K6HBMN.1
000000     PERFORM HEARTBEAT-POST THRU HEARTBEAT-POST-EXIT.             K6HBMN.1
000000     IF RSTR-RESUMING                                             K6RSTR.1
000000         GO TO RESTART-RESUME.                                    K6RSTR.1
000000     MOVE "OUT" TO RETRY-MODE-T.                                  K6RTRY.1
000000     PERFORM OPEN-FD1-WITH-RETRY THRU OPEN-FD1-RETRY-EXIT.        K6RTRY.1
000000     MOVE     "OPEN    " TO JRNL-VERB-T.                          K6JRNL.1
057400     MOVE     WRK-IX-FD1-RECKEY  TO XRECORD-KEY (1).              IX2084.2
057500     MOVE     WRK-IX-FD1-ALTKEY  TO ALTERNATE-KEY1 (1).           IX2084.2
057600     MOVE     FILE-RECORD-INFO (1) TO IX-FD1R1-F-G-240.           IX2084.2
000000     PERFORM  JOURNAL-FD1-STAGE.                                  K6AIJR.1
057700     WRITE    IX-FD1R1-F-G-240                                    IX2084.2
057800              INVALID KEY                                         IX2084.2
057900              ADD       000001 TO INV-KEY-COUNTER.                IX2084.2
000000     MOVE     99901  TO IX-FS1-KEYNUM.                            ALTDUP.2
000000     MOVE     ZERO   TO IX-FD1-ALTKEY1.                           ALTDUP.2
000000     MOVE     55555  TO IX-FD1-ALTKEY1NUM.                        ALTDUP.2
000000     PERFORM  JOURNAL-FD1-STAGE.                                  K6AIJR.1
000000     WRITE    IX-FD1R1-F-G-240                                    ALTDUP.2
000000              INVALID KEY ADD 000001 TO INV-KEY-COUNTER.          ALTDUP.2
000000     MOVE     "WRITE   " TO JRNL-VERB-T.                          K6JRNL.1
000000     MOVE     99902  TO IX-FS1-KEYNUM.                            ALTDUP.2
000000     MOVE     ZERO   TO IX-FD1-ALTKEY1.                           ALTDUP.2
000000     MOVE     55555  TO IX-FD1-ALTKEY1NUM.                        ALTDUP.2
000000     PERFORM  JOURNAL-FD1-STAGE.                                  K6AIJR.1
000000     WRITE    IX-FD1R1-F-G-240                                    ALTDUP.2
000000              INVALID KEY ADD 000001 TO INV-KEY-COUNTER.          ALTDUP.2
000000     IF       INV-KEY-COUNTER NOT EQUAL TO ZERO                   ALTDUP.2
061200     MOVE     WRK-IX-FS2-RECKEY  TO  XRECORD-KEY (2).             IX2084.2
061300     MOVE     WRK-IX-FS2-ALTKEY  TO  ALTERNATE-KEY1 (2).          IX2084.2
061400     MOVE     FILE-RECORD-INFO (2) TO IX-FS2R1-F-G-240.           IX2084.2
000000     PERFORM  JOURNAL-FS2-STAGE.                                  K6AIJR.1
061500     WRITE    IX-FS2R1-F-G-240                                    IX2084.2
061600              INVALID KEY                                         IX2084.2
061700              ADD   000001 TO INV-KEY-COUNTER.                    IX2084.2
000000     MOVE     88801  TO IX-FS2-KEYNUM.                            ALTDUP.2
000000     MOVE     ZERO   TO IX-FS2-ALTKEY1.                           ALTDUP.2
000000     MOVE     66666  TO IX-FS2-ALTKEY1NUM.                        ALTDUP.2
000000     PERFORM  JOURNAL-FS2-STAGE.                                  K6AIJR.1
000000     WRITE    IX-FS2R1-F-G-240                                    ALTDUP.2
000000              INVALID KEY ADD 000001 TO INV-KEY-COUNTER.          ALTDUP.2
000000     MOVE     "WRITE   " TO JRNL-VERB-T.                          K6JRNL.1
000000     MOVE     88802  TO IX-FS2-KEYNUM.                            ALTDUP.2
000000     MOVE     ZERO   TO IX-FS2-ALTKEY1.                           ALTDUP.2
000000     MOVE     66666  TO IX-FS2-ALTKEY1NUM.                        ALTDUP.2
000000     PERFORM  JOURNAL-FS2-STAGE.                                  K6AIJR.1
000000     WRITE    IX-FS2R1-F-G-240                                    ALTDUP.2
000000              INVALID KEY ADD 000001 TO INV-KEY-COUNTER.          ALTDUP.2
000000     IF       INV-KEY-COUNTER NOT EQUAL TO ZERO                   ALTDUP.2
000000     MOVE     "CLOSE   " TO JRNL-VERB-T.                          K6JRNL.1
000000     PERFORM  JOURNAL-FS2-EVENT.                                  K6JRNL.1
064600 READ-INIT-F1-01.                                                 IX2084.2
000000     MOVE 01 TO WS-RSTR-GROUP.                                    K6RSTR.1
000000     MOVE "ALTDUP-TEST-FS2" TO WS-RSTR-PAR-NAME.                  K6RSTR.1
000000     PERFORM RESTART-POINT-TAKE THRU RESTART-POINT-TAKE-EXIT.     K6RSTR.1
000000 READ-RESUME-F1-01.                                               K6RSTR.1
064700     PERFORM  BLANK-LINE-PRINT.                                   IX2084.2
064800     MOVE     "THE FOLLOWING  TESTS ACCESS A FILE DEFINED AS      IX2084.2
064900-             "ACCESS MODE IS DYNAMIC."  TO  PRINT-REC.           IX2084.2
076100     PERFORM  DE-LETE.                                            IX2084.2
076200     PERFORM  PRINT-DETAIL.                                       IX2084.2
076300 READ-INIT-F2-01.                                                 IX2084.2
000000     MOVE 02 TO WS-RSTR-GROUP.                                    K6RSTR.1
000000     MOVE "READ-TEST-F1-04" TO WS-RSTR-PAR-NAME.                  K6RSTR.1
000000     PERFORM RESTART-POINT-TAKE THRU RESTART-POINT-TAKE-EXIT.     K6RSTR.1
000000 READ-RESUME-F2-01.                                               K6RSTR.1
000000     MOVE "INP" TO RETRY-MODE-T.                                  K6RTRY.1
000000     PERFORM OPEN-FD1-WITH-RETRY THRU OPEN-FD1-RETRY-EXIT.        K6RTRY.1
076500     MOVE "READ-TEST-F2-01" TO PAR-NAME.                          IX2084.2
095100*                       AT END PHRASE HAS NOT BEEN SPECIFIED.     IX2084.2
095200*                                                                 IX2084.2
095300 START-INIT-GF-01.                                                IX2084.2
000000     MOVE 03 TO WS-RSTR-GROUP.                                    K6RSTR.1
000000     MOVE "READ-TEST-F2-05" TO WS-RSTR-PAR-NAME.                  K6RSTR.1
000000     PERFORM RESTART-POINT-TAKE THRU RESTART-POINT-TAKE-EXIT.     K6RSTR.1
000000 START-RESUME-GF-01.                                              K6RSTR.1
000000     MOVE "INP" TO RETRY-MODE-T.                                  K6RTRY.1
000000     PERFORM OPEN-FD1-WITH-RETRY THRU OPEN-FD1-RETRY-EXIT.        K6RTRY.1
000000     MOVE "INP" TO RETRY-MODE-T.                                  K6RTRY.1
