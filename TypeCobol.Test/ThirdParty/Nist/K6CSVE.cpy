001300* ALREADY KEYS EACH SEGMENT OF A CONCATENATED WINDOW INPUT ON.    K6CSVE.1
001400*                                                                 K6CSVE.1
001500* BUMP CEH-LAYOUT-VER WHENEVER THE HEADER OR DETAIL LAYOUT        K6CSVE.1
000000* BY CSV-WRITE-DETAIL CHANGES; "V11" IS THE 194-BYTE LAYOUT       K6SREL.1
000000* WITH AN 8-DIGIT (CCYYMMDD) HEADER RUN-DATE, THE                 K6WIND.1
000000* EXPECTED-FAIL COUNT IN THE TRAILER AND THE PRACTICE FLAG        K6SBOX.1
000000* AND THE NAMED-WINDOW ID IN THE HEADER, AND THE SEGMENT-LIMIT    K6SGSW.1
000000* SWEEP TAG, THE COMPILE-OPTION PROFILE AND THE RECORD-FORMAT     K6SQSW.1
000000* SWEEP CELL AND THE TEST-SUITE RELEASE AFTER THEM.               K6SREL.1
001800*================================================================ K6CSVE.1
001900 01  CSV-ENV-HEADER-REC.                                          K6CSVE.1
002000     05  CEH-FLAG             PIC X(1)  VALUE "H".                K6CSVE.1
002200     05  CEH-TARGET           PIC X(8)  VALUE SPACE.              K6CSVE.1
002300     05  CEH-RUN-DATE         PIC 9(8)  VALUE ZERO.               K6CSVE.1
002400     05  CEH-RUN-SEQ          PIC 99    VALUE ZERO.               K6CSVE.1
002500     05  CEH-LAYOUT-VER       PIC X(3)  VALUE "V11".              K6SREL.1
000000*    PRACTICE-WINDOW WATERMARK -- "P" WHEN THE EXTRACT CAME       K6SBOX.1
000000*    FROM A SANDBOX RUN (SEE THE SANDBOX CARD IN IX208A).         K6SBOX.1
000000*    K6CONS REFUSES "P" SEGMENTS, SO PRACTICE OUTPUT CAN NEVER    K6SBOX.1
000000*    K6CONS KEYS ON, SO A SAME-DAY EXTRA-WINDOW SEGMENT IS        K6WIND.1
000000*    NOT MISTAKEN FOR A RERUN OF THE OVERNIGHT ONE.               K6WIND.1
000000     05  CEH-WINDOW-ID        PIC X(1)  VALUE SPACE.              K6WIND.1
000000*    SEGMENT-LIMIT THE PROGRAM WAS COMPILED AT FOR A K6SGSW       K6SGSW.1
000000*    SWEEP RUN (SEE K6SGPT); SPACE FOR AN ORDINARY RUN, WHICH     K6SGSW.1
000000*    USES WHATEVER LIMIT THE MEMBER ITSELF DECLARES.              K6SGSW.1
000000     05  CEH-SEG-LIMIT        PIC X(2)  VALUE SPACE.              K6SGSW.1
000000*    COMPILE-OPTION PROFILE THE PROGRAM WAS COMPILED UNDER        K6COPT.1
000000*    (K6COPT.CPY), SO AN EXTRACT NAMES ITS OPTIONS THE SAME WAY   K6COPT.1
000000*    THE RAW-DATA RECORD DOES.                                    K6COPT.1
000000     05  CEH-OPT-PROFILE      PIC X(8)  VALUE SPACE.              K6COPT.1
000000*    RECORD-FORMAT SWEEP CELL (K6SQCF.CPY) THE FILE UNDER TEST    K6SQSW.1
000000*    WAS COMPILED AT FOR A K6SQSW SWEEP RUN (SEE K6SQPT); SPACE   K6SQSW.1
000000*    FOR AN ORDINARY RUN.                                         K6SQSW.1
000000     05  CEH-SQ-CELL          PIC X(21) VALUE SPACE.              K6SQSW.1
000000*    TEST-SUITE RELEASE THE PROGRAM WAS TAKEN FROM (K6SREL.CPY),  K6SREL.1
000000*    SO AN EXTRACT NAMES ITS SUITE RELEASE THE SAME WAY THE       K6SREL.1
000000*    RAW-DATA RECORD DOES.  ZERO OR SPACE ON AN OLDER EXTRACT.    K6SREL.1
000000     05  CEH-SUITE-REL        PIC 99    VALUE ZERO.               K6SREL.1
002600 01  CSV-ENV-TRAILER-REC.                                         K6CSVE.1
002700     05  CET-FLAG             PIC X(1)  VALUE "T".                K6CSVE.1
002800     05  CET-DETAIL-COUNT     PIC 9(7)  VALUE ZERO.               K6CSVE.1
000000     05  CEC-ROLE             PIC X(8)  VALUE SPACE.              K6FULL.1
000000     05  CEC-DIFF-OFFSET      PIC 9(3)  VALUE ZERO.               K6FULL.1
000000     05  CEC-OPERAND          PIC X(120) VALUE SPACE.             K6FULL.1
000000*    RESUME RECORD -- WRITTEN RIGHT AFTER THE COLUMN-NAME LINE    K6RSTR.1
000000*    BY A RUN THAT RESUMED FROM AN INTRA-PROGRAM RESTART POINT    K6RSTR.1
000000*    (K6RSTR.CPY): "R" FLAG, THE GROUP RESUMED AFTER AND ITS      K6RSTR.1
000000*    PAR-NAME, AND THE DETAIL COUNT AND COUNTERS AT THAT POINT.   K6RSTR.1
000000*    THE HEADER AHEAD OF IT REPEATS THE RUN KEY OF THE ABENDED    K6RSTR.1
000000*    ATTEMPT; K6RCON RESTARTS THAT RUN'S TALLY FROM THESE VALUES. K6RSTR.1
000000*    THE TRAILER STILL COUNTS ONLY THIS EXTRACT'S OWN DETAIL      K6RSTR.1
000000*    ROWS, SO THE EXTRACT VALIDATES ON ITS OWN.  READERS THAT DO  K6RSTR.1
000000*    NOT UNDERSTAND "R" RECORDS SKIP THEM.                        K6RSTR.1
000000 01  CSV-ENV-RESUME-REC.                                          K6RSTR.1
000000     05  CER-FLAG             PIC X(1)  VALUE "R".                K6RSTR.1
000000     05  CER-GROUP            PIC 99    VALUE ZERO.               K6RSTR.1
000000     05  CER-PAR-NAME         PIC X(22) VALUE SPACE.              K6RSTR.1
000000     05  CER-DETAIL-COUNT     PIC 9(7)  VALUE ZERO.               K6RSTR.1
000000     05  CER-OK               PIC 999   VALUE ZERO.               K6RSTR.1
000000     05  CER-FAIL             PIC 999   VALUE ZERO.               K6RSTR.1
000000     05  CER-DELETED          PIC 999   VALUE ZERO.               K6RSTR.1
000000     05  CER-INSPECT          PIC 999   VALUE ZERO.               K6RSTR.1
000000     05  CER-XFAIL            PIC 999   VALUE ZERO.               K6RSTR.1
000000     05  CER-POINT-DATE       PIC 9(8)  VALUE ZERO.               K6RSTR.1
000000     05  CER-POINT-TIME       PIC 9(8)  VALUE ZERO.               K6RSTR.1
