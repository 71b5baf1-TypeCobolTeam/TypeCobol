001600* COMPILE-TIME SITE SETTING: SET IT TO "ON " AND RECOMPILE FOR    K6JRNL.1
001700* A JOURNALED RUN, LEAVE IT "OFF" FOR PRODUCTION WINDOWS WHERE    K6JRNL.1
001800* THE JOURNAL VOLUME IS NOT WANTED.                               K6JRNL.1
000000*                                                                 K6AIJR.1
000000* "AFT" IS THE AFTER-IMAGE LEVEL: EVERYTHING "ON " DOES, AND IN   K6AIJR.1
000000* ADDITION EVERY JOURNALED OPERATION GOES TO AIJRNL               K6AIJR.1
000000* (K6AIJR.CPY), WITH THE FULL RECORD OF EACH WRITE, REWRITE AND   K6AIJR.1
000000* DELETE, SO K6IXRC CAN REBUILD THE WORK FILE AS IT STOOD AT      K6AIJR.1
000000* ANY OPERATION.  THE RECORD AREA IS UNDEFINED AFTER AN UPDATE    K6AIJR.1
000000* VERB, SO THE CALLER STAGES THE KEY AND RECORD INTO JRNL-KEY-T   K6AIJR.1
000000* AND JRNL-IMAGE-T BEFORE THE VERB (SEE JOURNAL-FD1-STAGE IN      K6AIJR.1
000000* IX208A) AND THE JOURNAL PARAGRAPH ADDS ONLY THE STATUS.         K6AIJR.1
001900*================================================================ K6JRNL.1
002000 01  K6-JOURNAL-MODE              PIC X(3) VALUE "OFF".           K6JRNL.1
000000     88  K6-JOURNAL-ON                   VALUE "ON " "AFT".       K6AIJR.1
000000     88  K6-JOURNAL-AFTER-IMAGES         VALUE "AFT".             K6AIJR.1
002100 01  JRNL-VERB-T                  PIC X(11) VALUE SPACE.          K6JRNL.1
000000     88  JRNL-VERB-OPEN                  VALUE "OPEN".            K6AIJR.1
000000     88  JRNL-VERB-UPDATE                VALUE "WRITE" "REWRITE"  K6AIJR.1
000000                                      "DELETE" "WRITE/REWRT".     K6AIJR.1
002200 01  JRNL-FILE-NAME-T             PIC X(8) VALUE SPACE.           K6JRNL.1
002300 01  JRNL-STATUS-T                PIC X(2) VALUE SPACE.           K6JRNL.1
002400 01  JRNL-KEY-T                   PIC X(10) VALUE SPACE.          K6JRNL.1
000000 01  JRNL-IMAGE-T                 PIC X(240) VALUE SPACE.         K6AIJR.1
