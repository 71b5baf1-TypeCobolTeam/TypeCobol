000100*================================================================ K6HKRG.1
000200* K6HKRG.CPY -- HOUSEKEEPING REGISTER CARD (HKPREG).              K6HKRG.1
000300*                                                                 K6HKRG.1
000400* ONE 80-BYTE CARD PER PERIODIC HOUSEKEEPING JOB THE SUITE OWES   K6HKRG.1
000500* ITSELF OUTSIDE THE WINDOW (AUDITS, RESTORE DRILLS, VAULT        K6HKRG.1
000600* ROTATION, CLOSES, MONTHLY REPORTS).  "*" IN COLUMN 1 IS A       K6HKRG.1
000700* COMMENT.  K6HKDU READS THE DECK EVERY BUSINESS DAY.             K6HKRG.1
000800*                                                                 K6HKRG.1
000900* HK-FREQ  D  EVERY BUSINESS DAY                                  K6HKRG.1
001000*          W  ONCE A CALENDAR WEEK (MONDAY-SUNDAY)                K6HKRG.1
001100*          M  ONCE A CALENDAR MONTH                               K6HKRG.1
001200*          Q  ONCE A CALENDAR QUARTER                             K6HKRG.1
001300*          Y  ONCE A CALENDAR YEAR                                K6HKRG.1
001400*          B  EVERY HK-INTERVAL BUSINESS DAYS AFTER THE LAST      K6HKRG.1
001500*             COMPLETION                                          K6HKRG.1
001600* HK-DUE-DAY (W/M/Q/Y) IS THE BUSINESS DAY OF THE PERIOD THE JOB  K6HKRG.1
001700* MUST HAVE RUN BY -- 01 THE FIRST, 03 THE THIRD; 00 OR BLANK     K6HKRG.1
001800* THE LAST BUSINESS DAY OF THE PERIOD.  HK-GRACE IS THE NUMBER    K6HKRG.1
001900* OF BUSINESS DAYS PAST THE DUE DATE BEFORE THE JOB IS OVERDUE.   K6HKRG.1
002000* BUSINESS DAYS ARE THOSE OF THE PROCESSING CALENDAR (K6CALD).    K6HKRG.1
002100*================================================================ K6HKRG.1
002200 01  HK-REG-CARD.                                                 K6HKRG.1
002300     05  HK-JOB-ID                PIC X(8).                       K6HKRG.1
002400     05  FILLER                   PIC X(1).                       K6HKRG.1
002500     05  HK-PGM-ID                PIC X(6).                       K6HKRG.1
002600     05  FILLER                   PIC X(1).                       K6HKRG.1
002700     05  HK-FREQ                  PIC X(1).                       K6HKRG.1
002800         88  HK-FREQ-VALID        VALUE "D" "W" "M" "Q" "Y" "B".  K6HKRG.1
002900         88  HK-FREQ-PERIOD       VALUE "W" "M" "Q" "Y".          K6HKRG.1
003000     05  FILLER                   PIC X(1).                       K6HKRG.1
003100     05  HK-DUE-DAY               PIC X(2).                       K6HKRG.1
003200     05  FILLER                   PIC X(1).                       K6HKRG.1
003300     05  HK-INTERVAL              PIC X(3).                       K6HKRG.1
003400     05  FILLER                   PIC X(1).                       K6HKRG.1
003500     05  HK-GRACE                 PIC X(2).                       K6HKRG.1
003600     05  FILLER                   PIC X(1).                       K6HKRG.1
003700*    OWNING QUEUE OVERDUE NOTICES ARE ROUTED TO.                  K6HKRG.1
003800     05  HK-QUEUE-ID              PIC X(8).                       K6HKRG.1
003900     05  FILLER                   PIC X(1).                       K6HKRG.1
004000     05  HK-DESC                  PIC X(30).                      K6HKRG.1
004100     05  FILLER                   PIC X(13).                      K6HKRG.1
