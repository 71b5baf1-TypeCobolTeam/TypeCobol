000100*================================================================ K6CASR.1
000200* K6CASR.CPY -- FAILURE CASE-FILE RECORD (CASEFILE).              K6CASR.1
000300*                                                                 K6CASR.1
000400* ONE 160-BYTE RECORD PER TEST CASE (K6TCID PERMANENT ID) AND     K6CASR.1
000500* TARGET, OPENED BY K6CASE AT THE TEST'S FIRST FAILURE.  IT       K6CASR.1
000600* GATHERS WHAT THE PER-FAILURE REGISTERS SAY ABOUT THE FAILURE    K6CASR.1
000700* -- ROUTING QUEUE AND ESCALATION LEVEL (NOTIFYQ/ESCQUEUE),       K6CASR.1
000800* ACKNOWLEDGMENT AND INCIDENT STATUS (ACKREG), TRIAGE CLASS       K6CASR.1
000900* (TRIAXT), DEFECT SIGNATURE (CLUSXT), VENDOR DEFECT (VDEFMST),   K6CASR.1
001000* AND WAIVER, SUPPRESSION OR EXPECTED-FAIL COVER (WVRREG,         K6CASR.1
001100* SUPRREG, VDEFMST) -- AND THE LIFECYCLE STATE THEY ADD UP TO.    K6CASR.1
001200* A TEST WITH NO REGISTRY ID IS KEYED BY PROGRAM AND PAR-NAME     K6CASR.1
001300* WITH CS-TCID BLANK.                                             K6CASR.1
001400*================================================================ K6CASR.1
001500 01  CS-CASE-REC.                                                 K6CASR.1
001600     05  CS-TCID                  PIC X(7).                       K6CASR.1
001700     05  FILLER                   PIC X(1).                       K6CASR.1
001800     05  CS-TARGET-ID             PIC X(8).                       K6CASR.1
001900     05  FILLER                   PIC X(1).                       K6CASR.1
002000     05  CS-PGM-ID                PIC X(6).                       K6CASR.1
002100     05  FILLER                   PIC X(1).                       K6CASR.1
002200     05  CS-PAR-NAME              PIC X(22).                      K6CASR.1
002300     05  FILLER                   PIC X(1).                       K6CASR.1
002400     05  CS-OPENED-DATE           PIC X(8).                       K6CASR.1
002500     05  FILLER                   PIC X(1).                       K6CASR.1
002600     05  CS-STATE                 PIC X(1).                       K6CASR.1
002700         88  CS-NEW                          VALUE "1".           K6CASR.1
002800         88  CS-ACKNOWLEDGED                 VALUE "2".           K6CASR.1
002900         88  CS-TRIAGED                      VALUE "3".           K6CASR.1
003000         88  CS-CLUSTERED                    VALUE "4".           K6CASR.1
003100         88  CS-DEFECT-RAISED                VALUE "5".           K6CASR.1
003200         88  CS-COVERED                      VALUE "6".           K6CASR.1
003300         88  CS-FIX-DELIVERED                VALUE "7".           K6CASR.1
003400         88  CS-VERIFIED                     VALUE "8".           K6CASR.1
003500         88  CS-CLOSED                       VALUE "9".           K6CASR.1
003600     05  FILLER                   PIC X(1).                       K6CASR.1
003700     05  CS-STATE-DATE            PIC X(8).                       K6CASR.1
003800     05  FILLER                   PIC X(1).                       K6CASR.1
003900*    PASS OR FAIL* AT THE LATEST RUN THAT REPORTED THE TEST.      K6CASR.1
004000     05  CS-LAST-VERDICT          PIC X(5).                       K6CASR.1
004100     05  FILLER                   PIC X(1).                       K6CASR.1
004200     05  CS-LAST-RUN-DATE         PIC X(8).                       K6CASR.1
004300     05  FILLER                   PIC X(1).                       K6CASR.1
004400     05  CS-QUEUE-ID              PIC X(8).                       K6CASR.1
004500     05  FILLER                   PIC X(1).                       K6CASR.1
004600     05  CS-ESC-LEVEL             PIC X(1).                       K6CASR.1
004700     05  FILLER                   PIC X(1).                       K6CASR.1
004800*    "A" WHEN THE ACKNOWLEDGMENT REGISTER SHOWS IT ACKNOWLEDGED.  K6CASR.1
004900     05  CS-ACK-FLAG              PIC X(1).                       K6CASR.1
005000     05  FILLER                   PIC X(1).                       K6CASR.1
005100     05  CS-ACK-USER              PIC X(8).                       K6CASR.1
005200     05  FILLER                   PIC X(1).                       K6CASR.1
005300     05  CS-ACK-TICKET            PIC X(8).                       K6CASR.1
005400     05  FILLER                   PIC X(1).                       K6CASR.1
005500*    INCIDENT STATUS AS K6INCS.CPY: N, A, W OPEN; R, C DONE.      K6CASR.1
005600     05  CS-INC-STATUS            PIC X(1).                       K6CASR.1
005700         88  CS-INC-OPEN                     VALUE "N" "A" "W".   K6CASR.1
005800         88  CS-INC-DONE                     VALUE "R" "C".       K6CASR.1
005900     05  FILLER                   PIC X(1).                       K6CASR.1
006000     05  CS-TRIAGE-CLASS          PIC X(1).                       K6CASR.1
006100     05  FILLER                   PIC X(1).                       K6CASR.1
006200     05  CS-SIGNATURE             PIC X(16).                      K6CASR.1
006300     05  FILLER                   PIC X(1).                       K6CASR.1
006400     05  CS-DEFECT-ID             PIC X(8).                       K6CASR.1
006500     05  FILLER                   PIC X(1).                       K6CASR.1
006600     05  CS-DEFECT-STATUS         PIC X(8).                       K6CASR.1
006700     05  FILLER                   PIC X(1).                       K6CASR.1
006800*    W WAIVED, S SUPPRESSED, E EXPECTED-FAIL UNTIL A DATE.        K6CASR.1
006900     05  CS-COVER                 PIC X(1).                       K6CASR.1
007000     05  FILLER                   PIC X(1).                       K6CASR.1
007100     05  CS-REOPEN-COUNT          PIC 9(2).                       K6CASR.1
007200     05  FILLER                   PIC X(4).                       K6CASR.1
