000100*================================================================ K6APQR.1
000200* K6APQR.CPY -- PENDING-CHANGE QUEUE RECORD (TWO-PERSON RULE).    K6APQR.1
000300*                                                                 K6APQR.1
000400* A CHANGE TO THE GOLDEN BASELINE (GOLDMSTR), THE WAIVER          K6APQR.1
000500* REGISTER (WVRREG) OR THE SUPPRESSION REGISTER (SUPRREG) IS      K6APQR.1
000600* ENTERED ON THE QUEUE BY ONE USER AND RELEASED ONLY WHEN A       K6APQR.1
000700* SECOND, DIFFERENT USER AUTHORIZED FOR THAT REGISTER APPROVES    K6APQR.1
000800* IT -- SEE K6APRQ.  THE SAME RECORD SERVES THREE FILES:          K6APQR.1
000900*    APRQUE   THE QUEUE ITSELF -- ONE CONTROL RECORD CARRYING     K6APQR.1
001000*             THE LAST QUEUE NUMBER ISSUED, THEN ONE ENTRY PER    K6APQR.1
001100*             CHANGE STILL PENDING;                               K6APQR.1
001200*    APRQUEN  THE QUEUE CARRIED FORWARD BY K6APRQ;                K6APQR.1
001300*    APRQLOG  THE DECISION LOG, ONE RECORD APPENDED PER EVENT     K6APQR.1
001400*             (ENTERED, APPROVED, REJECTED, EXPIRED).             K6APQR.1
001500*                                                                 K6APQR.1
001600*    COLS   1     RECORD TYPE (C = CONTROL, E = ENTRY)            K6APQR.1
001700*    COLS   3-8   QUEUE NUMBER (CONTROL: LAST NUMBER ISSUED)      K6APQR.1
001800*    COLS  10-17  REGISTER (GOLDMSTR, WVRREG, SUPRREG)            K6APQR.1
001900*    COLS  19-25  OPERATION (ADD, REPLACE, DELETE)                K6APQR.1
002000*    COLS  27     STATUS (P PENDING, A APPROVED, R REJECTED,      K6APQR.1
002100*                 X EXPIRED)                                      K6APQR.1
002200*    COLS  29-36  ENTERED BY (USER-ID FROM THE JOB IDENTITY)      K6APQR.1
002300*    COLS  38-45  DATE ENTERED (CCYYMMDD)                         K6APQR.1
002400*    COLS  47-54  APPROVED OR REJECTED BY                         K6APQR.1
002500*    COLS  56-63  DATE DECIDED (CCYYMMDD)                         K6APQR.1
002600*    COLS  65-104 REJECTION OR EXPIRY REASON                      K6APQR.1
002700*    COLS 106-185 THE CHANGE CARD, IN THE REGISTER'S OWN LAYOUT   K6APQR.1
002800*                 (FOR GOLDMSTR, THE K6GUPD APPROVAL CARD)        K6APQR.1
002900*================================================================ K6APQR.1
003000 01  AQ-QUEUE-REC.                                                K6APQR.1
003100     05  AQ-REC-TYPE              PIC X(1).                       K6APQR.1
003200         88  AQ-CONTROL-REC                 VALUE "C".            K6APQR.1
003300         88  AQ-ENTRY-REC                   VALUE "E".            K6APQR.1
003400     05  FILLER                   PIC X(1).                       K6APQR.1
003500     05  AQ-QUEUE-NO              PIC 9(6).                       K6APQR.1
003600     05  FILLER                   PIC X(1).                       K6APQR.1
003700     05  AQ-REGISTER              PIC X(8).                       K6APQR.1
003800     05  FILLER                   PIC X(1).                       K6APQR.1
003900     05  AQ-OPERATION             PIC X(7).                       K6APQR.1
004000     05  FILLER                   PIC X(1).                       K6APQR.1
004100     05  AQ-STATUS                PIC X(1).                       K6APQR.1
004200         88  AQ-PENDING                     VALUE "P".            K6APQR.1
004300         88  AQ-APPROVED                    VALUE "A".            K6APQR.1
004400         88  AQ-REJECTED                    VALUE "R".            K6APQR.1
004500         88  AQ-EXPIRED                     VALUE "X".            K6APQR.1
004600     05  FILLER                   PIC X(1).                       K6APQR.1
004700     05  AQ-ENTERED-BY            PIC X(8).                       K6APQR.1
004800     05  FILLER                   PIC X(1).                       K6APQR.1
004900     05  AQ-ENTERED-DATE          PIC 9(8).                       K6APQR.1
005000     05  FILLER                   PIC X(1).                       K6APQR.1
005100     05  AQ-DECIDED-BY            PIC X(8).                       K6APQR.1
005200     05  FILLER                   PIC X(1).                       K6APQR.1
005300     05  AQ-DECIDED-DATE          PIC 9(8).                       K6APQR.1
005400     05  FILLER                   PIC X(1).                       K6APQR.1
005500     05  AQ-REASON                PIC X(40).                      K6APQR.1
005600     05  FILLER                   PIC X(1).                       K6APQR.1
005700     05  AQ-CHANGE-CARD           PIC X(80).                      K6APQR.1
005800     05  FILLER                   PIC X(15).                      K6APQR.1
