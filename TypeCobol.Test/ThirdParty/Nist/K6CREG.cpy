000100*================================================================ K6CREG.1
000200* K6CREG.CPY -- ISSUED-CERTIFICATE REGISTER RECORD (CERTREG).     K6CREG.1
000300*                                                                 K6CREG.1
000400* ONE 80-BYTE RECORD PER CERTIFICATE K6CERT HAS ISSUED.  THE      K6CREG.1
000500* CERTIFICATION COORDINATOR ADDS THE RECORD AT SIGN-OFF WITH THE  K6CREG.1
000600* TARGET, THE ISSUE DATE AND THE K6EVPK EVIDENCE-PACK REFERENCE   K6CREG.1
000700* (STATUS BLANK OR "A").  THE NIGHTLY K6RCRT RUN MAINTAINS THE    K6CREG.1
000800* REST: STATUS, THE DATE IT LAST CHANGED, AND -- WHILE A          K6CREG.1
000900* RECERTIFICATION IS OWED -- ITS SCOPE AND DUE-BY DATE.           K6CREG.1
001000*================================================================ K6CREG.1
001100 01  CR-REG-REC.                                                  K6CREG.1
001200     05  CR-TARGET-ID             PIC X(8).                       K6CREG.1
001300     05  FILLER                   PIC X(1).                       K6CREG.1
001400     05  CR-ISSUE-DATE            PIC X(8).                       K6CREG.1
001500     05  FILLER                   PIC X(1).                       K6CREG.1
001600     05  CR-EVPACK-REF            PIC X(20).                      K6CREG.1
001700     05  FILLER                   PIC X(1).                       K6CREG.1
001800     05  CR-STATUS                PIC X(1).                       K6CREG.1
001900         88  CR-ACTIVE                       VALUE "A" " ".       K6CREG.1
002000         88  CR-RECERT-DUE                   VALUE "D".           K6CREG.1
002100         88  CR-SUPERSEDED                   VALUE "S".           K6CREG.1
002200         88  CR-LAPSED                       VALUE "L".           K6CREG.1
002300     05  FILLER                   PIC X(1).                       K6CREG.1
002400     05  CR-STATUS-DATE           PIC X(8).                       K6CREG.1
002500     05  FILLER                   PIC X(1).                       K6CREG.1
002600     05  CR-DUE-DATE              PIC X(8).                       K6CREG.1
002700     05  FILLER                   PIC X(1).                       K6CREG.1
002800*    NONE, MODULE (AFFECTED MODULES ONLY) OR WINDOW (FULL RERUN). K6CREG.1
002900     05  CR-SCOPE                 PIC X(8).                       K6CREG.1
003000     05  FILLER                   PIC X(13).                      K6CREG.1
