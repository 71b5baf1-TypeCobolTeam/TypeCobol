001900*    CHANGES ON THE MASTER WITHOUT A NAME AND A TICKET BEHIND     K6GUPD.1
002000*    IT.  EVERY ACTION TAKEN OR REFUSED IS PRINTED, SO THE        K6GUPD.1
002100*    UPDATE LISTING IS ITSELF THE APPROVAL AUDIT TRAIL.           K6GUPD.1
000000*                                                                 K6APRQ.1
000000*    THE CARDS ARE NO LONGER KEYED BY HAND: THEY ARE RELEASED BY  K6APRQ.1
000000*    THE TWO-PERSON APPROVAL QUEUE (K6APRQ), WHICH TAKES BOTH     K6APRQ.1
000000*    IDENTITIES FROM THE JOB-IDENTITY CARD OF THE ENTERING AND    K6APRQ.1
000000*    THE APPROVING RUN AND WRITES THE CHECKER AS APPROVER AND     K6APRQ.1
000000*    THE MAKER IN COLUMNS 73-80.  A CARD WITH NO MAKER, OR WITH   K6APRQ.1
000000*    THE MAKER ALSO AS APPROVER, IS REJECTED; THE LISTING SHOWS   K6APRQ.1
000000*    BOTH IDENTITIES FOR EVERY CHANGE.                            K6APRQ.1
002200*                                                                 K6GUPD.1
002300*    CARD LAYOUT (80 COLUMNS):                                    K6GUPD.1
002400*      1-7   OPERATION  (ADD, REPLACE, DELETE)                    K6GUPD.1
002800*      47-54 APPROVER ID                                          K6GUPD.1
002900*      56-63 TICKET NUMBER                                        K6GUPD.1
003000*      65-72 EFFECTIVE DATE (CCYYMMDD, BLANK = TODAY)             K6GUPD.1
000000*      73-80 ENTERED BY (THE MAKER, SET BY K6APRQ)                K6APRQ.1
003100*                                                                 K6GUPD.1
003200* MODIFICATION HISTORY.                                           K6GUPD.1
003300*    2026-08-22  DLO  ORIGINAL PROGRAM.                           K6GUPD.1
000000*    2026-09-02  DLO  CENTRAL AUTHORITY CHECK (K6AUTH) BEFORE     K6GUPD.1
000000*                     ANY GATE-POLICY UPDATE IS APPLIED.          K6GUPD.1
000000*    2026-10-15  DLO  TWO-PERSON RULE -- MAKER IN COLUMNS 73-80   K6APRQ.1
000000*                     MUST BE PRESENT AND DIFFER FROM THE         K6APRQ.1
000000*                     APPROVER; LISTING SHOWS BOTH.               K6APRQ.1
003400*================================================================ K6GUPD.1
003500                                                                  K6GUPD.1
003600 ENVIRONMENT DIVISION.                                            K6GUPD.1
006900     05  AC-TICKET            PIC X(8).                           K6GUPD.1
007000     05  FILLER               PIC X(1).                           K6GUPD.1
007100     05  AC-EFF-DATE          PIC X(8).                           K6GUPD.1
007200     05  AC-ENTERED-BY        PIC X(8).                           K6APRQ.1
007300 FD  GOLD-MASTER                                                  K6GUPD.1
007400     LABEL RECORDS ARE STANDARD.                                  K6GUPD.1
007500* GOLDEN-BASELINE RECORD -- LAYOUT SHARED WITH K6GOLD.            K6GUPD.1
010300     05  FILLER   PIC X(41) VALUE                                 K6GUPD.1
010400         "GOLDEN-BASELINE CONTROLLED UPDATE LISTING".             K6GUPD.1
010500     05  FILLER   PIC X(79) VALUE SPACE.                          K6GUPD.1
000000 01  HDR-LINE-2.                                                  K6APRQ.1
000000     05  FILLER   PIC X(10) VALUE "VERDICT".                      K6APRQ.1
000000     05  FILLER   PIC X(8)  VALUE "OPER".                         K6APRQ.1
000000     05  FILLER   PIC X(7)  VALUE "PGM-ID".                       K6APRQ.1
000000     05  FILLER   PIC X(23) VALUE "PAR-NAME".                     K6APRQ.1
000000     05  FILLER   PIC X(8)  VALUE "DISP".                         K6APRQ.1
000000     05  FILLER   PIC X(9)  VALUE "ENTERED".                      K6APRQ.1
000000     05  FILLER   PIC X(9)  VALUE "APPROVED".                     K6APRQ.1
000000     05  FILLER   PIC X(9)  VALUE "TICKET".                       K6APRQ.1
000000     05  FILLER   PIC X(26) VALUE "REASON".                       K6APRQ.1
000000     05  FILLER   PIC X(11) VALUE SPACE.                          K6APRQ.1
010600 01  ACT-LINE.                                                    K6GUPD.1
010700     05  ACT-VERDICT      PIC X(9).                               K6GUPD.1
010800     05  FILLER           PIC X     VALUE SPACE.                  K6GUPD.1
011400     05  FILLER           PIC X     VALUE SPACE.                  K6GUPD.1
011500     05  ACT-DISPOSITION  PIC X(7).                               K6GUPD.1
011600     05  FILLER           PIC X     VALUE SPACE.                  K6GUPD.1
000000     05  ACT-ENTERED-BY   PIC X(8).                               K6APRQ.1
000000     05  FILLER           PIC X     VALUE SPACE.                  K6APRQ.1
011700     05  ACT-APPROVER     PIC X(8).                               K6GUPD.1
011800     05  FILLER           PIC X     VALUE SPACE.                  K6GUPD.1
011900     05  ACT-TICKET       PIC X(8).                               K6GUPD.1
012000     05  FILLER           PIC X     VALUE SPACE.                  K6GUPD.1
012100     05  ACT-REASON       PIC X(26).                              K6GUPD.1
012200     05  FILLER           PIC X(11) VALUE SPACE.                  K6APRQ.1
012300 01  TOT-LINE-1.                                                  K6GUPD.1
012400     05  FILLER           PIC X(21) VALUE "CARDS READ           ".K6GUPD.1
012500     05  TOT-READ         PIC ZZZZ9.                              K6GUPD.1
016100         OPEN I-O GOLD-MASTER.                                    K6GUPD.1
016200     WRITE GR-PRINT-REC FROM HDR-LINE-1                           K6GUPD.1
016300         AFTER ADVANCING PAGE.                                    K6GUPD.1
000000     WRITE GR-PRINT-REC FROM HDR-LINE-2                           K6APRQ.1
000000         AFTER ADVANCING 2 LINES.                                 K6APRQ.1
016400 1000-EXIT.                                                       K6GUPD.1
016500     EXIT.                                                        K6GUPD.1
016600*================================================================ K6GUPD.1
018300     MOVE AC-PAR-NAME    TO ACT-PAR-NAME.                         K6GUPD.1
018400     MOVE AC-DISPOSITION TO ACT-DISPOSITION.                      K6GUPD.1
018500     MOVE AC-APPROVER    TO ACT-APPROVER.                         K6GUPD.1
000000     MOVE AC-ENTERED-BY  TO ACT-ENTERED-BY.                       K6APRQ.1
018600     MOVE AC-TICKET      TO ACT-TICKET.                           K6GUPD.1
018700     MOVE SPACE          TO ACT-REASON.                           K6GUPD.1
018800     IF AC-APPROVER = SPACE OR AC-TICKET = SPACE                  K6GUPD.1
018900         MOVE "NO APPROVER OR TICKET"   TO ACT-REASON             K6GUPD.1
019000         GO TO 3000-REJECT.                                       K6GUPD.1
000000     IF AC-ENTERED-BY = SPACE OR AC-ENTERED-BY = AC-APPROVER      K6APRQ.1
000000         MOVE "NO SECOND PERSON"        TO ACT-REASON             K6APRQ.1
000000         GO TO 3000-REJECT.                                       K6APRQ.1
019100     IF AC-PGM-ID = SPACE OR AC-PAR-NAME = SPACE                  K6GUPD.1
019200         MOVE "KEY INCOMPLETE"          TO ACT-REASON             K6GUPD.1
019300         GO TO 3000-REJECT.                                       K6GUPD.1
