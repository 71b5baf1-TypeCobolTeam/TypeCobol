000100*================================================================ K6AIJR.1
000200* K6AIJR.CPY -- AFTER-IMAGE JOURNAL RECORD (AIJRNL).              K6AIJR.1
000300*                                                                 K6AIJR.1
000400* WHEN K6-JOURNAL-MODE (K6JRNL.CPY) IS "AFT" A TEST PROGRAM       K6AIJR.1
000500* WRITES, BESIDE ITS ORDINARY IOJRNL RECORD, ONE OF THESE FOR     K6AIJR.1
000600* EVERY JOURNALED OPERATION AGAINST ITS INDEXED WORK FILES        K6AIJR.1
000700* (SEE JOURNAL-AFTER-IMAGE IN IX208A).  THE RECORD                K6AIJR.1
000800* CARRIES:                                                        K6AIJR.1
000900*   - THE RUN IDENTITY -- PROGRAM, RAW-DATA RUN DATE AND RUN      K6AIJR.1
001000*     SEQUENCE -- SO ONE AIJRNL MAY HOLD MANY RUNS;               K6AIJR.1
001100*   - THE RUN'S I/O OPERATION NUMBER.  EVERY JOURNALED            K6AIJR.1
001200*     OPERATION IS COUNTED, SO OPERATION N IS ALSO THE N-TH       K6AIJR.1
001300*     IOJRNL RECORD OF THE RUN;                                   K6AIJR.1
001400*   - THE WHOLE 240-BYTE RECORD AREA AS IT STOOD JUST AFTER       K6AIJR.1
001500*     THE VERB OF A WRITE, REWRITE OR DELETE.  FOR AN OPEN THE    K6AIJR.1
001600*     VERB READS "OPEN OUT", "OPEN INP" OR "OPEN I-O" AND THE     K6AIJR.1
001700*     IMAGE IS BLANK, AS IT IS FOR READ, START AND CLOSE; FOR A   K6AIJR.1
001800*     DELETE THE IMAGE IS THE RECORD LAST READ, AND ONLY ITS      K6AIJR.1
001900*     KEY IS RELIED ON.                                           K6AIJR.1
002000* K6IXRC REPLAYS THESE RECORDS TO REBUILD A WORK FILE AS IT       K6AIJR.1
002100* STOOD AT ANY OPERATION OF A RUN.                                K6AIJR.1
002200*================================================================ K6AIJR.1
002300 01  AI-JOURNAL-REC.                                              K6AIJR.1
002400     05  AI-PGM-ID            PIC X(6).                           K6AIJR.1
002500     05  AI-RUN-DATE          PIC 9(8).                           K6AIJR.1
002600     05  AI-RUN-SEQ           PIC 99.                             K6AIJR.1
002700     05  AI-OP-SEQ            PIC 9(8).                           K6AIJR.1
002800     05  AI-FILE-NAME         PIC X(8).                           K6AIJR.1
002900     05  AI-VERB              PIC X(11).                          K6AIJR.1
003000     05  AI-VERB-OPEN REDEFINES AI-VERB.                          K6AIJR.1
003100         10  AI-OPEN-WORD     PIC X(5).                           K6AIJR.1
003200         10  AI-OPEN-MODE     PIC X(3).                           K6AIJR.1
003300         10  FILLER           PIC X(3).                           K6AIJR.1
003400     05  AI-STATUS            PIC X(2).                           K6AIJR.1
003500     05  AI-KEY-VALUE         PIC X(10).                          K6AIJR.1
003600     05  AI-DATE              PIC 9(8).                           K6AIJR.1
003700     05  AI-TIME              PIC 9(8).                           K6AIJR.1
003800     05  AI-IMAGE             PIC X(240).                         K6AIJR.1
003900     05  FILLER               PIC X(9).                           K6AIJR.1
