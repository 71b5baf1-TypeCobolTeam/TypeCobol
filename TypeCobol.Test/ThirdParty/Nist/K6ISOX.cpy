000100*================================================================ K6ISOX.1
000200*K6ISOX.CPY -- CROSSWALK REGISTER FROM THE ANSI X3.23 CLAUSE CODESK6ISOX.1
000300*OF K6ANSI.CPY TO THE LATER ISO/IEC 1989 EDITIONS.                K6ISOX.1
000400*                                                                 K6ISOX.1
000500*THE K6ANSI TABLE AND THE CLAUSE-CODE COLUMN OF EVERY EXTRACT CITEK6ISOX.1
000600*THE 1985 NUMBERING; CERTIFICATION REQUIREMENTS NOW CITE ISO/IEC  K6ISOX.1
000700*1989.  EACH ENTRY PAIRS ONE K6ANSI CODE WITH ONE COUNTERPART IN  K6ISOX.1
000800*ONE EDITION -- A CODE WITH SEVERAL COUNTERPARTS HAS SEVERAL      K6ISOX.1
000900*ENTRIES.  TRANSLATE THROUGH K6XWLK (K6XWKP.CPY) RATHER THAN      K6ISOX.1
001000*SCANNING THIS TABLE, EXCEPT TO LIST IT.  RELATION:               K6ISOX.1
001100*   S  SAME RULES                                                 K6ISOX.1
001200*   E  EXTENDED -- THE 1985 RULES STILL HOLD, THE EDITION ADDS    K6ISOX.1
001300*      OPTIONS (THE NOTE SAYS WHICH)                              K6ISOX.1
001400*   C  CHANGED MEANING -- A 1985 RULE READS DIFFERENTLY IN THE    K6ISOX.1
001500*      EDITION (THE NOTE SAYS HOW); RESULTS DO NOT CARRY OVER     K6ISOX.1
001600*      WITHOUT REVIEW                                             K6ISOX.1
001700*   P  PARTIAL -- THE CLAUSE IS SPLIT OVER SEVERAL COUNTERPARTS   K6ISOX.1
001800*   R  NO COUNTERPART -- REMOVED FROM THE EDITION (ISO CODE SPACE)K6ISOX.1
001900*   G  LATER-EDITION CLAUSE WITH NO 1985 COUNTERPART (ANSI CODE   K6ISOX.1
002000*      SPACE, NOTE IS ITS TITLE) -- NO COVERAGE BY CONSTRUCTION   K6ISOX.1
002100*                                                                 K6ISOX.1
002200*A NEW EDITION IS ADDED AS A FURTHER BLOCK OF ENTRIES;            K6ISOX.1
002300*K6-ISOX-LATEST-EDITION IS THE ONE ASSUMED WHEN NONE IS NAMED.    K6ISOX.1
002400*A NEW K6ANSI CODE GETS ITS ENTRIES HERE IN THE SAME CHANGE.      K6ISOX.1
002500*K6-ISOX-ENTRY-COUNT IS THE NUMBER OF ENTRIES -- A SCAN OF THE    K6ISOX.1
002600*WHOLE TABLE STOPS THERE.                                         K6ISOX.1
000000*STATEMENT NUMBERS DIFFER BY MORE THAN THE 14.10/14.9 CLAUSE:     K6ISOX.2
000000*THE 2014 EDITION ADDS COMMIT (14.9.7) AND ROLLBACK (14.9.36),    K6ISOX.2
000000*SO EVERY LATER STATEMENT MOVES UP ONE OR TWO PLACES.  TAKE A     K6ISOX.2
000000*NEW ENTRY FROM THE PUBLISHED TEXT OF ITS OWN EDITION, NEVER BY   K6ISOX.2
000000*CARRYING A NUMBER ACROSS FROM THE OTHER BLOCK.                   K6ISOX.2
002700*================================================================ K6ISOX.1
002800 01  K6-ISOX-REGISTER.                                            K6ISOX.1
002900     05  FILLER PIC X(25) VALUE "12.1      200212.3.4    S".      K6ISOX.1
003000     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
003100         "FILE-CONTROL ENTRY FOR INDEXED FILES".                  K6ISOX.1
003200     05  FILLER PIC X(25) VALUE "12.2      200212.3.4    P".      K6ISOX.1
003300     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
003400         "KEY CLAUSES; SPLIT KEYS ADDED".                         K6ISOX.1
003500     05  FILLER PIC X(25) VALUE "12.3.1    200214.10.29  E".      K6ISOX.1
003600     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
003700         "LOCK PHRASES ADDED FOR SHARED FILES".                   K6ISOX.1
003800     05  FILLER PIC X(25) VALUE "12.3.2    200214.10.39  E".      K6ISOX.1
003900     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
004000         "KEY MAY BE GIVEN WITH A LENGTH PHRASE".                 K6ISOX.1
004100     05  FILLER PIC X(25) VALUE "12.3.3    200214.10.47  C".      K6ISOX.1
004200     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
004300         "EXCEPTION CHECKING DECIDES WHEN USE RUNS".              K6ISOX.1
004400     05  FILLER PIC X(25) VALUE "12.3.4    200214.10.49  E".      K6ISOX.1
004500     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
004600         "LOCK PHRASES ADDED FOR SHARED FILES".                   K6ISOX.1
004700     05  FILLER PIC X(25) VALUE "12.3.5    200214.10.34  C".      K6ISOX.1
004800     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
004900         "RECORD LENGTH MAY CHANGE ON REWRITE".                   K6ISOX.1
005000     05  FILLER PIC X(25) VALUE "12.3.6    200212.3.4    P".      K6ISOX.1
005100     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
005200         "ALTERNATE RECORD KEY CLAUSE".                           K6ISOX.1
005300     05  FILLER PIC X(25) VALUE "12.3.6    200214.10.29  P".      K6ISOX.1
005400     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
005500         "ORDER OF DUPLICATES ON READ NEXT".                      K6ISOX.1
005600     05  FILLER PIC X(25) VALUE "15.1.1    200211.6      S".      K6ISOX.1
005700     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
005800         "PROGRAM-ID PARAGRAPH".                                  K6ISOX.1
005900     05  FILLER PIC X(25) VALUE "15.1.2    200211.6      E".      K6ISOX.1
006000     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
006100         "RECURSIVE ALTERNATIVE ADDED".                           K6ISOX.1
006200     05  FILLER PIC X(25) VALUE "15.1.3    20028.4.5     P".      K6ISOX.1
006300     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
006400         "SCOPE OF NAMES".                                        K6ISOX.1
006500     05  FILLER PIC X(25) VALUE "15.1.3    200214.10.4   P".      K6ISOX.1
006600     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
006700         "CALL OF A CONTAINED PROGRAM".                           K6ISOX.1
006800     05  FILLER PIC X(25) VALUE "15.1.4    200214.10.4   E".      K6ISOX.1
006900     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
007000         "BY VALUE, RETURNING, POINTERS ADDED".                   K6ISOX.1
007100     05  FILLER PIC X(25) VALUE "15.1.5    200214.10.5   S".      K6ISOX.1
007200     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
007300         "CANCEL STATEMENT".                                      K6ISOX.1
007400     05  FILLER PIC X(25) VALUE "15.1.6    200213.16.23  S".      K6ISOX.1
007500     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
007600         "GLOBAL CLAUSE".                                         K6ISOX.1
007700     05  FILLER PIC X(25) VALUE "9.2.1     2002          R".      K6ISOX.1
007800     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
007900         "RERUN CLAUSE DELETED".                                  K6ISOX.1
008000     05  FILLER PIC X(25) VALUE "9.2.2     200212.3.5    S".      K6ISOX.1
008100     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
008200         "I-O-CONTROL SAME RECORD AREA".                          K6ISOX.1
008300     05  FILLER PIC X(25) VALUE "9.2.3     200212.3.5    S".      K6ISOX.1
008400     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
008500         "I-O-CONTROL SAME SORT AREA".                            K6ISOX.1
008600     05  FILLER PIC X(25) VALUE "9.2.4     200212.3.5    S".      K6ISOX.1
008700     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
008800         "I-O-CONTROL SAME SORT-MERGE AREA".                      K6ISOX.1
008900     05  FILLER PIC X(25) VALUE "12.1      201412.3.4    S".      K6ISOX.1
009000     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
009100         "FILE-CONTROL ENTRY FOR INDEXED FILES".                  K6ISOX.1
009200     05  FILLER PIC X(25) VALUE "12.2      201412.3.4    P".      K6ISOX.1
009300     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
009400         "KEY CLAUSES; SPLIT KEYS ADDED".                         K6ISOX.1
009500     05  FILLER PIC X(25) VALUE "12.3.1    201414.9.30   E".      K6ISOX.2
009600     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
009700         "LOCK PHRASES ADDED FOR SHARED FILES".                   K6ISOX.1
009800     05  FILLER PIC X(25) VALUE "12.3.2    201414.9.41   E".      K6ISOX.2
009900     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
010000         "KEY MAY BE GIVEN WITH A LENGTH PHRASE".                 K6ISOX.1
010100     05  FILLER PIC X(25) VALUE "12.3.3    201414.9.49   C".      K6ISOX.2
010200     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
010300         "EXCEPTION CHECKING DECIDES WHEN USE RUNS".              K6ISOX.1
010400     05  FILLER PIC X(25) VALUE "12.3.4    201414.9.51   E".      K6ISOX.2
010500     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
010600         "LOCK PHRASES ADDED FOR SHARED FILES".                   K6ISOX.1
010700     05  FILLER PIC X(25) VALUE "12.3.5    201414.9.35   C".      K6ISOX.2
010800     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
010900         "RECORD LENGTH MAY CHANGE ON REWRITE".                   K6ISOX.1
011000     05  FILLER PIC X(25) VALUE "12.3.6    201412.3.4    P".      K6ISOX.1
011100     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
011200         "ALTERNATE RECORD KEY CLAUSE".                           K6ISOX.1
011300     05  FILLER PIC X(25) VALUE "12.3.6    201414.9.30   P".      K6ISOX.2
011400     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
011500         "ORDER OF DUPLICATES ON READ NEXT".                      K6ISOX.1
011600     05  FILLER PIC X(25) VALUE "15.1.1    201411.6      S".      K6ISOX.1
011700     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
011800         "PROGRAM-ID PARAGRAPH".                                  K6ISOX.1
011900     05  FILLER PIC X(25) VALUE "15.1.2    201411.6      E".      K6ISOX.1
012000     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
012100         "RECURSIVE ALTERNATIVE ADDED".                           K6ISOX.1
012200     05  FILLER PIC X(25) VALUE "15.1.3    20148.4.5     P".      K6ISOX.1
012300     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
012400         "SCOPE OF NAMES".                                        K6ISOX.1
012500     05  FILLER PIC X(25) VALUE "15.1.3    201414.9.4    P".      K6ISOX.1
012600     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
012700         "CALL OF A CONTAINED PROGRAM".                           K6ISOX.1
012800     05  FILLER PIC X(25) VALUE "15.1.4    201414.9.4    E".      K6ISOX.1
012900     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
013000         "BY VALUE, RETURNING, POINTERS ADDED".                   K6ISOX.1
013100     05  FILLER PIC X(25) VALUE "15.1.5    201414.9.5    S".      K6ISOX.1
013200     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
013300         "CANCEL STATEMENT".                                      K6ISOX.1
013400     05  FILLER PIC X(25) VALUE "15.1.6    201413.16.23  S".      K6ISOX.1
013500     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
013600         "GLOBAL CLAUSE".                                         K6ISOX.1
013700     05  FILLER PIC X(25) VALUE "9.2.1     2014          R".      K6ISOX.1
013800     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
013900         "RERUN CLAUSE DELETED".                                  K6ISOX.1
014000     05  FILLER PIC X(25) VALUE "9.2.2     201412.3.5    S".      K6ISOX.1
014100     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
014200         "I-O-CONTROL SAME RECORD AREA".                          K6ISOX.1
014300     05  FILLER PIC X(25) VALUE "9.2.3     201412.3.5    S".      K6ISOX.1
014400     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
014500         "I-O-CONTROL SAME SORT AREA".                            K6ISOX.1
014600     05  FILLER PIC X(25) VALUE "9.2.4     201412.3.5    S".      K6ISOX.1
014700     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
014800         "I-O-CONTROL SAME SORT-MERGE AREA".                      K6ISOX.1
000000     05  FILLER PIC X(25) VALUE "          200214.10.3   G".      K6ISOX.2
000000     05  FILLER PIC X(40) VALUE                                   K6ISOX.2
000000         "ALLOCATE STATEMENT".                                    K6ISOX.2
000000     05  FILLER PIC X(25) VALUE "          200214.10.14  G".      K6ISOX.2
000000     05  FILLER PIC X(40) VALUE                                   K6ISOX.2
000000         "FREE STATEMENT".                                        K6ISOX.2
014900     05  FILLER PIC X(25) VALUE "          200214.10.17  G".      K6ISOX.1
015000     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
015100         "GOBACK STATEMENT".                                      K6ISOX.1
015200     05  FILLER PIC X(25) VALUE "          200214.10.22  G".      K6ISOX.1
015300     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
015400         "INVOKE STATEMENT".                                      K6ISOX.1
015500     05  FILLER PIC X(25) VALUE "          200214.10.28  G".      K6ISOX.1
015600     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
015700         "RAISE STATEMENT".                                       K6ISOX.1
015800     05  FILLER PIC X(25) VALUE "          200214.10.32  G".      K6ISOX.1
015900     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
016000         "RESUME STATEMENT".                                      K6ISOX.1
016100     05  FILLER PIC X(25) VALUE "          200214.10.45  G".      K6ISOX.1
016200     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
016300         "UNLOCK STATEMENT".                                      K6ISOX.1
000000     05  FILLER PIC X(25) VALUE "          200214.10.48  G".      K6ISOX.2
000000     05  FILLER PIC X(40) VALUE                                   K6ISOX.2
000000         "VALIDATE STATEMENT".                                    K6ISOX.2
000000     05  FILLER PIC X(25) VALUE "          201414.9.3    G".      K6ISOX.2
000000     05  FILLER PIC X(40) VALUE                                   K6ISOX.2
000000         "ALLOCATE STATEMENT".                                    K6ISOX.2
000000     05  FILLER PIC X(25) VALUE "          201414.9.7    G".      K6ISOX.2
000000     05  FILLER PIC X(40) VALUE                                   K6ISOX.2
000000         "COMMIT STATEMENT".                                      K6ISOX.2
000000     05  FILLER PIC X(25) VALUE "          201414.9.15   G".      K6ISOX.2
000000     05  FILLER PIC X(40) VALUE                                   K6ISOX.2
000000         "FREE STATEMENT".                                        K6ISOX.2
016400     05  FILLER PIC X(25) VALUE "          201414.9.18   G".      K6ISOX.2
016500     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
016600         "GOBACK STATEMENT".                                      K6ISOX.1
016700     05  FILLER PIC X(25) VALUE "          201414.9.23   G".      K6ISOX.2
016800     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
016900         "INVOKE STATEMENT".                                      K6ISOX.1
017000     05  FILLER PIC X(25) VALUE "          201414.9.29   G".      K6ISOX.2
017100     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
017200         "RAISE STATEMENT".                                       K6ISOX.1
017300     05  FILLER PIC X(25) VALUE "          201414.9.33   G".      K6ISOX.2
017400     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
017500         "RESUME STATEMENT".                                      K6ISOX.1
000000     05  FILLER PIC X(25) VALUE "          201414.9.36   G".      K6ISOX.2
000000     05  FILLER PIC X(40) VALUE                                   K6ISOX.2
000000         "ROLLBACK STATEMENT".                                    K6ISOX.2
017600     05  FILLER PIC X(25) VALUE "          201414.9.47   G".      K6ISOX.2
017700     05  FILLER PIC X(40) VALUE                                   K6ISOX.1
017800         "UNLOCK STATEMENT".                                      K6ISOX.1
000000     05  FILLER PIC X(25) VALUE "          201414.9.50   G".      K6ISOX.2
000000     05  FILLER PIC X(40) VALUE                                   K6ISOX.2
000000         "VALIDATE STATEMENT".                                    K6ISOX.2
017900 01  K6-ISOX-REDEF REDEFINES K6-ISOX-REGISTER.                    K6ISOX.1
018000     05  K6-ISOX-ENTRY OCCURS 58 TIMES                            K6ISOX.2
018100                       INDEXED BY K6-ISOX-IDX.                    K6ISOX.1
018200         10  K6-ISOX-ANSI-CODE     PIC X(10).                     K6ISOX.1
018300         10  K6-ISOX-EDITION       PIC X(4).                      K6ISOX.1
018400         10  K6-ISOX-ISO-CODE      PIC X(10).                     K6ISOX.1
018500         10  K6-ISOX-RELATION      PIC X(1).                      K6ISOX.1
018600             88  K6-ISOX-SAME                VALUE "S".           K6ISOX.1
018700             88  K6-ISOX-EXTENDED            VALUE "E".           K6ISOX.1
018800             88  K6-ISOX-CHANGED             VALUE "C".           K6ISOX.1
018900             88  K6-ISOX-PARTIAL             VALUE "P".           K6ISOX.1
019000             88  K6-ISOX-REMOVED             VALUE "R".           K6ISOX.1
019100             88  K6-ISOX-NO-1985             VALUE "G".           K6ISOX.1
019200         10  K6-ISOX-NOTE          PIC X(40).                     K6ISOX.1
019300 01  K6-ISOX-ENTRY-COUNT        PIC 9(3) VALUE 58.                K6ISOX.2
019400 01  K6-ISOX-LATEST-EDITION     PIC X(4) VALUE "2014".            K6ISOX.1
