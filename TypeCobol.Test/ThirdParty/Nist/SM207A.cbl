000100 IDENTIFICATION DIVISION.                                         SM207A.1
000200 PROGRAM-ID.                                                      SM207A.1
000300     SM207A.                                                      SM207A.1
000400****************************************************************  SM207A.1
000500*                                                              *  SM207A.1
000600*    VALIDATION FOR:-                                          *  SM207A.1
000700*                                                              *  SM207A.1
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM207A.1
000900*                                                              *  SM207A.1
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SM207A.1
001100*                                                              *  SM207A.1
001200****************************************************************  SM207A.1
001300*                                                              *  SM207A.1
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SM207A.1
001500*                                                              *  SM207A.1
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SM207A.1
001700*        X-62  - RAW-DATA HISTORY FILE.                        *  SM207A.1
001800*        X-82  - SOURCE COMPUTER NAME.                         *  SM207A.1
001900*        X-83  - OBJECT COMPUTER NAME.                         *  SM207A.1
002000*                                                              *  SM207A.1
002100****************************************************************  SM207A.1
002200*    THE FUNCTION OF THIS PROGRAM IS TO TEST THE ALPHABET         SM207A.1
002300*    CLAUSE, THE PROGRAM COLLATING SEQUENCE CLAUSE AND THE        SM207A.1
002400*    COLLATING SEQUENCE PHRASE OF THE SORT AND MERGE              SM207A.1
002500*    STATEMENTS.  TEN KEYS MIXING UPPER AND LOWER CASE LETTERS,   SM207A.1
002600*    DIGITS AND SPECIAL CHARACTERS ARE SORTED AND MERGED UNDER    SM207A.1
002700*    STANDARD-1, STANDARD-2, NATIVE AND A USER-DEFINED ALPHABET   SM207A.1
002800*    (SPECIAL CHARACTERS, DIGITS, THEN LETTERS WITH EACH LOWER    SM207A.1
002900*    CASE LETTER COLLATING EQUAL TO ITS UPPER CASE ONE).          SM207A.1
003000*                                                                 SM207A.1
003100*    THE EXPECTED ORDER IS NOT TAKEN FROM THE MACHINE.  EACH      SM207A.1
003200*    SEQUENCE IS WRITTEN OUT HERE AS A RANK STRING -- THE KEY     SM207A.1
003300*    CHARACTERS IN THE ORDER THE STANDARD (OR THE ALPHABET        SM207A.1
003400*    CLAUSE) PUTS THEM -- AND THE KEYS ARE RANKED BY POSITION IN  SM207A.1
003500*    THAT STRING, SO THE SAME SOURCE EXPECTS THE SAME ORDER ON AN SM207A.1
003600*    EBCDIC AND AN ASCII TARGET.  NATIVE IS THE ONE ORDER THAT    SM207A.1
003700*    DEPENDS ON THE TARGET: THE CODE SET IS FOUND FROM THE        SM207A.1
003800*    CHARACTER AT A KNOWN NATIVE ORDINAL (SYMBOLIC CHARACTERS)    SM207A.1
003900*    AND THE ASCII OR EBCDIC RANK STRING CHOSEN FROM THAT.        SM207A.1
004000*                                                                 SM207A.1
004100*    THE PROGRAM COLLATING SEQUENCE IS STANDARD-1, SO THE SORT    SM207A.1
004200*    WITHOUT A COLLATING SEQUENCE PHRASE AND EVERY NONNUMERIC     SM207A.1
004300*    COMPARISON IN AN IF STATEMENT MUST FOLLOW STANDARD-1 ORDER   SM207A.1
004400*    WHATEVER THE NATIVE CODE SET.  THE LAST TEST COMPARES EVERY  SM207A.1
004500*    PAIR OF KEYS BOTH WAYS.                                      SM207A.1
004600*                                                                 SM207A.1
004700*    THE ELEMENTS TESTED IN THIS ROUTINE ARE:                     SM207A.1
004800*                                                                 SM207A.1
004900*    (1) SORT STATEMENT WITH THE COLLATING SEQUENCE PHRASE        SM207A.1
005000*        NAMING STANDARD-1, STANDARD-2, NATIVE AND A USER-DEFINED SM207A.1
005100*        ALPHABET, AND WITH DUPLICATES IN ORDER;                  SM207A.1
005200*    (2) MERGE STATEMENT WITH THE SAME COLLATING SEQUENCES, AND   SM207A.1
005300*        THE ORDER OF RECORDS WITH EQUAL KEYS;                    SM207A.1
005400*    (3) PROGRAM COLLATING SEQUENCE CLAUSE -- THE DEFAULT FOR A   SM207A.1
005500*        SORT AND FOR NONNUMERIC COMPARISONS;                     SM207A.1
005600*    (4) ALPHABET CLAUSE WITH THE THROUGH AND ALSO PHRASES, AND   SM207A.1
005700*        SYMBOLIC CHARACTERS.                                     SM207A.1
005800 ENVIRONMENT DIVISION.                                            SM207A.1
005900 CONFIGURATION SECTION.                                           SM207A.1
006000  SOURCE-COMPUTER.                                                SM207A.1
006100     COPY X082.                                                   SM207A.1
006200*    X083 CARRIES ITS OWN PERIOD, SO THE OBJECT COMPUTER IS NAMED SM207A.1
006300*    HERE AS THE DISTRIBUTED MEMBERS NAME IT WHEN A CLAUSE FOLLOWSSM207A.1
006400*    (SEE THE SEGMENT-LIMIT IN SG202A).                           SM207A.1
006500  OBJECT-COMPUTER.                                                SM207A.1
006600     XXXXX083                                                     SM207A.1
006700     PROGRAM COLLATING SEQUENCE IS SM-STD1-SEQ.                   SM207A.1
006800  SPECIAL-NAMES.                                                  SM207A.1
006900     ALPHABET SM-STD1-SEQ IS STANDARD-1                           SM207A.1
007000     ALPHABET SM-STD2-SEQ IS STANDARD-2                           SM207A.1
007100     ALPHABET SM-NATIVE-SEQ IS NATIVE                             SM207A.1
007200     ALPHABET SM-USER-SEQ IS                                      SM207A.1
007300         " " "*" "#" "-" "0" THROUGH "9"                          SM207A.1
007400         "A" ALSO "a"  "B" ALSO "b"  "C" ALSO "c"  "D" ALSO "d"   SM207A.1
007500         "E" ALSO "e"  "F" ALSO "f"  "G" ALSO "g"  "H" ALSO "h"   SM207A.1
007600         "I" ALSO "i"  "J" ALSO "j"  "K" ALSO "k"  "L" ALSO "l"   SM207A.1
007700         "M" ALSO "m"  "N" ALSO "n"  "O" ALSO "o"  "P" ALSO "p"   SM207A.1
007800         "Q" ALSO "q"  "R" ALSO "r"  "S" ALSO "s"  "T" ALSO "t"   SM207A.1
007900         "U" ALSO "u"  "V" ALSO "v"  "W" ALSO "w"  "X" ALSO "x"   SM207A.1
008000         "Y" ALSO "y"  "Z" ALSO "z"                               SM207A.1
008100*    "A" IS NATIVE ORDINAL 66 IN ASCII AND 194 IN EBCDIC.         SM207A.1
008200     SYMBOLIC CHARACTERS SM-NATIVE-066 IS 66                      SM207A.1
008300                         SM-NATIVE-194 IS 194.                    SM207A.1
008400  INPUT-OUTPUT SECTION.                                           SM207A.1
008500  FILE-CONTROL.                                                   SM207A.1
008600     SELECT RAW-DATA   ASSIGN TO                                  SM207A.1
008700     COPY X062.                                                   SM207A.1
008800            ORGANIZATION IS INDEXED                               SM207A.1
008900            ACCESS MODE IS RANDOM                                 SM207A.1
009000            RECORD KEY IS RAW-DATA-KEY.                           SM207A.1
000000*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       K6WIND.1
000000*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             K6WIND.1
000000*    WINDOW "N".                                                  K6WIND.1
000000     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6WIND.1
000000         ORGANIZATION IS SEQUENTIAL                               K6WIND.1
000000         FILE STATUS IS WS-WINDOWID-STATUS.                       K6WIND.1
009100     SELECT PRINT-FILE ASSIGN TO                                  SM207A.1
009200     COPY X055.                                                   SM207A.1
009300     SELECT CSV-FILE ASSIGN TO CSVOUT                             SM207A.1
009400         ORGANIZATION IS LINE SEQUENTIAL.                         SM207A.1
009500     SELECT SM-FS1 ASSIGN TO SMFS1                                SM207A.1
009600         ORGANIZATION IS SEQUENTIAL.                              SM207A.1
009700     SELECT SM-FS2 ASSIGN TO SMFS2                                SM207A.1
009800         ORGANIZATION IS SEQUENTIAL.                              SM207A.1
009900     SELECT SM-SORT-FILE ASSIGN TO SORTWK1.                       SM207A.1
010000     SELECT SM-MERGE-FILE ASSIGN TO SORTWK2.                      SM207A.1
010100 DATA DIVISION.                                                   SM207A.1
010200 FILE SECTION.                                                    SM207A.1
010300*                                                                 SM207A.1
010400 FD  RAW-DATA.                                                    SM207A.1
010500*                                                                 SM207A.1
010600 01  RAW-DATA-SATZ.                                               SM207A.1
010700     05  RAW-DATA-KEY.                                            SM207A.1
010800         10  RAW-DATA-TARGET  PIC X(8).                           SM207A.1
010900         10  RAW-DATA-PGM-ID  PIC X(6).                           SM207A.1
011000         10  RAW-DATA-RUN-DT  PIC 9(8).                           SM207A.1
011100         10  RAW-DATA-RUN-SEQ PIC 99.                             SM207A.1
000000*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              K6WIND.1
000000*    K6RAWDS.CPY.                                                 K6WIND.1
000000     05  RAW-DATA-WINDOW     PIC X(1).                            K6WIND.1
011200     05  C-DATE              PIC 9(8).                            SM207A.1
011300     05  C-TIME              PIC 9(8).                            SM207A.1
011400     05  C-NO-OF-TESTS       PIC 99.                              SM207A.1
011500     05  C-OK                PIC 999.                             SM207A.1
011600     05  C-ALL               PIC 999.                             SM207A.1
011700     05  C-FAIL              PIC 999.                             SM207A.1
011800     05  C-DELETED           PIC 999.                             SM207A.1
011900     05  C-INSPECT           PIC 999.                             SM207A.1
012000     05  C-NOTE              PIC X(13).                           SM207A.1
012100     05  C-INDENT            PIC X.                               SM207A.1
012200     05  C-ABORT             PIC X(8).                            SM207A.1
012300     05  C-END-DATE          PIC 9(8).                            SM207A.1
012400     05  C-END-TIME          PIC 9(8).                            SM207A.1
012500     05  C-SRC-REV           PIC 9(3).                            SM207A.1
012600     05  C-FILE-CATALOG OCCURS 2 TIMES.                           SM207A.1
012700         10  C-FILE-NAME         PIC X(6).                        SM207A.1
012800         10  C-FILE-ORG          PIC X(2).                        SM207A.1
012900         10  C-FILE-LABEL        PIC X(1).                        SM207A.1
013000         10  C-FILE-BLKSIZE      PIC 9(4).                        SM207A.1
013100         10  C-FILE-RECORDS      PIC 9(6).                        SM207A.1
013200     05  C-MODULE-ID         PIC X(2).                            SM207A.1
013300     05  C-MODULE-PCT        PIC 999V99.                          SM207A.1
013400     05  C-SEV-HIGH          PIC X(1).                            SM207A.1
013500*    RUN-DISPOSITION (SEE K6RAWDS.CPY) -- SET BY A LATER          SM207A.1
013600*    COMPLETED RERUN OF THE SAME DAY.                             SM207A.1
013700     05  C-SUPERSEDED        PIC X(1).                            SM207A.1
013800     05  C-SUPERSEDE-SEQ     PIC 99.                              SM207A.1
000000*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           K6XFL.1 
000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
013900 FD  PRINT-FILE                                                   SM207A.1
014000*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SM207A.1
014100*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SM207A.1
014200*    DEPTH IS A SITE SETTING INSTEAD OF A LITERAL IN WRITE-LINE.  SM207A.1
014300     LINAGE IS K6-PAGE-BODY-LINES LINES                           SM207A.1
014400         WITH FOOTING AT K6-PAGE-FOOTING-LINE                     SM207A.1
014500         LINES AT TOP K6-PAGE-TOP-MARGIN.                         SM207A.1
014600 01  PRINT-REC PICTURE X(120).                                    SM207A.1
014700 01  DUMMY-RECORD PICTURE X(120).                                 SM207A.1
014800 FD  CSV-FILE                                                     SM207A.1
014900     LABEL RECORDS ARE STANDARD.                                  SM207A.1
015000 01  CSV-REC                         PIC X(194).                  SM207A.1
015100 FD  SM-FS1                                                       SM207A.1
015200     LABEL RECORDS ARE STANDARD                                   SM207A.1
015300     DATA RECORD IS SM-FS1R1-F-G-120.                             SM207A.1
015400 01  SM-FS1R1-F-G-120.                                            SM207A.1
015500     05  SM-FS1-KEY          PIC X(3).                            SM207A.1
015600     05  SM-FS1-SOURCE       PIC X.                               SM207A.1
015700     05  FILLER              PIC X(116).                          SM207A.1
015800 FD  SM-FS2                                                       SM207A.1
015900     LABEL RECORDS ARE STANDARD                                   SM207A.1
016000     DATA RECORD IS SM-FS2R1-F-G-120.                             SM207A.1
016100 01  SM-FS2R1-F-G-120.                                            SM207A.1
016200     05  SM-FS2-KEY          PIC X(3).                            SM207A.1
016300     05  SM-FS2-SOURCE       PIC X.                               SM207A.1
016400     05  FILLER              PIC X(116).                          SM207A.1
016500 SD  SM-SORT-FILE                                                 SM207A.1
016600     DATA RECORD IS SM-SORT-REC.                                  SM207A.1
016700 01  SM-SORT-REC.                                                 SM207A.1
016800     05  SRT-SD-KEY          PIC X(3).                            SM207A.1
016900     05  SRT-SD-POS          PIC 99.                              SM207A.1
017000     05  FILLER              PIC X(115).                          SM207A.1
017100 SD  SM-MERGE-FILE                                                SM207A.1
017200     DATA RECORD IS SM-MERGE-REC.                                 SM207A.1
017300 01  SM-MERGE-REC.                                                SM207A.1
017400     05  MRG-SD-KEY          PIC X(3).                            SM207A.1
017500     05  MRG-SD-SOURCE       PIC X.                               SM207A.1
017600     05  FILLER              PIC X(116).                          SM207A.1
000000 FD  WINDOW-IDENT                                                 K6WIND.1
000000     LABEL RECORDS ARE STANDARD.                                  K6WIND.1
000000 01  WI-WINDOW-CARD.                                              K6WIND.1
000000     05  WI-WINDOW-ID         PIC X(1).                           K6WIND.1
000000     05  FILLER               PIC X(79).                          K6WIND.1
017700 WORKING-STORAGE SECTION.                                         SM207A.1
000000 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     K6WIND.1
000000 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       K6WIND.1
017800*=================================================================SM207A.1
017900*  THE TEN KEYS, IN THE ORDER THEY ARE RELEASED AND WRITTEN.      SM207A.1
018000*=================================================================SM207A.1
018100 01  SRT-KEY-VALUES.                                              SM207A.1
018200     05  FILLER                   PICTURE X(3)  VALUE "ab1".      SM207A.1
018300     05  FILLER                   PICTURE X(3)  VALUE "AB1".      SM207A.1
018400     05  FILLER                   PICTURE X(3)  VALUE "9zz".      SM207A.1
018500     05  FILLER                   PICTURE X(3)  VALUE "#A0".      SM207A.1
018600     05  FILLER                   PICTURE X(3)  VALUE "Ab1".      SM207A.1
018700     05  FILLER                   PICTURE X(3)  VALUE "za9".      SM207A.1
018800     05  FILLER                   PICTURE X(3)  VALUE " Z1".      SM207A.1
018900     05  FILLER                   PICTURE X(3)  VALUE "*b-".      SM207A.1
019000     05  FILLER                   PICTURE X(3)  VALUE "Z01".      SM207A.1
019100     05  FILLER                   PICTURE X(3)  VALUE "-9a".      SM207A.1
019200 01  SRT-KEY-TABLE REDEFINES SRT-KEY-VALUES.                      SM207A.1
019300     05  SRT-KEY                  PICTURE X(3)  OCCURS 10 TIMES.  SM207A.1
019400 01  SRT-KEY-COUNT                PICTURE 99    VALUE 10.         SM207A.1
019500*=================================================================SM207A.1
019600*  RANK STRINGS -- THE KEY CHARACTERS IN COLLATING ORDER.  A      SM207A.1
019700*  CHARACTER RANKS BY ITS POSITION IN THE STRING IN FORCE.        SM207A.1
019800*  STANDARD-2 (ISO 646 IRV) AGREES WITH STANDARD-1 ON EVERY KEY   SM207A.1
019900*  CHARACTER; IT IS KEPT SEPARATE SO EACH SEQUENCE HAS ITS OWN    SM207A.1
020000*  STRING.  THE USER STRING HOLDS UPPER CASE ONLY -- LOWER CASE   SM207A.1
020100*  IS FOLDED BEFORE THE LOOKUP, AS ITS ALSO PHRASES REQUIRE.      SM207A.1
020200*=================================================================SM207A.1
020300 01  SRT-RANK-STD1.                                               SM207A.1
020400     05  FILLER  PIC X(14) VALUE " #*-0123456789".                SM207A.1
020500     05  FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".    SM207A.1
020600     05  FILLER  PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".    SM207A.1
020700 01  SRT-RANK-STD2.                                               SM207A.1
020800     05  FILLER  PIC X(14) VALUE " #*-0123456789".                SM207A.1
020900     05  FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".    SM207A.1
021000     05  FILLER  PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".    SM207A.1
021100 01  SRT-RANK-EBCDIC.                                             SM207A.1
021200     05  FILLER  PIC X(4)  VALUE " *-#".                          SM207A.1
021300     05  FILLER  PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".    SM207A.1
021400     05  FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".    SM207A.1
021500     05  FILLER  PIC X(10) VALUE "0123456789".                    SM207A.1
021600 01  SRT-RANK-USER.                                               SM207A.1
021700     05  FILLER  PIC X(14) VALUE " *#-0123456789".                SM207A.1
021800     05  FILLER  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".    SM207A.1
021900     05  FILLER  PIC X(26) VALUE SPACE.                           SM207A.1
022000 01  SRT-RANK-ACTIVE              PICTURE X(66) VALUE SPACE.      SM207A.1
022100 01  SRT-FOLD-SW                  PICTURE X     VALUE "N".        SM207A.1
022200         88 SRT-FOLD-CASE  VALUE "Y".                             SM207A.1
022300 01  SRT-NATIVE-FAMILY            PICTURE X(6)  VALUE SPACE.      SM207A.1
022400         88 SRT-NATIVE-UNKNOWN  VALUE "OTHER ".                   SM207A.1
022500 01  SRT-CMP-A                    PICTURE X(3)  VALUE SPACE.      SM207A.1
022600 01  SRT-CMP-B                    PICTURE X(3)  VALUE SPACE.      SM207A.1
022700 01  SRT-CMP-CHAR                 PICTURE X     VALUE SPACE.      SM207A.1
022800 01  SRT-CMP-SUB                  PICTURE 9     VALUE ZERO.       SM207A.1
022900 01  SRT-RANK-N                   PICTURE 99    VALUE ZERO.       SM207A.1
023000 01  SRT-RANK-A                   PICTURE 99    VALUE ZERO.       SM207A.1
023100 01  SRT-CMP-RESULT               PICTURE X     VALUE SPACE.      SM207A.1
023200         88 SRT-CMP-LESS     VALUE "<".                           SM207A.1
023300         88 SRT-CMP-EQUAL    VALUE "=".                           SM207A.1
023400         88 SRT-CMP-GREATER  VALUE ">".                           SM207A.1
023500 01  SRT-I                        PICTURE 99    VALUE ZERO.       SM207A.1
023600 01  SRT-J                        PICTURE 99    VALUE ZERO.       SM207A.1
023700 01  SRT-HALF                     PICTURE 99    VALUE ZERO.       SM207A.1
023800 01  SRT-ODD                      PICTURE 9     VALUE ZERO.       SM207A.1
023900 01  SRT-ERRS                     PICTURE 999   VALUE ZERO.       SM207A.1
024000 01  SRT-FIRST-BAD                PICTURE 99    VALUE ZERO.       SM207A.1
024100 01  SRT-RETURNS                  PICTURE 999   VALUE ZERO.       SM207A.1
024200*  THE ORDER THE RANK STRING PREDICTS, STABLE ON EQUAL KEYS.      SM207A.1
024300 01  SRT-EXPECT-TABLE.                                            SM207A.1
024400     05  SRT-EXP-ENTRY            OCCURS 10 TIMES.                SM207A.1
024500         10  SRT-EXP-KEY          PICTURE X(3).                   SM207A.1
024600         10  SRT-EXP-POS          PICTURE 99.                     SM207A.1
024700*  THE ORDER THE SORT OR MERGE HANDED BACK.                       SM207A.1
024800 01  SRT-GOT-TABLE.                                               SM207A.1
024900     05  SRT-GOT-ENTRY            OCCURS 10 TIMES.                SM207A.1
025000         10  SRT-GOT-KEY          PICTURE X(3).                   SM207A.1
025100         10  SRT-GOT-POS          PICTURE 99.                     SM207A.1
025200         10  SRT-GOT-SRC          PICTURE X.                      SM207A.1
025300*=================================================================SM207A.1
025400*  SINGLE CHARACTERS WHOSE STANDARD-1 ORDER DIFFERS FROM THEIR    SM207A.1
025500*  EBCDIC ORDER, FOR THE IF STATEMENT TESTS.                      SM207A.1
025600*=================================================================SM207A.1
025700 01  CMP-DIGIT-9                  PICTURE X     VALUE "9".        SM207A.1
025800 01  CMP-UPPER-A                  PICTURE X     VALUE "A".        SM207A.1
025900 01  CMP-UPPER-Z                  PICTURE X     VALUE "Z".        SM207A.1
026000 01  CMP-LOWER-A                  PICTURE X     VALUE "a".        SM207A.1
026100 01  CMP-HASH                     PICTURE X     VALUE "#".        SM207A.1
026200 01  CMP-STAR                     PICTURE X     VALUE "*".        SM207A.1
026300 01  CMP-HYPHEN                   PICTURE X     VALUE "-".        SM207A.1
026400 01  CMP-MIXED-KEY                PICTURE X(3)  VALUE "ab1".      SM207A.1
026500 01  CMP-UPPER-KEY                PICTURE X(3)  VALUE "AB1".      SM207A.1
026600 01  CMP-PAIR-ERRS                PICTURE 999   VALUE ZERO.       SM207A.1
026700 01  CMP-IF-RESULT                PICTURE X     VALUE SPACE.      SM207A.1
026800 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    SM207A.1
026900 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     SM207A.1
027000 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     SM207A.1
027100 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     SM207A.1
027200 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     SM207A.1
027300 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     SM207A.1
027400 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     SM207A.1
027500 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     SM207A.1
027600 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     SM207A.1
027700 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     SM207A.1
027800*--------------------------------------------------------------   SM207A.1
027900*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       SM207A.1
028000*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 SM207A.1
028100*--------------------------------------------------------------   SM207A.1
028200 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          SM207A.1
028300 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         SM207A.1
028400     05  WS-TIME-NOW-HH             PIC 99.                       SM207A.1
028500     05  WS-TIME-NOW-MM             PIC 99.                       SM207A.1
028600     05  WS-TIME-NOW-SS             PIC 99.                       SM207A.1
028700     05  WS-TIME-NOW-CC             PIC 99.                       SM207A.1
028800 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          SM207A.1
028900 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       SM207A.1
029000     05  WS-TIME-LAST-HH            PIC 99.                       SM207A.1
029100     05  WS-TIME-LAST-MM            PIC 99.                       SM207A.1
029200     05  WS-TIME-LAST-SS            PIC 99.                       SM207A.1
029300     05  WS-TIME-LAST-CC            PIC 99.                       SM207A.1
029400 01  WS-NOW-CS                      PIC 9(7) COMP.                SM207A.1
029500 01  WS-LAST-CS                     PIC 9(7) COMP.                SM207A.1
029600 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SM207A.1
029700 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SM207A.1
029800     COPY K6TARG.                                                 SM207A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
029900     COPY K6CVER.                                                 SM207A.1
030000     COPY K6SEVT.                                                 SM207A.1
030100     COPY K6PAGE.                                                 SM207A.1
030200     COPY K6CSVE.                                                 SM207A.1
030300 01  TEST-RESULTS.                                                SM207A.1
030400     02 FILLER                   PIC X      VALUE SPACE.          SM207A.1
030500     02 FEATURE                  PIC X(20)  VALUE SPACE.          SM207A.1
030600     02 FILLER                   PIC X      VALUE SPACE.          SM207A.1
030700     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SM207A.1
030800     02 FILLER                   PIC X      VALUE SPACE.          SM207A.1
030900     02  PAR-NAME.                                                SM207A.1
031000       03 FILLER                 PIC X(19)  VALUE SPACE.          SM207A.1
031100       03  PARDOT-X              PIC X      VALUE SPACE.          SM207A.1
031200       03 DOTVALUE               PIC 99     VALUE ZERO.           SM207A.1
031300     02 FILLER                   PIC X(8)   VALUE SPACE.          SM207A.1
031400     02 RE-MARK                  PIC X(61).                       SM207A.1
031500 01  TEST-COMPUTED.                                               SM207A.1
031600     02 FILLER                   PIC X(30)  VALUE SPACE.          SM207A.1
031700     02 FILLER                   PIC X(17)  VALUE                 SM207A.1
031800            "       COMPUTED=".                                   SM207A.1
031900     02 COMPUTED-X.                                               SM207A.1
032000     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SM207A.1
032100     03 COMPUTED-N               REDEFINES COMPUTED-A             SM207A.1
032200                                 PIC -9(9).9(9).                  SM207A.1
032300     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SM207A.1
032400     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SM207A.1
032500     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SM207A.1
032600     03       CM-18V0 REDEFINES COMPUTED-A.                       SM207A.1
032700         04 COMPUTED-18V0                    PIC -9(18).          SM207A.1
032800         04 FILLER                           PIC X.               SM207A.1
032900     03 FILLER PIC X(50) VALUE SPACE.                             SM207A.1
033000 01  TEST-CORRECT.                                                SM207A.1
033100     02 FILLER PIC X(30) VALUE SPACE.                             SM207A.1
033200     02 FILLER PIC X(17) VALUE "       CORRECT =".                SM207A.1
033300     02 CORRECT-X.                                                SM207A.1
033400     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SM207A.1
033500     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SM207A.1
033600     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SM207A.1
033700     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SM207A.1
033800     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SM207A.1
033900     03      CR-18V0 REDEFINES CORRECT-A.                         SM207A.1
034000         04 CORRECT-18V0                     PIC -9(18).          SM207A.1
034100         04 FILLER                           PIC X.               SM207A.1
034200     03 FILLER PIC X(2) VALUE SPACE.                              SM207A.1
034300     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SM207A.1
034400 01  CCVS-C-1.                                                    SM207A.1
034500     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASM207A.1
034600-    "SS  PARAGRAPH-NAME                                          SM207A.1
034700-    "       REMARKS".                                            SM207A.1
034800     02 FILLER                     PIC X(20)    VALUE SPACE.      SM207A.1
034900 01  CCVS-C-2.                                                    SM207A.1
035000     02 FILLER                     PIC X        VALUE SPACE.      SM207A.1
035100     02 FILLER                     PIC X(6)     VALUE "TESTED".   SM207A.1
035200     02 FILLER                     PIC X(15)    VALUE SPACE.      SM207A.1
035300     02 FILLER                     PIC X(4)     VALUE "FAIL".     SM207A.1
035400     02 FILLER                     PIC X(94)    VALUE SPACE.      SM207A.1
035500 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SM207A.1
035600 01  REC-CT                        PIC 99       VALUE ZERO.       SM207A.1
035700 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SM207A.1
035800 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SM207A.1
035900 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SM207A.1
036000 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SM207A.1
036100 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SM207A.1
036200 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SM207A.1
036300 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SM207A.1
036400 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SM207A.1
036500 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SM207A.1
036600 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     SM207A.1
036700 01  CCVS-H-1.                                                    SM207A.1
036800     02  FILLER                    PIC X(39)    VALUE SPACES.     SM207A.1
036900     02  FILLER                    PIC X(42)    VALUE             SM207A.1
037000     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SM207A.1
037100     02  FILLER                    PIC X(39)    VALUE SPACES.     SM207A.1
037200 01  CCVS-H-2A.                                                   SM207A.1
037300   02  FILLER                        PIC X(40)  VALUE SPACE.      SM207A.1
037400   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SM207A.1
037500   02  FILLER                        PIC XXXX   VALUE             SM207A.1
037600     "4.2 ".                                                      SM207A.1
037700   02  FILLER                        PIC X(28)  VALUE             SM207A.1
037800            " COPY - NOT FOR DISTRIBUTION".                       SM207A.1
037900   02  FILLER                        PIC X(41)  VALUE SPACE.      SM207A.1
038000*                                                                 SM207A.1
038100 01  CCVS-H-2B.                                                   SM207A.1
038200   02  FILLER                        PIC X(15)  VALUE             SM207A.1
038300            "TEST RESULT OF ".                                    SM207A.1
038400   02  TEST-ID                       PIC X(9).                    SM207A.1
038500   02  FILLER                        PIC X(4)   VALUE             SM207A.1
038600            " IN ".                                               SM207A.1
038700   02  FILLER                        PIC X(12)  VALUE             SM207A.1
038800     " HIGH       ".                                              SM207A.1
038900   02  FILLER                        PIC X(22)  VALUE             SM207A.1
039000            " LEVEL VALIDATION FOR ".                             SM207A.1
039100   02  FILLER                        PIC X(58)  VALUE             SM207A.1
039200     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM207A.1
039300 01  CCVS-H-3.                                                    SM207A.1
039400     02  FILLER                      PIC X(34)  VALUE             SM207A.1
039500            " FOR OFFICIAL USE ONLY    ".                         SM207A.1
039600     02  CCVS-H-3-VERSION            PIC X(58)  VALUE             SM207A.1
039700     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SM207A.1
039800     02  FILLER                      PIC X(28)  VALUE             SM207A.1
039900            "  COPYRIGHT   1985 ".                                SM207A.1
040000 01  CCVS-E-1.                                                    SM207A.1
040100     02 FILLER                       PIC X(52)  VALUE SPACE.      SM207A.1
040200     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SM207A.1
040300     02 ID-AGAIN                     PIC X(9).                    SM207A.1
040400     02 FILLER                       PIC X(45)  VALUE SPACES.     SM207A.1
040500 01  CCVS-E-2.                                                    SM207A.1
040600     02  FILLER                      PIC X(31)  VALUE SPACE.      SM207A.1
040700     02  FILLER                      PIC X(21)  VALUE SPACE.      SM207A.1
040800     02 CCVS-E-2-2.                                               SM207A.1
040900         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SM207A.1
041000         03 FILLER                   PIC X      VALUE SPACE.      SM207A.1
041100         03 ENDER-DESC               PIC X(44)  VALUE             SM207A.1
041200            "ERRORS ENCOUNTERED".                                 SM207A.1
041300 01  CCVS-E-3.                                                    SM207A.1
041400     02  FILLER                      PIC X(22)  VALUE             SM207A.1
041500            " FOR OFFICIAL USE ONLY".                             SM207A.1
041600     02  FILLER                      PIC X(12)  VALUE SPACE.      SM207A.1
041700     02  FILLER                      PIC X(58)  VALUE             SM207A.1
041800     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM207A.1
041900     02  FILLER                      PIC X(13)  VALUE SPACE.      SM207A.1
042000     02 FILLER                       PIC X(15)  VALUE             SM207A.1
042100             " COPYRIGHT 1985".                                   SM207A.1
042200 01  CCVS-E-4.                                                    SM207A.1
042300     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SM207A.1
042400     02 FILLER                       PIC X(4)   VALUE " OF ".     SM207A.1
042500     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SM207A.1
042600     02 FILLER                       PIC X(40)  VALUE             SM207A.1
042700      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SM207A.1
042800 01  XXINFO.                                                      SM207A.1
042900     02 FILLER                       PIC X(19)  VALUE             SM207A.1
043000            "*** INFORMATION ***".                                SM207A.1
043100     02 INFO-TEXT.                                                SM207A.1
043200       04 FILLER                     PIC X(8)   VALUE SPACE.      SM207A.1
043300       04 XXCOMPUTED                 PIC X(20).                   SM207A.1
043400       04 FILLER                     PIC X(5)   VALUE SPACE.      SM207A.1
043500       04 XXCORRECT                  PIC X(20).                   SM207A.1
043600     02 INF-ANSI-REFERENCE           PIC X(48).                   SM207A.1
043700 01  HYPHEN-LINE.                                                 SM207A.1
043800     02 FILLER  PIC IS X VALUE IS SPACE.                          SM207A.1
043900     02 FILLER  PIC IS X(65)    VALUE IS "************************SM207A.1
044000-    "*****************************************".                 SM207A.1
044100     02 FILLER  PIC IS X(54)    VALUE IS "************************SM207A.1
044200-    "******************************".                            SM207A.1
044300 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SM207A.1
044400     "SM207A".                                                    SM207A.1
044500 01  CCVS-PGM-ID-R REDEFINES CCVS-PGM-ID.                         SM207A.1
044600     02  CCVS-PGM-MODULE-PREFIX     PIC XX.                       SM207A.1
044700     02  FILLER                     PIC X(7).                     SM207A.1
044800 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 001.        SM207A.1
044900 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    SM207A.1
045000 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       SM207A.1
045100 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       SM207A.1
045200 01  WS-PRIOR-SEQ                    PIC 99     VALUE ZERO.       SM207A.1
045300 PROCEDURE DIVISION.                                              SM207A.1
045400 CCVS1 SECTION.                                                   SM207A.1
045500 OPEN-FILES.                                                      SM207A.1
045600     OPEN I-O RAW-DATA.                                           SM207A.1
045700     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        SM207A.1
045800     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         SM207A.1
000000     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            K6WIND.1
000000     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        K6WIND.1
045900     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              SM207A.1
046000     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                SM207A.1
046100     MOVE 1 TO RAW-DATA-SEQ-WS.                                   SM207A.1
046200 FIND-RUN-KEY.                                                    SM207A.1
046300     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    SM207A.1
046400     READ RAW-DATA INVALID KEY GO TO WRITE-RUN-RECORD.            SM207A.1
046500     ADD 1 TO RAW-DATA-SEQ-WS.                                    SM207A.1
046600     GO TO FIND-RUN-KEY.                                          SM207A.1
046700 WRITE-RUN-RECORD.                                                SM207A.1
046800     MOVE "ABORTED " TO C-ABORT.                                  SM207A.1
046900     ADD 1 TO C-NO-OF-TESTS.                                      SM207A.1
047000     MOVE RAW-DATA-RUN-DATE-WS TO C-DATE.                         SM207A.1
047100     ACCEPT C-TIME  FROM TIME.                                    SM207A.1
047200     MOVE SPACE TO C-SUPERSEDED.                                  SM207A.1
047300     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SM207A.1
047400     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SM207A.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
047500     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SM207A.1
047600 END-E-1.                                                         SM207A.1
047700     CLOSE RAW-DATA.                                              SM207A.1
047800     OPEN    OUTPUT PRINT-FILE.                                   SM207A.1
047900     OPEN    OUTPUT CSV-FILE.                                     SM207A.1
048000*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      SM207A.1
048100*    K6CSVE.CPY.                                                  SM207A.1
048200     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              SM207A.1
048300     MOVE K6-TARGET-ID TO CEH-TARGET.                             SM207A.1
048400     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SM207A.1
048500     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SM207A.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
048600     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SM207A.1
048700     WRITE CSV-REC.                                               SM207A.1
048800     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SM207A.1
048900-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            SM207A.1
049000         TO CSV-REC.                                              SM207A.1
049100     WRITE CSV-REC.                                               SM207A.1
049200     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  SM207A.1
049300     MOVE    SPACE TO TEST-RESULTS.                               SM207A.1
049400     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              SM207A.1
049500     GO TO CCVS1-EXIT.                                            SM207A.1
049600 CLOSE-FILES.                                                     SM207A.1
049700     OPEN I-O RAW-DATA.                                           SM207A.1
049800*    RAW-DATA-KEY STILL HOLDS THE PGM-ID/DATE/SEQ SET BY          SM207A.1
049900*    OPEN-FILES FOR THIS RUN -- RE-READ THAT SAME RECORD.         SM207A.1
050000     READ RAW-DATA INVALID KEY GO TO END-E-2.                     SM207A.1
050100     MOVE "OK.     " TO C-ABORT.                                  SM207A.1
050200     MOVE PASS-COUNTER TO C-OK.                                   SM207A.1
050300     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               SM207A.1
050400         INSPECT-COUNTER + DELETE-COUNTER.                        SM207A.1
050500     MOVE ERROR-COUNTER TO C-FAIL.                                SM207A.1
050600     MOVE DELETE-COUNTER TO C-DELETED.                            SM207A.1
050700     MOVE INSPECT-COUNTER TO C-INSPECT.                           SM207A.1
050800     MOVE CCVS-PGM-MODULE-PREFIX TO C-MODULE-ID.                  SM207A.1
050900     IF (PASS-COUNTER + ERROR-COUNTER + INSPECT-COUNTER +         SM207A.1
051000         DELETE-COUNTER) IS GREATER THAN ZERO                     SM207A.1
051100         COMPUTE C-MODULE-PCT ROUNDED =                           SM207A.1
051200             (PASS-COUNTER / (PASS-COUNTER + ERROR-COUNTER +      SM207A.1
051300             INSPECT-COUNTER + DELETE-COUNTER)) * 100             SM207A.1
051400     ELSE                                                         SM207A.1
051500         MOVE ZERO TO C-MODULE-PCT.                               SM207A.1
051600     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          SM207A.1
051700     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        SM207A.1
051800     ACCEPT C-END-TIME FROM TIME.                                 SM207A.1
051900     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             SM207A.1
052000     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           SM207A.1
052100         PERFORM SUPERSEDE-PRIOR-RUNS THRU SUPERSEDE-PRIOR-EXIT.  SM207A.1
052200 END-E-2.                                                         SM207A.1
052300     CLOSE RAW-DATA.                                              SM207A.1
052400     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SM207A.1
052500*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    SM207A.1
052600*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      SM207A.1
052700     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               SM207A.1
052800     MOVE PASS-COUNTER TO CET-OK.                                 SM207A.1
052900     MOVE ERROR-COUNTER TO CET-FAIL.                              SM207A.1
053000     MOVE DELETE-COUNTER TO CET-DELETED.                          SM207A.1
053100     MOVE INSPECT-COUNTER TO CET-INSPECT.                         SM207A.1
053200     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         SM207A.1
053300     WRITE CSV-REC.                                               SM207A.1
053400     CLOSE CSV-FILE.                                              SM207A.1
053500 TERMINATE-CCVS.                                                  SM207A.1
053600     EXIT PROGRAM.                                                SM207A.1
053700 TERMINATE-CALL.                                                  SM207A.1
053800     STOP     RUN.                                                SM207A.1
053900*--------------------------------------------------------------   SM207A.1
054000* SUPERSEDE-PRIOR-RUNS -- A COMPLETED RERUN MARKS THIS DAY'S      SM207A.1
054100* EARLIER RECORDS SUPERSEDED, POINTING AT THE RUN THAT            SM207A.1
054200* REPLACES THEM, SO THE ROLLUP TOOLS COUNT ONLY EFFECTIVE         SM207A.1
054300* RUNS (SEE K6RAWDS.CPY AND THE K6SUPS CHAIN REPORT).             SM207A.1
054400*--------------------------------------------------------------   SM207A.1
054500 SUPERSEDE-PRIOR-RUNS.                                            SM207A.1
054600     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 SM207A.1
054700     MOVE ZERO TO WS-PRIOR-SEQ.                                   SM207A.1
054800 SUPERSEDE-NEXT-PRIOR.                                            SM207A.1
054900     ADD 1 TO WS-PRIOR-SEQ.                                       SM207A.1
055000     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             SM207A.1
055100         GO TO SUPERSEDE-RESTORE.                                 SM207A.1
055200     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SM207A.1
055300     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SM207A.1
000000*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         K6VOID.1
000000     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  K6VOID.1
055500         GO TO SUPERSEDE-NEXT-PRIOR.                              SM207A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
055600     MOVE "S" TO C-SUPERSEDED.                                    SM207A.1
055700     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SM207A.1
055800     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.SM207A.1
055900     GO TO SUPERSEDE-NEXT-PRIOR.                                  SM207A.1
056000*    RESTORE THIS RUN'S OWN KEY AND RECORD AREA BEFORE THE        SM207A.1
056100*    FILE CLOSES.                                                 SM207A.1
056200 SUPERSEDE-RESTORE.                                               SM207A.1
056300     MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ.                 SM207A.1
056400     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        SM207A.1
056500 SUPERSEDE-PRIOR-EXIT.                                            SM207A.1
056600     EXIT.                                                        SM207A.1
000000*--------------------------------------------------------------   K6WIND.1
000000* WINDOW-IDENT-READ -- THE NAMED-WINDOW CARD; ABSENT OR BLANK     K6WIND.1
000000* MEANS THE OVERNIGHT WINDOW "N".                                 K6WIND.1
000000*--------------------------------------------------------------   K6WIND.1
000000 WINDOW-IDENT-READ.                                               K6WIND.1
000000     OPEN INPUT WINDOW-IDENT.                                     K6WIND.1
000000     IF WS-WINDOWID-STATUS NOT = "00"                             K6WIND.1
000000             AND WS-WINDOWID-STATUS NOT = "05"                    K6WIND.1
000000         GO TO WINDOW-IDENT-EXIT.                                 K6WIND.1
000000     READ WINDOW-IDENT                                            K6WIND.1
000000         AT END GO TO WINDOW-IDENT-DONE.                          K6WIND.1
000000     IF WI-WINDOW-ID NOT = SPACE                                  K6WIND.1
000000         MOVE WI-WINDOW-ID TO WS-WINDOW-ID.                       K6WIND.1
000000 WINDOW-IDENT-DONE.                                               K6WIND.1
000000     CLOSE WINDOW-IDENT.                                          K6WIND.1
000000 WINDOW-IDENT-EXIT.                                               K6WIND.1
000000     EXIT.                                                        K6WIND.1
056700 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SM207A.1
056800 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SM207A.1
056900 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SM207A.1
057000 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SM207A.1
057100     MOVE "****TEST DELETED****" TO RE-MARK.                      SM207A.1
057200 PRINT-DETAIL.                                                    SM207A.1
057300     IF REC-CT NOT EQUAL TO ZERO                                  SM207A.1
057400             MOVE "." TO PARDOT-X                                 SM207A.1
057500             MOVE REC-CT TO DOTVALUE.                             SM207A.1
057600     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SM207A.1
057700     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          SM207A.1
057800         PARAGRAPH-TIME-CAPTURE-EXIT.                             SM207A.1
057900     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         SM207A.1
058000     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SM207A.1
058100        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SM207A.1
058200          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SM207A.1
058300     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SM207A.1
058400     MOVE SPACE TO CORRECT-X.                                     SM207A.1
058500     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SM207A.1
058600     MOVE     SPACE TO RE-MARK.                                   SM207A.1
058700 CSV-WRITE-DETAIL.                                                SM207A.1
058800     MOVE SPACE TO CSV-BUILD-AREA.                                SM207A.1
058900     MOVE FEATURE TO CSV-FEATURE-T.                               SM207A.1
059000     MOVE P-OR-F TO CSV-POF-T.                                    SM207A.1
059100     MOVE PAR-NAME TO CSV-PARNAME-T.                              SM207A.1
059200     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           SM207A.1
059300     MOVE CORRECT-A TO CSV-CORRECT-T.                             SM207A.1
059400     MOVE RE-MARK TO CSV-REMARK-T.                                SM207A.1
059500     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  SM207A.1
059600     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           SM207A.1
059700     STRING '"' CSV-FEATURE-T    '","'                            SM207A.1
059800            CSV-POF-T            '","'                            SM207A.1
059900            CSV-PARNAME-T        '","'                            SM207A.1
060000            CSV-COMPUTED-T       '","'                            SM207A.1
060100            CSV-CORRECT-T        '","'                            SM207A.1
060200            CSV-REMARK-T         '","'                            SM207A.1
060300            CSV-ELAPSED-T        '","'                            SM207A.1
060400            CSV-ANSI-CLAUSE-T    '","'                            SM207A.1
060500            CSV-SEVERITY-T       '"'                              SM207A.1
060600         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   SM207A.1
060700     MOVE CSV-BUILD-AREA TO CSV-REC.                              SM207A.1
060800     WRITE CSV-REC.                                               SM207A.1
060900     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               SM207A.1
061000 CSV-WRITE-DETAIL-EXIT.                                           SM207A.1
061100     EXIT.                                                        SM207A.1
061200*--------------------------------------------------------------   SM207A.1
061300* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        SM207A.1
061400* MERGE FEATURES CARRY NO STRUCTURED CLAUSE CODE YET, SO THE      SM207A.1
061500* FEATURE-WORD SCAN AND THE DEFAULT CLASS DO THE GRADING HERE.    SM207A.1
061600*--------------------------------------------------------------   SM207A.1
061700 SEVERITY-LOOKUP.                                                 SM207A.1
061800     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    SM207A.1
061900     IF ANSI-CLAUSE-CODE = SPACE                                  SM207A.1
062000         GO TO SEVERITY-BY-FEATURE.                               SM207A.1
062100     SET SEV-CL-IDX TO 1.                                         SM207A.1
062200 SEVERITY-CLAUSE-SCAN.                                            SM207A.1
062300     IF SEV-CL-IDX > 8                                            SM207A.1
062400         GO TO SEVERITY-BY-FEATURE.                               SM207A.1
062500     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           SM207A.1
062600         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     SM207A.1
062700         GO TO SEVERITY-TRACK-HIGH.                               SM207A.1
062800     SET SEV-CL-IDX UP BY 1.                                      SM207A.1
062900     GO TO SEVERITY-CLAUSE-SCAN.                                  SM207A.1
063000 SEVERITY-BY-FEATURE.                                             SM207A.1
063100     SET SEV-FT-IDX TO 1.                                         SM207A.1
063200 SEVERITY-FEATURE-SCAN.                                           SM207A.1
063300     IF SEV-FT-IDX > 6                                            SM207A.1
063400         GO TO SEVERITY-TRACK-HIGH.                               SM207A.1
063500     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) SM207A.1
063600         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    SM207A.1
063700         GO TO SEVERITY-TRACK-HIGH.                               SM207A.1
063800     SET SEV-FT-IDX UP BY 1.                                      SM207A.1
063900     GO TO SEVERITY-FEATURE-SCAN.                                 SM207A.1
064000 SEVERITY-TRACK-HIGH.                                             SM207A.1
064100     IF CSV-POF-T NOT = "FAIL*"                                   SM207A.1
064200         GO TO SEVERITY-LOOKUP-EXIT.                              SM207A.1
064300     IF WS-RUN-SEV-HIGH = SPACE                                   SM207A.1
064400             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  SM207A.1
064500         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  SM207A.1
064600 SEVERITY-LOOKUP-EXIT.                                            SM207A.1
064700     EXIT.                                                        SM207A.1
064800 PARAGRAPH-TIME-CAPTURE.                                          SM207A.1
064900     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            SM207A.1
065000     ACCEPT WS-TIME-NOW FROM TIME.                                SM207A.1
065100     COMPUTE WS-NOW-CS =                                          SM207A.1
065200         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             SM207A.1
065300             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            SM207A.1
065400     COMPUTE WS-LAST-CS =                                         SM207A.1
065500         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           SM207A.1
065600             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          SM207A.1
065700     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               SM207A.1
065800         MOVE ZERO TO WS-ELAPSED-CS                               SM207A.1
065900     ELSE                                                         SM207A.1
066000         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       SM207A.1
066100             GIVING WS-ELAPSED-CS.                                SM207A.1
066200     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         SM207A.1
066300 PARAGRAPH-TIME-CAPTURE-EXIT.                                     SM207A.1
066400     EXIT.                                                        SM207A.1
066500 HEAD-ROUTINE.                                                    SM207A.1
066600     MOVE K6-COMPILER-VERSION TO CCVS-H-3-VERSION.                SM207A.1
066700     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SM207A.1
066800     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SM207A.1
066900     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SM207A.1
067000     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SM207A.1
067100 COLUMN-NAMES-ROUTINE.                                            SM207A.1
067200     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM207A.1
067300     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM207A.1
067400     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SM207A.1
067500 END-ROUTINE.                                                     SM207A.1
067600     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SM207A.1
067700 END-RTN-EXIT.                                                    SM207A.1
067800     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM207A.1
067900 END-ROUTINE-1.                                                   SM207A.1
068000      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SM207A.1
068100      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SM207A.1
068200      ADD PASS-COUNTER TO ERROR-HOLD.                             SM207A.1
068300*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   SM207A.1
068400      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SM207A.1
068500      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SM207A.1
068600      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SM207A.1
068700      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SM207A.1
068800  END-ROUTINE-12.                                                 SM207A.1
068900      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SM207A.1
069000     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SM207A.1
069100         MOVE "NO " TO ERROR-TOTAL                                SM207A.1
069200         ELSE                                                     SM207A.1
069300         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SM207A.1
069400     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SM207A.1
069500     PERFORM WRITE-LINE.                                          SM207A.1
069600 END-ROUTINE-13.                                                  SM207A.1
069700     IF DELETE-COUNTER IS EQUAL TO ZERO                           SM207A.1
069800         MOVE "NO " TO ERROR-TOTAL  ELSE                          SM207A.1
069900         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SM207A.1
070000     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SM207A.1
070100     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM207A.1
070200      IF   INSPECT-COUNTER EQUAL TO ZERO                          SM207A.1
070300          MOVE "NO " TO ERROR-TOTAL                               SM207A.1
070400      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SM207A.1
070500      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SM207A.1
070600      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SM207A.1
070700     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM207A.1
070800 WRITE-LINE.                                                      SM207A.1
070900*    THE END-OF-PAGE CONDITION RAISED IN WRT-LN BELOW REPLAYS     SM207A.1
071000*    THE HEADER BLOCK HERE, AT THE TOP OF THE NEW PAGE, BEFORE    SM207A.1
071100*    THE PENDING LINE GOES OUT.                                   SM207A.1
071200     IF K6-PAGE-EOP-PENDING                                       SM207A.1
071300         MOVE "N" TO K6-PAGE-EOP-SW                               SM207A.1
071400         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SM207A.1
071500         MOVE SPACE TO DUMMY-RECORD                               SM207A.1
071600         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  SM207A.1
071700         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SM207A.1
071800         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SM207A.1
071900         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SM207A.1
072000         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SM207A.1
072100         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SM207A.1
072200         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SM207A.1
072300         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SM207A.1
072400         MOVE DUMMY-HOLD TO DUMMY-RECORD.                         SM207A.1
072500     PERFORM WRT-LN.                                              SM207A.1
072600 WRT-LN.                                                          SM207A.1
072700     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINE                 SM207A.1
072800         AT END-OF-PAGE SET K6-PAGE-EOP-PENDING TO TRUE.          SM207A.1
072900     MOVE SPACE TO DUMMY-RECORD.                                  SM207A.1
073000 BLANK-LINE-PRINT.                                                SM207A.1
073100     PERFORM WRT-LN.                                              SM207A.1
073200 FAIL-ROUTINE.                                                    SM207A.1
073300     IF     COMPUTED-X NOT EQUAL TO SPACE                         SM207A.1
073400            GO TO   FAIL-ROUTINE-WRITE.                           SM207A.1
073500     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SM207A.1
073600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SM207A.1
073700     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SM207A.1
073800     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM207A.1
073900     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SM207A.1
074000     GO TO  FAIL-ROUTINE-EX.                                      SM207A.1
074100 FAIL-ROUTINE-WRITE.                                              SM207A.1
074200     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SM207A.1
074300     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SM207A.1
074400     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SM207A.1
074500     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SM207A.1
074600 FAIL-ROUTINE-EX. EXIT.                                           SM207A.1
074700 BAIL-OUT.                                                        SM207A.1
074800     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SM207A.1
074900     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SM207A.1
075000 BAIL-OUT-WRITE.                                                  SM207A.1
075100     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SM207A.1
075200     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SM207A.1
075300     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM207A.1
075400     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SM207A.1
075500 BAIL-OUT-EX. EXIT.                                               SM207A.1
075600 CCVS1-EXIT.                                                      SM207A.1
075700     EXIT.                                                        SM207A.1
075800 SECT-SM207A-0001 SECTION.                                        SM207A.1
075900*=================================================================SM207A.1
076000*  SORT TESTS.  EACH INIT PARAGRAPH SETS THE RANK STRING, BUILDS  SM207A.1
076100*  THE EXPECTED ORDER AND SORTS THE TEN KEYS THROUGH THE INPUT    SM207A.1
076200*  AND OUTPUT PROCEDURE SECTIONS BELOW; ITS TEST PARAGRAPH        SM207A.1
076300*  COMPARES WHAT CAME BACK, POSITION BY POSITION.                 SM207A.1
076400*=================================================================SM207A.1
076500*                                                                 SM207A.1
076600*    01                                                           SM207A.1
076700*                                                                 SM207A.1
076800 SRT-INIT-GF-01.                                                  SM207A.1
076900     MOVE     SRT-RANK-STD1 TO SRT-RANK-ACTIVE.                   SM207A.1
077000     MOVE     "N" TO SRT-FOLD-SW.                                 SM207A.1
077100     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
077200     SORT     SM-SORT-FILE                                        SM207A.1
077300              ON ASCENDING KEY SRT-SD-KEY                         SM207A.1
077400              COLLATING SEQUENCE IS SM-STD1-SEQ                   SM207A.1
077500              INPUT PROCEDURE IS SECT-SM207A-REL                  SM207A.1
077600              OUTPUT PROCEDURE IS SECT-SM207A-RET.                SM207A.1
077700 SRT-TEST-GF-01.                                                  SM207A.1
077800     MOVE     "SORT STANDARD-1     " TO FEATURE.                  SM207A.1
077900     MOVE     "SRT-TEST-GF-01" TO PAR-NAME.                       SM207A.1
078000     MOVE   "SORT COLLATING SEQUENCE STANDARD-1" TO               SM207A.1
078100            ANSI-REFERENCE.                                       SM207A.1
078200     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM207A.1
078300     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
078400*                                                                 SM207A.1
078500*    02                                                           SM207A.1
078600*                                                                 SM207A.1
078700 SRT-INIT-GF-02.                                                  SM207A.1
078800     MOVE     SRT-RANK-STD2 TO SRT-RANK-ACTIVE.                   SM207A.1
078900     MOVE     "N" TO SRT-FOLD-SW.                                 SM207A.1
079000     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
079100     SORT     SM-SORT-FILE                                        SM207A.1
079200              ON ASCENDING KEY SRT-SD-KEY                         SM207A.1
079300              COLLATING SEQUENCE IS SM-STD2-SEQ                   SM207A.1
079400              INPUT PROCEDURE IS SECT-SM207A-REL                  SM207A.1
079500              OUTPUT PROCEDURE IS SECT-SM207A-RET.                SM207A.1
079600 SRT-TEST-GF-02.                                                  SM207A.1
079700     MOVE     "SORT STANDARD-2     " TO FEATURE.                  SM207A.1
079800     MOVE     "SRT-TEST-GF-02" TO PAR-NAME.                       SM207A.1
079900     MOVE   "SORT COLLATING SEQUENCE STANDARD-2" TO               SM207A.1
080000            ANSI-REFERENCE.                                       SM207A.1
080100     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM207A.1
080200     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
080300*                                                                 SM207A.1
080400*    03                                                           SM207A.1
080500*                                                                 SM207A.1
080600 SRT-INIT-GF-03.                                                  SM207A.1
080700     PERFORM  SRT-SET-NATIVE THRU SRT-SET-NATIVE-EXIT.            SM207A.1
080800     IF       SRT-NATIVE-UNKNOWN                                  SM207A.1
080900              GO TO SRT-TEST-GF-03.                               SM207A.1
081000     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
081100     SORT     SM-SORT-FILE                                        SM207A.1
081200              ON ASCENDING KEY SRT-SD-KEY                         SM207A.1
081300              COLLATING SEQUENCE IS SM-NATIVE-SEQ                 SM207A.1
081400              INPUT PROCEDURE IS SECT-SM207A-REL                  SM207A.1
081500              OUTPUT PROCEDURE IS SECT-SM207A-RET.                SM207A.1
081600 SRT-TEST-GF-03.                                                  SM207A.1
081700     MOVE     "SORT NATIVE         " TO FEATURE.                  SM207A.1
081800     MOVE     "SRT-TEST-GF-03" TO PAR-NAME.                       SM207A.1
081900     MOVE   "SORT COLLATING SEQUENCE NATIVE" TO ANSI-REFERENCE.   SM207A.1
082000     IF       SRT-NATIVE-UNKNOWN                                  SM207A.1
082100              PERFORM INSPT                                       SM207A.1
082200              MOVE "NATIVE CODE SET NOT ASCII/EBCDIC" TO RE-MARK  SM207A.1
082300              PERFORM PRINT-DETAIL                                SM207A.1
082400              GO TO SRT-INIT-GF-04.                               SM207A.1
082500     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM207A.1
082600     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
082700*                                                                 SM207A.1
082800*    04                                                           SM207A.1
082900*                                                                 SM207A.1
083000 SRT-INIT-GF-04.                                                  SM207A.1
083100     MOVE     SRT-RANK-USER TO SRT-RANK-ACTIVE.                   SM207A.1
083200     MOVE     "Y" TO SRT-FOLD-SW.                                 SM207A.1
083300     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
083400     SORT     SM-SORT-FILE                                        SM207A.1
083500              ON ASCENDING KEY SRT-SD-KEY                         SM207A.1
083600              WITH DUPLICATES IN ORDER                            SM207A.1
083700              COLLATING SEQUENCE IS SM-USER-SEQ                   SM207A.1
083800              INPUT PROCEDURE IS SECT-SM207A-REL                  SM207A.1
083900              OUTPUT PROCEDURE IS SECT-SM207A-RET.                SM207A.1
084000 SRT-TEST-GF-04.                                                  SM207A.1
084100     MOVE     "SORT USER ALPHABET  " TO FEATURE.                  SM207A.1
084200     MOVE     "SRT-TEST-GF-04" TO PAR-NAME.                       SM207A.1
084300     MOVE   "SORT COLLATING SEQ, DUPLICATES IN ORDER" TO          SM207A.1
084400            ANSI-REFERENCE.                                       SM207A.1
084500     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM207A.1
084600     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
084700*                                                                 SM207A.1
084800*    05                                                           SM207A.1
084900*                                                                 SM207A.1
085000 SRT-INIT-GF-05.                                                  SM207A.1
085100     MOVE     SRT-RANK-STD1 TO SRT-RANK-ACTIVE.                   SM207A.1
085200     MOVE     "N" TO SRT-FOLD-SW.                                 SM207A.1
085300     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
085400     SORT     SM-SORT-FILE                                        SM207A.1
085500              ON ASCENDING KEY SRT-SD-KEY                         SM207A.1
085600              INPUT PROCEDURE IS SECT-SM207A-REL                  SM207A.1
085700              OUTPUT PROCEDURE IS SECT-SM207A-RET.                SM207A.1
085800 SRT-TEST-GF-05.                                                  SM207A.1
085900     MOVE     "SORT PROGRAM SEQ    " TO FEATURE.                  SM207A.1
086000     MOVE     "SRT-TEST-GF-05" TO PAR-NAME.                       SM207A.1
086100     MOVE   "PROGRAM COLLATING SEQUENCE - SORT DEFAULT" TO        SM207A.1
086200            ANSI-REFERENCE.                                       SM207A.1
086300     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM207A.1
086400     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
086500     GO       TO SECT-SM207A-0002.                                SM207A.1
086600 SECT-SM207A-REL SECTION.                                         SM207A.1
086700*=================================================================SM207A.1
086800*  SORT INPUT PROCEDURE -- RELEASE THE TEN KEYS, EACH WITH ITS    SM207A.1
086900*  POSITION SO THE ORDER OF EQUAL KEYS CAN BE SEEN.               SM207A.1
087000*=================================================================SM207A.1
087100 SRT-RELEASE-INIT.                                                SM207A.1
087200     MOVE     ZERO TO SRT-I.                                      SM207A.1
087300 SRT-RELEASE-LOOP.                                                SM207A.1
087400     ADD      1 TO SRT-I.                                         SM207A.1
087500     IF       SRT-I GREATER THAN SRT-KEY-COUNT                    SM207A.1
087600              GO TO SRT-RELEASE-DONE.                             SM207A.1
087700     MOVE     SPACE TO SM-SORT-REC.                               SM207A.1
087800     MOVE     SRT-KEY (SRT-I) TO SRT-SD-KEY.                      SM207A.1
087900     MOVE     SRT-I TO SRT-SD-POS.                                SM207A.1
088000     RELEASE  SM-SORT-REC.                                        SM207A.1
088100     GO       TO SRT-RELEASE-LOOP.                                SM207A.1
088200 SRT-RELEASE-DONE.                                                SM207A.1
088300     EXIT.                                                        SM207A.1
088400 SECT-SM207A-RET SECTION.                                         SM207A.1
088500*=================================================================SM207A.1
088600*  SORT OUTPUT PROCEDURE -- RETURN THE SORTED KEYS INTO THE       SM207A.1
088700*  TABLE THE TEST PARAGRAPHS CHECK.                               SM207A.1
088800*=================================================================SM207A.1
088900 SRT-RETURN-INIT.                                                 SM207A.1
089000     MOVE     ZERO TO SRT-RETURNS.                                SM207A.1
089100     MOVE     SPACE TO SRT-GOT-TABLE.                             SM207A.1
089200 SRT-RETURN-LOOP.                                                 SM207A.1
089300     RETURN   SM-SORT-FILE RECORD                                 SM207A.1
089400              AT END GO TO SRT-RETURN-DONE.                       SM207A.1
089500     ADD      1 TO SRT-RETURNS.                                   SM207A.1
089600     IF       SRT-RETURNS GREATER THAN SRT-KEY-COUNT              SM207A.1
089700              GO TO SRT-RETURN-LOOP.                              SM207A.1
089800     MOVE     SRT-SD-KEY TO SRT-GOT-KEY (SRT-RETURNS).            SM207A.1
089900     MOVE     SRT-SD-POS TO SRT-GOT-POS (SRT-RETURNS).            SM207A.1
090000     GO       TO SRT-RETURN-LOOP.                                 SM207A.1
090100 SRT-RETURN-DONE.                                                 SM207A.1
090200     EXIT.                                                        SM207A.1
090300 SECT-SM207A-MRT SECTION.                                         SM207A.1
090400*=================================================================SM207A.1
090500*  MERGE OUTPUT PROCEDURE -- RETURN THE MERGED KEYS AND THE FILE  SM207A.1
090600*  EACH CAME FROM.                                                SM207A.1
090700*=================================================================SM207A.1
090800 MRG-RETURN-INIT.                                                 SM207A.1
090900     MOVE     ZERO TO SRT-RETURNS.                                SM207A.1
091000     MOVE     SPACE TO SRT-GOT-TABLE.                             SM207A.1
091100 MRG-RETURN-LOOP.                                                 SM207A.1
091200     RETURN   SM-MERGE-FILE RECORD                                SM207A.1
091300              AT END GO TO MRG-RETURN-DONE.                       SM207A.1
091400     ADD      1 TO SRT-RETURNS.                                   SM207A.1
091500     IF       SRT-RETURNS GREATER THAN SRT-KEY-COUNT              SM207A.1
091600              GO TO MRG-RETURN-LOOP.                              SM207A.1
091700     MOVE     MRG-SD-KEY TO SRT-GOT-KEY (SRT-RETURNS).            SM207A.1
091800     MOVE     MRG-SD-SOURCE TO SRT-GOT-SRC (SRT-RETURNS).         SM207A.1
091900     GO       TO MRG-RETURN-LOOP.                                 SM207A.1
092000 MRG-RETURN-DONE.                                                 SM207A.1
092100     EXIT.                                                        SM207A.1
092200 SECT-SM207A-UTIL SECTION.                                        SM207A.1
092300*=================================================================SM207A.1
092400*  ROUTINES PERFORMED BY THE TESTS.  NOTHING FALLS INTO THIS      SM207A.1
092500*  SECTION; THE SORT TESTS END WITH A GO TO PAST IT.              SM207A.1
092600*=================================================================SM207A.1
092700*                                                                 SM207A.1
092800*  SRT-BUILD-EXPECTED -- INSERTION SORT OF THE TEN KEYS BY THE    SM207A.1
092900*  RANK STRING IN FORCE.  A KEY GOES AFTER EVERY KEY ALREADY      SM207A.1
093000*  PLACED THAT IS NOT GREATER, SO EQUAL KEYS KEEP THEIR ORDER.    SM207A.1
093100*                                                                 SM207A.1
093200 SRT-BUILD-EXPECTED.                                              SM207A.1
093300     MOVE     ZERO TO SRT-I.                                      SM207A.1
093400 SRT-BUILD-NEXT.                                                  SM207A.1
093500     ADD      1 TO SRT-I.                                         SM207A.1
093600     IF       SRT-I GREATER THAN SRT-KEY-COUNT                    SM207A.1
093700              GO TO SRT-BUILD-EXPECTED-EXIT.                      SM207A.1
093800     MOVE     SRT-KEY (SRT-I) TO SRT-CMP-B.                       SM207A.1
093900     SUBTRACT 1 FROM SRT-I GIVING SRT-J.                          SM207A.1
094000 SRT-BUILD-SHIFT.                                                 SM207A.1
094100     IF       SRT-J EQUAL TO ZERO                                 SM207A.1
094200              GO TO SRT-BUILD-PLACE.                              SM207A.1
094300     MOVE     SRT-EXP-KEY (SRT-J) TO SRT-CMP-A.                   SM207A.1
094400     PERFORM  SRT-COMPARE THRU SRT-COMPARE-EXIT.                  SM207A.1
094500     IF       NOT SRT-CMP-GREATER                                 SM207A.1
094600              GO TO SRT-BUILD-PLACE.                              SM207A.1
094700     MOVE     SRT-EXP-ENTRY (SRT-J) TO SRT-EXP-ENTRY (SRT-J + 1). SM207A.1
094800     SUBTRACT 1 FROM SRT-J.                                       SM207A.1
094900     GO       TO SRT-BUILD-SHIFT.                                 SM207A.1
095000 SRT-BUILD-PLACE.                                                 SM207A.1
095100     MOVE     SRT-KEY (SRT-I) TO SRT-EXP-KEY (SRT-J + 1).         SM207A.1
095200     MOVE     SRT-I TO SRT-EXP-POS (SRT-J + 1).                   SM207A.1
095300     GO       TO SRT-BUILD-NEXT.                                  SM207A.1
095400 SRT-BUILD-EXPECTED-EXIT.                                         SM207A.1
095500     EXIT.                                                        SM207A.1
095600*                                                                 SM207A.1
095700*  SRT-COMPARE -- SRT-CMP-A AGAINST SRT-CMP-B, CHARACTER BY       SM207A.1
095800*  CHARACTER, BY RANK.  SETS SRT-CMP-RESULT TO <, = OR >.         SM207A.1
095900*                                                                 SM207A.1
096000 SRT-COMPARE.                                                     SM207A.1
096100     MOVE     "=" TO SRT-CMP-RESULT.                              SM207A.1
096200     MOVE     ZERO TO SRT-CMP-SUB.                                SM207A.1
096300 SRT-COMPARE-CHAR.                                                SM207A.1
096400     ADD      1 TO SRT-CMP-SUB.                                   SM207A.1
096500     IF       SRT-CMP-SUB GREATER THAN 3                          SM207A.1
096600              GO TO SRT-COMPARE-EXIT.                             SM207A.1
096700     MOVE     SRT-CMP-A (SRT-CMP-SUB:1) TO SRT-CMP-CHAR.          SM207A.1
096800     PERFORM  SRT-RANK-CHAR THRU SRT-RANK-CHAR-EXIT.              SM207A.1
096900     MOVE     SRT-RANK-N TO SRT-RANK-A.                           SM207A.1
097000     MOVE     SRT-CMP-B (SRT-CMP-SUB:1) TO SRT-CMP-CHAR.          SM207A.1
097100     PERFORM  SRT-RANK-CHAR THRU SRT-RANK-CHAR-EXIT.              SM207A.1
097200     IF       SRT-RANK-A LESS THAN SRT-RANK-N                     SM207A.1
097300              MOVE "<" TO SRT-CMP-RESULT                          SM207A.1
097400              GO TO SRT-COMPARE-EXIT.                             SM207A.1
097500     IF       SRT-RANK-A GREATER THAN SRT-RANK-N                  SM207A.1
097600              MOVE ">" TO SRT-CMP-RESULT                          SM207A.1
097700              GO TO SRT-COMPARE-EXIT.                             SM207A.1
097800     GO       TO SRT-COMPARE-CHAR.                                SM207A.1
097900 SRT-COMPARE-EXIT.                                                SM207A.1
098000     EXIT.                                                        SM207A.1
098100 SRT-RANK-CHAR.                                                   SM207A.1
098200     IF       SRT-FOLD-CASE                                       SM207A.1
098300              INSPECT SRT-CMP-CHAR CONVERTING                     SM207A.1
098400                  "abcdefghijklmnopqrstuvwxyz" TO                 SM207A.1
098500                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                   SM207A.1
098600     MOVE     ZERO TO SRT-RANK-N.                                 SM207A.1
098700     INSPECT  SRT-RANK-ACTIVE TALLYING SRT-RANK-N                 SM207A.1
098800              FOR CHARACTERS BEFORE INITIAL SRT-CMP-CHAR.         SM207A.1
098900 SRT-RANK-CHAR-EXIT.                                              SM207A.1
099000     EXIT.                                                        SM207A.1
099100*                                                                 SM207A.1
099200*  SRT-SET-NATIVE -- WHICH CODE SET IS NATIVE?  THE CHARACTER AT  SM207A.1
099300*  NATIVE ORDINAL 66 IS "A" IN ASCII, AT 194 IN EBCDIC.           SM207A.1
099400*                                                                 SM207A.1
099500 SRT-SET-NATIVE.                                                  SM207A.1
099600     MOVE     "N" TO SRT-FOLD-SW.                                 SM207A.1
099700     MOVE     "OTHER " TO SRT-NATIVE-FAMILY.                      SM207A.1
099800     MOVE     SM-NATIVE-066 TO SRT-CMP-CHAR.                      SM207A.1
099900     IF       SRT-CMP-CHAR EQUAL TO "A"                           SM207A.1
100000              MOVE "ASCII " TO SRT-NATIVE-FAMILY                  SM207A.1
100100              MOVE SRT-RANK-STD1 TO SRT-RANK-ACTIVE               SM207A.1
100200              GO TO SRT-SET-NATIVE-EXIT.                          SM207A.1
100300     MOVE     SM-NATIVE-194 TO SRT-CMP-CHAR.                      SM207A.1
100400     IF       SRT-CMP-CHAR EQUAL TO "A"                           SM207A.1
100500              MOVE "EBCDIC" TO SRT-NATIVE-FAMILY                  SM207A.1
100600              MOVE SRT-RANK-EBCDIC TO SRT-RANK-ACTIVE.            SM207A.1
100700 SRT-SET-NATIVE-EXIT.                                             SM207A.1
100800     EXIT.                                                        SM207A.1
100900*                                                                 SM207A.1
101000*  SRT-CHECK-SORT -- EVERY POSITION MUST HOLD THE EXPECTED KEY,   SM207A.1
101100*  AND THE KEY RELEASED IN THE EXPECTED POSITION (THIS IS WHAT    SM207A.1
101200*  DUPLICATES IN ORDER PROMISES FOR EQUAL KEYS).                  SM207A.1
101300*                                                                 SM207A.1
101400 SRT-CHECK-SORT.                                                  SM207A.1
101500     MOVE     ZERO TO SRT-ERRS SRT-FIRST-BAD SRT-I.               SM207A.1
101600 SRT-CHECK-SORT-NEXT.                                             SM207A.1
101700     ADD      1 TO SRT-I.                                         SM207A.1
101800     IF       SRT-I GREATER THAN SRT-KEY-COUNT                    SM207A.1
101900              GO TO SRT-CHECK-SORT-EXIT.                          SM207A.1
102000     IF       SRT-GOT-KEY (SRT-I) EQUAL TO SRT-EXP-KEY (SRT-I)    SM207A.1
102100         AND  SRT-GOT-POS (SRT-I) EQUAL TO SRT-EXP-POS (SRT-I)    SM207A.1
102200              GO TO SRT-CHECK-SORT-NEXT.                          SM207A.1
102300     ADD      1 TO SRT-ERRS.                                      SM207A.1
102400     IF       SRT-FIRST-BAD EQUAL TO ZERO                         SM207A.1
102500              MOVE SRT-I TO SRT-FIRST-BAD.                        SM207A.1
102600     GO       TO SRT-CHECK-SORT-NEXT.                             SM207A.1
102700 SRT-CHECK-SORT-EXIT.                                             SM207A.1
102800     EXIT.                                                        SM207A.1
102900*                                                                 SM207A.1
103000*  SRT-CHECK-MERGE -- EVERY POSITION MUST HOLD A KEY EQUAL, IN    SM207A.1
103100*  THE SEQUENCE, TO THE EXPECTED ONE; AMONG EQUAL KEYS THE        SM207A.1
103200*  RECORD FROM SM-FS1 (NAMED FIRST IN USING) MUST COME FIRST.     SM207A.1
103300*                                                                 SM207A.1
103400 SRT-CHECK-MERGE.                                                 SM207A.1
103500     MOVE     ZERO TO SRT-ERRS SRT-FIRST-BAD SRT-I.               SM207A.1
103600 SRT-CHECK-MERGE-NEXT.                                            SM207A.1
103700     ADD      1 TO SRT-I.                                         SM207A.1
103800     IF       SRT-I GREATER THAN SRT-KEY-COUNT                    SM207A.1
103900              GO TO SRT-CHECK-MERGE-EXIT.                         SM207A.1
104000     MOVE     SRT-GOT-KEY (SRT-I) TO SRT-CMP-A.                   SM207A.1
104100     MOVE     SRT-EXP-KEY (SRT-I) TO SRT-CMP-B.                   SM207A.1
104200     PERFORM  SRT-COMPARE THRU SRT-COMPARE-EXIT.                  SM207A.1
104300     IF       NOT SRT-CMP-EQUAL                                   SM207A.1
104400              GO TO SRT-CHECK-MERGE-BAD.                          SM207A.1
104500     IF       SRT-I EQUAL TO 1                                    SM207A.1
104600              GO TO SRT-CHECK-MERGE-NEXT.                         SM207A.1
104700     MOVE     SRT-GOT-KEY (SRT-I - 1) TO SRT-CMP-A.               SM207A.1
104800     MOVE     SRT-GOT-KEY (SRT-I) TO SRT-CMP-B.                   SM207A.1
104900     PERFORM  SRT-COMPARE THRU SRT-COMPARE-EXIT.                  SM207A.1
105000     IF       SRT-CMP-EQUAL                                       SM207A.1
105100         AND  SRT-GOT-SRC (SRT-I - 1) GREATER THAN                SM207A.1
105200              SRT-GOT-SRC (SRT-I)                                 SM207A.1
105300              GO TO SRT-CHECK-MERGE-BAD.                          SM207A.1
105400     GO       TO SRT-CHECK-MERGE-NEXT.                            SM207A.1
105500 SRT-CHECK-MERGE-BAD.                                             SM207A.1
105600     ADD      1 TO SRT-ERRS.                                      SM207A.1
105700     IF       SRT-FIRST-BAD EQUAL TO ZERO                         SM207A.1
105800              MOVE SRT-I TO SRT-FIRST-BAD.                        SM207A.1
105900     GO       TO SRT-CHECK-MERGE-NEXT.                            SM207A.1
106000 SRT-CHECK-MERGE-EXIT.                                            SM207A.1
106100     EXIT.                                                        SM207A.1
106200*                                                                 SM207A.1
106300*  SRT-REPORT -- PASS, OR FAIL SHOWING THE RECORD COUNT OR THE    SM207A.1
106400*  FIRST POSITION THAT WENT WRONG.                                SM207A.1
106500*                                                                 SM207A.1
106600 SRT-REPORT.                                                      SM207A.1
106700     IF       SRT-RETURNS NOT EQUAL TO SRT-KEY-COUNT              SM207A.1
106800              PERFORM FAIL                                        SM207A.1
106900              MOVE  SRT-KEY-COUNT TO CORRECT-N                    SM207A.1
107000              MOVE  SRT-RETURNS TO COMPUTED-N                     SM207A.1
107100              MOVE  "INCORRECT NUMBER OF RETURNS" TO RE-MARK      SM207A.1
107200              PERFORM PRINT-DETAIL                                SM207A.1
107300              GO TO SRT-REPORT-EXIT.                              SM207A.1
107400     IF       SRT-ERRS EQUAL TO ZERO                              SM207A.1
107500              PERFORM PASS                                        SM207A.1
107600              PERFORM PRINT-DETAIL                                SM207A.1
107700              GO TO SRT-REPORT-EXIT.                              SM207A.1
107800     PERFORM  FAIL.                                               SM207A.1
107900     MOVE     SRT-EXP-KEY (SRT-FIRST-BAD) TO CORRECT-A.           SM207A.1
108000     MOVE     SRT-GOT-KEY (SRT-FIRST-BAD) TO COMPUTED-A.          SM207A.1
108100     MOVE     "KEY OUT OF ORDER AT POSITION NN" TO RE-MARK.       SM207A.1
108200     MOVE     SRT-FIRST-BAD TO RE-MARK (30:2).                    SM207A.1
108300     PERFORM  PRINT-DETAIL.                                       SM207A.1
108400 SRT-REPORT-EXIT.                                                 SM207A.1
108500     EXIT.                                                        SM207A.1
108600*                                                                 SM207A.1
108700*  MRG-BUILD-INPUT -- THE EXPECTED ORDER DEALT ALTERNATELY TO     SM207A.1
108800*  SM-FS1 AND SM-FS2, SO EACH FILE IS IN SEQUENCE UNDER THE       SM207A.1
108900*  ALPHABET BEING MERGED ON.                                      SM207A.1
109000*                                                                 SM207A.1
109100 MRG-BUILD-INPUT.                                                 SM207A.1
109200     OPEN     OUTPUT SM-FS1 SM-FS2.                               SM207A.1
109300     MOVE     ZERO TO SRT-I.                                      SM207A.1
109400 MRG-BUILD-NEXT.                                                  SM207A.1
109500     ADD      1 TO SRT-I.                                         SM207A.1
109600     IF       SRT-I GREATER THAN SRT-KEY-COUNT                    SM207A.1
109700              GO TO MRG-BUILD-DONE.                               SM207A.1
109800     DIVIDE   SRT-I BY 2 GIVING SRT-HALF REMAINDER SRT-ODD.       SM207A.1
109900     IF       SRT-ODD EQUAL TO ZERO                               SM207A.1
110000              GO TO MRG-BUILD-FS2.                                SM207A.1
110100     MOVE     SPACE TO SM-FS1R1-F-G-120.                          SM207A.1
110200     MOVE     SRT-EXP-KEY (SRT-I) TO SM-FS1-KEY.                  SM207A.1
110300     MOVE     "1" TO SM-FS1-SOURCE.                               SM207A.1
110400     WRITE    SM-FS1R1-F-G-120.                                   SM207A.1
110500     GO       TO MRG-BUILD-NEXT.                                  SM207A.1
110600 MRG-BUILD-FS2.                                                   SM207A.1
110700     MOVE     SPACE TO SM-FS2R1-F-G-120.                          SM207A.1
110800     MOVE     SRT-EXP-KEY (SRT-I) TO SM-FS2-KEY.                  SM207A.1
110900     MOVE     "2" TO SM-FS2-SOURCE.                               SM207A.1
111000     WRITE    SM-FS2R1-F-G-120.                                   SM207A.1
111100     GO       TO MRG-BUILD-NEXT.                                  SM207A.1
111200 MRG-BUILD-DONE.                                                  SM207A.1
111300     CLOSE    SM-FS1 SM-FS2.                                      SM207A.1
111400 MRG-BUILD-INPUT-EXIT.                                            SM207A.1
111500     EXIT.                                                        SM207A.1
111600*                                                                 SM207A.1
111700*  CMP-CROSS-CHECK -- EVERY ORDERED PAIR OF KEYS THROUGH A PLAIN  SM207A.1
111800*  IF STATEMENT (PROGRAM COLLATING SEQUENCE) AND THROUGH THE      SM207A.1
111900*  STANDARD-1 RANK STRING; COUNT THE PAIRS THAT DISAGREE.         SM207A.1
112000*                                                                 SM207A.1
112100 CMP-CROSS-CHECK.                                                 SM207A.1
112200     MOVE     SRT-RANK-STD1 TO SRT-RANK-ACTIVE.                   SM207A.1
112300     MOVE     "N" TO SRT-FOLD-SW.                                 SM207A.1
112400     MOVE     ZERO TO CMP-PAIR-ERRS SRT-I.                        SM207A.1
112500 CMP-CROSS-NEXT-I.                                                SM207A.1
112600     ADD      1 TO SRT-I.                                         SM207A.1
112700     IF       SRT-I GREATER THAN SRT-KEY-COUNT                    SM207A.1
112800              GO TO CMP-CROSS-CHECK-EXIT.                         SM207A.1
112900     MOVE     ZERO TO SRT-J.                                      SM207A.1
113000 CMP-CROSS-NEXT-J.                                                SM207A.1
113100     ADD      1 TO SRT-J.                                         SM207A.1
113200     IF       SRT-J GREATER THAN SRT-KEY-COUNT                    SM207A.1
113300              GO TO CMP-CROSS-NEXT-I.                             SM207A.1
113400     MOVE     SRT-KEY (SRT-I) TO SRT-CMP-A.                       SM207A.1
113500     MOVE     SRT-KEY (SRT-J) TO SRT-CMP-B.                       SM207A.1
113600     PERFORM  SRT-COMPARE THRU SRT-COMPARE-EXIT.                  SM207A.1
113700     MOVE     "=" TO CMP-IF-RESULT.                               SM207A.1
113800     IF       SRT-KEY (SRT-I) LESS THAN SRT-KEY (SRT-J)           SM207A.1
113900              MOVE "<" TO CMP-IF-RESULT.                          SM207A.1
114000     IF       SRT-KEY (SRT-I) GREATER THAN SRT-KEY (SRT-J)        SM207A.1
114100              MOVE ">" TO CMP-IF-RESULT.                          SM207A.1
114200     IF       CMP-IF-RESULT NOT EQUAL TO SRT-CMP-RESULT           SM207A.1
114300              ADD 1 TO CMP-PAIR-ERRS.                             SM207A.1
114400     GO       TO CMP-CROSS-NEXT-J.                                SM207A.1
114500 CMP-CROSS-CHECK-EXIT.                                            SM207A.1
114600     EXIT.                                                        SM207A.1
114700 SECT-SM207A-0002 SECTION.                                        SM207A.1
114800*=================================================================SM207A.1
114900*  MERGE TESTS.  THE TWO INPUT FILES ARE WRITTEN IN THE EXPECTED  SM207A.1
115000*  ORDER FOR THE SEQUENCE, THEN MERGED UNDER IT.                  SM207A.1
115100*=================================================================SM207A.1
115200*                                                                 SM207A.1
115300*    01                                                           SM207A.1
115400*                                                                 SM207A.1
115500 MRG-INIT-GF-01.                                                  SM207A.1
115600     MOVE     SRT-RANK-STD1 TO SRT-RANK-ACTIVE.                   SM207A.1
115700     MOVE     "N" TO SRT-FOLD-SW.                                 SM207A.1
115800     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
115900     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM207A.1
116000     MERGE    SM-MERGE-FILE                                       SM207A.1
116100              ON ASCENDING KEY MRG-SD-KEY                         SM207A.1
116200              COLLATING SEQUENCE IS SM-STD1-SEQ                   SM207A.1
116300              USING  SM-FS1 SM-FS2                                SM207A.1
116400              OUTPUT PROCEDURE IS SECT-SM207A-MRT.                SM207A.1
116500 MRG-TEST-GF-01.                                                  SM207A.1
116600     MOVE     "MERGE STANDARD-1    " TO FEATURE.                  SM207A.1
116700     MOVE     "MRG-TEST-GF-01" TO PAR-NAME.                       SM207A.1
116800     MOVE   "MERGE COLLATING SEQUENCE STANDARD-1" TO              SM207A.1
116900            ANSI-REFERENCE.                                       SM207A.1
117000     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM207A.1
117100     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
117200*                                                                 SM207A.1
117300*    02                                                           SM207A.1
117400*                                                                 SM207A.1
117500 MRG-INIT-GF-02.                                                  SM207A.1
117600     MOVE     SRT-RANK-STD2 TO SRT-RANK-ACTIVE.                   SM207A.1
117700     MOVE     "N" TO SRT-FOLD-SW.                                 SM207A.1
117800     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
117900     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM207A.1
118000     MERGE    SM-MERGE-FILE                                       SM207A.1
118100              ON ASCENDING KEY MRG-SD-KEY                         SM207A.1
118200              COLLATING SEQUENCE IS SM-STD2-SEQ                   SM207A.1
118300              USING  SM-FS1 SM-FS2                                SM207A.1
118400              OUTPUT PROCEDURE IS SECT-SM207A-MRT.                SM207A.1
118500 MRG-TEST-GF-02.                                                  SM207A.1
118600     MOVE     "MERGE STANDARD-2    " TO FEATURE.                  SM207A.1
118700     MOVE     "MRG-TEST-GF-02" TO PAR-NAME.                       SM207A.1
118800     MOVE   "MERGE COLLATING SEQUENCE STANDARD-2" TO              SM207A.1
118900            ANSI-REFERENCE.                                       SM207A.1
119000     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM207A.1
119100     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
119200*                                                                 SM207A.1
119300*    03                                                           SM207A.1
119400*                                                                 SM207A.1
119500 MRG-INIT-GF-03.                                                  SM207A.1
119600     PERFORM  SRT-SET-NATIVE THRU SRT-SET-NATIVE-EXIT.            SM207A.1
119700     IF       SRT-NATIVE-UNKNOWN                                  SM207A.1
119800              GO TO MRG-TEST-GF-03.                               SM207A.1
119900     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
120000     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM207A.1
120100     MERGE    SM-MERGE-FILE                                       SM207A.1
120200              ON ASCENDING KEY MRG-SD-KEY                         SM207A.1
120300              COLLATING SEQUENCE IS SM-NATIVE-SEQ                 SM207A.1
120400              USING  SM-FS1 SM-FS2                                SM207A.1
120500              OUTPUT PROCEDURE IS SECT-SM207A-MRT.                SM207A.1
120600 MRG-TEST-GF-03.                                                  SM207A.1
120700     MOVE     "MERGE NATIVE        " TO FEATURE.                  SM207A.1
120800     MOVE     "MRG-TEST-GF-03" TO PAR-NAME.                       SM207A.1
120900     MOVE   "MERGE COLLATING SEQUENCE NATIVE" TO ANSI-REFERENCE.  SM207A.1
121000     IF       SRT-NATIVE-UNKNOWN                                  SM207A.1
121100              PERFORM INSPT                                       SM207A.1
121200              MOVE "NATIVE CODE SET NOT ASCII/EBCDIC" TO RE-MARK  SM207A.1
121300              PERFORM PRINT-DETAIL                                SM207A.1
121400              GO TO MRG-INIT-GF-04.                               SM207A.1
121500     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM207A.1
121600     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
121700*                                                                 SM207A.1
121800*    04                                                           SM207A.1
121900*                                                                 SM207A.1
122000 MRG-INIT-GF-04.                                                  SM207A.1
122100     MOVE     SRT-RANK-USER TO SRT-RANK-ACTIVE.                   SM207A.1
122200     MOVE     "Y" TO SRT-FOLD-SW.                                 SM207A.1
122300     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM207A.1
122400     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM207A.1
122500     MERGE    SM-MERGE-FILE                                       SM207A.1
122600              ON ASCENDING KEY MRG-SD-KEY                         SM207A.1
122700              COLLATING SEQUENCE IS SM-USER-SEQ                   SM207A.1
122800              USING  SM-FS1 SM-FS2                                SM207A.1
122900              OUTPUT PROCEDURE IS SECT-SM207A-MRT.                SM207A.1
123000 MRG-TEST-GF-04.                                                  SM207A.1
123100     MOVE     "MERGE USER ALPHABET " TO FEATURE.                  SM207A.1
123200     MOVE     "MRG-TEST-GF-04" TO PAR-NAME.                       SM207A.1
123300     MOVE   "MERGE COLLATING SEQ, EQUAL KEY ORDER" TO             SM207A.1
123400            ANSI-REFERENCE.                                       SM207A.1
123500     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM207A.1
123600     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM207A.1
123700 SECT-SM207A-0003 SECTION.                                        SM207A.1
123800*=================================================================SM207A.1
123900*  NONNUMERIC COMPARISONS UNDER THE PROGRAM COLLATING SEQUENCE    SM207A.1
124000*  (STANDARD-1).  EACH OF THE FIRST FOUR RESULTS IS THE REVERSE   SM207A.1
124100*  OF WHAT AN EBCDIC NATIVE COMPARISON GIVES.                     SM207A.1
124200*=================================================================SM207A.1
124300*                                                                 SM207A.1
124400*    01                                                           SM207A.1
124500*                                                                 SM207A.1
124600 CMP-TEST-GF-01.                                                  SM207A.1
124700     MOVE     "IF PROGRAM SEQUENCE " TO FEATURE.                  SM207A.1
124800     MOVE     "CMP-TEST-GF-01" TO PAR-NAME.                       SM207A.1
124900     MOVE   "PROGRAM COLLATING SEQUENCE - DIGIT/LETTER" TO        SM207A.1
125000            ANSI-REFERENCE.                                       SM207A.1
125100     IF       CMP-DIGIT-9 LESS THAN CMP-UPPER-A                   SM207A.1
125200              PERFORM PASS                                        SM207A.1
125300              PERFORM PRINT-DETAIL                                SM207A.1
125400     ELSE                                                         SM207A.1
125500              PERFORM FAIL                                        SM207A.1
125600              MOVE  "9 LESS THAN A" TO CORRECT-A                  SM207A.1
125700              MOVE  "9 NOT LESS THAN A" TO COMPUTED-A             SM207A.1
125800              MOVE  "DIGIT NOT BELOW UPPER CASE" TO RE-MARK       SM207A.1
125900              PERFORM PRINT-DETAIL.                               SM207A.1
126000*                                                                 SM207A.1
126100*    02                                                           SM207A.1
126200*                                                                 SM207A.1
126300 CMP-TEST-GF-02.                                                  SM207A.1
126400     MOVE     "IF PROGRAM SEQUENCE " TO FEATURE.                  SM207A.1
126500     MOVE     "CMP-TEST-GF-02" TO PAR-NAME.                       SM207A.1
126600     MOVE   "PROGRAM COLLATING SEQUENCE - LETTER CASE" TO         SM207A.1
126700            ANSI-REFERENCE.                                       SM207A.1
126800     IF       CMP-UPPER-Z LESS THAN CMP-LOWER-A                   SM207A.1
126900              PERFORM PASS                                        SM207A.1
127000              PERFORM PRINT-DETAIL                                SM207A.1
127100     ELSE                                                         SM207A.1
127200              PERFORM FAIL                                        SM207A.1
127300              MOVE  "Z LESS THAN a" TO CORRECT-A                  SM207A.1
127400              MOVE  "Z NOT LESS THAN a" TO COMPUTED-A             SM207A.1
127500              MOVE  "UPPER CASE NOT BELOW LOWER CASE" TO RE-MARK  SM207A.1
127600              PERFORM PRINT-DETAIL.                               SM207A.1
127700*                                                                 SM207A.1
127800*    03                                                           SM207A.1
127900*                                                                 SM207A.1
128000 CMP-TEST-GF-03.                                                  SM207A.1
128100     MOVE     "IF PROGRAM SEQUENCE " TO FEATURE.                  SM207A.1
128200     MOVE     "CMP-TEST-GF-03" TO PAR-NAME.                       SM207A.1
128300     MOVE   "PROGRAM COLLATING SEQUENCE - SPECIAL CHARS" TO       SM207A.1
128400            ANSI-REFERENCE.                                       SM207A.1
128500     IF       CMP-HASH LESS THAN CMP-STAR                         SM207A.1
128600         AND  CMP-STAR LESS THAN CMP-HYPHEN                       SM207A.1
128700              PERFORM PASS                                        SM207A.1
128800              PERFORM PRINT-DETAIL                                SM207A.1
128900     ELSE                                                         SM207A.1
129000              PERFORM FAIL                                        SM207A.1
129100              MOVE  "# < * < -" TO CORRECT-A                      SM207A.1
129200              MOVE  "OTHER ORDER" TO COMPUTED-A                   SM207A.1
129300              MOVE  "SPECIAL CHARACTERS OUT OF ORDER" TO RE-MARK  SM207A.1
129400              PERFORM PRINT-DETAIL.                               SM207A.1
129500*                                                                 SM207A.1
129600*    04                                                           SM207A.1
129700*                                                                 SM207A.1
129800 CMP-TEST-GF-04.                                                  SM207A.1
129900     MOVE     "IF PROGRAM SEQUENCE " TO FEATURE.                  SM207A.1
130000     MOVE     "CMP-TEST-GF-04" TO PAR-NAME.                       SM207A.1
130100     MOVE   "PROGRAM COLLATING SEQUENCE - MULTI-CHARACTER" TO     SM207A.1
130200            ANSI-REFERENCE.                                       SM207A.1
130300     IF       CMP-UPPER-KEY LESS THAN CMP-MIXED-KEY               SM207A.1
130400              PERFORM PASS                                        SM207A.1
130500              PERFORM PRINT-DETAIL                                SM207A.1
130600     ELSE                                                         SM207A.1
130700              PERFORM FAIL                                        SM207A.1
130800              MOVE  "AB1 LESS THAN ab1" TO CORRECT-A              SM207A.1
130900              MOVE  "AB1 NOT LESS THAN ab1" TO COMPUTED-A         SM207A.1
131000              MOVE  "MIXED-CASE KEYS OUT OF ORDER" TO RE-MARK     SM207A.1
131100              PERFORM PRINT-DETAIL.                               SM207A.1
131200*                                                                 SM207A.1
131300*    05                                                           SM207A.1
131400*                                                                 SM207A.1
131500 CMP-TEST-GF-05.                                                  SM207A.1
131600     MOVE     "IF PROGRAM SEQUENCE " TO FEATURE.                  SM207A.1
131700     MOVE     "CMP-TEST-GF-05" TO PAR-NAME.                       SM207A.1
131800     MOVE   "PROGRAM COLLATING SEQUENCE - ALL KEY PAIRS" TO       SM207A.1
131900            ANSI-REFERENCE.                                       SM207A.1
132000     PERFORM  CMP-CROSS-CHECK THRU CMP-CROSS-CHECK-EXIT.          SM207A.1
132100     IF       CMP-PAIR-ERRS EQUAL TO ZERO                         SM207A.1
132200              PERFORM PASS                                        SM207A.1
132300              PERFORM PRINT-DETAIL                                SM207A.1
132400     ELSE                                                         SM207A.1
132500              PERFORM FAIL                                        SM207A.1
132600              MOVE  ZERO TO CORRECT-N                             SM207A.1
132700              MOVE  CMP-PAIR-ERRS TO COMPUTED-N                   SM207A.1
132800              MOVE  "KEY PAIRS COMPARING AGAINST STANDARD-1" TO   SM207A.1
132900                    RE-MARK                                       SM207A.1
133000              PERFORM PRINT-DETAIL.                               SM207A.1
133100 CCVS-EXIT SECTION.                                               SM207A.1
133200 CCVS-999999.                                                     SM207A.1
133300     GO TO CLOSE-FILES.                                           SM207A.1
