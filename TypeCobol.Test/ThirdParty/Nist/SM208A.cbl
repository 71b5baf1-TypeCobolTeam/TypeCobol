000100 IDENTIFICATION DIVISION.                                         SM208A.1
000200 PROGRAM-ID.                                                      SM208A.1
000300     SM208A.                                                      SM208A.1
000400****************************************************************  SM208A.1
000500*                                                              *  SM208A.1
000600*    VALIDATION FOR:-                                          *  SM208A.1
000700*                                                              *  SM208A.1
000800*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM208A.1
000900*                                                              *  SM208A.1
001000*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SM208A.1
001100*                                                              *  SM208A.1
001200****************************************************************  SM208A.1
001300*                                                              *  SM208A.1
001400*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  SM208A.1
001500*                                                              *  SM208A.1
001600*        X-55  - SYSTEM PRINTER NAME.                          *  SM208A.1
001700*        X-62  - RAW-DATA HISTORY FILE.                        *  SM208A.1
001800*        X-82  - SOURCE COMPUTER NAME.                         *  SM208A.1
001900*        X-83  - OBJECT COMPUTER NAME.                         *  SM208A.1
002000*                                                              *  SM208A.1
002100****************************************************************  SM208A.1
002200*    THE FUNCTION OF THIS PROGRAM IS TO TEST THE SORT AND MERGE   SM208A.1
002300*    STATEMENTS ON NUMERIC KEYS OF EVERY USAGE AND SIGN FORM:     SM208A.1
002400*    PACKED-DECIMAL, BINARY, SIGNED ZONED DECIMAL WITH THE SIGN   SM208A.1
002500*    EMBEDDED TRAILING AND LEADING, AND SIGN LEADING AND          SM208A.1
002600*    TRAILING SEPARATE.  TWELVE RECORDS ARE GENERATED WHOSE KEY   SM208A.1
002700*    VALUES RUN FROM -999 TO +999 AND INCLUDE EQUAL NEGATIVE      SM208A.1
002800*    KEYS, EQUAL POSITIVE KEYS AND THREE ZEROS, ONE OF THEM A     SM208A.1
002900*    NEGATIVE (SIGNED) ZERO.  EACH RECORD CARRIES THE SAME VALUE  SM208A.1
003000*    IN EVERY REPRESENTATION, SO ONE SET OF DATA SERVES EVERY     SM208A.1
003100*    KEY FORM AND A FAILURE ISOLATES TO THE ONE FORM ITS TEST     SM208A.1
003200*    SORTED OR MERGED ON.                                         SM208A.1
003300*                                                                 SM208A.1
003400*    THE EXPECTED ORDER IS NOT TAKEN FROM THE MACHINE'S SORT.     SM208A.1
003500*    IT IS BUILT HERE BY A STABLE INSERTION SORT OF THE VALUE     SM208A.1
003600*    TABLE, COMPARING THE VALUES AS SIGN-SEPARATE DISPLAY         SM208A.1
003700*    NUMBERS, AND THE RECORDS RETURNED ARE CHECKED AGAINST IT     SM208A.1
003800*    POSITION BY POSITION.  A NEGATIVE ZERO MUST COLLATE EQUAL    SM208A.1
003900*    TO ZERO.  EVERY SORT IS WITH DUPLICATES IN ORDER, SO         SM208A.1
004000*    RECORDS WITH EQUAL KEYS MUST COME BACK IN THE ORDER THEY     SM208A.1
004100*    WERE RELEASED.                                               SM208A.1
004200*                                                                 SM208A.1
004300*    THE NEGATIVE ZERO IS BUILT IN THE RECORD AREA BYTE BY        SM208A.1
004400*    BYTE: X"0D" AS THE LAST PACKED HALF-BYTE PAIR, A "-" FOR     SM208A.1
004500*    THE SEPARATE SIGNS, AND FOR EMBEDDED SIGNS THE NEGATIVE      SM208A.1
004600*    ZONE OF THE DIGIT 0, WHICH IS FOUND FROM THE IMAGE OF -1     SM208A.1
004700*    ("J" GIVES "}" AS ON EBCDIC, "q" GIVES "p").  A TARGET       SM208A.1
004800*    WITH ANY OTHER IMAGE GETS A PLAIN ZERO IN THE EMBEDDED       SM208A.1
004900*    SIGN KEYS.  BINARY HAS NO NEGATIVE ZERO.                     SM208A.1
005000*                                                                 SM208A.1
005100*    THE ELEMENTS TESTED IN THIS ROUTINE ARE:                     SM208A.1
005200*                                                                 SM208A.1
005300*    (1) SORT STATEMENT, ASCENDING, WITH DUPLICATES IN ORDER, ON  SM208A.1
005400*        A PACKED-DECIMAL, A BINARY, A SIGNED ZONED (TRAILING AND SM208A.1
005500*        LEADING EMBEDDED SIGN) AND A SIGN LEADING SEPARATE AND   SM208A.1
005600*        SIGN TRAILING SEPARATE KEY;                              SM208A.1
005700*    (2) SORT STATEMENT ON SEVERAL KEYS OF DIFFERENT USAGES AND   SM208A.1
005800*        MIXED ASCENDING AND DESCENDING DIRECTIONS, AND ON A      SM208A.1
005900*        DESCENDING KEY WITH DUPLICATES IN ORDER;                 SM208A.1
006000*    (3) MERGE STATEMENT ON EACH OF THE SAME KEY FORMS, AND ON    SM208A.1
006100*        MIXED KEYS, WITH THE ORDER OF RECORDS WITH EQUAL KEYS.   SM208A.1
006200 ENVIRONMENT DIVISION.                                            SM208A.1
006300 CONFIGURATION SECTION.                                           SM208A.1
006400  SOURCE-COMPUTER.                                                SM208A.1
006500     COPY X082.                                                   SM208A.1
006600  OBJECT-COMPUTER.                                                SM208A.1
006700     COPY X083.                                                   SM208A.1
006800  INPUT-OUTPUT SECTION.                                           SM208A.1
006900  FILE-CONTROL.                                                   SM208A.1
007000     SELECT RAW-DATA   ASSIGN TO                                  SM208A.1
007100     COPY X062.                                                   SM208A.1
007200            ORGANIZATION IS INDEXED                               SM208A.1
007300            ACCESS MODE IS RANDOM                                 SM208A.1
007400            RECORD KEY IS RAW-DATA-KEY.                           SM208A.1
000000*    OPTIONAL NAMED-WINDOW CARD (WINDOW ID IN COL 1) -- SEE       K6WIND.1
000000*    K6RAWDS.CPY.  AN ABSENT CARD MEANS THE OVERNIGHT             K6WIND.1
000000*    WINDOW "N".                                                  K6WIND.1
000000     SELECT OPTIONAL WINDOW-IDENT ASSIGN TO WINDOWID              K6WIND.1
000000         ORGANIZATION IS SEQUENTIAL                               K6WIND.1
000000         FILE STATUS IS WS-WINDOWID-STATUS.                       K6WIND.1
007500     SELECT PRINT-FILE ASSIGN TO                                  SM208A.1
007600     COPY X055.                                                   SM208A.1
007700     SELECT CSV-FILE ASSIGN TO CSVOUT                             SM208A.1
007800         ORGANIZATION IS LINE SEQUENTIAL.                         SM208A.1
007900     SELECT SM-FS1 ASSIGN TO SMFS1                                SM208A.1
008000         ORGANIZATION IS SEQUENTIAL.                              SM208A.1
008100     SELECT SM-FS2 ASSIGN TO SMFS2                                SM208A.1
008200         ORGANIZATION IS SEQUENTIAL.                              SM208A.1
008300     SELECT SM-SORT-FILE ASSIGN TO SORTWK1.                       SM208A.1
008400     SELECT SM-MERGE-FILE ASSIGN TO SORTWK2.                      SM208A.1
008500 DATA DIVISION.                                                   SM208A.1
008600 FILE SECTION.                                                    SM208A.1
008700*                                                                 SM208A.1
008800 FD  RAW-DATA.                                                    SM208A.1
008900*                                                                 SM208A.1
009000 01  RAW-DATA-SATZ.                                               SM208A.1
009100     05  RAW-DATA-KEY.                                            SM208A.1
009200         10  RAW-DATA-TARGET  PIC X(8).                           SM208A.1
009300         10  RAW-DATA-PGM-ID  PIC X(6).                           SM208A.1
009400         10  RAW-DATA-RUN-DT  PIC 9(8).                           SM208A.1
009500         10  RAW-DATA-RUN-SEQ PIC 99.                             SM208A.1
000000*    NAMED-WINDOW IDENTIFIER, OUTSIDE THE KEY -- SEE              K6WIND.1
000000*    K6RAWDS.CPY.                                                 K6WIND.1
000000     05  RAW-DATA-WINDOW     PIC X(1).                            K6WIND.1
009600     05  C-DATE              PIC 9(8).                            SM208A.1
009700     05  C-TIME              PIC 9(8).                            SM208A.1
009800     05  C-NO-OF-TESTS       PIC 99.                              SM208A.1
009900     05  C-OK                PIC 999.                             SM208A.1
010000     05  C-ALL               PIC 999.                             SM208A.1
010100     05  C-FAIL              PIC 999.                             SM208A.1
010200     05  C-DELETED           PIC 999.                             SM208A.1
010300     05  C-INSPECT           PIC 999.                             SM208A.1
010400     05  C-NOTE              PIC X(13).                           SM208A.1
010500     05  C-INDENT            PIC X.                               SM208A.1
010600     05  C-ABORT             PIC X(8).                            SM208A.1
010700     05  C-END-DATE          PIC 9(8).                            SM208A.1
010800     05  C-END-TIME          PIC 9(8).                            SM208A.1
010900     05  C-SRC-REV           PIC 9(3).                            SM208A.1
011000     05  C-FILE-CATALOG OCCURS 2 TIMES.                           SM208A.1
011100         10  C-FILE-NAME         PIC X(6).                        SM208A.1
011200         10  C-FILE-ORG          PIC X(2).                        SM208A.1
011300         10  C-FILE-LABEL        PIC X(1).                        SM208A.1
011400         10  C-FILE-BLKSIZE      PIC 9(4).                        SM208A.1
011500         10  C-FILE-RECORDS      PIC 9(6).                        SM208A.1
011600     05  C-MODULE-ID         PIC X(2).                            SM208A.1
011700     05  C-MODULE-PCT        PIC 999V99.                          SM208A.1
011800     05  C-SEV-HIGH          PIC X(1).                            SM208A.1
011900*    RUN-DISPOSITION (SEE K6RAWDS.CPY) -- SET BY A LATER          SM208A.1
012000*    COMPLETED RERUN OF THE SAME DAY.                             SM208A.1
012100     05  C-SUPERSEDED        PIC X(1).                            SM208A.1
012200     05  C-SUPERSEDE-SEQ     PIC 99.                              SM208A.1
000000*    EXPECTED-FAIL VERDICTS THIS RUN (SEE K6RAWDS.CPY).           K6XFL.1 
000000     05  C-XFAIL             PIC 999.                             K6XFL.1 
000000*    LAYOUT-VERSION STAMP (SEE K6RAWDS.CPY AND K6RMIG).           K6XFL.1 
000000     05  C-LAYOUT-VER        PIC X(3).                            K6XFL.1 
000000*    COMPILE-OPTION PROFILE (SEE K6COPT.CPY AND K6RAWDS.CPY).     K6COPT.1
000000     05  C-OPT-PROFILE       PIC X(8).                            K6COPT.1
000000*    TEST-SUITE RELEASE (SEE K6SREL.CPY AND K6RAWDS.CPY).         K6SREL.1
000000     05  C-SUITE-REL         PIC 99.                              K6SREL.1
012300 FD  PRINT-FILE                                                   SM208A.1
012400*    PAGE CONTROL IS LINAGE-DRIVEN -- BODY, FOOTING AND TOP       SM208A.1
012500*    MARGIN COME FROM THE SITE GEOMETRY IN K6PAGE.CPY, SO PAGE    SM208A.1
012600*    DEPTH IS A SITE SETTING INSTEAD OF A LITERAL IN WRITE-LINE.  SM208A.1
012700     LINAGE IS K6-PAGE-BODY-LINES LINES                           SM208A.1
012800         WITH FOOTING AT K6-PAGE-FOOTING-LINE                     SM208A.1
012900         LINES AT TOP K6-PAGE-TOP-MARGIN.                         SM208A.1
013000 01  PRINT-REC PICTURE X(120).                                    SM208A.1
013100 01  DUMMY-RECORD PICTURE X(120).                                 SM208A.1
013200 FD  CSV-FILE                                                     SM208A.1
013300     LABEL RECORDS ARE STANDARD.                                  SM208A.1
013400 01  CSV-REC                         PIC X(194).                  SM208A.1
013500 FD  SM-FS1                                                       SM208A.1
013600     LABEL RECORDS ARE STANDARD                                   SM208A.1
013700     DATA RECORD IS SM-FS1R1-F-G-120.                             SM208A.1
013800 01  SM-FS1R1-F-G-120            PIC X(120).                      SM208A.1
013900 FD  SM-FS2                                                       SM208A.1
014000     LABEL RECORDS ARE STANDARD                                   SM208A.1
014100     DATA RECORD IS SM-FS2R1-F-G-120.                             SM208A.1
014200 01  SM-FS2R1-F-G-120            PIC X(120).                      SM208A.1
014300*    THE SORT AND MERGE RECORDS HAVE THE LAYOUT OF GEN-REC BELOW: SM208A.1
014400*    THE SAME VALUE IN SIX REPRESENTATIONS, A SECOND KEY VALUE IN SM208A.1
014500*    TWO, THE RELEASE POSITION AND THE MERGE INPUT FILE.          SM208A.1
014600 SD  SM-SORT-FILE                                                 SM208A.1
014700     DATA RECORD IS SM-SORT-REC.                                  SM208A.1
014800 01  SM-SORT-REC.                                                 SM208A.1
014900     05  SRT-SD-PACKED       PIC S9(5) COMP-3.                    SM208A.1
015000     05  SRT-SD-BINARY       PIC S9(4) COMP.                      SM208A.1
015100     05  SRT-SD-ZONED        PIC S9(3).                           SM208A.1
015200     05  SRT-SD-LEAD         PIC S9(3) SIGN LEADING.              SM208A.1
015300     05  SRT-SD-LEADSEP      PIC S9(3) SIGN LEADING SEPARATE.     SM208A.1
015400     05  SRT-SD-TRAILSEP     PIC S9(3) SIGN TRAILING SEPARATE.    SM208A.1
015500     05  SRT-SD-W-BINARY     PIC S9(4) COMP.                      SM208A.1
015600     05  SRT-SD-W-TRSEP      PIC S9(3) SIGN TRAILING SEPARATE.    SM208A.1
015700     05  SRT-SD-POS          PIC 99.                              SM208A.1
015800     05  SRT-SD-SOURCE       PIC X.                               SM208A.1
015900     05  FILLER              PIC X(92).                           SM208A.1
016000 SD  SM-MERGE-FILE                                                SM208A.1
016100     DATA RECORD IS SM-MERGE-REC.                                 SM208A.1
016200 01  SM-MERGE-REC.                                                SM208A.1
016300     05  MRG-SD-PACKED       PIC S9(5) COMP-3.                    SM208A.1
016400     05  MRG-SD-BINARY       PIC S9(4) COMP.                      SM208A.1
016500     05  MRG-SD-ZONED        PIC S9(3).                           SM208A.1
016600     05  MRG-SD-LEAD         PIC S9(3) SIGN LEADING.              SM208A.1
016700     05  MRG-SD-LEADSEP      PIC S9(3) SIGN LEADING SEPARATE.     SM208A.1
016800     05  MRG-SD-TRAILSEP     PIC S9(3) SIGN TRAILING SEPARATE.    SM208A.1
016900     05  MRG-SD-W-BINARY     PIC S9(4) COMP.                      SM208A.1
017000     05  MRG-SD-W-TRSEP      PIC S9(3) SIGN TRAILING SEPARATE.    SM208A.1
017100     05  MRG-SD-POS          PIC 99.                              SM208A.1
017200     05  MRG-SD-SOURCE       PIC X.                               SM208A.1
017300     05  FILLER              PIC X(92).                           SM208A.1
000000 FD  WINDOW-IDENT                                                 K6WIND.1
000000     LABEL RECORDS ARE STANDARD.                                  K6WIND.1
000000 01  WI-WINDOW-CARD.                                              K6WIND.1
000000     05  WI-WINDOW-ID         PIC X(1).                           K6WIND.1
000000     05  FILLER               PIC X(79).                          K6WIND.1
017400 WORKING-STORAGE SECTION.                                         SM208A.1
000000 01  WS-WINDOWID-STATUS            PICTURE X(2)  VALUE SPACE.     K6WIND.1
000000 01  WS-WINDOW-ID                  PICTURE X(1)  VALUE "N".       K6WIND.1
017500*=================================================================SM208A.1
017600*  THE TWELVE RECORDS, IN THE ORDER THEY ARE RELEASED: THE KEY    SM208A.1
017700*  VALUE, THE SECOND KEY VALUE (SIGN LEADING SEPARATE) AND "Y"    SM208A.1
017800*  WHERE THE ZERO IS TO BE STORED WITH A NEGATIVE SIGN.           SM208A.1
017900*=================================================================SM208A.1
018000 01  GEN-VALUES.                                                  SM208A.1
018100     05  FILLER                   PICTURE X(9)  VALUE "+005+002N".SM208A.1
018200     05  FILLER                   PICTURE X(9)  VALUE "-012+001N".SM208A.1
018300     05  FILLER                   PICTURE X(9)  VALUE "+000+002N".SM208A.1
018400     05  FILLER                   PICTURE X(9)  VALUE "+999+001N".SM208A.1
018500     05  FILLER                   PICTURE X(9)  VALUE "-999+002N".SM208A.1
018600     05  FILLER                   PICTURE X(9)  VALUE "+000+001Y".SM208A.1
018700     05  FILLER                   PICTURE X(9)  VALUE "+005+001N".SM208A.1
018800     05  FILLER                   PICTURE X(9)  VALUE "-001+002N".SM208A.1
018900     05  FILLER                   PICTURE X(9)  VALUE "+100+001N".SM208A.1
019000     05  FILLER                   PICTURE X(9)  VALUE "+000-002N".SM208A.1
019100     05  FILLER                   PICTURE X(9)  VALUE "-012+002N".SM208A.1
019200     05  FILLER                   PICTURE X(9)  VALUE "+001-002N".SM208A.1
019300 01  GEN-TABLE REDEFINES GEN-VALUES.                              SM208A.1
019400     05  GEN-ROW                  OCCURS 12 TIMES.                SM208A.1
019500         10  GEN-V                PICTURE S9(3)                   SM208A.1
019600                                  SIGN LEADING SEPARATE.          SM208A.1
019700         10  GEN-W                PICTURE S9(3)                   SM208A.1
019800                                  SIGN LEADING SEPARATE.          SM208A.1
019900         10  GEN-NEGZERO          PICTURE X.                      SM208A.1
020000 01  GEN-COUNT                    PICTURE 99    VALUE 12.         SM208A.1
020100 01  GEN-SUB                      PICTURE 99    VALUE ZERO.       SM208A.1
020200*  ONE RECORD AS RELEASED OR WRITTEN, WITH BYTE VIEWS OF THE KEYS SM208A.1
020300*  FOR BUILDING THE NEGATIVE ZERO.                                SM208A.1
020400 01  GEN-REC.                                                     SM208A.1
020500     05  GR-PACKED                PICTURE S9(5) COMP-3.           SM208A.1
020600     05  GR-PACKED-X REDEFINES GR-PACKED                          SM208A.1
020700                                  PICTURE X(3).                   SM208A.1
020800     05  GR-BINARY                PICTURE S9(4) COMP.             SM208A.1
020900     05  GR-ZONED                 PICTURE S9(3).                  SM208A.1
021000     05  GR-ZONED-X REDEFINES GR-ZONED                            SM208A.1
021100                                  PICTURE X(3).                   SM208A.1
021200     05  GR-LEAD                  PICTURE S9(3) SIGN LEADING.     SM208A.1
021300     05  GR-LEAD-X REDEFINES GR-LEAD                              SM208A.1
021400                                  PICTURE X(3).                   SM208A.1
021500     05  GR-LEADSEP               PICTURE S9(3)                   SM208A.1
021600                                  SIGN LEADING SEPARATE.          SM208A.1
021700     05  GR-LEADSEP-X REDEFINES GR-LEADSEP                        SM208A.1
021800                                  PICTURE X(4).                   SM208A.1
021900     05  GR-TRAILSEP              PICTURE S9(3)                   SM208A.1
022000                                  SIGN TRAILING SEPARATE.         SM208A.1
022100     05  GR-TRAILSEP-X REDEFINES GR-TRAILSEP                      SM208A.1
022200                                  PICTURE X(4).                   SM208A.1
022300     05  GR-W-BINARY              PICTURE S9(4) COMP.             SM208A.1
022400     05  GR-W-TRSEP               PICTURE S9(3)                   SM208A.1
022500                                  SIGN TRAILING SEPARATE.         SM208A.1
022600     05  GR-POS                   PICTURE 99.                     SM208A.1
022700     05  GR-SOURCE                PICTURE X.                      SM208A.1
022800     05  FILLER                   PICTURE X(92).                  SM208A.1
022900*  THE NEGATIVE ZERO IMAGES.  SM-NZ-ZONE IS SET FROM THE IMAGE OF SM208A.1
023000*  -1 BEFORE THE FIRST TEST (SEE SM-SET-NEG-ZERO).                SM208A.1
023100 01  SM-NZ-PACKED                 PICTURE X(3)  VALUE X"00000D".  SM208A.1
023200 01  SM-NZ-PROBE                  PICTURE S9    VALUE -1.         SM208A.1
023300 01  SM-NZ-PROBE-X REDEFINES SM-NZ-PROBE                          SM208A.1
023400                                  PICTURE X.                      SM208A.1
023500 01  SM-NZ-ZONE                   PICTURE X     VALUE SPACE.      SM208A.1
023600*=================================================================SM208A.1
023700*  THE KEYS IN FORCE FOR THE EXPECTED ORDER: "V" OR "W" AND "A"   SM208A.1
023800*  OR "D" FOR THE MAJOR KEY, THEN FOR THE MINOR KEY (SPACE WHEN   SM208A.1
023900*  THERE IS ONLY ONE).                                            SM208A.1
024000*=================================================================SM208A.1
024100 01  SRT-KEY-SPEC.                                                SM208A.1
024200     05  SRT-KEY1-SEL             PICTURE X     VALUE "V".        SM208A.1
024300     05  SRT-KEY1-DIR             PICTURE X     VALUE "A".        SM208A.1
024400     05  SRT-KEY2-SEL             PICTURE X     VALUE SPACE.      SM208A.1
024500     05  SRT-KEY2-DIR             PICTURE X     VALUE SPACE.      SM208A.1
024600 01  SRT-CMP-SEL                  PICTURE X     VALUE SPACE.      SM208A.1
024700 01  SRT-CMP-DIR                  PICTURE X     VALUE SPACE.      SM208A.1
024800 01  SRT-CMP-A-POS                PICTURE 99    VALUE ZERO.       SM208A.1
024900 01  SRT-CMP-B-POS                PICTURE 99    VALUE ZERO.       SM208A.1
025000 01  SRT-CMP-VAL-A                PICTURE S9(3)                   SM208A.1
025100                                  SIGN LEADING SEPARATE.          SM208A.1
025200 01  SRT-CMP-VAL-B                PICTURE S9(3)                   SM208A.1
025300                                  SIGN LEADING SEPARATE.          SM208A.1
025400 01  SRT-CMP-RESULT               PICTURE X     VALUE SPACE.      SM208A.1
025500         88 SRT-CMP-LESS     VALUE "<".                           SM208A.1
025600         88 SRT-CMP-EQUAL    VALUE "=".                           SM208A.1
025700         88 SRT-CMP-GREATER  VALUE ">".                           SM208A.1
025800 01  SRT-I                        PICTURE 99    VALUE ZERO.       SM208A.1
025900 01  SRT-J                        PICTURE 99    VALUE ZERO.       SM208A.1
026000 01  SRT-HALF                     PICTURE 99    VALUE ZERO.       SM208A.1
026100 01  SRT-ODD                      PICTURE 9     VALUE ZERO.       SM208A.1
026200 01  SRT-ERRS                     PICTURE 999   VALUE ZERO.       SM208A.1
026300 01  SRT-FIRST-BAD                PICTURE 99    VALUE ZERO.       SM208A.1
026400 01  SRT-RETURNS                  PICTURE 999   VALUE ZERO.       SM208A.1
026500*  THE ORDER THE VALUE TABLE PREDICTS, STABLE ON EQUAL KEYS.      SM208A.1
026600 01  SRT-EXPECT-TABLE.                                            SM208A.1
026700     05  SRT-EXP-POS              PICTURE 99    OCCURS 12 TIMES.  SM208A.1
026800*  THE ORDER THE SORT OR MERGE HANDED BACK.                       SM208A.1
026900 01  SRT-GOT-TABLE.                                               SM208A.1
027000     05  SRT-GOT-ENTRY            OCCURS 12 TIMES.                SM208A.1
027100         10  SRT-GOT-POS          PICTURE 99.                     SM208A.1
027200         10  SRT-GOT-SRC          PICTURE X.                      SM208A.1
027300*  A RECORD AS SHOWN IN THE CORRECT AND COMPUTED COLUMNS.         SM208A.1
027400 01  SRT-SHOW.                                                    SM208A.1
027500     05  FILLER                   PICTURE X(4)  VALUE "REC ".     SM208A.1
027600     05  SRT-SHOW-POS             PICTURE 99.                     SM208A.1
027700     05  FILLER                   PICTURE X(2)  VALUE " V".       SM208A.1
027800     05  SRT-SHOW-V               PICTURE +999.                   SM208A.1
027900     05  FILLER                   PICTURE X(2)  VALUE " W".       SM208A.1
028000     05  SRT-SHOW-W               PICTURE +999.                   SM208A.1
028100 01  CSV-BUILD-AREA                PICTURE X(194) VALUE SPACE.    SM208A.1
028200 01  CSV-FEATURE-T                 PICTURE X(20) VALUE SPACE.     SM208A.1
028300 01  CSV-POF-T                     PICTURE X(5)  VALUE SPACE.     SM208A.1
028400 01  CSV-PARNAME-T                 PICTURE X(22) VALUE SPACE.     SM208A.1
028500 01  CSV-COMPUTED-T                PICTURE X(20) VALUE SPACE.     SM208A.1
028600 01  CSV-CORRECT-T                 PICTURE X(20) VALUE SPACE.     SM208A.1
028700 01  CSV-REMARK-T                  PICTURE X(61) VALUE SPACE.     SM208A.1
028800 01  CSV-ANSI-CLAUSE-T             PICTURE X(10) VALUE SPACE.     SM208A.1
028900 01  CSV-SEVERITY-T                PICTURE X(1)  VALUE SPACE.     SM208A.1
029000 01  WS-RUN-SEV-HIGH               PICTURE X(1)  VALUE SPACE.     SM208A.1
029100*--------------------------------------------------------------   SM208A.1
029200*PER-PARAGRAPH ELAPSED-TIME CAPTURE -- SEE THE PRINT-DETAIL       SM208A.1
029300*CHOKE-POINT NOTE IN IX208A; SAME MECHANISM HERE.                 SM208A.1
029400*--------------------------------------------------------------   SM208A.1
029500 01  WS-TIME-NOW                    PIC 9(8) VALUE ZERO.          SM208A.1
029600 01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.                         SM208A.1
029700     05  WS-TIME-NOW-HH             PIC 99.                       SM208A.1
029800     05  WS-TIME-NOW-MM             PIC 99.                       SM208A.1
029900     05  WS-TIME-NOW-SS             PIC 99.                       SM208A.1
030000     05  WS-TIME-NOW-CC             PIC 99.                       SM208A.1
030100 01  WS-TIME-LAST                   PIC 9(8) VALUE ZERO.          SM208A.1
030200 01  WS-TIME-LAST-X REDEFINES WS-TIME-LAST.                       SM208A.1
030300     05  WS-TIME-LAST-HH            PIC 99.                       SM208A.1
030400     05  WS-TIME-LAST-MM            PIC 99.                       SM208A.1
030500     05  WS-TIME-LAST-SS            PIC 99.                       SM208A.1
030600     05  WS-TIME-LAST-CC            PIC 99.                       SM208A.1
030700 01  WS-NOW-CS                      PIC 9(7) COMP.                SM208A.1
030800 01  WS-LAST-CS                     PIC 9(7) COMP.                SM208A.1
030900 01  WS-ELAPSED-CS                  PIC 9(7) COMP.                SM208A.1
031000 01  CSV-ELAPSED-T                  PICTURE ZZZZZZ9.              SM208A.1
031100     COPY K6TARG.                                                 SM208A.1
000000     COPY K6COPT.                                                 K6COPT.1
000000     COPY K6SREL.                                                 K6SREL.1
031200     COPY K6CVER.                                                 SM208A.1
031300     COPY K6SEVT.                                                 SM208A.1
031400     COPY K6PAGE.                                                 SM208A.1
031500     COPY K6CSVE.                                                 SM208A.1
031600 01  TEST-RESULTS.                                                SM208A.1
031700     02 FILLER                   PIC X      VALUE SPACE.          SM208A.1
031800     02 FEATURE                  PIC X(20)  VALUE SPACE.          SM208A.1
031900     02 FILLER                   PIC X      VALUE SPACE.          SM208A.1
032000     02 P-OR-F                   PIC X(5)   VALUE SPACE.          SM208A.1
032100     02 FILLER                   PIC X      VALUE SPACE.          SM208A.1
032200     02  PAR-NAME.                                                SM208A.1
032300       03 FILLER                 PIC X(19)  VALUE SPACE.          SM208A.1
032400       03  PARDOT-X              PIC X      VALUE SPACE.          SM208A.1
032500       03 DOTVALUE               PIC 99     VALUE ZERO.           SM208A.1
032600     02 FILLER                   PIC X(8)   VALUE SPACE.          SM208A.1
032700     02 RE-MARK                  PIC X(61).                       SM208A.1
032800 01  TEST-COMPUTED.                                               SM208A.1
032900     02 FILLER                   PIC X(30)  VALUE SPACE.          SM208A.1
033000     02 FILLER                   PIC X(17)  VALUE                 SM208A.1
033100            "       COMPUTED=".                                   SM208A.1
033200     02 COMPUTED-X.                                               SM208A.1
033300     03 COMPUTED-A               PIC X(20)  VALUE SPACE.          SM208A.1
033400     03 COMPUTED-N               REDEFINES COMPUTED-A             SM208A.1
033500                                 PIC -9(9).9(9).                  SM208A.1
033600     03 COMPUTED-0V18 REDEFINES COMPUTED-A   PIC -.9(18).         SM208A.1
033700     03 COMPUTED-4V14 REDEFINES COMPUTED-A   PIC -9(4).9(14).     SM208A.1
033800     03 COMPUTED-14V4 REDEFINES COMPUTED-A   PIC -9(14).9(4).     SM208A.1
033900     03       CM-18V0 REDEFINES COMPUTED-A.                       SM208A.1
034000         04 COMPUTED-18V0                    PIC -9(18).          SM208A.1
034100         04 FILLER                           PIC X.               SM208A.1
034200     03 FILLER PIC X(50) VALUE SPACE.                             SM208A.1
034300 01  TEST-CORRECT.                                                SM208A.1
034400     02 FILLER PIC X(30) VALUE SPACE.                             SM208A.1
034500     02 FILLER PIC X(17) VALUE "       CORRECT =".                SM208A.1
034600     02 CORRECT-X.                                                SM208A.1
034700     03 CORRECT-A                  PIC X(20) VALUE SPACE.         SM208A.1
034800     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      SM208A.1
034900     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         SM208A.1
035000     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     SM208A.1
035100     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     SM208A.1
035200     03      CR-18V0 REDEFINES CORRECT-A.                         SM208A.1
035300         04 CORRECT-18V0                     PIC -9(18).          SM208A.1
035400         04 FILLER                           PIC X.               SM208A.1
035500     03 FILLER PIC X(2) VALUE SPACE.                              SM208A.1
035600     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     SM208A.1
035700 01  CCVS-C-1.                                                    SM208A.1
035800     02 FILLER  PIC IS X(99)    VALUE IS " FEATURE              PASM208A.1
035900-    "SS  PARAGRAPH-NAME                                          SM208A.1
036000-    "       REMARKS".                                            SM208A.1
036100     02 FILLER                     PIC X(20)    VALUE SPACE.      SM208A.1
036200 01  CCVS-C-2.                                                    SM208A.1
036300     02 FILLER                     PIC X        VALUE SPACE.      SM208A.1
036400     02 FILLER                     PIC X(6)     VALUE "TESTED".   SM208A.1
036500     02 FILLER                     PIC X(15)    VALUE SPACE.      SM208A.1
036600     02 FILLER                     PIC X(4)     VALUE "FAIL".     SM208A.1
036700     02 FILLER                     PIC X(94)    VALUE SPACE.      SM208A.1
036800 01  REC-SKL-SUB                   PIC 9(2)     VALUE ZERO.       SM208A.1
036900 01  REC-CT                        PIC 99       VALUE ZERO.       SM208A.1
037000 01  DELETE-COUNTER                PIC 999      VALUE ZERO.       SM208A.1
037100 01  ERROR-COUNTER                 PIC 999      VALUE ZERO.       SM208A.1
037200 01  INSPECT-COUNTER               PIC 999      VALUE ZERO.       SM208A.1
037300 01  PASS-COUNTER                  PIC 999      VALUE ZERO.       SM208A.1
037400 01  TOTAL-ERROR                   PIC 999      VALUE ZERO.       SM208A.1
037500 01  ERROR-HOLD                    PIC 999      VALUE ZERO.       SM208A.1
037600 01  DUMMY-HOLD                    PIC X(120)   VALUE SPACE.      SM208A.1
037700 01  RECORD-COUNT                  PIC 9(5)     VALUE ZERO.       SM208A.1
037800 01  ANSI-REFERENCE                PIC X(48)    VALUE SPACES.     SM208A.1
037900 01  ANSI-CLAUSE-CODE              PIC X(10)    VALUE SPACES.     SM208A.1
038000 01  CCVS-H-1.                                                    SM208A.1
038100     02  FILLER                    PIC X(39)    VALUE SPACES.     SM208A.1
038200     02  FILLER                    PIC X(42)    VALUE             SM208A.1
038300     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 SM208A.1
038400     02  FILLER                    PIC X(39)    VALUE SPACES.     SM208A.1
038500 01  CCVS-H-2A.                                                   SM208A.1
038600   02  FILLER                        PIC X(40)  VALUE SPACE.      SM208A.1
038700   02  FILLER                        PIC X(7)   VALUE "CCVS85 ".  SM208A.1
038800   02  FILLER                        PIC XXXX   VALUE             SM208A.1
038900     "4.2 ".                                                      SM208A.1
039000   02  FILLER                        PIC X(28)  VALUE             SM208A.1
039100            " COPY - NOT FOR DISTRIBUTION".                       SM208A.1
039200   02  FILLER                        PIC X(41)  VALUE SPACE.      SM208A.1
039300*                                                                 SM208A.1
039400 01  CCVS-H-2B.                                                   SM208A.1
039500   02  FILLER                        PIC X(15)  VALUE             SM208A.1
039600            "TEST RESULT OF ".                                    SM208A.1
039700   02  TEST-ID                       PIC X(9).                    SM208A.1
039800   02  FILLER                        PIC X(4)   VALUE             SM208A.1
039900            " IN ".                                               SM208A.1
040000   02  FILLER                        PIC X(12)  VALUE             SM208A.1
040100     " HIGH       ".                                              SM208A.1
040200   02  FILLER                        PIC X(22)  VALUE             SM208A.1
040300            " LEVEL VALIDATION FOR ".                             SM208A.1
040400   02  FILLER                        PIC X(58)  VALUE             SM208A.1
040500     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM208A.1
040600 01  CCVS-H-3.                                                    SM208A.1
040700     02  FILLER                      PIC X(34)  VALUE             SM208A.1
040800            " FOR OFFICIAL USE ONLY    ".                         SM208A.1
040900     02  CCVS-H-3-VERSION            PIC X(58)  VALUE             SM208A.1
041000     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".SM208A.1
041100     02  FILLER                      PIC X(28)  VALUE             SM208A.1
041200            "  COPYRIGHT   1985 ".                                SM208A.1
041300 01  CCVS-E-1.                                                    SM208A.1
041400     02 FILLER                       PIC X(52)  VALUE SPACE.      SM208A.1
041500     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              SM208A.1
041600     02 ID-AGAIN                     PIC X(9).                    SM208A.1
041700     02 FILLER                       PIC X(45)  VALUE SPACES.     SM208A.1
041800 01  CCVS-E-2.                                                    SM208A.1
041900     02  FILLER                      PIC X(31)  VALUE SPACE.      SM208A.1
042000     02  FILLER                      PIC X(21)  VALUE SPACE.      SM208A.1
042100     02 CCVS-E-2-2.                                               SM208A.1
042200         03 ERROR-TOTAL              PIC XXX    VALUE SPACE.      SM208A.1
042300         03 FILLER                   PIC X      VALUE SPACE.      SM208A.1
042400         03 ENDER-DESC               PIC X(44)  VALUE             SM208A.1
042500            "ERRORS ENCOUNTERED".                                 SM208A.1
042600 01  CCVS-E-3.                                                    SM208A.1
042700     02  FILLER                      PIC X(22)  VALUE             SM208A.1
042800            " FOR OFFICIAL USE ONLY".                             SM208A.1
042900     02  FILLER                      PIC X(12)  VALUE SPACE.      SM208A.1
043000     02  FILLER                      PIC X(58)  VALUE             SM208A.1
043100     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".SM208A.1
043200     02  FILLER                      PIC X(13)  VALUE SPACE.      SM208A.1
043300     02 FILLER                       PIC X(15)  VALUE             SM208A.1
043400             " COPYRIGHT 1985".                                   SM208A.1
043500 01  CCVS-E-4.                                                    SM208A.1
043600     02 CCVS-E-4-1                   PIC XXX    VALUE SPACE.      SM208A.1
043700     02 FILLER                       PIC X(4)   VALUE " OF ".     SM208A.1
043800     02 CCVS-E-4-2                   PIC XXX    VALUE SPACE.      SM208A.1
043900     02 FILLER                       PIC X(40)  VALUE             SM208A.1
044000      "  TESTS WERE EXECUTED SUCCESSFULLY".                       SM208A.1
044100 01  XXINFO.                                                      SM208A.1
044200     02 FILLER                       PIC X(19)  VALUE             SM208A.1
044300            "*** INFORMATION ***".                                SM208A.1
044400     02 INFO-TEXT.                                                SM208A.1
044500       04 FILLER                     PIC X(8)   VALUE SPACE.      SM208A.1
044600       04 XXCOMPUTED                 PIC X(20).                   SM208A.1
044700       04 FILLER                     PIC X(5)   VALUE SPACE.      SM208A.1
044800       04 XXCORRECT                  PIC X(20).                   SM208A.1
044900     02 INF-ANSI-REFERENCE           PIC X(48).                   SM208A.1
045000 01  HYPHEN-LINE.                                                 SM208A.1
045100     02 FILLER  PIC IS X VALUE IS SPACE.                          SM208A.1
045200     02 FILLER  PIC IS X(65)    VALUE IS "************************SM208A.1
045300-    "*****************************************".                 SM208A.1
045400     02 FILLER  PIC IS X(54)    VALUE IS "************************SM208A.1
045500-    "******************************".                            SM208A.1
045600 01  CCVS-PGM-ID                     PIC X(9)   VALUE             SM208A.1
045700     "SM208A".                                                    SM208A.1
045800 01  CCVS-PGM-ID-R REDEFINES CCVS-PGM-ID.                         SM208A.1
045900     02  CCVS-PGM-MODULE-PREFIX     PIC XX.                       SM208A.1
046000     02  FILLER                     PIC X(7).                     SM208A.1
046100 01  CCVS-PGM-SOURCE-REV             PIC 9(3)   VALUE 001.        SM208A.1
046200 01  RAW-DATA-RUN-DATE-WS            PIC 9(8).                    SM208A.1
046300 01  RAW-DATA-SEQ-WS                 PIC 99     VALUE ZERO.       SM208A.1
046400 01  WS-SUPERSEDING-SEQ              PIC 99     VALUE ZERO.       SM208A.1
046500 01  WS-PRIOR-SEQ                    PIC 99     VALUE ZERO.       SM208A.1
046600 PROCEDURE DIVISION.                                              SM208A.1
046700 CCVS1 SECTION.                                                   SM208A.1
046800 OPEN-FILES.                                                      SM208A.1
046900     OPEN I-O RAW-DATA.                                           SM208A.1
047000     MOVE K6-TARGET-ID TO RAW-DATA-TARGET.                        SM208A.1
047100     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         SM208A.1
000000     PERFORM WINDOW-IDENT-READ THRU WINDOW-IDENT-EXIT.            K6WIND.1
000000     MOVE WS-WINDOW-ID TO RAW-DATA-WINDOW.                        K6WIND.1
047200     ACCEPT RAW-DATA-RUN-DATE-WS FROM DATE YYYYMMDD.              SM208A.1
047300     MOVE RAW-DATA-RUN-DATE-WS TO RAW-DATA-RUN-DT.                SM208A.1
047400     MOVE 1 TO RAW-DATA-SEQ-WS.                                   SM208A.1
047500 FIND-RUN-KEY.                                                    SM208A.1
047600     MOVE RAW-DATA-SEQ-WS TO RAW-DATA-RUN-SEQ.                    SM208A.1
047700     READ RAW-DATA INVALID KEY GO TO WRITE-RUN-RECORD.            SM208A.1
047800     ADD 1 TO RAW-DATA-SEQ-WS.                                    SM208A.1
047900     GO TO FIND-RUN-KEY.                                          SM208A.1
048000 WRITE-RUN-RECORD.                                                SM208A.1
048100     MOVE "ABORTED " TO C-ABORT.                                  SM208A.1
048200     ADD 1 TO C-NO-OF-TESTS.                                      SM208A.1
048300     MOVE RAW-DATA-RUN-DATE-WS TO C-DATE.                         SM208A.1
048400     ACCEPT C-TIME  FROM TIME.                                    SM208A.1
048500     MOVE SPACE TO C-SUPERSEDED.                                  SM208A.1
048600     MOVE ZERO TO C-SUPERSEDE-SEQ.                                SM208A.1
048700     MOVE CCVS-PGM-SOURCE-REV TO C-SRC-REV.                       SM208A.1
000000     MOVE ZERO TO C-XFAIL.                                        K6XFL.1 
000000     MOVE "R06" TO C-LAYOUT-VER.                                  K6SREL.1
000000     MOVE K6-OPT-PROFILE TO C-OPT-PROFILE.                        K6COPT.1
000000     MOVE K6-SUITE-REL TO C-SUITE-REL.                            K6SREL.1
048800     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               SM208A.1
048900 END-E-1.                                                         SM208A.1
049000     CLOSE RAW-DATA.                                              SM208A.1
049100     OPEN    OUTPUT PRINT-FILE.                                   SM208A.1
049200     OPEN    OUTPUT CSV-FILE.                                     SM208A.1
049300*    ENVELOPE HEADER FIRST, THEN THE COLUMN-NAME LINE -- SEE      SM208A.1
049400*    K6CSVE.CPY.                                                  SM208A.1
049500     MOVE CCVS-PGM-ID TO CEH-PGM-ID.                              SM208A.1
049600     MOVE K6-TARGET-ID TO CEH-TARGET.                             SM208A.1
049700     MOVE RAW-DATA-RUN-DATE-WS TO CEH-RUN-DATE.                   SM208A.1
049800     MOVE RAW-DATA-SEQ-WS TO CEH-RUN-SEQ.                         SM208A.1
000000     MOVE WS-WINDOW-ID TO CEH-WINDOW-ID.                          K6WIND.1
000000     MOVE K6-OPT-PROFILE TO CEH-OPT-PROFILE.                      K6COPT.1
000000     MOVE K6-SUITE-REL TO CEH-SUITE-REL.                          K6SREL.1
049900     MOVE CSV-ENV-HEADER-REC TO CSV-REC.                          SM208A.1
050000     WRITE CSV-REC.                                               SM208A.1
050100     MOVE "FEATURE,P-OR-F,PAR-NAME,COMPUTED,CORRECT,REMARKS,      SM208A.1
050200-    "ELAPSED-CS,ANSI-CLAUSE,SEVERITY"                            SM208A.1
050300         TO CSV-REC.                                              SM208A.1
050400     WRITE CSV-REC.                                               SM208A.1
050500     MOVE  CCVS-PGM-ID TO TEST-ID. MOVE CCVS-PGM-ID TO ID-AGAIN.  SM208A.1
050600     MOVE    SPACE TO TEST-RESULTS.                               SM208A.1
050700     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              SM208A.1
050800     GO TO CCVS1-EXIT.                                            SM208A.1
050900 CLOSE-FILES.                                                     SM208A.1
051000     OPEN I-O RAW-DATA.                                           SM208A.1
051100*    RAW-DATA-KEY STILL HOLDS THE PGM-ID/DATE/SEQ SET BY          SM208A.1
051200*    OPEN-FILES FOR THIS RUN -- RE-READ THAT SAME RECORD.         SM208A.1
051300     READ RAW-DATA INVALID KEY GO TO END-E-2.                     SM208A.1
051400     MOVE "OK.     " TO C-ABORT.                                  SM208A.1
051500     MOVE PASS-COUNTER TO C-OK.                                   SM208A.1
051600     COMPUTE C-ALL = PASS-COUNTER + ERROR-COUNTER +               SM208A.1
051700         INSPECT-COUNTER + DELETE-COUNTER.                        SM208A.1
051800     MOVE ERROR-COUNTER TO C-FAIL.                                SM208A.1
051900     MOVE DELETE-COUNTER TO C-DELETED.                            SM208A.1
052000     MOVE INSPECT-COUNTER TO C-INSPECT.                           SM208A.1
052100     MOVE CCVS-PGM-MODULE-PREFIX TO C-MODULE-ID.                  SM208A.1
052200     IF (PASS-COUNTER + ERROR-COUNTER + INSPECT-COUNTER +         SM208A.1
052300         DELETE-COUNTER) IS GREATER THAN ZERO                     SM208A.1
052400         COMPUTE C-MODULE-PCT ROUNDED =                           SM208A.1
052500             (PASS-COUNTER / (PASS-COUNTER + ERROR-COUNTER +      SM208A.1
052600             INSPECT-COUNTER + DELETE-COUNTER)) * 100             SM208A.1
052700     ELSE                                                         SM208A.1
052800         MOVE ZERO TO C-MODULE-PCT.                               SM208A.1
052900     MOVE WS-RUN-SEV-HIGH TO C-SEV-HIGH.                          SM208A.1
053000     ACCEPT C-END-DATE FROM DATE YYYYMMDD.                        SM208A.1
053100     ACCEPT C-END-TIME FROM TIME.                                 SM208A.1
053200     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             SM208A.1
053300     IF RAW-DATA-RUN-SEQ GREATER THAN 1                           SM208A.1
053400         PERFORM SUPERSEDE-PRIOR-RUNS THRU SUPERSEDE-PRIOR-EXIT.  SM208A.1
053500 END-E-2.                                                         SM208A.1
053600     CLOSE RAW-DATA.                                              SM208A.1
053700     PERFORM END-ROUTINE THRU END-ROUTINE-13. CLOSE PRINT-FILE.   SM208A.1
053800*    ENVELOPE TRAILER -- DETAIL COUNT AND FINAL COUNTERS, SO A    SM208A.1
053900*    READER CAN REJECT A TRUNCATED EXTRACT (SEE K6CSVE.CPY).      SM208A.1
054000     MOVE CSV-ENV-DETAIL-COUNT TO CET-DETAIL-COUNT.               SM208A.1
054100     MOVE PASS-COUNTER TO CET-OK.                                 SM208A.1
054200     MOVE ERROR-COUNTER TO CET-FAIL.                              SM208A.1
054300     MOVE DELETE-COUNTER TO CET-DELETED.                          SM208A.1
054400     MOVE INSPECT-COUNTER TO CET-INSPECT.                         SM208A.1
054500     MOVE CSV-ENV-TRAILER-REC TO CSV-REC.                         SM208A.1
054600     WRITE CSV-REC.                                               SM208A.1
054700     CLOSE CSV-FILE.                                              SM208A.1
054800 TERMINATE-CCVS.                                                  SM208A.1
054900     EXIT PROGRAM.                                                SM208A.1
055000 TERMINATE-CALL.                                                  SM208A.1
055100     STOP     RUN.                                                SM208A.1
055200*--------------------------------------------------------------   SM208A.1
055300* SUPERSEDE-PRIOR-RUNS -- A COMPLETED RERUN MARKS THIS DAY'S      SM208A.1
055400* EARLIER RECORDS SUPERSEDED, POINTING AT THE RUN THAT            SM208A.1
055500* REPLACES THEM, SO THE ROLLUP TOOLS COUNT ONLY EFFECTIVE         SM208A.1
055600* RUNS (SEE K6RAWDS.CPY AND THE K6SUPS CHAIN REPORT).             SM208A.1
055700*--------------------------------------------------------------   SM208A.1
055800 SUPERSEDE-PRIOR-RUNS.                                            SM208A.1
055900     MOVE RAW-DATA-RUN-SEQ TO WS-SUPERSEDING-SEQ.                 SM208A.1
056000     MOVE ZERO TO WS-PRIOR-SEQ.                                   SM208A.1
056100 SUPERSEDE-NEXT-PRIOR.                                            SM208A.1
056200     ADD 1 TO WS-PRIOR-SEQ.                                       SM208A.1
056300     IF WS-PRIOR-SEQ NOT LESS THAN WS-SUPERSEDING-SEQ             SM208A.1
056400         GO TO SUPERSEDE-RESTORE.                                 SM208A.1
056500     MOVE WS-PRIOR-SEQ TO RAW-DATA-RUN-SEQ.                       SM208A.1
056600     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.        SM208A.1
056700*    A RUN OF A WINDOW DECLARED VOID (K6VOID) STAYS VOID.         SM208A.1
056800     IF C-SUPERSEDED = "S" OR C-SUPERSEDED = "V"                  SM208A.1
056900         GO TO SUPERSEDE-NEXT-PRIOR.                              SM208A.1
000000*    ALTERNATE-DEVICE RUNS (WINDOW "A") AND PRIMARY-DEVICE        K6ALTW.1
000000*    RUNS ARE KEPT SIDE BY SIDE -- NEITHER SUPERSEDES THE         K6ALTW.1
000000*    OTHER.                                                       K6ALTW.1
000000     IF (RAW-DATA-WINDOW = "A" OR WS-WINDOW-ID = "A")             K6ALTW.1
000000             AND RAW-DATA-WINDOW NOT = WS-WINDOW-ID               K6ALTW.1
000000         GO TO SUPERSEDE-NEXT-PRIOR.                              K6ALTW.1
057000     MOVE "S" TO C-SUPERSEDED.                                    SM208A.1
057100     MOVE WS-SUPERSEDING-SEQ TO C-SUPERSEDE-SEQ.                  SM208A.1
057200     REWRITE RAW-DATA-SATZ INVALID KEY GO TO SUPERSEDE-NEXT-PRIOR.SM208A.1
057300     GO TO SUPERSEDE-NEXT-PRIOR.                                  SM208A.1
057400*    RESTORE THIS RUN'S OWN KEY AND RECORD AREA BEFORE THE        SM208A.1
057500*    FILE CLOSES.                                                 SM208A.1
057600 SUPERSEDE-RESTORE.                                               SM208A.1
057700     MOVE WS-SUPERSEDING-SEQ TO RAW-DATA-RUN-SEQ.                 SM208A.1
057800     READ RAW-DATA INVALID KEY GO TO SUPERSEDE-PRIOR-EXIT.        SM208A.1
057900 SUPERSEDE-PRIOR-EXIT.                                            SM208A.1
058000     EXIT.                                                        SM208A.1
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
058100 INSPT. MOVE "INSPT" TO P-OR-F. ADD 1 TO INSPECT-COUNTER.         SM208A.1
058200 PASS.  MOVE "PASS " TO P-OR-F.  ADD 1 TO PASS-COUNTER.           SM208A.1
058300 FAIL.  MOVE "FAIL*" TO P-OR-F.  ADD 1 TO ERROR-COUNTER.          SM208A.1
058400 DE-LETE.  MOVE "*****" TO P-OR-F.  ADD 1 TO DELETE-COUNTER.      SM208A.1
058500     MOVE "****TEST DELETED****" TO RE-MARK.                      SM208A.1
058600 PRINT-DETAIL.                                                    SM208A.1
058700     IF REC-CT NOT EQUAL TO ZERO                                  SM208A.1
058800             MOVE "." TO PARDOT-X                                 SM208A.1
058900             MOVE REC-CT TO DOTVALUE.                             SM208A.1
059000     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SM208A.1
059100     PERFORM PARAGRAPH-TIME-CAPTURE THRU                          SM208A.1
059200         PARAGRAPH-TIME-CAPTURE-EXIT.                             SM208A.1
059300     PERFORM CSV-WRITE-DETAIL THRU CSV-WRITE-DETAIL-EXIT.         SM208A.1
059400     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SM208A.1
059500        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SM208A.1
059600          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SM208A.1
059700     MOVE SPACE TO P-OR-F. MOVE SPACE TO COMPUTED-X.              SM208A.1
059800     MOVE SPACE TO CORRECT-X.                                     SM208A.1
059900     IF     REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.         SM208A.1
060000     MOVE     SPACE TO RE-MARK.                                   SM208A.1
060100 CSV-WRITE-DETAIL.                                                SM208A.1
060200     MOVE SPACE TO CSV-BUILD-AREA.                                SM208A.1
060300     MOVE FEATURE TO CSV-FEATURE-T.                               SM208A.1
060400     MOVE P-OR-F TO CSV-POF-T.                                    SM208A.1
060500     MOVE PAR-NAME TO CSV-PARNAME-T.                              SM208A.1
060600     MOVE COMPUTED-A TO CSV-COMPUTED-T.                           SM208A.1
060700     MOVE CORRECT-A TO CSV-CORRECT-T.                             SM208A.1
060800     MOVE RE-MARK TO CSV-REMARK-T.                                SM208A.1
060900     MOVE ANSI-CLAUSE-CODE TO CSV-ANSI-CLAUSE-T.                  SM208A.1
061000     PERFORM SEVERITY-LOOKUP THRU SEVERITY-LOOKUP-EXIT.           SM208A.1
061100     STRING '"' CSV-FEATURE-T    '","'                            SM208A.1
061200            CSV-POF-T            '","'                            SM208A.1
061300            CSV-PARNAME-T        '","'                            SM208A.1
061400            CSV-COMPUTED-T       '","'                            SM208A.1
061500            CSV-CORRECT-T        '","'                            SM208A.1
061600            CSV-REMARK-T         '","'                            SM208A.1
061700            CSV-ELAPSED-T        '","'                            SM208A.1
061800            CSV-ANSI-CLAUSE-T    '","'                            SM208A.1
061900            CSV-SEVERITY-T       '"'                              SM208A.1
062000         DELIMITED BY SIZE INTO CSV-BUILD-AREA.                   SM208A.1
062100     MOVE CSV-BUILD-AREA TO CSV-REC.                              SM208A.1
062200     WRITE CSV-REC.                                               SM208A.1
062300     ADD 1 TO CSV-ENV-DETAIL-COUNT.                               SM208A.1
062400 CSV-WRITE-DETAIL-EXIT.                                           SM208A.1
062500     EXIT.                                                        SM208A.1
062600*--------------------------------------------------------------   SM208A.1
062700* SEVERITY-LOOKUP -- SAME K6SEVT CLASSIFICATION AS IX208A.        SM208A.1
062800* MERGE FEATURES CARRY NO STRUCTURED CLAUSE CODE YET, SO THE      SM208A.1
062900* FEATURE-WORD SCAN AND THE DEFAULT CLASS DO THE GRADING HERE.    SM208A.1
063000*--------------------------------------------------------------   SM208A.1
063100 SEVERITY-LOOKUP.                                                 SM208A.1
063200     MOVE SEV-DEFAULT-CLASS TO CSV-SEVERITY-T.                    SM208A.1
063300     IF ANSI-CLAUSE-CODE = SPACE                                  SM208A.1
063400         GO TO SEVERITY-BY-FEATURE.                               SM208A.1
063500     SET SEV-CL-IDX TO 1.                                         SM208A.1
063600 SEVERITY-CLAUSE-SCAN.                                            SM208A.1
063700     IF SEV-CL-IDX > 8                                            SM208A.1
063800         GO TO SEVERITY-BY-FEATURE.                               SM208A.1
063900     IF SEV-CLAUSE-CODE (SEV-CL-IDX) = ANSI-CLAUSE-CODE           SM208A.1
064000         MOVE SEV-CLAUSE-CLASS (SEV-CL-IDX) TO CSV-SEVERITY-T     SM208A.1
064100         GO TO SEVERITY-TRACK-HIGH.                               SM208A.1
064200     SET SEV-CL-IDX UP BY 1.                                      SM208A.1
064300     GO TO SEVERITY-CLAUSE-SCAN.                                  SM208A.1
064400 SEVERITY-BY-FEATURE.                                             SM208A.1
064500     SET SEV-FT-IDX TO 1.                                         SM208A.1
064600 SEVERITY-FEATURE-SCAN.                                           SM208A.1
064700     IF SEV-FT-IDX > 6                                            SM208A.1
064800         GO TO SEVERITY-TRACK-HIGH.                               SM208A.1
064900     IF CSV-FEATURE-T (1:5) = SEV-FEATURE-WORD (SEV-FT-IDX) (1:5) SM208A.1
065000         MOVE SEV-FEATURE-CLASS (SEV-FT-IDX) TO CSV-SEVERITY-T    SM208A.1
065100         GO TO SEVERITY-TRACK-HIGH.                               SM208A.1
065200     SET SEV-FT-IDX UP BY 1.                                      SM208A.1
065300     GO TO SEVERITY-FEATURE-SCAN.                                 SM208A.1
065400 SEVERITY-TRACK-HIGH.                                             SM208A.1
065500     IF CSV-POF-T NOT = "FAIL*"                                   SM208A.1
065600         GO TO SEVERITY-LOOKUP-EXIT.                              SM208A.1
065700     IF WS-RUN-SEV-HIGH = SPACE                                   SM208A.1
065800             OR CSV-SEVERITY-T < WS-RUN-SEV-HIGH                  SM208A.1
065900         MOVE CSV-SEVERITY-T TO WS-RUN-SEV-HIGH.                  SM208A.1
066000 SEVERITY-LOOKUP-EXIT.                                            SM208A.1
066100     EXIT.                                                        SM208A.1
066200 PARAGRAPH-TIME-CAPTURE.                                          SM208A.1
066300     MOVE WS-TIME-NOW TO WS-TIME-LAST.                            SM208A.1
066400     ACCEPT WS-TIME-NOW FROM TIME.                                SM208A.1
066500     COMPUTE WS-NOW-CS =                                          SM208A.1
066600         ((WS-TIME-NOW-HH * 60 + WS-TIME-NOW-MM) * 60             SM208A.1
066700             + WS-TIME-NOW-SS) * 100 + WS-TIME-NOW-CC.            SM208A.1
066800     COMPUTE WS-LAST-CS =                                         SM208A.1
066900         ((WS-TIME-LAST-HH * 60 + WS-TIME-LAST-MM) * 60           SM208A.1
067000             + WS-TIME-LAST-SS) * 100 + WS-TIME-LAST-CC.          SM208A.1
067100     IF WS-LAST-CS = ZERO OR WS-NOW-CS < WS-LAST-CS               SM208A.1
067200         MOVE ZERO TO WS-ELAPSED-CS                               SM208A.1
067300     ELSE                                                         SM208A.1
067400         SUBTRACT WS-LAST-CS FROM WS-NOW-CS                       SM208A.1
067500             GIVING WS-ELAPSED-CS.                                SM208A.1
067600     MOVE WS-ELAPSED-CS TO CSV-ELAPSED-T.                         SM208A.1
067700 PARAGRAPH-TIME-CAPTURE-EXIT.                                     SM208A.1
067800     EXIT.                                                        SM208A.1
067900 HEAD-ROUTINE.                                                    SM208A.1
068000     MOVE K6-COMPILER-VERSION TO CCVS-H-3-VERSION.                SM208A.1
068100     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SM208A.1
068200     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  SM208A.1
068300     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SM208A.1
068400     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  SM208A.1
068500 COLUMN-NAMES-ROUTINE.                                            SM208A.1
068600     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM208A.1
068700     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM208A.1
068800     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        SM208A.1
068900 END-ROUTINE.                                                     SM208A.1
069000     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE 5 TIMES.SM208A.1
069100 END-RTN-EXIT.                                                    SM208A.1
069200     MOVE CCVS-E-1 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM208A.1
069300 END-ROUTINE-1.                                                   SM208A.1
069400      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SM208A.1
069500      ERROR-HOLD. ADD DELETE-COUNTER TO ERROR-HOLD.               SM208A.1
069600      ADD PASS-COUNTER TO ERROR-HOLD.                             SM208A.1
069700*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   SM208A.1
069800      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SM208A.1
069900      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SM208A.1
070000      MOVE CCVS-E-4 TO CCVS-E-2-2.                                SM208A.1
070100      MOVE CCVS-E-2 TO DUMMY-RECORD PERFORM WRITE-LINE.           SM208A.1
070200  END-ROUTINE-12.                                                 SM208A.1
070300      MOVE "TEST(S) FAILED" TO ENDER-DESC.                        SM208A.1
070400     IF       ERROR-COUNTER IS EQUAL TO ZERO                      SM208A.1
070500         MOVE "NO " TO ERROR-TOTAL                                SM208A.1
070600         ELSE                                                     SM208A.1
070700         MOVE ERROR-COUNTER TO ERROR-TOTAL.                       SM208A.1
070800     MOVE     CCVS-E-2 TO DUMMY-RECORD.                           SM208A.1
070900     PERFORM WRITE-LINE.                                          SM208A.1
071000 END-ROUTINE-13.                                                  SM208A.1
071100     IF DELETE-COUNTER IS EQUAL TO ZERO                           SM208A.1
071200         MOVE "NO " TO ERROR-TOTAL  ELSE                          SM208A.1
071300         MOVE DELETE-COUNTER TO ERROR-TOTAL.                      SM208A.1
071400     MOVE "TEST(S) DELETED     " TO ENDER-DESC.                   SM208A.1
071500     MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM208A.1
071600      IF   INSPECT-COUNTER EQUAL TO ZERO                          SM208A.1
071700          MOVE "NO " TO ERROR-TOTAL                               SM208A.1
071800      ELSE MOVE INSPECT-COUNTER TO ERROR-TOTAL.                   SM208A.1
071900      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SM208A.1
072000      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SM208A.1
072100     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SM208A.1
072200 WRITE-LINE.                                                      SM208A.1
072300*    THE END-OF-PAGE CONDITION RAISED IN WRT-LN BELOW REPLAYS     SM208A.1
072400*    THE HEADER BLOCK HERE, AT THE TOP OF THE NEW PAGE, BEFORE    SM208A.1
072500*    THE PENDING LINE GOES OUT.                                   SM208A.1
072600     IF K6-PAGE-EOP-PENDING                                       SM208A.1
072700         MOVE "N" TO K6-PAGE-EOP-SW                               SM208A.1
072800         MOVE DUMMY-RECORD TO DUMMY-HOLD                          SM208A.1
072900         MOVE SPACE TO DUMMY-RECORD                               SM208A.1
073000         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  SM208A.1
073100         MOVE CCVS-H-1  TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SM208A.1
073200         MOVE CCVS-H-2A TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    SM208A.1
073300         MOVE CCVS-H-2B TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SM208A.1
073400         MOVE CCVS-H-3  TO DUMMY-RECORD PERFORM WRT-LN 3 TIMES    SM208A.1
073500         MOVE CCVS-C-1  TO DUMMY-RECORD PERFORM WRT-LN            SM208A.1
073600         MOVE CCVS-C-2  TO DUMMY-RECORD PERFORM WRT-LN            SM208A.1
073700         MOVE HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN          SM208A.1
073800         MOVE DUMMY-HOLD TO DUMMY-RECORD.                         SM208A.1
073900     PERFORM WRT-LN.                                              SM208A.1
074000 WRT-LN.                                                          SM208A.1
074100     WRITE    DUMMY-RECORD AFTER ADVANCING 1 LINE                 SM208A.1
074200         AT END-OF-PAGE SET K6-PAGE-EOP-PENDING TO TRUE.          SM208A.1
074300     MOVE SPACE TO DUMMY-RECORD.                                  SM208A.1
074400 BLANK-LINE-PRINT.                                                SM208A.1
074500     PERFORM WRT-LN.                                              SM208A.1
074600 FAIL-ROUTINE.                                                    SM208A.1
074700     IF     COMPUTED-X NOT EQUAL TO SPACE                         SM208A.1
074800            GO TO   FAIL-ROUTINE-WRITE.                           SM208A.1
074900     IF     CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.SM208A.1
075000     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SM208A.1
075100     MOVE  "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.   SM208A.1
075200     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM208A.1
075300     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SM208A.1
075400     GO TO  FAIL-ROUTINE-EX.                                      SM208A.1
075500 FAIL-ROUTINE-WRITE.                                              SM208A.1
075600     MOVE   TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE         SM208A.1
075700     MOVE   ANSI-REFERENCE TO COR-ANSI-REFERENCE.                 SM208A.1
075800     MOVE   TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES. SM208A.1
075900     MOVE   SPACES TO COR-ANSI-REFERENCE.                         SM208A.1
076000 FAIL-ROUTINE-EX. EXIT.                                           SM208A.1
076100 BAIL-OUT.                                                        SM208A.1
076200     IF     COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.   SM208A.1
076300     IF     CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.           SM208A.1
076400 BAIL-OUT-WRITE.                                                  SM208A.1
076500     MOVE CORRECT-A TO XXCORRECT. MOVE COMPUTED-A TO XXCOMPUTED.  SM208A.1
076600     MOVE   ANSI-REFERENCE TO INF-ANSI-REFERENCE.                 SM208A.1
076700     MOVE   XXINFO TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   SM208A.1
076800     MOVE   SPACES TO INF-ANSI-REFERENCE.                         SM208A.1
076900 BAIL-OUT-EX. EXIT.                                               SM208A.1
077000 CCVS1-EXIT.                                                      SM208A.1
077100     EXIT.                                                        SM208A.1
077200 SECT-SM208A-0001 SECTION.                                        SM208A.1
077300*=================================================================SM208A.1
077400*  SORT TESTS.  EACH INIT PARAGRAPH SETS THE KEYS IN FORCE,       SM208A.1
077500*  BUILDS THE EXPECTED ORDER AND SORTS THE TWELVE RECORDS         SM208A.1
077600*  THROUGH THE INPUT AND OUTPUT PROCEDURE SECTIONS BELOW; ITS     SM208A.1
077700*  TEST PARAGRAPH COMPARES WHAT CAME BACK, POSITION BY POSITION.  SM208A.1
077800*  TESTS 01 TO 06 SORT ON ONE REPRESENTATION EACH; 07 AND 08      SM208A.1
077900*  SORT ON TWO KEYS OF DIFFERENT USAGES AND DIRECTIONS; 09        SM208A.1
078000*  SORTS DESCENDING WITH EQUAL KEYS.                              SM208A.1
078100*=================================================================SM208A.1
078200*                                                                 SM208A.1
078300*    01                                                           SM208A.1
078400*                                                                 SM208A.1
078500 SRT-INIT-GF-01.                                                  SM208A.1
078600     PERFORM  SM-SET-NEG-ZERO THRU SM-SET-NEG-ZERO-EXIT.          SM208A.1
078700     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
078800     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
078900     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
079000     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
079100     SORT     SM-SORT-FILE                                        SM208A.1
079200              ON ASCENDING KEY SRT-SD-PACKED                      SM208A.1
079300              WITH DUPLICATES IN ORDER                            SM208A.1
079400              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
079500              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
079600 SRT-TEST-GF-01.                                                  SM208A.1
079700     MOVE     "SORT PACKED-DECIMAL " TO FEATURE.                  SM208A.1
079800     MOVE     "SRT-TEST-GF-01" TO PAR-NAME.                       SM208A.1
079900     MOVE   "SORT ASCENDING KEY - USAGE PACKED-DECIMAL" TO        SM208A.1
080000            ANSI-REFERENCE.                                       SM208A.1
080100     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
080200     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
080300*                                                                 SM208A.1
080400*    02                                                           SM208A.1
080500*                                                                 SM208A.1
080600 SRT-INIT-GF-02.                                                  SM208A.1
080700     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
080800     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
080900     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
081000     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
081100     SORT     SM-SORT-FILE                                        SM208A.1
081200              ON ASCENDING KEY SRT-SD-BINARY                      SM208A.1
081300              WITH DUPLICATES IN ORDER                            SM208A.1
081400              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
081500              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
081600 SRT-TEST-GF-02.                                                  SM208A.1
081700     MOVE     "SORT BINARY         " TO FEATURE.                  SM208A.1
081800     MOVE     "SRT-TEST-GF-02" TO PAR-NAME.                       SM208A.1
081900     MOVE   "SORT ASCENDING KEY - USAGE BINARY" TO ANSI-REFERENCE.SM208A.1
082000     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
082100     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
082200*                                                                 SM208A.1
082300*    03                                                           SM208A.1
082400*                                                                 SM208A.1
082500 SRT-INIT-GF-03.                                                  SM208A.1
082600     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
082700     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
082800     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
082900     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
083000     SORT     SM-SORT-FILE                                        SM208A.1
083100              ON ASCENDING KEY SRT-SD-ZONED                       SM208A.1
083200              WITH DUPLICATES IN ORDER                            SM208A.1
083300              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
083400              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
083500 SRT-TEST-GF-03.                                                  SM208A.1
083600     MOVE     "SORT ZONED TRAILING " TO FEATURE.                  SM208A.1
083700     MOVE     "SRT-TEST-GF-03" TO PAR-NAME.                       SM208A.1
083800     MOVE   "SORT ASCENDING KEY - SIGNED ZONED, TRAILING" TO      SM208A.1
083900            ANSI-REFERENCE.                                       SM208A.1
084000     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
084100     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
084200*                                                                 SM208A.1
084300*    04                                                           SM208A.1
084400*                                                                 SM208A.1
084500 SRT-INIT-GF-04.                                                  SM208A.1
084600     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
084700     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
084800     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
084900     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
085000     SORT     SM-SORT-FILE                                        SM208A.1
085100              ON ASCENDING KEY SRT-SD-LEAD                        SM208A.1
085200              WITH DUPLICATES IN ORDER                            SM208A.1
085300              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
085400              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
085500 SRT-TEST-GF-04.                                                  SM208A.1
085600     MOVE     "SORT ZONED LEADING  " TO FEATURE.                  SM208A.1
085700     MOVE     "SRT-TEST-GF-04" TO PAR-NAME.                       SM208A.1
085800     MOVE   "SORT ASCENDING KEY - SIGN LEADING" TO ANSI-REFERENCE.SM208A.1
085900     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
086000     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
086100*                                                                 SM208A.1
086200*    05                                                           SM208A.1
086300*                                                                 SM208A.1
086400 SRT-INIT-GF-05.                                                  SM208A.1
086500     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
086600     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
086700     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
086800     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
086900     SORT     SM-SORT-FILE                                        SM208A.1
087000              ON ASCENDING KEY SRT-SD-LEADSEP                     SM208A.1
087100              WITH DUPLICATES IN ORDER                            SM208A.1
087200              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
087300              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
087400 SRT-TEST-GF-05.                                                  SM208A.1
087500     MOVE     "SORT LEADING SEP    " TO FEATURE.                  SM208A.1
087600     MOVE     "SRT-TEST-GF-05" TO PAR-NAME.                       SM208A.1
087700     MOVE   "SORT ASCENDING KEY - SIGN LEADING SEPARATE" TO       SM208A.1
087800            ANSI-REFERENCE.                                       SM208A.1
087900     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
088000     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
088100*                                                                 SM208A.1
088200*    06                                                           SM208A.1
088300*                                                                 SM208A.1
088400 SRT-INIT-GF-06.                                                  SM208A.1
088500     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
088600     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
088700     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
088800     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
088900     SORT     SM-SORT-FILE                                        SM208A.1
089000              ON ASCENDING KEY SRT-SD-TRAILSEP                    SM208A.1
089100              WITH DUPLICATES IN ORDER                            SM208A.1
089200              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
089300              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
089400 SRT-TEST-GF-06.                                                  SM208A.1
089500     MOVE     "SORT TRAILING SEP   " TO FEATURE.                  SM208A.1
089600     MOVE     "SRT-TEST-GF-06" TO PAR-NAME.                       SM208A.1
089700     MOVE   "SORT ASCENDING KEY - SIGN TRAILING SEPARATE" TO      SM208A.1
089800            ANSI-REFERENCE.                                       SM208A.1
089900     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
090000     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
090100*                                                                 SM208A.1
090200*    07                                                           SM208A.1
090300*                                                                 SM208A.1
090400 SRT-INIT-GF-07.                                                  SM208A.1
090500     MOVE     "W" TO SRT-KEY1-SEL.                                SM208A.1
090600     MOVE     "D" TO SRT-KEY1-DIR.                                SM208A.1
090700     MOVE     "V" TO SRT-KEY2-SEL.                                SM208A.1
090800     MOVE     "A" TO SRT-KEY2-DIR.                                SM208A.1
090900     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
091000     SORT     SM-SORT-FILE                                        SM208A.1
091100              ON DESCENDING KEY SRT-SD-W-BINARY                   SM208A.1
091200              ON ASCENDING KEY SRT-SD-PACKED                      SM208A.1
091300              WITH DUPLICATES IN ORDER                            SM208A.1
091400              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
091500              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
091600 SRT-TEST-GF-07.                                                  SM208A.1
091700     MOVE     "SORT BIN D/PACKED A " TO FEATURE.                  SM208A.1
091800     MOVE     "SRT-TEST-GF-07" TO PAR-NAME.                       SM208A.1
091900     MOVE   "SORT DESCENDING BINARY, ASCENDING PACKED KEY" TO     SM208A.1
092000            ANSI-REFERENCE.                                       SM208A.1
092100     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
092200     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
092300*                                                                 SM208A.1
092400*    08                                                           SM208A.1
092500*                                                                 SM208A.1
092600 SRT-INIT-GF-08.                                                  SM208A.1
092700     MOVE     "W" TO SRT-KEY1-SEL.                                SM208A.1
092800     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
092900     MOVE     "V" TO SRT-KEY2-SEL.                                SM208A.1
093000     MOVE     "D" TO SRT-KEY2-DIR.                                SM208A.1
093100     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
093200     SORT     SM-SORT-FILE                                        SM208A.1
093300              ON ASCENDING KEY SRT-SD-W-TRSEP                     SM208A.1
093400              ON DESCENDING KEY SRT-SD-ZONED                      SM208A.1
093500              WITH DUPLICATES IN ORDER                            SM208A.1
093600              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
093700              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
093800 SRT-TEST-GF-08.                                                  SM208A.1
093900     MOVE     "SORT TSEP A/ZONED D " TO FEATURE.                  SM208A.1
094000     MOVE     "SRT-TEST-GF-08" TO PAR-NAME.                       SM208A.1
094100     MOVE   "SORT ASCENDING SEPARATE, DESCENDING ZONED KEY" TO    SM208A.1
094200            ANSI-REFERENCE.                                       SM208A.1
094300     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
094400     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
094500*                                                                 SM208A.1
094600*    09                                                           SM208A.1
094700*                                                                 SM208A.1
094800 SRT-INIT-GF-09.                                                  SM208A.1
094900     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
095000     MOVE     "D" TO SRT-KEY1-DIR.                                SM208A.1
095100     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
095200     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
095300     SORT     SM-SORT-FILE                                        SM208A.1
095400              ON DESCENDING KEY SRT-SD-LEADSEP                    SM208A.1
095500              WITH DUPLICATES IN ORDER                            SM208A.1
095600              INPUT PROCEDURE IS SECT-SM208A-REL                  SM208A.1
095700              OUTPUT PROCEDURE IS SECT-SM208A-RET.                SM208A.1
095800 SRT-TEST-GF-09.                                                  SM208A.1
095900     MOVE     "SORT DESCENDING DUPS" TO FEATURE.                  SM208A.1
096000     MOVE     "SRT-TEST-GF-09" TO PAR-NAME.                       SM208A.1
096100     MOVE   "SORT DESCENDING KEY, DUPLICATES IN ORDER" TO         SM208A.1
096200            ANSI-REFERENCE.                                       SM208A.1
096300     PERFORM  SRT-CHECK-SORT THRU SRT-CHECK-SORT-EXIT.            SM208A.1
096400     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
096500     GO       TO SECT-SM208A-0002.                                SM208A.1
096600 SECT-SM208A-REL SECTION.                                         SM208A.1
096700*=================================================================SM208A.1
096800*  SORT INPUT PROCEDURE -- RELEASE THE TWELVE RECORDS, EACH WITH  SM208A.1
096900*  ITS POSITION SO THE ORDER OF EQUAL KEYS CAN BE SEEN.           SM208A.1
097000*=================================================================SM208A.1
097100 SRT-RELEASE-INIT.                                                SM208A.1
097200     MOVE     ZERO TO SRT-I.                                      SM208A.1
097300 SRT-RELEASE-LOOP.                                                SM208A.1
097400     ADD      1 TO SRT-I.                                         SM208A.1
097500     IF       SRT-I GREATER THAN GEN-COUNT                        SM208A.1
097600              GO TO SRT-RELEASE-DONE.                             SM208A.1
097700     MOVE     SRT-I TO GEN-SUB.                                   SM208A.1
097800     PERFORM  GEN-BUILD-RECORD THRU GEN-BUILD-RECORD-EXIT.        SM208A.1
097900     MOVE     GEN-REC TO SM-SORT-REC.                             SM208A.1
098000     RELEASE  SM-SORT-REC.                                        SM208A.1
098100     GO       TO SRT-RELEASE-LOOP.                                SM208A.1
098200 SRT-RELEASE-DONE.                                                SM208A.1
098300     EXIT.                                                        SM208A.1
098400 SECT-SM208A-RET SECTION.                                         SM208A.1
098500*=================================================================SM208A.1
098600*  SORT OUTPUT PROCEDURE -- RETURN THE POSITIONS OF THE SORTED    SM208A.1
098700*  RECORDS INTO THE TABLE THE TEST PARAGRAPHS CHECK.              SM208A.1
098800*=================================================================SM208A.1
098900 SRT-RETURN-INIT.                                                 SM208A.1
099000     MOVE     ZERO TO SRT-RETURNS.                                SM208A.1
099100     MOVE     SPACE TO SRT-GOT-TABLE.                             SM208A.1
099200 SRT-RETURN-LOOP.                                                 SM208A.1
099300     RETURN   SM-SORT-FILE RECORD                                 SM208A.1
099400              AT END GO TO SRT-RETURN-DONE.                       SM208A.1
099500     ADD      1 TO SRT-RETURNS.                                   SM208A.1
099600     IF       SRT-RETURNS GREATER THAN GEN-COUNT                  SM208A.1
099700              GO TO SRT-RETURN-LOOP.                              SM208A.1
099800     MOVE     SRT-SD-POS TO SRT-GOT-POS (SRT-RETURNS).            SM208A.1
099900     GO       TO SRT-RETURN-LOOP.                                 SM208A.1
100000 SRT-RETURN-DONE.                                                 SM208A.1
100100     EXIT.                                                        SM208A.1
100200 SECT-SM208A-MRT SECTION.                                         SM208A.1
100300*=================================================================SM208A.1
100400*  MERGE OUTPUT PROCEDURE -- RETURN THE POSITIONS OF THE MERGED   SM208A.1
100500*  RECORDS AND THE FILE EACH CAME FROM.                           SM208A.1
100600*=================================================================SM208A.1
100700 MRG-RETURN-INIT.                                                 SM208A.1
100800     MOVE     ZERO TO SRT-RETURNS.                                SM208A.1
100900     MOVE     SPACE TO SRT-GOT-TABLE.                             SM208A.1
101000 MRG-RETURN-LOOP.                                                 SM208A.1
101100     RETURN   SM-MERGE-FILE RECORD                                SM208A.1
101200              AT END GO TO MRG-RETURN-DONE.                       SM208A.1
101300     ADD      1 TO SRT-RETURNS.                                   SM208A.1
101400     IF       SRT-RETURNS GREATER THAN GEN-COUNT                  SM208A.1
101500              GO TO MRG-RETURN-LOOP.                              SM208A.1
101600     MOVE     MRG-SD-POS TO SRT-GOT-POS (SRT-RETURNS).            SM208A.1
101700     MOVE     MRG-SD-SOURCE TO SRT-GOT-SRC (SRT-RETURNS).         SM208A.1
101800     GO       TO MRG-RETURN-LOOP.                                 SM208A.1
101900 MRG-RETURN-DONE.                                                 SM208A.1
102000     EXIT.                                                        SM208A.1
102100 SECT-SM208A-UTIL SECTION.                                        SM208A.1
102200*=================================================================SM208A.1
102300*  ROUTINES PERFORMED BY THE TESTS.  NOTHING FALLS INTO THIS      SM208A.1
102400*  SECTION; THE SORT TESTS END WITH A GO TO PAST IT.              SM208A.1
102500*=================================================================SM208A.1
102600*                                                                 SM208A.1
102700*  SM-SET-NEG-ZERO -- THE EMBEDDED-SIGN IMAGE OF A NEGATIVE ZERO  SM208A.1
102800*  IS THE NEGATIVE-ZONE DIGIT 0, TAKEN FROM THE IMAGE OF -1.      SM208A.1
102900*                                                                 SM208A.1
103000 SM-SET-NEG-ZERO.                                                 SM208A.1
103100     MOVE     SPACE TO SM-NZ-ZONE.                                SM208A.1
103200     IF       SM-NZ-PROBE-X EQUAL TO "J"                          SM208A.1
103300              MOVE "}" TO SM-NZ-ZONE.                             SM208A.1
103400     IF       SM-NZ-PROBE-X EQUAL TO "q"                          SM208A.1
103500              MOVE "p" TO SM-NZ-ZONE.                             SM208A.1
103600 SM-SET-NEG-ZERO-EXIT.                                            SM208A.1
103700     EXIT.                                                        SM208A.1
103800*                                                                 SM208A.1
103900*  GEN-BUILD-RECORD -- RECORD GEN-SUB OF THE VALUE TABLE INTO     SM208A.1
104000*  GEN-REC, THE VALUE MOVED TO EVERY KEY FORM.                    SM208A.1
104100*                                                                 SM208A.1
104200 GEN-BUILD-RECORD.                                                SM208A.1
104300     MOVE     SPACE TO GEN-REC.                                   SM208A.1
104400     MOVE     GEN-V (GEN-SUB) TO GR-PACKED GR-BINARY GR-ZONED     SM208A.1
104500              GR-LEAD GR-LEADSEP GR-TRAILSEP.                     SM208A.1
104600     MOVE     GEN-W (GEN-SUB) TO GR-W-BINARY GR-W-TRSEP.          SM208A.1
104700     MOVE     GEN-SUB TO GR-POS.                                  SM208A.1
104800     IF       GEN-NEGZERO (GEN-SUB) NOT EQUAL TO "Y"              SM208A.1
104900              GO TO GEN-BUILD-RECORD-EXIT.                        SM208A.1
105000     MOVE     SM-NZ-PACKED TO GR-PACKED-X.                        SM208A.1
105100     MOVE     "-000" TO GR-LEADSEP-X.                             SM208A.1
105200     MOVE     "000-" TO GR-TRAILSEP-X.                            SM208A.1
105300     IF       SM-NZ-ZONE EQUAL TO SPACE                           SM208A.1
105400              GO TO GEN-BUILD-RECORD-EXIT.                        SM208A.1
105500     MOVE     "00" TO GR-ZONED-X (1:2).                           SM208A.1
105600     MOVE     SM-NZ-ZONE TO GR-ZONED-X (3:1).                     SM208A.1
105700     MOVE     SM-NZ-ZONE TO GR-LEAD-X (1:1).                      SM208A.1
105800     MOVE     "00" TO GR-LEAD-X (2:2).                            SM208A.1
105900 GEN-BUILD-RECORD-EXIT.                                           SM208A.1
106000     EXIT.                                                        SM208A.1
106100*                                                                 SM208A.1
106200*  SRT-BUILD-EXPECTED -- INSERTION SORT OF THE TWELVE POSITIONS   SM208A.1
106300*  BY THE KEYS IN FORCE.  A RECORD GOES AFTER EVERY RECORD        SM208A.1
106400*  ALREADY PLACED THAT IS NOT GREATER, SO EQUAL KEYS KEEP THEIR   SM208A.1
106500*  ORDER.                                                         SM208A.1
106600*                                                                 SM208A.1
106700 SRT-BUILD-EXPECTED.                                              SM208A.1
106800     MOVE     ZERO TO SRT-I.                                      SM208A.1
106900 SRT-BUILD-NEXT.                                                  SM208A.1
107000     ADD      1 TO SRT-I.                                         SM208A.1
107100     IF       SRT-I GREATER THAN GEN-COUNT                        SM208A.1
107200              GO TO SRT-BUILD-EXPECTED-EXIT.                      SM208A.1
107300     MOVE     SRT-I TO SRT-CMP-B-POS.                             SM208A.1
107400     SUBTRACT 1 FROM SRT-I GIVING SRT-J.                          SM208A.1
107500 SRT-BUILD-SHIFT.                                                 SM208A.1
107600     IF       SRT-J EQUAL TO ZERO                                 SM208A.1
107700              GO TO SRT-BUILD-PLACE.                              SM208A.1
107800     MOVE     SRT-EXP-POS (SRT-J) TO SRT-CMP-A-POS.               SM208A.1
107900     PERFORM  SRT-COMPARE THRU SRT-COMPARE-EXIT.                  SM208A.1
108000     IF       NOT SRT-CMP-GREATER                                 SM208A.1
108100              GO TO SRT-BUILD-PLACE.                              SM208A.1
108200     MOVE     SRT-EXP-POS (SRT-J) TO SRT-EXP-POS (SRT-J + 1).     SM208A.1
108300     SUBTRACT 1 FROM SRT-J.                                       SM208A.1
108400     GO       TO SRT-BUILD-SHIFT.                                 SM208A.1
108500 SRT-BUILD-PLACE.                                                 SM208A.1
108600     MOVE     SRT-I TO SRT-EXP-POS (SRT-J + 1).                   SM208A.1
108700     GO       TO SRT-BUILD-NEXT.                                  SM208A.1
108800 SRT-BUILD-EXPECTED-EXIT.                                         SM208A.1
108900     EXIT.                                                        SM208A.1
109000*                                                                 SM208A.1
109100*  SRT-COMPARE -- RECORD SRT-CMP-A-POS AGAINST RECORD             SM208A.1
109200*  SRT-CMP-B-POS ON THE KEYS IN FORCE, BY THE VALUES IN THE       SM208A.1
109300*  TABLE.  SETS SRT-CMP-RESULT TO <, = OR > IN KEY ORDER.         SM208A.1
109400*                                                                 SM208A.1
109500 SRT-COMPARE.                                                     SM208A.1
109600     MOVE     "=" TO SRT-CMP-RESULT.                              SM208A.1
109700     MOVE     SRT-KEY1-SEL TO SRT-CMP-SEL.                        SM208A.1
109800     MOVE     SRT-KEY1-DIR TO SRT-CMP-DIR.                        SM208A.1
109900     PERFORM  SRT-COMPARE-KEY THRU SRT-COMPARE-KEY-EXIT.          SM208A.1
110000     IF       NOT SRT-CMP-EQUAL                                   SM208A.1
110100              GO TO SRT-COMPARE-EXIT.                             SM208A.1
110200     IF       SRT-KEY2-SEL EQUAL TO SPACE                         SM208A.1
110300              GO TO SRT-COMPARE-EXIT.                             SM208A.1
110400     MOVE     SRT-KEY2-SEL TO SRT-CMP-SEL.                        SM208A.1
110500     MOVE     SRT-KEY2-DIR TO SRT-CMP-DIR.                        SM208A.1
110600     PERFORM  SRT-COMPARE-KEY THRU SRT-COMPARE-KEY-EXIT.          SM208A.1
110700 SRT-COMPARE-EXIT.                                                SM208A.1
110800     EXIT.                                                        SM208A.1
110900 SRT-COMPARE-KEY.                                                 SM208A.1
111000     IF       SRT-CMP-SEL EQUAL TO "W"                            SM208A.1
111100              MOVE GEN-W (SRT-CMP-A-POS) TO SRT-CMP-VAL-A         SM208A.1
111200              MOVE GEN-W (SRT-CMP-B-POS) TO SRT-CMP-VAL-B         SM208A.1
111300     ELSE                                                         SM208A.1
111400              MOVE GEN-V (SRT-CMP-A-POS) TO SRT-CMP-VAL-A         SM208A.1
111500              MOVE GEN-V (SRT-CMP-B-POS) TO SRT-CMP-VAL-B.        SM208A.1
111600     IF       SRT-CMP-VAL-A EQUAL TO SRT-CMP-VAL-B                SM208A.1
111700              GO TO SRT-COMPARE-KEY-EXIT.                         SM208A.1
111800     IF       SRT-CMP-VAL-A LESS THAN SRT-CMP-VAL-B               SM208A.1
111900              MOVE "<" TO SRT-CMP-RESULT                          SM208A.1
112000     ELSE                                                         SM208A.1
112100              MOVE ">" TO SRT-CMP-RESULT.                         SM208A.1
112200     IF       SRT-CMP-DIR NOT EQUAL TO "D"                        SM208A.1
112300              GO TO SRT-COMPARE-KEY-EXIT.                         SM208A.1
112400     IF       SRT-CMP-LESS                                        SM208A.1
112500              MOVE ">" TO SRT-CMP-RESULT                          SM208A.1
112600     ELSE                                                         SM208A.1
112700              MOVE "<" TO SRT-CMP-RESULT.                         SM208A.1
112800 SRT-COMPARE-KEY-EXIT.                                            SM208A.1
112900     EXIT.                                                        SM208A.1
113000*                                                                 SM208A.1
113100*  SRT-CHECK-SORT -- EVERY POSITION MUST HOLD THE EXPECTED        SM208A.1
113200*  RECORD.  WITH DUPLICATES IN ORDER THIS HOLDS FOR EQUAL KEYS    SM208A.1
113300*  TOO.                                                           SM208A.1
113400*                                                                 SM208A.1
113500 SRT-CHECK-SORT.                                                  SM208A.1
113600     MOVE     ZERO TO SRT-ERRS SRT-FIRST-BAD SRT-I.               SM208A.1
113700 SRT-CHECK-SORT-NEXT.                                             SM208A.1
113800     ADD      1 TO SRT-I.                                         SM208A.1
113900     IF       SRT-I GREATER THAN GEN-COUNT                        SM208A.1
114000              GO TO SRT-CHECK-SORT-EXIT.                          SM208A.1
114100     IF       SRT-GOT-POS (SRT-I) EQUAL TO SRT-EXP-POS (SRT-I)    SM208A.1
114200              GO TO SRT-CHECK-SORT-NEXT.                          SM208A.1
114300     ADD      1 TO SRT-ERRS.                                      SM208A.1
114400     IF       SRT-FIRST-BAD EQUAL TO ZERO                         SM208A.1
114500              MOVE SRT-I TO SRT-FIRST-BAD.                        SM208A.1
114600     GO       TO SRT-CHECK-SORT-NEXT.                             SM208A.1
114700 SRT-CHECK-SORT-EXIT.                                             SM208A.1
114800     EXIT.                                                        SM208A.1
114900*                                                                 SM208A.1
115000*  SRT-CHECK-MERGE -- EVERY POSITION MUST HOLD A RECORD WHOSE     SM208A.1
115100*  KEYS EQUAL THOSE OF THE EXPECTED ONE; AMONG EQUAL KEYS THE     SM208A.1
115200*  RECORD FROM SM-FS1 (NAMED FIRST IN USING) MUST COME FIRST.     SM208A.1
115300*                                                                 SM208A.1
115400 SRT-CHECK-MERGE.                                                 SM208A.1
115500     MOVE     ZERO TO SRT-ERRS SRT-FIRST-BAD SRT-I.               SM208A.1
115600 SRT-CHECK-MERGE-NEXT.                                            SM208A.1
115700     ADD      1 TO SRT-I.                                         SM208A.1
115800     IF       SRT-I GREATER THAN GEN-COUNT                        SM208A.1
115900              GO TO SRT-CHECK-MERGE-EXIT.                         SM208A.1
116000     IF       SRT-GOT-POS (SRT-I) NOT NUMERIC                     SM208A.1
116100         OR   SRT-GOT-POS (SRT-I) EQUAL TO ZERO                   SM208A.1
116200         OR   SRT-GOT-POS (SRT-I) GREATER THAN GEN-COUNT          SM208A.1
116300              GO TO SRT-CHECK-MERGE-BAD.                          SM208A.1
116400     MOVE     SRT-GOT-POS (SRT-I) TO SRT-CMP-A-POS.               SM208A.1
116500     MOVE     SRT-EXP-POS (SRT-I) TO SRT-CMP-B-POS.               SM208A.1
116600     PERFORM  SRT-COMPARE THRU SRT-COMPARE-EXIT.                  SM208A.1
116700     IF       NOT SRT-CMP-EQUAL                                   SM208A.1
116800              GO TO SRT-CHECK-MERGE-BAD.                          SM208A.1
116900     IF       SRT-I EQUAL TO 1                                    SM208A.1
117000              GO TO SRT-CHECK-MERGE-NEXT.                         SM208A.1
117100     MOVE     SRT-GOT-POS (SRT-I - 1) TO SRT-CMP-A-POS.           SM208A.1
117200     MOVE     SRT-GOT-POS (SRT-I) TO SRT-CMP-B-POS.               SM208A.1
117300     PERFORM  SRT-COMPARE THRU SRT-COMPARE-EXIT.                  SM208A.1
117400     IF       SRT-CMP-EQUAL                                       SM208A.1
117500         AND  SRT-GOT-SRC (SRT-I - 1) GREATER THAN                SM208A.1
117600              SRT-GOT-SRC (SRT-I)                                 SM208A.1
117700              GO TO SRT-CHECK-MERGE-BAD.                          SM208A.1
117800     GO       TO SRT-CHECK-MERGE-NEXT.                            SM208A.1
117900 SRT-CHECK-MERGE-BAD.                                             SM208A.1
118000     ADD      1 TO SRT-ERRS.                                      SM208A.1
118100     IF       SRT-FIRST-BAD EQUAL TO ZERO                         SM208A.1
118200              MOVE SRT-I TO SRT-FIRST-BAD.                        SM208A.1
118300     GO       TO SRT-CHECK-MERGE-NEXT.                            SM208A.1
118400 SRT-CHECK-MERGE-EXIT.                                            SM208A.1
118500     EXIT.                                                        SM208A.1
118600*                                                                 SM208A.1
118700*  SRT-REPORT -- PASS, OR FAIL SHOWING THE RECORD COUNT OR THE    SM208A.1
118800*  EXPECTED AND RETURNED RECORD AT THE FIRST POSITION THAT WENT   SM208A.1
118900*  WRONG.                                                         SM208A.1
119000*                                                                 SM208A.1
119100 SRT-REPORT.                                                      SM208A.1
119200     IF       SRT-RETURNS NOT EQUAL TO GEN-COUNT                  SM208A.1
119300              PERFORM FAIL                                        SM208A.1
119400              MOVE  GEN-COUNT TO CORRECT-N                        SM208A.1
119500              MOVE  SRT-RETURNS TO COMPUTED-N                     SM208A.1
119600              MOVE  "INCORRECT NUMBER OF RETURNS" TO RE-MARK      SM208A.1
119700              PERFORM PRINT-DETAIL                                SM208A.1
119800              GO TO SRT-REPORT-EXIT.                              SM208A.1
119900     IF       SRT-ERRS EQUAL TO ZERO                              SM208A.1
120000              PERFORM PASS                                        SM208A.1
120100              PERFORM PRINT-DETAIL                                SM208A.1
120200              GO TO SRT-REPORT-EXIT.                              SM208A.1
120300     PERFORM  FAIL.                                               SM208A.1
120400     MOVE     SRT-EXP-POS (SRT-FIRST-BAD) TO GEN-SUB.             SM208A.1
120500     PERFORM  SRT-SHOW-RECORD THRU SRT-SHOW-RECORD-EXIT.          SM208A.1
120600     MOVE     SRT-SHOW TO CORRECT-A.                              SM208A.1
120700     MOVE     SRT-GOT-POS (SRT-FIRST-BAD) TO GEN-SUB.             SM208A.1
120800     PERFORM  SRT-SHOW-RECORD THRU SRT-SHOW-RECORD-EXIT.          SM208A.1
120900     MOVE     SRT-SHOW TO COMPUTED-A.                             SM208A.1
121000     MOVE     "RECORD OUT OF ORDER AT POSITION NN" TO RE-MARK.    SM208A.1
121100     MOVE     SRT-FIRST-BAD TO RE-MARK (33:2).                    SM208A.1
121200     PERFORM  PRINT-DETAIL.                                       SM208A.1
121300 SRT-REPORT-EXIT.                                                 SM208A.1
121400     EXIT.                                                        SM208A.1
121500 SRT-SHOW-RECORD.                                                 SM208A.1
121600     MOVE     GEN-SUB TO SRT-SHOW-POS.                            SM208A.1
121700     MOVE     ZERO TO SRT-SHOW-V SRT-SHOW-W.                      SM208A.1
121800     IF       GEN-SUB NOT NUMERIC                                 SM208A.1
121900         OR   GEN-SUB EQUAL TO ZERO                               SM208A.1
122000         OR   GEN-SUB GREATER THAN GEN-COUNT                      SM208A.1
122100              GO TO SRT-SHOW-RECORD-EXIT.                         SM208A.1
122200     MOVE     GEN-V (GEN-SUB) TO SRT-SHOW-V.                      SM208A.1
122300     MOVE     GEN-W (GEN-SUB) TO SRT-SHOW-W.                      SM208A.1
122400 SRT-SHOW-RECORD-EXIT.                                            SM208A.1
122500     EXIT.                                                        SM208A.1
122600*                                                                 SM208A.1
122700*  MRG-BUILD-INPUT -- THE EXPECTED ORDER DEALT ALTERNATELY TO     SM208A.1
122800*  SM-FS1 AND SM-FS2, SO EACH FILE IS IN SEQUENCE ON THE KEYS     SM208A.1
122900*  BEING MERGED ON.                                               SM208A.1
123000*                                                                 SM208A.1
123100 MRG-BUILD-INPUT.                                                 SM208A.1
123200     OPEN     OUTPUT SM-FS1 SM-FS2.                               SM208A.1
123300     MOVE     ZERO TO SRT-I.                                      SM208A.1
123400 MRG-BUILD-NEXT.                                                  SM208A.1
123500     ADD      1 TO SRT-I.                                         SM208A.1
123600     IF       SRT-I GREATER THAN GEN-COUNT                        SM208A.1
123700              GO TO MRG-BUILD-DONE.                               SM208A.1
123800     MOVE     SRT-EXP-POS (SRT-I) TO GEN-SUB.                     SM208A.1
123900     PERFORM  GEN-BUILD-RECORD THRU GEN-BUILD-RECORD-EXIT.        SM208A.1
124000     DIVIDE   SRT-I BY 2 GIVING SRT-HALF REMAINDER SRT-ODD.       SM208A.1
124100     IF       SRT-ODD EQUAL TO ZERO                               SM208A.1
124200              GO TO MRG-BUILD-FS2.                                SM208A.1
124300     MOVE     "1" TO GR-SOURCE.                                   SM208A.1
124400     WRITE    SM-FS1R1-F-G-120 FROM GEN-REC.                      SM208A.1
124500     GO       TO MRG-BUILD-NEXT.                                  SM208A.1
124600 MRG-BUILD-FS2.                                                   SM208A.1
124700     MOVE     "2" TO GR-SOURCE.                                   SM208A.1
124800     WRITE    SM-FS2R1-F-G-120 FROM GEN-REC.                      SM208A.1
124900     GO       TO MRG-BUILD-NEXT.                                  SM208A.1
125000 MRG-BUILD-DONE.                                                  SM208A.1
125100     CLOSE    SM-FS1 SM-FS2.                                      SM208A.1
125200 MRG-BUILD-INPUT-EXIT.                                            SM208A.1
125300     EXIT.                                                        SM208A.1
125400 SECT-SM208A-0002 SECTION.                                        SM208A.1
125500*=================================================================SM208A.1
125600*  MERGE TESTS.  THE EXPECTED ORDER IS DEALT ALTERNATELY TO THE   SM208A.1
125700*  TWO INPUT FILES, SO EACH IS IN SEQUENCE ON THE KEYS, AND THE   SM208A.1
125800*  FILES ARE MERGED ON THE SAME KEYS.                             SM208A.1
125900*=================================================================SM208A.1
126000*                                                                 SM208A.1
126100*    01                                                           SM208A.1
126200*                                                                 SM208A.1
126300 MRG-INIT-GF-01.                                                  SM208A.1
126400     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
126500     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
126600     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
126700     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
126800     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM208A.1
126900     MERGE    SM-MERGE-FILE                                       SM208A.1
127000              ON ASCENDING KEY MRG-SD-PACKED                      SM208A.1
127100              USING  SM-FS1 SM-FS2                                SM208A.1
127200              OUTPUT PROCEDURE IS SECT-SM208A-MRT.                SM208A.1
127300 MRG-TEST-GF-01.                                                  SM208A.1
127400     MOVE     "MERGE PACKED-DECIMAL" TO FEATURE.                  SM208A.1
127500     MOVE     "MRG-TEST-GF-01" TO PAR-NAME.                       SM208A.1
127600     MOVE   "MERGE ASCENDING KEY - USAGE PACKED-DECIMAL" TO       SM208A.1
127700            ANSI-REFERENCE.                                       SM208A.1
127800     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM208A.1
127900     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
128000*                                                                 SM208A.1
128100*    02                                                           SM208A.1
128200*                                                                 SM208A.1
128300 MRG-INIT-GF-02.                                                  SM208A.1
128400     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
128500     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
128600     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
128700     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
128800     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM208A.1
128900     MERGE    SM-MERGE-FILE                                       SM208A.1
129000              ON ASCENDING KEY MRG-SD-BINARY                      SM208A.1
129100              USING  SM-FS1 SM-FS2                                SM208A.1
129200              OUTPUT PROCEDURE IS SECT-SM208A-MRT.                SM208A.1
129300 MRG-TEST-GF-02.                                                  SM208A.1
129400     MOVE     "MERGE BINARY        " TO FEATURE.                  SM208A.1
129500     MOVE     "MRG-TEST-GF-02" TO PAR-NAME.                       SM208A.1
129600     MOVE   "MERGE ASCENDING KEY - USAGE BINARY" TO               SM208A.1
129700            ANSI-REFERENCE.                                       SM208A.1
129800     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM208A.1
129900     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
130000*                                                                 SM208A.1
130100*    03                                                           SM208A.1
130200*                                                                 SM208A.1
130300 MRG-INIT-GF-03.                                                  SM208A.1
130400     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
130500     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
130600     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
130700     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
130800     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM208A.1
130900     MERGE    SM-MERGE-FILE                                       SM208A.1
131000              ON ASCENDING KEY MRG-SD-ZONED                       SM208A.1
131100              USING  SM-FS1 SM-FS2                                SM208A.1
131200              OUTPUT PROCEDURE IS SECT-SM208A-MRT.                SM208A.1
131300 MRG-TEST-GF-03.                                                  SM208A.1
131400     MOVE     "MERGE ZONED TRAILING" TO FEATURE.                  SM208A.1
131500     MOVE     "MRG-TEST-GF-03" TO PAR-NAME.                       SM208A.1
131600     MOVE   "MERGE ASCENDING KEY - SIGNED ZONED, TRAILING" TO     SM208A.1
131700            ANSI-REFERENCE.                                       SM208A.1
131800     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM208A.1
131900     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
132000*                                                                 SM208A.1
132100*    04                                                           SM208A.1
132200*                                                                 SM208A.1
132300 MRG-INIT-GF-04.                                                  SM208A.1
132400     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
132500     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
132600     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
132700     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
132800     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM208A.1
132900     MERGE    SM-MERGE-FILE                                       SM208A.1
133000              ON ASCENDING KEY MRG-SD-LEAD                        SM208A.1
133100              USING  SM-FS1 SM-FS2                                SM208A.1
133200              OUTPUT PROCEDURE IS SECT-SM208A-MRT.                SM208A.1
133300 MRG-TEST-GF-04.                                                  SM208A.1
133400     MOVE     "MERGE ZONED LEADING " TO FEATURE.                  SM208A.1
133500     MOVE     "MRG-TEST-GF-04" TO PAR-NAME.                       SM208A.1
133600     MOVE   "MERGE ASCENDING KEY - SIGN LEADING" TO               SM208A.1
133700            ANSI-REFERENCE.                                       SM208A.1
133800     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM208A.1
133900     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
134000*                                                                 SM208A.1
134100*    05                                                           SM208A.1
134200*                                                                 SM208A.1
134300 MRG-INIT-GF-05.                                                  SM208A.1
134400     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
134500     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
134600     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
134700     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
134800     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM208A.1
134900     MERGE    SM-MERGE-FILE                                       SM208A.1
135000              ON ASCENDING KEY MRG-SD-LEADSEP                     SM208A.1
135100              USING  SM-FS1 SM-FS2                                SM208A.1
135200              OUTPUT PROCEDURE IS SECT-SM208A-MRT.                SM208A.1
135300 MRG-TEST-GF-05.                                                  SM208A.1
135400     MOVE     "MERGE LEADING SEP   " TO FEATURE.                  SM208A.1
135500     MOVE     "MRG-TEST-GF-05" TO PAR-NAME.                       SM208A.1
135600     MOVE   "MERGE ASCENDING KEY - SIGN LEADING SEPARATE" TO      SM208A.1
135700            ANSI-REFERENCE.                                       SM208A.1
135800     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM208A.1
135900     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
136000*                                                                 SM208A.1
136100*    06                                                           SM208A.1
136200*                                                                 SM208A.1
136300 MRG-INIT-GF-06.                                                  SM208A.1
136400     MOVE     "V" TO SRT-KEY1-SEL.                                SM208A.1
136500     MOVE     "A" TO SRT-KEY1-DIR.                                SM208A.1
136600     MOVE     SPACE TO SRT-KEY2-SEL SRT-KEY2-DIR.                 SM208A.1
136700     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
136800     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM208A.1
136900     MERGE    SM-MERGE-FILE                                       SM208A.1
137000              ON ASCENDING KEY MRG-SD-TRAILSEP                    SM208A.1
137100              USING  SM-FS1 SM-FS2                                SM208A.1
137200              OUTPUT PROCEDURE IS SECT-SM208A-MRT.                SM208A.1
137300 MRG-TEST-GF-06.                                                  SM208A.1
137400     MOVE     "MERGE TRAILING SEP  " TO FEATURE.                  SM208A.1
137500     MOVE     "MRG-TEST-GF-06" TO PAR-NAME.                       SM208A.1
137600     MOVE   "MERGE ASCENDING KEY - SIGN TRAILING SEPARATE" TO     SM208A.1
137700            ANSI-REFERENCE.                                       SM208A.1
137800     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM208A.1
137900     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
138000*                                                                 SM208A.1
138100*    07                                                           SM208A.1
138200*                                                                 SM208A.1
138300 MRG-INIT-GF-07.                                                  SM208A.1
138400     MOVE     "W" TO SRT-KEY1-SEL.                                SM208A.1
138500     MOVE     "D" TO SRT-KEY1-DIR.                                SM208A.1
138600     MOVE     "V" TO SRT-KEY2-SEL.                                SM208A.1
138700     MOVE     "A" TO SRT-KEY2-DIR.                                SM208A.1
138800     PERFORM  SRT-BUILD-EXPECTED THRU SRT-BUILD-EXPECTED-EXIT.    SM208A.1
138900     PERFORM  MRG-BUILD-INPUT THRU MRG-BUILD-INPUT-EXIT.          SM208A.1
139000     MERGE    SM-MERGE-FILE                                       SM208A.1
139100              ON DESCENDING KEY MRG-SD-W-BINARY                   SM208A.1
139200              ON ASCENDING KEY MRG-SD-LEADSEP                     SM208A.1
139300              USING  SM-FS1 SM-FS2                                SM208A.1
139400              OUTPUT PROCEDURE IS SECT-SM208A-MRT.                SM208A.1
139500 MRG-TEST-GF-07.                                                  SM208A.1
139600     MOVE     "MERGE BIN D/LSEP A  " TO FEATURE.                  SM208A.1
139700     MOVE     "MRG-TEST-GF-07" TO PAR-NAME.                       SM208A.1
139800     MOVE   "MERGE DESCENDING BINARY, ASCENDING SEPARATE" TO      SM208A.1
139900            ANSI-REFERENCE.                                       SM208A.1
140000     PERFORM  SRT-CHECK-MERGE THRU SRT-CHECK-MERGE-EXIT.          SM208A.1
140100     PERFORM  SRT-REPORT THRU SRT-REPORT-EXIT.                    SM208A.1
140200 CCVS-EXIT SECTION.                                               SM208A.1
140300 CCVS-999999.                                                     SM208A.1
140400     GO TO CLOSE-FILES.                                           SM208A.1
