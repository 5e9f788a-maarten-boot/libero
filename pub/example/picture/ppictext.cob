000100 IDENTIFICATION DIVISION.                                         98/04/14
000200 PROGRAM-ID.    PPICTEXT.                                         98/04/14
000300                                                                  98/04/14
000400 AUTHOR.        R. TERPSTRA.                                      98/04/14
000500 DATE-WRITTEN.  98/04/14                                          98/04/14
000600                                                                  98/04/14
000700*   WRITES THE RECORDS OF A DATA FILE OUT AS DELIMITED TEXT, SO   98/04/14
000800*   THEY CAN BE TAKEN INTO A SPREADSHEET.  THE COBOL COPYBOOK     98/04/14
000900*   MEMBER ON COPYSRC IS SCANNED THE SAME WAY PPICTSCN SCANS IT,  98/04/14
001000*   AND EVERY RECORD OF DATAFILE BECOMES ONE ROW OF EXTOUT,       98/04/14
001100*   BEHIND A HEADER ROW OF THE ELEMENTARY DATA NAMES.  A FIELD    98/04/14
001200*   THAT OCCURS GIVES ONE COLUMN PER OCCURRENCE, ITS NAME IN THE  98/04/14
001300*   HEADER CARRYING THE SUBSCRIPT, AS IN ORD-LINE-AMT(3).         98/04/14
001400*   A NUMBER IS WRITTEN WITH A LEADING MINUS WHEN IT IS NEGATIVE, 98/04/14
001500*   WITHOUT LEADING ZEROS, AND WITH THE DECIMAL POINT IN PLACE.   98/04/14
001600*   A COMP FIELD IS READ BIG-ENDIAN AND A COMP-3 FIELD UNPACKED,  98/04/14
001700*   AS PPICTCNV READS THEM; A DISPLAY OR EDITED NUMERIC FIELD IS  98/04/14
001800*   DE-EDITED THROUGH PPICT "D", A SEPARATE SIGN BEING LEADING.   98/04/14
001900*   TEXT IS WRITTEN WITHOUT ITS LEADING AND TRAILING SPACES, IN   98/04/14
002000*   DOUBLE QUOTES, A QUOTE WITHIN IT DOUBLED.  A NUMBER THAT WILL 98/04/14
002100*   NOT READ LEAVES ITS COLUMN EMPTY.  THE COLUMNS ARE SEPARATED  98/04/14
002200*   BY COMMAS, OR BY SEMICOLONS WHEN THE DECIMAL POINT IS A COMMA.98/04/14
002300*   THE EXTLIST CARDS, ALL OF THEM OPTIONAL - THE CARD TYPE IN    98/04/14
002400*   COLUMNS 1-8, THE NAME OR THE POINT FROM COLUMN 10:            98/04/14
002500*       FIELD    name   EXTRACT THIS FIELD, OR EVERY FIELD UNDER  98/04/14
002600*                       THIS GROUP.  WITHOUT A FIELD CARD EVERY   98/04/14
002700*                       FIELD OF THE VIEWS CHOSEN IS EXTRACTED.   98/04/14
002800*       VIEW     name   READ THE STORAGE THAT THIS REDEFINES      98/04/14
002900*                       ENTRY, OR THIS LATER 01, LAYS OVER        98/04/14
003000*                       THROUGH IT, NOT THROUGH THE FIRST         98/04/14
003100*                       DEFINITION                                98/04/14
003200*       DECIMAL  ,      THE DECIMAL POINT IS A COMMA, IN THE      98/04/14
003300*                       PICTURES AND IN THE EXTRACT ALIKE, AS WITH98/04/14
003400*                       PPICT-DECIMAL-POINT; "." IS THE DEFAULT   98/04/14
003500*   A CARD WITH AN ASTERISK IN COLUMN 1, OR A BLANK CARD, IS A    98/04/14
003600*   COMMENT.  EVERY ENTRY UNDER A REDEFINES BELONGS TO THE VIEW   98/04/14
003700*   NAMED AFTER THE OUTERMOST REDEFINING ENTRY, AND EVERY ENTRY OF98/04/14
003800*   A LATER 01 TO THE VIEW NAMED AFTER THAT 01.  A VIEW CHOSEN    98/04/14
003900*   TAKES THE PLACE OF EVERY FIRST-DEFINITION FIELD WHOSE BYTES IT98/04/14
004000*   OVERLAYS.  THE COLUMNS COME IN MEMBER ORDER, WHATEVER THE     98/04/14
004100*   ORDER OF THE FIELD CARDS.  FILLER IS NEVER EXTRACTED, AND AN  98/04/14
004140*   OCCURS ON A GROUP IS NOT EXPANDED, AS IN PPICTCHK, SO A MEMBER98/04/21
004180*   HOLDING ONE IS NOT EXTRACTED AT ALL.  A RECORD IS EXPECTED TO 98/04/21
004220*   BE AS LONG AS THE FIRST 01 OF THE MEMBER; A FIELD THAT ENDS   98/04/21
004260*   PAST THE END OF A SHORTER RECORD LEAVES ITS COLUMN EMPTY.     98/04/21
004300*   EXTRPT LISTS THE CARDS, THEN THE COLUMNS EXTRACTED WITH THE   98/04/14
004400*   VALUES LEFT EMPTY IN EACH, AND ENDS WITH THE CONTROL TOTALS - 98/04/14
004500*   RECORDS READ AND ROWS WRITTEN.  THE RETURN CODE IS 8 WHEN A   98/04/14
004580*   CARD IS IN ERROR, THE MEMBER HAS A GROUP THAT OCCURS, OR THERE98/04/21
004660*   IS NOTHING TO EXTRACT, AND NOTHING IS WRITTEN; 4 WHEN A VALUE 98/04/21
004740*   WOULD NOT READ, A RECORD WAS THE WRONG LENGTH OR A ROW WAS CUT98/04/21
004820*   AT 4000 CHARACTERS.                                           98/04/21
004900                                                                  98/04/14
005000 ENVIRONMENT DIVISION.                                            98/04/14
005100                                                                  98/04/14
005200 CONFIGURATION SECTION.                                           98/04/14
005300 SOURCE-COMPUTER. PORTABLE.                                       98/04/14
005400 OBJECT-COMPUTER. PORTABLE.                                       98/04/14
005500                                                                  98/04/14
005600 INPUT-OUTPUT SECTION.                                            98/04/14
005700 FILE-CONTROL.                                                    98/04/14
005800     SELECT COPY-SOURCE     ASSIGN TO "COPYSRC"                   98/04/14
005900         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/14
006000     SELECT EXTRACT-LIST    ASSIGN TO "EXTLIST"                   98/04/14
006100         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/14
006200     SELECT DATA-FILE       ASSIGN TO "DATAFILE"                  98/04/14
006300         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/14
006400     SELECT EXTRACT-FILE    ASSIGN TO "EXTOUT"                    98/04/14
006500         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/14
006600     SELECT EXTRACT-REPORT  ASSIGN TO "EXTRPT"                    98/04/14
006700         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/14
006800                                                                  98/04/14
006900 DATA DIVISION.                                                   98/04/14
007000                                                                  98/04/14
007100 FILE SECTION.                                                    98/04/14
007200                                                                  98/04/14
007300 FD  COPY-SOURCE                                                  98/04/14
007400     RECORDING MODE IS F.                                         98/04/14
007500 01  COPY-SOURCE-RECORD.                                          98/04/14
007600     02  SRC-SEQUENCE-AREA       PIC X(06).                       98/04/14
007700     02  SRC-INDICATOR-AREA      PIC X.                           98/04/14
007800     02  SRC-TEXT-AREA.                                           98/04/14
007900         03  SRC-TEXT-CHAR       PIC X      OCCURS 65 TIMES.      98/04/14
008000     02  FILLER                  PIC X(08).                       98/04/14
008100                                                                  98/04/14
008200 FD  EXTRACT-LIST                                                 98/04/14
008300     RECORDING MODE IS F.                                         98/04/14
008400 01  EXTRACT-LIST-CARD.                                           98/04/14
008500     02  EL-CARD-TYPE.                                            98/04/14
008600         03  EL-CARD-COLUMN-1    PIC X.                           98/04/14
008700         03  FILLER              PIC X(07).                       98/04/14
008800     02  EL-CARD-GAP             PIC X.                           98/04/14
008900     02  EL-CARD-NAME            PIC X(30).                       98/04/14
009000     02  FILLER                  PIC X(41).                       98/04/14
009100                                                                  98/04/14
009200 FD  DATA-FILE                                                    98/04/14
009300     RECORDING MODE IS V                                          98/04/14
009400     RECORD IS VARYING IN SIZE FROM 1 TO 512                      98/04/14
009500         DEPENDING ON DATA-REC-LENGTH.                            98/04/14
009600 01  DATA-FILE-RECORD.                                            98/04/14
009700     02  DATA-BYTE               PIC X      OCCURS 512 TIMES.     98/04/14
009800                                                                  98/04/14
009900 FD  EXTRACT-FILE                                                 98/04/14
010000     RECORDING MODE IS V                                          98/04/14
010100     RECORD IS VARYING IN SIZE FROM 1 TO 4000                     98/04/14
010200         DEPENDING ON EXTRACT-LINE-LENGTH.                        98/04/14
010300 01  EXTRACT-LINE                PIC X(4000).                     98/04/14
010400                                                                  98/04/14
010500 FD  EXTRACT-REPORT                                               98/04/14
010600     RECORDING MODE IS F.                                         98/04/14
010700 01  EXTRACT-REPORT-LINE         PIC X(132).                      98/04/14
010800                                                                  98/04/14
010900 WORKING-STORAGE SECTION.                                         98/04/14
011000                                                                  98/04/14
011100 01  END-OF-SOURCE-FLAG          PIC X       VALUE "N".           98/04/14
011200     88  END-OF-SOURCE               VALUE "Y".                   98/04/14
011300 01  END-OF-LIST-FLAG            PIC X       VALUE "N".           98/04/14
011400     88  END-OF-LIST                 VALUE "Y".                   98/04/14
011500 01  END-OF-DATA-FLAG            PIC X       VALUE "N".           98/04/14
011600     88  END-OF-DATA                 VALUE "Y".                   98/04/14
011700 01  DATA-REC-LENGTH             PIC 9(04).                       98/04/14
011800 01  EXTRACT-LINE-LENGTH         PIC 9(04).                       98/04/14
011900                                                                  98/04/14
012000*A STATEMENT IS THE SOURCE TEXT OF ONE DATA ENTRY, COLUMNS 8-72   98/04/14
012100*OF AS MANY LINES AS IT TAKES UNTIL THE TERMINATING PERIOD, WITH  98/04/14
012200*PERIODS INSIDE QUOTED LITERALS AND INSIDE A PICTURE (A PERIOD    98/04/14
012300*NOT FOLLOWED BY A SPACE) LEFT ALONE.                             98/04/14
012400 01  STATEMENT-HANDLING.                                          98/04/14
012500     02  STATEMENT-TEXT.                                          98/04/14
012600         03  STMT-CHAR           PIC X      OCCURS 201 TIMES.     98/04/14
012700     02  STMT-LENGTH             PIC S9(4)  COMP.                 98/04/14
012800     02  STMT-COMPLETE-FLAG      PIC X.                           98/04/14
012900     02  STMT-OVERFLOW-FLAG      PIC X.                           98/04/14
013000     02  IN-QUOTES-FLAG          PIC X.                           98/04/14
013100     02  THE-QUOTE-CHAR          PIC X.                           98/04/14
013200     02  SRC-COL                 PIC S9(4)  COMP.                 98/04/14
013300     02  SRC-CHAR                PIC X.                           98/04/14
013400     02  SRC-NEXT-CHAR           PIC X.                           98/04/14
013500     02  LINE-EXHAUSTED-FLAG     PIC X.                           98/04/14
013600     02  GOT-A-LINE-FLAG         PIC X.                           98/04/14
013700                                                                  98/04/14
013800 01  TOKEN-HANDLING.                                              98/04/14
013900     02  SCAN-POSN               PIC S9(4)  COMP.                 98/04/14
014000     02  TOKEN-TEXT.                                              98/04/14
014100         03  TOKEN-CHAR          PIC X      OCCURS 30 TIMES.      98/04/14
014200     02  TOKEN-LENGTH            PIC S9(4)  COMP.                 98/04/14
014300     02  TOKEN-NUMBER-VALUE      PIC S9(9)  COMP.                 98/04/14
014400     02  TOKEN-IS-NUMERIC-FLAG   PIC X.                           98/04/14
014500     02  TOKEN-DIGIT-NBR         PIC S9(4)  COMP.                 98/04/14
014600     02  TOKEN-DIGIT-CHAR.                                        98/04/14
014700         03  TOKEN-DIGIT         PIC 9.                           98/04/14
014800                                                                  98/04/14
014900*ONE DATA ENTRY AS PICKED APART FROM ITS STATEMENT.               98/04/14
015000 01  ENTRY-FIELDS.                                                98/04/14
015100     02  ENTRY-LEVEL             PIC S9(4)  COMP.                 98/04/14
015200     02  ENTRY-NAME              PIC X(30).                       98/04/14
015300     02  ENTRY-PICTURE           PIC X(30).                       98/04/14
015400     02  ENTRY-OCCURS            PIC S9(4)  COMP.                 98/04/14
015500     02  ENTRY-HAS-PICTURE       PIC X.                           98/04/14
015600     02  ENTRY-USAGE             PIC X.                           98/04/14
015700     02  ENTRY-SIGN-SEPARATE     PIC X.                           98/04/14
015800     02  ENTRY-REDEFINES-FLAG    PIC X.                           98/04/14
015900     02  ENTRY-REDEF-TARGET      PIC X(30).                       98/04/14
016000     02  ENTRY-LENGTH            PIC S9(9)  COMP.                 98/04/14
016100     02  ENTRY-IS-DATA-FLAG      PIC X.                           98/04/14
016200                                                                  98/04/14
016300*THE RUNNING LAYOUT.  EVERY ENTRY'S STARTING OFFSET IS KEPT IN    98/04/14
016400*THE NAME-OFFSET TABLE SO THAT A REDEFINES CAN PUT THE OFFSET     98/04/14
016500*BACK TO WHERE ITS TARGET STARTED; WHEN THE REDEFINING GROUP      98/04/14
016600*ENDS, THE OFFSET IS RESTORED TO WHERE THE ORIGINAL DEFINITION    98/04/14
016700*LEFT IT.  THE VIEW AN ENTRY BELONGS TO IS THE NAME OF THE        98/04/14
016800*REDEFINES REGION IT LIES IN, OR FAILING THAT OF THE LATER 01 IT  98/04/14
016900*LIES IN; SPACES ARE THE FIRST DEFINITION.                        98/04/14
017000 01  LAYOUT-HANDLING.                                             98/04/14
017100     02  RECORD-OFFSET           PIC S9(9)  COMP.                 98/04/14
017200     02  RECORD-SEEN-FLAG        PIC X      VALUE "N".            98/04/14
017300     02  RECORD-VIEW-NAME        PIC X(30)  VALUE SPACES.         98/04/14
017333     02  EXT-RECORD-LENGTH       PIC S9(9)  COMP VALUE ZERO.      98/04/21
017366     02  GROUP-OCCURS-NAME       PIC X(30)  VALUE SPACES.         98/04/21
017400     02  REDEF-ACTIVE-FLAG       PIC X      VALUE "N".            98/04/14
017500     02  REDEF-LEVEL             PIC S9(4)  COMP.                 98/04/14
017600     02  REDEF-SAVED-OFFSET      PIC S9(9)  COMP.                 98/04/14
017700     02  REDEF-VIEW-NAME         PIC X(30).                       98/04/14
017800     02  NAME-OFFSET-COUNT       PIC S9(4)  COMP VALUE ZERO.      98/04/14
017900     02  NAME-OFFSET-TABLE.                                       98/04/14
018000         03  NAME-OFFSET-ENTRY  OCCURS 100 TIMES.                 98/04/14
018100             04  SAVED-NAME      PIC X(30).                       98/04/14
018200             04  SAVED-OFFSET    PIC S9(9)  COMP.                 98/04/14
018300     02  LOOKUP-INDEX            PIC S9(4)  COMP.                 98/04/14
018400     02  LOOKUP-FOUND-FLAG       PIC X.                           98/04/14
018500                                                                  98/04/14
018600*HOW ONE ENTRY'S VALUES ARE READ: "N" DE-EDITED THROUGH PPICT,    98/04/14
018700*"C" BINARY, "3" PACKED, "T" TEXT, "G" A GROUP, AND SPACE FOR     98/04/14
018800*AN ELEMENTARY ENTRY THAT IS NOT EXTRACTED.                       98/04/14
018900 01  CAPTURE-WORK-FIELDS.                                         98/04/14
019000     02  CAP-KIND                PIC X.                           98/04/14
019100     02  CAP-VIEW                PIC X(30).                       98/04/14
019200     02  CAP-VIEW-INDEX          PIC S9(4)  COMP.                 98/04/14
019300                                                                  98/04/14
019400*EVERY ENTRY OF THE MEMBER, GROUPS INCLUDED, IN MEMBER ORDER,     98/04/14
019500*SO THAT THE ENTRIES UNDER A GROUP ARE THE ONES THAT FOLLOW IT    98/04/14
019600*WITH A HIGHER LEVEL NUMBER.  THE LENGTH IS THAT OF ONE           98/04/14
019700*OCCURRENCE AS IN PPICTCHK; THE VIEW INDEX IS ZERO FOR THE FIRST  98/04/14
019800*DEFINITION.                                                      98/04/14
019900 01  FIELD-TABLE-HANDLING.                                        98/04/14
020000     02  EXT-FIELD-COUNT         PIC S9(4)  COMP VALUE ZERO.      98/04/14
020100     02  EXT-OVERFLOW-FLAG       PIC X      VALUE "N".            98/04/14
020200     02  FIELD-TABLE.                                             98/04/14
020300         03  FIELD-TABLE-ENTRY  OCCURS 200 TIMES.                 98/04/14
020400             04  EXT-FLD-NAME    PIC X(30).                       98/04/14
020500             04  EXT-FLD-LEVEL   PIC S9(4)  COMP.                 98/04/14
020600             04  EXT-FLD-PICTURE PIC X(30).                       98/04/14
020700             04  EXT-FLD-KIND    PIC X.                           98/04/14
020800             04  EXT-FLD-SIGNSEP PIC X.                           98/04/14
020900             04  EXT-FLD-DECIMALS PIC S9(4) COMP.                 98/04/14
021000             04  EXT-FLD-OFFSET  PIC S9(9)  COMP.                 98/04/14
021100             04  EXT-FLD-LENGTH  PIC S9(9)  COMP.                 98/04/14
021200             04  EXT-FLD-OCCURS  PIC S9(4)  COMP.                 98/04/14
021300             04  EXT-FLD-VIEW-IX PIC S9(4)  COMP.                 98/04/14
021400             04  EXT-FLD-IN-VIEW PIC X.                           98/04/14
021500             04  EXT-FLD-CHOSEN  PIC X.                           98/04/14
021600             04  EXT-FLD-NOT-VALID PIC S9(9) COMP.                98/04/14
021700     02  EXT-INDEX               PIC S9(4)  COMP.                 98/04/14
021800     02  MEMBER-INDEX            PIC S9(4)  COMP.                 98/04/14
021900     02  GROUP-LEVEL             PIC S9(4)  COMP.                 98/04/14
022000     02  GROUP-ENDED-FLAG        PIC X.                           98/04/14
022100     02  ENTRY-END-OFFSET        PIC S9(9)  COMP.                 98/04/14
022200                                                                  98/04/14
022300*ONE ENTRY PER VIEW OTHER THAN THE FIRST DEFINITION, WITH THE     98/04/14
022400*BYTES ITS ELEMENTARY ENTRIES COVER, FIRST BYTE AT OFFSET START   98/04/14
022500*AND LAST BYTE BEFORE OFFSET END.                                 98/04/14
022600 01  VIEW-TABLE-HANDLING.                                         98/04/14
022700     02  EXT-VIEW-COUNT          PIC S9(4)  COMP VALUE ZERO.      98/04/14
022800     02  VIEW-OVERFLOW-FLAG      PIC X      VALUE "N".            98/04/14
022900     02  VIEW-TABLE.                                              98/04/14
023000         03  VIEW-TABLE-ENTRY  OCCURS 20 TIMES.                   98/04/14
023100             04  EXT-VIEW-NAME   PIC X(30).                       98/04/14
023200             04  EXT-VIEW-START  PIC S9(9)  COMP.                 98/04/14
023300             04  EXT-VIEW-END    PIC S9(9)  COMP.                 98/04/14
023400             04  EXT-VIEW-CHOSEN PIC X.                           98/04/14
023500     02  VIEW-INDEX              PIC S9(4)  COMP.                 98/04/14
023600     02  VIEW-FOUND-FLAG         PIC X.                           98/04/14
023700     02  VIEWS-CHOSEN            PIC S9(4)  COMP VALUE ZERO.      98/04/14
023800                                                                  98/04/14
023900*THE EXTLIST CARDS AS READ, WITH WHATEVER IS WRONG WITH EACH.     98/04/14
024000 01  CARD-TABLE-HANDLING.                                         98/04/14
024100     02  CARD-COUNT              PIC S9(4)  COMP VALUE ZERO.      98/04/14
024200     02  CARD-TABLE.                                              98/04/14
024300         03  CARD-TABLE-ENTRY  OCCURS 60 TIMES.                   98/04/14
024400             04  CRD-TYPE        PIC X(08).                       98/04/14
024500             04  CRD-GAP         PIC X.                           98/04/14
024600             04  CRD-NAME        PIC X(30).                       98/04/14
024700             04  CRD-NOTE        PIC X(40).                       98/04/14
024800     02  CARD-INDEX              PIC S9(4)  COMP.                 98/04/14
024900     02  CARDS-NOT-KEPT          PIC S9(9)  COMP VALUE ZERO.      98/04/14
025000     02  CARD-ERROR-COUNT        PIC S9(9)  COMP VALUE ZERO.      98/04/14
025100     02  FIELD-CARD-COUNT        PIC S9(4)  COMP VALUE ZERO.      98/04/14
025200     02  CARD-ERROR-TEXT         PIC X(40).                       98/04/14
025300     02  MATCH-FOUND-FLAG        PIC X.                           98/04/14
025400     02  MATCH-IN-VIEW-FLAG      PIC X.                           98/04/14
025500     02  MATCH-CHOSEN-FLAG       PIC X.                           98/04/14
025600                                                                  98/04/14
025700*THE DECIMAL POINT GOES TO PPICT BEFORE THE MEMBER IS SCANNED,    98/04/14
025800*SO THE PICTURES ARE READ WITH IT AS WELL.                        98/04/14
025900 01  DELIMITER-HANDLING.                                          98/04/14
026000     02  POINT-CHAR              PIC X      VALUE ".".            98/04/14
026100     02  DELIMITER-CHAR          PIC X      VALUE ",".            98/04/14
026200                                                                  98/04/14
026300*ONE ROW OF THE EXTRACT BEING BUILT.                              98/04/14
026400 01  ROW-HANDLING.                                                98/04/14
026500     02  ROW-LENGTH              PIC S9(4)  COMP.                 98/04/14
026600     02  ROW-CUT-FLAG            PIC X.                           98/04/14
026700     02  FIRST-CELL-FLAG         PIC X.                           98/04/14
026800     02  ROW-PUT-CHAR            PIC X.                           98/04/14
026900     02  ROW-AREA.                                                98/04/14
027000         03  ROW-CHAR            PIC X      OCCURS 4000 TIMES.    98/04/14
027100                                                                  98/04/14
027200*A DATA NAME TAKEN APART FOR THE HEADER ROW.                      98/04/14
027300 01  HEADER-NAME-HANDLING.                                        98/04/14
027400     02  HEADER-NAME-AREA.                                        98/04/14
027500         03  HEADER-NAME-CHAR    PIC X      OCCURS 30 TIMES.      98/04/14
027600     02  HEADER-NAME-LENGTH      PIC S9(4)  COMP.                 98/04/14
027700     02  HEADER-NAME-POSN        PIC S9(4)  COMP.                 98/04/14
027800                                                                  98/04/14
027900*A NUMBER ON ITS WAY INTO A ROW, AS ITS DIGITS WITH THE DECIMAL   98/04/14
028000*PLACES COUNTED FROM THE RIGHT.  THE GUARD ZERO IN FRONT GIVES A  98/04/14
028100*VALUE WITH NO INTEGER DIGITS ITS LEADING ZERO.                   98/04/14
028200 01  NUMBER-HANDLING.                                             98/04/14
028300     02  NUMBER-TEXT.                                             98/04/14
028400         03  NUMBER-GUARD        PIC X      VALUE "0".            98/04/14
028500         03  NUMBER-DIGITS       PIC 9(18).                       98/04/14
028600     02  NUMBER-CHAR-TABLE  REDEFINES NUMBER-TEXT.                98/04/14
028700         03  NUMBER-CHAR         PIC X      OCCURS 19 TIMES.      98/04/14
028800     02  NUMBER-DECIMALS         PIC S9(4)  COMP.                 98/04/14
028900     02  NUMBER-INT-END          PIC S9(4)  COMP.                 98/04/14
029000     02  NUMBER-POSN             PIC S9(4)  COMP.                 98/04/14
029100                                                                  98/04/14
029200*THE PACKED AND BINARY VALUES ARE READ A BYTE AT A TIME THROUGH   98/04/14
029300*A TWO-BYTE BINARY FIELD WHOSE HIGH BYTE IS HELD AT LOW-VALUE;    98/04/14
029400*OUR BINARY FIELDS ARE BIG-ENDIAN, SO THE BYTE IS THE LOW-ORDER   98/04/14
029500*HALF OF THE VALUE.                                               98/04/14
029600 01  BYTE-VALUE-HANDLING.                                         98/04/14
029700     02  BYTE-VALUE-PAIR.                                         98/04/14
029800         03  BYTE-VALUE-HIGH-PAD PIC X.                           98/04/14
029900         03  BYTE-VALUE-CHAR     PIC X.                           98/04/14
030000     02  BYTE-VALUE  REDEFINES BYTE-VALUE-PAIR PIC 9(4) COMP.     98/04/14
030100     02  HIGH-NIBBLE             PIC S9(4)  COMP.                 98/04/14
030200     02  LOW-NIBBLE              PIC S9(4)  COMP.                 98/04/14
030300                                                                  98/04/14
030400*ONE OCCURRENCE OF ONE FIELD ON ITS WAY OUT.  RAW-NUMBER IS THE   98/04/14
030500*MAGNITUDE OF THE VALUE AS AN INTEGER OF AS MANY DIGITS AS THE    98/04/14
030600*PICTURE HAS, THE WAY PACKED AND BINARY FIELDS HOLD IT.           98/04/14
030700 01  EXTRACT-WORK-FIELDS.                                         98/04/14
030800     02  OCC-NUMBER              PIC S9(4)  COMP.                 98/04/14
030900     02  OCC-BASE-OFFSET         PIC S9(9)  COMP.                 98/04/14
031000     02  BYTE-NBR                PIC S9(9)  COMP.                 98/04/14
031100     02  BYTE-POSN               PIC S9(9)  COMP.                 98/04/14
031200     02  FIRST-TEXT-POSN         PIC S9(9)  COMP.                 98/04/14
031300     02  LAST-TEXT-POSN          PIC S9(9)  COMP.                 98/04/14
031400     02  FIELD-VALUE             PIC S9(13)V9(5).                 98/04/14
031500     02  ABS-VALUE               PIC S9(13)V9(5).                 98/04/14
031600     02  RAW-NUMBER              PIC S9(18) COMP.                 98/04/14
031700     02  POWER-WANTED            PIC S9(4)  COMP.                 98/04/14
031800     02  POWER-COUNT             PIC S9(4)  COMP.                 98/04/14
031900     02  POWER-OF-TEN            PIC S9(18) COMP.                 98/04/14
032000     02  SIGN-CHAR               PIC X.                           98/04/14
032100     02  VALUE-OK-FLAG           PIC X.                           98/04/14
032200     02  TEXT-NBR                PIC S9(4)  COMP.                 98/04/14
032300                                                                  98/04/14
032400 01  EXTRACT-COUNTS.                                              98/04/14
032500     02  RECORDS-READ            PIC S9(9)  COMP VALUE ZERO.      98/04/14
032600     02  RECORDS-WRITTEN         PIC S9(9)  COMP VALUE ZERO.      98/04/14
032700     02  COLUMNS-PER-ROW         PIC S9(9)  COMP VALUE ZERO.      98/04/14
032800     02  VALUES-NOT-VALID        PIC S9(9)  COMP VALUE ZERO.      98/04/14
032900     02  ROWS-CUT                PIC S9(9)  COMP VALUE ZERO.      98/04/14
033000     02  FIELDS-NOT-EXTRACTABLE  PIC S9(9)  COMP VALUE ZERO.      98/04/14
033033     02  RECORDS-WRONG-LENGTH    PIC S9(9)  COMP VALUE ZERO.      98/04/21
033066     02  CELLS-PAST-RECORD-END   PIC S9(9)  COMP VALUE ZERO.      98/04/21
033100     02  RUN-SEVERITY            PIC S9(4)  COMP VALUE ZERO.      98/04/14
033200     02  RUN-ERROR-TEXT          PIC X(40)  VALUE SPACES.         98/04/14
033300                                                                  98/04/14
033400 01  CARD-LIST-LINE.                                              98/04/14
033500     02  CLL-TYPE                PIC X(08).                       98/04/14
033600     02  CLL-GAP                 PIC X.                           98/04/14
033700     02  CLL-NAME                PIC X(30).                       98/04/14
033800     02  FILLER                  PIC X(02)   VALUE SPACES.        98/04/14
033900     02  CLL-NOTE                PIC X(40).                       98/04/14
034000                                                                  98/04/14
034100 01  CARD-HEADING-LINE.                                           98/04/14
034200     02  FILLER                  PIC X(09)   VALUE "CARD".        98/04/14
034300     02  FILLER                  PIC X(32)   VALUE "NAME".        98/04/14
034400     02  FILLER                  PIC X(04)   VALUE "NOTE".        98/04/14
034500                                                                  98/04/14
034600 01  COLUMN-DETAIL-LINE.                                          98/04/14
034700     02  COL-NAME                PIC X(30).                       98/04/14
034800     02  FILLER                  PIC X       VALUE SPACE.         98/04/14
034900     02  COL-VIEW                PIC X(30).                       98/04/14
035000     02  FILLER                  PIC X       VALUE SPACE.         98/04/14
035100     02  COL-OFFSET              PIC ZZZZZ9.                      98/04/14
035200     02  FILLER                  PIC X       VALUE SPACE.         98/04/14
035300     02  COL-LENGTH              PIC ZZZZ9.                       98/04/14
035400     02  FILLER                  PIC X       VALUE SPACE.         98/04/14
035500     02  COL-OCCURS              PIC ZZZ9.                        98/04/14
035600     02  FILLER                  PIC X       VALUE SPACE.         98/04/14
035700     02  COL-FORM                PIC X(07).                       98/04/14
035800     02  FILLER                  PIC X       VALUE SPACE.         98/04/14
035900     02  COL-NOT-VALID           PIC ZZZZZZZZ9.                   98/04/14
036000                                                                  98/04/14
036100 01  COLUMN-LIST-HEADING-LINE.                                    98/04/14
036200     02  FILLER                  PIC X(31)   VALUE "NAME".        98/04/14
036300     02  FILLER                  PIC X(31)   VALUE "VIEW".        98/04/14
036400     02  FILLER                  PIC X(07)   VALUE "OFFSET".      98/04/14
036500     02  FILLER                  PIC X(06)   VALUE "LENGTH".      98/04/14
036600     02  FILLER                  PIC X(05)   VALUE "  OCC".       98/04/14
036700     02  FILLER                  PIC X(08)   VALUE " FORM".       98/04/14
036800     02  FILLER                  PIC X(10)   VALUE " NOT VALID".  98/04/14
036900                                                                  98/04/14
037000 01  COUNT-DETAIL-LINE.                                           98/04/14
037100     02  CDL-LABEL               PIC X(34).                       98/04/14
037200     02  CDL-COUNT               PIC ZZZZZZZZ9.                   98/04/14
037300                                                                  98/04/14
037400 01  POINT-DETAIL-LINE.                                           98/04/14
037500     02  FILLER                  PIC X(34)   VALUE                98/04/14
037600         "DECIMAL POINT".                                         98/04/14
037700     02  FILLER                  PIC X(08)   VALUE SPACES.        98/04/14
037800     02  PDL-POINT               PIC X.                           98/04/14
037900     02  FILLER                  PIC X(04)   VALUE SPACES.        98/04/14
038000     02  FILLER                  PIC X(10)   VALUE "DELIMITER".   98/04/14
038100     02  PDL-DELIMITER           PIC X.                           98/04/14
038200                                                                  98/04/14
038216 01  GROUP-OCCURS-LINE.                                           98/04/21
038232     02  FILLER                  PIC X(27)   VALUE                98/04/21
038248         "GROUP OCCURS NOT EXPANDED: ".                           98/04/21
038264     02  GOL-NAME                PIC X(30).                       98/04/21
038280                                                                  98/04/21
038300 01  RUN-ERROR-LINE.                                              98/04/14
038400     02  FILLER                  PIC X(25)   VALUE                98/04/14
038500         "*** NO RECORDS WRITTEN - ".                             98/04/14
038600     02  REL-TEXT                PIC X(40).                       98/04/14
038700                                                                  98/04/14
038800*STANDARD PAGE HANDLING: A HEADING WITH PROGRAM NAME, RUN         98/04/14
038900*DATE AND TIME AND PAGE NUMBER, THE COLUMN HEADINGS OF THE        98/04/14
039000*SECTION BEING PRINTED REPEATED AFTER EVERY BREAK, A FIXED DEPTH  98/04/14
039100*OF 60 LINES, AND A FINAL END-OF-REPORT LINE.                     98/04/14
039200 01  PAGE-HANDLING.                                               98/04/14
039300     02  PAGE-NUMBER             PIC S9(4)  COMP VALUE ZERO.      98/04/14
039400     02  LINES-ON-PAGE           PIC S9(4)  COMP VALUE ZERO.      98/04/14
039500     02  PAGE-DEPTH              PIC S9(4)  COMP VALUE 60.        98/04/14
039600                                                                  98/04/14
039700 01  PAGE-HEADING-LINE.                                           98/04/14
039800     02  FILLER                  PIC X(10)  VALUE "PPICTEXT".     98/04/14
039900     02  FILLER                  PIC X(04)  VALUE "RUN ".         98/04/14
040000     02  PHL-DATE                PIC 9(06).                       98/04/14
040100     02  FILLER                  PIC X(02)  VALUE SPACES.         98/04/14
040200     02  PHL-TIME                PIC 9(08).                       98/04/14
040300     02  FILLER                  PIC X(07)  VALUE "  PAGE ".      98/04/14
040400     02  PHL-PAGE                PIC ZZZ9.                        98/04/14
040500                                                                  98/04/14
040600 01  COLUMN-HEADING-LINE         PIC X(132).                      98/04/14
040700 01  PRINT-WORK-LINE             PIC X(132).                      98/04/14
040800                                                                  98/04/14
040900*   PPICT-CONTROL, THE INTERFACE PPICT ITSELF SHARES WITH ANY     98/04/14
041000*   CALLER; NOT DECLARED AGAIN HERE, JUST PULLED IN.              98/04/14
041100 COPY PPICTI.                                                     98/04/14
041200                                                                  98/04/14
041300 PROCEDURE DIVISION.                                              98/04/14
041400                                                                  98/04/14
041500****************    MAINLINE    ***************                   98/04/14
041600                                                                  98/04/14
041700 PPICTEXT-MAINLINE.                                               98/04/14
041800     PERFORM OPEN-THE-FILES                                       98/04/14
041900     PERFORM READ-THE-FIELD-LIST                                  98/04/14
042000     PERFORM START-A-FRESH-LINE                                   98/04/14
042100     PERFORM COLLECT-A-STATEMENT                                  98/04/14
042200     PERFORM PROCESS-A-STATEMENT                                  98/04/14
042300         UNTIL END-OF-SOURCE                                      98/04/14
042400     PERFORM FINISH-THE-LAYOUT                                    98/04/14
042500     PERFORM CHOOSE-THE-VIEWS                                     98/04/14
042600     PERFORM MARK-THE-FIELDS-IN-VIEW                              98/04/14
042700     PERFORM CHOOSE-THE-COLUMNS                                   98/04/14
042800     PERFORM LIST-THE-FIELD-LIST                                  98/04/14
042900     PERFORM CHECK-THE-RUN                                        98/04/14
043000     PERFORM START-THE-EXTRACT                                    98/04/14
043100     PERFORM EXTRACT-ONE-RECORD                                   98/04/14
043200         UNTIL END-OF-DATA                                        98/04/14
043300     PERFORM LIST-THE-COLUMNS                                     98/04/14
043400     PERFORM WRITE-THE-TOTALS                                     98/04/14
043500     PERFORM WRITE-THE-END-OF-REPORT                              98/04/14
043600     PERFORM CLOSE-THE-FILES                                      98/04/14
043700     MOVE RUN-SEVERITY TO RETURN-CODE                             98/04/14
043800     STOP RUN                                                     98/04/14
043900     .                                                            98/04/14
044000                                                                  98/04/14
044100 OPEN-THE-FILES.                                                  98/04/14
044200     OPEN INPUT  COPY-SOURCE                                      98/04/14
044300     OPEN INPUT  EXTRACT-LIST                                     98/04/14
044400     OPEN INPUT  DATA-FILE                                        98/04/14
044500     OPEN OUTPUT EXTRACT-FILE                                     98/04/14
044600     OPEN OUTPUT EXTRACT-REPORT                                   98/04/14
044700     MOVE SPACE TO PPICT-CURRENCY-SYMBOL                          98/04/14
044800     MOVE SPACE TO PPICT-DECIMAL-POINT                            98/04/14
044900     MOVE ZERO  TO PPICT-SOURCE-LENGTH                            98/04/14
045000     MOVE ZERO  TO RECORD-OFFSET                                  98/04/14
045100     MOVE LOW-VALUE TO BYTE-VALUE-HIGH-PAD                        98/04/14
045200     ACCEPT PHL-DATE FROM DATE                                    98/04/14
045300     ACCEPT PHL-TIME FROM TIME                                    98/04/14
045400     .                                                            98/04/14
045500                                                                  98/04/14
045600****************    THE FIELD LIST    ***************             98/04/14
045700                                                                  98/04/14
045800*THE CARDS ARE KEPT AND LISTED ONCE THE LAYOUT IS KNOWN, SINCE A  98/04/14
045900*NAME ON A CARD CAN ONLY BE CHECKED AGAINST THE LAYOUT.           98/04/14
046000 READ-THE-FIELD-LIST.                                             98/04/14
046100     PERFORM READ-A-LIST-CARD                                     98/04/14
046200     PERFORM KEEP-ONE-LIST-CARD                                   98/04/14
046300         UNTIL END-OF-LIST                                        98/04/14
046400     .                                                            98/04/14
046500                                                                  98/04/14
046600 READ-A-LIST-CARD.                                                98/04/14
046700     READ EXTRACT-LIST                                            98/04/14
046800         AT END                                                   98/04/14
046900             MOVE "Y" TO END-OF-LIST-FLAG                         98/04/14
047000     .                                                            98/04/14
047100                                                                  98/04/14
047200 KEEP-ONE-LIST-CARD.                                              98/04/14
047300     IF EXTRACT-LIST-CARD = SPACES                                98/04/14
047400         NEXT SENTENCE                                            98/04/14
047500     ELSE                                                         98/04/14
047600     IF CARD-COUNT < 60                                           98/04/14
047700         ADD 1 TO CARD-COUNT                                      98/04/14
047800         MOVE EL-CARD-TYPE TO CRD-TYPE (CARD-COUNT)               98/04/14
047900         MOVE EL-CARD-GAP  TO CRD-GAP  (CARD-COUNT)               98/04/14
048000         MOVE EL-CARD-NAME TO CRD-NAME (CARD-COUNT)               98/04/14
048100         MOVE SPACES       TO CRD-NOTE (CARD-COUNT)               98/04/14
048200         PERFORM CHECK-ONE-LIST-CARD                              98/04/14
048300     ELSE                                                         98/04/14
048400         ADD 1 TO CARDS-NOT-KEPT                                  98/04/14
048500         ADD 1 TO CARD-ERROR-COUNT                                98/04/14
048600     .                                                            98/04/14
048700     PERFORM READ-A-LIST-CARD                                     98/04/14
048800     .                                                            98/04/14
048900                                                                  98/04/14
049000 CHECK-ONE-LIST-CARD.                                             98/04/14
049100     MOVE SPACES TO CARD-ERROR-TEXT                               98/04/14
049200     IF EL-CARD-COLUMN-1 = "*"                                    98/04/14
049300         NEXT SENTENCE                                            98/04/14
049400     ELSE                                                         98/04/14
049500     IF EL-CARD-GAP NOT = SPACE                                   98/04/14
049600         MOVE "COLUMN 9 MUST BE BLANK" TO CARD-ERROR-TEXT         98/04/14
049700     ELSE                                                         98/04/14
049800     IF EL-CARD-TYPE = "FIELD" OR EL-CARD-TYPE = "VIEW"           98/04/14
049900         IF EL-CARD-NAME = SPACES                                 98/04/14
050000             MOVE "NO NAME IN COLUMNS 10-39" TO CARD-ERROR-TEXT   98/04/14
050100         ELSE                                                     98/04/14
050200         IF EL-CARD-TYPE = "FIELD"                                98/04/14
050300             ADD 1 TO FIELD-CARD-COUNT                            98/04/14
050400         ELSE                                                     98/04/14
050500             NEXT SENTENCE                                        98/04/14
050600     ELSE                                                         98/04/14
050700     IF EL-CARD-TYPE = "DECIMAL"                                  98/04/14
050800         PERFORM TAKE-THE-DECIMAL-POINT                           98/04/14
050900     ELSE                                                         98/04/14
051000         MOVE "CARD TYPE NOT KNOWN" TO CARD-ERROR-TEXT            98/04/14
051100     .                                                            98/04/14
051200     IF CARD-ERROR-TEXT NOT = SPACES                              98/04/14
051300         MOVE CARD-COUNT TO CARD-INDEX                            98/04/14
051400         PERFORM NOTE-A-CARD-ERROR                                98/04/14
051500     .                                                            98/04/14
051600                                                                  98/04/14
051700*A COMMA DECIMAL POINT PUTS A SEMICOLON BETWEEN THE COLUMNS, SO   98/04/14
051800*THAT THE COMMA IN A NUMBER IS NOT TAKEN FOR ONE.                 98/04/14
051900 TAKE-THE-DECIMAL-POINT.                                          98/04/14
052000     IF EL-CARD-NAME = ","                                        98/04/14
052100         MOVE "," TO POINT-CHAR                                   98/04/14
052200         MOVE ";" TO DELIMITER-CHAR                               98/04/14
052300         MOVE "," TO PPICT-DECIMAL-POINT                          98/04/14
052400     ELSE                                                         98/04/14
052500     IF EL-CARD-NAME = "."                                        98/04/14
052600         MOVE "." TO POINT-CHAR                                   98/04/14
052700         MOVE "," TO DELIMITER-CHAR                               98/04/14
052800         MOVE SPACE TO PPICT-DECIMAL-POINT                        98/04/14
052900     ELSE                                                         98/04/14
053000         MOVE "DECIMAL POINT MUST BE . OR ," TO CARD-ERROR-TEXT   98/04/14
053100     .                                                            98/04/14
053200                                                                  98/04/14
053300 NOTE-A-CARD-ERROR.                                               98/04/14
053400     MOVE CARD-ERROR-TEXT TO CRD-NOTE (CARD-INDEX)                98/04/14
053500     ADD 1 TO CARD-ERROR-COUNT                                    98/04/14
053600     .                                                            98/04/14
053700                                                                  98/04/14
053800****************    STATEMENT COLLECTION    ***************       98/04/14
053900                                                                  98/04/14
054000 START-A-FRESH-LINE.                                              98/04/14
054100     MOVE "Y" TO LINE-EXHAUSTED-FLAG                              98/04/14
054200     MOVE 65  TO SRC-COL                                          98/04/14
054300     .                                                            98/04/14
054400                                                                  98/04/14
054500 COLLECT-A-STATEMENT.                                             98/04/14
054600     MOVE ZERO  TO STMT-LENGTH                                    98/04/14
054700     MOVE "N"   TO STMT-COMPLETE-FLAG                             98/04/14
054800                   STMT-OVERFLOW-FLAG                             98/04/14
054900                   IN-QUOTES-FLAG                                 98/04/14
055000     MOVE SPACES TO STATEMENT-TEXT                                98/04/14
055100     PERFORM COLLECT-ONE-CHAR                                     98/04/14
055200         UNTIL STMT-COMPLETE-FLAG = "Y"                           98/04/14
055300            OR END-OF-SOURCE                                      98/04/14
055400     .                                                            98/04/14
055500                                                                  98/04/14
055600 COLLECT-ONE-CHAR.                                                98/04/14
055700     PERFORM GET-NEXT-SOURCE-CHAR                                 98/04/14
055800     IF END-OF-SOURCE                                             98/04/14
055900         NEXT SENTENCE                                            98/04/14
056000     ELSE                                                         98/04/14
056100         PERFORM APPEND-SOURCE-CHAR                               98/04/14
056200         PERFORM NOTE-QUOTE-STATE                                 98/04/14
056300         IF SRC-CHAR = "."                                        98/04/14
056400            AND IN-QUOTES-FLAG = "N"                              98/04/14
056500            AND SRC-NEXT-CHAR = SPACE                             98/04/14
056600             MOVE "Y" TO STMT-COMPLETE-FLAG                       98/04/14
056700     .                                                            98/04/14
056800                                                                  98/04/14
056900 GET-NEXT-SOURCE-CHAR.                                            98/04/14
057000     IF LINE-EXHAUSTED-FLAG = "Y"                                 98/04/14
057100         PERFORM READ-A-SOURCE-LINE                               98/04/14
057200     .                                                            98/04/14
057300     IF END-OF-SOURCE                                             98/04/14
057400         MOVE SPACE TO SRC-CHAR                                   98/04/14
057500     ELSE                                                         98/04/14
057600         ADD 1 TO SRC-COL                                         98/04/14
057700         MOVE SRC-TEXT-CHAR (SRC-COL) TO SRC-CHAR                 98/04/14
057800         IF SRC-COL < 65                                          98/04/14
057900             MOVE SRC-TEXT-CHAR (SRC-COL + 1) TO SRC-NEXT-CHAR    98/04/14
058000         ELSE                                                     98/04/14
058100             MOVE SPACE TO SRC-NEXT-CHAR                          98/04/14
058200             MOVE "Y"   TO LINE-EXHAUSTED-FLAG                    98/04/14
058300     .                                                            98/04/14
058400                                                                  98/04/14
058500*COMMENT AND BLANK LINES ARE PASSED OVER; A QUOTED LITERAL DOES   98/04/14
058600*NOT RUN ON ACROSS A LINE BOUNDARY IN ANY COPYBOOK OF OURS, SO    98/04/14
058700*EACH FRESH LINE STARTS OUTSIDE QUOTES.                           98/04/14
058800 READ-A-SOURCE-LINE.                                              98/04/14
058900     MOVE "N" TO GOT-A-LINE-FLAG                                  98/04/14
059000     PERFORM READ-ONE-SOURCE-LINE                                 98/04/14
059100         UNTIL GOT-A-LINE-FLAG = "Y"                              98/04/14
059200            OR END-OF-SOURCE                                      98/04/14
059300     .                                                            98/04/14
059400                                                                  98/04/14
059500 READ-ONE-SOURCE-LINE.                                            98/04/14
059600     READ COPY-SOURCE                                             98/04/14
059700         AT END                                                   98/04/14
059800             MOVE "Y" TO END-OF-SOURCE-FLAG                       98/04/14
059900         NOT AT END                                               98/04/14
060000             IF SRC-INDICATOR-AREA = "*"                          98/04/14
060100             OR SRC-INDICATOR-AREA = "/"                          98/04/14
060200             OR SRC-TEXT-AREA = SPACES                            98/04/14
060300                 NEXT SENTENCE                                    98/04/14
060400             ELSE                                                 98/04/14
060500                 MOVE ZERO TO SRC-COL                             98/04/14
060600                 MOVE "N"  TO LINE-EXHAUSTED-FLAG                 98/04/14
060700                 MOVE "N"  TO IN-QUOTES-FLAG                      98/04/14
060800                 MOVE "Y"  TO GOT-A-LINE-FLAG                     98/04/14
060900     .                                                            98/04/14
061000                                                                  98/04/14
061100 APPEND-SOURCE-CHAR.                                              98/04/14
061200     IF STMT-LENGTH < 200                                         98/04/14
061300         ADD 1 TO STMT-LENGTH                                     98/04/14
061400         MOVE SRC-CHAR TO STMT-CHAR (STMT-LENGTH)                 98/04/14
061500     ELSE                                                         98/04/14
061600         MOVE "Y" TO STMT-OVERFLOW-FLAG                           98/04/14
061700     .                                                            98/04/14
061800                                                                  98/04/14
061900 NOTE-QUOTE-STATE.                                                98/04/14
062000     IF IN-QUOTES-FLAG = "Y"                                      98/04/14
062100         IF SRC-CHAR = THE-QUOTE-CHAR                             98/04/14
062200             MOVE "N" TO IN-QUOTES-FLAG                           98/04/14
062300         ELSE                                                     98/04/14
062400             NEXT SENTENCE                                        98/04/14
062500     ELSE                                                         98/04/14
062600     IF SRC-CHAR = QUOTE OR SRC-CHAR = "'"                        98/04/14
062700         MOVE SRC-CHAR TO THE-QUOTE-CHAR                          98/04/14
062800         MOVE "Y" TO IN-QUOTES-FLAG                               98/04/14
062900     .                                                            98/04/14
063000                                                                  98/04/14
063100****************    STATEMENT PROCESSING    ***************       98/04/14
063200                                                                  98/04/14
063300 PROCESS-A-STATEMENT.                                             98/04/14
063400     PERFORM PICK-APART-THE-STATEMENT                             98/04/14
063500     IF ENTRY-IS-DATA-FLAG = "Y"                                  98/04/14
063600         PERFORM LAYOUT-ONE-DATA-ENTRY                            98/04/14
063700     .                                                            98/04/14
063800     PERFORM COLLECT-A-STATEMENT                                  98/04/14
063900     .                                                            98/04/14
064000                                                                  98/04/14
064100 PICK-APART-THE-STATEMENT.                                        98/04/14
064200     MOVE ZERO   TO SCAN-POSN                                     98/04/14
064300     MOVE "N"    TO ENTRY-IS-DATA-FLAG                            98/04/14
064400                    ENTRY-HAS-PICTURE                             98/04/14
064500                    ENTRY-REDEFINES-FLAG                          98/04/14
064600     MOVE 1      TO ENTRY-OCCURS                                  98/04/14
064700     MOVE SPACE  TO ENTRY-USAGE                                   98/04/14
064800                    ENTRY-SIGN-SEPARATE                           98/04/14
064900     MOVE SPACES TO ENTRY-NAME                                    98/04/14
065000                    ENTRY-PICTURE                                 98/04/14
065100                    ENTRY-REDEF-TARGET                            98/04/14
065200     PERFORM GET-A-TOKEN                                          98/04/14
065300     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/04/14
065400     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/04/14
065500        AND TOKEN-LENGTH < 3                                      98/04/14
065600        AND TOKEN-NUMBER-VALUE > ZERO                             98/04/14
065700        AND TOKEN-NUMBER-VALUE < 50                               98/04/14
065800         MOVE TOKEN-NUMBER-VALUE TO ENTRY-LEVEL                   98/04/14
065900         MOVE "Y" TO ENTRY-IS-DATA-FLAG                           98/04/14
066000         PERFORM GET-THE-ENTRY-NAME                               98/04/14
066100         PERFORM GET-ONE-CLAUSE                                   98/04/14
066200             UNTIL TOKEN-LENGTH = ZERO                            98/04/14
066300     .                                                            98/04/14
066400                                                                  98/04/14
066500 GET-THE-ENTRY-NAME.                                              98/04/14
066600     PERFORM GET-A-TOKEN                                          98/04/14
066700     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/04/14
066800         MOVE "FILLER" TO ENTRY-NAME                              98/04/14
066900         PERFORM GET-THE-PICTURE                                  98/04/14
067000     ELSE                                                         98/04/14
067100         MOVE TOKEN-TEXT TO ENTRY-NAME                            98/04/14
067200         PERFORM GET-A-TOKEN                                      98/04/14
067300     .                                                            98/04/14
067400                                                                  98/04/14
067500 GET-ONE-CLAUSE.                                                  98/04/14
067600     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/04/14
067700         PERFORM GET-THE-PICTURE                                  98/04/14
067800     ELSE                                                         98/04/14
067900     IF TOKEN-TEXT = "OCCURS"                                     98/04/14
068000         PERFORM GET-THE-OCCURS-COUNT                             98/04/14
068100     ELSE                                                         98/04/14
068200     IF TOKEN-TEXT = "REDEFINES"                                  98/04/14
068300         PERFORM GET-THE-REDEF-TARGET                             98/04/14
068400     ELSE                                                         98/04/14
068500     IF TOKEN-TEXT = "COMP" OR TOKEN-TEXT = "COMP-4"              98/04/14
068600     OR TOKEN-TEXT = "BINARY"                                     98/04/14
068700     OR TOKEN-TEXT = "COMPUTATIONAL"                              98/04/14
068800     OR TOKEN-TEXT = "COMPUTATIONAL-4"                            98/04/14
068900         MOVE "C" TO ENTRY-USAGE                                  98/04/14
069000         PERFORM GET-A-TOKEN                                      98/04/14
069100     ELSE                                                         98/04/14
069200     IF TOKEN-TEXT = "COMP-3"                                     98/04/14
069300     OR TOKEN-TEXT = "COMPUTATIONAL-3"                            98/04/14
069400     OR TOKEN-TEXT = "PACKED-DECIMAL"                             98/04/14
069500         MOVE "3" TO ENTRY-USAGE                                  98/04/14
069600         PERFORM GET-A-TOKEN                                      98/04/14
069700     ELSE                                                         98/04/14
069800     IF TOKEN-TEXT = "SEPARATE"                                   98/04/14
069900         MOVE "Y" TO ENTRY-SIGN-SEPARATE                          98/04/14
070000         PERFORM GET-A-TOKEN                                      98/04/14
070100     ELSE                                                         98/04/14
070200         PERFORM GET-A-TOKEN                                      98/04/14
070300     .                                                            98/04/14
070400                                                                  98/04/14
070500 GET-THE-PICTURE.                                                 98/04/14
070600     PERFORM GET-A-TOKEN                                          98/04/14
070700     IF TOKEN-TEXT = "IS"                                         98/04/14
070800         PERFORM GET-A-TOKEN                                      98/04/14
070900     .                                                            98/04/14
071000     IF TOKEN-LENGTH > ZERO                                       98/04/14
071100         MOVE TOKEN-TEXT TO ENTRY-PICTURE                         98/04/14
071200         MOVE "Y" TO ENTRY-HAS-PICTURE                            98/04/14
071300         PERFORM GET-A-TOKEN                                      98/04/14
071400     .                                                            98/04/14
071500                                                                  98/04/14
071600 GET-THE-OCCURS-COUNT.                                            98/04/14
071700     PERFORM GET-A-TOKEN                                          98/04/14
071800     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/04/14
071900     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/04/14
072000         MOVE TOKEN-NUMBER-VALUE TO ENTRY-OCCURS                  98/04/14
072100         PERFORM GET-A-TOKEN                                      98/04/14
072200     .                                                            98/04/14
072300                                                                  98/04/14
072400 GET-THE-REDEF-TARGET.                                            98/04/14
072500     PERFORM GET-A-TOKEN                                          98/04/14
072600     MOVE TOKEN-TEXT TO ENTRY-REDEF-TARGET                        98/04/14
072700     MOVE "Y" TO ENTRY-REDEFINES-FLAG                             98/04/14
072800     PERFORM GET-A-TOKEN                                          98/04/14
072900     .                                                            98/04/14
073000                                                                  98/04/14
073100****************    STATEMENT TOKENIZER    ***************        98/04/14
073200                                                                  98/04/14
073300 GET-A-TOKEN.                                                     98/04/14
073400     MOVE SPACES TO TOKEN-TEXT                                    98/04/14
073500     MOVE ZERO   TO TOKEN-LENGTH                                  98/04/14
073600     PERFORM SKIP-TOKEN-SPACES                                    98/04/14
073700     PERFORM TAKE-ONE-TOKEN-CHAR                                  98/04/14
073800         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/04/14
073900            OR (TOKEN-LENGTH > ZERO                               98/04/14
074000                AND STMT-CHAR (SCAN-POSN + 1) = SPACE)            98/04/14
074100     PERFORM TRIM-THE-TOKEN                                       98/04/14
074200     .                                                            98/04/14
074300                                                                  98/04/14
074400 SKIP-TOKEN-SPACES.                                               98/04/14
074500     PERFORM SKIP-ONE-TOKEN-SPACE                                 98/04/14
074600         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/04/14
074700            OR STMT-CHAR (SCAN-POSN + 1) NOT = SPACE              98/04/14
074800     .                                                            98/04/14
074900                                                                  98/04/14
075000 SKIP-ONE-TOKEN-SPACE.                                            98/04/14
075100     ADD 1 TO SCAN-POSN                                           98/04/14
075200     .                                                            98/04/14
075300                                                                  98/04/14
075400 TAKE-ONE-TOKEN-CHAR.                                             98/04/14
075500     ADD 1 TO SCAN-POSN                                           98/04/14
075600     IF TOKEN-LENGTH < 30                                         98/04/14
075700         ADD 1 TO TOKEN-LENGTH                                    98/04/14
075800         MOVE STMT-CHAR (SCAN-POSN) TO TOKEN-CHAR (TOKEN-LENGTH)  98/04/14
075900     .                                                            98/04/14
076000                                                                  98/04/14
076100*A TERMINATING PERIOD AND THE COMMA AND SEMICOLON SEPARATORS      98/04/14
076200*CLING TO THE TOKEN IN FRONT OF THEM; THEY ARE NOT PART OF IT.    98/04/14
076300 TRIM-THE-TOKEN.                                                  98/04/14
076400     IF TOKEN-LENGTH > ZERO                                       98/04/14
076500        AND (TOKEN-CHAR (TOKEN-LENGTH) = ","                      98/04/14
076600             OR TOKEN-CHAR (TOKEN-LENGTH) = ";")                  98/04/14
076700         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/04/14
076800         SUBTRACT 1 FROM TOKEN-LENGTH                             98/04/14
076900     .                                                            98/04/14
077000     IF TOKEN-LENGTH > ZERO                                       98/04/14
077100        AND TOKEN-CHAR (TOKEN-LENGTH) = "."                       98/04/14
077200        AND SCAN-POSN NOT < STMT-LENGTH                           98/04/14
077300         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/04/14
077400         SUBTRACT 1 FROM TOKEN-LENGTH                             98/04/14
077500     .                                                            98/04/14
077600                                                                  98/04/14
077700 CONVERT-TOKEN-TO-NUMBER.                                         98/04/14
077800     MOVE "Y"  TO TOKEN-IS-NUMERIC-FLAG                           98/04/14
077900     MOVE ZERO TO TOKEN-NUMBER-VALUE                              98/04/14
078000     MOVE ZERO TO TOKEN-DIGIT-NBR                                 98/04/14
078100     IF TOKEN-LENGTH = ZERO                                       98/04/14
078200         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/04/14
078300     ELSE                                                         98/04/14
078400         PERFORM CONVERT-ONE-DIGIT                                98/04/14
078500             UNTIL TOKEN-DIGIT-NBR = TOKEN-LENGTH                 98/04/14
078600                OR TOKEN-IS-NUMERIC-FLAG = "N"                    98/04/14
078700     .                                                            98/04/14
078800                                                                  98/04/14
078900 CONVERT-ONE-DIGIT.                                               98/04/14
079000     ADD 1 TO TOKEN-DIGIT-NBR                                     98/04/14
079100     MOVE TOKEN-CHAR (TOKEN-DIGIT-NBR) TO TOKEN-DIGIT-CHAR        98/04/14
079200     IF TOKEN-DIGIT-CHAR NUMERIC                                  98/04/14
079300         COMPUTE TOKEN-NUMBER-VALUE =                             98/04/14
079400             TOKEN-NUMBER-VALUE * 10 + TOKEN-DIGIT                98/04/14
079500     ELSE                                                         98/04/14
079600         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/04/14
079700     .                                                            98/04/14
079800                                                                  98/04/14
079900****************    LAY OUT ONE ENTRY    ***************          98/04/14
080000                                                                  98/04/14
080100*LEVELS 66, 77 AND 88 NEVER GET THIS FAR: THE LEVEL-NUMBER        98/04/14
080200*FILTER IN PICK-APART-THE-STATEMENT ONLY ADMITS 01 THROUGH 49.    98/04/14
080300 LAYOUT-ONE-DATA-ENTRY.                                           98/04/14
080400     IF REDEF-ACTIVE-FLAG = "Y"                                   98/04/14
080500        AND ENTRY-LEVEL NOT > REDEF-LEVEL                         98/04/14
080600         PERFORM END-REDEFINES-REGION                             98/04/14
080700     .                                                            98/04/14
080800     IF ENTRY-LEVEL = 1                                           98/04/14
080900        AND RECORD-SEEN-FLAG = "Y"                                98/04/14
081000        AND ENTRY-REDEFINES-FLAG = "N"                            98/04/14
081050         PERFORM NOTE-THE-RECORD-LENGTH                           98/04/21
081100         MOVE ZERO TO RECORD-OFFSET                               98/04/14
081200         MOVE ZERO TO NAME-OFFSET-COUNT                           98/04/14
081300         MOVE ENTRY-NAME TO RECORD-VIEW-NAME                      98/04/14
081400     .                                                            98/04/14
081500     MOVE "Y" TO RECORD-SEEN-FLAG                                 98/04/14
081600     IF ENTRY-REDEFINES-FLAG = "Y"                                98/04/14
081700         PERFORM START-REDEFINES-REGION                           98/04/14
081800     .                                                            98/04/14
081900     PERFORM SAVE-THE-ENTRY-OFFSET                                98/04/14
082000     IF REDEF-ACTIVE-FLAG = "Y"                                   98/04/14
082100         MOVE REDEF-VIEW-NAME TO CAP-VIEW                         98/04/14
082200     ELSE                                                         98/04/14
082300         MOVE RECORD-VIEW-NAME TO CAP-VIEW                        98/04/14
082400     .                                                            98/04/14
082500     IF ENTRY-HAS-PICTURE = "Y"                                   98/04/14
082600         PERFORM LAYOUT-ELEMENTARY-ITEM                           98/04/14
082700     ELSE                                                         98/04/14
082800         MOVE "G"  TO CAP-KIND                                    98/04/14
082900         MOVE ZERO TO ENTRY-LENGTH                                98/04/14
083000         PERFORM APPEND-ONE-FIELD-ENTRY                           98/04/14
083025         IF ENTRY-OCCURS > 1                                      98/04/21
083050            AND GROUP-OCCURS-NAME = SPACES                        98/04/21
083075             MOVE ENTRY-NAME TO GROUP-OCCURS-NAME                 98/04/21
083100     .                                                            98/04/14
083200                                                                  98/04/14
083300 LAYOUT-ELEMENTARY-ITEM.                                          98/04/14
083400     MOVE ENTRY-PICTURE TO PPICT-TABLE-TEXT                       98/04/14
083500     MOVE "P" TO PPICT-OPERATION                                  98/04/14
083600     MOVE ENTRY-USAGE TO PPICT-USAGE                              98/04/14
083700     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/04/14
083800     CALL "PPICT"                                                 98/04/14
083900     MOVE PPICT-STORAGE-SIZE TO ENTRY-LENGTH                      98/04/14
084000*A SIGN SEPARATE CLAUSE PUTS THE SIGN IN A CHARACTER OF ITS       98/04/14
084100*OWN, ONE EXTRA BYTE PER OCCURRENCE, FOR DISPLAY USAGE.           98/04/14
084200     IF ENTRY-SIGN-SEPARATE = "Y"                                 98/04/14
084300        AND (ENTRY-USAGE = SPACE OR ENTRY-USAGE = "D")            98/04/14
084400         ADD 1 TO ENTRY-LENGTH                                    98/04/14
084500     .                                                            98/04/14
084600     PERFORM CHOOSE-THE-KIND                                      98/04/14
084700     PERFORM APPEND-ONE-FIELD-ENTRY                               98/04/14
084800     COMPUTE RECORD-OFFSET = RECORD-OFFSET                        98/04/14
084900         + ENTRY-LENGTH * ENTRY-OCCURS                            98/04/14
085000     .                                                            98/04/14
085100                                                                  98/04/14
085200*AN ITEM HOLDS A NUMBER WHEN ITS PICTURE HAS DIGIT POSITIONS AND  98/04/14
085300*PPICT CAN EDIT THROUGH IT, AS IN PPICTCNV; AN ALPHANUMERIC-EDITED98/04/14
085400*PICTURE WITH NO DIGIT POSITIONS (XXBXX) HOLDS TEXT.  AN ITEM     98/04/14
085500*PPICT CANNOT PARSE, AN ITEM PAST BYTE 512 AND A NATIONAL ITEM    98/04/14
085600*ARE NOT EXTRACTED.                                               98/04/14
085700 CHOOSE-THE-KIND.                                                 98/04/14
085800     MOVE SPACE TO CAP-KIND                                       98/04/14
085900     IF PPICT-ERROR-CODE NOT = SPACES                             98/04/14
086000        AND PPICT-ERROR-CODE NOT = "00"                           98/04/14
086100         NEXT SENTENCE                                            98/04/14
086200     ELSE                                                         98/04/14
086300     IF ENTRY-NAME = "FILLER"                                     98/04/14
086400         NEXT SENTENCE                                            98/04/14
086500     ELSE                                                         98/04/14
086600     IF RECORD-OFFSET + ENTRY-LENGTH * ENTRY-OCCURS > 512         98/04/14
086700         NEXT SENTENCE                                            98/04/14
086800     ELSE                                                         98/04/14
086900     IF PPICT-ITEM-TYPE = "9"                                     98/04/14
087000        AND (ENTRY-USAGE = "C" OR ENTRY-USAGE = "3")              98/04/14
087100         MOVE ENTRY-USAGE TO CAP-KIND                             98/04/14
087200     ELSE                                                         98/04/14
087300     IF PPICT-DIGIT-FLAG NOT = SPACE                              98/04/14
087400        AND (PPICT-ITEM-TYPE = "9" OR PPICT-ITEM-TYPE = "N"       98/04/14
087500             OR PPICT-ITEM-TYPE = "E" OR PPICT-ITEM-TYPE = "F")   98/04/14
087600         MOVE "N" TO CAP-KIND                                     98/04/14
087700     ELSE                                                         98/04/14
087800     IF PPICT-ITEM-TYPE = "A" OR PPICT-ITEM-TYPE = "X"            98/04/14
087900     OR PPICT-ITEM-TYPE = "E"                                     98/04/14
088000         MOVE "T" TO CAP-KIND                                     98/04/14
088100     .                                                            98/04/14
088200     IF CAP-KIND = SPACE                                          98/04/14
088300        AND ENTRY-NAME NOT = "FILLER"                             98/04/14
088400         ADD 1 TO FIELDS-NOT-EXTRACTABLE                          98/04/14
088500     .                                                            98/04/14
088600                                                                  98/04/14
088700*AN ENTRY WHOSE VIEW FINDS NO ROOM IN THE VIEW TABLE IS NOT       98/04/14
088800*EXTRACTED, RATHER THAN BE TAKEN FOR THE FIRST DEFINITION.        98/04/14
088900 APPEND-ONE-FIELD-ENTRY.                                          98/04/14
089000     PERFORM FIND-THE-ENTRY-VIEW                                  98/04/14
089100     IF EXT-FIELD-COUNT < 200                                     98/04/14
089200         ADD 1 TO EXT-FIELD-COUNT                                 98/04/14
089300         MOVE ENTRY-NAME     TO EXT-FLD-NAME     (EXT-FIELD-COUNT)98/04/14
089400         MOVE ENTRY-LEVEL    TO EXT-FLD-LEVEL    (EXT-FIELD-COUNT)98/04/14
089500         MOVE ENTRY-PICTURE  TO EXT-FLD-PICTURE  (EXT-FIELD-COUNT)98/04/14
089600         MOVE CAP-KIND       TO EXT-FLD-KIND     (EXT-FIELD-COUNT)98/04/14
089700         MOVE ENTRY-SIGN-SEPARATE                                 98/04/14
089800                             TO EXT-FLD-SIGNSEP  (EXT-FIELD-COUNT)98/04/14
089900         MOVE PPICT-DECIMALS TO EXT-FLD-DECIMALS (EXT-FIELD-COUNT)98/04/14
090000         MOVE RECORD-OFFSET  TO EXT-FLD-OFFSET   (EXT-FIELD-COUNT)98/04/14
090100         MOVE ENTRY-LENGTH   TO EXT-FLD-LENGTH   (EXT-FIELD-COUNT)98/04/14
090200         MOVE ENTRY-OCCURS   TO EXT-FLD-OCCURS   (EXT-FIELD-COUNT)98/04/14
090300         MOVE CAP-VIEW-INDEX TO EXT-FLD-VIEW-IX  (EXT-FIELD-COUNT)98/04/14
090400         MOVE "N"            TO EXT-FLD-IN-VIEW  (EXT-FIELD-COUNT)98/04/14
090500                                EXT-FLD-CHOSEN   (EXT-FIELD-COUNT)98/04/14
090600         MOVE ZERO TO EXT-FLD-NOT-VALID (EXT-FIELD-COUNT)         98/04/14
090700     ELSE                                                         98/04/14
090800         MOVE "Y" TO EXT-OVERFLOW-FLAG                            98/04/14
090900     .                                                            98/04/14
091000                                                                  98/04/14
091100 FIND-THE-ENTRY-VIEW.                                             98/04/14
091200     MOVE ZERO TO CAP-VIEW-INDEX                                  98/04/14
091300     IF CAP-VIEW NOT = SPACES                                     98/04/14
091400         PERFORM LOOK-UP-THE-CAPTURED-VIEW                        98/04/14
091500         IF VIEW-FOUND-FLAG = "N"                                 98/04/14
091600             PERFORM ADD-THE-CAPTURED-VIEW                        98/04/14
091700     .                                                            98/04/14
091800     IF CAP-VIEW-INDEX > ZERO                                     98/04/14
091900        AND ENTRY-HAS-PICTURE = "Y"                               98/04/14
092000         PERFORM WIDEN-THE-VIEW                                   98/04/14
092100     .                                                            98/04/14
092200     IF CAP-VIEW NOT = SPACES                                     98/04/14
092300        AND CAP-VIEW-INDEX = ZERO                                 98/04/14
092400         MOVE SPACE TO CAP-KIND                                   98/04/14
092500     .                                                            98/04/14
092600                                                                  98/04/14
092700 LOOK-UP-THE-CAPTURED-VIEW.                                       98/04/14
092800     MOVE "N"  TO VIEW-FOUND-FLAG                                 98/04/14
092900     MOVE ZERO TO VIEW-INDEX                                      98/04/14
093000     PERFORM CHECK-ONE-VIEW-NAME                                  98/04/14
093100         UNTIL VIEW-INDEX = EXT-VIEW-COUNT                        98/04/14
093200            OR VIEW-FOUND-FLAG = "Y"                              98/04/14
093300     IF VIEW-FOUND-FLAG = "Y"                                     98/04/14
093400         MOVE VIEW-INDEX TO CAP-VIEW-INDEX                        98/04/14
093500     .                                                            98/04/14
093600                                                                  98/04/14
093700 CHECK-ONE-VIEW-NAME.                                             98/04/14
093800     ADD 1 TO VIEW-INDEX                                          98/04/14
093900     IF EXT-VIEW-NAME (VIEW-INDEX) = CAP-VIEW                     98/04/14
094000         MOVE "Y" TO VIEW-FOUND-FLAG                              98/04/14
094100     .                                                            98/04/14
094200                                                                  98/04/14
094300 ADD-THE-CAPTURED-VIEW.                                           98/04/14
094400     IF EXT-VIEW-COUNT < 20                                       98/04/14
094500         ADD 1 TO EXT-VIEW-COUNT                                  98/04/14
094600         MOVE CAP-VIEW      TO EXT-VIEW-NAME   (EXT-VIEW-COUNT)   98/04/14
094700         MOVE RECORD-OFFSET TO EXT-VIEW-START  (EXT-VIEW-COUNT)   98/04/14
094800         MOVE RECORD-OFFSET TO EXT-VIEW-END    (EXT-VIEW-COUNT)   98/04/14
094900         MOVE "N"           TO EXT-VIEW-CHOSEN (EXT-VIEW-COUNT)   98/04/14
095000         MOVE EXT-VIEW-COUNT TO CAP-VIEW-INDEX                    98/04/14
095100     ELSE                                                         98/04/14
095200         MOVE "Y" TO VIEW-OVERFLOW-FLAG                           98/04/14
095300     .                                                            98/04/14
095400                                                                  98/04/14
095500 WIDEN-THE-VIEW.                                                  98/04/14
095600     COMPUTE ENTRY-END-OFFSET = RECORD-OFFSET                     98/04/14
095700         + ENTRY-LENGTH * ENTRY-OCCURS                            98/04/14
095800     IF RECORD-OFFSET < EXT-VIEW-START (CAP-VIEW-INDEX)           98/04/14
095900         MOVE RECORD-OFFSET TO EXT-VIEW-START (CAP-VIEW-INDEX)    98/04/14
096000     .                                                            98/04/14
096100     IF ENTRY-END-OFFSET > EXT-VIEW-END (CAP-VIEW-INDEX)          98/04/14
096200         MOVE ENTRY-END-OFFSET TO EXT-VIEW-END (CAP-VIEW-INDEX)   98/04/14
096300     .                                                            98/04/14
096400                                                                  98/04/14
096500****************    REDEFINES HANDLING    ***************         98/04/14
096600                                                                  98/04/14
096700*A REDEFINES INSIDE A REGION ALREADY OPEN STAYS IN THAT REGION'S  98/04/14
096800*VIEW.                                                            98/04/14
096900 START-REDEFINES-REGION.                                          98/04/14
097000     IF REDEF-ACTIVE-FLAG = "N"                                   98/04/14
097100         MOVE RECORD-OFFSET TO REDEF-SAVED-OFFSET                 98/04/14
097200         MOVE "Y" TO REDEF-ACTIVE-FLAG                            98/04/14
097300         MOVE ENTRY-LEVEL TO REDEF-LEVEL                          98/04/14
097400         MOVE ENTRY-NAME TO REDEF-VIEW-NAME                       98/04/14
097500     .                                                            98/04/14
097600     PERFORM LOOK-UP-THE-TARGET-OFFSET                            98/04/14
097700     .                                                            98/04/14
097800                                                                  98/04/14
097900 END-REDEFINES-REGION.                                            98/04/14
098000     MOVE "N" TO REDEF-ACTIVE-FLAG                                98/04/14
098100     IF REDEF-SAVED-OFFSET > RECORD-OFFSET                        98/04/14
098200         MOVE REDEF-SAVED-OFFSET TO RECORD-OFFSET                 98/04/14
098300     .                                                            98/04/14
098400                                                                  98/04/14
098500 LOOK-UP-THE-TARGET-OFFSET.                                       98/04/14
098600     MOVE "N"  TO LOOKUP-FOUND-FLAG                               98/04/14
098700     MOVE ZERO TO LOOKUP-INDEX                                    98/04/14
098800     PERFORM CHECK-ONE-SAVED-NAME                                 98/04/14
098900         UNTIL LOOKUP-INDEX = NAME-OFFSET-COUNT                   98/04/14
099000            OR LOOKUP-FOUND-FLAG = "Y"                            98/04/14
099100     IF LOOKUP-FOUND-FLAG = "Y"                                   98/04/14
099200         MOVE SAVED-OFFSET (LOOKUP-INDEX) TO RECORD-OFFSET        98/04/14
099300     .                                                            98/04/14
099400                                                                  98/04/14
099500 CHECK-ONE-SAVED-NAME.                                            98/04/14
099600     ADD 1 TO LOOKUP-INDEX                                        98/04/14
099700     IF SAVED-NAME (LOOKUP-INDEX) = ENTRY-REDEF-TARGET            98/04/14
099800         MOVE "Y" TO LOOKUP-FOUND-FLAG                            98/04/14
099900     .                                                            98/04/14
100000                                                                  98/04/14
100100 SAVE-THE-ENTRY-OFFSET.                                           98/04/14
100200     IF NAME-OFFSET-COUNT < 100                                   98/04/14
100300         ADD 1 TO NAME-OFFSET-COUNT                               98/04/14
100400         MOVE ENTRY-NAME    TO SAVED-NAME   (NAME-OFFSET-COUNT)   98/04/14
100500         MOVE RECORD-OFFSET TO SAVED-OFFSET (NAME-OFFSET-COUNT)   98/04/14
100600     .                                                            98/04/14
100700                                                                  98/04/14
100800 FINISH-THE-LAYOUT.                                               98/04/14
100900     IF REDEF-ACTIVE-FLAG = "Y"                                   98/04/14
101000         PERFORM END-REDEFINES-REGION                             98/04/14
101100     .                                                            98/04/14
101109     IF RECORD-SEEN-FLAG = "Y"                                    98/04/21
101118         PERFORM NOTE-THE-RECORD-LENGTH                           98/04/21
101127     .                                                            98/04/21
101136                                                                  98/04/21
101145*THE RECORD LENGTH IS THAT OF THE FIRST 01; A LATER 01 IS A VIEW  98/04/21
101154*OF THE SAME RECORD AND DOES NOT CHANGE IT.                       98/04/21
101163 NOTE-THE-RECORD-LENGTH.                                          98/04/21
101172     IF EXT-RECORD-LENGTH = ZERO                                  98/04/21
101181         MOVE RECORD-OFFSET TO EXT-RECORD-LENGTH                  98/04/21
101190     .                                                            98/04/21
101200                                                                  98/04/14
101300****************    CHOOSING THE COLUMNS    ***************       98/04/14
101400                                                                  98/04/14
101500 CHOOSE-THE-VIEWS.                                                98/04/14
101600     MOVE ZERO TO CARD-INDEX                                      98/04/14
101700     PERFORM CHOOSE-ONE-VIEW                                      98/04/14
101800         UNTIL CARD-INDEX = CARD-COUNT                            98/04/14
101900     .                                                            98/04/14
102000                                                                  98/04/14
102100 CHOOSE-ONE-VIEW.                                                 98/04/14
102200     ADD 1 TO CARD-INDEX                                          98/04/14
102300     IF CRD-TYPE (CARD-INDEX) = "VIEW"                            98/04/14
102400        AND CRD-NOTE (CARD-INDEX) = SPACES                        98/04/14
102500         MOVE CRD-NAME (CARD-INDEX) TO CAP-VIEW                   98/04/14
102600         PERFORM LOOK-UP-THE-CAPTURED-VIEW                        98/04/14
102700         IF VIEW-FOUND-FLAG = "Y"                                 98/04/14
102800             MOVE "Y" TO EXT-VIEW-CHOSEN (VIEW-INDEX)             98/04/14
102900             ADD 1 TO VIEWS-CHOSEN                                98/04/14
103000         ELSE                                                     98/04/14
103100             MOVE "VIEW NOT IN THE LAYOUT" TO CARD-ERROR-TEXT     98/04/14
103200             PERFORM NOTE-A-CARD-ERROR                            98/04/14
103300     .                                                            98/04/14
103400                                                                  98/04/14
103500*AN ENTRY OF A VIEW IS IN WHEN ITS VIEW WAS CHOSEN; AN ENTRY OF   98/04/14
103600*THE FIRST DEFINITION IS IN UNLESS A VIEW CHOSEN OVERLAYS ANY OF  98/04/14
103700*ITS BYTES.  A GROUP HAS NO LENGTH HERE, SO IT IS NEVER           98/04/14
103800*OVERLAID; THE ENTRIES UNDER IT ARE, ONE BY ONE.                  98/04/14
103900 MARK-THE-FIELDS-IN-VIEW.                                         98/04/14
104000     MOVE ZERO TO EXT-INDEX                                       98/04/14
104100     PERFORM MARK-ONE-FIELD-IN-VIEW                               98/04/14
104200         UNTIL EXT-INDEX = EXT-FIELD-COUNT                        98/04/14
104300     .                                                            98/04/14
104400                                                                  98/04/14
104500 MARK-ONE-FIELD-IN-VIEW.                                          98/04/14
104600     ADD 1 TO EXT-INDEX                                           98/04/14
104700     IF EXT-FLD-VIEW-IX (EXT-INDEX) > ZERO                        98/04/14
104800         MOVE EXT-FLD-VIEW-IX (EXT-INDEX) TO VIEW-INDEX           98/04/14
104900         MOVE EXT-VIEW-CHOSEN (VIEW-INDEX)                        98/04/14
105000             TO EXT-FLD-IN-VIEW (EXT-INDEX)                       98/04/14
105100     ELSE                                                         98/04/14
105200         MOVE "Y" TO EXT-FLD-IN-VIEW (EXT-INDEX)                  98/04/14
105300         COMPUTE ENTRY-END-OFFSET = EXT-FLD-OFFSET (EXT-INDEX)    98/04/14
105400             + EXT-FLD-LENGTH (EXT-INDEX)                         98/04/14
105500             * EXT-FLD-OCCURS (EXT-INDEX)                         98/04/14
105600         MOVE ZERO TO VIEW-INDEX                                  98/04/14
105700         PERFORM CHECK-ONE-VIEW-OVERLAY                           98/04/14
105800             UNTIL VIEW-INDEX = EXT-VIEW-COUNT                    98/04/14
105900     .                                                            98/04/14
106000                                                                  98/04/14
106100 CHECK-ONE-VIEW-OVERLAY.                                          98/04/14
106200     ADD 1 TO VIEW-INDEX                                          98/04/14
106300     IF EXT-VIEW-CHOSEN (VIEW-INDEX) = "Y"                        98/04/14
106400        AND EXT-FLD-OFFSET (EXT-INDEX) < EXT-VIEW-END (VIEW-INDEX)98/04/14
106500        AND EXT-VIEW-START (VIEW-INDEX) < ENTRY-END-OFFSET        98/04/14
106600         MOVE "N" TO EXT-FLD-IN-VIEW (EXT-INDEX)                  98/04/14
106700     .                                                            98/04/14
106800                                                                  98/04/14
106900*WITHOUT A GOOD FIELD CARD EVERY FIELD IN VIEW IS TAKEN.  A       98/04/14
107000*FIELD CARD IN ERROR TAKES NOTHING, BUT STILL COUNTS: THE RUN     98/04/14
107100*STOPS ON IT BEFORE ANY ROW IS WRITTEN.                           98/04/14
107200 CHOOSE-THE-COLUMNS.                                              98/04/14
107300     IF FIELD-CARD-COUNT = ZERO                                   98/04/14
107400         MOVE ZERO TO EXT-INDEX                                   98/04/14
107500         PERFORM CHOOSE-ONE-FIELD-IN-VIEW                         98/04/14
107600             UNTIL EXT-INDEX = EXT-FIELD-COUNT                    98/04/14
107700     ELSE                                                         98/04/14
107800         MOVE ZERO TO CARD-INDEX                                  98/04/14
107900         PERFORM CHOOSE-ONE-FIELD-CARD                            98/04/14
108000             UNTIL CARD-INDEX = CARD-COUNT                        98/04/14
108100     .                                                            98/04/14
108200                                                                  98/04/14
108300 CHOOSE-ONE-FIELD-IN-VIEW.                                        98/04/14
108400     ADD 1 TO EXT-INDEX                                           98/04/14
108500     PERFORM CHOOSE-THE-FIELD-IF-IN-VIEW                          98/04/14
108600     .                                                            98/04/14
108700                                                                  98/04/14
108800 CHOOSE-THE-FIELD-IF-IN-VIEW.                                     98/04/14
108900     IF EXT-FLD-IN-VIEW (EXT-INDEX) = "Y"                         98/04/14
109000        AND EXT-FLD-KIND (EXT-INDEX) NOT = SPACE                  98/04/14
109100        AND EXT-FLD-KIND (EXT-INDEX) NOT = "G"                    98/04/14
109200         MOVE "Y" TO EXT-FLD-CHOSEN (EXT-INDEX)                   98/04/14
109300         MOVE "Y" TO MATCH-CHOSEN-FLAG                            98/04/14
109400     .                                                            98/04/14
109500                                                                  98/04/14
109600 CHOOSE-ONE-FIELD-CARD.                                           98/04/14
109700     ADD 1 TO CARD-INDEX                                          98/04/14
109800     IF CRD-TYPE (CARD-INDEX) = "FIELD"                           98/04/14
109900        AND CRD-NOTE (CARD-INDEX) = SPACES                        98/04/14
110000         PERFORM MATCH-THE-FIELD-CARD                             98/04/14
110100     .                                                            98/04/14
110200                                                                  98/04/14
110300*EVERY ENTRY OF THE NAME IS TAKEN, SINCE THE SAME NAME MAY BE     98/04/14
110400*GIVEN IN MORE THAN ONE VIEW.                                     98/04/14
110500 MATCH-THE-FIELD-CARD.                                            98/04/14
110600     MOVE "N"  TO MATCH-FOUND-FLAG                                98/04/14
110700                  MATCH-IN-VIEW-FLAG                              98/04/14
110800                  MATCH-CHOSEN-FLAG                               98/04/14
110900     MOVE ZERO TO MEMBER-INDEX                                    98/04/14
111000     PERFORM MATCH-ONE-MEMBER-ENTRY                               98/04/14
111100         UNTIL MEMBER-INDEX = EXT-FIELD-COUNT                     98/04/14
111200     MOVE SPACES TO CARD-ERROR-TEXT                               98/04/14
111300     IF MATCH-FOUND-FLAG = "N"                                    98/04/14
111400         MOVE "FIELD NOT IN THE LAYOUT" TO CARD-ERROR-TEXT        98/04/14
111500     ELSE                                                         98/04/14
111600     IF MATCH-CHOSEN-FLAG = "Y"                                   98/04/14
111700         NEXT SENTENCE                                            98/04/14
111800     ELSE                                                         98/04/14
111900     IF MATCH-IN-VIEW-FLAG = "Y"                                  98/04/14
112000         MOVE "NO FIELD UNDER IT CAN BE EXTRACTED"                98/04/14
112100             TO CARD-ERROR-TEXT                                   98/04/14
112200     ELSE                                                         98/04/14
112300         MOVE "FIELD NOT IN THE VIEWS CHOSEN" TO CARD-ERROR-TEXT  98/04/14
112400     .                                                            98/04/14
112500     IF CARD-ERROR-TEXT NOT = SPACES                              98/04/14
112600         PERFORM NOTE-A-CARD-ERROR                                98/04/14
112700     .                                                            98/04/14
112800                                                                  98/04/14
112900 MATCH-ONE-MEMBER-ENTRY.                                          98/04/14
113000     ADD 1 TO MEMBER-INDEX                                        98/04/14
113100     IF EXT-FLD-NAME (MEMBER-INDEX) = CRD-NAME (CARD-INDEX)       98/04/14
113200         MOVE "Y" TO MATCH-FOUND-FLAG                             98/04/14
113300         IF EXT-FLD-IN-VIEW (MEMBER-INDEX) = "Y"                  98/04/14
113400             MOVE "Y" TO MATCH-IN-VIEW-FLAG                       98/04/14
113500             PERFORM CHOOSE-THE-MATCHED-ENTRY                     98/04/14
113600     .                                                            98/04/14
113700                                                                  98/04/14
113800 CHOOSE-THE-MATCHED-ENTRY.                                        98/04/14
113900     MOVE MEMBER-INDEX TO EXT-INDEX                               98/04/14
114000     IF EXT-FLD-KIND (MEMBER-INDEX) = "G"                         98/04/14
114100         MOVE EXT-FLD-LEVEL (MEMBER-INDEX) TO GROUP-LEVEL         98/04/14
114200         MOVE "N" TO GROUP-ENDED-FLAG                             98/04/14
114300         PERFORM CHOOSE-ONE-SUBORDINATE-FIELD                     98/04/14
114400             UNTIL EXT-INDEX = EXT-FIELD-COUNT                    98/04/14
114500                OR GROUP-ENDED-FLAG = "Y"                         98/04/14
114600     ELSE                                                         98/04/14
114700         PERFORM CHOOSE-THE-FIELD-IF-IN-VIEW                      98/04/14
114800     .                                                            98/04/14
114900                                                                  98/04/14
115000*THE GROUP ENDS AT THE FIRST ENTRY WHOSE LEVEL IS NOT BELOW IT.   98/04/14
115100 CHOOSE-ONE-SUBORDINATE-FIELD.                                    98/04/14
115200     ADD 1 TO EXT-INDEX                                           98/04/14
115300     IF EXT-FLD-LEVEL (EXT-INDEX) NOT > GROUP-LEVEL               98/04/14
115400         MOVE "Y" TO GROUP-ENDED-FLAG                             98/04/14
115500     ELSE                                                         98/04/14
115600         PERFORM CHOOSE-THE-FIELD-IF-IN-VIEW                      98/04/14
115700     .                                                            98/04/14
115800                                                                  98/04/14
115900 LIST-THE-FIELD-LIST.                                             98/04/14
116000     MOVE CARD-HEADING-LINE TO COLUMN-HEADING-LINE                98/04/14
116100     MOVE "***** DELIMITED EXTRACT - FIELD LIST *****"            98/04/14
116200         TO PRINT-WORK-LINE                                       98/04/14
116300     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
116400     MOVE SPACES TO PRINT-WORK-LINE                               98/04/14
116500     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
116600     IF CARD-COUNT = ZERO                                         98/04/14
116700         MOVE "NO FIELD LIST CARDS - EVERY FIELD IS EXTRACTED"    98/04/14
116800             TO PRINT-WORK-LINE                                   98/04/14
116900         PERFORM WRITE-A-PRINT-LINE                               98/04/14
117000     .                                                            98/04/14
117100     MOVE ZERO TO CARD-INDEX                                      98/04/14
117200     PERFORM LIST-ONE-CARD                                        98/04/14
117300         UNTIL CARD-INDEX = CARD-COUNT                            98/04/14
117400     IF CARDS-NOT-KEPT > ZERO                                     98/04/14
117500         MOVE "*** MORE THAN 60 CARDS - THE REST NOT READ"        98/04/14
117600             TO PRINT-WORK-LINE                                   98/04/14
117700         PERFORM WRITE-A-PRINT-LINE                               98/04/14
117800     .                                                            98/04/14
117900     IF EXT-OVERFLOW-FLAG = "Y"                                   98/04/14
118000         MOVE "SOME ENTRIES OMITTED - FIELD TABLE FULL"           98/04/14
118100             TO PRINT-WORK-LINE                                   98/04/14
118200         PERFORM WRITE-A-PRINT-LINE                               98/04/14
118300     .                                                            98/04/14
118400     IF VIEW-OVERFLOW-FLAG = "Y"                                  98/04/14
118500         MOVE "SOME VIEWS OMITTED - VIEW TABLE FULL"              98/04/14
118600             TO PRINT-WORK-LINE                                   98/04/14
118700         PERFORM WRITE-A-PRINT-LINE                               98/04/14
118800     .                                                            98/04/14
118816     IF GROUP-OCCURS-NAME NOT = SPACES                            98/04/21
118832         MOVE GROUP-OCCURS-NAME TO GOL-NAME                       98/04/21
118848         MOVE GROUP-OCCURS-LINE TO PRINT-WORK-LINE                98/04/21
118864         PERFORM WRITE-A-PRINT-LINE                               98/04/21
118880     .                                                            98/04/21
118900                                                                  98/04/14
119000 LIST-ONE-CARD.                                                   98/04/14
119100     ADD 1 TO CARD-INDEX                                          98/04/14
119200     MOVE CRD-TYPE (CARD-INDEX) TO CLL-TYPE                       98/04/14
119300     MOVE CRD-GAP  (CARD-INDEX) TO CLL-GAP                        98/04/14
119400     MOVE CRD-NAME (CARD-INDEX) TO CLL-NAME                       98/04/14
119500     MOVE CRD-NOTE (CARD-INDEX) TO CLL-NOTE                       98/04/14
119600     MOVE CARD-LIST-LINE TO PRINT-WORK-LINE                       98/04/14
119700     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
119800     .                                                            98/04/14
119900                                                                  98/04/14
119960*A CARD IN ERROR, A GROUP THAT OCCURS OR A LAYOUT WITH NOTHING TO 98/04/21
120020*EXTRACT STOPS THE RUN BEFORE ANY ROW IS WRITTEN.  A GROUP THAT   98/04/21
120080*OCCURS IS LAID OUT ONCE ONLY, SO EVERY OFFSET AFTER ITS FIRST    98/04/21
120140*OCCURRENCE WOULD BE WRONG.                                       98/04/21
120200 CHECK-THE-RUN.                                                   98/04/14
120300     IF EXT-FIELD-COUNT = ZERO                                    98/04/14
120400         MOVE "NO DATA ENTRIES ON COPYSRC" TO RUN-ERROR-TEXT      98/04/14
120500     ELSE                                                         98/04/14
120600     IF CARD-ERROR-COUNT > ZERO                                   98/04/14
120700         MOVE "FIELD LIST IN ERROR" TO RUN-ERROR-TEXT             98/04/14
120725     ELSE                                                         98/04/21
120750     IF GROUP-OCCURS-NAME NOT = SPACES                            98/04/21
120775         MOVE "GROUP OCCURS NOT EXPANDED" TO RUN-ERROR-TEXT       98/04/21
120800     .                                                            98/04/14
120900     MOVE ZERO TO EXT-INDEX                                       98/04/14
121000     PERFORM COUNT-ONE-FIELD-COLUMNS                              98/04/14
121100         UNTIL EXT-INDEX = EXT-FIELD-COUNT                        98/04/14
121200     IF RUN-ERROR-TEXT = SPACES                                   98/04/14
121300        AND COLUMNS-PER-ROW = ZERO                                98/04/14
121400         MOVE "NO FIELDS TO EXTRACT" TO RUN-ERROR-TEXT            98/04/14
121500     .                                                            98/04/14
121600     IF RUN-ERROR-TEXT NOT = SPACES                               98/04/14
121700         MOVE 8 TO RUN-SEVERITY                                   98/04/14
121800         MOVE SPACES TO PRINT-WORK-LINE                           98/04/14
121900         PERFORM WRITE-A-PRINT-LINE                               98/04/14
122000         MOVE RUN-ERROR-TEXT TO REL-TEXT                          98/04/14
122100         MOVE RUN-ERROR-LINE TO PRINT-WORK-LINE                   98/04/14
122200         PERFORM WRITE-A-PRINT-LINE                               98/04/14
122300     .                                                            98/04/14
122400                                                                  98/04/14
122500 COUNT-ONE-FIELD-COLUMNS.                                         98/04/14
122600     ADD 1 TO EXT-INDEX                                           98/04/14
122700     IF EXT-FLD-CHOSEN (EXT-INDEX) = "Y"                          98/04/14
122800         ADD EXT-FLD-OCCURS (EXT-INDEX) TO COLUMNS-PER-ROW        98/04/14
122900     .                                                            98/04/14
123000                                                                  98/04/14
123100****************    THE EXTRACT    ***************                98/04/14
123200                                                                  98/04/14
123300 START-THE-EXTRACT.                                               98/04/14
123400     IF RUN-SEVERITY = ZERO                                       98/04/14
123500         PERFORM WRITE-THE-HEADER-ROW                             98/04/14
123600         PERFORM READ-A-DATA-RECORD                               98/04/14
123700     ELSE                                                         98/04/14
123800         MOVE "Y" TO END-OF-DATA-FLAG                             98/04/14
123900     .                                                            98/04/14
124000                                                                  98/04/14
124100 READ-A-DATA-RECORD.                                              98/04/14
124200     READ DATA-FILE                                               98/04/14
124300         AT END                                                   98/04/14
124400             MOVE "Y" TO END-OF-DATA-FLAG                         98/04/14
124500     .                                                            98/04/14
124600                                                                  98/04/14
124700 WRITE-THE-HEADER-ROW.                                            98/04/14
124800     PERFORM START-A-ROW                                          98/04/14
124900     MOVE ZERO TO EXT-INDEX                                       98/04/14
125000     PERFORM NAME-ONE-FIELD                                       98/04/14
125100         UNTIL EXT-INDEX = EXT-FIELD-COUNT                        98/04/14
125200     PERFORM WRITE-THE-ROW                                        98/04/14
125300     .                                                            98/04/14
125400                                                                  98/04/14
125500 NAME-ONE-FIELD.                                                  98/04/14
125600     ADD 1 TO EXT-INDEX                                           98/04/14
125700     IF EXT-FLD-CHOSEN (EXT-INDEX) = "Y"                          98/04/14
125800         MOVE EXT-FLD-NAME (EXT-INDEX) TO HEADER-NAME-AREA        98/04/14
125900         MOVE 30 TO HEADER-NAME-LENGTH                            98/04/14
126000         PERFORM SHORTEN-THE-HEADER-NAME                          98/04/14
126100             UNTIL HEADER-NAME-LENGTH = ZERO                      98/04/14
126200                OR HEADER-NAME-CHAR (HEADER-NAME-LENGTH)          98/04/14
126300                   NOT = SPACE                                    98/04/14
126400         MOVE ZERO TO OCC-NUMBER                                  98/04/14
126500         PERFORM NAME-ONE-OCCURRENCE                              98/04/14
126600             UNTIL OCC-NUMBER = EXT-FLD-OCCURS (EXT-INDEX)        98/04/14
126700     .                                                            98/04/14
126800                                                                  98/04/14
126900 SHORTEN-THE-HEADER-NAME.                                         98/04/14
127000     SUBTRACT 1 FROM HEADER-NAME-LENGTH                           98/04/14
127100     .                                                            98/04/14
127200                                                                  98/04/14
127300*A FIELD THAT OCCURS IS NAMED WITH ITS SUBSCRIPT, THE FIELD       98/04/14
127400*THAT DOES NOT WITH ITS NAME ALONE.                               98/04/14
127500 NAME-ONE-OCCURRENCE.                                             98/04/14
127600     ADD 1 TO OCC-NUMBER                                          98/04/14
127700     PERFORM START-A-CELL                                         98/04/14
127800     MOVE ZERO TO HEADER-NAME-POSN                                98/04/14
127900     PERFORM PUT-ONE-NAME-CHAR                                    98/04/14
128000         UNTIL HEADER-NAME-POSN = HEADER-NAME-LENGTH              98/04/14
128100     IF EXT-FLD-OCCURS (EXT-INDEX) > 1                            98/04/14
128200         MOVE "(" TO ROW-PUT-CHAR                                 98/04/14
128300         PERFORM PUT-ONE-ROW-CHAR                                 98/04/14
128400         MOVE OCC-NUMBER TO RAW-NUMBER                            98/04/14
128500         MOVE ZERO TO NUMBER-DECIMALS                             98/04/14
128600         MOVE "+"  TO SIGN-CHAR                                   98/04/14
128700         PERFORM PUT-THE-NUMBER                                   98/04/14
128800         MOVE ")" TO ROW-PUT-CHAR                                 98/04/14
128900         PERFORM PUT-ONE-ROW-CHAR                                 98/04/14
129000     .                                                            98/04/14
129100                                                                  98/04/14
129200 PUT-ONE-NAME-CHAR.                                               98/04/14
129300     ADD 1 TO HEADER-NAME-POSN                                    98/04/14
129400     MOVE HEADER-NAME-CHAR (HEADER-NAME-POSN) TO ROW-PUT-CHAR     98/04/14
129500     PERFORM PUT-ONE-ROW-CHAR                                     98/04/14
129600     .                                                            98/04/14
129700                                                                  98/04/14
129733*A RECORD OF THE WRONG LENGTH IS STILL EXTRACTED, AS PPICTCHK     98/04/21
129766*STILL CHECKS ONE, BUT ONLY AS FAR AS IT GOES.                    98/04/21
129800 EXTRACT-ONE-RECORD.                                              98/04/14
129900     ADD 1 TO RECORDS-READ                                        98/04/14
129925     IF DATA-REC-LENGTH NOT = EXT-RECORD-LENGTH                   98/04/21
129950         ADD 1 TO RECORDS-WRONG-LENGTH                            98/04/21
129975     .                                                            98/04/21
130000     PERFORM START-A-ROW                                          98/04/14
130100     MOVE ZERO TO EXT-INDEX                                       98/04/14
130200     PERFORM EXTRACT-ONE-FIELD                                    98/04/14
130300         UNTIL EXT-INDEX = EXT-FIELD-COUNT                        98/04/14
130400     PERFORM WRITE-THE-ROW                                        98/04/14
130500     ADD 1 TO RECORDS-WRITTEN                                     98/04/14
130600     PERFORM READ-A-DATA-RECORD                                   98/04/14
130700     .                                                            98/04/14
130800                                                                  98/04/14
130900 EXTRACT-ONE-FIELD.                                               98/04/14
131000     ADD 1 TO EXT-INDEX                                           98/04/14
131100     IF EXT-FLD-CHOSEN (EXT-INDEX) = "Y"                          98/04/14
131200         MOVE ZERO TO OCC-NUMBER                                  98/04/14
131300         PERFORM EXTRACT-ONE-OCCURRENCE                           98/04/14
131400             UNTIL OCC-NUMBER = EXT-FLD-OCCURS (EXT-INDEX)        98/04/14
131500     .                                                            98/04/14
131600                                                                  98/04/14
131700 EXTRACT-ONE-OCCURRENCE.                                          98/04/14
131800     ADD 1 TO OCC-NUMBER                                          98/04/14
131900     COMPUTE OCC-BASE-OFFSET = EXT-FLD-OFFSET (EXT-INDEX)         98/04/14
132000         + (OCC-NUMBER - 1) * EXT-FLD-LENGTH (EXT-INDEX)          98/04/14
132100     PERFORM START-A-CELL                                         98/04/14
132120     IF OCC-BASE-OFFSET + EXT-FLD-LENGTH (EXT-INDEX)              98/04/21
132140            > DATA-REC-LENGTH                                     98/04/21
132160         ADD 1 TO CELLS-PAST-RECORD-END                           98/04/21
132180     ELSE                                                         98/04/21
132200     IF EXT-FLD-KIND (EXT-INDEX) = "T"                            98/04/14
132300         PERFORM PUT-THE-TEXT                                     98/04/14
132400     ELSE                                                         98/04/14
132500         PERFORM GET-THE-FIELD-VALUE                              98/04/14
132600         IF VALUE-OK-FLAG = "Y"                                   98/04/14
132700             PERFORM PUT-THE-NUMBER                               98/04/14
132800         ELSE                                                     98/04/14
132900             ADD 1 TO VALUES-NOT-VALID                            98/04/14
133000             ADD 1 TO EXT-FLD-NOT-VALID (EXT-INDEX)               98/04/14
133100     .                                                            98/04/14
133200                                                                  98/04/14
133300****************    BUILDING A ROW    ***************             98/04/14
133400                                                                  98/04/14
133500 START-A-ROW.                                                     98/04/14
133600     MOVE ZERO TO ROW-LENGTH                                      98/04/14
133700     MOVE "N"  TO ROW-CUT-FLAG                                    98/04/14
133800     MOVE "Y"  TO FIRST-CELL-FLAG                                 98/04/14
133900     .                                                            98/04/14
134000                                                                  98/04/14
134100 START-A-CELL.                                                    98/04/14
134200     IF FIRST-CELL-FLAG = "Y"                                     98/04/14
134300         MOVE "N" TO FIRST-CELL-FLAG                              98/04/14
134400     ELSE                                                         98/04/14
134500         MOVE DELIMITER-CHAR TO ROW-PUT-CHAR                      98/04/14
134600         PERFORM PUT-ONE-ROW-CHAR                                 98/04/14
134700     .                                                            98/04/14
134800                                                                  98/04/14
134900 PUT-ONE-ROW-CHAR.                                                98/04/14
135000     IF ROW-LENGTH < 4000                                         98/04/14
135100         ADD 1 TO ROW-LENGTH                                      98/04/14
135200         MOVE ROW-PUT-CHAR TO ROW-CHAR (ROW-LENGTH)               98/04/14
135300     ELSE                                                         98/04/14
135400         MOVE "Y" TO ROW-CUT-FLAG                                 98/04/14
135500     .                                                            98/04/14
135600                                                                  98/04/14
135700*A ROW OF ONE EMPTY COLUMN STILL TAKES A LINE, AS ONE SPACE.      98/04/14
135800 WRITE-THE-ROW.                                                   98/04/14
135900     IF ROW-CUT-FLAG = "Y"                                        98/04/14
136000         ADD 1 TO ROWS-CUT                                        98/04/14
136100     .                                                            98/04/14
136200     IF ROW-LENGTH = ZERO                                         98/04/14
136300         MOVE 1 TO ROW-LENGTH                                     98/04/14
136400         MOVE SPACE TO ROW-CHAR (1)                               98/04/14
136500     .                                                            98/04/14
136600     MOVE ROW-AREA   TO EXTRACT-LINE                              98/04/14
136700     MOVE ROW-LENGTH TO EXTRACT-LINE-LENGTH                       98/04/14
136800     WRITE EXTRACT-LINE                                           98/04/14
136900     .                                                            98/04/14
137000                                                                  98/04/14
137100*THE TEXT BETWEEN ITS FIRST AND LAST NON-BLANK CHARACTERS, IN     98/04/14
137200*QUOTES, ANY QUOTE IN IT DOUBLED; A BLANK FIELD GIVES TWO QUOTES. 98/04/14
137300 PUT-THE-TEXT.                                                    98/04/14
137400     COMPUTE FIRST-TEXT-POSN = OCC-BASE-OFFSET + 1                98/04/14
137500     COMPUTE LAST-TEXT-POSN = OCC-BASE-OFFSET                     98/04/14
137600         + EXT-FLD-LENGTH (EXT-INDEX)                             98/04/14
137700     PERFORM SKIP-A-LEADING-SPACE                                 98/04/14
137800         UNTIL FIRST-TEXT-POSN > LAST-TEXT-POSN                   98/04/14
137900            OR DATA-BYTE (FIRST-TEXT-POSN) NOT = SPACE            98/04/14
138000     PERFORM SKIP-A-TRAILING-SPACE                                98/04/14
138100         UNTIL LAST-TEXT-POSN < FIRST-TEXT-POSN                   98/04/14
138200            OR DATA-BYTE (LAST-TEXT-POSN) NOT = SPACE             98/04/14
138300     MOVE QUOTE TO ROW-PUT-CHAR                                   98/04/14
138400     PERFORM PUT-ONE-ROW-CHAR                                     98/04/14
138500     MOVE FIRST-TEXT-POSN TO BYTE-POSN                            98/04/14
138600     PERFORM PUT-ONE-TEXT-CHAR                                    98/04/14
138700         UNTIL BYTE-POSN > LAST-TEXT-POSN                         98/04/14
138800     MOVE QUOTE TO ROW-PUT-CHAR                                   98/04/14
138900     PERFORM PUT-ONE-ROW-CHAR                                     98/04/14
139000     .                                                            98/04/14
139100                                                                  98/04/14
139200 SKIP-A-LEADING-SPACE.                                            98/04/14
139300     ADD 1 TO FIRST-TEXT-POSN                                     98/04/14
139400     .                                                            98/04/14
139500                                                                  98/04/14
139600 SKIP-A-TRAILING-SPACE.                                           98/04/14
139700     SUBTRACT 1 FROM LAST-TEXT-POSN                               98/04/14
139800     .                                                            98/04/14
139900                                                                  98/04/14
140000 PUT-ONE-TEXT-CHAR.                                               98/04/14
140100     MOVE DATA-BYTE (BYTE-POSN) TO ROW-PUT-CHAR                   98/04/14
140200     PERFORM PUT-ONE-ROW-CHAR                                     98/04/14
140300     IF ROW-PUT-CHAR = QUOTE                                      98/04/14
140400         PERFORM PUT-ONE-ROW-CHAR                                 98/04/14
140500     .                                                            98/04/14
140600     ADD 1 TO BYTE-POSN                                           98/04/14
140700     .                                                            98/04/14
140800                                                                  98/04/14
140900*THE DIGITS OF RAW-NUMBER, THE LAST NUMBER-DECIMALS OF THEM       98/04/14
141000*AFTER THE DECIMAL POINT, WITHOUT LEADING ZEROS BUT FOR THE ONE   98/04/14
141100*IN FRONT OF THE POINT, AND A MINUS IN FRONT WHEN THE SIGN IS     98/04/14
141200*NEGATIVE AND THE VALUE IS NOT ZERO.                              98/04/14
141300 PUT-THE-NUMBER.                                                  98/04/14
141400     MOVE RAW-NUMBER TO NUMBER-DIGITS                             98/04/14
141500     IF NUMBER-DECIMALS > 18                                      98/04/14
141600         MOVE 18 TO NUMBER-DECIMALS                               98/04/14
141700     .                                                            98/04/14
141800     IF NUMBER-DECIMALS < ZERO                                    98/04/14
141900         MOVE ZERO TO NUMBER-DECIMALS                             98/04/14
142000     .                                                            98/04/14
142100     COMPUTE NUMBER-INT-END = 19 - NUMBER-DECIMALS                98/04/14
142200     MOVE 1 TO NUMBER-POSN                                        98/04/14
142300     PERFORM SKIP-A-LEADING-ZERO                                  98/04/14
142400         UNTIL NUMBER-POSN = NUMBER-INT-END                       98/04/14
142500            OR NUMBER-CHAR (NUMBER-POSN) NOT = "0"                98/04/14
142600     IF SIGN-CHAR = "-"                                           98/04/14
142700        AND RAW-NUMBER NOT = ZERO                                 98/04/14
142800         MOVE "-" TO ROW-PUT-CHAR                                 98/04/14
142900         PERFORM PUT-ONE-ROW-CHAR                                 98/04/14
143000     .                                                            98/04/14
143100     PERFORM PUT-ONE-NUMBER-CHAR                                  98/04/14
143200         UNTIL NUMBER-POSN > 19                                   98/04/14
143300     .                                                            98/04/14
143400                                                                  98/04/14
143500 SKIP-A-LEADING-ZERO.                                             98/04/14
143600     ADD 1 TO NUMBER-POSN                                         98/04/14
143700     .                                                            98/04/14
143800                                                                  98/04/14
143900 PUT-ONE-NUMBER-CHAR.                                             98/04/14
144000     MOVE NUMBER-CHAR (NUMBER-POSN) TO ROW-PUT-CHAR               98/04/14
144100     PERFORM PUT-ONE-ROW-CHAR                                     98/04/14
144200     IF NUMBER-POSN = NUMBER-INT-END                              98/04/14
144300        AND NUMBER-INT-END < 19                                   98/04/14
144400         MOVE POINT-CHAR TO ROW-PUT-CHAR                          98/04/14
144500         PERFORM PUT-ONE-ROW-CHAR                                 98/04/14
144600     .                                                            98/04/14
144700     ADD 1 TO NUMBER-POSN                                         98/04/14
144800     .                                                            98/04/14
144900                                                                  98/04/14
145000****************    READING A NUMBER    ***************           98/04/14
145100                                                                  98/04/14
145200*THE VALUE COMES FROM WHATEVER FORM THE FIELD HAS, AS THE         98/04/14
145300*MAGNITUDE IN RAW-NUMBER AND THE SIGN IN SIGN-CHAR.               98/04/14
145400 GET-THE-FIELD-VALUE.                                             98/04/14
145500     MOVE "Y"  TO VALUE-OK-FLAG                                   98/04/14
145600     MOVE ZERO TO RAW-NUMBER                                      98/04/14
145700     MOVE "+"  TO SIGN-CHAR                                       98/04/14
145800     MOVE EXT-FLD-DECIMALS (EXT-INDEX) TO NUMBER-DECIMALS         98/04/14
145900     IF EXT-FLD-KIND (EXT-INDEX) = "3"                            98/04/14
146000         PERFORM UNPACK-THE-FIELD                                 98/04/14
146100     ELSE                                                         98/04/14
146200     IF EXT-FLD-KIND (EXT-INDEX) = "C"                            98/04/14
146300         PERFORM DECODE-THE-BINARY                                98/04/14
146400     ELSE                                                         98/04/14
146500         PERFORM DEEDIT-THE-FIELD                                 98/04/14
146600     .                                                            98/04/14
146700                                                                  98/04/14
146800*EVERY BYTE BUT THE LAST CARRIES TWO DIGIT NIBBLES; THE LAST      98/04/14
146900*CARRIES ONE DIGIT AND THE SIGN, C OR F POSITIVE AND D NEGATIVE.  98/04/14
147000 UNPACK-THE-FIELD.                                                98/04/14
147100     MOVE ZERO TO BYTE-NBR                                        98/04/14
147200     PERFORM UNPACK-ONE-BYTE                                      98/04/14
147300         UNTIL BYTE-NBR = EXT-FLD-LENGTH (EXT-INDEX)              98/04/14
147400            OR VALUE-OK-FLAG = "N"                                98/04/14
147500     .                                                            98/04/14
147600                                                                  98/04/14
147700 UNPACK-ONE-BYTE.                                                 98/04/14
147800     ADD 1 TO BYTE-NBR                                            98/04/14
147900     COMPUTE BYTE-POSN = OCC-BASE-OFFSET + BYTE-NBR               98/04/14
148000     MOVE DATA-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR                98/04/14
148100     COMPUTE HIGH-NIBBLE = BYTE-VALUE / 16                        98/04/14
148200     COMPUTE LOW-NIBBLE = BYTE-VALUE - (HIGH-NIBBLE * 16)         98/04/14
148300     IF HIGH-NIBBLE > 9                                           98/04/14
148400         MOVE "N" TO VALUE-OK-FLAG                                98/04/14
148500     ELSE                                                         98/04/14
148600     IF BYTE-NBR < EXT-FLD-LENGTH (EXT-INDEX)                     98/04/14
148700         IF LOW-NIBBLE > 9                                        98/04/14
148800             MOVE "N" TO VALUE-OK-FLAG                            98/04/14
148900         ELSE                                                     98/04/14
149000             COMPUTE RAW-NUMBER = RAW-NUMBER * 100                98/04/14
149100                 + HIGH-NIBBLE * 10 + LOW-NIBBLE                  98/04/14
149200     ELSE                                                         98/04/14
149300     IF LOW-NIBBLE = 13                                           98/04/14
149400         COMPUTE RAW-NUMBER = RAW-NUMBER * 10 + HIGH-NIBBLE       98/04/14
149500         MOVE "-" TO SIGN-CHAR                                    98/04/14
149600     ELSE                                                         98/04/14
149700     IF LOW-NIBBLE = 12 OR LOW-NIBBLE = 15                        98/04/14
149800         COMPUTE RAW-NUMBER = RAW-NUMBER * 10 + HIGH-NIBBLE       98/04/14
149900     ELSE                                                         98/04/14
150000         MOVE "N" TO VALUE-OK-FLAG                                98/04/14
150100     .                                                            98/04/14
150200                                                                  98/04/14
150300*A NEGATIVE BINARY VALUE IS READ THROUGH THE COMPLEMENT OF EACH   98/04/14
150400*BYTE AND ONE ADDED, SO NO INTERMEDIATE EVER NEEDS MORE THAN THE  98/04/14
150500*EIGHTEEN DIGITS A DOUBLEWORD CAN HOLD.                           98/04/14
150600 DECODE-THE-BINARY.                                               98/04/14
150700     MOVE ZERO TO BYTE-NBR                                        98/04/14
150800     COMPUTE BYTE-POSN = OCC-BASE-OFFSET + 1                      98/04/14
150900     MOVE DATA-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR                98/04/14
151000     IF BYTE-VALUE > 127                                          98/04/14
151100         MOVE "-" TO SIGN-CHAR                                    98/04/14
151200     .                                                            98/04/14
151300     PERFORM DECODE-ONE-BINARY-BYTE                               98/04/14
151400         UNTIL BYTE-NBR = EXT-FLD-LENGTH (EXT-INDEX)              98/04/14
151500     IF SIGN-CHAR = "-"                                           98/04/14
151600         ADD 1 TO RAW-NUMBER                                      98/04/14
151700     .                                                            98/04/14
151800                                                                  98/04/14
151900 DECODE-ONE-BINARY-BYTE.                                          98/04/14
152000     ADD 1 TO BYTE-NBR                                            98/04/14
152100     COMPUTE BYTE-POSN = OCC-BASE-OFFSET + BYTE-NBR               98/04/14
152200     MOVE DATA-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR                98/04/14
152300     IF SIGN-CHAR = "-"                                           98/04/14
152400         COMPUTE RAW-NUMBER = RAW-NUMBER * 256 + 255 - BYTE-VALUE 98/04/14
152500     ELSE                                                         98/04/14
152600         COMPUTE RAW-NUMBER = RAW-NUMBER * 256 + BYTE-VALUE       98/04/14
152700     .                                                            98/04/14
152800                                                                  98/04/14
152900*A SIGN SEPARATE FIELD CARRIES ITS SIGN AS THE LEADING            98/04/14
153000*CHARACTER; THE DIGITS AFTER IT ARE DE-EDITED THROUGH THE         98/04/14
153100*PICTURE, WHICH IGNORES THE "S".  PPICT HANDS BACK FIVE DECIMAL   98/04/14
153200*PLACES AT MOST, SO NO MORE ARE WRITTEN.                          98/04/14
153300 DEEDIT-THE-FIELD.                                                98/04/14
153400     MOVE SPACES TO PPICT-DEEDIT-TEXT                             98/04/14
153500     MOVE ZERO   TO BYTE-NBR                                      98/04/14
153600     MOVE ZERO   TO TEXT-NBR                                      98/04/14
153700     IF EXT-FLD-SIGNSEP (EXT-INDEX) = "Y"                         98/04/14
153800         MOVE 1 TO BYTE-NBR                                       98/04/14
153900         COMPUTE BYTE-POSN = OCC-BASE-OFFSET + 1                  98/04/14
154000         MOVE DATA-BYTE (BYTE-POSN) TO SIGN-CHAR                  98/04/14
154100     .                                                            98/04/14
154200     IF SIGN-CHAR NOT = "+" AND SIGN-CHAR NOT = "-"               98/04/14
154300         MOVE "N" TO VALUE-OK-FLAG                                98/04/14
154400     ELSE                                                         98/04/14
154500         PERFORM COPY-ONE-DEEDIT-BYTE                             98/04/14
154600             UNTIL BYTE-NBR = EXT-FLD-LENGTH (EXT-INDEX)          98/04/14
154700                OR TEXT-NBR = 80                                  98/04/14
154800         MOVE EXT-FLD-PICTURE (EXT-INDEX) TO PPICT-TABLE-TEXT     98/04/14
154900         PERFORM CALL-PPICT-TO-DEEDIT                             98/04/14
155000     .                                                            98/04/14
155100     IF VALUE-OK-FLAG = "Y"                                       98/04/14
155200         PERFORM TAKE-THE-DEEDITED-VALUE                          98/04/14
155300     .                                                            98/04/14
155400                                                                  98/04/14
155500 COPY-ONE-DEEDIT-BYTE.                                            98/04/14
155600     ADD 1 TO BYTE-NBR                                            98/04/14
155700     ADD 1 TO TEXT-NBR                                            98/04/14
155800     COMPUTE BYTE-POSN = OCC-BASE-OFFSET + BYTE-NBR               98/04/14
155900     MOVE DATA-BYTE (BYTE-POSN) TO DEEDIT-CHAR (TEXT-NBR)         98/04/14
156000     .                                                            98/04/14
156100                                                                  98/04/14
156200 CALL-PPICT-TO-DEEDIT.                                            98/04/14
156300     MOVE "D" TO PPICT-OPERATION                                  98/04/14
156400     MOVE SPACE TO PPICT-USAGE                                    98/04/14
156500     MOVE ZERO TO PPICT-SOURCE-LENGTH                             98/04/14
156600     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/04/14
156700     CALL "PPICT"                                                 98/04/14
156800     IF PPICT-ERROR-CODE NOT = SPACES                             98/04/14
156900        AND PPICT-ERROR-CODE NOT = "00"                           98/04/14
157000         MOVE "N" TO VALUE-OK-FLAG                                98/04/14
157100     ELSE                                                         98/04/14
157200         MOVE PPICT-EDIT-VALUE TO FIELD-VALUE                     98/04/14
157300     .                                                            98/04/14
157400                                                                  98/04/14
157500*AN EDITED PICTURE CARRIES ITS OWN SIGN INTO THE VALUE; A SIGN    98/04/14
157600*SEPARATE IS PUT ON HERE.                                         98/04/14
157700 TAKE-THE-DEEDITED-VALUE.                                         98/04/14
157800     IF FIELD-VALUE < ZERO                                        98/04/14
157900         COMPUTE ABS-VALUE = ZERO - FIELD-VALUE                   98/04/14
158000         IF SIGN-CHAR = "-"                                       98/04/14
158100             MOVE "+" TO SIGN-CHAR                                98/04/14
158200         ELSE                                                     98/04/14
158300             MOVE "-" TO SIGN-CHAR                                98/04/14
158400     ELSE                                                         98/04/14
158500         MOVE FIELD-VALUE TO ABS-VALUE                            98/04/14
158600     .                                                            98/04/14
158700     IF NUMBER-DECIMALS > 5                                       98/04/14
158800         MOVE 5 TO NUMBER-DECIMALS                                98/04/14
158900     .                                                            98/04/14
159000     MOVE NUMBER-DECIMALS TO POWER-WANTED                         98/04/14
159100     PERFORM FIND-THE-POWER-OF-TEN                                98/04/14
159200     COMPUTE RAW-NUMBER = ABS-VALUE * POWER-OF-TEN                98/04/14
159300     .                                                            98/04/14
159400                                                                  98/04/14
159500 FIND-THE-POWER-OF-TEN.                                           98/04/14
159600     MOVE 1    TO POWER-OF-TEN                                    98/04/14
159700     MOVE ZERO TO POWER-COUNT                                     98/04/14
159800     PERFORM RAISE-THE-POWER-OF-TEN                               98/04/14
159900         UNTIL POWER-COUNT NOT < POWER-WANTED                     98/04/14
160000     .                                                            98/04/14
160100                                                                  98/04/14
160200 RAISE-THE-POWER-OF-TEN.                                          98/04/14
160300     ADD 1 TO POWER-COUNT                                         98/04/14
160400     COMPUTE POWER-OF-TEN = POWER-OF-TEN * 10                     98/04/14
160500     .                                                            98/04/14
160600                                                                  98/04/14
160700****************    THE CONTROL PAGE    ***************           98/04/14
160800                                                                  98/04/14
160900 LIST-THE-COLUMNS.                                                98/04/14
161000     MOVE COLUMN-LIST-HEADING-LINE TO COLUMN-HEADING-LINE         98/04/14
161100     MOVE ZERO TO LINES-ON-PAGE                                   98/04/14
161200     MOVE "***** DELIMITED EXTRACT - COLUMNS *****"               98/04/14
161300         TO PRINT-WORK-LINE                                       98/04/14
161400     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
161500     MOVE SPACES TO PRINT-WORK-LINE                               98/04/14
161600     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
161700     MOVE ZERO TO EXT-INDEX                                       98/04/14
161800     PERFORM LIST-ONE-COLUMN                                      98/04/14
161900         UNTIL EXT-INDEX = EXT-FIELD-COUNT                        98/04/14
162000     .                                                            98/04/14
162100                                                                  98/04/14
162200*THE LENGTH SHOWN IS THAT OF ONE OCCURRENCE.                      98/04/14
162300 LIST-ONE-COLUMN.                                                 98/04/14
162400     ADD 1 TO EXT-INDEX                                           98/04/14
162500     IF EXT-FLD-CHOSEN (EXT-INDEX) = "Y"                          98/04/14
162600         PERFORM WRITE-THE-COLUMN-LINE                            98/04/14
162700     .                                                            98/04/14
162800                                                                  98/04/14
162900*THE VIEW IS LEFT BLANK FOR THE FIRST DEFINITION.                 98/04/14
163000 WRITE-THE-COLUMN-LINE.                                           98/04/14
163100     MOVE SPACES TO COLUMN-DETAIL-LINE                            98/04/14
163200     MOVE EXT-FLD-NAME (EXT-INDEX) TO COL-NAME                    98/04/14
163300     IF EXT-FLD-VIEW-IX (EXT-INDEX) > ZERO                        98/04/14
163400         MOVE EXT-FLD-VIEW-IX (EXT-INDEX) TO VIEW-INDEX           98/04/14
163500         MOVE EXT-VIEW-NAME (VIEW-INDEX) TO COL-VIEW              98/04/14
163600     .                                                            98/04/14
163700     MOVE EXT-FLD-OFFSET    (EXT-INDEX) TO COL-OFFSET             98/04/14
163800     MOVE EXT-FLD-LENGTH    (EXT-INDEX) TO COL-LENGTH             98/04/14
163900     MOVE EXT-FLD-OCCURS    (EXT-INDEX) TO COL-OCCURS             98/04/14
164000     MOVE EXT-FLD-NOT-VALID (EXT-INDEX) TO COL-NOT-VALID          98/04/14
164100     PERFORM NAME-THE-FORM                                        98/04/14
164200     MOVE COLUMN-DETAIL-LINE TO PRINT-WORK-LINE                   98/04/14
164300     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
164400     .                                                            98/04/14
164500                                                                  98/04/14
164600 NAME-THE-FORM.                                                   98/04/14
164700     IF EXT-FLD-KIND (EXT-INDEX) = "C"                            98/04/14
164800         MOVE "COMP" TO COL-FORM                                  98/04/14
164900     ELSE                                                         98/04/14
165000     IF EXT-FLD-KIND (EXT-INDEX) = "3"                            98/04/14
165100         MOVE "COMP-3" TO COL-FORM                                98/04/14
165200     ELSE                                                         98/04/14
165300     IF EXT-FLD-KIND (EXT-INDEX) = "N"                            98/04/14
165400         MOVE "DISPLAY" TO COL-FORM                               98/04/14
165500     ELSE                                                         98/04/14
165600         MOVE "TEXT" TO COL-FORM                                  98/04/14
165700     .                                                            98/04/14
165800                                                                  98/04/14
165900 WRITE-THE-TOTALS.                                                98/04/14
166000     MOVE SPACES TO PRINT-WORK-LINE                               98/04/14
166100     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
166200     MOVE "RECORDS READ" TO CDL-LABEL                             98/04/14
166300     MOVE RECORDS-READ TO CDL-COUNT                               98/04/14
166400     PERFORM WRITE-A-COUNT-LINE                                   98/04/14
166500     MOVE "RECORDS WRITTEN" TO CDL-LABEL                          98/04/14
166600     MOVE RECORDS-WRITTEN TO CDL-COUNT                            98/04/14
166700     PERFORM WRITE-A-COUNT-LINE                                   98/04/14
166800     MOVE "COLUMNS PER ROW" TO CDL-LABEL                          98/04/14
166900     MOVE COLUMNS-PER-ROW TO CDL-COUNT                            98/04/14
167000     PERFORM WRITE-A-COUNT-LINE                                   98/04/14
167100     MOVE "VALUES NOT VALID - LEFT EMPTY" TO CDL-LABEL            98/04/14
167200     MOVE VALUES-NOT-VALID TO CDL-COUNT                           98/04/14
167300     PERFORM WRITE-A-COUNT-LINE                                   98/04/14
167400     MOVE "ROWS CUT AT 4000 CHARACTERS" TO CDL-LABEL              98/04/14
167500     MOVE ROWS-CUT TO CDL-COUNT                                   98/04/14
167600     PERFORM WRITE-A-COUNT-LINE                                   98/04/14
167700     MOVE "FIELDS THAT CANNOT BE EXTRACTED" TO CDL-LABEL          98/04/14
167800     MOVE FIELDS-NOT-EXTRACTABLE TO CDL-COUNT                     98/04/14
167900     PERFORM WRITE-A-COUNT-LINE                                   98/04/14
167910     MOVE "LAYOUT RECORD LENGTH" TO CDL-LABEL                     98/04/21
167920     MOVE EXT-RECORD-LENGTH TO CDL-COUNT                          98/04/21
167930     PERFORM WRITE-A-COUNT-LINE                                   98/04/21
167940     MOVE "RECORDS WRONG LENGTH" TO CDL-LABEL                     98/04/21
167950     MOVE RECORDS-WRONG-LENGTH TO CDL-COUNT                       98/04/21
167960     PERFORM WRITE-A-COUNT-LINE                                   98/04/21
167970     MOVE "CELLS PAST RECORD END - LEFT EMPTY" TO CDL-LABEL       98/04/21
167980     MOVE CELLS-PAST-RECORD-END TO CDL-COUNT                      98/04/21
167990     PERFORM WRITE-A-COUNT-LINE                                   98/04/21
168000     MOVE "VIEWS CHOSEN" TO CDL-LABEL                             98/04/14
168100     MOVE VIEWS-CHOSEN TO CDL-COUNT                               98/04/14
168200     PERFORM WRITE-A-COUNT-LINE                                   98/04/14
168300     MOVE POINT-CHAR     TO PDL-POINT                             98/04/14
168400     MOVE DELIMITER-CHAR TO PDL-DELIMITER                         98/04/14
168500     MOVE POINT-DETAIL-LINE TO PRINT-WORK-LINE                    98/04/14
168600     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
168700     IF RUN-SEVERITY = ZERO                                       98/04/14
168766        AND (VALUES-NOT-VALID > ZERO OR ROWS-CUT > ZERO           98/04/21
168810             OR RECORDS-WRONG-LENGTH > ZERO                       98/04/28
168854             OR CELLS-PAST-RECORD-END > ZERO)                     98/04/28
168900         MOVE 4 TO RUN-SEVERITY                                   98/04/14
169000     .                                                            98/04/14
169100                                                                  98/04/14
169200 WRITE-A-COUNT-LINE.                                              98/04/14
169300     MOVE COUNT-DETAIL-LINE TO PRINT-WORK-LINE                    98/04/14
169400     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
169500     .                                                            98/04/14
169600                                                                  98/04/14
169700 CLOSE-THE-FILES.                                                 98/04/14
169800     MOVE "T" TO PPICT-OPERATION                                  98/04/14
169900     CALL "PPICT"                                                 98/04/14
170000     CLOSE COPY-SOURCE                                            98/04/14
170100     CLOSE EXTRACT-LIST                                           98/04/14
170200     CLOSE DATA-FILE                                              98/04/14
170300     CLOSE EXTRACT-FILE                                           98/04/14
170400     CLOSE EXTRACT-REPORT                                         98/04/14
170500     .                                                            98/04/14
170600                                                                  98/04/14
170700****************    REPORT PAGINATION    ***************          98/04/14
170800                                                                  98/04/14
170900*EVERY LINE OF EXTRPT GOES OUT THROUGH HERE, SO THE PAGE          98/04/14
171000*BREAK AND THE REPEATED HEADINGS HAPPEN IN ONE PLACE.             98/04/14
171100 WRITE-A-PRINT-LINE.                                              98/04/14
171200     IF LINES-ON-PAGE = ZERO                                      98/04/14
171300     OR LINES-ON-PAGE NOT < PAGE-DEPTH                            98/04/14
171400         PERFORM START-A-NEW-PAGE                                 98/04/14
171500     .                                                            98/04/14
171600     MOVE PRINT-WORK-LINE TO EXTRACT-REPORT-LINE                  98/04/14
171700     WRITE EXTRACT-REPORT-LINE BEFORE ADVANCING 1 LINE            98/04/14
171800     ADD 1 TO LINES-ON-PAGE                                       98/04/14
171900     .                                                            98/04/14
172000                                                                  98/04/14
172100 START-A-NEW-PAGE.                                                98/04/14
172200     ADD 1 TO PAGE-NUMBER                                         98/04/14
172300     MOVE PAGE-NUMBER TO PHL-PAGE                                 98/04/14
172400     IF PAGE-NUMBER > 1                                           98/04/14
172500         MOVE SPACES TO EXTRACT-REPORT-LINE                       98/04/14
172600         WRITE EXTRACT-REPORT-LINE BEFORE ADVANCING PAGE          98/04/14
172700     .                                                            98/04/14
172800     MOVE PAGE-HEADING-LINE TO EXTRACT-REPORT-LINE                98/04/14
172900     WRITE EXTRACT-REPORT-LINE BEFORE ADVANCING 1 LINE            98/04/14
173000     MOVE SPACES TO EXTRACT-REPORT-LINE                           98/04/14
173100     WRITE EXTRACT-REPORT-LINE BEFORE ADVANCING 1 LINE            98/04/14
173200     MOVE COLUMN-HEADING-LINE TO EXTRACT-REPORT-LINE              98/04/14
173300     WRITE EXTRACT-REPORT-LINE BEFORE ADVANCING 1 LINE            98/04/14
173400     MOVE SPACES TO EXTRACT-REPORT-LINE                           98/04/14
173500     WRITE EXTRACT-REPORT-LINE BEFORE ADVANCING 1 LINE            98/04/14
173600     MOVE 4 TO LINES-ON-PAGE                                      98/04/14
173700     .                                                            98/04/14
173800                                                                  98/04/14
173900 WRITE-THE-END-OF-REPORT.                                         98/04/14
174000     MOVE SPACES TO PRINT-WORK-LINE                               98/04/14
174100     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
174200     MOVE "*** END OF REPORT ***" TO PRINT-WORK-LINE              98/04/14
174300     PERFORM WRITE-A-PRINT-LINE                                   98/04/14
174400     .                                                            98/04/14
