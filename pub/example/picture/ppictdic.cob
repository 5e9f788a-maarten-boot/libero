000100 IDENTIFICATION DIVISION.                                         98/02/24
000200 PROGRAM-ID.    PPICTDIC.                                         98/02/24
000300                                                                  98/02/24
000400 AUTHOR.        R. TERPSTRA.                                      98/02/24
000500 DATE-WRITTEN.  98/02/24                                          98/02/24
000600                                                                  98/02/24
000700*   BUILDS THE FIELD DATA DICTIONARY FOR THE COPYBOOK LIBRARY, SO 98/02/24
000800*   THAT A FIELD CHANGING SIZE COMES WITH A LIST OF EVERY LAYOUT  98/02/24
000900*   THAT CARRIES IT.  THE LIBRARY ARRIVES ON COPYLIB UNLOADED THE 98/02/24
001000*   WAY IEBUPDTE TAKES IT, EACH MEMBER BEHIND A CONTROL LINE      98/02/24
001100*       ./ ADD NAME=member                                        98/02/24
001200*   AND THE MEMBERS TO BE SCANNED ARE NAMED ON DICTLIST, ONE PER  98/02/24
001300*   CARD IN COLUMNS 1-8; LIBRARY MEMBERS NOT ON THE LIST ARE      98/02/24
001400*   PASSED OVER.  EVERY MEMBER IS LAID OUT EXACTLY AS PPICTSCN    98/02/24
001500*   LAYS IT OUT, AND EACH DATA NAME IN IT BECOMES ONE ENTRY ON    98/02/24
001600*   THE DICTIONARY FILE DICTMAST: LEVEL, PICTURE, ITEM TYPE,      98/02/24
001700*   USAGE, OFFSET, LENGTH AND OCCURS.  DICTMAST IS WRITTEN IN     98/02/24
001800*   ORDER OF DATA NAME AND MEMBER, THE NAME AND MEMBER BEING ITS  98/02/24
001900*   KEY, SO ONE NAME'S ENTRIES SIT TOGETHER.  FILLER IS NOT       98/02/24
002000*   ENTERED; A NAME FOUND TWICE IN ONE MEMBER IS ENTERED ONCE,    98/02/24
002100*   FROM ITS FIRST DEFINITION.  DICTRPT LISTS THE MEMBERS         98/02/24
002200*   SCANNED, THEN A WHERE-USED LISTING FOR EVERY DATA NAME ON     98/02/24
002300*   THE DICTREQ CARDS (COLUMNS 1-30), THEN THE CONFLICTS - EVERY  98/02/24
002400*   NAME WHOSE PICTURE OR LENGTH IS NOT THE SAME IN EVERY MEMBER  98/02/24
002500*   THAT DEFINES IT - AND THE CONTROL TOTALS.  THE RETURN CODE IS 98/02/24
002600*   4 WHEN A LISTED MEMBER IS NOT IN THE LIBRARY OR THE           98/02/24
002640*   DICTIONARY TABLE FILLED UP.  AN OCCURS ON A GROUP IS NOT      98/04/21
002680*   EXPANDED, AS ON THE PPICTSCN LAYOUT, SO THE OFFSETS AFTER IT  98/04/21
002720*   ARE THOSE OF ONE OCCURRENCE; A MEMBER HOLDING ONE IS NOTED ON 98/04/21
002760*   ITS LINE AND COUNTED IN THE TOTALS.                           98/04/21
002800                                                                  98/02/24
002900 ENVIRONMENT DIVISION.                                            98/02/24
003000                                                                  98/02/24
003100 CONFIGURATION SECTION.                                           98/02/24
003200 SOURCE-COMPUTER. PORTABLE.                                       98/02/24
003300 OBJECT-COMPUTER. PORTABLE.                                       98/02/24
003400                                                                  98/02/24
003500 INPUT-OUTPUT SECTION.                                            98/02/24
003600 FILE-CONTROL.                                                    98/02/24
003700     SELECT MEMBER-LIST     ASSIGN TO "DICTLIST"                  98/02/24
003800         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/24
003900     SELECT COPY-LIBRARY    ASSIGN TO "COPYLIB"                   98/02/24
004000         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/24
004100     SELECT NAME-REQUESTS   ASSIGN TO "DICTREQ"                   98/02/24
004200         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/24
004300     SELECT DICTIONARY-FILE ASSIGN TO "DICTMAST"                  98/02/24
004400         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/24
004500     SELECT DICT-REPORT     ASSIGN TO "DICTRPT"                   98/02/24
004600         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/24
004700                                                                  98/02/24
004800 DATA DIVISION.                                                   98/02/24
004900                                                                  98/02/24
005000 FILE SECTION.                                                    98/02/24
005100                                                                  98/02/24
005200*ONE MEMBER NAME PER CARD IN COLUMNS 1-8.  A CARD WITH AN         98/02/24
005300*ASTERISK IN COLUMN 1, OR A BLANK CARD, IS A COMMENT.             98/02/24
005400 FD  MEMBER-LIST                                                  98/02/24
005500     RECORDING MODE IS F.                                         98/02/24
005600 01  MEMBER-LIST-RECORD.                                          98/02/24
005700     02  MEMBER-LIST-NAME        PIC X(08).                       98/02/24
005800     02  FILLER                  PIC X(72).                       98/02/24
005900 01  MEMBER-LIST-COMMENT REDEFINES MEMBER-LIST-RECORD.            98/02/24
006000     02  MEMBER-LIST-INDICATOR   PIC X.                           98/02/24
006100     02  FILLER                  PIC X(79).                       98/02/24
006200                                                                  98/02/24
006300*THE LIBRARY UNLOAD.  A CONTROL LINE STARTS EVERY MEMBER; ALL     98/02/24
006400*OTHER LINES ARE THE MEMBER'S OWN SOURCE LINES.                   98/02/24
006500 FD  COPY-LIBRARY                                                 98/02/24
006600     RECORDING MODE IS F.                                         98/02/24
006700 01  COPY-SOURCE-RECORD.                                          98/02/24
006800     02  SRC-SEQUENCE-AREA       PIC X(06).                       98/02/24
006900     02  SRC-INDICATOR-AREA      PIC X.                           98/02/24
007000     02  SRC-TEXT-AREA.                                           98/02/24
007100         03  SRC-TEXT-CHAR       PIC X      OCCURS 65 TIMES.      98/02/24
007200     02  FILLER                  PIC X(08).                       98/02/24
007300 01  LIB-CONTROL-RECORD REDEFINES COPY-SOURCE-RECORD.             98/02/24
007400     02  LIB-CTL-MARK            PIC X(02).                       98/02/24
007500     02  FILLER                  PIC X.                           98/02/24
007600     02  LIB-CTL-VERB            PIC X(03).                       98/02/24
007700     02  FILLER                  PIC X.                           98/02/24
007800     02  LIB-CTL-KEYWORD         PIC X(05).                       98/02/24
007900     02  LIB-CTL-MEMBER          PIC X(08).                       98/02/24
008000     02  FILLER                  PIC X(60).                       98/02/24
008100                                                                  98/02/24
008200*ONE DATA NAME PER CARD IN COLUMNS 1-30, COMMENTS AS ON DICTLIST. 98/02/24
008300 FD  NAME-REQUESTS                                                98/02/24
008400     RECORDING MODE IS F.                                         98/02/24
008500 01  NAME-REQUEST-RECORD.                                         98/02/24
008600     02  NAME-REQUEST-NAME       PIC X(30).                       98/02/24
008700     02  FILLER                  PIC X(50).                       98/02/24
008800 01  NAME-REQUEST-COMMENT REDEFINES NAME-REQUEST-RECORD.          98/02/24
008900     02  NAME-REQUEST-INDICATOR  PIC X.                           98/02/24
009000     02  FILLER                  PIC X(79).                       98/02/24
009100                                                                  98/02/24
009200*ONE DICTIONARY ENTRY, KEYED BY DATA NAME AND MEMBER.  THE USAGE  98/02/24
009300*IS D FOR DISPLAY, C FOR BINARY AND 3 FOR PACKED; THE ITEM TYPE   98/02/24
009400*IS PPICT'S, BLANK FOR A GROUP.  THE LENGTH IS THE WHOLE ITEM'S,  98/02/24
009500*EVERY OCCURRENCE INCLUDED, AS ON THE PPICTSCN LAYOUT; A GROUP    98/02/24
009600*HAS NONE, EXCEPT AN 01, WHICH CARRIES ITS RECORD LENGTH.         98/02/24
009700 FD  DICTIONARY-FILE                                              98/02/24
009800     RECORDING MODE IS F.                                         98/02/24
009900 01  DICTIONARY-RECORD.                                           98/02/24
010000     02  DR-KEY.                                                  98/02/24
010100         03  DR-NAME             PIC X(30).                       98/02/24
010200         03  DR-MEMBER           PIC X(08).                       98/02/24
010300     02  FILLER                  PIC X.                           98/02/24
010400     02  DR-LEVEL                PIC 9(02).                       98/02/24
010500     02  FILLER                  PIC X.                           98/02/24
010600     02  DR-PICTURE              PIC X(30).                       98/02/24
010700     02  FILLER                  PIC X.                           98/02/24
010800     02  DR-ITEM-TYPE            PIC X.                           98/02/24
010900     02  FILLER                  PIC X.                           98/02/24
011000     02  DR-USAGE                PIC X.                           98/02/24
011100     02  FILLER                  PIC X.                           98/02/24
011200     02  DR-OFFSET               PIC 9(06).                       98/02/24
011300     02  FILLER                  PIC X.                           98/02/24
011400     02  DR-LENGTH               PIC 9(06).                       98/02/24
011500     02  FILLER                  PIC X.                           98/02/24
011600     02  DR-OCCURS               PIC 9(04).                       98/02/24
011700                                                                  98/02/24
011800 FD  DICT-REPORT                                                  98/02/24
011900     RECORDING MODE IS F.                                         98/02/24
012000 01  DICT-REPORT-LINE            PIC X(132).                      98/02/24
012100                                                                  98/02/24
012200 WORKING-STORAGE SECTION.                                         98/02/24
012300                                                                  98/02/24
012400*END-OF-SOURCE MARKS THE END OF THE MEMBER BEING SCANNED: THE     98/02/24
012500*NEXT CONTROL LINE, OR THE END OF THE LIBRARY ITSELF.             98/02/24
012600 01  END-OF-SOURCE-FLAG          PIC X       VALUE "N".           98/02/24
012700     88  END-OF-SOURCE               VALUE "Y".                   98/02/24
012800 01  END-OF-LIBRARY-FLAG         PIC X       VALUE "N".           98/02/24
012900     88  END-OF-LIBRARY              VALUE "Y".                   98/02/24
013000 01  END-OF-LIST-FLAG            PIC X       VALUE "N".           98/02/24
013100     88  END-OF-LIST                 VALUE "Y".                   98/02/24
013200 01  END-OF-REQUESTS-FLAG        PIC X       VALUE "N".           98/02/24
013300     88  END-OF-REQUESTS             VALUE "Y".                   98/02/24
013400                                                                  98/02/24
013500*A STATEMENT IS THE SOURCE TEXT OF ONE DATA ENTRY, COLUMNS 8-72   98/02/24
013600*OF AS MANY LINES AS IT TAKES UNTIL THE TERMINATING PERIOD, WITH  98/02/24
013700*PERIODS INSIDE QUOTED LITERALS AND INSIDE A PICTURE (A PERIOD    98/02/24
013800*NOT FOLLOWED BY A SPACE) LEFT ALONE.                             98/02/24
013900 01  STATEMENT-HANDLING.                                          98/02/24
014000     02  STATEMENT-TEXT.                                          98/02/24
014100         03  STMT-CHAR           PIC X      OCCURS 201 TIMES.     98/02/24
014200     02  STMT-LENGTH             PIC S9(4)  COMP.                 98/02/24
014300     02  STMT-COMPLETE-FLAG      PIC X.                           98/02/24
014400     02  STMT-OVERFLOW-FLAG      PIC X.                           98/02/24
014500     02  IN-QUOTES-FLAG          PIC X.                           98/02/24
014600     02  THE-QUOTE-CHAR          PIC X.                           98/02/24
014700     02  SRC-COL                 PIC S9(4)  COMP.                 98/02/24
014800     02  SRC-CHAR                PIC X.                           98/02/24
014900     02  SRC-NEXT-CHAR           PIC X.                           98/02/24
015000     02  LINE-EXHAUSTED-FLAG     PIC X.                           98/02/24
015100     02  GOT-A-LINE-FLAG         PIC X.                           98/02/24
015200                                                                  98/02/24
015300 01  TOKEN-HANDLING.                                              98/02/24
015400     02  SCAN-POSN               PIC S9(4)  COMP.                 98/02/24
015500     02  TOKEN-TEXT.                                              98/02/24
015600         03  TOKEN-CHAR          PIC X      OCCURS 30 TIMES.      98/02/24
015700     02  TOKEN-LENGTH            PIC S9(4)  COMP.                 98/02/24
015800     02  TOKEN-NUMBER-VALUE      PIC S9(9)  COMP.                 98/02/24
015900     02  TOKEN-IS-NUMERIC-FLAG   PIC X.                           98/02/24
016000     02  TOKEN-DIGIT-NBR         PIC S9(4)  COMP.                 98/02/24
016100     02  TOKEN-DIGIT-CHAR.                                        98/02/24
016200         03  TOKEN-DIGIT         PIC 9.                           98/02/24
016300                                                                  98/02/24
016400*ONE DATA ENTRY AS PICKED APART FROM ITS STATEMENT.               98/02/24
016500 01  ENTRY-FIELDS.                                                98/02/24
016600     02  ENTRY-LEVEL             PIC S9(4)  COMP.                 98/02/24
016700     02  ENTRY-NAME              PIC X(30).                       98/02/24
016800     02  ENTRY-PICTURE           PIC X(30).                       98/02/24
016900     02  ENTRY-OCCURS            PIC S9(4)  COMP.                 98/02/24
017000     02  ENTRY-HAS-PICTURE       PIC X.                           98/02/24
017100     02  ENTRY-USAGE             PIC X.                           98/02/24
017200     02  ENTRY-SIGN-SEPARATE     PIC X.                           98/02/24
017300     02  ENTRY-REDEFINES-FLAG    PIC X.                           98/02/24
017400     02  ENTRY-REDEF-TARGET      PIC X(30).                       98/02/24
017500     02  ENTRY-LENGTH            PIC S9(9)  COMP.                 98/02/24
017600     02  ENTRY-IS-DATA-FLAG      PIC X.                           98/02/24
017700     02  ENTRY-ITEM-TYPE         PIC X.                           98/02/24
017800                                                                  98/02/24
017900*THE RUNNING LAYOUT.  EVERY ENTRY'S STARTING OFFSET IS KEPT IN    98/02/24
018000*THE NAME-OFFSET TABLE SO THAT A REDEFINES CAN PUT THE OFFSET     98/02/24
018100*BACK TO WHERE ITS TARGET STARTED; WHEN THE REDEFINING GROUP      98/02/24
018200*ENDS, THE OFFSET IS RESTORED TO WHERE THE ORIGINAL DEFINITION    98/02/24
018300*LEFT IT.  ALL OF IT STARTS AFRESH WITH EVERY MEMBER.             98/02/24
018400 01  LAYOUT-HANDLING.                                             98/02/24
018500     02  RECORD-OFFSET           PIC S9(9)  COMP.                 98/02/24
018600     02  RECORD-SEEN-FLAG        PIC X      VALUE "N".            98/02/24
018700     02  RECORD-ENTRY-INDEX      PIC S9(4)  COMP.                 98/02/24
018800     02  REDEF-ACTIVE-FLAG       PIC X      VALUE "N".            98/02/24
018900     02  REDEF-LEVEL             PIC S9(4)  COMP.                 98/02/24
019000     02  REDEF-SAVED-OFFSET      PIC S9(9)  COMP.                 98/02/24
019100     02  NAME-OFFSET-COUNT       PIC S9(4)  COMP VALUE ZERO.      98/02/24
019200     02  NAME-OFFSET-TABLE.                                       98/02/24
019300         03  NAME-OFFSET-ENTRY  OCCURS 100 TIMES.                 98/02/24
019400             04  SAVED-NAME      PIC X(30).                       98/02/24
019500             04  SAVED-OFFSET    PIC S9(9)  COMP.                 98/02/24
019600     02  LOOKUP-INDEX            PIC S9(4)  COMP.                 98/02/24
019700     02  LOOKUP-FOUND-FLAG       PIC X.                           98/02/24
019800                                                                  98/02/24
019900*THE MEMBERS NAMED ON DICTLIST, WITH WHAT BECAME OF EACH.         98/02/24
020000 01  MEMBER-TABLE-HANDLING.                                       98/02/24
020100     02  MEMBER-COUNT            PIC S9(4)  COMP VALUE ZERO.      98/02/24
020200     02  MEMBER-TABLE.                                            98/02/24
020300         03  MEMBER-TABLE-ENTRY OCCURS 200 TIMES.                 98/02/24
020400             04  MBR-NAME        PIC X(08).                       98/02/24
020500             04  MBR-SCANNED     PIC X.                           98/02/24
020600             04  MBR-ENTRIES     PIC S9(9)  COMP.                 98/02/24
020700             04  MBR-NOT-KEPT    PIC S9(9)  COMP.                 98/02/24
020800             04  MBR-PIC-ERRORS  PIC S9(9)  COMP.                 98/02/24
020900             04  MBR-TRUNCATED   PIC S9(9)  COMP.                 98/02/24
020950             04  MBR-GROUP-OCCURS PIC S9(9) COMP.                 98/04/21
021000     02  MBR-INDEX               PIC S9(4)  COMP.                 98/02/24
021100     02  MBR-FOUND-INDEX         PIC S9(4)  COMP.                 98/02/24
021200     02  SCAN-MEMBER-INDEX       PIC S9(4)  COMP.                 98/02/24
021300     02  CURRENT-MEMBER          PIC X(08).                       98/02/24
021400     02  NEXT-MEMBER-NAME        PIC X(08)  VALUE SPACES.         98/02/24
021500                                                                  98/02/24
021600*THE DICTIONARY AS IT IS BUILT, IN SCAN ORDER UNTIL EVERY MEMBER  98/02/24
021700*IS IN, THEN SORTED ON THE KEY BEFORE IT IS WRITTEN AND REPORTED. 98/02/24
021800*MEMBER-FIRST-ENTRY IS WHERE THE CURRENT MEMBER'S ENTRIES START,  98/02/24
021900*SO A NAME DEFINED TWICE IN ONE MEMBER CAN BE FOUND.              98/02/24
022000 01  DICT-TABLE-HANDLING.                                         98/02/24
022100     02  DICT-ENTRY-COUNT        PIC S9(4)  COMP VALUE ZERO.      98/02/24
022200     02  DICT-ENTRY-LIMIT        PIC S9(4)  COMP VALUE 2000.      98/02/24
022300     02  MEMBER-FIRST-ENTRY      PIC S9(4)  COMP.                 98/02/24
022400     02  DICT-TABLE.                                              98/02/24
022500         03  DICT-TABLE-ENTRY   OCCURS 2000 TIMES.                98/02/24
022600             04  DE-KEY.                                          98/02/24
022700                 05  DE-NAME     PIC X(30).                       98/02/24
022800                 05  DE-MEMBER   PIC X(08).                       98/02/24
022900             04  DE-LEVEL        PIC S9(4)  COMP.                 98/02/24
023000             04  DE-PICTURE      PIC X(30).                       98/02/24
023100             04  DE-ITEM-TYPE    PIC X.                           98/02/24
023200             04  DE-USAGE        PIC X.                           98/02/24
023300             04  DE-OFFSET       PIC S9(9)  COMP.                 98/02/24
023400             04  DE-LENGTH       PIC S9(9)  COMP.                 98/02/24
023500             04  DE-OCCURS       PIC S9(4)  COMP.                 98/02/24
023600     02  DE-INDEX                PIC S9(4)  COMP.                 98/02/24
023700     02  DE-FOUND-FLAG           PIC X.                           98/02/24
023800                                                                  98/02/24
023900*THE SORT IS A STRAIGHT INSERTION: EACH ENTRY IN TURN IS HELD     98/02/24
024000*ASIDE AND THE ENTRIES ABOVE IT WITH A HIGHER KEY MOVE DOWN ONE.  98/02/24
024100*EQUAL KEYS NEVER ARISE, SO THE ORDER IS THE KEY ORDER EXACTLY.   98/02/24
024200 01  SORT-HANDLING.                                               98/02/24
024300     02  SORT-INDEX              PIC S9(4)  COMP.                 98/02/24
024400     02  SORT-SLOT               PIC S9(4)  COMP.                 98/02/24
024500     02  SORT-SLOT-FOUND-FLAG    PIC X.                           98/02/24
024600     02  SORT-HELD-ENTRY.                                         98/02/24
024700         03  SORT-HELD-KEY       PIC X(38).                       98/02/24
024800         03  FILLER              PIC X(44).                       98/02/24
024900                                                                  98/02/24
025000*ONE NAME'S RUN OF ENTRIES IN THE SORTED TABLE.                   98/02/24
025100 01  NAME-GROUP-HANDLING.                                         98/02/24
025200     02  GROUP-FIRST             PIC S9(4)  COMP.                 98/02/24
025300     02  GROUP-LAST              PIC S9(4)  COMP.                 98/02/24
025400     02  GROUP-END-FLAG          PIC X.                           98/02/24
025500     02  GROUP-CONFLICT-FLAG     PIC X.                           98/02/24
025600     02  REQUESTED-NAME          PIC X(30).                       98/02/24
025700                                                                  98/02/24
025800 01  DICT-COUNTS.                                                 98/02/24
025900     02  MEMBERS-SCANNED         PIC S9(9)  COMP VALUE ZERO.      98/02/24
026000     02  MEMBERS-NOT-FOUND       PIC S9(9)  COMP VALUE ZERO.      98/02/24
026100     02  MEMBERS-NOT-LISTED      PIC S9(9)  COMP VALUE ZERO.      98/02/24
026200     02  MEMBERS-PASSED-OVER     PIC S9(9)  COMP VALUE ZERO.      98/02/24
026300     02  ENTRIES-WRITTEN         PIC S9(9)  COMP VALUE ZERO.      98/02/24
026400     02  DUPLICATES-DROPPED      PIC S9(9)  COMP VALUE ZERO.      98/02/24
026500     02  ENTRIES-NOT-KEPT        PIC S9(9)  COMP VALUE ZERO.      98/02/24
026600     02  PICTURES-IN-ERROR       PIC S9(9)  COMP VALUE ZERO.      98/02/24
026700     02  STATEMENTS-TRUNCATED    PIC S9(9)  COMP VALUE ZERO.      98/02/24
026800     02  NAMES-REQUESTED         PIC S9(9)  COMP VALUE ZERO.      98/02/24
026900     02  NAMES-NOT-FOUND         PIC S9(9)  COMP VALUE ZERO.      98/02/24
027000     02  CONFLICTING-NAMES       PIC S9(9)  COMP VALUE ZERO.      98/02/24
027050     02  MEMBERS-WITH-GROUP-OCCURS PIC S9(9) COMP VALUE ZERO.     98/04/21
027100     02  RUN-SEVERITY            PIC S9(4)  COMP VALUE ZERO.      98/02/24
027200                                                                  98/02/24
027300 01  MEMBER-DETAIL-LINE.                                          98/02/24
027400     02  MDL-NAME                PIC X(08).                       98/02/24
027500     02  FILLER                  PIC X(02)   VALUE SPACES.        98/02/24
027600     02  MDL-STATUS              PIC X(20).                       98/02/24
027700     02  MDL-ENTRIES             PIC ZZZZZZZZ9.                   98/02/24
027800     02  FILLER                  PIC X(02)   VALUE SPACES.        98/02/24
027900     02  MDL-NOTE                PIC X(30).                       98/02/24
028000                                                                  98/02/24
028100 01  MEMBER-HEADING-LINE.                                         98/02/24
028200     02  FILLER                  PIC X(10)   VALUE "MEMBER".      98/02/24
028300     02  FILLER                  PIC X(20)   VALUE "STATUS".      98/02/24
028400     02  FILLER                  PIC X(09)   VALUE "  ENTRIES".   98/02/24
028500                                                                  98/02/24
028600*THE DETAIL LINE FOR ONE DICTIONARY ENTRY, USED BY THE WHERE-USED 98/02/24
028700*LISTING AND THE CONFLICTS REPORT ALIKE.  OCCURS IS SHOWN ONLY    98/02/24
028800*FOR AN ITEM THAT OCCURS.                                         98/02/24
028900 01  ENTRY-DETAIL-LINE.                                           98/02/24
029000     02  EDL-NAME                PIC X(30).                       98/02/24
029100     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
029200     02  EDL-MEMBER              PIC X(08).                       98/02/24
029300     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
029400     02  EDL-LEVEL               PIC Z9.                          98/02/24
029500     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
029600     02  EDL-PICTURE             PIC X(30).                       98/02/24
029700     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
029800     02  EDL-ITEM-TYPE           PIC X.                           98/02/24
029900     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
030000     02  EDL-USAGE               PIC X.                           98/02/24
030100     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
030200     02  EDL-OFFSET              PIC ZZZZZ9.                      98/02/24
030300     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
030400     02  EDL-LENGTH              PIC ZZZZZ9 BLANK WHEN ZERO.      98/02/24
030500     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
030600     02  EDL-OCCURS              PIC ZZZ9   BLANK WHEN ZERO.      98/02/24
030700                                                                  98/02/24
030800 01  NOT-FOUND-LINE.                                              98/02/24
030900     02  NFL-NAME                PIC X(30).                       98/02/24
031000     02  FILLER                  PIC X       VALUE SPACE.         98/02/24
031100     02  FILLER                  PIC X(21)   VALUE                98/02/24
031200         "NOT IN THE DICTIONARY".                                 98/02/24
031300                                                                  98/02/24
031400 01  ENTRY-HEADING-LINE.                                          98/02/24
031500     02  FILLER                  PIC X(31)   VALUE "NAME".        98/02/24
031600     02  FILLER                  PIC X(09)   VALUE "MEMBER".      98/02/24
031700     02  FILLER                  PIC X(03)   VALUE "LV".          98/02/24
031800     02  FILLER                  PIC X(31)   VALUE "PICTURE".     98/02/24
031900     02  FILLER                  PIC X(02)   VALUE "T".           98/02/24
032000     02  FILLER                  PIC X(02)   VALUE "U".           98/02/24
032100     02  FILLER                  PIC X(07)   VALUE "OFFSET".      98/02/24
032200     02  FILLER                  PIC X(07)   VALUE "LENGTH".      98/02/24
032300     02  FILLER                  PIC X(06)   VALUE "OCCURS".      98/02/24
032400                                                                  98/02/24
032500 01  COUNT-DETAIL-LINE.                                           98/02/24
032600     02  CDL-LABEL               PIC X(34).                       98/02/24
032700     02  CDL-COUNT               PIC ZZZZZZZZ9.                   98/02/24
032800                                                                  98/02/24
032900*STANDARD PAGE HANDLING: A HEADING WITH PROGRAM NAME, RUN         98/02/24
033000*DATE AND TIME AND PAGE NUMBER, THE COLUMN HEADINGS OF THE        98/02/24
033100*SECTION BEING PRINTED REPEATED AFTER EVERY BREAK, A FIXED DEPTH  98/02/24
033200*OF 60 LINES, AND A FINAL END-OF-REPORT LINE.                     98/02/24
033300 01  PAGE-HANDLING.                                               98/02/24
033400     02  PAGE-NUMBER             PIC S9(4)  COMP VALUE ZERO.      98/02/24
033500     02  LINES-ON-PAGE           PIC S9(4)  COMP VALUE ZERO.      98/02/24
033600     02  PAGE-DEPTH              PIC S9(4)  COMP VALUE 60.        98/02/24
033700                                                                  98/02/24
033800 01  PAGE-HEADING-LINE.                                           98/02/24
033900     02  FILLER                  PIC X(10)  VALUE "PPICTDIC".     98/02/24
034000     02  FILLER                  PIC X(04)  VALUE "RUN ".         98/02/24
034100     02  PHL-DATE                PIC 9(06).                       98/02/24
034200     02  FILLER                  PIC X(02)  VALUE SPACES.         98/02/24
034300     02  PHL-TIME                PIC 9(08).                       98/02/24
034400     02  FILLER                  PIC X(07)  VALUE "  PAGE ".      98/02/24
034500     02  PHL-PAGE                PIC ZZZ9.                        98/02/24
034600                                                                  98/02/24
034700 01  COLUMN-HEADING-LINE         PIC X(132).                      98/02/24
034800 01  PRINT-WORK-LINE             PIC X(132).                      98/02/24
034900                                                                  98/02/24
035000*   PPICT-CONTROL, THE INTERFACE PPICT ITSELF SHARES WITH ANY     98/02/24
035100*   CALLER; NOT DECLARED AGAIN HERE, JUST PULLED IN.              98/02/24
035200 COPY PPICTI.                                                     98/02/24
035300                                                                  98/02/24
035400 PROCEDURE DIVISION.                                              98/02/24
035500                                                                  98/02/24
035600****************    MAINLINE    ***************                   98/02/24
035700                                                                  98/02/24
035800 PPICTDIC-MAINLINE.                                               98/02/24
035900     PERFORM OPEN-THE-FILES                                       98/02/24
036000     PERFORM READ-A-MEMBER-CARD                                   98/02/24
036100     PERFORM LOAD-ONE-MEMBER-NAME                                 98/02/24
036200         UNTIL END-OF-LIST                                        98/02/24
036300     PERFORM READ-ONE-SOURCE-LINE                                 98/02/24
036400         UNTIL END-OF-SOURCE                                      98/02/24
036500     PERFORM SCAN-A-LIBRARY-MEMBER                                98/02/24
036600         UNTIL END-OF-LIBRARY                                     98/02/24
036700     PERFORM SORT-THE-DICTIONARY                                  98/02/24
036800     PERFORM WRITE-THE-DICTIONARY                                 98/02/24
036900     PERFORM WRITE-THE-MEMBER-LIST                                98/02/24
037000     PERFORM WRITE-THE-WHERE-USED                                 98/02/24
037100     PERFORM WRITE-THE-CONFLICTS                                  98/02/24
037200     PERFORM WRITE-THE-TOTALS                                     98/02/24
037300     PERFORM WRITE-THE-END-OF-REPORT                              98/02/24
037400     PERFORM CLOSE-THE-FILES                                      98/02/24
037500     MOVE RUN-SEVERITY TO RETURN-CODE                             98/02/24
037600     STOP RUN                                                     98/02/24
037700     .                                                            98/02/24
037800                                                                  98/02/24
037900 OPEN-THE-FILES.                                                  98/02/24
038000     OPEN INPUT  MEMBER-LIST                                      98/02/24
038100     OPEN INPUT  COPY-LIBRARY                                     98/02/24
038200     OPEN INPUT  NAME-REQUESTS                                    98/02/24
038300     OPEN OUTPUT DICTIONARY-FILE                                  98/02/24
038400     OPEN OUTPUT DICT-REPORT                                      98/02/24
038500     MOVE SPACE TO PPICT-CURRENCY-SYMBOL                          98/02/24
038600     MOVE SPACE TO PPICT-DECIMAL-POINT                            98/02/24
038700     MOVE ZERO  TO PPICT-SOURCE-LENGTH                            98/02/24
038800     ACCEPT PHL-DATE FROM DATE                                    98/02/24
038900     ACCEPT PHL-TIME FROM TIME                                    98/02/24
039000     .                                                            98/02/24
039100                                                                  98/02/24
039200****************    THE MEMBER LIST    ***************            98/02/24
039300                                                                  98/02/24
039400 READ-A-MEMBER-CARD.                                              98/02/24
039500     READ MEMBER-LIST                                             98/02/24
039600         AT END                                                   98/02/24
039700             MOVE "Y" TO END-OF-LIST-FLAG                         98/02/24
039800     .                                                            98/02/24
039900                                                                  98/02/24
040000*A MEMBER NAMED TWICE IS KEPT ONCE; NAMES PAST THE 200TH ARE      98/02/24
040100*COUNTED, NOT SCANNED.                                            98/02/24
040200 LOAD-ONE-MEMBER-NAME.                                            98/02/24
040300     IF MEMBER-LIST-INDICATOR = "*"                               98/02/24
040400     OR MEMBER-LIST-NAME = SPACES                                 98/02/24
040500         NEXT SENTENCE                                            98/02/24
040600     ELSE                                                         98/02/24
040700         MOVE MEMBER-LIST-NAME TO CURRENT-MEMBER                  98/02/24
040800         PERFORM FIND-THE-MEMBER                                  98/02/24
040900         IF MBR-FOUND-INDEX > ZERO                                98/02/24
041000             NEXT SENTENCE                                        98/02/24
041100         ELSE                                                     98/02/24
041200         IF MEMBER-COUNT < 200                                    98/02/24
041300             PERFORM ADD-A-MEMBER-ENTRY                           98/02/24
041400         ELSE                                                     98/02/24
041500             ADD 1 TO MEMBERS-NOT-LISTED                          98/02/24
041600     .                                                            98/02/24
041700     PERFORM READ-A-MEMBER-CARD                                   98/02/24
041800     .                                                            98/02/24
041900                                                                  98/02/24
042000 ADD-A-MEMBER-ENTRY.                                              98/02/24
042100     ADD 1 TO MEMBER-COUNT                                        98/02/24
042200     MOVE CURRENT-MEMBER TO MBR-NAME       (MEMBER-COUNT)         98/02/24
042300     MOVE "N"            TO MBR-SCANNED    (MEMBER-COUNT)         98/02/24
042400     MOVE ZERO           TO MBR-ENTRIES    (MEMBER-COUNT)         98/02/24
042500                            MBR-NOT-KEPT   (MEMBER-COUNT)         98/02/24
042600                            MBR-PIC-ERRORS (MEMBER-COUNT)         98/02/24
042700                            MBR-TRUNCATED  (MEMBER-COUNT)         98/02/24
042750                            MBR-GROUP-OCCURS (MEMBER-COUNT)       98/04/21
042800     .                                                            98/02/24
042900                                                                  98/02/24
043000 FIND-THE-MEMBER.                                                 98/02/24
043100     MOVE ZERO TO MBR-FOUND-INDEX                                 98/02/24
043200     MOVE ZERO TO MBR-INDEX                                       98/02/24
043300     PERFORM CHECK-ONE-MEMBER-NAME                                98/02/24
043400         UNTIL MBR-INDEX = MEMBER-COUNT                           98/02/24
043500            OR MBR-FOUND-INDEX > ZERO                             98/02/24
043600     .                                                            98/02/24
043700                                                                  98/02/24
043800 CHECK-ONE-MEMBER-NAME.                                           98/02/24
043900     ADD 1 TO MBR-INDEX                                           98/02/24
044000     IF MBR-NAME (MBR-INDEX) = CURRENT-MEMBER                     98/02/24
044100         MOVE MBR-INDEX TO MBR-FOUND-INDEX                        98/02/24
044200     .                                                            98/02/24
044300                                                                  98/02/24
044400****************    THE LIBRARY    ***************                98/02/24
044500                                                                  98/02/24
044600*THE CONTROL LINE THAT ENDED THE LAST MEMBER HAS LEFT THE NAME OF 98/02/24
044700*THIS ONE IN NEXT-MEMBER-NAME; ANY LINES AHEAD OF THE FIRST       98/02/24
044800*CONTROL LINE WERE READ PAST BEFORE THE FIRST MEMBER.  A MEMBER   98/02/24
044900*NOT ON THE LIST, OR ONE ALREADY SCANNED, IS READ PAST.           98/02/24
045000 SCAN-A-LIBRARY-MEMBER.                                           98/02/24
045100     MOVE NEXT-MEMBER-NAME TO CURRENT-MEMBER                      98/02/24
045200     MOVE "N" TO END-OF-SOURCE-FLAG                               98/02/24
045300     PERFORM FIND-THE-MEMBER                                      98/02/24
045400     IF MBR-FOUND-INDEX = ZERO                                    98/02/24
045500         ADD 1 TO MEMBERS-PASSED-OVER                             98/02/24
045600         PERFORM READ-ONE-SOURCE-LINE                             98/02/24
045700             UNTIL END-OF-SOURCE                                  98/02/24
045800     ELSE                                                         98/02/24
045900     IF MBR-SCANNED (MBR-FOUND-INDEX) = "Y"                       98/02/24
046000         PERFORM READ-ONE-SOURCE-LINE                             98/02/24
046100             UNTIL END-OF-SOURCE                                  98/02/24
046200     ELSE                                                         98/02/24
046300         MOVE MBR-FOUND-INDEX TO SCAN-MEMBER-INDEX                98/02/24
046400         MOVE "Y" TO MBR-SCANNED (SCAN-MEMBER-INDEX)              98/02/24
046500         ADD 1 TO MEMBERS-SCANNED                                 98/02/24
046600         PERFORM START-A-NEW-MEMBER                               98/02/24
046700         PERFORM START-A-FRESH-LINE                               98/02/24
046800         PERFORM COLLECT-A-STATEMENT                              98/02/24
046900         PERFORM PROCESS-A-STATEMENT                              98/02/24
047000             UNTIL END-OF-SOURCE                                  98/02/24
047100         PERFORM FINISH-THE-LAYOUT                                98/02/24
047200     .                                                            98/02/24
047300                                                                  98/02/24
047400 START-A-NEW-MEMBER.                                              98/02/24
047500     MOVE ZERO TO RECORD-OFFSET                                   98/02/24
047600     MOVE ZERO TO NAME-OFFSET-COUNT                               98/02/24
047700     MOVE ZERO TO RECORD-ENTRY-INDEX                              98/02/24
047800     MOVE "N"  TO RECORD-SEEN-FLAG                                98/02/24
047900     MOVE "N"  TO REDEF-ACTIVE-FLAG                               98/02/24
048000     COMPUTE MEMBER-FIRST-ENTRY = DICT-ENTRY-COUNT + 1            98/02/24
048100     .                                                            98/02/24
048200                                                                  98/02/24
048300****************    STATEMENT COLLECTION    ***************       98/02/24
048400                                                                  98/02/24
048500 START-A-FRESH-LINE.                                              98/02/24
048600     MOVE "Y" TO LINE-EXHAUSTED-FLAG                              98/02/24
048700     MOVE 65  TO SRC-COL                                          98/02/24
048800     .                                                            98/02/24
048900                                                                  98/02/24
049000 COLLECT-A-STATEMENT.                                             98/02/24
049100     MOVE ZERO  TO STMT-LENGTH                                    98/02/24
049200     MOVE "N"   TO STMT-COMPLETE-FLAG                             98/02/24
049300                   STMT-OVERFLOW-FLAG                             98/02/24
049400                   IN-QUOTES-FLAG                                 98/02/24
049500     MOVE SPACES TO STATEMENT-TEXT                                98/02/24
049600     PERFORM COLLECT-ONE-CHAR                                     98/02/24
049700         UNTIL STMT-COMPLETE-FLAG = "Y"                           98/02/24
049800            OR END-OF-SOURCE                                      98/02/24
049900     .                                                            98/02/24
050000                                                                  98/02/24
050100 COLLECT-ONE-CHAR.                                                98/02/24
050200     PERFORM GET-NEXT-SOURCE-CHAR                                 98/02/24
050300     IF END-OF-SOURCE                                             98/02/24
050400         NEXT SENTENCE                                            98/02/24
050500     ELSE                                                         98/02/24
050600         PERFORM APPEND-SOURCE-CHAR                               98/02/24
050700         PERFORM NOTE-QUOTE-STATE                                 98/02/24
050800         IF SRC-CHAR = "."                                        98/02/24
050900            AND IN-QUOTES-FLAG = "N"                              98/02/24
051000            AND SRC-NEXT-CHAR = SPACE                             98/02/24
051100             MOVE "Y" TO STMT-COMPLETE-FLAG                       98/02/24
051200     .                                                            98/02/24
051300                                                                  98/02/24
051400 GET-NEXT-SOURCE-CHAR.                                            98/02/24
051500     IF LINE-EXHAUSTED-FLAG = "Y"                                 98/02/24
051600         PERFORM READ-A-SOURCE-LINE                               98/02/24
051700     .                                                            98/02/24
051800     IF END-OF-SOURCE                                             98/02/24
051900         MOVE SPACE TO SRC-CHAR                                   98/02/24
052000     ELSE                                                         98/02/24
052100         ADD 1 TO SRC-COL                                         98/02/24
052200         MOVE SRC-TEXT-CHAR (SRC-COL) TO SRC-CHAR                 98/02/24
052300         IF SRC-COL < 65                                          98/02/24
052400             MOVE SRC-TEXT-CHAR (SRC-COL + 1) TO SRC-NEXT-CHAR    98/02/24
052500         ELSE                                                     98/02/24
052600             MOVE SPACE TO SRC-NEXT-CHAR                          98/02/24
052700             MOVE "Y"   TO LINE-EXHAUSTED-FLAG                    98/02/24
052800     .                                                            98/02/24
052900                                                                  98/02/24
053000*COMMENT AND BLANK LINES ARE PASSED OVER; A QUOTED LITERAL DOES   98/02/24
053100*NOT RUN ON ACROSS A LINE BOUNDARY IN ANY COPYBOOK OF OURS, SO    98/02/24
053200*EACH FRESH LINE STARTS OUTSIDE QUOTES.                           98/02/24
053300 READ-A-SOURCE-LINE.                                              98/02/24
053400     MOVE "N" TO GOT-A-LINE-FLAG                                  98/02/24
053500     PERFORM READ-ONE-SOURCE-LINE                                 98/02/24
053600         UNTIL GOT-A-LINE-FLAG = "Y"                              98/02/24
053700            OR END-OF-SOURCE                                      98/02/24
053800     .                                                            98/02/24
053900                                                                  98/02/24
054000*A CONTROL LINE ENDS THE MEMBER BEFORE IT AND NAMES THE ONE       98/02/24
054100*AFTER IT.                                                        98/02/24
054200 READ-ONE-SOURCE-LINE.                                            98/02/24
054300     READ COPY-LIBRARY                                            98/02/24
054400         AT END                                                   98/02/24
054500             MOVE "Y" TO END-OF-SOURCE-FLAG                       98/02/24
054600             MOVE "Y" TO END-OF-LIBRARY-FLAG                      98/02/24
054700         NOT AT END                                               98/02/24
054800             IF LIB-CTL-MARK = "./"                               98/02/24
054900                 MOVE LIB-CTL-MEMBER TO NEXT-MEMBER-NAME          98/02/24
055000                 MOVE "Y" TO END-OF-SOURCE-FLAG                   98/02/24
055100             ELSE                                                 98/02/24
055200             IF SRC-INDICATOR-AREA = "*"                          98/02/24
055300             OR SRC-INDICATOR-AREA = "/"                          98/02/24
055400             OR SRC-TEXT-AREA = SPACES                            98/02/24
055500                 NEXT SENTENCE                                    98/02/24
055600             ELSE                                                 98/02/24
055700                 MOVE ZERO TO SRC-COL                             98/02/24
055800                 MOVE "N"  TO LINE-EXHAUSTED-FLAG                 98/02/24
055900                 MOVE "N"  TO IN-QUOTES-FLAG                      98/02/24
056000                 MOVE "Y"  TO GOT-A-LINE-FLAG                     98/02/24
056100     .                                                            98/02/24
056200                                                                  98/02/24
056300 APPEND-SOURCE-CHAR.                                              98/02/24
056400     IF STMT-LENGTH < 200                                         98/02/24
056500         ADD 1 TO STMT-LENGTH                                     98/02/24
056600         MOVE SRC-CHAR TO STMT-CHAR (STMT-LENGTH)                 98/02/24
056700     ELSE                                                         98/02/24
056800         MOVE "Y" TO STMT-OVERFLOW-FLAG                           98/02/24
056900     .                                                            98/02/24
057000                                                                  98/02/24
057100 NOTE-QUOTE-STATE.                                                98/02/24
057200     IF IN-QUOTES-FLAG = "Y"                                      98/02/24
057300         IF SRC-CHAR = THE-QUOTE-CHAR                             98/02/24
057400             MOVE "N" TO IN-QUOTES-FLAG                           98/02/24
057500         ELSE                                                     98/02/24
057600             NEXT SENTENCE                                        98/02/24
057700     ELSE                                                         98/02/24
057800     IF SRC-CHAR = QUOTE OR SRC-CHAR = "'"                        98/02/24
057900         MOVE SRC-CHAR TO THE-QUOTE-CHAR                          98/02/24
058000         MOVE "Y" TO IN-QUOTES-FLAG                               98/02/24
058100     .                                                            98/02/24
058200                                                                  98/02/24
058300****************    STATEMENT PROCESSING    ***************       98/02/24
058400                                                                  98/02/24
058500 PROCESS-A-STATEMENT.                                             98/02/24
058600     PERFORM PICK-APART-THE-STATEMENT                             98/02/24
058700     IF ENTRY-IS-DATA-FLAG = "Y"                                  98/02/24
058800         PERFORM LAYOUT-ONE-DATA-ENTRY                            98/02/24
058900     .                                                            98/02/24
059000     PERFORM COLLECT-A-STATEMENT                                  98/02/24
059100     .                                                            98/02/24
059200                                                                  98/02/24
059300 PICK-APART-THE-STATEMENT.                                        98/02/24
059400     MOVE ZERO   TO SCAN-POSN                                     98/02/24
059500     MOVE "N"    TO ENTRY-IS-DATA-FLAG                            98/02/24
059600                    ENTRY-HAS-PICTURE                             98/02/24
059700                    ENTRY-REDEFINES-FLAG                          98/02/24
059800     MOVE 1      TO ENTRY-OCCURS                                  98/02/24
059900     MOVE SPACE  TO ENTRY-USAGE                                   98/02/24
060000                    ENTRY-SIGN-SEPARATE                           98/02/24
060100     MOVE SPACES TO ENTRY-NAME                                    98/02/24
060200                    ENTRY-PICTURE                                 98/02/24
060300                    ENTRY-REDEF-TARGET                            98/02/24
060400     PERFORM GET-A-TOKEN                                          98/02/24
060500     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/02/24
060600     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/02/24
060700        AND TOKEN-LENGTH < 3                                      98/02/24
060800        AND TOKEN-NUMBER-VALUE > ZERO                             98/02/24
060900        AND TOKEN-NUMBER-VALUE < 50                               98/02/24
061000         MOVE TOKEN-NUMBER-VALUE TO ENTRY-LEVEL                   98/02/24
061100         MOVE "Y" TO ENTRY-IS-DATA-FLAG                           98/02/24
061200         PERFORM GET-THE-ENTRY-NAME                               98/02/24
061300         PERFORM GET-ONE-CLAUSE                                   98/02/24
061400             UNTIL TOKEN-LENGTH = ZERO                            98/02/24
061500     .                                                            98/02/24
061600                                                                  98/02/24
061700 GET-THE-ENTRY-NAME.                                              98/02/24
061800     PERFORM GET-A-TOKEN                                          98/02/24
061900     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/02/24
062000         MOVE "FILLER" TO ENTRY-NAME                              98/02/24
062100         PERFORM GET-THE-PICTURE                                  98/02/24
062200     ELSE                                                         98/02/24
062300         MOVE TOKEN-TEXT TO ENTRY-NAME                            98/02/24
062400         PERFORM GET-A-TOKEN                                      98/02/24
062500     .                                                            98/02/24
062600                                                                  98/02/24
062700 GET-ONE-CLAUSE.                                                  98/02/24
062800     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/02/24
062900         PERFORM GET-THE-PICTURE                                  98/02/24
063000     ELSE                                                         98/02/24
063100     IF TOKEN-TEXT = "OCCURS"                                     98/02/24
063200         PERFORM GET-THE-OCCURS-COUNT                             98/02/24
063300     ELSE                                                         98/02/24
063400     IF TOKEN-TEXT = "REDEFINES"                                  98/02/24
063500         PERFORM GET-THE-REDEF-TARGET                             98/02/24
063600     ELSE                                                         98/02/24
063700     IF TOKEN-TEXT = "COMP" OR TOKEN-TEXT = "COMP-4"              98/02/24
063800     OR TOKEN-TEXT = "BINARY"                                     98/02/24
063900     OR TOKEN-TEXT = "COMPUTATIONAL"                              98/02/24
064000     OR TOKEN-TEXT = "COMPUTATIONAL-4"                            98/02/24
064100         MOVE "C" TO ENTRY-USAGE                                  98/02/24
064200         PERFORM GET-A-TOKEN                                      98/02/24
064300     ELSE                                                         98/02/24
064400     IF TOKEN-TEXT = "COMP-3"                                     98/02/24
064500     OR TOKEN-TEXT = "COMPUTATIONAL-3"                            98/02/24
064600     OR TOKEN-TEXT = "PACKED-DECIMAL"                             98/02/24
064700         MOVE "3" TO ENTRY-USAGE                                  98/02/24
064800         PERFORM GET-A-TOKEN                                      98/02/24
064900     ELSE                                                         98/02/24
065000     IF TOKEN-TEXT = "SEPARATE"                                   98/02/24
065100         MOVE "Y" TO ENTRY-SIGN-SEPARATE                          98/02/24
065200         PERFORM GET-A-TOKEN                                      98/02/24
065300     ELSE                                                         98/02/24
065400         PERFORM GET-A-TOKEN                                      98/02/24
065500     .                                                            98/02/24
065600                                                                  98/02/24
065700 GET-THE-PICTURE.                                                 98/02/24
065800     PERFORM GET-A-TOKEN                                          98/02/24
065900     IF TOKEN-TEXT = "IS"                                         98/02/24
066000         PERFORM GET-A-TOKEN                                      98/02/24
066100     .                                                            98/02/24
066200     IF TOKEN-LENGTH > ZERO                                       98/02/24
066300         MOVE TOKEN-TEXT TO ENTRY-PICTURE                         98/02/24
066400         MOVE "Y" TO ENTRY-HAS-PICTURE                            98/02/24
066500         PERFORM GET-A-TOKEN                                      98/02/24
066600     .                                                            98/02/24
066700                                                                  98/02/24
066800 GET-THE-OCCURS-COUNT.                                            98/02/24
066900     PERFORM GET-A-TOKEN                                          98/02/24
067000     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/02/24
067100     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/02/24
067200         MOVE TOKEN-NUMBER-VALUE TO ENTRY-OCCURS                  98/02/24
067300         PERFORM GET-A-TOKEN                                      98/02/24
067400     .                                                            98/02/24
067500                                                                  98/02/24
067600 GET-THE-REDEF-TARGET.                                            98/02/24
067700     PERFORM GET-A-TOKEN                                          98/02/24
067800     MOVE TOKEN-TEXT TO ENTRY-REDEF-TARGET                        98/02/24
067900     MOVE "Y" TO ENTRY-REDEFINES-FLAG                             98/02/24
068000     PERFORM GET-A-TOKEN                                          98/02/24
068100     .                                                            98/02/24
068200                                                                  98/02/24
068300****************    STATEMENT TOKENIZER    ***************        98/02/24
068400                                                                  98/02/24
068500 GET-A-TOKEN.                                                     98/02/24
068600     MOVE SPACES TO TOKEN-TEXT                                    98/02/24
068700     MOVE ZERO   TO TOKEN-LENGTH                                  98/02/24
068800     PERFORM SKIP-TOKEN-SPACES                                    98/02/24
068900     PERFORM TAKE-ONE-TOKEN-CHAR                                  98/02/24
069000         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/02/24
069100            OR (TOKEN-LENGTH > ZERO                               98/02/24
069200                AND STMT-CHAR (SCAN-POSN + 1) = SPACE)            98/02/24
069300     PERFORM TRIM-THE-TOKEN                                       98/02/24
069400     .                                                            98/02/24
069500                                                                  98/02/24
069600 SKIP-TOKEN-SPACES.                                               98/02/24
069700     PERFORM SKIP-ONE-TOKEN-SPACE                                 98/02/24
069800         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/02/24
069900            OR STMT-CHAR (SCAN-POSN + 1) NOT = SPACE              98/02/24
070000     .                                                            98/02/24
070100                                                                  98/02/24
070200 SKIP-ONE-TOKEN-SPACE.                                            98/02/24
070300     ADD 1 TO SCAN-POSN                                           98/02/24
070400     .                                                            98/02/24
070500                                                                  98/02/24
070600 TAKE-ONE-TOKEN-CHAR.                                             98/02/24
070700     ADD 1 TO SCAN-POSN                                           98/02/24
070800     IF TOKEN-LENGTH < 30                                         98/02/24
070900         ADD 1 TO TOKEN-LENGTH                                    98/02/24
071000         MOVE STMT-CHAR (SCAN-POSN) TO TOKEN-CHAR (TOKEN-LENGTH)  98/02/24
071100     .                                                            98/02/24
071200                                                                  98/02/24
071300*A TERMINATING PERIOD AND THE COMMA AND SEMICOLON SEPARATORS      98/02/24
071400*CLING TO THE TOKEN IN FRONT OF THEM; THEY ARE NOT PART OF IT.    98/02/24
071500 TRIM-THE-TOKEN.                                                  98/02/24
071600     IF TOKEN-LENGTH > ZERO                                       98/02/24
071700        AND (TOKEN-CHAR (TOKEN-LENGTH) = ","                      98/02/24
071800             OR TOKEN-CHAR (TOKEN-LENGTH) = ";")                  98/02/24
071900         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/02/24
072000         SUBTRACT 1 FROM TOKEN-LENGTH                             98/02/24
072100     .                                                            98/02/24
072200     IF TOKEN-LENGTH > ZERO                                       98/02/24
072300        AND TOKEN-CHAR (TOKEN-LENGTH) = "."                       98/02/24
072400        AND SCAN-POSN NOT < STMT-LENGTH                           98/02/24
072500         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/02/24
072600         SUBTRACT 1 FROM TOKEN-LENGTH                             98/02/24
072700     .                                                            98/02/24
072800                                                                  98/02/24
072900 CONVERT-TOKEN-TO-NUMBER.                                         98/02/24
073000     MOVE "Y"  TO TOKEN-IS-NUMERIC-FLAG                           98/02/24
073100     MOVE ZERO TO TOKEN-NUMBER-VALUE                              98/02/24
073200     MOVE ZERO TO TOKEN-DIGIT-NBR                                 98/02/24
073300     IF TOKEN-LENGTH = ZERO                                       98/02/24
073400         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/02/24
073500     ELSE                                                         98/02/24
073600         PERFORM CONVERT-ONE-DIGIT                                98/02/24
073700             UNTIL TOKEN-DIGIT-NBR = TOKEN-LENGTH                 98/02/24
073800                OR TOKEN-IS-NUMERIC-FLAG = "N"                    98/02/24
073900     .                                                            98/02/24
074000                                                                  98/02/24
074100 CONVERT-ONE-DIGIT.                                               98/02/24
074200     ADD 1 TO TOKEN-DIGIT-NBR                                     98/02/24
074300     MOVE TOKEN-CHAR (TOKEN-DIGIT-NBR) TO TOKEN-DIGIT-CHAR        98/02/24
074400     IF TOKEN-DIGIT-CHAR NUMERIC                                  98/02/24
074500         COMPUTE TOKEN-NUMBER-VALUE =                             98/02/24
074600             TOKEN-NUMBER-VALUE * 10 + TOKEN-DIGIT                98/02/24
074700     ELSE                                                         98/02/24
074800         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/02/24
074900     .                                                            98/02/24
075000                                                                  98/02/24
075100****************    LAY OUT ONE ENTRY    ***************          98/02/24
075200                                                                  98/02/24
075300*LEVELS 66, 77 AND 88 NEVER GET THIS FAR: THE LEVEL-NUMBER        98/02/24
075400*FILTER IN PICK-APART-THE-STATEMENT ONLY ADMITS 01 THROUGH 49.    98/02/24
075500*THE LAYOUT IS PPICTSCN'S; WHERE PPICTSCN PRINTS A LINE, AN       98/02/24
075600*ENTRY GOES INTO THE DICTIONARY INSTEAD.                          98/02/24
075700 LAYOUT-ONE-DATA-ENTRY.                                           98/02/24
075800     IF REDEF-ACTIVE-FLAG = "Y"                                   98/02/24
075900        AND ENTRY-LEVEL NOT > REDEF-LEVEL                         98/02/24
076000         PERFORM END-REDEFINES-REGION                             98/02/24
076100     .                                                            98/02/24
076200     IF ENTRY-LEVEL = 1                                           98/02/24
076300        AND RECORD-SEEN-FLAG = "Y"                                98/02/24
076400        AND ENTRY-REDEFINES-FLAG = "N"                            98/02/24
076500         PERFORM NOTE-THE-RECORD-LENGTH                           98/02/24
076600         MOVE ZERO TO RECORD-OFFSET                               98/02/24
076700         MOVE ZERO TO NAME-OFFSET-COUNT                           98/02/24
076800     .                                                            98/02/24
076900     MOVE "Y" TO RECORD-SEEN-FLAG                                 98/02/24
077000     IF ENTRY-REDEFINES-FLAG = "Y"                                98/02/24
077100         PERFORM START-REDEFINES-REGION                           98/02/24
077200     .                                                            98/02/24
077300     PERFORM SAVE-THE-ENTRY-OFFSET                                98/02/24
077400     IF ENTRY-HAS-PICTURE = "Y"                                   98/02/24
077500         PERFORM LAYOUT-ELEMENTARY-ITEM                           98/02/24
077600     ELSE                                                         98/02/24
077700         PERFORM LAYOUT-GROUP-ITEM                                98/02/24
077800     .                                                            98/02/24
077900                                                                  98/02/24
078000 LAYOUT-ELEMENTARY-ITEM.                                          98/02/24
078100     MOVE ENTRY-PICTURE TO PPICT-TABLE-TEXT                       98/02/24
078200     MOVE "P" TO PPICT-OPERATION                                  98/02/24
078300     MOVE ENTRY-USAGE TO PPICT-USAGE                              98/02/24
078400     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/02/24
078500     CALL "PPICT"                                                 98/02/24
078600     COMPUTE ENTRY-LENGTH = PPICT-STORAGE-SIZE * ENTRY-OCCURS     98/02/24
078700*A SIGN SEPARATE CLAUSE PUTS THE SIGN IN A CHARACTER OF ITS       98/02/24
078800*OWN, ONE EXTRA BYTE PER OCCURRENCE, FOR DISPLAY USAGE.           98/02/24
078900     IF ENTRY-SIGN-SEPARATE = "Y"                                 98/02/24
079000        AND (ENTRY-USAGE = SPACE OR ENTRY-USAGE = "D")            98/02/24
079100         ADD ENTRY-OCCURS TO ENTRY-LENGTH                         98/02/24
079200     .                                                            98/02/24
079300     IF PPICT-ERROR-CODE NOT = SPACES                             98/02/24
079400        AND PPICT-ERROR-CODE NOT = "00"                           98/02/24
079500         ADD 1 TO MBR-PIC-ERRORS (SCAN-MEMBER-INDEX)              98/02/24
079600         ADD 1 TO PICTURES-IN-ERROR                               98/02/24
079700     .                                                            98/02/24
079800     MOVE PPICT-ITEM-TYPE TO ENTRY-ITEM-TYPE                      98/02/24
079900     PERFORM ADD-A-DICTIONARY-ENTRY                               98/02/24
080000     ADD ENTRY-LENGTH TO RECORD-OFFSET                            98/02/24
080100     .                                                            98/02/24
080200                                                                  98/02/24
080300*A GROUP TAKES NO LENGTH OF ITS OWN HERE, AS ON THE PPICTSCN      98/02/24
080400*LAYOUT; AN 01 GROUP IS GIVEN THE RECORD LENGTH WHEN ITS RECORD   98/02/24
080500*ENDS.  A GROUP THAT OCCURS IS LAID OUT ONCE ONLY.                98/04/21
080600 LAYOUT-GROUP-ITEM.                                               98/02/24
080700     MOVE ZERO  TO ENTRY-LENGTH                                   98/02/24
080800     MOVE SPACE TO ENTRY-ITEM-TYPE                                98/02/24
080900     PERFORM ADD-A-DICTIONARY-ENTRY                               98/02/24
080925     IF ENTRY-OCCURS > 1                                          98/04/21
080950         ADD 1 TO MBR-GROUP-OCCURS (SCAN-MEMBER-INDEX)            98/04/21
080975     .                                                            98/04/21
081000     IF ENTRY-LEVEL = 1                                           98/02/24
081100        AND ENTRY-REDEFINES-FLAG = "N"                            98/02/24
081200         MOVE DE-INDEX TO RECORD-ENTRY-INDEX                      98/02/24
081300     .                                                            98/02/24
081400                                                                  98/02/24
081500 NOTE-THE-RECORD-LENGTH.                                          98/02/24
081600     IF RECORD-ENTRY-INDEX > ZERO                                 98/02/24
081700         MOVE RECORD-OFFSET TO DE-LENGTH (RECORD-ENTRY-INDEX)     98/02/24
081800     .                                                            98/02/24
081900     MOVE ZERO TO RECORD-ENTRY-INDEX                              98/02/24
082000     .                                                            98/02/24
082100                                                                  98/02/24
082200****************    DICTIONARY ENTRIES    ***************         98/02/24
082300                                                                  98/02/24
082400*DE-INDEX IS LEFT AT THE NEW ENTRY, OR AT ZERO WHEN NONE WAS      98/02/24
082500*MADE.                                                            98/02/24
082600 ADD-A-DICTIONARY-ENTRY.                                          98/02/24
082700     IF STMT-OVERFLOW-FLAG = "Y"                                  98/02/24
082800         ADD 1 TO MBR-TRUNCATED (SCAN-MEMBER-INDEX)               98/02/24
082900         ADD 1 TO STATEMENTS-TRUNCATED                            98/02/24
083000     .                                                            98/02/24
083100     IF ENTRY-NAME = "FILLER"                                     98/02/24
083200     OR ENTRY-NAME = SPACES                                       98/02/24
083300         MOVE ZERO TO DE-INDEX                                    98/02/24
083400     ELSE                                                         98/02/24
083500         PERFORM LOOK-FOR-A-DUPLICATE                             98/02/24
083600         IF DE-FOUND-FLAG = "Y"                                   98/02/24
083700             ADD 1 TO DUPLICATES-DROPPED                          98/02/24
083800             MOVE ZERO TO DE-INDEX                                98/02/24
083900         ELSE                                                     98/02/24
084000         IF DICT-ENTRY-COUNT < DICT-ENTRY-LIMIT                   98/02/24
084100             PERFORM FILL-A-DICTIONARY-ENTRY                      98/02/24
084200         ELSE                                                     98/02/24
084300             ADD 1 TO MBR-NOT-KEPT (SCAN-MEMBER-INDEX)            98/02/24
084400             ADD 1 TO ENTRIES-NOT-KEPT                            98/02/24
084500             MOVE ZERO TO DE-INDEX                                98/02/24
084600     .                                                            98/02/24
084700                                                                  98/02/24
084800 LOOK-FOR-A-DUPLICATE.                                            98/02/24
084900     MOVE "N" TO DE-FOUND-FLAG                                    98/02/24
085000     COMPUTE DE-INDEX = MEMBER-FIRST-ENTRY - 1                    98/02/24
085100     PERFORM CHECK-ONE-MEMBER-ENTRY                               98/02/24
085200         UNTIL DE-INDEX NOT < DICT-ENTRY-COUNT                    98/02/24
085300            OR DE-FOUND-FLAG = "Y"                                98/02/24
085400     .                                                            98/02/24
085500                                                                  98/02/24
085600 CHECK-ONE-MEMBER-ENTRY.                                          98/02/24
085700     ADD 1 TO DE-INDEX                                            98/02/24
085800     IF DE-NAME (DE-INDEX) = ENTRY-NAME                           98/02/24
085900         MOVE "Y" TO DE-FOUND-FLAG                                98/02/24
086000     .                                                            98/02/24
086100                                                                  98/02/24
086200 FILL-A-DICTIONARY-ENTRY.                                         98/02/24
086300     ADD 1 TO DICT-ENTRY-COUNT                                    98/02/24
086400     MOVE DICT-ENTRY-COUNT TO DE-INDEX                            98/02/24
086500     MOVE ENTRY-NAME      TO DE-NAME      (DE-INDEX)              98/02/24
086600     MOVE CURRENT-MEMBER  TO DE-MEMBER    (DE-INDEX)              98/02/24
086700     MOVE ENTRY-LEVEL     TO DE-LEVEL     (DE-INDEX)              98/02/24
086800     MOVE ENTRY-PICTURE   TO DE-PICTURE   (DE-INDEX)              98/02/24
086900     MOVE ENTRY-ITEM-TYPE TO DE-ITEM-TYPE (DE-INDEX)              98/02/24
087000     MOVE RECORD-OFFSET   TO DE-OFFSET    (DE-INDEX)              98/02/24
087100     MOVE ENTRY-LENGTH    TO DE-LENGTH    (DE-INDEX)              98/02/24
087200     MOVE ENTRY-OCCURS    TO DE-OCCURS    (DE-INDEX)              98/02/24
087300     IF ENTRY-HAS-PICTURE = "N"                                   98/02/24
087400         MOVE SPACE TO DE-USAGE (DE-INDEX)                        98/02/24
087500     ELSE                                                         98/02/24
087600     IF ENTRY-USAGE = SPACE                                       98/02/24
087700         MOVE "D" TO DE-USAGE (DE-INDEX)                          98/02/24
087800     ELSE                                                         98/02/24
087900         MOVE ENTRY-USAGE TO DE-USAGE (DE-INDEX)                  98/02/24
088000     .                                                            98/02/24
088100     ADD 1 TO MBR-ENTRIES (SCAN-MEMBER-INDEX)                     98/02/24
088200     .                                                            98/02/24
088300                                                                  98/02/24
088400****************    REDEFINES HANDLING    ***************         98/02/24
088500                                                                  98/02/24
088600 START-REDEFINES-REGION.                                          98/02/24
088700     IF REDEF-ACTIVE-FLAG = "N"                                   98/02/24
088800         MOVE RECORD-OFFSET TO REDEF-SAVED-OFFSET                 98/02/24
088900         MOVE "Y" TO REDEF-ACTIVE-FLAG                            98/02/24
089000         MOVE ENTRY-LEVEL TO REDEF-LEVEL                          98/02/24
089100     .                                                            98/02/24
089200     PERFORM LOOK-UP-THE-TARGET-OFFSET                            98/02/24
089300     .                                                            98/02/24
089400                                                                  98/02/24
089500 END-REDEFINES-REGION.                                            98/02/24
089600     MOVE "N" TO REDEF-ACTIVE-FLAG                                98/02/24
089700     IF REDEF-SAVED-OFFSET > RECORD-OFFSET                        98/02/24
089800         MOVE REDEF-SAVED-OFFSET TO RECORD-OFFSET                 98/02/24
089900     .                                                            98/02/24
090000                                                                  98/02/24
090100 LOOK-UP-THE-TARGET-OFFSET.                                       98/02/24
090200     MOVE "N"  TO LOOKUP-FOUND-FLAG                               98/02/24
090300     MOVE ZERO TO LOOKUP-INDEX                                    98/02/24
090400     PERFORM CHECK-ONE-SAVED-NAME                                 98/02/24
090500         UNTIL LOOKUP-INDEX = NAME-OFFSET-COUNT                   98/02/24
090600            OR LOOKUP-FOUND-FLAG = "Y"                            98/02/24
090700     IF LOOKUP-FOUND-FLAG = "Y"                                   98/02/24
090800         MOVE SAVED-OFFSET (LOOKUP-INDEX) TO RECORD-OFFSET        98/02/24
090900     .                                                            98/02/24
091000                                                                  98/02/24
091100 CHECK-ONE-SAVED-NAME.                                            98/02/24
091200     ADD 1 TO LOOKUP-INDEX                                        98/02/24
091300     IF SAVED-NAME (LOOKUP-INDEX) = ENTRY-REDEF-TARGET            98/02/24
091400         MOVE "Y" TO LOOKUP-FOUND-FLAG                            98/02/24
091500     .                                                            98/02/24
091600                                                                  98/02/24
091700 SAVE-THE-ENTRY-OFFSET.                                           98/02/24
091800     IF NAME-OFFSET-COUNT < 100                                   98/02/24
091900         ADD 1 TO NAME-OFFSET-COUNT                               98/02/24
092000         MOVE ENTRY-NAME    TO SAVED-NAME   (NAME-OFFSET-COUNT)   98/02/24
092100         MOVE RECORD-OFFSET TO SAVED-OFFSET (NAME-OFFSET-COUNT)   98/02/24
092200     .                                                            98/02/24
092300                                                                  98/02/24
092400****************    END OF THE LAYOUT    ***************          98/02/24
092500                                                                  98/02/24
092600 FINISH-THE-LAYOUT.                                               98/02/24
092700     IF REDEF-ACTIVE-FLAG = "Y"                                   98/02/24
092800         PERFORM END-REDEFINES-REGION                             98/02/24
092900     .                                                            98/02/24
093000     IF RECORD-SEEN-FLAG = "Y"                                    98/02/24
093100         PERFORM NOTE-THE-RECORD-LENGTH                           98/02/24
093200     .                                                            98/02/24
093300                                                                  98/02/24
093400****************    WRITE THE DICTIONARY    ***************       98/02/24
093500                                                                  98/02/24
093600 SORT-THE-DICTIONARY.                                             98/02/24
093700     MOVE 1 TO SORT-INDEX                                         98/02/24
093800     PERFORM INSERT-ONE-ENTRY                                     98/02/24
093900         UNTIL SORT-INDEX NOT < DICT-ENTRY-COUNT                  98/02/24
094000     .                                                            98/02/24
094100                                                                  98/02/24
094200 INSERT-ONE-ENTRY.                                                98/02/24
094300     ADD 1 TO SORT-INDEX                                          98/02/24
094400     MOVE DICT-TABLE-ENTRY (SORT-INDEX) TO SORT-HELD-ENTRY        98/02/24
094500     MOVE SORT-INDEX TO SORT-SLOT                                 98/02/24
094600     MOVE "N" TO SORT-SLOT-FOUND-FLAG                             98/02/24
094700     PERFORM MOVE-ONE-ENTRY-DOWN                                  98/02/24
094800         UNTIL SORT-SLOT-FOUND-FLAG = "Y"                         98/02/24
094900     MOVE SORT-HELD-ENTRY TO DICT-TABLE-ENTRY (SORT-SLOT)         98/02/24
095000     .                                                            98/02/24
095100                                                                  98/02/24
095200 MOVE-ONE-ENTRY-DOWN.                                             98/02/24
095300     IF SORT-SLOT = 1                                             98/02/24
095400         MOVE "Y" TO SORT-SLOT-FOUND-FLAG                         98/02/24
095500     ELSE                                                         98/02/24
095600     IF DE-KEY (SORT-SLOT - 1) > SORT-HELD-KEY                    98/02/24
095700         MOVE DICT-TABLE-ENTRY (SORT-SLOT - 1)                    98/02/24
095800             TO DICT-TABLE-ENTRY (SORT-SLOT)                      98/02/24
095900         SUBTRACT 1 FROM SORT-SLOT                                98/02/24
096000     ELSE                                                         98/02/24
096100         MOVE "Y" TO SORT-SLOT-FOUND-FLAG                         98/02/24
096200     .                                                            98/02/24
096300                                                                  98/02/24
096400 WRITE-THE-DICTIONARY.                                            98/02/24
096500     MOVE ZERO TO DE-INDEX                                        98/02/24
096600     PERFORM WRITE-ONE-DICTIONARY-RECORD                          98/02/24
096700         UNTIL DE-INDEX = DICT-ENTRY-COUNT                        98/02/24
096800     .                                                            98/02/24
096900                                                                  98/02/24
097000 WRITE-ONE-DICTIONARY-RECORD.                                     98/02/24
097100     ADD 1 TO DE-INDEX                                            98/02/24
097200     MOVE SPACES TO DICTIONARY-RECORD                             98/02/24
097300     MOVE DE-NAME      (DE-INDEX) TO DR-NAME                      98/02/24
097400     MOVE DE-MEMBER    (DE-INDEX) TO DR-MEMBER                    98/02/24
097500     MOVE DE-LEVEL     (DE-INDEX) TO DR-LEVEL                     98/02/24
097600     MOVE DE-PICTURE   (DE-INDEX) TO DR-PICTURE                   98/02/24
097700     MOVE DE-ITEM-TYPE (DE-INDEX) TO DR-ITEM-TYPE                 98/02/24
097800     MOVE DE-USAGE     (DE-INDEX) TO DR-USAGE                     98/02/24
097900     MOVE DE-OFFSET    (DE-INDEX) TO DR-OFFSET                    98/02/24
098000     MOVE DE-LENGTH    (DE-INDEX) TO DR-LENGTH                    98/02/24
098100     MOVE DE-OCCURS    (DE-INDEX) TO DR-OCCURS                    98/02/24
098200     WRITE DICTIONARY-RECORD                                      98/02/24
098300     ADD 1 TO ENTRIES-WRITTEN                                     98/02/24
098400     .                                                            98/02/24
098500                                                                  98/02/24
098600****************    MEMBERS SCANNED    ***************            98/02/24
098700                                                                  98/02/24
098800 WRITE-THE-MEMBER-LIST.                                           98/02/24
098900     MOVE MEMBER-HEADING-LINE TO COLUMN-HEADING-LINE              98/02/24
099000     MOVE ZERO TO LINES-ON-PAGE                                   98/02/24
099100     MOVE "***** DATA DICTIONARY - MEMBERS SCANNED *****"         98/02/24
099200         TO PRINT-WORK-LINE                                       98/02/24
099300     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
099400     MOVE SPACES TO PRINT-WORK-LINE                               98/02/24
099500     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
099600     MOVE ZERO TO MBR-INDEX                                       98/02/24
099700     PERFORM WRITE-ONE-MEMBER-LINE                                98/02/24
099800         UNTIL MBR-INDEX = MEMBER-COUNT                           98/02/24
099900     .                                                            98/02/24
100000                                                                  98/02/24
100100 WRITE-ONE-MEMBER-LINE.                                           98/02/24
100200     ADD 1 TO MBR-INDEX                                           98/02/24
100300     MOVE MBR-NAME (MBR-INDEX) TO MDL-NAME                        98/02/24
100400     MOVE SPACES TO MDL-NOTE                                      98/02/24
100500     IF MBR-SCANNED (MBR-INDEX) = "Y"                             98/02/24
100600         MOVE "SCANNED" TO MDL-STATUS                             98/02/24
100700         MOVE MBR-ENTRIES (MBR-INDEX) TO MDL-ENTRIES              98/02/24
100800         PERFORM NOTE-THE-MEMBER-PROBLEMS                         98/02/24
100900     ELSE                                                         98/02/24
101000         MOVE "NOT IN LIBRARY" TO MDL-STATUS                      98/02/24
101100         MOVE ZERO TO MDL-ENTRIES                                 98/02/24
101200         ADD 1 TO MEMBERS-NOT-FOUND                               98/02/24
101300     .                                                            98/02/24
101400     MOVE MEMBER-DETAIL-LINE TO PRINT-WORK-LINE                   98/02/24
101500     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
101600     .                                                            98/02/24
101700                                                                  98/02/24
101800*A MEMBER'S ENTRIES ARE ONLY AS GOOD AS ITS SCAN; THE WORST THING 98/02/24
101900*THAT WENT WRONG WITH IT IS NAMED ON ITS LINE.                    98/02/24
102000 NOTE-THE-MEMBER-PROBLEMS.                                        98/02/24
102100     IF MBR-NOT-KEPT (MBR-INDEX) > ZERO                           98/02/24
102200         MOVE "DICTIONARY TABLE FULL" TO MDL-NOTE                 98/02/24
102300     ELSE                                                         98/02/24
102400     IF MBR-PIC-ERRORS (MBR-INDEX) > ZERO                         98/02/24
102500         MOVE "PICTURE ERROR - SEE PPICTSCN" TO MDL-NOTE          98/02/24
102525     ELSE                                                         98/04/21
102550     IF MBR-GROUP-OCCURS (MBR-INDEX) > ZERO                       98/04/21
102575         MOVE "GROUP OCCURS NOT EXPANDED" TO MDL-NOTE             98/04/21
102600     ELSE                                                         98/02/24
102700     IF MBR-TRUNCATED (MBR-INDEX) > ZERO                          98/02/24
102800         MOVE "STATEMENT TRUNCATED AT 200" TO MDL-NOTE            98/02/24
102900     .                                                            98/02/24
102925     IF MBR-GROUP-OCCURS (MBR-INDEX) > ZERO                       98/04/21
102950         ADD 1 TO MEMBERS-WITH-GROUP-OCCURS                       98/04/21
102975     .                                                            98/04/21
103000                                                                  98/02/24
103100****************    WHERE USED    ***************                 98/02/24
103200                                                                  98/02/24
103300 WRITE-THE-WHERE-USED.                                            98/02/24
103400     MOVE ENTRY-HEADING-LINE TO COLUMN-HEADING-LINE               98/02/24
103500     MOVE ZERO TO LINES-ON-PAGE                                   98/02/24
103600     MOVE "***** DATA DICTIONARY - WHERE USED *****"              98/02/24
103700         TO PRINT-WORK-LINE                                       98/02/24
103800     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
103900     MOVE SPACES TO PRINT-WORK-LINE                               98/02/24
104000     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
104100     PERFORM READ-A-NAME-REQUEST                                  98/02/24
104200     PERFORM LIST-ONE-REQUEST                                     98/02/24
104300         UNTIL END-OF-REQUESTS                                    98/02/24
104400     .                                                            98/02/24
104500                                                                  98/02/24
104600 READ-A-NAME-REQUEST.                                             98/02/24
104700     READ NAME-REQUESTS                                           98/02/24
104800         AT END                                                   98/02/24
104900             MOVE "Y" TO END-OF-REQUESTS-FLAG                     98/02/24
105000     .                                                            98/02/24
105100                                                                  98/02/24
105200 LIST-ONE-REQUEST.                                                98/02/24
105300     IF NAME-REQUEST-INDICATOR = "*"                              98/02/24
105400     OR NAME-REQUEST-NAME = SPACES                                98/02/24
105500         NEXT SENTENCE                                            98/02/24
105600     ELSE                                                         98/02/24
105700         ADD 1 TO NAMES-REQUESTED                                 98/02/24
105800         MOVE NAME-REQUEST-NAME TO REQUESTED-NAME                 98/02/24
105900         PERFORM LIST-THE-REQUESTED-NAME                          98/02/24
106000     .                                                            98/02/24
106100     PERFORM READ-A-NAME-REQUEST                                  98/02/24
106200     .                                                            98/02/24
106300                                                                  98/02/24
106400 LIST-THE-REQUESTED-NAME.                                         98/02/24
106500     PERFORM FIND-THE-NAME-GROUP                                  98/02/24
106600     IF GROUP-FIRST = ZERO                                        98/02/24
106700         ADD 1 TO NAMES-NOT-FOUND                                 98/02/24
106800         MOVE REQUESTED-NAME TO NFL-NAME                          98/02/24
106900         MOVE NOT-FOUND-LINE TO PRINT-WORK-LINE                   98/02/24
107000         PERFORM WRITE-A-PRINT-LINE                               98/02/24
107100     ELSE                                                         98/02/24
107200         PERFORM WRITE-THE-NAME-GROUP                             98/02/24
107300     .                                                            98/02/24
107400     MOVE SPACES TO PRINT-WORK-LINE                               98/02/24
107500     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
107600     .                                                            98/02/24
107700                                                                  98/02/24
107800*THE TABLE IS IN NAME ORDER, SO THE SEARCH STOPS AT THE FIRST     98/02/24
107900*ENTRY FOR THE NAME OR AT THE FIRST NAME PAST IT.                 98/02/24
108000 FIND-THE-NAME-GROUP.                                             98/02/24
108100     MOVE ZERO TO GROUP-FIRST                                     98/02/24
108200     MOVE ZERO TO DE-INDEX                                        98/02/24
108300     MOVE "N"  TO DE-FOUND-FLAG                                   98/02/24
108400     PERFORM CHECK-ONE-ENTRY-NAME                                 98/02/24
108500         UNTIL DE-INDEX = DICT-ENTRY-COUNT                        98/02/24
108600            OR DE-FOUND-FLAG = "Y"                                98/02/24
108700     IF GROUP-FIRST > ZERO                                        98/02/24
108800         PERFORM FIND-THE-GROUP-END                               98/02/24
108900     .                                                            98/02/24
109000                                                                  98/02/24
109100 CHECK-ONE-ENTRY-NAME.                                            98/02/24
109200     ADD 1 TO DE-INDEX                                            98/02/24
109300     IF DE-NAME (DE-INDEX) = REQUESTED-NAME                       98/02/24
109400         MOVE DE-INDEX TO GROUP-FIRST                             98/02/24
109500         MOVE "Y" TO DE-FOUND-FLAG                                98/02/24
109600     ELSE                                                         98/02/24
109700     IF DE-NAME (DE-INDEX) > REQUESTED-NAME                       98/02/24
109800         MOVE "Y" TO DE-FOUND-FLAG                                98/02/24
109900     .                                                            98/02/24
110000                                                                  98/02/24
110100 FIND-THE-GROUP-END.                                              98/02/24
110200     MOVE GROUP-FIRST TO GROUP-LAST                               98/02/24
110300     MOVE "N" TO GROUP-END-FLAG                                   98/02/24
110400     PERFORM EXTEND-THE-NAME-GROUP                                98/02/24
110500         UNTIL GROUP-END-FLAG = "Y"                               98/02/24
110600     .                                                            98/02/24
110700                                                                  98/02/24
110800 EXTEND-THE-NAME-GROUP.                                           98/02/24
110900     IF GROUP-LAST = DICT-ENTRY-COUNT                             98/02/24
111000         MOVE "Y" TO GROUP-END-FLAG                               98/02/24
111100     ELSE                                                         98/02/24
111200     IF DE-NAME (GROUP-LAST + 1) = DE-NAME (GROUP-FIRST)          98/02/24
111300         ADD 1 TO GROUP-LAST                                      98/02/24
111400     ELSE                                                         98/02/24
111500         MOVE "Y" TO GROUP-END-FLAG                               98/02/24
111600     .                                                            98/02/24
111700                                                                  98/02/24
111800 WRITE-THE-NAME-GROUP.                                            98/02/24
111900     COMPUTE DE-INDEX = GROUP-FIRST - 1                           98/02/24
112000     PERFORM WRITE-ONE-ENTRY-LINE                                 98/02/24
112100         UNTIL DE-INDEX = GROUP-LAST                              98/02/24
112200     .                                                            98/02/24
112300                                                                  98/02/24
112400 WRITE-ONE-ENTRY-LINE.                                            98/02/24
112500     ADD 1 TO DE-INDEX                                            98/02/24
112600     MOVE DE-NAME      (DE-INDEX) TO EDL-NAME                     98/02/24
112700     MOVE DE-MEMBER    (DE-INDEX) TO EDL-MEMBER                   98/02/24
112800     MOVE DE-LEVEL     (DE-INDEX) TO EDL-LEVEL                    98/02/24
112900     MOVE DE-PICTURE   (DE-INDEX) TO EDL-PICTURE                  98/02/24
113000     MOVE DE-ITEM-TYPE (DE-INDEX) TO EDL-ITEM-TYPE                98/02/24
113100     MOVE DE-USAGE     (DE-INDEX) TO EDL-USAGE                    98/02/24
113200     MOVE DE-OFFSET    (DE-INDEX) TO EDL-OFFSET                   98/02/24
113300     MOVE DE-LENGTH    (DE-INDEX) TO EDL-LENGTH                   98/02/24
113400     IF DE-OCCURS (DE-INDEX) > 1                                  98/02/24
113500         MOVE DE-OCCURS (DE-INDEX) TO EDL-OCCURS                  98/02/24
113600     ELSE                                                         98/02/24
113700         MOVE ZERO TO EDL-OCCURS                                  98/02/24
113800     .                                                            98/02/24
113900     MOVE ENTRY-DETAIL-LINE TO PRINT-WORK-LINE                    98/02/24
114000     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
114100     .                                                            98/02/24
114200                                                                  98/02/24
114300****************    CONFLICTS    ***************                  98/02/24
114400                                                                  98/02/24
114500*A NAME IS IN CONFLICT WHEN ANY MEMBER GIVES IT A PICTURE OR A    98/02/24
114600*LENGTH DIFFERENT FROM THE FIRST MEMBER'S; A DIFFERENT LEVEL OR   98/02/24
114700*OFFSET ALONE IS NOT A CONFLICT.  EVERY ENTRY FOR THE NAME IS     98/02/24
114800*LISTED, SO THE ODD ONE OUT SHOWS AGAINST THE REST.               98/02/24
114900 WRITE-THE-CONFLICTS.                                             98/02/24
115000     MOVE ENTRY-HEADING-LINE TO COLUMN-HEADING-LINE               98/02/24
115100     MOVE ZERO TO LINES-ON-PAGE                                   98/02/24
115200     MOVE "***** DATA DICTIONARY - CONFLICTS *****"               98/02/24
115300         TO PRINT-WORK-LINE                                       98/02/24
115400     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
115500     MOVE SPACES TO PRINT-WORK-LINE                               98/02/24
115600     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
115700     MOVE ZERO TO GROUP-LAST                                      98/02/24
115800     PERFORM CHECK-ONE-NAME-GROUP                                 98/02/24
115900         UNTIL GROUP-LAST = DICT-ENTRY-COUNT                      98/02/24
116000     IF CONFLICTING-NAMES = ZERO                                  98/02/24
116100         MOVE "NO CONFLICTS FOUND" TO PRINT-WORK-LINE             98/02/24
116200         PERFORM WRITE-A-PRINT-LINE                               98/02/24
116300     .                                                            98/02/24
116400                                                                  98/02/24
116500 CHECK-ONE-NAME-GROUP.                                            98/02/24
116600     COMPUTE GROUP-FIRST = GROUP-LAST + 1                         98/02/24
116700     PERFORM FIND-THE-GROUP-END                                   98/02/24
116800     MOVE "N" TO GROUP-CONFLICT-FLAG                              98/02/24
116900     MOVE GROUP-FIRST TO DE-INDEX                                 98/02/24
117000     PERFORM COMPARE-ONE-GROUP-ENTRY                              98/02/24
117100         UNTIL DE-INDEX = GROUP-LAST                              98/02/24
117200     IF GROUP-CONFLICT-FLAG = "Y"                                 98/02/24
117300         ADD 1 TO CONFLICTING-NAMES                               98/02/24
117400         PERFORM WRITE-THE-NAME-GROUP                             98/02/24
117500         MOVE SPACES TO PRINT-WORK-LINE                           98/02/24
117600         PERFORM WRITE-A-PRINT-LINE                               98/02/24
117700     .                                                            98/02/24
117800                                                                  98/02/24
117900 COMPARE-ONE-GROUP-ENTRY.                                         98/02/24
118000     ADD 1 TO DE-INDEX                                            98/02/24
118100     IF DE-PICTURE (DE-INDEX) NOT = DE-PICTURE (GROUP-FIRST)      98/02/24
118200     OR DE-LENGTH (DE-INDEX) NOT = DE-LENGTH (GROUP-FIRST)        98/02/24
118300         MOVE "Y" TO GROUP-CONFLICT-FLAG                          98/02/24
118400     .                                                            98/02/24
118500                                                                  98/02/24
118600****************    TOTALS    ***************                     98/02/24
118700                                                                  98/02/24
118800 WRITE-THE-TOTALS.                                                98/02/24
118900     MOVE SPACES TO COLUMN-HEADING-LINE                           98/02/24
119000     MOVE ZERO TO LINES-ON-PAGE                                   98/02/24
119100     MOVE "***** DATA DICTIONARY - TOTALS *****"                  98/02/24
119200         TO PRINT-WORK-LINE                                       98/02/24
119300     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
119400     MOVE SPACES TO PRINT-WORK-LINE                               98/02/24
119500     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
119600     MOVE "MEMBERS LISTED" TO CDL-LABEL                           98/02/24
119700     MOVE MEMBER-COUNT TO CDL-COUNT                               98/02/24
119800     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
119900     MOVE "MEMBERS SCANNED" TO CDL-LABEL                          98/02/24
120000     MOVE MEMBERS-SCANNED TO CDL-COUNT                            98/02/24
120100     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
120200     MOVE "MEMBERS NOT IN LIBRARY" TO CDL-LABEL                   98/02/24
120300     MOVE MEMBERS-NOT-FOUND TO CDL-COUNT                          98/02/24
120400     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
120500     MOVE "MEMBERS OVER THE LIST LIMIT" TO CDL-LABEL              98/02/24
120600     MOVE MEMBERS-NOT-LISTED TO CDL-COUNT                         98/02/24
120700     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
120800     MOVE "LIBRARY MEMBERS PASSED OVER" TO CDL-LABEL              98/02/24
120900     MOVE MEMBERS-PASSED-OVER TO CDL-COUNT                        98/02/24
121000     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
121100     MOVE "DICTIONARY ENTRIES WRITTEN" TO CDL-LABEL               98/02/24
121200     MOVE ENTRIES-WRITTEN TO CDL-COUNT                            98/02/24
121300     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
121400     MOVE "DUPLICATE NAMES IN A MEMBER" TO CDL-LABEL              98/02/24
121500     MOVE DUPLICATES-DROPPED TO CDL-COUNT                         98/02/24
121600     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
121700     MOVE "ENTRIES NOT KEPT - TABLE FULL" TO CDL-LABEL            98/02/24
121800     MOVE ENTRIES-NOT-KEPT TO CDL-COUNT                           98/02/24
121900     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
122000     MOVE "PICTURES IN ERROR" TO CDL-LABEL                        98/02/24
122100     MOVE PICTURES-IN-ERROR TO CDL-COUNT                          98/02/24
122200     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
122300     MOVE "STATEMENTS TRUNCATED" TO CDL-LABEL                     98/02/24
122400     MOVE STATEMENTS-TRUNCATED TO CDL-COUNT                       98/02/24
122500     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
122600     MOVE "NAMES REQUESTED" TO CDL-LABEL                          98/02/24
122700     MOVE NAMES-REQUESTED TO CDL-COUNT                            98/02/24
122800     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
122900     MOVE "REQUESTED NAMES NOT FOUND" TO CDL-LABEL                98/02/24
123000     MOVE NAMES-NOT-FOUND TO CDL-COUNT                            98/02/24
123100     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
123200     MOVE "NAMES IN CONFLICT" TO CDL-LABEL                        98/02/24
123300     MOVE CONFLICTING-NAMES TO CDL-COUNT                          98/02/24
123400     PERFORM WRITE-A-COUNT-LINE                                   98/02/24
123425     MOVE "MEMBERS WITH GROUP OCCURS" TO CDL-LABEL                98/04/21
123450     MOVE MEMBERS-WITH-GROUP-OCCURS TO CDL-COUNT                  98/04/21
123475     PERFORM WRITE-A-COUNT-LINE                                   98/04/21
123500     IF MEMBERS-NOT-FOUND > ZERO                                  98/02/24
123600     OR MEMBERS-NOT-LISTED > ZERO                                 98/02/24
123700     OR ENTRIES-NOT-KEPT > ZERO                                   98/02/24
123800         MOVE 4 TO RUN-SEVERITY                                   98/02/24
123900     .                                                            98/02/24
124000                                                                  98/02/24
124100 WRITE-A-COUNT-LINE.                                              98/02/24
124200     MOVE COUNT-DETAIL-LINE TO PRINT-WORK-LINE                    98/02/24
124300     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
124400     .                                                            98/02/24
124500                                                                  98/02/24
124600 CLOSE-THE-FILES.                                                 98/02/24
124700     MOVE "T" TO PPICT-OPERATION                                  98/02/24
124800     CALL "PPICT"                                                 98/02/24
124900     CLOSE MEMBER-LIST                                            98/02/24
125000     CLOSE COPY-LIBRARY                                           98/02/24
125100     CLOSE NAME-REQUESTS                                          98/02/24
125200     CLOSE DICTIONARY-FILE                                        98/02/24
125300     CLOSE DICT-REPORT                                            98/02/24
125400     .                                                            98/02/24
125500                                                                  98/02/24
125600****************    REPORT PAGINATION    ***************          98/02/24
125700                                                                  98/02/24
125800*EVERY LINE OF DICTRPT GOES OUT THROUGH HERE, SO THE PAGE         98/02/24
125900*BREAK AND THE REPEATED HEADINGS HAPPEN IN ONE PLACE.             98/02/24
126000 WRITE-A-PRINT-LINE.                                              98/02/24
126100     IF LINES-ON-PAGE = ZERO                                      98/02/24
126200     OR LINES-ON-PAGE NOT < PAGE-DEPTH                            98/02/24
126300         PERFORM START-A-NEW-PAGE                                 98/02/24
126400     .                                                            98/02/24
126500     MOVE PRINT-WORK-LINE TO DICT-REPORT-LINE                     98/02/24
126600     WRITE DICT-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/24
126700     ADD 1 TO LINES-ON-PAGE                                       98/02/24
126800     .                                                            98/02/24
126900                                                                  98/02/24
127000 START-A-NEW-PAGE.                                                98/02/24
127100     ADD 1 TO PAGE-NUMBER                                         98/02/24
127200     MOVE PAGE-NUMBER TO PHL-PAGE                                 98/02/24
127300     IF PAGE-NUMBER > 1                                           98/02/24
127400         MOVE SPACES TO DICT-REPORT-LINE                          98/02/24
127500         WRITE DICT-REPORT-LINE BEFORE ADVANCING PAGE             98/02/24
127600     .                                                            98/02/24
127700     MOVE PAGE-HEADING-LINE TO DICT-REPORT-LINE                   98/02/24
127800     WRITE DICT-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/24
127900     MOVE SPACES TO DICT-REPORT-LINE                              98/02/24
128000     WRITE DICT-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/24
128100     MOVE COLUMN-HEADING-LINE TO DICT-REPORT-LINE                 98/02/24
128200     WRITE DICT-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/24
128300     MOVE SPACES TO DICT-REPORT-LINE                              98/02/24
128400     WRITE DICT-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/24
128500     MOVE 4 TO LINES-ON-PAGE                                      98/02/24
128600     .                                                            98/02/24
128700                                                                  98/02/24
128800 WRITE-THE-END-OF-REPORT.                                         98/02/24
128900     MOVE SPACES TO PRINT-WORK-LINE                               98/02/24
129000     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
129100     MOVE "*** END OF REPORT ***" TO PRINT-WORK-LINE              98/02/24
129200     PERFORM WRITE-A-PRINT-LINE                                   98/02/24
129300     .                                                            98/02/24
