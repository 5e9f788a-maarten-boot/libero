000100 IDENTIFICATION DIVISION.                                         98/02/17
000200 PROGRAM-ID.    PPICTRUL.                                         98/02/17
000300                                                                  98/02/17
000400 AUTHOR.        R. TERPSTRA.                                      98/02/17
000500 DATE-WRITTEN.  98/02/17                                          98/02/17
000600                                                                  98/02/17
000700*   CHECKS THE RECORDS OF A DATA FILE AGAINST CROSS-FIELD RULES,  98/02/17
000800*   WHERE PPICTCHK CAN ONLY CHECK EACH FIELD ON ITS OWN.  THE     98/02/17
000900*   COPYBOOK MEMBER ON COPYSRC IS SCANNED THE SAME WAY PPICTCHK   98/02/17
001000*   SCANS IT, AND EVERY RECORD OF DATAFILE IS CHECKED AGAINST     98/02/17
001100*   EVERY RULE ON THE RULEDECK DECK.  A RULE IS TWO CALCPKR       98/02/17
001200*   EXPRESSIONS JOINED BY ONE COMPARISON - =, <>, <, >, <= OR     98/02/17
001300*   >= - AND NAMES FIELDS OF THE LAYOUT BY THEIR DATA NAMES:      98/02/17
001400*       TOTCHK   ORD-TOTAL = ORD-QTY * ORD-PRICE                  98/02/17
001500*       DISCCHK  MAX(DISC-AMT - ORD-AMT, 0) = 0                   98/02/17
001600*   A FIELD THAT OCCURS IS NAMED WITH ITS SUBSCRIPT, AS IN        98/02/17
001700*   ORD-LINE-AMT (3).  CALCPKR VARIABLE NAMES ARE SHORT AND CANNOT98/02/17
001800*   CARRY A HYPHEN, SO EACH FIELD A RULE NAMES IS PASSED TO       98/02/17
001900*   CALCPKR UNDER A NAME OF ITS OWN, F01 TO F10, AND A RULE CAN   98/02/17
002000*   NAME NO MORE THAN TEN FIELDS.  A RULE THAT NAMES A FIELD NOT  98/02/17
002100*   IN THE LAYOUT, OR A FIELD THAT HOLDS NO NUMBER, OR THAT       98/02/17
002200*   CALCPKR CANNOT READ, IS REJECTED WHEN THE DECK IS LOADED.     98/02/17
002300*   RULERPT LISTS THE RULES, THEN EVERY FAILING RECORD BY RECORD  98/02/17
002400*   NUMBER AND RULE WITH THE VALUES OF BOTH SIDES AND OF EVERY    98/02/17
002500*   FIELD THE RULE NAMES, AND ENDS WITH THE FAILURE COUNTS PER    98/02/17
002600*   RULE.  FIELD VALUES ARE READ AS PPICTCNV READS THEM: SIGN     98/02/17
002700*   SEPARATE AND LEADING FOR DISPLAY, BIG-ENDIAN FOR BINARY.      98/02/17
002733*   THE RETURN CODE IS 4 WHEN ANY RULE FAILED OR WAS REJECTED, OR 98/04/21
002766*   ANY RECORD WAS THE WRONG LENGTH.  AN OCCURS ON A GROUP IS NOT 98/04/21
002799*   EXPANDED, SO A MEMBER HOLDING ONE IS NAMED ON THE RULE LIST   98/04/21
002832*   AND THE RUN ENDS WITH RETURN CODE 8 BEFORE ANY RECORD IS      98/04/21
002865*   CHECKED.                                                      98/04/21
002900                                                                  98/02/17
003000 ENVIRONMENT DIVISION.                                            98/02/17
003100                                                                  98/02/17
003200 CONFIGURATION SECTION.                                           98/02/17
003300 SOURCE-COMPUTER. PORTABLE.                                       98/02/17
003400 OBJECT-COMPUTER. PORTABLE.                                       98/02/17
003500                                                                  98/02/17
003600 INPUT-OUTPUT SECTION.                                            98/02/17
003700 FILE-CONTROL.                                                    98/02/17
003800     SELECT COPY-SOURCE     ASSIGN TO "COPYSRC"                   98/02/17
003900         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/17
004000     SELECT DATA-FILE       ASSIGN TO "DATAFILE"                  98/02/17
004100         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/17
004200     SELECT RULE-DECK       ASSIGN TO "RULEDECK"                  98/02/17
004300         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/17
004400     SELECT RULE-REPORT     ASSIGN TO "RULERPT"                   98/02/17
004500         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/17
004600                                                                  98/02/17
004700 DATA DIVISION.                                                   98/02/17
004800                                                                  98/02/17
004900 FILE SECTION.                                                    98/02/17
005000                                                                  98/02/17
005100 FD  COPY-SOURCE                                                  98/02/17
005200     RECORDING MODE IS F.                                         98/02/17
005300 01  COPY-SOURCE-RECORD.                                          98/02/17
005400     02  SRC-SEQUENCE-AREA       PIC X(06).                       98/02/17
005500     02  SRC-INDICATOR-AREA      PIC X.                           98/02/17
005600     02  SRC-TEXT-AREA.                                           98/02/17
005700         03  SRC-TEXT-CHAR       PIC X      OCCURS 65 TIMES.      98/02/17
005800     02  FILLER                  PIC X(08).                       98/02/17
005900                                                                  98/02/17
006000 FD  DATA-FILE                                                    98/02/17
006100     RECORDING MODE IS V                                          98/02/17
006200     RECORD IS VARYING IN SIZE FROM 1 TO 512                      98/02/17
006300         DEPENDING ON DATA-REC-LENGTH.                            98/02/17
006400 01  DATA-FILE-RECORD.                                            98/02/17
006500     02  DATA-REC-BYTE           PIC X      OCCURS 512 TIMES.     98/02/17
006600                                                                  98/02/17
006700*ONE RULE PER CARD: AN IDENTIFIER FOR THE REPORT IN COLUMNS 1-8   98/02/17
006800*AND THE RULE ITSELF IN COLUMNS 10-80.  A CARD WITH AN ASTERISK   98/02/17
006900*IN COLUMN 1, OR A BLANK CARD, IS A COMMENT.                      98/02/17
007000 FD  RULE-DECK                                                    98/02/17
007100     RECORDING MODE IS F.                                         98/02/17
007200 01  RULE-DECK-RECORD.                                            98/02/17
007300     02  RULE-DECK-ID            PIC X(08).                       98/02/17
007400     02  FILLER                  PIC X.                           98/02/17
007500     02  RULE-DECK-TEXT          PIC X(71).                       98/02/17
007600 01  RULE-DECK-COMMENT REDEFINES RULE-DECK-RECORD.                98/02/17
007700     02  RULE-DECK-INDICATOR     PIC X.                           98/02/17
007800     02  FILLER                  PIC X(79).                       98/02/17
007900                                                                  98/02/17
008000 FD  RULE-REPORT                                                  98/02/17
008100     RECORDING MODE IS F.                                         98/02/17
008200 01  RULE-REPORT-LINE            PIC X(132).                      98/02/17
008300                                                                  98/02/17
008400 WORKING-STORAGE SECTION.                                         98/02/17
008500                                                                  98/02/17
008600 01  END-OF-SOURCE-FLAG          PIC X       VALUE "N".           98/02/17
008700     88  END-OF-SOURCE               VALUE "Y".                   98/02/17
008800 01  END-OF-DATA-FLAG            PIC X       VALUE "N".           98/02/17
008900     88  END-OF-DATA                 VALUE "Y".                   98/02/17
009000 01  END-OF-RULES-FLAG           PIC X       VALUE "N".           98/02/17
009100     88  END-OF-RULES                VALUE "Y".                   98/02/17
009200 01  DATA-REC-LENGTH             PIC 9(04).                       98/02/17
009300                                                                  98/02/17
009400*A STATEMENT IS THE SOURCE TEXT OF ONE DATA ENTRY, COLUMNS 8-72   98/02/17
009500*OF AS MANY LINES AS IT TAKES UNTIL THE TERMINATING PERIOD, WITH  98/02/17
009600*PERIODS INSIDE QUOTED LITERALS AND INSIDE A PICTURE (A PERIOD    98/02/17
009700*NOT FOLLOWED BY A SPACE) LEFT ALONE.                             98/02/17
009800 01  STATEMENT-HANDLING.                                          98/02/17
009900     02  STATEMENT-TEXT.                                          98/02/17
010000         03  STMT-CHAR           PIC X      OCCURS 201 TIMES.     98/02/17
010100     02  STMT-LENGTH             PIC S9(4)  COMP.                 98/02/17
010200     02  STMT-COMPLETE-FLAG      PIC X.                           98/02/17
010300     02  STMT-OVERFLOW-FLAG      PIC X.                           98/02/17
010400     02  IN-QUOTES-FLAG          PIC X.                           98/02/17
010500     02  THE-QUOTE-CHAR          PIC X.                           98/02/17
010600     02  SRC-COL                 PIC S9(4)  COMP.                 98/02/17
010700     02  SRC-CHAR                PIC X.                           98/02/17
010800     02  SRC-NEXT-CHAR           PIC X.                           98/02/17
010900     02  LINE-EXHAUSTED-FLAG     PIC X.                           98/02/17
011000     02  GOT-A-LINE-FLAG         PIC X.                           98/02/17
011100                                                                  98/02/17
011200 01  TOKEN-HANDLING.                                              98/02/17
011300     02  SCAN-POSN               PIC S9(4)  COMP.                 98/02/17
011400     02  TOKEN-TEXT.                                              98/02/17
011500         03  TOKEN-CHAR          PIC X      OCCURS 30 TIMES.      98/02/17
011600     02  TOKEN-LENGTH            PIC S9(4)  COMP.                 98/02/17
011700     02  TOKEN-NUMBER-VALUE      PIC S9(9)  COMP.                 98/02/17
011800     02  TOKEN-IS-NUMERIC-FLAG   PIC X.                           98/02/17
011900     02  TOKEN-DIGIT-NBR         PIC S9(4)  COMP.                 98/02/17
012000     02  TOKEN-DIGIT-CHAR.                                        98/02/17
012100         03  TOKEN-DIGIT         PIC 9.                           98/02/17
012200                                                                  98/02/17
012300*ONE DATA ENTRY AS PICKED APART FROM ITS STATEMENT.               98/02/17
012400 01  ENTRY-FIELDS.                                                98/02/17
012500     02  ENTRY-LEVEL             PIC S9(4)  COMP.                 98/02/17
012600     02  ENTRY-NAME              PIC X(30).                       98/02/17
012700     02  ENTRY-PICTURE           PIC X(30).                       98/02/17
012800     02  ENTRY-OCCURS            PIC S9(4)  COMP.                 98/02/17
012900     02  ENTRY-HAS-PICTURE       PIC X.                           98/02/17
013000     02  ENTRY-USAGE             PIC X.                           98/02/17
013100     02  ENTRY-SIGN-SEPARATE     PIC X.                           98/02/17
013200     02  ENTRY-REDEFINES-FLAG    PIC X.                           98/02/17
013300     02  ENTRY-REDEF-TARGET      PIC X(30).                       98/02/17
013400     02  ENTRY-LENGTH            PIC S9(9)  COMP.                 98/02/17
013500     02  ENTRY-IS-DATA-FLAG      PIC X.                           98/02/17
013600                                                                  98/02/17
013700*THE RUNNING LAYOUT.  EVERY ENTRY'S STARTING OFFSET IS KEPT IN    98/02/17
013800*THE NAME-OFFSET TABLE SO THAT A REDEFINES CAN PUT THE OFFSET     98/02/17
013900*BACK TO WHERE ITS TARGET STARTED; WHEN THE REDEFINING GROUP      98/02/17
014000*ENDS, THE OFFSET IS RESTORED TO WHERE THE ORIGINAL DEFINITION    98/02/17
014100*LEFT IT.                                                         98/02/17
014200 01  LAYOUT-HANDLING.                                             98/02/17
014300     02  RECORD-OFFSET           PIC S9(9)  COMP.                 98/02/17
014400     02  RECORD-SEEN-FLAG        PIC X      VALUE "N".            98/02/17
014500     02  REDEF-ACTIVE-FLAG       PIC X      VALUE "N".            98/02/17
014600     02  REDEF-LEVEL             PIC S9(4)  COMP.                 98/02/17
014700     02  REDEF-SAVED-OFFSET      PIC S9(9)  COMP.                 98/02/17
014800     02  NAME-OFFSET-COUNT       PIC S9(4)  COMP VALUE ZERO.      98/02/17
014900     02  NAME-OFFSET-TABLE.                                       98/02/17
015000         03  NAME-OFFSET-ENTRY  OCCURS 100 TIMES.                 98/02/17
015100             04  SAVED-NAME      PIC X(30).                       98/02/17
015200             04  SAVED-OFFSET    PIC S9(9)  COMP.                 98/02/17
015300     02  LOOKUP-INDEX            PIC S9(4)  COMP.                 98/02/17
015400     02  LOOKUP-FOUND-FLAG       PIC X.                           98/02/17
015500                                                                  98/02/17
015600*THE ELEMENTARY FIELDS OF THE LAYOUT, IN MEMBER ORDER, THE        98/02/17
015700*LENGTH BEING THAT OF ONE OCCURRENCE AS IN PPICTCHK.  THE CLASS   98/02/17
015800*IS "N" FOR A FIELD THAT HOLDS A NUMBER AND "T" FOR TEXT; ONLY    98/02/17
015900*"N" FIELDS CAN BE NAMED IN A RULE.                               98/02/17
016000 01  FIELD-TABLE-HANDLING.                                        98/02/17
016100     02  FIELD-ENTRY-COUNT       PIC S9(4)  COMP VALUE ZERO.      98/02/17
016200     02  FIELD-OVERFLOW-FLAG     PIC X      VALUE "N".            98/02/17
016300     02  LAYOUT-RECORD-LENGTH    PIC S9(9)  COMP VALUE ZERO.      98/02/17
016350     02  GROUP-OCCURS-NAME       PIC X(30)  VALUE SPACES.         98/04/21
016400     02  FIELD-TABLE.                                             98/02/17
016500         03  FIELD-TABLE-ENTRY  OCCURS 100 TIMES.                 98/02/17
016600             04  FLD-NAME        PIC X(30).                       98/02/17
016700             04  FLD-PICTURE     PIC X(30).                       98/02/17
016800             04  FLD-TYPE        PIC X.                           98/02/17
016900             04  FLD-CLASS       PIC X.                           98/02/17
017000             04  FLD-USAGE       PIC X.                           98/02/17
017100             04  FLD-SIGNSEP     PIC X.                           98/02/17
017200             04  FLD-DECIMALS    PIC S9(4)  COMP.                 98/02/17
017300             04  FLD-OFFSET      PIC S9(9)  COMP.                 98/02/17
017400             04  FLD-LENGTH      PIC S9(9)  COMP.                 98/02/17
017500             04  FLD-OCCURS      PIC S9(4)  COMP.                 98/02/17
017600     02  FLD-INDEX               PIC S9(4)  COMP.                 98/02/17
017700                                                                  98/02/17
017800*THE RULES AS LOADED.  EACH SIDE OF A RULE IS HELD READY FOR      98/02/17
017900*CALCPKR, EVERY FIELD NAME REPLACED BY THE SHORT NAME IT IS       98/02/17
018000*PASSED UNDER; THE VARIABLE ENTRIES SAY WHICH FIELD AND WHICH     98/02/17
018100*OCCURRENCE OF IT EACH SHORT NAME STANDS FOR.                     98/02/17
018200 01  RULE-TABLE-HANDLING.                                         98/02/17
018300     02  RULE-COUNT              PIC S9(4)  COMP VALUE ZERO.      98/02/17
018400     02  RULE-OVERFLOW-FLAG      PIC X      VALUE "N".            98/02/17
018500     02  RULES-ACCEPTED          PIC S9(4)  COMP VALUE ZERO.      98/02/17
018600     02  RULES-REJECTED          PIC S9(4)  COMP VALUE ZERO.      98/02/17
018700     02  RULE-TABLE.                                              98/02/17
018800         03  RULE-TABLE-ENTRY   OCCURS 50 TIMES.                  98/02/17
018900             04  RUL-ID          PIC X(08).                       98/02/17
019000             04  RUL-TEXT        PIC X(71).                       98/02/17
019100             04  RUL-ACCEPTED    PIC X.                           98/02/17
019200             04  RUL-REASON      PIC X(30).                       98/02/17
019300             04  RUL-BAD-NAME    PIC X(30).                       98/02/17
019400             04  RUL-OPERATOR    PIC X(02).                       98/02/17
019500             04  RUL-LEFT        PIC X(80).                       98/02/17
019600             04  RUL-RIGHT       PIC X(80).                       98/02/17
019700             04  RUL-VAR-COUNT   PIC S9(4)  COMP.                 98/02/17
019800             04  RUL-VAR-ENTRY  OCCURS 10 TIMES.                  98/02/17
019900                 05  RUL-VAR-FIELD PIC S9(4) COMP.                98/02/17
020000                 05  RUL-VAR-OCC PIC S9(4)  COMP.                 98/02/17
020100             04  RUL-CHECKED     PIC S9(9)  COMP.                 98/02/17
020200             04  RUL-FAILURES    PIC S9(9)  COMP.                 98/02/17
020300             04  RUL-UNCHECKED   PIC S9(9)  COMP.                 98/02/17
020400     02  RUL-INDEX               PIC S9(4)  COMP.                 98/02/17
020500     02  VAR-INDEX               PIC S9(4)  COMP.                 98/02/17
020600     02  VAR-LIMIT               PIC S9(4)  COMP.                 98/02/17
020700                                                                  98/02/17
020800*ONE RULE TAKEN APART A CHARACTER AT A TIME.  THE SPARE           98/02/17
020900*POSITION AT THE END STOPS A NAME OR A SUBSCRIPT FROM RUNNING     98/02/17
021000*OFF THE CARD.                                                    98/02/17
021100 01  RULE-PARSE-HANDLING.                                         98/02/17
021200     02  RULE-TEXT-AREA.                                          98/02/17
021300         03  RULE-CHAR           PIC X      OCCURS 72 TIMES.      98/02/17
021400     02  RULE-POSN               PIC S9(4)  COMP.                 98/02/17
021500     02  WORD-END                PIC S9(4)  COMP.                 98/02/17
021600     02  WORD-TEXT.                                               98/02/17
021700         03  WORD-CHAR           PIC X      OCCURS 30 TIMES.      98/02/17
021800     02  WORD-LENGTH             PIC S9(4)  COMP.                 98/02/17
021900     02  THIS-CHAR               PIC X.                           98/02/17
022000     02  NAME-CHAR-FLAG          PIC X.                           98/02/17
022100     02  FIELD-FOUND-FLAG        PIC X.                           98/02/17
022200     02  VAR-FOUND-FLAG          PIC X.                           98/02/17
022300     02  PAREN-DEPTH             PIC S9(4)  COMP.                 98/02/17
022400     02  SUBSCRIPT-VALUE         PIC S9(4)  COMP.                 98/02/17
022500     02  SUBSCRIPT-OK-FLAG       PIC X.                           98/02/17
022600     02  SUBSCRIPT-DIGIT-CHAR.                                    98/02/17
022700         03  SUBSCRIPT-DIGIT     PIC 9.                           98/02/17
022800     02  OPERATOR-TEXT.                                           98/02/17
022900         03  OPERATOR-CHAR-1     PIC X.                           98/02/17
023000         03  OPERATOR-CHAR-2     PIC X.                           98/02/17
023100     02  RULE-SIDE-FLAG          PIC X.                           98/02/17
023200     02  RULE-OK-FLAG            PIC X.                           98/02/17
023300     02  SIDE-TEXT.                                               98/02/17
023400         03  SIDE-CHAR           PIC X      OCCURS 80 TIMES.      98/02/17
023500     02  SIDE-LENGTH             PIC S9(4)  COMP.                 98/02/17
023600     02  OUT-TEXT.                                                98/02/17
023700         03  OUT-CHAR            PIC X      OCCURS 10 TIMES.      98/02/17
023800     02  OUT-LENGTH              PIC S9(4)  COMP.                 98/02/17
023900     02  OUT-NBR                 PIC S9(4)  COMP.                 98/02/17
024000     02  ALIAS-NAME.                                              98/02/17
024100         03  FILLER              PIC X      VALUE "F".            98/02/17
024200         03  ALIAS-NUMBER        PIC 9(02).                       98/02/17
024300         03  FILLER              PIC X(05)  VALUE SPACES.         98/02/17
024400                                                                  98/02/17
024500*THE PACKED AND BINARY FIELDS ARE READ A BYTE AT A TIME THROUGH   98/02/17
024600*A TWO-BYTE BINARY FIELD WHOSE HIGH BYTE IS HELD AT LOW-VALUE;    98/02/17
024700*OUR BINARY FIELDS ARE BIG-ENDIAN, SO THE BYTE IS THE LOW-ORDER   98/02/17
024800*HALF OF THE VALUE.                                               98/02/17
024900 01  BYTE-VALUE-HANDLING.                                         98/02/17
025000     02  BYTE-VALUE-PAIR.                                         98/02/17
025100         03  BYTE-VALUE-HIGH-PAD PIC X.                           98/02/17
025200         03  BYTE-VALUE-CHAR     PIC X.                           98/02/17
025300     02  BYTE-VALUE  REDEFINES BYTE-VALUE-PAIR PIC 9(4) COMP.     98/02/17
025400     02  HIGH-NIBBLE             PIC S9(4)  COMP.                 98/02/17
025500     02  LOW-NIBBLE              PIC S9(4)  COMP.                 98/02/17
025600                                                                  98/02/17
025700*ONE OCCURRENCE OF ONE FIELD BEING READ.  RAW-NUMBER IS THE       98/02/17
025800*VALUE AS AN INTEGER OF AS MANY DIGITS AS THE PICTURE HAS, THE    98/02/17
025900*WAY PACKED AND BINARY FIELDS HOLD IT.                            98/02/17
026000 01  VALUE-WORK-FIELDS.                                           98/02/17
026100     02  OCC-NUMBER              PIC S9(4)  COMP.                 98/02/17
026200     02  OCC-BASE-OFFSET         PIC S9(9)  COMP.                 98/02/17
026300     02  OCC-END-OFFSET          PIC S9(9)  COMP.                 98/02/17
026400     02  BYTE-NBR                PIC S9(9)  COMP.                 98/02/17
026500     02  BYTE-POSN               PIC S9(9)  COMP.                 98/02/17
026600     02  TEXT-NBR                PIC S9(4)  COMP.                 98/02/17
026700     02  FIELD-VALUE             PIC S9(13)V9(5).                 98/02/17
026800     02  RAW-NUMBER              PIC S9(18) COMP.                 98/02/17
026900     02  INTEGER-PART            PIC S9(18) COMP.                 98/02/17
027000     02  POWER-WANTED            PIC S9(4)  COMP.                 98/02/17
027100     02  POWER-COUNT             PIC S9(4)  COMP.                 98/02/17
027200     02  POWER-OF-TEN            PIC S9(18) COMP.                 98/02/17
027300     02  POWER-EXTRA             PIC S9(4)  COMP.                 98/02/17
027400     02  SIGN-CHAR               PIC X.                           98/02/17
027500     02  VALUE-OK-FLAG           PIC X.                           98/02/17
027600     02  VALUE-REASON            PIC X(30).                       98/02/17
027700                                                                  98/02/17
027800*ONE RULE AGAINST ONE RECORD.                                     98/02/17
027900 01  RULE-CHECK-FIELDS.                                           98/02/17
028000     02  LEFT-RESULT             PIC S9(13)V9(5).                 98/02/17
028100     02  RIGHT-RESULT            PIC S9(13)V9(5).                 98/02/17
028200     02  COMPARE-RESULT          PIC X.                           98/02/17
028300     02  RULE-HOLDS-FLAG         PIC X.                           98/02/17
028400     02  RULE-CHECKED-FLAG       PIC X.                           98/02/17
028500     02  RECORD-FAILED-FLAG      PIC X.                           98/02/17
028600     02  BAD-VAR-INDEX           PIC S9(4)  COMP.                 98/02/17
028700     02  CHECK-REASON            PIC X(30).                       98/02/17
028800                                                                  98/02/17
028900 01  RULE-CHECK-COUNTS.                                           98/02/17
029000     02  RECORDS-READ            PIC S9(9)  COMP VALUE ZERO.      98/02/17
029100     02  RECORDS-FAILING         PIC S9(9)  COMP VALUE ZERO.      98/02/17
029200     02  LENGTH-ERROR-COUNT      PIC S9(9)  COMP VALUE ZERO.      98/02/17
029300     02  RULE-FAILURE-COUNT      PIC S9(9)  COMP VALUE ZERO.      98/02/17
029400     02  RULE-UNCHECKED-COUNT    PIC S9(9)  COMP VALUE ZERO.      98/02/17
029500     02  RUN-SEVERITY            PIC S9(4)  COMP VALUE ZERO.      98/02/17
029600                                                                  98/02/17
029700 01  RULE-LIST-LINE.                                              98/02/17
029800     02  RLL-ID                  PIC X(08).                       98/02/17
029900     02  FILLER                  PIC X(02)   VALUE SPACES.        98/02/17
030000     02  RLL-TEXT                PIC X(71).                       98/02/17
030100     02  FILLER                  PIC X(02)   VALUE SPACES.        98/02/17
030200     02  RLL-STATUS              PIC X(30).                       98/02/17
030300                                                                  98/02/17
030400 01  RULE-LIST-HEADING-LINE.                                      98/02/17
030500     02  FILLER                  PIC X(10)   VALUE "RULE".        98/02/17
030600     02  FILLER                  PIC X(73)   VALUE "TEXT".        98/02/17
030700     02  FILLER                  PIC X(06)   VALUE "STATUS".      98/02/17
030800                                                                  98/02/17
030900 01  FAILURE-DETAIL-LINE.                                         98/02/17
031000     02  FDL-RECORD              PIC ZZZZZZZZ9.                   98/02/17
031100     02  FILLER                  PIC X       VALUE SPACE.         98/02/17
031200     02  FDL-RULE                PIC X(08).                       98/02/17
031300     02  FILLER                  PIC X       VALUE SPACE.         98/02/17
031400     02  FDL-REASON              PIC X(30).                       98/02/17
031500     02  FILLER                  PIC X       VALUE SPACE.         98/02/17
031600     02  FDL-LEFT                PIC -(13)9.9(5).                 98/02/17
031700     02  FILLER                  PIC X       VALUE SPACE.         98/02/17
031800     02  FDL-OPERATOR            PIC X(02).                       98/02/17
031900     02  FILLER                  PIC X       VALUE SPACE.         98/02/17
032000     02  FDL-RIGHT               PIC -(13)9.9(5).                 98/02/17
032100                                                                  98/02/17
032200 01  FAILURE-HEADING-LINE.                                        98/02/17
032300     02  FILLER                  PIC X(10)   VALUE "   RECORD".   98/02/17
032400     02  FILLER                  PIC X(09)   VALUE "RULE".        98/02/17
032500     02  FILLER                  PIC X(31)   VALUE "RESULT".      98/02/17
032600     02  FILLER                  PIC X(21)   VALUE                98/02/17
032700         "           LEFT SIDE".                                  98/02/17
032800     02  FILLER                  PIC X(24)   VALUE                98/02/17
032900         "              RIGHT SIDE".                              98/02/17
033000                                                                  98/02/17
033100*EVERY FIELD THE RULE NAMES, UNDER ITS FAILURE LINE; THE          98/02/17
033200*OCCURRENCE IS SHOWN ONLY FOR A FIELD THAT OCCURS.                98/02/17
033300 01  VALUE-DETAIL-LINE.                                           98/02/17
033400     02  FILLER                  PIC X(20)   VALUE SPACES.        98/02/17
033500     02  VDL-NAME                PIC X(30).                       98/02/17
033600     02  FILLER                  PIC X       VALUE SPACE.         98/02/17
033700     02  VDL-OCCURRENCE          PIC ZZZ9   BLANK WHEN ZERO.      98/02/17
033800     02  VDL-EQUALS              PIC X(03).                       98/02/17
033900     02  VDL-CONTENT             PIC X(20).                       98/02/17
034000     02  VDL-VALUE REDEFINES VDL-CONTENT                          98/02/17
034100                                 PIC -(13)9.9(5).                 98/02/17
034200                                                                  98/02/17
034300 01  RULE-TOTAL-LINE.                                             98/02/17
034400     02  RTL-ID                  PIC X(08).                       98/02/17
034500     02  FILLER                  PIC X(02)   VALUE SPACES.        98/02/17
034600     02  RTL-CHECKED             PIC ZZZZZZZZ9.                   98/02/17
034700     02  FILLER                  PIC X(02)   VALUE SPACES.        98/02/17
034800     02  RTL-FAILURES            PIC ZZZZZZZZ9.                   98/02/17
034900     02  FILLER                  PIC X(02)   VALUE SPACES.        98/02/17
035000     02  RTL-UNCHECKED           PIC ZZZZZZZZ9.                   98/02/17
035100                                                                  98/02/17
035200 01  RULE-TOTAL-HEADING-LINE.                                     98/02/17
035300     02  FILLER                  PIC X(10)   VALUE "RULE".        98/02/17
035400     02  FILLER                  PIC X(11)   VALUE "    CHECKED". 98/02/17
035500     02  FILLER                  PIC X(11)   VALUE "     FAILED". 98/02/17
035600     02  FILLER                  PIC X(11)   VALUE "  UNCHECKED". 98/02/17
035700                                                                  98/02/17
035800 01  COUNT-DETAIL-LINE.                                           98/02/17
035900     02  CDL-LABEL               PIC X(34).                       98/02/17
036000     02  CDL-COUNT               PIC ZZZZZZZZ9.                   98/02/17
036100                                                                  98/02/17
036109 01  GROUP-OCCURS-LINE.                                           98/04/21
036118     02  FILLER                  PIC X(27)   VALUE                98/04/21
036127         "GROUP OCCURS NOT EXPANDED: ".                           98/04/21
036136     02  GOL-NAME                PIC X(30).                       98/04/21
036145                                                                  98/04/21
036154 01  RUN-ERROR-LINE.                                              98/04/21
036163     02  FILLER                  PIC X(25)   VALUE                98/04/21
036172         "*** NO RECORDS CHECKED - ".                             98/04/21
036181     02  REL-TEXT                PIC X(40).                       98/04/21
036190                                                                  98/04/21
036200*STANDARD PAGE HANDLING: A HEADING WITH PROGRAM NAME, RUN         98/02/17
036300*DATE AND TIME AND PAGE NUMBER, THE COLUMN HEADINGS OF THE        98/02/17
036400*SECTION BEING PRINTED REPEATED AFTER EVERY BREAK, A FIXED DEPTH  98/02/17
036500*OF 60 LINES, AND A FINAL END-OF-REPORT LINE.                     98/02/17
036600 01  PAGE-HANDLING.                                               98/02/17
036700     02  PAGE-NUMBER             PIC S9(4)  COMP VALUE ZERO.      98/02/17
036800     02  LINES-ON-PAGE           PIC S9(4)  COMP VALUE ZERO.      98/02/17
036900     02  PAGE-DEPTH              PIC S9(4)  COMP VALUE 60.        98/02/17
037000                                                                  98/02/17
037100 01  PAGE-HEADING-LINE.                                           98/02/17
037200     02  FILLER                  PIC X(10)  VALUE "PPICTRUL".     98/02/17
037300     02  FILLER                  PIC X(04)  VALUE "RUN ".         98/02/17
037400     02  PHL-DATE                PIC 9(06).                       98/02/17
037500     02  FILLER                  PIC X(02)  VALUE SPACES.         98/02/17
037600     02  PHL-TIME                PIC 9(08).                       98/02/17
037700     02  FILLER                  PIC X(07)  VALUE "  PAGE ".      98/02/17
037800     02  PHL-PAGE                PIC ZZZ9.                        98/02/17
037900                                                                  98/02/17
038000 01  COLUMN-HEADING-LINE         PIC X(132).                      98/02/17
038100 01  PRINT-WORK-LINE             PIC X(132).                      98/02/17
038200                                                                  98/02/17
038300*   PPICT-CONTROL, THE INTERFACE PPICT ITSELF SHARES WITH ANY     98/02/17
038400*   CALLER; NOT DECLARED AGAIN HERE, JUST PULLED IN.              98/02/17
038500 COPY PPICTI.                                                     98/02/17
038600                                                                  98/02/17
038700*CALCPK-CONTROL, CALCPKR'S OWN EXTERNAL INTERFACE BLOCK.          98/02/17
038800 COPY "calcpkr.cbl".                                              98/02/17
038900                                                                  98/02/17
039000 PROCEDURE DIVISION.                                              98/02/17
039100                                                                  98/02/17
039200****************    MAINLINE    ***************                   98/02/17
039300                                                                  98/02/17
039400 PPICTRUL-MAINLINE.                                               98/02/17
039500     PERFORM OPEN-THE-FILES                                       98/02/17
039600     PERFORM START-A-FRESH-LINE                                   98/02/17
039700     PERFORM COLLECT-A-STATEMENT                                  98/02/17
039800     PERFORM PROCESS-A-STATEMENT                                  98/02/17
039900         UNTIL END-OF-SOURCE                                      98/02/17
040000     PERFORM FINISH-THE-LAYOUT                                    98/02/17
040100     PERFORM READ-A-RULE-CARD                                     98/02/17
040200     PERFORM LOAD-ONE-RULE                                        98/02/17
040300         UNTIL END-OF-RULES                                       98/02/17
040400     PERFORM WRITE-THE-RULE-LIST                                  98/02/17
040450     PERFORM CHECK-THE-RUN                                        98/04/21
040500     PERFORM START-THE-FAILURES                                   98/02/17
040600     PERFORM START-THE-DATA-CHECK                                 98/04/21
040700     PERFORM CHECK-A-DATA-RECORD                                  98/02/17
040800         UNTIL END-OF-DATA                                        98/02/17
040900     PERFORM WRITE-THE-TOTALS                                     98/02/17
041000     PERFORM WRITE-THE-END-OF-REPORT                              98/02/17
041100     PERFORM CLOSE-THE-FILES                                      98/02/17
041200     MOVE RUN-SEVERITY TO RETURN-CODE                             98/02/17
041300     STOP RUN                                                     98/02/17
041400     .                                                            98/02/17
041500                                                                  98/02/17
041600 OPEN-THE-FILES.                                                  98/02/17
041700     OPEN INPUT  COPY-SOURCE                                      98/02/17
041800     OPEN INPUT  DATA-FILE                                        98/02/17
041900     OPEN INPUT  RULE-DECK                                        98/02/17
042000     OPEN OUTPUT RULE-REPORT                                      98/02/17
042100     MOVE SPACE TO PPICT-CURRENCY-SYMBOL                          98/02/17
042200     MOVE SPACE TO PPICT-DECIMAL-POINT                            98/02/17
042300     MOVE ZERO  TO PPICT-SOURCE-LENGTH                            98/02/17
042400     MOVE SPACE TO CALCPK-POINT-CHAR                              98/02/17
042500     MOVE ZERO  TO RECORD-OFFSET                                  98/02/17
042600     MOVE LOW-VALUE TO BYTE-VALUE-HIGH-PAD                        98/02/17
042700     ACCEPT PHL-DATE FROM DATE                                    98/02/17
042800     ACCEPT PHL-TIME FROM TIME                                    98/02/17
042900     .                                                            98/02/17
043000                                                                  98/02/17
043100                                                                  98/02/17
043200****************    STATEMENT COLLECTION    ***************       98/02/17
043300                                                                  98/02/17
043400 START-A-FRESH-LINE.                                              98/02/17
043500     MOVE "Y" TO LINE-EXHAUSTED-FLAG                              98/02/17
043600     MOVE 65  TO SRC-COL                                          98/02/17
043700     .                                                            98/02/17
043800                                                                  98/02/17
043900 COLLECT-A-STATEMENT.                                             98/02/17
044000     MOVE ZERO  TO STMT-LENGTH                                    98/02/17
044100     MOVE "N"   TO STMT-COMPLETE-FLAG                             98/02/17
044200                   STMT-OVERFLOW-FLAG                             98/02/17
044300                   IN-QUOTES-FLAG                                 98/02/17
044400     MOVE SPACES TO STATEMENT-TEXT                                98/02/17
044500     PERFORM COLLECT-ONE-CHAR                                     98/02/17
044600         UNTIL STMT-COMPLETE-FLAG = "Y"                           98/02/17
044700            OR END-OF-SOURCE                                      98/02/17
044800     .                                                            98/02/17
044900                                                                  98/02/17
045000 COLLECT-ONE-CHAR.                                                98/02/17
045100     PERFORM GET-NEXT-SOURCE-CHAR                                 98/02/17
045200     IF END-OF-SOURCE                                             98/02/17
045300         NEXT SENTENCE                                            98/02/17
045400     ELSE                                                         98/02/17
045500         PERFORM APPEND-SOURCE-CHAR                               98/02/17
045600         PERFORM NOTE-QUOTE-STATE                                 98/02/17
045700         IF SRC-CHAR = "."                                        98/02/17
045800            AND IN-QUOTES-FLAG = "N"                              98/02/17
045900            AND SRC-NEXT-CHAR = SPACE                             98/02/17
046000             MOVE "Y" TO STMT-COMPLETE-FLAG                       98/02/17
046100     .                                                            98/02/17
046200                                                                  98/02/17
046300 GET-NEXT-SOURCE-CHAR.                                            98/02/17
046400     IF LINE-EXHAUSTED-FLAG = "Y"                                 98/02/17
046500         PERFORM READ-A-SOURCE-LINE                               98/02/17
046600     .                                                            98/02/17
046700     IF END-OF-SOURCE                                             98/02/17
046800         MOVE SPACE TO SRC-CHAR                                   98/02/17
046900     ELSE                                                         98/02/17
047000         ADD 1 TO SRC-COL                                         98/02/17
047100         MOVE SRC-TEXT-CHAR (SRC-COL) TO SRC-CHAR                 98/02/17
047200         IF SRC-COL < 65                                          98/02/17
047300             MOVE SRC-TEXT-CHAR (SRC-COL + 1) TO SRC-NEXT-CHAR    98/02/17
047400         ELSE                                                     98/02/17
047500             MOVE SPACE TO SRC-NEXT-CHAR                          98/02/17
047600             MOVE "Y"   TO LINE-EXHAUSTED-FLAG                    98/02/17
047700     .                                                            98/02/17
047800                                                                  98/02/17
047900*COMMENT AND BLANK LINES ARE PASSED OVER; A QUOTED LITERAL DOES   98/02/17
048000*NOT RUN ON ACROSS A LINE BOUNDARY IN ANY COPYBOOK OF OURS, SO    98/02/17
048100*EACH FRESH LINE STARTS OUTSIDE QUOTES.                           98/02/17
048200 READ-A-SOURCE-LINE.                                              98/02/17
048300     MOVE "N" TO GOT-A-LINE-FLAG                                  98/02/17
048400     PERFORM READ-ONE-SOURCE-LINE                                 98/02/17
048500         UNTIL GOT-A-LINE-FLAG = "Y"                              98/02/17
048600            OR END-OF-SOURCE                                      98/02/17
048700     .                                                            98/02/17
048800                                                                  98/02/17
048900 READ-ONE-SOURCE-LINE.                                            98/02/17
049000     READ COPY-SOURCE                                             98/02/17
049100         AT END                                                   98/02/17
049200             MOVE "Y" TO END-OF-SOURCE-FLAG                       98/02/17
049300         NOT AT END                                               98/02/17
049400             IF SRC-INDICATOR-AREA = "*"                          98/02/17
049500             OR SRC-INDICATOR-AREA = "/"                          98/02/17
049600             OR SRC-TEXT-AREA = SPACES                            98/02/17
049700                 NEXT SENTENCE                                    98/02/17
049800             ELSE                                                 98/02/17
049900                 MOVE ZERO TO SRC-COL                             98/02/17
050000                 MOVE "N"  TO LINE-EXHAUSTED-FLAG                 98/02/17
050100                 MOVE "N"  TO IN-QUOTES-FLAG                      98/02/17
050200                 MOVE "Y"  TO GOT-A-LINE-FLAG                     98/02/17
050300     .                                                            98/02/17
050400                                                                  98/02/17
050500 APPEND-SOURCE-CHAR.                                              98/02/17
050600     IF STMT-LENGTH < 200                                         98/02/17
050700         ADD 1 TO STMT-LENGTH                                     98/02/17
050800         MOVE SRC-CHAR TO STMT-CHAR (STMT-LENGTH)                 98/02/17
050900     ELSE                                                         98/02/17
051000         MOVE "Y" TO STMT-OVERFLOW-FLAG                           98/02/17
051100     .                                                            98/02/17
051200                                                                  98/02/17
051300 NOTE-QUOTE-STATE.                                                98/02/17
051400     IF IN-QUOTES-FLAG = "Y"                                      98/02/17
051500         IF SRC-CHAR = THE-QUOTE-CHAR                             98/02/17
051600             MOVE "N" TO IN-QUOTES-FLAG                           98/02/17
051700         ELSE                                                     98/02/17
051800             NEXT SENTENCE                                        98/02/17
051900     ELSE                                                         98/02/17
052000     IF SRC-CHAR = QUOTE OR SRC-CHAR = "'"                        98/02/17
052100         MOVE SRC-CHAR TO THE-QUOTE-CHAR                          98/02/17
052200         MOVE "Y" TO IN-QUOTES-FLAG                               98/02/17
052300     .                                                            98/02/17
052400                                                                  98/02/17
052500****************    STATEMENT PROCESSING    ***************       98/02/17
052600                                                                  98/02/17
052700 PROCESS-A-STATEMENT.                                             98/02/17
052800     PERFORM PICK-APART-THE-STATEMENT                             98/02/17
052900     IF ENTRY-IS-DATA-FLAG = "Y"                                  98/02/17
053000         PERFORM LAYOUT-ONE-DATA-ENTRY                            98/02/17
053100     .                                                            98/02/17
053200     PERFORM COLLECT-A-STATEMENT                                  98/02/17
053300     .                                                            98/02/17
053400                                                                  98/02/17
053500 PICK-APART-THE-STATEMENT.                                        98/02/17
053600     MOVE ZERO   TO SCAN-POSN                                     98/02/17
053700     MOVE "N"    TO ENTRY-IS-DATA-FLAG                            98/02/17
053800                    ENTRY-HAS-PICTURE                             98/02/17
053900                    ENTRY-REDEFINES-FLAG                          98/02/17
054000     MOVE 1      TO ENTRY-OCCURS                                  98/02/17
054100     MOVE SPACE  TO ENTRY-USAGE                                   98/02/17
054200                    ENTRY-SIGN-SEPARATE                           98/02/17
054300     MOVE SPACES TO ENTRY-NAME                                    98/02/17
054400                    ENTRY-PICTURE                                 98/02/17
054500                    ENTRY-REDEF-TARGET                            98/02/17
054600     PERFORM GET-A-TOKEN                                          98/02/17
054700     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/02/17
054800     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/02/17
054900        AND TOKEN-LENGTH < 3                                      98/02/17
055000        AND TOKEN-NUMBER-VALUE > ZERO                             98/02/17
055100        AND TOKEN-NUMBER-VALUE < 50                               98/02/17
055200         MOVE TOKEN-NUMBER-VALUE TO ENTRY-LEVEL                   98/02/17
055300         MOVE "Y" TO ENTRY-IS-DATA-FLAG                           98/02/17
055400         PERFORM GET-THE-ENTRY-NAME                               98/02/17
055500         PERFORM GET-ONE-CLAUSE                                   98/02/17
055600             UNTIL TOKEN-LENGTH = ZERO                            98/02/17
055700     .                                                            98/02/17
055800                                                                  98/02/17
055900 GET-THE-ENTRY-NAME.                                              98/02/17
056000     PERFORM GET-A-TOKEN                                          98/02/17
056100     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/02/17
056200         MOVE "FILLER" TO ENTRY-NAME                              98/02/17
056300         PERFORM GET-THE-PICTURE                                  98/02/17
056400     ELSE                                                         98/02/17
056500         MOVE TOKEN-TEXT TO ENTRY-NAME                            98/02/17
056600         PERFORM GET-A-TOKEN                                      98/02/17
056700     .                                                            98/02/17
056800                                                                  98/02/17
056900 GET-ONE-CLAUSE.                                                  98/02/17
057000     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/02/17
057100         PERFORM GET-THE-PICTURE                                  98/02/17
057200     ELSE                                                         98/02/17
057300     IF TOKEN-TEXT = "OCCURS"                                     98/02/17
057400         PERFORM GET-THE-OCCURS-COUNT                             98/02/17
057500     ELSE                                                         98/02/17
057600     IF TOKEN-TEXT = "REDEFINES"                                  98/02/17
057700         PERFORM GET-THE-REDEF-TARGET                             98/02/17
057800     ELSE                                                         98/02/17
057900     IF TOKEN-TEXT = "COMP" OR TOKEN-TEXT = "COMP-4"              98/02/17
058000     OR TOKEN-TEXT = "BINARY"                                     98/02/17
058100     OR TOKEN-TEXT = "COMPUTATIONAL"                              98/02/17
058200     OR TOKEN-TEXT = "COMPUTATIONAL-4"                            98/02/17
058300         MOVE "C" TO ENTRY-USAGE                                  98/02/17
058400         PERFORM GET-A-TOKEN                                      98/02/17
058500     ELSE                                                         98/02/17
058600     IF TOKEN-TEXT = "COMP-3"                                     98/02/17
058700     OR TOKEN-TEXT = "COMPUTATIONAL-3"                            98/02/17
058800     OR TOKEN-TEXT = "PACKED-DECIMAL"                             98/02/17
058900         MOVE "3" TO ENTRY-USAGE                                  98/02/17
059000         PERFORM GET-A-TOKEN                                      98/02/17
059100     ELSE                                                         98/02/17
059200     IF TOKEN-TEXT = "SEPARATE"                                   98/02/17
059300         MOVE "Y" TO ENTRY-SIGN-SEPARATE                          98/02/17
059400         PERFORM GET-A-TOKEN                                      98/02/17
059500     ELSE                                                         98/02/17
059600         PERFORM GET-A-TOKEN                                      98/02/17
059700     .                                                            98/02/17
059800                                                                  98/02/17
059900 GET-THE-PICTURE.                                                 98/02/17
060000     PERFORM GET-A-TOKEN                                          98/02/17
060100     IF TOKEN-TEXT = "IS"                                         98/02/17
060200         PERFORM GET-A-TOKEN                                      98/02/17
060300     .                                                            98/02/17
060400     IF TOKEN-LENGTH > ZERO                                       98/02/17
060500         MOVE TOKEN-TEXT TO ENTRY-PICTURE                         98/02/17
060600         MOVE "Y" TO ENTRY-HAS-PICTURE                            98/02/17
060700         PERFORM GET-A-TOKEN                                      98/02/17
060800     .                                                            98/02/17
060900                                                                  98/02/17
061000 GET-THE-OCCURS-COUNT.                                            98/02/17
061100     PERFORM GET-A-TOKEN                                          98/02/17
061200     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/02/17
061300     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/02/17
061400         MOVE TOKEN-NUMBER-VALUE TO ENTRY-OCCURS                  98/02/17
061500         PERFORM GET-A-TOKEN                                      98/02/17
061600     .                                                            98/02/17
061700                                                                  98/02/17
061800 GET-THE-REDEF-TARGET.                                            98/02/17
061900     PERFORM GET-A-TOKEN                                          98/02/17
062000     MOVE TOKEN-TEXT TO ENTRY-REDEF-TARGET                        98/02/17
062100     MOVE "Y" TO ENTRY-REDEFINES-FLAG                             98/02/17
062200     PERFORM GET-A-TOKEN                                          98/02/17
062300     .                                                            98/02/17
062400                                                                  98/02/17
062500****************    STATEMENT TOKENIZER    ***************        98/02/17
062600                                                                  98/02/17
062700 GET-A-TOKEN.                                                     98/02/17
062800     MOVE SPACES TO TOKEN-TEXT                                    98/02/17
062900     MOVE ZERO   TO TOKEN-LENGTH                                  98/02/17
063000     PERFORM SKIP-TOKEN-SPACES                                    98/02/17
063100     PERFORM TAKE-ONE-TOKEN-CHAR                                  98/02/17
063200         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/02/17
063300            OR (TOKEN-LENGTH > ZERO                               98/02/17
063400                AND STMT-CHAR (SCAN-POSN + 1) = SPACE)            98/02/17
063500     PERFORM TRIM-THE-TOKEN                                       98/02/17
063600     .                                                            98/02/17
063700                                                                  98/02/17
063800 SKIP-TOKEN-SPACES.                                               98/02/17
063900     PERFORM SKIP-ONE-TOKEN-SPACE                                 98/02/17
064000         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/02/17
064100            OR STMT-CHAR (SCAN-POSN + 1) NOT = SPACE              98/02/17
064200     .                                                            98/02/17
064300                                                                  98/02/17
064400 SKIP-ONE-TOKEN-SPACE.                                            98/02/17
064500     ADD 1 TO SCAN-POSN                                           98/02/17
064600     .                                                            98/02/17
064700                                                                  98/02/17
064800 TAKE-ONE-TOKEN-CHAR.                                             98/02/17
064900     ADD 1 TO SCAN-POSN                                           98/02/17
065000     IF TOKEN-LENGTH < 30                                         98/02/17
065100         ADD 1 TO TOKEN-LENGTH                                    98/02/17
065200         MOVE STMT-CHAR (SCAN-POSN) TO TOKEN-CHAR (TOKEN-LENGTH)  98/02/17
065300     .                                                            98/02/17
065400                                                                  98/02/17
065500*A TERMINATING PERIOD AND THE COMMA AND SEMICOLON SEPARATORS      98/02/17
065600*CLING TO THE TOKEN IN FRONT OF THEM; THEY ARE NOT PART OF IT.    98/02/17
065700 TRIM-THE-TOKEN.                                                  98/02/17
065800     IF TOKEN-LENGTH > ZERO                                       98/02/17
065900        AND (TOKEN-CHAR (TOKEN-LENGTH) = ","                      98/02/17
066000             OR TOKEN-CHAR (TOKEN-LENGTH) = ";")                  98/02/17
066100         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/02/17
066200         SUBTRACT 1 FROM TOKEN-LENGTH                             98/02/17
066300     .                                                            98/02/17
066400     IF TOKEN-LENGTH > ZERO                                       98/02/17
066500        AND TOKEN-CHAR (TOKEN-LENGTH) = "."                       98/02/17
066600        AND SCAN-POSN NOT < STMT-LENGTH                           98/02/17
066700         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/02/17
066800         SUBTRACT 1 FROM TOKEN-LENGTH                             98/02/17
066900     .                                                            98/02/17
067000                                                                  98/02/17
067100 CONVERT-TOKEN-TO-NUMBER.                                         98/02/17
067200     MOVE "Y"  TO TOKEN-IS-NUMERIC-FLAG                           98/02/17
067300     MOVE ZERO TO TOKEN-NUMBER-VALUE                              98/02/17
067400     MOVE ZERO TO TOKEN-DIGIT-NBR                                 98/02/17
067500     IF TOKEN-LENGTH = ZERO                                       98/02/17
067600         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/02/17
067700     ELSE                                                         98/02/17
067800         PERFORM CONVERT-ONE-DIGIT                                98/02/17
067900             UNTIL TOKEN-DIGIT-NBR = TOKEN-LENGTH                 98/02/17
068000                OR TOKEN-IS-NUMERIC-FLAG = "N"                    98/02/17
068100     .                                                            98/02/17
068200                                                                  98/02/17
068300 CONVERT-ONE-DIGIT.                                               98/02/17
068400     ADD 1 TO TOKEN-DIGIT-NBR                                     98/02/17
068500     MOVE TOKEN-CHAR (TOKEN-DIGIT-NBR) TO TOKEN-DIGIT-CHAR        98/02/17
068600     IF TOKEN-DIGIT-CHAR NUMERIC                                  98/02/17
068700         COMPUTE TOKEN-NUMBER-VALUE =                             98/02/17
068800             TOKEN-NUMBER-VALUE * 10 + TOKEN-DIGIT                98/02/17
068900     ELSE                                                         98/02/17
069000         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/02/17
069100     .                                                            98/02/17
069200                                                                  98/02/17
069300****************    LAY OUT ONE ENTRY    ***************          98/02/17
069400                                                                  98/02/17
069500*LEVELS 66, 77 AND 88 NEVER GET THIS FAR: THE LEVEL-NUMBER        98/02/17
069600*FILTER IN PICK-APART-THE-STATEMENT ONLY ADMITS 01 THROUGH 49.    98/02/17
069700 LAYOUT-ONE-DATA-ENTRY.                                           98/02/17
069800     IF REDEF-ACTIVE-FLAG = "Y"                                   98/02/17
069900        AND ENTRY-LEVEL NOT > REDEF-LEVEL                         98/02/17
070000         PERFORM END-REDEFINES-REGION                             98/02/17
070100     .                                                            98/02/17
070200     IF ENTRY-LEVEL = 1                                           98/02/17
070300        AND RECORD-SEEN-FLAG = "Y"                                98/02/17
070400        AND ENTRY-REDEFINES-FLAG = "N"                            98/02/17
070500         MOVE RECORD-OFFSET TO LAYOUT-RECORD-LENGTH               98/02/17
070600         MOVE ZERO TO RECORD-OFFSET                               98/02/17
070700         MOVE ZERO TO NAME-OFFSET-COUNT                           98/02/17
070800     .                                                            98/02/17
070900     MOVE "Y" TO RECORD-SEEN-FLAG                                 98/02/17
071000     IF ENTRY-REDEFINES-FLAG = "Y"                                98/02/17
071100         PERFORM START-REDEFINES-REGION                           98/02/17
071200     .                                                            98/02/17
071300     PERFORM SAVE-THE-ENTRY-OFFSET                                98/02/17
071400     IF ENTRY-HAS-PICTURE = "Y"                                   98/02/17
071500         PERFORM LAYOUT-ELEMENTARY-ITEM                           98/02/17
071520     ELSE                                                         98/04/21
071540     IF ENTRY-OCCURS > 1                                          98/04/21
071560        AND GROUP-OCCURS-NAME = SPACES                            98/04/21
071580         MOVE ENTRY-NAME TO GROUP-OCCURS-NAME                     98/04/21
071600     .                                                            98/02/17
071700                                                                  98/02/17
071800 LAYOUT-ELEMENTARY-ITEM.                                          98/02/17
071900     MOVE ENTRY-PICTURE TO PPICT-TABLE-TEXT                       98/02/17
072000     MOVE "P" TO PPICT-OPERATION                                  98/02/17
072100     MOVE ENTRY-USAGE TO PPICT-USAGE                              98/02/17
072200     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/02/17
072300     CALL "PPICT"                                                 98/02/17
072400     MOVE PPICT-STORAGE-SIZE TO ENTRY-LENGTH                      98/02/17
072500*A SIGN SEPARATE CLAUSE PUTS THE SIGN IN A CHARACTER OF ITS       98/02/17
072600*OWN, ONE EXTRA BYTE PER OCCURRENCE, FOR DISPLAY USAGE.           98/02/17
072700     IF ENTRY-SIGN-SEPARATE = "Y"                                 98/02/17
072800        AND (ENTRY-USAGE = SPACE OR ENTRY-USAGE = "D")            98/02/17
072900         ADD 1 TO ENTRY-LENGTH                                    98/02/17
073000     .                                                            98/02/17
073100     PERFORM APPEND-ONE-FIELD-ENTRY                               98/02/17
073200     COMPUTE RECORD-OFFSET = RECORD-OFFSET                        98/02/17
073300         + ENTRY-LENGTH * ENTRY-OCCURS                            98/02/17
073400     .                                                            98/02/17
073500                                                                  98/02/17
073600*A FIELD HOLDS A NUMBER WHEN ITS PICTURE HAS DIGIT POSITIONS AND  98/02/17
073700*PPICT CAN DE-EDIT THROUGH IT, AS IN PPICTCNV.                    98/02/17
073800 APPEND-ONE-FIELD-ENTRY.                                          98/02/17
073900     IF FIELD-ENTRY-COUNT < 100                                   98/02/17
074000         ADD 1 TO FIELD-ENTRY-COUNT                               98/02/17
074100         MOVE ENTRY-NAME    TO FLD-NAME     (FIELD-ENTRY-COUNT)   98/02/17
074200         MOVE ENTRY-PICTURE TO FLD-PICTURE  (FIELD-ENTRY-COUNT)   98/02/17
074300         MOVE PPICT-ITEM-TYPE TO FLD-TYPE   (FIELD-ENTRY-COUNT)   98/02/17
074400         PERFORM NOTE-THE-FIELD-CLASS                             98/02/17
074500         MOVE ENTRY-USAGE   TO FLD-USAGE    (FIELD-ENTRY-COUNT)   98/02/17
074600         MOVE ENTRY-SIGN-SEPARATE TO                              98/02/17
074700                               FLD-SIGNSEP  (FIELD-ENTRY-COUNT)   98/02/17
074800         MOVE PPICT-DECIMALS TO FLD-DECIMALS (FIELD-ENTRY-COUNT)  98/02/17
074900         MOVE RECORD-OFFSET TO FLD-OFFSET   (FIELD-ENTRY-COUNT)   98/02/17
075000         MOVE ENTRY-LENGTH  TO FLD-LENGTH   (FIELD-ENTRY-COUNT)   98/02/17
075100         MOVE ENTRY-OCCURS  TO FLD-OCCURS   (FIELD-ENTRY-COUNT)   98/02/17
075200     ELSE                                                         98/02/17
075300         MOVE "Y" TO FIELD-OVERFLOW-FLAG                          98/02/17
075400     .                                                            98/02/17
075500                                                                  98/02/17
075600 NOTE-THE-FIELD-CLASS.                                            98/02/17
075700     MOVE "T" TO FLD-CLASS (FIELD-ENTRY-COUNT)                    98/02/17
075800     IF PPICT-DIGIT-FLAG NOT = SPACE                              98/02/17
075900        AND (PPICT-ITEM-TYPE = "9" OR PPICT-ITEM-TYPE = "N"       98/02/17
076000             OR PPICT-ITEM-TYPE = "E" OR PPICT-ITEM-TYPE = "F")   98/02/17
076100         MOVE "N" TO FLD-CLASS (FIELD-ENTRY-COUNT)                98/02/17
076200     .                                                            98/02/17
076300                                                                  98/02/17
076400****************    REDEFINES HANDLING    ***************         98/02/17
076500                                                                  98/02/17
076600 START-REDEFINES-REGION.                                          98/02/17
076700     IF REDEF-ACTIVE-FLAG = "N"                                   98/02/17
076800         MOVE RECORD-OFFSET TO REDEF-SAVED-OFFSET                 98/02/17
076900         MOVE "Y" TO REDEF-ACTIVE-FLAG                            98/02/17
077000         MOVE ENTRY-LEVEL TO REDEF-LEVEL                          98/02/17
077100     .                                                            98/02/17
077200     PERFORM LOOK-UP-THE-TARGET-OFFSET                            98/02/17
077300     .                                                            98/02/17
077400                                                                  98/02/17
077500 END-REDEFINES-REGION.                                            98/02/17
077600     MOVE "N" TO REDEF-ACTIVE-FLAG                                98/02/17
077700     IF REDEF-SAVED-OFFSET > RECORD-OFFSET                        98/02/17
077800         MOVE REDEF-SAVED-OFFSET TO RECORD-OFFSET                 98/02/17
077900     .                                                            98/02/17
078000                                                                  98/02/17
078100 LOOK-UP-THE-TARGET-OFFSET.                                       98/02/17
078200     MOVE "N"  TO LOOKUP-FOUND-FLAG                               98/02/17
078300     MOVE ZERO TO LOOKUP-INDEX                                    98/02/17
078400     PERFORM CHECK-ONE-SAVED-NAME                                 98/02/17
078500         UNTIL LOOKUP-INDEX = NAME-OFFSET-COUNT                   98/02/17
078600            OR LOOKUP-FOUND-FLAG = "Y"                            98/02/17
078700     IF LOOKUP-FOUND-FLAG = "Y"                                   98/02/17
078800         MOVE SAVED-OFFSET (LOOKUP-INDEX) TO RECORD-OFFSET        98/02/17
078900     .                                                            98/02/17
079000                                                                  98/02/17
079100 CHECK-ONE-SAVED-NAME.                                            98/02/17
079200     ADD 1 TO LOOKUP-INDEX                                        98/02/17
079300     IF SAVED-NAME (LOOKUP-INDEX) = ENTRY-REDEF-TARGET            98/02/17
079400         MOVE "Y" TO LOOKUP-FOUND-FLAG                            98/02/17
079500     .                                                            98/02/17
079600                                                                  98/02/17
079700 SAVE-THE-ENTRY-OFFSET.                                           98/02/17
079800     IF NAME-OFFSET-COUNT < 100                                   98/02/17
079900         ADD 1 TO NAME-OFFSET-COUNT                               98/02/17
080000         MOVE ENTRY-NAME    TO SAVED-NAME   (NAME-OFFSET-COUNT)   98/02/17
080100         MOVE RECORD-OFFSET TO SAVED-OFFSET (NAME-OFFSET-COUNT)   98/02/17
080200     .                                                            98/02/17
080300                                                                  98/02/17
080400 FINISH-THE-LAYOUT.                                               98/02/17
080500     IF REDEF-ACTIVE-FLAG = "Y"                                   98/02/17
080600         PERFORM END-REDEFINES-REGION                             98/02/17
080700     .                                                            98/02/17
080800     IF RECORD-SEEN-FLAG = "Y"                                    98/02/17
080900         MOVE RECORD-OFFSET TO LAYOUT-RECORD-LENGTH               98/02/17
081000     .                                                            98/02/17
081100                                                                  98/02/17
081200****************    LOAD THE RULES    ***************             98/02/17
081300                                                                  98/02/17
081400 READ-A-RULE-CARD.                                                98/02/17
081500     READ RULE-DECK                                               98/02/17
081600         AT END                                                   98/02/17
081700             MOVE "Y" TO END-OF-RULES-FLAG                        98/02/17
081800     .                                                            98/02/17
081900                                                                  98/02/17
082000 LOAD-ONE-RULE.                                                   98/02/17
082100     IF RULE-DECK-INDICATOR = "*"                                 98/02/17
082200     OR RULE-DECK-RECORD = SPACES                                 98/02/17
082300         NEXT SENTENCE                                            98/02/17
082400     ELSE                                                         98/02/17
082500     IF RULE-COUNT < 50                                           98/02/17
082600         ADD 1 TO RULE-COUNT                                      98/02/17
082700         PERFORM TAKE-APART-THE-RULE                              98/02/17
082800     ELSE                                                         98/02/17
082900         MOVE "Y" TO RULE-OVERFLOW-FLAG                           98/02/17
083000     .                                                            98/02/17
083100     PERFORM READ-A-RULE-CARD                                     98/02/17
083200     .                                                            98/02/17
083300                                                                  98/02/17
083400*THE RULE IS READ ONE ELEMENT AT A TIME - A NAME, A COMPARISON    98/02/17
083500*OR ANY OTHER SINGLE CHARACTER - AND COPIED TO THE SIDE BEING     98/02/17
083600*BUILT, WITH EVERY FIELD NAME REPLACED BY ITS SHORT NAME.  THE    98/02/17
083700*COMPARISON, OUTSIDE ANY PARENTHESES, ENDS THE LEFT SIDE.         98/02/17
083800 TAKE-APART-THE-RULE.                                             98/02/17
083900     MOVE RULE-DECK-ID   TO RUL-ID   (RULE-COUNT)                 98/02/17
084000     MOVE RULE-DECK-TEXT TO RUL-TEXT (RULE-COUNT)                 98/02/17
084100     MOVE "Y"    TO RUL-ACCEPTED  (RULE-COUNT)                    98/02/17
084200     MOVE SPACES TO RUL-REASON    (RULE-COUNT)                    98/02/17
084300                    RUL-BAD-NAME  (RULE-COUNT)                    98/02/17
084400                    RUL-OPERATOR  (RULE-COUNT)                    98/02/17
084500                    RUL-LEFT      (RULE-COUNT)                    98/02/17
084600                    RUL-RIGHT     (RULE-COUNT)                    98/02/17
084700     MOVE ZERO   TO RUL-VAR-COUNT (RULE-COUNT)                    98/02/17
084800                    RUL-CHECKED   (RULE-COUNT)                    98/02/17
084900                    RUL-FAILURES  (RULE-COUNT)                    98/02/17
085000                    RUL-UNCHECKED (RULE-COUNT)                    98/02/17
085100     MOVE SPACES TO RULE-TEXT-AREA                                98/02/17
085200     MOVE RULE-DECK-TEXT TO RULE-TEXT-AREA                        98/02/17
085300     MOVE SPACES TO SIDE-TEXT                                     98/02/17
085400     MOVE ZERO   TO SIDE-LENGTH                                   98/02/17
085500                    PAREN-DEPTH                                   98/02/17
085600                    RULE-POSN                                     98/02/17
085700     MOVE "L"    TO RULE-SIDE-FLAG                                98/02/17
085800     MOVE "Y"    TO RULE-OK-FLAG                                  98/02/17
085900     PERFORM TAKE-ONE-RULE-ELEMENT                                98/02/17
086000         UNTIL RULE-POSN NOT < 71                                 98/02/17
086100            OR RULE-OK-FLAG = "N"                                 98/02/17
086200     IF RULE-OK-FLAG = "Y"                                        98/02/17
086300         PERFORM FINISH-THE-RULE-SIDES                            98/02/17
086400     .                                                            98/02/17
086500     IF RULE-OK-FLAG = "Y"                                        98/02/17
086600         PERFORM TRY-THE-RULE                                     98/02/17
086700     .                                                            98/02/17
086800     IF RULE-OK-FLAG = "Y"                                        98/02/17
086900         ADD 1 TO RULES-ACCEPTED                                  98/02/17
087000     ELSE                                                         98/02/17
087100         MOVE "N" TO RUL-ACCEPTED (RULE-COUNT)                    98/02/17
087200         ADD 1 TO RULES-REJECTED                                  98/02/17
087300     .                                                            98/02/17
087400                                                                  98/02/17
087500 TAKE-ONE-RULE-ELEMENT.                                           98/02/17
087600     ADD 1 TO RULE-POSN                                           98/02/17
087700     MOVE RULE-CHAR (RULE-POSN) TO THIS-CHAR                      98/02/17
087800     IF THIS-CHAR ALPHABETIC                                      98/02/17
087900        AND THIS-CHAR NOT = SPACE                                 98/02/17
088000         PERFORM TAKE-A-NAME                                      98/02/17
088100     ELSE                                                         98/02/17
088200     IF (THIS-CHAR = "=" OR THIS-CHAR = "<" OR THIS-CHAR = ">")   98/02/17
088300        AND PAREN-DEPTH = ZERO                                    98/02/17
088400         PERFORM TAKE-THE-COMPARISON                              98/02/17
088500     ELSE                                                         98/02/17
088600         PERFORM TAKE-AN-ORDINARY-CHAR                            98/02/17
088700     .                                                            98/02/17
088800                                                                  98/02/17
088900 TAKE-AN-ORDINARY-CHAR.                                           98/02/17
089000     IF THIS-CHAR = "("                                           98/02/17
089100         ADD 1 TO PAREN-DEPTH                                     98/02/17
089200     .                                                            98/02/17
089300     IF THIS-CHAR = ")"                                           98/02/17
089400         SUBTRACT 1 FROM PAREN-DEPTH                              98/02/17
089500     .                                                            98/02/17
089600     PERFORM APPEND-THIS-CHAR                                     98/02/17
089700     .                                                            98/02/17
089800                                                                  98/02/17
089900*A NAME RUNS OVER LETTERS, DIGITS AND HYPHENS; A HYPHEN AT ITS    98/02/17
090000*END IS A MINUS SIGN WRITTEN WITHOUT A SPACE, NOT PART OF IT.     98/02/17
090100*RULE-POSN IS LEFT ON THE LAST CHARACTER TAKEN.                   98/02/17
090200 TAKE-A-NAME.                                                     98/02/17
090300     MOVE SPACES TO WORD-TEXT                                     98/02/17
090400     MOVE ZERO   TO WORD-LENGTH                                   98/02/17
090500     MOVE "Y"    TO NAME-CHAR-FLAG                                98/02/17
090600     PERFORM TAKE-ONE-NAME-CHAR                                   98/02/17
090700         UNTIL NAME-CHAR-FLAG = "N"                               98/02/17
090800     SUBTRACT 1 FROM RULE-POSN                                    98/02/17
090900     PERFORM DROP-A-TRAILING-HYPHEN                               98/02/17
091000         UNTIL WORD-LENGTH = ZERO                                 98/02/17
091100            OR WORD-CHAR (WORD-LENGTH) NOT = "-"                  98/02/17
091200     IF WORD-TEXT = "ABS" OR WORD-TEXT = "INT"                    98/02/17
091300     OR WORD-TEXT = "MIN" OR WORD-TEXT = "MAX"                    98/02/17
091400     OR WORD-TEXT = "MOD" OR WORD-TEXT = "ROUND"                  98/02/17
091500         MOVE WORD-TEXT   TO OUT-TEXT                             98/02/17
091600         MOVE WORD-LENGTH TO OUT-LENGTH                           98/02/17
091700         PERFORM APPEND-THE-OUT-TEXT                              98/02/17
091800     ELSE                                                         98/02/17
091900         PERFORM TAKE-A-FIELD-NAME                                98/02/17
092000     .                                                            98/02/17
092100                                                                  98/02/17
092200 TAKE-ONE-NAME-CHAR.                                              98/02/17
092300     MOVE RULE-CHAR (RULE-POSN) TO THIS-CHAR                      98/02/17
092400     IF (THIS-CHAR ALPHABETIC AND THIS-CHAR NOT = SPACE)          98/02/17
092500     OR THIS-CHAR NUMERIC                                         98/02/17
092600     OR THIS-CHAR = "-"                                           98/02/17
092700         PERFORM ADD-ONE-WORD-CHAR                                98/02/17
092800         ADD 1 TO RULE-POSN                                       98/02/17
092900     ELSE                                                         98/02/17
093000         MOVE "N" TO NAME-CHAR-FLAG                               98/02/17
093100     .                                                            98/02/17
093200                                                                  98/02/17
093300 ADD-ONE-WORD-CHAR.                                               98/02/17
093400     IF WORD-LENGTH < 30                                          98/02/17
093500         ADD 1 TO WORD-LENGTH                                     98/02/17
093600         MOVE THIS-CHAR TO WORD-CHAR (WORD-LENGTH)                98/02/17
093700     .                                                            98/02/17
093800                                                                  98/02/17
093900 DROP-A-TRAILING-HYPHEN.                                          98/02/17
094000     MOVE SPACE TO WORD-CHAR (WORD-LENGTH)                        98/02/17
094100     SUBTRACT 1 FROM WORD-LENGTH                                  98/02/17
094200     SUBTRACT 1 FROM RULE-POSN                                    98/02/17
094300     .                                                            98/02/17
094400                                                                  98/02/17
094500 TAKE-A-FIELD-NAME.                                               98/02/17
094600     MOVE "N"  TO FIELD-FOUND-FLAG                                98/02/17
094700     MOVE ZERO TO FLD-INDEX                                       98/02/17
094800     PERFORM CHECK-ONE-FIELD-NAME                                 98/02/17
094900         UNTIL FLD-INDEX = FIELD-ENTRY-COUNT                      98/02/17
095000            OR FIELD-FOUND-FLAG = "Y"                             98/02/17
095100     IF FIELD-FOUND-FLAG = "N"                                    98/02/17
095200         PERFORM SIGNAL-NAME-NOT-IN-LAYOUT                        98/02/17
095300     ELSE                                                         98/02/17
095400     IF FLD-CLASS (FLD-INDEX) NOT = "N"                           98/02/17
095500         PERFORM SIGNAL-FIELD-NOT-NUMERIC                         98/02/17
095600     ELSE                                                         98/02/17
095700         PERFORM TAKE-THE-SUBSCRIPT                               98/02/17
095800     .                                                            98/02/17
095900     IF RULE-OK-FLAG = "Y"                                        98/02/17
096000         PERFORM ASSIGN-THE-SHORT-NAME                            98/02/17
096100     .                                                            98/02/17
096200                                                                  98/02/17
096300 CHECK-ONE-FIELD-NAME.                                            98/02/17
096400     ADD 1 TO FLD-INDEX                                           98/02/17
096500     IF FLD-NAME (FLD-INDEX) = WORD-TEXT                          98/02/17
096600         MOVE "Y" TO FIELD-FOUND-FLAG                             98/02/17
096700     .                                                            98/02/17
096800                                                                  98/02/17
096900*A FIELD THAT OCCURS MUST BE FOLLOWED BY ITS SUBSCRIPT IN         98/02/17
097000*PARENTHESES; ANY OTHER FIELD STANDS FOR ITS ONE OCCURRENCE.      98/02/17
097100 TAKE-THE-SUBSCRIPT.                                              98/02/17
097200     MOVE 1 TO SUBSCRIPT-VALUE                                    98/02/17
097300     IF FLD-OCCURS (FLD-INDEX) > 1                                98/02/17
097400         PERFORM READ-THE-SUBSCRIPT                               98/02/17
097500     .                                                            98/02/17
097600                                                                  98/02/17
097700 READ-THE-SUBSCRIPT.                                              98/02/17
097800     MOVE RULE-POSN TO WORD-END                                   98/02/17
097900     PERFORM SKIP-ONE-RULE-SPACE                                  98/02/17
098000         UNTIL WORD-END NOT < 71                                  98/02/17
098100            OR RULE-CHAR (WORD-END + 1) NOT = SPACE               98/02/17
098200     IF RULE-CHAR (WORD-END + 1) NOT = "("                        98/02/17
098300         PERFORM SIGNAL-SUBSCRIPT-MISSING                         98/02/17
098400     ELSE                                                         98/02/17
098500         ADD 1 TO WORD-END                                        98/02/17
098600         MOVE ZERO TO SUBSCRIPT-VALUE                             98/02/17
098700         MOVE "Y"  TO SUBSCRIPT-OK-FLAG                           98/02/17
098800         PERFORM TAKE-ONE-SUBSCRIPT-CHAR                          98/02/17
098900             UNTIL SUBSCRIPT-OK-FLAG = "N"                        98/02/17
099000                OR RULE-CHAR (WORD-END + 1) = ")"                 98/02/17
099100         PERFORM CHECK-THE-SUBSCRIPT                              98/02/17
099200     .                                                            98/02/17
099300                                                                  98/02/17
099400 SKIP-ONE-RULE-SPACE.                                             98/02/17
099500     ADD 1 TO WORD-END                                            98/02/17
099600     .                                                            98/02/17
099700                                                                  98/02/17
099800 TAKE-ONE-SUBSCRIPT-CHAR.                                         98/02/17
099900     ADD 1 TO WORD-END                                            98/02/17
100000     MOVE RULE-CHAR (WORD-END) TO SUBSCRIPT-DIGIT-CHAR            98/02/17
100100     IF WORD-END NOT < 71                                         98/02/17
100200     OR SUBSCRIPT-VALUE > 999                                     98/02/17
100300         MOVE "N" TO SUBSCRIPT-OK-FLAG                            98/02/17
100400     ELSE                                                         98/02/17
100500     IF SUBSCRIPT-DIGIT-CHAR NUMERIC                              98/02/17
100600         COMPUTE SUBSCRIPT-VALUE =                                98/02/17
100700             SUBSCRIPT-VALUE * 10 + SUBSCRIPT-DIGIT               98/02/17
100800     ELSE                                                         98/02/17
100900     IF SUBSCRIPT-DIGIT-CHAR NOT = SPACE                          98/02/17
101000         MOVE "N" TO SUBSCRIPT-OK-FLAG                            98/02/17
101100     .                                                            98/02/17
101200                                                                  98/02/17
101300 CHECK-THE-SUBSCRIPT.                                             98/02/17
101400     IF SUBSCRIPT-OK-FLAG = "N"                                   98/02/17
101500     OR SUBSCRIPT-VALUE < 1                                       98/02/17
101600     OR SUBSCRIPT-VALUE > FLD-OCCURS (FLD-INDEX)                  98/02/17
101700         PERFORM SIGNAL-BAD-SUBSCRIPT                             98/02/17
101800     ELSE                                                         98/02/17
101900         ADD 1 TO WORD-END                                        98/02/17
102000         MOVE WORD-END TO RULE-POSN                               98/02/17
102100     .                                                            98/02/17
102200                                                                  98/02/17
102300*THE SAME FIELD AND OCCURRENCE NAMED TWICE IN ONE RULE IS PASSED  98/02/17
102400*ONCE, UNDER ONE SHORT NAME.                                      98/02/17
102500 ASSIGN-THE-SHORT-NAME.                                           98/02/17
102600     MOVE "N"  TO VAR-FOUND-FLAG                                  98/02/17
102700     MOVE ZERO TO VAR-INDEX                                       98/02/17
102800     PERFORM CHECK-ONE-RULE-VARIABLE                              98/02/17
102900         UNTIL VAR-INDEX = RUL-VAR-COUNT (RULE-COUNT)             98/02/17
103000            OR VAR-FOUND-FLAG = "Y"                               98/02/17
103100     IF VAR-FOUND-FLAG = "N"                                      98/02/17
103200         PERFORM ADD-A-RULE-VARIABLE                              98/02/17
103300     .                                                            98/02/17
103400     IF RULE-OK-FLAG = "Y"                                        98/02/17
103500         MOVE VAR-INDEX  TO ALIAS-NUMBER                          98/02/17
103600         MOVE ALIAS-NAME TO OUT-TEXT                              98/02/17
103700         MOVE 3          TO OUT-LENGTH                            98/02/17
103800         PERFORM APPEND-THE-OUT-TEXT                              98/02/17
103900     .                                                            98/02/17
104000                                                                  98/02/17
104100 CHECK-ONE-RULE-VARIABLE.                                         98/02/17
104200     ADD 1 TO VAR-INDEX                                           98/02/17
104300     IF RUL-VAR-FIELD (RULE-COUNT VAR-INDEX) = FLD-INDEX          98/02/17
104400        AND RUL-VAR-OCC (RULE-COUNT VAR-INDEX) = SUBSCRIPT-VALUE  98/02/17
104500         MOVE "Y" TO VAR-FOUND-FLAG                               98/02/17
104600     .                                                            98/02/17
104700                                                                  98/02/17
104800 ADD-A-RULE-VARIABLE.                                             98/02/17
104900     IF RUL-VAR-COUNT (RULE-COUNT) < 10                           98/02/17
105000         ADD 1 TO RUL-VAR-COUNT (RULE-COUNT)                      98/02/17
105100         MOVE RUL-VAR-COUNT (RULE-COUNT) TO VAR-INDEX             98/02/17
105200         MOVE FLD-INDEX                                           98/02/17
105300             TO RUL-VAR-FIELD (RULE-COUNT VAR-INDEX)              98/02/17
105400         MOVE SUBSCRIPT-VALUE                                     98/02/17
105500             TO RUL-VAR-OCC   (RULE-COUNT VAR-INDEX)              98/02/17
105600     ELSE                                                         98/02/17
105700         PERFORM SIGNAL-TOO-MANY-FIELDS                           98/02/17
105800     .                                                            98/02/17
105900                                                                  98/02/17
106000 TAKE-THE-COMPARISON.                                             98/02/17
106100     IF RULE-SIDE-FLAG = "R"                                      98/02/17
106200         PERFORM SIGNAL-TWO-COMPARISONS                           98/02/17
106300     ELSE                                                         98/02/17
106400         MOVE THIS-CHAR TO OPERATOR-CHAR-1                        98/02/17
106500         MOVE SPACE     TO OPERATOR-CHAR-2                        98/02/17
106600         PERFORM TAKE-A-SECOND-OPERATOR-CHAR                      98/02/17
106700         MOVE OPERATOR-TEXT TO RUL-OPERATOR (RULE-COUNT)          98/02/17
106800         MOVE SIDE-TEXT     TO RUL-LEFT     (RULE-COUNT)          98/02/17
106900         MOVE SPACES TO SIDE-TEXT                                 98/02/17
107000         MOVE ZERO   TO SIDE-LENGTH                               98/02/17
107100         MOVE "R"    TO RULE-SIDE-FLAG                            98/02/17
107200     .                                                            98/02/17
107300                                                                  98/02/17
107400 TAKE-A-SECOND-OPERATOR-CHAR.                                     98/02/17
107500     IF (THIS-CHAR = "<"                                          98/02/17
107600         AND (RULE-CHAR (RULE-POSN + 1) = "="                     98/02/17
107700              OR RULE-CHAR (RULE-POSN + 1) = ">"))                98/02/17
107800     OR (THIS-CHAR = ">"                                          98/02/17
107900         AND RULE-CHAR (RULE-POSN + 1) = "=")                     98/02/17
108000         ADD 1 TO RULE-POSN                                       98/02/17
108100         MOVE RULE-CHAR (RULE-POSN) TO OPERATOR-CHAR-2            98/02/17
108200     .                                                            98/02/17
108300                                                                  98/02/17
108400 APPEND-THE-OUT-TEXT.                                             98/02/17
108500     MOVE ZERO TO OUT-NBR                                         98/02/17
108600     PERFORM APPEND-ONE-OUT-CHAR                                  98/02/17
108700         UNTIL OUT-NBR = OUT-LENGTH                               98/02/17
108800     .                                                            98/02/17
108900                                                                  98/02/17
109000 APPEND-ONE-OUT-CHAR.                                             98/02/17
109100     ADD 1 TO OUT-NBR                                             98/02/17
109200     MOVE OUT-CHAR (OUT-NBR) TO THIS-CHAR                         98/02/17
109300     PERFORM APPEND-THIS-CHAR                                     98/02/17
109400     .                                                            98/02/17
109500                                                                  98/02/17
109600 APPEND-THIS-CHAR.                                                98/02/17
109700     IF SIDE-LENGTH < 80                                          98/02/17
109800         ADD 1 TO SIDE-LENGTH                                     98/02/17
109900         MOVE THIS-CHAR TO SIDE-CHAR (SIDE-LENGTH)                98/02/17
110000     ELSE                                                         98/02/17
110100         PERFORM SIGNAL-SIDE-TOO-LONG                             98/02/17
110200     .                                                            98/02/17
110300                                                                  98/02/17
110400 FINISH-THE-RULE-SIDES.                                           98/02/17
110500     IF RULE-SIDE-FLAG = "L"                                      98/02/17
110600         PERFORM SIGNAL-NO-COMPARISON                             98/02/17
110700     ELSE                                                         98/02/17
110800         MOVE SIDE-TEXT TO RUL-RIGHT (RULE-COUNT)                 98/02/17
110900         IF RUL-LEFT (RULE-COUNT) = SPACES                        98/02/17
111000         OR RUL-RIGHT (RULE-COUNT) = SPACES                       98/02/17
111100             PERFORM SIGNAL-EMPTY-SIDE                            98/02/17
111200     .                                                            98/02/17
111300                                                                  98/02/17
111400*BOTH SIDES ARE TRIED ONCE THROUGH CALCPKR WITH EVERY FIELD SET   98/02/17
111500*TO ONE, SO A RULE CALCPKR CANNOT READ IS REJECTED NOW RATHER     98/02/17
111600*THAN ON EVERY RECORD.  A DIVIDE BY ZERO OR AN OVERFLOW HERE      98/02/17
111700*SAYS NOTHING ABOUT THE REAL DATA AND IS LET PASS.                98/02/17
111800 TRY-THE-RULE.                                                    98/02/17
111900     MOVE RUL-VAR-COUNT (RULE-COUNT) TO CALCPK-VARIABLE-COUNT     98/02/17
112000     MOVE ZERO TO VAR-INDEX                                       98/02/17
112100     PERFORM SET-ONE-TRIAL-VARIABLE                               98/02/17
112200         UNTIL VAR-INDEX = RUL-VAR-COUNT (RULE-COUNT)             98/02/17
112300     MOVE RUL-LEFT (RULE-COUNT) TO CALCPK-EXPRESSION              98/02/17
112400     PERFORM TRY-ONE-RULE-SIDE                                    98/02/17
112500     IF RULE-OK-FLAG = "Y"                                        98/02/17
112600         MOVE RUL-RIGHT (RULE-COUNT) TO CALCPK-EXPRESSION         98/02/17
112700         PERFORM TRY-ONE-RULE-SIDE                                98/02/17
112800     .                                                            98/02/17
112900                                                                  98/02/17
113000 SET-ONE-TRIAL-VARIABLE.                                          98/02/17
113100     ADD 1 TO VAR-INDEX                                           98/02/17
113200     MOVE VAR-INDEX  TO ALIAS-NUMBER                              98/02/17
113300     MOVE ALIAS-NAME TO CALCPK-VAR-NAME (VAR-INDEX)               98/02/17
113400     MOVE 1          TO CALCPK-VARIABLE (VAR-INDEX)               98/02/17
113500     .                                                            98/02/17
113600                                                                  98/02/17
113700 TRY-ONE-RULE-SIDE.                                               98/02/17
113800     MOVE "E" TO CALCPK-OPERATION                                 98/02/17
113900     CALL "CALCPKR"                                               98/02/17
114000     IF CALCPK-ERROR-CODE NOT = SPACES                            98/02/17
114100        AND CALCPK-ERROR-CODE NOT = "04"                          98/02/17
114200        AND CALCPK-ERROR-CODE NOT = "05"                          98/02/17
114300         MOVE "N" TO RULE-OK-FLAG                                 98/02/17
114400         MOVE CALCPK-ERROR-MESG TO RUL-REASON (RULE-COUNT)        98/02/17
114500     .                                                            98/02/17
114600                                                                  98/02/17
114700****************    SIGNAL RULE ERRORS    ***************         98/02/17
114800                                                                  98/02/17
114900 SIGNAL-NAME-NOT-IN-LAYOUT.                                       98/02/17
115000     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
115100     MOVE "NAME NOT IN THE LAYOUT" TO RUL-REASON (RULE-COUNT)     98/02/17
115200     MOVE WORD-TEXT TO RUL-BAD-NAME (RULE-COUNT)                  98/02/17
115300     .                                                            98/02/17
115400                                                                  98/02/17
115500 SIGNAL-FIELD-NOT-NUMERIC.                                        98/02/17
115600     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
115700     MOVE "FIELD HOLDS NO NUMBER" TO RUL-REASON (RULE-COUNT)      98/02/17
115800     MOVE WORD-TEXT TO RUL-BAD-NAME (RULE-COUNT)                  98/02/17
115900     .                                                            98/02/17
116000                                                                  98/02/17
116100 SIGNAL-SUBSCRIPT-MISSING.                                        98/02/17
116200     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
116300     MOVE "OCCURS - SUBSCRIPT NEEDED" TO RUL-REASON (RULE-COUNT)  98/02/17
116400     MOVE WORD-TEXT TO RUL-BAD-NAME (RULE-COUNT)                  98/02/17
116500     .                                                            98/02/17
116600                                                                  98/02/17
116700 SIGNAL-BAD-SUBSCRIPT.                                            98/02/17
116800     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
116900     MOVE "SUBSCRIPT NOT VALID" TO RUL-REASON (RULE-COUNT)        98/02/17
117000     MOVE WORD-TEXT TO RUL-BAD-NAME (RULE-COUNT)                  98/02/17
117100     .                                                            98/02/17
117200                                                                  98/02/17
117300 SIGNAL-TOO-MANY-FIELDS.                                          98/02/17
117400     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
117500     MOVE "MORE THAN 10 FIELDS NAMED" TO RUL-REASON (RULE-COUNT)  98/02/17
117600     .                                                            98/02/17
117700                                                                  98/02/17
117800 SIGNAL-TWO-COMPARISONS.                                          98/02/17
117900     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
118000     MOVE "MORE THAN ONE COMPARISON" TO RUL-REASON (RULE-COUNT)   98/02/17
118100     .                                                            98/02/17
118200                                                                  98/02/17
118300 SIGNAL-NO-COMPARISON.                                            98/02/17
118400     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
118500     MOVE "NO COMPARISON IN THE RULE" TO RUL-REASON (RULE-COUNT)  98/02/17
118600     .                                                            98/02/17
118700                                                                  98/02/17
118800 SIGNAL-EMPTY-SIDE.                                               98/02/17
118900     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
119000     MOVE "ONE SIDE OF THE RULE IS EMPTY"                         98/02/17
119100         TO RUL-REASON (RULE-COUNT)                               98/02/17
119200     .                                                            98/02/17
119300                                                                  98/02/17
119400 SIGNAL-SIDE-TOO-LONG.                                            98/02/17
119500     MOVE "N" TO RULE-OK-FLAG                                     98/02/17
119600     MOVE "RULE TOO LONG FOR CALCPKR" TO RUL-REASON (RULE-COUNT)  98/02/17
119700     .                                                            98/02/17
119800                                                                  98/02/17
119900****************    CHECK THE DATA FILE    ***************        98/02/17
120000                                                                  98/02/17
120005*A GROUP THAT OCCURS IS LAID OUT ONCE ONLY, SO EVERY OFFSET AFTER 98/04/21
120010*ITS FIRST OCCURRENCE WOULD BE WRONG; SUCH A MEMBER STOPS THE RUN 98/04/21
120015*BEFORE ANY RECORD IS READ.                                       98/04/21
120020 CHECK-THE-RUN.                                                   98/04/21
120025     IF GROUP-OCCURS-NAME NOT = SPACES                            98/04/21
120030         MOVE 8 TO RUN-SEVERITY                                   98/04/21
120035         MOVE "GROUP OCCURS NOT EXPANDED" TO REL-TEXT             98/04/21
120040         MOVE RUN-ERROR-LINE TO PRINT-WORK-LINE                   98/04/21
120045         PERFORM WRITE-A-PRINT-LINE                               98/04/21
120050     .                                                            98/04/21
120055                                                                  98/04/21
120060 START-THE-DATA-CHECK.                                            98/04/21
120065     IF RUN-SEVERITY = ZERO                                       98/04/21
120070         PERFORM READ-A-DATA-RECORD                               98/04/21
120075     ELSE                                                         98/04/21
120080         MOVE "Y" TO END-OF-DATA-FLAG                             98/04/21
120085     .                                                            98/04/21
120090                                                                  98/04/21
120100 READ-A-DATA-RECORD.                                              98/02/17
120200     READ DATA-FILE                                               98/02/17
120300         AT END                                                   98/02/17
120400             MOVE "Y" TO END-OF-DATA-FLAG                         98/02/17
120500     .                                                            98/02/17
120600                                                                  98/02/17
120700 CHECK-A-DATA-RECORD.                                             98/02/17
120800     ADD 1 TO RECORDS-READ                                        98/02/17
120900     MOVE "N" TO RECORD-FAILED-FLAG                               98/02/17
121000     IF DATA-REC-LENGTH NOT = LAYOUT-RECORD-LENGTH                98/02/17
121100         PERFORM REPORT-A-LENGTH-ERROR                            98/02/17
121200     .                                                            98/02/17
121300     MOVE ZERO TO RUL-INDEX                                       98/02/17
121400     PERFORM CHECK-ONE-RULE                                       98/02/17
121500         UNTIL RUL-INDEX = RULE-COUNT                             98/02/17
121600     IF RECORD-FAILED-FLAG = "Y"                                  98/02/17
121700         ADD 1 TO RECORDS-FAILING                                 98/02/17
121800     .                                                            98/02/17
121900     PERFORM READ-A-DATA-RECORD                                   98/02/17
122000     .                                                            98/02/17
122100                                                                  98/02/17
122200 CHECK-ONE-RULE.                                                  98/02/17
122300     ADD 1 TO RUL-INDEX                                           98/02/17
122400     IF RUL-ACCEPTED (RUL-INDEX) = "Y"                            98/02/17
122500         PERFORM APPLY-THE-RULE                                   98/02/17
122600     .                                                            98/02/17
122700                                                                  98/02/17
122800*A RULE THAT CANNOT BE WORKED OUT FOR A RECORD - A FIELD THAT     98/02/17
122900*CANNOT BE READ, OR A DIVIDE BY ZERO - IS REPORTED AND COUNTED    98/02/17
123000*AS NOT CHECKED, APART FROM THE RECORDS THAT BREAK IT.            98/02/17
123100 APPLY-THE-RULE.                                                  98/02/17
123200     MOVE "Y"    TO RULE-CHECKED-FLAG                             98/02/17
123300     MOVE "Y"    TO RULE-HOLDS-FLAG                               98/02/17
123400     MOVE ZERO   TO BAD-VAR-INDEX                                 98/02/17
123500     MOVE SPACES TO CHECK-REASON                                  98/02/17
123600     MOVE RUL-VAR-COUNT (RUL-INDEX) TO CALCPK-VARIABLE-COUNT      98/02/17
123700     MOVE ZERO TO VAR-INDEX                                       98/02/17
123800     PERFORM LOAD-ONE-RULE-VARIABLE                               98/02/17
123900         UNTIL VAR-INDEX = RUL-VAR-COUNT (RUL-INDEX)              98/02/17
124000            OR RULE-CHECKED-FLAG = "N"                            98/02/17
124100     IF RULE-CHECKED-FLAG = "Y"                                   98/02/17
124200         MOVE RUL-LEFT (RUL-INDEX) TO CALCPK-EXPRESSION           98/02/17
124300         PERFORM EVALUATE-ONE-RULE-SIDE                           98/02/17
124400         MOVE CALCPK-RESULT TO LEFT-RESULT                        98/02/17
124500     .                                                            98/02/17
124600     IF RULE-CHECKED-FLAG = "Y"                                   98/02/17
124700         MOVE RUL-RIGHT (RUL-INDEX) TO CALCPK-EXPRESSION          98/02/17
124800         PERFORM EVALUATE-ONE-RULE-SIDE                           98/02/17
124900         MOVE CALCPK-RESULT TO RIGHT-RESULT                       98/02/17
125000     .                                                            98/02/17
125100     IF RULE-CHECKED-FLAG = "Y"                                   98/02/17
125200         PERFORM COMPARE-THE-TWO-SIDES                            98/02/17
125300     .                                                            98/02/17
125400     IF RULE-CHECKED-FLAG = "N"                                   98/02/17
125500         ADD 1 TO RUL-UNCHECKED (RUL-INDEX)                       98/02/17
125600         ADD 1 TO RULE-UNCHECKED-COUNT                            98/02/17
125700         MOVE "Y" TO RECORD-FAILED-FLAG                           98/02/17
125800         PERFORM REPORT-A-RULE-FAILURE                            98/02/17
125900     ELSE                                                         98/02/17
126000         ADD 1 TO RUL-CHECKED (RUL-INDEX)                         98/02/17
126100         IF RULE-HOLDS-FLAG = "N"                                 98/02/17
126200             ADD 1 TO RUL-FAILURES (RUL-INDEX)                    98/02/17
126300             ADD 1 TO RULE-FAILURE-COUNT                          98/02/17
126400             MOVE "Y" TO RECORD-FAILED-FLAG                       98/02/17
126500             MOVE "RULE NOT MET" TO CHECK-REASON                  98/02/17
126600             PERFORM REPORT-A-RULE-FAILURE                        98/02/17
126700     .                                                            98/02/17
126800                                                                  98/02/17
126900 LOAD-ONE-RULE-VARIABLE.                                          98/02/17
127000     ADD 1 TO VAR-INDEX                                           98/02/17
127100     MOVE RUL-VAR-FIELD (RUL-INDEX VAR-INDEX) TO FLD-INDEX        98/02/17
127200     MOVE RUL-VAR-OCC   (RUL-INDEX VAR-INDEX) TO OCC-NUMBER       98/02/17
127300     COMPUTE OCC-BASE-OFFSET = FLD-OFFSET (FLD-INDEX)             98/02/17
127400         + (OCC-NUMBER - 1) * FLD-LENGTH (FLD-INDEX)              98/02/17
127500     COMPUTE OCC-END-OFFSET = OCC-BASE-OFFSET                     98/02/17
127600         + FLD-LENGTH (FLD-INDEX)                                 98/02/17
127700     MOVE VAR-INDEX  TO ALIAS-NUMBER                              98/02/17
127800     MOVE ALIAS-NAME TO CALCPK-VAR-NAME (VAR-INDEX)               98/02/17
127900     IF OCC-END-OFFSET > 512                                      98/02/17
128000         MOVE "N" TO VALUE-OK-FLAG                                98/02/17
128100         MOVE "FIELD PAST END OF BUFFER" TO VALUE-REASON          98/02/17
128200     ELSE                                                         98/02/17
128300         PERFORM GET-THE-FIELD-VALUE                              98/02/17
128400     .                                                            98/02/17
128500     IF VALUE-OK-FLAG = "Y"                                       98/02/17
128600         MOVE FIELD-VALUE TO CALCPK-VARIABLE (VAR-INDEX)          98/02/17
128700     ELSE                                                         98/02/17
128800         MOVE "N" TO RULE-CHECKED-FLAG                            98/02/17
128900         MOVE VAR-INDEX TO BAD-VAR-INDEX                          98/02/17
129000         MOVE VALUE-REASON TO CHECK-REASON                        98/02/17
129100     .                                                            98/02/17
129200                                                                  98/02/17
129300 EVALUATE-ONE-RULE-SIDE.                                          98/02/17
129400     MOVE "E" TO CALCPK-OPERATION                                 98/02/17
129500     CALL "CALCPKR"                                               98/02/17
129600     IF CALCPK-ERROR-CODE NOT = SPACES                            98/02/17
129700         MOVE "N" TO RULE-CHECKED-FLAG                            98/02/17
129800         MOVE CALCPK-ERROR-MESG TO CHECK-REASON                   98/02/17
129900     .                                                            98/02/17
130000                                                                  98/02/17
130100 COMPARE-THE-TWO-SIDES.                                           98/02/17
130200     IF LEFT-RESULT < RIGHT-RESULT                                98/02/17
130300         MOVE "L" TO COMPARE-RESULT                               98/02/17
130400     ELSE                                                         98/02/17
130500     IF LEFT-RESULT = RIGHT-RESULT                                98/02/17
130600         MOVE "E" TO COMPARE-RESULT                               98/02/17
130700     ELSE                                                         98/02/17
130800         MOVE "G" TO COMPARE-RESULT                               98/02/17
130900     .                                                            98/02/17
131000     MOVE RUL-OPERATOR (RUL-INDEX) TO OPERATOR-TEXT               98/02/17
131100     MOVE "N" TO RULE-HOLDS-FLAG                                  98/02/17
131200     IF (OPERATOR-TEXT = "= " AND COMPARE-RESULT = "E")           98/02/17
131300     OR (OPERATOR-TEXT = "<>" AND COMPARE-RESULT NOT = "E")       98/02/17
131400     OR (OPERATOR-TEXT = "< " AND COMPARE-RESULT = "L")           98/02/17
131500     OR (OPERATOR-TEXT = "> " AND COMPARE-RESULT = "G")           98/02/17
131600     OR (OPERATOR-TEXT = "<=" AND COMPARE-RESULT NOT = "G")       98/02/17
131700     OR (OPERATOR-TEXT = ">=" AND COMPARE-RESULT NOT = "L")       98/02/17
131800         MOVE "Y" TO RULE-HOLDS-FLAG                              98/02/17
131900     .                                                            98/02/17
132000                                                                  98/02/17
132100****************    READ ONE FIELD'S VALUE    ***************     98/02/17
132200                                                                  98/02/17
132300*THE VALUE COMES FROM WHATEVER FORM THE FIELD HAS: UNPACKED,      98/02/17
132400*DECODED FROM BINARY, OR DE-EDITED THROUGH ITS PICTURE.           98/02/17
132500 GET-THE-FIELD-VALUE.                                             98/02/17
132600     MOVE "Y"    TO VALUE-OK-FLAG                                 98/02/17
132700     MOVE SPACES TO VALUE-REASON                                  98/02/17
132800     MOVE ZERO   TO FIELD-VALUE                                   98/02/17
132900     IF FLD-USAGE (FLD-INDEX) = "3"                               98/02/17
133000         PERFORM UNPACK-THE-FIELD                                 98/02/17
133100     ELSE                                                         98/02/17
133200     IF FLD-USAGE (FLD-INDEX) = "C"                               98/02/17
133300         PERFORM DECODE-THE-BINARY-FIELD                          98/02/17
133400     ELSE                                                         98/02/17
133500         PERFORM DEEDIT-THE-FIELD                                 98/02/17
133600     .                                                            98/02/17
133700                                                                  98/02/17
133800*EVERY BYTE BUT THE LAST CARRIES TWO DIGIT NIBBLES; THE LAST      98/02/17
133900*CARRIES ONE DIGIT AND THE SIGN, C OR F POSITIVE AND D NEGATIVE.  98/02/17
134000 UNPACK-THE-FIELD.                                                98/02/17
134100     MOVE ZERO TO RAW-NUMBER                                      98/02/17
134200     MOVE ZERO TO BYTE-NBR                                        98/02/17
134300     MOVE "+"  TO SIGN-CHAR                                       98/02/17
134400     PERFORM UNPACK-ONE-BYTE                                      98/02/17
134500         UNTIL BYTE-NBR = FLD-LENGTH (FLD-INDEX)                  98/02/17
134600            OR VALUE-OK-FLAG = "N"                                98/02/17
134700     IF VALUE-OK-FLAG = "Y"                                       98/02/17
134800         PERFORM SCALE-THE-RAW-NUMBER                             98/02/17
134900     .                                                            98/02/17
135000                                                                  98/02/17
135100 UNPACK-ONE-BYTE.                                                 98/02/17
135200     ADD 1 TO BYTE-NBR                                            98/02/17
135300     COMPUTE BYTE-POSN = OCC-BASE-OFFSET + BYTE-NBR               98/02/17
135400     MOVE DATA-REC-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR            98/02/17
135500     COMPUTE HIGH-NIBBLE = BYTE-VALUE / 16                        98/02/17
135600     COMPUTE LOW-NIBBLE = BYTE-VALUE - (HIGH-NIBBLE * 16)         98/02/17
135700     IF HIGH-NIBBLE > 9                                           98/02/17
135800         PERFORM SIGNAL-BAD-PACKED-DATA                           98/02/17
135900     ELSE                                                         98/02/17
136000     IF BYTE-NBR < FLD-LENGTH (FLD-INDEX)                         98/02/17
136100         IF LOW-NIBBLE > 9                                        98/02/17
136200             PERFORM SIGNAL-BAD-PACKED-DATA                       98/02/17
136300         ELSE                                                     98/02/17
136400             COMPUTE RAW-NUMBER = RAW-NUMBER * 100                98/02/17
136500                 + HIGH-NIBBLE * 10 + LOW-NIBBLE                  98/02/17
136600     ELSE                                                         98/02/17
136700     IF LOW-NIBBLE = 13                                           98/02/17
136800         COMPUTE RAW-NUMBER = RAW-NUMBER * 10 + HIGH-NIBBLE       98/02/17
136900         MOVE "-" TO SIGN-CHAR                                    98/02/17
137000     ELSE                                                         98/02/17
137100     IF LOW-NIBBLE = 12 OR LOW-NIBBLE = 15                        98/02/17
137200         COMPUTE RAW-NUMBER = RAW-NUMBER * 10 + HIGH-NIBBLE       98/02/17
137300     ELSE                                                         98/02/17
137400         PERFORM SIGNAL-BAD-PACKED-DATA                           98/02/17
137500     .                                                            98/02/17
137600                                                                  98/02/17
137700 SIGNAL-BAD-PACKED-DATA.                                          98/02/17
137800     MOVE "N" TO VALUE-OK-FLAG                                    98/02/17
137900     MOVE "PACKED VALUE NOT VALID" TO VALUE-REASON                98/02/17
138000     .                                                            98/02/17
138100                                                                  98/02/17
138200*A NEGATIVE BINARY VALUE IS READ THROUGH THE COMPLEMENT OF EACH   98/02/17
138300*BYTE AND ONE ADDED, SO NO INTERMEDIATE EVER NEEDS MORE THAN THE  98/02/17
138400*EIGHTEEN DIGITS A DOUBLEWORD CAN HOLD.                           98/02/17
138500 DECODE-THE-BINARY-FIELD.                                         98/02/17
138600     MOVE ZERO TO RAW-NUMBER                                      98/02/17
138700     MOVE ZERO TO BYTE-NBR                                        98/02/17
138800     MOVE "+"  TO SIGN-CHAR                                       98/02/17
138900     COMPUTE BYTE-POSN = OCC-BASE-OFFSET + 1                      98/02/17
139000     MOVE DATA-REC-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR            98/02/17
139100     IF BYTE-VALUE > 127                                          98/02/17
139200         MOVE "-" TO SIGN-CHAR                                    98/02/17
139300     .                                                            98/02/17
139400     PERFORM DECODE-ONE-BINARY-BYTE                               98/02/17
139500         UNTIL BYTE-NBR = FLD-LENGTH (FLD-INDEX)                  98/02/17
139600     IF SIGN-CHAR = "-"                                           98/02/17
139700         ADD 1 TO RAW-NUMBER                                      98/02/17
139800     .                                                            98/02/17
139900     PERFORM SCALE-THE-RAW-NUMBER                                 98/02/17
140000     .                                                            98/02/17
140100                                                                  98/02/17
140200 DECODE-ONE-BINARY-BYTE.                                          98/02/17
140300     ADD 1 TO BYTE-NBR                                            98/02/17
140400     COMPUTE BYTE-POSN = OCC-BASE-OFFSET + BYTE-NBR               98/02/17
140500     MOVE DATA-REC-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR            98/02/17
140600     IF SIGN-CHAR = "-"                                           98/02/17
140700         COMPUTE RAW-NUMBER = RAW-NUMBER * 256 + 255 - BYTE-VALUE 98/02/17
140800     ELSE                                                         98/02/17
140900         COMPUTE RAW-NUMBER = RAW-NUMBER * 256 + BYTE-VALUE       98/02/17
141000     .                                                            98/02/17
141100                                                                  98/02/17
141200*THE DIGIT STRING OF A PACKED OR BINARY FIELD TAKEN BACK TO ITS   98/02/17
141300*VALUE BY THE DECIMAL PLACES OF ITS PICTURE.                      98/02/17
141400 SCALE-THE-RAW-NUMBER.                                            98/02/17
141500     MOVE FLD-DECIMALS (FLD-INDEX) TO POWER-WANTED                98/02/17
141600     PERFORM FIND-THE-POWER-OF-TEN                                98/02/17
141700     COMPUTE INTEGER-PART =                                       98/02/17
141800         RAW-NUMBER / POWER-OF-TEN / POWER-EXTRA                  98/02/17
141900     IF INTEGER-PART > 9999999999999                              98/02/17
142000         MOVE "N" TO VALUE-OK-FLAG                                98/02/17
142100         MOVE "FIELD VALUE TOO LARGE" TO VALUE-REASON             98/02/17
142200     ELSE                                                         98/02/17
142300         COMPUTE FIELD-VALUE =                                    98/02/17
142400             RAW-NUMBER / POWER-OF-TEN / POWER-EXTRA              98/02/17
142500         IF SIGN-CHAR = "-"                                       98/02/17
142600             COMPUTE FIELD-VALUE = ZERO - FIELD-VALUE             98/02/17
142700     .                                                            98/02/17
142800                                                                  98/02/17
142900*TEN TO THE POWER WANTED.  EIGHTEEN DIGITS HOLD NO MORE THAN TEN  98/02/17
143000*TO THE SEVENTEENTH, SO A V9(18) PICTURE TAKES ITS LAST FACTOR    98/02/17
143100*OF TEN FROM POWER-EXTRA.                                         98/02/17
143200 FIND-THE-POWER-OF-TEN.                                           98/02/17
143300     MOVE 1    TO POWER-OF-TEN                                    98/02/17
143400     MOVE 1    TO POWER-EXTRA                                     98/02/17
143500     MOVE ZERO TO POWER-COUNT                                     98/02/17
143600     PERFORM RAISE-THE-POWER-OF-TEN                               98/02/17
143700         UNTIL POWER-COUNT NOT < POWER-WANTED                     98/02/17
143800            OR POWER-COUNT = 17                                   98/02/17
143900     IF POWER-WANTED > 17                                         98/02/17
144000         MOVE 10 TO POWER-EXTRA                                   98/02/17
144100     .                                                            98/02/17
144200                                                                  98/02/17
144300 RAISE-THE-POWER-OF-TEN.                                          98/02/17
144400     ADD 1 TO POWER-COUNT                                         98/02/17
144500     COMPUTE POWER-OF-TEN = POWER-OF-TEN * 10                     98/02/17
144600     .                                                            98/02/17
144700                                                                  98/02/17
144800*A SIGN SEPARATE FIELD CARRIES ITS SIGN AS THE LEADING            98/02/17
144900*CHARACTER; THE DIGITS AFTER IT ARE DE-EDITED THROUGH THE         98/02/17
145000*PICTURE, WHICH IGNORES THE "S".                                  98/02/17
145100 DEEDIT-THE-FIELD.                                                98/02/17
145200     MOVE SPACES TO PPICT-DEEDIT-TEXT                             98/02/17
145300     MOVE ZERO   TO BYTE-NBR                                      98/02/17
145400     MOVE ZERO   TO TEXT-NBR                                      98/02/17
145500     MOVE "+"    TO SIGN-CHAR                                     98/02/17
145600     IF FLD-SIGNSEP (FLD-INDEX) = "Y"                             98/02/17
145700         MOVE 1 TO BYTE-NBR                                       98/02/17
145800         COMPUTE BYTE-POSN = OCC-BASE-OFFSET + 1                  98/02/17
145900         MOVE DATA-REC-BYTE (BYTE-POSN) TO SIGN-CHAR              98/02/17
146000     .                                                            98/02/17
146100     IF SIGN-CHAR NOT = "+" AND SIGN-CHAR NOT = "-"               98/02/17
146200         MOVE "N" TO VALUE-OK-FLAG                                98/02/17
146300         MOVE "SIGN NOT VALID" TO VALUE-REASON                    98/02/17
146400     ELSE                                                         98/02/17
146500         PERFORM COPY-ONE-DEEDIT-BYTE                             98/02/17
146600             UNTIL BYTE-NBR = FLD-LENGTH (FLD-INDEX)              98/02/17
146700                OR TEXT-NBR = 80                                  98/02/17
146800         MOVE FLD-PICTURE (FLD-INDEX) TO PPICT-TABLE-TEXT         98/02/17
146900         PERFORM CALL-PPICT-TO-DEEDIT                             98/02/17
147000     .                                                            98/02/17
147100     IF VALUE-OK-FLAG = "Y"                                       98/02/17
147200        AND SIGN-CHAR = "-"                                       98/02/17
147300         COMPUTE FIELD-VALUE = ZERO - FIELD-VALUE                 98/02/17
147400     .                                                            98/02/17
147500                                                                  98/02/17
147600 COPY-ONE-DEEDIT-BYTE.                                            98/02/17
147700     ADD 1 TO BYTE-NBR                                            98/02/17
147800     ADD 1 TO TEXT-NBR                                            98/02/17
147900     COMPUTE BYTE-POSN = OCC-BASE-OFFSET + BYTE-NBR               98/02/17
148000     MOVE DATA-REC-BYTE (BYTE-POSN) TO DEEDIT-CHAR (TEXT-NBR)     98/02/17
148100     .                                                            98/02/17
148200                                                                  98/02/17
148300 CALL-PPICT-TO-DEEDIT.                                            98/02/17
148400     MOVE "D" TO PPICT-OPERATION                                  98/02/17
148500     MOVE SPACE TO PPICT-USAGE                                    98/02/17
148600     MOVE ZERO TO PPICT-SOURCE-LENGTH                             98/02/17
148700     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/02/17
148800     CALL "PPICT"                                                 98/02/17
148900     IF PPICT-ERROR-CODE NOT = SPACES                             98/02/17
149000        AND PPICT-ERROR-CODE NOT = "00"                           98/02/17
149100         MOVE "N" TO VALUE-OK-FLAG                                98/02/17
149200         PERFORM NOTE-THE-DEEDIT-ERROR                            98/02/17
149300     ELSE                                                         98/02/17
149400         MOVE PPICT-EDIT-VALUE TO FIELD-VALUE                     98/02/17
149500     .                                                            98/02/17
149600                                                                  98/02/17
149700 NOTE-THE-DEEDIT-ERROR.                                           98/02/17
149800     IF PPICT-ERROR-CODE = "22"                                   98/02/17
149900         MOVE "FIELD VALUE NOT NUMERIC" TO VALUE-REASON           98/02/17
150000     ELSE                                                         98/02/17
150100         MOVE PPICT-ERROR-TEXT TO VALUE-REASON                    98/02/17
150200     .                                                            98/02/17
150300                                                                  98/02/17
150400****************    REPORT THE FAILURES    ***************        98/02/17
150500                                                                  98/02/17
150600 REPORT-A-LENGTH-ERROR.                                           98/02/17
150700     ADD 1 TO LENGTH-ERROR-COUNT                                  98/02/17
150800     MOVE SPACES TO FAILURE-DETAIL-LINE                           98/02/17
150900     MOVE RECORDS-READ TO FDL-RECORD                              98/02/17
151000     MOVE "*RECORD*" TO FDL-RULE                                  98/02/17
151100     IF DATA-REC-LENGTH > LAYOUT-RECORD-LENGTH                    98/02/17
151200         MOVE "RECORD TOO LONG" TO FDL-REASON                     98/02/17
151300     ELSE                                                         98/02/17
151400         MOVE "RECORD TOO SHORT" TO FDL-REASON                    98/02/17
151500     .                                                            98/02/17
151600     MOVE FAILURE-DETAIL-LINE TO PRINT-WORK-LINE                  98/02/17
151700     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
151800     .                                                            98/02/17
151900                                                                  98/02/17
152000*THE FAILURE LINE CARRIES BOTH SIDES WHEN THE RULE COULD BE       98/02/17
152100*WORKED OUT; THE FIELDS THE RULE NAMES FOLLOW, UP TO THE ONE      98/02/17
152200*THAT COULD NOT BE READ WHEN THAT IS WHAT STOPPED IT.             98/02/17
152300 REPORT-A-RULE-FAILURE.                                           98/02/17
152400     MOVE SPACES TO FAILURE-DETAIL-LINE                           98/02/17
152500     MOVE RECORDS-READ TO FDL-RECORD                              98/02/17
152600     MOVE RUL-ID (RUL-INDEX) TO FDL-RULE                          98/02/17
152700     MOVE CHECK-REASON TO FDL-REASON                              98/02/17
152800     IF RULE-CHECKED-FLAG = "Y"                                   98/02/17
152900         MOVE LEFT-RESULT  TO FDL-LEFT                            98/02/17
153000         MOVE RUL-OPERATOR (RUL-INDEX) TO FDL-OPERATOR            98/02/17
153100         MOVE RIGHT-RESULT TO FDL-RIGHT                           98/02/17
153200     .                                                            98/02/17
153300     MOVE FAILURE-DETAIL-LINE TO PRINT-WORK-LINE                  98/02/17
153400     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
153500     IF BAD-VAR-INDEX > ZERO                                      98/02/17
153600         MOVE BAD-VAR-INDEX TO VAR-LIMIT                          98/02/17
153700     ELSE                                                         98/02/17
153800         MOVE RUL-VAR-COUNT (RUL-INDEX) TO VAR-LIMIT              98/02/17
153900     .                                                            98/02/17
154000     MOVE ZERO TO VAR-INDEX                                       98/02/17
154100     PERFORM WRITE-ONE-VALUE-LINE                                 98/02/17
154200         UNTIL VAR-INDEX = VAR-LIMIT                              98/02/17
154300     .                                                            98/02/17
154400                                                                  98/02/17
154500 WRITE-ONE-VALUE-LINE.                                            98/02/17
154600     ADD 1 TO VAR-INDEX                                           98/02/17
154700     MOVE RUL-VAR-FIELD (RUL-INDEX VAR-INDEX) TO FLD-INDEX        98/02/17
154800     MOVE SPACES TO VALUE-DETAIL-LINE                             98/02/17
154900     MOVE " = " TO VDL-EQUALS                                     98/02/17
155000     MOVE FLD-NAME (FLD-INDEX) TO VDL-NAME                        98/02/17
155100     IF FLD-OCCURS (FLD-INDEX) > 1                                98/02/17
155200         MOVE RUL-VAR-OCC (RUL-INDEX VAR-INDEX) TO VDL-OCCURRENCE 98/02/17
155300     ELSE                                                         98/02/17
155400         MOVE ZERO TO VDL-OCCURRENCE                              98/02/17
155500     .                                                            98/02/17
155600     IF VAR-INDEX = BAD-VAR-INDEX                                 98/02/17
155700         MOVE "(NOT READABLE)" TO VDL-CONTENT                     98/02/17
155800     ELSE                                                         98/02/17
155900         MOVE CALCPK-VARIABLE (VAR-INDEX) TO VDL-VALUE            98/02/17
156000     .                                                            98/02/17
156100     MOVE VALUE-DETAIL-LINE TO PRINT-WORK-LINE                    98/02/17
156200     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
156300     .                                                            98/02/17
156400                                                                  98/02/17
156500****************    RULE LISTING    ***************               98/02/17
156600                                                                  98/02/17
156700 WRITE-THE-RULE-LIST.                                             98/02/17
156800     MOVE RULE-LIST-HEADING-LINE TO COLUMN-HEADING-LINE           98/02/17
156900     MOVE "***** CROSS-FIELD RULE CHECK - RULES *****"            98/02/17
157000         TO PRINT-WORK-LINE                                       98/02/17
157100     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
157200     MOVE SPACES TO PRINT-WORK-LINE                               98/02/17
157300     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
157400     MOVE ZERO TO RUL-INDEX                                       98/02/17
157500     PERFORM WRITE-ONE-RULE-LINE                                  98/02/17
157600         UNTIL RUL-INDEX = RULE-COUNT                             98/02/17
157700     MOVE SPACES TO PRINT-WORK-LINE                               98/02/17
157800     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
157900     MOVE "RULES ACCEPTED" TO CDL-LABEL                           98/02/17
158000     MOVE RULES-ACCEPTED TO CDL-COUNT                             98/02/17
158100     PERFORM WRITE-A-COUNT-LINE                                   98/02/17
158200     MOVE "RULES REJECTED" TO CDL-LABEL                           98/02/17
158300     MOVE RULES-REJECTED TO CDL-COUNT                             98/02/17
158400     PERFORM WRITE-A-COUNT-LINE                                   98/02/17
158500     MOVE "LAYOUT RECORD LENGTH" TO CDL-LABEL                     98/02/17
158600     MOVE LAYOUT-RECORD-LENGTH TO CDL-COUNT                       98/02/17
158700     PERFORM WRITE-A-COUNT-LINE                                   98/02/17
158800     IF RULE-OVERFLOW-FLAG = "Y"                                  98/02/17
158900         MOVE "SOME RULES OMITTED - RULE TABLE FULL"              98/02/17
159000             TO PRINT-WORK-LINE                                   98/02/17
159100         PERFORM WRITE-A-PRINT-LINE                               98/02/17
159200     .                                                            98/02/17
159300     IF FIELD-OVERFLOW-FLAG = "Y"                                 98/02/17
159400         MOVE "SOME FIELDS OMITTED - FIELD TABLE FULL"            98/02/17
159500             TO PRINT-WORK-LINE                                   98/02/17
159600         PERFORM WRITE-A-PRINT-LINE                               98/02/17
159700     .                                                            98/02/17
159716     IF GROUP-OCCURS-NAME NOT = SPACES                            98/04/21
159732         MOVE GROUP-OCCURS-NAME TO GOL-NAME                       98/04/21
159748         MOVE GROUP-OCCURS-LINE TO PRINT-WORK-LINE                98/04/21
159764         PERFORM WRITE-A-PRINT-LINE                               98/04/21
159780     .                                                            98/04/21
159800                                                                  98/02/17
159900*A REJECTED RULE SHOWS WHY, AND ON A SECOND LINE THE NAME THAT    98/02/17
160000*WAS AT FAULT WHEN THERE WAS ONE.                                 98/02/17
160100 WRITE-ONE-RULE-LINE.                                             98/02/17
160200     ADD 1 TO RUL-INDEX                                           98/02/17
160300     MOVE SPACES TO RULE-LIST-LINE                                98/02/17
160400     MOVE RUL-ID   (RUL-INDEX) TO RLL-ID                          98/02/17
160500     MOVE RUL-TEXT (RUL-INDEX) TO RLL-TEXT                        98/02/17
160600     IF RUL-ACCEPTED (RUL-INDEX) = "Y"                            98/02/17
160700         MOVE "ACCEPTED" TO RLL-STATUS                            98/02/17
160800     ELSE                                                         98/02/17
160900         MOVE RUL-REASON (RUL-INDEX) TO RLL-STATUS                98/02/17
161000     .                                                            98/02/17
161100     MOVE RULE-LIST-LINE TO PRINT-WORK-LINE                       98/02/17
161200     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
161300     IF RUL-BAD-NAME (RUL-INDEX) NOT = SPACES                     98/02/17
161400         MOVE SPACES TO RULE-LIST-LINE                            98/02/17
161500         MOVE RUL-BAD-NAME (RUL-INDEX) TO RLL-STATUS              98/02/17
161600         MOVE RULE-LIST-LINE TO PRINT-WORK-LINE                   98/02/17
161700         PERFORM WRITE-A-PRINT-LINE                               98/02/17
161800     .                                                            98/02/17
161900                                                                  98/02/17
162000*THE FAILURES START ON A PAGE OF THEIR OWN UNDER THEIR OWN        98/02/17
162100*COLUMN HEADINGS.                                                 98/02/17
162200 START-THE-FAILURES.                                              98/02/17
162300     MOVE FAILURE-HEADING-LINE TO COLUMN-HEADING-LINE             98/02/17
162400     MOVE ZERO TO LINES-ON-PAGE                                   98/02/17
162500     MOVE "***** CROSS-FIELD RULE CHECK - FAILURES *****"         98/02/17
162600         TO PRINT-WORK-LINE                                       98/02/17
162700     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
162800     MOVE SPACES TO PRINT-WORK-LINE                               98/02/17
162900     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
163000     .                                                            98/02/17
163100                                                                  98/02/17
163200****************    TOTALS    ***************                     98/02/17
163300                                                                  98/02/17
163400 WRITE-THE-TOTALS.                                                98/02/17
163500     MOVE RULE-TOTAL-HEADING-LINE TO COLUMN-HEADING-LINE          98/02/17
163600     MOVE ZERO TO LINES-ON-PAGE                                   98/02/17
163700     MOVE "***** CROSS-FIELD RULE CHECK - TOTALS *****"           98/02/17
163800         TO PRINT-WORK-LINE                                       98/02/17
163900     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
164000     MOVE SPACES TO PRINT-WORK-LINE                               98/02/17
164100     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
164200     MOVE ZERO TO RUL-INDEX                                       98/02/17
164300     PERFORM WRITE-ONE-RULE-TOTAL                                 98/02/17
164400         UNTIL RUL-INDEX = RULE-COUNT                             98/02/17
164500     MOVE SPACES TO PRINT-WORK-LINE                               98/02/17
164600     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
164700     MOVE "RECORDS READ" TO CDL-LABEL                             98/02/17
164800     MOVE RECORDS-READ TO CDL-COUNT                               98/02/17
164900     PERFORM WRITE-A-COUNT-LINE                                   98/02/17
165000     MOVE "RECORDS FAILING A RULE" TO CDL-LABEL                   98/02/17
165100     MOVE RECORDS-FAILING TO CDL-COUNT                            98/02/17
165200     PERFORM WRITE-A-COUNT-LINE                                   98/02/17
165300     MOVE "RULE FAILURES" TO CDL-LABEL                            98/02/17
165400     MOVE RULE-FAILURE-COUNT TO CDL-COUNT                         98/02/17
165500     PERFORM WRITE-A-COUNT-LINE                                   98/02/17
165600     MOVE "RULE CHECKS NOT COMPLETED" TO CDL-LABEL                98/02/17
165700     MOVE RULE-UNCHECKED-COUNT TO CDL-COUNT                       98/02/17
165800     PERFORM WRITE-A-COUNT-LINE                                   98/02/17
165900     MOVE "RECORD LENGTH ERRORS" TO CDL-LABEL                     98/02/17
166000     MOVE LENGTH-ERROR-COUNT TO CDL-COUNT                         98/02/17
166100     PERFORM WRITE-A-COUNT-LINE                                   98/02/17
166160     IF RUN-SEVERITY = ZERO                                       98/04/21
166220        AND (RECORDS-FAILING > ZERO                               98/04/21
166280          OR RULES-REJECTED > ZERO                                98/04/21
166340          OR LENGTH-ERROR-COUNT > ZERO)                           98/04/21
166400         MOVE 4 TO RUN-SEVERITY                                   98/02/17
166500     .                                                            98/02/17
166600                                                                  98/02/17
166700 WRITE-ONE-RULE-TOTAL.                                            98/02/17
166800     ADD 1 TO RUL-INDEX                                           98/02/17
166900     IF RUL-ACCEPTED (RUL-INDEX) = "Y"                            98/02/17
167000         MOVE RUL-ID        (RUL-INDEX) TO RTL-ID                 98/02/17
167100         MOVE RUL-CHECKED   (RUL-INDEX) TO RTL-CHECKED            98/02/17
167200         MOVE RUL-FAILURES  (RUL-INDEX) TO RTL-FAILURES           98/02/17
167300         MOVE RUL-UNCHECKED (RUL-INDEX) TO RTL-UNCHECKED          98/02/17
167400         MOVE RULE-TOTAL-LINE TO PRINT-WORK-LINE                  98/02/17
167500         PERFORM WRITE-A-PRINT-LINE                               98/02/17
167600     .                                                            98/02/17
167700                                                                  98/02/17
167800 WRITE-A-COUNT-LINE.                                              98/02/17
167900     MOVE COUNT-DETAIL-LINE TO PRINT-WORK-LINE                    98/02/17
168000     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
168100     .                                                            98/02/17
168200                                                                  98/02/17
168300 CLOSE-THE-FILES.                                                 98/02/17
168400     MOVE "T" TO PPICT-OPERATION                                  98/02/17
168500     CALL "PPICT"                                                 98/02/17
168600     CLOSE COPY-SOURCE                                            98/02/17
168700     CLOSE DATA-FILE                                              98/02/17
168800     CLOSE RULE-DECK                                              98/02/17
168900     CLOSE RULE-REPORT                                            98/02/17
169000     .                                                            98/02/17
169100                                                                  98/02/17
169200****************    REPORT PAGINATION    ***************          98/02/17
169300                                                                  98/02/17
169400*EVERY LINE OF RULERPT GOES OUT THROUGH HERE, SO THE PAGE         98/02/17
169500*BREAK AND THE REPEATED HEADINGS HAPPEN IN ONE PLACE.             98/02/17
169600 WRITE-A-PRINT-LINE.                                              98/02/17
169700     IF LINES-ON-PAGE = ZERO                                      98/02/17
169800     OR LINES-ON-PAGE NOT < PAGE-DEPTH                            98/02/17
169900         PERFORM START-A-NEW-PAGE                                 98/02/17
170000     .                                                            98/02/17
170100     MOVE PRINT-WORK-LINE TO RULE-REPORT-LINE                     98/02/17
170200     WRITE RULE-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/17
170300     ADD 1 TO LINES-ON-PAGE                                       98/02/17
170400     .                                                            98/02/17
170500                                                                  98/02/17
170600 START-A-NEW-PAGE.                                                98/02/17
170700     ADD 1 TO PAGE-NUMBER                                         98/02/17
170800     MOVE PAGE-NUMBER TO PHL-PAGE                                 98/02/17
170900     IF PAGE-NUMBER > 1                                           98/02/17
171000         MOVE SPACES TO RULE-REPORT-LINE                          98/02/17
171100         WRITE RULE-REPORT-LINE BEFORE ADVANCING PAGE             98/02/17
171200     .                                                            98/02/17
171300     MOVE PAGE-HEADING-LINE TO RULE-REPORT-LINE                   98/02/17
171400     WRITE RULE-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/17
171500     MOVE SPACES TO RULE-REPORT-LINE                              98/02/17
171600     WRITE RULE-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/17
171700     MOVE COLUMN-HEADING-LINE TO RULE-REPORT-LINE                 98/02/17
171800     WRITE RULE-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/17
171900     MOVE SPACES TO RULE-REPORT-LINE                              98/02/17
172000     WRITE RULE-REPORT-LINE BEFORE ADVANCING 1 LINE               98/02/17
172100     MOVE 4 TO LINES-ON-PAGE                                      98/02/17
172200     .                                                            98/02/17
172300                                                                  98/02/17
172400 WRITE-THE-END-OF-REPORT.                                         98/02/17
172500     MOVE SPACES TO PRINT-WORK-LINE                               98/02/17
172600     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
172700     MOVE "*** END OF REPORT ***" TO PRINT-WORK-LINE              98/02/17
172800     PERFORM WRITE-A-PRINT-LINE                                   98/02/17
172900     .                                                            98/02/17
