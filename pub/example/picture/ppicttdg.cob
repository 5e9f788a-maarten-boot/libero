000100 IDENTIFICATION DIVISION.                                         98/04/07
000200 PROGRAM-ID.    PPICTTDG.                                         98/04/07
000300                                                                  98/04/07
000400 AUTHOR.        R. TERPSTRA.                                      98/04/07
000500 DATE-WRITTEN.  98/04/07                                          98/04/07
000600                                                                  98/04/07
000700*   WRITES A FILE OF TEST DATA FOR A RECORD LAYOUT.  THE COBOL    98/04/07
000800*   COPYBOOK MEMBER ON COPYSRC IS SCANNED THE SAME WAY PPICTSCN   98/04/07
000900*   SCANS IT, AND THE NUMBER OF RECORDS ASKED FOR ON THE TESTCTL  98/04/07
001000*   CARD IS WRITTEN TO DATAFILE IN THAT LAYOUT.  A NUMERIC DISPLAY98/04/07
001100*   FIELD GETS DIGITS, A SEPARATE LEADING SIGN WHEN IT HAS ONE; A 98/04/07
001200*   COMP FIELD A BIG-ENDIAN BINARY VALUE AND A COMP-3 FIELD A     98/04/07
001300*   PACKED ONE, BOTH WITHIN THE DIGITS OF THE PICTURE; AN EDITED  98/04/07
001400*   FIELD A VALUE EDITED THROUGH PPICT "E"; AN ALPHABETIC FIELD   98/04/07
001500*   LETTERS AND ANY OTHER TEXT FIELD LETTERS AND DIGITS.  ONLY    98/04/07
001600*   THE FIRST RECORD OF THE MEMBER IS GENERATED, AND ONLY ITS     98/04/07
001700*   FIRST DEFINITION OF ANY STORAGE: AN ENTRY UNDER A REDEFINES   98/04/07
001800*   IS LEFT AS THE ORIGINAL DEFINITION'S VALUE MADE IT, AND A     98/04/07
001900*   TEXT FILLER IS LEFT AT SPACES.  AN OVERPUNCHED SIGN IS NEVER  98/04/07
002000*   WRITTEN, SO A SIGNED DISPLAY FIELD WITHOUT SIGN SEPARATE IS   98/04/07
002100*   ALWAYS POSITIVE.                                              98/04/07
002200*   THE CARD MAY ALSO ASK FOR BAD FIELDS TO BE PLANTED, SO THAT A 98/04/07
002300*   PPICTCHK RUN AGAINST THE FILE CAN BE PROVED TO FIND THEM.     98/04/07
002400*   THEY GO ONLY IN FIELDS PPICTCHK AUDITS - NUMERIC DISPLAY,     98/04/07
002500*   COMP-3 AND ALPHABETIC - SPREAD EVENLY OVER THE FILE, AND EACH 98/04/07
002600*   IS LISTED ON TESTRPT WITH THE RECORD NUMBER, ENTRY NAME, BYTE 98/04/07
002700*   OFFSET AND THE REASON PPICTCHK SHOULD GIVE FOR IT, IN THE     98/04/07
002800*   SAME COLUMNS AS THE AUDIT REPORT.  AT MOST ONE BAD FIELD GOES 98/04/07
002900*   IN ANY ONE OCCURRENCE OF A FIELD.                             98/04/07
003000*   THE VALUES COME FROM A SEEDED PSEUDO-RANDOM SEQUENCE, SO THE  98/04/07
003100*   SAME CARD ALWAYS WRITES THE SAME FILE.                        98/04/07
003200*   THE TESTCTL CARD:                                             98/04/07
003300*       COLS  1-9   NUMBER OF RECORDS TO WRITE                    98/04/07
003400*       COLS 11-19  NUMBER OF BAD FIELDS TO PLANT, BLANK FOR NONE 98/04/07
003500*       COLS 21-29  STARTING SEED, BLANK FOR 1                    98/04/07
003550*   THE RETURN CODE IS 8 WHEN THE CARD IS MISSING OR IN ERROR,    98/04/28
003600*   THE RECORD HOLDS A GROUP THAT OCCURS (ITS ENTRIES ARE LAID    98/04/28
003650*   OUT ONCE ONLY, SO EVERY OFFSET AFTER IT WOULD BE WRONG) OR    98/04/28
003700*   THE MEMBER HOLDS NO DATA ENTRIES, AND NOTHING IS WRITTEN; 4   98/04/07
003800*   WHEN FEWER BAD FIELDS COULD BE PLANTED THAN WERE ASKED FOR OR 98/04/07
003900*   PPICT COULD NOT EDIT A VALUE, WHICH LEAVES THAT FIELD BLANK.  98/04/07
004000                                                                  98/04/07
004100 ENVIRONMENT DIVISION.                                            98/04/07
004200                                                                  98/04/07
004300 CONFIGURATION SECTION.                                           98/04/07
004400 SOURCE-COMPUTER. PORTABLE.                                       98/04/07
004500 OBJECT-COMPUTER. PORTABLE.                                       98/04/07
004600                                                                  98/04/07
004700 INPUT-OUTPUT SECTION.                                            98/04/07
004800 FILE-CONTROL.                                                    98/04/07
004900     SELECT COPY-SOURCE     ASSIGN TO "COPYSRC"                   98/04/07
005000         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/07
005100     SELECT TEST-CONTROL    ASSIGN TO "TESTCTL"                   98/04/07
005200         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/07
005300     SELECT DATA-FILE       ASSIGN TO "DATAFILE"                  98/04/07
005400         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/07
005500     SELECT TEST-REPORT     ASSIGN TO "TESTRPT"                   98/04/07
005600         ORGANIZATION IS LINE SEQUENTIAL.                         98/04/07
005700                                                                  98/04/07
005800 DATA DIVISION.                                                   98/04/07
005900                                                                  98/04/07
006000 FILE SECTION.                                                    98/04/07
006100                                                                  98/04/07
006200 FD  COPY-SOURCE                                                  98/04/07
006300     RECORDING MODE IS F.                                         98/04/07
006400 01  COPY-SOURCE-RECORD.                                          98/04/07
006500     02  SRC-SEQUENCE-AREA       PIC X(06).                       98/04/07
006600     02  SRC-INDICATOR-AREA      PIC X.                           98/04/07
006700     02  SRC-TEXT-AREA.                                           98/04/07
006800         03  SRC-TEXT-CHAR       PIC X      OCCURS 65 TIMES.      98/04/07
006900     02  FILLER                  PIC X(08).                       98/04/07
007000                                                                  98/04/07
007100 FD  TEST-CONTROL                                                 98/04/07
007200     RECORDING MODE IS F.                                         98/04/07
007300 01  TEST-CONTROL-CARD.                                           98/04/07
007400     02  TC-RECORD-COUNT         PIC X(09).                       98/04/07
007500     02  FILLER                  PIC X.                           98/04/07
007600     02  TC-BAD-FIELD-COUNT      PIC X(09).                       98/04/07
007700     02  FILLER                  PIC X.                           98/04/07
007800     02  TC-SEED                 PIC X(09).                       98/04/07
007900     02  FILLER                  PIC X(51).                       98/04/07
008000                                                                  98/04/07
008100 FD  DATA-FILE                                                    98/04/07
008200     RECORDING MODE IS V                                          98/04/07
008300     RECORD IS VARYING IN SIZE FROM 1 TO 512                      98/04/07
008400         DEPENDING ON DATA-REC-LENGTH.                            98/04/07
008500 01  DATA-FILE-RECORD            PIC X(512).                      98/04/07
008600                                                                  98/04/07
008700 FD  TEST-REPORT                                                  98/04/07
008800     RECORDING MODE IS F.                                         98/04/07
008900 01  TEST-REPORT-LINE            PIC X(132).                      98/04/07
009000                                                                  98/04/07
009100 WORKING-STORAGE SECTION.                                         98/04/07
009200                                                                  98/04/07
009300 01  END-OF-SOURCE-FLAG          PIC X       VALUE "N".           98/04/07
009400     88  END-OF-SOURCE               VALUE "Y".                   98/04/07
009500 01  DATA-REC-LENGTH             PIC 9(04).                       98/04/07
009600                                                                  98/04/07
009700*A STATEMENT IS THE SOURCE TEXT OF ONE DATA ENTRY, COLUMNS 8-72   98/04/07
009800*OF AS MANY LINES AS IT TAKES UNTIL THE TERMINATING PERIOD, WITH  98/04/07
009900*PERIODS INSIDE QUOTED LITERALS AND INSIDE A PICTURE (A PERIOD    98/04/07
010000*NOT FOLLOWED BY A SPACE) LEFT ALONE.                             98/04/07
010100 01  STATEMENT-HANDLING.                                          98/04/07
010200     02  STATEMENT-TEXT.                                          98/04/07
010300         03  STMT-CHAR           PIC X      OCCURS 201 TIMES.     98/04/07
010400     02  STMT-LENGTH             PIC S9(4)  COMP.                 98/04/07
010500     02  STMT-COMPLETE-FLAG      PIC X.                           98/04/07
010600     02  STMT-OVERFLOW-FLAG      PIC X.                           98/04/07
010700     02  IN-QUOTES-FLAG          PIC X.                           98/04/07
010800     02  THE-QUOTE-CHAR          PIC X.                           98/04/07
010900     02  SRC-COL                 PIC S9(4)  COMP.                 98/04/07
011000     02  SRC-CHAR                PIC X.                           98/04/07
011100     02  SRC-NEXT-CHAR           PIC X.                           98/04/07
011200     02  LINE-EXHAUSTED-FLAG     PIC X.                           98/04/07
011300     02  GOT-A-LINE-FLAG         PIC X.                           98/04/07
011400                                                                  98/04/07
011500 01  TOKEN-HANDLING.                                              98/04/07
011600     02  SCAN-POSN               PIC S9(4)  COMP.                 98/04/07
011700     02  TOKEN-TEXT.                                              98/04/07
011800         03  TOKEN-CHAR          PIC X      OCCURS 30 TIMES.      98/04/07
011900     02  TOKEN-LENGTH            PIC S9(4)  COMP.                 98/04/07
012000     02  TOKEN-NUMBER-VALUE      PIC S9(9)  COMP.                 98/04/07
012100     02  TOKEN-IS-NUMERIC-FLAG   PIC X.                           98/04/07
012200     02  TOKEN-DIGIT-NBR         PIC S9(4)  COMP.                 98/04/07
012300     02  TOKEN-DIGIT-CHAR.                                        98/04/07
012400         03  TOKEN-DIGIT         PIC 9.                           98/04/07
012500                                                                  98/04/07
012600*ONE DATA ENTRY AS PICKED APART FROM ITS STATEMENT.               98/04/07
012700 01  ENTRY-FIELDS.                                                98/04/07
012800     02  ENTRY-LEVEL             PIC S9(4)  COMP.                 98/04/07
012900     02  ENTRY-NAME              PIC X(30).                       98/04/07
013000     02  ENTRY-PICTURE           PIC X(30).                       98/04/07
013100     02  ENTRY-OCCURS            PIC S9(4)  COMP.                 98/04/07
013200     02  ENTRY-HAS-PICTURE       PIC X.                           98/04/07
013300     02  ENTRY-USAGE             PIC X.                           98/04/07
013400     02  ENTRY-SIGN-SEPARATE     PIC X.                           98/04/07
013500     02  ENTRY-REDEFINES-FLAG    PIC X.                           98/04/07
013600     02  ENTRY-REDEF-TARGET      PIC X(30).                       98/04/07
013700     02  ENTRY-LENGTH            PIC S9(9)  COMP.                 98/04/07
013800     02  ENTRY-IS-DATA-FLAG      PIC X.                           98/04/07
013900                                                                  98/04/07
014000*THE RUNNING LAYOUT.  EVERY ENTRY'S STARTING OFFSET IS KEPT IN    98/04/07
014100*THE NAME-OFFSET TABLE SO THAT A REDEFINES CAN PUT THE OFFSET     98/04/07
014200*BACK TO WHERE ITS TARGET STARTED; WHEN THE REDEFINING GROUP      98/04/07
014300*ENDS, THE OFFSET IS RESTORED TO WHERE THE ORIGINAL DEFINITION    98/04/07
014400*LEFT IT.  LATER-RECORD-FLAG GOES TO "Y" AT THE SECOND 01 THAT    98/04/07
014500*IS NOT A REDEFINES; NOTHING FROM THERE ON IS GENERATED.          98/04/07
014600 01  LAYOUT-HANDLING.                                             98/04/07
014700     02  RECORD-OFFSET           PIC S9(9)  COMP.                 98/04/07
014800     02  RECORD-SEEN-FLAG        PIC X      VALUE "N".            98/04/07
014900     02  LATER-RECORD-FLAG       PIC X      VALUE "N".            98/04/07
015000     02  REDEF-ACTIVE-FLAG       PIC X      VALUE "N".            98/04/07
015100     02  REDEF-LEVEL             PIC S9(4)  COMP.                 98/04/07
015200     02  REDEF-SAVED-OFFSET      PIC S9(9)  COMP.                 98/04/07
015300     02  NAME-OFFSET-COUNT       PIC S9(4)  COMP VALUE ZERO.      98/04/07
015400     02  NAME-OFFSET-TABLE.                                       98/04/07
015500         03  NAME-OFFSET-ENTRY  OCCURS 100 TIMES.                 98/04/07
015600             04  SAVED-NAME      PIC X(30).                       98/04/07
015700             04  SAVED-OFFSET    PIC S9(9)  COMP.                 98/04/07
015800     02  LOOKUP-INDEX            PIC S9(4)  COMP.                 98/04/07
015900     02  LOOKUP-FOUND-FLAG       PIC X.                           98/04/07
015950     02  GROUP-OCCURS-NAME       PIC X(30)  VALUE SPACES.         98/04/28
016000                                                                  98/04/07
016100*WHAT PPICT'S PARSE SAYS ABOUT ONE ELEMENTARY ENTRY BESIDE ITS    98/04/07
016200*LENGTH, AND HOW ITS VALUES ARE TO BE MADE: "9" DISPLAY DIGITS,   98/04/07
016300*"C" BINARY, "3" PACKED, "E" EDITED THROUGH PPICT, "A" LETTERS,   98/04/07
016400*"X" LETTERS AND DIGITS, AND SPACE FOR AN ENTRY LEFT ALONE.       98/04/07
016500 01  CAPTURE-WORK-FIELDS.                                         98/04/07
016600     02  CAP-KIND                PIC X.                           98/04/07
016700     02  CAP-SIGNED              PIC X.                           98/04/07
016800     02  CAP-NOTE                PIC X(30).                       98/04/07
016900                                                                  98/04/07
017000*THE ELEMENTARY ENTRIES OF THE MEMBER, IN MEMBER ORDER, THE       98/04/07
017100*LENGTH BEING THAT OF ONE OCCURRENCE AS IN PPICTCHK.  AN ENTRY    98/04/07
017200*IS A BAD-FIELD SLOT ONCE PER OCCURRENCE WHEN PPICTCHK AUDITS     98/04/07
017300*IT, WHICH IS WHEN ITS KIND IS "9", "3" OR "A".                   98/04/07
017400 01  FIELD-TABLE-HANDLING.                                        98/04/07
017500     02  GEN-FIELD-COUNT       PIC S9(4)  COMP VALUE ZERO.        98/04/07
017600     02  GEN-OVERFLOW-FLAG     PIC X      VALUE "N".              98/04/07
017700     02  GEN-RECORD-LENGTH       PIC S9(9)  COMP VALUE ZERO.      98/04/07
017800     02  SLOTS-PER-RECORD        PIC S9(9)  COMP VALUE ZERO.      98/04/07
017900     02  FIELD-TABLE.                                             98/04/07
018000         03  FIELD-TABLE-ENTRY  OCCURS 100 TIMES.                 98/04/07
018100             04  GEN-FLD-NAME    PIC X(30).                       98/04/07
018200             04  GEN-FLD-PICTURE PIC X(30).                       98/04/07
018300             04  GEN-FLD-KIND    PIC X.                           98/04/07
018400             04  GEN-FLD-SIGNSEP PIC X.                           98/04/07
018500             04  GEN-FLD-SIGNED  PIC X.                           98/04/07
018600             04  GEN-FLD-DIGITS  PIC S9(4)  COMP.                 98/04/07
018700             04  GEN-FLD-DECIMALS PIC S9(4) COMP.                 98/04/07
018800             04  GEN-FLD-OFFSET  PIC S9(9)  COMP.                 98/04/07
018900             04  GEN-FLD-LENGTH  PIC S9(9)  COMP.                 98/04/07
019000             04  GEN-FLD-OCCURS  PIC S9(4)  COMP.                 98/04/07
019100             04  GEN-FLD-PLANTED PIC S9(9)  COMP.                 98/04/07
019200                                                                  98/04/07
019300*A NUMBER PUNCHED ANYWHERE IN ITS COLUMNS, LEADING AND TRAILING   98/04/07
019400*BLANKS ALLOWED; A BLANK FIELD IS ZERO AND SAYS SO.               98/04/07
019500 01  CARD-NUMBER-HANDLING.                                        98/04/07
019600     02  CARD-NUMBER-TEXT.                                        98/04/07
019700         03  CARD-NUMBER-CHAR    PIC X      OCCURS 9 TIMES.       98/04/07
019800     02  CARD-NUMBER-VALUE       PIC S9(9)  COMP.                 98/04/07
019900     02  CARD-NUMBER-POSN        PIC S9(4)  COMP.                 98/04/07
020000     02  CARD-NUMBER-OK-FLAG     PIC X.                           98/04/07
020100     02  CARD-NUMBER-BLANK-FLAG  PIC X.                           98/04/07
020200     02  CARD-NUMBER-ENDED-FLAG  PIC X.                           98/04/07
020300     02  CARD-DIGIT-CHAR.                                         98/04/07
020400         03  CARD-DIGIT          PIC 9.                           98/04/07
020500                                                                  98/04/07
020600 01  CONTROL-CARD-HANDLING.                                       98/04/07
020700     02  RECORDS-WANTED          PIC S9(9)  COMP VALUE ZERO.      98/04/07
020800     02  BAD-FIELDS-WANTED       PIC S9(9)  COMP VALUE ZERO.      98/04/07
020900     02  CARD-BAD-FIELDS         PIC S9(9)  COMP VALUE ZERO.      98/04/07
021000     02  SEED-WANTED             PIC S9(9)  COMP VALUE ZERO.      98/04/07
021100     02  CONTROL-ERROR-TEXT      PIC X(40)  VALUE SPACES.         98/04/07
021200                                                                  98/04/07
021300*THE VALUES COME FROM A MULTIPLICATIVE CONGRUENTIAL GENERATOR,    98/04/07
021400*THE SEED TIMES 16807 MODULO 2147483647.  A PICK BELOW A LIMIT    98/04/07
021500*SCALES THE SEED DOWN RATHER THAN TAKING A REMAINDER OF IT; THE   98/04/07
021600*LOW-ORDER DIGITS OF SUCH A GENERATOR ARE THE LEAST RANDOM.       98/04/07
021700 01  RANDOM-HANDLING.                                             98/04/07
021800     02  RANDOM-SEED             PIC S9(18) COMP.                 98/04/07
021900     02  RANDOM-PRODUCT          PIC S9(18) COMP.                 98/04/07
022000     02  RANDOM-QUOTIENT         PIC S9(18) COMP.                 98/04/07
022100     02  RANDOM-LIMIT            PIC S9(9)  COMP.                 98/04/07
022200     02  RANDOM-PICK             PIC S9(9)  COMP.                 98/04/07
022300                                                                  98/04/07
022400*LETTERS FIRST, THEN DIGITS: A PICK BELOW 26 GIVES A LETTER,      98/04/07
022500*BELOW 36 A LETTER OR DIGIT, AND 26 PLUS A PICK BELOW 10 A DIGIT. 98/04/07
022600 01  CHARACTER-HANDLING.                                          98/04/07
022700     02  CHARACTER-STRING        PIC X(36)   VALUE                98/04/07
022800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".                  98/04/07
022900     02  CHARACTER-TABLE  REDEFINES CHARACTER-STRING.             98/04/07
023000         03  CHARACTER-ENTRY     PIC X      OCCURS 36 TIMES.      98/04/07
023100                                                                  98/04/07
023200*THE PACKED AND BINARY VALUES ARE WRITTEN A BYTE AT A TIME        98/04/07
023300*THROUGH A TWO-BYTE BINARY FIELD WHOSE HIGH BYTE IS HELD AT       98/04/07
023400*LOW-VALUE; OUR BINARY FIELDS ARE BIG-ENDIAN, SO THE BYTE IS      98/04/07
023500*THE LOW-ORDER HALF OF THE VALUE.                                 98/04/07
023600 01  BYTE-VALUE-HANDLING.                                         98/04/07
023700     02  BYTE-VALUE-PAIR.                                         98/04/07
023800         03  BYTE-VALUE-HIGH-PAD PIC X.                           98/04/07
023900         03  BYTE-VALUE-CHAR     PIC X.                           98/04/07
024000     02  BYTE-VALUE  REDEFINES BYTE-VALUE-PAIR PIC 9(4) COMP.     98/04/07
024100     02  HIGH-NIBBLE             PIC S9(4)  COMP.                 98/04/07
024200     02  LOW-NIBBLE              PIC S9(4)  COMP.                 98/04/07
024300                                                                  98/04/07
024400*ONE OCCURRENCE OF ONE FIELD BEING MADE.  RAW-NUMBER IS THE       98/04/07
024500*VALUE AS AN INTEGER OF AS MANY DIGITS AS THE PICTURE HAS, THE    98/04/07
024600*WAY PACKED AND BINARY FIELDS HOLD IT.                            98/04/07
024700 01  GENERATE-WORK-FIELDS.                                        98/04/07
024800     02  GEN-INDEX               PIC S9(4)  COMP.                 98/04/07
024900     02  OCC-NUMBER              PIC S9(4)  COMP.                 98/04/07
025000     02  OCC-BASE-OFFSET         PIC S9(9)  COMP.                 98/04/07
025100     02  BYTE-NBR                PIC S9(9)  COMP.                 98/04/07
025200     02  FIRST-BYTE-NBR          PIC S9(9)  COMP.                 98/04/07
025300     02  OUT-POSN                PIC S9(9)  COMP.                 98/04/07
025400     02  FIELD-VALUE             PIC S9(13)V9(5).                 98/04/07
025500     02  RAW-NUMBER              PIC S9(18) COMP.                 98/04/07
025600     02  PACK-QUOTIENT           PIC S9(18) COMP.                 98/04/07
025700     02  PACK-DIGIT              PIC S9(4)  COMP.                 98/04/07
025800     02  DIGITS-WANTED           PIC S9(4)  COMP.                 98/04/07
025900     02  DIGIT-NBR               PIC S9(4)  COMP.                 98/04/07
026000     02  INTEGER-DIGITS          PIC S9(4)  COMP.                 98/04/07
026100     02  DECIMAL-DIGITS          PIC S9(4)  COMP.                 98/04/07
026200     02  POWER-WANTED            PIC S9(4)  COMP.                 98/04/07
026300     02  POWER-COUNT             PIC S9(4)  COMP.                 98/04/07
026400     02  POWER-OF-TEN            PIC S9(18) COMP.                 98/04/07
026500     02  SIGN-CHAR               PIC X.                           98/04/07
026600     02  COMPLEMENT-FLAG         PIC X.                           98/04/07
026700     02  REDRAW-FLAG             PIC X.                           98/04/07
026800     02  TEXT-NBR                PIC S9(4)  COMP.                 98/04/07
026900                                                                  98/04/07
027000*PPICT'S EDITED RESULT TAKEN APART.                               98/04/07
027100 01  TEXT-WORK-AREA.                                              98/04/07
027200     02  TEXT-CHAR               PIC X      OCCURS 80 TIMES.      98/04/07
027300                                                                  98/04/07
027400 01  TEST-RECORD-AREA.                                            98/04/07
027500     02  OUT-BYTE                PIC X      OCCURS 512 TIMES.     98/04/07
027600                                                                  98/04/07
027700*THE BAD-FIELD SLOTS OF THE WHOLE FILE ARE NUMBERED IN THE ORDER  98/04/07
027800*THEY ARE WRITTEN.  THE FILE IS CUT INTO AS MANY EQUAL STRETCHES  98/04/07
027900*OF SLOTS AS THERE ARE BAD FIELDS TO PLANT, AND ONE BAD FIELD     98/04/07
028000*GOES IN A SLOT PICKED AT RANDOM WITHIN EACH STRETCH.             98/04/07
028100 01  PLANTING-HANDLING.                                           98/04/07
028200     02  TOTAL-SLOTS             PIC S9(18) COMP VALUE ZERO.      98/04/07
028300     02  SLOT-NUMBER             PIC S9(18) COMP VALUE ZERO.      98/04/07
028400     02  NEXT-BAD-SLOT           PIC S9(18) COMP VALUE ZERO.      98/04/07
028500     02  SLOT-STRETCH            PIC S9(18) COMP VALUE ZERO.      98/04/07
028600     02  BAD-FIELDS-PLANNED      PIC S9(9)  COMP VALUE ZERO.      98/04/07
028700     02  PLANT-HALF              PIC S9(9)  COMP.                 98/04/07
028800     02  PLANT-PARITY            PIC S9(4)  COMP.                 98/04/07
028900     02  PLANT-REASON            PIC X(30).                       98/04/07
029000                                                                  98/04/07
029100 01  GENERATION-COUNTS.                                           98/04/07
029200     02  RECORD-NUMBER           PIC S9(9)  COMP VALUE ZERO.      98/04/07
029300     02  RECORDS-WRITTEN         PIC S9(9)  COMP VALUE ZERO.      98/04/07
029400     02  BAD-FIELDS-PLANTED      PIC S9(9)  COMP VALUE ZERO.      98/04/07
029500     02  FIELDS-LEFT-BLANK       PIC S9(9)  COMP VALUE ZERO.      98/04/07
029600     02  RUN-SEVERITY            PIC S9(4)  COMP VALUE ZERO.      98/04/07
029700                                                                  98/04/07
029800 01  LAYOUT-DETAIL-LINE.                                          98/04/07
029900     02  LDL-LEVEL               PIC Z9.                          98/04/07
030000     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
030100     02  LDL-NAME                PIC X(30).                       98/04/07
030200     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
030300     02  LDL-PICTURE             PIC X(30).                       98/04/07
030400     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
030500     02  LDL-ITEM-TYPE           PIC X.                           98/04/07
030600     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
030700     02  LDL-LENGTH              PIC ZZZZ9.                       98/04/07
030800     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
030900     02  LDL-OFFSET              PIC ZZZZZ9.                      98/04/07
031000     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
031100     02  LDL-NOTE                PIC X(30).                       98/04/07
031200                                                                  98/04/07
031300 01  LAYOUT-HEADING-LINE.                                         98/04/07
031400     02  FILLER                  PIC X(03)   VALUE "LV ".         98/04/07
031500     02  FILLER                  PIC X(31)   VALUE "NAME".        98/04/07
031600     02  FILLER                  PIC X(31)   VALUE "PICTURE".     98/04/07
031700     02  FILLER                  PIC X(02)   VALUE "T ".          98/04/07
031800     02  FILLER                  PIC X(06)   VALUE "LENGTH".      98/04/07
031900     02  FILLER                  PIC X(07)   VALUE " OFFSET".     98/04/07
032000     02  FILLER                  PIC X(07)   VALUE " VALUES".     98/04/07
032100                                                                  98/04/07
032200 01  TOTAL-LINE.                                                  98/04/07
032300     02  FILLER                  PIC X(16)                        98/04/07
032400                                 VALUE "RECORD LENGTH = ".        98/04/07
032500     02  TL-RECORD-LENGTH        PIC ZZZZZ9.                      98/04/07
032600                                                                  98/04/07
032700 01  PLANTED-DETAIL-LINE.                                         98/04/07
032800     02  PDL-RECORD              PIC ZZZZZZZZ9.                   98/04/07
032900     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
033000     02  PDL-NAME                PIC X(30).                       98/04/07
033100     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
033200     02  PDL-OFFSET              PIC ZZZZZ9.                      98/04/07
033300     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
033400     02  PDL-REASON              PIC X(30).                       98/04/07
033500     02  FILLER                  PIC X       VALUE SPACE.         98/04/07
033600     02  PDL-OCCURRENCE          PIC ZZZ9.                        98/04/07
033700                                                                  98/04/07
033800 01  PLANTED-HEADING-LINE.                                        98/04/07
033900     02  FILLER                  PIC X(10)   VALUE "   RECORD".   98/04/07
034000     02  FILLER                  PIC X(31)   VALUE "NAME".        98/04/07
034100     02  FILLER                  PIC X(07)   VALUE "OFFSET".      98/04/07
034200     02  FILLER                  PIC X(30)   VALUE "REASON".      98/04/07
034300     02  FILLER                  PIC X(05)   VALUE " OCC".        98/04/07
034400                                                                  98/04/07
034500 01  FIELD-TOTAL-LINE.                                            98/04/07
034600     02  FTL-NAME                PIC X(30).                       98/04/07
034700     02  FILLER                  PIC X(02)   VALUE SPACES.        98/04/07
034800     02  FTL-PLANTED             PIC ZZZZZZZZ9.                   98/04/07
034900                                                                  98/04/07
035000 01  COUNT-DETAIL-LINE.                                           98/04/07
035100     02  CDL-LABEL               PIC X(34).                       98/04/07
035200     02  CDL-COUNT               PIC ZZZZZZZZ9.                   98/04/07
035216                                                                  98/04/28
035232 01  GROUP-OCCURS-LINE.                                           98/04/28
035248     02  FILLER                  PIC X(27)   VALUE                98/04/28
035264         "GROUP OCCURS NOT EXPANDED: ".                           98/04/28
035280     02  GOL-NAME                PIC X(30).                       98/04/28
035300                                                                  98/04/07
035400 01  RUN-ERROR-LINE.                                              98/04/07
035500     02  FILLER                  PIC X(25)   VALUE                98/04/07
035600         "*** NO RECORDS WRITTEN - ".                             98/04/07
035700     02  REL-TEXT                PIC X(40).                       98/04/07
035800                                                                  98/04/07
035900*STANDARD PAGE HANDLING: A HEADING WITH PROGRAM NAME, RUN         98/04/07
036000*DATE AND TIME AND PAGE NUMBER, THE COLUMN HEADINGS OF THE        98/04/07
036100*SECTION BEING PRINTED REPEATED AFTER EVERY BREAK, A FIXED DEPTH  98/04/07
036200*OF 60 LINES, AND A FINAL END-OF-REPORT LINE.                     98/04/07
036300 01  PAGE-HANDLING.                                               98/04/07
036400     02  PAGE-NUMBER             PIC S9(4)  COMP VALUE ZERO.      98/04/07
036500     02  LINES-ON-PAGE           PIC S9(4)  COMP VALUE ZERO.      98/04/07
036600     02  PAGE-DEPTH              PIC S9(4)  COMP VALUE 60.        98/04/07
036700                                                                  98/04/07
036800 01  PAGE-HEADING-LINE.                                           98/04/07
036900     02  FILLER                  PIC X(10)  VALUE "PPICTTDG".     98/04/07
037000     02  FILLER                  PIC X(04)  VALUE "RUN ".         98/04/07
037100     02  PHL-DATE                PIC 9(06).                       98/04/07
037200     02  FILLER                  PIC X(02)  VALUE SPACES.         98/04/07
037300     02  PHL-TIME                PIC 9(08).                       98/04/07
037400     02  FILLER                  PIC X(07)  VALUE "  PAGE ".      98/04/07
037500     02  PHL-PAGE                PIC ZZZ9.                        98/04/07
037600                                                                  98/04/07
037700 01  COLUMN-HEADING-LINE         PIC X(132).                      98/04/07
037800 01  PRINT-WORK-LINE             PIC X(132).                      98/04/07
037900                                                                  98/04/07
038000*   PPICT-CONTROL, THE INTERFACE PPICT ITSELF SHARES WITH ANY     98/04/07
038100*   CALLER; NOT DECLARED AGAIN HERE, JUST PULLED IN.              98/04/07
038200 COPY PPICTI.                                                     98/04/07
038300                                                                  98/04/07
038400 PROCEDURE DIVISION.                                              98/04/07
038500                                                                  98/04/07
038600****************    MAINLINE    ***************                   98/04/07
038700                                                                  98/04/07
038800 PPICTTDG-MAINLINE.                                               98/04/07
038900     PERFORM OPEN-THE-FILES                                       98/04/07
039000     PERFORM READ-THE-CONTROL-CARD                                98/04/07
039100     PERFORM START-THE-LAYOUT                                     98/04/07
039200     PERFORM START-A-FRESH-LINE                                   98/04/07
039300     PERFORM COLLECT-A-STATEMENT                                  98/04/07
039400     PERFORM PROCESS-A-STATEMENT                                  98/04/07
039500         UNTIL END-OF-SOURCE                                      98/04/07
039600     PERFORM FINISH-THE-LAYOUT                                    98/04/07
039700     PERFORM CHECK-THE-RUN                                        98/04/07
039800     PERFORM PLAN-THE-BAD-FIELDS                                  98/04/07
039900     PERFORM START-THE-PLANTED-LIST                               98/04/07
040000     PERFORM WRITE-ONE-TEST-RECORD                                98/04/07
040100         UNTIL RECORD-NUMBER NOT < RECORDS-WANTED                 98/04/07
040200     PERFORM WRITE-THE-TOTALS                                     98/04/07
040300     PERFORM WRITE-THE-END-OF-REPORT                              98/04/07
040400     PERFORM CLOSE-THE-FILES                                      98/04/07
040500     MOVE RUN-SEVERITY TO RETURN-CODE                             98/04/07
040600     STOP RUN                                                     98/04/07
040700     .                                                            98/04/07
040800                                                                  98/04/07
040900 OPEN-THE-FILES.                                                  98/04/07
041000     OPEN INPUT  COPY-SOURCE                                      98/04/07
041100     OPEN INPUT  TEST-CONTROL                                     98/04/07
041200     OPEN OUTPUT DATA-FILE                                        98/04/07
041300     OPEN OUTPUT TEST-REPORT                                      98/04/07
041400     MOVE SPACE TO PPICT-CURRENCY-SYMBOL                          98/04/07
041500     MOVE SPACE TO PPICT-DECIMAL-POINT                            98/04/07
041600     MOVE ZERO  TO PPICT-SOURCE-LENGTH                            98/04/07
041700     MOVE ZERO  TO RECORD-OFFSET                                  98/04/07
041800     MOVE LOW-VALUE TO BYTE-VALUE-HIGH-PAD                        98/04/07
041900     ACCEPT PHL-DATE FROM DATE                                    98/04/07
042000     ACCEPT PHL-TIME FROM TIME                                    98/04/07
042100     .                                                            98/04/07
042200                                                                  98/04/07
042300****************    THE CONTROL CARD    ***************           98/04/07
042400                                                                  98/04/07
042500 READ-THE-CONTROL-CARD.                                           98/04/07
042600     READ TEST-CONTROL                                            98/04/07
042700         AT END                                                   98/04/07
042800             MOVE "NO CONTROL CARD ON TESTCTL"                    98/04/07
042900                 TO CONTROL-ERROR-TEXT                            98/04/07
043000         NOT AT END                                               98/04/07
043100             PERFORM TAKE-APART-THE-CARD                          98/04/07
043200     .                                                            98/04/07
043300                                                                  98/04/07
043400 TAKE-APART-THE-CARD.                                             98/04/07
043500     MOVE TC-RECORD-COUNT TO CARD-NUMBER-TEXT                     98/04/07
043600     PERFORM CONVERT-A-CARD-NUMBER                                98/04/07
043700     MOVE CARD-NUMBER-VALUE TO RECORDS-WANTED                     98/04/07
043800     IF CARD-NUMBER-OK-FLAG = "N"                                 98/04/07
043900     OR CARD-NUMBER-VALUE < 1                                     98/04/07
044000         MOVE "RECORD COUNT NOT VALID" TO CONTROL-ERROR-TEXT      98/04/07
044100     .                                                            98/04/07
044200     MOVE TC-BAD-FIELD-COUNT TO CARD-NUMBER-TEXT                  98/04/07
044300     PERFORM CONVERT-A-CARD-NUMBER                                98/04/07
044400     MOVE CARD-NUMBER-VALUE TO BAD-FIELDS-WANTED                  98/04/07
044500     MOVE CARD-NUMBER-VALUE TO CARD-BAD-FIELDS                    98/04/07
044600     IF CARD-NUMBER-OK-FLAG = "N"                                 98/04/07
044700        AND CONTROL-ERROR-TEXT = SPACES                           98/04/07
044800         MOVE "BAD FIELD COUNT NOT VALID" TO CONTROL-ERROR-TEXT   98/04/07
044900     .                                                            98/04/07
045000     MOVE TC-SEED TO CARD-NUMBER-TEXT                             98/04/07
045100     PERFORM CONVERT-A-CARD-NUMBER                                98/04/07
045200     MOVE CARD-NUMBER-VALUE TO SEED-WANTED                        98/04/07
045300     IF CARD-NUMBER-OK-FLAG = "N"                                 98/04/07
045400        AND CONTROL-ERROR-TEXT = SPACES                           98/04/07
045500         MOVE "SEED NOT VALID" TO CONTROL-ERROR-TEXT              98/04/07
045600     .                                                            98/04/07
045700     IF SEED-WANTED = ZERO                                        98/04/07
045800         MOVE 1 TO SEED-WANTED                                    98/04/07
045900     .                                                            98/04/07
046000     MOVE SEED-WANTED TO RANDOM-SEED                              98/04/07
046100     .                                                            98/04/07
046200                                                                  98/04/07
046300 CONVERT-A-CARD-NUMBER.                                           98/04/07
046400     MOVE ZERO TO CARD-NUMBER-VALUE                               98/04/07
046500     MOVE ZERO TO CARD-NUMBER-POSN                                98/04/07
046600     MOVE "Y"  TO CARD-NUMBER-OK-FLAG                             98/04/07
046700                  CARD-NUMBER-BLANK-FLAG                          98/04/07
046800     MOVE "N"  TO CARD-NUMBER-ENDED-FLAG                          98/04/07
046900     PERFORM CONVERT-ONE-CARD-DIGIT                               98/04/07
047000         UNTIL CARD-NUMBER-POSN = 9                               98/04/07
047100            OR CARD-NUMBER-OK-FLAG = "N"                          98/04/07
047200     .                                                            98/04/07
047300                                                                  98/04/07
047400 CONVERT-ONE-CARD-DIGIT.                                          98/04/07
047500     ADD 1 TO CARD-NUMBER-POSN                                    98/04/07
047600     MOVE CARD-NUMBER-CHAR (CARD-NUMBER-POSN) TO CARD-DIGIT-CHAR  98/04/07
047700     IF CARD-DIGIT-CHAR = SPACE                                   98/04/07
047800         IF CARD-NUMBER-BLANK-FLAG = "N"                          98/04/07
047900             MOVE "Y" TO CARD-NUMBER-ENDED-FLAG                   98/04/07
048000         ELSE                                                     98/04/07
048100             NEXT SENTENCE                                        98/04/07
048200     ELSE                                                         98/04/07
048300     IF CARD-DIGIT-CHAR NUMERIC                                   98/04/07
048400        AND CARD-NUMBER-ENDED-FLAG = "N"                          98/04/07
048500         MOVE "N" TO CARD-NUMBER-BLANK-FLAG                       98/04/07
048600         COMPUTE CARD-NUMBER-VALUE =                              98/04/07
048700             CARD-NUMBER-VALUE * 10 + CARD-DIGIT                  98/04/07
048800     ELSE                                                         98/04/07
048900         MOVE "N" TO CARD-NUMBER-OK-FLAG                          98/04/07
049000     .                                                            98/04/07
049100                                                                  98/04/07
049200 START-THE-LAYOUT.                                                98/04/07
049300     MOVE LAYOUT-HEADING-LINE TO COLUMN-HEADING-LINE              98/04/07
049400     MOVE "***** TEST DATA GENERATOR - RECORD LAYOUT *****"       98/04/07
049500         TO PRINT-WORK-LINE                                       98/04/07
049600     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
049700     MOVE SPACES TO PRINT-WORK-LINE                               98/04/07
049800     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
049900     .                                                            98/04/07
050000                                                                  98/04/07
050100****************    STATEMENT COLLECTION    ***************       98/04/07
050200                                                                  98/04/07
050300 START-A-FRESH-LINE.                                              98/04/07
050400     MOVE "Y" TO LINE-EXHAUSTED-FLAG                              98/04/07
050500     MOVE 65  TO SRC-COL                                          98/04/07
050600     .                                                            98/04/07
050700                                                                  98/04/07
050800 COLLECT-A-STATEMENT.                                             98/04/07
050900     MOVE ZERO  TO STMT-LENGTH                                    98/04/07
051000     MOVE "N"   TO STMT-COMPLETE-FLAG                             98/04/07
051100                   STMT-OVERFLOW-FLAG                             98/04/07
051200                   IN-QUOTES-FLAG                                 98/04/07
051300     MOVE SPACES TO STATEMENT-TEXT                                98/04/07
051400     PERFORM COLLECT-ONE-CHAR                                     98/04/07
051500         UNTIL STMT-COMPLETE-FLAG = "Y"                           98/04/07
051600            OR END-OF-SOURCE                                      98/04/07
051700     .                                                            98/04/07
051800                                                                  98/04/07
051900 COLLECT-ONE-CHAR.                                                98/04/07
052000     PERFORM GET-NEXT-SOURCE-CHAR                                 98/04/07
052100     IF END-OF-SOURCE                                             98/04/07
052200         NEXT SENTENCE                                            98/04/07
052300     ELSE                                                         98/04/07
052400         PERFORM APPEND-SOURCE-CHAR                               98/04/07
052500         PERFORM NOTE-QUOTE-STATE                                 98/04/07
052600         IF SRC-CHAR = "."                                        98/04/07
052700            AND IN-QUOTES-FLAG = "N"                              98/04/07
052800            AND SRC-NEXT-CHAR = SPACE                             98/04/07
052900             MOVE "Y" TO STMT-COMPLETE-FLAG                       98/04/07
053000     .                                                            98/04/07
053100                                                                  98/04/07
053200 GET-NEXT-SOURCE-CHAR.                                            98/04/07
053300     IF LINE-EXHAUSTED-FLAG = "Y"                                 98/04/07
053400         PERFORM READ-A-SOURCE-LINE                               98/04/07
053500     .                                                            98/04/07
053600     IF END-OF-SOURCE                                             98/04/07
053700         MOVE SPACE TO SRC-CHAR                                   98/04/07
053800     ELSE                                                         98/04/07
053900         ADD 1 TO SRC-COL                                         98/04/07
054000         MOVE SRC-TEXT-CHAR (SRC-COL) TO SRC-CHAR                 98/04/07
054100         IF SRC-COL < 65                                          98/04/07
054200             MOVE SRC-TEXT-CHAR (SRC-COL + 1) TO SRC-NEXT-CHAR    98/04/07
054300         ELSE                                                     98/04/07
054400             MOVE SPACE TO SRC-NEXT-CHAR                          98/04/07
054500             MOVE "Y"   TO LINE-EXHAUSTED-FLAG                    98/04/07
054600     .                                                            98/04/07
054700                                                                  98/04/07
054800*COMMENT AND BLANK LINES ARE PASSED OVER; A QUOTED LITERAL DOES   98/04/07
054900*NOT RUN ON ACROSS A LINE BOUNDARY IN ANY COPYBOOK OF OURS, SO    98/04/07
055000*EACH FRESH LINE STARTS OUTSIDE QUOTES.                           98/04/07
055100 READ-A-SOURCE-LINE.                                              98/04/07
055200     MOVE "N" TO GOT-A-LINE-FLAG                                  98/04/07
055300     PERFORM READ-ONE-SOURCE-LINE                                 98/04/07
055400         UNTIL GOT-A-LINE-FLAG = "Y"                              98/04/07
055500            OR END-OF-SOURCE                                      98/04/07
055600     .                                                            98/04/07
055700                                                                  98/04/07
055800 READ-ONE-SOURCE-LINE.                                            98/04/07
055900     READ COPY-SOURCE                                             98/04/07
056000         AT END                                                   98/04/07
056100             MOVE "Y" TO END-OF-SOURCE-FLAG                       98/04/07
056200         NOT AT END                                               98/04/07
056300             IF SRC-INDICATOR-AREA = "*"                          98/04/07
056400             OR SRC-INDICATOR-AREA = "/"                          98/04/07
056500             OR SRC-TEXT-AREA = SPACES                            98/04/07
056600                 NEXT SENTENCE                                    98/04/07
056700             ELSE                                                 98/04/07
056800                 MOVE ZERO TO SRC-COL                             98/04/07
056900                 MOVE "N"  TO LINE-EXHAUSTED-FLAG                 98/04/07
057000                 MOVE "N"  TO IN-QUOTES-FLAG                      98/04/07
057100                 MOVE "Y"  TO GOT-A-LINE-FLAG                     98/04/07
057200     .                                                            98/04/07
057300                                                                  98/04/07
057400 APPEND-SOURCE-CHAR.                                              98/04/07
057500     IF STMT-LENGTH < 200                                         98/04/07
057600         ADD 1 TO STMT-LENGTH                                     98/04/07
057700         MOVE SRC-CHAR TO STMT-CHAR (STMT-LENGTH)                 98/04/07
057800     ELSE                                                         98/04/07
057900         MOVE "Y" TO STMT-OVERFLOW-FLAG                           98/04/07
058000     .                                                            98/04/07
058100                                                                  98/04/07
058200 NOTE-QUOTE-STATE.                                                98/04/07
058300     IF IN-QUOTES-FLAG = "Y"                                      98/04/07
058400         IF SRC-CHAR = THE-QUOTE-CHAR                             98/04/07
058500             MOVE "N" TO IN-QUOTES-FLAG                           98/04/07
058600         ELSE                                                     98/04/07
058700             NEXT SENTENCE                                        98/04/07
058800     ELSE                                                         98/04/07
058900     IF SRC-CHAR = QUOTE OR SRC-CHAR = "'"                        98/04/07
059000         MOVE SRC-CHAR TO THE-QUOTE-CHAR                          98/04/07
059100         MOVE "Y" TO IN-QUOTES-FLAG                               98/04/07
059200     .                                                            98/04/07
059300                                                                  98/04/07
059400****************    STATEMENT PROCESSING    ***************       98/04/07
059500                                                                  98/04/07
059600 PROCESS-A-STATEMENT.                                             98/04/07
059700     PERFORM PICK-APART-THE-STATEMENT                             98/04/07
059800     IF ENTRY-IS-DATA-FLAG = "Y"                                  98/04/07
059900         PERFORM LAYOUT-ONE-DATA-ENTRY                            98/04/07
060000     .                                                            98/04/07
060100     PERFORM COLLECT-A-STATEMENT                                  98/04/07
060200     .                                                            98/04/07
060300                                                                  98/04/07
060400 PICK-APART-THE-STATEMENT.                                        98/04/07
060500     MOVE ZERO   TO SCAN-POSN                                     98/04/07
060600     MOVE "N"    TO ENTRY-IS-DATA-FLAG                            98/04/07
060700                    ENTRY-HAS-PICTURE                             98/04/07
060800                    ENTRY-REDEFINES-FLAG                          98/04/07
060900     MOVE 1      TO ENTRY-OCCURS                                  98/04/07
061000     MOVE SPACE  TO ENTRY-USAGE                                   98/04/07
061100                    ENTRY-SIGN-SEPARATE                           98/04/07
061200     MOVE SPACES TO ENTRY-NAME                                    98/04/07
061300                    ENTRY-PICTURE                                 98/04/07
061400                    ENTRY-REDEF-TARGET                            98/04/07
061500     PERFORM GET-A-TOKEN                                          98/04/07
061600     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/04/07
061700     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/04/07
061800        AND TOKEN-LENGTH < 3                                      98/04/07
061900        AND TOKEN-NUMBER-VALUE > ZERO                             98/04/07
062000        AND TOKEN-NUMBER-VALUE < 50                               98/04/07
062100         MOVE TOKEN-NUMBER-VALUE TO ENTRY-LEVEL                   98/04/07
062200         MOVE "Y" TO ENTRY-IS-DATA-FLAG                           98/04/07
062300         PERFORM GET-THE-ENTRY-NAME                               98/04/07
062400         PERFORM GET-ONE-CLAUSE                                   98/04/07
062500             UNTIL TOKEN-LENGTH = ZERO                            98/04/07
062600     .                                                            98/04/07
062700                                                                  98/04/07
062800 GET-THE-ENTRY-NAME.                                              98/04/07
062900     PERFORM GET-A-TOKEN                                          98/04/07
063000     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/04/07
063100         MOVE "FILLER" TO ENTRY-NAME                              98/04/07
063200         PERFORM GET-THE-PICTURE                                  98/04/07
063300     ELSE                                                         98/04/07
063400         MOVE TOKEN-TEXT TO ENTRY-NAME                            98/04/07
063500         PERFORM GET-A-TOKEN                                      98/04/07
063600     .                                                            98/04/07
063700                                                                  98/04/07
063800 GET-ONE-CLAUSE.                                                  98/04/07
063900     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/04/07
064000         PERFORM GET-THE-PICTURE                                  98/04/07
064100     ELSE                                                         98/04/07
064200     IF TOKEN-TEXT = "OCCURS"                                     98/04/07
064300         PERFORM GET-THE-OCCURS-COUNT                             98/04/07
064400     ELSE                                                         98/04/07
064500     IF TOKEN-TEXT = "REDEFINES"                                  98/04/07
064600         PERFORM GET-THE-REDEF-TARGET                             98/04/07
064700     ELSE                                                         98/04/07
064800     IF TOKEN-TEXT = "COMP" OR TOKEN-TEXT = "COMP-4"              98/04/07
064900     OR TOKEN-TEXT = "BINARY"                                     98/04/07
065000     OR TOKEN-TEXT = "COMPUTATIONAL"                              98/04/07
065100     OR TOKEN-TEXT = "COMPUTATIONAL-4"                            98/04/07
065200         MOVE "C" TO ENTRY-USAGE                                  98/04/07
065300         PERFORM GET-A-TOKEN                                      98/04/07
065400     ELSE                                                         98/04/07
065500     IF TOKEN-TEXT = "COMP-3"                                     98/04/07
065600     OR TOKEN-TEXT = "COMPUTATIONAL-3"                            98/04/07
065700     OR TOKEN-TEXT = "PACKED-DECIMAL"                             98/04/07
065800         MOVE "3" TO ENTRY-USAGE                                  98/04/07
065900         PERFORM GET-A-TOKEN                                      98/04/07
066000     ELSE                                                         98/04/07
066100     IF TOKEN-TEXT = "SEPARATE"                                   98/04/07
066200         MOVE "Y" TO ENTRY-SIGN-SEPARATE                          98/04/07
066300         PERFORM GET-A-TOKEN                                      98/04/07
066400     ELSE                                                         98/04/07
066500         PERFORM GET-A-TOKEN                                      98/04/07
066600     .                                                            98/04/07
066700                                                                  98/04/07
066800 GET-THE-PICTURE.                                                 98/04/07
066900     PERFORM GET-A-TOKEN                                          98/04/07
067000     IF TOKEN-TEXT = "IS"                                         98/04/07
067100         PERFORM GET-A-TOKEN                                      98/04/07
067200     .                                                            98/04/07
067300     IF TOKEN-LENGTH > ZERO                                       98/04/07
067400         MOVE TOKEN-TEXT TO ENTRY-PICTURE                         98/04/07
067500         MOVE "Y" TO ENTRY-HAS-PICTURE                            98/04/07
067600         PERFORM GET-A-TOKEN                                      98/04/07
067700     .                                                            98/04/07
067800                                                                  98/04/07
067900 GET-THE-OCCURS-COUNT.                                            98/04/07
068000     PERFORM GET-A-TOKEN                                          98/04/07
068100     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/04/07
068200     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/04/07
068300         MOVE TOKEN-NUMBER-VALUE TO ENTRY-OCCURS                  98/04/07
068400         PERFORM GET-A-TOKEN                                      98/04/07
068500     .                                                            98/04/07
068600                                                                  98/04/07
068700 GET-THE-REDEF-TARGET.                                            98/04/07
068800     PERFORM GET-A-TOKEN                                          98/04/07
068900     MOVE TOKEN-TEXT TO ENTRY-REDEF-TARGET                        98/04/07
069000     MOVE "Y" TO ENTRY-REDEFINES-FLAG                             98/04/07
069100     PERFORM GET-A-TOKEN                                          98/04/07
069200     .                                                            98/04/07
069300                                                                  98/04/07
069400****************    STATEMENT TOKENIZER    ***************        98/04/07
069500                                                                  98/04/07
069600 GET-A-TOKEN.                                                     98/04/07
069700     MOVE SPACES TO TOKEN-TEXT                                    98/04/07
069800     MOVE ZERO   TO TOKEN-LENGTH                                  98/04/07
069900     PERFORM SKIP-TOKEN-SPACES                                    98/04/07
070000     PERFORM TAKE-ONE-TOKEN-CHAR                                  98/04/07
070100         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/04/07
070200            OR (TOKEN-LENGTH > ZERO                               98/04/07
070300                AND STMT-CHAR (SCAN-POSN + 1) = SPACE)            98/04/07
070400     PERFORM TRIM-THE-TOKEN                                       98/04/07
070500     .                                                            98/04/07
070600                                                                  98/04/07
070700 SKIP-TOKEN-SPACES.                                               98/04/07
070800     PERFORM SKIP-ONE-TOKEN-SPACE                                 98/04/07
070900         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/04/07
071000            OR STMT-CHAR (SCAN-POSN + 1) NOT = SPACE              98/04/07
071100     .                                                            98/04/07
071200                                                                  98/04/07
071300 SKIP-ONE-TOKEN-SPACE.                                            98/04/07
071400     ADD 1 TO SCAN-POSN                                           98/04/07
071500     .                                                            98/04/07
071600                                                                  98/04/07
071700 TAKE-ONE-TOKEN-CHAR.                                             98/04/07
071800     ADD 1 TO SCAN-POSN                                           98/04/07
071900     IF TOKEN-LENGTH < 30                                         98/04/07
072000         ADD 1 TO TOKEN-LENGTH                                    98/04/07
072100         MOVE STMT-CHAR (SCAN-POSN) TO TOKEN-CHAR (TOKEN-LENGTH)  98/04/07
072200     .                                                            98/04/07
072300                                                                  98/04/07
072400*A TERMINATING PERIOD AND THE COMMA AND SEMICOLON SEPARATORS      98/04/07
072500*CLING TO THE TOKEN IN FRONT OF THEM; THEY ARE NOT PART OF IT.    98/04/07
072600 TRIM-THE-TOKEN.                                                  98/04/07
072700     IF TOKEN-LENGTH > ZERO                                       98/04/07
072800        AND (TOKEN-CHAR (TOKEN-LENGTH) = ","                      98/04/07
072900             OR TOKEN-CHAR (TOKEN-LENGTH) = ";")                  98/04/07
073000         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/04/07
073100         SUBTRACT 1 FROM TOKEN-LENGTH                             98/04/07
073200     .                                                            98/04/07
073300     IF TOKEN-LENGTH > ZERO                                       98/04/07
073400        AND TOKEN-CHAR (TOKEN-LENGTH) = "."                       98/04/07
073500        AND SCAN-POSN NOT < STMT-LENGTH                           98/04/07
073600         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/04/07
073700         SUBTRACT 1 FROM TOKEN-LENGTH                             98/04/07
073800     .                                                            98/04/07
073900                                                                  98/04/07
074000 CONVERT-TOKEN-TO-NUMBER.                                         98/04/07
074100     MOVE "Y"  TO TOKEN-IS-NUMERIC-FLAG                           98/04/07
074200     MOVE ZERO TO TOKEN-NUMBER-VALUE                              98/04/07
074300     MOVE ZERO TO TOKEN-DIGIT-NBR                                 98/04/07
074400     IF TOKEN-LENGTH = ZERO                                       98/04/07
074500         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/04/07
074600     ELSE                                                         98/04/07
074700         PERFORM CONVERT-ONE-DIGIT                                98/04/07
074800             UNTIL TOKEN-DIGIT-NBR = TOKEN-LENGTH                 98/04/07
074900                OR TOKEN-IS-NUMERIC-FLAG = "N"                    98/04/07
075000     .                                                            98/04/07
075100                                                                  98/04/07
075200 CONVERT-ONE-DIGIT.                                               98/04/07
075300     ADD 1 TO TOKEN-DIGIT-NBR                                     98/04/07
075400     MOVE TOKEN-CHAR (TOKEN-DIGIT-NBR) TO TOKEN-DIGIT-CHAR        98/04/07
075500     IF TOKEN-DIGIT-CHAR NUMERIC                                  98/04/07
075600         COMPUTE TOKEN-NUMBER-VALUE =                             98/04/07
075700             TOKEN-NUMBER-VALUE * 10 + TOKEN-DIGIT                98/04/07
075800     ELSE                                                         98/04/07
075900         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/04/07
076000     .                                                            98/04/07
076100                                                                  98/04/07
076200                                                                  98/04/07
076300****************    LAY OUT ONE ENTRY    ***************          98/04/07
076400                                                                  98/04/07
076500*LEVELS 66, 77 AND 88 NEVER GET THIS FAR: THE LEVEL-NUMBER        98/04/07
076600*FILTER IN PICK-APART-THE-STATEMENT ONLY ADMITS 01 THROUGH 49.    98/04/07
076700 LAYOUT-ONE-DATA-ENTRY.                                           98/04/07
076800     IF REDEF-ACTIVE-FLAG = "Y"                                   98/04/07
076900        AND ENTRY-LEVEL NOT > REDEF-LEVEL                         98/04/07
077000         PERFORM END-REDEFINES-REGION                             98/04/07
077100     .                                                            98/04/07
077200     IF ENTRY-LEVEL = 1                                           98/04/07
077300        AND RECORD-SEEN-FLAG = "Y"                                98/04/07
077400        AND ENTRY-REDEFINES-FLAG = "N"                            98/04/07
077500         PERFORM NOTE-RECORD-LENGTH                               98/04/07
077600         MOVE ZERO TO RECORD-OFFSET                               98/04/07
077700         MOVE ZERO TO NAME-OFFSET-COUNT                           98/04/07
077800     .                                                            98/04/07
077900     MOVE "Y" TO RECORD-SEEN-FLAG                                 98/04/07
078000     IF ENTRY-REDEFINES-FLAG = "Y"                                98/04/07
078100         PERFORM START-REDEFINES-REGION                           98/04/07
078200     .                                                            98/04/07
078300     PERFORM SAVE-THE-ENTRY-OFFSET                                98/04/07
078400     IF ENTRY-HAS-PICTURE = "Y"                                   98/04/07
078500         PERFORM LAYOUT-ELEMENTARY-ITEM                           98/04/07
078600     ELSE                                                         98/04/07
078700         PERFORM LAYOUT-GROUP-ITEM                                98/04/07
078800     .                                                            98/04/07
078900                                                                  98/04/07
079000 LAYOUT-ELEMENTARY-ITEM.                                          98/04/07
079100     MOVE ENTRY-PICTURE TO PPICT-TABLE-TEXT                       98/04/07
079200     MOVE "P" TO PPICT-OPERATION                                  98/04/07
079300     MOVE ENTRY-USAGE TO PPICT-USAGE                              98/04/07
079400     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/04/07
079500     CALL "PPICT"                                                 98/04/07
079600     MOVE PPICT-STORAGE-SIZE TO ENTRY-LENGTH                      98/04/07
079700*A SIGN SEPARATE CLAUSE PUTS THE SIGN IN A CHARACTER OF ITS       98/04/07
079800*OWN, ONE EXTRA BYTE PER OCCURRENCE, FOR DISPLAY USAGE.           98/04/07
079900     IF ENTRY-SIGN-SEPARATE = "Y"                                 98/04/07
080000        AND (ENTRY-USAGE = SPACE OR ENTRY-USAGE = "D")            98/04/07
080100         ADD 1 TO ENTRY-LENGTH                                    98/04/07
080200     .                                                            98/04/07
080300     PERFORM CHOOSE-THE-KIND                                      98/04/07
080400     PERFORM APPEND-ONE-FIELD-ENTRY                               98/04/07
080500     PERFORM BUILD-ELEMENTARY-DETAIL                              98/04/07
080600     COMPUTE RECORD-OFFSET = RECORD-OFFSET                        98/04/07
080700         + ENTRY-LENGTH * ENTRY-OCCURS                            98/04/07
080800     .                                                            98/04/07
080900                                                                  98/04/07
081000*ONLY STORAGE THE FIRST RECORD DEFINES FOR THE FIRST TIME, AND    98/04/07
081100*THAT FITS IN 512 BYTES, IS GIVEN VALUES.                         98/04/07
081200 CHOOSE-THE-KIND.                                                 98/04/07
081300     MOVE SPACE  TO CAP-KIND                                      98/04/07
081400     MOVE SPACES TO CAP-NOTE                                      98/04/07
081500     IF PPICT-SIGNED-FLAG = SPACE                                 98/04/07
081600         MOVE "N" TO CAP-SIGNED                                   98/04/07
081700     ELSE                                                         98/04/07
081800         MOVE "Y" TO CAP-SIGNED                                   98/04/07
081900     .                                                            98/04/07
082000     IF PPICT-ERROR-CODE NOT = SPACES                             98/04/07
082100        AND PPICT-ERROR-CODE NOT = "00"                           98/04/07
082200         MOVE PPICT-ERROR-TEXT TO CAP-NOTE                        98/04/07
082300     ELSE                                                         98/04/07
082400     IF LATER-RECORD-FLAG = "Y"                                   98/04/07
082500         MOVE "NOT GENERATED - LATER RECORD" TO CAP-NOTE          98/04/07
082600     ELSE                                                         98/04/07
082700     IF REDEF-ACTIVE-FLAG = "Y"                                   98/04/07
082800         MOVE "NOT GENERATED - REDEFINES" TO CAP-NOTE             98/04/07
082900     ELSE                                                         98/04/07
083000     IF RECORD-OFFSET + ENTRY-LENGTH * ENTRY-OCCURS > 512         98/04/07
083100         MOVE "NOT GENERATED - PAST BYTE 512" TO CAP-NOTE         98/04/07
083200     ELSE                                                         98/04/07
083300         PERFORM CHOOSE-A-GENERATED-KIND                          98/04/07
083400     .                                                            98/04/07
083500                                                                  98/04/07
083600*AN ITEM HOLDS A NUMBER WHEN ITS PICTURE HAS DIGIT POSITIONS AND  98/04/07
083700*PPICT CAN EDIT THROUGH IT, AS IN PPICTCNV; AN ALPHANUMERIC-EDITED98/04/07
083800*PICTURE WITH NO DIGIT POSITIONS (XXBXX) HOLDS TEXT.  A NATIONAL  98/04/07
083900*ITEM IS LEFT AT SPACES.                                          98/04/07
084000 CHOOSE-A-GENERATED-KIND.                                         98/04/07
084100     IF PPICT-ITEM-TYPE = "9"                                     98/04/07
084200        AND (ENTRY-USAGE = "C" OR ENTRY-USAGE = "3")              98/04/07
084300         MOVE ENTRY-USAGE TO CAP-KIND                             98/04/07
084400     ELSE                                                         98/04/07
084500     IF PPICT-ITEM-TYPE = "9"                                     98/04/07
084600         MOVE "9" TO CAP-KIND                                     98/04/07
084700     ELSE                                                         98/04/07
084800     IF PPICT-DIGIT-FLAG NOT = SPACE                              98/04/07
084900        AND (PPICT-ITEM-TYPE = "N" OR PPICT-ITEM-TYPE = "E"       98/04/07
085000             OR PPICT-ITEM-TYPE = "F")                            98/04/07
085100         MOVE "E" TO CAP-KIND                                     98/04/07
085200     ELSE                                                         98/04/07
085300     IF PPICT-ITEM-TYPE = "A"                                     98/04/07
085400         MOVE "A" TO CAP-KIND                                     98/04/07
085500     ELSE                                                         98/04/07
085600     IF PPICT-ITEM-TYPE = "X" OR PPICT-ITEM-TYPE = "E"            98/04/07
085700         MOVE "X" TO CAP-KIND                                     98/04/07
085800     .                                                            98/04/07
085900     IF ENTRY-NAME = "FILLER"                                     98/04/07
086000        AND (CAP-KIND = "A" OR CAP-KIND = "X")                    98/04/07
086100         MOVE SPACE TO CAP-KIND                                   98/04/07
086200         MOVE "SPACES - FILLER" TO CAP-NOTE                       98/04/07
086300     ELSE                                                         98/04/07
086400         PERFORM DESCRIBE-THE-KIND                                98/04/07
086500     .                                                            98/04/07
086600                                                                  98/04/07
086700 DESCRIBE-THE-KIND.                                               98/04/07
086800     IF CAP-KIND = "9"                                            98/04/07
086900        AND ENTRY-SIGN-SEPARATE = "Y"                             98/04/07
087000         MOVE "DIGITS, LEADING SIGN" TO CAP-NOTE                  98/04/07
087100     ELSE                                                         98/04/07
087200     IF CAP-KIND = "9"                                            98/04/07
087300         MOVE "DIGITS" TO CAP-NOTE                                98/04/07
087400     ELSE                                                         98/04/07
087500     IF CAP-KIND = "C"                                            98/04/07
087600         MOVE "BINARY" TO CAP-NOTE                                98/04/07
087700     ELSE                                                         98/04/07
087800     IF CAP-KIND = "3"                                            98/04/07
087900         MOVE "PACKED" TO CAP-NOTE                                98/04/07
088000     ELSE                                                         98/04/07
088100     IF CAP-KIND = "E"                                            98/04/07
088200         MOVE "EDITED THROUGH PPICT" TO CAP-NOTE                  98/04/07
088300     ELSE                                                         98/04/07
088400     IF CAP-KIND = "A"                                            98/04/07
088500         MOVE "LETTERS" TO CAP-NOTE                               98/04/07
088600     ELSE                                                         98/04/07
088700     IF CAP-KIND = "X"                                            98/04/07
088800         MOVE "LETTERS AND DIGITS" TO CAP-NOTE                    98/04/07
088900     ELSE                                                         98/04/07
089000         MOVE "NOT GENERATED" TO CAP-NOTE                         98/04/07
089100     .                                                            98/04/07
089200                                                                  98/04/07
089300 APPEND-ONE-FIELD-ENTRY.                                          98/04/07
089400     IF GEN-FIELD-COUNT < 100                                     98/04/07
089500         ADD 1 TO GEN-FIELD-COUNT                                 98/04/07
089600         MOVE ENTRY-NAME     TO GEN-FLD-NAME     (GEN-FIELD-COUNT)98/04/07
089700         MOVE ENTRY-PICTURE  TO GEN-FLD-PICTURE  (GEN-FIELD-COUNT)98/04/07
089800         MOVE CAP-KIND       TO GEN-FLD-KIND     (GEN-FIELD-COUNT)98/04/07
089900         MOVE ENTRY-SIGN-SEPARATE                                 98/04/07
090000                             TO GEN-FLD-SIGNSEP  (GEN-FIELD-COUNT)98/04/07
090100         MOVE CAP-SIGNED     TO GEN-FLD-SIGNED   (GEN-FIELD-COUNT)98/04/07
090200         MOVE PPICT-DIGITS   TO GEN-FLD-DIGITS   (GEN-FIELD-COUNT)98/04/07
090300         MOVE PPICT-DECIMALS TO GEN-FLD-DECIMALS (GEN-FIELD-COUNT)98/04/07
090400         MOVE RECORD-OFFSET  TO GEN-FLD-OFFSET   (GEN-FIELD-COUNT)98/04/07
090500         MOVE ENTRY-LENGTH   TO GEN-FLD-LENGTH   (GEN-FIELD-COUNT)98/04/07
090600         MOVE ENTRY-OCCURS   TO GEN-FLD-OCCURS   (GEN-FIELD-COUNT)98/04/07
090700         MOVE ZERO           TO GEN-FLD-PLANTED  (GEN-FIELD-COUNT)98/04/07
090800         PERFORM COUNT-THE-SLOTS                                  98/04/07
090900     ELSE                                                         98/04/07
091000         MOVE "Y" TO GEN-OVERFLOW-FLAG                            98/04/07
091100     .                                                            98/04/07
091200                                                                  98/04/07
091300 COUNT-THE-SLOTS.                                                 98/04/07
091400     IF CAP-KIND = "9" OR CAP-KIND = "3" OR CAP-KIND = "A"        98/04/07
091500         ADD ENTRY-OCCURS TO SLOTS-PER-RECORD                     98/04/07
091600     .                                                            98/04/07
091700                                                                  98/04/07
091800*THE LENGTH SHOWN IS THAT OF ALL THE OCCURRENCES, AS ON THE       98/04/07
091900*PPICTSCN LAYOUT.                                                 98/04/07
092000 BUILD-ELEMENTARY-DETAIL.                                         98/04/07
092100     MOVE SPACES TO LAYOUT-DETAIL-LINE                            98/04/07
092200     MOVE ENTRY-LEVEL     TO LDL-LEVEL                            98/04/07
092300     MOVE ENTRY-NAME      TO LDL-NAME                             98/04/07
092400     MOVE ENTRY-PICTURE   TO LDL-PICTURE                          98/04/07
092500     MOVE PPICT-ITEM-TYPE TO LDL-ITEM-TYPE                        98/04/07
092600     COMPUTE LDL-LENGTH = ENTRY-LENGTH * ENTRY-OCCURS             98/04/07
092700     MOVE RECORD-OFFSET   TO LDL-OFFSET                           98/04/07
092800     MOVE CAP-NOTE        TO LDL-NOTE                             98/04/07
092900     PERFORM NOTE-STATEMENT-OVERFLOW                              98/04/07
093000     PERFORM WRITE-THE-LAYOUT-LINE                                98/04/07
093100     .                                                            98/04/07
093200                                                                  98/04/07
093300 LAYOUT-GROUP-ITEM.                                               98/04/07
093400     MOVE SPACE  TO CAP-KIND                                      98/04/07
093500     MOVE SPACES TO LAYOUT-DETAIL-LINE                            98/04/07
093600     MOVE ENTRY-LEVEL   TO LDL-LEVEL                              98/04/07
093700     MOVE ENTRY-NAME    TO LDL-NAME                               98/04/07
093800     MOVE RECORD-OFFSET TO LDL-OFFSET                             98/04/07
093900     IF ENTRY-OCCURS > 1                                          98/04/07
094000         MOVE "GROUP OCCURS NOT EXPANDED" TO LDL-NOTE             98/04/07
094100     .                                                            98/04/07
094116     IF ENTRY-OCCURS > 1                                          98/04/28
094132        AND LATER-RECORD-FLAG = "N"                               98/04/28
094148        AND GROUP-OCCURS-NAME = SPACES                            98/04/28
094164         MOVE ENTRY-NAME TO GROUP-OCCURS-NAME                     98/04/28
094180     .                                                            98/04/28
094200     PERFORM NOTE-STATEMENT-OVERFLOW                              98/04/07
094300     PERFORM WRITE-THE-LAYOUT-LINE                                98/04/07
094400     .                                                            98/04/07
094500                                                                  98/04/07
094600 WRITE-THE-LAYOUT-LINE.                                           98/04/07
094700     MOVE LAYOUT-DETAIL-LINE TO PRINT-WORK-LINE                   98/04/07
094800     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
094900     .                                                            98/04/07
095000                                                                  98/04/07
095100*AN ENTRY WHOSE STATEMENT OVERRAN THE 200-CHARACTER BUFFER WAS    98/04/07
095200*PICKED APART FROM A TRUNCATED TEXT, SO THE LINE SAYS SO IN       98/04/07
095300*PLACE OF HOW ITS VALUES ARE MADE; A PPICT ERROR TEXT OR A        98/04/07
095400*NOT-GENERATED NOTE TAKES THE COLUMN FIRST.                       98/04/07
095500 NOTE-STATEMENT-OVERFLOW.                                         98/04/07
095600     IF STMT-OVERFLOW-FLAG = "Y"                                  98/04/07
095700        AND (LDL-NOTE = SPACES OR CAP-KIND NOT = SPACE)           98/04/07
095800         MOVE "STATEMENT TRUNCATED AT 200" TO LDL-NOTE            98/04/07
095900     .                                                            98/04/07
096000                                                                  98/04/07
096100****************    REDEFINES HANDLING    ***************         98/04/07
096200                                                                  98/04/07
096300 START-REDEFINES-REGION.                                          98/04/07
096400     IF REDEF-ACTIVE-FLAG = "N"                                   98/04/07
096500         MOVE RECORD-OFFSET TO REDEF-SAVED-OFFSET                 98/04/07
096600         MOVE "Y" TO REDEF-ACTIVE-FLAG                            98/04/07
096700         MOVE ENTRY-LEVEL TO REDEF-LEVEL                          98/04/07
096800     .                                                            98/04/07
096900     PERFORM LOOK-UP-THE-TARGET-OFFSET                            98/04/07
097000     .                                                            98/04/07
097100                                                                  98/04/07
097200 END-REDEFINES-REGION.                                            98/04/07
097300     MOVE "N" TO REDEF-ACTIVE-FLAG                                98/04/07
097400     IF REDEF-SAVED-OFFSET > RECORD-OFFSET                        98/04/07
097500         MOVE REDEF-SAVED-OFFSET TO RECORD-OFFSET                 98/04/07
097600     .                                                            98/04/07
097700                                                                  98/04/07
097800 LOOK-UP-THE-TARGET-OFFSET.                                       98/04/07
097900     MOVE "N"  TO LOOKUP-FOUND-FLAG                               98/04/07
098000     MOVE ZERO TO LOOKUP-INDEX                                    98/04/07
098100     PERFORM CHECK-ONE-SAVED-NAME                                 98/04/07
098200         UNTIL LOOKUP-INDEX = NAME-OFFSET-COUNT                   98/04/07
098300            OR LOOKUP-FOUND-FLAG = "Y"                            98/04/07
098400     IF LOOKUP-FOUND-FLAG = "Y"                                   98/04/07
098500         MOVE SAVED-OFFSET (LOOKUP-INDEX) TO RECORD-OFFSET        98/04/07
098600     .                                                            98/04/07
098700                                                                  98/04/07
098800 CHECK-ONE-SAVED-NAME.                                            98/04/07
098900     ADD 1 TO LOOKUP-INDEX                                        98/04/07
099000     IF SAVED-NAME (LOOKUP-INDEX) = ENTRY-REDEF-TARGET            98/04/07
099100         MOVE "Y" TO LOOKUP-FOUND-FLAG                            98/04/07
099200     .                                                            98/04/07
099300                                                                  98/04/07
099400 SAVE-THE-ENTRY-OFFSET.                                           98/04/07
099500     IF NAME-OFFSET-COUNT < 100                                   98/04/07
099600         ADD 1 TO NAME-OFFSET-COUNT                               98/04/07
099700         MOVE ENTRY-NAME    TO SAVED-NAME   (NAME-OFFSET-COUNT)   98/04/07
099800         MOVE RECORD-OFFSET TO SAVED-OFFSET (NAME-OFFSET-COUNT)   98/04/07
099900     .                                                            98/04/07
100000                                                                  98/04/07
100100****************    END OF THE LAYOUT    ***************          98/04/07
100200                                                                  98/04/07
100300 FINISH-THE-LAYOUT.                                               98/04/07
100400     IF REDEF-ACTIVE-FLAG = "Y"                                   98/04/07
100500         PERFORM END-REDEFINES-REGION                             98/04/07
100600     .                                                            98/04/07
100700     IF RECORD-SEEN-FLAG = "Y"                                    98/04/07
100800         PERFORM NOTE-RECORD-LENGTH                               98/04/07
100900     .                                                            98/04/07
101000                                                                  98/04/07
101100*EVERY 01 GETS ITS LENGTH PRINTED AS ON THE PPICTSCN LAYOUT;      98/04/07
101200*THE FIRST IS THE LENGTH OF THE RECORDS WRITTEN.                  98/04/07
101300 NOTE-RECORD-LENGTH.                                              98/04/07
101400     IF LATER-RECORD-FLAG = "N"                                   98/04/07
101500         MOVE RECORD-OFFSET TO GEN-RECORD-LENGTH                  98/04/07
101600         MOVE "Y" TO LATER-RECORD-FLAG                            98/04/07
101700     .                                                            98/04/07
101800     MOVE SPACES TO PRINT-WORK-LINE                               98/04/07
101900     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
102000     MOVE RECORD-OFFSET TO TL-RECORD-LENGTH                       98/04/07
102100     MOVE TOTAL-LINE TO PRINT-WORK-LINE                           98/04/07
102200     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
102300     MOVE SPACES TO PRINT-WORK-LINE                               98/04/07
102400     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
102500     .                                                            98/04/07
102600                                                                  98/04/07
102660*A CARD IN ERROR, A GROUP THAT OCCURS IN THE RECORD WRITTEN OR A  98/04/28
102720*MEMBER WITH NOTHING TO LAY OUT STOPS THE RUN BEFORE ANY RECORD   98/04/28
102780*IS WRITTEN.  A GROUP THAT OCCURS IS LAID OUT ONCE ONLY, SO THE   98/04/28
102840*RECORD LENGTH AND EVERY OFFSET AFTER IT WOULD BE WRONG.          98/04/28
102900 CHECK-THE-RUN.                                                   98/04/07
102916     IF GROUP-OCCURS-NAME NOT = SPACES                            98/04/28
102932         MOVE GROUP-OCCURS-NAME TO GOL-NAME                       98/04/28
102948         MOVE GROUP-OCCURS-LINE TO PRINT-WORK-LINE                98/04/28
102964         PERFORM WRITE-A-PRINT-LINE                               98/04/28
102980     .                                                            98/04/28
103000     IF CONTROL-ERROR-TEXT = SPACES                               98/04/07
103020        AND GROUP-OCCURS-NAME NOT = SPACES                        98/04/28
103040         MOVE "GROUP OCCURS NOT EXPANDED" TO CONTROL-ERROR-TEXT   98/04/28
103060     .                                                            98/04/28
103080     IF CONTROL-ERROR-TEXT = SPACES                               98/04/28
103100        AND GEN-RECORD-LENGTH = ZERO                              98/04/07
103200         MOVE "NO DATA ENTRIES ON COPYSRC" TO CONTROL-ERROR-TEXT  98/04/07
103300     .                                                            98/04/07
103400     IF CONTROL-ERROR-TEXT NOT = SPACES                           98/04/07
103500         MOVE ZERO TO RECORDS-WANTED                              98/04/07
103600         MOVE ZERO TO BAD-FIELDS-WANTED                           98/04/07
103700         MOVE 8 TO RUN-SEVERITY                                   98/04/07
103800         MOVE CONTROL-ERROR-TEXT TO REL-TEXT                      98/04/07
103900         MOVE RUN-ERROR-LINE TO PRINT-WORK-LINE                   98/04/07
104000         PERFORM WRITE-A-PRINT-LINE                               98/04/07
104100     .                                                            98/04/07
104200     IF GEN-OVERFLOW-FLAG = "Y"                                   98/04/07
104300         MOVE "SOME ENTRIES OMITTED - FIELD TABLE FULL"           98/04/07
104400             TO PRINT-WORK-LINE                                   98/04/07
104500         PERFORM WRITE-A-PRINT-LINE                               98/04/07
104600     .                                                            98/04/07
104700     IF GEN-RECORD-LENGTH > 512                                   98/04/07
104800         MOVE "RECORD LENGTH OVER 512 - TAIL FIELDS NOT WRITTEN"  98/04/07
104900             TO PRINT-WORK-LINE                                   98/04/07
105000         PERFORM WRITE-A-PRINT-LINE                               98/04/07
105100         MOVE 512 TO DATA-REC-LENGTH                              98/04/07
105200     ELSE                                                         98/04/07
105300         MOVE GEN-RECORD-LENGTH TO DATA-REC-LENGTH                98/04/07
105400     .                                                            98/04/07
105500                                                                  98/04/07
105600****************    PLANNING THE BAD FIELDS    ***************    98/04/07
105700                                                                  98/04/07
105800*NO MORE BAD FIELDS CAN GO IN THAN THERE ARE SLOTS IN THE FILE.   98/04/07
105900 PLAN-THE-BAD-FIELDS.                                             98/04/07
106000     COMPUTE TOTAL-SLOTS = RECORDS-WANTED * SLOTS-PER-RECORD      98/04/07
106100     IF BAD-FIELDS-WANTED > TOTAL-SLOTS                           98/04/07
106200         MOVE TOTAL-SLOTS TO BAD-FIELDS-WANTED                    98/04/07
106300     .                                                            98/04/07
106400     IF BAD-FIELDS-WANTED > ZERO                                  98/04/07
106500         COMPUTE SLOT-STRETCH = TOTAL-SLOTS / BAD-FIELDS-WANTED   98/04/07
106600     .                                                            98/04/07
106700     PERFORM PLAN-THE-NEXT-BAD-SLOT                               98/04/07
106800     .                                                            98/04/07
106900                                                                  98/04/07
107000*THE NEXT BAD FIELD GOES SOMEWHERE IN THE NEXT STRETCH; ONCE      98/04/07
107100*THEY ARE ALL PLANNED THE NEXT SLOT IS ONE THAT NEVER COMES.      98/04/07
107200 PLAN-THE-NEXT-BAD-SLOT.                                          98/04/07
107300     IF BAD-FIELDS-PLANNED NOT < BAD-FIELDS-WANTED                98/04/07
107400         MOVE ZERO TO NEXT-BAD-SLOT                               98/04/07
107500     ELSE                                                         98/04/07
107600         ADD 1 TO BAD-FIELDS-PLANNED                              98/04/07
107700         PERFORM PICK-A-PLACE-IN-THE-STRETCH                      98/04/07
107800         COMPUTE NEXT-BAD-SLOT =                                  98/04/07
107900             (BAD-FIELDS-PLANNED - 1) * SLOT-STRETCH              98/04/07
108000             + RANDOM-PICK + 1                                    98/04/07
108100     .                                                            98/04/07
108200                                                                  98/04/07
108300 PICK-A-PLACE-IN-THE-STRETCH.                                     98/04/07
108400     IF SLOT-STRETCH > 999999999                                  98/04/07
108500         MOVE 999999999 TO RANDOM-LIMIT                           98/04/07
108600     ELSE                                                         98/04/07
108700         MOVE SLOT-STRETCH TO RANDOM-LIMIT                        98/04/07
108800     .                                                            98/04/07
108900     PERFORM PICK-A-RANDOM-NUMBER                                 98/04/07
109000     .                                                            98/04/07
109100                                                                  98/04/07
109150*A RUN STOPPED BEFORE ANY RECORD IS WRITTEN HAS NO PLANTED LIST.  98/04/28
109200 START-THE-PLANTED-LIST.                                          98/04/07
109280     IF CONTROL-ERROR-TEXT = SPACES                               98/04/28
109360         MOVE PLANTED-HEADING-LINE TO COLUMN-HEADING-LINE         98/04/28
109440         MOVE ZERO TO LINES-ON-PAGE                               98/04/28
109520         MOVE                                                     98/04/28
109600         "***** TEST DATA GENERATOR - BAD FIELDS PLANTED *****"   98/04/28
109680             TO PRINT-WORK-LINE                                   98/04/28
109760         PERFORM WRITE-A-PRINT-LINE                               98/04/28
109840         MOVE SPACES TO PRINT-WORK-LINE                           98/04/28
109920         PERFORM WRITE-A-PRINT-LINE                               98/04/28
110000     .                                                            98/04/07
110100                                                                  98/04/07
110200****************    RANDOM NUMBERS    ***************             98/04/07
110300                                                                  98/04/07
110400*THE PRODUCT OF THE SEED AND 16807 NEVER PASSES FIFTEEN DIGITS.   98/04/07
110500 NEXT-RANDOM-SEED.                                                98/04/07
110600     COMPUTE RANDOM-PRODUCT = RANDOM-SEED * 16807                 98/04/07
110700     COMPUTE RANDOM-QUOTIENT = RANDOM-PRODUCT / 2147483647        98/04/07
110800     COMPUTE RANDOM-SEED = RANDOM-PRODUCT                         98/04/07
110900         - (RANDOM-QUOTIENT * 2147483647)                         98/04/07
111000     .                                                            98/04/07
111100                                                                  98/04/07
111200*A NUMBER FROM ZERO TO ONE LESS THAN RANDOM-LIMIT.                98/04/07
111300 PICK-A-RANDOM-NUMBER.                                            98/04/07
111400     PERFORM NEXT-RANDOM-SEED                                     98/04/07
111500     COMPUTE RANDOM-PICK = (RANDOM-SEED * RANDOM-LIMIT)           98/04/07
111600         / 2147483647                                             98/04/07
111700     .                                                            98/04/07
111800                                                                  98/04/07
111900 PICK-A-RANDOM-LETTER.                                            98/04/07
112000     MOVE 26 TO RANDOM-LIMIT                                      98/04/07
112100     PERFORM PICK-A-RANDOM-NUMBER                                 98/04/07
112200     MOVE CHARACTER-ENTRY (RANDOM-PICK + 1)                       98/04/07
112300         TO OUT-BYTE (OUT-POSN)                                   98/04/07
112400     .                                                            98/04/07
112500                                                                  98/04/07
112600 PICK-A-RANDOM-DIGIT.                                             98/04/07
112700     MOVE 10 TO RANDOM-LIMIT                                      98/04/07
112800     PERFORM PICK-A-RANDOM-NUMBER                                 98/04/07
112900     MOVE CHARACTER-ENTRY (RANDOM-PICK + 27)                      98/04/07
113000         TO OUT-BYTE (OUT-POSN)                                   98/04/07
113100     .                                                            98/04/07
113200                                                                  98/04/07
113300 PICK-A-RANDOM-CHARACTER.                                         98/04/07
113400     MOVE 36 TO RANDOM-LIMIT                                      98/04/07
113500     PERFORM PICK-A-RANDOM-NUMBER                                 98/04/07
113600     MOVE CHARACTER-ENTRY (RANDOM-PICK + 1)                       98/04/07
113700         TO OUT-BYTE (OUT-POSN)                                   98/04/07
113800     .                                                            98/04/07
113900                                                                  98/04/07
114000*ONE SIGNED VALUE IN FOUR IS NEGATIVE.                            98/04/07
114100 PICK-A-RANDOM-SIGN.                                              98/04/07
114200     MOVE "+" TO SIGN-CHAR                                        98/04/07
114300     IF GEN-FLD-SIGNED (GEN-INDEX) = "Y"                          98/04/07
114400         MOVE 4 TO RANDOM-LIMIT                                   98/04/07
114500         PERFORM PICK-A-RANDOM-NUMBER                             98/04/07
114600         IF RANDOM-PICK = ZERO                                    98/04/07
114700             MOVE "-" TO SIGN-CHAR                                98/04/07
114800     .                                                            98/04/07
114900                                                                  98/04/07
115000 MAKE-A-RAW-NUMBER.                                               98/04/07
115100     MOVE ZERO TO RAW-NUMBER                                      98/04/07
115200     MOVE ZERO TO DIGIT-NBR                                       98/04/07
115300     PERFORM ADD-ONE-RAW-DIGIT                                    98/04/07
115400         UNTIL DIGIT-NBR NOT < DIGITS-WANTED                      98/04/07
115500     .                                                            98/04/07
115600                                                                  98/04/07
115700 ADD-ONE-RAW-DIGIT.                                               98/04/07
115800     ADD 1 TO DIGIT-NBR                                           98/04/07
115900     MOVE 10 TO RANDOM-LIMIT                                      98/04/07
116000     PERFORM PICK-A-RANDOM-NUMBER                                 98/04/07
116100     COMPUTE RAW-NUMBER = RAW-NUMBER * 10 + RANDOM-PICK           98/04/07
116200     .                                                            98/04/07
116300                                                                  98/04/07
116400****************    WRITE ONE RECORD    ***************           98/04/07
116500                                                                  98/04/07
116600 WRITE-ONE-TEST-RECORD.                                           98/04/07
116700     ADD 1 TO RECORD-NUMBER                                       98/04/07
116800     MOVE SPACES TO TEST-RECORD-AREA                              98/04/07
116900     MOVE ZERO TO GEN-INDEX                                       98/04/07
117000     PERFORM GENERATE-ONE-FIELD                                   98/04/07
117100         UNTIL GEN-INDEX = GEN-FIELD-COUNT                        98/04/07
117200     MOVE TEST-RECORD-AREA TO DATA-FILE-RECORD                    98/04/07
117300     WRITE DATA-FILE-RECORD                                       98/04/07
117400     ADD 1 TO RECORDS-WRITTEN                                     98/04/07
117500     .                                                            98/04/07
117600                                                                  98/04/07
117700 GENERATE-ONE-FIELD.                                              98/04/07
117800     ADD 1 TO GEN-INDEX                                           98/04/07
117900     IF GEN-FLD-KIND (GEN-INDEX) NOT = SPACE                      98/04/07
118000         MOVE ZERO TO OCC-NUMBER                                  98/04/07
118100         PERFORM GENERATE-ONE-OCCURRENCE                          98/04/07
118200             UNTIL OCC-NUMBER = GEN-FLD-OCCURS (GEN-INDEX)        98/04/07
118300     .                                                            98/04/07
118400                                                                  98/04/07
118500 GENERATE-ONE-OCCURRENCE.                                         98/04/07
118600     ADD 1 TO OCC-NUMBER                                          98/04/07
118700     COMPUTE OCC-BASE-OFFSET = GEN-FLD-OFFSET (GEN-INDEX)         98/04/07
118800         + (OCC-NUMBER - 1) * GEN-FLD-LENGTH (GEN-INDEX)          98/04/07
118900     IF GEN-FLD-KIND (GEN-INDEX) = "9"                            98/04/07
119000         PERFORM MAKE-A-DISPLAY-NUMBER                            98/04/07
119100     ELSE                                                         98/04/07
119200     MOVE "Y" TO REDRAW-FLAG                                      98/04/07
119300     IF GEN-FLD-KIND (GEN-INDEX) = "C"                            98/04/07
119400         PERFORM MAKE-A-BINARY-NUMBER                             98/04/07
119500             UNTIL REDRAW-FLAG = "N"                              98/04/07
119600     ELSE                                                         98/04/07
119700     IF GEN-FLD-KIND (GEN-INDEX) = "3"                            98/04/07
119800         PERFORM MAKE-A-PACKED-NUMBER                             98/04/07
119900             UNTIL REDRAW-FLAG = "N"                              98/04/07
120000     ELSE                                                         98/04/07
120100     IF GEN-FLD-KIND (GEN-INDEX) = "E"                            98/04/07
120200         PERFORM MAKE-AN-EDITED-NUMBER                            98/04/07
120300     ELSE                                                         98/04/07
120400         PERFORM MAKE-A-TEXT-VALUE                                98/04/07
120500     .                                                            98/04/07
120600     IF GEN-FLD-KIND (GEN-INDEX) = "9"                            98/04/07
120700     OR GEN-FLD-KIND (GEN-INDEX) = "3"                            98/04/07
120800     OR GEN-FLD-KIND (GEN-INDEX) = "A"                            98/04/07
120900         ADD 1 TO SLOT-NUMBER                                     98/04/07
121000         IF SLOT-NUMBER = NEXT-BAD-SLOT                           98/04/07
121100             PERFORM PLANT-A-BAD-FIELD                            98/04/07
121200     .                                                            98/04/07
121300                                                                  98/04/07
121400****************    MAKE ONE VALUE    ***************             98/04/07
121500                                                                  98/04/07
121600*A SIGN SEPARATE FIELD CARRIES ITS SIGN AS THE LEADING            98/04/07
121700*CHARACTER, THE WAY PPICTCHK EXPECTS; EVERY OTHER BYTE IS A       98/04/07
121800*DIGIT.                                                           98/04/07
121900 MAKE-A-DISPLAY-NUMBER.                                           98/04/07
122000     MOVE ZERO TO BYTE-NBR                                        98/04/07
122100     IF GEN-FLD-SIGNSEP (GEN-INDEX) = "Y"                         98/04/07
122200         PERFORM PICK-A-RANDOM-SIGN                               98/04/07
122300         MOVE 1 TO BYTE-NBR                                       98/04/07
122400         COMPUTE OUT-POSN = OCC-BASE-OFFSET + 1                   98/04/07
122500         MOVE SIGN-CHAR TO OUT-BYTE (OUT-POSN)                    98/04/07
122600     .                                                            98/04/07
122700     PERFORM PUT-ONE-RANDOM-DIGIT                                 98/04/07
122800         UNTIL BYTE-NBR = GEN-FLD-LENGTH (GEN-INDEX)              98/04/07
122900     .                                                            98/04/07
123000                                                                  98/04/07
123100 PUT-ONE-RANDOM-DIGIT.                                            98/04/07
123200     ADD 1 TO BYTE-NBR                                            98/04/07
123300     COMPUTE OUT-POSN = OCC-BASE-OFFSET + BYTE-NBR                98/04/07
123400     PERFORM PICK-A-RANDOM-DIGIT                                  98/04/07
123500     .                                                            98/04/07
123600                                                                  98/04/07
123700*BINARY FROM THE RIGHT, ONE BYTE AT A TIME; A NEGATIVE VALUE IS   98/04/07
123800*STORED AS THE COMPLEMENT OF ONE LESS THAN ITS MAGNITUDE, WHICH   98/04/07
123900*IS THE TWO'S COMPLEMENT WITHOUT EVER FORMING TWO TO THE 64TH.    98/04/07
124000 MAKE-A-BINARY-NUMBER.                                            98/04/07
124100     MOVE GEN-FLD-DIGITS (GEN-INDEX) TO DIGITS-WANTED             98/04/07
124200     PERFORM MAKE-A-RAW-NUMBER                                    98/04/07
124300     PERFORM PICK-A-RANDOM-SIGN                                   98/04/07
124400     MOVE "N" TO COMPLEMENT-FLAG                                  98/04/07
124500     IF SIGN-CHAR = "-"                                           98/04/07
124600        AND RAW-NUMBER > ZERO                                     98/04/07
124700         SUBTRACT 1 FROM RAW-NUMBER                               98/04/07
124800         MOVE "Y" TO COMPLEMENT-FLAG                              98/04/07
124900     .                                                            98/04/07
125000     MOVE GEN-FLD-LENGTH (GEN-INDEX) TO BYTE-NBR                  98/04/07
125100     PERFORM ENCODE-ONE-BINARY-BYTE                               98/04/07
125200         UNTIL BYTE-NBR = ZERO                                    98/04/07
125300     PERFORM CHECK-FOR-LINE-END-BYTES                             98/04/07
125400     .                                                            98/04/07
125500                                                                  98/04/07
125600 ENCODE-ONE-BINARY-BYTE.                                          98/04/07
125700     COMPUTE PACK-QUOTIENT = RAW-NUMBER / 256                     98/04/07
125800     COMPUTE BYTE-VALUE = RAW-NUMBER - (PACK-QUOTIENT * 256)      98/04/07
125900     MOVE PACK-QUOTIENT TO RAW-NUMBER                             98/04/07
126000     IF COMPLEMENT-FLAG = "Y"                                     98/04/07
126100         COMPUTE BYTE-VALUE = 255 - BYTE-VALUE                    98/04/07
126200     .                                                            98/04/07
126300     COMPUTE OUT-POSN = OCC-BASE-OFFSET + BYTE-NBR                98/04/07
126400     MOVE BYTE-VALUE-CHAR TO OUT-BYTE (OUT-POSN)                  98/04/07
126500     SUBTRACT 1 FROM BYTE-NBR                                     98/04/07
126600     .                                                            98/04/07
126700                                                                  98/04/07
126800*PACKED FROM THE RIGHT: THE LAST BYTE TAKES THE UNITS DIGIT AND   98/04/07
126900*THE SIGN NIBBLE, F WHEN THE PICTURE IS UNSIGNED, AND EVERY BYTE  98/04/07
127000*IN FRONT OF IT TWO MORE DIGITS.                                  98/04/07
127100 MAKE-A-PACKED-NUMBER.                                            98/04/07
127200     MOVE GEN-FLD-DIGITS (GEN-INDEX) TO DIGITS-WANTED             98/04/07
127300     PERFORM MAKE-A-RAW-NUMBER                                    98/04/07
127400     PERFORM PICK-A-RANDOM-SIGN                                   98/04/07
127500     IF GEN-FLD-SIGNED (GEN-INDEX) = "N"                          98/04/07
127600         MOVE 15 TO LOW-NIBBLE                                    98/04/07
127700     ELSE                                                         98/04/07
127800     IF SIGN-CHAR = "-"                                           98/04/07
127900         MOVE 13 TO LOW-NIBBLE                                    98/04/07
128000     ELSE                                                         98/04/07
128100         MOVE 12 TO LOW-NIBBLE                                    98/04/07
128200     .                                                            98/04/07
128300     PERFORM TAKE-ONE-PACKED-DIGIT                                98/04/07
128400     MOVE PACK-DIGIT TO HIGH-NIBBLE                               98/04/07
128500     MOVE GEN-FLD-LENGTH (GEN-INDEX) TO BYTE-NBR                  98/04/07
128600     PERFORM STORE-ONE-BYTE-VALUE                                 98/04/07
128700     PERFORM PACK-ONE-MORE-BYTE                                   98/04/07
128800         UNTIL BYTE-NBR = 1                                       98/04/07
128900     PERFORM CHECK-FOR-LINE-END-BYTES                             98/04/07
129000     .                                                            98/04/07
129100                                                                  98/04/07
129200 PACK-ONE-MORE-BYTE.                                              98/04/07
129300     SUBTRACT 1 FROM BYTE-NBR                                     98/04/07
129400     PERFORM TAKE-ONE-PACKED-DIGIT                                98/04/07
129500     MOVE PACK-DIGIT TO LOW-NIBBLE                                98/04/07
129600     PERFORM TAKE-ONE-PACKED-DIGIT                                98/04/07
129700     MOVE PACK-DIGIT TO HIGH-NIBBLE                               98/04/07
129800     PERFORM STORE-ONE-BYTE-VALUE                                 98/04/07
129900     .                                                            98/04/07
130000                                                                  98/04/07
130100 TAKE-ONE-PACKED-DIGIT.                                           98/04/07
130200     COMPUTE PACK-QUOTIENT = RAW-NUMBER / 10                      98/04/07
130300     COMPUTE PACK-DIGIT = RAW-NUMBER - (PACK-QUOTIENT * 10)       98/04/07
130400     MOVE PACK-QUOTIENT TO RAW-NUMBER                             98/04/07
130500     .                                                            98/04/07
130600                                                                  98/04/07
130700 STORE-ONE-BYTE-VALUE.                                            98/04/07
130800     COMPUTE BYTE-VALUE = (HIGH-NIBBLE * 16) + LOW-NIBBLE         98/04/07
130900     COMPUTE OUT-POSN = OCC-BASE-OFFSET + BYTE-NBR                98/04/07
131000     MOVE BYTE-VALUE-CHAR TO OUT-BYTE (OUT-POSN)                  98/04/07
131100     .                                                            98/04/07
131200                                                                  98/04/07
131300*DATAFILE IS LINE SEQUENTIAL, WHERE A NEWLINE OR CARRIAGE-RETURN  98/04/07
131400*BYTE WOULD END THE RECORD EARLY WHEN IT IS READ BACK; A BINARY   98/04/07
131500*OR PACKED VALUE THAT HOLDS ONE IS DRAWN AGAIN.                   98/04/07
131600 CHECK-FOR-LINE-END-BYTES.                                        98/04/07
131700     MOVE "N" TO REDRAW-FLAG                                      98/04/07
131800     MOVE ZERO TO BYTE-NBR                                        98/04/07
131900     PERFORM CHECK-ONE-WRITTEN-BYTE                               98/04/07
132000         UNTIL BYTE-NBR = GEN-FLD-LENGTH (GEN-INDEX)              98/04/07
132100     .                                                            98/04/07
132200                                                                  98/04/07
132300 CHECK-ONE-WRITTEN-BYTE.                                          98/04/07
132400     ADD 1 TO BYTE-NBR                                            98/04/07
132500     COMPUTE OUT-POSN = OCC-BASE-OFFSET + BYTE-NBR                98/04/07
132600     MOVE OUT-BYTE (OUT-POSN) TO BYTE-VALUE-CHAR                  98/04/07
132700     IF BYTE-VALUE = 10 OR BYTE-VALUE = 13                        98/04/07
132800         MOVE "Y" TO REDRAW-FLAG                                  98/04/07
132900     .                                                            98/04/07
133000                                                                  98/04/07
133100*THE VALUE IS HELD TO WHAT PPICT-EDIT-VALUE CAN CARRY, 13         98/04/07
133200*INTEGER AND 5 DECIMAL DIGITS.  A PICTURE PPICT WILL NOT EDIT     98/04/07
133300*THE VALUE THROUGH LEAVES THE FIELD AT SPACES, AND IS COUNTED.    98/04/07
133400 MAKE-AN-EDITED-NUMBER.                                           98/04/07
133500     COMPUTE INTEGER-DIGITS = GEN-FLD-DIGITS (GEN-INDEX)          98/04/07
133600         - GEN-FLD-DECIMALS (GEN-INDEX)                           98/04/07
133700     IF INTEGER-DIGITS > 13                                       98/04/07
133800         MOVE 13 TO INTEGER-DIGITS                                98/04/07
133900     .                                                            98/04/07
134000     IF INTEGER-DIGITS < ZERO                                     98/04/07
134100         MOVE ZERO TO INTEGER-DIGITS                              98/04/07
134200     .                                                            98/04/07
134300     MOVE GEN-FLD-DECIMALS (GEN-INDEX) TO DECIMAL-DIGITS          98/04/07
134400     IF DECIMAL-DIGITS > 5                                        98/04/07
134500         MOVE 5 TO DECIMAL-DIGITS                                 98/04/07
134600     .                                                            98/04/07
134700     IF DECIMAL-DIGITS < ZERO                                     98/04/07
134800         MOVE ZERO TO DECIMAL-DIGITS                              98/04/07
134900     .                                                            98/04/07
135000     COMPUTE DIGITS-WANTED = INTEGER-DIGITS + DECIMAL-DIGITS      98/04/07
135100     PERFORM MAKE-A-RAW-NUMBER                                    98/04/07
135200     MOVE DECIMAL-DIGITS TO POWER-WANTED                          98/04/07
135300     PERFORM FIND-THE-POWER-OF-TEN                                98/04/07
135400     COMPUTE FIELD-VALUE = RAW-NUMBER / POWER-OF-TEN              98/04/07
135500     PERFORM PICK-A-RANDOM-SIGN                                   98/04/07
135600     IF SIGN-CHAR = "-"                                           98/04/07
135700         COMPUTE PPICT-EDIT-VALUE = ZERO - FIELD-VALUE            98/04/07
135800     ELSE                                                         98/04/07
135900         MOVE FIELD-VALUE TO PPICT-EDIT-VALUE                     98/04/07
136000     .                                                            98/04/07
136100     MOVE GEN-FLD-PICTURE (GEN-INDEX) TO PPICT-TABLE-TEXT         98/04/07
136200     MOVE "E" TO PPICT-OPERATION                                  98/04/07
136300     MOVE SPACE TO PPICT-USAGE                                    98/04/07
136400     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/04/07
136500     CALL "PPICT"                                                 98/04/07
136600     IF PPICT-ERROR-CODE NOT = SPACES                             98/04/07
136700        AND PPICT-ERROR-CODE NOT = "00"                           98/04/07
136800         ADD 1 TO FIELDS-LEFT-BLANK                               98/04/07
136900     ELSE                                                         98/04/07
137000         PERFORM COPY-THE-EDITED-RESULT                           98/04/07
137100     .                                                            98/04/07
137200                                                                  98/04/07
137300 FIND-THE-POWER-OF-TEN.                                           98/04/07
137400     MOVE 1    TO POWER-OF-TEN                                    98/04/07
137500     MOVE ZERO TO POWER-COUNT                                     98/04/07
137600     PERFORM RAISE-THE-POWER-OF-TEN                               98/04/07
137700         UNTIL POWER-COUNT NOT < POWER-WANTED                     98/04/07
137800     .                                                            98/04/07
137900                                                                  98/04/07
138000 RAISE-THE-POWER-OF-TEN.                                          98/04/07
138100     ADD 1 TO POWER-COUNT                                         98/04/07
138200     COMPUTE POWER-OF-TEN = POWER-OF-TEN * 10                     98/04/07
138300     .                                                            98/04/07
138400                                                                  98/04/07
138500 COPY-THE-EDITED-RESULT.                                          98/04/07
138600     MOVE PPICT-EDIT-RESULT TO TEXT-WORK-AREA                     98/04/07
138700     MOVE ZERO TO BYTE-NBR                                        98/04/07
138800     MOVE ZERO TO TEXT-NBR                                        98/04/07
138900     PERFORM COPY-ONE-EDITED-BYTE                                 98/04/07
139000         UNTIL BYTE-NBR = GEN-FLD-LENGTH (GEN-INDEX)              98/04/07
139100            OR TEXT-NBR = 80                                      98/04/07
139200     .                                                            98/04/07
139300                                                                  98/04/07
139400 COPY-ONE-EDITED-BYTE.                                            98/04/07
139500     ADD 1 TO BYTE-NBR                                            98/04/07
139600     ADD 1 TO TEXT-NBR                                            98/04/07
139700     COMPUTE OUT-POSN = OCC-BASE-OFFSET + BYTE-NBR                98/04/07
139800     MOVE TEXT-CHAR (TEXT-NBR) TO OUT-BYTE (OUT-POSN)             98/04/07
139900     .                                                            98/04/07
140000                                                                  98/04/07
140100 MAKE-A-TEXT-VALUE.                                               98/04/07
140200     MOVE ZERO TO BYTE-NBR                                        98/04/07
140300     PERFORM PUT-ONE-RANDOM-CHARACTER                             98/04/07
140400         UNTIL BYTE-NBR = GEN-FLD-LENGTH (GEN-INDEX)              98/04/07
140500     .                                                            98/04/07
140600                                                                  98/04/07
140700 PUT-ONE-RANDOM-CHARACTER.                                        98/04/07
140800     ADD 1 TO BYTE-NBR                                            98/04/07
140900     COMPUTE OUT-POSN = OCC-BASE-OFFSET + BYTE-NBR                98/04/07
141000     IF GEN-FLD-KIND (GEN-INDEX) = "A"                            98/04/07
141100         PERFORM PICK-A-RANDOM-LETTER                             98/04/07
141200     ELSE                                                         98/04/07
141300         PERFORM PICK-A-RANDOM-CHARACTER                          98/04/07
141400     .                                                            98/04/07
141500                                                                  98/04/07
141600****************    PLANT A BAD FIELD    ***************          98/04/07
141700                                                                  98/04/07
141800*EACH BAD FIELD IS SPOILED IN ONE WAY ONLY, SO THAT PPICTCHK      98/04/07
141900*STOPS AT THE REASON LISTED.  NUMERIC AND PACKED FIELDS TAKE      98/04/07
142000*THEIR TWO KINDS OF DAMAGE IN TURN.                               98/04/07
142100 PLANT-A-BAD-FIELD.                                               98/04/07
142200     ADD 1 TO BAD-FIELDS-PLANTED                                  98/04/07
142300     ADD 1 TO GEN-FLD-PLANTED (GEN-INDEX)                         98/04/07
142400     COMPUTE PLANT-HALF = BAD-FIELDS-PLANTED / 2                  98/04/07
142500     COMPUTE PLANT-PARITY = BAD-FIELDS-PLANTED - (PLANT-HALF * 2) 98/04/07
142600     IF GEN-FLD-KIND (GEN-INDEX) = "3"                            98/04/07
142700         PERFORM SPOIL-A-PACKED-FIELD                             98/04/07
142800     ELSE                                                         98/04/07
142900     IF GEN-FLD-KIND (GEN-INDEX) = "A"                            98/04/07
143000         PERFORM SPOIL-AN-ALPHABETIC-FIELD                        98/04/07
143100     ELSE                                                         98/04/07
143200         PERFORM SPOIL-A-NUMERIC-FIELD                            98/04/07
143300     .                                                            98/04/07
143400     PERFORM LIST-THE-PLANTED-FIELD                               98/04/07
143500     PERFORM PLAN-THE-NEXT-BAD-SLOT                               98/04/07
143600     .                                                            98/04/07
143700                                                                  98/04/07
143800*A SEPARATE SIGN BECOMES AN ASTERISK, OR ONE DIGIT A LETTER.      98/04/07
143900 SPOIL-A-NUMERIC-FIELD.                                           98/04/07
144000     MOVE 1 TO FIRST-BYTE-NBR                                     98/04/07
144100     IF GEN-FLD-SIGNSEP (GEN-INDEX) = "Y"                         98/04/07
144200         MOVE 2 TO FIRST-BYTE-NBR                                 98/04/07
144300     .                                                            98/04/07
144400     IF GEN-FLD-SIGNSEP (GEN-INDEX) = "Y"                         98/04/07
144500        AND PLANT-PARITY = 1                                      98/04/07
144600         COMPUTE OUT-POSN = OCC-BASE-OFFSET + 1                   98/04/07
144700         MOVE "*" TO OUT-BYTE (OUT-POSN)                          98/04/07
144800         MOVE "INVALID SEPARATE SIGN" TO PLANT-REASON             98/04/07
144900     ELSE                                                         98/04/07
145000         PERFORM PICK-A-BYTE-TO-SPOIL                             98/04/07
145100         PERFORM PICK-A-RANDOM-LETTER                             98/04/07
145200         MOVE "NOT NUMERIC" TO PLANT-REASON                       98/04/07
145300     .                                                            98/04/07
145400                                                                  98/04/07
145500*THE SIGN NIBBLE OF THE LAST BYTE BECOMES B, OR THE HIGH NIBBLE   98/04/07
145600*OF THE FIRST BYTE A VALUE FROM A TO F; NEITHER CAN MAKE A        98/04/07
145700*NEWLINE OR CARRIAGE-RETURN BYTE.                                 98/04/07
145800 SPOIL-A-PACKED-FIELD.                                            98/04/07
145900     IF PLANT-PARITY = 1                                          98/04/07
146000         COMPUTE OUT-POSN = OCC-BASE-OFFSET                       98/04/07
146100             + GEN-FLD-LENGTH (GEN-INDEX)                         98/04/07
146200         MOVE OUT-BYTE (OUT-POSN) TO BYTE-VALUE-CHAR              98/04/07
146300         COMPUTE HIGH-NIBBLE = BYTE-VALUE / 16                    98/04/07
146400         COMPUTE BYTE-VALUE = (HIGH-NIBBLE * 16) + 11             98/04/07
146500         MOVE BYTE-VALUE-CHAR TO OUT-BYTE (OUT-POSN)              98/04/07
146600         MOVE "INVALID PACKED SIGN" TO PLANT-REASON               98/04/07
146700     ELSE                                                         98/04/07
146800         COMPUTE OUT-POSN = OCC-BASE-OFFSET + 1                   98/04/07
146900         MOVE OUT-BYTE (OUT-POSN) TO BYTE-VALUE-CHAR              98/04/07
147000         COMPUTE HIGH-NIBBLE = BYTE-VALUE / 16                    98/04/07
147100         COMPUTE LOW-NIBBLE = BYTE-VALUE - (HIGH-NIBBLE * 16)     98/04/07
147200         MOVE 6 TO RANDOM-LIMIT                                   98/04/07
147300         PERFORM PICK-A-RANDOM-NUMBER                             98/04/07
147400         COMPUTE BYTE-VALUE = ((RANDOM-PICK + 10) * 16)           98/04/07
147500             + LOW-NIBBLE                                         98/04/07
147600         MOVE BYTE-VALUE-CHAR TO OUT-BYTE (OUT-POSN)              98/04/07
147700         MOVE "INVALID PACKED DIGIT" TO PLANT-REASON              98/04/07
147800     .                                                            98/04/07
147900                                                                  98/04/07
148000 SPOIL-AN-ALPHABETIC-FIELD.                                       98/04/07
148100     MOVE 1 TO FIRST-BYTE-NBR                                     98/04/07
148200     PERFORM PICK-A-BYTE-TO-SPOIL                                 98/04/07
148300     PERFORM PICK-A-RANDOM-DIGIT                                  98/04/07
148400     MOVE "NOT ALPHABETIC" TO PLANT-REASON                        98/04/07
148500     .                                                            98/04/07
148600                                                                  98/04/07
148700*ANY BYTE FROM FIRST-BYTE-NBR TO THE END OF THE OCCURRENCE.       98/04/07
148800 PICK-A-BYTE-TO-SPOIL.                                            98/04/07
148900     COMPUTE RANDOM-LIMIT = GEN-FLD-LENGTH (GEN-INDEX)            98/04/07
149000         - FIRST-BYTE-NBR + 1                                     98/04/07
149100     PERFORM PICK-A-RANDOM-NUMBER                                 98/04/07
149200     COMPUTE OUT-POSN = OCC-BASE-OFFSET + FIRST-BYTE-NBR          98/04/07
149300         + RANDOM-PICK                                            98/04/07
149400     .                                                            98/04/07
149500                                                                  98/04/07
149600*THE OFFSET IS THAT OF THE OCCURRENCE, COUNTED FROM ZERO, AS      98/04/07
149700*PPICTCHK REPORTS IT.                                             98/04/07
149800 LIST-THE-PLANTED-FIELD.                                          98/04/07
149900     MOVE SPACES TO PLANTED-DETAIL-LINE                           98/04/07
150000     MOVE RECORD-NUMBER TO PDL-RECORD                             98/04/07
150100     MOVE GEN-FLD-NAME (GEN-INDEX) TO PDL-NAME                    98/04/07
150200     MOVE OCC-BASE-OFFSET TO PDL-OFFSET                           98/04/07
150300     MOVE PLANT-REASON TO PDL-REASON                              98/04/07
150400     MOVE OCC-NUMBER TO PDL-OCCURRENCE                            98/04/07
150500     MOVE PLANTED-DETAIL-LINE TO PRINT-WORK-LINE                  98/04/07
150600     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
150700     .                                                            98/04/07
150800                                                                  98/04/07
150900****************    TOTALS    ***************                     98/04/07
151000                                                                  98/04/07
151100 WRITE-THE-TOTALS.                                                98/04/07
151150     MOVE SPACES TO COLUMN-HEADING-LINE                           98/05/05
151200     MOVE SPACES TO PRINT-WORK-LINE                               98/04/07
151300     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
151400     MOVE "BAD FIELDS PER FIELD" TO PRINT-WORK-LINE               98/04/07
151500     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
151600     MOVE ZERO TO GEN-INDEX                                       98/04/07
151700     PERFORM WRITE-ONE-FIELD-TOTAL                                98/04/07
151800         UNTIL GEN-INDEX = GEN-FIELD-COUNT                        98/04/07
151900     MOVE SPACES TO PRINT-WORK-LINE                               98/04/07
152000     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
152100     MOVE "RECORDS REQUESTED" TO CDL-LABEL                        98/04/07
152200     MOVE RECORDS-WANTED TO CDL-COUNT                             98/04/07
152300     PERFORM WRITE-A-COUNT-LINE                                   98/04/07
152400     MOVE "RECORDS WRITTEN" TO CDL-LABEL                          98/04/07
152500     MOVE RECORDS-WRITTEN TO CDL-COUNT                            98/04/07
152600     PERFORM WRITE-A-COUNT-LINE                                   98/04/07
152700     MOVE "RECORD LENGTH" TO CDL-LABEL                            98/04/07
152800     MOVE GEN-RECORD-LENGTH TO CDL-COUNT                          98/04/07
152900     PERFORM WRITE-A-COUNT-LINE                                   98/04/07
153000     MOVE "STARTING SEED" TO CDL-LABEL                            98/04/07
153100     MOVE SEED-WANTED TO CDL-COUNT                                98/04/07
153200     PERFORM WRITE-A-COUNT-LINE                                   98/04/07
153300     MOVE "BAD FIELDS REQUESTED" TO CDL-LABEL                     98/04/07
153400     MOVE CARD-BAD-FIELDS TO CDL-COUNT                            98/04/07
153500     PERFORM WRITE-A-COUNT-LINE                                   98/04/07
153600     MOVE "BAD FIELDS PLANTED" TO CDL-LABEL                       98/04/07
153700     MOVE BAD-FIELDS-PLANTED TO CDL-COUNT                         98/04/07
153800     PERFORM WRITE-A-COUNT-LINE                                   98/04/07
153900     MOVE "FIELDS LEFT BLANK - NOT EDITED" TO CDL-LABEL           98/04/07
154000     MOVE FIELDS-LEFT-BLANK TO CDL-COUNT                          98/04/07
154100     PERFORM WRITE-A-COUNT-LINE                                   98/04/07
154200     IF RUN-SEVERITY = ZERO                                       98/04/07
154300        AND BAD-FIELDS-PLANTED < CARD-BAD-FIELDS                  98/04/07
154400         MOVE "*** FEWER BAD FIELDS PLANTED THAN REQUESTED ***"   98/04/07
154500             TO PRINT-WORK-LINE                                   98/04/07
154600         PERFORM WRITE-A-PRINT-LINE                               98/04/07
154700         MOVE 4 TO RUN-SEVERITY                                   98/04/07
154800     .                                                            98/04/07
154900     IF RUN-SEVERITY = ZERO                                       98/04/07
155000        AND FIELDS-LEFT-BLANK > ZERO                              98/04/07
155100         MOVE 4 TO RUN-SEVERITY                                   98/04/07
155200     .                                                            98/04/07
155300                                                                  98/04/07
155400 WRITE-ONE-FIELD-TOTAL.                                           98/04/07
155500     ADD 1 TO GEN-INDEX                                           98/04/07
155600     IF GEN-FLD-KIND (GEN-INDEX) = "9"                            98/04/07
155700     OR GEN-FLD-KIND (GEN-INDEX) = "3"                            98/04/07
155800     OR GEN-FLD-KIND (GEN-INDEX) = "A"                            98/04/07
155900         MOVE GEN-FLD-NAME    (GEN-INDEX) TO FTL-NAME             98/04/07
156000         MOVE GEN-FLD-PLANTED (GEN-INDEX) TO FTL-PLANTED          98/04/07
156100         MOVE FIELD-TOTAL-LINE TO PRINT-WORK-LINE                 98/04/07
156200         PERFORM WRITE-A-PRINT-LINE                               98/04/07
156300     .                                                            98/04/07
156400                                                                  98/04/07
156500 WRITE-A-COUNT-LINE.                                              98/04/07
156600     MOVE COUNT-DETAIL-LINE TO PRINT-WORK-LINE                    98/04/07
156700     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
156800     .                                                            98/04/07
156900                                                                  98/04/07
157000 CLOSE-THE-FILES.                                                 98/04/07
157100     MOVE "T" TO PPICT-OPERATION                                  98/04/07
157200     CALL "PPICT"                                                 98/04/07
157300     CLOSE COPY-SOURCE                                            98/04/07
157400     CLOSE TEST-CONTROL                                           98/04/07
157500     CLOSE DATA-FILE                                              98/04/07
157600     CLOSE TEST-REPORT                                            98/04/07
157700     .                                                            98/04/07
157800                                                                  98/04/07
157900****************    REPORT PAGINATION    ***************          98/04/07
158000                                                                  98/04/07
158100*EVERY LINE OF TESTRPT GOES OUT THROUGH HERE, SO THE PAGE         98/04/07
158200*BREAK AND THE REPEATED HEADINGS HAPPEN IN ONE PLACE.             98/04/07
158300 WRITE-A-PRINT-LINE.                                              98/04/07
158400     IF LINES-ON-PAGE = ZERO                                      98/04/07
158500     OR LINES-ON-PAGE NOT < PAGE-DEPTH                            98/04/07
158600         PERFORM START-A-NEW-PAGE                                 98/04/07
158700     .                                                            98/04/07
158800     MOVE PRINT-WORK-LINE TO TEST-REPORT-LINE                     98/04/07
158900     WRITE TEST-REPORT-LINE BEFORE ADVANCING 1 LINE               98/04/07
159000     ADD 1 TO LINES-ON-PAGE                                       98/04/07
159100     .                                                            98/04/07
159200                                                                  98/04/07
159300 START-A-NEW-PAGE.                                                98/04/07
159400     ADD 1 TO PAGE-NUMBER                                         98/04/07
159500     MOVE PAGE-NUMBER TO PHL-PAGE                                 98/04/07
159600     IF PAGE-NUMBER > 1                                           98/04/07
159700         MOVE SPACES TO TEST-REPORT-LINE                          98/04/07
159800         WRITE TEST-REPORT-LINE BEFORE ADVANCING PAGE             98/04/07
159900     .                                                            98/04/07
160000     MOVE PAGE-HEADING-LINE TO TEST-REPORT-LINE                   98/04/07
160100     WRITE TEST-REPORT-LINE BEFORE ADVANCING 1 LINE               98/04/07
160200     MOVE SPACES TO TEST-REPORT-LINE                              98/04/07
160300     WRITE TEST-REPORT-LINE BEFORE ADVANCING 1 LINE               98/04/07
160400     MOVE COLUMN-HEADING-LINE TO TEST-REPORT-LINE                 98/04/07
160500     WRITE TEST-REPORT-LINE BEFORE ADVANCING 1 LINE               98/04/07
160600     MOVE SPACES TO TEST-REPORT-LINE                              98/04/07
160700     WRITE TEST-REPORT-LINE BEFORE ADVANCING 1 LINE               98/04/07
160800     MOVE 4 TO LINES-ON-PAGE                                      98/04/07
160900     .                                                            98/04/07
161000                                                                  98/04/07
161100 WRITE-THE-END-OF-REPORT.                                         98/04/07
161200     MOVE SPACES TO PRINT-WORK-LINE                               98/04/07
161300     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
161400     MOVE "*** END OF REPORT ***" TO PRINT-WORK-LINE              98/04/07
161500     PERFORM WRITE-A-PRINT-LINE                                   98/04/07
161600     .                                                            98/04/07
