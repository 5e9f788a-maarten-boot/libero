000100 IDENTIFICATION DIVISION.                                         98/02/10
000200 PROGRAM-ID.    PPICTCNV.                                         98/02/10
000300                                                                  98/02/10
000400 AUTHOR.        R. TERPSTRA.                                      98/02/10
000500 DATE-WRITTEN.  98/02/10                                          98/02/10
000600                                                                  98/02/10
000700*   CONVERTS A DATA FILE FROM ONE VERSION OF ITS RECORD LAYOUT TO 98/02/10
000800*   THE NEXT.  THE OLD COPYBOOK MEMBER ON OLDCOPY AND THE NEW ONE 98/02/10
000900*   ON NEWCOPY ARE SCANNED THE SAME WAY PPICTCMP SCANS THEM, THE  98/02/10
001000*   ELEMENTARY ENTRIES OF THE TWO ARE MATCHED BY NAME, AND EVERY  98/02/10
001100*   RECORD OF OLDDATA IS WRITTEN TO NEWDATA IN THE NEW LAYOUT.    98/02/10
001200*   A FIELD WHOSE PICTURE, USAGE AND SIGN ARE UNCHANGED IS MOVED  98/02/10
001300*   BYTE FOR BYTE.  A CHANGED NUMERIC FIELD IS TAKEN TO ITS VALUE 98/02/10
001400*   - DE-EDITED THROUGH PPICT "D" WHEN IT IS DISPLAY OR EDITED,   98/02/10
001500*   UNPACKED WHEN IT IS COMP OR COMP-3 - AND PUT BACK IN ITS NEW  98/02/10
001600*   FORM, EDITED THROUGH PPICT "E" OR PACKED AGAIN.  A FIELD THAT 98/02/10
001700*   BECOMES TEXT IS MOVED LEFT-JUSTIFIED.  A FIELD THAT IS NEW IN 98/02/10
001800*   THE NEW LAYOUT IS SET TO SPACES, OR TO ZERO IN ITS OWN USAGE  98/02/10
001900*   WHEN IT IS NUMERIC; FILLER IS NEVER CARRIED ACROSS.           98/02/10
002000*   CONVRPT OPENS WITH THE FIELD MAPPING, LISTS EVERY RECORD AND  98/02/10
002100*   FIELD WHERE A VALUE WOULD NOT FIT OR WAS LOST, AND ENDS WITH  98/02/10
002200*   THE RECORDS READ AND WRITTEN, SO THE RUN CAN BE SIGNED OFF    98/02/10
002300*   AGAINST THE PPICTCMP REPORT FOR THE SAME TWO MEMBERS.  A FIELD98/02/10
002400*   DROPPED FROM THE LAYOUT, OR AN OCCURS CUT SHORT, LOSES ITS    98/02/10
002500*   VALUE IN EVERY RECORD AND IS SHOWN ONCE IN THE MAPPING.       98/02/10
002600*   A SIGNED DISPLAY FIELD CARRIES ITS SIGN AS A SEPARATE LEADING 98/02/10
002700*   CHARACTER, AS PPICTCHK EXPECTS; BINARY FIELDS ARE BIG-ENDIAN  98/02/10
002800*   TWO'S COMPLEMENT.  VALUES PASS THROUGH S9(13)V9(5), THE SAME  98/02/10
002900*   AS PPICT-EDIT-VALUE.  THE RETURN CODE IS 4 WHEN ANY EXCEPTION 98/02/10
002950*   WAS REPORTED.  AN OCCURS ON A GROUP IS NOT EXPANDED, SO EITHER98/04/21
003000*   MEMBER HOLDING ONE IS NAMED ON THE MAPPING AND THE RUN ENDS   98/04/21
003050*   WITH RETURN CODE 8 BEFORE ANY RECORD IS CONVERTED.            98/04/21
003100                                                                  98/02/10
003200 ENVIRONMENT DIVISION.                                            98/02/10
003300                                                                  98/02/10
003400 CONFIGURATION SECTION.                                           98/02/10
003500 SOURCE-COMPUTER. PORTABLE.                                       98/02/10
003600 OBJECT-COMPUTER. PORTABLE.                                       98/02/10
003700                                                                  98/02/10
003800 INPUT-OUTPUT SECTION.                                            98/02/10
003900 FILE-CONTROL.                                                    98/02/10
004000     SELECT OLD-COPY-SOURCE ASSIGN TO "OLDCOPY"                   98/02/10
004100         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/10
004200     SELECT NEW-COPY-SOURCE ASSIGN TO "NEWCOPY"                   98/02/10
004300         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/10
004400     SELECT OLD-DATA-FILE   ASSIGN TO "OLDDATA"                   98/02/10
004500         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/10
004600     SELECT NEW-DATA-FILE   ASSIGN TO "NEWDATA"                   98/02/10
004700         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/10
004800     SELECT CONVERSION-REPORT ASSIGN TO "CONVRPT"                 98/02/10
004900         ORGANIZATION IS LINE SEQUENTIAL.                         98/02/10
005000                                                                  98/02/10
005100 DATA DIVISION.                                                   98/02/10
005200                                                                  98/02/10
005300 FILE SECTION.                                                    98/02/10
005400                                                                  98/02/10
005500 FD  OLD-COPY-SOURCE                                              98/02/10
005600     RECORDING MODE IS F.                                         98/02/10
005700 01  OLD-SOURCE-RECORD           PIC X(80).                       98/02/10
005800                                                                  98/02/10
005900 FD  NEW-COPY-SOURCE                                              98/02/10
006000     RECORDING MODE IS F.                                         98/02/10
006100 01  NEW-SOURCE-RECORD           PIC X(80).                       98/02/10
006200                                                                  98/02/10
006300 FD  OLD-DATA-FILE                                                98/02/10
006400     RECORDING MODE IS V                                          98/02/10
006500     RECORD IS VARYING IN SIZE FROM 1 TO 512                      98/02/10
006600         DEPENDING ON OLD-REC-LENGTH.                             98/02/10
006700 01  OLD-DATA-RECORD.                                             98/02/10
006800     02  OLD-DATA-BYTE           PIC X      OCCURS 512 TIMES.     98/02/10
006900                                                                  98/02/10
007000 FD  NEW-DATA-FILE                                                98/02/10
007100     RECORDING MODE IS V                                          98/02/10
007200     RECORD IS VARYING IN SIZE FROM 1 TO 512                      98/02/10
007300         DEPENDING ON NEW-REC-LENGTH.                             98/02/10
007400 01  NEW-DATA-RECORD             PIC X(512).                      98/02/10
007500                                                                  98/02/10
007600 FD  CONVERSION-REPORT                                            98/02/10
007700     RECORDING MODE IS F.                                         98/02/10
007800 01  CONVERSION-REPORT-LINE      PIC X(132).                      98/02/10
007900                                                                  98/02/10
008000 WORKING-STORAGE SECTION.                                         98/02/10
008100                                                                  98/02/10
008200 01  END-OF-SOURCE-FLAG          PIC X       VALUE "N".           98/02/10
008300     88  END-OF-SOURCE               VALUE "Y".                   98/02/10
008400 01  END-OF-DATA-FLAG            PIC X       VALUE "N".           98/02/10
008500     88  END-OF-DATA                 VALUE "Y".                   98/02/10
008600 01  OLD-REC-LENGTH              PIC 9(04).                       98/02/10
008700 01  NEW-REC-LENGTH              PIC 9(04).                       98/02/10
008800                                                                  98/02/10
008900*WHICH MEMBER THE SCANNER IS READING: "O" FOR OLDCOPY, "N" FOR    98/02/10
009000*NEWCOPY, AS IN PPICTCMP.                                         98/02/10
009100 01  SCANNING-SIDE-FLAG          PIC X.                           98/02/10
009200                                                                  98/02/10
009300 01  COPY-SOURCE-RECORD.                                          98/02/10
009400     02  SRC-SEQUENCE-AREA       PIC X(06).                       98/02/10
009500     02  SRC-INDICATOR-AREA      PIC X.                           98/02/10
009600     02  SRC-TEXT-AREA.                                           98/02/10
009700         03  SRC-TEXT-CHAR       PIC X      OCCURS 65 TIMES.      98/02/10
009800     02  FILLER                  PIC X(08).                       98/02/10
009900                                                                  98/02/10
010000*A STATEMENT IS THE SOURCE TEXT OF ONE DATA ENTRY, COLUMNS 8-72   98/02/10
010100*OF AS MANY LINES AS IT TAKES UNTIL THE TERMINATING PERIOD, WITH  98/02/10
010200*PERIODS INSIDE QUOTED LITERALS AND INSIDE A PICTURE (A PERIOD    98/02/10
010300*NOT FOLLOWED BY A SPACE) LEFT ALONE.                             98/02/10
010400 01  STATEMENT-HANDLING.                                          98/02/10
010500     02  STATEMENT-TEXT.                                          98/02/10
010600         03  STMT-CHAR           PIC X      OCCURS 201 TIMES.     98/02/10
010700     02  STMT-LENGTH             PIC S9(4)  COMP.                 98/02/10
010800     02  STMT-COMPLETE-FLAG      PIC X.                           98/02/10
010900     02  STMT-OVERFLOW-FLAG      PIC X.                           98/02/10
011000     02  IN-QUOTES-FLAG          PIC X.                           98/02/10
011100     02  THE-QUOTE-CHAR          PIC X.                           98/02/10
011200     02  SRC-COL                 PIC S9(4)  COMP.                 98/02/10
011300     02  SRC-CHAR                PIC X.                           98/02/10
011400     02  SRC-NEXT-CHAR           PIC X.                           98/02/10
011500     02  LINE-EXHAUSTED-FLAG     PIC X.                           98/02/10
011600     02  GOT-A-LINE-FLAG         PIC X.                           98/02/10
011700                                                                  98/02/10
011800 01  TOKEN-HANDLING.                                              98/02/10
011900     02  SCAN-POSN               PIC S9(4)  COMP.                 98/02/10
012000     02  TOKEN-TEXT.                                              98/02/10
012100         03  TOKEN-CHAR          PIC X      OCCURS 30 TIMES.      98/02/10
012200     02  TOKEN-LENGTH            PIC S9(4)  COMP.                 98/02/10
012300     02  TOKEN-NUMBER-VALUE      PIC S9(9)  COMP.                 98/02/10
012400     02  TOKEN-IS-NUMERIC-FLAG   PIC X.                           98/02/10
012500     02  TOKEN-DIGIT-NBR         PIC S9(4)  COMP.                 98/02/10
012600     02  TOKEN-DIGIT-CHAR.                                        98/02/10
012700         03  TOKEN-DIGIT         PIC 9.                           98/02/10
012800                                                                  98/02/10
012900*ONE DATA ENTRY AS PICKED APART FROM ITS STATEMENT.               98/02/10
013000 01  ENTRY-FIELDS.                                                98/02/10
013100     02  ENTRY-LEVEL             PIC S9(4)  COMP.                 98/02/10
013200     02  ENTRY-NAME              PIC X(30).                       98/02/10
013300     02  ENTRY-PICTURE           PIC X(30).                       98/02/10
013400     02  ENTRY-OCCURS            PIC S9(4)  COMP.                 98/02/10
013500     02  ENTRY-HAS-PICTURE       PIC X.                           98/02/10
013600     02  ENTRY-USAGE             PIC X.                           98/02/10
013700     02  ENTRY-SIGN-SEPARATE     PIC X.                           98/02/10
013800     02  ENTRY-REDEFINES-FLAG    PIC X.                           98/02/10
013900     02  ENTRY-REDEF-TARGET      PIC X(30).                       98/02/10
014000     02  ENTRY-LENGTH            PIC S9(9)  COMP.                 98/02/10
014100     02  ENTRY-IS-DATA-FLAG      PIC X.                           98/02/10
014200                                                                  98/02/10
014300*THE RUNNING LAYOUT.  EVERY ENTRY'S STARTING OFFSET IS KEPT IN    98/02/10
014400*THE NAME-OFFSET TABLE SO THAT A REDEFINES CAN PUT THE OFFSET     98/02/10
014500*BACK TO WHERE ITS TARGET STARTED; WHEN THE REDEFINING GROUP      98/02/10
014600*ENDS, THE OFFSET IS RESTORED TO WHERE THE ORIGINAL DEFINITION    98/02/10
014700*LEFT IT.                                                         98/02/10
014800 01  LAYOUT-HANDLING.                                             98/02/10
014900     02  RECORD-OFFSET           PIC S9(9)  COMP.                 98/02/10
015000     02  RECORD-SEEN-FLAG        PIC X      VALUE "N".            98/02/10
015100     02  REDEF-ACTIVE-FLAG       PIC X      VALUE "N".            98/02/10
015200     02  REDEF-LEVEL             PIC S9(4)  COMP.                 98/02/10
015300     02  REDEF-SAVED-OFFSET      PIC S9(9)  COMP.                 98/02/10
015400     02  NAME-OFFSET-COUNT       PIC S9(4)  COMP VALUE ZERO.      98/02/10
015500     02  NAME-OFFSET-TABLE.                                       98/02/10
015600         03  NAME-OFFSET-ENTRY  OCCURS 100 TIMES.                 98/02/10
015700             04  SAVED-NAME      PIC X(30).                       98/02/10
015800             04  SAVED-OFFSET    PIC S9(9)  COMP.                 98/02/10
015900     02  LOOKUP-INDEX            PIC S9(4)  COMP.                 98/02/10
016000     02  LOOKUP-FOUND-FLAG       PIC X.                           98/02/10
016100                                                                  98/02/10
016200*WHAT PPICT'S PARSE SAYS ABOUT ONE ELEMENTARY ENTRY BESIDE ITS    98/02/10
016300*LENGTH.  THE CLASS IS "N" FOR AN ITEM THAT HOLDS A NUMERIC       98/02/10
016400*VALUE - PLAIN, EDITED, COMP OR COMP-3 - AND "T" FOR TEXT.        98/02/10
016500 01  CAPTURE-WORK-FIELDS.                                         98/02/10
016600     02  CAP-CLASS               PIC X.                           98/02/10
016700     02  CAP-SIGNED              PIC X.                           98/02/10
016800                                                                  98/02/10
016900*ONE TABLE PER SIDE OF THE ELEMENTARY ENTRIES, IN MEMBER ORDER,   98/02/10
017000*THE LENGTH BEING THAT OF ONE OCCURRENCE AS IN PPICTCHK.  AN OLD  98/02/10
017100*ENTRY THAT FINDS ITS NAME IN THE NEW TABLE REMEMBERS WHICH NEW   98/02/10
017200*ENTRY IT MATCHED AND HOW ITS VALUE GOES ACROSS: "M" MOVED AS IT  98/02/10
017300*STANDS, "V" CONVERTED BY VALUE, "T" MOVED AS TEXT.               98/02/10
017400 01  OLD-FIELD-HANDLING.                                          98/02/10
017500     02  OLD-FIELD-COUNT         PIC S9(4)  COMP VALUE ZERO.      98/02/10
017600     02  OLD-OVERFLOW-FLAG       PIC X      VALUE "N".            98/02/10
017700     02  OLD-RECORD-LENGTH       PIC S9(9)  COMP VALUE ZERO.      98/02/10
017750     02  OLD-GROUP-OCCURS-NAME   PIC X(30)  VALUE SPACES.         98/04/21
017800     02  OLD-FIELD-TABLE.                                         98/02/10
017900         03  OLD-FIELD-ENTRY    OCCURS 100 TIMES.                 98/02/10
018000             04  OLD-FLD-NAME    PIC X(30).                       98/02/10
018100             04  OLD-FLD-PICTURE PIC X(30).                       98/02/10
018200             04  OLD-FLD-TYPE    PIC X.                           98/02/10
018300             04  OLD-FLD-CLASS   PIC X.                           98/02/10
018400             04  OLD-FLD-USAGE   PIC X.                           98/02/10
018500             04  OLD-FLD-SIGNSEP PIC X.                           98/02/10
018600             04  OLD-FLD-SIGNED  PIC X.                           98/02/10
018700             04  OLD-FLD-DIGITS  PIC S9(4)  COMP.                 98/02/10
018800             04  OLD-FLD-DECIMALS PIC S9(4) COMP.                 98/02/10
018900             04  OLD-FLD-OFFSET  PIC S9(9)  COMP.                 98/02/10
019000             04  OLD-FLD-LENGTH  PIC S9(9)  COMP.                 98/02/10
019100             04  OLD-FLD-OCCURS  PIC S9(4)  COMP.                 98/02/10
019200             04  OLD-FLD-NEW-IX  PIC S9(4)  COMP.                 98/02/10
019300             04  OLD-FLD-METHOD  PIC X.                           98/02/10
019400             04  OLD-FLD-EXCEPTIONS PIC S9(9) COMP.               98/02/10
019500                                                                  98/02/10
019600 01  NEW-FIELD-HANDLING.                                          98/02/10
019700     02  NEW-FIELD-COUNT         PIC S9(4)  COMP VALUE ZERO.      98/02/10
019800     02  NEW-OVERFLOW-FLAG       PIC X      VALUE "N".            98/02/10
019900     02  NEW-RECORD-LENGTH       PIC S9(9)  COMP VALUE ZERO.      98/02/10
019950     02  NEW-GROUP-OCCURS-NAME   PIC X(30)  VALUE SPACES.         98/04/21
020000     02  NEW-FIELD-TABLE.                                         98/02/10
020100         03  NEW-FIELD-ENTRY    OCCURS 100 TIMES.                 98/02/10
020200             04  NEW-FLD-NAME    PIC X(30).                       98/02/10
020300             04  NEW-FLD-PICTURE PIC X(30).                       98/02/10
020400             04  NEW-FLD-TYPE    PIC X.                           98/02/10
020500             04  NEW-FLD-CLASS   PIC X.                           98/02/10
020600             04  NEW-FLD-USAGE   PIC X.                           98/02/10
020700             04  NEW-FLD-SIGNSEP PIC X.                           98/02/10
020800             04  NEW-FLD-SIGNED  PIC X.                           98/02/10
020900             04  NEW-FLD-DIGITS  PIC S9(4)  COMP.                 98/02/10
021000             04  NEW-FLD-DECIMALS PIC S9(4) COMP.                 98/02/10
021100             04  NEW-FLD-OFFSET  PIC S9(9)  COMP.                 98/02/10
021200             04  NEW-FLD-LENGTH  PIC S9(9)  COMP.                 98/02/10
021300             04  NEW-FLD-OCCURS  PIC S9(4)  COMP.                 98/02/10
021400             04  NEW-FLD-MATCHED PIC X.                           98/02/10
021500                                                                  98/02/10
021600*THE NEW RECORD WITH EVERY FIELD AT ITS EMPTY VALUE IS BUILT      98/02/10
021700*ONCE; EACH OUTPUT RECORD STARTS AS A COPY OF IT.                 98/02/10
021800 01  NEW-RECORD-TEMPLATE         PIC X(512).                      98/02/10
021900 01  NEW-RECORD-AREA.                                             98/02/10
022000     02  OUT-BYTE                PIC X      OCCURS 512 TIMES.     98/02/10
022100                                                                  98/02/10
022200*THE PACKED AND BINARY CONVERSIONS READ AND WRITE A BYTE THROUGH  98/02/10
022300*A TWO-BYTE BINARY FIELD WHOSE HIGH BYTE IS HELD AT LOW-VALUE;    98/02/10
022400*OUR BINARY FIELDS ARE BIG-ENDIAN, SO THE BYTE IS THE LOW-ORDER   98/02/10
022500*HALF OF THE VALUE.                                               98/02/10
022600 01  BYTE-VALUE-HANDLING.                                         98/02/10
022700     02  BYTE-VALUE-PAIR.                                         98/02/10
022800         03  BYTE-VALUE-HIGH-PAD PIC X.                           98/02/10
022900         03  BYTE-VALUE-CHAR     PIC X.                           98/02/10
023000     02  BYTE-VALUE  REDEFINES BYTE-VALUE-PAIR PIC 9(4) COMP.     98/02/10
023100     02  HIGH-NIBBLE             PIC S9(4)  COMP.                 98/02/10
023200     02  LOW-NIBBLE              PIC S9(4)  COMP.                 98/02/10
023300                                                                  98/02/10
023400*ONE OCCURRENCE OF ONE FIELD ON ITS WAY ACROSS.  RAW-NUMBER IS    98/02/10
023500*THE VALUE AS AN INTEGER OF AS MANY DIGITS AS THE PICTURE HAS,    98/02/10
023600*THE WAY PACKED AND BINARY FIELDS HOLD IT.                        98/02/10
023700 01  CONVERT-WORK-FIELDS.                                         98/02/10
023800     02  CNV-OLD-INDEX           PIC S9(4)  COMP.                 98/02/10
023900     02  CNV-NEW-INDEX           PIC S9(4)  COMP.                 98/02/10
024000     02  CNV-SEARCH-INDEX        PIC S9(4)  COMP.                 98/02/10
024100     02  CNV-FOUND-FLAG          PIC X.                           98/02/10
024200     02  OCC-NUMBER              PIC S9(4)  COMP.                 98/02/10
024300     02  OCC-LIMIT               PIC S9(4)  COMP.                 98/02/10
024400     02  OLD-BASE-OFFSET         PIC S9(9)  COMP.                 98/02/10
024500     02  OLD-END-OFFSET          PIC S9(9)  COMP.                 98/02/10
024600     02  NEW-BASE-OFFSET         PIC S9(9)  COMP.                 98/02/10
024700     02  NEW-END-OFFSET          PIC S9(9)  COMP.                 98/02/10
024800     02  BYTE-NBR                PIC S9(9)  COMP.                 98/02/10
024900     02  BYTE-POSN               PIC S9(9)  COMP.                 98/02/10
025000     02  OUT-POSN                PIC S9(9)  COMP.                 98/02/10
025100     02  FIELD-VALUE             PIC S9(13)V9(5).                 98/02/10
025200     02  ABS-VALUE               PIC S9(13)V9(5).                 98/02/10
025300     02  CHECK-VALUE             PIC S9(13)V9(5).                 98/02/10
025400     02  RAW-NUMBER              PIC S9(18) COMP.                 98/02/10
025500     02  INTEGER-PART            PIC S9(18) COMP.                 98/02/10
025600     02  PACK-QUOTIENT           PIC S9(18) COMP.                 98/02/10
025700     02  PACK-DIGIT              PIC S9(4)  COMP.                 98/02/10
025800     02  INTEGER-DIGITS          PIC S9(4)  COMP.                 98/02/10
025900     02  POWER-WANTED            PIC S9(4)  COMP.                 98/02/10
026000     02  POWER-COUNT             PIC S9(4)  COMP.                 98/02/10
026100     02  POWER-OF-TEN            PIC S9(18) COMP.                 98/02/10
026200     02  POWER-EXTRA             PIC S9(4)  COMP.                 98/02/10
026300     02  SIGN-CHAR               PIC X.                           98/02/10
026400     02  COMPLEMENT-FLAG         PIC X.                           98/02/10
026500     02  VALUE-OK-FLAG           PIC X.                           98/02/10
026600     02  OLD-VALUE-KNOWN-FLAG    PIC X.                           98/02/10
026700     02  FIELD-EXCEPTION-FLAG    PIC X.                           98/02/10
026800     02  RECORD-EXCEPTION-FLAG   PIC X.                           98/02/10
026900     02  TEXT-CUT-FLAG           PIC X.                           98/02/10
027000     02  EXCEPTION-REASON        PIC X(30).                       98/02/10
027100     02  TEXT-LENGTH             PIC S9(4)  COMP.                 98/02/10
027200     02  TEXT-NBR                PIC S9(4)  COMP.                 98/02/10
027300                                                                  98/02/10
027400*TEXT ON ITS WAY ACROSS, AND PPICT'S EDITED RESULT TAKEN APART.   98/02/10
027500 01  TEXT-WORK-AREA.                                              98/02/10
027600     02  TEXT-CHAR               PIC X      OCCURS 80 TIMES.      98/02/10
027700                                                                  98/02/10
027800 01  CONVERSION-COUNTS.                                           98/02/10
027900     02  RECORDS-READ            PIC S9(9)  COMP VALUE ZERO.      98/02/10
028000     02  RECORDS-WRITTEN         PIC S9(9)  COMP VALUE ZERO.      98/02/10
028100     02  RECORDS-WITH-EXCEPTIONS PIC S9(9)  COMP VALUE ZERO.      98/02/10
028200     02  FIELD-EXCEPTION-COUNT   PIC S9(9)  COMP VALUE ZERO.      98/02/10
028300     02  LENGTH-ERROR-COUNT      PIC S9(9)  COMP VALUE ZERO.      98/02/10
028400     02  RUN-SEVERITY            PIC S9(4)  COMP VALUE ZERO.      98/02/10
028500                                                                  98/02/10
028600 01  MAPPING-DETAIL-LINE.                                         98/02/10
028700     02  MDL-NAME                PIC X(30).                       98/02/10
028800     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
028900     02  MDL-OLD-PICTURE         PIC X(30).                       98/02/10
029000     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
029100     02  MDL-OLD-USAGE           PIC X.                           98/02/10
029200     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
029300     02  MDL-NEW-PICTURE         PIC X(30).                       98/02/10
029400     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
029500     02  MDL-NEW-USAGE           PIC X.                           98/02/10
029600     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
029700     02  MDL-ACTION              PIC X(30).                       98/02/10
029800                                                                  98/02/10
029900 01  MAPPING-HEADING-LINE.                                        98/02/10
030000     02  FILLER                  PIC X(31)   VALUE "NAME".        98/02/10
030100     02  FILLER                  PIC X(31)   VALUE "OLD PICTURE". 98/02/10
030200     02  FILLER                  PIC X(02)   VALUE "U".           98/02/10
030300     02  FILLER                  PIC X(31)   VALUE "NEW PICTURE". 98/02/10
030400     02  FILLER                  PIC X(02)   VALUE "U".           98/02/10
030500     02  FILLER                  PIC X(06)   VALUE "ACTION".      98/02/10
030600                                                                  98/02/10
030700 01  EXCEPTION-DETAIL-LINE.                                       98/02/10
030800     02  XDL-RECORD              PIC ZZZZZZZZ9.                   98/02/10
030900     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
031000     02  XDL-NAME                PIC X(30).                       98/02/10
031100     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
031200     02  XDL-OCCURRENCE          PIC ZZZ9.                        98/02/10
031300     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
031400     02  XDL-OFFSET              PIC ZZZZZ9.                      98/02/10
031500     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
031600     02  XDL-REASON              PIC X(30).                       98/02/10
031700     02  FILLER                  PIC X       VALUE SPACE.         98/02/10
031800     02  XDL-OLD-CONTENT         PIC X(30).                       98/02/10
031900     02  XDL-OLD-VALUE  REDEFINES XDL-OLD-CONTENT.                98/02/10
032000         03  XDL-OLD-NUMBER      PIC -(13)9.9(5).                 98/02/10
032100         03  FILLER              PIC X(10).                       98/02/10
032200                                                                  98/02/10
032300 01  EXCEPTION-HEADING-LINE.                                      98/02/10
032400     02  FILLER                  PIC X(10)   VALUE "   RECORD".   98/02/10
032500     02  FILLER                  PIC X(31)   VALUE "NAME".        98/02/10
032600     02  FILLER                  PIC X(05)   VALUE " OCC".        98/02/10
032700     02  FILLER                  PIC X(07)   VALUE "OFFSET".      98/02/10
032800     02  FILLER                  PIC X(31)   VALUE "REASON".      98/02/10
032900     02  FILLER                  PIC X(09)   VALUE "OLD VALUE".   98/02/10
033000                                                                  98/02/10
033100 01  FIELD-TOTAL-LINE.                                            98/02/10
033200     02  FTL-NAME                PIC X(30).                       98/02/10
033300     02  FILLER                  PIC X(02)   VALUE SPACES.        98/02/10
033400     02  FTL-EXCEPTIONS          PIC ZZZZZZZZ9.                   98/02/10
033500                                                                  98/02/10
033600 01  COUNT-DETAIL-LINE.                                           98/02/10
033700     02  CDL-LABEL               PIC X(34).                       98/02/10
033800     02  CDL-COUNT               PIC ZZZZZZZZ9.                   98/02/10
033900                                                                  98/02/10
033908 01  GROUP-OCCURS-LINE.                                           98/04/21
033916     02  GOL-SIDE                PIC X(04).                       98/04/21
033924     02  FILLER                  PIC X(27)   VALUE                98/04/21
033932         "GROUP OCCURS NOT EXPANDED: ".                           98/04/21
033940     02  GOL-NAME                PIC X(30).                       98/04/21
033948                                                                  98/04/21
033956 01  RUN-ERROR-LINE.                                              98/04/21
033964     02  FILLER                  PIC X(25)   VALUE                98/04/21
033972         "*** NO RECORDS WRITTEN - ".                             98/04/21
033980     02  REL-TEXT                PIC X(40).                       98/04/21
033988                                                                  98/04/21
034000*STANDARD PAGE HANDLING: A HEADING WITH PROGRAM NAME, RUN         98/02/10
034100*DATE AND TIME AND PAGE NUMBER, THE COLUMN HEADINGS OF THE        98/02/10
034200*SECTION BEING PRINTED REPEATED AFTER EVERY BREAK, A FIXED DEPTH  98/02/10
034300*OF 60 LINES, AND A FINAL END-OF-REPORT LINE.                     98/02/10
034400 01  PAGE-HANDLING.                                               98/02/10
034500     02  PAGE-NUMBER             PIC S9(4)  COMP VALUE ZERO.      98/02/10
034600     02  LINES-ON-PAGE           PIC S9(4)  COMP VALUE ZERO.      98/02/10
034700     02  PAGE-DEPTH              PIC S9(4)  COMP VALUE 60.        98/02/10
034800                                                                  98/02/10
034900 01  PAGE-HEADING-LINE.                                           98/02/10
035000     02  FILLER                  PIC X(10)  VALUE "PPICTCNV".     98/02/10
035100     02  FILLER                  PIC X(04)  VALUE "RUN ".         98/02/10
035200     02  PHL-DATE                PIC 9(06).                       98/02/10
035300     02  FILLER                  PIC X(02)  VALUE SPACES.         98/02/10
035400     02  PHL-TIME                PIC 9(08).                       98/02/10
035500     02  FILLER                  PIC X(07)  VALUE "  PAGE ".      98/02/10
035600     02  PHL-PAGE                PIC ZZZ9.                        98/02/10
035700                                                                  98/02/10
035800 01  TITLE-LINE                  PIC X(50).                       98/02/10
035900 01  COLUMN-HEADING-LINE         PIC X(132).                      98/02/10
036000 01  PRINT-WORK-LINE             PIC X(132).                      98/02/10
036100                                                                  98/02/10
036200*   PPICT-CONTROL, THE INTERFACE PPICT ITSELF SHARES WITH ANY     98/02/10
036300*   CALLER; NOT DECLARED AGAIN HERE, JUST PULLED IN.              98/02/10
036400 COPY PPICTI.                                                     98/02/10
036500                                                                  98/02/10
036600 PROCEDURE DIVISION.                                              98/02/10
036700                                                                  98/02/10
036800****************    MAINLINE    ***************                   98/02/10
036900                                                                  98/02/10
037000 PPICTCNV-MAINLINE.                                               98/02/10
037100     PERFORM OPEN-THE-FILES                                       98/02/10
037200     MOVE "O" TO SCANNING-SIDE-FLAG                               98/02/10
037300     PERFORM SCAN-ONE-SIDE                                        98/02/10
037400     MOVE "N" TO SCANNING-SIDE-FLAG                               98/02/10
037500     PERFORM SCAN-ONE-SIDE                                        98/02/10
037600     PERFORM MATCH-THE-LAYOUTS                                    98/02/10
037700     PERFORM BUILD-THE-RECORD-TEMPLATE                            98/02/10
037800     PERFORM WRITE-THE-FIELD-MAPPING                              98/02/10
037850     PERFORM CHECK-THE-RUN                                        98/04/21
037900     PERFORM START-THE-EXCEPTIONS                                 98/02/10
038000     PERFORM START-THE-CONVERSION                                 98/04/21
038100     PERFORM CONVERT-ONE-RECORD                                   98/02/10
038200         UNTIL END-OF-DATA                                        98/02/10
038300     PERFORM WRITE-THE-TOTALS                                     98/02/10
038400     PERFORM WRITE-THE-END-OF-REPORT                              98/02/10
038500     PERFORM CLOSE-THE-FILES                                      98/02/10
038600     MOVE RUN-SEVERITY TO RETURN-CODE                             98/02/10
038700     STOP RUN                                                     98/02/10
038800     .                                                            98/02/10
038900                                                                  98/02/10
039000 OPEN-THE-FILES.                                                  98/02/10
039100     OPEN INPUT  OLD-COPY-SOURCE                                  98/02/10
039200     OPEN INPUT  NEW-COPY-SOURCE                                  98/02/10
039300     OPEN INPUT  OLD-DATA-FILE                                    98/02/10
039400     OPEN OUTPUT NEW-DATA-FILE                                    98/02/10
039500     OPEN OUTPUT CONVERSION-REPORT                                98/02/10
039600     MOVE SPACE TO PPICT-CURRENCY-SYMBOL                          98/02/10
039700     MOVE SPACE TO PPICT-DECIMAL-POINT                            98/02/10
039800     MOVE ZERO  TO PPICT-SOURCE-LENGTH                            98/02/10
039900     MOVE LOW-VALUE TO BYTE-VALUE-HIGH-PAD                        98/02/10
040000     ACCEPT PHL-DATE FROM DATE                                    98/02/10
040100     ACCEPT PHL-TIME FROM TIME                                    98/02/10
040200     .                                                            98/02/10
040300                                                                  98/02/10
040400****************    ONE SIDE OF THE CONVERSION    *************** 98/02/10
040500                                                                  98/02/10
040600 SCAN-ONE-SIDE.                                                   98/02/10
040700     MOVE "N"  TO END-OF-SOURCE-FLAG                              98/02/10
040800     MOVE "N"  TO RECORD-SEEN-FLAG                                98/02/10
040900     MOVE "N"  TO REDEF-ACTIVE-FLAG                               98/02/10
041000     MOVE ZERO TO RECORD-OFFSET                                   98/02/10
041100     MOVE ZERO TO NAME-OFFSET-COUNT                               98/02/10
041200     PERFORM START-A-FRESH-LINE                                   98/02/10
041300     PERFORM COLLECT-A-STATEMENT                                  98/02/10
041400     PERFORM PROCESS-A-STATEMENT                                  98/02/10
041500         UNTIL END-OF-SOURCE                                      98/02/10
041600     PERFORM FINISH-THE-LAYOUT                                    98/02/10
041700     .                                                            98/02/10
041800                                                                  98/02/10
041900****************    STATEMENT COLLECTION    ***************       98/02/10
042000                                                                  98/02/10
042100 START-A-FRESH-LINE.                                              98/02/10
042200     MOVE "Y" TO LINE-EXHAUSTED-FLAG                              98/02/10
042300     MOVE 65  TO SRC-COL                                          98/02/10
042400     .                                                            98/02/10
042500                                                                  98/02/10
042600 COLLECT-A-STATEMENT.                                             98/02/10
042700     MOVE ZERO  TO STMT-LENGTH                                    98/02/10
042800     MOVE "N"   TO STMT-COMPLETE-FLAG                             98/02/10
042900                   STMT-OVERFLOW-FLAG                             98/02/10
043000                   IN-QUOTES-FLAG                                 98/02/10
043100     MOVE SPACES TO STATEMENT-TEXT                                98/02/10
043200     PERFORM COLLECT-ONE-CHAR                                     98/02/10
043300         UNTIL STMT-COMPLETE-FLAG = "Y"                           98/02/10
043400            OR END-OF-SOURCE                                      98/02/10
043500     .                                                            98/02/10
043600                                                                  98/02/10
043700 COLLECT-ONE-CHAR.                                                98/02/10
043800     PERFORM GET-NEXT-SOURCE-CHAR                                 98/02/10
043900     IF END-OF-SOURCE                                             98/02/10
044000         NEXT SENTENCE                                            98/02/10
044100     ELSE                                                         98/02/10
044200         PERFORM APPEND-SOURCE-CHAR                               98/02/10
044300         PERFORM NOTE-QUOTE-STATE                                 98/02/10
044400         IF SRC-CHAR = "."                                        98/02/10
044500            AND IN-QUOTES-FLAG = "N"                              98/02/10
044600            AND SRC-NEXT-CHAR = SPACE                             98/02/10
044700             MOVE "Y" TO STMT-COMPLETE-FLAG                       98/02/10
044800     .                                                            98/02/10
044900                                                                  98/02/10
045000 GET-NEXT-SOURCE-CHAR.                                            98/02/10
045100     IF LINE-EXHAUSTED-FLAG = "Y"                                 98/02/10
045200         PERFORM READ-A-SOURCE-LINE                               98/02/10
045300     .                                                            98/02/10
045400     IF END-OF-SOURCE                                             98/02/10
045500         MOVE SPACE TO SRC-CHAR                                   98/02/10
045600     ELSE                                                         98/02/10
045700         ADD 1 TO SRC-COL                                         98/02/10
045800         MOVE SRC-TEXT-CHAR (SRC-COL) TO SRC-CHAR                 98/02/10
045900         IF SRC-COL < 65                                          98/02/10
046000             MOVE SRC-TEXT-CHAR (SRC-COL + 1) TO SRC-NEXT-CHAR    98/02/10
046100         ELSE                                                     98/02/10
046200             MOVE SPACE TO SRC-NEXT-CHAR                          98/02/10
046300             MOVE "Y"   TO LINE-EXHAUSTED-FLAG                    98/02/10
046400     .                                                            98/02/10
046500                                                                  98/02/10
046600*COMMENT AND BLANK LINES ARE PASSED OVER; A QUOTED LITERAL DOES   98/02/10
046700*NOT RUN ON ACROSS A LINE BOUNDARY IN ANY COPYBOOK OF OURS, SO    98/02/10
046800*EACH FRESH LINE STARTS OUTSIDE QUOTES.                           98/02/10
046900 READ-A-SOURCE-LINE.                                              98/02/10
047000     MOVE "N" TO GOT-A-LINE-FLAG                                  98/02/10
047100     PERFORM READ-ONE-SOURCE-LINE                                 98/02/10
047200         UNTIL GOT-A-LINE-FLAG = "Y"                              98/02/10
047300            OR END-OF-SOURCE                                      98/02/10
047400     .                                                            98/02/10
047500                                                                  98/02/10
047600 READ-ONE-SOURCE-LINE.                                            98/02/10
047700     IF SCANNING-SIDE-FLAG = "O"                                  98/02/10
047800         PERFORM READ-OLD-SOURCE-LINE                             98/02/10
047900     ELSE                                                         98/02/10
048000         PERFORM READ-NEW-SOURCE-LINE                             98/02/10
048100     .                                                            98/02/10
048200     IF END-OF-SOURCE                                             98/02/10
048300         NEXT SENTENCE                                            98/02/10
048400     ELSE                                                         98/02/10
048500     IF SRC-INDICATOR-AREA = "*"                                  98/02/10
048600     OR SRC-INDICATOR-AREA = "/"                                  98/02/10
048700     OR SRC-TEXT-AREA = SPACES                                    98/02/10
048800         NEXT SENTENCE                                            98/02/10
048900     ELSE                                                         98/02/10
049000         MOVE ZERO TO SRC-COL                                     98/02/10
049100         MOVE "N"  TO LINE-EXHAUSTED-FLAG                         98/02/10
049200         MOVE "N"  TO IN-QUOTES-FLAG                              98/02/10
049300         MOVE "Y"  TO GOT-A-LINE-FLAG                             98/02/10
049400     .                                                            98/02/10
049500                                                                  98/02/10
049600 READ-OLD-SOURCE-LINE.                                            98/02/10
049700     READ OLD-COPY-SOURCE                                         98/02/10
049800         AT END                                                   98/02/10
049900             MOVE "Y" TO END-OF-SOURCE-FLAG                       98/02/10
050000         NOT AT END                                               98/02/10
050100             MOVE OLD-SOURCE-RECORD TO COPY-SOURCE-RECORD         98/02/10
050200     .                                                            98/02/10
050300                                                                  98/02/10
050400 READ-NEW-SOURCE-LINE.                                            98/02/10
050500     READ NEW-COPY-SOURCE                                         98/02/10
050600         AT END                                                   98/02/10
050700             MOVE "Y" TO END-OF-SOURCE-FLAG                       98/02/10
050800         NOT AT END                                               98/02/10
050900             MOVE NEW-SOURCE-RECORD TO COPY-SOURCE-RECORD         98/02/10
051000     .                                                            98/02/10
051100                                                                  98/02/10
051200 APPEND-SOURCE-CHAR.                                              98/02/10
051300     IF STMT-LENGTH < 200                                         98/02/10
051400         ADD 1 TO STMT-LENGTH                                     98/02/10
051500         MOVE SRC-CHAR TO STMT-CHAR (STMT-LENGTH)                 98/02/10
051600     ELSE                                                         98/02/10
051700         MOVE "Y" TO STMT-OVERFLOW-FLAG                           98/02/10
051800     .                                                            98/02/10
051900                                                                  98/02/10
052000 NOTE-QUOTE-STATE.                                                98/02/10
052100     IF IN-QUOTES-FLAG = "Y"                                      98/02/10
052200         IF SRC-CHAR = THE-QUOTE-CHAR                             98/02/10
052300             MOVE "N" TO IN-QUOTES-FLAG                           98/02/10
052400         ELSE                                                     98/02/10
052500             NEXT SENTENCE                                        98/02/10
052600     ELSE                                                         98/02/10
052700     IF SRC-CHAR = QUOTE OR SRC-CHAR = "'"                        98/02/10
052800         MOVE SRC-CHAR TO THE-QUOTE-CHAR                          98/02/10
052900         MOVE "Y" TO IN-QUOTES-FLAG                               98/02/10
053000     .                                                            98/02/10
053100                                                                  98/02/10
053200****************    STATEMENT PROCESSING    ***************       98/02/10
053300                                                                  98/02/10
053400 PROCESS-A-STATEMENT.                                             98/02/10
053500     PERFORM PICK-APART-THE-STATEMENT                             98/02/10
053600     IF ENTRY-IS-DATA-FLAG = "Y"                                  98/02/10
053700         PERFORM LAYOUT-ONE-DATA-ENTRY                            98/02/10
053800     .                                                            98/02/10
053900     PERFORM COLLECT-A-STATEMENT                                  98/02/10
054000     .                                                            98/02/10
054100                                                                  98/02/10
054200 PICK-APART-THE-STATEMENT.                                        98/02/10
054300     MOVE ZERO   TO SCAN-POSN                                     98/02/10
054400     MOVE "N"    TO ENTRY-IS-DATA-FLAG                            98/02/10
054500                    ENTRY-HAS-PICTURE                             98/02/10
054600                    ENTRY-REDEFINES-FLAG                          98/02/10
054700     MOVE 1      TO ENTRY-OCCURS                                  98/02/10
054800     MOVE SPACE  TO ENTRY-USAGE                                   98/02/10
054900                    ENTRY-SIGN-SEPARATE                           98/02/10
055000     MOVE SPACES TO ENTRY-NAME                                    98/02/10
055100                    ENTRY-PICTURE                                 98/02/10
055200                    ENTRY-REDEF-TARGET                            98/02/10
055300     PERFORM GET-A-TOKEN                                          98/02/10
055400     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/02/10
055500     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/02/10
055600        AND TOKEN-LENGTH < 3                                      98/02/10
055700        AND TOKEN-NUMBER-VALUE > ZERO                             98/02/10
055800        AND TOKEN-NUMBER-VALUE < 50                               98/02/10
055900         MOVE TOKEN-NUMBER-VALUE TO ENTRY-LEVEL                   98/02/10
056000         MOVE "Y" TO ENTRY-IS-DATA-FLAG                           98/02/10
056100         PERFORM GET-THE-ENTRY-NAME                               98/02/10
056200         PERFORM GET-ONE-CLAUSE                                   98/02/10
056300             UNTIL TOKEN-LENGTH = ZERO                            98/02/10
056400     .                                                            98/02/10
056500                                                                  98/02/10
056600 GET-THE-ENTRY-NAME.                                              98/02/10
056700     PERFORM GET-A-TOKEN                                          98/02/10
056800     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/02/10
056900         MOVE "FILLER" TO ENTRY-NAME                              98/02/10
057000         PERFORM GET-THE-PICTURE                                  98/02/10
057100     ELSE                                                         98/02/10
057200         MOVE TOKEN-TEXT TO ENTRY-NAME                            98/02/10
057300         PERFORM GET-A-TOKEN                                      98/02/10
057400     .                                                            98/02/10
057500                                                                  98/02/10
057600 GET-ONE-CLAUSE.                                                  98/02/10
057700     IF TOKEN-TEXT = "PIC" OR TOKEN-TEXT = "PICTURE"              98/02/10
057800         PERFORM GET-THE-PICTURE                                  98/02/10
057900     ELSE                                                         98/02/10
058000     IF TOKEN-TEXT = "OCCURS"                                     98/02/10
058100         PERFORM GET-THE-OCCURS-COUNT                             98/02/10
058200     ELSE                                                         98/02/10
058300     IF TOKEN-TEXT = "REDEFINES"                                  98/02/10
058400         PERFORM GET-THE-REDEF-TARGET                             98/02/10
058500     ELSE                                                         98/02/10
058600     IF TOKEN-TEXT = "COMP" OR TOKEN-TEXT = "COMP-4"              98/02/10
058700     OR TOKEN-TEXT = "BINARY"                                     98/02/10
058800     OR TOKEN-TEXT = "COMPUTATIONAL"                              98/02/10
058900     OR TOKEN-TEXT = "COMPUTATIONAL-4"                            98/02/10
059000         MOVE "C" TO ENTRY-USAGE                                  98/02/10
059100         PERFORM GET-A-TOKEN                                      98/02/10
059200     ELSE                                                         98/02/10
059300     IF TOKEN-TEXT = "COMP-3"                                     98/02/10
059400     OR TOKEN-TEXT = "COMPUTATIONAL-3"                            98/02/10
059500     OR TOKEN-TEXT = "PACKED-DECIMAL"                             98/02/10
059600         MOVE "3" TO ENTRY-USAGE                                  98/02/10
059700         PERFORM GET-A-TOKEN                                      98/02/10
059800     ELSE                                                         98/02/10
059900     IF TOKEN-TEXT = "SEPARATE"                                   98/02/10
060000         MOVE "Y" TO ENTRY-SIGN-SEPARATE                          98/02/10
060100         PERFORM GET-A-TOKEN                                      98/02/10
060200     ELSE                                                         98/02/10
060300         PERFORM GET-A-TOKEN                                      98/02/10
060400     .                                                            98/02/10
060500                                                                  98/02/10
060600 GET-THE-PICTURE.                                                 98/02/10
060700     PERFORM GET-A-TOKEN                                          98/02/10
060800     IF TOKEN-TEXT = "IS"                                         98/02/10
060900         PERFORM GET-A-TOKEN                                      98/02/10
061000     .                                                            98/02/10
061100     IF TOKEN-LENGTH > ZERO                                       98/02/10
061200         MOVE TOKEN-TEXT TO ENTRY-PICTURE                         98/02/10
061300         MOVE "Y" TO ENTRY-HAS-PICTURE                            98/02/10
061400         PERFORM GET-A-TOKEN                                      98/02/10
061500     .                                                            98/02/10
061600                                                                  98/02/10
061700 GET-THE-OCCURS-COUNT.                                            98/02/10
061800     PERFORM GET-A-TOKEN                                          98/02/10
061900     PERFORM CONVERT-TOKEN-TO-NUMBER                              98/02/10
062000     IF TOKEN-IS-NUMERIC-FLAG = "Y"                               98/02/10
062100         MOVE TOKEN-NUMBER-VALUE TO ENTRY-OCCURS                  98/02/10
062200         PERFORM GET-A-TOKEN                                      98/02/10
062300     .                                                            98/02/10
062400                                                                  98/02/10
062500 GET-THE-REDEF-TARGET.                                            98/02/10
062600     PERFORM GET-A-TOKEN                                          98/02/10
062700     MOVE TOKEN-TEXT TO ENTRY-REDEF-TARGET                        98/02/10
062800     MOVE "Y" TO ENTRY-REDEFINES-FLAG                             98/02/10
062900     PERFORM GET-A-TOKEN                                          98/02/10
063000     .                                                            98/02/10
063100                                                                  98/02/10
063200****************    STATEMENT TOKENIZER    ***************        98/02/10
063300                                                                  98/02/10
063400 GET-A-TOKEN.                                                     98/02/10
063500     MOVE SPACES TO TOKEN-TEXT                                    98/02/10
063600     MOVE ZERO   TO TOKEN-LENGTH                                  98/02/10
063700     PERFORM SKIP-TOKEN-SPACES                                    98/02/10
063800     PERFORM TAKE-ONE-TOKEN-CHAR                                  98/02/10
063900         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/02/10
064000            OR (TOKEN-LENGTH > ZERO                               98/02/10
064100                AND STMT-CHAR (SCAN-POSN + 1) = SPACE)            98/02/10
064200     PERFORM TRIM-THE-TOKEN                                       98/02/10
064300     .                                                            98/02/10
064400                                                                  98/02/10
064500 SKIP-TOKEN-SPACES.                                               98/02/10
064600     PERFORM SKIP-ONE-TOKEN-SPACE                                 98/02/10
064700         UNTIL SCAN-POSN NOT < STMT-LENGTH                        98/02/10
064800            OR STMT-CHAR (SCAN-POSN + 1) NOT = SPACE              98/02/10
064900     .                                                            98/02/10
065000                                                                  98/02/10
065100 SKIP-ONE-TOKEN-SPACE.                                            98/02/10
065200     ADD 1 TO SCAN-POSN                                           98/02/10
065300     .                                                            98/02/10
065400                                                                  98/02/10
065500 TAKE-ONE-TOKEN-CHAR.                                             98/02/10
065600     ADD 1 TO SCAN-POSN                                           98/02/10
065700     IF TOKEN-LENGTH < 30                                         98/02/10
065800         ADD 1 TO TOKEN-LENGTH                                    98/02/10
065900         MOVE STMT-CHAR (SCAN-POSN) TO TOKEN-CHAR (TOKEN-LENGTH)  98/02/10
066000     .                                                            98/02/10
066100                                                                  98/02/10
066200*A TERMINATING PERIOD AND THE COMMA AND SEMICOLON SEPARATORS      98/02/10
066300*CLING TO THE TOKEN IN FRONT OF THEM; THEY ARE NOT PART OF IT.    98/02/10
066400 TRIM-THE-TOKEN.                                                  98/02/10
066500     IF TOKEN-LENGTH > ZERO                                       98/02/10
066600        AND (TOKEN-CHAR (TOKEN-LENGTH) = ","                      98/02/10
066700             OR TOKEN-CHAR (TOKEN-LENGTH) = ";")                  98/02/10
066800         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/02/10
066900         SUBTRACT 1 FROM TOKEN-LENGTH                             98/02/10
067000     .                                                            98/02/10
067100     IF TOKEN-LENGTH > ZERO                                       98/02/10
067200        AND TOKEN-CHAR (TOKEN-LENGTH) = "."                       98/02/10
067300        AND SCAN-POSN NOT < STMT-LENGTH                           98/02/10
067400         MOVE SPACE TO TOKEN-CHAR (TOKEN-LENGTH)                  98/02/10
067500         SUBTRACT 1 FROM TOKEN-LENGTH                             98/02/10
067600     .                                                            98/02/10
067700                                                                  98/02/10
067800 CONVERT-TOKEN-TO-NUMBER.                                         98/02/10
067900     MOVE "Y"  TO TOKEN-IS-NUMERIC-FLAG                           98/02/10
068000     MOVE ZERO TO TOKEN-NUMBER-VALUE                              98/02/10
068100     MOVE ZERO TO TOKEN-DIGIT-NBR                                 98/02/10
068200     IF TOKEN-LENGTH = ZERO                                       98/02/10
068300         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/02/10
068400     ELSE                                                         98/02/10
068500         PERFORM CONVERT-ONE-DIGIT                                98/02/10
068600             UNTIL TOKEN-DIGIT-NBR = TOKEN-LENGTH                 98/02/10
068700                OR TOKEN-IS-NUMERIC-FLAG = "N"                    98/02/10
068800     .                                                            98/02/10
068900                                                                  98/02/10
069000 CONVERT-ONE-DIGIT.                                               98/02/10
069100     ADD 1 TO TOKEN-DIGIT-NBR                                     98/02/10
069200     MOVE TOKEN-CHAR (TOKEN-DIGIT-NBR) TO TOKEN-DIGIT-CHAR        98/02/10
069300     IF TOKEN-DIGIT-CHAR NUMERIC                                  98/02/10
069400         COMPUTE TOKEN-NUMBER-VALUE =                             98/02/10
069500             TOKEN-NUMBER-VALUE * 10 + TOKEN-DIGIT                98/02/10
069600     ELSE                                                         98/02/10
069700         MOVE "N" TO TOKEN-IS-NUMERIC-FLAG                        98/02/10
069800     .                                                            98/02/10
069900                                                                  98/02/10
070000****************    LAY OUT ONE ENTRY    ***************          98/02/10
070100                                                                  98/02/10
070200*LEVELS 66, 77 AND 88 NEVER GET THIS FAR: THE LEVEL-NUMBER        98/02/10
070300*FILTER IN PICK-APART-THE-STATEMENT ONLY ADMITS 01 THROUGH 49.    98/02/10
070400 LAYOUT-ONE-DATA-ENTRY.                                           98/02/10
070500     IF REDEF-ACTIVE-FLAG = "Y"                                   98/02/10
070600        AND ENTRY-LEVEL NOT > REDEF-LEVEL                         98/02/10
070700         PERFORM END-REDEFINES-REGION                             98/02/10
070800     .                                                            98/02/10
070900     IF ENTRY-LEVEL = 1                                           98/02/10
071000        AND RECORD-SEEN-FLAG = "Y"                                98/02/10
071100        AND ENTRY-REDEFINES-FLAG = "N"                            98/02/10
071200         PERFORM NOTE-RECORD-LENGTH                               98/02/10
071300         MOVE ZERO TO RECORD-OFFSET                               98/02/10
071400         MOVE ZERO TO NAME-OFFSET-COUNT                           98/02/10
071500     .                                                            98/02/10
071600     MOVE "Y" TO RECORD-SEEN-FLAG                                 98/02/10
071700     IF ENTRY-REDEFINES-FLAG = "Y"                                98/02/10
071800         PERFORM START-REDEFINES-REGION                           98/02/10
071900     .                                                            98/02/10
072000     PERFORM SAVE-THE-ENTRY-OFFSET                                98/02/10
072100     IF ENTRY-HAS-PICTURE = "Y"                                   98/02/10
072200         PERFORM LAYOUT-ELEMENTARY-ITEM                           98/02/10
072205     ELSE                                                         98/04/21
072210     IF ENTRY-OCCURS > 1                                          98/04/21
072215         PERFORM NOTE-A-GROUP-OCCURS                              98/04/21
072220     .                                                            98/04/21
072225                                                                  98/04/21
072230*A GROUP THAT OCCURS IS LAID OUT ONCE ONLY, SO EVERY OFFSET AFTER 98/04/21
072235*ITS FIRST OCCURRENCE WOULD BE WRONG.  THE FIRST SUCH GROUP ON    98/04/21
072240*EACH SIDE IS KEPT FOR THE MAPPING.                               98/04/21
072245 NOTE-A-GROUP-OCCURS.                                             98/04/21
072250     IF SCANNING-SIDE-FLAG = "O"                                  98/04/21
072255         IF OLD-GROUP-OCCURS-NAME = SPACES                        98/04/21
072260             MOVE ENTRY-NAME TO OLD-GROUP-OCCURS-NAME             98/04/21
072265         ELSE                                                     98/04/21
072270             NEXT SENTENCE                                        98/04/21
072275     ELSE                                                         98/04/21
072280     IF NEW-GROUP-OCCURS-NAME = SPACES                            98/04/21
072285         MOVE ENTRY-NAME TO NEW-GROUP-OCCURS-NAME                 98/04/21
072300     .                                                            98/02/10
072400                                                                  98/02/10
072500 LAYOUT-ELEMENTARY-ITEM.                                          98/02/10
072600     MOVE ENTRY-PICTURE TO PPICT-TABLE-TEXT                       98/02/10
072700     MOVE "P" TO PPICT-OPERATION                                  98/02/10
072800     MOVE ENTRY-USAGE TO PPICT-USAGE                              98/02/10
072900     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/02/10
073000     CALL "PPICT"                                                 98/02/10
073100     MOVE PPICT-STORAGE-SIZE TO ENTRY-LENGTH                      98/02/10
073200*A SIGN SEPARATE CLAUSE PUTS THE SIGN IN A CHARACTER OF ITS       98/02/10
073300*OWN, ONE EXTRA BYTE PER OCCURRENCE, FOR DISPLAY USAGE.           98/02/10
073400     IF ENTRY-SIGN-SEPARATE = "Y"                                 98/02/10
073500        AND (ENTRY-USAGE = SPACE OR ENTRY-USAGE = "D")            98/02/10
073600         ADD 1 TO ENTRY-LENGTH                                    98/02/10
073700     .                                                            98/02/10
073800     PERFORM CLASSIFY-THE-ITEM                                    98/02/10
073900     PERFORM APPEND-ONE-FIELD-ENTRY                               98/02/10
074000     COMPUTE RECORD-OFFSET = RECORD-OFFSET                        98/02/10
074100         + ENTRY-LENGTH * ENTRY-OCCURS                            98/02/10
074200     .                                                            98/02/10
074300                                                                  98/02/10
074400*AN ITEM HOLDS A NUMBER WHEN ITS PICTURE HAS DIGIT POSITIONS AND  98/02/10
074500*PPICT CAN EDIT THROUGH IT; AN ALPHANUMERIC-EDITED PICTURE WITH   98/02/10
074600*NO DIGIT POSITIONS (XXBXX) HOLDS TEXT.                           98/02/10
074700 CLASSIFY-THE-ITEM.                                               98/02/10
074800     MOVE "T" TO CAP-CLASS                                        98/02/10
074900     IF PPICT-DIGIT-FLAG NOT = SPACE                              98/02/10
075000        AND (PPICT-ITEM-TYPE = "9" OR PPICT-ITEM-TYPE = "N"       98/02/10
075100             OR PPICT-ITEM-TYPE = "E" OR PPICT-ITEM-TYPE = "F")   98/02/10
075200         MOVE "N" TO CAP-CLASS                                    98/02/10
075300     .                                                            98/02/10
075400     IF PPICT-SIGNED-FLAG = SPACE                                 98/02/10
075500         MOVE "N" TO CAP-SIGNED                                   98/02/10
075600     ELSE                                                         98/02/10
075700         MOVE "Y" TO CAP-SIGNED                                   98/02/10
075800     .                                                            98/02/10
075900                                                                  98/02/10
076000 APPEND-ONE-FIELD-ENTRY.                                          98/02/10
076100     IF SCANNING-SIDE-FLAG = "O"                                  98/02/10
076200         PERFORM APPEND-OLD-FIELD                                 98/02/10
076300     ELSE                                                         98/02/10
076400         PERFORM APPEND-NEW-FIELD                                 98/02/10
076500     .                                                            98/02/10
076600                                                                  98/02/10
076700 APPEND-OLD-FIELD.                                                98/02/10
076800     IF OLD-FIELD-COUNT < 100                                     98/02/10
076900         ADD 1 TO OLD-FIELD-COUNT                                 98/02/10
077000         MOVE ENTRY-NAME     TO OLD-FLD-NAME     (OLD-FIELD-COUNT)98/02/10
077100         MOVE ENTRY-PICTURE  TO OLD-FLD-PICTURE  (OLD-FIELD-COUNT)98/02/10
077200         MOVE PPICT-ITEM-TYPE TO OLD-FLD-TYPE    (OLD-FIELD-COUNT)98/02/10
077300         MOVE CAP-CLASS      TO OLD-FLD-CLASS    (OLD-FIELD-COUNT)98/02/10
077400         MOVE ENTRY-USAGE    TO OLD-FLD-USAGE    (OLD-FIELD-COUNT)98/02/10
077500         MOVE ENTRY-SIGN-SEPARATE                                 98/02/10
077600                             TO OLD-FLD-SIGNSEP  (OLD-FIELD-COUNT)98/02/10
077700         MOVE CAP-SIGNED     TO OLD-FLD-SIGNED   (OLD-FIELD-COUNT)98/02/10
077800         MOVE PPICT-DIGITS   TO OLD-FLD-DIGITS   (OLD-FIELD-COUNT)98/02/10
077900         MOVE PPICT-DECIMALS TO OLD-FLD-DECIMALS (OLD-FIELD-COUNT)98/02/10
078000         MOVE RECORD-OFFSET  TO OLD-FLD-OFFSET   (OLD-FIELD-COUNT)98/02/10
078100         MOVE ENTRY-LENGTH   TO OLD-FLD-LENGTH   (OLD-FIELD-COUNT)98/02/10
078200         MOVE ENTRY-OCCURS   TO OLD-FLD-OCCURS   (OLD-FIELD-COUNT)98/02/10
078300         MOVE ZERO           TO OLD-FLD-NEW-IX   (OLD-FIELD-COUNT)98/02/10
078400         MOVE SPACE          TO OLD-FLD-METHOD   (OLD-FIELD-COUNT)98/02/10
078500         MOVE ZERO        TO OLD-FLD-EXCEPTIONS (OLD-FIELD-COUNT) 98/02/10
078600     ELSE                                                         98/02/10
078700         MOVE "Y" TO OLD-OVERFLOW-FLAG                            98/02/10
078800     .                                                            98/02/10
078900                                                                  98/02/10
079000 APPEND-NEW-FIELD.                                                98/02/10
079100     IF NEW-FIELD-COUNT < 100                                     98/02/10
079200         ADD 1 TO NEW-FIELD-COUNT                                 98/02/10
079300         MOVE ENTRY-NAME     TO NEW-FLD-NAME     (NEW-FIELD-COUNT)98/02/10
079400         MOVE ENTRY-PICTURE  TO NEW-FLD-PICTURE  (NEW-FIELD-COUNT)98/02/10
079500         MOVE PPICT-ITEM-TYPE TO NEW-FLD-TYPE    (NEW-FIELD-COUNT)98/02/10
079600         MOVE CAP-CLASS      TO NEW-FLD-CLASS    (NEW-FIELD-COUNT)98/02/10
079700         MOVE ENTRY-USAGE    TO NEW-FLD-USAGE    (NEW-FIELD-COUNT)98/02/10
079800         MOVE ENTRY-SIGN-SEPARATE                                 98/02/10
079900                             TO NEW-FLD-SIGNSEP  (NEW-FIELD-COUNT)98/02/10
080000         MOVE CAP-SIGNED     TO NEW-FLD-SIGNED   (NEW-FIELD-COUNT)98/02/10
080100         MOVE PPICT-DIGITS   TO NEW-FLD-DIGITS   (NEW-FIELD-COUNT)98/02/10
080200         MOVE PPICT-DECIMALS TO NEW-FLD-DECIMALS (NEW-FIELD-COUNT)98/02/10
080300         MOVE RECORD-OFFSET  TO NEW-FLD-OFFSET   (NEW-FIELD-COUNT)98/02/10
080400         MOVE ENTRY-LENGTH   TO NEW-FLD-LENGTH   (NEW-FIELD-COUNT)98/02/10
080500         MOVE ENTRY-OCCURS   TO NEW-FLD-OCCURS   (NEW-FIELD-COUNT)98/02/10
080600         MOVE "N"            TO NEW-FLD-MATCHED  (NEW-FIELD-COUNT)98/02/10
080700     ELSE                                                         98/02/10
080800         MOVE "Y" TO NEW-OVERFLOW-FLAG                            98/02/10
080900     .                                                            98/02/10
081000                                                                  98/02/10
081100****************    REDEFINES HANDLING    ***************         98/02/10
081200                                                                  98/02/10
081300 START-REDEFINES-REGION.                                          98/02/10
081400     IF REDEF-ACTIVE-FLAG = "N"                                   98/02/10
081500         MOVE RECORD-OFFSET TO REDEF-SAVED-OFFSET                 98/02/10
081600         MOVE "Y" TO REDEF-ACTIVE-FLAG                            98/02/10
081700         MOVE ENTRY-LEVEL TO REDEF-LEVEL                          98/02/10
081800     .                                                            98/02/10
081900     PERFORM LOOK-UP-THE-TARGET-OFFSET                            98/02/10
082000     .                                                            98/02/10
082100                                                                  98/02/10
082200 END-REDEFINES-REGION.                                            98/02/10
082300     MOVE "N" TO REDEF-ACTIVE-FLAG                                98/02/10
082400     IF REDEF-SAVED-OFFSET > RECORD-OFFSET                        98/02/10
082500         MOVE REDEF-SAVED-OFFSET TO RECORD-OFFSET                 98/02/10
082600     .                                                            98/02/10
082700                                                                  98/02/10
082800 LOOK-UP-THE-TARGET-OFFSET.                                       98/02/10
082900     MOVE "N"  TO LOOKUP-FOUND-FLAG                               98/02/10
083000     MOVE ZERO TO LOOKUP-INDEX                                    98/02/10
083100     PERFORM CHECK-ONE-SAVED-NAME                                 98/02/10
083200         UNTIL LOOKUP-INDEX = NAME-OFFSET-COUNT                   98/02/10
083300            OR LOOKUP-FOUND-FLAG = "Y"                            98/02/10
083400     IF LOOKUP-FOUND-FLAG = "Y"                                   98/02/10
083500         MOVE SAVED-OFFSET (LOOKUP-INDEX) TO RECORD-OFFSET        98/02/10
083600     .                                                            98/02/10
083700                                                                  98/02/10
083800 CHECK-ONE-SAVED-NAME.                                            98/02/10
083900     ADD 1 TO LOOKUP-INDEX                                        98/02/10
084000     IF SAVED-NAME (LOOKUP-INDEX) = ENTRY-REDEF-TARGET            98/02/10
084100         MOVE "Y" TO LOOKUP-FOUND-FLAG                            98/02/10
084200     .                                                            98/02/10
084300                                                                  98/02/10
084400 SAVE-THE-ENTRY-OFFSET.                                           98/02/10
084500     IF NAME-OFFSET-COUNT < 100                                   98/02/10
084600         ADD 1 TO NAME-OFFSET-COUNT                               98/02/10
084700         MOVE ENTRY-NAME    TO SAVED-NAME   (NAME-OFFSET-COUNT)   98/02/10
084800         MOVE RECORD-OFFSET TO SAVED-OFFSET (NAME-OFFSET-COUNT)   98/02/10
084900     .                                                            98/02/10
085000                                                                  98/02/10
085100****************    END OF ONE LAYOUT    ***************          98/02/10
085200                                                                  98/02/10
085300 FINISH-THE-LAYOUT.                                               98/02/10
085400     IF REDEF-ACTIVE-FLAG = "Y"                                   98/02/10
085500         PERFORM END-REDEFINES-REGION                             98/02/10
085600     .                                                            98/02/10
085700     IF RECORD-SEEN-FLAG = "Y"                                    98/02/10
085800         PERFORM NOTE-RECORD-LENGTH                               98/02/10
085900     .                                                            98/02/10
086000                                                                  98/02/10
086100 NOTE-RECORD-LENGTH.                                              98/02/10
086200     IF SCANNING-SIDE-FLAG = "O"                                  98/02/10
086300         MOVE RECORD-OFFSET TO OLD-RECORD-LENGTH                  98/02/10
086400     ELSE                                                         98/02/10
086500         MOVE RECORD-OFFSET TO NEW-RECORD-LENGTH                  98/02/10
086600     .                                                            98/02/10
086700                                                                  98/02/10
086800****************    MATCH THE TWO LAYOUTS    ***************      98/02/10
086900                                                                  98/02/10
087000*FILLER IS NEVER MATCHED: WHATEVER AN OLD FILLER HELD STAYS       98/02/10
087100*BEHIND, AND A NEW FILLER COMES OUT AS SPACES.                    98/02/10
087200 MATCH-THE-LAYOUTS.                                               98/02/10
087300     MOVE ZERO TO CNV-OLD-INDEX                                   98/02/10
087400     PERFORM MATCH-ONE-OLD-ENTRY                                  98/02/10
087500         UNTIL CNV-OLD-INDEX = OLD-FIELD-COUNT                    98/02/10
087600     .                                                            98/02/10
087700                                                                  98/02/10
087800 MATCH-ONE-OLD-ENTRY.                                             98/02/10
087900     ADD 1 TO CNV-OLD-INDEX                                       98/02/10
088000     MOVE "N"  TO CNV-FOUND-FLAG                                  98/02/10
088100     MOVE ZERO TO CNV-SEARCH-INDEX                                98/02/10
088200     IF OLD-FLD-NAME (CNV-OLD-INDEX) NOT = "FILLER"               98/02/10
088300         PERFORM CHECK-ONE-NEW-NAME                               98/02/10
088400             UNTIL CNV-SEARCH-INDEX = NEW-FIELD-COUNT             98/02/10
088500                OR CNV-FOUND-FLAG = "Y"                           98/02/10
088600     .                                                            98/02/10
088700     IF CNV-FOUND-FLAG = "Y"                                      98/02/10
088800         MOVE "Y" TO NEW-FLD-MATCHED (CNV-SEARCH-INDEX)           98/02/10
088900         MOVE CNV-SEARCH-INDEX TO OLD-FLD-NEW-IX (CNV-OLD-INDEX)  98/02/10
089000         MOVE CNV-SEARCH-INDEX TO CNV-NEW-INDEX                   98/02/10
089100         PERFORM CHOOSE-THE-METHOD                                98/02/10
089200     .                                                            98/02/10
089300                                                                  98/02/10
089400 CHECK-ONE-NEW-NAME.                                              98/02/10
089500     ADD 1 TO CNV-SEARCH-INDEX                                    98/02/10
089600     IF NEW-FLD-MATCHED (CNV-SEARCH-INDEX) = "N"                  98/02/10
089700        AND NEW-FLD-NAME (CNV-SEARCH-INDEX)                       98/02/10
089800            = OLD-FLD-NAME (CNV-OLD-INDEX)                        98/02/10
089900         MOVE "Y" TO CNV-FOUND-FLAG                               98/02/10
090000     .                                                            98/02/10
090100                                                                  98/02/10
090200 CHOOSE-THE-METHOD.                                               98/02/10
090300     IF OLD-FLD-PICTURE (CNV-OLD-INDEX)                           98/02/10
090400            = NEW-FLD-PICTURE (CNV-NEW-INDEX)                     98/02/10
090500        AND OLD-FLD-USAGE (CNV-OLD-INDEX)                         98/02/10
090600            = NEW-FLD-USAGE (CNV-NEW-INDEX)                       98/02/10
090700        AND OLD-FLD-SIGNSEP (CNV-OLD-INDEX)                       98/02/10
090800            = NEW-FLD-SIGNSEP (CNV-NEW-INDEX)                     98/02/10
090900         MOVE "M" TO OLD-FLD-METHOD (CNV-OLD-INDEX)               98/02/10
091000     ELSE                                                         98/02/10
091100     IF NEW-FLD-CLASS (CNV-NEW-INDEX) = "N"                       98/02/10
091200         MOVE "V" TO OLD-FLD-METHOD (CNV-OLD-INDEX)               98/02/10
091300     ELSE                                                         98/02/10
091400         MOVE "T" TO OLD-FLD-METHOD (CNV-OLD-INDEX)               98/02/10
091500     .                                                            98/02/10
091600                                                                  98/02/10
091700****************    THE EMPTY NEW RECORD    ***************       98/02/10
091800                                                                  98/02/10
091900 BUILD-THE-RECORD-TEMPLATE.                                       98/02/10
092000     MOVE SPACES TO NEW-RECORD-AREA                               98/02/10
092100     MOVE ZERO TO CNV-NEW-INDEX                                   98/02/10
092200     PERFORM SET-ONE-NEW-FIELD-EMPTY                              98/02/10
092300         UNTIL CNV-NEW-INDEX = NEW-FIELD-COUNT                    98/02/10
092400     MOVE NEW-RECORD-AREA TO NEW-RECORD-TEMPLATE                  98/02/10
092500     .                                                            98/02/10
092600                                                                  98/02/10
092700 SET-ONE-NEW-FIELD-EMPTY.                                         98/02/10
092800     ADD 1 TO CNV-NEW-INDEX                                       98/02/10
092900     IF NEW-FLD-CLASS (CNV-NEW-INDEX) = "N"                       98/02/10
093000         MOVE ZERO TO OCC-NUMBER                                  98/02/10
093100         PERFORM SET-ONE-OCCURRENCE-TO-ZERO                       98/02/10
093200             UNTIL OCC-NUMBER = NEW-FLD-OCCURS (CNV-NEW-INDEX)    98/02/10
093300     .                                                            98/02/10
093400                                                                  98/02/10
093500 SET-ONE-OCCURRENCE-TO-ZERO.                                      98/02/10
093600     ADD 1 TO OCC-NUMBER                                          98/02/10
093700     PERFORM FIND-THE-NEW-OCCURRENCE                              98/02/10
093800     MOVE ZERO TO FIELD-VALUE                                     98/02/10
093900     IF NEW-END-OFFSET NOT > 512                                  98/02/10
094000         PERFORM PUT-THE-NEW-VALUE                                98/02/10
094100     .                                                            98/02/10
094200                                                                  98/02/10
094300****************    CONVERT THE DATA FILE    ***************      98/02/10
094400                                                                  98/02/10
094405*A MEMBER THE LAYOUT CANNOT FOLLOW STOPS THE RUN BEFORE ANY RECORD98/04/21
094410*IS READ.                                                         98/04/21
094415 CHECK-THE-RUN.                                                   98/04/21
094420     IF OLD-GROUP-OCCURS-NAME NOT = SPACES                        98/04/21
094425        OR NEW-GROUP-OCCURS-NAME NOT = SPACES                     98/04/21
094430         MOVE 8 TO RUN-SEVERITY                                   98/04/21
094435         MOVE "GROUP OCCURS NOT EXPANDED" TO REL-TEXT             98/04/21
094440         MOVE RUN-ERROR-LINE TO PRINT-WORK-LINE                   98/04/21
094445         PERFORM WRITE-A-PRINT-LINE                               98/04/21
094450     .                                                            98/04/21
094455                                                                  98/04/21
094460 START-THE-CONVERSION.                                            98/04/21
094465     IF RUN-SEVERITY = ZERO                                       98/04/21
094470         PERFORM READ-AN-OLD-RECORD                               98/04/21
094475     ELSE                                                         98/04/21
094480         MOVE "Y" TO END-OF-DATA-FLAG                             98/04/21
094485     .                                                            98/04/21
094490                                                                  98/04/21
094500 READ-AN-OLD-RECORD.                                              98/02/10
094600     READ OLD-DATA-FILE                                           98/02/10
094700         AT END                                                   98/02/10
094800             MOVE "Y" TO END-OF-DATA-FLAG                         98/02/10
094900     .                                                            98/02/10
095000                                                                  98/02/10
095100*A RECORD WHOSE LENGTH DOES NOT MATCH THE OLD LAYOUT IS STILL     98/02/10
095200*CONVERTED, AS PPICTCHK STILL CHECKS ONE; THE LENGTH IS REPORTED  98/02/10
095300*FIRST SO THE FIELD EXCEPTIONS THAT FOLLOW ARE READ IN THAT LIGHT.98/02/10
095400 CONVERT-ONE-RECORD.                                              98/02/10
095500     ADD 1 TO RECORDS-READ                                        98/02/10
095600     MOVE "N" TO RECORD-EXCEPTION-FLAG                            98/02/10
095700     IF OLD-REC-LENGTH NOT = OLD-RECORD-LENGTH                    98/02/10
095800         PERFORM REPORT-A-LENGTH-EXCEPTION                        98/02/10
095900     .                                                            98/02/10
096000     MOVE NEW-RECORD-TEMPLATE TO NEW-RECORD-AREA                  98/02/10
096100     MOVE ZERO TO CNV-OLD-INDEX                                   98/02/10
096200     PERFORM CONVERT-ONE-FIELD                                    98/02/10
096300         UNTIL CNV-OLD-INDEX = OLD-FIELD-COUNT                    98/02/10
096400     IF RECORD-EXCEPTION-FLAG = "Y"                               98/02/10
096500         ADD 1 TO RECORDS-WITH-EXCEPTIONS                         98/02/10
096600     .                                                            98/02/10
096700     PERFORM WRITE-A-NEW-RECORD                                   98/02/10
096800     PERFORM READ-AN-OLD-RECORD                                   98/02/10
096900     .                                                            98/02/10
097000                                                                  98/02/10
097100 WRITE-A-NEW-RECORD.                                              98/02/10
097200     MOVE NEW-RECORD-AREA TO NEW-DATA-RECORD                      98/02/10
097300     IF NEW-RECORD-LENGTH > 512                                   98/02/10
097400         MOVE 512 TO NEW-REC-LENGTH                               98/02/10
097500     ELSE                                                         98/02/10
097600         MOVE NEW-RECORD-LENGTH TO NEW-REC-LENGTH                 98/02/10
097700     .                                                            98/02/10
097800     WRITE NEW-DATA-RECORD                                        98/02/10
097900     ADD 1 TO RECORDS-WRITTEN                                     98/02/10
098000     .                                                            98/02/10
098100                                                                  98/02/10
098200 CONVERT-ONE-FIELD.                                               98/02/10
098300     ADD 1 TO CNV-OLD-INDEX                                       98/02/10
098400     IF OLD-FLD-NEW-IX (CNV-OLD-INDEX) > ZERO                     98/02/10
098500         MOVE OLD-FLD-NEW-IX (CNV-OLD-INDEX) TO CNV-NEW-INDEX     98/02/10
098600         PERFORM CONVERT-EVERY-OCCURRENCE                         98/02/10
098700     .                                                            98/02/10
098800                                                                  98/02/10
098900*ONLY AS MANY OCCURRENCES AS BOTH LAYOUTS HAVE ARE CARRIED; A     98/02/10
099000*CUT IN THE OCCURS IS SHOWN ONCE IN THE FIELD MAPPING.            98/02/10
099100 CONVERT-EVERY-OCCURRENCE.                                        98/02/10
099200     MOVE OLD-FLD-OCCURS (CNV-OLD-INDEX) TO OCC-LIMIT             98/02/10
099300     IF NEW-FLD-OCCURS (CNV-NEW-INDEX) < OCC-LIMIT                98/02/10
099400         MOVE NEW-FLD-OCCURS (CNV-NEW-INDEX) TO OCC-LIMIT         98/02/10
099500     .                                                            98/02/10
099600     MOVE ZERO TO OCC-NUMBER                                      98/02/10
099700     PERFORM CONVERT-ONE-OCCURRENCE                               98/02/10
099800         UNTIL OCC-NUMBER = OCC-LIMIT                             98/02/10
099900     .                                                            98/02/10
100000                                                                  98/02/10
100100*AN OCCURRENCE WHOSE LAST BYTE FALLS PAST THE BUFFER ON EITHER    98/02/10
100200*SIDE IS LEFT ALONE, AS IN PPICTCHK.                              98/02/10
100300 CONVERT-ONE-OCCURRENCE.                                          98/02/10
100400     ADD 1 TO OCC-NUMBER                                          98/02/10
100500     PERFORM FIND-THE-OLD-OCCURRENCE                              98/02/10
100600     PERFORM FIND-THE-NEW-OCCURRENCE                              98/02/10
100700     MOVE "N"    TO FIELD-EXCEPTION-FLAG                          98/02/10
100800                    OLD-VALUE-KNOWN-FLAG                          98/02/10
100900     MOVE SPACES TO EXCEPTION-REASON                              98/02/10
101000     IF OLD-END-OFFSET > 512                                      98/02/10
101100     OR NEW-END-OFFSET > 512                                      98/02/10
101200         NEXT SENTENCE                                            98/02/10
101300     ELSE                                                         98/02/10
101400     IF OLD-FLD-METHOD (CNV-OLD-INDEX) = "M"                      98/02/10
101500         PERFORM MOVE-THE-BYTES-ACROSS                            98/02/10
101600     ELSE                                                         98/02/10
101700     IF OLD-FLD-METHOD (CNV-OLD-INDEX) = "V"                      98/02/10
101800         PERFORM CONVERT-BY-VALUE                                 98/02/10
101900     ELSE                                                         98/02/10
102000         PERFORM CONVERT-AS-TEXT                                  98/02/10
102100     .                                                            98/02/10
102200     IF FIELD-EXCEPTION-FLAG = "Y"                                98/02/10
102300         PERFORM REPORT-A-FIELD-EXCEPTION                         98/02/10
102400     .                                                            98/02/10
102500                                                                  98/02/10
102600 FIND-THE-OLD-OCCURRENCE.                                         98/02/10
102700     COMPUTE OLD-BASE-OFFSET = OLD-FLD-OFFSET (CNV-OLD-INDEX)     98/02/10
102800         + (OCC-NUMBER - 1) * OLD-FLD-LENGTH (CNV-OLD-INDEX)      98/02/10
102900     COMPUTE OLD-END-OFFSET = OLD-BASE-OFFSET                     98/02/10
103000         + OLD-FLD-LENGTH (CNV-OLD-INDEX)                         98/02/10
103100     .                                                            98/02/10
103200                                                                  98/02/10
103300 FIND-THE-NEW-OCCURRENCE.                                         98/02/10
103400     COMPUTE NEW-BASE-OFFSET = NEW-FLD-OFFSET (CNV-NEW-INDEX)     98/02/10
103500         + (OCC-NUMBER - 1) * NEW-FLD-LENGTH (CNV-NEW-INDEX)      98/02/10
103600     COMPUTE NEW-END-OFFSET = NEW-BASE-OFFSET                     98/02/10
103700         + NEW-FLD-LENGTH (CNV-NEW-INDEX)                         98/02/10
103800     .                                                            98/02/10
103900                                                                  98/02/10
104000****************    UNCHANGED FIELDS    ***************           98/02/10
104100                                                                  98/02/10
104200 MOVE-THE-BYTES-ACROSS.                                           98/02/10
104300     MOVE ZERO TO BYTE-NBR                                        98/02/10
104400     PERFORM MOVE-ONE-BYTE-ACROSS                                 98/02/10
104500         UNTIL BYTE-NBR = NEW-FLD-LENGTH (CNV-NEW-INDEX)          98/02/10
104600     .                                                            98/02/10
104700                                                                  98/02/10
104800 MOVE-ONE-BYTE-ACROSS.                                            98/02/10
104900     ADD 1 TO BYTE-NBR                                            98/02/10
105000     COMPUTE BYTE-POSN = OLD-BASE-OFFSET + BYTE-NBR               98/02/10
105100     COMPUTE OUT-POSN  = NEW-BASE-OFFSET + BYTE-NBR               98/02/10
105200     MOVE OLD-DATA-BYTE (BYTE-POSN) TO OUT-BYTE (OUT-POSN)        98/02/10
105300     .                                                            98/02/10
105400                                                                  98/02/10
105500****************    FIELDS CONVERTED BY VALUE    ***************  98/02/10
105600                                                                  98/02/10
105700 CONVERT-BY-VALUE.                                                98/02/10
105800     PERFORM GET-THE-OLD-VALUE                                    98/02/10
105900     IF VALUE-OK-FLAG = "Y"                                       98/02/10
106000         PERFORM PUT-THE-NEW-VALUE                                98/02/10
106100     .                                                            98/02/10
106200                                                                  98/02/10
106300*THE OLD VALUE COMES FROM WHATEVER FORM THE OLD FIELD HAS.  AN    98/02/10
106400*OLD TEXT FIELD BECOMING NUMERIC MUST ALREADY LOOK LIKE THE NEW   98/02/10
106500*FIELD, SO IT IS DE-EDITED THROUGH THE NEW PICTURE.               98/02/10
106600 GET-THE-OLD-VALUE.                                               98/02/10
106700     MOVE "Y"  TO VALUE-OK-FLAG                                   98/02/10
106800     MOVE ZERO TO FIELD-VALUE                                     98/02/10
106900     IF OLD-FLD-USAGE (CNV-OLD-INDEX) = "3"                       98/02/10
107000         PERFORM UNPACK-THE-OLD-FIELD                             98/02/10
107100     ELSE                                                         98/02/10
107200     IF OLD-FLD-USAGE (CNV-OLD-INDEX) = "C"                       98/02/10
107300         PERFORM DECODE-THE-OLD-BINARY                            98/02/10
107400     ELSE                                                         98/02/10
107500     IF OLD-FLD-CLASS (CNV-OLD-INDEX) = "N"                       98/02/10
107600         PERFORM DEEDIT-THE-OLD-FIELD                             98/02/10
107700     ELSE                                                         98/02/10
107800         PERFORM DEEDIT-THE-OLD-TEXT                              98/02/10
107900     .                                                            98/02/10
108000     IF VALUE-OK-FLAG = "Y"                                       98/02/10
108100         MOVE "Y" TO OLD-VALUE-KNOWN-FLAG                         98/02/10
108200     .                                                            98/02/10
108300                                                                  98/02/10
108400*EVERY BYTE BUT THE LAST CARRIES TWO DIGIT NIBBLES; THE LAST      98/02/10
108500*CARRIES ONE DIGIT AND THE SIGN, C OR F POSITIVE AND D NEGATIVE.  98/02/10
108600 UNPACK-THE-OLD-FIELD.                                            98/02/10
108700     MOVE ZERO TO RAW-NUMBER                                      98/02/10
108800     MOVE ZERO TO BYTE-NBR                                        98/02/10
108900     MOVE "+"  TO SIGN-CHAR                                       98/02/10
109000     PERFORM UNPACK-ONE-BYTE                                      98/02/10
109100         UNTIL BYTE-NBR = OLD-FLD-LENGTH (CNV-OLD-INDEX)          98/02/10
109200            OR VALUE-OK-FLAG = "N"                                98/02/10
109300     IF VALUE-OK-FLAG = "Y"                                       98/02/10
109400         PERFORM SCALE-THE-RAW-NUMBER                             98/02/10
109500     .                                                            98/02/10
109600                                                                  98/02/10
109700 UNPACK-ONE-BYTE.                                                 98/02/10
109800     ADD 1 TO BYTE-NBR                                            98/02/10
109900     COMPUTE BYTE-POSN = OLD-BASE-OFFSET + BYTE-NBR               98/02/10
110000     MOVE OLD-DATA-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR            98/02/10
110100     COMPUTE HIGH-NIBBLE = BYTE-VALUE / 16                        98/02/10
110200     COMPUTE LOW-NIBBLE = BYTE-VALUE - (HIGH-NIBBLE * 16)         98/02/10
110300     IF HIGH-NIBBLE > 9                                           98/02/10
110400         PERFORM SIGNAL-BAD-PACKED-DATA                           98/02/10
110500     ELSE                                                         98/02/10
110600     IF BYTE-NBR < OLD-FLD-LENGTH (CNV-OLD-INDEX)                 98/02/10
110700         IF LOW-NIBBLE > 9                                        98/02/10
110800             PERFORM SIGNAL-BAD-PACKED-DATA                       98/02/10
110900         ELSE                                                     98/02/10
111000             COMPUTE RAW-NUMBER = RAW-NUMBER * 100                98/02/10
111100                 + HIGH-NIBBLE * 10 + LOW-NIBBLE                  98/02/10
111200     ELSE                                                         98/02/10
111300     IF LOW-NIBBLE = 13                                           98/02/10
111400         COMPUTE RAW-NUMBER = RAW-NUMBER * 10 + HIGH-NIBBLE       98/02/10
111500         MOVE "-" TO SIGN-CHAR                                    98/02/10
111600     ELSE                                                         98/02/10
111700     IF LOW-NIBBLE = 12 OR LOW-NIBBLE = 15                        98/02/10
111800         COMPUTE RAW-NUMBER = RAW-NUMBER * 10 + HIGH-NIBBLE       98/02/10
111900     ELSE                                                         98/02/10
112000         PERFORM SIGNAL-BAD-PACKED-DATA                           98/02/10
112100     .                                                            98/02/10
112200                                                                  98/02/10
112300 SIGNAL-BAD-PACKED-DATA.                                          98/02/10
112400     MOVE "N" TO VALUE-OK-FLAG                                    98/02/10
112500     MOVE "Y" TO FIELD-EXCEPTION-FLAG                             98/02/10
112600     MOVE "OLD PACKED VALUE NOT VALID" TO EXCEPTION-REASON        98/02/10
112700     .                                                            98/02/10
112800                                                                  98/02/10
112900*A NEGATIVE BINARY VALUE IS READ THROUGH THE COMPLEMENT OF EACH   98/02/10
113000*BYTE AND ONE ADDED, SO NO INTERMEDIATE EVER NEEDS MORE THAN THE  98/02/10
113100*EIGHTEEN DIGITS A DOUBLEWORD CAN HOLD.                           98/02/10
113200 DECODE-THE-OLD-BINARY.                                           98/02/10
113300     MOVE ZERO TO RAW-NUMBER                                      98/02/10
113400     MOVE ZERO TO BYTE-NBR                                        98/02/10
113500     MOVE "+"  TO SIGN-CHAR                                       98/02/10
113600     COMPUTE BYTE-POSN = OLD-BASE-OFFSET + 1                      98/02/10
113700     MOVE OLD-DATA-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR            98/02/10
113800     IF BYTE-VALUE > 127                                          98/02/10
113900         MOVE "-" TO SIGN-CHAR                                    98/02/10
114000     .                                                            98/02/10
114100     PERFORM DECODE-ONE-BINARY-BYTE                               98/02/10
114200         UNTIL BYTE-NBR = OLD-FLD-LENGTH (CNV-OLD-INDEX)          98/02/10
114300     IF SIGN-CHAR = "-"                                           98/02/10
114400         ADD 1 TO RAW-NUMBER                                      98/02/10
114500     .                                                            98/02/10
114600     PERFORM SCALE-THE-RAW-NUMBER                                 98/02/10
114700     .                                                            98/02/10
114800                                                                  98/02/10
114900 DECODE-ONE-BINARY-BYTE.                                          98/02/10
115000     ADD 1 TO BYTE-NBR                                            98/02/10
115100     COMPUTE BYTE-POSN = OLD-BASE-OFFSET + BYTE-NBR               98/02/10
115200     MOVE OLD-DATA-BYTE (BYTE-POSN) TO BYTE-VALUE-CHAR            98/02/10
115300     IF SIGN-CHAR = "-"                                           98/02/10
115400         COMPUTE RAW-NUMBER = RAW-NUMBER * 256 + 255 - BYTE-VALUE 98/02/10
115500     ELSE                                                         98/02/10
115600         COMPUTE RAW-NUMBER = RAW-NUMBER * 256 + BYTE-VALUE       98/02/10
115700     .                                                            98/02/10
115800                                                                  98/02/10
115900*THE DIGIT STRING OF A PACKED OR BINARY FIELD TAKEN BACK TO ITS   98/02/10
116000*VALUE BY THE DECIMAL PLACES OF THE OLD PICTURE.                  98/02/10
116100 SCALE-THE-RAW-NUMBER.                                            98/02/10
116200     MOVE OLD-FLD-DECIMALS (CNV-OLD-INDEX) TO POWER-WANTED        98/02/10
116300     PERFORM FIND-THE-POWER-OF-TEN                                98/02/10
116400     COMPUTE INTEGER-PART =                                       98/02/10
116500         RAW-NUMBER / POWER-OF-TEN / POWER-EXTRA                  98/02/10
116600     IF INTEGER-PART > 9999999999999                              98/02/10
116700         MOVE "N" TO VALUE-OK-FLAG                                98/02/10
116800         MOVE "Y" TO FIELD-EXCEPTION-FLAG                         98/02/10
116900         MOVE "OLD VALUE TOO LARGE" TO EXCEPTION-REASON           98/02/10
117000     ELSE                                                         98/02/10
117100         COMPUTE FIELD-VALUE =                                    98/02/10
117200             RAW-NUMBER / POWER-OF-TEN / POWER-EXTRA              98/02/10
117300         IF SIGN-CHAR = "-"                                       98/02/10
117400             COMPUTE FIELD-VALUE = ZERO - FIELD-VALUE             98/02/10
117500     .                                                            98/02/10
117600                                                                  98/02/10
117700*TEN TO THE POWER WANTED.  EIGHTEEN DIGITS HOLD NO MORE THAN TEN  98/02/10
117800*TO THE SEVENTEENTH, SO A V9(18) PICTURE TAKES ITS LAST FACTOR    98/02/10
117900*OF TEN FROM POWER-EXTRA.                                         98/02/10
118000 FIND-THE-POWER-OF-TEN.                                           98/02/10
118100     MOVE 1    TO POWER-OF-TEN                                    98/02/10
118200     MOVE 1    TO POWER-EXTRA                                     98/02/10
118300     MOVE ZERO TO POWER-COUNT                                     98/02/10
118400     PERFORM RAISE-THE-POWER-OF-TEN                               98/02/10
118500         UNTIL POWER-COUNT NOT < POWER-WANTED                     98/02/10
118600            OR POWER-COUNT = 17                                   98/02/10
118700     IF POWER-WANTED > 17                                         98/02/10
118800         MOVE 10 TO POWER-EXTRA                                   98/02/10
118900     .                                                            98/02/10
119000                                                                  98/02/10
119100 RAISE-THE-POWER-OF-TEN.                                          98/02/10
119200     ADD 1 TO POWER-COUNT                                         98/02/10
119300     COMPUTE POWER-OF-TEN = POWER-OF-TEN * 10                     98/02/10
119400     .                                                            98/02/10
119500                                                                  98/02/10
119600*A SIGN SEPARATE FIELD CARRIES ITS SIGN AS THE LEADING            98/02/10
119700*CHARACTER; THE DIGITS AFTER IT ARE DE-EDITED THROUGH THE         98/02/10
119800*PICTURE, WHICH IGNORES THE "S".                                  98/02/10
119900 DEEDIT-THE-OLD-FIELD.                                            98/02/10
120000     MOVE SPACES TO PPICT-DEEDIT-TEXT                             98/02/10
120100     MOVE ZERO   TO BYTE-NBR                                      98/02/10
120200     MOVE ZERO   TO TEXT-NBR                                      98/02/10
120300     MOVE "+"    TO SIGN-CHAR                                     98/02/10
120400     IF OLD-FLD-SIGNSEP (CNV-OLD-INDEX) = "Y"                     98/02/10
120500         MOVE 1 TO BYTE-NBR                                       98/02/10
120600         COMPUTE BYTE-POSN = OLD-BASE-OFFSET + 1                  98/02/10
120700         MOVE OLD-DATA-BYTE (BYTE-POSN) TO SIGN-CHAR              98/02/10
120800     .                                                            98/02/10
120900     IF SIGN-CHAR NOT = "+" AND SIGN-CHAR NOT = "-"               98/02/10
121000         MOVE "N" TO VALUE-OK-FLAG                                98/02/10
121100         MOVE "Y" TO FIELD-EXCEPTION-FLAG                         98/02/10
121200         MOVE "OLD SIGN NOT VALID" TO EXCEPTION-REASON            98/02/10
121300     ELSE                                                         98/02/10
121400         PERFORM COPY-ONE-DEEDIT-BYTE                             98/02/10
121500             UNTIL BYTE-NBR = OLD-FLD-LENGTH (CNV-OLD-INDEX)      98/02/10
121600                OR TEXT-NBR = 80                                  98/02/10
121700         MOVE OLD-FLD-PICTURE (CNV-OLD-INDEX) TO PPICT-TABLE-TEXT 98/02/10
121800         PERFORM CALL-PPICT-TO-DEEDIT                             98/02/10
121900     .                                                            98/02/10
122000     IF VALUE-OK-FLAG = "Y"                                       98/02/10
122100        AND SIGN-CHAR = "-"                                       98/02/10
122200         COMPUTE FIELD-VALUE = ZERO - FIELD-VALUE                 98/02/10
122300     .                                                            98/02/10
122400                                                                  98/02/10
122500 DEEDIT-THE-OLD-TEXT.                                             98/02/10
122600     MOVE SPACES TO PPICT-DEEDIT-TEXT                             98/02/10
122700     MOVE ZERO   TO BYTE-NBR                                      98/02/10
122800     MOVE ZERO   TO TEXT-NBR                                      98/02/10
122900     PERFORM COPY-ONE-DEEDIT-BYTE                                 98/02/10
123000         UNTIL BYTE-NBR = OLD-FLD-LENGTH (CNV-OLD-INDEX)          98/02/10
123100            OR TEXT-NBR = 80                                      98/02/10
123200     MOVE NEW-FLD-PICTURE (CNV-NEW-INDEX) TO PPICT-TABLE-TEXT     98/02/10
123300     PERFORM CALL-PPICT-TO-DEEDIT                                 98/02/10
123400     .                                                            98/02/10
123500                                                                  98/02/10
123600 COPY-ONE-DEEDIT-BYTE.                                            98/02/10
123700     ADD 1 TO BYTE-NBR                                            98/02/10
123800     ADD 1 TO TEXT-NBR                                            98/02/10
123900     COMPUTE BYTE-POSN = OLD-BASE-OFFSET + BYTE-NBR               98/02/10
124000     MOVE OLD-DATA-BYTE (BYTE-POSN) TO DEEDIT-CHAR (TEXT-NBR)     98/02/10
124100     .                                                            98/02/10
124200                                                                  98/02/10
124300 CALL-PPICT-TO-DEEDIT.                                            98/02/10
124400     MOVE "D" TO PPICT-OPERATION                                  98/02/10
124500     MOVE SPACE TO PPICT-USAGE                                    98/02/10
124600     MOVE ZERO TO PPICT-SOURCE-LENGTH                             98/02/10
124700     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/02/10
124800     CALL "PPICT"                                                 98/02/10
124900     IF PPICT-ERROR-CODE NOT = SPACES                             98/02/10
125000        AND PPICT-ERROR-CODE NOT = "00"                           98/02/10
125100         MOVE "N" TO VALUE-OK-FLAG                                98/02/10
125200         MOVE "Y" TO FIELD-EXCEPTION-FLAG                         98/02/10
125300         PERFORM NOTE-THE-DEEDIT-ERROR                            98/02/10
125400     ELSE                                                         98/02/10
125500         MOVE PPICT-EDIT-VALUE TO FIELD-VALUE                     98/02/10
125600     .                                                            98/02/10
125700                                                                  98/02/10
125800 NOTE-THE-DEEDIT-ERROR.                                           98/02/10
125900     IF PPICT-ERROR-CODE = "22"                                   98/02/10
126000         MOVE "OLD VALUE NOT NUMERIC" TO EXCEPTION-REASON         98/02/10
126100     ELSE                                                         98/02/10
126200         MOVE PPICT-ERROR-TEXT TO EXCEPTION-REASON                98/02/10
126300     .                                                            98/02/10
126400                                                                  98/02/10
126500*THE NEW VALUE GOES INTO WHATEVER FORM THE NEW FIELD HAS.  A      98/02/10
126550*VALUE THAT WILL NOT FIT LEAVES THE NEW FIELD AT ZERO.  A PLAIN   98/04/21
126600*DISPLAY NUMBER HAS NOWHERE TO KEEP A SIGN UNLESS IT IS SIGN      98/04/21
126650*SEPARATE, SO A MINUS IS LOST THERE JUST AS IN AN UNSIGNED FIELD. 98/04/21
126700 PUT-THE-NEW-VALUE.                                               98/02/10
126800     MOVE "Y" TO VALUE-OK-FLAG                                    98/02/10
126900     MOVE "+" TO SIGN-CHAR                                        98/02/10
127000     MOVE FIELD-VALUE TO ABS-VALUE                                98/02/10
127100     IF FIELD-VALUE < ZERO                                        98/02/10
127200         MOVE "-" TO SIGN-CHAR                                    98/02/10
127300         COMPUTE ABS-VALUE = ZERO - FIELD-VALUE                   98/02/10
127400     .                                                            98/02/10
127500     IF SIGN-CHAR = "-"                                           98/02/10
127533        AND (NEW-FLD-SIGNED (CNV-NEW-INDEX) = "N"                 98/04/21
127566          OR (NEW-FLD-TYPE (CNV-NEW-INDEX) = "9"                  98/04/21
127599              AND NEW-FLD-USAGE (CNV-NEW-INDEX) NOT = "C"         98/04/21
127632              AND NEW-FLD-USAGE (CNV-NEW-INDEX) NOT = "3"         98/04/21
127665              AND NEW-FLD-SIGNSEP (CNV-NEW-INDEX) NOT = "Y"))     98/04/21
127700         MOVE "Y" TO FIELD-EXCEPTION-FLAG                         98/02/10
127800         MOVE "SIGN LOST" TO EXCEPTION-REASON                     98/02/10
127900         MOVE "+" TO SIGN-CHAR                                    98/02/10
128000     .                                                            98/02/10
128100     IF NEW-FLD-TYPE (CNV-NEW-INDEX) = "9"                        98/02/10
128200         PERFORM PUT-A-PLAIN-NUMBER                               98/02/10
128300     ELSE                                                         98/02/10
128400         PERFORM PUT-AN-EDITED-NUMBER                             98/02/10
128500     .                                                            98/02/10
128600                                                                  98/02/10
128700 PUT-A-PLAIN-NUMBER.                                              98/02/10
128800     PERFORM CHECK-THE-NEW-VALUE-FITS                             98/02/10
128900     IF VALUE-OK-FLAG = "N"                                       98/02/10
129000         NEXT SENTENCE                                            98/02/10
129100     ELSE                                                         98/02/10
129200     IF NEW-FLD-USAGE (CNV-NEW-INDEX) = "3"                       98/02/10
129300         PERFORM PACK-THE-NEW-VALUE                               98/02/10
129400     ELSE                                                         98/02/10
129500     IF NEW-FLD-USAGE (CNV-NEW-INDEX) = "C"                       98/02/10
129600         PERFORM ENCODE-THE-NEW-BINARY                            98/02/10
129700     ELSE                                                         98/02/10
129800         PERFORM EDIT-THE-NEW-DIGITS                              98/02/10
129900     .                                                            98/02/10
130000                                                                  98/02/10
130100*THE INTEGER DIGITS OF THE NEW PICTURE BOUND THE VALUE; DECIMAL   98/02/10
130200*PLACES BEYOND THOSE OF THE NEW PICTURE ARE CUT OFF, NOT ROUNDED, 98/02/10
130300*AS A COBOL MOVE WOULD DO.  RAW-NUMBER COMES OUT AS THE DIGIT     98/02/10
130400*STRING THE NEW FIELD WILL HOLD.                                  98/02/10
130500 CHECK-THE-NEW-VALUE-FITS.                                        98/02/10
130600     COMPUTE INTEGER-DIGITS = NEW-FLD-DIGITS (CNV-NEW-INDEX)      98/02/10
130700         - NEW-FLD-DECIMALS (CNV-NEW-INDEX)                       98/02/10
130800     IF INTEGER-DIGITS < 13                                       98/02/10
130900         MOVE INTEGER-DIGITS TO POWER-WANTED                      98/02/10
131000         PERFORM FIND-THE-POWER-OF-TEN                            98/02/10
131100         IF ABS-VALUE NOT < POWER-OF-TEN                          98/02/10
131200             MOVE "N" TO VALUE-OK-FLAG                            98/02/10
131300             MOVE "Y" TO FIELD-EXCEPTION-FLAG                     98/02/10
131400             MOVE "VALUE WILL NOT FIT" TO EXCEPTION-REASON        98/02/10
131500     .                                                            98/02/10
131600     IF VALUE-OK-FLAG = "Y"                                       98/02/10
131700         MOVE NEW-FLD-DECIMALS (CNV-NEW-INDEX) TO POWER-WANTED    98/02/10
131800         PERFORM FIND-THE-POWER-OF-TEN                            98/02/10
131900         COMPUTE RAW-NUMBER =                                     98/02/10
132000             ABS-VALUE * POWER-OF-TEN * POWER-EXTRA               98/02/10
132100         IF NEW-FLD-DECIMALS (CNV-NEW-INDEX) < 5                  98/02/10
132200             COMPUTE CHECK-VALUE = RAW-NUMBER / POWER-OF-TEN      98/02/10
132300             IF CHECK-VALUE NOT = ABS-VALUE                       98/02/10
132400                 MOVE "Y" TO FIELD-EXCEPTION-FLAG                 98/02/10
132500                 MOVE "DECIMAL PLACES LOST" TO EXCEPTION-REASON   98/02/10
132600     .                                                            98/02/10
132700                                                                  98/02/10
132800*PACKED FROM THE RIGHT: THE LAST BYTE TAKES THE UNITS DIGIT AND   98/02/10
132900*THE SIGN NIBBLE, F WHEN THE PICTURE IS UNSIGNED, AND EVERY BYTE  98/02/10
133000*IN FRONT OF IT TWO MORE DIGITS.                                  98/02/10
133100 PACK-THE-NEW-VALUE.                                              98/02/10
133200     IF NEW-FLD-SIGNED (CNV-NEW-INDEX) = "N"                      98/02/10
133300         MOVE 15 TO LOW-NIBBLE                                    98/02/10
133400     ELSE                                                         98/02/10
133500     IF SIGN-CHAR = "-"                                           98/02/10
133600         MOVE 13 TO LOW-NIBBLE                                    98/02/10
133700     ELSE                                                         98/02/10
133800         MOVE 12 TO LOW-NIBBLE                                    98/02/10
133900     .                                                            98/02/10
134000     PERFORM TAKE-ONE-PACKED-DIGIT                                98/02/10
134100     MOVE PACK-DIGIT TO HIGH-NIBBLE                               98/02/10
134200     MOVE NEW-FLD-LENGTH (CNV-NEW-INDEX) TO BYTE-NBR              98/02/10
134300     PERFORM STORE-ONE-BYTE-VALUE                                 98/02/10
134400     PERFORM PACK-ONE-MORE-BYTE                                   98/02/10
134500         UNTIL BYTE-NBR = 1                                       98/02/10
134600     .                                                            98/02/10
134700                                                                  98/02/10
134800 PACK-ONE-MORE-BYTE.                                              98/02/10
134900     SUBTRACT 1 FROM BYTE-NBR                                     98/02/10
135000     PERFORM TAKE-ONE-PACKED-DIGIT                                98/02/10
135100     MOVE PACK-DIGIT TO LOW-NIBBLE                                98/02/10
135200     PERFORM TAKE-ONE-PACKED-DIGIT                                98/02/10
135300     MOVE PACK-DIGIT TO HIGH-NIBBLE                               98/02/10
135400     PERFORM STORE-ONE-BYTE-VALUE                                 98/02/10
135500     .                                                            98/02/10
135600                                                                  98/02/10
135700 TAKE-ONE-PACKED-DIGIT.                                           98/02/10
135800     COMPUTE PACK-QUOTIENT = RAW-NUMBER / 10                      98/02/10
135900     COMPUTE PACK-DIGIT = RAW-NUMBER - (PACK-QUOTIENT * 10)       98/02/10
136000     MOVE PACK-QUOTIENT TO RAW-NUMBER                             98/02/10
136100     .                                                            98/02/10
136200                                                                  98/02/10
136300 STORE-ONE-BYTE-VALUE.                                            98/02/10
136400     COMPUTE BYTE-VALUE = (HIGH-NIBBLE * 16) + LOW-NIBBLE         98/02/10
136500     COMPUTE OUT-POSN = NEW-BASE-OFFSET + BYTE-NBR                98/02/10
136600     MOVE BYTE-VALUE-CHAR TO OUT-BYTE (OUT-POSN)                  98/02/10
136700     .                                                            98/02/10
136800                                                                  98/02/10
136900*BINARY FROM THE RIGHT, ONE BYTE AT A TIME; A NEGATIVE VALUE IS   98/02/10
137000*STORED AS THE COMPLEMENT OF ONE LESS THAN ITS MAGNITUDE, WHICH   98/02/10
137100*IS THE TWO'S COMPLEMENT WITHOUT EVER FORMING TWO TO THE 64TH.    98/02/10
137200 ENCODE-THE-NEW-BINARY.                                           98/02/10
137300     MOVE "N" TO COMPLEMENT-FLAG                                  98/02/10
137400     IF SIGN-CHAR = "-"                                           98/02/10
137500        AND RAW-NUMBER > ZERO                                     98/02/10
137600         SUBTRACT 1 FROM RAW-NUMBER                               98/02/10
137700         MOVE "Y" TO COMPLEMENT-FLAG                              98/02/10
137800     .                                                            98/02/10
137900     MOVE NEW-FLD-LENGTH (CNV-NEW-INDEX) TO BYTE-NBR              98/02/10
138000     PERFORM ENCODE-ONE-BINARY-BYTE                               98/02/10
138100         UNTIL BYTE-NBR = ZERO                                    98/02/10
138200     .                                                            98/02/10
138300                                                                  98/02/10
138400 ENCODE-ONE-BINARY-BYTE.                                          98/02/10
138500     COMPUTE PACK-QUOTIENT = RAW-NUMBER / 256                     98/02/10
138600     COMPUTE BYTE-VALUE = RAW-NUMBER - (PACK-QUOTIENT * 256)      98/02/10
138700     MOVE PACK-QUOTIENT TO RAW-NUMBER                             98/02/10
138800     IF COMPLEMENT-FLAG = "Y"                                     98/02/10
138900         COMPUTE BYTE-VALUE = 255 - BYTE-VALUE                    98/02/10
139000     .                                                            98/02/10
139100     COMPUTE OUT-POSN = NEW-BASE-OFFSET + BYTE-NBR                98/02/10
139200     MOVE BYTE-VALUE-CHAR TO OUT-BYTE (OUT-POSN)                  98/02/10
139300     SUBTRACT 1 FROM BYTE-NBR                                     98/02/10
139400     .                                                            98/02/10
139500                                                                  98/02/10
139600*A PLAIN DISPLAY NUMBER IS THE MAGNITUDE EDITED THROUGH ITS OWN   98/02/10
139700*PICTURE, WHICH GIVES THE DIGITS ALONE, BEHIND THE SEPARATE       98/02/10
139800*SIGN CHARACTER WHEN THERE IS ONE.                                98/02/10
139900 EDIT-THE-NEW-DIGITS.                                             98/02/10
140000     MOVE ABS-VALUE TO PPICT-EDIT-VALUE                           98/02/10
140100     MOVE NEW-FLD-PICTURE (CNV-NEW-INDEX) TO PPICT-TABLE-TEXT     98/02/10
140200     PERFORM CALL-PPICT-TO-EDIT                                   98/02/10
140300     MOVE ZERO TO BYTE-NBR                                        98/02/10
140400     IF VALUE-OK-FLAG = "Y"                                       98/02/10
140500        AND NEW-FLD-SIGNSEP (CNV-NEW-INDEX) = "Y"                 98/02/10
140600         MOVE 1 TO BYTE-NBR                                       98/02/10
140700         COMPUTE OUT-POSN = NEW-BASE-OFFSET + 1                   98/02/10
140800         MOVE SIGN-CHAR TO OUT-BYTE (OUT-POSN)                    98/02/10
140900     .                                                            98/02/10
141000     IF VALUE-OK-FLAG = "Y"                                       98/02/10
141100         PERFORM COPY-THE-EDITED-RESULT                           98/02/10
141200     .                                                            98/02/10
141300                                                                  98/02/10
141400*AN EDITED FIELD TAKES THE SIGNED VALUE AND PLACES ITS OWN SIGN.  98/02/10
141500 PUT-AN-EDITED-NUMBER.                                            98/02/10
141600     IF SIGN-CHAR = "-"                                           98/02/10
141700         COMPUTE PPICT-EDIT-VALUE = ZERO - ABS-VALUE              98/02/10
141800     ELSE                                                         98/02/10
141900         MOVE ABS-VALUE TO PPICT-EDIT-VALUE                       98/02/10
142000     .                                                            98/02/10
142100     MOVE NEW-FLD-PICTURE (CNV-NEW-INDEX) TO PPICT-TABLE-TEXT     98/02/10
142200     PERFORM CALL-PPICT-TO-EDIT                                   98/02/10
142300     MOVE ZERO TO BYTE-NBR                                        98/02/10
142400     IF VALUE-OK-FLAG = "Y"                                       98/02/10
142500         PERFORM COPY-THE-EDITED-RESULT                           98/02/10
142600     .                                                            98/02/10
142700                                                                  98/02/10
142800 CALL-PPICT-TO-EDIT.                                              98/02/10
142900     MOVE "E" TO PPICT-OPERATION                                  98/02/10
143000     MOVE SPACE TO PPICT-USAGE                                    98/02/10
143100     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/02/10
143200     CALL "PPICT"                                                 98/02/10
143300     IF PPICT-ERROR-CODE NOT = SPACES                             98/02/10
143400        AND PPICT-ERROR-CODE NOT = "00"                           98/02/10
143500         MOVE "N" TO VALUE-OK-FLAG                                98/02/10
143600         MOVE "Y" TO FIELD-EXCEPTION-FLAG                         98/02/10
143700         PERFORM NOTE-THE-EDIT-ERROR                              98/02/10
143800     .                                                            98/02/10
143900                                                                  98/02/10
144000 NOTE-THE-EDIT-ERROR.                                             98/02/10
144100     IF PPICT-ERROR-CODE = "19"                                   98/02/10
144200         MOVE "VALUE WILL NOT FIT" TO EXCEPTION-REASON            98/02/10
144300     ELSE                                                         98/02/10
144400         MOVE PPICT-ERROR-TEXT TO EXCEPTION-REASON                98/02/10
144500     .                                                            98/02/10
144600                                                                  98/02/10
144700*BYTE-NBR COMES IN AS THE NUMBER OF BYTES OF THE NEW FIELD        98/02/10
144800*ALREADY FILLED - THE SEPARATE SIGN, IF ANY.                      98/02/10
144900 COPY-THE-EDITED-RESULT.                                          98/02/10
145000     MOVE PPICT-EDIT-RESULT TO TEXT-WORK-AREA                     98/02/10
145100     MOVE ZERO TO TEXT-NBR                                        98/02/10
145200     PERFORM COPY-ONE-EDITED-BYTE                                 98/02/10
145300         UNTIL BYTE-NBR = NEW-FLD-LENGTH (CNV-NEW-INDEX)          98/02/10
145400            OR TEXT-NBR = 80                                      98/02/10
145500     .                                                            98/02/10
145600                                                                  98/02/10
145700 COPY-ONE-EDITED-BYTE.                                            98/02/10
145800     ADD 1 TO BYTE-NBR                                            98/02/10
145900     ADD 1 TO TEXT-NBR                                            98/02/10
146000     COMPUTE OUT-POSN = NEW-BASE-OFFSET + BYTE-NBR                98/02/10
146100     MOVE TEXT-CHAR (TEXT-NBR) TO OUT-BYTE (OUT-POSN)             98/02/10
146200     .                                                            98/02/10
146300                                                                  98/02/10
146400****************    FIELDS MOVED AS TEXT    ***************       98/02/10
146500                                                                  98/02/10
146600*A DISPLAY FIELD GOES ACROSS AS THE CHARACTERS IT HOLDS.  A       98/02/10
146700*PACKED OR BINARY FIELD FIRST BECOMES ITS DIGITS, EDITED THROUGH  98/02/10
146800*ITS OWN PICTURE; TEXT HAS NOWHERE TO KEEP A SIGN.                98/02/10
146900 CONVERT-AS-TEXT.                                                 98/02/10
147000     MOVE SPACES TO TEXT-WORK-AREA                                98/02/10
147100     MOVE ZERO   TO TEXT-LENGTH                                   98/02/10
147200     IF OLD-FLD-USAGE (CNV-OLD-INDEX) = "C"                       98/02/10
147300     OR OLD-FLD-USAGE (CNV-OLD-INDEX) = "3"                       98/02/10
147400         PERFORM GET-THE-OLD-VALUE                                98/02/10
147500         IF VALUE-OK-FLAG = "Y"                                   98/02/10
147600             PERFORM EDIT-THE-OLD-VALUE-AS-TEXT                   98/02/10
147700         ELSE                                                     98/02/10
147800             NEXT SENTENCE                                        98/02/10
147900     ELSE                                                         98/02/10
148000         PERFORM COPY-THE-OLD-TEXT                                98/02/10
148100     .                                                            98/02/10
148200     IF VALUE-OK-FLAG = "Y"                                       98/02/10
148300         PERFORM PUT-THE-TEXT-ACROSS                              98/02/10
148400     .                                                            98/02/10
148500                                                                  98/02/10
148600 EDIT-THE-OLD-VALUE-AS-TEXT.                                      98/02/10
148700     MOVE FIELD-VALUE TO ABS-VALUE                                98/02/10
148800     IF FIELD-VALUE < ZERO                                        98/02/10
148900         COMPUTE ABS-VALUE = ZERO - FIELD-VALUE                   98/02/10
149000         MOVE "Y" TO FIELD-EXCEPTION-FLAG                         98/02/10
149100         MOVE "SIGN LOST" TO EXCEPTION-REASON                     98/02/10
149200     .                                                            98/02/10
149300     MOVE ABS-VALUE TO PPICT-EDIT-VALUE                           98/02/10
149400     MOVE OLD-FLD-PICTURE (CNV-OLD-INDEX) TO PPICT-TABLE-TEXT     98/02/10
149500     PERFORM CALL-PPICT-TO-EDIT                                   98/02/10
149600     IF VALUE-OK-FLAG = "Y"                                       98/02/10
149700         MOVE PPICT-EDIT-RESULT TO TEXT-WORK-AREA                 98/02/10
149800         MOVE OLD-FLD-DIGITS (CNV-OLD-INDEX) TO TEXT-LENGTH       98/02/10
149900     .                                                            98/02/10
150000                                                                  98/02/10
150100 COPY-THE-OLD-TEXT.                                               98/02/10
150200     MOVE "Y"  TO VALUE-OK-FLAG                                   98/02/10
150300     MOVE ZERO TO BYTE-NBR                                        98/02/10
150400     PERFORM COPY-ONE-OLD-TEXT-BYTE                               98/02/10
150500         UNTIL BYTE-NBR = OLD-FLD-LENGTH (CNV-OLD-INDEX)          98/02/10
150600            OR BYTE-NBR = 80                                      98/02/10
150700     MOVE BYTE-NBR TO TEXT-LENGTH                                 98/02/10
150800     .                                                            98/02/10
150900                                                                  98/02/10
151000 COPY-ONE-OLD-TEXT-BYTE.                                          98/02/10
151100     ADD 1 TO BYTE-NBR                                            98/02/10
151200     COMPUTE BYTE-POSN = OLD-BASE-OFFSET + BYTE-NBR               98/02/10
151300     MOVE OLD-DATA-BYTE (BYTE-POSN) TO TEXT-CHAR (BYTE-NBR)       98/02/10
151400     .                                                            98/02/10
151500                                                                  98/02/10
151600*THE TEXT IS LEFT-JUSTIFIED AND SPACE-FILLED; ANYTHING BUT        98/02/10
151700*SPACES BEYOND THE END OF THE NEW FIELD IS LOST.                  98/02/10
151800 PUT-THE-TEXT-ACROSS.                                             98/02/10
151900     MOVE ZERO TO BYTE-NBR                                        98/02/10
152000     PERFORM PUT-ONE-TEXT-BYTE                                    98/02/10
152100         UNTIL BYTE-NBR = NEW-FLD-LENGTH (CNV-NEW-INDEX)          98/02/10
152200            OR BYTE-NBR = 80                                      98/02/10
152300     MOVE "N" TO TEXT-CUT-FLAG                                    98/02/10
152400     PERFORM CHECK-ONE-CUT-BYTE                                   98/02/10
152500         UNTIL BYTE-NBR NOT < TEXT-LENGTH                         98/02/10
152600            OR TEXT-CUT-FLAG = "Y"                                98/02/10
152700     IF TEXT-CUT-FLAG = "Y"                                       98/02/10
152800         MOVE "Y" TO FIELD-EXCEPTION-FLAG                         98/02/10
152900         MOVE "TEXT TRUNCATED" TO EXCEPTION-REASON                98/02/10
153000     .                                                            98/02/10
153100                                                                  98/02/10
153200 PUT-ONE-TEXT-BYTE.                                               98/02/10
153300     ADD 1 TO BYTE-NBR                                            98/02/10
153400     COMPUTE OUT-POSN = NEW-BASE-OFFSET + BYTE-NBR                98/02/10
153500     MOVE TEXT-CHAR (BYTE-NBR) TO OUT-BYTE (OUT-POSN)             98/02/10
153600     .                                                            98/02/10
153700                                                                  98/02/10
153800 CHECK-ONE-CUT-BYTE.                                              98/02/10
153900     ADD 1 TO BYTE-NBR                                            98/02/10
154000     IF TEXT-CHAR (BYTE-NBR) NOT = SPACE                          98/02/10
154100         MOVE "Y" TO TEXT-CUT-FLAG                                98/02/10
154200     .                                                            98/02/10
154300                                                                  98/02/10
154400****************    REPORT THE EXCEPTIONS    ***************      98/02/10
154500                                                                  98/02/10
154600 REPORT-A-LENGTH-EXCEPTION.                                       98/02/10
154700     ADD 1 TO LENGTH-ERROR-COUNT                                  98/02/10
154800     MOVE "Y" TO RECORD-EXCEPTION-FLAG                            98/02/10
154900     MOVE SPACES TO EXCEPTION-DETAIL-LINE                         98/02/10
155000     MOVE RECORDS-READ TO XDL-RECORD                              98/02/10
155100     MOVE "*RECORD*" TO XDL-NAME                                  98/02/10
155200     MOVE ZERO TO XDL-OCCURRENCE                                  98/02/10
155300     MOVE ZERO TO XDL-OFFSET                                      98/02/10
155400     IF OLD-REC-LENGTH > OLD-RECORD-LENGTH                        98/02/10
155500         MOVE "RECORD TOO LONG" TO XDL-REASON                     98/02/10
155600     ELSE                                                         98/02/10
155700         MOVE "RECORD TOO SHORT" TO XDL-REASON                    98/02/10
155800     .                                                            98/02/10
155900     MOVE EXCEPTION-DETAIL-LINE TO PRINT-WORK-LINE                98/02/10
156000     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
156100     .                                                            98/02/10
156200                                                                  98/02/10
156300 REPORT-A-FIELD-EXCEPTION.                                        98/02/10
156400     ADD 1 TO FIELD-EXCEPTION-COUNT                               98/02/10
156500     ADD 1 TO OLD-FLD-EXCEPTIONS (CNV-OLD-INDEX)                  98/02/10
156600     MOVE "Y" TO RECORD-EXCEPTION-FLAG                            98/02/10
156700     MOVE SPACES TO EXCEPTION-DETAIL-LINE                         98/02/10
156800     MOVE RECORDS-READ TO XDL-RECORD                              98/02/10
156900     MOVE OLD-FLD-NAME (CNV-OLD-INDEX) TO XDL-NAME                98/02/10
157000     MOVE OCC-NUMBER TO XDL-OCCURRENCE                            98/02/10
157100     MOVE OLD-BASE-OFFSET TO XDL-OFFSET                           98/02/10
157200     MOVE EXCEPTION-REASON TO XDL-REASON                          98/02/10
157300     PERFORM SHOW-THE-OLD-CONTENT                                 98/02/10
157400     MOVE EXCEPTION-DETAIL-LINE TO PRINT-WORK-LINE                98/02/10
157500     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
157600     .                                                            98/02/10
157700                                                                  98/02/10
157800*THE OLD VALUE IS SHOWN AS A NUMBER WHEN IT COULD BE READ, AS     98/02/10
157900*ITS CHARACTERS WHEN IT IS DISPLAY, AND NOT AT ALL WHEN IT IS     98/02/10
158000*PACKED OR BINARY DATA THAT COULD NOT BE READ.                    98/02/10
158100 SHOW-THE-OLD-CONTENT.                                            98/02/10
158200     IF OLD-VALUE-KNOWN-FLAG = "Y"                                98/02/10
158300         MOVE FIELD-VALUE TO XDL-OLD-NUMBER                       98/02/10
158400     ELSE                                                         98/02/10
158500     IF OLD-FLD-USAGE (CNV-OLD-INDEX) = "C"                       98/02/10
158600     OR OLD-FLD-USAGE (CNV-OLD-INDEX) = "3"                       98/02/10
158700         MOVE "(NOT PRINTABLE)" TO XDL-OLD-CONTENT                98/02/10
158800     ELSE                                                         98/02/10
158900         MOVE SPACES TO TEXT-WORK-AREA                            98/02/10
159000         PERFORM COPY-THE-OLD-TEXT                                98/02/10
159100         MOVE TEXT-WORK-AREA TO XDL-OLD-CONTENT                   98/02/10
159200     .                                                            98/02/10
159300                                                                  98/02/10
159400****************    FIELD MAPPING    ***************              98/02/10
159500                                                                  98/02/10
159600 WRITE-THE-FIELD-MAPPING.                                         98/02/10
159700     MOVE MAPPING-HEADING-LINE TO COLUMN-HEADING-LINE             98/02/10
159800     MOVE "***** DATA FILE CONVERSION - FIELD MAPPING *****"      98/02/10
159900         TO PRINT-WORK-LINE                                       98/02/10
160000     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
160100     MOVE SPACES TO PRINT-WORK-LINE                               98/02/10
160200     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
160300     MOVE ZERO TO CNV-OLD-INDEX                                   98/02/10
160400     PERFORM WRITE-ONE-OLD-MAPPING                                98/02/10
160500         UNTIL CNV-OLD-INDEX = OLD-FIELD-COUNT                    98/02/10
160600     MOVE ZERO TO CNV-NEW-INDEX                                   98/02/10
160700     PERFORM WRITE-ONE-ADDED-MAPPING                              98/02/10
160800         UNTIL CNV-NEW-INDEX = NEW-FIELD-COUNT                    98/02/10
160900     MOVE SPACES TO PRINT-WORK-LINE                               98/02/10
161000     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
161100     MOVE "OLD RECORD LENGTH" TO CDL-LABEL                        98/02/10
161200     MOVE OLD-RECORD-LENGTH TO CDL-COUNT                          98/02/10
161300     PERFORM WRITE-A-COUNT-LINE                                   98/02/10
161400     MOVE "NEW RECORD LENGTH" TO CDL-LABEL                        98/02/10
161500     MOVE NEW-RECORD-LENGTH TO CDL-COUNT                          98/02/10
161600     PERFORM WRITE-A-COUNT-LINE                                   98/02/10
161700     IF OLD-OVERFLOW-FLAG = "Y"                                   98/02/10
161800         MOVE "SOME OLD ENTRIES OMITTED - TABLE FULL"             98/02/10
161900             TO PRINT-WORK-LINE                                   98/02/10
162000         PERFORM WRITE-A-PRINT-LINE                               98/02/10
162100     .                                                            98/02/10
162200     IF NEW-OVERFLOW-FLAG = "Y"                                   98/02/10
162300         MOVE "SOME NEW ENTRIES OMITTED - TABLE FULL"             98/02/10
162400             TO PRINT-WORK-LINE                                   98/02/10
162500         PERFORM WRITE-A-PRINT-LINE                               98/02/10
162600     .                                                            98/02/10
162700     IF NEW-RECORD-LENGTH > 512                                   98/02/10
162800         MOVE "NEW LENGTH OVER 512 - TAIL FIELDS NOT WRITTEN"     98/02/10
162900             TO PRINT-WORK-LINE                                   98/02/10
163000         PERFORM WRITE-A-PRINT-LINE                               98/02/10
163100     .                                                            98/02/10
163107     IF OLD-GROUP-OCCURS-NAME NOT = SPACES                        98/04/21
163114         MOVE "OLD " TO GOL-SIDE                                  98/04/21
163121         MOVE OLD-GROUP-OCCURS-NAME TO GOL-NAME                   98/04/21
163128         MOVE GROUP-OCCURS-LINE TO PRINT-WORK-LINE                98/04/21
163135         PERFORM WRITE-A-PRINT-LINE                               98/04/21
163142     .                                                            98/04/21
163149     IF NEW-GROUP-OCCURS-NAME NOT = SPACES                        98/04/21
163156         MOVE "NEW " TO GOL-SIDE                                  98/04/21
163163         MOVE NEW-GROUP-OCCURS-NAME TO GOL-NAME                   98/04/21
163170         MOVE GROUP-OCCURS-LINE TO PRINT-WORK-LINE                98/04/21
163177         PERFORM WRITE-A-PRINT-LINE                               98/04/21
163184     .                                                            98/04/21
163200                                                                  98/02/10
163300 WRITE-ONE-OLD-MAPPING.                                           98/02/10
163400     ADD 1 TO CNV-OLD-INDEX                                       98/02/10
163500     MOVE SPACES TO MAPPING-DETAIL-LINE                           98/02/10
163600     MOVE OLD-FLD-NAME    (CNV-OLD-INDEX) TO MDL-NAME             98/02/10
163700     MOVE OLD-FLD-PICTURE (CNV-OLD-INDEX) TO MDL-OLD-PICTURE      98/02/10
163800     MOVE OLD-FLD-USAGE   (CNV-OLD-INDEX) TO MDL-OLD-USAGE        98/02/10
163900     IF OLD-FLD-NEW-IX (CNV-OLD-INDEX) = ZERO                     98/02/10
164000         PERFORM DESCRIBE-AN-UNMATCHED-FIELD                      98/02/10
164100     ELSE                                                         98/02/10
164200         MOVE OLD-FLD-NEW-IX (CNV-OLD-INDEX) TO CNV-NEW-INDEX     98/02/10
164300         PERFORM DESCRIBE-A-MATCHED-FIELD                         98/02/10
164400     .                                                            98/02/10
164500     MOVE MAPPING-DETAIL-LINE TO PRINT-WORK-LINE                  98/02/10
164600     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
164700     .                                                            98/02/10
164800                                                                  98/02/10
164900 DESCRIBE-AN-UNMATCHED-FIELD.                                     98/02/10
165000     IF OLD-FLD-NAME (CNV-OLD-INDEX) = "FILLER"                   98/02/10
165100         MOVE "FILLER - NOT CARRIED" TO MDL-ACTION                98/02/10
165200     ELSE                                                         98/02/10
165300         MOVE "DROPPED - VALUE LOST" TO MDL-ACTION                98/02/10
165400     .                                                            98/02/10
165500                                                                  98/02/10
165600 DESCRIBE-A-MATCHED-FIELD.                                        98/02/10
165700     MOVE NEW-FLD-PICTURE (CNV-NEW-INDEX) TO MDL-NEW-PICTURE      98/02/10
165800     MOVE NEW-FLD-USAGE   (CNV-NEW-INDEX) TO MDL-NEW-USAGE        98/02/10
165900     IF NEW-FLD-OCCURS (CNV-NEW-INDEX)                            98/02/10
166000            < OLD-FLD-OCCURS (CNV-OLD-INDEX)                      98/02/10
166100         MOVE "OCCURS CUT - TAIL VALUES LOST" TO MDL-ACTION       98/02/10
166200     ELSE                                                         98/02/10
166300     IF OLD-FLD-METHOD (CNV-OLD-INDEX) = "M"                      98/02/10
166400         MOVE "MOVED AS IT STANDS" TO MDL-ACTION                  98/02/10
166500     ELSE                                                         98/02/10
166600     IF OLD-FLD-METHOD (CNV-OLD-INDEX) = "V"                      98/02/10
166700         MOVE "CONVERTED BY VALUE" TO MDL-ACTION                  98/02/10
166800     ELSE                                                         98/02/10
166900         MOVE "MOVED AS TEXT" TO MDL-ACTION                       98/02/10
167000     .                                                            98/02/10
167100                                                                  98/02/10
167200 WRITE-ONE-ADDED-MAPPING.                                         98/02/10
167300     ADD 1 TO CNV-NEW-INDEX                                       98/02/10
167400     IF NEW-FLD-MATCHED (CNV-NEW-INDEX) = "N"                     98/02/10
167500         MOVE SPACES TO MAPPING-DETAIL-LINE                       98/02/10
167600         MOVE NEW-FLD-NAME    (CNV-NEW-INDEX) TO MDL-NAME         98/02/10
167700         MOVE NEW-FLD-PICTURE (CNV-NEW-INDEX) TO MDL-NEW-PICTURE  98/02/10
167800         MOVE NEW-FLD-USAGE   (CNV-NEW-INDEX) TO MDL-NEW-USAGE    98/02/10
167900         PERFORM DESCRIBE-AN-ADDED-FIELD                          98/02/10
168000         MOVE MAPPING-DETAIL-LINE TO PRINT-WORK-LINE              98/02/10
168100         PERFORM WRITE-A-PRINT-LINE                               98/02/10
168200     .                                                            98/02/10
168300                                                                  98/02/10
168400 DESCRIBE-AN-ADDED-FIELD.                                         98/02/10
168500     IF NEW-FLD-CLASS (CNV-NEW-INDEX) = "N"                       98/02/10
168600         MOVE "ADDED - SET TO ZERO" TO MDL-ACTION                 98/02/10
168700     ELSE                                                         98/02/10
168800         MOVE "ADDED - SET TO SPACES" TO MDL-ACTION               98/02/10
168900     .                                                            98/02/10
169000                                                                  98/02/10
169100*THE EXCEPTIONS START ON A PAGE OF THEIR OWN UNDER THEIR OWN      98/02/10
169200*COLUMN HEADINGS.                                                 98/02/10
169300 START-THE-EXCEPTIONS.                                            98/02/10
169400     MOVE EXCEPTION-HEADING-LINE TO COLUMN-HEADING-LINE           98/02/10
169500     MOVE ZERO TO LINES-ON-PAGE                                   98/02/10
169600     MOVE "***** DATA FILE CONVERSION - EXCEPTIONS *****"         98/02/10
169700         TO PRINT-WORK-LINE                                       98/02/10
169800     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
169900     MOVE SPACES TO PRINT-WORK-LINE                               98/02/10
170000     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
170100     .                                                            98/02/10
170200                                                                  98/02/10
170300****************    TOTALS    ***************                     98/02/10
170400                                                                  98/02/10
170500 WRITE-THE-TOTALS.                                                98/02/10
170600     MOVE SPACES TO PRINT-WORK-LINE                               98/02/10
170700     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
170800     MOVE "EXCEPTIONS PER FIELD" TO PRINT-WORK-LINE               98/02/10
170900     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
171000     MOVE ZERO TO CNV-OLD-INDEX                                   98/02/10
171100     PERFORM WRITE-ONE-FIELD-TOTAL                                98/02/10
171200         UNTIL CNV-OLD-INDEX = OLD-FIELD-COUNT                    98/02/10
171300     MOVE SPACES TO PRINT-WORK-LINE                               98/02/10
171400     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
171500     MOVE "RECORDS READ" TO CDL-LABEL                             98/02/10
171600     MOVE RECORDS-READ TO CDL-COUNT                               98/02/10
171700     PERFORM WRITE-A-COUNT-LINE                                   98/02/10
171800     MOVE "RECORDS WRITTEN" TO CDL-LABEL                          98/02/10
171900     MOVE RECORDS-WRITTEN TO CDL-COUNT                            98/02/10
172000     PERFORM WRITE-A-COUNT-LINE                                   98/02/10
172100     MOVE "RECORDS WITH EXCEPTIONS" TO CDL-LABEL                  98/02/10
172200     MOVE RECORDS-WITH-EXCEPTIONS TO CDL-COUNT                    98/02/10
172300     PERFORM WRITE-A-COUNT-LINE                                   98/02/10
172400     MOVE "FIELD EXCEPTIONS" TO CDL-LABEL                         98/02/10
172500     MOVE FIELD-EXCEPTION-COUNT TO CDL-COUNT                      98/02/10
172600     PERFORM WRITE-A-COUNT-LINE                                   98/02/10
172700     MOVE "RECORD LENGTH ERRORS" TO CDL-LABEL                     98/02/10
172800     MOVE LENGTH-ERROR-COUNT TO CDL-COUNT                         98/02/10
172900     PERFORM WRITE-A-COUNT-LINE                                   98/02/10
173000     IF RECORDS-READ NOT = RECORDS-WRITTEN                        98/02/10
173100         MOVE "*** RECORDS READ AND WRITTEN DO NOT AGREE ***"     98/02/10
173200             TO PRINT-WORK-LINE                                   98/02/10
173300         PERFORM WRITE-A-PRINT-LINE                               98/02/10
173400     .                                                            98/02/10
173500     IF RECORDS-WITH-EXCEPTIONS > ZERO                            98/02/10
173600         MOVE 4 TO RUN-SEVERITY                                   98/02/10
173700     .                                                            98/02/10
173800                                                                  98/02/10
173900 WRITE-ONE-FIELD-TOTAL.                                           98/02/10
174000     ADD 1 TO CNV-OLD-INDEX                                       98/02/10
174100     IF OLD-FLD-NEW-IX (CNV-OLD-INDEX) > ZERO                     98/02/10
174200         MOVE OLD-FLD-NAME       (CNV-OLD-INDEX) TO FTL-NAME      98/02/10
174300         MOVE OLD-FLD-EXCEPTIONS (CNV-OLD-INDEX) TO FTL-EXCEPTIONS98/02/10
174400         MOVE FIELD-TOTAL-LINE TO PRINT-WORK-LINE                 98/02/10
174500         PERFORM WRITE-A-PRINT-LINE                               98/02/10
174600     .                                                            98/02/10
174700                                                                  98/02/10
174800 WRITE-A-COUNT-LINE.                                              98/02/10
174900     MOVE COUNT-DETAIL-LINE TO PRINT-WORK-LINE                    98/02/10
175000     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
175100     .                                                            98/02/10
175200                                                                  98/02/10
175300 CLOSE-THE-FILES.                                                 98/02/10
175400     MOVE "T" TO PPICT-OPERATION                                  98/02/10
175500     CALL "PPICT"                                                 98/02/10
175600     CLOSE OLD-COPY-SOURCE                                        98/02/10
175700     CLOSE NEW-COPY-SOURCE                                        98/02/10
175800     CLOSE OLD-DATA-FILE                                          98/02/10
175900     CLOSE NEW-DATA-FILE                                          98/02/10
176000     CLOSE CONVERSION-REPORT                                      98/02/10
176100     .                                                            98/02/10
176200                                                                  98/02/10
176300****************    REPORT PAGINATION    ***************          98/02/10
176400                                                                  98/02/10
176500*EVERY LINE OF CONVRPT GOES OUT THROUGH HERE, SO THE PAGE         98/02/10
176600*BREAK AND THE REPEATED HEADINGS HAPPEN IN ONE PLACE.             98/02/10
176700 WRITE-A-PRINT-LINE.                                              98/02/10
176800     IF LINES-ON-PAGE = ZERO                                      98/02/10
176900     OR LINES-ON-PAGE NOT < PAGE-DEPTH                            98/02/10
177000         PERFORM START-A-NEW-PAGE                                 98/02/10
177100     .                                                            98/02/10
177200     MOVE PRINT-WORK-LINE TO CONVERSION-REPORT-LINE               98/02/10
177300     WRITE CONVERSION-REPORT-LINE BEFORE ADVANCING 1 LINE         98/02/10
177400     ADD 1 TO LINES-ON-PAGE                                       98/02/10
177500     .                                                            98/02/10
177600                                                                  98/02/10
177700 START-A-NEW-PAGE.                                                98/02/10
177800     ADD 1 TO PAGE-NUMBER                                         98/02/10
177900     MOVE PAGE-NUMBER TO PHL-PAGE                                 98/02/10
178000     IF PAGE-NUMBER > 1                                           98/02/10
178100         MOVE SPACES TO CONVERSION-REPORT-LINE                    98/02/10
178200         WRITE CONVERSION-REPORT-LINE BEFORE ADVANCING PAGE       98/02/10
178300     .                                                            98/02/10
178400     MOVE PAGE-HEADING-LINE TO CONVERSION-REPORT-LINE             98/02/10
178500     WRITE CONVERSION-REPORT-LINE BEFORE ADVANCING 1 LINE         98/02/10
178600     MOVE SPACES TO CONVERSION-REPORT-LINE                        98/02/10
178700     WRITE CONVERSION-REPORT-LINE BEFORE ADVANCING 1 LINE         98/02/10
178800     MOVE COLUMN-HEADING-LINE TO CONVERSION-REPORT-LINE           98/02/10
178900     WRITE CONVERSION-REPORT-LINE BEFORE ADVANCING 1 LINE         98/02/10
179000     MOVE SPACES TO CONVERSION-REPORT-LINE                        98/02/10
179100     WRITE CONVERSION-REPORT-LINE BEFORE ADVANCING 1 LINE         98/02/10
179200     MOVE 4 TO LINES-ON-PAGE                                      98/02/10
179300     .                                                            98/02/10
179400                                                                  98/02/10
179500 WRITE-THE-END-OF-REPORT.                                         98/02/10
179600     MOVE SPACES TO PRINT-WORK-LINE                               98/02/10
179700     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
179800     MOVE "*** END OF REPORT ***" TO PRINT-WORK-LINE              98/02/10
179900     PERFORM WRITE-A-PRINT-LINE                                   98/02/10
180000     .                                                            98/02/10
