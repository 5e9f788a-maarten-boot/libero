000100 IDENTIFICATION DIVISION.                                         98/03/03
000200 PROGRAM-ID.    PPICTGEN.                                         98/03/03
000300                                                                  98/03/03
000400 AUTHOR.        R. TERPSTRA.                                      98/03/03
000500 DATE-WRITTEN.  98/03/03                                          98/03/03
000600                                                                  98/03/03
000700*   WRITES A FINISHED COPYBOOK MEMBER FROM A FIELD SPECIFICATION  98/03/03
000800*   DECK, SO A NEW RECORD LAYOUT IS NOT HAND-TYPED.  ONE CARD ON  98/03/03
000900*   GENSPEC PER DATA ENTRY:                                       98/03/03
001000*       COLS  1-2   LEVEL NUMBER, 01 THROUGH 49                   98/03/03
001100*       COLS  4-33  DATA NAME                                     98/03/03
001200*       COL   35    TYPE - N NUMERIC, A ALPHANUMERIC, E EDITED,   98/03/03
001300*                   BLANK FOR A GROUP ITEM                        98/03/03
001400*       COLS 37-40  LENGTH IN DIGITS OR CHARACTERS                98/03/03
001500*       COLS 42-43  DECIMAL PLACES                                98/03/03
001600*       COL   45    SIGNED - Y OR N                               98/03/03
001666*       COL   47    USAGE - D DISPLAY, C COMP, 3 COMP-3; ONLY D   98/04/21
001732*                   OR BLANK ON A GROUP ITEM                      98/04/21
001800*       COLS 49-52  OCCURS COUNT, BLANK FOR NONE                  98/03/03
001900*   A CARD WITH AN ASTERISK IN COLUMN 1 IS CARRIED INTO THE MEMBER98/03/03
002000*   AS A COMMENT LINE AT THAT POINT; A BLANK CARD IS IGNORED.     98/03/03
002100*   EVERY PICTURE IS BUILT BY PPICT'S "G" OPERATION, WRITTEN IN   98/03/03
002200*   THE SHORT FORM - 9(07), X(30) - AND PARSED BACK THROUGH PPICT 98/03/03
002300*   WITH ITS USAGE; AN ALPHANUMERIC ITEM LONGER THAN "G" BUILDS IS98/03/03
002400*   GIVEN ITS X(NN) PICTURE DIRECTLY AND PARSED THE SAME WAY.  THE98/03/03
002500*   MEMBER GOES TO COPYOUT WITH SEQUENCE NUMBERS IN COLUMNS 1-6,  98/03/03
002600*   TODAY'S DATE IN COLUMNS 73-80 AND EACH ITEM INDENTED UNDER    98/03/03
002700*   ITS GROUP.  GENRPT LISTS THE LAYOUT - OFFSET AND LENGTH OF    98/03/03
002800*   EVERY ITEM, GROUPS AND GROUP OCCURS INCLUDED, AND THE TOTAL   98/03/03
002900*   LENGTH OF EVERY RECORD - WITH ANY ERROR AGAINST ITS CARD.  IF 98/03/03
003000*   ANY CARD IS IN ERROR NO MEMBER IS WRITTEN AND THE RETURN CODE 98/03/03
003100*   IS 8.                                                         98/03/03
003200                                                                  98/03/03
003300 ENVIRONMENT DIVISION.                                            98/03/03
003400                                                                  98/03/03
003500 CONFIGURATION SECTION.                                           98/03/03
003600 SOURCE-COMPUTER. PORTABLE.                                       98/03/03
003700 OBJECT-COMPUTER. PORTABLE.                                       98/03/03
003800                                                                  98/03/03
003900 INPUT-OUTPUT SECTION.                                            98/03/03
004000 FILE-CONTROL.                                                    98/03/03
004100     SELECT SPEC-DECK       ASSIGN TO "GENSPEC"                   98/03/03
004200         ORGANIZATION IS LINE SEQUENTIAL.                         98/03/03
004300     SELECT COPY-OUTPUT     ASSIGN TO "COPYOUT"                   98/03/03
004400         ORGANIZATION IS LINE SEQUENTIAL.                         98/03/03
004500     SELECT LAYOUT-LISTING  ASSIGN TO "GENRPT"                    98/03/03
004600         ORGANIZATION IS LINE SEQUENTIAL.                         98/03/03
004700                                                                  98/03/03
004800 DATA DIVISION.                                                   98/03/03
004900                                                                  98/03/03
005000 FILE SECTION.                                                    98/03/03
005100                                                                  98/03/03
005200 FD  SPEC-DECK                                                    98/03/03
005300     RECORDING MODE IS F.                                         98/03/03
005400 01  SPEC-CARD.                                                   98/03/03
005500     02  SC-LEVEL                PIC X(02).                       98/03/03
005600     02  FILLER                  PIC X.                           98/03/03
005700     02  SC-NAME.                                                 98/03/03
005800         03  SC-NAME-CHAR        PIC X      OCCURS 30 TIMES.      98/03/03
005900     02  FILLER                  PIC X.                           98/03/03
006000     02  SC-TYPE                 PIC X.                           98/03/03
006100     02  FILLER                  PIC X.                           98/03/03
006200     02  SC-LENGTH               PIC X(04).                       98/03/03
006300     02  FILLER                  PIC X.                           98/03/03
006400     02  SC-DECIMALS             PIC X(02).                       98/03/03
006500     02  FILLER                  PIC X.                           98/03/03
006600     02  SC-SIGNED               PIC X.                           98/03/03
006700     02  FILLER                  PIC X.                           98/03/03
006800     02  SC-USAGE                PIC X.                           98/03/03
006900     02  FILLER                  PIC X.                           98/03/03
007000     02  SC-OCCURS               PIC X(04).                       98/03/03
007100     02  FILLER                  PIC X(28).                       98/03/03
007200 01  SPEC-COMMENT-CARD REDEFINES SPEC-CARD.                       98/03/03
007300     02  SC-INDICATOR            PIC X.                           98/03/03
007400     02  FILLER                  PIC X(79).                       98/03/03
007500                                                                  98/03/03
007600 FD  COPY-OUTPUT                                                  98/03/03
007700     RECORDING MODE IS F.                                         98/03/03
007800 01  COPY-OUTPUT-LINE            PIC X(80).                       98/03/03
007900                                                                  98/03/03
008000 FD  LAYOUT-LISTING                                               98/03/03
008100     RECORDING MODE IS F.                                         98/03/03
008200 01  LAYOUT-LISTING-LINE         PIC X(132).                      98/03/03
008300                                                                  98/03/03
008400 WORKING-STORAGE SECTION.                                         98/03/03
008500                                                                  98/03/03
008600 01  END-OF-DECK-FLAG            PIC X       VALUE "N".           98/03/03
008700     88  END-OF-DECK                 VALUE "Y".                   98/03/03
008800                                                                  98/03/03
008900*THE DECK AS LOADED.  A "C" ENTRY IS A COMMENT CARD, KEPT WHOLE   98/03/03
009000*FOR THE MEMBER; AN "E" ENTRY IS A DATA ENTRY.  THE DEPTH IS HOW  98/03/03
009100*MANY GROUPS THE ENTRY SITS UNDER.  THE SIZE IS ONE OCCURRENCE    98/03/03
009200*AND THE TOTAL EVERY OCCURRENCE, A GROUP'S BEING THE SUM OF       98/03/03
009300*WHAT IS UNDER IT.  AN ENTRY WITH AN ERROR TAKES NO PART IN THE   98/03/03
009400*LAYOUT.                                                          98/03/03
009500 01  SPEC-TABLE-HANDLING.                                         98/03/03
009600     02  SPEC-COUNT              PIC S9(4)  COMP VALUE ZERO.      98/03/03
009700     02  SPEC-TABLE.                                              98/03/03
009800         03  SPEC-TABLE-ENTRY   OCCURS 300 TIMES.                 98/03/03
009900             04  SPC-KIND        PIC X.                           98/03/03
010000             04  SPC-CARD        PIC X(80).                       98/03/03
010100             04  SPC-LEVEL       PIC S9(4)  COMP.                 98/03/03
010200             04  SPC-NAME        PIC X(30).                       98/03/03
010300             04  SPC-TYPE        PIC X.                           98/03/03
010400             04  SPC-LENGTH      PIC S9(4)  COMP.                 98/03/03
010500             04  SPC-DECIMALS    PIC S9(4)  COMP.                 98/03/03
010600             04  SPC-SIGNED      PIC X.                           98/03/03
010700             04  SPC-USAGE       PIC X.                           98/03/03
010800             04  SPC-OCCURS      PIC S9(4)  COMP.                 98/03/03
010900             04  SPC-PICTURE     PIC X(30).                       98/03/03
011000             04  SPC-ITEM-TYPE   PIC X.                           98/03/03
011100             04  SPC-DEPTH       PIC S9(4)  COMP.                 98/03/03
011200             04  SPC-CHILDREN    PIC S9(4)  COMP.                 98/03/03
011300             04  SPC-OFFSET      PIC S9(9)  COMP.                 98/03/03
011400             04  SPC-SIZE        PIC S9(9)  COMP.                 98/03/03
011500             04  SPC-TOTAL       PIC S9(9)  COMP.                 98/03/03
011600             04  SPC-ERROR       PIC X(30).                       98/03/03
011700     02  SPC-INDEX               PIC S9(4)  COMP.                 98/03/03
011800                                                                  98/03/03
011900*A NUMBER PUNCHED ANYWHERE IN ITS COLUMNS, LEADING AND TRAILING   98/03/03
012000*BLANKS ALLOWED; A BLANK FIELD IS ZERO AND SAYS SO.               98/03/03
012100 01  CARD-NUMBER-HANDLING.                                        98/03/03
012200     02  CARD-NUMBER-TEXT.                                        98/03/03
012300         03  CARD-NUMBER-CHAR    PIC X      OCCURS 4 TIMES.       98/03/03
012400     02  CARD-NUMBER-VALUE       PIC S9(4)  COMP.                 98/03/03
012500     02  CARD-NUMBER-POSN        PIC S9(4)  COMP.                 98/03/03
012600     02  CARD-NUMBER-OK-FLAG     PIC X.                           98/03/03
012700     02  CARD-NUMBER-BLANK-FLAG  PIC X.                           98/03/03
012800     02  CARD-NUMBER-ENDED-FLAG  PIC X.                           98/03/03
012900     02  CARD-DIGIT-CHAR.                                         98/03/03
013000         03  CARD-DIGIT          PIC 9.                           98/03/03
013100                                                                  98/03/03
013200 01  NAME-CHECK-HANDLING.                                         98/03/03
013300     02  NAME-POSN               PIC S9(4)  COMP.                 98/03/03
013400     02  NAME-LENGTH             PIC S9(4)  COMP.                 98/03/03
013500     02  NAME-OK-FLAG            PIC X.                           98/03/03
013600     02  NAME-CHAR               PIC X.                           98/03/03
013700                                                                  98/03/03
013800*THE PICTURE AS "G" BUILT IT, FOLDED INTO ITS SHORT FORM: A RUN   98/03/03
013900*OF 9, X OR A LONGER THAN ONE IS WRITTEN ONCE WITH ITS COUNT.  AN 98/03/03
014000*EDITED PICTURE IS LEFT AS BUILT, SO IT READS AS IT WILL PRINT.   98/03/03
014100 01  PICTURE-BUILD-HANDLING.                                      98/03/03
014200     02  PICT-SCAN-POSN          PIC S9(4)  COMP.                 98/03/03
014300     02  PICT-SCAN-LENGTH        PIC S9(4)  COMP.                 98/03/03
014400     02  PICT-RUN-CHAR           PIC X.                           98/03/03
014500     02  PICT-RUN-LENGTH         PIC S9(4)  COMP.                 98/03/03
014600     02  PICT-RUN-ENDED-FLAG     PIC X.                           98/03/03
014700     02  BUILT-PICTURE.                                           98/03/03
014800         03  BUILT-PICT-CHAR     PIC X      OCCURS 30 TIMES.      98/03/03
014900     02  BUILT-PICT-LENGTH       PIC S9(4)  COMP.                 98/03/03
015000     02  BUILT-PICT-ADD-CHAR     PIC X.                           98/03/03
015100                                                                  98/03/03
015200*A COUNT WRITTEN OUT WITHOUT ITS LEADING ZEROS, EXCEPT THAT A     98/03/03
015300*REPEAT COUNT IN A PICTURE KEEPS AT LEAST TWO DIGITS, AS IN       98/03/03
015400*X(08).                                                           98/03/03
015500 01  COUNT-TEXT-HANDLING.                                         98/03/03
015600     02  COUNT-DISPLAY.                                           98/03/03
015700         03  COUNT-DIGIT-CHAR    PIC X      OCCURS 4 TIMES.       98/03/03
015800     02  COUNT-DISPLAY-NUMBER REDEFINES COUNT-DISPLAY PIC 9(04).  98/03/03
015900     02  COUNT-FIRST-DIGIT       PIC S9(4)  COMP.                 98/03/03
016000     02  COUNT-DIGIT-POSN        PIC S9(4)  COMP.                 98/03/03
016100                                                                  98/03/03
016200*THE OPEN ITEMS ABOVE THE ENTRY BEING LAID OUT, INNERMOST LAST;   98/03/03
016300*EACH IS AN INDEX INTO THE SPEC TABLE.                            98/03/03
016400 01  LAYOUT-HANDLING.                                             98/03/03
016500     02  STACK-DEPTH             PIC S9(4)  COMP.                 98/03/03
016600     02  STACK-TABLE.                                             98/03/03
016700         03  STK-SPEC            PIC S9(4)  COMP OCCURS 50 TIMES. 98/03/03
016800     02  STACK-TOP               PIC S9(4)  COMP.                 98/03/03
016900     02  CURRENT-OFFSET          PIC S9(9)  COMP.                 98/03/03
017000     02  LAST-CLOSED-LEVEL       PIC S9(4)  COMP.                 98/03/03
017100     02  OCCURS-FACTOR           PIC S9(4)  COMP.                 98/03/03
017200     02  RECORD-SPEC-INDEX       PIC S9(4)  COMP.                 98/03/03
017300                                                                  98/03/03
017400*ONE OUTPUT LINE OF THE MEMBER, COLUMNS 7-72 BY CHARACTER.  THE   98/03/03
017500*CLAUSES OF AN ENTRY ARE PUT TOGETHER AS WORDS FIRST, SO THE      98/03/03
017600*TERMINATING PERIOD CAN GO ON THE LAST ONE AND A WORD THAT WILL   98/03/03
017700*NOT FIT GOES ONTO A CONTINUATION LINE WHOLE.                     98/03/03
017800 01  MEMBER-LINE.                                                 98/03/03
017900     02  ML-SEQUENCE             PIC 9(06).                       98/03/03
018000     02  ML-TEXT.                                                 98/03/03
018100         03  ML-CHAR             PIC X      OCCURS 66 TIMES.      98/03/03
018200     02  ML-STAMP.                                                98/03/03
018300         03  ML-STAMP-YY         PIC 9(02).                       98/03/03
018400         03  FILLER              PIC X      VALUE "/".            98/03/03
018500         03  ML-STAMP-MM         PIC 9(02).                       98/03/03
018600         03  FILLER              PIC X      VALUE "/".            98/03/03
018700         03  ML-STAMP-DD         PIC 9(02).                       98/03/03
018800                                                                  98/03/03
018900 01  MEMBER-LINE-HANDLING.                                        98/03/03
019000     02  LINE-SEQUENCE           PIC 9(06)  VALUE ZERO.           98/03/03
019100     02  OUT-COLUMN              PIC S9(4)  COMP.                 98/03/03
019200     02  OUT-POSN                PIC S9(4)  COMP.                 98/03/03
019300     02  CLAUSE-COLUMN           PIC S9(4)  COMP VALUE 40.        98/03/03
019400     02  WORD-COUNT              PIC S9(4)  COMP.                 98/03/03
019500     02  WORD-INDEX              PIC S9(4)  COMP.                 98/03/03
019600     02  WORD-TABLE.                                              98/03/03
019700         03  WORD-ENTRY         OCCURS 6 TIMES.                   98/03/03
019800             04  WORD-TEXT.                                       98/03/03
019900                 05  WORD-CHAR   PIC X      OCCURS 40 TIMES.      98/03/03
020000             04  WORD-LENGTH     PIC S9(4)  COMP.                 98/03/03
020100     02  WORD-POSN               PIC S9(4)  COMP.                 98/03/03
020200     02  PIECE-TEXT.                                              98/03/03
020300         03  PIECE-CHAR          PIC X      OCCURS 40 TIMES.      98/03/03
020400     02  PIECE-LENGTH            PIC S9(4)  COMP.                 98/03/03
020500     02  PIECE-POSN              PIC S9(4)  COMP.                 98/03/03
020600     02  CARD-WORK.                                               98/03/03
020700         03  CARD-WORK-CHAR      PIC X      OCCURS 80 TIMES.      98/03/03
020800     02  LEVEL-TEXT              PIC 9(02).                       98/03/03
020900                                                                  98/03/03
021000 01  RUN-DATE.                                                    98/03/03
021100     02  RUN-DATE-YY             PIC 9(02).                       98/03/03
021200     02  RUN-DATE-MM             PIC 9(02).                       98/03/03
021300     02  RUN-DATE-DD             PIC 9(02).                       98/03/03
021400                                                                  98/03/03
021500 01  GEN-COUNTS.                                                  98/03/03
021600     02  CARDS-READ              PIC S9(9)  COMP VALUE ZERO.      98/03/03
021700     02  COMMENT-CARDS           PIC S9(9)  COMP VALUE ZERO.      98/03/03
021800     02  ENTRY-CARDS             PIC S9(9)  COMP VALUE ZERO.      98/03/03
021900     02  CARDS-IN-ERROR          PIC S9(9)  COMP VALUE ZERO.      98/03/03
022000     02  CARDS-NOT-KEPT          PIC S9(9)  COMP VALUE ZERO.      98/03/03
022100     02  LINES-WRITTEN           PIC S9(9)  COMP VALUE ZERO.      98/03/03
022200     02  RUN-SEVERITY            PIC S9(4)  COMP VALUE ZERO.      98/03/03
022300                                                                  98/03/03
022400 01  LAYOUT-DETAIL-LINE.                                          98/03/03
022500     02  LDL-LEVEL               PIC Z9.                          98/03/03
022600     02  FILLER                  PIC X       VALUE SPACE.         98/03/03
022700     02  LDL-NAME                PIC X(30).                       98/03/03
022800     02  FILLER                  PIC X       VALUE SPACE.         98/03/03
022900     02  LDL-PICTURE             PIC X(30).                       98/03/03
023000     02  FILLER                  PIC X       VALUE SPACE.         98/03/03
023100     02  LDL-ITEM-TYPE           PIC X.                           98/03/03
023200     02  FILLER                  PIC X       VALUE SPACE.         98/03/03
023300     02  LDL-USAGE               PIC X.                           98/03/03
023400     02  FILLER                  PIC X       VALUE SPACE.         98/03/03
023500     02  LDL-OCCURS              PIC ZZZ9   BLANK WHEN ZERO.      98/03/03
023600     02  FILLER                  PIC X       VALUE SPACE.         98/03/03
023700     02  LDL-LENGTH              PIC ZZZZZ9.                      98/03/03
023800     02  LDL-LENGTH-X REDEFINES LDL-LENGTH PIC X(06).             98/03/03
023900     02  FILLER                  PIC X       VALUE SPACE.         98/03/03
024000     02  LDL-OFFSET              PIC ZZZZZ9.                      98/03/03
024100     02  LDL-OFFSET-X REDEFINES LDL-OFFSET PIC X(06).             98/03/03
024200     02  FILLER                  PIC X       VALUE SPACE.         98/03/03
024300     02  LDL-NOTE                PIC X(30).                       98/03/03
024400                                                                  98/03/03
024500 01  LAYOUT-HEADING-LINE.                                         98/03/03
024600     02  FILLER                  PIC X(03)   VALUE "LV".          98/03/03
024700     02  FILLER                  PIC X(31)   VALUE "NAME".        98/03/03
024800     02  FILLER                  PIC X(31)   VALUE "PICTURE".     98/03/03
024900     02  FILLER                  PIC X(02)   VALUE "T".           98/03/03
025000     02  FILLER                  PIC X(02)   VALUE "U".           98/03/03
025100     02  FILLER                  PIC X(05)   VALUE "OCCS".        98/03/03
025200     02  FILLER                  PIC X(07)   VALUE "LENGTH".      98/03/03
025300     02  FILLER                  PIC X(07)   VALUE "OFFSET".      98/03/03
025400     02  FILLER                  PIC X(04)   VALUE "NOTE".        98/03/03
025500                                                                  98/03/03
025600 01  RECORD-TOTAL-LINE.                                           98/03/03
025700     02  FILLER                  PIC X(20)   VALUE SPACES.        98/03/03
025800     02  FILLER                  PIC X(16)                        98/03/03
025900                                 VALUE "RECORD LENGTH = ".        98/03/03
026000     02  RTL-RECORD-LENGTH       PIC ZZZZZ9.                      98/03/03
026100                                                                  98/03/03
026200 01  COUNT-DETAIL-LINE.                                           98/03/03
026300     02  CDL-LABEL               PIC X(34).                       98/03/03
026400     02  CDL-COUNT               PIC ZZZZZZZZ9.                   98/03/03
026500                                                                  98/03/03
026600*STANDARD PAGE HANDLING: A HEADING WITH PROGRAM NAME, RUN         98/03/03
026700*DATE AND TIME AND PAGE NUMBER, THE COLUMN HEADINGS OF THE        98/03/03
026800*SECTION BEING PRINTED REPEATED AFTER EVERY BREAK, A FIXED DEPTH  98/03/03
026900*OF 60 LINES, AND A FINAL END-OF-REPORT LINE.                     98/03/03
027000 01  PAGE-HANDLING.                                               98/03/03
027100     02  PAGE-NUMBER             PIC S9(4)  COMP VALUE ZERO.      98/03/03
027200     02  LINES-ON-PAGE           PIC S9(4)  COMP VALUE ZERO.      98/03/03
027300     02  PAGE-DEPTH              PIC S9(4)  COMP VALUE 60.        98/03/03
027400                                                                  98/03/03
027500 01  PAGE-HEADING-LINE.                                           98/03/03
027600     02  FILLER                  PIC X(10)  VALUE "PPICTGEN".     98/03/03
027700     02  FILLER                  PIC X(04)  VALUE "RUN ".         98/03/03
027800     02  PHL-DATE                PIC 9(06).                       98/03/03
027900     02  FILLER                  PIC X(02)  VALUE SPACES.         98/03/03
028000     02  PHL-TIME                PIC 9(08).                       98/03/03
028100     02  FILLER                  PIC X(07)  VALUE "  PAGE ".      98/03/03
028200     02  PHL-PAGE                PIC ZZZ9.                        98/03/03
028300                                                                  98/03/03
028400 01  COLUMN-HEADING-LINE         PIC X(132).                      98/03/03
028500 01  PRINT-WORK-LINE             PIC X(132).                      98/03/03
028600                                                                  98/03/03
028700*   PPICT-CONTROL, THE INTERFACE PPICT ITSELF SHARES WITH ANY     98/03/03
028800*   CALLER; NOT DECLARED AGAIN HERE, JUST PULLED IN.              98/03/03
028900 COPY PPICTI.                                                     98/03/03
029000                                                                  98/03/03
029100 PROCEDURE DIVISION.                                              98/03/03
029200                                                                  98/03/03
029300****************    MAINLINE    ***************                   98/03/03
029400                                                                  98/03/03
029500 PPICTGEN-MAINLINE.                                               98/03/03
029600     PERFORM OPEN-THE-FILES                                       98/03/03
029700     PERFORM READ-A-SPEC-CARD                                     98/03/03
029800     PERFORM LOAD-ONE-SPEC-CARD                                   98/03/03
029900         UNTIL END-OF-DECK                                        98/03/03
030000     PERFORM BUILD-THE-LAYOUT                                     98/03/03
030100     IF CARDS-IN-ERROR = ZERO                                     98/03/03
030200         PERFORM WRITE-THE-MEMBER                                 98/03/03
030300     .                                                            98/03/03
030400     PERFORM WRITE-THE-LAYOUT-LISTING                             98/03/03
030500     PERFORM WRITE-THE-TOTALS                                     98/03/03
030600     PERFORM WRITE-THE-END-OF-REPORT                              98/03/03
030700     PERFORM CLOSE-THE-FILES                                      98/03/03
030800     MOVE RUN-SEVERITY TO RETURN-CODE                             98/03/03
030900     STOP RUN                                                     98/03/03
031000     .                                                            98/03/03
031100                                                                  98/03/03
031200 OPEN-THE-FILES.                                                  98/03/03
031300     OPEN INPUT  SPEC-DECK                                        98/03/03
031400     OPEN OUTPUT COPY-OUTPUT                                      98/03/03
031500     OPEN OUTPUT LAYOUT-LISTING                                   98/03/03
031600     MOVE SPACE TO PPICT-CURRENCY-SYMBOL                          98/03/03
031700     MOVE SPACE TO PPICT-DECIMAL-POINT                            98/03/03
031800     MOVE ZERO  TO PPICT-SOURCE-LENGTH                            98/03/03
031900     ACCEPT PHL-DATE FROM DATE                                    98/03/03
032000     ACCEPT PHL-TIME FROM TIME                                    98/03/03
032100     ACCEPT RUN-DATE FROM DATE                                    98/03/03
032200     MOVE RUN-DATE-YY TO ML-STAMP-YY                              98/03/03
032300     MOVE RUN-DATE-MM TO ML-STAMP-MM                              98/03/03
032400     MOVE RUN-DATE-DD TO ML-STAMP-DD                              98/03/03
032500     .                                                            98/03/03
032600                                                                  98/03/03
032700****************    LOAD THE DECK    ***************              98/03/03
032800                                                                  98/03/03
032900 READ-A-SPEC-CARD.                                                98/03/03
033000     READ SPEC-DECK                                               98/03/03
033100         AT END                                                   98/03/03
033200             MOVE "Y" TO END-OF-DECK-FLAG                         98/03/03
033300     .                                                            98/03/03
033400                                                                  98/03/03
033500 LOAD-ONE-SPEC-CARD.                                              98/03/03
033600     IF SPEC-CARD = SPACES                                        98/03/03
033700         NEXT SENTENCE                                            98/03/03
033800     ELSE                                                         98/03/03
033900     IF SPEC-COUNT NOT < 300                                      98/03/03
034000         ADD 1 TO CARDS-READ                                      98/03/03
034100         ADD 1 TO CARDS-NOT-KEPT                                  98/03/03
034200         ADD 1 TO CARDS-IN-ERROR                                  98/03/03
034300     ELSE                                                         98/03/03
034400         ADD 1 TO CARDS-READ                                      98/03/03
034500         PERFORM KEEP-THE-SPEC-CARD                               98/03/03
034600     .                                                            98/03/03
034700     PERFORM READ-A-SPEC-CARD                                     98/03/03
034800     .                                                            98/03/03
034900                                                                  98/03/03
035000 KEEP-THE-SPEC-CARD.                                              98/03/03
035100     ADD 1 TO SPEC-COUNT                                          98/03/03
035200     MOVE SPEC-COUNT TO SPC-INDEX                                 98/03/03
035300     MOVE SPEC-CARD  TO SPC-CARD (SPC-INDEX)                      98/03/03
035400     MOVE SPACES     TO SPC-ERROR (SPC-INDEX)                     98/03/03
035500     IF SC-INDICATOR = "*"                                        98/03/03
035600         MOVE "C" TO SPC-KIND (SPC-INDEX)                         98/03/03
035700         ADD 1 TO COMMENT-CARDS                                   98/03/03
035800     ELSE                                                         98/03/03
035900         MOVE "E" TO SPC-KIND (SPC-INDEX)                         98/03/03
036000         ADD 1 TO ENTRY-CARDS                                     98/03/03
036100         PERFORM TAKE-APART-THE-CARD                              98/03/03
036200         PERFORM CHECK-THE-CARD                                   98/03/03
036300         IF SPC-ERROR (SPC-INDEX) = SPACES                        98/03/03
036400            AND SPC-TYPE (SPC-INDEX) NOT = SPACE                  98/03/03
036500             PERFORM MAKE-THE-PICTURE                             98/03/03
036600     .                                                            98/03/03
036700     IF SPC-ERROR (SPC-INDEX) NOT = SPACES                        98/03/03
036800         ADD 1 TO CARDS-IN-ERROR                                  98/03/03
036900     .                                                            98/03/03
037000                                                                  98/03/03
037100 TAKE-APART-THE-CARD.                                             98/03/03
037200     MOVE SC-NAME    TO SPC-NAME    (SPC-INDEX)                   98/03/03
037300     MOVE SC-TYPE    TO SPC-TYPE    (SPC-INDEX)                   98/03/03
037400     MOVE SC-SIGNED  TO SPC-SIGNED  (SPC-INDEX)                   98/03/03
037500     MOVE SC-USAGE   TO SPC-USAGE   (SPC-INDEX)                   98/03/03
037600     MOVE SPACES     TO SPC-PICTURE (SPC-INDEX)                   98/03/03
037700     MOVE SPACE      TO SPC-ITEM-TYPE (SPC-INDEX)                 98/03/03
037800     MOVE ZERO       TO SPC-DEPTH   (SPC-INDEX)                   98/03/03
037900                        SPC-CHILDREN (SPC-INDEX)                  98/03/03
038000                        SPC-OFFSET  (SPC-INDEX)                   98/03/03
038100                        SPC-SIZE    (SPC-INDEX)                   98/03/03
038200                        SPC-TOTAL   (SPC-INDEX)                   98/03/03
038300     IF SPC-SIGNED (SPC-INDEX) = SPACE                            98/03/03
038400         MOVE "N" TO SPC-SIGNED (SPC-INDEX)                       98/03/03
038500     .                                                            98/03/03
038600     IF SPC-USAGE (SPC-INDEX) = SPACE                             98/03/03
038700         MOVE "D" TO SPC-USAGE (SPC-INDEX)                        98/03/03
038800     .                                                            98/03/03
038900     MOVE SPACES TO CARD-NUMBER-TEXT                              98/03/03
039000     MOVE SC-LEVEL TO CARD-NUMBER-TEXT                            98/03/03
039100     PERFORM CONVERT-A-CARD-NUMBER                                98/03/03
039200     MOVE CARD-NUMBER-VALUE TO SPC-LEVEL (SPC-INDEX)              98/03/03
039300     IF CARD-NUMBER-OK-FLAG = "N"                                 98/03/03
039400     OR CARD-NUMBER-VALUE < 1                                     98/03/03
039500     OR CARD-NUMBER-VALUE > 49                                    98/03/03
039600         MOVE "LEVEL NOT 01 THROUGH 49" TO SPC-ERROR (SPC-INDEX)  98/03/03
039700     .                                                            98/03/03
039800     MOVE SC-LENGTH TO CARD-NUMBER-TEXT                           98/03/03
039900     PERFORM CONVERT-A-CARD-NUMBER                                98/03/03
040000     MOVE CARD-NUMBER-VALUE TO SPC-LENGTH (SPC-INDEX)             98/03/03
040100     IF CARD-NUMBER-OK-FLAG = "N"                                 98/03/03
040200         PERFORM NOTE-A-BAD-LENGTH                                98/03/03
040300     .                                                            98/03/03
040400     MOVE SPACES TO CARD-NUMBER-TEXT                              98/03/03
040500     MOVE SC-DECIMALS TO CARD-NUMBER-TEXT                         98/03/03
040600     PERFORM CONVERT-A-CARD-NUMBER                                98/03/03
040700     MOVE CARD-NUMBER-VALUE TO SPC-DECIMALS (SPC-INDEX)           98/03/03
040800     IF CARD-NUMBER-OK-FLAG = "N"                                 98/03/03
040900         PERFORM NOTE-BAD-DECIMALS                                98/03/03
041000     .                                                            98/03/03
041100     MOVE SC-OCCURS TO CARD-NUMBER-TEXT                           98/03/03
041200     PERFORM CONVERT-A-CARD-NUMBER                                98/03/03
041300     MOVE CARD-NUMBER-VALUE TO SPC-OCCURS (SPC-INDEX)             98/03/03
041400     IF CARD-NUMBER-OK-FLAG = "N"                                 98/03/03
041500         PERFORM NOTE-A-BAD-OCCURS                                98/03/03
041600     .                                                            98/03/03
041700                                                                  98/03/03
041800*ONLY THE FIRST ERROR FOUND ON A CARD IS KEPT FOR THE LISTING.    98/03/03
041900 NOTE-A-BAD-LENGTH.                                               98/03/03
042000     IF SPC-ERROR (SPC-INDEX) = SPACES                            98/03/03
042100         MOVE "LENGTH NOT NUMERIC" TO SPC-ERROR (SPC-INDEX)       98/03/03
042200     .                                                            98/03/03
042300                                                                  98/03/03
042400 NOTE-BAD-DECIMALS.                                               98/03/03
042500     IF SPC-ERROR (SPC-INDEX) = SPACES                            98/03/03
042600         MOVE "DECIMALS NOT NUMERIC" TO SPC-ERROR (SPC-INDEX)     98/03/03
042700     .                                                            98/03/03
042800                                                                  98/03/03
042900 NOTE-A-BAD-OCCURS.                                               98/03/03
043000     IF SPC-ERROR (SPC-INDEX) = SPACES                            98/03/03
043100         MOVE "OCCURS NOT NUMERIC" TO SPC-ERROR (SPC-INDEX)       98/03/03
043200     .                                                            98/03/03
043300                                                                  98/03/03
043400 CONVERT-A-CARD-NUMBER.                                           98/03/03
043500     MOVE ZERO TO CARD-NUMBER-VALUE                               98/03/03
043600     MOVE ZERO TO CARD-NUMBER-POSN                                98/03/03
043700     MOVE "Y"  TO CARD-NUMBER-OK-FLAG                             98/03/03
043800                  CARD-NUMBER-BLANK-FLAG                          98/03/03
043900     MOVE "N"  TO CARD-NUMBER-ENDED-FLAG                          98/03/03
044000     PERFORM CONVERT-ONE-CARD-DIGIT                               98/03/03
044100         UNTIL CARD-NUMBER-POSN = 4                               98/03/03
044200            OR CARD-NUMBER-OK-FLAG = "N"                          98/03/03
044300     .                                                            98/03/03
044400                                                                  98/03/03
044500 CONVERT-ONE-CARD-DIGIT.                                          98/03/03
044600     ADD 1 TO CARD-NUMBER-POSN                                    98/03/03
044700     MOVE CARD-NUMBER-CHAR (CARD-NUMBER-POSN) TO CARD-DIGIT-CHAR  98/03/03
044800     IF CARD-DIGIT-CHAR = SPACE                                   98/03/03
044900         IF CARD-NUMBER-BLANK-FLAG = "N"                          98/03/03
045000             MOVE "Y" TO CARD-NUMBER-ENDED-FLAG                   98/03/03
045100         ELSE                                                     98/03/03
045200             NEXT SENTENCE                                        98/03/03
045300     ELSE                                                         98/03/03
045400     IF CARD-DIGIT-CHAR NUMERIC                                   98/03/03
045500        AND CARD-NUMBER-ENDED-FLAG = "N"                          98/03/03
045600         MOVE "N" TO CARD-NUMBER-BLANK-FLAG                       98/03/03
045700         COMPUTE CARD-NUMBER-VALUE =                              98/03/03
045800             CARD-NUMBER-VALUE * 10 + CARD-DIGIT                  98/03/03
045900     ELSE                                                         98/03/03
046000         MOVE "N" TO CARD-NUMBER-OK-FLAG                          98/03/03
046100     .                                                            98/03/03
046200                                                                  98/03/03
046300 CHECK-THE-CARD.                                                  98/03/03
046400     PERFORM CHECK-THE-DATA-NAME                                  98/03/03
046500     IF SPC-ERROR (SPC-INDEX) NOT = SPACES                        98/03/03
046600         NEXT SENTENCE                                            98/03/03
046700     ELSE                                                         98/03/03
046800     IF SPC-TYPE (SPC-INDEX) NOT = "N"                            98/03/03
046900        AND SPC-TYPE (SPC-INDEX) NOT = "A"                        98/03/03
047000        AND SPC-TYPE (SPC-INDEX) NOT = "E"                        98/03/03
047100        AND SPC-TYPE (SPC-INDEX) NOT = SPACE                      98/03/03
047200         MOVE "TYPE NOT N, A, E OR BLANK" TO SPC-ERROR (SPC-INDEX)98/03/03
047300     ELSE                                                         98/03/03
047400     IF SPC-SIGNED (SPC-INDEX) NOT = "Y"                          98/03/03
047500        AND SPC-SIGNED (SPC-INDEX) NOT = "N"                      98/03/03
047600         MOVE "SIGNED NOT Y OR N" TO SPC-ERROR (SPC-INDEX)        98/03/03
047700     ELSE                                                         98/03/03
047800     IF SPC-USAGE (SPC-INDEX) NOT = "D"                           98/03/03
047900        AND SPC-USAGE (SPC-INDEX) NOT = "C"                       98/03/03
048000        AND SPC-USAGE (SPC-INDEX) NOT = "3"                       98/03/03
048100         MOVE "USAGE NOT D, C OR 3" TO SPC-ERROR (SPC-INDEX)      98/03/03
048200     ELSE                                                         98/03/03
048216     IF SPC-TYPE (SPC-INDEX) = SPACE                              98/04/21
048232        AND SPC-USAGE (SPC-INDEX) NOT = "D"                       98/04/21
048248         MOVE "USAGE NOT ALLOWED ON A GROUP"                      98/04/21
048264             TO SPC-ERROR (SPC-INDEX)                             98/04/21
048280     ELSE                                                         98/04/21
048300     IF SPC-TYPE (SPC-INDEX) NOT = SPACE                          98/03/03
048400        AND SPC-LENGTH (SPC-INDEX) = ZERO                         98/03/03
048500         MOVE "LENGTH MISSING" TO SPC-ERROR (SPC-INDEX)           98/03/03
048600     ELSE                                                         98/03/03
048700     IF SPC-LEVEL (SPC-INDEX) = 1                                 98/03/03
048800        AND SPC-OCCURS (SPC-INDEX) > ZERO                         98/03/03
048900         MOVE "LEVEL 01 CANNOT OCCUR" TO SPC-ERROR (SPC-INDEX)    98/03/03
049000     .                                                            98/03/03
049100                                                                  98/03/03
049200*A DATA NAME IS LETTERS, DIGITS AND HYPHENS, NOT STARTING OR      98/03/03
049300*ENDING WITH A HYPHEN, AND NOT FILLER - A GENERATED LAYOUT NAMES  98/03/03
049400*EVERY FIELD.                                                     98/03/03
049500 CHECK-THE-DATA-NAME.                                             98/03/03
049600     MOVE "Y"  TO NAME-OK-FLAG                                    98/03/03
049700     MOVE ZERO TO NAME-LENGTH                                     98/03/03
049800     MOVE ZERO TO NAME-POSN                                       98/03/03
049900     PERFORM CHECK-ONE-NAME-CHAR                                  98/03/03
050000         UNTIL NAME-POSN = 30                                     98/03/03
050100     IF SPC-ERROR (SPC-INDEX) NOT = SPACES                        98/03/03
050200         NEXT SENTENCE                                            98/03/03
050300     ELSE                                                         98/03/03
050400     IF NAME-LENGTH = ZERO                                        98/03/03
050500         MOVE "DATA NAME MISSING" TO SPC-ERROR (SPC-INDEX)        98/03/03
050600     ELSE                                                         98/03/03
050700     IF NAME-OK-FLAG = "N"                                        98/03/03
050800     OR SC-NAME-CHAR (1) = "-"                                    98/03/03
050900     OR SC-NAME-CHAR (NAME-LENGTH) = "-"                          98/03/03
051000     OR SC-NAME = "FILLER"                                        98/03/03
051100         MOVE "DATA NAME NOT VALID" TO SPC-ERROR (SPC-INDEX)      98/03/03
051200     .                                                            98/03/03
051300                                                                  98/03/03
051400 CHECK-ONE-NAME-CHAR.                                             98/03/03
051500     ADD 1 TO NAME-POSN                                           98/03/03
051600     MOVE SC-NAME-CHAR (NAME-POSN) TO NAME-CHAR                   98/03/03
051700     IF NAME-CHAR = SPACE                                         98/03/03
051800         NEXT SENTENCE                                            98/03/03
051900     ELSE                                                         98/03/03
052000     IF NAME-LENGTH < NAME-POSN - 1                               98/03/03
052100         MOVE "N" TO NAME-OK-FLAG                                 98/03/03
052200     ELSE                                                         98/03/03
052300     IF (NAME-CHAR NOT < "A" AND NAME-CHAR NOT > "Z")             98/03/03
052400     OR (NAME-CHAR NOT < "0" AND NAME-CHAR NOT > "9")             98/03/03
052500     OR NAME-CHAR = "-"                                           98/03/03
052600         MOVE NAME-POSN TO NAME-LENGTH                            98/03/03
052700     ELSE                                                         98/03/03
052800         MOVE "N" TO NAME-OK-FLAG                                 98/03/03
052900     .                                                            98/03/03
053000                                                                  98/03/03
053100****************    BUILD THE PICTURE    ***************          98/03/03
053200                                                                  98/03/03
053300*AN ALPHANUMERIC ITEM LONGER THAN "G" WILL BUILD IS WRITTEN AS    98/03/03
053400*X(NN) HERE AND PARSED LIKE ANY OTHER.                            98/03/03
053500 MAKE-THE-PICTURE.                                                98/03/03
053600     IF SPC-TYPE (SPC-INDEX) = "A"                                98/03/03
053700        AND SPC-LENGTH (SPC-INDEX) > 18                           98/03/03
053800        AND SPC-DECIMALS (SPC-INDEX) = ZERO                       98/03/03
053900         MOVE ZERO TO BUILT-PICT-LENGTH                           98/03/03
054000         MOVE SPACES TO BUILT-PICTURE                             98/03/03
054100         MOVE "X" TO PICT-RUN-CHAR                                98/03/03
054200         MOVE SPC-LENGTH (SPC-INDEX) TO PICT-RUN-LENGTH           98/03/03
054300         PERFORM APPEND-A-REPEATED-SYMBOL                         98/03/03
054400         PERFORM PARSE-THE-BUILT-PICTURE                          98/03/03
054500     ELSE                                                         98/03/03
054600         PERFORM GENERATE-THE-PICTURE                             98/03/03
054700     .                                                            98/03/03
054800                                                                  98/03/03
054900 GENERATE-THE-PICTURE.                                            98/03/03
055000     MOVE SPC-TYPE     (SPC-INDEX) TO PPICT-GEN-TYPE              98/03/03
055100     MOVE SPC-LENGTH   (SPC-INDEX) TO PPICT-GEN-LENGTH            98/03/03
055200     MOVE SPC-DECIMALS (SPC-INDEX) TO PPICT-GEN-DECIMALS          98/03/03
055300     MOVE SPC-SIGNED   (SPC-INDEX) TO PPICT-GEN-SIGNED            98/03/03
055400     MOVE SPC-USAGE    (SPC-INDEX) TO PPICT-USAGE                 98/03/03
055500     MOVE "G" TO PPICT-OPERATION                                  98/03/03
055600     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/03/03
055700     CALL "PPICT"                                                 98/03/03
055800     IF PPICT-ERROR-CODE = SPACES OR "00"                         98/03/03
055900         PERFORM FOLD-THE-PICTURE                                 98/03/03
056000         PERFORM PARSE-THE-BUILT-PICTURE                          98/03/03
056100     ELSE                                                         98/03/03
056200         MOVE PPICT-ERROR-TEXT TO SPC-ERROR (SPC-INDEX)           98/03/03
056300     .                                                            98/03/03
056400                                                                  98/03/03
056500*THE PICTURE IN ITS SHORT FORM GOES BACK THROUGH PPICT WITH THE   98/03/03
056600*USAGE IT WILL BE STORED WITH, WHICH BOTH PROVES IT AND GIVES ITS 98/03/03
056700*STORAGE LENGTH.                                                  98/03/03
056800 PARSE-THE-BUILT-PICTURE.                                         98/03/03
056900     MOVE BUILT-PICTURE TO PPICT-TABLE-TEXT                       98/03/03
057000     MOVE BUILT-PICT-LENGTH TO PPICT-SOURCE-LENGTH                98/03/03
057100     MOVE SPC-USAGE (SPC-INDEX) TO PPICT-USAGE                    98/03/03
057200     MOVE "P" TO PPICT-OPERATION                                  98/03/03
057300     MOVE SPACES TO PPICT-ERROR-MESSAGE                           98/03/03
057400     CALL "PPICT"                                                 98/03/03
057500     MOVE ZERO TO PPICT-SOURCE-LENGTH                             98/03/03
057600     IF PPICT-ERROR-CODE = SPACES OR "00"                         98/03/03
057700         MOVE BUILT-PICTURE TO SPC-PICTURE (SPC-INDEX)            98/03/03
057800         MOVE PPICT-ITEM-TYPE TO SPC-ITEM-TYPE (SPC-INDEX)        98/03/03
057900         MOVE PPICT-STORAGE-SIZE TO SPC-SIZE (SPC-INDEX)          98/03/03
058000     ELSE                                                         98/03/03
058100         MOVE PPICT-ERROR-TEXT TO SPC-ERROR (SPC-INDEX)           98/03/03
058200     .                                                            98/03/03
058300                                                                  98/03/03
058400 FOLD-THE-PICTURE.                                                98/03/03
058500     MOVE ZERO   TO BUILT-PICT-LENGTH                             98/03/03
058600     MOVE SPACES TO BUILT-PICTURE                                 98/03/03
058700     MOVE 50     TO PICT-SCAN-LENGTH                              98/03/03
058800     PERFORM SHORTEN-THE-SCAN                                     98/03/03
058900         UNTIL PICT-SCAN-LENGTH = ZERO                            98/03/03
059000            OR PICT-CHAR (PICT-SCAN-LENGTH) NOT = SPACE           98/03/03
059100     MOVE ZERO TO PICT-SCAN-POSN                                  98/03/03
059200     PERFORM FOLD-ONE-PICTURE-RUN                                 98/03/03
059300         UNTIL PICT-SCAN-POSN NOT < PICT-SCAN-LENGTH              98/03/03
059400     .                                                            98/03/03
059500                                                                  98/03/03
059600 SHORTEN-THE-SCAN.                                                98/03/03
059700     SUBTRACT 1 FROM PICT-SCAN-LENGTH                             98/03/03
059800     .                                                            98/03/03
059900                                                                  98/03/03
060000 FOLD-ONE-PICTURE-RUN.                                            98/03/03
060100     ADD 1 TO PICT-SCAN-POSN                                      98/03/03
060200     MOVE PICT-CHAR (PICT-SCAN-POSN) TO PICT-RUN-CHAR             98/03/03
060300     MOVE 1 TO PICT-RUN-LENGTH                                    98/03/03
060400     MOVE "N" TO PICT-RUN-ENDED-FLAG                              98/03/03
060500     IF SPC-TYPE (SPC-INDEX) NOT = "E"                            98/03/03
060600        AND (PICT-RUN-CHAR = "9" OR "X" OR "A")                   98/03/03
060700         PERFORM EXTEND-THE-PICTURE-RUN                           98/03/03
060800             UNTIL PICT-RUN-ENDED-FLAG = "Y"                      98/03/03
060900     .                                                            98/03/03
061000     IF PICT-RUN-LENGTH > 1                                       98/03/03
061100         PERFORM APPEND-A-REPEATED-SYMBOL                         98/03/03
061200     ELSE                                                         98/03/03
061300         MOVE PICT-RUN-CHAR TO BUILT-PICT-ADD-CHAR                98/03/03
061400         PERFORM APPEND-A-PICTURE-CHAR                            98/03/03
061500     .                                                            98/03/03
061600                                                                  98/03/03
061700 EXTEND-THE-PICTURE-RUN.                                          98/03/03
061800     IF PICT-SCAN-POSN NOT < PICT-SCAN-LENGTH                     98/03/03
061900         MOVE "Y" TO PICT-RUN-ENDED-FLAG                          98/03/03
062000     ELSE                                                         98/03/03
062100     IF PICT-CHAR (PICT-SCAN-POSN + 1) = PICT-RUN-CHAR            98/03/03
062200         ADD 1 TO PICT-SCAN-POSN                                  98/03/03
062300         ADD 1 TO PICT-RUN-LENGTH                                 98/03/03
062400     ELSE                                                         98/03/03
062500         MOVE "Y" TO PICT-RUN-ENDED-FLAG                          98/03/03
062600     .                                                            98/03/03
062700                                                                  98/03/03
062800 APPEND-A-REPEATED-SYMBOL.                                        98/03/03
062900     MOVE PICT-RUN-CHAR TO BUILT-PICT-ADD-CHAR                    98/03/03
063000     PERFORM APPEND-A-PICTURE-CHAR                                98/03/03
063100     MOVE "(" TO BUILT-PICT-ADD-CHAR                              98/03/03
063200     PERFORM APPEND-A-PICTURE-CHAR                                98/03/03
063300     MOVE PICT-RUN-LENGTH TO COUNT-DISPLAY-NUMBER                 98/03/03
063400     IF PICT-RUN-LENGTH < 100                                     98/03/03
063500         MOVE 3 TO COUNT-FIRST-DIGIT                              98/03/03
063600     ELSE                                                         98/03/03
063700         PERFORM FIND-THE-FIRST-DIGIT                             98/03/03
063800     .                                                            98/03/03
063900     COMPUTE COUNT-DIGIT-POSN = COUNT-FIRST-DIGIT - 1             98/03/03
064000     PERFORM APPEND-ONE-COUNT-DIGIT                               98/03/03
064100         UNTIL COUNT-DIGIT-POSN = 4                               98/03/03
064200     MOVE ")" TO BUILT-PICT-ADD-CHAR                              98/03/03
064300     PERFORM APPEND-A-PICTURE-CHAR                                98/03/03
064400     .                                                            98/03/03
064500                                                                  98/03/03
064600 APPEND-ONE-COUNT-DIGIT.                                          98/03/03
064700     ADD 1 TO COUNT-DIGIT-POSN                                    98/03/03
064800     MOVE COUNT-DIGIT-CHAR (COUNT-DIGIT-POSN)                     98/03/03
064900         TO BUILT-PICT-ADD-CHAR                                   98/03/03
065000     PERFORM APPEND-A-PICTURE-CHAR                                98/03/03
065100     .                                                            98/03/03
065200                                                                  98/03/03
065300 APPEND-A-PICTURE-CHAR.                                           98/03/03
065400     IF BUILT-PICT-LENGTH < 30                                    98/03/03
065500         ADD 1 TO BUILT-PICT-LENGTH                               98/03/03
065600         MOVE BUILT-PICT-ADD-CHAR                                 98/03/03
065700             TO BUILT-PICT-CHAR (BUILT-PICT-LENGTH)               98/03/03
065800     .                                                            98/03/03
065900                                                                  98/03/03
066000*THE FIRST SIGNIFICANT DIGIT OF COUNT-DISPLAY; A ZERO COUNT       98/03/03
066100*STILL SHOWS ONE DIGIT.                                           98/03/03
066200 FIND-THE-FIRST-DIGIT.                                            98/03/03
066300     MOVE 1 TO COUNT-FIRST-DIGIT                                  98/03/03
066400     PERFORM STEP-PAST-A-ZERO                                     98/03/03
066500         UNTIL COUNT-FIRST-DIGIT = 4                              98/03/03
066600            OR COUNT-DIGIT-CHAR (COUNT-FIRST-DIGIT) NOT = "0"     98/03/03
066700     .                                                            98/03/03
066800                                                                  98/03/03
066900 STEP-PAST-A-ZERO.                                                98/03/03
067000     ADD 1 TO COUNT-FIRST-DIGIT                                   98/03/03
067100     .                                                            98/03/03
067200                                                                  98/03/03
067300****************    LAY OUT THE RECORD    ***************         98/03/03
067400                                                                  98/03/03
067500*EVERY GOOD ENTRY IN TURN, WITH THE ITEMS ABOVE IT ON THE STACK.  98/03/03
067600*AN ENTRY CLOSES EVERY OPEN ITEM AT ITS OWN LEVEL OR DEEPER; THE  98/03/03
067700*LAST ONE CLOSED MUST BE AT EXACTLY ITS LEVEL, OR THE LEVEL       98/03/03
067800*NUMBERS ARE OUT OF STEP.  A GROUP'S LENGTH IS KNOWN ONLY WHEN IT 98/03/03
067900*CLOSES, AND A GROUP THAT OCCURS TAKES ITS LENGTH THAT MANY TIMES.98/03/03
068000 BUILD-THE-LAYOUT.                                                98/03/03
068100     MOVE ZERO TO STACK-DEPTH                                     98/03/03
068200     MOVE ZERO TO CURRENT-OFFSET                                  98/03/03
068300     MOVE ZERO TO SPC-INDEX                                       98/03/03
068400     PERFORM LAY-OUT-ONE-ENTRY                                    98/03/03
068500         UNTIL SPC-INDEX = SPEC-COUNT                             98/03/03
068600     PERFORM CLOSE-ONE-ITEM                                       98/03/03
068700         UNTIL STACK-DEPTH = ZERO                                 98/03/03
068800     .                                                            98/03/03
068900                                                                  98/03/03
069000 LAY-OUT-ONE-ENTRY.                                               98/03/03
069100     ADD 1 TO SPC-INDEX                                           98/03/03
069200     IF SPC-KIND (SPC-INDEX) = "E"                                98/03/03
069300        AND SPC-ERROR (SPC-INDEX) = SPACES                        98/03/03
069400         PERFORM PLACE-THE-ENTRY                                  98/03/03
069500         IF SPC-ERROR (SPC-INDEX) NOT = SPACES                    98/03/03
069600             ADD 1 TO CARDS-IN-ERROR                              98/03/03
069700     .                                                            98/03/03
069800                                                                  98/03/03
069900 PLACE-THE-ENTRY.                                                 98/03/03
070000     MOVE ZERO TO LAST-CLOSED-LEVEL                               98/03/03
070100     IF STACK-DEPTH > ZERO                                        98/03/03
070200         MOVE STK-SPEC (STACK-DEPTH) TO STACK-TOP                 98/03/03
070300         IF SPC-TYPE (STACK-TOP) NOT = SPACE                      98/03/03
070400            AND SPC-LEVEL (SPC-INDEX) > SPC-LEVEL (STACK-TOP)     98/03/03
070500             MOVE "ITEM UNDER AN ELEMENTARY ITEM"                 98/03/03
070600                 TO SPC-ERROR (SPC-INDEX)                         98/03/03
070700     .                                                            98/03/03
070800     IF SPC-ERROR (SPC-INDEX) = SPACES                            98/03/03
070900         PERFORM CLOSE-ONE-ITEM                                   98/03/03
071000             UNTIL STACK-DEPTH = ZERO                             98/03/03
071100                OR SPC-LEVEL (STK-SPEC (STACK-DEPTH))             98/03/03
071200                       < SPC-LEVEL (SPC-INDEX)                    98/03/03
071300         PERFORM CHECK-THE-LEVEL-STEP                             98/03/03
071400     .                                                            98/03/03
071500     IF SPC-ERROR (SPC-INDEX) = SPACES                            98/03/03
071600         PERFORM OPEN-THE-ENTRY                                   98/03/03
071700     .                                                            98/03/03
071800                                                                  98/03/03
071900 CHECK-THE-LEVEL-STEP.                                            98/03/03
072000     IF STACK-DEPTH = ZERO                                        98/03/03
072100        AND SPC-LEVEL (SPC-INDEX) NOT = 1                         98/03/03
072200         MOVE "FIRST ITEM MUST BE LEVEL 01"                       98/03/03
072300             TO SPC-ERROR (SPC-INDEX)                             98/03/03
072400     ELSE                                                         98/03/03
072500     IF LAST-CLOSED-LEVEL NOT = ZERO                              98/03/03
072600        AND LAST-CLOSED-LEVEL NOT = SPC-LEVEL (SPC-INDEX)         98/03/03
072700         MOVE "LEVEL NUMBER OUT OF STEP" TO SPC-ERROR (SPC-INDEX) 98/03/03
072800     ELSE                                                         98/03/03
072900     IF STACK-DEPTH NOT < 50                                      98/03/03
073000         MOVE "GROUPS NESTED TOO DEEP" TO SPC-ERROR (SPC-INDEX)   98/03/03
073100     .                                                            98/03/03
073200                                                                  98/03/03
073300 OPEN-THE-ENTRY.                                                  98/03/03
073400     IF SPC-LEVEL (SPC-INDEX) = 1                                 98/03/03
073500         MOVE ZERO TO CURRENT-OFFSET                              98/03/03
073600     .                                                            98/03/03
073700     IF STACK-DEPTH > ZERO                                        98/03/03
073800         ADD 1 TO SPC-CHILDREN (STK-SPEC (STACK-DEPTH))           98/03/03
073900     .                                                            98/03/03
074000     MOVE STACK-DEPTH    TO SPC-DEPTH  (SPC-INDEX)                98/03/03
074100     MOVE CURRENT-OFFSET TO SPC-OFFSET (SPC-INDEX)                98/03/03
074200     IF SPC-TYPE (SPC-INDEX) NOT = SPACE                          98/03/03
074300         PERFORM FIND-THE-OCCURS-FACTOR                           98/03/03
074400         COMPUTE SPC-TOTAL (SPC-INDEX) =                          98/03/03
074500             SPC-SIZE (SPC-INDEX) * OCCURS-FACTOR                 98/03/03
074600         ADD SPC-TOTAL (SPC-INDEX) TO CURRENT-OFFSET              98/03/03
074700     .                                                            98/03/03
074800     ADD 1 TO STACK-DEPTH                                         98/03/03
074900     MOVE SPC-INDEX TO STK-SPEC (STACK-DEPTH)                     98/03/03
075000     .                                                            98/03/03
075100                                                                  98/03/03
075200 CLOSE-ONE-ITEM.                                                  98/03/03
075300     MOVE STK-SPEC (STACK-DEPTH) TO STACK-TOP                     98/03/03
075400     SUBTRACT 1 FROM STACK-DEPTH                                  98/03/03
075500     MOVE SPC-LEVEL (STACK-TOP) TO LAST-CLOSED-LEVEL              98/03/03
075600     IF SPC-TYPE (STACK-TOP) = SPACE                              98/03/03
075700         PERFORM CLOSE-A-GROUP                                    98/03/03
075800     .                                                            98/03/03
075900                                                                  98/03/03
076000 CLOSE-A-GROUP.                                                   98/03/03
076100     COMPUTE SPC-SIZE (STACK-TOP) =                               98/03/03
076200         CURRENT-OFFSET - SPC-OFFSET (STACK-TOP)                  98/03/03
076300     MOVE SPC-OCCURS (STACK-TOP) TO OCCURS-FACTOR                 98/03/03
076400     IF OCCURS-FACTOR = ZERO                                      98/03/03
076500         MOVE 1 TO OCCURS-FACTOR                                  98/03/03
076600     .                                                            98/03/03
076700     COMPUTE SPC-TOTAL (STACK-TOP) =                              98/03/03
076800         SPC-SIZE (STACK-TOP) * OCCURS-FACTOR                     98/03/03
076900     COMPUTE CURRENT-OFFSET =                                     98/03/03
077000         SPC-OFFSET (STACK-TOP) + SPC-TOTAL (STACK-TOP)           98/03/03
077100     IF SPC-CHILDREN (STACK-TOP) = ZERO                           98/03/03
077200         MOVE "GROUP HAS NO ITEMS UNDER IT"                       98/03/03
077300             TO SPC-ERROR (STACK-TOP)                             98/03/03
077400         ADD 1 TO CARDS-IN-ERROR                                  98/03/03
077500     .                                                            98/03/03
077600                                                                  98/03/03
077700 FIND-THE-OCCURS-FACTOR.                                          98/03/03
077800     MOVE SPC-OCCURS (SPC-INDEX) TO OCCURS-FACTOR                 98/03/03
077900     IF OCCURS-FACTOR = ZERO                                      98/03/03
078000         MOVE 1 TO OCCURS-FACTOR                                  98/03/03
078100     .                                                            98/03/03
078200                                                                  98/03/03
078300****************    WRITE THE MEMBER    ***************           98/03/03
078400                                                                  98/03/03
078500 WRITE-THE-MEMBER.                                                98/03/03
078600     MOVE ZERO TO SPC-INDEX                                       98/03/03
078700     PERFORM WRITE-ONE-SPEC-ENTRY                                 98/03/03
078800         UNTIL SPC-INDEX = SPEC-COUNT                             98/03/03
078900     .                                                            98/03/03
079000                                                                  98/03/03
079100 WRITE-ONE-SPEC-ENTRY.                                            98/03/03
079200     ADD 1 TO SPC-INDEX                                           98/03/03
079300     IF SPC-KIND (SPC-INDEX) = "C"                                98/03/03
079400         PERFORM WRITE-A-COMMENT-LINE                             98/03/03
079500     ELSE                                                         98/03/03
079600         PERFORM GATHER-THE-WORDS                                 98/03/03
079700         PERFORM WRITE-THE-WORDS                                  98/03/03
079800     .                                                            98/03/03
079900                                                                  98/03/03
080000*THE CARD'S COLUMNS 2-66 BECOME COLUMNS 8-72 OF THE COMMENT.      98/03/03
080100 WRITE-A-COMMENT-LINE.                                            98/03/03
080200     MOVE SPACES TO ML-TEXT                                       98/03/03
080300     MOVE SPC-CARD (SPC-INDEX) TO CARD-WORK                       98/03/03
080400     MOVE "*" TO ML-CHAR (1)                                      98/03/03
080500     MOVE 1 TO OUT-POSN                                           98/03/03
080600     PERFORM COPY-ONE-COMMENT-CHAR                                98/03/03
080700         UNTIL OUT-POSN = 66                                      98/03/03
080800     PERFORM PUT-OUT-THE-LINE                                     98/03/03
080900     .                                                            98/03/03
081000                                                                  98/03/03
081100 COPY-ONE-COMMENT-CHAR.                                           98/03/03
081200     ADD 1 TO OUT-POSN                                            98/03/03
081300     MOVE CARD-WORK-CHAR (OUT-POSN) TO ML-CHAR (OUT-POSN)         98/03/03
081400     .                                                            98/03/03
081500                                                                  98/03/03
081600*LEVEL, NAME, PICTURE, USAGE, OCCURS - EACH A WORD OF ITS OWN.    98/03/03
081700 GATHER-THE-WORDS.                                                98/03/03
081800     MOVE ZERO TO WORD-COUNT                                      98/03/03
081900     MOVE SPC-LEVEL (SPC-INDEX) TO LEVEL-TEXT                     98/03/03
082000     MOVE LEVEL-TEXT TO PIECE-TEXT                                98/03/03
082100     PERFORM START-A-WORD                                         98/03/03
082200     MOVE SPC-NAME (SPC-INDEX) TO PIECE-TEXT                      98/03/03
082300     PERFORM START-A-WORD                                         98/03/03
082400     IF SPC-TYPE (SPC-INDEX) NOT = SPACE                          98/03/03
082500         MOVE "PIC" TO PIECE-TEXT                                 98/03/03
082600         PERFORM START-A-WORD                                     98/03/03
082700         PERFORM ADD-A-SPACE-TO-THE-WORD                          98/03/03
082800         MOVE SPC-PICTURE (SPC-INDEX) TO PIECE-TEXT               98/03/03
082900         PERFORM ADD-THE-PIECE-TO-THE-WORD                        98/03/03
083000     .                                                            98/03/03
083100     IF SPC-USAGE (SPC-INDEX) = "C"                               98/03/03
083200         MOVE "COMP" TO PIECE-TEXT                                98/03/03
083300         PERFORM START-A-WORD                                     98/03/03
083400     ELSE                                                         98/03/03
083500     IF SPC-USAGE (SPC-INDEX) = "3"                               98/03/03
083600         MOVE "COMP-3" TO PIECE-TEXT                              98/03/03
083700         PERFORM START-A-WORD                                     98/03/03
083800     .                                                            98/03/03
083900     IF SPC-OCCURS (SPC-INDEX) > ZERO                             98/03/03
084000         PERFORM GATHER-THE-OCCURS-WORD                           98/03/03
084100     .                                                            98/03/03
084200     MOVE "." TO PIECE-TEXT                                       98/03/03
084300     PERFORM ADD-THE-PIECE-TO-THE-WORD                            98/03/03
084400     .                                                            98/03/03
084500                                                                  98/03/03
084600 GATHER-THE-OCCURS-WORD.                                          98/03/03
084700     MOVE "OCCURS" TO PIECE-TEXT                                  98/03/03
084800     PERFORM START-A-WORD                                         98/03/03
084900     PERFORM ADD-A-SPACE-TO-THE-WORD                              98/03/03
085000     MOVE SPC-OCCURS (SPC-INDEX) TO COUNT-DISPLAY-NUMBER          98/03/03
085100     PERFORM FIND-THE-FIRST-DIGIT                                 98/03/03
085200     MOVE SPACES TO PIECE-TEXT                                    98/03/03
085300     MOVE ZERO TO PIECE-POSN                                      98/03/03
085400     COMPUTE COUNT-DIGIT-POSN = COUNT-FIRST-DIGIT - 1             98/03/03
085500     PERFORM TAKE-ONE-COUNT-DIGIT                                 98/03/03
085600         UNTIL COUNT-DIGIT-POSN = 4                               98/03/03
085700     PERFORM ADD-THE-PIECE-TO-THE-WORD                            98/03/03
085800     PERFORM ADD-A-SPACE-TO-THE-WORD                              98/03/03
085900     MOVE "TIMES" TO PIECE-TEXT                                   98/03/03
086000     PERFORM ADD-THE-PIECE-TO-THE-WORD                            98/03/03
086100     .                                                            98/03/03
086200                                                                  98/03/03
086300 TAKE-ONE-COUNT-DIGIT.                                            98/03/03
086400     ADD 1 TO COUNT-DIGIT-POSN                                    98/03/03
086500     ADD 1 TO PIECE-POSN                                          98/03/03
086600     MOVE COUNT-DIGIT-CHAR (COUNT-DIGIT-POSN)                     98/03/03
086700         TO PIECE-CHAR (PIECE-POSN)                               98/03/03
086800     .                                                            98/03/03
086900                                                                  98/03/03
087000 START-A-WORD.                                                    98/03/03
087100     ADD 1 TO WORD-COUNT                                          98/03/03
087200     MOVE SPACES TO WORD-TEXT (WORD-COUNT)                        98/03/03
087300     MOVE ZERO   TO WORD-LENGTH (WORD-COUNT)                      98/03/03
087400     PERFORM ADD-THE-PIECE-TO-THE-WORD                            98/03/03
087500     .                                                            98/03/03
087600                                                                  98/03/03
087700*PIECE-TEXT, UP TO ITS LAST NON-BLANK, ONTO THE END OF THE WORD.  98/03/03
087800 ADD-THE-PIECE-TO-THE-WORD.                                       98/03/03
087900     MOVE 40 TO PIECE-LENGTH                                      98/03/03
088000     PERFORM SHORTEN-THE-PIECE                                    98/03/03
088100         UNTIL PIECE-LENGTH = ZERO                                98/03/03
088200            OR PIECE-CHAR (PIECE-LENGTH) NOT = SPACE              98/03/03
088300     MOVE ZERO TO PIECE-POSN                                      98/03/03
088400     PERFORM ADD-ONE-PIECE-CHAR                                   98/03/03
088500         UNTIL PIECE-POSN = PIECE-LENGTH                          98/03/03
088600     .                                                            98/03/03
088700                                                                  98/03/03
088800 SHORTEN-THE-PIECE.                                               98/03/03
088900     SUBTRACT 1 FROM PIECE-LENGTH                                 98/03/03
089000     .                                                            98/03/03
089100                                                                  98/03/03
089200 ADD-ONE-PIECE-CHAR.                                              98/03/03
089300     ADD 1 TO PIECE-POSN                                          98/03/03
089400     IF WORD-LENGTH (WORD-COUNT) < 40                             98/03/03
089500         ADD 1 TO WORD-LENGTH (WORD-COUNT)                        98/03/03
089600         MOVE PIECE-CHAR (PIECE-POSN) TO                          98/03/03
089700             WORD-CHAR (WORD-COUNT, WORD-LENGTH (WORD-COUNT))     98/03/03
089800     .                                                            98/03/03
089900                                                                  98/03/03
090000 ADD-A-SPACE-TO-THE-WORD.                                         98/03/03
090100     IF WORD-LENGTH (WORD-COUNT) < 40                             98/03/03
090200         ADD 1 TO WORD-LENGTH (WORD-COUNT)                        98/03/03
090300     .                                                            98/03/03
090400                                                                  98/03/03
090500*THE LEVEL NUMBER STARTS IN COLUMN 8, FOUR COLUMNS FURTHER IN FOR 98/03/03
090600*EACH GROUP ABOVE IT; THE NAME FOLLOWS TWO COLUMNS AFTER IT, AND  98/03/03
090700*THE CLAUSES LINE UP IN COLUMN 40 WHEN THE NAME LEAVES ROOM.  A   98/03/03
090800*CLAUSE THAT WOULD RUN PAST COLUMN 72 STARTS A CONTINUATION LINE  98/03/03
090900*AT COLUMN 40, OR AT COLUMN 12 IF IT WILL NOT FIT EVEN THERE.     98/03/03
091000 WRITE-THE-WORDS.                                                 98/03/03
091100     MOVE SPACES TO ML-TEXT                                       98/03/03
091200     IF SPC-DEPTH (SPC-INDEX) > 6                                 98/03/03
091300         MOVE 32 TO OUT-COLUMN                                    98/03/03
091400     ELSE                                                         98/03/03
091500         COMPUTE OUT-COLUMN = 8 + 4 * SPC-DEPTH (SPC-INDEX)       98/03/03
091600     .                                                            98/03/03
091700     MOVE 1 TO WORD-INDEX                                         98/03/03
091800     PERFORM PLACE-THE-WORD                                       98/03/03
091900     ADD 2 TO OUT-COLUMN                                          98/03/03
092000     MOVE 2 TO WORD-INDEX                                         98/03/03
092100     PERFORM PLACE-THE-WORD                                       98/03/03
092200     PERFORM PLACE-ONE-CLAUSE                                     98/03/03
092300         UNTIL WORD-INDEX = WORD-COUNT                            98/03/03
092400     PERFORM PUT-OUT-THE-LINE                                     98/03/03
092500     .                                                            98/03/03
092600                                                                  98/03/03
092700 PLACE-ONE-CLAUSE.                                                98/03/03
092800     ADD 1 TO WORD-INDEX                                          98/03/03
092900     IF OUT-COLUMN < CLAUSE-COLUMN                                98/03/03
093000         MOVE CLAUSE-COLUMN TO OUT-COLUMN                         98/03/03
093100     ELSE                                                         98/03/03
093200         ADD 1 TO OUT-COLUMN                                      98/03/03
093300     .                                                            98/03/03
093400     IF OUT-COLUMN + WORD-LENGTH (WORD-INDEX) - 1 > 72            98/03/03
093500         PERFORM PUT-OUT-THE-LINE                                 98/03/03
093600         MOVE SPACES TO ML-TEXT                                   98/03/03
093700         MOVE CLAUSE-COLUMN TO OUT-COLUMN                         98/03/03
093800         IF OUT-COLUMN + WORD-LENGTH (WORD-INDEX) - 1 > 72        98/03/03
093900             MOVE 12 TO OUT-COLUMN                                98/03/03
094000     .                                                            98/03/03
094100     PERFORM PLACE-THE-WORD                                       98/03/03
094200     .                                                            98/03/03
094300                                                                  98/03/03
094400 PLACE-THE-WORD.                                                  98/03/03
094500     MOVE ZERO TO WORD-POSN                                       98/03/03
094600     PERFORM PLACE-ONE-WORD-CHAR                                  98/03/03
094700         UNTIL WORD-POSN = WORD-LENGTH (WORD-INDEX)               98/03/03
094800     .                                                            98/03/03
094900                                                                  98/03/03
095000 PLACE-ONE-WORD-CHAR.                                             98/03/03
095100     ADD 1 TO WORD-POSN                                           98/03/03
095200     IF OUT-COLUMN NOT > 72                                       98/03/03
095300         COMPUTE OUT-POSN = OUT-COLUMN - 6                        98/03/03
095400         MOVE WORD-CHAR (WORD-INDEX, WORD-POSN)                   98/03/03
095500             TO ML-CHAR (OUT-POSN)                                98/03/03
095600     .                                                            98/03/03
095700     ADD 1 TO OUT-COLUMN                                          98/03/03
095800     .                                                            98/03/03
095900                                                                  98/03/03
096000 PUT-OUT-THE-LINE.                                                98/03/03
096100     ADD 100 TO LINE-SEQUENCE                                     98/03/03
096200     MOVE LINE-SEQUENCE TO ML-SEQUENCE                            98/03/03
096300     MOVE MEMBER-LINE TO COPY-OUTPUT-LINE                         98/03/03
096400     WRITE COPY-OUTPUT-LINE                                       98/03/03
096500     ADD 1 TO LINES-WRITTEN                                       98/03/03
096600     .                                                            98/03/03
096700                                                                  98/03/03
096800****************    LAYOUT LISTING    ***************             98/03/03
096900                                                                  98/03/03
097000 WRITE-THE-LAYOUT-LISTING.                                        98/03/03
097100     MOVE LAYOUT-HEADING-LINE TO COLUMN-HEADING-LINE              98/03/03
097200     MOVE ZERO TO LINES-ON-PAGE                                   98/03/03
097300     MOVE "***** COPYBOOK GENERATION - LAYOUT *****"              98/03/03
097400         TO PRINT-WORK-LINE                                       98/03/03
097500     PERFORM WRITE-A-PRINT-LINE                                   98/03/03
097600     MOVE SPACES TO PRINT-WORK-LINE                               98/03/03
097700     PERFORM WRITE-A-PRINT-LINE                                   98/03/03
097800     MOVE ZERO TO RECORD-SPEC-INDEX                               98/03/03
097900     MOVE ZERO TO SPC-INDEX                                       98/03/03
098000     PERFORM LIST-ONE-SPEC-ENTRY                                  98/03/03
098100         UNTIL SPC-INDEX = SPEC-COUNT                             98/03/03
098200     PERFORM WRITE-THE-RECORD-LENGTH                              98/03/03
098300     .                                                            98/03/03
098400                                                                  98/03/03
098500 LIST-ONE-SPEC-ENTRY.                                             98/03/03
098600     ADD 1 TO SPC-INDEX                                           98/03/03
098700     IF SPC-KIND (SPC-INDEX) = "E"                                98/03/03
098800         PERFORM LIST-A-DATA-ENTRY                                98/03/03
098900     .                                                            98/03/03
099000                                                                  98/03/03
099100*A NEW 01 CLOSES THE RECORD BEFORE IT.  AN ENTRY IN ERROR HAS NO  98/03/03
099200*PLACE IN THE LAYOUT, SO ITS LENGTH AND OFFSET ARE LEFT BLANK.    98/03/03
099300 LIST-A-DATA-ENTRY.                                               98/03/03
099400     IF SPC-LEVEL (SPC-INDEX) = 1                                 98/03/03
099500        AND SPC-ERROR (SPC-INDEX) = SPACES                        98/03/03
099600         PERFORM WRITE-THE-RECORD-LENGTH                          98/03/03
099700         MOVE SPC-INDEX TO RECORD-SPEC-INDEX                      98/03/03
099800     .                                                            98/03/03
099900     MOVE SPC-LEVEL     (SPC-INDEX) TO LDL-LEVEL                  98/03/03
100000     MOVE SPC-NAME      (SPC-INDEX) TO LDL-NAME                   98/03/03
100100     MOVE SPC-PICTURE   (SPC-INDEX) TO LDL-PICTURE                98/03/03
100200     MOVE SPC-ITEM-TYPE (SPC-INDEX) TO LDL-ITEM-TYPE              98/03/03
100300     MOVE SPC-OCCURS    (SPC-INDEX) TO LDL-OCCURS                 98/03/03
100400     MOVE SPC-ERROR     (SPC-INDEX) TO LDL-NOTE                   98/03/03
100500     IF SPC-TYPE (SPC-INDEX) = SPACE                              98/03/03
100600         MOVE SPACE TO LDL-USAGE                                  98/03/03
100700     ELSE                                                         98/03/03
100800         MOVE SPC-USAGE (SPC-INDEX) TO LDL-USAGE                  98/03/03
100900     .                                                            98/03/03
101000     IF SPC-ERROR (SPC-INDEX) = SPACES                            98/03/03
101100     OR SPC-ERROR (SPC-INDEX) = "GROUP HAS NO ITEMS UNDER IT"     98/03/03
101200         MOVE SPC-TOTAL  (SPC-INDEX) TO LDL-LENGTH                98/03/03
101300         MOVE SPC-OFFSET (SPC-INDEX) TO LDL-OFFSET                98/03/03
101400     ELSE                                                         98/03/03
101500         MOVE SPACES TO LDL-LENGTH-X                              98/03/03
101600         MOVE SPACES TO LDL-OFFSET-X                              98/03/03
101700     .                                                            98/03/03
101800     MOVE LAYOUT-DETAIL-LINE TO PRINT-WORK-LINE                   98/03/03
101900     PERFORM WRITE-A-PRINT-LINE                                   98/03/03
102000     .                                                            98/03/03
102100                                                                  98/03/03
102200 WRITE-THE-RECORD-LENGTH.                                         98/03/03
102300     IF RECORD-SPEC-INDEX > ZERO                                  98/03/03
102400         MOVE SPACES TO PRINT-WORK-LINE                           98/03/03
102500         PERFORM WRITE-A-PRINT-LINE                               98/03/03
102600         MOVE SPC-TOTAL (RECORD-SPEC-INDEX) TO RTL-RECORD-LENGTH  98/03/03
102700         MOVE RECORD-TOTAL-LINE TO PRINT-WORK-LINE                98/03/03
102800         PERFORM WRITE-A-PRINT-LINE                               98/03/03
102900         MOVE SPACES TO PRINT-WORK-LINE                           98/03/03
103000         PERFORM WRITE-A-PRINT-LINE                               98/03/03
103100     .                                                            98/03/03
103200                                                                  98/03/03
103300****************    TOTALS    ***************                     98/03/03
103400                                                                  98/03/03
103500 WRITE-THE-TOTALS.                                                98/03/03
103550     MOVE SPACES TO COLUMN-HEADING-LINE                           98/05/05
103600     MOVE SPACES TO PRINT-WORK-LINE                               98/03/03
103700     PERFORM WRITE-A-PRINT-LINE                                   98/03/03
103800     MOVE "SPEC CARDS READ" TO CDL-LABEL                          98/03/03
103900     MOVE CARDS-READ TO CDL-COUNT                                 98/03/03
104000     PERFORM WRITE-A-COUNT-LINE                                   98/03/03
104100     MOVE "COMMENT CARDS" TO CDL-LABEL                            98/03/03
104200     MOVE COMMENT-CARDS TO CDL-COUNT                              98/03/03
104300     PERFORM WRITE-A-COUNT-LINE                                   98/03/03
104400     MOVE "DATA ENTRY CARDS" TO CDL-LABEL                         98/03/03
104500     MOVE ENTRY-CARDS TO CDL-COUNT                                98/03/03
104600     PERFORM WRITE-A-COUNT-LINE                                   98/03/03
104700     MOVE "CARDS OVER THE 300 LIMIT" TO CDL-LABEL                 98/03/03
104800     MOVE CARDS-NOT-KEPT TO CDL-COUNT                             98/03/03
104900     PERFORM WRITE-A-COUNT-LINE                                   98/03/03
105000     MOVE "CARDS IN ERROR" TO CDL-LABEL                           98/03/03
105100     MOVE CARDS-IN-ERROR TO CDL-COUNT                             98/03/03
105200     PERFORM WRITE-A-COUNT-LINE                                   98/03/03
105300     MOVE "MEMBER LINES WRITTEN" TO CDL-LABEL                     98/03/03
105400     MOVE LINES-WRITTEN TO CDL-COUNT                              98/03/03
105500     PERFORM WRITE-A-COUNT-LINE                                   98/03/03
105600     IF CARDS-IN-ERROR > ZERO                                     98/03/03
105700         MOVE SPACES TO PRINT-WORK-LINE                           98/03/03
105800         PERFORM WRITE-A-PRINT-LINE                               98/03/03
105900         MOVE "MEMBER NOT WRITTEN - CORRECT THE CARDS IN ERROR"   98/03/03
106000             TO PRINT-WORK-LINE                                   98/03/03
106100         PERFORM WRITE-A-PRINT-LINE                               98/03/03
106200         MOVE 8 TO RUN-SEVERITY                                   98/03/03
106300     .                                                            98/03/03
106400                                                                  98/03/03
106500 WRITE-A-COUNT-LINE.                                              98/03/03
106600     MOVE COUNT-DETAIL-LINE TO PRINT-WORK-LINE                    98/03/03
106700     PERFORM WRITE-A-PRINT-LINE                                   98/03/03
106800     .                                                            98/03/03
106900                                                                  98/03/03
107000 CLOSE-THE-FILES.                                                 98/03/03
107100     MOVE "T" TO PPICT-OPERATION                                  98/03/03
107200     CALL "PPICT"                                                 98/03/03
107300     CLOSE SPEC-DECK                                              98/03/03
107400     CLOSE COPY-OUTPUT                                            98/03/03
107500     CLOSE LAYOUT-LISTING                                         98/03/03
107600     .                                                            98/03/03
107700                                                                  98/03/03
107800****************    REPORT PAGINATION    ***************          98/03/03
107900                                                                  98/03/03
108000*EVERY LINE OF GENRPT GOES OUT THROUGH HERE, SO THE PAGE          98/03/03
108100*BREAK AND THE REPEATED HEADINGS HAPPEN IN ONE PLACE.             98/03/03
108200 WRITE-A-PRINT-LINE.                                              98/03/03
108300     IF LINES-ON-PAGE = ZERO                                      98/03/03
108400     OR LINES-ON-PAGE NOT < PAGE-DEPTH                            98/03/03
108500         PERFORM START-A-NEW-PAGE                                 98/03/03
108600     .                                                            98/03/03
108700     MOVE PRINT-WORK-LINE TO LAYOUT-LISTING-LINE                  98/03/03
108800     WRITE LAYOUT-LISTING-LINE BEFORE ADVANCING 1 LINE            98/03/03
108900     ADD 1 TO LINES-ON-PAGE                                       98/03/03
109000     .                                                            98/03/03
109100                                                                  98/03/03
109200 START-A-NEW-PAGE.                                                98/03/03
109300     ADD 1 TO PAGE-NUMBER                                         98/03/03
109400     MOVE PAGE-NUMBER TO PHL-PAGE                                 98/03/03
109500     IF PAGE-NUMBER > 1                                           98/03/03
109600         MOVE SPACES TO LAYOUT-LISTING-LINE                       98/03/03
109700         WRITE LAYOUT-LISTING-LINE BEFORE ADVANCING PAGE          98/03/03
109800     .                                                            98/03/03
109900     MOVE PAGE-HEADING-LINE TO LAYOUT-LISTING-LINE                98/03/03
110000     WRITE LAYOUT-LISTING-LINE BEFORE ADVANCING 1 LINE            98/03/03
110100     MOVE SPACES TO LAYOUT-LISTING-LINE                           98/03/03
110200     WRITE LAYOUT-LISTING-LINE BEFORE ADVANCING 1 LINE            98/03/03
110300     MOVE COLUMN-HEADING-LINE TO LAYOUT-LISTING-LINE              98/03/03
110400     WRITE LAYOUT-LISTING-LINE BEFORE ADVANCING 1 LINE            98/03/03
110500     MOVE SPACES TO LAYOUT-LISTING-LINE                           98/03/03
110600     WRITE LAYOUT-LISTING-LINE BEFORE ADVANCING 1 LINE            98/03/03
110700     MOVE 4 TO LINES-ON-PAGE                                      98/03/03
110800     .                                                            98/03/03
110900                                                                  98/03/03
111000 WRITE-THE-END-OF-REPORT.                                         98/03/03
111100     MOVE SPACES TO PRINT-WORK-LINE                               98/03/03
111200     PERFORM WRITE-A-PRINT-LINE                                   98/03/03
111300     MOVE "*** END OF REPORT ***" TO PRINT-WORK-LINE              98/03/03
111400     PERFORM WRITE-A-PRINT-LINE                                   98/03/03
111500     .                                                            98/03/03
