000800*   THAT A MONTH-START RATE CHANGE DOES NOT NEED A WHOLE PCBATCH  97/12/16
000900*   DECK, A REPORT RUN AND A CHECKPOINT CONVERSATION.  A COMMAND  97/12/16
001000*   DECK ON PCBVMCMD DRIVES IT, ONE COMMAND PER RECORD:           97/12/16
001054*       LIST [date]         LIST EVERY NAME, DATE AND VALUE, OR   98/03/10
001108*                           ONLY THE VALUES IN FORCE ON THE DATE  98/03/10
001162*       SET name value [date]                                     98/03/10
001216*                           SET OR CREATE A NAME'S VALUE FROM THE 98/03/10
001270*                           EFFECTIVE DATE, TODAY IF NONE IS GIVEN98/03/10
001324*                           (VALUE IS A PLAIN SIGNED NUMBER, NO   98/03/10
001378*                           EXPRESSIONS)                          98/03/10
001432*       DELETE name [date]  DROP ONE DATED VALUE, OR ALL OF THEM  98/03/10
001486*       RENAME old new      MOVE A NAME'S VALUES TO A NEW NAME    98/03/10
001540*   DATES ARE GIVEN AS CCYYMMDD.                                  98/03/10
001600*   EVERY COMMAND PRINTS A LINE ON PCBVMRPT WITH THE OLD AND NEW  97/12/16
001700*   VALUE SIDE BY SIDE, AND THE WHOLE MASTER IS LISTED AGAIN      97/12/16
001800*   AFTER THE LAST COMMAND, SO THE LISTING IS THE BEFORE-AND-     97/12/16
001900*   AFTER RECORD OF THE CHANGE.  THE MASTER IS REWRITTEN ONLY     97/12/16
002000*   AFTER THE WHOLE DECK HAS BEEN PROCESSED.                      97/12/16
002010*   EACH NAME CARRIES A DATED SERIES OF VALUES: ONE PCBVARMF      98/03/10
002020*   RECORD PER NAME AND EFFECTIVE DATE, KEPT IN NAME AND DATE     98/03/10
002030*   ORDER, SO A RERUN CAN PICK UP THE VALUE THAT WAS IN FORCE ON  98/03/10
002040*   ITS OWN DATE.  A MASTER STILL IN THE OLD ONE-VALUE LAYOUT IS  98/03/10
002050*   READ AS VALUES IN FORCE FROM THE START AND WRITTEN BACK IN THE98/03/10
002060*   NEW ONE.  EVERY CHANGE - OLD VALUE, NEW VALUE, EFFECTIVE DATE 98/03/10
002070*   AND THE PROGRAM THAT MADE IT - IS APPENDED TO THE PCBVMJNL    98/03/10
002080*   CHANGE JOURNAL ONCE THE MASTER HAS BEEN REWRITTEN.            98/03/10
002100                                                                  97/12/16
002200 ENVIRONMENT DIVISION.                                            97/12/16
002300                                                                  97/12/16
003200     SELECT PCB-VARIABLE-MASTER ASSIGN TO "PCBVARMF"              97/12/16
003300         ORGANIZATION IS LINE SEQUENTIAL                          97/12/16
003400         FILE STATUS IS PCB-VARMAST-STATUS.                       97/12/16
003424     SELECT PCB-VARIABLE-JOURNAL ASSIGN TO "PCBVMJNL"             98/03/10
003448         ORGANIZATION IS LINE SEQUENTIAL                          98/03/10
003472         FILE STATUS IS PCB-JOURNAL-STATUS.                       98/03/10
003500     SELECT MAINT-REPORT    ASSIGN TO "PCBVMRPT"                  97/12/16
003600         ORGANIZATION IS LINE SEQUENTIAL.                         97/12/16
003700                                                                  97/12/16
004400 01  COMMAND-DECK-RECORD.                                         97/12/16
004500     02  CMD-CHAR                PIC X      OCCURS 80 TIMES.      97/12/16
004600                                                                  97/12/16
004622*THIS RECORD MUST MATCH, FIELD FOR FIELD, THE VARIABLE MASTER     98/03/10
004644*RECORD PCBATCH LOADS AND REWRITES.  THE SECOND LAYOUT IS THE     98/03/10
004666*ONE-VALUE RECORD THE MASTER HELD BEFORE VALUES WERE DATED; IT IS 98/03/10
004688*ONLY EVER READ.                                                  98/03/10
004710 FD  PCB-VARIABLE-MASTER                                          98/03/10
004732     RECORDING MODE IS F.                                         98/03/10
004754 01  PCB-VARIABLE-MASTER-REC.                                     98/03/10
004776     02  VM-NAME                 PIC X(08).                       98/03/10
004798     02  FILLER                  PIC X.                           98/03/10
004820     02  VM-EFFECTIVE-DATE       PIC 9(08).                       98/03/10
004842     02  FILLER                  PIC X.                           98/03/10
004864     02  VM-VALUE                PIC S9(13)V9(5)                  98/03/10
004886                                 SIGN IS LEADING SEPARATE.        98/03/10
004908 01  PCB-VARIABLE-MASTER-OLD-REC.                                 98/03/10
004930     02  FILLER                  PIC X(09).                       98/03/10
004952     02  VM-OLD-VALUE            PIC S9(13)V9(5)                  98/03/10
004974                                 SIGN IS LEADING SEPARATE.        98/03/10
004996     02  FILLER                  PIC X(09).                       98/03/10
005018                                                                  98/03/10
005040*THIS RECORD MUST MATCH, FIELD FOR FIELD, THE JOURNAL RECORD      98/03/10
005062*PCBATCH APPENDS.                                                 98/03/10
005084 FD  PCB-VARIABLE-JOURNAL                                         98/03/10
005106     RECORDING MODE IS F.                                         98/03/10
005128 01  PCB-VARIABLE-JOURNAL-REC.                                    98/03/10
005150     02  VJ-RUN-DATE             PIC 9(06).                       98/03/10
005172     02  FILLER                  PIC X.                           98/03/10
005194     02  VJ-RUN-TIME             PIC 9(08).                       98/03/10
005216     02  FILLER                  PIC X.                           98/03/10
005238     02  VJ-PROGRAM              PIC X(08).                       98/03/10
005260     02  FILLER                  PIC X.                           98/03/10
005282     02  VJ-ACTION               PIC X(08).                       98/03/10
005304     02  FILLER                  PIC X.                           98/03/10
005326     02  VJ-NAME                 PIC X(08).                       98/03/10
005348     02  FILLER                  PIC X.                           98/03/10
005370     02  VJ-EFFECTIVE-DATE       PIC 9(08).                       98/03/10
005392     02  FILLER                  PIC X.                           98/03/10
005414     02  VJ-OLD-VALUE            PIC S9(13)V9(5)                  98/03/10
005436                                 SIGN IS LEADING SEPARATE.        98/03/10
005458     02  FILLER                  PIC X.                           98/03/10
005480     02  VJ-NEW-VALUE            PIC S9(13)V9(5)                  98/03/10
005502                                 SIGN IS LEADING SEPARATE.        98/03/10
005524     02  FILLER                  PIC X.                           98/03/10
005546     02  VJ-NOTE                 PIC X(20).                       98/03/10
005600                                                                  97/12/16
005700 FD  MAINT-REPORT                                                 97/12/16
005800     RECORDING MODE IS F.                                         97/12/16
006800     88  PCB-VARMAST-STATUS-OK       VALUE "00".                  97/12/16
006850     88  PCB-VARMAST-NOT-FOUND       VALUE "35".                  98/02/03
006860 01  MASTER-OPEN-FAILED-FLAG     PIC X       VALUE "N".           98/02/03
006872 01  PCB-JOURNAL-STATUS          PIC X(02).                       98/03/10
006884     88  PCB-JOURNAL-NOT-FOUND       VALUE "35".                  98/03/10
006900                                                                  97/12/16
006918*THE WHOLE MASTER IS HELD HERE WHILE THE DECK RUNS, ONE ENTRY PER 98/03/10
006936*NAME AND EFFECTIVE DATE IN NAME AND DATE ORDER; A DELETED ENTRY  98/03/10
006954*KEEPS ITS SLOT BUT IS NOT WRITTEN BACK.                          98/03/10
006972*THE TABLE HOLDS 10 NAMES, THE SAME CAP AS THE CALCPK AND         98/03/10
006990*PERSISTENT-NAME TABLES IN PCBATCH, SO MAINTENANCE CANNOT         98/03/10
007008*GROW A MASTER THAT PCBATCH WOULD THEN TRUNCATE; BETWEEN THEM     98/03/10
007026*THEY CARRY AT MOST 200 DATED VALUES, THE SIZE OF PCBATCH'S OWN   98/03/10
007044*SERIES TABLE.  A MASTER TOO BIG TO HOLD IS NEVER REWRITTEN.      98/03/10
007062 01  MASTER-TABLE-HANDLING.                                       98/03/10
007080     02  MASTER-ENTRY-COUNT      PIC S9(4)   COMP VALUE ZERO.     98/03/10
007098     02  MASTER-TABLE.                                            98/03/10
007116         03  MASTER-TABLE-ENTRY OCCURS 200 TIMES.                 98/03/10
007134             04  MV-ENT-KEY.                                      98/03/10
007152                 05  MV-ENT-NAME PIC X(08).                       98/03/10
007170                 05  MV-ENT-DATE PIC 9(08).                       98/03/10
007188             04  MV-ENT-VALUE    PIC S9(13)V9(5).                 98/03/10
007206             04  MV-ENT-DELETED  PIC X.                           98/03/10
007224     02  MV-INDEX                PIC S9(4)   COMP.                98/03/10
007242     02  MV-FOUND-FLAG           PIC X.                           98/03/10
007260     02  MV-FOUND-INDEX          PIC S9(4)   COMP.                98/03/10
007278     02  MV-LOOKUP-NAME          PIC X(08).                       98/03/10
007296     02  MV-LOOKUP-DATE          PIC 9(08).                       98/03/10
007314     02  MV-PREVIOUS-NAME        PIC X(08).                       98/03/10
007332     02  MASTER-NAME-COUNT       PIC S9(4)   COMP.                98/03/10
007350     02  NAME-ENTRY-COUNT        PIC S9(4)   COMP.                98/03/10
007368     02  MASTER-TOO-BIG-FLAG     PIC X       VALUE "N".           98/03/10
007386                                                                  98/03/10
007404*THE TABLE IS PUT BACK IN NAME AND DATE ORDER BY A STRAIGHT       98/03/10
007422*INSERTION SORT AFTER THE LOAD AND AFTER ANY CHANGE THAT ADDS OR  98/03/10
007440*RENAMES AN ENTRY; IT IS NEVER MORE THAN 200 ENTRIES.             98/03/10
007458 01  MASTER-SORT-HANDLING.                                        98/03/10
007476     02  SORT-INDEX              PIC S9(4)   COMP.                98/03/10
007494     02  SORT-MOVE-INDEX         PIC S9(4)   COMP.                98/03/10
007512     02  SORT-PLACE-FOUND-FLAG   PIC X.                           98/03/10
007530     02  SORT-HELD-ENTRY.                                         98/03/10
007548         03  SORT-HELD-KEY       PIC X(16).                       98/03/10
007566         03  FILLER              PIC X(19).                       98/03/10
007584                                                                  98/03/10
007602*TODAY AS CCYYMMDD, THE DEFAULT EFFECTIVE DATE OF A SET.  THE     98/03/10
007620*SYSTEM DATE CARRIES ONLY TWO DIGITS OF YEAR; 50 AND OVER ARE     98/03/10
007638*TAKEN AS 19XX, THE REST AS 20XX.                                 98/03/10
007656 01  DATE-HANDLING.                                               98/03/10
007674     02  TODAY-DATE.                                              98/03/10
007692         03  TODAY-CENTURY       PIC 9(02).                       98/03/10
007710         03  TODAY-YYMMDD.                                        98/03/10
007728             04  TODAY-YY        PIC 9(02).                       98/03/10
007746             04  FILLER          PIC 9(04).                       98/03/10
007764     02  TODAY-DATE-NUMBER REDEFINES TODAY-DATE PIC 9(08).        98/03/10
007782     02  RUN-TIME-NOW            PIC 9(08).                       98/03/10
007800     02  DATE-WORD.                                               98/03/10
007818         03  DATE-WORD-CCYY      PIC X(04).                       98/03/10
007836         03  DATE-WORD-MM        PIC X(02).                       98/03/10
007854         03  DATE-WORD-DD        PIC X(02).                       98/03/10
007872     02  DATE-WORD-NUMBER REDEFINES DATE-WORD PIC 9(08).          98/03/10
007890     02  DATE-WORD-LENGTH        PIC S9(4)   COMP.                98/03/10
007908     02  DATE-OK-FLAG            PIC X.                           98/03/10
007926     02  THE-DATE                PIC 9(08).                       98/03/10
007944                                                                  98/03/10
007962*EVERY CHANGE WAITS HERE UNTIL THE MASTER HAS BEEN REWRITTEN, SO  98/03/10
007980*THE JOURNAL NEVER SHOWS A CHANGE THAT DID NOT REACH THE MASTER.  98/03/10
007998*A COMMAND WHOSE CHANGES WOULD NOT FIT IS REFUSED.                98/03/10
008016 01  JOURNAL-HANDLING.                                            98/03/10
008034     02  JOURNAL-PENDING-COUNT   PIC S9(4)   COMP VALUE ZERO.     98/03/10
008052     02  JOURNAL-PENDING-TABLE.                                   98/03/10
008070         03  JOURNAL-PENDING-ENTRY OCCURS 200 TIMES.              98/03/10
008088             04  JP-ACTION       PIC X(08).                       98/03/10
008106             04  JP-NAME         PIC X(08).                       98/03/10
008124             04  JP-DATE         PIC 9(08).                       98/03/10
008142             04  JP-OLD-VALUE    PIC S9(13)V9(5).                 98/03/10
008160             04  JP-NEW-VALUE    PIC S9(13)V9(5).                 98/03/10
008178             04  JP-NOTE         PIC X(20).                       98/03/10
008196     02  JP-INDEX                PIC S9(4)   COMP.                98/03/10
008214     02  JOURNAL-ACTION-WORK     PIC X(08).                       98/03/10
008232     02  JOURNAL-OLD-WORK        PIC S9(13)V9(5).                 98/03/10
008250     02  JOURNAL-NOTE-WORK       PIC X(20).                       98/03/10
008300                                                                  97/12/16
008400*ONE COMMAND PICKED APART: THE VERB AND UP TO TWO ARGUMENT        97/12/16
008500*WORDS.  A WORD LONGER THAN 20 CHARACTERS IS CUT OFF THERE.       97/12/16
011000     02  THE-PARSE-CHAR.                                          97/12/16
011100         03  THE-PARSE-DIGIT     PIC 9.                           97/12/16
011200                                                                  97/12/16
011270 01  MAINT-COUNTS.                                                98/03/10
011340     02  VALUES-LOADED           PIC S9(4)   COMP VALUE ZERO.     98/03/10
011410     02  NAMES-SET               PIC S9(4)   COMP VALUE ZERO.     98/03/10
011480     02  NAMES-DELETED           PIC S9(4)   COMP VALUE ZERO.     98/03/10
011550     02  NAMES-RENAMED           PIC S9(4)   COMP VALUE ZERO.     98/03/10
011620     02  VALUES-WRITTEN          PIC S9(4)   COMP VALUE ZERO.     98/03/10
011690     02  JOURNAL-WRITTEN         PIC S9(4)   COMP VALUE ZERO.     98/03/10
011760     02  COMMANDS-IN-ERROR       PIC S9(4)   COMP VALUE ZERO.     98/03/10
011830                                                                  98/03/10
011900 01  MAINT-DETAIL-LINE.                                           98/03/10
011970     02  ML-ACTION               PIC X(08).                       98/03/10
012040     02  FILLER                  PIC X       VALUE SPACE.         98/03/10
012110     02  ML-NAME                 PIC X(08).                       98/03/10
012180     02  FILLER                  PIC X       VALUE SPACE.         98/03/10
012250     02  ML-EFFECTIVE-DATE       PIC X(08).                       98/03/10
012320     02  FILLER                  PIC X       VALUE SPACE.         98/03/10
012390     02  ML-OLD-VALUE            PIC -(13)9.9(5).                 98/03/10
012460     02  FILLER                  PIC X       VALUE SPACE.         98/03/10
012530     02  ML-NEW-VALUE            PIC -(13)9.9(5).                 98/03/10
012600     02  FILLER                  PIC X       VALUE SPACE.         98/03/10
012670     02  ML-NOTE                 PIC X(24).                       98/03/10
012740                                                                  98/03/10
012810 01  LIST-DETAIL-LINE.                                            98/03/10
012880     02  LL-NAME                 PIC X(08).                       98/03/10
012950     02  FILLER                  PIC X(02)   VALUE SPACES.        98/03/10
013020     02  LL-DATE                 PIC 9(08).                       98/03/10
013090     02  FILLER                  PIC X(02)   VALUE SPACES.        98/03/10
013160     02  LL-VALUE                PIC -(13)9.9(5).                 98/03/10
013230                                                                  98/03/10
013300 01  IN-FORCE-HEADING-LINE.                                       98/03/10
013370     02  FILLER                  PIC X(19)   VALUE                98/03/10
013440         "VALUES IN FORCE ON ".                                   98/03/10
013510     02  IFH-DATE                PIC 9(08).                       98/03/10
013600                                                                  97/12/16
013700 01  TITLE-LINE                  PIC X(50)   VALUE                97/12/16
013800     "***** PCBVARMF VARIABLE MASTER MAINTENANCE *****".          97/12/16
013900                                                                  97/12/16
013990 01  HEADING-LINE.                                                98/03/10
014080     02  FILLER                  PIC X(09)   VALUE "ACTION".      98/03/10
014170     02  FILLER                  PIC X(09)   VALUE "NAME".        98/03/10
014260     02  FILLER                  PIC X(09)   VALUE "EFFECTIV".    98/03/10
014350     02  FILLER                  PIC X(21)   VALUE                98/03/10
014440         "            OLD VALUE".                                 98/03/10
014530     02  FILLER                  PIC X(22)   VALUE                98/03/10
014620         "             NEW VALUE".                                98/03/10
014710     02  FILLER                  PIC X(05)   VALUE " NOTE".       98/03/10
014800                                                                  97/12/16
014900 01  COUNT-DETAIL-LINE.                                           97/12/16
015000     02  CDL-LABEL               PIC X(34).                       97/12/16
017200 OPEN-THE-FILES.                                                  97/12/16
017300     OPEN INPUT  COMMAND-DECK                                     97/12/16
017400     OPEN OUTPUT MAINT-REPORT                                     97/12/16
017450     PERFORM GET-TODAYS-DATE                                      98/03/10
017500     MOVE TITLE-LINE TO MAINT-REPORT-LINE                         97/12/16
017600     WRITE MAINT-REPORT-LINE                                      97/12/16
017700     PERFORM WRITE-A-BLANK-LINE                                   97/12/16
017900     WRITE MAINT-REPORT-LINE                                      97/12/16
018000     PERFORM WRITE-A-BLANK-LINE                                   97/12/16
018100     .                                                            97/12/16
018110                                                                  98/03/10
018120 GET-TODAYS-DATE.                                                 98/03/10
018130     ACCEPT TODAY-YYMMDD FROM DATE                                98/03/10
018140     ACCEPT RUN-TIME-NOW FROM TIME                                98/03/10
018150     IF TODAY-YY < 50                                             98/03/10
018160         MOVE 20 TO TODAY-CENTURY                                 98/03/10
018170     ELSE                                                         98/03/10
018180         MOVE 19 TO TODAY-CENTURY                                 98/03/10
018190     .                                                            98/03/10
018200                                                                  97/12/16
018300****************    LOAD THE MASTER    ***************            97/12/16
018400                                                                  97/12/16
018520     IF PCB-VARMAST-STATUS-OK                                     98/02/03
018530         PERFORM LOAD-ONE-MASTER-RECORD                           98/02/03
018540             UNTIL END-OF-MASTER                                  98/02/03
018545         PERFORM SORT-THE-MASTER-TABLE                            98/03/10
018550         CLOSE PCB-VARIABLE-MASTER                                98/02/03
018560     ELSE                                                         98/02/03
018570     IF PCB-VARMAST-NOT-FOUND                                     98/02/03
020200             PERFORM STORE-ONE-MASTER-RECORD                      97/12/16
020300     .                                                            97/12/16
020400                                                                  97/12/16
020426*EITHER LAYOUT IS TAKEN: A RECORD WITH NO EFFECTIVE DATE BUT A    98/03/10
020452*VALUE WHERE THE OLD LAYOUT KEPT IT HAS BEEN IN FORCE FROM THE    98/03/10
020478*START, DATE ZERO.                                                98/03/10
020504 STORE-ONE-MASTER-RECORD.                                         98/03/10
020530     IF VM-NAME = SPACES                                          98/03/10
020556         NEXT SENTENCE                                            98/03/10
020582     ELSE                                                         98/03/10
020608     IF VM-EFFECTIVE-DATE NUMERIC                                 98/03/10
020634        AND VM-VALUE NUMERIC                                      98/03/10
020660         MOVE VM-EFFECTIVE-DATE TO THE-DATE                       98/03/10
020686         MOVE VM-VALUE          TO THE-VALUE                      98/03/10
020712         PERFORM STORE-ONE-MASTER-VALUE                           98/03/10
020738     ELSE                                                         98/03/10
020764     IF VM-OLD-VALUE NUMERIC                                      98/03/10
020790         MOVE ZERO              TO THE-DATE                       98/03/10
020816         MOVE VM-OLD-VALUE      TO THE-VALUE                      98/03/10
020842         PERFORM STORE-ONE-MASTER-VALUE                           98/03/10
020868     .                                                            98/03/10
020894                                                                  98/03/10
020920 STORE-ONE-MASTER-VALUE.                                          98/03/10
020946     IF MASTER-ENTRY-COUNT < 200                                  98/03/10
020972         ADD 1 TO MASTER-ENTRY-COUNT                              98/03/10
020998         MOVE VM-NAME   TO MV-ENT-NAME    (MASTER-ENTRY-COUNT)    98/03/10
021024         MOVE THE-DATE  TO MV-ENT-DATE    (MASTER-ENTRY-COUNT)    98/03/10
021050         MOVE THE-VALUE TO MV-ENT-VALUE   (MASTER-ENTRY-COUNT)    98/03/10
021076         MOVE "N"       TO MV-ENT-DELETED (MASTER-ENTRY-COUNT)    98/03/10
021102         ADD 1 TO VALUES-LOADED                                   98/03/10
021128     ELSE                                                         98/03/10
021154         MOVE "Y" TO MASTER-TOO-BIG-FLAG                          98/03/10
021180         MOVE "MASTER ENTRY DROPPED - TABLE FULL"                 98/03/10
021206             TO REPORT-TEXT-LINE                                  98/03/10
021232         PERFORM WRITE-A-REPORT-LINE                              98/03/10
021258     .                                                            98/03/10
021284                                                                  98/03/10
021310 SORT-THE-MASTER-TABLE.                                           98/03/10
021336     MOVE 1 TO SORT-INDEX                                         98/03/10
021362     PERFORM SORT-ONE-MASTER-ENTRY                                98/03/10
021388         UNTIL SORT-INDEX NOT < MASTER-ENTRY-COUNT                98/03/10
021414     .                                                            98/03/10
021440                                                                  98/03/10
021466 SORT-ONE-MASTER-ENTRY.                                           98/03/10
021492     ADD 1 TO SORT-INDEX                                          98/03/10
021518     MOVE MASTER-TABLE-ENTRY (SORT-INDEX) TO SORT-HELD-ENTRY      98/03/10
021544     MOVE SORT-INDEX TO SORT-MOVE-INDEX                           98/03/10
021570     MOVE "N" TO SORT-PLACE-FOUND-FLAG                            98/03/10
021596     PERFORM MOVE-ONE-ENTRY-DOWN                                  98/03/10
021622         UNTIL SORT-PLACE-FOUND-FLAG = "Y"                        98/03/10
021648     MOVE SORT-HELD-ENTRY TO MASTER-TABLE-ENTRY (SORT-MOVE-INDEX) 98/03/10
021674     .                                                            98/03/10
021700                                                                  98/03/10
021726 MOVE-ONE-ENTRY-DOWN.                                             98/03/10
021752     IF SORT-MOVE-INDEX = 1                                       98/03/10
021778         MOVE "Y" TO SORT-PLACE-FOUND-FLAG                        98/03/10
021804     ELSE                                                         98/03/10
021830     IF MV-ENT-KEY (SORT-MOVE-INDEX - 1) NOT > SORT-HELD-KEY      98/03/10
021856         MOVE "Y" TO SORT-PLACE-FOUND-FLAG                        98/03/10
021882     ELSE                                                         98/03/10
021908         MOVE MASTER-TABLE-ENTRY (SORT-MOVE-INDEX - 1)            98/03/10
021934             TO MASTER-TABLE-ENTRY (SORT-MOVE-INDEX)              98/03/10
021960         SUBTRACT 1 FROM SORT-MOVE-INDEX                          98/03/10
021986     .                                                            98/03/10
022100                                                                  97/12/16
022200****************    THE COMMAND DECK    ***************           97/12/16
022300                                                                  97/12/16
027500                                                                  97/12/16
027600****************    SET / DELETE / RENAME    ***************      97/12/16
027700                                                                  97/12/16
027730 PROCESS-A-SET-COMMAND.                                           98/03/10
027760     PERFORM GET-A-WORD                                           98/03/10
027790     MOVE WORD-TEXT TO NAME-WORD                                  98/03/10
027820     PERFORM GET-A-WORD                                           98/03/10
027850     MOVE WORD-TEXT TO VALUE-WORD                                 98/03/10
027880     PERFORM GET-A-WORD                                           98/03/10
027910     PERFORM TAKE-THE-DATE-WORD                                   98/03/10
027940     IF NAME-WORD = SPACES                                        98/03/10
027970         PERFORM REPORT-A-MISSING-ARGUMENT                        98/03/10
028000     ELSE                                                         98/03/10
028030     IF DATE-OK-FLAG = "N"                                        98/03/10
028060         MOVE SPACES TO MAINT-DETAIL-LINE                         98/03/10
028090         MOVE "SET" TO ML-ACTION                                  98/03/10
028120         PERFORM REPORT-AN-INVALID-DATE                           98/03/10
028150     ELSE                                                         98/03/10
028180         PERFORM PARSE-THE-VALUE                                  98/03/10
028210         IF PARSE-OK-FLAG = "Y"                                   98/03/10
028240             PERFORM APPLY-THE-SET                                98/03/10
028270         ELSE                                                     98/03/10
028300             PERFORM REPORT-AN-INVALID-VALUE                      98/03/10
028330     .                                                            98/03/10
028360                                                                  98/03/10
028390*A SET ON A DATE THE NAME ALREADY HAS REPLACES THAT DATED VALUE;  98/03/10
028420*ON ANY OTHER DATE IT ADDS ONE.  THE OLD VALUE SHOWN AND          98/03/10
028450*JOURNALLED IS THE ONE THAT WAS IN FORCE ON THE DATE.             98/03/10
028480 APPLY-THE-SET.                                                   98/03/10
028510     MOVE SPACES TO MAINT-DETAIL-LINE                             98/03/10
028540     MOVE "SET"     TO ML-ACTION                                  98/03/10
028570     MOVE NAME-WORD TO ML-NAME                                    98/03/10
028600     MOVE THE-DATE  TO ML-EFFECTIVE-DATE                          98/03/10
028630     MOVE THE-VALUE TO ML-NEW-VALUE                               98/03/10
028660     MOVE NAME-WORD TO MV-LOOKUP-NAME                             98/03/10
028690     MOVE THE-DATE  TO MV-LOOKUP-DATE                             98/03/10
028720     PERFORM FIND-THE-VALUE-IN-FORCE                              98/03/10
028750     MOVE ZERO TO JOURNAL-OLD-WORK                                98/03/10
028780     IF MV-FOUND-FLAG = "Y"                                       98/03/10
028810         MOVE MV-ENT-VALUE (MV-FOUND-INDEX) TO ML-OLD-VALUE       98/03/10
028840         MOVE MV-ENT-VALUE (MV-FOUND-INDEX) TO JOURNAL-OLD-WORK   98/03/10
028870     .                                                            98/03/10
028900     PERFORM COUNT-THE-MASTER-NAMES                               98/03/10
028930     PERFORM FIND-A-MASTER-NAME                                   98/03/10
028960     IF JOURNAL-PENDING-COUNT NOT < 200                           98/03/10
028990         MOVE "** JOURNAL FULL" TO ML-NOTE                        98/03/10
029020         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
029050     ELSE                                                         98/03/10
029080     IF MV-FOUND-FLAG = "N"                                       98/03/10
029110        AND MASTER-NAME-COUNT NOT < 10                            98/03/10
029140         MOVE "** MASTER TABLE FULL" TO ML-NOTE                   98/03/10
029170         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
029200     ELSE                                                         98/03/10
029230         PERFORM APPLY-THE-SET-PROPER                             98/03/10
029260     .                                                            98/03/10
029290     PERFORM WRITE-THE-DETAIL-LINE                                98/03/10
029320     .                                                            98/03/10
029350                                                                  98/03/10
029380 APPLY-THE-SET-PROPER.                                            98/03/10
029410     IF MV-FOUND-FLAG = "N"                                       98/03/10
029440         MOVE "NEW NAME" TO JOURNAL-NOTE-WORK                     98/03/10
029470     ELSE                                                         98/03/10
029500         MOVE SPACES TO JOURNAL-NOTE-WORK                         98/03/10
029530     .                                                            98/03/10
029560     PERFORM FIND-A-DATED-ENTRY                                   98/03/10
029590     IF MV-FOUND-FLAG = "Y"                                       98/03/10
029620         MOVE THE-VALUE TO MV-ENT-VALUE (MV-FOUND-INDEX)          98/03/10
029650         PERFORM JOURNAL-THE-SET                                  98/03/10
029680     ELSE                                                         98/03/10
029710     IF MASTER-ENTRY-COUNT < 200                                  98/03/10
029740         ADD 1 TO MASTER-ENTRY-COUNT                              98/03/10
029770         MOVE NAME-WORD TO MV-ENT-NAME    (MASTER-ENTRY-COUNT)    98/03/10
029800         MOVE THE-DATE  TO MV-ENT-DATE    (MASTER-ENTRY-COUNT)    98/03/10
029830         MOVE THE-VALUE TO MV-ENT-VALUE   (MASTER-ENTRY-COUNT)    98/03/10
029860         MOVE "N"       TO MV-ENT-DELETED (MASTER-ENTRY-COUNT)    98/03/10
029890         PERFORM SORT-THE-MASTER-TABLE                            98/03/10
029920         PERFORM NOTE-A-NEW-DATE                                  98/03/10
029950         PERFORM JOURNAL-THE-SET                                  98/03/10
029980     ELSE                                                         98/03/10
030010         MOVE "** MASTER TABLE FULL" TO ML-NOTE                   98/03/10
030040         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
030070     .                                                            98/03/10
030100                                                                  98/03/10
030130 NOTE-A-NEW-DATE.                                                 98/03/10
030160     IF JOURNAL-NOTE-WORK = SPACES                                98/03/10
030190         MOVE "NEW DATE" TO JOURNAL-NOTE-WORK                     98/03/10
030220     .                                                            98/03/10
030250                                                                  98/03/10
030280 JOURNAL-THE-SET.                                                 98/03/10
030310     MOVE JOURNAL-NOTE-WORK TO ML-NOTE                            98/03/10
030340     ADD 1 TO NAMES-SET                                           98/03/10
030370     MOVE "SET" TO JOURNAL-ACTION-WORK                            98/03/10
030400     MOVE NAME-WORD TO MV-LOOKUP-NAME                             98/03/10
030430     MOVE THE-DATE  TO MV-LOOKUP-DATE                             98/03/10
030460     PERFORM ADD-A-JOURNAL-ENTRY                                  98/03/10
030490     MOVE THE-VALUE TO JP-NEW-VALUE (JOURNAL-PENDING-COUNT)       98/03/10
030520     .                                                            98/03/10
030550                                                                  98/03/10
030580*WITH A DATE, ONLY THAT DATED VALUE GOES; WITHOUT ONE, EVERY      98/03/10
030610*VALUE THE NAME CARRIES GOES, EACH ON A LINE OF ITS OWN.          98/03/10
030640 PROCESS-A-DELETE-COMMAND.                                        98/03/10
030670     PERFORM GET-A-WORD                                           98/03/10
030700     MOVE WORD-TEXT TO NAME-WORD                                  98/03/10
030730     PERFORM GET-A-WORD                                           98/03/10
030760     PERFORM TAKE-THE-DATE-WORD                                   98/03/10
030790     MOVE NAME-WORD TO MV-LOOKUP-NAME                             98/03/10
030820     MOVE THE-DATE  TO MV-LOOKUP-DATE                             98/03/10
030850     PERFORM COUNT-THE-NAME-ENTRIES                               98/03/10
030880     MOVE SPACES TO MAINT-DETAIL-LINE                             98/03/10
030910     MOVE "DELETE"  TO ML-ACTION                                  98/03/10
030940     MOVE NAME-WORD TO ML-NAME                                    98/03/10
030970     IF NAME-WORD = SPACES                                        98/03/10
031000         MOVE "** NAME MISSING" TO ML-NOTE                        98/03/10
031030         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
031060         PERFORM WRITE-THE-DETAIL-LINE                            98/03/10
031090     ELSE                                                         98/03/10
031120     IF DATE-OK-FLAG = "N"                                        98/03/10
031150         PERFORM REPORT-AN-INVALID-DATE                           98/03/10
031180     ELSE                                                         98/03/10
031210     IF NAME-ENTRY-COUNT = ZERO                                   98/03/10
031240         MOVE "** NAME NOT ON MASTER" TO ML-NOTE                  98/03/10
031270         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
031300         PERFORM WRITE-THE-DETAIL-LINE                            98/03/10
031330     ELSE                                                         98/03/10
031360     IF DATE-WORD-LENGTH > ZERO                                   98/03/10
031390         PERFORM DELETE-ONE-DATED-VALUE                           98/03/10
031420     ELSE                                                         98/03/10
031450         PERFORM DELETE-A-WHOLE-NAME                              98/03/10
031480     .                                                            98/03/10
031510                                                                  98/03/10
031540 DELETE-ONE-DATED-VALUE.                                          98/03/10
031570     MOVE THE-DATE TO ML-EFFECTIVE-DATE                           98/03/10
031600     PERFORM FIND-A-DATED-ENTRY                                   98/03/10
031630     IF MV-FOUND-FLAG = "N"                                       98/03/10
031660         MOVE "** DATE NOT ON MASTER" TO ML-NOTE                  98/03/10
031690         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
031720     ELSE                                                         98/03/10
031750     IF JOURNAL-PENDING-COUNT NOT < 200                           98/03/10
031780         MOVE "** JOURNAL FULL" TO ML-NOTE                        98/03/10
031810         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
031840     ELSE                                                         98/03/10
031870         PERFORM DELETE-THE-FOUND-ENTRY                           98/03/10
031900     .                                                            98/03/10
031930     PERFORM WRITE-THE-DETAIL-LINE                                98/03/10
031960     .                                                            98/03/10
031990                                                                  98/03/10
032020 DELETE-A-WHOLE-NAME.                                             98/03/10
032050     IF JOURNAL-PENDING-COUNT + NAME-ENTRY-COUNT > 200            98/03/10
032080         MOVE "** JOURNAL FULL" TO ML-NOTE                        98/03/10
032110         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
032140         PERFORM WRITE-THE-DETAIL-LINE                            98/03/10
032170     ELSE                                                         98/03/10
032200         MOVE ZERO TO MV-INDEX                                    98/03/10
032230         PERFORM DELETE-ONE-NAME-ENTRY                            98/03/10
032260             UNTIL MV-INDEX = MASTER-ENTRY-COUNT                  98/03/10
032290         ADD 1 TO NAMES-DELETED                                   98/03/10
032320     .                                                            98/03/10
032350                                                                  98/03/10
032380 DELETE-ONE-NAME-ENTRY.                                           98/03/10
032410     ADD 1 TO MV-INDEX                                            98/03/10
032440     IF MV-ENT-NAME (MV-INDEX) = MV-LOOKUP-NAME                   98/03/10
032470        AND MV-ENT-DELETED (MV-INDEX) = "N"                       98/03/10
032500         MOVE MV-INDEX TO MV-FOUND-INDEX                          98/03/10
032530         MOVE MV-ENT-DATE (MV-INDEX) TO ML-EFFECTIVE-DATE         98/03/10
032560         MOVE SPACES TO ML-NOTE                                   98/03/10
032590         PERFORM DELETE-THE-FOUND-ENTRY                           98/03/10
032620         PERFORM WRITE-THE-DETAIL-LINE                            98/03/10
032650     .                                                            98/03/10
032680                                                                  98/03/10
032710 DELETE-THE-FOUND-ENTRY.                                          98/03/10
032740     MOVE MV-ENT-VALUE (MV-FOUND-INDEX) TO ML-OLD-VALUE           98/03/10
032770     MOVE "Y" TO MV-ENT-DELETED (MV-FOUND-INDEX)                  98/03/10
032800     IF DATE-WORD-LENGTH > ZERO                                   98/03/10
032830         ADD 1 TO NAMES-DELETED                                   98/03/10
032860     .                                                            98/03/10
032890     MOVE "DELETE" TO JOURNAL-ACTION-WORK                         98/03/10
032920     MOVE MV-ENT-VALUE (MV-FOUND-INDEX) TO JOURNAL-OLD-WORK       98/03/10
032950     MOVE SPACES TO JOURNAL-NOTE-WORK                             98/03/10
032980     MOVE MV-ENT-DATE (MV-FOUND-INDEX) TO MV-LOOKUP-DATE          98/03/10
033010     PERFORM ADD-A-JOURNAL-ENTRY                                  98/03/10
033040     MOVE ZERO TO JP-NEW-VALUE (JOURNAL-PENDING-COUNT)            98/03/10
033070     .                                                            98/03/10
033100                                                                  98/03/10
033130 PROCESS-A-RENAME-COMMAND.                                        98/03/10
033160     PERFORM GET-A-WORD                                           98/03/10
033190     MOVE WORD-TEXT TO NAME-WORD                                  98/03/10
033220     PERFORM GET-A-WORD                                           98/03/10
033250     MOVE WORD-TEXT TO SECOND-NAME-WORD                           98/03/10
033280     MOVE SPACES TO MAINT-DETAIL-LINE                             98/03/10
033310     MOVE "RENAME"  TO ML-ACTION                                  98/03/10
033340     MOVE NAME-WORD TO ML-NAME                                    98/03/10
033370     IF NAME-WORD = SPACES                                        98/03/10
033400     OR SECOND-NAME-WORD = SPACES                                 98/03/10
033430         MOVE "** NAME MISSING" TO ML-NOTE                        98/03/10
033460         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
033490         PERFORM WRITE-THE-DETAIL-LINE                            98/03/10
033520     ELSE                                                         98/03/10
033550         PERFORM APPLY-THE-RENAME                                 98/03/10
033580     .                                                            98/03/10
033610                                                                  98/03/10
033640 APPLY-THE-RENAME.                                                98/03/10
033670     MOVE SECOND-NAME-WORD TO MV-LOOKUP-NAME                      98/03/10
033700     PERFORM FIND-A-MASTER-NAME                                   98/03/10
033730     IF MV-FOUND-FLAG = "Y"                                       98/03/10
033760         MOVE "** NEW NAME ALREADY USED" TO ML-NOTE               98/03/10
033790         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
033820         PERFORM WRITE-THE-DETAIL-LINE                            98/03/10
033850     ELSE                                                         98/03/10
033880         PERFORM APPLY-THE-RENAME-PROPER                          98/03/10
033910     .                                                            98/03/10
033940                                                                  98/03/10
033970*EVERY DATED VALUE MOVES TO THE NEW NAME AND IS JOURNALLED UNDER  98/03/10
034000*THE OLD ONE WITH THE NEW NAME AS ITS NOTE.  THE LINE ON THE      98/03/10
034030*REPORT SHOWS THE VALUE IN FORCE TODAY.                           98/03/10
034060 APPLY-THE-RENAME-PROPER.                                         98/03/10
034090     MOVE NAME-WORD TO MV-LOOKUP-NAME                             98/03/10
034120     PERFORM COUNT-THE-NAME-ENTRIES                               98/03/10
034150     MOVE TODAY-DATE-NUMBER TO MV-LOOKUP-DATE                     98/03/10
034180     PERFORM FIND-THE-VALUE-IN-FORCE                              98/03/10
034210     IF MV-FOUND-FLAG = "Y"                                       98/03/10
034240         MOVE MV-ENT-VALUE (MV-FOUND-INDEX) TO ML-OLD-VALUE       98/03/10
034270         MOVE MV-ENT-VALUE (MV-FOUND-INDEX) TO ML-NEW-VALUE       98/03/10
034300     .                                                            98/03/10
034330     IF NAME-ENTRY-COUNT = ZERO                                   98/03/10
034360         MOVE "** NAME NOT ON MASTER" TO ML-NOTE                  98/03/10
034390         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
034420     ELSE                                                         98/03/10
034450     IF JOURNAL-PENDING-COUNT + NAME-ENTRY-COUNT > 200            98/03/10
034480         MOVE "** JOURNAL FULL" TO ML-NOTE                        98/03/10
034510         ADD 1 TO COMMANDS-IN-ERROR                               98/03/10
034540     ELSE                                                         98/03/10
034570         MOVE ZERO TO MV-INDEX                                    98/03/10
034600         PERFORM RENAME-ONE-NAME-ENTRY                            98/03/10
034630             UNTIL MV-INDEX = MASTER-ENTRY-COUNT                  98/03/10
034660         PERFORM SORT-THE-MASTER-TABLE                            98/03/10
034690         MOVE SECOND-NAME-WORD TO ML-NOTE                         98/03/10
034720         ADD 1 TO NAMES-RENAMED                                   98/03/10
034750     .                                                            98/03/10
034780     PERFORM WRITE-THE-DETAIL-LINE                                98/03/10
034810     .                                                            98/03/10
034840                                                                  98/03/10
034870 RENAME-ONE-NAME-ENTRY.                                           98/03/10
034900     ADD 1 TO MV-INDEX                                            98/03/10
034930     IF MV-ENT-NAME (MV-INDEX) = NAME-WORD                        98/03/10
034960        AND MV-ENT-DELETED (MV-INDEX) = "N"                       98/03/10
034990         MOVE "RENAME" TO JOURNAL-ACTION-WORK                     98/03/10
035020         MOVE MV-ENT-VALUE (MV-INDEX) TO JOURNAL-OLD-WORK         98/03/10
035050         MOVE SECOND-NAME-WORD TO JOURNAL-NOTE-WORK               98/03/10
035080         MOVE NAME-WORD TO MV-LOOKUP-NAME                         98/03/10
035110         MOVE MV-ENT-DATE (MV-INDEX) TO MV-LOOKUP-DATE            98/03/10
035140         PERFORM ADD-A-JOURNAL-ENTRY                              98/03/10
035170         MOVE MV-ENT-VALUE (MV-INDEX)                             98/03/10
035200             TO JP-NEW-VALUE (JOURNAL-PENDING-COUNT)              98/03/10
035230         MOVE SECOND-NAME-WORD TO MV-ENT-NAME (MV-INDEX)          98/03/10
035260     .                                                            98/03/10
035290                                                                  98/03/10
035320****************    FINDING NAMES AND DATES    ***************    98/03/10
035350                                                                  98/03/10
035380*ONLY A LIVE ENTRY CAN BE FOUND; A DELETED SLOT'S NAME IS FREE    98/03/10
035410*TO BE SET OR RENAMED TO AGAIN.                                   98/03/10
035440 FIND-A-MASTER-NAME.                                              98/03/10
035470     MOVE "N"  TO MV-FOUND-FLAG                                   98/03/10
035500     MOVE ZERO TO MV-INDEX                                        98/03/10
035530     PERFORM CHECK-ONE-MASTER-NAME                                98/03/10
035560         UNTIL MV-INDEX = MASTER-ENTRY-COUNT                      98/03/10
035590            OR MV-FOUND-FLAG = "Y"                                98/03/10
035620     .                                                            98/03/10
035650                                                                  98/03/10
035680 CHECK-ONE-MASTER-NAME.                                           98/03/10
035710     ADD 1 TO MV-INDEX                                            98/03/10
035740     IF MV-ENT-NAME (MV-INDEX) = MV-LOOKUP-NAME                   98/03/10
035770        AND MV-ENT-DELETED (MV-INDEX) = "N"                       98/03/10
035800         MOVE "Y" TO MV-FOUND-FLAG                                98/03/10
035830         MOVE MV-INDEX TO MV-FOUND-INDEX                          98/03/10
035860     .                                                            98/03/10
035890                                                                  98/03/10
035920 FIND-A-DATED-ENTRY.                                              98/03/10
035950     MOVE "N"  TO MV-FOUND-FLAG                                   98/03/10
035980     MOVE ZERO TO MV-INDEX                                        98/03/10
036010     PERFORM CHECK-ONE-DATED-ENTRY                                98/03/10
036040         UNTIL MV-INDEX = MASTER-ENTRY-COUNT                      98/03/10
036070            OR MV-FOUND-FLAG = "Y"                                98/03/10
036100     .                                                            98/03/10
036130                                                                  98/03/10
036160 CHECK-ONE-DATED-ENTRY.                                           98/03/10
036190     ADD 1 TO MV-INDEX                                            98/03/10
036220     IF MV-ENT-NAME (MV-INDEX) = MV-LOOKUP-NAME                   98/03/10
036250        AND MV-ENT-DATE (MV-INDEX) = MV-LOOKUP-DATE               98/03/10
036280        AND MV-ENT-DELETED (MV-INDEX) = "N"                       98/03/10
036310         MOVE "Y" TO MV-FOUND-FLAG                                98/03/10
036340         MOVE MV-INDEX TO MV-FOUND-INDEX                          98/03/10
036370     .                                                            98/03/10
036400                                                                  98/03/10
036430*THE VALUE IN FORCE ON A DATE IS THE LIVE ENTRY WITH THE LATEST   98/03/10
036460*EFFECTIVE DATE NOT AFTER IT; THE TABLE IS IN DATE ORDER WITHIN   98/03/10
036490*NAME, SO THE LAST SUCH ENTRY SEEN IS THE ONE.                    98/03/10
036520 FIND-THE-VALUE-IN-FORCE.                                         98/03/10
036550     MOVE "N"  TO MV-FOUND-FLAG                                   98/03/10
036580     MOVE ZERO TO MV-INDEX                                        98/03/10
036610     PERFORM CHECK-ONE-VALUE-IN-FORCE                             98/03/10
036640         UNTIL MV-INDEX = MASTER-ENTRY-COUNT                      98/03/10
036670     .                                                            98/03/10
036700                                                                  98/03/10
036730 CHECK-ONE-VALUE-IN-FORCE.                                        98/03/10
036760     ADD 1 TO MV-INDEX                                            98/03/10
036790     IF MV-ENT-NAME (MV-INDEX) = MV-LOOKUP-NAME                   98/03/10
036820        AND MV-ENT-DATE (MV-INDEX) NOT > MV-LOOKUP-DATE           98/03/10
036850        AND MV-ENT-DELETED (MV-INDEX) = "N"                       98/03/10
036880         MOVE "Y" TO MV-FOUND-FLAG                                98/03/10
036910         MOVE MV-INDEX TO MV-FOUND-INDEX                          98/03/10
036940     .                                                            98/03/10
036970                                                                  98/03/10
037000 COUNT-THE-NAME-ENTRIES.                                          98/03/10
037030     MOVE ZERO TO NAME-ENTRY-COUNT                                98/03/10
037060     MOVE ZERO TO MV-INDEX                                        98/03/10
037090     PERFORM COUNT-ONE-NAME-ENTRY                                 98/03/10
037120         UNTIL MV-INDEX = MASTER-ENTRY-COUNT                      98/03/10
037150     .                                                            98/03/10
037180                                                                  98/03/10
037210 COUNT-ONE-NAME-ENTRY.                                            98/03/10
037240     ADD 1 TO MV-INDEX                                            98/03/10
037270     IF MV-ENT-NAME (MV-INDEX) = MV-LOOKUP-NAME                   98/03/10
037300        AND MV-ENT-DELETED (MV-INDEX) = "N"                       98/03/10
037330         ADD 1 TO NAME-ENTRY-COUNT                                98/03/10
037360     .                                                            98/03/10
037390                                                                  98/03/10
037420*DISTINCT LIVE NAMES; THE TABLE IS IN NAME ORDER, SO A NAME IS    98/03/10
037450*COUNTED WHERE IT FIRST APPEARS.                                  98/03/10
037480 COUNT-THE-MASTER-NAMES.                                          98/03/10
037510     MOVE ZERO   TO MASTER-NAME-COUNT                             98/03/10
037540     MOVE SPACES TO MV-PREVIOUS-NAME                              98/03/10
037570     MOVE ZERO   TO MV-INDEX                                      98/03/10
037600     PERFORM COUNT-ONE-MASTER-NAME                                98/03/10
037630         UNTIL MV-INDEX = MASTER-ENTRY-COUNT                      98/03/10
037660     .                                                            98/03/10
037690                                                                  98/03/10
037720 COUNT-ONE-MASTER-NAME.                                           98/03/10
037750     ADD 1 TO MV-INDEX                                            98/03/10
037780     IF MV-ENT-DELETED (MV-INDEX) = "N"                           98/03/10
037810        AND MV-ENT-NAME (MV-INDEX) NOT = MV-PREVIOUS-NAME         98/03/10
037840         ADD 1 TO MASTER-NAME-COUNT                               98/03/10
037870         MOVE MV-ENT-NAME (MV-INDEX) TO MV-PREVIOUS-NAME          98/03/10
037900     .                                                            98/03/10
037930                                                                  98/03/10
037960****************    DATES    ***************                      98/03/10
037990                                                                  98/03/10
038020*THE WORD JUST TAKEN, IF ANY, AS AN EFFECTIVE DATE; NO WORD       98/03/10
038050*MEANS TODAY.                                                     98/03/10
038080 TAKE-THE-DATE-WORD.                                              98/03/10
038110     MOVE WORD-LENGTH TO DATE-WORD-LENGTH                         98/03/10
038140     MOVE "Y" TO DATE-OK-FLAG                                     98/03/10
038170     IF WORD-LENGTH = ZERO                                        98/03/10
038200         MOVE TODAY-DATE-NUMBER TO THE-DATE                       98/03/10
038230     ELSE                                                         98/03/10
038260     IF WORD-LENGTH NOT = 8                                       98/03/10
038290         MOVE "N" TO DATE-OK-FLAG                                 98/03/10
038320     ELSE                                                         98/03/10
038350         MOVE WORD-TEXT TO DATE-WORD                              98/03/10
038380         PERFORM CHECK-THE-DATE-WORD                              98/03/10
038410     .                                                            98/03/10
038440                                                                  98/03/10
038470 CHECK-THE-DATE-WORD.                                             98/03/10
038500     IF DATE-WORD NOT NUMERIC                                     98/03/10
038530         MOVE "N" TO DATE-OK-FLAG                                 98/03/10
038560     ELSE                                                         98/03/10
038590     IF DATE-WORD-MM < "01" OR DATE-WORD-MM > "12"                98/03/10
038620     OR DATE-WORD-DD < "01" OR DATE-WORD-DD > "31"                98/03/10
038650         MOVE "N" TO DATE-OK-FLAG                                 98/03/10
038680     ELSE                                                         98/03/10
038710         MOVE DATE-WORD-NUMBER TO THE-DATE                        98/03/10
038740     .                                                            98/03/10
038770                                                                  98/03/10
038800****************    THE JOURNAL    ***************                98/03/10
038830                                                                  98/03/10
038860*THE ACTION, OLD VALUE AND NOTE COME IN THE WORK FIELDS, THE NAME 98/03/10
038890*AND DATE IN THE LOOKUP FIELDS; THE CALLER FILLS IN THE NEW VALUE.98/03/10
038920 ADD-A-JOURNAL-ENTRY.                                             98/03/10
038950     ADD 1 TO JOURNAL-PENDING-COUNT                               98/03/10
038980     MOVE JOURNAL-ACTION-WORK TO JP-ACTION (JOURNAL-PENDING-COUNT)98/03/10
039010     MOVE MV-LOOKUP-NAME      TO JP-NAME   (JOURNAL-PENDING-COUNT)98/03/10
039040     MOVE MV-LOOKUP-DATE      TO JP-DATE   (JOURNAL-PENDING-COUNT)98/03/10
039070     MOVE JOURNAL-OLD-WORK                                        98/03/10
039100         TO JP-OLD-VALUE (JOURNAL-PENDING-COUNT)                  98/03/10
039130     MOVE JOURNAL-NOTE-WORK   TO JP-NOTE   (JOURNAL-PENDING-COUNT)98/03/10
039160     .                                                            98/03/10
039190                                                                  98/03/10
039220 WRITE-THE-JOURNAL.                                               98/03/10
039250     OPEN EXTEND PCB-VARIABLE-JOURNAL                             98/03/10
039280     IF PCB-JOURNAL-NOT-FOUND                                     98/03/10
039310         OPEN OUTPUT PCB-VARIABLE-JOURNAL                         98/03/10
039340     .                                                            98/03/10
039370     MOVE ZERO TO JP-INDEX                                        98/03/10
039400     PERFORM WRITE-ONE-JOURNAL-RECORD                             98/03/10
039430         UNTIL JP-INDEX = JOURNAL-PENDING-COUNT                   98/03/10
039460     CLOSE PCB-VARIABLE-JOURNAL                                   98/03/10
039490     .                                                            98/03/10
039520                                                                  98/03/10
039550 WRITE-ONE-JOURNAL-RECORD.                                        98/03/10
039580     ADD 1 TO JP-INDEX                                            98/03/10
039610     MOVE SPACES TO PCB-VARIABLE-JOURNAL-REC                      98/03/10
039640     MOVE TODAY-YYMMDD           TO VJ-RUN-DATE                   98/03/10
039670     MOVE RUN-TIME-NOW           TO VJ-RUN-TIME                   98/03/10
039700     MOVE "PCBVARMT"             TO VJ-PROGRAM                    98/03/10
039730     MOVE JP-ACTION    (JP-INDEX) TO VJ-ACTION                    98/03/10
039760     MOVE JP-NAME      (JP-INDEX) TO VJ-NAME                      98/03/10
039790     MOVE JP-DATE      (JP-INDEX) TO VJ-EFFECTIVE-DATE            98/03/10
039820     MOVE JP-OLD-VALUE (JP-INDEX) TO VJ-OLD-VALUE                 98/03/10
039850     MOVE JP-NEW-VALUE (JP-INDEX) TO VJ-NEW-VALUE                 98/03/10
039880     MOVE JP-NOTE      (JP-INDEX) TO VJ-NOTE                      98/03/10
039910     WRITE PCB-VARIABLE-JOURNAL-REC                               98/03/10
039940     ADD 1 TO JOURNAL-WRITTEN                                     98/03/10
039970     .                                                            98/03/10
040500                                                                  97/12/16
040600****************    THE SET VALUE    ***************              97/12/16
040700                                                                  97/12/16
046900                                                                  97/12/16
047000****************    REWRITE THE MASTER    ***************         97/12/16
047100                                                                  97/12/16
047136*THE MASTER IS REWRITTEN ONLY WHEN IT COULD BE LOADED WHOLE AND   98/03/10
047172*AT LEAST ONE SET, DELETE OR RENAME WENT THROUGH, THE SAME WAY    98/03/10
047208*PCBATCH ONLY REWRITES WHEN A VALUE HAS CHANGED.  THE JOURNAL     98/03/10
047244*IS WRITTEN ONLY ONCE THE MASTER HAS BEEN.                        98/03/10
047280 REWRITE-THE-MASTER.                                              98/03/10
047316     IF MASTER-OPEN-FAILED-FLAG = "Y"                             98/03/10
047352         MOVE "MASTER LEFT ALONE - OPEN FAILED AT LOAD"           98/03/10
047388             TO REPORT-TEXT-LINE                                  98/03/10
047424         PERFORM WRITE-A-REPORT-LINE                              98/03/10
047460     ELSE                                                         98/03/10
047496     IF MASTER-TOO-BIG-FLAG = "Y"                                 98/03/10
047532         MOVE "MASTER LEFT ALONE - TOO BIG TO HOLD"               98/03/10
047568             TO REPORT-TEXT-LINE                                  98/03/10
047604         PERFORM WRITE-A-REPORT-LINE                              98/03/10
047640     ELSE                                                         98/03/10
047676     IF NAMES-SET = ZERO                                          98/03/10
047712        AND NAMES-DELETED = ZERO                                  98/03/10
047748        AND NAMES-RENAMED = ZERO                                  98/03/10
047784         MOVE "NOTHING CHANGED - MASTER LEFT ALONE"               98/03/10
047820             TO REPORT-TEXT-LINE                                  98/03/10
047856         PERFORM WRITE-A-REPORT-LINE                              98/03/10
047892     ELSE                                                         98/03/10
047928         PERFORM REWRITE-THE-MASTER-PROPER                        98/03/10
047964     .                                                            98/03/10
048000                                                                  98/03/10
048036 REWRITE-THE-MASTER-PROPER.                                       98/03/10
048072     OPEN OUTPUT PCB-VARIABLE-MASTER                              98/03/10
048108     IF PCB-VARMAST-STATUS-OK                                     98/03/10
048144         MOVE ZERO TO MV-INDEX                                    98/03/10
048180         PERFORM WRITE-ONE-MASTER-RECORD                          98/03/10
048216             UNTIL MV-INDEX = MASTER-ENTRY-COUNT                  98/03/10
048252         CLOSE PCB-VARIABLE-MASTER                                98/03/10
048288         PERFORM WRITE-THE-JOURNAL                                98/03/10
048324     ELSE                                                         98/03/10
048360         MOVE "** MASTER OPEN FOR REWRITE FAILED"                 98/03/10
048396             TO REPORT-TEXT-LINE                                  98/03/10
048432         PERFORM WRITE-A-REPORT-LINE                              98/03/10
048468     .                                                            98/03/10
048504                                                                  98/03/10
048540 WRITE-ONE-MASTER-RECORD.                                         98/03/10
048576     ADD 1 TO MV-INDEX                                            98/03/10
048612     IF MV-ENT-DELETED (MV-INDEX) = "N"                           98/03/10
048648         MOVE SPACES TO PCB-VARIABLE-MASTER-REC                   98/03/10
048684         MOVE MV-ENT-NAME  (MV-INDEX) TO VM-NAME                  98/03/10
048720         MOVE MV-ENT-DATE  (MV-INDEX) TO VM-EFFECTIVE-DATE        98/03/10
048756         MOVE MV-ENT-VALUE (MV-INDEX) TO VM-VALUE                 98/03/10
048792         WRITE PCB-VARIABLE-MASTER-REC                            98/03/10
048828         ADD 1 TO VALUES-WRITTEN                                  98/03/10
048864     .                                                            98/03/10
048900                                                                  97/12/16
049000****************    THE LISTINGS    ***************               97/12/16
049100                                                                  97/12/16
049142*A LIST WITH A DATE SHOWS EACH NAME ONCE, WITH THE VALUE IN FORCE 98/03/10
049184*ON THAT DATE; A NAME WITH NOTHING IN FORCE YET IS LEFT OFF.      98/03/10
049226 WRITE-THE-LIST.                                                  98/03/10
049268     PERFORM GET-A-WORD                                           98/03/10
049310     PERFORM TAKE-THE-DATE-WORD                                   98/03/10
049352     IF DATE-OK-FLAG = "N"                                        98/03/10
049394         MOVE SPACES TO MAINT-DETAIL-LINE                         98/03/10
049436         MOVE SPACES TO NAME-WORD                                 98/03/10
049478         MOVE "LIST" TO ML-ACTION                                 98/03/10
049520         PERFORM REPORT-AN-INVALID-DATE                           98/03/10
049562     ELSE                                                         98/03/10
049604     IF DATE-WORD-LENGTH = ZERO                                   98/03/10
049646         MOVE "MASTER AS IT STANDS" TO REPORT-TEXT-LINE           98/03/10
049688         PERFORM WRITE-A-REPORT-LINE                              98/03/10
049730         PERFORM WRITE-THE-LIST-LINES                             98/03/10
049772         PERFORM WRITE-A-BLANK-LINE                               98/03/10
049814     ELSE                                                         98/03/10
049856         PERFORM WRITE-THE-IN-FORCE-LIST                          98/03/10
049898         PERFORM WRITE-A-BLANK-LINE                               98/03/10
049940     .                                                            98/03/10
049982                                                                  98/03/10
050024 WRITE-THE-IN-FORCE-LIST.                                         98/03/10
050066     MOVE THE-DATE TO IFH-DATE                                    98/03/10
050108     MOVE IN-FORCE-HEADING-LINE TO REPORT-TEXT-LINE               98/03/10
050150     PERFORM WRITE-A-REPORT-LINE                                  98/03/10
050192     MOVE SPACES TO MV-PREVIOUS-NAME                              98/03/10
050234     MOVE ZERO   TO SORT-INDEX                                    98/03/10
050276     PERFORM WRITE-ONE-IN-FORCE-LINE                              98/03/10
050318         UNTIL SORT-INDEX = MASTER-ENTRY-COUNT                    98/03/10
050360     .                                                            98/03/10
050402                                                                  98/03/10
050444 WRITE-ONE-IN-FORCE-LINE.                                         98/03/10
050486     ADD 1 TO SORT-INDEX                                          98/03/10
050528     IF MV-ENT-DELETED (SORT-INDEX) = "N"                         98/03/10
050570        AND MV-ENT-NAME (SORT-INDEX) NOT = MV-PREVIOUS-NAME       98/03/10
050612         MOVE MV-ENT-NAME (SORT-INDEX) TO MV-PREVIOUS-NAME        98/03/10
050654         MOVE MV-ENT-NAME (SORT-INDEX) TO MV-LOOKUP-NAME          98/03/10
050696         MOVE THE-DATE TO MV-LOOKUP-DATE                          98/03/10
050738         PERFORM FIND-THE-VALUE-IN-FORCE                          98/03/10
050780         IF MV-FOUND-FLAG = "Y"                                   98/03/10
050822             MOVE MV-FOUND-INDEX TO MV-INDEX                      98/03/10
050864             PERFORM WRITE-A-LIST-LINE                            98/03/10
050906     .                                                            98/03/10
050948                                                                  98/03/10
050990 WRITE-THE-AFTER-LIST.                                            98/03/10
051032     PERFORM WRITE-A-BLANK-LINE                                   98/03/10
051074     MOVE "MASTER AFTER MAINTENANCE" TO REPORT-TEXT-LINE          98/03/10
051116     PERFORM WRITE-A-REPORT-LINE                                  98/03/10
051158     PERFORM WRITE-THE-LIST-LINES                                 98/03/10
051200     .                                                            98/03/10
051242                                                                  98/03/10
051284 WRITE-THE-LIST-LINES.                                            98/03/10
051326     IF MASTER-ENTRY-COUNT = ZERO                                 98/03/10
051368         MOVE "  NONE" TO REPORT-TEXT-LINE                        98/03/10
051410         PERFORM WRITE-A-REPORT-LINE                              98/03/10
051452     ELSE                                                         98/03/10
051494         MOVE ZERO TO SORT-INDEX                                  98/03/10
051536         PERFORM WRITE-ONE-LIST-LINE                              98/03/10
051578             UNTIL SORT-INDEX = MASTER-ENTRY-COUNT                98/03/10
051620     .                                                            98/03/10
051662                                                                  98/03/10
051704 WRITE-ONE-LIST-LINE.                                             98/03/10
051746     ADD 1 TO SORT-INDEX                                          98/03/10
051788     IF MV-ENT-DELETED (SORT-INDEX) = "N"                         98/03/10
051830         MOVE SORT-INDEX TO MV-INDEX                              98/03/10
051872         PERFORM WRITE-A-LIST-LINE                                98/03/10
051914     .                                                            98/03/10
051956                                                                  98/03/10
051998 WRITE-A-LIST-LINE.                                               98/03/10
052040     MOVE MV-ENT-NAME  (MV-INDEX) TO LL-NAME                      98/03/10
052082     MOVE MV-ENT-DATE  (MV-INDEX) TO LL-DATE                      98/03/10
052124     MOVE MV-ENT-VALUE (MV-INDEX) TO LL-VALUE                     98/03/10
052166     MOVE LIST-DETAIL-LINE TO REPORT-TEXT-LINE                    98/03/10
052208     PERFORM WRITE-A-REPORT-LINE                                  98/03/10
052250     .                                                            98/03/10
052400                                                                  97/12/16
052500****************    COMMAND ERRORS    ***************             97/12/16
052600                                                                  97/12/16
054800     ADD 1 TO COMMANDS-IN-ERROR                                   97/12/16
054900     PERFORM WRITE-THE-DETAIL-LINE                                97/12/16
055000     .                                                            97/12/16
055012                                                                  98/03/10
055024 REPORT-AN-INVALID-DATE.                                          98/03/10
055036     MOVE NAME-WORD TO ML-NAME                                    98/03/10
055048     MOVE "** INVALID DATE" TO ML-NOTE                            98/03/10
055060     ADD 1 TO COMMANDS-IN-ERROR                                   98/03/10
055072     PERFORM WRITE-THE-DETAIL-LINE                                98/03/10
055084     .                                                            98/03/10
055100                                                                  97/12/16
055200****************    REPORT PLUMBING    ***************            97/12/16
055300                                                                  97/12/16
055600     WRITE MAINT-REPORT-LINE                                      97/12/16
055700     .                                                            97/12/16
055800                                                                  97/12/16
055888 WRITE-THE-FOOTER.                                                98/03/10
055976     PERFORM WRITE-A-BLANK-LINE                                   98/03/10
056064     MOVE "DATED VALUES LOADED FROM MASTER" TO CDL-LABEL          98/03/10
056152     MOVE VALUES-LOADED TO CDL-COUNT                              98/03/10
056240     PERFORM WRITE-A-COUNT-LINE                                   98/03/10
056328     MOVE "NAMES SET" TO CDL-LABEL                                98/03/10
056416     MOVE NAMES-SET TO CDL-COUNT                                  98/03/10
056504     PERFORM WRITE-A-COUNT-LINE                                   98/03/10
056592     MOVE "NAMES DELETED" TO CDL-LABEL                            98/03/10
056680     MOVE NAMES-DELETED TO CDL-COUNT                              98/03/10
056768     PERFORM WRITE-A-COUNT-LINE                                   98/03/10
056856     MOVE "NAMES RENAMED" TO CDL-LABEL                            98/03/10
056944     MOVE NAMES-RENAMED TO CDL-COUNT                              98/03/10
057032     PERFORM WRITE-A-COUNT-LINE                                   98/03/10
057120     MOVE "DATED VALUES WRITTEN BACK" TO CDL-LABEL                98/03/10
057208     MOVE VALUES-WRITTEN TO CDL-COUNT                             98/03/10
057296     PERFORM WRITE-A-COUNT-LINE                                   98/03/10
057384     MOVE "JOURNAL RECORDS WRITTEN" TO CDL-LABEL                  98/03/10
057472     MOVE JOURNAL-WRITTEN TO CDL-COUNT                            98/03/10
057560     PERFORM WRITE-A-COUNT-LINE                                   98/03/10
057648     MOVE "COMMANDS IN ERROR" TO CDL-LABEL                        98/03/10
057736     MOVE COMMANDS-IN-ERROR TO CDL-COUNT                          98/03/10
057824     PERFORM WRITE-A-COUNT-LINE                                   98/03/10
057912     .                                                            98/03/10
058000                                                                  97/12/16
058100 WRITE-A-COUNT-LINE.                                              97/12/16
058200     MOVE COUNT-DETAIL-LINE TO REPORT-TEXT-LINE                   97/12/16
