000100 IDENTIFICATION DIVISION.                                         98/03/17
000200 PROGRAM-ID.    PCBCALMT.                                         98/03/17
000300                                                                  98/03/17
000400 AUTHOR.        R. TERPSTRA.                                      98/03/17
000500 DATE-WRITTEN.  98/03/17                                          98/03/17
000600                                                                  98/03/17
000700*   MAINTENANCE AND LISTING FOR THE PCBCALIB CALCULATION LIBRARY, 98/03/17
000800*   THE NAMED MEMBERS A PCBATCH DECK PULLS IN WITH AN "I" RECORD, 98/03/17
000900*   SO A FORMULA SHARED BY MANY DECKS IS KEPT IN ONE PLACE AND    98/03/17
001000*   CHANGED ONCE.  THE LIBRARY IS HELD THE WAY IEBUPDTE TAKES AN  98/03/17
001100*   UNLOADED LIBRARY, EACH MEMBER BEHIND A CONTROL LINE           98/03/17
001200*       ./ ADD NAME=member                                        98/03/17
001300*   FOLLOWED BY ITS ORDINARY DECK RECORDS.  AN UPDATE DECK ON     98/03/17
001400*   PCBCLUPD DRIVES IT WITH CONTROL STATEMENTS OF THE SAME SHAPE: 98/03/17
001500*       ./ ADD NAME=member  ADD A NEW MEMBER; ITS RECORDS FOLLOW  98/03/17
001600*       ./ REP NAME=member  REPLACE A MEMBER; ITS RECORDS FOLLOW  98/03/17
001700*       ./ DEL NAME=member  DELETE A MEMBER                       98/03/17
001800*       ./ LST NAME=member  LIST ONE MEMBER, OR EVERY MEMBER WHEN 98/03/17
001900*                           NO NAME IS GIVEN                      98/03/17
002000*   A MEMBER MAY HOLD ONLY P, V, M, E AND F RECORDS: A TRAILER OR 98/03/17
002100*   ANOTHER INCLUDE INSIDE A MEMBER IS REFUSED, AND SO IS THE     98/03/17
002200*   WHOLE MEMBER.  EVERY STATEMENT PRINTS A LINE ON PCBCLRPT; A   98/03/17
002300*   LISTING NUMBERS THE LINES OF A MEMBER THE SAME WAY PCBATRPT   98/03/17
002400*   DOES, AND THE DIRECTORY OF THE LIBRARY IS PRINTED AFTER THE   98/03/17
002500*   LAST STATEMENT.  THE LIBRARY IS REWRITTEN, IN MEMBER NAME     98/03/17
002600*   ORDER, ONLY AFTER THE WHOLE DECK HAS BEEN PROCESSED, AND THE  98/03/17
002640*   RETURN CODE IS 4 WHEN ANY STATEMENT WAS IN ERROR.  IT IS 8    98/04/21
002680*   WHEN A MEMBER WAS ADDED, REPLACED OR DELETED BUT THE LIBRARY  98/04/21
002710*   COULD NOT BE LOADED WHOLE OR COULD NOT BE REWRITTEN.  WHEN IT 98/05/05
002740*   COULD NOT BE LOADED WHOLE, EACH SUCH CHANGE IS NOTED AS NOT   98/05/05
002770*   APPLIED; WHEN THE REWRITE ITSELF FAILS A SINGLE LINE SAYS SO. 98/05/05
002800                                                                  98/03/17
002900 ENVIRONMENT DIVISION.                                            98/03/17
003000                                                                  98/03/17
003100 CONFIGURATION SECTION.                                           98/03/17
003200 SOURCE-COMPUTER. PORTABLE.                                       98/03/17
003300 OBJECT-COMPUTER. PORTABLE.                                       98/03/17
003400                                                                  98/03/17
003500 INPUT-OUTPUT SECTION.                                            98/03/17
003600 FILE-CONTROL.                                                    98/03/17
003700     SELECT UPDATE-DECK     ASSIGN TO "PCBCLUPD"                  98/03/17
003800         ORGANIZATION IS LINE SEQUENTIAL.                         98/03/17
003900     SELECT CALC-LIBRARY    ASSIGN TO "PCBCALIB"                  98/03/17
004000         ORGANIZATION IS LINE SEQUENTIAL                          98/03/17
004100         FILE STATUS IS CALCLIB-STATUS.                           98/03/17
004200     SELECT LIBRARY-REPORT  ASSIGN TO "PCBCLRPT"                  98/03/17
004300         ORGANIZATION IS LINE SEQUENTIAL.                         98/03/17
004400                                                                  98/03/17
004500 DATA DIVISION.                                                   98/03/17
004600                                                                  98/03/17
004700 FILE SECTION.                                                    98/03/17
004800                                                                  98/03/17
004900*AN UPDATE RECORD IS EITHER A CONTROL STATEMENT OR ONE DECK RECORD98/03/17
005000*OF THE MEMBER BEING ADDED OR REPLACED, IN THE PCBATDCK LAYOUT.   98/03/17
005100 FD  UPDATE-DECK                                                  98/03/17
005200     RECORDING MODE IS F.                                         98/03/17
005300 01  UPDATE-RECORD.                                               98/03/17
005400     02  UPD-REC-TYPE            PIC X.                           98/03/17
005500         88  UPD-REC-ALLOWED         VALUE "P" "V" "M" "E" "F".   98/03/17
005600     02  FILLER                  PIC X(80).                       98/03/17
005700 01  UPD-CONTROL-RECORD REDEFINES UPDATE-RECORD.                  98/03/17
005800     02  UPD-CTL-MARK            PIC X(02).                       98/03/17
005900     02  FILLER                  PIC X.                           98/03/17
006000     02  UPD-CTL-VERB            PIC X(03).                       98/03/17
006100     02  FILLER                  PIC X.                           98/03/17
006200     02  UPD-CTL-KEYWORD         PIC X(05).                       98/03/17
006300     02  UPD-CTL-MEMBER          PIC X(08).                       98/03/17
006400     02  FILLER                  PIC X(61).                       98/03/17
006500                                                                  98/03/17
006600*THIS RECORD MUST MATCH THE CALCULATION LIBRARY RECORD PCBATCH    98/03/17
006700*LOADS: A CONTROL LINE AHEAD OF EACH MEMBER, THEN ITS RECORDS.    98/03/17
006800 FD  CALC-LIBRARY                                                 98/03/17
006900     RECORDING MODE IS F.                                         98/03/17
007000 01  CALC-LIBRARY-RECORD         PIC X(81).                       98/03/17
007100 01  LIB-CONTROL-RECORD REDEFINES CALC-LIBRARY-RECORD.            98/03/17
007200     02  LIB-CTL-MARK            PIC X(02).                       98/03/17
007300     02  FILLER                  PIC X.                           98/03/17
007400     02  LIB-CTL-VERB            PIC X(03).                       98/03/17
007500     02  FILLER                  PIC X.                           98/03/17
007600     02  LIB-CTL-KEYWORD         PIC X(05).                       98/03/17
007700     02  LIB-CTL-MEMBER          PIC X(08).                       98/03/17
007800     02  FILLER                  PIC X(61).                       98/03/17
007900                                                                  98/03/17
008000 FD  LIBRARY-REPORT                                               98/03/17
008100     RECORDING MODE IS F.                                         98/03/17
008200 01  LIBRARY-REPORT-LINE         PIC X(100).                      98/03/17
008300                                                                  98/03/17
008400 WORKING-STORAGE SECTION.                                         98/03/17
008500                                                                  98/03/17
008600 01  END-OF-UPDATES-FLAG         PIC X       VALUE "N".           98/03/17
008700     88  END-OF-UPDATES              VALUE "Y".                   98/03/17
008800 01  END-OF-LIBRARY-FLAG         PIC X       VALUE "N".           98/03/17
008900     88  END-OF-LIBRARY              VALUE "Y".                   98/03/17
009000 01  CALCLIB-STATUS              PIC X(02).                       98/03/17
009100     88  CALCLIB-STATUS-OK           VALUE "00".                  98/03/17
009200     88  CALCLIB-NOT-FOUND           VALUE "35".                  98/03/17
009300 01  LIBRARY-OPEN-FAILED-FLAG    PIC X       VALUE "N".           98/03/17
009400 01  LIBRARY-TOO-BIG-FLAG        PIC X       VALUE "N".           98/03/17
009500                                                                  98/03/17
009600*THE WHOLE LIBRARY IS HELD HERE WHILE THE DECK RUNS: THE DIRECTORY98/03/17
009700*POINTS EACH MEMBER AT ITS FIRST LINE IN THE LINE TABLE.  A       98/03/17
009800*DELETED MEMBER KEEPS ITS SLOT BUT IS NOT WRITTEN BACK, AND A     98/03/17
009900*REPLACED MEMBER'S OLD LINES ARE LEFT WHERE THEY ARE AND DROPPED  98/03/17
010000*WHEN THE LIBRARY IS REWRITTEN.  THE SIZES ARE THOSE OF PCBATCH'S 98/03/17
010100*OWN LIBRARY TABLES, SO MAINTENANCE CANNOT GROW A LIBRARY PCBATCH 98/03/17
010200*WOULD THEN TRUNCATE.  A LIBRARY TOO BIG TO HOLD IS NEVER         98/03/17
010300*REWRITTEN.                                                       98/03/17
010400 01  LIBRARY-TABLE-HANDLING.                                      98/03/17
010500     02  LIB-MEMBER-COUNT        PIC S9(4)   COMP VALUE ZERO.     98/03/17
010600     02  LIB-MEMBER-TABLE.                                        98/03/17
010700         03  LIB-MEMBER-ENTRY OCCURS 50 TIMES.                    98/03/17
010800             04  LIB-MEMBER-NAME PIC X(08).                       98/03/17
010900             04  LIB-MEMBER-FIRST PIC S9(4)  COMP.                98/03/17
011000             04  LIB-MEMBER-LINES PIC S9(4)  COMP.                98/03/17
011100             04  LIB-MEMBER-DELETED PIC X.                        98/03/17
011200     02  LIB-LINE-COUNT          PIC S9(4)   COMP VALUE ZERO.     98/03/17
011300     02  LIB-LINE-TABLE.                                          98/03/17
011400         03  LIB-LINE            PIC X(81)   OCCURS 1000 TIMES.   98/03/17
011500     02  LIB-INDEX               PIC S9(4)   COMP.                98/03/17
011600     02  LIB-FOUND-FLAG          PIC X.                           98/03/17
011700     02  LIB-FOUND-INDEX         PIC S9(4)   COMP.                98/03/17
011800     02  LIB-LOOKUP-NAME         PIC X(08).                       98/03/17
011900     02  LIB-LINE-INDEX          PIC S9(4)   COMP.                98/03/17
012000     02  LIB-LINE-NUMBER         PIC S9(4)   COMP.                98/03/17
012100                                                                  98/03/17
012200 01  DIRECTORY-SORT-HANDLING.                                     98/03/17
012300     02  SORT-INDEX              PIC S9(4)   COMP.                98/03/17
012400     02  SORT-MOVE-INDEX         PIC S9(4)   COMP.                98/03/17
012500     02  SORT-PLACE-FOUND-FLAG   PIC X.                           98/03/17
012600     02  SORT-HELD-ENTRY.                                         98/03/17
012700         03  SORT-HELD-NAME      PIC X(08).                       98/03/17
012800         03  FILLER              PIC X(05).                       98/03/17
012900                                                                  98/03/17
013000*THE MEMBER AN ADD OR REP STATEMENT IS BUILDING.  ITS LINES GO    98/03/17
013100*STRAIGHT ONTO THE END OF THE LINE TABLE AND ARE TAKEN BACK OFF IF98/03/17
013200*THE MEMBER IS REFUSED.  THE STATE IS "Y" WHILE A MEMBER IS BEING 98/03/17
013300*BUILT, "S" WHILE THE RECORDS OF A STATEMENT IN ERROR ARE PASSED  98/03/17
013400*OVER, AND "N" OTHERWISE.                                         98/03/17
013500 01  PENDING-MEMBER-HANDLING.                                     98/03/17
013600     02  PENDING-STATE           PIC X       VALUE "N".           98/03/17
013700     02  PENDING-VERB            PIC X(03).                       98/03/17
013800     02  PENDING-NAME            PIC X(08).                       98/03/17
013900     02  PENDING-FIRST           PIC S9(4)   COMP.                98/03/17
014000     02  PENDING-LINES           PIC S9(4)   COMP.                98/03/17
014100     02  PENDING-REFUSED-FLAG    PIC X.                           98/03/17
014200     02  PENDING-NOTE            PIC X(40).                       98/03/17
014300     02  PENDING-BAD-TYPE-NOTE.                                   98/03/17
014400         03  FILLER              PIC X(08)   VALUE "** LINE ".    98/03/17
014500         03  PBT-LINE            PIC 9(04).                       98/03/17
014600         03  FILLER              PIC X(06)   VALUE " TYPE ".      98/03/17
014700         03  PBT-TYPE            PIC X.                           98/03/17
014800         03  FILLER              PIC X(12)   VALUE " NOT ALLOWED".98/03/17
014900                                                                  98/03/17
015000 01  MAINT-COUNTS.                                                98/03/17
015100     02  MEMBERS-LOADED          PIC S9(4)   COMP VALUE ZERO.     98/03/17
015200     02  LINES-LOADED            PIC S9(4)   COMP VALUE ZERO.     98/03/17
015300     02  MEMBERS-ADDED           PIC S9(4)   COMP VALUE ZERO.     98/03/17
015400     02  MEMBERS-REPLACED        PIC S9(4)   COMP VALUE ZERO.     98/03/17
015500     02  MEMBERS-DELETED         PIC S9(4)   COMP VALUE ZERO.     98/03/17
015600     02  MEMBERS-WRITTEN         PIC S9(4)   COMP VALUE ZERO.     98/03/17
015700     02  LINES-WRITTEN           PIC S9(4)   COMP VALUE ZERO.     98/03/17
015800     02  STATEMENTS-IN-ERROR     PIC S9(4)   COMP VALUE ZERO.     98/03/17
015900     02  RUN-SEVERITY            PIC S9(4)   COMP VALUE ZERO.     98/03/17
016000                                                                  98/03/17
016100 01  MAINT-DETAIL-LINE.                                           98/03/17
016200     02  ML-ACTION               PIC X(08).                       98/03/17
016300     02  FILLER                  PIC X       VALUE SPACE.         98/03/17
016400     02  ML-MEMBER               PIC X(08).                       98/03/17
016500     02  FILLER                  PIC X       VALUE SPACE.         98/03/17
016600     02  ML-LINES                PIC ZZZZ9.                       98/03/17
016700     02  FILLER                  PIC X       VALUE SPACE.         98/03/17
016800     02  ML-OLD-LINES            PIC ZZZZ9.                       98/03/17
016900     02  FILLER                  PIC X(02)   VALUE SPACES.        98/03/17
017000     02  ML-NOTE                 PIC X(40).                       98/03/17
017100                                                                  98/03/17
017200 01  MEMBER-HEADING-LINE.                                         98/03/17
017300     02  FILLER                  PIC X(07)   VALUE "MEMBER ".     98/03/17
017400     02  MHL-MEMBER              PIC X(08).                       98/03/17
017500     02  FILLER                  PIC X(02)   VALUE SPACES.        98/03/17
017600     02  MHL-LINES               PIC ZZZZ9.                       98/03/17
017700     02  FILLER                  PIC X(06)   VALUE " LINES".      98/03/17
017800                                                                  98/03/17
017900 01  MEMBER-LINE-DETAIL.                                          98/03/17
018000     02  FILLER                  PIC X(02)   VALUE SPACES.        98/03/17
018100     02  MLD-LINE-NUMBER         PIC 9(04).                       98/03/17
018200     02  FILLER                  PIC X(02)   VALUE SPACES.        98/03/17
018300     02  MLD-TEXT                PIC X(81).                       98/03/17
018400                                                                  98/03/17
018500 01  DIRECTORY-DETAIL-LINE.                                       98/03/17
018600     02  DDL-MEMBER              PIC X(08).                       98/03/17
018700     02  FILLER                  PIC X(02)   VALUE SPACES.        98/03/17
018800     02  DDL-LINES               PIC ZZZZ9.                       98/03/17
018900                                                                  98/03/17
019000 01  TITLE-LINE                  PIC X(52)   VALUE                98/03/17
019100     "***** PCBCALIB CALCULATION LIBRARY MAINTENANCE *****".      98/03/17
019200                                                                  98/03/17
019300 01  HEADING-LINE.                                                98/03/17
019400     02  FILLER                  PIC X(09)   VALUE "ACTION".      98/03/17
019500     02  FILLER                  PIC X(09)   VALUE "MEMBER".      98/03/17
019600     02  FILLER                  PIC X(06)   VALUE "LINES".       98/03/17
019700     02  FILLER                  PIC X(07)   VALUE "  OLD".       98/03/17
019800     02  FILLER                  PIC X(04)   VALUE "NOTE".        98/03/17
019900                                                                  98/03/17
020000 01  COUNT-DETAIL-LINE.                                           98/03/17
020100     02  CDL-LABEL               PIC X(34).                       98/03/17
020200     02  CDL-COUNT               PIC ZZZZZZZZ9.                   98/03/17
020300                                                                  98/03/17
020400 01  REPORT-TEXT-LINE            PIC X(100).                      98/03/17
020500                                                                  98/03/17
020600 PROCEDURE DIVISION.                                              98/03/17
020700                                                                  98/03/17
020800****************    MAINLINE    ***************                   98/03/17
020900                                                                  98/03/17
021000 PCBCALMT-MAINLINE.                                               98/03/17
021100     PERFORM OPEN-THE-FILES                                       98/03/17
021200     PERFORM LOAD-THE-LIBRARY                                     98/03/17
021300     PERFORM READ-AN-UPDATE-RECORD                                98/03/17
021400     PERFORM PROCESS-AN-UPDATE-RECORD                             98/03/17
021500         UNTIL END-OF-UPDATES                                     98/03/17
021600     PERFORM END-THE-PENDING-MEMBER                               98/03/17
021700     PERFORM SORT-THE-DIRECTORY                                   98/03/17
021800     PERFORM REWRITE-THE-LIBRARY                                  98/03/17
021900     PERFORM WRITE-THE-DIRECTORY                                  98/03/17
022000     PERFORM WRITE-THE-FOOTER                                     98/03/17
022100     PERFORM CLOSE-THE-FILES                                      98/03/17
022200     MOVE RUN-SEVERITY TO RETURN-CODE                             98/03/17
022300     STOP RUN                                                     98/03/17
022400     .                                                            98/03/17
022500                                                                  98/03/17
022600 OPEN-THE-FILES.                                                  98/03/17
022700     OPEN INPUT  UPDATE-DECK                                      98/03/17
022800     OPEN OUTPUT LIBRARY-REPORT                                   98/03/17
022900     MOVE TITLE-LINE TO LIBRARY-REPORT-LINE                       98/03/17
023000     WRITE LIBRARY-REPORT-LINE                                    98/03/17
023100     PERFORM WRITE-A-BLANK-LINE                                   98/03/17
023200     MOVE HEADING-LINE TO LIBRARY-REPORT-LINE                     98/03/17
023300     WRITE LIBRARY-REPORT-LINE                                    98/03/17
023400     PERFORM WRITE-A-BLANK-LINE                                   98/03/17
023500     .                                                            98/03/17
023600                                                                  98/03/17
023700****************    LOAD THE LIBRARY    ***************           98/03/17
023800                                                                  98/03/17
023900 LOAD-THE-LIBRARY.                                                98/03/17
024000     OPEN INPUT CALC-LIBRARY                                      98/03/17
024100     IF CALCLIB-STATUS-OK                                         98/03/17
024200         PERFORM LOAD-ONE-LIBRARY-RECORD                          98/03/17
024300             UNTIL END-OF-LIBRARY                                 98/03/17
024400         CLOSE CALC-LIBRARY                                       98/03/17
024500     ELSE                                                         98/03/17
024600     IF CALCLIB-NOT-FOUND                                         98/03/17
024700         MOVE "LIBRARY NOT FOUND - STARTING EMPTY"                98/03/17
024800             TO REPORT-TEXT-LINE                                  98/03/17
024900         PERFORM WRITE-A-REPORT-LINE                              98/03/17
025000     ELSE                                                         98/03/17
025100         MOVE "Y" TO LIBRARY-OPEN-FAILED-FLAG                     98/03/17
025200         MOVE "** LIBRARY OPEN FAILED - NO REWRITE THIS RUN"      98/03/17
025300             TO REPORT-TEXT-LINE                                  98/03/17
025400         PERFORM WRITE-A-REPORT-LINE                              98/03/17
025500     .                                                            98/03/17
025600     IF LIBRARY-TOO-BIG-FLAG = "Y"                                98/03/17
025700         MOVE "** LIBRARY TOO BIG TO HOLD - NO REWRITE THIS RUN"  98/03/17
025800             TO REPORT-TEXT-LINE                                  98/03/17
025900         PERFORM WRITE-A-REPORT-LINE                              98/03/17
026000     .                                                            98/03/17
026100                                                                  98/03/17
026200 LOAD-ONE-LIBRARY-RECORD.                                         98/03/17
026300     READ CALC-LIBRARY                                            98/03/17
026400         AT END                                                   98/03/17
026500             MOVE "Y" TO END-OF-LIBRARY-FLAG                      98/03/17
026600         NOT AT END                                               98/03/17
026700             PERFORM STORE-ONE-LIBRARY-RECORD                     98/03/17
026800     .                                                            98/03/17
026900                                                                  98/03/17
027000*LINES AHEAD OF THE FIRST CONTROL LINE BELONG TO NO MEMBER AND    98/03/17
027100*ARE PASSED OVER.                                                 98/03/17
027200 STORE-ONE-LIBRARY-RECORD.                                        98/03/17
027300     IF LIBRARY-TOO-BIG-FLAG = "Y"                                98/03/17
027400         NEXT SENTENCE                                            98/03/17
027500     ELSE                                                         98/03/17
027600     IF LIB-CTL-MARK = "./"                                       98/03/17
027700         PERFORM START-A-LOADED-MEMBER                            98/03/17
027800     ELSE                                                         98/03/17
027900     IF LIB-MEMBER-COUNT = ZERO                                   98/03/17
028000         NEXT SENTENCE                                            98/03/17
028100     ELSE                                                         98/03/17
028200     IF LIB-LINE-COUNT < 1000                                     98/03/17
028300         ADD 1 TO LIB-LINE-COUNT                                  98/03/17
028400         MOVE CALC-LIBRARY-RECORD TO LIB-LINE (LIB-LINE-COUNT)    98/03/17
028500         ADD 1 TO LIB-MEMBER-LINES (LIB-MEMBER-COUNT)             98/03/17
028600         ADD 1 TO LINES-LOADED                                    98/03/17
028700     ELSE                                                         98/03/17
028800         MOVE "Y" TO LIBRARY-TOO-BIG-FLAG                         98/03/17
028900     .                                                            98/03/17
029000                                                                  98/03/17
029100 START-A-LOADED-MEMBER.                                           98/03/17
029200     IF LIB-MEMBER-COUNT < 50                                     98/03/17
029300         ADD 1 TO LIB-MEMBER-COUNT                                98/03/17
029400         MOVE LIB-CTL-MEMBER TO LIB-MEMBER-NAME (LIB-MEMBER-COUNT)98/03/17
029500         COMPUTE LIB-MEMBER-FIRST (LIB-MEMBER-COUNT) =            98/03/17
029600             LIB-LINE-COUNT + 1                                   98/03/17
029700         MOVE ZERO TO LIB-MEMBER-LINES   (LIB-MEMBER-COUNT)       98/03/17
029800         MOVE "N"  TO LIB-MEMBER-DELETED (LIB-MEMBER-COUNT)       98/03/17
029900         ADD 1 TO MEMBERS-LOADED                                  98/03/17
030000     ELSE                                                         98/03/17
030100         MOVE "Y" TO LIBRARY-TOO-BIG-FLAG                         98/03/17
030200     .                                                            98/03/17
030300                                                                  98/03/17
030400****************    PROCESS THE UPDATE DECK    ***************    98/03/17
030500                                                                  98/03/17
030600 READ-AN-UPDATE-RECORD.                                           98/03/17
030700     READ UPDATE-DECK                                             98/03/17
030800         AT END                                                   98/03/17
030900             MOVE "Y" TO END-OF-UPDATES-FLAG                      98/03/17
031000     .                                                            98/03/17
031100                                                                  98/03/17
031200*A CONTROL STATEMENT ENDS THE MEMBER BEFORE IT; ANY OTHER RECORD  98/03/17
031300*BELONGS TO THE MEMBER BEING BUILT.  A BLANK RECORD OUTSIDE A     98/03/17
031400*MEMBER IS PASSED OVER.                                           98/03/17
031500 PROCESS-AN-UPDATE-RECORD.                                        98/03/17
031600     IF UPD-CTL-MARK = "./"                                       98/03/17
031700         PERFORM END-THE-PENDING-MEMBER                           98/03/17
031800         PERFORM PROCESS-A-CONTROL-STATEMENT                      98/03/17
031900     ELSE                                                         98/03/17
032000     IF PENDING-STATE = "Y"                                       98/03/17
032100         PERFORM TAKE-A-MEMBER-RECORD                             98/03/17
032200     ELSE                                                         98/03/17
032300     IF PENDING-STATE = "S"                                       98/03/17
032400     OR UPDATE-RECORD = SPACES                                    98/03/17
032500         NEXT SENTENCE                                            98/03/17
032600     ELSE                                                         98/03/17
032700         PERFORM REPORT-A-STRAY-RECORD                            98/03/17
032800     .                                                            98/03/17
032900     PERFORM READ-AN-UPDATE-RECORD                                98/03/17
033000     .                                                            98/03/17
033100                                                                  98/03/17
033200 PROCESS-A-CONTROL-STATEMENT.                                     98/03/17
033300     MOVE SPACES TO MAINT-DETAIL-LINE                             98/03/17
033400     MOVE UPD-CTL-VERB   TO ML-ACTION                             98/03/17
033500     MOVE UPD-CTL-MEMBER TO ML-MEMBER                             98/03/17
033600     MOVE UPD-CTL-MEMBER TO LIB-LOOKUP-NAME                       98/03/17
033700     IF UPD-CTL-VERB = "LST"                                      98/03/17
033800         PERFORM PROCESS-A-LIST-STATEMENT                         98/03/17
033900     ELSE                                                         98/03/17
034000     IF UPD-CTL-KEYWORD NOT = "NAME="                             98/03/17
034100     OR UPD-CTL-MEMBER = SPACES                                   98/03/17
034200         MOVE "** NAME= MISSING" TO ML-NOTE                       98/03/17
034300         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
034400     ELSE                                                         98/03/17
034500     IF UPD-CTL-VERB = "ADD"                                      98/03/17
034600         PERFORM PROCESS-AN-ADD-STATEMENT                         98/03/17
034700     ELSE                                                         98/03/17
034800     IF UPD-CTL-VERB = "REP"                                      98/03/17
034900         PERFORM PROCESS-A-REP-STATEMENT                          98/03/17
035000     ELSE                                                         98/03/17
035100     IF UPD-CTL-VERB = "DEL"                                      98/03/17
035200         PERFORM PROCESS-A-DEL-STATEMENT                          98/03/17
035300     ELSE                                                         98/03/17
035400         MOVE "** UNKNOWN STATEMENT" TO ML-NOTE                   98/03/17
035500         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
035600     .                                                            98/03/17
035700                                                                  98/03/17
035800 PROCESS-AN-ADD-STATEMENT.                                        98/03/17
035900     PERFORM FIND-A-LIBRARY-MEMBER                                98/03/17
036000     IF LIB-FOUND-FLAG = "Y"                                      98/03/17
036100         MOVE "** ALREADY IN LIBRARY - USE REP" TO ML-NOTE        98/03/17
036200         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
036300     ELSE                                                         98/03/17
036400         PERFORM START-A-PENDING-MEMBER                           98/03/17
036500     .                                                            98/03/17
036600                                                                  98/03/17
036700 PROCESS-A-REP-STATEMENT.                                         98/03/17
036800     PERFORM FIND-A-LIBRARY-MEMBER                                98/03/17
036900     IF LIB-FOUND-FLAG = "N"                                      98/03/17
037000         MOVE "** NOT IN LIBRARY - USE ADD" TO ML-NOTE            98/03/17
037100         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
037200     ELSE                                                         98/03/17
037300         PERFORM START-A-PENDING-MEMBER                           98/03/17
037400     .                                                            98/03/17
037500                                                                  98/03/17
037600 PROCESS-A-DEL-STATEMENT.                                         98/03/17
037700     PERFORM FIND-A-LIBRARY-MEMBER                                98/03/17
037800     IF LIB-FOUND-FLAG = "N"                                      98/03/17
037900         MOVE "** NOT IN LIBRARY" TO ML-NOTE                      98/03/17
038000         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
038100     ELSE                                                         98/03/17
038200         MOVE "Y" TO LIB-MEMBER-DELETED (LIB-FOUND-INDEX)         98/03/17
038300         MOVE LIB-MEMBER-LINES (LIB-FOUND-INDEX) TO ML-OLD-LINES  98/03/17
038400         MOVE "MEMBER DELETED" TO ML-NOTE                         98/03/17
038450         PERFORM NOTE-A-CHANGE-NOT-APPLIED                        98/04/21
038500         ADD 1 TO MEMBERS-DELETED                                 98/03/17
038600         PERFORM WRITE-THE-DETAIL-LINE                            98/03/17
038700     .                                                            98/03/17
038800                                                                  98/03/17
038900 PROCESS-A-LIST-STATEMENT.                                        98/03/17
039000     IF UPD-CTL-MEMBER = SPACES                                   98/03/17
039100         PERFORM WRITE-THE-DETAIL-LINE                            98/03/17
039200         MOVE ZERO TO LIB-INDEX                                   98/03/17
039300         PERFORM LIST-ONE-LIVE-MEMBER                             98/03/17
039400             UNTIL LIB-INDEX = LIB-MEMBER-COUNT                   98/03/17
039500     ELSE                                                         98/03/17
039600         PERFORM LIST-A-NAMED-MEMBER                              98/03/17
039700     .                                                            98/03/17
039800                                                                  98/03/17
039900 LIST-A-NAMED-MEMBER.                                             98/03/17
040000     PERFORM FIND-A-LIBRARY-MEMBER                                98/03/17
040100     IF LIB-FOUND-FLAG = "N"                                      98/03/17
040200         MOVE "** NOT IN LIBRARY" TO ML-NOTE                      98/03/17
040300         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
040400     ELSE                                                         98/03/17
040500         PERFORM WRITE-THE-DETAIL-LINE                            98/03/17
040600         MOVE LIB-FOUND-INDEX TO LIB-INDEX                        98/03/17
040700         PERFORM LIST-ONE-MEMBER                                  98/03/17
040800     .                                                            98/03/17
040900                                                                  98/03/17
041000****************    BUILDING A MEMBER    ***************          98/03/17
041100                                                                  98/03/17
041200 START-A-PENDING-MEMBER.                                          98/03/17
041300     MOVE "Y"            TO PENDING-STATE                         98/03/17
041400     MOVE UPD-CTL-VERB   TO PENDING-VERB                          98/03/17
041500     MOVE UPD-CTL-MEMBER TO PENDING-NAME                          98/03/17
041600     COMPUTE PENDING-FIRST = LIB-LINE-COUNT + 1                   98/03/17
041700     MOVE ZERO           TO PENDING-LINES                         98/03/17
041800     MOVE "N"            TO PENDING-REFUSED-FLAG                  98/03/17
041900     MOVE SPACES         TO PENDING-NOTE                          98/03/17
042000     .                                                            98/03/17
042100                                                                  98/03/17
042200*THE FIRST BAD RECORD REFUSES THE MEMBER; THE REST OF ITS RECORDS 98/03/17
042300*ARE STILL COUNTED SO THE LINE COUNT ON THE REPORT IS THE DECK'S. 98/03/17
042400 TAKE-A-MEMBER-RECORD.                                            98/03/17
042500     ADD 1 TO PENDING-LINES                                       98/03/17
042600     IF PENDING-REFUSED-FLAG = "Y"                                98/03/17
042700         NEXT SENTENCE                                            98/03/17
042800     ELSE                                                         98/03/17
042900     IF NOT UPD-REC-ALLOWED                                       98/03/17
043000         MOVE "Y" TO PENDING-REFUSED-FLAG                         98/03/17
043100         MOVE PENDING-LINES TO PBT-LINE                           98/03/17
043200         MOVE UPD-REC-TYPE  TO PBT-TYPE                           98/03/17
043300         MOVE PENDING-BAD-TYPE-NOTE TO PENDING-NOTE               98/03/17
043400     ELSE                                                         98/03/17
043500     IF LIB-LINE-COUNT NOT < 1000                                 98/03/17
043600         MOVE "Y" TO PENDING-REFUSED-FLAG                         98/03/17
043700         MOVE "** LIBRARY FULL" TO PENDING-NOTE                   98/03/17
043800     ELSE                                                         98/03/17
043900         ADD 1 TO LIB-LINE-COUNT                                  98/03/17
044000         MOVE UPDATE-RECORD TO LIB-LINE (LIB-LINE-COUNT)          98/03/17
044100     .                                                            98/03/17
044200                                                                  98/03/17
044300 END-THE-PENDING-MEMBER.                                          98/03/17
044400     IF PENDING-STATE = "Y"                                       98/03/17
044500         PERFORM FINISH-THE-PENDING-MEMBER                        98/03/17
044600     .                                                            98/03/17
044700     MOVE "N" TO PENDING-STATE                                    98/03/17
044800     .                                                            98/03/17
044900                                                                  98/03/17
045000 FINISH-THE-PENDING-MEMBER.                                       98/03/17
045100     MOVE SPACES        TO MAINT-DETAIL-LINE                      98/03/17
045200     MOVE PENDING-VERB  TO ML-ACTION                              98/03/17
045300     MOVE PENDING-NAME  TO ML-MEMBER                              98/03/17
045400     MOVE PENDING-LINES TO ML-LINES                               98/03/17
045500     IF PENDING-LINES = ZERO                                      98/03/17
045600         MOVE "** MEMBER HAS NO RECORDS" TO ML-NOTE               98/03/17
045700         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
045800     ELSE                                                         98/03/17
045900     IF PENDING-REFUSED-FLAG = "Y"                                98/03/17
046000         COMPUTE LIB-LINE-COUNT = PENDING-FIRST - 1               98/03/17
046100         MOVE PENDING-NOTE TO ML-NOTE                             98/03/17
046200         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
046300     ELSE                                                         98/03/17
046400     IF PENDING-VERB = "ADD"                                      98/03/17
046500         PERFORM ADD-THE-PENDING-MEMBER                           98/03/17
046600     ELSE                                                         98/03/17
046700         PERFORM REPLACE-WITH-PENDING-MEMBER                      98/03/17
046800     .                                                            98/03/17
046900                                                                  98/03/17
047000 ADD-THE-PENDING-MEMBER.                                          98/03/17
047100     IF LIB-MEMBER-COUNT < 50                                     98/03/17
047200         ADD 1 TO LIB-MEMBER-COUNT                                98/03/17
047300         MOVE PENDING-NAME  TO LIB-MEMBER-NAME (LIB-MEMBER-COUNT) 98/03/17
047400         MOVE PENDING-FIRST TO LIB-MEMBER-FIRST (LIB-MEMBER-COUNT)98/03/17
047500         MOVE PENDING-LINES TO LIB-MEMBER-LINES (LIB-MEMBER-COUNT)98/03/17
047600         MOVE "N" TO LIB-MEMBER-DELETED (LIB-MEMBER-COUNT)        98/03/17
047700         MOVE "MEMBER ADDED" TO ML-NOTE                           98/03/17
047750         PERFORM NOTE-A-CHANGE-NOT-APPLIED                        98/04/21
047800         ADD 1 TO MEMBERS-ADDED                                   98/03/17
047900         PERFORM WRITE-THE-DETAIL-LINE                            98/03/17
048000     ELSE                                                         98/03/17
048100         COMPUTE LIB-LINE-COUNT = PENDING-FIRST - 1               98/03/17
048200         MOVE "** DIRECTORY FULL" TO ML-NOTE                      98/03/17
048300         PERFORM REPORT-A-STATEMENT-ERROR                         98/03/17
048400     .                                                            98/03/17
048500                                                                  98/03/17
048600 REPLACE-WITH-PENDING-MEMBER.                                     98/03/17
048700     MOVE PENDING-NAME TO LIB-LOOKUP-NAME                         98/03/17
048800     PERFORM FIND-A-LIBRARY-MEMBER                                98/03/17
048900     MOVE LIB-MEMBER-LINES (LIB-FOUND-INDEX) TO ML-OLD-LINES      98/03/17
049000     MOVE PENDING-FIRST TO LIB-MEMBER-FIRST (LIB-FOUND-INDEX)     98/03/17
049100     MOVE PENDING-LINES TO LIB-MEMBER-LINES (LIB-FOUND-INDEX)     98/03/17
049200     MOVE "MEMBER REPLACED" TO ML-NOTE                            98/03/17
049250     PERFORM NOTE-A-CHANGE-NOT-APPLIED                            98/04/21
049300     ADD 1 TO MEMBERS-REPLACED                                    98/03/17
049400     PERFORM WRITE-THE-DETAIL-LINE                                98/03/17
049500     .                                                            98/03/17
049600                                                                  98/03/17
049700****************    FINDING A MEMBER    ***************           98/03/17
049800                                                                  98/03/17
049900*ONLY A LIVE MEMBER CAN BE FOUND; A DELETED MEMBER'S NAME IS FREE 98/03/17
050000*TO BE ADDED AGAIN.                                               98/03/17
050100 FIND-A-LIBRARY-MEMBER.                                           98/03/17
050200     MOVE "N"  TO LIB-FOUND-FLAG                                  98/03/17
050300     MOVE ZERO TO LIB-INDEX                                       98/03/17
050400     PERFORM CHECK-ONE-LIBRARY-MEMBER                             98/03/17
050500         UNTIL LIB-INDEX = LIB-MEMBER-COUNT                       98/03/17
050600            OR LIB-FOUND-FLAG = "Y"                               98/03/17
050700     .                                                            98/03/17
050800                                                                  98/03/17
050900 CHECK-ONE-LIBRARY-MEMBER.                                        98/03/17
051000     ADD 1 TO LIB-INDEX                                           98/03/17
051100     IF LIB-MEMBER-NAME (LIB-INDEX) = LIB-LOOKUP-NAME             98/03/17
051200        AND LIB-MEMBER-DELETED (LIB-INDEX) = "N"                  98/03/17
051300         MOVE "Y" TO LIB-FOUND-FLAG                               98/03/17
051400         MOVE LIB-INDEX TO LIB-FOUND-INDEX                        98/03/17
051500     .                                                            98/03/17
051600                                                                  98/03/17
051700****************    REWRITE THE LIBRARY    ***************        98/03/17
051800                                                                  98/03/17
051900*THE DIRECTORY IS PUT IN MEMBER NAME ORDER BY A STRAIGHT          98/03/17
052000*INSERTION SORT BEFORE THE LIBRARY IS WRITTEN BACK AND LISTED.    98/03/17
052100 SORT-THE-DIRECTORY.                                              98/03/17
052200     MOVE 1 TO SORT-INDEX                                         98/03/17
052300     PERFORM SORT-ONE-DIRECTORY-ENTRY                             98/03/17
052400         UNTIL SORT-INDEX NOT < LIB-MEMBER-COUNT                  98/03/17
052500     .                                                            98/03/17
052600                                                                  98/03/17
052700 SORT-ONE-DIRECTORY-ENTRY.                                        98/03/17
052800     ADD 1 TO SORT-INDEX                                          98/03/17
052900     MOVE LIB-MEMBER-ENTRY (SORT-INDEX) TO SORT-HELD-ENTRY        98/03/17
053000     MOVE SORT-INDEX TO SORT-MOVE-INDEX                           98/03/17
053100     MOVE "N" TO SORT-PLACE-FOUND-FLAG                            98/03/17
053200     PERFORM MOVE-ONE-ENTRY-DOWN                                  98/03/17
053300         UNTIL SORT-PLACE-FOUND-FLAG = "Y"                        98/03/17
053400     MOVE SORT-HELD-ENTRY TO LIB-MEMBER-ENTRY (SORT-MOVE-INDEX)   98/03/17
053500     .                                                            98/03/17
053600                                                                  98/03/17
053700 MOVE-ONE-ENTRY-DOWN.                                             98/03/17
053800     IF SORT-MOVE-INDEX = 1                                       98/03/17
053900         MOVE "Y" TO SORT-PLACE-FOUND-FLAG                        98/03/17
054000     ELSE                                                         98/03/17
054100     IF LIB-MEMBER-NAME (SORT-MOVE-INDEX - 1) NOT > SORT-HELD-NAME98/03/17
054200         MOVE "Y" TO SORT-PLACE-FOUND-FLAG                        98/03/17
054300     ELSE                                                         98/03/17
054400         MOVE LIB-MEMBER-ENTRY (SORT-MOVE-INDEX - 1)              98/03/17
054500             TO LIB-MEMBER-ENTRY (SORT-MOVE-INDEX)                98/03/17
054600         SUBTRACT 1 FROM SORT-MOVE-INDEX                          98/03/17
054700     .                                                            98/03/17
054800                                                                  98/03/17
054900*THE LIBRARY IS REWRITTEN ONLY WHEN IT COULD BE LOADED WHOLE AND  98/03/17
055000*AT LEAST ONE MEMBER WAS ADDED, REPLACED OR DELETED.              98/03/17
055100 REWRITE-THE-LIBRARY.                                             98/03/17
055200     IF LIBRARY-OPEN-FAILED-FLAG = "Y"                            98/03/17
055300         MOVE "LIBRARY LEFT ALONE - OPEN FAILED AT LOAD"          98/03/17
055400             TO REPORT-TEXT-LINE                                  98/03/17
055500         PERFORM WRITE-A-REPORT-LINE                              98/03/17
055600     ELSE                                                         98/03/17
055700     IF LIBRARY-TOO-BIG-FLAG = "Y"                                98/03/17
055800         MOVE "LIBRARY LEFT ALONE - TOO BIG TO HOLD"              98/03/17
055900             TO REPORT-TEXT-LINE                                  98/03/17
056000         PERFORM WRITE-A-REPORT-LINE                              98/03/17
056100     ELSE                                                         98/03/17
056200     IF MEMBERS-ADDED = ZERO                                      98/03/17
056300        AND MEMBERS-REPLACED = ZERO                               98/03/17
056400        AND MEMBERS-DELETED = ZERO                                98/03/17
056500         MOVE "NOTHING CHANGED - LIBRARY LEFT ALONE"              98/03/17
056600             TO REPORT-TEXT-LINE                                  98/03/17
056700         PERFORM WRITE-A-REPORT-LINE                              98/03/17
056800     ELSE                                                         98/03/17
056900         PERFORM REWRITE-THE-LIBRARY-PROPER                       98/03/17
057000     .                                                            98/03/17
057100                                                                  98/03/17
057200 REWRITE-THE-LIBRARY-PROPER.                                      98/03/17
057300     OPEN OUTPUT CALC-LIBRARY                                     98/03/17
057345     IF CALCLIB-STATUS-OK                                         98/04/21
057390         MOVE ZERO TO LIB-INDEX                                   98/04/21
057435         PERFORM WRITE-ONE-LIBRARY-MEMBER                         98/04/21
057480             UNTIL LIB-INDEX = LIB-MEMBER-COUNT                   98/04/21
057525         CLOSE CALC-LIBRARY                                       98/04/21
057570     ELSE                                                         98/04/21
057615         MOVE "** LIBRARY OPEN FOR REWRITE FAILED"                98/04/21
057660             TO REPORT-TEXT-LINE                                  98/04/21
057705         PERFORM WRITE-A-REPORT-LINE                              98/04/21
057750         MOVE 8 TO RUN-SEVERITY                                   98/04/21
057800     .                                                            98/03/17
057900                                                                  98/03/17
058000 WRITE-ONE-LIBRARY-MEMBER.                                        98/03/17
058100     ADD 1 TO LIB-INDEX                                           98/03/17
058200     IF LIB-MEMBER-DELETED (LIB-INDEX) = "N"                      98/03/17
058300         MOVE SPACES TO CALC-LIBRARY-RECORD                       98/03/17
058400         MOVE "./"    TO LIB-CTL-MARK                             98/03/17
058500         MOVE "ADD"   TO LIB-CTL-VERB                             98/03/17
058600         MOVE "NAME=" TO LIB-CTL-KEYWORD                          98/03/17
058700         MOVE LIB-MEMBER-NAME (LIB-INDEX) TO LIB-CTL-MEMBER       98/03/17
058800         WRITE CALC-LIBRARY-RECORD                                98/03/17
058900         ADD 1 TO MEMBERS-WRITTEN                                 98/03/17
059000         MOVE LIB-MEMBER-FIRST (LIB-INDEX) TO LIB-LINE-INDEX      98/03/17
059100         MOVE ZERO TO LIB-LINE-NUMBER                             98/03/17
059200         PERFORM WRITE-ONE-LIBRARY-LINE                           98/03/17
059300             UNTIL LIB-LINE-NUMBER = LIB-MEMBER-LINES (LIB-INDEX) 98/03/17
059400     .                                                            98/03/17
059500                                                                  98/03/17
059600 WRITE-ONE-LIBRARY-LINE.                                          98/03/17
059700     MOVE LIB-LINE (LIB-LINE-INDEX) TO CALC-LIBRARY-RECORD        98/03/17
059800     WRITE CALC-LIBRARY-RECORD                                    98/03/17
059900     ADD 1 TO LINES-WRITTEN                                       98/03/17
060000     ADD 1 TO LIB-LINE-INDEX                                      98/03/17
060100     ADD 1 TO LIB-LINE-NUMBER                                     98/03/17
060200     .                                                            98/03/17
060300                                                                  98/03/17
060400****************    THE LISTINGS    ***************               98/03/17
060500                                                                  98/03/17
060600 LIST-ONE-LIVE-MEMBER.                                            98/03/17
060700     ADD 1 TO LIB-INDEX                                           98/03/17
060800     IF LIB-MEMBER-DELETED (LIB-INDEX) = "N"                      98/03/17
060900         PERFORM LIST-ONE-MEMBER                                  98/03/17
061000     .                                                            98/03/17
061100                                                                  98/03/17
061200*THE LINES ARE NUMBERED FROM 1 WITHIN THE MEMBER, THE NUMBER      98/03/17
061300*PCBATRPT SHOWS AGAINST A RECORD THE MEMBER BROUGHT IN.           98/03/17
061400 LIST-ONE-MEMBER.                                                 98/03/17
061500     MOVE LIB-MEMBER-NAME  (LIB-INDEX) TO MHL-MEMBER              98/03/17
061600     MOVE LIB-MEMBER-LINES (LIB-INDEX) TO MHL-LINES               98/03/17
061700     MOVE MEMBER-HEADING-LINE TO REPORT-TEXT-LINE                 98/03/17
061800     PERFORM WRITE-A-REPORT-LINE                                  98/03/17
061900     MOVE LIB-MEMBER-FIRST (LIB-INDEX) TO LIB-LINE-INDEX          98/03/17
062000     MOVE ZERO TO LIB-LINE-NUMBER                                 98/03/17
062100     PERFORM LIST-ONE-MEMBER-LINE                                 98/03/17
062200         UNTIL LIB-LINE-NUMBER = LIB-MEMBER-LINES (LIB-INDEX)     98/03/17
062300     PERFORM WRITE-A-BLANK-LINE                                   98/03/17
062400     .                                                            98/03/17
062500                                                                  98/03/17
062600 LIST-ONE-MEMBER-LINE.                                            98/03/17
062700     ADD 1 TO LIB-LINE-NUMBER                                     98/03/17
062800     MOVE LIB-LINE-NUMBER          TO MLD-LINE-NUMBER             98/03/17
062900     MOVE LIB-LINE (LIB-LINE-INDEX) TO MLD-TEXT                   98/03/17
063000     MOVE MEMBER-LINE-DETAIL TO REPORT-TEXT-LINE                  98/03/17
063100     PERFORM WRITE-A-REPORT-LINE                                  98/03/17
063200     ADD 1 TO LIB-LINE-INDEX                                      98/03/17
063300     .                                                            98/03/17
063400                                                                  98/03/17
063500 WRITE-THE-DIRECTORY.                                             98/03/17
063600     PERFORM WRITE-A-BLANK-LINE                                   98/03/17
063700     MOVE "LIBRARY AFTER MAINTENANCE" TO REPORT-TEXT-LINE         98/03/17
063800     PERFORM WRITE-A-REPORT-LINE                                  98/03/17
063900     IF MEMBERS-LOADED + MEMBERS-ADDED = ZERO                     98/03/17
064000         MOVE "  NONE" TO REPORT-TEXT-LINE                        98/03/17
064100         PERFORM WRITE-A-REPORT-LINE                              98/03/17
064200     ELSE                                                         98/03/17
064300         MOVE ZERO TO LIB-INDEX                                   98/03/17
064400         PERFORM WRITE-ONE-DIRECTORY-LINE                         98/03/17
064500             UNTIL LIB-INDEX = LIB-MEMBER-COUNT                   98/03/17
064600     .                                                            98/03/17
064700                                                                  98/03/17
064800 WRITE-ONE-DIRECTORY-LINE.                                        98/03/17
064900     ADD 1 TO LIB-INDEX                                           98/03/17
065000     IF LIB-MEMBER-DELETED (LIB-INDEX) = "N"                      98/03/17
065100         MOVE LIB-MEMBER-NAME  (LIB-INDEX) TO DDL-MEMBER          98/03/17
065200         MOVE LIB-MEMBER-LINES (LIB-INDEX) TO DDL-LINES           98/03/17
065300         MOVE DIRECTORY-DETAIL-LINE TO REPORT-TEXT-LINE           98/03/17
065400         PERFORM WRITE-A-REPORT-LINE                              98/03/17
065500     .                                                            98/03/17
065600                                                                  98/03/17
065700****************    STATEMENT ERRORS    ***************           98/03/17
065800                                                                  98/03/17
065900*THE RECORDS THAT FOLLOW AN ADD OR REP IN ERROR ARE PASSED OVER   98/03/17
066000*WITHOUT A LINE EACH.                                             98/03/17
066100 REPORT-A-STATEMENT-ERROR.                                        98/03/17
066200     ADD 1 TO STATEMENTS-IN-ERROR                                 98/03/17
066300     PERFORM WRITE-THE-DETAIL-LINE                                98/03/17
066400     IF ML-ACTION = "ADD" OR ML-ACTION = "REP"                    98/03/17
066500         MOVE "S" TO PENDING-STATE                                98/03/17
066600     .                                                            98/03/17
066700                                                                  98/03/17
066800 REPORT-A-STRAY-RECORD.                                           98/03/17
066900     MOVE SPACES TO MAINT-DETAIL-LINE                             98/03/17
067000     MOVE "** RECORD OUTSIDE A MEMBER" TO ML-NOTE                 98/03/17
067100     ADD 1 TO STATEMENTS-IN-ERROR                                 98/03/17
067200     PERFORM WRITE-THE-DETAIL-LINE                                98/03/17
067300     .                                                            98/03/17
067400                                                                  98/03/17
067500****************    REPORT PLUMBING    ***************            98/03/17
067600                                                                  98/03/17
067611*A CHANGE MADE WHILE THE LIBRARY COULD NOT BE LOADED WHOLE IS     98/04/21
067622*COUNTED BUT NEVER WRITTEN BACK, SO ITS NOTE SAYS SO.             98/04/21
067633 NOTE-A-CHANGE-NOT-APPLIED.                                       98/04/21
067644     IF LIBRARY-OPEN-FAILED-FLAG = "Y"                            98/04/21
067655        OR LIBRARY-TOO-BIG-FLAG = "Y"                             98/04/21
067666         MOVE "** NOT APPLIED - LIBRARY NOT REWRITTEN" TO ML-NOTE 98/04/21
067677     .                                                            98/04/21
067688                                                                  98/04/21
067700 WRITE-THE-DETAIL-LINE.                                           98/03/17
067800     MOVE MAINT-DETAIL-LINE TO LIBRARY-REPORT-LINE                98/03/17
067900     WRITE LIBRARY-REPORT-LINE                                    98/03/17
068000     .                                                            98/03/17
068100                                                                  98/03/17
068200 WRITE-THE-FOOTER.                                                98/03/17
068300     PERFORM WRITE-A-BLANK-LINE                                   98/03/17
068400     MOVE "MEMBERS LOADED FROM LIBRARY" TO CDL-LABEL              98/03/17
068500     MOVE MEMBERS-LOADED TO CDL-COUNT                             98/03/17
068600     PERFORM WRITE-A-COUNT-LINE                                   98/03/17
068700     MOVE "LINES LOADED FROM LIBRARY" TO CDL-LABEL                98/03/17
068800     MOVE LINES-LOADED TO CDL-COUNT                               98/03/17
068900     PERFORM WRITE-A-COUNT-LINE                                   98/03/17
069000     MOVE "MEMBERS ADDED" TO CDL-LABEL                            98/03/17
069100     MOVE MEMBERS-ADDED TO CDL-COUNT                              98/03/17
069200     PERFORM WRITE-A-COUNT-LINE                                   98/03/17
069300     MOVE "MEMBERS REPLACED" TO CDL-LABEL                         98/03/17
069400     MOVE MEMBERS-REPLACED TO CDL-COUNT                           98/03/17
069500     PERFORM WRITE-A-COUNT-LINE                                   98/03/17
069600     MOVE "MEMBERS DELETED" TO CDL-LABEL                          98/03/17
069700     MOVE MEMBERS-DELETED TO CDL-COUNT                            98/03/17
069800     PERFORM WRITE-A-COUNT-LINE                                   98/03/17
069900     MOVE "MEMBERS WRITTEN BACK" TO CDL-LABEL                     98/03/17
070000     MOVE MEMBERS-WRITTEN TO CDL-COUNT                            98/03/17
070100     PERFORM WRITE-A-COUNT-LINE                                   98/03/17
070200     MOVE "LINES WRITTEN BACK" TO CDL-LABEL                       98/03/17
070300     MOVE LINES-WRITTEN TO CDL-COUNT                              98/03/17
070400     PERFORM WRITE-A-COUNT-LINE                                   98/03/17
070500     MOVE "STATEMENTS IN ERROR" TO CDL-LABEL                      98/03/17
070600     MOVE STATEMENTS-IN-ERROR TO CDL-COUNT                        98/03/17
070700     PERFORM WRITE-A-COUNT-LINE                                   98/03/17
070714     IF (LIBRARY-OPEN-FAILED-FLAG = "Y"                           98/04/21
070728         OR LIBRARY-TOO-BIG-FLAG = "Y")                           98/04/21
070742        AND MEMBERS-ADDED + MEMBERS-REPLACED                      98/04/21
070756            + MEMBERS-DELETED > ZERO                              98/04/21
070770         MOVE 8 TO RUN-SEVERITY                                   98/04/21
070784     ELSE                                                         98/04/21
070800     IF STATEMENTS-IN-ERROR > ZERO                                98/03/17
070850        AND RUN-SEVERITY < 4                                      98/04/21
070900         MOVE 4 TO RUN-SEVERITY                                   98/03/17
071000     .                                                            98/03/17
071100                                                                  98/03/17
071200 WRITE-A-COUNT-LINE.                                              98/03/17
071300     MOVE COUNT-DETAIL-LINE TO REPORT-TEXT-LINE                   98/03/17
071400     PERFORM WRITE-A-REPORT-LINE                                  98/03/17
071500     .                                                            98/03/17
071600                                                                  98/03/17
071700 WRITE-A-BLANK-LINE.                                              98/03/17
071800     MOVE SPACES TO REPORT-TEXT-LINE                              98/03/17
071900     PERFORM WRITE-A-REPORT-LINE                                  98/03/17
072000     .                                                            98/03/17
072100                                                                  98/03/17
072200 WRITE-A-REPORT-LINE.                                             98/03/17
072300     MOVE REPORT-TEXT-LINE TO LIBRARY-REPORT-LINE                 98/03/17
072400     WRITE LIBRARY-REPORT-LINE                                    98/03/17
072500     .                                                            98/03/17
072600                                                                  98/03/17
072700 CLOSE-THE-FILES.                                                 98/03/17
072800     CLOSE UPDATE-DECK                                            98/03/17
072900     CLOSE LIBRARY-REPORT                                         98/03/17
073000     .                                                            98/03/17
