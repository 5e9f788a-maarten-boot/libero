000100 IDENTIFICATION DIVISION.                                         98/03/31
000200 PROGRAM-ID.    PCBRSCMP.                                         98/03/31
000300                                                                  98/03/31
000400 AUTHOR.        R. TERPSTRA.                                      98/03/31
000500 DATE-WRITTEN.  98/03/31                                          98/03/31
000600                                                                  98/03/31
000700*   PARALLEL-RUN COMPARISON OF TWO PCBATCH RESULTS FILES, FOR THE 98/03/31
000800*   SIGN-OFF BEFORE A RATE CHANGE OR A NEW RELEASE OF PPICT OR    98/03/31
000900*   CALCPKR GOES LIVE.  PCBRSOLD IS THE RESULTS FILE OF THE RUN   98/03/31
001000*   AS IT STANDS AND PCBRSNEW THAT OF THE RUN WITH THE CHANGE;    98/03/31
001100*   THE TWO ARE MATCHED BY DECK POSITION.  EVERY MATCHED RECORD   98/03/31
001200*   WHOSE NUMERIC RESULT (R), FORMATTED "F" OUTPUT (F) OR ERROR   98/03/31
001300*   CODE (E) DIFFERS IS PRINTED ON PCBRSRPT AS AN OLD AND A NEW   98/03/31
001400*   LINE, AND EVERY POSITION FOUND IN ONLY ONE OF THE FILES IS    98/03/31
001500*   PRINTED AS ADDED OR MISSING.  A RESULTS FILE FROM A RESTARTED 98/03/31
001600*   RUN REPEATS THE POSITIONS AFTER THE LAST CHECKPOINT; A        98/03/31
001700*   POSITION NOT HIGHER THAN THE ONE BEFORE IT IS SKIPPED AND     98/03/31
001800*   COUNTED.  TOTALS OF MATCHED, CHANGED, ADDED AND MISSING       98/03/31
001900*   RECORDS END THE REPORT.  THE RETURN CODE IS 4 WHEN THE RUNS   98/03/31
002000*   DIFFER AND 8 WHEN EITHER RESULTS FILE IS NOT THERE.           98/03/31
002100                                                                  98/03/31
002200 ENVIRONMENT DIVISION.                                            98/03/31
002300                                                                  98/03/31
002400 CONFIGURATION SECTION.                                           98/03/31
002500 SOURCE-COMPUTER. PORTABLE.                                       98/03/31
002600 OBJECT-COMPUTER. PORTABLE.                                       98/03/31
002700                                                                  98/03/31
002800 INPUT-OUTPUT SECTION.                                            98/03/31
002900 FILE-CONTROL.                                                    98/03/31
003000     SELECT OLD-RESULTS     ASSIGN TO "PCBRSOLD"                  98/03/31
003100         ORGANIZATION IS LINE SEQUENTIAL                          98/03/31
003200         FILE STATUS IS OLD-RESULTS-STATUS.                       98/03/31
003300     SELECT NEW-RESULTS     ASSIGN TO "PCBRSNEW"                  98/03/31
003400         ORGANIZATION IS LINE SEQUENTIAL                          98/03/31
003500         FILE STATUS IS NEW-RESULTS-STATUS.                       98/03/31
003600     SELECT COMPARE-REPORT  ASSIGN TO "PCBRSRPT"                  98/03/31
003700         ORGANIZATION IS LINE SEQUENTIAL.                         98/03/31
003800                                                                  98/03/31
003900 DATA DIVISION.                                                   98/03/31
004000                                                                  98/03/31
004100 FILE SECTION.                                                    98/03/31
004200                                                                  98/03/31
004300*THESE TWO RECORDS MUST MATCH, FIELD FOR FIELD, THE RESULTS RECORD98/03/31
004400*WRITTEN BY PCBATCH.                                              98/03/31
004500 FD  OLD-RESULTS                                                  98/03/31
004600     RECORDING MODE IS F.                                         98/03/31
004700 01  OLD-RESULT-RECORD.                                           98/03/31
004800     02  OR-POSITION             PIC 9(09).                       98/03/31
004900     02  FILLER                  PIC X.                           98/03/31
005000     02  OR-RECTYPE              PIC X.                           98/03/31
005100     02  FILLER                  PIC X.                           98/03/31
005200     02  OR-DETAIL               PIC X(50).                       98/03/31
005300     02  FILLER                  PIC X.                           98/03/31
005400     02  OR-RESULT               PIC S9(13)V9(5)                  98/03/31
005500                                 SIGN IS LEADING SEPARATE.        98/03/31
005600     02  OR-RESULT-TEXT REDEFINES OR-RESULT                       98/03/31
005700                                 PIC X(19).                       98/03/31
005800     02  FILLER                  PIC X.                           98/03/31
005900     02  OR-FORMATTED            PIC X(80).                       98/03/31
006000     02  FILLER                  PIC X.                           98/03/31
006100     02  OR-ERROR-CODE           PIC X(02).                       98/03/31
006200                                                                  98/03/31
006300 FD  NEW-RESULTS                                                  98/03/31
006400     RECORDING MODE IS F.                                         98/03/31
006500 01  NEW-RESULT-RECORD.                                           98/03/31
006600     02  NR-POSITION             PIC 9(09).                       98/03/31
006700     02  FILLER                  PIC X.                           98/03/31
006800     02  NR-RECTYPE              PIC X.                           98/03/31
006900     02  FILLER                  PIC X.                           98/03/31
007000     02  NR-DETAIL               PIC X(50).                       98/03/31
007100     02  FILLER                  PIC X.                           98/03/31
007200     02  NR-RESULT               PIC S9(13)V9(5)                  98/03/31
007300                                 SIGN IS LEADING SEPARATE.        98/03/31
007400     02  NR-RESULT-TEXT REDEFINES NR-RESULT                       98/03/31
007500                                 PIC X(19).                       98/03/31
007600     02  FILLER                  PIC X.                           98/03/31
007700     02  NR-FORMATTED            PIC X(80).                       98/03/31
007800     02  FILLER                  PIC X.                           98/03/31
007900     02  NR-ERROR-CODE           PIC X(02).                       98/03/31
008000                                                                  98/03/31
008100 FD  COMPARE-REPORT                                               98/03/31
008200     RECORDING MODE IS F.                                         98/03/31
008300 01  COMPARE-REPORT-LINE         PIC X(132).                      98/03/31
008400                                                                  98/03/31
008500 WORKING-STORAGE SECTION.                                         98/03/31
008600                                                                  98/03/31
008700 01  OLD-RESULTS-STATUS          PIC X(02)   VALUE SPACES.        98/03/31
008800     88  OLD-RESULTS-NOT-FOUND       VALUE "35".                  98/03/31
008900 01  NEW-RESULTS-STATUS          PIC X(02)   VALUE SPACES.        98/03/31
009000     88  NEW-RESULTS-NOT-FOUND       VALUE "35".                  98/03/31
009100                                                                  98/03/31
009200*THE POSITION OF THE RECORD EACH FILE IS ON.  AT END OF FILE IT   98/03/31
009300*IS SET HIGHER THAN ANY DECK POSITION, SO THE OTHER FILE'S        98/03/31
009400*RECORDS ALL COME OUT AS ADDED OR MISSING.                        98/03/31
009500 01  MATCH-HANDLING.                                              98/03/31
009600     02  OLD-KEY                 PIC 9(10)   VALUE ZERO.          98/03/31
009700     02  NEW-KEY                 PIC 9(10)   VALUE ZERO.          98/03/31
009800     02  END-OF-FILE-KEY         PIC 9(10)   VALUE 9999999999.    98/03/31
009900     02  RESULT-TAKEN-FLAG       PIC X.                           98/03/31
010000     02  FILES-MISSING-FLAG      PIC X       VALUE "N".           98/03/31
010100     02  CHANGE-FLAGS.                                            98/03/31
010200         03  CF-RESULT           PIC X.                           98/03/31
010300         03  CF-FORMATTED        PIC X.                           98/03/31
010400         03  CF-ERROR-CODE       PIC X.                           98/03/31
010500                                                                  98/03/31
010600 01  COMPARE-COUNTS.                                              98/03/31
010700     02  OLD-RECORDS-READ        PIC S9(9)   COMP VALUE ZERO.     98/03/31
010800     02  NEW-RECORDS-READ        PIC S9(9)   COMP VALUE ZERO.     98/03/31
010900     02  OLD-RECORDS-SKIPPED     PIC S9(9)   COMP VALUE ZERO.     98/03/31
011000     02  NEW-RECORDS-SKIPPED     PIC S9(9)   COMP VALUE ZERO.     98/03/31
011100     02  MATCHED-COUNT           PIC S9(9)   COMP VALUE ZERO.     98/03/31
011200     02  CHANGED-COUNT           PIC S9(9)   COMP VALUE ZERO.     98/03/31
011300     02  ADDED-COUNT             PIC S9(9)   COMP VALUE ZERO.     98/03/31
011400     02  MISSING-COUNT           PIC S9(9)   COMP VALUE ZERO.     98/03/31
011500     02  RUN-SEVERITY            PIC S9(4)   COMP VALUE ZERO.     98/03/31
011600                                                                  98/03/31
011700 01  COMPARE-DETAIL-LINE.                                         98/03/31
011800     02  CDL-POSITION            PIC ZZZZZZZZ9.                   98/03/31
011900     02  FILLER                  PIC X       VALUE SPACE.         98/03/31
012000     02  CDL-RECTYPE             PIC X.                           98/03/31
012100     02  FILLER                  PIC X       VALUE SPACE.         98/03/31
012200     02  CDL-STATUS              PIC X(07).                       98/03/31
012300     02  FILLER                  PIC X       VALUE SPACE.         98/03/31
012400     02  CDL-FLAGS               PIC X(03).                       98/03/31
012500     02  FILLER                  PIC X       VALUE SPACE.         98/03/31
012600     02  CDL-RUN                 PIC X(03).                       98/03/31
012700     02  FILLER                  PIC X       VALUE SPACE.         98/03/31
012800     02  CDL-DETAIL              PIC X(32).                       98/03/31
012900     02  FILLER                  PIC X       VALUE SPACE.         98/03/31
013000     02  CDL-RESULT              PIC -(14).9(5).                  98/03/31
013100     02  FILLER                  PIC X       VALUE SPACE.         98/03/31
013200     02  CDL-ERROR-CODE          PIC X(02).                       98/03/31
013300     02  FILLER                  PIC X       VALUE SPACE.         98/03/31
013400     02  CDL-FORMATTED           PIC X(40).                       98/03/31
013500                                                                  98/03/31
013600 01  COMPARE-HEADING-LINE.                                        98/03/31
013700     02  FILLER                  PIC X(10)   VALUE " POSITION".   98/03/31
013800     02  FILLER                  PIC X(02)   VALUE "T".           98/03/31
013900     02  FILLER                  PIC X(08)   VALUE "STATUS".      98/03/31
014000     02  FILLER                  PIC X(04)   VALUE "CHG".         98/03/31
014100     02  FILLER                  PIC X(04)   VALUE "RUN".         98/03/31
014200     02  FILLER                  PIC X(33)   VALUE "DETAIL".      98/03/31
014300     02  FILLER                  PIC X(21)                        98/03/31
014400             VALUE "              RESULT".                        98/03/31
014500     02  FILLER                  PIC X(03)   VALUE "CD".          98/03/31
014600     02  FILLER                  PIC X(16)                        98/03/31
014700             VALUE "FORMATTED OUTPUT".                            98/03/31
014800                                                                  98/03/31
014900 01  COUNT-DETAIL-LINE.                                           98/03/31
015000     02  CNT-LABEL               PIC X(34).                       98/03/31
015100     02  CNT-COUNT               PIC ZZZZZZZZ9.                   98/03/31
015200                                                                  98/03/31
015300 01  REPORT-TEXT-LINE            PIC X(132).                      98/03/31
015400                                                                  98/03/31
015500 PROCEDURE DIVISION.                                              98/03/31
015600                                                                  98/03/31
015700****************    MAINLINE    ***************                   98/03/31
015800                                                                  98/03/31
015900 PCBRSCMP-MAINLINE.                                               98/03/31
016000     PERFORM OPEN-THE-FILES                                       98/03/31
016100     IF FILES-MISSING-FLAG = "N"                                  98/03/31
016200         PERFORM READ-AN-OLD-RESULT                               98/03/31
016300         PERFORM READ-A-NEW-RESULT                                98/03/31
016400         PERFORM MATCH-THE-RESULTS                                98/03/31
016500             UNTIL OLD-KEY = END-OF-FILE-KEY                      98/03/31
016600               AND NEW-KEY = END-OF-FILE-KEY                      98/03/31
016700         PERFORM WRITE-THE-TOTALS                                 98/03/31
016800     .                                                            98/03/31
016900     PERFORM CLOSE-THE-FILES                                      98/03/31
017000     MOVE RUN-SEVERITY TO RETURN-CODE                             98/03/31
017100     STOP RUN                                                     98/03/31
017200     .                                                            98/03/31
017300                                                                  98/03/31
017400 OPEN-THE-FILES.                                                  98/03/31
017500     OPEN OUTPUT COMPARE-REPORT                                   98/03/31
017600     MOVE "***** PCBATCH PARALLEL-RUN COMPARISON *****"           98/03/31
017700         TO REPORT-TEXT-LINE                                      98/03/31
017800     PERFORM WRITE-A-REPORT-LINE                                  98/03/31
017900     PERFORM WRITE-A-BLANK-LINE                                   98/03/31
018000     OPEN INPUT OLD-RESULTS                                       98/03/31
018100     IF OLD-RESULTS-NOT-FOUND                                     98/03/31
018200         MOVE "*** PCBRSOLD RESULTS FILE NOT FOUND ***"           98/03/31
018300             TO REPORT-TEXT-LINE                                  98/03/31
018400         PERFORM WRITE-A-REPORT-LINE                              98/03/31
018500         MOVE "Y" TO FILES-MISSING-FLAG                           98/03/31
018600     .                                                            98/03/31
018700     OPEN INPUT NEW-RESULTS                                       98/03/31
018800     IF NEW-RESULTS-NOT-FOUND                                     98/03/31
018900         MOVE "*** PCBRSNEW RESULTS FILE NOT FOUND ***"           98/03/31
019000             TO REPORT-TEXT-LINE                                  98/03/31
019100         PERFORM WRITE-A-REPORT-LINE                              98/03/31
019200         MOVE "Y" TO FILES-MISSING-FLAG                           98/03/31
019300     .                                                            98/03/31
019400     IF FILES-MISSING-FLAG = "Y"                                  98/03/31
019500         MOVE 8 TO RUN-SEVERITY                                   98/03/31
019600         DISPLAY "PCBRSCMP: RESULTS FILE MISSING - NOT COMPARED"  98/03/31
019700     ELSE                                                         98/03/31
019800         MOVE COMPARE-HEADING-LINE TO REPORT-TEXT-LINE            98/03/31
019900         PERFORM WRITE-A-REPORT-LINE                              98/03/31
020000         PERFORM WRITE-A-BLANK-LINE                               98/03/31
020100     .                                                            98/03/31
020200                                                                  98/03/31
020300****************    READING THE RESULTS    ***************        98/03/31
020400                                                                  98/03/31
020500*A RECORD IS TAKEN ONLY WHEN ITS POSITION IS HIGHER THAN THE LAST 98/03/31
020600*ONE TAKEN FROM THE SAME FILE; THE REST ARE THE RECORDS A         98/03/31
020700*RESTARTED RUN WROTE A SECOND TIME, OR ARE NOT RESULTS RECORDS.   98/03/31
020800 READ-AN-OLD-RESULT.                                              98/03/31
020900     MOVE "N" TO RESULT-TAKEN-FLAG                                98/03/31
021000     PERFORM READ-ONE-OLD-RESULT                                  98/03/31
021100         UNTIL RESULT-TAKEN-FLAG = "Y"                            98/03/31
021200     .                                                            98/03/31
021300                                                                  98/03/31
021400 READ-ONE-OLD-RESULT.                                             98/03/31
021500     READ OLD-RESULTS                                             98/03/31
021600         AT END                                                   98/03/31
021700             MOVE END-OF-FILE-KEY TO OLD-KEY                      98/03/31
021800             MOVE "Y" TO RESULT-TAKEN-FLAG                        98/03/31
021900         NOT AT END                                               98/03/31
022000             PERFORM TAKE-AN-OLD-RESULT                           98/03/31
022100     .                                                            98/03/31
022200                                                                  98/03/31
022300 TAKE-AN-OLD-RESULT.                                              98/03/31
022400     ADD 1 TO OLD-RECORDS-READ                                    98/03/31
022500     IF OR-POSITION NOT NUMERIC                                   98/03/31
022600         ADD 1 TO OLD-RECORDS-SKIPPED                             98/03/31
022700     ELSE                                                         98/03/31
022800     IF OR-POSITION NOT > OLD-KEY                                 98/03/31
022900         ADD 1 TO OLD-RECORDS-SKIPPED                             98/03/31
023000     ELSE                                                         98/03/31
023100         MOVE OR-POSITION TO OLD-KEY                              98/03/31
023200         MOVE "Y" TO RESULT-TAKEN-FLAG                            98/03/31
023300     .                                                            98/03/31
023400                                                                  98/03/31
023500 READ-A-NEW-RESULT.                                               98/03/31
023600     MOVE "N" TO RESULT-TAKEN-FLAG                                98/03/31
023700     PERFORM READ-ONE-NEW-RESULT                                  98/03/31
023800         UNTIL RESULT-TAKEN-FLAG = "Y"                            98/03/31
023900     .                                                            98/03/31
024000                                                                  98/03/31
024100 READ-ONE-NEW-RESULT.                                             98/03/31
024200     READ NEW-RESULTS                                             98/03/31
024300         AT END                                                   98/03/31
024400             MOVE END-OF-FILE-KEY TO NEW-KEY                      98/03/31
024500             MOVE "Y" TO RESULT-TAKEN-FLAG                        98/03/31
024600         NOT AT END                                               98/03/31
024700             PERFORM TAKE-A-NEW-RESULT                            98/03/31
024800     .                                                            98/03/31
024900                                                                  98/03/31
025000 TAKE-A-NEW-RESULT.                                               98/03/31
025100     ADD 1 TO NEW-RECORDS-READ                                    98/03/31
025200     IF NR-POSITION NOT NUMERIC                                   98/03/31
025300         ADD 1 TO NEW-RECORDS-SKIPPED                             98/03/31
025400     ELSE                                                         98/03/31
025500     IF NR-POSITION NOT > NEW-KEY                                 98/03/31
025600         ADD 1 TO NEW-RECORDS-SKIPPED                             98/03/31
025700     ELSE                                                         98/03/31
025800         MOVE NR-POSITION TO NEW-KEY                              98/03/31
025900         MOVE "Y" TO RESULT-TAKEN-FLAG                            98/03/31
026000     .                                                            98/03/31
026100                                                                  98/03/31
026200****************    MATCHING    ***************                   98/03/31
026300                                                                  98/03/31
026400 MATCH-THE-RESULTS.                                               98/03/31
026500     IF OLD-KEY = NEW-KEY                                         98/03/31
026600         PERFORM COMPARE-A-MATCHED-PAIR                           98/03/31
026700         PERFORM READ-AN-OLD-RESULT                               98/03/31
026800         PERFORM READ-A-NEW-RESULT                                98/03/31
026900     ELSE                                                         98/03/31
027000     IF OLD-KEY < NEW-KEY                                         98/03/31
027100         PERFORM REPORT-A-MISSING-RECORD                          98/03/31
027200         PERFORM READ-AN-OLD-RESULT                               98/03/31
027300     ELSE                                                         98/03/31
027400         PERFORM REPORT-AN-ADDED-RECORD                           98/03/31
027500         PERFORM READ-A-NEW-RESULT                                98/03/31
027600     .                                                            98/03/31
027700                                                                  98/03/31
027800*THE RESULT IS COMPARED AS IT STANDS ON THE FILE, SIGN AND ALL,   98/03/31
027900*SO A FIELD THAT IS NOT A NUMBER STILL COMPARES.                  98/03/31
028000 COMPARE-A-MATCHED-PAIR.                                          98/03/31
028100     ADD 1 TO MATCHED-COUNT                                       98/03/31
028200     MOVE SPACES TO CHANGE-FLAGS                                  98/03/31
028300     IF OR-RESULT-TEXT NOT = NR-RESULT-TEXT                       98/03/31
028400         MOVE "R" TO CF-RESULT                                    98/03/31
028500     .                                                            98/03/31
028600     IF OR-FORMATTED NOT = NR-FORMATTED                           98/03/31
028700         MOVE "F" TO CF-FORMATTED                                 98/03/31
028800     .                                                            98/03/31
028900     IF OR-ERROR-CODE NOT = NR-ERROR-CODE                         98/03/31
029000         MOVE "E" TO CF-ERROR-CODE                                98/03/31
029100     .                                                            98/03/31
029200     IF CHANGE-FLAGS NOT = SPACES                                 98/03/31
029300         ADD 1 TO CHANGED-COUNT                                   98/03/31
029400         PERFORM REPORT-A-CHANGED-RECORD                          98/03/31
029500     .                                                            98/03/31
029600                                                                  98/03/31
029700 REPORT-A-CHANGED-RECORD.                                         98/03/31
029800     PERFORM FILL-FROM-THE-OLD-RESULT                             98/03/31
029900     MOVE "CHANGED"    TO CDL-STATUS                              98/03/31
030000     MOVE CHANGE-FLAGS TO CDL-FLAGS                               98/03/31
030100     PERFORM WRITE-A-DETAIL-LINE                                  98/03/31
030200     PERFORM FILL-FROM-THE-NEW-RESULT                             98/03/31
030300     PERFORM WRITE-A-DETAIL-LINE                                  98/03/31
030400     .                                                            98/03/31
030500                                                                  98/03/31
030600 REPORT-A-MISSING-RECORD.                                         98/03/31
030700     ADD 1 TO MISSING-COUNT                                       98/03/31
030800     PERFORM FILL-FROM-THE-OLD-RESULT                             98/03/31
030900     MOVE "MISSING" TO CDL-STATUS                                 98/03/31
031000     PERFORM WRITE-A-DETAIL-LINE                                  98/03/31
031100     .                                                            98/03/31
031200                                                                  98/03/31
031300 REPORT-AN-ADDED-RECORD.                                          98/03/31
031400     ADD 1 TO ADDED-COUNT                                         98/03/31
031500     PERFORM FILL-FROM-THE-NEW-RESULT                             98/03/31
031600     MOVE "ADDED" TO CDL-STATUS                                   98/03/31
031700     PERFORM WRITE-A-DETAIL-LINE                                  98/03/31
031800     .                                                            98/03/31
031900                                                                  98/03/31
032000 FILL-FROM-THE-OLD-RESULT.                                        98/03/31
032100     MOVE SPACES TO COMPARE-DETAIL-LINE                           98/03/31
032200     MOVE OR-POSITION   TO CDL-POSITION                           98/03/31
032300     MOVE OR-RECTYPE    TO CDL-RECTYPE                            98/03/31
032400     MOVE "OLD"         TO CDL-RUN                                98/03/31
032500     MOVE OR-DETAIL     TO CDL-DETAIL                             98/03/31
032600     IF OR-RESULT NUMERIC                                         98/03/31
032700         MOVE OR-RESULT TO CDL-RESULT                             98/03/31
032800     ELSE                                                         98/03/31
032900         MOVE ZERO TO CDL-RESULT                                  98/03/31
033000     .                                                            98/03/31
033100     MOVE OR-ERROR-CODE TO CDL-ERROR-CODE                         98/03/31
033200     MOVE OR-FORMATTED  TO CDL-FORMATTED                          98/03/31
033300     .                                                            98/03/31
033400                                                                  98/03/31
033500 FILL-FROM-THE-NEW-RESULT.                                        98/03/31
033600     MOVE SPACES TO COMPARE-DETAIL-LINE                           98/03/31
033700     MOVE NR-POSITION   TO CDL-POSITION                           98/03/31
033800     MOVE NR-RECTYPE    TO CDL-RECTYPE                            98/03/31
033900     MOVE "NEW"         TO CDL-RUN                                98/03/31
034000     MOVE NR-DETAIL     TO CDL-DETAIL                             98/03/31
034100     IF NR-RESULT NUMERIC                                         98/03/31
034200         MOVE NR-RESULT TO CDL-RESULT                             98/03/31
034300     ELSE                                                         98/03/31
034400         MOVE ZERO TO CDL-RESULT                                  98/03/31
034500     .                                                            98/03/31
034600     MOVE NR-ERROR-CODE TO CDL-ERROR-CODE                         98/03/31
034700     MOVE NR-FORMATTED  TO CDL-FORMATTED                          98/03/31
034800     .                                                            98/03/31
034900                                                                  98/03/31
035000 WRITE-A-DETAIL-LINE.                                             98/03/31
035100     MOVE COMPARE-DETAIL-LINE TO REPORT-TEXT-LINE                 98/03/31
035200     PERFORM WRITE-A-REPORT-LINE                                  98/03/31
035300     .                                                            98/03/31
035400                                                                  98/03/31
035500****************    TOTALS    ***************                     98/03/31
035600                                                                  98/03/31
035700 WRITE-THE-TOTALS.                                                98/03/31
035800     IF MATCHED-COUNT = ZERO                                      98/03/31
035900        AND ADDED-COUNT = ZERO                                    98/03/31
036000        AND MISSING-COUNT = ZERO                                  98/03/31
036100         MOVE "  NO RESULTS RECORDS ON EITHER FILE"               98/03/31
036200             TO REPORT-TEXT-LINE                                  98/03/31
036300         PERFORM WRITE-A-REPORT-LINE                              98/03/31
036400     .                                                            98/03/31
036500     PERFORM WRITE-A-BLANK-LINE                                   98/03/31
036600     MOVE "OLD RESULTS RECORDS READ" TO CNT-LABEL                 98/03/31
036700     MOVE OLD-RECORDS-READ TO CNT-COUNT                           98/03/31
036800     PERFORM WRITE-A-COUNT-LINE                                   98/03/31
036900     MOVE "NEW RESULTS RECORDS READ" TO CNT-LABEL                 98/03/31
037000     MOVE NEW-RECORDS-READ TO CNT-COUNT                           98/03/31
037100     PERFORM WRITE-A-COUNT-LINE                                   98/03/31
037200     MOVE "OLD RECORDS SKIPPED" TO CNT-LABEL                      98/03/31
037300     MOVE OLD-RECORDS-SKIPPED TO CNT-COUNT                        98/03/31
037400     PERFORM WRITE-A-COUNT-LINE                                   98/03/31
037500     MOVE "NEW RECORDS SKIPPED" TO CNT-LABEL                      98/03/31
037600     MOVE NEW-RECORDS-SKIPPED TO CNT-COUNT                        98/03/31
037700     PERFORM WRITE-A-COUNT-LINE                                   98/03/31
037800     PERFORM WRITE-A-BLANK-LINE                                   98/03/31
037900     MOVE "RECORDS MATCHED BY POSITION" TO CNT-LABEL              98/03/31
038000     MOVE MATCHED-COUNT TO CNT-COUNT                              98/03/31
038100     PERFORM WRITE-A-COUNT-LINE                                   98/03/31
038200     MOVE "MATCHED RECORDS CHANGED" TO CNT-LABEL                  98/03/31
038300     MOVE CHANGED-COUNT TO CNT-COUNT                              98/03/31
038400     PERFORM WRITE-A-COUNT-LINE                                   98/03/31
038500     MOVE "RECORDS ADDED IN THE NEW RUN" TO CNT-LABEL             98/03/31
038600     MOVE ADDED-COUNT TO CNT-COUNT                                98/03/31
038700     PERFORM WRITE-A-COUNT-LINE                                   98/03/31
038800     MOVE "RECORDS MISSING FROM THE NEW RUN" TO CNT-LABEL         98/03/31
038900     MOVE MISSING-COUNT TO CNT-COUNT                              98/03/31
039000     PERFORM WRITE-A-COUNT-LINE                                   98/03/31
039100     PERFORM WRITE-A-BLANK-LINE                                   98/03/31
039200     IF CHANGED-COUNT = ZERO                                      98/03/31
039300        AND ADDED-COUNT = ZERO                                    98/03/31
039400        AND MISSING-COUNT = ZERO                                  98/03/31
039500         MOVE "THE TWO RUNS AGREE" TO REPORT-TEXT-LINE            98/03/31
039600     ELSE                                                         98/03/31
039700         MOVE "*** THE TWO RUNS DIFFER ***" TO REPORT-TEXT-LINE   98/03/31
039800         MOVE 4 TO RUN-SEVERITY                                   98/03/31
039900     .                                                            98/03/31
040000     PERFORM WRITE-A-REPORT-LINE                                  98/03/31
040100     .                                                            98/03/31
040200                                                                  98/03/31
040300 WRITE-A-COUNT-LINE.                                              98/03/31
040400     MOVE COUNT-DETAIL-LINE TO REPORT-TEXT-LINE                   98/03/31
040500     PERFORM WRITE-A-REPORT-LINE                                  98/03/31
040600     .                                                            98/03/31
040700                                                                  98/03/31
040800 WRITE-A-BLANK-LINE.                                              98/03/31
040900     MOVE SPACES TO REPORT-TEXT-LINE                              98/03/31
041000     PERFORM WRITE-A-REPORT-LINE                                  98/03/31
041100     .                                                            98/03/31
041200                                                                  98/03/31
041300 WRITE-A-REPORT-LINE.                                             98/03/31
041400     MOVE REPORT-TEXT-LINE TO COMPARE-REPORT-LINE                 98/03/31
041500     WRITE COMPARE-REPORT-LINE                                    98/03/31
041600     .                                                            98/03/31
041700                                                                  98/03/31
041800 CLOSE-THE-FILES.                                                 98/03/31
041900     IF NOT OLD-RESULTS-NOT-FOUND                                 98/03/31
042000         CLOSE OLD-RESULTS                                        98/03/31
042100     .                                                            98/03/31
042200     IF NOT NEW-RESULTS-NOT-FOUND                                 98/03/31
042300         CLOSE NEW-RESULTS                                        98/03/31
042400     .                                                            98/03/31
042500     CLOSE COMPARE-REPORT                                         98/03/31
042600     .                                                            98/03/31
