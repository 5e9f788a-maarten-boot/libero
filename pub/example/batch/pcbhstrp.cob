001100*   END STATUS - FOLLOWED BY A RUNS-PER-DAY SECTION WITH THE      98/01/06
001200*   DAY'S ERROR TOTAL, WHICH IS THE ERROR TREND THE OPERATIONS    98/01/06
001300*   MEETING ASKS FOR.                                             98/01/06
001332*   RUNS MADE SINCE THE VARIABLE MASTER WAS DATED ALSO SHOW THE   98/03/10
001364*   AS-OF DATE THEIR VARIABLE VALUES WERE TAKEN ON.               98/03/10
001376*   RECORDS READ INCLUDES A RUN'S "I" RECORDS, WHERE THE RUN      98/03/17
001388*   WROTE A COUNT OF THEM.                                        98/03/17
001390*   RUNS OF A DECK WITH AN "H" HEADER RECORD SHOW ITS DECK ID.    98/03/24
001392*   AN END STATUS OF "D" IS A RESTART PCBATCH REFUSED BECAUSE THE 98/03/24
001394*   DECK DID NOT MATCH THE CHECKPOINT, AND "R" A RERUN OF A DECK  98/03/24
001396*   THAT HAD ALREADY ENDED CLEAN; A MODE OF "R" IS A RUN MADE     98/03/24
001398*   UNDER THE RERUN OVERRIDE.  RECORDS READ INCLUDES "H" RECORDS. 98/03/24
001400                                                                  98/01/06
001500 ENVIRONMENT DIVISION.                                            98/01/06
001600                                                                  98/01/06
006400     02  RH-TRAILER-RESULT       PIC X.                           98/01/06
006500     02  FILLER                  PIC X.                           98/01/06
006600     02  RH-END-STATUS           PIC X.                           98/01/06
006632     02  FILLER                  PIC X.                           98/03/10
006664     02  RH-AS-OF-DATE           PIC X(08).                       98/03/10
006676     02  FILLER                  PIC X.                           98/03/17
006688     02  RH-I-RECORDS            PIC 9(06).                       98/03/17
006689     02  FILLER                  PIC X.                           98/03/24
006690     02  RH-H-RECORDS            PIC 9(06).                       98/03/24
006691     02  FILLER                  PIC X.                           98/03/24
006692     02  RH-DECK-ID              PIC X(08).                       98/03/24
006693     02  FILLER                  PIC X.                           98/03/24
006694     02  RH-DECK-DATE            PIC X(08).                       98/03/24
006695     02  FILLER                  PIC X.                           98/03/24
006696     02  RH-HASH-TOTAL           PIC 9(15).                       98/03/24
006700                                                                  98/01/06
006800 FD  HISTORY-REPORT                                               98/01/06
006900     RECORDING MODE IS F.                                         98/01/06
011100     02  RDL-TRAILER             PIC X.                           98/01/06
011200     02  FILLER                  PIC X(03)   VALUE SPACES.        98/01/06
011300     02  RDL-STATUS              PIC X.                           98/01/06
011332     02  FILLER                  PIC X(03)   VALUE SPACES.        98/03/10
011364     02  RDL-AS-OF               PIC X(08).                       98/03/10
011376     02  FILLER                  PIC X(03)   VALUE SPACES.        98/03/24
011388     02  RDL-DECK-ID             PIC X(08).                       98/03/24
011400                                                                  98/01/06
011500 01  RUN-HEADING-LINE.                                            98/01/06
011600     02  FILLER                  PIC X(07)   VALUE "DATE".        98/01/06
012000     02  FILLER                  PIC X(07)   VALUE "ERRORS".      98/01/06
012100     02  FILLER                  PIC X(07)   VALUE "REJECT".      98/01/06
012200     02  FILLER                  PIC X(04)   VALUE "TRL".         98/01/06
012266     02  FILLER                  PIC X(04)   VALUE "END".         98/03/10
012310     02  FILLER                  PIC X(11)   VALUE "AS-OF".       98/03/24
012354     02  FILLER                  PIC X(04)   VALUE "DECK".        98/03/24
012400                                                                  98/01/06
012500 01  DAY-DETAIL-LINE.                                             98/01/06
012600     02  DDL-DATE                PIC X(06).                       98/01/06
018500     COMPUTE RECORDS-THIS-RUN = RH-P-RECORDS + RH-V-RECORDS       98/01/06
018600         + RH-M-RECORDS + RH-E-RECORDS + RH-F-RECORDS             98/01/06
018700         + RH-T-RECORDS + RH-U-RECORDS                            98/01/06
018724     IF RH-I-RECORDS NUMERIC                                      98/03/17
018748         ADD RH-I-RECORDS TO RECORDS-THIS-RUN                     98/03/17
018772     .                                                            98/03/17
018779     IF RH-H-RECORDS NUMERIC                                      98/03/24
018786         ADD RH-H-RECORDS TO RECORDS-THIS-RUN                     98/03/24
018793     .                                                            98/03/24
018800     MOVE SPACES TO RUN-DETAIL-LINE                               98/01/06
018900     MOVE RH-RUN-DATE        TO RDL-DATE                          98/01/06
019000     MOVE RH-RUN-TIME        TO RDL-TIME                          98/01/06
019500     MOVE RH-REJECTS-WRITTEN TO RDL-REJECTS                       98/01/06
019600     MOVE RH-TRAILER-RESULT  TO RDL-TRAILER                       98/01/06
019700     MOVE RH-END-STATUS      TO RDL-STATUS                        98/01/06
019750     MOVE RH-AS-OF-DATE      TO RDL-AS-OF                         98/03/10
019774     MOVE RH-DECK-ID         TO RDL-DECK-ID                       98/03/24
019800     MOVE RUN-DETAIL-LINE TO HISTORY-REPORT-LINE                  98/01/06
019900     WRITE HISTORY-REPORT-LINE                                    98/01/06
020000     PERFORM TALLY-THE-DAY                                        98/01/06
