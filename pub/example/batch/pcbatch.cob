001500*   RESUMING A CANCELLED ONE, MUST CLEAR THE CHECKPOINT FILE      97/06/15
001600*   FIRST, THE SAME WAY A RESTART STEP IS CONTROLLED ON ANY       97/06/15
001700*   CHECKPOINTED BATCH JOB.                                       97/06/15
001702*   A "T" TRAILER RECORD CARRIES THE EXPECTED COUNT OF DATA       97/09/30
001704*   RECORDS AHEAD OF IT; AT END OF RUN THE COUNT IS RECONCILED    97/09/30
001706*   AGAINST THE RECORDS ACTUALLY PROCESSED AND AN END-OF-RUN      97/09/30
001708*   SUMMARY PAGE - RECORDS READ BY TYPE, ERRORS BY SOURCE AND     97/09/30
001710*   CODE, THE CHECKPOINT POSITION WRITTEN - GOES ON PCBATRPT.     97/09/30
001712*   THE PCBVARMF VARIABLE MASTER, ONE RECORD PER 8-CHARACTER      97/10/14
001714*   NAME, IS LOADED INTO THE CALCPK TABLES AT START-UP AND        97/10/14
001716*   REWRITTEN AT END OF RUN WITH THE NAMES' CURRENT VALUES; A     97/10/14
001718*   DECK RECORD OF TYPE "M" DEFINES A VARIABLE THE SAME WAY AS    97/10/14
001720*   "V" AND MARKS ITS NAME PERSISTENT.                            97/10/14
001722*   AN OPTIONAL PCBATCTL CONTROL FILE WHOSE FIRST RECORD SAYS     97/11/04
001724*   "VALIDATE" MAKES THE RUN VALIDATE-ONLY: THE WHOLE DECK IS     97/11/04
001726*   READ AND EVERY ERROR REPORTED, BUT NO CHECKPOINT, VARIABLE    97/11/04
001728*   MASTER OR REJECT RECORD IS WRITTEN.  ON A REAL RUN EVERY      97/11/04
001730*   FAILING RECORD IS COPIED, IN THE ORIGINAL DECK LAYOUT, TO     97/11/04
001732*   THE PCBATREJ REJECT FILE SO THE FIXED REJECTS CAN BE          97/11/04
001734*   RESUBMITTED AS A SMALL DECK OF THEIR OWN.                     97/11/04
001736*   AN "F" RECORD CARRIES A PICTURE AND AN EXPRESSION TOGETHER:   97/12/09
001738*   THE EXPRESSION IS EVALUATED BY CALCPKR AND THE ANSWER IS      97/12/09
001740*   EDITED THROUGH THAT PICTURE BY PPICT AND PRINTED ON           97/12/09
001742*   PCBATRPT UNDER THE RECORD'S REPORT LINE.                      97/12/09
001744*   EVERY RUN APPENDS ONE RECORD TO THE PCBATHST RUN HISTORY      98/01/06
001746*   AND SETS RETURN-CODE TO A SEVERITY (0 CLEAN, 4 ERRORS,        98/01/06
001748*   8 TRAILER MISMATCH) THE NIGHT SCHEDULE CAN TEST.              98/01/06
001750*   THE VARIABLE MASTER CARRIES A DATED SERIES OF VALUES FOR EACH 98/03/10
001752*   NAME.  COLUMNS 10-17 OF THE PCBATCTL RECORD GIVE THE RUN'S    98/03/10
001754*   AS-OF DATE AS CCYYMMDD, TODAY WHEN LEFT BLANK; EACH NAME      98/03/10
001756*   STARTS THE RUN WITH THE VALUE IN FORCE ON THAT DATE, AND A    98/03/10
001758*   VALUE THE DECK CHANGES IS WRITTEN BACK EFFECTIVE FROM IT.     98/03/10
001760*   EVERY VALUE WRITTEN BACK IS ALSO APPENDED TO THE PCBVMJNL     98/03/10
001762*   CHANGE JOURNAL PCBVARMT KEEPS, WITH THE DECK RECORD THAT      98/03/10
001764*   LAST CHANGED IT.                                              98/03/10
001766*   AN "I" RECORD NAMES A MEMBER OF THE PCBCALIB CALCULATION      98/03/17
001768*   LIBRARY PCBCALMT MAINTAINS; THE MEMBER'S RECORDS ARE RUN IN   98/03/17
001770*   ITS PLACE AS IF THEY STOOD IN THE DECK, AND ARE COUNTED,      98/03/17
001772*   CHECKPOINTED AND REJECTED LIKE ANY OTHER.  PCBATRPT SHOWS THE 98/03/17
001774*   MEMBER AND LINE EACH ONE CAME FROM.  THE TRAILER COUNTS ONLY  98/03/17
001776*   THE RECORDS THAT STAND IN THE DECK ITSELF.                    98/03/17
001778*   AN "H" HEADER RECORD AT THE FRONT OF THE DECK CARRIES A DECK  98/03/24
001780*   ID AND THE DATE THE DECK WAS MADE.  THE ID AND A HASH TOTAL   98/03/24
001782*   OF THE RECORDS PROCESSED GO ON EVERY CHECKPOINT AND ON        98/03/24
001784*   PCBATHST.  A RESTART AGAINST A DECK THAT DOES NOT MATCH THE   98/03/24
001786*   CHECKPOINT IS REFUSED WITH RETURN-CODE 12, AND A REAL RUN OF  98/03/24
001788*   A DECK ID THAT HAS ALREADY ENDED CLEAN IS REFUSED WITH        98/03/24
001790*   RETURN-CODE 16 UNLESS THE PCBATCTL RECORD SAYS "RERUN".  A    98/03/24
001792*   REFUSED RUN PROCESSES NOTHING AND LEAVES PCBATRPT, PCBATREJ   98/03/24
001794*   AND THE CHECKPOINT AS THEY WERE.                              98/03/24
001796*   EVERY RECORD REPORTED ON IS ALSO WRITTEN, IN A FIXED LAYOUT,  98/03/31
001798*   TO THE PCBATRES RESULTS FILE - DECK POSITION, RECORD TYPE,    98/03/31
001800*   DETAIL, RESULT, "F" RECORD OUTPUT AND ERROR CODE - SO THAT    98/03/31
001802*   PCBRSCMP CAN COMPARE THE RESULTS OF TWO RUNS.  IT IS WRITTEN  98/03/31
001804*   ON A VALIDATE-ONLY RUN TOO, AND IS EXTENDED ON A RESTART      98/03/31
001806*   LIKE PCBATRPT.                                                98/03/31
001810                                                                  97/06/15
001900 ENVIRONMENT DIVISION.                                            97/06/15
002000                                                                  97/06/15
003370     SELECT PCB-REJECT       ASSIGN TO "PCBATREJ"                 97/11/04
003380         ORGANIZATION IS LINE SEQUENTIAL                          97/11/04
003390         FILE STATUS IS PCB-REJECT-STATUS.                        97/11/04
003397     SELECT PCB-RUN-HISTORY  ASSIGN TO "PCBATHST"                 98/01/06
003404         ORGANIZATION IS LINE SEQUENTIAL                          98/01/06
003411         FILE STATUS IS PCB-HISTORY-STATUS.                       98/01/06
003418     SELECT PCB-VARIABLE-JOURNAL ASSIGN TO "PCBVMJNL"             98/03/10
003425         ORGANIZATION IS LINE SEQUENTIAL                          98/03/10
003432         FILE STATUS IS PCB-JOURNAL-STATUS.                       98/03/10
003439     SELECT PCB-CALC-LIBRARY ASSIGN TO "PCBCALIB"                 98/03/17
003446         ORGANIZATION IS LINE SEQUENTIAL                          98/03/17
003453         FILE STATUS IS PCB-CALCLIB-STATUS.                       98/03/17
003460     SELECT PCB-RESULTS      ASSIGN TO "PCBATRES"                 98/03/31
003467         ORGANIZATION IS LINE SEQUENTIAL                          98/03/31
003474         FILE STATUS IS PCB-RESULTS-STATUS.                       98/03/31
003481                                                                  97/06/15
003500 DATA DIVISION.                                                   97/06/15
003600                                                                  97/06/15
003700 FILE SECTION.                                                    97/06/15
004550         88  DECK-REC-IS-TRAILER     VALUE "T".                   97/09/30
004560         88  DECK-REC-IS-PERSISTENT  VALUE "M".                   97/10/14
004570         88  DECK-REC-IS-FORMAT      VALUE "F".                   97/12/09
004584         88  DECK-REC-IS-INCLUDE     VALUE "I".                   98/03/17
004592         88  DECK-REC-IS-HEADER      VALUE "H".                   98/03/24
004600     02  DECK-REC-DATA           PIC X(80).                       97/06/15
004700 02  DECK-REC-AS-PICTURE REDEFINES DECK-REC-DATA.                 97/06/15
004800     03  DECK-PICTURE-TEXT       PIC X(50).                       97/06/15
005440 02  DECK-REC-AS-FORMAT REDEFINES DECK-REC-DATA.                  97/12/09
005450     03  DECK-FORMAT-PICTURE     PIC X(30).                       97/12/09
005460     03  DECK-FORMAT-EXPRESSION  PIC X(50).                       97/12/09
005470 02  DECK-REC-AS-INCLUDE REDEFINES DECK-REC-DATA.                 98/03/17
005471     03  DECK-INCLUDE-MEMBER     PIC X(08).                       98/03/17
005472     03  FILLER                  PIC X(72).                       98/03/17
005473 02  DECK-REC-AS-HEADER REDEFINES DECK-REC-DATA.                  98/03/24
005474     03  DECK-HEADER-ID          PIC X(08).                       98/03/24
005475     03  FILLER                  PIC X.                           98/03/24
005476     03  DECK-HEADER-DATE.                                        98/03/24
005477         04  DECK-HEADER-CCYY    PIC X(04).                       98/03/24
005478         04  DECK-HEADER-MM      PIC X(02).                       98/03/24
005479         04  DECK-HEADER-DD      PIC X(02).                       98/03/24
005480     03  FILLER                  PIC X(63).                       98/03/24
005481*THE SAME RECORD SEEN AS BINARY HALFWORDS FOR THE HASH TOTAL.  THE98/03/24
005482*TAIL HALFWORD OVERLAPS THE LAST ONE OF THE TABLE SO THAT THE 81ST98/03/24
005483*BYTE IS COUNTED TOO.                                             98/03/24
005484 01  DECK-HASH-VIEW.                                              98/03/24
005485     02  DECK-HASH-HALF          PIC 9(4)    COMP OCCURS 40 TIMES.98/03/24
005486     02  FILLER                  PIC X.                           98/03/24
005487 01  DECK-HASH-TAIL-VIEW.                                         98/03/24
005488     02  FILLER                  PIC X(79).                       98/03/24
005489     02  DECK-HASH-TAIL          PIC 9(4)    COMP.                98/03/24
005500                                                                  97/06/15
005501*ONE RECORD PER RUN, APPENDED AT END OF RUN, SO THE SCHEDULER     98/01/06
005502*AND THE PCBHSTRP REPORT CAN SEE EVERY RUN WITHOUT DIGGING        98/01/06
005503*THROUGH SAVED LISTINGS.                                          98/01/06
005504 FD  PCB-RUN-HISTORY                                              98/01/06
005505     RECORDING MODE IS F.                                         98/01/06
005506 01  PCB-RUN-HISTORY-REC.                                         98/01/06
005507     02  RH-RUN-DATE             PIC 9(06).                       98/01/06
005508     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005509     02  RH-RUN-TIME             PIC 9(08).                       98/01/06
005510     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005511     02  RH-RUN-MODE             PIC X.                           98/01/06
005512     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005513     02  RH-RESTART-POSN         PIC 9(09).                       98/01/06
005514     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005515     02  RH-P-RECORDS            PIC 9(06).                       98/01/06
005516     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005517     02  RH-V-RECORDS            PIC 9(06).                       98/01/06
005518     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005519     02  RH-M-RECORDS            PIC 9(06).                       98/01/06
005520     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005521     02  RH-E-RECORDS            PIC 9(06).                       98/01/06
005522     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005523     02  RH-F-RECORDS            PIC 9(06).                       98/01/06
005524     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005525     02  RH-T-RECORDS            PIC 9(06).                       98/01/06
005526     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005527     02  RH-U-RECORDS            PIC 9(06).                       98/01/06
005528     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005529     02  RH-ERROR-COUNT          PIC 9(06).                       98/01/06
005530     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005531     02  RH-REJECTS-WRITTEN      PIC 9(06).                       98/01/06
005532     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005533     02  RH-TRAILER-RESULT       PIC X.                           98/01/06
005534     02  FILLER                  PIC X      VALUE SPACE.          98/01/06
005535     02  RH-END-STATUS           PIC X.                           98/01/06
005536     02  FILLER                  PIC X      VALUE SPACE.          98/03/10
005537     02  RH-AS-OF-DATE           PIC 9(08).                       98/03/10
005547     02  FILLER                  PIC X      VALUE SPACE.          98/03/17
005557     02  RH-I-RECORDS            PIC 9(06).                       98/03/17
005558     02  FILLER                  PIC X      VALUE SPACE.          98/03/24
005559     02  RH-H-RECORDS            PIC 9(06).                       98/03/24
005560     02  FILLER                  PIC X      VALUE SPACE.          98/03/24
005561     02  RH-DECK-ID              PIC X(08).                       98/03/24
005562     02  FILLER                  PIC X      VALUE SPACE.          98/03/24
005563     02  RH-DECK-DATE            PIC X(08).                       98/03/24
005564     02  FILLER                  PIC X      VALUE SPACE.          98/03/24
005565     02  RH-HASH-TOTAL           PIC 9(15).                       98/03/24
005572                                                                  98/01/06
005600 FD  PCB-REPORT                                                   97/06/15
005700     RECORDING MODE IS F.                                         97/06/15
006700     02  RL-ERROR-CODE           PIC X(02).                       97/06/15
006800     02  FILLER                  PIC X      VALUE SPACE.          97/06/15
006900     02  RL-ERROR-TEXT           PIC X(30).                       97/06/15
006920     02  FILLER                  PIC X      VALUE SPACE.          98/03/17
006940     02  RL-MEMBER               PIC X(08).                       98/03/17
006960     02  FILLER                  PIC X      VALUE SPACE.          98/03/17
006980     02  RL-MEMBER-LINE          PIC ZZZ9.                        98/03/17
007000                                                                  97/06/15
007005*ONE RECORD PER DECK RECORD REPORTED ON.  PCBRSCMP READS THIS     98/03/31
007010*LAYOUT, SO THE TWO MUST MATCH, FIELD FOR FIELD.                  98/03/31
007015 FD  PCB-RESULTS                                                  98/03/31
007020     RECORDING MODE IS F.                                         98/03/31
007025 01  PCB-RESULT-RECORD.                                           98/03/31
007030     02  RS-POSITION             PIC 9(09).                       98/03/31
007035     02  FILLER                  PIC X.                           98/03/31
007040     02  RS-RECTYPE              PIC X.                           98/03/31
007045     02  FILLER                  PIC X.                           98/03/31
007050     02  RS-DETAIL               PIC X(50).                       98/03/31
007055     02  FILLER                  PIC X.                           98/03/31
007060     02  RS-RESULT               PIC S9(13)V9(5)                  98/03/31
007065                                 SIGN IS LEADING SEPARATE.        98/03/31
007070     02  FILLER                  PIC X.                           98/03/31
007075     02  RS-FORMATTED            PIC X(80).                       98/03/31
007080     02  FILLER                  PIC X.                           98/03/31
007085     02  RS-ERROR-CODE           PIC X(02).                       98/03/31
007090                                                                  98/03/31
007100 FD  PCB-CHECKPOINT                                               97/06/15
007200     RECORDING MODE IS F.                                         97/06/15
007208*THE POSITION IN THE DECK, WITH THE DECK ID AND DATE FROM ITS     98/03/24
007216*HEADER AND THE HASH TOTAL OF THE RECORDS UP TO THAT POSITION.  A 98/03/24
007224*CHECKPOINT WRITTEN BEFORE THE DECK ID WAS KEPT HOLDS THE POSITION98/03/24
007232*ONLY, AND ITS HASH TOTAL IS NOT NUMERIC.                         98/03/24
007240 01  PCB-CHECKPOINT-RECORD.                                       98/03/24
007248     02  CKP-POSITION            PIC 9(09).                       98/03/24
007256     02  FILLER                  PIC X.                           98/03/24
007264     02  CKP-DECK-ID             PIC X(08).                       98/03/24
007272     02  FILLER                  PIC X.                           98/03/24
007280     02  CKP-DECK-DATE           PIC X(08).                       98/03/24
007288     02  FILLER                  PIC X.                           98/03/24
007296     02  CKP-HASH-TOTAL          PIC 9(15).                       98/03/24
007310                                                                  97/10/14
007311*THIS RECORD MUST MATCH, FIELD FOR FIELD, THE VARIABLE MASTER     98/03/10
007312*RECORD PCBVARMT MAINTAINS.  THE SECOND LAYOUT IS THE             98/03/10
007313*ONE-VALUE RECORD THE MASTER HELD BEFORE VALUES WERE DATED; IT IS 98/03/10
007314*ONLY EVER READ.                                                  98/03/10
007315 FD  PCB-VARIABLE-MASTER                                          98/03/10
007316     RECORDING MODE IS F.                                         98/03/10
007317 01  PCB-VARIABLE-MASTER-REC.                                     98/03/10
007318     02  VM-NAME                 PIC X(08).                       98/03/10
007319     02  FILLER                  PIC X.                           98/03/10
007320     02  VM-EFFECTIVE-DATE       PIC 9(08).                       98/03/10
007321     02  FILLER                  PIC X.                           98/03/10
007322     02  VM-VALUE                PIC S9(13)V9(5)                  98/03/10
007323                                 SIGN IS LEADING SEPARATE.        98/03/10
007324 01  PCB-VARIABLE-MASTER-OLD-REC.                                 98/03/10
007325     02  FILLER                  PIC X(09).                       98/03/10
007326     02  VM-OLD-VALUE            PIC S9(13)V9(5)                  98/03/10
007327                                 SIGN IS LEADING SEPARATE.        98/03/10
007328     02  FILLER                  PIC X(09).                       98/03/10
007329                                                                  98/03/10
007330*THIS RECORD MUST MATCH, FIELD FOR FIELD, THE JOURNAL RECORD      98/03/10
007331*PCBVARMT APPENDS.                                                98/03/10
007332 FD  PCB-VARIABLE-JOURNAL                                         98/03/10
007333     RECORDING MODE IS F.                                         98/03/10
007334 01  PCB-VARIABLE-JOURNAL-REC.                                    98/03/10
007335     02  VJ-RUN-DATE             PIC 9(06).                       98/03/10
007336     02  FILLER                  PIC X.                           98/03/10
007337     02  VJ-RUN-TIME             PIC 9(08).                       98/03/10
007338     02  FILLER                  PIC X.                           98/03/10
007339     02  VJ-PROGRAM              PIC X(08).                       98/03/10
007340     02  FILLER                  PIC X.                           98/03/10
007341     02  VJ-ACTION               PIC X(08).                       98/03/10
007342     02  FILLER                  PIC X.                           98/03/10
007343     02  VJ-NAME                 PIC X(08).                       98/03/10
007344     02  FILLER                  PIC X.                           98/03/10
007345     02  VJ-EFFECTIVE-DATE       PIC 9(08).                       98/03/10
007346     02  FILLER                  PIC X.                           98/03/10
007347     02  VJ-OLD-VALUE            PIC S9(13)V9(5)                  98/03/10
007348                                 SIGN IS LEADING SEPARATE.        98/03/10
007349     02  FILLER                  PIC X.                           98/03/10
007350     02  VJ-NEW-VALUE            PIC S9(13)V9(5)                  98/03/10
007351                                 SIGN IS LEADING SEPARATE.        98/03/10
007352     02  FILLER                  PIC X.                           98/03/10
007353     02  VJ-NOTE                 PIC X(20).                       98/03/10
007390                                                                  97/11/04
007400 FD  PCB-RUN-CONTROL                                              97/11/04
007410     RECORDING MODE IS F.                                         97/11/04
007413 01  PCB-RUN-CONTROL-RECORD.                                      98/03/10
007416     02  PCB-CONTROL-REQUEST     PIC X(08).                       98/03/10
007419     02  FILLER                  PIC X(01).                       98/03/10
007422     02  PCB-CONTROL-AS-OF-DATE.                                  98/03/10
007425         03  PCB-CONTROL-AS-OF-CCYY PIC X(04).                    98/03/10
007428         03  PCB-CONTROL-AS-OF-MM   PIC X(02).                    98/03/10
007431         03  PCB-CONTROL-AS-OF-DD   PIC X(02).                    98/03/10
007434     02  PCB-CONTROL-AS-OF-NUMBER REDEFINES PCB-CONTROL-AS-OF-DATE98/03/10
007437                                 PIC 9(08).                       98/03/10
007440     02  FILLER                  PIC X(63).                       98/03/10
007450                                                                  97/11/04
007460 FD  PCB-REJECT                                                   97/11/04
007462     RECORDING MODE IS F.                                         97/11/04
007464 01  PCB-REJECT-RECORD           PIC X(81).                       97/11/04
007466                                                                  97/06/15
007468*THIS RECORD MUST MATCH THE LIBRARY RECORD PCBCALMT MAINTAINS: A  98/03/17
007470*CONTROL LINE AHEAD OF EACH MEMBER, THEN THE MEMBER'S RECORDS.    98/03/17
007472 FD  PCB-CALC-LIBRARY                                             98/03/17
007474     RECORDING MODE IS F.                                         98/03/17
007476 01  PCB-CALC-LIBRARY-REC        PIC X(81).                       98/03/17
007478 01  CALC-LIBRARY-CONTROL-REC REDEFINES PCB-CALC-LIBRARY-REC.     98/03/17
007480     02  CL-CTL-MARK             PIC X(02).                       98/03/17
007482     02  FILLER                  PIC X.                           98/03/17
007484     02  CL-CTL-VERB             PIC X(03).                       98/03/17
007486     02  FILLER                  PIC X.                           98/03/17
007488     02  CL-CTL-KEYWORD          PIC X(05).                       98/03/17
007490     02  CL-CTL-MEMBER           PIC X(08).                       98/03/17
007492     02  FILLER                  PIC X(61).                       98/03/17
007496                                                                  98/03/17
007500 WORKING-STORAGE SECTION.                                         97/06/15
007600                                                                  97/06/15
007700 01  END-OF-DECK-FLAG            PIC X       VALUE "N".           97/06/15
007900                                                                  97/06/15
008000 01  PCB-CHECKPOINT-STATUS       PIC X(02).                       97/06/15
008100     88  PCB-CHECKPOINT-STATUS-OK    VALUE "00".                  97/06/15
008114     88  PCB-CHECKPOINT-NOT-FOUND    VALUE "35".                  97/06/15
008128                                                                  97/10/14
008142 01  PCB-VARMAST-STATUS          PIC X(02).                       97/10/14
008156     88  PCB-VARMAST-STATUS-OK       VALUE "00".                  97/10/14
008170     88  PCB-VARMAST-NOT-FOUND       VALUE "35".                  98/05/05
008184 01  VARMAST-OPEN-FAILED-FLAG    PIC X       VALUE "N".           98/05/05
008204 01  VARMAST-END-FLAG            PIC X       VALUE "N".           97/10/14
008205 01  PCB-JOURNAL-STATUS          PIC X(02).                       98/03/10
008206     88  PCB-JOURNAL-NOT-FOUND       VALUE "35".                  98/03/10
008207                                                                  97/11/04
008208 01  RUN-MODE-HANDLING.                                           97/11/04
008209     02  VALIDATE-ONLY-FLAG      PIC X       VALUE "N".           97/11/04
008210         88  RUN-IS-VALIDATE-ONLY    VALUE "Y".                   97/11/04
008211     02  PCB-CONTROL-STATUS      PIC X(02).                       97/11/04
008212         88  PCB-CONTROL-STATUS-OK   VALUE "00".                  97/11/04
008213     02  REJECT-FILE-OPEN-FLAG   PIC X       VALUE "N".           97/11/04
008214     02  PCB-REJECT-STATUS       PIC X(02).                       97/11/04
008215         88  PCB-REJECT-NOT-FOUND    VALUE "35".                  97/11/04
008216     02  PCB-REJECTS-WRITTEN     PIC S9(9)   COMP VALUE ZERO.     97/11/04
008217                                                                  97/10/14
008218*THE NAMES TO BE WRITTEN BACK TO THE VARIABLE MASTER AT END OF    98/03/10
008219*RUN: EVERY NAME LOADED FROM THE MASTER PLUS EVERY NAME A "M"     98/03/10
008220*DECK RECORD DEFINED.  THE VALUES THEMSELVES LIVE IN THE          98/03/10
008221*CALCPK TABLES, SO AN ASSIGNMENT THAT UPDATES A PERSISTENT        98/03/10
008222*NAME MID-DECK IS WRITTEN BACK WITH ITS LATEST VALUE.  EACH       98/03/10
008223*ENTRY ALSO KEEPS THE VALUE LOADED FOR IT, THE VALUE SEEN AFTER   98/03/10
008224*THE LAST RECORD AND THE TYPE AND POSITION OF THE DECK RECORD     98/03/10
008225*THAT LAST CHANGED IT; ONLY A NAME WHOSE VALUE ENDS THE RUN       98/03/10
008226*DIFFERENT FROM THE ONE LOADED IS WRITTEN BACK.                   98/03/10
008227 01  PERSISTENT-NAME-HANDLING.                                    98/03/10
008228     02  PERSISTENT-NAME-COUNT   PIC S9(4)   COMP VALUE ZERO.     98/03/10
008229     02  PERSISTENT-WRITTEN-COUNT PIC S9(4)  COMP VALUE ZERO.     98/03/10
008230     02  PERSISTENT-NAME-TABLE.                                   98/03/10
008231         03  PERSISTENT-NAME-ENTRY OCCURS 10 TIMES.               98/03/10
008232             04  PERSISTENT-NAME PIC X(08).                       98/03/10
008233             04  PN-LOADED-FLAG  PIC X.                           98/03/10
008234             04  PN-LOADED-VALUE PIC S9(13)V9(5).                 98/03/10
008235             04  PN-LAST-VALUE   PIC S9(13)V9(5).                 98/03/10
008236             04  PN-OLD-VALUE    PIC S9(13)V9(5).                 98/03/10
008237             04  PN-CHANGED-BY   PIC X.                           98/03/10
008238             04  PN-CHANGED-AT   PIC S9(9)   COMP.                98/03/10
008239             04  PN-APPLIED-FLAG PIC X.                           98/03/10
008240     02  PERSIST-NAME-WORK       PIC X(08).                       98/03/10
008241     02  PN-INDEX                PIC S9(4)   COMP.                98/03/10
008242     02  PN-FOUND-FLAG           PIC X.                           98/03/10
008243     02  PN-POSITION-WORK        PIC S9(9)   COMP.                98/03/10
008244     02  VM-LOOKUP-NAME          PIC X(08).                       98/03/10
008245     02  VM-LOOKUP-INDEX         PIC S9(4)   COMP.                98/03/10
008246     02  VM-FOUND-FLAG           PIC X.                           98/03/10
008247                                                                  98/03/10
008248*THE WHOLE DATED SERIES FROM PCBVARMF, IN NAME AND DATE ORDER,    98/03/10
008249*HELD THE SAME WAY PCBVARMT HOLDS IT.  IT IS WRITTEN BACK WHOLE   98/03/10
008250*WHEN THE DECK HAS CHANGED A VALUE; A MASTER TOO BIG TO HOLD IS   98/03/10
008251*NEVER REWRITTEN.                                                 98/03/10
008252 01  VARIABLE-SERIES-HANDLING.                                    98/03/10
008253     02  SERIES-ENTRY-COUNT      PIC S9(4)   COMP VALUE ZERO.     98/03/10
008254     02  SERIES-TABLE.                                            98/03/10
008255         03  SERIES-ENTRY OCCURS 200 TIMES.                       98/03/10
008256             04  SV-ENT-KEY.                                      98/03/10
008257                 05  SV-ENT-NAME PIC X(08).                       98/03/10
008258                 05  SV-ENT-DATE PIC 9(08).                       98/03/10
008259             04  SV-ENT-VALUE    PIC S9(13)V9(5).                 98/03/10
008260     02  SV-INDEX                PIC S9(4)   COMP.                98/03/10
008261     02  SV-FOUND-FLAG           PIC X.                           98/03/10
008262     02  SV-FOUND-INDEX          PIC S9(4)   COMP.                98/03/10
008263     02  SV-PREVIOUS-NAME        PIC X(08).                       98/03/10
008264     02  SV-DATE-WORK            PIC 9(08).                       98/03/10
008265     02  SV-VALUE-WORK           PIC S9(13)V9(5).                 98/03/10
008266     02  SERIES-TOO-BIG-FLAG     PIC X       VALUE "N".           98/03/10
008267     02  SERIES-CHANGE-COUNT     PIC S9(4)   COMP VALUE ZERO.     98/03/10
008268     02  SERIES-DROPPED-COUNT    PIC S9(4)   COMP VALUE ZERO.     98/03/10
008269     02  SORT-INDEX              PIC S9(4)   COMP.                98/03/10
008270     02  SORT-MOVE-INDEX         PIC S9(4)   COMP.                98/03/10
008271     02  SORT-PLACE-FOUND-FLAG   PIC X.                           98/03/10
008272     02  SORT-HELD-ENTRY.                                         98/03/10
008273         03  SORT-HELD-KEY       PIC X(16).                       98/03/10
008274         03  FILLER              PIC X(18).                       98/03/10
008275                                                                  98/03/10
008276*TODAY AS CCYYMMDD; THE SYSTEM DATE CARRIES ONLY TWO DIGITS OF    98/03/10
008277*YEAR, SO 50 AND OVER ARE TAKEN AS 19XX AND THE REST AS 20XX.     98/03/10
008278*THE AS-OF DATE IS TODAY UNLESS PCBATCTL GIVES A VALID ONE.       98/03/10
008279 01  AS-OF-DATE-HANDLING.                                         98/03/10
008280     02  TODAY-DATE.                                              98/03/10
008281         03  TODAY-CENTURY       PIC 9(02).                       98/03/10
008282         03  TODAY-YYMMDD.                                        98/03/10
008283             04  TODAY-YY        PIC 9(02).                       98/03/10
008284             04  FILLER          PIC 9(04).                       98/03/10
008285     02  TODAY-DATE-NUMBER REDEFINES TODAY-DATE PIC 9(08).        98/03/10
008286     02  RUN-TIME-NOW            PIC 9(08).                       98/03/10
008287     02  AS-OF-DATE              PIC 9(08)   VALUE ZERO.          98/03/10
008288     02  AS-OF-INVALID-FLAG      PIC X       VALUE "N".           98/03/10
008289     02  JOURNAL-NOTE-WORK.                                       98/03/10
008290         03  JNW-RECTYPE         PIC X.                           98/03/10
008291         03  FILLER              PIC X(08)   VALUE " RECORD ".    98/03/10
008292         03  JNW-POSITION        PIC 9(09).                       98/03/10
008293                                                                  97/06/15
008294*RUN HISTORY BOOKKEEPING.  TOTAL-ERROR-COUNT COUNTS EVERY         98/01/06
008295*ERROR TALLIED FOR THE SUMMARY; THE END STATUS AND THE            98/01/06
008296*RETURN-CODE SEVERITY COME FROM IT AND FROM THE TRAILER           98/01/06
008297*RECONCILIATION: 0 = CLEAN, 4 = ERRORS REPORTED, 8 = TRAILER      98/01/06
008298*MISMATCH.  TRAILER-RESULT-CODE IS "A" WHEN THE COUNT AGREES,     98/01/06
008299*"M" ON A MISMATCH AND "N" WHEN THE DECK CARRIED NO TRAILER.      98/01/06
008300 01  RUN-HISTORY-HANDLING.                                        98/01/06
008301     02  PCB-HISTORY-STATUS      PIC X(02).                       98/01/06
008302         88  PCB-HISTORY-NOT-FOUND   VALUE "35".                  98/01/06
008303     02  TOTAL-ERROR-COUNT       PIC S9(9)   COMP VALUE ZERO.     98/01/06
008304     02  TRAILER-RESULT-CODE     PIC X       VALUE "N".           98/01/06
008305     02  RUN-SEVERITY            PIC S9(4)   COMP VALUE ZERO.     98/01/06
008306                                                                  98/01/06
008307*STANDARD PAGE HANDLING: A HEADING WITH PROGRAM NAME, RUN         98/01/13
008308*DATE AND TIME AND PAGE NUMBER, THE COLUMN HEADINGS REPEATED      98/01/13
008309*AFTER EVERY BREAK, A FIXED DEPTH OF 60 LINES, AND A FINAL        98/01/13
008310*END-OF-REPORT LINE SO A TORN-OFF PRINTOUT SHOWS ITSELF.          98/01/13
008311*A RESTARTED RUN STARTS ITS OWN PAGE 1; THE RUN DATE AND          98/01/13
008312*TIME IN THE HEADING TELL THE TWO APART.                          98/01/13
008313 01  PAGE-HANDLING.                                               98/01/13
008314     02  PAGE-NUMBER             PIC S9(4)   COMP VALUE ZERO.     98/01/13
008315     02  LINES-ON-PAGE           PIC S9(4)   COMP VALUE ZERO.     98/01/13
008316     02  PAGE-DEPTH              PIC S9(4)   COMP VALUE 60.       98/01/13
008317                                                                  98/01/13
008318 01  PAGE-HEADING-LINE.                                           98/01/13
008319     02  FILLER                  PIC X(10)   VALUE "PCBATCH".     98/01/13
008320     02  FILLER                  PIC X(04)   VALUE "RUN ".        98/01/13
008321     02  PHL-DATE                PIC 9(06).                       98/01/13
008322     02  FILLER                  PIC X(02)   VALUE SPACES.        98/01/13
008323     02  PHL-TIME                PIC 9(08).                       98/01/13
008324     02  FILLER                  PIC X(07)   VALUE "  PAGE ".     98/01/13
008325     02  PHL-PAGE                PIC ZZZ9.                        98/01/13
008326                                                                  98/01/13
008327 01  COLUMN-HEADING-LINE.                                         98/01/13
008328     02  FILLER                  PIC X(02)   VALUE "T".           98/01/13
008329     02  FILLER                  PIC X(07)   VALUE "RECNBR".      98/01/13
008330     02  FILLER                  PIC X(51)   VALUE "DETAIL".      98/01/13
008331     02  FILLER                  PIC X(21)   VALUE                98/02/03
008332         "              RESULT".                                  98/02/03
008333     02  FILLER                  PIC X(03)   VALUE "CD".          98/01/13
008334     02  FILLER                  PIC X(31)   VALUE "ERROR".       98/03/17
008335     02  FILLER                  PIC X(09)   VALUE "MEMBER".      98/03/17
008336     02  FILLER                  PIC X(04)   VALUE "LINE".        98/03/17
008337                                                                  98/01/13
008338 01  PRINT-WORK-LINE             PIC X(128).                      98/03/17
008339                                                                  98/01/13
008340*THE PCBCALIB CALCULATION LIBRARY, LOADED WHOLE AT START-UP: EACH 98/03/17
008341*MEMBER POINTS AT ITS FIRST LINE IN THE LINE TABLE.  A MEMBER     98/03/17
008342*THAT DOES NOT FIT IS DROPPED, SO AN "I" RECORD NAMING IT FAILS   98/03/17
008343*AS IF IT WERE NOT IN THE LIBRARY.  PCBCALMT HOLDS THE LIBRARY IN 98/03/17
008344*TABLES OF THE SAME SIZE.                                         98/03/17
008345 01  CALC-LIBRARY-HANDLING.                                       98/03/17
008346     02  PCB-CALCLIB-STATUS      PIC X(02).                       98/03/17
008347         88  PCB-CALCLIB-STATUS-OK   VALUE "00".                  98/03/17
008348     02  CALCLIB-END-FLAG        PIC X       VALUE "N".           98/03/17
008349     02  CALCLIB-TOO-BIG-FLAG    PIC X       VALUE "N".           98/03/17
008350     02  LIBRARY-MEMBER-COUNT    PIC S9(4)   COMP VALUE ZERO.     98/03/17
008351     02  LIBRARY-MEMBER-TABLE.                                    98/03/17
008352         03  LIBRARY-MEMBER-ENTRY OCCURS 50 TIMES.                98/03/17
008353             04  LM-NAME         PIC X(08).                       98/03/17
008354             04  LM-FIRST-LINE   PIC S9(4)   COMP.                98/03/17
008355             04  LM-LINE-COUNT   PIC S9(4)   COMP.                98/03/17
008356     02  LIBRARY-LINE-COUNT      PIC S9(4)   COMP VALUE ZERO.     98/03/17
008357     02  LIBRARY-LINE-TABLE.                                      98/03/17
008358         03  LIBRARY-LINE        PIC X(81)   OCCURS 1000 TIMES.   98/03/17
008359     02  LM-INDEX                PIC S9(4)   COMP.                98/03/17
008360     02  LM-FOUND-FLAG           PIC X.                           98/03/17
008361     02  LM-FOUND-INDEX          PIC S9(4)   COMP.                98/03/17
008362                                                                  98/03/17
008363*THE MEMBER AN "I" RECORD HAS PULLED IN.  WHILE IT IS ACTIVE THE  98/03/17
008364*NEXT RECORD COMES FROM THE LIBRARY RATHER THAN THE DECK, AND THE 98/03/17
008365*MEMBER NAME AND LINE NUMBER GO ON ITS REPORT LINE; A RECORD FROM 98/03/17
008366*THE DECK ITSELF HAS A SOURCE LINE OF ZERO.  INCLUDED-RECORD-COUNT98/03/17
008367*COUNTS THE MEMBER RECORDS UP TO THE CURRENT POSITION, THOSE      98/03/17
008368*SKIPPED ON A RESTART INCLUDED, SO THE TRAILER CAN BE RECONCILED  98/03/17
008369*AGAINST THE DECK'S OWN RECORDS.                                  98/03/17
008370 01  INCLUDE-HANDLING.                                            98/03/17
008371     02  INCLUDE-ACTIVE-FLAG     PIC X       VALUE "N".           98/03/17
008372     02  INCLUDE-FOUND-FLAG      PIC X       VALUE "N".           98/03/17
008373     02  INCLUDE-MEMBER-NAME     PIC X(08).                       98/03/17
008374     02  INCLUDE-MEMBER-LINES    PIC S9(4)   COMP.                98/03/17
008375     02  INCLUDE-LINE-INDEX      PIC S9(4)   COMP.                98/03/17
008376     02  INCLUDE-LINES-LEFT      PIC S9(4)   COMP.                98/03/17
008377     02  INCLUDE-LINE-NUMBER     PIC S9(4)   COMP.                98/03/17
008378     02  RECORD-SOURCE-MEMBER    PIC X(08)   VALUE SPACES.        98/03/17
008379     02  RECORD-SOURCE-LINE      PIC S9(4)   COMP VALUE ZERO.     98/03/17
008380     02  INCLUDED-RECORD-COUNT   PIC S9(9)   COMP VALUE ZERO.     98/03/17
008381     02  INCLUDED-THIS-RUN       PIC S9(9)   COMP VALUE ZERO.     98/03/17
008390                                                                  98/03/17
008400*RECORD COUNTERS.  PCB-RESTART-COUNT IS THE COUNT SAVED BY A      97/06/15
008500*PRIOR RUN (ZERO ON A FRESH RUN); PCB-RECORDS-READ COUNTS THIS    97/06/15
008600*RUN'S OWN RECORDS FROM THE RESTART POINT FORWARD, SO THE TWO     97/06/15
009300 01  PCB-SINCE-CHECKPOINT        PIC S9(4)   COMP.                97/06/15
009400 01  PCB-CHECKPOINT-INTERVAL     PIC S9(4)   COMP                 97/06/15
009500                                 VALUE 100.                       97/06/15
009503                                                                  98/03/24
009506*THE DECK'S IDENTITY: THE ID AND DATE FROM ITS "H" HEADER RECORD  98/03/24
009509*(SPACES WHEN THE DECK HAS NONE) AND A HASH TOTAL OF EVERY RECORD 98/03/24
009512*READ SO FAR, SKIPPED RECORDS INCLUDED.  SKIPPED-HASH-TOTAL IS THE98/03/24
009515*TOTAL AT THE RESTART POSITION, TO SET AGAINST THE ONE THE        98/03/24
009518*CHECKPOINT SAVED.  DECK-IDENTITY-RESULT IS "A" WHEN THE RUN IS   98/03/24
009521*ACCEPTED, "D" WHEN A RESTART IS REFUSED BECAUSE THE DECK DOES NOT98/03/24
009524*MATCH THE CHECKPOINT AND "R" WHEN A RERUN OF A DECK THAT HAS     98/03/24
009527*ALREADY ENDED CLEAN IS REFUSED.                                  98/03/24
009530 01  DECK-IDENTITY-HANDLING.                                      98/03/24
009533     02  DECK-ID                 PIC X(08)   VALUE SPACES.        98/03/24
009536     02  DECK-CREATED-DATE       PIC X(08)   VALUE SPACES.        98/03/24
009539     02  DECK-HEADER-SEEN-FLAG   PIC X       VALUE "N".           98/03/24
009542     02  DECK-HASH-TOTAL         PIC 9(15)   VALUE ZERO.          98/03/24
009545     02  SKIPPED-HASH-TOTAL      PIC 9(15)   VALUE ZERO.          98/03/24
009548     02  HASHED-RECORD-COUNT     PIC S9(9)   COMP VALUE ZERO.     98/03/24
009551     02  HASH-HALF-INDEX         PIC S9(4)   COMP.                98/03/24
009554     02  CKP-IDENTITY-FLAG       PIC X       VALUE "N".           98/03/24
009557     02  SAVED-CKP-DECK-ID       PIC X(08)   VALUE SPACES.        98/03/24
009560     02  SAVED-CKP-HASH-TOTAL    PIC 9(15)   VALUE ZERO.          98/03/24
009563     02  RERUN-OVERRIDE-FLAG     PIC X       VALUE "N".           98/03/24
009566         88  RUN-IS-RERUN-OVERRIDE   VALUE "Y".                   98/03/24
009569     02  CLEAN-RUN-FOUND-FLAG    PIC X       VALUE "N".           98/03/24
009572     02  CLEAN-RUN-DATE          PIC 9(06)   VALUE ZERO.          98/03/24
009575     02  HISTORY-END-FLAG        PIC X       VALUE "N".           98/03/24
009578     02  REPORT-FILE-OPEN-FLAG   PIC X       VALUE "N".           98/03/24
009581     02  DECK-IDENTITY-RESULT    PIC X       VALUE "A".           98/03/24
009584         88  DECK-IS-ACCEPTED        VALUE "A".                   98/03/24
009586                                                                  98/03/31
009588*THE RESULTS FILE GOES WITH THE REPORT AND IS OPENED WITH IT.     98/03/31
009590 01  RESULTS-FILE-HANDLING.                                       98/03/31
009592     02  PCB-RESULTS-STATUS      PIC X(02).                       98/03/31
009594         88  PCB-RESULTS-NOT-FOUND   VALUE "35".                  98/03/31
009596     02  PCB-RESULTS-WRITTEN     PIC S9(9)  COMP VALUE ZERO.      98/03/31
009600                                                                  97/06/15
009700*PCB-LOCAL-ERROR-RETURN CARRIES ERRORS THAT BELONG TO THIS        97/06/15
009800*DRIVER RATHER THAN TO PPICT OR CALCPKR, SUCH AS A DECK RECORD    97/06/15
010224                                                                  97/09/30
010226*RECORDS READ THIS RUN BY DECK RECORD TYPE; A RESTARTED RUN       97/09/30
010228*COUNTS ONLY THE RECORDS FROM THE RESTART POINT FORWARD.          97/09/30
010229 01  RECORD-TYPE-COUNTS.                                          97/09/30
010230     02  COUNT-OF-P-RECORDS      PIC S9(9)   COMP VALUE ZERO.     97/09/30
010231     02  COUNT-OF-V-RECORDS      PIC S9(9)   COMP VALUE ZERO.     97/09/30
010232     02  COUNT-OF-E-RECORDS      PIC S9(9)   COMP VALUE ZERO.     97/09/30
010233     02  COUNT-OF-T-RECORDS      PIC S9(9)   COMP VALUE ZERO.     97/09/30
010234     02  COUNT-OF-M-RECORDS      PIC S9(9)   COMP VALUE ZERO.     97/10/14
010235     02  COUNT-OF-F-RECORDS      PIC S9(9)   COMP VALUE ZERO.     97/12/09
010236     02  COUNT-OF-UNKNOWN-RECS   PIC S9(9)   COMP VALUE ZERO.     97/09/30
010237     02  COUNT-OF-I-RECORDS      PIC S9(9)   COMP VALUE ZERO.     98/03/17
010239     02  COUNT-OF-H-RECORDS      PIC S9(9)   COMP VALUE ZERO.     98/03/24
010242                                                                  97/09/30
010244*EVERY DISTINCT (SOURCE, ERROR CODE) PAIR SEEN THIS RUN IS        97/09/30
010246*COUNTED HERE FOR THE END-OF-RUN SUMMARY.                         97/09/30
010272             04  ERS-TEXT        PIC X(30).                       97/09/30
010274             04  ERS-COUNT       PIC S9(9)   COMP.                97/09/30
010276                                                                  97/09/30
010277 01  SUMMARY-PRINT-LINES.                                         97/09/30
010278     02  SUMMARY-TEXT-LINE       PIC X(115).                      97/09/30
010279     02  SUMMARY-COUNT-LINE.                                      97/09/30
010280         03  SCL-LABEL           PIC X(34).                       97/09/30
010281         03  SCL-COUNT           PIC ZZZZZZZZ9.                   97/09/30
010282     02  SUMMARY-ERROR-LINE.                                      97/09/30
010283         03  SEL-SOURCE          PIC X(08).                       97/09/30
010284         03  SEL-CODE            PIC X(02).                       97/09/30
010285         03  FILLER              PIC X(02)   VALUE SPACES.        97/09/30
010286         03  SEL-TEXT            PIC X(30).                       97/09/30
010287         03  SEL-COUNT           PIC ZZZZZZZZ9.                   97/09/30
010288     02  TRAILER-DETAIL-LINE.                                     97/09/30
010289         03  FILLER              PIC X(27)                        97/09/30
010290             VALUE "TRAILER - EXPECTED RECORDS ".                 97/09/30
010291         03  TDL-COUNT           PIC ZZZZZ9.                      97/09/30
010292     02  INCLUDE-DETAIL-LINE.                                     98/03/17
010293         03  FILLER              PIC X(08)   VALUE "INCLUDE ".    98/03/17
010294         03  IDL-MEMBER          PIC X(08).                       98/03/17
010295         03  FILLER              PIC X(03)   VALUE " - ".         98/03/17
010296         03  IDL-COUNT           PIC ZZZ9.                        98/03/17
010297         03  FILLER              PIC X(08)   VALUE " RECORDS".    98/03/17
010298     02  HEADER-DETAIL-LINE.                                      98/03/24
010299         03  FILLER              PIC X(05)   VALUE "DECK ".       98/03/24
010300         03  HDL-DECK-ID         PIC X(08).                       98/03/24
010301         03  FILLER              PIC X(09)   VALUE " CREATED ".   98/03/24
010302         03  HDL-DATE            PIC X(08).                       98/03/24
010303     02  HASH-TOTAL-LINE.                                         98/03/24
010304         03  HTL-LABEL           PIC X(34).                       98/03/24
010305         03  HTL-TOTAL           PIC Z(14)9.                      98/03/24
010308                                                                  97/10/28
010310*THE MARKER LINE GOES UNDER A FAILING RECORD'S REPORT LINE: A     97/10/28
010312*CARET IN THE REPORT COLUMN OF THE OFFENDING CHARACTER.  THE      97/10/28
011600     PERFORM READ-CHECKPOINT                                      97/06/15
011700     PERFORM OPEN-THE-FILES                                       97/06/15
011710     PERFORM LOAD-VARIABLE-MASTER                                 97/10/14
011754     PERFORM LOAD-THE-CALC-LIBRARY                                98/03/17
011800     PERFORM SKIP-ALREADY-PROCESSED-RECORDS                       97/06/15
011840     IF NOT END-OF-DECK                                           98/03/24
011880         PERFORM READ-A-RECORD                                    98/03/24
011920     .                                                            98/03/24
011964     PERFORM CHECK-THE-DECK-IDENTITY                              98/03/24
012028     IF DECK-IS-ACCEPTED                                          98/03/24
012092         PERFORM RUN-THE-DECK                                     98/03/24
012156     .                                                            98/03/24
012220     PERFORM WRITE-RUN-HISTORY                                    98/01/06
012300     PERFORM CLOSE-THE-FILES                                      97/06/15
012310     MOVE RUN-SEVERITY TO RETURN-CODE                             98/01/06
012400     STOP RUN                                                     97/06/15
012500     .                                                            97/06/15
012507                                                                  98/03/24
012514*A DECK THAT PASSES ITS IDENTITY CHECKS IS RUN FROM THE RECORD    98/03/24
012521*ALREADY READ TO THE END; A REFUSED ONE GOES NO FURTHER.          98/03/24
012528 RUN-THE-DECK.                                                    98/03/24
012535     PERFORM OPEN-THE-REPORT-FILES                                98/03/24
012542     PERFORM PROCESS-A-RECORD                                     98/03/24
012549         UNTIL END-OF-DECK                                        98/03/24
012556     PERFORM WRITE-CHECKPOINT                                     98/03/24
012563     PERFORM WRITE-VARIABLE-MASTER                                98/03/24
012570     PERFORM WRITE-RUN-SUMMARY                                    98/03/24
012577     PERFORM WRITE-THE-END-OF-REPORT                              98/03/24
012584     .                                                            98/03/24
012600                                                                  97/06/15
012700 OPEN-THE-FILES.                                                  97/06/15
012800     OPEN INPUT  PCB-DECK                                         97/06/15
013400     MOVE SPACE  TO PPICT-CURRENCY-SYMBOL                         97/06/15
013500     MOVE SPACE  TO PPICT-DECIMAL-POINT                           97/06/15
013600     MOVE ZERO   TO PPICT-SOURCE-LENGTH                           97/06/15
014000     MOVE ZERO   TO PCB-SINCE-CHECKPOINT                          97/06/15
014020     ACCEPT PHL-DATE FROM DATE                                    98/01/13
014040     ACCEPT PHL-TIME FROM TIME                                    98/01/13
014044     .                                                            97/06/15
014046                                                                  98/03/24
014048*THE REPORT AND REJECT FILES ARE OPENED ONLY ONCE THE DECK HAS    98/03/24
014050*BEEN ACCEPTED, SO A REFUSED RUN LEAVES THE LAST RUN'S OUTPUT AS  98/03/24
014052*IT WAS.                                                          98/03/24
014054 OPEN-THE-REPORT-FILES.                                           98/03/24
014056     IF PCB-RESTART-COUNT > ZERO                                  98/03/24
014058         OPEN EXTEND PCB-REPORT                                   98/03/24
014060     ELSE                                                         98/03/24
014062         OPEN OUTPUT PCB-REPORT                                   98/03/24
014064     .                                                            98/03/24
014066     MOVE "Y" TO REPORT-FILE-OPEN-FLAG                            98/03/24
014068     PERFORM OPEN-THE-REJECT-FILE                                 98/03/24
014069     PERFORM OPEN-THE-RESULTS-FILE                                98/03/31
014070     .                                                            98/03/24
014072                                                                  98/03/31
014074*THE RESULTS FILE IS EXTENDED ON A RESTART, LIKE THE REPORT.      98/03/31
014076 OPEN-THE-RESULTS-FILE.                                           98/03/31
014078     IF PCB-RESTART-COUNT > ZERO                                  98/03/31
014080         PERFORM OPEN-EXTEND-RESULTS-FILE                         98/03/31
014082     ELSE                                                         98/03/31
014084         OPEN OUTPUT PCB-RESULTS                                  98/03/31
014086     .                                                            98/03/31
014088                                                                  98/03/31
014090 OPEN-EXTEND-RESULTS-FILE.                                        98/03/31
014092     OPEN EXTEND PCB-RESULTS                                      98/03/31
014094     IF PCB-RESULTS-NOT-FOUND                                     98/03/31
014096         OPEN OUTPUT PCB-RESULTS                                  98/03/31
014098     .                                                            98/03/31
014104                                                                  97/11/04
014108*LIKE THE REPORT, THE REJECT FILE EXTENDS ON A RESTARTED RUN SO   97/11/04
014112*EARLIER REJECTS ARE KEPT; A VALIDATE-ONLY RUN NEVER OPENS IT.    97/11/04
014176         OPEN OUTPUT PCB-REJECT                                   97/11/04
014180     .                                                            97/11/04
014184                                                                  97/06/15
014185*THE AS-OF DATE IS TODAY UNLESS THE CONTROL RECORD GIVES ONE, SO A98/03/10
014186*RERUN OF AN OLD DECK CAN PICK UP THE VARIABLE VALUES OF ITS DAY. 98/03/10
014187 READ-RUN-CONTROL.                                                98/03/10
014188     PERFORM GET-TODAYS-DATE                                      98/03/10
014189     MOVE TODAY-DATE-NUMBER TO AS-OF-DATE                         98/03/10
014190     OPEN INPUT PCB-RUN-CONTROL                                   98/03/10
014191     IF PCB-CONTROL-STATUS-OK                                     98/03/10
014192         PERFORM READ-RUN-CONTROL-RECORD                          98/03/10
014193         CLOSE PCB-RUN-CONTROL                                    98/03/10
014194     .                                                            98/03/10
014195                                                                  98/03/10
014196 READ-RUN-CONTROL-RECORD.                                         98/03/10
014197     READ PCB-RUN-CONTROL                                         98/03/10
014198         AT END                                                   98/03/10
014199             MOVE "N" TO VALIDATE-ONLY-FLAG                       98/03/10
014200         NOT AT END                                               98/03/10
014201             PERFORM TAKE-THE-RUN-CONTROL                         98/03/10
014202     .                                                            98/03/10
014203                                                                  98/03/10
014204 TAKE-THE-RUN-CONTROL.                                            98/03/10
014205     IF PCB-CONTROL-REQUEST = "VALIDATE"                          98/03/10
014206         MOVE "Y" TO VALIDATE-ONLY-FLAG                           98/03/10
014207     .                                                            98/03/10
014208     IF PCB-CONTROL-REQUEST = "RERUN"                             98/03/24
014209         MOVE "Y" TO RERUN-OVERRIDE-FLAG                          98/03/24
014210     .                                                            98/03/24
014211     IF PCB-CONTROL-AS-OF-DATE NOT = SPACES                       98/03/10
014212         PERFORM CHECK-THE-AS-OF-DATE                             98/03/10
014213     .                                                            98/03/10
014214                                                                  98/03/10
014215*AN AS-OF DATE THAT IS NOT A DATE IS AN ERROR FOR THE RUN, BUT THE98/03/10
014216*DECK STILL RUNS, AGAINST THE VALUES IN FORCE TODAY.              98/03/10
014217 CHECK-THE-AS-OF-DATE.                                            98/03/10
014218     IF PCB-CONTROL-AS-OF-DATE NOT NUMERIC                        98/03/10
014219     OR PCB-CONTROL-AS-OF-MM < "01"                               98/03/10
014220     OR PCB-CONTROL-AS-OF-MM > "12"                               98/03/10
014221     OR PCB-CONTROL-AS-OF-DD < "01"                               98/03/10
014222     OR PCB-CONTROL-AS-OF-DD > "31"                               98/03/10
014223         MOVE "Y" TO AS-OF-INVALID-FLAG                           98/03/10
014224         ADD 1 TO TOTAL-ERROR-COUNT                               98/03/10
014225         DISPLAY "PCBATCH: INVALID AS-OF DATE - RUN DATE USED"    98/03/10
014226     ELSE                                                         98/03/10
014227         MOVE PCB-CONTROL-AS-OF-NUMBER TO AS-OF-DATE              98/03/10
014228     .                                                            98/03/10
014229                                                                  98/03/10
014230 GET-TODAYS-DATE.                                                 98/03/10
014231     ACCEPT TODAY-YYMMDD FROM DATE                                98/03/10
014232     ACCEPT RUN-TIME-NOW FROM TIME                                98/03/10
014233     IF TODAY-YY < 50                                             98/03/10
014234         MOVE 20 TO TODAY-CENTURY                                 98/03/10
014235     ELSE                                                         98/03/10
014236         MOVE 19 TO TODAY-CENTURY                                 98/03/10
014237     .                                                            98/03/10
014248                                                                  97/11/04
014300****************    CHECKPOINT / RESTART    ***************       97/06/15
014400                                                                  97/06/15
015500         AT END                                                   97/06/15
015600             MOVE ZERO TO PCB-RESTART-COUNT                       97/06/15
015700         NOT AT END                                               97/06/15
015800             PERFORM TAKE-THE-CHECKPOINT                          98/03/24
015900     .                                                            97/06/15
015909                                                                  98/03/24
015918*A CHECKPOINT IN THE OLD LAYOUT GIVES THE POSITION ALONE, AND THE 98/03/24
015927*DECK CANNOT BE CHECKED AGAINST IT.                               98/03/24
015936 TAKE-THE-CHECKPOINT.                                             98/03/24
015945     MOVE CKP-POSITION TO PCB-RESTART-COUNT                       98/03/24
015954     IF CKP-HASH-TOTAL NUMERIC                                    98/03/24
015963         MOVE "Y" TO CKP-IDENTITY-FLAG                            98/03/24
015972         MOVE CKP-DECK-ID    TO SAVED-CKP-DECK-ID                 98/03/24
015981         MOVE CKP-HASH-TOTAL TO SAVED-CKP-HASH-TOTAL              98/03/24
015990     .                                                            98/03/24
016000                                                                  97/06/15
016100*A SKIPPED RECORD IS NOT REPORTED ON AGAIN, BUT SKIPPED 'V',      97/11/11
016200*'M' AND 'E' RECORDS ARE STILL RUN THROUGH CALCPKR SO THE         97/11/11
016800     PERFORM SKIP-ONE-RECORD                                      97/06/15
016900         UNTIL PCB-SKIP-COUNT = PCB-RESTART-COUNT                 97/06/15
017000            OR END-OF-DECK                                        97/06/15
017050     MOVE DECK-HASH-TOTAL TO SKIPPED-HASH-TOTAL                   98/03/24
017100     .                                                            97/06/15
017200                                                                  97/06/15
017224*RECORDS ARE SKIPPED THROUGH READ-A-RECORD, SO THE RECORDS OF AN  98/03/17
017248*INCLUDED MEMBER COUNT TOWARD THE RESTART POSITION EXACTLY AS     98/03/17
017272*THEY DID WHEN THE CHECKPOINT WAS WRITTEN.                        98/03/17
017300 SKIP-ONE-RECORD.                                                 97/06/15
017400     PERFORM READ-A-RECORD                                        98/03/17
017500     IF NOT END-OF-DECK                                           98/03/17
017600         ADD 1 TO PCB-SKIP-COUNT                                  98/03/17
017700         PERFORM REPLAY-RECORD-IF-NEEDED                          98/03/17
017800         MOVE PCB-SKIP-COUNT TO PN-POSITION-WORK                  98/03/17
017900         PERFORM NOTE-PERSISTENT-CHANGES                          98/03/17
018000     .                                                            97/06/15
018100                                                                  97/06/15
018200 REPLAY-RECORD-IF-NEEDED.                                         97/11/11
019060         NEXT SENTENCE                                            97/11/04
019070     ELSE                                                         97/11/04
019100         OPEN OUTPUT PCB-CHECKPOINT                               97/11/04
019132         MOVE SPACES              TO PCB-CHECKPOINT-RECORD        98/03/24
019164         MOVE PCB-TOTAL-PROCESSED TO CKP-POSITION                 98/03/24
019196         MOVE DECK-ID             TO CKP-DECK-ID                  98/03/24
019228         MOVE DECK-CREATED-DATE   TO CKP-DECK-DATE                98/03/24
019260         MOVE DECK-HASH-TOTAL     TO CKP-HASH-TOTAL               98/03/24
019300         WRITE PCB-CHECKPOINT-RECORD                              97/11/04
019400         CLOSE PCB-CHECKPOINT                                     97/11/04
019401     .                                                            97/06/15
019402                                                                  98/03/24
019403****************    DECK IDENTITY    ***************              98/03/24
019404                                                                  98/03/24
019405*THE HASH TOTAL ADDS UP EVERY RECORD READ, DECK AND MEMBER        98/03/24
019406*RECORDS ALIKE, TAKEN AS BINARY HALFWORDS EACH WEIGHTED BY ITS    98/03/24
019407*PLACE IN THE RECORD, SO THAT TWO CHARACTERS CHANGING PLACES STILL98/03/24
019408*CHANGE THE TOTAL.  A RESTART THAT SKIPS TO THE SAME POSITION OF  98/03/24
019409*THE SAME DECK ARRIVES AT THE SAME TOTAL.  THE DECK ID IS TAKEN   98/03/24
019410*FROM AN "H" RECORD ONLY WHEN IT IS THE FIRST RECORD OF THE DECK. 98/03/24
019411 ADD-THE-RECORD-TO-THE-HASH.                                      98/03/24
019412     ADD 1 TO HASHED-RECORD-COUNT                                 98/03/24
019413     MOVE ZERO TO HASH-HALF-INDEX                                 98/03/24
019414     PERFORM ADD-ONE-HALFWORD-TO-THE-HASH                         98/03/24
019415         UNTIL HASH-HALF-INDEX = 40                               98/03/24
019416     COMPUTE DECK-HASH-TOTAL =                                    98/03/24
019417         DECK-HASH-TOTAL + DECK-HASH-TAIL * 41                    98/03/24
019418     IF HASHED-RECORD-COUNT = 1                                   98/03/24
019419        AND DECK-REC-IS-HEADER                                    98/03/24
019420         MOVE "Y" TO DECK-HEADER-SEEN-FLAG                        98/03/24
019421         MOVE DECK-HEADER-ID   TO DECK-ID                         98/03/24
019422         MOVE DECK-HEADER-DATE TO DECK-CREATED-DATE               98/03/24
019423     .                                                            98/03/24
019424                                                                  98/03/24
019425 ADD-ONE-HALFWORD-TO-THE-HASH.                                    98/03/24
019426     ADD 1 TO HASH-HALF-INDEX                                     98/03/24
019427     COMPUTE DECK-HASH-TOTAL = DECK-HASH-TOTAL                    98/03/24
019428         + DECK-HASH-HALF (HASH-HALF-INDEX) * HASH-HALF-INDEX     98/03/24
019429     .                                                            98/03/24
019430                                                                  98/03/24
019431*A REAL RUN IS CHECKED AGAINST THE CHECKPOINT WHEN IT IS A RESTART98/03/24
019432*AND AGAINST THE RUN HISTORY WHEN ITS DECK CARRIES AN ID.  A      98/03/24
019433*VALIDATE-ONLY RUN WRITES NOTHING BACK AND IS NOT CHECKED.        98/03/24
019434 CHECK-THE-DECK-IDENTITY.                                         98/03/24
019435     MOVE "A" TO DECK-IDENTITY-RESULT                             98/03/24
019436     IF RUN-IS-VALIDATE-ONLY                                      98/03/24
019437         NEXT SENTENCE                                            98/03/24
019438     ELSE                                                         98/03/24
019439         PERFORM CHECK-THE-RESTART-POSITION                       98/03/24
019440         PERFORM CHECK-FOR-A-CLEAN-RERUN                          98/03/24
019441     .                                                            98/03/24
019442                                                                  98/03/24
019443*THE RESTART IS REFUSED WHEN THE DECK RUNS OUT SHORT OF THE       98/03/24
019444*CHECKPOINT POSITION, OR WHEN ITS ID OR THE HASH TOTAL OF THE     98/03/24
019445*RECORDS SKIPPED DIFFERS FROM THE ONES THE CHECKPOINT SAVED.      98/03/24
019446 CHECK-THE-RESTART-POSITION.                                      98/03/24
019447     IF PCB-RESTART-COUNT = ZERO                                  98/03/24
019448         NEXT SENTENCE                                            98/03/24
019449     ELSE                                                         98/03/24
019450     IF PCB-SKIP-COUNT < PCB-RESTART-COUNT                        98/03/24
019451         PERFORM REFUSE-THE-RESTART                               98/03/24
019452     ELSE                                                         98/03/24
019453     IF CKP-IDENTITY-FLAG = "N"                                   98/03/24
019454         NEXT SENTENCE                                            98/03/24
019455     ELSE                                                         98/03/24
019456     IF SAVED-CKP-DECK-ID NOT = DECK-ID                           98/03/24
019457     OR SAVED-CKP-HASH-TOTAL NOT = SKIPPED-HASH-TOTAL             98/03/24
019458         PERFORM REFUSE-THE-RESTART                               98/03/24
019459     .                                                            98/03/24
019460                                                                  98/03/24
019461 REFUSE-THE-RESTART.                                              98/03/24
019462     MOVE "D" TO DECK-IDENTITY-RESULT                             98/03/24
019463     DISPLAY "PCBATCH: DECK DOES NOT MATCH PCBATCKP - "           98/03/24
019464             "RESTART REFUSED"                                    98/03/24
019465     .                                                            98/03/24
019466                                                                  98/03/24
019467*A DECK WHOSE ID HAS ALREADY HAD A REAL RUN END CLEAN ON PCBATHST 98/03/24
019468*WOULD UPDATE PCBVARMF A SECOND TIME, SO IT IS REFUSED UNLESS THE 98/03/24
019469*CONTROL RECORD ASKS FOR A RERUN.  A DECK WITHOUT AN ID CANNOT BE 98/03/24
019470*LOOKED FOR.                                                      98/03/24
019471 CHECK-FOR-A-CLEAN-RERUN.                                         98/03/24
019472     IF NOT DECK-IS-ACCEPTED                                      98/03/24
019473     OR DECK-ID = SPACES                                          98/03/24
019474     OR RUN-IS-RERUN-OVERRIDE                                     98/03/24
019475         NEXT SENTENCE                                            98/03/24
019476     ELSE                                                         98/03/24
019477         PERFORM FIND-A-CLEAN-RUN-OF-THE-DECK                     98/03/24
019478         IF CLEAN-RUN-FOUND-FLAG = "Y"                            98/03/24
019479             PERFORM REFUSE-THE-RERUN                             98/03/24
019480     .                                                            98/03/24
019481                                                                  98/03/24
019482 FIND-A-CLEAN-RUN-OF-THE-DECK.                                    98/03/24
019483     MOVE "N" TO CLEAN-RUN-FOUND-FLAG                             98/03/24
019484     OPEN INPUT PCB-RUN-HISTORY                                   98/03/24
019485     IF PCB-HISTORY-NOT-FOUND                                     98/03/24
019486         NEXT SENTENCE                                            98/03/24
019487     ELSE                                                         98/03/24
019488         MOVE "N" TO HISTORY-END-FLAG                             98/03/24
019489         PERFORM CHECK-ONE-HISTORY-RECORD                         98/03/24
019490             UNTIL HISTORY-END-FLAG = "Y"                         98/03/24
019491         CLOSE PCB-RUN-HISTORY                                    98/03/24
019492     .                                                            98/03/24
019493                                                                  98/03/24
019494 CHECK-ONE-HISTORY-RECORD.                                        98/03/24
019495     READ PCB-RUN-HISTORY                                         98/03/24
019496         AT END                                                   98/03/24
019497             MOVE "Y" TO HISTORY-END-FLAG                         98/03/24
019498         NOT AT END                                               98/03/24
019499             PERFORM NOTE-A-CLEAN-RUN-OF-THE-DECK                 98/03/24
019500     .                                                            98/03/24
019501                                                                  98/03/24
019502*A RUN MADE UNDER A RERUN OVERRIDE COUNTS AS A REAL RUN TOO.      98/03/24
019503 NOTE-A-CLEAN-RUN-OF-THE-DECK.                                    98/03/24
019504     IF RH-DECK-ID = DECK-ID                                      98/03/24
019505        AND RH-END-STATUS = "C"                                   98/03/24
019506        AND (RH-RUN-MODE = "N" OR RH-RUN-MODE = "R")              98/03/24
019507         MOVE "Y" TO CLEAN-RUN-FOUND-FLAG                         98/03/24
019508         MOVE RH-RUN-DATE TO CLEAN-RUN-DATE                       98/03/24
019509     .                                                            98/03/24
019510                                                                  98/03/24
019511 REFUSE-THE-RERUN.                                                98/03/24
019512     MOVE "R" TO DECK-IDENTITY-RESULT                             98/03/24
019513     DISPLAY "PCBATCH: DECK " DECK-ID " ENDED CLEAN ON "          98/03/24
019514             CLEAN-RUN-DATE " - RERUN REFUSED"                    98/03/24
019515     .                                                            98/03/24
019516                                                                  97/10/14
019520****************    VARIABLE MASTER    ***************            97/10/14
019530                                                                  97/10/14
019532*EVERY DATED VALUE ON THE MASTER IS HELD, BUT ONLY THE VALUE IN   98/03/10
019534*FORCE ON THE AS-OF DATE GOES INTO THE CALCPK TABLES; A NAME WITH 98/03/10
019536*NOTHING IN FORCE YET IS NOT LOADED.  A MASTER STILL IN THE OLD   98/03/10
019538*ONE-VALUE LAYOUT IS TAKEN AS VALUES IN FORCE FROM THE START,     98/03/10
019539*DATE ZERO.  A MASTER NOT FOUND IS TAKEN AS EMPTY; ANY OTHER OPEN 98/05/05
019540*FAILURE LEAVES THE MASTER ALONE FOR THE REST OF THE RUN.         98/05/05
019542 LOAD-VARIABLE-MASTER.                                            98/03/10
019544     OPEN INPUT PCB-VARIABLE-MASTER                               98/03/10
019546     IF PCB-VARMAST-STATUS-OK                                     98/03/10
019548         MOVE "N" TO VARMAST-END-FLAG                             98/03/10
019550         PERFORM LOAD-ONE-MASTER-VARIABLE                         98/03/10
019552             UNTIL VARMAST-END-FLAG = "Y"                         98/03/10
019554         CLOSE PCB-VARIABLE-MASTER                                98/03/10
019556         PERFORM SORT-THE-SERIES-TABLE                            98/03/10
019558         PERFORM LOAD-THE-VALUES-IN-FORCE                         98/03/10
019559     ELSE                                                         98/05/05
019560     IF PCB-VARMAST-NOT-FOUND                                     98/05/05
019561         NEXT SENTENCE                                            98/05/05
019562     ELSE                                                         98/05/05
019563         MOVE "Y" TO VARMAST-OPEN-FAILED-FLAG                     98/05/05
019564     .                                                            98/03/10
019565                                                                  98/03/10
019566 LOAD-ONE-MASTER-VARIABLE.                                        98/03/10
019567     READ PCB-VARIABLE-MASTER                                     98/03/10
019568         AT END                                                   98/03/10
019570             MOVE "Y" TO VARMAST-END-FLAG                         98/03/10
019572         NOT AT END                                               98/03/10
019574             PERFORM STORE-ONE-MASTER-VARIABLE                    98/03/10
019576     .                                                            98/03/10
019578                                                                  98/03/10
019580 STORE-ONE-MASTER-VARIABLE.                                       98/03/10
019582     IF VM-NAME = SPACES                                          98/03/10
019584         NEXT SENTENCE                                            98/03/10
019586     ELSE                                                         98/03/10
019588     IF VM-EFFECTIVE-DATE NUMERIC                                 98/03/10
019590        AND VM-VALUE NUMERIC                                      98/03/10
019592         MOVE VM-EFFECTIVE-DATE TO SV-DATE-WORK                   98/03/10
019594         MOVE VM-VALUE          TO SV-VALUE-WORK                  98/03/10
019596         PERFORM STORE-ONE-SERIES-VALUE                           98/03/10
019598     ELSE                                                         98/03/10
019600     IF VM-OLD-VALUE NUMERIC                                      98/03/10
019602         MOVE ZERO              TO SV-DATE-WORK                   98/03/10
019604         MOVE VM-OLD-VALUE      TO SV-VALUE-WORK                  98/03/10
019606         PERFORM STORE-ONE-SERIES-VALUE                           98/03/10
019608     .                                                            98/03/10
019610                                                                  98/03/10
019612 STORE-ONE-SERIES-VALUE.                                          98/03/10
019614     IF SERIES-ENTRY-COUNT < 200                                  98/03/10
019616         ADD 1 TO SERIES-ENTRY-COUNT                              98/03/10
019618         MOVE VM-NAME       TO SV-ENT-NAME  (SERIES-ENTRY-COUNT)  98/03/10
019620         MOVE SV-DATE-WORK  TO SV-ENT-DATE  (SERIES-ENTRY-COUNT)  98/03/10
019622         MOVE SV-VALUE-WORK TO SV-ENT-VALUE (SERIES-ENTRY-COUNT)  98/03/10
019624     ELSE                                                         98/03/10
019626         MOVE "Y" TO SERIES-TOO-BIG-FLAG                          98/03/10
019628         DISPLAY "PCBATCH: VARIABLE MASTER ENTRY DROPPED"         98/03/10
019630     .                                                            98/03/10
019632                                                                  98/03/10
019634 LOAD-THE-VALUES-IN-FORCE.                                        98/03/10
019636     MOVE SPACES TO SV-PREVIOUS-NAME                              98/03/10
019638     MOVE ZERO   TO SORT-INDEX                                    98/03/10
019640     PERFORM LOAD-ONE-VALUE-IN-FORCE                              98/03/10
019642         UNTIL SORT-INDEX = SERIES-ENTRY-COUNT                    98/03/10
019644     .                                                            98/03/10
019646                                                                  98/03/10
019648 LOAD-ONE-VALUE-IN-FORCE.                                         98/03/10
019650     ADD 1 TO SORT-INDEX                                          98/03/10
019652     IF SV-ENT-NAME (SORT-INDEX) NOT = SV-PREVIOUS-NAME           98/03/10
019654         MOVE SV-ENT-NAME (SORT-INDEX) TO SV-PREVIOUS-NAME        98/03/10
019656         MOVE SV-ENT-NAME (SORT-INDEX) TO VM-LOOKUP-NAME          98/03/10
019658         MOVE AS-OF-DATE TO SV-DATE-WORK                          98/03/10
019660         PERFORM FIND-THE-VALUE-IN-FORCE                          98/03/10
019662         IF SV-FOUND-FLAG = "Y"                                   98/03/10
019664             MOVE SV-ENT-VALUE (SV-FOUND-INDEX) TO SV-VALUE-WORK  98/03/10
019666             PERFORM STORE-ONE-VALUE-IN-FORCE                     98/03/10
019668     .                                                            98/03/10
019670                                                                  98/03/10
019672 STORE-ONE-VALUE-IN-FORCE.                                        98/03/10
019674     MOVE VM-LOOKUP-NAME TO PERSIST-NAME-WORK                     98/03/10
019676     PERFORM FIND-CALCPK-VARIABLE                                 98/03/10
019678     IF VM-FOUND-FLAG = "Y"                                       98/03/10
019680         MOVE SV-VALUE-WORK TO CALCPK-VARIABLE (VM-LOOKUP-INDEX)  98/03/10
019682         PERFORM MARK-THE-LOADED-NAME                             98/03/10
019684     ELSE                                                         98/03/10
019686     IF CALCPK-VARIABLE-COUNT < 10                                98/03/10
019688         ADD 1 TO CALCPK-VARIABLE-COUNT                           98/03/10
019690         MOVE VM-LOOKUP-NAME TO                                   98/03/10
019692             CALCPK-VAR-NAME (CALCPK-VARIABLE-COUNT)              98/03/10
019694         MOVE SV-VALUE-WORK TO                                    98/03/10
019696             CALCPK-VARIABLE (CALCPK-VARIABLE-COUNT)              98/03/10
019698         PERFORM MARK-THE-LOADED-NAME                             98/03/10
019700     ELSE                                                         98/03/10
019702         DISPLAY "PCBATCH: VARIABLE MASTER ENTRY DROPPED"         98/03/10
019704     .                                                            98/03/10
019706                                                                  98/03/10
019708 MARK-THE-LOADED-NAME.                                            98/03/10
019710     PERFORM MARK-THE-PERSISTENT-NAME                             98/03/10
019712     IF PN-FOUND-FLAG = "Y"                                       98/03/10
019714         MOVE "Y"           TO PN-LOADED-FLAG  (PN-INDEX)         98/03/10
019716         MOVE SV-VALUE-WORK TO PN-LOADED-VALUE (PN-INDEX)         98/03/10
019718         MOVE SV-VALUE-WORK TO PN-LAST-VALUE   (PN-INDEX)         98/03/10
019720     .                                                            98/03/10
019722                                                                  98/03/10
019724*ON RETURN PN-FOUND-FLAG IS "Y" AND PN-INDEX POINTS AT THE NAME'S 98/03/10
019726*ENTRY, WHETHER IT WAS THERE ALREADY OR HAS JUST BEEN ADDED; IT IS98/03/10
019728*"N" ONLY WHEN THE TABLE IS FULL.                                 98/03/10
019730 MARK-THE-PERSISTENT-NAME.                                        98/03/10
019732     MOVE "N"  TO PN-FOUND-FLAG                                   98/03/10
019734     MOVE ZERO TO PN-INDEX                                        98/03/10
019736     PERFORM CHECK-ONE-PERSISTENT-NAME                            98/03/10
019738         UNTIL PN-INDEX = PERSISTENT-NAME-COUNT                   98/03/10
019740            OR PN-FOUND-FLAG = "Y"                                98/03/10
019742     IF PN-FOUND-FLAG = "N"                                       98/03/10
019744        AND PERSISTENT-NAME-COUNT < 10                            98/03/10
019746         ADD 1 TO PERSISTENT-NAME-COUNT                           98/03/10
019748         MOVE PERSISTENT-NAME-COUNT TO PN-INDEX                   98/03/10
019750         MOVE PERSIST-NAME-WORK TO PERSISTENT-NAME (PN-INDEX)     98/03/10
019752         MOVE "N"   TO PN-LOADED-FLAG  (PN-INDEX)                 98/03/10
019754         MOVE ZERO  TO PN-LOADED-VALUE (PN-INDEX)                 98/03/10
019756         MOVE ZERO  TO PN-LAST-VALUE   (PN-INDEX)                 98/03/10
019758         MOVE ZERO  TO PN-OLD-VALUE    (PN-INDEX)                 98/03/10
019760         MOVE SPACE TO PN-CHANGED-BY   (PN-INDEX)                 98/03/10
019762         MOVE ZERO  TO PN-CHANGED-AT   (PN-INDEX)                 98/03/10
019764         MOVE "N"   TO PN-APPLIED-FLAG (PN-INDEX)                 98/03/10
019766         MOVE "Y"   TO PN-FOUND-FLAG                              98/03/10
019768     .                                                            98/03/10
019770                                                                  98/03/10
019772 CHECK-ONE-PERSISTENT-NAME.                                       98/03/10
019774     ADD 1 TO PN-INDEX                                            98/03/10
019776     IF PERSISTENT-NAME (PN-INDEX) = PERSIST-NAME-WORK            98/03/10
019778         MOVE "Y" TO PN-FOUND-FLAG                                98/03/10
019780     .                                                            98/03/10
019782                                                                  98/03/10
019784 FIND-CALCPK-VARIABLE.                                            98/03/10
019786     MOVE "N"  TO VM-FOUND-FLAG                                   98/03/10
019788     MOVE ZERO TO VM-LOOKUP-INDEX                                 98/03/10
019790     PERFORM CHECK-ONE-CALCPK-NAME                                98/03/10
019792         UNTIL VM-LOOKUP-INDEX = CALCPK-VARIABLE-COUNT            98/03/10
019794            OR VM-FOUND-FLAG = "Y"                                98/03/10
019796     .                                                            98/03/10
019798                                                                  98/03/10
019800 CHECK-ONE-CALCPK-NAME.                                           98/03/10
019802     ADD 1 TO VM-LOOKUP-INDEX                                     98/03/10
019804     IF CALCPK-VAR-NAME (VM-LOOKUP-INDEX) = VM-LOOKUP-NAME        98/03/10
019806         MOVE "Y" TO VM-FOUND-FLAG                                98/03/10
019808     .                                                            98/03/10
019810                                                                  98/03/10
019812*THE VALUE IN FORCE ON A DATE IS THE ENTRY WITH THE LATEST        98/03/10
019814*EFFECTIVE DATE NOT AFTER IT; THE TABLE IS IN DATE ORDER WITHIN   98/03/10
019816*NAME, SO THE LAST SUCH ENTRY SEEN IS THE ONE.                    98/03/10
019818 FIND-THE-VALUE-IN-FORCE.                                         98/03/10
019820     MOVE "N"  TO SV-FOUND-FLAG                                   98/03/10
019822     MOVE ZERO TO SV-INDEX                                        98/03/10
019824     PERFORM CHECK-ONE-VALUE-IN-FORCE                             98/03/10
019826         UNTIL SV-INDEX = SERIES-ENTRY-COUNT                      98/03/10
019828     .                                                            98/03/10
019830                                                                  98/03/10
019832 CHECK-ONE-VALUE-IN-FORCE.                                        98/03/10
019834     ADD 1 TO SV-INDEX                                            98/03/10
019836     IF SV-ENT-NAME (SV-INDEX) = VM-LOOKUP-NAME                   98/03/10
019838        AND SV-ENT-DATE (SV-INDEX) NOT > SV-DATE-WORK             98/03/10
019840         MOVE "Y" TO SV-FOUND-FLAG                                98/03/10
019842         MOVE SV-INDEX TO SV-FOUND-INDEX                          98/03/10
019844     .                                                            98/03/10
019846                                                                  98/03/10
019848 FIND-A-DATED-SERIES-ENTRY.                                       98/03/10
019850     MOVE "N"  TO SV-FOUND-FLAG                                   98/03/10
019852     MOVE ZERO TO SV-INDEX                                        98/03/10
019854     PERFORM CHECK-ONE-DATED-SERIES-ENTRY                         98/03/10
019856         UNTIL SV-INDEX = SERIES-ENTRY-COUNT                      98/03/10
019858            OR SV-FOUND-FLAG = "Y"                                98/03/10
019860     .                                                            98/03/10
019862                                                                  98/03/10
019864 CHECK-ONE-DATED-SERIES-ENTRY.                                    98/03/10
019866     ADD 1 TO SV-INDEX                                            98/03/10
019868     IF SV-ENT-NAME (SV-INDEX) = VM-LOOKUP-NAME                   98/03/10
019870        AND SV-ENT-DATE (SV-INDEX) = SV-DATE-WORK                 98/03/10
019872         MOVE "Y" TO SV-FOUND-FLAG                                98/03/10
019874         MOVE SV-INDEX TO SV-FOUND-INDEX                          98/03/10
019876     .                                                            98/03/10
019878                                                                  98/03/10
019880*A STRAIGHT INSERTION SORT ON NAME AND DATE; THE TABLE IS NEVER   98/03/10
019882*MORE THAN 200 ENTRIES.                                           98/03/10
019884 SORT-THE-SERIES-TABLE.                                           98/03/10
019886     MOVE 1 TO SORT-INDEX                                         98/03/10
019888     PERFORM SORT-ONE-SERIES-ENTRY                                98/03/10
019890         UNTIL SORT-INDEX NOT < SERIES-ENTRY-COUNT                98/03/10
019892     .                                                            98/03/10
019894                                                                  98/03/10
019896 SORT-ONE-SERIES-ENTRY.                                           98/03/10
019898     ADD 1 TO SORT-INDEX                                          98/03/10
019900     MOVE SERIES-ENTRY (SORT-INDEX) TO SORT-HELD-ENTRY            98/03/10
019902     MOVE SORT-INDEX TO SORT-MOVE-INDEX                           98/03/10
019904     MOVE "N" TO SORT-PLACE-FOUND-FLAG                            98/03/10
019906     PERFORM MOVE-ONE-SERIES-ENTRY-DOWN                           98/03/10
019908         UNTIL SORT-PLACE-FOUND-FLAG = "Y"                        98/03/10
019910     MOVE SORT-HELD-ENTRY TO SERIES-ENTRY (SORT-MOVE-INDEX)       98/03/10
019912     .                                                            98/03/10
019914                                                                  98/03/10
019916 MOVE-ONE-SERIES-ENTRY-DOWN.                                      98/03/10
019918     IF SORT-MOVE-INDEX = 1                                       98/03/10
019920         MOVE "Y" TO SORT-PLACE-FOUND-FLAG                        98/03/10
019922     ELSE                                                         98/03/10
019924     IF SV-ENT-KEY (SORT-MOVE-INDEX - 1) NOT > SORT-HELD-KEY      98/03/10
019926         MOVE "Y" TO SORT-PLACE-FOUND-FLAG                        98/03/10
019928     ELSE                                                         98/03/10
019930         MOVE SERIES-ENTRY (SORT-MOVE-INDEX - 1)                  98/03/10
019932             TO SERIES-ENTRY (SORT-MOVE-INDEX)                    98/03/10
019934         SUBTRACT 1 FROM SORT-MOVE-INDEX                          98/03/10
019936     .                                                            98/03/10
019938                                                                  98/03/10
019940*A PERSISTENT NAME'S VALUE IS LOOKED AT AFTER EVERY RECORD, SO THE98/03/10
019942*JOURNAL CAN SAY WHICH DECK RECORD LAST CHANGED IT.  A NAME THE   98/03/10
019944*DECK DEFINED IS CHANGED BY THE RECORD THAT DEFINED IT.           98/03/10
019946 NOTE-PERSISTENT-CHANGES.                                         98/03/10
019948     MOVE ZERO TO PN-INDEX                                        98/03/10
019950     PERFORM NOTE-ONE-PERSISTENT-CHANGE                           98/03/10
019952         UNTIL PN-INDEX = PERSISTENT-NAME-COUNT                   98/03/10
019954     .                                                            98/03/10
019956                                                                  98/03/10
019958 NOTE-ONE-PERSISTENT-CHANGE.                                      98/03/10
019960     ADD 1 TO PN-INDEX                                            98/03/10
019962     MOVE PERSISTENT-NAME (PN-INDEX) TO VM-LOOKUP-NAME            98/03/10
019964     PERFORM FIND-CALCPK-VARIABLE                                 98/03/10
019966     IF VM-FOUND-FLAG = "Y"                                       98/03/10
019968         PERFORM NOTE-THE-PERSISTENT-VALUE                        98/03/10
019970     .                                                            98/03/10
019972                                                                  98/03/10
019974 NOTE-THE-PERSISTENT-VALUE.                                       98/03/10
019976     IF PN-LOADED-FLAG (PN-INDEX) = "N"                           98/03/10
019978        AND PN-CHANGED-BY (PN-INDEX) = SPACE                      98/03/10
019980     OR CALCPK-VARIABLE (VM-LOOKUP-INDEX)                         98/03/10
019982            NOT = PN-LAST-VALUE (PN-INDEX)                        98/03/10
019984         MOVE DECK-REC-TYPE    TO PN-CHANGED-BY (PN-INDEX)        98/03/10
019986         MOVE PN-POSITION-WORK TO PN-CHANGED-AT (PN-INDEX)        98/03/10
019988     .                                                            98/03/10
019990     MOVE CALCPK-VARIABLE (VM-LOOKUP-INDEX)                       98/03/10
019992         TO PN-LAST-VALUE (PN-INDEX)                              98/03/10
019994     .                                                            98/03/10
019996                                                                  98/03/10
019998*A NAME WHOSE VALUE ENDS THE RUN DIFFERENT FROM THE ONE LOADED IS 98/03/10
020000*SET ON THE MASTER EFFECTIVE FROM THE AS-OF DATE: THE ENTRY FOR   98/03/10
020002*THAT DATE IS REPLACED IF THERE IS ONE, OTHERWISE ONE IS ADDED.   98/03/10
020003*THE MASTER IS REWRITTEN ONLY WHEN IT COULD BE LOADED WHOLE AND   98/05/05
020004*SOMETHING CHANGED, THE SAME WAY PCBVARMT DOES, AND THE JOURNAL   98/05/05
020005*ONLY ONCE THE MASTER HAS BEEN.                                   98/05/05
020006 WRITE-VARIABLE-MASTER.                                           98/03/10
020007     MOVE ZERO TO PERSISTENT-WRITTEN-COUNT                        98/03/10
020008     IF PERSISTENT-NAME-COUNT > ZERO                              98/05/05
020009        AND VALIDATE-ONLY-FLAG = "N"                              98/05/05
020010        AND VARMAST-OPEN-FAILED-FLAG = "Y"                        98/05/05
020011         ADD 1 TO TOTAL-ERROR-COUNT                               98/05/05
020012         DISPLAY "PCBATCH: VARIABLE MASTER OPEN FAILED - "        98/05/05
020013                 "NOT REWRITTEN"                                  98/05/05
020014     ELSE                                                         98/05/05
020015     IF PERSISTENT-NAME-COUNT > ZERO                              98/03/10
020016        AND VALIDATE-ONLY-FLAG = "N"                              98/03/10
020017        AND SERIES-TOO-BIG-FLAG = "N"                             98/03/10
020018         MOVE ZERO TO PN-INDEX                                    98/03/10
020020         PERFORM APPLY-ONE-PERSISTENT-CHANGE                      98/03/10
020022             UNTIL PN-INDEX = PERSISTENT-NAME-COUNT               98/03/10
020024     .                                                            98/03/10
020026     IF SERIES-CHANGE-COUNT > ZERO                                98/03/10
020028         PERFORM REWRITE-THE-VARIABLE-MASTER                      98/03/10
020032     .                                                            98/03/10
020034                                                                  98/03/10
020036 APPLY-ONE-PERSISTENT-CHANGE.                                     98/03/10
020038     ADD 1 TO PN-INDEX                                            98/03/10
020040     IF PN-CHANGED-BY (PN-INDEX) = SPACE                          98/03/10
020042         NEXT SENTENCE                                            98/03/10
020044     ELSE                                                         98/03/10
020046     IF PN-LOADED-FLAG (PN-INDEX) = "Y"                           98/03/10
020048        AND PN-LAST-VALUE (PN-INDEX) = PN-LOADED-VALUE (PN-INDEX) 98/03/10
020050         NEXT SENTENCE                                            98/03/10
020052     ELSE                                                         98/03/10
020054         PERFORM SET-THE-SERIES-VALUE                             98/03/10
020056     .                                                            98/03/10
020058                                                                  98/03/10
020060 SET-THE-SERIES-VALUE.                                            98/03/10
020062     MOVE PERSISTENT-NAME (PN-INDEX) TO VM-LOOKUP-NAME            98/03/10
020064     MOVE AS-OF-DATE TO SV-DATE-WORK                              98/03/10
020066     PERFORM FIND-A-DATED-SERIES-ENTRY                            98/03/10
020068     IF SV-FOUND-FLAG = "Y"                                       98/03/10
020070         MOVE SV-ENT-VALUE (SV-FOUND-INDEX)                       98/03/10
020072             TO PN-OLD-VALUE (PN-INDEX)                           98/03/10
020074         MOVE PN-LAST-VALUE (PN-INDEX)                            98/03/10
020076             TO SV-ENT-VALUE (SV-FOUND-INDEX)                     98/03/10
020078         PERFORM NOTE-A-SERIES-CHANGE                             98/03/10
020080     ELSE                                                         98/03/10
020082     IF SERIES-ENTRY-COUNT < 200                                  98/03/10
020084         MOVE PN-LOADED-VALUE (PN-INDEX)                          98/03/10
020086             TO PN-OLD-VALUE (PN-INDEX)                           98/03/10
020088         ADD 1 TO SERIES-ENTRY-COUNT                              98/03/10
020090         MOVE VM-LOOKUP-NAME TO SV-ENT-NAME (SERIES-ENTRY-COUNT)  98/03/10
020092         MOVE AS-OF-DATE     TO SV-ENT-DATE (SERIES-ENTRY-COUNT)  98/03/10
020094         MOVE PN-LAST-VALUE (PN-INDEX)                            98/03/10
020096             TO SV-ENT-VALUE (SERIES-ENTRY-COUNT)                 98/03/10
020098         PERFORM NOTE-A-SERIES-CHANGE                             98/03/10
020100     ELSE                                                         98/03/10
020102         ADD 1 TO SERIES-DROPPED-COUNT                            98/03/10
020104         ADD 1 TO TOTAL-ERROR-COUNT                               98/03/10
020106         DISPLAY "PCBATCH: VARIABLE MASTER FULL - VALUE DROPPED"  98/03/10
020108     .                                                            98/03/10
020110                                                                  98/03/10
020112 NOTE-A-SERIES-CHANGE.                                            98/03/10
020114     MOVE "Y" TO PN-APPLIED-FLAG (PN-INDEX)                       98/03/10
020116     ADD 1 TO SERIES-CHANGE-COUNT                                 98/03/10
020118     .                                                            98/03/10
020120                                                                  98/03/10
020122 REWRITE-THE-VARIABLE-MASTER.                                     98/03/10
020124     PERFORM SORT-THE-SERIES-TABLE                                98/03/10
020126     OPEN OUTPUT PCB-VARIABLE-MASTER                              98/03/10
020127     IF PCB-VARMAST-STATUS-OK                                     98/05/05
020128         MOVE ZERO TO SV-INDEX                                    98/05/05
020129         PERFORM WRITE-ONE-MASTER-VARIABLE                        98/05/05
020130             UNTIL SV-INDEX = SERIES-ENTRY-COUNT                  98/05/05
020131         CLOSE PCB-VARIABLE-MASTER                                98/05/05
020132         PERFORM WRITE-THE-VARIABLE-JOURNAL                       98/05/05
020133     ELSE                                                         98/05/05
020134         ADD 1 TO TOTAL-ERROR-COUNT                               98/05/05
020135         DISPLAY "PCBATCH: VARIABLE MASTER OPEN FOR REWRITE "     98/05/05
020136                 "FAILED"                                         98/05/05
020137     .                                                            98/03/10
020138                                                                  98/03/10
020140 WRITE-ONE-MASTER-VARIABLE.                                       98/03/10
020142     ADD 1 TO SV-INDEX                                            98/03/10
020144     MOVE SPACES TO PCB-VARIABLE-MASTER-REC                       98/03/10
020146     MOVE SV-ENT-NAME  (SV-INDEX) TO VM-NAME                      98/03/10
020148     MOVE SV-ENT-DATE  (SV-INDEX) TO VM-EFFECTIVE-DATE            98/03/10
020150     MOVE SV-ENT-VALUE (SV-INDEX) TO VM-VALUE                     98/03/10
020152     WRITE PCB-VARIABLE-MASTER-REC                                98/03/10
020154     ADD 1 TO PERSISTENT-WRITTEN-COUNT                            98/03/10
020156     .                                                            98/03/10
020158                                                                  98/03/10
020160 WRITE-THE-VARIABLE-JOURNAL.                                      98/03/10
020162     OPEN EXTEND PCB-VARIABLE-JOURNAL                             98/03/10
020164     IF PCB-JOURNAL-NOT-FOUND                                     98/03/10
020166         OPEN OUTPUT PCB-VARIABLE-JOURNAL                         98/03/10
020168     .                                                            98/03/10
020170     MOVE ZERO TO PN-INDEX                                        98/03/10
020172     PERFORM WRITE-ONE-JOURNAL-RECORD                             98/03/10
020174         UNTIL PN-INDEX = PERSISTENT-NAME-COUNT                   98/03/10
020176     CLOSE PCB-VARIABLE-JOURNAL                                   98/03/10
020178     .                                                            98/03/10
020180                                                                  98/03/10
020182 WRITE-ONE-JOURNAL-RECORD.                                        98/03/10
020184     ADD 1 TO PN-INDEX                                            98/03/10
020186     IF PN-APPLIED-FLAG (PN-INDEX) = "Y"                          98/03/10
020188         MOVE SPACES TO PCB-VARIABLE-JOURNAL-REC                  98/03/10
020190         MOVE TODAY-YYMMDD               TO VJ-RUN-DATE           98/03/10
020192         MOVE RUN-TIME-NOW               TO VJ-RUN-TIME           98/03/10
020194         MOVE "PCBATCH"                  TO VJ-PROGRAM            98/03/10
020196         MOVE "DECK"                     TO VJ-ACTION             98/03/10
020198         MOVE PERSISTENT-NAME (PN-INDEX) TO VJ-NAME               98/03/10
020200         MOVE AS-OF-DATE                 TO VJ-EFFECTIVE-DATE     98/03/10
020202         MOVE PN-OLD-VALUE  (PN-INDEX)   TO VJ-OLD-VALUE          98/03/10
020204         MOVE PN-LAST-VALUE (PN-INDEX)   TO VJ-NEW-VALUE          98/03/10
020206         MOVE PN-CHANGED-BY (PN-INDEX)   TO JNW-RECTYPE           98/03/10
020208         MOVE PN-CHANGED-AT (PN-INDEX)   TO JNW-POSITION          98/03/10
020210         MOVE JOURNAL-NOTE-WORK          TO VJ-NOTE               98/03/10
020212         WRITE PCB-VARIABLE-JOURNAL-REC                           98/03/10
020214     .                                                            98/03/10
020216                                                                  98/03/17
020218****************    CALCULATION LIBRARY    ***************        98/03/17
020220                                                                  98/03/17
020222*A MISSING LIBRARY IS NOT AN ERROR UNTIL A DECK NAMES A MEMBER.   98/03/17
020224 LOAD-THE-CALC-LIBRARY.                                           98/03/17
020226     OPEN INPUT PCB-CALC-LIBRARY                                  98/03/17
020228     IF PCB-CALCLIB-STATUS-OK                                     98/03/17
020230         PERFORM LOAD-ONE-LIBRARY-RECORD                          98/03/17
020232             UNTIL CALCLIB-END-FLAG = "Y"                         98/03/17
020234         CLOSE PCB-CALC-LIBRARY                                   98/03/17
020236     .                                                            98/03/17
020238                                                                  98/03/17
020240 LOAD-ONE-LIBRARY-RECORD.                                         98/03/17
020242     READ PCB-CALC-LIBRARY                                        98/03/17
020244         AT END                                                   98/03/17
020246             MOVE "Y" TO CALCLIB-END-FLAG                         98/03/17
020248         NOT AT END                                               98/03/17
020250             PERFORM STORE-ONE-LIBRARY-RECORD                     98/03/17
020252     .                                                            98/03/17
020254                                                                  98/03/17
020256*LINES AHEAD OF THE FIRST CONTROL LINE BELONG TO NO MEMBER.  ONCE 98/03/17
020258*THE TABLES ARE FULL THE MEMBER BEING LOADED IS DROPPED WHOLE AND 98/03/17
020260*NOTHING MORE IS LOADED.                                          98/03/17
020262 STORE-ONE-LIBRARY-RECORD.                                        98/03/17
020264     IF CALCLIB-TOO-BIG-FLAG = "Y"                                98/03/17
020266         NEXT SENTENCE                                            98/03/17
020268     ELSE                                                         98/03/17
020270     IF CL-CTL-MARK = "./"                                        98/03/17
020272         PERFORM START-A-LIBRARY-MEMBER                           98/03/17
020274     ELSE                                                         98/03/17
020276     IF LIBRARY-MEMBER-COUNT = ZERO                               98/03/17
020278         NEXT SENTENCE                                            98/03/17
020280     ELSE                                                         98/03/17
020282     IF LIBRARY-LINE-COUNT < 1000                                 98/03/17
020284         ADD 1 TO LIBRARY-LINE-COUNT                              98/03/17
020286         MOVE PCB-CALC-LIBRARY-REC                                98/03/17
020288             TO LIBRARY-LINE (LIBRARY-LINE-COUNT)                 98/03/17
020290         ADD 1 TO LM-LINE-COUNT (LIBRARY-MEMBER-COUNT)            98/03/17
020292     ELSE                                                         98/03/17
020294         SUBTRACT 1 FROM LIBRARY-MEMBER-COUNT                     98/03/17
020296         PERFORM SIGNAL-CALC-LIBRARY-TOO-BIG                      98/03/17
020298     .                                                            98/03/17
020300                                                                  98/03/17
020302 START-A-LIBRARY-MEMBER.                                          98/03/17
020304     IF LIBRARY-MEMBER-COUNT < 50                                 98/03/17
020306         ADD 1 TO LIBRARY-MEMBER-COUNT                            98/03/17
020308         MOVE CL-CTL-MEMBER TO LM-NAME (LIBRARY-MEMBER-COUNT)     98/03/17
020310         COMPUTE LM-FIRST-LINE (LIBRARY-MEMBER-COUNT) =           98/03/17
020312             LIBRARY-LINE-COUNT + 1                               98/03/17
020314         MOVE ZERO TO LM-LINE-COUNT (LIBRARY-MEMBER-COUNT)        98/03/17
020316     ELSE                                                         98/03/17
020318         PERFORM SIGNAL-CALC-LIBRARY-TOO-BIG                      98/03/17
020320     .                                                            98/03/17
020322                                                                  98/03/17
020324 SIGNAL-CALC-LIBRARY-TOO-BIG.                                     98/03/17
020326     MOVE "Y" TO CALCLIB-TOO-BIG-FLAG                             98/03/17
020328     DISPLAY "PCBATCH: CALC LIBRARY TOO BIG - MEMBERS DROPPED"    98/03/17
020330     .                                                            98/03/17
020332                                                                  98/03/17
020334*THE NEXT RECORD OF THE ACTIVE MEMBER TAKES THE PLACE OF A DECK   98/03/17
020336*RECORD; AFTER THE MEMBER'S LAST RECORD THE DECK IS READ AGAIN.   98/03/17
020338 TAKE-AN-INCLUDED-RECORD.                                         98/03/17
020340     MOVE LIBRARY-LINE (INCLUDE-LINE-INDEX) TO PCB-DECK-RECORD    98/03/17
020342     MOVE "N" TO INCLUDE-FOUND-FLAG                               98/03/17
020344     MOVE INCLUDE-MEMBER-NAME TO RECORD-SOURCE-MEMBER             98/03/17
020346     ADD 1 TO INCLUDE-LINE-NUMBER                                 98/03/17
020348     MOVE INCLUDE-LINE-NUMBER TO RECORD-SOURCE-LINE               98/03/17
020350     ADD 1 TO INCLUDE-LINE-INDEX                                  98/03/17
020352     SUBTRACT 1 FROM INCLUDE-LINES-LEFT                           98/03/17
020354     ADD 1 TO INCLUDED-RECORD-COUNT                               98/03/17
020356     IF INCLUDE-LINES-LEFT = ZERO                                 98/03/17
020358         MOVE "N" TO INCLUDE-ACTIVE-FLAG                          98/03/17
020360     .                                                            98/03/17
020362                                                                  98/03/17
020364 READ-A-DECK-RECORD.                                              98/03/17
020366     MOVE SPACES TO RECORD-SOURCE-MEMBER                          98/03/17
020368     MOVE ZERO   TO RECORD-SOURCE-LINE                            98/03/17
020370     READ PCB-DECK                                                98/03/17
020372         AT END                                                   98/03/17
020374             MOVE "Y" TO END-OF-DECK-FLAG                         98/03/17
020376         NOT AT END                                               98/03/17
020378             PERFORM START-AN-INCLUDE-IF-NEEDED                   98/03/17
020380     .                                                            98/03/17
020382                                                                  98/03/17
020384*AN "I" RECORD READ FROM THE DECK LOOKS ITS MEMBER UP AT ONCE, SO 98/03/17
020386*THE MEMBER'S RECORDS FOLLOW IT ON THE NEXT READS; THE "I"        98/03/17
020388*RECORD'S OWN REPORT LINE CARRIES THE ERROR IF THE MEMBER IS NOT  98/03/17
020390*IN THE LIBRARY.                                                  98/03/17
020392 START-AN-INCLUDE-IF-NEEDED.                                      98/03/17
020394     MOVE "N" TO INCLUDE-FOUND-FLAG                               98/03/17
020396     IF DECK-REC-IS-INCLUDE                                       98/03/17
020398         PERFORM FIND-A-LIBRARY-MEMBER                            98/03/17
020400         IF LM-FOUND-FLAG = "Y"                                   98/03/17
020402             PERFORM START-THE-INCLUDE                            98/03/17
020404     .                                                            98/03/17
020406                                                                  98/03/17
020408 START-THE-INCLUDE.                                               98/03/17
020410     MOVE "Y" TO INCLUDE-FOUND-FLAG                               98/03/17
020412     MOVE LM-NAME       (LM-FOUND-INDEX) TO INCLUDE-MEMBER-NAME   98/03/17
020414     MOVE LM-FIRST-LINE (LM-FOUND-INDEX) TO INCLUDE-LINE-INDEX    98/03/17
020416     MOVE LM-LINE-COUNT (LM-FOUND-INDEX) TO INCLUDE-MEMBER-LINES  98/03/17
020418     MOVE LM-LINE-COUNT (LM-FOUND-INDEX) TO INCLUDE-LINES-LEFT    98/03/17
020420     MOVE ZERO TO INCLUDE-LINE-NUMBER                             98/03/17
020422     IF INCLUDE-LINES-LEFT > ZERO                                 98/03/17
020424         MOVE "Y" TO INCLUDE-ACTIVE-FLAG                          98/03/17
020426     .                                                            98/03/17
020428                                                                  98/03/17
020430 FIND-A-LIBRARY-MEMBER.                                           98/03/17
020432     MOVE "N"  TO LM-FOUND-FLAG                                   98/03/17
020434     MOVE ZERO TO LM-INDEX                                        98/03/17
020436     PERFORM CHECK-ONE-LIBRARY-MEMBER                             98/03/17
020438         UNTIL LM-INDEX = LIBRARY-MEMBER-COUNT                    98/03/17
020440            OR LM-FOUND-FLAG = "Y"                                98/03/17
020442     .                                                            98/03/17
020444                                                                  98/03/17
020446 CHECK-ONE-LIBRARY-MEMBER.                                        98/03/17
020448     ADD 1 TO LM-INDEX                                            98/03/17
020450     IF LM-NAME (LM-INDEX) = DECK-INCLUDE-MEMBER                  98/03/17
020452         MOVE "Y" TO LM-FOUND-FLAG                                98/03/17
020454         MOVE LM-INDEX TO LM-FOUND-INDEX                          98/03/17
020456     .                                                            98/03/17
020482                                                                  97/06/15
020484****************    MAIN PROCESSING LOOP    ***************       97/06/15
020486                                                                  97/06/15
020488 READ-A-RECORD.                                                   97/06/15
020489     IF INCLUDE-ACTIVE-FLAG = "Y"                                 98/03/17
020490         PERFORM TAKE-AN-INCLUDED-RECORD                          98/03/17
020491     ELSE                                                         98/03/17
020492         PERFORM READ-A-DECK-RECORD                               98/03/17
020493     .                                                            98/03/17
020494     IF NOT END-OF-DECK                                           98/03/24
020495         PERFORM ADD-THE-RECORD-TO-THE-HASH                       98/03/24
020496     .                                                            98/03/24
020498                                                                  97/06/15
020500 PROCESS-A-RECORD.                                                97/06/15
020600     ADD 1 TO PCB-RECORDS-READ                                    97/06/15
020700     ADD 1 TO PCB-SINCE-CHECKPOINT                                97/06/15
020800     PERFORM PROCESS-BY-RECORD-TYPE                               97/06/15
020824     COMPUTE PN-POSITION-WORK =                                   98/03/10
020848         PCB-RESTART-COUNT + PCB-RECORDS-READ                     98/03/10
020872     PERFORM NOTE-PERSISTENT-CHANGES                              98/03/10
020900     PERFORM BUILD-REPORT-LINE                                    97/06/15
020910     PERFORM TALLY-THE-RECORD                                     97/09/30
020920     PERFORM WRITE-REJECT-IF-FAILED                               97/11/04
022840     ELSE                                                         97/12/09
022850     IF DECK-REC-IS-FORMAT                                        97/12/09
022860         PERFORM PROCESS-FORMAT-RECORD                            97/12/09
022870     ELSE                                                         98/03/17
022880     IF DECK-REC-IS-INCLUDE                                       98/03/17
022890         PERFORM PROCESS-INCLUDE-RECORD                           98/03/17
022892     ELSE                                                         98/03/24
022894     IF DECK-REC-IS-HEADER                                        98/03/24
022896         PERFORM PROCESS-HEADER-RECORD                            98/03/24
022900     ELSE                                                         97/06/15
023000         PERFORM SIGNAL-UNKNOWN-RECORD-TYPE                       97/06/15
023100     .                                                            97/06/15
026560         CALL "PPICT"                                             97/12/09
026564     .                                                            97/12/09
026568                                                                  97/12/09
026569*THE MEMBER ITSELF WAS LOOKED UP WHEN THE RECORD WAS READ.  A     98/03/17
026570*MEMBER MAY NOT INCLUDE ANOTHER.                                  98/03/17
026571 PROCESS-INCLUDE-RECORD.                                          98/03/17
026572     IF RECORD-SOURCE-LINE > ZERO                                 98/03/17
026573         PERFORM SIGNAL-NESTED-INCLUDE                            98/03/17
026574     ELSE                                                         98/03/17
026575     IF INCLUDE-FOUND-FLAG = "N"                                  98/03/17
026576         PERFORM SIGNAL-MEMBER-NOT-IN-LIBRARY                     98/03/17
026577     .                                                            98/03/17
026578                                                                  98/03/17
026579*ONLY THE FIRST RECORD OF THE DECK CAN BE ITS HEADER; THE DECK ID 98/03/24
026580*WAS TAKEN FROM IT WHEN IT WAS READ.  THE ID MAY NOT BE BLANK AND 98/03/24
026581*THE DATE MUST BE A CCYYMMDD DATE.                                98/03/24
026582 PROCESS-HEADER-RECORD.                                           98/03/24
026583     IF HASHED-RECORD-COUNT NOT = 1                               98/03/24
026584         PERFORM SIGNAL-HEADER-NOT-FIRST                          98/03/24
026585     ELSE                                                         98/03/24
026586     IF DECK-HEADER-ID = SPACES                                   98/03/24
026587     OR DECK-HEADER-DATE NOT NUMERIC                              98/03/24
026588     OR DECK-HEADER-MM < "01"                                     98/03/24
026589     OR DECK-HEADER-MM > "12"                                     98/03/24
026590     OR DECK-HEADER-DD < "01"                                     98/03/24
026591     OR DECK-HEADER-DD > "31"                                     98/03/24
026592         PERFORM SIGNAL-INVALID-HEADER                            98/03/24
026593     .                                                            98/03/24
026594                                                                  98/03/24
026600****************    SIGNAL LOCAL ERRORS    ***************        97/06/15
026700                                                                  97/06/15
026800 SIGNAL-VARIABLE-TABLE-FULL.                                      97/06/15
027630     MOVE "92INVALID TRAILER RECORD" TO                           97/09/30
027640         PCB-LOCAL-ERROR-RETURN                                   97/09/30
027650     .                                                            97/09/30
027654                                                                  98/03/17
027658 SIGNAL-MEMBER-NOT-IN-LIBRARY.                                    98/03/17
027662     MOVE "93MEMBER NOT IN CALC LIBRARY" TO                       98/03/17
027666         PCB-LOCAL-ERROR-RETURN                                   98/03/17
027670     .                                                            98/03/17
027674                                                                  98/03/17
027675 SIGNAL-NESTED-INCLUDE.                                           98/03/17
027676     MOVE "94INCLUDE INSIDE A CALC MEMBER" TO                     98/03/17
027677         PCB-LOCAL-ERROR-RETURN                                   98/03/17
027678     .                                                            98/03/17
027679                                                                  98/03/24
027680 SIGNAL-HEADER-NOT-FIRST.                                         98/03/24
027681     MOVE "95HEADER IS NOT THE FIRST RECORD" TO                   98/03/24
027682         PCB-LOCAL-ERROR-RETURN                                   98/03/24
027683     .                                                            98/03/24
027684                                                                  98/03/24
027685 SIGNAL-INVALID-HEADER.                                           98/03/24
027686     MOVE "96INVALID DECK HEADER RECORD" TO                       98/03/24
027687         PCB-LOCAL-ERROR-RETURN                                   98/03/24
027688     .                                                            98/03/24
027700                                                                  97/06/15
027800****************    BUILD THE REPORT LINE    ***************      97/06/15
027900                                                                  97/06/15
029340     ELSE                                                         97/12/09
029350     IF DECK-REC-IS-FORMAT                                        97/12/09
029360         PERFORM BUILD-FORMAT-REPORT-DETAIL                       97/12/09
029370     ELSE                                                         98/03/17
029380     IF DECK-REC-IS-INCLUDE                                       98/03/17
029390         PERFORM BUILD-INCLUDE-REPORT-DETAIL                      98/03/17
029392     ELSE                                                         98/03/24
029394     IF DECK-REC-IS-HEADER                                        98/03/24
029396         PERFORM BUILD-HEADER-REPORT-DETAIL                       98/03/24
029400     ELSE                                                         97/06/15
029500         PERFORM BUILD-UNKNOWN-REPORT-DETAIL                      97/06/15
029600     .                                                            97/06/15
029620     IF RECORD-SOURCE-LINE > ZERO                                 98/03/17
029640         MOVE RECORD-SOURCE-MEMBER TO RL-MEMBER                   98/03/17
029660         MOVE RECORD-SOURCE-LINE   TO RL-MEMBER-LINE              98/03/17
029680     .                                                            98/03/17
029690     PERFORM WRITE-A-RESULT-RECORD                                98/03/31
029700     MOVE PCB-REPORT-LINE TO PRINT-WORK-LINE                      98/01/13
029705     PERFORM WRITE-A-PRINT-LINE                                   98/01/13
029710     PERFORM WRITE-ERROR-MARKER-LINE                              97/10/28
029874         MOVE FORMATTED-RESULT-LINE TO PRINT-WORK-LINE            98/01/13
029877         PERFORM WRITE-A-PRINT-LINE                               98/01/13
029880     .                                                            97/12/09
029881                                                                  98/03/17
029882 BUILD-INCLUDE-REPORT-DETAIL.                                     98/03/17
029883     MOVE DECK-INCLUDE-MEMBER TO IDL-MEMBER                       98/03/17
029884     IF INCLUDE-FOUND-FLAG = "Y"                                  98/03/17
029885         MOVE INCLUDE-MEMBER-LINES TO IDL-COUNT                   98/03/17
029886     ELSE                                                         98/03/17
029887         MOVE ZERO TO IDL-COUNT                                   98/03/17
029888     .                                                            98/03/17
029889     MOVE INCLUDE-DETAIL-LINE TO RL-DETAIL                        98/03/17
029890     MOVE ZERO TO RL-RESULT                                       98/03/17
029891     MOVE PCB-LOCAL-ERROR-CODE TO RL-ERROR-CODE                   98/03/17
029892     MOVE PCB-LOCAL-ERROR-MESG TO RL-ERROR-TEXT                   98/03/17
029893     .                                                            98/03/17
029902                                                                  98/03/24
029911 BUILD-HEADER-REPORT-DETAIL.                                      98/03/24
029920     MOVE DECK-HEADER-ID   TO HDL-DECK-ID                         98/03/24
029929     MOVE DECK-HEADER-DATE TO HDL-DATE                            98/03/24
029938     MOVE HEADER-DETAIL-LINE TO RL-DETAIL                         98/03/24
029947     MOVE ZERO TO RL-RESULT                                       98/03/24
029956     MOVE PCB-LOCAL-ERROR-CODE TO RL-ERROR-CODE                   98/03/24
029965     MOVE PCB-LOCAL-ERROR-MESG TO RL-ERROR-TEXT                   98/03/24
029974     .                                                            98/03/24
029983                                                                  97/06/15
030000 BUILD-PICTURE-REPORT-DETAIL.                                     97/06/15
030100     MOVE DECK-PICTURE-TEXT TO RL-DETAIL                          97/06/15
030200     MOVE ZERO TO RL-RESULT                                       97/06/15
033300     MOVE ZERO TO RL-RESULT                                       97/06/15
033400     MOVE PCB-LOCAL-ERROR-CODE TO RL-ERROR-CODE                   97/06/15
033500     MOVE PCB-LOCAL-ERROR-MESG TO RL-ERROR-TEXT                   97/06/15
033505     .                                                            97/06/15
033510                                                                  98/03/31
033515*THE RESULT IS TAKEN BACK FROM THE REPORT LINE, SO THE RESULTS    98/03/31
033520*FILE ALWAYS AGREES WITH WHAT WAS PRINTED.                        98/03/31
033525 WRITE-A-RESULT-RECORD.                                           98/03/31
033530     MOVE SPACES TO PCB-RESULT-RECORD                             98/03/31
033535     MOVE PCB-TOTAL-PROCESSED TO RS-POSITION                      98/03/31
033540     MOVE DECK-REC-TYPE TO RS-RECTYPE                             98/03/31
033545     MOVE RL-DETAIL TO RS-DETAIL                                  98/03/31
033550     MOVE RL-RESULT TO RS-RESULT                                  98/03/31
033555     MOVE RL-ERROR-CODE TO RS-ERROR-CODE                          98/03/31
033560     IF DECK-REC-IS-FORMAT                                        98/03/31
033565        AND CALCPK-ERROR-CODE = SPACES                            98/03/31
033570        AND (PPICT-ERROR-CODE = SPACES                            98/03/31
033575             OR PPICT-ERROR-CODE = "00")                          98/03/31
033580         MOVE PPICT-EDIT-RESULT TO RS-FORMATTED                   98/03/31
033585     .                                                            98/03/31
033590     WRITE PCB-RESULT-RECORD                                      98/03/31
033595     ADD 1 TO PCB-RESULTS-WRITTEN                                 98/03/31
033600     .                                                            98/03/31
033605                                                                  97/09/30
033610 BUILD-TRAILER-REPORT-DETAIL.                                     97/09/30
033615     MOVE TRAILER-EXPECTED-COUNT TO TDL-COUNT                     97/09/30
033845 TALLY-THE-RECORD.                                                97/09/30
033850     PERFORM TALLY-THE-RECORD-TYPE                                97/09/30
033855     PERFORM TALLY-THE-RECORD-ERRORS                              97/09/30
033856     IF RECORD-SOURCE-LINE > ZERO                                 98/03/17
033857         ADD 1 TO INCLUDED-THIS-RUN                               98/03/17
033860     .                                                            97/09/30
033865                                                                  97/09/30
033868 TALLY-THE-RECORD-TYPE.                                           97/09/30
033871     IF DECK-REC-IS-PICTURE                                       97/09/30
033874         ADD 1 TO COUNT-OF-P-RECORDS                              97/09/30
033877     ELSE                                                         97/09/30
033880     IF DECK-REC-IS-VARIABLE                                      97/09/30
033883         ADD 1 TO COUNT-OF-V-RECORDS                              97/09/30
033886     ELSE                                                         97/09/30
033889     IF DECK-REC-IS-EXPRESSION                                    97/09/30
033892         ADD 1 TO COUNT-OF-E-RECORDS                              97/09/30
033895     ELSE                                                         97/09/30
033898     IF DECK-REC-IS-TRAILER                                       97/09/30
033901         ADD 1 TO COUNT-OF-T-RECORDS                              97/09/30
033904     ELSE                                                         97/10/14
033907     IF DECK-REC-IS-PERSISTENT                                    97/10/14
033910         ADD 1 TO COUNT-OF-M-RECORDS                              97/10/14
033913     ELSE                                                         97/12/09
033916     IF DECK-REC-IS-FORMAT                                        97/12/09
033919         ADD 1 TO COUNT-OF-F-RECORDS                              97/12/09
033922     ELSE                                                         98/03/17
033925     IF DECK-REC-IS-INCLUDE                                       98/03/17
033928         ADD 1 TO COUNT-OF-I-RECORDS                              98/03/17
033932     ELSE                                                         98/03/24
033936     IF DECK-REC-IS-HEADER                                        98/03/24
033940         ADD 1 TO COUNT-OF-H-RECORDS                              98/03/24
033945     ELSE                                                         97/10/14
033950         ADD 1 TO COUNT-OF-UNKNOWN-RECS                           97/10/14
033955     .                                                            97/09/30
034190     IF ERS-SOURCE (ERS-INDEX) = ERS-SOURCE-WORK                  97/09/30
034195        AND ERS-CODE (ERS-INDEX) = ERS-CODE-WORK                  97/09/30
034200         MOVE "Y" TO ERS-FOUND-FLAG                               97/09/30
034203     .                                                            97/09/30
034206                                                                  97/09/30
034209****************    END-OF-RUN SUMMARY    ***************         97/09/30
034212                                                                  97/09/30
034215 WRITE-RUN-SUMMARY.                                               97/09/30
034218     MOVE SPACES TO SUMMARY-TEXT-LINE                             97/09/30
034221     PERFORM WRITE-SUMMARY-LINE                                   97/09/30
034224     MOVE "***** PCBATCH END-OF-RUN SUMMARY *****"                97/09/30
034227         TO SUMMARY-TEXT-LINE                                     97/09/30
034230     PERFORM WRITE-SUMMARY-LINE                                   97/09/30
034233     MOVE SPACES TO SUMMARY-TEXT-LINE                             97/09/30
034236     PERFORM WRITE-SUMMARY-LINE                                   97/09/30
034239     IF RUN-IS-VALIDATE-ONLY                                      97/11/04
034242         MOVE "RUN MODE: VALIDATE ONLY - NOTHING WRITTEN BACK"    97/11/04
034245             TO SUMMARY-TEXT-LINE                                 97/11/04
034248         PERFORM WRITE-SUMMARY-LINE                               97/11/04
034251         MOVE SPACES TO SUMMARY-TEXT-LINE                         97/11/04
034254         PERFORM WRITE-SUMMARY-LINE                               97/11/04
034257     .                                                            97/11/04
034260     MOVE "VARIABLE MASTER AS-OF DATE" TO SCL-LABEL               98/03/10
034263     MOVE AS-OF-DATE TO SCL-COUNT                                 98/03/10
034266     PERFORM WRITE-SUMMARY-COUNT-LINE                             98/03/10
034269     IF AS-OF-INVALID-FLAG = "Y"                                  98/03/10
034272         MOVE "*** INVALID AS-OF DATE - RUN DATE USED ***"        98/03/10
034275             TO SUMMARY-TEXT-LINE                                 98/03/10
034278         PERFORM WRITE-SUMMARY-LINE                               98/03/10
034281     .                                                            98/03/10
034284     MOVE SPACES TO SUMMARY-TEXT-LINE                             98/03/10
034287     PERFORM WRITE-SUMMARY-LINE                                   98/03/10
034289     IF DECK-ID = SPACES                                          98/03/24
034291         MOVE "DECK CARRIES NO HEADER RECORD" TO SUMMARY-TEXT-LINE98/03/24
034293     ELSE                                                         98/03/24
034295         MOVE DECK-ID           TO HDL-DECK-ID                    98/03/24
034297         MOVE DECK-CREATED-DATE TO HDL-DATE                       98/03/24
034299         MOVE HEADER-DETAIL-LINE TO SUMMARY-TEXT-LINE             98/03/24
034301     .                                                            98/03/24
034303     PERFORM WRITE-SUMMARY-LINE                                   98/03/24
034305     MOVE "DECK HASH TOTAL" TO HTL-LABEL                          98/03/24
034307     MOVE DECK-HASH-TOTAL TO HTL-TOTAL                            98/03/24
034309     MOVE HASH-TOTAL-LINE TO SUMMARY-TEXT-LINE                    98/03/24
034311     PERFORM WRITE-SUMMARY-LINE                                   98/03/24
034313     IF RUN-IS-RERUN-OVERRIDE                                     98/03/24
034315         MOVE "*** RERUN OVERRIDE - DECK ID NOT CHECKED ***"      98/03/24
034317             TO SUMMARY-TEXT-LINE                                 98/03/24
034319         PERFORM WRITE-SUMMARY-LINE                               98/03/24
034321     .                                                            98/03/24
034323     MOVE SPACES TO SUMMARY-TEXT-LINE                             98/03/24
034325     PERFORM WRITE-SUMMARY-LINE                                   98/03/24
034327     MOVE "PICTURE (P) RECORDS READ" TO SCL-LABEL                 97/09/30
034329     MOVE COUNT-OF-P-RECORDS TO SCL-COUNT                         97/09/30
034331     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/09/30
034333     MOVE "VARIABLE (V) RECORDS READ" TO SCL-LABEL                97/09/30
034335     MOVE COUNT-OF-V-RECORDS TO SCL-COUNT                         97/09/30
034337     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/09/30
034339     MOVE "PERSISTENT (M) RECORDS READ" TO SCL-LABEL              97/10/14
034341     MOVE COUNT-OF-M-RECORDS TO SCL-COUNT                         97/10/14
034343     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/10/14
034345     MOVE "EXPRESSION (E) RECORDS READ" TO SCL-LABEL              97/09/30
034347     MOVE COUNT-OF-E-RECORDS TO SCL-COUNT                         97/09/30
034349     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/09/30
034351     MOVE "FORMAT (F) RECORDS READ" TO SCL-LABEL                  97/12/09
034353     MOVE COUNT-OF-F-RECORDS TO SCL-COUNT                         97/12/09
034355     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/12/09
034360     MOVE "TRAILER (T) RECORDS READ" TO SCL-LABEL                 97/09/30
034365     MOVE COUNT-OF-T-RECORDS TO SCL-COUNT                         97/09/30
034370     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/09/30
034371     MOVE "INCLUDE (I) RECORDS READ" TO SCL-LABEL                 98/03/17
034372     MOVE COUNT-OF-I-RECORDS TO SCL-COUNT                         98/03/17
034373     PERFORM WRITE-SUMMARY-COUNT-LINE                             98/03/17
034374     MOVE "HEADER (H) RECORDS READ" TO SCL-LABEL                  98/03/24
034375     MOVE COUNT-OF-H-RECORDS TO SCL-COUNT                         98/03/24
034376     PERFORM WRITE-SUMMARY-COUNT-LINE                             98/03/24
034377     MOVE "UNKNOWN-TYPE RECORDS READ" TO SCL-LABEL                97/09/30
034378     MOVE COUNT-OF-UNKNOWN-RECS TO SCL-COUNT                      97/09/30
034379     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/09/30
034386     MOVE "RECORDS READ THIS RUN" TO SCL-LABEL                    97/09/30
034387     MOVE PCB-RECORDS-READ TO SCL-COUNT                           97/09/30
034388     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/09/30
034389     MOVE "RECORDS FROM CALC LIBRARY MEMBERS" TO SCL-LABEL        98/03/17
034390     MOVE INCLUDED-THIS-RUN TO SCL-COUNT                          98/03/17
034391     PERFORM WRITE-SUMMARY-COUNT-LINE                             98/03/17
034392     IF CALCLIB-TOO-BIG-FLAG = "Y"                                98/03/17
034393         MOVE "CALC LIBRARY TOO BIG - MEMBERS DROPPED"            98/03/17
034394             TO SUMMARY-TEXT-LINE                                 98/03/17
034395         PERFORM WRITE-SUMMARY-LINE                               98/03/17
034396     .                                                            98/03/17
034405     MOVE SPACES TO SUMMARY-TEXT-LINE                             97/09/30
034410     PERFORM WRITE-SUMMARY-LINE                                   97/09/30
034415     PERFORM WRITE-TRAILER-RECONCILIATION                         97/09/30
034475         MOVE PCB-TOTAL-PROCESSED TO SCL-COUNT                    97/11/04
034480         PERFORM WRITE-SUMMARY-COUNT-LINE                         97/11/04
034485     .                                                            97/11/04
034486     MOVE "VARIABLE MASTER VALUES CHANGED" TO SCL-LABEL           98/03/10
034487     MOVE SERIES-CHANGE-COUNT TO SCL-COUNT                        98/03/10
034488     PERFORM WRITE-SUMMARY-COUNT-LINE                             98/03/10
034489     MOVE "VARIABLE MASTER RECORDS WRITTEN" TO SCL-LABEL          98/03/10
034490     MOVE PERSISTENT-WRITTEN-COUNT TO SCL-COUNT                   98/03/10
034491     PERFORM WRITE-SUMMARY-COUNT-LINE                             98/03/10
034492     IF SERIES-TOO-BIG-FLAG = "Y"                                 98/03/10
034493         MOVE "VARIABLE MASTER LEFT ALONE - TOO BIG TO HOLD"      98/03/10
034494             TO SUMMARY-TEXT-LINE                                 98/03/10
034495         PERFORM WRITE-SUMMARY-LINE                               98/03/10
034496     .                                                            98/03/10
034497     IF VARMAST-OPEN-FAILED-FLAG = "Y"                            98/05/05
034498         MOVE "VARIABLE MASTER LEFT ALONE - OPEN FAILED AT LOAD"  98/05/05
034499             TO SUMMARY-TEXT-LINE                                 98/05/05
034500         PERFORM WRITE-SUMMARY-LINE                               98/05/05
034501     .                                                            98/05/05
034502     IF SERIES-DROPPED-COUNT > ZERO                               98/03/10
034503         MOVE "VARIABLE MASTER VALUES DROPPED" TO SCL-LABEL       98/03/10
034504         MOVE SERIES-DROPPED-COUNT TO SCL-COUNT                   98/03/10
034505         PERFORM WRITE-SUMMARY-COUNT-LINE                         98/03/10
034506     .                                                            98/03/10
034507     MOVE "REJECT RECORDS WRITTEN" TO SCL-LABEL                   97/11/04
034510     MOVE PCB-REJECTS-WRITTEN TO SCL-COUNT                        97/11/04
034515     PERFORM WRITE-SUMMARY-COUNT-LINE                             97/11/04
034516     MOVE "RESULTS RECORDS WRITTEN" TO SCL-LABEL                  98/03/31
034517     MOVE PCB-RESULTS-WRITTEN TO SCL-COUNT                        98/03/31
034518     PERFORM WRITE-SUMMARY-COUNT-LINE                             98/03/31
034520     .                                                            97/11/04
034525                                                                  97/09/30
034530 WRITE-SUMMARY-LINE.                                              97/09/30
034565     PERFORM WRITE-SUMMARY-LINE                                   97/09/30
034570     .                                                            97/09/30
034575                                                                  97/09/30
034576*THE TRAILER COUNTS THE RECORDS IN THE DECK ITSELF; THE RECORDS   98/03/17
034577*AN INCLUDED MEMBER BROUGHT IN ARE NOT AMONG THEM.                98/03/17
034578*AND NEITHER IS THE DECK HEADER.                                  98/03/24
034580 WRITE-TRAILER-RECONCILIATION.                                    97/09/30
034582     COMPUTE DATA-RECORDS-PROCESSED =                             97/09/30
034584         PCB-TOTAL-PROCESSED - COUNT-OF-T-RECORDS                 97/09/30
034586             - INCLUDED-RECORD-COUNT                              98/03/17
034588     IF DECK-HEADER-SEEN-FLAG = "Y"                               98/03/24
034590         SUBTRACT 1 FROM DATA-RECORDS-PROCESSED                   98/03/24
034592     .                                                            98/03/24
034595     IF TRAILER-SEEN-FLAG = "N"                                   97/09/30
034600         MOVE "NO TRAILER RECORD IN DECK" TO SUMMARY-TEXT-LINE    97/09/30
034605         PERFORM WRITE-SUMMARY-LINE                               97/09/30
034860     MOVE "T" TO PPICT-OPERATION                                  97/08/09
034865     CALL "PPICT"                                                 97/08/09
034870     CLOSE PCB-DECK                                               97/06/15
034872     IF REPORT-FILE-OPEN-FLAG = "Y"                               98/03/24
034874         CLOSE PCB-REPORT                                         98/03/24
034875         CLOSE PCB-RESULTS                                        98/03/31
034876     .                                                            98/03/24
034880     IF REJECT-FILE-OPEN-FLAG = "Y"                               97/11/04
034885         CLOSE PCB-REJECT                                         97/11/04
034890     .                                                            97/11/04
034915*THE SEVERITY THE NIGHT SCHEDULE TESTS: 0 WHEN THE RUN WAS        98/01/06
034920*CLEAN, 4 WHEN ANY ERROR WAS REPORTED, 8 WHEN THE TRAILER         98/01/06
034925*DID NOT RECONCILE.                                               98/01/06
034927*A REFUSED RESTART IS 12 AND A REFUSED RERUN 16.                  98/03/24
034930 DETERMINE-THE-RUN-SEVERITY.                                      98/01/06
034935     MOVE ZERO TO RUN-SEVERITY                                    98/01/06
034940     IF TOTAL-ERROR-COUNT > ZERO                                  98/01/06
034950     .                                                            98/01/06
034955     IF TRAILER-RESULT-CODE = "M"                                 98/01/06
034960         MOVE 8 TO RUN-SEVERITY                                   98/01/06
034961     .                                                            98/01/06
034962     IF DECK-IDENTITY-RESULT = "D"                                98/03/24
034963         MOVE 12 TO RUN-SEVERITY                                  98/03/24
034964     .                                                            98/03/24
034965     IF DECK-IDENTITY-RESULT = "R"                                98/03/24
034966         MOVE 16 TO RUN-SEVERITY                                  98/03/24
034967     .                                                            98/03/24
034968                                                                  98/01/06
034975 WRITE-RUN-HISTORY.                                               98/01/06
034980     PERFORM DETERMINE-THE-RUN-SEVERITY                           98/01/06
034985     PERFORM OPEN-THE-RUN-HISTORY                                 98/01/06
035005     IF RUN-IS-VALIDATE-ONLY                                      98/01/06
035010         MOVE "V" TO RH-RUN-MODE                                  98/01/06
035015     ELSE                                                         98/01/06
035016     IF RUN-IS-RERUN-OVERRIDE                                     98/03/24
035017         MOVE "R" TO RH-RUN-MODE                                  98/03/24
035018     ELSE                                                         98/03/24
035020         MOVE "N" TO RH-RUN-MODE                                  98/01/06
035025     .                                                            98/01/06
035030     MOVE PCB-RESTART-COUNT TO RH-RESTART-POSN                    98/01/06
035070     MOVE TOTAL-ERROR-COUNT TO RH-ERROR-COUNT                     98/01/06
035075     MOVE PCB-REJECTS-WRITTEN TO RH-REJECTS-WRITTEN               98/01/06
035080     MOVE TRAILER-RESULT-CODE TO RH-TRAILER-RESULT                98/01/06
035082     MOVE AS-OF-DATE TO RH-AS-OF-DATE                             98/03/10
035084     MOVE COUNT-OF-I-RECORDS TO RH-I-RECORDS                      98/03/17
035086     MOVE COUNT-OF-H-RECORDS TO RH-H-RECORDS                      98/03/24
035088     MOVE DECK-ID            TO RH-DECK-ID                        98/03/24
035090     MOVE DECK-CREATED-DATE  TO RH-DECK-DATE                      98/03/24
035092     MOVE DECK-HASH-TOTAL    TO RH-HASH-TOTAL                     98/03/24
035094     IF NOT DECK-IS-ACCEPTED                                      98/03/24
035096         MOVE DECK-IDENTITY-RESULT TO RH-END-STATUS               98/03/24
035098     ELSE                                                         98/03/24
035100     IF RUN-SEVERITY = 8                                          98/01/06
035102         MOVE "M" TO RH-END-STATUS                                98/01/06
035104     ELSE                                                         98/01/06
035106     IF RUN-SEVERITY = 4                                          98/01/06
035108         MOVE "E" TO RH-END-STATUS                                98/01/06
035110     ELSE                                                         98/01/06
035112         MOVE "C" TO RH-END-STATUS                                98/01/06
035114     .                                                            98/01/06
035125     WRITE PCB-RUN-HISTORY-REC                                    98/01/06
035130     CLOSE PCB-RUN-HISTORY                                        98/01/06
035135     .                                                            98/01/06
