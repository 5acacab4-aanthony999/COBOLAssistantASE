001200*  PROVIDER-LEVEL SUBTOTALS.  ONLY PRICED RECORDS CARRYING A      *
001300*  PAYMENT (OR A NET ADJUSTMENT) PARTICIPATE; THE GL NEVER SEES   *
001400*  THE REST.                                                      *
001410*  EVERY RECONCILIATION OUTCOME IS ALSO APPENDED TO THE CLMJRNL   *     25
001420*  CLAIM LIFECYCLE JOURNAL AS A GL-POST EVENT.                    *     25
001500*----------------------------------------------------------------*00150000
001600                                                                  00160000
001700 DATE-COMPILED.                                                   00170000
003200         FILE STATUS IS REC-STAT.                                 00320000
003210     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD                   95
003220         FILE STATUS IS MDC-STAT.                                       95
003230     SELECT CLMJRNL   ASSIGN TO UT-S-CLMJRNL                            25
003240         FILE STATUS IS JRN-STAT.                                       25
003300                                                                  00330000
003400 DATA DIVISION.                                                   00340000
003500 FILE SECTION.                                                    00350000
003600 FD  OUTFILE                                                      00360000
003700     LABEL RECORDS ARE STANDARD                                   00370000
003800     RECORDING MODE IS V                                                31
003810     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
003900     BLOCK CONTAINS 0 RECORDS.                                    00390000
004000 01  OUT-REC                     PIC X(1000).                           31
004100                                                                  00410000
004200 FD  GLCONF                                                       00420000
004300     LABEL RECORDS ARE STANDARD                                   00430000
005860 01  MODECARD-REC.                                                      95
005870     05  MDC-RUN-MODE           PIC X(01).                              95
005880     05  FILLER                 PIC X(79).                              95
005882                                                                        25
005884 FD  CLMJRNL                                                            25
005886     RECORDING MODE IS F                                                25
005888     BLOCK CONTAINS 0 RECORDS                                           25
005890     LABEL RECORDS ARE STANDARD.                                        25
005892 01  CLMJRNL-REC                PIC X(120).                             25
005900                                                                  00590000
006000 WORKING-STORAGE SECTION.                                         00600000
006100 01  FILLER                      PIC X(40)  VALUE                 00610000
008320     05  MDC-STAT1               PIC X.                                 95
008330     05  MDC-STAT2               PIC X.                                 95
008340 01  OWN-RUN-MODE                PIC X(01)  VALUE 'P'.                  95
008343 01  JRN-STAT.                                                          25
008346     05  JRN-STAT1               PIC X.                                 25
008349     05  JRN-STAT2               PIC X.                                 25
008352 01  CLMJRNL-CTR                 PIC 9(09)  VALUE 0.                    25
008355 01  JRN-EVENT.                                                         25
008358     05  JRN-DCN                 PIC X(08).                             25
008361     05  JRN-CLAIM-KEY.                                                 25
008364         10  JRN-NPI             PIC X(10).                             25
008367         10  JRN-HIC             PIC X(12).                             25
008370         10  JRN-FROM-DATE       PIC X(08).                             25
008373     05  JRN-EVENT-DATE          PIC X(08).                             25
008376     05  JRN-EVENT-TIME          PIC X(08).                             25
008379     05  JRN-PROGRAM             PIC X(08).                             25
008382     05  JRN-STEP                PIC X(10).                             25
008385     05  JRN-OUTCOME             PIC X(24).                             25
008388     05  JRN-RTC                 PIC X(02).                             25
008391     05  JRN-AMOUNT              PIC S9(09)V9(02).                      25
008394     05  JRN-RUN-MODE            PIC X(01).                             25
008397     05  FILLER                  PIC X(10).                             25
008400                                                                  00840000
008500*----------------------------------------------------------------*00850000
008600*  PRICED-PAYMENT TABLE - ONE ENTRY PER OUTFILE RECORD CARRYING   *
009200         10  PRC-NPI             PIC X(10).                       00920000
009300         10  PRC-HIC             PIC X(12).                       00930000
009400         10  PRC-FROM-DATE       PIC X(08).                       00940000
009410         10  PRC-DCN             PIC X(08).                             25
009500         10  PRC-PROV-NO         PIC X(06).                       00950000
009600         10  PRC-AMOUNT          PIC S9(07)V9(02).                00960000
009700         10  PRC-MATCHED         PIC X(01).                       00970000
013060     05  FILLER                  PIC X(25).                           97
013070*        'I' = INFORMATIONAL NO-PAY BILL - THE GL NEVER SEES IT        97
013080     05  HHA-CLAIM-CLASS         PIC X(01).                           97
013100     05  HHA-DCN                 PIC X(08).                             25
013105     05  FILLER                  PIC X(08).                             25
013110*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM                 31
013120*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ               31
013130     05  HHA-V3-EXTENSION.                                              31
013140         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).                    31
013150         10  HHA-BILLED-PROV-NO     PIC X(06).                          31
013160         10  HHA-SUBMIT-MEDIA       PIC X(01).                          31
013170         10  HHA-LIFT-DATE          PIC X(08).                          31
013180         10  FILLER                 PIC X(326).                         31
013200                                                                  01320000
013300*----------------------------------------------------------------*01330000
013400*  RECONCILIATION REPORT COMPONENTS                               *
018900     OPEN INPUT  OUTFILE                                          01890000
019000                 GLCONF                                           01900000
019100          OUTPUT RECRPT.                                          01910000
019110*    THE LIFECYCLE JOURNAL ACCUMULATES ACROSS RUNS - CREATED ON         25
019120*    FIRST USE                                                          25
019130     OPEN EXTEND CLMJRNL.                                               25
019140     IF JRN-STAT1 NOT = '0'                                             25
019150         OPEN OUTPUT CLMJRNL.                                           25
019200                                                                  01920000
019300     PERFORM 1000-READ-OUTFILE THRU 1000-EXIT                     01930000
019400             UNTIL EOF-OUT = 1.                                   01940000
020000     PERFORM 4000-PROVIDER-SUBTOTALS THRU 4000-EXIT.              02000000
020100                                                                  02010000
020200     CLOSE OUTFILE GLCONF RECRPT.                                 02020000
020210     CLOSE CLMJRNL.                                                     25
020300                                                                  02030000
020400     DISPLAY '-- PROGRAM HHREC213  VERSION  ===> ' HHREC-VERSION. 02040000
020500     DISPLAY '-- PRICED PAYMENTS LOADED     ===> ' PRC-NEXT.      02050000
020900     DISPLAY '-- POSTED, NEVER PRICED       ===> '                02090000
021000             NEVER-PRICED-CTR.                                    02100000
021100     DISPLAY '-- AMOUNT MISMATCHES          ===> ' MISMATCH-CTR.  02110000
021110     DISPLAY '-- JOURNAL EVENTS WRITTEN     ===> ' CLMJRNL-CTR.         25
021200                                                                  02120000
021300     STOP RUN.                                                    02130000
021400                                                                  02140000
023500         GO TO 1000-EXIT.                                         02350000
023600                                                                  02360000
023700     ADD 1 TO OUTFILE-CTR.                                        02370000
023710     PERFORM 1000A-LIFT-VERSION-2 THRU 1000A-EXIT.                      31
023800                                                                  02380000
023900     IF HHA-TOTAL-PAYMENT = 0 AND HHA-NET-ADJ-AMT = 0             02390000
024000         GO TO 1000-EXIT.                                         02400000
024500         MOVE HHA-NPI            TO PRC-NPI       (PX1)           02450000
024600         MOVE HHA-HIC            TO PRC-HIC       (PX1)           02460000
024700         MOVE HHA-SERV-FROM-DATE TO PRC-FROM-DATE (PX1)           02470000
024710         MOVE HHA-DCN            TO PRC-DCN       (PX1)                 25
024800         MOVE HHA-PROV-NO        TO PRC-PROV-NO   (PX1)           02480000
024810*        A CANCEL OR ADJUSTMENT POSTS ITS NET DIFFERENCE          02481000
024820*        DOWNSTREAM, SO THAT IS THE AMOUNT THE GL CONFIRMS        02482000
024840             MOVE HHA-NET-ADJ-AMT TO PRC-AMOUNT (PX1)             02484000
024850         ELSE                                                     02485000
024860         IF HHA-SEQUESTRATION-AMT > 0                                 86
024870             MOVE HHA-SEQ-PAYABLE-AMT TO PRC-AMOUNT (PX1)               31
024885         ELSE                                                        86
024900             MOVE HHA-TOTAL-PAYMENT TO PRC-AMOUNT (PX1)           02490000
024905         END-IF                                                       86
025200         DISPLAY '** PRICED TABLE FULL - RECORD DROPPED'.         02520000
025300                                                                  02530000
025400 1000-EXIT.  EXIT.                                                02540000
025405                                                                        31
025410*================================================================*      31
025415*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *      31
025420*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *      31
025425*================================================================*      31
025430 1000A-LIFT-VERSION-2.                                                  31
025435     IF HHA-OUT-DATA (563:1) = '3'                                      31
025440         GO TO 1000A-EXIT.                                              31
025445     MOVE SPACES            TO HHA-V3-EXTENSION.                        31
025450     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.                      31
025475     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.                     31
025480     IF HHA-SEQUESTRATION-AMT NUMERIC                                   31
025485        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT               31
025490         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.       31
025495 1000A-EXIT.  EXIT.                                                     31
025500                                                                  02550000
025600*================================================================*02560000
025700*    MATCH EACH CONFIRMATION AGAINST THE PRICED TABLE             *
028500     MOVE GLC-POSTED-AMT TO REC-POSTED-AMT.                       02850000
028600     MOVE 'POSTED NOT PRICED ' TO REC-BUCKET.                     02860000
028700     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.                    02870000
028710     MOVE SPACES         TO JRN-EVENT.                                  25
028720     MOVE GLC-NPI        TO JRN-NPI.                                    25
028730     MOVE GLC-HIC        TO JRN-HIC.                                    25
028740     MOVE GLC-FROM-DATE  TO JRN-FROM-DATE.                              25
028750     MOVE 'POSTED NOT PRICED' TO JRN-OUTCOME.                           25
028760     MOVE GLC-POSTED-AMT TO JRN-AMOUNT.                                 25
028770     PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.                         25
028800                                                                  02880000
028900     MOVE SPACES         TO WK-PROV.                              02890000
029000     MOVE 2              TO WK-BUCKET.                            02900000
029400                                                                  02940000
029500 2200-MATCH-AMOUNT.                                               02950000
029600     MOVE 'Y' TO PRC-MATCHED (PX1).                               02960000
029610     PERFORM 2300-JOURNAL-KEY THRU 2300-EXIT.                           25
029620     MOVE GLC-POSTED-AMT     TO JRN-AMOUNT.                             25
029700                                                                  02970000
029800     IF GLC-POSTED-AMT = PRC-AMOUNT (PX1)                         02980000
029810         MOVE 'POSTED'       TO JRN-OUTCOME                             25
029820         PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT                      25
029900         GO TO 2200-EXIT.                                         02990000
029910     MOVE 'AMOUNT MISMATCH'  TO JRN-OUTCOME.                            25
029920     PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.                         25
030000                                                                  03000000
030100     ADD 1 TO MISMATCH-CTR.                                       03010000
030200     MOVE GLC-NPI            TO REC-NPI.                          03020000
031300     COMPUTE WK-AMOUNT = GLC-POSTED-AMT - PRC-AMOUNT (PX1).       03130000
031400     PERFORM 4500-ACCUM-PROV THRU 4500-EXIT.                      03140000
031500 2200-EXIT.  EXIT.                                                03150000
031510                                                                        25
031520 2300-JOURNAL-KEY.                                                      25
031530     MOVE SPACES               TO JRN-EVENT.                            25
031540     MOVE PRC-DCN       (PX1)  TO JRN-DCN.                              25
031550     MOVE PRC-NPI       (PX1)  TO JRN-NPI.                              25
031560     MOVE PRC-HIC       (PX1)  TO JRN-HIC.                              25
031570     MOVE PRC-FROM-DATE (PX1)  TO JRN-FROM-DATE.                        25
031580 2300-EXIT.  EXIT.                                                      25
031600                                                                  03160000
031700*================================================================*03170000
031800*    ANYTHING STILL UNMATCHED WAS PRICED BUT NEVER POSTED         *
033900         MOVE PRC-PROV-NO (PX1)   TO WK-PROV                      03390000
034000         MOVE 1                   TO WK-BUCKET                    03400000
034100         MOVE PRC-AMOUNT (PX1)    TO WK-AMOUNT                    03410000
034200         PERFORM 4500-ACCUM-PROV THRU 4500-EXIT                         25
034210         PERFORM 2300-JOURNAL-KEY THRU 2300-EXIT                        25
034220         MOVE 'PRICED NOT POSTED' TO JRN-OUTCOME                        25
034230         MOVE PRC-AMOUNT (PX1)    TO JRN-AMOUNT                         25
034240         PERFORM 5100-WRITE-JOURNAL THRU 5100-EXIT.                     25
034300     SET PX1 UP BY 1.                                             03430000
034400 3100-EXIT.  EXIT.                                                03440000
034500                                                                  03450000
043110         END-IF                                                        95
043120         CLOSE MODECARD.                                               95
043130 0900-EXIT.  EXIT.                                                     95
043140                                                                        25
043150*================================================================*      25
043160*    APPEND ONE GL-POST EVENT TO THE CLAIM LIFECYCLE JOURNAL -    *     25
043170*    THE CALLER HAS SET THE CLAIM, OUTCOME AND AMOUNT.  A POSTING *     25
043180*    THAT MATCHED NO PRICED CLAIM CARRIES NO DCN                  *     25
043190*================================================================*      25
043200 5100-WRITE-JOURNAL.                                                    25
043210     MOVE 'GL-POST'             TO JRN-STEP.                            25
043220     MOVE OWN-RUN-MODE          TO JRN-RUN-MODE.                        25
043230     MOVE 'HHREC213'            TO JRN-PROGRAM.                         25
043240     ACCEPT JRN-EVENT-DATE FROM DATE YYYYMMDD.                          25
043250     ACCEPT JRN-EVENT-TIME FROM TIME.                                   25
043260     WRITE CLMJRNL-REC FROM JRN-EVENT.                                  25
043270     IF JRN-STAT1 > 0 DISPLAY ' BADZ WRITE ON CLMJRNL FILE'.            25
043280     ADD 1 TO CLMJRNL-CTR.                                              25
043290 5100-EXIT.  EXIT.                                                      25
