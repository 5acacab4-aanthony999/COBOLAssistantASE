000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHACR213.
000300
000400*----------------------------------------------------------------*
000500*  MONTHLY ACCESS-REVIEW REPORT                                   *
000600*                                                                 *
000700*  LISTS, FOR THE REPORT PERIOD, EVERY FUNCTION AN ANALYST WAS    *
000800*  GRANTED BY HHAUT213 IN THE CARD-DRIVEN UTILITIES (TABLE        *
000900*  SIGN-OFF, APPEAL LOG/STATUS/RESOLVE, PHI INQUIRY, MANUAL       *
001000*  RELEASE OVERRIDES, DESK PRICING) AND EVERY ATTEMPT IT          *
001100*  REFUSED.  INPUT IS THE SECLOG ACCESS LOG (GENERATIONS          *
001200*  CONCATENATED).                                                 *
001300*                                                                 *
001400*  THE LISTING IS IN TWO PARTS - GRANTED ACTIVITY AND REFUSED     *
001500*  ATTEMPTS - EACH BY ANALYST, DATE AND TIME WITH A COUNT PER     *
001600*  ANALYST, FOLLOWED BY THE PERIOD'S ACTIVITY SUMMED BY PROGRAM   *
001700*  AND FUNCTION.                                                  *
001800*                                                                 *
001900*  SECLOG   - THE HHAUT213 ACCESS LOG                             *
002000*  ACRPARM  - (OPTIONAL) COLUMNS 1-8 FIRST DATE, 10-17 LAST       *
002100*             DATE (YYYYMMDD).  BLANK = THE CALENDAR MONTH        *
002200*             BEFORE THE RUN DATE                                 *
002300*  ACRRPT   - THE ACCESS-REVIEW REPORT                            *
002400*----------------------------------------------------------------*
002500
002600 DATE-COMPILED.
002700 ENVIRONMENT                     DIVISION.
002800
002900 CONFIGURATION                   SECTION.
003000 SOURCE-COMPUTER.                IBM-370.
003100 OBJECT-COMPUTER.                IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     SELECT SECLOG    ASSIGN TO UT-S-SECLOG
003700         FILE STATUS IS SLG-STAT.
003800     SELECT OPTIONAL ACRPARM ASSIGN TO UT-S-ACRPARM
003900         FILE STATUS IS ACP-STAT.
004000     SELECT ACRRPT    ASSIGN TO UT-S-ACRRPT
004100         FILE STATUS IS ACR-STAT.
004200     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SECLOG
004700     RECORDING MODE IS F
004800     BLOCK CONTAINS 0 RECORDS
004900     LABEL RECORDS ARE STANDARD.
005000 01  SECLOG-REC.
005100     05  SLG-DATE                PIC X(08).
005200     05  SLG-TIME                PIC X(08).
005300     05  SLG-PROGRAM             PIC X(08).
005400     05  SLG-FUNCTION            PIC X(06).
005500     05  SLG-SCOPE               PIC X(08).
005600     05  SLG-USER-ID             PIC X(08).
005700     05  SLG-RESULT              PIC X(01).
005800         88  SLG-GRANTED            VALUE 'G'.
005900     05  SLG-REASON              PIC X(20).
006000     05  SLG-DETAIL              PIC X(40).
006100     05  FILLER                  PIC X(13).
006200
006300 FD  ACRPARM
006400     RECORDING MODE IS F
006500     BLOCK CONTAINS 0 RECORDS
006600     LABEL RECORDS ARE STANDARD.
006700 01  ACRPARM-REC.
006800     05  ACP-FIRST-DATE          PIC X(08).
006900     05  FILLER                  PIC X(01).
007000     05  ACP-LAST-DATE           PIC X(08).
007100     05  FILLER                  PIC X(63).
007200
007300 FD  ACRRPT
007400     RECORDING MODE IS F
007500     BLOCK CONTAINS 133 RECORDS
007600     LABEL RECORDS ARE STANDARD.
007700 01  ACRRPT-LINE                 PIC X(133).
007800
007900 SD  SORTFILE.
008000 01  SORT-REC.
008100     05  SRT-PART                PIC 9(01).
008200     05  SRT-USER-ID             PIC X(08).
008300     05  SRT-DATE                PIC X(08).
008400     05  SRT-TIME                PIC X(08).
008500     05  SRT-LOG-DATA            PIC X(120).
008600
008700 WORKING-STORAGE SECTION.
008800 01  FILLER                     PIC X(40)  VALUE
008900     'HHACR    - W O R K I N G   S T O R A G E'.
009000 01  HHACR-VERSION              PIC X(07)  VALUE 'A2026.1'.
009100 01  EOF-SLG                    PIC 9(01)  VALUE 0.
009200 01  EOF-SRT                    PIC 9(01)  VALUE 0.
009300 01  SECLOG-CTR                 PIC 9(09)  VALUE 0.
009400 01  IN-PERIOD-CTR              PIC 9(09)  VALUE 0.
009500 01  ACRRPT-CTR                 PIC 9(09)  VALUE 0.
009600 01  ACR-LINE-CTR               PIC 9(02)  VALUE 65.
009700 01  ACR-CURR-DATE              PIC X(08)  VALUE SPACES.
009800 01  ACR-FIRST-DATE             PIC X(08)  VALUE SPACES.
009900 01  ACR-FIRST-PARTS REDEFINES ACR-FIRST-DATE.
010000     05  ACR-FIRST-YYYY         PIC 9(04).
010100     05  ACR-FIRST-MM           PIC 9(02).
010200     05  ACR-FIRST-DD           PIC 9(02).
010300 01  ACR-LAST-DATE              PIC X(08)  VALUE SPACES.
010400 01  ACR-LAST-N REDEFINES ACR-LAST-DATE PIC 9(08).
010500 01  ACR-FIRST-N                PIC 9(08)  VALUE 0.
010600 01  ACR-INT-DATE               PIC 9(07)  VALUE 0.
010700 01  PREV-PART                  PIC 9(01)  VALUE 0.
010800 01  PREV-USER-ID               PIC X(08)  VALUE SPACES.
010900 01  USER-CTR                   PIC 9(07)  VALUE 0.
011000 01  PT-SUB                     PIC 9(01)  VALUE 0.
011100 01  FN-SUB                     PIC 9(03)  VALUE 0.
011200 01  FN-NEXT                    PIC 9(03)  VALUE 0.
011300 01  FN-FOUND-SW                PIC X(01)  VALUE 'N'.
011400     88  FUNCTION-FOUND                    VALUE 'Y'.
011500 01  SLG-STAT.
011600     05  SLG-STAT1              PIC X.
011700     05  SLG-STAT2              PIC X.
011800 01  ACP-STAT.
011900     05  ACP-STAT1              PIC X.
012000     05  ACP-STAT2              PIC X.
012100 01  ACR-STAT.
012200     05  ACR-STAT1              PIC X.
012300     05  ACR-STAT2              PIC X.
012400
012500*----------------------------------------------------------------*
012600*  ONE ENTRY PER PART - 1 GRANTED, 2 REFUSED                      *
012700*----------------------------------------------------------------*
012800 01  PART-TABLE.
012900     05  PRT-DATA               OCCURS 2.
013000         10  PRT-COUNT          PIC 9(07).
013100         10  PRT-USERS          PIC 9(05).
013200 01  PART-NAMES.
013300     05  FILLER                 PIC X(30)  VALUE
013400        'GRANTED ACTIVITY BY ANALYST   '.
013500     05  FILLER                 PIC X(30)  VALUE
013600        'REFUSED ATTEMPTS BY ANALYST   '.
013700 01  PART-NAME-TABLE REDEFINES PART-NAMES.
013800     05  PART-NAME              PIC X(30)  OCCURS 2.
013900
014000*----------------------------------------------------------------*
014100*  PERIOD ACTIVITY BY PROGRAM AND FUNCTION                        *
014200*----------------------------------------------------------------*
014300 01  FUNCTION-TABLE.
014400     05  FNT-DATA               OCCURS 100.
014500         10  FNT-PROGRAM        PIC X(08).
014600         10  FNT-FUNCTION       PIC X(06).
014700         10  FNT-GRANTED        PIC 9(07).
014800         10  FNT-REFUSED        PIC 9(07).
014900
015000*----------------------------------------------------------------*
015100*  REPORT COMPONENTS                                              *
015200*----------------------------------------------------------------*
015300 01  ACR-HEAD1.
015400     05  FILLER                 PIC X(01)  VALUE SPACES.
015500     05  FILLER                 PIC X(40)  VALUE
015600        ' HHA CARD-UTILITY ACCESS REVIEW         '.
015700     05  FILLER                 PIC X(10)  VALUE 'PERIOD    '.
015800     05  AH1-FIRST-DATE         PIC X(08).
015900     05  FILLER                 PIC X(04)  VALUE ' TO '.
016000     05  AH1-LAST-DATE          PIC X(08).
016100     05  FILLER                 PIC X(14)  VALUE '    RUN DATE  '.
016200     05  AH1-RUN-DATE           PIC X(08).
016300
016400 01  ACR-SECTION-LINE.
016500     05  FILLER                 PIC X(02)  VALUE SPACES.
016600     05  ASL-TEXT               PIC X(70).
016700
016800 01  ACR-HEAD2.
016900     05  FILLER                 PIC X(44)  VALUE
017000        ' ANALYST  DATE     TIME     PROGRAM  FUNCTN '.
017100     05  FILLER                 PIC X(30)  VALUE
017200        'SCOPE    REASON              '.
017300     05  FILLER                 PIC X(06)  VALUE
017400        'DETAIL'.
017500
017600 01  ACR-DETAIL-LINE.
017700     05  FILLER                 PIC X(01)  VALUE SPACES.
017800     05  ADL-USER-ID            PIC X(08).
017900     05  FILLER                 PIC X(01)  VALUE SPACES.
018000     05  ADL-DATE               PIC X(08).
018100     05  FILLER                 PIC X(01)  VALUE SPACES.
018200     05  ADL-TIME               PIC X(08).
018300     05  FILLER                 PIC X(01)  VALUE SPACES.
018400     05  ADL-PROGRAM            PIC X(08).
018500     05  FILLER                 PIC X(01)  VALUE SPACES.
018600     05  ADL-FUNCTION           PIC X(06).
018700     05  FILLER                 PIC X(01)  VALUE SPACES.
018800     05  ADL-SCOPE              PIC X(08).
018900     05  FILLER                 PIC X(01)  VALUE SPACES.
019000     05  ADL-REASON             PIC X(20).
019100     05  FILLER                 PIC X(01)  VALUE SPACES.
019200     05  ADL-DETAIL             PIC X(40).
019300
019400 01  ACR-USER-LINE.
019500     05  FILLER                 PIC X(10)  VALUE SPACES.
019600     05  FILLER                 PIC X(12)  VALUE
019700        'TOTAL FOR   '.
019800     05  AUL-USER-ID            PIC X(08).
019900     05  FILLER                 PIC X(02)  VALUE SPACES.
020000     05  AUL-COUNT              PIC ZZZ,ZZ9.
020100
020200 01  ACR-TOTAL-LINE.
020300     05  FILLER                 PIC X(02)  VALUE SPACES.
020400     05  ATL-LABEL              PIC X(30).
020500     05  ATL-COUNT              PIC ZZZ,ZZ9.
020600     05  FILLER                 PIC X(04)  VALUE SPACES.
020700     05  FILLER                 PIC X(10)  VALUE 'ANALYSTS  '.
020800     05  ATL-USERS              PIC ZZ,ZZ9.
020900
021000 01  ACR-SUMM-HEAD.
021100     05  FILLER                 PIC X(44)  VALUE
021200        '  PROGRAM   FUNCTION   GRANTED     REFUSED  '.
021300
021400 01  ACR-SUMM-LINE.
021500     05  FILLER                 PIC X(02)  VALUE SPACES.
021600     05  ASM-PROGRAM            PIC X(08).
021700     05  FILLER                 PIC X(02)  VALUE SPACES.
021800     05  ASM-FUNCTION           PIC X(06).
021900     05  FILLER                 PIC X(05)  VALUE SPACES.
022000     05  ASM-GRANTED            PIC ZZZ,ZZ9.
022100     05  FILLER                 PIC X(05)  VALUE SPACES.
022200     05  ASM-REFUSED            PIC ZZZ,ZZ9.
022300
022400 01  ACR-NONE-LINE.
022500     05  FILLER                 PIC X(02)  VALUE SPACES.
022600     05  FILLER                 PIC X(40)  VALUE
022700        'NO CARD-UTILITY ACTIVITY IN THE PERIOD  '.
022800
022900**--------------------------------------------------------------
023000 PROCEDURE  DIVISION.
023100
023200 0000-MAINLINE  SECTION.
023300
023400     PERFORM 0700-GET-PARMS THRU 0700-EXIT.
023500
023600     OPEN OUTPUT ACRRPT.
023700     SORT SORTFILE
023800          ON ASCENDING KEY SRT-PART
023900                           SRT-USER-ID
024000                           SRT-DATE
024100                           SRT-TIME
024200          INPUT  PROCEDURE IS 2000-READ-SECLOG
024300          OUTPUT PROCEDURE IS 3000-WRITE-LISTING.
024400     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
024500     CLOSE ACRRPT.
024600
024700     DISPLAY '-- PROGRAM HHACR213  VERSION  ===> ' HHACR-VERSION.
024800     DISPLAY '-- REPORT PERIOD              ===> '
024900             ACR-FIRST-DATE ' - ' ACR-LAST-DATE.
025000     DISPLAY '-- SECLOG RECORDS READ        ===> ' SECLOG-CTR.
025100     DISPLAY '-- RECORDS IN PERIOD          ===> ' IN-PERIOD-CTR.
025200     DISPLAY '-- GRANTED                    ===> ' PRT-COUNT (1).
025300     DISPLAY '-- REFUSED                    ===> ' PRT-COUNT (2).
025400     DISPLAY '-- OUTPUT COUNTS FOR ACRRPT   ===> ' ACRRPT-CTR.
025500
025600     STOP RUN.
025700
025800*================================================================*
025900*    REPORT PERIOD - THE CARD, ELSE THE PRIOR CALENDAR MONTH     *
026000*================================================================*
026100 0700-GET-PARMS.
026200     INITIALIZE PART-TABLE.
026300     INITIALIZE FUNCTION-TABLE.
026400     ACCEPT ACR-CURR-DATE FROM DATE YYYYMMDD.
026500     MOVE ACR-CURR-DATE TO ACR-FIRST-DATE.
026600     MOVE 01 TO ACR-FIRST-DD.
026700*    THE DAY BEFORE THE FIRST OF THIS MONTH ENDS THE PRIOR MONTH
026800     MOVE ACR-FIRST-DATE TO ACR-FIRST-N.
026900     COMPUTE ACR-INT-DATE = FUNCTION
027000             INTEGER-OF-DATE(ACR-FIRST-N) - 1
027100     END-COMPUTE.
027200     COMPUTE ACR-LAST-N = FUNCTION
027300             DATE-OF-INTEGER(ACR-INT-DATE)
027400     END-COMPUTE.
027500     IF ACR-FIRST-MM = 01
027600         SUBTRACT 1 FROM ACR-FIRST-YYYY
027700         MOVE 12 TO ACR-FIRST-MM
027800     ELSE
027900         SUBTRACT 1 FROM ACR-FIRST-MM.
028000
028100     OPEN INPUT ACRPARM.
028200     IF ACP-STAT1 = '0' OR ACP-STAT1 = '9'
028300         READ ACRPARM
028400             AT END MOVE SPACES TO ACRPARM-REC
028500         END-READ
028600         IF ACP-FIRST-DATE NUMERIC AND ACP-LAST-DATE NUMERIC
028700            AND ACP-FIRST-DATE NOT > ACP-LAST-DATE
028800             MOVE ACP-FIRST-DATE TO ACR-FIRST-DATE
028900             MOVE ACP-LAST-DATE  TO ACR-LAST-DATE
029000         END-IF
029100         CLOSE ACRPARM.
029200 0700-EXIT.  EXIT.
029300
029400*================================================================*
029500*    READ THE ACCESS LOG AND RELEASE EVERY RECORD IN THE PERIOD  *
029600*================================================================*
029700 2000-READ-SECLOG  SECTION.
029800
029900     OPEN INPUT SECLOG.
030000     IF SLG-STAT1 NOT = '0'
030100         DISPLAY '** HHACR213 - SECLOG WILL NOT OPEN - STATUS '
030200                 SLG-STAT
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN.
030500     PERFORM 2100-READ-ONE THRU 2100-EXIT
030600             UNTIL EOF-SLG = 1.
030700     CLOSE SECLOG.
030800     GO TO 2000-DONE.
030900
031000 2100-READ-ONE.
031100     READ SECLOG
031200          AT END   MOVE 1 TO EOF-SLG
031300                   GO TO 2100-EXIT.
031400     ADD 1 TO SECLOG-CTR.
031500
031600     IF SLG-DATE < ACR-FIRST-DATE
031700        OR SLG-DATE > ACR-LAST-DATE
031800         GO TO 2100-EXIT.
031900     ADD 1 TO IN-PERIOD-CTR.
032000
032100     IF SLG-GRANTED
032200         MOVE 1 TO SRT-PART
032300     ELSE
032400         MOVE 2 TO SRT-PART.
032500     MOVE SLG-USER-ID          TO SRT-USER-ID.
032600     MOVE SLG-DATE             TO SRT-DATE.
032700     MOVE SLG-TIME             TO SRT-TIME.
032800     MOVE SECLOG-REC           TO SRT-LOG-DATA.
032900     RELEASE SORT-REC.
033000     PERFORM 2200-ACCUM-FUNCTION THRU 2200-EXIT.
033100 2100-EXIT.  EXIT.
033200
033300*    A PROGRAM/FUNCTION PAIR NOT YET SEEN TAKES THE NEXT ENTRY;
033400*    PAIRS BEYOND THE TABLE ARE COUNTED IN THE PART TOTALS ONLY
033500 2200-ACCUM-FUNCTION.
033600     MOVE 1 TO FN-SUB.
033700     PERFORM 2210-NEXT-FUNCTION THRU 2210-EXIT
033800             UNTIL FN-SUB > FN-NEXT
033900                OR (FNT-PROGRAM (FN-SUB) = SLG-PROGRAM
034000                AND FNT-FUNCTION (FN-SUB) = SLG-FUNCTION).
034100     IF FN-SUB > FN-NEXT
034200         IF FN-NEXT < 100
034300             ADD 1 TO FN-NEXT
034400             MOVE SLG-PROGRAM  TO FNT-PROGRAM (FN-SUB)
034500             MOVE SLG-FUNCTION TO FNT-FUNCTION (FN-SUB)
034600         ELSE
034700             GO TO 2200-EXIT.
034800     IF SLG-GRANTED
034900         ADD 1 TO FNT-GRANTED (FN-SUB)
035000     ELSE
035100         ADD 1 TO FNT-REFUSED (FN-SUB).
035200 2200-EXIT.  EXIT.
035300
035400 2210-NEXT-FUNCTION.
035500     ADD 1 TO FN-SUB.
035600 2210-EXIT.  EXIT.
035700
035800 2000-DONE.
035900     EXIT.
036000
036100*================================================================*
036200*    THE LISTING - GRANTED, THEN REFUSED                         *
036300*================================================================*
036400 3000-WRITE-LISTING  SECTION.
036500
036600     MOVE ACR-FIRST-DATE TO AH1-FIRST-DATE.
036700     MOVE ACR-LAST-DATE  TO AH1-LAST-DATE.
036800     MOVE ACR-CURR-DATE  TO AH1-RUN-DATE.
036900     MOVE 0 TO EOF-SRT.
037000     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
037100             UNTIL EOF-SRT = 1.
037200     IF PREV-PART > 0
037300         PERFORM 3200-USER-TOTAL THRU 3200-EXIT
037400         PERFORM 3300-PART-TOTAL THRU 3300-EXIT
037500     ELSE
037600         PERFORM 3900-HEADINGS THRU 3900-EXIT
037700         WRITE ACRRPT-LINE FROM ACR-NONE-LINE
037800                                AFTER ADVANCING 2
037900         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
038000     GO TO 3000-DONE.
038100
038200 3100-RETURN-ONE.
038300     RETURN SORTFILE
038400          AT END   MOVE 1 TO EOF-SRT
038500                   GO TO 3100-EXIT.
038600     MOVE SRT-LOG-DATA TO SECLOG-REC.
038700
038800     IF PREV-PART > 0
038900         IF SRT-PART NOT = PREV-PART
039000            OR SRT-USER-ID NOT = PREV-USER-ID
039100             PERFORM 3200-USER-TOTAL THRU 3200-EXIT.
039200     IF SRT-PART NOT = PREV-PART
039300         IF PREV-PART > 0
039400             PERFORM 3300-PART-TOTAL THRU 3300-EXIT.
039500     IF SRT-PART NOT = PREV-PART
039600        OR ACR-LINE-CTR > 54
039700         MOVE SRT-PART TO PT-SUB
039800         PERFORM 3900-HEADINGS THRU 3900-EXIT.
039900     IF SRT-PART NOT = PREV-PART
040000        OR SRT-USER-ID NOT = PREV-USER-ID
040100         ADD 1 TO PRT-USERS (SRT-PART).
040200     MOVE SRT-PART    TO PREV-PART.
040300     MOVE SRT-PART    TO PT-SUB.
040400     MOVE SRT-USER-ID TO PREV-USER-ID.
040500
040600     MOVE SLG-USER-ID            TO ADL-USER-ID.
040700     MOVE SLG-DATE               TO ADL-DATE.
040800     MOVE SLG-TIME               TO ADL-TIME.
040900     MOVE SLG-PROGRAM            TO ADL-PROGRAM.
041000     MOVE SLG-FUNCTION           TO ADL-FUNCTION.
041100     MOVE SLG-SCOPE              TO ADL-SCOPE.
041200     IF SLG-GRANTED
041300         MOVE SPACES             TO ADL-REASON
041400     ELSE
041500         MOVE SLG-REASON         TO ADL-REASON.
041600     MOVE SLG-DETAIL             TO ADL-DETAIL.
041700     WRITE ACRRPT-LINE FROM ACR-DETAIL-LINE
041800                            AFTER ADVANCING 1.
041900     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
042000     ADD 1 TO ACR-LINE-CTR.
042100
042200     ADD 1 TO USER-CTR.
042300     ADD 1 TO PRT-COUNT (PT-SUB).
042400 3100-EXIT.  EXIT.
042500
042600 3200-USER-TOTAL.
042700     MOVE PREV-USER-ID                TO AUL-USER-ID.
042800     MOVE USER-CTR                    TO AUL-COUNT.
042900     WRITE ACRRPT-LINE FROM ACR-USER-LINE
043000                            AFTER ADVANCING 1.
043100     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
043200     MOVE SPACES TO ACRRPT-LINE.
043300     WRITE ACRRPT-LINE AFTER ADVANCING 1.
043400     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
043500     ADD 2 TO ACR-LINE-CTR.
043600     MOVE 0 TO USER-CTR.
043700 3200-EXIT.  EXIT.
043800
043900 3300-PART-TOTAL.
044000     MOVE PREV-PART                   TO PT-SUB.
044100     MOVE SPACES                      TO ATL-LABEL.
044200     STRING 'TOTAL ' PART-NAME (PT-SUB) (1:16)
044300            DELIMITED BY SIZE INTO ATL-LABEL.
044400     MOVE PRT-COUNT (PT-SUB)          TO ATL-COUNT.
044500     MOVE PRT-USERS (PT-SUB)          TO ATL-USERS.
044600     WRITE ACRRPT-LINE FROM ACR-TOTAL-LINE
044700                            AFTER ADVANCING 2.
044800     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
044900     ADD 2 TO ACR-LINE-CTR.
045000 3300-EXIT.  EXIT.
045100
045200 3900-HEADINGS.
045300     WRITE ACRRPT-LINE FROM ACR-HEAD1
045400                            AFTER ADVANCING PAGE.
045500     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
045600     MOVE ALL '-' TO ACRRPT-LINE.
045700     WRITE ACRRPT-LINE AFTER ADVANCING 1.
045800     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
045900     IF PT-SUB > 0
046000         MOVE PART-NAME (PT-SUB) TO ASL-TEXT
046100         WRITE ACRRPT-LINE FROM ACR-SECTION-LINE
046200                                AFTER ADVANCING 2
046300         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT
046400         WRITE ACRRPT-LINE FROM ACR-HEAD2
046500                                AFTER ADVANCING 2
046600         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
046700     MOVE SPACES TO ACRRPT-LINE.
046800     WRITE ACRRPT-LINE AFTER ADVANCING 1.
046900     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
047000     MOVE 8 TO ACR-LINE-CTR.
047100 3900-EXIT.  EXIT.
047200
047300 3950-CHECK-WRITE.
047400     IF ACR-STAT1 > 0 DISPLAY ' BADA WRITE ON ACRRPT FILE'.
047500     ADD 1 TO ACRRPT-CTR.
047600 3950-EXIT.  EXIT.
047700
047800 3000-DONE.
047900     EXIT.
048000
048100*================================================================*
048200*    THE PERIOD'S ACTIVITY BY PROGRAM AND FUNCTION               *
048300*================================================================*
048400 4000-SUMMARY  SECTION.
048500
048600 4000-PRINT-SUMMARY.
048700     IF FN-NEXT = 0
048800         GO TO 4000-EXIT.
048900     MOVE 0 TO PT-SUB.
049000     PERFORM 3900-HEADINGS THRU 3900-EXIT.
049100     MOVE 'ACTIVITY BY PROGRAM AND FUNCTION' TO ASL-TEXT.
049200     WRITE ACRRPT-LINE FROM ACR-SECTION-LINE
049300                            AFTER ADVANCING 2.
049400     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
049500     WRITE ACRRPT-LINE FROM ACR-SUMM-HEAD
049600                            AFTER ADVANCING 2.
049700     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
049800     PERFORM 4100-FUNCTION-LINE THRU 4100-EXIT
049900             VARYING FN-SUB FROM 1 BY 1 UNTIL FN-SUB > FN-NEXT.
050000 4000-EXIT.  EXIT.
050100
050200 4100-FUNCTION-LINE.
050300     MOVE FNT-PROGRAM (FN-SUB)        TO ASM-PROGRAM.
050400     MOVE FNT-FUNCTION (FN-SUB)       TO ASM-FUNCTION.
050500     MOVE FNT-GRANTED (FN-SUB)        TO ASM-GRANTED.
050600     MOVE FNT-REFUSED (FN-SUB)        TO ASM-REFUSED.
050700     WRITE ACRRPT-LINE FROM ACR-SUMM-LINE
050800                            AFTER ADVANCING 1.
050900     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
051000 4100-EXIT.  EXIT.
