000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHOVR213.
000300
000400*----------------------------------------------------------------*
000500*  MANUAL-PRICING OVERRIDE PERIOD REPORT                          *
000600*                                                                 *
000700*  LISTS EVERY ANALYST OVERRIDE TRANSACTION HHMGR213 DEALT WITH   *
000800*  IN THE REPORT PERIOD - THE CALCULATED TOTAL THE PRICER         *
000900*  PRODUCED, THE DIRECTED TOTAL THAT REPLACED IT, AND THE TWO     *
001000*  ANALYSTS WHO KEYED AND APPROVED IT.  INPUT IS THE OVRAUDIT     *
001100*  TRAIL HHMGR213 WRITES EACH RUN (GENERATIONS CONCATENATED).     *
001200*                                                                 *
001300*  THE LISTING IS IN THREE PARTS - APPLIED, REFUSED (SIGN-OFF     *
001400*  RULES FAILED, OR THE CLAIM DID NOT PRICE PAYABLE) AND NOT      *
001500*  MATCHED (NO CLAIM FOR THE KEY IN THAT RUN) - EACH BY PROVIDER  *
001600*  NPI, RUN DATE AND DCN, FOLLOWED BY THE APPLIED OVERRIDES       *
001700*  SUMMED BY REASON CODE.                                         *
001800*                                                                 *
001900*  OVRAUDIT - THE HHMGR213 OVERRIDE AUDIT TRAIL                   *
002000*  OVRPARM  - (OPTIONAL) COLUMNS 1-8 FIRST RUN DATE, 10-17 LAST   *
002100*             RUN DATE (YYYYMMDD).  BLANK = THE CALENDAR MONTH    *
002200*             BEFORE THE RUN DATE                                 *
002300*  OVRRPT   - THE PERIOD REPORT                                   *
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
003600     SELECT OVRAUDIT  ASSIGN TO UT-S-OVRAUDIT
003700         FILE STATUS IS OVA-STAT.
003800     SELECT OPTIONAL OVRPARM ASSIGN TO UT-S-OVRPARM
003900         FILE STATUS IS OVP-STAT.
004000     SELECT OVRRPT    ASSIGN TO UT-S-OVRRPT
004100         FILE STATUS IS OVR-STAT.
004200     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  OVRAUDIT
004700     RECORDING MODE IS F
004800     BLOCK CONTAINS 0 RECORDS
004900     LABEL RECORDS ARE STANDARD.
005000 01  OVRAUDIT-REC.
005100     05  OVA-RUN-DATE            PIC X(08).
005200     05  OVA-STATUS              PIC X(01).
005300         88  OVA-APPLIED            VALUE 'A'.
005400         88  OVA-REFUSED            VALUE 'R'.
005500         88  OVA-UNMATCHED          VALUE 'U'.
005600     05  OVA-STATUS-TEXT         PIC X(20).
005700     05  OVA-NPI                 PIC X(10).
005800     05  OVA-HIC                 PIC X(12).
005900     05  OVA-FROM-DATE           PIC X(08).
006000     05  OVA-DCN                 PIC X(08).
006100     05  OVA-PROV-NO             PIC X(06).
006200     05  OVA-CONTRACT-CODE       PIC X(01).
006300     05  OVA-ADJ-IND             PIC X(01).
006400     05  OVA-PAY-RTC             PIC X(02).
006500     05  OVA-CALC-TOTAL          PIC 9(07)V9(02).
006600     05  OVA-CALC-OUTLIER        PIC 9(07)V9(02).
006700     05  OVA-DIRECTED-PAY        PIC 9(07)V9(02).
006800     05  OVA-REASON              PIC X(02).
006900     05  OVA-MAKER-ID            PIC X(08).
007000     05  OVA-MAKER-DATE          PIC X(08).
007100     05  OVA-CHECKER-ID          PIC X(08).
007200     05  OVA-CHECKER-DATE        PIC X(08).
007300     05  FILLER                  PIC X(12).
007400
007500 FD  OVRPARM
007600     RECORDING MODE IS F
007700     BLOCK CONTAINS 0 RECORDS
007800     LABEL RECORDS ARE STANDARD.
007900 01  OVRPARM-REC.
008000     05  OVP-FIRST-DATE          PIC X(08).
008100     05  FILLER                  PIC X(01).
008200     05  OVP-LAST-DATE           PIC X(08).
008300     05  FILLER                  PIC X(63).
008400
008500 FD  OVRRPT
008600     RECORDING MODE IS F
008700     BLOCK CONTAINS 133 RECORDS
008800     LABEL RECORDS ARE STANDARD.
008900 01  OVRRPT-LINE                 PIC X(133).
009000
009100 SD  SORTFILE.
009200 01  SORT-REC.
009300     05  SRT-STATUS-SEQ          PIC 9(01).
009400     05  SRT-NPI                 PIC X(10).
009500     05  SRT-RUN-DATE            PIC X(08).
009600     05  SRT-DCN                 PIC X(08).
009700     05  SRT-AUDIT-DATA          PIC X(150).
009800
009900 WORKING-STORAGE SECTION.
010000 01  FILLER                     PIC X(40)  VALUE
010100     'HHOVR    - W O R K I N G   S T O R A G E'.
010200 01  HHOVR-VERSION              PIC X(07)  VALUE 'V2026.1'.
010300 01  EOF-OVA                    PIC 9(01)  VALUE 0.
010400 01  EOF-SRT                    PIC 9(01)  VALUE 0.
010500 01  OVRAUDIT-CTR               PIC 9(09)  VALUE 0.
010600 01  IN-PERIOD-CTR              PIC 9(09)  VALUE 0.
010700 01  OVRRPT-CTR                 PIC 9(09)  VALUE 0.
010800 01  OVR-LINE-CTR               PIC 9(02)  VALUE 65.
010900 01  OVR-CURR-DATE              PIC X(08)  VALUE SPACES.
011000 01  OVR-FIRST-DATE             PIC X(08)  VALUE SPACES.
011100 01  OVR-FIRST-PARTS REDEFINES OVR-FIRST-DATE.
011200     05  OVR-FIRST-YYYY         PIC 9(04).
011300     05  OVR-FIRST-MM           PIC 9(02).
011400     05  OVR-FIRST-DD           PIC 9(02).
011500 01  OVR-LAST-DATE              PIC X(08)  VALUE SPACES.
011600 01  OVR-LAST-N REDEFINES OVR-LAST-DATE PIC 9(08).
011700 01  OVR-FIRST-N                PIC 9(08)  VALUE 0.
011800 01  OVR-INT-DATE               PIC 9(07)  VALUE 0.
011900 01  OVR-DIFFERENCE             PIC S9(11)V9(02) VALUE 0.
012000 01  PREV-STATUS-SEQ            PIC 9(01)  VALUE 0.
012100 01  RS-SUB                     PIC 9(01)  VALUE 0.
012200 01  ST-SUB                     PIC 9(01)  VALUE 0.
012300 01  OVA-STAT.
012400     05  OVA-STAT1              PIC X.
012500     05  OVA-STAT2              PIC X.
012600 01  OVP-STAT.
012700     05  OVP-STAT1              PIC X.
012800     05  OVP-STAT2              PIC X.
012900 01  OVR-STAT.
013000     05  OVR-STAT1              PIC X.
013100     05  OVR-STAT2              PIC X.
013200
013300*----------------------------------------------------------------*
013400*  ONE ENTRY PER PART - 1 APPLIED, 2 REFUSED, 3 NOT MATCHED       *
013500*----------------------------------------------------------------*
013600 01  STATUS-TABLE.
013700     05  STT-DATA               OCCURS 3.
013800         10  STT-COUNT          PIC 9(07).
013900         10  STT-CALC-TOTAL     PIC 9(11)V9(02).
014000         10  STT-DIRECTED       PIC 9(11)V9(02).
014100 01  STATUS-NAMES.
014200     05  FILLER                 PIC X(30)  VALUE
014300        'OVERRIDES APPLIED             '.
014400     05  FILLER                 PIC X(30)  VALUE
014500        'OVERRIDES REFUSED             '.
014600     05  FILLER                 PIC X(30)  VALUE
014700        'OVERRIDES NOT MATCHED TO CLAIM'.
014800 01  STATUS-NAME-TABLE REDEFINES STATUS-NAMES.
014900     05  STATUS-NAME            PIC X(30)  OCCURS 3.
015000
015100*----------------------------------------------------------------*
015200*  APPLIED OVERRIDES BY REASON CODE - ENTRY 5 IS ANY OTHER CODE   *
015300*----------------------------------------------------------------*
015400 01  REASON-CODES.
015500     05  FILLER                 PIC X(26)  VALUE
015600        'COCOURT ORDER             '.
015700     05  FILLER                 PIC X(26)  VALUE
015800        'DEDEMONSTRATION EXCEPTION '.
015900     05  FILLER                 PIC X(26)  VALUE
016000        'CDCMS-DIRECTED            '.
016100     05  FILLER                 PIC X(26)  VALUE
016200        'OTOTHER                   '.
016300     05  FILLER                 PIC X(26)  VALUE
016400        '??UNRECOGNIZED            '.
016500 01  REASON-CODE-TABLE REDEFINES REASON-CODES.
016600     05  RCT-DATA               OCCURS 5.
016700         10  RCT-CODE           PIC X(02).
016800         10  RCT-NAME           PIC X(24).
016900 01  REASON-TABLE.
017000     05  RST-DATA               OCCURS 5.
017100         10  RST-COUNT          PIC 9(07).
017200         10  RST-CALC-TOTAL     PIC 9(11)V9(02).
017300         10  RST-DIRECTED       PIC 9(11)V9(02).
017400
017500*----------------------------------------------------------------*
017600*  REPORT COMPONENTS                                              *
017700*----------------------------------------------------------------*
017800 01  OVR-HEAD1.
017900     05  FILLER                 PIC X(01)  VALUE SPACES.
018000     05  FILLER                 PIC X(40)  VALUE
018100        ' HHA MANUAL-PRICING OVERRIDE REPORT     '.
018200     05  FILLER                 PIC X(10)  VALUE 'PERIOD    '.
018300     05  OH1-FIRST-DATE         PIC X(08).
018400     05  FILLER                 PIC X(04)  VALUE ' TO '.
018500     05  OH1-LAST-DATE          PIC X(08).
018600     05  FILLER                 PIC X(14)  VALUE '    RUN DATE  '.
018700     05  OH1-RUN-DATE           PIC X(08).
018800
018900 01  OVR-SECTION-LINE.
019000     05  FILLER                 PIC X(02)  VALUE SPACES.
019100     05  OSL-TEXT               PIC X(70).
019200
019300 01  OVR-HEAD2.
019400     05  FILLER                 PIC X(43)  VALUE
019500        ' RUN DATE NPI        HIC          FROM     '.
019600     05  FILLER                 PIC X(41)  VALUE
019700        'DCN      RS   CALCULATED     DIRECTED    '.
019800     05  FILLER                 PIC X(33)  VALUE
019900        'DIFFERENCE KEYED BY APPROVED NOTE'.
020000
020100 01  OVR-DETAIL-LINE.
020200     05  FILLER                 PIC X(01)  VALUE SPACES.
020300     05  ODL-RUN-DATE           PIC X(08).
020400     05  FILLER                 PIC X(01)  VALUE SPACES.
020500     05  ODL-NPI                PIC X(10).
020600     05  FILLER                 PIC X(01)  VALUE SPACES.
020700     05  ODL-HIC                PIC X(12).
020800     05  FILLER                 PIC X(01)  VALUE SPACES.
020900     05  ODL-FROM-DATE          PIC X(08).
021000     05  FILLER                 PIC X(01)  VALUE SPACES.
021100     05  ODL-DCN                PIC X(08).
021200     05  FILLER                 PIC X(01)  VALUE SPACES.
021300     05  ODL-REASON             PIC X(02).
021400     05  FILLER                 PIC X(01)  VALUE SPACES.
021500     05  ODL-CALC-TOTAL         PIC Z,ZZZ,ZZ9.99.
021600     05  FILLER                 PIC X(01)  VALUE SPACES.
021700     05  ODL-DIRECTED           PIC Z,ZZZ,ZZ9.99.
021800     05  FILLER                 PIC X(01)  VALUE SPACES.
021900     05  ODL-DIFFERENCE         PIC --,---,--9.99
022000                                           BLANK WHEN ZERO.
022100     05  FILLER                 PIC X(01)  VALUE SPACES.
022200     05  ODL-MAKER-ID           PIC X(08).
022300     05  FILLER                 PIC X(01)  VALUE SPACES.
022400     05  ODL-CHECKER-ID         PIC X(08).
022500     05  FILLER                 PIC X(01)  VALUE SPACES.
022600     05  ODL-NOTE               PIC X(20).
022700
022800 01  OVR-TOTAL-LINE.
022900     05  FILLER                 PIC X(02)  VALUE SPACES.
023000     05  OTL-LABEL              PIC X(30).
023100     05  OTL-COUNT              PIC ZZZ,ZZ9.
023200     05  FILLER                 PIC X(01)  VALUE SPACES.
023300     05  OTL-CALC-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023400     05  FILLER                 PIC X(01)  VALUE SPACES.
023500     05  OTL-DIRECTED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023600     05  FILLER                 PIC X(01)  VALUE SPACES.
023700     05  OTL-DIFFERENCE         PIC ---,---,---,--9.99
023800                                           BLANK WHEN ZERO.
023900
024000 01  OVR-SUMM-HEAD.
024100     05  FILLER                 PIC X(44)  VALUE
024200        '  REASON                      OVERRIDES     '.
024300     05  FILLER                 PIC X(40)  VALUE
024400        '   CALCULATED          DIRECTED         '.
024500     05  FILLER                 PIC X(10)  VALUE
024600        'DIFFERENCE'.
024700
024800 01  OVR-SUMM-LINE.
024900     05  FILLER                 PIC X(02)  VALUE SPACES.
025000     05  OSM-CODE               PIC X(02).
025100     05  FILLER                 PIC X(01)  VALUE SPACES.
025200     05  OSM-NAME               PIC X(24).
025300     05  FILLER                 PIC X(03)  VALUE SPACES.
025400     05  OSM-COUNT              PIC ZZZ,ZZ9.
025500     05  FILLER                 PIC X(01)  VALUE SPACES.
025600     05  OSM-CALC-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025700     05  FILLER                 PIC X(01)  VALUE SPACES.
025800     05  OSM-DIRECTED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025900     05  FILLER                 PIC X(01)  VALUE SPACES.
026000     05  OSM-DIFFERENCE         PIC ---,---,---,--9.99.
026100
026200 01  OVR-NONE-LINE.
026300     05  FILLER                 PIC X(02)  VALUE SPACES.
026400     05  FILLER                 PIC X(40)  VALUE
026500        'NO OVERRIDE ACTIVITY IN THE PERIOD      '.
026600
026700**--------------------------------------------------------------
026800 PROCEDURE  DIVISION.
026900
027000 0000-MAINLINE  SECTION.
027100
027200     PERFORM 0700-GET-PARMS THRU 0700-EXIT.
027300
027400     OPEN OUTPUT OVRRPT.
027500     SORT SORTFILE
027600          ON ASCENDING KEY SRT-STATUS-SEQ
027700                           SRT-NPI
027800                           SRT-RUN-DATE
027900                           SRT-DCN
028000          INPUT  PROCEDURE IS 2000-READ-AUDIT
028100          OUTPUT PROCEDURE IS 3000-WRITE-LISTING.
028200     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
028300     CLOSE OVRRPT.
028400
028500     DISPLAY '-- PROGRAM HHOVR213  VERSION  ===> ' HHOVR-VERSION.
028600     DISPLAY '-- REPORT PERIOD              ===> '
028700             OVR-FIRST-DATE ' - ' OVR-LAST-DATE.
028800     DISPLAY '-- OVRAUDIT RECORDS READ      ===> ' OVRAUDIT-CTR.
028900     DISPLAY '-- RECORDS IN PERIOD          ===> ' IN-PERIOD-CTR.
029000     DISPLAY '-- OVERRIDES APPLIED          ===> ' STT-COUNT (1).
029100     DISPLAY '-- OVERRIDES REFUSED          ===> ' STT-COUNT (2).
029200     DISPLAY '-- OVERRIDES NOT MATCHED      ===> ' STT-COUNT (3).
029300     DISPLAY '-- OUTPUT COUNTS FOR OVRRPT   ===> ' OVRRPT-CTR.
029400
029500     STOP RUN.
029600
029700*================================================================*
029800*    REPORT PERIOD - THE CARD, ELSE THE PRIOR CALENDAR MONTH     *
029900*================================================================*
030000 0700-GET-PARMS.
030100     INITIALIZE STATUS-TABLE.
030200     INITIALIZE REASON-TABLE.
030300     ACCEPT OVR-CURR-DATE FROM DATE YYYYMMDD.
030400     MOVE OVR-CURR-DATE TO OVR-FIRST-DATE.
030500     MOVE 01 TO OVR-FIRST-DD.
030600*    THE DAY BEFORE THE FIRST OF THIS MONTH ENDS THE PRIOR MONTH
030700     MOVE OVR-FIRST-DATE TO OVR-FIRST-N.
030800     COMPUTE OVR-INT-DATE = FUNCTION
030900             INTEGER-OF-DATE(OVR-FIRST-N) - 1
031000     END-COMPUTE.
031100     COMPUTE OVR-LAST-N = FUNCTION
031200             DATE-OF-INTEGER(OVR-INT-DATE)
031300     END-COMPUTE.
031400     IF OVR-FIRST-MM = 01
031500         SUBTRACT 1 FROM OVR-FIRST-YYYY
031600         MOVE 12 TO OVR-FIRST-MM
031700     ELSE
031800         SUBTRACT 1 FROM OVR-FIRST-MM.
031900
032000     OPEN INPUT OVRPARM.
032100     IF OVP-STAT1 = '0' OR OVP-STAT1 = '9'
032200         READ OVRPARM
032300             AT END MOVE SPACES TO OVRPARM-REC
032400         END-READ
032500         IF OVP-FIRST-DATE NUMERIC AND OVP-LAST-DATE NUMERIC
032600            AND OVP-FIRST-DATE NOT > OVP-LAST-DATE
032700             MOVE OVP-FIRST-DATE TO OVR-FIRST-DATE
032800             MOVE OVP-LAST-DATE  TO OVR-LAST-DATE
032900         END-IF
033000         CLOSE OVRPARM.
033100 0700-EXIT.  EXIT.
033200
033300*================================================================*
033400*    READ THE AUDIT TRAIL AND RELEASE EVERY RECORD IN THE PERIOD *
033500*================================================================*
033600 2000-READ-AUDIT  SECTION.
033700
033800     OPEN INPUT OVRAUDIT.
033900     IF OVA-STAT1 NOT = '0'
034000         DISPLAY '** HHOVR213 - OVRAUDIT WILL NOT OPEN - STATUS '
034100                 OVA-STAT
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN.
034400     PERFORM 2100-READ-OVRAUDIT THRU 2100-EXIT
034500             UNTIL EOF-OVA = 1.
034600     CLOSE OVRAUDIT.
034700     GO TO 2000-DONE.
034800
034900 2100-READ-OVRAUDIT.
035000     READ OVRAUDIT
035100          AT END   MOVE 1 TO EOF-OVA
035200                   GO TO 2100-EXIT.
035300     ADD 1 TO OVRAUDIT-CTR.
035400
035500     IF OVA-RUN-DATE < OVR-FIRST-DATE
035600        OR OVA-RUN-DATE > OVR-LAST-DATE
035700         GO TO 2100-EXIT.
035800     ADD 1 TO IN-PERIOD-CTR.
035900
036000     IF OVA-APPLIED
036100         MOVE 1 TO SRT-STATUS-SEQ
036200     ELSE
036300     IF OVA-REFUSED
036400         MOVE 2 TO SRT-STATUS-SEQ
036500     ELSE
036600         MOVE 3 TO SRT-STATUS-SEQ.
036700     MOVE OVA-NPI              TO SRT-NPI.
036800     MOVE OVA-RUN-DATE         TO SRT-RUN-DATE.
036900     MOVE OVA-DCN              TO SRT-DCN.
037000     MOVE OVRAUDIT-REC         TO SRT-AUDIT-DATA.
037100     RELEASE SORT-REC.
037200 2100-EXIT.  EXIT.
037300
037400 2000-DONE.
037500     EXIT.
037600
037700*================================================================*
037800*    THE LISTING - APPLIED, REFUSED, NOT MATCHED                 *
037900*================================================================*
038000 3000-WRITE-LISTING  SECTION.
038100
038200     MOVE OVR-FIRST-DATE TO OH1-FIRST-DATE.
038300     MOVE OVR-LAST-DATE  TO OH1-LAST-DATE.
038400     MOVE OVR-CURR-DATE  TO OH1-RUN-DATE.
038500     MOVE 0 TO EOF-SRT.
038600     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
038700             UNTIL EOF-SRT = 1.
038800     IF PREV-STATUS-SEQ > 0
038900         PERFORM 3300-STATUS-TOTAL THRU 3300-EXIT
039000     ELSE
039100         PERFORM 3900-HEADINGS THRU 3900-EXIT
039200         WRITE OVRRPT-LINE FROM OVR-NONE-LINE
039300                                AFTER ADVANCING 2
039400         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
039500     GO TO 3000-DONE.
039600
039700 3100-RETURN-ONE.
039800     RETURN SORTFILE
039900          AT END   MOVE 1 TO EOF-SRT
040000                   GO TO 3100-EXIT.
040100     MOVE SRT-AUDIT-DATA TO OVRAUDIT-REC.
040200
040300     IF SRT-STATUS-SEQ NOT = PREV-STATUS-SEQ
040400         IF PREV-STATUS-SEQ > 0
040500             PERFORM 3300-STATUS-TOTAL THRU 3300-EXIT.
040600     IF SRT-STATUS-SEQ NOT = PREV-STATUS-SEQ
040700        OR OVR-LINE-CTR > 54
040800         MOVE SRT-STATUS-SEQ TO ST-SUB
040900         PERFORM 3900-HEADINGS THRU 3900-EXIT.
041000     MOVE SRT-STATUS-SEQ TO PREV-STATUS-SEQ.
041100     MOVE SRT-STATUS-SEQ TO ST-SUB.
041200
041300     MOVE OVA-RUN-DATE           TO ODL-RUN-DATE.
041400     MOVE OVA-NPI                TO ODL-NPI.
041500     MOVE OVA-HIC                TO ODL-HIC.
041600     MOVE OVA-FROM-DATE          TO ODL-FROM-DATE.
041700     MOVE OVA-DCN                TO ODL-DCN.
041800     MOVE OVA-REASON             TO ODL-REASON.
041900     MOVE OVA-CALC-TOTAL         TO ODL-CALC-TOTAL.
042000     MOVE OVA-DIRECTED-PAY       TO ODL-DIRECTED.
042100     MOVE OVA-MAKER-ID           TO ODL-MAKER-ID.
042200     MOVE OVA-CHECKER-ID         TO ODL-CHECKER-ID.
042300     MOVE OVA-STATUS-TEXT        TO ODL-NOTE.
042400     IF OVA-APPLIED
042500         COMPUTE OVR-DIFFERENCE = OVA-DIRECTED-PAY
042600                                - OVA-CALC-TOTAL
042700         MOVE OVR-DIFFERENCE     TO ODL-DIFFERENCE
042800         MOVE SPACES             TO ODL-NOTE
042900         STRING 'APPROVED ' OVA-CHECKER-DATE
043000                DELIMITED BY SIZE INTO ODL-NOTE
043100         PERFORM 3200-ACCUM-REASON THRU 3200-EXIT
043200     ELSE
043300         MOVE 0                  TO ODL-DIFFERENCE.
043400     WRITE OVRRPT-LINE FROM OVR-DETAIL-LINE
043500                            AFTER ADVANCING 1.
043600     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
043700     ADD 1 TO OVR-LINE-CTR.
043800
043900     ADD 1                TO STT-COUNT (ST-SUB).
044000     ADD OVA-CALC-TOTAL   TO STT-CALC-TOTAL (ST-SUB).
044100     ADD OVA-DIRECTED-PAY TO STT-DIRECTED (ST-SUB).
044200 3100-EXIT.  EXIT.
044300
044400*    AN UNRECOGNIZED CODE CANNOT BE APPLIED, BUT IS KEPT VISIBLE
044500 3200-ACCUM-REASON.
044600     MOVE 1 TO RS-SUB.
044700     PERFORM 3210-NEXT-REASON THRU 3210-EXIT
044800             UNTIL RS-SUB = 5
044900                OR RCT-CODE (RS-SUB) = OVA-REASON.
045000     ADD 1                TO RST-COUNT (RS-SUB).
045100     ADD OVA-CALC-TOTAL   TO RST-CALC-TOTAL (RS-SUB).
045200     ADD OVA-DIRECTED-PAY TO RST-DIRECTED (RS-SUB).
045300 3200-EXIT.  EXIT.
045400
045500 3210-NEXT-REASON.
045600     ADD 1 TO RS-SUB.
045700 3210-EXIT.  EXIT.
045800
045900 3300-STATUS-TOTAL.
046000     MOVE PREV-STATUS-SEQ             TO ST-SUB.
046100     MOVE SPACES                      TO OTL-LABEL.
046200     STRING 'TOTAL ' STATUS-NAME (ST-SUB) (11:20)
046300            DELIMITED BY SIZE INTO OTL-LABEL.
046400     MOVE STT-COUNT (ST-SUB)          TO OTL-COUNT.
046500     MOVE STT-CALC-TOTAL (ST-SUB)     TO OTL-CALC-TOTAL.
046600     MOVE STT-DIRECTED (ST-SUB)       TO OTL-DIRECTED.
046700     IF ST-SUB = 1
046800         COMPUTE OVR-DIFFERENCE = STT-DIRECTED (ST-SUB)
046900                                - STT-CALC-TOTAL (ST-SUB)
047000     ELSE
047100         MOVE 0 TO OVR-DIFFERENCE.
047200     MOVE OVR-DIFFERENCE              TO OTL-DIFFERENCE.
047300     WRITE OVRRPT-LINE FROM OVR-TOTAL-LINE
047400                            AFTER ADVANCING 2.
047500     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
047600     ADD 2 TO OVR-LINE-CTR.
047700 3300-EXIT.  EXIT.
047800
047900 3900-HEADINGS.
048000     WRITE OVRRPT-LINE FROM OVR-HEAD1
048100                            AFTER ADVANCING PAGE.
048200     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
048300     MOVE ALL '-' TO OVRRPT-LINE.
048400     WRITE OVRRPT-LINE AFTER ADVANCING 1.
048500     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
048600     IF ST-SUB > 0
048700         MOVE STATUS-NAME (ST-SUB) TO OSL-TEXT
048800         WRITE OVRRPT-LINE FROM OVR-SECTION-LINE
048900                                AFTER ADVANCING 2
049000         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT
049100         WRITE OVRRPT-LINE FROM OVR-HEAD2
049200                                AFTER ADVANCING 2
049300         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
049400     MOVE SPACES TO OVRRPT-LINE.
049500     WRITE OVRRPT-LINE AFTER ADVANCING 1.
049600     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
049700     MOVE 8 TO OVR-LINE-CTR.
049800 3900-EXIT.  EXIT.
049900
050000 3950-CHECK-WRITE.
050100     IF OVR-STAT1 > 0 DISPLAY ' BADO WRITE ON OVRRPT FILE'.
050200     ADD 1 TO OVRRPT-CTR.
050300 3950-EXIT.  EXIT.
050400
050500 3000-DONE.
050600     EXIT.
050700
050800*================================================================*
050900*    APPLIED OVERRIDES SUMMED BY REASON CODE                     *
051000*================================================================*
051100 4000-SUMMARY  SECTION.
051200
051300 4000-PRINT-SUMMARY.
051400     IF STT-COUNT (1) = 0
051500         GO TO 4000-EXIT.
051600     MOVE 0 TO ST-SUB.
051700     PERFORM 3900-HEADINGS THRU 3900-EXIT.
051800     MOVE 'APPLIED OVERRIDES BY REASON' TO OSL-TEXT.
051900     WRITE OVRRPT-LINE FROM OVR-SECTION-LINE
052000                            AFTER ADVANCING 2.
052100     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
052200     WRITE OVRRPT-LINE FROM OVR-SUMM-HEAD
052300                            AFTER ADVANCING 2.
052400     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
052500     PERFORM 4100-REASON-LINE THRU 4100-EXIT
052600             VARYING RS-SUB FROM 1 BY 1 UNTIL RS-SUB > 5.
052700     MOVE 1 TO PREV-STATUS-SEQ.
052800     PERFORM 3300-STATUS-TOTAL THRU 3300-EXIT.
052900 4000-EXIT.  EXIT.
053000
053100 4100-REASON-LINE.
053200     IF RST-COUNT (RS-SUB) = 0
053300         GO TO 4100-EXIT.
053400     MOVE RCT-CODE (RS-SUB)           TO OSM-CODE.
053500     MOVE RCT-NAME (RS-SUB)           TO OSM-NAME.
053600     MOVE RST-COUNT (RS-SUB)          TO OSM-COUNT.
053700     MOVE RST-CALC-TOTAL (RS-SUB)     TO OSM-CALC-TOTAL.
053800     MOVE RST-DIRECTED (RS-SUB)       TO OSM-DIRECTED.
053900     COMPUTE OVR-DIFFERENCE = RST-DIRECTED (RS-SUB)
054000                            - RST-CALC-TOTAL (RS-SUB).
054100     MOVE OVR-DIFFERENCE              TO OSM-DIFFERENCE.
054200     WRITE OVRRPT-LINE FROM OVR-SUMM-LINE
054300                            AFTER ADVANCING 1.
054400     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
054500 4100-EXIT.  EXIT.
