000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHESR213.
000300
000400*----------------------------------------------------------------*
000500*  PAYMENT SUSPENSION ESCROW PERIOD REPORT                        *
000600*                                                                 *
000700*  THE MONTHLY ESCROW STATEMENT FOR THE PROGRAM-INTEGRITY         *
000800*  CONTRACTOR.  FOR EVERY SUSPENSION CASE WITH ACTIVITY IN THE    *
000900*  REPORT PERIOD IT LISTS EACH CLAIM ESCROWED OR RELEASED, EACH   *
001000*  LIFT, THE ESCROW APPLIED TO AN OVERPAYMENT FINDING AND ANY     *
001100*  OVERPAYMENT LEFT FOR THE OFFSET LEDGER, THEN ROLLS THE CASE    *
001200*  FORWARD - OPENING BALANCE, ESCROWED, RELEASED, APPLIED,        *
001300*  CLOSING BALANCE.  INPUT IS THE ESCACT ACTIVITY TRAIL HHESC213  *
001400*  WRITES EACH CYCLE (GENERATIONS CONCATENATED).                  *
001500*                                                                 *
001600*  ESCACT   - THE HHESC213 ESCROW ACTIVITY TRAIL                  *
001700*  ESRPARM  - (OPTIONAL) COLUMNS 1-8 FIRST CYCLE DATE, 10-17 LAST *
001800*             CYCLE DATE (YYYYMMDD).  BLANK = THE CALENDAR MONTH  *
001900*             BEFORE THE RUN DATE                                 *
002000*  ESRRPT   - THE PERIOD REPORT                                   *
002100*----------------------------------------------------------------*
002200
002300 DATE-COMPILED.
002400 ENVIRONMENT                     DIVISION.
002500
002600 CONFIGURATION                   SECTION.
002700 SOURCE-COMPUTER.                IBM-370.
002800 OBJECT-COMPUTER.                IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT ESCACT    ASSIGN TO UT-S-ESCACT
003400         FILE STATUS IS ESA-STAT.
003500     SELECT OPTIONAL ESRPARM ASSIGN TO UT-S-ESRPARM
003600         FILE STATUS IS ESP-STAT.
003700     SELECT ESRRPT    ASSIGN TO UT-S-ESRRPT
003800         FILE STATUS IS ESR-STAT.
003900     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ESCACT
004400     RECORDING MODE IS F
004500     BLOCK CONTAINS 0 RECORDS
004600     LABEL RECORDS ARE STANDARD.
004700 01  ESCACT-REC.
004800     05  ACT-CYCLE-DATE         PIC X(08).
004900     05  ACT-SEQ                PIC 9(07).
005000     05  ACT-PROV-NO            PIC X(06).
005100     05  ACT-CASE-ID            PIC X(10).
005200     05  ACT-AUTHORITY          PIC X(04).
005300     05  ACT-EVENT              PIC X(02).
005400         88  ACT-OPENING                   VALUE 'OB'.
005500         88  ACT-ESCROWED                  VALUE 'ES'.
005600         88  ACT-RELEASED                  VALUE 'RL'.
005700         88  ACT-APPLIED                   VALUE 'AP'.
005800         88  ACT-POSTED                    VALUE 'OP'.
005900         88  ACT-LIFT-RELEASE              VALUE 'LR'.
006000         88  ACT-LIFT-FINDING              VALUE 'LF'.
006100     05  ACT-DCN                PIC X(08).
006200     05  ACT-HIC                PIC X(12).
006300     05  ACT-FROM-DATE          PIC X(08).
006400     05  ACT-AMOUNT             PIC S9(09)V9(02).
006500     05  ACT-BALANCE            PIC S9(09)V9(02).
006600     05  FILLER                 PIC X(13).
006700
006800 FD  ESRPARM
006900     RECORDING MODE IS F
007000     BLOCK CONTAINS 0 RECORDS
007100     LABEL RECORDS ARE STANDARD.
007200 01  ESRPARM-REC.
007300     05  ESP-FIRST-DATE         PIC X(08).
007400     05  FILLER                 PIC X(01).
007500     05  ESP-LAST-DATE          PIC X(08).
007600     05  FILLER                 PIC X(63).
007700
007800 FD  ESRRPT
007900     RECORDING MODE IS F
008000     BLOCK CONTAINS 133 RECORDS
008100     LABEL RECORDS ARE STANDARD.
008200 01  ESRRPT-LINE                PIC X(133).
008300
008400 SD  SORTFILE.
008500 01  SORT-REC.
008600     05  SRT-PROV-NO            PIC X(06).
008700     05  SRT-CASE-ID            PIC X(10).
008800     05  SRT-CYCLE-DATE         PIC X(08).
008900     05  SRT-SEQ                PIC 9(07).
009000     05  SRT-ACT-DATA           PIC X(100).
009100
009200 WORKING-STORAGE SECTION.
009300 01  FILLER                     PIC X(40)  VALUE
009400     'HHESR    - W O R K I N G   S T O R A G E'.
009500 01  HHESR-VERSION              PIC X(07)  VALUE 'W2026.1'.
009600 01  EOF-ESA                    PIC 9(01)  VALUE 0.
009700 01  EOF-SRT                    PIC 9(01)  VALUE 0.
009800 01  ESCACT-CTR                 PIC 9(09)  VALUE 0.
009900 01  IN-PERIOD-CTR              PIC 9(09)  VALUE 0.
010000 01  ESRRPT-CTR                 PIC 9(09)  VALUE 0.
010100 01  CASE-CTR                   PIC 9(07)  VALUE 0.
010200 01  ESR-LINE-CTR               PIC 9(02)  VALUE 65.
010300 01  ESR-CURR-DATE              PIC X(08)  VALUE SPACES.
010400 01  ESR-FIRST-DATE             PIC X(08)  VALUE SPACES.
010500 01  ESR-FIRST-PARTS REDEFINES ESR-FIRST-DATE.
010600     05  ESR-FIRST-YYYY         PIC 9(04).
010700     05  ESR-FIRST-MM           PIC 9(02).
010800     05  ESR-FIRST-DD           PIC 9(02).
010900 01  ESR-LAST-DATE              PIC X(08)  VALUE SPACES.
011000 01  ESR-LAST-N REDEFINES ESR-LAST-DATE PIC 9(08).
011100 01  ESR-FIRST-N                PIC 9(08)  VALUE 0.
011200 01  ESR-INT-DATE               PIC 9(07)  VALUE 0.
011300 01  PREV-PROV-NO               PIC X(06)  VALUE SPACES.
011400 01  PREV-CASE-ID               PIC X(10)  VALUE SPACES.
011500 01  ESA-STAT.
011600     05  ESA-STAT1              PIC X.
011700     05  ESA-STAT2              PIC X.
011800 01  ESP-STAT.
011900     05  ESP-STAT1              PIC X.
012000     05  ESP-STAT2              PIC X.
012100 01  ESR-STAT.
012200     05  ESR-STAT1              PIC X.
012300     05  ESR-STAT2              PIC X.
012400
012500*----------------------------------------------------------------*
012600*  ONE CASE'S ROLL-FORWARD, AND THE SAME FOR ALL CASES            *
012700*----------------------------------------------------------------*
012800 01  CASE-ACCUM.
012900     05  CSA-AUTHORITY          PIC X(04).
013000     05  CSA-STATUS             PIC X(08).
013100     05  CSA-OPEN-SW            PIC X(01).
013200     05  CSA-OPENING            PIC S9(11)V9(02).
013300     05  CSA-ESC-CT             PIC 9(07).
013400     05  CSA-ESCROWED           PIC S9(11)V9(02).
013500     05  CSA-REL-CT             PIC 9(07).
013600     05  CSA-RELEASED           PIC S9(11)V9(02).
013700     05  CSA-APPLIED            PIC S9(11)V9(02).
013800     05  CSA-OVERPAY            PIC S9(11)V9(02).
013900     05  CSA-POSTED             PIC S9(11)V9(02).
014000     05  CSA-CLOSING            PIC S9(11)V9(02).
014100 01  GRAND-ACCUM.
014200     05  GRA-OPENING            PIC S9(11)V9(02) VALUE 0.
014300     05  GRA-ESC-CT             PIC 9(07)        VALUE 0.
014400     05  GRA-ESCROWED           PIC S9(11)V9(02) VALUE 0.
014500     05  GRA-REL-CT             PIC 9(07)        VALUE 0.
014600     05  GRA-RELEASED           PIC S9(11)V9(02) VALUE 0.
014700     05  GRA-APPLIED            PIC S9(11)V9(02) VALUE 0.
014800     05  GRA-OVERPAY            PIC S9(11)V9(02) VALUE 0.
014900     05  GRA-POSTED             PIC S9(11)V9(02) VALUE 0.
015000     05  GRA-CLOSING            PIC S9(11)V9(02) VALUE 0.
015100
015200*----------------------------------------------------------------*
015300*  EVENT NAMES                                                    *
015400*----------------------------------------------------------------*
015500 01  EVENT-NAMES.
015600     05  FILLER                 PIC X(22)  VALUE
015700        'OBBALANCE FORWARD     '.
015800     05  FILLER                 PIC X(22)  VALUE
015900        'ESESCROWED            '.
016000     05  FILLER                 PIC X(22)  VALUE
016100        'RLRELEASED TO AGENCY  '.
016200     05  FILLER                 PIC X(22)  VALUE
016300        'APAPPLIED TO FINDING  '.
016400     05  FILLER                 PIC X(22)  VALUE
016500        'OPPOSTED TO OFFSET    '.
016600     05  FILLER                 PIC X(22)  VALUE
016700        'LRLIFTED - RELEASE    '.
016800     05  FILLER                 PIC X(22)  VALUE
016900        'LFLIFTED - FINDING    '.
017000 01  EVENT-NAME-TABLE REDEFINES EVENT-NAMES.
017100     05  EVN-DATA               OCCURS 7
017200                                INDEXED BY EV1.
017300         10  EVN-CODE           PIC X(02).
017400         10  EVN-NAME           PIC X(20).
017500
017600*----------------------------------------------------------------*
017700*  REPORT COMPONENTS                                              *
017800*----------------------------------------------------------------*
017900 01  ESR-HEAD1.
018000     05  FILLER                 PIC X(01)  VALUE SPACES.
018100     05  FILLER                 PIC X(40)  VALUE
018200        ' HHA PAYMENT SUSPENSION ESCROW REPORT   '.
018300     05  FILLER                 PIC X(10)  VALUE 'PERIOD    '.
018400     05  EH1-FIRST-DATE         PIC X(08).
018500     05  FILLER                 PIC X(04)  VALUE ' TO '.
018600     05  EH1-LAST-DATE          PIC X(08).
018700     05  FILLER                 PIC X(14)  VALUE '    RUN DATE  '.
018800     05  EH1-RUN-DATE           PIC X(08).
018900
019000 01  ESR-CASE-HEAD.
019100     05  FILLER                 PIC X(02)  VALUE SPACES.
019200     05  FILLER                 PIC X(16)  VALUE
019300        'PROVIDER (CCN)  '.
019400     05  ECH-PROV-NO            PIC X(06).
019500     05  FILLER                 PIC X(12)  VALUE '    CASE ID '.
019600     05  ECH-CASE-ID            PIC X(10).
019700     05  FILLER                 PIC X(14)  VALUE '    AUTHORITY '.
019800     05  ECH-AUTHORITY          PIC X(04).
019900
020000 01  ESR-HEAD2.
020100     05  FILLER                 PIC X(02)  VALUE SPACES.
020200     05  FILLER                 PIC X(50)  VALUE
020300        'CYCLE     EVENT                 DCN       HIC     '.
020400     05  FILLER                 PIC X(50)  VALUE
020500        '      FROM               AMOUNT          BALANCE  '.
020600
020700 01  ESR-DETAIL-LINE.
020800     05  FILLER                 PIC X(02)  VALUE SPACES.
020900     05  EDL-CYCLE-DATE         PIC X(08).
021000     05  FILLER                 PIC X(02)  VALUE SPACES.
021100     05  EDL-EVENT              PIC X(20).
021200     05  FILLER                 PIC X(02)  VALUE SPACES.
021300     05  EDL-DCN                PIC X(08).
021400     05  FILLER                 PIC X(02)  VALUE SPACES.
021500     05  EDL-HIC                PIC X(12).
021600     05  FILLER                 PIC X(02)  VALUE SPACES.
021700     05  EDL-FROM-DATE          PIC X(08).
021800     05  FILLER                 PIC X(02)  VALUE SPACES.
021900     05  EDL-AMOUNT             PIC ----,---,--9.99.
022000     05  FILLER                 PIC X(02)  VALUE SPACES.
022100     05  EDL-BALANCE            PIC ----,---,--9.99.
022200
022300 01  ESR-ROLL-LINE.
022400     05  FILLER                 PIC X(06)  VALUE SPACES.
022500     05  ERL-LABEL              PIC X(30).
022600     05  ERL-COUNT              PIC ZZZ,ZZ9 BLANK WHEN ZERO.
022700     05  FILLER                 PIC X(02)  VALUE SPACES.
022800     05  ERL-AMOUNT             PIC --,---,---,--9.99.
022900
023000 01  ESR-NONE-LINE.
023100     05  FILLER                 PIC X(02)  VALUE SPACES.
023200     05  FILLER                 PIC X(40)  VALUE
023300        'NO ESCROW ACTIVITY IN THE PERIOD        '.
023400
023500**--------------------------------------------------------------
023600 PROCEDURE  DIVISION.
023700
023800 0000-MAINLINE  SECTION.
023900
024000     PERFORM 0700-GET-PARMS THRU 0700-EXIT.
024100
024200     OPEN OUTPUT ESRRPT.
024300     SORT SORTFILE
024400          ON ASCENDING KEY SRT-PROV-NO
024500                           SRT-CASE-ID
024600                           SRT-CYCLE-DATE
024700                           SRT-SEQ
024800          INPUT  PROCEDURE IS 2000-READ-ACTIVITY
024900          OUTPUT PROCEDURE IS 3000-WRITE-LISTING.
025000     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
025100     CLOSE ESRRPT.
025200
025300     DISPLAY '-- PROGRAM HHESR213  VERSION  ===> ' HHESR-VERSION.
025400     DISPLAY '-- REPORT PERIOD              ===> '
025500             ESR-FIRST-DATE ' - ' ESR-LAST-DATE.
025600     DISPLAY '-- ESCACT RECORDS READ        ===> ' ESCACT-CTR.
025700     DISPLAY '-- RECORDS IN PERIOD          ===> ' IN-PERIOD-CTR.
025800     DISPLAY '-- SUSPENSION CASES REPORTED  ===> ' CASE-CTR.
025900     DISPLAY '-- OUTPUT COUNTS FOR ESRRPT   ===> ' ESRRPT-CTR.
026000
026100     STOP RUN.
026200
026300*================================================================*
026400*    REPORT PERIOD - THE CARD, ELSE THE PRIOR CALENDAR MONTH     *
026500*================================================================*
026600 0700-GET-PARMS.
026700     ACCEPT ESR-CURR-DATE FROM DATE YYYYMMDD.
026800     MOVE ESR-CURR-DATE TO ESR-FIRST-DATE.
026900     MOVE 01 TO ESR-FIRST-DD.
027000*    THE DAY BEFORE THE FIRST OF THIS MONTH ENDS THE PRIOR MONTH
027100     MOVE ESR-FIRST-DATE TO ESR-FIRST-N.
027200     COMPUTE ESR-INT-DATE = FUNCTION
027300             INTEGER-OF-DATE(ESR-FIRST-N) - 1
027400     END-COMPUTE.
027500     COMPUTE ESR-LAST-N = FUNCTION
027600             DATE-OF-INTEGER(ESR-INT-DATE)
027700     END-COMPUTE.
027800     IF ESR-FIRST-MM = 01
027900         SUBTRACT 1 FROM ESR-FIRST-YYYY
028000         MOVE 12 TO ESR-FIRST-MM
028100     ELSE
028200         SUBTRACT 1 FROM ESR-FIRST-MM.
028300
028400     OPEN INPUT ESRPARM.
028500     IF ESP-STAT1 = '0' OR ESP-STAT1 = '9'
028600         READ ESRPARM
028700             AT END MOVE SPACES TO ESRPARM-REC
028800         END-READ
028900         IF ESP-FIRST-DATE NUMERIC AND ESP-LAST-DATE NUMERIC
029000            AND ESP-FIRST-DATE NOT > ESP-LAST-DATE
029100             MOVE ESP-FIRST-DATE TO ESR-FIRST-DATE
029200             MOVE ESP-LAST-DATE  TO ESR-LAST-DATE
029300         END-IF
029400         CLOSE ESRPARM.
029500 0700-EXIT.  EXIT.
029600
029700*================================================================*
029800*    READ THE ACTIVITY TRAIL AND RELEASE EVERY RECORD IN PERIOD  *
029900*================================================================*
030000 2000-READ-ACTIVITY  SECTION.
030100
030200     OPEN INPUT ESCACT.
030300     IF ESA-STAT1 NOT = '0'
030400         DISPLAY '** HHESR213 - ESCACT WILL NOT OPEN - STATUS '
030500                 ESA-STAT
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN.
030800     PERFORM 2100-READ-ESCACT THRU 2100-EXIT
030900             UNTIL EOF-ESA = 1.
031000     CLOSE ESCACT.
031100     GO TO 2000-DONE.
031200
031300 2100-READ-ESCACT.
031400     READ ESCACT
031500          AT END   MOVE 1 TO EOF-ESA
031600                   GO TO 2100-EXIT.
031700     ADD 1 TO ESCACT-CTR.
031800
031900     IF ACT-CYCLE-DATE < ESR-FIRST-DATE
032000        OR ACT-CYCLE-DATE > ESR-LAST-DATE
032100         GO TO 2100-EXIT.
032200     ADD 1 TO IN-PERIOD-CTR.
032300
032400     MOVE ACT-PROV-NO          TO SRT-PROV-NO.
032500     MOVE ACT-CASE-ID          TO SRT-CASE-ID.
032600     MOVE ACT-CYCLE-DATE       TO SRT-CYCLE-DATE.
032700     MOVE ACT-SEQ              TO SRT-SEQ.
032800     MOVE ESCACT-REC           TO SRT-ACT-DATA.
032900     RELEASE SORT-REC.
033000 2100-EXIT.  EXIT.
033100
033200 2000-DONE.
033300     EXIT.
033400
033500*================================================================*
033600*    THE LISTING - ONE BLOCK PER CASE, EVENTS THEN ROLL-FORWARD  *
033700*================================================================*
033800 3000-WRITE-LISTING  SECTION.
033900
034000     MOVE ESR-FIRST-DATE TO EH1-FIRST-DATE.
034100     MOVE ESR-LAST-DATE  TO EH1-LAST-DATE.
034200     MOVE ESR-CURR-DATE  TO EH1-RUN-DATE.
034300     MOVE 0 TO EOF-SRT.
034400     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
034500             UNTIL EOF-SRT = 1.
034600     IF CASE-CTR > 0
034700         PERFORM 3300-CASE-TOTAL THRU 3300-EXIT
034800     ELSE
034900         PERFORM 3900-HEADINGS THRU 3900-EXIT
035000         WRITE ESRRPT-LINE FROM ESR-NONE-LINE
035100                                AFTER ADVANCING 2
035200         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
035300     GO TO 3000-DONE.
035400
035500 3100-RETURN-ONE.
035600     RETURN SORTFILE
035700          AT END   MOVE 1 TO EOF-SRT
035800                   GO TO 3100-EXIT.
035900     MOVE SRT-ACT-DATA TO ESCACT-REC.
036000
036100     IF ACT-PROV-NO NOT = PREV-PROV-NO
036200        OR ACT-CASE-ID NOT = PREV-CASE-ID
036300         PERFORM 3200-NEW-CASE THRU 3200-EXIT.
036400
036500*    A CASE STILL OPEN CARRIES A BALANCE-FORWARD RECORD EVERY
036600*    CYCLE - ONLY THE FIRST IN THE PERIOD IS THE OPENING BALANCE
036700     IF ACT-OPENING
036800         IF CSA-OPEN-SW = 'Y'
036900             GO TO 3190-TRACK
037000         ELSE
037100             MOVE ACT-AMOUNT TO CSA-OPENING.
037200     MOVE 'Y' TO CSA-OPEN-SW.
037300
037400     IF ACT-ESCROWED
037500         ADD 1          TO CSA-ESC-CT
037600         ADD ACT-AMOUNT TO CSA-ESCROWED.
037700     IF ACT-RELEASED
037800         ADD 1          TO CSA-REL-CT
037900         ADD ACT-AMOUNT TO CSA-RELEASED.
038000     IF ACT-APPLIED
038100         ADD ACT-AMOUNT TO CSA-APPLIED.
038200     IF ACT-POSTED
038300         ADD ACT-AMOUNT TO CSA-POSTED.
038400     IF ACT-LIFT-RELEASE
038500         MOVE 'RELEASED' TO CSA-STATUS.
038600     IF ACT-LIFT-FINDING
038700         MOVE 'FINDING ' TO CSA-STATUS
038800         ADD ACT-AMOUNT  TO CSA-OVERPAY.
038900
039000     IF ESR-LINE-CTR > 54
039100         PERFORM 3900-HEADINGS THRU 3900-EXIT
039200         PERFORM 3800-CASE-HEADING THRU 3800-EXIT.
039300     MOVE ACT-CYCLE-DATE TO EDL-CYCLE-DATE.
039400     MOVE ACT-EVENT      TO EDL-EVENT.
039500     SET EV1 TO 1.
039600     SEARCH EVN-DATA
039700         AT END
039800             CONTINUE
039900         WHEN EVN-CODE (EV1) = ACT-EVENT
040000             MOVE EVN-NAME (EV1) TO EDL-EVENT
040100     END-SEARCH.
040200     MOVE ACT-DCN        TO EDL-DCN.
040300     MOVE ACT-HIC        TO EDL-HIC.
040400     MOVE ACT-FROM-DATE  TO EDL-FROM-DATE.
040500     MOVE ACT-AMOUNT     TO EDL-AMOUNT.
040600     MOVE ACT-BALANCE    TO EDL-BALANCE.
040700     WRITE ESRRPT-LINE FROM ESR-DETAIL-LINE
040800                            AFTER ADVANCING 1.
040900     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
041000     ADD 1 TO ESR-LINE-CTR.
041100
041200 3190-TRACK.
041300     MOVE ACT-BALANCE TO CSA-CLOSING.
041400 3100-EXIT.  EXIT.
041500
041600 3200-NEW-CASE.
041700     IF CASE-CTR > 0
041800         PERFORM 3300-CASE-TOTAL THRU 3300-EXIT.
041900     ADD 1 TO CASE-CTR.
042000     MOVE ACT-PROV-NO   TO PREV-PROV-NO.
042100     MOVE ACT-CASE-ID   TO PREV-CASE-ID.
042200     INITIALIZE CASE-ACCUM.
042300     MOVE ACT-AUTHORITY TO CSA-AUTHORITY.
042400     MOVE 'OPEN    '    TO CSA-STATUS.
042500     MOVE 'N'           TO CSA-OPEN-SW.
042600     IF ESR-LINE-CTR > 44
042700         PERFORM 3900-HEADINGS THRU 3900-EXIT.
042800     PERFORM 3800-CASE-HEADING THRU 3800-EXIT.
042900 3200-EXIT.  EXIT.
043000
043100*================================================================*
043200*    ONE CASE ROLLED FORWARD FOR THE PERIOD                      *
043300*================================================================*
043400 3300-CASE-TOTAL.
043500     MOVE SPACES TO ESRRPT-LINE.
043600     WRITE ESRRPT-LINE AFTER ADVANCING 1.
043700     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
043800     MOVE 'OPENING ESCROW BALANCE'     TO ERL-LABEL.
043900     MOVE 0                            TO ERL-COUNT.
044000     MOVE CSA-OPENING                  TO ERL-AMOUNT.
044100     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
044200     MOVE '  CLAIMS ESCROWED'          TO ERL-LABEL.
044300     MOVE CSA-ESC-CT                   TO ERL-COUNT.
044400     MOVE CSA-ESCROWED                 TO ERL-AMOUNT.
044500     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
044600     MOVE '  RELEASED TO THE AGENCY'   TO ERL-LABEL.
044700     MOVE CSA-REL-CT                   TO ERL-COUNT.
044800     COMPUTE ERL-AMOUNT = 0 - CSA-RELEASED.
044900     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
045000     MOVE '  APPLIED TO OVERPAYMENT'   TO ERL-LABEL.
045100     MOVE 0                            TO ERL-COUNT.
045200     COMPUTE ERL-AMOUNT = 0 - CSA-APPLIED.
045300     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
045400     MOVE 'CLOSING ESCROW BALANCE'     TO ERL-LABEL.
045500     MOVE 0                            TO ERL-COUNT.
045600     MOVE CSA-CLOSING                  TO ERL-AMOUNT.
045700     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
045800     IF CSA-OVERPAY NOT = 0
045900         MOVE 'OVERPAYMENT FOUND'      TO ERL-LABEL
046000         MOVE 0                        TO ERL-COUNT
046100         MOVE CSA-OVERPAY              TO ERL-AMOUNT
046200         PERFORM 3400-ROLL-LINE THRU 3400-EXIT
046300         MOVE 'LEFT FOR THE OFFSET LEDGER' TO ERL-LABEL
046400         MOVE CSA-POSTED               TO ERL-AMOUNT
046500         PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
046600     MOVE SPACES                       TO ERL-LABEL.
046700     STRING 'CASE STATUS ' CSA-STATUS
046800            DELIMITED BY SIZE INTO ERL-LABEL.
046900     MOVE 0                            TO ERL-COUNT.
047000     MOVE 0                            TO ERL-AMOUNT.
047100     WRITE ESRRPT-LINE FROM ESR-ROLL-LINE (1:36)
047200                            AFTER ADVANCING 1.
047300     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
047400     ADD 7 TO ESR-LINE-CTR.
047500
047600     ADD CSA-OPENING  TO GRA-OPENING.
047700     ADD CSA-ESC-CT   TO GRA-ESC-CT.
047800     ADD CSA-ESCROWED TO GRA-ESCROWED.
047900     ADD CSA-REL-CT   TO GRA-REL-CT.
048000     ADD CSA-RELEASED TO GRA-RELEASED.
048100     ADD CSA-APPLIED  TO GRA-APPLIED.
048200     ADD CSA-OVERPAY  TO GRA-OVERPAY.
048300     ADD CSA-POSTED   TO GRA-POSTED.
048400     ADD CSA-CLOSING  TO GRA-CLOSING.
048500 3300-EXIT.  EXIT.
048600
048700 3400-ROLL-LINE.
048800     WRITE ESRRPT-LINE FROM ESR-ROLL-LINE
048900                            AFTER ADVANCING 1.
049000     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
049100 3400-EXIT.  EXIT.
049200
049300 3800-CASE-HEADING.
049400     MOVE ACT-PROV-NO   TO ECH-PROV-NO.
049500     MOVE ACT-CASE-ID   TO ECH-CASE-ID.
049600     MOVE CSA-AUTHORITY TO ECH-AUTHORITY.
049700     WRITE ESRRPT-LINE FROM ESR-CASE-HEAD
049800                            AFTER ADVANCING 2.
049900     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
050000     WRITE ESRRPT-LINE FROM ESR-HEAD2
050100                            AFTER ADVANCING 1.
050200     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
050300     ADD 3 TO ESR-LINE-CTR.
050400 3800-EXIT.  EXIT.
050500
050600 3900-HEADINGS.
050700     WRITE ESRRPT-LINE FROM ESR-HEAD1
050800                            AFTER ADVANCING PAGE.
050900     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
051000     MOVE ALL '-' TO ESRRPT-LINE.
051100     WRITE ESRRPT-LINE AFTER ADVANCING 1.
051200     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
051300     MOVE 2 TO ESR-LINE-CTR.
051400 3900-EXIT.  EXIT.
051500
051600 3950-CHECK-WRITE.
051700     IF ESR-STAT1 > 0 DISPLAY ' BADO WRITE ON ESRRPT FILE'.
051800     ADD 1 TO ESRRPT-CTR.
051900 3950-EXIT.  EXIT.
052000
052100 3000-DONE.
052200     EXIT.
052300
052400*================================================================*
052500*    ALL SUSPENSION CASES FOR THE PERIOD                         *
052600*================================================================*
052700 4000-TOTALS  SECTION.
052800
052900 4000-PRINT-TOTALS.
053000     IF CASE-CTR = 0
053100         GO TO 4000-EXIT.
053200     PERFORM 3900-HEADINGS THRU 3900-EXIT.
053300     MOVE SPACES TO ESRRPT-LINE.
053400     MOVE 'ALL SUSPENSION CASES' TO ESRRPT-LINE (3:20).
053500     WRITE ESRRPT-LINE AFTER ADVANCING 2.
053600     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
053700     MOVE 'CASES REPORTED'             TO ERL-LABEL.
053800     MOVE CASE-CTR                     TO ERL-COUNT.
053900     MOVE 0                            TO ERL-AMOUNT.
054000     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
054100     MOVE 'OPENING ESCROW BALANCE'     TO ERL-LABEL.
054200     MOVE 0                            TO ERL-COUNT.
054300     MOVE GRA-OPENING                  TO ERL-AMOUNT.
054400     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
054500     MOVE '  CLAIMS ESCROWED'          TO ERL-LABEL.
054600     MOVE GRA-ESC-CT                   TO ERL-COUNT.
054700     MOVE GRA-ESCROWED                 TO ERL-AMOUNT.
054800     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
054900     MOVE '  RELEASED TO THE AGENCY'   TO ERL-LABEL.
055000     MOVE GRA-REL-CT                   TO ERL-COUNT.
055100     COMPUTE ERL-AMOUNT = 0 - GRA-RELEASED.
055200     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
055300     MOVE '  APPLIED TO OVERPAYMENTS'  TO ERL-LABEL.
055400     MOVE 0                            TO ERL-COUNT.
055500     COMPUTE ERL-AMOUNT = 0 - GRA-APPLIED.
055600     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
055700     MOVE 'CLOSING ESCROW BALANCE'     TO ERL-LABEL.
055800     MOVE GRA-CLOSING                  TO ERL-AMOUNT.
055900     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
056000     MOVE 'OVERPAYMENTS FOUND'         TO ERL-LABEL.
056100     MOVE GRA-OVERPAY                  TO ERL-AMOUNT.
056200     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
056300     MOVE 'LEFT FOR THE OFFSET LEDGER' TO ERL-LABEL.
056400     MOVE GRA-POSTED                   TO ERL-AMOUNT.
056500     PERFORM 3400-ROLL-LINE THRU 3400-EXIT.
056600 4000-EXIT.  EXIT.
