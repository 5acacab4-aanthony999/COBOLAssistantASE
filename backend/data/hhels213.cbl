000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHELS213.
000300
000400*----------------------------------------------------------------*
000500*  RETROACTIVE BENEFICIARY ELIGIBILITY SWEEP                     *
000600*                                                                *
000700*  THE PRICER'S BENEFICIARY EDITS (HHDRV213 1306-CHECK-BENE-     *
000800*  ELIG) ONLY PROTECT CLAIMS PRICED AFTER BENEELIG CARRIES A     *
000900*  DATE OF DEATH, MA ENROLLMENT OR ENTITLEMENT END.  WHEN THE    *
001000*  CHANGE ARRIVES LATE, PERIODS ALREADY PAID STAY PAID.          *
001100*                                                                *
001200*  THIS STEP COMPARES THE NEW BENEELIG DELIVERY WITH THE PRIOR   *
001300*  ONE.  A BENEFICIARY WHOSE ROWS DIFFER IN ANY WAY IS CHANGED.  *
001400*  EVERY CURRENT PAID FINAL PERIOD OF A CHANGED BENEFICIARY ON   *
001500*  THE CLAIM-HISTORY MASTER IS TESTED AGAINST THE NEW ROWS WITH  *
001600*  THE PRICER'S OWN RULES:                                       *
001700*    55  FROM BEFORE ENTITLEMENT START, OR THRU AFTER ITS END    *
001800*    56  FROM AFTER THE DATE OF DEATH                            *
001900*    57  PERIOD OVERLAPS A MEDICARE ADVANTAGE ENROLLMENT         *
002000*  A PERIOD THE NEW ELIGIBILITY NO LONGER SUPPORTS IS REFERRED   *
002100*  AS AN OVERPAYMENT OF ITS FULL PAID AMOUNT.  THE REFERRALS     *
002200*  POST TO THE PROVIDER'S BALANCE ON THE RECOUPMENT LEDGER, SO   *
002300*  THE NEXT HHMGR213 RUN WITHHOLDS AGAINST NEW PAYABLE CLAIMS.   *
002310*  A PERIOD IS REFERRED ONCE.  EVERY REFERRAL IS KEPT ON THE     *
002320*  REFERRAL REGISTRY BY ITS CURRENT DCN; A PERIOD ALREADY ON IT  *
002330*  IS LISTED AS PREVIOUSLY REFERRED AND NOT REFERRED OR POSTED   *
002340*  AGAIN WHEN A LATER DELIVERY CHANGES THE BENEFICIARY ONCE MORE.*
002400*                                                                *
002500*  BENENEW  - THIS BENEELIG DELIVERY                             *
002600*  BENEOLD  - (OPTIONAL) THE PRIOR DELIVERY.  WITHOUT IT EVERY   *
002700*             BENEFICIARY ON BENENEW IS TREATED AS CHANGED       *
002800*  HISTFILE - THE CLAIM-HISTORY MASTER (HHHST213 HISTOUT)        *
002900*  OFFSETIN - (OPTIONAL) THE RECOUPMENT LEDGER - THE LAST        *
003000*             HHMGR213 OFFSETOUT                                 *
003100*  OFFSETOUT- THE LEDGER WITH THIS SWEEP'S REFERRALS POSTED -    *
003200*             THE NEXT HHMGR213 RUN READS IT AS ITS OFFSETIN     *
003300*  ELGREF   - ONE OVERPAYMENT REFERRAL PER PERIOD, WITH THE      *
003400*             CLAIM DETAIL AND THE ELIGIBILITY DATE BEHIND IT    *
003410*  ELGREFIN - (OPTIONAL) THE REFERRAL REGISTRY - THE LAST        *
003420*             ELGREFOUT                                          *
003430*  ELGREFOUT- THE REGISTRY WITH THIS SWEEP'S REFERRALS ADDED     *
003500*  ELGRPT   - REFERRED PERIODS, LEDGER POSTINGS AND RUN TOTALS   *
003600*----------------------------------------------------------------*
003700
003800 DATE-COMPILED.
003900 ENVIRONMENT                     DIVISION.
004000
004100 CONFIGURATION                   SECTION.
004200 SOURCE-COMPUTER.                IBM-370.
004300 OBJECT-COMPUTER.                IBM-370.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700
004800     SELECT BENENEW   ASSIGN TO UT-S-BENENEW
004900         FILE STATUS IS BNN-STAT.
005000     SELECT OPTIONAL BENEOLD ASSIGN TO UT-S-BENEOLD
005100         FILE STATUS IS BNO-STAT.
005200     SELECT HISTFILE  ASSIGN TO UT-S-HISTFILE
005300         FILE STATUS IS HSF-STAT.
005400     SELECT OPTIONAL OFFSETIN ASSIGN TO UT-S-OFFSETIN
005500         FILE STATUS IS OFI-STAT.
005600     SELECT OFFSETOUT ASSIGN TO UT-S-OFFSETOUT
005700         FILE STATUS IS OFO-STAT.
005800     SELECT ELGREF    ASSIGN TO UT-S-ELGREF
005900         FILE STATUS IS REF-STAT.
005910     SELECT OPTIONAL ELGREFIN ASSIGN TO UT-S-ELGREFIN
005920         FILE STATUS IS RGI-STAT.
005930     SELECT ELGREFOUT ASSIGN TO UT-S-ELGREFOUT
005940         FILE STATUS IS RGO-STAT.
006000     SELECT ELGRPT    ASSIGN TO UT-S-ELGRPT
006100         FILE STATUS IS ELR-STAT.
006200     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BENENEW
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  BENENEW-REC.
007000     05  BNN-HIC                 PIC X(12).
007100     05  BNN-ROW                 PIC X(68).
007200
007300 FD  BENEOLD
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  BENEOLD-REC.
007700     05  BNO-HIC                 PIC X(12).
007800     05  BNO-ROW                 PIC X(68).
007900
008000 FD  HISTFILE
008100     RECORDING MODE IS F
008200     BLOCK CONTAINS 0 RECORDS
008300     LABEL RECORDS ARE STANDARD.
008400 01  HISTFILE-REC.
008500     05  HSF-KEY.
008600         10  HSF-NPI            PIC X(10).
008700         10  HSF-HIC            PIC X(12).
008800         10  HSF-FROM-DATE      PIC X(08).
008900     05  HSF-THRU-DATE          PIC X(08).
009000     05  HSF-PROV-NO            PIC X(06).
009100     05  HSF-TOB-CLASS          PIC X(01).
009200     05  HSF-PAY-RTC            PIC 99.
009300         88  HSF-RTC-PAYABLE    VALUES 00 01 02 06 09 11 14 32.
009400     05  HSF-TOTAL-PAYMENT      PIC 9(07)V9(02).
009500     05  HSF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
009600     05  HSF-ADJ-IND            PIC X(01).
009700     05  HSF-ADMIT-DATE         PIC X(08).
009800     05  HSF-DCN                PIC X(08).
009900     05  HSF-PRED-DCN           PIC X(08).
010000     05  FILLER                 PIC X(10).
010100
010200 FD  OFFSETIN
010300     RECORDING MODE IS F
010400     BLOCK CONTAINS 0 RECORDS
010500     LABEL RECORDS ARE STANDARD.
010600 01  OFFSETIN-REC.
010700     05  OFI-PROV-NO            PIC X(06).
010800     05  OFI-BALANCE            PIC 9(09)V9(02).
010900     05  FILLER                 PIC X(63).
011000
011100 FD  OFFSETOUT
011200     RECORDING MODE IS F
011300     BLOCK CONTAINS 0 RECORDS
011400     LABEL RECORDS ARE STANDARD.
011500 01  OFFSETOUT-REC.
011600     05  OFO-PROV-NO            PIC X(06).
011700     05  OFO-BALANCE            PIC 9(09)V9(02).
011800     05  FILLER                 PIC X(63).
011900
012000*---------------------------------------------------------------*
012100*    OVERPAYMENT REFERRAL - ONE PER PERIOD NO LONGER SUPPORTED   *
012200*---------------------------------------------------------------*
012300 FD  ELGREF
012400     RECORDING MODE IS F
012500     BLOCK CONTAINS 0 RECORDS
012600     LABEL RECORDS ARE STANDARD.
012700 01  ELGREF-REC.
012800     05  REF-PROV-NO            PIC X(06).
012900     05  REF-NPI                PIC X(10).
013000     05  REF-HIC                PIC X(12).
013100     05  REF-FROM-DATE          PIC X(08).
013200     05  REF-THRU-DATE          PIC X(08).
013300     05  REF-ADMIT-DATE         PIC X(08).
013400     05  REF-DCN                PIC X(08).
013500     05  REF-TOB-CLASS          PIC X(01).
013600     05  REF-PAY-RTC            PIC 99.
013700     05  REF-TOTAL-PAYMENT      PIC 9(07)V9(02).
013800     05  REF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
013900*        THE FIRST EDIT THE PERIOD FAILS (55, 56 OR 57) AND THE
014000*        ELIGIBILITY DATE THAT FAILED IT
014100     05  REF-REASON-RTC         PIC X(02).
014200     05  REF-REASON-DATE        PIC X(08).
014300*        EVERY EDIT THE PERIOD FAILS, IN 55/56/57 ORDER
014400     05  REF-ALL-RTCS           PIC X(06).
014500     05  REF-OVERPAY-AMT        PIC 9(07)V9(02).
014600     05  REF-RUN-DATE           PIC X(08).
014700     05  FILLER                 PIC X(36).
014800
014802*---------------------------------------------------------------*
014804*    REFERRAL REGISTRY - ONE PER PERIOD EVER REFERRED, BY THE    *
014806*    CURRENT DCN THE REFERRAL WAS MADE AGAINST                   *
014808*---------------------------------------------------------------*
014810 FD  ELGREFIN
014812     RECORDING MODE IS F
014814     BLOCK CONTAINS 0 RECORDS
014816     LABEL RECORDS ARE STANDARD.
014818 01  ELGREFIN-REC.
014820     05  RGI-DCN                PIC X(08).
014822     05  RGI-PROV-NO            PIC X(06).
014824     05  RGI-HIC                PIC X(12).
014826     05  RGI-FROM-DATE          PIC X(08).
014828     05  RGI-REASON-RTC         PIC X(02).
014830     05  RGI-OVERPAY-AMT        PIC 9(07)V9(02).
014832     05  RGI-RUN-DATE           PIC X(08).
014834     05  FILLER                 PIC X(27).
014836
014838 FD  ELGREFOUT
014840     RECORDING MODE IS F
014842     BLOCK CONTAINS 0 RECORDS
014844     LABEL RECORDS ARE STANDARD.
014846 01  ELGREFOUT-REC.
014848     05  RGO-DCN                PIC X(08).
014850     05  RGO-PROV-NO            PIC X(06).
014852     05  RGO-HIC                PIC X(12).
014854     05  RGO-FROM-DATE          PIC X(08).
014856     05  RGO-REASON-RTC         PIC X(02).
014858     05  RGO-OVERPAY-AMT        PIC 9(07)V9(02).
014860     05  RGO-RUN-DATE           PIC X(08).
014862     05  FILLER                 PIC X(27).
014864
014900 FD  ELGRPT
015000     RECORDING MODE IS F
015100     BLOCK CONTAINS 133 RECORDS
015200     LABEL RECORDS ARE STANDARD.
015300 01  ELGRPT-LINE                PIC X(133).
015400
015500 SD  SORTFILE.
015600 01  SORT-REC.
015700     05  SRT-HIC                PIC X(12).
015800     05  SRT-ROW                PIC X(68).
015900*        'O' = PRIOR DELIVERY, 'N' = THIS DELIVERY
016000     05  SRT-SOURCE             PIC X(01).
016100
016200 WORKING-STORAGE SECTION.
016300 01  FILLER                     PIC X(40)  VALUE
016400     'HHELS    - W O R K I N G   S T O R A G E'.
016500 01  HHELS-VERSION              PIC X(07)  VALUE 'E2026.1'.
016600 01  EOF-BNN                    PIC 9(01)  VALUE 0.
016700 01  EOF-BNO                    PIC 9(01)  VALUE 0.
016800 01  EOF-SRT                    PIC 9(01)  VALUE 0.
016900 01  EOF-HSF                    PIC 9(01)  VALUE 0.
017000 01  EOF-OFI                    PIC 9(01)  VALUE 0.
017010 01  EOF-RGI                    PIC 9(01)  VALUE 0.
017100 01  ELS-OLD-SW                 PIC X(01)  VALUE 'N'.
017200     88  ELS-OLD-PRESENT                   VALUE 'Y'.
017300 01  ELS-CURR-DATE              PIC X(08)  VALUE SPACES.
017400 01  BNN-READ-CTR               PIC 9(09)  VALUE 0.
017500 01  BNO-READ-CTR               PIC 9(09)  VALUE 0.
017600 01  BENE-COMPARED-CTR          PIC 9(09)  VALUE 0.
017700 01  BENE-CHANGED-CTR           PIC 9(09)  VALUE 0.
017800 01  BENE-REMOVED-CTR           PIC 9(09)  VALUE 0.
017900 01  BENE-DROPPED-CTR           PIC 9(09)  VALUE 0.
018000 01  ROW-DROPPED-CTR            PIC 9(09)  VALUE 0.
018100 01  HISTFILE-CTR               PIC 9(09)  VALUE 0.
018200 01  PERIOD-TESTED-CTR          PIC 9(09)  VALUE 0.
018300 01  REFERRAL-CTR               PIC 9(09)  VALUE 0.
018400 01  REFERRAL-AMT               PIC 9(11)V9(02) VALUE 0.
018410 01  PRIOR-REF-CTR              PIC 9(09)  VALUE 0.
018420 01  PRIOR-REF-AMT              PIC 9(11)V9(02) VALUE 0.
018430 01  REGISTRY-IN-CTR            PIC 9(09)  VALUE 0.
018440 01  REGISTRY-OUT-CTR           PIC 9(09)  VALUE 0.
018500 01  LEDGER-DROPPED-CTR         PIC 9(07)  VALUE 0.
018600 01  LEDGER-DROPPED-AMT         PIC 9(11)V9(02) VALUE 0.
018700 01  ELGREF-CTR                 PIC 9(09)  VALUE 0.
018800 01  OFFSETOUT-CTR              PIC 9(07)  VALUE 0.
018900 01  ELGRPT-CTR                 PIC 9(07)  VALUE 0.
019000 01  ELS-LINE-CTR               PIC 9(02)  VALUE 65.
019100 01  ELS-SECTION                PIC X(01)  VALUE SPACES.
019200 01  BNN-STAT.
019300     05  BNN-STAT1              PIC X.
019400     05  BNN-STAT2              PIC X.
019500 01  BNO-STAT.
019600     05  BNO-STAT1              PIC X.
019700     05  BNO-STAT2              PIC X.
019800 01  HSF-STAT.
019900     05  HSF-STAT1              PIC X.
020000     05  HSF-STAT2              PIC X.
020100 01  OFI-STAT.
020200     05  OFI-STAT1              PIC X.
020300     05  OFI-STAT2              PIC X.
020400 01  OFO-STAT.
020500     05  OFO-STAT1              PIC X.
020600     05  OFO-STAT2              PIC X.
020700 01  REF-STAT.
020800     05  REF-STAT1              PIC X.
020900     05  REF-STAT2              PIC X.
021000 01  ELR-STAT.
021100     05  ELR-STAT1              PIC X.
021200     05  ELR-STAT2              PIC X.
021210 01  RGI-STAT.
021220     05  RGI-STAT1              PIC X.
021230     05  RGI-STAT2              PIC X.
021240 01  RGO-STAT.
021250     05  RGO-STAT1              PIC X.
021260     05  RGO-STAT2              PIC X.
021300
021400*----------------------------------------------------------------*
021500*  ONE BENEELIG ROW, AS HHOPN213 LOADS IT                        *
021600*----------------------------------------------------------------*
021700 01  ELS-BENE-WORK.
021800     05  EBW-HIC                PIC X(12).
021900     05  EBW-ROW.
022000         10  FILLER             PIC X(01).
022100         10  EBW-ENT-FROM       PIC X(08).
022200         10  FILLER             PIC X(01).
022300         10  EBW-ENT-THRU       PIC X(08).
022400         10  FILLER             PIC X(01).
022500         10  EBW-DOD            PIC X(08).
022600         10  FILLER             PIC X(01).
022700         10  EBW-MA-FROM        PIC X(08).
022800         10  FILLER             PIC X(01).
022900         10  EBW-MA-THRU        PIC X(08).
023000         10  FILLER             PIC X(23).
023100
023200*----------------------------------------------------------------*
023300*  COMPARE WORK - THE BENEFICIARY AND ROW IN HAND, AND THE NEW   *
023400*  DELIVERY'S ROWS FOR THE BENEFICIARY                           *
023500*----------------------------------------------------------------*
023600 01  CMP-PREV-HIC               PIC X(12)  VALUE LOW-VALUES.
023700 01  CMP-PREV-ROW               PIC X(68)  VALUE LOW-VALUES.
023800 01  CMP-OLD-SW                 PIC X(01)  VALUE 'N'.
023900 01  CMP-NEW-SW                 PIC X(01)  VALUE 'N'.
024000 01  CMP-CHANGED-SW             PIC X(01)  VALUE 'N'.
024100     88  CMP-BENE-CHANGED                  VALUE 'Y'.
024200 01  HLD-NEXT                   PIC 9(02)  VALUE 0.
024300 01  HLD-SUB                    PIC 9(02)  VALUE 0.
024400 01  HOLD-ROW-TABLE.
024500     05  HLD-ROW                OCCURS 20  PIC X(68).
024600
024700*----------------------------------------------------------------*
024800*  NEW ELIGIBILITY OF THE CHANGED BENEFICIARIES, IN BENEFICIARY  *
024900*  ORDER, SEARCHED BY BENEFICIARY - SEVERAL ROWS PER BENEFICIARY *
025000*----------------------------------------------------------------*
025100 01  ELT-NEXT                   PIC 9(05)  VALUE 0.
025200 01  CHANGED-ELIG-TABLE.
025300     05  ELT-DATA               OCCURS 1 TO 20000
025400                                DEPENDING ON ELT-NEXT
025500                                ASCENDING KEY IS ELT-HIC
025600                                INDEXED BY EX1 EX2.
025700         10  ELT-HIC            PIC X(12).
025800         10  ELT-ENT-FROM       PIC X(08).
025900         10  ELT-ENT-THRU       PIC X(08).
026000         10  ELT-DOD            PIC X(08).
026100         10  ELT-MA-FROM        PIC X(08).
026200         10  ELT-MA-THRU        PIC X(08).
026300 01  ELS-FIRST-SW               PIC X(01)  VALUE 'N'.
026400     88  ELS-AT-FIRST                      VALUE 'Y'.
026500
026600*----------------------------------------------------------------*
026700*  THE PERIOD'S EDIT RESULT                                      *
026800*----------------------------------------------------------------*
026900 01  ELS-REASON-RTC             PIC X(02)  VALUE SPACES.
027000 01  ELS-REASON-DATE            PIC X(08)  VALUE SPACES.
027100 01  ELS-ALL-RTCS.
027200     05  ELS-RTC-55             PIC X(02).
027300     05  ELS-RTC-56             PIC X(02).
027400     05  ELS-RTC-57             PIC X(02).
027500 01  RSN-SUB                    PIC 9(01)  VALUE 0.
027600 01  REASON-TOTALS.
027700     05  RSN-DATA               OCCURS 3.
027800         10  RSN-COUNT          PIC 9(07).
027900         10  RSN-AMOUNT         PIC 9(11)V9(02).
028000 01  REASON-NAME-VALUES.
028100     05  FILLER                 PIC X(30)  VALUE
028200         '55ENTITLEMENT                 '.
028300     05  FILLER                 PIC X(30)  VALUE
028400         '56DATE OF DEATH               '.
028500     05  FILLER                 PIC X(30)  VALUE
028600         '57MEDICARE ADVANTAGE          '.
028700 01  REASON-NAME-TABLE REDEFINES REASON-NAME-VALUES.
028800     05  RNT-DATA               OCCURS 3.
028900         10  RNT-RTC            PIC X(02).
029000         10  RNT-NAME           PIC X(28).
029100
029200*----------------------------------------------------------------*
029300*  RECOUPMENT LEDGER IN CORE - SAME LIMIT AS HHMGR213            *
029400*----------------------------------------------------------------*
029500 01  OFFSET-NEXT                PIC 9(04)  VALUE 0.
029600 01  OFFSET-TABLE.
029700     05  OFFSET-DATA            OCCURS 2000
029800                                INDEXED BY OF1.
029900         10  OFF-PROV-NO        PIC X(06).
030000         10  OFF-OPEN-BAL       PIC 9(09)V9(02).
030100         10  OFF-REFERRED       PIC 9(09)V9(02).
030200         10  OFF-REF-COUNT      PIC 9(07).
030300         10  OFF-BALANCE        PIC 9(09)V9(02).
030400
030405*----------------------------------------------------------------*
030410*  CURRENT DCNS ALREADY REFERRED - THE REGISTRY AND THIS RUN'S   *
030415*  REFERRALS                                                     *
030420*----------------------------------------------------------------*
030425 01  RGT-NEXT                   PIC 9(05)  VALUE 0.
030430 01  RGT-FOUND-SW               PIC X(01)  VALUE 'N'.
030435     88  RGT-ALREADY-REFERRED              VALUE 'Y'.
030440 01  REGISTRY-TABLE.
030445     05  RGT-DCN                OCCURS 50000
030450                                INDEXED BY RG1
030455                                PIC X(08).
030460
030500*----------------------------------------------------------------*
030600*  REPORT COMPONENTS                                             *
030700*----------------------------------------------------------------*
030800 01  ELS-HEAD1.
030900     05  FILLER                 PIC X(01)  VALUE SPACES.
031000     05  FILLER                 PIC X(50)  VALUE
031100        ' HHA RETROACTIVE BENEFICIARY ELIGIBILITY SWEEP    '.
031200     05  FILLER                 PIC X(10)  VALUE 'RUN DATE  '.
031300     05  EH1-RUN-DATE           PIC X(08).
031400     05  FILLER                 PIC X(14)  VALUE SPACES.
031500     05  EH1-SECTION-NAME       PIC X(30).
031600
031700 01  ELS-COLS-DETAIL.
031800     05  FILLER                 PIC X(44)  VALUE
031900        ' BENEFICIARY  PROV   NPI        FROM     THR'.
032000     05  FILLER                 PIC X(44)  VALUE
032100        'U     DCN      RTC REASON                  E'.
032200     05  FILLER                 PIC X(31)  VALUE
032300        'LIG DT    OVERPAYMENT  ALL RTCS'.
032400
032500 01  ELS-DETAIL-LINE.
032600     05  FILLER                 PIC X(01)  VALUE SPACES.
032700     05  EDL-HIC                PIC X(12).
032800     05  FILLER                 PIC X(01)  VALUE SPACES.
032900     05  EDL-PROV-NO            PIC X(06).
033000     05  FILLER                 PIC X(01)  VALUE SPACES.
033100     05  EDL-NPI                PIC X(10).
033200     05  FILLER                 PIC X(01)  VALUE SPACES.
033300     05  EDL-FROM-DATE          PIC X(08).
033400     05  FILLER                 PIC X(01)  VALUE SPACES.
033500     05  EDL-THRU-DATE          PIC X(08).
033600     05  FILLER                 PIC X(01)  VALUE SPACES.
033700     05  EDL-DCN                PIC X(08).
033800     05  FILLER                 PIC X(01)  VALUE SPACES.
033900     05  EDL-RTC                PIC X(02).
034000     05  FILLER                 PIC X(02)  VALUE SPACES.
034100     05  EDL-REASON             PIC X(22).
034200     05  FILLER                 PIC X(02)  VALUE SPACES.
034300     05  EDL-ELIG-DATE          PIC X(08).
034400     05  FILLER                 PIC X(02)  VALUE SPACES.
034500     05  EDL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
034600     05  FILLER                 PIC X(02)  VALUE SPACES.
034700     05  EDL-ALL-RTCS           PIC X(08).
034800
034900 01  ELS-COLS-LEDGER.
035000     05  FILLER                 PIC X(44)  VALUE
035100        '  PROV         OPENING BAL        REFERRED  '.
035200     05  FILLER                 PIC X(28)  VALUE
035300        ' PERIODS         CLOSING BAL'.
035400
035500 01  ELS-LEDGER-LINE.
035600     05  FILLER                 PIC X(02)  VALUE SPACES.
035700     05  ELL-PROV-NO            PIC X(06).
035800     05  FILLER                 PIC X(04)  VALUE SPACES.
035900     05  ELL-OPEN-BAL           PIC ZZZ,ZZZ,ZZ9.99.
036000     05  FILLER                 PIC X(02)  VALUE SPACES.
036100     05  ELL-REFERRED           PIC ZZZ,ZZZ,ZZ9.99.
036200     05  FILLER                 PIC X(03)  VALUE SPACES.
036300     05  ELL-COUNT              PIC ZZZ,ZZ9.
036400     05  FILLER                 PIC X(06)  VALUE SPACES.
036500     05  ELL-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.
036600
036700 01  ELS-NONE-LINE.
036800     05  FILLER                 PIC X(02)  VALUE SPACES.
036900     05  ENL-TEXT               PIC X(60).
037000
037100 01  ELS-TOTAL-LINE.
037200     05  FILLER                 PIC X(02)  VALUE SPACES.
037300     05  ETL-LABEL              PIC X(40).
037400     05  ETL-COUNT              PIC ZZZ,ZZZ,ZZ9.
037500     05  FILLER                 PIC X(04)  VALUE SPACES.
037600     05  ETL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99
037700                                BLANK WHEN ZERO.
037800
037900**--------------------------------------------------------------
038000 PROCEDURE  DIVISION.
038100
038200 0000-MAINLINE  SECTION.
038300
038400     ACCEPT ELS-CURR-DATE FROM DATE YYYYMMDD.
038500     PERFORM 0500-LOAD-OFFSETS THRU 0500-EXIT.
038510     PERFORM 0600-LOAD-REGISTRY THRU 0600-EXIT.
038600     INITIALIZE REASON-TOTALS.
038700     MOVE 0 TO ELT-NEXT.
038800
038900     SORT SORTFILE
039000          ON ASCENDING KEY SRT-HIC
039100                           SRT-ROW
039200                           SRT-SOURCE
039300          INPUT  PROCEDURE IS 1000-RELEASE-DELIVERIES
039400          OUTPUT PROCEDURE IS 2000-COMPARE-DELIVERIES.
039500
039600     OPEN OUTPUT ELGREF
039700                 ELGRPT.
039800     PERFORM 3000-SWEEP-HISTORY THRU 3000-EXIT.
039900     PERFORM 4000-POST-LEDGER THRU 4000-EXIT.
040000     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
040100     CLOSE ELGREF
040200           ELGRPT
040210           ELGREFOUT.
040300
040400     DISPLAY '-- PROGRAM HHELS213  VERSION  ===> ' HHELS-VERSION.
040500     DISPLAY '-- BENENEW RECORDS READ       ===> ' BNN-READ-CTR.
040600     DISPLAY '-- BENEOLD RECORDS READ       ===> ' BNO-READ-CTR.
040700     DISPLAY '-- BENEFICIARIES COMPARED     ===> '
040800             BENE-COMPARED-CTR.
040900     DISPLAY '-- BENEFICIARIES CHANGED      ===> '
041000             BENE-CHANGED-CTR.
041100     DISPLAY '-- CHANGED ROWS TO SWEEP      ===> ' ELT-NEXT.
041200     DISPLAY '-- HISTORY RECORDS READ       ===> ' HISTFILE-CTR.
041300     DISPLAY '-- PAID PERIODS TESTED        ===> '
041400             PERIOD-TESTED-CTR.
041500     DISPLAY '-- PERIODS REFERRED           ===> ' REFERRAL-CTR.
041600     DISPLAY '-- DOLLARS REFERRED           ===> ' REFERRAL-AMT.
041610     DISPLAY '-- PREVIOUSLY REFERRED        ===> ' PRIOR-REF-CTR.
041620     DISPLAY '-- REGISTRY RECORDS READ      ===> '
041630             REGISTRY-IN-CTR.
041700     DISPLAY '-- OUTPUT COUNTS FOR ELGREF   ===> ' ELGREF-CTR.
041800     DISPLAY '-- OUTPUT COUNTS FOR OFFSETOUT===> ' OFFSETOUT-CTR.
041900     DISPLAY '-- OUTPUT COUNTS FOR ELGRPT   ===> ' ELGRPT-CTR.
041910     DISPLAY '-- OUTPUT COUNTS FOR ELGREFOUT===> '
041920             REGISTRY-OUT-CTR.
042000
042100     IF BENE-DROPPED-CTR > 0 OR ROW-DROPPED-CTR > 0
042200        OR LEDGER-DROPPED-CTR > 0
042300         DISPLAY '** HHELS213 - TABLE LIMIT REACHED - SEE ELGRPT'
042400         MOVE 4 TO RETURN-CODE.
042500
042600     STOP RUN.
042700
042800*================================================================*
042900*    SEED THE LEDGER FROM THE LAST OFFSETOUT, IF ASSIGNED        *
043000*================================================================*
043100 0500-LOAD-OFFSETS.
043200     OPEN INPUT OFFSETIN.
043300     IF OFI-STAT1 = '0' OR OFI-STAT1 = '9'
043400         PERFORM 0510-READ-OFFSETIN THRU 0510-EXIT
043500                 UNTIL EOF-OFI = 1
043600         CLOSE OFFSETIN.
043700 0500-EXIT.  EXIT.
043800
043900 0510-READ-OFFSETIN.
044000     READ OFFSETIN
044100         AT END
044200             MOVE 1 TO EOF-OFI
044300             GO TO 0510-EXIT.
044400     IF OFFSET-NEXT < 2000
044500         ADD 1 TO OFFSET-NEXT
044600         SET OF1 TO OFFSET-NEXT
044700         MOVE OFI-PROV-NO TO OFF-PROV-NO (OF1)
044800         MOVE OFI-BALANCE TO OFF-OPEN-BAL (OF1)
044900         MOVE OFI-BALANCE TO OFF-BALANCE  (OF1)
045000         MOVE 0           TO OFF-REFERRED (OF1)
045100         MOVE 0           TO OFF-REF-COUNT (OF1)
045200     ELSE
045300         DISPLAY '** HHELS213 - OFFSET LEDGER TABLE FULL'
045400         DISPLAY '** SPLIT THE LEDGER BEFORE THE SWEEP RUNS'
045500         MOVE 16 TO RETURN-CODE
045600         STOP RUN.
045700 0510-EXIT.  EXIT.
045703
045706*================================================================*
045709*    CARRY THE REFERRAL REGISTRY FORWARD AND KEEP ITS DCNS       *
045712*================================================================*
045715 0600-LOAD-REGISTRY.
045718     OPEN OUTPUT ELGREFOUT.
045721     OPEN INPUT ELGREFIN.
045724     IF RGI-STAT1 = '0' OR RGI-STAT1 = '9'
045727         PERFORM 0610-READ-REGISTRY THRU 0610-EXIT
045730                 UNTIL EOF-RGI = 1
045733         CLOSE ELGREFIN.
045736 0600-EXIT.  EXIT.
045739
045742 0610-READ-REGISTRY.
045745     READ ELGREFIN
045748         AT END
045751             MOVE 1 TO EOF-RGI
045754             GO TO 0610-EXIT.
045757     ADD 1 TO REGISTRY-IN-CTR.
045760     IF RGT-NEXT NOT < 50000
045763         DISPLAY '** HHELS213 - REFERRAL REGISTRY TABLE FULL'
045766         DISPLAY '** ARCHIVE THE REGISTRY BEFORE THE SWEEP RUNS'
045769         MOVE 16 TO RETURN-CODE
045772         STOP RUN.
045775     ADD 1 TO RGT-NEXT.
045778     MOVE RGI-DCN TO RGT-DCN (RGT-NEXT).
045781     MOVE ELGREFIN-REC TO ELGREFOUT-REC.
045784     PERFORM 3700-WRITE-REGISTRY THRU 3700-EXIT.
045787 0610-EXIT.  EXIT.
045800
045900*================================================================*
046000*    BOTH DELIVERIES INTO ONE SORT, TAGGED BY SOURCE             *
046100*================================================================*
046200 1000-RELEASE-DELIVERIES  SECTION.
046300
046400     OPEN INPUT BENENEW.
046500     IF BNN-STAT1 NOT = '0'
046600         DISPLAY '** HHELS213 - BENENEW WILL NOT OPEN - STATUS '
046700                 BNN-STAT
046800         MOVE 16 TO RETURN-CODE
046900         STOP RUN.
047000     PERFORM 1100-READ-BENENEW THRU 1100-EXIT
047100             UNTIL EOF-BNN = 1.
047200     CLOSE BENENEW.
047300
047400     OPEN INPUT BENEOLD.
047500     IF BNO-STAT1 = '0'
047600         MOVE 'Y' TO ELS-OLD-SW
047700         PERFORM 1200-READ-BENEOLD THRU 1200-EXIT
047800                 UNTIL EOF-BNO = 1
047900         CLOSE BENEOLD.
048000     IF BNO-READ-CTR = 0
048100         MOVE 'N' TO ELS-OLD-SW
048200         DISPLAY '-- NO PRIOR BENEELIG DELIVERY - EVERY'
048300         DISPLAY '-- BENEFICIARY ON THIS DELIVERY IS SWEPT'.
048400     GO TO 1000-DONE.
048500
048600 1100-READ-BENENEW.
048700     READ BENENEW
048800          AT END   MOVE 1 TO EOF-BNN
048900                   GO TO 1100-EXIT.
049000     ADD 1 TO BNN-READ-CTR.
049100     MOVE BNN-HIC TO SRT-HIC.
049200     MOVE BNN-ROW TO SRT-ROW.
049300     MOVE 'N'     TO SRT-SOURCE.
049400     RELEASE SORT-REC.
049500 1100-EXIT.  EXIT.
049600
049700 1200-READ-BENEOLD.
049800     READ BENEOLD
049900          AT END   MOVE 1 TO EOF-BNO
050000                   GO TO 1200-EXIT.
050100     ADD 1 TO BNO-READ-CTR.
050200     MOVE BNO-HIC TO SRT-HIC.
050300     MOVE BNO-ROW TO SRT-ROW.
050400     MOVE 'O'     TO SRT-SOURCE.
050500     RELEASE SORT-REC.
050600 1200-EXIT.  EXIT.
050700
050800 1000-DONE.
050900     EXIT.
051000
051100*================================================================*
051200*    A BENEFICIARY IS CHANGED WHEN ANY ROW APPEARS ON ONE        *
051300*    DELIVERY ONLY.  THE NEW ROWS OF A CHANGED BENEFICIARY GO    *
051400*    TO THE SWEEP TABLE IN BENEFICIARY ORDER                     *
051500*================================================================*
051600 2000-COMPARE-DELIVERIES  SECTION.
051700
051800     PERFORM 2100-RETURN-ROW THRU 2100-EXIT
051900             UNTIL EOF-SRT = 1.
052000     GO TO 2000-DONE.
052100
052200 2100-RETURN-ROW.
052300     RETURN SORTFILE
052400          AT END   MOVE 1 TO EOF-SRT
052500                   PERFORM 2300-END-BENE THRU 2300-EXIT
052600                   GO TO 2100-EXIT.
052700
052800     IF SRT-HIC NOT = CMP-PREV-HIC
052900         PERFORM 2300-END-BENE THRU 2300-EXIT
053000         MOVE SRT-HIC     TO CMP-PREV-HIC
053100         MOVE LOW-VALUES  TO CMP-PREV-ROW
053200         MOVE 'N'         TO CMP-CHANGED-SW
053300         MOVE 0           TO HLD-NEXT.
053400
053500     IF SRT-ROW NOT = CMP-PREV-ROW
053600         PERFORM 2200-END-ROW THRU 2200-EXIT
053700         MOVE SRT-ROW     TO CMP-PREV-ROW
053800         MOVE 'N'         TO CMP-OLD-SW
053900         MOVE 'N'         TO CMP-NEW-SW.
054000
054100     IF SRT-SOURCE = 'O'
054200         MOVE 'Y' TO CMP-OLD-SW
054300         GO TO 2100-EXIT.
054400     IF CMP-NEW-SW = 'Y'
054500         GO TO 2100-EXIT.
054600     MOVE 'Y' TO CMP-NEW-SW.
054700     IF HLD-NEXT < 20
054800         ADD 1 TO HLD-NEXT
054900         MOVE SRT-ROW TO HLD-ROW (HLD-NEXT)
055000     ELSE
055100         ADD 1 TO ROW-DROPPED-CTR
055200         DISPLAY '** MORE THAN 20 ELIGIBILITY ROWS - ROW DROPPED '
055300                 SRT-HIC.
055400 2100-EXIT.  EXIT.
055500
055600 2200-END-ROW.
055700     IF CMP-PREV-ROW = LOW-VALUES
055800         GO TO 2200-EXIT.
055900     IF CMP-OLD-SW NOT = CMP-NEW-SW
056000         MOVE 'Y' TO CMP-CHANGED-SW.
056100 2200-EXIT.  EXIT.
056200
056300 2300-END-BENE.
056400     IF CMP-PREV-HIC = LOW-VALUES
056500         GO TO 2300-EXIT.
056600     PERFORM 2200-END-ROW THRU 2200-EXIT.
056700     ADD 1 TO BENE-COMPARED-CTR.
056800     IF NOT ELS-OLD-PRESENT
056900         MOVE 'Y' TO CMP-CHANGED-SW.
057000     IF NOT CMP-BENE-CHANGED
057100         GO TO 2300-EXIT.
057200     ADD 1 TO BENE-CHANGED-CTR.
057300*    DROPPED FROM THE DELIVERY - NOTHING NEW TO TEST AGAINST
057400     IF HLD-NEXT = 0
057500         ADD 1 TO BENE-REMOVED-CTR
057600         GO TO 2300-EXIT.
057700     IF ELT-NEXT + HLD-NEXT > 20000
057800         ADD 1 TO BENE-DROPPED-CTR
057900         DISPLAY '** SWEEP TABLE FULL - BENEFICIARY NOT SWEPT '
058000                 CMP-PREV-HIC
058100         GO TO 2300-EXIT.
058200     PERFORM 2400-ADD-ROW THRU 2400-EXIT
058300             VARYING HLD-SUB FROM 1 BY 1
058400             UNTIL HLD-SUB > HLD-NEXT.
058500 2300-EXIT.  EXIT.
058600
058700 2400-ADD-ROW.
058800     MOVE CMP-PREV-HIC       TO EBW-HIC.
058900     MOVE HLD-ROW (HLD-SUB)  TO EBW-ROW.
059000     ADD 1 TO ELT-NEXT.
059100     SET EX1 TO ELT-NEXT.
059200     MOVE EBW-HIC            TO ELT-HIC      (EX1).
059300     MOVE EBW-ENT-FROM       TO ELT-ENT-FROM (EX1).
059400     MOVE EBW-ENT-THRU       TO ELT-ENT-THRU (EX1).
059500     MOVE EBW-DOD            TO ELT-DOD      (EX1).
059600     MOVE EBW-MA-FROM        TO ELT-MA-FROM  (EX1).
059700     MOVE EBW-MA-THRU        TO ELT-MA-THRU  (EX1).
059800 2400-EXIT.  EXIT.
059900
060000 2000-DONE.
060100     EXIT.
060200
060300 3000-SWEEP  SECTION.
060400
060500*================================================================*
060600*    EVERY CURRENT, PAID, UNCANCELLED FINAL PERIOD OF A CHANGED  *
060700*    BENEFICIARY IS TESTED AGAINST THE NEW ROWS                  *
060800*================================================================*
060900 3000-SWEEP-HISTORY.
061000     MOVE 'D' TO ELS-SECTION.
061100     PERFORM 9000-HEADINGS THRU 9000-EXIT.
061200     IF ELT-NEXT = 0
061300         MOVE 'NO CHANGED BENEFICIARY ELIGIBILITY ON THE DELIVERY'
061400                                 TO ENL-TEXT
061500         PERFORM 8900-NONE-LINE THRU 8900-EXIT
061600         GO TO 3000-EXIT.
061700
061800     OPEN INPUT HISTFILE.
061900     IF HSF-STAT1 NOT = '0'
062000         DISPLAY '** HHELS213 - HISTFILE WILL NOT OPEN - STATUS '
062100                 HSF-STAT
062200         MOVE 16 TO RETURN-CODE
062300         STOP RUN.
062400     PERFORM 3100-READ-HIST THRU 3100-EXIT
062500             UNTIL EOF-HSF = 1.
062600     CLOSE HISTFILE.
062700     IF REFERRAL-CTR = 0 AND PRIOR-REF-CTR = 0
062800         MOVE 'NO PAID PERIOD IS AFFECTED BY THE CHANGES'
062900                                 TO ENL-TEXT
063000         PERFORM 8900-NONE-LINE THRU 8900-EXIT
063010     ELSE
063020     IF REFERRAL-CTR = 0
063030         MOVE
063040           'EVERY AFFECTED PERIOD WAS REFERRED BY AN EARLIER RUN'
063045                                 TO ENL-TEXT
063050         PERFORM 8900-NONE-LINE THRU 8900-EXIT.
063100 3000-EXIT.  EXIT.
063200
063300 3100-READ-HIST.
063400     READ HISTFILE
063500          AT END   MOVE 1 TO EOF-HSF
063600                   GO TO 3100-EXIT.
063700     ADD 1 TO HISTFILE-CTR.
063800     IF HSF-TOB-CLASS NOT = 'C'
063900        OR HSF-ADJ-IND = 'C'
064000        OR NOT HSF-RTC-PAYABLE
064100        OR HSF-TOTAL-PAYMENT = 0
064200         GO TO 3100-EXIT.
064300
064400     SEARCH ALL ELT-DATA
064500         AT END
064600             GO TO 3100-EXIT
064700         WHEN ELT-HIC (EX1) = HSF-HIC
064800             SET EX2 TO EX1
064900     END-SEARCH.
065000     ADD 1 TO PERIOD-TESTED-CTR.
065100
065200*    BACK UP TO THE FIRST ROW FOR THE BENEFICIARY
065300     MOVE 'N' TO ELS-FIRST-SW.
065400     PERFORM 3200-BACK-UP THRU 3200-EXIT
065500             UNTIL ELS-AT-FIRST.
065600     MOVE SPACES TO ELS-REASON-RTC
065700                    ELS-REASON-DATE
065800                    ELS-ALL-RTCS.
065900     PERFORM 3300-CHECK-ROW THRU 3300-EXIT
066000             UNTIL EX2 > ELT-NEXT.
066100     IF ELS-REASON-RTC = SPACES
066200         GO TO 3100-EXIT.
066210     PERFORM 3400-CHECK-REGISTRY THRU 3400-EXIT.
066220     IF RGT-ALREADY-REFERRED
066230         PERFORM 3450-PRIOR-REFERRAL THRU 3450-EXIT
066240         GO TO 3100-EXIT.
066300     PERFORM 3500-REFER-PERIOD THRU 3500-EXIT.
066400 3100-EXIT.  EXIT.
066500
066600 3200-BACK-UP.
066700     IF EX2 = 1
066800         MOVE 'Y' TO ELS-FIRST-SW
066900         GO TO 3200-EXIT.
067000     SET EX1 TO EX2.
067100     SET EX1 DOWN BY 1.
067200     IF ELT-HIC (EX1) NOT = HSF-HIC
067300         MOVE 'Y' TO ELS-FIRST-SW
067400         GO TO 3200-EXIT.
067500     SET EX2 DOWN BY 1.
067600 3200-EXIT.  EXIT.
067700
067800*    THE SAME TESTS AS HHDRV213 1307-CHECK-BENE-ROW
067900 3300-CHECK-ROW.
068000     IF ELT-HIC (EX2) NOT = HSF-HIC
068100         SET EX2 TO ELT-NEXT
068200         SET EX2 UP BY 1
068300         GO TO 3300-EXIT.
068400
068500*    PART A ENTITLEMENT WINDOW
068600     IF ELT-ENT-FROM (EX2) NOT = SPACES
068700        AND ELT-ENT-FROM (EX2) NOT = '00000000'
068800        IF HSF-FROM-DATE < ELT-ENT-FROM (EX2)
068900           MOVE '55' TO ELS-RTC-55
069000           IF ELS-REASON-RTC = SPACES
069100              MOVE '55' TO ELS-REASON-RTC
069200              MOVE ELT-ENT-FROM (EX2) TO ELS-REASON-DATE.
069300     IF ELT-ENT-THRU (EX2) NOT = SPACES
069400        AND ELT-ENT-THRU (EX2) NOT = '00000000'
069500        IF HSF-THRU-DATE > ELT-ENT-THRU (EX2)
069600           MOVE '55' TO ELS-RTC-55
069700           IF ELS-REASON-RTC = SPACES
069800              MOVE '55' TO ELS-REASON-RTC
069900              MOVE ELT-ENT-THRU (EX2) TO ELS-REASON-DATE.
070000
070100*    DATE OF DEATH
070200     IF ELT-DOD (EX2) NOT = SPACES
070300        AND ELT-DOD (EX2) NOT = '00000000'
070400        IF HSF-FROM-DATE > ELT-DOD (EX2)
070500           MOVE '56' TO ELS-RTC-56
070600           IF ELS-REASON-RTC = SPACES
070700              MOVE '56' TO ELS-REASON-RTC
070800              MOVE ELT-DOD (EX2) TO ELS-REASON-DATE.
070900
071000*    MEDICARE ADVANTAGE ENROLLMENT OVERLAP
071100     IF ELT-MA-FROM (EX2) NOT = SPACES
071200        AND ELT-MA-FROM (EX2) NOT = '00000000'
071300        IF ELT-MA-FROM (EX2) NOT > HSF-THRU-DATE
071400           AND (ELT-MA-THRU (EX2) = SPACES
071500                OR ELT-MA-THRU (EX2) = '00000000'
071600                OR ELT-MA-THRU (EX2) NOT < HSF-FROM-DATE)
071700           MOVE '57' TO ELS-RTC-57
071800           IF ELS-REASON-RTC = SPACES
071900              MOVE '57' TO ELS-REASON-RTC
072000              MOVE ELT-MA-FROM (EX2) TO ELS-REASON-DATE.
072100
072200     SET EX2 UP BY 1.
072300 3300-EXIT.  EXIT.
072400
072402*================================================================*
072404*    A CURRENT DCN ON THE REGISTRY HAS BEEN REFERRED ALREADY -   *
072406*    LIST IT, BUT NEITHER REFER NOR POST IT AGAIN                *
072408*================================================================*
072410 3400-CHECK-REGISTRY.
072412     MOVE 'N' TO RGT-FOUND-SW.
072414     IF RGT-NEXT = 0
072416         GO TO 3400-EXIT.
072418     SET RG1 TO 1.
072420     SEARCH RGT-DCN VARYING RG1
072422         AT END
072424             CONTINUE
072426         WHEN RG1 > RGT-NEXT
072428             CONTINUE
072430         WHEN RGT-DCN (RG1) = HSF-DCN
072432             MOVE 'Y' TO RGT-FOUND-SW
072434     END-SEARCH.
072436 3400-EXIT.  EXIT.
072438
072440 3450-PRIOR-REFERRAL.
072442     ADD 1                 TO PRIOR-REF-CTR.
072444     ADD HSF-TOTAL-PAYMENT TO PRIOR-REF-AMT.
072446     IF ELS-LINE-CTR > 54
072448         PERFORM 9000-HEADINGS THRU 9000-EXIT.
072450     MOVE HSF-HIC              TO EDL-HIC.
072452     MOVE HSF-PROV-NO          TO EDL-PROV-NO.
072454     MOVE HSF-NPI              TO EDL-NPI.
072456     MOVE HSF-FROM-DATE        TO EDL-FROM-DATE.
072458     MOVE HSF-THRU-DATE        TO EDL-THRU-DATE.
072460     MOVE HSF-DCN              TO EDL-DCN.
072462     MOVE ELS-REASON-RTC       TO EDL-RTC.
072464     MOVE 'PREVIOUSLY REFERRED'  TO EDL-REASON.
072466     MOVE ELS-REASON-DATE      TO EDL-ELIG-DATE.
072468     MOVE HSF-TOTAL-PAYMENT    TO EDL-AMOUNT.
072470     MOVE ELS-ALL-RTCS         TO EDL-ALL-RTCS.
072472     WRITE ELGRPT-LINE FROM ELS-DETAIL-LINE
072474                           AFTER ADVANCING 1.
072476     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
072478     ADD 1 TO ELS-LINE-CTR.
072480 3450-EXIT.  EXIT.
072482
072500*================================================================*
072600*    WRITE THE REFERRAL, PRINT IT AND POST IT TO THE PROVIDER    *
072700*================================================================*
072800 3500-REFER-PERIOD.
072900     MOVE SPACES               TO ELGREF-REC.
073000     MOVE HSF-PROV-NO          TO REF-PROV-NO.
073100     MOVE HSF-NPI              TO REF-NPI.
073200     MOVE HSF-HIC              TO REF-HIC.
073300     MOVE HSF-FROM-DATE        TO REF-FROM-DATE.
073400     MOVE HSF-THRU-DATE        TO REF-THRU-DATE.
073500     MOVE HSF-ADMIT-DATE       TO REF-ADMIT-DATE.
073600     MOVE HSF-DCN              TO REF-DCN.
073700     MOVE HSF-TOB-CLASS        TO REF-TOB-CLASS.
073800     MOVE HSF-PAY-RTC          TO REF-PAY-RTC.
073900     MOVE HSF-TOTAL-PAYMENT    TO REF-TOTAL-PAYMENT.
074000     MOVE HSF-OUTLIER-PAYMENT  TO REF-OUTLIER-PAYMENT.
074100     MOVE ELS-REASON-RTC       TO REF-REASON-RTC.
074200     MOVE ELS-REASON-DATE      TO REF-REASON-DATE.
074300     MOVE ELS-ALL-RTCS         TO REF-ALL-RTCS.
074400     MOVE HSF-TOTAL-PAYMENT    TO REF-OVERPAY-AMT.
074500     MOVE ELS-CURR-DATE        TO REF-RUN-DATE.
074600     WRITE ELGREF-REC.
074700     IF REF-STAT1 > 0 DISPLAY ' BADF WRITE ON ELGREF FILE'.
074800     ADD 1 TO ELGREF-CTR.
074900     ADD 1 TO REFERRAL-CTR.
075000     ADD HSF-TOTAL-PAYMENT TO REFERRAL-AMT.
075010
075015     MOVE SPACES               TO ELGREFOUT-REC.
075020     MOVE HSF-DCN              TO RGO-DCN.
075025     MOVE HSF-PROV-NO          TO RGO-PROV-NO.
075030     MOVE HSF-HIC              TO RGO-HIC.
075035     MOVE HSF-FROM-DATE        TO RGO-FROM-DATE.
075040     MOVE ELS-REASON-RTC       TO RGO-REASON-RTC.
075045     MOVE HSF-TOTAL-PAYMENT    TO RGO-OVERPAY-AMT.
075050     MOVE ELS-CURR-DATE        TO RGO-RUN-DATE.
075055     PERFORM 3700-WRITE-REGISTRY THRU 3700-EXIT.
075060     IF RGT-NEXT < 50000
075065         ADD 1 TO RGT-NEXT
075070         MOVE HSF-DCN TO RGT-DCN (RGT-NEXT).
075100
075200     IF ELS-REASON-RTC = '55'
075300         MOVE 1 TO RSN-SUB.
075400     IF ELS-REASON-RTC = '56'
075500         MOVE 2 TO RSN-SUB.
075600     IF ELS-REASON-RTC = '57'
075700         MOVE 3 TO RSN-SUB.
075800     ADD 1                 TO RSN-COUNT (RSN-SUB).
075900     ADD HSF-TOTAL-PAYMENT TO RSN-AMOUNT (RSN-SUB).
076000
076100     IF ELS-LINE-CTR > 54
076200         PERFORM 9000-HEADINGS THRU 9000-EXIT.
076300     MOVE HSF-HIC              TO EDL-HIC.
076400     MOVE HSF-PROV-NO          TO EDL-PROV-NO.
076500     MOVE HSF-NPI              TO EDL-NPI.
076600     MOVE HSF-FROM-DATE        TO EDL-FROM-DATE.
076700     MOVE HSF-THRU-DATE        TO EDL-THRU-DATE.
076800     MOVE HSF-DCN              TO EDL-DCN.
076900     MOVE ELS-REASON-RTC       TO EDL-RTC.
077000     MOVE RNT-NAME (RSN-SUB)   TO EDL-REASON.
077100     MOVE ELS-REASON-DATE      TO EDL-ELIG-DATE.
077200     MOVE HSF-TOTAL-PAYMENT    TO EDL-AMOUNT.
077300     MOVE ELS-ALL-RTCS         TO EDL-ALL-RTCS.
077400     WRITE ELGRPT-LINE FROM ELS-DETAIL-LINE
077500                           AFTER ADVANCING 1.
077600     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
077700     ADD 1 TO ELS-LINE-CTR.
077800
077900     PERFORM 3600-POST-PROVIDER THRU 3600-EXIT.
078000 3500-EXIT.  EXIT.
078100
078200*    A PROVIDER NOT YET ON THE LEDGER OPENS A NEW ENTRY
078300 3600-POST-PROVIDER.
078400     SET OF1 TO 1.
078500     SEARCH OFFSET-DATA VARYING OF1
078600         AT END
078700             PERFORM 3650-NEW-PROVIDER THRU 3650-EXIT
078800         WHEN OF1 > OFFSET-NEXT
078900             PERFORM 3650-NEW-PROVIDER THRU 3650-EXIT
079000         WHEN OFF-PROV-NO (OF1) = HSF-PROV-NO
079100             CONTINUE
079200     END-SEARCH.
079300     IF OF1 > OFFSET-NEXT
079400         ADD 1 TO LEDGER-DROPPED-CTR
079500         ADD HSF-TOTAL-PAYMENT TO LEDGER-DROPPED-AMT
079600         DISPLAY '** LEDGER TABLE FULL - REFERRAL NOT POSTED '
079700                 HSF-PROV-NO ' ' HSF-DCN
079800         GO TO 3600-EXIT.
079900     ADD HSF-TOTAL-PAYMENT TO OFF-REFERRED (OF1).
080000     ADD HSF-TOTAL-PAYMENT TO OFF-BALANCE (OF1).
080100     ADD 1                 TO OFF-REF-COUNT (OF1).
080200 3600-EXIT.  EXIT.
080300
080400 3650-NEW-PROVIDER.
080500     IF OFFSET-NEXT NOT < 2000
080600         SET OF1 TO 2000
080700         SET OF1 UP BY 1
080800         GO TO 3650-EXIT.
080900     ADD 1 TO OFFSET-NEXT.
081000     SET OF1 TO OFFSET-NEXT.
081100     MOVE HSF-PROV-NO TO OFF-PROV-NO (OF1).
081200     MOVE 0           TO OFF-OPEN-BAL (OF1).
081300     MOVE 0           TO OFF-REFERRED (OF1).
081400     MOVE 0           TO OFF-REF-COUNT (OF1).
081500     MOVE 0           TO OFF-BALANCE (OF1).
081600 3650-EXIT.  EXIT.
081610
081620 3700-WRITE-REGISTRY.
081630     WRITE ELGREFOUT-REC.
081640     IF RGO-STAT1 > 0 DISPLAY ' BADG WRITE ON ELGREFOUT FILE'.
081650     ADD 1 TO REGISTRY-OUT-CTR.
081660 3700-EXIT.  EXIT.
081700
081800*================================================================*
081900*    WRITE THE WHOLE LEDGER FORWARD AND LIST THE PROVIDERS WITH  *
082000*    REFERRALS POSTED THIS RUN                                   *
082100*================================================================*
082200 4000-POST-LEDGER.
082300     OPEN OUTPUT OFFSETOUT.
082400     MOVE 'L' TO ELS-SECTION.
082500     PERFORM 9000-HEADINGS THRU 9000-EXIT.
082600     IF REFERRAL-CTR = 0
082700         MOVE 'NO REFERRAL POSTED - LEDGER CARRIED FORWARD AS IS'
082800                                 TO ENL-TEXT
082900         PERFORM 8900-NONE-LINE THRU 8900-EXIT.
083000     IF OFFSET-NEXT > 0
083100         PERFORM 4100-WRITE-ONE-OFFSET THRU 4100-EXIT
083200                 VARYING OF1 FROM 1 BY 1
083300                 UNTIL OF1 > OFFSET-NEXT.
083400     CLOSE OFFSETOUT.
083500 4000-EXIT.  EXIT.
083600
083700 4100-WRITE-ONE-OFFSET.
083800     MOVE SPACES             TO OFFSETOUT-REC.
083900     MOVE OFF-PROV-NO (OF1)  TO OFO-PROV-NO.
084000     MOVE OFF-BALANCE (OF1)  TO OFO-BALANCE.
084100     WRITE OFFSETOUT-REC.
084200     IF OFO-STAT1 > 0 DISPLAY ' BADO WRITE ON OFFSETOUT FILE'.
084300     ADD 1 TO OFFSETOUT-CTR.
084400
084500     IF OFF-REF-COUNT (OF1) = 0
084600         GO TO 4100-EXIT.
084700     IF ELS-LINE-CTR > 54
084800         PERFORM 9000-HEADINGS THRU 9000-EXIT.
084900     MOVE OFF-PROV-NO (OF1)   TO ELL-PROV-NO.
085000     MOVE OFF-OPEN-BAL (OF1)  TO ELL-OPEN-BAL.
085100     MOVE OFF-REFERRED (OF1)  TO ELL-REFERRED.
085200     MOVE OFF-REF-COUNT (OF1) TO ELL-COUNT.
085300     MOVE OFF-BALANCE (OF1)   TO ELL-BALANCE.
085400     WRITE ELGRPT-LINE FROM ELS-LEDGER-LINE
085500                           AFTER ADVANCING 1.
085600     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
085700     ADD 1 TO ELS-LINE-CTR.
085800 4100-EXIT.  EXIT.
085900
086000*================================================================*
086100*    RUN TOTALS                                                  *
086200*================================================================*
086300 8000-PRINT-TOTALS.
086400     MOVE 'T' TO ELS-SECTION.
086500     PERFORM 9000-HEADINGS THRU 9000-EXIT.
086600     MOVE 0 TO ETL-AMOUNT.
086700     MOVE 'BENENEW RECORDS READ'             TO ETL-LABEL.
086800     MOVE BNN-READ-CTR                       TO ETL-COUNT.
086900     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
087000     MOVE 'BENEOLD RECORDS READ'             TO ETL-LABEL.
087100     MOVE BNO-READ-CTR                       TO ETL-COUNT.
087200     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
087300     MOVE 'BENEFICIARIES COMPARED'           TO ETL-LABEL.
087400     MOVE BENE-COMPARED-CTR                  TO ETL-COUNT.
087500     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
087600     MOVE 'BENEFICIARIES CHANGED'            TO ETL-LABEL.
087700     MOVE BENE-CHANGED-CTR                   TO ETL-COUNT.
087800     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
087900     MOVE '  DROPPED FROM THE NEW DELIVERY'  TO ETL-LABEL.
088000     MOVE BENE-REMOVED-CTR                   TO ETL-COUNT.
088100     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
088200     MOVE 'HISTORY RECORDS READ'             TO ETL-LABEL.
088300     MOVE HISTFILE-CTR                       TO ETL-COUNT.
088400     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
088500     MOVE 'PAID PERIODS TESTED'              TO ETL-LABEL.
088600     MOVE PERIOD-TESTED-CTR                  TO ETL-COUNT.
088700     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
088800     PERFORM 8200-REASON-LINE THRU 8200-EXIT
088900             VARYING RSN-SUB FROM 1 BY 1
089000             UNTIL RSN-SUB > 3.
089100     MOVE 'PERIODS REFERRED - TOTAL'         TO ETL-LABEL.
089200     MOVE REFERRAL-CTR                       TO ETL-COUNT.
089300     MOVE REFERRAL-AMT                       TO ETL-AMOUNT.
089400     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
089410     MOVE 'PERIODS PREVIOUSLY REFERRED - SKIPPED' TO ETL-LABEL.
089420     MOVE PRIOR-REF-CTR                      TO ETL-COUNT.
089430     MOVE PRIOR-REF-AMT                      TO ETL-AMOUNT.
089440     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
089500     MOVE 0 TO ETL-AMOUNT.
089600     IF BENE-DROPPED-CTR > 0
089700         MOVE 'BENEFICIARIES NOT SWEPT - TABLE FULL' TO ETL-LABEL
089800         MOVE BENE-DROPPED-CTR                TO ETL-COUNT
089900         PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
090000     IF ROW-DROPPED-CTR > 0
090100         MOVE 'ELIGIBILITY ROWS NOT SWEPT'    TO ETL-LABEL
090200         MOVE ROW-DROPPED-CTR                 TO ETL-COUNT
090300         PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
090400     IF LEDGER-DROPPED-CTR > 0
090500         MOVE 'REFERRALS NOT POSTED - LEDGER FULL' TO ETL-LABEL
090600         MOVE LEDGER-DROPPED-CTR              TO ETL-COUNT
090700         MOVE LEDGER-DROPPED-AMT              TO ETL-AMOUNT
090800         PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
090900 8000-EXIT.  EXIT.
091000
091100 8100-TOTAL-LINE.
091200     IF ELS-LINE-CTR > 54
091300         PERFORM 9000-HEADINGS THRU 9000-EXIT.
091400     WRITE ELGRPT-LINE FROM ELS-TOTAL-LINE
091500                           AFTER ADVANCING 2.
091600     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
091700     ADD 2 TO ELS-LINE-CTR.
091800 8100-EXIT.  EXIT.
091900
092000 8200-REASON-LINE.
092100     MOVE SPACES                  TO ETL-LABEL.
092200     STRING 'REFERRED - RTC ' RNT-RTC (RSN-SUB) ' '
092300            RNT-NAME (RSN-SUB) DELIMITED BY SIZE
092400            INTO ETL-LABEL.
092500     MOVE RSN-COUNT (RSN-SUB)     TO ETL-COUNT.
092600     MOVE RSN-AMOUNT (RSN-SUB)    TO ETL-AMOUNT.
092700     PERFORM 8100-TOTAL-LINE THRU 8100-EXIT.
092800 8200-EXIT.  EXIT.
092900
093000 8900-NONE-LINE.
093100     WRITE ELGRPT-LINE FROM ELS-NONE-LINE
093200                           AFTER ADVANCING 2.
093300     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
093400     ADD 2 TO ELS-LINE-CTR.
093500 8900-EXIT.  EXIT.
093600
093700*================================================================*
093800*    PAGE HEADINGS FOR THE SECTION BEING PRINTED                 *
093900*================================================================*
094000 9000-HEADINGS.
094100     MOVE ELS-CURR-DATE TO EH1-RUN-DATE.
094200     IF ELS-SECTION = 'D'
094300         MOVE 'PERIODS REFERRED'          TO EH1-SECTION-NAME.
094400     IF ELS-SECTION = 'L'
094500         MOVE 'RECOUPMENT LEDGER POSTINGS' TO EH1-SECTION-NAME.
094600     IF ELS-SECTION = 'T'
094700         MOVE 'RUN TOTALS'                TO EH1-SECTION-NAME.
094800     WRITE ELGRPT-LINE FROM ELS-HEAD1
094900                           AFTER ADVANCING PAGE.
095000     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
095100     MOVE ALL '-' TO ELGRPT-LINE.
095200     WRITE ELGRPT-LINE AFTER ADVANCING 1.
095300     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
095400     MOVE 2 TO ELS-LINE-CTR.
095500     IF ELS-SECTION = 'D'
095600         WRITE ELGRPT-LINE FROM ELS-COLS-DETAIL
095700                               AFTER ADVANCING 2
095800         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
095900         ADD 2 TO ELS-LINE-CTR.
096000     IF ELS-SECTION = 'L'
096100         WRITE ELGRPT-LINE FROM ELS-COLS-LEDGER
096200                               AFTER ADVANCING 2
096300         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
096400         ADD 2 TO ELS-LINE-CTR.
096500     MOVE SPACES TO ELGRPT-LINE.
096600     WRITE ELGRPT-LINE AFTER ADVANCING 1.
096700     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
096800     ADD 1 TO ELS-LINE-CTR.
096900 9000-EXIT.  EXIT.
097000
097100 9100-CHECK-WRITE.
097200     IF ELR-STAT1 > 0 DISPLAY ' BADR WRITE ON ELGRPT FILE'.
097300     ADD 1 TO ELGRPT-CTR.
097400 9100-EXIT.  EXIT.
