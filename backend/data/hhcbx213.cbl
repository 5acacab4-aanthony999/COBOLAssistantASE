000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHCBX213.
000300
000400*----------------------------------------------------------------*
000500*  CONSOLIDATED-BILLING PERIOD EXPORT                             *
000600*                                                                 *
000700*  WHILE A BENEFICIARY IS IN A HOME HEALTH PERIOD MOST THERAPY    *
000800*  AND SUPPLY SERVICES BILLED BY OTHER PROVIDERS ARE BUNDLED      *
000900*  INTO THE AGENCY'S PAYMENT, BUT THE PART B AND OUTPATIENT       *
001000*  CLAIMS SYSTEMS CANNOT SEE THE PERIOD.  THIS DAILY STEP BUILDS  *
001100*  THE LIST OF EVERY BENEFICIARY'S OPEN OR RECENTLY SETTLED       *
001200*  PERIODS FROM THE CLAIM-HISTORY MASTER AND THE CROSS-RUN NOA    *
001300*  REGISTRY AND SENDS IT TO THOSE SYSTEMS FOR THEIR               *
001400*  CONSOLIDATED-BILLING EDITS.  A PERIOD IS KEYED HIC +           *
001500*  PROVIDER + ADMISSION + PERIOD FROM DATE, WITH A STATUS:        *
001600*    N - NOA ONLY.  A REGISTRY NOA WITH NO FINAL CLAIM FOR THE    *
001700*        ADMISSION'S FIRST PERIOD YET (FROM = ADMISSION DATE,     *
001800*        THRU = 29 DAYS LATER).  OPEN, SO IT NEVER AGES OFF       *
001900*    F - FINAL PAID.  A PAYABLE FINAL CLAIM ON THE MASTER WHOSE   *
002000*        THRU DATE IS INSIDE THE SETTLED WINDOW                   *
002100*    X - CANCELLED.  A CANCELLED FINAL CLAIM, OR A PERIOD THAT    *
002200*        LEFT THE REGISTRY WHEN ITS NOA WAS CANCELLED (TOB 32D) - *
002300*        SENT ONLY AS A WITHDRAWAL                                *
002400*  A FINAL OR CANCEL ON THE MASTER OUTRANKS THE NOA FOR THE       *
002500*  SAME PERIOD.  THE SETTLED WINDOW (DEFAULT 365 DAYS, THE        *
002600*  PART B TIMELY-FILING LIMIT) RUNS BACK FROM THE AS-OF DATE;     *
002700*  A SETTLED PERIOD WHOSE THRU DATE FALLS BEHIND IT AGES OFF      *
002800*  THE LIST QUIETLY AND IS NOT WITHDRAWN.                         *
002900*                                                                 *
003000*  THE PERIODS SENT LAST TIME ARE KEPT ON A SNAPSHOT (CBXPRIOR    *
003100*  IN, CBXSNAP OUT).  A DELTA RUN SENDS ONLY THE DIFFERENCE:      *
003200*    A - ADD       A PERIOD NOT SENT BEFORE                       *
003300*    C - CHANGE    A SENT PERIOD WHOSE THRU DATE, STATUS, NPI     *
003400*                  OR DCN CHANGED (NOA ONLY BECOMING FINAL PAID)  *
003500*    W - WITHDRAW  A SENT PERIOD NOW CANCELLED OR GONE FROM THE   *
003600*                  REGISTRY; THE RECEIVER DROPS IT                *
003700*  A FULL REFRESH SENDS EVERY PERIOD ON THE NEW SNAPSHOT AS AN    *
003800*  ADD, AND THE RECEIVER REPLACES ITS WHOLE COPY.  IT RUNS WHEN   *
003900*  THE CARD ASKS FOR ONE, ON THE CARD'S REFRESH WEEKDAY, AND      *
004000*  WHENEVER THERE IS NO PRIOR SNAPSHOT.                           *
004100*                                                                 *
004200*  HISTFILE - CLAIM-HISTORY MASTER, SEQUENTIAL FORM (HHHST213,    *
004300*             OR THE HHIDX213 UNLOAD OF THE KEYED MASTER)         *
004400*  NOAREG   - CROSS-RUN NOA REGISTRY (NOAREGOUT OF HHMGR213)      *
004500*  MBIXWALK - (OPTIONAL) HIC/MBI CROSSWALK - MASTER KEYS ARE      *
004600*             NORMALIZED TO THE REGISTRY'S HIC FORM               *
004700*  CBXPARM  - (OPTIONAL) COL  1     F = FULL REFRESH, D OR        *
004800*                                   BLANK = DELTA                 *
004900*                        COLS 3-10  AS-OF DATE (ELSE TODAY)       *
005000*                        COLS 12-14 SETTLED WINDOW IN DAYS        *
005100*                        COL  16    FULL-REFRESH WEEKDAY,         *
005200*                                   1 = MONDAY ... 7 = SUNDAY     *
005300*  CBXPRIOR - (OPTIONAL) SNAPSHOT FROM THE PREVIOUS RUN           *
005400*  CBXOUT   - THE EXPORT: HEADER, PERIOD RECORDS, TRAILER         *
005500*  CBXSNAP  - SNAPSHOT FOR THE NEXT RUN                           *
005600*  CBXRPT   - RUN REPORT: WITHDRAWALS AND CONTROL COUNTS          *
005700*----------------------------------------------------------------*
005800
005900 DATE-COMPILED.
006000 ENVIRONMENT                     DIVISION.
006100
006200 CONFIGURATION                   SECTION.
006300 SOURCE-COMPUTER.                IBM-370.
006400 OBJECT-COMPUTER.                IBM-370.
006500
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800
006900     SELECT HISTFILE  ASSIGN TO UT-S-HISTFILE
007000         FILE STATUS IS HSF-STAT.
007100     SELECT NOAREG    ASSIGN TO UT-S-NOAREG
007200         FILE STATUS IS NRG-STAT.
007300     SELECT OPTIONAL MBIXWALK ASSIGN TO UT-S-MBIXWALK
007400         FILE STATUS IS MBX-STAT.
007500     SELECT OPTIONAL CBXPARM ASSIGN TO UT-S-CBXPARM
007600         FILE STATUS IS CBP-STAT.
007700     SELECT OPTIONAL CBXPRIOR ASSIGN TO UT-S-CBXPRIOR
007800         FILE STATUS IS CBI-STAT.
007900     SELECT CBXOUT    ASSIGN TO UT-S-CBXOUT
008000         FILE STATUS IS CBO-STAT.
008100     SELECT CBXSNAP   ASSIGN TO UT-S-CBXSNAP
008200         FILE STATUS IS CBS-STAT.
008300     SELECT CBXRPT    ASSIGN TO UT-S-CBXRPT
008400         FILE STATUS IS CBR-STAT.
008500     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  HISTFILE
009000     RECORDING MODE IS F
009100     BLOCK CONTAINS 0 RECORDS
009200     LABEL RECORDS ARE STANDARD.
009300 01  HISTFILE-REC.
009400     05  HSF-NPI                PIC X(10).
009500     05  HSF-HIC                PIC X(12).
009600     05  HSF-FROM-DATE          PIC X(08).
009700     05  HSF-THRU-DATE          PIC X(08).
009800     05  HSF-THRU-N REDEFINES HSF-THRU-DATE PIC 9(08).
009900     05  HSF-PROV-NO            PIC X(06).
010000     05  HSF-TOB-CLASS          PIC X(01).
010100     05  HSF-PAY-RTC            PIC 99.
010200         88  HSF-PAID-FINAL         VALUES 00 THRU 06
010300                                    08 THRU 14, 32.
010400     05  HSF-TOTAL-PAYMENT      PIC 9(07)V9(02).
010500     05  HSF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
010600     05  HSF-ADJ-IND            PIC X(01).
010700     05  HSF-ADMIT-DATE         PIC X(08).
010800     05  HSF-DCN                PIC X(08).
010900     05  HSF-PRED-DCN           PIC X(08).
011000     05  HSF-INIT-DATE          PIC X(08).
011100     05  FILLER                 PIC X(02).
011200
011300 FD  NOAREG
011400     RECORDING MODE IS F
011500     BLOCK CONTAINS 0 RECORDS
011600     LABEL RECORDS ARE STANDARD.
011700 01  NOAREG-REC.
011800     05  NRG-HIC                PIC X(12).
011900     05  NRG-PROV-NO            PIC X(06).
012000     05  NRG-ADMIT-DATE         PIC X(08).
012100     05  NRG-ADMIT-N REDEFINES NRG-ADMIT-DATE PIC 9(08).
012200     05  NRG-DAYS-LATE          PIC 9(03).
012300     05  FILLER                 PIC X(51).
012400
012500 FD  MBIXWALK
012600     RECORDING MODE IS F
012700     BLOCK CONTAINS 0 RECORDS
012800     LABEL RECORDS ARE STANDARD.
012900 01  MBI-XWALK-REC.
013000     05  MBX-HIC                PIC X(12).
013100     05  FILLER                 PIC X(01).
013200     05  MBX-MBI                PIC X(11).
013300     05  FILLER                 PIC X(56).
013400
013500 FD  CBXPARM
013600     RECORDING MODE IS F
013700     BLOCK CONTAINS 0 RECORDS
013800     LABEL RECORDS ARE STANDARD.
013900 01  CBXPARM-REC.
014000     05  CBP-MODE               PIC X(01).
014100     05  FILLER                 PIC X(01).
014200     05  CBP-ASOF-DATE          PIC X(08).
014300     05  FILLER                 PIC X(01).
014400     05  CBP-WINDOW             PIC X(03).
014500     05  CBP-WINDOW-N REDEFINES CBP-WINDOW PIC 9(03).
014600     05  FILLER                 PIC X(01).
014700     05  CBP-REFRESH-DAY        PIC X(01).
014800     05  CBP-REFRESH-DAY-N REDEFINES CBP-REFRESH-DAY PIC 9(01).
014900     05  FILLER                 PIC X(64).
015000
015100*----------------------------------------------------------------*
015200*  SNAPSHOT OF THE PERIODS LAST SENT, IN PERIOD-KEY ORDER         *
015300*----------------------------------------------------------------*
015400 FD  CBXPRIOR
015500     RECORDING MODE IS F
015600     BLOCK CONTAINS 0 RECORDS
015700     LABEL RECORDS ARE STANDARD.
015800 01  CBXPRIOR-REC.
015900     05  CBI-KEY                PIC X(34).
016000     05  CBI-THRU-DATE          PIC X(08).
016100     05  CBI-THRU-N REDEFINES CBI-THRU-DATE PIC 9(08).
016200     05  CBI-STATUS             PIC X(01).
016300     05  CBI-NPI                PIC X(10).
016400     05  CBI-DCN                PIC X(08).
016500     05  CBI-SENT-DATE          PIC X(08).
016600     05  FILLER                 PIC X(11).
016700
016800 FD  CBXSNAP
016900     RECORDING MODE IS F
017000     BLOCK CONTAINS 0 RECORDS
017100     LABEL RECORDS ARE STANDARD.
017200 01  CBXSNAP-REC.
017300     05  CBS-KEY                PIC X(34).
017400     05  CBS-THRU-DATE          PIC X(08).
017500     05  CBS-STATUS             PIC X(01).
017600     05  CBS-NPI                PIC X(10).
017700     05  CBS-DCN                PIC X(08).
017800     05  CBS-SENT-DATE          PIC X(08).
017900     05  FILLER                 PIC X(11).
018000
018100*----------------------------------------------------------------*
018200*  THE EXPORT - ONE HEADER, THE PERIOD RECORDS, ONE TRAILER       *
018300*----------------------------------------------------------------*
018400 FD  CBXOUT
018500     RECORDING MODE IS F
018600     BLOCK CONTAINS 0 RECORDS
018700     LABEL RECORDS ARE STANDARD.
018800 01  CBXOUT-REC.
018900     05  CBX-REC-TYPE           PIC X(01).
019000         88  CBX-IS-HEADER                 VALUE 'H'.
019100         88  CBX-IS-PERIOD                 VALUE 'D'.
019200         88  CBX-IS-TRAILER                VALUE 'T'.
019300     05  CBX-ACTION             PIC X(01).
019400         88  CBX-ADD                       VALUE 'A'.
019500         88  CBX-CHANGE                    VALUE 'C'.
019600         88  CBX-WITHDRAW                  VALUE 'W'.
019700     05  CBX-KEY.
019800         10  CBX-HIC            PIC X(12).
019900         10  CBX-PROV-NO        PIC X(06).
020000         10  CBX-ADMIT-DATE     PIC X(08).
020100         10  CBX-FROM-DATE      PIC X(08).
020200     05  CBX-THRU-DATE          PIC X(08).
020300     05  CBX-STATUS             PIC X(01).
020400         88  CBX-NOA-ONLY                  VALUE 'N'.
020500         88  CBX-FINAL-PAID                VALUE 'F'.
020600         88  CBX-CANCELLED                 VALUE 'X'.
020700     05  CBX-NPI                PIC X(10).
020800     05  CBX-DCN                PIC X(08).
020900     05  FILLER                 PIC X(17).
021000 01  CBXOUT-HEADER.
021100     05  CBH-REC-TYPE           PIC X(01).
021200     05  CBH-ID                 PIC X(08).
021300     05  CBH-RUN-DATE           PIC X(08).
021400     05  CBH-ASOF-DATE          PIC X(08).
021500     05  CBH-MODE               PIC X(01).
021600         88  CBH-FULL-REFRESH              VALUE 'F'.
021700         88  CBH-DELTA                     VALUE 'D'.
021800     05  CBH-CUTOFF-DATE        PIC X(08).
021900     05  FILLER                 PIC X(46).
022000 01  CBXOUT-TRAILER.
022100     05  CBT-REC-TYPE           PIC X(01).
022200     05  CBT-ID                 PIC X(08).
022300     05  CBT-PERIOD-CTR         PIC 9(09).
022400     05  CBT-ADD-CTR            PIC 9(09).
022500     05  CBT-CHANGE-CTR         PIC 9(09).
022600     05  CBT-WITHDRAW-CTR       PIC 9(09).
022700     05  FILLER                 PIC X(35).
022800
022900 FD  CBXRPT
023000     RECORDING MODE IS F
023100     BLOCK CONTAINS 133 RECORDS
023200     LABEL RECORDS ARE STANDARD.
023300 01  CBXRPT-LINE                PIC X(133).
023400
023500 SD  SORTFILE.
023600 01  SORT-REC.
023700     05  SRT-KEY.
023800         10  SRT-HIC            PIC X(12).
023900         10  SRT-PROV-NO        PIC X(06).
024000         10  SRT-ADMIT-DATE     PIC X(08).
024100         10  SRT-FROM-DATE      PIC X(08).
024200*        A MASTER RECORD ('1') SORTS AHEAD OF THE NOA ('2') FOR
024300*        THE SAME PERIOD, AND THE FIRST RECORD OF A KEY WINS
024400     05  SRT-SOURCE             PIC X(01).
024500     05  SRT-THRU-DATE          PIC X(08).
024600     05  SRT-THRU-N REDEFINES SRT-THRU-DATE PIC 9(08).
024700     05  SRT-STATUS             PIC X(01).
024800     05  SRT-NPI                PIC X(10).
024900     05  SRT-DCN                PIC X(08).
025000
025100 WORKING-STORAGE SECTION.
025200 01  FILLER                     PIC X(40)  VALUE
025300     'HHCBX    - W O R K I N G   S T O R A G E'.
025400 01  HHCBX-VERSION              PIC X(07)  VALUE 'W2026.1'.
025500 01  EOF-HSF                    PIC 9(01)  VALUE 0.
025600 01  EOF-NRG                    PIC 9(01)  VALUE 0.
025700 01  EOF-MBX                    PIC 9(01)  VALUE 0.
025800 01  EOF-CBI                    PIC 9(01)  VALUE 0.
025900 01  EOF-SRT                    PIC 9(01)  VALUE 0.
026000 01  MBX-XW-COUNT               PIC 9(05)  VALUE 0.
026100 01  HISTFILE-CTR               PIC 9(09)  VALUE 0.
026200 01  NOAREG-CTR                 PIC 9(09)  VALUE 0.
026300 01  NOA-BAD-DATE-CTR           PIC 9(09)  VALUE 0.
026400 01  CBXPRIOR-CTR               PIC 9(09)  VALUE 0.
026500 01  CBXSNAP-CTR                PIC 9(09)  VALUE 0.
026600 01  CBXOUT-CTR                 PIC 9(09)  VALUE 0.
026700 01  PERIOD-CTR                 PIC 9(09)  VALUE 0.
026800 01  ADD-CTR                    PIC 9(09)  VALUE 0.
026900 01  CHANGE-CTR                 PIC 9(09)  VALUE 0.
027000 01  WITHDRAW-CTR               PIC 9(09)  VALUE 0.
027100 01  AGED-CTR                   PIC 9(09)  VALUE 0.
027200 01  SNAP-NOA-CTR               PIC 9(09)  VALUE 0.
027300 01  SNAP-FINAL-CTR             PIC 9(09)  VALUE 0.
027400 01  NEW-KEY-CTR                PIC 9(09)  VALUE 0.
027500 01  GONE-KEY-CTR               PIC 9(09)  VALUE 0.
027600 01  CBR-LINE-CTR               PIC 9(02)  VALUE 65.
027700 01  CBX-RUN-DATE               PIC X(08)  VALUE SPACES.
027800 01  CBX-ASOF-DATE              PIC X(08)  VALUE SPACES.
027900 01  CBX-ASOF-N REDEFINES CBX-ASOF-DATE PIC 9(08).
028000 01  CBX-CUTOFF-DATE            PIC X(08)  VALUE SPACES.
028100 01  CBX-CUTOFF-N REDEFINES CBX-CUTOFF-DATE PIC 9(08).
028200 01  CBX-WINDOW                 PIC 9(03)  VALUE 365.
028300 01  CBX-REFRESH-DAY            PIC 9(01)  VALUE 0.
028400 01  CBX-TODAY-DOW              PIC 9(01)  VALUE 0.
028500 01  CBX-INT-DATE               PIC 9(07)  VALUE 0.
028600 01  CBX-MODE-SW                PIC X(01)  VALUE 'D'.
028700     88  FULL-REFRESH                      VALUE 'F'.
028800     88  DELTA-RUN                         VALUE 'D'.
028900 01  CBX-MODE-WHY               PIC X(30)  VALUE SPACES.
029000 01  CBX-WITHDRAW-WHY           PIC X(24)  VALUE SPACES.
029100 01  HSF-STAT.
029200     05  HSF-STAT1              PIC X.
029300     05  HSF-STAT2              PIC X.
029400 01  NRG-STAT.
029500     05  NRG-STAT1              PIC X.
029600     05  NRG-STAT2              PIC X.
029700 01  MBX-STAT.
029800     05  MBX-STAT1              PIC X.
029900     05  MBX-STAT2              PIC X.
030000 01  CBP-STAT.
030100     05  CBP-STAT1              PIC X.
030200     05  CBP-STAT2              PIC X.
030300 01  CBI-STAT.
030400     05  CBI-STAT1              PIC X.
030500     05  CBI-STAT2              PIC X.
030600 01  CBO-STAT.
030700     05  CBO-STAT1              PIC X.
030800     05  CBO-STAT2              PIC X.
030900 01  CBS-STAT.
031000     05  CBS-STAT1              PIC X.
031100     05  CBS-STAT2              PIC X.
031200 01  CBR-STAT.
031300     05  CBR-STAT1              PIC X.
031400     05  CBR-STAT2              PIC X.
031500
031600*----------------------------------------------------------------*
031700*  MERGE KEYS - THE PRIOR SNAPSHOT'S AND THE CURRENT PERIOD'S.    *
031800*  HIGH-VALUES MARK A SIDE THAT HAS RUN OUT                       *
031900*----------------------------------------------------------------*
032000 01  PRIOR-KEY                  PIC X(34)  VALUE LOW-VALUES.
032100 01  LAST-PRIOR-KEY             PIC X(34)  VALUE LOW-VALUES.
032200 01  CUR-KEY                    PIC X(34)  VALUE LOW-VALUES.
032300 01  LAST-CUR-KEY               PIC X(34)  VALUE LOW-VALUES.
032400 01  CUR-FOUND-SW               PIC X(01)  VALUE 'N'.
032500     88  CUR-FOUND                         VALUE 'Y'.
032600 01  CUR-PERIOD.
032700     05  CUR-HIC                PIC X(12).
032800     05  CUR-PROV-NO            PIC X(06).
032900     05  CUR-ADMIT-DATE         PIC X(08).
033000     05  CUR-FROM-DATE          PIC X(08).
033100     05  CUR-SOURCE             PIC X(01).
033200     05  CUR-THRU-DATE          PIC X(08).
033300     05  CUR-THRU-N REDEFINES CUR-THRU-DATE PIC 9(08).
033400     05  CUR-STATUS             PIC X(01).
033500         88  CUR-NOA-ONLY                  VALUE 'N'.
033600         88  CUR-FINAL-PAID                VALUE 'F'.
033700         88  CUR-CANCELLED                 VALUE 'X'.
033800     05  CUR-NPI                PIC X(10).
033900     05  CUR-DCN                PIC X(08).
034000 01  CUR-PERIOD-KEY REDEFINES CUR-PERIOD.
034100     05  CUR-PERIOD-KEY-X       PIC X(34).
034200     05  FILLER                 PIC X(28).
034300
034400*----------------------------------------------------------------*
034500*  HIC/MBI CROSSWALK - MASTER KEYS ARE NORMALIZED TO HIC SO A     *
034600*  FINAL BILLED ON THE MBI MEETS ITS NOA ON THE REGISTRY          *
034700*----------------------------------------------------------------*
034800 01  MBI-XWALK-TABLE.
034900     05  MBX-XW-DATA       OCCURS 20000
035000                           INDEXED BY MX1.
035100         10  TB-MBX-HIC         PIC X(12).
035200         10  TB-MBX-MBI         PIC X(11).
035300
035400*----------------------------------------------------------------*
035500*  REPORT COMPONENTS                                              *
035600*----------------------------------------------------------------*
035700 01  CBR-HEAD1.
035800     05  FILLER                 PIC X(01)  VALUE SPACES.
035900     05  FILLER                 PIC X(44)  VALUE
036000        ' HHA CONSOLIDATED-BILLING PERIOD EXPORT  AS '.
036100     05  FILLER                 PIC X(03)  VALUE
036200        'OF '.
036300     05  CBR-HEAD-ASOF          PIC X(08).
036400     05  FILLER                 PIC X(03)  VALUE SPACES.
036500     05  CBR-HEAD-MODE          PIC X(12).
036600
036700 01  CBR-HEAD2.
036800     05  FILLER                 PIC X(45)  VALUE
036900        ' WITHDRAWN   HIC           PROV    ADMIT     '.
037000     05  FILLER                 PIC X(38)  VALUE
037100        'FROM      THRU      NPI         REASON'.
037200
037300 01  CBR-DETAIL-LINE.
037400     05  FILLER                 PIC X(13)  VALUE SPACES.
037500     05  CBR-HIC                PIC X(12).
037600     05  FILLER                 PIC X(02)  VALUE SPACES.
037700     05  CBR-PROV               PIC X(06).
037800     05  FILLER                 PIC X(02)  VALUE SPACES.
037900     05  CBR-ADMIT              PIC X(08).
038000     05  FILLER                 PIC X(02)  VALUE SPACES.
038100     05  CBR-FROM               PIC X(08).
038200     05  FILLER                 PIC X(02)  VALUE SPACES.
038300     05  CBR-THRU               PIC X(08).
038400     05  FILLER                 PIC X(02)  VALUE SPACES.
038500     05  CBR-NPI                PIC X(10).
038600     05  FILLER                 PIC X(02)  VALUE SPACES.
038700     05  CBR-WHY                PIC X(24).
038800
038900 01  CBR-COUNT-LINE.
039000     05  FILLER                 PIC X(05)  VALUE SPACES.
039100     05  CBR-COUNT-LABEL        PIC X(36).
039200     05  CBR-COUNT              PIC ZZZ,ZZZ,ZZ9.
039300     05  FILLER                 PIC X(03)  VALUE SPACES.
039400     05  CBR-COUNT-NOTE         PIC X(30).
039500
039600 01  CBR-MODE-LINE.
039700     05  FILLER                 PIC X(05)  VALUE SPACES.
039800     05  FILLER                 PIC X(36)  VALUE
039900        '-- EXPORT MODE'.
040000     05  FILLER                 PIC X(14)  VALUE SPACES.
040100     05  CBR-MODE-TEXT          PIC X(30).
040200
040300**--------------------------------------------------------------
040400 PROCEDURE  DIVISION.
040500
040600 0000-MAINLINE  SECTION.
040700
040800     PERFORM 0500-GET-PARMS THRU 0500-EXIT.
040900     PERFORM 0600-LOAD-XWALK THRU 0600-EXIT.
041000
041100     SORT SORTFILE
041200          ON ASCENDING KEY SRT-KEY
041300                           SRT-SOURCE
041400          INPUT  PROCEDURE IS 1000-RELEASE-PERIODS
041500          OUTPUT PROCEDURE IS 2000-MERGE-SNAPSHOT.
041600
041700     PERFORM 3000-RUN-SUMMARY.
041800
041900     DISPLAY '-- PROGRAM HHCBX213  VERSION  ===> ' HHCBX-VERSION.
042000     DISPLAY '-- EXPORT MODE                ===> ' CBX-MODE-SW
042100             ' ' CBX-MODE-WHY.
042200     DISPLAY '-- HISTORY RECORDS READ       ===> ' HISTFILE-CTR.
042300     DISPLAY '-- NOA REGISTRY ENTRIES READ  ===> ' NOAREG-CTR.
042400     DISPLAY '-- PRIOR SNAPSHOT PERIODS     ===> ' CBXPRIOR-CTR.
042500     DISPLAY '-- PERIODS ADDED              ===> ' ADD-CTR.
042600     DISPLAY '-- PERIODS CHANGED            ===> ' CHANGE-CTR.
042700     DISPLAY '-- PERIODS WITHDRAWN          ===> ' WITHDRAW-CTR.
042800     DISPLAY '-- PERIODS AGED OFF           ===> ' AGED-CTR.
042900     DISPLAY '-- NEW SNAPSHOT PERIODS       ===> ' CBXSNAP-CTR.
043000     DISPLAY '-- EXPORT PERIOD RECORDS      ===> ' PERIOD-CTR.
043100
043200*    EVERY PRIOR PERIOD IS CARRIED, WITHDRAWN OR AGED OFF, AND
043300*    EVERY PERIOD ON THE NEW SNAPSHOT IS EITHER CARRIED OR NEW
043400     IF CBXSNAP-CTR NOT = (CBXPRIOR-CTR + NEW-KEY-CTR
043500                           - GONE-KEY-CTR)
043600         DISPLAY '** HHCBX213 CONTROL TOTAL ERROR **'
043700         MOVE 16 TO RETURN-CODE.
043800
043900     STOP RUN.
044000
044100*================================================================*
044200*    RUN PARAMETERS - AS-OF DATE, SETTLED WINDOW, MODE            *
044300*================================================================*
044400 0500-GET-PARMS.
044500     ACCEPT CBX-RUN-DATE FROM DATE YYYYMMDD.
044600     ACCEPT CBX-TODAY-DOW FROM DAY-OF-WEEK.
044700     MOVE CBX-RUN-DATE TO CBX-ASOF-DATE.
044800     OPEN INPUT CBXPARM.
044900     IF CBP-STAT1 = '0' OR CBP-STAT1 = '9'
045000         READ CBXPARM
045100             AT END MOVE SPACES TO CBXPARM-REC
045200         END-READ
045300         IF CBP-MODE = 'F'
045400             MOVE 'F' TO CBX-MODE-SW
045500             MOVE 'FULL REFRESH REQUESTED' TO CBX-MODE-WHY
045600         END-IF
045700         IF CBP-ASOF-DATE NUMERIC
045800             MOVE CBP-ASOF-DATE TO CBX-ASOF-DATE
045900         END-IF
046000         IF CBP-WINDOW NUMERIC AND CBP-WINDOW-N > 0
046100             MOVE CBP-WINDOW-N TO CBX-WINDOW
046200         END-IF
046300         IF CBP-REFRESH-DAY NUMERIC
046400             MOVE CBP-REFRESH-DAY-N TO CBX-REFRESH-DAY
046500         END-IF
046600         CLOSE CBXPARM.
046700
046800     IF DELTA-RUN AND CBX-REFRESH-DAY > 0
046900        AND CBX-REFRESH-DAY = CBX-TODAY-DOW
047000         MOVE 'F' TO CBX-MODE-SW
047100         MOVE 'WEEKLY FULL REFRESH' TO CBX-MODE-WHY.
047200
047300     COMPUTE CBX-INT-DATE = FUNCTION
047400             INTEGER-OF-DATE(CBX-ASOF-N) - CBX-WINDOW
047500     END-COMPUTE.
047600     COMPUTE CBX-CUTOFF-N = FUNCTION
047700             DATE-OF-INTEGER(CBX-INT-DATE)
047800     END-COMPUTE.
047900 0500-EXIT.  EXIT.
048000
048100*================================================================*
048200*    HIC/MBI CROSSWALK, WHEN SUPPLIED                             *
048300*================================================================*
048400 0600-LOAD-XWALK.
048500     OPEN INPUT MBIXWALK.
048600     IF MBX-STAT1 = '0' OR MBX-STAT1 = '9'
048700         PERFORM 0700-READ-XWALK THRU 0700-EXIT
048800              UNTIL EOF-MBX = 1
048900         CLOSE MBIXWALK.
049000 0600-EXIT.  EXIT.
049100
049200 0700-READ-XWALK.
049300     READ MBIXWALK
049400          AT END   MOVE 1 TO EOF-MBX
049500                   GO TO 0700-EXIT.
049600
049700     IF MBX-XW-COUNT < 20000
049800         ADD 1 TO MBX-XW-COUNT
049900         SET MX1 TO MBX-XW-COUNT
050000         MOVE MBX-HIC TO TB-MBX-HIC (MX1)
050100         MOVE MBX-MBI TO TB-MBX-MBI (MX1)
050200     ELSE
050300         DISPLAY '** CROSSWALK TABLE FULL - ENTRY DROPPED'.
050400 0700-EXIT.  EXIT.
050500
050600*================================================================*
050700*    RELEASE ONE SORT RECORD PER CANDIDATE PERIOD - EVERY FINAL   *
050800*    AND CANCEL ON THE MASTER, THEN EVERY NOA ON THE REGISTRY.    *
050900*    SETTLED PERIODS BEHIND THE WINDOW ARE STILL RELEASED SO      *
051000*    THEY OUTRANK A STALE NOA FOR THE SAME PERIOD; THE MERGE      *
051100*    AGES THEM OFF                                                *
051200*================================================================*
051300 1000-RELEASE-PERIODS  SECTION.
051400
051500     OPEN INPUT HISTFILE.
051600     PERFORM 1100-READ-HISTORY THRU 1100-EXIT
051700             UNTIL EOF-HSF = 1.
051800     CLOSE HISTFILE.
051900
052000     OPEN INPUT NOAREG.
052100     PERFORM 1200-READ-NOAREG THRU 1200-EXIT
052200             UNTIL EOF-NRG = 1.
052300     CLOSE NOAREG.
052400     GO TO 1000-DONE.
052500
052600 1100-READ-HISTORY.
052700     READ HISTFILE
052800          AT END   MOVE 1 TO EOF-HSF
052900                   GO TO 1100-EXIT.
053000
053100     ADD 1 TO HISTFILE-CTR.
053200     IF HSF-TOB-CLASS NOT = 'C'
053300         GO TO 1100-EXIT.
053400
053500     MOVE SPACES TO SORT-REC.
053600     IF HSF-ADJ-IND = 'C'
053700         MOVE 'X' TO SRT-STATUS
053800     ELSE
053900     IF HSF-PAID-FINAL
054000         MOVE 'F' TO SRT-STATUS
054100     ELSE
054200         GO TO 1100-EXIT.
054300
054400     MOVE HSF-HIC        TO SRT-HIC.
054500     PERFORM 1150-NORMALIZE-HIC THRU 1150-EXIT.
054600     MOVE HSF-PROV-NO    TO SRT-PROV-NO.
054700     IF HSF-ADMIT-DATE NUMERIC AND HSF-ADMIT-DATE > '00000000'
054800         MOVE HSF-ADMIT-DATE TO SRT-ADMIT-DATE
054900     ELSE
055000         MOVE HSF-FROM-DATE  TO SRT-ADMIT-DATE.
055100     MOVE HSF-FROM-DATE  TO SRT-FROM-DATE.
055200     MOVE '1'            TO SRT-SOURCE.
055300     MOVE HSF-THRU-DATE  TO SRT-THRU-DATE.
055400     MOVE HSF-NPI        TO SRT-NPI.
055500     MOVE HSF-DCN        TO SRT-DCN.
055600     RELEASE SORT-REC.
055700 1100-EXIT.  EXIT.
055800
055900 1150-NORMALIZE-HIC.
056000     IF MBX-XW-COUNT = 0
056100         GO TO 1150-EXIT.
056200     SET MX1 TO 1.
056300     SEARCH MBX-XW-DATA VARYING MX1
056400         AT END
056500             CONTINUE
056600         WHEN TB-MBX-MBI (MX1) = SRT-HIC (1:11)
056700             MOVE TB-MBX-HIC (MX1) TO SRT-HIC
056800     END-SEARCH.
056900 1150-EXIT.  EXIT.
057000
057100*    AN NOA OPENS ITS ADMISSION'S FIRST PERIOD - 30 DAYS FROM
057200*    THE ADMISSION DATE
057300 1200-READ-NOAREG.
057400     READ NOAREG
057500          AT END   MOVE 1 TO EOF-NRG
057600                   GO TO 1200-EXIT.
057700
057800     ADD 1 TO NOAREG-CTR.
057900     IF NRG-ADMIT-DATE NOT NUMERIC
058000        OR NRG-ADMIT-DATE NOT > '19000101'
058100         ADD 1 TO NOA-BAD-DATE-CTR
058200         DISPLAY '** NOA WITH NO USABLE ADMISSION DATE - HIC '
058300                 NRG-HIC ' PROV ' NRG-PROV-NO
058400         GO TO 1200-EXIT.
058500
058600     MOVE SPACES         TO SORT-REC.
058700     MOVE NRG-HIC        TO SRT-HIC.
058800     MOVE NRG-PROV-NO    TO SRT-PROV-NO.
058900     MOVE NRG-ADMIT-DATE TO SRT-ADMIT-DATE.
059000     MOVE NRG-ADMIT-DATE TO SRT-FROM-DATE.
059100     MOVE '2'            TO SRT-SOURCE.
059200     COMPUTE CBX-INT-DATE = FUNCTION
059300             INTEGER-OF-DATE(NRG-ADMIT-N) + 29
059400     END-COMPUTE.
059500     COMPUTE SRT-THRU-N = FUNCTION
059600             DATE-OF-INTEGER(CBX-INT-DATE)
059700     END-COMPUTE.
059800     MOVE 'N'            TO SRT-STATUS.
059900     RELEASE SORT-REC.
060000 1200-EXIT.  EXIT.
060100
060200 1000-DONE.
060300     EXIT.
060400
060500*================================================================*
060600*    BALANCED MERGE OF THE CURRENT PERIODS AGAINST THE PRIOR      *
060700*    SNAPSHOT.  THE MODE IS SETTLED BEFORE THE HEADER GOES OUT -  *
060800*    AN EMPTY OR MISSING SNAPSHOT FORCES A FULL REFRESH           *
060900*================================================================*
061000 2000-MERGE-SNAPSHOT  SECTION.
061100
061200     OPEN INPUT  CBXPRIOR.
061300     OPEN OUTPUT CBXOUT
061400                 CBXSNAP
061500                 CBXRPT.
061600     MOVE 0 TO EOF-CBI.
061700     MOVE 0 TO EOF-SRT.
061800
061900     PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
062000     IF EOF-CBI = 1 AND DELTA-RUN
062100         MOVE 'F' TO CBX-MODE-SW
062200         MOVE 'NO PRIOR SNAPSHOT' TO CBX-MODE-WHY.
062300     IF DELTA-RUN
062400         MOVE 'DAILY DELTA' TO CBX-MODE-WHY.
062500     PERFORM 2050-WRITE-HEADER THRU 2050-EXIT.
062600
062700     PERFORM 2200-NEXT-CURRENT THRU 2200-EXIT.
062800
062900     PERFORM 2300-MERGE-ONE THRU 2300-EXIT
063000             UNTIL EOF-CBI = 1 AND EOF-SRT = 1.
063100
063200     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
063300     CLOSE CBXPRIOR.
063400     CLOSE CBXOUT.
063500     CLOSE CBXSNAP.
063600     GO TO 2000-DONE.
063700
063800 2050-WRITE-HEADER.
063900     MOVE SPACES          TO CBXOUT-HEADER.
064000     MOVE 'H'             TO CBH-REC-TYPE.
064100     MOVE 'HHCBXHDR'      TO CBH-ID.
064200     MOVE CBX-RUN-DATE    TO CBH-RUN-DATE.
064300     MOVE CBX-ASOF-DATE   TO CBH-ASOF-DATE.
064400     MOVE CBX-MODE-SW     TO CBH-MODE.
064500     MOVE CBX-CUTOFF-DATE TO CBH-CUTOFF-DATE.
064600     WRITE CBXOUT-HEADER.
064700     IF CBO-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXOUT FILE'.
064800     ADD 1 TO CBXOUT-CTR.
064900 2050-EXIT.  EXIT.
065000
065100*    THE SNAPSHOT MUST COME BACK IN KEY ORDER - A SNAPSHOT OUT OF
065200*    SEQUENCE WOULD WITHDRAW AND RE-ADD PERIODS AT RANDOM
065300 2100-READ-PRIOR.
065400     READ CBXPRIOR
065500          AT END   MOVE 1 TO EOF-CBI
065600                   MOVE HIGH-VALUES TO PRIOR-KEY
065700                   GO TO 2100-EXIT.
065800
065900     ADD 1 TO CBXPRIOR-CTR.
066000     MOVE CBI-KEY TO PRIOR-KEY.
066100     IF PRIOR-KEY NOT > LAST-PRIOR-KEY
066200         DISPLAY '** HHCBX213 - CBXPRIOR OUT OF SEQUENCE AT '
066300                 PRIOR-KEY
066400         DISPLAY '** HHCBX213 - RUN STOPPED, NOTHING EXPORTED'
066500         MOVE 16 TO RETURN-CODE
066600         STOP RUN.
066700     MOVE PRIOR-KEY TO LAST-PRIOR-KEY.
066800 2100-EXIT.  EXIT.
066900
067000*    THE NEXT CURRENT PERIOD - THE FIRST SORTED RECORD OF EACH
067100*    KEY, WITH SETTLED PERIODS BEHIND THE WINDOW SET ASIDE
067200 2200-NEXT-CURRENT.
067300     MOVE 'N' TO CUR-FOUND-SW.
067400     PERFORM 2210-RETURN-ONE THRU 2210-EXIT
067500             UNTIL CUR-FOUND OR EOF-SRT = 1.
067600     IF EOF-SRT = 1
067700         MOVE HIGH-VALUES TO CUR-KEY.
067800 2200-EXIT.  EXIT.
067900
068000 2210-RETURN-ONE.
068100     RETURN SORTFILE
068200          AT END   MOVE 1 TO EOF-SRT
068300                   GO TO 2210-EXIT.
068400
068500     IF SRT-KEY = LAST-CUR-KEY
068600         GO TO 2210-EXIT.
068700     MOVE SRT-KEY TO LAST-CUR-KEY.
068800     IF SRT-STATUS NOT = 'N'
068900        AND (SRT-THRU-DATE NOT NUMERIC
069000             OR SRT-THRU-N < CBX-CUTOFF-N)
069100         GO TO 2210-EXIT.
069200
069300     MOVE SRT-HIC        TO CUR-HIC.
069400     MOVE SRT-PROV-NO    TO CUR-PROV-NO.
069500     MOVE SRT-ADMIT-DATE TO CUR-ADMIT-DATE.
069600     MOVE SRT-FROM-DATE  TO CUR-FROM-DATE.
069700     MOVE SRT-SOURCE     TO CUR-SOURCE.
069800     MOVE SRT-THRU-DATE  TO CUR-THRU-DATE.
069900     MOVE SRT-STATUS     TO CUR-STATUS.
070000     MOVE SRT-NPI        TO CUR-NPI.
070100     MOVE SRT-DCN        TO CUR-DCN.
070200     MOVE CUR-PERIOD-KEY-X TO CUR-KEY.
070300     MOVE 'Y' TO CUR-FOUND-SW.
070400 2210-EXIT.  EXIT.
070500
070600*================================================================*
070700*    ONE MERGE STEP - LOWER KEY FIRST                             *
070800*      PRIOR ONLY - AGED OFF, OR WITHDRAWN                        *
070900*      CURRENT ONLY - ADDED, UNLESS IT IS ALREADY CANCELLED       *
071000*      BOTH - CARRIED; CHANGED IF IT MOVED, WITHDRAWN IF          *
071100*             CANCELLED                                           *
071200*================================================================*
071300 2300-MERGE-ONE.
071400     IF PRIOR-KEY < CUR-KEY
071500         PERFORM 2400-PRIOR-ONLY THRU 2400-EXIT
071600         PERFORM 2100-READ-PRIOR THRU 2100-EXIT
071700         GO TO 2300-EXIT.
071800
071900     IF CUR-KEY < PRIOR-KEY
072000         PERFORM 2500-CURRENT-ONLY THRU 2500-EXIT
072100         PERFORM 2200-NEXT-CURRENT THRU 2200-EXIT
072200         GO TO 2300-EXIT.
072300
072400     PERFORM 2600-MATCHED THRU 2600-EXIT.
072500     PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
072600     PERFORM 2200-NEXT-CURRENT THRU 2200-EXIT.
072700 2300-EXIT.  EXIT.
072800
072900 2400-PRIOR-ONLY.
073000     ADD 1 TO GONE-KEY-CTR.
073100     IF CBI-STATUS NOT = 'N'
073200        AND CBI-THRU-DATE NUMERIC
073300        AND CBI-THRU-N < CBX-CUTOFF-N
073400         ADD 1 TO AGED-CTR
073500         GO TO 2400-EXIT.
073600
073700     MOVE SPACES          TO CBXOUT-REC.
073800     MOVE CBI-KEY         TO CBX-KEY.
073900     MOVE CBI-THRU-DATE   TO CBX-THRU-DATE.
074000     MOVE CBI-NPI         TO CBX-NPI.
074100     MOVE CBI-DCN         TO CBX-DCN.
074200     IF CBI-STATUS = 'N'
074300         MOVE 'NOA CANCELLED'         TO CBX-WITHDRAW-WHY
074400     ELSE
074500         MOVE 'NO LONGER ON MASTER'   TO CBX-WITHDRAW-WHY.
074600     PERFORM 2700-WITHDRAW THRU 2700-EXIT.
074700 2400-EXIT.  EXIT.
074800
074900 2500-CURRENT-ONLY.
075000     IF CUR-CANCELLED
075100         GO TO 2500-EXIT.
075200     ADD 1 TO NEW-KEY-CTR.
075300     MOVE CBX-RUN-DATE TO CBS-SENT-DATE.
075400     PERFORM 2800-WRITE-SNAPSHOT THRU 2800-EXIT.
075500     MOVE 'A' TO CBX-ACTION.
075600     PERFORM 2850-WRITE-PERIOD THRU 2850-EXIT.
075700 2500-EXIT.  EXIT.
075800
075900 2600-MATCHED.
076000     IF CUR-CANCELLED
076100         ADD 1 TO GONE-KEY-CTR
076200         MOVE SPACES          TO CBXOUT-REC
076300         MOVE CUR-KEY         TO CBX-KEY
076400         MOVE CUR-THRU-DATE   TO CBX-THRU-DATE
076500         MOVE CUR-NPI         TO CBX-NPI
076600         MOVE CUR-DCN         TO CBX-DCN
076700         MOVE 'CLAIM CANCELLED'       TO CBX-WITHDRAW-WHY
076800         PERFORM 2700-WITHDRAW THRU 2700-EXIT
076900         GO TO 2600-EXIT.
077000
077100     IF CUR-THRU-DATE = CBI-THRU-DATE
077200        AND CUR-STATUS = CBI-STATUS
077300        AND CUR-NPI = CBI-NPI
077400        AND CUR-DCN = CBI-DCN
077500         MOVE CBI-SENT-DATE TO CBS-SENT-DATE
077600         PERFORM 2800-WRITE-SNAPSHOT THRU 2800-EXIT
077700         IF FULL-REFRESH
077800             MOVE 'A' TO CBX-ACTION
077900             PERFORM 2850-WRITE-PERIOD THRU 2850-EXIT
078000             GO TO 2600-EXIT
078100         ELSE
078200             GO TO 2600-EXIT.
078300
078400     MOVE CBX-RUN-DATE TO CBS-SENT-DATE.
078500     PERFORM 2800-WRITE-SNAPSHOT THRU 2800-EXIT.
078600     IF FULL-REFRESH
078700         MOVE 'A' TO CBX-ACTION
078800     ELSE
078900         MOVE 'C' TO CBX-ACTION.
079000     PERFORM 2850-WRITE-PERIOD THRU 2850-EXIT.
079100 2600-EXIT.  EXIT.
079200
079300*    A WITHDRAWAL GOES OUT ON A DELTA ONLY - A FULL REFRESH
079400*    REPLACES THE RECEIVER'S COPY, SO THE PERIOD SIMPLY IS NOT
079500*    THERE.  IT IS LISTED ON THE REPORT EITHER WAY
079600 2700-WITHDRAW.
079700     PERFORM 2750-WRITE-WDR-LINE THRU 2750-EXIT.
079800     IF FULL-REFRESH
079900         GO TO 2700-EXIT.
080000     MOVE 'D'             TO CBX-REC-TYPE.
080100     MOVE 'W'             TO CBX-ACTION.
080200     MOVE 'X'             TO CBX-STATUS.
080300     WRITE CBXOUT-REC.
080400     IF CBO-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXOUT FILE'.
080500     ADD 1 TO CBXOUT-CTR.
080600     ADD 1 TO PERIOD-CTR.
080700     ADD 1 TO WITHDRAW-CTR.
080800 2700-EXIT.  EXIT.
080900
081000 2750-WRITE-WDR-LINE.
081100     IF CBR-LINE-CTR > 54
081200         PERFORM 2760-HEADINGS THRU 2760-EXIT.
081300     MOVE CBX-HIC          TO CBR-HIC.
081400     MOVE CBX-PROV-NO      TO CBR-PROV.
081500     MOVE CBX-ADMIT-DATE   TO CBR-ADMIT.
081600     MOVE CBX-FROM-DATE    TO CBR-FROM.
081700     MOVE CBX-THRU-DATE    TO CBR-THRU.
081800     MOVE CBX-NPI          TO CBR-NPI.
081900     MOVE CBX-WITHDRAW-WHY TO CBR-WHY.
082000     WRITE CBXRPT-LINE FROM CBR-DETAIL-LINE
082100                       AFTER ADVANCING 1.
082200     IF CBR-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXRPT FILE'.
082300     ADD 1 TO CBR-LINE-CTR.
082400 2750-EXIT.  EXIT.
082500
082600 2760-HEADINGS.
082700     MOVE CBX-ASOF-DATE TO CBR-HEAD-ASOF.
082800     IF FULL-REFRESH
082900         MOVE 'FULL REFRESH' TO CBR-HEAD-MODE
083000     ELSE
083100         MOVE 'DELTA'        TO CBR-HEAD-MODE.
083200     WRITE CBXRPT-LINE FROM CBR-HEAD1
083300                       AFTER ADVANCING PAGE.
083400     IF CBR-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXRPT FILE'.
083500     WRITE CBXRPT-LINE FROM CBR-HEAD2
083600                       AFTER ADVANCING 2.
083700     MOVE ALL '-' TO CBXRPT-LINE.
083800     WRITE CBXRPT-LINE AFTER ADVANCING 1.
083900     MOVE 5 TO CBR-LINE-CTR.
084000 2760-EXIT.  EXIT.
084100
084200 2800-WRITE-SNAPSHOT.
084300     MOVE CUR-KEY         TO CBS-KEY.
084400     MOVE CUR-THRU-DATE   TO CBS-THRU-DATE.
084500     MOVE CUR-STATUS      TO CBS-STATUS.
084600     MOVE CUR-NPI         TO CBS-NPI.
084700     MOVE CUR-DCN         TO CBS-DCN.
084800     MOVE SPACES          TO CBXSNAP-REC (70:11).
084900     WRITE CBXSNAP-REC.
085000     IF CBS-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXSNAP FILE'.
085100     ADD 1 TO CBXSNAP-CTR.
085200     IF CUR-NOA-ONLY
085300         ADD 1 TO SNAP-NOA-CTR
085400     ELSE
085500         ADD 1 TO SNAP-FINAL-CTR.
085600 2800-EXIT.  EXIT.
085700
085800 2850-WRITE-PERIOD.
085900     MOVE 'D'             TO CBX-REC-TYPE.
086000     MOVE CUR-KEY         TO CBX-KEY.
086100     MOVE CUR-THRU-DATE   TO CBX-THRU-DATE.
086200     MOVE CUR-STATUS      TO CBX-STATUS.
086300     MOVE CUR-NPI         TO CBX-NPI.
086400     MOVE CUR-DCN         TO CBX-DCN.
086500     MOVE SPACES          TO CBXOUT-REC (64:17).
086600     WRITE CBXOUT-REC.
086700     IF CBO-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXOUT FILE'.
086800     ADD 1 TO CBXOUT-CTR.
086900     ADD 1 TO PERIOD-CTR.
087000     IF CBX-ADD
087100         ADD 1 TO ADD-CTR
087200     ELSE
087300         ADD 1 TO CHANGE-CTR.
087400 2850-EXIT.  EXIT.
087500
087600 2900-WRITE-TRAILER.
087700     MOVE SPACES          TO CBXOUT-TRAILER.
087800     MOVE 'T'             TO CBT-REC-TYPE.
087900     MOVE 'HHCBXTRL'      TO CBT-ID.
088000     MOVE PERIOD-CTR      TO CBT-PERIOD-CTR.
088100     MOVE ADD-CTR         TO CBT-ADD-CTR.
088200     MOVE CHANGE-CTR      TO CBT-CHANGE-CTR.
088300     MOVE WITHDRAW-CTR    TO CBT-WITHDRAW-CTR.
088400     WRITE CBXOUT-TRAILER.
088500     IF CBO-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXOUT FILE'.
088600     ADD 1 TO CBXOUT-CTR.
088700 2900-EXIT.  EXIT.
088800
088900 2000-DONE.
089000     EXIT.
089100
089200*================================================================*
089300*    CONTROL COUNTS AT THE FOOT OF THE REPORT                     *
089400*================================================================*
089500 3000-RUN-SUMMARY  SECTION.
089600
089700     IF CBR-LINE-CTR > 40
089800         PERFORM 2760-HEADINGS THRU 2760-EXIT.
089900     MOVE SPACES TO CBXRPT-LINE.
090000     WRITE CBXRPT-LINE AFTER ADVANCING 1.
090100     MOVE CBX-MODE-WHY TO CBR-MODE-TEXT.
090200     WRITE CBXRPT-LINE FROM CBR-MODE-LINE
090300                       AFTER ADVANCING 1.
090400     IF CBR-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXRPT FILE'.
090500     MOVE '-- SETTLED WINDOW (DAYS)'       TO CBR-COUNT-LABEL.
090600     MOVE CBX-WINDOW                       TO CBR-COUNT.
090700     MOVE SPACES                           TO CBR-COUNT-NOTE.
090800     STRING 'THRU DATES FROM ' CBX-CUTOFF-DATE
090900            DELIMITED BY SIZE INTO CBR-COUNT-NOTE.
091000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
091100     MOVE SPACES TO CBR-COUNT-NOTE.
091200     MOVE '-- HISTORY RECORDS READ'        TO CBR-COUNT-LABEL.
091300     MOVE HISTFILE-CTR                     TO CBR-COUNT.
091400     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
091500     MOVE '-- NOA REGISTRY ENTRIES READ'   TO CBR-COUNT-LABEL.
091600     MOVE NOAREG-CTR                       TO CBR-COUNT.
091700     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
091800     MOVE '-- NOAS WITH NO ADMISSION DATE' TO CBR-COUNT-LABEL.
091900     MOVE NOA-BAD-DATE-CTR                 TO CBR-COUNT.
092000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
092100     MOVE '-- PRIOR SNAPSHOT PERIODS'      TO CBR-COUNT-LABEL.
092200     MOVE CBXPRIOR-CTR                     TO CBR-COUNT.
092300     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
092400     MOVE '-- PERIODS ADDED'               TO CBR-COUNT-LABEL.
092500     MOVE ADD-CTR                          TO CBR-COUNT.
092600     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
092700     MOVE '-- PERIODS CHANGED'             TO CBR-COUNT-LABEL.
092800     MOVE CHANGE-CTR                       TO CBR-COUNT.
092900     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
093000     MOVE '-- PERIODS WITHDRAWN'           TO CBR-COUNT-LABEL.
093100     MOVE WITHDRAW-CTR                     TO CBR-COUNT.
093200     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
093300     MOVE '-- PERIODS AGED OFF'            TO CBR-COUNT-LABEL.
093400     MOVE AGED-CTR                         TO CBR-COUNT.
093500     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
093600     MOVE '-- NEW SNAPSHOT - NOA ONLY'     TO CBR-COUNT-LABEL.
093700     MOVE SNAP-NOA-CTR                     TO CBR-COUNT.
093800     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
093900     MOVE '-- NEW SNAPSHOT - FINAL PAID'   TO CBR-COUNT-LABEL.
094000     MOVE SNAP-FINAL-CTR                   TO CBR-COUNT.
094100     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
094200     MOVE '-- EXPORT PERIOD RECORDS'       TO CBR-COUNT-LABEL.
094300     MOVE PERIOD-CTR                       TO CBR-COUNT.
094400     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
094500     CLOSE CBXRPT.
094600     GO TO 3000-EXIT.
094700
094800 3100-WRITE-COUNT.
094900     WRITE CBXRPT-LINE FROM CBR-COUNT-LINE
095000                       AFTER ADVANCING 1.
095100     IF CBR-STAT1 > 0 DISPLAY ' BADX WRITE ON CBXRPT FILE'.
095200 3100-EXIT.  EXIT.
095300
095400 3000-EXIT.
095500     EXIT.
