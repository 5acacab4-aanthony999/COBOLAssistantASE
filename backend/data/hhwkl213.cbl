000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHWKL213.
000300
000400*----------------------------------------------------------------*
000500*  CONTRACTOR WORKLOAD AND CLAIMS-PROCESSING TIMELINESS           *
000600*                                                                 *
000700*  MONTHLY STEP FOR THE CMS WORKLOAD AND TIMELINESS SUBMISSION.   *
000800*  IT READS THE CUMULATIVE PRICED-CLAIM LIBRARY (CLMLIB - SAVED   *
000900*  OUTFILE RUNS, CONCATENATED, EACH BALANCED TO ITS TRAILER) AND  *
001000*  TAKES EVERY DATASET WHOSE HEADER RUN DATE FALLS IN THE REPORT  *
001100*  MONTH.  FOR EACH RECORD, PER MAC CONTRACT (HHA-CONTRACT-CODE): *
001200*                                                                 *
001300*  WORKLOAD   - COUNT BY TOB CLASS: CLAIM, RAP, NOA, NOA CANCEL,  *
001400*               ADJUSTMENT (HHA-ADJ-IND 'A'), CANCEL ('C')        *
001500*  TIMELINESS - DAYS FROM HHA-RECEIPT-DATE TO THE PRICING RUN     *
001600*               DATE (THE DATASET'S HEADER), CLEAN AND NON-CLEAN  *
001700*               APART.  A CLAIM IS CLEAN WHEN NO EDIT FAILED ON   *
001800*               IT (EVERY HHA-EDIT-RTC ZERO).  NOTICES OF ADMISSION*
001900*               ARE COUNTED IN THE WORKLOAD ONLY - THEY ARE NOT   *
002000*               CLAIMS AND HAVE NO PROCESSING STANDARD.           *
002100*                                                                 *
002200*  EVERY CLAIM PAST THE STANDARD IS LISTED ON WKLDTL, LONGEST     *
002300*  FIRST WITHIN CONTRACT, WITH THE REASON IT WAS HELD: SUSPECT    *
002400*  (DIVERTED BY THE PAYMENT ANOMALY SCREEN), RECYCLED (REJECTED   *
002500*  AND REPROCESSED - HHA-RECYCLE-CNT PASSES), OR SUSPENSE (NO     *
002600*  IN-SYSTEM CAUSE - IT WAITED ON THE FRONT END BEFORE PRICING).  *
002700*                                                                 *
002800*  RUNLOG   - (OPTIONAL) THE CUMULATIVE RUN LOG HHMGR213 KEEPS.   *
002900*             EACH DAY'S LOGGED OUTPUT COUNT IS TIED TO THE       *
003000*             LIBRARY DATASETS FOR THAT DATE, SO A RUN THAT WAS   *
003100*             NEVER SAVED (OR SAVED TWICE) SHOWS UP HERE RATHER   *
003200*             THAN AS A QUIET HOLE IN THE SUBMISSION (RC 4).      *
003300*  WKLPARM  - (OPTIONAL) COLUMNS 1-6 REPORT MONTH YYYYMM (BLANK = *
003400*             THE MONTH BEFORE THE RUN DATE), 8-9 STANDARD DAYS   *
003500*             (BLANK = 30)                                        *
003600*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES ARE*
003700*             ACCEPTED; OTHERWISE ONE STOPS THE STEP (RC 16)      *
003800*  WKLRPT   - WORKLOAD, TIMELINESS AND RUN-LOG TIE-OUT PER CONTRACT*
003900*  WKLDTL   - CLAIMS THAT MISSED THE STANDARD                     *
004000*----------------------------------------------------------------*
004100
004200 DATE-COMPILED.
004300 ENVIRONMENT                     DIVISION.
004400
004500 CONFIGURATION                   SECTION.
004600 SOURCE-COMPUTER.                IBM-370.
004700 OBJECT-COMPUTER.                IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100
005200     SELECT CLMLIB    ASSIGN TO UT-S-CLMLIB
005300         FILE STATUS IS CLB-STAT.
005400     SELECT OPTIONAL RUNLOG ASSIGN TO UT-S-RUNLOG
005500         FILE STATUS IS RLG-STAT.
005600     SELECT OPTIONAL WKLPARM ASSIGN TO UT-S-WKLPARM
005700         FILE STATUS IS WKP-STAT.
005800     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
005900         FILE STATUS IS MDC-STAT.
006000     SELECT WKLRPT    ASSIGN TO UT-S-WKLRPT
006100         FILE STATUS IS WKR-STAT.
006200     SELECT WKLDTL    ASSIGN TO UT-S-WKLDTL
006300         FILE STATUS IS WKD-STAT.
006400     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CLMLIB
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS V
007010     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
007100     BLOCK CONTAINS 0 RECORDS.
007200 01  CLMLIB-REC                 PIC X(1000).
007300
007400 FD  RUNLOG
007500     RECORDING MODE IS F
007600     BLOCK CONTAINS 0 RECORDS
007700     LABEL RECORDS ARE STANDARD.
007800 01  RUN-LOG-RECORD.
007900     05  RL-RUN-DATE            PIC X(08).
008000     05  RL-RUN-TIME            PIC X(06).
008100     05  RL-INPUT-CTR           PIC 9(09).
008200     05  RL-OUTPUT-CTR          PIC 9(09).
008300     05  RL-EXCP-CTR            PIC 9(09).
008400     05  RL-TOTAL-PAY           PIC 9(11)V9(02).
008500     05  RL-OUTLIER-PAY         PIC 9(11)V9(02).
008600     05  RL-OPN-VER             PIC X(07).
008700     05  RL-DRV-VER             PIC X(07).
008800     05  RL-CAL-VER             PIC X(07).
008900     05  RL-MGR-VER             PIC X(09).
009000     05  RL-RELEASE-ID          PIC X(08).
009100     05  FILLER                 PIC X(15).
009200
009300 FD  WKLPARM
009400     RECORDING MODE IS F
009500     BLOCK CONTAINS 0 RECORDS
009600     LABEL RECORDS ARE STANDARD.
009700 01  WKLPARM-REC.
009800     05  WKP-REPORT-MONTH       PIC X(06).
009900     05  FILLER                 PIC X(01).
010000     05  WKP-STD-DAYS           PIC X(02).
010100     05  FILLER                 PIC X(71).
010200
010300 FD  MODECARD
010400     RECORDING MODE IS F
010500     BLOCK CONTAINS 0 RECORDS
010600     LABEL RECORDS ARE STANDARD.
010700 01  MODECARD-REC.
010800     05  MDC-RUN-MODE           PIC X(01).
010900     05  FILLER                 PIC X(79).
011000
011100 FD  WKLRPT
011200     RECORDING MODE IS F
011300     BLOCK CONTAINS 133 RECORDS
011400     LABEL RECORDS ARE STANDARD.
011500 01  WKLRPT-LINE                PIC X(133).
011600
011700 FD  WKLDTL
011800     RECORDING MODE IS F
011900     BLOCK CONTAINS 133 RECORDS
012000     LABEL RECORDS ARE STANDARD.
012100 01  WKLDTL-LINE                PIC X(133).
012200
012300 SD  SORTFILE.
012400 01  SORT-REC.
012500     05  SRT-CONTRACT           PIC X(01).
012600     05  SRT-DAYS-DESC          PIC 9(05).
012700     05  SRT-DAYS               PIC 9(05).
012800     05  SRT-RECEIPT-DATE       PIC X(08).
012900     05  SRT-RUN-DATE           PIC X(08).
013000     05  SRT-NPI                PIC X(10).
013100     05  SRT-HIC                PIC X(12).
013200     05  SRT-PROV-NO            PIC X(06).
013300     05  SRT-DCN                PIC X(08).
013400     05  SRT-CLASS-SUB          PIC 9(01).
013500     05  SRT-CLEAN-SW           PIC X(01).
013600     05  SRT-REASON             PIC X(08).
013700     05  SRT-RECYCLE-CNT        PIC 9(02).
013800     05  SRT-PAY-RTC            PIC 99.
013900     05  SRT-EDIT-RTC-LIST      PIC X(10).
014000
014100 WORKING-STORAGE SECTION.
014200 01  FILLER                     PIC X(40)  VALUE
014300     'HHWKL    - W O R K I N G   S T O R A G E'.
014400 01  HHWKL-VERSION              PIC X(07)  VALUE 'W2026.1'.
014500 01  EOF-CLB                    PIC 9(01)  VALUE 0.
014600 01  EOF-RLG                    PIC 9(01)  VALUE 0.
014700 01  EOF-SRT                    PIC 9(01)  VALUE 0.
014800 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
014900 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
015000 01  IN-MONTH-SW                PIC 9(01)  VALUE 0.
015100 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
015200 01  RUNLOG-SW                  PIC 9(01)  VALUE 0.
015300     88  RUNLOG-SUPPLIED                   VALUE 1.
015400 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
015500 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
015600 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
015700 01  VAL-TRL-REC.
015800     05  VAL-ID                 PIC X(08).
015900     05  VAL-RECORD-COUNT       PIC 9(09).
016000     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
016100     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
016200     05  FILLER                 PIC X(603).
016300 01  CLMLIB-CTR                 PIC 9(09)  VALUE 0.
016400 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
016500 01  MONTH-SEGMENT-CTR          PIC 9(05)  VALUE 0.
016600 01  MONTH-RECORD-CTR           PIC 9(09)  VALUE 0.
016700 01  OVER-STD-CTR               PIC 9(09)  VALUE 0.
016800 01  RUNLOG-CTR                 PIC 9(07)  VALUE 0.
016900 01  LOAD-TOTAL                 PIC 9(09)  VALUE 0.
017000 01  TIE-DIFF-CTR               PIC 9(03)  VALUE 0.
017100 01  WKR-LINE-CTR               PIC 9(02)  VALUE 65.
017200 01  WKD-LINE-CTR               PIC 9(02)  VALUE 65.
017300 01  WKL-CURR-DATE              PIC X(08)  VALUE SPACES.
017400 01  WKL-REPORT-MONTH           PIC X(06)  VALUE SPACES.
017500 01  WKL-REPORT-PARTS REDEFINES WKL-REPORT-MONTH.
017600     05  WKL-REPORT-YYYY        PIC 9(04).
017700     05  WKL-REPORT-MM          PIC 9(02).
017800 01  WKL-STD-DAYS               PIC 9(03)  VALUE 30.
017900 01  WKL-RUN-DATE               PIC X(08)  VALUE SPACES.
018000 01  WKL-RUN-DATE-N REDEFINES WKL-RUN-DATE PIC 9(08).
018100 01  WKL-RUN-DAY                PIC 9(02)  VALUE 0.
018200 01  WKL-RCPT-DATE              PIC X(08)  VALUE SPACES.
018300 01  WKL-RCPT-DATE-N REDEFINES WKL-RCPT-DATE PIC 9(08).
018400 01  WKL-INT-RUN                PIC 9(07)  VALUE 0.
018500 01  WKL-INT-RCPT               PIC 9(07)  VALUE 0.
018600 01  WKL-DAYS                   PIC S9(05) VALUE 0.
018700 01  WKL-REASON                 PIC X(08)  VALUE SPACES.
018800 01  CT-SUB                     PIC 9(02)  VALUE 0.
018900 01  CL-SUB                     PIC 9(01)  VALUE 0.
019000 01  CN-SUB                     PIC 9(01)  VALUE 0.
019100 01  BK-SUB                     PIC 9(01)  VALUE 0.
019200 01  ED-SUB                     PIC 9(01)  VALUE 0.
019300 01  DY-SUB                     PIC 9(02)  VALUE 0.
019400 01  CLEAN-SW                   PIC X(01)  VALUE 'Y'.
019500     88  CLAIM-IS-CLEAN                    VALUE 'Y'.
019600 01  PREV-CONTRACT              PIC X(01)  VALUE LOW-VALUE.
019700 01  CLB-STAT.
019800     05  CLB-STAT1              PIC X.
019900     05  CLB-STAT2              PIC X.
020000 01  RLG-STAT.
020100     05  RLG-STAT1              PIC X.
020200     05  RLG-STAT2              PIC X.
020300 01  WKP-STAT.
020400     05  WKP-STAT1              PIC X.
020500     05  WKP-STAT2              PIC X.
020600 01  MDC-STAT.
020700     05  MDC-STAT1              PIC X.
020800     05  MDC-STAT2              PIC X.
020900 01  WKR-STAT.
021000     05  WKR-STAT1              PIC X.
021100     05  WKR-STAT2              PIC X.
021200 01  WKD-STAT.
021300     05  WKD-STAT1              PIC X.
021400     05  WKD-STAT2              PIC X.
021500
021600*----------------------------------------------------------------*
021700*  ONE ENTRY PER CONTRACT - ENTRY 11 IS ALL CONTRACTS TOGETHER.   *
021800*  CLASS 1 CLAIM, 2 RAP, 3 NOA, 4 NOA CANCEL, 5 ADJUSTMENT,       *
021900*  6 CANCEL.  TIMELINESS ROW 1 CLEAN, 2 NON-CLEAN; BUCKETS        *
022000*  0-14, 15-30, 31-45, 46-60 AND OVER 60 DAYS.                    *
022100*----------------------------------------------------------------*
022200 01  CONTRACT-NEXT              PIC 9(02)  VALUE 0.
022300 01  CONTRACT-TABLE.
022400     05  CTT-DATA               OCCURS 11.
022500         10  CTT-CONTRACT       PIC X(03).
022600         10  CTT-WORKLOAD       PIC 9(09)  OCCURS 6.
022700         10  CTT-NO-RECEIPT     PIC 9(09).
022800         10  CTT-TIMELINESS     OCCURS 2.
022900             15  CTT-MEASURED   PIC 9(09).
023000             15  CTT-WITHIN-STD PIC 9(09).
023100             15  CTT-DAYS-TOTAL PIC 9(11).
023200             15  CTT-BUCKET     PIC 9(09)  OCCURS 5.
023300
023400 01  CLASS-NAMES.
023500     05  FILLER                 PIC X(08)  VALUE 'CLAIM   '.
023600     05  FILLER                 PIC X(08)  VALUE 'RAP     '.
023700     05  FILLER                 PIC X(08)  VALUE 'NOA     '.
023800     05  FILLER                 PIC X(08)  VALUE 'NOA CXL '.
023900     05  FILLER                 PIC X(08)  VALUE 'ADJUST  '.
024000     05  FILLER                 PIC X(08)  VALUE 'CANCEL  '.
024100 01  CLASS-NAME-TABLE REDEFINES CLASS-NAMES.
024200     05  CLASS-NAME             PIC X(08)  OCCURS 6.
024300
024400*----------------------------------------------------------------*
024500*  RUN-LOG TIE-OUT BY DAY OF THE REPORT MONTH                     *
024600*----------------------------------------------------------------*
024700 01  DAY-TABLE.
024800     05  DAY-DATA               OCCURS 31.
024900         10  DAY-LOG-RUNS       PIC 9(03).
025000         10  DAY-LOG-INPUT      PIC 9(09).
025100         10  DAY-LOG-OUTPUT     PIC 9(09).
025200         10  DAY-LOG-EXCP       PIC 9(09).
025300         10  DAY-LIB-DATASETS   PIC 9(03).
025400         10  DAY-LIB-RECORDS    PIC 9(09).
025500
025600*----------------------------------------------------------------*
025700*  CLMLIB RECORD - ONLY THE FIELDS THIS REPORT NEEDS              *
025800*----------------------------------------------------------------*
025900 01  HHA-OUT-DATA.
026000     05  HHA-NPI                 PIC X(10).
026100     05  HHA-HIC                 PIC X(12).
026200     05  HHA-PROV-NO             PIC X(06).
026300     05  FILLER                  PIC X(66).
026400     05  HHA-ADJ-IND             PIC X(01).
026500         88  HHA-ADJ-IS-ADJUSTMENT  VALUE 'A'.
026600         88  HHA-ADJ-IS-CANCEL      VALUE 'C'.
026700     05  FILLER                  PIC X(306).
026800     05  HHA-PAY-RTC             PIC 99.
026900     05  FILLER                  PIC X(05).
027000     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
027100     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
027200     05  FILLER                  PIC X(18).
027300     05  HHA-RECEIPT-DATE        PIC X(08).
027400     05  FILLER                  PIC X(51).
027500     05  HHA-TOB-CLASS           PIC X(01).
027600         88  HHA-TOB-IS-CLAIM       VALUE 'C'.
027700         88  HHA-TOB-IS-RAP         VALUE 'R'.
027800         88  HHA-TOB-IS-NOA         VALUE 'N'.
027900         88  HHA-TOB-IS-NOA-CANCEL  VALUE 'X'.
028000     05  FILLER                  PIC X(60).
028100     05  HHA-EDIT-RTC-LIST.
028200         10  HHA-EDIT-RTC        PIC 99  OCCURS 5.
028300     05  FILLER                  PIC X(02).
028400     05  HHA-SUSPECT-IND         PIC X(01).
028500         88  HHA-IS-SUSPECT         VALUE 'S'.
028600     05  FILLER                  PIC X(02).
028700     05  HHA-RECYCLE-CNT         PIC 9(02).
028800     05  FILLER                  PIC X(51).
028900     05  HHA-CONTRACT-CODE       PIC X(01).
029000     05  HHA-CLAIM-CLASS         PIC X(01).
029100     05  HHA-DCN                 PIC X(08).
029200     05  FILLER                  PIC X(08).
029210*    VERSION 3 EXTENSION (BYTES 651-1000)
029220     05  HHA-V3-EXTENSION           PIC X(350).
029300
029400*----------------------------------------------------------------*
029500*  REPORT COMPONENTS                                              *
029600*----------------------------------------------------------------*
029700 01  WKL-HEAD1.
029800     05  FILLER                 PIC X(01)  VALUE SPACES.
029900     05  WH1-TITLE              PIC X(40)  VALUE
030000        ' HHA CONTRACTOR WORKLOAD AND TIMELINESS '.
030100     05  FILLER                 PIC X(10)  VALUE 'CONTRACT  '.
030200     05  WH1-CONTRACT           PIC X(03).
030300     05  FILLER                 PIC X(17)  VALUE
030400        '   REPORT MONTH  '.
030500     05  WH1-REPORT-MONTH       PIC X(06).
030600     05  FILLER                 PIC X(17)  VALUE
030700        '   STANDARD DAYS '.
030800     05  WH1-STD-DAYS           PIC ZZ9.
030900     05  FILLER                 PIC X(14)  VALUE '    RUN DATE  '.
031000     05  WH1-RUN-DATE           PIC X(08).
031100
031200 01  WKL-SECTION-LINE.
031300     05  FILLER                 PIC X(02)  VALUE SPACES.
031400     05  WSL-TEXT               PIC X(70).
031500
031600 01  WKL-LOAD-HEAD.
031700     05  FILLER                 PIC X(09)  VALUE SPACES.
031800     05  FILLER                 PIC X(48)  VALUE
031900        'CLAIM        RAP        NOA NOA CANCEL ADJUSTMEN'.
032000     05  FILLER                 PIC X(23)  VALUE
032100        'T     CANCEL      TOTAL'.
032200
032300 01  WKL-LOAD-LINE.
032400     05  FILLER                 PIC X(03)  VALUE SPACES.
032500     05  WLL-COUNT              PIC ZZZ,ZZZ,ZZ9 OCCURS 6.
032600     05  WLL-TOTAL              PIC ZZZ,ZZZ,ZZ9.
032700
032800 01  WKL-TIME-HEAD.
032900     05  FILLER                 PIC X(15)  VALUE SPACES.
033000     05  FILLER                 PIC X(48)  VALUE
033100        'MEASURED    0-14   15-30   31-45   46-60 OVER 60'.
033200     05  FILLER                 PIC X(35)  VALUE
033300        '  WITHIN STD        PCT    AVG DAYS'.
033400
033500 01  WKL-TIME-LINE.
033600     05  FILLER                 PIC X(02)  VALUE SPACES.
033700     05  WTL-LABEL              PIC X(10).
033800     05  WTL-MEASURED           PIC ZZZ,ZZZ,ZZ9.
033900     05  WTL-BUCKET-DATA        OCCURS 5.
034000         10  FILLER             PIC X(01).
034100         10  WTL-BUCKET         PIC ZZZ,ZZ9.
034200     05  FILLER                 PIC X(01)  VALUE SPACES.
034300     05  WTL-WITHIN             PIC ZZZ,ZZZ,ZZ9.
034400     05  FILLER                 PIC X(05)  VALUE SPACES.
034500     05  WTL-PCT                PIC ZZ9.99.
034600     05  FILLER                 PIC X(04)  VALUE SPACES.
034700     05  WTL-AVG-DAYS           PIC ZZ,ZZ9.9.
034800
034900 01  WKL-NORCPT-LINE.
035000     05  FILLER                 PIC X(02)  VALUE SPACES.
035100     05  FILLER                 PIC X(46)  VALUE
035200        'CLAIMS WITH NO USABLE RECEIPT DATE (NOT TIMED)'.
035300     05  WNL-COUNT              PIC ZZZ,ZZZ,ZZ9.
035400
035500 01  WKL-TIE-HEAD.
035600     05  FILLER                 PIC X(02)  VALUE SPACES.
035700     05  FILLER                 PIC X(48)  VALUE
035800        'RUN DATE  RUNS   LOG INPUT  LOG OUTPUT   LOG EXC'.
035900     05  FILLER                 PIC X(34)  VALUE
036000        'PS     LIB DSNS LIB RECORDS   NOTE'.
036100
036200 01  WKL-TIE-LINE.
036300     05  FILLER                 PIC X(02)  VALUE SPACES.
036400     05  WTI-RUN-DATE           PIC X(08).
036500     05  FILLER                 PIC X(03)  VALUE SPACES.
036600     05  WTI-LOG-RUNS           PIC ZZ9.
036700     05  FILLER                 PIC X(01)  VALUE SPACES.
036800     05  WTI-LOG-INPUT          PIC ZZZ,ZZZ,ZZ9.
036900     05  FILLER                 PIC X(01)  VALUE SPACES.
037000     05  WTI-LOG-OUTPUT         PIC ZZZ,ZZZ,ZZ9.
037100     05  FILLER                 PIC X(01)  VALUE SPACES.
037200     05  WTI-LOG-EXCP           PIC ZZZ,ZZZ,ZZ9.
037300     05  FILLER                 PIC X(10)  VALUE SPACES.
037400     05  WTI-LIB-DATASETS       PIC ZZ9.
037500     05  FILLER                 PIC X(01)  VALUE SPACES.
037600     05  WTI-LIB-RECORDS        PIC ZZZ,ZZZ,ZZ9.
037700     05  FILLER                 PIC X(03)  VALUE SPACES.
037800     05  WTI-NOTE               PIC X(20).
037900
038000 01  WKD-HEAD1.
038100     05  FILLER                 PIC X(01)  VALUE SPACES.
038200     05  FILLER                 PIC X(40)  VALUE
038300        ' HHA CLAIMS PAST THE TIMELINESS STANDARD'.
038400     05  FILLER                 PIC X(17)  VALUE
038500        '   REPORT MONTH  '.
038600     05  WD1-REPORT-MONTH       PIC X(06).
038700     05  FILLER                 PIC X(17)  VALUE
038800        '   STANDARD DAYS '.
038900     05  WD1-STD-DAYS           PIC ZZ9.
039000     05  FILLER                 PIC X(14)  VALUE '    RUN DATE  '.
039100     05  WD1-RUN-DATE           PIC X(08).
039200
039300 01  WKD-HEAD2.
039400     05  FILLER                 PIC X(01)  VALUE SPACES.
039500     05  FILLER                 PIC X(48)  VALUE
039600        'CT  NPI        HIC         PROV   DCN      CLASS'.
039700     05  FILLER                 PIC X(48)  VALUE
039800        '    RECEIVED PRICED     DAYS CLEAN REASON  RECYC'.
039900     05  FILLER                 PIC X(22)  VALUE
040000        '      RTC EDITS FAILED'.
040100
040200 01  WKD-DETAIL-LINE.
040300     05  FILLER                 PIC X(01)  VALUE SPACES.
040400     05  WDL-CONTRACT           PIC X(01).
040500     05  FILLER                 PIC X(02)  VALUE SPACES.
040600     05  WDL-NPI                PIC X(10).
040700     05  FILLER                 PIC X(01)  VALUE SPACES.
040800     05  WDL-HIC                PIC X(12).
040900     05  FILLER                 PIC X(01)  VALUE SPACES.
041000     05  WDL-PROV-NO            PIC X(06).
041100     05  FILLER                 PIC X(01)  VALUE SPACES.
041200     05  WDL-DCN                PIC X(08).
041300     05  FILLER                 PIC X(01)  VALUE SPACES.
041400     05  WDL-CLASS              PIC X(08).
041500     05  FILLER                 PIC X(01)  VALUE SPACES.
041600     05  WDL-RECEIPT-DATE       PIC X(08).
041700     05  FILLER                 PIC X(01)  VALUE SPACES.
041800     05  WDL-RUN-DATE           PIC X(08).
041900     05  FILLER                 PIC X(01)  VALUE SPACES.
042000     05  WDL-DAYS               PIC ZZ,ZZ9.
042100     05  FILLER                 PIC X(03)  VALUE SPACES.
042200     05  WDL-CLEAN              PIC X(01).
042300     05  FILLER                 PIC X(02)  VALUE SPACES.
042400     05  WDL-REASON             PIC X(08).
042500     05  FILLER                 PIC X(04)  VALUE SPACES.
042600     05  WDL-RECYCLE-CNT        PIC Z9.
042700     05  FILLER                 PIC X(07)  VALUE SPACES.
042800     05  WDL-PAY-RTC            PIC 99.
042900     05  FILLER                 PIC X(01)  VALUE SPACES.
043000     05  WDL-EDIT-DATA          OCCURS 5.
043100         10  FILLER             PIC X(01).
043200         10  WDL-EDIT-RTC       PIC X(02).
043300
043400 01  WKD-TOTAL-LINE.
043500     05  FILLER                 PIC X(01)  VALUE SPACES.
043600     05  FILLER                 PIC X(30)  VALUE
043700        'CLAIMS PAST THE STANDARD      '.
043800     05  WDT-COUNT              PIC ZZZ,ZZZ,ZZ9.
043900
044000**--------------------------------------------------------------
044100 PROCEDURE  DIVISION.
044200
044300 0000-MAINLINE  SECTION.
044400
044500     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
044600     PERFORM 0700-GET-PARMS THRU 0700-EXIT.
044700     PERFORM 0500-LOAD-RUNLOG THRU 0500-EXIT.
044800
044900     OPEN OUTPUT WKLDTL.
045000     SORT SORTFILE
045100          ON ASCENDING KEY SRT-CONTRACT
045200                           SRT-DAYS-DESC
045300                           SRT-RECEIPT-DATE
045400                           SRT-DCN
045500          INPUT  PROCEDURE IS 2000-READ-LIBRARY
045600          OUTPUT PROCEDURE IS 3000-WRITE-DETAIL.
045700     CLOSE WKLDTL.
045800
045900     OPEN OUTPUT WKLRPT.
046000     PERFORM 4000-PRINT-CONTRACT THRU 4000-EXIT
046100             VARYING CT-SUB FROM 1 BY 1
046200               UNTIL CT-SUB > CONTRACT-NEXT.
046300     MOVE 11 TO CT-SUB.
046400     PERFORM 4000-PRINT-CONTRACT THRU 4000-EXIT.
046500     PERFORM 5000-PRINT-TIE-OUT THRU 5000-EXIT.
046600     CLOSE WKLRPT.
046700
046800     DISPLAY '-- PROGRAM HHWKL213  VERSION  ===> ' HHWKL-VERSION.
046900     DISPLAY '-- REPORT MONTH               ===> '
047000             WKL-REPORT-MONTH.
047100     DISPLAY '-- CLMLIB DATASETS READ       ===> ' SEGMENT-CTR.
047200     DISPLAY '-- CLMLIB RECORDS READ        ===> ' CLMLIB-CTR.
047300     DISPLAY '-- DATASETS IN REPORT MONTH   ===> '
047400             MONTH-SEGMENT-CTR.
047500     DISPLAY '-- RECORDS IN REPORT MONTH    ===> '
047600             MONTH-RECORD-CTR.
047700     DISPLAY '-- CLAIMS PAST THE STANDARD   ===> ' OVER-STD-CTR.
047800     DISPLAY '-- CONTRACTS                  ===> ' CONTRACT-NEXT.
047900     DISPLAY '-- RUN LOG RECORDS IN MONTH   ===> ' RUNLOG-CTR.
048000     DISPLAY '-- RUN-LOG DAYS OUT OF TIE    ===> ' TIE-DIFF-CTR.
048100
048200     IF TIE-DIFF-CTR > 0
048300         MOVE 4 TO RETURN-CODE.
048400
048500     STOP RUN.
048600
048700*================================================================*
048800*    REPORT MONTH AND STANDARD - THE CARD, ELSE LAST MONTH / 30  *
048900*================================================================*
049000 0700-GET-PARMS.
049100     INITIALIZE CONTRACT-TABLE.
049200     INITIALIZE DAY-TABLE.
049300     MOVE 'ALL' TO CTT-CONTRACT (11).
049400     ACCEPT WKL-CURR-DATE FROM DATE YYYYMMDD.
049500     MOVE WKL-CURR-DATE (1:6) TO WKL-REPORT-MONTH.
049600     IF WKL-REPORT-MM = 01
049700         SUBTRACT 1 FROM WKL-REPORT-YYYY
049800         MOVE 12 TO WKL-REPORT-MM
049900     ELSE
050000         SUBTRACT 1 FROM WKL-REPORT-MM.
050100
050200     OPEN INPUT WKLPARM.
050300     IF WKP-STAT1 = '0' OR WKP-STAT1 = '9'
050400         READ WKLPARM
050500             AT END MOVE SPACES TO WKLPARM-REC
050600         END-READ
050700         IF WKP-REPORT-MONTH NUMERIC
050800            AND WKP-REPORT-MONTH (5:2) > '00'
050900            AND WKP-REPORT-MONTH (5:2) < '13'
051000             MOVE WKP-REPORT-MONTH TO WKL-REPORT-MONTH
051100         END-IF
051200         IF WKP-STD-DAYS NUMERIC
051300            AND WKP-STD-DAYS > '00'
051400             MOVE WKP-STD-DAYS TO WKL-STD-DAYS
051500         END-IF
051600         CLOSE WKLPARM.
051700 0700-EXIT.  EXIT.
051800
051900 0900-GET-OWN-MODE.
052000     OPEN INPUT MODECARD.
052100     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
052200         READ MODECARD
052300             AT END CONTINUE
052400         END-READ
052500         IF MDC-RUN-MODE = 'T'
052600             MOVE 'T' TO OWN-RUN-MODE
052700         END-IF
052800         CLOSE MODECARD.
052900 0900-EXIT.  EXIT.
053000
053100*================================================================*
053200*    RUN LOG - EVERY RUN IN THE REPORT MONTH, SUMMED BY DAY      *
053300*================================================================*
053400 0500-LOAD-RUNLOG.
053500     OPEN INPUT RUNLOG.
053600     IF RLG-STAT1 NOT = '0'
053700         GO TO 0500-EXIT.
053800     MOVE 1 TO RUNLOG-SW.
053900     PERFORM 0600-READ-RUNLOG THRU 0600-EXIT
054000             UNTIL EOF-RLG = 1.
054100     CLOSE RUNLOG.
054200 0500-EXIT.  EXIT.
054300
054400 0600-READ-RUNLOG.
054500     READ RUNLOG
054600          AT END   MOVE 1 TO EOF-RLG
054700                   GO TO 0600-EXIT.
054800     IF RL-RUN-DATE (1:6) NOT = WKL-REPORT-MONTH
054900        OR RL-RUN-DATE (7:2) NOT NUMERIC
055000         GO TO 0600-EXIT.
055100     MOVE RL-RUN-DATE (7:2) TO DY-SUB.
055200     IF DY-SUB < 1 OR DY-SUB > 31
055300         GO TO 0600-EXIT.
055400     ADD 1 TO RUNLOG-CTR.
055500     ADD 1             TO DAY-LOG-RUNS (DY-SUB).
055600     ADD RL-INPUT-CTR  TO DAY-LOG-INPUT (DY-SUB).
055700     ADD RL-OUTPUT-CTR TO DAY-LOG-OUTPUT (DY-SUB).
055800     ADD RL-EXCP-CTR   TO DAY-LOG-EXCP (DY-SUB).
055900 0600-EXIT.  EXIT.
056000
056100*================================================================*
056200*    READ THE LIBRARY, TIME AND COUNT EVERY RECORD IN THE MONTH  *
056300*    AND RELEASE THE ONES PAST THE STANDARD                      *
056400*================================================================*
056500 2000-READ-LIBRARY  SECTION.
056600
056700     OPEN INPUT CLMLIB.
056800     PERFORM 2100-READ-CLMLIB THRU 2100-EXIT
056900             UNTIL EOF-CLB = 1.
057000     CLOSE CLMLIB.
057100     GO TO 2000-DONE.
057200
057300 2100-READ-CLMLIB.
057400     READ CLMLIB INTO HHA-OUT-DATA
057500          AT END   MOVE 1 TO EOF-CLB
057600                   PERFORM 2300-CHECK-EOF THRU 2300-EXIT
057700                   GO TO 2100-EXIT.
057800
057900     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
058000        PERFORM 2150-TAKE-HEADER THRU 2150-EXIT
058100        GO TO 2100-EXIT.
058200
058300     IF HDR-SEEN-SW = 0
058400        DISPLAY '** HHWKL213 - CLMLIB HAS NO HEADER RECORD **'
058500        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
058600        MOVE 16 TO RETURN-CODE
058700        STOP RUN.
058800
058900     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
059000        PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
059100        GO TO 2100-EXIT.
059200
059300     ADD 1 TO CLMLIB-CTR.
059400     ADD 1 TO VAL-COUNT.
059500     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
059600     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
059700
059800     IF IN-MONTH-SW = 0
059900         GO TO 2100-EXIT.
060000     ADD 1 TO MONTH-RECORD-CTR.
060100     ADD 1 TO DAY-LIB-RECORDS (WKL-RUN-DAY).
060200
060300     PERFORM 2400-FIND-CONTRACT THRU 2400-EXIT.
060400     PERFORM 2500-CLASSIFY THRU 2500-EXIT.
060500     ADD 1 TO CTT-WORKLOAD (CT-SUB CL-SUB).
060600     ADD 1 TO CTT-WORKLOAD (11 CL-SUB).
060700
060800*    NOTICES OF ADMISSION CARRY NO PROCESSING STANDARD
060900     IF CL-SUB = 3 OR CL-SUB = 4
061000         GO TO 2100-EXIT.
061100
061200     MOVE 0 TO WKL-INT-RCPT.
061300     MOVE HHA-RECEIPT-DATE TO WKL-RCPT-DATE.
061400     IF WKL-RCPT-DATE NUMERIC AND WKL-RCPT-DATE > '19000101'
061500        AND WKL-RCPT-DATE NOT > WKL-RUN-DATE
061600         COMPUTE WKL-INT-RCPT = FUNCTION
061700                 INTEGER-OF-DATE(WKL-RCPT-DATE-N)
061800         END-COMPUTE.
061900     IF WKL-INT-RCPT = 0
062000         ADD 1 TO CTT-NO-RECEIPT (CT-SUB)
062100         ADD 1 TO CTT-NO-RECEIPT (11)
062200         GO TO 2100-EXIT.
062300     COMPUTE WKL-DAYS = WKL-INT-RUN - WKL-INT-RCPT.
062400
062500     PERFORM 2600-CHECK-CLEAN THRU 2600-EXIT.
062600     IF CLAIM-IS-CLEAN
062700         MOVE 1 TO CN-SUB
062800     ELSE
062900         MOVE 2 TO CN-SUB.
063000
063100     IF WKL-DAYS < 15
063200         MOVE 1 TO BK-SUB
063300     ELSE
063400     IF WKL-DAYS < 31
063500         MOVE 2 TO BK-SUB
063600     ELSE
063700     IF WKL-DAYS < 46
063800         MOVE 3 TO BK-SUB
063900     ELSE
064000     IF WKL-DAYS < 61
064100         MOVE 4 TO BK-SUB
064200     ELSE
064300         MOVE 5 TO BK-SUB.
064400
064500     ADD 1        TO CTT-MEASURED (CT-SUB CN-SUB)
064600                     CTT-MEASURED (11 CN-SUB).
064700     ADD WKL-DAYS TO CTT-DAYS-TOTAL (CT-SUB CN-SUB)
064800                     CTT-DAYS-TOTAL (11 CN-SUB).
064900     ADD 1        TO CTT-BUCKET (CT-SUB CN-SUB BK-SUB)
065000                     CTT-BUCKET (11 CN-SUB BK-SUB).
065100     IF WKL-DAYS NOT > WKL-STD-DAYS
065200         ADD 1 TO CTT-WITHIN-STD (CT-SUB CN-SUB)
065300                  CTT-WITHIN-STD (11 CN-SUB)
065400         GO TO 2100-EXIT.
065500
065600     PERFORM 2700-RELEASE-LATE THRU 2700-EXIT.
065700 2100-EXIT.  EXIT.
065800
065900*    EVERY RECORD IN A DATASET WAS PRICED ON ITS HEADER RUN DATE
066000 2150-TAKE-HEADER.
066100     ADD 1 TO SEGMENT-CTR.
066200     IF HHA-OUT-DATA (78:1) = 'T'
066300        AND OWN-RUN-MODE NOT = 'T'
066400         DISPLAY '** HHWKL213 - TEST-STAMPED OUTFILE REFUSED'
066500         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
066600         MOVE 16 TO RETURN-CODE
066700         STOP RUN.
066800     MOVE HHA-OUT-DATA (9:8) TO WKL-RUN-DATE.
066900     IF WKL-RUN-DATE NOT NUMERIC
067000         DISPLAY '** HHWKL213 - HEADER RUN DATE NOT NUMERIC'
067100         DISPLAY '** DATASET ' SEGMENT-CTR ' - STOPPED'
067200         MOVE 16 TO RETURN-CODE
067300         STOP RUN.
067400     MOVE 1 TO HDR-SEEN-SW.
067500     MOVE 0 TO TRL-SEEN-SW.
067600     MOVE 0 TO VAL-COUNT.
067700     MOVE 0 TO VAL-SUM-PAY.
067800     MOVE 0 TO VAL-SUM-OUTL.
067900     MOVE 0 TO IN-MONTH-SW.
068000     IF WKL-RUN-DATE (1:6) NOT = WKL-REPORT-MONTH
068100         GO TO 2150-EXIT.
068200     MOVE 1 TO IN-MONTH-SW.
068300     ADD 1 TO MONTH-SEGMENT-CTR.
068400     MOVE WKL-RUN-DATE (7:2) TO WKL-RUN-DAY.
068500     ADD 1 TO DAY-LIB-DATASETS (WKL-RUN-DAY).
068600     COMPUTE WKL-INT-RUN = FUNCTION
068700             INTEGER-OF-DATE(WKL-RUN-DATE-N)
068800     END-COMPUTE.
068900 2150-EXIT.  EXIT.
069000
069100 2200-CHECK-TRAILER.
069200     MOVE 1 TO TRL-SEEN-SW.
069300     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
069400     IF VAL-RECORD-COUNT NOT = VAL-COUNT
069500        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
069600        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
069700        DISPLAY '** HHWKL213 - CLMLIB TRAILER OUT OF BALANCE'
069800        DISPLAY '** DATASET ' SEGMENT-CTR
069900                ' TRAILER COUNT ' VAL-RECORD-COUNT
070000                ' READ ' VAL-COUNT
070100        MOVE 16 TO RETURN-CODE
070200        STOP RUN.
070300 2200-EXIT.  EXIT.
070400
070500 2300-CHECK-EOF.
070600     IF TRL-SEEN-SW = 0
070700        DISPLAY '** HHWKL213 - CLMLIB ENDED WITH NO TRAILER'
070800        MOVE 16 TO RETURN-CODE
070900        STOP RUN.
071000 2300-EXIT.  EXIT.
071100
071200 2400-FIND-CONTRACT.
071300     MOVE 1 TO CT-SUB.
071400     PERFORM 2410-NEXT-CONTRACT THRU 2410-EXIT
071500             UNTIL CT-SUB > CONTRACT-NEXT
071600                OR CTT-CONTRACT (CT-SUB) = HHA-CONTRACT-CODE.
071700     IF CT-SUB > CONTRACT-NEXT
071800         IF CONTRACT-NEXT < 10
071900             ADD 1 TO CONTRACT-NEXT
072000             MOVE CONTRACT-NEXT TO CT-SUB
072100             MOVE HHA-CONTRACT-CODE TO CTT-CONTRACT (CT-SUB)
072200         ELSE
072300             DISPLAY '** CONTRACT TABLE FULL - POSTED TO ENTRY 1'
072400             MOVE 1 TO CT-SUB.
072500 2400-EXIT.  EXIT.
072600
072700 2410-NEXT-CONTRACT.
072800     ADD 1 TO CT-SUB.
072900 2410-EXIT.  EXIT.
073000
073100*    AN NOA OR ITS CANCEL IS ITS OWN CLASS WHATEVER THE ADJUSTMENT
073200*    BYTE SAYS; A BILL THE INDICATOR AMENDS COUNTS AS ADJUSTMENT
073300*    OR CANCEL RATHER THAN AS A NEW CLAIM
073400 2500-CLASSIFY.
073500     IF HHA-TOB-IS-NOA-CANCEL
073600         MOVE 4 TO CL-SUB
073700         GO TO 2500-EXIT.
073800     IF HHA-TOB-IS-NOA
073900         MOVE 3 TO CL-SUB
074000         GO TO 2500-EXIT.
074100     IF HHA-ADJ-IS-ADJUSTMENT
074200         MOVE 5 TO CL-SUB
074300         GO TO 2500-EXIT.
074400     IF HHA-ADJ-IS-CANCEL
074500         MOVE 6 TO CL-SUB
074600         GO TO 2500-EXIT.
074700     IF HHA-TOB-IS-RAP
074800         MOVE 2 TO CL-SUB
074900         GO TO 2500-EXIT.
075000     MOVE 1 TO CL-SUB.
075100 2500-EXIT.  EXIT.
075200
075300*    CLEAN = NO EDIT FAILED ANYWHERE ON THE CLAIM
075400 2600-CHECK-CLEAN.
075500     MOVE 'Y' TO CLEAN-SW.
075600     PERFORM 2610-CHECK-ONE-EDIT THRU 2610-EXIT
075700             VARYING ED-SUB FROM 1 BY 1 UNTIL ED-SUB > 5.
075800 2600-EXIT.  EXIT.
075900
076000 2610-CHECK-ONE-EDIT.
076100     IF HHA-EDIT-RTC-LIST (ED-SUB * 2 - 1:2) = SPACES
076200         GO TO 2610-EXIT.
076300     IF HHA-EDIT-RTC-LIST (ED-SUB * 2 - 1:2) NOT NUMERIC
076400         MOVE 'N' TO CLEAN-SW
076500         GO TO 2610-EXIT.
076600     IF HHA-EDIT-RTC (ED-SUB) NOT = 0
076700         MOVE 'N' TO CLEAN-SW.
076800 2610-EXIT.  EXIT.
076900
077000*    THE HOLD REASON - A SUSPECT DIVERSION FIRST, THEN A RECYCLE
077100*    PASS; WITH NEITHER THE CLAIM WAITED BEFORE IT WAS PRICED
077200 2700-RELEASE-LATE.
077300     ADD 1 TO OVER-STD-CTR.
077400     MOVE 'SUSPENSE' TO WKL-REASON.
077500     IF HHA-RECYCLE-CNT NUMERIC AND HHA-RECYCLE-CNT > 0
077600         MOVE 'RECYCLED' TO WKL-REASON.
077700     IF HHA-IS-SUSPECT
077800         MOVE 'SUSPECT ' TO WKL-REASON.
077900
078000     MOVE HHA-CONTRACT-CODE    TO SRT-CONTRACT.
078100     COMPUTE SRT-DAYS-DESC = 99999 - WKL-DAYS.
078200     MOVE WKL-DAYS             TO SRT-DAYS.
078300     MOVE HHA-RECEIPT-DATE     TO SRT-RECEIPT-DATE.
078400     MOVE WKL-RUN-DATE         TO SRT-RUN-DATE.
078500     MOVE HHA-NPI              TO SRT-NPI.
078600     MOVE HHA-HIC              TO SRT-HIC.
078700     MOVE HHA-PROV-NO          TO SRT-PROV-NO.
078800     MOVE HHA-DCN              TO SRT-DCN.
078900     MOVE CL-SUB               TO SRT-CLASS-SUB.
079000     MOVE CLEAN-SW             TO SRT-CLEAN-SW.
079100     MOVE WKL-REASON           TO SRT-REASON.
079200     MOVE 0                    TO SRT-RECYCLE-CNT.
079300     IF HHA-RECYCLE-CNT NUMERIC
079400         MOVE HHA-RECYCLE-CNT  TO SRT-RECYCLE-CNT.
079500     MOVE HHA-PAY-RTC          TO SRT-PAY-RTC.
079600     MOVE HHA-EDIT-RTC-LIST    TO SRT-EDIT-RTC-LIST.
079700     RELEASE SORT-REC.
079800 2700-EXIT.  EXIT.
079900
080000 2000-DONE.
080100     EXIT.
080200
080300*================================================================*
080400*    LATE-CLAIM LISTING, LONGEST WAIT FIRST WITHIN CONTRACT      *
080500*================================================================*
080600 3000-WRITE-DETAIL  SECTION.
080700
080800     MOVE WKL-REPORT-MONTH TO WD1-REPORT-MONTH.
080900     MOVE WKL-STD-DAYS     TO WD1-STD-DAYS.
081000     MOVE WKL-CURR-DATE    TO WD1-RUN-DATE.
081100     MOVE 0 TO EOF-SRT.
081200     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
081300             UNTIL EOF-SRT = 1.
081400     IF WKD-LINE-CTR > 54
081500         PERFORM 3900-DETAIL-HEADINGS THRU 3900-EXIT.
081600     MOVE OVER-STD-CTR TO WDT-COUNT.
081700     WRITE WKLDTL-LINE FROM WKD-TOTAL-LINE
081800                            AFTER ADVANCING 2.
081900     IF WKD-STAT1 > 0 DISPLAY ' BADD WRITE ON WKLDTL FILE'.
082000     GO TO 3000-DONE.
082100
082200 3100-RETURN-ONE.
082300     RETURN SORTFILE
082400          AT END   MOVE 1 TO EOF-SRT
082500                   GO TO 3100-EXIT.
082600
082700     IF SRT-CONTRACT NOT = PREV-CONTRACT
082800        OR WKD-LINE-CTR > 54
082900         PERFORM 3900-DETAIL-HEADINGS THRU 3900-EXIT.
083000     MOVE SRT-CONTRACT TO PREV-CONTRACT.
083100
083200     MOVE SRT-CONTRACT           TO WDL-CONTRACT.
083300     MOVE SRT-NPI                TO WDL-NPI.
083400     MOVE SRT-HIC                TO WDL-HIC.
083500     MOVE SRT-PROV-NO            TO WDL-PROV-NO.
083600     MOVE SRT-DCN                TO WDL-DCN.
083700     MOVE CLASS-NAME (SRT-CLASS-SUB) TO WDL-CLASS.
083800     MOVE SRT-RECEIPT-DATE       TO WDL-RECEIPT-DATE.
083900     MOVE SRT-RUN-DATE           TO WDL-RUN-DATE.
084000     MOVE SRT-DAYS               TO WDL-DAYS.
084100     MOVE SRT-CLEAN-SW           TO WDL-CLEAN.
084200     MOVE SRT-REASON             TO WDL-REASON.
084300     MOVE SRT-RECYCLE-CNT        TO WDL-RECYCLE-CNT.
084400     MOVE SRT-PAY-RTC            TO WDL-PAY-RTC.
084500     PERFORM 3200-EDIT-CELL THRU 3200-EXIT
084600             VARYING ED-SUB FROM 1 BY 1 UNTIL ED-SUB > 5.
084700     WRITE WKLDTL-LINE FROM WKD-DETAIL-LINE
084800                            AFTER ADVANCING 1.
084900     IF WKD-STAT1 > 0 DISPLAY ' BADD WRITE ON WKLDTL FILE'.
085000     ADD 1 TO WKD-LINE-CTR.
085100 3100-EXIT.  EXIT.
085200
085300*    ONLY THE EDITS THAT FAILED ARE SHOWN
085400 3200-EDIT-CELL.
085500     MOVE SPACES TO WDL-EDIT-DATA (ED-SUB).
085600     IF SRT-EDIT-RTC-LIST (ED-SUB * 2 - 1:2) NOT = '00'
085700         MOVE SRT-EDIT-RTC-LIST (ED-SUB * 2 - 1:2)
085800                                TO WDL-EDIT-RTC (ED-SUB).
085900 3200-EXIT.  EXIT.
086000
086100 3900-DETAIL-HEADINGS.
086200     WRITE WKLDTL-LINE FROM WKD-HEAD1
086300                            AFTER ADVANCING PAGE.
086400     MOVE ALL '-' TO WKLDTL-LINE.
086500     WRITE WKLDTL-LINE AFTER ADVANCING 1.
086600     WRITE WKLDTL-LINE FROM WKD-HEAD2
086700                            AFTER ADVANCING 2.
086800     MOVE SPACES TO WKLDTL-LINE.
086900     WRITE WKLDTL-LINE AFTER ADVANCING 1.
087000     MOVE 5 TO WKD-LINE-CTR.
087100 3900-EXIT.  EXIT.
087200
087300 3000-DONE.
087400     EXIT.
087500
087600*================================================================*
087700*    ONE CONTRACT (OR ALL) - WORKLOAD THEN TIMELINESS            *
087800*================================================================*
087900 4000-WORKLOAD-REPORT  SECTION.
088000
088100 4000-PRINT-CONTRACT.
088200     MOVE CTT-CONTRACT (CT-SUB) TO WH1-CONTRACT.
088300     PERFORM 4900-HEADINGS THRU 4900-EXIT.
088400
088500     MOVE 'WORKLOAD BY TOB CLASS' TO WSL-TEXT.
088600     PERFORM 4950-WRITE-SECTION THRU 4950-EXIT.
088700     WRITE WKLRPT-LINE FROM WKL-LOAD-HEAD
088800                            AFTER ADVANCING 1.
088900     MOVE 0 TO LOAD-TOTAL.
089000     PERFORM 4100-LOAD-CELL THRU 4100-EXIT
089100             VARYING CL-SUB FROM 1 BY 1 UNTIL CL-SUB > 6.
089200     MOVE LOAD-TOTAL TO WLL-TOTAL.
089300     WRITE WKLRPT-LINE FROM WKL-LOAD-LINE
089400                            AFTER ADVANCING 1.
089500     IF WKR-STAT1 > 0 DISPLAY ' BADR WRITE ON WKLRPT FILE'.
089600
089700     MOVE 'DAYS FROM RECEIPT TO PRICING (NOAS NOT TIMED)'
089800                                TO WSL-TEXT.
089900     PERFORM 4950-WRITE-SECTION THRU 4950-EXIT.
090000     WRITE WKLRPT-LINE FROM WKL-TIME-HEAD
090100                            AFTER ADVANCING 1.
090200     MOVE 1 TO CN-SUB.
090300     MOVE 'CLEAN'     TO WTL-LABEL.
090400     PERFORM 4200-TIME-LINE THRU 4200-EXIT.
090500     MOVE 2 TO CN-SUB.
090600     MOVE 'NON-CLEAN' TO WTL-LABEL.
090700     PERFORM 4200-TIME-LINE THRU 4200-EXIT.
090800     MOVE CTT-NO-RECEIPT (CT-SUB) TO WNL-COUNT.
090900     WRITE WKLRPT-LINE FROM WKL-NORCPT-LINE
091000                            AFTER ADVANCING 2.
091100     ADD 9 TO WKR-LINE-CTR.
091200 4000-EXIT.  EXIT.
091300
091400 4100-LOAD-CELL.
091500     MOVE CTT-WORKLOAD (CT-SUB CL-SUB) TO WLL-COUNT (CL-SUB).
091600     ADD  CTT-WORKLOAD (CT-SUB CL-SUB) TO LOAD-TOTAL.
091700 4100-EXIT.  EXIT.
091800
091900 4200-TIME-LINE.
092000     MOVE CTT-MEASURED (CT-SUB CN-SUB)   TO WTL-MEASURED.
092100     MOVE CTT-WITHIN-STD (CT-SUB CN-SUB) TO WTL-WITHIN.
092200     PERFORM 4210-BUCKET-CELL THRU 4210-EXIT
092300             VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > 5.
092400     MOVE 0 TO WTL-PCT.
092500     MOVE 0 TO WTL-AVG-DAYS.
092600     IF CTT-MEASURED (CT-SUB CN-SUB) > 0
092700         COMPUTE WTL-PCT ROUNDED =
092800                 CTT-WITHIN-STD (CT-SUB CN-SUB) * 100
092900               / CTT-MEASURED (CT-SUB CN-SUB)
093000         COMPUTE WTL-AVG-DAYS ROUNDED =
093100                 CTT-DAYS-TOTAL (CT-SUB CN-SUB)
093200               / CTT-MEASURED (CT-SUB CN-SUB).
093300     WRITE WKLRPT-LINE FROM WKL-TIME-LINE
093400                            AFTER ADVANCING 1.
093500     IF WKR-STAT1 > 0 DISPLAY ' BADR WRITE ON WKLRPT FILE'.
093600 4200-EXIT.  EXIT.
093700
093800 4210-BUCKET-CELL.
093900     MOVE CTT-BUCKET (CT-SUB CN-SUB BK-SUB)
094000                                TO WTL-BUCKET (BK-SUB).
094100 4210-EXIT.  EXIT.
094200
094300 4900-HEADINGS.
094400     MOVE WKL-REPORT-MONTH TO WH1-REPORT-MONTH.
094500     MOVE WKL-STD-DAYS     TO WH1-STD-DAYS.
094600     MOVE WKL-CURR-DATE    TO WH1-RUN-DATE.
094700     WRITE WKLRPT-LINE FROM WKL-HEAD1
094800                            AFTER ADVANCING PAGE.
094900     MOVE ALL '-' TO WKLRPT-LINE.
095000     WRITE WKLRPT-LINE AFTER ADVANCING 1.
095100     MOVE 2 TO WKR-LINE-CTR.
095200 4900-EXIT.  EXIT.
095300
095400 4950-WRITE-SECTION.
095500     WRITE WKLRPT-LINE FROM WKL-SECTION-LINE
095600                            AFTER ADVANCING 2.
095700 4950-EXIT.  EXIT.
095800
095900*================================================================*
096000*    RUN-LOG TIE-OUT - EACH DAY'S LOGGED OUTPUT AGAINST THE      *
096100*    LIBRARY RECORDS PRICED THAT DAY                             *
096200*================================================================*
096300 5000-PRINT-TIE-OUT.
096400     MOVE 'ALL' TO WH1-CONTRACT.
096500     PERFORM 4900-HEADINGS THRU 4900-EXIT.
096600     IF NOT RUNLOG-SUPPLIED
096700         MOVE 'RUN LOG NOT SUPPLIED - NO TIE-OUT' TO WSL-TEXT
096800         PERFORM 4950-WRITE-SECTION THRU 4950-EXIT
096900         GO TO 5000-EXIT.
097000     MOVE 'RUN LOG AGAINST THE SAVED LIBRARY' TO WSL-TEXT.
097100     PERFORM 4950-WRITE-SECTION THRU 4950-EXIT.
097200     WRITE WKLRPT-LINE FROM WKL-TIE-HEAD
097300                            AFTER ADVANCING 1.
097400     PERFORM 5100-TIE-DAY THRU 5100-EXIT
097500             VARYING DY-SUB FROM 1 BY 1 UNTIL DY-SUB > 31.
097600 5000-EXIT.  EXIT.
097700
097800 5100-TIE-DAY.
097900     IF DAY-LOG-RUNS (DY-SUB) = 0
098000        AND DAY-LIB-DATASETS (DY-SUB) = 0
098100         GO TO 5100-EXIT.
098200     MOVE SPACES TO WTI-NOTE.
098300     IF DAY-LOG-RUNS (DY-SUB) = 0
098400         MOVE 'NOT IN RUN LOG' TO WTI-NOTE
098500     ELSE
098600     IF DAY-LIB-DATASETS (DY-SUB) = 0
098700         MOVE 'NOT IN LIBRARY' TO WTI-NOTE
098800     ELSE
098900     IF DAY-LOG-OUTPUT (DY-SUB) NOT = DAY-LIB-RECORDS (DY-SUB)
099000         MOVE 'COUNTS DIFFER' TO WTI-NOTE.
099100     IF WTI-NOTE NOT = SPACES
099200         ADD 1 TO TIE-DIFF-CTR.
099300
099400     MOVE WKL-REPORT-MONTH          TO WTI-RUN-DATE (1:6).
099500     MOVE DY-SUB                    TO WTI-RUN-DATE (7:2).
099600     MOVE DAY-LOG-RUNS (DY-SUB)     TO WTI-LOG-RUNS.
099700     MOVE DAY-LOG-INPUT (DY-SUB)    TO WTI-LOG-INPUT.
099800     MOVE DAY-LOG-OUTPUT (DY-SUB)   TO WTI-LOG-OUTPUT.
099900     MOVE DAY-LOG-EXCP (DY-SUB)     TO WTI-LOG-EXCP.
100000     MOVE DAY-LIB-DATASETS (DY-SUB) TO WTI-LIB-DATASETS.
100100     MOVE DAY-LIB-RECORDS (DY-SUB)  TO WTI-LIB-RECORDS.
100200     WRITE WKLRPT-LINE FROM WKL-TIE-LINE
100300                            AFTER ADVANCING 1.
100400     IF WKR-STAT1 > 0 DISPLAY ' BADR WRITE ON WKLRPT FILE'.
100500 5100-EXIT.  EXIT.
