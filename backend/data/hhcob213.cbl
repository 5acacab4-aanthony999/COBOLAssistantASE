000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHCOB213.
000300
000400*----------------------------------------------------------------*
000500*  COORDINATION-OF-BENEFITS (COBA) CROSSOVER EXTRACT              *
000600*                                                                 *
000700*  ONCE MEDICARE HAS PRICED A FINAL CLAIM, THE CLAIM OF A DUAL-   *
000800*  ELIGIBLE OR MEDIGAP BENEFICIARY CROSSES OVER TO THE MEDICAID   *
000900*  AGENCY OR SUPPLEMENTAL INSURER THAT PAYS THE REMAINDER.  THE   *
001000*  TRADING-PARTNER ELIGIBILITY FILE MAPS EACH BENEFICIARY TO ONE  *
001100*  OR MORE COBA IDS WITH EFFECTIVE DATES.  EVERY PAYABLE FINAL    *
001200*  CLAIM WHOSE FROM-DATE FALLS INSIDE A PARTNER'S EFFECTIVE SPAN  *
001300*  IS WRITTEN, WITH ITS MEDICARE PAID AMOUNTS, TO THAT PARTNER'S  *
001400*  BATCH OF THE OUTBOUND FILE.                                    *
001500*                                                                 *
001600*  A CLAIM WITH A PARTNER THAT CANNOT CROSS OVER IS REPORTED AS   *
001700*  EXCLUDED, FOR THE FIRST OF THESE THAT APPLIES:                 *
001800*    REJECTED      - RTC NOT PAYABLE                              *
001900*    INFORMATIONAL - NO-PAY INFORMATIONAL BILL                    *
002000*    SUSPECT       - PAYMENT HELD ON THE SUSPECT FILE             *
002100*    MSP           - ANOTHER INSURER PAID AHEAD OF MEDICARE       *
002200*                                                                 *
002210*  A CANCEL OR ADJUSTMENT THAT NAMES ITS PREDECESSOR DCN GOES TO  *
002220*  EVERY PARTNER EFFECTIVE ON ITS FROM-DATE AS A REVERSAL (CLAIM  *
002230*  FREQUENCY 8) OR A REPLACEMENT (CLAIM FREQUENCY 7) CARRYING THE *
002240*  PREDECESSOR DCN, SO THE PARTNER BACKS OUT WHAT IT PAID ON THE  *
002250*  ORIGINAL.  THESE ARE COUNTED APART FROM CLAIMS SENT AND FROM   *
002260*  EXCLUSIONS; THE PARTNER TRAILER COUNTS EVERY DETAIL.           *
002270*                                                                 *
002300*  OUTFILE  - PRICED CLAIMS (HHMGR213 OUTFILE, ONE OR MORE RUNS   *
002400*             CONCATENATED, EACH BALANCED TO ITS TRAILER)         *
002500*  COBAELIG - TRADING-PARTNER ELIGIBILITY, IN BENEFICIARY ID /    *
002600*             COBA ID ORDER.  '*' IN COLUMN 1 IS A COMMENT.       *
002700*               COLS  1-12 BENEFICIARY ID (AS BILLED - MBI/HICN)  *
002800*               COLS 14-18 COBA ID                                *
002900*               COLS 20-49 TRADING-PARTNER NAME                   *
003000*               COLS 51-58 EFFECTIVE FROM (CCYYMMDD)              *
003100*               COLS 60-67 EFFECTIVE THRU (BLANK = OPEN)          *
003200*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES ARE*
003300*             ACCEPTED; OTHERWISE ONE STOPS THE STEP (RC 16)      *
003400*  COBAOUT  - OUTBOUND CROSSOVER FILE: FOR EACH TRADING PARTNER   *
003500*             AN 'H' HEADER, ONE 'D' PER CLAIM, REVERSAL OR       *
003510*             REPLACEMENT AND A 'T' TRAILER                       *
003600*             CARRYING THE CLAIM COUNT, PAID TOTALS AND THE       *
003700*             CONTROL NUMBER THE PARTNER ACKNOWLEDGES             *
003800*  COBRPT   - CLAIMS SENT AND EXCLUDED BY PARTNER, WITH A CONTROL *
003900*             SUMMARY OF EVERY PARTNER BATCH                      *
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
005200     SELECT OUTFILE   ASSIGN TO UT-S-OUTFILE
005300         FILE STATUS IS OUT-STAT.
005400     SELECT COBAELIG  ASSIGN TO UT-S-COBAELIG
005500         FILE STATUS IS CEL-STAT.
005600     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
005700         FILE STATUS IS MDC-STAT.
005800     SELECT COBAOUT   ASSIGN TO UT-S-COBAOUT
005900         FILE STATUS IS CBO-STAT.
006000     SELECT COBRPT    ASSIGN TO UT-S-COBRPT
006100         FILE STATUS IS CBR-STAT.
006200     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  OUTFILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS V
006810     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
006900     BLOCK CONTAINS 0 RECORDS.
007000 01  OUT-REC                    PIC X(1000).
007100
007200 FD  COBAELIG
007300     RECORDING MODE IS F
007400     BLOCK CONTAINS 0 RECORDS
007500     LABEL RECORDS ARE STANDARD.
007600 01  COBAELIG-REC.
007700     05  CEL-BENE-ID            PIC X(12).
007800     05  FILLER                 PIC X(01).
007900     05  CEL-COBA-ID            PIC X(05).
008000     05  FILLER                 PIC X(01).
008100     05  CEL-PARTNER-NAME       PIC X(30).
008200     05  FILLER                 PIC X(01).
008300     05  CEL-EFF-FROM           PIC X(08).
008400     05  FILLER                 PIC X(01).
008500     05  CEL-EFF-THRU           PIC X(08).
008600     05  FILLER                 PIC X(13).
008700
008800 FD  MODECARD
008900     RECORDING MODE IS F
009000     BLOCK CONTAINS 0 RECORDS
009100     LABEL RECORDS ARE STANDARD.
009200 01  MODECARD-REC.
009300     05  MDC-RUN-MODE           PIC X(01).
009400     05  FILLER                 PIC X(79).
009500
009600 FD  COBAOUT
009700     LABEL RECORDS ARE STANDARD
009800     RECORDING MODE IS F
009900     BLOCK CONTAINS 0 RECORDS.
010000 01  COBAOUT-REC                PIC X(200).
010100
010200 FD  COBRPT
010300     RECORDING MODE IS F
010400     BLOCK CONTAINS 133 RECORDS
010500     LABEL RECORDS ARE STANDARD.
010600 01  COBRPT-LINE                PIC X(133).
010700
010800 SD  SORTFILE.
010900 01  SORT-REC.
011000     05  SRT-COBA-ID            PIC X(05).
011100*        'R' = REVERSAL OR REPLACEMENT, 'S' = SENT, 'X' = EXCLUDED
011200     05  SRT-STATUS             PIC X(01).
011300     05  SRT-CLAIM-KEY.
011400         10  SRT-NPI            PIC X(10).
011500         10  SRT-HIC            PIC X(12).
011600         10  SRT-FROM-DATE      PIC X(08).
011700     05  SRT-OUT-SEQ            PIC 9(09).
011800     05  SRT-PARTNER-NAME       PIC X(30).
011900     05  SRT-REASON             PIC X(13).
012000     05  SRT-IMAGE              PIC X(1000).
012100
012200 WORKING-STORAGE SECTION.
012300 01  FILLER                     PIC X(40)  VALUE
012400     'HHCOB    - W O R K I N G   S T O R A G E'.
012500 01  HHCOB-VERSION              PIC X(07)  VALUE 'B2026.1'.
012600 01  EOF-OUT                    PIC 9(01)  VALUE 0.
012700 01  EOF-CEL                    PIC 9(01)  VALUE 0.
012800 01  EOF-SRT                    PIC 9(01)  VALUE 0.
012900 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
013000 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
013100 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
013200 01  COB-USAGE                  PIC X(01)  VALUE 'P'.
013300 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
013400 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
013500 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
013600 01  VAL-TRL-REC.
013700     05  VAL-ID                 PIC X(08).
013800     05  VAL-RECORD-COUNT       PIC 9(09).
013900     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
014000     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
014100     05  FILLER                 PIC X(603).
014200 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
014300 01  OUTFILE-CTR                PIC 9(09)  VALUE 0.
014400 01  CEL-READ-CTR               PIC 9(07)  VALUE 0.
014500 01  CEL-REJECT-CTR             PIC 9(07)  VALUE 0.
014600 01  NOT-FINAL-CTR              PIC 9(09)  VALUE 0.
014700 01  NO-PARTNER-CTR             PIC 9(09)  VALUE 0.
014800 01  NOT-EFFECTIVE-CTR          PIC 9(09)  VALUE 0.
014900 01  RELEASE-CTR                PIC 9(09)  VALUE 0.
015000 01  COBAOUT-CTR                PIC 9(09)  VALUE 0.
015100 01  COBRPT-CTR                 PIC 9(09)  VALUE 0.
015200 01  COB-CURR-DATE              PIC X(08)  VALUE SPACES.
015300 01  COB-RUN-DATE               PIC X(08)  VALUE SPACES.
015400 01  COB-PRIOR-KEY              PIC X(17)  VALUE LOW-VALUES.
015500 01  COB-REASON                 PIC X(13)  VALUE SPACES.
015600 01  COB-CLAIM-HITS             PIC 9(03)  VALUE 0.
015700 01  COB-FIRST-SW               PIC X(01)  VALUE 'N'.
015800     88  COB-AT-FIRST                      VALUE 'Y'.
015900 01  COB-CURR-COBA-ID           PIC X(05)  VALUE SPACES.
016000 01  COB-CURR-NAME              PIC X(30)  VALUE SPACES.
016100 01  COB-BATCH-SW               PIC X(01)  VALUE 'N'.
016200     88  COB-BATCH-OPEN                    VALUE 'Y'.
016300 01  COB-PARTNER-SEQ            PIC 9(04)  VALUE 0.
016400 01  COB-CONTROL-NO.
016500     05  COB-CTL-DATE           PIC X(08).
016600     05  COB-CTL-SEQ            PIC 9(04).
016610 01  COB-CLAIM-FREQ             PIC X(01)  VALUE SPACES.
016700 01  COB-NET-PAID               PIC 9(07)V9(02) VALUE 0.
016800 01  COB-LINE-CTR               PIC 9(02)  VALUE 99.
016900 01  PS-SUB                     PIC 9(03)  VALUE 0.
017000 01  OUT-STAT.
017100     05  OUT-STAT1              PIC X.
017200     05  OUT-STAT2              PIC X.
017300 01  CEL-STAT.
017400     05  CEL-STAT1              PIC X.
017500     05  CEL-STAT2              PIC X.
017600 01  MDC-STAT.
017700     05  MDC-STAT1              PIC X.
017800     05  MDC-STAT2              PIC X.
017900 01  CBO-STAT.
018000     05  CBO-STAT1              PIC X.
018100     05  CBO-STAT2              PIC X.
018200 01  CBR-STAT.
018300     05  CBR-STAT1              PIC X.
018400     05  CBR-STAT2              PIC X.
018500
018600*----------------------------------------------------------------*
018700*  TRADING-PARTNER ELIGIBILITY IN KEY ORDER, SEARCHED BY          *
018800*  BENEFICIARY - ONE BENEFICIARY MAY HAVE SEVERAL PARTNERS        *
018900*----------------------------------------------------------------*
019000 01  CET-NEXT                   PIC 9(05)  VALUE 0.
019100 01  COBA-ELIG-TABLE.
019200     05  CET-DATA               OCCURS 1 TO 20000
019300                                DEPENDING ON CET-NEXT
019400                                ASCENDING KEY IS CET-BENE-ID
019500                                INDEXED BY CX1 CX2.
019600         10  CET-BENE-ID        PIC X(12).
019700         10  CET-COBA-ID        PIC X(05).
019800         10  CET-PARTNER-NAME   PIC X(30).
019900         10  CET-EFF-FROM       PIC X(08).
020000         10  CET-EFF-THRU       PIC X(08).
020100
020200*----------------------------------------------------------------*
020300*  TOTALS FOR ONE PARTNER AND FOR THE RUN                         *
020400*----------------------------------------------------------------*
020500 01  PARTNER-TOTALS.
020600     05  PTN-SENT               PIC 9(07).
020700     05  PTN-SENT-PAY           PIC 9(11)V9(02).
020800     05  PTN-SENT-NET           PIC 9(11)V9(02).
020900     05  PTN-REJECTED           PIC 9(07).
021000     05  PTN-INFORMATIONAL      PIC 9(07).
021100     05  PTN-SUSPECT            PIC 9(07).
021200     05  PTN-MSP                PIC 9(07).
021210     05  PTN-REVERSED           PIC 9(07).
021220     05  PTN-REPLACED           PIC 9(07).
021230     05  PTN-REPLACED-PAY       PIC 9(11)V9(02).
021240     05  PTN-REPLACED-NET       PIC 9(11)V9(02).
021300 01  RUN-TOTALS.
021400     05  RUN-SENT               PIC 9(07).
021500     05  RUN-SENT-PAY           PIC 9(11)V9(02).
021600     05  RUN-SENT-NET           PIC 9(11)V9(02).
021700     05  RUN-REJECTED           PIC 9(07).
021800     05  RUN-INFORMATIONAL      PIC 9(07).
021900     05  RUN-SUSPECT            PIC 9(07).
022000     05  RUN-MSP                PIC 9(07).
022010     05  RUN-REVERSED           PIC 9(07).
022020     05  RUN-REPLACED           PIC 9(07).
022030     05  RUN-REPLACED-NET       PIC 9(11)V9(02).
022100
022200*----------------------------------------------------------------*
022300*  ONE SUMMARY ENTRY PER PARTNER, PRINTED AS THE CONTROL PAGE     *
022400*----------------------------------------------------------------*
022500 01  PSM-NEXT                   PIC 9(03)  VALUE 0.
022600 01  PSM-OVERFLOW-CTR           PIC 9(05)  VALUE 0.
022700 01  PARTNER-SUMMARY-TABLE.
022800     05  PSM-DATA               OCCURS 500.
022900         10  PSM-COBA-ID        PIC X(05).
023000         10  PSM-PARTNER-NAME   PIC X(30).
023100         10  PSM-CONTROL-NO     PIC X(12).
023200         10  PSM-SENT           PIC 9(07).
023300         10  PSM-SENT-NET       PIC 9(11)V9(02).
023400         10  PSM-EXCLUDED       PIC 9(07).
023410         10  PSM-REV-REPL       PIC 9(07).
023500
023600*----------------------------------------------------------------*
023700*  PRICED-CLAIM FIELDS THIS PROGRAM NEEDS                         *
023800*----------------------------------------------------------------*
023900 01  HHA-OUT-DATA.
024000     05  HHA-NPI                 PIC X(10).
024100     05  HHA-HIC                 PIC X(12).
024200     05  HHA-PROV-NO             PIC X(06).
024300     05  FILLER                  PIC X(28).
024400     05  HHA-TOB                 PIC X(03).
024500     05  FILLER                  PIC X(10).
024600     05  HHA-SERV-FROM-DATE      PIC X(08).
024700     05  HHA-SERV-THRU-DATE      PIC X(08).
024800     05  HHA-ADMIT-DATE          PIC X(08).
024900     05  FILLER                  PIC X(01).
025000     05  HHA-ADJ-IND             PIC X(01).
025100     05  FILLER                  PIC X(01).
025200     05  HHA-HRG-INPUT-CODE      PIC X(05).
025300     05  FILLER                  PIC X(300).
025400     05  HHA-PAY-RTC             PIC 99.
025500         88  HHA-RTC-PAYABLE        VALUES 00 01 02 06 09 11
025600                                           14 32.
025700     05  FILLER                  PIC X(05).
025800     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
025900     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
026000     05  FILLER                  PIC X(77).
026100     05  HHA-TOB-CLASS           PIC X(01).
026200         88  HHA-TOB-IS-CLAIM       VALUE 'C'.
026300     05  FILLER                  PIC X(72).
026400     05  HHA-SUSPECT-IND         PIC X(01).
026500         88  HHA-IS-SUSPECT         VALUE 'S'.
026600     05  FILLER                  PIC X(13).
026700     05  HHA-INTEREST-AMT        PIC 9(07)V9(02).
026800     05  HHA-SEQUESTRATION-AMT   PIC 9(07)V9(02).
026900     05  HHA-MSP-IND             PIC X(01).
027000         88  HHA-IS-MSP             VALUE 'Y'.
027100     05  FILLER                  PIC X(23).
027200     05  HHA-CONTRACT-CODE       PIC X(01).
027300     05  HHA-CLAIM-CLASS         PIC X(01).
027400         88  HHA-IS-INFORMATIONAL   VALUE 'I'.
027500     05  HHA-DCN                 PIC X(08).
027600     05  HHA-PRED-DCN            PIC X(08).
027610*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM
027620*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ
027630     05  HHA-V3-EXTENSION.
027640         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
027650         10  HHA-BILLED-PROV-NO     PIC X(06).
027660         10  HHA-SUBMIT-MEDIA       PIC X(01).
027670         10  HHA-LIFT-DATE          PIC X(08).
027680         10  FILLER                 PIC X(326).
027700
027800*----------------------------------------------------------------*
027900*  OUTBOUND CROSSOVER RECORD - HEADER, DETAIL, TRAILER            *
028000*----------------------------------------------------------------*
028100 01  CBO-DETAIL.
028200     05  CBO-REC-TYPE           PIC X(01).
028300     05  CBO-COBA-ID            PIC X(05).
028400     05  CBO-CONTROL-NO         PIC X(12).
028500     05  CBO-NPI                PIC X(10).
028600     05  CBO-HIC                PIC X(12).
028700     05  CBO-PROV-NO            PIC X(06).
028800     05  CBO-TOB                PIC X(03).
028900     05  CBO-FROM-DATE          PIC X(08).
029000     05  CBO-THRU-DATE          PIC X(08).
029100     05  CBO-ADMIT-DATE         PIC X(08).
029200     05  CBO-DCN                PIC X(08).
029300     05  CBO-PRED-DCN           PIC X(08).
029400     05  CBO-ADJ-IND            PIC X(01).
029500     05  CBO-HRG                PIC X(05).
029600     05  CBO-PAY-RTC            PIC X(02).
029700     05  CBO-CONTRACT-CODE      PIC X(01).
029800*        MEDICARE PAYMENT BEFORE SEQUESTRATION, ITS OUTLIER
029900*        PORTION, THE SEQUESTRATION REDUCTION, THE NET MEDICARE
030000*        PAID (PAYMENT LESS SEQUESTRATION) AND PROMPT-PAY
030100*        INTEREST, WHICH IS NOT PART OF THE NET
030200     05  CBO-TOTAL-PAYMENT      PIC 9(07)V9(02).
030300     05  CBO-OUTLIER-PAYMENT    PIC 9(07)V9(02).
030400     05  CBO-SEQUESTRATION-AMT  PIC 9(07)V9(02).
030500     05  CBO-NET-PAID           PIC 9(07)V9(02).
030600     05  CBO-INTEREST-AMT       PIC 9(07)V9(02).
030610*        7 = REPLACEMENT OF, 8 = REVERSAL OF THE PREDECESSOR DCN
030620     05  CBO-CLAIM-FREQ         PIC X(01).
030700     05  FILLER                 PIC X(56).
030800 01  CBO-HEADER REDEFINES CBO-DETAIL.
030900     05  CBH-REC-TYPE           PIC X(01).
031000     05  CBH-COBA-ID            PIC X(05).
031100     05  CBH-CONTROL-NO         PIC X(12).
031200     05  CBH-PARTNER-NAME       PIC X(30).
031300     05  CBH-RUN-DATE           PIC X(08).
031400*        'T' = BUILT FROM TEST-STAMPED PRICING - NOT FOR PAYMENT
031500     05  CBH-USAGE              PIC X(01).
031600     05  FILLER                 PIC X(143).
031700 01  CBO-TRAILER REDEFINES CBO-DETAIL.
031800     05  CBT-REC-TYPE           PIC X(01).
031900     05  CBT-COBA-ID            PIC X(05).
032000     05  CBT-CONTROL-NO         PIC X(12).
032100     05  CBT-CLAIM-COUNT        PIC 9(09).
032200     05  CBT-TOTAL-PAYMENT      PIC 9(11)V9(02).
032300     05  CBT-NET-PAID           PIC 9(11)V9(02).
032400     05  FILLER                 PIC X(147).
032500
032600*----------------------------------------------------------------*
032700*  REPORT COMPONENTS                                              *
032800*----------------------------------------------------------------*
032900 01  COB-HEAD1.
033000     05  FILLER                 PIC X(01)  VALUE SPACES.
033100     05  FILLER                 PIC X(40)  VALUE
033200        ' HHA COBA CROSSOVER CONTROL REPORT      '.
033300     05  FILLER                 PIC X(10)  VALUE 'PRICED    '.
033400     05  CH1-PRICED-DATE        PIC X(08).
033500     05  FILLER                 PIC X(10)  VALUE ' RUN DATE '.
033600     05  CH1-RUN-DATE           PIC X(08).
033700     05  FILLER                 PIC X(02)  VALUE SPACES.
033800     05  CH1-USAGE              PIC X(20).
033900
034000 01  COB-HEAD2.
034100     05  FILLER                 PIC X(01)  VALUE SPACES.
034200     05  FILLER                 PIC X(16)  VALUE
034300        'TRADING PARTNER '.
034400     05  CH2-COBA-ID            PIC X(05).
034500     05  FILLER                 PIC X(01)  VALUE SPACES.
034600     05  CH2-PARTNER-NAME       PIC X(30).
034700     05  FILLER                 PIC X(13)  VALUE
034800        '  CONTROL NO '.
034900     05  CH2-CONTROL-NO         PIC X(12).
035000
035100 01  COB-HEAD3.
035200     05  FILLER                 PIC X(41)  VALUE
035300        ' NPI        HIC          FROM     THRU   '.
035400     05  FILLER                 PIC X(44)  VALUE
035500        '  DCN       RTC  MEDICARE PAY  SEQUESTRATN  '.
035600     05  FILLER                 PIC X(19)  VALUE
035700        '   NET PAID  STATUS'.
035800
035900 01  COB-HEAD4.
036000     05  FILLER                 PIC X(38)  VALUE
036100        ' COBA  TRADING PARTNER                '.
036200     05  FILLER                 PIC X(21)  VALUE
036300        'CONTROL NO      SENT '.
036400     05  FILLER                 PIC X(27)  VALUE
036500        '    NET PAID SENT  EXCLUDED'.
036510     05  FILLER                 PIC X(10)  VALUE
036520        '  REV/REPL'.
036600
036700 01  COB-DETAIL-LINE.
036800     05  FILLER                 PIC X(01)  VALUE SPACES.
036900     05  CDL-NPI                PIC X(10).
037000     05  FILLER                 PIC X(01)  VALUE SPACES.
037100     05  CDL-HIC                PIC X(12).
037200     05  FILLER                 PIC X(01)  VALUE SPACES.
037300     05  CDL-FROM-DATE          PIC X(08).
037400     05  FILLER                 PIC X(01)  VALUE SPACES.
037500     05  CDL-THRU-DATE          PIC X(08).
037600     05  FILLER                 PIC X(01)  VALUE SPACES.
037700     05  CDL-DCN                PIC X(08).
037800     05  FILLER                 PIC X(03)  VALUE SPACES.
037900     05  CDL-PAY-RTC            PIC X(02).
038000     05  FILLER                 PIC X(02)  VALUE SPACES.
038100     05  CDL-TOTAL-PAYMENT      PIC Z,ZZZ,ZZ9.99.
038200     05  FILLER                 PIC X(01)  VALUE SPACES.
038300     05  CDL-SEQUESTRATION      PIC Z,ZZZ,ZZ9.99.
038400     05  FILLER                 PIC X(01)  VALUE SPACES.
038500     05  CDL-NET-PAID           PIC Z,ZZZ,ZZ9.99
038600                                           BLANK WHEN ZERO.
038700     05  FILLER                 PIC X(02)  VALUE SPACES.
038800     05  CDL-STATUS             PIC X(24).
038900
039000 01  COB-SUMMARY-LINE.
039100     05  FILLER                 PIC X(01)  VALUE SPACES.
039200     05  CSL-COBA-ID            PIC X(05).
039300     05  FILLER                 PIC X(01)  VALUE SPACES.
039400     05  CSL-PARTNER-NAME       PIC X(30).
039500     05  FILLER                 PIC X(01)  VALUE SPACES.
039600     05  CSL-CONTROL-NO         PIC X(12).
039700     05  FILLER                 PIC X(01)  VALUE SPACES.
039800     05  CSL-SENT               PIC ZZZ,ZZ9.
039900     05  FILLER                 PIC X(01)  VALUE SPACES.
040000     05  CSL-SENT-NET           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
040100     05  FILLER                 PIC X(02)  VALUE SPACES.
040200     05  CSL-EXCLUDED           PIC ZZZ,ZZ9.
040210     05  FILLER                 PIC X(03)  VALUE SPACES.
040220     05  CSL-REV-REPL           PIC ZZZ,ZZ9.
040300
040400 01  COB-TOTAL-LINE.
040500     05  FILLER                 PIC X(02)  VALUE SPACES.
040600     05  CTL-LABEL              PIC X(40).
040700     05  CTL-COUNT              PIC ZZZ,ZZ9.
040800     05  FILLER                 PIC X(03)  VALUE SPACES.
040900     05  CTL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99
041000                                           BLANK WHEN ZERO.
041100
041200 01  COB-NONE-LINE.
041300     05  FILLER                 PIC X(02)  VALUE SPACES.
041400     05  FILLER                 PIC X(40)  VALUE
041500        'NO CLAIMS MATCHED A TRADING PARTNER     '.
041600
041700**--------------------------------------------------------------
041800 PROCEDURE  DIVISION.
041900
042000 0000-MAINLINE  SECTION.
042100
042200     ACCEPT COB-CURR-DATE FROM DATE YYYYMMDD.
042300     INITIALIZE RUN-TOTALS.
042400     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
042500     PERFORM 0100-LOAD-ELIGIBILITY THRU 0100-EXIT.
042600
042700     OPEN OUTPUT COBAOUT
042800                 COBRPT.
042900     MOVE COB-CURR-DATE TO CH1-RUN-DATE.
043000     SORT SORTFILE
043100          ON ASCENDING KEY SRT-COBA-ID
043200                           SRT-STATUS
043300                           SRT-CLAIM-KEY
043400                           SRT-OUT-SEQ
043500          INPUT  PROCEDURE IS 2000-READ-PRICED
043600          OUTPUT PROCEDURE IS 3000-WRITE-CROSSOVER.
043700     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
043800     CLOSE COBAOUT
043900           COBRPT.
044000
044100     DISPLAY '-- PROGRAM HHCOB213  VERSION  ===> ' HHCOB-VERSION.
044200     DISPLAY '-- COBAELIG RECORDS READ      ===> ' CEL-READ-CTR.
044300     DISPLAY '-- COBAELIG ENTRIES LOADED    ===> ' CET-NEXT.
044400     DISPLAY '-- COBAELIG ENTRIES REJECTED  ===> ' CEL-REJECT-CTR.
044500     DISPLAY '-- OUTFILE DATASETS READ      ===> ' SEGMENT-CTR.
044600     DISPLAY '-- OUTFILE RECORDS READ       ===> ' OUTFILE-CTR.
044700     DISPLAY '-- NOT FINAL CLAIMS           ===> ' NOT-FINAL-CTR.
044800     DISPLAY '-- NO TRADING PARTNER         ===> ' NO-PARTNER-CTR.
044900     DISPLAY '-- PARTNER NOT EFFECTIVE      ===> '
045000             NOT-EFFECTIVE-CTR.
045100     DISPLAY '-- PARTNER CLAIMS SORTED      ===> ' RELEASE-CTR.
045200     DISPLAY '-- TRADING PARTNERS           ===> '
045300             COB-PARTNER-SEQ.
045400     DISPLAY '-- CLAIMS SENT                ===> ' RUN-SENT.
045500     DISPLAY '-- NET MEDICARE PAID SENT     ===> ' RUN-SENT-NET.
045600     DISPLAY '-- EXCLUDED - REJECTED        ===> ' RUN-REJECTED.
045700     DISPLAY '-- EXCLUDED - INFORMATIONAL   ===> '
045800             RUN-INFORMATIONAL.
045900     DISPLAY '-- EXCLUDED - SUSPECT         ===> ' RUN-SUSPECT.
046000     DISPLAY '-- EXCLUDED - MSP             ===> ' RUN-MSP.
046010     DISPLAY '-- REVERSALS SENT             ===> ' RUN-REVERSED.
046020     DISPLAY '-- REPLACEMENTS SENT          ===> ' RUN-REPLACED.
046100     DISPLAY '-- OUTPUT COUNTS FOR COBAOUT  ===> ' COBAOUT-CTR.
046200     DISPLAY '-- OUTPUT COUNTS FOR COBRPT   ===> ' COBRPT-CTR.
046300
046400     IF CEL-REJECT-CTR > 0 OR PSM-OVERFLOW-CTR > 0
046500         MOVE 4 TO RETURN-CODE.
046600
046700     STOP RUN.
046800
046900*================================================================*
047000*    LOAD THE TRADING-PARTNER ELIGIBILITY.  THE TABLE IS SEARCHED*
047100*    BY BINARY SEARCH, SO A FILE OUT OF KEY ORDER STOPS THE STEP *
047200*================================================================*
047300 0100-LOAD-ELIGIBILITY.
047400     OPEN INPUT COBAELIG.
047500     IF CEL-STAT1 NOT = '0'
047600         DISPLAY '** HHCOB213 - COBAELIG WILL NOT OPEN - STATUS '
047700                 CEL-STAT
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN.
048000     PERFORM 0200-LOAD-ONE THRU 0200-EXIT
048100             UNTIL EOF-CEL = 1.
048200     CLOSE COBAELIG.
048300 0100-EXIT.  EXIT.
048400
048500 0200-LOAD-ONE.
048600     READ COBAELIG
048700          AT END   MOVE 1 TO EOF-CEL
048800                   GO TO 0200-EXIT.
048900     IF COBAELIG-REC (1:1) = '*'
049000         GO TO 0200-EXIT.
049100     ADD 1 TO CEL-READ-CTR.
049200
049300     IF CEL-EFF-THRU = SPACES
049400         MOVE '99999999' TO CEL-EFF-THRU.
049500     IF CEL-BENE-ID = SPACES
049600        OR CEL-COBA-ID = SPACES
049700        OR CEL-EFF-FROM NOT NUMERIC
049800        OR CEL-EFF-THRU NOT NUMERIC
049900        OR CEL-EFF-FROM > CEL-EFF-THRU
050000         DISPLAY '** COBAELIG ENTRY REJECTED: ' COBAELIG-REC
050100         ADD 1 TO CEL-REJECT-CTR
050200         GO TO 0200-EXIT.
050300
050400     IF COBAELIG-REC (1:17) < COB-PRIOR-KEY
050500         DISPLAY '** HHCOB213 - COBAELIG OUT OF SEQUENCE AT: '
050600                 COBAELIG-REC (1:18)
050700         MOVE 16 TO RETURN-CODE
050800         STOP RUN.
050900     IF CET-NEXT NOT < 20000
051000         DISPLAY '** HHCOB213 - COBAELIG OVER 20000 ENTRIES'
051100         MOVE 16 TO RETURN-CODE
051200         STOP RUN.
051300     MOVE COBAELIG-REC (1:17) TO COB-PRIOR-KEY.
051400
051500     ADD 1 TO CET-NEXT.
051600     SET CX1 TO CET-NEXT.
051700     MOVE CEL-BENE-ID       TO CET-BENE-ID      (CX1).
051800     MOVE CEL-COBA-ID       TO CET-COBA-ID      (CX1).
051900     MOVE CEL-PARTNER-NAME  TO CET-PARTNER-NAME (CX1).
052000     MOVE CEL-EFF-FROM      TO CET-EFF-FROM     (CX1).
052100     MOVE CEL-EFF-THRU      TO CET-EFF-THRU     (CX1).
052200 0200-EXIT.  EXIT.
052300
052400 0900-GET-OWN-MODE.
052500     OPEN INPUT MODECARD.
052600     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
052700         READ MODECARD
052800             AT END CONTINUE
052900         END-READ
053000         IF MDC-RUN-MODE = 'T'
053100             MOVE 'T' TO OWN-RUN-MODE
053200         END-IF
053300         CLOSE MODECARD.
053400 0900-EXIT.  EXIT.
053500
053600*================================================================*
053700*    READ THE PRICED CLAIMS AND RELEASE ONE ENTRY PER FINAL      *
053800*    CLAIM PER TRADING PARTNER EFFECTIVE ON ITS FROM-DATE        *
053900*================================================================*
054000 2000-READ-PRICED  SECTION.
054100
054200     OPEN INPUT OUTFILE.
054300     IF OUT-STAT1 NOT = '0'
054400         DISPLAY '** HHCOB213 - OUTFILE WILL NOT OPEN - STATUS '
054500                 OUT-STAT
054600         MOVE 16 TO RETURN-CODE
054700         STOP RUN.
054800     PERFORM 2100-READ-ONE THRU 2100-EXIT
054900             UNTIL EOF-OUT = 1.
055000     CLOSE OUTFILE.
055100     GO TO 2000-DONE.
055200
055300 2100-READ-ONE.
055400     READ OUTFILE INTO HHA-OUT-DATA
055500          AT END   MOVE 1 TO EOF-OUT
055600                   PERFORM 2300-CHECK-EOF THRU 2300-EXIT
055700                   GO TO 2100-EXIT.
055800
055900     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
056000        PERFORM 2150-TAKE-HEADER THRU 2150-EXIT
056100        GO TO 2100-EXIT.
056200
056300     IF HDR-SEEN-SW = 0
056400        DISPLAY '** HHCOB213 - OUTFILE HAS NO HEADER RECORD **'
056500        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
056600        MOVE 16 TO RETURN-CODE
056700        STOP RUN.
056800
056900     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
057000        PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
057100        GO TO 2100-EXIT.
057200
057300     ADD 1 TO OUTFILE-CTR.
057310     PERFORM 2100A-LIFT-VERSION-2 THRU 2100A-EXIT.
057400     ADD 1 TO VAL-COUNT.
057500     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
057600     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
057700
057800     IF NOT HHA-TOB-IS-CLAIM
057900         ADD 1 TO NOT-FINAL-CTR
058000         GO TO 2100-EXIT.
058100
058200*    THE FIRST REASON THAT APPLIES KEEPS THE CLAIM AT HOME.  A
058210*    CANCEL NAMING ITS PREDECESSOR IS NEVER PAYABLE - IT GOES OUT
058220*    AS A REVERSAL UNLESS ONE OF THE OTHER REASONS APPLIES
058300     MOVE SPACES TO COB-REASON.
058310     MOVE SPACES TO COB-CLAIM-FREQ.
058320     IF HHA-PRED-DCN NOT = SPACES
058330         IF HHA-ADJ-IND = 'C'
058340             MOVE '8' TO COB-CLAIM-FREQ
058350         ELSE
058360         IF HHA-ADJ-IND = 'A'
058370             MOVE '7' TO COB-CLAIM-FREQ.
058400     IF NOT HHA-RTC-PAYABLE AND COB-CLAIM-FREQ NOT = '8'
058500         MOVE 'REJECTED'      TO COB-REASON
058600     ELSE
058700     IF HHA-IS-INFORMATIONAL
058800         MOVE 'INFORMATIONAL' TO COB-REASON
058900     ELSE
059000     IF HHA-IS-SUSPECT
059100         MOVE 'SUSPECT'       TO COB-REASON
059200     ELSE
059300     IF HHA-IS-MSP
059400         MOVE 'MSP'           TO COB-REASON.
059500
059600     MOVE 0 TO COB-CLAIM-HITS.
059700     PERFORM 2400-FIND-PARTNERS THRU 2400-EXIT.
059800 2100-EXIT.  EXIT.
059805
059810*================================================================*
059815*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *
059820*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *
059825*================================================================*
059830 2100A-LIFT-VERSION-2.
059835     IF HHA-OUT-DATA (563:1) = '3'
059840         GO TO 2100A-EXIT.
059845     MOVE SPACES            TO HHA-V3-EXTENSION.
059850     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
059875     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.
059880     IF HHA-SEQUESTRATION-AMT NUMERIC
059885        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
059890         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.
059895 2100A-EXIT.  EXIT.
059900
060000 2150-TAKE-HEADER.
060100     ADD 1 TO SEGMENT-CTR.
060200     IF HHA-OUT-DATA (78:1) = 'T'
060300        AND OWN-RUN-MODE NOT = 'T'
060400         DISPLAY '** HHCOB213 - TEST-STAMPED OUTFILE REFUSED'
060500         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
060600         MOVE 16 TO RETURN-CODE
060700         STOP RUN.
060800     IF HHA-OUT-DATA (78:1) = 'T'
060900         MOVE 'T' TO COB-USAGE.
061000     IF HHA-OUT-DATA (9:8) > COB-RUN-DATE
061100         MOVE HHA-OUT-DATA (9:8) TO COB-RUN-DATE.
061200     MOVE 1 TO HDR-SEEN-SW.
061300     MOVE 0 TO TRL-SEEN-SW.
061400     MOVE 0 TO VAL-COUNT.
061500     MOVE 0 TO VAL-SUM-PAY.
061600     MOVE 0 TO VAL-SUM-OUTL.
061700 2150-EXIT.  EXIT.
061800
061900 2200-CHECK-TRAILER.
062000     MOVE 1 TO TRL-SEEN-SW.
062100     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
062200     IF VAL-RECORD-COUNT NOT = VAL-COUNT
062300        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
062400        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
062500        DISPLAY '** HHCOB213 - OUTFILE TRAILER OUT OF BALANCE'
062600        DISPLAY '** DATASET ' SEGMENT-CTR
062700                ' TRAILER COUNT ' VAL-RECORD-COUNT
062800                ' READ ' VAL-COUNT
062900        MOVE 16 TO RETURN-CODE
063000        STOP RUN.
063100 2200-EXIT.  EXIT.
063200
063300 2300-CHECK-EOF.
063400     IF TRL-SEEN-SW = 0
063500        DISPLAY '** HHCOB213 - OUTFILE ENDED WITH NO TRAILER'
063600        MOVE 16 TO RETURN-CODE
063700        STOP RUN.
063800 2300-EXIT.  EXIT.
063900
064000*    EVERY ELIGIBILITY ENTRY FOR THE BENEFICIARY IS TRIED
064100 2400-FIND-PARTNERS.
064200     IF CET-NEXT = 0
064300         ADD 1 TO NO-PARTNER-CTR
064400         GO TO 2400-EXIT.
064500     SEARCH ALL CET-DATA
064600         AT END
064700             ADD 1 TO NO-PARTNER-CTR
064800             GO TO 2400-EXIT
064900         WHEN CET-BENE-ID (CX1) = HHA-HIC
065000             SET CX2 TO CX1
065100     END-SEARCH.
065200*    BACK UP TO THE FIRST ENTRY FOR THE BENEFICIARY
065300     MOVE 'N' TO COB-FIRST-SW.
065400     PERFORM 2410-BACK-UP THRU 2410-EXIT
065500             UNTIL COB-AT-FIRST.
065600     PERFORM 2420-TRY-PARTNER THRU 2420-EXIT
065700             UNTIL CX2 > CET-NEXT.
065800     IF COB-CLAIM-HITS = 0
065900         ADD 1 TO NOT-EFFECTIVE-CTR.
066000 2400-EXIT.  EXIT.
066100
066200 2410-BACK-UP.
066300     IF CX2 = 1
066400         MOVE 'Y' TO COB-FIRST-SW
066500         GO TO 2410-EXIT.
066600     SET CX1 TO CX2.
066700     SET CX1 DOWN BY 1.
066800     IF CET-BENE-ID (CX1) NOT = HHA-HIC
066900         MOVE 'Y' TO COB-FIRST-SW
067000         GO TO 2410-EXIT.
067100     SET CX2 DOWN BY 1.
067200 2410-EXIT.  EXIT.
067300
067400 2420-TRY-PARTNER.
067500     IF CET-BENE-ID (CX2) NOT = HHA-HIC
067600         SET CX2 TO CET-NEXT
067700         SET CX2 UP BY 1
067800         GO TO 2420-EXIT.
067900     IF HHA-SERV-FROM-DATE < CET-EFF-FROM (CX2)
068000        OR HHA-SERV-FROM-DATE > CET-EFF-THRU (CX2)
068100         SET CX2 UP BY 1
068200         GO TO 2420-EXIT.
068300
068400     ADD 1 TO COB-CLAIM-HITS.
068500     MOVE CET-COBA-ID (CX2)      TO SRT-COBA-ID.
068600     MOVE CET-PARTNER-NAME (CX2) TO SRT-PARTNER-NAME.
068700     IF COB-REASON NOT = SPACES
068800         MOVE 'X'                TO SRT-STATUS
068900     ELSE
068910     IF COB-CLAIM-FREQ NOT = SPACES
068920         MOVE 'R'                TO SRT-STATUS
068930     ELSE
069000         MOVE 'S'                TO SRT-STATUS.
069100     MOVE HHA-NPI                TO SRT-NPI.
069200     MOVE HHA-HIC                TO SRT-HIC.
069300     MOVE HHA-SERV-FROM-DATE     TO SRT-FROM-DATE.
069400     MOVE OUTFILE-CTR            TO SRT-OUT-SEQ.
069500     MOVE COB-REASON             TO SRT-REASON.
069600     MOVE HHA-OUT-DATA           TO SRT-IMAGE.
069700     RELEASE SORT-REC.
069800     ADD 1 TO RELEASE-CTR.
069900     SET CX2 UP BY 1.
070000 2420-EXIT.  EXIT.
070100
070200 2000-DONE.
070300     EXIT.
070400
070500*================================================================*
070600*    ONE BATCH PER TRADING PARTNER: CLAIMS SENT ARE WRITTEN TO   *
070700*    COBAOUT AND LISTED, THEN THE CLAIMS EXCLUDED ARE LISTED     *
070800*================================================================*
070900 3000-WRITE-CROSSOVER  SECTION.
071000
071100     MOVE COB-RUN-DATE TO CH1-PRICED-DATE.
071200     IF COB-USAGE = 'T'
071300         MOVE '** TEST PRICING **' TO CH1-USAGE
071400     ELSE
071500         MOVE SPACES               TO CH1-USAGE.
071600     IF COB-RUN-DATE = SPACES
071700         MOVE COB-CURR-DATE TO COB-RUN-DATE.
071800     MOVE 0 TO EOF-SRT.
071900     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
072000             UNTIL EOF-SRT = 1.
072100     IF COB-BATCH-OPEN
072200         PERFORM 3500-CLOSE-PARTNER THRU 3500-EXIT.
072300     IF COB-PARTNER-SEQ = 0
072400         PERFORM 3900-HEADINGS THRU 3900-EXIT
072500         WRITE COBRPT-LINE FROM COB-NONE-LINE
072600                               AFTER ADVANCING 2
072700         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
072800     GO TO 3000-DONE.
072900
073000 3100-RETURN-ONE.
073100     RETURN SORTFILE
073200          AT END   MOVE 1 TO EOF-SRT
073300                   GO TO 3100-EXIT.
073400     IF NOT COB-BATCH-OPEN
073500        OR SRT-COBA-ID NOT = COB-CURR-COBA-ID
073600         IF COB-BATCH-OPEN
073700             PERFORM 3500-CLOSE-PARTNER THRU 3500-EXIT
073800         END-IF
073900         PERFORM 3400-OPEN-PARTNER THRU 3400-EXIT.
074000
074100     MOVE SRT-IMAGE              TO HHA-OUT-DATA.
074200     MOVE HHA-SEQ-PAYABLE-AMT    TO COB-NET-PAID.
074400     MOVE HHA-NPI                TO CDL-NPI.
074500     MOVE HHA-HIC                TO CDL-HIC.
074600     MOVE HHA-SERV-FROM-DATE     TO CDL-FROM-DATE.
074700     MOVE HHA-SERV-THRU-DATE     TO CDL-THRU-DATE.
074800     MOVE HHA-DCN                TO CDL-DCN.
074900     MOVE HHA-PAY-RTC            TO CDL-PAY-RTC.
075000     MOVE HHA-TOTAL-PAYMENT      TO CDL-TOTAL-PAYMENT.
075100     MOVE HHA-SEQUESTRATION-AMT  TO CDL-SEQUESTRATION.
075200
075300     IF SRT-STATUS = 'S'
075400         PERFORM 3200-SEND-CLAIM THRU 3200-EXIT
075500     ELSE
075510     IF SRT-STATUS = 'R'
075520         PERFORM 3250-SEND-REVERSAL THRU 3250-EXIT
075530     ELSE
075600         PERFORM 3300-EXCLUDE-CLAIM THRU 3300-EXIT.
075700
075800     IF COB-LINE-CTR > 54
075900         PERFORM 3900-HEADINGS THRU 3900-EXIT.
076000     WRITE COBRPT-LINE FROM COB-DETAIL-LINE
076100                           AFTER ADVANCING 1.
076200     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
076300     ADD 1 TO COB-LINE-CTR.
076400 3100-EXIT.  EXIT.
076500
076600 3200-SEND-CLAIM.
076610     MOVE HHA-TOB (3:1)          TO COB-CLAIM-FREQ.
076620     PERFORM 3210-WRITE-DETAIL THRU 3210-EXIT.
076630     ADD 1                       TO PTN-SENT.
076640     ADD HHA-TOTAL-PAYMENT       TO PTN-SENT-PAY.
076650     ADD COB-NET-PAID            TO PTN-SENT-NET.
076660     MOVE COB-NET-PAID           TO CDL-NET-PAID.
076670     MOVE 'SENT'                 TO CDL-STATUS.
076680 3200-EXIT.  EXIT.
076690
076692 3210-WRITE-DETAIL.
076700     MOVE SPACES                 TO CBO-DETAIL.
076800     MOVE 'D'                    TO CBO-REC-TYPE.
076900     MOVE COB-CURR-COBA-ID       TO CBO-COBA-ID.
077000     MOVE COB-CONTROL-NO         TO CBO-CONTROL-NO.
077100     MOVE HHA-NPI                TO CBO-NPI.
077200     MOVE HHA-HIC                TO CBO-HIC.
077300     MOVE HHA-PROV-NO            TO CBO-PROV-NO.
077400     MOVE HHA-TOB                TO CBO-TOB.
077500     MOVE HHA-SERV-FROM-DATE     TO CBO-FROM-DATE.
077600     MOVE HHA-SERV-THRU-DATE     TO CBO-THRU-DATE.
077700     MOVE HHA-ADMIT-DATE         TO CBO-ADMIT-DATE.
077800     MOVE HHA-DCN                TO CBO-DCN.
077900     MOVE HHA-PRED-DCN           TO CBO-PRED-DCN.
078000     MOVE HHA-ADJ-IND            TO CBO-ADJ-IND.
078100     MOVE HHA-HRG-INPUT-CODE     TO CBO-HRG.
078200     MOVE HHA-PAY-RTC            TO CBO-PAY-RTC.
078300     MOVE HHA-CONTRACT-CODE      TO CBO-CONTRACT-CODE.
078400     MOVE HHA-TOTAL-PAYMENT      TO CBO-TOTAL-PAYMENT.
078500     MOVE HHA-OUTLIER-PAYMENT    TO CBO-OUTLIER-PAYMENT.
078600     MOVE HHA-SEQUESTRATION-AMT  TO CBO-SEQUESTRATION-AMT.
078700     MOVE COB-NET-PAID           TO CBO-NET-PAID.
078800     MOVE HHA-INTEREST-AMT       TO CBO-INTEREST-AMT.
078810     MOVE COB-CLAIM-FREQ         TO CBO-CLAIM-FREQ.
078900     PERFORM 3800-WRITE-COBAOUT THRU 3800-EXIT.
079600 3210-EXIT.  EXIT.
079605
079610*    A CANCEL REVERSES THE PREDECESSOR; AN ADJUSTMENT REPLACES IT
079615*    WITH ITS OWN PAID AMOUNTS
079620 3250-SEND-REVERSAL.
079625     IF HHA-ADJ-IND = 'C'
079630         MOVE '8'                TO COB-CLAIM-FREQ
079635         ADD 1                   TO PTN-REVERSED
079640         MOVE 'REVERSAL - CANCEL'  TO CDL-STATUS
079645     ELSE
079650         MOVE '7'                TO COB-CLAIM-FREQ
079655         ADD 1                   TO PTN-REPLACED
079660         ADD HHA-TOTAL-PAYMENT   TO PTN-REPLACED-PAY
079665         ADD COB-NET-PAID        TO PTN-REPLACED-NET
079670         MOVE 'REPLACEMENT - ADJUSTMENT' TO CDL-STATUS.
079675     PERFORM 3210-WRITE-DETAIL THRU 3210-EXIT.
079680     MOVE COB-NET-PAID           TO CDL-NET-PAID.
079685 3250-EXIT.  EXIT.
079700
079800 3300-EXCLUDE-CLAIM.
079900     MOVE 0                      TO CDL-NET-PAID.
080000     STRING 'EXCLUDED - ' SRT-REASON
080100            DELIMITED BY SIZE INTO CDL-STATUS.
080200     IF SRT-REASON = 'REJECTED'
080300         ADD 1 TO PTN-REJECTED
080400     ELSE
080500     IF SRT-REASON = 'INFORMATIONAL'
080600         ADD 1 TO PTN-INFORMATIONAL
080700     ELSE
080800     IF SRT-REASON = 'SUSPECT'
080900         ADD 1 TO PTN-SUSPECT
081000     ELSE
081100         ADD 1 TO PTN-MSP.
081200 3300-EXIT.  EXIT.
081300
081400*    THE CONTROL NUMBER IS THE PRICING RUN DATE AND THE PARTNER'S
081500*    POSITION IN THIS RUN - THE PARTNER QUOTES IT TO ACKNOWLEDGE
081600 3400-OPEN-PARTNER.
081700     MOVE 'Y'                    TO COB-BATCH-SW.
081800     MOVE SRT-COBA-ID            TO COB-CURR-COBA-ID.
081900     MOVE SRT-PARTNER-NAME       TO COB-CURR-NAME.
082000     ADD 1                       TO COB-PARTNER-SEQ.
082100     MOVE COB-RUN-DATE           TO COB-CTL-DATE.
082200     MOVE COB-PARTNER-SEQ        TO COB-CTL-SEQ.
082300     INITIALIZE PARTNER-TOTALS.
082400
082500     MOVE SPACES                 TO CBO-HEADER.
082600     MOVE 'H'                    TO CBH-REC-TYPE.
082700     MOVE COB-CURR-COBA-ID       TO CBH-COBA-ID.
082800     MOVE COB-CONTROL-NO         TO CBH-CONTROL-NO.
082900     MOVE COB-CURR-NAME          TO CBH-PARTNER-NAME.
083000     MOVE COB-RUN-DATE           TO CBH-RUN-DATE.
083100     MOVE COB-USAGE              TO CBH-USAGE.
083200     PERFORM 3800-WRITE-COBAOUT THRU 3800-EXIT.
083300
083400     MOVE COB-CURR-COBA-ID       TO CH2-COBA-ID.
083500     MOVE COB-CURR-NAME          TO CH2-PARTNER-NAME.
083600     MOVE COB-CONTROL-NO         TO CH2-CONTROL-NO.
083700     PERFORM 3900-HEADINGS THRU 3900-EXIT.
083800 3400-EXIT.  EXIT.
083900
084000 3500-CLOSE-PARTNER.
084100     MOVE SPACES                 TO CBO-TRAILER.
084200     MOVE 'T'                    TO CBT-REC-TYPE.
084300     MOVE COB-CURR-COBA-ID       TO CBT-COBA-ID.
084400     MOVE COB-CONTROL-NO         TO CBT-CONTROL-NO.
084500     COMPUTE CBT-CLAIM-COUNT   = PTN-SENT + PTN-REVERSED
084510                               + PTN-REPLACED.
084600     COMPUTE CBT-TOTAL-PAYMENT = PTN-SENT-PAY + PTN-REPLACED-PAY.
084700     COMPUTE CBT-NET-PAID      = PTN-SENT-NET + PTN-REPLACED-NET.
084800     PERFORM 3800-WRITE-COBAOUT THRU 3800-EXIT.
084900
085000     IF COB-LINE-CTR > 40
085100         PERFORM 3900-HEADINGS THRU 3900-EXIT.
085200     MOVE 'CLAIMS SENT - MEDICARE PAYMENT'  TO CTL-LABEL.
085300     MOVE PTN-SENT                       TO CTL-COUNT.
085400     MOVE PTN-SENT-PAY                   TO CTL-AMOUNT.
085500     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
085600     MOVE '            - NET MEDICARE PAID' TO CTL-LABEL.
085700     MOVE PTN-SENT-NET                   TO CTL-AMOUNT.
085800     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
085900     MOVE 0                              TO CTL-AMOUNT.
086000     MOVE 'EXCLUDED - REJECTED'          TO CTL-LABEL.
086100     MOVE PTN-REJECTED                   TO CTL-COUNT.
086200     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
086300     MOVE 'EXCLUDED - INFORMATIONAL'     TO CTL-LABEL.
086400     MOVE PTN-INFORMATIONAL              TO CTL-COUNT.
086500     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
086600     MOVE 'EXCLUDED - SUSPECT'           TO CTL-LABEL.
086700     MOVE PTN-SUSPECT                    TO CTL-COUNT.
086800     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
086900     MOVE 'EXCLUDED - MSP'               TO CTL-LABEL.
087000     MOVE PTN-MSP                        TO CTL-COUNT.
087100     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
087110     MOVE 'REVERSALS - CANCELLED CLAIMS'  TO CTL-LABEL.
087120     MOVE PTN-REVERSED                   TO CTL-COUNT.
087130     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
087140     MOVE 'REPLACEMENTS - NET MEDICARE PAID' TO CTL-LABEL.
087150     MOVE PTN-REPLACED                   TO CTL-COUNT.
087160     MOVE PTN-REPLACED-NET               TO CTL-AMOUNT.
087170     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
087200
087300     ADD PTN-SENT                TO RUN-SENT.
087400     ADD PTN-SENT-PAY            TO RUN-SENT-PAY.
087500     ADD PTN-SENT-NET            TO RUN-SENT-NET.
087600     ADD PTN-REJECTED            TO RUN-REJECTED.
087700     ADD PTN-INFORMATIONAL       TO RUN-INFORMATIONAL.
087800     ADD PTN-SUSPECT             TO RUN-SUSPECT.
087900     ADD PTN-MSP                 TO RUN-MSP.
087910     ADD PTN-REVERSED            TO RUN-REVERSED.
087920     ADD PTN-REPLACED            TO RUN-REPLACED.
087930     ADD PTN-REPLACED-NET        TO RUN-REPLACED-NET.
088000
088100     IF PSM-NEXT NOT < 500
088200         ADD 1 TO PSM-OVERFLOW-CTR
088300         GO TO 3500-EXIT.
088400     ADD 1 TO PSM-NEXT.
088500     MOVE COB-CURR-COBA-ID       TO PSM-COBA-ID (PSM-NEXT).
088600     MOVE COB-CURR-NAME          TO PSM-PARTNER-NAME (PSM-NEXT).
088700     MOVE COB-CONTROL-NO         TO PSM-CONTROL-NO (PSM-NEXT).
088800     MOVE PTN-SENT               TO PSM-SENT (PSM-NEXT).
088900     MOVE PTN-SENT-NET           TO PSM-SENT-NET (PSM-NEXT).
089000     COMPUTE PSM-EXCLUDED (PSM-NEXT) = PTN-REJECTED
089100             + PTN-INFORMATIONAL + PTN-SUSPECT + PTN-MSP.
089110     COMPUTE PSM-REV-REPL (PSM-NEXT) = PTN-REVERSED
089120             + PTN-REPLACED.
089200 3500-EXIT.  EXIT.
089300
089400 3800-WRITE-COBAOUT.
089500     WRITE COBAOUT-REC FROM CBO-DETAIL.
089600     IF CBO-STAT1 > 0 DISPLAY ' BADR WRITE ON COBAOUT FILE'.
089700     ADD 1 TO COBAOUT-CTR.
089800 3800-EXIT.  EXIT.
089900
090000 3900-HEADINGS.
090100     WRITE COBRPT-LINE FROM COB-HEAD1
090200                           AFTER ADVANCING PAGE.
090300     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
090400     MOVE ALL '-' TO COBRPT-LINE.
090500     WRITE COBRPT-LINE AFTER ADVANCING 1.
090600     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
090700     IF COB-BATCH-OPEN
090800         WRITE COBRPT-LINE FROM COB-HEAD2
090900                               AFTER ADVANCING 2
091000         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT
091100         WRITE COBRPT-LINE FROM COB-HEAD3
091200                               AFTER ADVANCING 2
091300         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT
091400         MOVE SPACES TO COBRPT-LINE
091500         WRITE COBRPT-LINE AFTER ADVANCING 1
091600         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
091700     MOVE 8 TO COB-LINE-CTR.
091800 3900-EXIT.  EXIT.
091900
092000 3950-CHECK-WRITE.
092100     IF CBR-STAT1 > 0 DISPLAY ' BADR WRITE ON COBRPT FILE'.
092200     ADD 1 TO COBRPT-CTR.
092300 3950-EXIT.  EXIT.
092400
092500 3000-DONE.
092600     EXIT.
092700
092800*================================================================*
092900*    CONTROL PAGE - ONE LINE PER PARTNER BATCH, THEN RUN TOTALS  *
093000*================================================================*
093100 4000-SUMMARY  SECTION.
093200
093300 4000-PRINT-SUMMARY.
093400     MOVE 'N' TO COB-BATCH-SW.
093500     PERFORM 3900-HEADINGS THRU 3900-EXIT.
093600     WRITE COBRPT-LINE FROM COB-HEAD4
093700                           AFTER ADVANCING 2.
093800     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
093900     MOVE SPACES TO COBRPT-LINE.
094000     WRITE COBRPT-LINE AFTER ADVANCING 1.
094100     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
094200     ADD 3 TO COB-LINE-CTR.
094300     PERFORM 4200-PARTNER-LINE THRU 4200-EXIT
094400             VARYING PS-SUB FROM 1 BY 1
094500             UNTIL PS-SUB > PSM-NEXT.
094600
094700     IF COB-LINE-CTR > 32
094800         PERFORM 3900-HEADINGS THRU 3900-EXIT.
094900     MOVE 'TRADING-PARTNER BATCHES'      TO CTL-LABEL.
095000     MOVE COB-PARTNER-SEQ                TO CTL-COUNT.
095100     MOVE 0                              TO CTL-AMOUNT.
095200     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
095300     MOVE 'CLAIMS SENT - MEDICARE PAYMENT'  TO CTL-LABEL.
095400     MOVE RUN-SENT                       TO CTL-COUNT.
095500     MOVE RUN-SENT-PAY                   TO CTL-AMOUNT.
095600     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
095700     MOVE '            - NET MEDICARE PAID' TO CTL-LABEL.
095800     MOVE RUN-SENT-NET                   TO CTL-AMOUNT.
095900     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
096000     MOVE 0                              TO CTL-AMOUNT.
096100     MOVE 'EXCLUDED - REJECTED'          TO CTL-LABEL.
096200     MOVE RUN-REJECTED                   TO CTL-COUNT.
096300     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
096400     MOVE 'EXCLUDED - INFORMATIONAL'     TO CTL-LABEL.
096500     MOVE RUN-INFORMATIONAL              TO CTL-COUNT.
096600     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
096700     MOVE 'EXCLUDED - SUSPECT'           TO CTL-LABEL.
096800     MOVE RUN-SUSPECT                    TO CTL-COUNT.
096900     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
097000     MOVE 'EXCLUDED - MSP'               TO CTL-LABEL.
097100     MOVE RUN-MSP                        TO CTL-COUNT.
097200     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
097210     MOVE 'REVERSALS - CANCELLED CLAIMS'  TO CTL-LABEL.
097220     MOVE RUN-REVERSED                   TO CTL-COUNT.
097230     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
097240     MOVE 'REPLACEMENTS - NET MEDICARE PAID' TO CTL-LABEL.
097250     MOVE RUN-REPLACED                   TO CTL-COUNT.
097260     MOVE RUN-REPLACED-NET               TO CTL-AMOUNT.
097270     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
097280     MOVE 0                              TO CTL-AMOUNT.
097300     MOVE 'FINAL CLAIMS WITH NO TRADING PARTNER'  TO CTL-LABEL.
097400     MOVE NO-PARTNER-CTR                 TO CTL-COUNT.
097500     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
097600     MOVE 'PARTNER NOT EFFECTIVE ON FROM-DATE'    TO CTL-LABEL.
097700     MOVE NOT-EFFECTIVE-CTR              TO CTL-COUNT.
097800     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
097900     IF PSM-OVERFLOW-CTR > 0
098000         MOVE 'BATCHES NOT LISTED ABOVE (OVER 500)' TO CTL-LABEL
098100         MOVE PSM-OVERFLOW-CTR           TO CTL-COUNT
098200         PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
098300 4000-EXIT.  EXIT.
098400
098500 4100-TOTAL-LINE.
098600     WRITE COBRPT-LINE FROM COB-TOTAL-LINE
098700                           AFTER ADVANCING 2.
098800     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
098900     ADD 2 TO COB-LINE-CTR.
099000 4100-EXIT.  EXIT.
099100
099200 4200-PARTNER-LINE.
099300     IF COB-LINE-CTR > 54
099400         PERFORM 3900-HEADINGS THRU 3900-EXIT
099500         WRITE COBRPT-LINE FROM COB-HEAD4
099600                               AFTER ADVANCING 2
099700         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT
099800         ADD 2 TO COB-LINE-CTR.
099900     MOVE PSM-COBA-ID (PS-SUB)      TO CSL-COBA-ID.
100000     MOVE PSM-PARTNER-NAME (PS-SUB) TO CSL-PARTNER-NAME.
100100     MOVE PSM-CONTROL-NO (PS-SUB)   TO CSL-CONTROL-NO.
100200     MOVE PSM-SENT (PS-SUB)         TO CSL-SENT.
100300     MOVE PSM-SENT-NET (PS-SUB)     TO CSL-SENT-NET.
100400     MOVE PSM-EXCLUDED (PS-SUB)     TO CSL-EXCLUDED.
100410     MOVE PSM-REV-REPL (PS-SUB)     TO CSL-REV-REPL.
100500     WRITE COBRPT-LINE FROM COB-SUMMARY-LINE
100600                           AFTER ADVANCING 1.
100700     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
100800     ADD 1 TO COB-LINE-CTR.
100900 4200-EXIT.  EXIT.
