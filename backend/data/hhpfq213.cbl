000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHPFQ213.
000300
000400*----------------------------------------------------------------*
000500*  PAYMENT-FLOOR HOLD QUEUE AND RELEASE CYCLE                     *
000600*                                                                 *
000700*  A CLEAN CLAIM MAY NOT BE PAID BEFORE THE 14TH DAY AFTER        *
000800*  RECEIPT WHEN BILLED ELECTRONICALLY, OR THE 29TH DAY WHEN       *
000900*  BILLED ON PAPER.  THIS STEP RUNS BETWEEN HHMGR213 AND THE      *
001000*  REMITTANCE EXTRACT.  EVERY PAYABLE CLAIM ON THE PRICED         *
001100*  OUTFILE IS GIVEN AN EARLIEST-RELEASE DATE FROM ITS             *
001200*  HHA-RECEIPT-DATE AND SUBMISSION MEDIA; CLAIMS NOT YET          *
001300*  ELIGIBLE ON THE CYCLE DATE ARE PARKED ON THE CROSS-RUN         *
001400*  PAYMENT-FLOOR QUEUE (PFQOUT, READ BACK NEXT CYCLE AS PFQIN).   *
001500*  QUEUED CLAIMS THAT HAVE REACHED THEIR RELEASE DATE, THE        *
001600*  PAYABLE CLAIMS ALREADY PAST THE FLOOR, AND EVERYTHING THAT      *
001700*  MOVES NO MONEY ARE WRITTEN TO RELFILE - AN OUTFILE-FORMAT      *
001800*  STREAM WITH ITS OWN BALANCED HEADER AND TRAILER THAT THE       *
001900*  REMITTANCE AND GL STEPS READ IN PLACE OF THE RAW OUTFILE.      *
002000*                                                                 *
002100*  A CANCEL OR ADJUSTMENT WHOSE PREDECESSOR DCN IS STILL ON THE   *
002200*  QUEUE WAITS FOR THAT PREDECESSOR, SO NO CLAIM IS AMENDED       *
002300*  BEFORE IT HAS BEEN PAID.                                       *
002400*                                                                 *
002500*  THE CYCLE REPORT (PFQRPT) LISTS EVERY CLAIM HELD AND EVERY     *
002600*  FLOOR CLAIM RELEASED THIS CYCLE, AND THE DOLLARS SCHEDULED     *
002700*  TO RELEASE ON EACH OF THE NEXT 14 DAYS FOR TREASURY'S CASH     *
002800*  PLANNING.                                                      *
002900*                                                                 *
003000*  PFQPARM (OPTIONAL) - COLUMNS 1-8  CYCLE DATE, ELSE TODAY        *
003100*                       COLUMNS 10-11 ELECTRONIC FLOOR DAYS (14)   *
003200*                       COLUMNS 13-14 PAPER FLOOR DAYS (29)        *
003300*----------------------------------------------------------------*
003400
003500 DATE-COMPILED.
003600 ENVIRONMENT                     DIVISION.
003700
003800 CONFIGURATION                   SECTION.
003900 SOURCE-COMPUTER.                IBM-370.
004000 OBJECT-COMPUTER.                IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400
004500     SELECT OUTFILE   ASSIGN TO UT-S-OUTFILE
004600         FILE STATUS IS OUT-STAT.
004700     SELECT OPTIONAL PFQIN ASSIGN TO UT-S-PFQIN
004800         FILE STATUS IS PFI-STAT.
004900     SELECT OPTIONAL PFQPARM ASSIGN TO UT-S-PFQPARM
005000         FILE STATUS IS PFP-STAT.
005100     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
005200         FILE STATUS IS MDC-STAT.
005300     SELECT RELFILE   ASSIGN TO UT-S-RELFILE
005400         FILE STATUS IS REL-STAT.
005500     SELECT PFQOUT    ASSIGN TO UT-S-PFQOUT
005600         FILE STATUS IS PFO-STAT.
005700     SELECT PFQRPT    ASSIGN TO UT-S-PFQRPT
005800         FILE STATUS IS PFR-STAT.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  OUTFILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS V
006410     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
006500     BLOCK CONTAINS 0 RECORDS.
006600 01  OUT-REC                    PIC X(1000).
006700
006800*----------------------------------------------------------------*
006900*  PAYMENT-FLOOR QUEUE ENTRY - THE RELEASE DATE, THE CYCLE THE    *
007000*  CLAIM WAS FIRST QUEUED, ITS SUBMISSION MEDIA AND THE WHOLE     *
007100*  PRICED 1000-BYTE CLAIM RECORD                                  *
007200*----------------------------------------------------------------*
007300 FD  PFQIN
007400     RECORDING MODE IS V
007450     RECORD IS VARYING IN SIZE FROM 680 TO 1030 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS
007600     LABEL RECORDS ARE STANDARD.
007700 01  PFQIN-REC.
007800     05  PFI-RELEASE-DATE       PIC X(08).
007900     05  PFI-QUEUED-DATE        PIC X(08).
008000     05  PFI-MEDIA              PIC X(01).
008100     05  FILLER                 PIC X(13).
008200     05  PFI-CLAIM              PIC X(1000).
008300
008400 FD  PFQPARM
008500     RECORDING MODE IS F
008600     BLOCK CONTAINS 0 RECORDS
008700     LABEL RECORDS ARE STANDARD.
008800 01  PFQPARM-REC.
008900     05  PFP-CYCLE-DATE         PIC X(08).
009000     05  FILLER                 PIC X(01).
009100     05  PFP-ELEC-DAYS          PIC X(02).
009200     05  FILLER                 PIC X(01).
009300     05  PFP-PAPER-DAYS         PIC X(02).
009400     05  FILLER                 PIC X(66).
009500
009600 FD  MODECARD
009700     RECORDING MODE IS F
009800     BLOCK CONTAINS 0 RECORDS
009900     LABEL RECORDS ARE STANDARD.
010000 01  MODECARD-REC.
010100     05  MDC-RUN-MODE           PIC X(01).
010200     05  FILLER                 PIC X(79).
010300
010400 FD  RELFILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS V
010610     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
010700     BLOCK CONTAINS 0 RECORDS.
010800 01  RELFILE-REC                PIC X(1000).
010900
011000 FD  PFQOUT
011100     RECORDING MODE IS V
011150     RECORD IS VARYING IN SIZE FROM 680 TO 1030 CHARACTERS
011200     BLOCK CONTAINS 0 RECORDS
011300     LABEL RECORDS ARE STANDARD.
011400 01  PFQOUT-REC.
011500     05  PFO-RELEASE-DATE       PIC X(08).
011600     05  PFO-QUEUED-DATE        PIC X(08).
011700     05  PFO-MEDIA              PIC X(01).
011800     05  FILLER                 PIC X(13).
011900     05  PFO-CLAIM              PIC X(1000).
012000
012100 FD  PFQRPT
012200     RECORDING MODE IS F
012300     BLOCK CONTAINS 133 RECORDS
012400     LABEL RECORDS ARE STANDARD.
012500 01  PFQRPT-LINE                PIC X(133).
012600
012700 WORKING-STORAGE SECTION.
012800 01  FILLER                     PIC X(40)  VALUE
012900     'HHPFQ    - W O R K I N G   S T O R A G E'.
013000 01  HHPFQ-VERSION              PIC X(07)  VALUE 'Q2026.1'.
013100 01  EOF-OUT                    PIC 9(01)  VALUE 0.
013200 01  EOF-PFI                    PIC 9(01)  VALUE 0.
013300 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
013400 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
013500 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
013600 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
013700 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
013800 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
013900 01  VAL-TRL-REC.
014000     05  VAL-ID                 PIC X(08).
014100     05  VAL-RECORD-COUNT       PIC 9(09).
014200     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
014300     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
014400     05  VAL-RELEASE-ID         PIC X(08).
014500     05  VAL-RUN-MODE           PIC X(01).
014600     05  FILLER                 PIC X(594).
014700 01  OUT-READ-CTR               PIC 9(09)  VALUE 0.
014800 01  PASS-CTR                   PIC 9(09)  VALUE 0.
014900 01  QIN-CTR                    PIC 9(09)  VALUE 0.
015000 01  QREL-CTR                   PIC 9(09)  VALUE 0.
015100 01  QHOLD-CTR                  PIC 9(09)  VALUE 0.
015200 01  NEWREL-CTR                 PIC 9(09)  VALUE 0.
015300 01  NEWHOLD-CTR                PIC 9(09)  VALUE 0.
015400 01  CHAIN-HOLD-CTR             PIC 9(09)  VALUE 0.
015500 01  NORCPT-CTR                 PIC 9(09)  VALUE 0.
015600 01  PFQOUT-CTR                 PIC 9(09)  VALUE 0.
015700 01  QREL-AMT                   PIC S9(11)V9(02) VALUE 0.
015800 01  QHOLD-AMT                  PIC S9(11)V9(02) VALUE 0.
015900 01  NEWREL-AMT                 PIC S9(11)V9(02) VALUE 0.
016000 01  NEWHOLD-AMT                PIC S9(11)V9(02) VALUE 0.
016100 01  REL-COUNT                  PIC 9(09)  VALUE 0.
016200 01  REL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
016300 01  REL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
016400 01  PFQ-LINE-CTR               PIC 9(02)  VALUE 65.
016500 01  PFQ-ELEC-DAYS              PIC 9(02)  VALUE 14.
016600 01  PFQ-PAPER-DAYS             PIC 9(02)  VALUE 29.
016700 01  PFQ-FLOOR-DAYS             PIC 9(02)  VALUE 0.
016800 01  PFQ-CYCLE-DATE             PIC X(08)  VALUE SPACES.
016900 01  PFQ-CYCLE-DATE-N REDEFINES PFQ-CYCLE-DATE PIC 9(08).
017000 01  PFQ-REL-DATE               PIC X(08)  VALUE SPACES.
017100 01  PFQ-REL-DATE-N REDEFINES PFQ-REL-DATE PIC 9(08).
017200 01  PFQ-RCPT-DATE              PIC X(08)  VALUE SPACES.
017300 01  PFQ-RCPT-DATE-N REDEFINES PFQ-RCPT-DATE PIC 9(08).
017400 01  PFQ-QUEUED-DATE            PIC X(08)  VALUE SPACES.
017500 01  PFQ-INT-CYCLE              PIC 9(07)  VALUE 0.
017600 01  PFQ-INT-RECEIPT            PIC 9(07)  VALUE 0.
017700 01  PFQ-INT-RELEASE            PIC 9(07)  VALUE 0.
017800 01  PFQ-DAYS-OUT               PIC S9(05) VALUE 0.
017900 01  PFQ-SCHED-SUB              PIC 9(02)  VALUE 0.
018000 01  PFQ-MEDIA                  PIC X(01)  VALUE 'E'.
018100     88  PFQ-MEDIA-PAPER                   VALUE 'P'.
018200 01  PFQ-FLOOR-SW               PIC X(01)  VALUE 'N'.
018300     88  PFQ-ON-FLOOR                      VALUE 'Y'.
018400 01  PFQ-SOURCE                 PIC X(05)  VALUE SPACES.
018500 01  PFQ-RELEASE-AMT            PIC S9(09)V9(02) VALUE 0.
018600 01  OUT-STAT.
018700     05  OUT-STAT1              PIC X.
018800     05  OUT-STAT2              PIC X.
018900 01  PFI-STAT.
019000     05  PFI-STAT1              PIC X.
019100     05  PFI-STAT2              PIC X.
019200 01  PFP-STAT.
019300     05  PFP-STAT1              PIC X.
019400     05  PFP-STAT2              PIC X.
019500 01  MDC-STAT.
019600     05  MDC-STAT1              PIC X.
019700     05  MDC-STAT2              PIC X.
019800 01  REL-STAT.
019900     05  REL-STAT1              PIC X.
020000     05  REL-STAT2              PIC X.
020100 01  PFO-STAT.
020200     05  PFO-STAT1              PIC X.
020300     05  PFO-STAT2              PIC X.
020400 01  PFR-STAT.
020500     05  PFR-STAT1              PIC X.
020600     05  PFR-STAT2              PIC X.
020700
020800*----------------------------------------------------------------*
020900*  DCN AND RELEASE DATE OF EVERY CLAIM LEFT ON THE QUEUE, SO A    *
021000*  LATER CANCEL OR ADJUSTMENT CAN WAIT FOR ITS PREDECESSOR        *
021100*----------------------------------------------------------------*
021200 01  PFQ-KEY-NEXT               PIC 9(05)  VALUE 0.
021300 01  PFQ-KEY-TABLE.
021400     05  PFK-DATA               OCCURS 20000
021500                                INDEXED BY PK1.
021600         10  PFK-DCN            PIC X(08).
021700         10  PFK-RELEASE-DATE   PIC X(08).
021800
021900*----------------------------------------------------------------*
022000*  RELEASE SCHEDULE - ONE BUCKET PER DAY FOR THE NEXT 14 DAYS,    *
022100*  BUCKET 15 FOR ANYTHING RELEASING LATER                         *
022200*----------------------------------------------------------------*
022300 01  PFQ-SCHED-TABLE.
022400     05  PFS-DATA               OCCURS 15
022500                                INDEXED BY PS1.
022600         10  PFS-DATE           PIC X(08).
022700         10  PFS-DATE-N REDEFINES PFS-DATE PIC 9(08).
022800         10  PFS-COUNT          PIC 9(07).
022900         10  PFS-AMT            PIC S9(11)V9(02).
023000
023100*----------------------------------------------------------------*
023200*  RELFILE CONTROL RECORDS - THE HEADER IS THE FIRST OUTFILE      *
023300*  HEADER WITH THE CYCLE DATE STAMPED INTO ITS FREE AREA; THE     *
023400*  TRAILER BALANCES WHAT THIS CYCLE ACTUALLY RELEASED             *
023500*----------------------------------------------------------------*
023600 01  REL-HEADER-REC.
023700     05  RHR-ID                 PIC X(08).
023800     05  RHR-CONTROL            PIC X(70).
023900     05  RHR-CYCLE-DATE         PIC X(08).
024000     05  FILLER                 PIC X(564).
024100 01  REL-TRAILER-REC.
024200     05  RTR-ID                 PIC X(08).
024300     05  RTR-RECORD-COUNT       PIC 9(09).
024400     05  RTR-TOTAL-PAY-SUM      PIC 9(13)V9(02).
024500     05  RTR-OUTLIER-SUM        PIC 9(13)V9(02).
024600     05  RTR-RELEASE-ID         PIC X(08).
024700     05  RTR-RUN-MODE           PIC X(01).
024800     05  FILLER                 PIC X(594).
024900
025000*----------------------------------------------------------------*
025100*  INPUT RECORD LAYOUT - PIC X(1000) - MUST STAY IN SYNC WITH     *
025200*  THE HHA-INPUT-DATA LAYOUT CARRIED BY HHMGR213                  *
025300*----------------------------------------------------------------*
025400 01  HHA-INPUT-DATA.
025500     05  HHA-DATA.
025600         10  HHA-NPI                 PIC X(10).
025700         10  HHA-HIC                 PIC X(12).
025800         10  HHA-PROV-NO             PIC X(06).
025900         10  HHA-INIT-PAY-QRP-INDICATOR  PIC X(01).
026000             88  HHA-WITH-DATA-CHECK VALUE '0', '1'.
026100             88  HHA-NO-DATA-CHECK   VALUE '2', '3'.
026200         10  HHA-PROV-VBP-ADJ-FAC    PIC 9V9(5).
026300         10  HHA-PROV-OUTLIER-PAY-TOTAL PIC 9(08)V9(02).
026400         10  HHA-PROV-PAYMENT-TOTAL  PIC 9(09)V9(02).
026500         10  HHA-TOB                 PIC X(03).
026600         10  HHA-CBSA                PIC X(05).
026700         10  HHA-COUNTY-CODE         PIC X(05).
026800         10  HHA-SERV-FROM-DATE.
026900             15  HHA-FROM-CC         PIC XX.
027000             15  HHA-FROM-YYMMDD.
027100                 25  HHA-FROM-YY     PIC XX.
027200                 25  HHA-FROM-MM     PIC XX.
027300                 25  HHA-FROM-DD     PIC XX.
027400         10  HHA-SERV-FROM-DATE-N  REDEFINES
027500             HHA-SERV-FROM-DATE      PIC 9(8).
027600         10  HHA-SERV-THRU-DATE.
027700             15  HHA-THRU-CC         PIC XX.
027800             15  HHA-THRU-YYMMDD.
027900                 25  HHA-THRU-YY     PIC XX.
028000                 25  HHA-THRU-MM     PIC XX.
028100                 25  HHA-THRU-DD     PIC XX.
028200         10  HHA-SERV-THRU-DATE-N  REDEFINES
028300             HHA-SERV-THRU-DATE      PIC 9(8).
028400         10  HHA-ADMIT-DATE.
028500             15  HHA-ADMIT-CC        PIC XX.
028600             15  HHA-ADMIT-YYMMDD.
028700                 25  HHA-ADMIT-YY    PIC XX.
028800                 25  HHA-ADMIT-MM    PIC XX.
028900                 25  HHA-ADMIT-DD    PIC XX.
029000         10  HHA-LUPA-SRC-ADM           PIC X.
029100         10  HHA-ADJ-IND                PIC X.
029200             88  HHA-ADJ-IS-ADJUSTMENT  VALUE 'A'.
029300             88  HHA-ADJ-IS-CANCEL      VALUE 'C'.
029400         10  HHA-PEP-INDICATOR       PIC X.
029500         10  HHA-HRG-INPUT-CODE       PIC X(05).
029600         10  HHA-HRG-NO-OF-DAYS       PIC 9(03).
029700         10  HHA-HRG-WGTS             PIC 9(02)V9(04).
029800         10  HHA-HRG-PAY              PIC 9(07)V9(02).
029900         10  HHA-REVENUE-DATA     OCCURS 6.
030000             15  HHA-REVENUE-CODE              PIC X(04).
030100             15  HHA-REVENUE-QTY-COV-VISITS    PIC 9(03).
030200             15  HHA-REVENUE-QTY-OUTL-UNITS    PIC 9(05).
030300             15  HHA-REVENUE-EARLIEST-DATE     PIC 9(08).
030400             15  HHA-REVENUE-DOLL-RATE         PIC 9(07)V9(02).
030500             15  HHA-REVENUE-COST              PIC 9(07)V9(02).
030600             15  HHA-REVENUE-ADD-ON-VISIT-AMT  PIC 9(07)V9(02).
030700         10  HHA-PAY-RTC                PIC 99.
030800             88  HHA-RTC-PAYABLE        VALUES 00 01 02 06 09
030900                                               11 14 32.
031000         10  HHA-REVENUE-SUM1-6-QTY-ALL PIC 9(05).
031100         10  HHA-OUTLIER-PAYMENT        PIC 9(07)V9(02).
031200         10  HHA-TOTAL-PAYMENT          PIC 9(07)V9(02).
031300     05  HHA-VBP-ADJ-AMT                PIC S9(7)V99.
031400     05  HHA-PPS-STD-VALUE              PIC 9(7)V99.
031500     05  HHA-RECEIPT-DATE           PIC X(8).
031600     05  HHA-OVERRIDE-IND           PIC X(1).
031700     05  HHA-LATE-SUB-PEN-AMT       PIC 9(7)V9(2).
031800     05  HHA-RURAL-ADDON-CAT    PIC X(01).
031900     05  HHA-OUTLIER-CAP-IND    PIC X(01).
032000     05  HHA-OUTLIER-PRECAP-AMT PIC 9(7)V9(2).
032100     05  HHA-LATE-SUB-DAYS          PIC 9(03).
032200     05  HHA-LATE-NOA-DAYS          PIC 9(03).
032300     05  HHA-CBSA-MATCHED-EFFDATE   PIC X(08).
032400     05  HHA-HRG-MATCHED-EFFDATE    PIC X(08).
032500     05  HHA-REV-MATCHED-EFFDATE    PIC X(08).
032600     05  HHA-TOB-CLASS           PIC X(01).
032700         88  HHA-TOB-IS-CLAIM     VALUE 'C'.
032800         88  HHA-TOB-IS-RAP       VALUE 'R'.
032900         88  HHA-TOB-IS-NOA       VALUE 'N'.
033000         88  HHA-TOB-IS-NOA-CANCEL VALUE 'X'.
033100     05  HHA-PEP-FULL-HRG-AMT    PIC 9(07)V9(02).
033200     05  HHA-LABOR-PORTION       PIC 9(07)V9(02).
033300     05  HHA-NONLABOR-PORTION    PIC 9(07)V9(02).
033400     05  HHA-MED-REVIEW-INDICATOR PIC X(01) OCCURS 6.
033500         88  HHA-MED-REV-VALID  VALUE '0', '1', '2', SPACE.
033600     05  HHA-MSA2                   PIC X(05).
033700     05  HHA-LUPA-ADDON-REASON-CD PIC X(01).
033800     05  HHA-ORIG-TOTAL-PAYMENT     PIC 9(07)V9(02).
033900     05  HHA-NET-ADJ-AMT            PIC S9(07)V9(02).
034000     05  HHA-PEP-FORCED-IND         PIC X(01).
034100*        RECORD VERSION '2' = CONTINUATION FIELDS IN USE;
034200*        HHA-CONT-CNT = FOLLOW-ON RECORDS CARRYING REVENUE
034300*        GROUPS BEYOND THE SIXTH (ZEROED ONCE ASSEMBLED)
034400     05  HHA-REC-VERSION            PIC X(01).
034500     05  HHA-CONT-CNT               PIC 9(01).
034600*        EVERY EDIT THAT FAILED ON THE CLAIM (UP TO 5), POSTED
034700*        BY HHDRV213 - HHA-PAY-RTC CARRIES THE FIRST OF THEM
034800     05  HHA-EDIT-RTC-LIST.
034900         10  HHA-EDIT-RTC           PIC 99  OCCURS 5.
035000*        'M' = CLAIM ARRIVED UNDER AN MBI, 'H' = LEGACY HICN
035100     05  HHA-IDENT-TYPE             PIC X(01).
035200*        PDGM PERIOD TIMING DERIVED FROM ADMISSION HISTORY -
035300*        'E' = EARLY (FIRST 30-DAY PERIOD IN A SEQUENCE OF
035400*        ADJACENT PERIODS), 'L' = LATE
035500     05  HHA-TIMING-DERIVED         PIC X(01).
035600*        'S' = PAYMENT DIVERTED TO THE SUSPECT FILE FOR ANALYST
035700*        RELEASE BEFORE THE GL FEED PICKS IT UP
035800     05  HHA-SUSPECT-IND            PIC X(01).
035900*        'B' = PRICED UNDER THE DAY-WEIGHTED BLENDED-RATE MODE
036000     05  HHA-BLEND-MODE-IND         PIC X(01).
036100*        'C' = OUTLIER UNITS REDUCED TO THE PER-DAY CAP
036200     05  HHA-OUTL-UNITS-CAP-IND     PIC X(01).
036300*        TIMES THIS CLAIM HAS BEEN THROUGH A RECYCLE PASS
036400     05  HHA-RECYCLE-CNT            PIC 9(02).
036500*        'F' = WAGE INDEX RAISED TO THE YEAR-OVER-YEAR DECREASE
036600*        FLOOR; THE UNFLOORED VALUE IS CARRIED BESIDE IT
036700     05  HHA-WI-CAP-IND             PIC X(01).
036800     05  HHA-WI-PRECAP              PIC 9(02)V9(04).
036900*        INTRA-DAY INCREMENT THAT PRICED THIS RECORD
037000     05  HHA-RUN-SEQ                PIC 9(02).
037100*        INTEREST MEDICARE OWES ON A CLEAN CLAIM PAYING MORE
037200*        THAN 30 DAYS AFTER RECEIPT (COMPUTED BY THE CALC FROM
037300*        THE EFFECTIVE-DATED INTRATE SCHEDULE) - SEPARATE FROM
037400*        HHA-TOTAL-PAYMENT
037500     05  HHA-INTEREST-AMT           PIC 9(07)V9(02).
037600*        SEQUESTRATION REDUCTION APPLIED AFTER PRICING, AND THE
037700*        PAYABLE AMOUNT AFTER IT - HHA-TOTAL-PAYMENT REMAINS THE
037800*        PRE-SEQUESTRATION AMOUNT SO THE GL CAN TIE BOTH SIDES
037900*        (THE POST-SEQUESTRATION PAYABLE IS HHA-TOTAL-PAYMENT
038000*        LESS THIS AMOUNT - DERIVED, NOT CARRIED, TO MAKE ROOM
038100*        FOR THE DOCUMENT CONTROL NUMBERS BELOW)
038200     05  HHA-SEQUESTRATION-AMT      PIC 9(07)V9(02).
038300*        MEDICARE SECONDARY PAYER - 'Y' MEANS ANOTHER INSURER
038400*        PAID FIRST; THE PRIMARY'S PAYMENT RIDES BESIDE IT AND
038500*        HHA-TOTAL-PAYMENT COMES BACK AS THE MEDICARE SECONDARY
038600*        PAYABLE
038700     05  HHA-MSP-IND                PIC X(01).
038800         88  HHA-IS-MSP             VALUE 'Y'.
038900     05  HHA-MSP-PRIM-PAY-AMT       PIC 9(07)V9(02).
039000*        NONSPACE = PRICED UNDER THIS RECLASSIFIED WAGE AREA
039100*        (GEOGRAPHIC RECLASSIFICATION) - HHA-CBSA REMAINS THE
039200*        SUBMITTED CBSA
039300     05  HHA-RECLASS-CBSA           PIC X(05).
039400*        RECOUPMENT WITHHELD FROM THIS CLAIM AGAINST THE
039500*        PROVIDER'S OPEN OVERPAYMENT BALANCE
039600     05  HHA-OFFSET-APPLIED-AMT     PIC 9(07)V9(02).
039700*        MAC JURISDICTION (CONTRACT) THE CLAIM BELONGS TO -
039800*        CARRIED THROUGH PRICING AND ONTO EVERY SEGREGATED
039900*        SUMMARY AND EXTRACT
040000     05  HHA-CONTRACT-CODE          PIC X(01).
040100*        'I' = INFORMATIONAL NO-PAY BILL (BENEFIT EXHAUST OR
040200*        DEMAND BILL) - PRICED THROUGH THE NORMAL PATH SO THE
040300*        EPISODE EXISTS ON RECORD, POSTED TO HISTORY, BUT KEPT
040400*        OUT OF THE REMITTANCE, GL AND FINANCIAL DOLLAR TOTALS
040500     05  HHA-CLAIM-CLASS            PIC X(01).
040600         88  HHA-IS-INFORMATIONAL   VALUE 'I'.
040700*        DOCUMENT CONTROL NUMBER AND THE PREDECESSOR DCN AN
040800*        ADJUSTMENT OR CANCEL AMENDS - TWO-DEEP CHAINS NO
040900*        LONGER NET AGAINST THE WRONG VERSION
041000     05  HHA-DCN                    PIC X(08).
041500     05  HHA-PRED-DCN               PIC X(08).
041510*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM
041520*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ
041530     05  HHA-V3-EXTENSION.
041540         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
041550         10  HHA-BILLED-PROV-NO     PIC X(06).
041560         10  HHA-SUBMIT-MEDIA       PIC X(01).
041570         10  HHA-LIFT-DATE          PIC X(08).
041580         10  FILLER                 PIC X(326).
041600
041700*----------------------------------------------------------------*
041800*  REPORT COMPONENTS                                              *
041900*----------------------------------------------------------------*
042000 01  PFQ-HEAD1.
042100     05  FILLER                 PIC X(01)  VALUE SPACES.
042200     05  FILLER                 PIC X(45)  VALUE
042300        ' HHA PAYMENT-FLOOR RELEASE CYCLE REPORT      '.
042400     05  FILLER                 PIC X(12)  VALUE 'CYCLE DATE  '.
042500     05  PH1-CYCLE-DATE         PIC X(08).
042600     05  FILLER                 PIC X(16)  VALUE
042700        '   FLOOR DAYS  E'.
042800     05  PH1-ELEC-DAYS          PIC Z9.
042900     05  FILLER                 PIC X(03)  VALUE ' P'.
043000     05  PH1-PAPER-DAYS         PIC Z9.
043100
043200 01  PFQ-HEAD2.
043300     05  FILLER                 PIC X(02)  VALUE SPACES.
043400     05  FILLER                 PIC X(50)  VALUE
043500        'STATUS    FROM   PROV    HIC           DCN       M'.
043600     05  FILLER                 PIC X(50)  VALUE
043700        'EDIA  RECEIVED  RELEASE         AMOUNT            '.
043800
043900 01  PFQ-DETAIL-LINE.
044000     05  FILLER                 PIC X(02)  VALUE SPACES.
044100     05  PDL-STATUS             PIC X(08).
044200     05  FILLER                 PIC X(02)  VALUE SPACES.
044300     05  PDL-SOURCE             PIC X(05).
044400     05  FILLER                 PIC X(02)  VALUE SPACES.
044500     05  PDL-PROV               PIC X(06).
044600     05  FILLER                 PIC X(02)  VALUE SPACES.
044700     05  PDL-HIC                PIC X(12).
044800     05  FILLER                 PIC X(02)  VALUE SPACES.
044900     05  PDL-DCN                PIC X(08).
045000     05  FILLER                 PIC X(02)  VALUE SPACES.
045100     05  PDL-MEDIA              PIC X(05).
045200     05  FILLER                 PIC X(02)  VALUE SPACES.
045300     05  PDL-RECEIPT            PIC X(08).
045400     05  FILLER                 PIC X(02)  VALUE SPACES.
045500     05  PDL-RELEASE            PIC X(08).
045600     05  FILLER                 PIC X(02)  VALUE SPACES.
045700     05  PDL-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
045800
045900 01  PFQ-SUM-LINE.
046000     05  FILLER                 PIC X(02)  VALUE SPACES.
046100     05  PSL-LABEL              PIC X(36).
046200     05  PSL-COUNT              PIC ZZZ,ZZZ,ZZ9.
046300     05  FILLER                 PIC X(04)  VALUE SPACES.
046400     05  PSL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
046500
046600 01  PFQ-SCHED-LINE.
046700     05  FILLER                 PIC X(02)  VALUE SPACES.
046800     05  PSC-LABEL              PIC X(14).
046900     05  PSC-DATE               PIC X(08).
047000     05  FILLER                 PIC X(14)  VALUE SPACES.
047100     05  PSC-COUNT              PIC ZZZ,ZZZ,ZZ9.
047200     05  FILLER                 PIC X(04)  VALUE SPACES.
047300     05  PSC-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
047400
047500 01  PFQ-SCHED-HEAD.
047600     05  FILLER                 PIC X(02)  VALUE SPACES.
047700     05  FILLER                 PIC X(42)  VALUE
047800        'RELEASE SCHEDULE'.
047900     05  FILLER                 PIC X(21)  VALUE 'COUNT'.
048000     05  FILLER                 PIC X(06)  VALUE 'AMOUNT'.
048100
048200 01  PFQ-DAY-LABEL.
048300     05  FILLER                 PIC X(05)  VALUE 'DAY +'.
048400     05  PDY-NUMBER             PIC 99.
048500     05  FILLER                 PIC X(07)  VALUE SPACES.
048600
048700**--------------------------------------------------------------
048800 PROCEDURE  DIVISION.
048900
049000 0000-MAINLINE  SECTION.
049100*    A TEST-STAMPED OUTFILE MUST NEVER REACH THE QUEUE OR THE GL
049200*    FROM A PRODUCTION JOB - READ THIS JOB'S OWN MODE FIRST
049300     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
049400     PERFORM 0800-GET-CYCLE-DATE THRU 0800-EXIT.
049500     PERFORM 0850-BUILD-SCHEDULE THRU 0850-EXIT.
049600
049700     OPEN INPUT  OUTFILE
049800                 PFQIN
049900          OUTPUT RELFILE
050000                 PFQOUT
050100                 PFQRPT.
050200
050300     PERFORM 1000-READ-HEADER THRU 1000-EXIT.
050400
050500     PERFORM 2000-READ-QUEUE THRU 2000-EXIT
050600             UNTIL EOF-PFI = 1.
050700
050800     PERFORM 3000-READ-OUTFILE THRU 3000-EXIT
050900             UNTIL EOF-OUT = 1.
051000
051100     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
051200     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
051300     PERFORM 6200-WRITE-SCHEDULE THRU 6200-EXIT.
051400
051500     CLOSE OUTFILE PFQIN RELFILE PFQOUT PFQRPT.
051600
051700     DISPLAY '-- PROGRAM HHPFQ213  VERSION  ===> ' HHPFQ-VERSION.
051800     DISPLAY '-- CYCLE DATE                 ===> ' PFQ-CYCLE-DATE.
051900     DISPLAY '-- QUEUED CLAIMS CARRIED IN   ===> ' QIN-CTR.
052000     DISPLAY '-- RELEASED FROM THE QUEUE    ===> ' QREL-CTR.
052100     DISPLAY '-- OUTFILE RECORDS READ       ===> ' OUT-READ-CTR.
052200     DISPLAY '-- PASSED THROUGH (NO FLOOR)  ===> ' PASS-CTR.
052300     DISPLAY '-- RELEASED THIS CYCLE (NEW)  ===> ' NEWREL-CTR.
052400     DISPLAY '-- NEWLY HELD                 ===> ' NEWHOLD-CTR.
052500     DISPLAY '-- HELD BEHIND A PREDECESSOR  ===> ' CHAIN-HOLD-CTR.
052600     DISPLAY '-- NO RECEIPT DATE (FLOORED)  ===> ' NORCPT-CTR.
052700     DISPLAY '-- RELFILE RECORDS WRITTEN    ===> ' REL-COUNT.
052800     DISPLAY '-- PFQOUT QUEUE ENTRIES       ===> ' PFQOUT-CTR.
052900
053000     STOP RUN.
053100
053200*================================================================*
053300*    CYCLE DATE AND FLOOR DAYS - PFQPARM CARD, ELSE TODAY/14/29  *
053400*================================================================*
053500 0800-GET-CYCLE-DATE.
053600     ACCEPT PFQ-CYCLE-DATE FROM DATE YYYYMMDD.
053700     OPEN INPUT PFQPARM.
053800     IF PFP-STAT1 = '0' OR PFP-STAT1 = '9'
053900         READ PFQPARM
054000             AT END MOVE SPACES TO PFQPARM-REC
054100         END-READ
054200         IF PFP-CYCLE-DATE NUMERIC
054300             MOVE PFP-CYCLE-DATE TO PFQ-CYCLE-DATE
054400         END-IF
054500         IF PFP-ELEC-DAYS NUMERIC
054600             MOVE PFP-ELEC-DAYS TO PFQ-ELEC-DAYS
054700         END-IF
054800         IF PFP-PAPER-DAYS NUMERIC
054900             MOVE PFP-PAPER-DAYS TO PFQ-PAPER-DAYS
055000         END-IF
055100         CLOSE PFQPARM.
055200
055300     COMPUTE PFQ-INT-CYCLE = FUNCTION
055400             INTEGER-OF-DATE(PFQ-CYCLE-DATE-N)
055500     END-COMPUTE.
055600     IF PFQ-INT-CYCLE = 0
055700         DISPLAY '** HHPFQ213 - INVALID CYCLE DATE '
055800                 PFQ-CYCLE-DATE
055900         MOVE 16 TO RETURN-CODE
056000         STOP RUN.
056100 0800-EXIT.  EXIT.
056200
056300 0850-BUILD-SCHEDULE.
056400     PERFORM 0860-SET-ONE-DAY THRU 0860-EXIT
056500             VARYING PS1 FROM 1 BY 1 UNTIL PS1 > 15.
056600 0850-EXIT.  EXIT.
056700
056800 0860-SET-ONE-DAY.
056900     MOVE 0 TO PFS-COUNT (PS1).
057000     MOVE 0 TO PFS-AMT (PS1).
057100     IF PS1 > 14
057200         MOVE SPACES TO PFS-DATE (PS1)
057300         GO TO 0860-EXIT.
057400     SET PFQ-SCHED-SUB TO PS1.
057500     COMPUTE PFQ-INT-RELEASE = PFQ-INT-CYCLE + PFQ-SCHED-SUB.
057600     COMPUTE PFS-DATE-N (PS1) = FUNCTION
057700             DATE-OF-INTEGER(PFQ-INT-RELEASE)
057800     END-COMPUTE.
057900 0860-EXIT.  EXIT.
058000
058100 0900-GET-OWN-MODE.
058200     OPEN INPUT MODECARD.
058300     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
058400         READ MODECARD
058500             AT END CONTINUE
058600         END-READ
058700         IF MDC-RUN-MODE = 'T'
058800             MOVE 'T' TO OWN-RUN-MODE
058900         END-IF
059000         CLOSE MODECARD.
059100 0900-EXIT.  EXIT.
059200
059300*================================================================*
059400*    THE OUTFILE MUST OPEN WITH ITS HEADER CONTROL RECORD - IT   *
059500*    BECOMES THE RELFILE HEADER, STAMPED WITH THE CYCLE DATE     *
059600*================================================================*
059700 1000-READ-HEADER.
059800     READ OUTFILE INTO HHA-INPUT-DATA
059900          AT END
060000             DISPLAY '** HHPFQ213 - OUTFILE IS EMPTY - STOPPED **'
060100             MOVE 16 TO RETURN-CODE
060200             STOP RUN.
060300
060400     IF HHA-INPUT-DATA (1:8) NOT = 'HHOUTHDR'
060500        DISPLAY '** HHPFQ213 - OUTFILE HAS NO HEADER RECORD **'
060600        DISPLAY '** NOT A CURRENT PRICED OUTFILE - STOPPED **'
060700        MOVE 16 TO RETURN-CODE
060800        STOP RUN.
060900
061000     PERFORM 3400-CHECK-RUN-MODE THRU 3400-EXIT.
061100     MOVE 1 TO HDR-SEEN-SW.
061200     MOVE 0 TO TRL-SEEN-SW.
061300     MOVE 0 TO VAL-COUNT.
061400     MOVE 0 TO VAL-SUM-PAY.
061500     MOVE 0 TO VAL-SUM-OUTL.
061600
061700     MOVE HHA-INPUT-DATA TO REL-HEADER-REC.
061800     MOVE PFQ-CYCLE-DATE TO RHR-CYCLE-DATE.
061900     WRITE RELFILE-REC FROM REL-HEADER-REC.
062000 1000-EXIT.  EXIT.
062100
062200*================================================================*
062300*    ONE CLAIM CARRIED IN ON THE QUEUE - RELEASE IT WHEN ITS     *
062400*    DATE HAS COME, OTHERWISE CARRY IT FORWARD                   *
062500*================================================================*
062600 2000-READ-QUEUE.
062700     READ PFQIN
062800          AT END   MOVE 1 TO EOF-PFI
062900                   GO TO 2000-EXIT.
063000
063100     ADD 1 TO QIN-CTR.
063200     MOVE PFI-CLAIM        TO HHA-INPUT-DATA.
063210     PERFORM 3000A-LIFT-VERSION-2 THRU 3000A-EXIT.
063300     MOVE PFI-RELEASE-DATE TO PFQ-REL-DATE.
063400     MOVE PFI-QUEUED-DATE  TO PFQ-QUEUED-DATE.
063500     MOVE PFI-MEDIA        TO PFQ-MEDIA.
063600     MOVE 'QUEUE'          TO PFQ-SOURCE.
063700     PERFORM 4500-SET-RELEASE-AMT THRU 4500-EXIT.
063800
063900     IF PFQ-REL-DATE NOT > PFQ-CYCLE-DATE
064000         ADD 1 TO QREL-CTR
064100         ADD PFQ-RELEASE-AMT TO QREL-AMT
064200         PERFORM 4000-RELEASE-CLAIM THRU 4000-EXIT
064300     ELSE
064400         ADD 1 TO QHOLD-CTR
064500         ADD PFQ-RELEASE-AMT TO QHOLD-AMT
064600         PERFORM 4100-HOLD-CLAIM THRU 4100-EXIT.
064700 2000-EXIT.  EXIT.
064800
064900*================================================================*
065000*    ONE PRICED CLAIM FROM TODAY'S OUTFILE                       *
065100*================================================================*
065200 3000-READ-OUTFILE.
065300     READ OUTFILE INTO HHA-INPUT-DATA
065400          AT END   MOVE 1 TO EOF-OUT
065500                   PERFORM 3300-CHECK-EOF THRU 3300-EXIT
065600                   GO TO 3000-EXIT.
065700
065800*    A DAILY CUMULATIVE OUTFILE CARRIES ONE HEADER/TRAILER PAIR
065900*    PER INTRA-DAY INCREMENT - EACH SEGMENT BALANCES ON ITS OWN
066000     IF HHA-INPUT-DATA (1:8) = 'HHOUTHDR'
066100        PERFORM 3400-CHECK-RUN-MODE THRU 3400-EXIT
066200        MOVE 1 TO HDR-SEEN-SW
066300        MOVE 0 TO TRL-SEEN-SW
066400        MOVE 0 TO VAL-COUNT
066500        MOVE 0 TO VAL-SUM-PAY
066600        MOVE 0 TO VAL-SUM-OUTL
066700        GO TO 3000-EXIT.
066800
066900     IF HHA-INPUT-DATA (1:8) = 'HHOUTTRL'
067000        PERFORM 3200-CHECK-TRAILER THRU 3200-EXIT
067100        GO TO 3000-EXIT.
067200
067300     ADD 1 TO OUT-READ-CTR.
067310     PERFORM 3000A-LIFT-VERSION-2 THRU 3000A-EXIT.
067400     ADD 1 TO VAL-COUNT.
067500     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
067600     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
067700
067800     MOVE PFQ-CYCLE-DATE TO PFQ-QUEUED-DATE.
067900     MOVE 'NEW  '        TO PFQ-SOURCE.
068000     PERFORM 3100-SET-RELEASE-DATE THRU 3100-EXIT.
068100
068200*    NOTHING TO FLOOR - NO MONEY MOVES, OR IT IS HELD/KEPT OUT OF
068300*    THE REMITTANCE FURTHER DOWN FOR ITS OWN REASON
068400     IF NOT PFQ-ON-FLOOR
068500         ADD 1 TO PASS-CTR
068600         PERFORM 4050-PASS-CLAIM THRU 4050-EXIT
068700         GO TO 3000-EXIT.
068800
068900     PERFORM 4500-SET-RELEASE-AMT THRU 4500-EXIT.
069000     IF PFQ-REL-DATE NOT > PFQ-CYCLE-DATE
069100         ADD 1 TO NEWREL-CTR
069200         ADD PFQ-RELEASE-AMT TO NEWREL-AMT
069300         PERFORM 4000-RELEASE-CLAIM THRU 4000-EXIT
069400     ELSE
069500         ADD 1 TO NEWHOLD-CTR
069600         ADD PFQ-RELEASE-AMT TO NEWHOLD-AMT
069700         PERFORM 4100-HOLD-CLAIM THRU 4100-EXIT.
069800 3000-EXIT.  EXIT.
069805
069810*================================================================*
069815*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *
069820*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *
069825*================================================================*
069830 3000A-LIFT-VERSION-2.
069835     IF HHA-REC-VERSION = '3'
069840         GO TO 3000A-EXIT.
069845     MOVE SPACES            TO HHA-V3-EXTENSION.
069850     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
069875     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.
069880     IF HHA-SEQUESTRATION-AMT NUMERIC
069885        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
069890         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.
069895 3000A-EXIT.  EXIT.
069900
070000*================================================================*
070100*    EARLIEST-RELEASE DATE - RECEIPT PLUS THE FLOOR FOR THE      *
070200*    SUBMISSION MEDIA THE CLAIM CARRIES (HHA-SUBMIT-MEDIA,       *
070300*    STAMPED AT PRICING FROM THE INTAKE MEDIA OF ITS HHAFILE -   *
070350*    'P' = PAPER, ANYTHING ELSE ELECTRONIC)                      *
070400*    A CLAIM WITH NO USABLE RECEIPT DATE SERVES THE FULL FLOOR   *
070500*    FROM THE CYCLE DATE                                         *
070600*================================================================*
070700 3100-SET-RELEASE-DATE.
070800     MOVE 'N'            TO PFQ-FLOOR-SW.
070900     MOVE PFQ-CYCLE-DATE TO PFQ-REL-DATE.
071000     MOVE 'E'            TO PFQ-MEDIA.
071100     IF HHA-SUBMIT-MEDIA = 'P'
071200         MOVE 'P' TO PFQ-MEDIA.
071300
071400     IF NOT HHA-RTC-PAYABLE
071500        OR HHA-TOTAL-PAYMENT = 0
071600        OR HHA-SUSPECT-IND = 'S'
071700        OR HHA-IS-INFORMATIONAL
071800        OR HHA-ADJ-IS-CANCEL
071900         GO TO 3110-CHECK-CHAIN.
072000
072100     MOVE 'Y' TO PFQ-FLOOR-SW.
072200     IF PFQ-MEDIA-PAPER
072300         MOVE PFQ-PAPER-DAYS TO PFQ-FLOOR-DAYS
072400     ELSE
072500         MOVE PFQ-ELEC-DAYS  TO PFQ-FLOOR-DAYS.
072600
072700     MOVE 0 TO PFQ-INT-RECEIPT.
072800     MOVE HHA-RECEIPT-DATE TO PFQ-RCPT-DATE.
072900     IF PFQ-RCPT-DATE NUMERIC
073000         COMPUTE PFQ-INT-RECEIPT = FUNCTION
073100                 INTEGER-OF-DATE(PFQ-RCPT-DATE-N)
073200         END-COMPUTE.
073300     IF PFQ-INT-RECEIPT = 0
073400         ADD 1 TO NORCPT-CTR
073500         MOVE PFQ-INT-CYCLE TO PFQ-INT-RECEIPT.
073600
073700     COMPUTE PFQ-INT-RELEASE = PFQ-INT-RECEIPT + PFQ-FLOOR-DAYS.
073800     COMPUTE PFQ-REL-DATE-N = FUNCTION
073900             DATE-OF-INTEGER(PFQ-INT-RELEASE)
074000     END-COMPUTE.
074100
074200*    AN AMENDMENT NEVER RELEASES AHEAD OF THE CLAIM IT AMENDS
074300 3110-CHECK-CHAIN.
074400     IF HHA-PRED-DCN = SPACES OR PFQ-KEY-NEXT = 0
074500         GO TO 3100-EXIT.
074600     PERFORM 3150-CHECK-PREDECESSOR THRU 3150-EXIT
074700             VARYING PK1 FROM 1 BY 1 UNTIL PK1 > PFQ-KEY-NEXT.
074800 3100-EXIT.  EXIT.
074900
075000 3150-CHECK-PREDECESSOR.
075100     IF PFK-DCN (PK1) NOT = HHA-PRED-DCN
075200         GO TO 3150-EXIT.
075300     IF PFK-RELEASE-DATE (PK1) NOT > PFQ-REL-DATE
075400         GO TO 3150-EXIT.
075500     MOVE PFK-RELEASE-DATE (PK1) TO PFQ-REL-DATE.
075600     MOVE 'Y' TO PFQ-FLOOR-SW.
075700     ADD 1 TO CHAIN-HOLD-CTR.
075800 3150-EXIT.  EXIT.
075900
076000 3200-CHECK-TRAILER.
076100     MOVE 1 TO TRL-SEEN-SW.
076200     MOVE HHA-INPUT-DATA (1:650) TO VAL-TRL-REC.
076300     IF VAL-RECORD-COUNT NOT = VAL-COUNT
076400        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
076500        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
076600        DISPLAY '** HHPFQ213 - OUTFILE TRAILER OUT OF BALANCE'
076700        DISPLAY '** TRAILER COUNT ' VAL-RECORD-COUNT
076800                ' READ ' VAL-COUNT
076900        MOVE 16 TO RETURN-CODE
077000        STOP RUN.
077100 3200-EXIT.  EXIT.
077200
077300 3300-CHECK-EOF.
077400     IF TRL-SEEN-SW = 0
077500        DISPLAY '** HHPFQ213 - OUTFILE ENDED WITH NO TRAILER'
077600        MOVE 16 TO RETURN-CODE
077700        STOP RUN.
077800 3300-EXIT.  EXIT.
077900
078000 3400-CHECK-RUN-MODE.
078100     IF HHA-INPUT-DATA (78:1) = 'T'
078200        AND OWN-RUN-MODE NOT = 'T'
078300         DISPLAY '** HHPFQ213 - TEST-STAMPED OUTFILE REFUSED'
078400         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
078500         MOVE 16 TO RETURN-CODE
078600         STOP RUN.
078700 3400-EXIT.  EXIT.
078800
078900*================================================================*
079000*    RELEASE A FLOOR CLAIM INTO THIS CYCLE'S REMITTANCE          *
079100*================================================================*
079200 4000-RELEASE-CLAIM.
079300     PERFORM 4050-PASS-CLAIM THRU 4050-EXIT.
079400     MOVE 'RELEASED' TO PDL-STATUS.
079500     PERFORM 4300-WRITE-DETAIL THRU 4300-EXIT.
079600 4000-EXIT.  EXIT.
079700
079800 4050-PASS-CLAIM.
079900     WRITE RELFILE-REC FROM HHA-INPUT-DATA.
080000     ADD 1 TO REL-COUNT.
080100     ADD HHA-TOTAL-PAYMENT   TO REL-SUM-PAY.
080200     ADD HHA-OUTLIER-PAYMENT TO REL-SUM-OUTL.
080300 4050-EXIT.  EXIT.
080400
080500*================================================================*
080600*    PARK A CLAIM ON THE QUEUE AND SCHEDULE ITS DOLLARS          *
080700*================================================================*
080800 4100-HOLD-CLAIM.
080900     MOVE SPACES           TO PFQOUT-REC.
081000     MOVE PFQ-REL-DATE     TO PFO-RELEASE-DATE.
081100     MOVE PFQ-QUEUED-DATE  TO PFO-QUEUED-DATE.
081200     MOVE PFQ-MEDIA        TO PFO-MEDIA.
081300     MOVE HHA-INPUT-DATA   TO PFO-CLAIM.
081400     WRITE PFQOUT-REC.
081500     ADD 1 TO PFQOUT-CTR.
081600
081700     IF HHA-DCN NOT = SPACES
081800         IF PFQ-KEY-NEXT < 20000
081900             ADD 1 TO PFQ-KEY-NEXT
082000             SET PK1 TO PFQ-KEY-NEXT
082100             MOVE HHA-DCN      TO PFK-DCN (PK1)
082200             MOVE PFQ-REL-DATE TO PFK-RELEASE-DATE (PK1)
082300         ELSE
082400             DISPLAY '** PFQ KEY TABLE FULL - DCN NOT TRACKED '
082500                     HHA-DCN.
082600
082700     COMPUTE PFQ-INT-RELEASE = FUNCTION
082800             INTEGER-OF-DATE(PFQ-REL-DATE-N)
082900     END-COMPUTE.
083000     COMPUTE PFQ-DAYS-OUT = PFQ-INT-RELEASE - PFQ-INT-CYCLE.
083100     IF PFQ-DAYS-OUT < 1 OR PFQ-DAYS-OUT > 14
083200         MOVE 15 TO PFQ-SCHED-SUB
083300     ELSE
083400         MOVE PFQ-DAYS-OUT TO PFQ-SCHED-SUB.
083500     SET PS1 TO PFQ-SCHED-SUB.
083600     ADD 1               TO PFS-COUNT (PS1).
083700     ADD PFQ-RELEASE-AMT TO PFS-AMT (PS1).
083800
083900     MOVE 'HELD    ' TO PDL-STATUS.
084000     PERFORM 4300-WRITE-DETAIL THRU 4300-EXIT.
084100 4100-EXIT.  EXIT.
084200
084300 4300-WRITE-DETAIL.
084400     IF PFQ-LINE-CTR > 54
084500         PERFORM 6500-PFQ-HEADINGS THRU 6500-EXIT.
084600     MOVE PFQ-SOURCE       TO PDL-SOURCE.
084700     MOVE HHA-PROV-NO      TO PDL-PROV.
084800     MOVE HHA-HIC          TO PDL-HIC.
084900     MOVE HHA-DCN          TO PDL-DCN.
085000     IF PFQ-MEDIA-PAPER
085100         MOVE 'PAPER' TO PDL-MEDIA
085200     ELSE
085300         MOVE 'ELEC ' TO PDL-MEDIA.
085400     MOVE HHA-RECEIPT-DATE TO PDL-RECEIPT.
085500     MOVE PFQ-REL-DATE     TO PDL-RELEASE.
085600     MOVE PFQ-RELEASE-AMT  TO PDL-AMOUNT.
085700     WRITE PFQRPT-LINE FROM PFQ-DETAIL-LINE
085800                            AFTER ADVANCING 1.
085900     ADD 1 TO PFQ-LINE-CTR.
086000 4300-EXIT.  EXIT.
086100
086200*================================================================*
086300*    THE CASH THE CLAIM WILL DISBURSE - THE PAYABLE LESS          *
086400*    SEQUESTRATION AND ANY OFFSET WITHHELD, PLUS INTEREST         *
086500*================================================================*
086600 4500-SET-RELEASE-AMT.
086700     COMPUTE PFQ-RELEASE-AMT = HHA-SEQ-PAYABLE-AMT
086900                             - HHA-OFFSET-APPLIED-AMT
087000                             + HHA-INTEREST-AMT.
087100 4500-EXIT.  EXIT.
087200
087300*================================================================*
087400*    RELFILE TRAILER - BALANCES ONLY WHAT THIS CYCLE RELEASED    *
087500*================================================================*
087600 5000-WRITE-TRAILER.
087700     MOVE SPACES            TO REL-TRAILER-REC.
087800     MOVE 'HHOUTTRL'        TO RTR-ID.
087900     MOVE REL-COUNT         TO RTR-RECORD-COUNT.
088000     MOVE REL-SUM-PAY       TO RTR-TOTAL-PAY-SUM.
088100     MOVE REL-SUM-OUTL      TO RTR-OUTLIER-SUM.
088200     MOVE VAL-RELEASE-ID    TO RTR-RELEASE-ID.
088300     MOVE VAL-RUN-MODE      TO RTR-RUN-MODE.
088400     WRITE RELFILE-REC FROM REL-TRAILER-REC.
088500 5000-EXIT.  EXIT.
088600
088700*================================================================*
088800*    CYCLE SUMMARY - WHAT CAME IN, WHAT WENT OUT, WHAT WAITS     *
088900*================================================================*
089000 6000-WRITE-SUMMARY.
089100     MOVE PFQ-CYCLE-DATE TO PH1-CYCLE-DATE.
089200     MOVE PFQ-ELEC-DAYS  TO PH1-ELEC-DAYS.
089300     MOVE PFQ-PAPER-DAYS TO PH1-PAPER-DAYS.
089400     WRITE PFQRPT-LINE FROM PFQ-HEAD1
089500                            AFTER ADVANCING PAGE.
089600     MOVE ALL '-' TO PFQRPT-LINE.
089700     WRITE PFQRPT-LINE AFTER ADVANCING 1.
089800     MOVE 'QUEUED CLAIMS CARRIED IN' TO PSL-LABEL.
089900     MOVE QIN-CTR                    TO PSL-COUNT.
090000     COMPUTE PFQ-RELEASE-AMT = QREL-AMT + QHOLD-AMT.
090100     MOVE PFQ-RELEASE-AMT            TO PSL-AMOUNT.
090200     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
090300     MOVE '  RELEASED FROM THE QUEUE' TO PSL-LABEL.
090400     MOVE QREL-CTR                    TO PSL-COUNT.
090500     MOVE QREL-AMT                    TO PSL-AMOUNT.
090600     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
090700     MOVE '  STILL HELD'              TO PSL-LABEL.
090800     MOVE QHOLD-CTR                   TO PSL-COUNT.
090900     MOVE QHOLD-AMT                   TO PSL-AMOUNT.
091000     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
091100     MOVE 'NEW CLAIMS ON THE FLOOR'   TO PSL-LABEL.
091200     COMPUTE PSL-COUNT = NEWREL-CTR + NEWHOLD-CTR.
091300     COMPUTE PFQ-RELEASE-AMT = NEWREL-AMT + NEWHOLD-AMT.
091400     MOVE PFQ-RELEASE-AMT             TO PSL-AMOUNT.
091500     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
091600     MOVE '  RELEASED THIS CYCLE'     TO PSL-LABEL.
091700     MOVE NEWREL-CTR                  TO PSL-COUNT.
091800     MOVE NEWREL-AMT                  TO PSL-AMOUNT.
091900     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
092000     MOVE '  HELD'                    TO PSL-LABEL.
092100     MOVE NEWHOLD-CTR                 TO PSL-COUNT.
092200     MOVE NEWHOLD-AMT                 TO PSL-AMOUNT.
092300     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
092400     MOVE 'RELEASED TODAY - TOTAL'    TO PSL-LABEL.
092500     COMPUTE PSL-COUNT = QREL-CTR + NEWREL-CTR.
092600     COMPUTE PFQ-RELEASE-AMT = QREL-AMT + NEWREL-AMT.
092700     MOVE PFQ-RELEASE-AMT             TO PSL-AMOUNT.
092800     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
092900     MOVE 'HELD ON THE QUEUE - TOTAL' TO PSL-LABEL.
093000     MOVE PFQOUT-CTR                  TO PSL-COUNT.
093100     COMPUTE PFQ-RELEASE-AMT = QHOLD-AMT + NEWHOLD-AMT.
093200     MOVE PFQ-RELEASE-AMT             TO PSL-AMOUNT.
093300     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
093400     MOVE 'PASSED THROUGH - NO FLOOR' TO PSL-LABEL.
093500     MOVE PASS-CTR                    TO PSL-COUNT.
093600     MOVE 0                           TO PSL-AMOUNT.
093700     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
093800 6000-EXIT.  EXIT.
093900
094000 6100-WRITE-SUM-LINE.
094100     WRITE PFQRPT-LINE FROM PFQ-SUM-LINE
094200                            AFTER ADVANCING 1.
094300     ADD 1 TO PFQ-LINE-CTR.
094400 6100-EXIT.  EXIT.
094500
094600*================================================================*
094700*    DOLLARS SCHEDULED TO RELEASE ON EACH OF THE NEXT 14 DAYS    *
094800*================================================================*
094900 6200-WRITE-SCHEDULE.
095000     MOVE SPACES TO PFQRPT-LINE.
095100     WRITE PFQRPT-LINE AFTER ADVANCING 2.
095200     WRITE PFQRPT-LINE FROM PFQ-SCHED-HEAD
095300                            AFTER ADVANCING 1.
095400     ADD 3 TO PFQ-LINE-CTR.
095500     PERFORM 6300-WRITE-ONE-DAY THRU 6300-EXIT
095600             VARYING PS1 FROM 1 BY 1 UNTIL PS1 > 15.
095700 6200-EXIT.  EXIT.
095800
095900 6300-WRITE-ONE-DAY.
096000     IF PS1 > 14
096100         MOVE 'AFTER DAY 14  ' TO PSC-LABEL
096200     ELSE
096300         SET PDY-NUMBER TO PS1
096400         MOVE PFQ-DAY-LABEL TO PSC-LABEL.
096500     MOVE PFS-DATE (PS1)  TO PSC-DATE.
096600     MOVE PFS-COUNT (PS1) TO PSC-COUNT.
096700     MOVE PFS-AMT (PS1)   TO PSC-AMOUNT.
096800     WRITE PFQRPT-LINE FROM PFQ-SCHED-LINE
096900                            AFTER ADVANCING 1.
097000     ADD 1 TO PFQ-LINE-CTR.
097100 6300-EXIT.  EXIT.
097200
097300 6500-PFQ-HEADINGS.
097400     MOVE PFQ-CYCLE-DATE TO PH1-CYCLE-DATE.
097500     MOVE PFQ-ELEC-DAYS  TO PH1-ELEC-DAYS.
097600     MOVE PFQ-PAPER-DAYS TO PH1-PAPER-DAYS.
097700     WRITE PFQRPT-LINE FROM PFQ-HEAD1
097800                            AFTER ADVANCING PAGE.
097900     WRITE PFQRPT-LINE FROM PFQ-HEAD2
098000                            AFTER ADVANCING 2.
098100     MOVE ALL '-' TO PFQRPT-LINE.
098200     WRITE PFQRPT-LINE AFTER ADVANCING 1.
098300     MOVE 4 TO PFQ-LINE-CTR.
098400 6500-EXIT.  EXIT.
