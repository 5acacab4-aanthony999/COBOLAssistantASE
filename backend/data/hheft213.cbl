000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHEFT213.
000300
000400*----------------------------------------------------------------*
000500*  PROVIDER EFT DISBURSEMENT - NACHA ACH FILE AND REGISTER        *
000600*                                                                 *
000700*  THE REMITTANCE EXTRACT TELLS EACH AGENCY WHAT WAS PAID; THIS   *
000800*  STEP MOVES THE MONEY.  FROM THE RELEASED CLAIMS ON THE PRICED  *
000900*  OUTFILE (THE SAME CLAIMS HHRMT213 EXTRACTED - SUSPECT AND      *
001000*  INFORMATIONAL CLAIMS ARE NOT DISBURSED) IT TOTALS EACH         *
001100*  PROVIDER'S NET PAYABLE FOR THE CYCLE:                          *
001200*                                                                 *
001300*     PAYMENT ON AN ORIGINAL CLAIM (PAYABLE RTC ONLY)             *
001400*     OR THE UPWARD NET ADJUSTMENT ON AN ADJUSTMENT               *
001500*   - THE SEQUESTRATION REDUCTION ON THAT AMOUNT                  *
001600*   - THE OFFSET RECOUPMENT HHMGR213 APPLIED TO THE CLAIM         *
001700*   + CLEAN-CLAIM INTEREST                                        *
001800*                                                                 *
001900*  A DOWNWARD ADJUSTMENT OR A CANCEL IS NOT NETTED HERE -         *
002000*  HHMGR213 ALREADY POSTED IT AS A RECEIVABLE ON THE OFFSET       *
002100*  REGISTRY AND IT IS RECOVERED BY OFFSET.                        *
002200*                                                                 *
002300*  EACH PROVIDER IS PAID BY ONE CCD CREDIT TO THE ACCOUNT ON THE  *
002400*  PROVIDER BANKING MASTER (MAINTAINED UNDER TWO SIGN-OFFS BY     *
002500*  HHTBM213), BALANCED BY ONE DEBIT TO THE FUNDING ACCOUNT.       *
002600*  A ZERO-DOLLAR PRENOTE GOES OUT FOR EVERY ACCOUNT WHOSE         *
002700*  PRENOTE STATUS IS P, AND THE ACCOUNT IS PAID ONLY AFTER THE    *
002800*  PRENOTE HAS STOOD THE WAITING PERIOD WITHOUT A RETURN.         *
002900*  PROVIDERS WITH NO BANK RECORD, AN OUTSTANDING OR RETURNED      *
003000*  PRENOTE, OR A NET THAT IS NOT POSITIVE ARE HELD AND LISTED.    *
003010*  A HELD NET IS NOT LOST: IT IS WRITTEN TO EFTHLDOUT WITH THE    *
003020*  CYCLE IT WAS FIRST HELD AND THE REASON, COMES BACK NEXT CYCLE  *
003030*  ON EFTHLDIN, AND IS ADDED TO THE PROVIDER'S NET UNTIL THE      *
003040*  PROVIDER IS PAYABLE AND IT GOES OUT WITH THAT CREDIT.          *
003100*                                                                 *
003200*  BEFORE ANY ENTRY IS WRITTEN THE CYCLE'S CLAIM TOTALS MUST TIE  *
003300*  TO THE HHRMTTRL TRAILER ON THE REMITTANCE EXTRACT; OUT OF      *
003400*  BALANCE, NO ACH FILE IS CREATED AND THE STEP ENDS RC 16.       *
003500*                                                                 *
003600*  OUTFILE  - PRICED OUTFILE (HHMGR213), HEADER AND TRAILER       *
003700*  REMITFIL - REMITTANCE EXTRACT (HHRMT213), FOR ITS TRAILER      *
003800*  PROVBANK - PROVIDER BANKING MASTER, PROVIDER NUMBER ORDER      *
003810*  EFTHLDIN - (OPTIONAL) HELD DISBURSEMENTS FROM THE LAST CYCLE - *
003820*             THE LAST EFTHLDOUT, PROVIDER NUMBER ORDER          *
003900*  EFTPARM  - CARD 1  COLS  1-9  IMMEDIATE DESTINATION ROUTING    *
004000*                     COLS 11-20 COMPANY ID / IMMEDIATE ORIGIN    *
004100*                     COLS 22-29 EFFECTIVE DATE CCYYMMDD (TODAY)  *
004200*                     COLS 31-39 FUNDING ACCOUNT ROUTING          *
004300*                     COLS 41-57 FUNDING ACCOUNT NUMBER           *
004400*                     COLS 59-60 PRENOTE WAITING DAYS    (06)     *
004500*                     COLS 62    FILE ID MODIFIER         (A)     *
004600*             CARD 2 (OPTIONAL)                                   *
004700*                     COLS  1-16 COMPANY NAME                     *
004800*                     COLS 18-40 IMMEDIATE DESTINATION NAME       *
004900*                     COLS 42-64 IMMEDIATE ORIGIN NAME            *
005000*  ACHFILE  - NACHA ACH FILE, 94-BYTE RECORDS, BLOCKED BY 10      *
005100*  PBKOUT   - PROVIDER BANKING MASTER WITH PRENOTE STATUS MOVED   *
005200*             ON (P TO S WHEN SENT, S TO C WHEN CLEARED)          *
005210*  EFTHLDOUT- HELD DISBURSEMENTS CARRIED TO THE NEXT CYCLE        *
005300*  EFTRPT   - DISBURSEMENT REGISTER, TRAILER TIE-OUT AND PROOF    *
005400*----------------------------------------------------------------*
005500
005600 DATE-COMPILED.
005700 ENVIRONMENT                     DIVISION.
005800
005900 CONFIGURATION                   SECTION.
006000 SOURCE-COMPUTER.                IBM-370.
006100 OBJECT-COMPUTER.                IBM-370.
006200
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500
006600     SELECT OUTFILE   ASSIGN TO UT-S-OUTFILE
006700         FILE STATUS IS OUT-STAT.
006800     SELECT REMITFIL  ASSIGN TO UT-S-REMITFIL
006900         FILE STATUS IS RMT-STAT.
007000     SELECT PROVBANK  ASSIGN TO UT-S-PROVBANK
007100         FILE STATUS IS PBK-STAT.
007110     SELECT OPTIONAL EFTHLDIN ASSIGN TO UT-S-EFTHLDIN
007120         FILE STATUS IS HDI-STAT.
007200     SELECT EFTPARM   ASSIGN TO UT-S-EFTPARM
007300         FILE STATUS IS EFP-STAT.
007400     SELECT ACHFILE   ASSIGN TO UT-S-ACHFILE
007500         FILE STATUS IS ACH-STAT.
007600     SELECT PBKOUT    ASSIGN TO UT-S-PBKOUT
007700         FILE STATUS IS PBO-STAT.
007710     SELECT EFTHLDOUT ASSIGN TO UT-S-EFTHLDOUT
007720         FILE STATUS IS HDO-STAT.
007800     SELECT EFTRPT    ASSIGN TO UT-S-EFTRPT
007900         FILE STATUS IS EFR-STAT.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  OUTFILE
008400     RECORDING MODE IS V
008410     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
008500     BLOCK CONTAINS 0 RECORDS
008600     LABEL RECORDS ARE STANDARD.
008700 01  OUTFILE-REC                PIC X(1000).
008800
008900 FD  REMITFIL
009000     RECORDING MODE IS F
009100     BLOCK CONTAINS 0 RECORDS
009200     LABEL RECORDS ARE STANDARD.
009300 01  REMITFIL-REC               PIC X(120).
009400
009500 FD  PROVBANK
009600     RECORDING MODE IS F
009700     BLOCK CONTAINS 0 RECORDS
009800     LABEL RECORDS ARE STANDARD.
009900 01  PROVBANK-REC               PIC X(80).
010000
010005*----------------------------------------------------------------*
010010*  HELD DISBURSEMENT - ONE PER PROVIDER WHOSE NET WAS NOT PAID,   *
010015*  WITH THE CYCLE IT WAS FIRST HELD AND ITS LATEST DISPOSITION    *
010020*----------------------------------------------------------------*
010025 FD  EFTHLDIN
010030     RECORDING MODE IS F
010035     BLOCK CONTAINS 0 RECORDS
010040     LABEL RECORDS ARE STANDARD.
010045 01  EFTHLDIN-REC.
010050     05  HDI-PROV-NO            PIC X(06).
010055     05  HDI-NET                PIC S9(09)V9(02).
010060     05  HDI-CYCLE              PIC X(08).
010065     05  HDI-REASON             PIC X(01).
010070     05  FILLER                 PIC X(54).
010075
010100 FD  EFTPARM
010200     RECORDING MODE IS F
010300     BLOCK CONTAINS 0 RECORDS
010400     LABEL RECORDS ARE STANDARD.
010500 01  EFTPARM-REC.
010600     05  EFP-DEST-ROUTING       PIC X(09).
010700     05  FILLER                 PIC X(01).
010800     05  EFP-ORIGIN-ID          PIC X(10).
010900     05  FILLER                 PIC X(01).
011000     05  EFP-EFF-DATE           PIC X(08).
011100     05  FILLER                 PIC X(01).
011200     05  EFP-FUND-ROUTING       PIC X(09).
011300     05  FILLER                 PIC X(01).
011400     05  EFP-FUND-ACCOUNT       PIC X(17).
011500     05  FILLER                 PIC X(01).
011600     05  EFP-WAIT-DAYS          PIC X(02).
011700     05  FILLER                 PIC X(01).
011800     05  EFP-FILE-ID-MOD        PIC X(01).
011900     05  FILLER                 PIC X(18).
012000 01  EFTPARM-NAME-REC.
012100     05  EFP-COMPANY-NAME       PIC X(16).
012200     05  FILLER                 PIC X(01).
012300     05  EFP-DEST-NAME          PIC X(23).
012400     05  FILLER                 PIC X(01).
012500     05  EFP-ORIGIN-NAME        PIC X(23).
012600     05  FILLER                 PIC X(16).
012700
012800 FD  ACHFILE
012900     RECORDING MODE IS F
013000     BLOCK CONTAINS 10 RECORDS
013100     LABEL RECORDS ARE STANDARD.
013200 01  ACHFILE-REC                PIC X(94).
013300
013400 FD  PBKOUT
013500     RECORDING MODE IS F
013600     BLOCK CONTAINS 0 RECORDS
013700     LABEL RECORDS ARE STANDARD.
013800 01  PBKOUT-REC                 PIC X(80).
013900
013905 FD  EFTHLDOUT
013910     RECORDING MODE IS F
013915     BLOCK CONTAINS 0 RECORDS
013920     LABEL RECORDS ARE STANDARD.
013925 01  EFTHLDOUT-REC.
013930     05  HDO-PROV-NO            PIC X(06).
013935     05  HDO-NET                PIC S9(09)V9(02).
013940     05  HDO-CYCLE              PIC X(08).
013945     05  HDO-REASON             PIC X(01).
013950     05  FILLER                 PIC X(54).
013955
014000 FD  EFTRPT
014100     RECORDING MODE IS F
014200     BLOCK CONTAINS 133 RECORDS
014300     LABEL RECORDS ARE STANDARD.
014400 01  EFTRPT-LINE                PIC X(133).
014500
014600 WORKING-STORAGE SECTION.
014700 01  FILLER                     PIC X(40)  VALUE
014800     'HHEFT    - W O R K I N G   S T O R A G E'.
014900 01  HHEFT-VERSION              PIC X(07)  VALUE 'E2026.1'.
015000 01  EOF-OUT                    PIC 9(01)  VALUE 0.
015100 01  EOF-RMT                    PIC 9(01)  VALUE 0.
015200 01  EOF-PBK                    PIC 9(01)  VALUE 0.
015210 01  EOF-HDI                    PIC 9(01)  VALUE 0.
015300 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
015400 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
015500 01  RMT-TRL-SW                 PIC 9(01)  VALUE 0.
015600 01  PARM-ERROR-SW              PIC 9(01)  VALUE 0.
015700 01  OUT-OF-BAL-SW              PIC 9(01)  VALUE 0.
015800 01  MATURE-SW                  PIC 9(01)  VALUE 0.
015900 01  OUTFILE-CTR                PIC 9(09)  VALUE 0.
016000 01  RELEASED-CTR               PIC 9(09)  VALUE 0.
016100 01  SUSPECT-CTR                PIC 9(07)  VALUE 0.
016200 01  INFO-CTR                   PIC 9(07)  VALUE 0.
016300 01  RECEIVABLE-CTR             PIC 9(07)  VALUE 0.
016400 01  PBK-READ-CTR               PIC 9(07)  VALUE 0.
016500 01  PBK-SEQ-ERR-CTR            PIC 9(07)  VALUE 0.
016600 01  PBK-OVERFLOW-CTR           PIC 9(07)  VALUE 0.
016700 01  PROV-OVERFLOW-CTR          PIC 9(07)  VALUE 0.
016800 01  PRENOTE-CTR                PIC 9(07)  VALUE 0.
016900 01  CLEARED-CTR                PIC 9(07)  VALUE 0.
017000 01  PAID-CTR                   PIC 9(07)  VALUE 0.
017100 01  HELD-CTR                   PIC 9(07)  VALUE 0.
017200 01  NOT-POSITIVE-CTR           PIC 9(07)  VALUE 0.
017210 01  HELD-IN-CTR                PIC 9(07)  VALUE 0.
017220 01  HELD-OUT-CTR               PIC 9(07)  VALUE 0.
017230 01  HELD-RELEASED-CTR          PIC 9(07)  VALUE 0.
017300 01  PBKOUT-CTR                 PIC 9(07)  VALUE 0.
017400 01  EFTRPT-CTR                 PIC 9(07)  VALUE 0.
017500 01  EFT-LINE-CTR               PIC 9(02)  VALUE 65.
017600 01  EFT-PAGE-CTR               PIC 9(03)  VALUE 0.
017700 01  EFT-CURR-DATE              PIC X(08)  VALUE SPACES.
017800 01  EFT-CURR-TIME              PIC X(08)  VALUE SPACES.
017900 01  EFT-EFF-DATE               PIC X(08)  VALUE SPACES.
018000 01  EFT-EFF-DAY                PIC 9(07)  VALUE 0.
018100 01  EFT-CLEAR-DAY              PIC 9(07)  VALUE 0.
018200 01  EFT-WAIT-DAYS              PIC 9(02)  VALUE 06.
018300 01  EFT-FILE-ID-MOD            PIC X(01)  VALUE 'A'.
018400 01  EFT-COMPANY-NAME           PIC X(16)  VALUE
018500     'MEDICARE HHA PPS'.
018600 01  EFT-DEST-NAME              PIC X(23)  VALUE SPACES.
018700 01  EFT-ORIGIN-NAME            PIC X(23)  VALUE
018800     'MEDICARE HHA PPS'.
018900 01  EFT-DATE-X                 PIC X(08)  VALUE SPACES.
019000 01  EFT-DATE-N REDEFINES EFT-DATE-X
019100                                PIC 9(08).
019200 01  EFT-WAIT-X                 PIC X(02)  VALUE SPACES.
019300 01  EFT-WAIT-N REDEFINES EFT-WAIT-X
019400                                PIC 9(02).
019500 01  PREV-PBK-PROV              PIC X(06)  VALUE LOW-VALUES.
019600 01  OUT-STAT.
019700     05  OUT-STAT1              PIC X.
019800     05  OUT-STAT2              PIC X.
019900 01  RMT-STAT.
020000     05  RMT-STAT1              PIC X.
020100     05  RMT-STAT2              PIC X.
020200 01  PBK-STAT.
020300     05  PBK-STAT1              PIC X.
020400     05  PBK-STAT2              PIC X.
020500 01  EFP-STAT.
020600     05  EFP-STAT1              PIC X.
020700     05  EFP-STAT2              PIC X.
020800 01  ACH-STAT.
020900     05  ACH-STAT1              PIC X.
021000     05  ACH-STAT2              PIC X.
021100 01  PBO-STAT.
021200     05  PBO-STAT1              PIC X.
021300     05  PBO-STAT2              PIC X.
021400 01  EFR-STAT.
021500     05  EFR-STAT1              PIC X.
021600     05  EFR-STAT2              PIC X.
021610 01  HDI-STAT.
021620     05  HDI-STAT1              PIC X.
021630     05  HDI-STAT2              PIC X.
021640 01  HDO-STAT.
021650     05  HDO-STAT1              PIC X.
021660     05  HDO-STAT2              PIC X.
021700
021800*----------------------------------------------------------------*
021900*  ONE CLAIM'S CONTRIBUTION TO ITS PROVIDER'S NET                 *
022000*----------------------------------------------------------------*
022100 01  CLM-BASE                   PIC S9(09)V9(02) VALUE 0.
022200 01  CLM-SEQ                    PIC S9(09)V9(02) VALUE 0.
022300
022400*----------------------------------------------------------------*
022500*  CYCLE TOTALS - THE FIRST GROUP TIES TO THE REMITTANCE          *
022600*  TRAILER, THE SECOND DERIVES WHAT WAS DISBURSED                 *
022700*----------------------------------------------------------------*
022800 01  CYC-SUM-PAY                PIC S9(11)V9(02) VALUE 0.
022900 01  CYC-SUM-OUTL               PIC S9(11)V9(02) VALUE 0.
023000 01  CYC-SUM-NET                PIC S9(11)V9(02) VALUE 0.
023100 01  CYC-SUM-INT                PIC S9(11)V9(02) VALUE 0.
023200 01  CYC-SUM-SEQ                PIC S9(11)V9(02) VALUE 0.
023300 01  TRL-RECORD-COUNT           PIC 9(09)        VALUE 0.
023400 01  TRL-SUM-PAY                PIC S9(11)V9(02) VALUE 0.
023500 01  TRL-SUM-OUTL               PIC S9(11)V9(02) VALUE 0.
023600 01  TRL-SUM-NET                PIC S9(11)V9(02) VALUE 0.
023700 01  TRL-SUM-INT                PIC S9(11)V9(02) VALUE 0.
023800 01  TRL-SUM-SEQ                PIC S9(11)V9(02) VALUE 0.
023900 01  DSB-ORIGINAL               PIC S9(11)V9(02) VALUE 0.
024000 01  DSB-UPWARD-ADJ             PIC S9(11)V9(02) VALUE 0.
024100 01  DSB-RECEIVABLE             PIC S9(11)V9(02) VALUE 0.
024200 01  DSB-SEQ                    PIC S9(11)V9(02) VALUE 0.
024300 01  DSB-OFFSET                 PIC S9(11)V9(02) VALUE 0.
024400 01  DSB-INTEREST               PIC S9(11)V9(02) VALUE 0.
024500 01  DSB-NET                    PIC S9(11)V9(02) VALUE 0.
024600 01  DSB-PAID                   PIC S9(11)V9(02) VALUE 0.
024700 01  DSB-HELD                   PIC S9(11)V9(02) VALUE 0.
024800 01  DSB-NOT-POSITIVE           PIC S9(11)V9(02) VALUE 0.
024810 01  DSB-HELD-IN                PIC S9(11)V9(02) VALUE 0.
024820 01  DSB-HELD-OUT               PIC S9(11)V9(02) VALUE 0.
024830 01  DSB-RELEASED               PIC S9(11)V9(02) VALUE 0.
024900 01  DSB-CHECK                  PIC S9(11)V9(02) VALUE 0.
025000
025100*----------------------------------------------------------------*
025200*  REMITTANCE TRAILER - THE EDITED AMOUNTS ARE DE-EDITED INTO     *
025300*  THE TRL- FIELDS ABOVE                                          *
025400*----------------------------------------------------------------*
025500 01  RMT-TRAILER-VIEW.
025600     05  RTV-ID                 PIC X(08).
025700     05  FILLER                 PIC X(01).
025800     05  RTV-RECORD-COUNT       PIC 9(09).
025900     05  FILLER                 PIC X(01).
026000     05  RTV-TOTAL-PAYMENT      PIC 9(11).99.
026100     05  FILLER                 PIC X(01).
026200     05  RTV-OUTLIER-PAYMENT    PIC 9(11).99.
026300     05  FILLER                 PIC X(01).
026400     05  RTV-NET-ADJ-AMT        PIC -9(11).99.
026500     05  FILLER                 PIC X(01).
026600     05  RTV-INTEREST-AMT       PIC 9(11).99.
026700     05  FILLER                 PIC X(01).
026800     05  RTV-SEQ-AMT            PIC 9(11).99.
026900     05  FILLER                 PIC X(26).
027000
027100*----------------------------------------------------------------*
027200*  PROVIDER BANKING MASTER (SAME LAYOUT HHTBM213 EDITS)           *
027300*----------------------------------------------------------------*
027400 01  BKT-NEXT                   PIC 9(04)  VALUE 0.
027500 01  BKT-SUB                    PIC 9(04)  VALUE 0.
027600 01  BANK-TABLE.
027700     05  BKT-DATA               OCCURS 5000
027800                                INDEXED BY BK1.
027900         10  BKT-RECORD.
028000             15  BKT-PROV-NO        PIC X(06).
028100             15  FILLER             PIC X(01).
028200             15  BKT-ROUTING.
028300                 20  BKT-RDFI       PIC X(08).
028400                 20  BKT-CHECK-DIGIT PIC X(01).
028500             15  FILLER             PIC X(01).
028600             15  BKT-ACCOUNT        PIC X(17).
028700             15  FILLER             PIC X(01).
028800             15  BKT-ACCT-TYPE      PIC X(01).
028900                 88  BKT-SAVINGS    VALUE 'S'.
029000             15  FILLER             PIC X(01).
029100             15  BKT-STATUS         PIC X(01).
029200             15  FILLER             PIC X(01).
029300             15  BKT-PRENOTE-DATE   PIC X(08).
029400             15  FILLER             PIC X(01).
029500             15  BKT-PAYEE-NAME     PIC X(22).
029600             15  FILLER             PIC X(10).
029700*            STATUS AS READ - THE PAY DECISION IS MADE ON IT
029800         10  BKT-STATUS-IN          PIC X(01).
029900         10  BKT-PRENOTE-SW         PIC X(01).
030000             88  BKT-PRENOTE-SENT   VALUE 'Y'.
030100         10  BKT-CLAIMS-SW          PIC X(01).
030200             88  BKT-HAS-CLAIMS     VALUE 'Y'.
030300
030400*----------------------------------------------------------------*
030500*  PROVIDER NET PAYABLE, KEPT IN PROVIDER NUMBER ORDER            *
030600*----------------------------------------------------------------*
030700 01  PVT-NEXT                   PIC 9(04)  VALUE 0.
030800 01  PVT-SUB                    PIC 9(04)  VALUE 0.
030900 01  PVT-AT                     PIC 9(04)  VALUE 0.
030910 01  PVT-FIND-PROV              PIC X(06)  VALUE SPACES.
031000 01  PROV-TABLE.
031100     05  PVT-DATA               OCCURS 5000
031200                                INDEXED BY PV1.
031300         10  PVT-PROV-NO        PIC X(06).
031400         10  PVT-CLAIMS         PIC 9(05).
031500         10  PVT-GROSS          PIC S9(09)V9(02).
031600         10  PVT-SEQ            PIC S9(09)V9(02).
031700         10  PVT-OFFSET         PIC S9(09)V9(02).
031800         10  PVT-INTEREST       PIC S9(09)V9(02).
031900         10  PVT-NET            PIC S9(09)V9(02).
031910*            NET HELD IN EARLIER CYCLES (ALREADY IN PVT-NET) AND
031920*            THE CYCLE IT WAS FIRST HELD
031930         10  PVT-HELD-IN        PIC S9(09)V9(02).
031940         10  PVT-HELD-CYCLE     PIC X(08).
032000         10  PVT-BANK-IX        PIC 9(04).
032100         10  PVT-DISP           PIC X(01).
032200             88  PVT-PAID                VALUE 'P'.
032300             88  PVT-HELD-PRENOTE-ISSUED VALUE 'I'.
032400             88  PVT-HELD-PRENOTE-OUT    VALUE 'W'.
032500             88  PVT-HELD-RETURNED       VALUE 'R'.
032600             88  PVT-HELD-NO-BANK        VALUE 'B'.
032700             88  PVT-HELD-OVER-LIMIT     VALUE 'L'.
032800             88  PVT-NOT-POSITIVE        VALUE 'N'.
032900
033000*----------------------------------------------------------------*
033100*  NACHA RECORDS.  EVERY ENTRY'S TRACE NUMBER IS THE ORIGINATING  *
033200*  BANK (THE FIRST 8 DIGITS OF THE IMMEDIATE DESTINATION) AND     *
033300*  A 7-DIGIT SEQUENCE                                             *
033400*----------------------------------------------------------------*
033500 01  ACH-REC-CTR                PIC 9(07)  VALUE 0.
033600 01  ACH-ENTRY-CTR              PIC 9(08)  VALUE 0.
033700 01  ACH-BATCH-CTR              PIC 9(06)  VALUE 0.
033800 01  ACH-BLOCK-CTR              PIC 9(06)  VALUE 0.
033900 01  ACH-TRACE-SEQ              PIC 9(07)  VALUE 0.
034000 01  ACH-HASH-SUM               PIC 9(15)  VALUE 0.
034100 01  ACH-HASH                   PIC 9(10)  VALUE 0.
034200 01  ACH-CREDIT-TOTAL           PIC 9(10)V9(02) VALUE 0.
034300 01  ACH-DEBIT-TOTAL            PIC 9(10)V9(02) VALUE 0.
034400 01  ACH-ODFI                   PIC X(08)  VALUE SPACES.
034500 01  ACH-ORIGIN-ID              PIC X(10)  VALUE SPACES.
034600 01  ACH-EFF-YYMMDD             PIC X(06)  VALUE SPACES.
034700 01  ACH-ENTRY-LIMIT            PIC 9(09)V9(02)
034800                                           VALUE 99999999.99.
034900 01  ACH-FUND-ROUTING           PIC X(09)  VALUE SPACES.
035000 01  ACH-FUND-ACCOUNT           PIC X(17)  VALUE SPACES.
035100 01  ACH-RDFI-N                 PIC 9(08)  VALUE 0.
035200 01  ACH-FILL-RECORD            PIC X(94)  VALUE ALL '9'.
035300
035400 01  ACH-FILE-HEADER.
035500     05  FILLER                 PIC X(01)  VALUE '1'.
035600     05  FILLER                 PIC X(02)  VALUE '01'.
035700     05  AFH-DEST               PIC X(10).
035800     05  AFH-ORIGIN             PIC X(10).
035900     05  AFH-CREATE-DATE        PIC X(06).
036000     05  AFH-CREATE-TIME        PIC X(04).
036100     05  AFH-FILE-ID-MOD        PIC X(01).
036200     05  FILLER                 PIC X(03)  VALUE '094'.
036300     05  FILLER                 PIC X(02)  VALUE '10'.
036400     05  FILLER                 PIC X(01)  VALUE '1'.
036500     05  AFH-DEST-NAME          PIC X(23).
036600     05  AFH-ORIGIN-NAME        PIC X(23).
036700     05  AFH-REFERENCE          PIC X(08)  VALUE SPACES.
036800
036900 01  ACH-BATCH-HEADER.
037000     05  FILLER                 PIC X(01)  VALUE '5'.
037100     05  ABH-SERVICE-CLASS      PIC X(03)  VALUE '200'.
037200     05  ABH-COMPANY-NAME       PIC X(16).
037300     05  ABH-DISCRETIONARY      PIC X(20)  VALUE SPACES.
037400     05  ABH-COMPANY-ID         PIC X(10).
037500     05  ABH-SEC-CODE           PIC X(03)  VALUE 'CCD'.
037600     05  ABH-ENTRY-DESC         PIC X(10)  VALUE 'HH PPS PAY'.
037700     05  ABH-DESCRIPTIVE-DATE   PIC X(06).
037800     05  ABH-EFFECTIVE-DATE     PIC X(06).
037900     05  ABH-SETTLEMENT-DATE    PIC X(03)  VALUE SPACES.
038000     05  ABH-ORIGINATOR-STATUS  PIC X(01)  VALUE '1'.
038100     05  ABH-ODFI               PIC X(08).
038200     05  ABH-BATCH-NO           PIC 9(07).
038300
038400 01  ACH-ENTRY-DETAIL.
038500     05  FILLER                 PIC X(01)  VALUE '6'.
038600     05  AED-TRAN-CODE          PIC X(02).
038700         88  AED-CREDIT         VALUES '22' '23' '32' '33'.
038800         88  AED-DEBIT          VALUES '27' '28' '37' '38'.
038900     05  AED-ROUTING.
039000         10  AED-RDFI           PIC X(08).
039100         10  AED-CHECK-DIGIT    PIC X(01).
039200     05  AED-ACCOUNT            PIC X(17).
039300     05  AED-AMOUNT             PIC 9(08)V9(02).
039400     05  AED-IDENT              PIC X(15).
039500     05  AED-NAME               PIC X(22).
039600     05  AED-DISCRETIONARY      PIC X(02)  VALUE SPACES.
039700     05  AED-ADDENDA-IND        PIC X(01)  VALUE '0'.
039800     05  AED-TRACE.
039900         10  AED-TRACE-ODFI     PIC X(08).
040000         10  AED-TRACE-SEQ      PIC 9(07).
040100
040200 01  ACH-BATCH-CONTROL.
040300     05  FILLER                 PIC X(01)  VALUE '8'.
040400     05  ABC-SERVICE-CLASS      PIC X(03)  VALUE '200'.
040500     05  ABC-ENTRY-COUNT        PIC 9(06).
040600     05  ABC-ENTRY-HASH         PIC 9(10).
040700     05  ABC-DEBIT-TOTAL        PIC 9(10)V9(02).
040800     05  ABC-CREDIT-TOTAL       PIC 9(10)V9(02).
040900     05  ABC-COMPANY-ID         PIC X(10).
041000     05  ABC-AUTH-CODE          PIC X(19)  VALUE SPACES.
041100     05  ABC-RESERVED           PIC X(06)  VALUE SPACES.
041200     05  ABC-ODFI               PIC X(08).
041300     05  ABC-BATCH-NO           PIC 9(07).
041400
041500 01  ACH-FILE-CONTROL.
041600     05  FILLER                 PIC X(01)  VALUE '9'.
041700     05  AFC-BATCH-COUNT        PIC 9(06).
041800     05  AFC-BLOCK-COUNT        PIC 9(06).
041900     05  AFC-ENTRY-COUNT        PIC 9(08).
042000     05  AFC-ENTRY-HASH         PIC 9(10).
042100     05  AFC-DEBIT-TOTAL        PIC 9(10)V9(02).
042200     05  AFC-CREDIT-TOTAL       PIC 9(10)V9(02).
042300     05  AFC-RESERVED           PIC X(39)  VALUE SPACES.
042400
042500*----------------------------------------------------------------*
042600*  DISBURSEMENT REGISTER                                          *
042700*----------------------------------------------------------------*
042800 01  EFT-HEAD1.
042900     05  FILLER                 PIC X(11)  VALUE ' HHEFT213'.
043000     05  FILLER                 PIC X(38)  VALUE
043100         'HHA PROVIDER EFT DISBURSEMENT REGISTER'.
043200     05  FILLER                 PIC X(06)  VALUE SPACES.
043300     05  FILLER                 PIC X(10)  VALUE 'EFFECTIVE '.
043400     05  EH1-EFF-DATE           PIC X(08).
043500     05  FILLER                 PIC X(04)  VALUE SPACES.
043600     05  FILLER                 PIC X(09)  VALUE 'RUN DATE '.
043700     05  EH1-RUN-DATE           PIC X(08).
043800     05  FILLER                 PIC X(04)  VALUE SPACES.
043900     05  FILLER                 PIC X(05)  VALUE 'PAGE '.
044000     05  EH1-PAGE               PIC ZZ9.
044100     05  FILLER                 PIC X(27)  VALUE SPACES.
044200
044300 01  EFT-HEAD2.
044400     05  FILLER                 PIC X(08)  VALUE ' PROV'.
044500     05  FILLER                 PIC X(21)  VALUE 'PAYEE'.
044600     05  FILLER                 PIC X(10)  VALUE 'ROUTING'.
044700     05  FILLER                 PIC X(02)  VALUE 'T'.
044800     05  FILLER                 PIC X(06)  VALUE 'CLMS'.
044900     05  FILLER                 PIC X(13)  VALUE '      PAYABLE'.
045000     05  FILLER                 PIC X(12)  VALUE '   SEQUESTER'.
045100     05  FILLER                 PIC X(12)  VALUE '      OFFSET'.
045200     05  FILLER                 PIC X(11)  VALUE '   INTEREST'.
045300     05  FILLER                 PIC X(14)  VALUE '           NET'.
045400     05  FILLER                 PIC X(12)  VALUE ' DISPOSITION'.
045500     05  FILLER                 PIC X(12)  VALUE SPACES.
045600
045700 01  EFT-DASH-LINE.
045800     05  FILLER                 PIC X(01)  VALUE SPACE.
045900     05  FILLER                 PIC X(132) VALUE ALL '-'.
046000
046100 01  EFT-TITLE-LINE.
046200     05  FILLER                 PIC X(01)  VALUE SPACE.
046300     05  ETT-TEXT               PIC X(60).
046400     05  FILLER                 PIC X(72)  VALUE SPACES.
046500
046600 01  EFT-DETAIL-LINE.
046700     05  FILLER                 PIC X(01)  VALUE SPACE.
046800     05  EDL-PROV               PIC X(06).
046900     05  FILLER                 PIC X(01)  VALUE SPACE.
047000     05  EDL-NAME               PIC X(20).
047100     05  FILLER                 PIC X(01)  VALUE SPACE.
047200     05  EDL-ROUTING            PIC X(09).
047300     05  FILLER                 PIC X(01)  VALUE SPACE.
047400     05  EDL-TYPE               PIC X(01).
047500     05  FILLER                 PIC X(01)  VALUE SPACE.
047600     05  EDL-CLAIMS             PIC ZZZZ9.
047700     05  FILLER                 PIC X(01)  VALUE SPACE.
047800     05  EDL-GROSS              PIC ZZZZZZZZ9.99-.
047900     05  FILLER                 PIC X(01)  VALUE SPACE.
048000     05  EDL-SEQ                PIC ZZZZZZ9.99-.
048100     05  FILLER                 PIC X(01)  VALUE SPACE.
048200     05  EDL-OFFSET             PIC ZZZZZZZ9.99.
048300     05  FILLER                 PIC X(01)  VALUE SPACE.
048400     05  EDL-INTEREST           PIC ZZZZZZ9.99.
048500     05  FILLER                 PIC X(01)  VALUE SPACE.
048600     05  EDL-NET                PIC ZZZZZZZZ9.99-.
048700     05  FILLER                 PIC X(01)  VALUE SPACE.
048800     05  EDL-DISP               PIC X(23).
048900
049000 01  EFT-TIE-HEAD.
049100     05  FILLER                 PIC X(34)  VALUE '   ITEM'.
049200     05  FILLER                 PIC X(19)  VALUE
049300         '      REMIT TRAILER'.
049400     05  FILLER                 PIC X(02)  VALUE SPACES.
049500     05  FILLER                 PIC X(19)  VALUE
049600         '    RELEASED CLAIMS'.
049700     05  FILLER                 PIC X(02)  VALUE SPACES.
049800     05  FILLER                 PIC X(19)  VALUE
049900         '         DIFFERENCE'.
050000     05  FILLER                 PIC X(38)  VALUE SPACES.
050100
050200 01  EFT-TIE-LINE.
050300     05  FILLER                 PIC X(03)  VALUE SPACES.
050400     05  ETL-LABEL              PIC X(30).
050500     05  FILLER                 PIC X(01)  VALUE SPACE.
050600     05  ETL-TRAILER            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
050700     05  FILLER                 PIC X(02)  VALUE SPACES.
050800     05  ETL-CYCLE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
050900     05  FILLER                 PIC X(02)  VALUE SPACES.
051000     05  ETL-DIFF               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
051100     05  FILLER                 PIC X(03)  VALUE SPACES.
051200     05  ETL-STATUS             PIC X(14).
051300     05  FILLER                 PIC X(21)  VALUE SPACES.
051400
051500 01  EFT-TIE-COUNT-LINE.
051600     05  FILLER                 PIC X(03)  VALUE SPACES.
051700     05  ETC-LABEL              PIC X(30).
051800     05  FILLER                 PIC X(01)  VALUE SPACE.
051900     05  ETC-TRAILER            PIC ZZZ,ZZZ,ZZZ,ZZ9-.
052000     05  FILLER                 PIC X(05)  VALUE SPACES.
052100     05  ETC-CYCLE              PIC ZZZ,ZZZ,ZZZ,ZZ9-.
052200     05  FILLER                 PIC X(05)  VALUE SPACES.
052300     05  ETC-DIFF               PIC ZZZ,ZZZ,ZZZ,ZZ9-.
052400     05  FILLER                 PIC X(06)  VALUE SPACES.
052500     05  ETC-STATUS             PIC X(14).
052600     05  FILLER                 PIC X(21)  VALUE SPACES.
052700
052800 01  EFT-PROOF-LINE.
052900     05  FILLER                 PIC X(03)  VALUE SPACES.
053000     05  EPL-LABEL              PIC X(48).
053100     05  EPL-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
053200     05  FILLER                 PIC X(63)  VALUE SPACES.
053300
053400 01  TIE-TRAILER                PIC S9(11)V9(02) VALUE 0.
053500 01  TIE-CYCLE                  PIC S9(11)V9(02) VALUE 0.
053600 01  EFT-HOLD-LINE              PIC X(133) VALUE SPACES.
053700
053800*----------------------------------------------------------------*
053900*  THE HHA-INPUT-DATA LAYOUT WRITTEN BY HHMGR213 - KEEP IN STEP   *
054000*  WITH HHRMT213                                                  *
054100*----------------------------------------------------------------*
054200 01  HHA-INPUT-DATA.
054300     05  HHA-DATA.
054400         10  HHA-NPI                 PIC X(10).
054500         10  HHA-HIC                 PIC X(12).
054600         10  HHA-PROV-NO             PIC X(06).
054700         10  HHA-INIT-PAY-QRP-INDICATOR  PIC X(01).
054800         10  HHA-PROV-VBP-ADJ-FAC    PIC 9V9(5).
054900         10  HHA-PROV-OUTLIER-PAY-TOTAL PIC 9(08)V9(02).
055000         10  HHA-PROV-PAYMENT-TOTAL  PIC 9(09)V9(02).
055100         10  HHA-TOB                 PIC X(03).
055200         10  HHA-CBSA                PIC X(05).
055300         10  HHA-COUNTY-CODE         PIC X(05).
055400         10  HHA-SERV-FROM-DATE.
055500             15  HHA-FROM-CC         PIC XX.
055600             15  HHA-FROM-YYMMDD.
055700                 25  HHA-FROM-YY     PIC XX.
055800                 25  HHA-FROM-MM     PIC XX.
055900                 25  HHA-FROM-DD     PIC XX.
056000         10  HHA-SERV-THRU-DATE.
056100             15  HHA-THRU-CC         PIC XX.
056200             15  HHA-THRU-YYMMDD.
056300                 25  HHA-THRU-YY     PIC XX.
056400                 25  HHA-THRU-MM     PIC XX.
056500                 25  HHA-THRU-DD     PIC XX.
056600         10  HHA-ADMIT-DATE.
056700             15  HHA-ADMIT-CC        PIC XX.
056800             15  HHA-ADMIT-YYMMDD.
056900                 25  HHA-ADMIT-YY    PIC XX.
057000                 25  HHA-ADMIT-MM    PIC XX.
057100                 25  HHA-ADMIT-DD    PIC XX.
057200         10  HHA-LUPA-SRC-ADM           PIC X.
057300         10  HHA-ADJ-IND                PIC X.
057400             88  HHA-ADJ-IS-CANCEL      VALUE 'C'.
057500             88  HHA-ADJ-IS-ADJUSTMENT  VALUE 'A'.
057600         10  HHA-PEP-INDICATOR       PIC X.
057700         10  HHA-HRG-INPUT-CODE       PIC X(05).
057800         10  HHA-HRG-NO-OF-DAYS       PIC 9(03).
057900         10  HHA-HRG-WGTS             PIC 9(02)V9(04).
058000         10  HHA-HRG-PAY              PIC 9(07)V9(02).
058100         10  HHA-REVENUE-DATA     OCCURS 6.
058200             15  HHA-REVENUE-CODE              PIC X(04).
058300             15  HHA-REVENUE-QTY-COV-VISITS    PIC 9(03).
058400             15  HHA-REVENUE-QTY-OUTL-UNITS    PIC 9(05).
058500             15  HHA-REVENUE-EARLIEST-DATE     PIC 9(08).
058600             15  HHA-REVENUE-DOLL-RATE         PIC 9(07)V9(02).
058700             15  HHA-REVENUE-COST              PIC 9(07)V9(02).
058800             15  HHA-REVENUE-ADD-ON-VISIT-AMT  PIC 9(07)V9(02).
058900         10  HHA-PAY-RTC                PIC 99.
059000             88  HHA-RTC-PAYABLE  VALUES 00 01 02 06 09 11 14 32.
059100         10  HHA-REVENUE-SUM1-6-QTY-ALL PIC 9(05).
059200         10  HHA-OUTLIER-PAYMENT        PIC 9(07)V9(02).
059300         10  HHA-TOTAL-PAYMENT          PIC 9(07)V9(02).
059400     05  HHA-VBP-ADJ-AMT                PIC S9(7)V99.
059500     05  HHA-PPS-STD-VALUE              PIC 9(7)V99.
059600     05  HHA-RECEIPT-DATE           PIC X(8).
059700     05  HHA-OVERRIDE-IND           PIC X(1).
059800     05  HHA-LATE-SUB-PEN-AMT       PIC 9(7)V9(2).
059900     05  HHA-RURAL-ADDON-CAT    PIC X(01).
060000     05  HHA-OUTLIER-CAP-IND    PIC X(01).
060100     05  HHA-OUTLIER-PRECAP-AMT PIC 9(7)V9(2).
060200     05  HHA-LATE-SUB-DAYS          PIC 9(03).
060300     05  HHA-LATE-NOA-DAYS          PIC 9(03).
060400     05  HHA-CBSA-MATCHED-EFFDATE   PIC X(08).
060500     05  HHA-HRG-MATCHED-EFFDATE    PIC X(08).
060600     05  HHA-REV-MATCHED-EFFDATE    PIC X(08).
060700     05  HHA-TOB-CLASS           PIC X(01).
060800     05  HHA-PEP-FULL-HRG-AMT    PIC 9(07)V9(02).
060900     05  HHA-LABOR-PORTION       PIC 9(07)V9(02).
061000     05  HHA-NONLABOR-PORTION    PIC 9(07)V9(02).
061100     05  HHA-MED-REVIEW-INDICATOR PIC X(01) OCCURS 6.
061200         88  HHA-MED-REV-VALID  VALUE '0', '1', '2', SPACE.
061300     05  HHA-MSA2                 PIC X(05).
061400     05  HHA-LUPA-ADDON-REASON-CD PIC X(01).
061500     05  HHA-ORIG-TOTAL-PAYMENT   PIC 9(07)V9(02).
061600     05  HHA-NET-ADJ-AMT          PIC S9(07)V9(02).
061700     05  HHA-PEP-FORCED-IND       PIC X(01).
061800     05  HHA-REC-VERSION          PIC X(01).
061900     05  HHA-CONT-CNT             PIC X(01).
062000     05  HHA-EDIT-RTC-LIST        PIC X(10).
062100     05  HHA-IDENT-TYPE           PIC X(01).
062200     05  HHA-TIMING-DERIVED       PIC X(01).
062300*        'S' = HELD FOR ANALYST RELEASE - NOT EXTRACTED
062400     05  HHA-SUSPECT-IND          PIC X(01).
062500     05  FILLER                   PIC X(13).
062600*        CLEAN-CLAIM INTEREST OWED - PAID BESIDE, NEVER INSIDE,
062700*        THE TOTAL PAYMENT
062800     05  HHA-INTEREST-AMT         PIC 9(07)V9(02).
062900*        SEQUESTRATION REDUCTION AND THE PAYABLE AFTER IT - THE
063000*        GL DISBURSES THE POST-SEQUESTRATION AMOUNT
063100     05  HHA-SEQUESTRATION-AMT    PIC 9(07)V9(02).
063200*        MSP - PRIMARY INSURER'S PAYMENT; THE TOTAL IS THE
063300*        MEDICARE SECONDARY PAYABLE
063400     05  HHA-MSP-IND              PIC X(01).
063500     05  HHA-MSP-PRIM-PAY-AMT     PIC 9(07)V9(02).
063600     05  HHA-RECLASS-CBSA         PIC X(05).
063700*        OFFSET RECOUPMENT WITHHELD FROM THIS CLAIM BY HHMGR213
063800     05  HHA-OFFSET-APPLIED-AMT   PIC 9(07)V9(02).
063900*        MAC JURISDICTION - EACH CONTRACT'S DOWNSTREAM GETS
064000*        ITS OWN COLUMN AND COUNT
064100     05  HHA-CONTRACT-CODE        PIC X(01).
064200*        'I' = INFORMATIONAL NO-PAY BILL - NEVER EXTRACTED
064300     05  HHA-CLAIM-CLASS          PIC X(01).
064400     05  FILLER                     PIC X(16).
064410*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM
064420*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ
064430     05  HHA-V3-EXTENSION.
064440         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
064450         10  HHA-BILLED-PROV-NO     PIC X(06).
064460         10  HHA-SUBMIT-MEDIA       PIC X(01).
064470         10  HHA-LIFT-DATE          PIC X(08).
064480         10  FILLER                 PIC X(326).
064500
064600 PROCEDURE DIVISION.
064700
064800 0000-MAINLINE  SECTION.
064900     ACCEPT EFT-CURR-DATE FROM DATE YYYYMMDD.
065000     ACCEPT EFT-CURR-TIME FROM TIME.
065100     MOVE EFT-CURR-DATE TO EFT-EFF-DATE.
065200
065300     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
065400     IF PARM-ERROR-SW = 1
065500         DISPLAY '** HHEFT213 - EFTPARM IN ERROR - NO ACH FILE'
065600         MOVE 16 TO RETURN-CODE
065700         STOP RUN.
065800
065900     PERFORM 0200-LOAD-BANK-MASTER THRU 0200-EXIT.
066000     PERFORM 0300-READ-REMIT-TRAILER THRU 0300-EXIT.
066010     PERFORM 0400-LOAD-HELD THRU 0400-EXIT.
066100
066200     OPEN INPUT OUTFILE.
066300     PERFORM 1000-READ-OUTFILE THRU 1000-EXIT
066400             UNTIL EOF-OUT = 1.
066500     CLOSE OUTFILE.
066600
066700     OPEN OUTPUT EFTRPT.
066800     PERFORM 2000-TIE-OUT THRU 2000-EXIT.
066900     IF OUT-OF-BAL-SW = 1
067000         PERFORM 6000-PRINT-TIE-OUT THRU 6000-EXIT
067100         CLOSE EFTRPT
067200         DISPLAY '** HHEFT213 - CYCLE DOES NOT TIE TO THE'
067300                 ' REMITTANCE TRAILER'
067400         DISPLAY '** NO ACH FILE CREATED - SEE EFTRPT'
067500         MOVE 16 TO RETURN-CODE
067600         STOP RUN.
067700
067800     OPEN OUTPUT ACHFILE
067900                 PBKOUT
067910                 EFTHLDOUT.
068000
068100     PERFORM 3000-PRENOTE-SWEEP THRU 3000-EXIT
068200             VARYING BKT-SUB FROM 1 BY 1
068300             UNTIL BKT-SUB > BKT-NEXT.
068400     PERFORM 3200-SETTLE-PROVIDER THRU 3200-EXIT
068500             VARYING PVT-SUB FROM 1 BY 1
068600             UNTIL PVT-SUB > PVT-NEXT.
068700
068800     PERFORM 4000-WRITE-FILE-HEADER THRU 4000-EXIT.
068900     IF PRENOTE-CTR > 0 OR PAID-CTR > 0
069000         PERFORM 4100-WRITE-BATCH THRU 4100-EXIT.
069100     PERFORM 4800-WRITE-FILE-CONTROL THRU 4800-EXIT.
069200
069300     PERFORM 5000-WRITE-BANK-MASTER THRU 5000-EXIT
069400             VARYING BKT-SUB FROM 1 BY 1
069500             UNTIL BKT-SUB > BKT-NEXT.
069600
069700     PERFORM 6100-PRINT-REGISTER THRU 6100-EXIT.
069800     PERFORM 6000-PRINT-TIE-OUT THRU 6000-EXIT.
069900     PERFORM 6500-PRINT-PROOF THRU 6500-EXIT.
070000
070100     CLOSE ACHFILE
070200           PBKOUT
070210           EFTHLDOUT
070300           EFTRPT.
070400
070500     DISPLAY '-- PROGRAM HHEFT213  VERSION  ===> ' HHEFT-VERSION.
070600     DISPLAY '-- EFFECTIVE DATE            ===> ' EFT-EFF-DATE.
070700     DISPLAY '-- OUTFILE CLAIMS READ       ===> ' OUTFILE-CTR.
070800     DISPLAY '-- RELEASED CLAIMS           ===> ' RELEASED-CTR.
070900     DISPLAY '-- SUSPECT / INFORMATIONAL   ===> ' SUSPECT-CTR
071000             ' / ' INFO-CTR.
071100     DISPLAY '-- RECEIVABLES LEFT TO OFFSET ===> ' RECEIVABLE-CTR.
071200     DISPLAY '-- BANK MASTER RECORDS       ===> ' PBK-READ-CTR.
071300     DISPLAY '-- PROVIDERS PAID            ===> ' PAID-CTR.
071400     DISPLAY '-- PROVIDERS HELD            ===> ' HELD-CTR.
071500     DISPLAY '-- PROVIDERS NOT POSITIVE    ===> '
071600             NOT-POSITIVE-CTR.
071610     DISPLAY '-- HELD CARRIED IN           ===> ' HELD-IN-CTR.
071620     DISPLAY '-- HELD RELEASED             ===> '
071630             HELD-RELEASED-CTR.
071640     DISPLAY '-- HELD CARRIED FORWARD      ===> ' HELD-OUT-CTR.
071700     DISPLAY '-- PRENOTES ISSUED           ===> ' PRENOTE-CTR.
071800     DISPLAY '-- PRENOTES CLEARED          ===> ' CLEARED-CTR.
071900     DISPLAY '-- ACH ENTRIES               ===> ' ACH-ENTRY-CTR.
072000     DISPLAY '-- ACH RECORDS WRITTEN       ===> ' ACH-REC-CTR.
072100     DISPLAY '-- PBKOUT RECORDS WRITTEN    ===> ' PBKOUT-CTR.
072200     DISPLAY '-- EFTRPT LINES WRITTEN      ===> ' EFTRPT-CTR.
072300     IF PBK-SEQ-ERR-CTR > 0
072400         DISPLAY '** BANK MASTER RECORDS OUT OF ORDER ===> '
072500                 PBK-SEQ-ERR-CTR.
072600     IF PBK-OVERFLOW-CTR > 0
072700         DISPLAY '** BANK MASTER TABLE FULL - NOT LOADED ===> '
072800                 PBK-OVERFLOW-CTR.
072900     IF PROV-OVERFLOW-CTR > 0
073000         DISPLAY '** PROVIDER TABLE FULL - CLAIMS NOT PAID ===> '
073100                 PROV-OVERFLOW-CTR.
073200
073300     IF PBK-SEQ-ERR-CTR > 0 OR PBK-OVERFLOW-CTR > 0
073400        OR PROV-OVERFLOW-CTR > 0
073500         MOVE 8 TO RETURN-CODE
073600     ELSE
073700     IF HELD-CTR > 0 OR NOT-POSITIVE-CTR > 0
073800         MOVE 4 TO RETURN-CODE.
073900
074000     STOP RUN.
074100
074200*----------------------------------------------------------------*
074300*  EFTPARM - THE ORIGINATING BANK, COMPANY AND FUNDING ACCOUNT    *
074400*  MUST BE PRESENT; THERE ARE NO DEFAULTS FOR THEM                *
074500*----------------------------------------------------------------*
074600 0100-GET-PARMS.
074700     OPEN INPUT EFTPARM.
074800     IF EFP-STAT1 NOT = '0'
074900         DISPLAY '** HHEFT213 - EFTPARM WILL NOT OPEN, STATUS '
075000                 EFP-STAT
075100         MOVE 1 TO PARM-ERROR-SW
075200         GO TO 0100-EXIT.
075300     READ EFTPARM
075400         AT END
075500             DISPLAY '** HHEFT213 - EFTPARM IS EMPTY'
075600             MOVE 1 TO PARM-ERROR-SW
075700             CLOSE EFTPARM
075800             GO TO 0100-EXIT.
075900
076000     IF EFP-DEST-ROUTING NOT NUMERIC
076100         DISPLAY '** EFTPARM - DESTINATION ROUTING NOT NUMERIC'
076200         MOVE 1 TO PARM-ERROR-SW.
076300     IF EFP-ORIGIN-ID = SPACES
076400         DISPLAY '** EFTPARM - COMPANY ID IS BLANK'
076500         MOVE 1 TO PARM-ERROR-SW.
076600     IF EFP-FUND-ROUTING NOT NUMERIC
076700         DISPLAY '** EFTPARM - FUNDING ROUTING NOT NUMERIC'
076800         MOVE 1 TO PARM-ERROR-SW.
076900     IF EFP-FUND-ACCOUNT = SPACES
077000         DISPLAY '** EFTPARM - FUNDING ACCOUNT IS BLANK'
077100         MOVE 1 TO PARM-ERROR-SW.
077200     IF EFP-EFF-DATE NOT = SPACES
077300         MOVE EFP-EFF-DATE TO EFT-DATE-X
077400         IF EFT-DATE-X NOT NUMERIC
077500             DISPLAY '** EFTPARM - EFFECTIVE DATE NOT NUMERIC'
077600             MOVE 1 TO PARM-ERROR-SW
077700         ELSE
077800         IF EFT-DATE-X < EFT-CURR-DATE
077900             DISPLAY '** EFTPARM - EFFECTIVE DATE IS PAST'
078000             MOVE 1 TO PARM-ERROR-SW
078100         ELSE
078200             MOVE EFT-DATE-X TO EFT-EFF-DATE.
078300     IF EFP-WAIT-DAYS NOT = SPACES
078400         MOVE EFP-WAIT-DAYS TO EFT-WAIT-X
078500         IF EFT-WAIT-X NUMERIC
078600             MOVE EFT-WAIT-N TO EFT-WAIT-DAYS
078700         ELSE
078800             DISPLAY '** EFTPARM - PRENOTE WAIT DAYS NOT NUMERIC'
078900             MOVE 1 TO PARM-ERROR-SW.
079000     IF EFP-FILE-ID-MOD NOT = SPACE
079100         MOVE EFP-FILE-ID-MOD TO EFT-FILE-ID-MOD.
079200
079300     MOVE EFP-DEST-ROUTING (1:8) TO ACH-ODFI.
079400     MOVE EFP-ORIGIN-ID          TO ACH-ORIGIN-ID.
079500     MOVE EFP-FUND-ROUTING       TO ACH-FUND-ROUTING.
079600     MOVE EFP-FUND-ACCOUNT       TO ACH-FUND-ACCOUNT.
079700     MOVE SPACE                  TO AFH-DEST (1:1).
079800     MOVE EFP-DEST-ROUTING       TO AFH-DEST (2:9).
079900
080000     READ EFTPARM
080100         AT END
080200             GO TO 0100-CLOSE.
080300     IF EFP-COMPANY-NAME NOT = SPACES
080400         MOVE EFP-COMPANY-NAME TO EFT-COMPANY-NAME.
080500     IF EFP-DEST-NAME NOT = SPACES
080600         MOVE EFP-DEST-NAME TO EFT-DEST-NAME.
080700     IF EFP-ORIGIN-NAME NOT = SPACES
080800         MOVE EFP-ORIGIN-NAME TO EFT-ORIGIN-NAME.
080900 0100-CLOSE.
081000     CLOSE EFTPARM.
081100     MOVE EFT-EFF-DATE TO EFT-DATE-X.
081200     COMPUTE EFT-EFF-DAY = FUNCTION INTEGER-OF-DATE (EFT-DATE-N).
081300     MOVE EFT-EFF-DATE (3:6) TO ACH-EFF-YYMMDD.
081400 0100-EXIT.  EXIT.
081500
081600*----------------------------------------------------------------*
081700*  LOAD THE BANKING MASTER.  HHTBM213 PROMOTES IT IN PROVIDER     *
081800*  NUMBER ORDER; A RECORD OUT OF ORDER IS COUNTED AND SKIPPED     *
081900*----------------------------------------------------------------*
082000 0200-LOAD-BANK-MASTER.
082100     OPEN INPUT PROVBANK.
082200     PERFORM 0210-READ-BANK THRU 0210-EXIT
082300             UNTIL EOF-PBK = 1.
082400     CLOSE PROVBANK.
082500 0200-EXIT.  EXIT.
082600
082700 0210-READ-BANK.
082800     READ PROVBANK
082900         AT END
083000             MOVE 1 TO EOF-PBK
083100             GO TO 0210-EXIT.
083200     ADD 1 TO PBK-READ-CTR.
083300     IF PROVBANK-REC (1:6) NOT > PREV-PBK-PROV
083400         ADD 1 TO PBK-SEQ-ERR-CTR
083500         DISPLAY '** PROVBANK OUT OF ORDER - SKIPPED ===> '
083600                 PROVBANK-REC (1:6)
083700         GO TO 0210-EXIT.
083800     MOVE PROVBANK-REC (1:6) TO PREV-PBK-PROV.
083900     IF BKT-NEXT NOT < 5000
084000         ADD 1 TO PBK-OVERFLOW-CTR
084100         GO TO 0210-EXIT.
084200     ADD 1 TO BKT-NEXT.
084300     MOVE PROVBANK-REC TO BKT-RECORD (BKT-NEXT).
084400     MOVE BKT-STATUS (BKT-NEXT) TO BKT-STATUS-IN (BKT-NEXT).
084500     MOVE 'N' TO BKT-PRENOTE-SW (BKT-NEXT).
084600     MOVE 'N' TO BKT-CLAIMS-SW (BKT-NEXT).
084700 0210-EXIT.  EXIT.
084800
084900*----------------------------------------------------------------*
085000*  THE REMITTANCE EXTRACT ENDS WITH ITS HHRMTTRL TRAILER          *
085100*----------------------------------------------------------------*
085200 0300-READ-REMIT-TRAILER.
085300     OPEN INPUT REMITFIL.
085400     PERFORM 0310-READ-REMIT THRU 0310-EXIT
085500             UNTIL EOF-RMT = 1.
085600     CLOSE REMITFIL.
085700 0300-EXIT.  EXIT.
085800
085900 0310-READ-REMIT.
086000     READ REMITFIL
086100         AT END
086200             MOVE 1 TO EOF-RMT
086300             GO TO 0310-EXIT.
086400     IF REMITFIL-REC (1:8) NOT = 'HHRMTTRL'
086500         GO TO 0310-EXIT.
086600     MOVE 1 TO RMT-TRL-SW.
086700     MOVE REMITFIL-REC        TO RMT-TRAILER-VIEW.
086800     MOVE RTV-RECORD-COUNT    TO TRL-RECORD-COUNT.
086900     MOVE RTV-TOTAL-PAYMENT   TO TRL-SUM-PAY.
087000     MOVE RTV-OUTLIER-PAYMENT TO TRL-SUM-OUTL.
087100     MOVE RTV-NET-ADJ-AMT     TO TRL-SUM-NET.
087200     MOVE RTV-INTEREST-AMT    TO TRL-SUM-INT.
087300     MOVE RTV-SEQ-AMT         TO TRL-SUM-SEQ.
087400 0310-EXIT.  EXIT.
087403
087406*----------------------------------------------------------------*
087409*  NETS HELD IN EARLIER CYCLES COME BACK ON THE PROVIDER'S ROW    *
087412*  AND ARE PAID OR HELD AGAIN WITH THIS CYCLE'S NET               *
087415*----------------------------------------------------------------*
087418 0400-LOAD-HELD.
087421     OPEN INPUT EFTHLDIN.
087424     IF HDI-STAT1 = '0' OR HDI-STAT1 = '9'
087427         PERFORM 0410-READ-HELD THRU 0410-EXIT
087430                 UNTIL EOF-HDI = 1
087433         CLOSE EFTHLDIN.
087436 0400-EXIT.  EXIT.
087439
087442 0410-READ-HELD.
087445     READ EFTHLDIN
087448         AT END
087451             MOVE 1 TO EOF-HDI
087454             GO TO 0410-EXIT.
087457     ADD 1 TO HELD-IN-CTR.
087460     MOVE HDI-PROV-NO TO PVT-FIND-PROV.
087463     PERFORM 1200-FIND-PROVIDER THRU 1200-EXIT.
087466     IF PVT-AT = 0
087469         DISPLAY '** HHEFT213 - PROVIDER TABLE FULL - EFTHLDIN'
087472         MOVE 16 TO RETURN-CODE
087475         STOP RUN.
087478     ADD HDI-NET   TO PVT-NET (PVT-AT)
087481                      PVT-HELD-IN (PVT-AT)
087484                      DSB-HELD-IN.
087487     MOVE HDI-CYCLE TO PVT-HELD-CYCLE (PVT-AT).
087490 0410-EXIT.  EXIT.
087500
087600*----------------------------------------------------------------*
087700*  ONE PRICED CLAIM - THE SAME RELEASE RULES AS HHRMT213          *
087800*----------------------------------------------------------------*
087900 1000-READ-OUTFILE.
088000     READ OUTFILE INTO HHA-INPUT-DATA
088100         AT END
088200             MOVE 1 TO EOF-OUT
088300             PERFORM 1300-CHECK-EOF THRU 1300-EXIT
088400             GO TO 1000-EXIT.
088500
088600     IF HHA-INPUT-DATA (1:8) = 'HHOUTHDR'
088700         PERFORM 1250-CHECK-RUN-MODE THRU 1250-EXIT
088800         MOVE 1 TO HDR-SEEN-SW
088900         MOVE 0 TO TRL-SEEN-SW
089000         GO TO 1000-EXIT.
089100
089200     IF HDR-SEEN-SW = 0
089300         DISPLAY '** HHEFT213 - OUTFILE HAS NO HEADER RECORD **'
089400         DISPLAY '** NOT A CURRENT PRICED OUTFILE - STOPPED **'
089500         MOVE 16 TO RETURN-CODE
089600         STOP RUN.
089700
089800     IF HHA-INPUT-DATA (1:8) = 'HHOUTTRL'
089900         MOVE 1 TO TRL-SEEN-SW
090000         GO TO 1000-EXIT.
090100
090200     ADD 1 TO OUTFILE-CTR.
090210     PERFORM 1000A-LIFT-VERSION-2 THRU 1000A-EXIT.
090300     IF HHA-SUSPECT-IND = 'S'
090400         ADD 1 TO SUSPECT-CTR
090500         GO TO 1000-EXIT.
090600     IF HHA-CLAIM-CLASS = 'I'
090700         ADD 1 TO INFO-CTR
090800         GO TO 1000-EXIT.
090900
091000     ADD 1 TO RELEASED-CTR.
091100     ADD HHA-TOTAL-PAYMENT     TO CYC-SUM-PAY.
091200     ADD HHA-OUTLIER-PAYMENT   TO CYC-SUM-OUTL.
091300     ADD HHA-NET-ADJ-AMT       TO CYC-SUM-NET.
091400     ADD HHA-INTEREST-AMT      TO CYC-SUM-INT.
091500     ADD HHA-SEQUESTRATION-AMT TO CYC-SUM-SEQ.
091600
091700     PERFORM 1100-PRICE-CLAIM THRU 1100-EXIT.
091800 1000-EXIT.  EXIT.
091805
091810*================================================================*
091815*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *
091820*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *
091825*================================================================*
091830 1000A-LIFT-VERSION-2.
091835     IF HHA-REC-VERSION = '3'
091840         GO TO 1000A-EXIT.
091845     MOVE SPACES            TO HHA-V3-EXTENSION.
091850     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
091875     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.
091880     IF HHA-SEQUESTRATION-AMT NUMERIC
091885        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
091890         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.
091895 1000A-EXIT.  EXIT.
091900
092000*----------------------------------------------------------------*
092100*  WHAT THIS CLAIM ADDS TO ITS PROVIDER'S DISBURSEMENT            *
092200*----------------------------------------------------------------*
092300 1100-PRICE-CLAIM.
092400     MOVE 0 TO CLM-BASE.
092500     MOVE 0 TO CLM-SEQ.
092600     IF HHA-ADJ-IS-CANCEL OR HHA-ADJ-IS-ADJUSTMENT
092700         IF HHA-NET-ADJ-AMT > 0
092800             MOVE HHA-NET-ADJ-AMT TO CLM-BASE
092900             IF HHA-TOTAL-PAYMENT > 0
093000                 COMPUTE CLM-SEQ ROUNDED = HHA-SEQUESTRATION-AMT
093100                       * HHA-NET-ADJ-AMT / HHA-TOTAL-PAYMENT
093200             END-IF
093300         ELSE
093400             IF HHA-NET-ADJ-AMT < 0
093500                 ADD 1 TO RECEIVABLE-CTR
093600                 SUBTRACT HHA-NET-ADJ-AMT FROM DSB-RECEIVABLE
093700             END-IF
093800         END-IF
093900     ELSE
094000         IF HHA-RTC-PAYABLE
094100             MOVE HHA-TOTAL-PAYMENT     TO CLM-BASE
094200             MOVE HHA-SEQUESTRATION-AMT TO CLM-SEQ.
094300
094400     IF CLM-BASE = 0 AND HHA-INTEREST-AMT = 0
094500        AND HHA-OFFSET-APPLIED-AMT = 0
094600         GO TO 1100-EXIT.
094700
094710     MOVE HHA-PROV-NO TO PVT-FIND-PROV.
094800     PERFORM 1200-FIND-PROVIDER THRU 1200-EXIT.
094900     IF PVT-AT = 0
095000         ADD 1 TO PROV-OVERFLOW-CTR
095100         GO TO 1100-EXIT.
095200
095300     ADD 1                      TO PVT-CLAIMS (PVT-AT).
095400     ADD CLM-BASE               TO PVT-GROSS (PVT-AT).
095500     ADD CLM-SEQ                TO PVT-SEQ (PVT-AT).
095600     ADD HHA-OFFSET-APPLIED-AMT TO PVT-OFFSET (PVT-AT).
095700     ADD HHA-INTEREST-AMT       TO PVT-INTEREST (PVT-AT).
095800     COMPUTE PVT-NET (PVT-AT) = PVT-NET (PVT-AT) + CLM-BASE
095900           - CLM-SEQ - HHA-OFFSET-APPLIED-AMT + HHA-INTEREST-AMT.
096000
096100     IF HHA-ADJ-IS-CANCEL OR HHA-ADJ-IS-ADJUSTMENT
096200         ADD CLM-BASE TO DSB-UPWARD-ADJ
096300     ELSE
096400         ADD CLM-BASE TO DSB-ORIGINAL.
096500     ADD CLM-SEQ                TO DSB-SEQ.
096600     ADD HHA-OFFSET-APPLIED-AMT TO DSB-OFFSET.
096700     ADD HHA-INTEREST-AMT       TO DSB-INTEREST.
096800 1100-EXIT.  EXIT.
096900
097000*----------------------------------------------------------------*
097100*  FIND THE PROVIDER, OR OPEN A ROW FOR IT IN PROVIDER ORDER      *
097200*----------------------------------------------------------------*
097300 1200-FIND-PROVIDER.
097400     MOVE 0 TO PVT-AT.
097500     SET PV1 TO 1.
097600     SEARCH PVT-DATA VARYING PV1
097700         AT END
097800             CONTINUE
097900         WHEN PV1 > PVT-NEXT
098000             CONTINUE
098100         WHEN PVT-PROV-NO (PV1) = PVT-FIND-PROV
098200             SET PVT-AT TO PV1
098300     END-SEARCH.
098400     IF PVT-AT > 0
098500         GO TO 1200-EXIT.
098600     IF PVT-NEXT NOT < 5000
098700         GO TO 1200-EXIT.
098800
098900     MOVE 1        TO PVT-AT.
099000     MOVE PVT-NEXT TO PVT-SUB.
099100     PERFORM 1210-SHIFT-PROVIDER THRU 1210-EXIT
099200             UNTIL PVT-SUB = 0.
099300     ADD 1 TO PVT-NEXT.
099400     MOVE PVT-FIND-PROV TO PVT-PROV-NO (PVT-AT).
099500     MOVE 0           TO PVT-CLAIMS (PVT-AT)
099600                         PVT-GROSS (PVT-AT)
099700                         PVT-SEQ (PVT-AT)
099800                         PVT-OFFSET (PVT-AT)
099900                         PVT-INTEREST (PVT-AT)
100000                         PVT-NET (PVT-AT)
100010                         PVT-HELD-IN (PVT-AT)
100100                         PVT-BANK-IX (PVT-AT).
100200     MOVE SPACE       TO PVT-DISP (PVT-AT).
100210     MOVE SPACES      TO PVT-HELD-CYCLE (PVT-AT).
100300 1200-EXIT.  EXIT.
100400
100500 1210-SHIFT-PROVIDER.
100600     IF PVT-PROV-NO (PVT-SUB) < PVT-FIND-PROV
100700         COMPUTE PVT-AT = PVT-SUB + 1
100800         MOVE 0 TO PVT-SUB
100900         GO TO 1210-EXIT.
101000     MOVE PVT-DATA (PVT-SUB) TO PVT-DATA (PVT-SUB + 1).
101100     SUBTRACT 1 FROM PVT-SUB.
101200 1210-EXIT.  EXIT.
101300
101400 1250-CHECK-RUN-MODE.
101500     IF HHA-INPUT-DATA (78:1) = 'T'
101600         DISPLAY '** HHEFT213 - TEST-STAMPED OUTFILE REFUSED'
101700         DISPLAY '** A TEST CYCLE IS NEVER DISBURSED - STOPPED'
101800         MOVE 16 TO RETURN-CODE
101900         STOP RUN.
102000 1250-EXIT.  EXIT.
102100
102200 1300-CHECK-EOF.
102300     IF HDR-SEEN-SW = 0 OR TRL-SEEN-SW = 0
102400         DISPLAY '** HHEFT213 - OUTFILE ENDED WITH NO TRAILER'
102500         MOVE 16 TO RETURN-CODE
102600         STOP RUN.
102700 1300-EXIT.  EXIT.
102800
102900*----------------------------------------------------------------*
103000*  THE CYCLE'S RELEASED CLAIMS MUST BE WHAT THE REMITTANCE        *
103100*  EXTRACT REPORTED TO THE PROVIDERS                              *
103200*----------------------------------------------------------------*
103300 2000-TIE-OUT.
103400     IF RMT-TRL-SW = 0
103500         DISPLAY '** HHEFT213 - REMITFIL HAS NO HHRMTTRL TRAILER'
103600         MOVE 1 TO OUT-OF-BAL-SW
103700         GO TO 2000-EXIT.
103800     IF TRL-RECORD-COUNT NOT = RELEASED-CTR
103900        OR TRL-SUM-PAY   NOT = CYC-SUM-PAY
104000        OR TRL-SUM-OUTL  NOT = CYC-SUM-OUTL
104100        OR TRL-SUM-NET   NOT = CYC-SUM-NET
104200        OR TRL-SUM-INT   NOT = CYC-SUM-INT
104300        OR TRL-SUM-SEQ   NOT = CYC-SUM-SEQ
104400         MOVE 1 TO OUT-OF-BAL-SW.
104500 2000-EXIT.  EXIT.
104600
104700*----------------------------------------------------------------*
104800*  PRENOTES: STATUS P IS SENT NOW AND BECOMES S WITH TODAY'S      *
104900*  EFFECTIVE DATE; STATUS S CLEARS TO C ONCE THE WAITING DAYS     *
105000*  HAVE PASSED WITH NO RETURN POSTED (A RETURN IS KEYED AS R      *
105100*  THROUGH HHTBM213)                                              *
105200*----------------------------------------------------------------*
105300 3000-PRENOTE-SWEEP.
105400     IF BKT-STATUS-IN (BKT-SUB) = 'P'
105500         MOVE 'Y' TO BKT-PRENOTE-SW (BKT-SUB)
105600         MOVE 'S' TO BKT-STATUS (BKT-SUB)
105700         MOVE EFT-EFF-DATE TO BKT-PRENOTE-DATE (BKT-SUB)
105800         ADD 1 TO PRENOTE-CTR
105900         GO TO 3000-EXIT.
106000     IF BKT-STATUS-IN (BKT-SUB) NOT = 'S'
106100         GO TO 3000-EXIT.
106200     PERFORM 3100-CHECK-MATURE THRU 3100-EXIT.
106300     IF MATURE-SW = 1
106400         MOVE 'C' TO BKT-STATUS (BKT-SUB)
106500         ADD 1 TO CLEARED-CTR.
106600 3000-EXIT.  EXIT.
106700
106800 3100-CHECK-MATURE.
106900     MOVE 0 TO MATURE-SW.
107000     MOVE BKT-PRENOTE-DATE (BKT-SUB) TO EFT-DATE-X.
107100     IF EFT-DATE-X NOT NUMERIC
107200         GO TO 3100-EXIT.
107300     COMPUTE EFT-CLEAR-DAY = FUNCTION INTEGER-OF-DATE (EFT-DATE-N)
107400                           + EFT-WAIT-DAYS.
107500     IF EFT-EFF-DAY NOT < EFT-CLEAR-DAY
107600         MOVE 1 TO MATURE-SW.
107700 3100-EXIT.  EXIT.
107800
107900*----------------------------------------------------------------*
108000*  PAY OR HOLD ONE PROVIDER.  A HELD NET IS CARRIED FORWARD ON    *
108010*  EFTHLDOUT; A NET HELD BEFORE IS RELEASED WHEN IT IS PAID       *
108100*----------------------------------------------------------------*
108200 3200-SETTLE-PROVIDER.
108300     ADD PVT-NET (PVT-SUB) TO DSB-NET.
108400     SET BK1 TO 1.
108500     SEARCH BKT-DATA VARYING BK1
108600         AT END
108700             CONTINUE
108800         WHEN BK1 > BKT-NEXT
108900             CONTINUE
109000         WHEN BKT-PROV-NO (BK1) = PVT-PROV-NO (PVT-SUB)
109100             SET PVT-BANK-IX (PVT-SUB) TO BK1
109200             MOVE 'Y' TO BKT-CLAIMS-SW (BK1)
109300     END-SEARCH.
109400
109500     IF PVT-NET (PVT-SUB) NOT > 0
109600         MOVE 'N' TO PVT-DISP (PVT-SUB)
109700         ADD 1 TO NOT-POSITIVE-CTR
109800         ADD PVT-NET (PVT-SUB) TO DSB-NOT-POSITIVE
109810         PERFORM 3250-HOLD-FORWARD THRU 3250-EXIT
109900         GO TO 3200-EXIT.
110000
110100     IF PVT-BANK-IX (PVT-SUB) = 0
110200         MOVE 'B' TO PVT-DISP (PVT-SUB)
110300     ELSE
110400         MOVE PVT-BANK-IX (PVT-SUB) TO BKT-SUB
110500         IF BKT-STATUS-IN (BKT-SUB) = 'P'
110600             MOVE 'I' TO PVT-DISP (PVT-SUB)
110700         ELSE
110800         IF BKT-STATUS-IN (BKT-SUB) = 'R'
110900             MOVE 'R' TO PVT-DISP (PVT-SUB)
111000         ELSE
111100         IF BKT-STATUS (BKT-SUB) NOT = 'C'
111200             MOVE 'W' TO PVT-DISP (PVT-SUB)
111300         ELSE
111400         IF PVT-NET (PVT-SUB) > ACH-ENTRY-LIMIT
111500             MOVE 'L' TO PVT-DISP (PVT-SUB)
111600         ELSE
111700             MOVE 'P' TO PVT-DISP (PVT-SUB).
111800
111900     IF PVT-PAID (PVT-SUB)
112000         ADD 1 TO PAID-CTR
112100         ADD PVT-NET (PVT-SUB) TO DSB-PAID
112110         IF PVT-HELD-IN (PVT-SUB) NOT = 0
112120             ADD 1 TO HELD-RELEASED-CTR
112130             ADD PVT-HELD-IN (PVT-SUB) TO DSB-RELEASED
112140         END-IF
112200     ELSE
112300         ADD 1 TO HELD-CTR
112400         ADD PVT-NET (PVT-SUB) TO DSB-HELD
112410         PERFORM 3250-HOLD-FORWARD THRU 3250-EXIT.
112500 3200-EXIT.  EXIT.
112510
112514 3250-HOLD-FORWARD.
112518     IF PVT-NET (PVT-SUB) = 0
112522         GO TO 3250-EXIT.
112526     MOVE SPACES                 TO EFTHLDOUT-REC.
112530     MOVE PVT-PROV-NO (PVT-SUB)  TO HDO-PROV-NO.
112534     MOVE PVT-NET (PVT-SUB)      TO HDO-NET.
112538     MOVE PVT-DISP (PVT-SUB)     TO HDO-REASON.
112542     IF PVT-HELD-CYCLE (PVT-SUB) = SPACES
112546         MOVE EFT-EFF-DATE       TO HDO-CYCLE
112550     ELSE
112554         MOVE PVT-HELD-CYCLE (PVT-SUB) TO HDO-CYCLE.
112558     WRITE EFTHLDOUT-REC.
112562     IF HDO-STAT1 > 0
112566         DISPLAY ' BADH WRITE ON EFTHLDOUT FILE ' HDO-STAT
112570         DISPLAY '** HHEFT213 - HELD NET NOT CARRIED, NPI '
112574                 PVT-PROV-NO (PVT-SUB)
112578         MOVE 16 TO RETURN-CODE
112582         STOP RUN.
112586     ADD 1 TO HELD-OUT-CTR.
112590     ADD PVT-NET (PVT-SUB) TO DSB-HELD-OUT.
112594 3250-EXIT.  EXIT.
112600
112700*----------------------------------------------------------------*
112800*  THE ACH FILE                                                   *
112900*----------------------------------------------------------------*
113000 4000-WRITE-FILE-HEADER.
113100     MOVE ACH-ORIGIN-ID          TO AFH-ORIGIN.
113200     MOVE EFT-CURR-DATE (3:6)    TO AFH-CREATE-DATE.
113300     MOVE EFT-CURR-TIME (1:4)    TO AFH-CREATE-TIME.
113400     MOVE EFT-FILE-ID-MOD        TO AFH-FILE-ID-MOD.
113500     MOVE EFT-DEST-NAME          TO AFH-DEST-NAME.
113600     MOVE EFT-ORIGIN-NAME        TO AFH-ORIGIN-NAME.
113700     MOVE ACH-FILE-HEADER        TO ACHFILE-REC.
113800     PERFORM 4900-WRITE-ACH THRU 4900-EXIT.
113900 4000-EXIT.  EXIT.
114000
114100 4100-WRITE-BATCH.
114200     ADD 1 TO ACH-BATCH-CTR.
114300     MOVE EFT-COMPANY-NAME       TO ABH-COMPANY-NAME.
114400     MOVE ACH-ORIGIN-ID          TO ABH-COMPANY-ID.
114500     MOVE ACH-EFF-YYMMDD         TO ABH-DESCRIPTIVE-DATE
114600                                    ABH-EFFECTIVE-DATE.
114700     MOVE ACH-ODFI               TO ABH-ODFI.
114800     MOVE ACH-BATCH-CTR          TO ABH-BATCH-NO.
114900     MOVE ACH-BATCH-HEADER       TO ACHFILE-REC.
115000     PERFORM 4900-WRITE-ACH THRU 4900-EXIT.
115100
115200     PERFORM 4200-WRITE-PRENOTE THRU 4200-EXIT
115300             VARYING BKT-SUB FROM 1 BY 1
115400             UNTIL BKT-SUB > BKT-NEXT.
115500     PERFORM 4300-WRITE-CREDIT THRU 4300-EXIT
115600             VARYING PVT-SUB FROM 1 BY 1
115700             UNTIL PVT-SUB > PVT-NEXT.
115800     PERFORM 4400-WRITE-FUNDING-DEBIT THRU 4400-EXIT.
115900
116000     MOVE ACH-ENTRY-CTR          TO ABC-ENTRY-COUNT.
116100     MOVE ACH-HASH-SUM           TO ACH-HASH.
116200     MOVE ACH-HASH               TO ABC-ENTRY-HASH.
116300     MOVE ACH-DEBIT-TOTAL        TO ABC-DEBIT-TOTAL.
116400     MOVE ACH-CREDIT-TOTAL       TO ABC-CREDIT-TOTAL.
116500     MOVE ACH-ORIGIN-ID          TO ABC-COMPANY-ID.
116600     MOVE ACH-ODFI               TO ABC-ODFI.
116700     MOVE ACH-BATCH-CTR          TO ABC-BATCH-NO.
116800     MOVE ACH-BATCH-CONTROL      TO ACHFILE-REC.
116900     PERFORM 4900-WRITE-ACH THRU 4900-EXIT.
117000 4100-EXIT.  EXIT.
117100
117200 4200-WRITE-PRENOTE.
117300     IF NOT BKT-PRENOTE-SENT (BKT-SUB)
117400         GO TO 4200-EXIT.
117500     IF BKT-SAVINGS (BKT-SUB)
117600         MOVE '33' TO AED-TRAN-CODE
117700     ELSE
117800         MOVE '23' TO AED-TRAN-CODE.
117900     MOVE BKT-ROUTING (BKT-SUB)    TO AED-ROUTING.
118000     MOVE BKT-ACCOUNT (BKT-SUB)    TO AED-ACCOUNT.
118100     MOVE 0                        TO AED-AMOUNT.
118200     MOVE BKT-PROV-NO (BKT-SUB)    TO AED-IDENT.
118300     MOVE BKT-PAYEE-NAME (BKT-SUB) TO AED-NAME.
118400     PERFORM 4500-WRITE-ENTRY THRU 4500-EXIT.
118500 4200-EXIT.  EXIT.
118600
118700 4300-WRITE-CREDIT.
118800     IF NOT PVT-PAID (PVT-SUB)
118900         GO TO 4300-EXIT.
119000     MOVE PVT-BANK-IX (PVT-SUB) TO BKT-SUB.
119100     IF BKT-SAVINGS (BKT-SUB)
119200         MOVE '32' TO AED-TRAN-CODE
119300     ELSE
119400         MOVE '22' TO AED-TRAN-CODE.
119500     MOVE BKT-ROUTING (BKT-SUB)    TO AED-ROUTING.
119600     MOVE BKT-ACCOUNT (BKT-SUB)    TO AED-ACCOUNT.
119700     MOVE PVT-NET (PVT-SUB)        TO AED-AMOUNT.
119800     MOVE PVT-PROV-NO (PVT-SUB)    TO AED-IDENT.
119900     MOVE BKT-PAYEE-NAME (BKT-SUB) TO AED-NAME.
120000     PERFORM 4500-WRITE-ENTRY THRU 4500-EXIT.
120100 4300-EXIT.  EXIT.
120200
120300*    ONE DEBIT TO THE FUNDING ACCOUNT BALANCES THE CREDITS
120400 4400-WRITE-FUNDING-DEBIT.
120500     IF ACH-CREDIT-TOTAL = 0
120600         GO TO 4400-EXIT.
120700     MOVE '27'                   TO AED-TRAN-CODE.
120800     MOVE ACH-FUND-ROUTING       TO AED-ROUTING.
120900     MOVE ACH-FUND-ACCOUNT       TO AED-ACCOUNT.
121000     MOVE ACH-CREDIT-TOTAL       TO AED-AMOUNT.
121100     MOVE 'FUNDING'              TO AED-IDENT.
121200     MOVE EFT-COMPANY-NAME       TO AED-NAME.
121300     PERFORM 4500-WRITE-ENTRY THRU 4500-EXIT.
121400 4400-EXIT.  EXIT.
121500
121600 4500-WRITE-ENTRY.
121700     ADD 1 TO ACH-TRACE-SEQ.
121800     ADD 1 TO ACH-ENTRY-CTR.
121900     MOVE ACH-ODFI      TO AED-TRACE-ODFI.
122000     MOVE ACH-TRACE-SEQ TO AED-TRACE-SEQ.
122100     MOVE AED-RDFI      TO ACH-RDFI-N.
122200     ADD ACH-RDFI-N     TO ACH-HASH-SUM.
122300     IF AED-CREDIT
122400         ADD AED-AMOUNT TO ACH-CREDIT-TOTAL
122500     ELSE
122600         ADD AED-AMOUNT TO ACH-DEBIT-TOTAL.
122700     MOVE ACH-ENTRY-DETAIL TO ACHFILE-REC.
122800     PERFORM 4900-WRITE-ACH THRU 4900-EXIT.
122900 4500-EXIT.  EXIT.
123000
123100*    THE FILE IS FILLED OUT TO A FULL BLOCK OF TEN WITH 9'S
123200 4800-WRITE-FILE-CONTROL.
123300     COMPUTE ACH-BLOCK-CTR = (ACH-REC-CTR + 1 + 9) / 10.
123400     MOVE ACH-BATCH-CTR          TO AFC-BATCH-COUNT.
123500     MOVE ACH-BLOCK-CTR          TO AFC-BLOCK-COUNT.
123600     MOVE ACH-ENTRY-CTR          TO AFC-ENTRY-COUNT.
123700     MOVE ACH-HASH-SUM           TO ACH-HASH.
123800     MOVE ACH-HASH               TO AFC-ENTRY-HASH.
123900     MOVE ACH-DEBIT-TOTAL        TO AFC-DEBIT-TOTAL.
124000     MOVE ACH-CREDIT-TOTAL       TO AFC-CREDIT-TOTAL.
124100     MOVE ACH-FILE-CONTROL       TO ACHFILE-REC.
124200     PERFORM 4900-WRITE-ACH THRU 4900-EXIT.
124300     PERFORM 4810-WRITE-FILL THRU 4810-EXIT
124400             UNTIL ACH-REC-CTR NOT < ACH-BLOCK-CTR * 10.
124500 4800-EXIT.  EXIT.
124600
124700 4810-WRITE-FILL.
124800     MOVE ACH-FILL-RECORD TO ACHFILE-REC.
124900     PERFORM 4900-WRITE-ACH THRU 4900-EXIT.
125000 4810-EXIT.  EXIT.
125100
125200 4900-WRITE-ACH.
125300     WRITE ACHFILE-REC.
125400     IF ACH-STAT1 > 0
125500         DISPLAY ' BADA WRITE ON ACHFILE FILE ' ACH-STAT
125600         MOVE 16 TO RETURN-CODE
125700         STOP RUN.
125800     ADD 1 TO ACH-REC-CTR.
125900 4900-EXIT.  EXIT.
126000
126100*----------------------------------------------------------------*
126200*  THE BANKING MASTER GOES BACK OUT WITH ITS PRENOTE STATUS       *
126300*  MOVED ON - FEEDS THE NEXT CYCLE AS PROVBANK                    *
126400*----------------------------------------------------------------*
126500 5000-WRITE-BANK-MASTER.
126600     WRITE PBKOUT-REC FROM BKT-RECORD (BKT-SUB).
126700     IF PBO-STAT1 > 0
126800         DISPLAY ' BADB WRITE ON PBKOUT FILE ' PBO-STAT
126900     ELSE
127000         ADD 1 TO PBKOUT-CTR.
127100 5000-EXIT.  EXIT.
127200
127300*----------------------------------------------------------------*
127400*  DISBURSEMENT REGISTER - ONE LINE PER PROVIDER, THEN THE        *
127500*  PRENOTES FOR ACCOUNTS WITH NOTHING TO PAY THIS CYCLE           *
127600*----------------------------------------------------------------*
127700 6100-PRINT-REGISTER.
127800     PERFORM 6110-PRINT-PROVIDER THRU 6110-EXIT
127900             VARYING PVT-SUB FROM 1 BY 1
128000             UNTIL PVT-SUB > PVT-NEXT.
128100     PERFORM 6130-PRINT-PRENOTE-ONLY THRU 6130-EXIT
128200             VARYING BKT-SUB FROM 1 BY 1
128300             UNTIL BKT-SUB > BKT-NEXT.
128400
128410     MOVE EFT-DASH-LINE    TO EFTRPT-LINE.
128420     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
128430     IF HELD-IN-CTR > 0
128440         MOVE SPACES               TO EFT-DETAIL-LINE
128450         MOVE 'HELD FROM PRIOR'    TO EDL-NAME
128460         MOVE DSB-HELD-IN          TO EDL-NET
128470         MOVE EFT-DETAIL-LINE      TO EFTRPT-LINE
128480         PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
128500     MOVE SPACES TO EFT-DETAIL-LINE.
128600     MOVE 'TOTAL'          TO EDL-NAME.
128700     COMPUTE DSB-CHECK = DSB-ORIGINAL + DSB-UPWARD-ADJ.
128800     MOVE DSB-CHECK        TO EDL-GROSS.
128900     MOVE DSB-SEQ          TO EDL-SEQ.
129000     MOVE DSB-OFFSET       TO EDL-OFFSET.
129100     MOVE DSB-INTEREST     TO EDL-INTEREST.
129200     MOVE DSB-NET          TO EDL-NET.
129500     MOVE EFT-DETAIL-LINE  TO EFTRPT-LINE.
129600     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
129700 6100-EXIT.  EXIT.
129800
129900 6110-PRINT-PROVIDER.
130000     MOVE SPACES                   TO EFT-DETAIL-LINE.
130100     MOVE PVT-PROV-NO (PVT-SUB)    TO EDL-PROV.
130200     MOVE PVT-CLAIMS (PVT-SUB)     TO EDL-CLAIMS.
130300     MOVE PVT-GROSS (PVT-SUB)      TO EDL-GROSS.
130400     MOVE PVT-SEQ (PVT-SUB)        TO EDL-SEQ.
130500     MOVE PVT-OFFSET (PVT-SUB)     TO EDL-OFFSET.
130600     MOVE PVT-INTEREST (PVT-SUB)   TO EDL-INTEREST.
130700     MOVE PVT-NET (PVT-SUB)        TO EDL-NET.
130800     IF PVT-BANK-IX (PVT-SUB) > 0
130900         MOVE PVT-BANK-IX (PVT-SUB) TO BKT-SUB
131000         MOVE BKT-PAYEE-NAME (BKT-SUB) TO EDL-NAME
131100         MOVE BKT-ROUTING (BKT-SUB)    TO EDL-ROUTING
131200         MOVE BKT-ACCT-TYPE (BKT-SUB)  TO EDL-TYPE.
131300
131400     IF PVT-PAID (PVT-SUB)
131500         MOVE 'PAID'                    TO EDL-DISP.
131510     IF PVT-PAID (PVT-SUB) AND PVT-HELD-IN (PVT-SUB) NOT = 0
131520         MOVE 'PAID WITH PRIOR HELD'    TO EDL-DISP.
131600     IF PVT-HELD-PRENOTE-ISSUED (PVT-SUB)
131700         MOVE 'PRENOTE ISSUED - HELD'   TO EDL-DISP.
131800     IF PVT-HELD-PRENOTE-OUT (PVT-SUB)
131900         MOVE 'PRENOTE PENDING - HELD'  TO EDL-DISP.
132000     IF PVT-HELD-RETURNED (PVT-SUB)
132100         MOVE 'PRENOTE RETURNED - HELD' TO EDL-DISP.
132200     IF PVT-HELD-NO-BANK (PVT-SUB)
132300         MOVE 'NO BANK RECORD - HELD'   TO EDL-DISP.
132400     IF PVT-HELD-OVER-LIMIT (PVT-SUB)
132500         MOVE 'OVER ENTRY LIMIT - HELD' TO EDL-DISP.
132600     IF PVT-NOT-POSITIVE (PVT-SUB)
132700         MOVE 'NOT POSITIVE - NOT PAID' TO EDL-DISP.
132800
132900     MOVE EFT-DETAIL-LINE TO EFTRPT-LINE.
133000     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
133100 6110-EXIT.  EXIT.
133200
133300 6130-PRINT-PRENOTE-ONLY.
133400     IF NOT BKT-PRENOTE-SENT (BKT-SUB)
133500        OR BKT-HAS-CLAIMS (BKT-SUB)
133600         GO TO 6130-EXIT.
133700     MOVE SPACES                   TO EFT-DETAIL-LINE.
133800     MOVE BKT-PROV-NO (BKT-SUB)    TO EDL-PROV.
133900     MOVE BKT-PAYEE-NAME (BKT-SUB) TO EDL-NAME.
134000     MOVE BKT-ROUTING (BKT-SUB)    TO EDL-ROUTING.
134100     MOVE BKT-ACCT-TYPE (BKT-SUB)  TO EDL-TYPE.
134200     MOVE 'PRENOTE ISSUED'         TO EDL-DISP.
134300     MOVE EFT-DETAIL-LINE TO EFTRPT-LINE.
134400     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
134500 6130-EXIT.  EXIT.
134600
134700*----------------------------------------------------------------*
134800*  RELEASED CLAIMS AGAINST THE REMITTANCE TRAILER                 *
134900*----------------------------------------------------------------*
135000 6000-PRINT-TIE-OUT.
135100     MOVE SPACES TO EFTRPT-LINE.
135200     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
135300     MOVE 'REMITTANCE TRAILER TIE-OUT' TO ETT-TEXT.
135400     MOVE EFT-TITLE-LINE TO EFTRPT-LINE.
135500     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
135600     MOVE EFT-TIE-HEAD TO EFTRPT-LINE.
135700     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
135800
135900     MOVE 'RECORDS'               TO ETC-LABEL.
136000     MOVE TRL-RECORD-COUNT        TO ETC-TRAILER.
136100     MOVE RELEASED-CTR            TO ETC-CYCLE.
136200     COMPUTE ETC-DIFF = TRL-RECORD-COUNT - RELEASED-CTR.
136300     IF TRL-RECORD-COUNT = RELEASED-CTR AND RMT-TRL-SW = 1
136400         MOVE 'IN BALANCE'        TO ETC-STATUS
136500     ELSE
136600         MOVE 'OUT OF BALANCE'    TO ETC-STATUS.
136700     MOVE EFT-TIE-COUNT-LINE TO EFTRPT-LINE.
136800     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
136900
137000     MOVE 'TOTAL PAYMENT'         TO ETL-LABEL.
137100     MOVE TRL-SUM-PAY             TO TIE-TRAILER.
137200     MOVE CYC-SUM-PAY             TO TIE-CYCLE.
137300     PERFORM 6010-PRINT-TIE-LINE THRU 6010-EXIT.
137400     MOVE 'OUTLIER PAYMENT'       TO ETL-LABEL.
137500     MOVE TRL-SUM-OUTL            TO TIE-TRAILER.
137600     MOVE CYC-SUM-OUTL            TO TIE-CYCLE.
137700     PERFORM 6010-PRINT-TIE-LINE THRU 6010-EXIT.
137800     MOVE 'NET ADJUSTMENT'        TO ETL-LABEL.
137900     MOVE TRL-SUM-NET             TO TIE-TRAILER.
138000     MOVE CYC-SUM-NET             TO TIE-CYCLE.
138100     PERFORM 6010-PRINT-TIE-LINE THRU 6010-EXIT.
138200     MOVE 'INTEREST'              TO ETL-LABEL.
138300     MOVE TRL-SUM-INT             TO TIE-TRAILER.
138400     MOVE CYC-SUM-INT             TO TIE-CYCLE.
138500     PERFORM 6010-PRINT-TIE-LINE THRU 6010-EXIT.
138600     MOVE 'SEQUESTRATION'         TO ETL-LABEL.
138700     MOVE TRL-SUM-SEQ             TO TIE-TRAILER.
138800     MOVE CYC-SUM-SEQ             TO TIE-CYCLE.
138900     PERFORM 6010-PRINT-TIE-LINE THRU 6010-EXIT.
139000
139100     MOVE SPACES TO EFTRPT-LINE.
139200     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
139300     IF RMT-TRL-SW = 0
139400         MOVE '*** REMITFIL HAS NO HHRMTTRL TRAILER - NO ACH FILE'
139500              TO ETT-TEXT
139600     ELSE
139700     IF OUT-OF-BAL-SW = 1
139800         MOVE '*** OUT OF BALANCE - NO ACH FILE CREATED ***'
139900              TO ETT-TEXT
140000     ELSE
140100         MOVE 'CYCLE TIES TO THE REMITTANCE TRAILER' TO ETT-TEXT.
140200     MOVE EFT-TITLE-LINE TO EFTRPT-LINE.
140300     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
140400 6000-EXIT.  EXIT.
140500
140600 6010-PRINT-TIE-LINE.
140700     MOVE TIE-TRAILER             TO ETL-TRAILER.
140800     MOVE TIE-CYCLE               TO ETL-CYCLE.
140900     COMPUTE ETL-DIFF = TIE-TRAILER - TIE-CYCLE.
141000     IF TIE-TRAILER = TIE-CYCLE AND RMT-TRL-SW = 1
141100         MOVE 'IN BALANCE'        TO ETL-STATUS
141200     ELSE
141300         MOVE 'OUT OF BALANCE'    TO ETL-STATUS.
141400     MOVE EFT-TIE-LINE TO EFTRPT-LINE.
141500     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
141600 6010-EXIT.  EXIT.
141700
141800*----------------------------------------------------------------*
141900*  FROM THE RELEASED CLAIMS TO THE MONEY THAT MOVED               *
142000*----------------------------------------------------------------*
142100 6500-PRINT-PROOF.
142200     MOVE SPACES TO EFTRPT-LINE.
142300     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
142400     MOVE 'DERIVATION OF THE DISBURSEMENT' TO ETT-TEXT.
142500     MOVE EFT-TITLE-LINE TO EFTRPT-LINE.
142600     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
142700
142800     MOVE 'PAYMENTS ON ORIGINAL CLAIMS'        TO EPL-LABEL.
142900     MOVE DSB-ORIGINAL                         TO EPL-AMOUNT.
143000     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
143100     MOVE 'UPWARD NET ADJUSTMENTS'             TO EPL-LABEL.
143200     MOVE DSB-UPWARD-ADJ                       TO EPL-AMOUNT.
143300     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
143400     MOVE 'LESS SEQUESTRATION REDUCTION'       TO EPL-LABEL.
143500     COMPUTE EPL-AMOUNT = 0 - DSB-SEQ.
143600     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
143700     MOVE 'LESS OFFSET RECOUPMENT'             TO EPL-LABEL.
143800     COMPUTE EPL-AMOUNT = 0 - DSB-OFFSET.
143900     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
144000     MOVE 'PLUS CLEAN-CLAIM INTEREST'          TO EPL-LABEL.
144100     MOVE DSB-INTEREST                         TO EPL-AMOUNT.
144200     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
144210     MOVE 'PLUS HELD FROM PRIOR CYCLES (EFTHLDIN)' TO EPL-LABEL.
144220     MOVE DSB-HELD-IN                          TO EPL-AMOUNT.
144230     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
144300     MOVE 'NET PAYABLE TO PROVIDERS'           TO EPL-LABEL.
144400     MOVE DSB-NET                              TO EPL-AMOUNT.
144500     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
144600     MOVE SPACES TO EFTRPT-LINE.
144700     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
144800     MOVE 'DISBURSED BY ACH'                   TO EPL-LABEL.
144900     MOVE DSB-PAID                             TO EPL-AMOUNT.
145000     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
145100     MOVE 'HELD - PRENOTE, NO BANK RECORD OR LIMIT'
145200          TO EPL-LABEL.
145300     MOVE DSB-HELD                             TO EPL-AMOUNT.
145400     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
145500     MOVE 'NOT POSITIVE - NOT DISBURSED'       TO EPL-LABEL.
145600     MOVE DSB-NOT-POSITIVE                     TO EPL-AMOUNT.
145700     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
145710     MOVE 'HELD FORWARD TO NEXT CYCLE (EFTHLDOUT)' TO EPL-LABEL.
145720     MOVE DSB-HELD-OUT                         TO EPL-AMOUNT.
145730     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
145740     MOVE 'PRIOR HELD RELEASED IN ACH CREDITS'  TO EPL-LABEL.
145750     MOVE DSB-RELEASED                         TO EPL-AMOUNT.
145760     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
145800     MOVE SPACES TO EFTRPT-LINE.
145900     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
146000     MOVE 'ACH CREDITS TO PROVIDERS'           TO EPL-LABEL.
146100     MOVE ACH-CREDIT-TOTAL                     TO EPL-AMOUNT.
146200     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
146300     MOVE 'ACH DEBIT TO THE FUNDING ACCOUNT'   TO EPL-LABEL.
146400     MOVE ACH-DEBIT-TOTAL                      TO EPL-AMOUNT.
146500     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
146600     MOVE 'DOWNWARD ADJUSTMENTS LEFT TO OFFSET' TO EPL-LABEL.
146700     MOVE DSB-RECEIVABLE                       TO EPL-AMOUNT.
146800     PERFORM 6510-PRINT-PROOF-LINE THRU 6510-EXIT.
146900
147000     MOVE SPACES TO EFTRPT-LINE.
147100     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
147200     COMPUTE DSB-CHECK = DSB-ORIGINAL + DSB-UPWARD-ADJ - DSB-SEQ
147300                       - DSB-OFFSET + DSB-INTEREST + DSB-HELD-IN
147310                       - DSB-NET.
147400     IF DSB-CHECK = 0
147500        AND DSB-PAID + DSB-HELD + DSB-NOT-POSITIVE = DSB-NET
147510        AND DSB-HELD + DSB-NOT-POSITIVE = DSB-HELD-OUT
147600        AND ACH-CREDIT-TOTAL = DSB-PAID
147700        AND ACH-DEBIT-TOTAL = ACH-CREDIT-TOTAL
147800         MOVE 'DISBURSEMENT PROVES TO THE RELEASED CLAIMS'
147900              TO ETT-TEXT
148000     ELSE
148100         MOVE '*** DISBURSEMENT DOES NOT PROVE - HOLD ACH FILE'
148200              TO ETT-TEXT
148300         DISPLAY '** HHEFT213 - DISBURSEMENT DOES NOT PROVE'
148400         DISPLAY '** HOLD THE ACH FILE - SEE EFTRPT'
148500         MOVE 16 TO RETURN-CODE.
148600     MOVE EFT-TITLE-LINE TO EFTRPT-LINE.
148700     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
148800 6500-EXIT.  EXIT.
148900
149000 6510-PRINT-PROOF-LINE.
149100     MOVE EFT-PROOF-LINE TO EFTRPT-LINE.
149200     PERFORM 6900-WRITE-RPT THRU 6900-EXIT.
149300 6510-EXIT.  EXIT.
149400
149500 6800-HEADINGS.
149600     ADD 1 TO EFT-PAGE-CTR.
149700     MOVE EFT-PAGE-CTR  TO EH1-PAGE.
149800     MOVE EFT-EFF-DATE  TO EH1-EFF-DATE.
149900     MOVE EFT-CURR-DATE TO EH1-RUN-DATE.
150000     WRITE EFTRPT-LINE FROM EFT-HEAD1 AFTER ADVANCING PAGE.
150100     MOVE SPACES TO EFTRPT-LINE.
150200     WRITE EFTRPT-LINE AFTER ADVANCING 1 LINE.
150300     WRITE EFTRPT-LINE FROM EFT-HEAD2 AFTER ADVANCING 1 LINE.
150400     WRITE EFTRPT-LINE FROM EFT-DASH-LINE AFTER ADVANCING 1 LINE.
150500     ADD 4 TO EFTRPT-CTR.
150600     MOVE 4 TO EFT-LINE-CTR.
150700 6800-EXIT.  EXIT.
150800
150900 6900-WRITE-RPT.
151000     IF EFT-LINE-CTR > 54
151100         MOVE EFTRPT-LINE TO EFT-HOLD-LINE
151200         PERFORM 6800-HEADINGS THRU 6800-EXIT
151300         MOVE EFT-HOLD-LINE TO EFTRPT-LINE.
151400     WRITE EFTRPT-LINE AFTER ADVANCING 1 LINE.
151500     IF EFR-STAT1 > 0
151600         DISPLAY ' BADR WRITE ON EFTRPT FILE ' EFR-STAT
151700     ELSE
151800         ADD 1 TO EFTRPT-CTR
151900         ADD 1 TO EFT-LINE-CTR.
152000 6900-EXIT.  EXIT.
