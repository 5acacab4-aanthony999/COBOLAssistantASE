000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHRNG213.
000300
000400*----------------------------------------------------------------*
000500*  BENEFICIARY-SHARING AND REFERRAL-NETWORK INTEGRITY ANALYSIS    *
000600*                                                                 *
000700*  THE LUPA-PROXIMITY AND TREND-SURVEILLANCE REPORTS LOOK AT ONE  *
000800*  PROVIDER AT A TIME; A RING OF AGENCIES PASSING THE SAME        *
000900*  BENEFICIARIES AROUND SHOWS ONLY ACROSS PROVIDERS.  FROM THE    *
001000*  PAID FINAL CLAIMS ON THE CLAIM-HISTORY MASTER THIS PROGRAM:    *
001100*                                                                 *
001200*  1. LISTS EVERY BENEFICIARY BILLED BY THREE OR MORE AGENCIES    *
001300*     INSIDE A ROLLING 120-DAY WINDOW OF PERIOD FROM-DATES (THE   *
001400*     WINDOW WITH THE MOST AGENCIES IS SHOWN);                    *
001500*  2. COUNTS HAND-OFFS - A BENEFICIARY'S NEXT PERIOD BILLED BY A  *
001600*     DIFFERENT AGENCY - AND BUILDS PROVIDER-PAIR TOTALS: SHARED  *
001700*     BENEFICIARIES, HAND-OFFS, DOLLARS BOTH AGENCIES WERE PAID   *
001800*     FOR THE SHARED BENEFICIARIES AND AVERAGE DAYS FROM ONE      *
001900*     AGENCY'S THRU-DATE TO THE NEXT AGENCY'S FROM-DATE (NEGATIVE *
002000*     WHEN THE PERIODS OVERLAP).  A PAIR IS UNORDERED AND BELONGS *
002100*     TO THE STATE OF ITS LOWER PROVIDER NUMBER (CCN POSITIONS    *
002200*     1-2);                                                       *
002300*  3. SETS EACH STATE'S NORM - SHARED BENEFICIARIES PER SHARING   *
002400*     PAIR - AND RANKS THE PAIRS FAR ABOVE THEIR STATE NORM.      *
002500*                                                                 *
002600*  HISTFILE - THE CLAIM-HISTORY MASTER (HHHST213 HISTOUT)         *
002700*  RNGPARM  - (OPTIONAL) COLS  1-3  WINDOW DAYS         (120)     *
002800*                        COLS  5-6  AGENCIES IN WINDOW  (03)      *
002900*                        COLS  8-10 PERCENT OF NORM     (300)     *
003000*                        COLS 12-14 MINIMUM SHARED      (005)     *
003100*  PAIRWK   - WORK FILE, ONE RECORD PER PAIR PER BENEFICIARY      *
003200*  RNGPAIR  - EVERY PROVIDER PAIR WITH ITS TOTALS AND NORM RATIO  *
003300*  RNGRPT   - BENEFICIARIES IN RINGS, STATE NORMS, RANKED PAIRS   *
003400*----------------------------------------------------------------*
003500
003600 DATE-COMPILED.
003700 ENVIRONMENT                     DIVISION.
003800
003900 CONFIGURATION                   SECTION.
004000 SOURCE-COMPUTER.                IBM-370.
004100 OBJECT-COMPUTER.                IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500
004600     SELECT HISTFILE  ASSIGN TO UT-S-HISTFILE
004700         FILE STATUS IS HSF-STAT.
004800     SELECT OPTIONAL RNGPARM ASSIGN TO UT-S-RNGPARM
004900         FILE STATUS IS RNP-STAT.
005000     SELECT PAIRWK    ASSIGN TO UT-S-PAIRWK
005100         FILE STATUS IS PWK-STAT.
005200     SELECT RNGPAIR   ASSIGN TO UT-S-RNGPAIR
005300         FILE STATUS IS RPR-STAT.
005400     SELECT RNGRPT    ASSIGN TO UT-S-RNGRPT
005500         FILE STATUS IS RNR-STAT.
005600     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
005700     SELECT PAIRSORT  ASSIGN TO UT-S-SORTWK02.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  HISTFILE
006200     RECORDING MODE IS F
006300     BLOCK CONTAINS 0 RECORDS
006400     LABEL RECORDS ARE STANDARD.
006500 01  HISTFILE-REC.
006600     05  HSF-NPI                PIC X(10).
006700     05  HSF-HIC                PIC X(12).
006800     05  HSF-FROM-DATE          PIC X(08).
006900     05  HSF-THRU-DATE          PIC X(08).
007000     05  HSF-PROV-NO            PIC X(06).
007100     05  HSF-TOB-CLASS          PIC X(01).
007200     05  HSF-PAY-RTC            PIC 99.
007300         88  HSF-RTC-PAYABLE    VALUES 00 01 02 06 09 11 14 32.
007400     05  HSF-TOTAL-PAYMENT      PIC 9(07)V9(02).
007500     05  HSF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
007600     05  FILLER                 PIC X(35).
007700
007800 FD  RNGPARM
007900     RECORDING MODE IS F
008000     BLOCK CONTAINS 0 RECORDS
008100     LABEL RECORDS ARE STANDARD.
008200 01  RNGPARM-REC.
008300     05  RNP-WINDOW-DAYS        PIC X(03).
008400     05  FILLER                 PIC X(01).
008500     05  RNP-AGENCIES           PIC X(02).
008600     05  FILLER                 PIC X(01).
008700     05  RNP-NORM-PCT           PIC X(03).
008800     05  FILLER                 PIC X(01).
008900     05  RNP-MIN-SHARED         PIC X(03).
009000     05  FILLER                 PIC X(66).
009100
009200 FD  PAIRWK
009300     RECORDING MODE IS F
009400     BLOCK CONTAINS 0 RECORDS
009500     LABEL RECORDS ARE STANDARD.
009600 01  PAIRWK-REC.
009700     05  PWK-PAIR-KEY.
009800         10  PWK-PROV-A         PIC X(06).
009900         10  PWK-PROV-B         PIC X(06).
010000     05  PWK-HIC                PIC X(12).
010100     05  PWK-HANDOFFS           PIC 9(03).
010200     05  PWK-GAP-SUM            PIC S9(07).
010300     05  PWK-DOLLARS            PIC 9(09)V9(02).
010400     05  FILLER                 PIC X(15).
010500
010600 FD  RNGPAIR
010700     RECORDING MODE IS F
010800     BLOCK CONTAINS 0 RECORDS
010900     LABEL RECORDS ARE STANDARD.
011000 01  RNGPAIR-REC                PIC X(100).
011100
011200 FD  RNGRPT
011300     RECORDING MODE IS F
011400     BLOCK CONTAINS 133 RECORDS
011500     LABEL RECORDS ARE STANDARD.
011600 01  RNGRPT-LINE                PIC X(133).
011700
011800 SD  SORTFILE.
011900 01  SORT-REC.
012000     05  SRT-HIC                PIC X(12).
012100     05  SRT-FROM-DATE          PIC X(08).
012200     05  SRT-PROV-NO            PIC X(06).
012300     05  SRT-THRU-DATE          PIC X(08).
012400     05  SRT-TOTAL-PAYMENT      PIC 9(07)V9(02).
012500
012600 SD  PAIRSORT.
012700 01  PAIRSORT-REC.
012800     05  PSR-PAIR-KEY.
012900         10  PSR-PROV-A         PIC X(06).
013000         10  PSR-PROV-B         PIC X(06).
013100     05  PSR-HIC                PIC X(12).
013200     05  PSR-HANDOFFS           PIC 9(03).
013300     05  PSR-GAP-SUM            PIC S9(07).
013400     05  PSR-DOLLARS            PIC 9(09)V9(02).
013500     05  FILLER                 PIC X(15).
013600
013700 WORKING-STORAGE SECTION.
013800 01  FILLER                     PIC X(40)  VALUE
013900     'HHRNG    - W O R K I N G   S T O R A G E'.
014000 01  HHRNG-VERSION              PIC X(07)  VALUE 'R2026.1'.
014100 01  EOF-HSF                    PIC 9(01)  VALUE 0.
014200 01  EOF-SRT                    PIC 9(01)  VALUE 0.
014300 01  EOF-PSR                    PIC 9(01)  VALUE 0.
014400 01  FIRST-RECORD-SW            PIC 9(01)  VALUE 1.
014500 01  HISTIN-CTR                 PIC 9(09)  VALUE 0.
014600 01  RELEASED-CTR               PIC 9(09)  VALUE 0.
014700 01  BAD-DATE-CTR               PIC 9(07)  VALUE 0.
014800 01  BENE-CTR                   PIC 9(09)  VALUE 0.
014900 01  RING-BENE-CTR              PIC 9(07)  VALUE 0.
015000 01  CLAIM-OVERFLOW-CTR         PIC 9(07)  VALUE 0.
015100 01  PAIR-OVERFLOW-CTR          PIC 9(07)  VALUE 0.
015200 01  HANDOFF-CTR                PIC 9(09)  VALUE 0.
015300 01  PAIRWK-CTR                 PIC 9(09)  VALUE 0.
015400 01  PAIR-CTR                   PIC 9(07)  VALUE 0.
015500 01  PAIR-DROPPED-CTR           PIC 9(07)  VALUE 0.
015600 01  FLAGGED-CTR                PIC 9(05)  VALUE 0.
015700 01  RANK-DROPPED-CTR           PIC 9(05)  VALUE 0.
015800 01  RNGPAIR-CTR                PIC 9(07)  VALUE 0.
015900 01  RNGRPT-CTR                 PIC 9(07)  VALUE 0.
016000 01  RNG-LINE-CTR               PIC 9(02)  VALUE 65.
016100 01  RNG-CURR-DATE              PIC X(08)  VALUE SPACES.
016200 01  RNG-WINDOW-DAYS            PIC 9(03)  VALUE 120.
016300 01  RNG-AGENCIES               PIC 9(02)  VALUE 03.
016400 01  RNG-NORM-PCT               PIC 9(03)  VALUE 300.
016500 01  RNG-MIN-SHARED             PIC 9(03)  VALUE 005.
016600 01  RNG-SECTION                PIC X(01)  VALUE SPACES.
016700 01  RNG-DATE-X                 PIC X(08)  VALUE SPACES.
016800 01  RNG-DATE-N REDEFINES RNG-DATE-X
016900                                PIC 9(08).
017000 01  PREV-HIC                   PIC X(12)  VALUE SPACES.
017100 01  HSF-STAT.
017200     05  HSF-STAT1              PIC X.
017300     05  HSF-STAT2              PIC X.
017400 01  RNP-STAT.
017500     05  RNP-STAT1              PIC X.
017600     05  RNP-STAT2              PIC X.
017700 01  PWK-STAT.
017800     05  PWK-STAT1              PIC X.
017900     05  PWK-STAT2              PIC X.
018000 01  RPR-STAT.
018100     05  RPR-STAT1              PIC X.
018200     05  RPR-STAT2              PIC X.
018300 01  RNR-STAT.
018400     05  RNR-STAT1              PIC X.
018500     05  RNR-STAT2              PIC X.
018600
018700*----------------------------------------------------------------*
018800*  ONE BENEFICIARY'S PAID FINAL CLAIMS IN FROM-DATE ORDER         *
018900*----------------------------------------------------------------*
019000 01  BCT-NEXT                   PIC 9(03)  VALUE 0.
019100 01  BENE-CLAIM-TABLE.
019200     05  BCT-DATA               OCCURS 300.
019300         10  BCT-FROM-DATE      PIC X(08).
019400         10  BCT-PROV-NO        PIC X(06).
019500         10  BCT-FROM-DAY       PIC 9(07).
019600         10  BCT-THRU-DAY       PIC 9(07).
019700         10  BCT-PAYMENT        PIC 9(07)V9(02).
019800
019900*----------------------------------------------------------------*
020000*  ROLLING-WINDOW WORK AND THE BUSIEST WINDOW FOUND               *
020100*----------------------------------------------------------------*
020200 01  WIN-I                      PIC 9(03)  VALUE 0.
020300 01  WIN-J                      PIC 9(03)  VALUE 0.
020400 01  WIN-LIMIT-DAY              PIC 9(07)  VALUE 0.
020500 01  WIN-CLAIMS                 PIC 9(03)  VALUE 0.
020600 01  WIN-DOLLARS                PIC 9(09)V9(02) VALUE 0.
020700 01  WIN-LAST-FROM              PIC X(08)  VALUE SPACES.
020800 01  WPV-SUB                    PIC 9(02)  VALUE 0.
020900 01  WPV-FOUND-SW               PIC X(01)  VALUE 'N'.
021000     88  WPV-FOUND                         VALUE 'Y'.
021100 01  WIN-PROV-TABLE.
021200     05  WPV-NEXT               PIC 9(02).
021300     05  WPV-PROV-NO            PIC X(06)  OCCURS 20.
021400 01  BEST-WINDOW.
021500     05  BST-AGENCIES           PIC 9(02).
021600     05  BST-FROM-DATE          PIC X(08).
021700     05  BST-TO-DATE            PIC X(08).
021800     05  BST-CLAIMS             PIC 9(03).
021900     05  BST-DOLLARS            PIC 9(09)V9(02).
022000     05  BST-PROV-TABLE.
022100         10  BST-PROV-NEXT      PIC 9(02).
022200         10  BST-PROV-NO        PIC X(06)  OCCURS 20.
022300
022400*----------------------------------------------------------------*
022500*  ONE BENEFICIARY'S HAND-OFF PAIRS                               *
022600*----------------------------------------------------------------*
022700 01  BPR-NEXT                   PIC 9(02)  VALUE 0.
022800 01  BPR-SUB                    PIC 9(02)  VALUE 0.
022900 01  BPR-FOUND-SW               PIC X(01)  VALUE 'N'.
023000     88  BPR-FOUND                         VALUE 'Y'.
023100 01  HND-PROV-A                 PIC X(06)  VALUE SPACES.
023200 01  HND-PROV-B                 PIC X(06)  VALUE SPACES.
023300 01  HND-GAP-DAYS               PIC S9(07) VALUE 0.
023400 01  HND-SUB                    PIC 9(03)  VALUE 0.
023500 01  BENE-PAIR-TABLE.
023600     05  BPR-DATA               OCCURS 50.
023700         10  BPR-PROV-A         PIC X(06).
023800         10  BPR-PROV-B         PIC X(06).
023900         10  BPR-HANDOFFS       PIC 9(03).
024000         10  BPR-GAP-SUM        PIC S9(07).
024100         10  BPR-DOLLARS        PIC 9(09)V9(02).
024200
024300*----------------------------------------------------------------*
024400*  EVERY PROVIDER PAIR, AND THE STATE NORMS (STATE CODE + 1;      *
024500*  ENTRY 101 HOLDS PROVIDER NUMBERS WITH NO NUMERIC STATE)        *
024600*----------------------------------------------------------------*
024700 01  PRT-NEXT                   PIC 9(05)  VALUE 0.
024800 01  PRT-SUB                    PIC 9(05)  VALUE 0.
024900 01  PROVIDER-PAIR-TABLE.
025000     05  PRT-DATA               OCCURS 20000.
025100         10  PRT-PROV-A         PIC X(06).
025200         10  PRT-PROV-B         PIC X(06).
025300         10  PRT-STATE-SUB      PIC 9(03).
025400         10  PRT-SHARED         PIC 9(07).
025500         10  PRT-HANDOFFS       PIC 9(07).
025600         10  PRT-GAP-SUM        PIC S9(09).
025700         10  PRT-DOLLARS        PIC 9(11)V9(02).
025800         10  PRT-RATIO          PIC 9(05)V9(02).
025900 01  PAIR-ACCUM.
026000     05  PAC-PROV-A             PIC X(06).
026100     05  PAC-PROV-B             PIC X(06).
026200     05  PAC-SHARED             PIC 9(07).
026300     05  PAC-HANDOFFS           PIC 9(07).
026400     05  PAC-GAP-SUM            PIC S9(09).
026500     05  PAC-DOLLARS            PIC 9(11)V9(02).
026600 01  PREV-PAIR-KEY              PIC X(12)  VALUE SPACES.
026700 01  STN-SUB                    PIC 9(03)  VALUE 0.
026800 01  STN-CODE-N                 PIC 9(02)  VALUE 0.
026900 01  STATE-NORM-TABLE.
027000     05  STN-DATA               OCCURS 101.
027100         10  STN-PAIRS          PIC 9(07).
027200         10  STN-SHARED         PIC 9(09).
027300         10  STN-NORM           PIC 9(05)V9(02).
027400
027500*----------------------------------------------------------------*
027600*  PAIRS FAR ABOVE THEIR STATE NORM, RANKED BY RATIO (EXCHANGE    *
027700*  SORT - THE TABLE IS AT MOST 2000 ENTRIES)                      *
027800*----------------------------------------------------------------*
027900 01  RNK-NEXT                   PIC 9(04)  VALUE 0.
028000 01  RNK-SUB                    PIC 9(04)  VALUE 0.
028100 01  SORT-SWAP-SW               PIC X(01)  VALUE 'N'.
028200 01  RANK-TABLE.
028300     05  RNK-DATA               OCCURS 2000.
028400         10  RNK-PRT-SUB        PIC 9(05).
028500         10  RNK-RATIO          PIC 9(05)V9(02).
028600 01  RNK-SWAP-ENTRY             PIC X(12).
028700 01  RNG-AVG-DAYS               PIC S9(05)V9(01) VALUE 0.
028800
028900*----------------------------------------------------------------*
029000*  PROVIDER-PAIR OUTPUT RECORD                                    *
029100*----------------------------------------------------------------*
029200 01  RPR-DETAIL.
029300     05  RPR-PROV-A             PIC X(06).
029400     05  RPR-PROV-B             PIC X(06).
029500     05  RPR-STATE              PIC X(02).
029600     05  RPR-SHARED             PIC 9(07).
029700     05  RPR-HANDOFFS           PIC 9(07).
029800     05  RPR-DOLLARS            PIC 9(11)V9(02).
029900     05  RPR-AVG-DAYS           PIC S9(05)V9(01).
030000     05  RPR-STATE-NORM         PIC 9(05)V9(02).
030100     05  RPR-RATIO              PIC 9(05)V9(02).
030200*        'Y' = FAR ABOVE THE STATE NORM
030300     05  RPR-FLAG               PIC X(01).
030400     05  FILLER                 PIC X(38).
030500
030600*----------------------------------------------------------------*
030700*  REPORT COMPONENTS                                              *
030800*----------------------------------------------------------------*
030900 01  RNG-HEAD1.
031000     05  FILLER                 PIC X(01)  VALUE SPACES.
031100     05  FILLER                 PIC X(52)  VALUE
031200        ' HHA BENEFICIARY-SHARING / REFERRAL-NETWORK ANALYSIS'.
031300     05  FILLER                 PIC X(10)  VALUE ' RUN DATE '.
031400     05  RH1-RUN-DATE           PIC X(08).
031500
031600 01  RNG-HEAD-BENE.
031700     05  FILLER                 PIC X(01)  VALUE SPACES.
031800     05  FILLER                 PIC X(31)  VALUE
031900        'BENEFICIARIES BILLED BY AT LEAS'.
032000     05  FILLER                 PIC X(01)  VALUE 'T'.
032100     05  RHB-AGENCIES           PIC Z9.
032200     05  FILLER                 PIC X(20)  VALUE
032300        ' AGENCIES WITHIN ANY'.
032400     05  FILLER                 PIC X(01)  VALUE SPACES.
032500     05  RHB-WINDOW-DAYS        PIC ZZ9.
032600     05  FILLER                 PIC X(05)  VALUE ' DAYS'.
032700
032800 01  RNG-COLS-BENE.
032900     05  FILLER                 PIC X(40)  VALUE
033000        ' HIC          WINDOW FROM - TO   AGCY   '.
033100     05  FILLER                 PIC X(42)  VALUE
033200        'CLMS       DOLLARS  AGENCIES IN THE WINDOW'.
033300
033400 01  RNG-HEAD-STATE.
033500     05  FILLER                 PIC X(01)  VALUE SPACES.
033600     05  FILLER                 PIC X(50)  VALUE
033700        'STATE SHARING NORMS - SHARED BENEFICIARIES PER PAI'.
033800     05  FILLER                 PIC X(01)  VALUE 'R'.
033900
034000 01  RNG-COLS-STATE.
034100     05  FILLER                 PIC X(38)  VALUE
034200        ' STATE   PAIRS      SHARED       NORM '.
034300
034400 01  RNG-HEAD-PAIR.
034500     05  FILLER                 PIC X(01)  VALUE SPACES.
034600     05  FILLER                 PIC X(38)  VALUE
034700        'PROVIDER PAIRS RANKED - SHARING AT OR '.
034800     05  FILLER                 PIC X(06)  VALUE 'ABOVE '.
034900     05  RHP-NORM-PCT           PIC ZZ9.
035000     05  FILLER                 PIC X(25)  VALUE
035100        '% OF STATE NORM, AT LEAST'.
035200     05  RHP-MIN-SHARED         PIC ZZZ9.
035300     05  FILLER                 PIC X(07)  VALUE ' SHARED'.
035400
035500 01  RNG-COLS-PAIR.
035600     05  FILLER                 PIC X(41)  VALUE
035700        ' RANK  PROV-A PROV-B ST  SHARED  HANDOFF '.
035800     05  FILLER                 PIC X(41)  VALUE
035900        '          DOLLARS  AVGDAYS   NORM   RATIO'.
036000
036100 01  RNG-BENE-LINE.
036200     05  FILLER                 PIC X(01)  VALUE SPACES.
036300     05  RBL-HIC                PIC X(12).
036400     05  FILLER                 PIC X(01)  VALUE SPACES.
036500     05  RBL-FROM-DATE          PIC X(08).
036600     05  FILLER                 PIC X(01)  VALUE '-'.
036700     05  RBL-TO-DATE            PIC X(08).
036800     05  FILLER                 PIC X(03)  VALUE SPACES.
036900     05  RBL-AGENCIES           PIC ZZ9.
037000     05  FILLER                 PIC X(04)  VALUE SPACES.
037100     05  RBL-CLAIMS             PIC ZZ9.
037200     05  FILLER                 PIC X(01)  VALUE SPACES.
037300     05  RBL-DOLLARS            PIC ZZ,ZZZ,ZZ9.99.
037400     05  FILLER                 PIC X(02)  VALUE SPACES.
037500     05  RBL-PROV-LIST          PIC X(48).
037600
037700 01  RNG-STATE-LINE.
037800     05  FILLER                 PIC X(02)  VALUE SPACES.
037900     05  RSL-STATE              PIC X(02).
038000     05  FILLER                 PIC X(03)  VALUE SPACES.
038100     05  RSL-PAIRS              PIC ZZZ,ZZ9.
038200     05  FILLER                 PIC X(02)  VALUE SPACES.
038300     05  RSL-SHARED             PIC ZZ,ZZZ,ZZ9.
038400     05  FILLER                 PIC X(02)  VALUE SPACES.
038500     05  RSL-NORM               PIC ZZ,ZZ9.99.
038600
038700 01  RNG-PAIR-LINE.
038800     05  FILLER                 PIC X(01)  VALUE SPACES.
038900     05  RPL-RANK               PIC ZZZ9.
039000     05  FILLER                 PIC X(02)  VALUE SPACES.
039100     05  RPL-PROV-A             PIC X(06).
039200     05  FILLER                 PIC X(01)  VALUE SPACES.
039300     05  RPL-PROV-B             PIC X(06).
039400     05  FILLER                 PIC X(01)  VALUE SPACES.
039500     05  RPL-STATE              PIC X(02).
039600     05  FILLER                 PIC X(01)  VALUE SPACES.
039700     05  RPL-SHARED             PIC ZZZ,ZZ9.
039800     05  FILLER                 PIC X(02)  VALUE SPACES.
039900     05  RPL-HANDOFFS           PIC ZZZ,ZZ9.
040000     05  FILLER                 PIC X(01)  VALUE SPACES.
040100     05  RPL-DOLLARS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
040200     05  FILLER                 PIC X(02)  VALUE SPACES.
040300     05  RPL-AVG-DAYS           PIC -ZZZ9.9.
040400     05  FILLER                 PIC X(01)  VALUE SPACES.
040500     05  RPL-NORM               PIC ZZZ9.99.
040600     05  FILLER                 PIC X(01)  VALUE SPACES.
040700     05  RPL-RATIO              PIC ZZZ9.99.
040800
040900 01  RNG-NONE-LINE.
041000     05  FILLER                 PIC X(02)  VALUE SPACES.
041100     05  RNL-TEXT               PIC X(40).
041200
041300 01  RNG-TOTAL-LINE.
041400     05  FILLER                 PIC X(02)  VALUE SPACES.
041500     05  RTL-LABEL              PIC X(40).
041600     05  RTL-COUNT              PIC ZZZ,ZZZ,ZZ9.
041700
041800**--------------------------------------------------------------
041900 PROCEDURE  DIVISION.
042000
042100 0000-MAINLINE  SECTION.
042200
042300     ACCEPT RNG-CURR-DATE FROM DATE YYYYMMDD.
042400     MOVE RNG-CURR-DATE TO RH1-RUN-DATE.
042500     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
042600     INITIALIZE STATE-NORM-TABLE.
042700
042800     OPEN OUTPUT PAIRWK
042900                 RNGRPT.
043000     MOVE 'B' TO RNG-SECTION.
043100     SORT SORTFILE
043200          ON ASCENDING KEY SRT-HIC
043300                           SRT-FROM-DATE
043400                           SRT-PROV-NO
043500          INPUT  PROCEDURE IS 1000-RELEASE-HISTORY
043600          OUTPUT PROCEDURE IS 2000-SCAN-BENEFICIARIES.
043700     CLOSE PAIRWK.
043800
043900     SORT PAIRSORT
044000          ON ASCENDING KEY PSR-PAIR-KEY
044100          USING PAIRWK
044200          OUTPUT PROCEDURE IS 3000-ACCUM-PAIRS.
044300
044400     PERFORM 4000-STATE-NORMS THRU 4000-EXIT.
044500     OPEN OUTPUT RNGPAIR.
044600     PERFORM 5000-RATE-PAIRS THRU 5000-EXIT.
044700     CLOSE RNGPAIR.
044800     PERFORM 6000-RANK-PAIRS THRU 6000-EXIT.
044900     PERFORM 7000-PRINT-PAIRS THRU 7000-EXIT.
045000     CLOSE RNGRPT.
045100
045200     DISPLAY '-- PROGRAM HHRNG213  VERSION  ===> ' HHRNG-VERSION.
045300     DISPLAY '-- WINDOW DAYS / AGENCIES     ===> ' RNG-WINDOW-DAYS
045400             ' / ' RNG-AGENCIES.
045500     DISPLAY '-- NORM PERCENT / MIN SHARED  ===> ' RNG-NORM-PCT
045600             ' / ' RNG-MIN-SHARED.
045700     DISPLAY '-- HISTORY RECORDS READ       ===> ' HISTIN-CTR.
045800     DISPLAY '-- PAID FINAL CLAIMS SORTED   ===> ' RELEASED-CTR.
045900     DISPLAY '-- BAD SERVICE DATES SKIPPED  ===> ' BAD-DATE-CTR.
046000     DISPLAY '-- BENEFICIARIES              ===> ' BENE-CTR.
046100     DISPLAY '-- BENEFICIARIES IN RINGS     ===> ' RING-BENE-CTR.
046200     DISPLAY '-- HAND-OFFS                  ===> ' HANDOFF-CTR.
046300     DISPLAY '-- PAIR WORK RECORDS          ===> ' PAIRWK-CTR.
046400     DISPLAY '-- PROVIDER PAIRS             ===> ' PAIR-CTR.
046500     DISPLAY '-- PAIRS FAR ABOVE STATE NORM ===> ' FLAGGED-CTR.
046600     DISPLAY '-- CLAIMS OVER TABLE LIMIT    ===> '
046700             CLAIM-OVERFLOW-CTR.
046800     DISPLAY '-- BENE PAIRS OVER LIMIT      ===> '
046900             PAIR-OVERFLOW-CTR.
047000     DISPLAY '-- PAIRS OVER TABLE LIMIT     ===> '
047100             PAIR-DROPPED-CTR.
047200     DISPLAY '-- RANKED PAIRS NOT LISTED    ===> '
047300             RANK-DROPPED-CTR.
047400     DISPLAY '-- OUTPUT COUNTS FOR RNGPAIR  ===> ' RNGPAIR-CTR.
047500     DISPLAY '-- OUTPUT COUNTS FOR RNGRPT   ===> ' RNGRPT-CTR.
047600
047700     IF CLAIM-OVERFLOW-CTR > 0 OR PAIR-OVERFLOW-CTR > 0
047800        OR PAIR-DROPPED-CTR > 0 OR RANK-DROPPED-CTR > 0
047900         MOVE 4 TO RETURN-CODE.
048000
048100     STOP RUN.
048200
048300 0100-GET-PARMS.
048400     OPEN INPUT RNGPARM.
048500     IF RNP-STAT1 = '0' OR RNP-STAT1 = '9'
048600         READ RNGPARM
048700             AT END MOVE SPACES TO RNGPARM-REC
048800         END-READ
048900         IF RNP-WINDOW-DAYS NUMERIC AND RNP-WINDOW-DAYS > '000'
049000             MOVE RNP-WINDOW-DAYS TO RNG-WINDOW-DAYS
049100         END-IF
049200         IF RNP-AGENCIES NUMERIC AND RNP-AGENCIES > '01'
049300             MOVE RNP-AGENCIES TO RNG-AGENCIES
049400         END-IF
049500         IF RNP-NORM-PCT NUMERIC AND RNP-NORM-PCT > '100'
049600             MOVE RNP-NORM-PCT TO RNG-NORM-PCT
049700         END-IF
049800         IF RNP-MIN-SHARED NUMERIC AND RNP-MIN-SHARED > '000'
049900             MOVE RNP-MIN-SHARED TO RNG-MIN-SHARED
050000         END-IF
050100         CLOSE RNGPARM.
050200     IF RNG-AGENCIES > 20
050300         MOVE 20 TO RNG-AGENCIES.
050400 0100-EXIT.  EXIT.
050500
050600*================================================================*
050700*    RELEASE EVERY PAID FINAL-CLAIM HISTORY RECORD FOR SORTING   *
050800*================================================================*
050900 1000-RELEASE-HISTORY  SECTION.
051000
051100     OPEN INPUT HISTFILE.
051200     IF HSF-STAT1 NOT = '0'
051300         DISPLAY '** HHRNG213 - HISTFILE WILL NOT OPEN - STATUS '
051400                 HSF-STAT
051500         MOVE 16 TO RETURN-CODE
051600         STOP RUN.
051700     PERFORM 1100-READ-HISTORY THRU 1100-EXIT
051800             UNTIL EOF-HSF = 1.
051900     CLOSE HISTFILE.
052000     GO TO 1000-DONE.
052100
052200 1100-READ-HISTORY.
052300     READ HISTFILE
052400          AT END   MOVE 1 TO EOF-HSF
052500                   GO TO 1100-EXIT.
052600     ADD 1 TO HISTIN-CTR.
052700
052800*    RAPS, NOAS, CANCELS AND REJECTED CLAIMS HAND NOBODY ON
052900     IF HSF-TOB-CLASS NOT = 'C'
053000        OR NOT HSF-RTC-PAYABLE
053100         GO TO 1100-EXIT.
053200     IF HSF-FROM-DATE NOT NUMERIC
053300        OR HSF-THRU-DATE NOT NUMERIC
053400        OR HSF-FROM-DATE < '19000101'
053500        OR HSF-THRU-DATE < HSF-FROM-DATE
053600         ADD 1 TO BAD-DATE-CTR
053700         GO TO 1100-EXIT.
053800
053900     MOVE HSF-HIC            TO SRT-HIC.
054000     MOVE HSF-FROM-DATE      TO SRT-FROM-DATE.
054100     MOVE HSF-PROV-NO        TO SRT-PROV-NO.
054200     MOVE HSF-THRU-DATE      TO SRT-THRU-DATE.
054300     MOVE HSF-TOTAL-PAYMENT  TO SRT-TOTAL-PAYMENT.
054400     RELEASE SORT-REC.
054500     ADD 1 TO RELEASED-CTR.
054600 1100-EXIT.  EXIT.
054700
054800 1000-DONE.
054900     EXIT.
055000
055100*================================================================*
055200*    GATHER EACH BENEFICIARY'S CLAIMS, THEN LOOK FOR THE BUSIEST *
055300*    WINDOW AND THE HAND-OFFS BETWEEN AGENCIES                   *
055400*================================================================*
055500 2000-SCAN-BENEFICIARIES  SECTION.
055600
055700     MOVE 0 TO EOF-SRT.
055800     MOVE 1 TO FIRST-RECORD-SW.
055900     PERFORM 2100-RETURN-ONE THRU 2100-EXIT
056000             UNTIL EOF-SRT = 1.
056100     IF FIRST-RECORD-SW = 0
056200         PERFORM 2400-CLOSE-BENEFICIARY THRU 2400-EXIT.
056300     IF RING-BENE-CTR = 0
056400         PERFORM 8000-HEADINGS THRU 8000-EXIT
056500         MOVE 'NO BENEFICIARY MET THE AGENCY COUNT' TO RNL-TEXT
056600         WRITE RNGRPT-LINE FROM RNG-NONE-LINE
056700                               AFTER ADVANCING 2
056800         PERFORM 8100-CHECK-WRITE THRU 8100-EXIT.
056900     GO TO 2000-DONE.
057000
057100 2100-RETURN-ONE.
057200     RETURN SORTFILE
057300          AT END   MOVE 1 TO EOF-SRT
057400                   GO TO 2100-EXIT.
057500     IF FIRST-RECORD-SW = 1
057600         MOVE 0 TO FIRST-RECORD-SW
057700         PERFORM 2300-OPEN-BENEFICIARY THRU 2300-EXIT
057800     ELSE
057900     IF SRT-HIC NOT = PREV-HIC
058000         PERFORM 2400-CLOSE-BENEFICIARY THRU 2400-EXIT
058100         PERFORM 2300-OPEN-BENEFICIARY THRU 2300-EXIT.
058200
058300     IF BCT-NEXT NOT < 300
058400         ADD 1 TO CLAIM-OVERFLOW-CTR
058500         GO TO 2100-EXIT.
058600     ADD 1 TO BCT-NEXT.
058700     MOVE SRT-FROM-DATE      TO BCT-FROM-DATE (BCT-NEXT).
058800     MOVE SRT-PROV-NO        TO BCT-PROV-NO (BCT-NEXT).
058900     MOVE SRT-TOTAL-PAYMENT  TO BCT-PAYMENT (BCT-NEXT).
059000     MOVE SRT-FROM-DATE      TO RNG-DATE-X.
059100     COMPUTE BCT-FROM-DAY (BCT-NEXT) = FUNCTION
059200             INTEGER-OF-DATE(RNG-DATE-N)
059300     END-COMPUTE.
059400     MOVE SRT-THRU-DATE      TO RNG-DATE-X.
059500     COMPUTE BCT-THRU-DAY (BCT-NEXT) = FUNCTION
059600             INTEGER-OF-DATE(RNG-DATE-N)
059700     END-COMPUTE.
059800 2100-EXIT.  EXIT.
059900
060000 2300-OPEN-BENEFICIARY.
060100     ADD 1 TO BENE-CTR.
060200     MOVE SRT-HIC TO PREV-HIC.
060300     MOVE 0 TO BCT-NEXT.
060400 2300-EXIT.  EXIT.
060500
060600 2400-CLOSE-BENEFICIARY.
060700     PERFORM 2500-FIND-WINDOW THRU 2500-EXIT.
060800     PERFORM 2700-FIND-HANDOFFS THRU 2700-EXIT.
060900 2400-EXIT.  EXIT.
061000
061100*    EVERY CLAIM STARTS A WINDOW RUNNING FORWARD FROM ITS
061200*    FROM-DATE; THE WINDOW WITH THE MOST AGENCIES IS KEPT
061300 2500-FIND-WINDOW.
061400     INITIALIZE BEST-WINDOW.
061500     IF BCT-NEXT < RNG-AGENCIES
061600         GO TO 2500-EXIT.
061700     PERFORM 2510-ONE-WINDOW THRU 2510-EXIT
061800             VARYING WIN-I FROM 1 BY 1
061900             UNTIL WIN-I > BCT-NEXT.
062000     IF BST-AGENCIES < RNG-AGENCIES
062100         GO TO 2500-EXIT.
062200     ADD 1 TO RING-BENE-CTR.
062300     PERFORM 2600-WRITE-RING-BENE THRU 2600-EXIT.
062400 2500-EXIT.  EXIT.
062500
062600 2510-ONE-WINDOW.
062700     MOVE 0 TO WPV-NEXT.
062800     MOVE 0 TO WIN-CLAIMS.
062900     MOVE 0 TO WIN-DOLLARS.
063000     COMPUTE WIN-LIMIT-DAY = BCT-FROM-DAY (WIN-I)
063100                           + RNG-WINDOW-DAYS - 1.
063200     PERFORM 2520-ADD-TO-WINDOW THRU 2520-EXIT
063300             VARYING WIN-J FROM WIN-I BY 1
063400             UNTIL WIN-J > BCT-NEXT.
063500     IF WPV-NEXT > BST-AGENCIES
063600         MOVE WPV-NEXT               TO BST-AGENCIES
063700         MOVE BCT-FROM-DATE (WIN-I)  TO BST-FROM-DATE
063800         MOVE WIN-LAST-FROM          TO BST-TO-DATE
063900         MOVE WIN-CLAIMS             TO BST-CLAIMS
064000         MOVE WIN-DOLLARS            TO BST-DOLLARS
064100         MOVE WIN-PROV-TABLE         TO BST-PROV-TABLE.
064200 2510-EXIT.  EXIT.
064300
064400 2520-ADD-TO-WINDOW.
064500     IF BCT-FROM-DAY (WIN-J) > WIN-LIMIT-DAY
064600         MOVE BCT-NEXT TO WIN-J
064700         GO TO 2520-EXIT.
064800     ADD 1                       TO WIN-CLAIMS.
064900     ADD BCT-PAYMENT (WIN-J)     TO WIN-DOLLARS.
065000     MOVE BCT-FROM-DATE (WIN-J)  TO WIN-LAST-FROM.
065100     MOVE 'N' TO WPV-FOUND-SW.
065200     PERFORM 2530-CHECK-AGENCY THRU 2530-EXIT
065300             VARYING WPV-SUB FROM 1 BY 1
065400             UNTIL WPV-SUB > WPV-NEXT
065500                OR WPV-FOUND.
065600     IF NOT WPV-FOUND
065700        AND WPV-NEXT < 20
065800         ADD 1 TO WPV-NEXT
065900         MOVE BCT-PROV-NO (WIN-J) TO WPV-PROV-NO (WPV-NEXT).
066000 2520-EXIT.  EXIT.
066100
066200 2530-CHECK-AGENCY.
066300     IF WPV-PROV-NO (WPV-SUB) = BCT-PROV-NO (WIN-J)
066400         MOVE 'Y' TO WPV-FOUND-SW.
066500 2530-EXIT.  EXIT.
066600
066700 2600-WRITE-RING-BENE.
066800     IF RNG-LINE-CTR > 54
066900         PERFORM 8000-HEADINGS THRU 8000-EXIT.
067000     MOVE PREV-HIC               TO RBL-HIC.
067100     MOVE BST-FROM-DATE          TO RBL-FROM-DATE.
067200     MOVE BST-TO-DATE            TO RBL-TO-DATE.
067300     MOVE BST-AGENCIES           TO RBL-AGENCIES.
067400     MOVE BST-CLAIMS             TO RBL-CLAIMS.
067500     MOVE BST-DOLLARS            TO RBL-DOLLARS.
067600     MOVE SPACES                 TO RBL-PROV-LIST.
067700     MOVE 1                      TO WPV-SUB.
067800     PERFORM 2610-LIST-AGENCY THRU 2610-EXIT
067900             UNTIL WPV-SUB > BST-PROV-NEXT
068000                OR WPV-SUB > 6.
068100     IF BST-PROV-NEXT > 6
068200         MOVE '+' TO RBL-PROV-LIST (43:1).
068300     WRITE RNGRPT-LINE FROM RNG-BENE-LINE
068400                           AFTER ADVANCING 1.
068500     PERFORM 8100-CHECK-WRITE THRU 8100-EXIT.
068600     ADD 1 TO RNG-LINE-CTR.
068700 2600-EXIT.  EXIT.
068800
068900 2610-LIST-AGENCY.
069000     COMPUTE HND-SUB = (WPV-SUB - 1) * 7 + 1.
069100     MOVE BST-PROV-NO (WPV-SUB) TO RBL-PROV-LIST (HND-SUB:6).
069200     ADD 1 TO WPV-SUB.
069300 2610-EXIT.  EXIT.
069400
069500*    A HAND-OFF IS THE NEXT PERIOD BILLED BY ANOTHER AGENCY.  EACH
069600*    PAIR THE BENEFICIARY PASSED THROUGH GOES TO PAIRWK ONCE, WITH
069700*    WHAT BOTH AGENCIES WERE PAID FOR THE BENEFICIARY
069800 2700-FIND-HANDOFFS.
069900     MOVE 0 TO BPR-NEXT.
070000     IF BCT-NEXT < 2
070100         GO TO 2700-EXIT.
070200     PERFORM 2710-CHECK-HANDOFF THRU 2710-EXIT
070300             VARYING WIN-I FROM 2 BY 1
070400             UNTIL WIN-I > BCT-NEXT.
070500     PERFORM 2800-WRITE-BENE-PAIR THRU 2800-EXIT
070600             VARYING BPR-SUB FROM 1 BY 1
070700             UNTIL BPR-SUB > BPR-NEXT.
070800 2700-EXIT.  EXIT.
070900
071000 2710-CHECK-HANDOFF.
071100     COMPUTE WIN-J = WIN-I - 1.
071200     IF BCT-PROV-NO (WIN-I) = BCT-PROV-NO (WIN-J)
071300         GO TO 2710-EXIT.
071400     ADD 1 TO HANDOFF-CTR.
071500     IF BCT-PROV-NO (WIN-J) < BCT-PROV-NO (WIN-I)
071600         MOVE BCT-PROV-NO (WIN-J) TO HND-PROV-A
071700         MOVE BCT-PROV-NO (WIN-I) TO HND-PROV-B
071800     ELSE
071900         MOVE BCT-PROV-NO (WIN-I) TO HND-PROV-A
072000         MOVE BCT-PROV-NO (WIN-J) TO HND-PROV-B.
072100     COMPUTE HND-GAP-DAYS = BCT-FROM-DAY (WIN-I)
072200                          - BCT-THRU-DAY (WIN-J).
072300
072400     MOVE 'N' TO BPR-FOUND-SW.
072500     PERFORM 2720-CHECK-PAIR THRU 2720-EXIT
072600             VARYING BPR-SUB FROM 1 BY 1
072700             UNTIL BPR-SUB > BPR-NEXT
072800                OR BPR-FOUND.
072900     IF BPR-FOUND
073000         SUBTRACT 1 FROM BPR-SUB
073100     ELSE
073200         IF BPR-NEXT NOT < 50
073300             ADD 1 TO PAIR-OVERFLOW-CTR
073400             GO TO 2710-EXIT
073500         END-IF
073600         ADD 1 TO BPR-NEXT
073700         MOVE BPR-NEXT   TO BPR-SUB
073800         MOVE HND-PROV-A TO BPR-PROV-A (BPR-SUB)
073900         MOVE HND-PROV-B TO BPR-PROV-B (BPR-SUB)
074000         MOVE 0          TO BPR-HANDOFFS (BPR-SUB)
074100         MOVE 0          TO BPR-GAP-SUM (BPR-SUB)
074200         MOVE 0          TO BPR-DOLLARS (BPR-SUB).
074300     ADD 1            TO BPR-HANDOFFS (BPR-SUB).
074400     ADD HND-GAP-DAYS TO BPR-GAP-SUM (BPR-SUB).
074500 2710-EXIT.  EXIT.
074600
074700 2720-CHECK-PAIR.
074800     IF BPR-PROV-A (BPR-SUB) = HND-PROV-A
074900        AND BPR-PROV-B (BPR-SUB) = HND-PROV-B
075000         MOVE 'Y' TO BPR-FOUND-SW.
075100 2720-EXIT.  EXIT.
075200
075300 2800-WRITE-BENE-PAIR.
075400     PERFORM 2810-ADD-PAIR-DOLLARS THRU 2810-EXIT
075500             VARYING HND-SUB FROM 1 BY 1
075600             UNTIL HND-SUB > BCT-NEXT.
075700     MOVE SPACES                  TO PAIRWK-REC.
075800     MOVE BPR-PROV-A (BPR-SUB)    TO PWK-PROV-A.
075900     MOVE BPR-PROV-B (BPR-SUB)    TO PWK-PROV-B.
076000     MOVE PREV-HIC                TO PWK-HIC.
076100     MOVE BPR-HANDOFFS (BPR-SUB)  TO PWK-HANDOFFS.
076200     MOVE BPR-GAP-SUM (BPR-SUB)   TO PWK-GAP-SUM.
076300     MOVE BPR-DOLLARS (BPR-SUB)   TO PWK-DOLLARS.
076400     WRITE PAIRWK-REC.
076500     IF PWK-STAT1 > 0 DISPLAY ' BADR WRITE ON PAIRWK FILE'.
076600     ADD 1 TO PAIRWK-CTR.
076700 2800-EXIT.  EXIT.
076800
076900 2810-ADD-PAIR-DOLLARS.
077000     IF BCT-PROV-NO (HND-SUB) = BPR-PROV-A (BPR-SUB)
077100        OR BCT-PROV-NO (HND-SUB) = BPR-PROV-B (BPR-SUB)
077200         ADD BCT-PAYMENT (HND-SUB) TO BPR-DOLLARS (BPR-SUB).
077300 2810-EXIT.  EXIT.
077400
077500 2000-DONE.
077600     EXIT.
077700
077800*================================================================*
077900*    ONE TABLE ENTRY PER PROVIDER PAIR, AND EACH PAIR COUNTED    *
078000*    INTO ITS STATE                                              *
078100*================================================================*
078200 3000-ACCUM-PAIRS  SECTION.
078300
078400     MOVE 0 TO EOF-PSR.
078500     MOVE SPACES TO PREV-PAIR-KEY.
078600     PERFORM 3100-RETURN-PAIR THRU 3100-EXIT
078700             UNTIL EOF-PSR = 1.
078800     IF PREV-PAIR-KEY NOT = SPACES
078900         PERFORM 3200-STORE-PAIR THRU 3200-EXIT.
079000     GO TO 3000-DONE.
079100
079200 3100-RETURN-PAIR.
079300     RETURN PAIRSORT
079400          AT END   MOVE 1 TO EOF-PSR
079500                   GO TO 3100-EXIT.
079600     IF PSR-PAIR-KEY NOT = PREV-PAIR-KEY
079700         IF PREV-PAIR-KEY NOT = SPACES
079800             PERFORM 3200-STORE-PAIR THRU 3200-EXIT
079900         END-IF
080000         INITIALIZE PAIR-ACCUM
080100         MOVE PSR-PROV-A   TO PAC-PROV-A
080200         MOVE PSR-PROV-B   TO PAC-PROV-B
080300         MOVE PSR-PAIR-KEY TO PREV-PAIR-KEY.
080400     ADD 1                TO PAC-SHARED.
080500     ADD PSR-HANDOFFS     TO PAC-HANDOFFS.
080600     ADD PSR-GAP-SUM      TO PAC-GAP-SUM.
080700     ADD PSR-DOLLARS      TO PAC-DOLLARS.
080800 3100-EXIT.  EXIT.
080900
081000 3200-STORE-PAIR.
081100     ADD 1 TO PAIR-CTR.
081200     IF PRT-NEXT NOT < 20000
081300         ADD 1 TO PAIR-DROPPED-CTR
081400         GO TO 3200-EXIT.
081500     ADD 1 TO PRT-NEXT.
081600     IF PAC-PROV-A (1:2) NUMERIC
081700         MOVE PAC-PROV-A (1:2) TO STN-CODE-N
081800         COMPUTE STN-SUB = STN-CODE-N + 1
081900     ELSE
082000         MOVE 101 TO STN-SUB.
082100     MOVE PAC-PROV-A        TO PRT-PROV-A (PRT-NEXT).
082200     MOVE PAC-PROV-B        TO PRT-PROV-B (PRT-NEXT).
082300     MOVE STN-SUB           TO PRT-STATE-SUB (PRT-NEXT).
082400     MOVE PAC-SHARED        TO PRT-SHARED (PRT-NEXT).
082500     MOVE PAC-HANDOFFS      TO PRT-HANDOFFS (PRT-NEXT).
082600     MOVE PAC-GAP-SUM       TO PRT-GAP-SUM (PRT-NEXT).
082700     MOVE PAC-DOLLARS       TO PRT-DOLLARS (PRT-NEXT).
082800     MOVE 0                 TO PRT-RATIO (PRT-NEXT).
082900     ADD 1                  TO STN-PAIRS (STN-SUB).
083000     ADD PAC-SHARED         TO STN-SHARED (STN-SUB).
083100 3200-EXIT.  EXIT.
083200
083300 3000-DONE.
083400     EXIT.
083500
083600*================================================================*
083700*    STATE NORM = SHARED BENEFICIARIES PER SHARING PAIR          *
083800*================================================================*
083900 4000-NORMS  SECTION.
084000
084100 4000-STATE-NORMS.
084200     MOVE 'S' TO RNG-SECTION.
084300     PERFORM 8000-HEADINGS THRU 8000-EXIT.
084400     PERFORM 4100-NORM-ONE THRU 4100-EXIT
084500             VARYING STN-SUB FROM 1 BY 1
084600             UNTIL STN-SUB > 101.
084700 4000-EXIT.  EXIT.
084800
084900 4100-NORM-ONE.
085000     IF STN-PAIRS (STN-SUB) = 0
085100         GO TO 4100-EXIT.
085200     COMPUTE STN-NORM (STN-SUB) ROUNDED =
085300             STN-SHARED (STN-SUB) / STN-PAIRS (STN-SUB).
085400     IF STN-SUB = 101
085500         MOVE '??' TO RSL-STATE
085600     ELSE
085700         COMPUTE STN-CODE-N = STN-SUB - 1
085800         MOVE STN-CODE-N TO RSL-STATE.
085900     MOVE STN-PAIRS (STN-SUB)  TO RSL-PAIRS.
086000     MOVE STN-SHARED (STN-SUB) TO RSL-SHARED.
086100     MOVE STN-NORM (STN-SUB)   TO RSL-NORM.
086200     IF RNG-LINE-CTR > 54
086300         PERFORM 8000-HEADINGS THRU 8000-EXIT.
086400     WRITE RNGRPT-LINE FROM RNG-STATE-LINE
086500                           AFTER ADVANCING 1.
086600     PERFORM 8100-CHECK-WRITE THRU 8100-EXIT.
086700     ADD 1 TO RNG-LINE-CTR.
086800 4100-EXIT.  EXIT.
086900
087000*================================================================*
087100*    RATE EVERY PAIR AGAINST ITS STATE NORM, WRITE RNGPAIR AND   *
087200*    KEEP THE PAIRS FAR ABOVE THE NORM FOR RANKING               *
087300*================================================================*
087400 5000-RATE-PAIRS.
087500     PERFORM 5100-RATE-ONE THRU 5100-EXIT
087600             VARYING PRT-SUB FROM 1 BY 1
087700             UNTIL PRT-SUB > PRT-NEXT.
087800 5000-EXIT.  EXIT.
087900
088000 5100-RATE-ONE.
088100     MOVE PRT-STATE-SUB (PRT-SUB) TO STN-SUB.
088200     IF STN-NORM (STN-SUB) > 0
088300         COMPUTE PRT-RATIO (PRT-SUB) ROUNDED =
088400                 PRT-SHARED (PRT-SUB) / STN-NORM (STN-SUB).
088500     COMPUTE RNG-AVG-DAYS ROUNDED =
088600             PRT-GAP-SUM (PRT-SUB) / PRT-HANDOFFS (PRT-SUB).
088700
088800     MOVE SPACES                  TO RPR-DETAIL.
088900     MOVE PRT-PROV-A (PRT-SUB)    TO RPR-PROV-A.
089000     MOVE PRT-PROV-B (PRT-SUB)    TO RPR-PROV-B.
089100     MOVE PRT-PROV-A (PRT-SUB) (1:2) TO RPR-STATE.
089200     MOVE PRT-SHARED (PRT-SUB)    TO RPR-SHARED.
089300     MOVE PRT-HANDOFFS (PRT-SUB)  TO RPR-HANDOFFS.
089400     MOVE PRT-DOLLARS (PRT-SUB)   TO RPR-DOLLARS.
089500     MOVE RNG-AVG-DAYS            TO RPR-AVG-DAYS.
089600     MOVE STN-NORM (STN-SUB)      TO RPR-STATE-NORM.
089700     MOVE PRT-RATIO (PRT-SUB)     TO RPR-RATIO.
089800     MOVE 'N'                     TO RPR-FLAG.
089900
090000     IF PRT-SHARED (PRT-SUB) NOT < RNG-MIN-SHARED
090100        AND PRT-RATIO (PRT-SUB) * 100 NOT < RNG-NORM-PCT
090200         MOVE 'Y' TO RPR-FLAG
090300         ADD 1 TO FLAGGED-CTR
090400         PERFORM 5200-KEEP-FOR-RANK THRU 5200-EXIT.
090500
090600     WRITE RNGPAIR-REC FROM RPR-DETAIL.
090700     IF RPR-STAT1 > 0 DISPLAY ' BADR WRITE ON RNGPAIR FILE'.
090800     ADD 1 TO RNGPAIR-CTR.
090900 5100-EXIT.  EXIT.
091000
091100 5200-KEEP-FOR-RANK.
091200     IF RNK-NEXT NOT < 2000
091300         ADD 1 TO RANK-DROPPED-CTR
091400         GO TO 5200-EXIT.
091500     ADD 1 TO RNK-NEXT.
091600     MOVE PRT-SUB             TO RNK-PRT-SUB (RNK-NEXT).
091700     MOVE PRT-RATIO (PRT-SUB) TO RNK-RATIO (RNK-NEXT).
091800 5200-EXIT.  EXIT.
091900
092000*================================================================*
092100*    RANK BY RATIO TO THE NORM, HIGHEST FIRST                    *
092200*================================================================*
092300 6000-RANK-PAIRS.
092400     IF RNK-NEXT < 2
092500         GO TO 6000-EXIT.
092600     MOVE 'Y' TO SORT-SWAP-SW.
092700     PERFORM 6100-ONE-PASS THRU 6100-EXIT
092800             UNTIL SORT-SWAP-SW = 'N'.
092900 6000-EXIT.  EXIT.
093000
093100 6100-ONE-PASS.
093200     MOVE 'N' TO SORT-SWAP-SW.
093300     PERFORM 6200-COMPARE-PAIR THRU 6200-EXIT
093400             VARYING RNK-SUB FROM 1 BY 1
093500             UNTIL RNK-SUB NOT < RNK-NEXT.
093600 6100-EXIT.  EXIT.
093700
093800 6200-COMPARE-PAIR.
093900     IF RNK-RATIO (RNK-SUB) < RNK-RATIO (RNK-SUB + 1)
094000         MOVE RNK-DATA (RNK-SUB)     TO RNK-SWAP-ENTRY
094100         MOVE RNK-DATA (RNK-SUB + 1) TO RNK-DATA (RNK-SUB)
094200         MOVE RNK-SWAP-ENTRY TO RNK-DATA (RNK-SUB + 1)
094300         MOVE 'Y' TO SORT-SWAP-SW.
094400 6200-EXIT.  EXIT.
094500
094600*================================================================*
094700*    THE RANKED PAIRS AND THE RUN TOTALS                         *
094800*================================================================*
094900 7000-PRINT-PAIRS.
095000     MOVE 'P' TO RNG-SECTION.
095100     PERFORM 8000-HEADINGS THRU 8000-EXIT.
095200     IF RNK-NEXT = 0
095300         MOVE 'NO PAIR IS FAR ABOVE ITS STATE NORM' TO RNL-TEXT
095400         WRITE RNGRPT-LINE FROM RNG-NONE-LINE
095500                               AFTER ADVANCING 2
095600         PERFORM 8100-CHECK-WRITE THRU 8100-EXIT
095700         ADD 2 TO RNG-LINE-CTR.
095800     PERFORM 7100-PAIR-LINE THRU 7100-EXIT
095900             VARYING RNK-SUB FROM 1 BY 1
096000             UNTIL RNK-SUB > RNK-NEXT.
096100
096200     MOVE 'T' TO RNG-SECTION.
096300     IF RNG-LINE-CTR > 40
096400         PERFORM 8000-HEADINGS THRU 8000-EXIT.
096500     MOVE 'BENEFICIARIES WITH PAID FINAL CLAIMS' TO RTL-LABEL.
096600     MOVE BENE-CTR                       TO RTL-COUNT.
096700     PERFORM 7200-TOTAL-LINE THRU 7200-EXIT.
096800     MOVE 'BENEFICIARIES IN A MULTI-AGENCY WINDOW' TO RTL-LABEL.
096900     MOVE RING-BENE-CTR                  TO RTL-COUNT.
097000     PERFORM 7200-TOTAL-LINE THRU 7200-EXIT.
097100     MOVE 'HAND-OFFS BETWEEN AGENCIES'   TO RTL-LABEL.
097200     MOVE HANDOFF-CTR                    TO RTL-COUNT.
097300     PERFORM 7200-TOTAL-LINE THRU 7200-EXIT.
097400     MOVE 'PROVIDER PAIRS SHARING BENEFICIARIES' TO RTL-LABEL.
097500     MOVE PAIR-CTR                       TO RTL-COUNT.
097600     PERFORM 7200-TOTAL-LINE THRU 7200-EXIT.
097700     MOVE 'PAIRS FAR ABOVE THEIR STATE NORM' TO RTL-LABEL.
097800     MOVE FLAGGED-CTR                    TO RTL-COUNT.
097900     PERFORM 7200-TOTAL-LINE THRU 7200-EXIT.
098000 7000-EXIT.  EXIT.
098100
098200 7100-PAIR-LINE.
098300     MOVE RNK-PRT-SUB (RNK-SUB)   TO PRT-SUB.
098400     MOVE PRT-STATE-SUB (PRT-SUB) TO STN-SUB.
098500     COMPUTE RNG-AVG-DAYS ROUNDED =
098600             PRT-GAP-SUM (PRT-SUB) / PRT-HANDOFFS (PRT-SUB).
098700     MOVE RNK-SUB                 TO RPL-RANK.
098800     MOVE PRT-PROV-A (PRT-SUB)    TO RPL-PROV-A.
098900     MOVE PRT-PROV-B (PRT-SUB)    TO RPL-PROV-B.
099000     MOVE PRT-PROV-A (PRT-SUB) (1:2) TO RPL-STATE.
099100     MOVE PRT-SHARED (PRT-SUB)    TO RPL-SHARED.
099200     MOVE PRT-HANDOFFS (PRT-SUB)  TO RPL-HANDOFFS.
099300     MOVE PRT-DOLLARS (PRT-SUB)   TO RPL-DOLLARS.
099400     MOVE RNG-AVG-DAYS            TO RPL-AVG-DAYS.
099500     MOVE STN-NORM (STN-SUB)      TO RPL-NORM.
099600     MOVE PRT-RATIO (PRT-SUB)     TO RPL-RATIO.
099700     IF RNG-LINE-CTR > 54
099800         PERFORM 8000-HEADINGS THRU 8000-EXIT.
099900     WRITE RNGRPT-LINE FROM RNG-PAIR-LINE
100000                           AFTER ADVANCING 1.
100100     PERFORM 8100-CHECK-WRITE THRU 8100-EXIT.
100200     ADD 1 TO RNG-LINE-CTR.
100300 7100-EXIT.  EXIT.
100400
100500 7200-TOTAL-LINE.
100600     WRITE RNGRPT-LINE FROM RNG-TOTAL-LINE
100700                           AFTER ADVANCING 2.
100800     PERFORM 8100-CHECK-WRITE THRU 8100-EXIT.
100900     ADD 2 TO RNG-LINE-CTR.
101000 7200-EXIT.  EXIT.
101100
101200*================================================================*
101300*    PAGE HEADINGS FOR THE SECTION BEING PRINTED                 *
101400*================================================================*
101500 8000-HEADINGS.
101600     WRITE RNGRPT-LINE FROM RNG-HEAD1
101700                           AFTER ADVANCING PAGE.
101800     PERFORM 8100-CHECK-WRITE THRU 8100-EXIT.
101900     MOVE ALL '-' TO RNGRPT-LINE.
102000     WRITE RNGRPT-LINE AFTER ADVANCING 1.
102100     PERFORM 8100-CHECK-WRITE THRU 8100-EXIT.
102200     MOVE 3 TO RNG-LINE-CTR.
102300     IF RNG-SECTION = 'B'
102400         MOVE RNG-AGENCIES    TO RHB-AGENCIES
102500         MOVE RNG-WINDOW-DAYS TO RHB-WINDOW-DAYS
102600         WRITE RNGRPT-LINE FROM RNG-HEAD-BENE
102700                               AFTER ADVANCING 2
102800         PERFORM 8100-CHECK-WRITE THRU 8100-EXIT
102900         WRITE RNGRPT-LINE FROM RNG-COLS-BENE
103000                               AFTER ADVANCING 2
103100         PERFORM 8100-CHECK-WRITE THRU 8100-EXIT
103200         ADD 4 TO RNG-LINE-CTR.
103300     IF RNG-SECTION = 'S'
103400         WRITE RNGRPT-LINE FROM RNG-HEAD-STATE
103500                               AFTER ADVANCING 2
103600         PERFORM 8100-CHECK-WRITE THRU 8100-EXIT
103700         WRITE RNGRPT-LINE FROM RNG-COLS-STATE
103800                               AFTER ADVANCING 2
103900         PERFORM 8100-CHECK-WRITE THRU 8100-EXIT
104000         ADD 4 TO RNG-LINE-CTR.
104100     IF RNG-SECTION = 'P'
104200         MOVE RNG-NORM-PCT    TO RHP-NORM-PCT
104300         MOVE RNG-MIN-SHARED  TO RHP-MIN-SHARED
104400         WRITE RNGRPT-LINE FROM RNG-HEAD-PAIR
104500                               AFTER ADVANCING 2
104600         PERFORM 8100-CHECK-WRITE THRU 8100-EXIT
104700         WRITE RNGRPT-LINE FROM RNG-COLS-PAIR
104800                               AFTER ADVANCING 2
104900         PERFORM 8100-CHECK-WRITE THRU 8100-EXIT
105000         ADD 4 TO RNG-LINE-CTR.
105100     MOVE SPACES TO RNGRPT-LINE.
105200     WRITE RNGRPT-LINE AFTER ADVANCING 1.
105300     PERFORM 8100-CHECK-WRITE THRU 8100-EXIT.
105400     ADD 1 TO RNG-LINE-CTR.
105500 8000-EXIT.  EXIT.
105600
105700 8100-CHECK-WRITE.
105800     IF RNR-STAT1 > 0 DISPLAY ' BADR WRITE ON RNGRPT FILE'.
105900     ADD 1 TO RNGRPT-CTR.
106000 8100-EXIT.  EXIT.
