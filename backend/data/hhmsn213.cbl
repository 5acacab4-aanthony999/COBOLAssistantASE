000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHMSN213.
000300
000400*----------------------------------------------------------------*
000500*  QUARTERLY MEDICARE SUMMARY NOTICE (MSN) - HOME HEALTH         *
000600*                                                                *
000700*  ONE PRINT-READY NOTICE PER BENEFICIARY LISTING EVERY HOME     *
000800*  HEALTH PERIOD OF CARE BILLED ON THE BENEFICIARY'S BEHALF THAT *
000900*  BEGAN IN THE QUARTER: THE AGENCY NAME FROM PROVMSTR, THE      *
001000*  DATES OF SERVICE, VISITS BY DISCIPLINE, THE AMOUNT MEDICARE   *
001100*  PAID, THE FRAUD-REPORTING LINES AND THE APPEAL RIGHTS.        *
001200*                                                                *
001300*  THE PERIODS ARE THE CURRENT VERSION OF EACH UNCANCELLED FINAL *
001400*  CLAIM ON THE CLAIM-HISTORY MASTER.  A DENIED PERIOD IS LISTED *
001500*  WITH NOTHING PAID.  VISITS COME FROM THE CLAIM IMAGE CARRYING *
001600*  THE CURRENT DCN (MATCHED AS HHPEP213 MATCHES IT); THE AMOUNT  *
001700*  PAID IS THE IMAGE'S SEQUESTRATION-ADJUSTED PAYABLE, OR THE    *
001800*  HISTORY TOTAL WHEN NO IMAGE IS ON THE LIBRARY.                *
001900*                                                                *
002000*  NO NOTICE IS PRINTED FOR A BENEFICIARY WITH A DATE OF DEATH   *
002100*  ON BENEELIG, WITH NO MAILING ADDRESS, OR WHOSE ADDRESS IS     *
002200*  MARKED UNDELIVERABLE - EACH GOES TO THE SUPPRESSION LIST.     *
002300*                                                                *
002400*  HISTFILE - THE CLAIM-HISTORY MASTER (HHHST213 HISTOUT)        *
002500*  CLMLIB   - THE PRICED-CLAIM LIBRARY, EACH DATASET BALANCED    *
002600*             TO ITS TRAILER                                     *
002700*  BENEADDR - BENEFICIARY MAILING ADDRESSES IN BENEFICIARY ORDER *
002800*  BENEELIG - (OPTIONAL) BENEFICIARY ELIGIBILITY - BEN-DOD       *
002900*  PROVMSTR - (OPTIONAL) PROVIDER MASTER - AGENCY NAMES          *
003000*  MSNPARM  - (OPTIONAL) COLS 1-5 QUARTER CCYYQ - DEFAULT THE    *
003100*             QUARTER BEFORE THE RUN DATE                        *
003200*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES   *
003300*             ARE ACCEPTED, OTHERWISE ONE STOPS THE STEP (RC 16) *
003400*  MSNWORK  - WORK FILE, ONE RECORD PER PERIOD LISTED            *
003500*  MSNFILE  - THE NOTICES, PRINT-READY, EACH ON A NEW PAGE       *
003600*  MSNSUPP  - ONE RECORD PER SUPPRESSED NOTICE                   *
003700*  MSNRPT   - SUPPRESSED NOTICES, MAILING COUNTS FOR POSTAGE BY  *
003800*             PAGES PER NOTICE AND BY ZIP CODE PREFIX            *
003900*  RC 4 WHEN A BENEFICIARY HAD MORE PERIODS THAN ONE NOTICE HOLDS*
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
005200     SELECT HISTFILE  ASSIGN TO UT-S-HISTFILE
005300         FILE STATUS IS HSF-STAT.
005400     SELECT CLMLIB    ASSIGN TO UT-S-CLMLIB
005500         FILE STATUS IS CLB-STAT.
005600     SELECT BENEADDR  ASSIGN TO UT-S-BENEADDR
005700         FILE STATUS IS BAD-STAT.
005800     SELECT OPTIONAL BENEELIG ASSIGN TO UT-S-BENEELIG
005900         FILE STATUS IS BEN-STAT.
006000     SELECT OPTIONAL PROVMSTR ASSIGN TO UT-S-PROVMSTR
006100         FILE STATUS IS PVM-STAT.
006200     SELECT OPTIONAL MSNPARM ASSIGN TO UT-S-MSNPARM
006300         FILE STATUS IS MPM-STAT.
006400     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
006500         FILE STATUS IS MDC-STAT.
006600     SELECT MSNWORK   ASSIGN TO UT-S-MSNWORK
006700         FILE STATUS IS MWK-STAT.
006800     SELECT MSNFILE   ASSIGN TO UT-S-MSNFILE
006900         FILE STATUS IS MSF-STAT.
007000     SELECT MSNSUPP   ASSIGN TO UT-S-MSNSUPP
007100         FILE STATUS IS MSS-STAT.
007200     SELECT MSNRPT    ASSIGN TO UT-S-MSNRPT
007300         FILE STATUS IS MSR-STAT.
007400     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
007500     SELECT SORTBENE  ASSIGN TO UT-S-SORTWK02.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  HISTFILE
008000     RECORDING MODE IS F
008100     BLOCK CONTAINS 0 RECORDS
008200     LABEL RECORDS ARE STANDARD.
008300 01  HISTFILE-REC.
008400     05  HSF-KEY.
008500         10  HSF-NPI            PIC X(10).
008600         10  HSF-HIC            PIC X(12).
008700         10  HSF-FROM-DATE      PIC X(08).
008800     05  HSF-THRU-DATE          PIC X(08).
008900     05  HSF-PROV-NO            PIC X(06).
009000     05  HSF-TOB-CLASS          PIC X(01).
009100     05  HSF-PAY-RTC            PIC 99.
009200         88  HSF-RTC-PAYABLE    VALUES 00 01 02 06 09 11 14 32.
009300     05  HSF-TOTAL-PAYMENT      PIC 9(07)V9(02).
009400     05  HSF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
009500     05  HSF-ADJ-IND            PIC X(01).
009600     05  HSF-ADMIT-DATE         PIC X(08).
009700     05  HSF-DCN                PIC X(08).
009800     05  HSF-PRED-DCN           PIC X(08).
009900     05  FILLER                 PIC X(10).
010000
010100 FD  CLMLIB
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS V
010400     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
010500     BLOCK CONTAINS 0 RECORDS.
010600 01  CLMLIB-REC                 PIC X(1000).
010700
010800*----------------------------------------------------------------*
010900*  BENEFICIARY MAILING ADDRESS - ONE ROW PER BENEFICIARY, KEY AS *
011000*  SUBMITTED ON THE CLAIM (HIC OR MBI), IN KEY ORDER.  STATUS    *
011100*  'U' = MAIL RETURNED UNDELIVERABLE - NO NOTICE UNTIL CORRECTED *
011200*----------------------------------------------------------------*
011300 FD  BENEADDR
011400     RECORDING MODE IS F
011500     BLOCK CONTAINS 0 RECORDS
011600     LABEL RECORDS ARE STANDARD.
011700 01  BENE-ADDR-REC.
011800     05  BAD-HIC                 PIC X(12).
011900     05  FILLER                  PIC X(01).
012000     05  BAD-LAST-NAME           PIC X(20).
012100     05  BAD-FIRST-NAME          PIC X(15).
012200     05  BAD-MID-INIT            PIC X(01).
012300     05  FILLER                  PIC X(01).
012400     05  BAD-ADDR-LINE-1         PIC X(30).
012500     05  BAD-ADDR-LINE-2         PIC X(30).
012600     05  BAD-CITY                PIC X(20).
012700     05  BAD-STATE               PIC X(02).
012800     05  BAD-ZIP.
012900         10  BAD-ZIP-5           PIC X(05).
013000         10  BAD-ZIP-4           PIC X(04).
013100     05  FILLER                  PIC X(01).
013200     05  BAD-ADDR-STATUS         PIC X(01).
013300         88  BAD-UNDELIVERABLE              VALUE 'U'.
013400     05  FILLER                  PIC X(01).
013500     05  BAD-CHANGE-DATE         PIC X(08).
013600     05  FILLER                  PIC X(48).
013700
013800 FD  BENEELIG
013900     RECORDING MODE IS F
014000     LABEL RECORDS ARE STANDARD.
014100 01  BENE-ELIG-REC.
014200     05  BEN-HIC                 PIC X(12).
014300     05  FILLER                  PIC X(01).
014400     05  BEN-ENT-FROM            PIC X(08).
014500     05  FILLER                  PIC X(01).
014600     05  BEN-ENT-THRU            PIC X(08).
014700     05  FILLER                  PIC X(01).
014800     05  BEN-DOD                 PIC X(08).
014900     05  FILLER                  PIC X(01).
015000     05  BEN-MA-FROM             PIC X(08).
015100     05  FILLER                  PIC X(01).
015200     05  BEN-MA-THRU             PIC X(08).
015300     05  FILLER                  PIC X(23).
015400
015500 FD  PROVMSTR
015600     RECORDING MODE IS F
015700     BLOCK CONTAINS 0 RECORDS
015800     LABEL RECORDS ARE STANDARD.
015900 01  PROVMSTR-REC.
016000     05  PVM-CCN                 PIC X(06).
016100     05  FILLER                  PIC X(01).
016200     05  PVM-NAME                PIC X(30).
016300     05  FILLER                  PIC X(01).
016400     05  PVM-STATE               PIC X(02).
016500     05  FILLER                  PIC X(53).
016600
016700 FD  MSNPARM
016800     RECORDING MODE IS F
016900     BLOCK CONTAINS 0 RECORDS
017000     LABEL RECORDS ARE STANDARD.
017100 01  MSNPARM-REC.
017200     05  MPM-QUARTER.
017300         10  MPM-QTR-YYYY       PIC X(04).
017400         10  MPM-QTR-Q          PIC X(01).
017500     05  FILLER                 PIC X(75).
017600
017700 FD  MODECARD
017800     RECORDING MODE IS F
017900     BLOCK CONTAINS 0 RECORDS
018000     LABEL RECORDS ARE STANDARD.
018100 01  MODECARD-REC.
018200     05  MDC-RUN-MODE           PIC X(01).
018300     05  FILLER                 PIC X(79).
018400
018500 FD  MSNWORK
018600     RECORDING MODE IS F
018700     BLOCK CONTAINS 0 RECORDS
018800     LABEL RECORDS ARE STANDARD.
018900 01  MSNWORK-REC                PIC X(100).
019000
019100 FD  MSNFILE
019200     RECORDING MODE IS F
019300     BLOCK CONTAINS 133 RECORDS
019400     LABEL RECORDS ARE STANDARD.
019500 01  MSNFILE-LINE               PIC X(133).
019600
019700 FD  MSNSUPP
019800     RECORDING MODE IS F
019900     BLOCK CONTAINS 0 RECORDS
020000     LABEL RECORDS ARE STANDARD.
020100 01  MSNSUPP-REC.
020200     05  SUP-HIC                PIC X(12).
020300     05  FILLER                 PIC X(01).
020400*        'D' DECEASED, 'A' NO ADDRESS, 'U' UNDELIVERABLE
020500     05  SUP-REASON             PIC X(01).
020600     05  FILLER                 PIC X(01).
020700     05  SUP-DOD                PIC X(08).
020800     05  FILLER                 PIC X(01).
020900     05  SUP-PERIODS            PIC 9(03).
021000     05  FILLER                 PIC X(01).
021100     05  SUP-PAID               PIC 9(09)V9(02).
021200     05  FILLER                 PIC X(01).
021300     05  SUP-NAME               PIC X(35).
021400     05  FILLER                 PIC X(01).
021500     05  SUP-REASON-TEXT        PIC X(24).
021600
021700 FD  MSNRPT
021800     RECORDING MODE IS F
021900     BLOCK CONTAINS 133 RECORDS
022000     LABEL RECORDS ARE STANDARD.
022100 01  MSNRPT-LINE                PIC X(133).
022200
022300 SD  SORTFILE.
022400 01  SORT-REC.
022500     05  SRT-KEY.
022600         10  SRT-NPI            PIC X(10).
022700         10  SRT-HIC            PIC X(12).
022800         10  SRT-FROM-DATE      PIC X(08).
022900     05  SRT-LIB-SEQ            PIC 9(09).
023000     05  SRT-DCN                PIC X(08).
023100     05  SRT-PAID               PIC 9(07)V9(02).
023200     05  SRT-VISITS             PIC 9(03) OCCURS 6.
023300
023400 SD  SORTBENE.
023500 01  SORT-BENE-REC.
023600     05  SBN-KEY.
023700         10  SBN-HIC            PIC X(12).
023800         10  SBN-TYPE           PIC X(01).
023900         10  SBN-FROM-DATE      PIC X(08).
024000         10  SBN-NPI            PIC X(10).
024100     05  FILLER                 PIC X(69).
024200
024300 WORKING-STORAGE SECTION.
024400 01  FILLER                     PIC X(40)  VALUE
024500     'HHMSN    - W O R K I N G   S T O R A G E'.
024600 01  HHMSN-VERSION              PIC X(07)  VALUE 'N2026.1'.
024700 01  EOF-HSF                    PIC 9(01)  VALUE 0.
024800 01  EOF-CLB                    PIC 9(01)  VALUE 0.
024900 01  EOF-SRT                    PIC 9(01)  VALUE 0.
025000 01  EOF-PVM                    PIC 9(01)  VALUE 0.
025100 01  EOF-MWK                    PIC 9(01)  VALUE 0.
025200 01  EOF-BEN                    PIC 9(01)  VALUE 0.
025300 01  EOF-BAD                    PIC 9(01)  VALUE 0.
025400 01  EOF-SBN                    PIC 9(01)  VALUE 0.
025500 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
025600 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
025700 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
025800 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
025900 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
026000 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
026100 01  VAL-TRL-REC.
026200     05  VAL-ID                 PIC X(08).
026300     05  VAL-RECORD-COUNT       PIC 9(09).
026400     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
026500     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
026600     05  FILLER                 PIC X(603).
026700 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
026800 01  CLMLIB-CTR                 PIC 9(09)  VALUE 0.
026900 01  RELEASE-CTR                PIC 9(09)  VALUE 0.
027000 01  HISTFILE-CTR               PIC 9(09)  VALUE 0.
027100 01  PERIOD-CTR                 PIC 9(09)  VALUE 0.
027200 01  NO-IMAGE-CTR               PIC 9(09)  VALUE 0.
027300 01  UNPAID-CTR                 PIC 9(09)  VALUE 0.
027400 01  BENEELIG-CTR               PIC 9(09)  VALUE 0.
027500 01  DOD-ROW-CTR                PIC 9(09)  VALUE 0.
027600 01  BENEADDR-CTR               PIC 9(09)  VALUE 0.
027700 01  BENE-CTR                   PIC 9(09)  VALUE 0.
027800 01  NOTICE-CTR                 PIC 9(09)  VALUE 0.
027900 01  PAGE-CTR                   PIC 9(09)  VALUE 0.
028000 01  LISTED-CTR                 PIC 9(09)  VALUE 0.
028100 01  SUPP-DOD-CTR               PIC 9(09)  VALUE 0.
028200 01  SUPP-ADDR-CTR              PIC 9(09)  VALUE 0.
028300 01  SUPP-UNDEL-CTR             PIC 9(09)  VALUE 0.
028400 01  OVERFLOW-CTR               PIC 9(09)  VALUE 0.
028500 01  PVM-READ-CTR               PIC 9(05)  VALUE 0.
028600 01  MSNFILE-CTR                PIC 9(09)  VALUE 0.
028700 01  MSNSUPP-CTR                PIC 9(09)  VALUE 0.
028800 01  MSNRPT-CTR                 PIC 9(07)  VALUE 0.
028900 01  NOTICE-PAID-TOTAL          PIC 9(13)V9(02) VALUE 0.
029000 01  MSN-RPT-LINE-CTR           PIC 9(02)  VALUE 65.
029100 01  MSN-SECTION                PIC X(01)  VALUE SPACES.
029200 01  MSN-CURR-DATE              PIC X(08)  VALUE SPACES.
029300 01  MSN-HIST-KEY               PIC X(30)  VALUE SPACES.
029400 01  MSN-IMAGE-KEY              PIC X(30)  VALUE SPACES.
029500 01  MSN-IMAGE-SW               PIC X(01)  VALUE 'N'.
029600     88  MSN-IMAGE-FOUND                   VALUE 'Y'.
029700 01  MSN-PREV-ADDR-KEY          PIC X(12)  VALUE LOW-VALUES.
029800 01  MSN-ADDR-SW                PIC X(01)  VALUE 'N'.
029900     88  MSN-ADDR-FOUND                    VALUE 'Y'.
030000 01  MSN-REV-SUB                PIC 9(02)  VALUE 0.
030100 01  MSN-DISC                   PIC 9(01)  VALUE 0.
030200 01  MSN-VIS-SUB                PIC 9(01)  VALUE 0.
030300 01  MSN-TXT-SUB                PIC 9(02)  VALUE 0.
030400 01  MSN-TXT-LAST               PIC 9(02)  VALUE 0.
030500 01  MSN-HIC-LEN                PIC 9(02)  VALUE 0.
030600 01  MSN-ZIP3                   PIC 9(03)  VALUE 0.
030700 01  MSN-ZIP-SUB                PIC 9(04)  VALUE 0.
030800 01  MSN-PG-SUB                 PIC 9(01)  VALUE 0.
030900
031000 01  MSN-QUARTER.
031100     05  MSN-QTR-YYYY           PIC 9(04).
031200     05  MSN-QTR-Q              PIC 9(01).
031300 01  MSN-QTR-FROM.
031400     05  MQF-YYYY               PIC 9(04).
031500     05  MQF-MM                 PIC 9(02).
031600     05  MQF-DD                 PIC X(02)  VALUE '01'.
031700 01  MSN-QTR-THRU.
031800     05  MQT-YYYY               PIC 9(04).
031900     05  MQT-MM                 PIC 9(02).
032000     05  MQT-DD                 PIC X(02)  VALUE '31'.
032100 01  MSN-CURR-MM                PIC 9(02)  VALUE 0.
032200
032300 01  HSF-STAT.
032400     05  HSF-STAT1              PIC X.
032500     05  HSF-STAT2              PIC X.
032600 01  CLB-STAT.
032700     05  CLB-STAT1              PIC X.
032800     05  CLB-STAT2              PIC X.
032900 01  BAD-STAT.
033000     05  BAD-STAT1              PIC X.
033100     05  BAD-STAT2              PIC X.
033200 01  BEN-STAT.
033300     05  BEN-STAT1              PIC X.
033400     05  BEN-STAT2              PIC X.
033500 01  PVM-STAT.
033600     05  PVM-STAT1              PIC X.
033700     05  PVM-STAT2              PIC X.
033800 01  MPM-STAT.
033900     05  MPM-STAT1              PIC X.
034000     05  MPM-STAT2              PIC X.
034100 01  MDC-STAT.
034200     05  MDC-STAT1              PIC X.
034300     05  MDC-STAT2              PIC X.
034400 01  MWK-STAT.
034500     05  MWK-STAT1              PIC X.
034600     05  MWK-STAT2              PIC X.
034700 01  MSF-STAT.
034800     05  MSF-STAT1              PIC X.
034900     05  MSF-STAT2              PIC X.
035000 01  MSS-STAT.
035100     05  MSS-STAT1              PIC X.
035200     05  MSS-STAT2              PIC X.
035300 01  MSR-STAT.
035400     05  MSR-STAT1              PIC X.
035500     05  MSR-STAT2              PIC X.
035600
035700*----------------------------------------------------------------*
035800*  CLAIM IMAGE - ONLY THE FIELDS THIS PROGRAM NEEDS              *
035900*----------------------------------------------------------------*
036000 01  HHA-OUT-DATA.
036100     05  HHA-NPI                 PIC X(10).
036200     05  HHA-HIC                 PIC X(12).
036300     05  HHA-PROV-NO             PIC X(06).
036400     05  FILLER                  PIC X(41).
036500     05  HHA-SERV-FROM-DATE      PIC X(08).
036600     05  HHA-SERV-THRU-DATE      PIC X(08).
036700     05  FILLER                  PIC X(09).
036800     05  HHA-ADJ-IND             PIC X(01).
036900     05  FILLER                  PIC X(24).
037000     05  HHA-REVENUE-DATA        OCCURS 6.
037100         10  HHA-REVENUE-CODE              PIC X(04).
037200         10  HHA-REVENUE-QTY-COV-VISITS    PIC 9(03).
037300         10  FILLER                        PIC X(40).
037400     05  HHA-PAY-RTC             PIC 99.
037500     05  FILLER                  PIC X(05).
037600     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
037700     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
037800     05  FILLER                  PIC X(77).
037900     05  HHA-TOB-CLASS           PIC X(01).
038000         88  HHA-TOB-IS-CLAIM       VALUE 'C'.
038100     05  FILLER                  PIC X(58).
038200     05  HHA-REC-VERSION         PIC X(01).
038300     05  FILLER                  PIC X(36).
038400     05  HHA-SEQUESTRATION-AMT   PIC 9(07)V9(02).
038500     05  FILLER                  PIC X(26).
038600     05  HHA-DCN                 PIC X(08).
038700     05  HHA-PRED-DCN            PIC X(08).
038800*    VERSION 3 EXTENSION (BYTES 651-1000)
038900     05  HHA-V3-EXTENSION.
039000         10  HHA-SEQ-PAYABLE-AMT PIC 9(07)V9(02).
039100         10  FILLER              PIC X(341).
039200
039300*----------------------------------------------------------------*
039400*  ONE PERIOD OF CARE TO LIST ('2'), OR A DATE OF DEATH FROM     *
039500*  BENEELIG ('1') - THE MSNWORK RECORD AND THE SORTBENE RECORD   *
039600*----------------------------------------------------------------*
039700 01  MSN-WORK-AREA.
039800     05  MWA-HIC                PIC X(12).
039900     05  MWA-TYPE               PIC X(01).
040000         88  MWA-IS-DEATH                  VALUE '1'.
040100         88  MWA-IS-PERIOD                 VALUE '2'.
040200     05  MWA-FROM-DATE          PIC X(08).
040300     05  MWA-NPI                PIC X(10).
040400     05  MWA-THRU-DATE          PIC X(08).
040500     05  MWA-PROV-NO            PIC X(06).
040600     05  MWA-PAID-SW            PIC X(01).
040700     05  MWA-PAID               PIC 9(07)V9(02).
040800     05  MWA-IMAGE-SW           PIC X(01).
040900     05  MWA-VISITS             PIC 9(03) OCCURS 6.
041000     05  MWA-DOD                PIC X(08).
041100     05  FILLER                 PIC X(18).
041200
041300*----------------------------------------------------------------*
041400*  PROVIDER MASTER IN CORE - AGENCY NAME BY CCN                  *
041500*----------------------------------------------------------------*
041600 01  PVT-NEXT                   PIC 9(04)  VALUE 0.
041700 01  PROV-MASTER-TABLE.
041800     05  PVT-DATA               OCCURS 5000
041900                                INDEXED BY PV1.
042000         10  PVT-CCN            PIC X(06).
042100         10  PVT-NAME           PIC X(30).
042200
042300*----------------------------------------------------------------*
042400*  THE BENEFICIARY BEING NOTIFIED - UP TO 40 PERIODS A QUARTER   *
042500*----------------------------------------------------------------*
042600 01  MSN-CUR-HIC                PIC X(12)  VALUE LOW-VALUES.
042700 01  MSN-CUR-DOD                PIC X(08)  VALUE SPACES.
042800 01  MSN-BENE-PAID              PIC 9(09)V9(02) VALUE 0.
042900 01  MBP-NEXT                   PIC 9(02)  VALUE 0.
043000 01  MBP-SUB                    PIC 9(02)  VALUE 0.
043100 01  MSN-BENE-PERIODS.
043200     05  MBP-DATA               OCCURS 40.
043300         10  MBP-FROM-DATE      PIC X(08).
043400         10  MBP-THRU-DATE      PIC X(08).
043500         10  MBP-PROV-NO        PIC X(06).
043600         10  MBP-PAID-SW        PIC X(01).
043700         10  MBP-PAID           PIC 9(07)V9(02).
043800         10  MBP-IMAGE-SW       PIC X(01).
043900         10  MBP-VISITS         PIC 9(03) OCCURS 6.
044000
044100*----------------------------------------------------------------*
044200*  NOTICE PAGINATION - EACH NOTICE IS LAID OUT TWICE, FIRST TO   *
044300*  COUNT ITS PAGES ('PAGE N OF M'), THEN TO PRINT IT             *
044400*----------------------------------------------------------------*
044500 01  MSN-PRINT-SW               PIC X(01)  VALUE 'N'.
044600     88  MSN-PRINTING                      VALUE 'Y'.
044700 01  MSN-PAGE-LINES             PIC 9(02)  VALUE 60.
044800 01  MSN-LINE-CTR               PIC 9(02)  VALUE 0.
044900 01  MSN-NEED                   PIC 9(02)  VALUE 0.
045000 01  MSN-ADV                    PIC 9(01)  VALUE 1.
045100 01  MSN-PAGE-NO                PIC 9(03)  VALUE 0.
045200 01  MSN-PAGE-TOTAL             PIC 9(03)  VALUE 0.
045300 01  MSN-IN-PERIODS-SW          PIC X(01)  VALUE 'N'.
045400 01  MSN-OUT-LINE               PIC X(133) VALUE SPACES.
045500 01  MSN-MASKED-HIC             PIC X(12)  VALUE SPACES.
045600 01  MSN-NAME-LINE              PIC X(50)  VALUE SPACES.
045700 01  MSN-CITY-LINE              PIC X(50)  VALUE SPACES.
045800 01  MSN-AGENCY-NAME            PIC X(30)  VALUE SPACES.
045900 01  MSN-DATE-IN.
046000     05  MDI-YYYY               PIC X(04).
046100     05  MDI-MM                 PIC X(02).
046200     05  MDI-DD                 PIC X(02).
046300 01  MSN-DATE-OUT.
046400     05  MDO-MM                 PIC X(02).
046500     05  FILLER                 PIC X(01)  VALUE '/'.
046600     05  MDO-DD                 PIC X(02).
046700     05  FILLER                 PIC X(01)  VALUE '/'.
046800     05  MDO-YYYY               PIC X(04).
046900
047000*----------------------------------------------------------------*
047100*  NOTICE PAGE COMPONENTS                                        *
047200*----------------------------------------------------------------*
047300 01  MSN-TITLE-LINE.
047400     05  FILLER                 PIC X(01)  VALUE SPACES.
047500     05  MTL-TITLE              PIC X(40).
047600     05  FILLER                 PIC X(39)  VALUE SPACES.
047700     05  FILLER                 PIC X(05)  VALUE 'PAGE '.
047800     05  MTL-PAGE               PIC ZZ9.
047900     05  FILLER                 PIC X(04)  VALUE ' OF '.
048000     05  MTL-PAGES              PIC ZZ9.
048100
048200 01  MSN-SUBTITLE-LINE.
048300     05  FILLER                 PIC X(01)  VALUE SPACES.
048400     05  MSL-TEXT               PIC X(40).
048500     05  FILLER                 PIC X(39)  VALUE SPACES.
048600     05  FILLER                 PIC X(12)  VALUE 'NOTICE DATE '.
048700     05  MSL-NOTICE-DATE        PIC X(10).
048800
048900 01  MSN-ADDR-LINE.
049000     05  FILLER                 PIC X(05)  VALUE SPACES.
049100     05  MAL-TEXT               PIC X(50).
049200
049300 01  MSN-ID-LINE.
049400     05  FILLER                 PIC X(01)  VALUE SPACES.
049500     05  FILLER                 PIC X(17)  VALUE
049600         'MEDICARE NUMBER  '.
049700     05  MIL-HIC                PIC X(12).
049800
049900 01  MSN-QTR-LINE.
050000     05  FILLER                 PIC X(01)  VALUE SPACES.
050100     05  FILLER                 PIC X(38)  VALUE
050200         'HOME HEALTH PERIODS OF CARE BEGINNING '.
050300     05  MQL-FROM               PIC X(10).
050400     05  FILLER                 PIC X(09)  VALUE ' THROUGH '.
050500     05  MQL-THRU               PIC X(10).
050600
050700 01  MSN-COLS1.
050800     05  FILLER                 PIC X(44)  VALUE
050900        ' PERIOD OF CARE          HOME HEALTH AGENCY '.
051000     05  FILLER                 PIC X(44)  VALUE
051100        '             ---------- VISITS ----------   '.
051200     05  FILLER                 PIC X(10)  VALUE
051300        '  MEDICARE'.
051400 01  MSN-COLS2.
051500     05  FILLER                 PIC X(44)  VALUE
051600        ' FROM        THROUGH                        '.
051700     05  FILLER                 PIC X(44)  VALUE
051800        '              SN   PT   OT  SLP  MSS AIDE   '.
051900     05  FILLER                 PIC X(10)  VALUE
052000        '      PAID'.
052100
052200 01  MSN-PERIOD-LINE.
052300     05  FILLER                 PIC X(01).
052400     05  MPL-FROM               PIC X(10).
052500     05  FILLER                 PIC X(02).
052600     05  MPL-THRU               PIC X(10).
052700     05  FILLER                 PIC X(02).
052800     05  MPL-AGENCY             PIC X(30).
052900     05  MPL-VISIT-AREA.
053000         10  MPL-VISIT-COL      OCCURS 6.
053100             15  FILLER         PIC X(02).
053200             15  MPL-VISITS     PIC ZZ9.
053300     05  FILLER                 PIC X(03).
053400     05  MPL-PAID               PIC ZZZ,ZZ9.99.
053500
053600 01  MSN-PERIOD-LINE2.
053700     05  FILLER                 PIC X(25)  VALUE SPACES.
053800     05  FILLER                 PIC X(16)  VALUE
053900         'PROVIDER NUMBER '.
054000     05  MP2-PROV-NO            PIC X(06).
054100     05  FILLER                 PIC X(02)  VALUE SPACES.
054200     05  MP2-NOTE               PIC X(40).
054300
054400 01  MSN-TOTAL-LINE.
054500     05  FILLER                 PIC X(25)  VALUE SPACES.
054600     05  FILLER                 PIC X(37)  VALUE
054700         'TOTAL MEDICARE PAID FOR THESE PERIODS'.
054800     05  FILLER                 PIC X(24)  VALUE SPACES.
054900     05  MTT-PAID               PIC Z,ZZZ,ZZ9.99.
055000
055100 01  MSN-TEXT-LINE.
055200     05  FILLER                 PIC X(01)  VALUE SPACES.
055300     05  MTX-TEXT               PIC X(58).
055400
055500*----------------------------------------------------------------*
055600*  NOTICE WORDING - 1-3 INTRODUCTION, 4-7 DISCIPLINE LEGEND,     *
055700*  8-13 FRAUD REPORTING, 14-28 APPEAL RIGHTS                     *
055800*----------------------------------------------------------------*
055900 01  MSN-TEXT-VALUES.
056000     05  FILLER                 PIC X(58)  VALUE
056100     'THIS IS A SUMMARY OF THE HOME HEALTH CARE THAT AGENCIES'.
056200     05  FILLER                 PIC X(58)  VALUE
056300     'BILLED TO MEDICARE ON YOUR BEHALF, WITH THE VISITS BILLED'.
056400     05  FILLER                 PIC X(58)  VALUE
056500     'AND THE AMOUNT MEDICARE PAID.  THIS IS NOT A BILL.'.
056600     05  FILLER                 PIC X(58)  VALUE
056700     'VISITS BY DISCIPLINE:  SN = SKILLED NURSING,'.
056800     05  FILLER                 PIC X(58)  VALUE
056900     'PT = PHYSICAL THERAPY,  OT = OCCUPATIONAL THERAPY,'.
057000     05  FILLER                 PIC X(58)  VALUE
057100     'SLP = SPEECH-LANGUAGE PATHOLOGY,'.
057200     05  FILLER                 PIC X(58)  VALUE
057300     'MSS = MEDICAL SOCIAL SERVICES,  AIDE = HOME HEALTH AIDE.'.
057400     05  FILLER                 PIC X(58)  VALUE
057500     'PROTECT YOURSELF FROM MEDICARE FRAUD'.
057600     05  FILLER                 PIC X(58)  VALUE
057700     'CHECK EVERY PERIOD OF CARE ABOVE.  IF AN AGENCY BILLED'.
057800     05  FILLER                 PIC X(58)  VALUE
057900     'MEDICARE FOR CARE YOU DID NOT GET, OR THE DATES OR VISITS'.
058000     05  FILLER                 PIC X(58)  VALUE
058100     'ARE WRONG, CALL 1-800-MEDICARE (1-800-633-4227) OR THE'.
058200     05  FILLER                 PIC X(58)  VALUE
058300     'INSPECTOR GENERAL HOTLINE AT 1-800-HHS-TIPS'.
058400     05  FILLER                 PIC X(58)  VALUE
058500     '(1-800-447-8477).'.
058600     05  FILLER                 PIC X(58)  VALUE
058700     'YOUR RIGHT TO APPEAL'.
058800     05  FILLER                 PIC X(58)  VALUE
058900     'IF YOU DISAGREE WITH ANY DECISION ON THIS NOTICE, YOU CAN'.
059000     05  FILLER                 PIC X(58)  VALUE
059100     'ASK FOR A REDETERMINATION.  YOUR REQUEST MUST BE RECEIVED'.
059200     05  FILLER                 PIC X(58)  VALUE
059300     'WITHIN 120 DAYS OF THE DATE YOU GET THIS NOTICE.'.
059400     05  FILLER                 PIC X(58)  VALUE
059500     'TO APPEAL:'.
059600     05  FILLER                 PIC X(58)  VALUE
059700     '1. CIRCLE THE PERIOD OF CARE YOU DISAGREE WITH AND'.
059800     05  FILLER                 PIC X(58)  VALUE
059900     '   EXPLAIN IN WRITING WHY YOU DISAGREE.'.
060000     05  FILLER                 PIC X(58)  VALUE
060100     '2. SIGN YOUR NAME AND WRITE YOUR TELEPHONE NUMBER AND'.
060200     05  FILLER                 PIC X(58)  VALUE
060300     '   YOUR MEDICARE NUMBER ON THIS NOTICE.'.
060400     05  FILLER                 PIC X(58)  VALUE
060500     '3. SEND THIS NOTICE, OR A COPY, TO THE MEDICARE'.
060600     05  FILLER                 PIC X(58)  VALUE
060700     '   CONTRACTOR THAT PROCESSED YOUR CLAIMS.  YOU MAY ALSO'.
060800     05  FILLER                 PIC X(58)  VALUE
060900     '   USE FORM CMS-20027, MEDICARE REDETERMINATION REQUEST.'.
061000     05  FILLER                 PIC X(58)  VALUE
061100     'IF YOU WANT SOMEONE ELSE TO ACT FOR YOU IN YOUR APPEAL,'.
061200     05  FILLER                 PIC X(58)  VALUE
061300     'NAME A REPRESENTATIVE ON FORM CMS-1696.  FOR HELP CALL'.
061400     05  FILLER                 PIC X(58)  VALUE
061500     '1-800-MEDICARE.  TTY USERS CALL 1-877-486-2048.'.
061600 01  MSN-TEXT-TABLE REDEFINES MSN-TEXT-VALUES.
061700     05  MSN-TEXT               PIC X(58)  OCCURS 28.
061800
061900*----------------------------------------------------------------*
062000*  POSTAGE COUNTS - BY PAGES PER NOTICE (5 = FIVE OR MORE) AND   *
062100*  BY THE THREE-DIGIT ZIP CODE PREFIX (ENTRY 1001 = NOT NUMERIC) *
062200*----------------------------------------------------------------*
062300 01  MSN-PAGE-COUNTS.
062400     05  MPC-DATA               OCCURS 5.
062500         10  MPC-NOTICES        PIC 9(09).
062600         10  MPC-PAGES          PIC 9(09).
062700 01  MSN-ZIP-COUNTS.
062800     05  MZC-DATA               OCCURS 1001.
062900         10  MZC-NOTICES        PIC 9(07).
063000         10  MZC-PAGES          PIC 9(07).
063100
063200*----------------------------------------------------------------*
063300*  MAILING REPORT COMPONENTS                                     *
063400*----------------------------------------------------------------*
063500 01  MSR-HEAD1.
063600     05  FILLER                 PIC X(01)  VALUE SPACES.
063700     05  FILLER                 PIC X(44)  VALUE
063800        ' HHA QUARTERLY MEDICARE SUMMARY NOTICE      '.
063900     05  FILLER                 PIC X(08)  VALUE 'QUARTER '.
064000     05  MH1-QUARTER            PIC X(05).
064100     05  FILLER                 PIC X(03)  VALUE ' ( '.
064200     05  MH1-QTR-FROM           PIC X(08).
064300     05  FILLER                 PIC X(03)  VALUE ' - '.
064400     05  MH1-QTR-THRU           PIC X(08).
064500     05  FILLER                 PIC X(13)  VALUE ' )  RUN DATE '.
064600     05  MH1-RUN-DATE           PIC X(08).
064700
064800 01  MSR-SECT-LINE.
064900     05  FILLER                 PIC X(02)  VALUE SPACES.
065000     05  MSC-TEXT               PIC X(60).
065100
065200 01  MSR-COLS-SUPP.
065300     05  FILLER                 PIC X(44)  VALUE
065400        '  BENEFICIARY   NAME                        '.
065500     05  FILLER                 PIC X(44)  VALUE
065600        '          REASON                    DATE OF '.
065700     05  FILLER                 PIC X(30)  VALUE
065800        'DEATH PERIODS  MEDICARE PAID'.
065900
066000 01  MSR-SUPP-LINE.
066100     05  FILLER                 PIC X(02)  VALUE SPACES.
066200     05  MSP-HIC                PIC X(12).
066300     05  FILLER                 PIC X(02)  VALUE SPACES.
066400     05  MSP-NAME               PIC X(35).
066500     05  FILLER                 PIC X(03)  VALUE SPACES.
066600     05  MSP-REASON             PIC X(24).
066700     05  FILLER                 PIC X(02)  VALUE SPACES.
066800     05  MSP-DOD                PIC X(10).
066900     05  FILLER                 PIC X(05)  VALUE SPACES.
067000     05  MSP-PERIODS            PIC ZZ9.
067100     05  FILLER                 PIC X(02)  VALUE SPACES.
067200     05  MSP-PAID               PIC ZZ,ZZZ,ZZ9.99.
067300
067400 01  MSR-COLS-BUCKET.
067500     05  FILLER                 PIC X(02)  VALUE SPACES.
067600     05  MCB-LABEL              PIC X(24).
067700     05  FILLER                 PIC X(22)  VALUE
067800         'NOTICES          PAGES'.
067900
068000 01  MSR-BUCKET-LINE.
068100     05  FILLER                 PIC X(02)  VALUE SPACES.
068200     05  MBL-LABEL              PIC X(20).
068300     05  MBL-NOTICES            PIC ZZZ,ZZZ,ZZ9.
068400     05  FILLER                 PIC X(04)  VALUE SPACES.
068500     05  MBL-PAGES              PIC ZZZ,ZZZ,ZZ9.
068600
068700 01  MSR-TOTAL-LINE.
068800     05  FILLER                 PIC X(02)  VALUE SPACES.
068900     05  MRT-LABEL              PIC X(44).
069000     05  MRT-COUNT              PIC ZZZ,ZZZ,ZZ9.
069100
069200 01  MSR-AMOUNT-LINE.
069300     05  FILLER                 PIC X(02)  VALUE SPACES.
069400     05  MRA-LABEL              PIC X(44).
069500     05  MRA-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
069600
069700**--------------------------------------------------------------
069800 PROCEDURE  DIVISION.
069900
070000 0000-MAINLINE  SECTION.
070100
070200     ACCEPT MSN-CURR-DATE FROM DATE YYYYMMDD.
070300     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
070400     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
070500     PERFORM 0500-LOAD-PROVMSTR THRU 0500-EXIT.
070600     INITIALIZE MSN-PAGE-COUNTS
070700                MSN-ZIP-COUNTS.
070800
070900     SORT SORTFILE
071000          ON ASCENDING KEY SRT-KEY
071100                           SRT-LIB-SEQ
071200          INPUT  PROCEDURE IS 2000-READ-LIBRARY
071300          OUTPUT PROCEDURE IS 3000-MATCH-HISTORY.
071400
071500     SORT SORTBENE
071600          ON ASCENDING KEY SBN-KEY
071700          INPUT  PROCEDURE IS 4000-COLLECT-BENE
071800          OUTPUT PROCEDURE IS 5000-ISSUE-NOTICES.
071900
072000     DISPLAY '-- PROGRAM HHMSN213  VERSION  ===> ' HHMSN-VERSION.
072100     DISPLAY '-- QUARTER                    ===> ' MSN-QUARTER
072200             ' (' MSN-QTR-FROM ' - ' MSN-QTR-THRU ')'.
072300     DISPLAY '-- PROVMSTR ROWS READ         ===> ' PVM-READ-CTR.
072400     DISPLAY '-- CLMLIB DATASETS READ       ===> ' SEGMENT-CTR.
072500     DISPLAY '-- CLMLIB RECORDS READ        ===> ' CLMLIB-CTR.
072600     DISPLAY '-- CLAIM IMAGES SORTED        ===> ' RELEASE-CTR.
072700     DISPLAY '-- HISTORY RECORDS READ       ===> ' HISTFILE-CTR.
072800     DISPLAY '-- PERIODS TO LIST            ===> ' PERIOD-CTR.
072900     DISPLAY '-- PERIODS WITH NO IMAGE      ===> ' NO-IMAGE-CTR.
073000     DISPLAY '-- BENEELIG DEATH DATES       ===> ' DOD-ROW-CTR.
073100     DISPLAY '-- BENEADDR RECORDS READ      ===> ' BENEADDR-CTR.
073200     DISPLAY '-- BENEFICIARIES WITH PERIODS ===> ' BENE-CTR.
073300     DISPLAY '-- NOTICES ISSUED             ===> ' NOTICE-CTR.
073400     DISPLAY '-- NOTICE PAGES               ===> ' PAGE-CTR.
073500     DISPLAY '-- SUPPRESSED - DECEASED      ===> ' SUPP-DOD-CTR.
073600     DISPLAY '-- SUPPRESSED - NO ADDRESS    ===> ' SUPP-ADDR-CTR.
073700     DISPLAY '-- SUPPRESSED - UNDELIVERABLE ===> ' SUPP-UNDEL-CTR.
073800     DISPLAY '-- PERIODS OVER NOTICE LIMIT  ===> ' OVERFLOW-CTR.
073900     DISPLAY '-- OUTPUT COUNTS FOR MSNFILE  ===> ' MSNFILE-CTR.
074000     DISPLAY '-- OUTPUT COUNTS FOR MSNSUPP  ===> ' MSNSUPP-CTR.
074100     DISPLAY '-- OUTPUT COUNTS FOR MSNRPT   ===> ' MSNRPT-CTR.
074200
074300     IF OVERFLOW-CTR > 0
074400         MOVE 4 TO RETURN-CODE.
074500
074600     STOP RUN.
074700
074800*================================================================*
074900*    QUARTER - THE CARD, ELSE THE QUARTER BEFORE THE RUN DATE    *
075000*================================================================*
075100 0100-GET-PARMS.
075200     MOVE MSN-CURR-DATE (1:4) TO MSN-QTR-YYYY.
075300     MOVE MSN-CURR-DATE (5:2) TO MSN-CURR-MM.
075400     COMPUTE MSN-QTR-Q = (MSN-CURR-MM + 2) / 3.
075500     IF MSN-QTR-Q = 1
075600         SUBTRACT 1 FROM MSN-QTR-YYYY
075700         MOVE 4 TO MSN-QTR-Q
075800     ELSE
075900         SUBTRACT 1 FROM MSN-QTR-Q.
076000
076100     OPEN INPUT MSNPARM.
076200     IF MPM-STAT1 = '0' OR MPM-STAT1 = '9'
076300         READ MSNPARM
076400             AT END MOVE SPACES TO MSNPARM-REC
076500         END-READ
076600         IF MPM-QTR-YYYY NUMERIC
076700            AND MPM-QTR-Q > '0' AND MPM-QTR-Q < '5'
076800             MOVE MPM-QUARTER TO MSN-QUARTER
076900         END-IF
077000         CLOSE MSNPARM.
077100
077200     MOVE MSN-QTR-YYYY TO MQF-YYYY MQT-YYYY.
077300     COMPUTE MQF-MM = MSN-QTR-Q * 3 - 2.
077400     COMPUTE MQT-MM = MSN-QTR-Q * 3.
077500     IF MSN-QTR-Q = 2 OR MSN-QTR-Q = 3
077600         MOVE '30' TO MQT-DD.
077700 0100-EXIT.  EXIT.
077800
077900*================================================================*
078000*    PROVIDER MASTER - AGENCY NAME                               *
078100*================================================================*
078200 0500-LOAD-PROVMSTR.
078300     OPEN INPUT PROVMSTR.
078400     IF PVM-STAT1 = '0' OR PVM-STAT1 = '9'
078500         PERFORM 0510-READ-PROVMSTR THRU 0510-EXIT
078600                 UNTIL EOF-PVM = 1
078700         CLOSE PROVMSTR.
078800 0500-EXIT.  EXIT.
078900
079000 0510-READ-PROVMSTR.
079100     READ PROVMSTR
079200          AT END   MOVE 1 TO EOF-PVM
079300                   GO TO 0510-EXIT.
079400     ADD 1 TO PVM-READ-CTR.
079500     IF PVT-NEXT < 5000
079600         ADD 1 TO PVT-NEXT
079700         SET PV1 TO PVT-NEXT
079800         MOVE PVM-CCN   TO PVT-CCN   (PV1)
079900         MOVE PVM-NAME  TO PVT-NAME  (PV1)
080000     ELSE
080100         DISPLAY '** PROVIDER MASTER TABLE FULL - ROW DROPPED '
080200                 PVM-CCN.
080300 0510-EXIT.  EXIT.
080400
080500 0900-GET-OWN-MODE.
080600     OPEN INPUT MODECARD.
080700     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
080800         READ MODECARD
080900             AT END CONTINUE
081000         END-READ
081100         IF MDC-RUN-MODE = 'T'
081200             MOVE 'T' TO OWN-RUN-MODE
081300         END-IF
081400         CLOSE MODECARD.
081500 0900-EXIT.  EXIT.
081600
081700*================================================================*
081800*    READ THE LIBRARY AND RELEASE THE QUARTER'S FINAL-CLAIM      *
081900*    IMAGES - VISITS BY DISCIPLINE AND AMOUNT PAID - IN KEY      *
082000*    ORDER FOR THE MATCH                                         *
082100*================================================================*
082200 2000-READ-LIBRARY  SECTION.
082300
082400     OPEN INPUT CLMLIB.
082500     IF CLB-STAT1 NOT = '0'
082600         DISPLAY '** HHMSN213 - CLMLIB WILL NOT OPEN - STATUS '
082700                 CLB-STAT
082800         MOVE 16 TO RETURN-CODE
082900         STOP RUN.
083000     PERFORM 2100-READ-CLMLIB THRU 2100-EXIT
083100             UNTIL EOF-CLB = 1.
083200     CLOSE CLMLIB.
083300     GO TO 2000-DONE.
083400
083500 2100-READ-CLMLIB.
083600     READ CLMLIB INTO HHA-OUT-DATA
083700          AT END   MOVE 1 TO EOF-CLB
083800                   PERFORM 2300-CHECK-EOF THRU 2300-EXIT
083900                   GO TO 2100-EXIT.
084000
084100     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
084200        PERFORM 2150-TAKE-HEADER THRU 2150-EXIT
084300        GO TO 2100-EXIT.
084400
084500     IF HDR-SEEN-SW = 0
084600        DISPLAY '** HHMSN213 - CLMLIB HAS NO HEADER RECORD **'
084700        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
084800        MOVE 16 TO RETURN-CODE
084900        STOP RUN.
085000
085100     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
085200        PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
085300        GO TO 2100-EXIT.
085400
085500     ADD 1 TO CLMLIB-CTR.
085600     ADD 1 TO VAL-COUNT.
085700     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
085800     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
085900
086000     IF NOT HHA-TOB-IS-CLAIM
086100        OR HHA-SERV-FROM-DATE < MSN-QTR-FROM
086200        OR HHA-SERV-FROM-DATE > MSN-QTR-THRU
086300         GO TO 2100-EXIT.
086400
086500     MOVE HHA-NPI              TO SRT-NPI.
086600     MOVE HHA-HIC              TO SRT-HIC.
086700     MOVE HHA-SERV-FROM-DATE   TO SRT-FROM-DATE.
086800     MOVE CLMLIB-CTR           TO SRT-LIB-SEQ.
086900     MOVE HHA-DCN              TO SRT-DCN.
087000     PERFORM 2400-PAID-AND-VISITS THRU 2400-EXIT.
087100     RELEASE SORT-REC.
087200     ADD 1 TO RELEASE-CTR.
087300 2100-EXIT.  EXIT.
087400
087500 2150-TAKE-HEADER.
087600     ADD 1 TO SEGMENT-CTR.
087700     IF HHA-OUT-DATA (78:1) = 'T'
087800        AND OWN-RUN-MODE NOT = 'T'
087900         DISPLAY '** HHMSN213 - TEST-STAMPED OUTFILE REFUSED'
088000         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
088100         MOVE 16 TO RETURN-CODE
088200         STOP RUN.
088300     MOVE 1 TO HDR-SEEN-SW.
088400     MOVE 0 TO TRL-SEEN-SW.
088500     MOVE 0 TO VAL-COUNT.
088600     MOVE 0 TO VAL-SUM-PAY.
088700     MOVE 0 TO VAL-SUM-OUTL.
088800 2150-EXIT.  EXIT.
088900
089000 2200-CHECK-TRAILER.
089100     MOVE 1 TO TRL-SEEN-SW.
089200     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
089300     IF VAL-RECORD-COUNT NOT = VAL-COUNT
089400        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
089500        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
089600        DISPLAY '** HHMSN213 - CLMLIB TRAILER OUT OF BALANCE'
089700        DISPLAY '** DATASET ' SEGMENT-CTR
089800                ' TRAILER COUNT ' VAL-RECORD-COUNT
089900                ' READ ' VAL-COUNT
090000        MOVE 16 TO RETURN-CODE
090100        STOP RUN.
090200 2200-EXIT.  EXIT.
090300
090400 2300-CHECK-EOF.
090500     IF TRL-SEEN-SW = 0
090600        DISPLAY '** HHMSN213 - CLMLIB ENDED WITH NO TRAILER'
090700        MOVE 16 TO RETURN-CODE
090800        STOP RUN.
090900 2300-EXIT.  EXIT.
091000
091100*    WHAT MEDICARE PAID IS THE PAYABLE AFTER SEQUESTRATION - A
091200*    VERSION 2 IMAGE HAS IT FROM ITS TOTAL AND SEQUESTERED AMOUNT
091300 2400-PAID-AND-VISITS.
091400     IF HHA-REC-VERSION = '3'
091500        AND HHA-SEQ-PAYABLE-AMT NUMERIC
091600         MOVE HHA-SEQ-PAYABLE-AMT TO SRT-PAID
091700     ELSE
091800         MOVE HHA-TOTAL-PAYMENT   TO SRT-PAID
091900         IF HHA-SEQUESTRATION-AMT NUMERIC
092000            AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
092100             SUBTRACT HHA-SEQUESTRATION-AMT FROM SRT-PAID.
092200     MOVE 0 TO SRT-VISITS (1) SRT-VISITS (2) SRT-VISITS (3)
092300               SRT-VISITS (4) SRT-VISITS (5) SRT-VISITS (6).
092400     PERFORM 2450-VISIT-LINE THRU 2450-EXIT
092500             VARYING MSN-REV-SUB FROM 1 BY 1
092600             UNTIL MSN-REV-SUB > 6.
092700 2400-EXIT.  EXIT.
092800
092900*    1 SKILLED NURSING 055X, 2 PHYSICAL THERAPY 042X, 3 OCCUPA-
093000*    TIONAL THERAPY 043X, 4 SPEECH-LANGUAGE PATHOLOGY 044X,
093100*    5 MEDICAL SOCIAL SERVICES 056X, 6 HOME HEALTH AIDE 057X
093200 2450-VISIT-LINE.
093300     IF HHA-REVENUE-QTY-COV-VISITS (MSN-REV-SUB) NOT NUMERIC
093400         GO TO 2450-EXIT.
093500     MOVE 0 TO MSN-DISC.
093600     IF HHA-REVENUE-CODE (MSN-REV-SUB) (1:3) = '055'
093700         MOVE 1 TO MSN-DISC.
093800     IF HHA-REVENUE-CODE (MSN-REV-SUB) (1:3) = '042'
093900         MOVE 2 TO MSN-DISC.
094000     IF HHA-REVENUE-CODE (MSN-REV-SUB) (1:3) = '043'
094100         MOVE 3 TO MSN-DISC.
094200     IF HHA-REVENUE-CODE (MSN-REV-SUB) (1:3) = '044'
094300         MOVE 4 TO MSN-DISC.
094400     IF HHA-REVENUE-CODE (MSN-REV-SUB) (1:3) = '056'
094500         MOVE 5 TO MSN-DISC.
094600     IF HHA-REVENUE-CODE (MSN-REV-SUB) (1:3) = '057'
094700         MOVE 6 TO MSN-DISC.
094800     IF MSN-DISC = 0
094900         GO TO 2450-EXIT.
095000     ADD HHA-REVENUE-QTY-COV-VISITS (MSN-REV-SUB)
095100                             TO SRT-VISITS (MSN-DISC).
095200 2450-EXIT.  EXIT.
095300
095400 2000-DONE.
095500     EXIT.
095600
095700*================================================================*
095800*    ONE WORK RECORD PER PERIOD TO LIST - THE CURRENT VERSION OF *
095900*    EACH UNCANCELLED FINAL CLAIM THAT BEGAN IN THE QUARTER,     *
096000*    WITH THE IMAGE CARRYING ITS CURRENT DCN                     *
096100*================================================================*
096200 3000-MATCH-HISTORY  SECTION.
096300
096400     OPEN INPUT HISTFILE.
096500     IF HSF-STAT1 NOT = '0'
096600         DISPLAY '** HHMSN213 - HISTFILE WILL NOT OPEN - STATUS '
096700                 HSF-STAT
096800         MOVE 16 TO RETURN-CODE
096900         STOP RUN.
097000     OPEN OUTPUT MSNWORK.
097100     PERFORM 3150-READ-HIST THRU 3150-EXIT.
097200     PERFORM 3050-RETURN-IMAGE THRU 3050-EXIT.
097300     PERFORM 3200-MATCH-ONE THRU 3200-EXIT
097400             UNTIL EOF-HSF = 1.
097500     CLOSE HISTFILE
097600           MSNWORK.
097700     GO TO 3000-DONE.
097800
097900 3050-RETURN-IMAGE.
098000     RETURN SORTFILE
098100          AT END   MOVE 1 TO EOF-SRT
098200                   MOVE HIGH-VALUES TO MSN-IMAGE-KEY
098300                   GO TO 3050-EXIT.
098400     MOVE SRT-KEY TO MSN-IMAGE-KEY.
098500 3050-EXIT.  EXIT.
098600
098700 3150-READ-HIST.
098800     READ HISTFILE
098900          AT END   MOVE 1 TO EOF-HSF
099000                   MOVE HIGH-VALUES TO MSN-HIST-KEY
099100                   GO TO 3150-EXIT.
099200     ADD 1 TO HISTFILE-CTR.
099300     MOVE HSF-KEY TO MSN-HIST-KEY.
099400 3150-EXIT.  EXIT.
099500
099600 3200-MATCH-ONE.
099700*    IMAGES AHEAD OF THIS HISTORY KEY HAVE NO HISTORY ENTRY
099800     PERFORM 3050-RETURN-IMAGE THRU 3050-EXIT
099900             UNTIL MSN-IMAGE-KEY NOT < MSN-HIST-KEY.
100000
100100*    THE LAST IMAGE IN LIBRARY ORDER CARRYING THE CURRENT DCN
100200     MOVE 'N' TO MSN-IMAGE-SW.
100300     INITIALIZE MSN-WORK-AREA.
100400     PERFORM 3250-TAKE-IMAGE THRU 3250-EXIT
100500             UNTIL MSN-IMAGE-KEY NOT = MSN-HIST-KEY.
100600
100700     IF HSF-TOB-CLASS NOT = 'C'
100800        OR HSF-ADJ-IND = 'C'
100900        OR HSF-FROM-DATE < MSN-QTR-FROM
101000        OR HSF-FROM-DATE > MSN-QTR-THRU
101100         GO TO 3200-NEXT.
101200
101300     MOVE HSF-HIC        TO MWA-HIC.
101400     MOVE '2'            TO MWA-TYPE.
101500     MOVE HSF-FROM-DATE  TO MWA-FROM-DATE.
101600     MOVE HSF-NPI        TO MWA-NPI.
101700     MOVE HSF-THRU-DATE  TO MWA-THRU-DATE.
101800     MOVE HSF-PROV-NO    TO MWA-PROV-NO.
101900     MOVE 'Y'            TO MWA-PAID-SW.
102000     IF MSN-IMAGE-FOUND
102100         MOVE 'Y'        TO MWA-IMAGE-SW
102200     ELSE
102300         MOVE 'N'        TO MWA-IMAGE-SW
102400         MOVE HSF-TOTAL-PAYMENT TO MWA-PAID
102500         ADD 1 TO NO-IMAGE-CTR.
102600     IF NOT HSF-RTC-PAYABLE
102700         MOVE 'N'        TO MWA-PAID-SW
102800         MOVE 0          TO MWA-PAID
102900         ADD 1 TO UNPAID-CTR.
103000     WRITE MSNWORK-REC FROM MSN-WORK-AREA.
103100     IF MWK-STAT1 > 0 DISPLAY ' BADW WRITE ON MSNWORK FILE'.
103200     ADD 1 TO PERIOD-CTR.
103300 3200-NEXT.
103400     PERFORM 3150-READ-HIST THRU 3150-EXIT.
103500 3200-EXIT.  EXIT.
103600
103700 3250-TAKE-IMAGE.
103800     IF SRT-DCN = HSF-DCN
103900        AND HSF-DCN NOT = SPACES
104000         MOVE 'Y'             TO MSN-IMAGE-SW
104100         MOVE SRT-PAID        TO MWA-PAID
104200         MOVE SRT-VISITS (1)  TO MWA-VISITS (1)
104300         MOVE SRT-VISITS (2)  TO MWA-VISITS (2)
104400         MOVE SRT-VISITS (3)  TO MWA-VISITS (3)
104500         MOVE SRT-VISITS (4)  TO MWA-VISITS (4)
104600         MOVE SRT-VISITS (5)  TO MWA-VISITS (5)
104700         MOVE SRT-VISITS (6)  TO MWA-VISITS (6).
104800     PERFORM 3050-RETURN-IMAGE THRU 3050-EXIT.
104900 3250-EXIT.  EXIT.
105000
105100 3000-DONE.
105200     EXIT.
105300
105400*================================================================*
105500*    BRING THE PERIODS AND THE DATES OF DEATH TOGETHER BY        *
105600*    BENEFICIARY - A DATE OF DEATH SORTS AHEAD OF THE PERIODS    *
105700*================================================================*
105800 4000-COLLECT-BENE  SECTION.
105900
106000     OPEN INPUT MSNWORK.
106100     IF MWK-STAT1 NOT = '0'
106200         DISPLAY '** HHMSN213 - MSNWORK WILL NOT OPEN - STATUS '
106300                 MWK-STAT
106400         MOVE 16 TO RETURN-CODE
106500         STOP RUN.
106600     PERFORM 4100-RELEASE-PERIOD THRU 4100-EXIT
106700             UNTIL EOF-MWK = 1.
106800     CLOSE MSNWORK.
106900
107000     OPEN INPUT BENEELIG.
107100     IF BEN-STAT1 = '0' OR BEN-STAT1 = '9'
107200         PERFORM 4200-RELEASE-DEATH THRU 4200-EXIT
107300                 UNTIL EOF-BEN = 1
107400         CLOSE BENEELIG.
107500     GO TO 4000-DONE.
107600
107700 4100-RELEASE-PERIOD.
107800     READ MSNWORK INTO MSN-WORK-AREA
107900          AT END   MOVE 1 TO EOF-MWK
108000                   GO TO 4100-EXIT.
108100     RELEASE SORT-BENE-REC FROM MSN-WORK-AREA.
108200 4100-EXIT.  EXIT.
108300
108400 4200-RELEASE-DEATH.
108500     READ BENEELIG
108600          AT END   MOVE 1 TO EOF-BEN
108700                   GO TO 4200-EXIT.
108800     ADD 1 TO BENEELIG-CTR.
108900     IF BEN-DOD = SPACES
109000        OR BEN-DOD = '00000000'
109100         GO TO 4200-EXIT.
109200     INITIALIZE MSN-WORK-AREA.
109300     MOVE BEN-HIC TO MWA-HIC.
109400     MOVE '1'     TO MWA-TYPE.
109500     MOVE BEN-DOD TO MWA-DOD.
109600     RELEASE SORT-BENE-REC FROM MSN-WORK-AREA.
109700     ADD 1 TO DOD-ROW-CTR.
109800 4200-EXIT.  EXIT.
109900
110000 4000-DONE.
110100     EXIT.
110200
110300*================================================================*
110400*    ONE NOTICE, OR ONE SUPPRESSION, PER BENEFICIARY WITH        *
110500*    PERIODS TO LIST                                             *
110600*================================================================*
110700 5000-ISSUE-NOTICES  SECTION.
110800
110900     OPEN INPUT  BENEADDR
111000          OUTPUT MSNFILE
111100                 MSNSUPP
111200                 MSNRPT.
111300     IF BAD-STAT1 NOT = '0'
111400         DISPLAY '** HHMSN213 - BENEADDR WILL NOT OPEN - STATUS '
111500                 BAD-STAT
111600         MOVE 16 TO RETURN-CODE
111700         STOP RUN.
111800     MOVE 'S' TO MSN-SECTION.
111900     PERFORM 9000-HEADINGS THRU 9000-EXIT.
112000     PERFORM 5050-READ-BENEADDR THRU 5050-EXIT.
112100     PERFORM 5100-RETURN-BENE THRU 5100-EXIT
112200             UNTIL EOF-SBN = 1.
112300     PERFORM 5200-FINISH-BENE THRU 5200-EXIT.
112400     PERFORM 8000-MAILING-COUNTS THRU 8000-EXIT.
112500     CLOSE BENEADDR
112600           MSNFILE
112700           MSNSUPP
112800           MSNRPT.
112900     GO TO 5000-DONE.
113000
113100*    THE ADDRESS FILE MUST BE IN BENEFICIARY ORDER
113200 5050-READ-BENEADDR.
113300     READ BENEADDR
113400          AT END   MOVE 1 TO EOF-BAD
113500                   MOVE HIGH-VALUES TO BAD-HIC
113600                   GO TO 5050-EXIT.
113700     ADD 1 TO BENEADDR-CTR.
113800     IF BAD-HIC < MSN-PREV-ADDR-KEY
113900         DISPLAY '** HHMSN213 - BENEADDR OUT OF SEQUENCE AT '
114000                 BAD-HIC
114100         MOVE 16 TO RETURN-CODE
114200         STOP RUN.
114300     MOVE BAD-HIC TO MSN-PREV-ADDR-KEY.
114400 5050-EXIT.  EXIT.
114500
114600 5100-RETURN-BENE.
114700     RETURN SORTBENE INTO MSN-WORK-AREA
114800          AT END   MOVE 1 TO EOF-SBN
114900                   GO TO 5100-EXIT.
115000     IF MWA-HIC NOT = MSN-CUR-HIC
115100         PERFORM 5200-FINISH-BENE THRU 5200-EXIT
115200         MOVE MWA-HIC  TO MSN-CUR-HIC
115300         MOVE SPACES   TO MSN-CUR-DOD
115400         MOVE 0        TO MBP-NEXT
115500                          MSN-BENE-PAID.
115600     IF MWA-IS-DEATH
115700         MOVE MWA-DOD  TO MSN-CUR-DOD
115800         GO TO 5100-EXIT.
115900     IF MBP-NEXT NOT < 40
116000         ADD 1 TO OVERFLOW-CTR
116100         DISPLAY '** HHMSN213 - OVER 40 PERIODS - NOT LISTED '
116200                 MWA-HIC ' ' MWA-FROM-DATE
116300         GO TO 5100-EXIT.
116400     ADD MWA-PAID TO MSN-BENE-PAID.
116500     ADD 1 TO MBP-NEXT.
116600     MOVE MWA-FROM-DATE  TO MBP-FROM-DATE (MBP-NEXT).
116700     MOVE MWA-THRU-DATE  TO MBP-THRU-DATE (MBP-NEXT).
116800     MOVE MWA-PROV-NO    TO MBP-PROV-NO   (MBP-NEXT).
116900     MOVE MWA-PAID-SW    TO MBP-PAID-SW   (MBP-NEXT).
117000     MOVE MWA-PAID       TO MBP-PAID      (MBP-NEXT).
117100     MOVE MWA-IMAGE-SW   TO MBP-IMAGE-SW  (MBP-NEXT).
117200     MOVE MWA-VISITS (1) TO MBP-VISITS    (MBP-NEXT 1).
117300     MOVE MWA-VISITS (2) TO MBP-VISITS    (MBP-NEXT 2).
117400     MOVE MWA-VISITS (3) TO MBP-VISITS    (MBP-NEXT 3).
117500     MOVE MWA-VISITS (4) TO MBP-VISITS    (MBP-NEXT 4).
117600     MOVE MWA-VISITS (5) TO MBP-VISITS    (MBP-NEXT 5).
117700     MOVE MWA-VISITS (6) TO MBP-VISITS    (MBP-NEXT 6).
117800 5100-EXIT.  EXIT.
117900
118000*    A BENEFICIARY WITH ONLY A DATE OF DEATH HAS NOTHING TO LIST
118100 5200-FINISH-BENE.
118200     IF MBP-NEXT = 0
118300         GO TO 5200-EXIT.
118400     ADD 1 TO BENE-CTR.
118500     PERFORM 5300-FIND-ADDRESS THRU 5300-EXIT.
118600     MOVE SPACES TO MSNSUPP-REC.
118700     IF MSN-CUR-DOD NOT = SPACES
118800         MOVE 'D' TO SUP-REASON
118900         MOVE 'DECEASED'                 TO SUP-REASON-TEXT
119000         ADD 1 TO SUPP-DOD-CTR
119100         PERFORM 5400-SUPPRESS THRU 5400-EXIT
119200         GO TO 5200-EXIT.
119300     IF NOT MSN-ADDR-FOUND
119400         MOVE 'A' TO SUP-REASON
119500         MOVE 'NO MAILING ADDRESS'       TO SUP-REASON-TEXT
119600         ADD 1 TO SUPP-ADDR-CTR
119700         PERFORM 5400-SUPPRESS THRU 5400-EXIT
119800         GO TO 5200-EXIT.
119900     IF BAD-UNDELIVERABLE
120000         MOVE 'U' TO SUP-REASON
120100         MOVE 'ADDRESS UNDELIVERABLE'    TO SUP-REASON-TEXT
120200         ADD 1 TO SUPP-UNDEL-CTR
120300         PERFORM 5400-SUPPRESS THRU 5400-EXIT
120400         GO TO 5200-EXIT.
120500     PERFORM 5500-ISSUE-NOTICE THRU 5500-EXIT.
120600 5200-EXIT.  EXIT.
120700
120800 5300-FIND-ADDRESS.
120900     PERFORM 5050-READ-BENEADDR THRU 5050-EXIT
121000             UNTIL BAD-HIC NOT < MSN-CUR-HIC.
121100     MOVE 'N' TO MSN-ADDR-SW.
121200     IF BAD-HIC = MSN-CUR-HIC
121300         MOVE 'Y' TO MSN-ADDR-SW.
121400 5300-EXIT.  EXIT.
121500
121600 5400-SUPPRESS.
121700     MOVE MSN-CUR-HIC   TO SUP-HIC.
121800     MOVE MSN-CUR-DOD   TO SUP-DOD.
121900     MOVE MBP-NEXT      TO SUP-PERIODS.
122000     MOVE MSN-BENE-PAID TO SUP-PAID.
122100     MOVE SPACES        TO SUP-NAME.
122200     IF MSN-ADDR-FOUND
122300         STRING BAD-LAST-NAME  DELIMITED BY '  '
122400                ', '           DELIMITED BY SIZE
122500                BAD-FIRST-NAME DELIMITED BY '  '
122600                INTO SUP-NAME.
122700     WRITE MSNSUPP-REC.
122800     IF MSS-STAT1 > 0 DISPLAY ' BADS WRITE ON MSNSUPP FILE'.
122900     ADD 1 TO MSNSUPP-CTR.
123000
123100     IF MSN-RPT-LINE-CTR > 54
123200         PERFORM 9000-HEADINGS THRU 9000-EXIT.
123300     MOVE SUP-HIC         TO MSP-HIC.
123400     MOVE SUP-NAME        TO MSP-NAME.
123500     MOVE SUP-REASON-TEXT TO MSP-REASON.
123600     MOVE SPACES          TO MSP-DOD.
123700     IF MSN-CUR-DOD NOT = SPACES
123800         MOVE MSN-CUR-DOD TO MSN-DATE-IN
123900         PERFORM 6950-EDIT-DATE THRU 6950-EXIT
124000         MOVE MSN-DATE-OUT TO MSP-DOD.
124100     MOVE MBP-NEXT        TO MSP-PERIODS.
124200     MOVE MSN-BENE-PAID   TO MSP-PAID.
124300     WRITE MSNRPT-LINE FROM MSR-SUPP-LINE
124400                           AFTER ADVANCING 1.
124500     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
124600     ADD 1 TO MSN-RPT-LINE-CTR.
124700 5400-EXIT.  EXIT.
124800
124900*    LAY THE NOTICE OUT ONCE TO COUNT ITS PAGES, THEN PRINT IT
125000 5500-ISSUE-NOTICE.
125100     PERFORM 5600-NOTICE-FIELDS THRU 5600-EXIT.
125200     MOVE 'N' TO MSN-PRINT-SW.
125300     MOVE 0   TO MSN-PAGE-TOTAL.
125400     PERFORM 6000-FORMAT-NOTICE THRU 6000-EXIT.
125500     MOVE MSN-PAGE-NO TO MSN-PAGE-TOTAL.
125600     MOVE 'Y' TO MSN-PRINT-SW.
125700     PERFORM 6000-FORMAT-NOTICE THRU 6000-EXIT.
125800
125900     ADD 1              TO NOTICE-CTR.
126000     ADD MSN-PAGE-TOTAL TO PAGE-CTR.
126100     ADD MBP-NEXT       TO LISTED-CTR.
126200     ADD MSN-BENE-PAID  TO NOTICE-PAID-TOTAL.
126300     MOVE MSN-PAGE-TOTAL TO MSN-PG-SUB.
126400     IF MSN-PAGE-TOTAL > 5
126500         MOVE 5 TO MSN-PG-SUB.
126600     ADD 1              TO MPC-NOTICES (MSN-PG-SUB).
126700     ADD MSN-PAGE-TOTAL TO MPC-PAGES   (MSN-PG-SUB).
126800     MOVE 1001 TO MSN-ZIP-SUB.
126900     IF BAD-ZIP-5 (1:3) NUMERIC
127000         MOVE BAD-ZIP-5 (1:3) TO MSN-ZIP3
127100         COMPUTE MSN-ZIP-SUB = MSN-ZIP3 + 1.
127200     ADD 1              TO MZC-NOTICES (MSN-ZIP-SUB).
127300     ADD MSN-PAGE-TOTAL TO MZC-PAGES   (MSN-ZIP-SUB).
127400 5500-EXIT.  EXIT.
127500
127600*    NAME, CITY LINE AND THE MEDICARE NUMBER SHOWING ONLY ITS
127700*    LAST FOUR CHARACTERS
127800 5600-NOTICE-FIELDS.
127900     MOVE SPACES TO MSN-NAME-LINE
128000                    MSN-CITY-LINE.
128100     IF BAD-MID-INIT = SPACE
128200         STRING BAD-FIRST-NAME DELIMITED BY '  '
128300                ' '            DELIMITED BY SIZE
128400                BAD-LAST-NAME  DELIMITED BY '  '
128500                INTO MSN-NAME-LINE
128600     ELSE
128700         STRING BAD-FIRST-NAME DELIMITED BY '  '
128800                ' '            DELIMITED BY SIZE
128900                BAD-MID-INIT   DELIMITED BY SIZE
129000                ' '            DELIMITED BY SIZE
129100                BAD-LAST-NAME  DELIMITED BY '  '
129200                INTO MSN-NAME-LINE.
129300     IF BAD-ZIP-4 = SPACES OR BAD-ZIP-4 = '0000'
129400         STRING BAD-CITY       DELIMITED BY '  '
129500                ', '           DELIMITED BY SIZE
129600                BAD-STATE      DELIMITED BY SIZE
129700                '  '           DELIMITED BY SIZE
129800                BAD-ZIP-5      DELIMITED BY SIZE
129900                INTO MSN-CITY-LINE
130000     ELSE
130100         STRING BAD-CITY       DELIMITED BY '  '
130200                ', '           DELIMITED BY SIZE
130300                BAD-STATE      DELIMITED BY SIZE
130400                '  '           DELIMITED BY SIZE
130500                BAD-ZIP-5      DELIMITED BY SIZE
130600                '-'            DELIMITED BY SIZE
130700                BAD-ZIP-4      DELIMITED BY SIZE
130800                INTO MSN-CITY-LINE.
130900
131000     MOVE 12 TO MSN-HIC-LEN.
131100     PERFORM 5650-HIC-BACK-ONE THRU 5650-EXIT
131200             UNTIL MSN-HIC-LEN < 5
131300                OR MSN-CUR-HIC (MSN-HIC-LEN:1) NOT = SPACE.
131400     MOVE SPACES TO MSN-MASKED-HIC.
131500     MOVE ALL 'X' TO MSN-MASKED-HIC (1:MSN-HIC-LEN - 4).
131600     MOVE MSN-CUR-HIC (MSN-HIC-LEN - 3:4)
131700                  TO MSN-MASKED-HIC (MSN-HIC-LEN - 3:4).
131800 5600-EXIT.  EXIT.
131900
132000 5650-HIC-BACK-ONE.
132100     SUBTRACT 1 FROM MSN-HIC-LEN.
132200 5650-EXIT.  EXIT.
132300
132400 5000-DONE.
132500     EXIT.
132600
132700*================================================================*
132800*    ONE NOTICE - COUNTING PAGES ONLY, OR PRINTING               *
132900*================================================================*
133000 6000-NOTICE  SECTION.
133100
133200 6000-FORMAT-NOTICE.
133300     MOVE 0   TO MSN-PAGE-NO.
133400     MOVE 'N' TO MSN-IN-PERIODS-SW.
133500     PERFORM 6500-FIRST-PAGE THRU 6500-EXIT.
133600     MOVE 'Y' TO MSN-IN-PERIODS-SW.
133700     PERFORM 6100-PERIOD-LINES THRU 6100-EXIT
133800             VARYING MBP-SUB FROM 1 BY 1
133900             UNTIL MBP-SUB > MBP-NEXT.
134000
134100     MOVE 3 TO MSN-NEED.
134200     PERFORM 6700-ENSURE-ROOM THRU 6700-EXIT.
134300     MOVE MSN-BENE-PAID TO MTT-PAID.
134400     MOVE MSN-TOTAL-LINE TO MSN-OUT-LINE.
134500     MOVE 2 TO MSN-ADV.
134600     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
134700     MOVE 'N' TO MSN-IN-PERIODS-SW.
134800
134900*    DISCIPLINE LEGEND, FRAUD REPORTING, APPEAL RIGHTS - EACH
135000*    BLOCK KEPT WHOLE ON ONE PAGE
135100     MOVE 5 TO MSN-NEED.
135200     MOVE 4 TO MSN-TXT-SUB.
135300     MOVE 7 TO MSN-TXT-LAST.
135400     PERFORM 6200-TEXT-BLOCK THRU 6200-EXIT.
135500     MOVE 7 TO MSN-NEED.
135600     MOVE 8 TO MSN-TXT-SUB.
135700     MOVE 13 TO MSN-TXT-LAST.
135800     PERFORM 6200-TEXT-BLOCK THRU 6200-EXIT.
135900     MOVE 16 TO MSN-NEED.
136000     MOVE 14 TO MSN-TXT-SUB.
136100     MOVE 28 TO MSN-TXT-LAST.
136200     PERFORM 6200-TEXT-BLOCK THRU 6200-EXIT.
136300 6000-EXIT.  EXIT.
136400
136500 6100-PERIOD-LINES.
136600     MOVE 3 TO MSN-NEED.
136700     PERFORM 6700-ENSURE-ROOM THRU 6700-EXIT.
136800     MOVE SPACES TO MSN-PERIOD-LINE.
136900     MOVE MBP-FROM-DATE (MBP-SUB) TO MSN-DATE-IN.
137000     PERFORM 6950-EDIT-DATE THRU 6950-EXIT.
137100     MOVE MSN-DATE-OUT TO MPL-FROM.
137200     MOVE MBP-THRU-DATE (MBP-SUB) TO MSN-DATE-IN.
137300     PERFORM 6950-EDIT-DATE THRU 6950-EXIT.
137400     MOVE MSN-DATE-OUT TO MPL-THRU.
137500     PERFORM 6150-AGENCY-NAME THRU 6150-EXIT.
137600     MOVE MSN-AGENCY-NAME TO MPL-AGENCY.
137700     IF MBP-IMAGE-SW (MBP-SUB) = 'Y'
137800         PERFORM 6160-VISIT-COLUMN THRU 6160-EXIT
137900                 VARYING MSN-VIS-SUB FROM 1 BY 1
138000                 UNTIL MSN-VIS-SUB > 6.
138100     MOVE MBP-PAID (MBP-SUB) TO MPL-PAID.
138200     MOVE MSN-PERIOD-LINE TO MSN-OUT-LINE.
138300     MOVE 2 TO MSN-ADV.
138400     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
138500
138600     MOVE MBP-PROV-NO (MBP-SUB) TO MP2-PROV-NO.
138700     MOVE SPACES TO MP2-NOTE.
138800     IF MBP-IMAGE-SW (MBP-SUB) NOT = 'Y'
138900         MOVE 'VISIT DETAIL NOT AVAILABLE' TO MP2-NOTE.
139000     IF MBP-PAID-SW (MBP-SUB) = 'N'
139100         MOVE 'MEDICARE DID NOT PAY FOR THIS PERIOD' TO MP2-NOTE.
139200     MOVE MSN-PERIOD-LINE2 TO MSN-OUT-LINE.
139300     MOVE 1 TO MSN-ADV.
139400     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
139500 6100-EXIT.  EXIT.
139600
139700 6150-AGENCY-NAME.
139800     MOVE SPACES TO MSN-AGENCY-NAME.
139900     SET PV1 TO 1.
140000     SEARCH PVT-DATA VARYING PV1
140100         AT END
140200             MOVE 'HOME HEALTH AGENCY' TO MSN-AGENCY-NAME
140300         WHEN PV1 > PVT-NEXT
140400             MOVE 'HOME HEALTH AGENCY' TO MSN-AGENCY-NAME
140500         WHEN PVT-CCN (PV1) = MBP-PROV-NO (MBP-SUB)
140600             MOVE PVT-NAME (PV1) TO MSN-AGENCY-NAME
140700     END-SEARCH.
140800 6150-EXIT.  EXIT.
140900
141000 6160-VISIT-COLUMN.
141100     MOVE MBP-VISITS (MBP-SUB MSN-VIS-SUB)
141200                          TO MPL-VISITS (MSN-VIS-SUB).
141300 6160-EXIT.  EXIT.
141400
141500 6200-TEXT-BLOCK.
141600     PERFORM 6700-ENSURE-ROOM THRU 6700-EXIT.
141700     MOVE 2 TO MSN-ADV.
141800     PERFORM 6250-TEXT-LINE THRU 6250-EXIT
141900             UNTIL MSN-TXT-SUB > MSN-TXT-LAST.
142000 6200-EXIT.  EXIT.
142100
142200 6250-TEXT-LINE.
142300     MOVE MSN-TEXT (MSN-TXT-SUB) TO MTX-TEXT.
142400     MOVE MSN-TEXT-LINE TO MSN-OUT-LINE.
142500     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
142600     MOVE 1 TO MSN-ADV.
142700     ADD 1 TO MSN-TXT-SUB.
142800 6250-EXIT.  EXIT.
142900
143000*    FIRST PAGE - TITLE, MAILING ADDRESS (WINDOW POSITION),
143100*    MEDICARE NUMBER, QUARTER, INTRODUCTION, COLUMN HEADINGS
143200 6500-FIRST-PAGE.
143300     MOVE 'MEDICARE SUMMARY NOTICE' TO MTL-TITLE.
143400     PERFORM 6900-PAGE-EJECT THRU 6900-EXIT.
143500     MOVE 'HOME HEALTH SERVICES' TO MSL-TEXT.
143600     MOVE MSN-CURR-DATE TO MSN-DATE-IN.
143700     PERFORM 6950-EDIT-DATE THRU 6950-EXIT.
143800     MOVE MSN-DATE-OUT TO MSL-NOTICE-DATE.
143900     MOVE MSN-SUBTITLE-LINE TO MSN-OUT-LINE.
144000     MOVE 1 TO MSN-ADV.
144100     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
144200
144300     MOVE MSN-NAME-LINE TO MAL-TEXT.
144400     MOVE MSN-ADDR-LINE TO MSN-OUT-LINE.
144500     MOVE 3 TO MSN-ADV.
144600     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
144700     MOVE 1 TO MSN-ADV.
144800     MOVE BAD-ADDR-LINE-1 TO MAL-TEXT.
144900     MOVE MSN-ADDR-LINE TO MSN-OUT-LINE.
145000     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
145100     IF BAD-ADDR-LINE-2 NOT = SPACES
145200         MOVE BAD-ADDR-LINE-2 TO MAL-TEXT
145300         MOVE MSN-ADDR-LINE TO MSN-OUT-LINE
145400         PERFORM 6800-PUT-LINE THRU 6800-EXIT.
145500     MOVE MSN-CITY-LINE TO MAL-TEXT.
145600     MOVE MSN-ADDR-LINE TO MSN-OUT-LINE.
145700     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
145800
145900     MOVE MSN-MASKED-HIC TO MIL-HIC.
146000     MOVE MSN-ID-LINE TO MSN-OUT-LINE.
146100     MOVE 3 TO MSN-ADV.
146200     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
146300     MOVE MSN-QTR-FROM TO MSN-DATE-IN.
146400     PERFORM 6950-EDIT-DATE THRU 6950-EXIT.
146500     MOVE MSN-DATE-OUT TO MQL-FROM.
146600     MOVE MSN-QTR-THRU TO MSN-DATE-IN.
146700     PERFORM 6950-EDIT-DATE THRU 6950-EXIT.
146800     MOVE MSN-DATE-OUT TO MQL-THRU.
146900     MOVE MSN-QTR-LINE TO MSN-OUT-LINE.
147000     MOVE 1 TO MSN-ADV.
147100     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
147200
147300     MOVE 1 TO MSN-TXT-SUB.
147400     MOVE 3 TO MSN-TXT-LAST.
147500     MOVE 2 TO MSN-ADV.
147600     PERFORM 6250-TEXT-LINE THRU 6250-EXIT
147700             UNTIL MSN-TXT-SUB > MSN-TXT-LAST.
147800     PERFORM 6550-COLUMN-HEADS THRU 6550-EXIT.
147900 6500-EXIT.  EXIT.
148000
148100 6550-COLUMN-HEADS.
148200     MOVE MSN-COLS1 TO MSN-OUT-LINE.
148300     MOVE 2 TO MSN-ADV.
148400     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
148500     MOVE MSN-COLS2 TO MSN-OUT-LINE.
148600     MOVE 1 TO MSN-ADV.
148700     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
148800 6550-EXIT.  EXIT.
148900
149000*    CONTINUATION PAGE - THE MEDICARE NUMBER AGAIN, AND THE
149100*    COLUMN HEADINGS WHEN PERIODS CARRY OVER
149200 6600-NEXT-PAGE.
149300     MOVE 'MEDICARE SUMMARY NOTICE - CONTINUED' TO MTL-TITLE.
149400     PERFORM 6900-PAGE-EJECT THRU 6900-EXIT.
149500     MOVE MSN-MASKED-HIC TO MIL-HIC.
149600     MOVE MSN-ID-LINE TO MSN-OUT-LINE.
149700     MOVE 1 TO MSN-ADV.
149800     PERFORM 6800-PUT-LINE THRU 6800-EXIT.
149900     IF MSN-IN-PERIODS-SW = 'Y'
150000         PERFORM 6550-COLUMN-HEADS THRU 6550-EXIT.
150100 6600-EXIT.  EXIT.
150200
150300 6700-ENSURE-ROOM.
150400     IF MSN-LINE-CTR + MSN-NEED > MSN-PAGE-LINES
150500         PERFORM 6600-NEXT-PAGE THRU 6600-EXIT.
150600 6700-EXIT.  EXIT.
150700
150800 6800-PUT-LINE.
150900     ADD MSN-ADV TO MSN-LINE-CTR.
151000     IF NOT MSN-PRINTING
151100         GO TO 6800-EXIT.
151200     WRITE MSNFILE-LINE FROM MSN-OUT-LINE
151300                            AFTER ADVANCING MSN-ADV.
151400     IF MSF-STAT1 > 0 DISPLAY ' BADN WRITE ON MSNFILE FILE'.
151500     ADD 1 TO MSNFILE-CTR.
151600 6800-EXIT.  EXIT.
151700
151800 6900-PAGE-EJECT.
151900     ADD 1 TO MSN-PAGE-NO.
152000     MOVE 1 TO MSN-LINE-CTR.
152100     IF NOT MSN-PRINTING
152200         GO TO 6900-EXIT.
152300     MOVE MSN-PAGE-NO    TO MTL-PAGE.
152400     MOVE MSN-PAGE-TOTAL TO MTL-PAGES.
152500     WRITE MSNFILE-LINE FROM MSN-TITLE-LINE
152600                            AFTER ADVANCING PAGE.
152700     IF MSF-STAT1 > 0 DISPLAY ' BADN WRITE ON MSNFILE FILE'.
152800     ADD 1 TO MSNFILE-CTR.
152900 6900-EXIT.  EXIT.
153000
153100 6950-EDIT-DATE.
153200     MOVE MDI-MM   TO MDO-MM.
153300     MOVE MDI-DD   TO MDO-DD.
153400     MOVE MDI-YYYY TO MDO-YYYY.
153500 6950-EXIT.  EXIT.
153600
153700 6000-DONE.
153800     EXIT.
153900
154000*================================================================*
154100*    MAILING COUNTS FOR POSTAGE                                  *
154200*================================================================*
154300 8000-COUNTS  SECTION.
154400
154500 8000-MAILING-COUNTS.
154600     MOVE 'T' TO MSN-SECTION.
154700     PERFORM 9000-HEADINGS THRU 9000-EXIT.
154800     MOVE 'BENEFICIARIES WITH PERIODS BILLED'  TO MRT-LABEL.
154900     MOVE BENE-CTR                             TO MRT-COUNT.
155000     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
155100     MOVE 'NOTICES TO MAIL'                    TO MRT-LABEL.
155200     MOVE NOTICE-CTR                           TO MRT-COUNT.
155300     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
155400     MOVE 'PAGES TO PRINT'                     TO MRT-LABEL.
155500     MOVE PAGE-CTR                             TO MRT-COUNT.
155600     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
155700     MOVE 'PERIODS LISTED ON NOTICES'          TO MRT-LABEL.
155800     MOVE LISTED-CTR                           TO MRT-COUNT.
155900     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
156000     MOVE 'MEDICARE PAID ON NOTICES'           TO MRA-LABEL.
156100     MOVE NOTICE-PAID-TOTAL                    TO MRA-AMOUNT.
156200     WRITE MSNRPT-LINE FROM MSR-AMOUNT-LINE
156300                           AFTER ADVANCING 2.
156400     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
156500     ADD 2 TO MSN-RPT-LINE-CTR.
156600     MOVE 'SUPPRESSED - DECEASED (BENEELIG)'   TO MRT-LABEL.
156700     MOVE SUPP-DOD-CTR                         TO MRT-COUNT.
156800     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
156900     MOVE 'SUPPRESSED - NO MAILING ADDRESS'    TO MRT-LABEL.
157000     MOVE SUPP-ADDR-CTR                        TO MRT-COUNT.
157100     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
157200     MOVE 'SUPPRESSED - ADDRESS UNDELIVERABLE' TO MRT-LABEL.
157300     MOVE SUPP-UNDEL-CTR                       TO MRT-COUNT.
157400     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
157500     MOVE 'PERIODS WITH NO CLAIM IMAGE'        TO MRT-LABEL.
157600     MOVE NO-IMAGE-CTR                         TO MRT-COUNT.
157700     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
157800     MOVE 'PERIODS NOT PAID'                   TO MRT-LABEL.
157900     MOVE UNPAID-CTR                           TO MRT-COUNT.
158000     PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
158100     IF OVERFLOW-CTR > 0
158200         MOVE 'PERIODS OVER THE NOTICE LIMIT'  TO MRT-LABEL
158300         MOVE OVERFLOW-CTR                     TO MRT-COUNT
158400         PERFORM 8300-TOTAL-LINE THRU 8300-EXIT.
158500
158600     MOVE 'P' TO MSN-SECTION.
158700     PERFORM 9000-HEADINGS THRU 9000-EXIT.
158800     PERFORM 8100-PAGE-BUCKET THRU 8100-EXIT
158900             VARYING MSN-PG-SUB FROM 1 BY 1
159000             UNTIL MSN-PG-SUB > 5.
159100
159200     MOVE 'Z' TO MSN-SECTION.
159300     PERFORM 9000-HEADINGS THRU 9000-EXIT.
159400     PERFORM 8200-ZIP-BUCKET THRU 8200-EXIT
159500             VARYING MSN-ZIP-SUB FROM 1 BY 1
159600             UNTIL MSN-ZIP-SUB > 1001.
159700     GO TO 8000-EXIT.
159800
159900 8100-PAGE-BUCKET.
160000     MOVE SPACES TO MBL-LABEL.
160100     STRING MSN-PG-SUB ' PAGE' DELIMITED BY SIZE INTO MBL-LABEL.
160200     IF MSN-PG-SUB > 1
160300         MOVE 'S' TO MBL-LABEL (7:1).
160400     IF MSN-PG-SUB = 5
160500         MOVE '5 OR MORE PAGES' TO MBL-LABEL.
160600     MOVE MPC-NOTICES (MSN-PG-SUB) TO MBL-NOTICES.
160700     MOVE MPC-PAGES   (MSN-PG-SUB) TO MBL-PAGES.
160800     PERFORM 8400-BUCKET-LINE THRU 8400-EXIT.
160900 8100-EXIT.  EXIT.
161000
161100 8200-ZIP-BUCKET.
161200     IF MZC-NOTICES (MSN-ZIP-SUB) = 0
161300         GO TO 8200-EXIT.
161400     MOVE SPACES TO MBL-LABEL.
161500     IF MSN-ZIP-SUB = 1001
161600         MOVE 'NOT NUMERIC' TO MBL-LABEL
161700     ELSE
161800         COMPUTE MSN-ZIP3 = MSN-ZIP-SUB - 1
161900         STRING MSN-ZIP3 'XX' DELIMITED BY SIZE INTO MBL-LABEL.
162000     MOVE MZC-NOTICES (MSN-ZIP-SUB) TO MBL-NOTICES.
162100     MOVE MZC-PAGES   (MSN-ZIP-SUB) TO MBL-PAGES.
162200     PERFORM 8400-BUCKET-LINE THRU 8400-EXIT.
162300 8200-EXIT.  EXIT.
162400
162500 8300-TOTAL-LINE.
162600     IF MSN-RPT-LINE-CTR > 54
162700         PERFORM 9000-HEADINGS THRU 9000-EXIT.
162800     WRITE MSNRPT-LINE FROM MSR-TOTAL-LINE
162900                           AFTER ADVANCING 2.
163000     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
163100     ADD 2 TO MSN-RPT-LINE-CTR.
163200 8300-EXIT.  EXIT.
163300
163400 8400-BUCKET-LINE.
163500     IF MSN-RPT-LINE-CTR > 54
163600         PERFORM 9000-HEADINGS THRU 9000-EXIT.
163700     WRITE MSNRPT-LINE FROM MSR-BUCKET-LINE
163800                           AFTER ADVANCING 1.
163900     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
164000     ADD 1 TO MSN-RPT-LINE-CTR.
164100 8400-EXIT.  EXIT.
164200
164300 8000-EXIT.
164400     EXIT.
164500
164600*================================================================*
164700*    PAGE HEADINGS FOR THE SECTION BEING PRINTED                 *
164800*================================================================*
164900 9000-HEADINGS.
165000     MOVE MSN-QUARTER      TO MH1-QUARTER.
165100     MOVE MSN-QTR-FROM     TO MH1-QTR-FROM.
165200     MOVE MSN-QTR-THRU     TO MH1-QTR-THRU.
165300     MOVE MSN-CURR-DATE    TO MH1-RUN-DATE.
165400     WRITE MSNRPT-LINE FROM MSR-HEAD1
165500                           AFTER ADVANCING PAGE.
165600     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
165700     MOVE ALL '-' TO MSNRPT-LINE.
165800     WRITE MSNRPT-LINE AFTER ADVANCING 1.
165900     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
166000     MOVE 2 TO MSN-RPT-LINE-CTR.
166100     IF MSN-SECTION = 'S'
166200         MOVE 'NOTICES SUPPRESSED' TO MSC-TEXT
166300         WRITE MSNRPT-LINE FROM MSR-SECT-LINE
166400                               AFTER ADVANCING 2
166500         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
166600         WRITE MSNRPT-LINE FROM MSR-COLS-SUPP
166700                               AFTER ADVANCING 2
166800         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
166900         ADD 4 TO MSN-RPT-LINE-CTR.
167000     IF MSN-SECTION = 'T'
167100         MOVE 'MAILING TOTALS' TO MSC-TEXT
167200         WRITE MSNRPT-LINE FROM MSR-SECT-LINE
167300                               AFTER ADVANCING 2
167400         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
167500         ADD 2 TO MSN-RPT-LINE-CTR.
167600     IF MSN-SECTION = 'P'
167700         MOVE 'NOTICES BY PAGES PER NOTICE' TO MSC-TEXT
167800         MOVE 'PAGES PER NOTICE' TO MCB-LABEL
167900         PERFORM 9050-BUCKET-HEADS THRU 9050-EXIT.
168000     IF MSN-SECTION = 'Z'
168100         MOVE 'NOTICES BY ZIP CODE PREFIX' TO MSC-TEXT
168200         MOVE 'ZIP CODE PREFIX' TO MCB-LABEL
168300         PERFORM 9050-BUCKET-HEADS THRU 9050-EXIT.
168400     MOVE SPACES TO MSNRPT-LINE.
168500     WRITE MSNRPT-LINE AFTER ADVANCING 1.
168600     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
168700     ADD 1 TO MSN-RPT-LINE-CTR.
168800 9000-EXIT.  EXIT.
168900
169000 9050-BUCKET-HEADS.
169100     WRITE MSNRPT-LINE FROM MSR-SECT-LINE
169200                           AFTER ADVANCING 2.
169300     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
169400     WRITE MSNRPT-LINE FROM MSR-COLS-BUCKET
169500                           AFTER ADVANCING 2.
169600     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
169700     ADD 4 TO MSN-RPT-LINE-CTR.
169800 9050-EXIT.  EXIT.
169900
170000 9100-CHECK-WRITE.
170100     IF MSR-STAT1 > 0 DISPLAY ' BADR WRITE ON MSNRPT FILE'.
170200     ADD 1 TO MSNRPT-CTR.
170300 9100-EXIT.  EXIT.
