000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHPEP213.
000300
000400*----------------------------------------------------------------*
000500*  PEER-GROUP PERCENTILE COMPARISON OF AGENCIES (PEPPER VIEW)    *
000600*                                                                *
000700*  HHSRV213 COMPARES AN AGENCY WITH ITS OWN HISTORY; THE         *
000800*  INTEGRITY CONTRACTOR AND MEDICAL REVIEW WANT TO KNOW WHERE    *
000900*  EACH AGENCY SITS AGAINST ITS PEERS.  FOR ONE CALENDAR QUARTER *
001000*  OF PAID FINAL CLAIMS (PERIOD FROM-DATE IN THE QUARTER, THE    *
001100*  CURRENT VERSION ON THE CLAIM-HISTORY MASTER, NOT CANCELLED)   *
001200*  THIS PROGRAM COMPUTES PER AGENCY:                             *
001300*                                                                *
001400*    LUPA  LUPA RATE         PERIODS PAID AS LUPA (RTC 06)       *
001500*    OUTL  OUTLIER RATE      PERIODS PAYING AN OUTLIER           *
001600*    CMW   AVERAGE CASE-MIX  HRG WEIGHT PER PERIOD               *
001700*    INST  INSTITUTIONAL     HRG POSITION 1 = 2 OR 4             *
001800*    LATE  LATE TIMING       HRG POSITION 1 = 3 OR 4             *
001900*    APAY  AVERAGE PAYMENT   TOTAL PAYMENT PER PERIOD            *
002000*                                                                *
002100*  LUPA, OUTL AND APAY COME FROM THE HISTORY MASTER; CMW, INST   *
002200*  AND LATE NEED THE CLAIM IMAGE, TAKEN FROM THE PRICED-CLAIM    *
002300*  LIBRARY BY THE CURRENT DCN AS HHMAJ213 DOES.  THEIR           *
002400*  DENOMINATOR IS THE PERIODS WITH AN IMAGE.                     *
002500*                                                                *
002600*  AN AGENCY IS RANKED ON A MEASURE WHEN ITS DENOMINATOR REACHES *
002700*  THE MINIMUM (DEFAULT 11).  ITS PERCENTILE IS THE PERCENT OF   *
002800*  THE OTHER RANKED AGENCIES WITH A LOWER VALUE - NATIONALLY AND *
002900*  WITHIN ITS STATE (PROVMSTR, ELSE CCN POSITIONS 1-2).  A       *
003000*  MEASURE AT OR ABOVE THE 80TH PERCENTILE IS FLAGGED.           *
003100*                                                                *
003200*  HISTFILE - THE CLAIM-HISTORY MASTER (HHHST213 HISTOUT)        *
003300*  CLMLIB   - THE PRICED-CLAIM LIBRARY, EACH DATASET BALANCED    *
003400*  PROVMSTR - (OPTIONAL) PROVIDER MASTER - AGENCY NAME AND STATE *
003500*  PEPPARM  - (OPTIONAL) COLS  1-5  QUARTER YYYYQ (PRIOR QUARTER)*
003600*                        COLS  7-9  MINIMUM PERIODS       (011)  *
003700*                        COLS 11-12 FLAG PERCENTILE       (80)   *
003800*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES  *
003900*             ARE ACCEPTED, OTHERWISE ONE STOPS THE STEP (RC 16) *
004000*  PEPRPT   - AGENCY PROFILES, UNRANKED AGENCIES, MEASURE SUMMARY*
004100*  PEPEXT   - COMMA-DELIMITED, ONE ROW PER AGENCY PER MEASURE    *
004200*----------------------------------------------------------------*
004300
004400 DATE-COMPILED.
004500 ENVIRONMENT                     DIVISION.
004600
004700 CONFIGURATION                   SECTION.
004800 SOURCE-COMPUTER.                IBM-370.
004900 OBJECT-COMPUTER.                IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300
005400     SELECT HISTFILE  ASSIGN TO UT-S-HISTFILE
005500         FILE STATUS IS HSF-STAT.
005600     SELECT CLMLIB    ASSIGN TO UT-S-CLMLIB
005700         FILE STATUS IS CLB-STAT.
005800     SELECT OPTIONAL PROVMSTR ASSIGN TO UT-S-PROVMSTR
005900         FILE STATUS IS PVM-STAT.
006000     SELECT OPTIONAL PEPPARM ASSIGN TO UT-S-PEPPARM
006100         FILE STATUS IS PPM-STAT.
006200     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
006300         FILE STATUS IS MDC-STAT.
006400     SELECT PEPRPT    ASSIGN TO UT-S-PEPRPT
006500         FILE STATUS IS PPR-STAT.
006600     SELECT PEPEXT    ASSIGN TO UT-S-PEPEXT
006700         FILE STATUS IS PPX-STAT.
006800     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
006900     SELECT RANKSORT  ASSIGN TO UT-S-SORTWK02.
007000     SELECT PRTSORT   ASSIGN TO UT-S-SORTWK03.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  HISTFILE
007500     RECORDING MODE IS F
007600     BLOCK CONTAINS 0 RECORDS
007700     LABEL RECORDS ARE STANDARD.
007800 01  HISTFILE-REC.
007900     05  HSF-KEY.
008000         10  HSF-NPI            PIC X(10).
008100         10  HSF-HIC            PIC X(12).
008200         10  HSF-FROM-DATE      PIC X(08).
008300     05  HSF-THRU-DATE          PIC X(08).
008400     05  HSF-PROV-NO            PIC X(06).
008500     05  HSF-TOB-CLASS          PIC X(01).
008600     05  HSF-PAY-RTC            PIC 99.
008700         88  HSF-RTC-PAYABLE    VALUES 00 01 02 06 09 11 14 32.
008800         88  HSF-RTC-LUPA       VALUE 06.
008900     05  HSF-TOTAL-PAYMENT      PIC 9(07)V9(02).
009000     05  HSF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
009100     05  HSF-ADJ-IND            PIC X(01).
009200     05  HSF-ADMIT-DATE         PIC X(08).
009300     05  HSF-DCN                PIC X(08).
009400     05  HSF-PRED-DCN           PIC X(08).
009500     05  FILLER                 PIC X(10).
009600
009700 FD  CLMLIB
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS V
009910     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
010000     BLOCK CONTAINS 0 RECORDS.
010100 01  CLMLIB-REC                 PIC X(1000).
010200
010300 FD  PROVMSTR
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 01  PROV-MSTR-REC.
010700     05  PVM-CCN                 PIC X(06).
010800     05  FILLER                  PIC X(01).
010900     05  PVM-NAME                PIC X(30).
011000     05  FILLER                  PIC X(01).
011100     05  PVM-STATE               PIC X(02).
011200     05  FILLER                  PIC X(53).
011300
011400 FD  PEPPARM
011500     RECORDING MODE IS F
011600     BLOCK CONTAINS 0 RECORDS
011700     LABEL RECORDS ARE STANDARD.
011800 01  PEPPARM-REC.
011900     05  PPM-QUARTER.
012000         10  PPM-QTR-YYYY       PIC X(04).
012100         10  PPM-QTR-Q          PIC X(01).
012200     05  FILLER                 PIC X(01).
012300     05  PPM-MIN-PERIODS        PIC X(03).
012400     05  FILLER                 PIC X(01).
012500     05  PPM-FLAG-PCTL          PIC X(02).
012600     05  FILLER                 PIC X(68).
012700
012800 FD  MODECARD
012900     RECORDING MODE IS F
013000     BLOCK CONTAINS 0 RECORDS
013100     LABEL RECORDS ARE STANDARD.
013200 01  MODECARD-REC.
013300     05  MDC-RUN-MODE           PIC X(01).
013400     05  FILLER                 PIC X(79).
013500
013600 FD  PEPRPT
013700     RECORDING MODE IS F
013800     BLOCK CONTAINS 133 RECORDS
013900     LABEL RECORDS ARE STANDARD.
014000 01  PEPRPT-LINE                PIC X(133).
014100
014200 FD  PEPEXT
014300     RECORDING MODE IS F
014400     BLOCK CONTAINS 0 RECORDS
014500     LABEL RECORDS ARE STANDARD.
014600 01  PEPEXT-REC                 PIC X(120).
014700
014800 SD  SORTFILE.
014900 01  SORT-REC.
015000     05  SRT-KEY.
015100         10  SRT-NPI            PIC X(10).
015200         10  SRT-HIC            PIC X(12).
015300         10  SRT-FROM-DATE      PIC X(08).
015400     05  SRT-LIB-SEQ            PIC 9(09).
015500     05  SRT-DCN                PIC X(08).
015600     05  SRT-HRG-INPUT-CODE     PIC X(05).
015700     05  SRT-HRG-WGTS           PIC 9(02)V9(04).
015800
015900 SD  RANKSORT.
016000 01  RANKSORT-REC.
016100     05  RKS-GROUP.
016200*            'N' = NATIONAL (STATE SPACES), 'S' = WITHIN STATE
016300         10  RKS-SCOPE          PIC X(01).
016400         10  RKS-MEASURE        PIC 9(01).
016500         10  RKS-STATE          PIC X(02).
016600     05  RKS-VALUE              PIC 9(07)V9(04).
016700     05  RKS-AGT-SUB            PIC 9(05).
016800
016900 SD  PRTSORT.
017000 01  PRTSORT-REC.
017100*        '1' = RANKED ON AT LEAST ONE MEASURE, '2' = NOT RANKED
017200     05  PRS-RANK-GROUP         PIC X(01).
017300     05  PRS-STATE              PIC X(02).
017400     05  PRS-PROV-NO            PIC X(06).
017500     05  PRS-AGT-SUB            PIC 9(05).
017600
017700 WORKING-STORAGE SECTION.
017800 01  FILLER                     PIC X(40)  VALUE
017900     'HHPEP    - W O R K I N G   S T O R A G E'.
018000 01  HHPEP-VERSION              PIC X(07)  VALUE 'P2026.1'.
018100 01  EOF-HSF                    PIC 9(01)  VALUE 0.
018200 01  EOF-CLB                    PIC 9(01)  VALUE 0.
018300 01  EOF-SRT                    PIC 9(01)  VALUE 0.
018400 01  EOF-RKS                    PIC 9(01)  VALUE 0.
018500 01  EOF-PRS                    PIC 9(01)  VALUE 0.
018600 01  EOF-PVM                    PIC 9(01)  VALUE 0.
018700 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
018800 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
018900 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
019000 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
019100 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
019200 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
019300 01  VAL-TRL-REC.
019400     05  VAL-ID                 PIC X(08).
019500     05  VAL-RECORD-COUNT       PIC 9(09).
019600     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
019700     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
019800     05  FILLER                 PIC X(603).
019900 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
020000 01  CLMLIB-CTR                 PIC 9(09)  VALUE 0.
020100 01  RELEASE-CTR                PIC 9(09)  VALUE 0.
020200 01  HISTFILE-CTR               PIC 9(09)  VALUE 0.
020300 01  PERIOD-CTR                 PIC 9(09)  VALUE 0.
020400 01  IMAGE-CTR                  PIC 9(09)  VALUE 0.
020500 01  NO-IMAGE-CTR               PIC 9(09)  VALUE 0.
020600 01  AGENCY-DROPPED-CTR         PIC 9(07)  VALUE 0.
020700 01  PVM-READ-CTR               PIC 9(07)  VALUE 0.
020800 01  RANKED-AGENCY-CTR          PIC 9(05)  VALUE 0.
020900 01  UNRANKED-AGENCY-CTR        PIC 9(05)  VALUE 0.
021000 01  FLAGGED-AGENCY-CTR         PIC 9(05)  VALUE 0.
021100 01  PEPRPT-CTR                 PIC 9(07)  VALUE 0.
021200 01  PEPEXT-CTR                 PIC 9(07)  VALUE 0.
021300 01  PEP-LINE-CTR               PIC 9(02)  VALUE 65.
021400 01  PEP-SECTION                PIC X(01)  VALUE SPACES.
021500 01  PEP-CURR-DATE              PIC X(08)  VALUE SPACES.
021600 01  PEP-MIN-PERIODS            PIC 9(03)  VALUE 011.
021700 01  PEP-FLAG-PCTL              PIC 9(02)  VALUE 80.
021800 01  PEP-QUARTER.
021900     05  PEP-QTR-YYYY           PIC 9(04).
022000     05  PEP-QTR-Q              PIC 9(01).
022100 01  PEP-QTR-FROM.
022200     05  PQF-YYYY               PIC 9(04).
022300     05  PQF-MM                 PIC 9(02).
022400     05  PQF-DD                 PIC X(02)  VALUE '01'.
022500 01  PEP-QTR-THRU.
022600     05  PQT-YYYY               PIC 9(04).
022700     05  PQT-MM                 PIC 9(02).
022800     05  PQT-DD                 PIC X(02)  VALUE '31'.
022900 01  PEP-CURR-MM                PIC 9(02)  VALUE 0.
023000 01  PEP-HIST-KEY               PIC X(30)  VALUE SPACES.
023100 01  PEP-IMAGE-KEY              PIC X(30)  VALUE SPACES.
023200 01  PEP-IMAGE-SW               PIC X(01)  VALUE 'N'.
023300     88  PEP-IMAGE-FOUND                   VALUE 'Y'.
023400 01  HOLD-HRG-INPUT-CODE        PIC X(05)  VALUE SPACES.
023500 01  HOLD-HRG-WGTS              PIC 9(02)V9(04) VALUE 0.
023600 01  PEP-STATE-N                PIC 9(02)  VALUE 0.
023700 01  HSF-STAT.
023800     05  HSF-STAT1              PIC X.
023900     05  HSF-STAT2              PIC X.
024000 01  CLB-STAT.
024100     05  CLB-STAT1              PIC X.
024200     05  CLB-STAT2              PIC X.
024300 01  PVM-STAT.
024400     05  PVM-STAT1              PIC X.
024500     05  PVM-STAT2              PIC X.
024600 01  PPM-STAT.
024700     05  PPM-STAT1              PIC X.
024800     05  PPM-STAT2              PIC X.
024900 01  MDC-STAT.
025000     05  MDC-STAT1              PIC X.
025100     05  MDC-STAT2              PIC X.
025200 01  PPR-STAT.
025300     05  PPR-STAT1              PIC X.
025400     05  PPR-STAT2              PIC X.
025500 01  PPX-STAT.
025600     05  PPX-STAT1              PIC X.
025700     05  PPX-STAT2              PIC X.
025800
025900*----------------------------------------------------------------*
026000*  CLAIM IMAGE - ONLY THE FIELDS THIS PROGRAM NEEDS              *
026100*----------------------------------------------------------------*
026200 01  HHA-OUT-DATA.
026300     05  HHA-NPI                 PIC X(10).
026400     05  HHA-HIC                 PIC X(12).
026500     05  FILLER                  PIC X(47).
026600     05  HHA-SERV-FROM-DATE      PIC X(08).
026700     05  FILLER                  PIC X(19).
026800     05  HHA-HRG-INPUT-CODE      PIC X(05).
026900     05  FILLER                  PIC X(03).
027000     05  HHA-HRG-WGTS            PIC 9(02)V9(04).
027100     05  FILLER                  PIC X(298).
027200     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
027300     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
027400     05  FILLER                  PIC X(77).
027500     05  HHA-TOB-CLASS           PIC X(01).
027600         88  HHA-TOB-IS-CLAIM       VALUE 'C'.
027700     05  FILLER                  PIC X(130).
027800     05  HHA-DCN                 PIC X(08).
027900     05  HHA-PRED-DCN            PIC X(08).
027910*    VERSION 3 EXTENSION (BYTES 651-1000)
027920     05  HHA-V3-EXTENSION           PIC X(350).
028000
028100*----------------------------------------------------------------*
028200*  PROVIDER MASTER IN CORE - NAME AND STATE BY CCN               *
028300*----------------------------------------------------------------*
028400 01  PVT-NEXT                   PIC 9(04)  VALUE 0.
028500 01  PROV-MSTR-TABLE.
028600     05  PVT-DATA               OCCURS 5000
028700                                INDEXED BY PV1.
028800         10  PVT-CCN            PIC X(06).
028900         10  PVT-NAME           PIC X(30).
029000         10  PVT-STATE          PIC X(02).
029100
029200*----------------------------------------------------------------*
029300*  MEASURE NAMES, CODES AND PRINT SCALE (1 = PERCENT OR WEIGHT,  *
029400*  2 = DOLLARS)                                                  *
029500*----------------------------------------------------------------*
029600 01  MEASURE-NAME-VALUES.
029700     05  FILLER                 PIC X(29)  VALUE
029800         'LUPALUPA RATE (PCT)         1'.
029900     05  FILLER                 PIC X(29)  VALUE
030000         'OUTLOUTLIER RATE (PCT)      1'.
030100     05  FILLER                 PIC X(29)  VALUE
030200         'CMW AVERAGE CASE-MIX WEIGHT 1'.
030300     05  FILLER                 PIC X(29)  VALUE
030400         'INSTINSTITUTIONAL SRC (PCT) 1'.
030500     05  FILLER                 PIC X(29)  VALUE
030600         'LATELATE TIMING (PCT)       1'.
030700     05  FILLER                 PIC X(29)  VALUE
030800         'APAYAVG PAYMENT PER PERIOD  2'.
030900 01  MEASURE-NAME-TABLE REDEFINES MEASURE-NAME-VALUES.
031000     05  MNT-DATA               OCCURS 6.
031100         10  MNT-CODE           PIC X(04).
031200         10  MNT-NAME           PIC X(24).
031300         10  MNT-SCALE          PIC X(01).
031400 01  MS-SUB                     PIC 9(01)  VALUE 0.
031500
031600*----------------------------------------------------------------*
031700*  ONE ENTRY PER AGENCY, WITH ITS SIX MEASURES                   *
031800*----------------------------------------------------------------*
031900 01  AGT-NEXT                   PIC 9(05)  VALUE 0.
032000 01  AGT-SUB                    PIC 9(05)  VALUE 0.
032100 01  AGT-LAST                   PIC 9(05)  VALUE 0.
032200 01  AGENCY-TABLE.
032300     05  AGT-DATA               OCCURS 5000.
032400         10  AGT-PROV-NO        PIC X(06).
032500         10  AGT-NAME           PIC X(30).
032600         10  AGT-STATE          PIC X(02).
032700         10  AGT-STATE-SUB      PIC 9(03).
032800         10  AGT-PERIODS        PIC 9(07).
032900         10  AGT-IMAGES         PIC 9(07).
033000         10  AGT-LUPA           PIC 9(07).
033100         10  AGT-OUTL           PIC 9(07).
033200         10  AGT-INST           PIC 9(07).
033300         10  AGT-LATE           PIC 9(07).
033400         10  AGT-PAY            PIC 9(11)V9(02).
033500         10  AGT-WGT            PIC 9(09)V9(04).
033600         10  AGT-RANKED-SW      PIC X(01).
033700         10  AGT-FLAG-CNT       PIC 9(01).
033800         10  AGT-MEASURE        OCCURS 6.
033900             15  AGT-NUMER      PIC 9(11)V9(04).
034000             15  AGT-DENOM      PIC 9(07).
034100             15  AGT-VALUE      PIC 9(07)V9(04).
034200*                'Y' = DENOMINATOR REACHED THE MINIMUM
034300             15  AGT-RANKED     PIC X(01).
034400             15  AGT-ST-PCTL    PIC 9(03).
034500             15  AGT-NT-PCTL    PIC 9(03).
034600*                'S' STATE, 'N' NATIONAL, 'B' BOTH AT/ABOVE FLAG
034700             15  AGT-FLAG       PIC X(01).
034800
034900*----------------------------------------------------------------*
035000*  PEER GROUPS - NATIONAL AND PER STATE, PER MEASURE: HOW MANY   *
035100*  AGENCIES ARE RANKED, AND THE LOWEST VALUE AT OR ABOVE THE     *
035200*  FLAG PERCENTILE                                               *
035300*----------------------------------------------------------------*
035400 01  NATIONAL-PEER-TABLE.
035500     05  NTP-DATA               OCCURS 6.
035600         10  NTP-PEERS          PIC 9(05).
035700         10  NTP-FLAGGED        PIC 9(05).
035800         10  NTP-CUT-SW         PIC X(01).
035900         10  NTP-CUT-VALUE      PIC 9(07)V9(04).
036000         10  NTP-SUM-VALUE      PIC 9(13)V9(04).
036100 01  STT-NEXT                   PIC 9(03)  VALUE 0.
036200 01  STT-SUB                    PIC 9(03)  VALUE 0.
036300 01  STATE-PEER-TABLE.
036400     05  STT-DATA               OCCURS 120.
036500         10  STT-STATE          PIC X(02).
036600         10  STT-MEASURE        OCCURS 6.
036700             15  STT-PEERS      PIC 9(05).
036800             15  STT-FLAGGED    PIC 9(05).
036900             15  STT-CUT-SW     PIC X(01).
037000             15  STT-CUT-VALUE  PIC 9(07)V9(04).
037100
037200*----------------------------------------------------------------*
037300*  PERCENTILE PASS WORK                                          *
037400*----------------------------------------------------------------*
037500 01  RNK-PREV-GROUP             PIC X(04)  VALUE SPACES.
037600 01  RNK-PREV-VALUE             PIC 9(07)V9(04) VALUE 0.
037700 01  RNK-SEEN                   PIC 9(05)  VALUE 0.
037800 01  RNK-LOWER                  PIC 9(05)  VALUE 0.
037900 01  RNK-PEERS                  PIC 9(05)  VALUE 0.
038000 01  RNK-PCTL                   PIC 9(03)  VALUE 0.
038100
038200*----------------------------------------------------------------*
038300*  REPORT COMPONENTS                                             *
038400*----------------------------------------------------------------*
038500 01  PEP-HEAD1.
038600     05  FILLER                 PIC X(01)  VALUE SPACES.
038700     05  FILLER                 PIC X(48)  VALUE
038800        ' HHA PEER-GROUP PERCENTILE COMPARISON - QUARTER '.
038900     05  PH1-QUARTER            PIC X(06).
039000     05  FILLER                 PIC X(12)  VALUE '   RUN DATE '.
039100     05  PH1-RUN-DATE           PIC X(08).
039200     05  FILLER                 PIC X(10)  VALUE '  MINIMUM '.
039300     05  PH1-MIN-PERIODS        PIC ZZ9.
039400     05  FILLER                 PIC X(15)  VALUE
039500         ' PERIODS  FLAG '.
039600     05  PH1-FLAG-PCTL          PIC Z9.
039700     05  FILLER                 PIC X(12)  VALUE 'TH PERCENTIL'.
039800     05  FILLER                 PIC X(01)  VALUE 'E'.
039900
040000 01  PEP-AGENCY-HEAD.
040100     05  FILLER                 PIC X(01)  VALUE SPACES.
040200     05  FILLER                 PIC X(07)  VALUE 'AGENCY '.
040300     05  PAH-PROV-NO            PIC X(06).
040400     05  FILLER                 PIC X(02)  VALUE SPACES.
040500     05  PAH-NAME               PIC X(30).
040600     05  FILLER                 PIC X(08)  VALUE '  STATE '.
040700     05  PAH-STATE              PIC X(02).
040800     05  FILLER                 PIC X(16)  VALUE
040900         '  PAID PERIODS '.
041000     05  PAH-PERIODS            PIC ZZZ,ZZ9.
041100     05  FILLER                 PIC X(14)  VALUE '  WITH IMAGE '.
041200     05  PAH-IMAGES             PIC ZZZ,ZZ9.
041300     05  FILLER                 PIC X(02)  VALUE SPACES.
041400     05  PAH-FLAG-TEXT          PIC X(20).
041500
041600 01  PEP-COLS-AGENCY.
041700     05  FILLER                 PIC X(44)  VALUE
041800        '   MEASURE                       NUMERATOR  '.
041900     05  FILLER                 PIC X(44)  VALUE
042000        '   DENOM        VALUE  ST PCTL  STATE CUT  N'.
042100     05  FILLER                 PIC X(23)  VALUE
042200        'T PCTL   NATL CUT  FLAG'.
042300
042400 01  PEP-MEASURE-LINE.
042500     05  FILLER                 PIC X(03)  VALUE SPACES.
042600     05  PML-NAME               PIC X(24).
042700     05  FILLER                 PIC X(01)  VALUE SPACES.
042800     05  PML-NUMER              PIC ZZZ,ZZZ,ZZ9.99.
042900     05  FILLER                 PIC X(01)  VALUE SPACES.
043000     05  PML-DENOM              PIC Z,ZZZ,ZZ9.
043100     05  FILLER                 PIC X(01)  VALUE SPACES.
043200     05  PML-VALUE              PIC ZZZ,ZZ9.9999.
043300     05  FILLER                 PIC X(06)  VALUE SPACES.
043400     05  PML-ST-PCTL            PIC X(03).
043500     05  FILLER                 PIC X(01)  VALUE SPACES.
043600     05  PML-ST-CUT             PIC Z,ZZ9.9999.
043700     05  FILLER                 PIC X(06)  VALUE SPACES.
043800     05  PML-NT-PCTL            PIC X(03).
043900     05  FILLER                 PIC X(01)  VALUE SPACES.
044000     05  PML-NT-CUT             PIC Z,ZZ9.9999.
044100     05  FILLER                 PIC X(02)  VALUE SPACES.
044200     05  PML-FLAG               PIC X(10).
044300 01  PML-PCTL-EDIT              PIC ZZ9.
044400
044500 01  PEP-COLS-UNRANKED.
044600     05  FILLER                 PIC X(44)  VALUE
044700        ' PROV   STATE AGENCY NAME                   '.
044800     05  FILLER                 PIC X(24)  VALUE
044900        '  PERIODS   WITH IMAGE  '.
045000
045100 01  PEP-UNRANKED-LINE.
045200     05  FILLER                 PIC X(01)  VALUE SPACES.
045300     05  PUL-PROV-NO            PIC X(06).
045400     05  FILLER                 PIC X(03)  VALUE SPACES.
045500     05  PUL-STATE              PIC X(02).
045600     05  FILLER                 PIC X(02)  VALUE SPACES.
045700     05  PUL-NAME               PIC X(30).
045800     05  FILLER                 PIC X(02)  VALUE SPACES.
045900     05  PUL-PERIODS            PIC ZZZ,ZZ9.
046000     05  FILLER                 PIC X(05)  VALUE SPACES.
046100     05  PUL-IMAGES             PIC ZZZ,ZZ9.
046200
046300 01  PEP-COLS-SUMMARY.
046400     05  FILLER                 PIC X(44)  VALUE
046500        ' MEASURE                   RANKED  NATL AVER'.
046600     05  FILLER                 PIC X(45)  VALUE
046700        'AGE     NATL CUT    NATL FLAGS    STATE FLAGS'.
046800
046900 01  PEP-SUMMARY-LINE.
047000     05  FILLER                 PIC X(01)  VALUE SPACES.
047100     05  PSL-NAME               PIC X(24).
047200     05  FILLER                 PIC X(02)  VALUE SPACES.
047300     05  PSL-RANKED             PIC ZZ,ZZ9.
047400     05  FILLER                 PIC X(02)  VALUE SPACES.
047500     05  PSL-AVERAGE            PIC ZZZ,ZZ9.9999.
047600     05  FILLER                 PIC X(01)  VALUE SPACES.
047700     05  PSL-CUT                PIC ZZZ,ZZ9.9999.
047800     05  FILLER                 PIC X(08)  VALUE SPACES.
047900     05  PSL-FLAG-NATL          PIC ZZ,ZZ9.
048000     05  FILLER                 PIC X(09)  VALUE SPACES.
048100     05  PSL-FLAG-STATE         PIC ZZ,ZZ9.
048200
048300 01  PEP-NONE-LINE.
048400     05  FILLER                 PIC X(02)  VALUE SPACES.
048500     05  PNL-TEXT               PIC X(50).
048600
048700 01  PEP-TOTAL-LINE.
048800     05  FILLER                 PIC X(02)  VALUE SPACES.
048900     05  PTL-LABEL              PIC X(40).
049000     05  PTL-COUNT              PIC ZZZ,ZZZ,ZZ9.
049100
049200*----------------------------------------------------------------*
049300*  DELIMITED ROW FOR THE REVIEW UNIT'S TARGETING                 *
049400*----------------------------------------------------------------*
049500 01  PEP-EXT-LINE.
049600     05  FILLER                 PIC X(04)  VALUE 'PEP,'.
049700     05  PXL-QUARTER            PIC X(05).
049800     05  FILLER                 PIC X(01)  VALUE ','.
049900     05  PXL-PROV-NO            PIC X(06).
050000     05  FILLER                 PIC X(01)  VALUE ','.
050100     05  PXL-STATE              PIC X(02).
050200     05  FILLER                 PIC X(01)  VALUE ','.
050300     05  PXL-MEASURE            PIC X(04).
050400     05  FILLER                 PIC X(01)  VALUE ','.
050500     05  PXL-NUMER              PIC 9(11).9(04).
050600     05  FILLER                 PIC X(01)  VALUE ','.
050700     05  PXL-DENOM              PIC 9(07).
050800     05  FILLER                 PIC X(01)  VALUE ','.
050900     05  PXL-VALUE              PIC 9(07).9(04).
051000     05  FILLER                 PIC X(01)  VALUE ','.
051100     05  PXL-ST-PEERS           PIC 9(05).
051200     05  FILLER                 PIC X(01)  VALUE ','.
051300     05  PXL-ST-PCTL            PIC 9(03).
051400     05  FILLER                 PIC X(01)  VALUE ','.
051500     05  PXL-NT-PEERS           PIC 9(05).
051600     05  FILLER                 PIC X(01)  VALUE ','.
051700     05  PXL-NT-PCTL            PIC 9(03).
051800     05  FILLER                 PIC X(01)  VALUE ','.
051900*        Y = AT OR ABOVE THE FLAG PERCENTILE, STATE OR NATIONAL
052000     05  PXL-FLAG               PIC X(01).
052100     05  FILLER                 PIC X(01)  VALUE ','.
052200     05  PXL-FLAG-SCOPE         PIC X(01).
052300     05  FILLER                 PIC X(20)  VALUE SPACES.
052400
052500**--------------------------------------------------------------
052600 PROCEDURE  DIVISION.
052700
052800 0000-MAINLINE  SECTION.
052900
053000     ACCEPT PEP-CURR-DATE FROM DATE YYYYMMDD.
053100     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
053200     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
053300     PERFORM 0500-LOAD-PROVMSTR THRU 0500-EXIT.
053400     INITIALIZE AGENCY-TABLE
053500                NATIONAL-PEER-TABLE
053600                STATE-PEER-TABLE.
053700
053800     SORT SORTFILE
053900          ON ASCENDING KEY SRT-KEY
054000                           SRT-LIB-SEQ
054100          INPUT  PROCEDURE IS 2000-READ-LIBRARY
054200          OUTPUT PROCEDURE IS 3000-MATCH-HISTORY.
054300
054400     PERFORM 4000-COMPUTE-MEASURES THRU 4000-EXIT.
054500
054600     SORT RANKSORT
054700          ON ASCENDING KEY RKS-GROUP
054800                           RKS-VALUE
054900          INPUT  PROCEDURE IS 5000-RELEASE-RANKS
055000          OUTPUT PROCEDURE IS 5500-ASSIGN-PERCENTILES.
055100
055200     PERFORM 6000-SET-FLAGS THRU 6000-EXIT.
055300
055400     OPEN OUTPUT PEPRPT
055500                 PEPEXT.
055600     SORT PRTSORT
055700          ON ASCENDING KEY PRS-RANK-GROUP
055800                           PRS-STATE
055900                           PRS-PROV-NO
056000          INPUT  PROCEDURE IS 7000-RELEASE-AGENCIES
056100          OUTPUT PROCEDURE IS 7500-PRINT-AGENCIES.
056200     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
056300     CLOSE PEPRPT
056400           PEPEXT.
056500
056600     DISPLAY '-- PROGRAM HHPEP213  VERSION  ===> ' HHPEP-VERSION.
056700     DISPLAY '-- QUARTER                    ===> ' PEP-QUARTER
056800             ' (' PEP-QTR-FROM ' - ' PEP-QTR-THRU ')'.
056900     DISPLAY '-- MINIMUM PERIODS / FLAG     ===> ' PEP-MIN-PERIODS
057000             ' / ' PEP-FLAG-PCTL.
057100     DISPLAY '-- PROVMSTR ROWS READ         ===> ' PVM-READ-CTR.
057200     DISPLAY '-- CLMLIB DATASETS READ       ===> ' SEGMENT-CTR.
057300     DISPLAY '-- CLMLIB RECORDS READ        ===> ' CLMLIB-CTR.
057400     DISPLAY '-- CLAIM IMAGES SORTED        ===> ' RELEASE-CTR.
057500     DISPLAY '-- HISTORY RECORDS READ       ===> ' HISTFILE-CTR.
057600     DISPLAY '-- PAID PERIODS IN QUARTER    ===> ' PERIOD-CTR.
057700     DISPLAY '-- PERIODS WITH CLAIM IMAGE   ===> ' IMAGE-CTR.
057800     DISPLAY '-- PERIODS WITH NO IMAGE      ===> ' NO-IMAGE-CTR.
057900     DISPLAY '-- AGENCIES                   ===> ' AGT-NEXT.
058000     DISPLAY '-- AGENCIES RANKED            ===> '
058100             RANKED-AGENCY-CTR.
058200     DISPLAY '-- AGENCIES NOT RANKED        ===> '
058300             UNRANKED-AGENCY-CTR.
058400     DISPLAY '-- AGENCIES WITH A FLAG       ===> '
058500             FLAGGED-AGENCY-CTR.
058600     DISPLAY '-- AGENCIES OVER TABLE LIMIT  ===> '
058700             AGENCY-DROPPED-CTR.
058800     DISPLAY '-- OUTPUT COUNTS FOR PEPRPT   ===> ' PEPRPT-CTR.
058900     DISPLAY '-- OUTPUT COUNTS FOR PEPEXT   ===> ' PEPEXT-CTR.
059000
059100     IF AGENCY-DROPPED-CTR > 0 OR STT-NEXT NOT < 120
059200         MOVE 4 TO RETURN-CODE.
059300
059400     STOP RUN.
059500
059600*================================================================*
059700*    QUARTER - THE CARD, ELSE THE QUARTER BEFORE THE RUN DATE    *
059800*================================================================*
059900 0100-GET-PARMS.
060000     MOVE PEP-CURR-DATE (1:4) TO PEP-QTR-YYYY.
060100     MOVE PEP-CURR-DATE (5:2) TO PEP-CURR-MM.
060200     COMPUTE PEP-QTR-Q = (PEP-CURR-MM + 2) / 3.
060300     IF PEP-QTR-Q = 1
060400         SUBTRACT 1 FROM PEP-QTR-YYYY
060500         MOVE 4 TO PEP-QTR-Q
060600     ELSE
060700         SUBTRACT 1 FROM PEP-QTR-Q.
060800
060900     OPEN INPUT PEPPARM.
061000     IF PPM-STAT1 = '0' OR PPM-STAT1 = '9'
061100         READ PEPPARM
061200             AT END MOVE SPACES TO PEPPARM-REC
061300         END-READ
061400         IF PPM-QTR-YYYY NUMERIC
061500            AND PPM-QTR-Q > '0' AND PPM-QTR-Q < '5'
061600             MOVE PPM-QUARTER TO PEP-QUARTER
061700         END-IF
061800         IF PPM-MIN-PERIODS NUMERIC AND PPM-MIN-PERIODS > '000'
061900             MOVE PPM-MIN-PERIODS TO PEP-MIN-PERIODS
062000         END-IF
062100         IF PPM-FLAG-PCTL NUMERIC AND PPM-FLAG-PCTL > '00'
062200             MOVE PPM-FLAG-PCTL TO PEP-FLAG-PCTL
062300         END-IF
062400         CLOSE PEPPARM.
062500
062600     MOVE PEP-QTR-YYYY TO PQF-YYYY PQT-YYYY.
062700     COMPUTE PQF-MM = PEP-QTR-Q * 3 - 2.
062800     COMPUTE PQT-MM = PEP-QTR-Q * 3.
062900 0100-EXIT.  EXIT.
063000
063100*================================================================*
063200*    PROVIDER MASTER - AGENCY NAME AND STATE                     *
063300*================================================================*
063400 0500-LOAD-PROVMSTR.
063500     OPEN INPUT PROVMSTR.
063600     IF PVM-STAT1 = '0' OR PVM-STAT1 = '9'
063700         PERFORM 0510-READ-PROVMSTR THRU 0510-EXIT
063800                 UNTIL EOF-PVM = 1
063900         CLOSE PROVMSTR.
064000 0500-EXIT.  EXIT.
064100
064200 0510-READ-PROVMSTR.
064300     READ PROVMSTR
064400          AT END   MOVE 1 TO EOF-PVM
064500                   GO TO 0510-EXIT.
064600     ADD 1 TO PVM-READ-CTR.
064700     IF PVT-NEXT < 5000
064800         ADD 1 TO PVT-NEXT
064900         SET PV1 TO PVT-NEXT
065000         MOVE PVM-CCN   TO PVT-CCN   (PV1)
065100         MOVE PVM-NAME  TO PVT-NAME  (PV1)
065200         MOVE PVM-STATE TO PVT-STATE (PV1)
065300     ELSE
065400         DISPLAY '** PROVIDER MASTER TABLE FULL - ROW DROPPED '
065500                 PVM-CCN.
065600 0510-EXIT.  EXIT.
065700
065800 0900-GET-OWN-MODE.
065900     OPEN INPUT MODECARD.
066000     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
066100         READ MODECARD
066200             AT END CONTINUE
066300         END-READ
066400         IF MDC-RUN-MODE = 'T'
066500             MOVE 'T' TO OWN-RUN-MODE
066600         END-IF
066700         CLOSE MODECARD.
066800 0900-EXIT.  EXIT.
066900
067000*================================================================*
067100*    READ THE LIBRARY AND RELEASE THE QUARTER'S FINAL-CLAIM      *
067200*    IMAGES IN KEY ORDER FOR THE MATCH                           *
067300*================================================================*
067400 2000-READ-LIBRARY  SECTION.
067500
067600     OPEN INPUT CLMLIB.
067700     IF CLB-STAT1 NOT = '0'
067800         DISPLAY '** HHPEP213 - CLMLIB WILL NOT OPEN - STATUS '
067900                 CLB-STAT
068000         MOVE 16 TO RETURN-CODE
068100         STOP RUN.
068200     PERFORM 2100-READ-CLMLIB THRU 2100-EXIT
068300             UNTIL EOF-CLB = 1.
068400     CLOSE CLMLIB.
068500     GO TO 2000-DONE.
068600
068700 2100-READ-CLMLIB.
068800     READ CLMLIB INTO HHA-OUT-DATA
068900          AT END   MOVE 1 TO EOF-CLB
069000                   PERFORM 2300-CHECK-EOF THRU 2300-EXIT
069100                   GO TO 2100-EXIT.
069200
069300     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
069400        PERFORM 2150-TAKE-HEADER THRU 2150-EXIT
069500        GO TO 2100-EXIT.
069600
069700     IF HDR-SEEN-SW = 0
069800        DISPLAY '** HHPEP213 - CLMLIB HAS NO HEADER RECORD **'
069900        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
070000        MOVE 16 TO RETURN-CODE
070100        STOP RUN.
070200
070300     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
070400        PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
070500        GO TO 2100-EXIT.
070600
070700     ADD 1 TO CLMLIB-CTR.
070800     ADD 1 TO VAL-COUNT.
070900     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
071000     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
071100
071200     IF NOT HHA-TOB-IS-CLAIM
071300        OR HHA-DCN = SPACES
071400        OR HHA-SERV-FROM-DATE < PEP-QTR-FROM
071500        OR HHA-SERV-FROM-DATE > PEP-QTR-THRU
071600         GO TO 2100-EXIT.
071700
071800     MOVE HHA-NPI              TO SRT-NPI.
071900     MOVE HHA-HIC              TO SRT-HIC.
072000     MOVE HHA-SERV-FROM-DATE   TO SRT-FROM-DATE.
072100     MOVE CLMLIB-CTR           TO SRT-LIB-SEQ.
072200     MOVE HHA-DCN              TO SRT-DCN.
072300     MOVE HHA-HRG-INPUT-CODE   TO SRT-HRG-INPUT-CODE.
072400     MOVE HHA-HRG-WGTS         TO SRT-HRG-WGTS.
072500     RELEASE SORT-REC.
072600     ADD 1 TO RELEASE-CTR.
072700 2100-EXIT.  EXIT.
072800
072900 2150-TAKE-HEADER.
073000     ADD 1 TO SEGMENT-CTR.
073100     IF HHA-OUT-DATA (78:1) = 'T'
073200        AND OWN-RUN-MODE NOT = 'T'
073300         DISPLAY '** HHPEP213 - TEST-STAMPED OUTFILE REFUSED'
073400         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
073500         MOVE 16 TO RETURN-CODE
073600         STOP RUN.
073700     MOVE 1 TO HDR-SEEN-SW.
073800     MOVE 0 TO TRL-SEEN-SW.
073900     MOVE 0 TO VAL-COUNT.
074000     MOVE 0 TO VAL-SUM-PAY.
074100     MOVE 0 TO VAL-SUM-OUTL.
074200 2150-EXIT.  EXIT.
074300
074400 2200-CHECK-TRAILER.
074500     MOVE 1 TO TRL-SEEN-SW.
074600     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
074700     IF VAL-RECORD-COUNT NOT = VAL-COUNT
074800        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
074900        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
075000        DISPLAY '** HHPEP213 - CLMLIB TRAILER OUT OF BALANCE'
075100        DISPLAY '** DATASET ' SEGMENT-CTR
075200                ' TRAILER COUNT ' VAL-RECORD-COUNT
075300                ' READ ' VAL-COUNT
075400        MOVE 16 TO RETURN-CODE
075500        STOP RUN.
075600 2200-EXIT.  EXIT.
075700
075800 2300-CHECK-EOF.
075900     IF TRL-SEEN-SW = 0
076000        DISPLAY '** HHPEP213 - CLMLIB ENDED WITH NO TRAILER'
076100        MOVE 16 TO RETURN-CODE
076200        STOP RUN.
076300 2300-EXIT.  EXIT.
076400
076500 2000-DONE.
076600     EXIT.
076700
076800*================================================================*
076900*    MATCH THE SORTED IMAGES TO THE HISTORY MASTER BY CLAIM KEY  *
077000*    AND COUNT EVERY PAID PERIOD OF THE QUARTER INTO ITS AGENCY  *
077100*================================================================*
077200 3000-MATCH-HISTORY  SECTION.
077300
077400     OPEN INPUT HISTFILE.
077500     IF HSF-STAT1 NOT = '0'
077600         DISPLAY '** HHPEP213 - HISTFILE WILL NOT OPEN - STATUS '
077700                 HSF-STAT
077800         MOVE 16 TO RETURN-CODE
077900         STOP RUN.
078000     MOVE 0 TO EOF-HSF.
078100     MOVE 0 TO EOF-SRT.
078200     PERFORM 3100-READ-HIST THRU 3100-EXIT.
078300     PERFORM 3150-RETURN-IMAGE THRU 3150-EXIT.
078400     PERFORM 3200-MATCH-ONE THRU 3200-EXIT
078500             UNTIL EOF-HSF = 1.
078600     CLOSE HISTFILE.
078700     GO TO 3000-DONE.
078800
078900 3100-READ-HIST.
079000     READ HISTFILE
079100          AT END   MOVE 1 TO EOF-HSF
079200                   MOVE HIGH-VALUES TO PEP-HIST-KEY
079300                   GO TO 3100-EXIT.
079400     ADD 1 TO HISTFILE-CTR.
079500     MOVE HSF-KEY TO PEP-HIST-KEY.
079600 3100-EXIT.  EXIT.
079700
079800 3150-RETURN-IMAGE.
079900     RETURN SORTFILE
080000          AT END   MOVE 1 TO EOF-SRT
080100                   MOVE HIGH-VALUES TO PEP-IMAGE-KEY
080200                   GO TO 3150-EXIT.
080300     MOVE SRT-KEY TO PEP-IMAGE-KEY.
080400 3150-EXIT.  EXIT.
080500
080600 3200-MATCH-ONE.
080700*    IMAGES AHEAD OF THIS HISTORY KEY HAVE NO HISTORY ENTRY
080800     PERFORM 3150-RETURN-IMAGE THRU 3150-EXIT
080900             UNTIL PEP-IMAGE-KEY NOT < PEP-HIST-KEY.
081000
081100*    THE LAST IMAGE IN LIBRARY ORDER CARRYING THE CURRENT DCN
081200     MOVE 'N' TO PEP-IMAGE-SW.
081300     PERFORM 3250-TAKE-IMAGE THRU 3250-EXIT
081400             UNTIL PEP-IMAGE-KEY NOT = PEP-HIST-KEY.
081500
081600     PERFORM 3300-COUNT-PERIOD THRU 3300-EXIT.
081700     PERFORM 3100-READ-HIST THRU 3100-EXIT.
081800 3200-EXIT.  EXIT.
081900
082000 3250-TAKE-IMAGE.
082100     IF SRT-DCN = HSF-DCN
082200        AND HSF-DCN NOT = SPACES
082300         MOVE SRT-HRG-INPUT-CODE TO HOLD-HRG-INPUT-CODE
082400         MOVE SRT-HRG-WGTS       TO HOLD-HRG-WGTS
082500         MOVE 'Y' TO PEP-IMAGE-SW.
082600     PERFORM 3150-RETURN-IMAGE THRU 3150-EXIT.
082700 3250-EXIT.  EXIT.
082800
082900*    ONLY THE CURRENT VERSION OF A PAID, UNCANCELLED FINAL CLAIM
083000*    WHOSE PERIOD STARTS IN THE QUARTER COUNTS
083100 3300-COUNT-PERIOD.
083200     IF HSF-TOB-CLASS NOT = 'C'
083300        OR HSF-ADJ-IND = 'C'
083400        OR NOT HSF-RTC-PAYABLE
083500        OR HSF-FROM-DATE < PEP-QTR-FROM
083600        OR HSF-FROM-DATE > PEP-QTR-THRU
083700         GO TO 3300-EXIT.
083800
083900     PERFORM 3400-FIND-AGENCY THRU 3400-EXIT.
084000     IF AGT-SUB = 0
084100         GO TO 3300-EXIT.
084200
084300     ADD 1 TO PERIOD-CTR.
084400     ADD 1                   TO AGT-PERIODS (AGT-SUB).
084500     ADD HSF-TOTAL-PAYMENT   TO AGT-PAY (AGT-SUB).
084600     IF HSF-RTC-LUPA
084700         ADD 1 TO AGT-LUPA (AGT-SUB).
084800     IF HSF-OUTLIER-PAYMENT > 0
084900         ADD 1 TO AGT-OUTL (AGT-SUB).
085000
085100     IF NOT PEP-IMAGE-FOUND
085200         ADD 1 TO NO-IMAGE-CTR
085300         GO TO 3300-EXIT.
085400     ADD 1 TO IMAGE-CTR.
085500     ADD 1                   TO AGT-IMAGES (AGT-SUB).
085600     ADD HOLD-HRG-WGTS       TO AGT-WGT (AGT-SUB).
085700     IF HOLD-HRG-INPUT-CODE (1:1) = '2'
085800        OR HOLD-HRG-INPUT-CODE (1:1) = '4'
085900         ADD 1 TO AGT-INST (AGT-SUB).
086000     IF HOLD-HRG-INPUT-CODE (1:1) = '3'
086100        OR HOLD-HRG-INPUT-CODE (1:1) = '4'
086200         ADD 1 TO AGT-LATE (AGT-SUB).
086300 3300-EXIT.  EXIT.
086400
086500*    HISTORY IS IN NPI ORDER, SO THE LAST AGENCY FOUND IS USUALLY
086600*    THE ONE WANTED; OTHERWISE SEARCH, AND ADD A NEW AGENCY
086700 3400-FIND-AGENCY.
086800     IF AGT-LAST > 0
086900         IF AGT-PROV-NO (AGT-LAST) = HSF-PROV-NO
087000             MOVE AGT-LAST TO AGT-SUB
087100             GO TO 3400-EXIT.
087200     MOVE 1 TO AGT-SUB.
087300     PERFORM 3410-NEXT-AGENCY THRU 3410-EXIT
087400             UNTIL AGT-SUB > AGT-NEXT
087500                OR AGT-PROV-NO (AGT-SUB) = HSF-PROV-NO.
087600     IF AGT-SUB NOT > AGT-NEXT
087700         MOVE AGT-SUB TO AGT-LAST
087800         GO TO 3400-EXIT.
087900
088000     IF AGT-NEXT NOT < 5000
088100         ADD 1 TO AGENCY-DROPPED-CTR
088200         MOVE 0 TO AGT-SUB
088300         GO TO 3400-EXIT.
088400     ADD 1 TO AGT-NEXT.
088500     MOVE AGT-NEXT    TO AGT-SUB AGT-LAST.
088600     MOVE HSF-PROV-NO TO AGT-PROV-NO (AGT-SUB).
088700     MOVE SPACES      TO AGT-NAME (AGT-SUB).
088800     MOVE HSF-PROV-NO (1:2) TO AGT-STATE (AGT-SUB).
088900     SET PV1 TO 1.
089000     SEARCH PVT-DATA VARYING PV1
089100         AT END
089200             CONTINUE
089300         WHEN PV1 > PVT-NEXT
089400             CONTINUE
089500         WHEN PVT-CCN (PV1) = HSF-PROV-NO
089600             MOVE PVT-NAME (PV1)  TO AGT-NAME (AGT-SUB)
089700             IF PVT-STATE (PV1) NOT = SPACES
089800                 MOVE PVT-STATE (PV1) TO AGT-STATE (AGT-SUB)
089900             END-IF
090000     END-SEARCH.
090100     PERFORM 3500-FIND-STATE THRU 3500-EXIT.
090200 3400-EXIT.  EXIT.
090300
090400 3410-NEXT-AGENCY.
090500     ADD 1 TO AGT-SUB.
090600 3410-EXIT.  EXIT.
090700
090800*    STATE PEER GROUP; ENTRY 120 HOLDS ANY STATE BEYOND THE TABLE
090900 3500-FIND-STATE.
091000     MOVE 1 TO STT-SUB.
091100     PERFORM 3510-NEXT-STATE THRU 3510-EXIT
091200             UNTIL STT-SUB > STT-NEXT
091300                OR STT-STATE (STT-SUB) = AGT-STATE (AGT-SUB).
091400     IF STT-SUB > STT-NEXT
091500         IF STT-NEXT < 120
091600             ADD 1 TO STT-NEXT
091700             MOVE STT-NEXT TO STT-SUB
091800             MOVE AGT-STATE (AGT-SUB) TO STT-STATE (STT-SUB)
091900         ELSE
092000             MOVE 120 TO STT-SUB
092100             MOVE '**' TO STT-STATE (STT-SUB).
092200     MOVE STT-SUB TO AGT-STATE-SUB (AGT-SUB).
092300 3500-EXIT.  EXIT.
092400
092500 3510-NEXT-STATE.
092600     ADD 1 TO STT-SUB.
092700 3510-EXIT.  EXIT.
092800
092900 3000-DONE.
093000     EXIT.
093100
093200 4000-MEASURES  SECTION.
093300
093400*================================================================*
093500*    THE SIX MEASURES PER AGENCY, RANKABLE WHEN THE DENOMINATOR  *
093600*    REACHES THE MINIMUM                                         *
093700*================================================================*
093800 4000-COMPUTE-MEASURES.
093900     IF AGT-NEXT = 0
094000         GO TO 4000-EXIT.
094100     PERFORM 4100-MEASURE-AGENCY THRU 4100-EXIT
094200             VARYING AGT-SUB FROM 1 BY 1
094300             UNTIL AGT-SUB > AGT-NEXT.
094400 4000-EXIT.  EXIT.
094500
094600 4100-MEASURE-AGENCY.
094700     MOVE AGT-LUPA (AGT-SUB)    TO AGT-NUMER (AGT-SUB 1).
094800     MOVE AGT-PERIODS (AGT-SUB) TO AGT-DENOM (AGT-SUB 1).
094900     MOVE AGT-OUTL (AGT-SUB)    TO AGT-NUMER (AGT-SUB 2).
095000     MOVE AGT-PERIODS (AGT-SUB) TO AGT-DENOM (AGT-SUB 2).
095100     MOVE AGT-WGT (AGT-SUB)     TO AGT-NUMER (AGT-SUB 3).
095200     MOVE AGT-IMAGES (AGT-SUB)  TO AGT-DENOM (AGT-SUB 3).
095300     MOVE AGT-INST (AGT-SUB)    TO AGT-NUMER (AGT-SUB 4).
095400     MOVE AGT-IMAGES (AGT-SUB)  TO AGT-DENOM (AGT-SUB 4).
095500     MOVE AGT-LATE (AGT-SUB)    TO AGT-NUMER (AGT-SUB 5).
095600     MOVE AGT-IMAGES (AGT-SUB)  TO AGT-DENOM (AGT-SUB 5).
095700     MOVE AGT-PAY (AGT-SUB)     TO AGT-NUMER (AGT-SUB 6).
095800     MOVE AGT-PERIODS (AGT-SUB) TO AGT-DENOM (AGT-SUB 6).
095900     MOVE 'N' TO AGT-RANKED-SW (AGT-SUB).
096000     PERFORM 4200-MEASURE-ONE THRU 4200-EXIT
096100             VARYING MS-SUB FROM 1 BY 1
096200             UNTIL MS-SUB > 6.
096300     IF AGT-RANKED-SW (AGT-SUB) = 'Y'
096400         ADD 1 TO RANKED-AGENCY-CTR
096500     ELSE
096600         ADD 1 TO UNRANKED-AGENCY-CTR.
096700 4100-EXIT.  EXIT.
096800
096900*    RATES ARE PERCENTS; CMW AND APAY ARE PLAIN AVERAGES
097000 4200-MEASURE-ONE.
097100     MOVE 'N' TO AGT-RANKED (AGT-SUB MS-SUB).
097200     MOVE 0   TO AGT-VALUE (AGT-SUB MS-SUB).
097300     IF AGT-DENOM (AGT-SUB MS-SUB) = 0
097400         GO TO 4200-EXIT.
097500     IF MS-SUB = 3 OR MS-SUB = 6
097600         COMPUTE AGT-VALUE (AGT-SUB MS-SUB) ROUNDED =
097700                 AGT-NUMER (AGT-SUB MS-SUB)
097800               / AGT-DENOM (AGT-SUB MS-SUB)
097900     ELSE
098000         COMPUTE AGT-VALUE (AGT-SUB MS-SUB) ROUNDED =
098100                 AGT-NUMER (AGT-SUB MS-SUB) * 100
098200               / AGT-DENOM (AGT-SUB MS-SUB).
098300     IF AGT-DENOM (AGT-SUB MS-SUB) < PEP-MIN-PERIODS
098400         GO TO 4200-EXIT.
098500     MOVE 'Y' TO AGT-RANKED (AGT-SUB MS-SUB).
098600     MOVE 'Y' TO AGT-RANKED-SW (AGT-SUB).
098700     MOVE AGT-STATE-SUB (AGT-SUB) TO STT-SUB.
098800     ADD 1 TO NTP-PEERS (MS-SUB).
098900     ADD 1 TO STT-PEERS (STT-SUB MS-SUB).
099000     ADD AGT-VALUE (AGT-SUB MS-SUB) TO NTP-SUM-VALUE (MS-SUB).
099100 4200-EXIT.  EXIT.
099200
099300*================================================================*
099400*    EVERY RANKED MEASURE GOES TO THE SORT TWICE - ONCE INTO THE *
099500*    NATIONAL GROUP, ONCE INTO ITS STATE'S                       *
099600*================================================================*
099700 5000-RELEASE-RANKS  SECTION.
099800
099900     IF AGT-NEXT = 0
100000         GO TO 5000-DONE.
100100     PERFORM 5100-RELEASE-AGENCY THRU 5100-EXIT
100200             VARYING AGT-SUB FROM 1 BY 1
100300             UNTIL AGT-SUB > AGT-NEXT.
100400     GO TO 5000-DONE.
100500
100600 5100-RELEASE-AGENCY.
100700     PERFORM 5200-RELEASE-MEASURE THRU 5200-EXIT
100800             VARYING MS-SUB FROM 1 BY 1
100900             UNTIL MS-SUB > 6.
101000 5100-EXIT.  EXIT.
101100
101200 5200-RELEASE-MEASURE.
101300     IF AGT-RANKED (AGT-SUB MS-SUB) NOT = 'Y'
101400         GO TO 5200-EXIT.
101500     MOVE 'N'                        TO RKS-SCOPE.
101600     MOVE MS-SUB                     TO RKS-MEASURE.
101700     MOVE SPACES                     TO RKS-STATE.
101800     MOVE AGT-VALUE (AGT-SUB MS-SUB) TO RKS-VALUE.
101900     MOVE AGT-SUB                    TO RKS-AGT-SUB.
102000     RELEASE RANKSORT-REC.
102100     MOVE 'S'                        TO RKS-SCOPE.
102200     MOVE AGT-STATE (AGT-SUB)        TO RKS-STATE.
102300     RELEASE RANKSORT-REC.
102400 5200-EXIT.  EXIT.
102500
102600 5000-DONE.
102700     EXIT.
102800
102900*================================================================*
103000*    PERCENTILE = PERCENT OF THE OTHER AGENCIES IN THE GROUP     *
103100*    WITH A LOWER VALUE (TIES SHARE THE LOWER RANK).  THE FIRST  *
103200*    VALUE REACHING THE FLAG PERCENTILE IS THE GROUP'S CUT-OFF   *
103300*================================================================*
103400 5500-ASSIGN-PERCENTILES  SECTION.
103500
103600     MOVE 0 TO EOF-RKS.
103700     MOVE SPACES TO RNK-PREV-GROUP.
103800     PERFORM 5600-RETURN-RANK THRU 5600-EXIT
103900             UNTIL EOF-RKS = 1.
104000     GO TO 5500-DONE.
104100
104200 5600-RETURN-RANK.
104300     RETURN RANKSORT
104400          AT END   MOVE 1 TO EOF-RKS
104500                   GO TO 5600-EXIT.
104600     IF RKS-GROUP NOT = RNK-PREV-GROUP
104700         MOVE RKS-GROUP TO RNK-PREV-GROUP
104800         MOVE 0         TO RNK-SEEN
104900         MOVE 0         TO RNK-LOWER
105000         MOVE RKS-VALUE TO RNK-PREV-VALUE.
105100     IF RKS-VALUE NOT = RNK-PREV-VALUE
105200         MOVE RNK-SEEN  TO RNK-LOWER
105300         MOVE RKS-VALUE TO RNK-PREV-VALUE.
105400     ADD 1 TO RNK-SEEN.
105500
105600     MOVE RKS-AGT-SUB TO AGT-SUB.
105700     MOVE RKS-MEASURE TO MS-SUB.
105800     MOVE AGT-STATE-SUB (AGT-SUB) TO STT-SUB.
105900     IF RKS-SCOPE = 'N'
106000         MOVE NTP-PEERS (MS-SUB) TO RNK-PEERS
106100     ELSE
106200         MOVE STT-PEERS (STT-SUB MS-SUB) TO RNK-PEERS.
106300     MOVE 0 TO RNK-PCTL.
106400     IF RNK-PEERS > 1
106500         COMPUTE RNK-PCTL ROUNDED =
106600                 RNK-LOWER * 100 / (RNK-PEERS - 1).
106700
106800     IF RKS-SCOPE = 'N'
106900         MOVE RNK-PCTL TO AGT-NT-PCTL (AGT-SUB MS-SUB)
107000         IF RNK-PEERS > 1
107100            AND RNK-PCTL NOT < PEP-FLAG-PCTL
107200            AND NTP-CUT-SW (MS-SUB) NOT = 'Y'
107300             MOVE 'Y'       TO NTP-CUT-SW (MS-SUB)
107400             MOVE RKS-VALUE TO NTP-CUT-VALUE (MS-SUB)
107500         END-IF
107600     ELSE
107700         MOVE RNK-PCTL TO AGT-ST-PCTL (AGT-SUB MS-SUB)
107800         IF RNK-PEERS > 1
107900            AND RNK-PCTL NOT < PEP-FLAG-PCTL
108000            AND STT-CUT-SW (STT-SUB MS-SUB) NOT = 'Y'
108100             MOVE 'Y'       TO STT-CUT-SW (STT-SUB MS-SUB)
108200             MOVE RKS-VALUE TO STT-CUT-VALUE (STT-SUB MS-SUB).
108300 5600-EXIT.  EXIT.
108400
108500 5500-DONE.
108600     EXIT.
108700
108800 6000-FLAGS  SECTION.
108900
109000*================================================================*
109100*    FLAG EVERY RANKED MEASURE AT OR ABOVE THE FLAG PERCENTILE - *
109200*    A GROUP OF ONE AGENCY HAS NO PEERS AND FLAGS NOTHING        *
109300*================================================================*
109400 6000-SET-FLAGS.
109500     IF AGT-NEXT = 0
109600         GO TO 6000-EXIT.
109700     PERFORM 6100-FLAG-AGENCY THRU 6100-EXIT
109800             VARYING AGT-SUB FROM 1 BY 1
109900             UNTIL AGT-SUB > AGT-NEXT.
110000 6000-EXIT.  EXIT.
110100
110200 6100-FLAG-AGENCY.
110300     MOVE 0 TO AGT-FLAG-CNT (AGT-SUB).
110400     PERFORM 6200-FLAG-MEASURE THRU 6200-EXIT
110500             VARYING MS-SUB FROM 1 BY 1
110600             UNTIL MS-SUB > 6.
110700     IF AGT-FLAG-CNT (AGT-SUB) > 0
110800         ADD 1 TO FLAGGED-AGENCY-CTR.
110900 6100-EXIT.  EXIT.
111000
111100 6200-FLAG-MEASURE.
111200     MOVE SPACE TO AGT-FLAG (AGT-SUB MS-SUB).
111300     IF AGT-RANKED (AGT-SUB MS-SUB) NOT = 'Y'
111400         GO TO 6200-EXIT.
111500     MOVE AGT-STATE-SUB (AGT-SUB) TO STT-SUB.
111600     IF STT-PEERS (STT-SUB MS-SUB) > 1
111700        AND AGT-ST-PCTL (AGT-SUB MS-SUB) NOT < PEP-FLAG-PCTL
111800         MOVE 'S' TO AGT-FLAG (AGT-SUB MS-SUB)
111900         ADD 1 TO STT-FLAGGED (STT-SUB MS-SUB).
112000     IF NTP-PEERS (MS-SUB) > 1
112100        AND AGT-NT-PCTL (AGT-SUB MS-SUB) NOT < PEP-FLAG-PCTL
112200         ADD 1 TO NTP-FLAGGED (MS-SUB)
112300         IF AGT-FLAG (AGT-SUB MS-SUB) = 'S'
112400             MOVE 'B' TO AGT-FLAG (AGT-SUB MS-SUB)
112500         ELSE
112600             MOVE 'N' TO AGT-FLAG (AGT-SUB MS-SUB).
112700     IF AGT-FLAG (AGT-SUB MS-SUB) NOT = SPACE
112800         ADD 1 TO AGT-FLAG-CNT (AGT-SUB).
112900 6200-EXIT.  EXIT.
113000
113100*================================================================*
113200*    AGENCIES IN PRINT ORDER - RANKED BY STATE AND CCN, THEN     *
113300*    THOSE BELOW THE MINIMUM                                     *
113400*================================================================*
113500 7000-RELEASE-AGENCIES  SECTION.
113600
113700     IF AGT-NEXT = 0
113800         GO TO 7000-DONE.
113900     PERFORM 7100-RELEASE-ONE THRU 7100-EXIT
114000             VARYING AGT-SUB FROM 1 BY 1
114100             UNTIL AGT-SUB > AGT-NEXT.
114200     GO TO 7000-DONE.
114300
114400 7100-RELEASE-ONE.
114500     IF AGT-RANKED-SW (AGT-SUB) = 'Y'
114600         MOVE '1' TO PRS-RANK-GROUP
114700     ELSE
114800         MOVE '2' TO PRS-RANK-GROUP.
114900     MOVE AGT-STATE (AGT-SUB)   TO PRS-STATE.
115000     MOVE AGT-PROV-NO (AGT-SUB) TO PRS-PROV-NO.
115100     MOVE AGT-SUB               TO PRS-AGT-SUB.
115200     RELEASE PRTSORT-REC.
115300 7100-EXIT.  EXIT.
115400
115500 7000-DONE.
115600     EXIT.
115700
115800 7500-PRINT-AGENCIES  SECTION.
115900
116000     MOVE 0 TO EOF-PRS.
116100     MOVE 'A' TO PEP-SECTION.
116200     IF RANKED-AGENCY-CTR = 0
116300         PERFORM 9000-HEADINGS THRU 9000-EXIT
116400         MOVE 'NO AGENCY REACHED THE MINIMUM PERIODS' TO PNL-TEXT
116500         WRITE PEPRPT-LINE FROM PEP-NONE-LINE
116600                               AFTER ADVANCING 2
116700         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
116800         ADD 2 TO PEP-LINE-CTR.
116900     PERFORM 7600-RETURN-AGENCY THRU 7600-EXIT
117000             UNTIL EOF-PRS = 1.
117100     GO TO 7500-DONE.
117200
117300 7600-RETURN-AGENCY.
117400     RETURN PRTSORT
117500          AT END   MOVE 1 TO EOF-PRS
117600                   GO TO 7600-EXIT.
117700     MOVE PRS-AGT-SUB TO AGT-SUB.
117800     IF PRS-RANK-GROUP = '1'
117900         PERFORM 7700-PRINT-PROFILE THRU 7700-EXIT
118000     ELSE
118100         PERFORM 7900-PRINT-UNRANKED THRU 7900-EXIT.
118200 7600-EXIT.  EXIT.
118300
118400*    ONE PROFILE BLOCK PER RANKED AGENCY, KEPT ON ONE PAGE
118500 7700-PRINT-PROFILE.
118600     IF PEP-LINE-CTR > 48
118700         PERFORM 9000-HEADINGS THRU 9000-EXIT.
118800     MOVE AGT-PROV-NO (AGT-SUB)  TO PAH-PROV-NO.
118900     MOVE AGT-NAME (AGT-SUB)     TO PAH-NAME.
119000     MOVE AGT-STATE (AGT-SUB)    TO PAH-STATE.
119100     MOVE AGT-PERIODS (AGT-SUB)  TO PAH-PERIODS.
119200     MOVE AGT-IMAGES (AGT-SUB)   TO PAH-IMAGES.
119300     MOVE SPACES                 TO PAH-FLAG-TEXT.
119400     IF AGT-FLAG-CNT (AGT-SUB) > 0
119500         MOVE '*** FLAGGED MEASURES' TO PAH-FLAG-TEXT.
119600     WRITE PEPRPT-LINE FROM PEP-AGENCY-HEAD
119700                           AFTER ADVANCING 2.
119800     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
119900     WRITE PEPRPT-LINE FROM PEP-COLS-AGENCY
120000                           AFTER ADVANCING 1.
120100     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
120200     ADD 3 TO PEP-LINE-CTR.
120300     PERFORM 7800-MEASURE-LINE THRU 7800-EXIT
120400             VARYING MS-SUB FROM 1 BY 1
120500             UNTIL MS-SUB > 6.
120600 7700-EXIT.  EXIT.
120700
120800 7800-MEASURE-LINE.
120900     MOVE AGT-STATE-SUB (AGT-SUB)    TO STT-SUB.
121000     MOVE MNT-NAME (MS-SUB)          TO PML-NAME.
121100     MOVE AGT-NUMER (AGT-SUB MS-SUB) TO PML-NUMER.
121200     MOVE AGT-DENOM (AGT-SUB MS-SUB) TO PML-DENOM.
121300     MOVE AGT-VALUE (AGT-SUB MS-SUB) TO PML-VALUE.
121400     MOVE SPACES                     TO PML-FLAG.
121500     MOVE 0 TO PML-ST-CUT PML-NT-CUT.
121600     IF STT-CUT-SW (STT-SUB MS-SUB) = 'Y'
121700         MOVE STT-CUT-VALUE (STT-SUB MS-SUB) TO PML-ST-CUT.
121800     IF NTP-CUT-SW (MS-SUB) = 'Y'
121900         MOVE NTP-CUT-VALUE (MS-SUB) TO PML-NT-CUT.
122000
122100     IF AGT-RANKED (AGT-SUB MS-SUB) NOT = 'Y'
122200         MOVE ' --' TO PML-ST-PCTL PML-NT-PCTL
122300         MOVE 'TOO FEW' TO PML-FLAG
122400     ELSE
122500         MOVE AGT-ST-PCTL (AGT-SUB MS-SUB) TO PML-PCTL-EDIT
122600         MOVE PML-PCTL-EDIT TO PML-ST-PCTL
122700         MOVE AGT-NT-PCTL (AGT-SUB MS-SUB) TO PML-PCTL-EDIT
122800         MOVE PML-PCTL-EDIT TO PML-NT-PCTL
122900         IF STT-PEERS (STT-SUB MS-SUB) < 2
123000             MOVE ' --' TO PML-ST-PCTL
123100         END-IF
123200         IF NTP-PEERS (MS-SUB) < 2
123300             MOVE ' --' TO PML-NT-PCTL
123400         END-IF
123500         IF AGT-FLAG (AGT-SUB MS-SUB) = 'S'
123600             MOVE '** STATE' TO PML-FLAG
123700         END-IF
123800         IF AGT-FLAG (AGT-SUB MS-SUB) = 'N'
123900             MOVE '** NATL'  TO PML-FLAG
124000         END-IF
124100         IF AGT-FLAG (AGT-SUB MS-SUB) = 'B'
124200             MOVE '** BOTH'  TO PML-FLAG
124300         END-IF
124400         PERFORM 7850-WRITE-EXTRACT THRU 7850-EXIT.
124500
124600     WRITE PEPRPT-LINE FROM PEP-MEASURE-LINE
124700                           AFTER ADVANCING 1.
124800     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
124900     ADD 1 TO PEP-LINE-CTR.
125000 7800-EXIT.  EXIT.
125100
125200 7850-WRITE-EXTRACT.
125300     MOVE PEP-QUARTER                 TO PXL-QUARTER.
125400     MOVE AGT-PROV-NO (AGT-SUB)       TO PXL-PROV-NO.
125500     MOVE AGT-STATE (AGT-SUB)         TO PXL-STATE.
125600     MOVE MNT-CODE (MS-SUB)           TO PXL-MEASURE.
125700     MOVE AGT-NUMER (AGT-SUB MS-SUB)  TO PXL-NUMER.
125800     MOVE AGT-DENOM (AGT-SUB MS-SUB)  TO PXL-DENOM.
125900     MOVE AGT-VALUE (AGT-SUB MS-SUB)  TO PXL-VALUE.
126000     MOVE STT-PEERS (STT-SUB MS-SUB)  TO PXL-ST-PEERS.
126100     MOVE AGT-ST-PCTL (AGT-SUB MS-SUB) TO PXL-ST-PCTL.
126200     MOVE NTP-PEERS (MS-SUB)          TO PXL-NT-PEERS.
126300     MOVE AGT-NT-PCTL (AGT-SUB MS-SUB) TO PXL-NT-PCTL.
126400     MOVE 'N'                         TO PXL-FLAG.
126500     MOVE AGT-FLAG (AGT-SUB MS-SUB)   TO PXL-FLAG-SCOPE.
126600     IF AGT-FLAG (AGT-SUB MS-SUB) NOT = SPACE
126700         MOVE 'Y' TO PXL-FLAG.
126800     WRITE PEPEXT-REC FROM PEP-EXT-LINE.
126900     IF PPX-STAT1 > 0 DISPLAY ' BADX WRITE ON PEPEXT FILE'.
127000     ADD 1 TO PEPEXT-CTR.
127100 7850-EXIT.  EXIT.
127200
127300 7900-PRINT-UNRANKED.
127400     IF PEP-SECTION NOT = 'U'
127500         MOVE 'U' TO PEP-SECTION
127600         PERFORM 9000-HEADINGS THRU 9000-EXIT.
127700     IF PEP-LINE-CTR > 54
127800         PERFORM 9000-HEADINGS THRU 9000-EXIT.
127900     MOVE AGT-PROV-NO (AGT-SUB)  TO PUL-PROV-NO.
128000     MOVE AGT-STATE (AGT-SUB)    TO PUL-STATE.
128100     MOVE AGT-NAME (AGT-SUB)     TO PUL-NAME.
128200     MOVE AGT-PERIODS (AGT-SUB)  TO PUL-PERIODS.
128300     MOVE AGT-IMAGES (AGT-SUB)   TO PUL-IMAGES.
128400     WRITE PEPRPT-LINE FROM PEP-UNRANKED-LINE
128500                           AFTER ADVANCING 1.
128600     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
128700     ADD 1 TO PEP-LINE-CTR.
128800 7900-EXIT.  EXIT.
128900
129000 7500-DONE.
129100     EXIT.
129200
129300*================================================================*
129400*    MEASURE SUMMARY AND RUN TOTALS                              *
129500*================================================================*
129600 8000-SUMMARY  SECTION.
129700
129800 8000-PRINT-SUMMARY.
129900     MOVE 'S' TO PEP-SECTION.
130000     PERFORM 9000-HEADINGS THRU 9000-EXIT.
130100     PERFORM 8100-SUMMARY-LINE THRU 8100-EXIT
130200             VARYING MS-SUB FROM 1 BY 1
130300             UNTIL MS-SUB > 6.
130400
130500     MOVE 'T' TO PEP-SECTION.
130600     MOVE 'PAID PERIODS IN THE QUARTER'      TO PTL-LABEL.
130700     MOVE PERIOD-CTR                         TO PTL-COUNT.
130800     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
130900     MOVE 'PERIODS WITH NO CLAIM IMAGE'      TO PTL-LABEL.
131000     MOVE NO-IMAGE-CTR                       TO PTL-COUNT.
131100     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
131200     MOVE 'AGENCIES'                         TO PTL-LABEL.
131300     MOVE AGT-NEXT                           TO PTL-COUNT.
131400     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
131500     MOVE 'AGENCIES RANKED'                  TO PTL-LABEL.
131600     MOVE RANKED-AGENCY-CTR                  TO PTL-COUNT.
131700     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
131800     MOVE 'AGENCIES BELOW THE MINIMUM'       TO PTL-LABEL.
131900     MOVE UNRANKED-AGENCY-CTR                TO PTL-COUNT.
132000     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
132100     MOVE 'AGENCIES WITH A FLAGGED MEASURE'  TO PTL-LABEL.
132200     MOVE FLAGGED-AGENCY-CTR                 TO PTL-COUNT.
132300     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
132400     IF AGENCY-DROPPED-CTR > 0
132500         MOVE 'AGENCIES OVER THE TABLE LIMIT'  TO PTL-LABEL
132600         MOVE AGENCY-DROPPED-CTR               TO PTL-COUNT
132700         PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
132800     GO TO 8000-EXIT.
132900
133000 8100-SUMMARY-LINE.
133100     MOVE 0 TO STT-SUB.
133200     MOVE MNT-NAME (MS-SUB)    TO PSL-NAME.
133300     MOVE NTP-PEERS (MS-SUB)   TO PSL-RANKED.
133400     MOVE 0                    TO PSL-AVERAGE PSL-CUT.
133500     IF NTP-PEERS (MS-SUB) > 0
133600         COMPUTE PSL-AVERAGE ROUNDED =
133700                 NTP-SUM-VALUE (MS-SUB) / NTP-PEERS (MS-SUB).
133800     IF NTP-CUT-SW (MS-SUB) = 'Y'
133900         MOVE NTP-CUT-VALUE (MS-SUB) TO PSL-CUT.
134000     MOVE NTP-FLAGGED (MS-SUB) TO PSL-FLAG-NATL.
134100     MOVE 0 TO RNK-SEEN.
134200     PERFORM 8150-ADD-STATE-FLAGS THRU 8150-EXIT
134300             VARYING STT-SUB FROM 1 BY 1
134400             UNTIL STT-SUB > STT-NEXT.
134500     MOVE RNK-SEEN TO PSL-FLAG-STATE.
134600     WRITE PEPRPT-LINE FROM PEP-SUMMARY-LINE
134700                           AFTER ADVANCING 1.
134800     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
134900     ADD 1 TO PEP-LINE-CTR.
135000 8100-EXIT.  EXIT.
135100
135200 8150-ADD-STATE-FLAGS.
135300     ADD STT-FLAGGED (STT-SUB MS-SUB) TO RNK-SEEN.
135400 8150-EXIT.  EXIT.
135500
135600 8200-TOTAL-LINE.
135700     IF PEP-LINE-CTR > 54
135800         PERFORM 9000-HEADINGS THRU 9000-EXIT.
135900     WRITE PEPRPT-LINE FROM PEP-TOTAL-LINE
136000                           AFTER ADVANCING 2.
136100     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
136200     ADD 2 TO PEP-LINE-CTR.
136300 8200-EXIT.  EXIT.
136400
136500 8000-EXIT.
136600     EXIT.
136700
136800*================================================================*
136900*    PAGE HEADINGS FOR THE SECTION BEING PRINTED                 *
137000*================================================================*
137100 9000-HEADINGS.
137200     MOVE PEP-QUARTER      TO PH1-QUARTER.
137300     MOVE PEP-CURR-DATE    TO PH1-RUN-DATE.
137400     MOVE PEP-MIN-PERIODS  TO PH1-MIN-PERIODS.
137500     MOVE PEP-FLAG-PCTL    TO PH1-FLAG-PCTL.
137600     WRITE PEPRPT-LINE FROM PEP-HEAD1
137700                           AFTER ADVANCING PAGE.
137800     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
137900     MOVE ALL '-' TO PEPRPT-LINE.
138000     WRITE PEPRPT-LINE AFTER ADVANCING 1.
138100     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
138200     MOVE 2 TO PEP-LINE-CTR.
138300     IF PEP-SECTION = 'U'
138400         MOVE 'AGENCIES BELOW THE MINIMUM PERIODS - NOT RANKED'
138500                                  TO PNL-TEXT
138600         WRITE PEPRPT-LINE FROM PEP-NONE-LINE
138700                               AFTER ADVANCING 2
138800         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
138900         WRITE PEPRPT-LINE FROM PEP-COLS-UNRANKED
139000                               AFTER ADVANCING 2
139100         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
139200         ADD 4 TO PEP-LINE-CTR.
139300     IF PEP-SECTION = 'S'
139400         MOVE 'MEASURE SUMMARY - NATIONAL PEER GROUP' TO PNL-TEXT
139500         WRITE PEPRPT-LINE FROM PEP-NONE-LINE
139600                               AFTER ADVANCING 2
139700         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
139800         WRITE PEPRPT-LINE FROM PEP-COLS-SUMMARY
139900                               AFTER ADVANCING 2
140000         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
140100         ADD 4 TO PEP-LINE-CTR.
140200     MOVE SPACES TO PEPRPT-LINE.
140300     WRITE PEPRPT-LINE AFTER ADVANCING 1.
140400     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
140500     ADD 1 TO PEP-LINE-CTR.
140600 9000-EXIT.  EXIT.
140700
140800 9100-CHECK-WRITE.
140900     IF PPR-STAT1 > 0 DISPLAY ' BADR WRITE ON PEPRPT FILE'.
141000     ADD 1 TO PEPRPT-CTR.
141100 9100-EXIT.  EXIT.
