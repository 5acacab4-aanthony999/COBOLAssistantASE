000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHFDL213.
000300
000400*----------------------------------------------------------------*
000500*  OUTLIER FIXED-DOLLAR-LOSS (FDL) RATIO CALIBRATION             *
000600*                                                                *
000700*  EACH PROPOSED RULE CMS SETS THE FDL RATIO SO THAT OUTLIER     *
000800*  PAYMENTS COME TO ABOUT 2.5 PERCENT OF TOTAL HOME HEALTH       *
000900*  PAYMENTS.  THIS PROGRAM FINDS THE RATIO OUR OWN BOOK OF       *
001000*  BUSINESS IMPLIES.  EVERY PAID FINAL CLAIM IN THE CLAIM SET    *
001100*  IS REPRICED THROUGH THE HHCAL213 OUTLIER LOGIC (7000-OUTLIER- *
001200*  PAYMENT AND THE 10000-OUTLIER-CAP-CALC 10 PERCENT PROVIDER    *
001300*  CAP, 0.80 LOSS-SHARING RATIO) AT A TRIAL RATIO, AND THE       *
001400*  RATIO IS BISECTED UNTIL THE OUTLIER SHARE OF TOTAL PAYMENTS   *
001500*  IS WITHIN THE TOLERANCE OF THE TARGET - FOR ALL CONTRACTS     *
001600*  TOGETHER AND, SEPARATELY, FOR EACH CONTRACT (MAC).            *
001700*                                                                *
001800*  THE OUTLIER INPUTS ARE TAKEN FROM THE PRICED CLAIM IMAGE:     *
001900*    IMPUTED COST     SUM OF HHA-REVENUE-COST, LINES 1-6         *
002000*    PAYMENT BEFORE   HHA-LABOR-PORTION + HHA-NONLABOR-PORTION   *
002100*      OUTLIER        LESS THE OUTLIER PAID BEFORE VBP           *
002200*    WAGE INDEX       BACKED OUT OF THE LABOR/NON-LABOR SPLIT    *
002300*    NATIONAL RATE    EPIRATE ROW FOR THE THRU DATE AND QUALITY  *
002400*                     SUBMITTER CLASS, AS HHDRV213 SELECTS IT    *
002500*    RURAL ADD-ON     RURADDON FACTOR FOR HHA-RURAL-ADDON-CAT    *
002600*  SO THE TRIAL THRESHOLD IS RATE X RATIO, RURAL-ADJUSTED AND    *
002700*  WAGE-ADJUSTED EXACTLY AS HHCAL213 ADJUSTS OUTLIER-THRESHOLD-  *
002800*  AMT.  LUPA CLAIMS ENTER THE TOTAL AT THEIR PAID AMOUNT.  AT   *
002900*  EACH CLAIM'S OWN EPIRATE THRESHOLD THE MODEL IS CHECKED       *
003000*  AGAINST THE OUTLIER ACTUALLY PAID (REPRODUCTION COUNTS).      *
003100*                                                                *
003200*  CLMLIB   - A SAVED OUTFILE, OR THE PRICED-CLAIM LIBRARY, EACH *
003300*             DATASET BALANCED TO ITS TRAILER                    *
003400*  HISTFILE - (OPTIONAL) THE CLAIM-HISTORY MASTER (HHHST213      *
003500*             HISTOUT) - REQUIRED WHEN THE CLAIM SET IS 'H'      *
003600*  EPIRATE  - EFFECTIVE-DATED EPISODE RATE FILE                  *
003700*  RURADDON - (OPTIONAL) RURAL ADD-ON SCHEDULE                   *
003800*  FDLPARM  - (OPTIONAL) CONTROL CARD                            *
003900*             COLS  1-5  TARGET OUTLIER PERCENT 99V999 (02500)   *
004000*             COL   7    CLAIM SET 'O' EVERY PAID FINAL CLAIM ON *
004100*                        CLMLIB, 'H' THE CURRENT VERSION ON THE  *
004200*                        HISTORY MASTER, IMAGE BY DCN       (O)  *
004300*             COLS  9-13 TOLERANCE IN PERCENT POINTS 9V9999      *
004400*                                                      (00050)   *
004500*             COLS 15-16 MAXIMUM TRIALS                 (40)     *
004600*             COLS 18-22 LOWEST RATIO TRIED 9V9999      (00000)  *
004700*             COLS 24-28 HIGHEST RATIO TRIED 9V9999     (30000)  *
004800*             COLS 30-37 PERIOD FROM-DATE WINDOW START  (NONE)   *
004900*             COLS 39-46 PERIOD FROM-DATE WINDOW END    (NONE)   *
005000*             COLS 48-50 LOSS-SHARING RATIO 9V99        (080)    *
005100*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES   *
005200*             ARE ACCEPTED, OTHERWISE ONE STOPS THE STEP (RC 16) *
005300*  FDLWORK  - WORK FILE, ONE MODEL RECORD PER CLAIM, RE-READ ON  *
005400*             EVERY TRIAL                                        *
005500*  FDLRPT   - SHARE AT EACH TRIAL RATIO, CONVERGED RATIO BY      *
005600*             CONTRACT, RUN TOTALS                               *
005700*  RC 4 WHEN A SCOPE DID NOT CONVERGE OR A CONTRACT WAS OVER     *
005800*  THE TABLE LIMIT                                               *
005900*----------------------------------------------------------------*
006000
006100 DATE-COMPILED.
006200 ENVIRONMENT                     DIVISION.
006300
006400 CONFIGURATION                   SECTION.
006500 SOURCE-COMPUTER.                IBM-370.
006600 OBJECT-COMPUTER.                IBM-370.
006700
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000
007100     SELECT CLMLIB    ASSIGN TO UT-S-CLMLIB
007200         FILE STATUS IS CLB-STAT.
007300     SELECT OPTIONAL HISTFILE ASSIGN TO UT-S-HISTFILE
007400         FILE STATUS IS HSF-STAT.
007500     SELECT EPIRATE   ASSIGN TO UT-S-EPIRATE
007600         FILE STATUS IS EPI-STAT.
007700     SELECT OPTIONAL RURADDON ASSIGN TO UT-S-RURADDON
007800         FILE STATUS IS RUR-STAT.
007900     SELECT OPTIONAL FDLPARM ASSIGN TO UT-S-FDLPARM
008000         FILE STATUS IS FPM-STAT.
008100     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
008200         FILE STATUS IS MDC-STAT.
008300     SELECT FDLWORK   ASSIGN TO UT-S-FDLWORK
008400         FILE STATUS IS FWK-STAT.
008500     SELECT FDLRPT    ASSIGN TO UT-S-FDLRPT
008600         FILE STATUS IS FDR-STAT.
008700     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  CLMLIB
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS V
009400     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
009500     BLOCK CONTAINS 0 RECORDS.
009600 01  CLMLIB-REC                 PIC X(1000).
009700
009800 FD  HISTFILE
009900     RECORDING MODE IS F
010000     BLOCK CONTAINS 0 RECORDS
010100     LABEL RECORDS ARE STANDARD.
010200 01  HISTFILE-REC.
010300     05  HSF-KEY.
010400         10  HSF-NPI            PIC X(10).
010500         10  HSF-HIC            PIC X(12).
010600         10  HSF-FROM-DATE      PIC X(08).
010700     05  HSF-THRU-DATE          PIC X(08).
010800     05  HSF-PROV-NO            PIC X(06).
010900     05  HSF-TOB-CLASS          PIC X(01).
011000     05  HSF-PAY-RTC            PIC 99.
011100         88  HSF-RTC-PAYABLE    VALUES 00 01 02 06 09 11 14 32.
011200     05  HSF-TOTAL-PAYMENT      PIC 9(07)V9(02).
011300     05  HSF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
011400     05  HSF-ADJ-IND            PIC X(01).
011500     05  HSF-ADMIT-DATE         PIC X(08).
011600     05  HSF-DCN                PIC X(08).
011700     05  HSF-PRED-DCN           PIC X(08).
011800     05  FILLER                 PIC X(10).
011900
012000 FD  EPIRATE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  EPI-RATE-REC.
012400     05  EPI-EFFDATE             PIC X(08).
012500     05  FILLER                  PIC X(01).
012600     05  EPI-SUBMIT-IND          PIC X(01).
012700     05  FILLER                  PIC X(01).
012800     05  EPI-EPISODE-RATE        PIC 9(05)V9(02).
012900     05  FILLER                  PIC X(01).
013000     05  EPI-OUTLIER-THRESHOLD   PIC 9(05)V9(02).
013100     05  FILLER                  PIC X(54).
013200
013300 FD  RURADDON
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 01  RUR-ADDON-REC.
013700     05  RUR-CATEGORY            PIC X(01).
013800     05  FILLER                  PIC X(01).
013900     05  RUR-EFFDATE             PIC X(08).
014000     05  FILLER                  PIC X(01).
014100     05  RUR-FACTOR              PIC 9V9(03).
014200     05  FILLER                  PIC X(65).
014300
014400 FD  FDLPARM
014500     RECORDING MODE IS F
014600     BLOCK CONTAINS 0 RECORDS
014700     LABEL RECORDS ARE STANDARD.
014800 01  FDLPARM-REC.
014900     05  FPM-TARGET-PCT         PIC 9(02)V9(03).
015000     05  FILLER                 PIC X(01).
015100     05  FPM-CLAIM-SET          PIC X(01).
015200     05  FILLER                 PIC X(01).
015300     05  FPM-TOLERANCE          PIC 9V9(04).
015400     05  FILLER                 PIC X(01).
015500     05  FPM-MAX-TRIALS         PIC X(02).
015600     05  FILLER                 PIC X(01).
015700     05  FPM-LOW-RATIO          PIC 9V9(04).
015800     05  FILLER                 PIC X(01).
015900     05  FPM-HIGH-RATIO         PIC 9V9(04).
016000     05  FILLER                 PIC X(01).
016100     05  FPM-FROM-DATE          PIC X(08).
016200     05  FILLER                 PIC X(01).
016300     05  FPM-THRU-DATE          PIC X(08).
016400     05  FILLER                 PIC X(01).
016500     05  FPM-LOSS-SHARE         PIC 9V9(02).
016600     05  FILLER                 PIC X(30).
016700
016800 FD  MODECARD
016900     RECORDING MODE IS F
017000     BLOCK CONTAINS 0 RECORDS
017100     LABEL RECORDS ARE STANDARD.
017200 01  MODECARD-REC.
017300     05  MDC-RUN-MODE           PIC X(01).
017400     05  FILLER                 PIC X(79).
017500
017600*----------------------------------------------------------------*
017700*  ONE MODEL RECORD PER CLAIM IN THE SET.  TYPE 'O' CLAIMS ARE   *
017800*  REPRICED FOR AN OUTLIER ON EVERY TRIAL; TYPE 'F' CLAIMS (LUPA,*
017900*  NO HRG PAYMENT, NO RATE ROW, NO WAGE SPLIT) ENTER THE TOTAL   *
018000*  AT THEIR PAID AMOUNT                                          *
018100*----------------------------------------------------------------*
018200 FD  FDLWORK
018300     RECORDING MODE IS F
018400     BLOCK CONTAINS 0 RECORDS
018500     LABEL RECORDS ARE STANDARD.
018600 01  FDLWORK-REC.
018700     05  FWK-TYPE               PIC X(01).
018800         88  FWK-ELIGIBLE                  VALUE 'O'.
018900     05  FWK-SLOT               PIC 9(02).
019000     05  FWK-PROV-NO            PIC X(06).
019100*        TOTAL PAID LESS THE OUTLIER PAID
019200     05  FWK-FIXED-PAY          PIC S9(07)V9(02).
019300     05  FWK-ACTUAL-OUTL        PIC 9(07)V9(02).
019400     05  FWK-COST               PIC 9(07)V9(02).
019500     05  FWK-PRETOT             PIC S9(07)V9(02).
019600     05  FWK-RATE               PIC 9(05)V9(02).
019700     05  FWK-RURAL-FAC          PIC 9V9(03).
019800     05  FWK-WAGE-IND           PIC 9(02)V9(04).
019900     05  FWK-VBP-FAC            PIC 9V9(05).
020000     05  FWK-PROV-PAY-TOT       PIC 9(09)V9(02).
020100     05  FWK-PROV-OUTL-TOT      PIC 9(08)V9(02).
020200     05  FILLER                 PIC X(11).
020300
020400 FD  FDLRPT
020500     RECORDING MODE IS F
020600     BLOCK CONTAINS 133 RECORDS
020700     LABEL RECORDS ARE STANDARD.
020800 01  FDLRPT-LINE                PIC X(133).
020900
021000 SD  SORTFILE.
021100 01  SORT-REC.
021200     05  SRT-KEY.
021300         10  SRT-NPI            PIC X(10).
021400         10  SRT-HIC            PIC X(12).
021500         10  SRT-FROM-DATE      PIC X(08).
021600     05  SRT-LIB-SEQ            PIC 9(09).
021700     05  SRT-IMAGE              PIC X(650).
021800
021900 WORKING-STORAGE SECTION.
022000 01  FILLER                     PIC X(40)  VALUE
022100     'HHFDL    - W O R K I N G   S T O R A G E'.
022200 01  HHFDL-VERSION              PIC X(07)  VALUE 'F2026.1'.
022300 01  EOF-HSF                    PIC 9(01)  VALUE 0.
022400 01  EOF-CLB                    PIC 9(01)  VALUE 0.
022500 01  EOF-SRT                    PIC 9(01)  VALUE 0.
022600 01  EOF-EPI                    PIC 9(01)  VALUE 0.
022700 01  EOF-RUR                    PIC 9(01)  VALUE 0.
022800 01  EOF-FWK                    PIC 9(01)  VALUE 0.
022900 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
023000 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
023100 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
023200 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
023300 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
023400 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
023500 01  VAL-TRL-REC.
023600     05  VAL-ID                 PIC X(08).
023700     05  VAL-RECORD-COUNT       PIC 9(09).
023800     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
023900     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
024000     05  FILLER                 PIC X(603).
024100 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
024200 01  CLMLIB-CTR                 PIC 9(09)  VALUE 0.
024300 01  RELEASE-CTR                PIC 9(09)  VALUE 0.
024400 01  HISTFILE-CTR               PIC 9(09)  VALUE 0.
024500 01  NO-IMAGE-CTR               PIC 9(09)  VALUE 0.
024600 01  MODEL-CTR                  PIC 9(09)  VALUE 0.
024700 01  ELIGIBLE-CTR               PIC 9(09)  VALUE 0.
024800 01  LUPA-CTR                   PIC 9(09)  VALUE 0.
024900 01  NO-RATE-CTR                PIC 9(09)  VALUE 0.
025000 01  NO-SPLIT-CTR               PIC 9(09)  VALUE 0.
025100 01  REPRO-MATCH-CTR            PIC 9(09)  VALUE 0.
025200 01  REPRO-DIFF-CTR             PIC 9(09)  VALUE 0.
025300 01  CONTRACT-DROPPED-CTR       PIC 9(09)  VALUE 0.
025400 01  EPI-READ-CTR               PIC 9(05)  VALUE 0.
025500 01  RUR-READ-CTR               PIC 9(05)  VALUE 0.
025600 01  FDLWORK-CTR                PIC 9(09)  VALUE 0.
025700 01  FDLRPT-CTR                 PIC 9(07)  VALUE 0.
025800 01  TRIAL-CTR                  PIC 9(03)  VALUE 0.
025900 01  FDL-OPEN-CTR               PIC 9(02)  VALUE 0.
026000 01  FDL-MISS-CTR               PIC 9(02)  VALUE 0.
026100 01  FDL-LINE-CTR               PIC 9(02)  VALUE 65.
026200 01  FDL-SECTION                PIC X(01)  VALUE SPACES.
026300 01  FDL-CURR-DATE              PIC X(08)  VALUE SPACES.
026400 01  FDL-HIST-KEY               PIC X(30)  VALUE SPACES.
026500 01  FDL-IMAGE-KEY              PIC X(30)  VALUE SPACES.
026600 01  FDL-IMAGE-SW               PIC X(01)  VALUE 'N'.
026700     88  FDL-IMAGE-FOUND                   VALUE 'Y'.
026800 01  HOLD-IMAGE                 PIC X(650) VALUE SPACES.
026900
027000*----------------------------------------------------------------*
027100*  CONTROL CARD VALUES                                           *
027200*----------------------------------------------------------------*
027300 01  FDL-TARGET-PCT             PIC 9(02)V9(03) VALUE 2.500.
027400 01  FDL-CLAIM-SET              PIC X(01)  VALUE 'O'.
027500     88  FDL-SET-IS-HISTORY                VALUE 'H'.
027600 01  FDL-TOLERANCE              PIC 9V9(04) VALUE 0.0050.
027700 01  FDL-MAX-TRIALS             PIC 9(02)  VALUE 40.
027800 01  FDL-LOW-RATIO              PIC 9V9(04) VALUE 0.0000.
027900 01  FDL-HIGH-RATIO             PIC 9V9(04) VALUE 3.0000.
028000 01  FDL-FROM-DATE              PIC X(08)  VALUE '00000000'.
028100 01  FDL-THRU-DATE              PIC X(08)  VALUE '99999999'.
028200 01  FDL-LOSS-SHARE             PIC 9V9(02) VALUE 0.80.
028300
028400*----------------------------------------------------------------*
028500*  HHCAL213 LABOR / NON-LABOR SHARES                             *
028600*----------------------------------------------------------------*
028700 01  LABOR-PERCENT              PIC 9V9(05) VALUE 0.76100.
028800 01  NONLABOR-PERCENT           PIC 9V9(05) VALUE 0.23900.
028900
029000 01  EPI-STAT.
029100     05  EPI-STAT1              PIC X.
029200     05  EPI-STAT2              PIC X.
029300 01  RUR-STAT.
029400     05  RUR-STAT1              PIC X.
029500     05  RUR-STAT2              PIC X.
029600 01  HSF-STAT.
029700     05  HSF-STAT1              PIC X.
029800     05  HSF-STAT2              PIC X.
029900 01  CLB-STAT.
030000     05  CLB-STAT1              PIC X.
030100     05  CLB-STAT2              PIC X.
030200 01  FPM-STAT.
030300     05  FPM-STAT1              PIC X.
030400     05  FPM-STAT2              PIC X.
030500 01  MDC-STAT.
030600     05  MDC-STAT1              PIC X.
030700     05  MDC-STAT2              PIC X.
030800 01  FWK-STAT.
030900     05  FWK-STAT1              PIC X.
031000     05  FWK-STAT2              PIC X.
031100 01  FDR-STAT.
031200     05  FDR-STAT1              PIC X.
031300     05  FDR-STAT2              PIC X.
031400
031500*----------------------------------------------------------------*
031600*  CLAIM IMAGE - ONLY THE FIELDS THIS PROGRAM NEEDS              *
031700*----------------------------------------------------------------*
031800 01  HHA-OUT-DATA.
031900     05  HHA-NPI                 PIC X(10).
032000     05  HHA-HIC                 PIC X(12).
032100     05  HHA-PROV-NO             PIC X(06).
032200     05  HHA-INIT-PAY-QRP-INDICATOR  PIC X(01).
032300         88  HHA-WITH-DATA-CHECK VALUE '0', '1'.
032400     05  HHA-PROV-VBP-ADJ-FAC    PIC 9V9(5).
032500     05  HHA-PROV-OUTLIER-PAY-TOTAL PIC 9(08)V9(02).
032600     05  HHA-PROV-PAYMENT-TOTAL  PIC 9(09)V9(02).
032700     05  FILLER                  PIC X(13).
032800     05  HHA-SERV-FROM-DATE      PIC X(08).
032900     05  HHA-SERV-THRU-DATE      PIC X(08).
033000     05  FILLER                  PIC X(09).
033100     05  HHA-ADJ-IND             PIC X(01).
033200     05  FILLER                  PIC X(15).
033300     05  HHA-HRG-PAY             PIC 9(07)V9(02).
033400     05  HHA-REVENUE-DATA        OCCURS 6.
033500         10  FILLER              PIC X(29).
033600         10  HHA-REVENUE-COST    PIC 9(07)V9(02).
033700         10  FILLER              PIC X(09).
033800     05  HHA-PAY-RTC             PIC 99.
033900         88  HHA-RTC-PAYABLE     VALUES 00 01 02 06 09 11 14 32.
034000         88  HHA-RTC-LUPA        VALUES 06 14.
034100     05  FILLER                  PIC X(05).
034200     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
034300     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
034400     05  FILLER                  PIC X(36).
034500     05  HHA-RURAL-ADDON-CAT     PIC X(01).
034600     05  HHA-OUTLIER-CAP-IND     PIC X(01).
034700     05  HHA-OUTLIER-PRECAP-AMT  PIC 9(07)V9(02).
034800     05  FILLER                  PIC X(30).
034900     05  HHA-TOB-CLASS           PIC X(01).
035000         88  HHA-TOB-IS-CLAIM       VALUE 'C'.
035100     05  FILLER                  PIC X(09).
035200     05  HHA-LABOR-PORTION       PIC 9(07)V9(02).
035300     05  HHA-NONLABOR-PORTION    PIC 9(07)V9(02).
035400     05  FILLER                  PIC X(101).
035500     05  HHA-CONTRACT-CODE       PIC X(01).
035600     05  FILLER                  PIC X(01).
035700     05  HHA-DCN                 PIC X(08).
035800     05  HHA-PRED-DCN            PIC X(08).
035900*    VERSION 3 EXTENSION (BYTES 651-1000)
036000     05  HHA-V3-EXTENSION        PIC X(350).
036100
036200*----------------------------------------------------------------*
036300*  EPISODE RATE AND RURAL ADD-ON SCHEDULES IN CORE               *
036400*----------------------------------------------------------------*
036500 01  EPT-NEXT                   PIC 9(02)  VALUE 0.
036600 01  EPT-SUB                    PIC 9(02)  VALUE 0.
036700 01  EPISODE-RATE-TABLE.
036800     05  EPT-DATA               OCCURS 50.
036900         10  EPT-EFFDATE        PIC X(08).
037000         10  EPT-SUBMIT-IND     PIC X(01).
037100         10  EPT-RATE           PIC 9(05)V9(02).
037200         10  EPT-THRESHOLD      PIC 9(05)V9(02).
037300 01  RUT-NEXT                   PIC 9(02)  VALUE 0.
037400 01  RUT-SUB                    PIC 9(02)  VALUE 0.
037500 01  RURAL-ADDON-TABLE.
037600     05  RUT-DATA               OCCURS 30.
037700         10  RUT-CATEGORY       PIC X(01).
037800         10  RUT-EFFDATE        PIC X(08).
037900         10  RUT-FACTOR         PIC 9V9(03).
038000 01  FDL-CLASS-IND              PIC X(01)  VALUE SPACE.
038100 01  FDL-BEST-EFFDATE           PIC X(08)  VALUE SPACES.
038200 01  FDL-ROW-RATE               PIC 9(05)V9(02) VALUE 0.
038300 01  FDL-ROW-THRESH             PIC 9(05)V9(02) VALUE 0.
038400 01  FDL-CURR-EFFDATE           PIC X(08)  VALUE SPACES.
038500 01  FDL-CURR-RATIO             PIC 9V9(04) VALUE 0.
038600
038700*----------------------------------------------------------------*
038800*  OUTLIER REPRICING WORK - PICTURES AS IN HHCAL213              *
038900*----------------------------------------------------------------*
039000 01  FDL-TRY-RATIO              PIC 9V9(04) VALUE 0.
039100 01  FDL-THRESH-AMT             PIC 9(05)V9(02) VALUE 0.
039200 01  FDL-THRES-LABOR-ADJ        PIC S9(07)V9(02) VALUE 0.
039300 01  FDL-THRES-NON-LABOR-ADJ    PIC S9(07)V9(02) VALUE 0.
039400 01  FDL-VALUE-A                PIC S9(07)V9(02) VALUE 0.
039500 01  FDL-AB-DIFF                PIC S9(07)V9(02) VALUE 0.
039600 01  FDL-MODEL-CALC             PIC S9(07)V9(02) VALUE 0.
039700 01  FDL-POOL-PERCENT           PIC S9(09)V9(02) VALUE 0.
039800 01  FDL-AVAIL-POOL             PIC S9(09)V9(02) VALUE 0.
039900 01  FDL-POOL-DIF               PIC S9(07)V9(02) VALUE 0.
040000 01  FDL-MODEL-OUTL             PIC 9(07)V9(02) VALUE 0.
040100 01  FDL-ACTUAL-CALC            PIC 9(07)V9(02) VALUE 0.
040200 01  FDL-SHARE                  PIC 9(03)V9(04) VALUE 0.
040300 01  FDL-DIFF                   PIC S9(03)V9(04) VALUE 0.
040400
040500*----------------------------------------------------------------*
040600*  ONE SOLVE PER SCOPE - ENTRY 1 IS ALL CONTRACTS, ENTRIES 2-10  *
040700*  ONE CONTRACT EACH.  PHASE 'L' TRYING THE LOWEST RATIO, 'H'    *
040800*  THE HIGHEST, 'B' BISECTING, 'D' DONE.  STATUS 'C' CONVERGED,  *
040900*  'R' RATIO STEP REACHED, 'L' TRIAL LIMIT, 'N' TARGET NOT       *
041000*  BRACKETED, 'Z' NO PAYMENTS                                    *
041100*----------------------------------------------------------------*
041200 01  SLV-NEXT                   PIC 9(02)  VALUE 1.
041300 01  SLV-SUB                    PIC 9(02)  VALUE 0.
041400 01  SOLVE-TABLE.
041500     05  SLV-DATA               OCCURS 10.
041600         10  SLV-CONTRACT       PIC X(01).
041700         10  SLV-CLAIMS         PIC 9(07).
041800         10  SLV-ELIGIBLE       PIC 9(07).
041900         10  SLV-CUR-OUTL       PIC 9(11)V9(02).
042000         10  SLV-CUR-TOTAL      PIC S9(11)V9(02).
042100         10  SLV-PHASE          PIC X(01).
042200             88  SLV-OPEN                  VALUES 'L' 'H' 'B'.
042300         10  SLV-STATUS         PIC X(01).
042400         10  SLV-LO             PIC 9V9(04).
042500         10  SLV-HI             PIC 9V9(04).
042600         10  SLV-TRY            PIC 9V9(04).
042700         10  SLV-TRIALS         PIC 9(03).
042800         10  SLV-ACC-OUTL       PIC 9(11)V9(02).
042900         10  SLV-ACC-TOTAL      PIC S9(11)V9(02).
043000         10  SLV-ACC-HITS       PIC 9(07).
043100         10  SLV-BEST-SW        PIC X(01).
043200         10  SLV-BEST-RATIO     PIC 9V9(04).
043300         10  SLV-BEST-SHARE     PIC 9(03)V9(04).
043400         10  SLV-BEST-DIFF      PIC 9(03)V9(04).
043500         10  SLV-BEST-OUTL      PIC 9(11)V9(02).
043600         10  SLV-BEST-HITS      PIC 9(07).
043700
043800*----------------------------------------------------------------*
043900*  REPORT COMPONENTS                                             *
044000*----------------------------------------------------------------*
044100 01  FDL-HEAD1.
044200     05  FILLER                 PIC X(01)  VALUE SPACES.
044300     05  FILLER                 PIC X(44)  VALUE
044400        ' HHA OUTLIER FIXED-DOLLAR-LOSS CALIBRATION  '.
044500     05  FILLER                 PIC X(09)  VALUE 'RUN DATE '.
044600     05  FH1-RUN-DATE           PIC X(08).
044700     05  FILLER                 PIC X(09)  VALUE '  TARGET '.
044800     05  FH1-TARGET             PIC Z9.999.
044900     05  FILLER                 PIC X(19)  VALUE
045000         ' PCT  LOSS SHARING '.
045100     05  FH1-LOSS-SHARE         PIC 9.99.
045200     05  FILLER                 PIC X(13)  VALUE
045300         '  CLAIM SET  '.
045400     05  FH1-CLAIM-SET          PIC X(16).
045500
045600 01  FDL-SECT-LINE.
045700     05  FILLER                 PIC X(02)  VALUE SPACES.
045800     05  FSL-TEXT               PIC X(80).
045900
046000 01  FDL-COLS-TRIAL1.
046100     05  FILLER                 PIC X(44)  VALUE
046200        'TRIAL SCOPE         RATIO    OUTLIER    OUTL'.
046300     05  FILLER                 PIC X(46)  VALUE
046400        'IER PAID        TOTAL PAID     SHARE%   RESULT'.
046500 01  FDL-COLS-TRIAL2.
046600     05  FILLER                 PIC X(36)  VALUE
046700        '                      FDL     CLAIMS'.
046800
046900 01  FDL-TRIAL-LINE.
047000     05  FILLER                 PIC X(01)  VALUE SPACES.
047100     05  FTL-TRIAL              PIC ZZ9.
047200     05  FILLER                 PIC X(02)  VALUE SPACES.
047300     05  FTL-SCOPE              PIC X(13).
047400     05  FILLER                 PIC X(01)  VALUE SPACES.
047500     05  FTL-RATIO              PIC 9.9999.
047600     05  FILLER                 PIC X(03)  VALUE SPACES.
047700     05  FTL-HITS               PIC ZZZ,ZZ9.
047800     05  FILLER                 PIC X(02)  VALUE SPACES.
047900     05  FTL-OUTL               PIC ZZZ,ZZZ,ZZ9.99.
048000     05  FILLER                 PIC X(02)  VALUE SPACES.
048100     05  FTL-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.99.
048200     05  FILLER                 PIC X(03)  VALUE SPACES.
048300     05  FTL-SHARE              PIC ZZ9.9999.
048400     05  FILLER                 PIC X(03)  VALUE SPACES.
048500     05  FTL-RESULT             PIC X(28).
048600
048700 01  FDL-COLS-SUMM1.
048800     05  FILLER                 PIC X(44)  VALUE
048900        ' SCOPE          CLAIMS  OUTLIER  CURRENT    '.
049000     05  FILLER                 PIC X(44)  VALUE
049100        '  FDL     SHARE%    OUTLIER PAID  OUTLIER  T'.
049200     05  FILLER                 PIC X(13)  VALUE
049300        'RIALS  STATUS'.
049400 01  FDL-COLS-SUMM2.
049500     05  FILLER                 PIC X(44)  VALUE
049600        '                        ELIGIBLE  SHARE%    '.
049700     05  FILLER                 PIC X(41)  VALUE
049800        ' RATIO   AT RATIO      AT RATIO    CLAIMS'.
049900
050000 01  FDL-SUMM-LINE.
050100     05  FILLER                 PIC X(01)  VALUE SPACES.
050200     05  FSM-SCOPE              PIC X(13).
050300     05  FILLER                 PIC X(01)  VALUE SPACES.
050400     05  FSM-CLAIMS             PIC ZZZ,ZZ9.
050500     05  FILLER                 PIC X(02)  VALUE SPACES.
050600     05  FSM-ELIGIBLE           PIC ZZZ,ZZ9.
050700     05  FILLER                 PIC X(02)  VALUE SPACES.
050800     05  FSM-CUR-SHARE          PIC ZZ9.9999.
050900     05  FILLER                 PIC X(03)  VALUE SPACES.
051000     05  FSM-RATIO              PIC 9.9999.
051100     05  FILLER                 PIC X(03)  VALUE SPACES.
051200     05  FSM-SHARE              PIC ZZ9.9999.
051300     05  FILLER                 PIC X(02)  VALUE SPACES.
051400     05  FSM-OUTL               PIC ZZ,ZZZ,ZZ9.99.
051500     05  FILLER                 PIC X(02)  VALUE SPACES.
051600     05  FSM-HITS               PIC ZZZ,ZZ9.
051700     05  FILLER                 PIC X(03)  VALUE SPACES.
051800     05  FSM-TRIALS             PIC ZZ9.
051900     05  FILLER                 PIC X(04)  VALUE SPACES.
052000     05  FSM-STATUS             PIC X(28).
052100
052200 01  FDL-SCOPE-WORK.
052300     05  FILLER                 PIC X(09)  VALUE 'CONTRACT '.
052400     05  FSW-CONTRACT           PIC X(01).
052500     05  FILLER                 PIC X(03)  VALUE SPACES.
052600
052700 01  FDL-TOTAL-LINE.
052800     05  FILLER                 PIC X(02)  VALUE SPACES.
052900     05  FTT-LABEL              PIC X(44).
053000     05  FTT-COUNT              PIC ZZZ,ZZZ,ZZ9.
053100     05  FTT-COUNT-X            REDEFINES FTT-COUNT
053200                                PIC X(11).
053300     05  FILLER                 PIC X(02)  VALUE SPACES.
053400     05  FTT-TEXT               PIC X(30).
053500
053600 01  FDL-RATIO-EDIT             PIC 9.9999.
053700
053800**--------------------------------------------------------------
053900 PROCEDURE  DIVISION.
054000
054100 0000-MAINLINE  SECTION.
054200
054300     ACCEPT FDL-CURR-DATE FROM DATE YYYYMMDD.
054400     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
054500     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
054600     PERFORM 0300-LOAD-EPIRATE THRU 0300-EXIT.
054700     PERFORM 0400-LOAD-RURADDON THRU 0400-EXIT.
054800     INITIALIZE SOLVE-TABLE.
054900     MOVE 'A' TO SLV-CONTRACT (1).
055000
055100     SORT SORTFILE
055200          ON ASCENDING KEY SRT-KEY
055300                           SRT-LIB-SEQ
055400          INPUT  PROCEDURE IS 2000-READ-LIBRARY
055500          OUTPUT PROCEDURE IS 3000-BUILD-MODEL.
055600
055700     OPEN OUTPUT FDLRPT.
055800     PERFORM 5000-CALIBRATE THRU 5000-EXIT.
055900     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
056000     CLOSE FDLRPT.
056100
056200     DISPLAY '-- PROGRAM HHFDL213  VERSION  ===> ' HHFDL-VERSION.
056300     DISPLAY '-- TARGET OUTLIER PERCENT     ===> ' FDL-TARGET-PCT.
056400     DISPLAY '-- CLAIM SET                  ===> ' FDL-CLAIM-SET.
056500     DISPLAY '-- EPIRATE ROWS LOADED        ===> ' EPT-NEXT.
056600     DISPLAY '-- RURADDON ROWS LOADED       ===> ' RUT-NEXT.
056700     DISPLAY '-- CLMLIB DATASETS READ       ===> ' SEGMENT-CTR.
056800     DISPLAY '-- CLMLIB RECORDS READ        ===> ' CLMLIB-CTR.
056900     DISPLAY '-- CLAIM IMAGES SORTED        ===> ' RELEASE-CTR.
057000     DISPLAY '-- HISTORY RECORDS READ       ===> ' HISTFILE-CTR.
057100     DISPLAY '-- HISTORY PERIODS NO IMAGE   ===> ' NO-IMAGE-CTR.
057200     DISPLAY '-- CLAIMS MODELED             ===> ' MODEL-CTR.
057300     DISPLAY '-- OUTLIER-ELIGIBLE CLAIMS    ===> ' ELIGIBLE-CTR.
057400     DISPLAY '-- REPRODUCED AT EPIRATE      ===> '
057500             REPRO-MATCH-CTR.
057600     DISPLAY '-- NOT REPRODUCED             ===> ' REPRO-DIFF-CTR.
057700     DISPLAY '-- TRIALS RUN                 ===> ' TRIAL-CTR.
057800     DISPLAY '-- SCOPES NOT CONVERGED       ===> ' FDL-MISS-CTR.
057900     DISPLAY '-- OUTPUT COUNTS FOR FDLRPT   ===> ' FDLRPT-CTR.
058000
058100     IF FDL-MISS-CTR > 0 OR CONTRACT-DROPPED-CTR > 0
058200         MOVE 4 TO RETURN-CODE.
058300
058400     STOP RUN.
058500
058600*================================================================*
058700*    CONTROL CARD - EACH FIELD TAKEN ONLY WHEN PRESENT AND VALID *
058800*================================================================*
058900 0100-GET-PARMS.
059000     OPEN INPUT FDLPARM.
059100     IF FPM-STAT1 = '0' OR FPM-STAT1 = '9'
059200         READ FDLPARM
059300             AT END MOVE SPACES TO FDLPARM-REC
059400         END-READ
059500         IF FPM-TARGET-PCT NUMERIC AND FPM-TARGET-PCT > 0
059600             MOVE FPM-TARGET-PCT TO FDL-TARGET-PCT
059700         END-IF
059800         IF FPM-CLAIM-SET = 'O' OR FPM-CLAIM-SET = 'H'
059900             MOVE FPM-CLAIM-SET TO FDL-CLAIM-SET
060000         END-IF
060100         IF FPM-TOLERANCE NUMERIC AND FPM-TOLERANCE > 0
060200             MOVE FPM-TOLERANCE TO FDL-TOLERANCE
060300         END-IF
060400         IF FPM-MAX-TRIALS NUMERIC AND FPM-MAX-TRIALS > '02'
060500             MOVE FPM-MAX-TRIALS TO FDL-MAX-TRIALS
060600         END-IF
060700         IF FPM-LOW-RATIO NUMERIC
060800             MOVE FPM-LOW-RATIO TO FDL-LOW-RATIO
060900         END-IF
061000         IF FPM-HIGH-RATIO NUMERIC AND FPM-HIGH-RATIO > 0
061100             MOVE FPM-HIGH-RATIO TO FDL-HIGH-RATIO
061200         END-IF
061300         IF FPM-FROM-DATE NUMERIC
061400             MOVE FPM-FROM-DATE TO FDL-FROM-DATE
061500         END-IF
061600         IF FPM-THRU-DATE NUMERIC
061700             MOVE FPM-THRU-DATE TO FDL-THRU-DATE
061800         END-IF
061900         IF FPM-LOSS-SHARE NUMERIC AND FPM-LOSS-SHARE > 0
062000             MOVE FPM-LOSS-SHARE TO FDL-LOSS-SHARE
062100         END-IF
062200         CLOSE FDLPARM.
062300
062400     IF FDL-LOW-RATIO NOT < FDL-HIGH-RATIO
062500         DISPLAY '** HHFDL213 - LOWEST RATIO NOT BELOW HIGHEST '
062600                 FDL-LOW-RATIO ' ' FDL-HIGH-RATIO
062700         MOVE 16 TO RETURN-CODE
062800         STOP RUN.
062900 0100-EXIT.  EXIT.
063000
063100*================================================================*
063200*    EPISODE RATE FILE - RATE AND THRESHOLD BY EFFECTIVE DATE    *
063300*    AND QUALITY-SUBMITTER CLASS                                 *
063400*================================================================*
063500 0300-LOAD-EPIRATE.
063600     OPEN INPUT EPIRATE.
063700     IF EPI-STAT1 NOT = '0'
063800         DISPLAY '** HHFDL213 - EPIRATE WILL NOT OPEN - STATUS '
063900                 EPI-STAT
064000         MOVE 16 TO RETURN-CODE
064100         STOP RUN.
064200     PERFORM 0310-READ-EPIRATE THRU 0310-EXIT
064300             UNTIL EOF-EPI = 1.
064400     CLOSE EPIRATE.
064500     IF EPT-NEXT = 0
064600         DISPLAY '** HHFDL213 - EPIRATE IS EMPTY - STOPPED'
064700         MOVE 16 TO RETURN-CODE
064800         STOP RUN.
064900 0300-EXIT.  EXIT.
065000
065100*    THE LATEST QUALITY-SUBMITTER ROW GIVES THE FDL RATIO NOW IN
065200*    FORCE, SHOWN ON THE REPORT FOR COMPARISON
065300 0310-READ-EPIRATE.
065400     READ EPIRATE
065500          AT END   MOVE 1 TO EOF-EPI
065600                   GO TO 0310-EXIT.
065700     ADD 1 TO EPI-READ-CTR.
065800     IF EPT-NEXT NOT < 50
065900         DISPLAY '** HHFDL213 - EPIRATE TABLE FULL - ROW DROPPED '
066000                 EPI-EFFDATE
066100         GO TO 0310-EXIT.
066200     ADD 1 TO EPT-NEXT.
066300     MOVE EPI-EFFDATE           TO EPT-EFFDATE    (EPT-NEXT).
066400     MOVE EPI-SUBMIT-IND        TO EPT-SUBMIT-IND (EPT-NEXT).
066500     MOVE EPI-EPISODE-RATE      TO EPT-RATE       (EPT-NEXT).
066600     MOVE EPI-OUTLIER-THRESHOLD TO EPT-THRESHOLD  (EPT-NEXT).
066700     IF EPI-SUBMIT-IND = 'Y'
066800        AND EPI-EFFDATE > FDL-CURR-EFFDATE
066900        AND EPI-EPISODE-RATE > 0
067000         MOVE EPI-EFFDATE TO FDL-CURR-EFFDATE
067100         COMPUTE FDL-CURR-RATIO ROUNDED =
067200                 EPI-OUTLIER-THRESHOLD / EPI-EPISODE-RATE.
067300 0310-EXIT.  EXIT.
067400
067500*================================================================*
067600*    RURAL ADD-ON SCHEDULE - ABSENT MEANS NO ADD-ON (1.000)      *
067700*================================================================*
067800 0400-LOAD-RURADDON.
067900     OPEN INPUT RURADDON.
068000     IF RUR-STAT1 = '0' OR RUR-STAT1 = '9'
068100         PERFORM 0410-READ-RURADDON THRU 0410-EXIT
068200                 UNTIL EOF-RUR = 1
068300         CLOSE RURADDON.
068400 0400-EXIT.  EXIT.
068500
068600 0410-READ-RURADDON.
068700     READ RURADDON
068800          AT END   MOVE 1 TO EOF-RUR
068900                   GO TO 0410-EXIT.
069000     ADD 1 TO RUR-READ-CTR.
069100     IF RUT-NEXT NOT < 30
069200         DISPLAY '** HHFDL213 - RURADDON FULL - ROW DROPPED '
069300                 RUR-CATEGORY ' ' RUR-EFFDATE
069400         GO TO 0410-EXIT.
069500     ADD 1 TO RUT-NEXT.
069600     MOVE RUR-CATEGORY TO RUT-CATEGORY (RUT-NEXT).
069700     MOVE RUR-EFFDATE  TO RUT-EFFDATE  (RUT-NEXT).
069800     MOVE RUR-FACTOR   TO RUT-FACTOR   (RUT-NEXT).
069900 0410-EXIT.  EXIT.
070000
070100 0900-GET-OWN-MODE.
070200     OPEN INPUT MODECARD.
070300     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
070400         READ MODECARD
070500             AT END CONTINUE
070600         END-READ
070700         IF MDC-RUN-MODE = 'T'
070800             MOVE 'T' TO OWN-RUN-MODE
070900         END-IF
071000         CLOSE MODECARD.
071100 0900-EXIT.  EXIT.
071200
071300*================================================================*
071400*    READ THE LIBRARY, PROVE EACH DATASET TO ITS TRAILER, AND    *
071500*    RELEASE THE FINAL-CLAIM IMAGES IN KEY ORDER                 *
071600*================================================================*
071700 2000-READ-LIBRARY  SECTION.
071800
071900     OPEN INPUT CLMLIB.
072000     IF CLB-STAT1 NOT = '0'
072100         DISPLAY '** HHFDL213 - CLMLIB WILL NOT OPEN - STATUS '
072200                 CLB-STAT
072300         MOVE 16 TO RETURN-CODE
072400         STOP RUN.
072500     PERFORM 2100-READ-CLMLIB THRU 2100-EXIT
072600             UNTIL EOF-CLB = 1.
072700     CLOSE CLMLIB.
072800     GO TO 2000-DONE.
072900
073000 2100-READ-CLMLIB.
073100     READ CLMLIB INTO HHA-OUT-DATA
073200          AT END   MOVE 1 TO EOF-CLB
073300                   PERFORM 2300-CHECK-EOF THRU 2300-EXIT
073400                   GO TO 2100-EXIT.
073500
073600     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
073700        PERFORM 2150-TAKE-HEADER THRU 2150-EXIT
073800        GO TO 2100-EXIT.
073900
074000     IF HDR-SEEN-SW = 0
074100        DISPLAY '** HHFDL213 - CLMLIB HAS NO HEADER RECORD **'
074200        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
074300        MOVE 16 TO RETURN-CODE
074400        STOP RUN.
074500
074600     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
074700        PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
074800        GO TO 2100-EXIT.
074900
075000     ADD 1 TO CLMLIB-CTR.
075100     ADD 1 TO VAL-COUNT.
075200     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
075300     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
075400
075500     IF NOT HHA-TOB-IS-CLAIM
075600        OR HHA-SERV-FROM-DATE < FDL-FROM-DATE
075700        OR HHA-SERV-FROM-DATE > FDL-THRU-DATE
075800         GO TO 2100-EXIT.
075900
076000     MOVE HHA-NPI              TO SRT-NPI.
076100     MOVE HHA-HIC              TO SRT-HIC.
076200     MOVE HHA-SERV-FROM-DATE   TO SRT-FROM-DATE.
076300     MOVE CLMLIB-CTR           TO SRT-LIB-SEQ.
076400     MOVE HHA-OUT-DATA (1:650) TO SRT-IMAGE.
076500     RELEASE SORT-REC.
076600     ADD 1 TO RELEASE-CTR.
076700 2100-EXIT.  EXIT.
076800
076900 2150-TAKE-HEADER.
077000     ADD 1 TO SEGMENT-CTR.
077100     IF HHA-OUT-DATA (78:1) = 'T'
077200        AND OWN-RUN-MODE NOT = 'T'
077300         DISPLAY '** HHFDL213 - TEST-STAMPED OUTFILE REFUSED'
077400         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
077500         MOVE 16 TO RETURN-CODE
077600         STOP RUN.
077700     MOVE 1 TO HDR-SEEN-SW.
077800     MOVE 0 TO TRL-SEEN-SW.
077900     MOVE 0 TO VAL-COUNT.
078000     MOVE 0 TO VAL-SUM-PAY.
078100     MOVE 0 TO VAL-SUM-OUTL.
078200 2150-EXIT.  EXIT.
078300
078400 2200-CHECK-TRAILER.
078500     MOVE 1 TO TRL-SEEN-SW.
078600     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
078700     IF VAL-RECORD-COUNT NOT = VAL-COUNT
078800        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
078900        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
079000        DISPLAY '** HHFDL213 - CLMLIB TRAILER OUT OF BALANCE'
079100        DISPLAY '** DATASET ' SEGMENT-CTR
079200                ' TRAILER COUNT ' VAL-RECORD-COUNT
079300                ' READ ' VAL-COUNT
079400        MOVE 16 TO RETURN-CODE
079500        STOP RUN.
079600 2200-EXIT.  EXIT.
079700
079800 2300-CHECK-EOF.
079900     IF TRL-SEEN-SW = 0
080000        DISPLAY '** HHFDL213 - CLMLIB ENDED WITH NO TRAILER'
080100        MOVE 16 TO RETURN-CODE
080200        STOP RUN.
080300 2300-EXIT.  EXIT.
080400
080500 2000-DONE.
080600     EXIT.
080700
080800*================================================================*
080900*    BUILD ONE MODEL RECORD PER CLAIM IN THE SET - EVERY IMAGE   *
081000*    (SET 'O'), OR THE IMAGE CARRYING THE CURRENT DCN OF EACH    *
081100*    HISTORY PERIOD (SET 'H')                                    *
081200*================================================================*
081300 3000-BUILD-MODEL  SECTION.
081400
081500     OPEN OUTPUT FDLWORK.
081600     MOVE 0 TO EOF-SRT.
081700     IF FDL-SET-IS-HISTORY
081800         PERFORM 3100-MATCH-HISTORY THRU 3100-EXIT
081900     ELSE
082000         PERFORM 3050-RETURN-IMAGE THRU 3050-EXIT
082100         PERFORM 3060-TAKE-EVERY THRU 3060-EXIT
082200                 UNTIL EOF-SRT = 1.
082300     CLOSE FDLWORK.
082400     GO TO 3000-DONE.
082500
082600 3050-RETURN-IMAGE.
082700     RETURN SORTFILE
082800          AT END   MOVE 1 TO EOF-SRT
082900                   MOVE HIGH-VALUES TO FDL-IMAGE-KEY
083000                   GO TO 3050-EXIT.
083100     MOVE SRT-KEY TO FDL-IMAGE-KEY.
083200 3050-EXIT.  EXIT.
083300
083400 3060-TAKE-EVERY.
083500     MOVE SRT-IMAGE TO HHA-OUT-DATA (1:650).
083600     PERFORM 3500-MODEL-CLAIM THRU 3500-EXIT.
083700     PERFORM 3050-RETURN-IMAGE THRU 3050-EXIT.
083800 3060-EXIT.  EXIT.
083900
084000 3100-MATCH-HISTORY.
084100     OPEN INPUT HISTFILE.
084200     IF HSF-STAT1 NOT = '0'
084300         DISPLAY '** HHFDL213 - NO HISTFILE - STATUS '
084400                 HSF-STAT
084500         MOVE 16 TO RETURN-CODE
084600         STOP RUN.
084700     MOVE 0 TO EOF-HSF.
084800     PERFORM 3150-READ-HIST THRU 3150-EXIT.
084900     PERFORM 3050-RETURN-IMAGE THRU 3050-EXIT.
085000     PERFORM 3200-MATCH-ONE THRU 3200-EXIT
085100             UNTIL EOF-HSF = 1.
085200     CLOSE HISTFILE.
085300 3100-EXIT.  EXIT.
085400
085500 3150-READ-HIST.
085600     READ HISTFILE
085700          AT END   MOVE 1 TO EOF-HSF
085800                   MOVE HIGH-VALUES TO FDL-HIST-KEY
085900                   GO TO 3150-EXIT.
086000     ADD 1 TO HISTFILE-CTR.
086100     MOVE HSF-KEY TO FDL-HIST-KEY.
086200 3150-EXIT.  EXIT.
086300
086400 3200-MATCH-ONE.
086500*    IMAGES AHEAD OF THIS HISTORY KEY HAVE NO HISTORY ENTRY
086600     PERFORM 3050-RETURN-IMAGE THRU 3050-EXIT
086700             UNTIL FDL-IMAGE-KEY NOT < FDL-HIST-KEY.
086800
086900*    THE LAST IMAGE IN LIBRARY ORDER CARRYING THE CURRENT DCN
087000     MOVE 'N' TO FDL-IMAGE-SW.
087100     PERFORM 3250-TAKE-IMAGE THRU 3250-EXIT
087200             UNTIL FDL-IMAGE-KEY NOT = FDL-HIST-KEY.
087300
087400*    ONLY THE CURRENT VERSION OF A PAID, UNCANCELLED FINAL CLAIM
087500     IF HSF-TOB-CLASS NOT = 'C'
087600        OR HSF-ADJ-IND = 'C'
087700        OR NOT HSF-RTC-PAYABLE
087800        OR HSF-FROM-DATE < FDL-FROM-DATE
087900        OR HSF-FROM-DATE > FDL-THRU-DATE
088000         GO TO 3200-NEXT.
088100     IF NOT FDL-IMAGE-FOUND
088200         ADD 1 TO NO-IMAGE-CTR
088300         GO TO 3200-NEXT.
088400     MOVE HOLD-IMAGE TO HHA-OUT-DATA (1:650).
088500     PERFORM 3500-MODEL-CLAIM THRU 3500-EXIT.
088600 3200-NEXT.
088700     PERFORM 3150-READ-HIST THRU 3150-EXIT.
088800 3200-EXIT.  EXIT.
088900
089000 3250-TAKE-IMAGE.
089100     IF SRT-IMAGE (635:8) = HSF-DCN
089200        AND HSF-DCN NOT = SPACES
089300         MOVE SRT-IMAGE TO HOLD-IMAGE
089400         MOVE 'Y' TO FDL-IMAGE-SW.
089500     PERFORM 3050-RETURN-IMAGE THRU 3050-EXIT.
089600 3250-EXIT.  EXIT.
089700
089800*================================================================*
089900*    ONE PAID FINAL CLAIM - LUPA AND CLAIMS WITHOUT THE OUTLIER  *
090000*    INPUTS ENTER AT THEIR PAID AMOUNT; THE REST ARE CHECKED     *
090100*    AGAINST THEIR OWN EPIRATE THRESHOLD AND WRITTEN FOR THE     *
090200*    TRIALS                                                      *
090300*================================================================*
090400 3500-MODEL-CLAIM.
090500     IF HHA-ADJ-IND = 'C'
090600        OR NOT HHA-RTC-PAYABLE
090700         GO TO 3500-EXIT.
090800
090900     ADD 1 TO MODEL-CTR.
091000     INITIALIZE FDLWORK-REC.
091100     MOVE 'F'                 TO FWK-TYPE.
091200     MOVE HHA-PROV-NO         TO FWK-PROV-NO.
091300     MOVE HHA-OUTLIER-PAYMENT TO FWK-ACTUAL-OUTL.
091400     COMPUTE FWK-FIXED-PAY =
091500             HHA-TOTAL-PAYMENT - HHA-OUTLIER-PAYMENT.
091600     PERFORM 3800-FIND-SLOT THRU 3800-EXIT.
091700
091800     IF HHA-RTC-LUPA
091900        OR HHA-HRG-PAY = 0
092000         ADD 1 TO LUPA-CTR
092100         GO TO 3500-WRITE.
092200
092300     PERFORM 3600-GET-RATE THRU 3600-EXIT.
092400     IF FDL-ROW-RATE = 0
092500         ADD 1 TO NO-RATE-CTR
092600         GO TO 3500-WRITE.
092700     IF HHA-NONLABOR-PORTION = 0
092800         ADD 1 TO NO-SPLIT-CTR
092900         GO TO 3500-WRITE.
093000
093100     MOVE 'O'                    TO FWK-TYPE.
093200     MOVE FDL-ROW-RATE           TO FWK-RATE.
093300     MOVE HHA-PROV-VBP-ADJ-FAC   TO FWK-VBP-FAC.
093400     MOVE HHA-PROV-PAYMENT-TOTAL TO FWK-PROV-PAY-TOT.
093500     MOVE HHA-PROV-OUTLIER-PAY-TOTAL TO FWK-PROV-OUTL-TOT.
093600     COMPUTE FWK-COST =
093700             HHA-REVENUE-COST (1) + HHA-REVENUE-COST (2) +
093800             HHA-REVENUE-COST (3) + HHA-REVENUE-COST (4) +
093900             HHA-REVENUE-COST (5) + HHA-REVENUE-COST (6).
094000
094100*    THE SPLIT WAS TAKEN FROM THE PRE-VBP TOTAL, OUTLIER
094200*    INCLUDED; THE OUTLIER IN IT IS THE AMOUNT AFTER THE CAP
094300     MOVE HHA-OUTLIER-PRECAP-AMT TO FDL-ACTUAL-CALC.
094400     IF HHA-OUTLIER-CAP-IND = 'Y'
094500         MOVE 0 TO FDL-ACTUAL-CALC.
094600     COMPUTE FWK-PRETOT =
094700             HHA-LABOR-PORTION + HHA-NONLABOR-PORTION
094800             - FDL-ACTUAL-CALC.
094900     COMPUTE FWK-WAGE-IND ROUNDED =
095000             (HHA-LABOR-PORTION * NONLABOR-PERCENT) /
095100             (HHA-NONLABOR-PORTION * LABOR-PERCENT).
095200
095300     PERFORM 3700-GET-RURAL THRU 3700-EXIT.
095400
095500     MOVE FDL-ROW-THRESH TO FDL-THRESH-AMT.
095600     PERFORM 7000-PRICE-OUTLIER THRU 7000-EXIT.
095700     IF FDL-MODEL-OUTL = HHA-OUTLIER-PAYMENT
095800         ADD 1 TO REPRO-MATCH-CTR
095900     ELSE
096000         ADD 1 TO REPRO-DIFF-CTR.
096100
096200     ADD 1 TO ELIGIBLE-CTR.
096300     ADD 1 TO SLV-ELIGIBLE (1).
096400     IF FWK-SLOT > 1
096500         ADD 1 TO SLV-ELIGIBLE (FWK-SLOT).
096600
096700 3500-WRITE.
096800     ADD 1 TO SLV-CLAIMS (1).
096900     ADD HHA-OUTLIER-PAYMENT TO SLV-CUR-OUTL (1).
097000     ADD HHA-TOTAL-PAYMENT   TO SLV-CUR-TOTAL (1).
097100     IF FWK-SLOT > 1
097200         ADD 1 TO SLV-CLAIMS (FWK-SLOT)
097300         ADD HHA-OUTLIER-PAYMENT TO SLV-CUR-OUTL (FWK-SLOT)
097400         ADD HHA-TOTAL-PAYMENT   TO SLV-CUR-TOTAL (FWK-SLOT).
097500     WRITE FDLWORK-REC.
097600     IF FWK-STAT1 > 0 DISPLAY ' BADW WRITE ON FDLWORK FILE'.
097700     ADD 1 TO FDLWORK-CTR.
097800 3500-EXIT.  EXIT.
097900
098000*    HHDRV213 ROW SELECTION - LATEST EFFECTIVE DATE NOT AFTER THE
098100*    THRU DATE, IN THE CLAIM'S QUALITY-SUBMITTER CLASS
098200 3600-GET-RATE.
098300     MOVE 0      TO FDL-ROW-RATE FDL-ROW-THRESH.
098400     MOVE SPACES TO FDL-BEST-EFFDATE.
098500     MOVE 'N'    TO FDL-CLASS-IND.
098600     IF HHA-WITH-DATA-CHECK
098700         MOVE 'Y' TO FDL-CLASS-IND.
098800     PERFORM 3650-CHECK-EPI-ROW THRU 3650-EXIT
098900             VARYING EPT-SUB FROM 1 BY 1
099000             UNTIL EPT-SUB > EPT-NEXT.
099100 3600-EXIT.  EXIT.
099200
099300 3650-CHECK-EPI-ROW.
099400     IF EPT-EFFDATE (EPT-SUB) > HHA-SERV-THRU-DATE
099500        OR EPT-EFFDATE (EPT-SUB) NOT > FDL-BEST-EFFDATE
099600         GO TO 3650-EXIT.
099700     IF FDL-CLASS-IND = 'Y'
099800        AND EPT-SUBMIT-IND (EPT-SUB) NOT = 'Y'
099900         GO TO 3650-EXIT.
100000     IF FDL-CLASS-IND = 'N'
100100        AND EPT-SUBMIT-IND (EPT-SUB) = 'Y'
100200         GO TO 3650-EXIT.
100300     MOVE EPT-EFFDATE   (EPT-SUB) TO FDL-BEST-EFFDATE.
100400     MOVE EPT-RATE      (EPT-SUB) TO FDL-ROW-RATE.
100500     MOVE EPT-THRESHOLD (EPT-SUB) TO FDL-ROW-THRESH.
100600 3650-EXIT.  EXIT.
100700
100800*    THE CATEGORY THE CLAIM WAS PRICED UNDER; NO COVERING ROW IS
100900*    1.000 (ADD-ON PHASED OUT), AS HHDRV213 DEFAULTS IT
101000 3700-GET-RURAL.
101100     MOVE 1.000  TO FWK-RURAL-FAC.
101200     MOVE SPACES TO FDL-BEST-EFFDATE.
101300     IF HHA-RURAL-ADDON-CAT = SPACE
101400         GO TO 3700-EXIT.
101500     PERFORM 3750-CHECK-RURAL-ROW THRU 3750-EXIT
101600             VARYING RUT-SUB FROM 1 BY 1
101700             UNTIL RUT-SUB > RUT-NEXT.
101800 3700-EXIT.  EXIT.
101900
102000 3750-CHECK-RURAL-ROW.
102100     IF RUT-CATEGORY (RUT-SUB) NOT = HHA-RURAL-ADDON-CAT
102200        OR RUT-EFFDATE (RUT-SUB) > HHA-SERV-THRU-DATE
102300        OR RUT-EFFDATE (RUT-SUB) NOT > FDL-BEST-EFFDATE
102400         GO TO 3750-EXIT.
102500     MOVE RUT-EFFDATE (RUT-SUB) TO FDL-BEST-EFFDATE.
102600     MOVE RUT-FACTOR  (RUT-SUB) TO FWK-RURAL-FAC.
102700 3750-EXIT.  EXIT.
102800
102900*    THE CLAIM'S CONTRACT SCOPE; CONTRACTS BEYOND THE TABLE COUNT
103000*    ONLY IN THE ALL-CONTRACTS SCOPE
103100 3800-FIND-SLOT.
103200     MOVE 2 TO SLV-SUB.
103300     PERFORM 3810-NEXT-SLOT THRU 3810-EXIT
103400             UNTIL SLV-SUB > SLV-NEXT
103500                OR SLV-CONTRACT (SLV-SUB) = HHA-CONTRACT-CODE.
103600     IF SLV-SUB NOT > SLV-NEXT
103700         MOVE SLV-SUB TO FWK-SLOT
103800         GO TO 3800-EXIT.
103900     IF SLV-NEXT NOT < 10
104000         ADD 1 TO CONTRACT-DROPPED-CTR
104100         MOVE 0 TO FWK-SLOT
104200         GO TO 3800-EXIT.
104300     ADD 1 TO SLV-NEXT.
104400     MOVE SLV-NEXT          TO FWK-SLOT.
104500     MOVE HHA-CONTRACT-CODE TO SLV-CONTRACT (SLV-NEXT).
104600 3800-EXIT.  EXIT.
104700
104800 3810-NEXT-SLOT.
104900     ADD 1 TO SLV-SUB.
105000 3810-EXIT.  EXIT.
105100
105200 3000-DONE.
105300     EXIT.
105400
105500*================================================================*
105600*    BISECT THE FDL RATIO FOR EVERY SCOPE AT ONCE - EACH TRIAL   *
105700*    IS ONE PASS OF THE WORK FILE                                *
105800*================================================================*
105900 5000-CALIBRATE  SECTION.
106000
106100 5000-START.
106200     MOVE 'T' TO FDL-SECTION.
106300     PERFORM 9000-HEADINGS THRU 9000-EXIT.
106400     MOVE 0 TO FDL-OPEN-CTR.
106500     PERFORM 5050-OPEN-SOLVE THRU 5050-EXIT
106600             VARYING SLV-SUB FROM 1 BY 1
106700             UNTIL SLV-SUB > SLV-NEXT.
106800     PERFORM 5100-RUN-TRIAL THRU 5100-EXIT
106900             UNTIL FDL-OPEN-CTR = 0
107000                OR TRIAL-CTR NOT < FDL-MAX-TRIALS.
107100     PERFORM 5900-CLOSE-SOLVE THRU 5900-EXIT
107200             VARYING SLV-SUB FROM 1 BY 1
107300             UNTIL SLV-SUB > SLV-NEXT.
107400     GO TO 5000-EXIT.
107500
107600 5050-OPEN-SOLVE.
107700     MOVE 'N'           TO SLV-BEST-SW (SLV-SUB).
107800     MOVE FDL-LOW-RATIO  TO SLV-LO (SLV-SUB)
107900                            SLV-TRY (SLV-SUB).
108000     MOVE FDL-HIGH-RATIO TO SLV-HI (SLV-SUB).
108100     IF SLV-CUR-TOTAL (SLV-SUB) NOT > 0
108200         MOVE 'D' TO SLV-PHASE (SLV-SUB)
108300         MOVE 'Z' TO SLV-STATUS (SLV-SUB)
108400         GO TO 5050-EXIT.
108500     MOVE 'L' TO SLV-PHASE (SLV-SUB).
108600     ADD 1 TO FDL-OPEN-CTR.
108700 5050-EXIT.  EXIT.
108800
108900 5100-RUN-TRIAL.
109000     ADD 1 TO TRIAL-CTR.
109100     PERFORM 5110-CLEAR-ACCUM THRU 5110-EXIT
109200             VARYING SLV-SUB FROM 1 BY 1
109300             UNTIL SLV-SUB > SLV-NEXT.
109400     OPEN INPUT FDLWORK.
109500     IF FWK-STAT1 NOT = '0'
109600         DISPLAY '** HHFDL213 - FDLWORK WILL NOT OPEN - STATUS '
109700                 FWK-STAT
109800         MOVE 16 TO RETURN-CODE
109900         STOP RUN.
110000     MOVE 0 TO EOF-FWK.
110100     PERFORM 5200-TRIAL-ONE THRU 5200-EXIT
110200             UNTIL EOF-FWK = 1.
110300     CLOSE FDLWORK.
110400     MOVE 0 TO FDL-OPEN-CTR.
110500     PERFORM 5300-STEP-SOLVE THRU 5300-EXIT
110600             VARYING SLV-SUB FROM 1 BY 1
110700             UNTIL SLV-SUB > SLV-NEXT.
110800 5100-EXIT.  EXIT.
110900
111000 5110-CLEAR-ACCUM.
111100     MOVE 0 TO SLV-ACC-OUTL (SLV-SUB)
111200               SLV-ACC-TOTAL (SLV-SUB)
111300               SLV-ACC-HITS (SLV-SUB).
111400 5110-EXIT.  EXIT.
111500
111600 5200-TRIAL-ONE.
111700     READ FDLWORK
111800          AT END   MOVE 1 TO EOF-FWK
111900                   GO TO 5200-EXIT.
112000     MOVE 1 TO SLV-SUB.
112100     PERFORM 5250-PRICE-IN-SCOPE THRU 5250-EXIT.
112200     IF FWK-SLOT > 1
112300         MOVE FWK-SLOT TO SLV-SUB
112400         PERFORM 5250-PRICE-IN-SCOPE THRU 5250-EXIT.
112500 5200-EXIT.  EXIT.
112600
112700 5250-PRICE-IN-SCOPE.
112800     IF NOT SLV-OPEN (SLV-SUB)
112900         GO TO 5250-EXIT.
113000     ADD FWK-FIXED-PAY TO SLV-ACC-TOTAL (SLV-SUB).
113100     IF NOT FWK-ELIGIBLE
113200         GO TO 5250-EXIT.
113300     MOVE SLV-TRY (SLV-SUB) TO FDL-TRY-RATIO.
113400     COMPUTE FDL-THRESH-AMT ROUNDED = FWK-RATE * FDL-TRY-RATIO.
113500     PERFORM 7000-PRICE-OUTLIER THRU 7000-EXIT.
113600     IF FDL-MODEL-OUTL > 0
113700         ADD 1              TO SLV-ACC-HITS  (SLV-SUB)
113800         ADD FDL-MODEL-OUTL TO SLV-ACC-OUTL  (SLV-SUB)
113900                               SLV-ACC-TOTAL (SLV-SUB).
114000 5250-EXIT.  EXIT.
114100
114200*    THE SHARE FALLS AS THE RATIO RISES.  BOTH ENDS ARE TRIED
114300*    FIRST; A TARGET OUTSIDE THEM CANNOT BE REACHED
114400 5300-STEP-SOLVE.
114500     IF NOT SLV-OPEN (SLV-SUB)
114600         GO TO 5300-EXIT.
114700     ADD 1 TO SLV-TRIALS (SLV-SUB).
114800     MOVE 0 TO FDL-SHARE.
114900     IF SLV-ACC-TOTAL (SLV-SUB) > 0
115000         COMPUTE FDL-SHARE ROUNDED =
115100                 SLV-ACC-OUTL (SLV-SUB) * 100 /
115200                 SLV-ACC-TOTAL (SLV-SUB).
115300     COMPUTE FDL-DIFF = FDL-SHARE - FDL-TARGET-PCT.
115400     IF FDL-DIFF < 0
115500         COMPUTE FDL-DIFF = 0 - FDL-DIFF.
115600
115700     IF SLV-BEST-SW (SLV-SUB) = 'N'
115800        OR FDL-DIFF < SLV-BEST-DIFF (SLV-SUB)
115900         MOVE 'Y'                    TO SLV-BEST-SW (SLV-SUB)
116000         MOVE SLV-TRY (SLV-SUB)      TO SLV-BEST-RATIO (SLV-SUB)
116100         MOVE FDL-SHARE              TO SLV-BEST-SHARE (SLV-SUB)
116200         MOVE FDL-DIFF               TO SLV-BEST-DIFF (SLV-SUB)
116300         MOVE SLV-ACC-OUTL (SLV-SUB) TO SLV-BEST-OUTL (SLV-SUB)
116400         MOVE SLV-ACC-HITS (SLV-SUB) TO SLV-BEST-HITS (SLV-SUB).
116500
116600     IF FDL-DIFF NOT > FDL-TOLERANCE
116700         MOVE 'WITHIN TOLERANCE' TO FTL-RESULT
116800     ELSE
116900         IF FDL-SHARE > FDL-TARGET-PCT
117000             MOVE 'ABOVE TARGET - RAISE RATIO' TO FTL-RESULT
117100         ELSE
117200             MOVE 'BELOW TARGET - LOWER RATIO' TO FTL-RESULT.
117300     PERFORM 5400-TRIAL-LINE THRU 5400-EXIT.
117400
117500     IF FDL-DIFF NOT > FDL-TOLERANCE
117600         MOVE 'D' TO SLV-PHASE (SLV-SUB)
117700         MOVE 'C' TO SLV-STATUS (SLV-SUB)
117800         GO TO 5300-EXIT.
117900
118000     IF SLV-PHASE (SLV-SUB) = 'L'
118100         IF FDL-SHARE < FDL-TARGET-PCT
118200             MOVE 'D' TO SLV-PHASE (SLV-SUB)
118300             MOVE 'N' TO SLV-STATUS (SLV-SUB)
118400             GO TO 5300-EXIT
118500         ELSE
118600             MOVE 'H' TO SLV-PHASE (SLV-SUB)
118700             MOVE SLV-HI (SLV-SUB) TO SLV-TRY (SLV-SUB)
118800             ADD 1 TO FDL-OPEN-CTR
118900             GO TO 5300-EXIT.
119000
119100     IF SLV-PHASE (SLV-SUB) = 'H'
119200         IF FDL-SHARE > FDL-TARGET-PCT
119300             MOVE 'D' TO SLV-PHASE (SLV-SUB)
119400             MOVE 'N' TO SLV-STATUS (SLV-SUB)
119500             GO TO 5300-EXIT
119600         ELSE
119700             MOVE 'B' TO SLV-PHASE (SLV-SUB)
119800             GO TO 5300-HALVE.
119900
120000     IF FDL-SHARE > FDL-TARGET-PCT
120100         MOVE SLV-TRY (SLV-SUB) TO SLV-LO (SLV-SUB)
120200     ELSE
120300         MOVE SLV-TRY (SLV-SUB) TO SLV-HI (SLV-SUB).
120400
120500 5300-HALVE.
120600     IF SLV-HI (SLV-SUB) - SLV-LO (SLV-SUB) NOT > 0.0001
120700         MOVE 'D' TO SLV-PHASE (SLV-SUB)
120800         MOVE 'R' TO SLV-STATUS (SLV-SUB)
120900         GO TO 5300-EXIT.
121000     COMPUTE SLV-TRY (SLV-SUB) ROUNDED =
121100             (SLV-LO (SLV-SUB) + SLV-HI (SLV-SUB)) / 2.
121200     ADD 1 TO FDL-OPEN-CTR.
121300 5300-EXIT.  EXIT.
121400
121500 5400-TRIAL-LINE.
121600     IF FDL-LINE-CTR > 54
121700         PERFORM 9000-HEADINGS THRU 9000-EXIT.
121800     PERFORM 5450-SCOPE-NAME THRU 5450-EXIT.
121900     MOVE FDL-SCOPE-WORK          TO FTL-SCOPE.
122000     MOVE TRIAL-CTR               TO FTL-TRIAL.
122100     MOVE SLV-TRY (SLV-SUB)       TO FTL-RATIO.
122200     MOVE SLV-ACC-HITS (SLV-SUB)  TO FTL-HITS.
122300     MOVE SLV-ACC-OUTL (SLV-SUB)  TO FTL-OUTL.
122400     MOVE SLV-ACC-TOTAL (SLV-SUB) TO FTL-TOTAL.
122500     MOVE FDL-SHARE               TO FTL-SHARE.
122600     WRITE FDLRPT-LINE FROM FDL-TRIAL-LINE
122700                           AFTER ADVANCING 1.
122800     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
122900     ADD 1 TO FDL-LINE-CTR.
123000 5400-EXIT.  EXIT.
123100
123200 5450-SCOPE-NAME.
123300     IF SLV-SUB = 1
123400         MOVE 'ALL CONTRACTS' TO FDL-SCOPE-WORK
123500     ELSE
123600         MOVE 'CONTRACT '     TO FDL-SCOPE-WORK
123700         MOVE SLV-CONTRACT (SLV-SUB) TO FSW-CONTRACT
123800         IF SLV-CONTRACT (SLV-SUB) = SPACE
123900             MOVE 'NO CONTRACT'   TO FDL-SCOPE-WORK.
124000 5450-EXIT.  EXIT.
124100
124200*    A SCOPE STILL OPEN WHEN THE TRIALS RUN OUT STOPS AT THE
124300*    CLOSEST RATIO TRIED
124400 5900-CLOSE-SOLVE.
124500     IF SLV-OPEN (SLV-SUB)
124600         MOVE 'D' TO SLV-PHASE (SLV-SUB)
124700         MOVE 'L' TO SLV-STATUS (SLV-SUB).
124800     IF SLV-STATUS (SLV-SUB) = 'L'
124900        OR SLV-STATUS (SLV-SUB) = 'N'
125000         ADD 1 TO FDL-MISS-CTR.
125100 5900-EXIT.  EXIT.
125200
125300 5000-EXIT.
125400     EXIT.
125500
125600*================================================================*
125700*    OUTLIER FOR ONE CLAIM AT FDL-THRESH-AMT, AS HHCAL213        *
125800*    7000-OUTLIER-PAYMENT PRICES IT: RURAL ADD-ON ON THE         *
125900*    THRESHOLD, LABOR SHARE WAGE-ADJUSTED, LOSS-SHARING RATIO ON *
126000*    COST OVER THRESHOLD PLUS PAYMENT, 10000 PROVIDER CAP, THEN  *
126100*    THE PROVIDER'S VBP FACTOR AS 9200-VBP-CALC APPLIES IT       *
126200*================================================================*
126300 7000-OUTLIER  SECTION.
126400
126500 7000-PRICE-OUTLIER.
126600     MOVE 0 TO FDL-MODEL-OUTL
126700               FDL-MODEL-CALC.
126800     COMPUTE FDL-THRESH-AMT ROUNDED =
126900             FDL-THRESH-AMT * FWK-RURAL-FAC.
127000     COMPUTE FDL-THRES-LABOR-ADJ ROUNDED =
127100             FWK-WAGE-IND * LABOR-PERCENT * FDL-THRESH-AMT.
127200     COMPUTE FDL-THRES-NON-LABOR-ADJ ROUNDED =
127300             NONLABOR-PERCENT * FDL-THRESH-AMT.
127400     COMPUTE FDL-VALUE-A ROUNDED =
127500             FDL-THRES-LABOR-ADJ + FDL-THRES-NON-LABOR-ADJ +
127600             FWK-PRETOT.
127700     COMPUTE FDL-AB-DIFF ROUNDED =
127800             FWK-COST - FDL-VALUE-A.
127900     IF FDL-AB-DIFF NOT > ZERO
128000         GO TO 7000-EXIT.
128100     COMPUTE FDL-MODEL-CALC ROUNDED =
128200             FDL-LOSS-SHARE * FDL-AB-DIFF.
128300     PERFORM 7100-OUTLIER-CAP THRU 7100-EXIT.
128400     COMPUTE FDL-MODEL-OUTL ROUNDED =
128500             FDL-MODEL-CALC * FWK-VBP-FAC.
128600 7000-EXIT.  EXIT.
128700
128800 7100-OUTLIER-CAP.
128900     IF FWK-PROV-PAY-TOT = 0
129000         GO TO 7100-EXIT.
129100     IF FWK-PROV-OUTL-TOT = 0
129200         GO TO 7100-EXIT.
129300     COMPUTE FDL-POOL-PERCENT ROUNDED =
129400             FWK-PROV-PAY-TOT * .1.
129500     COMPUTE FDL-AVAIL-POOL ROUNDED =
129600             FDL-POOL-PERCENT - FWK-PROV-OUTL-TOT.
129700     COMPUTE FDL-POOL-DIF ROUNDED =
129800             FDL-AVAIL-POOL - FDL-MODEL-CALC.
129900     IF FDL-POOL-DIF > 0
130000         GO TO 7100-EXIT.
130100     IF FDL-POOL-DIF < 0
130200         MOVE 0 TO FDL-MODEL-CALC.
130300 7100-EXIT.  EXIT.
130400
130500 7000-DONE.
130600     EXIT.
130700
130800*================================================================*
130900*    CONVERGED RATIO BY CONTRACT AND RUN TOTALS                  *
131000*================================================================*
131100 8000-SUMMARY  SECTION.
131200
131300 8000-PRINT-SUMMARY.
131400     MOVE 'S' TO FDL-SECTION.
131500     PERFORM 9000-HEADINGS THRU 9000-EXIT.
131600     PERFORM 8100-SUMMARY-LINE THRU 8100-EXIT
131700             VARYING SLV-SUB FROM 1 BY 1
131800             UNTIL SLV-SUB > SLV-NEXT.
131900
132000     MOVE SPACES                             TO FTT-TEXT.
132100     MOVE 'CLAIMS MODELED'                   TO FTT-LABEL.
132200     MOVE MODEL-CTR                          TO FTT-COUNT.
132300     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
132400     MOVE 'OUTLIER-ELIGIBLE CLAIMS'          TO FTT-LABEL.
132500     MOVE ELIGIBLE-CTR                       TO FTT-COUNT.
132600     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
132700     MOVE 'LUPA / NO HRG PAYMENT - AT AMOUNT PAID' TO FTT-LABEL.
132800     MOVE LUPA-CTR                           TO FTT-COUNT.
132900     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
133000     MOVE 'NO EPIRATE ROW - AT AMOUNT PAID'  TO FTT-LABEL.
133100     MOVE NO-RATE-CTR                        TO FTT-COUNT.
133200     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
133300     MOVE 'NO LABOR SPLIT - AT AMOUNT PAID'  TO FTT-LABEL.
133400     MOVE NO-SPLIT-CTR                       TO FTT-COUNT.
133500     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
133600     MOVE 'OUTLIER REPRODUCED AT EPIRATE THRESHOLD' TO FTT-LABEL.
133700     MOVE REPRO-MATCH-CTR                    TO FTT-COUNT.
133800     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
133900     MOVE 'OUTLIER NOT REPRODUCED'           TO FTT-LABEL.
134000     MOVE REPRO-DIFF-CTR                     TO FTT-COUNT.
134100     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
134200     IF FDL-SET-IS-HISTORY
134300         MOVE 'HISTORY PERIODS WITH NO CLAIM IMAGE' TO FTT-LABEL
134400         MOVE NO-IMAGE-CTR                   TO FTT-COUNT
134500         PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
134600     IF CONTRACT-DROPPED-CTR > 0
134700         MOVE 'CLAIMS OVER THE CONTRACT TABLE LIMIT' TO FTT-LABEL
134800         MOVE CONTRACT-DROPPED-CTR           TO FTT-COUNT
134900         PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
135000     MOVE 'TRIALS RUN'                       TO FTT-LABEL.
135100     MOVE TRIAL-CTR                          TO FTT-COUNT.
135200     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
135300     MOVE 'FDL RATIO IN FORCE (EPIRATE)'     TO FTT-LABEL.
135400     MOVE SPACES                             TO FTT-COUNT-X.
135500     MOVE FDL-CURR-RATIO                     TO FDL-RATIO-EDIT.
135600     STRING FDL-RATIO-EDIT ' FROM ' FDL-CURR-EFFDATE
135700            DELIMITED BY SIZE INTO FTT-TEXT.
135800     PERFORM 8200-TOTAL-LINE THRU 8200-EXIT.
135900     GO TO 8000-EXIT.
136000
136100 8100-SUMMARY-LINE.
136200     IF FDL-LINE-CTR > 54
136300         PERFORM 9000-HEADINGS THRU 9000-EXIT.
136400     PERFORM 5450-SCOPE-NAME THRU 5450-EXIT.
136500     MOVE FDL-SCOPE-WORK           TO FSM-SCOPE.
136600     MOVE SLV-CLAIMS (SLV-SUB)     TO FSM-CLAIMS.
136700     MOVE SLV-ELIGIBLE (SLV-SUB)   TO FSM-ELIGIBLE.
136800     MOVE 0 TO FDL-SHARE.
136900     IF SLV-CUR-TOTAL (SLV-SUB) > 0
137000         COMPUTE FDL-SHARE ROUNDED =
137100                 SLV-CUR-OUTL (SLV-SUB) * 100 /
137200                 SLV-CUR-TOTAL (SLV-SUB).
137300     MOVE FDL-SHARE                TO FSM-CUR-SHARE.
137400     MOVE SLV-BEST-RATIO (SLV-SUB) TO FSM-RATIO.
137500     MOVE SLV-BEST-SHARE (SLV-SUB) TO FSM-SHARE.
137600     MOVE SLV-BEST-OUTL (SLV-SUB)  TO FSM-OUTL.
137700     MOVE SLV-BEST-HITS (SLV-SUB)  TO FSM-HITS.
137800     MOVE SLV-TRIALS (SLV-SUB)     TO FSM-TRIALS.
137900     IF SLV-STATUS (SLV-SUB) = 'C'
138000         MOVE 'CONVERGED'                TO FSM-STATUS.
138100     IF SLV-STATUS (SLV-SUB) = 'R'
138200         MOVE 'CONVERGED AT RATIO STEP'  TO FSM-STATUS.
138300     IF SLV-STATUS (SLV-SUB) = 'L'
138400         MOVE 'TRIAL LIMIT - CLOSEST RATIO' TO FSM-STATUS.
138500     IF SLV-STATUS (SLV-SUB) = 'N'
138600         MOVE 'TARGET OUTSIDE RATIO RANGE' TO FSM-STATUS.
138700     IF SLV-STATUS (SLV-SUB) = 'Z'
138800         MOVE 'NO PAYMENTS IN SCOPE'     TO FSM-STATUS.
138900     WRITE FDLRPT-LINE FROM FDL-SUMM-LINE
139000                           AFTER ADVANCING 1.
139100     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
139200     ADD 1 TO FDL-LINE-CTR.
139300 8100-EXIT.  EXIT.
139400
139500 8200-TOTAL-LINE.
139600     IF FDL-LINE-CTR > 54
139700         PERFORM 9000-HEADINGS THRU 9000-EXIT.
139800     WRITE FDLRPT-LINE FROM FDL-TOTAL-LINE
139900                           AFTER ADVANCING 2.
140000     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
140100     ADD 2 TO FDL-LINE-CTR.
140200 8200-EXIT.  EXIT.
140300
140400 8000-EXIT.
140500     EXIT.
140600
140700*================================================================*
140800*    PAGE HEADINGS FOR THE SECTION BEING PRINTED                 *
140900*================================================================*
141000 9000-HEADINGS.
141100     MOVE FDL-CURR-DATE    TO FH1-RUN-DATE.
141200     MOVE FDL-TARGET-PCT   TO FH1-TARGET.
141300     MOVE FDL-LOSS-SHARE   TO FH1-LOSS-SHARE.
141400     MOVE 'SAVED OUTFILE'  TO FH1-CLAIM-SET.
141500     IF FDL-SET-IS-HISTORY
141600         MOVE 'HISTORY MASTER' TO FH1-CLAIM-SET.
141700     WRITE FDLRPT-LINE FROM FDL-HEAD1
141800                           AFTER ADVANCING PAGE.
141900     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
142000     MOVE ALL '-' TO FDLRPT-LINE.
142100     WRITE FDLRPT-LINE AFTER ADVANCING 1.
142200     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
142300     MOVE 2 TO FDL-LINE-CTR.
142400     IF FDL-SECTION = 'T'
142500         MOVE 'OUTLIER SHARE OF TOTAL PAID AT EACH TRIAL RATIO'
142600                               TO FSL-TEXT
142700         WRITE FDLRPT-LINE FROM FDL-SECT-LINE
142800                               AFTER ADVANCING 2
142900         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
143000         WRITE FDLRPT-LINE FROM FDL-COLS-TRIAL1
143100                               AFTER ADVANCING 2
143200         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
143300         WRITE FDLRPT-LINE FROM FDL-COLS-TRIAL2
143400                               AFTER ADVANCING 1
143500         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
143600         ADD 5 TO FDL-LINE-CTR.
143700     IF FDL-SECTION = 'S'
143800         MOVE 'CONVERGED FDL RATIO BY CONTRACT' TO FSL-TEXT
143900         WRITE FDLRPT-LINE FROM FDL-SECT-LINE
144000                               AFTER ADVANCING 2
144100         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
144200         WRITE FDLRPT-LINE FROM FDL-COLS-SUMM1
144300                               AFTER ADVANCING 2
144400         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
144500         WRITE FDLRPT-LINE FROM FDL-COLS-SUMM2
144600                               AFTER ADVANCING 1
144700         PERFORM 9100-CHECK-WRITE THRU 9100-EXIT
144800         ADD 5 TO FDL-LINE-CTR.
144900     MOVE SPACES TO FDLRPT-LINE.
145000     WRITE FDLRPT-LINE AFTER ADVANCING 1.
145100     PERFORM 9100-CHECK-WRITE THRU 9100-EXIT.
145200     ADD 1 TO FDL-LINE-CTR.
145300 9000-EXIT.  EXIT.
145400
145500 9100-CHECK-WRITE.
145600     IF FDR-STAT1 > 0 DISPLAY ' BADR WRITE ON FDLRPT FILE'.
145700     ADD 1 TO FDLRPT-CTR.
145800 9100-EXIT.  EXIT.
