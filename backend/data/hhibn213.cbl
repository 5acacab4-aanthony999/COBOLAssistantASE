000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHIBN213.
000300
000400*----------------------------------------------------------------*
000500*  IBNR PAYMENT-LAG TRIANGLE AND COMPLETION FACTORS               *
000600*                                                                 *
000700*  HHATT213 TELLS ACCOUNTING WHICH SERVICE MONTH A DOLLAR         *
000800*  BELONGS TO; THIS PROGRAM ESTIMATES HOW MANY DOLLARS ARE STILL  *
000900*  TO COME FOR THE RECENT ONES.  IT READS THE CUMULATIVE PRICED-  *
001000*  CLAIM LIBRARY (CLMLIB - SAVED OUTFILE RUNS, CONCATENATED,      *
001100*  EACH WITH ITS HEADER AND TRAILER) AND BUILDS, SEPARATELY PER   *
001200*  MAC CONTRACT (HHA-CONTRACT-CODE), THE TRIANGLE OF SERVICE      *
001300*  MONTH (HHA-SERV-FROM-DATE) BY PROCESSING MONTH (THE RUN DATE   *
001400*  ON THE DATASET'S HEADER), 24 SERVICE MONTHS ENDING AT THE      *
001500*  VALUATION MONTH BY LAGS 0 TO 23 (LAG 23 HOLDS 23 AND OVER).    *
001600*                                                                 *
001700*  PAID PER CLAIM IS HHA-TOTAL-PAYMENT ON A PAYABLE ORIGINAL AND  *
001800*  HHA-NET-ADJ-AMT ON A PAYABLE ADJUSTMENT OR AN RTC 07 CANCEL,   *
001900*  SO EACH LATER CHANGE LANDS IN THE MONTH IT WAS PROCESSED.      *
002000*  INFORMATIONAL BILLS (CLASS 'I') MOVE NO MONEY AND ARE SKIPPED. *
002100*                                                                 *
002200*  FROM EACH TRIANGLE: VOLUME-WEIGHTED AGE-TO-AGE FACTORS, THE    *
002300*  CUMULATIVE FACTOR TO ULTIMATE (NO TAIL BEYOND LAG 23), THE     *
002400*  COMPLETION FACTOR (ITS RECIPROCAL), AND FOR EACH OPEN SERVICE  *
002500*  MONTH THE ESTIMATED ULTIMATE AND UNPAID (IBNR) LIABILITY.      *
002600*                                                                 *
002700*  HISTFILE - (OPTIONAL) THE CLAIM-HISTORY MASTER.  IT CARRIES    *
002800*             NO CONTRACT OR PROCESSING DATE, SO IT IS USED AS A  *
002900*             CONTROL: ITS CURRENT PAYABLE TOTAL PER SERVICE MONTH*
003000*             AGAINST THE TRIANGLE'S PAID TO DATE, ALL CONTRACTS. *
003100*             A DIFFERENCE USUALLY MEANS THE LIBRARY DOES NOT     *
003200*             REACH BACK FAR ENOUGH FOR THAT MONTH.               *
003300*  IBNPARM  - (OPTIONAL) COLUMNS 1-6 VALUATION MONTH YYYYMM;      *
003400*             BLANK = THE MONTH BEFORE THE RUN DATE.  CLAIMS      *
003500*             PROCESSED AFTER THE VALUATION MONTH ARE LEFT OUT.   *
003600*  IBNRPT   - TRIANGLES ($000), FACTORS AND ESTIMATES PER CONTRACT*
003700*             AND THE HISTORY-MASTER CONTROL                      *
003800*  IBNEXT   - COMMA-DELIMITED ROWS FOR THE ACTUARIAL MODEL:       *
003900*             TRI (ONE PER CELL), FAC (ONE PER LAG) AND EST (ONE  *
004000*             PER SERVICE MONTH), EXACT TO THE CENT               *
004100*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES ARE*
004200*             ACCEPTED; OTHERWISE ONE STOPS THE STEP (RC 16)      *
004300*----------------------------------------------------------------*
004400
004500 DATE-COMPILED.
004600 ENVIRONMENT                     DIVISION.
004700
004800 CONFIGURATION                   SECTION.
004900 SOURCE-COMPUTER.                IBM-370.
005000 OBJECT-COMPUTER.                IBM-370.
005100
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400
005500     SELECT CLMLIB    ASSIGN TO UT-S-CLMLIB
005600         FILE STATUS IS CLB-STAT.
005700     SELECT OPTIONAL HISTFILE ASSIGN TO UT-S-HISTFILE
005800         FILE STATUS IS HSF-STAT.
005900     SELECT OPTIONAL IBNPARM ASSIGN TO UT-S-IBNPARM
006000         FILE STATUS IS IBP-STAT.
006100     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
006200         FILE STATUS IS MDC-STAT.
006300     SELECT IBNRPT    ASSIGN TO UT-S-IBNRPT
006400         FILE STATUS IS IBR-STAT.
006500     SELECT IBNEXT    ASSIGN TO UT-S-IBNEXT
006600         FILE STATUS IS IBX-STAT.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CLMLIB
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS V
007210     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
007300     BLOCK CONTAINS 0 RECORDS.
007400 01  CLMLIB-REC                 PIC X(1000).
007500
007600 FD  HISTFILE
007700     RECORDING MODE IS F
007800     BLOCK CONTAINS 0 RECORDS
007900     LABEL RECORDS ARE STANDARD.
008000 01  HISTFILE-REC.
008100     05  HSF-NPI                PIC X(10).
008200     05  HSF-HIC                PIC X(12).
008300     05  HSF-FROM-DATE          PIC X(08).
008400     05  HSF-THRU-DATE          PIC X(08).
008500     05  HSF-PROV-NO            PIC X(06).
008600     05  HSF-TOB-CLASS          PIC X(01).
008700     05  HSF-PAY-RTC            PIC 99.
008800         88  HSF-RTC-PAYABLE    VALUES 00 01 02 06 09
008900                                       11 14 32.
009000     05  HSF-TOTAL-PAYMENT      PIC 9(07)V9(02).
009100     05  HSF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
009200     05  HSF-ADJ-IND            PIC X(01).
009300     05  HSF-ADMIT-DATE         PIC X(08).
009400     05  HSF-DCN                PIC X(08).
009500     05  HSF-PRED-DCN           PIC X(08).
009600     05  FILLER                 PIC X(10).
009700
009800 FD  IBNPARM
009900     RECORDING MODE IS F
010000     BLOCK CONTAINS 0 RECORDS
010100     LABEL RECORDS ARE STANDARD.
010200 01  IBNPARM-REC.
010300     05  IBP-VAL-MONTH          PIC X(06).
010400     05  FILLER                 PIC X(74).
010500
010600 FD  MODECARD
010700     RECORDING MODE IS F
010800     BLOCK CONTAINS 0 RECORDS
010900     LABEL RECORDS ARE STANDARD.
011000 01  MODECARD-REC.
011100     05  MDC-RUN-MODE           PIC X(01).
011200     05  FILLER                 PIC X(79).
011300
011400 FD  IBNRPT
011500     RECORDING MODE IS F
011600     BLOCK CONTAINS 133 RECORDS
011700     LABEL RECORDS ARE STANDARD.
011800 01  IBNRPT-LINE                PIC X(133).
011900
012000 FD  IBNEXT
012100     LABEL RECORDS ARE STANDARD
012200     RECORDING MODE IS F
012300     BLOCK CONTAINS 0 RECORDS.
012400 01  IBNEXT-REC                 PIC X(120).
012500
012600 WORKING-STORAGE SECTION.
012700 01  FILLER                     PIC X(40)  VALUE
012800     'HHIBN    - W O R K I N G   S T O R A G E'.
012900 01  HHIBN-VERSION              PIC X(07)  VALUE 'I2026.1'.
013000 01  EOF-CLB                    PIC 9(01)  VALUE 0.
013100 01  EOF-HSF                    PIC 9(01)  VALUE 0.
013200 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
013300 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
013400 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
013500 01  HIST-SW                    PIC 9(01)  VALUE 0.
013600     88  HIST-SUPPLIED                     VALUE 1.
013700 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
013800 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
013900 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
014000 01  VAL-TRL-REC.
014100     05  VAL-ID                 PIC X(08).
014200     05  VAL-RECORD-COUNT       PIC 9(09).
014300     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
014400     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
014500     05  FILLER                 PIC X(603).
014600 01  CLMLIB-CTR                 PIC 9(09)  VALUE 0.
014700 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
014800 01  TRIANGLE-CTR               PIC 9(09)  VALUE 0.
014900 01  INFO-CTR                   PIC 9(09)  VALUE 0.
015000 01  UNPAID-CTR                 PIC 9(09)  VALUE 0.
015100 01  BEFORE-WINDOW-CTR          PIC 9(09)  VALUE 0.
015200 01  AFTER-VAL-CTR              PIC 9(09)  VALUE 0.
015300 01  HISTFILE-CTR               PIC 9(09)  VALUE 0.
015400 01  EXT-CTR                    PIC 9(07)  VALUE 0.
015500 01  IBN-LINE-CTR               PIC 9(02)  VALUE 65.
015600 01  IBN-CURR-DATE              PIC X(08)  VALUE SPACES.
015700 01  IBN-CURR-PARTS REDEFINES IBN-CURR-DATE.
015800     05  IBN-CURR-YYYY          PIC 9(04).
015900     05  IBN-CURR-MM            PIC 9(02).
016000     05  IBN-CURR-DD            PIC 9(02).
016100 01  IBN-VAL-MONTH              PIC X(06)  VALUE SPACES.
016200 01  IBN-VAL-PARTS REDEFINES IBN-VAL-MONTH.
016300     05  IBN-VAL-YYYY           PIC 9(04).
016400     05  IBN-VAL-MM             PIC 9(02).
016500 01  IBN-PROC-MONTH             PIC X(06)  VALUE SPACES.
016600 01  IBN-PROC-PARTS REDEFINES IBN-PROC-MONTH.
016700     05  IBN-PROC-YYYY          PIC 9(04).
016800     05  IBN-PROC-MM            PIC 9(02).
016900 01  IBN-WORK-MONTH             PIC X(06)  VALUE SPACES.
017000 01  IBN-WORK-PARTS REDEFINES IBN-WORK-MONTH.
017100     05  IBN-WORK-YYYY          PIC 9(04).
017200     05  IBN-WORK-MM            PIC 9(02).
017300
017400*        MONTHS AS A RUNNING COUNT (YEAR * 12 + MONTH) SO LAGS
017500*        AND WINDOW POSITIONS ARE PLAIN SUBTRACTION
017600 01  VAL-MONTH-NO               PIC 9(07)  VALUE 0.
017700 01  PROC-MONTH-NO              PIC 9(07)  VALUE 0.
017800 01  SVC-MONTH-NO               PIC 9(07)  VALUE 0.
017900 01  WINDOW-START-NO            PIC 9(07)  VALUE 0.
018000 01  LAG-MONTHS                 PIC S9(07) VALUE 0.
018100 01  PAID-AMT                   PIC S9(07)V9(02) VALUE 0.
018200
018300 01  CT-SUB                     PIC 9(02)  VALUE 0.
018400 01  SV-SUB                     PIC 9(02)  VALUE 0.
018500 01  LG-SUB                     PIC 9(02)  VALUE 0.
018600 01  OBS-SUB                    PIC 9(02)  VALUE 0.
018700 01  PNL-SUB                    PIC 9(02)  VALUE 0.
018800 01  PNL-FIRST                  PIC 9(02)  VALUE 0.
018900 01  FAC-NUM                    PIC S9(13)V9(02) VALUE 0.
019000 01  FAC-DEN                    PIC S9(13)V9(02) VALUE 0.
019100 01  CLB-STAT.
019200     05  CLB-STAT1              PIC X.
019300     05  CLB-STAT2              PIC X.
019400 01  HSF-STAT.
019500     05  HSF-STAT1              PIC X.
019600     05  HSF-STAT2              PIC X.
019700 01  IBP-STAT.
019800     05  IBP-STAT1              PIC X.
019900     05  IBP-STAT2              PIC X.
020000 01  MDC-STAT.
020100     05  MDC-STAT1              PIC X.
020200     05  MDC-STAT2              PIC X.
020300 01  IBR-STAT.
020400     05  IBR-STAT1              PIC X.
020500     05  IBR-STAT2              PIC X.
020600 01  IBX-STAT.
020700     05  IBX-STAT1              PIC X.
020800     05  IBX-STAT2              PIC X.
020900
021000*----------------------------------------------------------------*
021100*  ONE TRIANGLE PER CONTRACT - ROW 24 IS THE VALUATION MONTH,     *
021200*  COLUMN N IS LAG N-1                                            *
021300*----------------------------------------------------------------*
021400 01  CONTRACT-NEXT              PIC 9(02)  VALUE 0.
021500 01  TRIANGLE-TABLE.
021600     05  TRI-CONTRACT-DATA      OCCURS 10.
021700         10  TRI-CONTRACT       PIC X(01).
021800         10  TRI-PAID-TOTAL     PIC S9(13)V9(02).
021900         10  TRI-ULT-TOTAL      PIC S9(13)V9(02).
022000         10  TRI-IBNR-TOTAL     PIC S9(13)V9(02).
022100         10  TRI-ROW            OCCURS 24.
022200             15  TRI-CLAIMS     PIC 9(07).
022300             15  TRI-PAID       PIC S9(11)V9(02).
022400             15  TRI-ULTIMATE   PIC S9(11)V9(02).
022500             15  TRI-INC        PIC S9(11)V9(02) OCCURS 24.
022600             15  TRI-CUM        PIC S9(11)V9(02) OCCURS 24.
022700         10  TRI-FACTOR-DATA    OCCURS 24.
022800             15  TRI-AGE-FACTOR PIC 9(03)V9(06).
022900             15  TRI-CDF        PIC 9(05)V9(06).
023000             15  TRI-COMPLETE   PIC 9(01)V9(06).
023100
023200*----------------------------------------------------------------*
023300*  HISTORY-MASTER CONTROL TOTALS BY SERVICE MONTH                 *
023400*----------------------------------------------------------------*
023500 01  HIST-CONTROL-TABLE.
023600     05  HCT-DATA               OCCURS 24.
023700         10  HCT-HIST-PAID      PIC S9(11)V9(02).
023800         10  HCT-TRI-PAID       PIC S9(11)V9(02).
023900
024000*----------------------------------------------------------------*
024100*  CLMLIB RECORD - ONLY THE FIELDS THE TRIANGLE NEEDS             *
024200*----------------------------------------------------------------*
024300 01  HHA-OUT-DATA.
024400     05  HHA-NPI                 PIC X(10).
024500     05  HHA-HIC                 PIC X(12).
024600     05  HHA-PROV-NO             PIC X(06).
024700     05  FILLER                  PIC X(41).
024800     05  HHA-SERV-FROM-DATE      PIC X(08).
024900     05  HHA-SERV-THRU-DATE      PIC X(08).
025000     05  FILLER                  PIC X(09).
025100     05  HHA-ADJ-IND             PIC X(01).
025200         88  HHA-ADJ-IS-ADJUSTMENT  VALUE 'A'.
025300         88  HHA-ADJ-IS-CANCEL      VALUE 'C'.
025400     05  FILLER                  PIC X(306).
025500     05  HHA-PAY-RTC             PIC 99.
025600         88  HHA-RTC-PAYABLE        VALUES 00 01 02 06 09
025700                                           11 14 32.
025800         88  HHA-RTC-CANCELLED      VALUE 07.
025900     05  FILLER                  PIC X(05).
026000     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
026100     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
026200     05  FILLER                  PIC X(126).
026300     05  HHA-NET-ADJ-AMT         PIC S9(07)V9(02).
026400     05  FILLER                  PIC X(71).
026500     05  HHA-CONTRACT-CODE       PIC X(01).
026600     05  HHA-CLAIM-CLASS         PIC X(01).
026700         88  HHA-IS-INFORMATIONAL   VALUE 'I'.
026800     05  FILLER                  PIC X(16).
026810*    VERSION 3 EXTENSION (BYTES 651-1000)
026820     05  HHA-V3-EXTENSION           PIC X(350).
026900
027000*----------------------------------------------------------------*
027100*  REPORT COMPONENTS                                              *
027200*----------------------------------------------------------------*
027300 01  IBN-HEAD1.
027400     05  FILLER                 PIC X(01)  VALUE SPACES.
027500     05  FILLER                 PIC X(37)  VALUE
027600        ' HHA IBNR PAYMENT-LAG ANALYSIS      '.
027700     05  FILLER                 PIC X(10)  VALUE 'CONTRACT  '.
027800     05  IH1-CONTRACT           PIC X(03).
027900     05  FILLER                 PIC X(20)  VALUE
028000        '   VALUATION MONTH  '.
028100     05  IH1-VAL-MONTH          PIC X(06).
028200     05  FILLER                 PIC X(14)  VALUE '    RUN DATE  '.
028300     05  IH1-RUN-DATE           PIC X(08).
028400
028500 01  IBN-SECTION-LINE.
028600     05  FILLER                 PIC X(02)  VALUE SPACES.
028700     05  ISL-TEXT               PIC X(70).
028800
028900 01  IBN-PANEL-HEAD.
029000     05  FILLER                 PIC X(01)  VALUE SPACES.
029100     05  FILLER                 PIC X(07)  VALUE 'SVC MO '.
029200     05  IPH-CELL               OCCURS 12.
029300         10  FILLER             PIC X(04).
029400         10  IPH-LABEL          PIC X(04).
029500         10  IPH-LAG            PIC Z9.
029600
029700 01  IBN-PANEL-LINE.
029800     05  FILLER                 PIC X(01)  VALUE SPACES.
029900     05  IPL-MONTH              PIC X(06).
030000     05  FILLER                 PIC X(01)  VALUE SPACES.
030100     05  IPL-CELL               OCCURS 12.
030200         10  FILLER             PIC X(02).
030300         10  IPL-AMT            PIC -ZZZ,ZZ9.
030400
030500 01  IBN-FACTOR-HEAD.
030600     05  FILLER                 PIC X(02)  VALUE SPACES.
030700     05  FILLER                 PIC X(52)  VALUE
030800        'LAG    AGE-TO-AGE   CUMULATIVE TO ULT   PCT COMPLETE'.
030900
031000 01  IBN-FACTOR-LINE.
031100     05  FILLER                 PIC X(02)  VALUE SPACES.
031200     05  IFL-LAG                PIC Z9.
031300     05  FILLER                 PIC X(04)  VALUE SPACES.
031400     05  IFL-AGE-FACTOR         PIC ZZ9.999999.
031500     05  FILLER                 PIC X(05)  VALUE SPACES.
031600     05  IFL-CDF                PIC ZZZZ9.999999.
031700     05  FILLER                 PIC X(07)  VALUE SPACES.
031800     05  IFL-COMPLETE           PIC ZZ9.99.
031900
032000 01  IBN-EST-HEAD.
032100     05  FILLER                 PIC X(02)  VALUE SPACES.
032200     05  FILLER                 PIC X(46)  VALUE
032300        'SVC MO  LAG   CLAIMS    PAID TO DATE   PCT COM'.
032400     05  FILLER                 PIC X(44)  VALUE
032500        'PLETE         EST ULTIMATE     UNPAID (IBNR)'.
032600
032700 01  IBN-EST-LINE.
032800     05  FILLER                 PIC X(02)  VALUE SPACES.
032900     05  IEL-MONTH              PIC X(06).
033000     05  FILLER                 PIC X(03)  VALUE SPACES.
033100     05  IEL-LAG                PIC Z9.
033200     05  FILLER                 PIC X(02)  VALUE SPACES.
033300     05  IEL-CLAIMS             PIC ZZZ,ZZ9.
033400     05  FILLER                 PIC X(01)  VALUE SPACES.
033500     05  IEL-PAID               PIC -ZZZ,ZZZ,ZZ9.99.
033600     05  FILLER                 PIC X(09)  VALUE SPACES.
033700     05  IEL-COMPLETE           PIC ZZ9.99.
033800     05  FILLER                 PIC X(06)  VALUE SPACES.
033900     05  IEL-ULTIMATE           PIC -ZZZ,ZZZ,ZZ9.99.
034000     05  FILLER                 PIC X(03)  VALUE SPACES.
034100     05  IEL-IBNR               PIC -ZZZ,ZZZ,ZZ9.99.
034200
034300 01  IBN-HIST-HEAD.
034400     05  FILLER                 PIC X(02)  VALUE SPACES.
034500     05  FILLER                 PIC X(45)  VALUE
034600        'SVC MO         TRIANGLE PAID        HISTORY M'.
034700     05  FILLER                 PIC X(24)  VALUE
034800        'ASTER         DIFFERENCE'.
034900
035000 01  IBN-HIST-LINE.
035100     05  FILLER                 PIC X(02)  VALUE SPACES.
035200     05  IHL-MONTH              PIC X(06).
035300     05  FILLER                 PIC X(07)  VALUE SPACES.
035400     05  IHL-TRI-PAID           PIC -ZZZ,ZZZ,ZZ9.99.
035500     05  FILLER                 PIC X(07)  VALUE SPACES.
035600     05  IHL-HIST-PAID          PIC -ZZZ,ZZZ,ZZ9.99.
035700     05  FILLER                 PIC X(04)  VALUE SPACES.
035800     05  IHL-DIFF               PIC -ZZZ,ZZZ,ZZ9.99.
035900
036000 01  IBN-TOT-LINE.
036100     05  FILLER                 PIC X(02)  VALUE SPACES.
036200     05  ITL-LABEL              PIC X(36).
036300     05  ITL-VALUE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
036400
036500*----------------------------------------------------------------*
036600*  DELIMITED ROWS FOR THE ACTUARIAL MODEL                         *
036700*----------------------------------------------------------------*
036800 01  IBX-TRI-LINE.
036900     05  FILLER                 PIC X(04)  VALUE 'TRI,'.
037000     05  IXT-CONTRACT           PIC X(01).
037100     05  FILLER                 PIC X(01)  VALUE ','.
037200     05  IXT-MONTH              PIC X(06).
037300     05  FILLER                 PIC X(01)  VALUE ','.
037400     05  IXT-LAG                PIC 9(02).
037500     05  FILLER                 PIC X(01)  VALUE ','.
037600     05  IXT-INCREMENTAL        PIC -9(11).99.
037700     05  FILLER                 PIC X(01)  VALUE ','.
037800     05  IXT-CUMULATIVE         PIC -9(11).99.
037900     05  FILLER                 PIC X(73)  VALUE SPACES.
038000
038100 01  IBX-FAC-LINE.
038200     05  FILLER                 PIC X(04)  VALUE 'FAC,'.
038300     05  IXF-CONTRACT           PIC X(01).
038400     05  FILLER                 PIC X(01)  VALUE ','.
038500     05  IXF-MONTH              PIC X(06)  VALUE SPACES.
038600     05  FILLER                 PIC X(01)  VALUE ','.
038700     05  IXF-LAG                PIC 9(02).
038800     05  FILLER                 PIC X(01)  VALUE ','.
038900     05  IXF-AGE-FACTOR         PIC 9(03).9(06).
039000     05  FILLER                 PIC X(01)  VALUE ','.
039100     05  IXF-CDF                PIC 9(05).9(06).
039200     05  FILLER                 PIC X(01)  VALUE ','.
039300     05  IXF-COMPLETE           PIC 9(01).9(06).
039400     05  FILLER                 PIC X(73)  VALUE SPACES.
039500
039600 01  IBX-EST-LINE.
039700     05  FILLER                 PIC X(04)  VALUE 'EST,'.
039800     05  IXE-CONTRACT           PIC X(01).
039900     05  FILLER                 PIC X(01)  VALUE ','.
040000     05  IXE-MONTH              PIC X(06).
040100     05  FILLER                 PIC X(01)  VALUE ','.
040200     05  IXE-LAG                PIC 9(02).
040300     05  FILLER                 PIC X(01)  VALUE ','.
040400     05  IXE-PAID               PIC -9(11).99.
040500     05  FILLER                 PIC X(01)  VALUE ','.
040600     05  IXE-COMPLETE           PIC 9(01).9(06).
040700     05  FILLER                 PIC X(01)  VALUE ','.
040800     05  IXE-ULTIMATE           PIC -9(11).99.
040900     05  FILLER                 PIC X(01)  VALUE ','.
041000     05  IXE-IBNR               PIC -9(11).99.
041100     05  FILLER                 PIC X(40)  VALUE SPACES.
041200
041300**--------------------------------------------------------------
041400 PROCEDURE  DIVISION.
041500
041600 0000-MAINLINE  SECTION.
041700
041800     PERFORM 0700-GET-PARMS THRU 0700-EXIT.
041900     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
042000
042100     OPEN INPUT CLMLIB.
042200     PERFORM 1100-READ-CLMLIB THRU 1100-EXIT
042300             UNTIL EOF-CLB = 1.
042400     CLOSE CLMLIB.
042500
042600     PERFORM 1500-LOAD-HISTFILE THRU 1500-EXIT.
042700
042800     OPEN OUTPUT IBNRPT
042900                 IBNEXT.
043000
043100     IF CONTRACT-NEXT > 0
043200         PERFORM 2000-DEVELOP-CONTRACT THRU 2000-EXIT
043300                 VARYING CT-SUB FROM 1 BY 1
043400                   UNTIL CT-SUB > CONTRACT-NEXT
043500         PERFORM 3000-PRINT-CONTRACT THRU 3000-EXIT
043600                 VARYING CT-SUB FROM 1 BY 1
043700                   UNTIL CT-SUB > CONTRACT-NEXT.
043800     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
043900
044000     CLOSE IBNRPT
044100           IBNEXT.
044200
044300     DISPLAY '-- PROGRAM HHIBN213  VERSION  ===> ' HHIBN-VERSION.
044400     DISPLAY '-- VALUATION MONTH            ===> ' IBN-VAL-MONTH.
044500     DISPLAY '-- CLMLIB DATASETS READ       ===> ' SEGMENT-CTR.
044600     DISPLAY '-- CLMLIB RECORDS READ        ===> ' CLMLIB-CTR.
044700     DISPLAY '-- CLAIMS IN THE TRIANGLES    ===> ' TRIANGLE-CTR.
044800     DISPLAY '-- INFORMATIONAL BILLS        ===> ' INFO-CTR.
044900     DISPLAY '-- NOT PAYABLE                ===> ' UNPAID-CTR.
045000     DISPLAY '-- SERVICE BEFORE THE WINDOW  ===> '
045100             BEFORE-WINDOW-CTR.
045200     DISPLAY '-- PROCESSED AFTER VALUATION  ===> ' AFTER-VAL-CTR.
045300     DISPLAY '-- CONTRACTS                  ===> ' CONTRACT-NEXT.
045400     DISPLAY '-- HISTFILE RECORDS READ      ===> ' HISTFILE-CTR.
045500     DISPLAY '-- IBNEXT ROWS WRITTEN        ===> ' EXT-CTR.
045600
045700     STOP RUN.
045800
045900*================================================================*
046000*    VALUATION MONTH - THE CARD, ELSE THE MONTH BEFORE THE RUN   *
046100*================================================================*
046200 0700-GET-PARMS.
046300     INITIALIZE HIST-CONTROL-TABLE.
046400     ACCEPT IBN-CURR-DATE FROM DATE YYYYMMDD.
046500     MOVE IBN-CURR-DATE (1:6) TO IBN-VAL-MONTH.
046600     IF IBN-VAL-MM = 01
046700         SUBTRACT 1 FROM IBN-VAL-YYYY
046800         MOVE 12 TO IBN-VAL-MM
046900     ELSE
047000         SUBTRACT 1 FROM IBN-VAL-MM.
047100
047200     OPEN INPUT IBNPARM.
047300     IF IBP-STAT1 = '0' OR IBP-STAT1 = '9'
047400         READ IBNPARM
047500             AT END MOVE SPACES TO IBNPARM-REC
047600         END-READ
047700         IF IBP-VAL-MONTH NUMERIC
047800            AND IBP-VAL-MONTH (5:2) > '00'
047900            AND IBP-VAL-MONTH (5:2) < '13'
048000             MOVE IBP-VAL-MONTH TO IBN-VAL-MONTH
048100         END-IF
048200         CLOSE IBNPARM.
048300
048400     COMPUTE VAL-MONTH-NO = IBN-VAL-YYYY * 12 + IBN-VAL-MM.
048500     COMPUTE WINDOW-START-NO = VAL-MONTH-NO - 23.
048600 0700-EXIT.  EXIT.
048700
048800 0900-GET-OWN-MODE.
048900     OPEN INPUT MODECARD.
049000     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
049100         READ MODECARD
049200             AT END CONTINUE
049300         END-READ
049400         IF MDC-RUN-MODE = 'T'
049500             MOVE 'T' TO OWN-RUN-MODE
049600         END-IF
049700         CLOSE MODECARD.
049800 0900-EXIT.  EXIT.
049900
050000*================================================================*
050100*    READ THE LIBRARY - EVERY DATASET BALANCED TO ITS TRAILER -  *
050200*    AND POST EACH PAID CLAIM TO ITS TRIANGLE CELL               *
050300*================================================================*
050400 1100-READ-CLMLIB.
050500     READ CLMLIB INTO HHA-OUT-DATA
050600          AT END   MOVE 1 TO EOF-CLB
050700                   PERFORM 1300-CHECK-EOF THRU 1300-EXIT
050800                   GO TO 1100-EXIT.
050900
051000     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
051100        PERFORM 1150-TAKE-HEADER THRU 1150-EXIT
051200        GO TO 1100-EXIT.
051300
051400     IF HDR-SEEN-SW = 0
051500        DISPLAY '** HHIBN213 - CLMLIB HAS NO HEADER RECORD **'
051600        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
051700        MOVE 16 TO RETURN-CODE
051800        STOP RUN.
051900
052000     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
052100        PERFORM 1200-CHECK-TRAILER THRU 1200-EXIT
052200        GO TO 1100-EXIT.
052300
052400     ADD 1 TO CLMLIB-CTR.
052500     ADD 1 TO VAL-COUNT.
052600     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
052700     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
052800
052900     IF HHA-IS-INFORMATIONAL
053000         ADD 1 TO INFO-CTR
053100         GO TO 1100-EXIT.
053200
053300     MOVE 0 TO PAID-AMT.
053400     IF HHA-ADJ-IS-ADJUSTMENT OR HHA-ADJ-IS-CANCEL
053500         IF HHA-RTC-PAYABLE OR HHA-RTC-CANCELLED
053600             MOVE HHA-NET-ADJ-AMT TO PAID-AMT
053700         ELSE
053800             ADD 1 TO UNPAID-CTR
053900             GO TO 1100-EXIT
054000         END-IF
054100     ELSE
054200         IF HHA-RTC-PAYABLE
054300             MOVE HHA-TOTAL-PAYMENT TO PAID-AMT
054400         ELSE
054500             ADD 1 TO UNPAID-CTR
054600             GO TO 1100-EXIT.
054700
054800     IF PROC-MONTH-NO > VAL-MONTH-NO
054900         ADD 1 TO AFTER-VAL-CTR
055000         GO TO 1100-EXIT.
055100     IF HHA-SERV-FROM-DATE (1:6) NOT NUMERIC
055200         ADD 1 TO UNPAID-CTR
055300         GO TO 1100-EXIT.
055400     MOVE HHA-SERV-FROM-DATE (1:6) TO IBN-WORK-MONTH.
055500     COMPUTE SVC-MONTH-NO = IBN-WORK-YYYY * 12 + IBN-WORK-MM.
055600     IF SVC-MONTH-NO < WINDOW-START-NO
055700         ADD 1 TO BEFORE-WINDOW-CTR
055800         GO TO 1100-EXIT.
055900     IF SVC-MONTH-NO > VAL-MONTH-NO
056000         ADD 1 TO AFTER-VAL-CTR
056100         GO TO 1100-EXIT.
056200
056300*    A PERIOD BILLED BEFORE ITS FIRST MONTH ENDS SITS AT LAG 0;
056400*    ANYTHING 23 OR MORE MONTHS OUT SHARES THE LAST COLUMN
056500     COMPUTE SV-SUB = SVC-MONTH-NO - WINDOW-START-NO + 1.
056600     COMPUTE LAG-MONTHS = PROC-MONTH-NO - SVC-MONTH-NO.
056700     IF LAG-MONTHS < 0
056800         MOVE 0 TO LAG-MONTHS.
056900     IF LAG-MONTHS > 23
057000         MOVE 23 TO LAG-MONTHS.
057100     COMPUTE LG-SUB = LAG-MONTHS + 1.
057200
057300     PERFORM 1400-FIND-CONTRACT THRU 1400-EXIT.
057400     ADD 1        TO TRIANGLE-CTR.
057500     ADD 1        TO TRI-CLAIMS (CT-SUB SV-SUB).
057600     ADD PAID-AMT TO TRI-INC (CT-SUB SV-SUB LG-SUB).
057700 1100-EXIT.  EXIT.
057800
057900*    THE PROCESSING MONTH OF EVERY CLAIM IN A DATASET IS THE RUN
058000*    DATE ON ITS HEADER
058100 1150-TAKE-HEADER.
058200     ADD 1 TO SEGMENT-CTR.
058300     MOVE HHA-OUT-DATA (9:6) TO IBN-PROC-MONTH.
058400     IF IBN-PROC-MONTH NOT NUMERIC
058500         DISPLAY '** HHIBN213 - HEADER RUN DATE NOT NUMERIC'
058600         DISPLAY '** DATASET ' SEGMENT-CTR ' - STOPPED'
058700         MOVE 16 TO RETURN-CODE
058800         STOP RUN.
058900     IF HHA-OUT-DATA (78:1) = 'T'
059000        AND OWN-RUN-MODE NOT = 'T'
059100         DISPLAY '** HHIBN213 - TEST-STAMPED OUTFILE REFUSED'
059200         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
059300         MOVE 16 TO RETURN-CODE
059400         STOP RUN.
059500     COMPUTE PROC-MONTH-NO = IBN-PROC-YYYY * 12 + IBN-PROC-MM.
059600     MOVE 1 TO HDR-SEEN-SW.
059700     MOVE 0 TO TRL-SEEN-SW.
059800     MOVE 0 TO VAL-COUNT.
059900     MOVE 0 TO VAL-SUM-PAY.
060000     MOVE 0 TO VAL-SUM-OUTL.
060100 1150-EXIT.  EXIT.
060200
060300 1200-CHECK-TRAILER.
060400     MOVE 1 TO TRL-SEEN-SW.
060500     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
060600     IF VAL-RECORD-COUNT NOT = VAL-COUNT
060700        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
060800        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
060900        DISPLAY '** HHIBN213 - CLMLIB TRAILER OUT OF BALANCE'
061000        DISPLAY '** DATASET ' SEGMENT-CTR
061100                ' TRAILER COUNT ' VAL-RECORD-COUNT
061200                ' READ ' VAL-COUNT
061300        MOVE 16 TO RETURN-CODE
061400        STOP RUN.
061500 1200-EXIT.  EXIT.
061600
061700 1300-CHECK-EOF.
061800     IF TRL-SEEN-SW = 0
061900        DISPLAY '** HHIBN213 - CLMLIB ENDED WITH NO TRAILER'
062000        MOVE 16 TO RETURN-CODE
062100        STOP RUN.
062200 1300-EXIT.  EXIT.
062300
062400 1400-FIND-CONTRACT.
062500     MOVE 1 TO CT-SUB.
062600     PERFORM 1410-NEXT-CONTRACT THRU 1410-EXIT
062700             UNTIL CT-SUB > CONTRACT-NEXT
062800                OR TRI-CONTRACT (CT-SUB) = HHA-CONTRACT-CODE.
062900     IF CT-SUB > CONTRACT-NEXT
063000         IF CONTRACT-NEXT < 10
063100             ADD 1 TO CONTRACT-NEXT
063200             MOVE CONTRACT-NEXT TO CT-SUB
063300             INITIALIZE TRI-CONTRACT-DATA (CT-SUB)
063400             MOVE HHA-CONTRACT-CODE TO TRI-CONTRACT (CT-SUB)
063500         ELSE
063600             DISPLAY '** CONTRACT TABLE FULL - POSTED TO ENTRY 1'
063700             MOVE 1 TO CT-SUB.
063800 1400-EXIT.  EXIT.
063900
064000 1410-NEXT-CONTRACT.
064100     ADD 1 TO CT-SUB.
064200 1410-EXIT.  EXIT.
064300
064400*================================================================*
064500*    CLAIM-HISTORY MASTER - CURRENT PAYABLE TOTAL BY SERVICE     *
064600*    MONTH, FOR THE CONTROL                                      *
064700*================================================================*
064800 1500-LOAD-HISTFILE.
064900     OPEN INPUT HISTFILE.
065000     IF HSF-STAT1 = '0'
065100         PERFORM 1600-READ-HISTFILE THRU 1600-EXIT
065200                 UNTIL EOF-HSF = 1
065300         CLOSE HISTFILE.
065400     IF HISTFILE-CTR > 0
065500         MOVE 1 TO HIST-SW.
065600 1500-EXIT.  EXIT.
065700
065800 1600-READ-HISTFILE.
065900     READ HISTFILE
066000          AT END   MOVE 1 TO EOF-HSF
066100                   GO TO 1600-EXIT.
066200     ADD 1 TO HISTFILE-CTR.
066300     IF NOT HSF-RTC-PAYABLE
066400         GO TO 1600-EXIT.
066500     IF HSF-FROM-DATE (1:6) NOT NUMERIC
066600         GO TO 1600-EXIT.
066700     MOVE HSF-FROM-DATE (1:6) TO IBN-WORK-MONTH.
066800     COMPUTE SVC-MONTH-NO = IBN-WORK-YYYY * 12 + IBN-WORK-MM.
066900     IF SVC-MONTH-NO < WINDOW-START-NO
067000        OR SVC-MONTH-NO > VAL-MONTH-NO
067100         GO TO 1600-EXIT.
067200     COMPUTE SV-SUB = SVC-MONTH-NO - WINDOW-START-NO + 1.
067300     ADD HSF-TOTAL-PAYMENT TO HCT-HIST-PAID (SV-SUB).
067400 1600-EXIT.  EXIT.
067500
067600*================================================================*
067700*    DEVELOP ONE CONTRACT'S TRIANGLE - CUMULATE THE ROWS, THEN   *
067800*    THE FACTORS FROM THE LAST LAG BACK, THEN THE ESTIMATES      *
067900*================================================================*
068000 2000-DEVELOP-CONTRACT.
068100     PERFORM 2100-CUMULATE-ROW THRU 2100-EXIT
068200             VARYING SV-SUB FROM 1 BY 1 UNTIL SV-SUB > 24.
068300
068400     MOVE 1 TO TRI-AGE-FACTOR (CT-SUB 24).
068500     MOVE 1 TO TRI-CDF (CT-SUB 24).
068600     MOVE 1 TO TRI-COMPLETE (CT-SUB 24).
068700     PERFORM 2200-AGE-TO-AGE THRU 2200-EXIT
068800             VARYING LG-SUB FROM 23 BY -1 UNTIL LG-SUB < 1.
068900
069000     PERFORM 2400-ESTIMATE-ROW THRU 2400-EXIT
069100             VARYING SV-SUB FROM 1 BY 1 UNTIL SV-SUB > 24.
069200 2000-EXIT.  EXIT.
069300
069400 2100-CUMULATE-ROW.
069500     MOVE TRI-INC (CT-SUB SV-SUB 1) TO TRI-CUM (CT-SUB SV-SUB 1).
069600     PERFORM 2110-CUMULATE-CELL THRU 2110-EXIT
069700             VARYING LG-SUB FROM 2 BY 1 UNTIL LG-SUB > 24.
069800 2100-EXIT.  EXIT.
069900
070000 2110-CUMULATE-CELL.
070100     COMPUTE TRI-CUM (CT-SUB SV-SUB LG-SUB) =
070200             TRI-CUM (CT-SUB SV-SUB LG-SUB - 1)
070300           + TRI-INC (CT-SUB SV-SUB LG-SUB).
070400 2110-EXIT.  EXIT.
070500
070600*    FACTOR FROM LAG COLUMN LG-SUB TO LG-SUB + 1 OVER EVERY
070700*    SERVICE MONTH OBSERVED THAT FAR (ROWS 1 THRU 24 - LG-SUB).
070800*    A COLUMN WITH NOTHING PAID DEVELOPS AT 1
070900 2200-AGE-TO-AGE.
071000     MOVE 0 TO FAC-NUM.
071100     MOVE 0 TO FAC-DEN.
071200     PERFORM 2210-SUM-FACTOR-ROW THRU 2210-EXIT
071300             VARYING SV-SUB FROM 1 BY 1
071400               UNTIL SV-SUB > 24 - LG-SUB.
071500     IF FAC-DEN > 0 AND FAC-NUM > 0
071600         COMPUTE TRI-AGE-FACTOR (CT-SUB LG-SUB) ROUNDED =
071700                 FAC-NUM / FAC-DEN
071800     ELSE
071900         MOVE 1 TO TRI-AGE-FACTOR (CT-SUB LG-SUB).
072000     COMPUTE TRI-CDF (CT-SUB LG-SUB) ROUNDED =
072100             TRI-AGE-FACTOR (CT-SUB LG-SUB)
072200           * TRI-CDF (CT-SUB LG-SUB + 1).
072300     IF TRI-CDF (CT-SUB LG-SUB) > 0
072400         COMPUTE TRI-COMPLETE (CT-SUB LG-SUB) ROUNDED =
072500                 1 / TRI-CDF (CT-SUB LG-SUB)
072600     ELSE
072700         MOVE 1 TO TRI-COMPLETE (CT-SUB LG-SUB).
072800 2200-EXIT.  EXIT.
072900
073000 2210-SUM-FACTOR-ROW.
073100     ADD TRI-CUM (CT-SUB SV-SUB LG-SUB + 1) TO FAC-NUM.
073200     ADD TRI-CUM (CT-SUB SV-SUB LG-SUB)     TO FAC-DEN.
073300 2210-EXIT.  EXIT.
073400
073500*    ROW SV-SUB IS OBSERVED THROUGH LAG 24 - SV-SUB (COLUMN
073600*    25 - SV-SUB); ITS PAID TO DATE DEVELOPS BY THAT COLUMN'S
073700*    CUMULATIVE FACTOR
073800 2400-ESTIMATE-ROW.
073900     COMPUTE OBS-SUB = 25 - SV-SUB.
074000     MOVE TRI-CUM (CT-SUB SV-SUB OBS-SUB)
074100                             TO TRI-PAID (CT-SUB SV-SUB).
074200     COMPUTE TRI-ULTIMATE (CT-SUB SV-SUB) ROUNDED =
074300             TRI-PAID (CT-SUB SV-SUB) * TRI-CDF (CT-SUB OBS-SUB).
074400     ADD TRI-PAID (CT-SUB SV-SUB)     TO TRI-PAID-TOTAL (CT-SUB).
074500     ADD TRI-ULTIMATE (CT-SUB SV-SUB) TO TRI-ULT-TOTAL (CT-SUB).
074600     COMPUTE TRI-IBNR-TOTAL (CT-SUB) =
074700             TRI-ULT-TOTAL (CT-SUB) - TRI-PAID-TOTAL (CT-SUB).
074800     ADD TRI-PAID (CT-SUB SV-SUB)     TO HCT-TRI-PAID (SV-SUB).
074900 2400-EXIT.  EXIT.
075000
075100*================================================================*
075200*    ONE CONTRACT - TRIANGLE PANELS, FACTORS, ESTIMATES, AND     *
075300*    THE SAME FIGURES TO IBNEXT                                  *
075400*================================================================*
075500 3000-PRINT-CONTRACT.
075600     MOVE TRI-CONTRACT (CT-SUB) TO IH1-CONTRACT.
075700     PERFORM 3900-HEADINGS THRU 3900-EXIT.
075800
075900     MOVE 'CUMULATIVE PAID BY LAG IN MONTHS ($000)' TO ISL-TEXT.
076000     PERFORM 3950-WRITE-SECTION THRU 3950-EXIT.
076100     MOVE 1 TO PNL-FIRST.
076200     PERFORM 3100-WRITE-PANEL THRU 3100-EXIT.
076300     MOVE 13 TO PNL-FIRST.
076400     PERFORM 3100-WRITE-PANEL THRU 3100-EXIT.
076500
076600     PERFORM 3900-HEADINGS THRU 3900-EXIT.
076700     MOVE 'DEVELOPMENT AND COMPLETION FACTORS' TO ISL-TEXT.
076800     PERFORM 3950-WRITE-SECTION THRU 3950-EXIT.
076900     WRITE IBNRPT-LINE FROM IBN-FACTOR-HEAD
077000                            AFTER ADVANCING 1.
077100     ADD 1 TO IBN-LINE-CTR.
077200     PERFORM 3300-WRITE-FACTOR THRU 3300-EXIT
077300             VARYING LG-SUB FROM 1 BY 1 UNTIL LG-SUB > 24.
077400
077500     MOVE 'ESTIMATED UNPAID LIABILITY BY SERVICE MONTH'
077600                                TO ISL-TEXT.
077700     PERFORM 3950-WRITE-SECTION THRU 3950-EXIT.
077800     WRITE IBNRPT-LINE FROM IBN-EST-HEAD
077900                            AFTER ADVANCING 1.
078000     ADD 1 TO IBN-LINE-CTR.
078100     PERFORM 3400-WRITE-ESTIMATE THRU 3400-EXIT
078200             VARYING SV-SUB FROM 1 BY 1 UNTIL SV-SUB > 24.
078300
078400     MOVE SPACES TO IBNRPT-LINE.
078500     WRITE IBNRPT-LINE AFTER ADVANCING 1.
078600     MOVE 'CONTRACT PAID TO DATE' TO ITL-LABEL.
078700     MOVE TRI-PAID-TOTAL (CT-SUB) TO ITL-VALUE.
078800     PERFORM 3960-WRITE-TOT-LINE THRU 3960-EXIT.
078900     MOVE 'CONTRACT ESTIMATED ULTIMATE' TO ITL-LABEL.
079000     MOVE TRI-ULT-TOTAL (CT-SUB) TO ITL-VALUE.
079100     PERFORM 3960-WRITE-TOT-LINE THRU 3960-EXIT.
079200     MOVE 'CONTRACT UNPAID (IBNR)' TO ITL-LABEL.
079300     MOVE TRI-IBNR-TOTAL (CT-SUB) TO ITL-VALUE.
079400     PERFORM 3960-WRITE-TOT-LINE THRU 3960-EXIT.
079500 3000-EXIT.  EXIT.
079600
079700*    TWELVE LAG COLUMNS STARTING AT PNL-FIRST; A CELL NOT YET
079800*    OBSERVED FOR ITS SERVICE MONTH PRINTS BLANK
079900 3100-WRITE-PANEL.
080000     MOVE SPACES TO IBN-PANEL-HEAD (2:).
080100     MOVE 'SVC MO ' TO IBN-PANEL-HEAD (2:7).
080200     PERFORM 3110-PANEL-HEAD-CELL THRU 3110-EXIT
080300             VARYING PNL-SUB FROM 1 BY 1 UNTIL PNL-SUB > 12.
080400     MOVE SPACES TO IBNRPT-LINE.
080500     WRITE IBNRPT-LINE AFTER ADVANCING 1.
080600     WRITE IBNRPT-LINE FROM IBN-PANEL-HEAD
080700                            AFTER ADVANCING 1.
080800     ADD 2 TO IBN-LINE-CTR.
080900     PERFORM 3200-WRITE-PANEL-ROW THRU 3200-EXIT
081000             VARYING SV-SUB FROM 1 BY 1 UNTIL SV-SUB > 24.
081100 3100-EXIT.  EXIT.
081200
081300 3110-PANEL-HEAD-CELL.
081400     MOVE 'LAG '   TO IPH-LABEL (PNL-SUB).
081500     COMPUTE IPH-LAG (PNL-SUB) = PNL-FIRST + PNL-SUB - 2.
081600 3110-EXIT.  EXIT.
081700
081800 3200-WRITE-PANEL-ROW.
081900     COMPUTE OBS-SUB = 25 - SV-SUB.
082000     IF OBS-SUB < PNL-FIRST
082100         GO TO 3200-EXIT.
082200     PERFORM 3250-MONTH-OF-ROW THRU 3250-EXIT.
082300     MOVE IBN-WORK-MONTH TO IPL-MONTH.
082400     PERFORM 3210-PANEL-CELL THRU 3210-EXIT
082500             VARYING PNL-SUB FROM 1 BY 1 UNTIL PNL-SUB > 12.
082600     IF IBN-LINE-CTR > 56
082700         PERFORM 3900-HEADINGS THRU 3900-EXIT.
082800     WRITE IBNRPT-LINE FROM IBN-PANEL-LINE
082900                            AFTER ADVANCING 1.
083000     IF IBR-STAT1 > 0 DISPLAY ' BADR WRITE ON IBNRPT FILE'.
083100     ADD 1 TO IBN-LINE-CTR.
083200 3200-EXIT.  EXIT.
083300
083400 3210-PANEL-CELL.
083500     COMPUTE LG-SUB = PNL-FIRST + PNL-SUB - 1.
083600     IF LG-SUB > OBS-SUB
083700         MOVE SPACES TO IPL-CELL (PNL-SUB)
083800     ELSE
083900         COMPUTE IPL-AMT (PNL-SUB) ROUNDED =
084000                 TRI-CUM (CT-SUB SV-SUB LG-SUB) / 1000.
084100 3210-EXIT.  EXIT.
084200
084300 3250-MONTH-OF-ROW.
084400     COMPUTE SVC-MONTH-NO = WINDOW-START-NO + SV-SUB - 1.
084500     COMPUTE IBN-WORK-YYYY = (SVC-MONTH-NO - 1) / 12.
084600     COMPUTE IBN-WORK-MM = SVC-MONTH-NO - IBN-WORK-YYYY * 12.
084700 3250-EXIT.  EXIT.
084800
084900 3300-WRITE-FACTOR.
085000     COMPUTE IFL-LAG = LG-SUB - 1.
085100     MOVE TRI-AGE-FACTOR (CT-SUB LG-SUB) TO IFL-AGE-FACTOR.
085200     MOVE TRI-CDF (CT-SUB LG-SUB)        TO IFL-CDF.
085300     COMPUTE IFL-COMPLETE ROUNDED =
085400             TRI-COMPLETE (CT-SUB LG-SUB) * 100.
085500     WRITE IBNRPT-LINE FROM IBN-FACTOR-LINE
085600                            AFTER ADVANCING 1.
085700     ADD 1 TO IBN-LINE-CTR.
085800
085900     MOVE TRI-CONTRACT (CT-SUB)          TO IXF-CONTRACT.
086000     COMPUTE IXF-LAG = LG-SUB - 1.
086100     MOVE TRI-AGE-FACTOR (CT-SUB LG-SUB) TO IXF-AGE-FACTOR.
086200     MOVE TRI-CDF (CT-SUB LG-SUB)        TO IXF-CDF.
086300     MOVE TRI-COMPLETE (CT-SUB LG-SUB)   TO IXF-COMPLETE.
086400     WRITE IBNEXT-REC FROM IBX-FAC-LINE.
086500     IF IBX-STAT1 > 0 DISPLAY ' BADX WRITE ON IBNEXT FILE'.
086600     ADD 1 TO EXT-CTR.
086700 3300-EXIT.  EXIT.
086800
086900 3400-WRITE-ESTIMATE.
087000     COMPUTE OBS-SUB = 25 - SV-SUB.
087100     PERFORM 3250-MONTH-OF-ROW THRU 3250-EXIT.
087200     IF IBN-LINE-CTR > 56
087300         PERFORM 3900-HEADINGS THRU 3900-EXIT
087400         WRITE IBNRPT-LINE FROM IBN-EST-HEAD
087500                                AFTER ADVANCING 1
087600         ADD 1 TO IBN-LINE-CTR.
087700     MOVE IBN-WORK-MONTH                TO IEL-MONTH.
087800     COMPUTE IEL-LAG = OBS-SUB - 1.
087900     MOVE TRI-CLAIMS (CT-SUB SV-SUB)    TO IEL-CLAIMS.
088000     MOVE TRI-PAID (CT-SUB SV-SUB)      TO IEL-PAID.
088100     COMPUTE IEL-COMPLETE ROUNDED =
088200             TRI-COMPLETE (CT-SUB OBS-SUB) * 100.
088300     MOVE TRI-ULTIMATE (CT-SUB SV-SUB)  TO IEL-ULTIMATE.
088400     COMPUTE IEL-IBNR = TRI-ULTIMATE (CT-SUB SV-SUB)
088500                      - TRI-PAID (CT-SUB SV-SUB).
088600     WRITE IBNRPT-LINE FROM IBN-EST-LINE
088700                            AFTER ADVANCING 1.
088800     ADD 1 TO IBN-LINE-CTR.
088900
089000     MOVE TRI-CONTRACT (CT-SUB)         TO IXE-CONTRACT.
089100     MOVE IBN-WORK-MONTH                TO IXE-MONTH.
089200     COMPUTE IXE-LAG = OBS-SUB - 1.
089300     MOVE TRI-PAID (CT-SUB SV-SUB)      TO IXE-PAID.
089400     MOVE TRI-COMPLETE (CT-SUB OBS-SUB) TO IXE-COMPLETE.
089500     MOVE TRI-ULTIMATE (CT-SUB SV-SUB)  TO IXE-ULTIMATE.
089600     COMPUTE IXE-IBNR = TRI-ULTIMATE (CT-SUB SV-SUB)
089700                      - TRI-PAID (CT-SUB SV-SUB).
089800     WRITE IBNEXT-REC FROM IBX-EST-LINE.
089900     IF IBX-STAT1 > 0 DISPLAY ' BADX WRITE ON IBNEXT FILE'.
090000     ADD 1 TO EXT-CTR.
090100
090200     PERFORM 3450-WRITE-TRI-CELL THRU 3450-EXIT
090300             VARYING LG-SUB FROM 1 BY 1 UNTIL LG-SUB > OBS-SUB.
090400 3400-EXIT.  EXIT.
090500
090600 3450-WRITE-TRI-CELL.
090700     MOVE TRI-CONTRACT (CT-SUB)              TO IXT-CONTRACT.
090800     MOVE IBN-WORK-MONTH                     TO IXT-MONTH.
090900     COMPUTE IXT-LAG = LG-SUB - 1.
091000     MOVE TRI-INC (CT-SUB SV-SUB LG-SUB)     TO IXT-INCREMENTAL.
091100     MOVE TRI-CUM (CT-SUB SV-SUB LG-SUB)     TO IXT-CUMULATIVE.
091200     WRITE IBNEXT-REC FROM IBX-TRI-LINE.
091300     IF IBX-STAT1 > 0 DISPLAY ' BADX WRITE ON IBNEXT FILE'.
091400     ADD 1 TO EXT-CTR.
091500 3450-EXIT.  EXIT.
091600
091700 3900-HEADINGS.
091800     MOVE IBN-VAL-MONTH TO IH1-VAL-MONTH.
091900     MOVE IBN-CURR-DATE TO IH1-RUN-DATE.
092000     WRITE IBNRPT-LINE FROM IBN-HEAD1
092100                            AFTER ADVANCING PAGE.
092200     MOVE ALL '-' TO IBNRPT-LINE.
092300     WRITE IBNRPT-LINE AFTER ADVANCING 1.
092400     MOVE 2 TO IBN-LINE-CTR.
092500 3900-EXIT.  EXIT.
092600
092700 3950-WRITE-SECTION.
092800     WRITE IBNRPT-LINE FROM IBN-SECTION-LINE
092900                            AFTER ADVANCING 2.
093000     ADD 2 TO IBN-LINE-CTR.
093100 3950-EXIT.  EXIT.
093200
093300 3960-WRITE-TOT-LINE.
093400     WRITE IBNRPT-LINE FROM IBN-TOT-LINE
093500                            AFTER ADVANCING 1.
093600     ADD 1 TO IBN-LINE-CTR.
093700 3960-EXIT.  EXIT.
093800
093900*================================================================*
094000*    ALL CONTRACTS - THE HISTORY-MASTER CONTROL                  *
094100*================================================================*
094200 4000-PRINT-SUMMARY.
094300     MOVE 'ALL' TO IH1-CONTRACT.
094400     PERFORM 3900-HEADINGS THRU 3900-EXIT.
094500     IF NOT HIST-SUPPLIED
094600         MOVE 'CLAIM-HISTORY MASTER NOT SUPPLIED - NO CONTROL'
094700                                TO ISL-TEXT
094800         PERFORM 3950-WRITE-SECTION THRU 3950-EXIT
094900         GO TO 4000-EXIT.
095000     MOVE 'PAID TO DATE AGAINST THE CLAIM-HISTORY MASTER'
095100                                TO ISL-TEXT.
095200     PERFORM 3950-WRITE-SECTION THRU 3950-EXIT.
095300     WRITE IBNRPT-LINE FROM IBN-HIST-HEAD
095400                            AFTER ADVANCING 1.
095500     ADD 1 TO IBN-LINE-CTR.
095600     PERFORM 4100-WRITE-HIST-LINE THRU 4100-EXIT
095700             VARYING SV-SUB FROM 1 BY 1 UNTIL SV-SUB > 24.
095800 4000-EXIT.  EXIT.
095900
096000 4100-WRITE-HIST-LINE.
096100     PERFORM 3250-MONTH-OF-ROW THRU 3250-EXIT.
096200     MOVE IBN-WORK-MONTH           TO IHL-MONTH.
096300     MOVE HCT-TRI-PAID (SV-SUB)    TO IHL-TRI-PAID.
096400     MOVE HCT-HIST-PAID (SV-SUB)   TO IHL-HIST-PAID.
096500     COMPUTE IHL-DIFF = HCT-TRI-PAID (SV-SUB)
096600                      - HCT-HIST-PAID (SV-SUB).
096700     WRITE IBNRPT-LINE FROM IBN-HIST-LINE
096800                            AFTER ADVANCING 1.
096900     IF IBR-STAT1 > 0 DISPLAY ' BADR WRITE ON IBNRPT FILE'.
097000     ADD 1 TO IBN-LINE-CTR.
097100 4100-EXIT.  EXIT.
