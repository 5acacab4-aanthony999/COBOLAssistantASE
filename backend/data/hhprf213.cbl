000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHPRF213.
000300
000400*----------------------------------------------------------------*
000500*  INBOUND HHAFILE DATA-QUALITY PROFILE                           *
000600*                                                                 *
000700*  THE CONTROL TOTALS AND THE RUN-LOG VARIANCE IN HHMGR213        *
000800*  CATCH SWINGS IN COUNTS AND DOLLARS, BUT NOT A FEED THAT        *
000900*  QUIETLY BREAKS ONE FIELD - A COUNTY CODE GONE BLANK, A         *
001000*  RECEIPT DATE DEFAULTED TO THE RUN DATE, AN ADMISSION SOURCE    *
001100*  NO LONGER SENT.  THIS STEP RUNS AHEAD OF PRICING, ON THE       *
001200*  SAME HHAFILE HHMGR213 WILL READ, AND PROFILES EACH KEY         *
001300*  INPUT FIELD OF EVERY CLAIM (CONTINUATION RECORDS ARE           *
001400*  PASSED OVER):                                                  *
001500*    FILL RATE      PERCENT OF CLAIMS WITH THE FIELD PRESENT -    *
001600*                   NOT BLANK, AND FOR DATES AND AMOUNTS          *
001700*                   NUMERIC AND NOT ZERO                          *
001800*    DISTINCT       NUMBER OF DIFFERENT VALUES PRESENT            *
001900*    TOP VALUE PCT  SHARE OF THE FILLED CLAIMS HELD BY THE        *
002000*                   COMMONEST VALUE (A DEFAULTED FIELD SHOWS      *
002100*                   AS ONE VALUE TAKING OVER)                     *
002200*    TOP VALUES     THE FIVE COMMONEST VALUES AND THEIR SHARE     *
002300*    MINIMUM AND MAXIMUM                                          *
002400*  THE PROFILE IS KEPT ON A ROLLING HISTORY, ONE RECORD PER       *
002500*  FIELD PER RUN; PRFHIN IS THE PRIOR GENERATION AND PRFHOUT      *
002600*  CARRIES FORWARD THE MOST RECENT RUNS PLUS THIS ONE.  EACH      *
002700*  FIELD IS COMPARED WITH ITS TRAILING NORM - THE AVERAGE OF      *
002800*  THE LAST NORM-RUNS PROFILES - AND AN ALERT IS RAISED WHEN:     *
002900*    THE FILL RATE MOVES MORE THAN THE FILL LIMIT (POINTS)        *
003000*    THE DISTINCT COUNT MOVES MORE THAN THE DISTINCT LIMIT        *
003100*      (PERCENT OF THE NORM)                                      *
003200*    THE TOP VALUE SHARE MOVES MORE THAN THE TOP LIMIT            *
003300*      (POINTS)                                                   *
003400*  NO FIELD IS ALERTED UNTIL THE HISTORY HOLDS THE MINIMUM        *
003500*  NUMBER OF PRIOR PROFILES FOR IT.  A LIMIT OF 000 TURNS THAT    *
003600*  CHECK OFF FOR THE FIELD.                                       *
003700*                                                                 *
003800*  PRFPARM  - (OPTIONAL) LIMIT CARDS, ANY ORDER:                  *
003900*               COLS  1-20  'DEFAULT' OR AN HHA- FIELD NAME AS    *
004000*                           PRINTED ON THE PROFILE                *
004100*               COLS 22-24  FILL LIMIT, POINTS       (DFLT 010)   *
004200*               COLS 26-28  DISTINCT LIMIT, PERCENT  (DFLT 050)   *
004300*               COLS 30-32  TOP VALUE LIMIT, POINTS  (DFLT 020)   *
004400*             ON THE DEFAULT CARD ONLY:                           *
004500*               COLS 34-35  RUNS IN THE NORM         (DFLT 10)    *
004600*               COLS 37-38  PRIOR RUNS BEFORE ALERTS (DFLT 03)    *
004700*               COLS 40-41  PRIOR RUNS KEPT, MAX 30  (DFLT 30)    *
004800*               COL  43     'S' = AN ALERT STOPS THE JOB          *
004900*                           (RETURN CODE 16, NOT 4)               *
005000*             A BLANK COLUMN GROUP KEEPS THE DEFAULT              *
005100*  HHAFILE  - INBOUND CLAIMS, AS HHMGR213 READS THEM              *
005200*  PRFHIN   - (OPTIONAL) PROFILE HISTORY, PRIOR GENERATION        *
005300*  PRFHOUT  - PROFILE HISTORY, NEW GENERATION                     *
005400*  PRFRPT   - PROFILE REPORT WITH THE ALERTS UNDER THEIR FIELD    *
005500*  RETURN CODE 4  - ALERT RAISED, OR AN EMPTY FEED                *
005600*             16 - BAD LIMIT CARD, CONTROL TOTAL ERROR, OR AN     *
005700*                  ALERT WITH THE STOP OPTION                     *
005800*----------------------------------------------------------------*
005900
006000 DATE-COMPILED.
006100 ENVIRONMENT                     DIVISION.
006200
006300 CONFIGURATION                   SECTION.
006400 SOURCE-COMPUTER.                IBM-370.
006500 OBJECT-COMPUTER.                IBM-370.
006600
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900
007000     SELECT OPTIONAL PRFPARM ASSIGN TO UT-S-PRFPARM
007100         FILE STATUS IS PPM-STAT.
007200     SELECT HHAFILE   ASSIGN TO UT-S-HHAFILE
007300         FILE STATUS IS HHA-STAT.
007400     SELECT OPTIONAL PRFHIN  ASSIGN TO UT-S-PRFHIN
007500         FILE STATUS IS PHI-STAT.
007600     SELECT PRFHOUT   ASSIGN TO UT-S-PRFHOUT
007700         FILE STATUS IS PHO-STAT.
007800     SELECT PRFRPT    ASSIGN TO UT-S-PRFRPT
007900         FILE STATUS IS PRR-STAT.
008000     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PRFPARM
008500     RECORDING MODE IS F
008600     BLOCK CONTAINS 0 RECORDS
008700     LABEL RECORDS ARE STANDARD.
008800 01  PRFPARM-REC.
008900     05  PPC-NAME               PIC X(20).
009000     05  FILLER                 PIC X(01).
009100     05  PPC-FILL-LIM           PIC X(03).
009200     05  FILLER                 PIC X(01).
009300     05  PPC-DIST-LIM           PIC X(03).
009400     05  FILLER                 PIC X(01).
009500     05  PPC-TOP-LIM            PIC X(03).
009600     05  FILLER                 PIC X(01).
009700     05  PPC-NORM-RUNS          PIC X(02).
009800     05  FILLER                 PIC X(01).
009900     05  PPC-MIN-RUNS           PIC X(02).
010000     05  FILLER                 PIC X(01).
010100     05  PPC-KEEP-RUNS          PIC X(02).
010200     05  FILLER                 PIC X(01).
010300     05  PPC-ALERT-OPT          PIC X(01).
010400     05  FILLER                 PIC X(37).
010500
010600 FD  HHAFILE
010700     RECORDING MODE IS F
010800     BLOCK CONTAINS 0 RECORDS
010900     LABEL RECORDS ARE STANDARD.
011000 01  HHAFILE-REC                PIC X(650).
011100
011200 FD  PRFHIN
011300     RECORDING MODE IS F
011400     BLOCK CONTAINS 0 RECORDS
011500     LABEL RECORDS ARE STANDARD.
011600 01  PRFHIN-REC                 PIC X(120).
011700
011800 FD  PRFHOUT
011900     RECORDING MODE IS F
012000     BLOCK CONTAINS 0 RECORDS
012100     LABEL RECORDS ARE STANDARD.
012200 01  PRFHOUT-REC                PIC X(120).
012300
012400 FD  PRFRPT
012500     RECORDING MODE IS F
012600     BLOCK CONTAINS 133 RECORDS
012700     LABEL RECORDS ARE STANDARD.
012800 01  PRFRPT-LINE                PIC X(133).
012900
013000*----------------------------------------------------------------*
013100*  ONE RECORD PER PROFILED FIELD PER CLAIM - BLANK WHEN THE       *
013200*  FIELD IS NOT PRESENT ON THE CLAIM                              *
013300*----------------------------------------------------------------*
013400 SD  SORTFILE.
013500 01  SORT-REC.
013600     05  SRT-FIELD-NO           PIC 9(02).
013700     05  SRT-VALUE              PIC X(12).
013800
013900 WORKING-STORAGE SECTION.
014000 01  FILLER                     PIC X(40)  VALUE
014100     'HHPRF    - W O R K I N G   S T O R A G E'.
014200 01  HHPRF-VERSION              PIC X(07)  VALUE 'W2026.1'.
014300 01  EOF-PPM                    PIC 9(01)  VALUE 0.
014400 01  EOF-HHA                    PIC 9(01)  VALUE 0.
014500 01  EOF-PHI                    PIC 9(01)  VALUE 0.
014600 01  EOF-SRT                    PIC 9(01)  VALUE 0.
014700 01  PARM-CTR                   PIC 9(05)  VALUE 0.
014800 01  HHAFILE-CTR                PIC 9(09)  VALUE 0.
014900 01  CONT-SKIP-CTR              PIC 9(09)  VALUE 0.
015000 01  CLAIM-CTR                  PIC 9(09)  VALUE 0.
015100 01  RELEASED-CTR               PIC 9(09)  VALUE 0.
015200 01  RETURNED-CTR               PIC 9(09)  VALUE 0.
015300 01  PRFHIN-CTR                 PIC 9(09)  VALUE 0.
015400 01  PRFHOUT-CTR                PIC 9(09)  VALUE 0.
015500 01  HIST-DROP-CTR              PIC 9(09)  VALUE 0.
015600 01  ALERT-CTR                  PIC 9(05)  VALUE 0.
015700 01  CONT-TO-SKIP               PIC 9(01)  VALUE 0.
015800 01  PRF-LINE-CTR               PIC 9(02)  VALUE 65.
015900 01  PRF-RUN-DATE               PIC X(08)  VALUE SPACES.
016000 01  PRF-RUN-TIME               PIC X(08)  VALUE SPACES.
016100 01  PRF-RUN-TIME-R REDEFINES PRF-RUN-TIME.
016200     05  PRF-RUN-HH             PIC X(02).
016300     05  PRF-RUN-MM             PIC X(02).
016400     05  FILLER                 PIC X(04).
016500 01  PRF-PARM-SW                PIC X(01)  VALUE 'N'.
016600     88  PRF-PARM-ERROR                    VALUE 'Y'.
016700 01  PPM-STAT.
016800     05  PPM-STAT1              PIC X.
016900     05  PPM-STAT2              PIC X.
017000 01  HHA-STAT.
017100     05  HHA-STAT1              PIC X.
017200     05  HHA-STAT2              PIC X.
017300 01  PHI-STAT.
017400     05  PHI-STAT1              PIC X.
017500     05  PHI-STAT2              PIC X.
017600 01  PHO-STAT.
017700     05  PHO-STAT1              PIC X.
017800     05  PHO-STAT2              PIC X.
017900 01  PRR-STAT.
018000     05  PRR-STAT1              PIC X.
018100     05  PRR-STAT2              PIC X.
018200
018300*----------------------------------------------------------------*
018400*  LIMITS - DEFAULTS, OVERRIDDEN BY THE DEFAULT CARD, AND BY      *
018500*  A FIELD'S OWN CARD FOR THAT FIELD                              *
018600*----------------------------------------------------------------*
018700 01  PRF-DFLT-FILL              PIC 9(03)  VALUE 10.
018800 01  PRF-DFLT-DIST              PIC 9(03)  VALUE 50.
018900 01  PRF-DFLT-TOP               PIC 9(03)  VALUE 20.
019000 01  PRF-NORM-RUNS              PIC 9(02)  VALUE 10.
019100 01  PRF-MIN-RUNS               PIC 9(02)  VALUE 3.
019200 01  PRF-KEEP-RUNS              PIC 9(02)  VALUE 30.
019300 01  PRF-ALERT-OPT              PIC X(01)  VALUE SPACE.
019400     88  PRF-ALERT-STOPS                   VALUE 'S'.
019500
019600*----------------------------------------------------------------*
019700*  PROFILED FIELDS - NAME, TYPE (C = CODE, D = DATE YYYYMMDD,     *
019800*  A = AMOUNT OR COUNT), DECIMAL PLACES, AND POSITION AND         *
019900*  LENGTH IN HHA-INPUT-DATA.  A FIELD ADDED HERE STARTS ITS       *
020000*  OWN HISTORY; ONE DROPPED FROM HERE FALLS OFF THE HISTORY       *
020100*----------------------------------------------------------------*
020200 01  PRF-FIELD-LIST.
020300     05  FILLER PIC X(27) VALUE 'HHA-NPI             C000110'.
020400     05  FILLER PIC X(27) VALUE 'HHA-PROV-NO         C002306'.
020500     05  FILLER PIC X(27) VALUE 'HHA-INIT-PAY-QRP-INDC002901'.
020600     05  FILLER PIC X(27) VALUE 'HHA-PROV-VBP-ADJ-FACA503006'.
020700     05  FILLER PIC X(27) VALUE 'HHA-TOB             C005703'.
020800     05  FILLER PIC X(27) VALUE 'HHA-CBSA            C006005'.
020900     05  FILLER PIC X(27) VALUE 'HHA-COUNTY-CODE     C006505'.
021000     05  FILLER PIC X(27) VALUE 'HHA-SERV-FROM-DATE  D007008'.
021100     05  FILLER PIC X(27) VALUE 'HHA-SERV-THRU-DATE  D007808'.
021200     05  FILLER PIC X(27) VALUE 'HHA-ADMIT-DATE      D008608'.
021300     05  FILLER PIC X(27) VALUE 'HHA-LUPA-SRC-ADM    C009401'.
021400     05  FILLER PIC X(27) VALUE 'HHA-ADJ-IND         C009501'.
021500     05  FILLER PIC X(27) VALUE 'HHA-PEP-INDICATOR   C009601'.
021600     05  FILLER PIC X(27) VALUE 'HHA-HRG-INPUT-CODE  C009705'.
021700     05  FILLER PIC X(27) VALUE 'HHA-HRG-NO-OF-DAYS  A010203'.
021800     05  FILLER PIC X(27) VALUE 'HHA-REVENUE-CODE(1) C012004'.
021900     05  FILLER PIC X(27) VALUE 'HHA-REV-VISITS(1)   A012403'.
022000     05  FILLER PIC X(27) VALUE 'HHA-RECEIPT-DATE    D044508'.
022100     05  FILLER PIC X(27) VALUE 'HHA-CONTRACT-CODE   C063301'.
022200     05  FILLER PIC X(27) VALUE 'HHA-DCN             C063508'.
022300 01  PRF-FIELD-TABLE REDEFINES PRF-FIELD-LIST.
022400     05  PFD-ENTRY              OCCURS 20
022500                                INDEXED BY FX1.
022600         10  PFD-NAME           PIC X(20).
022700         10  PFD-TYPE           PIC X(01).
022800         10  PFD-DEC            PIC 9(01).
022900         10  PFD-POS            PIC 9(03).
023000         10  PFD-LEN            PIC 9(02).
023100 01  PRF-FIELD-MAX              PIC 9(02)  VALUE 20.
023200 01  PRF-FX                     PIC 9(02)  VALUE 0.
023300 01  PRF-TX                     PIC 9(02)  VALUE 0.
023400 01  PRF-TX-UP                  PIC 9(02)  VALUE 0.
023500
023600*----------------------------------------------------------------*
023700*  THIS RUN'S PROFILE, NORM AND LIMITS BY FIELD                   *
023800*----------------------------------------------------------------*
023900 01  PRF-FIELD-CTL.
024000     05  PFC-ENTRY              OCCURS 20.
024100         10  PFC-FILL-OVR       PIC X(03).
024200         10  PFC-DIST-OVR       PIC X(03).
024300         10  PFC-TOP-OVR        PIC X(03).
024400         10  PFC-FILL-LIM       PIC 9(03).
024500         10  PFC-DIST-LIM       PIC 9(03).
024600         10  PFC-TOP-LIM        PIC 9(03).
024700         10  PFC-FILL-CTR       PIC 9(09).
024800         10  PFC-FILL-PCT       PIC 9(03)V9(02).
024900         10  PFC-DISTINCT       PIC 9(07).
025000         10  PFC-TOP-PCT        PIC 9(03)V9(02).
025100         10  PFC-MIN            PIC X(12).
025200         10  PFC-MAX            PIC X(12).
025300         10  PFC-TOP-DATA       OCCURS 5.
025400             15  PFC-TOP-VALUE  PIC X(12).
025500             15  PFC-TOP-CNT    PIC 9(09).
025600         10  PFC-NORM-CNT       PIC 9(02).
025700         10  PFC-NORM-FILL      PIC 9(03)V9(02).
025800         10  PFC-NORM-DIST      PIC 9(07)V9(02).
025900         10  PFC-NORM-TOP       PIC 9(03)V9(02).
026000         10  PFC-FILL-ALERT     PIC X(01).
026100         10  PFC-DIST-ALERT     PIC X(01).
026200         10  PFC-TOP-ALERT      PIC X(01).
026300         10  PFC-FILL-DIFF      PIC S9(05)V9(02).
026400         10  PFC-DIST-DIFF      PIC S9(05)V9(02).
026500         10  PFC-TOP-DIFF       PIC S9(05)V9(02).
026600 01  PRF-TOP-SWAP.
026700     05  PRF-SWAP-VALUE         PIC X(12).
026800     05  PRF-SWAP-CNT           PIC 9(09).
026900
027000*----------------------------------------------------------------*
027100*  SORTED-VALUE CONTROL BREAK                                     *
027200*----------------------------------------------------------------*
027300 01  PRF-HOLD-FIELD             PIC 9(02)  VALUE 0.
027400 01  PRF-HOLD-VALUE             PIC X(12)  VALUE SPACES.
027500 01  PRF-HOLD-CTR               PIC 9(09)  VALUE 0.
027600 01  PRF-VALUE                  PIC X(12)  VALUE SPACES.
027700 01  PRF-LEN                    PIC 9(02)  VALUE 0.
027800 01  PRF-START                  PIC 9(02)  VALUE 0.
027900
028000*----------------------------------------------------------------*
028100*  AMOUNTS ARE PROFILED AS THEIR UNEDITED DIGITS, WHICH SORT      *
028200*  IN VALUE ORDER WITHIN A FIELD; THESE VIEWS PUT THEM BACK       *
028300*  INTO PRINTABLE FORM                                            *
028400*----------------------------------------------------------------*
028500 01  PRF-NUM                    PIC 9(12)  VALUE 0.
028600 01  PRF-NUM-X REDEFINES PRF-NUM
028700                                PIC X(12).
028800 01  PRF-NUM-5 REDEFINES PRF-NUM
028900                                PIC 9(07)V9(05).
029000 01  PRF-ED-0                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
029100 01  PRF-ED-5                   PIC Z,ZZZ,ZZ9.99999.
029200 01  PRF-SHOW                   PIC X(16)  VALUE SPACES.
029300
029400*----------------------------------------------------------------*
029500*  TRAILING NORM WORK AREAS                                       *
029600*----------------------------------------------------------------*
029700 01  PRF-SUM-FILL               PIC 9(05)V9(02) VALUE 0.
029800 01  PRF-SUM-DIST               PIC 9(09)  VALUE 0.
029900 01  PRF-SUM-TOP                PIC 9(05)V9(02) VALUE 0.
030000 01  PRF-RUNS-SEEN              PIC 9(05)  VALUE 0.
030100 01  PRF-RUNS-HELD              PIC 9(02)  VALUE 0.
030200 01  PRF-BACK                   PIC 9(02)  VALUE 0.
030300 01  PRF-BACK-MAX               PIC 9(02)  VALUE 0.
030400 01  PRF-SLOT                   PIC 9(02)  VALUE 0.
030500 01  PRF-WORK                   PIC 9(05)  VALUE 0.
030600 01  PRF-QUOT                   PIC 9(05)  VALUE 0.
030700 01  PRF-LAST-DATE              PIC X(08)  VALUE SPACES.
030800 01  PRF-LAST-TIME              PIC X(06)  VALUE SPACES.
030900
031000*----------------------------------------------------------------*
031100*  PROFILE HISTORY RECORD - ONE PER FIELD PER RUN, OLDEST RUN     *
031200*  FIRST                                                          *
031300*----------------------------------------------------------------*
031400 01  PRF-HIST-REC.
031500     05  PH-RUN-DATE            PIC X(08).
031600     05  PH-RUN-TIME            PIC X(06).
031700     05  PH-CLAIM-CTR           PIC 9(09).
031800     05  PH-FIELD-NAME          PIC X(20).
031900     05  PH-FIELD-TYPE          PIC X(01).
032000     05  PH-FILL-CTR            PIC 9(09).
032100     05  PH-FILL-PCT            PIC 9(03)V9(02).
032200     05  PH-DISTINCT            PIC 9(07).
032300     05  PH-TOP-PCT             PIC 9(03)V9(02).
032400     05  PH-TOP-VALUE           PIC X(12).
032500     05  PH-MIN                 PIC X(12).
032600     05  PH-MAX                 PIC X(12).
032700     05  FILLER                 PIC X(14).
032800
032900*----------------------------------------------------------------*
033000*  PRIOR RUNS HELD FROM THE HISTORY, IN A RING OF KEEP-RUNS       *
033100*  SLOTS SO THE OLDEST FALLS AWAY AS NEWER RUNS ARE READ          *
033200*----------------------------------------------------------------*
033300 01  PRF-HIST-TABLE.
033400     05  PHT-RUN                OCCURS 30.
033500         10  PHT-FIELD          OCCURS 20.
033600             15  PHT-PRESENT    PIC X(01).
033700             15  PHT-REC        PIC X(120).
033800
033900*----------------------------------------------------------------*
034000*  INPUT RECORD LAYOUT - PIC X(650) - MUST STAY IN SYNC WITH      *
034100*  THE HHA-INPUT-DATA LAYOUT CARRIED BY HHMGR213                  *
034200*----------------------------------------------------------------*
034300 01  HHA-INPUT-DATA.
034400     05  HHA-DATA.
034500         10  HHA-NPI                 PIC X(10).
034600         10  HHA-HIC                 PIC X(12).
034700         10  HHA-PROV-NO             PIC X(06).
034800         10  HHA-INIT-PAY-QRP-INDICATOR  PIC X(01).
034900             88  HHA-WITH-DATA-CHECK VALUE '0', '1'.
035000             88  HHA-NO-DATA-CHECK   VALUE '2', '3'.
035100         10  HHA-PROV-VBP-ADJ-FAC    PIC 9V9(5).
035200         10  HHA-PROV-OUTLIER-PAY-TOTAL PIC 9(08)V9(02).
035300         10  HHA-PROV-PAYMENT-TOTAL  PIC 9(09)V9(02).
035400         10  HHA-TOB                 PIC X(03).
035500         10  HHA-CBSA                PIC X(05).
035600         10  HHA-COUNTY-CODE         PIC X(05).
035700         10  HHA-SERV-FROM-DATE.
035800             15  HHA-FROM-CC         PIC XX.
035900             15  HHA-FROM-YYMMDD.
036000                 25  HHA-FROM-YY     PIC XX.
036100                 25  HHA-FROM-MM     PIC XX.
036200                 25  HHA-FROM-DD     PIC XX.
036300         10  HHA-SERV-FROM-DATE-N  REDEFINES
036400             HHA-SERV-FROM-DATE      PIC 9(8).
036500         10  HHA-SERV-THRU-DATE.
036600             15  HHA-THRU-CC         PIC XX.
036700             15  HHA-THRU-YYMMDD.
036800                 25  HHA-THRU-YY     PIC XX.
036900                 25  HHA-THRU-MM     PIC XX.
037000                 25  HHA-THRU-DD     PIC XX.
037100         10  HHA-SERV-THRU-DATE-N  REDEFINES
037200             HHA-SERV-THRU-DATE      PIC 9(8).
037300         10  HHA-ADMIT-DATE.
037400             15  HHA-ADMIT-CC        PIC XX.
037500             15  HHA-ADMIT-YYMMDD.
037600                 25  HHA-ADMIT-YY    PIC XX.
037700                 25  HHA-ADMIT-MM    PIC XX.
037800                 25  HHA-ADMIT-DD    PIC XX.
037900         10  HHA-LUPA-SRC-ADM           PIC X.
038000         10  HHA-ADJ-IND                PIC X.
038100             88  HHA-ADJ-IS-ADJUSTMENT  VALUE 'A'.
038200             88  HHA-ADJ-IS-CANCEL      VALUE 'C'.
038300         10  HHA-PEP-INDICATOR       PIC X.
038400         10  HHA-HRG-INPUT-CODE       PIC X(05).
038500         10  HHA-HRG-NO-OF-DAYS       PIC 9(03).
038600         10  HHA-HRG-WGTS             PIC 9(02)V9(04).
038700         10  HHA-HRG-PAY              PIC 9(07)V9(02).
038800         10  HHA-REVENUE-DATA     OCCURS 6.
038900             15  HHA-REVENUE-CODE              PIC X(04).
039000             15  HHA-REVENUE-QTY-COV-VISITS    PIC 9(03).
039100             15  HHA-REVENUE-QTY-OUTL-UNITS    PIC 9(05).
039200             15  HHA-REVENUE-EARLIEST-DATE     PIC 9(08).
039300             15  HHA-REVENUE-DOLL-RATE         PIC 9(07)V9(02).
039400             15  HHA-REVENUE-COST              PIC 9(07)V9(02).
039500             15  HHA-REVENUE-ADD-ON-VISIT-AMT  PIC 9(07)V9(02).
039600         10  HHA-PAY-RTC                PIC 99.
039700             88  HHA-RTC-PAYABLE        VALUES 00 01 02 06 09
039800                                               11 14 32.
039900         10  HHA-REVENUE-SUM1-6-QTY-ALL PIC 9(05).
040000         10  HHA-OUTLIER-PAYMENT        PIC 9(07)V9(02).
040100         10  HHA-TOTAL-PAYMENT          PIC 9(07)V9(02).
040200     05  HHA-VBP-ADJ-AMT                PIC S9(7)V99.
040300     05  HHA-PPS-STD-VALUE              PIC 9(7)V99.
040400     05  HHA-RECEIPT-DATE           PIC X(8).
040500     05  HHA-OVERRIDE-IND           PIC X(1).
040600     05  HHA-LATE-SUB-PEN-AMT       PIC 9(7)V9(2).
040700     05  HHA-RURAL-ADDON-CAT    PIC X(01).
040800     05  HHA-OUTLIER-CAP-IND    PIC X(01).
040900     05  HHA-OUTLIER-PRECAP-AMT PIC 9(7)V9(2).
041000     05  HHA-LATE-SUB-DAYS          PIC 9(03).
041100     05  HHA-LATE-NOA-DAYS          PIC 9(03).
041200     05  HHA-CBSA-MATCHED-EFFDATE   PIC X(08).
041300     05  HHA-HRG-MATCHED-EFFDATE    PIC X(08).
041400     05  HHA-REV-MATCHED-EFFDATE    PIC X(08).
041500     05  HHA-TOB-CLASS           PIC X(01).
041600         88  HHA-TOB-IS-CLAIM     VALUE 'C'.
041700         88  HHA-TOB-IS-RAP       VALUE 'R'.
041800         88  HHA-TOB-IS-NOA       VALUE 'N'.
041900         88  HHA-TOB-IS-NOA-CANCEL VALUE 'X'.
042000     05  HHA-PEP-FULL-HRG-AMT    PIC 9(07)V9(02).
042100     05  HHA-LABOR-PORTION       PIC 9(07)V9(02).
042200     05  HHA-NONLABOR-PORTION    PIC 9(07)V9(02).
042300     05  HHA-MED-REVIEW-INDICATOR PIC X(01) OCCURS 6.
042400         88  HHA-MED-REV-VALID  VALUE '0', '1', '2', SPACE.
042500     05  HHA-MSA2                   PIC X(05).
042600     05  HHA-LUPA-ADDON-REASON-CD PIC X(01).
042700     05  HHA-ORIG-TOTAL-PAYMENT     PIC 9(07)V9(02).
042800     05  HHA-NET-ADJ-AMT            PIC S9(07)V9(02).
042900     05  HHA-PEP-FORCED-IND         PIC X(01).
043000*        RECORD VERSION '2' = CONTINUATION FIELDS IN USE;
043100*        HHA-CONT-CNT = FOLLOW-ON RECORDS CARRYING REVENUE
043200*        GROUPS BEYOND THE SIXTH (ZEROED ONCE ASSEMBLED)
043300     05  HHA-REC-VERSION            PIC X(01).
043400     05  HHA-CONT-CNT               PIC 9(01).
043500*        EVERY EDIT THAT FAILED ON THE CLAIM (UP TO 5), POSTED
043600*        BY HHDRV213 - HHA-PAY-RTC CARRIES THE FIRST OF THEM
043700     05  HHA-EDIT-RTC-LIST.
043800         10  HHA-EDIT-RTC           PIC 99  OCCURS 5.
043900*        'M' = CLAIM ARRIVED UNDER AN MBI, 'H' = LEGACY HICN
044000     05  HHA-IDENT-TYPE             PIC X(01).
044100*        PDGM PERIOD TIMING DERIVED FROM ADMISSION HISTORY -
044200*        'E' = EARLY (FIRST 30-DAY PERIOD IN A SEQUENCE OF
044300*        ADJACENT PERIODS), 'L' = LATE
044400     05  HHA-TIMING-DERIVED         PIC X(01).
044500*        'S' = PAYMENT DIVERTED TO THE SUSPECT FILE FOR ANALYST
044600*        RELEASE BEFORE THE GL FEED PICKS IT UP
044700     05  HHA-SUSPECT-IND            PIC X(01).
044800*        'B' = PRICED UNDER THE DAY-WEIGHTED BLENDED-RATE MODE
044900     05  HHA-BLEND-MODE-IND         PIC X(01).
045000*        'C' = OUTLIER UNITS REDUCED TO THE PER-DAY CAP
045100     05  HHA-OUTL-UNITS-CAP-IND     PIC X(01).
045200*        TIMES THIS CLAIM HAS BEEN THROUGH A RECYCLE PASS
045300     05  HHA-RECYCLE-CNT            PIC 9(02).
045400*        'F' = WAGE INDEX RAISED TO THE YEAR-OVER-YEAR DECREASE
045500*        FLOOR; THE UNFLOORED VALUE IS CARRIED BESIDE IT
045600     05  HHA-WI-CAP-IND             PIC X(01).
045700     05  HHA-WI-PRECAP              PIC 9(02)V9(04).
045800*        INTRA-DAY INCREMENT THAT PRICED THIS RECORD
045900     05  HHA-RUN-SEQ                PIC 9(02).
046000*        INTEREST MEDICARE OWES ON A CLEAN CLAIM PAYING MORE
046100*        THAN 30 DAYS AFTER RECEIPT (COMPUTED BY THE CALC FROM
046200*        THE EFFECTIVE-DATED INTRATE SCHEDULE) - SEPARATE FROM
046300*        HHA-TOTAL-PAYMENT
046400     05  HHA-INTEREST-AMT           PIC 9(07)V9(02).
046500*        SEQUESTRATION REDUCTION APPLIED AFTER PRICING, AND THE
046600*        PAYABLE AMOUNT AFTER IT - HHA-TOTAL-PAYMENT REMAINS THE
046700*        PRE-SEQUESTRATION AMOUNT SO THE GL CAN TIE BOTH SIDES
046800*        (THE POST-SEQUESTRATION PAYABLE IS HHA-TOTAL-PAYMENT
046900*        LESS THIS AMOUNT - DERIVED, NOT CARRIED, TO MAKE ROOM
047000*        FOR THE DOCUMENT CONTROL NUMBERS BELOW)
047100     05  HHA-SEQUESTRATION-AMT      PIC 9(07)V9(02).
047200*        MEDICARE SECONDARY PAYER - 'Y' MEANS ANOTHER INSURER
047300*        PAID FIRST; THE PRIMARY'S PAYMENT RIDES BESIDE IT AND
047400*        HHA-TOTAL-PAYMENT COMES BACK AS THE MEDICARE SECONDARY
047500*        PAYABLE
047600     05  HHA-MSP-IND                PIC X(01).
047700         88  HHA-IS-MSP             VALUE 'Y'.
047800     05  HHA-MSP-PRIM-PAY-AMT       PIC 9(07)V9(02).
047900*        NONSPACE = PRICED UNDER THIS RECLASSIFIED WAGE AREA
048000*        (GEOGRAPHIC RECLASSIFICATION) - HHA-CBSA REMAINS THE
048100*        SUBMITTED CBSA
048200     05  HHA-RECLASS-CBSA           PIC X(05).
048300*        RECOUPMENT WITHHELD FROM THIS CLAIM AGAINST THE
048400*        PROVIDER'S OPEN OVERPAYMENT BALANCE
048500     05  HHA-OFFSET-APPLIED-AMT     PIC 9(07)V9(02).
048600*        MAC JURISDICTION (CONTRACT) THE CLAIM BELONGS TO -
048700*        CARRIED THROUGH PRICING AND ONTO EVERY SEGREGATED
048800*        SUMMARY AND EXTRACT
048900     05  HHA-CONTRACT-CODE          PIC X(01).
049000*        'I' = INFORMATIONAL NO-PAY BILL (BENEFIT EXHAUST OR
049100*        DEMAND BILL) - PRICED THROUGH THE NORMAL PATH SO THE
049200*        EPISODE EXISTS ON RECORD, POSTED TO HISTORY, BUT KEPT
049300*        OUT OF THE REMITTANCE, GL AND FINANCIAL DOLLAR TOTALS
049400     05  HHA-CLAIM-CLASS            PIC X(01).
049500         88  HHA-IS-INFORMATIONAL   VALUE 'I'.
049600*        DOCUMENT CONTROL NUMBER AND THE PREDECESSOR DCN AN
049700*        ADJUSTMENT OR CANCEL AMENDS - TWO-DEEP CHAINS NO
049800*        LONGER NET AGAINST THE WRONG VERSION
049900     05  HHA-DCN                    PIC X(08).
050000     05  HHA-PRED-DCN               PIC X(08).
050100
050200*----------------------------------------------------------------*
050300*  REPORT COMPONENTS                                              *
050400*----------------------------------------------------------------*
050500 01  PRF-HEAD1.
050600     05  FILLER                 PIC X(01)  VALUE SPACES.
050700     05  FILLER                 PIC X(44)  VALUE
050800        ' HHAFILE DATA-QUALITY PROFILE               '.
050900     05  FILLER                 PIC X(08)  VALUE
051000        'RUN OF  '.
051100     05  PRH-DATE               PIC X(08).
051200     05  FILLER                 PIC X(01)  VALUE SPACES.
051300     05  PRH-HH                 PIC X(02).
051400     05  FILLER                 PIC X(01)  VALUE ':'.
051500     05  PRH-MM                 PIC X(02).
051600
051700 01  PRF-HEAD2.
051800     05  FILLER                 PIC X(02)  VALUE SPACES.
051900     05  FILLER                 PIC X(17)  VALUE
052000        'CLAIMS PROFILED  '.
052100     05  PRH-CLAIMS             PIC ZZZ,ZZZ,ZZ9.
052200     05  FILLER                 PIC X(21)  VALUE
052300        '    PRIOR RUNS HELD  '.
052400     05  PRH-RUNS-HELD          PIC Z9.
052500     05  FILLER                 PIC X(18)  VALUE
052600        '    RUNS IN NORM  '.
052700     05  PRH-NORM-RUNS          PIC Z9.
052800     05  FILLER                 PIC X(25)  VALUE
052900        '    MINIMUM FOR ALERTS  '.
053000     05  PRH-MIN-RUNS           PIC Z9.
053100
053200 01  PRF-HEAD3.
053300     05  FILLER                 PIC X(44)  VALUE
053400        '  FIELD                T      FILLED   FILL%'.
053500     05  FILLER                 PIC X(44)  VALUE
053600        '   NORM   DISTINCT      NORM    TOP%   NORM '.
053700     05  FILLER                 PIC X(43)  VALUE
053800        ' MINIMUM          MAXIMUM           STATUS '.
053900
054000 01  PRF-DETAIL-LINE.
054100     05  FILLER                 PIC X(02)  VALUE SPACES.
054200     05  PRD-NAME               PIC X(20).
054300     05  FILLER                 PIC X(01)  VALUE SPACES.
054400     05  PRD-TYPE               PIC X(01).
054500     05  FILLER                 PIC X(01)  VALUE SPACES.
054600     05  PRD-FILLED             PIC ZZZ,ZZZ,ZZ9.
054700     05  FILLER                 PIC X(02)  VALUE SPACES.
054800     05  PRD-FILL-PCT           PIC ZZ9.99.
054900     05  FILLER                 PIC X(01)  VALUE SPACES.
055000     05  PRD-NORM-FILL          PIC ZZ9.99.
055100     05  PRD-NORM-FILL-X REDEFINES PRD-NORM-FILL
055200                                PIC X(06).
055300     05  FILLER                 PIC X(02)  VALUE SPACES.
055400     05  PRD-DISTINCT           PIC Z,ZZZ,ZZ9.
055500     05  FILLER                 PIC X(01)  VALUE SPACES.
055600     05  PRD-NORM-DIST          PIC Z,ZZZ,ZZ9.
055700     05  PRD-NORM-DIST-X REDEFINES PRD-NORM-DIST
055800                                PIC X(09).
055900     05  FILLER                 PIC X(02)  VALUE SPACES.
056000     05  PRD-TOP-PCT            PIC ZZ9.99.
056100     05  FILLER                 PIC X(01)  VALUE SPACES.
056200     05  PRD-NORM-TOP           PIC ZZ9.99.
056300     05  PRD-NORM-TOP-X REDEFINES PRD-NORM-TOP
056400                                PIC X(06).
056500     05  FILLER                 PIC X(02)  VALUE SPACES.
056600     05  PRD-MIN                PIC X(16).
056700     05  FILLER                 PIC X(01)  VALUE SPACES.
056800     05  PRD-MAX                PIC X(16).
056900     05  FILLER                 PIC X(02)  VALUE SPACES.
057000     05  PRD-STATUS             PIC X(07).
057100
057200 01  PRF-TOPV-LINE.
057300     05  FILLER                 PIC X(06)  VALUE SPACES.
057400     05  FILLER                 PIC X(12)  VALUE
057500        'TOP VALUES  '.
057600     05  PRT-ENTRY              OCCURS 5.
057700         10  PRT-VALUE          PIC X(12).
057800         10  FILLER             PIC X(01).
057900         10  PRT-PCT            PIC ZZ9.9.
058000         10  PRT-PCT-SIGN       PIC X(01).
058100         10  FILLER             PIC X(02).
058200
058300 01  PRF-ALERT-LINE.
058400     05  FILLER                 PIC X(06)  VALUE SPACES.
058500     05  FILLER                 PIC X(10)  VALUE
058600        '** ALERT  '.
058700     05  PRA-WHAT               PIC X(16).
058800     05  FILLER                 PIC X(05)  VALUE ' NOW '.
058900     05  PRA-NOW                PIC Z,ZZZ,ZZ9.99.
059000     05  FILLER                 PIC X(07)  VALUE '  NORM '.
059100     05  PRA-NORM               PIC Z,ZZZ,ZZ9.99.
059200     05  FILLER                 PIC X(09)  VALUE '  CHANGE '.
059300     05  PRA-DIFF               PIC -ZZ,ZZ9.99.
059400     05  PRA-UNIT               PIC X(07).
059500     05  FILLER                 PIC X(08)  VALUE '  LIMIT '.
059600     05  PRA-LIMIT              PIC ZZ9.
059700
059800 01  PRF-NONE-LINE.
059900     05  FILLER                 PIC X(02)  VALUE SPACES.
060000     05  FILLER                 PIC X(42)  VALUE
060100        '** NO CLAIMS ON HHAFILE - NOTHING PROFILED'.
060200
060300 01  PRF-COUNT-LINE.
060400     05  FILLER                 PIC X(02)  VALUE SPACES.
060500     05  PRF-COUNT-LABEL        PIC X(36).
060600     05  PRF-COUNT              PIC ZZZ,ZZZ,ZZ9.
060700
060800**--------------------------------------------------------------
060900 PROCEDURE  DIVISION.
061000
061100 0000-MAINLINE  SECTION.
061200
061300     ACCEPT PRF-RUN-DATE FROM DATE YYYYMMDD.
061400     ACCEPT PRF-RUN-TIME FROM TIME.
061500     INITIALIZE PRF-FIELD-CTL.
061600
061700     PERFORM 0500-GET-PARMS THRU 0500-EXIT.
061800     IF PRF-PARM-ERROR
061900         DISPLAY '** HHPRF213 - BAD PRFPARM CARD - RUN STOPPED'
062000         MOVE 16 TO RETURN-CODE
062100         GO TO 0000-STOP.
062200
062300     PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT.
062400
062500     SORT SORTFILE
062600          ON ASCENDING KEY SRT-FIELD-NO
062700                           SRT-VALUE
062800          INPUT  PROCEDURE IS 2000-PROFILE-FEED
062900          OUTPUT PROCEDURE IS 3000-SUMMARIZE.
063000
063100     IF CLAIM-CTR > 0
063200         PERFORM 4000-COMPARE-NORM.
063300     PERFORM 5000-PRINT-PROFILE.
063400     PERFORM 6000-WRITE-HISTORY.
063500
063600     DISPLAY '-- PROGRAM HHPRF213  VERSION  ===> ' HHPRF-VERSION.
063700     DISPLAY '-- LIMIT CARDS READ           ===> ' PARM-CTR.
063800     DISPLAY '-- HHAFILE RECORDS READ       ===> ' HHAFILE-CTR.
063900     DISPLAY '-- CONTINUATION RECORDS       ===> ' CONT-SKIP-CTR.
064000     DISPLAY '-- CLAIMS PROFILED            ===> ' CLAIM-CTR.
064100     DISPLAY '-- HISTORY RECORDS READ       ===> ' PRFHIN-CTR.
064200     DISPLAY '-- HISTORY RECORDS DROPPED    ===> ' HIST-DROP-CTR.
064300     DISPLAY '-- HISTORY RECORDS WRITTEN    ===> ' PRFHOUT-CTR.
064400     DISPLAY '-- PROFILE ALERTS RAISED      ===> ' ALERT-CTR.
064500
064600     IF ALERT-CTR > 0 OR CLAIM-CTR = 0
064700         MOVE 4 TO RETURN-CODE.
064800     IF ALERT-CTR > 0 AND PRF-ALERT-STOPS
064900         DISPLAY '** HHPRF213 - PROFILE ALERT - RUN STOPPED'
065000         MOVE 16 TO RETURN-CODE.
065100
065200*    EVERY CLAIM RELEASES ONE VALUE FOR EVERY PROFILED FIELD
065300     IF RETURNED-CTR NOT = RELEASED-CTR
065400        OR RELEASED-CTR NOT = CLAIM-CTR * PRF-FIELD-MAX
065500         DISPLAY '** HHPRF213 CONTROL TOTAL ERROR **'
065600         MOVE 16 TO RETURN-CODE.
065700
065800 0000-STOP.
065900     STOP RUN.
066000
066100*================================================================*
066200*    LIMIT CARDS - THE DEFAULT CARD SETS THE LIMITS FOR EVERY     *
066300*    FIELD WITHOUT ITS OWN CARD                                   *
066400*================================================================*
066500 0500-GET-PARMS.
066600     OPEN INPUT PRFPARM.
066700     IF PPM-STAT1 = '0' OR PPM-STAT1 = '9'
066800         PERFORM 0550-PARM-CARD THRU 0550-EXIT
066900                 UNTIL EOF-PPM = 1
067000         CLOSE PRFPARM.
067100
067200     IF PRF-MIN-RUNS = 0
067300         MOVE 1 TO PRF-MIN-RUNS.
067400     IF PRF-NORM-RUNS > PRF-KEEP-RUNS
067500         MOVE PRF-KEEP-RUNS TO PRF-NORM-RUNS.
067600     IF PRF-MIN-RUNS > PRF-NORM-RUNS
067700         MOVE PRF-NORM-RUNS TO PRF-MIN-RUNS.
067800
067900     PERFORM 0600-SET-LIMITS THRU 0600-EXIT
068000             VARYING PRF-FX FROM 1 BY 1
068100             UNTIL PRF-FX > PRF-FIELD-MAX.
068200 0500-EXIT.  EXIT.
068300
068400 0550-PARM-CARD.
068500     READ PRFPARM
068600          AT END   MOVE 1 TO EOF-PPM
068700                   GO TO 0550-EXIT.
068800     IF PRFPARM-REC = SPACES
068900         GO TO 0550-EXIT.
069000     ADD 1 TO PARM-CTR.
069100
069200     IF (PPC-FILL-LIM NOT = SPACES AND PPC-FILL-LIM NOT NUMERIC)
069300        OR (PPC-DIST-LIM NOT = SPACES
069400            AND PPC-DIST-LIM NOT NUMERIC)
069500        OR (PPC-TOP-LIM NOT = SPACES AND PPC-TOP-LIM NOT NUMERIC)
069600         GO TO 0550-BAD-CARD.
069700
069800     IF PPC-NAME NOT = 'DEFAULT'
069900         GO TO 0550-FIELD-CARD.
070000
070100     IF PPC-FILL-LIM NOT = SPACES
070200         MOVE PPC-FILL-LIM TO PRF-DFLT-FILL.
070300     IF PPC-DIST-LIM NOT = SPACES
070400         MOVE PPC-DIST-LIM TO PRF-DFLT-DIST.
070500     IF PPC-TOP-LIM NOT = SPACES
070600         MOVE PPC-TOP-LIM  TO PRF-DFLT-TOP.
070700
070800     IF PPC-NORM-RUNS NOT = SPACES
070900         IF PPC-NORM-RUNS NOT NUMERIC OR PPC-NORM-RUNS = '00'
071000             GO TO 0550-BAD-CARD
071100         ELSE
071200             MOVE PPC-NORM-RUNS TO PRF-NORM-RUNS.
071300     IF PPC-MIN-RUNS NOT = SPACES
071400         IF PPC-MIN-RUNS NOT NUMERIC
071500             GO TO 0550-BAD-CARD
071600         ELSE
071700             MOVE PPC-MIN-RUNS TO PRF-MIN-RUNS.
071800     IF PPC-KEEP-RUNS NOT = SPACES
071900         IF PPC-KEEP-RUNS NOT NUMERIC OR PPC-KEEP-RUNS = '00'
072000            OR PPC-KEEP-RUNS > '30'
072100             GO TO 0550-BAD-CARD
072200         ELSE
072300             MOVE PPC-KEEP-RUNS TO PRF-KEEP-RUNS.
072400     IF PPC-ALERT-OPT NOT = SPACE AND PPC-ALERT-OPT NOT = 'S'
072500         GO TO 0550-BAD-CARD.
072600     MOVE PPC-ALERT-OPT TO PRF-ALERT-OPT.
072700     GO TO 0550-EXIT.
072800
072900 0550-FIELD-CARD.
073000     SET FX1 TO 1.
073100     SEARCH PFD-ENTRY
073200         AT END
073300             GO TO 0550-BAD-CARD
073400         WHEN PFD-NAME (FX1) = PPC-NAME
073500             SET PRF-FX TO FX1.
073600     MOVE PPC-FILL-LIM TO PFC-FILL-OVR (PRF-FX).
073700     MOVE PPC-DIST-LIM TO PFC-DIST-OVR (PRF-FX).
073800     MOVE PPC-TOP-LIM  TO PFC-TOP-OVR  (PRF-FX).
073900     GO TO 0550-EXIT.
074000
074100 0550-BAD-CARD.
074200     DISPLAY '** BAD PRFPARM CARD: ' PRFPARM-REC.
074300     MOVE 'Y' TO PRF-PARM-SW.
074400 0550-EXIT.  EXIT.
074500
074600 0600-SET-LIMITS.
074700     IF PFC-FILL-OVR (PRF-FX) NUMERIC
074800         MOVE PFC-FILL-OVR (PRF-FX) TO PFC-FILL-LIM (PRF-FX)
074900     ELSE
075000         MOVE PRF-DFLT-FILL         TO PFC-FILL-LIM (PRF-FX).
075100     IF PFC-DIST-OVR (PRF-FX) NUMERIC
075200         MOVE PFC-DIST-OVR (PRF-FX) TO PFC-DIST-LIM (PRF-FX)
075300     ELSE
075400         MOVE PRF-DFLT-DIST         TO PFC-DIST-LIM (PRF-FX).
075500     IF PFC-TOP-OVR (PRF-FX) NUMERIC
075600         MOVE PFC-TOP-OVR (PRF-FX)  TO PFC-TOP-LIM (PRF-FX)
075700     ELSE
075800         MOVE PRF-DFLT-TOP          TO PFC-TOP-LIM (PRF-FX).
075900 0600-EXIT.  EXIT.
076000
076100*================================================================*
076200*    HOLD THE MOST RECENT KEEP-RUNS PRIOR PROFILES.  A RUN IS     *
076300*    THE GROUP OF RECORDS SHARING A RUN DATE AND TIME; A          *
076400*    RECORD FOR A FIELD NO LONGER PROFILED IS DROPPED             *
076500*================================================================*
076600 1000-LOAD-HISTORY.
076700     MOVE SPACES TO PRF-HIST-TABLE.
076800     OPEN INPUT PRFHIN.
076900     IF PHI-STAT1 = '0' OR PHI-STAT1 = '9'
077000         PERFORM 1100-READ-HISTORY THRU 1100-EXIT
077100                 UNTIL EOF-PHI = 1
077200         CLOSE PRFHIN.
077300
077400     IF PRF-RUNS-SEEN > PRF-KEEP-RUNS
077500         MOVE PRF-KEEP-RUNS TO PRF-RUNS-HELD
077600     ELSE
077700         MOVE PRF-RUNS-SEEN TO PRF-RUNS-HELD.
077800 1000-EXIT.  EXIT.
077900
078000 1100-READ-HISTORY.
078100     READ PRFHIN INTO PRF-HIST-REC
078200          AT END   MOVE 1 TO EOF-PHI
078300                   GO TO 1100-EXIT.
078400     ADD 1 TO PRFHIN-CTR.
078500
078600     IF PH-RUN-DATE NOT = PRF-LAST-DATE
078700        OR PH-RUN-TIME NOT = PRF-LAST-TIME
078800         MOVE PH-RUN-DATE TO PRF-LAST-DATE
078900         MOVE PH-RUN-TIME TO PRF-LAST-TIME
079000         ADD 1 TO PRF-RUNS-SEEN
079100         MOVE PRF-RUNS-SEEN TO PRF-WORK
079200         PERFORM 1200-RING-SLOT THRU 1200-EXIT
079300         MOVE SPACES TO PHT-RUN (PRF-SLOT).
079400
079500     SET FX1 TO 1.
079600     SEARCH PFD-ENTRY
079700         AT END
079800             ADD 1 TO HIST-DROP-CTR
079900         WHEN PFD-NAME (FX1) = PH-FIELD-NAME
080000             SET PRF-FX TO FX1
080100             MOVE 'Y'          TO PHT-PRESENT (PRF-SLOT PRF-FX)
080200             MOVE PRF-HIST-REC TO PHT-REC     (PRF-SLOT PRF-FX).
080300 1100-EXIT.  EXIT.
080400
080500*    RING SLOT OF THE PRF-WORK'TH RUN READ
080600 1200-RING-SLOT.
080700     SUBTRACT 1 FROM PRF-WORK.
080800     DIVIDE PRF-WORK BY PRF-KEEP-RUNS
080900            GIVING PRF-QUOT REMAINDER PRF-SLOT.
081000     ADD 1 TO PRF-SLOT.
081100 1200-EXIT.  EXIT.
081200
081300*================================================================*
081400*    RELEASE ONE VALUE PER PROFILED FIELD FOR EVERY CLAIM -       *
081500*    CONTINUATION RECORDS CARRY ONLY REVENUE GROUPS AND ARE       *
081600*    PASSED OVER                                                  *
081700*================================================================*
081800 2000-PROFILE-FEED  SECTION.
081900
082000     OPEN INPUT HHAFILE.
082100     IF HHA-STAT1 NOT = '0'
082200         DISPLAY '** HHPRF213 - HHAFILE OPEN FAILED - STATUS '
082300                 HHA-STAT
082400         MOVE 16 TO RETURN-CODE
082500         STOP RUN.
082600     PERFORM 2100-READ-ONE-CLAIM THRU 2100-EXIT
082700             UNTIL EOF-HHA = 1.
082800     CLOSE HHAFILE.
082900     GO TO 2000-DONE.
083000
083100 2100-READ-ONE-CLAIM.
083200     READ HHAFILE INTO HHA-INPUT-DATA
083300          AT END   MOVE 1 TO EOF-HHA
083400                   GO TO 2100-EXIT.
083500     ADD 1 TO HHAFILE-CTR.
083600
083700     IF CONT-TO-SKIP > 0
083800         SUBTRACT 1 FROM CONT-TO-SKIP
083900         ADD 1 TO CONT-SKIP-CTR
084000         GO TO 2100-EXIT.
084100
084200     ADD 1 TO CLAIM-CTR.
084300     IF HHA-REC-VERSION = '2'
084400        AND HHA-CONT-CNT NUMERIC
084500         MOVE HHA-CONT-CNT TO CONT-TO-SKIP.
084600
084700     PERFORM 2200-RELEASE-FIELD THRU 2200-EXIT
084800             VARYING PRF-FX FROM 1 BY 1
084900             UNTIL PRF-FX > PRF-FIELD-MAX.
085000 2100-EXIT.  EXIT.
085100
085200 2200-RELEASE-FIELD.
085300     SET FX1 TO PRF-FX.
085400     MOVE PFD-LEN (FX1) TO PRF-LEN.
085500     MOVE SPACES TO PRF-VALUE.
085600     MOVE HHA-INPUT-DATA (PFD-POS (FX1) : PRF-LEN)
085700                         TO PRF-VALUE (1 : PRF-LEN).
085800     IF PRF-VALUE = LOW-VALUES
085900         MOVE SPACES TO PRF-VALUE.
086000
086100     IF PFD-TYPE (FX1) = 'C'
086200         GO TO 2200-RELEASE.
086300     IF PRF-VALUE (1 : PRF-LEN) NOT NUMERIC
086400        OR PRF-VALUE (1 : PRF-LEN) = ZEROS
086500         MOVE SPACES TO PRF-VALUE.
086600
086700 2200-RELEASE.
086800     MOVE PRF-FX    TO SRT-FIELD-NO.
086900     MOVE PRF-VALUE TO SRT-VALUE.
087000     RELEASE SORT-REC.
087100     ADD 1 TO RELEASED-CTR.
087200 2200-EXIT.  EXIT.
087300
087400 2000-DONE.
087500     EXIT.
087600
087700*================================================================*
087800*    COUNT EACH FIELD'S VALUES - THE SORT BRINGS A FIELD'S        *
087900*    BLANKS FIRST AND ITS VALUES IN ASCENDING ORDER, SO THE       *
088000*    FIRST AND LAST VALUES SEEN ARE ITS MINIMUM AND MAXIMUM       *
088100*================================================================*
088200 3000-SUMMARIZE  SECTION.
088300
088400     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
088500             UNTIL EOF-SRT = 1.
088600     IF PRF-HOLD-FIELD > 0
088700         PERFORM 3200-CLOSE-VALUE THRU 3200-EXIT.
088800
088900     PERFORM 3400-FIELD-PCTS THRU 3400-EXIT
089000             VARYING PRF-FX FROM 1 BY 1
089100             UNTIL PRF-FX > PRF-FIELD-MAX.
089200     GO TO 3000-DONE.
089300
089400 3100-RETURN-ONE.
089500     RETURN SORTFILE
089600          AT END   MOVE 1 TO EOF-SRT
089700                   GO TO 3100-EXIT.
089800     ADD 1 TO RETURNED-CTR.
089900
090000     IF SRT-FIELD-NO = PRF-HOLD-FIELD
090100        AND SRT-VALUE = PRF-HOLD-VALUE
090200         ADD 1 TO PRF-HOLD-CTR
090300         GO TO 3100-EXIT.
090400
090500     IF PRF-HOLD-FIELD > 0
090600         PERFORM 3200-CLOSE-VALUE THRU 3200-EXIT.
090700     MOVE SRT-FIELD-NO TO PRF-HOLD-FIELD.
090800     MOVE SRT-VALUE    TO PRF-HOLD-VALUE.
090900     MOVE 1            TO PRF-HOLD-CTR.
091000 3100-EXIT.  EXIT.
091100
091200 3200-CLOSE-VALUE.
091300     IF PRF-HOLD-VALUE = SPACES
091400         GO TO 3200-EXIT.
091500
091600     MOVE PRF-HOLD-FIELD TO PRF-FX.
091700     ADD PRF-HOLD-CTR TO PFC-FILL-CTR (PRF-FX).
091800     ADD 1            TO PFC-DISTINCT (PRF-FX).
091900     IF PFC-MIN (PRF-FX) = SPACES
092000         MOVE PRF-HOLD-VALUE TO PFC-MIN (PRF-FX).
092100     MOVE PRF-HOLD-VALUE TO PFC-MAX (PRF-FX).
092200
092300*    A VALUE COMMONER THAN THE FIFTH TOP VALUE TAKES ITS PLACE
092400*    AND RISES PAST ANY LESS COMMON ONE; EQUAL COUNTS KEEP THE
092500*    LOWER VALUE FIRST
092600     IF PRF-HOLD-CTR NOT > PFC-TOP-CNT (PRF-FX 5)
092700         GO TO 3200-EXIT.
092800     MOVE PRF-HOLD-VALUE TO PFC-TOP-VALUE (PRF-FX 5).
092900     MOVE PRF-HOLD-CTR   TO PFC-TOP-CNT   (PRF-FX 5).
093000     PERFORM 3300-RAISE-TOP THRU 3300-EXIT
093100             VARYING PRF-TX FROM 5 BY -1
093200             UNTIL PRF-TX < 2.
093300 3200-EXIT.  EXIT.
093400
093500 3300-RAISE-TOP.
093600     COMPUTE PRF-TX-UP = PRF-TX - 1.
093700     IF PFC-TOP-CNT (PRF-FX PRF-TX)
093800             NOT > PFC-TOP-CNT (PRF-FX PRF-TX-UP)
093900         GO TO 3300-EXIT.
094000     MOVE PFC-TOP-DATA (PRF-FX PRF-TX-UP) TO PRF-TOP-SWAP.
094100     MOVE PFC-TOP-DATA (PRF-FX PRF-TX)
094200                       TO PFC-TOP-DATA (PRF-FX PRF-TX-UP).
094300     MOVE PRF-TOP-SWAP TO PFC-TOP-DATA (PRF-FX PRF-TX).
094400 3300-EXIT.  EXIT.
094500
094600 3400-FIELD-PCTS.
094700     IF CLAIM-CTR > 0
094800         COMPUTE PFC-FILL-PCT (PRF-FX) ROUNDED =
094900                 PFC-FILL-CTR (PRF-FX) * 100 / CLAIM-CTR.
095000     IF PFC-FILL-CTR (PRF-FX) > 0
095100         COMPUTE PFC-TOP-PCT (PRF-FX) ROUNDED =
095200                 PFC-TOP-CNT (PRF-FX 1) * 100
095300               / PFC-FILL-CTR (PRF-FX).
095400 3400-EXIT.  EXIT.
095500
095600 3000-DONE.
095700     EXIT.
095800
095900*================================================================*
096000*    TRAILING NORM - THE AVERAGE OF THE FIELD'S PROFILES OVER     *
096100*    THE LAST NORM-RUNS PRIOR RUNS - AND THE ALERT TESTS          *
096200*================================================================*
096300 4000-COMPARE-NORM  SECTION.
096400
096500     PERFORM 4100-ONE-FIELD THRU 4100-EXIT
096600             VARYING PRF-FX FROM 1 BY 1
096700             UNTIL PRF-FX > PRF-FIELD-MAX.
096800     GO TO 4000-DONE.
096900
097000 4100-ONE-FIELD.
097100     MOVE 0 TO PRF-SUM-FILL PRF-SUM-DIST PRF-SUM-TOP.
097200     MOVE 0 TO PFC-NORM-CNT (PRF-FX).
097300     IF PRF-RUNS-HELD < PRF-NORM-RUNS
097400         MOVE PRF-RUNS-HELD TO PRF-BACK-MAX
097500     ELSE
097600         MOVE PRF-NORM-RUNS TO PRF-BACK-MAX.
097700     PERFORM 4200-ADD-PRIOR-RUN THRU 4200-EXIT
097800             VARYING PRF-BACK FROM 0 BY 1
097900             UNTIL PRF-BACK NOT < PRF-BACK-MAX.
098000
098100     IF PFC-NORM-CNT (PRF-FX) = 0
098200         GO TO 4100-EXIT.
098300     COMPUTE PFC-NORM-FILL (PRF-FX) ROUNDED =
098400             PRF-SUM-FILL / PFC-NORM-CNT (PRF-FX).
098500     COMPUTE PFC-NORM-DIST (PRF-FX) ROUNDED =
098600             PRF-SUM-DIST / PFC-NORM-CNT (PRF-FX).
098700     COMPUTE PFC-NORM-TOP (PRF-FX) ROUNDED =
098800             PRF-SUM-TOP / PFC-NORM-CNT (PRF-FX).
098900
099000     COMPUTE PFC-FILL-DIFF (PRF-FX) =
099100             PFC-FILL-PCT (PRF-FX) - PFC-NORM-FILL (PRF-FX).
099200     COMPUTE PFC-TOP-DIFF (PRF-FX) =
099300             PFC-TOP-PCT (PRF-FX) - PFC-NORM-TOP (PRF-FX).
099400     IF PFC-NORM-DIST (PRF-FX) > 0
099500         COMPUTE PFC-DIST-DIFF (PRF-FX) ROUNDED =
099600                 (PFC-DISTINCT (PRF-FX) - PFC-NORM-DIST (PRF-FX))
099700               * 100 / PFC-NORM-DIST (PRF-FX).
099800
099900     IF PFC-NORM-CNT (PRF-FX) < PRF-MIN-RUNS
100000         GO TO 4100-EXIT.
100100
100200     IF PFC-FILL-LIM (PRF-FX) > 0
100300        AND (PFC-FILL-DIFF (PRF-FX) > PFC-FILL-LIM (PRF-FX)
100400          OR PFC-FILL-DIFF (PRF-FX) < 0 - PFC-FILL-LIM (PRF-FX))
100500         MOVE 'Y' TO PFC-FILL-ALERT (PRF-FX)
100600         ADD 1 TO ALERT-CTR.
100700     IF PFC-DIST-LIM (PRF-FX) > 0
100800        AND (PFC-DIST-DIFF (PRF-FX) > PFC-DIST-LIM (PRF-FX)
100900          OR PFC-DIST-DIFF (PRF-FX) < 0 - PFC-DIST-LIM (PRF-FX))
101000         MOVE 'Y' TO PFC-DIST-ALERT (PRF-FX)
101100         ADD 1 TO ALERT-CTR.
101200     IF PFC-TOP-LIM (PRF-FX) > 0
101300        AND (PFC-TOP-DIFF (PRF-FX) > PFC-TOP-LIM (PRF-FX)
101400          OR PFC-TOP-DIFF (PRF-FX) < 0 - PFC-TOP-LIM (PRF-FX))
101500         MOVE 'Y' TO PFC-TOP-ALERT (PRF-FX)
101600         ADD 1 TO ALERT-CTR.
101700 4100-EXIT.  EXIT.
101800
101900*    PRF-BACK RUNS BEFORE THE MOST RECENT ONE HELD
102000 4200-ADD-PRIOR-RUN.
102100     COMPUTE PRF-WORK = PRF-RUNS-SEEN - PRF-BACK.
102200     PERFORM 1200-RING-SLOT THRU 1200-EXIT.
102300     IF PHT-PRESENT (PRF-SLOT PRF-FX) NOT = 'Y'
102400         GO TO 4200-EXIT.
102500     MOVE PHT-REC (PRF-SLOT PRF-FX) TO PRF-HIST-REC.
102600     ADD 1           TO PFC-NORM-CNT (PRF-FX).
102700     ADD PH-FILL-PCT TO PRF-SUM-FILL.
102800     ADD PH-DISTINCT TO PRF-SUM-DIST.
102900     ADD PH-TOP-PCT  TO PRF-SUM-TOP.
103000 4200-EXIT.  EXIT.
103100
103200 4000-DONE.
103300     EXIT.
103400
103500*================================================================*
103600*    PROFILE REPORT - ONE LINE PER FIELD WITH ITS NORM, ITS TOP   *
103700*    VALUES, AND ANY ALERT UNDER IT                               *
103800*================================================================*
103900 5000-PRINT-PROFILE  SECTION.
104000
104100     OPEN OUTPUT PRFRPT.
104200     PERFORM 5900-HEADINGS THRU 5900-EXIT.
104300     IF CLAIM-CTR = 0
104400         WRITE PRFRPT-LINE FROM PRF-NONE-LINE
104500                           AFTER ADVANCING 1
104600         IF PRR-STAT1 > 0 DISPLAY ' BADX WRITE ON PRFRPT FILE'
104700         END-IF
104800         GO TO 5000-COUNTS.
104900
105000     PERFORM 5100-PRINT-FIELD THRU 5100-EXIT
105100             VARYING PRF-FX FROM 1 BY 1
105200             UNTIL PRF-FX > PRF-FIELD-MAX.
105300
105400 5000-COUNTS.
105500     IF PRF-LINE-CTR > 48
105600         PERFORM 5900-HEADINGS THRU 5900-EXIT.
105700     MOVE SPACES TO PRFRPT-LINE.
105800     WRITE PRFRPT-LINE AFTER ADVANCING 1.
105900     MOVE 'HHAFILE RECORDS READ'      TO PRF-COUNT-LABEL.
106000     MOVE HHAFILE-CTR                 TO PRF-COUNT.
106100     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
106200     MOVE '  CONTINUATION RECORDS'    TO PRF-COUNT-LABEL.
106300     MOVE CONT-SKIP-CTR               TO PRF-COUNT.
106400     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
106500     MOVE '  CLAIMS PROFILED'         TO PRF-COUNT-LABEL.
106600     MOVE CLAIM-CTR                   TO PRF-COUNT.
106700     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
106800     MOVE 'PROFILE ALERTS RAISED'     TO PRF-COUNT-LABEL.
106900     MOVE ALERT-CTR                   TO PRF-COUNT.
107000     PERFORM 5800-WRITE-COUNT THRU 5800-EXIT.
107100     CLOSE PRFRPT.
107200     GO TO 5000-DONE.
107300
107400 5100-PRINT-FIELD.
107500     IF PRF-LINE-CTR > 54
107600         PERFORM 5900-HEADINGS THRU 5900-EXIT.
107700     SET FX1 TO PRF-FX.
107800     MOVE PFD-NAME (FX1)          TO PRD-NAME.
107900     MOVE PFD-TYPE (FX1)          TO PRD-TYPE.
108000     MOVE PFC-FILL-CTR (PRF-FX)   TO PRD-FILLED.
108100     MOVE PFC-FILL-PCT (PRF-FX)   TO PRD-FILL-PCT.
108200     MOVE PFC-DISTINCT (PRF-FX)   TO PRD-DISTINCT.
108300     MOVE PFC-TOP-PCT  (PRF-FX)   TO PRD-TOP-PCT.
108400     IF PFC-NORM-CNT (PRF-FX) = 0
108500         MOVE SPACES TO PRD-NORM-FILL-X PRD-NORM-DIST-X
108600                        PRD-NORM-TOP-X
108700     ELSE
108800         MOVE PFC-NORM-FILL (PRF-FX) TO PRD-NORM-FILL
108900         MOVE PFC-NORM-DIST (PRF-FX) TO PRD-NORM-DIST
109000         MOVE PFC-NORM-TOP  (PRF-FX) TO PRD-NORM-TOP.
109100
109200     MOVE PFC-MIN (PRF-FX) TO PRF-VALUE.
109300     PERFORM 5700-SHOW-VALUE THRU 5700-EXIT.
109400     MOVE PRF-SHOW TO PRD-MIN.
109500     MOVE PFC-MAX (PRF-FX) TO PRF-VALUE.
109600     PERFORM 5700-SHOW-VALUE THRU 5700-EXIT.
109700     MOVE PRF-SHOW TO PRD-MAX.
109800
109900     IF PFC-FILL-ALERT (PRF-FX) = 'Y'
110000        OR PFC-DIST-ALERT (PRF-FX) = 'Y'
110100        OR PFC-TOP-ALERT (PRF-FX) = 'Y'
110200         MOVE 'ALERT' TO PRD-STATUS
110300     ELSE
110400     IF PFC-NORM-CNT (PRF-FX) < PRF-MIN-RUNS
110500         MOVE 'NO NORM' TO PRD-STATUS
110600     ELSE
110700         MOVE 'OK' TO PRD-STATUS.
110800
110900     WRITE PRFRPT-LINE FROM PRF-DETAIL-LINE
111000                       AFTER ADVANCING 2.
111100     IF PRR-STAT1 > 0 DISPLAY ' BADX WRITE ON PRFRPT FILE'.
111200     ADD 2 TO PRF-LINE-CTR.
111300
111400     IF PFC-FILL-CTR (PRF-FX) > 0
111500         MOVE SPACES TO PRT-ENTRY (1) PRT-ENTRY (2) PRT-ENTRY (3)
111600                        PRT-ENTRY (4) PRT-ENTRY (5)
111700         PERFORM 5200-TOP-VALUE THRU 5200-EXIT
111800                 VARYING PRF-TX FROM 1 BY 1
111900                 UNTIL PRF-TX > 5
112000         WRITE PRFRPT-LINE FROM PRF-TOPV-LINE
112100                           AFTER ADVANCING 1
112200         ADD 1 TO PRF-LINE-CTR.
112300
112400     IF PFC-FILL-ALERT (PRF-FX) = 'Y'
112500         MOVE 'FILL RATE PCT'         TO PRA-WHAT
112600         MOVE PFC-FILL-PCT  (PRF-FX)  TO PRA-NOW
112700         MOVE PFC-NORM-FILL (PRF-FX)  TO PRA-NORM
112800         MOVE PFC-FILL-DIFF (PRF-FX)  TO PRA-DIFF
112900         MOVE ' POINTS'               TO PRA-UNIT
113000         MOVE PFC-FILL-LIM  (PRF-FX)  TO PRA-LIMIT
113100         PERFORM 5300-WRITE-ALERT THRU 5300-EXIT.
113200     IF PFC-DIST-ALERT (PRF-FX) = 'Y'
113300         MOVE 'DISTINCT VALUES'       TO PRA-WHAT
113400         MOVE PFC-DISTINCT  (PRF-FX)  TO PRA-NOW
113500         MOVE PFC-NORM-DIST (PRF-FX)  TO PRA-NORM
113600         MOVE PFC-DIST-DIFF (PRF-FX)  TO PRA-DIFF
113700         MOVE ' PCT'                  TO PRA-UNIT
113800         MOVE PFC-DIST-LIM  (PRF-FX)  TO PRA-LIMIT
113900         PERFORM 5300-WRITE-ALERT THRU 5300-EXIT.
114000     IF PFC-TOP-ALERT (PRF-FX) = 'Y'
114100         MOVE 'TOP VALUE PCT'         TO PRA-WHAT
114200         MOVE PFC-TOP-PCT   (PRF-FX)  TO PRA-NOW
114300         MOVE PFC-NORM-TOP  (PRF-FX)  TO PRA-NORM
114400         MOVE PFC-TOP-DIFF  (PRF-FX)  TO PRA-DIFF
114500         MOVE ' POINTS'               TO PRA-UNIT
114600         MOVE PFC-TOP-LIM   (PRF-FX)  TO PRA-LIMIT
114700         PERFORM 5300-WRITE-ALERT THRU 5300-EXIT.
114800 5100-EXIT.  EXIT.
114900
115000 5200-TOP-VALUE.
115100     IF PFC-TOP-CNT (PRF-FX PRF-TX) = 0
115200         GO TO 5200-EXIT.
115300     MOVE PFC-TOP-VALUE (PRF-FX PRF-TX) TO PRF-VALUE.
115400     PERFORM 5700-SHOW-VALUE THRU 5700-EXIT.
115500     IF PFD-TYPE (FX1) = 'A'
115600         MOVE PRF-SHOW (4:12) TO PRT-VALUE (PRF-TX)
115700     ELSE
115800         MOVE PRF-SHOW        TO PRT-VALUE (PRF-TX).
115900     COMPUTE PRT-PCT (PRF-TX) ROUNDED =
116000             PFC-TOP-CNT (PRF-FX PRF-TX) * 100
116100           / PFC-FILL-CTR (PRF-FX).
116200     MOVE '%' TO PRT-PCT-SIGN (PRF-TX).
116300 5200-EXIT.  EXIT.
116400
116500 5300-WRITE-ALERT.
116600     WRITE PRFRPT-LINE FROM PRF-ALERT-LINE
116700                       AFTER ADVANCING 1.
116800     IF PRR-STAT1 > 0 DISPLAY ' BADX WRITE ON PRFRPT FILE'.
116900     ADD 1 TO PRF-LINE-CTR.
117000     DISPLAY '** PROFILE ALERT - ' PFD-NAME (FX1) ' '
117100             PRA-WHAT ' CHANGED ' PRA-DIFF PRA-UNIT.
117200 5300-EXIT.  EXIT.
117300
117400*    PRINTABLE FORM OF A PROFILED VALUE - AMOUNTS ARE EDITED TO
117500*    THEIR DECIMAL PLACES, CODES AND DATES PRINT AS THEY CAME
117600 5700-SHOW-VALUE.
117700     MOVE SPACES TO PRF-SHOW.
117800     IF PRF-VALUE = SPACES
117900         GO TO 5700-EXIT.
118000     IF PFD-TYPE (FX1) NOT = 'A'
118100         MOVE PRF-VALUE TO PRF-SHOW
118200         GO TO 5700-EXIT.
118300
118400     MOVE PFD-LEN (FX1) TO PRF-LEN.
118500     COMPUTE PRF-START = 13 - PRF-LEN.
118600     MOVE ZEROS TO PRF-NUM.
118700     MOVE PRF-VALUE (1 : PRF-LEN)
118800                    TO PRF-NUM-X (PRF-START : PRF-LEN).
118900     IF PFD-DEC (FX1) = 5
119000         MOVE PRF-NUM-5 TO PRF-ED-5
119100         MOVE PRF-ED-5  TO PRF-SHOW
119200     ELSE
119300         MOVE PRF-NUM   TO PRF-ED-0
119400         MOVE PRF-ED-0  TO PRF-SHOW.
119500 5700-EXIT.  EXIT.
119600
119700 5800-WRITE-COUNT.
119800     WRITE PRFRPT-LINE FROM PRF-COUNT-LINE
119900                       AFTER ADVANCING 1.
120000     IF PRR-STAT1 > 0 DISPLAY ' BADX WRITE ON PRFRPT FILE'.
120100     ADD 1 TO PRF-LINE-CTR.
120200 5800-EXIT.  EXIT.
120300
120400 5900-HEADINGS.
120500     MOVE PRF-RUN-DATE   TO PRH-DATE.
120600     MOVE PRF-RUN-HH     TO PRH-HH.
120700     MOVE PRF-RUN-MM     TO PRH-MM.
120800     MOVE CLAIM-CTR      TO PRH-CLAIMS.
120900     MOVE PRF-RUNS-HELD  TO PRH-RUNS-HELD.
121000     MOVE PRF-NORM-RUNS  TO PRH-NORM-RUNS.
121100     MOVE PRF-MIN-RUNS   TO PRH-MIN-RUNS.
121200     WRITE PRFRPT-LINE FROM PRF-HEAD1
121300                       AFTER ADVANCING PAGE.
121400     IF PRR-STAT1 > 0 DISPLAY ' BADX WRITE ON PRFRPT FILE'.
121500     WRITE PRFRPT-LINE FROM PRF-HEAD2
121600                       AFTER ADVANCING 2.
121700     WRITE PRFRPT-LINE FROM PRF-HEAD3
121800                       AFTER ADVANCING 2.
121900     MOVE ALL '-' TO PRFRPT-LINE.
122000     WRITE PRFRPT-LINE AFTER ADVANCING 1.
122100     MOVE 6 TO PRF-LINE-CTR.
122200 5900-EXIT.  EXIT.
122300
122400 5000-DONE.
122500     EXIT.
122600
122700*================================================================*
122800*    NEW HISTORY GENERATION - THE PRIOR RUNS HELD, OLDEST         *
122900*    FIRST, THEN THIS RUN'S PROFILE.  AN EMPTY FEED ADDS NO       *
123000*    PROFILE, SO IT CANNOT DRAG THE NORM DOWN                     *
123100*================================================================*
123200 6000-WRITE-HISTORY  SECTION.
123300
123400     OPEN OUTPUT PRFHOUT.
123500     IF PRF-RUNS-HELD > 0
123600         PERFORM 6100-WRITE-PRIOR-RUN THRU 6100-EXIT
123700                 VARYING PRF-BACK FROM PRF-RUNS-HELD BY -1
123800                 UNTIL PRF-BACK < 1.
123900     IF CLAIM-CTR > 0
124000         PERFORM 6300-WRITE-THIS-RUN THRU 6300-EXIT
124100                 VARYING PRF-FX FROM 1 BY 1
124200                 UNTIL PRF-FX > PRF-FIELD-MAX.
124300     CLOSE PRFHOUT.
124400     GO TO 6000-DONE.
124500
124600*    PRF-BACK = 1 IS THE MOST RECENT PRIOR RUN
124700 6100-WRITE-PRIOR-RUN.
124800     COMPUTE PRF-WORK = PRF-RUNS-SEEN - PRF-BACK + 1.
124900     PERFORM 1200-RING-SLOT THRU 1200-EXIT.
125000     PERFORM 6200-WRITE-PRIOR-FIELD THRU 6200-EXIT
125100             VARYING PRF-FX FROM 1 BY 1
125200             UNTIL PRF-FX > PRF-FIELD-MAX.
125300 6100-EXIT.  EXIT.
125400
125500 6200-WRITE-PRIOR-FIELD.
125600     IF PHT-PRESENT (PRF-SLOT PRF-FX) NOT = 'Y'
125700         GO TO 6200-EXIT.
125800     WRITE PRFHOUT-REC FROM PHT-REC (PRF-SLOT PRF-FX).
125900     IF PHO-STAT1 > 0 DISPLAY ' BADY WRITE ON PRFHOUT FILE'.
126000     ADD 1 TO PRFHOUT-CTR.
126100 6200-EXIT.  EXIT.
126200
126300 6300-WRITE-THIS-RUN.
126400     SET FX1 TO PRF-FX.
126500     MOVE SPACES                  TO PRF-HIST-REC.
126600     MOVE PRF-RUN-DATE            TO PH-RUN-DATE.
126700     MOVE PRF-RUN-TIME (1:6)      TO PH-RUN-TIME.
126800     MOVE CLAIM-CTR               TO PH-CLAIM-CTR.
126900     MOVE PFD-NAME (FX1)          TO PH-FIELD-NAME.
127000     MOVE PFD-TYPE (FX1)          TO PH-FIELD-TYPE.
127100     MOVE PFC-FILL-CTR  (PRF-FX)  TO PH-FILL-CTR.
127200     MOVE PFC-FILL-PCT  (PRF-FX)  TO PH-FILL-PCT.
127300     MOVE PFC-DISTINCT  (PRF-FX)  TO PH-DISTINCT.
127400     MOVE PFC-TOP-PCT   (PRF-FX)  TO PH-TOP-PCT.
127500     MOVE PFC-TOP-VALUE (PRF-FX 1) TO PH-TOP-VALUE.
127600     MOVE PFC-MIN       (PRF-FX)  TO PH-MIN.
127700     MOVE PFC-MAX       (PRF-FX)  TO PH-MAX.
127800     WRITE PRFHOUT-REC FROM PRF-HIST-REC.
127900     IF PHO-STAT1 > 0 DISPLAY ' BADY WRITE ON PRFHOUT FILE'.
128000     ADD 1 TO PRFHOUT-CTR.
128100 6300-EXIT.  EXIT.
128200
128300 6000-DONE.
128400     EXIT.
